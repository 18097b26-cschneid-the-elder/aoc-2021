      *   cshzrd "THRESH=2"
      *   cshzrd "TRK=cs02b.trk" "MAP=cs05a.ovlp" "THRESH=3"
      *
      * A fleet export is screened hull by hull; each hazard line
      * names the hull along with its record number.
      *
      * The map is read through the shared grid reader, so sparse
      * and archived dense maps screen alike.  Mismatched lineage
      * between the two sides is warned about loudly; the screen
           05  V-ORIG-Y           PIC S9(009) COMP   VALUE 0.
           05  MAP-LIN-DATE       PIC X(008)         VALUE SPACES.
           05  TRK-LIN-DATE       PIC X(008)         VALUE SPACES.
           05  TRK-CURR-HULL      PIC X(008)         VALUE SPACES.
           05  WS-ROW-WIDTH       PIC 9(008) COMP    VALUE 0.
           05  COL-SUB            PIC 9(004) COMP    VALUE 0.
           05  CELL-SUB           PIC 9(008) COMP    VALUE 0.
                       MOVE TRK-DATA-REC(1:110) TO SG-LINE(1:110)
                       PERFORM 2100-LIFT-LINEAGE-DATE
                       MOVE WS-ORIG-TOK1(1:8) TO TRK-LIN-DATE
                   WHEN TRK-DATA-REC(1:5) = 'HULL='
                       MOVE TRK-DATA-REC(6:8) TO TRK-CURR-HULL
                       SET IN-POINTS TO FALSE
                   WHEN TRK-DATA-REC(1:11) = 'TRACKPOINTS'
                       SET IN-POINTS TO TRUE
                   WHEN IN-POINTS AND TRK-DATA-REC(1:2) = 'P '
                   MOVE VENT-CELL(PNT-ROW, PNT-COL)
                     TO WS-OVERLAP-DISP
                   MOVE PNT-A TO WS-A-DISP
                   IF TRK-CURR-HULL = SPACES
                       DISPLAY
                         MYNAME ' HAZARD at record ' PNT-REC
                         ' heading ' WS-A-DISP
                         ' overlap ' WS-OVERLAP-DISP
                   ELSE
                       DISPLAY
                         MYNAME ' HAZARD hull ' TRK-CURR-HULL
                         ' at record ' PNT-REC
                         ' heading ' WS-A-DISP
                         ' overlap ' WS-OVERLAP-DISP
                   END-IF
               END-IF
           END-IF
           .
