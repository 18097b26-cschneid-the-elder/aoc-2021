                                        Organization Line Sequential.
           Select OVLP-MAP             Assign Dynamic WS-OVLP-FNAME
                                        Organization Line Sequential.
           Select PROV-DATA            Assign Dynamic WS-PROV-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-PROV-STAT.
       Data Division.
       File Section.
       FD  INPT-DATA.
       FD  OVLP-MAP.
       01  OVLP-MAP-REC       PIC X(5000).

       FD  PROV-DATA.
       01  PROV-DATA-REC      PIC X(200).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'cs05a'.
           05  OPERATION-ARG      PIC 9(008) COMP    VALUE 0.
           05  CLI-ARGS           PIC X(160)         VALUE LOW-VALUES.
           05  WS-ASSIGN-NAME     PIC X(080)         VALUE SPACES.
           05  WS-SNIF-SHAPE      PIC X(008)         VALUE SPACES.
           05  WS-SNIF-LIKELY     PIC X(008)         VALUE SPACES.
           05  WS-SNIF-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-SNIF-MSG        PIC X(008)         VALUE SPACES.
           05  WS-SNIF-INSERT     PIC X(060)         VALUE SPACES.
           05  WS-CLI-TOKEN       PIC X(080)         VALUE SPACES.
           05  WS-CLI-KEY         PIC X(020)         VALUE SPACES.
           05  WS-CLI-VAL         PIC X(080)         VALUE SPACES.
           05  WS-BY1-DISP        PIC +9(006).
           05  WS-BX2-DISP        PIC +9(006).
           05  WS-BY2-DISP        PIC +9(006).
           05  WS-PROV-FNAME      PIC X(080)      VALUE 'cs05a.prov'.
           05  WS-PROV-STAT       PIC X(002)         VALUE SPACES.

      * The provenance index: for every cell at or above the
      * threshold, which input records' segments cross it.  Each
      * cell heads a chain of links through PRV-LINK; segments are
      * walked last to first so a chain reads in record order.
       01  PROVENANCE-AREAS.
           05  PRV-THRESH         PIC 9(004) COMP    VALUE 2.
           05  PRV-LINK-MAX       PIC 9(009) COMP    VALUE 200000.
           05  PRV-USED           PIC 9(009) COMP    VALUE 0.
           05  PRV-DROPPED        PIC 9(009) COMP    VALUE 0.
           05  PRV-CELLS          PIC 9(009) COMP    VALUE 0.
           05  PRV-LINES          PIC 9(009) COMP    VALUE 0.
           05  PRV-PTR            PIC 9(009) COMP    VALUE 0.
           05  PRV-LOOK-X         PIC S9(009) COMP   VALUE 0.
           05  PRV-LOOK-Y         PIC S9(009) COMP   VALUE 0.
           05  PRV-LOOK-TOK1      PIC X(012)         VALUE SPACES.
           05  PRV-LOOK-TOK2      PIC X(012)         VALUE SPACES.
           05  PRV-FOUND          PIC 9(009) COMP    VALUE 0.
           05  PRV-THRESH-DISP    PIC 9(004)         VALUE 0.
           05  PRV-REC-DISP       PIC 9(008)         VALUE 0.
           05  PRV-COUNT-DISP     PIC 9(008)         VALUE 0.
           05  PRV-X1-DISP        PIC +9(006).
           05  PRV-Y1-DISP        PIC +9(006).
           05  PRV-X2-DISP        PIC +9(006).
           05  PRV-Y2-DISP        PIC +9(006).
           05  PRV-LINE           PIC X(200)         VALUE SPACES.
           05  PRV-LINK OCCURS 200000 TIMES.
               10  PRV-SEG        PIC 9(004) COMP.
               10  PRV-NEXT       PIC 9(009) COMP.
       01  PROVENANCE-HEADS.
           05  PRV-HEAD-Y OCCURS 1000.
               10  PRV-HEAD-X OCCURS 1000.
                   15  PRV-HEAD   PIC 9(009) COMP.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
                                                     FALSE 'N'.
           05  PRIOR-EOF-SW       PIC X(001)         VALUE 'N'.
               88  PRIOR-EOF                         VALUE 'Y'.
           05  PROV-SW            PIC X(001)         VALUE 'N'.
               88  PROV-MODE                         VALUE 'Y'
                                                     FALSE 'N'.
           05  PROV-PASS-SW       PIC X(001)         VALUE 'N'.
               88  PROV-PASS                         VALUE 'Y'
                                                     FALSE 'N'.
           05  LOOKUP-SW          PIC X(001)         VALUE 'N'.
               88  LOOKUP-MODE                       VALUE 'Y'
                                                     FALSE 'N'.
           05  PROV-EOF-SW        PIC X(001)         VALUE 'N'.
               88  PROV-EOF                          VALUE 'Y'.

       01  THE-OCEAN-FLOOR.
           05  Y-VAL OCCURS 1000 INDEXED Y-INDX1 Y-INDX2.
               10  SEG-Y1         PIC S9(009) COMP.
               10  SEG-X2         PIC S9(009) COMP.
               10  SEG-Y2         PIC S9(009) COMP.
               10  SEG-REC        PIC 9(008) COMP.

      * Contiguous hotspot clusters -- qualifying cells grouped the
      * way cs09a's flood fill groups basin cells -- plus the seen
               READY TRACE
           END-IF

           IF LOOKUP-MODE
      *        a lookup answers from an existing provenance index;
      *        the survey itself is not replotted
               PERFORM 5000-LOOK-UP-ONE-CELL
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF

           INITIALIZE THE-OCEAN-FLOOR

           IF WS-ASSIGN-NAME NOT = '/dev/stdin'
               PERFORM 0250-CHECK-THE-CONTENT
           END-IF

           OPEN INPUT INPT-DATA

           PERFORM 8010-READ-INPT-DATA
               PERFORM 8900-CALL-PROFILER
           END-IF

           IF PROV-MODE
               PERFORM 1700-INDEX-PROVENANCE
               PERFORM 9030-EXPORT-PROVENANCE
           END-IF

           IF COMPARE-MODE
               PERFORM 4000-COMPARE-WITH-PRIOR
           END-IF
      * of them is opened.
       0150-APPLY-ENV-PREFIX.
           CALL 'csenvfn' USING WS-OVLP-FNAME END-CALL
           CALL 'csenvfn' USING WS-PROV-FNAME END-CALL
           .

      * Content check before the read loop: an input that reads as
      * another program's is refused here, naming the program it
      * most likely belongs to, instead of running to an answer
      * that means nothing.
       0250-CHECK-THE-CONTENT.
           CALL 'cssniff' USING
             MYNAME
             WS-ASSIGN-NAME
             WS-SNIF-SHAPE
             WS-SNIF-LIKELY
             WS-SNIF-RC
           END-CALL
           IF WS-SNIF-RC = 8
               MOVE 'CS0602E' TO WS-SNIF-MSG
               MOVE SPACES TO WS-SNIF-INSERT
               STRING
                 'reads as '                   DELIMITED SIZE
                 FUNCTION TRIM(WS-SNIF-LIKELY) DELIMITED SIZE
                 ' input ('                    DELIMITED SIZE
                 FUNCTION TRIM(WS-SNIF-SHAPE)  DELIMITED SIZE
                 '): '                         DELIMITED SIZE
                 FUNCTION TRIM(WS-ASSIGN-NAME) DELIMITED SIZE
                 INTO WS-SNIF-INSERT
               END-STRING
               CALL 'csmsgw' USING
                 MYNAME
                 WS-SNIF-MSG
                 WS-SNIF-INSERT
               END-CALL
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF
           .

      * Named command-line parameters come in as KEYWORD=VALUE tokens
      *          answers "what changed since the last survey?"
                 MOVE WS-CLI-VAL TO WS-PRIOR-NAME
                 SET COMPARE-MODE TO TRUE
             WHEN 'PROV'
      *          provenance index: Y, or the overlap a cell needs to
      *          be indexed -- which survey lines put it there
                 EVALUATE TRUE
                   WHEN FUNCTION UPPER-CASE(WS-CLI-VAL) = 'Y'
                       MOVE 2 TO PRV-THRESH
                       SET PROV-MODE TO TRUE
                   WHEN FUNCTION TEST-NUMVAL(WS-CLI-VAL) = 0
                       AND FUNCTION NUMVAL(WS-CLI-VAL) >= 1
                       AND FUNCTION NUMVAL(WS-CLI-VAL) <= 9999
                       MOVE FUNCTION NUMVAL(WS-CLI-VAL) TO PRV-THRESH
                       SET PROV-MODE TO TRUE
                   WHEN OTHER
                       DISPLAY
                         MYNAME ' warning - PROV must be Y or an'
                         ' overlap threshold, index not written'
                 END-EVALUATE
             WHEN 'LOOKUP'
      *          x,y in survey coordinates: list the segments the
      *          provenance index holds for that cell
                 MOVE SPACES TO PRV-LOOK-TOK1 PRV-LOOK-TOK2
                 UNSTRING WS-CLI-VAL DELIMITED BY ','
                   INTO PRV-LOOK-TOK1 PRV-LOOK-TOK2
                 END-UNSTRING
                 IF FUNCTION TEST-NUMVAL(PRV-LOOK-TOK1) = 0
                     AND FUNCTION TEST-NUMVAL(PRV-LOOK-TOK2) = 0
                     COMPUTE PRV-LOOK-X =
                       FUNCTION NUMVAL(PRV-LOOK-TOK1)
                     COMPUTE PRV-LOOK-Y =
                       FUNCTION NUMVAL(PRV-LOOK-TOK2)
                     SET LOOKUP-MODE TO TRUE
                 ELSE
                     DISPLAY
                       MYNAME ' warning - LOOKUP must be x,y,'
                       ' no lookup made'
                 END-IF
             WHEN 'PROVIN'
      *          the provenance index a lookup reads, if not this
      *          environment's own cs05a.prov
                 MOVE WS-CLI-VAL TO WS-PROV-FNAME
             WHEN OTHER
                 DISPLAY
                  MYNAME
               MOVE Y1R TO SEG-Y1(SEG-COUNT)
               MOVE X2R TO SEG-X2(SEG-COUNT)
               MOVE Y2R TO SEG-Y2(SEG-COUNT)
               MOVE WS-REC-COUNT TO SEG-REC(SEG-COUNT)
               PERFORM 1050-TRACK-EXTENT
           END-IF

           .

       1100-PLOT-THE-LINE.
           IF PROV-PASS
               PERFORM 1710-NOTE-PROVENANCE
           ELSE
               ADD 1 TO POINT(Y-INDX1,X-INDX1)
           END-IF
           .

       1200-PLOT-THE-DIAGONAL.
           COMPUTE DIAG-Y = Y1 + (DY-STEP * STEP-INDX)
           SET X-INDX1 TO DIAG-X
           SET Y-INDX1 TO DIAG-Y
           IF PROV-PASS
               PERFORM 1710-NOTE-PROVENANCE
           ELSE
               ADD 1 TO POINT(Y-INDX1,X-INDX1)
           END-IF
           .

      *----------------------------------------------------------------
      * Provenance pass.  With the overlap counts final, every
      * segment is walked again over the same cells 1060 plotted,
      * and each cell at or above the threshold notes the segment.
      * Segments that were skipped off the grid, or were a single
      * point, were never plotted and are passed over again.
      *----------------------------------------------------------------
       1700-INDEX-PROVENANCE.
           INITIALIZE PROVENANCE-HEADS
           MOVE 0 TO PRV-USED PRV-DROPPED
           SET PROV-PASS TO TRUE
           PERFORM VARYING SEG-IDX FROM SEG-COUNT BY -1
           UNTIL SEG-IDX < 1
             COMPUTE WS-INT-X = SEG-X1(SEG-IDX) + OFF-X
             COMPUTE WS-INT-Y = SEG-Y1(SEG-IDX) + OFF-Y
             MOVE WS-INT-X TO X1
             MOVE WS-INT-Y TO Y1
             IF WS-INT-X >= 1 AND WS-INT-X <= TABLE-MAX
                 AND WS-INT-Y >= 1 AND WS-INT-Y <= TABLE-MAX
                 COMPUTE WS-INT-X = SEG-X2(SEG-IDX) + OFF-X
                 COMPUTE WS-INT-Y = SEG-Y2(SEG-IDX) + OFF-Y
                 MOVE WS-INT-X TO X2
                 MOVE WS-INT-Y TO Y2
                 IF WS-INT-X >= 1 AND WS-INT-X <= TABLE-MAX
                     AND WS-INT-Y >= 1 AND WS-INT-Y <= TABLE-MAX
                     AND (X1 NOT = X2 OR Y1 NOT = Y2)
                     PERFORM 1060-PLOT-ONE-LINE
                 END-IF
             END-IF
           END-PERFORM
           SET PROV-PASS TO FALSE
           .

       1710-NOTE-PROVENANCE.
           IF POINT(Y-INDX1,X-INDX1) < PRV-THRESH
               EXIT PARAGRAPH
           END-IF
           IF PRV-USED >= PRV-LINK-MAX
               ADD 1 TO PRV-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PRV-USED
           MOVE SEG-IDX TO PRV-SEG(PRV-USED)
           MOVE PRV-HEAD(Y-INDX1,X-INDX1) TO PRV-NEXT(PRV-USED)
           MOVE PRV-USED TO PRV-HEAD(Y-INDX1,X-INDX1)
           .

       2000-COUNT-INTERSECTIONS.
           END-IF
           .

      *----------------------------------------------------------------
      * Lookup: which survey lines cross the cell at x,y.  The
      * answer comes from a provenance index written by an earlier
      * PROV= run, so it holds only cells that were at or above that
      * run's threshold; a cell below it is reported as not indexed.
      *----------------------------------------------------------------
       5000-LOOK-UP-ONE-CELL.
           MOVE PRV-LOOK-X TO PRV-X1-DISP
           MOVE PRV-LOOK-Y TO PRV-Y1-DISP
           OPEN INPUT PROV-DATA
           IF WS-PROV-STAT NOT = '00'
               DISPLAY
                 MYNAME ' provenance index missing or unreadable: '
                 FUNCTION TRIM(WS-PROV-FNAME)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY
             MYNAME ' segments crossing x ' PRV-X1-DISP
             ' y ' PRV-Y1-DISP
           MOVE 0 TO PRV-FOUND
           PERFORM UNTIL PROV-EOF
             MOVE SPACES TO PROV-DATA-REC
             READ PROV-DATA
               AT END SET PROV-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-REC-COUNT
                 PERFORM 5010-CHECK-ONE-INDEX-LINE
             END-READ
           END-PERFORM
           CLOSE PROV-DATA
           IF PRV-FOUND = 0
               MOVE PRV-THRESH TO PRV-THRESH-DISP
               DISPLAY
                 MYNAME ' cell not in the provenance index -- below'
                 ' threshold ' PRV-THRESH-DISP ' or off the survey'
           ELSE
               MOVE PRV-FOUND TO PRV-COUNT-DISP
               DISPLAY MYNAME ' segments listed   ' PRV-COUNT-DISP
           END-IF
           .

       5010-CHECK-ONE-INDEX-LINE.
           EVALUATE TRUE
             WHEN PROV-DATA-REC(1:9) = '*LINEAGE '
                 IF PROV-DATA-REC(14:6) NOT = 'cs05a '
                     DISPLAY
                       MYNAME ' warning - PROVIN= file was not'
                       ' produced by cs05a: ' PROV-DATA-REC(1:60)
                     MOVE 4 TO RETURN-CODE
                 END-IF
             WHEN PROV-DATA-REC(1:10) = 'THRESHOLD='
                 IF FUNCTION TEST-NUMVAL(PROV-DATA-REC(11:4)) = 0
                     MOVE FUNCTION NUMVAL(PROV-DATA-REC(11:4))
                       TO PRV-THRESH
                 END-IF
             WHEN PROV-DATA-REC(1:7) NOT = 'CELL X='
                 CONTINUE
             WHEN FUNCTION NUMVAL(PROV-DATA-REC(8:7)) = PRV-LOOK-X
                 AND FUNCTION NUMVAL(PROV-DATA-REC(18:7)) = PRV-LOOK-Y
                 ADD 1 TO PRV-FOUND
                 IF PRV-FOUND = 1
                     DISPLAY
                       MYNAME ' overlap ' PROV-DATA-REC(34:4)
                 END-IF
                 DISPLAY
                   MYNAME ' record ' PROV-DATA-REC(43:8)
                   ' from ' PROV-DATA-REC(57:15)
                   ' to ' PROV-DATA-REC(76:15)
             WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       8010-READ-INPT-DATA.
           INITIALIZE WS-INPT-DATA
           READ INPT-DATA INTO WS-INPT-DATA
           END-CALL
           .

      * The provenance index, cs05a.prov: lineage, the datum origin
      * and threshold, then one line per cell and crossing segment,
      * in grid order and record order within a cell, giving the
      * segment's input record number and its endpoints in survey
      * coordinates:
      *   CELL X=+nnnnnn Y=+nnnnnn OVERLAP=nnnn REC=nnnnnnnn
      *        FROM=+nnnnnn,+nnnnnn TO=+nnnnnn,+nnnnnn
      * (one record; shown folded).  Lookup mode reads it by column.
       9030-EXPORT-PROVENANCE.
           OPEN OUTPUT PROV-DATA
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cslinhd' USING
             MYNAME
             WS-RUN-ID
             WS-ASSIGN-NAME
             WS-LIN-LINE
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           WRITE PROV-DATA-REC FROM WS-LIN-LINE
           MOVE MIN-X-REAL TO WS-ORIG-X-DISP
           MOVE MIN-Y-REAL TO WS-ORIG-Y-DISP
           MOVE SPACES TO PROV-DATA-REC
           STRING
             'ORIGIN='         DELIMITED SIZE
             WS-ORIG-X-DISP    DELIMITED SIZE
             ' '               DELIMITED SIZE
             WS-ORIG-Y-DISP    DELIMITED SIZE
             INTO PROV-DATA-REC
           END-STRING
           WRITE PROV-DATA-REC
           MOVE PRV-THRESH TO PRV-THRESH-DISP
           MOVE SPACES TO PROV-DATA-REC
           STRING
             'THRESHOLD='      DELIMITED SIZE
             PRV-THRESH-DISP   DELIMITED SIZE
             INTO PROV-DATA-REC
           END-STRING
           WRITE PROV-DATA-REC

           MOVE 0 TO PRV-CELLS PRV-LINES
           PERFORM VARYING Y-INDX1 FROM 1 BY 1
           UNTIL Y-INDX1 > MAX-Y-SEEN
           AFTER X-INDX1 FROM 1 BY 1
           UNTIL X-INDX1 > MAX-X-SEEN
             IF PRV-HEAD(Y-INDX1,X-INDX1) > 0
                 ADD 1 TO PRV-CELLS
                 MOVE PRV-HEAD(Y-INDX1,X-INDX1) TO PRV-PTR
                 PERFORM 9035-WRITE-ONE-CROSSING
                   UNTIL PRV-PTR = 0
             END-IF
           END-PERFORM
           CLOSE PROV-DATA

           MOVE PRV-CELLS TO PRV-COUNT-DISP
           DISPLAY
             MYNAME ' provenance cells  ' PRV-COUNT-DISP
             ' at overlap ' PRV-THRESH-DISP ' or more'
           IF PRV-DROPPED > 0
               MOVE PRV-DROPPED TO PRV-COUNT-DISP
               DISPLAY
                 MYNAME ' WARNING provenance table full, crossings'
                 ' not indexed ' PRV-COUNT-DISP
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       9035-WRITE-ONE-CROSSING.
           MOVE PRV-SEG(PRV-PTR) TO SEG-IDX
           COMPUTE WS-REAL-X-DISP = X-INDX1 - OFF-X
           COMPUTE WS-REAL-Y-DISP = Y-INDX1 - OFF-Y
           MOVE POINT(Y-INDX1,X-INDX1) TO WS-CELL-DISP
           MOVE SEG-REC(SEG-IDX) TO PRV-REC-DISP
           MOVE SEG-X1(SEG-IDX)  TO PRV-X1-DISP
           MOVE SEG-Y1(SEG-IDX)  TO PRV-Y1-DISP
           MOVE SEG-X2(SEG-IDX)  TO PRV-X2-DISP
           MOVE SEG-Y2(SEG-IDX)  TO PRV-Y2-DISP
           MOVE SPACES TO PROV-DATA-REC
           STRING
             'CELL X='         DELIMITED SIZE
             WS-REAL-X-DISP    DELIMITED SIZE
             ' Y='             DELIMITED SIZE
             WS-REAL-Y-DISP    DELIMITED SIZE
             ' OVERLAP='       DELIMITED SIZE
             WS-CELL-DISP      DELIMITED SIZE
             ' REC='           DELIMITED SIZE
             PRV-REC-DISP      DELIMITED SIZE
             ' FROM='          DELIMITED SIZE
             PRV-X1-DISP       DELIMITED SIZE
             ','               DELIMITED SIZE
             PRV-Y1-DISP       DELIMITED SIZE
             ' TO='            DELIMITED SIZE
             PRV-X2-DISP       DELIMITED SIZE
             ','               DELIMITED SIZE
             PRV-Y2-DISP       DELIMITED SIZE
             INTO PROV-DATA-REC
           END-STRING
           WRITE PROV-DATA-REC
           ADD 1 TO PRV-LINES
           MOVE PRV-NEXT(PRV-PTR) TO PRV-PTR
           .

      * The profiler, like every shared utility, leaves with its own
      * RETURN-CODE; hold the caller's across the call so a warning
      * code accumulated mid-run survives the brackets.
