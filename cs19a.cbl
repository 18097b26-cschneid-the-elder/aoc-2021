      * two scanners.  Alignment can run long, so each scanner
      * aligned is checkpointed to cs19a.ckpt in the header layout
      * csckmon watches.
      *
      * The aligned world frame is kept: cs19a.wld carries one S
      * record per scanner -- its world position, the orientation
      * that brought it into the world frame as the signed source
      * axes feeding world x, y, and z, the scanner it was aligned
      * through, and the beacons that matched -- followed by one B
      * record per distinct world beacon.  An alignment confidence
      * report on the console lists the same lineage and flags every
      * scanner placed on exactly the twelve-beacon minimum overlap,
      * since those are the placements to re-check first.
      *
       Program-ID. cs19a.
       Environment Division.
           Select CKPT-DATA            Assign Dynamic WS-CKPT-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-CKPT-STAT.
           Select WLD-DATA             Assign Dynamic WS-WLD-FNAME
                                        Organization Line Sequential.
       Data Division.
       File Section.
       FD  INPT-DATA.
       FD  CKPT-DATA.
       01  CKPT-DATA-REC      PIC X(200).

       FD  WLD-DATA.
       01  WLD-DATA-REC       PIC X(080).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'cs19a'.
           05  WS-REC-COUNT       PIC 9(008) COMP    VALUE 0.
           05  CLI-ARGS           PIC X(160)         VALUE SPACES.
           05  WS-ASSIGN-NAME     PIC X(080)         VALUE SPACES.
           05  WS-SNIF-SHAPE      PIC X(008)         VALUE SPACES.
           05  WS-SNIF-LIKELY     PIC X(008)         VALUE SPACES.
           05  WS-SNIF-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-SNIF-MSG        PIC X(008)         VALUE SPACES.
           05  WS-SNIF-INSERT     PIC X(060)         VALUE SPACES.
           05  WS-CLI-TOKEN       PIC X(080)         VALUE SPACES.
           05  WS-CLI-KEY         PIC X(020)         VALUE SPACES.
           05  WS-CLI-VAL         PIC X(080)         VALUE SPACES.
           05  CLI-PTR            PIC 9(003) COMP    VALUE 1.
           05  WS-AUDIT-LOG-NAME  PIC X(040)        VALUE 'csaudit.log'.
           05  WS-CKPT-FNAME      PIC X(040)      VALUE 'cs19a.ckpt'.
           05  WS-WLD-FNAME       PIC X(040)      VALUE 'cs19a.wld'.
           05  WS-LIN-LINE        PIC X(200)         VALUE SPACES.
           05  WS-AUDIT-KEYS      PIC X(160)         VALUE SPACES.
           05  WS-RC-DISP         PIC 9(004)         VALUE 0.
           05  WS-SUMM-RECS       PIC X(018)         VALUE SPACES.
           05  WS-MANH-DISP       PIC 9(009)         VALUE 0.
           05  WS-ALIGNED-DISP    PIC 9(004)         VALUE 0.
           05  WS-SCN-DISP        PIC 9(004)         VALUE 0.
           05  WS-VIA-DISP        PIC 9(004)         VALUE 0.
           05  WS-MATCH-DISP      PIC 9(004)         VALUE 0.
           05  WS-NEEDED-DISP     PIC 9(004)         VALUE 0.
           05  WS-MINOVLP-DISP    PIC 9(004)         VALUE 0.

       01  PARSE-AREAS.
           05  PRS-LINE           PIC X(080)         VALUE SPACES.
               10  SCN-PX         PIC S9(009) COMP.
               10  SCN-PY         PIC S9(009) COMP.
               10  SCN-PZ         PIC S9(009) COMP.
               10  SCN-ORI        PIC 9(004) COMP.
               10  SCN-VIA        PIC 9(004) COMP.
               10  SCN-MATCHES    PIC 9(004) COMP.
               10  SCN-BCN OCCURS 40 TIMES.
                   15  BCN-X      PIC S9(009) COMP.
                   15  BCN-Y      PIC S9(009) COMP.
           05  MANH-TRY           PIC 9(009) COMP    VALUE 0.
           05  SCN-I              PIC 9(004) COMP    VALUE 0.
           05  SCN-J              PIC 9(004) COMP    VALUE 0.
           05  MINOVLP-COUNT      PIC 9(004) COMP    VALUE 0.

      * One world-map record, S for a scanner or B for a beacon.
      * A scanner's orientation is written as the signed source axis
      * feeding world x, y, and z in turn, so +X+Y+Z is the world
      * frame itself.
       01  WLD-SCN-LINE.
           05  FILLER             PIC X(001)         VALUE 'S'.
           05  FILLER             PIC X(001)         VALUE SPACE.
           05  WL-SCANNER         PIC Z(006)9.
           05  FILLER             PIC X(002)         VALUE SPACES.
           05  WL-STATUS          PIC X(009).
           05  FILLER             PIC X(001)         VALUE SPACE.
           05  WL-X               PIC +9(007).
           05  FILLER             PIC X(001)         VALUE SPACE.
           05  WL-Y               PIC +9(007).
           05  FILLER             PIC X(001)         VALUE SPACE.
           05  WL-Z               PIC +9(007).
           05  FILLER             PIC X(002)         VALUE SPACES.
           05  WL-ORI             PIC Z9.
           05  FILLER             PIC X(002)         VALUE SPACES.
           05  WL-AXES            PIC X(006).
           05  FILLER             PIC X(002)         VALUE SPACES.
           05  WL-VIA             PIC X(006).
           05  FILLER             PIC X(002)         VALUE SPACES.
           05  WL-MATCHED         PIC X(004).
       01  WLD-BCN-LINE.
           05  FILLER             PIC X(001)         VALUE 'B'.
           05  FILLER             PIC X(020)         VALUE SPACES.
           05  WB-X               PIC +9(007).
           05  FILLER             PIC X(001)         VALUE SPACE.
           05  WB-Y               PIC +9(007).
           05  FILLER             PIC X(001)         VALUE SPACE.
           05  WB-Z               PIC +9(007).
       01  WLD-WORK.
           05  WLD-AXIS-NAMES     PIC X(003)         VALUE 'XYZ'.
           05  WLD-NUM-EDIT       PIC Z(003)9.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
               MOVE '/dev/stdin' TO WS-ASSIGN-NAME
           END-IF

           IF WS-ASSIGN-NAME NOT = '/dev/stdin'
               PERFORM 0250-CHECK-THE-CONTENT
           END-IF

           OPEN INPUT INPT-DATA
           PERFORM 8010-READ-INPT-DATA
           PERFORM 1100-LOAD-ONE-RECORD UNTIL INPT-DATA-EOF
      *    scanner 0 -- slot one -- anchors the world frame
           MOVE 'Y' TO SCN-ALIGNED-SW(1)
           MOVE 0 TO SCN-PX(1) SCN-PY(1) SCN-PZ(1)
           MOVE 1 TO SCN-ORI(1)
           MOVE 1 TO ALIGNED-COUNT
           PERFORM 7000-WRITE-CHECKPOINT


           PERFORM 3000-COUNT-DISTINCT-BEACONS
           PERFORM 3100-FIND-WIDEST-SPREAD
           PERFORM 3200-REPORT-CONFIDENCE
           PERFORM 3300-WRITE-WORLD-MAP

           MOVE ALL-COUNT  TO WS-BCN-DISP
           MOVE MANH-BEST  TO WS-MANH-DISP
      * of them is opened.
       0150-APPLY-ENV-PREFIX.
           CALL 'csenvfn' USING WS-CKPT-FNAME END-CALL
           CALL 'csenvfn' USING WS-WLD-FNAME END-CALL
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
                     ADD 1 TO SCN-COUNT
                     MOVE 0   TO SCN-BCN-COUNT(SCN-COUNT)
                     MOVE 'N' TO SCN-ALIGNED-SW(SCN-COUNT)
                     MOVE 0   TO SCN-ORI(SCN-COUNT)
                               SCN-VIA(SCN-COUNT)
                               SCN-MATCHES(SCN-COUNT)
                 END-IF
             WHEN SCN-COUNT = 0
                 DISPLAY
           MOVE TRY-TY TO SCN-PY(CND-IDX)
           MOVE TRY-TZ TO SCN-PZ(CND-IDX)
           MOVE 'Y' TO SCN-ALIGNED-SW(CND-IDX)
      *    a successful landing count ran the whole beacon list, so
      *    the tally is the true overlap and not just the first twelve
           MOVE ORI-IDX   TO SCN-ORI(CND-IDX)
           MOVE ALN-IDX   TO SCN-VIA(CND-IDX)
           MOVE HIT-TALLY TO SCN-MATCHES(CND-IDX)
           MOVE CND-IDX TO WS-SCN-DISP
           SUBTRACT 1 FROM WS-SCN-DISP
           DISPLAY
           END-PERFORM
           .

      * Alignment confidence: which scanner each one was aligned
      * through and on how many matched beacons.  A placement on
      * exactly the minimum overlap has no margin -- one misread
      * beacon and it would not have aligned at all -- so it is
      * flagged for re-checking.
       3200-REPORT-CONFIDENCE.
           MOVE 0 TO MINOVLP-COUNT
           MOVE MATCH-NEEDED TO WS-NEEDED-DISP
           DISPLAY MYNAME ' alignment confidence'
           PERFORM VARYING SCN-I FROM 1 BY 1
           UNTIL SCN-I > SCN-COUNT
             COMPUTE WS-SCN-DISP = SCN-I - 1
             EVALUATE TRUE
               WHEN SCN-I = 1
                   DISPLAY
                     MYNAME ' scanner ' WS-SCN-DISP
                     ' anchors the world frame'
               WHEN SCN-ALIGNED-SW(SCN-I) NOT = 'Y'
                   DISPLAY
                     MYNAME ' scanner ' WS-SCN-DISP
                     ' not aligned'
               WHEN OTHER
                   COMPUTE WS-VIA-DISP = SCN-VIA(SCN-I) - 1
                   MOVE SCN-MATCHES(SCN-I) TO WS-MATCH-DISP
                   IF SCN-MATCHES(SCN-I) = MATCH-NEEDED
                       ADD 1 TO MINOVLP-COUNT
                       DISPLAY
                         MYNAME ' scanner ' WS-SCN-DISP
                         ' via scanner ' WS-VIA-DISP
                         ' matched ' WS-MATCH-DISP
                         ' of ' WS-NEEDED-DISP
                         ' - minimum overlap, recheck'
                   ELSE
                       DISPLAY
                         MYNAME ' scanner ' WS-SCN-DISP
                         ' via scanner ' WS-VIA-DISP
                         ' matched ' WS-MATCH-DISP
                         ' of ' WS-NEEDED-DISP
                   END-IF
             END-EVALUATE
           END-PERFORM
           MOVE MINOVLP-COUNT TO WS-MINOVLP-DISP
           DISPLAY
             MYNAME ' scanners on the minimum overlap '
             WS-MINOVLP-DISP
           .

      * The world frame for the trench-mapping team: the scanner
      * records first, then every distinct beacon.
       3300-WRITE-WORLD-MAP.
           OPEN OUTPUT WLD-DATA
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cslinhd' USING
             MYNAME
             WS-RUN-ID
             WS-ASSIGN-NAME
             WS-LIN-LINE
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           WRITE WLD-DATA-REC FROM WS-LIN-LINE
           MOVE SPACES TO WLD-DATA-REC
           STRING
             '* SCANNER  STATUS           X        Y        Z'
                                       DELIMITED SIZE
             ' ORI  AXES    VIA  MATCHED'
                                       DELIMITED SIZE
             INTO WLD-DATA-REC
           END-STRING
           WRITE WLD-DATA-REC
           PERFORM VARYING SCN-I FROM 1 BY 1
           UNTIL SCN-I > SCN-COUNT
             PERFORM 3310-WRITE-SCANNER-LINE
           END-PERFORM
           MOVE SPACES TO WLD-DATA-REC
           STRING
             '*                          X        Y        Z'
                                       DELIMITED SIZE
             INTO WLD-DATA-REC
           END-STRING
           WRITE WLD-DATA-REC
           PERFORM VARYING ALL-IDX FROM 1 BY 1
           UNTIL ALL-IDX > ALL-COUNT
             MOVE ALL-X(ALL-IDX) TO WB-X
             MOVE ALL-Y(ALL-IDX) TO WB-Y
             MOVE ALL-Z(ALL-IDX) TO WB-Z
             WRITE WLD-DATA-REC FROM WLD-BCN-LINE
           END-PERFORM
           CLOSE WLD-DATA
           DISPLAY
             MYNAME ' world frame written to '
             FUNCTION TRIM(WS-WLD-FNAME)
           .

      * An unaligned scanner has no world position, so only its
      * number and status go out.
       3310-WRITE-SCANNER-LINE.
           COMPUTE WL-SCANNER = SCN-I - 1
           MOVE SPACES TO WL-AXES WL-VIA WL-MATCHED
           MOVE 0 TO WL-X WL-Y WL-Z WL-ORI
           EVALUATE TRUE
             WHEN SCN-ALIGNED-SW(SCN-I) NOT = 'Y'
                 MOVE 'UNALIGNED' TO WL-STATUS
             WHEN SCN-I = 1
                 MOVE 'ANCHOR'    TO WL-STATUS
                 MOVE 'ANCHOR'    TO WL-VIA
             WHEN OTHER
                 MOVE 'ALIGNED'   TO WL-STATUS
                 COMPUTE WLD-NUM-EDIT = SCN-VIA(SCN-I) - 1
                 MOVE WLD-NUM-EDIT TO WL-VIA
                 MOVE SCN-MATCHES(SCN-I) TO WLD-NUM-EDIT
                 MOVE WLD-NUM-EDIT TO WL-MATCHED
           END-EVALUATE
           IF SCN-ALIGNED-SW(SCN-I) = 'Y'
               MOVE SCN-PX(SCN-I)  TO WL-X
               MOVE SCN-PY(SCN-I)  TO WL-Y
               MOVE SCN-PZ(SCN-I)  TO WL-Z
               MOVE SCN-ORI(SCN-I) TO WL-ORI
               MOVE SCN-ORI(SCN-I) TO ORI-IDX
               MOVE ORI-SIGN-X(ORI-IDX) TO WL-AXES(1:1)
               MOVE WLD-AXIS-NAMES(ORI-AXIS-X(ORI-IDX):1)
                 TO WL-AXES(2:1)
               MOVE ORI-SIGN-Y(ORI-IDX) TO WL-AXES(3:1)
               MOVE WLD-AXIS-NAMES(ORI-AXIS-Y(ORI-IDX):1)
                 TO WL-AXES(4:1)
               MOVE ORI-SIGN-Z(ORI-IDX) TO WL-AXES(5:1)
               MOVE WLD-AXIS-NAMES(ORI-AXIS-Z(ORI-IDX):1)
                 TO WL-AXES(6:1)
           END-IF
           WRITE WLD-DATA-REC FROM WLD-SCN-LINE
           .

      * Overwrites cs19a.ckpt with the alignment progress in the
      * header layout csckmon watches, so the operator can tell a
      * long alignment from a hung one.
           MOVE MANH-BEST TO WS-MANH-DISP
           MOVE WS-REC-COUNT TO WS-REC-COUNT-DISP
           MOVE ALIGNED-COUNT TO WS-ALIGNED-DISP
           MOVE MINOVLP-COUNT TO WS-MINOVLP-DISP
           STRING
             ' BEACONS='               DELIMITED SIZE
             WS-BCN-DISP               DELIMITED SIZE
             WS-MANH-DISP              DELIMITED SIZE
             ' ALIGNED='               DELIMITED SIZE
             WS-ALIGNED-DISP           DELIMITED SIZE
             ' MINOVLP='               DELIMITED SIZE
             WS-MINOVLP-DISP           DELIMITED SIZE
             ' RECS='                  DELIMITED SIZE
             WS-REC-COUNT-DISP         DELIMITED SIZE
             ' RC='                    DELIMITED SIZE
