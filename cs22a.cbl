      * to the -50..50 box before summing.  Malformed step records
      * go to the reject file through the shared writer and come
      * back through the REJIN=Y resubmission path.
      *
      * QUERY= names a file of reactor-engineering questions, asked
      * of the finished procedure (QUERY=Y reads cs22a.qry):
      *   POINT x=10,y=11,z=12
      *   BOX x=-5..5,y=0..3,z=1..1
      * A point is answered on or off with the step that last set
      * it -- the last step whose cuboid covers it, which the kept
      * step list finds by scanning backwards -- and a box with the
      * count of cubes on inside it, summed off the counted-cuboid
      * list the same way the initialization figure is.  Each
      * query and its answer go to cs22a.qans; a query that will
      * not parse is answered REJECTED with the reason and warned.
      *
       Program-ID. cs22a.
       Environment Division.
                                        File Status Is WS-REJ2-STAT.
           Select REJIN-DATA           Assign Dynamic WS-ASSIGN-NAME
                                        Organization Line Sequential.
           Select QRY-DATA             Assign Dynamic WS-QRY-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-QRY-STAT.
           Select QANS-DATA            Assign Dynamic WS-QANS-FNAME
                                        Organization Line Sequential.
       Data Division.
       File Section.
       FD  INPT-DATA.
       FD  REJIN-DATA.
       01  REJIN-DATA-REC     PIC X(288).

       FD  QRY-DATA.
       01  QRY-DATA-REC       PIC X(080).

       FD  QANS-DATA.
       01  QANS-DATA-REC      PIC X(160).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'cs22a'.
           05  CUB-TABLE-MAX      PIC 9(005) COMP    VALUE 20000.
           05  STP-TABLE-MAX      PIC 9(005) COMP    VALUE 5000.

       01  WORK-AREAS.
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
           05  WS-STEP-DISP       PIC 9(008)         VALUE 0.
           05  WS-INIT-DISP       PIC 9(018)         VALUE 0.
           05  WS-FULL-DISP       PIC 9(018)         VALUE 0.
           05  WS-QRY-FNAME       PIC X(080)         VALUE SPACES.
           05  WS-QRY-STAT        PIC X(002)         VALUE SPACES.
           05  WS-QANS-FNAME      PIC X(040)      VALUE 'cs22a.qans'.
           05  WS-LIN-LINE        PIC X(200)         VALUE SPACES.

       01  PARSE-AREAS.
           05  PRS-LINE           PIC X(080)         VALUE SPACES.
           05  STEP-Z2            PIC S9(009) COMP   VALUE 0.
           05  STEP-SIGN          PIC S9(001) COMP   VALUE 0.

      * Every applied step as parsed, in order, with the record it
      * came from, so a point can be traced to the step that last
      * set it.
       01  STP-TABLE.
           05  STP-COUNT          PIC 9(005) COMP    VALUE 0.
           05  STP-ENTRY OCCURS 5000 TIMES.
               10  STP-SIGN       PIC S9(001) COMP.
               10  STP-X1         PIC S9(009) COMP.
               10  STP-X2         PIC S9(009) COMP.
               10  STP-Y1         PIC S9(009) COMP.
               10  STP-Y2         PIC S9(009) COMP.
               10  STP-Z1         PIC S9(009) COMP.
               10  STP-Z2         PIC S9(009) COMP.
               10  STP-REC        PIC 9(010) COMP.

      * Query-file work: the parsed point or box, its answer, and
      * the counts for the audit line.
       01  QUERY-AREAS.
           05  QRY-REC-COUNT      PIC 9(009) COMP    VALUE 0.
           05  QRY-ASKED          PIC 9(009) COMP    VALUE 0.
           05  QRY-BAD-COUNT      PIC 9(009) COMP    VALUE 0.
           05  QRY-X1             PIC S9(009) COMP   VALUE 0.
           05  QRY-X2             PIC S9(009) COMP   VALUE 0.
           05  QRY-Y1             PIC S9(009) COMP   VALUE 0.
           05  QRY-Y2             PIC S9(009) COMP   VALUE 0.
           05  QRY-Z1             PIC S9(009) COMP   VALUE 0.
           05  QRY-Z2             PIC S9(009) COMP   VALUE 0.
           05  QRY-IDX            PIC 9(005) COMP    VALUE 0.
           05  QRY-HIT            PIC 9(005) COMP    VALUE 0.
           05  QRY-STATE          PIC X(003)         VALUE SPACES.
           05  QRY-ON-COUNT       PIC S9(018) COMP   VALUE 0.
           05  QRY-BOX-SIZE       PIC S9(018) COMP   VALUE 0.
           05  QRY-STEP-DISP      PIC Z(007)9.
           05  QRY-REC-DISP       PIC Z(009)9.
           05  QRY-ON-DISP        PIC Z(017)9.
           05  QRY-SIZE-DISP      PIC Z(017)9.
           05  QRY-ASKED-DISP     PIC 9(008)         VALUE 0.
           05  QRY-BAD-DISP       PIC 9(008)         VALUE 0.
           05  QRY-LINE-DISP      PIC 9(006)         VALUE 0.
       01  QANS-LINE.
           05  QA-QUERY           PIC X(060).
           05  FILLER             PIC X(004)         VALUE ' => '.
           05  QA-ANSWER          PIC X(096).

      * The counted-cuboid list the whole procedure folds into.
       01  CUB-TABLE.
           05  CUB-COUNT          PIC 9(005) COMP    VALUE 0.
           05  TABLE-FULL-SW      PIC X(001)         VALUE 'N'.
               88  CUB-TABLE-FULL                    VALUE 'Y'
                                                     FALSE 'N'.
           05  STP-FULL-SW        PIC X(001)         VALUE 'N'.
               88  STP-TABLE-FULL                    VALUE 'Y'
                                                     FALSE 'N'.
           05  QRY-EOF-SW         PIC X(001)         VALUE 'N'.
               88  QRY-EOF                           VALUE 'Y'
                                                     FALSE 'N'.
           05  QRY-WARN-SW        PIC X(001)         VALUE 'N'.
               88  QRY-WARNED                        VALUE 'Y'
                                                     FALSE 'N'.

       Procedure Division.
           DISPLAY MYNAME SPACE FUNCTION CURRENT-DATE
               MOVE '/dev/stdin' TO WS-ASSIGN-NAME
           END-IF

           IF NOT REJIN-MODE
               AND WS-ASSIGN-NAME NOT = '/dev/stdin'
               PERFORM 0250-CHECK-THE-CONTENT
           END-IF

           IF REJIN-MODE
               OPEN INPUT REJIN-DATA
           ELSE
               END-IF
           END-IF

      *    the answers are only as good as the list they come from,
      *    so an overflowed list answers nothing
           IF WS-QRY-FNAME NOT = SPACES
               IF CUB-TABLE-FULL
                   DISPLAY
                     MYNAME ' queries not answered, the signed-cuboid'
                     ' table overflowed'
               ELSE
                   PERFORM 6000-ANSWER-THE-QUERIES
               END-IF
           END-IF
           IF QRY-WARNED AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 9000-WRITE-AUDIT-LOG
           PERFORM 9900-DISPLAY-SUMMARY
           GOBACK.
      * of them is opened.
       0150-APPLY-ENV-PREFIX.
           CALL 'csenvfn' USING WS-REJ2-FNAME END-CALL
           CALL 'csenvfn' USING WS-QANS-FNAME END-CALL
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
                 IF FUNCTION UPPER-CASE(WS-CLI-VAL) = 'Y'
                     SET REJIN-MODE TO TRUE
                 END-IF
             WHEN 'QUERY'
                 IF FUNCTION UPPER-CASE(WS-CLI-VAL) = 'Y'
                     MOVE 'cs22a.qry' TO WS-QRY-FNAME
                     CALL 'csenvfn' USING WS-QRY-FNAME END-CALL
                 ELSE
                     MOVE WS-CLI-VAL TO WS-QRY-FNAME
                 END-IF
             WHEN OTHER
                 DISPLAY
                  MYNAME
           END-IF

           ADD 1 TO WS-STEP-COUNT
           PERFORM 2050-KEEP-THE-STEP
           MOVE 0 TO UPD-COUNT
           MOVE CUB-COUNT TO CUB-SCAN-TOP
           PERFORM VARYING CUB-IDX FROM 1 BY 1
           END-IF
           .

      * The step list is only for tracing points; once it is full
      * later points are answered from the cuboid list without a
      * step.
       2050-KEEP-THE-STEP.
           IF STP-COUNT >= STP-TABLE-MAX
               IF NOT STP-TABLE-FULL
                   DISPLAY
                     MYNAME ' warning - step list full at step '
                     WS-STEP-COUNT ', later points cannot be traced'
                   SET STP-TABLE-FULL TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO STP-COUNT
           MOVE STEP-SIGN TO STP-SIGN(STP-COUNT)
           MOVE STEP-X1   TO STP-X1(STP-COUNT)
           MOVE STEP-X2   TO STP-X2(STP-COUNT)
           MOVE STEP-Y1   TO STP-Y1(STP-COUNT)
           MOVE STEP-Y2   TO STP-Y2(STP-COUNT)
           MOVE STEP-Z1   TO STP-Z1(STP-COUNT)
           MOVE STEP-Z2   TO STP-Z2(STP-COUNT)
           IF REJIN-MODE
               MOVE WS-REJIN-ORIG-NUM TO STP-REC(STP-COUNT)
           ELSE
               MOVE WS-REC-COUNT TO STP-REC(STP-COUNT)
           END-IF
           .

      * A step record reads
      *   on x=10..12,y=10..12,z=10..12
      * with 'off' as the other verb; anything else about the
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Reactor-engineering queries against the finished procedure.
      * Each query line is answered on cs22a.qans next to its own
      * text; comment lines start with '*'.
      *----------------------------------------------------------------
       6000-ANSWER-THE-QUERIES.
           OPEN INPUT QRY-DATA
           IF WS-QRY-STAT NOT = '00'
               DISPLAY
                 MYNAME ' warning - query file missing or'
                 ' unreadable: ' FUNCTION TRIM(WS-QRY-FNAME)
               SET QRY-WARNED TO TRUE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT QANS-DATA
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cslinhd' USING
             MYNAME
             WS-RUN-ID
             WS-ASSIGN-NAME
             WS-LIN-LINE
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           WRITE QANS-DATA-REC FROM WS-LIN-LINE

           SET QRY-EOF TO FALSE
           PERFORM UNTIL QRY-EOF
             MOVE SPACES TO QRY-DATA-REC
             READ QRY-DATA
               AT END SET QRY-EOF TO TRUE
               NOT AT END
                 ADD 1 TO QRY-REC-COUNT
                 IF QRY-DATA-REC(1:1) NOT = '*'
                     AND QRY-DATA-REC NOT = SPACES
                     PERFORM 6100-ANSWER-ONE-QUERY
                 END-IF
             END-READ
           END-PERFORM
           CLOSE QRY-DATA QANS-DATA

           MOVE QRY-ASKED TO QRY-ASKED-DISP
           MOVE QRY-BAD-COUNT TO QRY-BAD-DISP
           DISPLAY
             MYNAME ' queries answered    ' QRY-ASKED-DISP
             ', rejected ' QRY-BAD-DISP
           DISPLAY
             MYNAME ' query answers written to '
             FUNCTION TRIM(WS-QANS-FNAME)
           IF QRY-BAD-COUNT > 0
               SET QRY-WARNED TO TRUE
           END-IF
           .

      * POINT takes x=n,y=n,z=n and BOX the step-record ranges; the
      * step parser does the box, so a box is held to the same rules
      * as a step.
       6100-ANSWER-ONE-QUERY.
           MOVE SPACES TO QANS-LINE
           MOVE QRY-DATA-REC TO QA-QUERY
           SET PARSE-OK TO TRUE
           MOVE SPACES TO WS-REJ-REASON PRS-VERB PRS-RANGES
           UNSTRING QRY-DATA-REC DELIMITED BY ALL SPACE
             INTO PRS-VERB PRS-RANGES
           END-UNSTRING
           MOVE SPACES TO PRS-AXIS-X PRS-AXIS-Y PRS-AXIS-Z
           UNSTRING PRS-RANGES DELIMITED BY ','
             INTO PRS-AXIS-X PRS-AXIS-Y PRS-AXIS-Z
           END-UNSTRING

           EVALUATE FUNCTION UPPER-CASE(PRS-VERB)
             WHEN 'POINT'
                 PERFORM 6110-PARSE-ONE-POINT
                 IF PARSE-OK
                     PERFORM 6200-ANSWER-ONE-POINT
                 END-IF
             WHEN 'BOX'
                 PERFORM 6120-PARSE-ONE-BOX
                 IF PARSE-OK
                     PERFORM 6300-ANSWER-ONE-BOX
                 END-IF
             WHEN OTHER
                 MOVE 'BAD QUERY VERB' TO WS-REJ-REASON
                 SET PARSE-OK TO FALSE
           END-EVALUATE

           IF PARSE-OK
               ADD 1 TO QRY-ASKED
           ELSE
               ADD 1 TO QRY-BAD-COUNT
               MOVE QRY-REC-COUNT TO QRY-LINE-DISP
               DISPLAY
                 MYNAME ' warning - query line ' QRY-LINE-DISP
                 ' rejected, ' WS-REJ-REASON
               STRING
                 'REJECTED '           DELIMITED SIZE
                 WS-REJ-REASON         DELIMITED SIZE
                 INTO QA-ANSWER
               END-STRING
           END-IF
           WRITE QANS-DATA-REC FROM QANS-LINE
           .

      * Each of x=, y=, z= must be the expected axis and one number.
       6110-PARSE-ONE-POINT.
           MOVE PRS-AXIS-X TO PRS-BODY
           MOVE 'x'        TO PRS-VERB
           PERFORM 6115-PARSE-POINT-AXIS
           IF NOT PARSE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE ISC-X1 TO QRY-X1 QRY-X2

           MOVE PRS-AXIS-Y TO PRS-BODY
           MOVE 'y'        TO PRS-VERB
           PERFORM 6115-PARSE-POINT-AXIS
           IF NOT PARSE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE ISC-X1 TO QRY-Y1 QRY-Y2

           MOVE PRS-AXIS-Z TO PRS-BODY
           MOVE 'z'        TO PRS-VERB
           PERFORM 6115-PARSE-POINT-AXIS
           IF NOT PARSE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE ISC-X1 TO QRY-Z1 QRY-Z2
           .

       6115-PARSE-POINT-AXIS.
           IF PRS-BODY = SPACES
               MOVE 'MISSING AXIS' TO WS-REJ-REASON
               SET PARSE-OK TO FALSE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION LOWER-CASE(PRS-BODY(1:1)) NOT = PRS-VERB(1:1)
               OR PRS-BODY(2:1) NOT = '='
               MOVE 'BAD AXIS NAME' TO WS-REJ-REASON
               SET PARSE-OK TO FALSE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(PRS-BODY(3:28)) NOT = 0
               MOVE 'BAD COORDINATE' TO WS-REJ-REASON
               SET PARSE-OK TO FALSE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(PRS-BODY(3:28)) TO ISC-X1
           .

       6120-PARSE-ONE-BOX.
           MOVE PRS-AXIS-X TO PRS-BODY
           MOVE 'x'        TO PRS-VERB
           PERFORM 2110-PARSE-ONE-AXIS
           IF NOT PARSE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE ISC-X1 TO QRY-X1
           MOVE ISC-X2 TO QRY-X2

           MOVE PRS-AXIS-Y TO PRS-BODY
           MOVE 'y'        TO PRS-VERB
           PERFORM 2110-PARSE-ONE-AXIS
           IF NOT PARSE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE ISC-X1 TO QRY-Y1
           MOVE ISC-X2 TO QRY-Y2

           MOVE PRS-AXIS-Z TO PRS-BODY
           MOVE 'z'        TO PRS-VERB
           PERFORM 2110-PARSE-ONE-AXIS
           IF NOT PARSE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE ISC-X1 TO QRY-Z1
           MOVE ISC-X2 TO QRY-Z2
           .

      * The last step covering the point decides it: on if that
      * step was an 'on', off otherwise, and never set if no step
      * covers it.  Past a full step list the cuboid list still
      * says on or off, but not which step did it.
       6200-ANSWER-ONE-POINT.
           MOVE 0 TO QRY-HIT
           IF NOT STP-TABLE-FULL
               PERFORM VARYING QRY-IDX FROM STP-COUNT BY -1
               UNTIL QRY-IDX < 1 OR QRY-HIT > 0
                 IF QRY-X1 >= STP-X1(QRY-IDX)
                     AND QRY-X1 <= STP-X2(QRY-IDX)
                     AND QRY-Y1 >= STP-Y1(QRY-IDX)
                     AND QRY-Y1 <= STP-Y2(QRY-IDX)
                     AND QRY-Z1 >= STP-Z1(QRY-IDX)
                     AND QRY-Z1 <= STP-Z2(QRY-IDX)
                     MOVE QRY-IDX TO QRY-HIT
                 END-IF
               END-PERFORM
           END-IF

           EVALUATE TRUE
             WHEN STP-TABLE-FULL
                 PERFORM 6310-COUNT-BOX-CUBES
                 IF QRY-ON-COUNT > 0
                     MOVE 'ON, SETTING STEP NOT TRACED' TO QA-ANSWER
                 ELSE
                     MOVE 'OFF, SETTING STEP NOT TRACED'
                       TO QA-ANSWER
                 END-IF
             WHEN QRY-HIT = 0
                 MOVE 'OFF, NEVER SET BY ANY STEP' TO QA-ANSWER
             WHEN OTHER
                 MOVE QRY-HIT TO QRY-STEP-DISP
                 MOVE STP-REC(QRY-HIT) TO QRY-REC-DISP
                 IF STP-SIGN(QRY-HIT) = 1
                     MOVE 'ON'  TO QRY-STATE
                 ELSE
                     MOVE 'OFF' TO QRY-STATE
                 END-IF
                 STRING
                   QRY-STATE           DELIMITED SPACE
                   ', LAST SET BY STEP ' DELIMITED SIZE
                   FUNCTION TRIM(QRY-STEP-DISP) DELIMITED SIZE
                   ' (RECORD '         DELIMITED SIZE
                   FUNCTION TRIM(QRY-REC-DISP) DELIMITED SIZE
                   ')'                 DELIMITED SIZE
                   INTO QA-ANSWER
                 END-STRING
           END-EVALUATE
           .

       6300-ANSWER-ONE-BOX.
           PERFORM 6310-COUNT-BOX-CUBES
           COMPUTE QRY-BOX-SIZE =
               (QRY-X2 - QRY-X1 + 1)
             * (QRY-Y2 - QRY-Y1 + 1)
             * (QRY-Z2 - QRY-Z1 + 1)
           MOVE QRY-ON-COUNT TO QRY-ON-DISP
           MOVE QRY-BOX-SIZE TO QRY-SIZE-DISP
           STRING
             FUNCTION TRIM(QRY-ON-DISP) DELIMITED SIZE
             ' OF '                    DELIMITED SIZE
             FUNCTION TRIM(QRY-SIZE-DISP) DELIMITED SIZE
             ' CUBES ON'               DELIMITED SIZE
             INTO QA-ANSWER
           END-STRING
           .

      * Cubes on inside the query box: every signed cuboid clipped
      * to the box and its count-weighted volume summed, as the
      * initialization figure is taken.
       6310-COUNT-BOX-CUBES.
           MOVE 0 TO QRY-ON-COUNT
           PERFORM VARYING CUB-IDX FROM 1 BY 1
           UNTIL CUB-IDX > CUB-COUNT
             COMPUTE ISC-X1 = FUNCTION MAX(CUB-X1(CUB-IDX), QRY-X1)
             COMPUTE ISC-X2 = FUNCTION MIN(CUB-X2(CUB-IDX), QRY-X2)
             COMPUTE ISC-Y1 = FUNCTION MAX(CUB-Y1(CUB-IDX), QRY-Y1)
             COMPUTE ISC-Y2 = FUNCTION MIN(CUB-Y2(CUB-IDX), QRY-Y2)
             COMPUTE ISC-Z1 = FUNCTION MAX(CUB-Z1(CUB-IDX), QRY-Z1)
             COMPUTE ISC-Z2 = FUNCTION MIN(CUB-Z2(CUB-IDX), QRY-Z2)
             IF ISC-X1 <= ISC-X2 AND ISC-Y1 <= ISC-Y2
                 AND ISC-Z1 <= ISC-Z2
                 COMPUTE CUB-VOLUME =
                     (ISC-X2 - ISC-X1 + 1)
                   * (ISC-Y2 - ISC-Y1 + 1)
                   * (ISC-Z2 - ISC-Z1 + 1)
                   * CUB-N(CUB-IDX)
                 ADD CUB-VOLUME TO QRY-ON-COUNT
             END-IF
           END-PERFORM
           .

       8010-READ-INPT-DATA.
           MOVE SPACES TO PRS-LINE
           IF REJIN-MODE
           MOVE FULL-TOTAL   TO WS-FULL-DISP
           MOVE WS-REC-COUNT TO WS-REC-COUNT-DISP
           MOVE WS-REJ-COUNT TO WS-REJ-COUNT-DISP
           MOVE QRY-ASKED    TO QRY-ASKED-DISP
           STRING
             ' INITON='                DELIMITED SIZE
             WS-INIT-DISP              DELIMITED SIZE
             WS-REC-COUNT-DISP         DELIMITED SIZE
             ' REJECTS='               DELIMITED SIZE
             WS-REJ-COUNT-DISP         DELIMITED SIZE
             ' QUERIES='               DELIMITED SIZE
             QRY-ASKED-DISP            DELIMITED SIZE
             ' RC='                    DELIMITED SIZE
             WS-RC-DISP                DELIMITED SIZE
             ' RUNID='                 DELIMITED SIZE
