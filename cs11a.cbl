      * instead of being fixed at 10x10, the first step on which
      * every octopus flashes together is reported, and an energy
      * level snapshot is dropped to cs11a.egy after every step.
      *
      * An optional scenario file (SCENARIO=) of timed energy
      * injections disturbs the grid during the steps it names; the
      * undisturbed baseline is run first and the two are compared
      * side by side in cs11a.rpt.
      *
       Program-ID. cs11a.
       Environment Division.
           Select CKPT-DATA            Assign Dynamic WS-CKPT-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-CKPT-STAT.
           Select SCEN-DATA            Assign Dynamic WS-SCEN-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-SCEN-STAT.
       Data Division.
       File Section.
       FD  INPT-DATA.
       FD  CKPT-DATA.
       01  CKPT-DATA-REC      PIC X(1000).

       FD  SCEN-DATA.
       01  SCEN-DATA-REC      PIC X(080).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008)         VALUE 'cs11a'.
           05  STEP-COUNT         PIC 9(018)  COMP   VALUE 0.
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
           05  FREQ-COL-DISP      PIC 9(003)         VALUE 0.
           05  NEVER-DISP         PIC 9(006)         VALUE 0.

      * Disturbance scenario: timed injections from the scenario
      * file, and the undisturbed baseline they are measured against.
           05  WS-SCEN-FNAME      PIC X(080)         VALUE SPACES.
           05  WS-SCEN-STAT       PIC X(002)         VALUE SPACES.
           05  WS-CK-SCEN         PIC X(080)         VALUE SPACES.
           05  SCEN-REC-COUNT     PIC 9(009) COMP    VALUE 0.
           05  SCEN-BAD-COUNT     PIC 9(009) COMP    VALUE 0.
           05  SCEN-TOKEN         PIC X(080)         VALUE SPACES.
           05  SCEN-KEY           PIC X(020)         VALUE SPACES.
           05  SCEN-VAL           PIC X(080)         VALUE SPACES.
           05  SCEN-PTR           PIC 9(003) COMP    VALUE 1.
           05  SCEN-LO-VAL        PIC X(020)         VALUE SPACES.
           05  SCEN-HI-VAL        PIC X(020)         VALUE SPACES.
           05  SCEN-LO            PIC S9(009) COMP   VALUE 0.
           05  SCEN-HI            PIC S9(009) COMP   VALUE 0.
           05  SCEN-LIMIT         PIC 9(009) COMP    VALUE 0.
           05  SCEN-BAD-REASON    PIC X(040)         VALUE SPACES.
           05  SCEN-REC-DISP      PIC 9(006)         VALUE 0.
           05  INJ-TABLE-MAX      PIC 9(004) COMP    VALUE 200.
           05  INJ-COUNT          PIC 9(004) COMP    VALUE 0.
           05  INJ-IDX            PIC 9(004) COMP    VALUE 0.
           05  INJ-APPLIED        PIC 9(009) COMP    VALUE 0.
           05  INJ-CELLS          PIC 9(009) COMP    VALUE 0.
           05  INJ-ENTRY OCCURS 200 TIMES.
               10  INJ-STEP       PIC 9(009) COMP.
               10  INJ-ROW-LO     PIC 9(009) COMP.
               10  INJ-ROW-HI     PIC 9(009) COMP.
               10  INJ-COL-LO     PIC 9(009) COMP.
               10  INJ-COL-HI     PIC 9(009) COMP.
               10  INJ-AMT        PIC 9(004) COMP.
               10  INJ-OP         PIC X(001).
                   88  INJ-OP-ADD                    VALUE 'A'.
                   88  INJ-OP-SET                    VALUE 'S'.
               10  INJ-DONE-SW    PIC X(001).
                   88  INJ-DONE                      VALUE 'Y'
                                                     FALSE 'N'.
           05  BASE-FLASHES       PIC 9(018) COMP    VALUE 0.
           05  BASE-SYNC-STEP     PIC 9(018) COMP    VALUE 0.
           05  SCEN-FLASHES       PIC 9(018) COMP    VALUE 0.
           05  SCEN-STEPS         PIC 9(009) COMP    VALUE 0.
           05  CMP-DIFF           PIC S9(018) COMP   VALUE 0.
           05  CMP-BASE-DISP      PIC Z(017)9.
           05  CMP-SCEN-DISP      PIC Z(017)9.
           05  CMP-DIFF-DISP      PIC -(017)9.
           05  CMP-BASE-TEXT      PIC X(018)         VALUE SPACES.
           05  CMP-SCEN-TEXT      PIC X(018)         VALUE SPACES.
           05  CMP-DIFF-TEXT      PIC X(018)         VALUE SPACES.
           05  INJ-STEP-DISP      PIC 9(006)         VALUE 0.
           05  INJ-ROW-LO-DISP    PIC 9(003)         VALUE 0.
           05  INJ-ROW-HI-DISP    PIC 9(003)         VALUE 0.
           05  INJ-COL-LO-DISP    PIC 9(003)         VALUE 0.
           05  INJ-COL-HI-DISP    PIC 9(003)         VALUE 0.
           05  INJ-AMT-DISP       PIC 9(003)         VALUE 0.
           05  INJ-COUNT-DISP     PIC 9(004)         VALUE 0.
           05  INJ-APPLIED-DISP   PIC 9(009)         VALUE 0.
           05  INJ-CELLS-DISP     PIC 9(009)         VALUE 0.
           05  WS-RPT-ACTION      PIC X(001)         VALUE SPACES.
           05  WS-RPT-TITLE       PIC X(040)         VALUE SPACES.
           05  WS-RPT-LINE        PIC X(132)         VALUE SPACES.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           05  WS-START-TIME-R    REDEFINES WS-START-TIME.
           05  RESUME-SW          PIC X(001)         VALUE 'N'.
               88  RESUME-REQUESTED                  VALUE 'Y'
                                                     FALSE 'N'.
           05  SCENARIO-SW        PIC X(001)         VALUE 'N'.
               88  SCENARIO-ACTIVE                   VALUE 'Y'
                                                     FALSE 'N'.
           05  BASELINE-SW        PIC X(001)         VALUE 'N'.
               88  BASELINE-PASS                     VALUE 'Y'
                                                     FALSE 'N'.
           05  BASE-SYNC-SW       PIC X(001)         VALUE 'N'.
               88  BASE-SYNC-FOUND                   VALUE 'Y'
                                                     FALSE 'N'.
           05  SCEN-WARN-SW       PIC X(001)         VALUE 'N'.
               88  SCEN-WARNED                       VALUE 'Y'
                                                     FALSE 'N'.
           05  SCEN-LINE-SW       PIC X(001)         VALUE 'Y'.
               88  SCEN-LINE-OK                      VALUE 'Y'
                                                     FALSE 'N'.

       01  OCTOPUS-TABLE EXTERNAL.
           05  OCTO-ROW OCCURS 200 TIMES.
       77  ROW-MAX       EXTERNAL PIC 9(009) COMP.
       77  COL-MAX       EXTERNAL PIC 9(009) COMP.

      * The starting energy levels, held while the undisturbed
      * baseline runs so the scenario run starts from the same grid.
       01  SAVED-GRID.
           05  SAVE-ROW OCCURS 200 TIMES.
               10  SAVE-E-LVL     PIC 9(004) COMP OCCURS 200 TIMES.

       Procedure Division.
           DISPLAY MYNAME SPACE FUNCTION CURRENT-DATE
           ACCEPT WS-START-TIME FROM TIME

           DISPLAY MYNAME ' number of steps ' NB-STEPS

           IF WS-ASSIGN-NAME NOT = '/dev/stdin'
               PERFORM 0250-CHECK-THE-CONTENT
           END-IF

           OPEN INPUT INPT-DATA

           PERFORM 8010-READ-INPT-DATA

           MOVE ROW-IDX TO ROW-MAX

      *    the baseline runs from the grid as loaded, before any
      *    checkpoint is restored over it
           IF WS-SCEN-FNAME NOT = SPACES
               PERFORM 3000-LOAD-SCENARIO
           END-IF
           IF SCENARIO-ACTIVE
               PERFORM 3100-RUN-BASELINE
           END-IF

           IF RESUME-REQUESTED
               PERFORM 7010-READ-CHECKPOINT
           END-IF

           PERFORM 2000-PROCESS-INPUT
             UNTIL STEP-COUNT >= NB-STEPS
           MOVE TOTAL-FLASHES TO SCEN-FLASHES
           MOVE NB-STEPS TO SCEN-STEPS

      *    the cycle study keeps stepping, and the step paragraph
      *    streams energy snapshots, so it runs while the export
           IF FP-REFUSED AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
      *    likewise a scenario that was missing or had lines skipped
           IF SCEN-WARNED AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 6000-EXPORT-FLASH-FREQUENCY

           IF SCENARIO-ACTIVE
               PERFORM 3300-REPORT-SCENARIO
           END-IF

           PERFORM 9000-WRITE-AUDIT-LOG
           PERFORM 9900-DISPLAY-SUMMARY
           GOBACK.
           CALL 'csenvfn' USING WS-CKPT-FNAME END-CALL
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
      * separated by spaces; unpack one token here.
       1010-APPLY-CLI-TOKEN.
                 IF FUNCTION UPPER-CASE(WS-CLI-VAL) = 'Y'
                     SET RESUME-REQUESTED TO TRUE
                 END-IF
             WHEN 'SCENARIO'
                 MOVE WS-CLI-VAL TO WS-SCEN-FNAME
             WHEN 'RUNID'
                 MOVE WS-CLI-VAL TO WS-RUN-ID
             WHEN OTHER
               CALL 'octodump' USING MYNAME END-CALL
           END-IF

           IF SCENARIO-ACTIVE AND NOT BASELINE-PASS
               PERFORM 3200-APPLY-INJECTIONS
           END-IF

           PERFORM VARYING ROW-IDX FROM 1 BY 1
           UNTIL ROW-IDX > ROW-MAX
           AFTER COL-IDX FROM 1 BY 1
           IF ALL-FLASHED AND NOT FIRST-SYNC-FOUND
               SET FIRST-SYNC-FOUND TO TRUE
               MOVE STEP-COUNT TO SYNC-STEP
               IF NOT BASELINE-PASS
                   DISPLAY
                     MYNAME ' all octopuses flashed together first'
                     ' on step ' SYNC-STEP
               END-IF
           END-IF

      *    the baseline leaves no artifacts of its own; snapshots and
      *    checkpoints belong to the run being reported
           IF BASELINE-PASS
               EXIT PARAGRAPH
           END-IF

           PERFORM 2500-EXPORT-ENERGY-SNAPSHOT
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Disturbance scenario file, one timed injection a line, in
      * the same KEYWORD=VALUE form as the command line:
      *   STEP=n ROWS=r1-r2 COLS=c1-c2 OP=ADD AMT=n
      *   STEP=n ROWS=r OP=SET AMT=0
      * ROWS and COLS take a single index, a range, or * for the
      * whole grid, and default to the whole grid when omitted;
      * ranges running off the grid are clipped to it.  Lines
      * starting with * are comments.  A bad line is reported and
      * skipped; a missing file runs the plain simulation.
      *----------------------------------------------------------------
       3000-LOAD-SCENARIO.
           OPEN INPUT SCEN-DATA
           IF WS-SCEN-STAT NOT = '00'
               DISPLAY
                 MYNAME ' scenario file missing or unreadable: '
                 WS-SCEN-FNAME
               MOVE SPACES TO WS-SCEN-FNAME
               SET SCEN-WARNED TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SCEN-STAT NOT = '00'
             MOVE SPACES TO SCEN-DATA-REC
             READ SCEN-DATA
               NOT AT END
                 ADD 1 TO SCEN-REC-COUNT
                 IF SCEN-DATA-REC(1:1) NOT = '*'
                     AND SCEN-DATA-REC NOT = SPACES
                     IF INJ-COUNT < INJ-TABLE-MAX
                         ADD 1 TO INJ-COUNT
                         PERFORM 3010-PARSE-ONE-INJECTION
                     ELSE
                         MOVE 'INJECTION TABLE FULL' TO SCEN-BAD-REASON
                         PERFORM 3030-REPORT-BAD-INJECTION
                     END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SCEN-DATA

           MOVE INJ-COUNT TO INJ-COUNT-DISP
           DISPLAY MYNAME ' scenario injections ' INJ-COUNT-DISP
           IF SCEN-BAD-COUNT > 0
               SET SCEN-WARNED TO TRUE
           END-IF
           IF INJ-COUNT = 0
               DISPLAY
                 MYNAME ' scenario holds no usable injection, running'
                 ' undisturbed'
               MOVE SPACES TO WS-SCEN-FNAME
               SET SCEN-WARNED TO TRUE
           ELSE
               SET SCENARIO-ACTIVE TO TRUE
           END-IF
           .

       3010-PARSE-ONE-INJECTION.
           INITIALIZE INJ-ENTRY(INJ-COUNT)
           SET INJ-DONE(INJ-COUNT) TO FALSE
           MOVE 1       TO INJ-ROW-LO(INJ-COUNT)
           MOVE ROW-MAX TO INJ-ROW-HI(INJ-COUNT)
           MOVE 1       TO INJ-COL-LO(INJ-COUNT)
           MOVE COL-MAX TO INJ-COL-HI(INJ-COUNT)
           SET SCEN-LINE-OK TO TRUE
           MOVE SPACES TO SCEN-BAD-REASON
           SET SCEN-PTR TO 1
           PERFORM UNTIL SCEN-PTR > LENGTH OF SCEN-DATA-REC
             OR NOT SCEN-LINE-OK
             MOVE SPACES TO SCEN-TOKEN
             UNSTRING SCEN-DATA-REC DELIMITED BY SPACE
               INTO SCEN-TOKEN
               WITH POINTER SCEN-PTR
             END-UNSTRING
             IF SCEN-TOKEN NOT = SPACES
                 CALL 'cscliptk' USING
                   SCEN-TOKEN
                   SCEN-KEY
                   SCEN-VAL
                 END-CALL
                 EVALUATE FUNCTION UPPER-CASE(SCEN-KEY)
                   WHEN 'STEP'
                       IF FUNCTION TEST-NUMVAL(SCEN-VAL) = 0
                           AND FUNCTION NUMVAL(SCEN-VAL) > 0
                           MOVE FUNCTION NUMVAL(SCEN-VAL)
                             TO INJ-STEP(INJ-COUNT)
                       ELSE
                           MOVE 'BAD STEP' TO SCEN-BAD-REASON
                       END-IF
                   WHEN 'ROWS'
                       MOVE ROW-MAX TO SCEN-LIMIT
                       PERFORM 3020-PARSE-CELL-RANGE
                       MOVE SCEN-LO TO INJ-ROW-LO(INJ-COUNT)
                       MOVE SCEN-HI TO INJ-ROW-HI(INJ-COUNT)
                   WHEN 'COLS'
                       MOVE COL-MAX TO SCEN-LIMIT
                       PERFORM 3020-PARSE-CELL-RANGE
                       MOVE SCEN-LO TO INJ-COL-LO(INJ-COUNT)
                       MOVE SCEN-HI TO INJ-COL-HI(INJ-COUNT)
                   WHEN 'OP'
                       EVALUATE FUNCTION UPPER-CASE(SCEN-VAL)
                         WHEN 'ADD'
                             SET INJ-OP-ADD(INJ-COUNT) TO TRUE
                         WHEN 'SET'
                             SET INJ-OP-SET(INJ-COUNT) TO TRUE
                         WHEN OTHER
                             MOVE 'OP NOT ADD OR SET'
                               TO SCEN-BAD-REASON
                       END-EVALUATE
                   WHEN 'AMT'
                       IF FUNCTION TEST-NUMVAL(SCEN-VAL) = 0
                           AND FUNCTION NUMVAL(SCEN-VAL) >= 0
                           AND FUNCTION NUMVAL(SCEN-VAL) <= 999
                           MOVE FUNCTION NUMVAL(SCEN-VAL)
                             TO INJ-AMT(INJ-COUNT)
                       ELSE
                           MOVE 'AMT NOT 0-999' TO SCEN-BAD-REASON
                       END-IF
                   WHEN OTHER
                       MOVE 'KEYWORD NOT RECOGNIZED'
                         TO SCEN-BAD-REASON
                 END-EVALUATE
                 IF SCEN-BAD-REASON NOT = SPACES
                     SET SCEN-LINE-OK TO FALSE
                 END-IF
             END-IF
           END-PERFORM

           EVALUATE TRUE
             WHEN NOT SCEN-LINE-OK
                 CONTINUE
             WHEN INJ-STEP(INJ-COUNT) = 0
                 MOVE 'STEP MISSING' TO SCEN-BAD-REASON
             WHEN INJ-OP(INJ-COUNT) = SPACE
                 MOVE 'OP MISSING' TO SCEN-BAD-REASON
           END-EVALUATE
           IF SCEN-BAD-REASON NOT = SPACES
               PERFORM 3030-REPORT-BAD-INJECTION
               SUBTRACT 1 FROM INJ-COUNT
           END-IF
           .

      * One ROWS= or COLS= value into SCEN-LO / SCEN-HI, clipped to
      * SCEN-LIMIT; a range entirely off the grid is refused.
       3020-PARSE-CELL-RANGE.
           MOVE 1 TO SCEN-LO
           MOVE SCEN-LIMIT TO SCEN-HI
           IF SCEN-VAL = '*'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SCEN-LO-VAL SCEN-HI-VAL
           UNSTRING SCEN-VAL DELIMITED BY '-'
             INTO SCEN-LO-VAL SCEN-HI-VAL
           END-UNSTRING
           IF SCEN-HI-VAL = SPACES
               MOVE SCEN-LO-VAL TO SCEN-HI-VAL
           END-IF
           IF FUNCTION TEST-NUMVAL(SCEN-LO-VAL) NOT = 0
               OR FUNCTION TEST-NUMVAL(SCEN-HI-VAL) NOT = 0
               MOVE 'BAD CELL RANGE' TO SCEN-BAD-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(SCEN-LO-VAL) TO SCEN-LO
           MOVE FUNCTION NUMVAL(SCEN-HI-VAL) TO SCEN-HI
           IF SCEN-LO < 1
               MOVE 1 TO SCEN-LO
           END-IF
           IF SCEN-HI > SCEN-LIMIT
               MOVE SCEN-LIMIT TO SCEN-HI
           END-IF
           IF SCEN-LO > SCEN-HI
               MOVE 'CELL RANGE OFF THE GRID' TO SCEN-BAD-REASON
           END-IF
           .

       3030-REPORT-BAD-INJECTION.
           ADD 1 TO SCEN-BAD-COUNT
           MOVE SCEN-REC-COUNT TO SCEN-REC-DISP
           DISPLAY
             MYNAME ' warning - scenario line ' SCEN-REC-DISP
             ' skipped, ' SCEN-BAD-REASON
           .

      *----------------------------------------------------------------
      * The undisturbed baseline: the loaded grid is stepped under
      * the natural rules alone for the same number of steps (and,
      * in a cycle study, on to the first synchronization or the
      * step cap) with no snapshots or checkpoints, then the grid
      * and counters are put back for the scenario run.
      *----------------------------------------------------------------
       3100-RUN-BASELINE.
           PERFORM VARYING ROW-IDX FROM 1 BY 1
           UNTIL ROW-IDX > ROW-MAX
           AFTER COL-IDX FROM 1 BY 1
           UNTIL COL-IDX > COL-MAX
             MOVE OCTO-E-LVL(ROW-IDX,COL-IDX)
               TO SAVE-E-LVL(ROW-IDX,COL-IDX)
           END-PERFORM

           SET BASELINE-PASS TO TRUE
           PERFORM 2000-PROCESS-INPUT
             UNTIL STEP-COUNT >= NB-STEPS
           MOVE TOTAL-FLASHES TO BASE-FLASHES
           IF CYCLE-MODE
               PERFORM 2000-PROCESS-INPUT
                 UNTIL FIRST-SYNC-FOUND
                 OR STEP-COUNT >= CYC-CAP
           END-IF
           MOVE FIRST-SYNC-SW TO BASE-SYNC-SW
           MOVE SYNC-STEP TO BASE-SYNC-STEP
           SET BASELINE-PASS TO FALSE

           PERFORM VARYING ROW-IDX FROM 1 BY 1
           UNTIL ROW-IDX > ROW-MAX
           AFTER COL-IDX FROM 1 BY 1
           UNTIL COL-IDX > COL-MAX
             MOVE SAVE-E-LVL(ROW-IDX,COL-IDX)
               TO OCTO-E-LVL(ROW-IDX,COL-IDX)
             SET  OCTO-FLASHED(ROW-IDX,COL-IDX) TO FALSE
             MOVE 0 TO OCTO-FLASH-CT(ROW-IDX,COL-IDX)
           END-PERFORM
           MOVE 0 TO STEP-COUNT TOTAL-FLASHES SYNC-STEP
           SET FIRST-SYNC-FOUND TO FALSE
           SET ALL-FLASHED TO FALSE

           MOVE BASE-FLASHES TO TOTAL-FLASHES-DISP
           DISPLAY MYNAME ' baseline flashes ' TOTAL-FLASHES-DISP
           .

      * Injections land after the step's natural energy rise and
      * before any octopus flashes, so a raised block flashes on the
      * step named and a zeroed row goes into the flash pass at zero.
       3200-APPLY-INJECTIONS.
           PERFORM VARYING INJ-IDX FROM 1 BY 1
           UNTIL INJ-IDX > INJ-COUNT
             IF INJ-STEP(INJ-IDX) = STEP-COUNT + 1
                 SET INJ-DONE(INJ-IDX) TO TRUE
                 ADD 1 TO INJ-APPLIED
                 PERFORM 3210-INJECT-ONE-BLOCK
             END-IF
           END-PERFORM
           .

       3210-INJECT-ONE-BLOCK.
           PERFORM VARYING ROW-IDX FROM INJ-ROW-LO(INJ-IDX) BY 1
           UNTIL ROW-IDX > INJ-ROW-HI(INJ-IDX)
           AFTER COL-IDX FROM INJ-COL-LO(INJ-IDX) BY 1
           UNTIL COL-IDX > INJ-COL-HI(INJ-IDX)
             ADD 1 TO INJ-CELLS
             IF INJ-OP-SET(INJ-IDX)
                 MOVE INJ-AMT(INJ-IDX) TO OCTO-E-LVL(ROW-IDX,COL-IDX)
             ELSE
                 ADD INJ-AMT(INJ-IDX) TO OCTO-E-LVL(ROW-IDX,COL-IDX)
                   ON SIZE ERROR
                     MOVE 9999 TO OCTO-E-LVL(ROW-IDX,COL-IDX)
                 END-ADD
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * cs11a.rpt: the scenario run beside the undisturbed baseline,
      * then the injections as loaded and whether each one fell
      * inside the steps simulated.
      *----------------------------------------------------------------
       3300-REPORT-SCENARIO.
           MOVE 'O' TO WS-RPT-ACTION
           MOVE 'DISTURBANCE SCENARIO VS BASELINE' TO WS-RPT-TITLE
           MOVE SPACES TO WS-RPT-LINE
           STRING
             'SCENARIO FILE ' DELIMITED SIZE
             WS-SCEN-FNAME    DELIMITED SPACE
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 9200-WRITE-REPORT-LINE

           MOVE 'L' TO WS-RPT-ACTION
           MOVE INJ-COUNT   TO INJ-COUNT-DISP
           MOVE INJ-APPLIED TO INJ-APPLIED-DISP
           MOVE INJ-CELLS   TO INJ-CELLS-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING
             'INJECTIONS LOADED '  DELIMITED SIZE
             INJ-COUNT-DISP        DELIMITED SIZE
             '  APPLIED '          DELIMITED SIZE
             INJ-APPLIED-DISP      DELIMITED SIZE
             '  CELLS TOUCHED '    DELIMITED SIZE
             INJ-CELLS-DISP        DELIMITED SIZE
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'MEASURE'    TO WS-RPT-LINE(1:7)
           MOVE 'BASELINE'   TO WS-RPT-LINE(41:8)
           MOVE 'SCENARIO'   TO WS-RPT-LINE(60:8)
           MOVE 'DIFFERENCE' TO WS-RPT-LINE(77:10)
           PERFORM 9200-WRITE-REPORT-LINE

           MOVE SCEN-STEPS TO INJ-STEP-DISP
           MOVE BASE-FLASHES TO CMP-BASE-DISP
           MOVE SCEN-FLASHES TO CMP-SCEN-DISP
           COMPUTE CMP-DIFF = SCEN-FLASHES - BASE-FLASHES
           MOVE CMP-DIFF TO CMP-DIFF-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING
             'TOTAL FLASHES, STEPS 1-'  DELIMITED SIZE
             INJ-STEP-DISP              DELIMITED SIZE
             INTO WS-RPT-LINE
           END-STRING
           MOVE CMP-BASE-DISP TO WS-RPT-LINE(31:18)
           MOVE CMP-SCEN-DISP TO WS-RPT-LINE(50:18)
           MOVE CMP-DIFF-DISP TO WS-RPT-LINE(69:18)
           PERFORM 9200-WRITE-REPORT-LINE

           MOVE SPACES TO CMP-BASE-TEXT CMP-SCEN-TEXT CMP-DIFF-TEXT
           MOVE 'NONE' TO CMP-BASE-TEXT(15:4) CMP-SCEN-TEXT(15:4)
           IF BASE-SYNC-FOUND
               MOVE BASE-SYNC-STEP TO CMP-BASE-DISP
               MOVE CMP-BASE-DISP TO CMP-BASE-TEXT
           END-IF
           IF FIRST-SYNC-FOUND
               MOVE SYNC-STEP TO CMP-SCEN-DISP
               MOVE CMP-SCEN-DISP TO CMP-SCEN-TEXT
           END-IF
           IF BASE-SYNC-FOUND AND FIRST-SYNC-FOUND
               COMPUTE CMP-DIFF = SYNC-STEP - BASE-SYNC-STEP
               MOVE CMP-DIFF TO CMP-DIFF-DISP
               MOVE CMP-DIFF-DISP TO CMP-DIFF-TEXT
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'FIRST SYNCHRONIZED STEP' TO WS-RPT-LINE(1:23)
           MOVE CMP-BASE-TEXT TO WS-RPT-LINE(31:18)
           MOVE CMP-SCEN-TEXT TO WS-RPT-LINE(50:18)
           MOVE CMP-DIFF-TEXT TO WS-RPT-LINE(69:18)
           PERFORM 9200-WRITE-REPORT-LINE

           MOVE 'T' TO WS-RPT-ACTION
           MOVE SPACES TO WS-RPT-LINE
           STRING
             '  STEP  ROWS     COLS     OP   AMT  APPLIED'
               DELIMITED SIZE
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE 'L' TO WS-RPT-ACTION
           PERFORM VARYING INJ-IDX FROM 1 BY 1
           UNTIL INJ-IDX > INJ-COUNT
             PERFORM 3310-REPORT-ONE-INJECTION
           END-PERFORM

           MOVE 'C' TO WS-RPT-ACTION
           PERFORM 9200-WRITE-REPORT-LINE
           DISPLAY
             MYNAME ' scenario comparison written to cs11a.rpt'
           .

       3310-REPORT-ONE-INJECTION.
           MOVE INJ-STEP(INJ-IDX)   TO INJ-STEP-DISP
           MOVE INJ-ROW-LO(INJ-IDX) TO INJ-ROW-LO-DISP
           MOVE INJ-ROW-HI(INJ-IDX) TO INJ-ROW-HI-DISP
           MOVE INJ-COL-LO(INJ-IDX) TO INJ-COL-LO-DISP
           MOVE INJ-COL-HI(INJ-IDX) TO INJ-COL-HI-DISP
           MOVE INJ-AMT(INJ-IDX)    TO INJ-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING
             INJ-STEP-DISP          DELIMITED SIZE
             '  '                   DELIMITED SIZE
             INJ-ROW-LO-DISP        DELIMITED SIZE
             '-'                    DELIMITED SIZE
             INJ-ROW-HI-DISP        DELIMITED SIZE
             '  '                   DELIMITED SIZE
             INJ-COL-LO-DISP        DELIMITED SIZE
             '-'                    DELIMITED SIZE
             INJ-COL-HI-DISP        DELIMITED SIZE
             '  '                   DELIMITED SIZE
             INTO WS-RPT-LINE
           END-STRING
           IF INJ-OP-SET(INJ-IDX)
               MOVE 'SET' TO WS-RPT-LINE(27:3)
           ELSE
               MOVE 'ADD' TO WS-RPT-LINE(27:3)
           END-IF
           MOVE INJ-AMT-DISP TO WS-RPT-LINE(32:3)
           IF INJ-DONE(INJ-IDX)
               MOVE 'YES' TO WS-RPT-LINE(37:3)
           ELSE
               MOVE 'NO'  TO WS-RPT-LINE(37:3)
           END-IF
           PERFORM 9200-WRITE-REPORT-LINE
           .

      *----------------------------------------------------------------
      * What happens after the cavern first lights up together.
      * The grid keeps stepping -- the existing checkpoint support
             WS-FP-SUM-DISP         DELIMITED SIZE
             ' INFILE='             DELIMITED SIZE
             WS-ASSIGN-NAME         DELIMITED SPACE
             ' SCENARIO='           DELIMITED SIZE
             WS-SCEN-FNAME          DELIMITED SPACE
             INTO CKPT-DATA-REC
           END-STRING
           WRITE CKPT-DATA-REC
                       MOVE FUNCTION NUMVAL(CKPT-VAL) TO WS-CK-SUM
                   WHEN 'INFILE'
                       MOVE CKPT-VAL TO WS-CK-FILE
                   WHEN 'SCENARIO'
                       MOVE CKPT-VAL TO WS-CK-SCEN
                   WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           .

      * The checkpoint header carries a fingerprint of the input it
      * was taken against, and the scenario file it ran under.
      * Resuming a simulation of data that no longer exists gives a
      * wrong answer, which is far worse than a cold rerun, so any
      * mismatch -- including a checkpoint too old to carry a
      * fingerprint -- refuses the resume.
       7018-VERIFY-FINGERPRINT.
           SET FP-MATCH TO TRUE
           IF WS-CK-RECS NOT = WS-REC-COUNT
             OR WS-CK-LEN  NOT = WS-FP-LEN
             OR WS-CK-SUM  NOT = WS-FP-SUM
             OR WS-CK-FILE NOT = WS-ASSIGN-NAME
             OR WS-CK-SCEN NOT = WS-SCEN-FNAME
               SET FP-MATCH TO FALSE
               SET FP-REFUSED TO TRUE
               DISPLAY
                 MYNAME ' checkpoint does not match the current'
                 ' input file or scenario - refusing to resume,'
                 ' starting cold'
           END-IF
           .

           MOVE TOTAL-FLASHES  TO TOTAL-FLASHES-DISP
           MOVE SYNC-STEP      TO SYNC-STEP-DISP
           MOVE WS-REC-COUNT   TO WS-REC-COUNT-DISP
           MOVE INJ-APPLIED    TO INJ-APPLIED-DISP

           STRING
             ' FLASHES='               DELIMITED SIZE
             SYNC-STEP-DISP            DELIMITED SIZE
             ' RECS='                  DELIMITED SIZE
             WS-REC-COUNT-DISP         DELIMITED SIZE
             ' INJECTED='              DELIMITED SIZE
             INJ-APPLIED-DISP          DELIMITED SIZE
             ' RC='                    DELIMITED SIZE
             WS-RC-DISP                DELIMITED SIZE
             ' RUNID='                 DELIMITED SIZE
           MOVE WS-HOLD-RC TO RETURN-CODE
           .

      * One print-image report action through the shared writer;
      * the saved return code survives the call.
       9200-WRITE-REPORT-LINE.
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'csprtw' USING
             WS-RPT-ACTION
             MYNAME
             WS-RUN-ID
             WS-RPT-TITLE
             WS-RPT-LINE
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           .

      * Batch-scheduler-friendly wrap-up: one fixed-format line, the
      * last thing this program prints, so a wrapper script or the
      * suite driver can scrape RC/elapsed/records/result without
