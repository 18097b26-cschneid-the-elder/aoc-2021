                                        Organization Line Sequential.
           Select XCHK-DATA            Assign Dynamic WS-XCHK-FNAME
                                        Organization Line Sequential.
           Select CSV-LOG              Assign Dynamic WS-CSV-LOG-NAME
                                        Organization Line Sequential
                                        File Status Is WS-CSV-LOG-STAT.
       Data Division.
       File Section.
       FD  INPT-DATA.
       01  INPT-DATA-REC-MAX PIC X(1024).

       FD  DIST-DATA.
       01  DIST-DATA-REC      PIC X(1400).

       FD  XCHK-DATA.
       01  XCHK-DATA-REC      PIC X(090).

       FD  CSV-LOG.
       01  CSV-LOG-REC        PIC X(200).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'cs06b'.
           05  BIG-SHOW           PIC X(060)         VALUE SPACES.
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
           05  WS-REJ-IMAGE       PIC X(256)         VALUE SPACES.
           05  WS-REC-COUNT-DISP  PIC 9(009)         VALUE 0.
           05  FISH-X             PIC X(001)         VALUE LOW-VALUES.
           05  FISH-SUB-OUT       PIC Z9.
           05  TOTAL-FISH-DISP    PIC X(060)         VALUE SPACES.
           05  DIST-LINE          PIC X(1400)        VALUE SPACES.
           05  DIST-PTR           PIC 9(004) COMP    VALUE 1.
           05  DAY-COUNT-DISP     PIC 9(009)         VALUE 0.
           05  DIST-CT-DISP       PIC X(060)         VALUE SPACES.
           05  DIST-TIMER-DISP    PIC 9(001)         VALUE 0.
           05  DIST-TIMER-DISP2   PIC 9(002)         VALUE 0.
           05  DIST-TOTAL         PIC X(060)         VALUE ALL '0'.
           05  NB-DAYS-DISP       PIC 9(009)         VALUE 0.
           05  WS-CFG-CSVLOG      PIC X(020)         VALUE 'CSVLOG'.
           05  WS-CSV-LOG-NAME    PIC X(040)        VALUE 'cscsv.log'.
           05  WS-CSV-LOG-STAT    PIC X(002)         VALUE SPACES.
           05  WS-CSV-LINE        PIC X(200)         VALUE SPACES.
           05  WS-BUS-STAMP       PIC X(021)         VALUE SPACES.
           05  WS-RPT-ACTION      PIC X(001)         VALUE SPACES.
           05  WS-RPT-TITLE       PIC X(040)         VALUE SPACES.
           05  WS-RPT-LINE        PIC X(132)         VALUE SPACES.

      * The spawning biology.  A fish whose timer runs out resets
      * to ADULT-CYCLE and its newborn starts at NEWBORN-CYCLE; the
      * standard figures are 6 and 8.  FISH-TOP is the highest
      * bucket the day's rotation has to carry for the cycles in
      * force, never less than the nine the input timers can use.
       01  CYCLE-AREAS.
           05  STD-ADULT-CYCLE    PIC 9(002) COMP    VALUE 6.
           05  STD-NEWBORN-CYCLE  PIC 9(002) COMP    VALUE 8.
           05  MAX-CYCLE          PIC 9(002) COMP    VALUE 20.
           05  ADULT-CYCLE        PIC 9(002) COMP    VALUE 6.
           05  NEWBORN-CYCLE      PIC 9(002) COMP    VALUE 8.
           05  FISH-TOP           PIC 9(002) COMP    VALUE 9.
           05  CYCLE-DISP         PIC 9(002)         VALUE 0.
           05  CYCLE-NEW-DISP     PIC 9(002)         VALUE 0.
           05  CYCLE-VAL          PIC 9(002) COMP    VALUE 0.
           05  CYCLE-OK-SW        PIC X(001)         VALUE 'Y'.
               88  CYCLE-OK                          VALUE 'Y'
                                                     FALSE 'N'.
           05  CYCLE-WARN-SW      PIC X(001)         VALUE 'N'.
               88  CYCLE-WARNED                      VALUE 'Y'.

      * Sensitivity matrix: every adult cycle in SENS-ADULT-LO thru
      * -HI against every newborn cycle in SENS-NEW-LO thru -HI,
      * projected from the same starting fish to SENS-TARGET and
      * set against the standard biology at that day.  The percent
      * difference is taken on the leading eighteen digits of the
      * two counts, aligned on the larger, in packed decimal.
       01  SENSITIVITY-AREAS.
           05  SENS-ADULT-LO      PIC 9(002) COMP    VALUE 0.
           05  SENS-ADULT-HI      PIC 9(002) COMP    VALUE 0.
           05  SENS-NEW-LO        PIC 9(002) COMP    VALUE 0.
           05  SENS-NEW-HI        PIC 9(002) COMP    VALUE 0.
           05  SENS-ADULT         PIC 9(002) COMP    VALUE 0.
           05  SENS-NEWBORN       PIC 9(002) COMP    VALUE 0.
           05  SENS-TARGET        PIC 9(009) COMP    VALUE 0.
           05  SENS-DAY           PIC 9(009) COMP    VALUE 0.
           05  SENS-SUB           PIC 9(002) COMP    VALUE 0.
           05  SENS-ROWS          PIC 9(005) COMP    VALUE 0.
           05  SENS-LO-X          PIC X(010)         VALUE SPACES.
           05  SENS-HI-X          PIC X(010)         VALUE SPACES.
           05  SENS-SWAP          PIC X(060)         VALUE ALL '0'.
           05  SENS-TOTAL         PIC X(060)         VALUE ALL '0'.
           05  STD-TOTAL          PIC X(060)         VALUE ALL '0'.
           05  SENS-TOTAL-DISP    PIC X(060)         VALUE SPACES.
           05  SENS-TARGET-DISP   PIC 9(005)         VALUE 0.
           05  SENS-ROWS-DISP     PIC 9(005)         VALUE 0.
           05  SENS-ADULT-DISP    PIC Z9.
           05  SENS-NEWBORN-DISP  PIC Z9.
           05  SENS-MARK          PIC X(003)         VALUE SPACES.
           05  PCT-FIRST          PIC 9(002) COMP    VALUE 0.
           05  PCT-CUT-X          PIC X(018)         VALUE SPACES.
           05  PCT-CUT-N          REDEFINES PCT-CUT-X
                                  PIC 9(018).
           05  PCT-A              PIC S9(018) COMP-3 VALUE 0.
           05  PCT-B              PIC S9(018) COMP-3 VALUE 0.
           05  PCT-DIFF           PIC S9(019) COMP-3 VALUE 0.
           05  PCT-VALUE          PIC S9(009)V9(002) COMP-3 VALUE 0.
           05  PCT-LOW            PIC S9(009)V9(002) COMP-3 VALUE 0.
           05  PCT-HIGH           PIC S9(009)V9(002) COMP-3 VALUE 0.
           05  PCT-DISP           PIC -(9)9.99.
           05  PCT-SHOW           PIC X(013)         VALUE SPACES.
           05  PCT-SW             PIC X(001)         VALUE 'Y'.
               88  PCT-FIGURED                       VALUE 'Y'
                                                     FALSE 'N'.
           05  PCT-SEEN-SW        PIC X(001)         VALUE 'N'.
               88  PCT-SEEN                          VALUE 'Y'
                                                     FALSE 'N'.
           05  SENS-TABLE.
               10  SENS-FISH      PIC X(060)
                                  OCCURS 21 TIMES.
           05  SAVE-TABLE.
               10  SAVE-FISH      PIC X(060)
                                  OCCURS 21 TIMES.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           05  DIST-MODE-SW       PIC X(001)         VALUE 'N'.
               88  DIST-MODE                         VALUE 'Y'
                                                     FALSE 'N'.
           05  SENS-MODE-SW       PIC X(001)         VALUE 'N'.
               88  SENS-MODE                         VALUE 'Y'
                                                     FALSE 'N'.

       01  FISH-TABLE.
           05  FISH-TBL
               OCCURS 21.
               10  FISH           PIC X(060).

       Procedure Division.

           DISPLAY MYNAME ' number of days ' NB-DAYS

           PERFORM 1100-SET-SPAWN-CYCLES

           IF PROCESS-TEST
               READY TRACE
           END-IF
           MOVE ALL '0' TO BIG-ONE
           MOVE '1' TO BIG-ONE(60:1)
           PERFORM VARYING FISH-SUB FROM 1 BY 1
           UNTIL FISH-SUB > 21
             MOVE ALL '0' TO FISH(FISH-SUB)
           END-PERFORM

           IF WS-ASSIGN-NAME NOT = '/dev/stdin'
               PERFORM 0250-CHECK-THE-CONTENT
           END-IF

           OPEN INPUT INPT-DATA

           PERFORM 8010-READ-INPT-DATA

           PERFORM 9010-DUMP-FISH-TABLE

      *    the matrix projects from the fish as loaded, not from
      *    wherever the main run leaves them
           MOVE FISH-TABLE TO SAVE-TABLE

           IF DIST-MODE
               OPEN OUTPUT DIST-DATA
           END-IF

           MOVE ALL '0' TO TOTAL-FISH
           PERFORM VARYING FISH-SUB FROM 1 BY 1
           UNTIL FISH-SUB > FISH-TOP
             CALL 'csbigad' USING TOTAL-FISH FISH(FISH-SUB)
             END-CALL
           END-PERFORM
             ' after ' DAY-COUNT ' days'
           DISPLAY MYNAME ' records read ' WS-REC-COUNT

           IF SENS-MODE
               PERFORM 5000-RUN-SENSITIVITY-MATRIX
           END-IF

           OPEN OUTPUT XCHK-DATA
           MOVE SPACES TO XCHK-DATA-REC
           CALL 'csbigfm' USING TOTAL-FISH TOTAL-FISH-DISP END-CALL
           WRITE XCHK-DATA-REC
           CLOSE XCHK-DATA

      *    a rejected cycle parameter ran on the standard biology;
      *    the run finishes, flagged
           IF CYCLE-WARNED AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 9000-WRITE-AUDIT-LOG
           PERFORM 9900-DISPLAY-SUMMARY
           GOBACK.
               MOVE WS-CFG-VAL TO WS-AUDIT-LOG-NAME
           END-IF
           MOVE SPACES TO WS-CFG-VAL
           CALL 'csgetcfg' USING WS-CFG-CSVLOG WS-CFG-VAL END-CALL
           IF WS-CFG-VAL NOT = SPACES
               MOVE WS-CFG-VAL TO WS-CSV-LOG-NAME
           END-IF
           MOVE SPACES TO WS-CFG-VAL
           CALL 'csgetcfg' USING WS-CFG-RPTINT WS-CFG-VAL END-CALL
           IF WS-CFG-VAL NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-CFG-VAL) = 0
       0150-APPLY-ENV-PREFIX.
           CALL 'csenvfn' USING WS-DIST-FNAME END-CALL
           CALL 'csenvfn' USING WS-XCHK-FNAME END-CALL
           CALL 'csenvfn' USING WS-CSV-LOG-NAME END-CALL
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
                     SET DIST-MODE TO TRUE
                 END-IF
             WHEN 'ADULT'
      *          the biologists' temperature question: the reset
      *          timer after spawning, and the newborn's first cycle
                 PERFORM 1110-CHECK-ONE-CYCLE
                 IF CYCLE-OK
                     MOVE CYCLE-VAL TO ADULT-CYCLE
                 END-IF
             WHEN 'NEWBORN'
                 PERFORM 1110-CHECK-ONE-CYCLE
                 IF CYCLE-OK
                     MOVE CYCLE-VAL TO NEWBORN-CYCLE
                 END-IF
             WHEN 'SENSADULT'
      *          lo-hi ranges for the sensitivity matrix; either one
      *          alone holds the other cycle at the run's value
                 PERFORM 1120-CHECK-ONE-RANGE
                 IF CYCLE-OK
                     MOVE FUNCTION NUMVAL(SENS-LO-X) TO SENS-ADULT-LO
                     MOVE FUNCTION NUMVAL(SENS-HI-X) TO SENS-ADULT-HI
                     SET SENS-MODE TO TRUE
                 END-IF
             WHEN 'SENSNEW'
                 PERFORM 1120-CHECK-ONE-RANGE
                 IF CYCLE-OK
                     MOVE FUNCTION NUMVAL(SENS-LO-X) TO SENS-NEW-LO
                     MOVE FUNCTION NUMVAL(SENS-HI-X) TO SENS-NEW-HI
                     SET SENS-MODE TO TRUE
                 END-IF
             WHEN 'TARGET'
                 MOVE FUNCTION NUMVAL(WS-CLI-VAL) TO SENS-TARGET
             WHEN OTHER
                 DISPLAY
                  MYNAME
           END-EVALUATE
           .

      * The cycles in force for the main projection, and the
      * defaults the matrix fills in for a range not given.
       1100-SET-SPAWN-CYCLES.
           MOVE 9 TO FISH-TOP
           IF ADULT-CYCLE + 1 > FISH-TOP
               COMPUTE FISH-TOP = ADULT-CYCLE + 1
           END-IF
           IF NEWBORN-CYCLE + 1 > FISH-TOP
               COMPUTE FISH-TOP = NEWBORN-CYCLE + 1
           END-IF
           IF ADULT-CYCLE NOT = STD-ADULT-CYCLE
               OR NEWBORN-CYCLE NOT = STD-NEWBORN-CYCLE
               MOVE ADULT-CYCLE TO SENS-ADULT-DISP
               MOVE NEWBORN-CYCLE TO SENS-NEWBORN-DISP
               DISPLAY
                 MYNAME ' spawn cycles adult ' SENS-ADULT-DISP
                 ' newborn ' SENS-NEWBORN-DISP
           END-IF
           IF SENS-MODE
               IF SENS-ADULT-LO = 0
                   MOVE ADULT-CYCLE TO SENS-ADULT-LO SENS-ADULT-HI
               END-IF
               IF SENS-NEW-LO = 0
                   MOVE NEWBORN-CYCLE TO SENS-NEW-LO SENS-NEW-HI
               END-IF
               IF SENS-TARGET = 0
                   MOVE NB-DAYS TO SENS-TARGET
               END-IF
           END-IF
           .

      * A cycle length is a whole number of days, 1 through
      * MAX-CYCLE; anything else leaves the standard biology in
      * force for that cycle.
       1110-CHECK-ONE-CYCLE.
           SET CYCLE-OK TO TRUE
           IF FUNCTION TEST-NUMVAL(WS-CLI-VAL) NOT = 0
               SET CYCLE-OK TO FALSE
           ELSE
               IF FUNCTION NUMVAL(WS-CLI-VAL) < 1
                   OR FUNCTION NUMVAL(WS-CLI-VAL) > MAX-CYCLE
                   SET CYCLE-OK TO FALSE
               ELSE
                   MOVE FUNCTION NUMVAL(WS-CLI-VAL) TO CYCLE-VAL
               END-IF
           END-IF
           IF NOT CYCLE-OK
               MOVE MAX-CYCLE TO CYCLE-DISP
               DISPLAY
                 MYNAME ' warning - ' FUNCTION TRIM(WS-CLI-KEY)
                 ' must be 1 thru ' CYCLE-DISP
                 ', standard cycle kept'
               SET CYCLE-WARNED TO TRUE
           END-IF
           .

      * lo-hi, or a single cycle for a one-value range.
       1120-CHECK-ONE-RANGE.
           MOVE SPACES TO SENS-LO-X SENS-HI-X
           UNSTRING WS-CLI-VAL DELIMITED BY '-'
             INTO SENS-LO-X SENS-HI-X
           END-UNSTRING
           IF SENS-HI-X = SPACES
               MOVE SENS-LO-X TO SENS-HI-X
           END-IF
           SET CYCLE-OK TO TRUE
           EVALUATE TRUE
             WHEN FUNCTION TEST-NUMVAL(SENS-LO-X) NOT = 0
             WHEN FUNCTION TEST-NUMVAL(SENS-HI-X) NOT = 0
                 SET CYCLE-OK TO FALSE
             WHEN FUNCTION NUMVAL(SENS-LO-X) < 1
             WHEN FUNCTION NUMVAL(SENS-HI-X) > MAX-CYCLE
             WHEN FUNCTION NUMVAL(SENS-LO-X)
                  > FUNCTION NUMVAL(SENS-HI-X)
                 SET CYCLE-OK TO FALSE
           END-EVALUATE
           IF NOT CYCLE-OK
               MOVE MAX-CYCLE TO CYCLE-DISP
               DISPLAY
                 MYNAME ' warning - ' FUNCTION TRIM(WS-CLI-KEY)
                 ' must be lo-hi within 1 thru ' CYCLE-DISP
                 ', range ignored'
               SET CYCLE-WARNED TO TRUE
           END-IF
           .

       1000-LOAD-INPUT.
           MOVE SPACES TO FISH-X
           UNSTRING WS-INPT

           MOVE FISH(1) TO FISH-SWAP
           PERFORM VARYING FISH-SUB FROM 2 BY 1
           UNTIL FISH-SUB > FISH-TOP
             MOVE FISH(FISH-SUB) TO FISH(FISH-SUB - 1)
           END-PERFORM
           MOVE ALL '0' TO FISH(FISH-TOP)
           CALL 'csbigad' USING FISH(ADULT-CYCLE + 1) FISH-SWAP
           END-CALL
           CALL 'csbigad' USING FISH(NEWBORN-CYCLE + 1) FISH-SWAP
           END-CALL

           IF DIST-MODE
               PERFORM 2100-WRITE-DAY-DISTRIBUTION

           MOVE ALL '0' TO DIST-TOTAL
           PERFORM VARYING FISH-SUB FROM 1 BY 1
           UNTIL FISH-SUB > FISH-TOP
             CALL 'csbigad' USING DIST-TOTAL FISH(FISH-SUB)
             END-CALL
             CALL 'csbigfm' USING FISH(FISH-SUB) DIST-CT-DISP
             END-CALL
      *      timers past 9 only appear under a longer spawn cycle
             IF FISH-SUB > 10
                 COMPUTE DIST-TIMER-DISP2 = FISH-SUB - 1
                 STRING
                   ',T'                DELIMITED SIZE
                   DIST-TIMER-DISP2    DELIMITED SIZE
                   INTO DIST-LINE
                   WITH POINTER DIST-PTR
                 END-STRING
             ELSE
                 COMPUTE DIST-TIMER-DISP = FISH-SUB - 1
                 STRING
                   ',T'                DELIMITED SIZE
                   DIST-TIMER-DISP     DELIMITED SIZE
                   INTO DIST-LINE
                   WITH POINTER DIST-PTR
                 END-STRING
             END-IF
             STRING
               ','                     DELIMITED SIZE
               FUNCTION TRIM(DIST-CT-DISP, TRAILING)
                                       DELIMITED SIZE
           WRITE DIST-DATA-REC FROM DIST-LINE
           .

      *----------------------------------------------------------------
      * Spawn-cycle sensitivity matrix.  The standard biology is
      * projected to SENS-TARGET first, then every adult/newborn
      * pair in the requested ranges from the same starting fish.
      * Each row goes to the cs06b.rpt matrix and, one line a row,
      * to the suite CSV log for the stocking spreadsheet.
      *----------------------------------------------------------------
       5000-RUN-SENSITIVITY-MATRIX.
           MOVE STD-ADULT-CYCLE TO SENS-ADULT
           MOVE STD-NEWBORN-CYCLE TO SENS-NEWBORN
           PERFORM 5100-PROJECT-ONE-PAIR
           MOVE SENS-TOTAL TO STD-TOTAL
           MOVE 0 TO SENS-ROWS
           SET PCT-SEEN TO FALSE

           MOVE 'O' TO WS-RPT-ACTION
           MOVE 'SPAWN-CYCLE SENSITIVITY MATRIX' TO WS-RPT-TITLE
           MOVE SPACES TO WS-RPT-LINE
           STRING
             'ADULT  NEWBORN    DAY       PCT DIFF       POPULATION'
               DELIMITED SIZE
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 9200-WRITE-REPORT-LINE

           OPEN EXTEND CSV-LOG
           IF WS-CSV-LOG-STAT NOT = '00'
               OPEN OUTPUT CSV-LOG
           END-IF
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'csbusdt' USING WS-BUS-STAMP END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE

           PERFORM VARYING SENS-ADULT FROM SENS-ADULT-LO BY 1
           UNTIL SENS-ADULT > SENS-ADULT-HI
             PERFORM VARYING SENS-NEWBORN FROM SENS-NEW-LO BY 1
             UNTIL SENS-NEWBORN > SENS-NEW-HI
               PERFORM 5100-PROJECT-ONE-PAIR
               PERFORM 5200-FIGURE-PCT-DIFF
               PERFORM 5300-WRITE-MATRIX-ROW
             END-PERFORM
           END-PERFORM

           CLOSE CSV-LOG
           PERFORM 5400-FINISH-MATRIX-REPORT
           .

      * One adult/newborn pair from the loaded fish to the target
      * day, the same rotation 2000 makes, over all 21 buckets.
       5100-PROJECT-ONE-PAIR.
           MOVE SAVE-TABLE TO SENS-TABLE
           MOVE RETURN-CODE TO WS-HOLD-RC
           PERFORM VARYING SENS-DAY FROM 1 BY 1
           UNTIL SENS-DAY > SENS-TARGET
             MOVE SENS-FISH(1) TO SENS-SWAP
             PERFORM VARYING SENS-SUB FROM 2 BY 1
             UNTIL SENS-SUB > 21
               MOVE SENS-FISH(SENS-SUB) TO SENS-FISH(SENS-SUB - 1)
             END-PERFORM
             MOVE ALL '0' TO SENS-FISH(21)
             CALL 'csbigad' USING SENS-FISH(SENS-ADULT + 1) SENS-SWAP
             END-CALL
             CALL 'csbigad' USING SENS-FISH(SENS-NEWBORN + 1) SENS-SWAP
             END-CALL
           END-PERFORM
           MOVE ALL '0' TO SENS-TOTAL
           PERFORM VARYING SENS-SUB FROM 1 BY 1
           UNTIL SENS-SUB > 21
             CALL 'csbigad' USING SENS-TOTAL SENS-FISH(SENS-SUB)
             END-CALL
           END-PERFORM
           MOVE WS-HOLD-RC TO RETURN-CODE
           .

      * The two counts are equal-length zero-filled digit strings,
      * so the larger one compares high; eighteen digits from its
      * first significant digit, the same digits of the other.
       5200-FIGURE-PCT-DIFF.
           SET PCT-FIGURED TO TRUE
           MOVE 0 TO PCT-VALUE
           MOVE 0 TO PCT-FIRST
           IF SENS-TOTAL > STD-TOTAL
               PERFORM VARYING SENS-SUB FROM 1 BY 1
               UNTIL SENS-SUB > 43 OR PCT-FIRST > 0
                 IF SENS-TOTAL(SENS-SUB:1) NOT = '0'
                     MOVE SENS-SUB TO PCT-FIRST
                 END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING SENS-SUB FROM 1 BY 1
               UNTIL SENS-SUB > 43 OR PCT-FIRST > 0
                 IF STD-TOTAL(SENS-SUB:1) NOT = '0'
                     MOVE SENS-SUB TO PCT-FIRST
                 END-IF
               END-PERFORM
           END-IF
           IF PCT-FIRST = 0
               MOVE 43 TO PCT-FIRST
           END-IF
           MOVE SENS-TOTAL(PCT-FIRST:18) TO PCT-CUT-X
           MOVE PCT-CUT-N TO PCT-A
           MOVE STD-TOTAL(PCT-FIRST:18) TO PCT-CUT-X
           MOVE PCT-CUT-N TO PCT-B
           EVALUATE TRUE
             WHEN PCT-B = 0 AND PCT-A = 0
                 MOVE 0 TO PCT-VALUE
             WHEN PCT-B = 0
                 SET PCT-FIGURED TO FALSE
             WHEN OTHER
                 SUBTRACT PCT-B FROM PCT-A GIVING PCT-DIFF
                 COMPUTE PCT-VALUE ROUNDED = PCT-DIFF * 100 / PCT-B
                   ON SIZE ERROR SET PCT-FIGURED TO FALSE
                 END-COMPUTE
           END-EVALUATE
           IF PCT-FIGURED
               MOVE PCT-VALUE TO PCT-DISP
               MOVE PCT-DISP TO PCT-SHOW
               IF NOT PCT-SEEN OR PCT-VALUE < PCT-LOW
                   MOVE PCT-VALUE TO PCT-LOW
               END-IF
               IF NOT PCT-SEEN OR PCT-VALUE > PCT-HIGH
                   MOVE PCT-VALUE TO PCT-HIGH
               END-IF
               SET PCT-SEEN TO TRUE
           ELSE
               MOVE '          N/A' TO PCT-SHOW
           END-IF
           .

       5300-WRITE-MATRIX-ROW.
           ADD 1 TO SENS-ROWS
           MOVE SENS-ADULT TO SENS-ADULT-DISP
           MOVE SENS-NEWBORN TO SENS-NEWBORN-DISP
           MOVE SENS-TARGET TO SENS-TARGET-DISP
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'csbigfm' USING SENS-TOTAL SENS-TOTAL-DISP END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           IF SENS-ADULT = STD-ADULT-CYCLE
               AND SENS-NEWBORN = STD-NEWBORN-CYCLE
               MOVE 'STD' TO SENS-MARK
           ELSE
               MOVE SPACES TO SENS-MARK
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING
             '   '                     DELIMITED SIZE
             SENS-ADULT-DISP           DELIMITED SIZE
             '       '                 DELIMITED SIZE
             SENS-NEWBORN-DISP         DELIMITED SIZE
             '  '                      DELIMITED SIZE
             SENS-TARGET-DISP          DELIMITED SIZE
             ' '                       DELIMITED SIZE
             PCT-SHOW                  DELIMITED SIZE
             ' '                       DELIMITED SIZE
             SENS-MARK                 DELIMITED SIZE
             ' '                       DELIMITED SIZE
             SENS-TOTAL-DISP           DELIMITED SIZE
             INTO WS-RPT-LINE
           END-STRING
           MOVE 'L' TO WS-RPT-ACTION
           PERFORM 9200-WRITE-REPORT-LINE

           MOVE SPACES TO WS-CSV-LINE
           STRING
             MYNAME                    DELIMITED SPACE
             ','                       DELIMITED SIZE
             WS-BUS-STAMP              DELIMITED SIZE
             ',ADULT,'                 DELIMITED SIZE
             FUNCTION TRIM(SENS-ADULT-DISP)
                                       DELIMITED SIZE
             ',NEWBORN,'               DELIMITED SIZE
             FUNCTION TRIM(SENS-NEWBORN-DISP)
                                       DELIMITED SIZE
             ',DAY,'                   DELIMITED SIZE
             SENS-TARGET-DISP          DELIMITED SIZE
             ',FISH,'                  DELIMITED SIZE
             FUNCTION TRIM(SENS-TOTAL-DISP, TRAILING)
                                       DELIMITED SIZE
             ',PCTDIFF,'               DELIMITED SIZE
             FUNCTION TRIM(PCT-SHOW)   DELIMITED SIZE
             ',RUNID,'                 DELIMITED SIZE
             WS-RUN-ID                 DELIMITED SPACE
             INTO WS-CSV-LINE
           END-STRING
           WRITE CSV-LOG-REC FROM WS-CSV-LINE
           .

      * Totals page: the standard projection the rows are measured
      * against, and the spread of the percent differences.
       5400-FINISH-MATRIX-REPORT.
           MOVE STD-ADULT-CYCLE TO SENS-ADULT-DISP
           MOVE STD-NEWBORN-CYCLE TO SENS-NEWBORN-DISP
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'csbigfm' USING STD-TOTAL SENS-TOTAL-DISP END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           MOVE 'T' TO WS-RPT-ACTION
           MOVE SPACES TO WS-RPT-LINE
           STRING
             'STANDARD BIOLOGY ADULT ' DELIMITED SIZE
             SENS-ADULT-DISP           DELIMITED SIZE
             ' NEWBORN '               DELIMITED SIZE
             SENS-NEWBORN-DISP         DELIMITED SIZE
             ' DAY '                   DELIMITED SIZE
             SENS-TARGET-DISP          DELIMITED SIZE
             ' POPULATION '            DELIMITED SIZE
             SENS-TOTAL-DISP           DELIMITED SIZE
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE 'L' TO WS-RPT-ACTION
           MOVE SENS-ROWS TO SENS-ROWS-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING
             'MATRIX ROWS '            DELIMITED SIZE
             SENS-ROWS-DISP            DELIMITED SIZE
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 9200-WRITE-REPORT-LINE
           IF PCT-SEEN
               MOVE PCT-LOW TO PCT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING
                 'LOWEST PCT DIFF  '   DELIMITED SIZE
                 PCT-DISP              DELIMITED SIZE
                 INTO WS-RPT-LINE
               END-STRING
               PERFORM 9200-WRITE-REPORT-LINE
               DISPLAY MYNAME ' sensitivity low  ' PCT-DISP '%'
               MOVE PCT-HIGH TO PCT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING
                 'HIGHEST PCT DIFF '   DELIMITED SIZE
                 PCT-DISP              DELIMITED SIZE
                 INTO WS-RPT-LINE
               END-STRING
               PERFORM 9200-WRITE-REPORT-LINE
               DISPLAY MYNAME ' sensitivity high ' PCT-DISP '%'
           END-IF
           MOVE 'C' TO WS-RPT-ACTION
           PERFORM 9200-WRITE-REPORT-LINE
           DISPLAY
             MYNAME ' sensitivity matrix of ' SENS-ROWS-DISP
             ' rows written to cs06b.rpt and the CSV log'
           .

       8010-READ-INPT-DATA.
           INITIALIZE WS-INPT-DATA
           READ INPT-DATA INTO WS-INPT-DATA
       9000-WRITE-AUDIT-LOG.
           MOVE SPACES TO WS-AUDIT-KEYS
           MOVE RETURN-CODE TO WS-RC-DISP
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'csbigfm' USING TOTAL-FISH TOTAL-FISH-DISP END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           MOVE DAY-COUNT      TO NB-DAYS-DISP
           MOVE WS-REC-COUNT   TO WS-REC-COUNT-DISP
           MOVE ADULT-CYCLE    TO CYCLE-DISP
           MOVE NEWBORN-CYCLE  TO CYCLE-NEW-DISP

           STRING
             ' FISH='                  DELIMITED SIZE
             NB-DAYS-DISP              DELIMITED SIZE
             ' RECS='                  DELIMITED SIZE
             WS-REC-COUNT-DISP         DELIMITED SIZE
             ' CYCLE='                 DELIMITED SIZE
             CYCLE-DISP                DELIMITED SIZE
             '/'                       DELIMITED SIZE
             CYCLE-NEW-DISP            DELIMITED SIZE
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
       9010-DUMP-FISH-TABLE.
               DISPLAY MYNAME ' day ' DAY-COUNT SPACE WITH NO ADVANCING
               PERFORM VARYING FISH-SUB FROM 1 BY 1
               UNTIL FISH-SUB > FISH-TOP
                 COMPUTE FISH-SUB-OUT = FISH-SUB - 1
                 CALL 'csbigfm' USING FISH(FISH-SUB) BIG-SHOW
                 END-CALL
