           05  CRAB-X             PIC X(004)         VALUE LOW-VALUES.
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
           05  CSV-SW             PIC X(001)         VALUE 'N'.
               88  CSV-REQUESTED                      VALUE 'Y'
                                                      FALSE 'N'.
           05  SPLIT-SW           PIC X(001)         VALUE 'N'.
               88  SPLIT-MODE                        VALUE 'Y'
                                                     FALSE 'N'.
           05  SPLIT-DONE-SW      PIC X(001)         VALUE 'N'.
               88  SPLIT-DONE                        VALUE 'Y'
                                                     FALSE 'N'.

       01  CRAB-TABLE.
           05  CRAB-TBL
               10  F-ID           PIC X(008).
               10  F-CRABS        PIC 9(009) COMP.

      * Two-rally-point split.  Under either cost model the fuel
      * to a point is convex in the distance, so the best pair of
      * rally points always takes the crabs left of some position
      * K to one point and the rest to the other.  The prefix
      * tables hold, for every position, the count, sum and sum of
      * squares of the crab positions below it; any stretch of
      * positions then costs out at any rally point in a few
      * multiplications.  Entry P+2 covers positions 0 thru P.
       01  SPLIT-AREAS.
           05  SPL-MODE-SW        PIC X(004)         VALUE 'FLAT'.
           05  SPL-A              PIC 9(004) COMP    VALUE 0.
           05  SPL-B              PIC 9(004) COMP    VALUE 0.
           05  SPL-X              PIC 9(004) COMP    VALUE 0.
           05  SPL-K              PIC 9(004) COMP    VALUE 0.
           05  SPL-LX             PIC 9(004) COMP    VALUE 0.
           05  SPL-RX             PIC 9(004) COMP    VALUE 0.
           05  SPL-BEST-K         PIC 9(004) COMP    VALUE 0.
           05  SPL-IDX            PIC 9(005) COMP    VALUE 0.
           05  SPL-PTR            PIC 9(003) COMP    VALUE 0.
           05  SPL-N              PIC S9(018) COMP   VALUE 0.
           05  SPL-S              PIC S9(018) COMP   VALUE 0.
           05  SPL-Q              PIC S9(018) COMP   VALUE 0.
           05  SPL-NL             PIC S9(018) COMP   VALUE 0.
           05  SPL-SL             PIC S9(018) COMP   VALUE 0.
           05  SPL-ABSD           PIC S9(018) COMP   VALUE 0.
           05  SPL-SQD            PIC S9(018) COMP   VALUE 0.
           05  SPL-COST           PIC S9(018) COMP   VALUE 0.
           05  SPL-NEXT-COST      PIC S9(018) COMP   VALUE 0.
           05  SPL-PAIR-COST      PIC S9(018) COMP   VALUE 0.
           05  SPL-BEST-COST      PIC S9(018) COMP   VALUE 0.
           05  SPL-SINGLE-COST    PIC S9(018) COMP   VALUE 0.
           05  SPL-SINGLE-X       PIC 9(004) COMP    VALUE 0.
           05  SPL-SAVING         PIC S9(018) COMP   VALUE 0.
           05  SPL-SAVING-P       PIC S9(018) COMP-3 VALUE 0.
           05  SPL-SINGLE-P       PIC S9(018) COMP-3 VALUE 0.
           05  SPL-PCT            PIC 9(003)V9(002) COMP-3 VALUE 0.
           05  SPL-PCT-DISP       PIC ZZ9.99.
           05  SPL-CRABS          PIC 9(009) COMP    VALUE 0.
           05  SPL-FROM-DISP      PIC 9(004)         VALUE 0.
           05  SPL-TO-DISP        PIC 9(004)         VALUE 0.
      *    the run's own fuel mode, kept for the audit and CSV lines
           05  SPL-RUN-POS1-DISP  PIC 9(004)         VALUE 0.
           05  SPL-RUN-POS2-DISP  PIC 9(004)         VALUE 0.
           05  SPL-RUN-FUEL-DISP  PIC 9(018)         VALUE 0.
           05  SPL-RUN-SAVE-DISP  PIC 9(018)         VALUE 0.
           05  SPL-PREFIX OCCURS 10001 TIMES.
               10  SPL-P-CNT      PIC S9(018) COMP.
               10  SPL-P-SUM      PIC S9(018) COMP.
               10  SPL-P-SQ       PIC S9(018) COMP.
           05  SPL-SIDE OCCURS 10000 TIMES.
               10  SPL-LEFT-COST  PIC S9(018) COMP.
               10  SPL-LEFT-X     PIC 9(004) COMP.
               10  SPL-RIGHT-COST PIC S9(018) COMP.
               10  SPL-RIGHT-X    PIC 9(004) COMP.

      * A sortable copy of the positions, for the outlier median.
       01  MEDIAN-AREAS.
           05  MED-POS            PIC 9(004) COMP OCCURS 100000 TIMES.
           INITIALIZE CRAB-TABLE
           SET CRAB-INDX TO 1

           IF WS-ASSIGN-NAME NOT = '/dev/stdin'
               PERFORM 0250-CHECK-THE-CONTENT
           END-IF

           OPEN INPUT INPT-DATA

           PERFORM 8010-READ-INPT-DATA
               PERFORM 7000-OUTLIER-ANALYSIS
           END-IF

           IF SPLIT-MODE
               PERFORM 7500-SPLIT-ALIGNMENT
           END-IF

           PERFORM 9000-WRITE-AUDIT-LOG

           IF CSV-REQUESTED
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
      * separated by spaces; unpack one token here.
       1010-APPLY-CLI-TOKEN.
                       MYNAME ' warning - ANALYZE must be a'
                       ' positive distance, analysis skipped'
                 END-IF
             WHEN 'SPLIT'
      *          whether a second rally point pays for itself: the
      *          best pair of positions under both cost models
                 IF FUNCTION UPPER-CASE(WS-CLI-VAL) = 'Y'
                     SET SPLIT-MODE TO TRUE
                 END-IF
             WHEN OTHER
                 DISPLAY
                  MYNAME
             WS-RUN-ID                 DELIMITED SPACE
             INTO WS-AUDIT-KEYS
           END-STRING
           IF SPLIT-DONE
               COMPUTE SPL-PTR = FUNCTION LENGTH(
                 FUNCTION TRIM(WS-AUDIT-KEYS, TRAILING)) + 1
               STRING
                 ' SPLIT='             DELIMITED SIZE
                 SPL-RUN-POS1-DISP     DELIMITED SIZE
                 '/'                   DELIMITED SIZE
                 SPL-RUN-POS2-DISP     DELIMITED SIZE
                 INTO WS-AUDIT-KEYS
                 WITH POINTER SPL-PTR
               END-STRING
           END-IF

           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'csauditw' USING
           END-IF
           .

      *----------------------------------------------------------------
      * Two-rally-point split alignment, FLAT then TRI.  For every
      * split position K the left stretch LOW-CRAB thru K and the
      * right stretch K+1 thru HIGH-CRAB each get their own best
      * rally point; the cheapest K wins.  As K moves right the
      * left stretch's best point can only move right and the
      * right stretch's only left, so each side is one sweep.
      *----------------------------------------------------------------
       7500-SPLIT-ALIGNMENT.
           DISPLAY MYNAME ' ----------------------------------------'
           IF LOW-CRAB >= HIGH-CRAB
               DISPLAY
                 MYNAME ' every crab is at one position,'
                 ' no second rally point to consider'
               EXIT PARAGRAPH
           END-IF
           PERFORM 7510-BUILD-PREFIX-TABLES
           MOVE 'FLAT' TO SPL-MODE-SW
           PERFORM 7520-FIND-BEST-SPLIT
           PERFORM 7560-REPORT-THE-SPLIT
           MOVE 'TRI ' TO SPL-MODE-SW
           PERFORM 7520-FIND-BEST-SPLIT
           PERFORM 7560-REPORT-THE-SPLIT
           SET SPLIT-DONE TO TRUE
           .

       7510-BUILD-PREFIX-TABLES.
           PERFORM VARYING SPL-IDX FROM 1 BY 1
           UNTIL SPL-IDX > 10001
             MOVE 0 TO SPL-P-CNT(SPL-IDX) SPL-P-SUM(SPL-IDX)
                       SPL-P-SQ(SPL-IDX)
           END-PERFORM
      *    tally each position into the entry just above it, then
      *    run the tallies up into prefix totals
           PERFORM VARYING CRAB-INDX FROM 1 BY 1
           UNTIL CRAB-INDX > NB-CRABS
             COMPUTE SPL-IDX = CRAB(CRAB-INDX) + 2
             ADD 1 TO SPL-P-CNT(SPL-IDX)
             ADD CRAB(CRAB-INDX) TO SPL-P-SUM(SPL-IDX)
             COMPUTE SPL-P-SQ(SPL-IDX) = SPL-P-SQ(SPL-IDX)
               + CRAB(CRAB-INDX) * CRAB(CRAB-INDX)
           END-PERFORM
           PERFORM VARYING SPL-IDX FROM 2 BY 1
           UNTIL SPL-IDX > HIGH-CRAB + 2
             ADD SPL-P-CNT(SPL-IDX - 1) TO SPL-P-CNT(SPL-IDX)
             ADD SPL-P-SUM(SPL-IDX - 1) TO SPL-P-SUM(SPL-IDX)
             ADD SPL-P-SQ(SPL-IDX - 1)  TO SPL-P-SQ(SPL-IDX)
           END-PERFORM
           .

       7520-FIND-BEST-SPLIT.
      *    the single-position answer under this cost model, for
      *    the saving
           MOVE LOW-CRAB TO SPL-A SPL-LX
           MOVE HIGH-CRAB TO SPL-B
           PERFORM 7540-SLIDE-LEFT-POINT
           MOVE SPL-COST TO SPL-SINGLE-COST
           MOVE SPL-LX TO SPL-SINGLE-X

      *    left stretches, growing rightward
           MOVE LOW-CRAB TO SPL-A SPL-LX
           PERFORM VARYING SPL-K FROM LOW-CRAB BY 1
           UNTIL SPL-K >= HIGH-CRAB
             MOVE SPL-K TO SPL-B
             PERFORM 7540-SLIDE-LEFT-POINT
             MOVE SPL-COST TO SPL-LEFT-COST(SPL-K + 1)
             MOVE SPL-LX   TO SPL-LEFT-X(SPL-K + 1)
           END-PERFORM

      *    right stretches, growing leftward
           MOVE HIGH-CRAB TO SPL-B SPL-RX
           PERFORM VARYING SPL-K FROM HIGH-CRAB BY -1
           UNTIL SPL-K <= LOW-CRAB
             COMPUTE SPL-A = SPL-K
             PERFORM 7550-SLIDE-RIGHT-POINT
             MOVE SPL-COST TO SPL-RIGHT-COST(SPL-K)
             MOVE SPL-RX   TO SPL-RIGHT-X(SPL-K)
           END-PERFORM

           MOVE SPL-SINGLE-COST TO SPL-BEST-COST
           MOVE LOW-CRAB TO SPL-BEST-K
           PERFORM VARYING SPL-K FROM LOW-CRAB BY 1
           UNTIL SPL-K >= HIGH-CRAB
             COMPUTE SPL-PAIR-COST = SPL-LEFT-COST(SPL-K + 1)
               + SPL-RIGHT-COST(SPL-K + 1)
             IF SPL-PAIR-COST < SPL-BEST-COST
                 MOVE SPL-PAIR-COST TO SPL-BEST-COST
                 MOVE SPL-K TO SPL-BEST-K
             END-IF
           END-PERFORM
           .

      * Fuel for the crabs at positions SPL-A thru SPL-B to reach
      * SPL-X, which lies inside that stretch.
       7530-COST-AT-X.
           COMPUTE SPL-N = SPL-P-CNT(SPL-B + 2) - SPL-P-CNT(SPL-A + 1)
           COMPUTE SPL-S = SPL-P-SUM(SPL-B + 2) - SPL-P-SUM(SPL-A + 1)
           COMPUTE SPL-Q = SPL-P-SQ(SPL-B + 2) - SPL-P-SQ(SPL-A + 1)
           COMPUTE SPL-NL =
             SPL-P-CNT(SPL-X + 2) - SPL-P-CNT(SPL-A + 1)
           COMPUTE SPL-SL =
             SPL-P-SUM(SPL-X + 2) - SPL-P-SUM(SPL-A + 1)
      *    those at or below the point walk up, the rest walk down
           COMPUTE SPL-ABSD = SPL-X * SPL-NL - SPL-SL
             + (SPL-S - SPL-SL) - SPL-X * (SPL-N - SPL-NL)
           IF SPL-MODE-SW = 'TRI '
               COMPUTE SPL-SQD = SPL-Q - 2 * SPL-X * SPL-S
                 + SPL-X * SPL-X * SPL-N
               COMPUTE SPL-COST = (SPL-SQD + SPL-ABSD) / 2
           ELSE
               MOVE SPL-ABSD TO SPL-COST
           END-IF
           .

      * Walk the left stretch's point right while that is cheaper;
      * the cost is convex in the point, so where it stops is the
      * stretch's best.
       7540-SLIDE-LEFT-POINT.
           IF SPL-LX < SPL-A
               MOVE SPL-A TO SPL-LX
           END-IF
           MOVE SPL-LX TO SPL-X
           PERFORM 7530-COST-AT-X
           PERFORM UNTIL SPL-LX >= SPL-B
             MOVE SPL-COST TO SPL-NEXT-COST
             COMPUTE SPL-X = SPL-LX + 1
             PERFORM 7530-COST-AT-X
             IF SPL-COST < SPL-NEXT-COST
                 ADD 1 TO SPL-LX
             ELSE
                 MOVE SPL-NEXT-COST TO SPL-COST
                 EXIT PERFORM
             END-IF
           END-PERFORM
           .

       7550-SLIDE-RIGHT-POINT.
           IF SPL-RX > SPL-B
               MOVE SPL-B TO SPL-RX
           END-IF
           MOVE SPL-RX TO SPL-X
           PERFORM 7530-COST-AT-X
           PERFORM UNTIL SPL-RX <= SPL-A
             MOVE SPL-COST TO SPL-NEXT-COST
             COMPUTE SPL-X = SPL-RX - 1
             PERFORM 7530-COST-AT-X
             IF SPL-COST < SPL-NEXT-COST
                 SUBTRACT 1 FROM SPL-RX
             ELSE
                 MOVE SPL-NEXT-COST TO SPL-COST
                 EXIT PERFORM
             END-IF
           END-PERFORM
           .

       7560-REPORT-THE-SPLIT.
           DISPLAY MYNAME ' split alignment ' SPL-MODE-SW
           MOVE SPL-SINGLE-X TO F-HPOSN-DISP
           MOVE SPL-SINGLE-COST TO F-FUEL-DISP
           DISPLAY
             MYNAME '   single point hposn ' F-HPOSN-DISP
             ' fuel ' F-FUEL-DISP
           IF SPL-BEST-COST >= SPL-SINGLE-COST
               DISPLAY
                 MYNAME '   no pair of rally points beats the'
                 ' single point'
               IF SPL-MODE-SW = FUEL-MODE-SW
                   MOVE SPL-SINGLE-X TO SPL-RUN-POS1-DISP
                                        SPL-RUN-POS2-DISP
                   MOVE SPL-SINGLE-COST TO SPL-RUN-FUEL-DISP
                   MOVE 0 TO SPL-RUN-SAVE-DISP
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SPL-BEST-K TO SPL-K
           COMPUTE SPL-CRABS = SPL-P-CNT(SPL-K + 2)
             - SPL-P-CNT(LOW-CRAB + 1)
           MOVE SPL-LEFT-X(SPL-K + 1) TO F-HPOSN-DISP
           MOVE SPL-CRABS TO WS-CRAB-DISP
      *    the split can fall in a gap; show the crabs' own range
           MOVE LOW-CRAB TO SPL-FROM-DISP
           MOVE SPL-K TO SPL-X
           PERFORM UNTIL SPL-P-CNT(SPL-X + 2) > SPL-P-CNT(SPL-X + 1)
             SUBTRACT 1 FROM SPL-X
           END-PERFORM
           MOVE SPL-X TO SPL-TO-DISP
           DISPLAY
             MYNAME '   rally 1 hposn ' F-HPOSN-DISP
             ' crabs ' WS-CRAB-DISP
             ' from positions ' SPL-FROM-DISP ' thru ' SPL-TO-DISP
           COMPUTE SPL-CRABS = SPL-P-CNT(HIGH-CRAB + 2)
             - SPL-P-CNT(SPL-K + 2)
           MOVE SPL-RIGHT-X(SPL-K + 1) TO F-HPOSN-DISP
           MOVE SPL-CRABS TO WS-CRAB-DISP
           COMPUTE SPL-X = SPL-K + 1
           PERFORM UNTIL SPL-P-CNT(SPL-X + 2) > SPL-P-CNT(SPL-X + 1)
             ADD 1 TO SPL-X
           END-PERFORM
           MOVE SPL-X TO SPL-FROM-DISP
           MOVE HIGH-CRAB TO SPL-TO-DISP
           DISPLAY
             MYNAME '   rally 2 hposn ' F-HPOSN-DISP
             ' crabs ' WS-CRAB-DISP
             ' from positions ' SPL-FROM-DISP ' thru ' SPL-TO-DISP
           MOVE SPL-BEST-COST TO F-FUEL-DISP
           DISPLAY MYNAME '   two-point fuel           ' F-FUEL-DISP

           COMPUTE SPL-SAVING = SPL-SINGLE-COST - SPL-BEST-COST
           MOVE SPL-SAVING TO SPL-SAVING-P
           MOVE SPL-SINGLE-COST TO SPL-SINGLE-P
           COMPUTE SPL-PCT ROUNDED =
             SPL-SAVING-P * 100 / SPL-SINGLE-P
           MOVE SPL-PCT TO SPL-PCT-DISP
           MOVE SPL-SAVING TO F-FUEL-DISP
           DISPLAY
             MYNAME '   saving over one point    ' F-FUEL-DISP
             ' (' SPL-PCT-DISP '%)'

           IF SPL-MODE-SW = FUEL-MODE-SW
               MOVE SPL-LEFT-X(SPL-K + 1)  TO SPL-RUN-POS1-DISP
               MOVE SPL-RIGHT-X(SPL-K + 1) TO SPL-RUN-POS2-DISP
               MOVE SPL-BEST-COST TO SPL-RUN-FUEL-DISP
               MOVE SPL-SAVING TO SPL-RUN-SAVE-DISP
           END-IF
           .

       9005-WRITE-CSV-LOG.
           CALL 'csbusdt' USING WS-BUS-STAMP END-CALL
           MOVE SPACES TO WS-CSV-LINE
             WS-RUN-ID                 DELIMITED SPACE
             INTO WS-CSV-LINE
           END-STRING
           IF SPLIT-DONE
               COMPUTE SPL-PTR = FUNCTION LENGTH(
                 FUNCTION TRIM(WS-CSV-LINE, TRAILING)) + 1
               STRING
                 ',SPLITPOS1,'         DELIMITED SIZE
                 SPL-RUN-POS1-DISP     DELIMITED SIZE
                 ',SPLITPOS2,'         DELIMITED SIZE
                 SPL-RUN-POS2-DISP     DELIMITED SIZE
                 ',SPLITFUEL,'         DELIMITED SIZE
                 SPL-RUN-FUEL-DISP     DELIMITED SIZE
                 ',SPLITSAVE,'         DELIMITED SIZE
                 SPL-RUN-SAVE-DISP     DELIMITED SIZE
                 INTO WS-CSV-LINE
                 WITH POINTER SPL-PTR
               END-STRING
           END-IF

           OPEN EXTEND CSV-LOG
           IF WS-CSV-LOG-STAT NOT = '00'
