           Select PLAN-DATA            Assign Dynamic WS-PLAN-NAME
                                        Organization Line Sequential
                                        File Status Is WS-PLAN-STAT.
           Select GEO-DATA             Assign Dynamic WS-GEO-NAME
                                        Organization Line Sequential
                                        File Status Is WS-GEO-STAT.
           Select TRK-DATA             Assign Dynamic WS-TRK-FNAME
                                        Organization Line Sequential.
       Data Division.
       FD  PLAN-DATA.
       01  PLAN-DATA-REC      PIC X(024).

       FD  GEO-DATA.
       01  GEO-DATA-REC       PIC X(080).

       FD  TRK-DATA.
       01  TRK-DATA-REC       PIC X(110).

           05  WS-ENVL-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-ENVL-MSG        PIC X(008)         VALUE SPACES.
           05  WS-ENVL-INSERT     PIC X(060)         VALUE SPACES.
           05  WS-SNIF-SHAPE      PIC X(008)         VALUE SPACES.
           05  WS-SNIF-LIKELY     PIC X(008)         VALUE SPACES.
           05  WS-SNIF-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-SNIF-MSG        PIC X(008)         VALUE SPACES.
           05  WS-SNIF-INSERT     PIC X(060)         VALUE SPACES.

      * Fuel-consumption model: units of fuel (hundredths) per unit
      * of way for each command.  Up and down differ because of
               10  TRK-NAIVE-H    PIC S9(009) COMP.
               10  TRK-AIM-A      PIC S9(009) COMP.
               10  TRK-NAIVE-D    PIC S9(009) COMP.
               10  TRK-HULL       PIC 9(004) COMP.
           05  PLOT-COUNT         PIC 9(008) COMP    VALUE 0.
           05  PLOT-POINTS.
               10  PLOT-H         PIC S9(009) COMP OCCURS 5000 TIMES.
               10  PLOT-D         PIC S9(009) COMP OCCURS 5000 TIMES.
           05  TRK-CHART.
               10  TRK-CHART-ROW  PIC X(100) OCCURS 30 TIMES.

      * Operating box the mission is cleared for, from the
      * GEOFENCE= file.  Each limit is watched on its own: an
      * excursion opens on the first command that leaves the box
      * across that limit and closes on the first command back
      * inside it, carrying the record it began at, the worst
      * overshoot, and how many consecutive commands it lasted.
       01  GEOFENCE-AREAS.
           05  WS-GEO-NAME        PIC X(080)         VALUE SPACES.
           05  WS-GEO-STAT        PIC X(002)         VALUE SPACES.
           05  GEO-KEY            PIC X(020)         VALUE SPACES.
           05  GEO-VAL            PIC X(060)         VALUE SPACES.
           05  GEO-LIMITS.
               10  GEO-LIMIT OCCURS 3 TIMES.
                   15  GEO-LIMIT-VAL  PIC 9(008) COMP.
                   15  GEO-LIMIT-SW   PIC X(001).
                       88  GEO-LIMIT-SET             VALUE 'Y'.
           05  GEO-NAMES-DEF      PIC X(024)
                                  VALUE 'MAXDEPTHMINDEPTHMAXHPOSN'.
           05  GEO-NAMES REDEFINES GEO-NAMES-DEF.
               10  GEO-NAME       PIC X(008) OCCURS 3 TIMES.
           05  GEO-IDX            PIC 9(004) COMP    VALUE 0.
           05  GEO-SUB            PIC 9(004) COMP    VALUE 0.
           05  GEO-EXCESS         PIC S9(009) COMP   VALUE 0.
           05  GEO-EXC-COUNT      PIC 9(008) COMP    VALUE 0.
           05  GEO-FROM-DISP      PIC 9(008)         VALUE 0.
           05  GEO-BY-DISP        PIC 9(008)         VALUE 0.
           05  GEO-CMDS-DISP      PIC 9(008)         VALUE 0.
           05  GEO-LIMIT-DISP     PIC 9(008)         VALUE 0.
           05  GEO-EXC-DISP       PIC 9(008)         VALUE 0.
      *    the open excursions of the boat being navigated; a fleet
      *    hull's are kept in its HUL-GEO-SLOTS image between
      *    commands
           05  GEO-SLOTS.
               10  GEO-SLOT OCCURS 3 TIMES.
                   15  GEO-OPEN-SW    PIC X(001).
                       88  GEO-OPEN                  VALUE 'Y'.
                   15  GEO-FROM-REC   PIC 9(008) COMP.
                   15  GEO-BY         PIC 9(009) COMP.
                   15  GEO-CMDS       PIC 9(008) COMP.

      * Fleet logs: one combined log, each command prefixed with
      * its hull number.  Every hull keeps its own aim, position,
      * and depth; the record's hull is swapped into the CURR- and
      * NAIVE- fields before the command is applied and back out
      * after, so the navigation model itself is the one the
      * single-hull run uses.
       01  HULL-AREAS.
           05  HULL-MAX           PIC 9(004) COMP    VALUE 50.
           05  HULL-COUNT         PIC 9(004) COMP    VALUE 0.
           05  HULL-IDX           PIC 9(004) COMP    VALUE 0.
           05  HULL-IN            PIC X(008)         VALUE LOW-VALUES.
           05  HULL-ENTRY OCCURS 50 TIMES.
               10  HUL-ID         PIC X(008).
               10  HUL-HPOSN      PIC 9(008) COMP.
               10  HUL-DEPTH      PIC 9(008) COMP.
               10  HUL-AIM        PIC 9(008) COMP.
               10  HUL-NAIVE-H    PIC 9(008) COMP.
               10  HUL-NAIVE-D    PIC 9(008) COMP.
               10  HUL-FUEL       PIC 9(015)V9(002) COMP-3.
               10  HUL-RECS       PIC 9(008) COMP.
               10  HUL-GEO-SLOTS  PIC X(039).
           05  FUEL-BEFORE        PIC 9(015)V9(002) COMP-3 VALUE 0.
           05  HUL-PRODUCT        PIC 9(016) COMP    VALUE 0.
           05  HUL-NAIVE-PRODUCT  PIC 9(016) COMP    VALUE 0.
           05  HUL-SEQ            PIC 9(008) COMP    VALUE 0.
           05  FLEET-HPOSN        PIC 9(008) COMP    VALUE 0.
           05  FLEET-DEPTH        PIC 9(008) COMP    VALUE 0.
           05  FLEET-PRODUCT      PIC 9(016) COMP    VALUE 0.
           05  FLEET-FUEL         PIC 9(015)V9(002) COMP-3 VALUE 0.
           05  FLEET-DISAGREE     PIC 9(004) COMP    VALUE 0.
           05  HUL-HPOSN-DISP     PIC 9(008)         VALUE 0.
           05  HUL-DEPTH-DISP     PIC 9(008)         VALUE 0.
           05  HUL-PRODUCT-DISP   PIC 9(016)         VALUE 0.
           05  HUL-RECS-DISP      PIC 9(008)         VALUE 0.
           05  HUL-COUNT-DISP     PIC 9(004)         VALUE 0.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           05  WS-START-TIME-R    REDEFINES WS-START-TIME.
           05  PLAN-MODE-SW       PIC X(001)         VALUE 'N'.
               88  PLAN-MODE                         VALUE 'Y'
                                                     FALSE 'N'.
           05  GEOFENCE-SW        PIC X(001)         VALUE 'N'.
               88  GEOFENCE-MODE                     VALUE 'Y'
                                                     FALSE 'N'.
           05  GEO-EOF-SW         PIC X(001)         VALUE 'N'.
               88  GEO-EOF                           VALUE 'Y'.
           05  FLEET-SW           PIC X(001)         VALUE 'N'.
               88  FLEET-MODE                        VALUE 'Y'
                                                     FALSE 'N'.
           05  PLAN-EOF-SW        PIC X(001)         VALUE 'N'.
               88  PLAN-EOF                          VALUE 'Y'.
           05  PLAN-OP-SW         PIC X(008)         VALUE LOW-VALUES.

           IF WS-ASSIGN-NAME NOT = '/dev/stdin'
               PERFORM 0200-CHECK-THE-ENVELOPE
               PERFORM 0250-CHECK-THE-CONTENT
           END-IF

           OPEN INPUT INPT-DATA

           INITIALIZE GEO-LIMITS GEO-SLOTS
           IF GEOFENCE-MODE
               PERFORM 0400-LOAD-THE-GEOFENCE
           END-IF

      *    a filed plan is one boat's route; it cannot be replayed
      *    against a log that interleaves a whole fleet
           IF PLAN-MODE AND FLEET-MODE
               DISPLAY
                 MYNAME ' warning - PLAN does not apply to a fleet'
                 ' log, planned-route comparison not made'
               SET PLAN-MODE TO FALSE
               MOVE 4 TO RETURN-CODE
           END-IF

           IF PLAN-MODE
               OPEN INPUT PLAN-DATA
               IF WS-PLAN-STAT NOT = '00'
           PERFORM 8010-READ-INPT-DATA

           PERFORM UNTIL INPT-DATA-EOF
             IF FLEET-MODE
                 PERFORM 2200-SWAP-IN-THE-HULL
             END-IF
             EVALUATE TRUE
               WHEN OPERATION-FORWARD
                    ADD OPERATION-ARG TO CURR-HPOSN
                          GOBACK
             END-EVALUATE

             IF GEOFENCE-MODE
                 PERFORM 2400-CHECK-THE-GEOFENCE
                   VARYING GEO-IDX FROM 1 BY 1
                   UNTIL GEO-IDX > 3
             END-IF

             MOVE FUEL-TOTAL TO FUEL-TOTAL-DISP
             IF FLEET-MODE
                 DISPLAY
                  MYNAME ' position ' WS-REC-COUNT
                  ' hull '  HUL-ID(HULL-IDX)
                  ' hposn ' CURR-HPOSN
                  ' depth ' CURR-DEPTH
                  ' aim '   CURR-AIM
                  ' fuel '  FUEL-TOTAL-DISP
                 PERFORM 2210-SWAP-OUT-THE-HULL
             ELSE
                 DISPLAY
                  MYNAME ' position ' WS-REC-COUNT
                  ' hposn ' CURR-HPOSN
                  ' depth ' CURR-DEPTH
                  ' aim '   CURR-AIM
                  ' fuel '  FUEL-TOTAL-DISP
             END-IF
             IF BUDGET-MODE AND NOT BUDGET-DRY
                 AND FUEL-TOTAL > FUEL-BUDGET
                 SET BUDGET-DRY TO TRUE
                 MOVE NAIVE-HPOSN TO TRK-NAIVE-H(TRK-COUNT)
                 MOVE NAIVE-DEPTH TO TRK-NAIVE-D(TRK-COUNT)
                 MOVE CURR-AIM    TO TRK-AIM-A(TRK-COUNT)
                 MOVE HULL-IDX    TO TRK-HULL(TRK-COUNT)
             END-IF

             IF PLAN-MODE
               PERFORM 2150-FINISH-PLAN-COMPARE
           END-IF

           IF GEOFENCE-MODE
               PERFORM 2450-FINISH-GEOFENCE
           END-IF

           IF FLEET-MODE
               PERFORM 2300-REPORT-THE-FLEET
           ELSE
               DISPLAY
                MYNAME
                ' current horizontal position '
                CURR-HPOSN

               DISPLAY
                MYNAME
                ' current depth '
                CURR-DEPTH

               COMPUTE CURR-PRODUCT = CURR-HPOSN * CURR-DEPTH
               DISPLAY
                MYNAME
                ' product of position and depth '
                CURR-PRODUCT

               DISPLAY
                MYNAME
                ' naive horizontal position '
                NAIVE-HPOSN

               DISPLAY
                MYNAME
                ' naive depth '
                NAIVE-DEPTH

               COMPUTE NAIVE-PRODUCT = NAIVE-HPOSN * NAIVE-DEPTH
               DISPLAY
                MYNAME
                ' naive product of position and depth '
                NAIVE-PRODUCT

               IF CURR-PRODUCT NOT = NAIVE-PRODUCT
                   DISPLAY
                    MYNAME
                    ' aim-based and naive navigation models disagree'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           MOVE FUEL-TOTAL TO FUEL-TOTAL-DISP
           DISPLAY MYNAME ' records read ' WS-REC-COUNT

      *    past the table limit the last slot is given to the final
      *    position, so the chart always ends where the voyage did;
      *    a fleet's final positions are in the hull table instead
           IF TRK-COUNT = TRK-POINT-MAX
               AND WS-REC-COUNT > TRK-POINT-MAX
               AND FLEET-MODE
               DISPLAY
                 MYNAME ' warning - fleet log passes '
                 TRK-POINT-MAX ' records, later positions not'
                 ' charted'
           END-IF
           IF TRK-COUNT = TRK-POINT-MAX
               AND WS-REC-COUNT > TRK-POINT-MAX
               AND NOT FLEET-MODE
               MOVE CURR-HPOSN  TO TRK-AIM-H(TRK-POINT-MAX)
               MOVE CURR-DEPTH  TO TRK-AIM-D(TRK-POINT-MAX)
               MOVE NAIVE-HPOSN TO TRK-NAIVE-H(TRK-POINT-MAX)
           END-IF
           .

      *----------------------------------------------------------------
      * Fleet logs.  The record's hull is looked up (or enrolled on
      * its first command) and its state swapped into the fields
      * the navigation model works on; afterwards the updated state
      * goes back to the hull's slot.  An unknown hull past the
      * table limit stops the run -- dropping its commands, or
      * giving them to another boat, is exactly the failure the
      * combined log is meant to end.
      *----------------------------------------------------------------
       2200-SWAP-IN-THE-HULL.
           MOVE 0 TO HULL-IDX
           PERFORM VARYING TRK-IDX FROM 1 BY 1
           UNTIL TRK-IDX > HULL-COUNT OR HULL-IDX > 0
             IF HUL-ID(TRK-IDX) = HULL-IN
                 MOVE TRK-IDX TO HULL-IDX
             END-IF
           END-PERFORM
           IF HULL-IDX = 0
               IF HULL-COUNT >= HULL-MAX
                   DISPLAY
                     MYNAME ' more than ' HULL-MAX ' hulls in the'
                     ' fleet log, hull ' HULL-IN ' at record '
                     WS-REC-COUNT ' cannot be tracked'
                   CLOSE INPT-DATA
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9000-WRITE-AUDIT-LOG
                   PERFORM 9900-DISPLAY-SUMMARY
                   GOBACK
               END-IF
               ADD 1 TO HULL-COUNT
               MOVE HULL-COUNT TO HULL-IDX
               INITIALIZE HULL-ENTRY(HULL-IDX)
               MOVE HULL-IN TO HUL-ID(HULL-IDX)
               INITIALIZE GEO-SLOTS
               MOVE GEO-SLOTS TO HUL-GEO-SLOTS(HULL-IDX)
           END-IF
           MOVE HUL-HPOSN(HULL-IDX)   TO CURR-HPOSN
           MOVE HUL-DEPTH(HULL-IDX)   TO CURR-DEPTH
           MOVE HUL-AIM(HULL-IDX)     TO CURR-AIM
           MOVE HUL-NAIVE-H(HULL-IDX) TO NAIVE-HPOSN
           MOVE HUL-NAIVE-D(HULL-IDX) TO NAIVE-DEPTH
           MOVE HUL-GEO-SLOTS(HULL-IDX) TO GEO-SLOTS
           MOVE FUEL-TOTAL TO FUEL-BEFORE
           .

       2210-SWAP-OUT-THE-HULL.
           MOVE CURR-HPOSN  TO HUL-HPOSN(HULL-IDX)
           MOVE CURR-DEPTH  TO HUL-DEPTH(HULL-IDX)
           MOVE CURR-AIM    TO HUL-AIM(HULL-IDX)
           MOVE NAIVE-HPOSN TO HUL-NAIVE-H(HULL-IDX)
           MOVE NAIVE-DEPTH TO HUL-NAIVE-D(HULL-IDX)
           MOVE GEO-SLOTS   TO HUL-GEO-SLOTS(HULL-IDX)
           COMPUTE HUL-FUEL(HULL-IDX) =
             HUL-FUEL(HULL-IDX) + FUEL-TOTAL - FUEL-BEFORE
           ADD 1 TO HUL-RECS(HULL-IDX)
           .

      * The per-hull table and the fleet total line.  The fleet
      * totals stand in for the single boat's final figures on the
      * audit trail and the summary line.  Each hull's two models
      * are checked against each other, as the single-hull run
      * checks its one boat.
       2300-REPORT-THE-FLEET.
           MOVE HULL-COUNT TO HUL-COUNT-DISP
           DISPLAY
             MYNAME ' fleet log, hulls tracked ' HUL-COUNT-DISP
           PERFORM VARYING HULL-IDX FROM 1 BY 1
           UNTIL HULL-IDX > HULL-COUNT
             COMPUTE HUL-PRODUCT =
               HUL-HPOSN(HULL-IDX) * HUL-DEPTH(HULL-IDX)
             COMPUTE HUL-NAIVE-PRODUCT =
               HUL-NAIVE-H(HULL-IDX) * HUL-NAIVE-D(HULL-IDX)
             ADD HUL-HPOSN(HULL-IDX) TO FLEET-HPOSN
             ADD HUL-DEPTH(HULL-IDX) TO FLEET-DEPTH
             ADD HUL-PRODUCT         TO FLEET-PRODUCT
             ADD HUL-FUEL(HULL-IDX)  TO FLEET-FUEL
             MOVE HUL-HPOSN(HULL-IDX) TO HUL-HPOSN-DISP
             MOVE HUL-DEPTH(HULL-IDX) TO HUL-DEPTH-DISP
             MOVE HUL-PRODUCT         TO HUL-PRODUCT-DISP
             MOVE HUL-RECS(HULL-IDX)  TO HUL-RECS-DISP
             MOVE HUL-FUEL(HULL-IDX)  TO FUEL-TOTAL-DISP
             DISPLAY
               MYNAME ' hull ' HUL-ID(HULL-IDX)
               ' hposn ' HUL-HPOSN-DISP
               ' depth ' HUL-DEPTH-DISP
               ' product ' HUL-PRODUCT-DISP
               ' commands ' HUL-RECS-DISP
               ' fuel ' FUEL-TOTAL-DISP
             IF HUL-PRODUCT NOT = HUL-NAIVE-PRODUCT
                 ADD 1 TO FLEET-DISAGREE
                 DISPLAY
                   MYNAME ' hull ' HUL-ID(HULL-IDX)
                   ' aim-based and naive navigation models disagree'
             END-IF
           END-PERFORM
           MOVE FLEET-HPOSN   TO HUL-HPOSN-DISP
           MOVE FLEET-DEPTH   TO HUL-DEPTH-DISP
           MOVE FLEET-PRODUCT TO HUL-PRODUCT-DISP
           MOVE WS-REC-COUNT  TO HUL-RECS-DISP
           MOVE FLEET-FUEL    TO FUEL-TOTAL-DISP
           DISPLAY
             MYNAME ' FLEET TOTAL '
             ' hposn ' HUL-HPOSN-DISP
             ' depth ' HUL-DEPTH-DISP
             ' product ' HUL-PRODUCT-DISP
             ' commands ' HUL-RECS-DISP
             ' fuel ' FUEL-TOTAL-DISP
           MOVE FLEET-HPOSN   TO CURR-HPOSN
           MOVE FLEET-DEPTH   TO CURR-DEPTH
           MOVE FLEET-PRODUCT TO CURR-PRODUCT
           IF FLEET-DISAGREE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      *----------------------------------------------------------------
      * The operating-box file, KEYWORD=VALUE records in the style
      * of cssuite.cfg: MAXDEPTH=, MINDEPTH=, MAXHPOSN=.  A limit
      * the mission does not set is not checked; a file that sets
      * none is reported and the check is dropped.
      *----------------------------------------------------------------
       0400-LOAD-THE-GEOFENCE.
           OPEN INPUT GEO-DATA
           IF WS-GEO-STAT NOT = '00'
               DISPLAY
                 MYNAME ' operating-box file missing or unreadable: '
                 FUNCTION TRIM(WS-GEO-NAME)
                 ', excursions not checked'
               SET GEOFENCE-MODE TO FALSE
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL GEO-EOF
             MOVE SPACES TO GEO-DATA-REC
             READ GEO-DATA
               AT END SET GEO-EOF TO TRUE
               NOT AT END
                 IF GEO-DATA-REC NOT = SPACES
                     AND GEO-DATA-REC(1:1) NOT = '*'
                     PERFORM 0410-LOAD-ONE-LIMIT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE GEO-DATA
           IF NOT GEO-LIMIT-SET(1) AND NOT GEO-LIMIT-SET(2)
               AND NOT GEO-LIMIT-SET(3)
               DISPLAY
                 MYNAME ' operating-box file sets no limits,'
                 ' excursions not checked'
               SET GEOFENCE-MODE TO FALSE
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       0410-LOAD-ONE-LIMIT.
           MOVE SPACES TO GEO-KEY GEO-VAL
           UNSTRING GEO-DATA-REC DELIMITED BY '='
             INTO GEO-KEY GEO-VAL
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(GEO-KEY) TO GEO-KEY
           MOVE 0 TO GEO-IDX
           PERFORM VARYING GEO-SUB FROM 1 BY 1
           UNTIL GEO-SUB > 3
             IF GEO-KEY = GEO-NAME(GEO-SUB)
                 MOVE GEO-SUB TO GEO-IDX
             END-IF
           END-PERFORM
           IF GEO-IDX = 0
               OR FUNCTION TEST-NUMVAL(GEO-VAL) NOT = 0
               DISPLAY
                 MYNAME ' warning - operating-box record ignored: '
                 GEO-DATA-REC(1:40)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(GEO-VAL) TO GEO-LIMIT-VAL(GEO-IDX)
           SET GEO-LIMIT-SET(GEO-IDX) TO TRUE
           MOVE GEO-LIMIT-VAL(GEO-IDX) TO GEO-LIMIT-DISP
           DISPLAY
             MYNAME ' operating box ' GEO-NAME(GEO-IDX)
             ' ' GEO-LIMIT-DISP
           .

      * The position just reached against the limit at GEO-IDX.
       2400-CHECK-THE-GEOFENCE.
           IF NOT GEO-LIMIT-SET(GEO-IDX)
               EXIT PARAGRAPH
           END-IF
           EVALUATE GEO-IDX
             WHEN 1
                 COMPUTE GEO-EXCESS =
                   CURR-DEPTH - GEO-LIMIT-VAL(GEO-IDX)
             WHEN 2
                 COMPUTE GEO-EXCESS =
                   GEO-LIMIT-VAL(GEO-IDX) - CURR-DEPTH
             WHEN OTHER
                 COMPUTE GEO-EXCESS =
                   CURR-HPOSN - GEO-LIMIT-VAL(GEO-IDX)
           END-EVALUATE
           IF GEO-EXCESS > 0
               IF NOT GEO-OPEN(GEO-IDX)
                   SET GEO-OPEN(GEO-IDX) TO TRUE
                   MOVE WS-REC-COUNT TO GEO-FROM-REC(GEO-IDX)
                   MOVE 0 TO GEO-BY(GEO-IDX) GEO-CMDS(GEO-IDX)
               END-IF
               ADD 1 TO GEO-CMDS(GEO-IDX)
               IF GEO-EXCESS > GEO-BY(GEO-IDX)
                   MOVE GEO-EXCESS TO GEO-BY(GEO-IDX)
               END-IF
           ELSE
               IF GEO-OPEN(GEO-IDX)
                   PERFORM 2410-REPORT-EXCURSION
               END-IF
           END-IF
           .

       2410-REPORT-EXCURSION.
           ADD 1 TO GEO-EXC-COUNT
           MOVE GEO-FROM-REC(GEO-IDX) TO GEO-FROM-DISP
           MOVE GEO-BY(GEO-IDX)       TO GEO-BY-DISP
           MOVE GEO-CMDS(GEO-IDX)     TO GEO-CMDS-DISP
           IF FLEET-MODE
               DISPLAY
                 MYNAME ' EXCURSION hull ' HUL-ID(HULL-IDX)
                 ' at record ' GEO-FROM-DISP
                 ' limit ' GEO-NAME(GEO-IDX)
                 ' by ' GEO-BY-DISP
                 ' for ' GEO-CMDS-DISP ' commands'
           ELSE
               DISPLAY
                 MYNAME ' EXCURSION at record ' GEO-FROM-DISP
                 ' limit ' GEO-NAME(GEO-IDX)
                 ' by ' GEO-BY-DISP
                 ' for ' GEO-CMDS-DISP ' commands'
           END-IF
           MOVE 'N' TO GEO-OPEN-SW(GEO-IDX)
           .

      * A boat still outside the box when the log ends has its
      * excursion reported as it stands.  Any excursion at all is
      * a safety reporting item: the step ends with a warning, and
      * the suite driver raises it on the alert file.
       2450-FINISH-GEOFENCE.
           IF FLEET-MODE
               PERFORM VARYING HULL-IDX FROM 1 BY 1
               UNTIL HULL-IDX > HULL-COUNT
                 MOVE HUL-GEO-SLOTS(HULL-IDX) TO GEO-SLOTS
                 PERFORM 2460-CLOSE-OPEN-EXCURSION
                   VARYING GEO-IDX FROM 1 BY 1
                   UNTIL GEO-IDX > 3
               END-PERFORM
           ELSE
               PERFORM 2460-CLOSE-OPEN-EXCURSION
                 VARYING GEO-IDX FROM 1 BY 1
                 UNTIL GEO-IDX > 3
           END-IF
           MOVE GEO-EXC-COUNT TO GEO-EXC-DISP
           IF GEO-EXC-COUNT = 0
               DISPLAY
                 MYNAME ' operating box held for the whole voyage'
           ELSE
               DISPLAY
                 MYNAME ' OPERATING BOX EXCURSIONS ' GEO-EXC-DISP
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

       2460-CLOSE-OPEN-EXCURSION.
           IF GEO-OPEN(GEO-IDX)
               PERFORM 2410-REPORT-EXCURSION
           END-IF
           .

       8020-READ-PLAN-DATA.
           MOVE SPACES TO PLAN-DATA-REC
           READ PLAN-DATA
               MOVE WS-HOLD-RC TO RETURN-CODE
               WRITE TRK-DATA-REC FROM WS-LIN-LINE

      *        a fleet log gets one section per hull, each headed
      *        HULL=<hull> and laid out as a single boat's export
               IF FLEET-MODE
                   PERFORM 3100-EXPORT-ONE-HULL
                     VARYING HULL-IDX FROM 1 BY 1
                     UNTIL HULL-IDX > HULL-COUNT
               ELSE
                   MOVE 0 TO HULL-IDX
                   PERFORM 3100-EXPORT-ONE-HULL
               END-IF
               CLOSE TRK-DATA
               DISPLAY MYNAME ' track chart written to cs02b.trk'
           END-IF
           .

      * The charts and the point listing for the points tagged
      * with HULL-IDX -- every point, on a single-hull run.
       3100-EXPORT-ONE-HULL.
           IF FLEET-MODE
               MOVE SPACES TO TRK-DATA-REC
               WRITE TRK-DATA-REC
               MOVE SPACES TO TRK-DATA-REC
               STRING
                 'HULL='           DELIMITED SIZE
                 HUL-ID(HULL-IDX)  DELIMITED SPACE
                 INTO TRK-DATA-REC
               END-STRING
               WRITE TRK-DATA-REC
           END-IF

           MOVE 0 TO PLOT-COUNT
           PERFORM VARYING TRK-IDX FROM 1 BY 1
           UNTIL TRK-IDX > TRK-COUNT
             IF TRK-HULL(TRK-IDX) = HULL-IDX
                 ADD 1 TO PLOT-COUNT
                 MOVE TRK-AIM-H(TRK-IDX) TO PLOT-H(PLOT-COUNT)
                 MOVE TRK-AIM-D(TRK-IDX) TO PLOT-D(PLOT-COUNT)
             END-IF
           END-PERFORM
           IF PLOT-COUNT = 0
               MOVE 'NO TRACK POINTS' TO TRK-DATA-REC
               WRITE TRK-DATA-REC
               EXIT PARAGRAPH
           END-IF
           MOVE 'AIM-BASED TRACK' TO TRK-DATA-REC
           WRITE TRK-DATA-REC
           PERFORM 3010-PLOT-ONE-TRACK

           MOVE 0 TO PLOT-COUNT
           PERFORM VARYING TRK-IDX FROM 1 BY 1
           UNTIL TRK-IDX > TRK-COUNT
             IF TRK-HULL(TRK-IDX) = HULL-IDX
                 ADD 1 TO PLOT-COUNT
                 MOVE TRK-NAIVE-H(TRK-IDX) TO PLOT-H(PLOT-COUNT)
                 MOVE TRK-NAIVE-D(TRK-IDX) TO PLOT-D(PLOT-COUNT)
             END-IF
           END-PERFORM
           MOVE SPACES TO TRK-DATA-REC
           WRITE TRK-DATA-REC
           MOVE 'NAIVE TRACK' TO TRK-DATA-REC
           WRITE TRK-DATA-REC
           PERFORM 3010-PLOT-ONE-TRACK

      *    the scaled charts above are for eyeballs; cshzrd
      *    screens the voyage from these exact points.  A fleet
      *    hull's points are numbered in its own command sequence.
           MOVE 'TRACKPOINTS' TO TRK-DATA-REC
           WRITE TRK-DATA-REC
           MOVE 0 TO HUL-SEQ
           PERFORM VARYING TRK-IDX FROM 1 BY 1
           UNTIL TRK-IDX > TRK-COUNT
             IF TRK-HULL(TRK-IDX) = HULL-IDX
                 ADD 1 TO HUL-SEQ
                 MOVE HUL-SEQ            TO TRK-P-REC
                 MOVE TRK-AIM-H(TRK-IDX) TO TRK-P-H
                 MOVE TRK-AIM-D(TRK-IDX) TO TRK-P-D
                 MOVE TRK-AIM-A(TRK-IDX) TO TRK-P-A
                   INTO TRK-DATA-REC
                 END-STRING
                 WRITE TRK-DATA-REC
             END-IF
           END-PERFORM
           .

       3010-PLOT-ONE-TRACK.
           MOVE PLOT-D(1) TO TRK-DEEP-VAL
           MOVE 1 TO TRK-DEEP-IDX
           PERFORM VARYING TRK-IDX FROM 2 BY 1
           UNTIL TRK-IDX > PLOT-COUNT
             IF PLOT-H(TRK-IDX) < TRK-H-MIN
                 MOVE PLOT-H(TRK-IDX) TO TRK-H-MIN
             END-IF
           END-PERFORM

           PERFORM VARYING TRK-IDX FROM 1 BY 1
           UNTIL TRK-IDX > PLOT-COUNT
             PERFORM 3020-PLOT-ONE-POINT
             MOVE '*' TO TRK-CHART-ROW(TRK-ROW)(TRK-COL:1)
           END-PERFORM
           MOVE 1 TO TRK-IDX
           PERFORM 3020-PLOT-ONE-POINT
           MOVE 'S' TO TRK-CHART-ROW(TRK-ROW)(TRK-COL:1)
           MOVE PLOT-COUNT TO TRK-IDX
           PERFORM 3020-PLOT-ONE-POINT
           MOVE 'E' TO TRK-CHART-ROW(TRK-ROW)(TRK-COL:1)

           END-EVALUATE
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
      *          both and report where they diverge
                 MOVE WS-CLI-VAL TO WS-PLAN-NAME
                 SET PLAN-MODE TO TRUE
             WHEN 'GEOFENCE'
      *          the mission's operating box: depth limits and a
      *          horizontal limit, checked as every command is
      *          applied
                 MOVE WS-CLI-VAL TO WS-GEO-NAME
                 SET GEOFENCE-MODE TO TRUE
             WHEN 'FLEET'
      *          combined fleet log: every command record carries
      *          its hull number ahead of the command
                 IF FUNCTION UPPER-CASE(WS-CLI-VAL) = 'Y'
                     SET FLEET-MODE TO TRUE
                 END-IF
             WHEN OTHER
                 DISPLAY
                  MYNAME
                    ' warning - record ' WS-REC-COUNT
                    ' filled the input buffer, data may be truncated'
               END-IF
               IF FLEET-MODE
                   MOVE LOW-VALUES TO HULL-IN
                   UNSTRING WS-INPT
                     DELIMITED ALL SPACE OR ALL LOW-VALUE
                     INTO HULL-IN OPERATION OPERATION-ARG-X
                   END-UNSTRING
                   MOVE FUNCTION UPPER-CASE(HULL-IN) TO HULL-IN
               ELSE
                   UNSTRING WS-INPT
                     DELIMITED ALL SPACE OR ALL LOW-VALUE
                     INTO OPERATION OPERATION-ARG-X
                   END-UNSTRING
               END-IF
               IF FUNCTION TEST-NUMVAL(OPERATION-ARG-X) = 0
                   MOVE FUNCTION NUMVAL(OPERATION-ARG-X)
                     TO OPERATION-ARG
