      * rather than wiggle alongside it.  Every route lands in
      * cs15a.art under its own marker with total risk and
      * percent-worse-than-best.
      *
      * VENT=<map> (VENT=Y for cs05a.ovlp) lays the cs05a vent
      * overlap map over the same seafloor, read through the shared
      * grid reader.  Cells at or above the VENTRULE= threshold are
      * impassable, or carry the operator's surcharge, and the
      * lowest risk, the route and the alternates are all found a
      * second time under that constraint and reported beside the
      * unconstrained ones -- every route with the number of vent
      * cells it crosses.
      *   VENTRULE=2,BLOCK   (the default)
      *   VENTRULE=3,25      vent cells cost 25 extra to enter
      *
       Program-ID. cs15a.
       Environment Division.
           05  RPT-INTERVAL       PIC 9(008) COMP    VALUE 10000.
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
           05  N-ROW              PIC S9(009) COMP   VALUE 0.
           05  N-COL              PIC S9(009) COMP   VALUE 0.
           05  N-SUB              PIC 9(001) COMP    VALUE 0.
           05  EFF-RISK           PIC 9(004) COMP    VALUE 0.
           05  Q-ROW-HOLD         PIC 9(009) COMP    VALUE 0.
           05  Q-COL-HOLD         PIC 9(009) COMP    VALUE 0.
           05  Q-ROW-SAVE         PIC 9(009) COMP    VALUE 0.
           05  Q-COL-SAVE         PIC 9(009) COMP    VALUE 0.
           05  PEN-CELL-WAS       PIC 9(002) COMP    VALUE 0.
           05  VENT-ADD-WAS       PIC 9(004) COMP    VALUE 0.

      * The found routes, held until the search finishes so the
      * report can rank them by true risk; the corridor search
               10  RTT-MARK       PIC X(001).
               10  RTT-RISK       PIC 9(009) COMP.
               10  RTT-LEN        PIC 9(009) COMP.
               10  RTT-VENTS      PIC 9(009) COMP.
           05  RTT-IDX            PIC 9(002) COMP    VALUE 0.
           05  RTT-SWAP-SW        PIC X(001)         VALUE 'N'.
           05  RTT-HOLD-MARK      PIC X(001)         VALUE SPACE.
           05  RTT-HOLD-RISK      PIC 9(009) COMP    VALUE 0.
           05  RTT-HOLD-LEN       PIC 9(009) COMP    VALUE 0.
           05  RTT-HOLD-VENTS     PIC 9(009) COMP    VALUE 0.

      * The vent overlap map and the constraint laid over the grid.
           05  WS-VENT-FNAME      PIC X(080)         VALUE SPACES.
           05  WS-VENT-THRESH     PIC 9(004) COMP    VALUE 2.
           05  WS-VENT-COST       PIC 9(004) COMP    VALUE 0.
           05  WS-VENT-TOK-1      PIC X(020)         VALUE SPACES.
           05  WS-VENT-TOK-2      PIC X(020)         VALUE SPACES.
           05  WS-VENT-THRESH-DISP PIC 9(004)        VALUE 0.
           05  WS-VENT-COST-DISP  PIC 9(004)         VALUE 0.
           05  VENT-CELL-COUNT    PIC 9(009) COMP    VALUE 0.
           05  VENT-CELL-DISP     PIC 9(009)         VALUE 0.
           05  VENT-RISK          PIC 9(009) COMP    VALUE 0.
           05  VENT-RISK-DISP     PIC 9(009)         VALUE 0.
           05  RT-VENTS           PIC 9(009) COMP    VALUE 0.
           05  RT-VENTS-DISP      PIC 9(009)         VALUE 0.
           05  SG-ACT             PIC X(001)         VALUE SPACE.
           05  SG-TYPE            PIC X(001)         VALUE SPACE.
           05  SG-LINE            PIC X(5000)        VALUE SPACES.
           05  SG-ROWS            PIC 9(008) COMP    VALUE 0.
           05  SG-COLS            PIC 9(008) COMP    VALUE 0.
           05  SG-RC              PIC S9(009) COMP   VALUE 0.
           05  V-ORIG-X           PIC S9(009) COMP   VALUE 0.
           05  V-ORIG-Y           PIC S9(009) COMP   VALUE 0.
           05  V-MAP-ROW          PIC 9(009) COMP    VALUE 0.
           05  V-ROW-WIDTH        PIC 9(009) COMP    VALUE 0.
           05  V-MAP-COL          PIC 9(009) COMP    VALUE 0.
           05  V-CELL-POS         PIC 9(009) COMP    VALUE 0.
           05  V-GRID-ROW         PIC S9(009) COMP   VALUE 0.
           05  V-GRID-COL         PIC S9(009) COMP   VALUE 0.
           05  V-ORIG-TOK-1       PIC X(012)         VALUE SPACES.
           05  V-ORIG-TOK-2       PIC X(012)         VALUE SPACES.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           05  SETTLE-SW          PIC X(001)         VALUE 'F'.
               88  SETTLE-FRONTIER                   VALUE 'F'.
               88  SETTLE-SWEEPS                     VALUE 'S'.
           05  VENT-RULE-SW       PIC X(001)         VALUE 'B'.
               88  VENT-RULE-BLOCK                   VALUE 'B'.
               88  VENT-RULE-SURCHARGE               VALUE 'S'.
      *    the constraint is only in force for the second search
           05  VENT-SW            PIC X(001)         VALUE 'N'.
               88  VENT-OFF                          VALUE 'N'.
               88  VENT-BLOCKING                     VALUE 'B'.
               88  VENT-SURCHARGING                  VALUE 'S'.
           05  VENT-LOADED-SW     PIC X(001)         VALUE 'N'.
               88  VENT-LOADED                       VALUE 'Y'
                                                     FALSE 'N'.
           05  VENT-WARN-SW       PIC X(001)         VALUE 'N'.
               88  VENT-WARNED                       VALUE 'Y'
                                                     FALSE 'N'.
           05  VENT-MAP-EOF-SW    PIC X(001)         VALUE 'N'.
               88  VENT-MAP-EOF                      VALUE 'Y'
                                                     FALSE 'N'.
           05  VENT-ROUTE-SW      PIC X(001)         VALUE 'N'.
               88  VENT-ROUTE-FOUND                  VALUE 'Y'
                                                     FALSE 'N'.

       01  RISK-GRID.
           05  RISK-ROW OCCURS 2500.
           05  PEN-ROW OCCURS 2500.
               10  PEN-CELL       PIC 9(001) OCCURS 2500 TIMES.

      * Working-grid cells a vent at or above the threshold sits on.
       01  VENT-GRID.
           05  VENT-ROW OCCURS 2500.
               10  VENT-MARK      PIC X(001) OCCURS 2500 TIMES.

      * On-deck cells for the frontier settle, a plain ring.
       01  QUEUE-AREAS.
           05  QUEUE-MAX          PIC 9(009) COMP  VALUE 8000000.
               MOVE '/dev/stdin' TO WS-ASSIGN-NAME
           END-IF

           IF WS-ASSIGN-NAME NOT = '/dev/stdin'
               PERFORM 0250-CHECK-THE-CONTENT
           END-IF

           OPEN INPUT INPT-DATA

           PERFORM 8010-READ-INPT-DATA
             MYNAME ' working grid ' GRID-ROWS-DISP
             ' rows by ' GRID-COLS-DISP ' cols'

           MOVE ALL 'N' TO VENT-GRID
           IF WS-VENT-FNAME NOT = SPACES
               PERFORM 1600-LOAD-VENT-MAP
           END-IF

           IF PROFILE-MODE
               MOVE 'B' TO WS-PRF-ACT
               MOVE '2000-SETTLE-THE-DISTANCES' TO WS-PRF-BLOCK
               END-IF
           END-IF

           IF VENT-LOADED
               PERFORM 4000-ROUTE-AROUND-VENTS
           END-IF

           IF PROFILE-MODE
               MOVE 'R' TO WS-PRF-ACT
               PERFORM 8900-CALL-PROFILER
           END-IF

      *    a vent map that could not be used, or vents that leave no
      *    way through, still let the unconstrained answer stand
           IF VENT-WARNED AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 9000-WRITE-AUDIT-LOG
           PERFORM 9900-DISPLAY-SUMMARY
           GOBACK.
           CALL 'csenvfn' USING WS-ART-FNAME END-CALL
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
                       MYNAME ' warning - ALTROUTES must be 1 to'
                       ' 4, none produced'
                 END-IF
             WHEN 'VENT'
      *          the cs05a vent overlap map to route around
                 IF FUNCTION UPPER-CASE(WS-CLI-VAL) = 'Y'
                     MOVE 'cs05a.ovlp' TO WS-VENT-FNAME
                     CALL 'csenvfn' USING WS-VENT-FNAME END-CALL
                 ELSE
                     MOVE WS-CLI-VAL TO WS-VENT-FNAME
                 END-IF
             WHEN 'VENTRULE'
      *          threshold,BLOCK or threshold,surcharge
                 MOVE SPACES TO WS-VENT-TOK-1 WS-VENT-TOK-2
                 UNSTRING WS-CLI-VAL DELIMITED BY ','
                   INTO WS-VENT-TOK-1 WS-VENT-TOK-2
                 END-UNSTRING
                 IF FUNCTION TEST-NUMVAL(WS-VENT-TOK-1) = 0
                     AND FUNCTION NUMVAL(WS-VENT-TOK-1) >= 1
                     AND FUNCTION NUMVAL(WS-VENT-TOK-1) <= 9999
                     MOVE FUNCTION NUMVAL(WS-VENT-TOK-1)
                       TO WS-VENT-THRESH
                 ELSE
                     DISPLAY
                       MYNAME ' warning - VENTRULE threshold must be'
                       ' 1 to 9999, staying with ' WS-VENT-THRESH
                 END-IF
                 EVALUATE TRUE
                   WHEN WS-VENT-TOK-2 = SPACES
                     OR FUNCTION UPPER-CASE(WS-VENT-TOK-2) = 'BLOCK'
                       SET VENT-RULE-BLOCK TO TRUE
                   WHEN FUNCTION TEST-NUMVAL(WS-VENT-TOK-2) = 0
                     AND FUNCTION NUMVAL(WS-VENT-TOK-2) >= 1
                     AND FUNCTION NUMVAL(WS-VENT-TOK-2) <= 999
                       SET VENT-RULE-SURCHARGE TO TRUE
                       MOVE FUNCTION NUMVAL(WS-VENT-TOK-2)
                         TO WS-VENT-COST
                   WHEN OTHER
                       DISPLAY
                         MYNAME ' warning - VENTRULE surcharge must be'
                         ' BLOCK or 1 to 999, vent cells blocked'
                       SET VENT-RULE-BLOCK TO TRUE
                 END-EVALUATE
             WHEN OTHER
                 DISPLAY
                  MYNAME
           END-PERFORM
           .

      *----------------------------------------------------------------
      * The vent overlap map through the shared grid reader, sparse or
      * dense.  Its ORIGIN header places map slot (1,1) in survey
      * coordinates, and survey (x,y) is working-grid cell (y+1,x+1),
      * so a tiled survey picks up the vents over its far tiles too.
      *----------------------------------------------------------------
       1600-LOAD-VENT-MAP.
           MOVE 'O' TO SG-ACT
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cssgrdr' USING
             SG-ACT
             WS-VENT-FNAME
             SG-TYPE
             SG-LINE
             SG-ROWS
             SG-COLS
             SG-RC
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           IF SG-RC NOT = 0
               DISPLAY
                 MYNAME ' warning - vent overlap map missing or'
                 ' unreadable: ' FUNCTION TRIM(WS-VENT-FNAME)
                 ', routing without the vent constraint'
               SET VENT-WARNED TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO V-ORIG-X V-ORIG-Y V-MAP-ROW VENT-CELL-COUNT
           SET VENT-MAP-EOF TO FALSE
           PERFORM UNTIL VENT-MAP-EOF
             MOVE SPACES TO SG-LINE
             MOVE 'N' TO SG-ACT
             MOVE RETURN-CODE TO WS-HOLD-RC
             CALL 'cssgrdr' USING
               SG-ACT
               WS-VENT-FNAME
               SG-TYPE
               SG-LINE
               SG-ROWS
               SG-COLS
               SG-RC
             END-CALL
             MOVE WS-HOLD-RC TO RETURN-CODE
             EVALUATE TRUE
               WHEN SG-TYPE = 'E'
                   SET VENT-MAP-EOF TO TRUE
               WHEN SG-LINE(1:7) = 'ORIGIN='
                   MOVE SPACES TO V-ORIG-TOK-1 V-ORIG-TOK-2
                   UNSTRING SG-LINE(8:15) DELIMITED BY ALL SPACE
                     INTO V-ORIG-TOK-1 V-ORIG-TOK-2
                   END-UNSTRING
                   IF FUNCTION TEST-NUMVAL(V-ORIG-TOK-1) = 0
                       COMPUTE V-ORIG-X =
                         FUNCTION NUMVAL(V-ORIG-TOK-1)
                   END-IF
                   IF FUNCTION TEST-NUMVAL(V-ORIG-TOK-2) = 0
                       COMPUTE V-ORIG-Y =
                         FUNCTION NUMVAL(V-ORIG-TOK-2)
                   END-IF
               WHEN SG-TYPE = 'R'
                   ADD 1 TO V-MAP-ROW
                   PERFORM 1610-MARK-ONE-MAP-ROW
             END-EVALUATE
           END-PERFORM

           SET VENT-LOADED TO TRUE
           MOVE VENT-CELL-COUNT TO VENT-CELL-DISP
           MOVE WS-VENT-THRESH TO WS-VENT-THRESH-DISP
           DISPLAY
             MYNAME ' vent cells at or above ' WS-VENT-THRESH-DISP
             ' on the working grid ' VENT-CELL-DISP
           .

       1610-MARK-ONE-MAP-ROW.
           COMPUTE V-GRID-ROW = V-ORIG-Y + V-MAP-ROW
           IF V-GRID-ROW < 1 OR V-GRID-ROW > GRID-ROWS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO V-ROW-WIDTH
           INSPECT FUNCTION TRIM(SG-LINE, TRAILING)
             TALLYING V-ROW-WIDTH FOR ALL CHARACTERS
           COMPUTE V-ROW-WIDTH = (V-ROW-WIDTH + 1) / 5
           PERFORM VARYING V-MAP-COL FROM 1 BY 1
           UNTIL V-MAP-COL > V-ROW-WIDTH
             COMPUTE V-GRID-COL = V-ORIG-X + V-MAP-COL
             COMPUTE V-CELL-POS = ((V-MAP-COL - 1) * 5) + 1
             IF V-GRID-COL >= 1 AND V-GRID-COL <= GRID-COLS
                 AND FUNCTION TEST-NUMVAL(SG-LINE(V-CELL-POS:4)) = 0
                 IF FUNCTION NUMVAL(SG-LINE(V-CELL-POS:4))
                      >= WS-VENT-THRESH
                     MOVE 'Y' TO VENT-MARK(V-GRID-ROW, V-GRID-COL)
                     ADD 1 TO VENT-CELL-COUNT
                 END-IF
             END-IF
           END-PERFORM
           .

       2000-SETTLE-THE-DISTANCES.
           IF SETTLE-SWEEPS
               PERFORM 2100-SETTLE-BY-SWEEPS
           .

       2010-RELAX-ONE-CELL.
      *    a blocked vent cell is never entered, so it stays
      *    unreachable
           IF (ROW-SUB = 1 AND COL-SUB = 1)
               OR (VENT-BLOCKING
                   AND VENT-MARK(ROW-SUB, COL-SUB) = 'Y')
               CONTINUE
           ELSE
               MOVE DIST-CELL(ROW-SUB, COL-SUB) TO WS-CAND
                   COMPUTE WS-CAND = WS-CAND
                     + RISK-CELL(ROW-SUB, COL-SUB)
                     + PEN-CELL(ROW-SUB, COL-SUB)
                   IF VENT-SURCHARGING
                       AND VENT-MARK(ROW-SUB, COL-SUB) = 'Y'
                       ADD WS-VENT-COST TO WS-CAND
                   END-IF
                   IF WS-CAND < DIST-CELL(ROW-SUB, COL-SUB)
                       MOVE WS-CAND TO DIST-CELL(ROW-SUB, COL-SUB)
                       SET SWEEP-CHANGED TO TRUE
                   COMPUTE EFF-RISK =
                     RISK-CELL(N-ROW, N-COL)
                     + PEN-CELL(N-ROW, N-COL)
                   IF VENT-SURCHARGING
                       AND VENT-MARK(N-ROW, N-COL) = 'Y'
                       ADD WS-VENT-COST TO EFF-RISK
                   END-IF
                   COMPUTE WS-CAND =
                     DIST-CELL(Q-ROW, Q-COL) + EFF-RISK
                   IF VENT-BLOCKING
                       AND VENT-MARK(N-ROW, N-COL) = 'Y'
                       MOVE INFINITE-RISK TO WS-CAND
                   END-IF
                   IF WS-CAND < DIST-CELL(N-ROW, N-COL)
                       MOVE WS-CAND TO DIST-CELL(N-ROW, N-COL)
                       IF INQ-CELL(N-ROW, N-COL) NOT = 'Y'
           END-PERFORM

           MOVE 0 TO RT-BEST
           IF VENT-LOADED
               IF VENT-OFF
                   DISPLAY MYNAME ' routes without the vent constraint'
               ELSE
                   DISPLAY MYNAME ' routes with the vent constraint'
               END-IF
           END-IF
           PERFORM VARYING RT-K FROM 1 BY 1
           UNTIL RT-K > WS-ALT-K + 1
             IF RT-K > 1
             MOVE RT-MARK TO RTT-MARK(RTT-COUNT)
             MOVE RT-TRUE TO RTT-RISK(RTT-COUNT)
             MOVE ROUTE-LEN TO RTT-LEN(RTT-COUNT)
             MOVE RT-VENTS TO RTT-VENTS(RTT-COUNT)
           END-PERFORM

           PERFORM 3150-RANK-THE-ROUTES
             PERFORM 3200-REPORT-ONE-ROUTE
           END-PERFORM

      *    vent cells no route claimed show as V
           IF VENT-LOADED
               PERFORM VARYING ROW-SUB FROM 1 BY 1
               UNTIL ROW-SUB > GRID-ROWS
               AFTER COL-SUB FROM 1 BY 1
               UNTIL COL-SUB > GRID-COLS
                 IF VENT-MARK(ROW-SUB, COL-SUB) = 'Y'
                     AND ROUTE-CELL(ROW-SUB, COL-SUB) >= '0'
                     AND ROUTE-CELL(ROW-SUB, COL-SUB) <= '9'
                     MOVE 'V' TO ROUTE-CELL(ROW-SUB, COL-SUB)
                 END-IF
               END-PERFORM
           END-IF

           MOVE 'S' TO ROUTE-CELL(1, 1)
           MOVE 'E' TO ROUTE-CELL(GRID-ROWS, GRID-COLS)

      *    the constrained routes follow the unconstrained map in the
      *    same file, under their own heading
           IF VENT-OFF
               OPEN OUTPUT ART-DATA
               MOVE RETURN-CODE TO WS-HOLD-RC
               CALL 'cslinhd' USING
                 MYNAME
                 WS-RUN-ID
                 WS-ASSIGN-NAME
                 WS-LIN-LINE
               END-CALL
               MOVE WS-HOLD-RC TO RETURN-CODE
               WRITE ART-DATA-REC FROM WS-LIN-LINE
           ELSE
               OPEN EXTEND ART-DATA
               MOVE WS-VENT-THRESH TO WS-VENT-THRESH-DISP
               MOVE SPACES TO ART-DATA-REC
               IF VENT-BLOCKING
                   STRING
                     '*VENT CONSTRAINT THRESH=' DELIMITED SIZE
                     WS-VENT-THRESH-DISP        DELIMITED SIZE
                     ' RULE=BLOCK'              DELIMITED SIZE
                     INTO ART-DATA-REC
                   END-STRING
               ELSE
                   MOVE WS-VENT-COST TO WS-VENT-COST-DISP
                   STRING
                     '*VENT CONSTRAINT THRESH=' DELIMITED SIZE
                     WS-VENT-THRESH-DISP        DELIMITED SIZE
                     ' RULE=SURCHARGE COST='    DELIMITED SIZE
                     WS-VENT-COST-DISP          DELIMITED SIZE
                     INTO ART-DATA-REC
                   END-STRING
               END-IF
               WRITE ART-DATA-REC
           END-IF
           PERFORM VARYING ROW-SUB FROM 1 BY 1
           UNTIL ROW-SUB > GRID-ROWS
             MOVE SPACES TO ART-DATA-REC
       3100-WALK-ONE-ROUTE.
           MOVE GRID-ROWS TO ROW-SUB
           MOVE GRID-COLS TO COL-SUB
           MOVE 0 TO ROUTE-LEN RT-TRUE RT-VENTS
           PERFORM UNTIL ROW-SUB = 1 AND COL-SUB = 1
             IF ROUTE-CELL(ROW-SUB, COL-SUB) >= '0'
                 AND ROUTE-CELL(ROW-SUB, COL-SUB) <= '9'
             MOVE PEN-CELL(ROW-SUB, COL-SUB) TO PEN-CELL-WAS
             MOVE 9 TO PEN-CELL(ROW-SUB, COL-SUB)
             ADD 1 TO ROUTE-LEN
             MOVE 0 TO VENT-ADD-WAS
             IF VENT-MARK(ROW-SUB, COL-SUB) = 'Y'
                 ADD 1 TO RT-VENTS
                 IF VENT-SURCHARGING
                     MOVE WS-VENT-COST TO VENT-ADD-WAS
                 END-IF
             END-IF
             COMPUTE WS-CAND =
               DIST-CELL(ROW-SUB, COL-SUB)
               - RISK-CELL(ROW-SUB, COL-SUB)
               - PEN-CELL-WAS
               - VENT-ADD-WAS
             EVALUATE TRUE
               WHEN ROW-SUB > 1
                 AND DIST-CELL(ROW-SUB - 1, COL-SUB) = WS-CAND
                   MOVE RTT-MARK(RTT-IDX)  TO RTT-HOLD-MARK
                   MOVE RTT-RISK(RTT-IDX)  TO RTT-HOLD-RISK
                   MOVE RTT-LEN(RTT-IDX)   TO RTT-HOLD-LEN
                   MOVE RTT-VENTS(RTT-IDX) TO RTT-HOLD-VENTS
                   MOVE RTT-MARK(RTT-IDX + 1) TO RTT-MARK(RTT-IDX)
                   MOVE RTT-RISK(RTT-IDX + 1) TO RTT-RISK(RTT-IDX)
                   MOVE RTT-LEN(RTT-IDX + 1)  TO RTT-LEN(RTT-IDX)
                   MOVE RTT-VENTS(RTT-IDX + 1) TO RTT-VENTS(RTT-IDX)
                   MOVE RTT-HOLD-MARK TO RTT-MARK(RTT-IDX + 1)
                   MOVE RTT-HOLD-RISK TO RTT-RISK(RTT-IDX + 1)
                   MOVE RTT-HOLD-LEN  TO RTT-LEN(RTT-IDX + 1)
                   MOVE RTT-HOLD-VENTS TO RTT-VENTS(RTT-IDX + 1)
                   MOVE 'Y' TO RTT-SWAP-SW
               END-IF
             END-PERFORM
                 ' steps ' ROUTE-LEN-DISP
                 ' -- ' RT-WORSE-DISP '% worse than best'
           END-IF
           IF VENT-LOADED
               MOVE RTT-VENTS(RT-K) TO RT-VENTS-DISP
               DISPLAY
                 MYNAME '          crosses ' RT-VENTS-DISP
                 ' vent cell(s)'
           END-IF
           .

      *----------------------------------------------------------------
      * The same search again with the vents in force: lowest risk,
      * then the route and its alternates when they were asked for.
      * The unconstrained total stays the step's answer; the
      * constrained one is reported beside it.
      *----------------------------------------------------------------
       4000-ROUTE-AROUND-VENTS.
           IF VENT-RULE-BLOCK
               SET VENT-BLOCKING TO TRUE
           ELSE
               SET VENT-SURCHARGING TO TRUE
           END-IF
           MOVE ZEROS TO PENALTY-GRID
           MOVE 0 TO RTT-COUNT SWEEP-COUNT

           PERFORM 2000-SETTLE-THE-DISTANCES

           SET VENT-ROUTE-FOUND TO FALSE
           IF DIST-CELL(GRID-ROWS, GRID-COLS) >= INFINITE-RISK
               DISPLAY
                 MYNAME ' warning - the vent cells leave no route'
                 ' from entrance to exit'
               SET VENT-WARNED TO TRUE
               MOVE 0 TO VENT-RISK
           ELSE
               SET VENT-ROUTE-FOUND TO TRUE
               MOVE DIST-CELL(GRID-ROWS, GRID-COLS) TO VENT-RISK
               MOVE VENT-RISK TO VENT-RISK-DISP
               IF VENT-BLOCKING
                   DISPLAY
                     MYNAME ' lowest risk avoiding vents '
                     VENT-RISK-DISP
               ELSE
                   DISPLAY
                     MYNAME ' lowest risk plus vent surcharges '
                     VENT-RISK-DISP
               END-IF
           END-IF

           IF ROUTE-WANTED AND VENT-ROUTE-FOUND
               PERFORM 3000-MARK-AND-EXPORT-ROUTE
           END-IF

           SET VENT-OFF TO TRUE
           .

       8010-READ-INPT-DATA.
             TOTAL-RISK-DISP           DELIMITED SIZE
             ' TILES='                 DELIMITED SIZE
             WS-TILES-DISP             DELIMITED SIZE
             ' VENTRISK='              DELIMITED SIZE
             VENT-RISK-DISP            DELIMITED SIZE
             ' RECS='                  DELIMITED SIZE
             WS-REC-COUNT-DISP         DELIMITED SIZE
             ' RC='                    DELIMITED SIZE
