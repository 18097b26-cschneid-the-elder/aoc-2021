           05  WS-RUN-DOW         PIC 9(001)         VALUE 0.
           05  WS-RUN-DD          PIC X(002)         VALUE SPACES.
           05  WS-FREQ            PIC X(008)         VALUE SPACES.
           05  WS-FREQ-DOW        PIC 9(001)         VALUE 0.
           05  WS-ROLL            PIC X(004)         VALUE SPACES.
           05  WS-RUN-INT         PIC S9(009) COMP   VALUE 0.
           05  WS-ANCHOR-INT      PIC S9(009) COMP   VALUE 0.
           05  WS-ANCHOR-DATE     PIC 9(008)         VALUE 0.
           05  WS-ANCHOR-0        PIC 9(008)         VALUE 0.
           05  WS-ANCHOR-1        PIC 9(008)         VALUE 0.
           05  WS-EFFECT-DATE     PIC 9(008)         VALUE 0.
           05  WS-EFFECT-0        PIC 9(008)         VALUE 0.
           05  WS-EFFECT-1        PIC 9(008)         VALUE 0.
           05  WS-BIZ-ACTION      PIC X(001)         VALUE SPACE.
           05  WS-BIZ-OUT         PIC 9(008)         VALUE 0.
           05  WS-BIZ-COUNT       PIC S9(009) COMP   VALUE 0.
           05  WS-BIZ-TYPE        PIC X(001)         VALUE SPACE.
           05  WS-START-HSEC      PIC S9(009) COMP   VALUE 360000.
           05  WS-DEADLINE-HSEC   PIC S9(009) COMP   VALUE -1.
           05  WS-HMS-IN          PIC 9(006)         VALUE 0.
               10  CTL-GROUP      PIC X(004).
               10  CTL-MAXTIME    PIC X(005).
               10  CTL-FREQ       PIC X(008).
               10  CTL-ROLL       PIC X(004).
               10  CTL-STATUS     PIC X(004).
               10  SIM-EST-HSEC   PIC S9(009) COMP.
               10  SIM-START-HSEC PIC S9(009) COMP.
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-N
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
      *    day 1 of the standard date, 1601-01-01, was a Monday, so
      *    1=MON .. 7=SUN
           COMPUTE WS-RUN-DOW =
             FUNCTION MOD(WS-RUN-INT - 1, 7) + 1
           MOVE WS-RUN-DATE(7:2) TO WS-RUN-DD
           .

           .

      * The driver's control columns: program at 1, group at 80,
      * maxtime at 85, frequency at 91, holiday roll rule at 126.
      * The argument and input
      * columns ride along in the file but play no part in the
      * timing, so they are not carried here.
       3110-LOAD-CTL-TABLE.
               MOVE CTL-DATA-REC(80:4)  TO CTL-GROUP(CTL-COUNT)
               MOVE CTL-DATA-REC(85:5)  TO CTL-MAXTIME(CTL-COUNT)
               MOVE CTL-DATA-REC(91:8)  TO CTL-FREQ(CTL-COUNT)
               MOVE CTL-DATA-REC(126:4) TO CTL-ROLL(CTL-COUNT)
               MOVE SPACES              TO CTL-STATUS(CTL-COUNT)
               MOVE 0 TO SIM-EST-HSEC(CTL-COUNT)
                         SIM-START-HSEC(CTL-COUNT)
           .

      * csdrvr's 1710-EVALUATE-ONE-FREQ, applied to the chosen run
      * date so the simulation skips what the driver would skip,
      * holiday roll rules and all.
       3210-EVALUATE-ONE-FREQ.
           MOVE FUNCTION UPPER-CASE(CTL-FREQ(CTL-IDX)) TO WS-FREQ
           MOVE 0 TO WS-FREQ-DOW
           EVALUATE TRUE
             WHEN WS-FREQ = SPACES OR WS-FREQ = 'DAILY'
                 EXIT PARAGRAPH
             WHEN WS-FREQ = 'WEEKLY'
                 MOVE 1 TO WS-FREQ-DOW
             WHEN WS-FREQ = 'MONTHLY'
                 CONTINUE
             WHEN WS-FREQ(1:3) = 'MON'
                 MOVE 1 TO WS-FREQ-DOW
             WHEN WS-FREQ(1:3) = 'TUE'
                 MOVE 2 TO WS-FREQ-DOW
             WHEN WS-FREQ(1:3) = 'WED'
                 MOVE 3 TO WS-FREQ-DOW
             WHEN WS-FREQ(1:3) = 'THU'
                 MOVE 4 TO WS-FREQ-DOW
             WHEN WS-FREQ(1:3) = 'FRI'
                 MOVE 5 TO WS-FREQ-DOW
             WHEN WS-FREQ(1:3) = 'SAT'
                 MOVE 6 TO WS-FREQ-DOW
             WHEN WS-FREQ(1:3) = 'SUN'
                 MOVE 7 TO WS-FREQ-DOW
             WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE

           MOVE FUNCTION UPPER-CASE(CTL-ROLL(CTL-IDX)) TO WS-ROLL
           IF WS-ROLL NOT = 'PREV' AND NOT = 'KEEP' AND NOT = 'SKIP'
               MOVE 'NEXT' TO WS-ROLL
           END-IF

           IF WS-FREQ = 'MONTHLY'
               COMPUTE WS-ANCHOR-0 = WS-RUN-DATE-N
                 - FUNCTION MOD(WS-RUN-DATE-N, 100) + 1
               COMPUTE WS-ANCHOR-INT =
                 FUNCTION INTEGER-OF-DATE(WS-ANCHOR-0) + 31
               COMPUTE WS-ANCHOR-1 =
                 FUNCTION DATE-OF-INTEGER(WS-ANCHOR-INT)
               COMPUTE WS-ANCHOR-1 = WS-ANCHOR-1
                 - FUNCTION MOD(WS-ANCHOR-1, 100) + 1
           ELSE
               COMPUTE WS-ANCHOR-INT = WS-RUN-INT
                 - FUNCTION MOD(WS-RUN-DOW - WS-FREQ-DOW + 7, 7)
               COMPUTE WS-ANCHOR-0 =
                 FUNCTION DATE-OF-INTEGER(WS-ANCHOR-INT)
               COMPUTE WS-ANCHOR-1 =
                 FUNCTION DATE-OF-INTEGER(WS-ANCHOR-INT + 7)
           END-IF

           MOVE WS-ANCHOR-0 TO WS-ANCHOR-DATE
           PERFORM 3220-ROLL-THE-ANCHOR
           MOVE WS-EFFECT-DATE TO WS-EFFECT-0
           MOVE WS-ANCHOR-1 TO WS-ANCHOR-DATE
           PERFORM 3220-ROLL-THE-ANCHOR
           MOVE WS-EFFECT-DATE TO WS-EFFECT-1

           IF WS-EFFECT-0 NOT = WS-RUN-DATE-N
               AND WS-EFFECT-1 NOT = WS-RUN-DATE-N
               MOVE 'CSKP' TO CTL-STATUS(CTL-IDX)
           END-IF
           .

      * csdrvr's 1720-ROLL-THE-ANCHOR.
       3220-ROLL-THE-ANCHOR.
           MOVE WS-ANCHOR-DATE TO WS-EFFECT-DATE
           MOVE 'N' TO WS-BIZ-ACTION
           IF WS-ROLL = 'PREV'
               MOVE 'P' TO WS-BIZ-ACTION
           END-IF
           CALL 'csbizdy' USING
             WS-BIZ-ACTION
             WS-ANCHOR-DATE
             WS-BIZ-OUT
             WS-BIZ-COUNT
             WS-BIZ-TYPE
           END-CALL
           IF WS-BIZ-TYPE = 'H'
               EVALUATE WS-ROLL
                 WHEN 'NEXT'
                 WHEN 'PREV'
                     MOVE WS-BIZ-OUT TO WS-EFFECT-DATE
                 WHEN 'SKIP'
                     MOVE 0 TO WS-EFFECT-DATE
                 WHEN OTHER
                     CONTINUE
               END-EVALUATE
           END-IF
           .

      * The driver's wave-extension rules verbatim: a blank group is
