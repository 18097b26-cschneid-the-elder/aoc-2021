      * the results master, fits a straight-line growth trend per
      * program (least squares over business day), sums the trends,
      * and projects the date on which the whole suite no longer
      * fits the window the driver enforces.  Business days are
      * weekdays less the shop holidays in csholid.cat, so neither
      * a weekend nor a holiday shutdown reads as a day without
      * growth, and the projection counts forward over the days the
      * batch will actually run.  The per-step page
      * shows which programs are growing fastest, so tuning effort
      * goes where the growth is.
      *
           05  WS-REC-COUNT-DISP  PIC 9(008)         VALUE 0.

      * One program group's elapsed history: business-day number
      * (business days since the standard epoch) against hundredths
      * of a second elapsed.
       01  GROUP-AREAS.
           05  GRP-PGM            PIC X(008)         VALUE SPACES.
           05  GRP-COUNT          PIC 9(003) COMP    VALUE 0.
           05  FIT-SXY            PIC S9(017) COMP   VALUE 0.
           05  FIT-NUM            PIC S9(018) COMP   VALUE 0.
           05  FIT-DEN            PIC S9(018) COMP   VALUE 0.
      *    slope in hundredths of a second per business day, scaled
      *    by 1000
      *    to keep fractional growth visible in integer arithmetic
           05  FIT-SLOPE-M        PIC S9(015) COMP   VALUE 0.
           05  FIT-LATEST         PIC S9(012) COMP   VALUE 0.
           05  TOT-SLOPE-M        PIC S9(015) COMP   VALUE 0.
           05  WS-PGM-COUNT       PIC 9(004)         VALUE 0.
           05  WS-DAYS-LEFT       PIC S9(009) COMP   VALUE 0.
           05  WS-EXHAUST-DATE    PIC 9(008)         VALUE 0.
           05  WS-SLOPE-DISP      PIC -9(009).9(3).
           05  WS-LATEST-DISP     PIC 9(008)         VALUE 0.
           05  WS-TOT-DISP        PIC 9(010)         VALUE 0.
           05  WS-DAYS-DISP       PIC -9(006)        VALUE 0.
           05  WS-EPOCH-DATE      PIC 9(008)         VALUE 16010101.
           05  WS-ROW-DATE        PIC 9(008)         VALUE 0.
           05  WS-TODAY-DATE      PIC 9(008)         VALUE 0.
           05  WS-BIZ-ACTION      PIC X(001)         VALUE SPACE.
           05  WS-BIZ-COUNT       PIC S9(009) COMP   VALUE 0.
           05  WS-BIZ-TYPE        PIC X(001)         VALUE SPACE.
           05  WS-BUS-STAMP       PIC X(021)         VALUE SPACES.
           05  WS-WINDOW-DISP     PIC 9(007)         VALUE 0.


           MOVE 'O' TO RPT-ACTION
           MOVE 'BATCH-WINDOW CAPACITY FORECAST' TO RPT-TITLE
           MOVE 'PROGRAM    LATEST-SEC  GROWTH-SEC/BUS DAY' TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER

           OPEN INPUT RES-MASTER
               OR RES-TS(1:8) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE RES-TS(1:8) TO WS-ROW-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ROW-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF GRP-COUNT >= HIST-TABLE-MAX
               PERFORM VARYING GRP-IDX FROM 1 BY 1
               UNTIL GRP-IDX >= GRP-COUNT
               SUBTRACT 1 FROM GRP-COUNT
           END-IF
           ADD 1 TO GRP-COUNT
           MOVE 'D' TO WS-BIZ-ACTION
           CALL 'csbizdy' USING
             WS-BIZ-ACTION
             WS-EPOCH-DATE
             WS-ROW-DATE
             WS-BIZ-COUNT
             WS-BIZ-TYPE
           END-CALL
           MOVE WS-BIZ-COUNT TO GRP-DAY(GRP-COUNT)
           MOVE FUNCTION NUMVAL(RES-ELAPSED)
             TO GRP-ELAPSED(GRP-COUNT)
           .
           MOVE SPACES TO GRP-PGM
           .

      * The suite's projected exhaustion date: how many business
      * days until the summed latest elapsed, growing at the summed
      * trend, crosses the window.
       4000-PROJECT-THE-WINDOW.
           MOVE 'T' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
                   (WS-WINDOW-SEC * 100 - TOT-LATEST) * 1000
                   / TOT-SLOPE-M
                 CALL 'csbusdt' USING WS-BUS-STAMP END-CALL
                 MOVE WS-BUS-STAMP(1:8) TO WS-TODAY-DATE
                 MOVE 'A' TO WS-BIZ-ACTION
                 MOVE WS-DAYS-LEFT TO WS-BIZ-COUNT
                 CALL 'csbizdy' USING
                   WS-BIZ-ACTION
                   WS-TODAY-DATE
                   WS-EXHAUST-DATE
                   WS-BIZ-COUNT
                   WS-BIZ-TYPE
                 END-CALL
                 MOVE WS-DAYS-LEFT TO WS-DAYS-DISP
                 MOVE 'L' TO RPT-ACTION
                 MOVE SPACES TO RPT-LINE
                 STRING
                   'PROJECTED EXHAUSTION IN ' DELIMITED SIZE
                   WS-DAYS-DISP              DELIMITED SIZE
                   ' BUSINESS DAYS, ON '     DELIMITED SIZE
                   WS-EXHAUST-DATE           DELIMITED SIZE
                   INTO RPT-LINE
                 END-STRING
