      * headline figure (its first keyword pair: INCREASES for cs01a,
      * FLASHES for cs11a, and so on), and the business days between
      * first and last run on which the program did not run at all.
      * Business days are weekdays less the shop holidays in the
      * csholid.cat calendar, so a holiday Monday is not reported
      * as a missed run.
      *
       Program-ID. csahist.
       Environment Division.
           05  WS-GAP-COUNT       PIC 9(004) COMP    VALUE 0.
           05  WS-GAP-SHOWN       PIC 9(004) COMP    VALUE 0.
           05  WS-GAP-DATE        PIC 9(008)         VALUE 0.
           05  WS-HOLIDAY-COUNT   PIC 9(004) COMP    VALUE 0.
           05  WS-BIZ-ACTION      PIC X(001)         VALUE 'C'.
           05  WS-BIZ-OUT         PIC 9(008)         VALUE 0.
           05  WS-BIZ-COUNT       PIC S9(009) COMP   VALUE 0.
           05  WS-BIZ-TYPE        PIC X(001)         VALUE SPACE.
           05  WS-REC-COUNT-DISP  PIC 9(008)         VALUE 0.
           05  PGM-COUNT-DISP     PIC 9(008)         VALUE 0.
           05  WS-AUDIT-LOG-NAME  PIC X(040)        VALUE 'csaudit.log'.
                 ' last ' PGM-LAST-HEAD(PGM-IDX)
           END-IF

           MOVE 0 TO WS-GAP-COUNT WS-GAP-SHOWN WS-HOLIDAY-COUNT
           PERFORM VARYING WS-LINE-INT FROM PGM-FIRST-INT(PGM-IDX)
             BY 1 UNTIL WS-LINE-INT > PGM-LAST-INT(PGM-IDX)
             COMPUTE WS-DAY-IDX = WS-LINE-INT - WS-BASE-INT + 1
      *      day 1 of the standard date, 1601-01-01, was a Monday,
      *      so 1=MON .. 7=SUN and business days are 1 through 5
             COMPUTE WS-DOW = FUNCTION MOD(WS-LINE-INT - 1, 7) + 1
             MOVE 'B' TO WS-BIZ-TYPE
             IF WS-DOW <= 5
                 AND WS-DAY-IDX >= 1 AND WS-DAY-IDX <= DAY-TABLE-MAX
                 AND PGM-DAY-FLAG(PGM-IDX, WS-DAY-IDX) NOT = 'Y'
                 MOVE FUNCTION DATE-OF-INTEGER(WS-LINE-INT)
                   TO WS-GAP-DATE
                 CALL 'csbizdy' USING
                   WS-BIZ-ACTION
                   WS-GAP-DATE
                   WS-BIZ-OUT
                   WS-BIZ-COUNT
                   WS-BIZ-TYPE
                 END-CALL
                 IF WS-BIZ-TYPE = 'H'
                     ADD 1 TO WS-HOLIDAY-COUNT
                 END-IF
             END-IF
             IF WS-DOW <= 5 AND WS-BIZ-TYPE NOT = 'H'
                 AND WS-DAY-IDX >= 1 AND WS-DAY-IDX <= DAY-TABLE-MAX
                 AND PGM-DAY-FLAG(PGM-IDX, WS-DAY-IDX) NOT = 'Y'
                 ADD 1 TO WS-GAP-COUNT
           IF WS-GAP-COUNT = 0
               DISPLAY MYNAME ' no business-day gaps'
           END-IF
           IF WS-HOLIDAY-COUNT > 0
               DISPLAY
                 MYNAME ' holidays not counted as gaps '
                 WS-HOLIDAY-COUNT
           END-IF
           .

       8010-READ-HIST-DATA.
