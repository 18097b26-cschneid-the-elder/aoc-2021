       ID Division.
      *
      * Copyright (C) 2021 Craig Schneiderwent.  All rights reserved.
      *
      * I accept no liability for damages of any kind resulting
      * from the use of this software.  Use at your own risk.
      *
      * This software may be modified and distributed under the terms
      * of the MIT license. See the LICENSE file for details.
      *
      *
      * Supplier delivery timeliness.  csscore rates what a supplier
      * sends; this program rates when it sends it.  cssuppl.map
      * carries the arrival time each input-file feed is promised
      * by, and every csready pass journals each input's observed
      * arrival time and the pass's own clock time in csgate.log.
      * For one month this program counts each supplier's
      * deliveries on time and late, the average and worst
      * lateness, and the batch minutes lost waiting -- the time a
      * readiness pass held the batch for a feed past its promised
      * time until the feed arrived.  Each late delivery is listed
      * on its own line as well, because a contract's delivery
      * clause is enforced one night at a time.
      *
      * A delivery is a new arrival time seen for a feed.  Its
      * deadline is the promised time nearest the arrival -- within
      * twelve hours either side of it -- so a feed promised for
      * 23:00 that lands at 00:40 is held to 23:00 the evening
      * before, and one that lands at 22:00 is on time whatever
      * hour the pass that finds it runs.  The month is the
      * business month of the pass.
      *
      *   cstimely [MONTH=yyyymm] [MAP=cssuppl.map] [RUNID=x]
      *
      * The report lands in cstimely.rpt through the shared print
      * writer.
      *
       Program-ID. cstimely.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select MAP-DATA             Assign Dynamic WS-MAP-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-MAP-STAT.
           Select GATE-DATA            Assign Dynamic WS-GATE-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-GATE-STAT.
       Data Division.
       File Section.
       FD  MAP-DATA.
       01  MAP-DATA-REC       PIC X(080).

       FD  GATE-DATA.
       01  GATE-DATA-REC      PIC X(160).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'cstimely'.
           05  MAP-TABLE-MAX      PIC 9(003) COMP    VALUE 100.
           05  SUP-TABLE-MAX      PIC 9(003) COMP    VALUE 30.
           05  LATE-TABLE-MAX     PIC 9(003) COMP    VALUE 300.

       01  WORK-AREAS.
           05  WS-REC-COUNT       PIC 9(008) COMP    VALUE 0.
           05  CLI-ARGS           PIC X(160)         VALUE SPACES.
           05  WS-CLI-TOKEN       PIC X(080)         VALUE SPACES.
           05  WS-CLI-KEY         PIC X(020)         VALUE SPACES.
           05  WS-CLI-VAL         PIC X(080)         VALUE SPACES.
           05  CLI-PTR            PIC 9(003) COMP    VALUE 1.
           05  WS-MAP-FNAME       PIC X(040)     VALUE 'cssuppl.map'.
           05  WS-MAP-STAT        PIC X(002)         VALUE SPACES.
           05  WS-AUDIT-LOG-NAME  PIC X(040)        VALUE 'csaudit.log'.
           05  WS-GATE-FNAME      PIC X(040)       VALUE 'csgate.log'.
           05  WS-GATE-STAT       PIC X(002)         VALUE SPACES.
           05  WS-AUDIT-KEYS      PIC X(160)         VALUE SPACES.
           05  WS-AUDIT-PTR       PIC 9(004) COMP    VALUE 1.
           05  WS-RC-DISP         PIC 9(004)         VALUE 0.
           05  WS-SUMM-RECS       PIC X(018)         VALUE SPACES.
           05  WS-SUMM-RESULT     PIC X(040)         VALUE SPACES.
           05  WS-HOLD-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-CFG-VAL         PIC X(080)         VALUE SPACES.
           05  WS-CFG-AUDITLOG    PIC X(020)       VALUE 'AUDITLOG'.
           05  WS-RUN-ID          PIC X(017)         VALUE SPACES.
           05  WS-REC-COUNT-DISP  PIC 9(008)         VALUE 0.
           05  WS-BUS-STAMP       PIC X(021)         VALUE SPACES.
           05  WS-CUR-MONTH       PIC X(006)         VALUE SPACES.
           05  WS-PROMISED-FEEDS  PIC 9(004) COMP    VALUE 0.

       01  PARSE-AREAS.
           05  WS-LINE-MONTH      PIC X(006)         VALUE SPACES.
           05  WS-TOKEN           PIC X(080)         VALUE SPACES.
           05  WS-TOK-KEY         PIC X(020)         VALUE SPACES.
           05  WS-TOK-VAL         PIC X(060)         VALUE SPACES.
           05  WS-TOK-PTR         PIC 9(004) COMP    VALUE 1.
           05  WS-LINE-FILE       PIC X(048)         VALUE SPACES.
           05  WS-LINE-STATUS     PIC X(040)         VALUE SPACES.
           05  WS-LINE-CLOCK      PIC X(012)         VALUE SPACES.
           05  WS-LINE-ARRIVED    PIC X(012)         VALUE SPACES.
           05  WS-LOOKUP-NAME     PIC X(048)         VALUE SPACES.
           05  WS-STAMP-IN        PIC X(012)         VALUE SPACES.
           05  WS-STAMP-MINS      PIC S9(012) COMP   VALUE 0.
           05  WS-STAMP-OUT       PIC X(016)         VALUE SPACES.
           05  WS-STAMP-DAYNO     PIC 9(008) COMP    VALUE 0.
           05  WS-STAMP-DAY       PIC 9(008)         VALUE 0.
           05  WS-STAMP-TOD       PIC 9(004) COMP    VALUE 0.
           05  WS-STAMP-HHMM.
               10  WS-STAMP-HH    PIC 9(002).
               10  WS-STAMP-MM    PIC 9(002).
           05  WS-PASS-MINS       PIC S9(012) COMP   VALUE 0.
           05  WS-ARRIVED-MINS    PIC S9(012) COMP   VALUE 0.
           05  WS-DEADLINE-MINS   PIC S9(012) COMP   VALUE 0.
           05  WS-PROMISE-TOD     PIC 9(004) COMP    VALUE 0.
           05  WS-LATE-MINS       PIC S9(012) COMP   VALUE 0.
           05  WS-LOST-MINS       PIC S9(012) COMP   VALUE 0.

      * One entry per feed with a promised arrival time, carrying
      * the last arrival already counted and the clock time of the
      * first pass held for it since then.
       01  MAP-TABLE.
           05  MAP-COUNT          PIC 9(003) COMP    VALUE 0.
           05  MAP-ENTRY OCCURS 100 TIMES.
               10  MAP-NAME       PIC X(048).
               10  MAP-SUPPLIER   PIC X(020).
               10  MAP-PROMISE.
                   15  MAP-PROM-HH PIC 9(002).
                   15  MAP-PROM-MM PIC 9(002).
               10  MAP-LAST-ARR   PIC X(012).
               10  MAP-HELD-MINS  PIC S9(012) COMP.
           05  MAP-IDX            PIC 9(003) COMP    VALUE 0.
           05  MAP-HIT            PIC 9(003) COMP    VALUE 0.

      * One row per supplier with at least one promised feed.
       01  SUP-TABLE.
           05  SUP-COUNT          PIC 9(003) COMP    VALUE 0.
           05  SUP-ENTRY OCCURS 30 TIMES.
               10  SUP-NAME       PIC X(020).
               10  SUP-FEEDS      PIC 9(004) COMP.
               10  SUP-ONTIME     PIC 9(005) COMP.
               10  SUP-LATE       PIC 9(005) COMP.
               10  SUP-LATE-MINS  PIC 9(009) COMP.
               10  SUP-WORST      PIC 9(009) COMP.
               10  SUP-LOST-MINS  PIC 9(009) COMP.
           05  SUP-IDX            PIC 9(003) COMP    VALUE 0.
           05  SUP-HIT            PIC 9(003) COMP    VALUE 0.

       01  TOTALS.
           05  TOT-ONTIME         PIC 9(007) COMP    VALUE 0.
           05  TOT-LATE           PIC 9(007) COMP    VALUE 0.
           05  TOT-LATE-MINS      PIC 9(009) COMP    VALUE 0.
           05  TOT-WORST          PIC 9(009) COMP    VALUE 0.
           05  TOT-LOST-MINS      PIC 9(009) COMP    VALUE 0.

      * Each late delivery of the month, for the detail listing.
       01  LATE-TABLE.
           05  LATE-COUNT         PIC 9(003) COMP    VALUE 0.
           05  LATE-ENTRY OCCURS 300 TIMES.
               10  LATE-SUPPLIER  PIC X(020).
               10  LATE-FEED      PIC X(048).
               10  LATE-DEADLINE  PIC X(012).
               10  LATE-ARRIVED   PIC X(012).
               10  LATE-MINS      PIC 9(009) COMP.
               10  LATE-LOST      PIC 9(009) COMP.
           05  LATE-IDX           PIC 9(003) COMP    VALUE 0.

       01  REPORT-AREAS.
           05  RPT-ACTION         PIC X(001)         VALUE SPACE.
           05  RPT-TITLE          PIC X(040)         VALUE SPACES.
           05  RPT-LINE           PIC X(132)         VALUE SPACES.
           05  WS-CT-DISP         PIC 9(007)         VALUE 0.
           05  WS-LOST-DISP       PIC 9(009)         VALUE 0.
           05  WS-PCT             PIC 9(003)V9(001)  VALUE 0.
           05  WS-DELIVS          PIC 9(007) COMP    VALUE 0.

      * One supplier's line of the summary.
       01  SUP-LINE.
           05  SL-SUPPLIER        PIC X(020).
           05  FILLER             PIC X(002).
           05  SL-FEEDS           PIC ZZZ9.
           05  FILLER             PIC X(002).
           05  SL-DELIVERIES      PIC ZZZZZ9.
           05  FILLER             PIC X(002).
           05  SL-ONTIME          PIC ZZZZZ9.
           05  FILLER             PIC X(002).
           05  SL-LATE            PIC ZZZZZ9.
           05  FILLER             PIC X(002).
           05  SL-PCT             PIC ZZ9.9.
           05  FILLER             PIC X(002).
           05  SL-AVG-LATE        PIC ZZZZZZ9.
           05  FILLER             PIC X(002).
           05  SL-WORST           PIC ZZZZZZ9.
           05  FILLER             PIC X(002).
           05  SL-LOST            PIC ZZZZZZZ9.
           05  FILLER             PIC X(047).

      * One late delivery's line of the detail listing.
       01  LATE-LINE.
           05  LL-SUPPLIER        PIC X(020).
           05  FILLER             PIC X(002).
           05  LL-FEED            PIC X(030).
           05  FILLER             PIC X(002).
           05  LL-DEADLINE        PIC X(016).
           05  FILLER             PIC X(002).
           05  LL-ARRIVED         PIC X(016).
           05  FILLER             PIC X(002).
           05  LL-MINS            PIC ZZZZZZ9.
           05  FILLER             PIC X(002).
           05  LL-LOST            PIC ZZZZZZZ9.
           05  FILLER             PIC X(025).

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           05  WS-START-TIME-R    REDEFINES WS-START-TIME.
               10  WS-START-HH    PIC 9(002).
               10  WS-START-MM    PIC 9(002).
               10  WS-START-SS    PIC 9(002).
               10  WS-START-HS    PIC 9(002).

       01  SWITCHES.
           05  MAP-EOF-SW         PIC X(001)         VALUE 'N'.
               88  MAP-EOF                           VALUE 'Y'.
           05  GATE-EOF-SW        PIC X(001)         VALUE 'N'.
               88  GATE-EOF                          VALUE 'Y'.

       Procedure Division.
           DISPLAY MYNAME SPACE FUNCTION CURRENT-DATE
           ACCEPT WS-START-TIME FROM TIME

      *    the suite configuration file supplies site defaults before
      *    the command line gets its say
           PERFORM 0100-READ-SUITE-CONFIG
           PERFORM 0150-APPLY-ENV-PREFIX

           ACCEPT CLI-ARGS FROM COMMAND-LINE
           SET CLI-PTR TO 1
           PERFORM UNTIL CLI-PTR > LENGTH OF CLI-ARGS
             MOVE SPACES TO WS-CLI-TOKEN
             UNSTRING CLI-ARGS DELIMITED BY SPACE
               INTO WS-CLI-TOKEN
               WITH POINTER CLI-PTR
             END-UNSTRING
             IF WS-CLI-TOKEN NOT = SPACES
                 PERFORM 1010-APPLY-CLI-TOKEN
             END-IF
           END-PERFORM

           IF WS-CUR-MONTH = SPACES
               CALL 'csbusdt' USING WS-BUS-STAMP END-CALL
               MOVE WS-BUS-STAMP(1:6) TO WS-CUR-MONTH
           END-IF

           PERFORM 2000-LOAD-SUPPLIER-MAP
           IF RETURN-CODE NOT = 0
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF

           PERFORM 3000-READ-THE-GATE-JOURNAL

           PERFORM 6000-PRINT-THE-REPORT

           DISPLAY MYNAME ' month reported    ' WS-CUR-MONTH
           DISPLAY MYNAME ' deliveries on time ' TOT-ONTIME
           DISPLAY MYNAME ' deliveries late    ' TOT-LATE
           DISPLAY MYNAME ' minutes lost       ' TOT-LOST-MINS
           DISPLAY MYNAME ' report written to cstimely.rpt'

           PERFORM 9000-WRITE-AUDIT-LOG
           PERFORM 9900-DISPLAY-SUMMARY
           GOBACK.

      * Site defaults from cssuite.cfg; a missing file or key leaves
      * the shipped defaults alone, and command-line tokens still
      * override whatever is configured.
       0100-READ-SUITE-CONFIG.
           MOVE SPACES TO WS-CFG-VAL
           CALL 'csgetcfg' USING WS-CFG-AUDITLOG WS-CFG-VAL END-CALL
           IF WS-CFG-VAL NOT = SPACES
               MOVE WS-CFG-VAL TO WS-AUDIT-LOG-NAME
           END-IF
           .

      * Environment partitioning: the fixed artifact names pick
      * up the DEV/QA prefix, if one is configured, before any
      * of them is opened.
       0150-APPLY-ENV-PREFIX.
           CALL 'csenvfn' USING WS-GATE-FNAME END-CALL
           .

      * Named command-line parameters come in as KEYWORD=VALUE tokens
      * separated by spaces; unpack one token here.
       1010-APPLY-CLI-TOKEN.
           CALL 'cscliptk' USING
             WS-CLI-TOKEN
             WS-CLI-KEY
             WS-CLI-VAL
           END-CALL
           EVALUATE FUNCTION UPPER-CASE(WS-CLI-KEY)
             WHEN 'MONTH'
                 IF WS-CLI-VAL(1:6) NUMERIC
                     MOVE WS-CLI-VAL(1:6) TO WS-CUR-MONTH
                 ELSE
                     DISPLAY
                       MYNAME ' warning - MONTH must be yyyymm, '
                       'ignored: ' WS-CLI-VAL
                 END-IF
             WHEN 'MAP'
                 MOVE WS-CLI-VAL(1:40) TO WS-MAP-FNAME
             WHEN 'RUNID'
                 MOVE WS-CLI-VAL TO WS-RUN-ID
             WHEN OTHER
                 DISPLAY
                  MYNAME
                  ' warning - unrecognized parameter ' WS-CLI-KEY
           END-EVALUATE
           .

       2000-LOAD-SUPPLIER-MAP.
           OPEN INPUT MAP-DATA
           IF WS-MAP-STAT NOT = '00'
               DISPLAY
                 MYNAME ' unable to read supplier map '
                 FUNCTION TRIM(WS-MAP-FNAME)
                 ' status ' WS-MAP-STAT
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 8010-READ-MAP-DATA
           PERFORM UNTIL MAP-EOF
             PERFORM 2100-LOAD-ONE-MAPPING
             PERFORM 8010-READ-MAP-DATA
           END-PERFORM
           CLOSE MAP-DATA
           IF WS-PROMISED-FEEDS = 0
               DISPLAY
                 MYNAME ' supplier map promises no arrival times'
               MOVE 8 TO RETURN-CODE
           END-IF
           .

      * Only a feed with a promised arrival time is held to one; a
      * malformed time is reported and the feed left unrated.
       2100-LOAD-ONE-MAPPING.
           IF MAP-COUNT >= MAP-TABLE-MAX
               DISPLAY
                 MYNAME ' supplier map overflow, remaining'
                 ' entries ignored'
               SET MAP-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF MAP-DATA-REC(50:20) = SPACES
               OR MAP-DATA-REC(76:4) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF MAP-DATA-REC(76:4) NOT NUMERIC
               OR MAP-DATA-REC(76:2) > '23'
               OR MAP-DATA-REC(78:2) > '59'
               DISPLAY
                 MYNAME ' warning - promised time must be hhmm, '
                 'feed not rated: ' MAP-DATA-REC(1:48)
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MAP-COUNT
           ADD 1 TO WS-PROMISED-FEEDS
           MOVE MAP-DATA-REC(1:48)  TO MAP-NAME(MAP-COUNT)
           MOVE MAP-DATA-REC(50:20) TO MAP-SUPPLIER(MAP-COUNT)
           MOVE MAP-DATA-REC(76:4)  TO MAP-PROMISE(MAP-COUNT)
           MOVE SPACES              TO MAP-LAST-ARR(MAP-COUNT)
           MOVE 0                   TO MAP-HELD-MINS(MAP-COUNT)
           PERFORM 2200-FIND-THE-SUPPLIER-ROW
           IF SUP-HIT > 0
               ADD 1 TO SUP-FEEDS(SUP-HIT)
           END-IF
           .

      * The supplier row for the mapping just loaded, created on
      * first sight so every supplier with a promise appears on the
      * report even with nothing delivered this month.
       2200-FIND-THE-SUPPLIER-ROW.
           MOVE MAP-COUNT TO MAP-IDX
           PERFORM 7300-FIND-SUPPLIER-BY-MAP
           IF SUP-HIT = 0 AND SUP-COUNT < SUP-TABLE-MAX
               ADD 1 TO SUP-COUNT
               INITIALIZE SUP-ENTRY(SUP-COUNT)
               MOVE MAP-SUPPLIER(MAP-COUNT) TO SUP-NAME(SUP-COUNT)
               MOVE SUP-COUNT TO SUP-HIT
           END-IF
           .

      * The whole journal is read, not just the month, so a hold
      * that began on the last night of one month still counts
      * against the delivery that ended it on the first of the
      * next; only deliveries in the month are rated.
       3000-READ-THE-GATE-JOURNAL.
           OPEN INPUT GATE-DATA
           IF WS-GATE-STAT NOT = '00'
               DISPLAY
                 MYNAME ' warning - no gate journal to rate, status '
                 WS-GATE-STAT
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 8030-READ-GATE-DATA
           PERFORM UNTIL GATE-EOF
             PERFORM 3100-TAKE-ONE-GATE-LINE
             PERFORM 8030-READ-GATE-DATA
           END-PERFORM
           CLOSE GATE-DATA
           .

      * Journal lines written before arrival times were journaled
      * carry no CLOCK= and are passed over.
       3100-TAKE-ONE-GATE-LINE.
           MOVE GATE-DATA-REC(1:6) TO WS-LINE-MONTH
           MOVE SPACES TO WS-LINE-FILE WS-LINE-STATUS
                          WS-LINE-CLOCK WS-LINE-ARRIVED
           MOVE 16 TO WS-TOK-PTR
           PERFORM UNTIL WS-TOK-PTR > LENGTH OF GATE-DATA-REC
             MOVE SPACES TO WS-TOKEN
             UNSTRING GATE-DATA-REC DELIMITED BY SPACE
               INTO WS-TOKEN
               WITH POINTER WS-TOK-PTR
             END-UNSTRING
             IF WS-TOKEN NOT = SPACES
                 MOVE SPACES TO WS-TOK-KEY WS-TOK-VAL
                 UNSTRING WS-TOKEN DELIMITED BY '='
                   INTO WS-TOK-KEY WS-TOK-VAL
                 END-UNSTRING
                 EVALUATE WS-TOK-KEY
                   WHEN 'FILE'
                       MOVE WS-TOK-VAL(1:48) TO WS-LINE-FILE
                   WHEN 'CLOCK'
                       MOVE WS-TOK-VAL(1:12) TO WS-LINE-CLOCK
                   WHEN 'ARRIVED'
                       MOVE WS-TOK-VAL(1:12) TO WS-LINE-ARRIVED
                   WHEN 'STATUS'
                       MOVE WS-TOK-VAL(1:40) TO WS-LINE-STATUS
                   WHEN OTHER
                       CONTINUE
                 END-EVALUATE
             END-IF
           END-PERFORM
           IF WS-LINE-CLOCK NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE-FILE TO WS-LOOKUP-NAME
           PERFORM 7200-MAP-THE-FEED
           IF MAP-HIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE-CLOCK TO WS-STAMP-IN
           PERFORM 7400-SET-STAMP-MINUTES
           MOVE WS-STAMP-MINS TO WS-PASS-MINS

      *    a stale file is yesterday's delivery still sitting there,
      *    so like a missing one it holds the batch for today's
           IF WS-LINE-STATUS = 'MISSING'
               OR WS-LINE-STATUS(1:5) = 'STALE'
               IF MAP-HELD-MINS(MAP-HIT) = 0
                   MOVE WS-PASS-MINS TO MAP-HELD-MINS(MAP-HIT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-ARRIVED NOT NUMERIC
               OR WS-LINE-ARRIVED = MAP-LAST-ARR(MAP-HIT)
               EXIT PARAGRAPH
           END-IF
           PERFORM 3200-RATE-ONE-DELIVERY
           MOVE WS-LINE-ARRIVED TO MAP-LAST-ARR(MAP-HIT)
           MOVE 0 TO MAP-HELD-MINS(MAP-HIT)
           .

      * A new arrival: hold it to the promised time nearest the
      * arrival itself.  Minutes lost run from the later of the
      * first held pass and the promised time to the arrival -- a
      * pass held before the promise was our early start, not the
      * supplier's late finish.
       3200-RATE-ONE-DELIVERY.
           IF WS-LINE-MONTH NOT = WS-CUR-MONTH
               EXIT PARAGRAPH
           END-IF
           MOVE MAP-HIT TO MAP-IDX
           PERFORM 7300-FIND-SUPPLIER-BY-MAP
           IF SUP-HIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE-ARRIVED TO WS-STAMP-IN
           PERFORM 7400-SET-STAMP-MINUTES
           MOVE WS-STAMP-MINS TO WS-ARRIVED-MINS

           COMPUTE WS-PROMISE-TOD =
               MAP-PROM-HH(MAP-HIT) * 60 + MAP-PROM-MM(MAP-HIT)
      *    the promise on the arrival date, moved a day either way
      *    when the nearer promise falls on the day before or after
           COMPUTE WS-DEADLINE-MINS =
               WS-ARRIVED-MINS - WS-STAMP-TOD + WS-PROMISE-TOD
           IF WS-DEADLINE-MINS - WS-ARRIVED-MINS > 720
               SUBTRACT 1440 FROM WS-DEADLINE-MINS
           END-IF
           IF WS-ARRIVED-MINS - WS-DEADLINE-MINS > 720
               ADD 1440 TO WS-DEADLINE-MINS
           END-IF
           COMPUTE WS-LATE-MINS = WS-ARRIVED-MINS - WS-DEADLINE-MINS

           IF WS-LATE-MINS <= 0
               ADD 1 TO SUP-ONTIME(SUP-HIT) TOT-ONTIME
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-LOST-MINS
           IF MAP-HELD-MINS(MAP-HIT) > 0
               IF MAP-HELD-MINS(MAP-HIT) > WS-DEADLINE-MINS
                   COMPUTE WS-LOST-MINS =
                       WS-ARRIVED-MINS - MAP-HELD-MINS(MAP-HIT)
               ELSE
                   MOVE WS-LATE-MINS TO WS-LOST-MINS
               END-IF
               IF WS-LOST-MINS < 0
                   MOVE 0 TO WS-LOST-MINS
               END-IF
           END-IF

           ADD 1 TO SUP-LATE(SUP-HIT) TOT-LATE
           ADD WS-LATE-MINS TO SUP-LATE-MINS(SUP-HIT) TOT-LATE-MINS
           ADD WS-LOST-MINS TO SUP-LOST-MINS(SUP-HIT) TOT-LOST-MINS
           IF WS-LATE-MINS > SUP-WORST(SUP-HIT)
               MOVE WS-LATE-MINS TO SUP-WORST(SUP-HIT)
           END-IF
           IF WS-LATE-MINS > TOT-WORST
               MOVE WS-LATE-MINS TO TOT-WORST
           END-IF

           IF LATE-COUNT >= LATE-TABLE-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LATE-COUNT
           MOVE SUP-NAME(SUP-HIT)   TO LATE-SUPPLIER(LATE-COUNT)
           MOVE MAP-NAME(MAP-HIT)   TO LATE-FEED(LATE-COUNT)
           MOVE WS-LINE-ARRIVED     TO LATE-ARRIVED(LATE-COUNT)
           MOVE WS-DEADLINE-MINS    TO WS-STAMP-MINS
           PERFORM 7410-SET-STAMP-FROM-MINUTES
           MOVE WS-STAMP-OUT        TO LATE-DEADLINE(LATE-COUNT)
           MOVE WS-LATE-MINS        TO LATE-MINS(LATE-COUNT)
           MOVE WS-LOST-MINS        TO LATE-LOST(LATE-COUNT)
           .

       6000-PRINT-THE-REPORT.
           MOVE 'O' TO RPT-ACTION
           MOVE SPACES TO RPT-TITLE
           STRING
             'SUPPLIER TIMELINESS FOR ' DELIMITED SIZE
             WS-CUR-MONTH              DELIMITED SIZE
             INTO RPT-TITLE
           END-STRING
           MOVE SPACES TO RPT-LINE
           STRING
             'SUPPLIER              FEEDS  DELIVS  ONTIME    LATE'
                                       DELIMITED SIZE
             '  %ONTIME  AVG-LATE  WORST-LATE  MINS-LOST'
                                       DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER

           MOVE 'L' TO RPT-ACTION
           PERFORM VARYING SUP-IDX FROM 1 BY 1
           UNTIL SUP-IDX > SUP-COUNT
             MOVE SPACES TO SUP-LINE
             MOVE SUP-NAME(SUP-IDX)      TO SL-SUPPLIER
             MOVE SUP-FEEDS(SUP-IDX)     TO SL-FEEDS
             MOVE SUP-ONTIME(SUP-IDX)    TO SL-ONTIME
             MOVE SUP-LATE(SUP-IDX)      TO SL-LATE
             MOVE SUP-WORST(SUP-IDX)     TO SL-WORST
             MOVE SUP-LOST-MINS(SUP-IDX) TO SL-LOST
             COMPUTE WS-DELIVS =
                 SUP-ONTIME(SUP-IDX) + SUP-LATE(SUP-IDX)
             MOVE WS-DELIVS TO SL-DELIVERIES
             IF WS-DELIVS > 0
                 COMPUTE WS-PCT ROUNDED =
                     SUP-ONTIME(SUP-IDX) * 100 / WS-DELIVS
                 MOVE WS-PCT TO SL-PCT
             END-IF
             IF SUP-LATE(SUP-IDX) > 0
                 COMPUTE SL-AVG-LATE ROUNDED =
                     SUP-LATE-MINS(SUP-IDX) / SUP-LATE(SUP-IDX)
             ELSE
                 MOVE 0 TO SL-AVG-LATE
             END-IF
             MOVE SUP-LINE TO RPT-LINE
             PERFORM 8500-CALL-REPORT-WRITER
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE 'LATENESS AND MINUTES LOST ARE IN MINUTES PAST THE '
             TO RPT-LINE
           MOVE 'PROMISED ARRIVAL TIME IN CSSUPPL.MAP'
             TO RPT-LINE(51:)
           PERFORM 8500-CALL-REPORT-WRITER

           PERFORM 6100-PRINT-LATE-DELIVERIES

           MOVE SPACES TO SUP-LINE
           MOVE 'ALL SUPPLIERS'     TO SL-SUPPLIER
           MOVE WS-PROMISED-FEEDS   TO SL-FEEDS
           COMPUTE WS-DELIVS = TOT-ONTIME + TOT-LATE
           MOVE WS-DELIVS           TO SL-DELIVERIES
           MOVE TOT-ONTIME          TO SL-ONTIME
           MOVE TOT-LATE            TO SL-LATE
           IF WS-DELIVS > 0
               COMPUTE WS-PCT ROUNDED =
                   TOT-ONTIME * 100 / WS-DELIVS
               MOVE WS-PCT TO SL-PCT
           END-IF
           IF TOT-LATE > 0
               COMPUTE SL-AVG-LATE ROUNDED = TOT-LATE-MINS / TOT-LATE
           ELSE
               MOVE 0 TO SL-AVG-LATE
           END-IF
           MOVE TOT-WORST           TO SL-WORST
           MOVE TOT-LOST-MINS       TO SL-LOST
           MOVE 'T' TO RPT-ACTION
           MOVE SUP-LINE TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER

           MOVE 'C' TO RPT-ACTION
           PERFORM 8500-CALL-REPORT-WRITER
           .

      * Each late delivery, night by night, for the contract file.
       6100-PRINT-LATE-DELIVERIES.
           MOVE 'H' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           STRING
             'SUPPLIER              FEED                          '
                                       DELIMITED SIZE
             '  PROMISED          ARRIVED           MINS-LATE'
                                       DELIMITED SIZE
             '  MINS-LOST'             DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE 'L' TO RPT-ACTION
           IF LATE-COUNT = 0
               MOVE 'NO LATE DELIVERIES THIS MONTH' TO RPT-LINE
               PERFORM 8500-CALL-REPORT-WRITER
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LATE-IDX FROM 1 BY 1
           UNTIL LATE-IDX > LATE-COUNT
             MOVE SPACES TO LATE-LINE
             MOVE LATE-SUPPLIER(LATE-IDX) TO LL-SUPPLIER
             MOVE LATE-FEED(LATE-IDX)     TO LL-FEED
             MOVE LATE-DEADLINE(LATE-IDX) TO WS-STAMP-IN
             PERFORM 7420-EDIT-THE-STAMP
             MOVE WS-STAMP-OUT            TO LL-DEADLINE
             MOVE LATE-ARRIVED(LATE-IDX)  TO WS-STAMP-IN
             PERFORM 7420-EDIT-THE-STAMP
             MOVE WS-STAMP-OUT            TO LL-ARRIVED
             MOVE LATE-MINS(LATE-IDX)     TO LL-MINS
             MOVE LATE-LOST(LATE-IDX)     TO LL-LOST
             MOVE LATE-LINE TO RPT-LINE
             PERFORM 8500-CALL-REPORT-WRITER
           END-PERFORM
           IF LATE-COUNT >= LATE-TABLE-MAX
               MOVE 'LISTING FULL, LATER LATE DELIVERIES COUNTED ONLY'
                 TO RPT-LINE
               PERFORM 8500-CALL-REPORT-WRITER
           END-IF
           .

       7200-MAP-THE-FEED.
           MOVE 0 TO MAP-HIT
           PERFORM VARYING MAP-IDX FROM 1 BY 1
           UNTIL MAP-IDX > MAP-COUNT OR MAP-HIT > 0
             IF MAP-NAME(MAP-IDX) = WS-LOOKUP-NAME
                 MOVE MAP-IDX TO MAP-HIT
             END-IF
           END-PERFORM
           .

       7300-FIND-SUPPLIER-BY-MAP.
           MOVE 0 TO SUP-HIT
           PERFORM VARYING SUP-IDX FROM 1 BY 1
           UNTIL SUP-IDX > SUP-COUNT OR SUP-HIT > 0
             IF SUP-NAME(SUP-IDX) = MAP-SUPPLIER(MAP-IDX)
                 MOVE SUP-IDX TO SUP-HIT
             END-IF
           END-PERFORM
           .

      * A yyyymmddhhmm stamp as minutes on a continuous day count,
      * so the gap between two stamps is plain subtraction even
      * across midnight or a month boundary; the time of day is
      * left in WS-STAMP-TOD.
       7400-SET-STAMP-MINUTES.
           MOVE 0 TO WS-STAMP-MINS WS-STAMP-TOD
           IF WS-STAMP-IN NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-STAMP-TOD =
               FUNCTION NUMVAL(WS-STAMP-IN(9:2)) * 60
             + FUNCTION NUMVAL(WS-STAMP-IN(11:2))
           COMPUTE WS-STAMP-MINS =
               FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-STAMP-IN(1:8))) * 1440
             + WS-STAMP-TOD
           .

      * And back again, for the promised time on the listing.
       7410-SET-STAMP-FROM-MINUTES.
           COMPUTE WS-STAMP-DAYNO = WS-STAMP-MINS / 1440
           COMPUTE WS-STAMP-TOD =
               WS-STAMP-MINS - WS-STAMP-DAYNO * 1440
           COMPUTE WS-STAMP-DAY =
               FUNCTION DATE-OF-INTEGER(WS-STAMP-DAYNO)
           COMPUTE WS-STAMP-HH = WS-STAMP-TOD / 60
           COMPUTE WS-STAMP-MM = WS-STAMP-TOD - WS-STAMP-HH * 60
           MOVE SPACES TO WS-STAMP-OUT
           STRING
             WS-STAMP-DAY              DELIMITED SIZE
             WS-STAMP-HHMM             DELIMITED SIZE
             INTO WS-STAMP-OUT
           END-STRING
           .

      * yyyymmddhhmm as yyyy-mm-dd hh:mm for the listing.
       7420-EDIT-THE-STAMP.
           MOVE SPACES TO WS-STAMP-OUT
           STRING
             WS-STAMP-IN(1:4)          DELIMITED SIZE
             '-'                       DELIMITED SIZE
             WS-STAMP-IN(5:2)          DELIMITED SIZE
             '-'                       DELIMITED SIZE
             WS-STAMP-IN(7:2)          DELIMITED SIZE
             ' '                       DELIMITED SIZE
             WS-STAMP-IN(9:2)          DELIMITED SIZE
             ':'                       DELIMITED SIZE
             WS-STAMP-IN(11:2)         DELIMITED SIZE
             INTO WS-STAMP-OUT
           END-STRING
           .

       8010-READ-MAP-DATA.
           MOVE SPACES TO MAP-DATA-REC
           READ MAP-DATA
             AT END SET MAP-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-REC-COUNT
               IF MAP-DATA-REC(1:1) = '*' OR MAP-DATA-REC = SPACES
                   PERFORM 8010-READ-MAP-DATA
               END-IF
           END-READ
           .

       8030-READ-GATE-DATA.
           MOVE SPACES TO GATE-DATA-REC
           READ GATE-DATA
             AT END SET GATE-EOF TO TRUE
             NOT AT END ADD 1 TO WS-REC-COUNT
           END-READ
           .

       8500-CALL-REPORT-WRITER.
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'csprtw' USING
             RPT-ACTION
             MYNAME
             WS-RUN-ID
             RPT-TITLE
             RPT-LINE
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           .

       9000-WRITE-AUDIT-LOG.
           MOVE SPACES TO WS-AUDIT-KEYS
           MOVE RETURN-CODE TO WS-RC-DISP
           MOVE WS-REC-COUNT TO WS-REC-COUNT-DISP
           MOVE SUP-COUNT TO WS-CT-DISP
           MOVE TOT-LOST-MINS TO WS-LOST-DISP
           MOVE 1 TO WS-AUDIT-PTR
           STRING
             ' MONTH='                 DELIMITED SIZE
             WS-CUR-MONTH              DELIMITED SIZE
             ' SUPPLIERS='             DELIMITED SIZE
             WS-CT-DISP                DELIMITED SIZE
             INTO WS-AUDIT-KEYS
             WITH POINTER WS-AUDIT-PTR
           END-STRING
           MOVE TOT-LATE TO WS-CT-DISP
           STRING
             ' LATE='                  DELIMITED SIZE
             WS-CT-DISP                DELIMITED SIZE
             ' LOSTMINS='              DELIMITED SIZE
             WS-LOST-DISP              DELIMITED SIZE
             ' RECS='                  DELIMITED SIZE
             WS-REC-COUNT-DISP         DELIMITED SIZE
             ' RC='                    DELIMITED SIZE
             WS-RC-DISP                DELIMITED SIZE
             ' RUNID='                 DELIMITED SIZE
             WS-RUN-ID                 DELIMITED SPACE
             INTO WS-AUDIT-KEYS
             WITH POINTER WS-AUDIT-PTR
           END-STRING

           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'csauditw' USING
             MYNAME
             WS-AUDIT-LOG-NAME
             WS-AUDIT-KEYS
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           .

      * Batch-scheduler-friendly wrap-up: one fixed-format line, the
      * last thing this program prints, so a wrapper script or the
      * suite driver can scrape RC/elapsed/records/result without
      * knowing this program's own DISPLAY layout.  The RESULT=
      * figure is the month rated.
       9900-DISPLAY-SUMMARY.

           MOVE WS-REC-COUNT TO WS-REC-COUNT-DISP

           MOVE WS-REC-COUNT-DISP TO WS-SUMM-RECS
           MOVE WS-CUR-MONTH TO WS-SUMM-RESULT
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cssummry' USING
             MYNAME
             WS-START-TIME
             WS-HOLD-RC
             WS-SUMM-RECS
             WS-SUMM-RESULT
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           .
