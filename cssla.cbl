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
      * Monthly service-level report.  csfcst projects when the
      * window will be breached and csturn covers one night; this
      * program measures how often the commitment was actually met
      * over a calendar month, for the monthly operations review.
      *
      * The run-journal history csdrvr keeps in csdrvr.jhst has one
      * line per scheduled step per run, each held against the
      * window deadline the driver was given.  For each program the
      * report shows the scheduled runs, how many completed OK or
      * WARN by the deadline (on time), how many completed late,
      * failed (FAIL or REGR), timed out, or were skipped (a trigger
      * file that never came, a step the deadline left undone, or a
      * step held as an uncertified build),
      * the on-time percentage this month and last, and the worst
      * overrun past the deadline.  Calendar skips are not scheduled
      * runs and are not counted.  The results master supplies each
      * program's department and its average elapsed time for the
      * month.  The totals page carries the suite on-time percentage
      * against the prior month's.
      *
      *   cssla                     the month before the processing
      *                             date's month
      *   cssla "MONTH=202609"
      *
      * The report lands in cssla.rpt through the shared print
      * writer.
      *
       Program-ID. cssla.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select JHST-DATA            Assign Dynamic WS-JHST-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-JHST-STAT.
           Select RES-MASTER           Assign Dynamic WS-RESMST-FNAME
                                        Organization Indexed
                                        Access Sequential
                                        Record Key RES-KEY
                                        File Status Is WS-RES-STAT.
       Data Division.
       File Section.
       FD  JHST-DATA.
       01  JHST-DATA-REC      PIC X(140).

       FD  RES-MASTER.
       01  RES-MASTER-REC.
           05  RES-KEY.
               10  RES-PGM        PIC X(008).
               10  RES-TS         PIC X(016).
               10  RES-RUNID      PIC X(017).
           05  RES-RC             PIC X(004).
           05  RES-ELAPSED        PIC X(008).
           05  RES-RECS           PIC X(018).
           05  RES-RESULT         PIC X(040).
           05  RES-DEPT           PIC X(004).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'cssla'.
           05  SLA-TABLE-MAX      PIC 9(003) COMP    VALUE 80.

       01  WORK-AREAS.
           05  WS-REC-COUNT       PIC 9(008) COMP    VALUE 0.
           05  CLI-ARGS           PIC X(160)         VALUE SPACES.
           05  WS-CLI-TOKEN       PIC X(080)         VALUE SPACES.
           05  WS-CLI-KEY         PIC X(020)         VALUE SPACES.
           05  WS-CLI-VAL         PIC X(080)         VALUE SPACES.
           05  CLI-PTR            PIC 9(003) COMP    VALUE 1.
           05  WS-JHST-FNAME      PIC X(040)    VALUE 'csdrvr.jhst'.
           05  WS-RESMST-FNAME    PIC X(040)   VALUE 'csresmst.idx'.
           05  WS-JHST-STAT       PIC X(002)         VALUE SPACES.
           05  WS-RES-STAT        PIC X(002)         VALUE SPACES.
           05  WS-AUDIT-LOG-NAME  PIC X(040)        VALUE 'csaudit.log'.
           05  WS-AUDIT-KEYS      PIC X(160)         VALUE SPACES.
           05  WS-RC-DISP         PIC 9(004)         VALUE 0.
           05  WS-SUMM-RECS       PIC X(018)         VALUE SPACES.
           05  WS-SUMM-RESULT     PIC X(040)         VALUE SPACES.
           05  WS-HOLD-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-CFG-VAL         PIC X(080)         VALUE SPACES.
           05  WS-CFG-AUDITLOG    PIC X(020)       VALUE 'AUDITLOG'.
           05  WS-RUN-ID          PIC X(017)         VALUE SPACES.
           05  WS-BUS-STAMP       PIC X(021)         VALUE SPACES.
           05  WS-REC-COUNT-DISP  PIC 9(008)         VALUE 0.
      *    the month reported and the one before it, yyyymm
           05  WS-MONTH           PIC X(006)         VALUE SPACES.
           05  WS-PRIOR-MONTH     PIC X(006)         VALUE SPACES.
           05  WS-MONTH-WORK      PIC 9(006)         VALUE 0.
           05  WS-MONTH-WORK-R    REDEFINES WS-MONTH-WORK.
               10  WS-MONTH-YYYY  PIC 9(004).
               10  WS-MONTH-MM    PIC 9(002).

      * One history line, unpacked.
       01  JHST-AREAS.
           05  JH-TOKEN           PIC X(080)         VALUE SPACES.
           05  JH-KEY             PIC X(020)         VALUE SPACES.
           05  JH-VAL             PIC X(060)         VALUE SPACES.
           05  JH-PTR             PIC 9(003) COMP    VALUE 1.
           05  JH-PGM             PIC X(008)         VALUE SPACES.
           05  JH-STATUS          PIC X(014)         VALUE SPACES.
           05  JH-TS              PIC X(021)         VALUE SPACES.
           05  JH-LATE            PIC 9(005) COMP    VALUE 0.
      *    1 for the month reported, 2 for the prior month
           05  JH-MO              PIC 9(001) COMP    VALUE 0.

      * Per program, the month reported (1) and the prior month (2).
       01  SLA-TABLE.
           05  SLA-COUNT          PIC 9(003) COMP    VALUE 0.
           05  SLA-ENTRY OCCURS 80 TIMES.
               10  SLA-PGM        PIC X(008).
               10  SLA-DEPT       PIC X(004).
               10  SLA-ELAP-SUM   PIC 9(012) COMP.
               10  SLA-ELAP-N     PIC 9(005) COMP.
               10  SLA-MONTH OCCURS 2 TIMES.
                   15  SLA-RUNS   PIC 9(005) COMP.
                   15  SLA-ONTIME PIC 9(005) COMP.
                   15  SLA-LATE   PIC 9(005) COMP.
                   15  SLA-FAILED PIC 9(005) COMP.
                   15  SLA-TOUT   PIC 9(005) COMP.
                   15  SLA-SKIP   PIC 9(005) COMP.
                   15  SLA-WORST  PIC 9(005) COMP.
       01  SLA-IDX                PIC 9(003) COMP    VALUE 0.
       01  SLA-HIT                PIC 9(003) COMP    VALUE 0.

      * The suite as a whole, same two months.
       01  SUITE-TOTALS.
           05  SUITE-MONTH OCCURS 2 TIMES.
               10  SUITE-RUNS     PIC 9(007) COMP.
               10  SUITE-ONTIME   PIC 9(007) COMP.
               10  SUITE-LATE     PIC 9(007) COMP.
               10  SUITE-FAILED   PIC 9(007) COMP.
               10  SUITE-TOUT     PIC 9(007) COMP.
               10  SUITE-SKIP     PIC 9(007) COMP.
               10  SUITE-WORST    PIC 9(005) COMP.
           05  SUITE-PGM-COUNT    PIC 9(004)         VALUE 0.

      * On-time percentages, to one decimal place.
       01  PCT-AREAS.
           05  PCT-NOW            PIC 9(003)V9(001)  VALUE 0.
           05  PCT-PRIOR          PIC 9(003)V9(001)  VALUE 0.
           05  PCT-CHANGE         PIC S9(003)V9(001) VALUE 0.
           05  PCT-NOW-DISP       PIC ZZ9.9.
           05  PCT-PRIOR-DISP     PIC ZZ9.9.
           05  PCT-CHANGE-DISP    PIC +++9.9.

       01  REPORT-AREAS.
           05  RPT-ACTION         PIC X(001)         VALUE SPACE.
           05  RPT-TITLE          PIC X(040)         VALUE SPACES.
           05  RPT-LINE           PIC X(132)         VALUE SPACES.

      * One program's line on the report.
       01  DTL-LINE.
           05  DTL-PGM            PIC X(008).
           05  FILLER             PIC X(001).
           05  DTL-DEPT           PIC X(004).
           05  FILLER             PIC X(002).
           05  DTL-RUNS           PIC ZZZZ9.
           05  FILLER             PIC X(002).
           05  DTL-ONTIME         PIC ZZZZ9.
           05  FILLER             PIC X(002).
           05  DTL-LATE           PIC ZZZZ9.
           05  FILLER             PIC X(002).
           05  DTL-FAILED         PIC ZZZZ9.
           05  FILLER             PIC X(002).
           05  DTL-TOUT           PIC ZZZZ9.
           05  FILLER             PIC X(002).
           05  DTL-SKIP           PIC ZZZZ9.
           05  FILLER             PIC X(003).
           05  DTL-PCT            PIC ZZ9.9.
           05  DTL-PCT-X          REDEFINES DTL-PCT PIC X(005).
           05  FILLER             PIC X(003).
           05  DTL-PRIOR          PIC ZZ9.9.
           05  DTL-PRIOR-X        REDEFINES DTL-PRIOR PIC X(005).
           05  FILLER             PIC X(003).
           05  DTL-CHANGE         PIC +++9.9.
           05  DTL-CHANGE-X       REDEFINES DTL-CHANGE PIC X(006).
           05  FILLER             PIC X(004).
           05  DTL-WORST          PIC ZZZZ9.
           05  FILLER             PIC X(004).
           05  DTL-AVG            PIC ZZZZ9.
           05  DTL-AVG-X          REDEFINES DTL-AVG PIC X(005).
           05  FILLER             PIC X(034).

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           05  WS-START-TIME-R    REDEFINES WS-START-TIME.
               10  WS-START-HH    PIC 9(002).
               10  WS-START-MM    PIC 9(002).
               10  WS-START-SS    PIC 9(002).
               10  WS-START-HS    PIC 9(002).

       01  SWITCHES.
           05  JHST-EOF-SW        PIC X(001)         VALUE 'N'.
               88  JHST-EOF                          VALUE 'Y'.
           05  RES-EOF-SW         PIC X(001)         VALUE 'N'.
               88  RES-EOF                           VALUE 'Y'.

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

      *    the review looks back at the month just closed
           IF WS-MONTH = SPACES
               CALL 'csbusdt' USING WS-BUS-STAMP END-CALL
               MOVE WS-BUS-STAMP(1:6) TO WS-MONTH-WORK
               PERFORM 1100-BACK-ONE-MONTH
               MOVE WS-MONTH-WORK TO WS-MONTH
           END-IF
           MOVE WS-MONTH TO WS-MONTH-WORK
           PERFORM 1100-BACK-ONE-MONTH
           MOVE WS-MONTH-WORK TO WS-PRIOR-MONTH
           INITIALIZE SUITE-TOTALS

           OPEN INPUT JHST-DATA
           IF WS-JHST-STAT NOT = '00'
               DISPLAY
                 MYNAME ' no run-journal history on file: '
                 FUNCTION TRIM(WS-JHST-FNAME)
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF
           PERFORM 8010-READ-JHST-DATA
           PERFORM UNTIL JHST-EOF
             PERFORM 2000-TAKE-ONE-HISTORY-LINE
             PERFORM 8010-READ-JHST-DATA
           END-PERFORM
           CLOSE JHST-DATA

           PERFORM 3000-READ-THE-RESULTS-MASTER

           MOVE 'O' TO RPT-ACTION
           MOVE SPACES TO RPT-TITLE
           STRING
             'SERVICE LEVEL FOR '      DELIMITED SIZE
             WS-MONTH(1:4)             DELIMITED SIZE
             '-'                       DELIMITED SIZE
             WS-MONTH(5:2)             DELIMITED SIZE
             INTO RPT-TITLE
           END-STRING
           MOVE SPACES TO RPT-LINE
           STRING
             'PROGRAM  DEPT   RUNS ONTIME   LATE FAILED  T'
                                       DELIMITED SIZE
             '-OUT   SKIP ONTIME%  PRIOR%   CHANGE'
                                       DELIMITED SIZE
             '  OVERRUN  AVG-SEC'
                                       DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER

           PERFORM 4000-REPORT-ONE-PROGRAM
             VARYING SLA-IDX FROM 1 BY 1
             UNTIL SLA-IDX > SLA-COUNT
           IF SUITE-PGM-COUNT = 0
               MOVE 'L' TO RPT-ACTION
               MOVE 'NO SCHEDULED RUNS JOURNALED FOR THIS MONTH'
                 TO RPT-LINE
               PERFORM 8500-CALL-REPORT-WRITER
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM 5000-REPORT-THE-SUITE

           MOVE 'C' TO RPT-ACTION
           PERFORM 8500-CALL-REPORT-WRITER

           DISPLAY MYNAME ' month reported    ' WS-MONTH
           DISPLAY MYNAME ' programs reported ' SUITE-PGM-COUNT
           DISPLAY MYNAME ' suite on time pct ' PCT-NOW-DISP
           DISPLAY MYNAME ' report written to cssla.rpt'

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
           CALL 'csenvfn' USING WS-JHST-FNAME END-CALL
           CALL 'csenvfn' USING WS-RESMST-FNAME END-CALL
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
                     AND WS-CLI-VAL(5:2) >= '01'
                     AND WS-CLI-VAL(5:2) <= '12'
                     MOVE WS-CLI-VAL(1:6) TO WS-MONTH
                 ELSE
                     DISPLAY
                       MYNAME ' warning - MONTH must be yyyymm, '
                       'ignored: ' WS-CLI-VAL
                 END-IF
             WHEN 'RUNID'
                 MOVE WS-CLI-VAL TO WS-RUN-ID
             WHEN OTHER
                 DISPLAY
                  MYNAME
                  ' warning - unrecognized parameter ' WS-CLI-KEY
           END-EVALUATE
           .

       1100-BACK-ONE-MONTH.
           IF WS-MONTH-MM = 1
               MOVE 12 TO WS-MONTH-MM
               SUBTRACT 1 FROM WS-MONTH-YYYY
           ELSE
               SUBTRACT 1 FROM WS-MONTH-MM
           END-IF
           .

      * One history line: unpack it, keep it if it falls in either
      * month, and score it against its program's row.
       2000-TAKE-ONE-HISTORY-LINE.
           MOVE SPACES TO JH-PGM JH-STATUS JH-TS
           MOVE 0 TO JH-LATE
           SET JH-PTR TO 1
           PERFORM UNTIL JH-PTR > LENGTH OF JHST-DATA-REC
             MOVE SPACES TO JH-TOKEN
             UNSTRING JHST-DATA-REC DELIMITED BY SPACE
               INTO JH-TOKEN
               WITH POINTER JH-PTR
             END-UNSTRING
             IF JH-TOKEN NOT = SPACES
                 MOVE SPACES TO JH-KEY JH-VAL
                 UNSTRING JH-TOKEN DELIMITED BY '='
                   INTO JH-KEY JH-VAL
                 END-UNSTRING
                 EVALUATE JH-KEY
                   WHEN 'PGM'    MOVE JH-VAL(1:8)  TO JH-PGM
                   WHEN 'STATUS' MOVE JH-VAL(1:14) TO JH-STATUS
                   WHEN 'TS'     MOVE JH-VAL(1:21) TO JH-TS
                   WHEN 'LATE'
                       IF FUNCTION TEST-NUMVAL(JH-VAL) = 0
                           MOVE FUNCTION NUMVAL(JH-VAL) TO JH-LATE
                       END-IF
                   WHEN OTHER    CONTINUE
                 END-EVALUATE
             END-IF
           END-PERFORM

           EVALUATE TRUE
             WHEN JH-PGM = SPACES
                 EXIT PARAGRAPH
             WHEN JH-TS(1:6) = WS-MONTH
                 MOVE 1 TO JH-MO
             WHEN JH-TS(1:6) = WS-PRIOR-MONTH
                 MOVE 2 TO JH-MO
             WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE
      *    a calendar skip was never a scheduled run
           IF JH-STATUS = 'CSKP'
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-FIND-THE-PROGRAM
           IF SLA-HIT = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO SLA-RUNS(SLA-HIT, JH-MO)
           ADD 1 TO SUITE-RUNS(JH-MO)
           EVALUATE JH-STATUS
             WHEN 'OK'
             WHEN 'WARN'
                 IF JH-LATE > 0
                     ADD 1 TO SLA-LATE(SLA-HIT, JH-MO)
                     ADD 1 TO SUITE-LATE(JH-MO)
                 ELSE
                     ADD 1 TO SLA-ONTIME(SLA-HIT, JH-MO)
                     ADD 1 TO SUITE-ONTIME(JH-MO)
                 END-IF
             WHEN 'TIME'
                 ADD 1 TO SLA-TOUT(SLA-HIT, JH-MO)
                 ADD 1 TO SUITE-TOUT(JH-MO)
             WHEN 'TRIGGER-MISSED'
             WHEN 'NOT-ATTEMPTED'
             WHEN 'UNCERTIFIED'
                 ADD 1 TO SLA-SKIP(SLA-HIT, JH-MO)
                 ADD 1 TO SUITE-SKIP(JH-MO)
             WHEN OTHER
                 ADD 1 TO SLA-FAILED(SLA-HIT, JH-MO)
                 ADD 1 TO SUITE-FAILED(JH-MO)
           END-EVALUATE

      *    the worst overrun is how far past the deadline a run
      *    that did run finished; a skipped step never finished
           IF JH-STATUS NOT = 'TRIGGER-MISSED'
               AND JH-STATUS NOT = 'NOT-ATTEMPTED'
               AND JH-STATUS NOT = 'UNCERTIFIED'
               IF JH-LATE > SLA-WORST(SLA-HIT, JH-MO)
                   MOVE JH-LATE TO SLA-WORST(SLA-HIT, JH-MO)
               END-IF
               IF JH-LATE > SUITE-WORST(JH-MO)
                   MOVE JH-LATE TO SUITE-WORST(JH-MO)
               END-IF
           END-IF
           .

      * The program's row, added on first sight; SLA-HIT is zero
      * when the table is full.
       2100-FIND-THE-PROGRAM.
           MOVE 0 TO SLA-HIT
           PERFORM VARYING SLA-IDX FROM 1 BY 1
           UNTIL SLA-IDX > SLA-COUNT OR SLA-HIT > 0
             IF SLA-PGM(SLA-IDX) = JH-PGM
                 MOVE SLA-IDX TO SLA-HIT
             END-IF
           END-PERFORM
           IF SLA-HIT > 0
               EXIT PARAGRAPH
           END-IF
           IF SLA-COUNT >= SLA-TABLE-MAX
               DISPLAY
                 MYNAME ' warning - program table full, '
                 JH-PGM ' not reported'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SLA-COUNT
           INITIALIZE SLA-ENTRY(SLA-COUNT)
           MOVE JH-PGM TO SLA-PGM(SLA-COUNT)
           MOVE SLA-COUNT TO SLA-HIT
           .

      * Department and average elapsed for the month, from the
      * results rows of the programs the history names.  The report
      * still stands without them.
       3000-READ-THE-RESULTS-MASTER.
           OPEN INPUT RES-MASTER
           IF WS-RES-STAT NOT = '00'
               DISPLAY
                 MYNAME ' warning - results master not available,'
                 ' status ' WS-RES-STAT
                 ' - no departments or elapsed times'
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 8020-READ-RES-MASTER
           PERFORM UNTIL RES-EOF
             IF RES-TS(1:6) = WS-MONTH
                 PERFORM 3100-TAKE-ONE-RESULT-ROW
             END-IF
             PERFORM 8020-READ-RES-MASTER
           END-PERFORM
           CLOSE RES-MASTER
           .

       3100-TAKE-ONE-RESULT-ROW.
           MOVE 0 TO SLA-HIT
           PERFORM VARYING SLA-IDX FROM 1 BY 1
           UNTIL SLA-IDX > SLA-COUNT OR SLA-HIT > 0
             IF SLA-PGM(SLA-IDX) = RES-PGM
                 MOVE SLA-IDX TO SLA-HIT
             END-IF
           END-PERFORM
           IF SLA-HIT = 0
               EXIT PARAGRAPH
           END-IF
           IF RES-DEPT NOT = SPACES
               MOVE RES-DEPT TO SLA-DEPT(SLA-HIT)
           END-IF
           IF RES-ELAPSED NOT = SPACES
               AND FUNCTION TEST-NUMVAL(RES-ELAPSED) = 0
      *        elapsed is carried in hundredths of a second
               ADD FUNCTION NUMVAL(RES-ELAPSED)
                 TO SLA-ELAP-SUM(SLA-HIT)
               ADD 1 TO SLA-ELAP-N(SLA-HIT)
           END-IF
           .

      * One program's line, skipped when it had no scheduled runs
      * in the month reported.
       4000-REPORT-ONE-PROGRAM.
           IF SLA-RUNS(SLA-IDX, 1) = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SUITE-PGM-COUNT
           MOVE SPACES TO DTL-LINE
           MOVE SLA-PGM(SLA-IDX)     TO DTL-PGM
           MOVE SLA-DEPT(SLA-IDX)    TO DTL-DEPT
           MOVE SLA-RUNS(SLA-IDX, 1)   TO DTL-RUNS
           MOVE SLA-ONTIME(SLA-IDX, 1) TO DTL-ONTIME
           MOVE SLA-LATE(SLA-IDX, 1)   TO DTL-LATE
           MOVE SLA-FAILED(SLA-IDX, 1) TO DTL-FAILED
           MOVE SLA-TOUT(SLA-IDX, 1)   TO DTL-TOUT
           MOVE SLA-SKIP(SLA-IDX, 1)   TO DTL-SKIP
           MOVE SLA-WORST(SLA-IDX, 1)  TO DTL-WORST

           COMPUTE PCT-NOW ROUNDED =
               SLA-ONTIME(SLA-IDX, 1) * 100 / SLA-RUNS(SLA-IDX, 1)
           MOVE PCT-NOW TO DTL-PCT
           IF SLA-RUNS(SLA-IDX, 2) = 0
               MOVE '  n/a' TO DTL-PRIOR-X
               MOVE '   n/a' TO DTL-CHANGE-X
           ELSE
               COMPUTE PCT-PRIOR ROUNDED =
                   SLA-ONTIME(SLA-IDX, 2) * 100
                   / SLA-RUNS(SLA-IDX, 2)
               COMPUTE PCT-CHANGE = PCT-NOW - PCT-PRIOR
               MOVE PCT-PRIOR TO DTL-PRIOR
               MOVE PCT-CHANGE TO DTL-CHANGE
           END-IF

           IF SLA-ELAP-N(SLA-IDX) = 0
               MOVE '    -' TO DTL-AVG-X
           ELSE
               COMPUTE DTL-AVG ROUNDED =
                   SLA-ELAP-SUM(SLA-IDX) / SLA-ELAP-N(SLA-IDX) / 100
           END-IF

           MOVE 'L' TO RPT-ACTION
           MOVE DTL-LINE TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER
           .

      * The totals page: the suite line in the same columns, then
      * the headline figure the review asks for.
       5000-REPORT-THE-SUITE.
           MOVE 0 TO PCT-NOW PCT-PRIOR PCT-CHANGE
           MOVE SPACES TO DTL-LINE
           MOVE 'SUITE'              TO DTL-PGM
           MOVE SUITE-RUNS(1)        TO DTL-RUNS
           MOVE SUITE-ONTIME(1)      TO DTL-ONTIME
           MOVE SUITE-LATE(1)        TO DTL-LATE
           MOVE SUITE-FAILED(1)      TO DTL-FAILED
           MOVE SUITE-TOUT(1)        TO DTL-TOUT
           MOVE SUITE-SKIP(1)        TO DTL-SKIP
           MOVE SUITE-WORST(1)       TO DTL-WORST
           MOVE '    -'              TO DTL-AVG-X
           IF SUITE-RUNS(1) = 0
               MOVE '  n/a' TO DTL-PCT-X
           ELSE
               COMPUTE PCT-NOW ROUNDED =
                   SUITE-ONTIME(1) * 100 / SUITE-RUNS(1)
               MOVE PCT-NOW TO DTL-PCT
           END-IF
           IF SUITE-RUNS(2) = 0
               MOVE '  n/a' TO DTL-PRIOR-X
           ELSE
               COMPUTE PCT-PRIOR ROUNDED =
                   SUITE-ONTIME(2) * 100 / SUITE-RUNS(2)
               MOVE PCT-PRIOR TO DTL-PRIOR
           END-IF
           IF SUITE-RUNS(1) = 0 OR SUITE-RUNS(2) = 0
               MOVE '   n/a' TO DTL-CHANGE-X
           ELSE
               COMPUTE PCT-CHANGE = PCT-NOW - PCT-PRIOR
               MOVE PCT-CHANGE TO DTL-CHANGE
           END-IF
           MOVE PCT-NOW TO PCT-NOW-DISP
           MOVE PCT-PRIOR TO PCT-PRIOR-DISP
           MOVE PCT-CHANGE TO PCT-CHANGE-DISP

           MOVE 'T' TO RPT-ACTION
           MOVE DTL-LINE TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER

           MOVE 'L' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER
           IF SUITE-RUNS(1) = 0
               MOVE 'SUITE ON-TIME: NO SCHEDULED RUNS THIS MONTH'
                 TO RPT-LINE
           ELSE
               STRING
                 'SUITE ON-TIME '          DELIMITED SIZE
                 WS-MONTH                  DELIMITED SIZE
                 ' '                       DELIMITED SIZE
                 FUNCTION TRIM(PCT-NOW-DISP) DELIMITED SIZE
                 ' PCT'                    DELIMITED SIZE
                 INTO RPT-LINE
               END-STRING
           END-IF
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE SPACES TO RPT-LINE
           IF SUITE-RUNS(1) = 0 OR SUITE-RUNS(2) = 0
               STRING
                 'PRIOR MONTH '            DELIMITED SIZE
                 WS-PRIOR-MONTH            DELIMITED SIZE
                 ' '                       DELIMITED SIZE
                 FUNCTION TRIM(PCT-PRIOR-DISP) DELIMITED SIZE
                 ' PCT   NO COMPARISON'    DELIMITED SIZE
                 INTO RPT-LINE
               END-STRING
           ELSE
               STRING
                 'PRIOR MONTH '            DELIMITED SIZE
                 WS-PRIOR-MONTH            DELIMITED SIZE
                 ' '                       DELIMITED SIZE
                 FUNCTION TRIM(PCT-PRIOR-DISP) DELIMITED SIZE
                 ' PCT   CHANGE '          DELIMITED SIZE
                 FUNCTION TRIM(PCT-CHANGE-DISP) DELIMITED SIZE
                 ' POINTS'                 DELIMITED SIZE
                 INTO RPT-LINE
               END-STRING
           END-IF
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE SPACES TO RPT-LINE
           STRING
             'ON TIME = COMPLETED OK OR WARN BY THE WINDOW DEADLINE;'
                                       DELIMITED SIZE
             ' OVERRUN IN SECONDS PAST THE DEADLINE'
                                       DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           .

       8010-READ-JHST-DATA.
           MOVE SPACES TO JHST-DATA-REC
           READ JHST-DATA
             AT END SET JHST-EOF TO TRUE
             NOT AT END ADD 1 TO WS-REC-COUNT
           END-READ
           .

       8020-READ-RES-MASTER.
           READ RES-MASTER NEXT
             AT END SET RES-EOF TO TRUE
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
           STRING
             ' MONTH='                 DELIMITED SIZE
             WS-MONTH                  DELIMITED SIZE
             ' PROGRAMS='              DELIMITED SIZE
             SUITE-PGM-COUNT           DELIMITED SIZE
             ' ONTIMEPCT='             DELIMITED SIZE
             FUNCTION TRIM(PCT-NOW-DISP) DELIMITED SIZE
             ' PRIORPCT='              DELIMITED SIZE
             FUNCTION TRIM(PCT-PRIOR-DISP) DELIMITED SIZE
             ' RECS='                  DELIMITED SIZE
             WS-REC-COUNT-DISP         DELIMITED SIZE
             ' RC='                    DELIMITED SIZE
             WS-RC-DISP                DELIMITED SIZE
             ' RUNID='                 DELIMITED SIZE
             WS-RUN-ID                 DELIMITED SPACE
             INTO WS-AUDIT-KEYS
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
      * figure is the suite on-time percentage.
       9900-DISPLAY-SUMMARY.

           MOVE WS-REC-COUNT TO WS-REC-COUNT-DISP

           MOVE WS-REC-COUNT-DISP TO WS-SUMM-RECS
           MOVE FUNCTION TRIM(PCT-NOW-DISP) TO WS-SUMM-RESULT
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
