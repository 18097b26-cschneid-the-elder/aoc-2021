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
      * Year-end annual operations report.  csresm moves a year's
      * old results rows into csresmst.yyyy.arc and leaves the rest
      * on the live master, so a year's runs can sit in both places;
      * this program reads the two together for one calendar year
      * and produces the annual operations review in one pass.
      *
      * For each program: runs in each month and for the year, how
      * many failed (RC 8 or higher), total and average elapsed
      * seconds, records processed, and the highest and lowest
      * numeric headline result with the dates they came in.  A run
      * whose result a rerun has since restated still counts as a
      * run, but its superseded result is left out of the high and
      * low; the rerun's own row carries the standing figure.  The
      * department summary carries each paying department's runs,
      * failures, elapsed time, records and chargeback, priced run
      * by run at the csrate.cat rates cschgbk bills with.  A cover
      * page gives the year at a glance and a totals page carries
      * the control totals: rows read from the master and from the
      * archive, and runs reported.
      *
      *   csannual                  the year before the processing
      *                             date's year
      *   csannual "YEAR=2025"
      *
      * The report lands in csannual.rpt through the shared print
      * writer.
      *
       Program-ID. csannual.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select RATE-DATA            Assign 'csrate.cat'
                                        Organization Line Sequential
                                        File Status Is WS-RATE-STAT.
           Select RES-MASTER           Assign Dynamic WS-RESMST-FNAME
                                        Organization Indexed
                                        Access Sequential
                                        Record Key RES-KEY
                                        File Status Is WS-RES-STAT.
           Select ARC-DATA             Assign Dynamic WS-ARC-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-ARC-STAT.
       Data Division.
       File Section.
       FD  RATE-DATA.
       01  RATE-DATA-REC      PIC X(100).

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

       FD  ARC-DATA.
       01  ARC-DATA-REC       PIC X(115).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'csannual'.
           05  RATE-TABLE-MAX     PIC 9(003) COMP    VALUE 20.
           05  DEPT-TABLE-MAX     PIC 9(003) COMP    VALUE 20.
           05  PGM-TABLE-MAX      PIC 9(003) COMP    VALUE 80.

       01  WORK-AREAS.
           05  WS-REC-COUNT       PIC 9(008) COMP    VALUE 0.
           05  CLI-ARGS           PIC X(160)         VALUE SPACES.
           05  WS-CLI-TOKEN       PIC X(080)         VALUE SPACES.
           05  WS-CLI-KEY         PIC X(020)         VALUE SPACES.
           05  WS-CLI-VAL         PIC X(080)         VALUE SPACES.
           05  CLI-PTR            PIC 9(003) COMP    VALUE 1.
           05  WS-RATE-STAT       PIC X(002)         VALUE SPACES.
           05  WS-RESMST-FNAME    PIC X(040)   VALUE 'csresmst.idx'.
           05  WS-RES-STAT        PIC X(002)         VALUE SPACES.
           05  WS-ARC-FNAME       PIC X(040)         VALUE SPACES.
           05  WS-ARC-STAT        PIC X(002)         VALUE SPACES.
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
           05  WS-YEAR            PIC X(004)         VALUE SPACES.
           05  WS-YEAR-N          PIC 9(004)         VALUE 0.
           05  WS-LIVE-READ       PIC 9(008)         VALUE 0.
           05  WS-ARC-READ        PIC 9(008)         VALUE 0.
           05  WS-LIVE-ROWS       PIC 9(008)         VALUE 0.
           05  WS-ARC-ROWS        PIC 9(008)         VALUE 0.
           05  WS-UNPRICED        PIC 9(008)         VALUE 0.
           05  WS-SUPERSEDED      PIC 9(008)         VALUE 0.
           05  WS-SUPER-RUNID     PIC X(017)         VALUE SPACES.
           05  WS-MSG-ID          PIC X(008)         VALUE SPACES.
           05  WS-MSG-INSERT      PIC X(060)         VALUE SPACES.

      * One results row, from the master or the archive alike.
       01  ROW-REC.
           05  ROW-PGM            PIC X(008).
           05  ROW-TS             PIC X(016).
           05  ROW-RUNID          PIC X(017).
           05  ROW-RC             PIC X(004).
           05  ROW-ELAPSED        PIC X(008).
           05  ROW-RECS           PIC X(018).
           05  ROW-RESULT         PIC X(040).
           05  ROW-DEPT           PIC X(004).

       01  ROW-AREAS.
           05  ROW-MONTH          PIC 9(002)         VALUE 0.
           05  ROW-HUNDREDTHS     PIC 9(009) COMP    VALUE 0.
           05  ROW-SECS           PIC 9(009) COMP    VALUE 0.
           05  ROW-RECORDS        PIC 9(015) COMP    VALUE 0.
           05  ROW-CENTS          PIC 9(015) COMP    VALUE 0.
           05  ROW-VALUE          PIC S9(018)V9(06)  VALUE 0.
           05  ROW-FAILED-SW      PIC X(001)         VALUE 'N'.
               88  ROW-FAILED                        VALUE 'Y'
                                                     FALSE 'N'.
           05  WS-DEPT            PIC X(004)         VALUE SPACES.

       01  RATE-TABLE.
           05  RATE-COUNT         PIC 9(003) COMP    VALUE 0.
           05  RATE-ENTRY OCCURS 20 TIMES.
               10  RATE-DEPT      PIC X(004).
               10  RATE-PER-SEC   PIC 9(007) COMP.
               10  RATE-PER-KREC  PIC 9(007) COMP.
           05  RATE-IDX           PIC 9(003) COMP    VALUE 0.
           05  RATE-HIT           PIC 9(003) COMP    VALUE 0.
           05  RATE-FLD-1         PIC X(010)         VALUE SPACES.
           05  RATE-FLD-2         PIC X(010)         VALUE SPACES.
           05  RATE-FLD-3         PIC X(010)         VALUE SPACES.

      * One entry per program, kept in name order as they are met.
       01  PGM-TABLE.
           05  PGM-COUNT          PIC 9(003) COMP    VALUE 0.
           05  PGM-ENTRY OCCURS 80 TIMES.
               10  PGM-NAME       PIC X(008).
               10  PGM-DEPT       PIC X(004).
               10  PGM-RUNS       PIC 9(007) COMP.
               10  PGM-MON-RUNS   PIC 9(005) COMP OCCURS 12 TIMES.
               10  PGM-FAILS      PIC 9(007) COMP.
               10  PGM-ELAP-SUM   PIC 9(013) COMP.
               10  PGM-ELAP-N     PIC 9(007) COMP.
               10  PGM-RECS       PIC 9(018) COMP.
               10  PGM-HILO-SW    PIC X(001).
                   88  PGM-HAS-HILO                  VALUE 'Y'.
               10  PGM-HI-VAL     PIC S9(018)V9(06).
               10  PGM-HI-TEXT    PIC X(020).
               10  PGM-HI-DATE    PIC X(008).
               10  PGM-LO-VAL     PIC S9(018)V9(06).
               10  PGM-LO-TEXT    PIC X(020).
               10  PGM-LO-DATE    PIC X(008).
       01  PGM-IDX                PIC 9(003) COMP    VALUE 0.
       01  PGM-HIT                PIC 9(003) COMP    VALUE 0.
       01  MON-IDX                PIC 9(002) COMP    VALUE 0.

      * Per paying department, for the department summary.
       01  DEPT-TABLE.
           05  DEPT-COUNT         PIC 9(003) COMP    VALUE 0.
           05  DEPT-ENTRY OCCURS 20 TIMES.
               10  DEPT-CODE      PIC X(004).
               10  DEPT-PGMS      PIC 9(004) COMP.
               10  DEPT-RUNS      PIC 9(007) COMP.
               10  DEPT-FAILS     PIC 9(007) COMP.
               10  DEPT-SECS      PIC 9(012) COMP.
               10  DEPT-RECS      PIC 9(018) COMP.
               10  DEPT-CENTS     PIC 9(015) COMP.
           05  DEPT-IDX           PIC 9(003) COMP    VALUE 0.
           05  DEPT-HIT           PIC 9(003) COMP    VALUE 0.

      * The year as a whole.
       01  YEAR-TOTALS.
           05  YR-RUNS            PIC 9(008) COMP    VALUE 0.
           05  YR-MON-RUNS        PIC 9(007) COMP OCCURS 12 TIMES.
           05  YR-FAILS           PIC 9(008) COMP    VALUE 0.
           05  YR-SECS            PIC 9(012) COMP    VALUE 0.
           05  YR-RECS            PIC 9(018) COMP    VALUE 0.
           05  YR-CENTS           PIC 9(015) COMP    VALUE 0.
           05  YR-BUSY-MON        PIC 9(002) COMP    VALUE 0.

       01  MONTH-NAMES.
           05  FILLER             PIC X(036)
               VALUE 'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
       01  MONTH-NAMES-R REDEFINES MONTH-NAMES.
           05  MONTH-NAME         PIC X(003) OCCURS 12 TIMES.

       01  DISPLAY-AREAS.
           05  CNT-DISP           PIC Z(08)9.
           05  CNT2-DISP          PIC Z(08)9.
           05  BIG-DISP           PIC Z(17)9.
           05  AMT-DISP           PIC Z(11)9.99.
           05  AVG-DISP           PIC Z(08)9.99.

       01  REPORT-AREAS.
           05  RPT-ACTION         PIC X(001)         VALUE SPACE.
           05  RPT-TITLE          PIC X(040)         VALUE SPACES.
           05  RPT-LINE           PIC X(132)         VALUE SPACES.
           05  RPT-PTR            PIC 9(003) COMP    VALUE 1.

      * A program's first line: its department and runs month by
      * month, the year's runs and failures.
       01  DTL-LINE.
           05  DTL-PGM            PIC X(008).
           05  FILLER             PIC X(001).
           05  DTL-DEPT           PIC X(004).
           05  DTL-MONTHS OCCURS 12 TIMES.
               10  FILLER         PIC X(001).
               10  DTL-MON        PIC ZZZ9.
           05  FILLER             PIC X(001).
           05  DTL-RUNS           PIC ZZZZZ9.
           05  FILLER             PIC X(001).
           05  DTL-FAILS          PIC ZZZZZ9.
           05  FILLER             PIC X(046).

      * One department's line on the summary.
       01  DEPT-LINE.
           05  DL-DEPT            PIC X(004).
           05  FILLER             PIC X(002).
           05  DL-PGMS            PIC ZZZ9.
           05  FILLER             PIC X(002).
           05  DL-RUNS            PIC ZZZZZZ9.
           05  FILLER             PIC X(002).
           05  DL-FAILS           PIC ZZZZZZ9.
           05  FILLER             PIC X(002).
           05  DL-SECS            PIC Z(11)9.
           05  FILLER             PIC X(002).
           05  DL-RECS            PIC Z(17)9.
           05  FILLER             PIC X(002).
           05  DL-AMOUNT          PIC Z(11)9.99.
           05  FILLER             PIC X(053).

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           05  WS-START-TIME-R    REDEFINES WS-START-TIME.
               10  WS-START-HH    PIC 9(002).
               10  WS-START-MM    PIC 9(002).
               10  WS-START-SS    PIC 9(002).
               10  WS-START-HS    PIC 9(002).

       01  SWITCHES.
           05  RATE-EOF-SW        PIC X(001)         VALUE 'N'.
               88  RATE-EOF                          VALUE 'Y'.
           05  RES-EOF-SW         PIC X(001)         VALUE 'N'.
               88  RES-EOF                           VALUE 'Y'.
           05  ARC-EOF-SW         PIC X(001)         VALUE 'N'.
               88  ARC-EOF                           VALUE 'Y'.
           05  LIVE-SW            PIC X(001)         VALUE 'N'.
               88  LIVE-READ-OK                      VALUE 'Y'.
           05  ARCH-SW            PIC X(001)         VALUE 'N'.
               88  ARCH-READ-OK                      VALUE 'Y'.

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

      *    the review looks back at the year just closed
           IF WS-YEAR = SPACES
               CALL 'csbusdt' USING WS-BUS-STAMP END-CALL
               MOVE WS-BUS-STAMP(1:4) TO WS-YEAR-N
               SUBTRACT 1 FROM WS-YEAR-N
               MOVE WS-YEAR-N TO WS-YEAR
           END-IF

           PERFORM 1100-LOAD-THE-RATES
           IF RATE-COUNT = 0
               DISPLAY
                 MYNAME ' warning - no usable rates in csrate.cat,'
                 ' chargeback not priced'
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 2000-READ-THE-ARCHIVE
           PERFORM 2100-READ-THE-LIVE-MASTER
           IF NOT LIVE-READ-OK AND NOT ARCH-READ-OK
               DISPLAY
                 MYNAME ' neither the results master nor the '
                 FUNCTION TRIM(WS-ARC-FNAME) ' archive could be read'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF

           PERFORM 4000-WRITE-THE-COVER-PAGE
           PERFORM 5000-WRITE-PROGRAM-DETAIL
           PERFORM 6000-WRITE-DEPT-SUMMARY
           PERFORM 7000-WRITE-CONTROL-TOTALS

           MOVE 'C' TO RPT-ACTION
           PERFORM 8500-CALL-REPORT-WRITER

           DISPLAY MYNAME ' year reported     ' WS-YEAR
           DISPLAY MYNAME ' rows from master  ' WS-LIVE-ROWS
           DISPLAY MYNAME ' rows from archive ' WS-ARC-ROWS
           DISPLAY MYNAME ' programs reported ' PGM-COUNT
           DISPLAY MYNAME ' report written to csannual.rpt'

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
      * of them is opened.  The archive name waits for the year.
       0150-APPLY-ENV-PREFIX.
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
             WHEN 'YEAR'
                 IF WS-CLI-VAL(1:4) NUMERIC
                     AND WS-CLI-VAL(5:1) = SPACE
                     MOVE WS-CLI-VAL(1:4) TO WS-YEAR
                 ELSE
                     DISPLAY
                       MYNAME ' warning - YEAR must be yyyy, '
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

       1100-LOAD-THE-RATES.
           OPEN INPUT RATE-DATA
           IF WS-RATE-STAT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RATE-EOF
             READ RATE-DATA
               AT END SET RATE-EOF TO TRUE
               NOT AT END
                 IF RATE-DATA-REC(1:1) NOT = '*'
                     OR RATE-DATA-REC(2:1) = '|'
                     PERFORM 1110-TAKE-ONE-RATE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RATE-DATA
           .

      * The '*|' default-rate record is data, not a comment; an
      * asterisk followed by anything else is a comment.
       1110-TAKE-ONE-RATE.
           IF RATE-COUNT >= RATE-TABLE-MAX
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RATE-FLD-1 RATE-FLD-2 RATE-FLD-3
           UNSTRING RATE-DATA-REC DELIMITED BY '|'
             INTO RATE-FLD-1 RATE-FLD-2 RATE-FLD-3
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(RATE-FLD-2) NOT = 0
               OR FUNCTION TEST-NUMVAL(RATE-FLD-3) NOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RATE-COUNT
           MOVE RATE-FLD-1(1:4) TO RATE-DEPT(RATE-COUNT)
           MOVE FUNCTION NUMVAL(RATE-FLD-2)
             TO RATE-PER-SEC(RATE-COUNT)
           MOVE FUNCTION NUMVAL(RATE-FLD-3)
             TO RATE-PER-KREC(RATE-COUNT)
           .

      * The year archive csresm wrote, if the year has been purged
      * at all; a year still wholly on the master has none.
       2000-READ-THE-ARCHIVE.
           MOVE SPACES TO WS-ARC-FNAME
           STRING
             'csresmst.'               DELIMITED SIZE
             WS-YEAR                   DELIMITED SIZE
             '.arc'                    DELIMITED SIZE
             INTO WS-ARC-FNAME
           END-STRING
           CALL 'csenvfn' USING WS-ARC-FNAME END-CALL
           OPEN INPUT ARC-DATA
           IF WS-ARC-STAT NOT = '00'
               DISPLAY
                 MYNAME ' no archive ' FUNCTION TRIM(WS-ARC-FNAME)
                 ', the live master only'
               EXIT PARAGRAPH
           END-IF
           SET ARCH-READ-OK TO TRUE
           PERFORM UNTIL ARC-EOF
             READ ARC-DATA INTO ROW-REC
               AT END SET ARC-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-ARC-READ WS-REC-COUNT
                 IF ROW-TS(1:4) = WS-YEAR
                     ADD 1 TO WS-ARC-ROWS
                     PERFORM 3000-TAKE-ONE-ROW
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ARC-DATA
           .

       2100-READ-THE-LIVE-MASTER.
           OPEN INPUT RES-MASTER
           IF WS-RES-STAT NOT = '00'
               DISPLAY
                 MYNAME ' warning - results master not available,'
                 ' status ' WS-RES-STAT ' - the archive only'
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           SET LIVE-READ-OK TO TRUE
           PERFORM 8010-READ-RES-MASTER
           PERFORM UNTIL RES-EOF
             IF RES-TS(1:4) = WS-YEAR
                 ADD 1 TO WS-LIVE-ROWS
                 MOVE RES-MASTER-REC TO ROW-REC
                 PERFORM 3000-TAKE-ONE-ROW
             END-IF
             PERFORM 8010-READ-RES-MASTER
           END-PERFORM
           CLOSE RES-MASTER
           .

      * One run of the year: into its program's row, its paying
      * department's row, and the year's totals.
       3000-TAKE-ONE-ROW.
           IF ROW-TS(5:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE ROW-TS(5:2) TO ROW-MONTH
           IF ROW-MONTH < 1 OR ROW-MONTH > 12
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO ROW-HUNDREDTHS ROW-SECS ROW-RECORDS ROW-CENTS
           IF ROW-ELAPSED NOT = SPACES
               AND FUNCTION TEST-NUMVAL(ROW-ELAPSED) = 0
      *        elapsed is carried in hundredths of a second
               MOVE FUNCTION NUMVAL(ROW-ELAPSED) TO ROW-HUNDREDTHS
               COMPUTE ROW-SECS = ROW-HUNDREDTHS / 100
           END-IF
           IF ROW-RECS NOT = SPACES
               AND FUNCTION TEST-NUMVAL(ROW-RECS) = 0
               MOVE FUNCTION NUMVAL(ROW-RECS) TO ROW-RECORDS
           END-IF
           SET ROW-FAILED TO FALSE
           IF ROW-RC NOT = SPACES
               AND FUNCTION TEST-NUMVAL(ROW-RC) = 0
               IF FUNCTION NUMVAL(ROW-RC) >= 8
                   SET ROW-FAILED TO TRUE
               END-IF
           END-IF

           PERFORM 3100-FIND-THE-PROGRAM
           IF PGM-HIT > 0
               PERFORM 3200-ADD-TO-THE-PROGRAM
           END-IF
           PERFORM 3300-PRICE-THE-RUN
           PERFORM 3400-ADD-TO-THE-DEPARTMENT

           ADD 1 TO YR-RUNS
           ADD 1 TO YR-MON-RUNS(ROW-MONTH)
           IF ROW-FAILED
               ADD 1 TO YR-FAILS
           END-IF
           ADD ROW-SECS    TO YR-SECS
           ADD ROW-RECORDS TO YR-RECS
           ADD ROW-CENTS   TO YR-CENTS
           .

      * The program's row; a program met for the first time goes in
      * at its place in name order, so the detail prints sorted
      * whichever file it first turned up in.  PGM-HIT is zero when
      * the table is full.
       3100-FIND-THE-PROGRAM.
           MOVE 0 TO PGM-HIT
           PERFORM VARYING PGM-IDX FROM 1 BY 1
           UNTIL PGM-IDX > PGM-COUNT OR PGM-HIT > 0
             IF PGM-NAME(PGM-IDX) = ROW-PGM
                 MOVE PGM-IDX TO PGM-HIT
             END-IF
           END-PERFORM
           IF PGM-HIT > 0
               EXIT PARAGRAPH
           END-IF
           IF PGM-COUNT >= PGM-TABLE-MAX
               DISPLAY
                 MYNAME ' warning - program table full, '
                 ROW-PGM ' not reported'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO PGM-HIT
           PERFORM VARYING PGM-IDX FROM 1 BY 1
           UNTIL PGM-IDX > PGM-COUNT
             IF PGM-NAME(PGM-IDX) < ROW-PGM
                 COMPUTE PGM-HIT = PGM-IDX + 1
             END-IF
           END-PERFORM
           PERFORM VARYING PGM-IDX FROM PGM-COUNT BY -1
           UNTIL PGM-IDX < PGM-HIT
             MOVE PGM-ENTRY(PGM-IDX) TO PGM-ENTRY(PGM-IDX + 1)
           END-PERFORM
           ADD 1 TO PGM-COUNT
           INITIALIZE PGM-ENTRY(PGM-HIT)
           MOVE ROW-PGM TO PGM-NAME(PGM-HIT)
           MOVE 'N' TO PGM-HILO-SW(PGM-HIT)
           .

      * Counts, time and volume, and the headline result when it is
      * a number; a text result has no high or low.
       3200-ADD-TO-THE-PROGRAM.
           IF ROW-DEPT NOT = SPACES
               MOVE ROW-DEPT TO PGM-DEPT(PGM-HIT)
           END-IF
           ADD 1 TO PGM-RUNS(PGM-HIT)
           ADD 1 TO PGM-MON-RUNS(PGM-HIT, ROW-MONTH)
           IF ROW-FAILED
               ADD 1 TO PGM-FAILS(PGM-HIT)
           END-IF
           IF ROW-ELAPSED NOT = SPACES
               AND FUNCTION TEST-NUMVAL(ROW-ELAPSED) = 0
               ADD ROW-HUNDREDTHS TO PGM-ELAP-SUM(PGM-HIT)
               ADD 1 TO PGM-ELAP-N(PGM-HIT)
           END-IF
           ADD ROW-RECORDS TO PGM-RECS(PGM-HIT)

           IF ROW-RESULT = SPACES
               OR FUNCTION TEST-NUMVAL(ROW-RESULT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE ROW-VALUE = FUNCTION NUMVAL(ROW-RESULT)
             ON SIZE ERROR
               EXIT PARAGRAPH
           END-COMPUTE
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cssuper' USING
             ROW-PGM ROW-TS ROW-RUNID WS-SUPER-RUNID
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           IF WS-SUPER-RUNID NOT = SPACES
               ADD 1 TO WS-SUPERSEDED
               EXIT PARAGRAPH
           END-IF
           IF NOT PGM-HAS-HILO(PGM-HIT)
               OR ROW-VALUE > PGM-HI-VAL(PGM-HIT)
               MOVE ROW-VALUE TO PGM-HI-VAL(PGM-HIT)
               MOVE FUNCTION TRIM(ROW-RESULT) TO PGM-HI-TEXT(PGM-HIT)
               MOVE ROW-TS(1:8) TO PGM-HI-DATE(PGM-HIT)
           END-IF
           IF NOT PGM-HAS-HILO(PGM-HIT)
               OR ROW-VALUE < PGM-LO-VAL(PGM-HIT)
               MOVE ROW-VALUE TO PGM-LO-VAL(PGM-HIT)
               MOVE FUNCTION TRIM(ROW-RESULT) TO PGM-LO-TEXT(PGM-HIT)
               MOVE ROW-TS(1:8) TO PGM-LO-DATE(PGM-HIT)
           END-IF
           MOVE 'Y' TO PGM-HILO-SW(PGM-HIT)
           .

      * Priced the way cschgbk prices a month: the department's own
      * rate, else the '*' default; a run neither covers is counted
      * but not charged.
       3300-PRICE-THE-RUN.
           MOVE ROW-DEPT TO WS-DEPT
           IF WS-DEPT = SPACES
               MOVE '*   ' TO WS-DEPT
           END-IF
           MOVE 0 TO RATE-HIT
           PERFORM VARYING RATE-IDX FROM 1 BY 1
           UNTIL RATE-IDX > RATE-COUNT OR RATE-HIT > 0
             IF RATE-DEPT(RATE-IDX) = WS-DEPT
                 MOVE RATE-IDX TO RATE-HIT
             END-IF
           END-PERFORM
           IF RATE-HIT = 0
               PERFORM VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-COUNT OR RATE-HIT > 0
                 IF RATE-DEPT(RATE-IDX) = '*   '
                     MOVE RATE-IDX TO RATE-HIT
                 END-IF
               END-PERFORM
           END-IF
           IF RATE-HIT = 0
               ADD 1 TO WS-UNPRICED
               EXIT PARAGRAPH
           END-IF
           COMPUTE ROW-CENTS =
               ROW-SECS * RATE-PER-SEC(RATE-HIT)
             + ROW-RECORDS * RATE-PER-KREC(RATE-HIT) / 1000
           .

       3400-ADD-TO-THE-DEPARTMENT.
           MOVE 0 TO DEPT-HIT
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
           UNTIL DEPT-IDX > DEPT-COUNT OR DEPT-HIT > 0
             IF DEPT-CODE(DEPT-IDX) = WS-DEPT
                 MOVE DEPT-IDX TO DEPT-HIT
             END-IF
           END-PERFORM
           IF DEPT-HIT = 0
               IF DEPT-COUNT >= DEPT-TABLE-MAX
                   DISPLAY
                     MYNAME ' warning - department table full, '
                     WS-DEPT ' not summarized'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO DEPT-COUNT
               INITIALIZE DEPT-ENTRY(DEPT-COUNT)
               MOVE WS-DEPT TO DEPT-CODE(DEPT-COUNT)
               MOVE DEPT-COUNT TO DEPT-HIT
           END-IF
           ADD 1           TO DEPT-RUNS(DEPT-HIT)
           IF ROW-FAILED
               ADD 1       TO DEPT-FAILS(DEPT-HIT)
           END-IF
           ADD ROW-SECS    TO DEPT-SECS(DEPT-HIT)
           ADD ROW-RECORDS TO DEPT-RECS(DEPT-HIT)
           ADD ROW-CENTS   TO DEPT-CENTS(DEPT-HIT)
           .

      * The cover page: the year at a glance, and what follows.
       4000-WRITE-THE-COVER-PAGE.
           MOVE 'O' TO RPT-ACTION
           MOVE SPACES TO RPT-TITLE
           STRING
             'ANNUAL OPERATIONS REPORT FOR ' DELIMITED SIZE
             WS-YEAR                   DELIMITED SIZE
             INTO RPT-TITLE
           END-STRING
           MOVE SPACES TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER

           MOVE 'L' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           STRING
             'ANNUAL OPERATIONS REPORT FOR THE YEAR ' DELIMITED SIZE
             WS-YEAR                   DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE SPACES TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER

           MOVE PGM-COUNT TO CNT-DISP
           MOVE SPACES TO RPT-LINE
           STRING
             'PROGRAMS RUN          '  DELIMITED SIZE
             CNT-DISP                  DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE YR-RUNS TO CNT-DISP
           MOVE YR-FAILS TO CNT2-DISP
           MOVE SPACES TO RPT-LINE
           STRING
             'RUNS                  '  DELIMITED SIZE
             CNT-DISP                  DELIMITED SIZE
             '   FAILED (RC 8 OR HIGHER) ' DELIMITED SIZE
             FUNCTION TRIM(CNT2-DISP)  DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           IF YR-RUNS > 0
               MOVE 1 TO YR-BUSY-MON
               PERFORM VARYING MON-IDX FROM 2 BY 1
               UNTIL MON-IDX > 12
                 IF YR-MON-RUNS(MON-IDX) > YR-MON-RUNS(YR-BUSY-MON)
                     MOVE MON-IDX TO YR-BUSY-MON
                 END-IF
               END-PERFORM
               MOVE YR-MON-RUNS(YR-BUSY-MON) TO CNT-DISP
               MOVE SPACES TO RPT-LINE
               STRING
                 'BUSIEST MONTH         '  DELIMITED SIZE
                 MONTH-NAME(YR-BUSY-MON)   DELIMITED SIZE
                 ' WITH '                  DELIMITED SIZE
                 FUNCTION TRIM(CNT-DISP)   DELIMITED SIZE
                 ' RUNS'                   DELIMITED SIZE
                 INTO RPT-LINE
               END-STRING
               PERFORM 8500-CALL-REPORT-WRITER
           END-IF
           MOVE YR-SECS TO BIG-DISP
           MOVE SPACES TO RPT-LINE
           STRING
             'ELAPSED SECONDS  '       DELIMITED SIZE
             BIG-DISP(4:15)            DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE YR-RECS TO BIG-DISP
           MOVE SPACES TO RPT-LINE
           STRING
             'RECORDS PROCESSED'       DELIMITED SIZE
             BIG-DISP(4:15)            DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           COMPUTE AMT-DISP = YR-CENTS / 100
           MOVE SPACES TO RPT-LINE
           STRING
             'CHARGEBACK      '        DELIMITED SIZE
             AMT-DISP                  DELIMITED SIZE
             '   AT CSRATE.CAT RATES'  DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE SPACES TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER

           MOVE WS-LIVE-ROWS TO CNT-DISP
           MOVE WS-ARC-ROWS TO CNT2-DISP
           MOVE SPACES TO RPT-LINE
           STRING
             'SOURCES: RESULTS MASTER ' DELIMITED SIZE
             FUNCTION TRIM(CNT-DISP)   DELIMITED SIZE
             ' ROWS, '                 DELIMITED SIZE
             FUNCTION TRIM(WS-ARC-FNAME) DELIMITED SIZE
             ' '                       DELIMITED SIZE
             FUNCTION TRIM(CNT2-DISP)  DELIMITED SIZE
             ' ROWS'                   DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           IF NOT ARCH-READ-OK
               MOVE SPACES TO RPT-LINE
               STRING
                 'SOURCES: RESULTS MASTER ' DELIMITED SIZE
                 FUNCTION TRIM(CNT-DISP)   DELIMITED SIZE
                 ' ROWS, NO YEAR ARCHIVE ON FILE' DELIMITED SIZE
                 INTO RPT-LINE
               END-STRING
           END-IF
           IF NOT LIVE-READ-OK
               MOVE SPACES TO RPT-LINE
               STRING
                 'SOURCES: RESULTS MASTER NOT AVAILABLE, '
                                           DELIMITED SIZE
                 FUNCTION TRIM(WS-ARC-FNAME) DELIMITED SIZE
                 ' '                       DELIMITED SIZE
                 FUNCTION TRIM(CNT2-DISP)  DELIMITED SIZE
                 ' ROWS'                   DELIMITED SIZE
                 INTO RPT-LINE
               END-STRING
           END-IF
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE SPACES TO RPT-LINE
           STRING
             'CONTENTS: PROGRAM DETAIL, DEPARTMENT SUMMARY, '
                                       DELIMITED SIZE
             'CONTROL TOTALS'          DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           .

      * Two lines per program: runs by month, then time, volume and
      * the headline result's range.
       5000-WRITE-PROGRAM-DETAIL.
           MOVE 'H' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           STRING
             'PROGRAM  DEPT  JAN  FEB  MAR  APR  MAY  JUN'
                                       DELIMITED SIZE
             '  JUL  AUG  SEP  OCT  NOV  DEC   RUNS FAILED'
                                       DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE 'L' TO RPT-ACTION
           IF PGM-COUNT = 0
               MOVE 'NO RUNS ON FILE FOR THIS YEAR' TO RPT-LINE
               PERFORM 8500-CALL-REPORT-WRITER
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM 5100-WRITE-ONE-PROGRAM
             VARYING PGM-IDX FROM 1 BY 1
             UNTIL PGM-IDX > PGM-COUNT
           MOVE SPACES TO DTL-LINE
           MOVE 'ALL'         TO DTL-PGM
           PERFORM VARYING MON-IDX FROM 1 BY 1
           UNTIL MON-IDX > 12
             MOVE YR-MON-RUNS(MON-IDX) TO DTL-MON(MON-IDX)
           END-PERFORM
           MOVE YR-RUNS  TO DTL-RUNS
           MOVE YR-FAILS TO DTL-FAILS
           MOVE DTL-LINE TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER
           .

       5100-WRITE-ONE-PROGRAM.
           MOVE SPACES TO DTL-LINE
           MOVE PGM-NAME(PGM-IDX) TO DTL-PGM
           MOVE PGM-DEPT(PGM-IDX) TO DTL-DEPT
           IF DTL-DEPT = SPACES
               MOVE '-' TO DTL-DEPT
           END-IF
           PERFORM VARYING MON-IDX FROM 1 BY 1
           UNTIL MON-IDX > 12
             MOVE PGM-MON-RUNS(PGM-IDX, MON-IDX) TO DTL-MON(MON-IDX)
           END-PERFORM
           MOVE PGM-RUNS(PGM-IDX)  TO DTL-RUNS
           MOVE PGM-FAILS(PGM-IDX) TO DTL-FAILS
           MOVE DTL-LINE TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER

           COMPUTE BIG-DISP = PGM-ELAP-SUM(PGM-IDX) / 100
           MOVE SPACES TO RPT-LINE
           MOVE 1 TO RPT-PTR
           STRING
             '         ELAPSED-SEC '   DELIMITED SIZE
             FUNCTION TRIM(BIG-DISP)   DELIMITED SIZE
             INTO RPT-LINE
             WITH POINTER RPT-PTR
           END-STRING
           IF PGM-ELAP-N(PGM-IDX) > 0
               COMPUTE AVG-DISP ROUNDED =
                   PGM-ELAP-SUM(PGM-IDX) / PGM-ELAP-N(PGM-IDX) / 100
               STRING
                 '  AVG '                DELIMITED SIZE
                 FUNCTION TRIM(AVG-DISP) DELIMITED SIZE
                 INTO RPT-LINE
                 WITH POINTER RPT-PTR
               END-STRING
           END-IF
           MOVE PGM-RECS(PGM-IDX) TO BIG-DISP
           STRING
             '  RECORDS '              DELIMITED SIZE
             FUNCTION TRIM(BIG-DISP)   DELIMITED SIZE
             INTO RPT-LINE
             WITH POINTER RPT-PTR
           END-STRING
           IF PGM-HAS-HILO(PGM-IDX)
               STRING
                 '  HIGH '             DELIMITED SIZE
                 FUNCTION TRIM(PGM-HI-TEXT(PGM-IDX)) DELIMITED SIZE
                 ' ON '                DELIMITED SIZE
                 PGM-HI-DATE(PGM-IDX)  DELIMITED SIZE
                 '  LOW '              DELIMITED SIZE
                 FUNCTION TRIM(PGM-LO-TEXT(PGM-IDX)) DELIMITED SIZE
                 ' ON '                DELIMITED SIZE
                 PGM-LO-DATE(PGM-IDX)  DELIMITED SIZE
                 INTO RPT-LINE
                 WITH POINTER RPT-PTR
               END-STRING
           END-IF
           PERFORM 8500-CALL-REPORT-WRITER
           .

      * The department summary, in its own section.
       6000-WRITE-DEPT-SUMMARY.
           MOVE 'H' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           STRING
             'DEPT  PGMS     RUNS   FAILED   ELAPSED-SEC'
                                       DELIMITED SIZE
             '             RECORDS         CHARGEBACK'
                                       DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           PERFORM VARYING PGM-IDX FROM 1 BY 1
           UNTIL PGM-IDX > PGM-COUNT
             MOVE PGM-DEPT(PGM-IDX) TO WS-DEPT
             IF WS-DEPT = SPACES
                 MOVE '*   ' TO WS-DEPT
             END-IF
             PERFORM VARYING DEPT-IDX FROM 1 BY 1
             UNTIL DEPT-IDX > DEPT-COUNT
               IF DEPT-CODE(DEPT-IDX) = WS-DEPT
                   ADD 1 TO DEPT-PGMS(DEPT-IDX)
               END-IF
             END-PERFORM
           END-PERFORM
           MOVE 'L' TO RPT-ACTION
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
           UNTIL DEPT-IDX > DEPT-COUNT
             MOVE SPACES TO DEPT-LINE
             MOVE DEPT-CODE(DEPT-IDX)  TO DL-DEPT
             MOVE DEPT-PGMS(DEPT-IDX)  TO DL-PGMS
             MOVE DEPT-RUNS(DEPT-IDX)  TO DL-RUNS
             MOVE DEPT-FAILS(DEPT-IDX) TO DL-FAILS
             MOVE DEPT-SECS(DEPT-IDX)  TO DL-SECS
             MOVE DEPT-RECS(DEPT-IDX)  TO DL-RECS
             COMPUTE DL-AMOUNT = DEPT-CENTS(DEPT-IDX) / 100
             MOVE DEPT-LINE TO RPT-LINE
             PERFORM 8500-CALL-REPORT-WRITER
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE SPACES TO RPT-LINE
           STRING
             'DEPT * IS THE DEFAULT RATE, FOR RUNS WITH NO '
                                       DELIMITED SIZE
             'DEPARTMENT OF THEIR OWN; PROGRAMS ARE COUNTED UNDER '
                                       DELIMITED SIZE
             'THEIR LATEST DEPARTMENT'  DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           .

      * Control totals: what was read from each source, and what
      * the report accounts for.
       7000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO DEPT-LINE
           MOVE 'ALL'     TO DL-DEPT
           MOVE PGM-COUNT TO DL-PGMS
           MOVE YR-RUNS   TO DL-RUNS
           MOVE YR-FAILS  TO DL-FAILS
           MOVE YR-SECS   TO DL-SECS
           MOVE YR-RECS   TO DL-RECS
           COMPUTE DL-AMOUNT = YR-CENTS / 100
           MOVE 'T' TO RPT-ACTION
           MOVE DEPT-LINE TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER

           MOVE 'L' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE WS-LIVE-READ TO CNT-DISP
           MOVE WS-LIVE-ROWS TO CNT2-DISP
           STRING
             'CONTROL TOTALS: MASTER ROWS READ ' DELIMITED SIZE
             CNT-DISP                  DELIMITED SIZE
             '  IN YEAR '              DELIMITED SIZE
             CNT2-DISP                 DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE WS-ARC-READ TO CNT-DISP
           MOVE WS-ARC-ROWS TO CNT2-DISP
           MOVE SPACES TO RPT-LINE
           STRING
             '                ARCHIVE ROWS READ' DELIMITED SIZE
             CNT-DISP                  DELIMITED SIZE
             '  IN YEAR '              DELIMITED SIZE
             CNT2-DISP                 DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE YR-RUNS TO CNT-DISP
           MOVE WS-UNPRICED TO CNT2-DISP
           MOVE SPACES TO RPT-LINE
           STRING
             '                RUNS REPORTED    ' DELIMITED SIZE
             CNT-DISP                  DELIMITED SIZE
             '  UNPRICED '             DELIMITED SIZE
             CNT2-DISP                 DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE WS-SUPERSEDED TO CNT-DISP
           MOVE SPACES TO RPT-LINE
           STRING
             '                RESULTS RESTATED ' DELIMITED SIZE
             CNT-DISP                  DELIMITED SIZE
             '  NOT IN HIGH/LOW'       DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           IF YR-RUNS NOT = WS-LIVE-ROWS + WS-ARC-ROWS
               MOVE SPACES TO RPT-LINE
               MOVE 'RUNS REPORTED DO NOT EQUAL ROWS IN YEAR'
                 TO RPT-LINE
               PERFORM 8500-CALL-REPORT-WRITER
               DISPLAY
                 MYNAME ' warning - runs reported ' YR-RUNS
                 ' do not equal rows in the year'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

       8010-READ-RES-MASTER.
           READ RES-MASTER NEXT
             AT END SET RES-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-REC-COUNT
               ADD 1 TO WS-LIVE-READ
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
           MOVE YR-RUNS TO WS-REC-COUNT-DISP
           COMPUTE AMT-DISP = YR-CENTS / 100
           STRING
             ' YEAR='                  DELIMITED SIZE
             WS-YEAR                   DELIMITED SIZE
             ' LIVEROWS='              DELIMITED SIZE
             WS-LIVE-ROWS              DELIMITED SIZE
             ' ARCROWS='               DELIMITED SIZE
             WS-ARC-ROWS               DELIMITED SIZE
             ' RUNS='                  DELIMITED SIZE
             WS-REC-COUNT-DISP         DELIMITED SIZE
             ' AMOUNT='                DELIMITED SIZE
             FUNCTION TRIM(AMT-DISP)   DELIMITED SIZE
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
      * figure is the year's run count.
       9900-DISPLAY-SUMMARY.

           MOVE WS-REC-COUNT TO WS-REC-COUNT-DISP

           MOVE WS-REC-COUNT-DISP TO WS-SUMM-RECS
           MOVE YR-RUNS TO WS-REC-COUNT-DISP
           MOVE WS-REC-COUNT-DISP TO WS-SUMM-RESULT
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
