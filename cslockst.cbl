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
      * Lock contention statistics.  The cslock manager puts every
      * enqueue and release on cslock.log -- WAIT when a program
      * found the resource held and by whom, ACQUIRED or TIMEOUT
      * with the seconds it waited, RELEASED with the seconds it
      * held the lock.  This report sums that log so the run plan
      * can be rearranged on evidence: which resources are fought
      * over, which programs do the waiting and which the blocking,
      * how long the waits run, which ones timed out, and at what
      * hours of the night it happens.  Two programs that keep
      * blocking each other in one wave belong in different
      * dependency groups.
      *
      *   cslockst
      *   cslockst "FROM=20261001" "TO=20261015"
      *   cslockst "RES=cscatlg.dat"
      *
      * FROM= and TO= bound the business dates taken (both ends
      * included); RES= takes one resource only.  The report goes
      * to cslockst.rpt: per resource, per resource and program,
      * who waited on whom, and waits by hour of day with the
      * busiest hours marked.
      *
      * RC 0 no timeouts in the window, 4 at least one enqueue
      * timed out, 8 no lock log to read.
      *
       Program-ID. cslockst.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select LKL-DATA             Assign Dynamic WS-LKL-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-LKL-STAT.
       Data Division.
       File Section.
       FD  LKL-DATA.
       01  LKL-DATA-REC       PIC X(200).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'cslockst'.
           05  RES-TABLE-MAX      PIC 9(004) COMP    VALUE 50.
           05  RP-TABLE-MAX       PIC 9(004) COMP    VALUE 300.
           05  BLK-TABLE-MAX      PIC 9(004) COMP    VALUE 300.

       01  WORK-AREAS.
           05  WS-REC-COUNT       PIC 9(008) COMP    VALUE 0.
           05  CLI-ARGS           PIC X(160)         VALUE SPACES.
           05  WS-CLI-TOKEN       PIC X(080)         VALUE SPACES.
           05  WS-CLI-KEY         PIC X(020)         VALUE SPACES.
           05  WS-CLI-VAL         PIC X(080)         VALUE SPACES.
           05  CLI-PTR            PIC 9(003) COMP    VALUE 1.
           05  WS-LKL-FNAME       PIC X(040)      VALUE 'cslock.log'.
           05  WS-LKL-STAT        PIC X(002)         VALUE SPACES.
           05  WS-AUDIT-LOG-NAME  PIC X(040)        VALUE 'csaudit.log'.
           05  WS-AUDIT-KEYS      PIC X(160)         VALUE SPACES.
           05  WS-RC-DISP         PIC 9(004)         VALUE 0.
           05  WS-SUMM-RECS       PIC X(018)         VALUE SPACES.
           05  WS-SUMM-RESULT     PIC X(040)         VALUE SPACES.
           05  WS-HOLD-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-CFG-VAL         PIC X(080)         VALUE SPACES.
           05  WS-CFG-AUDITLOG    PIC X(020)       VALUE 'AUDITLOG'.
           05  WS-RUN-ID          PIC X(017)         VALUE SPACES.
           05  WS-FROM-DATE       PIC X(008)         VALUE SPACES.
           05  WS-TO-DATE         PIC X(008)     VALUE '99999999'.
           05  WS-ONLY-RES        PIC X(040)         VALUE SPACES.
           05  WS-REC-COUNT-DISP  PIC 9(008)         VALUE 0.
           05  WS-TAKEN-COUNT     PIC 9(008)         VALUE 0.
           05  WS-FIRST-DATE      PIC X(008)         VALUE SPACES.
           05  WS-LAST-DATE       PIC X(008)         VALUE SPACES.

      * One cslock.log line taken apart.
       01  LOG-FIELDS.
           05  LOG-PTR            PIC 9(004) COMP    VALUE 1.
           05  LOG-TOKEN          PIC X(060)         VALUE SPACES.
           05  LOG-KEY            PIC X(020)         VALUE SPACES.
           05  LOG-VAL            PIC X(060)         VALUE SPACES.
           05  LOG-STAMP          PIC X(021)         VALUE SPACES.
           05  LOG-DATE           PIC X(008)         VALUE SPACES.
           05  LOG-HOUR           PIC 9(002)         VALUE 0.
           05  LOG-RES            PIC X(040)         VALUE SPACES.
           05  LOG-PGM            PIC X(008)         VALUE SPACES.
           05  LOG-EVENT          PIC X(008)         VALUE SPACES.
           05  LOG-WAIT           PIC 9(005)         VALUE 0.
           05  LOG-HELD           PIC 9(005)         VALUE 0.
           05  LOG-HOLDER         PIC X(008)         VALUE SPACES.

      * Per resource.
       01  RES-TABLE.
           05  RES-COUNT          PIC 9(004) COMP    VALUE 0.
           05  RES-ENTRY OCCURS 50 TIMES.
               10  RES-NAME       PIC X(040).
               10  RES-ENQS       PIC 9(007) COMP.
               10  RES-WAITS      PIC 9(007) COMP.
               10  RES-WAIT-SECS  PIC 9(009) COMP.
               10  RES-WAIT-MAX   PIC 9(005) COMP.
               10  RES-TIMEOUTS   PIC 9(007) COMP.
               10  RES-RELS       PIC 9(007) COMP.
               10  RES-HELD-SECS  PIC 9(009) COMP.
               10  RES-HELD-MAX   PIC 9(005) COMP.
               10  RES-HOUR-WAITS PIC 9(007) COMP OCCURS 24 TIMES.
           05  RES-IDX            PIC 9(004) COMP    VALUE 0.
           05  RES-HIT            PIC 9(004) COMP    VALUE 0.

      * Per resource and program.
       01  RP-TABLE.
           05  RP-COUNT           PIC 9(004) COMP    VALUE 0.
           05  RP-ENTRY OCCURS 300 TIMES.
               10  RP-RES         PIC X(040).
               10  RP-PGM         PIC X(008).
               10  RP-ENQS        PIC 9(007) COMP.
               10  RP-WAITS       PIC 9(007) COMP.
               10  RP-WAIT-SECS   PIC 9(009) COMP.
               10  RP-WAIT-MAX    PIC 9(005) COMP.
               10  RP-TIMEOUTS    PIC 9(007) COMP.
               10  RP-HELD-SECS   PIC 9(009) COMP.
           05  RP-IDX             PIC 9(004) COMP    VALUE 0.
           05  RP-HIT             PIC 9(004) COMP    VALUE 0.

      * Who waited on whom: one row per resource, waiting program
      * and the holder it found there.
       01  BLK-TABLE.
           05  BLK-COUNT          PIC 9(004) COMP    VALUE 0.
           05  BLK-ENTRY OCCURS 300 TIMES.
               10  BLK-RES        PIC X(040).
               10  BLK-WAITER     PIC X(008).
               10  BLK-HOLDER     PIC X(008).
               10  BLK-TIMES      PIC 9(007) COMP.
               10  BLK-WAIT-SECS  PIC 9(009) COMP.
               10  BLK-TIMEOUTS   PIC 9(007) COMP.
           05  BLK-IDX            PIC 9(004) COMP    VALUE 0.
           05  BLK-HIT            PIC 9(004) COMP    VALUE 0.

      * Across every resource, by hour of day.
       01  HOUR-TABLE.
           05  HOUR-ENTRY OCCURS 24 TIMES.
               10  HOUR-ENQS      PIC 9(007) COMP.
               10  HOUR-WAITS     PIC 9(007) COMP.
               10  HOUR-WAIT-SECS PIC 9(009) COMP.
               10  HOUR-TIMEOUTS  PIC 9(007) COMP.
           05  HOUR-IDX           PIC 9(004) COMP    VALUE 0.
           05  HOUR-BEST          PIC 9(004) COMP    VALUE 0.
           05  HOUR-RANK          PIC 9(004) COMP    VALUE 0.
           05  HOUR-MARK          PIC X(024)         VALUE SPACES.

       01  TOTAL-AREAS.
           05  TOT-ENQS           PIC 9(007) COMP    VALUE 0.
           05  TOT-WAITS          PIC 9(007) COMP    VALUE 0.
           05  TOT-WAIT-SECS      PIC 9(009) COMP    VALUE 0.
           05  TOT-TIMEOUTS       PIC 9(007) COMP    VALUE 0.

       01  DISPLAY-AREAS.
           05  D-ENQS             PIC Z(6)9.
           05  D-WAITS            PIC Z(6)9.
           05  D-PCT              PIC ZZ9.
           05  D-SECS             PIC Z(8)9.
           05  D-MAX              PIC Z(4)9.
           05  D-TIMEOUTS         PIC Z(6)9.
           05  D-AVG-HELD         PIC Z(4)9.
           05  D-HELD-MAX         PIC Z(4)9.
           05  D-HELD-SECS        PIC Z(8)9.
           05  D-HOUR             PIC 9(002).
           05  D-PCT-WORK         PIC 9(005) COMP.
           05  D-AVG-WORK         PIC 9(009) COMP.

       01  REPORT-AREAS.
           05  RPT-ACTION         PIC X(001)         VALUE SPACE.
           05  RPT-TITLE          PIC X(040)         VALUE SPACES.
           05  RPT-LINE           PIC X(132)         VALUE SPACES.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           05  WS-START-TIME-R    REDEFINES WS-START-TIME.
               10  WS-START-HH    PIC 9(002).
               10  WS-START-MM    PIC 9(002).
               10  WS-START-SS    PIC 9(002).
               10  WS-START-HS    PIC 9(002).

       01  SWITCHES.
           05  LKL-EOF-SW         PIC X(001)         VALUE 'N'.
               88  LKL-EOF                           VALUE 'Y'.

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

           INITIALIZE HOUR-TABLE
           OPEN INPUT LKL-DATA
           IF WS-LKL-STAT NOT = '00'
               DISPLAY
                 MYNAME ' no lock log to report on: '
                 FUNCTION TRIM(WS-LKL-FNAME)
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF
           PERFORM UNTIL LKL-EOF
             READ LKL-DATA
               AT END SET LKL-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-REC-COUNT
                 PERFORM 1000-TAKE-ONE-EVENT
             END-READ
           END-PERFORM
           CLOSE LKL-DATA

           PERFORM 2000-WRITE-THE-REPORT

           DISPLAY MYNAME ' ------------------------------------'
           DISPLAY MYNAME ' log records read ' WS-REC-COUNT
           DISPLAY MYNAME ' records taken    ' WS-TAKEN-COUNT
           DISPLAY MYNAME ' resources        ' RES-COUNT
           DISPLAY MYNAME ' enqueues         ' TOT-ENQS
           DISPLAY MYNAME ' waits            ' TOT-WAITS
           DISPLAY MYNAME ' seconds waited   ' TOT-WAIT-SECS
           DISPLAY MYNAME ' timeouts         ' TOT-TIMEOUTS

           IF TOT-TIMEOUTS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

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

      * Environment partitioning: the lock log picks up the DEV/QA
      * prefix, if one is configured, the way cslock wrote it.
       0150-APPLY-ENV-PREFIX.
           CALL 'csenvfn' USING WS-LKL-FNAME END-CALL
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
             WHEN 'FROM'
                 MOVE WS-CLI-VAL(1:8) TO WS-FROM-DATE
             WHEN 'TO'
                 MOVE WS-CLI-VAL(1:8) TO WS-TO-DATE
             WHEN 'RES'
                 MOVE WS-CLI-VAL TO WS-ONLY-RES
             WHEN 'RUNID'
                 MOVE WS-CLI-VAL TO WS-RUN-ID
             WHEN OTHER
                 DISPLAY
                  MYNAME
                  ' warning - unrecognized parameter ' WS-CLI-KEY
           END-EVALUATE
           .

      * <stamp> RES= PGM= RUNID= EVENT= WAIT= HELD= HOLDER=
       1000-TAKE-ONE-EVENT.
           MOVE SPACES TO LOG-STAMP LOG-RES LOG-PGM LOG-EVENT
                          LOG-HOLDER
           MOVE 0 TO LOG-WAIT LOG-HELD
           MOVE 1 TO LOG-PTR
           UNSTRING LKL-DATA-REC DELIMITED BY SPACE
             INTO LOG-STAMP
             WITH POINTER LOG-PTR
           END-UNSTRING
           PERFORM UNTIL LOG-PTR > LENGTH OF LKL-DATA-REC
             MOVE SPACES TO LOG-TOKEN
             UNSTRING LKL-DATA-REC DELIMITED BY SPACE
               INTO LOG-TOKEN
               WITH POINTER LOG-PTR
             END-UNSTRING
             IF LOG-TOKEN NOT = SPACES
                 MOVE SPACES TO LOG-KEY LOG-VAL
                 UNSTRING LOG-TOKEN DELIMITED BY '='
                   INTO LOG-KEY LOG-VAL
                 END-UNSTRING
                 EVALUATE LOG-KEY
                   WHEN 'RES'
                       MOVE LOG-VAL TO LOG-RES
                   WHEN 'PGM'
                       MOVE LOG-VAL TO LOG-PGM
                   WHEN 'EVENT'
                       MOVE LOG-VAL TO LOG-EVENT
                   WHEN 'WAIT'
                       IF LOG-VAL(1:5) NUMERIC
                           MOVE LOG-VAL(1:5) TO LOG-WAIT
                       END-IF
                   WHEN 'HELD'
                       IF LOG-VAL(1:5) NUMERIC
                           MOVE LOG-VAL(1:5) TO LOG-HELD
                       END-IF
                   WHEN 'HOLDER'
                       MOVE LOG-VAL TO LOG-HOLDER
                   WHEN OTHER
                       CONTINUE
                 END-EVALUATE
             END-IF
           END-PERFORM

           MOVE LOG-STAMP(1:8) TO LOG-DATE
           IF LOG-DATE NOT NUMERIC OR LOG-STAMP(9:2) NOT NUMERIC
               OR LOG-RES = SPACES
               EXIT PARAGRAPH
           END-IF
           IF LOG-DATE < WS-FROM-DATE OR LOG-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-ONLY-RES NOT = SPACES AND LOG-RES NOT = WS-ONLY-RES
               EXIT PARAGRAPH
           END-IF
           MOVE LOG-STAMP(9:2) TO LOG-HOUR
           IF LOG-HOUR > 23
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TAKEN-COUNT
           IF WS-FIRST-DATE = SPACES OR LOG-DATE < WS-FIRST-DATE
               MOVE LOG-DATE TO WS-FIRST-DATE
           END-IF
           IF LOG-DATE > WS-LAST-DATE
               MOVE LOG-DATE TO WS-LAST-DATE
           END-IF

           PERFORM 1100-FIND-THE-RESOURCE
           PERFORM 1200-FIND-THE-PROGRAM
           IF RES-HIT = 0 OR RP-HIT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE HOUR-IDX = LOG-HOUR + 1

           EVALUATE LOG-EVENT
             WHEN 'WAIT'
                 ADD 1 TO RES-WAITS(RES-HIT) RP-WAITS(RP-HIT)
                          TOT-WAITS HOUR-WAITS(HOUR-IDX)
                          RES-HOUR-WAITS(RES-HIT HOUR-IDX)
             WHEN 'ACQUIRED'
             WHEN 'TIMEOUT'
                 ADD 1 TO RES-ENQS(RES-HIT) RP-ENQS(RP-HIT)
                          TOT-ENQS HOUR-ENQS(HOUR-IDX)
                 ADD LOG-WAIT TO RES-WAIT-SECS(RES-HIT)
                                 RP-WAIT-SECS(RP-HIT)
                                 TOT-WAIT-SECS
                                 HOUR-WAIT-SECS(HOUR-IDX)
                 IF LOG-WAIT > RES-WAIT-MAX(RES-HIT)
                     MOVE LOG-WAIT TO RES-WAIT-MAX(RES-HIT)
                 END-IF
                 IF LOG-WAIT > RP-WAIT-MAX(RP-HIT)
                     MOVE LOG-WAIT TO RP-WAIT-MAX(RP-HIT)
                 END-IF
                 IF LOG-EVENT = 'TIMEOUT'
                     ADD 1 TO RES-TIMEOUTS(RES-HIT) RP-TIMEOUTS(RP-HIT)
                              TOT-TIMEOUTS HOUR-TIMEOUTS(HOUR-IDX)
                 END-IF
                 IF LOG-WAIT > 0 OR LOG-HOLDER NOT = SPACES
                   OR LOG-EVENT = 'TIMEOUT'
                     PERFORM 1300-COUNT-THE-BLOCKER
                 END-IF
             WHEN 'RELEASED'
                 ADD 1 TO RES-RELS(RES-HIT)
                 ADD LOG-HELD TO RES-HELD-SECS(RES-HIT)
                                 RP-HELD-SECS(RP-HIT)
                 IF LOG-HELD > RES-HELD-MAX(RES-HIT)
                     MOVE LOG-HELD TO RES-HELD-MAX(RES-HIT)
                 END-IF
             WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       1100-FIND-THE-RESOURCE.
           MOVE 0 TO RES-HIT
           PERFORM VARYING RES-IDX FROM 1 BY 1
           UNTIL RES-IDX > RES-COUNT OR RES-HIT > 0
             IF RES-NAME(RES-IDX) = LOG-RES
                 MOVE RES-IDX TO RES-HIT
             END-IF
           END-PERFORM
           IF RES-HIT > 0
               EXIT PARAGRAPH
           END-IF
           IF RES-COUNT >= RES-TABLE-MAX
               DISPLAY
                 MYNAME ' warning - more than ' RES-TABLE-MAX
                 ' resources, ' FUNCTION TRIM(LOG-RES) ' not counted'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RES-COUNT
           MOVE RES-COUNT TO RES-HIT
           INITIALIZE RES-ENTRY(RES-HIT)
           MOVE LOG-RES TO RES-NAME(RES-HIT)
           .

       1200-FIND-THE-PROGRAM.
           MOVE 0 TO RP-HIT
           PERFORM VARYING RP-IDX FROM 1 BY 1
           UNTIL RP-IDX > RP-COUNT OR RP-HIT > 0
             IF RP-RES(RP-IDX) = LOG-RES AND RP-PGM(RP-IDX) = LOG-PGM
                 MOVE RP-IDX TO RP-HIT
             END-IF
           END-PERFORM
           IF RP-HIT > 0
               EXIT PARAGRAPH
           END-IF
           IF RP-COUNT >= RP-TABLE-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RP-COUNT
           MOVE RP-COUNT TO RP-HIT
           INITIALIZE RP-ENTRY(RP-HIT)
           MOVE LOG-RES TO RP-RES(RP-HIT)
           MOVE LOG-PGM TO RP-PGM(RP-HIT)
           .

      * A holder gone before the waiter could look shows as '?'.
       1300-COUNT-THE-BLOCKER.
           IF LOG-HOLDER = SPACES
               MOVE '?' TO LOG-HOLDER
           END-IF
           MOVE 0 TO BLK-HIT
           PERFORM VARYING BLK-IDX FROM 1 BY 1
           UNTIL BLK-IDX > BLK-COUNT OR BLK-HIT > 0
             IF BLK-RES(BLK-IDX) = LOG-RES
                 AND BLK-WAITER(BLK-IDX) = LOG-PGM
                 AND BLK-HOLDER(BLK-IDX) = LOG-HOLDER
                 MOVE BLK-IDX TO BLK-HIT
             END-IF
           END-PERFORM
           IF BLK-HIT = 0
               IF BLK-COUNT >= BLK-TABLE-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO BLK-COUNT
               MOVE BLK-COUNT TO BLK-HIT
               INITIALIZE BLK-ENTRY(BLK-HIT)
               MOVE LOG-RES    TO BLK-RES(BLK-HIT)
               MOVE LOG-PGM    TO BLK-WAITER(BLK-HIT)
               MOVE LOG-HOLDER TO BLK-HOLDER(BLK-HIT)
           END-IF
           ADD 1 TO BLK-TIMES(BLK-HIT)
           ADD LOG-WAIT TO BLK-WAIT-SECS(BLK-HIT)
           IF LOG-EVENT = 'TIMEOUT'
               ADD 1 TO BLK-TIMEOUTS(BLK-HIT)
           END-IF
           .

       2000-WRITE-THE-REPORT.
           MOVE 'O' TO RPT-ACTION
           MOVE 'LOCK CONTENTION' TO RPT-TITLE
           MOVE SPACES TO RPT-LINE
           STRING
             'RESOURCE                                 ENQUEUE'
                                       DELIMITED SIZE
             'S   WAITS  PCT SECS WAITED LONGEST TIMEOUTS AVG '
                                       DELIMITED SIZE
             'HELD LONGEST HELD   BUSIEST HOUR'
                                       DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE 'L' TO RPT-ACTION
           PERFORM VARYING RES-IDX FROM 1 BY 1
           UNTIL RES-IDX > RES-COUNT
             PERFORM 2100-ONE-RESOURCE-LINE
           END-PERFORM

           MOVE 'H' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           STRING
             'RESOURCE                                 PROGRAM'
                                       DELIMITED SIZE
             ' ENQUEUES   WAITS  SECS WAITED LONGEST TIMEOUTS '
                                       DELIMITED SIZE
             'SECS HELD'
                                       DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE 'L' TO RPT-ACTION
           PERFORM VARYING RP-IDX FROM 1 BY 1
           UNTIL RP-IDX > RP-COUNT
             PERFORM 2200-ONE-PROGRAM-LINE
           END-PERFORM

           MOVE 'H' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           STRING
             'RESOURCE                                 WAITER '
                                       DELIMITED SIZE
             '  HELD BY    TIMES  SECS WAITED TIMEOUTS'
                                       DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE 'L' TO RPT-ACTION
           IF BLK-COUNT = 0
               MOVE 'NO PROGRAM HAD TO WAIT' TO RPT-LINE
               PERFORM 8500-CALL-REPORT-WRITER
           END-IF
           PERFORM VARYING BLK-IDX FROM 1 BY 1
           UNTIL BLK-IDX > BLK-COUNT
             PERFORM 2300-ONE-BLOCKER-LINE
           END-PERFORM

           PERFORM 2400-MARK-BUSIEST-HOURS
           MOVE 'H' TO RPT-ACTION
           MOVE 'HOUR ENQUEUES   WAITS  SECS WAITED TIMEOUTS'
             TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE 'L' TO RPT-ACTION
           PERFORM VARYING HOUR-IDX FROM 1 BY 1
           UNTIL HOUR-IDX > 24
             IF HOUR-ENQS(HOUR-IDX) > 0 OR HOUR-WAITS(HOUR-IDX) > 0
                 PERFORM 2500-ONE-HOUR-LINE
             END-IF
           END-PERFORM

           MOVE 'T' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           STRING
             'BUSINESS DATES '         DELIMITED SIZE
             WS-FIRST-DATE             DELIMITED SIZE
             ' TO '                    DELIMITED SIZE
             WS-LAST-DATE              DELIMITED SIZE
             '  LOG '                  DELIMITED SIZE
             WS-LKL-FNAME              DELIMITED SPACE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE 'L' TO RPT-ACTION
           MOVE TOT-ENQS      TO D-ENQS
           MOVE TOT-WAITS     TO D-WAITS
           MOVE TOT-WAIT-SECS TO D-SECS
           MOVE TOT-TIMEOUTS  TO D-TIMEOUTS
           MOVE SPACES TO RPT-LINE
           STRING
             'ENQUEUES '               DELIMITED SIZE
             D-ENQS                    DELIMITED SIZE
             '  WAITS '                DELIMITED SIZE
             D-WAITS                   DELIMITED SIZE
             '  SECONDS WAITED '       DELIMITED SIZE
             D-SECS                    DELIMITED SIZE
             '  TIMEOUTS '             DELIMITED SIZE
             D-TIMEOUTS                DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE 'C' TO RPT-ACTION
           PERFORM 8500-CALL-REPORT-WRITER
           .

       2100-ONE-RESOURCE-LINE.
           MOVE RES-ENQS(RES-IDX)      TO D-ENQS
           MOVE RES-WAITS(RES-IDX)     TO D-WAITS
           IF RES-ENQS(RES-IDX) > 0
               COMPUTE D-PCT-WORK ROUNDED =
                   RES-WAITS(RES-IDX) * 100 / RES-ENQS(RES-IDX)
           ELSE
               MOVE 0 TO D-PCT-WORK
           END-IF
           MOVE D-PCT-WORK             TO D-PCT
           MOVE RES-WAIT-SECS(RES-IDX) TO D-SECS
           MOVE RES-WAIT-MAX(RES-IDX)  TO D-MAX
           MOVE RES-TIMEOUTS(RES-IDX)  TO D-TIMEOUTS
           IF RES-RELS(RES-IDX) > 0
               COMPUTE D-AVG-WORK ROUNDED =
                   RES-HELD-SECS(RES-IDX) / RES-RELS(RES-IDX)
           ELSE
               MOVE 0 TO D-AVG-WORK
           END-IF
           MOVE D-AVG-WORK             TO D-AVG-HELD
           MOVE RES-HELD-MAX(RES-IDX)  TO D-HELD-MAX

      *    the resource's own busiest hour by waits, earliest on a tie
           MOVE 0 TO HOUR-BEST
           PERFORM VARYING HOUR-IDX FROM 1 BY 1
           UNTIL HOUR-IDX > 24
             IF RES-HOUR-WAITS(RES-IDX HOUR-IDX) > 0
                 IF HOUR-BEST = 0
                     MOVE HOUR-IDX TO HOUR-BEST
                 ELSE
                     IF RES-HOUR-WAITS(RES-IDX HOUR-IDX) >
                        RES-HOUR-WAITS(RES-IDX HOUR-BEST)
                         MOVE HOUR-IDX TO HOUR-BEST
                     END-IF
                 END-IF
             END-IF
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           STRING
             RES-NAME(RES-IDX)         DELIMITED SIZE
             '  '                      DELIMITED SIZE
             D-ENQS                    DELIMITED SIZE
             ' '                       DELIMITED SIZE
             D-WAITS                   DELIMITED SIZE
             '  '                      DELIMITED SIZE
             D-PCT                     DELIMITED SIZE
             '   '                     DELIMITED SIZE
             D-SECS                    DELIMITED SIZE
             '   '                     DELIMITED SIZE
             D-MAX                     DELIMITED SIZE
             '  '                      DELIMITED SIZE
             D-TIMEOUTS                DELIMITED SIZE
             '    '                    DELIMITED SIZE
             D-AVG-HELD                DELIMITED SIZE
             '        '                DELIMITED SIZE
             D-HELD-MAX                DELIMITED SIZE
             '  '                      DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           IF HOUR-BEST > 0
               COMPUTE D-HOUR = HOUR-BEST - 1
               STRING
                 D-HOUR                DELIMITED SIZE
                 ':00'                 DELIMITED SIZE
                 INTO RPT-LINE(117:5)
               END-STRING
           ELSE
               MOVE '-' TO RPT-LINE(117:1)
           END-IF
           PERFORM 8500-CALL-REPORT-WRITER
           .

       2200-ONE-PROGRAM-LINE.
           MOVE RP-ENQS(RP-IDX)      TO D-ENQS
           MOVE RP-WAITS(RP-IDX)     TO D-WAITS
           MOVE RP-WAIT-SECS(RP-IDX) TO D-SECS
           MOVE RP-WAIT-MAX(RP-IDX)  TO D-MAX
           MOVE RP-TIMEOUTS(RP-IDX)  TO D-TIMEOUTS
           MOVE RP-HELD-SECS(RP-IDX) TO D-HELD-SECS
           MOVE SPACES TO RPT-LINE
           STRING
             RP-RES(RP-IDX)            DELIMITED SIZE
             ' '                       DELIMITED SIZE
             RP-PGM(RP-IDX)            DELIMITED SIZE
             ' '                       DELIMITED SIZE
             D-ENQS                    DELIMITED SIZE
             ' '                       DELIMITED SIZE
             D-WAITS                   DELIMITED SIZE
             '    '                    DELIMITED SIZE
             D-SECS                    DELIMITED SIZE
             '   '                     DELIMITED SIZE
             D-MAX                     DELIMITED SIZE
             '  '                      DELIMITED SIZE
             D-TIMEOUTS                DELIMITED SIZE
             ' '                       DELIMITED SIZE
             D-HELD-SECS               DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           .

       2300-ONE-BLOCKER-LINE.
           MOVE BLK-TIMES(BLK-IDX)     TO D-WAITS
           MOVE BLK-WAIT-SECS(BLK-IDX) TO D-SECS
           MOVE BLK-TIMEOUTS(BLK-IDX)  TO D-TIMEOUTS
           MOVE SPACES TO RPT-LINE
           STRING
             BLK-RES(BLK-IDX)          DELIMITED SIZE
             ' '                       DELIMITED SIZE
             BLK-WAITER(BLK-IDX)       DELIMITED SIZE
             ' '                       DELIMITED SIZE
             BLK-HOLDER(BLK-IDX)       DELIMITED SIZE
             ' '                       DELIMITED SIZE
             D-WAITS                   DELIMITED SIZE
             '    '                    DELIMITED SIZE
             D-SECS                    DELIMITED SIZE
             '  '                      DELIMITED SIZE
             D-TIMEOUTS                DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           .

      * The three hours with the most waits (timeouts breaking a
      * tie, then the earlier hour) are marked BUSIEST.
       2400-MARK-BUSIEST-HOURS.
           MOVE SPACES TO HOUR-MARK
           PERFORM VARYING HOUR-RANK FROM 1 BY 1
           UNTIL HOUR-RANK > 3
             MOVE 0 TO HOUR-BEST
             PERFORM VARYING HOUR-IDX FROM 1 BY 1
             UNTIL HOUR-IDX > 24
               IF HOUR-MARK(HOUR-IDX:1) = SPACE
                   AND HOUR-WAITS(HOUR-IDX) > 0
                   IF HOUR-BEST = 0
                       MOVE HOUR-IDX TO HOUR-BEST
                   ELSE
                       IF HOUR-WAITS(HOUR-IDX) >
                          HOUR-WAITS(HOUR-BEST)
                         OR (HOUR-WAITS(HOUR-IDX) =
                             HOUR-WAITS(HOUR-BEST)
                         AND HOUR-TIMEOUTS(HOUR-IDX) >
                             HOUR-TIMEOUTS(HOUR-BEST))
                           MOVE HOUR-IDX TO HOUR-BEST
                       END-IF
                   END-IF
               END-IF
             END-PERFORM
             IF HOUR-BEST > 0
                 MOVE 'B' TO HOUR-MARK(HOUR-BEST:1)
             END-IF
           END-PERFORM
           .

       2500-ONE-HOUR-LINE.
           COMPUTE D-HOUR = HOUR-IDX - 1
           MOVE HOUR-ENQS(HOUR-IDX)      TO D-ENQS
           MOVE HOUR-WAITS(HOUR-IDX)     TO D-WAITS
           MOVE HOUR-WAIT-SECS(HOUR-IDX) TO D-SECS
           MOVE HOUR-TIMEOUTS(HOUR-IDX)  TO D-TIMEOUTS
           MOVE SPACES TO RPT-LINE
           STRING
             D-HOUR                    DELIMITED SIZE
             ':00 '                    DELIMITED SIZE
             D-ENQS                    DELIMITED SIZE
             ' '                       DELIMITED SIZE
             D-WAITS                   DELIMITED SIZE
             '    '                    DELIMITED SIZE
             D-SECS                    DELIMITED SIZE
             '  '                      DELIMITED SIZE
             D-TIMEOUTS                DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           IF HOUR-MARK(HOUR-IDX:1) = 'B'
               MOVE '  BUSIEST' TO RPT-LINE(45:9)
           END-IF
           PERFORM 8500-CALL-REPORT-WRITER
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
           MOVE TOT-ENQS      TO D-ENQS
           MOVE TOT-WAITS     TO D-WAITS
           MOVE TOT-TIMEOUTS  TO D-TIMEOUTS
           STRING
             ' ENQUEUES='              DELIMITED SIZE
             FUNCTION TRIM(D-ENQS)     DELIMITED SIZE
             ' WAITS='                 DELIMITED SIZE
             FUNCTION TRIM(D-WAITS)    DELIMITED SIZE
             ' TIMEOUTS='              DELIMITED SIZE
             FUNCTION TRIM(D-TIMEOUTS) DELIMITED SIZE
             ' FROM='                  DELIMITED SIZE
             WS-FIRST-DATE             DELIMITED SPACE
             ' TO='                    DELIMITED SIZE
             WS-LAST-DATE              DELIMITED SPACE
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
      * figure is the number of enqueues that timed out.
       9900-DISPLAY-SUMMARY.

           MOVE WS-REC-COUNT TO WS-REC-COUNT-DISP
           MOVE WS-REC-COUNT-DISP TO WS-SUMM-RECS
           MOVE TOT-TIMEOUTS TO WS-REC-COUNT-DISP
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
