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
      * Inbound headquarters target-figures interface.  Fleet
      * headquarters publishes the answers it expects from certain
      * programs -- its own lanternfish projection, a certified cave
      * path count -- in the same fixed format csxmit sends ours in:
      *
      *   H busdate(8) batchid(17) generated(14)
      *   D pgm(8) args(20) target(20)
      *   T detail-count(9) hash-target(20)
      *
      * The trailer hash is the sum of the numeric targets, built the
      * way csxmit builds its hash-result, so a truncated or damaged
      * file is refused whole: nothing is applied, CS0503E goes to
      * csalert.log, and the run ends 8.
      *
      * A file that proves out is loaded into the cshq.tgt target
      * register under its header business date, replacing anything
      * loaded earlier for that date.  The driver applies the
      * register to the steps of that business day's run in place of
      * the hand-keyed expected-result column: a target with blank
      * args applies to every step of the program, otherwise to the
      * step with exactly those args.  A step that misses its target
      * is queued in cshq.tmm and goes back to headquarters as an M
      * record in the next csxmit transmission.
      *
      * Register rows for business dates more than KEEPDAYS (default
      * 60) calendar days before the loaded date are dropped.
      *
      *   cshqin "FILE=hqtgt.20260915.dat"
      *
       Program-ID. cshqin.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select HQT-DATA             Assign Dynamic WS-ASSIGN-NAME
                                        Organization Line Sequential
                                        File Status Is WS-HQT-STAT.
           Select TGT-DATA             Assign Dynamic WS-TGT-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-TGT-STAT.
           Select ALRT-DATA            Assign Dynamic WS-ALRT-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-ALRT-STAT.
       Data Division.
       File Section.
       FD  HQT-DATA.
       01  HQT-DATA-REC       PIC X(100).

       FD  TGT-DATA.
       01  TGT-DATA-REC       PIC X(100).

       FD  ALRT-DATA.
       01  ALRT-DATA-REC      PIC X(350).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'cshqin'.
           05  TGT-TABLE-MAX      PIC 9(004) COMP    VALUE 2000.
           05  NEW-TABLE-MAX      PIC 9(004) COMP    VALUE 500.

       01  WORK-AREAS.
           05  WS-REC-COUNT       PIC 9(008) COMP    VALUE 0.
           05  CLI-ARGS           PIC X(160)         VALUE SPACES.
           05  WS-ASSIGN-NAME     PIC X(080)         VALUE SPACES.
           05  WS-CLI-TOKEN       PIC X(080)         VALUE SPACES.
           05  WS-CLI-KEY         PIC X(020)         VALUE SPACES.
           05  WS-CLI-VAL         PIC X(080)         VALUE SPACES.
           05  CLI-PTR            PIC 9(003) COMP    VALUE 1.
           05  WS-TGT-FNAME       PIC X(040)      VALUE 'cshq.tgt'.
           05  WS-ALRT-FNAME      PIC X(040)    VALUE 'csalert.log'.
           05  WS-HQT-STAT        PIC X(002)         VALUE SPACES.
           05  WS-TGT-STAT        PIC X(002)         VALUE SPACES.
           05  WS-ALRT-STAT       PIC X(002)         VALUE SPACES.
           05  WS-AUDIT-LOG-NAME  PIC X(040)        VALUE 'csaudit.log'.
           05  WS-AUDIT-KEYS      PIC X(160)         VALUE SPACES.
           05  WS-RC-DISP         PIC 9(004)         VALUE 0.
           05  WS-SUMM-RECS       PIC X(018)         VALUE SPACES.
           05  WS-SUMM-RESULT     PIC X(040)         VALUE SPACES.
           05  WS-HOLD-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-CFG-VAL         PIC X(080)         VALUE SPACES.
           05  WS-CFG-AUDITLOG    PIC X(020)       VALUE 'AUDITLOG'.
           05  WS-RUN-ID          PIC X(017)         VALUE SPACES.
           05  WS-KEEP-DAYS       PIC 9(004)         VALUE 60.
           05  WS-BUS-STAMP       PIC X(021)         VALUE SPACES.
           05  WS-REC-COUNT-DISP  PIC 9(008)         VALUE 0.
           05  WS-OLDEST-INT      PIC 9(009) COMP    VALUE 0.
           05  WS-ROW-INT         PIC 9(009) COMP    VALUE 0.
           05  WS-DROP-COUNT      PIC 9(004) COMP    VALUE 0.

      * What the file says about itself, and what was actually read.
       01  HQT-AREAS.
           05  HQT-LINE           PIC X(100)         VALUE SPACES.
           05  HQT-HDR-DATE       PIC X(008)         VALUE SPACES.
           05  HQT-HDR-BATCH      PIC X(017)         VALUE SPACES.
           05  HQT-TRL-COUNT      PIC X(009)         VALUE SPACES.
           05  HQT-TRL-HASH       PIC X(020)         VALUE SPACES.
           05  HQT-DETAILS        PIC 9(009)         VALUE 0.
           05  HQT-HASH-TARGET    PIC 9(020)         VALUE 0.
           05  HQT-REASON         PIC X(040)         VALUE SPACES.
           05  HQT-LINE-NO        PIC 9(008)         VALUE 0.

      * The targets this file carries, held until the trailer proves
      * the whole file arrived.
       01  NEW-TABLE.
           05  NEW-COUNT          PIC 9(004) COMP    VALUE 0.
           05  NEW-ENTRY OCCURS 500 TIMES.
               10  NEW-PGM        PIC X(008).
               10  NEW-ARGS       PIC X(020).
               10  NEW-TARGET     PIC X(020).
           05  NEW-IDX            PIC 9(004) COMP    VALUE 0.

      * The target register as it stood, less the rows this load
      * replaces or ages off.
       01  TGT-TABLE.
           05  TGT-COUNT          PIC 9(004) COMP    VALUE 0.
           05  TGT-ENTRY OCCURS 2000 TIMES.
               10  TGT-ROW        PIC X(100).
           05  TGT-IDX            PIC 9(004) COMP    VALUE 0.

      * One register row: the business date, the step it matches,
      * the target, and the file it came in on.
       01  TGT-ROW-LAYOUT.
           05  TGR-BUSDATE        PIC X(008)         VALUE SPACES.
           05  FILLER             PIC X(001)         VALUE SPACE.
           05  TGR-PGM            PIC X(008)         VALUE SPACES.
           05  FILLER             PIC X(001)         VALUE SPACE.
           05  TGR-ARGS           PIC X(020)         VALUE SPACES.
           05  FILLER             PIC X(001)         VALUE SPACE.
           05  TGR-TARGET         PIC X(020)         VALUE SPACES.
           05  FILLER             PIC X(001)         VALUE SPACE.
           05  TGR-SOURCE         PIC X(040)         VALUE SPACES.

       01  ALERT-AREAS.
           05  WS-ALRT-LINE       PIC X(350)         VALUE SPACES.
           05  WS-MSG-ID          PIC X(008)         VALUE SPACES.
           05  WS-MSG-INSERT      PIC X(060)         VALUE SPACES.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           05  WS-START-TIME-R    REDEFINES WS-START-TIME.
               10  WS-START-HH    PIC 9(002).
               10  WS-START-MM    PIC 9(002).
               10  WS-START-SS    PIC 9(002).
               10  WS-START-HS    PIC 9(002).

       01  SWITCHES.
           05  HQT-EOF-SW         PIC X(001)         VALUE 'N'.
               88  HQT-EOF                           VALUE 'Y'.
           05  TGT-EOF-SW         PIC X(001)         VALUE 'N'.
               88  TGT-EOF                           VALUE 'Y'.
           05  HQT-TRAILER-SW     PIC X(001)         VALUE 'N'.
               88  HQT-TRAILER-SEEN                  VALUE 'Y'.

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

           IF WS-ASSIGN-NAME = SPACES
               DISPLAY MYNAME ' FILE= names the target file to load'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF

           OPEN INPUT HQT-DATA
           IF WS-HQT-STAT NOT = '00'
               DISPLAY
                 MYNAME ' target file missing or unreadable: '
                 FUNCTION TRIM(WS-ASSIGN-NAME)
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF
           PERFORM 8010-READ-HQT-DATA
           PERFORM 2000-CHECK-ONE-RECORD
             UNTIL HQT-EOF OR HQT-REASON NOT = SPACES
           CLOSE HQT-DATA

           IF HQT-REASON = SPACES
               PERFORM 2900-PROVE-THE-TRAILER
           END-IF

           IF HQT-REASON NOT = SPACES
               DISPLAY
                 MYNAME ' target file refused: '
                 FUNCTION TRIM(HQT-REASON)
               DISPLAY
                 MYNAME ' nothing applied from '
                 FUNCTION TRIM(WS-ASSIGN-NAME)
               MOVE 'CS0503E' TO WS-MSG-ID
               MOVE WS-ASSIGN-NAME TO WS-MSG-INSERT
               PERFORM 5000-RAISE-ONE-ALERT
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF

           PERFORM 3000-LOAD-THE-REGISTER
           PERFORM 4000-REWRITE-THE-REGISTER

           DISPLAY
             MYNAME ' targets loaded for business date '
             HQT-HDR-DATE ': ' NEW-COUNT
           DISPLAY MYNAME ' headquarters batch ' HQT-HDR-BATCH
           IF WS-DROP-COUNT > 0
               DISPLAY
                 MYNAME ' register rows replaced or aged off '
                 WS-DROP-COUNT
           END-IF
           IF NEW-COUNT = 0
               DISPLAY
                 MYNAME ' warning - the file carries no targets'
               MOVE 4 TO RETURN-CODE
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

      * Environment partitioning: the fixed artifact names pick
      * up the DEV/QA prefix, if one is configured, before any
      * of them is opened.
       0150-APPLY-ENV-PREFIX.
           CALL 'csenvfn' USING WS-TGT-FNAME END-CALL
           CALL 'csenvfn' USING WS-ALRT-FNAME END-CALL
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
             WHEN 'FILE'
                 MOVE WS-CLI-VAL TO WS-ASSIGN-NAME
             WHEN 'KEEPDAYS'
                 IF FUNCTION TEST-NUMVAL(WS-CLI-VAL) = 0
                     MOVE FUNCTION NUMVAL(WS-CLI-VAL) TO WS-KEEP-DAYS
                 END-IF
             WHEN 'RUNID'
                 MOVE WS-CLI-VAL TO WS-RUN-ID
             WHEN OTHER
                 DISPLAY
                  MYNAME
                  ' warning - unrecognized parameter ' WS-CLI-KEY
           END-EVALUATE
           .

      * The header comes first and once, details follow, and the
      * trailer ends the file; anything else refuses the file.
       2000-CHECK-ONE-RECORD.
           EVALUATE TRUE
             WHEN HQT-TRAILER-SEEN
                 MOVE 'records follow the trailer' TO HQT-REASON
             WHEN HQT-LINE-NO = 1
                 IF HQT-LINE(1:1) NOT = 'H'
                     MOVE 'first record is not a header'
                       TO HQT-REASON
                 ELSE
                     MOVE HQT-LINE(2:8)  TO HQT-HDR-DATE
                     MOVE HQT-LINE(10:17) TO HQT-HDR-BATCH
                     IF HQT-HDR-DATE NOT NUMERIC
                         MOVE 'header business date not yyyymmdd'
                           TO HQT-REASON
                     END-IF
                 END-IF
             WHEN HQT-LINE(1:1) = 'D'
                 PERFORM 2100-TAKE-ONE-TARGET
             WHEN HQT-LINE(1:1) = 'T'
                 SET HQT-TRAILER-SEEN TO TRUE
                 MOVE HQT-LINE(2:9)  TO HQT-TRL-COUNT
                 MOVE HQT-LINE(11:20) TO HQT-TRL-HASH
             WHEN HQT-LINE(1:1) = 'H'
                 MOVE 'second header record' TO HQT-REASON
             WHEN OTHER
                 MOVE 'unrecognized record type' TO HQT-REASON
           END-EVALUATE
           IF HQT-REASON NOT = SPACES
               DISPLAY
                 MYNAME ' record ' HQT-LINE-NO ': '
                 FUNCTION TRIM(HQT-LINE, TRAILING)
               EXIT PARAGRAPH
           END-IF
           PERFORM 8010-READ-HQT-DATA
           .

       2100-TAKE-ONE-TARGET.
           ADD 1 TO HQT-DETAILS
           IF HQT-LINE(2:8) = SPACES
               MOVE 'detail record names no program' TO HQT-REASON
               EXIT PARAGRAPH
           END-IF
           IF HQT-LINE(30:20) = SPACES
               MOVE 'detail record carries no target' TO HQT-REASON
               EXIT PARAGRAPH
           END-IF
           IF NEW-COUNT >= NEW-TABLE-MAX
               MOVE 'more targets than one load can hold'
                 TO HQT-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NEW-COUNT
           MOVE HQT-LINE(2:8)   TO NEW-PGM(NEW-COUNT)
           MOVE HQT-LINE(10:20) TO NEW-ARGS(NEW-COUNT)
           MOVE HQT-LINE(30:20) TO NEW-TARGET(NEW-COUNT)
           IF FUNCTION TEST-NUMVAL(NEW-TARGET(NEW-COUNT)) = 0
               COMPUTE HQT-HASH-TARGET = FUNCTION MOD(
                 HQT-HASH-TARGET
                   + FUNCTION NUMVAL(NEW-TARGET(NEW-COUNT)),
                 99999999999999999999)
           END-IF
           .

      * The trailer must be there, and its count and hash must be
      * what was actually read.
       2900-PROVE-THE-TRAILER.
           EVALUATE TRUE
             WHEN HQT-LINE-NO = 0
                 MOVE 'file is empty' TO HQT-REASON
             WHEN NOT HQT-TRAILER-SEEN
                 MOVE 'trailer record missing' TO HQT-REASON
             WHEN HQT-TRL-COUNT NOT NUMERIC
               OR HQT-TRL-HASH NOT NUMERIC
                 MOVE 'trailer totals not numeric' TO HQT-REASON
             WHEN HQT-TRL-COUNT NOT = HQT-DETAILS
                 MOVE 'trailer detail count disagrees'
                   TO HQT-REASON
                 DISPLAY
                   MYNAME ' trailer count ' HQT-TRL-COUNT
                   ' read ' HQT-DETAILS
             WHEN HQT-TRL-HASH NOT = HQT-HASH-TARGET
                 MOVE 'trailer hash total disagrees' TO HQT-REASON
                 DISPLAY
                   MYNAME ' trailer hash ' HQT-TRL-HASH
                   ' read ' HQT-HASH-TARGET
           END-EVALUATE
           .

      * The register rows worth keeping: not for the date this file
      * replaces, and not older than the keep window before it.
       3000-LOAD-THE-REGISTER.
           COMPUTE WS-OLDEST-INT =
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(HQT-HDR-DATE))
           IF WS-OLDEST-INT > WS-KEEP-DAYS
               SUBTRACT WS-KEEP-DAYS FROM WS-OLDEST-INT
           END-IF
           OPEN INPUT TGT-DATA
           IF WS-TGT-STAT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TGT-EOF
             READ TGT-DATA INTO TGT-ROW-LAYOUT
               AT END SET TGT-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-REC-COUNT
                 PERFORM 3100-KEEP-ONE-ROW
             END-READ
           END-PERFORM
           CLOSE TGT-DATA
           .

       3100-KEEP-ONE-ROW.
           IF TGR-BUSDATE = HQT-HDR-DATE
               ADD 1 TO WS-DROP-COUNT
               EXIT PARAGRAPH
           END-IF
           IF TGR-BUSDATE NUMERIC
               COMPUTE WS-ROW-INT =
                 FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(TGR-BUSDATE))
               IF WS-ROW-INT < WS-OLDEST-INT
                   ADD 1 TO WS-DROP-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF TGT-COUNT + NEW-COUNT >= TGT-TABLE-MAX
               ADD 1 TO WS-DROP-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TGT-COUNT
           MOVE TGT-ROW-LAYOUT TO TGT-ROW(TGT-COUNT)
           .

      * Kept rows first, then this load's, so a reader taking the
      * last row for a step always gets the freshest target.
       4000-REWRITE-THE-REGISTER.
           OPEN OUTPUT TGT-DATA
           PERFORM VARYING TGT-IDX FROM 1 BY 1
           UNTIL TGT-IDX > TGT-COUNT
             WRITE TGT-DATA-REC FROM TGT-ROW(TGT-IDX)
           END-PERFORM
           PERFORM VARYING NEW-IDX FROM 1 BY 1
           UNTIL NEW-IDX > NEW-COUNT
             MOVE SPACES TO TGT-ROW-LAYOUT
             MOVE HQT-HDR-DATE        TO TGR-BUSDATE
             MOVE NEW-PGM(NEW-IDX)    TO TGR-PGM
             MOVE NEW-ARGS(NEW-IDX)   TO TGR-ARGS
             MOVE NEW-TARGET(NEW-IDX) TO TGR-TARGET
             MOVE WS-ASSIGN-NAME      TO TGR-SOURCE
             WRITE TGT-DATA-REC FROM TGT-ROW-LAYOUT
             DISPLAY
               MYNAME ' target ' TGR-PGM ' ' TGR-ARGS ' '
               FUNCTION TRIM(TGR-TARGET)
           END-PERFORM
           CLOSE TGT-DATA
           .

      * One alert record in the same layout the driver writes, so
      * csalrtq and the paging bridge treat it like any other.
       5000-RAISE-ONE-ALERT.
           CALL 'csbusdt' USING WS-BUS-STAMP END-CALL
           MOVE SPACES TO WS-ALRT-LINE
           STRING
             WS-BUS-STAMP              DELIMITED SIZE
             ' PGM='                   DELIMITED SIZE
             MYNAME                    DELIMITED SPACE
             ' SEV=F REASON=FEED'      DELIMITED SIZE
             ' MSGID='                 DELIMITED SIZE
             WS-MSG-ID                 DELIMITED SPACE
             ' RC=008 RUNID='          DELIMITED SIZE
             WS-RUN-ID                 DELIMITED SPACE
             ' SUMMARY='               DELIMITED SIZE
             FUNCTION TRIM(WS-MSG-INSERT, TRAILING) DELIMITED SIZE
             ' '                       DELIMITED SIZE
             FUNCTION TRIM(HQT-REASON, TRAILING) DELIMITED SIZE
             INTO WS-ALRT-LINE
           END-STRING
           OPEN EXTEND ALRT-DATA
           IF WS-ALRT-STAT NOT = '00'
               OPEN OUTPUT ALRT-DATA
           END-IF
           WRITE ALRT-DATA-REC FROM WS-ALRT-LINE
           CLOSE ALRT-DATA
           CALL 'csmsgw' USING MYNAME WS-MSG-ID WS-MSG-INSERT
           END-CALL
           .

       8010-READ-HQT-DATA.
           MOVE SPACES TO HQT-LINE
           READ HQT-DATA INTO HQT-LINE
             AT END SET HQT-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-REC-COUNT
               ADD 1 TO HQT-LINE-NO
           END-READ
           .

       9000-WRITE-AUDIT-LOG.
           MOVE SPACES TO WS-AUDIT-KEYS
           MOVE RETURN-CODE TO WS-RC-DISP
           MOVE NEW-COUNT TO WS-REC-COUNT-DISP
           IF HQT-REASON NOT = SPACES
               MOVE 0 TO WS-REC-COUNT-DISP
           END-IF
           STRING
             ' FILE='                  DELIMITED SIZE
             WS-ASSIGN-NAME            DELIMITED SPACE
             ' BUSDATE='               DELIMITED SIZE
             HQT-HDR-DATE              DELIMITED SPACE
             ' TARGETS='               DELIMITED SIZE
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
      * figure is the count of targets applied.
       9900-DISPLAY-SUMMARY.

           MOVE WS-REC-COUNT TO WS-REC-COUNT-DISP
           MOVE WS-REC-COUNT-DISP TO WS-SUMM-RECS
           MOVE 0 TO WS-REC-COUNT-DISP
           IF HQT-REASON = SPACES
               MOVE NEW-COUNT TO WS-REC-COUNT-DISP
           END-IF
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
