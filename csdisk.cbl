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
      * Disk-space growth forecast.  cscap trends table capacity and
      * csfcst the batch window; this program trends the space the
      * suite's own files take.  Run nightly at end of batch, after
      * csarot, csresm, csjntr and the driver's generation pruning
      * have done their work, it measures each file family -- the
      * audit log and its archives, the CSV log, the lock log, the
      * results master and its yearly archives, the csinarch input
      * store, the driver's generation-versioned artifacts and the
      * csbkup sets -- and adds the night's figures to the
      * csdisk.hist history.
      * It fits a straight-line growth trend per family (least
      * squares over business day, as csfcst does), sums the trends,
      * and projects the date on which the filesystem holding the
      * suite fills.  Because each night is measured after pruning,
      * the trend is growth at the retention settings in force; the
      * report names the setting that governs each family, so the
      * fastest-growing one shows which to tune.  A projection inside
      * WARNDAYS business days, or a filesystem already past WARNPCT
      * percent used, is raised on csalert.log and ends RC 4.
      *
      *   csdisk "WARNDAYS=30" "WARNPCT=90"
      *
      * The report lands in csdisk.rpt through the shared print
      * writer.
      *
       Program-ID. csdisk.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select SIZE-DATA            Assign Dynamic WS-TMP-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-SIZE-STAT.
           Select HIST-DATA            Assign Dynamic WS-HIST-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-HIST-STAT.
           Select ALRT-DATA            Assign Dynamic WS-ALRT-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-ALRT-STAT.
       Data Division.
       File Section.
       FD  SIZE-DATA.
       01  SIZE-DATA-REC      PIC X(132).

       FD  HIST-DATA.
       01  HIST-DATA-REC      PIC X(100).

       FD  ALRT-DATA.
       01  ALRT-DATA-REC      PIC X(350).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'csdisk'.
           05  FAM-TABLE-MAX      PIC 9(003) COMP    VALUE 7.
           05  HIST-TABLE-MAX     PIC 9(003) COMP    VALUE 120.
      *    about ten years of business days; a fill date further out
      *    than this is no date to plan around
           05  FILL-HORIZON       PIC 9(005) COMP    VALUE 2600.

       01  WORK-AREAS.
           05  WS-REC-COUNT       PIC 9(008) COMP    VALUE 0.
           05  CLI-ARGS           PIC X(160)         VALUE SPACES.
           05  WS-CLI-TOKEN       PIC X(080)         VALUE SPACES.
           05  WS-CLI-KEY         PIC X(020)         VALUE SPACES.
           05  WS-CLI-VAL         PIC X(080)         VALUE SPACES.
           05  CLI-PTR            PIC 9(003) COMP    VALUE 1.
           05  WS-TMP-FNAME       PIC X(040)      VALUE 'csdisk.tmp'.
           05  WS-SIZE-STAT       PIC X(002)         VALUE SPACES.
           05  WS-HIST-FNAME      PIC X(040)     VALUE 'csdisk.hist'.
           05  WS-HIST-STAT       PIC X(002)         VALUE SPACES.
           05  WS-ALRT-FNAME      PIC X(040)    VALUE 'csalert.log'.
           05  WS-ALRT-STAT       PIC X(002)         VALUE SPACES.
           05  WS-ALRT-LINE       PIC X(350)         VALUE SPACES.
           05  WS-AUDIT-LOG-NAME  PIC X(040)        VALUE 'csaudit.log'.
           05  WS-AUDIT-KEYS      PIC X(160)         VALUE SPACES.
           05  WS-RC-DISP         PIC 9(004)         VALUE 0.
           05  WS-SUMM-RECS       PIC X(018)         VALUE SPACES.
           05  WS-SUMM-RESULT     PIC X(040)         VALUE SPACES.
           05  WS-HOLD-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-CFG-VAL         PIC X(080)         VALUE SPACES.
           05  WS-CFG-AUDITLOG    PIC X(020)       VALUE 'AUDITLOG'.
           05  WS-RUN-ID          PIC X(017)         VALUE SPACES.
           05  WS-SYSTEM-CMD      PIC X(400)         VALUE SPACES.
           05  WS-BUS-STAMP       PIC X(021)         VALUE SPACES.
           05  WS-MSG-ID          PIC X(008)         VALUE SPACES.
           05  WS-MSG-INSERT      PIC X(060)         VALUE SPACES.
           05  WS-WARN-DAYS       PIC 9(005) COMP    VALUE 30.
           05  WS-WARN-PCT        PIC 9(003) COMP    VALUE 90.
           05  WS-ALERT-COUNT     PIC 9(003) COMP    VALUE 0.
           05  WS-ALERT-DISP      PIC 9(003)         VALUE 0.
           05  WS-HIST-LINE       PIC X(100)         VALUE SPACES.

      * The file families measured.  Pattern 1 is the live file or
      * store; pattern 2, where there is one, is the archives as
      * their writer names them.  Each pattern carries its own Y/N
      * for the environment prefix, because each writer decides for
      * itself whether it partitions a name: csresm and csdrvr
      * prefix their archives and manifest, csarot and csbkup do
      * not.  The last column names the setting that bounds the
      * family.
       01  FAM-DEFS.
           05  FILLER.
               10  FILLER         PIC X(008) VALUE 'AUDITLOG'.
               10  FILLER         PIC X(040) VALUE 'csaudit.log'.
               10  FILLER         PIC X(001) VALUE 'Y'.
               10  FILLER         PIC X(040) VALUE 'csaudit.*.log'.
               10  FILLER         PIC X(001) VALUE 'N'.
               10  FILLER         PIC X(024) VALUE 'csarot KEEP='.
           05  FILLER.
               10  FILLER         PIC X(008) VALUE 'CSVLOG'.
               10  FILLER         PIC X(040) VALUE 'cscsv.log'.
               10  FILLER         PIC X(001) VALUE 'Y'.
               10  FILLER         PIC X(040) VALUE SPACES.
               10  FILLER         PIC X(001) VALUE 'N'.
               10  FILLER         PIC X(024) VALUE 'NONE'.
           05  FILLER.
               10  FILLER         PIC X(008) VALUE 'LOCKLOG'.
               10  FILLER         PIC X(040) VALUE 'cslock.log'.
               10  FILLER         PIC X(001) VALUE 'Y'.
               10  FILLER         PIC X(040) VALUE SPACES.
               10  FILLER         PIC X(001) VALUE 'N'.
               10  FILLER         PIC X(024) VALUE 'NONE'.
           05  FILLER.
               10  FILLER         PIC X(008) VALUE 'RESMST'.
               10  FILLER         PIC X(040) VALUE 'csresmst.idx'.
               10  FILLER         PIC X(001) VALUE 'Y'.
               10  FILLER         PIC X(040) VALUE 'csresmst.*.arc'.
               10  FILLER         PIC X(001) VALUE 'Y'.
               10  FILLER         PIC X(024) VALUE 'csresm CUTOFF='.
           05  FILLER.
               10  FILLER         PIC X(008) VALUE 'INARCH'.
               10  FILLER         PIC X(040) VALUE 'csinarch'.
               10  FILLER         PIC X(001) VALUE 'Y'.
               10  FILLER         PIC X(040) VALUE 'csinarch.mft'.
               10  FILLER         PIC X(001) VALUE 'Y'.
               10  FILLER         PIC X(024) VALUE 'NONE'.
           05  FILLER.
               10  FILLER         PIC X(008) VALUE 'ARTGENS'.
               10  FILLER         PIC X(040) VALUE 'cs*.R[0-9]*'.
               10  FILLER         PIC X(001) VALUE 'Y'.
               10  FILLER         PIC X(040) VALUE SPACES.
               10  FILLER         PIC X(001) VALUE 'N'.
               10  FILLER         PIC X(024) VALUE 'csdrvr GENS='.
           05  FILLER.
               10  FILLER         PIC X(008) VALUE 'BKUPSETS'.
               10  FILLER         PIC X(040) VALUE 'csbkup.[0-9]*'.
               10  FILLER         PIC X(001) VALUE 'N'.
               10  FILLER         PIC X(040) VALUE SPACES.
               10  FILLER         PIC X(001) VALUE 'N'.
               10  FILLER         PIC X(024) VALUE 'NONE'.
       01  FAM-DEFS-R REDEFINES FAM-DEFS.
           05  FAM-DEF OCCURS 7 TIMES.
               10  FAM-NAME       PIC X(008).
               10  FAM-PAT-1      PIC X(040).
               10  FAM-PFX-1      PIC X(001).
               10  FAM-PAT-2      PIC X(040).
               10  FAM-PFX-2      PIC X(001).
               10  FAM-KNOB       PIC X(024).

      * Each family's nightly history: date, business-day number
      * (business days since the standard epoch) and the kilobytes
      * on disk, oldest first, plus tonight's file count.
       01  FAM-AREAS.
           05  FAM-ENTRY OCCURS 7 TIMES.
               10  FAM-COUNT      PIC 9(003) COMP.
               10  FAM-FILES      PIC 9(009).
               10  FAM-SLOPE-M    PIC S9(015) COMP.
               10  FAM-HIST OCCURS 120 TIMES.
                   15  FH-DATE    PIC 9(008).
                   15  FH-DAY     PIC S9(009) COMP.
                   15  FH-KB      PIC S9(015) COMP.
           05  FAM-IDX            PIC 9(003) COMP    VALUE 0.
           05  FH-IDX             PIC 9(003) COMP    VALUE 0.
           05  FH-AT              PIC 9(003) COMP    VALUE 0.

      * One reading to place into the history.
       01  RDG-AREAS.
           05  RDG-FAMILY         PIC X(008)         VALUE SPACES.
           05  RDG-DATE           PIC 9(008)         VALUE 0.
           05  RDG-KB             PIC S9(015) COMP   VALUE 0.
           05  RDG-FILES          PIC 9(009)         VALUE 0.
           05  RDG-TOKEN          PIC X(040)         VALUE SPACES.
           05  RDG-KEY            PIC X(020)         VALUE SPACES.
           05  RDG-VAL            PIC X(020)         VALUE SPACES.
           05  RDG-PTR            PIC 9(003) COMP    VALUE 1.
           05  RDG-KB-DISP        PIC 9(012)         VALUE 0.
           05  RDG-FILES-DISP     PIC 9(009)         VALUE 0.
           05  RDG-PATTERN        PIC X(040)         VALUE SPACES.
           05  RDG-PATTERNS       PIC X(090)         VALUE SPACES.

      * The least-squares fit and the running totals.
       01  FIT-AREAS.
           05  FIT-N              PIC S9(005) COMP   VALUE 0.
           05  FIT-X0             PIC S9(009) COMP   VALUE 0.
           05  FIT-SX             PIC S9(012) COMP   VALUE 0.
           05  FIT-SY             PIC S9(017) COMP   VALUE 0.
           05  FIT-SXX            PIC S9(015) COMP   VALUE 0.
           05  FIT-SXY            PIC S9(018) COMP   VALUE 0.
           05  FIT-NUM            PIC S9(018) COMP   VALUE 0.
           05  FIT-DEN            PIC S9(018) COMP   VALUE 0.
      *    slope in kilobytes per business day, scaled by 1000 to
      *    keep fractional growth visible in integer arithmetic
           05  FIT-SLOPE-M        PIC S9(015) COMP   VALUE 0.
           05  TOT-KB             PIC S9(015) COMP   VALUE 0.
           05  TOT-FILES          PIC 9(009)         VALUE 0.
           05  TOT-SLOPE-M        PIC S9(015) COMP   VALUE 0.
           05  FS-SIZE-KB         PIC S9(015) COMP   VALUE 0.
           05  FS-USED-KB         PIC S9(015) COMP   VALUE 0.
           05  FS-AVAIL-KB        PIC S9(015) COMP   VALUE 0.
           05  FS-USED-PCT        PIC 9(003)         VALUE 0.
           05  FS-FIELD-1         PIC X(040)         VALUE SPACES.
           05  FS-FIELD-2         PIC X(020)         VALUE SPACES.
           05  FS-FIELD-3         PIC X(020)         VALUE SPACES.
           05  FS-FIELD-4         PIC X(020)         VALUE SPACES.
           05  FS-FIELD-5         PIC X(020)         VALUE SPACES.
           05  WS-DAYS-LEFT       PIC S9(009) COMP   VALUE 0.
           05  WS-FILL-DATE       PIC 9(008)         VALUE 0.
           05  WS-SLOPE-DISP      PIC -9(009).9(3).
           05  WS-KB-DISP         PIC 9(012)         VALUE 0.
           05  WS-FILES-DISP      PIC 9(007)         VALUE 0.
           05  WS-NIGHTS-DISP     PIC 9(003)         VALUE 0.
           05  WS-DAYS-DISP       PIC -9(006).
           05  WS-PCT-DISP        PIC 9(003)         VALUE 0.
           05  WS-EPOCH-DATE      PIC 9(008)         VALUE 16010101.
           05  WS-TODAY-DATE      PIC 9(008)         VALUE 0.
           05  WS-BIZ-ACTION      PIC X(001)         VALUE SPACE.
           05  WS-BIZ-COUNT       PIC S9(009) COMP   VALUE 0.
           05  WS-BIZ-TYPE        PIC X(001)         VALUE SPACE.

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
           05  HIST-EOF-SW        PIC X(001)         VALUE 'N'.
               88  HIST-EOF                          VALUE 'Y'.
           05  FS-KNOWN-SW        PIC X(001)         VALUE 'N'.
               88  FS-KNOWN                          VALUE 'Y'.

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

           CALL 'csbusdt' USING WS-BUS-STAMP END-CALL
           MOVE WS-BUS-STAMP(1:8) TO WS-TODAY-DATE

           PERFORM 2000-LOAD-THE-HISTORY
           PERFORM VARYING FAM-IDX FROM 1 BY 1
           UNTIL FAM-IDX > FAM-TABLE-MAX
             PERFORM 2200-MEASURE-ONE-FAMILY
           END-PERFORM
           PERFORM 2300-SAVE-THE-HISTORY
           PERFORM 2400-MEASURE-THE-FILESYSTEM

           MOVE 'O' TO RPT-ACTION
           MOVE 'DISK-SPACE GROWTH FORECAST' TO RPT-TITLE
           MOVE 'FAMILY      FILES       SIZE-KB  GROWTH-KB/BUS DAY'
             & '  NIGHTS  BOUNDED BY' TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER
           PERFORM VARYING FAM-IDX FROM 1 BY 1
           UNTIL FAM-IDX > FAM-TABLE-MAX
             PERFORM 3000-FIT-ONE-FAMILY
           END-PERFORM

           PERFORM 4000-PROJECT-THE-FILL-DATE

           MOVE 'C' TO RPT-ACTION
           PERFORM 8500-CALL-REPORT-WRITER

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
      * of them is opened.  The live audit log is measured under
      * whatever name the configuration gives it.
       0150-APPLY-ENV-PREFIX.
           CALL 'csenvfn' USING WS-TMP-FNAME END-CALL
           CALL 'csenvfn' USING WS-HIST-FNAME END-CALL
           CALL 'csenvfn' USING WS-ALRT-FNAME END-CALL
           CALL 'csenvfn' USING WS-AUDIT-LOG-NAME END-CALL
           MOVE WS-AUDIT-LOG-NAME TO FAM-PAT-1(1)
           PERFORM VARYING FAM-IDX FROM 2 BY 1
           UNTIL FAM-IDX > FAM-TABLE-MAX
             IF FAM-PFX-1(FAM-IDX) = 'Y'
                 CALL 'csenvfn' USING FAM-PAT-1(FAM-IDX) END-CALL
             END-IF
           END-PERFORM
           PERFORM VARYING FAM-IDX FROM 1 BY 1
           UNTIL FAM-IDX > FAM-TABLE-MAX
             IF FAM-PFX-2(FAM-IDX) = 'Y'
                 CALL 'csenvfn' USING FAM-PAT-2(FAM-IDX) END-CALL
             END-IF
           END-PERFORM
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
             WHEN 'WARNDAYS'
      *          business days of headroom below which the projected
      *          fill date is raised as an alert
                 IF FUNCTION TEST-NUMVAL(WS-CLI-VAL) = 0
                     AND FUNCTION NUMVAL(WS-CLI-VAL) > 0
                     MOVE FUNCTION NUMVAL(WS-CLI-VAL)
                       TO WS-WARN-DAYS
                 END-IF
             WHEN 'WARNPCT'
      *          filesystem percent used at or above which the
      *          filesystem is raised as an alert whatever the trend
                 IF FUNCTION TEST-NUMVAL(WS-CLI-VAL) = 0
                     AND FUNCTION NUMVAL(WS-CLI-VAL) > 0
                     AND FUNCTION NUMVAL(WS-CLI-VAL) <= 100
                     MOVE FUNCTION NUMVAL(WS-CLI-VAL)
                       TO WS-WARN-PCT
                 END-IF
             WHEN 'RUNID'
                 MOVE WS-CLI-VAL TO WS-RUN-ID
             WHEN OTHER
                 DISPLAY
                  MYNAME
                  ' warning - unrecognized parameter ' WS-CLI-KEY
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * The history is one record per family per night:
      *   DATE=yyyymmdd FAMILY=name KB=kilobytes FILES=count
      * A family no longer measured is dropped on the next save.
      *----------------------------------------------------------------
       2000-LOAD-THE-HISTORY.
           PERFORM VARYING FAM-IDX FROM 1 BY 1
           UNTIL FAM-IDX > FAM-TABLE-MAX
             MOVE 0 TO FAM-COUNT(FAM-IDX) FAM-FILES(FAM-IDX)
                       FAM-SLOPE-M(FAM-IDX)
           END-PERFORM
           OPEN INPUT HIST-DATA
           IF WS-HIST-STAT NOT = '00'
               DISPLAY
                 MYNAME ' no history in ' FUNCTION TRIM(WS-HIST-FNAME)
                 ' yet - starting one'
               EXIT PARAGRAPH
           END-IF
           PERFORM 8010-READ-HIST-DATA
           PERFORM UNTIL HIST-EOF
             PERFORM 2010-PARSE-ONE-READING
             IF RDG-FAMILY NOT = SPACES
                 AND FUNCTION TEST-DATE-YYYYMMDD(RDG-DATE) = 0
                 PERFORM 2100-PLACE-ONE-READING
             END-IF
             PERFORM 8010-READ-HIST-DATA
           END-PERFORM
           CLOSE HIST-DATA
           .

      * Unpacks the KEY=VALUE tokens on one history record, the same
      * way the command-line tokens are unpacked above.
       2010-PARSE-ONE-READING.
           MOVE SPACES TO RDG-FAMILY
           MOVE 0 TO RDG-DATE RDG-KB RDG-FILES
           SET RDG-PTR TO 1
           PERFORM UNTIL RDG-PTR > LENGTH OF WS-HIST-LINE
             MOVE SPACES TO RDG-TOKEN
             UNSTRING WS-HIST-LINE DELIMITED BY SPACE
               INTO RDG-TOKEN
               WITH POINTER RDG-PTR
             END-UNSTRING
             IF RDG-TOKEN NOT = SPACES
                 MOVE SPACES TO RDG-KEY RDG-VAL
                 UNSTRING RDG-TOKEN DELIMITED BY '='
                   INTO RDG-KEY RDG-VAL
                 END-UNSTRING
                 EVALUATE RDG-KEY
                   WHEN 'FAMILY'
                       MOVE RDG-VAL TO RDG-FAMILY
                   WHEN 'DATE'
                       IF RDG-VAL(1:8) NUMERIC
                           MOVE RDG-VAL(1:8) TO RDG-DATE
                       END-IF
                   WHEN 'KB'
                       IF FUNCTION TEST-NUMVAL(RDG-VAL) = 0
                           MOVE FUNCTION NUMVAL(RDG-VAL) TO RDG-KB
                       END-IF
                   WHEN 'FILES'
                       IF FUNCTION TEST-NUMVAL(RDG-VAL) = 0
                           MOVE FUNCTION NUMVAL(RDG-VAL) TO RDG-FILES
                       END-IF
                 END-EVALUATE
             END-IF
           END-PERFORM
           .

      * File one reading under its family in date order.  A second
      * reading for the same date -- a rerun night -- replaces the
      * first; a full table drops its oldest night.
       2100-PLACE-ONE-READING.
           PERFORM VARYING FAM-IDX FROM 1 BY 1
           UNTIL FAM-IDX > FAM-TABLE-MAX
             OR FAM-NAME(FAM-IDX) = RDG-FAMILY
             CONTINUE
           END-PERFORM
           IF FAM-IDX > FAM-TABLE-MAX
               EXIT PARAGRAPH
           END-IF
           MOVE RDG-FILES TO FAM-FILES(FAM-IDX)

           PERFORM VARYING FH-IDX FROM 1 BY 1
           UNTIL FH-IDX > FAM-COUNT(FAM-IDX)
             IF FH-DATE(FAM-IDX, FH-IDX) = RDG-DATE
                 MOVE RDG-KB TO FH-KB(FAM-IDX, FH-IDX)
                 EXIT PARAGRAPH
             END-IF
           END-PERFORM

           IF FAM-COUNT(FAM-IDX) >= HIST-TABLE-MAX
               IF RDG-DATE < FH-DATE(FAM-IDX, 1)
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING FH-IDX FROM 1 BY 1
               UNTIL FH-IDX >= FAM-COUNT(FAM-IDX)
                 MOVE FAM-HIST(FAM-IDX, FH-IDX + 1)
                   TO FAM-HIST(FAM-IDX, FH-IDX)
               END-PERFORM
               SUBTRACT 1 FROM FAM-COUNT(FAM-IDX)
           END-IF

      *    open a slot after the last night dated before this one
           MOVE FAM-COUNT(FAM-IDX) TO FH-AT
           PERFORM UNTIL FH-AT = 0
             OR FH-DATE(FAM-IDX, FH-AT) < RDG-DATE
             MOVE FAM-HIST(FAM-IDX, FH-AT)
               TO FAM-HIST(FAM-IDX, FH-AT + 1)
             SUBTRACT 1 FROM FH-AT
           END-PERFORM
           ADD 1 TO FH-AT
           ADD 1 TO FAM-COUNT(FAM-IDX)
           MOVE RDG-DATE TO FH-DATE(FAM-IDX, FH-AT)
           MOVE RDG-KB   TO FH-KB(FAM-IDX, FH-AT)
           MOVE 'D' TO WS-BIZ-ACTION
           CALL 'csbizdy' USING
             WS-BIZ-ACTION
             WS-EPOCH-DATE
             RDG-DATE
             WS-BIZ-COUNT
             WS-BIZ-TYPE
           END-CALL
           MOVE WS-BIZ-COUNT TO FH-DAY(FAM-IDX, FH-AT)
           .

      * Tonight's kilobytes on disk and file count for one family.
      * du counts the blocks actually allocated, which is what fills
      * a filesystem; a directory store is measured whole.
       2200-MEASURE-ONE-FAMILY.
           MOVE SPACES TO RDG-PATTERNS
           STRING
             FUNCTION TRIM(FAM-PAT-1(FAM-IDX)) DELIMITED SIZE
             ' '                           DELIMITED SIZE
             FUNCTION TRIM(FAM-PAT-2(FAM-IDX)) DELIMITED SIZE
             INTO RDG-PATTERNS
           END-STRING
           MOVE SPACES TO WS-SYSTEM-CMD
           STRING
             '{ du -skc '                  DELIMITED SIZE
             FUNCTION TRIM(RDG-PATTERNS)   DELIMITED SIZE
             ' 2>/dev/null | tail -1 | cut -f1 ; find '
                                           DELIMITED SIZE
             FUNCTION TRIM(RDG-PATTERNS)   DELIMITED SIZE
             ' -type f 2>/dev/null | wc -l ; } > '
                                           DELIMITED SIZE
             FUNCTION TRIM(WS-TMP-FNAME)   DELIMITED SIZE
             INTO WS-SYSTEM-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-SYSTEM-CMD
           MOVE 0 TO RETURN-CODE

           MOVE 0 TO RDG-KB RDG-FILES
           OPEN INPUT SIZE-DATA
           IF WS-SIZE-STAT = '00'
               READ SIZE-DATA
                 NOT AT END
                   IF FUNCTION TEST-NUMVAL(SIZE-DATA-REC) = 0
                       MOVE FUNCTION NUMVAL(SIZE-DATA-REC) TO RDG-KB
                   END-IF
               END-READ
               READ SIZE-DATA
                 NOT AT END
                   IF FUNCTION TEST-NUMVAL(SIZE-DATA-REC) = 0
                       MOVE FUNCTION NUMVAL(SIZE-DATA-REC)
                         TO RDG-FILES
                   END-IF
               END-READ
               CLOSE SIZE-DATA
           END-IF

           MOVE FAM-NAME(FAM-IDX) TO RDG-FAMILY
           MOVE WS-TODAY-DATE TO RDG-DATE
           PERFORM 2100-PLACE-ONE-READING
           .

       2300-SAVE-THE-HISTORY.
           OPEN OUTPUT HIST-DATA
           IF WS-HIST-STAT NOT = '00'
               DISPLAY
                 MYNAME ' warning - unable to write '
                 FUNCTION TRIM(WS-HIST-FNAME) ', status '
                 WS-HIST-STAT
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING FAM-IDX FROM 1 BY 1
           UNTIL FAM-IDX > FAM-TABLE-MAX
             PERFORM VARYING FH-IDX FROM 1 BY 1
             UNTIL FH-IDX > FAM-COUNT(FAM-IDX)
               MOVE FH-KB(FAM-IDX, FH-IDX) TO RDG-KB-DISP
               MOVE SPACES TO WS-HIST-LINE
               MOVE 1 TO RDG-PTR
               STRING
                 'DATE='                   DELIMITED SIZE
                 FH-DATE(FAM-IDX, FH-IDX)  DELIMITED SIZE
                 ' FAMILY='                DELIMITED SIZE
                 FAM-NAME(FAM-IDX)         DELIMITED SPACE
                 ' KB='                    DELIMITED SIZE
                 RDG-KB-DISP               DELIMITED SIZE
                 INTO WS-HIST-LINE
                 WITH POINTER RDG-PTR
               END-STRING
      *        the file count is tonight's only; older nights keep
      *        the kilobytes the trend is fitted to
               IF FH-IDX = FAM-COUNT(FAM-IDX)
                   MOVE FAM-FILES(FAM-IDX) TO RDG-FILES-DISP
                   STRING
                     ' FILES='             DELIMITED SIZE
                     RDG-FILES-DISP        DELIMITED SIZE
                     INTO WS-HIST-LINE
                     WITH POINTER RDG-PTR
                   END-STRING
               END-IF
               WRITE HIST-DATA-REC FROM WS-HIST-LINE
             END-PERFORM
           END-PERFORM
           CLOSE HIST-DATA
           .

      * Size and free space of the filesystem the suite runs in,
      * in the POSIX df layout: name, size, used, available, use%.
       2400-MEASURE-THE-FILESYSTEM.
           MOVE SPACES TO WS-SYSTEM-CMD
           STRING
             'df -Pk . 2>/dev/null | tail -1 > '
                                           DELIMITED SIZE
             FUNCTION TRIM(WS-TMP-FNAME)   DELIMITED SIZE
             INTO WS-SYSTEM-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-SYSTEM-CMD
           MOVE 0 TO RETURN-CODE

           OPEN INPUT SIZE-DATA
           IF WS-SIZE-STAT = '00'
               READ SIZE-DATA
                 NOT AT END
                   MOVE SPACES TO FS-FIELD-1 FS-FIELD-2 FS-FIELD-3
                                  FS-FIELD-4 FS-FIELD-5
                   UNSTRING SIZE-DATA-REC DELIMITED BY ALL SPACE
                     INTO FS-FIELD-1 FS-FIELD-2 FS-FIELD-3
                          FS-FIELD-4 FS-FIELD-5
                   END-UNSTRING
                   IF FUNCTION TEST-NUMVAL(FS-FIELD-2) = 0
                       AND FUNCTION TEST-NUMVAL(FS-FIELD-3) = 0
                       AND FUNCTION TEST-NUMVAL(FS-FIELD-4) = 0
                       AND FUNCTION NUMVAL(FS-FIELD-2) > 0
                       MOVE FUNCTION NUMVAL(FS-FIELD-2) TO FS-SIZE-KB
                       MOVE FUNCTION NUMVAL(FS-FIELD-3) TO FS-USED-KB
                       MOVE FUNCTION NUMVAL(FS-FIELD-4) TO FS-AVAIL-KB
                       SET FS-KNOWN TO TRUE
                   END-IF
               END-READ
               CLOSE SIZE-DATA
           END-IF
           IF FS-KNOWN
      *        used over what the suite can reach, as df reports it:
      *        the reserved blocks are neither used nor available
               COMPUTE FS-USED-PCT ROUNDED =
                 FS-USED-KB * 100 / (FS-USED-KB + FS-AVAIL-KB)
           ELSE
               DISPLAY
                 MYNAME ' warning - filesystem size not available,'
                 ' no fill date can be projected'
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      * Straight-line fit of kilobytes over business day for one
      * family, slope carried times 1000 so sub-kilobyte daily
      * growth is not rounded away.  One or two nights fit nothing;
      * tonight's size still joins the suite total.
       3000-FIT-ONE-FAMILY.
           MOVE FAM-COUNT(FAM-IDX) TO FH-AT
           IF FH-AT > 0
               ADD FH-KB(FAM-IDX, FH-AT) TO TOT-KB
               MOVE FH-KB(FAM-IDX, FH-AT) TO WS-KB-DISP
           ELSE
               MOVE 0 TO WS-KB-DISP
           END-IF
           ADD FAM-FILES(FAM-IDX) TO TOT-FILES

           MOVE 0 TO FIT-SLOPE-M
           IF FH-AT >= 3
               MOVE FH-DAY(FAM-IDX, 1) TO FIT-X0
               MOVE FH-AT TO FIT-N
               MOVE 0 TO FIT-SX FIT-SY FIT-SXX FIT-SXY
               PERFORM VARYING FH-IDX FROM 1 BY 1
               UNTIL FH-IDX > FH-AT
                 COMPUTE FIT-SX = FIT-SX
                   + (FH-DAY(FAM-IDX, FH-IDX) - FIT-X0)
                 COMPUTE FIT-SY = FIT-SY + FH-KB(FAM-IDX, FH-IDX)
                 COMPUTE FIT-SXX = FIT-SXX
                   + (FH-DAY(FAM-IDX, FH-IDX) - FIT-X0) ** 2
                 COMPUTE FIT-SXY = FIT-SXY
                   + (FH-DAY(FAM-IDX, FH-IDX) - FIT-X0)
                     * FH-KB(FAM-IDX, FH-IDX)
               END-PERFORM
               COMPUTE FIT-NUM =
                 FIT-N * FIT-SXY - FIT-SX * FIT-SY
               COMPUTE FIT-DEN =
                 FIT-N * FIT-SXX - FIT-SX * FIT-SX
               IF FIT-DEN NOT = 0
                   COMPUTE FIT-SLOPE-M =
                     FIT-NUM * 1000 / FIT-DEN
               END-IF
           END-IF
           MOVE FIT-SLOPE-M TO FAM-SLOPE-M(FAM-IDX)
           ADD FIT-SLOPE-M TO TOT-SLOPE-M

           MOVE FAM-FILES(FAM-IDX) TO WS-FILES-DISP
           MOVE FH-AT TO WS-NIGHTS-DISP
           COMPUTE WS-SLOPE-DISP = FIT-SLOPE-M / 1000
           MOVE 'L' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           STRING
             FAM-NAME(FAM-IDX)         DELIMITED SIZE
             '  '                      DELIMITED SIZE
             WS-FILES-DISP             DELIMITED SIZE
             '  '                      DELIMITED SIZE
             WS-KB-DISP                DELIMITED SIZE
             '  '                      DELIMITED SIZE
             WS-SLOPE-DISP             DELIMITED SIZE
             '     '                   DELIMITED SIZE
             WS-NIGHTS-DISP            DELIMITED SIZE
             '     '                   DELIMITED SIZE
             FAM-KNOB(FAM-IDX)         DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           DISPLAY MYNAME ' ' FUNCTION TRIM(RPT-LINE, TRAILING)
           .

      * The projected fill date: how many business days until the
      * suite's summed growth trend uses up the space still free.
       4000-PROJECT-THE-FILL-DATE.
           MOVE 'T' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           MOVE TOT-KB TO WS-KB-DISP
           MOVE TOT-FILES TO WS-FILES-DISP
           STRING
             'SUITE FILES '            DELIMITED SIZE
             WS-FILES-DISP             DELIMITED SIZE
             ' USING '                 DELIMITED SIZE
             WS-KB-DISP                DELIMITED SIZE
             ' KB'                     DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           DISPLAY MYNAME ' ' FUNCTION TRIM(RPT-LINE, TRAILING)

           IF NOT FS-KNOWN
               MOVE 'L' TO RPT-ACTION
               MOVE 'FILESYSTEM SIZE NOT AVAILABLE - NO FILL DATE'
                 TO RPT-LINE
               PERFORM 8500-CALL-REPORT-WRITER
               EXIT PARAGRAPH
           END-IF

           MOVE 'L' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           MOVE FS-AVAIL-KB TO WS-KB-DISP
           MOVE FS-USED-PCT TO WS-PCT-DISP
           STRING
             'FILESYSTEM '             DELIMITED SIZE
             WS-PCT-DISP               DELIMITED SIZE
             ' PERCENT USED, '         DELIMITED SIZE
             WS-KB-DISP                DELIMITED SIZE
             ' KB FREE'                DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           DISPLAY MYNAME ' ' FUNCTION TRIM(RPT-LINE, TRAILING)

           IF FS-USED-PCT >= WS-WARN-PCT
               MOVE 'CS1102W' TO WS-MSG-ID
               MOVE SPACES TO WS-MSG-INSERT
               STRING
                 'filesystem '         DELIMITED SIZE
                 WS-PCT-DISP           DELIMITED SIZE
                 ' percent used, '     DELIMITED SIZE
                 WS-KB-DISP            DELIMITED SIZE
                 ' KB free'            DELIMITED SIZE
                 INTO WS-MSG-INSERT
               END-STRING
               PERFORM 5000-RAISE-ONE-ALERT
           END-IF

           IF TOT-SLOPE-M <= 0
               MOVE 'L' TO RPT-ACTION
               MOVE 'NO NET GROWTH TREND - SPACE IS SAFE ON CURRENT'
                 & ' HISTORY' TO RPT-LINE
               PERFORM 8500-CALL-REPORT-WRITER
               DISPLAY
                 MYNAME ' no net growth, space is safe on current'
                 ' history'
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DAYS-LEFT =
             FS-AVAIL-KB * 1000 / TOT-SLOPE-M
           COMPUTE WS-SLOPE-DISP = TOT-SLOPE-M / 1000
           MOVE 'L' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           STRING
             'GROWING '                DELIMITED SIZE
             WS-SLOPE-DISP             DELIMITED SIZE
             ' KB PER BUSINESS DAY'    DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           DISPLAY MYNAME ' ' FUNCTION TRIM(RPT-LINE, TRAILING)
           IF WS-DAYS-LEFT > FILL-HORIZON
               MOVE FILL-HORIZON TO WS-DAYS-DISP
               MOVE SPACES TO RPT-LINE
               STRING
                 'NOT PROJECTED TO FILL WITHIN ' DELIMITED SIZE
                 WS-DAYS-DISP          DELIMITED SIZE
                 ' BUSINESS DAYS'      DELIMITED SIZE
                 INTO RPT-LINE
               END-STRING
               PERFORM 8500-CALL-REPORT-WRITER
               DISPLAY MYNAME ' ' FUNCTION TRIM(RPT-LINE, TRAILING)
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO WS-BIZ-ACTION
           MOVE WS-DAYS-LEFT TO WS-BIZ-COUNT
           CALL 'csbizdy' USING
             WS-BIZ-ACTION
             WS-TODAY-DATE
             WS-FILL-DATE
             WS-BIZ-COUNT
             WS-BIZ-TYPE
           END-CALL
           MOVE WS-DAYS-LEFT TO WS-DAYS-DISP
           MOVE SPACES TO RPT-LINE
           STRING
             'PROJECTED FULL IN '      DELIMITED SIZE
             WS-DAYS-DISP              DELIMITED SIZE
             ' BUSINESS DAYS, ON '     DELIMITED SIZE
             WS-FILL-DATE              DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           DISPLAY MYNAME ' ' FUNCTION TRIM(RPT-LINE, TRAILING)

           IF WS-DAYS-LEFT < WS-WARN-DAYS
               MOVE 'CS1101W' TO WS-MSG-ID
               MOVE SPACES TO WS-MSG-INSERT
               STRING
                 'filesystem full in ' DELIMITED SIZE
                 WS-DAYS-DISP          DELIMITED SIZE
                 ' business days, on ' DELIMITED SIZE
                 WS-FILL-DATE          DELIMITED SIZE
                 INTO WS-MSG-INSERT
               END-STRING
               PERFORM 5000-RAISE-ONE-ALERT
           END-IF
           .

      * One alert record in the same layout the driver writes, so
      * csalrtq and the paging bridge treat it like any other.
       5000-RAISE-ONE-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           MOVE 4 TO RETURN-CODE
           CALL 'csbusdt' USING WS-BUS-STAMP END-CALL
           MOVE SPACES TO WS-ALRT-LINE
           STRING
             WS-BUS-STAMP              DELIMITED SIZE
             ' PGM='                   DELIMITED SIZE
             MYNAME                    DELIMITED SPACE
             ' SEV=W REASON=DISKSPACE' DELIMITED SIZE
             ' MSGID='                 DELIMITED SIZE
             WS-MSG-ID                 DELIMITED SPACE
             ' RC=004 RUNID='          DELIMITED SIZE
             WS-RUN-ID                 DELIMITED SPACE
             ' SUMMARY='               DELIMITED SIZE
             FUNCTION TRIM(WS-MSG-INSERT, TRAILING) DELIMITED SIZE
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
           MOVE 4 TO RETURN-CODE
           .

       8010-READ-HIST-DATA.
           MOVE SPACES TO WS-HIST-LINE
           READ HIST-DATA INTO WS-HIST-LINE
             AT END SET HIST-EOF TO TRUE
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
           MOVE TOT-KB TO WS-KB-DISP
           MOVE WS-ALERT-COUNT TO WS-ALERT-DISP
           MOVE FS-USED-PCT TO WS-PCT-DISP
           STRING
             ' SUITEKB='               DELIMITED SIZE
             WS-KB-DISP                DELIMITED SIZE
             ' USEDPCT='               DELIMITED SIZE
             WS-PCT-DISP               DELIMITED SIZE
             ' FILLDATE='              DELIMITED SIZE
             WS-FILL-DATE              DELIMITED SIZE
             ' ALERTS='                DELIMITED SIZE
             WS-ALERT-DISP             DELIMITED SIZE
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
      * figure is the projected fill date (zero when none).
       9900-DISPLAY-SUMMARY.
           MOVE WS-REC-COUNT TO RDG-FILES-DISP
           MOVE RDG-FILES-DISP TO WS-SUMM-RECS
           MOVE WS-FILL-DATE TO WS-SUMM-RESULT
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
