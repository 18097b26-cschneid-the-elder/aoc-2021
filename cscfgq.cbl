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
      * Suite configuration history inquiry.  The driver fingerprints
      * cssuite.cfg at the start of every run and keeps a dated
      * snapshot whenever the fingerprint moves (cscfgck); the
      * cscfg.hist register names the snapshot in force for each run.
      * This answers "what were the settings that night":
      *
      *   cscfgq "RUNID=R2026091402001512"   the settings the run
      *                                       started with
      *   cscfgq "BUSDATE=20260914"          every run of the business
      *                                       day, and the settings of
      *                                       the last of them
      *   cscfgq                             every configuration change
      *                                       on record
      *   cscfgq "KEY=RPTINTERVAL"           every change, with the
      *                                       key's value in each
      *
      * Each run's fingerprint is set beside the one in force for the
      * latest run, so "was the config the same that night" is one
      * line.  The keys added, removed or changed at each snapshot
      * are on the audit log under csdrvr, CFG=ADDED|REMOVED|CHANGED.
      * The report lands in cscfgq.rpt through the shared print
      * writer.
      *
       Program-ID. cscfgq.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select HIST-DATA            Assign Dynamic WS-HIST-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-HIST-STAT.
           Select SNAP-DATA            Assign Dynamic WS-SNAP-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-SNAP-STAT.
       Data Division.
       File Section.
       FD  HIST-DATA.
       01  HIST-DATA-REC      PIC X(200).

       FD  SNAP-DATA.
       01  SNAP-DATA-REC      PIC X(100).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'cscfgq'.

       01  WORK-AREAS.
           05  WS-REC-COUNT       PIC 9(008) COMP    VALUE 0.
           05  CLI-ARGS           PIC X(160)         VALUE SPACES.
           05  WS-CLI-TOKEN       PIC X(080)         VALUE SPACES.
           05  WS-CLI-KEY         PIC X(020)         VALUE SPACES.
           05  WS-CLI-VAL         PIC X(080)         VALUE SPACES.
           05  CLI-PTR            PIC 9(003) COMP    VALUE 1.
           05  WS-HIST-FNAME      PIC X(040)      VALUE 'cscfg.hist'.
           05  WS-HIST-STAT       PIC X(002)         VALUE SPACES.
           05  WS-SNAP-FNAME      PIC X(040)         VALUE SPACES.
           05  WS-SNAP-STAT       PIC X(002)         VALUE SPACES.
           05  WS-AUDIT-LOG-NAME  PIC X(040)        VALUE 'csaudit.log'.
           05  WS-AUDIT-KEYS      PIC X(160)         VALUE SPACES.
           05  WS-RC-DISP         PIC 9(004)         VALUE 0.
           05  WS-SUMM-RECS       PIC X(018)         VALUE SPACES.
           05  WS-SUMM-RESULT     PIC X(040)         VALUE SPACES.
           05  WS-HOLD-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-CFG-VAL         PIC X(080)         VALUE SPACES.
           05  WS-CFG-AUDITLOG    PIC X(020)       VALUE 'AUDITLOG'.
           05  WS-RUN-ID          PIC X(017)         VALUE SPACES.
           05  WS-QUERY-RUNID     PIC X(017)         VALUE SPACES.
           05  WS-QUERY-DATE      PIC X(008)         VALUE SPACES.
           05  WS-QUERY-KEY       PIC X(020)         VALUE SPACES.
           05  WS-MATCH-COUNT     PIC 9(008) COMP    VALUE 0.
           05  WS-MATCH-DISP      PIC 9(008)         VALUE 0.
           05  WS-REC-COUNT-DISP  PIC 9(008)         VALUE 0.
           05  WS-LATEST-FP       PIC X(008)         VALUE SPACES.
           05  WS-SAME-TEXT       PIC X(040)         VALUE SPACES.
           05  WS-KEY-VALUE       PIC X(080)         VALUE SPACES.
           05  WS-SNAP-KEY        PIC X(020)         VALUE SPACES.
           05  WS-SNAP-VAL        PIC X(080)         VALUE SPACES.

      * One register record, unpacked.
       01  REG-FIELDS.
           05  REG-LINE           PIC X(200)         VALUE SPACES.
           05  REG-TS             PIC X(014)         VALUE SPACES.
           05  REG-RUNID          PIC X(017)         VALUE SPACES.
           05  REG-BUSDATE        PIC X(008)         VALUE SPACES.
           05  REG-FP             PIC X(008)         VALUE SPACES.
           05  REG-SNAP           PIC X(040)         VALUE SPACES.
           05  REG-CHANGED        PIC X(001)         VALUE SPACES.
           05  REG-ADDED          PIC X(003)         VALUE SPACES.
           05  REG-REMOVED        PIC X(003)         VALUE SPACES.
           05  REG-MODIFIED       PIC X(003)         VALUE SPACES.
           05  REG-TOKEN          PIC X(080)         VALUE SPACES.
           05  REG-KEY            PIC X(020)         VALUE SPACES.
           05  REG-VAL            PIC X(060)         VALUE SPACES.
           05  REG-PTR            PIC 9(003) COMP    VALUE 1.

      * The register record the settings are listed from.
       01  PICK-FIELDS.
           05  PICK-LINE          PIC X(200)         VALUE SPACES.

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
               88  HIST-EOF                          VALUE 'Y'
                                                     FALSE 'N'.
           05  SNAP-EOF-SW        PIC X(001)         VALUE 'N'.
               88  SNAP-EOF                          VALUE 'Y'
                                                     FALSE 'N'.

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

      *    the fingerprint in force for the latest run, to set each
      *    answer beside
           OPEN INPUT HIST-DATA
           IF WS-HIST-STAT NOT = '00'
               DISPLAY
                 MYNAME ' no configuration history in '
                 FUNCTION TRIM(WS-HIST-FNAME) ', status '
                 WS-HIST-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF
           PERFORM 8010-READ-HIST-DATA
           PERFORM UNTIL HIST-EOF
             MOVE REG-FP TO WS-LATEST-FP
             PERFORM 8010-READ-HIST-DATA
           END-PERFORM
           CLOSE HIST-DATA

           MOVE 'O' TO RPT-ACTION
           EVALUATE TRUE
             WHEN WS-QUERY-RUNID NOT = SPACES
                 MOVE 'CONFIGURATION FOR A RUN' TO RPT-TITLE
             WHEN WS-QUERY-DATE NOT = SPACES
                 MOVE 'CONFIGURATION FOR A BUSINESS DAY' TO RPT-TITLE
             WHEN OTHER
                 MOVE 'CONFIGURATION CHANGE HISTORY' TO RPT-TITLE
           END-EVALUATE
           MOVE 'STARTED         RUN ID            BUS DATE FINGERPRT'
             & ' SNAPSHOT' TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER

           SET HIST-EOF TO FALSE
           MOVE 0 TO WS-REC-COUNT
           OPEN INPUT HIST-DATA
           PERFORM 8010-READ-HIST-DATA
           PERFORM UNTIL HIST-EOF
             PERFORM 2000-CONSIDER-ONE-RECORD
             PERFORM 8010-READ-HIST-DATA
           END-PERFORM
           CLOSE HIST-DATA

           EVALUATE TRUE
             WHEN WS-MATCH-COUNT = 0
                 MOVE 'L' TO RPT-ACTION
                 MOVE 'NO RUNS ON THE REGISTER MATCH' TO RPT-LINE
                 PERFORM 8500-CALL-REPORT-WRITER
                 DISPLAY MYNAME ' no runs on the register match'
                 MOVE 4 TO RETURN-CODE
             WHEN WS-QUERY-RUNID NOT = SPACES
               OR WS-QUERY-DATE NOT = SPACES
                 PERFORM 3000-LIST-THE-SETTINGS
           END-EVALUATE

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
      * of them is opened.
       0150-APPLY-ENV-PREFIX.
           CALL 'csenvfn' USING WS-HIST-FNAME END-CALL
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
             WHEN 'RUNID'
      *          the run asked about; this inquiry's own audit record
      *          carries it too
                 MOVE WS-CLI-VAL TO WS-QUERY-RUNID WS-RUN-ID
             WHEN 'BUSDATE'
                 MOVE WS-CLI-VAL TO WS-QUERY-DATE
             WHEN 'KEY'
                 MOVE FUNCTION UPPER-CASE(WS-CLI-VAL) TO WS-QUERY-KEY
             WHEN OTHER
                 DISPLAY
                  MYNAME
                  ' warning - unrecognized parameter ' WS-CLI-KEY
           END-EVALUATE
           .

      * A run asked for, every run of a business day asked for, or
      * with neither every record that took a new snapshot.
       2000-CONSIDER-ONE-RECORD.
           EVALUATE TRUE
             WHEN WS-QUERY-RUNID NOT = SPACES
                 IF REG-RUNID NOT = WS-QUERY-RUNID
                     EXIT PARAGRAPH
                 END-IF
             WHEN WS-QUERY-DATE NOT = SPACES
                 IF REG-BUSDATE NOT = WS-QUERY-DATE
                     EXIT PARAGRAPH
                 END-IF
             WHEN OTHER
                 IF REG-CHANGED NOT = 'Y'
                     EXIT PARAGRAPH
                 END-IF
           END-EVALUATE
           ADD 1 TO WS-MATCH-COUNT
           MOVE REG-LINE TO PICK-LINE

           IF REG-FP = WS-LATEST-FP
               MOVE 'same as the latest run' TO WS-SAME-TEXT
           ELSE
               MOVE 'DIFFERS from the latest run' TO WS-SAME-TEXT
           END-IF
           MOVE 'L' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           STRING
             REG-TS                    DELIMITED SIZE
             '  '                      DELIMITED SIZE
             REG-RUNID                 DELIMITED SIZE
             ' '                       DELIMITED SIZE
             REG-BUSDATE               DELIMITED SIZE
             ' '                       DELIMITED SIZE
             REG-FP                    DELIMITED SIZE
             '  '                      DELIMITED SIZE
             REG-SNAP                  DELIMITED SPACE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           DISPLAY MYNAME ' ' FUNCTION TRIM(RPT-LINE, TRAILING)

           MOVE SPACES TO RPT-LINE
           IF REG-CHANGED = 'Y'
               STRING
                 '                changed at this run: added '
                                           DELIMITED SIZE
                 REG-ADDED                 DELIMITED SIZE
                 ', removed '              DELIMITED SIZE
                 REG-REMOVED               DELIMITED SIZE
                 ', changed '              DELIMITED SIZE
                 REG-MODIFIED              DELIMITED SIZE
                 '; '                      DELIMITED SIZE
                 WS-SAME-TEXT              DELIMITED SIZE
                 INTO RPT-LINE
               END-STRING
           ELSE
               STRING
                 '                unchanged from the run before; '
                                           DELIMITED SIZE
                 WS-SAME-TEXT              DELIMITED SIZE
                 INTO RPT-LINE
               END-STRING
           END-IF
           PERFORM 8500-CALL-REPORT-WRITER
           DISPLAY MYNAME ' ' FUNCTION TRIM(RPT-LINE, TRAILING)

           IF WS-QUERY-KEY NOT = SPACES
               MOVE REG-SNAP TO WS-SNAP-FNAME
               PERFORM 2100-FIND-THE-KEY
               MOVE SPACES TO RPT-LINE
               STRING
                 '                '    DELIMITED SIZE
                 WS-QUERY-KEY          DELIMITED SPACE
                 '='                   DELIMITED SIZE
                 WS-KEY-VALUE          DELIMITED SIZE
                 INTO RPT-LINE
               END-STRING
               PERFORM 8500-CALL-REPORT-WRITER
               DISPLAY MYNAME ' ' FUNCTION TRIM(RPT-LINE, TRAILING)
           END-IF
           .

      * The value the snapshot gives the key asked about, read the
      * way csgetcfg reads it: the last line for the key wins.
       2100-FIND-THE-KEY.
           MOVE '(not set)' TO WS-KEY-VALUE
           SET SNAP-EOF TO FALSE
           OPEN INPUT SNAP-DATA
           IF WS-SNAP-STAT NOT = '00'
               MOVE '(snapshot not on file)' TO WS-KEY-VALUE
               EXIT PARAGRAPH
           END-IF
           PERFORM 8020-READ-SNAP-DATA
           PERFORM UNTIL SNAP-EOF
             IF SNAP-DATA-REC(1:1) NOT = '*'
                 AND SNAP-DATA-REC NOT = SPACES
                 MOVE SPACES TO WS-SNAP-KEY WS-SNAP-VAL
                 UNSTRING SNAP-DATA-REC DELIMITED BY '='
                   INTO WS-SNAP-KEY WS-SNAP-VAL
                 END-UNSTRING
                 IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SNAP-KEY))
                    = WS-QUERY-KEY
                     MOVE FUNCTION TRIM(WS-SNAP-VAL) TO WS-KEY-VALUE
                 END-IF
             END-IF
             PERFORM 8020-READ-SNAP-DATA
           END-PERFORM
           CLOSE SNAP-DATA
           .

      * The settings of the run picked -- the last one matched --
      * as its snapshot holds them, comments left out.
       3000-LIST-THE-SETTINGS.
           MOVE PICK-LINE TO REG-LINE
           PERFORM 8100-PARSE-THE-TOKENS
           MOVE 'H' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           STRING
             'SETTINGS IN FORCE FOR RUN ' DELIMITED SIZE
             REG-RUNID                 DELIMITED SPACE
             ' FROM '                  DELIMITED SIZE
             REG-SNAP                  DELIMITED SPACE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           DISPLAY MYNAME ' ' FUNCTION TRIM(RPT-LINE, TRAILING)

           MOVE 'L' TO RPT-ACTION
           MOVE REG-SNAP TO WS-SNAP-FNAME
           SET SNAP-EOF TO FALSE
           OPEN INPUT SNAP-DATA
           IF WS-SNAP-STAT NOT = '00'
               MOVE 'SNAPSHOT NOT ON FILE' TO RPT-LINE
               PERFORM 8500-CALL-REPORT-WRITER
               DISPLAY
                 MYNAME ' snapshot ' FUNCTION TRIM(REG-SNAP)
                 ' not on file'
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 8020-READ-SNAP-DATA
           PERFORM UNTIL SNAP-EOF
             IF SNAP-DATA-REC(1:1) NOT = '*'
                 AND SNAP-DATA-REC NOT = SPACES
                 MOVE SNAP-DATA-REC TO RPT-LINE
                 PERFORM 8500-CALL-REPORT-WRITER
                 DISPLAY
                   MYNAME ' ' FUNCTION TRIM(SNAP-DATA-REC, TRAILING)
             END-IF
             PERFORM 8020-READ-SNAP-DATA
           END-PERFORM
           CLOSE SNAP-DATA
           .

       8010-READ-HIST-DATA.
           MOVE SPACES TO REG-LINE
           READ HIST-DATA INTO REG-LINE
             AT END SET HIST-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-REC-COUNT
               PERFORM 8100-PARSE-THE-TOKENS
           END-READ
           .

       8020-READ-SNAP-DATA.
           MOVE SPACES TO SNAP-DATA-REC
           READ SNAP-DATA
             AT END SET SNAP-EOF TO TRUE
           END-READ
           .

      * Unpacks the KEY=VALUE tokens on the register record sitting
      * in REG-LINE, the same way the command-line tokens are
      * unpacked above.
       8100-PARSE-THE-TOKENS.
           MOVE SPACES TO REG-TS REG-RUNID REG-BUSDATE REG-FP REG-SNAP
                          REG-CHANGED REG-ADDED REG-REMOVED
                          REG-MODIFIED
           SET REG-PTR TO 1
           PERFORM UNTIL REG-PTR > LENGTH OF REG-LINE
             MOVE SPACES TO REG-TOKEN
             UNSTRING REG-LINE DELIMITED BY SPACE
               INTO REG-TOKEN
               WITH POINTER REG-PTR
             END-UNSTRING
             IF REG-TOKEN NOT = SPACES
                 MOVE SPACES TO REG-KEY REG-VAL
                 UNSTRING REG-TOKEN DELIMITED BY '='
                   INTO REG-KEY REG-VAL
                 END-UNSTRING
                 EVALUATE REG-KEY
                   WHEN 'TS'       MOVE REG-VAL TO REG-TS
                   WHEN 'RUNID'    MOVE REG-VAL TO REG-RUNID
                   WHEN 'BUSDATE'  MOVE REG-VAL TO REG-BUSDATE
                   WHEN 'FP'       MOVE REG-VAL TO REG-FP
                   WHEN 'SNAP'     MOVE REG-VAL TO REG-SNAP
                   WHEN 'CHANGED'  MOVE REG-VAL TO REG-CHANGED
                   WHEN 'ADDED'    MOVE REG-VAL TO REG-ADDED
                   WHEN 'REMOVED'  MOVE REG-VAL TO REG-REMOVED
                   WHEN 'MODIFIED' MOVE REG-VAL TO REG-MODIFIED
                 END-EVALUATE
             END-IF
           END-PERFORM
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
           MOVE WS-MATCH-COUNT TO WS-MATCH-DISP
           STRING
             ' BUSDATE='               DELIMITED SIZE
             WS-QUERY-DATE             DELIMITED SPACE
             ' KEY='                   DELIMITED SIZE
             WS-QUERY-KEY              DELIMITED SPACE
             ' MATCHES='               DELIMITED SIZE
             WS-MATCH-DISP             DELIMITED SIZE
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
      * figure is the count of register records matched.
       9900-DISPLAY-SUMMARY.

           MOVE WS-REC-COUNT   TO WS-REC-COUNT-DISP
           MOVE WS-MATCH-COUNT TO WS-MATCH-DISP

           MOVE WS-REC-COUNT-DISP TO WS-SUMM-RECS
           MOVE WS-MATCH-DISP TO WS-SUMM-RESULT
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
