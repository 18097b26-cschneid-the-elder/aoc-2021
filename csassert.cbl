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
      * Cross-program business-rule assertions.  The validators each
      * reconcile one fixed pair of programs and the expected-result
      * column checks one fixed value; the relationships between
      * programs that must also hold -- one total equal to another,
      * one count never above another -- are kept as rules in
      * csassert.cat and evaluated here, after the batch, over the
      * results one driver run reported.  Operands are program
      * result keys: the results-master row csresl loaded for the
      * run, or the program's csaudit.log record for it.  Each rule
      * gets a PASS, FAIL or SKIP line in csassert.rpt; every FAIL
      * is raised on csalert.log (CS1001E), and a rule that cannot
      * be read is reported and raised as CS1002W.  The rule layout
      * is at the top of csassert.cat.
      *
      * Without RUNID= the run checked is the latest on the master.
      *
      *   csassert ["RUNID=R2026091402001512"] ["FILE=csassert.cat"]
      *
       Program-ID. csassert.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select RULE-DATA            Assign Dynamic WS-RULE-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-RULE-STAT.
           Select RES-MASTER           Assign Dynamic WS-RESMST-FNAME
                                        Organization Indexed
                                        Access Sequential
                                        Record Key RES-KEY
                                        File Status Is WS-RES-STAT.
           Select AUDIT-DATA           Assign Dynamic WS-AUDIT-LOG-NAME
                                        Organization Line Sequential
                                        File Status Is WS-AUDIT-STAT.
           Select ALRT-DATA            Assign Dynamic WS-ALRT-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-ALRT-STAT.
       Data Division.
       File Section.
       FD  RULE-DATA.
       01  RULE-DATA-REC      PIC X(300).

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

       FD  AUDIT-DATA.
       01  AUDIT-DATA-REC     PIC X(300).

       FD  ALRT-DATA.
       01  ALRT-DATA-REC      PIC X(350).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'csassert'.
           05  MST-TABLE-MAX      PIC 9(004) COMP    VALUE 500.
           05  AUD-TABLE-MAX      PIC 9(004) COMP    VALUE 500.

       01  WORK-AREAS.
           05  WS-REC-COUNT-DISP  PIC 9(009)         VALUE 0.
           05  CLI-ARGS           PIC X(160)         VALUE SPACES.
           05  WS-CLI-TOKEN       PIC X(080)         VALUE SPACES.
           05  WS-CLI-KEY         PIC X(020)         VALUE SPACES.
           05  WS-CLI-VAL         PIC X(080)         VALUE SPACES.
           05  CLI-PTR            PIC 9(003) COMP    VALUE 1.
           05  WS-RULE-FNAME      PIC X(080)    VALUE 'csassert.cat'.
           05  WS-RULE-STAT       PIC X(002)         VALUE SPACES.
           05  WS-RESMST-FNAME    PIC X(040)    VALUE 'csresmst.idx'.
           05  WS-RES-STAT        PIC X(002)         VALUE SPACES.
           05  WS-AUDIT-LOG-NAME  PIC X(040)        VALUE 'csaudit.log'.
           05  WS-AUDIT-STAT      PIC X(002)         VALUE SPACES.
           05  WS-ALRT-FNAME      PIC X(040)    VALUE 'csalert.log'.
           05  WS-ALRT-STAT       PIC X(002)         VALUE SPACES.
           05  WS-ALRT-LINE       PIC X(350)         VALUE SPACES.
           05  WS-AUDIT-KEYS      PIC X(160)         VALUE SPACES.
           05  WS-AUDIT-PTR       PIC 9(004) COMP    VALUE 1.
           05  WS-RC-DISP         PIC 9(004)         VALUE 0.
           05  WS-SUMM-RECS       PIC X(018)         VALUE SPACES.
           05  WS-SUMM-RESULT     PIC X(040)         VALUE SPACES.
           05  WS-HOLD-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-CFG-VAL         PIC X(080)         VALUE SPACES.
           05  WS-CFG-AUDITLOG    PIC X(020)       VALUE 'AUDITLOG'.
           05  WS-RUN-ID          PIC X(017)         VALUE SPACES.
           05  WS-RUNID-TOKEN     PIC X(025)         VALUE SPACES.
           05  WS-RUNID-TOK-LEN   PIC 9(003) COMP    VALUE 0.
           05  WS-RUNID-HITS      PIC 9(003) COMP    VALUE 0.
           05  WS-LATEST-TS       PIC X(016)         VALUE SPACES.
           05  WS-BUS-STAMP       PIC X(021)         VALUE SPACES.
           05  WS-MSG-ID          PIC X(008)         VALUE SPACES.
           05  WS-MSG-INSERT      PIC X(060)         VALUE SPACES.
           05  WS-ALRT-SEV        PIC X(001)         VALUE SPACE.
           05  WS-ALRT-REASON     PIC X(010)         VALUE SPACES.
           05  WS-ALRT-RC         PIC X(003)         VALUE SPACES.
           05  MST-COUNT          PIC 9(004) COMP    VALUE 0.
           05  MST-IDX            PIC 9(004) COMP    VALUE 0.
           05  AUD-COUNT          PIC 9(004) COMP    VALUE 0.
           05  AUD-IDX            PIC 9(004) COMP    VALUE 0.
           05  RULE-COUNT         PIC 9(004) COMP    VALUE 0.
           05  PASS-COUNT         PIC 9(004) COMP    VALUE 0.
           05  FAIL-COUNT         PIC 9(004) COMP    VALUE 0.
           05  SKIP-COUNT         PIC 9(004) COMP    VALUE 0.
           05  BAD-COUNT          PIC 9(004) COMP    VALUE 0.
           05  CNT-DISP           PIC ZZZ9.

      * One rule off the catalog, and its verdict.
       01  RULE-AREAS.
           05  RULE-LINE          PIC X(300)         VALUE SPACES.
           05  RULE-ID            PIC X(012)         VALUE SPACES.
           05  RULE-EXPR          PIC X(100)         VALUE SPACES.
           05  RULE-WHEN          PIC X(100)         VALUE SPACES.
           05  RULE-DESC          PIC X(100)         VALUE SPACES.
           05  RULE-RESULT        PIC X(007)         VALUE SPACES.
           05  RULE-NOTE          PIC X(200)         VALUE SPACES.

      * One <operand> <operator> <operand> expression.  EXPR-OUTCOME
      * is T or F for a comparison made, M when an operand's program
      * did not run under the run id, E when the text is not usable.
       01  EXPR-AREAS.
           05  EXPR-TEXT          PIC X(100)         VALUE SPACES.
           05  EXPR-LEFT          PIC X(040)         VALUE SPACES.
           05  EXPR-OP            PIC X(004)         VALUE SPACES.
           05  EXPR-RIGHT         PIC X(040)         VALUE SPACES.
           05  EXPR-EXTRA         PIC X(040)         VALUE SPACES.
           05  EXPR-LSHOW         PIC X(100)         VALUE SPACES.
           05  EXPR-RSHOW         PIC X(100)         VALUE SPACES.
           05  EXPR-NOTE          PIC X(200)         VALUE SPACES.
           05  EXPR-OUTCOME       PIC X(001)         VALUE SPACE.
               88  EXPR-TRUE                          VALUE 'T'.
               88  EXPR-FALSE                         VALUE 'F'.
               88  EXPR-MISSING                       VALUE 'M'.
               88  EXPR-BAD                           VALUE 'E'.

      * One operand resolved to its value.
       01  OPND-AREAS.
           05  OPND-TEXT          PIC X(040)         VALUE SPACES.
           05  OPND-VAL           PIC X(060)         VALUE SPACES.
           05  OPND-SHOW          PIC X(100)         VALUE SPACES.
           05  OPND-NOTE          PIC X(100)         VALUE SPACES.
           05  OPND-PGM           PIC X(008)         VALUE SPACES.
           05  OPND-KEY           PIC X(020)         VALUE SPACES.
           05  OPND-SEL           PIC X(040)         VALUE SPACES.
           05  OPND-SEL-KEY       PIC X(020)         VALUE SPACES.
           05  OPND-SEL-VAL       PIC X(040)         VALUE SPACES.
           05  OPND-PART-1        PIC X(040)         VALUE SPACES.
           05  OPND-PART-2        PIC X(040)         VALUE SPACES.
           05  OPND-PART-3        PIC X(040)         VALUE SPACES.
           05  OPND-PART-4        PIC X(040)         VALUE SPACES.
           05  OPND-DELIM-1       PIC X(001)         VALUE SPACE.
           05  OPND-DELIM-2       PIC X(001)         VALUE SPACE.
           05  OPND-DELIM-3       PIC X(001)         VALUE SPACE.
           05  OPND-STATE         PIC X(001)         VALUE SPACE.
               88  OPND-FOUND                         VALUE 'F'.
               88  OPND-ABSENT                        VALUE 'A'.
               88  OPND-BAD                           VALUE 'E'.
           05  OPND-LINE-SW       PIC X(001)         VALUE 'N'.
               88  OPND-LINE-MATCHED                  VALUE 'Y'
                                                      FALSE 'N'.

      * KEY=VALUE tokens of one audit record.
       01  TOK-AREAS.
           05  TOK-LINE           PIC X(300)         VALUE SPACES.
           05  TOK-WANT           PIC X(020)         VALUE SPACES.
           05  TOK-TOKEN          PIC X(080)         VALUE SPACES.
           05  TOK-KEY            PIC X(020)         VALUE SPACES.
           05  TOK-VAL            PIC X(060)         VALUE SPACES.
           05  TOK-PTR            PIC 9(003) COMP    VALUE 1.
           05  TOK-FOUND-SW       PIC X(001)         VALUE 'N'.
               88  TOK-FOUND                          VALUE 'Y'
                                                      FALSE 'N'.

      * Two values compared: as digit strings of any length when
      * both are unsigned integers, as numbers when both are
      * numeric, else as text.  CMP-RESULT is -1, 0 or +1.
       01  CMP-AREAS.
           05  CMP-A              PIC X(060)         VALUE SPACES.
           05  CMP-B              PIC X(060)         VALUE SPACES.
           05  CMP-A-LEN          PIC 9(003) COMP    VALUE 0.
           05  CMP-B-LEN          PIC 9(003) COMP    VALUE 0.
           05  CMP-A-FROM         PIC 9(003) COMP    VALUE 0.
           05  CMP-B-FROM         PIC 9(003) COMP    VALUE 0.
           05  CMP-A-NUM          COMP-2             VALUE 0.
           05  CMP-B-NUM          COMP-2             VALUE 0.
           05  CMP-RESULT         PIC S9(001) COMP   VALUE 0.
           05  CMP-TEXT-SW        PIC X(001)         VALUE 'N'.
               88  CMP-AS-TEXT                        VALUE 'Y'
                                                      FALSE 'N'.

      * The results-master rows and the audit records of the run.
       01  MST-TABLE.
           05  MST-ENTRY OCCURS 500 TIMES.
               10  MST-PGM        PIC X(008).
               10  MST-RC         PIC X(004).
               10  MST-ELAPSED    PIC X(008).
               10  MST-RECS       PIC X(018).
               10  MST-RESULT     PIC X(040).

       01  AUD-TABLE.
           05  AUD-ENTRY OCCURS 500 TIMES.
               10  AUD-PGM        PIC X(008).
               10  AUD-LINE       PIC X(300).

       01  RPT-AREAS.
           05  RPT-ACTION         PIC X(001)         VALUE SPACE.
           05  RPT-TITLE          PIC X(040)         VALUE SPACES.
           05  RPT-LINE           PIC X(132)         VALUE SPACES.
           05  RPT-PTR            PIC 9(003) COMP    VALUE 1.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           05  WS-START-TIME-R    REDEFINES WS-START-TIME.
               10  WS-START-HH    PIC 9(002).
               10  WS-START-MM    PIC 9(002).
               10  WS-START-SS    PIC 9(002).
               10  WS-START-HS    PIC 9(002).

       01  SWITCHES.
           05  RULE-EOF-SW        PIC X(001)         VALUE 'N'.
               88  RULE-EOF                          VALUE 'Y'.
           05  RES-EOF-SW         PIC X(001)         VALUE 'N'.
               88  RES-EOF                           VALUE 'Y'.
           05  AUDIT-EOF-SW       PIC X(001)         VALUE 'N'.
               88  AUDIT-EOF                         VALUE 'Y'.

       Procedure Division.
           DISPLAY MYNAME SPACE FUNCTION CURRENT-DATE
           ACCEPT WS-START-TIME FROM TIME

      *    the suite configuration file supplies site defaults before
      *    the command line gets its say
           PERFORM 0100-READ-SUITE-CONFIG

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

           PERFORM 0150-APPLY-ENV-PREFIX

           IF WS-RUN-ID = SPACES
               PERFORM 2000-FIND-LATEST-RUN
           END-IF
           IF WS-RUN-ID = SPACES
               DISPLAY
                 MYNAME ' no RUNID= given and no run on the results'
                 ' master to default to'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF

           PERFORM 2100-LOAD-MASTER-ROWS
           PERFORM 2200-LOAD-AUDIT-RECORDS
           IF MST-COUNT = 0 AND AUD-COUNT = 0
               DISPLAY
                 MYNAME ' nothing on the results master or the audit'
                 ' log for run ' WS-RUN-ID
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF

           OPEN INPUT RULE-DATA
           IF WS-RULE-STAT NOT = '00'
               DISPLAY
                 MYNAME ' rule file ' FUNCTION TRIM(WS-RULE-FNAME)
                 ' not available, status ' WS-RULE-STAT
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF

           PERFORM 3900-OPEN-THE-REPORT
           PERFORM 8010-READ-RULE-DATA
           PERFORM UNTIL RULE-EOF
             IF RULE-DATA-REC(1:1) NOT = '*'
                 AND RULE-DATA-REC NOT = SPACES
                 PERFORM 3000-EVALUATE-ONE-RULE
             END-IF
             PERFORM 8010-READ-RULE-DATA
           END-PERFORM
           CLOSE RULE-DATA
           PERFORM 3950-WRITE-THE-TOTALS

           DISPLAY MYNAME ' ----------------------------------------'
           DISPLAY MYNAME ' run checked      ' WS-RUN-ID
           DISPLAY MYNAME ' master rows      ' MST-COUNT
           DISPLAY MYNAME ' audit records    ' AUD-COUNT
           DISPLAY MYNAME ' rules            ' RULE-COUNT
           DISPLAY MYNAME ' passed           ' PASS-COUNT
           DISPLAY MYNAME ' failed           ' FAIL-COUNT
           DISPLAY MYNAME ' skipped          ' SKIP-COUNT
           DISPLAY MYNAME ' not usable       ' BAD-COUNT
           DISPLAY MYNAME ' report written to csassert.rpt'

           EVALUATE TRUE
             WHEN FAIL-COUNT > 0
                 MOVE 8 TO RETURN-CODE
             WHEN BAD-COUNT > 0
                 MOVE 4 TO RETURN-CODE
             WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE

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
           CALL 'csenvfn' USING WS-RESMST-FNAME END-CALL
           CALL 'csenvfn' USING WS-ALRT-FNAME END-CALL
           CALL 'csenvfn' USING WS-AUDIT-LOG-NAME END-CALL
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
                 MOVE WS-CLI-VAL TO WS-RUN-ID
             WHEN 'FILE'
                 MOVE WS-CLI-VAL TO WS-RULE-FNAME
             WHEN OTHER
                 DISPLAY
                  MYNAME
                  ' warning - unrecognized parameter ' WS-CLI-KEY
           END-EVALUATE
           .

      * No run named: the run behind the most recent row on the
      * master, which after the night's csresl load is the night's
      * batch.
       2000-FIND-LATEST-RUN.
           OPEN INPUT RES-MASTER
           IF WS-RES-STAT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM 8020-READ-RES-MASTER
           PERFORM UNTIL RES-EOF
             IF RES-TS > WS-LATEST-TS
                 MOVE RES-TS    TO WS-LATEST-TS
                 MOVE RES-RUNID TO WS-RUN-ID
             END-IF
             PERFORM 8020-READ-RES-MASTER
           END-PERFORM
           CLOSE RES-MASTER
           MOVE 'N' TO RES-EOF-SW
           IF WS-RUN-ID NOT = SPACES
               DISPLAY MYNAME ' checking the latest run ' WS-RUN-ID
           END-IF
           .

      * The run's rows, in key order -- program, then time -- so the
      * last row of a program is its latest run.
       2100-LOAD-MASTER-ROWS.
           OPEN INPUT RES-MASTER
           IF WS-RES-STAT NOT = '00'
               DISPLAY
                 MYNAME ' warning - results master not available,'
                 ' status ' WS-RES-STAT ' - audit keys only'
               EXIT PARAGRAPH
           END-IF
           PERFORM 8020-READ-RES-MASTER
           PERFORM UNTIL RES-EOF
             IF RES-RUNID = WS-RUN-ID
                 IF MST-COUNT < MST-TABLE-MAX
                     ADD 1 TO MST-COUNT
                     MOVE RES-PGM     TO MST-PGM(MST-COUNT)
                     MOVE RES-RC      TO MST-RC(MST-COUNT)
                     MOVE RES-ELAPSED TO MST-ELAPSED(MST-COUNT)
                     MOVE RES-RECS    TO MST-RECS(MST-COUNT)
                     MOVE RES-RESULT  TO MST-RESULT(MST-COUNT)
                 ELSE
                     DISPLAY
                       MYNAME ' warning - more than ' MST-TABLE-MAX
                       ' master rows for the run, the rest ignored'
                 END-IF
             END-IF
             PERFORM 8020-READ-RES-MASTER
           END-PERFORM
           CLOSE RES-MASTER
           .

      * The run's audit records, oldest first, each one carrying
      * RUNID=<the run> among its keys.
       2200-LOAD-AUDIT-RECORDS.
           MOVE SPACES TO WS-RUNID-TOKEN
           STRING
             ' RUNID='                 DELIMITED SIZE
             WS-RUN-ID                 DELIMITED SPACE
             ' '                       DELIMITED SIZE
             INTO WS-RUNID-TOKEN
           END-STRING
           COMPUTE WS-RUNID-TOK-LEN =
             FUNCTION LENGTH(FUNCTION TRIM(WS-RUN-ID)) + 8

           OPEN INPUT AUDIT-DATA
           IF WS-AUDIT-STAT NOT = '00'
               DISPLAY
                 MYNAME ' warning - audit log '
                 FUNCTION TRIM(WS-AUDIT-LOG-NAME)
                 ' not available - master keys only'
               EXIT PARAGRAPH
           END-IF
           PERFORM 8030-READ-AUDIT-DATA
           PERFORM UNTIL AUDIT-EOF
             MOVE 0 TO WS-RUNID-HITS
             INSPECT AUDIT-DATA-REC TALLYING WS-RUNID-HITS
               FOR ALL WS-RUNID-TOKEN(1:WS-RUNID-TOK-LEN)
             IF WS-RUNID-HITS > 0
                 IF AUD-COUNT < AUD-TABLE-MAX
                     ADD 1 TO AUD-COUNT
                     MOVE AUDIT-DATA-REC(1:8) TO AUD-PGM(AUD-COUNT)
                     MOVE AUDIT-DATA-REC      TO AUD-LINE(AUD-COUNT)
                 ELSE
                     DISPLAY
                       MYNAME ' warning - more than ' AUD-TABLE-MAX
                       ' audit records for the run, the rest ignored'
                 END-IF
             END-IF
             PERFORM 8030-READ-AUDIT-DATA
           END-PERFORM
           CLOSE AUDIT-DATA
           .

      *----------------------------------------------------------------
      * One rule: its condition first, if it has one, then the
      * assertion itself.  PASS and FAIL are verdicts on the run; a
      * SKIP means the rule does not apply to it; INVALID means the
      * rule line itself needs correcting.
      *----------------------------------------------------------------
       3000-EVALUATE-ONE-RULE.
           ADD 1 TO RULE-COUNT
           MOVE SPACES TO RULE-ID RULE-EXPR RULE-WHEN RULE-DESC
                          RULE-RESULT RULE-NOTE
           MOVE RULE-DATA-REC TO RULE-LINE
           UNSTRING RULE-LINE DELIMITED BY '|'
             INTO RULE-ID RULE-EXPR RULE-WHEN RULE-DESC
           END-UNSTRING

           IF RULE-WHEN NOT = SPACES
               MOVE RULE-WHEN TO EXPR-TEXT
               PERFORM 4000-EVALUATE-EXPR
               EVALUATE TRUE
                 WHEN EXPR-BAD
                     MOVE 'INVALID' TO RULE-RESULT
                     STRING
                       'condition: '   DELIMITED SIZE
                       EXPR-NOTE       DELIMITED SIZE
                       INTO RULE-NOTE
                     END-STRING
                 WHEN EXPR-MISSING
                     MOVE 'SKIP' TO RULE-RESULT
                     MOVE EXPR-NOTE TO RULE-NOTE
                 WHEN EXPR-FALSE
                     MOVE 'SKIP' TO RULE-RESULT
                     STRING
                       'condition not met: ' DELIMITED SIZE
                       EXPR-NOTE       DELIMITED SIZE
                       INTO RULE-NOTE
                     END-STRING
               END-EVALUATE
           END-IF

           IF RULE-RESULT = SPACES
               MOVE RULE-EXPR TO EXPR-TEXT
               PERFORM 4000-EVALUATE-EXPR
               MOVE EXPR-NOTE TO RULE-NOTE
               EVALUATE TRUE
                 WHEN EXPR-BAD
                     MOVE 'INVALID' TO RULE-RESULT
                 WHEN EXPR-MISSING
                     MOVE 'SKIP' TO RULE-RESULT
                 WHEN EXPR-TRUE
                     MOVE 'PASS' TO RULE-RESULT
                 WHEN OTHER
                     MOVE 'FAIL' TO RULE-RESULT
               END-EVALUATE
           END-IF

           EVALUATE RULE-RESULT
             WHEN 'PASS'
                 ADD 1 TO PASS-COUNT
             WHEN 'FAIL'
                 ADD 1 TO FAIL-COUNT
             WHEN 'SKIP'
                 ADD 1 TO SKIP-COUNT
             WHEN OTHER
                 ADD 1 TO BAD-COUNT
           END-EVALUATE

           PERFORM 3100-REPORT-ONE-RULE

           EVALUATE RULE-RESULT
             WHEN 'FAIL'
                 MOVE 'CS1001E'   TO WS-MSG-ID
                 MOVE 'F'         TO WS-ALRT-SEV
                 MOVE 'ASSERTION' TO WS-ALRT-REASON
                 MOVE '008'       TO WS-ALRT-RC
                 PERFORM 5000-RAISE-ONE-ALERT
             WHEN 'INVALID'
                 MOVE 'CS1002W'   TO WS-MSG-ID
                 MOVE 'W'         TO WS-ALRT-SEV
                 MOVE 'RULE'      TO WS-ALRT-REASON
                 MOVE '004'       TO WS-ALRT-RC
                 PERFORM 5000-RAISE-ONE-ALERT
           END-EVALUATE
           .

      * The verdict line, and under it what was compared or why the
      * rule was not.
       3100-REPORT-ONE-RULE.
           MOVE SPACES TO RPT-LINE
           STRING
             RULE-ID                   DELIMITED SIZE
             ' '                       DELIMITED SIZE
             RULE-RESULT               DELIMITED SIZE
             ' '                       DELIMITED SIZE
             RULE-DESC                 DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           DISPLAY MYNAME ' ' FUNCTION TRIM(RPT-LINE, TRAILING)
           MOVE 'L' TO RPT-ACTION
           PERFORM 8500-CALL-REPORT-WRITER
           IF RULE-NOTE NOT = SPACES
               MOVE SPACES TO RPT-LINE
               MOVE RULE-NOTE TO RPT-LINE(22:)
               DISPLAY MYNAME ' ' FUNCTION TRIM(RPT-LINE, TRAILING)
               PERFORM 8500-CALL-REPORT-WRITER
           END-IF
           .

       3900-OPEN-THE-REPORT.
           MOVE 'O' TO RPT-ACTION
           MOVE SPACES TO RPT-TITLE
           STRING
             'BUSINESS RULES FOR RUN ' DELIMITED SIZE
             WS-RUN-ID                 DELIMITED SPACE
             INTO RPT-TITLE
           END-STRING
           MOVE SPACES TO RPT-LINE
           MOVE 'RULE         RESULT  DESCRIPTION' TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER
           .

       3950-WRITE-THE-TOTALS.
           MOVE 'T' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           STRING
             'BUSINESS RULE TOTALS FOR RUN ' DELIMITED SIZE
             WS-RUN-ID                 DELIMITED SPACE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE 'L' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE RULE-COUNT TO CNT-DISP
           MOVE SPACES TO RPT-LINE
           STRING 'RULES         ' CNT-DISP
             DELIMITED SIZE INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE PASS-COUNT TO CNT-DISP
           MOVE SPACES TO RPT-LINE
           STRING 'PASSED        ' CNT-DISP
             DELIMITED SIZE INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE FAIL-COUNT TO CNT-DISP
           MOVE SPACES TO RPT-LINE
           STRING 'FAILED        ' CNT-DISP
             DELIMITED SIZE INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE SKIP-COUNT TO CNT-DISP
           MOVE SPACES TO RPT-LINE
           STRING 'SKIPPED       ' CNT-DISP
             DELIMITED SIZE INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE BAD-COUNT TO CNT-DISP
           MOVE SPACES TO RPT-LINE
           STRING 'NOT USABLE    ' CNT-DISP
             DELIMITED SIZE INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE 'C' TO RPT-ACTION
           PERFORM 8500-CALL-REPORT-WRITER
           .

      *----------------------------------------------------------------
      * Evaluate the expression in EXPR-TEXT.  EXPR-NOTE comes back
      * with what was compared -- each operand with its value -- or
      * with why nothing could be.
      *----------------------------------------------------------------
       4000-EVALUATE-EXPR.
           MOVE SPACES TO EXPR-LEFT EXPR-OP EXPR-RIGHT EXPR-EXTRA
                          EXPR-LSHOW EXPR-RSHOW EXPR-NOTE
           MOVE SPACE TO EXPR-OUTCOME
           UNSTRING FUNCTION TRIM(EXPR-TEXT) DELIMITED BY ALL SPACE
             INTO EXPR-LEFT EXPR-OP EXPR-RIGHT EXPR-EXTRA
           END-UNSTRING
           IF EXPR-LEFT = SPACES OR EXPR-OP = SPACES
               OR EXPR-RIGHT = SPACES OR EXPR-EXTRA NOT = SPACES
               SET EXPR-BAD TO TRUE
               STRING
                 'not <operand> <operator> <operand>: '
                                           DELIMITED SIZE
                 FUNCTION TRIM(EXPR-TEXT)  DELIMITED SIZE
                 INTO EXPR-NOTE
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF EXPR-OP NOT = '=' AND EXPR-OP NOT = '<>'
               AND EXPR-OP NOT = '<' AND EXPR-OP NOT = '<='
               AND EXPR-OP NOT = '>' AND EXPR-OP NOT = '>='
               SET EXPR-BAD TO TRUE
               STRING
                 'operator not recognized: ' DELIMITED SIZE
                 EXPR-OP                   DELIMITED SPACE
                 INTO EXPR-NOTE
               END-STRING
               EXIT PARAGRAPH
           END-IF

           MOVE EXPR-LEFT TO OPND-TEXT
           PERFORM 4100-RESOLVE-OPERAND
           IF NOT OPND-FOUND
               PERFORM 4050-OPERAND-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE OPND-VAL  TO CMP-A
           MOVE OPND-SHOW TO EXPR-LSHOW

           MOVE EXPR-RIGHT TO OPND-TEXT
           PERFORM 4100-RESOLVE-OPERAND
           IF NOT OPND-FOUND
               PERFORM 4050-OPERAND-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE OPND-VAL  TO CMP-B
           MOVE OPND-SHOW TO EXPR-RSHOW

           STRING
             FUNCTION TRIM(EXPR-LSHOW) DELIMITED SIZE
             ' '                       DELIMITED SIZE
             EXPR-OP                   DELIMITED SPACE
             ' '                       DELIMITED SIZE
             FUNCTION TRIM(EXPR-RSHOW) DELIMITED SIZE
             INTO EXPR-NOTE
           END-STRING

           PERFORM 4200-COMPARE-VALUES
           IF CMP-AS-TEXT
               AND EXPR-OP NOT = '=' AND EXPR-OP NOT = '<>'
               SET EXPR-BAD TO TRUE
               MOVE SPACES TO EXPR-NOTE
               STRING
                 'not numbers, only = and <> apply: '
                                           DELIMITED SIZE
                 FUNCTION TRIM(EXPR-LSHOW) DELIMITED SIZE
                 ' '                       DELIMITED SIZE
                 FUNCTION TRIM(EXPR-RSHOW) DELIMITED SIZE
                 INTO EXPR-NOTE
               END-STRING
               EXIT PARAGRAPH
           END-IF

           SET EXPR-FALSE TO TRUE
           EVALUATE EXPR-OP
             WHEN '='
                 IF CMP-RESULT = 0
                     SET EXPR-TRUE TO TRUE
                 END-IF
             WHEN '<>'
                 IF CMP-RESULT NOT = 0
                     SET EXPR-TRUE TO TRUE
                 END-IF
             WHEN '<'
                 IF CMP-RESULT < 0
                     SET EXPR-TRUE TO TRUE
                 END-IF
             WHEN '<='
                 IF CMP-RESULT <= 0
                     SET EXPR-TRUE TO TRUE
                 END-IF
             WHEN '>'
                 IF CMP-RESULT > 0
                     SET EXPR-TRUE TO TRUE
                 END-IF
             WHEN '>='
                 IF CMP-RESULT >= 0
                     SET EXPR-TRUE TO TRUE
                 END-IF
           END-EVALUATE
           .

       4050-OPERAND-NOT-FOUND.
           IF OPND-BAD
               SET EXPR-BAD TO TRUE
           ELSE
               SET EXPR-MISSING TO TRUE
           END-IF
           MOVE OPND-NOTE TO EXPR-NOTE
           .

      *----------------------------------------------------------------
      * Resolve OPND-TEXT: a number stands for itself; pgm.KEY and
      * pgm(K=V).KEY are looked up among the run's master rows and
      * audit records, latest first.
      *----------------------------------------------------------------
       4100-RESOLVE-OPERAND.
           MOVE SPACES TO OPND-VAL OPND-SHOW OPND-NOTE OPND-PGM
                          OPND-KEY OPND-SEL OPND-SEL-KEY OPND-SEL-VAL
           MOVE SPACE TO OPND-STATE
           IF (OPND-TEXT(1:1) NUMERIC OR OPND-TEXT(1:1) = '-'
               OR OPND-TEXT(1:1) = '+')
               IF FUNCTION TEST-NUMVAL(OPND-TEXT) = 0
                   MOVE OPND-TEXT TO OPND-VAL OPND-SHOW
                   SET OPND-FOUND TO TRUE
               ELSE
                   SET OPND-BAD TO TRUE
                   STRING
                     'not a number: '    DELIMITED SIZE
                     OPND-TEXT           DELIMITED SPACE
                     INTO OPND-NOTE
                   END-STRING
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OPND-PART-1 OPND-PART-2 OPND-PART-3
                          OPND-PART-4
           MOVE SPACE TO OPND-DELIM-1 OPND-DELIM-2 OPND-DELIM-3
           UNSTRING OPND-TEXT DELIMITED BY '(' OR ')' OR '.'
             INTO OPND-PART-1 DELIMITER IN OPND-DELIM-1
                  OPND-PART-2 DELIMITER IN OPND-DELIM-2
                  OPND-PART-3 DELIMITER IN OPND-DELIM-3
                  OPND-PART-4
           END-UNSTRING
           EVALUATE TRUE
             WHEN OPND-DELIM-1 = '.' AND OPND-DELIM-2 = SPACE
                 MOVE OPND-PART-1 TO OPND-PGM
                 MOVE FUNCTION UPPER-CASE(OPND-PART-2) TO OPND-KEY
             WHEN OPND-DELIM-1 = '(' AND OPND-DELIM-2 = ')'
               AND OPND-DELIM-3 = '.' AND OPND-PART-3 = SPACES
                 MOVE OPND-PART-1 TO OPND-PGM
                 MOVE OPND-PART-2 TO OPND-SEL
                 MOVE FUNCTION UPPER-CASE(OPND-PART-4) TO OPND-KEY
                 UNSTRING OPND-SEL DELIMITED BY '='
                   INTO OPND-SEL-KEY OPND-SEL-VAL
                 END-UNSTRING
                 MOVE FUNCTION UPPER-CASE(OPND-SEL-KEY)
                   TO OPND-SEL-KEY
             WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF OPND-PGM = SPACES OR OPND-KEY = SPACES
               OR (OPND-SEL NOT = SPACES
                   AND (OPND-SEL-KEY = SPACES OR OPND-SEL-VAL = SPACES))
               SET OPND-BAD TO TRUE
               STRING
                 'operand is not pgm.KEY or pgm(KEY=value).KEY: '
                                         DELIMITED SIZE
                 OPND-TEXT               DELIMITED SPACE
                 INTO OPND-NOTE
               END-STRING
               EXIT PARAGRAPH
           END-IF

      *    the master's own columns, unless a run is being picked out
      *    by one of its audit keys
           IF OPND-SEL = SPACES
               PERFORM 4110-LOOK-UP-MASTER-ROW
                 VARYING MST-IDX FROM MST-COUNT BY -1
                 UNTIL MST-IDX < 1 OR OPND-FOUND
               IF OPND-FOUND
                   PERFORM 4190-SET-OPERAND-SHOW
                   EXIT PARAGRAPH
               END-IF
           END-IF

           SET OPND-LINE-MATCHED TO FALSE
           PERFORM 4120-LOOK-UP-AUDIT-RECORD
             VARYING AUD-IDX FROM AUD-COUNT BY -1
             UNTIL AUD-IDX < 1 OR OPND-LINE-MATCHED
           EVALUATE TRUE
             WHEN OPND-FOUND
                 PERFORM 4190-SET-OPERAND-SHOW
             WHEN OPND-LINE-MATCHED
                 SET OPND-BAD TO TRUE
                 STRING
                   FUNCTION TRIM(OPND-PGM) DELIMITED SIZE
                   ' reports no '          DELIMITED SIZE
                   OPND-KEY                DELIMITED SPACE
                   ' key: '                DELIMITED SIZE
                   OPND-TEXT               DELIMITED SPACE
                   INTO OPND-NOTE
                 END-STRING
             WHEN OTHER
                 SET OPND-ABSENT TO TRUE
                 STRING
                   OPND-TEXT(1:FUNCTION LENGTH(FUNCTION TRIM(OPND-TEXT))
                     - FUNCTION LENGTH(FUNCTION TRIM(OPND-KEY)) - 1)
                                           DELIMITED SIZE
                   ' did not run under '   DELIMITED SIZE
                   WS-RUN-ID               DELIMITED SPACE
                   INTO OPND-NOTE
                 END-STRING
           END-EVALUATE
           .

       4110-LOOK-UP-MASTER-ROW.
           IF MST-PGM(MST-IDX) = OPND-PGM
               EVALUATE OPND-KEY
                 WHEN 'RESULT'
                     MOVE FUNCTION TRIM(MST-RESULT(MST-IDX))
                       TO OPND-VAL
                     SET OPND-FOUND TO TRUE
                 WHEN 'RECS'
                     MOVE FUNCTION TRIM(MST-RECS(MST-IDX))
                       TO OPND-VAL
                     SET OPND-FOUND TO TRUE
                 WHEN 'RC'
                     MOVE FUNCTION TRIM(MST-RC(MST-IDX))
                       TO OPND-VAL
                     SET OPND-FOUND TO TRUE
                 WHEN 'ELAPSED'
                     MOVE FUNCTION TRIM(MST-ELAPSED(MST-IDX))
                       TO OPND-VAL
                     SET OPND-FOUND TO TRUE
                 WHEN OTHER
                     CONTINUE
               END-EVALUATE
           END-IF
           .

      * The latest record of the program that carries the selector
      * key's value, if one was given, decides: its KEY is the value,
      * or the rule names a key the program does not report.
       4120-LOOK-UP-AUDIT-RECORD.
           IF AUD-PGM(AUD-IDX) NOT = OPND-PGM
               EXIT PARAGRAPH
           END-IF
           MOVE AUD-LINE(AUD-IDX) TO TOK-LINE
           IF OPND-SEL NOT = SPACES
               MOVE OPND-SEL-KEY TO TOK-WANT
               PERFORM 4150-FIND-KEY-ON-LINE
               IF NOT TOK-FOUND OR TOK-VAL NOT = OPND-SEL-VAL
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET OPND-LINE-MATCHED TO TRUE
           MOVE OPND-KEY TO TOK-WANT
           PERFORM 4150-FIND-KEY-ON-LINE
           IF TOK-FOUND
               MOVE TOK-VAL TO OPND-VAL
               SET OPND-FOUND TO TRUE
           END-IF
           .

      * Unpacks the KEY=VALUE tokens on TOK-LINE, the same way the
      * command-line tokens are unpacked above, until TOK-WANT turns
      * up.
       4150-FIND-KEY-ON-LINE.
           SET TOK-FOUND TO FALSE
           MOVE SPACES TO TOK-VAL
           SET TOK-PTR TO 1
           PERFORM UNTIL TOK-PTR > LENGTH OF TOK-LINE OR TOK-FOUND
             MOVE SPACES TO TOK-TOKEN
             UNSTRING TOK-LINE DELIMITED BY SPACE
               INTO TOK-TOKEN
               WITH POINTER TOK-PTR
             END-UNSTRING
             IF TOK-TOKEN NOT = SPACES
                 MOVE SPACES TO TOK-KEY TOK-VAL
                 UNSTRING TOK-TOKEN DELIMITED BY '='
                   INTO TOK-KEY TOK-VAL
                 END-UNSTRING
                 IF FUNCTION UPPER-CASE(TOK-KEY) = TOK-WANT
                     SET TOK-FOUND TO TRUE
                 END-IF
             END-IF
           END-PERFORM
           .

       4190-SET-OPERAND-SHOW.
           STRING
             OPND-TEXT                 DELIMITED SPACE
             '='                       DELIMITED SIZE
             FUNCTION TRIM(OPND-VAL)   DELIMITED SIZE
             INTO OPND-SHOW
           END-STRING
           .

      * Results such as the lanternfish populations run past what
      * any numeric item holds, so unsigned integers are compared
      * as digit strings: leading zeros off, then the longer is the
      * larger, and equal lengths compare digit by digit.
       4200-COMPARE-VALUES.
           SET CMP-AS-TEXT TO FALSE
           MOVE 0 TO CMP-RESULT
           MOVE FUNCTION TRIM(CMP-A) TO CMP-A
           MOVE FUNCTION TRIM(CMP-B) TO CMP-B
           IF CMP-A = SPACES OR CMP-B = SPACES
               SET CMP-AS-TEXT TO TRUE
           ELSE
               COMPUTE CMP-A-LEN =
                 FUNCTION LENGTH(FUNCTION TRIM(CMP-A))
               COMPUTE CMP-B-LEN =
                 FUNCTION LENGTH(FUNCTION TRIM(CMP-B))
               EVALUATE TRUE
                 WHEN CMP-A(1:CMP-A-LEN) NUMERIC
                   AND CMP-B(1:CMP-B-LEN) NUMERIC
                     PERFORM 4210-COMPARE-DIGIT-STRINGS
                 WHEN FUNCTION TEST-NUMVAL(CMP-A) = 0
                   AND FUNCTION TEST-NUMVAL(CMP-B) = 0
                     COMPUTE CMP-A-NUM = FUNCTION NUMVAL(CMP-A)
                     COMPUTE CMP-B-NUM = FUNCTION NUMVAL(CMP-B)
                     EVALUATE TRUE
                       WHEN CMP-A-NUM < CMP-B-NUM
                           MOVE -1 TO CMP-RESULT
                       WHEN CMP-A-NUM > CMP-B-NUM
                           MOVE 1 TO CMP-RESULT
                     END-EVALUATE
                 WHEN OTHER
                     SET CMP-AS-TEXT TO TRUE
               END-EVALUATE
           END-IF
           IF CMP-AS-TEXT AND CMP-A NOT = CMP-B
               MOVE 1 TO CMP-RESULT
           END-IF
           .

       4210-COMPARE-DIGIT-STRINGS.
           MOVE 1 TO CMP-A-FROM CMP-B-FROM
           PERFORM UNTIL CMP-A-FROM >= CMP-A-LEN
             OR CMP-A(CMP-A-FROM:1) NOT = '0'
             ADD 1 TO CMP-A-FROM
           END-PERFORM
           PERFORM UNTIL CMP-B-FROM >= CMP-B-LEN
             OR CMP-B(CMP-B-FROM:1) NOT = '0'
             ADD 1 TO CMP-B-FROM
           END-PERFORM
           COMPUTE CMP-A-LEN = CMP-A-LEN - CMP-A-FROM + 1
           COMPUTE CMP-B-LEN = CMP-B-LEN - CMP-B-FROM + 1
           EVALUATE TRUE
             WHEN CMP-A-LEN < CMP-B-LEN
                 MOVE -1 TO CMP-RESULT
             WHEN CMP-A-LEN > CMP-B-LEN
                 MOVE 1 TO CMP-RESULT
             WHEN CMP-A(CMP-A-FROM:CMP-A-LEN)
                < CMP-B(CMP-B-FROM:CMP-B-LEN)
                 MOVE -1 TO CMP-RESULT
             WHEN CMP-A(CMP-A-FROM:CMP-A-LEN)
                > CMP-B(CMP-B-FROM:CMP-B-LEN)
                 MOVE 1 TO CMP-RESULT
           END-EVALUATE
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
             ' SEV='                   DELIMITED SIZE
             WS-ALRT-SEV               DELIMITED SIZE
             ' REASON='                DELIMITED SIZE
             WS-ALRT-REASON            DELIMITED SPACE
             ' MSGID='                 DELIMITED SIZE
             WS-MSG-ID                 DELIMITED SPACE
             ' RC='                    DELIMITED SIZE
             WS-ALRT-RC                DELIMITED SIZE
             ' RUNID='                 DELIMITED SIZE
             WS-RUN-ID                 DELIMITED SPACE
             ' SUMMARY='               DELIMITED SIZE
             RULE-ID                   DELIMITED SPACE
             ' '                       DELIMITED SIZE
             FUNCTION TRIM(RULE-NOTE, TRAILING) DELIMITED SIZE
             INTO WS-ALRT-LINE
           END-STRING
           OPEN EXTEND ALRT-DATA
           IF WS-ALRT-STAT NOT = '00'
               OPEN OUTPUT ALRT-DATA
           END-IF
           WRITE ALRT-DATA-REC FROM WS-ALRT-LINE
           CLOSE ALRT-DATA
           MOVE RULE-ID TO WS-MSG-INSERT
           CALL 'csmsgw' USING MYNAME WS-MSG-ID WS-MSG-INSERT
           END-CALL
           .

       8010-READ-RULE-DATA.
           MOVE SPACES TO RULE-DATA-REC
           READ RULE-DATA
             AT END SET RULE-EOF TO TRUE
           END-READ
           .

       8020-READ-RES-MASTER.
           READ RES-MASTER NEXT
             AT END SET RES-EOF TO TRUE
           END-READ
           .

       8030-READ-AUDIT-DATA.
           MOVE SPACES TO AUDIT-DATA-REC
           READ AUDIT-DATA
             AT END SET AUDIT-EOF TO TRUE
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
           MOVE 1 TO WS-AUDIT-PTR
           MOVE RULE-COUNT TO CNT-DISP
           STRING
             ' RULES='                 DELIMITED SIZE
             FUNCTION TRIM(CNT-DISP)   DELIMITED SIZE
             INTO WS-AUDIT-KEYS
             WITH POINTER WS-AUDIT-PTR
           END-STRING
           MOVE PASS-COUNT TO CNT-DISP
           STRING
             ' PASS='                  DELIMITED SIZE
             FUNCTION TRIM(CNT-DISP)   DELIMITED SIZE
             INTO WS-AUDIT-KEYS
             WITH POINTER WS-AUDIT-PTR
           END-STRING
           MOVE FAIL-COUNT TO CNT-DISP
           STRING
             ' FAIL='                  DELIMITED SIZE
             FUNCTION TRIM(CNT-DISP)   DELIMITED SIZE
             INTO WS-AUDIT-KEYS
             WITH POINTER WS-AUDIT-PTR
           END-STRING
           MOVE SKIP-COUNT TO CNT-DISP
           STRING
             ' SKIP='                  DELIMITED SIZE
             FUNCTION TRIM(CNT-DISP)   DELIMITED SIZE
             INTO WS-AUDIT-KEYS
             WITH POINTER WS-AUDIT-PTR
           END-STRING
           MOVE BAD-COUNT TO CNT-DISP
           STRING
             ' INVALID='               DELIMITED SIZE
             FUNCTION TRIM(CNT-DISP)   DELIMITED SIZE
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
      * knowing this program's own DISPLAY layout.  RECS= is the
      * rules evaluated, RESULT= the number of them that failed.
       9900-DISPLAY-SUMMARY.
           MOVE RULE-COUNT TO WS-REC-COUNT-DISP
           MOVE WS-REC-COUNT-DISP TO WS-SUMM-RECS
           MOVE FAIL-COUNT TO WS-REC-COUNT-DISP
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
