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
      * Release certification against known-answer input sets.  A
      * program change used to be accepted by running the new build
      * on last night's data and eyeballing the numbers; this runs
      * every program in the cscert.cat catalog against each of its
      * known-answer sets -- the published sample inputs, and csgen
      * files rebuilt from a recorded seed -- in the QA environment
      * partition, and compares each SUMMARY RESULT= figure with the
      * certified one:
      *
      *   cscert "OPERID=OPS01"
      *   cscert "OPERID=OPS01" "PGM=cs06a"     one program's sets
      *   cscert "ENV=dev" "CAT=mycert.cat"
      *
      * A set passes when the program ends no worse than a warning
      * and its RESULT= matches the certified value (digit strings
      * compare as numbers, anything else as text).  A program
      * passes when every one of its sets does; the certification
      * passes when every set does.  Executables named like suite
      * programs that have no set at all are listed as uncovered.
      *
      * The report (cscert.rpt, through the shared print writer)
      * carries pass/fail per set and per program, the checksum of
      * each program's executable, and the sign-off: the operator
      * must hold SUPERVISOR in csoper.cat for the report to be
      * signed.  The signed report is kept on file as
      * cscert.<certid>.rpt, and each program's verdict goes on the
      * cscert.reg certification register with its build checksum.
      * That register is the production record -- it is never
      * environment-prefixed -- and csdrvr consults it before it
      * runs a step in production (CERTGATE in cssuite.cfg).
      *
      * RC 0 certified and signed, 4 passed but not signed off or
      * programs left uncovered, 8 any set failed or the run could
      * not be made.
      *
       Program-ID. cscert.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select CAT-DATA             Assign Dynamic WS-CAT-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-CAT-STAT.
           Select OUT-DATA             Assign Dynamic WS-OUT-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-OUT-STAT.
           Select TMP-DATA             Assign Dynamic WS-TMP-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-TMP-STAT.
           Select REG-DATA             Assign Dynamic WS-REG-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-REG-STAT.
       Data Division.
       File Section.
       FD  CAT-DATA.
       01  CAT-DATA-REC       PIC X(200).

       FD  OUT-DATA.
       01  OUT-DATA-REC       PIC X(256).

       FD  TMP-DATA.
       01  TMP-DATA-REC       PIC X(120).

       FD  REG-DATA.
       01  REG-DATA-REC       PIC X(200).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'cscert'.
           05  SET-TABLE-MAX      PIC 9(004) COMP    VALUE 200.
           05  PGM-TABLE-MAX      PIC 9(004) COMP    VALUE 100.

       01  WORK-AREAS.
           05  WS-REC-COUNT       PIC 9(008) COMP    VALUE 0.
           05  CLI-ARGS           PIC X(160)         VALUE SPACES.
           05  WS-CLI-TOKEN       PIC X(080)         VALUE SPACES.
           05  WS-CLI-KEY         PIC X(020)         VALUE SPACES.
           05  WS-CLI-VAL         PIC X(080)         VALUE SPACES.
           05  CLI-PTR            PIC 9(003) COMP    VALUE 1.
           05  WS-CAT-FNAME       PIC X(040)      VALUE 'cscert.cat'.
           05  WS-OUT-FNAME       PIC X(040)      VALUE 'cscert.out'.
           05  WS-RCF-FNAME       PIC X(040)      VALUE 'cscert.rc'.
           05  WS-TMP-FNAME       PIC X(040)      VALUE 'cscert.tmp'.
           05  WS-REG-FNAME       PIC X(040)      VALUE 'cscert.reg'.
           05  WS-RPT-FNAME       PIC X(040)      VALUE 'cscert.rpt'.
           05  WS-KEEP-FNAME      PIC X(040)         VALUE SPACES.
           05  WS-CAT-STAT        PIC X(002)         VALUE SPACES.
           05  WS-OUT-STAT        PIC X(002)         VALUE SPACES.
           05  WS-TMP-STAT        PIC X(002)         VALUE SPACES.
           05  WS-REG-STAT        PIC X(002)         VALUE SPACES.
           05  WS-AUDIT-LOG-NAME  PIC X(040)        VALUE 'csaudit.log'.
           05  WS-AUDIT-KEYS      PIC X(160)         VALUE SPACES.
           05  WS-RC-DISP         PIC 9(004)         VALUE 0.
           05  WS-SUMM-RECS       PIC X(018)         VALUE SPACES.
           05  WS-SUMM-RESULT     PIC X(040)         VALUE SPACES.
           05  WS-HOLD-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-CFG-VAL         PIC X(080)         VALUE SPACES.
           05  WS-CFG-AUDITLOG    PIC X(020)       VALUE 'AUDITLOG'.
           05  WS-RUN-ID          PIC X(017)         VALUE SPACES.
           05  WS-CERT-ID         PIC X(017)         VALUE SPACES.
           05  WS-CERT-TS         PIC X(014)         VALUE SPACES.
           05  WS-ENV             PIC X(008)         VALUE 'qa'.
           05  WS-ONLY-PGM        PIC X(008)         VALUE SPACES.
           05  WS-SYSTEM-CMD      PIC X(1024)        VALUE SPACES.
           05  WS-CMD-PTR         PIC 9(004) COMP    VALUE 1.
           05  WS-REC-COUNT-DISP  PIC 9(008)         VALUE 0.

      * One catalog line taken apart.
       01  CAT-FIELDS.
           05  CAT-LINE           PIC X(200)         VALUE SPACES.
           05  CAT-SET            PIC X(020)         VALUE SPACES.
           05  CAT-PGM            PIC X(020)         VALUE SPACES.
           05  CAT-ARGS           PIC X(040)         VALUE SPACES.
           05  CAT-INPUT          PIC X(060)         VALUE SPACES.
           05  CAT-CERTIFIED      PIC X(040)         VALUE SPACES.
           05  CAT-DESC           PIC X(080)         VALUE SPACES.
           05  CAT-LINE-NO        PIC 9(006)         VALUE 0.

      * The known-answer sets and what this build made of them.
       01  SET-TABLE.
           05  SET-COUNT          PIC 9(004) COMP    VALUE 0.
           05  SET-ENTRY OCCURS 200 TIMES.
               10  SET-ID         PIC X(012).
               10  SET-PGM        PIC X(008).
               10  SET-ARGS       PIC X(020).
               10  SET-INPUT      PIC X(048).
               10  SET-CERTIFIED  PIC X(020).
               10  SET-DESC       PIC X(060).
               10  SET-GOT        PIC X(020).
               10  SET-RC         PIC 9(003).
               10  SET-VERDICT    PIC X(004).
               10  SET-NOTE       PIC X(040).
           05  SET-IDX            PIC 9(004) COMP    VALUE 0.

      * One row per program certified, with its build checksum.
       01  PGM-TABLE.
           05  PGM-COUNT          PIC 9(004) COMP    VALUE 0.
           05  PGM-ENTRY OCCURS 100 TIMES.
               10  PGM-NAME       PIC X(008).
               10  PGM-SETS       PIC 9(003).
               10  PGM-PASSED     PIC 9(003).
               10  PGM-CKSUM      PIC X(010).
               10  PGM-BYTES      PIC X(012).
               10  PGM-VERDICT    PIC X(004).
           05  PGM-IDX            PIC 9(004) COMP    VALUE 0.
           05  PGM-HIT            PIC 9(004) COMP    VALUE 0.

      * Running one set.
       01  RUN-AREAS.
           05  GEN-FORMAT         PIC X(010)         VALUE SPACES.
           05  GEN-COUNT          PIC X(010)         VALUE SPACES.
           05  GEN-SEED           PIC X(010)         VALUE SPACES.
           05  GEN-TAG            PIC X(004)         VALUE SPACES.
           05  GEN-FNAME          PIC X(048)         VALUE SPACES.
           05  RUN-INPUT          PIC X(048)         VALUE SPACES.
           05  RUN-RC             PIC 9(003)         VALUE 0.
           05  RUN-SUMM-LINE      PIC X(256)         VALUE SPACES.
           05  RUN-SUMM-HITS      PIC 9(004) COMP    VALUE 0.
           05  RUN-SKIP           PIC X(256)         VALUE SPACES.
           05  RUN-REST           PIC X(256)         VALUE SPACES.
           05  RUN-RESULT         PIC X(040)         VALUE SPACES.
           05  RUN-RC-LINE        PIC X(016)         VALUE SPACES.
           05  CK-CRC             PIC X(012)         VALUE SPACES.
           05  CK-BYTES           PIC X(012)         VALUE SPACES.
           05  CK-NAME            PIC X(060)         VALUE SPACES.
           05  CK-PGM             PIC X(008)         VALUE SPACES.

       01  TALLY-AREAS.
           05  WS-PASS-COUNT      PIC 9(004)         VALUE 0.
           05  WS-FAIL-COUNT      PIC 9(004)         VALUE 0.
           05  WS-BAD-COUNT       PIC 9(004)         VALUE 0.
           05  WS-UNCOV-COUNT     PIC 9(004)         VALUE 0.
           05  WS-SET-DISP        PIC 9(004)         VALUE 0.
           05  WS-VERDICT         PIC X(004)         VALUE 'FAIL'.
           05  WS-SIGNED-BY       PIC X(008)         VALUE 'NONE'.
           05  WS-REG-LINE        PIC X(200)         VALUE SPACES.

       01  AUTHZ-AREAS.
           05  WS-OPER-ID         PIC X(008)         VALUE SPACES.
           05  WS-OPER-ROLE       PIC X(010)         VALUE SPACES.
           05  WS-AUTHZ-ACT       PIC X(001)         VALUE SPACE.
           05  WS-AUTHZ-NEED      PIC X(010)         VALUE SPACES.
           05  WS-AUTHZ-WHAT      PIC X(040)         VALUE SPACES.

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
           05  CAT-EOF-SW         PIC X(001)         VALUE 'N'.
               88  CAT-EOF                           VALUE 'Y'.
           05  OUT-EOF-SW         PIC X(001)         VALUE 'N'.
               88  OUT-EOF                           VALUE 'Y'
                                                     FALSE 'N'.
           05  TMP-EOF-SW         PIC X(001)         VALUE 'N'.
               88  TMP-EOF                           VALUE 'Y'
                                                     FALSE 'N'.
           05  AUTHZ-SW           PIC X(001)         VALUE 'N'.
               88  AUTHZ-GRANTED                     VALUE 'Y'.

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

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CERT-TS
           MOVE SPACES TO WS-CERT-ID
           STRING
             'C'                       DELIMITED SIZE
             FUNCTION CURRENT-DATE(1:16) DELIMITED SIZE
             INTO WS-CERT-ID
           END-STRING
           IF WS-RUN-ID = SPACES
               MOVE WS-CERT-ID TO WS-RUN-ID
           END-IF
           DISPLAY MYNAME ' certification ' WS-CERT-ID

      *    the candidate build must never be proved against
      *    production's own files
           MOVE FUNCTION LOWER-CASE(WS-ENV) TO WS-ENV
           IF WS-ENV = SPACES OR WS-ENV = 'prod'
               DISPLAY
                 MYNAME ' certification runs in a test partition,'
                 ' not production - ENV= qa or dev'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF

      *    who will sign the report is settled before the long part
           PERFORM 0200-IDENTIFY-OPERATOR

           PERFORM 1000-LOAD-THE-CATALOG
           IF SET-COUNT = 0
               DISPLAY
                 MYNAME ' no known-answer sets to run in '
                 FUNCTION TRIM(WS-CAT-FNAME)
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF

           PERFORM 2000-RUN-ONE-SET
             VARYING SET-IDX FROM 1 BY 1
             UNTIL SET-IDX > SET-COUNT

           PERFORM 3000-TAKE-THE-CHECKSUMS

           MOVE 'PASS' TO WS-VERDICT
           IF WS-FAIL-COUNT > 0 OR WS-BAD-COUNT > 0
               MOVE 'FAIL' TO WS-VERDICT
           END-IF

           PERFORM 4000-SIGN-THE-REPORT
           PERFORM 5000-WRITE-THE-REPORT
           PERFORM 6000-WRITE-THE-REGISTER

           DISPLAY MYNAME ' ------------------------------------'
           DISPLAY MYNAME ' sets run        ' SET-COUNT
           DISPLAY MYNAME ' sets passed     ' WS-PASS-COUNT
           DISPLAY MYNAME ' sets failed     ' WS-FAIL-COUNT
           IF WS-BAD-COUNT > 0
               DISPLAY MYNAME ' catalog lines in error ' WS-BAD-COUNT
           END-IF
           IF WS-UNCOV-COUNT > 0
               DISPLAY MYNAME ' programs without a set ' WS-UNCOV-COUNT
           END-IF
           DISPLAY MYNAME ' certification ' WS-VERDICT
             ' signed off by ' WS-SIGNED-BY
           DISPLAY MYNAME ' report on file '
             FUNCTION TRIM(WS-KEEP-FNAME)

           EVALUATE TRUE
             WHEN WS-VERDICT NOT = 'PASS'
                 MOVE 8 TO RETURN-CODE
             WHEN WS-SIGNED-BY = 'NONE' OR WS-UNCOV-COUNT > 0
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
      * of them is opened.  The certification register is left
      * alone; it is the production record wherever this runs.
       0150-APPLY-ENV-PREFIX.
           CALL 'csenvfn' USING WS-OUT-FNAME END-CALL
           CALL 'csenvfn' USING WS-RCF-FNAME END-CALL
           CALL 'csenvfn' USING WS-TMP-FNAME END-CALL
           CALL 'csenvfn' USING WS-RPT-FNAME END-CALL
           .

      * Who is signing: OPERID= if given, else the CSOPERID
      * variable, else a prompt; the role comes from csoper.cat.
       0200-IDENTIFY-OPERATOR.
           MOVE 'I' TO WS-AUTHZ-ACT
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'csauthz' USING
             WS-AUTHZ-ACT
             MYNAME
             WS-OPER-ID
             WS-AUTHZ-NEED
             WS-AUTHZ-WHAT
             WS-OPER-ROLE
             AUTHZ-SW
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
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
             WHEN 'CAT'
                 MOVE WS-CLI-VAL TO WS-CAT-FNAME
             WHEN 'ENV'
                 MOVE WS-CLI-VAL(1:8) TO WS-ENV
             WHEN 'PGM'
                 MOVE FUNCTION LOWER-CASE(WS-CLI-VAL(1:8))
                   TO WS-ONLY-PGM
             WHEN 'OPERID'
                 MOVE WS-CLI-VAL(1:8) TO WS-OPER-ID
             WHEN 'RUNID'
                 MOVE WS-CLI-VAL TO WS-RUN-ID
             WHEN OTHER
                 DISPLAY
                  MYNAME
                  ' warning - unrecognized parameter ' WS-CLI-KEY
           END-EVALUATE
           .

      * set|pgm|args|input|certified|description, comments and
      * blank lines skipped.  A line that cannot be a set is
      * reported and fails the certification: a set that silently
      * did not run proves nothing.
       1000-LOAD-THE-CATALOG.
           OPEN INPUT CAT-DATA
           IF WS-CAT-STAT NOT = '00'
               DISPLAY
                 MYNAME ' known-answer catalog missing: '
                 FUNCTION TRIM(WS-CAT-FNAME)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CAT-EOF
             READ CAT-DATA INTO CAT-LINE
               AT END SET CAT-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-REC-COUNT
                 ADD 1 TO CAT-LINE-NO
                 IF CAT-LINE(1:1) NOT = '*' AND CAT-LINE NOT = SPACES
                     PERFORM 1100-TAKE-ONE-SET
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CAT-DATA
           .

       1100-TAKE-ONE-SET.
           MOVE SPACES TO CAT-SET CAT-PGM CAT-ARGS CAT-INPUT
                          CAT-CERTIFIED CAT-DESC
           UNSTRING CAT-LINE DELIMITED BY '|'
             INTO CAT-SET CAT-PGM CAT-ARGS CAT-INPUT
                  CAT-CERTIFIED CAT-DESC
           END-UNSTRING
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(CAT-PGM)) TO CAT-PGM
           IF WS-ONLY-PGM NOT = SPACES AND CAT-PGM NOT = WS-ONLY-PGM
               EXIT PARAGRAPH
           END-IF
           IF CAT-SET = SPACES OR CAT-PGM = SPACES
               OR CAT-INPUT = SPACES OR CAT-CERTIFIED = SPACES
               OR CAT-SET(13:8) NOT = SPACES
               OR CAT-PGM(9:12) NOT = SPACES
               ADD 1 TO WS-BAD-COUNT
               DISPLAY
                 MYNAME ' catalog line ' CAT-LINE-NO
                 ' is not a known-answer set: '
                 FUNCTION TRIM(CAT-LINE, TRAILING)
               EXIT PARAGRAPH
           END-IF
           IF SET-COUNT >= SET-TABLE-MAX
               ADD 1 TO WS-BAD-COUNT
               DISPLAY
                 MYNAME ' catalog line ' CAT-LINE-NO
                 ' is past the ' SET-TABLE-MAX ' sets one run holds'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SET-COUNT
           MOVE FUNCTION TRIM(CAT-SET)       TO SET-ID(SET-COUNT)
           MOVE CAT-PGM                      TO SET-PGM(SET-COUNT)
           MOVE FUNCTION TRIM(CAT-ARGS)      TO SET-ARGS(SET-COUNT)
           MOVE FUNCTION TRIM(CAT-INPUT)     TO SET-INPUT(SET-COUNT)
           MOVE FUNCTION TRIM(CAT-CERTIFIED) TO SET-CERTIFIED(SET-COUNT)
           MOVE CAT-DESC                     TO SET-DESC(SET-COUNT)
           MOVE SPACES TO SET-GOT(SET-COUNT) SET-NOTE(SET-COUNT)
           MOVE 0      TO SET-RC(SET-COUNT)
           MOVE 'FAIL' TO SET-VERDICT(SET-COUNT)

           MOVE 0 TO PGM-HIT
           PERFORM VARYING PGM-IDX FROM 1 BY 1
           UNTIL PGM-IDX > PGM-COUNT OR PGM-HIT > 0
             IF PGM-NAME(PGM-IDX) = CAT-PGM
                 MOVE PGM-IDX TO PGM-HIT
             END-IF
           END-PERFORM
           IF PGM-HIT = 0 AND PGM-COUNT < PGM-TABLE-MAX
               ADD 1 TO PGM-COUNT
               MOVE PGM-COUNT TO PGM-HIT
               MOVE CAT-PGM TO PGM-NAME(PGM-HIT)
               MOVE 0 TO PGM-SETS(PGM-HIT) PGM-PASSED(PGM-HIT)
               MOVE SPACES TO PGM-CKSUM(PGM-HIT) PGM-BYTES(PGM-HIT)
           END-IF
           IF PGM-HIT > 0
               ADD 1 TO PGM-SETS(PGM-HIT)
           END-IF
           .

      * Build the input if the set is a generated one, run the
      * program on it in the test partition the way the driver
      * runs a step, and judge the SUMMARY line it leaves.
       2000-RUN-ONE-SET.
           DISPLAY
             MYNAME ' set ' SET-ID(SET-IDX) ' ' SET-PGM(SET-IDX)
             ' ' FUNCTION TRIM(SET-ARGS(SET-IDX))
           MOVE SET-INPUT(SET-IDX) TO RUN-INPUT
           IF SET-INPUT(SET-IDX)(1:4) = 'GEN:'
               PERFORM 2100-GENERATE-THE-INPUT
               IF SET-NOTE(SET-IDX) NOT = SPACES
                   PERFORM 2900-TALLY-THE-SET
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO WS-SYSTEM-CMD
           MOVE 1 TO WS-CMD-PTR
           STRING
             'CSENVID='                DELIMITED SIZE
             FUNCTION TRIM(WS-ENV)     DELIMITED SIZE
             ' ./'                     DELIMITED SIZE
             FUNCTION TRIM(SET-PGM(SET-IDX)) DELIMITED SIZE
             INTO WS-SYSTEM-CMD
             WITH POINTER WS-CMD-PTR
           END-STRING
      *    cs01a historically took only a FILE= token; with no args
      *    the empty leading token is left off for it, as the
      *    driver does
           IF SET-ARGS(SET-IDX) NOT = SPACES
               OR SET-PGM(SET-IDX) NOT = 'cs01a'
               STRING
                 ' "'                      DELIMITED SIZE
                 FUNCTION TRIM(SET-ARGS(SET-IDX), TRAILING)
                                           DELIMITED SIZE
                 '"'                       DELIMITED SIZE
                 INTO WS-SYSTEM-CMD
                 WITH POINTER WS-CMD-PTR
               END-STRING
           END-IF
           STRING
             ' "FILE='                 DELIMITED SIZE
             FUNCTION TRIM(RUN-INPUT)  DELIMITED SIZE
             '" "RUNID='               DELIMITED SIZE
             WS-CERT-ID                DELIMITED SPACE
             '" > '                    DELIMITED SIZE
             FUNCTION TRIM(WS-OUT-FNAME) DELIMITED SIZE
             ' 2>&1 ; echo $? > '      DELIMITED SIZE
             FUNCTION TRIM(WS-RCF-FNAME) DELIMITED SIZE
             INTO WS-SYSTEM-CMD
             WITH POINTER WS-CMD-PTR
           END-STRING
           CALL 'SYSTEM' USING WS-SYSTEM-CMD
           MOVE 0 TO RETURN-CODE

           PERFORM 2200-READ-THE-OUTCOME
           PERFORM 2300-JUDGE-THE-SET
           PERFORM 2900-TALLY-THE-SET
           .

      * GEN:format:count:seed -- csgen rebuilds exactly the file the
      * certified result was taken from.
       2100-GENERATE-THE-INPUT.
           MOVE SPACES TO GEN-TAG GEN-FORMAT GEN-COUNT GEN-SEED
           UNSTRING SET-INPUT(SET-IDX) DELIMITED BY ':'
             INTO GEN-TAG GEN-FORMAT GEN-COUNT GEN-SEED
           END-UNSTRING
           IF GEN-FORMAT = SPACES OR GEN-COUNT = SPACES
               OR GEN-SEED = SPACES
               MOVE 'GEN: needs format:count:seed'
                 TO SET-NOTE(SET-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO GEN-FNAME
           STRING
             'cscert.'                 DELIMITED SIZE
             SET-ID(SET-IDX)           DELIMITED SPACE
             '.gen'                    DELIMITED SIZE
             INTO GEN-FNAME
           END-STRING
           CALL 'csenvfn' USING GEN-FNAME END-CALL
           MOVE GEN-FNAME TO RUN-INPUT

           MOVE SPACES TO WS-SYSTEM-CMD
           STRING
             'CSENVID='                DELIMITED SIZE
             FUNCTION TRIM(WS-ENV)     DELIMITED SIZE
             ' ./csgen "FORMAT='       DELIMITED SIZE
             GEN-FORMAT                DELIMITED SPACE
             '" "COUNT='               DELIMITED SIZE
             GEN-COUNT                 DELIMITED SPACE
             '" "SEED='                DELIMITED SIZE
             GEN-SEED                  DELIMITED SPACE
             '" "OUT='                 DELIMITED SIZE
             FUNCTION TRIM(GEN-FNAME)  DELIMITED SIZE
             '" > '                    DELIMITED SIZE
             FUNCTION TRIM(WS-OUT-FNAME) DELIMITED SIZE
             ' 2>&1 ; echo $? > '      DELIMITED SIZE
             FUNCTION TRIM(WS-RCF-FNAME) DELIMITED SIZE
             INTO WS-SYSTEM-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-SYSTEM-CMD
           MOVE 0 TO RETURN-CODE
           PERFORM 2210-READ-THE-RC
           IF RUN-RC NOT = 0
               MOVE RUN-RC TO SET-RC(SET-IDX)
               MOVE 'csgen could not build the input'
                 TO SET-NOTE(SET-IDX)
           END-IF
           .

      * The return code the subshell left, and the last SUMMARY
      * line the program printed.
       2200-READ-THE-OUTCOME.
           PERFORM 2210-READ-THE-RC
           MOVE RUN-RC TO SET-RC(SET-IDX)

           MOVE SPACES TO RUN-SUMM-LINE
           SET OUT-EOF TO FALSE
           OPEN INPUT OUT-DATA
           IF WS-OUT-STAT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL OUT-EOF
             READ OUT-DATA
               AT END SET OUT-EOF TO TRUE
               NOT AT END
                 MOVE 0 TO RUN-SUMM-HITS
                 INSPECT OUT-DATA-REC TALLYING RUN-SUMM-HITS
                   FOR ALL ' SUMMARY RC='
                 IF RUN-SUMM-HITS > 0
                     MOVE OUT-DATA-REC TO RUN-SUMM-LINE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE OUT-DATA
           .

       2210-READ-THE-RC.
           MOVE 999 TO RUN-RC
           MOVE WS-RCF-FNAME TO WS-TMP-FNAME
           SET TMP-EOF TO FALSE
           OPEN INPUT TMP-DATA
           IF WS-TMP-STAT = '00'
               MOVE SPACES TO RUN-RC-LINE
               READ TMP-DATA INTO RUN-RC-LINE
                 AT END CONTINUE
               END-READ
               CLOSE TMP-DATA
               IF FUNCTION TEST-NUMVAL(RUN-RC-LINE) = 0
                   MOVE FUNCTION NUMVAL(RUN-RC-LINE) TO RUN-RC
               END-IF
           END-IF
           MOVE 'cscert.tmp' TO WS-TMP-FNAME
           CALL 'csenvfn' USING WS-TMP-FNAME END-CALL
           .

      * RESULT= against the certified figure: both numeric compare
      * as numbers, so 7 matches a 00000007 display field;
      * otherwise as text.
       2300-JUDGE-THE-SET.
           MOVE SPACES TO RUN-SKIP RUN-REST RUN-RESULT
           UNSTRING RUN-SUMM-LINE DELIMITED BY 'RESULT='
             INTO RUN-SKIP RUN-REST
           END-UNSTRING
           UNSTRING RUN-REST DELIMITED BY SPACE
             INTO RUN-RESULT
           END-UNSTRING
           MOVE RUN-RESULT TO SET-GOT(SET-IDX)

           EVALUATE TRUE
             WHEN RUN-SUMM-LINE = SPACES
                 MOVE 'no SUMMARY line' TO SET-NOTE(SET-IDX)
             WHEN RUN-RC > 4
                 MOVE 'ended worse than a warning'
                   TO SET-NOTE(SET-IDX)
             WHEN RUN-RESULT = SPACES
                 MOVE 'no RESULT= on the SUMMARY line'
                   TO SET-NOTE(SET-IDX)
             WHEN FUNCTION TEST-NUMVAL(RUN-RESULT) = 0
               AND FUNCTION TEST-NUMVAL(SET-CERTIFIED(SET-IDX)) = 0
                 IF FUNCTION NUMVAL(RUN-RESULT) =
                    FUNCTION NUMVAL(SET-CERTIFIED(SET-IDX))
                     MOVE 'PASS' TO SET-VERDICT(SET-IDX)
                 ELSE
                     MOVE 'result differs' TO SET-NOTE(SET-IDX)
                 END-IF
             WHEN OTHER
                 IF FUNCTION TRIM(RUN-RESULT) =
                    FUNCTION TRIM(SET-CERTIFIED(SET-IDX))
                     MOVE 'PASS' TO SET-VERDICT(SET-IDX)
                 ELSE
                     MOVE 'result differs' TO SET-NOTE(SET-IDX)
                 END-IF
           END-EVALUATE
           .

       2900-TALLY-THE-SET.
           MOVE 0 TO PGM-HIT
           PERFORM VARYING PGM-IDX FROM 1 BY 1
           UNTIL PGM-IDX > PGM-COUNT OR PGM-HIT > 0
             IF PGM-NAME(PGM-IDX) = SET-PGM(SET-IDX)
                 MOVE PGM-IDX TO PGM-HIT
             END-IF
           END-PERFORM
           IF SET-VERDICT(SET-IDX) = 'PASS'
               ADD 1 TO WS-PASS-COUNT
               IF PGM-HIT > 0
                   ADD 1 TO PGM-PASSED(PGM-HIT)
               END-IF
           ELSE
               ADD 1 TO WS-FAIL-COUNT
           END-IF
           DISPLAY
             MYNAME ' set ' SET-ID(SET-IDX) ' '
             SET-VERDICT(SET-IDX) ' certified '
             FUNCTION TRIM(SET-CERTIFIED(SET-IDX)) ' got '
             FUNCTION TRIM(SET-GOT(SET-IDX)) ' rc ' SET-RC(SET-IDX)
             ' ' FUNCTION TRIM(SET-NOTE(SET-IDX))
           .

      * The checksum of each program's executable identifies the
      * build that was certified; the driver takes the same
      * checksum before it runs a step in production.  With no
      * PGM= limit every executable named like a suite program is
      * listed too, so one with no known-answer set shows up.
       3000-TAKE-THE-CHECKSUMS.
           MOVE SPACES TO WS-SYSTEM-CMD
           MOVE 1 TO WS-CMD-PTR
           STRING
             'cksum'                   DELIMITED SIZE
             INTO WS-SYSTEM-CMD
             WITH POINTER WS-CMD-PTR
           END-STRING
           PERFORM VARYING PGM-IDX FROM 1 BY 1
           UNTIL PGM-IDX > PGM-COUNT
             STRING
               ' ./'                   DELIMITED SIZE
               FUNCTION TRIM(PGM-NAME(PGM-IDX)) DELIMITED SIZE
               INTO WS-SYSTEM-CMD
               WITH POINTER WS-CMD-PTR
             END-STRING
           END-PERFORM
           STRING
             ' > '                     DELIMITED SIZE
             FUNCTION TRIM(WS-TMP-FNAME) DELIMITED SIZE
             ' 2>/dev/null'            DELIMITED SIZE
             INTO WS-SYSTEM-CMD
             WITH POINTER WS-CMD-PTR
           END-STRING
           CALL 'SYSTEM' USING WS-SYSTEM-CMD
           MOVE 0 TO RETURN-CODE

           SET TMP-EOF TO FALSE
           OPEN INPUT TMP-DATA
           IF WS-TMP-STAT = '00'
               PERFORM UNTIL TMP-EOF
                 READ TMP-DATA
                   AT END SET TMP-EOF TO TRUE
                   NOT AT END PERFORM 3100-TAKE-ONE-CHECKSUM
                 END-READ
               END-PERFORM
               CLOSE TMP-DATA
           END-IF

           PERFORM VARYING PGM-IDX FROM 1 BY 1
           UNTIL PGM-IDX > PGM-COUNT
             IF PGM-SETS(PGM-IDX) = PGM-PASSED(PGM-IDX)
                 AND PGM-CKSUM(PGM-IDX) NOT = SPACES
                 MOVE 'PASS' TO PGM-VERDICT(PGM-IDX)
             ELSE
                 MOVE 'FAIL' TO PGM-VERDICT(PGM-IDX)
             END-IF
           END-PERFORM
           .

       3100-TAKE-ONE-CHECKSUM.
           MOVE SPACES TO CK-CRC CK-BYTES CK-NAME
           UNSTRING TMP-DATA-REC DELIMITED BY ALL SPACE
             INTO CK-CRC CK-BYTES CK-NAME
           END-UNSTRING
           MOVE SPACES TO CK-PGM
           IF CK-NAME(1:2) = './'
               MOVE CK-NAME(3:8) TO CK-PGM
           ELSE
               MOVE CK-NAME(1:8) TO CK-PGM
           END-IF
           PERFORM VARYING PGM-IDX FROM 1 BY 1
           UNTIL PGM-IDX > PGM-COUNT
             IF PGM-NAME(PGM-IDX) = CK-PGM
                 MOVE CK-CRC(1:10) TO PGM-CKSUM(PGM-IDX)
                 MOVE CK-BYTES     TO PGM-BYTES(PGM-IDX)
             END-IF
           END-PERFORM
           .

      * The sign-off: only a SUPERVISOR's signature makes the report
      * count for production.  csauthz logs the grant or refusal.
       4000-SIGN-THE-REPORT.
           MOVE 'NONE' TO WS-SIGNED-BY
           IF WS-OPER-ID = SPACES
               DISPLAY MYNAME ' no operator identified, report unsigned'
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-AUTHZ-ACT
           MOVE 'SUPERVISOR' TO WS-AUTHZ-NEED
           MOVE 'CERTIFY-RELEASE' TO WS-AUTHZ-WHAT
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'csauthz' USING
             WS-AUTHZ-ACT
             MYNAME
             WS-OPER-ID
             WS-AUTHZ-NEED
             WS-AUTHZ-WHAT
             WS-OPER-ROLE
             AUTHZ-SW
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           IF AUTHZ-GRANTED
               MOVE WS-OPER-ID TO WS-SIGNED-BY
           ELSE
               DISPLAY
                 MYNAME ' operator ' WS-OPER-ID
                 ' does not hold SUPERVISOR, report unsigned'
           END-IF
           .

       5000-WRITE-THE-REPORT.
           MOVE 'O' TO RPT-ACTION
           MOVE 'RELEASE CERTIFICATION' TO RPT-TITLE
           MOVE SPACES TO RPT-LINE
           STRING
             'SET          PROGRAM  VERDICT CERTIFIED RESU'
                                       DELIMITED SIZE
             'LT     THIS BUILD           RC  NOTE'
                                       DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER

           MOVE 'L' TO RPT-ACTION
           PERFORM VARYING SET-IDX FROM 1 BY 1
           UNTIL SET-IDX > SET-COUNT
             MOVE SPACES TO RPT-LINE
             STRING
               SET-ID(SET-IDX)         DELIMITED SIZE
               ' '                     DELIMITED SIZE
               SET-PGM(SET-IDX)        DELIMITED SIZE
               ' '                     DELIMITED SIZE
               SET-VERDICT(SET-IDX)    DELIMITED SIZE
               '    '                  DELIMITED SIZE
               SET-CERTIFIED(SET-IDX)  DELIMITED SIZE
               ' '                     DELIMITED SIZE
               SET-GOT(SET-IDX)        DELIMITED SIZE
               ' '                     DELIMITED SIZE
               SET-RC(SET-IDX)         DELIMITED SIZE
               ' '                     DELIMITED SIZE
               SET-NOTE(SET-IDX)       DELIMITED SIZE
               INTO RPT-LINE
             END-STRING
             PERFORM 8500-CALL-REPORT-WRITER
           END-PERFORM

           MOVE 'H' TO RPT-ACTION
           MOVE 'PROGRAM  VERDICT SETS PASSED BUILD CKSUM  BYTES'
             TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE 'L' TO RPT-ACTION
           PERFORM VARYING PGM-IDX FROM 1 BY 1
           UNTIL PGM-IDX > PGM-COUNT
             MOVE SPACES TO RPT-LINE
             STRING
               PGM-NAME(PGM-IDX)       DELIMITED SIZE
               ' '                     DELIMITED SIZE
               PGM-VERDICT(PGM-IDX)    DELIMITED SIZE
               '    '                  DELIMITED SIZE
               PGM-SETS(PGM-IDX)       DELIMITED SIZE
               '  '                    DELIMITED SIZE
               PGM-PASSED(PGM-IDX)     DELIMITED SIZE
               '    '                  DELIMITED SIZE
               PGM-CKSUM(PGM-IDX)      DELIMITED SIZE
               ' '                     DELIMITED SIZE
               PGM-BYTES(PGM-IDX)      DELIMITED SIZE
               INTO RPT-LINE
             END-STRING
             PERFORM 8500-CALL-REPORT-WRITER
           END-PERFORM
           IF WS-ONLY-PGM = SPACES
               PERFORM 5100-LIST-THE-UNCOVERED
           END-IF

           MOVE 'T' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           STRING
             'CERTIFICATION '          DELIMITED SIZE
             WS-CERT-ID                DELIMITED SIZE
             '  ENVIRONMENT '          DELIMITED SIZE
             WS-ENV                    DELIMITED SPACE
             '  CATALOG '              DELIMITED SIZE
             WS-CAT-FNAME              DELIMITED SPACE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE 'L' TO RPT-ACTION
           MOVE SET-COUNT TO WS-SET-DISP
           MOVE SPACES TO RPT-LINE
           STRING
             'SETS RUN '               DELIMITED SIZE
             WS-SET-DISP               DELIMITED SIZE
             '  PASSED '               DELIMITED SIZE
             WS-PASS-COUNT             DELIMITED SIZE
             '  FAILED '               DELIMITED SIZE
             WS-FAIL-COUNT             DELIMITED SIZE
             '  CATALOG ERRORS '       DELIMITED SIZE
             WS-BAD-COUNT              DELIMITED SIZE
             '  PROGRAMS WITHOUT A SET ' DELIMITED SIZE
             WS-UNCOV-COUNT            DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE SPACES TO RPT-LINE
           STRING
             'CERTIFICATION VERDICT '  DELIMITED SIZE
             WS-VERDICT                DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE SPACES TO RPT-LINE
           IF WS-SIGNED-BY = 'NONE'
               STRING
                 'NOT SIGNED OFF - '   DELIMITED SIZE
                 'NOT VALID FOR PRODUCTION' DELIMITED SIZE
                 INTO RPT-LINE
               END-STRING
           ELSE
               STRING
                 'SIGNED OFF BY '      DELIMITED SIZE
                 WS-SIGNED-BY          DELIMITED SPACE
                 ' ('                  DELIMITED SIZE
                 WS-OPER-ROLE          DELIMITED SPACE
                 ') AT '               DELIMITED SIZE
                 WS-CERT-TS            DELIMITED SIZE
                 INTO RPT-LINE
               END-STRING
           END-IF
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE 'C' TO RPT-ACTION
           PERFORM 8500-CALL-REPORT-WRITER

      *    the report stays on file under the certification id
           MOVE SPACES TO WS-KEEP-FNAME
           STRING
             'cscert.'                 DELIMITED SIZE
             WS-CERT-ID                DELIMITED SPACE
             '.rpt'                    DELIMITED SIZE
             INTO WS-KEEP-FNAME
           END-STRING
           MOVE SPACES TO WS-SYSTEM-CMD
           STRING
             'cp '                     DELIMITED SIZE
             FUNCTION TRIM(WS-RPT-FNAME) DELIMITED SIZE
             ' '                       DELIMITED SIZE
             FUNCTION TRIM(WS-KEEP-FNAME) DELIMITED SIZE
             INTO WS-SYSTEM-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-SYSTEM-CMD
           MOVE 0 TO RETURN-CODE
           .

      * Executables named like suite programs (cs, two digits, a
      * letter) with no known-answer set in the catalog.
       5100-LIST-THE-UNCOVERED.
           MOVE SPACES TO WS-SYSTEM-CMD
           STRING
             'for f in cs[0-9][0-9]* ; do case "$f" in *.*) ;; '
                                       DELIMITED SIZE
             '*) [ -f "$f" ] && [ -x "$f" ] && echo "$f" ;; '
                                       DELIMITED SIZE
             'esac ; done > '          DELIMITED SIZE
             FUNCTION TRIM(WS-TMP-FNAME) DELIMITED SIZE
             INTO WS-SYSTEM-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-SYSTEM-CMD
           MOVE 0 TO RETURN-CODE

           MOVE 'H' TO RPT-ACTION
           MOVE 'PROGRAMS WITH NO KNOWN-ANSWER SET' TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE 'L' TO RPT-ACTION
           SET TMP-EOF TO FALSE
           OPEN INPUT TMP-DATA
           IF WS-TMP-STAT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TMP-EOF
             READ TMP-DATA
               AT END SET TMP-EOF TO TRUE
               NOT AT END
                 MOVE 0 TO PGM-HIT
                 PERFORM VARYING PGM-IDX FROM 1 BY 1
                 UNTIL PGM-IDX > PGM-COUNT OR PGM-HIT > 0
                   IF PGM-NAME(PGM-IDX) = TMP-DATA-REC(1:8)
                       MOVE PGM-IDX TO PGM-HIT
                   END-IF
                 END-PERFORM
                 IF PGM-HIT = 0 AND TMP-DATA-REC(9:1) = SPACE
                     ADD 1 TO WS-UNCOV-COUNT
                     MOVE SPACES TO RPT-LINE
                     STRING
                       TMP-DATA-REC(1:8)   DELIMITED SIZE
                       ' NOT CERTIFIED - no known-answer set'
                                           DELIMITED SIZE
                       INTO RPT-LINE
                     END-STRING
                     PERFORM 8500-CALL-REPORT-WRITER
                 END-IF
             END-READ
           END-PERFORM
           CLOSE TMP-DATA
           .

      * One register line per program: the build checksum, its
      * verdict, and who signed.  The driver takes a build as
      * certified only from a PASS line with a signature.
       6000-WRITE-THE-REGISTER.
           OPEN EXTEND REG-DATA
           IF WS-REG-STAT NOT = '00'
               OPEN OUTPUT REG-DATA
           END-IF
           PERFORM VARYING PGM-IDX FROM 1 BY 1
           UNTIL PGM-IDX > PGM-COUNT
             MOVE SPACES TO WS-REG-LINE
             STRING
               'CERT='                 DELIMITED SIZE
               WS-CERT-ID              DELIMITED SPACE
               ' TS='                  DELIMITED SIZE
               WS-CERT-TS              DELIMITED SIZE
               ' PGM='                 DELIMITED SIZE
               PGM-NAME(PGM-IDX)       DELIMITED SPACE
               ' CKSUM='               DELIMITED SIZE
               PGM-CKSUM(PGM-IDX)      DELIMITED SPACE
               ' VERDICT='             DELIMITED SIZE
               PGM-VERDICT(PGM-IDX)    DELIMITED SIZE
               ' SETS='                DELIMITED SIZE
               PGM-SETS(PGM-IDX)       DELIMITED SIZE
               ' PASSED='              DELIMITED SIZE
               PGM-PASSED(PGM-IDX)     DELIMITED SIZE
               ' SIGNED='              DELIMITED SIZE
               WS-SIGNED-BY            DELIMITED SPACE
               ' REPORT='              DELIMITED SIZE
               WS-KEEP-FNAME           DELIMITED SPACE
               INTO WS-REG-LINE
             END-STRING
             WRITE REG-DATA-REC FROM WS-REG-LINE
           END-PERFORM
           CLOSE REG-DATA
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
           MOVE SET-COUNT TO WS-SET-DISP
           STRING
             ' CERT='                  DELIMITED SIZE
             WS-CERT-ID                DELIMITED SPACE
             ' SETS='                  DELIMITED SIZE
             WS-SET-DISP               DELIMITED SIZE
             ' PASSED='                DELIMITED SIZE
             WS-PASS-COUNT             DELIMITED SIZE
             ' FAILED='                DELIMITED SIZE
             WS-FAIL-COUNT             DELIMITED SIZE
             ' VERDICT='               DELIMITED SIZE
             WS-VERDICT                DELIMITED SPACE
             ' SIGNED='                DELIMITED SIZE
             WS-SIGNED-BY              DELIMITED SPACE
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
      * figure is the certification verdict.
       9900-DISPLAY-SUMMARY.

           MOVE WS-REC-COUNT TO WS-REC-COUNT-DISP
           MOVE WS-REC-COUNT-DISP TO WS-SUMM-RECS
           MOVE WS-VERDICT TO WS-SUMM-RESULT
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
