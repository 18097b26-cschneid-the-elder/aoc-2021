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
      * Layout-driven input validator.  Every input format the suite
      * reads is registered once in cslayout.cat -- record types,
      * field positions, numeric or character, allowed values and
      * separators -- and this program holds an input file against
      * its registered layout before the batch runs.  Each field
      * that breaks its layout is reported with its record number,
      * record type, field name, the reason and the offending value
      * to cslayv.rpt through the shared print writer, the first
      * few on the console as well, and the file is passed or
      * failed:
      *
      *   cslayv "FILE=cs05a-input.txt" "LAYOUT=VENTS"
      *   cslayv "FILE=big.son" "LAYOUT=SONAR" "TOLERANCE=1"
      *
      * TOLERANCE=pct lets a file pass with up to that percentage
      * of its checked records in violation (default 0: one bad
      * record fails the file).  LIST=n sets how many violations
      * reach the console (default 10); the report carries them
      * all.  A pass ends RC 0 and a fail RC 8, as does a file,
      * registry or layout that cannot be read -- csready runs
      * this program for every inventory entry that names a layout
      * and holds the batch on anything but a pass.
      *
       Program-ID. cslayv.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select INPT-DATA            Assign Dynamic WS-ASSIGN-NAME
                                        Organization Line Sequential
                                        File Status Is WS-INPT-STAT.
           Select LCAT-DATA            Assign 'cslayout.cat'
                                        Organization Line Sequential
                                        File Status Is WS-LCAT-STAT.
       Data Division.
       File Section.
       FD  INPT-DATA.
       01  INPT-DATA-REC      PIC X(5000).

       FD  LCAT-DATA.
       01  LCAT-DATA-REC      PIC X(200).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'cslayv'.
           05  TYPE-MAX           PIC 9(004) COMP    VALUE 20.
           05  FIELD-MAX          PIC 9(004) COMP    VALUE 60.
           05  TOKEN-MAX          PIC 9(004) COMP    VALUE 200.

       01  WORK-AREAS.
           05  WS-REC-COUNT       PIC 9(008) COMP    VALUE 0.
           05  CLI-ARGS           PIC X(160)         VALUE SPACES.
           05  WS-ASSIGN-NAME     PIC X(080)         VALUE SPACES.
           05  WS-CLI-TOKEN       PIC X(080)         VALUE SPACES.
           05  WS-CLI-KEY         PIC X(020)         VALUE SPACES.
           05  WS-CLI-VAL         PIC X(080)         VALUE SPACES.
           05  CLI-PTR            PIC 9(003) COMP    VALUE 1.
           05  WS-INPT-STAT       PIC X(002)         VALUE SPACES.
           05  WS-LCAT-STAT       PIC X(002)         VALUE SPACES.
           05  WS-AUDIT-LOG-NAME  PIC X(040)        VALUE 'csaudit.log'.
           05  WS-AUDIT-KEYS      PIC X(160)         VALUE SPACES.
           05  WS-RC-DISP         PIC 9(004)         VALUE 0.
           05  WS-SUMM-RECS       PIC X(018)         VALUE SPACES.
           05  WS-SUMM-RESULT     PIC X(040)         VALUE SPACES.
           05  WS-HOLD-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-CFG-VAL         PIC X(080)         VALUE SPACES.
           05  WS-CFG-AUDITLOG    PIC X(020)       VALUE 'AUDITLOG'.
           05  WS-RUN-ID          PIC X(017)         VALUE SPACES.
           05  WS-REC-COUNT-DISP  PIC 9(008)         VALUE 0.
           05  WS-RPT-ACTION      PIC X(001)         VALUE SPACES.
           05  WS-RPT-TITLE       PIC X(040)         VALUE SPACES.
           05  WS-RPT-LINE        PIC X(132)         VALUE SPACES.
           05  WS-LAYOUT          PIC X(008)         VALUE SPACES.
           05  WS-LAYOUT-DESC     PIC X(080)         VALUE SPACES.
           05  WS-TOLERANCE       PIC 9(003)         VALUE 0.
           05  WS-LIST-MAX        PIC 9(004)         VALUE 10.
           05  WS-VERDICT         PIC X(004)         VALUE 'FAIL'.

       01  CATALOG-AREAS.
           05  LCAT-REC-NO        PIC 9(008) COMP    VALUE 0.
           05  LCAT-TOK           PIC X(080) OCCURS 8 TIMES.
           05  LCAT-SUB           PIC 9(004) COMP    VALUE 0.
           05  LCAT-BAD-COUNT     PIC 9(004) COMP    VALUE 0.
           05  LCAT-REC-DISP      PIC 9(006)         VALUE 0.
           05  LCAT-PART          PIC X(080) OCCURS 3 TIMES.
           05  LCAT-WORK          PIC X(080)         VALUE SPACES.
           05  LCAT-LEN           PIC 9(004) COMP    VALUE 0.

      *    the requested layout's record types, in catalog order
       01  TYPE-TABLE.
           05  TYP-COUNT          PIC 9(004) COMP    VALUE 0.
           05  TYP-ENTRY OCCURS 20 TIMES.
               10  TYP-NAME       PIC X(012).
               10  TYP-RULE       PIC X(005).
                   88  TYP-RULE-FIRST                VALUE 'FIRST'.
                   88  TYP-RULE-BLANK                VALUE 'BLANK'.
                   88  TYP-RULE-LIT                  VALUE 'LIT'.
                   88  TYP-RULE-WORDS                VALUE 'WORDS'.
                   88  TYP-RULE-ANY                  VALUE 'ANY'.
               10  TYP-LIT-COL    PIC 9(004) COMP.
               10  TYP-LIT-LEN    PIC 9(004) COMP.
               10  TYP-LIT        PIC X(040).
               10  TYP-FORM       PIC X(005).
                   88  TYP-FIXED                     VALUE 'FIXED'.
                   88  TYP-SEP                       VALUE 'SEP'.
                   88  TYP-SKIP                      VALUE 'SKIP'.
               10  TYP-SEPS       PIC X(004).
               10  TYP-SPACE-SEP  PIC X(001).
               10  TYP-MAX-POS    PIC 9(004) COMP.
               10  TYP-REPEAT     PIC X(001).
               10  TYP-RECS       PIC 9(008) COMP.

      *    the requested layout's fields, each tied to its type
       01  FIELD-TABLE.
           05  FLD-COUNT          PIC 9(004) COMP    VALUE 0.
           05  FLD-ENTRY OCCURS 60 TIMES.
               10  FLD-TYPE       PIC 9(004) COMP.
               10  FLD-NAME       PIC X(016).
               10  FLD-POS        PIC 9(004) COMP.
               10  FLD-REPEAT     PIC X(001).
               10  FLD-LEN        PIC 9(004) COMP.
               10  FLD-CLASS      PIC X(001).
               10  FLD-OPTIONAL   PIC X(001).
               10  FLD-ALLOWED    PIC X(080).
               10  FLD-VIOLS      PIC 9(008) COMP.

       01  CHECK-AREAS.
           05  TYP-IDX            PIC 9(004) COMP    VALUE 0.
           05  FLD-IDX            PIC 9(004) COMP    VALUE 0.
           05  REC-TYPE           PIC 9(004) COMP    VALUE 0.
           05  REC-LEN            PIC 9(004) COMP    VALUE 0.
           05  REC-WORDS          PIC 9(004) COMP    VALUE 0.
           05  REC-BAD-SW         PIC X(001)         VALUE 'N'.
               88  REC-BAD                           VALUE 'Y'
                                                     FALSE 'N'.
           05  TOK-COUNT          PIC 9(004) COMP    VALUE 0.
           05  TOK-OVERFLOW-SW    PIC X(001)         VALUE 'N'.
               88  TOK-OVERFLOW                      VALUE 'Y'
                                                     FALSE 'N'.
           05  TOK-START          PIC 9(004) COMP OCCURS 200 TIMES.
           05  TOK-LEN            PIC 9(004) COMP OCCURS 200 TIMES.
           05  TOK-SUB            PIC 9(004) COMP    VALUE 0.
           05  TOK-OPEN-SW        PIC X(001)         VALUE 'N'.
               88  TOK-OPEN                          VALUE 'Y'
                                                     FALSE 'N'.
           05  TOK-HARD-SW        PIC X(001)         VALUE 'N'.
               88  TOK-HARD                          VALUE 'Y'
                                                     FALSE 'N'.
           05  TOK-SOFT-SW        PIC X(001)         VALUE 'N'.
               88  TOK-SOFT                          VALUE 'Y'
                                                     FALSE 'N'.
           05  CHR-SUB            PIC 9(004) COMP    VALUE 0.
           05  CHR                PIC X(001)         VALUE SPACE.
           05  CHK-START          PIC 9(004) COMP    VALUE 0.
           05  CHK-LEN            PIC 9(004) COMP    VALUE 0.
           05  CHK-END            PIC 9(004) COMP    VALUE 0.
           05  CHK-FIELD-NO       PIC 9(004) COMP    VALUE 0.
           05  CHK-NUM            PIC S9(018)        VALUE 0.
           05  CHK-LO             PIC S9(018)        VALUE 0.
           05  CHK-HI             PIC S9(018)        VALUE 0.
           05  CHK-DIGITS         PIC 9(004) COMP    VALUE 0.
           05  CHK-VALUE          PIC X(080)         VALUE SPACES.
           05  CHK-ITEM           PIC X(080)         VALUE SPACES.
           05  CHK-PTR            PIC 9(004) COMP    VALUE 1.
           05  CHK-HIT-SW         PIC X(001)         VALUE 'N'.
               88  CHK-HIT                           VALUE 'Y'
                                                     FALSE 'N'.
           05  VIO-REASON         PIC X(016)         VALUE SPACES.
           05  VIO-FIELD          PIC X(016)         VALUE SPACES.
           05  VIO-VALUE          PIC X(040)         VALUE SPACES.
           05  VIO-COUNT          PIC 9(008) COMP    VALUE 0.
           05  VIO-NOTYPE-COUNT   PIC 9(008) COMP    VALUE 0.
           05  VIO-EXTRA-COUNT    PIC 9(008) COMP    VALUE 0.
           05  BAD-REC-COUNT      PIC 9(008) COMP    VALUE 0.
           05  CHECKED-COUNT      PIC 9(008) COMP    VALUE 0.
           05  SKIPPED-COUNT      PIC 9(008) COMP    VALUE 0.
           05  REC-NO-DISP        PIC 9(008)         VALUE 0.
           05  CNT-DISP           PIC ZZZZZZZ9.
           05  TOL-DISP           PIC ZZ9.
           05  WS-VIO-DISP        PIC 9(008)         VALUE 0.
           05  WS-BAD-DISP        PIC 9(008)         VALUE 0.
           05  WS-CHECKED-DISP    PIC 9(008)         VALUE 0.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           05  WS-START-TIME-R    REDEFINES WS-START-TIME.
               10  WS-START-HH    PIC 9(002).
               10  WS-START-MM    PIC 9(002).
               10  WS-START-SS    PIC 9(002).
               10  WS-START-HS    PIC 9(002).

       01  SWITCHES.
           05  INPT-DATA-EOF-SW   PIC X(001)         VALUE 'N'.
               88  INPT-DATA-EOF                     VALUE 'Y'.
           05  LCAT-EOF-SW        PIC X(001)         VALUE 'N'.
               88  LCAT-EOF                          VALUE 'Y'.
           05  LAYOUT-FOUND-SW    PIC X(001)         VALUE 'N'.
               88  LAYOUT-FOUND                      VALUE 'Y'.

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

           IF WS-ASSIGN-NAME = SPACES OR WS-LAYOUT = SPACES
               DISPLAY
                 MYNAME ' both FILE= and LAYOUT= are required'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF

           PERFORM 1000-LOAD-THE-LAYOUT
           IF RETURN-CODE NOT = 0
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF

           OPEN INPUT INPT-DATA
           IF WS-INPT-STAT NOT = '00'
               DISPLAY
                 MYNAME ' input file missing or unreadable: '
                 FUNCTION TRIM(WS-ASSIGN-NAME)
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF

           PERFORM 2000-OPEN-THE-REPORT

           PERFORM 8010-READ-INPT-DATA
           PERFORM 3000-CHECK-ONE-RECORD UNTIL INPT-DATA-EOF

           CLOSE INPT-DATA

           IF BAD-REC-COUNT * 100 <= WS-TOLERANCE * CHECKED-COUNT
               MOVE 'PASS' TO WS-VERDICT
           ELSE
               MOVE 'FAIL' TO WS-VERDICT
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 4000-WRITE-THE-TOTALS

           DISPLAY MYNAME ' ----------------------------------------'
           DISPLAY MYNAME ' records read       ' WS-REC-COUNT
           DISPLAY MYNAME ' records checked    ' CHECKED-COUNT
           DISPLAY MYNAME ' records skipped    ' SKIPPED-COUNT
           DISPLAY MYNAME ' records in error   ' BAD-REC-COUNT
           DISPLAY MYNAME ' field violations   ' VIO-COUNT
           DISPLAY
             MYNAME ' ' FUNCTION TRIM(WS-ASSIGN-NAME) ' '
             WS-VERDICT ' against layout ' WS-LAYOUT

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
             WHEN 'LAYOUT'
                 MOVE FUNCTION UPPER-CASE(WS-CLI-VAL(1:8)) TO WS-LAYOUT
             WHEN 'TOLERANCE'
                 IF FUNCTION TEST-NUMVAL(WS-CLI-VAL) = 0
                     AND FUNCTION NUMVAL(WS-CLI-VAL) >= 0
                     AND FUNCTION NUMVAL(WS-CLI-VAL) <= 100
                     MOVE FUNCTION NUMVAL(WS-CLI-VAL) TO WS-TOLERANCE
                 ELSE
                     DISPLAY
                       MYNAME ' warning - TOLERANCE= must be 0 to'
                       ' 100; 0 kept'
                 END-IF
             WHEN 'LIST'
                 IF FUNCTION TEST-NUMVAL(WS-CLI-VAL) = 0
                     AND FUNCTION NUMVAL(WS-CLI-VAL) >= 0
                     AND FUNCTION NUMVAL(WS-CLI-VAL) <= 9999
                     MOVE FUNCTION NUMVAL(WS-CLI-VAL) TO WS-LIST-MAX
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
      * Pull the requested layout's RECTYPE and FIELD entries out of
      * the registry.  An entry that cannot be understood fails the
      * run rather than letting a half-read layout pass a file.
      *----------------------------------------------------------------
       1000-LOAD-THE-LAYOUT.
           OPEN INPUT LCAT-DATA
           IF WS-LCAT-STAT NOT = '00'
               DISPLAY
                 MYNAME ' unable to open cslayout.cat, status '
                 WS-LCAT-STAT
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LCAT-EOF
             MOVE SPACES TO LCAT-DATA-REC
             READ LCAT-DATA
               AT END SET LCAT-EOF TO TRUE
               NOT AT END
                 ADD 1 TO LCAT-REC-NO
                 IF LCAT-DATA-REC(1:1) NOT = '*'
                     AND LCAT-DATA-REC NOT = SPACES
                     PERFORM 1100-TAKE-ONE-ENTRY
                 END-IF
             END-READ
           END-PERFORM
           CLOSE LCAT-DATA

           EVALUATE TRUE
             WHEN NOT LAYOUT-FOUND
                 DISPLAY
                   MYNAME ' layout ' WS-LAYOUT
                   ' is not registered in cslayout.cat'
                 MOVE 8 TO RETURN-CODE
             WHEN TYP-COUNT = 0
                 DISPLAY
                   MYNAME ' layout ' WS-LAYOUT
                   ' has no RECTYPE entries in cslayout.cat'
                 MOVE 8 TO RETURN-CODE
             WHEN LCAT-BAD-COUNT > 0
                 DISPLAY
                   MYNAME ' layout ' WS-LAYOUT ' has ' LCAT-BAD-COUNT
                   ' unusable registry entries; file not checked'
                 MOVE 8 TO RETURN-CODE
             WHEN OTHER
                 DISPLAY
                   MYNAME ' layout ' WS-LAYOUT ' - '
                   FUNCTION TRIM(WS-LAYOUT-DESC)
           END-EVALUATE
           .

       1100-TAKE-ONE-ENTRY.
           PERFORM VARYING LCAT-SUB FROM 1 BY 1 UNTIL LCAT-SUB > 8
             MOVE SPACES TO LCAT-TOK(LCAT-SUB)
           END-PERFORM
           UNSTRING LCAT-DATA-REC DELIMITED BY '|'
             INTO LCAT-TOK(1) LCAT-TOK(2) LCAT-TOK(3) LCAT-TOK(4)
                  LCAT-TOK(5) LCAT-TOK(6) LCAT-TOK(7) LCAT-TOK(8)
           END-UNSTRING
           IF FUNCTION UPPER-CASE(LCAT-TOK(2)) NOT = WS-LAYOUT
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION UPPER-CASE(LCAT-TOK(1))
             WHEN 'LAYOUT'
                 SET LAYOUT-FOUND TO TRUE
                 MOVE LCAT-TOK(3) TO WS-LAYOUT-DESC
             WHEN 'RECTYPE'
                 PERFORM 1200-TAKE-ONE-RECTYPE
             WHEN 'FIELD'
                 PERFORM 1300-TAKE-ONE-FIELD
             WHEN OTHER
                 PERFORM 1900-NOTE-BAD-ENTRY
           END-EVALUATE
           .

      * RECTYPE|layout|type|rule|form|separators
       1200-TAKE-ONE-RECTYPE.
           IF TYP-COUNT >= TYPE-MAX
               PERFORM 1900-NOTE-BAD-ENTRY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TYP-COUNT
           INITIALIZE TYP-ENTRY(TYP-COUNT)
           MOVE FUNCTION UPPER-CASE(LCAT-TOK(3))
             TO TYP-NAME(TYP-COUNT)
           MOVE 'N' TO TYP-SPACE-SEP(TYP-COUNT)
                       TYP-REPEAT(TYP-COUNT)

           MOVE SPACES TO LCAT-PART(1) LCAT-PART(2) LCAT-PART(3)
           UNSTRING LCAT-TOK(4) DELIMITED BY ':'
             INTO LCAT-PART(1) LCAT-PART(2) LCAT-PART(3)
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(LCAT-PART(1))
             TO TYP-RULE(TYP-COUNT)
           EVALUATE TRUE
             WHEN TYP-RULE-FIRST(TYP-COUNT)
               OR TYP-RULE-BLANK(TYP-COUNT)
               OR TYP-RULE-ANY(TYP-COUNT)
                 CONTINUE
             WHEN TYP-RULE-LIT(TYP-COUNT)
                 IF FUNCTION TEST-NUMVAL(LCAT-PART(2)) NOT = 0
                     OR LCAT-PART(3) = SPACES
                     PERFORM 1900-NOTE-BAD-ENTRY
                     EXIT PARAGRAPH
                 END-IF
                 MOVE FUNCTION NUMVAL(LCAT-PART(2))
                   TO TYP-LIT-COL(TYP-COUNT)
                 MOVE LCAT-PART(3) TO TYP-LIT(TYP-COUNT)
                 MOVE 0 TO LCAT-LEN
                 INSPECT FUNCTION TRIM(LCAT-PART(3), TRAILING)
                   TALLYING LCAT-LEN FOR ALL CHARACTERS
                 MOVE LCAT-LEN TO TYP-LIT-LEN(TYP-COUNT)
                 IF TYP-LIT-COL(TYP-COUNT) < 1
                     OR TYP-LIT-COL(TYP-COUNT) + LCAT-LEN - 1 > 5000
                     PERFORM 1900-NOTE-BAD-ENTRY
                     EXIT PARAGRAPH
                 END-IF
      *          WORDS:n keeps its word count where LIT keeps its
      *          column
             WHEN TYP-RULE-WORDS(TYP-COUNT)
                 IF FUNCTION TEST-NUMVAL(LCAT-PART(2)) NOT = 0
                     PERFORM 1900-NOTE-BAD-ENTRY
                     EXIT PARAGRAPH
                 END-IF
                 MOVE FUNCTION NUMVAL(LCAT-PART(2))
                   TO TYP-LIT-COL(TYP-COUNT)
                 IF TYP-LIT-COL(TYP-COUNT) < 1
                     PERFORM 1900-NOTE-BAD-ENTRY
                     EXIT PARAGRAPH
                 END-IF
             WHEN OTHER
                 PERFORM 1900-NOTE-BAD-ENTRY
                 EXIT PARAGRAPH
           END-EVALUATE

           MOVE FUNCTION UPPER-CASE(LCAT-TOK(5))
             TO TYP-FORM(TYP-COUNT)
           EVALUATE TRUE
             WHEN TYP-FIXED(TYP-COUNT) OR TYP-SKIP(TYP-COUNT)
                 CONTINUE
             WHEN TYP-SEP(TYP-COUNT)
                 PERFORM 1210-TAKE-THE-SEPARATORS
             WHEN OTHER
                 PERFORM 1900-NOTE-BAD-ENTRY
           END-EVALUATE
           .

      * SPACE, COMMA or a single character, joined with +; a lone
      * + is itself the separator.
       1210-TAKE-THE-SEPARATORS.
           MOVE SPACES TO TYP-SEPS(TYP-COUNT)
           IF LCAT-TOK(6) = '+'
               MOVE '+' TO TYP-SEPS(TYP-COUNT)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LCAT-PART(1) LCAT-PART(2) LCAT-PART(3)
           UNSTRING LCAT-TOK(6) DELIMITED BY '+'
             INTO LCAT-PART(1) LCAT-PART(2) LCAT-PART(3)
           END-UNSTRING
           MOVE 0 TO LCAT-LEN
           PERFORM VARYING LCAT-SUB FROM 1 BY 1 UNTIL LCAT-SUB > 3
             EVALUATE TRUE
               WHEN LCAT-PART(LCAT-SUB) = SPACES
                   CONTINUE
               WHEN FUNCTION UPPER-CASE(LCAT-PART(LCAT-SUB)) = 'SPACE'
                   MOVE 'Y' TO TYP-SPACE-SEP(TYP-COUNT)
               WHEN FUNCTION UPPER-CASE(LCAT-PART(LCAT-SUB)) = 'COMMA'
                   ADD 1 TO LCAT-LEN
                   MOVE ',' TO TYP-SEPS(TYP-COUNT)(LCAT-LEN:1)
               WHEN LCAT-PART(LCAT-SUB)(2:79) = SPACES
                   ADD 1 TO LCAT-LEN
                   MOVE LCAT-PART(LCAT-SUB)(1:1)
                     TO TYP-SEPS(TYP-COUNT)(LCAT-LEN:1)
               WHEN OTHER
                   PERFORM 1900-NOTE-BAD-ENTRY
             END-EVALUATE
           END-PERFORM
           IF LCAT-LEN = 0 AND TYP-SPACE-SEP(TYP-COUNT) = 'N'
               PERFORM 1900-NOTE-BAD-ENTRY
           END-IF
           .

      * FIELD|layout|type|name|position|width|class|allowed
       1300-TAKE-ONE-FIELD.
           IF FLD-COUNT >= FIELD-MAX
               PERFORM 1900-NOTE-BAD-ENTRY
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TYP-IDX
           PERFORM VARYING LCAT-SUB FROM 1 BY 1
           UNTIL LCAT-SUB > TYP-COUNT
             IF TYP-NAME(LCAT-SUB) = FUNCTION UPPER-CASE(LCAT-TOK(3))
                 MOVE LCAT-SUB TO TYP-IDX
             END-IF
           END-PERFORM
           IF TYP-IDX = 0
               PERFORM 1900-NOTE-BAD-ENTRY
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO FLD-COUNT
           INITIALIZE FLD-ENTRY(FLD-COUNT)
           MOVE TYP-IDX TO FLD-TYPE(FLD-COUNT)
           MOVE LCAT-TOK(4) TO FLD-NAME(FLD-COUNT)
           MOVE 'N' TO FLD-REPEAT(FLD-COUNT) FLD-OPTIONAL(FLD-COUNT)

           MOVE LCAT-TOK(5) TO LCAT-WORK
           MOVE 0 TO LCAT-LEN
           INSPECT LCAT-WORK TALLYING LCAT-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           IF LCAT-LEN > 1 AND LCAT-WORK(LCAT-LEN:1) = '+'
               MOVE 'Y' TO FLD-REPEAT(FLD-COUNT)
               MOVE 'Y' TO TYP-REPEAT(TYP-IDX)
               MOVE SPACE TO LCAT-WORK(LCAT-LEN:1)
           END-IF
           IF FUNCTION TEST-NUMVAL(LCAT-WORK) NOT = 0
               OR FUNCTION TEST-NUMVAL(LCAT-TOK(6)) NOT = 0
               SUBTRACT 1 FROM FLD-COUNT
               PERFORM 1900-NOTE-BAD-ENTRY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(LCAT-WORK) TO FLD-POS(FLD-COUNT)
           MOVE FUNCTION NUMVAL(LCAT-TOK(6)) TO FLD-LEN(FLD-COUNT)
           IF FLD-POS(FLD-COUNT) < 1
               OR FLD-POS(FLD-COUNT) > 5000
               OR (TYP-SEP(TYP-IDX) AND FLD-POS(FLD-COUNT) > TOKEN-MAX)
               OR (TYP-FIXED(TYP-IDX)
                   AND FLD-POS(FLD-COUNT) + FLD-LEN(FLD-COUNT) > 5001)
               OR (TYP-FIXED(TYP-IDX) AND FLD-REPEAT(FLD-COUNT) = 'Y')
               SUBTRACT 1 FROM FLD-COUNT
               PERFORM 1900-NOTE-BAD-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF FLD-POS(FLD-COUNT) > TYP-MAX-POS(TYP-IDX)
               MOVE FLD-POS(FLD-COUNT) TO TYP-MAX-POS(TYP-IDX)
           END-IF

           MOVE FUNCTION UPPER-CASE(LCAT-TOK(7)(1:1))
             TO FLD-CLASS(FLD-COUNT)
           IF LCAT-TOK(7)(2:1) = '?'
               MOVE 'Y' TO FLD-OPTIONAL(FLD-COUNT)
           END-IF
           IF FLD-CLASS(FLD-COUNT) NOT = 'N' AND NOT = 'S'
               AND NOT = 'A' AND NOT = 'X' AND NOT = 'B' AND NOT = 'H'
               SUBTRACT 1 FROM FLD-COUNT
               PERFORM 1900-NOTE-BAD-ENTRY
               EXIT PARAGRAPH
           END-IF
           MOVE LCAT-TOK(8) TO FLD-ALLOWED(FLD-COUNT)
           IF (FLD-CLASS(FLD-COUNT) = 'N' OR 'S')
               AND FLD-ALLOWED(FLD-COUNT) NOT = SPACES
               MOVE SPACES TO LCAT-PART(1) LCAT-PART(2)
               UNSTRING FLD-ALLOWED(FLD-COUNT) DELIMITED BY ':'
                 INTO LCAT-PART(1) LCAT-PART(2)
               END-UNSTRING
               IF FUNCTION TEST-NUMVAL(LCAT-PART(1)) NOT = 0
                   OR FUNCTION TEST-NUMVAL(LCAT-PART(2)) NOT = 0
                   SUBTRACT 1 FROM FLD-COUNT
                   PERFORM 1900-NOTE-BAD-ENTRY
               END-IF
           END-IF
           .

       1900-NOTE-BAD-ENTRY.
           ADD 1 TO LCAT-BAD-COUNT
           MOVE LCAT-REC-NO TO LCAT-REC-DISP
           DISPLAY
             MYNAME ' cslayout.cat record ' LCAT-REC-DISP
             ' not understood: '
             FUNCTION TRIM(LCAT-DATA-REC, TRAILING)
           .

       2000-OPEN-THE-REPORT.
           MOVE 'O' TO WS-RPT-ACTION
           MOVE 'INPUT LAYOUT VALIDATION' TO WS-RPT-TITLE
           MOVE SPACES TO WS-RPT-LINE
           STRING
             '  RECORD  TYPE          FIELD             REASON'
               DELIMITED SIZE
             '            VALUE'        DELIMITED SIZE
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE 'L' TO WS-RPT-ACTION
           MOVE SPACES TO WS-RPT-LINE
           STRING
             'FILE '                    DELIMITED SIZE
             WS-ASSIGN-NAME             DELIMITED SPACE
             ' LAYOUT '                 DELIMITED SIZE
             WS-LAYOUT                  DELIMITED SPACE
             ' - '                      DELIMITED SIZE
             WS-LAYOUT-DESC             DELIMITED SIZE
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 9200-WRITE-REPORT-LINE
           .

      *----------------------------------------------------------------
      * One input record: name its type by the first rule that fits,
      * then hold each of the type's fields to its layout.
      *----------------------------------------------------------------
       3000-CHECK-ONE-RECORD.
           SET REC-BAD TO FALSE
           MOVE 0 TO REC-LEN
           INSPECT FUNCTION TRIM(INPT-DATA-REC, TRAILING)
             TALLYING REC-LEN FOR ALL CHARACTERS
           IF INPT-DATA-REC = SPACES
               MOVE 0 TO REC-LEN
           END-IF
      *    words are runs of non-blank characters, for WORDS:n
           MOVE 0 TO REC-WORDS
           MOVE SPACE TO CHR
           PERFORM VARYING CHR-SUB FROM 1 BY 1
           UNTIL CHR-SUB > REC-LEN
             IF INPT-DATA-REC(CHR-SUB:1) NOT = SPACE
                 AND CHR = SPACE
                 ADD 1 TO REC-WORDS
             END-IF
             MOVE INPT-DATA-REC(CHR-SUB:1) TO CHR
           END-PERFORM

           MOVE 0 TO REC-TYPE
           PERFORM VARYING TYP-IDX FROM 1 BY 1
           UNTIL TYP-IDX > TYP-COUNT OR REC-TYPE > 0
             EVALUATE TRUE
               WHEN TYP-RULE-FIRST(TYP-IDX)
                   IF WS-REC-COUNT = 1
                       MOVE TYP-IDX TO REC-TYPE
                   END-IF
               WHEN TYP-RULE-BLANK(TYP-IDX)
                   IF REC-LEN = 0
                       MOVE TYP-IDX TO REC-TYPE
                   END-IF
               WHEN TYP-RULE-LIT(TYP-IDX)
                   IF INPT-DATA-REC(TYP-LIT-COL(TYP-IDX):
                                    TYP-LIT-LEN(TYP-IDX))
                      = TYP-LIT(TYP-IDX)(1:TYP-LIT-LEN(TYP-IDX))
                       MOVE TYP-IDX TO REC-TYPE
                   END-IF
               WHEN TYP-RULE-WORDS(TYP-IDX)
                   IF REC-WORDS = TYP-LIT-COL(TYP-IDX)
                       MOVE TYP-IDX TO REC-TYPE
                   END-IF
               WHEN TYP-RULE-ANY(TYP-IDX)
                   MOVE TYP-IDX TO REC-TYPE
             END-EVALUATE
           END-PERFORM

           EVALUATE TRUE
             WHEN REC-TYPE = 0
                 ADD 1 TO CHECKED-COUNT
                 ADD 1 TO VIO-NOTYPE-COUNT
                 MOVE 0 TO FLD-IDX
                 MOVE '-' TO VIO-FIELD
                 MOVE 'NO RECORD TYPE' TO VIO-REASON
                 MOVE INPT-DATA-REC(1:40) TO VIO-VALUE
                 PERFORM 3900-NOTE-VIOLATION
             WHEN TYP-SKIP(REC-TYPE)
                 ADD 1 TO SKIPPED-COUNT
                 ADD 1 TO TYP-RECS(REC-TYPE)
             WHEN TYP-FIXED(REC-TYPE)
                 ADD 1 TO CHECKED-COUNT
                 ADD 1 TO TYP-RECS(REC-TYPE)
                 PERFORM 3100-CHECK-FIXED-FIELDS
             WHEN OTHER
                 ADD 1 TO CHECKED-COUNT
                 ADD 1 TO TYP-RECS(REC-TYPE)
                 PERFORM 3200-SPLIT-THE-RECORD
                 PERFORM 3300-CHECK-SEP-FIELDS
           END-EVALUATE

           IF REC-BAD
               ADD 1 TO BAD-REC-COUNT
           END-IF

           PERFORM 8010-READ-INPT-DATA
           .

       3100-CHECK-FIXED-FIELDS.
           PERFORM VARYING FLD-IDX FROM 1 BY 1
           UNTIL FLD-IDX > FLD-COUNT
             IF FLD-TYPE(FLD-IDX) = REC-TYPE
                 MOVE FLD-POS(FLD-IDX) TO CHK-START
                 IF FLD-LEN(FLD-IDX) = 0
                     IF REC-LEN >= CHK-START
                         COMPUTE CHK-LEN = REC-LEN - CHK-START + 1
                     ELSE
                         MOVE 0 TO CHK-LEN
                     END-IF
                 ELSE
                     MOVE FLD-LEN(FLD-IDX) TO CHK-LEN
                 END-IF
                 PERFORM 3500-CHECK-ONE-VALUE
             END-IF
           END-PERFORM
           .

      * Split on the type's separators.  A run of spaces is one
      * separator and leading or trailing spaces separate nothing;
      * any other separator ends a field every time, so two commas
      * in a row leave an empty field between them.  Spaces around
      * a comma belong to the comma.
       3200-SPLIT-THE-RECORD.
           MOVE 0 TO TOK-COUNT
           SET TOK-OVERFLOW TO FALSE
           SET TOK-OPEN TO FALSE
           SET TOK-HARD TO FALSE
           SET TOK-SOFT TO FALSE
           PERFORM VARYING CHR-SUB FROM 1 BY 1
           UNTIL CHR-SUB > REC-LEN
             MOVE INPT-DATA-REC(CHR-SUB:1) TO CHR
             EVALUATE TRUE
               WHEN CHR NOT = SPACE
                 AND (CHR = TYP-SEPS(REC-TYPE)(1:1)
                   OR CHR = TYP-SEPS(REC-TYPE)(2:1)
                   OR CHR = TYP-SEPS(REC-TYPE)(3:1))
                   IF NOT TOK-OPEN AND NOT TOK-SOFT
                       PERFORM 3210-START-A-TOKEN
                   END-IF
                   SET TOK-OPEN TO FALSE
                   SET TOK-SOFT TO FALSE
                   SET TOK-HARD TO TRUE
               WHEN CHR = SPACE AND TYP-SPACE-SEP(REC-TYPE) = 'Y'
                   IF TOK-OPEN
                       SET TOK-SOFT TO TRUE
                   END-IF
                   SET TOK-OPEN TO FALSE
               WHEN OTHER
                   IF NOT TOK-OPEN
                       PERFORM 3210-START-A-TOKEN
                       SET TOK-OPEN TO TRUE
                       MOVE CHR-SUB TO TOK-START(TOK-COUNT)
                   END-IF
                   SET TOK-HARD TO FALSE
                   SET TOK-SOFT TO FALSE
                   COMPUTE TOK-LEN(TOK-COUNT) =
                     CHR-SUB - TOK-START(TOK-COUNT) + 1
             END-EVALUATE
           END-PERFORM
      *    a hard separator last in the record ends an empty field
           IF TOK-HARD
               PERFORM 3210-START-A-TOKEN
           END-IF
           .

      * A new field begins: empty until a character lands in it.
      * Past the table's capacity the field is counted but not kept.
       3210-START-A-TOKEN.
           IF TOK-COUNT < TOKEN-MAX
               ADD 1 TO TOK-COUNT
               MOVE CHR-SUB TO TOK-START(TOK-COUNT)
               MOVE 0 TO TOK-LEN(TOK-COUNT)
           ELSE
               SET TOK-OVERFLOW TO TRUE
           END-IF
           .

       3300-CHECK-SEP-FIELDS.
           IF TOK-OVERFLOW
               MOVE '-' TO VIO-FIELD
               MOVE 'TOO MANY FIELDS' TO VIO-REASON
               MOVE INPT-DATA-REC(1:40) TO VIO-VALUE
               MOVE 0 TO FLD-IDX
               PERFORM 3900-NOTE-VIOLATION
           END-IF
           PERFORM VARYING FLD-IDX FROM 1 BY 1
           UNTIL FLD-IDX > FLD-COUNT
             IF FLD-TYPE(FLD-IDX) = REC-TYPE
                 IF FLD-REPEAT(FLD-IDX) = 'Y'
                     AND TOK-COUNT > FLD-POS(FLD-IDX)
                     PERFORM VARYING CHK-FIELD-NO
                     FROM FLD-POS(FLD-IDX) BY 1
                     UNTIL CHK-FIELD-NO > TOK-COUNT
                       PERFORM 3310-CHECK-ONE-TOKEN
                     END-PERFORM
                 ELSE
                     MOVE FLD-POS(FLD-IDX) TO CHK-FIELD-NO
                     PERFORM 3310-CHECK-ONE-TOKEN
                 END-IF
             END-IF
           END-PERFORM
           IF TYP-REPEAT(REC-TYPE) = 'N'
               AND TOK-COUNT > TYP-MAX-POS(REC-TYPE)
               ADD 1 TO VIO-EXTRA-COUNT
               MOVE '-' TO VIO-FIELD
               MOVE 'EXTRA FIELDS' TO VIO-REASON
               MOVE INPT-DATA-REC(1:40) TO VIO-VALUE
               MOVE 0 TO FLD-IDX
               PERFORM 3900-NOTE-VIOLATION
           END-IF
           .

       3310-CHECK-ONE-TOKEN.
           IF CHK-FIELD-NO <= TOK-COUNT
               MOVE TOK-START(CHK-FIELD-NO) TO CHK-START
               MOVE TOK-LEN(CHK-FIELD-NO)   TO CHK-LEN
           ELSE
               MOVE 1 TO CHK-START
               MOVE 0 TO CHK-LEN
           END-IF
           PERFORM 3500-CHECK-ONE-VALUE
           .

      *----------------------------------------------------------------
      * CHK-START/CHK-LEN locate one field in the record; FLD-IDX
      * names the layout it must meet.  The value is trimmed, then
      * held to presence, width, class and allowed values in turn;
      * the first failure is the one reported.
      *----------------------------------------------------------------
       3500-CHECK-ONE-VALUE.
           MOVE FLD-NAME(FLD-IDX) TO VIO-FIELD
           IF CHK-LEN > 0
               COMPUTE CHK-END = CHK-START + CHK-LEN - 1
               PERFORM UNTIL CHK-LEN = 0
                 OR INPT-DATA-REC(CHK-START:1) NOT = SPACE
                 ADD 1 TO CHK-START
                 SUBTRACT 1 FROM CHK-LEN
               END-PERFORM
               PERFORM UNTIL CHK-LEN = 0
                 OR INPT-DATA-REC(CHK-END:1) NOT = SPACE
                 SUBTRACT 1 FROM CHK-END
                 SUBTRACT 1 FROM CHK-LEN
               END-PERFORM
           END-IF

           IF CHK-LEN = 0
               IF FLD-OPTIONAL(FLD-IDX) = 'N'
                   MOVE 'MISSING' TO VIO-REASON
                   MOVE SPACES TO VIO-VALUE
                   PERFORM 3900-NOTE-VIOLATION
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO VIO-VALUE
           IF CHK-LEN > 40
               MOVE INPT-DATA-REC(CHK-START:40) TO VIO-VALUE
           ELSE
               MOVE INPT-DATA-REC(CHK-START:CHK-LEN) TO VIO-VALUE
           END-IF

           IF TYP-SEP(REC-TYPE) AND FLD-LEN(FLD-IDX) > 0
               AND CHK-LEN > FLD-LEN(FLD-IDX)
               MOVE 'TOO LONG' TO VIO-REASON
               PERFORM 3900-NOTE-VIOLATION
               EXIT PARAGRAPH
           END-IF

           PERFORM 3510-CHECK-THE-CLASS
           IF VIO-REASON NOT = SPACES
               PERFORM 3900-NOTE-VIOLATION
               EXIT PARAGRAPH
           END-IF

           IF FLD-ALLOWED(FLD-IDX) NOT = SPACES
               IF FLD-CLASS(FLD-IDX) = 'N' OR 'S'
                   PERFORM 3520-CHECK-THE-RANGE
               ELSE
                   PERFORM 3530-CHECK-THE-LIST
               END-IF
               IF VIO-REASON NOT = SPACES
                   PERFORM 3900-NOTE-VIOLATION
               END-IF
           END-IF
           .

       3510-CHECK-THE-CLASS.
           MOVE SPACES TO VIO-REASON
           MOVE 0 TO CHK-DIGITS
           PERFORM VARYING CHR-SUB FROM CHK-START BY 1
           UNTIL CHR-SUB > CHK-END OR VIO-REASON NOT = SPACES
             MOVE INPT-DATA-REC(CHR-SUB:1) TO CHR
             EVALUATE FLD-CLASS(FLD-IDX)
               WHEN 'N'
                   IF CHR IS NOT NUMERIC
                       MOVE 'NOT NUMERIC' TO VIO-REASON
                   END-IF
               WHEN 'S'
                   IF CHR IS NUMERIC
                       ADD 1 TO CHK-DIGITS
                   ELSE
                       IF (CHR NOT = '+' AND NOT = '-')
                           OR CHR-SUB NOT = CHK-START
                           MOVE 'NOT NUMERIC' TO VIO-REASON
                       END-IF
                   END-IF
               WHEN 'A'
                   IF CHR IS NOT ALPHABETIC
                       MOVE 'NOT LETTERS' TO VIO-REASON
                   END-IF
               WHEN 'B'
                   IF CHR NOT = '0' AND NOT = '1'
                       MOVE 'NOT BINARY' TO VIO-REASON
                   END-IF
               WHEN 'H'
                   IF CHR IS NOT NUMERIC
                       AND (FUNCTION UPPER-CASE(CHR) < 'A'
                         OR FUNCTION UPPER-CASE(CHR) > 'F')
                       MOVE 'NOT HEX' TO VIO-REASON
                   END-IF
               WHEN OTHER
                   CONTINUE
             END-EVALUATE
           END-PERFORM
           IF FLD-CLASS(FLD-IDX) = 'S' AND VIO-REASON = SPACES
               AND CHK-DIGITS = 0
               MOVE 'NOT NUMERIC' TO VIO-REASON
           END-IF
           IF (FLD-CLASS(FLD-IDX) = 'N' OR 'S')
               AND VIO-REASON = SPACES AND CHK-LEN > 18
               MOVE 'TOO LONG' TO VIO-REASON
           END-IF
           .

       3520-CHECK-THE-RANGE.
           MOVE SPACES TO VIO-REASON
           MOVE SPACES TO LCAT-PART(1) LCAT-PART(2)
           UNSTRING FLD-ALLOWED(FLD-IDX) DELIMITED BY ':'
             INTO LCAT-PART(1) LCAT-PART(2)
           END-UNSTRING
           MOVE FUNCTION NUMVAL(LCAT-PART(1)) TO CHK-LO
           MOVE FUNCTION NUMVAL(LCAT-PART(2)) TO CHK-HI
           MOVE FUNCTION NUMVAL(INPT-DATA-REC(CHK-START:CHK-LEN))
             TO CHK-NUM
           IF CHK-NUM < CHK-LO OR CHK-NUM > CHK-HI
               MOVE 'OUT OF RANGE' TO VIO-REASON
           END-IF
           .

       3530-CHECK-THE-LIST.
           MOVE 'NOT ALLOWED' TO VIO-REASON
           MOVE SPACES TO CHK-VALUE
           IF CHK-LEN <= 80
               MOVE INPT-DATA-REC(CHK-START:CHK-LEN) TO CHK-VALUE
               MOVE FUNCTION UPPER-CASE(CHK-VALUE) TO CHK-VALUE
           END-IF
           MOVE 1 TO CHK-PTR
           PERFORM UNTIL CHK-PTR > 80 OR VIO-REASON = SPACES
             MOVE SPACES TO CHK-ITEM
             UNSTRING FLD-ALLOWED(FLD-IDX) DELIMITED BY ','
               INTO CHK-ITEM
               WITH POINTER CHK-PTR
             END-UNSTRING
             IF CHK-ITEM NOT = SPACES
                 AND FUNCTION UPPER-CASE(CHK-ITEM) = CHK-VALUE
                 MOVE SPACES TO VIO-REASON
             END-IF
           END-PERFORM
           .

      * One violation: counted against its field, listed on the
      * report, and echoed to the console up to LIST=.
       3900-NOTE-VIOLATION.
           ADD 1 TO VIO-COUNT
           SET REC-BAD TO TRUE
           IF FLD-IDX > 0 AND FLD-IDX <= FLD-COUNT
               ADD 1 TO FLD-VIOLS(FLD-IDX)
           END-IF
           MOVE WS-REC-COUNT TO REC-NO-DISP
           MOVE SPACES TO WS-RPT-LINE
           MOVE REC-NO-DISP TO WS-RPT-LINE(1:8)
           IF REC-TYPE > 0
               MOVE TYP-NAME(REC-TYPE) TO WS-RPT-LINE(11:12)
           ELSE
               MOVE '-' TO WS-RPT-LINE(11:12)
           END-IF
           MOVE VIO-FIELD  TO WS-RPT-LINE(25:16)
           MOVE VIO-REASON TO WS-RPT-LINE(43:16)
           MOVE VIO-VALUE  TO WS-RPT-LINE(61:40)
           MOVE 'L' TO WS-RPT-ACTION
           PERFORM 9200-WRITE-REPORT-LINE
           IF VIO-COUNT <= WS-LIST-MAX
               DISPLAY
                 MYNAME ' VIOLATION record ' REC-NO-DISP ' '
                 FUNCTION TRIM(WS-RPT-LINE(11:12)) ' '
                 FUNCTION TRIM(VIO-FIELD) ' '
                 FUNCTION TRIM(VIO-REASON) ' "'
                 FUNCTION TRIM(VIO-VALUE) '"'
           END-IF
           .

      *----------------------------------------------------------------
      * The totals page: the verdict, the record counts, then the
      * records seen per type and the violations per field, so a
      * supplier's format change shows up as one field going bad.
      *----------------------------------------------------------------
       4000-WRITE-THE-TOTALS.
           MOVE 'T' TO WS-RPT-ACTION
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-TOLERANCE TO TOL-DISP
           STRING
             'VERDICT '                 DELIMITED SIZE
             WS-VERDICT                 DELIMITED SIZE
             ' - TOLERANCE '            DELIMITED SIZE
             FUNCTION TRIM(TOL-DISP)    DELIMITED SIZE
             ' PERCENT OF CHECKED RECORDS' DELIMITED SIZE
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE 'L' TO WS-RPT-ACTION
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 9200-WRITE-REPORT-LINE

           MOVE WS-REC-COUNT TO CNT-DISP
           MOVE 'RECORDS READ' TO WS-RPT-LINE
           MOVE CNT-DISP TO WS-RPT-LINE(25:8)
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE CHECKED-COUNT TO CNT-DISP
           MOVE 'RECORDS CHECKED' TO WS-RPT-LINE
           MOVE CNT-DISP TO WS-RPT-LINE(25:8)
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE SKIPPED-COUNT TO CNT-DISP
           MOVE 'RECORDS SKIPPED' TO WS-RPT-LINE
           MOVE CNT-DISP TO WS-RPT-LINE(25:8)
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE BAD-REC-COUNT TO CNT-DISP
           MOVE 'RECORDS IN ERROR' TO WS-RPT-LINE
           MOVE CNT-DISP TO WS-RPT-LINE(25:8)
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE VIO-COUNT TO CNT-DISP
           MOVE 'VIOLATIONS' TO WS-RPT-LINE
           MOVE CNT-DISP TO WS-RPT-LINE(25:8)
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE VIO-NOTYPE-COUNT TO CNT-DISP
           MOVE '  NO RECORD TYPE' TO WS-RPT-LINE
           MOVE CNT-DISP TO WS-RPT-LINE(25:8)
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE VIO-EXTRA-COUNT TO CNT-DISP
           MOVE '  EXTRA FIELDS' TO WS-RPT-LINE
           MOVE CNT-DISP TO WS-RPT-LINE(25:8)
           PERFORM 9200-WRITE-REPORT-LINE

           MOVE SPACES TO WS-RPT-LINE
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE 'RECORD TYPE             RECORDS' TO WS-RPT-LINE
           PERFORM 9200-WRITE-REPORT-LINE
           PERFORM VARYING TYP-IDX FROM 1 BY 1
           UNTIL TYP-IDX > TYP-COUNT
             MOVE SPACES TO WS-RPT-LINE
             MOVE TYP-NAME(TYP-IDX) TO WS-RPT-LINE(1:12)
             MOVE TYP-RECS(TYP-IDX) TO CNT-DISP
             MOVE CNT-DISP TO WS-RPT-LINE(25:8)
             MOVE TYP-FORM(TYP-IDX) TO WS-RPT-LINE(35:5)
             PERFORM 9200-WRITE-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO WS-RPT-LINE
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE 'FIELD                   VIOLATIONS' TO WS-RPT-LINE
           PERFORM 9200-WRITE-REPORT-LINE
           PERFORM VARYING FLD-IDX FROM 1 BY 1
           UNTIL FLD-IDX > FLD-COUNT
             MOVE SPACES TO WS-RPT-LINE
             MOVE TYP-NAME(FLD-TYPE(FLD-IDX)) TO WS-RPT-LINE(1:12)
             MOVE FLD-NAME(FLD-IDX) TO WS-RPT-LINE(14:10)
             MOVE FLD-VIOLS(FLD-IDX) TO CNT-DISP
             MOVE CNT-DISP TO WS-RPT-LINE(25:8)
             PERFORM 9200-WRITE-REPORT-LINE
           END-PERFORM

           MOVE 'C' TO WS-RPT-ACTION
           PERFORM 9200-WRITE-REPORT-LINE
           DISPLAY MYNAME ' violation report written to cslayv.rpt'
           .

       8010-READ-INPT-DATA.
           MOVE SPACES TO INPT-DATA-REC
           READ INPT-DATA
             AT END SET INPT-DATA-EOF TO TRUE
             NOT AT END
               ADD 1 TO WS-REC-COUNT
           END-READ
           .

       9000-WRITE-AUDIT-LOG.
           MOVE SPACES TO WS-AUDIT-KEYS
           MOVE RETURN-CODE TO WS-RC-DISP
           MOVE VIO-COUNT TO WS-VIO-DISP
           MOVE BAD-REC-COUNT TO WS-BAD-DISP
           MOVE CHECKED-COUNT TO WS-CHECKED-DISP
           STRING
             ' LAYOUT='                DELIMITED SIZE
             WS-LAYOUT                 DELIMITED SPACE
             ' CHECKED='               DELIMITED SIZE
             WS-CHECKED-DISP           DELIMITED SIZE
             ' BADRECS='               DELIMITED SIZE
             WS-BAD-DISP               DELIMITED SIZE
             ' VIOLATIONS='            DELIMITED SIZE
             WS-VIO-DISP               DELIMITED SIZE
             ' VERDICT='               DELIMITED SIZE
             WS-VERDICT                DELIMITED SIZE
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

       9200-WRITE-REPORT-LINE.
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'csprtw' USING
             WS-RPT-ACTION
             MYNAME
             WS-RUN-ID
             WS-RPT-TITLE
             WS-RPT-LINE
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           .

      * Batch-scheduler-friendly wrap-up: one fixed-format line, the
      * last thing this program prints, so a wrapper script or the
      * suite driver can scrape RC/elapsed/records/result without
      * knowing this program's own DISPLAY layout.  The RESULT=
      * figure is the verdict and the violation count.
       9900-DISPLAY-SUMMARY.

           MOVE WS-REC-COUNT TO WS-REC-COUNT-DISP

           MOVE WS-REC-COUNT-DISP TO WS-SUMM-RECS
           MOVE VIO-COUNT TO WS-VIO-DISP
           MOVE SPACES TO WS-SUMM-RESULT
           STRING
             WS-VERDICT                DELIMITED SIZE
             ' '                       DELIMITED SIZE
             WS-VIO-DISP               DELIMITED SIZE
             INTO WS-SUMM-RESULT
           END-STRING
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
