      * record with an unrecognized opcode or a malformed operand
      * goes to the reject file through the shared writer, the same
      * way cs02b rejects unrecognized navigation commands.
      *
      * The same digit pairs also give the number of accepted
      * models: each pair admits as many digit choices as 9 less
      * its offset allows, and the count is the product.  The count
      * is proven by driving every digit choice of every pair, the
      * other digits held at the proven largest, through the
      * interpreter, and one choice just outside each pair to show
      * the pair admits no more.  PREFIX=nnn pins the leading
      * digits and AVOID=p:ddd[,p:ddd...] rules digits ddd out of
      * position p (plant-code positions); with either given, the
      * largest and smallest accepted numbers that fit the mask and
      * how many accepted numbers fit it are reported as well, the
      * extremes again proven through the interpreter.
      *
       Program-ID. cs24a.
       Environment Division.
           05  WS-REC-COUNT       PIC 9(008) COMP    VALUE 0.
           05  CLI-ARGS           PIC X(160)         VALUE SPACES.
           05  WS-ASSIGN-NAME     PIC X(080)         VALUE SPACES.
           05  WS-SNIF-SHAPE      PIC X(008)         VALUE SPACES.
           05  WS-SNIF-LIKELY     PIC X(008)         VALUE SPACES.
           05  WS-SNIF-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-SNIF-MSG        PIC X(008)         VALUE SPACES.
           05  WS-SNIF-INSERT     PIC X(060)         VALUE SPACES.
           05  WS-CLI-TOKEN       PIC X(080)         VALUE SPACES.
           05  WS-CLI-KEY         PIC X(020)         VALUE SPACES.
           05  WS-CLI-VAL         PIC X(080)         VALUE SPACES.
           05  MIN-DIGITS-R       REDEFINES MIN-DIGITS.
               10  MIN-DIGIT      PIC 9(001) OCCURS 14 TIMES.

      * One entry per push/pop pair: the pushed (more significant)
      * position, the popped position, the offset between their
      * digits, and how many digit choices the pair admits, both
      * open and under the mask.
       01  PAIR-TABLE.
           05  PR-COUNT           PIC 9(004) COMP    VALUE 0.
           05  PR-ENTRY OCCURS 7 TIMES.
               10  PR-HI          PIC 9(004) COMP.
               10  PR-LO          PIC 9(004) COMP.
               10  PR-DIFF        PIC S9(004) COMP.
               10  PR-OPTIONS     PIC 9(004) COMP.
               10  PR-MSK-OPTIONS PIC 9(004) COMP.
           05  PR-IDX             PIC 9(004) COMP    VALUE 0.

       01  COUNT-AREAS.
           05  CNT-ACCEPTED       PIC 9(009) COMP    VALUE 0.
           05  CNT-MASKED         PIC 9(009) COMP    VALUE 0.
           05  CNT-DISP           PIC 9(009)         VALUE 0.
           05  CNT-MASKED-DISP    PIC 9(009)         VALUE 0.
           05  CNT-HI-DIGIT       PIC S9(004) COMP   VALUE 0.
           05  CNT-LO-DIGIT       PIC S9(004) COMP   VALUE 0.
           05  CNT-PROOF-SW       PIC X(001)         VALUE 'Y'.
               88  CNT-PROVEN                        VALUE 'Y'
                                                     FALSE 'N'.

      * Digits allowed at each position, all of 1-9 until PREFIX=
      * or AVOID= narrows them.
       01  MASK-AREAS.
           05  MSK-TABLE          PIC X(126)         VALUE ALL 'Y'.
           05  MSK-TABLE-R        REDEFINES MSK-TABLE.
               10  MSK-POS OCCURS 14 TIMES.
                   15  MSK-DIGIT-OK PIC X(001) OCCURS 9 TIMES.
           05  MSK-PREFIX         PIC X(014)         VALUE SPACES.
           05  MSK-PREFIX-LEN     PIC 9(004) COMP    VALUE 0.
           05  MSK-AVOID          PIC X(080)         VALUE SPACES.
           05  MSK-AVOID-PTR      PIC 9(004) COMP    VALUE 0.
           05  MSK-ITEM           PIC X(020)         VALUE SPACES.
           05  MSK-ITEM-POS       PIC X(005)         VALUE SPACES.
           05  MSK-ITEM-DIGITS    PIC X(010)         VALUE SPACES.
           05  MSK-POS-NUM        PIC 9(004) COMP    VALUE 0.
           05  MSK-CHR-IDX        PIC 9(004) COMP    VALUE 0.
           05  MSK-DIGIT          PIC 9(001)         VALUE 0.
           05  MSK-LARGEST        PIC X(014)         VALUE SPACES.
           05  MSK-LARGEST-R      REDEFINES MSK-LARGEST.
               10  MSK-LG-DIGIT   PIC 9(001) OCCURS 14 TIMES.
           05  MSK-SMALLEST       PIC X(014)         VALUE SPACES.
           05  MSK-SMALLEST-R     REDEFINES MSK-SMALLEST.
               10  MSK-SM-DIGIT   PIC 9(001) OCCURS 14 TIMES.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           05  WS-START-TIME-R    REDEFINES WS-START-TIME.
           05  DECK-SHAPE-SW      PIC X(001)         VALUE 'Y'.
               88  DECK-WELL-FORMED                  VALUE 'Y'
                                                     FALSE 'N'.
           05  MASK-GIVEN-SW      PIC X(001)         VALUE 'N'.
               88  MASK-GIVEN                        VALUE 'Y'
                                                     FALSE 'N'.

       Procedure Division.
           DISPLAY MYNAME SPACE FUNCTION CURRENT-DATE
               MOVE '/dev/stdin' TO WS-ASSIGN-NAME
           END-IF

           IF MSK-PREFIX NOT = SPACES OR MSK-AVOID NOT = SPACES
               PERFORM 1200-BUILD-THE-MASK
               IF MASK-GIVEN AND MODEL-GIVEN
                   DISPLAY
                     MYNAME ' warning - PREFIX/AVOID apply to the'
                     ' search, not to MODEL= validation; ignored'
                   SET MASK-GIVEN TO FALSE
               END-IF
           END-IF

           IF WS-ASSIGN-NAME NOT = '/dev/stdin'
               PERFORM 0250-CHECK-THE-CONTENT
           END-IF

           OPEN INPUT INPT-DATA
           PERFORM 8010-READ-INPT-DATA
           PERFORM UNTIL INPT-DATA-EOF
               IF DECK-WELL-FORMED
                   PERFORM 3100-SOLVE-THE-PAIRS
                   PERFORM 3200-PROVE-AND-REPORT
                   PERFORM 3400-COUNT-AND-PROVE
                   IF MASK-GIVEN
                       PERFORM 3500-SEARCH-UNDER-MASK
                   END-IF
               ELSE
                   DISPLAY
                     MYNAME ' deck does not follow the fourteen'
           END-IF
           .

      * Content check before the read loop: an input that reads as
      * another program's is refused here, naming the program it
      * most likely belongs to, instead of running to an answer
      * that means nothing.
       0250-CHECK-THE-CONTENT.
           CALL 'cssniff' USING
             MYNAME
             WS-ASSIGN-NAME
             WS-SNIF-SHAPE
             WS-SNIF-LIKELY
             WS-SNIF-RC
           END-CALL
           IF WS-SNIF-RC = 8
               MOVE 'CS0602E' TO WS-SNIF-MSG
               MOVE SPACES TO WS-SNIF-INSERT
               STRING
                 'reads as '                   DELIMITED SIZE
                 FUNCTION TRIM(WS-SNIF-LIKELY) DELIMITED SIZE
                 ' input ('                    DELIMITED SIZE
                 FUNCTION TRIM(WS-SNIF-SHAPE)  DELIMITED SIZE
                 '): '                         DELIMITED SIZE
                 FUNCTION TRIM(WS-ASSIGN-NAME) DELIMITED SIZE
                 INTO WS-SNIF-INSERT
               END-STRING
               CALL 'csmsgw' USING
                 MYNAME
                 WS-SNIF-MSG
                 WS-SNIF-INSERT
               END-CALL
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF
           .

      * Named command-line parameters come in as KEYWORD=VALUE tokens
      * separated by spaces; unpack one token here.
       1010-APPLY-CLI-TOKEN.
                       MYNAME ' warning - MODEL must be fourteen'
                       ' digits, ignored'
                 END-IF
             WHEN 'PREFIX'
                 IF WS-CLI-VAL(15:) = SPACES
                     MOVE WS-CLI-VAL TO MSK-PREFIX
                 ELSE
                     DISPLAY
                       MYNAME ' warning - PREFIX longer than'
                       ' fourteen digits, ignored'
                 END-IF
             WHEN 'AVOID'
                 MOVE WS-CLI-VAL TO MSK-AVOID
             WHEN OTHER
                 DISPLAY
                  MYNAME
           END-IF
           .

      * PREFIX= pins the leading digits; AVOID= is a comma list of
      * position:digits items, each ruling those digits out of that
      * position.  A malformed prefix or item is warned and ignored.
       1200-BUILD-THE-MASK.
           IF MSK-PREFIX NOT = SPACES
               MOVE 0 TO MSK-PREFIX-LEN
               INSPECT MSK-PREFIX TALLYING MSK-PREFIX-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
               IF MSK-PREFIX(1:MSK-PREFIX-LEN) NOT NUMERIC
                   DISPLAY
                     MYNAME ' warning - PREFIX must be up to'
                     ' fourteen digits, ignored'
               ELSE
                   PERFORM VARYING MSK-CHR-IDX FROM 1 BY 1
                   UNTIL MSK-CHR-IDX > MSK-PREFIX-LEN
                     MOVE MSK-PREFIX(MSK-CHR-IDX:1) TO MSK-DIGIT
                     IF MSK-DIGIT = 0
                         DISPLAY
                           MYNAME ' warning - PREFIX position '
                           MSK-CHR-IDX ' is 0, no model digit is;'
                           ' position left open'
                     ELSE
                         MOVE ALL 'N' TO MSK-POS(MSK-CHR-IDX)
                         MOVE 'Y'
                           TO MSK-DIGIT-OK(MSK-CHR-IDX, MSK-DIGIT)
                         SET MASK-GIVEN TO TRUE
                     END-IF
                   END-PERFORM
               END-IF
           END-IF

           IF MSK-AVOID NOT = SPACES
               MOVE 1 TO MSK-AVOID-PTR
               PERFORM UNTIL MSK-AVOID-PTR > LENGTH OF MSK-AVOID
                 MOVE SPACES TO MSK-ITEM
                 UNSTRING MSK-AVOID DELIMITED BY ',' OR SPACE
                   INTO MSK-ITEM
                   WITH POINTER MSK-AVOID-PTR
                 END-UNSTRING
                 IF MSK-ITEM NOT = SPACES
                     PERFORM 1210-APPLY-ONE-AVOID
                 END-IF
               END-PERFORM
           END-IF
           .

       1210-APPLY-ONE-AVOID.
           MOVE SPACES TO MSK-ITEM-POS MSK-ITEM-DIGITS
           UNSTRING MSK-ITEM DELIMITED BY ':'
             INTO MSK-ITEM-POS MSK-ITEM-DIGITS
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(MSK-ITEM-POS) NOT = 0
               OR MSK-ITEM-DIGITS = SPACES
               DISPLAY
                 MYNAME ' warning - AVOID item '
                 FUNCTION TRIM(MSK-ITEM) ' is not position:digits,'
                 ' ignored'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(MSK-ITEM-POS) TO MSK-POS-NUM
           IF MSK-POS-NUM < 1 OR MSK-POS-NUM > 14
               DISPLAY
                 MYNAME ' warning - AVOID item '
                 FUNCTION TRIM(MSK-ITEM) ' names no position 1-14,'
                 ' ignored'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MSK-CHR-IDX FROM 1 BY 1
           UNTIL MSK-CHR-IDX > LENGTH OF MSK-ITEM-DIGITS
             OR MSK-ITEM-DIGITS(MSK-CHR-IDX:1) = SPACE
             IF MSK-ITEM-DIGITS(MSK-CHR-IDX:1) NUMERIC
                 AND MSK-ITEM-DIGITS(MSK-CHR-IDX:1) NOT = '0'
                 MOVE MSK-ITEM-DIGITS(MSK-CHR-IDX:1) TO MSK-DIGIT
                 MOVE 'N' TO MSK-DIGIT-OK(MSK-POS-NUM, MSK-DIGIT)
                 SET MASK-GIVEN TO TRUE
             ELSE
                 DISPLAY
                   MYNAME ' warning - AVOID item '
                   FUNCTION TRIM(MSK-ITEM) ' digit '
                   MSK-ITEM-DIGITS(MSK-CHR-IDX:1) ' ignored'
             END-IF
           END-PERFORM
           .

      * Run ALU-DIGITS through the deck; z zero at the end is an
      * accepted model number.
       2000-RUN-THE-INTERPRETER.
                     SUBTRACT 1 FROM STK-DEPTH
                     COMPUTE PAIR-DIFF =
                       BLK-ADD-Y(PAIR-I) + BLK-ADD-X(BLK-IDX)
                     IF PR-COUNT < 7
                         ADD 1 TO PR-COUNT
                         MOVE PAIR-I    TO PR-HI(PR-COUNT)
                         MOVE BLK-IDX   TO PR-LO(PR-COUNT)
                         MOVE PAIR-DIFF TO PR-DIFF(PR-COUNT)
                     END-IF
                     IF PAIR-DIFF >= 0
                         COMPUTE MAX-DIGIT(PAIR-I) = 9 - PAIR-DIFF
                         MOVE 9 TO MAX-DIGIT(BLK-IDX)
           END-IF
           .

      * Accepted-number count: product of the choices each pair
      * admits.  Every choice is then driven through the interpreter
      * with the rest of the number at the proven largest, and one
      * choice just outside the pair must be turned away.
       3400-COUNT-AND-PROVE.
           IF NOT DECK-WELL-FORMED OR RETURN-CODE >= 8
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO CNT-ACCEPTED
           PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > PR-COUNT
             COMPUTE PR-OPTIONS(PR-IDX) =
               9 - FUNCTION ABS(PR-DIFF(PR-IDX))
             MULTIPLY PR-OPTIONS(PR-IDX) BY CNT-ACCEPTED
           END-PERFORM

           SET CNT-PROVEN TO TRUE
           PERFORM VARYING PR-IDX FROM 1 BY 1
           UNTIL PR-IDX > PR-COUNT OR NOT CNT-PROVEN
             PERFORM 3410-PROVE-ONE-PAIR
           END-PERFORM

           MOVE CNT-ACCEPTED TO CNT-DISP
           IF CNT-PROVEN
               DISPLAY
                 MYNAME ' accepted model numbers  ' CNT-DISP
                 ' (interpreter proven)'
           ELSE
               DISPLAY
                 MYNAME ' accepted model count ' CNT-DISP
                 ' FAILED interpreter proof at positions '
                 PR-HI(PR-IDX - 1) '/' PR-LO(PR-IDX - 1)
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       3410-PROVE-ONE-PAIR.
           PERFORM VARYING CNT-HI-DIGIT FROM 1 BY 1
           UNTIL CNT-HI-DIGIT > 9 OR NOT CNT-PROVEN
             COMPUTE CNT-LO-DIGIT = CNT-HI-DIGIT + PR-DIFF(PR-IDX)
             IF CNT-LO-DIGIT >= 1 AND CNT-LO-DIGIT <= 9
                 MOVE MAX-DIGITS TO ALU-DIGITS
                 MOVE CNT-HI-DIGIT TO ALU-DIGIT(PR-HI(PR-IDX))
                 MOVE CNT-LO-DIGIT TO ALU-DIGIT(PR-LO(PR-IDX))
                 PERFORM 2000-RUN-THE-INTERPRETER
                 IF ALU-ERROR OR ALU-REG(4) NOT = 0
                     SET CNT-PROVEN TO FALSE
                 END-IF
             END-IF
           END-PERFORM
           IF NOT CNT-PROVEN
               EXIT PARAGRAPH
           END-IF

      *    the pair's largest choice with the low digit knocked one
      *    off its partner must be rejected
           MOVE MAX-DIGITS TO ALU-DIGITS
           IF MAX-DIGIT(PR-LO(PR-IDX)) = 9
               COMPUTE ALU-DIGIT(PR-LO(PR-IDX)) =
                 MAX-DIGIT(PR-LO(PR-IDX)) - 1
           ELSE
               COMPUTE ALU-DIGIT(PR-LO(PR-IDX)) =
                 MAX-DIGIT(PR-LO(PR-IDX)) + 1
           END-IF
           PERFORM 2000-RUN-THE-INTERPRETER
           IF NOT ALU-ERROR AND ALU-REG(4) = 0
               SET CNT-PROVEN TO FALSE
           END-IF
           .

      * Extremes under the mask.  Pairs share no positions, and the
      * pushed digit of a pair is the more significant of its two,
      * so the largest fitting number takes each pair's highest
      * pushed digit whose partner also fits, the smallest its
      * lowest; the fitting count is the product of the choices.
       3500-SEARCH-UNDER-MASK.
           IF NOT DECK-WELL-FORMED OR RETURN-CODE >= 8
               EXIT PARAGRAPH
           END-IF

           MOVE ALL '0' TO MSK-LARGEST MSK-SMALLEST
           MOVE 1 TO CNT-MASKED
           PERFORM VARYING PR-IDX FROM 1 BY 1 UNTIL PR-IDX > PR-COUNT
             MOVE 0 TO PR-MSK-OPTIONS(PR-IDX)
             PERFORM VARYING CNT-HI-DIGIT FROM 1 BY 1
             UNTIL CNT-HI-DIGIT > 9
               COMPUTE CNT-LO-DIGIT = CNT-HI-DIGIT + PR-DIFF(PR-IDX)
               IF CNT-LO-DIGIT >= 1 AND CNT-LO-DIGIT <= 9
                 IF MSK-DIGIT-OK(PR-HI(PR-IDX), CNT-HI-DIGIT) = 'Y'
                   AND MSK-DIGIT-OK(PR-LO(PR-IDX), CNT-LO-DIGIT) = 'Y'
                     ADD 1 TO PR-MSK-OPTIONS(PR-IDX)
                     IF PR-MSK-OPTIONS(PR-IDX) = 1
                         MOVE CNT-HI-DIGIT
                           TO MSK-SM-DIGIT(PR-HI(PR-IDX))
                         MOVE CNT-LO-DIGIT
                           TO MSK-SM-DIGIT(PR-LO(PR-IDX))
                     END-IF
                     MOVE CNT-HI-DIGIT TO MSK-LG-DIGIT(PR-HI(PR-IDX))
                     MOVE CNT-LO-DIGIT TO MSK-LG-DIGIT(PR-LO(PR-IDX))
                 END-IF
               END-IF
             END-PERFORM
             MULTIPLY PR-MSK-OPTIONS(PR-IDX) BY CNT-MASKED
           END-PERFORM

           MOVE CNT-MASKED TO CNT-MASKED-DISP
           DISPLAY
             MYNAME ' accepted numbers fitting the mask '
             CNT-MASKED-DISP
           IF CNT-MASKED = 0
               DISPLAY
                 MYNAME ' no accepted model number fits the mask'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE MSK-LARGEST TO ALU-DIGITS
           PERFORM 2000-RUN-THE-INTERPRETER
           IF ALU-ERROR OR ALU-REG(4) NOT = 0
               DISPLAY
                 MYNAME ' candidate masked largest ' MSK-LARGEST
                 ' FAILED interpreter proof'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY
                 MYNAME ' largest fitting model   ' MSK-LARGEST
                 ' (interpreter proven)'
           END-IF

           MOVE MSK-SMALLEST TO ALU-DIGITS
           PERFORM 2000-RUN-THE-INTERPRETER
           IF ALU-ERROR OR ALU-REG(4) NOT = 0
               DISPLAY
                 MYNAME ' candidate masked smallest ' MSK-SMALLEST
                 ' FAILED interpreter proof'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY
                 MYNAME ' smallest fitting model  ' MSK-SMALLEST
                 ' (interpreter proven)'
           END-IF
           .

       8010-READ-INPT-DATA.
           MOVE SPACES TO PRS-LINE
           READ INPT-DATA INTO PRS-LINE
           MOVE RETURN-CODE TO WS-RC-DISP
           MOVE WS-REC-COUNT TO WS-REC-COUNT-DISP
           MOVE WS-REJ-COUNT TO WS-REJ-COUNT-DISP
           MOVE CNT-ACCEPTED TO CNT-DISP
           MOVE CNT-MASKED TO CNT-MASKED-DISP
           STRING
             ' LARGEST='               DELIMITED SIZE
             MAX-DIGITS                DELIMITED SIZE
             ' SMALLEST='              DELIMITED SIZE
             MIN-DIGITS                DELIMITED SIZE
             ' COUNT='                 DELIMITED SIZE
             CNT-DISP                  DELIMITED SIZE
             ' MASKED='                DELIMITED SIZE
             CNT-MASKED-DISP           DELIMITED SIZE
             ' RECS='                  DELIMITED SIZE
             WS-REC-COUNT-DISP         DELIMITED SIZE
             ' REJECTS='               DELIMITED SIZE
