      * A record that does not parse as a balanced pair goes to the
      * reject file through the shared writer so the data owner can
      * repair and resubmit it.
      *
      * TRACE=Y writes the reduction trace to cs18a.trc so a
      * disputed total can be walked through step by step: for each
      * addition the two operands and the unreduced sum, then every
      * explode and split in the order 2100-REDUCE-THE-ACC applied
      * them with the number written back out in bracket notation
      * after each one, then the reduced result and its magnitude.
      * Under MODE=PAIRS only the winning pair is traced, replayed
      * once the search has found it.
      *
       Program-ID. cs18a.
       Environment Division.
       File-Control.
           Select INPT-DATA            Assign Dynamic WS-ASSIGN-NAME
                                        Organization Line Sequential.
           Select TRC-DATA             Assign Dynamic WS-TRC-FNAME
                                        Organization Line Sequential.
       Data Division.
       File Section.
       FD  INPT-DATA.
       01  INPT-DATA-REC      PIC X(256).
       FD  TRC-DATA.
       01  TRC-DATA-REC       PIC X(4100).

       Working-Storage Section.
       01  CONSTANTS.
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
           05  WS-REC-COUNT-DISP  PIC 9(008)         VALUE 0.
           05  WS-REJ-COUNT-DISP  PIC 9(008)         VALUE 0.
           05  WS-MAGN-DISP       PIC 9(018)         VALUE 0.
           05  WS-TRC-FNAME       PIC X(040)      VALUE 'cs18a.trc'.
           05  WS-LIN-LINE        PIC X(200)         VALUE SPACES.

       01  PARSE-AREAS.
           05  PRS-LINE           PIC X(256)         VALUE SPACES.
           05  PAIR-I             PIC 9(004) COMP    VALUE 0.
           05  PAIR-J             PIC 9(004) COMP    VALUE 0.
           05  PAIR-BEST          PIC 9(018) COMP    VALUE 0.
           05  PAIR-BEST-I        PIC 9(004) COMP    VALUE 0.
           05  PAIR-BEST-J        PIC 9(004) COMP    VALUE 0.
           05  COPY-IDX           PIC 9(004) COMP    VALUE 0.

      * The reduction trace: a copy of whichever token list is being
      * written back out, the bracket image built from it, and the
      * running step counts for the addition in hand.
       01  TRACE-AREAS.
           05  RND-LEN            PIC 9(004) COMP    VALUE 0.
           05  RND-TOK OCCURS 800 TIMES.
               10  RND-DEP        PIC 9(004) COMP.
               10  RND-VAL        PIC 9(008) COMP.
           05  RND-IDX            PIC 9(004) COMP    VALUE 0.
           05  RND-LEVEL          PIC 9(004) COMP    VALUE 0.
           05  RND-SIDE           PIC X(001) OCCURS 800 TIMES.
           05  RND-PTR            PIC 9(004) COMP    VALUE 1.
           05  RND-LINE           PIC X(4000)        VALUE SPACES.
           05  RND-VAL-EDIT       PIC Z(007)9.
           05  TRC-LABEL          PIC X(044)         VALUE SPACES.
           05  TRC-ADD-NO         PIC 9(004) COMP    VALUE 0.
           05  TRC-STEP-NO        PIC 9(006) COMP    VALUE 0.
           05  TRC-EXPLODES       PIC 9(006) COMP    VALUE 0.
           05  TRC-SPLITS         PIC 9(006) COMP    VALUE 0.
           05  TRC-LEFT-VAL       PIC 9(008) COMP    VALUE 0.
           05  TRC-RIGHT-VAL      PIC 9(008) COMP    VALUE 0.
           05  TRC-ADD-DISP       PIC 9(004)         VALUE 0.
           05  TRC-STEP-DISP      PIC 9(006)         VALUE 0.
           05  TRC-POS-DISP       PIC 9(004)         VALUE 0.
           05  TRC-COUNT-DISP     PIC 9(006)         VALUE 0.
           05  TRC-LEFT-EDIT      PIC Z(007)9.
           05  TRC-RIGHT-EDIT     PIC Z(007)9.
           05  TRC-REC-I-DISP     PIC 9(004)         VALUE 0.
           05  TRC-REC-J-DISP     PIC 9(004)         VALUE 0.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           05  WS-START-TIME-R    REDEFINES WS-START-TIME.
           05  ACTED-SW           PIC X(001)         VALUE 'N'.
               88  ACTION-TAKEN                      VALUE 'Y'
                                                     FALSE 'N'.
           05  TRACE-WANTED-SW    PIC X(001)         VALUE 'N'.
               88  TRACE-WANTED                      VALUE 'Y'
                                                     FALSE 'N'.
      *    on only while an addition that belongs in the trace is
      *    being reduced
           05  TRACE-ACTIVE-SW    PIC X(001)         VALUE 'N'.
               88  TRACE-ACTIVE                      VALUE 'Y'
                                                     FALSE 'N'.

       Procedure Division.
           DISPLAY MYNAME SPACE FUNCTION CURRENT-DATE
      *    the suite configuration file supplies site defaults before
      *    the command line gets its say
           PERFORM 0100-READ-SUITE-CONFIG
           PERFORM 0150-APPLY-ENV-PREFIX

           ACCEPT CLI-ARGS FROM COMMAND-LINE
           SET CLI-PTR TO 1
               MOVE '/dev/stdin' TO WS-ASSIGN-NAME
           END-IF

           IF WS-ASSIGN-NAME NOT = '/dev/stdin'
               PERFORM 0250-CHECK-THE-CONTENT
           END-IF

           OPEN INPUT INPT-DATA
           PERFORM 8010-READ-INPT-DATA
           PERFORM UNTIL INPT-DATA-EOF
               GOBACK
           END-IF

           IF TRACE-WANTED
               PERFORM 5000-OPEN-THE-TRACE
           END-IF

           IF PAIRS-MODE
               PERFORM 3000-TRY-EVERY-PAIR
               MOVE PAIR-BEST TO WS-MAGN-DISP
               DISPLAY
                 MYNAME ' largest two-number magnitude ' WS-MAGN-DISP
               IF TRACE-WANTED
                   PERFORM 3100-TRACE-THE-WINNING-PAIR
               END-IF
           ELSE
               PERFORM 2000-ADD-THE-WHOLE-LIST
               PERFORM 2400-COMPUTE-MAGNITUDE
                 MYNAME ' magnitude of the final sum ' WS-MAGN-DISP
           END-IF

           IF TRACE-WANTED
               CLOSE TRC-DATA
               DISPLAY
                 MYNAME ' reduction trace written to '
                 FUNCTION TRIM(WS-TRC-FNAME)
           END-IF

           IF WS-REJ-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           END-IF
           .

      * Environment partitioning: the fixed artifact names pick
      * up the DEV/QA prefix, if one is configured, before any
      * of them is opened.
       0150-APPLY-ENV-PREFIX.
           CALL 'csenvfn' USING WS-TRC-FNAME END-CALL
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
                         MYNAME ' warning - MODE must be SUM or'
                         ' PAIRS, running SUM'
                 END-EVALUATE
             WHEN 'TRACE'
                 EVALUATE FUNCTION UPPER-CASE(WS-CLI-VAL)
                   WHEN 'Y'  SET TRACE-WANTED TO TRUE
                   WHEN 'N'  SET TRACE-WANTED TO FALSE
                   WHEN OTHER
                       DISPLAY
                         MYNAME ' warning - TRACE must be Y or N,'
                         ' no trace written'
                 END-EVALUATE
             WHEN OTHER
                 DISPLAY
                  MYNAME
           PERFORM 2210-LOAD-ACC-FROM-NUM
           PERFORM VARYING PAIR-I FROM 2 BY 1
           UNTIL PAIR-I > NUM-COUNT
             IF TRACE-WANTED
                 SET TRACE-ACTIVE TO TRUE
                 PERFORM 5100-TRACE-ADDITION-HEADER
                 PERFORM 5010-RENDER-ACC
                 MOVE 'LEFT' TO TRC-LABEL
                 PERFORM 5900-WRITE-TRACE-LINE
                 PERFORM 5020-RENDER-NUM-I
                 MOVE 'RIGHT' TO TRC-LABEL
                 PERFORM 5900-WRITE-TRACE-LINE
             END-IF
             PERFORM 2220-APPEND-NUM-TO-ACC
             IF TRACE-ACTIVE
                 PERFORM 5010-RENDER-ACC
                 MOVE 'SUM BEFORE REDUCTION' TO TRC-LABEL
                 PERFORM 5900-WRITE-TRACE-LINE
             END-IF
             PERFORM 2100-REDUCE-THE-ACC
             IF TRACE-ACTIVE
                 PERFORM 5200-TRACE-ADDITION-RESULT
             END-IF
           END-PERFORM
           SET TRACE-ACTIVE TO FALSE
           .

      * One reduction pass: explode the leftmost depth-five pair if
           END-PERFORM
           IF ACC-HIT > 0
               SET ACTION-TAKEN TO TRUE
               MOVE ACC-VAL(ACC-HIT)     TO TRC-LEFT-VAL
               MOVE ACC-VAL(ACC-HIT + 1) TO TRC-RIGHT-VAL
               IF ACC-HIT > 1
                   ADD ACC-VAL(ACC-HIT) TO ACC-VAL(ACC-HIT - 1)
               END-IF
                 END-IF
               END-PERFORM
               SUBTRACT 1 FROM ACC-LEN
               IF TRACE-ACTIVE
                   PERFORM 5300-TRACE-EXPLODE
               END-IF
           END-IF
           .

           END-PERFORM
           IF ACC-HIT > 0
               SET ACTION-TAKEN TO TRUE
               MOVE ACC-VAL(ACC-HIT) TO TRC-LEFT-VAL
               COMPUTE ACC-HALF-LO = ACC-VAL(ACC-HIT) / 2
               IF ACC-HALF-LO * 2 > ACC-VAL(ACC-HIT)
                   SUBTRACT 1 FROM ACC-HALF-LO
               MOVE ACC-HALF-LO TO ACC-VAL(ACC-HIT)
               MOVE ACC-DEP(ACC-HIT) TO ACC-DEP(ACC-HIT + 1)
               MOVE ACC-HALF-HI TO ACC-VAL(ACC-HIT + 1)
               IF TRACE-ACTIVE
                   PERFORM 5400-TRACE-SPLIT
               END-IF
           END-IF
           .

                   PERFORM 2400-COMPUTE-MAGNITUDE
                   IF MAG-RESULT > PAIR-BEST
                       MOVE MAG-RESULT TO PAIR-BEST
                       MOVE PAIR-I     TO PAIR-BEST-I
                       MOVE PAIR-J     TO PAIR-BEST-J
                   END-IF
               END-IF
             END-PERFORM
           ADD NUM-LEN(PAIR-J) TO ACC-LEN
           .

      * The search itself runs untraced -- every ordered pair would
      * bury the one that matters -- so the winner is replayed here
      * with the trace on.
       3100-TRACE-THE-WINNING-PAIR.
           IF PAIR-BEST-I = 0
               EXIT PARAGRAPH
           END-IF
           MOVE PAIR-BEST-I TO PAIR-I
           MOVE PAIR-BEST-J TO PAIR-J
           SET TRACE-ACTIVE TO TRUE
           PERFORM 5100-TRACE-ADDITION-HEADER
           PERFORM 5020-RENDER-NUM-I
           MOVE 'LEFT' TO TRC-LABEL
           PERFORM 5900-WRITE-TRACE-LINE
           PERFORM 5030-RENDER-NUM-J
           MOVE 'RIGHT' TO TRC-LABEL
           PERFORM 5900-WRITE-TRACE-LINE
           PERFORM 2210-LOAD-ACC-FROM-NUM
           PERFORM 3010-APPEND-SECOND-NUMBER
           PERFORM 5010-RENDER-ACC
           MOVE 'SUM BEFORE REDUCTION' TO TRC-LABEL
           PERFORM 5900-WRITE-TRACE-LINE
           PERFORM 2100-REDUCE-THE-ACC
           PERFORM 5200-TRACE-ADDITION-RESULT
           SET TRACE-ACTIVE TO FALSE
           .

       5000-OPEN-THE-TRACE.
           OPEN OUTPUT TRC-DATA
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cslinhd' USING
             MYNAME
             WS-RUN-ID
             WS-ASSIGN-NAME
             WS-LIN-LINE
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           WRITE TRC-DATA-REC FROM WS-LIN-LINE
           MOVE 0 TO TRC-ADD-NO
           .

       5010-RENDER-ACC.
           MOVE ACC-LEN TO RND-LEN
           PERFORM VARYING RND-IDX FROM 1 BY 1
           UNTIL RND-IDX > RND-LEN
             MOVE ACC-DEP(RND-IDX) TO RND-DEP(RND-IDX)
             MOVE ACC-VAL(RND-IDX) TO RND-VAL(RND-IDX)
           END-PERFORM
           PERFORM 5050-RENDER-BRACKETS
           .

       5020-RENDER-NUM-I.
           MOVE NUM-LEN(PAIR-I) TO RND-LEN
           PERFORM VARYING RND-IDX FROM 1 BY 1
           UNTIL RND-IDX > RND-LEN
             MOVE NUM-DEP(PAIR-I, RND-IDX) TO RND-DEP(RND-IDX)
             MOVE NUM-VAL(PAIR-I, RND-IDX) TO RND-VAL(RND-IDX)
           END-PERFORM
           PERFORM 5050-RENDER-BRACKETS
           .

       5030-RENDER-NUM-J.
           MOVE NUM-LEN(PAIR-J) TO RND-LEN
           PERFORM VARYING RND-IDX FROM 1 BY 1
           UNTIL RND-IDX > RND-LEN
             MOVE NUM-DEP(PAIR-J, RND-IDX) TO RND-DEP(RND-IDX)
             MOVE NUM-VAL(PAIR-J, RND-IDX) TO RND-VAL(RND-IDX)
           END-PERFORM
           PERFORM 5050-RENDER-BRACKETS
           .

      * The flat list back into bracket notation.  Every leaf sits
      * at a known depth, so brackets open until the leaf's depth is
      * reached; after the leaf, each pair whose right side is now
      * complete closes, and the innermost pair still waiting on its
      * right side gets the comma.  RND-SIDE remembers, per open
      * level, which side comes next.
       5050-RENDER-BRACKETS.
           MOVE SPACES TO RND-LINE
           MOVE 1 TO RND-PTR
           MOVE 0 TO RND-LEVEL
           PERFORM VARYING RND-IDX FROM 1 BY 1
           UNTIL RND-IDX > RND-LEN
             PERFORM UNTIL RND-LEVEL >= RND-DEP(RND-IDX)
               ADD 1 TO RND-LEVEL
               MOVE 'L' TO RND-SIDE(RND-LEVEL)
               STRING '[' DELIMITED SIZE
                 INTO RND-LINE WITH POINTER RND-PTR
               END-STRING
             END-PERFORM
             MOVE RND-VAL(RND-IDX) TO RND-VAL-EDIT
             STRING FUNCTION TRIM(RND-VAL-EDIT) DELIMITED SIZE
               INTO RND-LINE WITH POINTER RND-PTR
             END-STRING
             PERFORM UNTIL RND-LEVEL = 0
               OR RND-SIDE(RND-LEVEL) = 'L'
               STRING ']' DELIMITED SIZE
                 INTO RND-LINE WITH POINTER RND-PTR
               END-STRING
               SUBTRACT 1 FROM RND-LEVEL
             END-PERFORM
             IF RND-LEVEL > 0
                 MOVE 'R' TO RND-SIDE(RND-LEVEL)
                 STRING ',' DELIMITED SIZE
                   INTO RND-LINE WITH POINTER RND-PTR
                 END-STRING
             END-IF
           END-PERFORM
           .

       5100-TRACE-ADDITION-HEADER.
           ADD 1 TO TRC-ADD-NO
           MOVE 0 TO TRC-STEP-NO TRC-EXPLODES TRC-SPLITS
           MOVE TRC-ADD-NO TO TRC-ADD-DISP
           MOVE SPACES TO TRC-DATA-REC
           IF PAIRS-MODE
               MOVE PAIR-I TO TRC-REC-I-DISP
               MOVE PAIR-J TO TRC-REC-J-DISP
               STRING
                 'WINNING PAIR - NUMBER ' DELIMITED SIZE
                 TRC-REC-I-DISP           DELIMITED SIZE
                 ' PLUS NUMBER '          DELIMITED SIZE
                 TRC-REC-J-DISP           DELIMITED SIZE
                 INTO TRC-DATA-REC
               END-STRING
           ELSE
               MOVE PAIR-I TO TRC-REC-I-DISP
               STRING
                 'ADDITION '              DELIMITED SIZE
                 TRC-ADD-DISP             DELIMITED SIZE
                 ' - RUNNING SUM PLUS NUMBER ' DELIMITED SIZE
                 TRC-REC-I-DISP           DELIMITED SIZE
                 INTO TRC-DATA-REC
               END-STRING
           END-IF
           WRITE TRC-DATA-REC
           .

       5200-TRACE-ADDITION-RESULT.
           PERFORM 5010-RENDER-ACC
           MOVE 'REDUCED RESULT' TO TRC-LABEL
           PERFORM 5900-WRITE-TRACE-LINE
           PERFORM 2400-COMPUTE-MAGNITUDE
           MOVE MAG-RESULT TO WS-MAGN-DISP
           MOVE TRC-EXPLODES TO TRC-STEP-DISP
           MOVE TRC-SPLITS TO TRC-COUNT-DISP
           MOVE SPACES TO TRC-DATA-REC
           STRING
             '  MAGNITUDE '            DELIMITED SIZE
             WS-MAGN-DISP              DELIMITED SIZE
             ' AFTER '                 DELIMITED SIZE
             TRC-STEP-DISP             DELIMITED SIZE
             ' EXPLODES AND '          DELIMITED SIZE
             TRC-COUNT-DISP            DELIMITED SIZE
             ' SPLITS'                 DELIMITED SIZE
             INTO TRC-DATA-REC
           END-STRING
           WRITE TRC-DATA-REC
           .

       5300-TRACE-EXPLODE.
           ADD 1 TO TRC-STEP-NO TRC-EXPLODES
           MOVE TRC-STEP-NO TO TRC-STEP-DISP
           MOVE ACC-HIT TO TRC-POS-DISP
           MOVE TRC-LEFT-VAL TO TRC-LEFT-EDIT
           MOVE TRC-RIGHT-VAL TO TRC-RIGHT-EDIT
           MOVE SPACES TO TRC-LABEL
           STRING
             'STEP '                   DELIMITED SIZE
             TRC-STEP-DISP             DELIMITED SIZE
             ' EXPLODE ['              DELIMITED SIZE
             FUNCTION TRIM(TRC-LEFT-EDIT) DELIMITED SIZE
             ','                       DELIMITED SIZE
             FUNCTION TRIM(TRC-RIGHT-EDIT) DELIMITED SIZE
             '] AT LEAF '              DELIMITED SIZE
             TRC-POS-DISP              DELIMITED SIZE
             INTO TRC-LABEL
           END-STRING
           PERFORM 5010-RENDER-ACC
           PERFORM 5900-WRITE-TRACE-LINE
           .

       5400-TRACE-SPLIT.
           ADD 1 TO TRC-STEP-NO TRC-SPLITS
           MOVE TRC-STEP-NO TO TRC-STEP-DISP
           MOVE ACC-HIT TO TRC-POS-DISP
           MOVE TRC-LEFT-VAL TO TRC-LEFT-EDIT
           MOVE SPACES TO TRC-LABEL
           STRING
             'STEP '                   DELIMITED SIZE
             TRC-STEP-DISP             DELIMITED SIZE
             ' SPLIT '                 DELIMITED SIZE
             FUNCTION TRIM(TRC-LEFT-EDIT) DELIMITED SIZE
             ' AT LEAF '               DELIMITED SIZE
             TRC-POS-DISP              DELIMITED SIZE
             INTO TRC-LABEL
           END-STRING
           PERFORM 5010-RENDER-ACC
           PERFORM 5900-WRITE-TRACE-LINE
           .

      * One labelled trace line: the label padded to a fixed column,
      * then the number as it stands.
       5900-WRITE-TRACE-LINE.
           MOVE SPACES TO TRC-DATA-REC
           STRING
             '  '                      DELIMITED SIZE
             TRC-LABEL                 DELIMITED SIZE
             RND-LINE(1:RND-PTR - 1)   DELIMITED SIZE
             INTO TRC-DATA-REC
           END-STRING
           WRITE TRC-DATA-REC
           .

       8010-READ-INPT-DATA.
           MOVE SPACES TO PRS-LINE
           READ INPT-DATA INTO PRS-LINE
