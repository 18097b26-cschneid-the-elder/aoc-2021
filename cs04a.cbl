           Select LIB-DATA             Assign Dynamic WS-LIB-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-LIB-STAT.
           Select PRZ-DATA             Assign Dynamic WS-PRZ-NAME
                                        Organization Line Sequential
                                        File Status Is WS-PRZ-STAT.
           Select LDGR-DATA            Assign Dynamic WS-LDGR-FNAME
                                        Organization Line Sequential.
       Data Division.
       File Section.
       FD  INPT-DATA.
       FD  LIB-DATA.
       01  LIB-DATA-REC       PIC X(020).

       FD  PRZ-DATA.
       01  PRZ-DATA-REC       PIC X(080).

       FD  LDGR-DATA.
       01  LDGR-DATA-REC      PIC X(200).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'cs04a'.
           05  OPERATION-ARG      PIC 9(008) COMP    VALUE 0.
           05  CLI-ARGS           PIC X(160)         VALUE LOW-VALUES.
           05  WS-ASSIGN-NAME     PIC X(080)         VALUE SPACES.
           05  WS-SNIF-SHAPE      PIC X(008)         VALUE SPACES.
           05  WS-SNIF-LIKELY     PIC X(008)         VALUE SPACES.
           05  WS-SNIF-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-SNIF-MSG        PIC X(008)         VALUE SPACES.
           05  WS-SNIF-INSERT     PIC X(060)         VALUE SPACES.
           05  WS-CLI-TOKEN       PIC X(080)         VALUE SPACES.
           05  WS-CLI-KEY         PIC X(020)         VALUE SPACES.
           05  WS-CLI-VAL         PIC X(080)         VALUE SPACES.
                                  OCCURS 200 TIMES.
           05  CG-WINS-DISP       PIC 9(004)         VALUE 0.
           05  CG-AVG-DISP        PIC 9(006)         VALUE 0.
           05  WS-PRZ-NAME        PIC X(080)         VALUE SPACES.
           05  WS-PRZ-STAT        PIC X(002)         VALUE SPACES.
           05  WS-LDGR-FNAME      PIC X(040)      VALUE 'cs04a.ldgr'.
           05  WS-LIN-LINE        PIC X(200)         VALUE SPACES.

      * The payout ledger.  The prize schedule gives the pool put up
      * for each game, the house cut, and each finishing position's
      * percentage of what is left after the cut.  Boards completing
      * on the same draw tie for the same position; SPLIT=POOL has
      * them share the prizes of every place they occupy, SPLIT=TOP
      * only the best of them, the places beneath going unawarded.
      * A share is never rounded up; the odd cents a split leaves
      * are breakage.  Money is packed decimal throughout.
       01  PAYOUT-AREAS.
           05  PAY-POOL           PIC 9(009)V9(002) COMP-3 VALUE 0.
           05  PAY-HOUSE-PCT      PIC 9(003)V9(002) COMP-3 VALUE 0.
           05  PAY-SPLIT          PIC X(004)         VALUE 'POOL'.
               88  PAY-SPLIT-POOL                    VALUE 'POOL'.
               88  PAY-SPLIT-TOP                     VALUE 'TOP '.
           05  PAY-PLACES         PIC 9(003) COMP    VALUE 0.
           05  PAY-PLACE-PCT      PIC 9(003)V9(002) COMP-3 VALUE 0
                                  OCCURS 20 TIMES.
           05  PAY-PRIZE          PIC 9(009)V9(002) COMP-3 VALUE 0
                                  OCCURS 20 TIMES.
           05  PAY-PCT-TOTAL      PIC 9(005)V9(002) COMP-3 VALUE 0.
           05  PAY-KEY            PIC X(020)         VALUE SPACES.
           05  PAY-VAL            PIC X(060)         VALUE SPACES.
           05  PAY-SUB            PIC 9(003) COMP    VALUE 0.
           05  PAY-I              PIC 9(009) COMP    VALUE 0.
           05  PAY-J              PIC 9(009) COMP    VALUE 0.
           05  PAY-K              PIC 9(009) COMP    VALUE 0.
           05  PAY-POS            PIC 9(004) COMP    VALUE 0
                                  OCCURS 200 TIMES.
           05  PAY-TIE            PIC 9(004) COMP    VALUE 0
                                  OCCURS 200 TIMES.
           05  PAY-AMOUNT         PIC 9(009)V9(002) COMP-3 VALUE 0
                                  OCCURS 200 TIMES.
           05  PAY-FIRST-SW       PIC X(001)         VALUE 'Y'.
               88  PAY-FIRST-OF-TIE                  VALUE 'Y'
                                                     FALSE 'N'.
           05  PAY-TIE-P          PIC 9(004) COMP-3  VALUE 0.
           05  PAY-FUND           PIC 9(009)V9(002) COMP-3 VALUE 0.
           05  PAY-SHARE          PIC 9(009)V9(002) COMP-3 VALUE 0.
           05  PAY-HOUSE          PIC 9(009)V9(002) COMP-3 VALUE 0.
           05  PAY-NET            PIC 9(009)V9(002) COMP-3 VALUE 0.
           05  PAY-ALLOTTED       PIC 9(009)V9(002) COMP-3 VALUE 0.
           05  PAY-PAID           PIC 9(009)V9(002) COMP-3 VALUE 0.
           05  PAY-UNAWARDED      PIC 9(009)V9(002) COMP-3 VALUE 0.
           05  PAY-UNALLOTTED     PIC 9(009)V9(002) COMP-3 VALUE 0.
           05  PAY-BREAKAGE       PIC 9(009)V9(002) COMP-3 VALUE 0.
           05  PAY-CONTROL        PIC 9(011)V9(002) COMP-3 VALUE 0.
           05  PAY-T-GAMES        PIC 9(003) COMP    VALUE 0.
           05  PAY-T-POOL         PIC 9(011)V9(002) COMP-3 VALUE 0.
           05  PAY-T-HOUSE        PIC 9(011)V9(002) COMP-3 VALUE 0.
           05  PAY-T-PAID         PIC 9(011)V9(002) COMP-3 VALUE 0.
           05  PAY-T-UNAWARDED    PIC 9(011)V9(002) COMP-3 VALUE 0.
           05  PAY-T-UNALLOTTED   PIC 9(011)V9(002) COMP-3 VALUE 0.
           05  PAY-T-BREAKAGE     PIC 9(011)V9(002) COMP-3 VALUE 0.
           05  PAY-T-CONTROL      PIC 9(011)V9(002) COMP-3 VALUE 0.
           05  PAY-CHECK          PIC X(003)         VALUE 'OK'.
           05  PAY-T-CHECK        PIC X(003)         VALUE 'OK'.
           05  PAY-AMT-DISP       PIC 9(009).9(002).
           05  PAY-AMT2-DISP      PIC 9(009).9(002).
           05  PAY-AMT3-DISP      PIC 9(009).9(002).
           05  PAY-AMT4-DISP      PIC 9(009).9(002).
           05  PAY-AMT5-DISP      PIC 9(009).9(002).
           05  PAY-AMT6-DISP      PIC 9(009).9(002).
           05  PAY-TOT-DISP       PIC 9(011).9(002).
           05  PAY-TOT2-DISP      PIC 9(011).9(002).
           05  PAY-TOT3-DISP      PIC 9(011).9(002).
           05  PAY-TOT4-DISP      PIC 9(011).9(002).
           05  PAY-TOT5-DISP      PIC 9(011).9(002).
           05  PAY-TOT6-DISP      PIC 9(011).9(002).
           05  PAY-PCT-DISP       PIC 9(003).9(002).
           05  PAY-POS-DISP       PIC 9(003)         VALUE 0.
           05  PAY-TIE-DISP       PIC 9(003)         VALUE 0.
           05  PAY-DRAW-DISP      PIC 9(004)         VALUE 0.
           05  PAY-SCORE-DISP     PIC 9(016)         VALUE 0.
           05  PAY-PLACES-DISP    PIC 9(003)         VALUE 0.

      * One entry per draw sequence in a multi-game input file; a
      * record beginning GAME introduces the next sequence.
           05  AWAIT-DRAWS-SW     PIC X(001)         VALUE 'N'.
               88  AWAIT-DRAWS                       VALUE 'Y'
                                                     FALSE 'N'.
           05  PRIZE-SW           PIC X(001)         VALUE 'N'.
               88  PRIZE-MODE                        VALUE 'Y'
                                                     FALSE 'N'.
           05  PRZ-EOF-SW         PIC X(001)         VALUE 'N'.
               88  PRZ-EOF                           VALUE 'Y'.

       01  DRAW-NUMBERS-TABLE.
           05  DRAW-NUMBER
               MOVE '/dev/stdin' TO WS-ASSIGN-NAME
           END-IF

           IF PRIZE-MODE
               IF PROCESS-LOAD OR PROCESS-SIM
                   DISPLAY
                     MYNAME ' warning - PRIZES applies to played games'
                     ' only, no payout ledger'
                   SET PRIZE-MODE TO FALSE
               ELSE
                   PERFORM 0400-LOAD-PRIZE-SCHEDULE
               END-IF
           END-IF

           IF PROCESS-TEST
               READY TRACE
           END-IF
               GOBACK
           END-IF

           IF PRIZE-MODE
               PERFORM 6100-OPEN-PAYOUT-LEDGER
           END-IF

           PERFORM 6000-PLAY-ONE-GAME
             VARYING GAME-IDX FROM 1 BY 1
             UNTIL GAME-IDX > GAME-COUNT

           IF PRIZE-MODE
               PERFORM 6190-CLOSE-PAYOUT-LEDGER
           END-IF

           IF GAME-COUNT > 1
               PERFORM 6500-CROSS-GAME-SUMMARY
           END-IF
      * of them is opened.
       0150-APPLY-ENV-PREFIX.
           CALL 'csenvfn' USING WS-LIB-FNAME END-CALL
           CALL 'csenvfn' USING WS-LDGR-FNAME END-CALL
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
                 IF FUNCTION TEST-NUMVAL(WS-CLI-VAL) = 0
                     MOVE FUNCTION NUMVAL(WS-CLI-VAL) TO WS-SEED
                 END-IF
             WHEN 'PRIZES'
      *          the prize schedule; each game played is paid out
      *          to the ledger from it
                 MOVE WS-CLI-VAL TO WS-PRZ-NAME
                 SET PRIZE-MODE TO TRUE
             WHEN 'RUNID'
                 MOVE WS-CLI-VAL TO WS-RUN-ID
             WHEN OTHER
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * The prize schedule, KEYWORD=VALUE records in the style of
      * cssuite.cfg:
      *   POOL=     money put up for each game
      *   HOUSE=    house cut, percent of the pool
      *   SPLIT=    POOL or TOP, how boards tied on a draw are paid
      *   PLACEn=   percent of the pool after the cut paid to
      *             finishing position n, n from 1 to 20
      * A record starting * is a comment.  A schedule that pays out
      * more than the pool is refused outright rather than booked.
      *----------------------------------------------------------------
       0400-LOAD-PRIZE-SCHEDULE.
           OPEN INPUT PRZ-DATA
           IF WS-PRZ-STAT NOT = '00'
               DISPLAY
                 MYNAME ' prize schedule missing or unreadable: '
                 FUNCTION TRIM(WS-PRZ-NAME)
                 ', no payout ledger'
               SET PRIZE-MODE TO FALSE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PRZ-EOF
             MOVE SPACES TO PRZ-DATA-REC
             READ PRZ-DATA
               AT END SET PRZ-EOF TO TRUE
               NOT AT END
                 IF PRZ-DATA-REC NOT = SPACES
                     AND PRZ-DATA-REC(1:1) NOT = '*'
                     PERFORM 0410-LOAD-ONE-PRIZE-RULE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PRZ-DATA

           MOVE 0 TO PAY-PCT-TOTAL
           PERFORM VARYING PAY-SUB FROM 1 BY 1
           UNTIL PAY-SUB > PAY-PLACES
             ADD PAY-PLACE-PCT(PAY-SUB) TO PAY-PCT-TOTAL
           END-PERFORM
           EVALUATE TRUE
             WHEN PAY-POOL = 0
                 DISPLAY
                   MYNAME ' prize schedule sets no POOL,'
                   ' no payout ledger'
             WHEN PAY-PLACES = 0
                 DISPLAY
                   MYNAME ' prize schedule pays no places,'
                   ' no payout ledger'
             WHEN PAY-HOUSE-PCT > 100
                 DISPLAY
                   MYNAME ' prize schedule HOUSE cut exceeds 100%,'
                   ' no payout ledger'
             WHEN PAY-PCT-TOTAL > 100
                 MOVE PAY-PCT-TOTAL TO PAY-PCT-DISP
                 DISPLAY
                   MYNAME ' prize schedule places pay '
                   PAY-PCT-DISP '% of the pool, no payout ledger'
             WHEN OTHER
                 MOVE PAY-POOL TO PAY-AMT-DISP
                 MOVE PAY-HOUSE-PCT TO PAY-PCT-DISP
                 MOVE PAY-PLACES TO PAY-PLACES-DISP
                 DISPLAY
                   MYNAME ' prize pool ' PAY-AMT-DISP
                   ' house cut ' PAY-PCT-DISP '%'
                   ' places ' PAY-PLACES-DISP
                   ' split ' PAY-SPLIT
                 EXIT PARAGRAPH
           END-EVALUATE
           SET PRIZE-MODE TO FALSE
           MOVE 8 TO RETURN-CODE
           .

       0410-LOAD-ONE-PRIZE-RULE.
           MOVE SPACES TO PAY-KEY PAY-VAL
           UNSTRING PRZ-DATA-REC DELIMITED BY '='
             INTO PAY-KEY PAY-VAL
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(PAY-KEY) TO PAY-KEY
           MOVE FUNCTION UPPER-CASE(PAY-VAL) TO PAY-VAL
           EVALUATE TRUE
             WHEN PAY-KEY = 'SPLIT'
                 AND (PAY-VAL = 'POOL' OR PAY-VAL = 'TOP')
                 MOVE PAY-VAL TO PAY-SPLIT
                 EXIT PARAGRAPH
             WHEN FUNCTION TEST-NUMVAL(PAY-VAL) NOT = 0
                 CONTINUE
             WHEN PAY-KEY = 'POOL'
                 MOVE FUNCTION NUMVAL(PAY-VAL) TO PAY-POOL
                 EXIT PARAGRAPH
             WHEN PAY-KEY = 'HOUSE'
                 MOVE FUNCTION NUMVAL(PAY-VAL) TO PAY-HOUSE-PCT
                 EXIT PARAGRAPH
             WHEN PAY-KEY(1:5) = 'PLACE'
                 AND FUNCTION TEST-NUMVAL(PAY-KEY(6:)) = 0
                 AND FUNCTION NUMVAL(PAY-KEY(6:)) >= 1
                 AND FUNCTION NUMVAL(PAY-KEY(6:)) <= 20
                 MOVE FUNCTION NUMVAL(PAY-KEY(6:)) TO PAY-SUB
                 MOVE FUNCTION NUMVAL(PAY-VAL)
                   TO PAY-PLACE-PCT(PAY-SUB)
                 IF PAY-SUB > PAY-PLACES
                     MOVE PAY-SUB TO PAY-PLACES
                 END-IF
                 EXIT PARAGRAPH
             WHEN OTHER
                 CONTINUE
           END-EVALUATE
           DISPLAY
             MYNAME ' warning - prize schedule record ignored: '
             PRZ-DATA-REC(1:40)
           MOVE 4 TO RETURN-CODE
           .

       1000-READ-AND-PARSE-INPT.
           IF WS-ASSIGN-NAME NOT = '/dev/stdin'
               PERFORM 0250-CHECK-THE-CONTENT
           END-IF

           OPEN INPUT INPT-DATA

           PERFORM 8010-READ-INPT-DATA

           PERFORM 4000-REPORT-ALL-BOARDS

           IF PRIZE-MODE
               PERFORM 6110-PAY-OUT-THE-GAME
           END-IF

           PERFORM VARYING RESET-INDX FROM 1 BY 1
           UNTIL RESET-INDX > BOARDS-MAX
             IF BOARD-HAS-WON(RESET-INDX)
           MOVE 0 TO LAST-SCORE
           .

      *----------------------------------------------------------------
      * The payout ledger, cs04a.ldgr: one line per board per game
      * with its finishing position, how many boards shared that
      * position, the draw it completed on, its score and the amount
      * paid; then the game's control line, whose pool must equal
      * the house cut plus everything paid, unawarded, unallotted by
      * the schedule, and left as breakage.  A control that does not
      * tie is CHECK=OUT and fails the run -- finance books from
      * this file.
      *----------------------------------------------------------------
       6100-OPEN-PAYOUT-LEDGER.
           OPEN OUTPUT LDGR-DATA
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cslinhd' USING
             MYNAME
             WS-RUN-ID
             WS-ASSIGN-NAME
             WS-LIN-LINE
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           WRITE LDGR-DATA-REC FROM WS-LIN-LINE
           MOVE PAY-POOL TO PAY-AMT-DISP
           MOVE PAY-HOUSE-PCT TO PAY-PCT-DISP
           MOVE PAY-PLACES TO PAY-PLACES-DISP
           MOVE SPACES TO LDGR-DATA-REC
           STRING
             'SCHEDULE='                  DELIMITED SIZE
             FUNCTION TRIM(WS-PRZ-NAME)   DELIMITED SIZE
             ' POOL='                     DELIMITED SIZE
             PAY-AMT-DISP                 DELIMITED SIZE
             ' HOUSE='                    DELIMITED SIZE
             PAY-PCT-DISP                 DELIMITED SIZE
             ' PLACES='                   DELIMITED SIZE
             PAY-PLACES-DISP              DELIMITED SIZE
             ' SPLIT='                    DELIMITED SIZE
             PAY-SPLIT                    DELIMITED SPACE
             INTO LDGR-DATA-REC
           END-STRING
           WRITE LDGR-DATA-REC
           .

       6110-PAY-OUT-THE-GAME.
           COMPUTE PAY-HOUSE ROUNDED =
             PAY-POOL * PAY-HOUSE-PCT / 100
           COMPUTE PAY-NET = PAY-POOL - PAY-HOUSE
           MOVE 0 TO PAY-ALLOTTED
           PERFORM VARYING PAY-SUB FROM 1 BY 1
           UNTIL PAY-SUB > PAY-PLACES
             COMPUTE PAY-PRIZE(PAY-SUB) =
               PAY-NET * PAY-PLACE-PCT(PAY-SUB) / 100
             ADD PAY-PRIZE(PAY-SUB) TO PAY-ALLOTTED
           END-PERFORM
           COMPUTE PAY-UNALLOTTED = PAY-NET - PAY-ALLOTTED
           MOVE 0 TO PAY-PAID PAY-UNAWARDED PAY-BREAKAGE

           PERFORM 6120-PLACE-ONE-BOARD
             VARYING PAY-I FROM 1 BY 1
             UNTIL PAY-I > BOARDS-MAX

      *    places the schedule pays that no board reached
           PERFORM VARYING PAY-SUB FROM 1 BY 1
           UNTIL PAY-SUB > PAY-PLACES
             IF PAY-SUB > BOARDS-WON-COUNT
                 ADD PAY-PRIZE(PAY-SUB) TO PAY-UNAWARDED
             END-IF
           END-PERFORM

      *    the ledger runs in finishing order, tied boards in board
      *    order, then the boards that never completed
           PERFORM VARYING PAY-K FROM 1 BY 1
           UNTIL PAY-K > BOARDS-WON-COUNT
             PERFORM VARYING PAY-I FROM 1 BY 1
             UNTIL PAY-I > BOARDS-MAX
               IF PAY-POS(PAY-I) = PAY-K
                   PERFORM 6130-WRITE-ONE-BOARD
               END-IF
             END-PERFORM
           END-PERFORM
           PERFORM VARYING PAY-I FROM 1 BY 1
           UNTIL PAY-I > BOARDS-MAX
             IF PAY-POS(PAY-I) = 0
                 PERFORM 6130-WRITE-ONE-BOARD
             END-IF
           END-PERFORM

           COMPUTE PAY-CONTROL = PAY-HOUSE + PAY-PAID + PAY-UNAWARDED
             + PAY-UNALLOTTED + PAY-BREAKAGE
           IF PAY-CONTROL = PAY-POOL
               MOVE 'OK' TO PAY-CHECK
           ELSE
               MOVE 'OUT' TO PAY-CHECK
               MOVE 'OUT' TO PAY-T-CHECK
               MOVE GAME-IDX TO GAME-IDX-DISP
               DISPLAY
                 MYNAME ' payout control for game ' GAME-IDX-DISP
                 ' does not tie to the pool'
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE GAME-IDX       TO GAME-IDX-DISP
           MOVE PAY-POOL       TO PAY-AMT-DISP
           MOVE PAY-HOUSE      TO PAY-AMT2-DISP
           MOVE PAY-PAID       TO PAY-AMT3-DISP
           MOVE PAY-UNAWARDED  TO PAY-AMT4-DISP
           MOVE PAY-UNALLOTTED TO PAY-AMT5-DISP
           MOVE PAY-BREAKAGE   TO PAY-AMT6-DISP
           MOVE SPACES TO LDGR-DATA-REC
           STRING
             'GAME='                      DELIMITED SIZE
             GAME-IDX-DISP                DELIMITED SIZE
             ' CONTROL POOL='             DELIMITED SIZE
             PAY-AMT-DISP                 DELIMITED SIZE
             ' HOUSE='                    DELIMITED SIZE
             PAY-AMT2-DISP                DELIMITED SIZE
             ' PAID='                     DELIMITED SIZE
             PAY-AMT3-DISP                DELIMITED SIZE
             ' UNAWARDED='                DELIMITED SIZE
             PAY-AMT4-DISP                DELIMITED SIZE
             ' UNALLOTTED='               DELIMITED SIZE
             PAY-AMT5-DISP                DELIMITED SIZE
             ' BREAKAGE='                 DELIMITED SIZE
             PAY-AMT6-DISP                DELIMITED SIZE
             ' CHECK='                    DELIMITED SIZE
             PAY-CHECK                    DELIMITED SPACE
             INTO LDGR-DATA-REC
           END-STRING
           WRITE LDGR-DATA-REC
           DISPLAY
             MYNAME ' payout pool ' PAY-AMT-DISP
             ' paid ' PAY-AMT3-DISP ' check ' PAY-CHECK

           ADD 1              TO PAY-T-GAMES
           ADD PAY-POOL       TO PAY-T-POOL
           ADD PAY-HOUSE      TO PAY-T-HOUSE
           ADD PAY-PAID       TO PAY-T-PAID
           ADD PAY-UNAWARDED  TO PAY-T-UNAWARDED
           ADD PAY-UNALLOTTED TO PAY-T-UNALLOTTED
           ADD PAY-BREAKAGE   TO PAY-T-BREAKAGE
           .

      * Board PAY-I's finishing position is one past the boards that
      * completed on an earlier draw; the boards completing on the
      * same draw are its tie.  The first board of a tie settles
      * the fund for all of them, so breakage and any places lost
      * under SPLIT=TOP are counted once.
       6120-PLACE-ONE-BOARD.
           MOVE 0 TO PAY-POS(PAY-I) PAY-TIE(PAY-I) PAY-AMOUNT(PAY-I)
           IF NOT BOARD-HAS-WON(PAY-I)
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO PAY-POS(PAY-I)
           SET PAY-FIRST-OF-TIE TO TRUE
           PERFORM VARYING PAY-J FROM 1 BY 1
           UNTIL PAY-J > BOARDS-MAX
             IF BOARD-HAS-WON(PAY-J)
                 EVALUATE TRUE
                   WHEN BOARD-WIN-DRAW(PAY-J) < BOARD-WIN-DRAW(PAY-I)
                       ADD 1 TO PAY-POS(PAY-I)
                   WHEN BOARD-WIN-DRAW(PAY-J) = BOARD-WIN-DRAW(PAY-I)
                       ADD 1 TO PAY-TIE(PAY-I)
                       IF PAY-J < PAY-I
                           SET PAY-FIRST-OF-TIE TO FALSE
                       END-IF
                   WHEN OTHER
                       CONTINUE
                 END-EVALUATE
             END-IF
           END-PERFORM

           MOVE 0 TO PAY-FUND
           PERFORM VARYING PAY-SUB FROM PAY-POS(PAY-I) BY 1
           UNTIL PAY-SUB >= PAY-POS(PAY-I) + PAY-TIE(PAY-I)
             IF PAY-SUB <= PAY-PLACES
                 IF PAY-SPLIT-POOL OR PAY-SUB = PAY-POS(PAY-I)
                     ADD PAY-PRIZE(PAY-SUB) TO PAY-FUND
                 ELSE
                     IF PAY-FIRST-OF-TIE
                         ADD PAY-PRIZE(PAY-SUB) TO PAY-UNAWARDED
                     END-IF
                 END-IF
             END-IF
           END-PERFORM
           MOVE PAY-TIE(PAY-I) TO PAY-TIE-P
           DIVIDE PAY-TIE-P INTO PAY-FUND GIVING PAY-SHARE
           MOVE PAY-SHARE TO PAY-AMOUNT(PAY-I)
           ADD PAY-SHARE TO PAY-PAID
           IF PAY-FIRST-OF-TIE
               COMPUTE PAY-BREAKAGE =
                 PAY-BREAKAGE + PAY-FUND - PAY-SHARE * PAY-TIE-P
           END-IF
           .

       6130-WRITE-ONE-BOARD.
           MOVE BOARD-ID(PAY-I)  TO WS-BOARD-ID-DISP
           MOVE PAY-POS(PAY-I)   TO PAY-POS-DISP
           MOVE PAY-TIE(PAY-I)   TO PAY-TIE-DISP
           MOVE BOARD-WIN-DRAW(PAY-I)  TO PAY-DRAW-DISP
           MOVE BOARD-WIN-SCORE(PAY-I) TO PAY-SCORE-DISP
           MOVE PAY-AMOUNT(PAY-I) TO PAY-AMT-DISP
           MOVE SPACES TO LDGR-DATA-REC
           STRING
             'GAME='                      DELIMITED SIZE
             GAME-IDX-DISP                DELIMITED SIZE
             ' BOARD='                    DELIMITED SIZE
             WS-BOARD-ID-DISP             DELIMITED SIZE
             ' POS='                      DELIMITED SIZE
             PAY-POS-DISP                 DELIMITED SIZE
             ' TIE='                      DELIMITED SIZE
             PAY-TIE-DISP                 DELIMITED SIZE
             ' DRAW='                     DELIMITED SIZE
             PAY-DRAW-DISP                DELIMITED SIZE
             ' SCORE='                    DELIMITED SIZE
             PAY-SCORE-DISP               DELIMITED SIZE
             ' AMOUNT='                   DELIMITED SIZE
             PAY-AMT-DISP                 DELIMITED SIZE
             INTO LDGR-DATA-REC
           END-STRING
           WRITE LDGR-DATA-REC
           .

      * The run's control total across every game paid out.
       6190-CLOSE-PAYOUT-LEDGER.
           COMPUTE PAY-T-CONTROL = PAY-T-HOUSE + PAY-T-PAID
             + PAY-T-UNAWARDED + PAY-T-UNALLOTTED + PAY-T-BREAKAGE
           IF PAY-T-CONTROL NOT = PAY-T-POOL
               MOVE 'OUT' TO PAY-T-CHECK
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE PAY-T-GAMES      TO GAME-IDX-DISP
           MOVE PAY-T-POOL       TO PAY-TOT-DISP
           MOVE PAY-T-HOUSE      TO PAY-TOT2-DISP
           MOVE PAY-T-PAID       TO PAY-TOT3-DISP
           MOVE PAY-T-UNAWARDED  TO PAY-TOT4-DISP
           MOVE PAY-T-UNALLOTTED TO PAY-TOT5-DISP
           MOVE PAY-T-BREAKAGE   TO PAY-TOT6-DISP
           MOVE SPACES TO LDGR-DATA-REC
           STRING
             'TOTAL GAMES='               DELIMITED SIZE
             GAME-IDX-DISP                DELIMITED SIZE
             ' POOL='                     DELIMITED SIZE
             PAY-TOT-DISP                 DELIMITED SIZE
             ' HOUSE='                    DELIMITED SIZE
             PAY-TOT2-DISP                DELIMITED SIZE
             ' PAID='                     DELIMITED SIZE
             PAY-TOT3-DISP                DELIMITED SIZE
             ' UNAWARDED='                DELIMITED SIZE
             PAY-TOT4-DISP                DELIMITED SIZE
             ' UNALLOTTED='               DELIMITED SIZE
             PAY-TOT5-DISP                DELIMITED SIZE
             ' BREAKAGE='                 DELIMITED SIZE
             PAY-TOT6-DISP                DELIMITED SIZE
             ' CHECK='                    DELIMITED SIZE
             PAY-T-CHECK                  DELIMITED SPACE
             INTO LDGR-DATA-REC
           END-STRING
           WRITE LDGR-DATA-REC
           CLOSE LDGR-DATA
           DISPLAY
             MYNAME ' payout ledger ' FUNCTION TRIM(WS-LDGR-FNAME)
             ' total paid ' PAY-TOT3-DISP ' check ' PAY-T-CHECK
           .

      *----------------------------------------------------------------
      * Which boards win most often across the batch, and how early.
      *----------------------------------------------------------------
             SIM-COUNT-DISP            DELIMITED SIZE
             ' SEED='                  DELIMITED SIZE
             SIM-SEED-DISP             DELIMITED SIZE
             ' PAID='                  DELIMITED SIZE
             PAY-TOT3-DISP             DELIMITED SIZE
             ' RC='                    DELIMITED SIZE
             WS-RC-DISP                DELIMITED SIZE
             ' RUNID='                 DELIMITED SIZE
