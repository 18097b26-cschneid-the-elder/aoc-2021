      * of ways the die can produce them.  Universe counts overflow
      * eighteen digits of intermediate work, so every count here is
      * carried in 31-digit packed decimal.
      *
      * MATRIX=QUANTUM (or Y) plays every pairing of starting
      * positions, player 1 at 1-10 against player 2 at 1-10, as a
      * quantum game; MATRIX=DET plays them as practice games and
      * MATRIX=BOTH plays both.  Each pairing's universe counts and
      * player 1 win share, or its practice-game winner and answer,
      * go to cs21a.rpt through the shared print writer and one
      * line a pairing to the suite CSV log, and the totals page
      * carries the 10x10 win-share table and names the most
      * lopsided and the most balanced pairing.  In matrix mode the
      * starting-position records are optional; when present their
      * own game is still played and reported as usual.
      *
       Program-ID. cs21a.
       Environment Division.
       File-Control.
           Select INPT-DATA            Assign Dynamic WS-ASSIGN-NAME
                                        Organization Line Sequential.
           Select CSV-LOG              Assign Dynamic WS-CSV-LOG-NAME
                                        Organization Line Sequential
                                        File Status Is WS-CSV-LOG-STAT.
       Data Division.
       File Section.
       FD  INPT-DATA.
       01  INPT-DATA-REC      PIC X(080).

       FD  CSV-LOG.
       01  CSV-LOG-REC        PIC X(200).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'cs21a'.
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
           05  WS-WINS-DISP       PIC 9(020)         VALUE 0.
           05  PRS-SKIP           PIC X(060)         VALUE SPACES.
           05  PRS-VAL            PIC X(020)         VALUE SPACES.
           05  WS-CFG-CSVLOG      PIC X(020)         VALUE 'CSVLOG'.
           05  WS-CSV-LOG-NAME    PIC X(040)        VALUE 'cscsv.log'.
           05  WS-CSV-LOG-STAT    PIC X(002)         VALUE SPACES.
           05  WS-CSV-LINE        PIC X(200)         VALUE SPACES.
           05  WS-BUS-STAMP       PIC X(021)         VALUE SPACES.
           05  WS-RPT-ACTION      PIC X(001)         VALUE SPACES.
           05  WS-RPT-TITLE       PIC X(040)         VALUE SPACES.
           05  WS-RPT-LINE        PIC X(132)         VALUE SPACES.

       01  DET-AREAS.
           05  DET-POS            PIC 9(004) COMP OCCURS 2 TIMES.
       01  START-AREAS.
           05  START-POS          PIC 9(004) COMP OCCURS 2 TIMES.
           05  START-SEEN         PIC 9(004) COMP    VALUE 0.
           05  START-HOLD         PIC 9(004) COMP OCCURS 2 TIMES.

      * The seven sums three quantum rolls can land on and the
      * number of the twenty-seven branches landing on each.
           05  NEW-SCORE          PIC 9(004) COMP    VALUE 0.
           05  SPAWN-COUNT        PIC 9(031) COMP-3  VALUE 0.

      * Starting-position outcome matrix, subscripted by player 1's
      * then player 2's starting position.  The skew of a pairing is
      * how far player 1's win share sits from an even fifty.
       01  MATRIX-AREAS.
           05  MTX-P1             PIC 9(004) COMP    VALUE 0.
           05  MTX-P2             PIC 9(004) COMP    VALUE 0.
           05  MTX-ROW OCCURS 10 TIMES.
               10  MTX-CELL OCCURS 10 TIMES.
                   15  MTX-WINS1      PIC 9(031) COMP-3.
                   15  MTX-WINS2      PIC 9(031) COMP-3.
                   15  MTX-SHARE      PIC 9(003)V9(002) COMP-3.
                   15  MTX-DET-WINNER PIC 9(001) COMP.
                   15  MTX-DET-ANSWER PIC 9(018) COMP.
           05  MTX-SKEW           PIC 9(003)V9(002) COMP-3 VALUE 0.
           05  MTX-LOP-SKEW       PIC 9(003)V9(002) COMP-3 VALUE 0.
           05  MTX-BAL-SKEW       PIC 9(003)V9(002) COMP-3 VALUE 0.
           05  MTX-LOP-P1         PIC 9(004) COMP    VALUE 0.
           05  MTX-LOP-P2         PIC 9(004) COMP    VALUE 0.
           05  MTX-BAL-P1         PIC 9(004) COMP    VALUE 0.
           05  MTX-BAL-P2         PIC 9(004) COMP    VALUE 0.
           05  MTX-DET-P1-WINS    PIC 9(004) COMP    VALUE 0.
           05  MTX-LINE-PTR       PIC 9(004) COMP    VALUE 0.
           05  MTX-P1-DISP        PIC Z9.
           05  MTX-P2-DISP        PIC Z9.
           05  MTX-SHARE-DISP     PIC ZZ9.99.
           05  MTX-UNIV-DISP      PIC Z(019)9.
           05  MTX-ANSWER-DISP    PIC Z(017)9.
           05  MTX-COUNT-DISP     PIC ZZ9.
           05  MTX-WINNER-DISP    PIC 9(001).

       01  MTX-DETAIL-LINE.
           05  FILLER             PIC X(001)         VALUE SPACE.
           05  MD-P1              PIC Z9.
           05  FILLER             PIC X(002)         VALUE SPACES.
           05  MD-P2              PIC Z9.
           05  FILLER             PIC X(002)         VALUE SPACES.
           05  MD-WINS1           PIC X(020).
           05  FILLER             PIC X(002)         VALUE SPACES.
           05  MD-WINS2           PIC X(020).
           05  FILLER             PIC X(004)         VALUE SPACES.
           05  MD-SHARE           PIC X(006).
           05  FILLER             PIC X(012)         VALUE SPACES.
           05  MD-DET-WINNER      PIC X(001).
           05  FILLER             PIC X(002)         VALUE SPACES.
           05  MD-DET-ANSWER      PIC X(018).

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           05  WS-START-TIME-R    REDEFINES WS-START-TIME.
           05  MODE-SW            PIC X(001)         VALUE 'D'.
               88  DET-MODE                          VALUE 'D'.
               88  QUANTUM-MODE                      VALUE 'Q'.
           05  MATRIX-SW          PIC X(001)         VALUE 'N'.
               88  MATRIX-WANTED                     VALUE 'Q' 'D' 'B'.
               88  MATRIX-QUANTUM                    VALUE 'Q' 'B'.
               88  MATRIX-DET                        VALUE 'D' 'B'.

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
           PERFORM 1100-LOAD-ONE-RECORD UNTIL INPT-DATA-EOF
           CLOSE INPT-DATA

           IF START-SEEN < 2 AND NOT MATRIX-WANTED
               DISPLAY
                 MYNAME ' both starting positions are required on'
                 ' the input'
               GOBACK
           END-IF

      *    the matrix plays first so the game on the input, if any,
      *    is what the audit and summary lines report
           IF MATRIX-WANTED
               MOVE START-POS(1) TO START-HOLD(1)
               MOVE START-POS(2) TO START-HOLD(2)
               PERFORM 5000-RUN-OUTCOME-MATRIX
               MOVE START-HOLD(1) TO START-POS(1)
               MOVE START-HOLD(2) TO START-POS(2)
               MOVE 0 TO QNT-WINS(1) QNT-WINS(2) DET-ANSWER
           END-IF

           IF START-SEEN < 2
               DISPLAY
                 MYNAME ' no starting positions on the input, matrix'
                 ' only'
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF

           DISPLAY
             MYNAME ' player 1 starts at ' START-POS(1)
             ', player 2 at ' START-POS(2)
           IF WS-CFG-VAL NOT = SPACES
               MOVE WS-CFG-VAL TO WS-AUDIT-LOG-NAME
           END-IF
           MOVE SPACES TO WS-CFG-VAL
           CALL 'csgetcfg' USING WS-CFG-CSVLOG WS-CFG-VAL END-CALL
           IF WS-CFG-VAL NOT = SPACES
               MOVE WS-CFG-VAL TO WS-CSV-LOG-NAME
           END-IF
           .

      * Environment partitioning: the fixed artifact names pick
      * up the DEV/QA prefix, if one is configured, before any
      * of them is opened.
       0150-APPLY-ENV-PREFIX.
           CALL 'csenvfn' USING WS-CSV-LOG-NAME END-CALL
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
                         MYNAME ' warning - MODE must be DET or'
                         ' QUANTUM, running DET'
                 END-EVALUATE
             WHEN 'MATRIX'
                 EVALUATE FUNCTION UPPER-CASE(WS-CLI-VAL)
                   WHEN 'Y'        MOVE 'Q' TO MATRIX-SW
                   WHEN 'QUANTUM'  MOVE 'Q' TO MATRIX-SW
                   WHEN 'DET'      MOVE 'D' TO MATRIX-SW
                   WHEN 'BOTH'     MOVE 'B' TO MATRIX-SW
                   WHEN 'N'        MOVE 'N' TO MATRIX-SW
                   WHEN OTHER
                       DISPLAY
                         MYNAME ' warning - MATRIX must be QUANTUM,'
                         ' DET, BOTH or N, no matrix run'
                       MOVE 'N' TO MATRIX-SW
                 END-EVALUATE
             WHEN OTHER
                 DISPLAY
                  MYNAME
      * three rolls a turn, first player to 1000 wins, and the
      * answer is the loser's score times the total roll count.
       2000-PLAY-DETERMINISTIC-GAME.
           PERFORM 2050-ROLL-THE-PRACTICE-DIE
           MOVE DET-ANSWER TO WS-RESULT-DISP
           DISPLAY
             MYNAME ' game over after ' DET-ROLLS ' rolls'
           DISPLAY
             MYNAME ' losing score times rolls ' WS-RESULT-DISP
           .

      * The practice game itself from START-POS, leaving the loser
      * in DET-TURN and the answer in DET-ANSWER.
       2050-ROLL-THE-PRACTICE-DIE.
           MOVE START-POS(1) TO DET-POS(1)
           MOVE START-POS(2) TO DET-POS(2)
           MOVE 0 TO DET-SCORE(1) DET-SCORE(2) DET-DIE DET-ROLLS

      *    after the swap above DET-TURN indexes the loser
           COMPUTE DET-ANSWER = DET-SCORE(DET-TURN) * DET-ROLLS
           .

      * Real game: roll the whole population of universes forward
      * next layer.  The game cannot run past 21 turns a player, so
      * the loop ends when a layer comes up empty.
       3000-PLAY-QUANTUM-GAME.
           PERFORM 3050-ROLL-THE-UNIVERSES

           MOVE QNT-WINS(1) TO WS-WINS-DISP
           DISPLAY MYNAME ' player 1 wins in ' WS-WINS-DISP
             ' universes'
           MOVE QNT-WINS(2) TO WS-WINS-DISP
           DISPLAY MYNAME ' player 2 wins in ' WS-WINS-DISP
             ' universes'
           IF QNT-WINS(1) > QNT-WINS(2)
               DISPLAY MYNAME ' player 1 wins in more universes'
           ELSE
               DISPLAY MYNAME ' player 2 wins in more universes'
           END-IF
           .

      * The quantum game itself from START-POS, leaving each
      * player's universe count in QNT-WINS.
       3050-ROLL-THE-UNIVERSES.
           INITIALIZE QNT-THIS-LAYER QNT-NEXT-LAYER
           MOVE 0 TO QNT-WINS(1) QNT-WINS(2)
           MOVE 1 TO QTL-COUNT(START-POS(1), START-POS(2), 1, 1)
             MOVE QNT-NEXT-LAYER TO QNT-THIS-LAYER
             COMPUTE QNT-TURN = 3 - QNT-TURN
           END-PERFORM
           .

       3100-FAN-OUT-ONE-STATE.
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Starting-position outcome matrix.  Every pairing of starting
      * positions is played in the mode or modes asked for; each
      * pairing is one detail line of cs21a.rpt and one line of the
      * suite CSV log, and the totals page carries the 10x10 tables
      * and the most lopsided and most balanced pairings.
      *----------------------------------------------------------------
       5000-RUN-OUTCOME-MATRIX.
           MOVE 0 TO MTX-DET-P1-WINS
           MOVE 'O' TO WS-RPT-ACTION
           MOVE 'STARTING-POSITION OUTCOME MATRIX' TO WS-RPT-TITLE
           MOVE SPACES TO WS-RPT-LINE
           STRING
             ' P1  P2          P1 UNIVERSES          P2 UNIVERSES'
               DELIMITED SIZE
             '  P1 SHARE   DET WINNER          DET ANSWER'
               DELIMITED SIZE
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 9200-WRITE-REPORT-LINE

           OPEN EXTEND CSV-LOG
           IF WS-CSV-LOG-STAT NOT = '00'
               OPEN OUTPUT CSV-LOG
           END-IF
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'csbusdt' USING WS-BUS-STAMP END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE

           PERFORM VARYING MTX-P1 FROM 1 BY 1 UNTIL MTX-P1 > 10
             PERFORM VARYING MTX-P2 FROM 1 BY 1 UNTIL MTX-P2 > 10
               PERFORM 5100-PLAY-ONE-PAIRING
               PERFORM 5200-WRITE-PAIRING-LINES
             END-PERFORM
           END-PERFORM

           CLOSE CSV-LOG
           PERFORM 5300-FIND-EXTREME-PAIRINGS
           PERFORM 5400-FINISH-MATRIX-REPORT
           .

      * One pairing through the same game paragraphs the input's
      * own game uses.
       5100-PLAY-ONE-PAIRING.
           MOVE MTX-P1 TO START-POS(1)
           MOVE MTX-P2 TO START-POS(2)
           INITIALIZE MTX-CELL(MTX-P1, MTX-P2)
           IF MATRIX-QUANTUM
               PERFORM 3050-ROLL-THE-UNIVERSES
               MOVE QNT-WINS(1) TO MTX-WINS1(MTX-P1, MTX-P2)
               MOVE QNT-WINS(2) TO MTX-WINS2(MTX-P1, MTX-P2)
               COMPUTE MTX-SHARE(MTX-P1, MTX-P2) ROUNDED =
                 QNT-WINS(1) * 100 / (QNT-WINS(1) + QNT-WINS(2))
           END-IF
           IF MATRIX-DET
               PERFORM 2050-ROLL-THE-PRACTICE-DIE
      *        DET-TURN is left indexing the loser
               COMPUTE MTX-DET-WINNER(MTX-P1, MTX-P2) = 3 - DET-TURN
               MOVE DET-ANSWER TO MTX-DET-ANSWER(MTX-P1, MTX-P2)
               IF MTX-DET-WINNER(MTX-P1, MTX-P2) = 1
                   ADD 1 TO MTX-DET-P1-WINS
               END-IF
           END-IF
           .

       5200-WRITE-PAIRING-LINES.
           MOVE MTX-P1 TO MD-P1 MTX-P1-DISP
           MOVE MTX-P2 TO MD-P2 MTX-P2-DISP
           MOVE SPACES TO MD-WINS1 MD-WINS2 MD-SHARE
                          MD-DET-WINNER MD-DET-ANSWER
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO MTX-LINE-PTR
           STRING
             MYNAME                    DELIMITED SPACE
             ','                       DELIMITED SIZE
             WS-BUS-STAMP              DELIMITED SIZE
             ',P1,'                    DELIMITED SIZE
             FUNCTION TRIM(MTX-P1-DISP) DELIMITED SIZE
             ',P2,'                    DELIMITED SIZE
             FUNCTION TRIM(MTX-P2-DISP) DELIMITED SIZE
             INTO WS-CSV-LINE
             WITH POINTER MTX-LINE-PTR
           END-STRING
           IF MATRIX-QUANTUM
               MOVE MTX-WINS1(MTX-P1, MTX-P2) TO MTX-UNIV-DISP
               MOVE MTX-UNIV-DISP TO MD-WINS1
               STRING
                 ',P1WINS,'            DELIMITED SIZE
                 FUNCTION TRIM(MTX-UNIV-DISP) DELIMITED SIZE
                 INTO WS-CSV-LINE
                 WITH POINTER MTX-LINE-PTR
               END-STRING
               MOVE MTX-WINS2(MTX-P1, MTX-P2) TO MTX-UNIV-DISP
               MOVE MTX-UNIV-DISP TO MD-WINS2
               MOVE MTX-SHARE(MTX-P1, MTX-P2) TO MTX-SHARE-DISP
               MOVE MTX-SHARE-DISP TO MD-SHARE
               STRING
                 ',P2WINS,'            DELIMITED SIZE
                 FUNCTION TRIM(MTX-UNIV-DISP) DELIMITED SIZE
                 ',P1SHARE,'           DELIMITED SIZE
                 FUNCTION TRIM(MTX-SHARE-DISP) DELIMITED SIZE
                 INTO WS-CSV-LINE
                 WITH POINTER MTX-LINE-PTR
               END-STRING
           END-IF
           IF MATRIX-DET
               MOVE MTX-DET-WINNER(MTX-P1, MTX-P2) TO MTX-WINNER-DISP
               MOVE MTX-WINNER-DISP TO MD-DET-WINNER
               MOVE MTX-DET-ANSWER(MTX-P1, MTX-P2) TO MTX-ANSWER-DISP
               MOVE MTX-ANSWER-DISP TO MD-DET-ANSWER
               STRING
                 ',DETWINNER,'         DELIMITED SIZE
                 MTX-WINNER-DISP       DELIMITED SIZE
                 ',DETANSWER,'         DELIMITED SIZE
                 FUNCTION TRIM(MTX-ANSWER-DISP) DELIMITED SIZE
                 INTO WS-CSV-LINE
                 WITH POINTER MTX-LINE-PTR
               END-STRING
           END-IF
           STRING
             ',RUNID,'                 DELIMITED SIZE
             WS-RUN-ID                 DELIMITED SPACE
             INTO WS-CSV-LINE
             WITH POINTER MTX-LINE-PTR
           END-STRING
           WRITE CSV-LOG-REC FROM WS-CSV-LINE

           MOVE MTX-DETAIL-LINE TO WS-RPT-LINE
           MOVE 'L' TO WS-RPT-ACTION
           PERFORM 9200-WRITE-REPORT-LINE
           .

      * Most lopsided is the pairing whose share sits furthest from
      * fifty, most balanced the nearest; on a tie the first in
      * player 1, player 2 order stands.
       5300-FIND-EXTREME-PAIRINGS.
           MOVE 0   TO MTX-LOP-SKEW
           MOVE 999 TO MTX-BAL-SKEW
           MOVE 1   TO MTX-LOP-P1 MTX-LOP-P2 MTX-BAL-P1 MTX-BAL-P2
           IF MATRIX-QUANTUM
               PERFORM VARYING MTX-P1 FROM 1 BY 1 UNTIL MTX-P1 > 10
                 PERFORM VARYING MTX-P2 FROM 1 BY 1 UNTIL MTX-P2 > 10
                   IF MTX-SHARE(MTX-P1, MTX-P2) > 50
                       COMPUTE MTX-SKEW =
                         MTX-SHARE(MTX-P1, MTX-P2) - 50
                   ELSE
                       COMPUTE MTX-SKEW =
                         50 - MTX-SHARE(MTX-P1, MTX-P2)
                   END-IF
                   IF MTX-SKEW > MTX-LOP-SKEW
                       MOVE MTX-SKEW TO MTX-LOP-SKEW
                       MOVE MTX-P1   TO MTX-LOP-P1
                       MOVE MTX-P2   TO MTX-LOP-P2
                   END-IF
                   IF MTX-SKEW < MTX-BAL-SKEW
                       MOVE MTX-SKEW TO MTX-BAL-SKEW
                       MOVE MTX-P1   TO MTX-BAL-P1
                       MOVE MTX-P2   TO MTX-BAL-P2
                   END-IF
                 END-PERFORM
               END-PERFORM
           END-IF
           .

      * Totals page: the win-share table, the practice-game winner
      * table, and the named pairings, echoed to the console.
       5400-FINISH-MATRIX-REPORT.
           MOVE 'T' TO WS-RPT-ACTION
           MOVE SPACES TO WS-RPT-LINE
           IF MATRIX-QUANTUM
               MOVE 'PLAYER 1 WIN SHARE (PCT) BY STARTING POSITION'
                 TO WS-RPT-LINE
               PERFORM 9200-WRITE-REPORT-LINE
               MOVE 'L' TO WS-RPT-ACTION
               PERFORM 5410-WRITE-GRID-HEADING
               PERFORM VARYING MTX-P1 FROM 1 BY 1 UNTIL MTX-P1 > 10
                 MOVE MTX-P1 TO MTX-P1-DISP
                 MOVE SPACES TO WS-RPT-LINE
                 MOVE 1 TO MTX-LINE-PTR
                 STRING
                   '   '               DELIMITED SIZE
                   MTX-P1-DISP         DELIMITED SIZE
                   INTO WS-RPT-LINE
                   WITH POINTER MTX-LINE-PTR
                 END-STRING
                 PERFORM VARYING MTX-P2 FROM 1 BY 1 UNTIL MTX-P2 > 10
                   MOVE MTX-SHARE(MTX-P1, MTX-P2) TO MTX-SHARE-DISP
                   STRING
                     '  '              DELIMITED SIZE
                     MTX-SHARE-DISP    DELIMITED SIZE
                     INTO WS-RPT-LINE
                     WITH POINTER MTX-LINE-PTR
                   END-STRING
                 END-PERFORM
                 PERFORM 9200-WRITE-REPORT-LINE
               END-PERFORM

               MOVE SPACES TO WS-RPT-LINE
               PERFORM 9200-WRITE-REPORT-LINE
               MOVE MTX-LOP-P1 TO MTX-P1-DISP
               MOVE MTX-LOP-P2 TO MTX-P2-DISP
               MOVE MTX-SHARE(MTX-LOP-P1, MTX-LOP-P2)
                 TO MTX-SHARE-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING
                 'MOST LOPSIDED  P1 '  DELIMITED SIZE
                 MTX-P1-DISP           DELIMITED SIZE
                 ' P2 '                DELIMITED SIZE
                 MTX-P2-DISP           DELIMITED SIZE
                 '  P1 SHARE '         DELIMITED SIZE
                 MTX-SHARE-DISP        DELIMITED SIZE
                 INTO WS-RPT-LINE
               END-STRING
               PERFORM 9200-WRITE-REPORT-LINE
               DISPLAY
                 MYNAME ' most lopsided pairing P1 ' MTX-P1-DISP
                 ' P2 ' MTX-P2-DISP ', player 1 share '
                 MTX-SHARE-DISP '%'
               MOVE MTX-BAL-P1 TO MTX-P1-DISP
               MOVE MTX-BAL-P2 TO MTX-P2-DISP
               MOVE MTX-SHARE(MTX-BAL-P1, MTX-BAL-P2)
                 TO MTX-SHARE-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING
                 'MOST BALANCED  P1 '  DELIMITED SIZE
                 MTX-P1-DISP           DELIMITED SIZE
                 ' P2 '                DELIMITED SIZE
                 MTX-P2-DISP           DELIMITED SIZE
                 '  P1 SHARE '         DELIMITED SIZE
                 MTX-SHARE-DISP        DELIMITED SIZE
                 INTO WS-RPT-LINE
               END-STRING
               PERFORM 9200-WRITE-REPORT-LINE
               DISPLAY
                 MYNAME ' most balanced pairing P1 ' MTX-P1-DISP
                 ' P2 ' MTX-P2-DISP ', player 1 share '
                 MTX-SHARE-DISP '%'
               MOVE SPACES TO WS-RPT-LINE
               PERFORM 9200-WRITE-REPORT-LINE
           END-IF

           IF MATRIX-DET
               MOVE 'PRACTICE-GAME WINNER BY STARTING POSITION'
                 TO WS-RPT-LINE
               PERFORM 9200-WRITE-REPORT-LINE
               MOVE 'L' TO WS-RPT-ACTION
               PERFORM 5410-WRITE-GRID-HEADING
               PERFORM VARYING MTX-P1 FROM 1 BY 1 UNTIL MTX-P1 > 10
                 MOVE MTX-P1 TO MTX-P1-DISP
                 MOVE SPACES TO WS-RPT-LINE
                 MOVE 1 TO MTX-LINE-PTR
                 STRING
                   '   '               DELIMITED SIZE
                   MTX-P1-DISP         DELIMITED SIZE
                   INTO WS-RPT-LINE
                   WITH POINTER MTX-LINE-PTR
                 END-STRING
                 PERFORM VARYING MTX-P2 FROM 1 BY 1 UNTIL MTX-P2 > 10
                   MOVE MTX-DET-WINNER(MTX-P1, MTX-P2)
                     TO MTX-WINNER-DISP
                   STRING
                     '       '         DELIMITED SIZE
                     MTX-WINNER-DISP   DELIMITED SIZE
                     INTO WS-RPT-LINE
                     WITH POINTER MTX-LINE-PTR
                   END-STRING
                 END-PERFORM
                 PERFORM 9200-WRITE-REPORT-LINE
               END-PERFORM
               MOVE MTX-DET-P1-WINS TO MTX-COUNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING
                 'PLAYER 1 WINS THE PRACTICE GAME IN ' DELIMITED SIZE
                 MTX-COUNT-DISP        DELIMITED SIZE
                 ' OF 100 PAIRINGS'    DELIMITED SIZE
                 INTO WS-RPT-LINE
               END-STRING
               PERFORM 9200-WRITE-REPORT-LINE
               DISPLAY
                 MYNAME ' player 1 wins the practice game in '
                 MTX-COUNT-DISP ' of 100 pairings'
           END-IF

           MOVE 'C' TO WS-RPT-ACTION
           PERFORM 9200-WRITE-REPORT-LINE
           DISPLAY
             MYNAME ' outcome matrix written to cs21a.rpt and the'
             ' CSV log'
           .

      * Column heading for a 10x10 table: player 2's starting
      * position across, player 1's down the side.
       5410-WRITE-GRID-HEADING.
           MOVE SPACES TO WS-RPT-LINE
           MOVE 1 TO MTX-LINE-PTR
           STRING
             'P1\P2'                   DELIMITED SIZE
             INTO WS-RPT-LINE
             WITH POINTER MTX-LINE-PTR
           END-STRING
           PERFORM VARYING MTX-P2 FROM 1 BY 1 UNTIL MTX-P2 > 10
             MOVE MTX-P2 TO MTX-P2-DISP
             STRING
               '      '                DELIMITED SIZE
               MTX-P2-DISP             DELIMITED SIZE
               INTO WS-RPT-LINE
               WITH POINTER MTX-LINE-PTR
             END-STRING
           END-PERFORM
           PERFORM 9200-WRITE-REPORT-LINE
           .

       8010-READ-INPT-DATA.
           MOVE SPACES TO INPT-DATA-REC
           READ INPT-DATA
               STRING
                 ' WINS='                  DELIMITED SIZE
                 WS-WINS-DISP              DELIMITED SIZE
                 ' MODE=Q MATRIX='         DELIMITED SIZE
                 MATRIX-SW                 DELIMITED SIZE
                 ' RECS='                  DELIMITED SIZE
                 WS-REC-COUNT-DISP         DELIMITED SIZE
                 ' RC='                    DELIMITED SIZE
                 WS-RC-DISP                DELIMITED SIZE
               STRING
                 ' ANSWER='                DELIMITED SIZE
                 WS-RESULT-DISP            DELIMITED SIZE
                 ' MODE=D MATRIX='         DELIMITED SIZE
                 MATRIX-SW                 DELIMITED SIZE
                 ' RECS='                  DELIMITED SIZE
                 WS-REC-COUNT-DISP         DELIMITED SIZE
                 ' RC='                    DELIMITED SIZE
                 WS-RC-DISP                DELIMITED SIZE
           MOVE WS-HOLD-RC TO RETURN-CODE
           .

      * One print-image report action through the shared writer;
      * the saved return code survives the call.
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
