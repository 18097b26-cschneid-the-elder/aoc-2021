      * run long, so MAXTIME= (seconds) cuts it off with a nonzero
      * return code, and progress is checkpointed to cs23a.ckpt in
      * the header layout csckmon watches.
      *
      * The cost table also keeps, for every state, the state it
      * was last reached from cheapest, so once the goal is proven
      * the winning path is walked back from it to the start.  The
      * moves go to cs23a.sol for the crew on the floor: which
      * amphipod moves, from which cell to which, the steps and
      * energy of the move and the running total, each followed by
      * the burrow as it then stands.  Hallway cells are numbered
      * 1-11 from the left and room slots 1 down from the doorway.
      *
       Program-ID. cs23a.
       Environment Division.
           Select CKPT-DATA            Assign Dynamic WS-CKPT-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-CKPT-STAT.
           Select SOL-DATA             Assign Dynamic WS-SOL-FNAME
                                        Organization Line Sequential.
       Data Division.
       File Section.
       FD  INPT-DATA.
       FD  CKPT-DATA.
       01  CKPT-DATA-REC      PIC X(200).

       FD  SOL-DATA.
       01  SOL-DATA-REC       PIC X(100).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'cs23a'.
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
           05  CLI-PTR            PIC 9(003) COMP    VALUE 1.
           05  WS-AUDIT-LOG-NAME  PIC X(040)        VALUE 'csaudit.log'.
           05  WS-CKPT-FNAME      PIC X(040)      VALUE 'cs23a.ckpt'.
           05  WS-SOL-FNAME       PIC X(040)      VALUE 'cs23a.sol'.
           05  WS-LIN-LINE        PIC X(200)         VALUE SPACES.
           05  WS-AUDIT-KEYS      PIC X(160)         VALUE SPACES.
           05  WS-RC-DISP         PIC 9(004)         VALUE 0.
           05  WS-SUMM-RECS       PIC X(018)         VALUE SPACES.
       01  NEW-STATE-R            REDEFINES NEW-STATE.
           05  NEW-CELL           PIC X(001) OCCURS 27 TIMES.
       01  GOAL-STATE             PIC X(027)         VALUE SPACES.
       01  START-STATE            PIC X(027)         VALUE SPACES.

       01  SEARCH-AREAS.
           05  CUR-COST           PIC 9(009) COMP    VALUE 0.
           05  HSH-ENTRY OCCURS 524288 TIMES.
               10  HSH-KEY        PIC X(027).
               10  HSH-DIST       PIC 9(009) COMP.
               10  HSH-PREV       PIC X(027).
       01  HASH-AREAS.
           05  HSH-IDX            PIC 9(009) COMP    VALUE 0.
           05  HSH-PROBES         PIC 9(009) COMP    VALUE 0.
           05  POP-COST           PIC 9(009) COMP    VALUE 0.
           05  POP-STATE          PIC X(027)         VALUE SPACES.

      * The winning path, goal first as it is walked back, and the
      * pieces of one move of the solution listing.
       01  PATH-TABLE.
           05  PTH-COUNT          PIC 9(004) COMP    VALUE 0.
           05  PTH-STATE          PIC X(027) OCCURS 200 TIMES.
       01  SOLUTION-AREAS.
           05  PTH-IDX            PIC 9(004) COMP    VALUE 0.
           05  SOL-MOVE-NO        PIC 9(004) COMP    VALUE 0.
           05  SOL-FROM-POS       PIC 9(004) COMP    VALUE 0.
           05  SOL-TO-POS         PIC 9(004) COMP    VALUE 0.
           05  SOL-HALL-POS       PIC 9(004) COMP    VALUE 0.
           05  SOL-ROOM-POS       PIC 9(004) COMP    VALUE 0.
           05  SOL-ROOM           PIC 9(004) COMP    VALUE 0.
           05  SOL-SLOT           PIC 9(004) COMP    VALUE 0.
           05  SOL-STEPS          PIC 9(004) COMP    VALUE 0.
           05  SOL-ENERGY         PIC 9(009) COMP    VALUE 0.
           05  SOL-TOTAL          PIC 9(009) COMP    VALUE 0.
           05  SOL-CELL-NAME      PIC X(016)         VALUE SPACES.
           05  SOL-FROM-NAME      PIC X(016)         VALUE SPACES.
           05  SOL-ROOM-LETTERS   PIC X(004)         VALUE 'ABCD'.
           05  SOL-NUM-DISP       PIC Z9.
           05  SOL-PREV-STATE     PIC X(027)         VALUE SPACES.
           05  SOL-DIAG-STATE     PIC X(027)         VALUE SPACES.
           05  SOL-DIAG-LINE      PIC X(020)         VALUE SPACES.
           05  SOL-SW             PIC X(001)         VALUE 'Y'.
               88  SOL-PATH-OK                       VALUE 'Y'
                                                     FALSE 'N'.
       01  SOL-MOVE-LINE.
           05  FILLER             PIC X(005)         VALUE 'MOVE '.
           05  SM-MOVE-NO         PIC Z(002)9.
           05  FILLER             PIC X(002)         VALUE SPACES.
           05  SM-MOVER           PIC X(001).
           05  FILLER             PIC X(006)         VALUE ' FROM '.
           05  SM-FROM            PIC X(016).
           05  FILLER             PIC X(004)         VALUE ' TO '.
           05  SM-TO              PIC X(016).
           05  FILLER             PIC X(007)         VALUE ' STEPS '.
           05  SM-STEPS           PIC Z9.
           05  FILLER             PIC X(008)         VALUE ' ENERGY '.
           05  SM-ENERGY          PIC Z(005)9.
           05  FILLER             PIC X(007)         VALUE ' TOTAL '.
           05  SM-TOTAL           PIC Z(008)9.

       01  TIMING-AREAS.
           05  WS-NOW-TS          PIC X(021)         VALUE SPACES.
           05  WS-NOW-HSEC        PIC 9(009) COMP    VALUE 0.
           MOVE 7    TO DOORWAY-OF(3)
           MOVE 9    TO DOORWAY-OF(4)

           IF WS-ASSIGN-NAME NOT = '/dev/stdin'
               PERFORM 0250-CHECK-THE-CONTENT
           END-IF

           OPEN INPUT INPT-DATA
           PERFORM 8010-READ-INPT-DATA
           PERFORM 1100-LOAD-ONE-RECORD UNTIL INPT-DATA-EOF
           DISPLAY MYNAME ' room depth ' ROOM-DEPTH

           PERFORM 1300-BUILD-THE-STATES
           MOVE CUR-STATE TO START-STATE

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           COMPUTE WS-RUN-START-HSEC =
                 MOVE BEST-ENERGY TO WS-ENERGY-DISP
                 DISPLAY
                   MYNAME ' minimum energy ' WS-ENERGY-DISP
                 PERFORM 5000-WRITE-THE-SOLUTION
             WHEN SEARCH-TIMED-OUT
                 DISPLAY
                   MYNAME ' search cut off by MAXTIME before a'
      * of them is opened.
       0150-APPLY-ENV-PREFIX.
           CALL 'csenvfn' USING WS-CKPT-FNAME END-CALL
           CALL 'csenvfn' USING WS-SOL-FNAME END-CALL
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
           END-IF
           MOVE HSH-LOOKUP-KEY TO HSH-KEY(HSH-IDX)
           MOVE NEW-COST       TO HSH-DIST(HSH-IDX)
           MOVE CUR-STATE      TO HSH-PREV(HSH-IDX)
           PERFORM 4000-HEAP-PUSH
           .

           END-IF
           .

      *----------------------------------------------------------------
      * Solution listing.  The path is walked back from the goal
      * through the kept predecessors, then written start first:
      * the starting burrow, then each move and the burrow after
      * it.  The move energies must add back up to the proven
      * minimum, or the listing is flagged.
      *----------------------------------------------------------------
       5000-WRITE-THE-SOLUTION.
           PERFORM 5100-WALK-BACK-THE-PATH
           IF NOT SOL-PATH-OK
               DISPLAY
                 MYNAME ' warning - winning path could not be'
                 ' walked back, no solution listing'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT SOL-DATA
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cslinhd' USING
             MYNAME
             WS-RUN-ID
             WS-ASSIGN-NAME
             WS-LIN-LINE
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           WRITE SOL-DATA-REC FROM WS-LIN-LINE

           MOVE 'START' TO SOL-DATA-REC
           WRITE SOL-DATA-REC
           MOVE START-STATE TO SOL-DIAG-STATE
           PERFORM 5300-WRITE-THE-BURROW

           MOVE 0 TO SOL-MOVE-NO SOL-TOTAL
           MOVE START-STATE TO SOL-PREV-STATE
           PERFORM VARYING PTH-IDX FROM PTH-COUNT BY -1
           UNTIL PTH-IDX < 1
             PERFORM 5200-WRITE-ONE-MOVE
             MOVE PTH-STATE(PTH-IDX) TO SOL-PREV-STATE
           END-PERFORM
           CLOSE SOL-DATA

           IF SOL-TOTAL NOT = BEST-ENERGY
               DISPLAY
                 MYNAME ' warning - solution listing moves total '
                 SOL-TOTAL ', not the minimum energy'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE SOL-MOVE-NO TO SOL-NUM-DISP
           DISPLAY
             MYNAME ' solution of ' SOL-NUM-DISP
             ' moves written to ' FUNCTION TRIM(WS-SOL-FNAME)
           .

      * Goal back to (not including) the start; every state on the
      * way must still be on file.
       5100-WALK-BACK-THE-PATH.
           SET SOL-PATH-OK TO TRUE
           MOVE 0 TO PTH-COUNT
           MOVE GOAL-STATE TO HSH-LOOKUP-KEY
           PERFORM UNTIL HSH-LOOKUP-KEY = START-STATE
             OR NOT SOL-PATH-OK
             PERFORM 3000-HASH-LOOKUP
             IF NOT HSH-FOUND OR PTH-COUNT >= 200
                 SET SOL-PATH-OK TO FALSE
             ELSE
                 ADD 1 TO PTH-COUNT
                 MOVE HSH-LOOKUP-KEY TO PTH-STATE(PTH-COUNT)
                 MOVE HSH-PREV(HSH-IDX) TO HSH-LOOKUP-KEY
             END-IF
           END-PERFORM
           .

      * Two cells differ between consecutive states: the one the
      * amphipod left and the one it reached.  Every move is room
      * to hallway or hallway to room, so the steps are the room
      * slot plus the hallway run to or from the doorway.
       5200-WRITE-ONE-MOVE.
           MOVE PTH-STATE(PTH-IDX) TO NEW-STATE
           MOVE SOL-PREV-STATE TO CUR-STATE
           MOVE 0 TO SOL-FROM-POS SOL-TO-POS
           PERFORM VARYING CELL-POS FROM 1 BY 1 UNTIL CELL-POS > 27
             IF CUR-CELL(CELL-POS) NOT = NEW-CELL(CELL-POS)
                 IF NEW-CELL(CELL-POS) = '.'
                     MOVE CELL-POS TO SOL-FROM-POS
                 ELSE
                     MOVE CELL-POS TO SOL-TO-POS
                 END-IF
             END-IF
           END-PERFORM
           IF SOL-FROM-POS = 0 OR SOL-TO-POS = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO SOL-MOVE-NO
           MOVE CUR-CELL(SOL-FROM-POS) TO MOVER-CHAR
           COMPUTE MOVER-TYPE =
             FUNCTION ORD(MOVER-CHAR) - FUNCTION ORD('A') + 1
           IF SOL-FROM-POS <= 11
               MOVE SOL-FROM-POS TO SOL-HALL-POS
               MOVE SOL-TO-POS   TO SOL-ROOM-POS
           ELSE
               MOVE SOL-TO-POS   TO SOL-HALL-POS
               MOVE SOL-FROM-POS TO SOL-ROOM-POS
           END-IF
           COMPUTE SOL-ROOM = (SOL-ROOM-POS - 12) / 4 + 1
           COMPUTE SOL-SLOT = SOL-ROOM-POS - 11 - (SOL-ROOM - 1) * 4
           COMPUTE SOL-STEPS = SOL-SLOT
             + FUNCTION ABS(SOL-HALL-POS - DOORWAY-OF(SOL-ROOM))
           COMPUTE SOL-ENERGY = SOL-STEPS * STEP-COST(MOVER-TYPE)
           ADD SOL-ENERGY TO SOL-TOTAL

           MOVE SOL-FROM-POS TO CELL-POS
           PERFORM 5210-NAME-ONE-CELL
           MOVE SOL-CELL-NAME TO SOL-FROM-NAME
           MOVE SOL-TO-POS TO CELL-POS
           PERFORM 5210-NAME-ONE-CELL

           MOVE SOL-MOVE-NO   TO SM-MOVE-NO
           MOVE MOVER-CHAR    TO SM-MOVER
           MOVE SOL-FROM-NAME TO SM-FROM
           MOVE SOL-CELL-NAME TO SM-TO
           MOVE SOL-STEPS     TO SM-STEPS
           MOVE SOL-ENERGY    TO SM-ENERGY
           MOVE SOL-TOTAL     TO SM-TOTAL
           MOVE SPACES TO SOL-DATA-REC
           WRITE SOL-DATA-REC
           WRITE SOL-DATA-REC FROM SOL-MOVE-LINE
           MOVE NEW-STATE TO SOL-DIAG-STATE
           PERFORM 5300-WRITE-THE-BURROW
           .

      * HALL n or ROOM x SLOT n for the state cell at CELL-POS.
       5210-NAME-ONE-CELL.
           MOVE SPACES TO SOL-CELL-NAME
           IF CELL-POS <= 11
               MOVE CELL-POS TO SOL-NUM-DISP
               STRING
                 'HALL '               DELIMITED SIZE
                 FUNCTION TRIM(SOL-NUM-DISP) DELIMITED SIZE
                 INTO SOL-CELL-NAME
               END-STRING
           ELSE
               COMPUTE SOL-ROOM = (CELL-POS - 12) / 4 + 1
               COMPUTE SOL-NUM-DISP = CELL-POS - 11 - (SOL-ROOM - 1) * 4
               STRING
                 'ROOM '               DELIMITED SIZE
                 SOL-ROOM-LETTERS(SOL-ROOM:1) DELIMITED SIZE
                 ' SLOT '              DELIMITED SIZE
                 FUNCTION TRIM(SOL-NUM-DISP) DELIMITED SIZE
                 INTO SOL-CELL-NAME
               END-STRING
           END-IF
           .

      * The burrow in the puzzle's own diagram layout, as deep as
      * the rooms actually are.
       5300-WRITE-THE-BURROW.
           MOVE SOL-DIAG-STATE TO CUR-STATE
           MOVE '#############' TO SOL-DATA-REC
           WRITE SOL-DATA-REC
           MOVE SPACES TO SOL-DIAG-LINE
           STRING
             '#'                       DELIMITED SIZE
             CUR-STATE(1:11)           DELIMITED SIZE
             '#'                       DELIMITED SIZE
             INTO SOL-DIAG-LINE
           END-STRING
           WRITE SOL-DATA-REC FROM SOL-DIAG-LINE
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
           UNTIL SLOT-IDX > ROOM-DEPTH
             IF SLOT-IDX = 1
                 MOVE '###.#.#.#.###' TO SOL-DIAG-LINE
             ELSE
                 MOVE '  #.#.#.#.#' TO SOL-DIAG-LINE
             END-IF
             PERFORM VARYING ROOM-IDX FROM 1 BY 1 UNTIL ROOM-IDX > 4
               COMPUTE CELL-POS = 11 + (ROOM-IDX - 1) * 4 + SLOT-IDX
               COMPUTE DIAG-COL = 2 + ROOM-IDX * 2
               MOVE CUR-CELL(CELL-POS) TO SOL-DIAG-LINE(DIAG-COL:1)
             END-PERFORM
             WRITE SOL-DATA-REC FROM SOL-DIAG-LINE
           END-PERFORM
           MOVE '  #########' TO SOL-DATA-REC
           WRITE SOL-DATA-REC
           .

      * Overwrites cs23a.ckpt with the search progress in the
      * header layout csckmon watches.  There is no fixed step
      * total in a state search, so the target reported is the
