           05  RISK-SUM           PIC 9(009) COMP    VALUE 0.
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
      *    X(080) to match the sparse-grid writer's LS-NAME; a
      *    shorter field would let the writer read past its end
           05  WS-BASN-FNAME      PIC X(080)      VALUE 'cs09a.basn'.
           05  WS-FDIR-FNAME      PIC X(080)      VALUE 'cs09a.fdir'.
           05  WS-FACC-FNAME      PIC X(080)      VALUE 'cs09a.facc'.
           05  WS-AUDIT-KEYS      PIC X(160)         VALUE SPACES.
           05  WS-RC-DISP         PIC 9(004)         VALUE 0.
           05  WS-SUMM-RECS       PIC X(018)         VALUE SPACES.
           05  RISK-SUM-DISP      PIC 9(009)         VALUE 0.
           05  BASIN-COUNT-DISP   PIC 9(009)         VALUE 0.
           05  BASIN-PRODUCT-DISP PIC 9(018)         VALUE 0.
           05  LOW-POINT-MAX-DISP PIC 9(009)         VALUE 0.
           05  ART-LINE           PIC X(1000)        VALUE SPACES.
           05  ART-ROW            PIC 9(009) COMP    VALUE 0.
           05  ART-COL            PIC 9(009) COMP    VALUE 0.
           05  ADJ-MINH-DISP      PIC 9(001)         VALUE 0.
           05  WS-RISK-COUNT      PIC 9(004)         VALUE 0.

      * Drainage work: each cell's steepest-downhill neighbor and
      * the number of upstream cells whose water passes through it.
      * FLOW-DIR is 0 for a sink (no lower neighbor), else 1 north,
      * 2 south, 3 west, 4 east.
       01  FLOW-DIR-MAP.
           05  FLOW-DIR-ROW OCCURS 1000.
               10  FLOW-DIR-COL OCCURS 1000.
                   15  FLOW-DIR   PIC 9(001).

       01  FLOW-ACC-MAP.
           05  FLOW-ACC-ROW OCCURS 1000.
               10  FLOW-ACC-COL OCCURS 1000.
                   15  FLOW-ACC   PIC 9(007) COMP.

       01  FLOW-AREAS.
           05  FLOW-ROW           PIC 9(004) COMP    VALUE 0.
           05  FLOW-COL           PIC 9(004) COMP    VALUE 0.
           05  FLOW-TO-ROW        PIC 9(004) COMP    VALUE 0.
           05  FLOW-TO-COL        PIC 9(004) COMP    VALUE 0.
           05  FLOW-LOW-H         PIC X(001)         VALUE SPACE.
           05  FLOW-LVL           PIC 9(002) COMP    VALUE 0.
           05  FLOW-LVL-DIGIT     PIC 9(001)         VALUE 0.
           05  FLOW-LVL-CH        REDEFINES FLOW-LVL-DIGIT
                                  PIC X(001).
           05  FLOW-SINK-COUNT    PIC 9(009) COMP    VALUE 0.
           05  FLOW-MAX-ACC       PIC 9(009) COMP    VALUE 0.
           05  FLOW-CAPPED-COUNT  PIC 9(009) COMP    VALUE 0.
      *    the sparse grid holds four-digit cells
           05  FLOW-CELL-CAP      PIC 9(004) COMP    VALUE 9999.
           05  FLOW-CELL-DISP     PIC 9(004)         VALUE 0.
           05  FLOW-MAX-ACC-DISP  PIC 9(007)         VALUE 0.
           05  FLOW-SINK-DISP     PIC 9(007)         VALUE 0.
           05  FLOW-DIR-NAMES     PIC X(020)
                                  VALUE 'SINKN   S   W   E   '.
           05  FLOW-DIR-NAMES-R   REDEFINES FLOW-DIR-NAMES.
               10  FLOW-DIR-NAME  PIC X(004) OCCURS 5 TIMES.

      * Highest-accumulation channel cells, largest first, for the
      * sediment sampling crews.
       01  CHANNEL-AREAS.
           05  CHAN-TABLE-MAX     PIC 9(004) COMP    VALUE 25.
           05  CHAN-WANT          PIC 9(004) COMP    VALUE 10.
           05  CHAN-COUNT         PIC 9(004) COMP    VALUE 0.
           05  CHAN-IDX           PIC 9(004) COMP    VALUE 0.
           05  CHAN-SLOT          PIC 9(004) COMP    VALUE 0.
           05  CHAN-ENTRY OCCURS 25 TIMES.
               10  CHAN-ROW       PIC 9(004) COMP.
               10  CHAN-COL       PIC 9(004) COMP.
               10  CHAN-ACC       PIC 9(007) COMP.
           05  CHAN-RANK-DISP     PIC 9(002)         VALUE 0.
           05  CHAN-ROW-DISP      PIC 9(004)         VALUE 0.
           05  CHAN-COL-DISP      PIC 9(004)         VALUE 0.
           05  CHAN-ACC-DISP      PIC 9(007)         VALUE 0.
           05  CHAN-BASIN-DISP    PIC 9(004)         VALUE 0.

       01  VISITED-MAP.
           05  VISITED-ROW
               OCCURS 1000
             VISITED-MAP
             LOW-POINT-TABLE
             BASIN-SIZE-TABLE
             FLOW-DIR-MAP
             FLOW-ACC-MAP

           IF WS-ASSIGN-NAME NOT = '/dev/stdin'
               PERFORM 0250-CHECK-THE-CONTENT
           END-IF

           OPEN INPUT INPT-DATA


           PERFORM 3700-REPORT-BASIN-ADJACENCY

           PERFORM 3800-COMPUTE-FLOW-DIRECTION

           PERFORM 3820-ACCUMULATE-FLOW

           PERFORM 3850-EXPORT-FLOW-DIRECTION

           PERFORM 3860-EXPORT-FLOW-ACCUMULATION

           PERFORM 3870-REPORT-TOP-CHANNELS

           DISPLAY MYNAME ' sum of all risk ' RISK-SUM
           DISPLAY MYNAME ' nb of basins    ' BASIN-COUNT
           DISPLAY MYNAME ' basin table usage ' BASIN-COUNT
       0150-APPLY-ENV-PREFIX.
           CALL 'csenvfn' USING WS-ART-FNAME END-CALL
           CALL 'csenvfn' USING WS-BASN-FNAME END-CALL
           CALL 'csenvfn' USING WS-FDIR-FNAME END-CALL
           CALL 'csenvfn' USING WS-FACC-FNAME END-CALL
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
      * separated by spaces; unpack one token here.
       1010-APPLY-CLI-TOKEN.
                     MOVE FUNCTION NUMVAL(WS-CLI-VAL)
                       TO WS-DIV-THRESH
                 END-IF
             WHEN 'CHANNELS'
      *          how many of the highest-accumulation channel cells
      *          the drainage report lists
                 IF FUNCTION TEST-NUMVAL(WS-CLI-VAL) = 0
                     AND FUNCTION NUMVAL(WS-CLI-VAL) >= 1
                     AND FUNCTION NUMVAL(WS-CLI-VAL) <= CHAN-TABLE-MAX
                     MOVE FUNCTION NUMVAL(WS-CLI-VAL) TO CHAN-WANT
                 ELSE
                     DISPLAY
                       MYNAME ' warning - CHANNELS= must be 1 to '
                       CHAN-TABLE-MAX ', keeping ' CHAN-WANT
                 END-IF
             WHEN 'CSV'
                 IF FUNCTION UPPER-CASE(WS-CLI-VAL) = 'Y'
                     SET CSV-REQUESTED TO TRUE
           END-IF
           .

      *----------------------------------------------------------------
      * Drainage.  Water leaves each cell for its lowest neighbor,
      * provided that neighbor is strictly lower; a cell with no
      * lower neighbor holds its water (a sink -- the low points and
      * the flat bottoms).  Ties go north, south, west, east in that
      * order so reruns draw the same channels.
      *----------------------------------------------------------------
       3800-COMPUTE-FLOW-DIRECTION.
           MOVE 0 TO FLOW-SINK-COUNT
           PERFORM VARYING FLOW-ROW FROM 1 BY 1
           UNTIL FLOW-ROW > ROW-MAX
             PERFORM VARYING FLOW-COL FROM 1 BY 1
             UNTIL FLOW-COL > COL-MAX
               PERFORM 3810-FIND-STEEPEST-NEIGHBOR
             END-PERFORM
           END-PERFORM
           .

       3810-FIND-STEEPEST-NEIGHBOR.
           MOVE 0 TO FLOW-DIR(FLOW-ROW, FLOW-COL)
           MOVE HEIGHT(FLOW-ROW, FLOW-COL) TO FLOW-LOW-H
           IF FLOW-ROW > 1
               AND HEIGHT(FLOW-ROW - 1, FLOW-COL) < FLOW-LOW-H
               MOVE HEIGHT(FLOW-ROW - 1, FLOW-COL) TO FLOW-LOW-H
               MOVE 1 TO FLOW-DIR(FLOW-ROW, FLOW-COL)
           END-IF
           IF FLOW-ROW < ROW-MAX
               AND HEIGHT(FLOW-ROW + 1, FLOW-COL) < FLOW-LOW-H
               MOVE HEIGHT(FLOW-ROW + 1, FLOW-COL) TO FLOW-LOW-H
               MOVE 2 TO FLOW-DIR(FLOW-ROW, FLOW-COL)
           END-IF
           IF FLOW-COL > 1
               AND HEIGHT(FLOW-ROW, FLOW-COL - 1) < FLOW-LOW-H
               MOVE HEIGHT(FLOW-ROW, FLOW-COL - 1) TO FLOW-LOW-H
               MOVE 3 TO FLOW-DIR(FLOW-ROW, FLOW-COL)
           END-IF
           IF FLOW-COL < COL-MAX
               AND HEIGHT(FLOW-ROW, FLOW-COL + 1) < FLOW-LOW-H
               MOVE HEIGHT(FLOW-ROW, FLOW-COL + 1) TO FLOW-LOW-H
               MOVE 4 TO FLOW-DIR(FLOW-ROW, FLOW-COL)
           END-IF
           IF FLOW-DIR(FLOW-ROW, FLOW-COL) = 0
               ADD 1 TO FLOW-SINK-COUNT
           END-IF
           .

      * Every cell passes on its own water plus everything that
      * reached it.  Water only runs strictly downhill, so taking
      * the cells a height at a time from 9 down to 0 finishes each
      * cell's upstream total before the cell passes it on.  A
      * height-0 cell has nowhere lower to send its water.
       3820-ACCUMULATE-FLOW.
           MOVE 0 TO FLOW-MAX-ACC CHAN-COUNT
           PERFORM VARYING FLOW-LVL FROM 9 BY -1
           UNTIL FLOW-LVL < 1
             MOVE FLOW-LVL TO FLOW-LVL-DIGIT
             PERFORM 3825-ACCUMULATE-ONE-LEVEL
           END-PERFORM

           PERFORM VARYING FLOW-ROW FROM 1 BY 1
           UNTIL FLOW-ROW > ROW-MAX
             PERFORM VARYING FLOW-COL FROM 1 BY 1
             UNTIL FLOW-COL > COL-MAX
               IF FLOW-ACC(FLOW-ROW, FLOW-COL) > FLOW-MAX-ACC
                   MOVE FLOW-ACC(FLOW-ROW, FLOW-COL) TO FLOW-MAX-ACC
               END-IF
               PERFORM 3830-RANK-ONE-CHANNEL-CELL
             END-PERFORM
           END-PERFORM
           .

       3825-ACCUMULATE-ONE-LEVEL.
           PERFORM VARYING FLOW-ROW FROM 1 BY 1
           UNTIL FLOW-ROW > ROW-MAX
             PERFORM VARYING FLOW-COL FROM 1 BY 1
             UNTIL FLOW-COL > COL-MAX
               IF HEIGHT(FLOW-ROW, FLOW-COL) = FLOW-LVL-CH
                   AND FLOW-DIR(FLOW-ROW, FLOW-COL) > 0
                   MOVE FLOW-ROW TO FLOW-TO-ROW
                   MOVE FLOW-COL TO FLOW-TO-COL
                   EVALUATE FLOW-DIR(FLOW-ROW, FLOW-COL)
                     WHEN 1  SUBTRACT 1 FROM FLOW-TO-ROW
                     WHEN 2  ADD 1 TO FLOW-TO-ROW
                     WHEN 3  SUBTRACT 1 FROM FLOW-TO-COL
                     WHEN 4  ADD 1 TO FLOW-TO-COL
                   END-EVALUATE
                   COMPUTE FLOW-ACC(FLOW-TO-ROW, FLOW-TO-COL) =
                     FLOW-ACC(FLOW-TO-ROW, FLOW-TO-COL)
                     + FLOW-ACC(FLOW-ROW, FLOW-COL) + 1
               END-IF
             END-PERFORM
           END-PERFORM
           .

      * Keep the CHANNELS= largest accumulations in order, largest
      * first; an equal total does not displace a cell already held.
       3830-RANK-ONE-CHANNEL-CELL.
           IF FLOW-ACC(FLOW-ROW, FLOW-COL) = 0
               EXIT PARAGRAPH
           END-IF
           IF CHAN-COUNT < CHAN-WANT
               ADD 1 TO CHAN-COUNT
               MOVE CHAN-COUNT TO CHAN-SLOT
           ELSE
               IF FLOW-ACC(FLOW-ROW, FLOW-COL) <= CHAN-ACC(CHAN-WANT)
                   EXIT PARAGRAPH
               END-IF
               MOVE CHAN-WANT TO CHAN-SLOT
           END-IF
           PERFORM UNTIL CHAN-SLOT = 1
             OR CHAN-ACC(CHAN-SLOT - 1) >= FLOW-ACC(FLOW-ROW, FLOW-COL)
               MOVE CHAN-ENTRY(CHAN-SLOT - 1) TO CHAN-ENTRY(CHAN-SLOT)
               SUBTRACT 1 FROM CHAN-SLOT
           END-PERFORM
           MOVE FLOW-ROW                     TO CHAN-ROW(CHAN-SLOT)
           MOVE FLOW-COL                     TO CHAN-COL(CHAN-SLOT)
           MOVE FLOW-ACC(FLOW-ROW, FLOW-COL) TO CHAN-ACC(CHAN-SLOT)
           .

      * The flow-direction grid in the cs09a.basn sparse format; the
      * sinks are the zeros and drop out of the runs.
       3850-EXPORT-FLOW-DIRECTION.
           MOVE ROW-MAX TO WS-SG-ROWS
           MOVE COL-MAX TO WS-SG-COLS
           MOVE 'O' TO WS-SG-ACT
           CALL 'cssgrdw' USING
             WS-SG-ACT
             WS-FDIR-FNAME
             WS-SG-ROWS
             WS-SG-COLS
             BASN-LINE
           END-CALL

           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cslinhd' USING
             MYNAME
             WS-RUN-ID
             WS-ASSIGN-NAME
             WS-LIN-LINE
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           MOVE SPACES TO BASN-LINE
           MOVE WS-LIN-LINE TO BASN-LINE(1:200)
           MOVE 'H' TO WS-SG-ACT
           CALL 'cssgrdw' USING
             WS-SG-ACT
             WS-FDIR-FNAME
             WS-SG-ROWS
             WS-SG-COLS
             BASN-LINE
           END-CALL

           MOVE SPACES TO BASN-LINE
           MOVE FLOW-SINK-COUNT TO FLOW-SINK-DISP
           STRING
             'FLOWDIR 0=SINK 1=N 2=S 3=W 4=E SINKS=' DELIMITED SIZE
             FLOW-SINK-DISP            DELIMITED SIZE
             INTO BASN-LINE
           END-STRING
           CALL 'cssgrdw' USING
             WS-SG-ACT
             WS-FDIR-FNAME
             WS-SG-ROWS
             WS-SG-COLS
             BASN-LINE
           END-CALL

           MOVE 'L' TO WS-SG-ACT
           PERFORM VARYING ART-ROW FROM 1 BY 1
           UNTIL ART-ROW > ROW-MAX
             MOVE SPACES TO BASN-LINE
             MOVE 1 TO BASN-POS
             PERFORM VARYING ART-COL FROM 1 BY 1
             UNTIL ART-COL > COL-MAX
               MOVE FLOW-DIR(ART-ROW, ART-COL) TO FLOW-CELL-DISP
               STRING FLOW-CELL-DISP ' ' DELIMITED SIZE
                 INTO BASN-LINE WITH POINTER BASN-POS
               END-STRING
             END-PERFORM
             CALL 'cssgrdw' USING
               WS-SG-ACT
               WS-FDIR-FNAME
               WS-SG-ROWS
               WS-SG-COLS
               BASN-LINE
             END-CALL
           END-PERFORM

           MOVE 'C' TO WS-SG-ACT
           CALL 'cssgrdw' USING
             WS-SG-ACT
             WS-FDIR-FNAME
             WS-SG-ROWS
             WS-SG-COLS
             BASN-LINE
           END-CALL
           DISPLAY MYNAME ' flow direction map written to cs09a.fdir'
           .

      * The upstream-cell counts in the same format.  A count past
      * what a grid cell holds goes out as 9999 and the header says
      * how many cells that happened to; the channel report below
      * carries the true totals.
       3860-EXPORT-FLOW-ACCUMULATION.
           MOVE 0 TO FLOW-CAPPED-COUNT
           MOVE ROW-MAX TO WS-SG-ROWS
           MOVE COL-MAX TO WS-SG-COLS
           MOVE 'O' TO WS-SG-ACT
           CALL 'cssgrdw' USING
             WS-SG-ACT
             WS-FACC-FNAME
             WS-SG-ROWS
             WS-SG-COLS
             BASN-LINE
           END-CALL

           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cslinhd' USING
             MYNAME
             WS-RUN-ID
             WS-ASSIGN-NAME
             WS-LIN-LINE
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           MOVE SPACES TO BASN-LINE
           MOVE WS-LIN-LINE TO BASN-LINE(1:200)
           MOVE 'H' TO WS-SG-ACT
           CALL 'cssgrdw' USING
             WS-SG-ACT
             WS-FACC-FNAME
             WS-SG-ROWS
             WS-SG-COLS
             BASN-LINE
           END-CALL

           MOVE 'L' TO WS-SG-ACT
           PERFORM VARYING ART-ROW FROM 1 BY 1
           UNTIL ART-ROW > ROW-MAX
             MOVE SPACES TO BASN-LINE
             MOVE 1 TO BASN-POS
             PERFORM VARYING ART-COL FROM 1 BY 1
             UNTIL ART-COL > COL-MAX
               IF FLOW-ACC(ART-ROW, ART-COL) > FLOW-CELL-CAP
                   MOVE FLOW-CELL-CAP TO FLOW-CELL-DISP
                   ADD 1 TO FLOW-CAPPED-COUNT
               ELSE
                   MOVE FLOW-ACC(ART-ROW, ART-COL) TO FLOW-CELL-DISP
               END-IF
               STRING FLOW-CELL-DISP ' ' DELIMITED SIZE
                 INTO BASN-LINE WITH POINTER BASN-POS
               END-STRING
             END-PERFORM
             CALL 'cssgrdw' USING
               WS-SG-ACT
               WS-FACC-FNAME
               WS-SG-ROWS
               WS-SG-COLS
               BASN-LINE
             END-CALL
           END-PERFORM

           MOVE 'C' TO WS-SG-ACT
           CALL 'cssgrdw' USING
             WS-SG-ACT
             WS-FACC-FNAME
             WS-SG-ROWS
             WS-SG-COLS
             BASN-LINE
           END-CALL
           DISPLAY
             MYNAME ' flow accumulation map written to cs09a.facc'
           IF FLOW-CAPPED-COUNT > 0
               MOVE FLOW-CAPPED-COUNT TO FLOW-SINK-DISP
               DISPLAY
                 MYNAME '   ' FLOW-SINK-DISP ' cells over '
                 FLOW-CELL-CAP ' upstream cells written as '
                 FLOW-CELL-CAP
           END-IF
           .

      * Where the flow concentrates: the channel cells carrying the
      * most upstream water, with the basin each sits in and the
      * way its water leaves.
       3870-REPORT-TOP-CHANNELS.
           DISPLAY MYNAME ' ----------------------------------------'
           DISPLAY MYNAME ' highest-accumulation channels'
           IF CHAN-COUNT = 0
               DISPLAY MYNAME '   no cell receives upstream flow'
               EXIT PARAGRAPH
           END-IF
           DISPLAY
             MYNAME '   rank  row  col  ht  upstream basin  flows'
           PERFORM VARYING CHAN-IDX FROM 1 BY 1
           UNTIL CHAN-IDX > CHAN-COUNT
             MOVE CHAN-IDX TO CHAN-RANK-DISP
             MOVE CHAN-ROW(CHAN-IDX) TO CHAN-ROW-DISP
             MOVE CHAN-COL(CHAN-IDX) TO CHAN-COL-DISP
             MOVE CHAN-ACC(CHAN-IDX) TO CHAN-ACC-DISP
             MOVE BASIN-ID(CHAN-ROW(CHAN-IDX), CHAN-COL(CHAN-IDX))
               TO CHAN-BASIN-DISP
             DISPLAY
               MYNAME '     ' CHAN-RANK-DISP
               ' ' CHAN-ROW-DISP ' ' CHAN-COL-DISP
               '   ' HEIGHT(CHAN-ROW(CHAN-IDX), CHAN-COL(CHAN-IDX))
               '   ' CHAN-ACC-DISP
               '  ' CHAN-BASIN-DISP
               '  ' FLOW-DIR-NAME(FLOW-DIR(CHAN-ROW(CHAN-IDX),
                                  CHAN-COL(CHAN-IDX)) + 1)
           END-PERFORM
           MOVE FLOW-SINK-COUNT TO FLOW-SINK-DISP
           DISPLAY MYNAME '   sinks (cells holding their water) '
             FLOW-SINK-DISP
           .

       8010-READ-INPT-DATA.
           INITIALIZE WS-INPT-DATA
           READ INPT-DATA INTO WS-INPT-DATA
           MOVE BASIN-COUNT    TO BASIN-COUNT-DISP
           MOVE BASIN-PRODUCT  TO BASIN-PRODUCT-DISP
           MOVE WS-REC-COUNT   TO WS-REC-COUNT-DISP
           MOVE FLOW-MAX-ACC   TO FLOW-MAX-ACC-DISP
           MOVE LOW-POINT-MAX  TO LOW-POINT-MAX-DISP

           STRING
             ' RISK='                  DELIMITED SIZE
             RISK-SUM-DISP             DELIMITED SIZE
             ' LOWPTS='                DELIMITED SIZE
             LOW-POINT-MAX-DISP        DELIMITED SIZE
             ' BASINS='                DELIMITED SIZE
             BASIN-COUNT-DISP          DELIMITED SIZE
             ' PRODUCT='               DELIMITED SIZE
             BASIN-PRODUCT-DISP        DELIMITED SIZE
             ' RECS='                  DELIMITED SIZE
             WS-REC-COUNT-DISP         DELIMITED SIZE
             ' MAXACC='                DELIMITED SIZE
             FLOW-MAX-ACC-DISP         DELIMITED SIZE
             ' RC='                    DELIMITED SIZE
             WS-RC-DISP                DELIMITED SIZE
             ' RUNID='                 DELIMITED SIZE
           MOVE BASIN-COUNT    TO BASIN-COUNT-DISP
           MOVE BASIN-PRODUCT  TO BASIN-PRODUCT-DISP
           MOVE WS-REC-COUNT   TO WS-REC-COUNT-DISP
           MOVE FLOW-MAX-ACC   TO FLOW-MAX-ACC-DISP

           STRING
             MYNAME                    DELIMITED SIZE
             BASIN-PRODUCT-DISP        DELIMITED SIZE
             ',RECS,'                  DELIMITED SIZE
             WS-REC-COUNT-DISP         DELIMITED SIZE
             ',MAXACC,'                DELIMITED SIZE
             FLOW-MAX-ACC-DISP         DELIMITED SIZE
             ',RUNID,'                 DELIMITED SIZE
             WS-RUN-ID                 DELIMITED SPACE
             INTO WS-CSV-LINE
