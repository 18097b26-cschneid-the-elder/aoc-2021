      * tries every launch velocity that could possibly land in the
      * box, reports the highest apex any hitting shot reaches, and
      * counts every distinct initial velocity pair that lands a hit.
      *
      * For fire control the whole envelope goes out as well.
      * cs17a.env charts the initial-velocity plane searched, one
      * row per y velocity from the top down, with every hitting
      * pair marked #.  cs17a.shot lists every hitting pair with its
      * apex, steps to impact, landing point in the box and margin
      * to the nearest box edge, most forgiving shot first: the
      * shots whose eight one-unit velocity neighbours also hit
      * lead, then the widest margin, then the highest apex.
      *
       Program-ID. cs17a.
       Environment Division.
       File-Control.
           Select INPT-DATA            Assign Dynamic WS-ASSIGN-NAME
                                        Organization Line Sequential.
           Select ENV-DATA             Assign Dynamic WS-ENV-FNAME
                                        Organization Line Sequential.
           Select SHOT-DATA            Assign Dynamic WS-SHOT-FNAME
                                        Organization Line Sequential.
       Data Division.
       File Section.
       FD  INPT-DATA.
       01  INPT-DATA-REC      PIC X(080).
       FD  ENV-DATA.
       01  ENV-DATA-REC       PIC X(2020).
       FD  SHOT-DATA.
       01  SHOT-DATA-REC      PIC X(080).

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
           05  WS-CFG-AUDITLOG    PIC X(020)       VALUE 'AUDITLOG'.
           05  WS-RUN-ID          PIC X(017)         VALUE SPACES.
           05  WS-REC-COUNT-DISP  PIC 9(008)         VALUE 0.
           05  WS-ENV-FNAME       PIC X(040)      VALUE 'cs17a.env'.
           05  WS-SHOT-FNAME      PIC X(040)     VALUE 'cs17a.shot'.
           05  WS-LIN-LINE        PIC X(200)         VALUE SPACES.

       01  TARGET-AREAS.
           05  TGT-LINE           PIC X(080)         VALUE SPACES.
           05  WS-HIT-DISP        PIC 9(008)         VALUE 0.
           05  WS-VX-DISP         PIC +9(005).
           05  WS-VY-DISP         PIC +9(005).
           05  SHOT-STEPS         PIC 9(009) COMP    VALUE 0.

      * The velocity plane searched, hit or miss at every pair: row
      * is the y velocity less the box floor plus one, column the x
      * velocity.
       01  ENVELOPE-AREAS.
           05  ENV-ROWS           PIC 9(009) COMP    VALUE 0.
           05  ENV-COLS           PIC 9(009) COMP    VALUE 0.
           05  ENV-ROW-IDX        PIC S9(009) COMP   VALUE 0.
           05  ENV-COL-IDX        PIC S9(009) COMP   VALUE 0.
           05  ENV-NBR-ROW        PIC S9(009) COMP   VALUE 0.
           05  ENV-NBR-COL        PIC S9(009) COMP   VALUE 0.
           05  ENV-D-ROW          PIC S9(001) COMP   VALUE 0.
           05  ENV-D-COL          PIC S9(001) COMP   VALUE 0.
           05  ENV-ROW-VY         PIC S9(009) COMP   VALUE 0.
           05  ENV-OVER-COUNT     PIC 9(009) COMP    VALUE 0.
           05  ENV-SHOWN          PIC 9(004) COMP    VALUE 0.
           05  ENV-VXHI-DISP      PIC +9(005).
           05  ENV-VYLO-DISP      PIC +9(005).
           05  ENV-VYHI-DISP      PIC +9(005).
           05  ENV-RANK-DISP      PIC 9(002)         VALUE 0.
           05  ENV-NBRS-DISP      PIC 9(001)         VALUE 0.
           05  ENV-MARGIN-DISP    PIC 9(006)         VALUE 0.
           05  ENV-STEPS-DISP     PIC 9(006)         VALUE 0.

       01  ENVELOPE-GRID.
           05  ENV-ROW OCCURS 2000 TIMES.
               10  ENV-CELL       PIC X(001) OCCURS 2000 TIMES.

      * Every hitting pair, ranked most forgiving first before the
      * shot table is written.
       01  SHOT-TABLE.
           05  ST-COUNT           PIC 9(009) COMP    VALUE 0.
           05  ST-IDX             PIC 9(009) COMP    VALUE 0.
           05  ST-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON ST-COUNT.
               10  ST-NBRS        PIC 9(001) COMP.
               10  ST-MARGIN      PIC 9(009) COMP.
               10  ST-APEX        PIC S9(009) COMP.
               10  ST-VX          PIC S9(009) COMP.
               10  ST-VY          PIC S9(009) COMP.
               10  ST-STEPS       PIC 9(009) COMP.
               10  ST-LAND-X      PIC S9(009) COMP.
               10  ST-LAND-Y      PIC S9(009) COMP.

       01  SHOT-LINE.
           05  SL-RANK            PIC Z(005)9.
           05  FILLER             PIC X(002)         VALUE SPACES.
           05  SL-VX              PIC +9(005).
           05  FILLER             PIC X(002)         VALUE SPACES.
           05  SL-VY              PIC +9(005).
           05  FILLER             PIC X(002)         VALUE SPACES.
           05  SL-APEX            PIC Z(008)9.
           05  FILLER             PIC X(002)         VALUE SPACES.
           05  SL-STEPS           PIC Z(005)9.
           05  FILLER             PIC X(002)         VALUE SPACES.
           05  SL-LAND-X          PIC +9(006).
           05  FILLER             PIC X(002)         VALUE SPACES.
           05  SL-LAND-Y          PIC +9(006).
           05  FILLER             PIC X(002)         VALUE SPACES.
           05  SL-MARGIN          PIC Z(005)9.
           05  FILLER             PIC X(002)         VALUE SPACES.
           05  SL-NBRS            PIC 9(001).

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           05  SHOT-DONE-SW       PIC X(001)         VALUE 'N'.
               88  SHOT-DONE                         VALUE 'Y'
                                                     FALSE 'N'.
           05  ENV-FITS-SW        PIC X(001)         VALUE 'Y'.
               88  ENV-FITS                          VALUE 'Y'
                                                     FALSE 'N'.
           05  ENV-WARN-SW        PIC X(001)         VALUE 'N'.
               88  ENV-WARNED                        VALUE 'Y'
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
           PERFORM UNTIL INPT-DATA-EOF OR TARGET-OK
           DISPLAY
             MYNAME ' distinct hitting velocities ' WS-HIT-DISP

           PERFORM 3000-RANK-THE-SHOTS
           PERFORM 3100-WRITE-ENVELOPE-CHART
           PERFORM 3200-WRITE-SHOT-TABLE

           DISPLAY MYNAME ' records read ' WS-REC-COUNT

      *    a plane too big to chart, or more hits than the shot table
      *    holds, still leaves the apex and count good
           IF ENV-WARNED AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 9000-WRITE-AUDIT-LOG
           PERFORM 9900-DISPLAY-SUMMARY
           GOBACK.
           END-IF
           .

      * Environment partitioning: the fixed artifact names pick
      * up the DEV/QA prefix, if one is configured, before any
      * of them is opened.
       0150-APPLY-ENV-PREFIX.
           CALL 'csenvfn' USING WS-ENV-FNAME END-CALL
           CALL 'csenvfn' USING WS-SHOT-FNAME END-CALL
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
      * best seen so far.
       2000-SEARCH-LAUNCH-ENVELOPE.
           COMPUTE VY-SEARCH-TOP = 0 - TGT-Y-LO
           MOVE 0 TO ENV-COLS ENV-ROWS ST-COUNT ENV-OVER-COUNT
           IF TGT-X-HI > 0
               MOVE TGT-X-HI TO ENV-COLS
           END-IF
           IF VY-SEARCH-TOP >= TGT-Y-LO
               COMPUTE ENV-ROWS = VY-SEARCH-TOP - TGT-Y-LO + 1
           END-IF
           EVALUATE TRUE
             WHEN ENV-COLS = 0 OR ENV-ROWS = 0
      *        nothing can hit, so there is no plane to chart
               SET ENV-FITS TO FALSE
             WHEN ENV-COLS > 2000 OR ENV-ROWS > 2000
               DISPLAY
                 MYNAME ' warning - velocity plane too large to'
                 ' chart, envelope and neighbour ranking skipped'
               SET ENV-FITS TO FALSE
               SET ENV-WARNED TO TRUE
             WHEN OTHER
               MOVE ALL '.' TO ENVELOPE-GRID
           END-EVALUATE

           PERFORM VARYING TRY-VX FROM 1 BY 1
           UNTIL TRY-VX > TGT-X-HI
             PERFORM VARYING TRY-VY FROM TGT-Y-LO BY 1
               PERFORM 2010-FLY-ONE-SHOT
               IF SHOT-HIT
                   ADD 1 TO HIT-COUNT
                   PERFORM 2020-RECORD-HIT
                   IF SHOT-APEX > BEST-APEX OR HIT-COUNT = 1
                       MOVE SHOT-APEX TO BEST-APEX
                       MOVE TRY-VX    TO BEST-VX
      * the right or below it, flagging a hit the moment both
      * coordinates land inside.
       2010-FLY-ONE-SHOT.
           MOVE 0      TO SHOT-PX SHOT-PY SHOT-APEX SHOT-STEPS
           MOVE TRY-VX TO SHOT-VX
           MOVE TRY-VY TO SHOT-VY
           SET SHOT-HIT  TO FALSE
           SET SHOT-DONE TO FALSE
           PERFORM UNTIL SHOT-DONE
             ADD 1 TO SHOT-STEPS
             ADD SHOT-VX TO SHOT-PX
             ADD SHOT-VY TO SHOT-PY
             IF SHOT-VX > 0
           END-PERFORM
           .

      * The hit goes on the chart and into the shot table with where
      * it landed and how far inside the nearest edge that was.
       2020-RECORD-HIT.
           IF ENV-FITS
               COMPUTE ENV-ROW-IDX = TRY-VY - TGT-Y-LO + 1
               MOVE '#' TO ENV-CELL(ENV-ROW-IDX, TRY-VX)
           END-IF
           IF ST-COUNT >= 20000
               ADD 1 TO ENV-OVER-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ST-COUNT
           MOVE 0          TO ST-NBRS(ST-COUNT)
           MOVE SHOT-APEX  TO ST-APEX(ST-COUNT)
           MOVE TRY-VX     TO ST-VX(ST-COUNT)
           MOVE TRY-VY     TO ST-VY(ST-COUNT)
           MOVE SHOT-STEPS TO ST-STEPS(ST-COUNT)
           MOVE SHOT-PX    TO ST-LAND-X(ST-COUNT)
           MOVE SHOT-PY    TO ST-LAND-Y(ST-COUNT)
           COMPUTE ST-MARGIN(ST-COUNT) = SHOT-PX - TGT-X-LO
           IF TGT-X-HI - SHOT-PX < ST-MARGIN(ST-COUNT)
               COMPUTE ST-MARGIN(ST-COUNT) = TGT-X-HI - SHOT-PX
           END-IF
           IF SHOT-PY - TGT-Y-LO < ST-MARGIN(ST-COUNT)
               COMPUTE ST-MARGIN(ST-COUNT) = SHOT-PY - TGT-Y-LO
           END-IF
           IF TGT-Y-HI - SHOT-PY < ST-MARGIN(ST-COUNT)
               COMPUTE ST-MARGIN(ST-COUNT) = TGT-Y-HI - SHOT-PY
           END-IF
           .

      *----------------------------------------------------------------
      * A shot is as forgiving as the number of its eight one-unit
      * velocity neighbours that also hit; a neighbour outside the
      * searched plane cannot hit, so it counts as a miss.  Most
      * forgiving first, then the widest margin, then the highest
      * apex, then by velocity so the order is repeatable.
      *----------------------------------------------------------------
       3000-RANK-THE-SHOTS.
           IF ENV-OVER-COUNT > 0
               DISPLAY
                 MYNAME ' warning - shot table holds 20000 hits, '
                 ENV-OVER-COUNT ' more not listed'
               SET ENV-WARNED TO TRUE
           END-IF
           IF ST-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           IF ENV-FITS
               PERFORM VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > ST-COUNT
                 PERFORM 3010-COUNT-HIT-NEIGHBOURS
               END-PERFORM
           END-IF

           SORT ST-ENTRY
             DESCENDING KEY ST-NBRS ST-MARGIN ST-APEX
             ASCENDING KEY ST-VX ST-VY

           DISPLAY MYNAME ' most forgiving shots'
           PERFORM VARYING ST-IDX FROM 1 BY 1
           UNTIL ST-IDX > ST-COUNT OR ST-IDX > 5
             MOVE ST-IDX            TO ENV-RANK-DISP
             MOVE ST-VX(ST-IDX)     TO WS-VX-DISP
             MOVE ST-VY(ST-IDX)     TO WS-VY-DISP
             MOVE ST-NBRS(ST-IDX)   TO ENV-NBRS-DISP
             MOVE ST-MARGIN(ST-IDX) TO ENV-MARGIN-DISP
             MOVE ST-APEX(ST-IDX)   TO WS-APEX-DISP
             DISPLAY
               MYNAME '   ' ENV-RANK-DISP ' velocity '
               WS-VX-DISP ',' WS-VY-DISP
               ' neighbours hit ' ENV-NBRS-DISP
               ' margin ' ENV-MARGIN-DISP
               ' apex ' WS-APEX-DISP
           END-PERFORM
           .

       3010-COUNT-HIT-NEIGHBOURS.
           COMPUTE ENV-ROW-IDX = ST-VY(ST-IDX) - TGT-Y-LO + 1
           MOVE ST-VX(ST-IDX) TO ENV-COL-IDX
           PERFORM VARYING ENV-D-ROW FROM -1 BY 1
           UNTIL ENV-D-ROW > 1
             PERFORM VARYING ENV-D-COL FROM -1 BY 1
             UNTIL ENV-D-COL > 1
               COMPUTE ENV-NBR-ROW = ENV-ROW-IDX + ENV-D-ROW
               COMPUTE ENV-NBR-COL = ENV-COL-IDX + ENV-D-COL
               IF (ENV-D-ROW NOT = 0 OR ENV-D-COL NOT = 0)
                   AND ENV-NBR-ROW >= 1 AND ENV-NBR-ROW <= ENV-ROWS
                   AND ENV-NBR-COL >= 1 AND ENV-NBR-COL <= ENV-COLS
                   IF ENV-CELL(ENV-NBR-ROW, ENV-NBR-COL) = '#'
                       ADD 1 TO ST-NBRS(ST-IDX)
                   END-IF
               END-IF
             END-PERFORM
           END-PERFORM
           .

      *----------------------------------------------------------------
      * cs17a.env: the velocity plane, highest y velocity on top,
      * x velocity 1 in the first chart column.
      *----------------------------------------------------------------
       3100-WRITE-ENVELOPE-CHART.
           IF NOT ENV-FITS
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ENV-DATA
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cslinhd' USING
             MYNAME
             WS-RUN-ID
             WS-ASSIGN-NAME
             WS-LIN-LINE
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           WRITE ENV-DATA-REC FROM WS-LIN-LINE

           MOVE ENV-COLS      TO ENV-VXHI-DISP
           MOVE TGT-Y-LO      TO ENV-VYLO-DISP
           MOVE VY-SEARCH-TOP TO ENV-VYHI-DISP
           MOVE SPACES TO ENV-DATA-REC
           STRING
             '*ENVELOPE VX=+00001..'   DELIMITED SIZE
             ENV-VXHI-DISP             DELIMITED SIZE
             ' VY='                    DELIMITED SIZE
             ENV-VYHI-DISP             DELIMITED SIZE
             '..'                      DELIMITED SIZE
             ENV-VYLO-DISP             DELIMITED SIZE
             ' #=HIT .=MISS'           DELIMITED SIZE
             INTO ENV-DATA-REC
           END-STRING
           WRITE ENV-DATA-REC

           PERFORM VARYING ENV-ROW-IDX FROM ENV-ROWS BY -1
           UNTIL ENV-ROW-IDX < 1
             COMPUTE ENV-ROW-VY = ENV-ROW-IDX + TGT-Y-LO - 1
             MOVE ENV-ROW-VY TO WS-VY-DISP
             MOVE SPACES TO ENV-DATA-REC
             STRING
               'VY='                   DELIMITED SIZE
               WS-VY-DISP              DELIMITED SIZE
               ' '                     DELIMITED SIZE
               ENV-ROW(ENV-ROW-IDX)(1:ENV-COLS) DELIMITED SIZE
               INTO ENV-DATA-REC
             END-STRING
             WRITE ENV-DATA-REC
           END-PERFORM
           CLOSE ENV-DATA
           DISPLAY
             MYNAME ' launch envelope written to '
             FUNCTION TRIM(WS-ENV-FNAME)
           .

      *----------------------------------------------------------------
      * cs17a.shot: one row per hitting pair in rank order.
      *----------------------------------------------------------------
       3200-WRITE-SHOT-TABLE.
           OPEN OUTPUT SHOT-DATA
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cslinhd' USING
             MYNAME
             WS-RUN-ID
             WS-ASSIGN-NAME
             WS-LIN-LINE
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           WRITE SHOT-DATA-REC FROM WS-LIN-LINE
           MOVE SPACES TO SHOT-DATA-REC
           STRING
             '*  RANK      VX      VY       APEX   STEPS'
                                       DELIMITED SIZE
             '   LAND-X   LAND-Y  MARGIN  NBRS'
                                       DELIMITED SIZE
             INTO SHOT-DATA-REC
           END-STRING
           WRITE SHOT-DATA-REC

           PERFORM VARYING ST-IDX FROM 1 BY 1
           UNTIL ST-IDX > ST-COUNT
             MOVE ST-IDX            TO SL-RANK
             MOVE ST-VX(ST-IDX)     TO SL-VX
             MOVE ST-VY(ST-IDX)     TO SL-VY
             MOVE ST-APEX(ST-IDX)   TO SL-APEX
             MOVE ST-STEPS(ST-IDX)  TO SL-STEPS
             MOVE ST-LAND-X(ST-IDX) TO SL-LAND-X
             MOVE ST-LAND-Y(ST-IDX) TO SL-LAND-Y
             MOVE ST-MARGIN(ST-IDX) TO SL-MARGIN
             MOVE ST-NBRS(ST-IDX)   TO SL-NBRS
             WRITE SHOT-DATA-REC FROM SHOT-LINE
           END-PERFORM
           CLOSE SHOT-DATA
           DISPLAY
             MYNAME ' shot table written to '
             FUNCTION TRIM(WS-SHOT-FNAME)
           .

       8010-READ-INPT-DATA.
           MOVE SPACES TO TGT-LINE
           READ INPT-DATA INTO TGT-LINE
