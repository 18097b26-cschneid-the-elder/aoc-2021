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
      * Layered seafloor composite chart.  Four programs describe
      * the same seafloor separately -- cs05a's vent overlaps,
      * cs09a's basins, cs15a's risk routes and cs02b's voyage
      * track -- and a mission briefing wants them on one sheet.
      * All four exports are read through the shared grid reader,
      * laid on one chart in survey coordinates, and printed to
      * cschrt.rpt through the shared print writer with a legend
      * and the layer priority on the closing page.
      *
      *   cschrt
      *   cschrt "WINDOW=1,1,40,100" "PRIORITY=RTVB" "THRESH=2"
      *   cschrt "VENTS=cs05a.ovlp" "BASINS=cs09a.basn"
      *          "ROUTE=cs15a.art" "TRACK=cs02b.trk"
      *
      * Survey (x,y) is chart cell (y+1,x+1), the same convention
      * cs15a lays the vent map by: the vent map's ORIGIN header
      * places its slots, a track point's horizontal position is
      * x and its depth y, and the route and basin maps are
      * already working-grid cells.  WINDOW=r1,c1,r2,c2 names the
      * chart rows and columns to print, at most 500 rows by 120
      * columns; the default is the top-left corner of the chart.
      *
      * Where layers share a cell the first one named in PRIORITY=
      * (default TRVB: track, route, vents, basins) is the one
      * shown; a layer left out of PRIORITY= is not drawn at all.
      *   @        track point, every hull of a fleet export
      *   * + = % # primary and alternate routes, S and E its ends
      *   1-9      vent overlap at or above THRESH= (9 means 9+)
      *   A-Z      claiming basin, lettered by basin number
      *   .        nothing charted
      * Only the unconstrained route map in cs15a.art is charted;
      * the vent-constrained section after it is left alone.
      *
      * The lineage headers are compared across the layers read.
      * A layer from a different business day or survey run, or
      * one with no lineage at all, is warned about and the step
      * ends RC 4 -- the chart still prints, since a briefing
      * with a flagged sheet beats no briefing.  A missing export
      * leaves its layer off the chart with a warning.
      *
       Program-ID. cschrt.
       Environment Division.
       Data Division.
       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'cschrt'.
           05  WIN-ROW-MAX        PIC 9(004) COMP    VALUE 500.
           05  WIN-COL-MAX        PIC 9(004) COMP    VALUE 120.
           05  LAYER-MAX          PIC 9(004) COMP    VALUE 4.
           05  LAYER-CODES        PIC X(004)         VALUE 'TRVB'.
           05  BASIN-LETTERS      PIC X(026)
                                  VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05  DIGITS             PIC X(009)         VALUE '123456789'.

       01  WORK-AREAS.
           05  WS-REC-COUNT       PIC 9(008) COMP    VALUE 0.
           05  CLI-ARGS           PIC X(160)         VALUE SPACES.
           05  WS-CLI-TOKEN       PIC X(080)         VALUE SPACES.
           05  WS-CLI-KEY         PIC X(020)         VALUE SPACES.
           05  WS-CLI-VAL         PIC X(080)         VALUE SPACES.
           05  CLI-PTR            PIC 9(003) COMP    VALUE 1.
           05  WS-VENT-NAME       PIC X(080)     VALUE 'cs05a.ovlp'.
           05  WS-BASN-NAME       PIC X(080)     VALUE 'cs09a.basn'.
           05  WS-ROUTE-NAME      PIC X(080)      VALUE 'cs15a.art'.
           05  WS-TRACK-NAME      PIC X(080)      VALUE 'cs02b.trk'.
           05  WS-AUDIT-LOG-NAME  PIC X(040)        VALUE 'csaudit.log'.
           05  WS-AUDIT-KEYS      PIC X(160)         VALUE SPACES.
           05  WS-RC-DISP         PIC 9(004)         VALUE 0.
           05  WS-SUMM-RECS       PIC X(018)         VALUE SPACES.
           05  WS-SUMM-RESULT     PIC X(040)         VALUE SPACES.
           05  WS-HOLD-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-CFG-VAL         PIC X(080)         VALUE SPACES.
           05  WS-CFG-AUDITLOG    PIC X(020)       VALUE 'AUDITLOG'.
           05  WS-RUN-ID          PIC X(017)         VALUE SPACES.
           05  WS-THRESH          PIC 9(004)         VALUE 1.
           05  WS-REC-COUNT-DISP  PIC 9(008)         VALUE 0.
           05  WS-MSG-ID          PIC X(008)         VALUE SPACES.
           05  WS-MSG-INSERT      PIC X(060)         VALUE SPACES.
           05  WS-RPT-ACTION      PIC X(001)         VALUE SPACES.
           05  WS-RPT-TITLE       PIC X(040)         VALUE SPACES.
           05  WS-RPT-LINE        PIC X(132)         VALUE SPACES.

       01  MAP-AREAS.
           05  SG-ACT             PIC X(001)         VALUE SPACE.
           05  SG-NAME            PIC X(080)         VALUE SPACES.
           05  SG-TYPE            PIC X(001)         VALUE SPACE.
           05  SG-LINE            PIC X(5000)        VALUE SPACES.
           05  SG-ROWS            PIC 9(008) COMP    VALUE 0.
           05  SG-COLS            PIC 9(008) COMP    VALUE 0.
           05  SG-RC              PIC S9(009) COMP   VALUE 0.
           05  V-ORIG-X           PIC S9(009) COMP   VALUE 0.
           05  V-ORIG-Y           PIC S9(009) COMP   VALUE 0.
           05  WS-ORIG-TOK1       PIC X(012)         VALUE SPACES.
           05  WS-ORIG-TOK2       PIC X(012)         VALUE SPACES.
           05  MAP-ROW            PIC S9(009) COMP   VALUE 0.
           05  MAP-COL            PIC S9(009) COMP   VALUE 0.
           05  MAP-COL-LO         PIC S9(009) COMP   VALUE 0.
           05  MAP-COL-HI         PIC S9(009) COMP   VALUE 0.
           05  WS-ROW-WIDTH       PIC 9(008) COMP    VALUE 0.
           05  CELL-SUB           PIC 9(008) COMP    VALUE 0.
           05  CELL-VAL           PIC 9(004) COMP    VALUE 0.
           05  LIN-TOKEN          PIC X(080)         VALUE SPACES.
           05  LIN-PTR            PIC 9(004) COMP    VALUE 1.
           05  LIN-DATE           PIC X(008)         VALUE SPACES.
           05  LIN-RUNID          PIC X(017)         VALUE SPACES.
           05  PNT-TOKEN-1        PIC X(012)         VALUE SPACES.
           05  PNT-TOKEN-2        PIC X(012)         VALUE SPACES.
           05  PNT-TOKEN-3        PIC X(012)         VALUE SPACES.
           05  PNT-TOKEN-4        PIC X(012)         VALUE SPACES.
           05  PNT-H              PIC S9(009) COMP   VALUE 0.
           05  PNT-D              PIC S9(009) COMP   VALUE 0.

      *    one entry per layer, in LAYER-CODES order: track, route,
      *    vents, basins
       01  LAYER-TABLE.
           05  LAYER-ENTRY OCCURS 4 TIMES.
               10  LYR-LABEL      PIC X(006).
               10  LYR-NAME       PIC X(080).
               10  LYR-STATE      PIC X(001).
                   88  LYR-LOADED                    VALUE 'L'.
                   88  LYR-MISSING                   VALUE 'M'.
               10  LYR-DATE       PIC X(008).
               10  LYR-RUNID      PIC X(017).
               10  LYR-RECS       PIC 9(008) COMP.
               10  LYR-CELLS      PIC 9(008) COMP.
               10  LYR-SHOWN      PIC 9(008) COMP.

       01  CHART-AREAS.
           05  LYR-IDX            PIC 9(004) COMP    VALUE 0.
           05  REF-IDX            PIC 9(004) COMP    VALUE 0.
           05  PRI-IDX            PIC 9(004) COMP    VALUE 0.
           05  PRI-COUNT          PIC 9(004) COMP    VALUE 4.
           05  PRI-STRING         PIC X(004)         VALUE 'TRVB'.
           05  PRI-LAYER          PIC 9(004) COMP OCCURS 4 TIMES.
           05  PRI-WORK           PIC X(010)         VALUE SPACES.
           05  PRI-LEN            PIC 9(004) COMP    VALUE 0.
           05  PRI-SEEN           PIC X(004)         VALUE SPACES.
           05  PRI-OK-SW          PIC X(001)         VALUE 'Y'.
               88  PRI-OK                            VALUE 'Y'
                                                     FALSE 'N'.
           05  WIN-R1             PIC 9(008) COMP    VALUE 1.
           05  WIN-C1             PIC 9(008) COMP    VALUE 1.
           05  WIN-R2             PIC 9(008) COMP    VALUE 500.
           05  WIN-C2             PIC 9(008) COMP    VALUE 120.
           05  WIN-TOK            PIC X(010) OCCURS 4 TIMES.
           05  WIN-NUM            PIC 9(008) COMP OCCURS 4 TIMES.
           05  WIN-SUB            PIC 9(004) COMP    VALUE 0.
           05  WIN-OK-SW          PIC X(001)         VALUE 'Y'.
               88  WIN-OK                            VALUE 'Y'
                                                     FALSE 'N'.
           05  CHT-MAX-ROW        PIC 9(008) COMP    VALUE 0.
           05  CHT-MAX-COL        PIC 9(008) COMP    VALUE 0.
           05  PRT-R2             PIC 9(008) COMP    VALUE 0.
           05  PRT-C2             PIC 9(008) COMP    VALUE 0.
           05  MK-ROW             PIC S9(009) COMP   VALUE 0.
           05  MK-COL             PIC S9(009) COMP   VALUE 0.
           05  MK-LAYER           PIC 9(004) COMP    VALUE 0.
           05  MK-CHAR            PIC X(001)         VALUE SPACE.
           05  WG-R               PIC 9(004) COMP    VALUE 0.
           05  WG-C               PIC 9(004) COMP    VALUE 0.
           05  CHT-ROW            PIC 9(008) COMP    VALUE 0.
           05  CHT-COL            PIC 9(008) COMP    VALUE 0.
           05  CHT-CHAR           PIC X(001)         VALUE SPACE.
           05  CHT-LINE-PTR       PIC 9(004) COMP    VALUE 1.
           05  CHT-ROW-DISP       PIC ZZZZ9.
           05  CHT-NUM-DISP       PIC ZZZZZZZ9.
           05  CHT-NUM-DISP2      PIC ZZZZZZZ9.
           05  CHT-UNITS          PIC 9(001)         VALUE 0.
           05  LYR-COUNT          PIC 9(004) COMP    VALUE 0.
           05  LYR-COUNT-DISP     PIC 9(001)         VALUE 0.
           05  WS-LINEAGE-STATE   PIC X(005)         VALUE 'OK'.
               88  LINEAGE-MIXED                     VALUE 'MIXED'.
           05  WS-THRESH-DISP     PIC ZZZ9.

      *    the window's slice of each layer, one character per cell
       01  WINDOW-GRID.
           05  WG-ROW OCCURS 500 TIMES.
               10  WG-LAYER       PIC X(120) OCCURS 4 TIMES.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           05  WS-START-TIME-R    REDEFINES WS-START-TIME.
               10  WS-START-HH    PIC 9(002).
               10  WS-START-MM    PIC 9(002).
               10  WS-START-SS    PIC 9(002).
               10  WS-START-HS    PIC 9(002).

       01  SWITCHES.
           05  MAP-EOF-SW         PIC X(001)         VALUE 'N'.
               88  MAP-EOF                           VALUE 'Y'
                                                     FALSE 'N'.
           05  POINTS-SW          PIC X(001)         VALUE 'N'.
               88  IN-POINTS                         VALUE 'Y'
                                                     FALSE 'N'.
           05  ROUTE-DONE-SW      PIC X(001)         VALUE 'N'.
               88  ROUTE-DONE                        VALUE 'Y'
                                                     FALSE 'N'.

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

           PERFORM 1100-SET-UP-THE-LAYERS

           PERFORM 2000-LOAD-THE-TRACK
           PERFORM 2200-LOAD-THE-ROUTE
           PERFORM 2400-LOAD-THE-VENTS
           PERFORM 2600-LOAD-THE-BASINS

           IF LYR-COUNT = 0
               DISPLAY
                 MYNAME ' none of the four layers could be read;'
                 ' no chart printed'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF

           PERFORM 3000-CHECK-THE-LINEAGE
           PERFORM 4000-PRINT-THE-CHART

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
           CALL 'csenvfn' USING WS-VENT-NAME END-CALL
           CALL 'csenvfn' USING WS-BASN-NAME END-CALL
           CALL 'csenvfn' USING WS-ROUTE-NAME END-CALL
           CALL 'csenvfn' USING WS-TRACK-NAME END-CALL
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
             WHEN 'VENTS'
                 MOVE WS-CLI-VAL TO WS-VENT-NAME
             WHEN 'BASINS'
                 MOVE WS-CLI-VAL TO WS-BASN-NAME
             WHEN 'ROUTE'
                 MOVE WS-CLI-VAL TO WS-ROUTE-NAME
             WHEN 'TRACK'
                 MOVE WS-CLI-VAL TO WS-TRACK-NAME
             WHEN 'THRESH'
                 IF FUNCTION TEST-NUMVAL(WS-CLI-VAL) = 0
                     AND FUNCTION NUMVAL(WS-CLI-VAL) > 0
                     MOVE FUNCTION NUMVAL(WS-CLI-VAL) TO WS-THRESH
                 END-IF
             WHEN 'WINDOW'
                 PERFORM 1020-APPLY-THE-WINDOW
             WHEN 'PRIORITY'
                 PERFORM 1030-APPLY-THE-PRIORITY
             WHEN 'RUNID'
                 MOVE WS-CLI-VAL TO WS-RUN-ID
             WHEN OTHER
                 DISPLAY
                  MYNAME
                  ' warning - unrecognized parameter ' WS-CLI-KEY
           END-EVALUATE
           .

      * WINDOW=r1,c1,r2,c2 in chart rows and columns.  A window
      * bigger than the page can carry is cut down to 500 rows by
      * 120 columns from its top-left corner.
       1020-APPLY-THE-WINDOW.
           MOVE SPACES TO WIN-TOK(1) WIN-TOK(2) WIN-TOK(3) WIN-TOK(4)
           UNSTRING WS-CLI-VAL DELIMITED BY ','
             INTO WIN-TOK(1) WIN-TOK(2) WIN-TOK(3) WIN-TOK(4)
           END-UNSTRING
           SET WIN-OK TO TRUE
           PERFORM VARYING WIN-SUB FROM 1 BY 1 UNTIL WIN-SUB > 4
             IF WIN-TOK(WIN-SUB) = SPACES
                 OR FUNCTION TEST-NUMVAL(WIN-TOK(WIN-SUB)) NOT = 0
                 SET WIN-OK TO FALSE
             ELSE
                 IF FUNCTION NUMVAL(WIN-TOK(WIN-SUB)) < 1
                     OR FUNCTION NUMVAL(WIN-TOK(WIN-SUB)) > 99999
                     SET WIN-OK TO FALSE
                 ELSE
                     MOVE FUNCTION NUMVAL(WIN-TOK(WIN-SUB))
                       TO WIN-NUM(WIN-SUB)
                 END-IF
             END-IF
           END-PERFORM
           IF WIN-OK
               IF WIN-NUM(1) > WIN-NUM(3) OR WIN-NUM(2) > WIN-NUM(4)
                   SET WIN-OK TO FALSE
               END-IF
           END-IF
           IF NOT WIN-OK
               DISPLAY
                 MYNAME ' warning - WINDOW=' FUNCTION TRIM(WS-CLI-VAL)
                 ' is not r1,c1,r2,c2; default window kept'
               EXIT PARAGRAPH
           END-IF

           MOVE WIN-NUM(1) TO WIN-R1
           MOVE WIN-NUM(2) TO WIN-C1
           MOVE WIN-NUM(3) TO WIN-R2
           MOVE WIN-NUM(4) TO WIN-C2
           IF WIN-R2 - WIN-R1 + 1 > WIN-ROW-MAX
               COMPUTE WIN-R2 = WIN-R1 + WIN-ROW-MAX - 1
               DISPLAY
                 MYNAME ' warning - window cut to ' WIN-ROW-MAX
                 ' rows'
           END-IF
           IF WIN-C2 - WIN-C1 + 1 > WIN-COL-MAX
               COMPUTE WIN-C2 = WIN-C1 + WIN-COL-MAX - 1
               DISPLAY
                 MYNAME ' warning - window cut to ' WIN-COL-MAX
                 ' columns'
           END-IF
           .

      * PRIORITY= lists the layers top first by their letters, T
      * R V B, each at most once.  Anything else is refused and
      * the default order stands.
       1030-APPLY-THE-PRIORITY.
           MOVE FUNCTION UPPER-CASE(WS-CLI-VAL(1:10)) TO PRI-WORK
           MOVE 0 TO PRI-LEN
           INSPECT PRI-WORK TALLYING PRI-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           SET PRI-OK TO TRUE
           IF PRI-LEN < 1 OR PRI-LEN > LAYER-MAX
               SET PRI-OK TO FALSE
           END-IF
           MOVE SPACES TO PRI-SEEN
           PERFORM VARYING PRI-IDX FROM 1 BY 1
           UNTIL PRI-IDX > PRI-LEN OR NOT PRI-OK
             MOVE 0 TO LYR-IDX
             PERFORM VARYING WIN-SUB FROM 1 BY 1
             UNTIL WIN-SUB > LAYER-MAX
               IF PRI-WORK(PRI-IDX:1) = LAYER-CODES(WIN-SUB:1)
                   MOVE WIN-SUB TO LYR-IDX
               END-IF
             END-PERFORM
             IF LYR-IDX = 0
                 SET PRI-OK TO FALSE
             ELSE
                 IF PRI-SEEN(LYR-IDX:1) = 'Y'
                     SET PRI-OK TO FALSE
                 ELSE
                     MOVE 'Y' TO PRI-SEEN(LYR-IDX:1)
                 END-IF
             END-IF
           END-PERFORM
           IF PRI-OK
               MOVE PRI-WORK(1:4) TO PRI-STRING
           ELSE
               DISPLAY
                 MYNAME ' warning - PRIORITY=' FUNCTION TRIM(WS-CLI-VAL)
                 ' is not an order of T R V B; ' PRI-STRING ' kept'
           END-IF
           .

      * The layer table and the priority order are settled once the
      * command line is in.
       1100-SET-UP-THE-LAYERS.
           INITIALIZE LAYER-TABLE
           MOVE 'TRACK'        TO LYR-LABEL(1)
           MOVE WS-TRACK-NAME  TO LYR-NAME(1)
           MOVE 'ROUTE'        TO LYR-LABEL(2)
           MOVE WS-ROUTE-NAME  TO LYR-NAME(2)
           MOVE 'VENTS'        TO LYR-LABEL(3)
           MOVE WS-VENT-NAME   TO LYR-NAME(3)
           MOVE 'BASINS'       TO LYR-LABEL(4)
           MOVE WS-BASN-NAME   TO LYR-NAME(4)

           MOVE 0 TO PRI-COUNT
           PERFORM VARYING PRI-IDX FROM 1 BY 1
           UNTIL PRI-IDX > LAYER-MAX
             IF PRI-STRING(PRI-IDX:1) NOT = SPACE
                 PERFORM VARYING LYR-IDX FROM 1 BY 1
                 UNTIL LYR-IDX > LAYER-MAX
                   IF PRI-STRING(PRI-IDX:1) = LAYER-CODES(LYR-IDX:1)
                       ADD 1 TO PRI-COUNT
                       MOVE LYR-IDX TO PRI-LAYER(PRI-COUNT)
                   END-IF
                 END-PERFORM
             END-IF
           END-PERFORM

           MOVE SPACES TO WINDOW-GRID
           .

      *----------------------------------------------------------------
      * cs02b's export: the scaled charts are passed over and the
      * TRACKPOINTS section supplies the exact positions, one P
      * record per point, hull by hull in a fleet export.
      *----------------------------------------------------------------
       2000-LOAD-THE-TRACK.
           MOVE 1 TO MK-LAYER
           PERFORM 2900-OPEN-ONE-LAYER
           IF NOT LYR-LOADED(MK-LAYER)
               EXIT PARAGRAPH
           END-IF
           SET IN-POINTS TO FALSE
           PERFORM UNTIL MAP-EOF
             PERFORM 2910-READ-ONE-LINE
             EVALUATE TRUE
               WHEN MAP-EOF
                   CONTINUE
               WHEN SG-LINE(1:9) = '*LINEAGE '
                   PERFORM 2920-LIFT-THE-LINEAGE
               WHEN SG-LINE(1:5) = 'HULL='
                   SET IN-POINTS TO FALSE
               WHEN SG-LINE(1:11) = 'TRACKPOINTS'
                   SET IN-POINTS TO TRUE
               WHEN IN-POINTS AND SG-LINE(1:2) = 'P '
                   PERFORM 2010-CHART-ONE-POINT
               WHEN OTHER
                   CONTINUE
             END-EVALUATE
           END-PERFORM
           IF LYR-CELLS(MK-LAYER) = 0
               DISPLAY
                 MYNAME ' warning - no TRACKPOINTS in '
                 FUNCTION TRIM(LYR-NAME(MK-LAYER))
                 '; rerun cs02b for a chartable track'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

       2010-CHART-ONE-POINT.
           MOVE SPACES TO PNT-TOKEN-1 PNT-TOKEN-2 PNT-TOKEN-3
                          PNT-TOKEN-4
           UNSTRING SG-LINE(1:110) DELIMITED BY ALL SPACE
             INTO PNT-TOKEN-1 PNT-TOKEN-2 PNT-TOKEN-3 PNT-TOKEN-4
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(PNT-TOKEN-3) NOT = 0
               OR FUNCTION TEST-NUMVAL(PNT-TOKEN-4) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(PNT-TOKEN-3) TO PNT-H
           MOVE FUNCTION NUMVAL(PNT-TOKEN-4) TO PNT-D
           COMPUTE MK-ROW = PNT-D + 1
           COMPUTE MK-COL = PNT-H + 1
           MOVE '@' TO MK-CHAR
           PERFORM 2950-MARK-ONE-CELL
           .

      *----------------------------------------------------------------
      * cs15a's export: one character per working-grid cell.  Only
      * the route marks are charted -- the risk digits and its own
      * vent marks belong to other layers -- and only the map ahead
      * of any *VENT CONSTRAINT section.
      *----------------------------------------------------------------
       2200-LOAD-THE-ROUTE.
           MOVE 2 TO MK-LAYER
           PERFORM 2900-OPEN-ONE-LAYER
           IF NOT LYR-LOADED(MK-LAYER)
               EXIT PARAGRAPH
           END-IF
           SET ROUTE-DONE TO FALSE
           MOVE 0 TO MAP-ROW
           PERFORM UNTIL MAP-EOF
             PERFORM 2910-READ-ONE-LINE
             EVALUATE TRUE
               WHEN MAP-EOF
                   CONTINUE
               WHEN SG-LINE(1:9) = '*LINEAGE '
                   PERFORM 2920-LIFT-THE-LINEAGE
               WHEN SG-LINE(1:6) = '*VENT '
                   SET ROUTE-DONE TO TRUE
               WHEN ROUTE-DONE
                   CONTINUE
               WHEN SG-TYPE = 'R'
                   ADD 1 TO MAP-ROW
                   PERFORM 2210-CHART-ONE-ROUTE-ROW
             END-EVALUATE
           END-PERFORM
           .

       2210-CHART-ONE-ROUTE-ROW.
           MOVE 0 TO WS-ROW-WIDTH
           INSPECT FUNCTION TRIM(SG-LINE, TRAILING)
             TALLYING WS-ROW-WIDTH FOR ALL CHARACTERS
           MOVE MAP-ROW TO MK-ROW
           MOVE WS-ROW-WIDTH TO MK-COL
           PERFORM 2940-NOTE-THE-EXTENT
           IF MAP-ROW < WIN-R1 OR MAP-ROW > WIN-R2
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MAP-COL FROM WIN-C1 BY 1
           UNTIL MAP-COL > WIN-C2 OR MAP-COL > WS-ROW-WIDTH
             MOVE SG-LINE(MAP-COL:1) TO MK-CHAR
             IF MK-CHAR = '*' OR '+' OR '=' OR '%' OR '#'
                 OR 'S' OR 'E'
                 MOVE MAP-COL TO MK-COL
                 PERFORM 2950-MARK-ONE-CELL
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * cs05a's export, sparse or dense: ORIGIN= places map slot
      * (1,1) in survey coordinates, so slot (r,c) is chart cell
      * (y+r,x+c).  Overlap at or above THRESH= is charted as its
      * count, 9 standing for nine or more.
      *----------------------------------------------------------------
       2400-LOAD-THE-VENTS.
           MOVE 3 TO MK-LAYER
           PERFORM 2900-OPEN-ONE-LAYER
           IF NOT LYR-LOADED(MK-LAYER)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO MAP-ROW V-ORIG-X V-ORIG-Y
           PERFORM UNTIL MAP-EOF
             PERFORM 2910-READ-ONE-LINE
             EVALUATE TRUE
               WHEN MAP-EOF
                   CONTINUE
               WHEN SG-LINE(1:9) = '*LINEAGE '
                   PERFORM 2920-LIFT-THE-LINEAGE
               WHEN SG-LINE(1:7) = 'ORIGIN='
                   MOVE SPACES TO WS-ORIG-TOK1 WS-ORIG-TOK2
                   UNSTRING SG-LINE(8:15) DELIMITED BY ALL SPACE
                     INTO WS-ORIG-TOK1 WS-ORIG-TOK2
                   END-UNSTRING
                   IF FUNCTION TEST-NUMVAL(WS-ORIG-TOK1) = 0
                       COMPUTE V-ORIG-X =
                         FUNCTION NUMVAL(WS-ORIG-TOK1)
                   END-IF
                   IF FUNCTION TEST-NUMVAL(WS-ORIG-TOK2) = 0
                       COMPUTE V-ORIG-Y =
                         FUNCTION NUMVAL(WS-ORIG-TOK2)
                   END-IF
               WHEN SG-TYPE = 'R'
                   ADD 1 TO MAP-ROW
                   PERFORM 2410-CHART-ONE-VENT-ROW
             END-EVALUATE
           END-PERFORM
           .

       2410-CHART-ONE-VENT-ROW.
           MOVE 0 TO WS-ROW-WIDTH
           INSPECT FUNCTION TRIM(SG-LINE, TRAILING)
             TALLYING WS-ROW-WIDTH FOR ALL CHARACTERS
           COMPUTE WS-ROW-WIDTH = (WS-ROW-WIDTH + 1) / 5
           COMPUTE MK-ROW = V-ORIG-Y + MAP-ROW
           COMPUTE MK-COL = V-ORIG-X + WS-ROW-WIDTH
           PERFORM 2940-NOTE-THE-EXTENT
           IF MK-ROW < WIN-R1 OR MK-ROW > WIN-R2
               EXIT PARAGRAPH
           END-IF
           COMPUTE MAP-COL-LO = WIN-C1 - V-ORIG-X
           IF MAP-COL-LO < 1
               MOVE 1 TO MAP-COL-LO
           END-IF
           COMPUTE MAP-COL-HI = WIN-C2 - V-ORIG-X
           IF MAP-COL-HI > WS-ROW-WIDTH
               MOVE WS-ROW-WIDTH TO MAP-COL-HI
           END-IF
           PERFORM VARYING MAP-COL FROM MAP-COL-LO BY 1
           UNTIL MAP-COL > MAP-COL-HI
             COMPUTE CELL-SUB = ((MAP-COL - 1) * 5) + 1
             MOVE 0 TO CELL-VAL
             IF FUNCTION TEST-NUMVAL(SG-LINE(CELL-SUB:4)) = 0
                 MOVE FUNCTION NUMVAL(SG-LINE(CELL-SUB:4))
                   TO CELL-VAL
             END-IF
             IF CELL-VAL > 0 AND CELL-VAL >= WS-THRESH
                 IF CELL-VAL > 9
                     MOVE 9 TO CELL-VAL
                 END-IF
                 MOVE DIGITS(CELL-VAL:1) TO MK-CHAR
                 COMPUTE MK-COL = V-ORIG-X + MAP-COL
                 PERFORM 2950-MARK-ONE-CELL
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * cs09a's export: a BASINS= header, then the claiming basin
      * number per working-grid cell; basin n is lettered A through
      * Z and round again, 0 (the ridges) is left uncharted.
      *----------------------------------------------------------------
       2600-LOAD-THE-BASINS.
           MOVE 4 TO MK-LAYER
           PERFORM 2900-OPEN-ONE-LAYER
           IF NOT LYR-LOADED(MK-LAYER)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO MAP-ROW
           PERFORM UNTIL MAP-EOF
             PERFORM 2910-READ-ONE-LINE
             EVALUATE TRUE
               WHEN MAP-EOF
                   CONTINUE
               WHEN SG-LINE(1:9) = '*LINEAGE '
                   PERFORM 2920-LIFT-THE-LINEAGE
               WHEN SG-TYPE = 'R'
                   ADD 1 TO MAP-ROW
                   PERFORM 2610-CHART-ONE-BASIN-ROW
             END-EVALUATE
           END-PERFORM
           .

       2610-CHART-ONE-BASIN-ROW.
           MOVE 0 TO WS-ROW-WIDTH
           INSPECT FUNCTION TRIM(SG-LINE, TRAILING)
             TALLYING WS-ROW-WIDTH FOR ALL CHARACTERS
           COMPUTE WS-ROW-WIDTH = (WS-ROW-WIDTH + 1) / 5
           MOVE MAP-ROW TO MK-ROW
           MOVE WS-ROW-WIDTH TO MK-COL
           PERFORM 2940-NOTE-THE-EXTENT
           IF MAP-ROW < WIN-R1 OR MAP-ROW > WIN-R2
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MAP-COL FROM WIN-C1 BY 1
           UNTIL MAP-COL > WIN-C2 OR MAP-COL > WS-ROW-WIDTH
             COMPUTE CELL-SUB = ((MAP-COL - 1) * 5) + 1
             MOVE 0 TO CELL-VAL
             IF FUNCTION TEST-NUMVAL(SG-LINE(CELL-SUB:4)) = 0
                 MOVE FUNCTION NUMVAL(SG-LINE(CELL-SUB:4))
                   TO CELL-VAL
             END-IF
             IF CELL-VAL > 0
                 COMPUTE CELL-SUB =
                   FUNCTION MOD(CELL-VAL - 1, 26) + 1
                 MOVE BASIN-LETTERS(CELL-SUB:1) TO MK-CHAR
                 MOVE MAP-COL TO MK-COL
                 PERFORM 2950-MARK-ONE-CELL
             END-IF
           END-PERFORM
           .

      * Open the current layer's export through the shared grid
      * reader.  One that will not open stays off the chart.
       2900-OPEN-ONE-LAYER.
           MOVE LYR-NAME(MK-LAYER) TO SG-NAME
           MOVE 'O' TO SG-ACT
           CALL 'cssgrdr' USING
             SG-ACT
             SG-NAME
             SG-TYPE
             SG-LINE
             SG-ROWS
             SG-COLS
             SG-RC
           END-CALL
           IF SG-RC NOT = 0
               SET LYR-MISSING(MK-LAYER) TO TRUE
               DISPLAY
                 MYNAME ' warning - ' FUNCTION TRIM(LYR-LABEL(MK-LAYER))
                 ' layer missing or unreadable: '
                 FUNCTION TRIM(LYR-NAME(MK-LAYER))
                 '; charted without it'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET LYR-LOADED(MK-LAYER) TO TRUE
           ADD 1 TO LYR-COUNT
           SET MAP-EOF TO FALSE
           .

       2910-READ-ONE-LINE.
           MOVE SPACES TO SG-LINE
           MOVE 'N' TO SG-ACT
           CALL 'cssgrdr' USING
             SG-ACT
             SG-NAME
             SG-TYPE
             SG-LINE
             SG-ROWS
             SG-COLS
             SG-RC
           END-CALL
           IF SG-TYPE = 'E'
               SET MAP-EOF TO TRUE
           ELSE
               ADD 1 TO WS-REC-COUNT
               ADD 1 TO LYR-RECS(MK-LAYER)
           END-IF
           .

      * BUSDATE= and RUNID= off the lineage header; cslinhd leaves
      * RUNID= empty on a run that was given none.
       2920-LIFT-THE-LINEAGE.
           MOVE SPACES TO LIN-DATE LIN-RUNID
           SET LIN-PTR TO 1
           PERFORM UNTIL LIN-PTR > 200
             MOVE SPACES TO LIN-TOKEN
             UNSTRING SG-LINE(1:200) DELIMITED BY SPACE
               INTO LIN-TOKEN
               WITH POINTER LIN-PTR
             END-UNSTRING
             IF LIN-TOKEN(1:8) = 'BUSDATE='
                 MOVE LIN-TOKEN(9:8) TO LIN-DATE
             END-IF
             IF LIN-TOKEN(1:6) = 'RUNID='
                 MOVE LIN-TOKEN(7:17) TO LIN-RUNID
             END-IF
           END-PERFORM
           MOVE LIN-DATE  TO LYR-DATE(MK-LAYER)
           MOVE LIN-RUNID TO LYR-RUNID(MK-LAYER)
           .

       2940-NOTE-THE-EXTENT.
           IF MK-ROW > CHT-MAX-ROW
               MOVE MK-ROW TO CHT-MAX-ROW
           END-IF
           IF MK-COL > CHT-MAX-COL
               MOVE MK-COL TO CHT-MAX-COL
           END-IF
           .

      * MK-ROW/MK-COL in chart cells, MK-CHAR for layer MK-LAYER.
      * Cells outside the window only widen the chart's extent.
       2950-MARK-ONE-CELL.
           IF MK-ROW < 1 OR MK-COL < 1
               EXIT PARAGRAPH
           END-IF
           PERFORM 2940-NOTE-THE-EXTENT
           IF MK-ROW < WIN-R1 OR MK-ROW > WIN-R2
               OR MK-COL < WIN-C1 OR MK-COL > WIN-C2
               EXIT PARAGRAPH
           END-IF
           COMPUTE WG-R = MK-ROW - WIN-R1 + 1
           COMPUTE WG-C = MK-COL - WIN-C1 + 1
           IF WG-LAYER(WG-R, MK-LAYER)(WG-C:1) = SPACE
               ADD 1 TO LYR-CELLS(MK-LAYER)
           END-IF
           MOVE MK-CHAR TO WG-LAYER(WG-R, MK-LAYER)(WG-C:1)
           .

      *----------------------------------------------------------------
      * Every layer read is held against the first one that carries
      * a lineage header: a different business day, or a different
      * run id where both runs were given one, means the sheet mixes
      * surveys.  A layer with no header at all cannot be vouched
      * for.  Either way the chart still prints, flagged, RC 4.
      *----------------------------------------------------------------
       3000-CHECK-THE-LINEAGE.
           MOVE 0 TO REF-IDX
           PERFORM VARYING LYR-IDX FROM 1 BY 1
           UNTIL LYR-IDX > LAYER-MAX OR REF-IDX > 0
             IF LYR-LOADED(LYR-IDX) AND LYR-DATE(LYR-IDX) NOT = SPACES
                 MOVE LYR-IDX TO REF-IDX
             END-IF
           END-PERFORM

           PERFORM VARYING LYR-IDX FROM 1 BY 1
           UNTIL LYR-IDX > LAYER-MAX
             IF LYR-LOADED(LYR-IDX)
                 PERFORM 3010-CHECK-ONE-LAYER
             END-IF
           END-PERFORM

           IF LINEAGE-MIXED
               DISPLAY
                 MYNAME ' WARNING - the chart layers do not share one'
                 ' survey run; brief from this sheet with care'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

       3010-CHECK-ONE-LAYER.
           IF LYR-DATE(LYR-IDX) = SPACES
               MOVE 'CS0402W' TO WS-MSG-ID
               MOVE SPACES TO WS-MSG-INSERT
               STRING
                 FUNCTION TRIM(LYR-LABEL(LYR-IDX)) DELIMITED SIZE
                 ' layer '                  DELIMITED SIZE
                 LYR-NAME(LYR-IDX)          DELIMITED SPACE
                 INTO WS-MSG-INSERT
               END-STRING
               CALL 'csmsgw' USING MYNAME WS-MSG-ID WS-MSG-INSERT
               END-CALL
               SET LINEAGE-MIXED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF LYR-IDX = REF-IDX
               EXIT PARAGRAPH
           END-IF
           IF LYR-DATE(LYR-IDX) NOT = LYR-DATE(REF-IDX)
               OR (LYR-RUNID(LYR-IDX) NOT = SPACES
                   AND LYR-RUNID(REF-IDX) NOT = SPACES
                   AND LYR-RUNID(LYR-IDX) NOT = LYR-RUNID(REF-IDX))
               MOVE 'CS0403W' TO WS-MSG-ID
               MOVE SPACES TO WS-MSG-INSERT
               STRING
                 FUNCTION TRIM(LYR-LABEL(LYR-IDX)) DELIMITED SIZE
                 ' '                        DELIMITED SIZE
                 LYR-DATE(LYR-IDX)          DELIMITED SIZE
                 ' '                        DELIMITED SIZE
                 LYR-RUNID(LYR-IDX)         DELIMITED SPACE
                 ' vs '                     DELIMITED SIZE
                 FUNCTION TRIM(LYR-LABEL(REF-IDX)) DELIMITED SIZE
                 ' '                        DELIMITED SIZE
                 LYR-DATE(REF-IDX)          DELIMITED SIZE
                 ' '                        DELIMITED SIZE
                 LYR-RUNID(REF-IDX)         DELIMITED SPACE
                 INTO WS-MSG-INSERT
               END-STRING
               CALL 'csmsgw' USING MYNAME WS-MSG-ID WS-MSG-INSERT
               END-CALL
               SET LINEAGE-MIXED TO TRUE
           END-IF
           .

      *----------------------------------------------------------------
      * The chart proper: one report line per window row, the row
      * number down the side and a units ruler across the top, the
      * window cut back to the chart's extent.  The closing page
      * carries the legend, the priority order and each layer's
      * provenance.
      *----------------------------------------------------------------
       4000-PRINT-THE-CHART.
           MOVE WIN-R2 TO PRT-R2
           IF PRT-R2 > CHT-MAX-ROW
               MOVE CHT-MAX-ROW TO PRT-R2
           END-IF
           MOVE WIN-C2 TO PRT-C2
           IF PRT-C2 > CHT-MAX-COL
               MOVE CHT-MAX-COL TO PRT-C2
           END-IF

           MOVE 'O' TO WS-RPT-ACTION
           MOVE 'LAYERED SEAFLOOR COMPOSITE CHART' TO WS-RPT-TITLE
           MOVE SPACES TO WS-RPT-LINE
           MOVE '  ROW' TO WS-RPT-LINE(1:5)
           MOVE 8 TO CHT-LINE-PTR
           PERFORM VARYING CHT-COL FROM WIN-C1 BY 1
           UNTIL CHT-COL > PRT-C2
             COMPUTE CHT-UNITS = FUNCTION MOD(CHT-COL, 10)
             MOVE CHT-UNITS TO WS-RPT-LINE(CHT-LINE-PTR:1)
             ADD 1 TO CHT-LINE-PTR
           END-PERFORM
           PERFORM 9200-WRITE-REPORT-LINE

           MOVE 'L' TO WS-RPT-ACTION
           IF WIN-R1 > PRT-R2 OR WIN-C1 > PRT-C2
               MOVE SPACES TO WS-RPT-LINE
               MOVE 'THE WINDOW LIES OUTSIDE EVERY LAYER' TO WS-RPT-LINE
               PERFORM 9200-WRITE-REPORT-LINE
               DISPLAY
                 MYNAME ' warning - the window lies outside every'
                 ' layer'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 4100-PRINT-ONE-ROW
                 VARYING CHT-ROW FROM WIN-R1 BY 1
                 UNTIL CHT-ROW > PRT-R2
           END-IF

           PERFORM 4200-PRINT-THE-LEGEND

           MOVE 'C' TO WS-RPT-ACTION
           PERFORM 9200-WRITE-REPORT-LINE
           DISPLAY
             MYNAME ' composite chart of ' LYR-COUNT
             ' layers written to cschrt.rpt'
           .

       4100-PRINT-ONE-ROW.
           MOVE SPACES TO WS-RPT-LINE
           MOVE CHT-ROW TO CHT-ROW-DISP
           MOVE CHT-ROW-DISP TO WS-RPT-LINE(1:5)
           COMPUTE WG-R = CHT-ROW - WIN-R1 + 1
           MOVE 8 TO CHT-LINE-PTR
           PERFORM VARYING CHT-COL FROM WIN-C1 BY 1
           UNTIL CHT-COL > PRT-C2
             COMPUTE WG-C = CHT-COL - WIN-C1 + 1
             MOVE '.' TO CHT-CHAR
             PERFORM VARYING PRI-IDX FROM 1 BY 1
             UNTIL PRI-IDX > PRI-COUNT OR CHT-CHAR NOT = '.'
               MOVE PRI-LAYER(PRI-IDX) TO LYR-IDX
               IF WG-LAYER(WG-R, LYR-IDX)(WG-C:1) NOT = SPACE
                   MOVE WG-LAYER(WG-R, LYR-IDX)(WG-C:1) TO CHT-CHAR
                   ADD 1 TO LYR-SHOWN(LYR-IDX)
               END-IF
             END-PERFORM
             MOVE CHT-CHAR TO WS-RPT-LINE(CHT-LINE-PTR:1)
             ADD 1 TO CHT-LINE-PTR
           END-PERFORM
           PERFORM 9200-WRITE-REPORT-LINE
           .

       4200-PRINT-THE-LEGEND.
           MOVE 'T' TO WS-RPT-ACTION
           MOVE SPACES TO WS-RPT-LINE
           MOVE CHT-MAX-ROW TO CHT-NUM-DISP
           MOVE CHT-MAX-COL TO CHT-NUM-DISP2
           STRING
             'CHART EXTENT ROWS 1-'     DELIMITED SIZE
             FUNCTION TRIM(CHT-NUM-DISP) DELIMITED SIZE
             ' COLUMNS 1-'              DELIMITED SIZE
             FUNCTION TRIM(CHT-NUM-DISP2) DELIMITED SIZE
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 9200-WRITE-REPORT-LINE

           MOVE 'L' TO WS-RPT-ACTION
           MOVE SPACES TO WS-RPT-LINE
           MOVE 1 TO CHT-LINE-PTR
           MOVE WIN-R1 TO CHT-NUM-DISP
           MOVE PRT-R2 TO CHT-NUM-DISP2
           STRING
             'WINDOW ROWS '             DELIMITED SIZE
             FUNCTION TRIM(CHT-NUM-DISP) DELIMITED SIZE
             '-'                        DELIMITED SIZE
             FUNCTION TRIM(CHT-NUM-DISP2) DELIMITED SIZE
             INTO WS-RPT-LINE
             WITH POINTER CHT-LINE-PTR
           END-STRING
           MOVE WIN-C1 TO CHT-NUM-DISP
           MOVE PRT-C2 TO CHT-NUM-DISP2
           STRING
             ' COLUMNS '                DELIMITED SIZE
             FUNCTION TRIM(CHT-NUM-DISP) DELIMITED SIZE
             '-'                        DELIMITED SIZE
             FUNCTION TRIM(CHT-NUM-DISP2) DELIMITED SIZE
             INTO WS-RPT-LINE
             WITH POINTER CHT-LINE-PTR
           END-STRING
           PERFORM 9200-WRITE-REPORT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE 1 TO CHT-LINE-PTR
           STRING
             'PRIORITY (TOP FIRST)'     DELIMITED SIZE
             INTO WS-RPT-LINE
             WITH POINTER CHT-LINE-PTR
           END-STRING
           PERFORM VARYING PRI-IDX FROM 1 BY 1
           UNTIL PRI-IDX > PRI-COUNT
             MOVE PRI-LAYER(PRI-IDX) TO LYR-IDX
             STRING
               ' '                      DELIMITED SIZE
               LYR-LABEL(LYR-IDX)       DELIMITED SPACE
               INTO WS-RPT-LINE
               WITH POINTER CHT-LINE-PTR
             END-STRING
           END-PERFORM
           PERFORM 9200-WRITE-REPORT-LINE

           MOVE SPACES TO WS-RPT-LINE
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE 'LEGEND' TO WS-RPT-LINE
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE '  @          TRACK   voyage track point, every hull'
             TO WS-RPT-LINE
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING
             '  * + = % #  ROUTE   primary and alternate routes,'
               DELIMITED SIZE
             ' S and E the route ends'  DELIMITED SIZE
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE WS-THRESH TO WS-THRESH-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING
             '  1-9        VENTS   overlap count at or above '
               DELIMITED SIZE
             FUNCTION TRIM(WS-THRESH-DISP) DELIMITED SIZE
             ', 9 for nine or more'     DELIMITED SIZE
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING
             '  A-Z        BASINS  claiming basin, A for basin 1,'
               DELIMITED SIZE
             ' round again after Z'     DELIMITED SIZE
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE '  .                  nothing charted'
             TO WS-RPT-LINE
           PERFORM 9200-WRITE-REPORT-LINE

           MOVE SPACES TO WS-RPT-LINE
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE 'LAYER   CELLS IN WINDOW   CELLS SHOWN   SOURCE'
             TO WS-RPT-LINE
           PERFORM 9200-WRITE-REPORT-LINE
           PERFORM 4210-PRINT-ONE-SOURCE
             VARYING LYR-IDX FROM 1 BY 1
             UNTIL LYR-IDX > LAYER-MAX

           IF LINEAGE-MIXED
               MOVE SPACES TO WS-RPT-LINE
               PERFORM 9200-WRITE-REPORT-LINE
               MOVE '*** WARNING - LAYERS DO NOT SHARE ONE SURVEY RUN'
                 TO WS-RPT-LINE
               PERFORM 9200-WRITE-REPORT-LINE
           END-IF
           .

       4210-PRINT-ONE-SOURCE.
           MOVE SPACES TO WS-RPT-LINE
           MOVE LYR-LABEL(LYR-IDX) TO WS-RPT-LINE(1:6)
           IF NOT LYR-LOADED(LYR-IDX)
               MOVE 1 TO CHT-LINE-PTR
               STRING
                 LYR-LABEL(LYR-IDX)     DELIMITED SIZE
                 '  NOT CHARTED - '     DELIMITED SIZE
                 LYR-NAME(LYR-IDX)      DELIMITED SPACE
                 ' unreadable'          DELIMITED SIZE
                 INTO WS-RPT-LINE
                 WITH POINTER CHT-LINE-PTR
               END-STRING
               PERFORM 9200-WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE LYR-CELLS(LYR-IDX) TO CHT-NUM-DISP
           MOVE CHT-NUM-DISP TO WS-RPT-LINE(12:8)
           MOVE LYR-SHOWN(LYR-IDX) TO CHT-NUM-DISP
           MOVE CHT-NUM-DISP TO WS-RPT-LINE(26:8)
           MOVE 40 TO CHT-LINE-PTR
           STRING
             LYR-NAME(LYR-IDX)          DELIMITED SPACE
             INTO WS-RPT-LINE
             WITH POINTER CHT-LINE-PTR
           END-STRING
           IF LYR-DATE(LYR-IDX) = SPACES
               STRING
                 ' (no lineage)'        DELIMITED SIZE
                 INTO WS-RPT-LINE
                 WITH POINTER CHT-LINE-PTR
               END-STRING
           ELSE
               STRING
                 ' BUSDATE='            DELIMITED SIZE
                 LYR-DATE(LYR-IDX)      DELIMITED SIZE
                 ' RUNID='              DELIMITED SIZE
                 LYR-RUNID(LYR-IDX)     DELIMITED SPACE
                 INTO WS-RPT-LINE
                 WITH POINTER CHT-LINE-PTR
               END-STRING
           END-IF
           MOVE 0 TO PRI-LEN
           INSPECT PRI-STRING TALLYING PRI-LEN
             FOR ALL LAYER-CODES(LYR-IDX:1)
           IF PRI-LEN = 0
               STRING
                 ' - not drawn'         DELIMITED SIZE
                 INTO WS-RPT-LINE
                 WITH POINTER CHT-LINE-PTR
               END-STRING
           END-IF
           PERFORM 9200-WRITE-REPORT-LINE
           .

       9000-WRITE-AUDIT-LOG.
           MOVE SPACES TO WS-AUDIT-KEYS
           MOVE RETURN-CODE TO WS-RC-DISP
           MOVE LYR-COUNT TO LYR-COUNT-DISP
           MOVE 1 TO CHT-LINE-PTR
           MOVE WIN-R1 TO CHT-NUM-DISP
           MOVE WIN-C1 TO CHT-NUM-DISP2
           STRING
             ' LAYERS='                DELIMITED SIZE
             LYR-COUNT-DISP            DELIMITED SIZE
             ' PRIORITY='              DELIMITED SIZE
             PRI-STRING                DELIMITED SPACE
             ' WINDOW='                DELIMITED SIZE
             FUNCTION TRIM(CHT-NUM-DISP)  DELIMITED SIZE
             ','                       DELIMITED SIZE
             FUNCTION TRIM(CHT-NUM-DISP2) DELIMITED SIZE
             INTO WS-AUDIT-KEYS
             WITH POINTER CHT-LINE-PTR
           END-STRING
           MOVE WIN-R2 TO CHT-NUM-DISP
           MOVE WIN-C2 TO CHT-NUM-DISP2
           STRING
             ','                       DELIMITED SIZE
             FUNCTION TRIM(CHT-NUM-DISP)  DELIMITED SIZE
             ','                       DELIMITED SIZE
             FUNCTION TRIM(CHT-NUM-DISP2) DELIMITED SIZE
             ' LINEAGE='               DELIMITED SIZE
             WS-LINEAGE-STATE          DELIMITED SPACE
             ' RC='                    DELIMITED SIZE
             WS-RC-DISP                DELIMITED SIZE
             ' RUNID='                 DELIMITED SIZE
             WS-RUN-ID                 DELIMITED SPACE
             INTO WS-AUDIT-KEYS
             WITH POINTER CHT-LINE-PTR
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
      * figure is the number of layers charted.
       9900-DISPLAY-SUMMARY.

           MOVE WS-REC-COUNT TO WS-REC-COUNT-DISP

           MOVE WS-REC-COUNT-DISP TO WS-SUMM-RECS
           MOVE LYR-COUNT TO LYR-COUNT-DISP
           MOVE LYR-COUNT-DISP TO WS-SUMM-RESULT
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
