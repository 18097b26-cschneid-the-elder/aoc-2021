      * which neither herd moves at all.  The grid is sized from the
      * input the same way cs11a sizes its energy grid, rather than
      * assuming a fixed survey extent.
      *
      * The gridlock is also shown forming.  Every step's east-herd
      * and south-herd move counts go to the cs25a.tml timeline, and
      * with CSV=Y to the suite CSV log as well, one line per step.
      * A row or column is active on a step when any cucumber moves
      * within, into or out of it; once the herds stop, the rows and
      * columns still holding cucumbers are ranked by the step from
      * which they never moved again (froze first) and by their
      * longest unbroken still stretch (stayed frozen longest), on
      * the console and at the foot of the timeline.  The final grid
      * goes to cs25a.grd with every cucumber whose cell was never
      * vacated for the whole run -- blocked from the first step --
      * shown in capitals, E for the east herd and S for the south.
      *
       Program-ID. cs25a.
       Environment Division.
       File-Control.
           Select INPT-DATA            Assign Dynamic WS-ASSIGN-NAME
                                        Organization Line Sequential.
           Select TML-DATA             Assign Dynamic WS-TML-FNAME
                                        Organization Line Sequential.
           Select GRD-DATA             Assign Dynamic WS-GRD-FNAME
                                        Organization Line Sequential.
           Select CSV-LOG              Assign Dynamic WS-CSV-LOG-NAME
                                        Organization Line Sequential
                                        File Status Is WS-CSV-LOG-STAT.
       Data Division.
       File Section.
       FD  INPT-DATA.
       01  INPT-DATA-REC      PIC X(250).

       FD  TML-DATA.
       01  TML-DATA-REC       PIC X(100).

       FD  GRD-DATA.
       01  GRD-DATA-REC       PIC X(250).

       FD  CSV-LOG.
       01  CSV-LOG-REC        PIC X(200).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'cs25a'.
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
           05  WS-RUN-ID          PIC X(017)         VALUE SPACES.
           05  WS-REC-COUNT-DISP  PIC 9(008)         VALUE 0.
           05  WS-STEP-DISP       PIC 9(009)         VALUE 0.
           05  WS-CFG-CSVLOG      PIC X(020)         VALUE 'CSVLOG'.
           05  WS-CSV-LOG-NAME    PIC X(040)        VALUE 'cscsv.log'.
           05  WS-CSV-LOG-STAT    PIC X(002)         VALUE SPACES.
           05  WS-CSV-LINE        PIC X(200)         VALUE SPACES.
           05  WS-BUS-STAMP       PIC X(021)         VALUE SPACES.
           05  WS-TML-FNAME       PIC X(040)      VALUE 'cs25a.tml'.
           05  WS-GRD-FNAME       PIC X(040)      VALUE 'cs25a.grd'.
           05  WS-LIN-LINE        PIC X(200)         VALUE SPACES.

       01  GRID-AREAS.
           05  ROW-MAX            PIC 9(004) COMP    VALUE 0.
           05  DST-COL            PIC 9(004) COMP    VALUE 0.
           05  STEP-COUNT         PIC 9(009) COMP    VALUE 0.
           05  MOVE-TALLY         PIC 9(008) COMP    VALUE 0.
           05  EAST-TALLY         PIC 9(008) COMP    VALUE 0.
           05  SOUTH-TALLY        PIC 9(008) COMP    VALUE 0.

       01  HERD-GRID.
           05  HERD-ROW OCCURS 200 TIMES.
           05  WORK-ROW OCCURS 200 TIMES.
               10  WORK-CELL      PIC X(001) OCCURS 250 TIMES.

      * Cells vacated at least once during the run; a cucumber on a
      * cell never vacated has been blocked since the first step.
       01  VACATED-GRID.
           05  VACATED-ROW OCCURS 200 TIMES.
               10  VACATED-CELL   PIC X(001) OCCURS 250 TIMES.

      * Per-row and per-column activity: flagged for the current
      * step, the last step active, and the longest still stretch.
       01  ROW-ACTIVITY.
           05  RACT-ENTRY OCCURS 200 TIMES.
               10  RACT-FLAG      PIC X(001).
               10  RACT-LAST      PIC 9(009) COMP.
               10  RACT-LONG-LEN  PIC 9(009) COMP.
               10  RACT-LONG-FROM PIC 9(009) COMP.
       01  COL-ACTIVITY.
           05  CACT-ENTRY OCCURS 250 TIMES.
               10  CACT-FLAG      PIC X(001).
               10  CACT-LAST      PIC 9(009) COMP.
               10  CACT-LONG-LEN  PIC 9(009) COMP.
               10  CACT-LONG-FROM PIC 9(009) COMP.

      * Ranking work table, loaded with the rows or the columns that
      * still hold cucumbers when the herds stop.
       01  STALL-AREAS.
           05  STL-KIND           PIC X(006)         VALUE SPACES.
           05  STL-COUNT          PIC 9(004) COMP    VALUE 0.
           05  STL-ENTRY OCCURS 250 TIMES.
               10  STL-LINE-NO    PIC 9(004) COMP.
               10  STL-FREEZE     PIC 9(009) COMP.
               10  STL-LONG-LEN   PIC 9(009) COMP.
               10  STL-LONG-FROM  PIC 9(009) COMP.
               10  STL-PICKED     PIC X(001).
           05  STL-IDX            PIC 9(004) COMP    VALUE 0.
           05  STL-BEST           PIC 9(004) COMP    VALUE 0.
           05  STL-RANK           PIC 9(004) COMP    VALUE 0.
           05  STL-RANK-MAX       PIC 9(004) COMP    VALUE 5.
           05  STL-OCCUPIED-SW    PIC X(001)         VALUE 'N'.
               88  STL-OCCUPIED                      VALUE 'Y'
                                                     FALSE 'N'.
           05  STL-RUN-LEN        PIC 9(009) COMP    VALUE 0.
           05  STL-FIRST-ROW      PIC 9(004)         VALUE 0.
           05  STL-FIRST-COL      PIC 9(004)         VALUE 0.
           05  STL-FIRST-HOLD     PIC 9(004)         VALUE 0.

       01  TML-STEP-LINE.
           05  TS-STEP            PIC Z(008)9.
           05  FILLER             PIC X(002)         VALUE SPACES.
           05  TS-EAST            PIC Z(007)9.
           05  FILLER             PIC X(002)         VALUE SPACES.
           05  TS-SOUTH           PIC Z(007)9.
           05  FILLER             PIC X(002)         VALUE SPACES.
           05  TS-TOTAL           PIC Z(007)9.
       01  TML-STALL-LINE.
           05  TL-KIND            PIC X(006).
           05  TL-LINE-NO         PIC Z(003)9.
           05  FILLER             PIC X(019)
                                  VALUE '  FROZEN FROM STEP '.
           05  TL-FREEZE          PIC Z(008)9.
           05  FILLER             PIC X(017)
                                  VALUE '  LONGEST STILL '.
           05  TL-LONG-LEN        PIC Z(008)9.
           05  FILLER             PIC X(017)
                                  VALUE ' STEPS FROM STEP '.
           05  TL-LONG-FROM       PIC Z(008)9.
       01  GRD-LINE               PIC X(250)         VALUE SPACES.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           05  WS-START-TIME-R    REDEFINES WS-START-TIME.
           05  STUCK-SW           PIC X(001)         VALUE 'N'.
               88  HERDS-STUCK                       VALUE 'Y'
                                                     FALSE 'N'.
           05  CSV-SW             PIC X(001)         VALUE 'N'.
               88  CSV-REQUESTED                      VALUE 'Y'.

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
           PERFORM 1100-LOAD-ONE-ROW UNTIL INPT-DATA-EOF
               GOBACK
           END-IF

           PERFORM 3000-OPEN-THE-TIMELINE
           SET HERDS-STUCK TO FALSE
           PERFORM UNTIL HERDS-STUCK OR STEP-COUNT >= STEP-CAP
             ADD 1 TO STEP-COUNT
             PERFORM 2000-STEP-BOTH-HERDS
             PERFORM 3100-RECORD-THE-STEP
             IF MOVE-TALLY = 0
                 SET HERDS-STUCK TO TRUE
             END-IF
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 4000-REPORT-THE-STALLS
           CLOSE TML-DATA
           IF CSV-REQUESTED
               CLOSE CSV-LOG
           END-IF
           DISPLAY
             MYNAME ' timeline written to ' FUNCTION TRIM(WS-TML-FNAME)
           PERFORM 5000-EXPORT-FINAL-GRID

           PERFORM 9000-WRITE-AUDIT-LOG
           PERFORM 9900-DISPLAY-SUMMARY
           GOBACK.
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
           CALL 'csenvfn' USING WS-TML-FNAME END-CALL
           CALL 'csenvfn' USING WS-GRD-FNAME END-CALL
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
                 MOVE WS-CLI-VAL TO WS-ASSIGN-NAME
             WHEN 'RUNID'
                 MOVE WS-CLI-VAL TO WS-RUN-ID
             WHEN 'CSV'
                 IF FUNCTION UPPER-CASE(WS-CLI-VAL) = 'Y'
                     SET CSV-REQUESTED TO TRUE
                 END-IF
             WHEN OTHER
                 DISPLAY
                  MYNAME
      * simultaneity rule is what the two-grid copy buys -- every
      * cucumber decides from the pre-move picture of its own herd.
       2000-STEP-BOTH-HERDS.
           MOVE 0 TO MOVE-TALLY EAST-TALLY SOUTH-TALLY
           PERFORM VARYING ROW-IDX FROM 1 BY 1
           UNTIL ROW-IDX > ROW-MAX
             MOVE 'N' TO RACT-FLAG(ROW-IDX)
           END-PERFORM
           PERFORM VARYING COL-IDX FROM 1 BY 1
           UNTIL COL-IDX > COL-MAX
             MOVE 'N' TO CACT-FLAG(COL-IDX)
           END-PERFORM

           PERFORM VARYING ROW-IDX FROM 1 BY 1
           UNTIL ROW-IDX > ROW-MAX
                       FUNCTION MOD(COL-IDX, COL-MAX) + 1
                     IF HERD-CELL(ROW-IDX, DST-COL) = '.'
                         MOVE '>' TO WORK-CELL(ROW-IDX, DST-COL)
                         ADD 1 TO MOVE-TALLY EAST-TALLY
                         MOVE 'Y' TO RACT-FLAG(ROW-IDX)
                                     CACT-FLAG(COL-IDX)
                                     CACT-FLAG(DST-COL)
                                     VACATED-CELL(ROW-IDX, COL-IDX)
                     ELSE
                         MOVE '>' TO WORK-CELL(ROW-IDX, COL-IDX)
                     END-IF
                       FUNCTION MOD(ROW-IDX, ROW-MAX) + 1
                     IF HERD-CELL(DST-ROW, COL-IDX) = '.'
                         MOVE 'v' TO WORK-CELL(DST-ROW, COL-IDX)
                         ADD 1 TO MOVE-TALLY SOUTH-TALLY
                         MOVE 'Y' TO CACT-FLAG(COL-IDX)
                                     RACT-FLAG(ROW-IDX)
                                     RACT-FLAG(DST-ROW)
                                     VACATED-CELL(ROW-IDX, COL-IDX)
                     ELSE
                         MOVE 'v' TO WORK-CELL(ROW-IDX, COL-IDX)
                     END-IF
           MOVE WORK-GRID TO HERD-GRID
           .

      *----------------------------------------------------------------
      * Timeline.  cs25a.tml carries the lineage header, a heading,
      * then one line per step; with CSV=Y each step also goes to
      * the suite CSV log.  The activity tables start clear here:
      * nothing active yet, no still stretch recorded.
      *----------------------------------------------------------------
       3000-OPEN-THE-TIMELINE.
           MOVE ALL 'N' TO VACATED-GRID
           PERFORM VARYING ROW-IDX FROM 1 BY 1
           UNTIL ROW-IDX > ROW-MAX
             MOVE 0 TO RACT-LAST(ROW-IDX) RACT-LONG-LEN(ROW-IDX)
                       RACT-LONG-FROM(ROW-IDX)
           END-PERFORM
           PERFORM VARYING COL-IDX FROM 1 BY 1
           UNTIL COL-IDX > COL-MAX
             MOVE 0 TO CACT-LAST(COL-IDX) CACT-LONG-LEN(COL-IDX)
                       CACT-LONG-FROM(COL-IDX)
           END-PERFORM

           OPEN OUTPUT TML-DATA
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cslinhd' USING
             MYNAME
             WS-RUN-ID
             WS-ASSIGN-NAME
             WS-LIN-LINE
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           WRITE TML-DATA-REC FROM WS-LIN-LINE
           MOVE '     STEP      EAST     SOUTH     TOTAL'
             TO TML-DATA-REC
           WRITE TML-DATA-REC

           IF CSV-REQUESTED
               CALL 'csbusdt' USING WS-BUS-STAMP END-CALL
               OPEN EXTEND CSV-LOG
               IF WS-CSV-LOG-STAT NOT = '00'
                   OPEN OUTPUT CSV-LOG
               END-IF
           END-IF
           .

      * One timeline line, and the row and column activity brought
      * up to date: a line active this step closes the still stretch
      * that ran from its last active step.
       3100-RECORD-THE-STEP.
           MOVE STEP-COUNT  TO TS-STEP
           MOVE EAST-TALLY  TO TS-EAST
           MOVE SOUTH-TALLY TO TS-SOUTH
           MOVE MOVE-TALLY  TO TS-TOTAL
           WRITE TML-DATA-REC FROM TML-STEP-LINE

           IF CSV-REQUESTED
               MOVE SPACES TO WS-CSV-LINE
               STRING
                 MYNAME                    DELIMITED SPACE
                 ','                       DELIMITED SIZE
                 WS-BUS-STAMP              DELIMITED SIZE
                 ',STEP,'                  DELIMITED SIZE
                 FUNCTION TRIM(TS-STEP)    DELIMITED SIZE
                 ',EAST,'                  DELIMITED SIZE
                 FUNCTION TRIM(TS-EAST)    DELIMITED SIZE
                 ',SOUTH,'                 DELIMITED SIZE
                 FUNCTION TRIM(TS-SOUTH)   DELIMITED SIZE
                 ',RUNID,'                 DELIMITED SIZE
                 WS-RUN-ID                 DELIMITED SPACE
                 INTO WS-CSV-LINE
               END-STRING
               WRITE CSV-LOG-REC FROM WS-CSV-LINE
           END-IF

           PERFORM VARYING ROW-IDX FROM 1 BY 1
           UNTIL ROW-IDX > ROW-MAX
             IF RACT-FLAG(ROW-IDX) = 'Y'
                 COMPUTE STL-RUN-LEN =
                   STEP-COUNT - 1 - RACT-LAST(ROW-IDX)
                 IF STL-RUN-LEN > RACT-LONG-LEN(ROW-IDX)
                     MOVE STL-RUN-LEN TO RACT-LONG-LEN(ROW-IDX)
                     COMPUTE RACT-LONG-FROM(ROW-IDX) =
                       RACT-LAST(ROW-IDX) + 1
                 END-IF
                 MOVE STEP-COUNT TO RACT-LAST(ROW-IDX)
             END-IF
           END-PERFORM
           PERFORM VARYING COL-IDX FROM 1 BY 1
           UNTIL COL-IDX > COL-MAX
             IF CACT-FLAG(COL-IDX) = 'Y'
                 COMPUTE STL-RUN-LEN =
                   STEP-COUNT - 1 - CACT-LAST(COL-IDX)
                 IF STL-RUN-LEN > CACT-LONG-LEN(COL-IDX)
                     MOVE STL-RUN-LEN TO CACT-LONG-LEN(COL-IDX)
                     COMPUTE CACT-LONG-FROM(COL-IDX) =
                       CACT-LAST(COL-IDX) + 1
                 END-IF
                 MOVE STEP-COUNT TO CACT-LAST(COL-IDX)
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Stall-region report.  Only rows and columns still holding
      * cucumbers count -- an empty lane is not a jam.  Each one's
      * closing still stretch runs from the step after it was last
      * active to the last step run.  Rows are ranked first, then
      * columns, each by froze-first and then by longest still.
      *----------------------------------------------------------------
       4000-REPORT-THE-STALLS.
           MOVE SPACES TO TML-DATA-REC
           WRITE TML-DATA-REC

           MOVE 'ROW' TO STL-KIND
           MOVE 0 TO STL-COUNT
           PERFORM VARYING ROW-IDX FROM 1 BY 1
           UNTIL ROW-IDX > ROW-MAX
             SET STL-OCCUPIED TO FALSE
             PERFORM VARYING COL-IDX FROM 1 BY 1
             UNTIL COL-IDX > COL-MAX OR STL-OCCUPIED
               IF HERD-CELL(ROW-IDX, COL-IDX) NOT = '.'
                   SET STL-OCCUPIED TO TRUE
               END-IF
             END-PERFORM
             IF STL-OCCUPIED
                 ADD 1 TO STL-COUNT
                 MOVE ROW-IDX TO STL-LINE-NO(STL-COUNT)
                 COMPUTE STL-FREEZE(STL-COUNT) = RACT-LAST(ROW-IDX) + 1
                 MOVE RACT-LONG-LEN(ROW-IDX) TO STL-LONG-LEN(STL-COUNT)
                 MOVE RACT-LONG-FROM(ROW-IDX)
                   TO STL-LONG-FROM(STL-COUNT)
                 PERFORM 4050-CLOSE-THE-LAST-STRETCH
             END-IF
           END-PERFORM
           PERFORM 4100-RANK-THE-LINES
           MOVE STL-FIRST-HOLD TO STL-FIRST-ROW

           MOVE 'COLUMN' TO STL-KIND
           MOVE 0 TO STL-COUNT
           PERFORM VARYING COL-IDX FROM 1 BY 1
           UNTIL COL-IDX > COL-MAX
             SET STL-OCCUPIED TO FALSE
             PERFORM VARYING ROW-IDX FROM 1 BY 1
             UNTIL ROW-IDX > ROW-MAX OR STL-OCCUPIED
               IF HERD-CELL(ROW-IDX, COL-IDX) NOT = '.'
                   SET STL-OCCUPIED TO TRUE
               END-IF
             END-PERFORM
             IF STL-OCCUPIED
                 ADD 1 TO STL-COUNT
                 MOVE COL-IDX TO STL-LINE-NO(STL-COUNT)
                 COMPUTE STL-FREEZE(STL-COUNT) = CACT-LAST(COL-IDX) + 1
                 MOVE CACT-LONG-LEN(COL-IDX) TO STL-LONG-LEN(STL-COUNT)
                 MOVE CACT-LONG-FROM(COL-IDX)
                   TO STL-LONG-FROM(STL-COUNT)
                 PERFORM 4050-CLOSE-THE-LAST-STRETCH
             END-IF
           END-PERFORM
           PERFORM 4100-RANK-THE-LINES
           MOVE STL-FIRST-HOLD TO STL-FIRST-COL
           .

      * The stretch still open when the run ends counts too.
       4050-CLOSE-THE-LAST-STRETCH.
           COMPUTE STL-RUN-LEN =
             STEP-COUNT - STL-FREEZE(STL-COUNT) + 1
           IF STL-RUN-LEN > STL-LONG-LEN(STL-COUNT)
               MOVE STL-RUN-LEN TO STL-LONG-LEN(STL-COUNT)
               MOVE STL-FREEZE(STL-COUNT) TO STL-LONG-FROM(STL-COUNT)
           END-IF
           .

      * Up to STL-RANK-MAX lines each way; ties go to the lower
      * line number.
       4100-RANK-THE-LINES.
           MOVE 0 TO STL-FIRST-HOLD
           IF STL-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO TML-DATA-REC
           STRING
             'FROZE FIRST - '            DELIMITED SIZE
             STL-KIND                    DELIMITED SPACE
             'S'                         DELIMITED SIZE
             INTO TML-DATA-REC
           END-STRING
           DISPLAY MYNAME SPACE FUNCTION TRIM(TML-DATA-REC)
           WRITE TML-DATA-REC
           PERFORM VARYING STL-IDX FROM 1 BY 1
           UNTIL STL-IDX > STL-COUNT
             MOVE 'N' TO STL-PICKED(STL-IDX)
           END-PERFORM
           PERFORM VARYING STL-RANK FROM 1 BY 1
           UNTIL STL-RANK > STL-RANK-MAX OR STL-RANK > STL-COUNT
             MOVE 0 TO STL-BEST
             PERFORM VARYING STL-IDX FROM 1 BY 1
             UNTIL STL-IDX > STL-COUNT
               IF STL-PICKED(STL-IDX) = 'N'
                   IF STL-BEST = 0
                       MOVE STL-IDX TO STL-BEST
                   ELSE
                       IF STL-FREEZE(STL-IDX) < STL-FREEZE(STL-BEST)
                           MOVE STL-IDX TO STL-BEST
                       END-IF
                   END-IF
               END-IF
             END-PERFORM
             IF STL-RANK = 1
                 MOVE STL-LINE-NO(STL-BEST) TO STL-FIRST-HOLD
             END-IF
             PERFORM 4200-WRITE-ONE-STALL-LINE
           END-PERFORM

           MOVE SPACES TO TML-DATA-REC
           STRING
             'FROZEN LONGEST - '         DELIMITED SIZE
             STL-KIND                    DELIMITED SPACE
             'S'                         DELIMITED SIZE
             INTO TML-DATA-REC
           END-STRING
           DISPLAY MYNAME SPACE FUNCTION TRIM(TML-DATA-REC)
           WRITE TML-DATA-REC
           PERFORM VARYING STL-IDX FROM 1 BY 1
           UNTIL STL-IDX > STL-COUNT
             MOVE 'N' TO STL-PICKED(STL-IDX)
           END-PERFORM
           PERFORM VARYING STL-RANK FROM 1 BY 1
           UNTIL STL-RANK > STL-RANK-MAX OR STL-RANK > STL-COUNT
             MOVE 0 TO STL-BEST
             PERFORM VARYING STL-IDX FROM 1 BY 1
             UNTIL STL-IDX > STL-COUNT
               IF STL-PICKED(STL-IDX) = 'N'
                   IF STL-BEST = 0
                       MOVE STL-IDX TO STL-BEST
                   ELSE
                       IF STL-LONG-LEN(STL-IDX)
                         > STL-LONG-LEN(STL-BEST)
                           MOVE STL-IDX TO STL-BEST
                       END-IF
                   END-IF
               END-IF
             END-PERFORM
             PERFORM 4200-WRITE-ONE-STALL-LINE
           END-PERFORM
           .

       4200-WRITE-ONE-STALL-LINE.
           MOVE 'Y' TO STL-PICKED(STL-BEST)
           MOVE STL-KIND               TO TL-KIND
           MOVE STL-LINE-NO(STL-BEST)   TO TL-LINE-NO
           MOVE STL-FREEZE(STL-BEST)    TO TL-FREEZE
           MOVE STL-LONG-LEN(STL-BEST)  TO TL-LONG-LEN
           MOVE STL-LONG-FROM(STL-BEST) TO TL-LONG-FROM
           WRITE TML-DATA-REC FROM TML-STALL-LINE
           DISPLAY MYNAME SPACE TML-STALL-LINE
           .

      * The final grid, cropped to the surveyed extent, with the
      * cucumbers blocked since the first step in capitals.
       5000-EXPORT-FINAL-GRID.
           OPEN OUTPUT GRD-DATA
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cslinhd' USING
             MYNAME
             WS-RUN-ID
             WS-ASSIGN-NAME
             WS-LIN-LINE
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           WRITE GRD-DATA-REC FROM WS-LIN-LINE
           PERFORM VARYING ROW-IDX FROM 1 BY 1
           UNTIL ROW-IDX > ROW-MAX
             MOVE SPACES TO GRD-LINE
             PERFORM VARYING COL-IDX FROM 1 BY 1
             UNTIL COL-IDX > COL-MAX
               EVALUATE TRUE
                 WHEN HERD-CELL(ROW-IDX, COL-IDX) = '.'
                     MOVE '.' TO GRD-LINE(COL-IDX:1)
                 WHEN VACATED-CELL(ROW-IDX, COL-IDX) = 'Y'
                     MOVE HERD-CELL(ROW-IDX, COL-IDX)
                       TO GRD-LINE(COL-IDX:1)
                 WHEN HERD-CELL(ROW-IDX, COL-IDX) = '>'
                     MOVE 'E' TO GRD-LINE(COL-IDX:1)
                 WHEN OTHER
                     MOVE 'S' TO GRD-LINE(COL-IDX:1)
               END-EVALUATE
             END-PERFORM
             WRITE GRD-DATA-REC FROM GRD-LINE
           END-PERFORM
           CLOSE GRD-DATA
           DISPLAY
             MYNAME ' final grid written to '
             FUNCTION TRIM(WS-GRD-FNAME)
           .

       8010-READ-INPT-DATA.
           MOVE SPACES TO INPT-DATA-REC
           READ INPT-DATA
           STRING
             ' STUCKSTEP='              DELIMITED SIZE
             WS-STEP-DISP              DELIMITED SIZE
             ' FIRSTROW='              DELIMITED SIZE
             STL-FIRST-ROW             DELIMITED SIZE
             ' FIRSTCOL='              DELIMITED SIZE
             STL-FIRST-COL             DELIMITED SIZE
             ' RECS='                  DELIMITED SIZE
             WS-REC-COUNT-DISP         DELIMITED SIZE
             ' RC='                    DELIMITED SIZE
