           05  UNSTRING-PTR       PIC 9(009) COMP    VALUE 1.
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
                                                     FALSE 'N'.
           05  WS-EFFECT          PIC S9(018) COMP   VALUE 0.
           05  WS-EFFECT-DISP     PIC +9(018).
           05  WS-RPT-ACTION      PIC X(001)         VALUE SPACES.
           05  WS-RPT-TITLE       PIC X(040)         VALUE SPACES.
           05  WS-RPT-LINE        PIC X(132)         VALUE SPACES.

      * Per-school projection.  A starting-timer file whose records
      * are tagged SCHOOL=id keeps one nine-bucket timer table per
      * school, the same buckets the goal-seek and cs06b use, and
      * every school is projected side by side over DAYS=.  The
      * buckets are eighteen-digit binary; a school that outgrows
      * them stops the projection rather than wrapping.
       01  SCHOOL-AREAS.
           05  SCH-TABLE-MAX      PIC 9(003) COMP    VALUE 50.
           05  SCH-COUNT          PIC 9(003) COMP    VALUE 0.
           05  SCH-IDX            PIC 9(003) COMP    VALUE 0.
           05  SCH-SUB            PIC 9(002) COMP    VALUE 0.
           05  SCH-ID-IN          PIC X(012)         VALUE SPACES.
           05  SCH-TIMER-X        PIC X(004)         VALUE SPACES.
           05  SCH-TIMER          PIC 9(002) COMP    VALUE 0.
           05  SCH-ZERO-CT        PIC S9(018) COMP   VALUE 0.
           05  SCH-TAKE           PIC S9(018) COMP   VALUE 0.
           05  SCH-LEFT           PIC S9(018) COMP   VALUE 0.
           05  SCH-GRAND-START    PIC S9(018) COMP   VALUE 0.
           05  SCH-GRAND-TOTAL    PIC S9(018) COMP   VALUE 0.
           05  SCH-TOTAL-P        PIC S9(018) COMP-3 VALUE 0.
           05  SCH-GRAND-P        PIC S9(018) COMP-3 VALUE 0.
           05  SCH-SHARE          PIC 9(003)V9(002) COMP-3 VALUE 0.
           05  SCH-DAY-DISP       PIC 9(005)         VALUE 0.
           05  SCH-POP-DISP       PIC Z(017)9.
           05  SCH-START-DISP     PIC Z(017)9.
           05  SCH-SHARE-DISP     PIC ZZ9.99.
           05  SCH-COUNT-DISP     PIC 9(003)         VALUE 0.
           05  SCH-ENTRY OCCURS 50 TIMES.
               10  SCH-ID         PIC X(012).
               10  SCH-MORAT-SW   PIC X(001).
                   88  SCH-MORATORIUM                VALUE 'Y'
                                                     FALSE 'N'.
               10  SCH-START      PIC S9(018) COMP.
               10  SCH-TOTAL      PIC S9(018) COMP.
               10  SCH-BUCKET     PIC S9(018) COMP
                                  OCCURS 9 TIMES.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
               88  MORATORIUM-TODAY                  VALUE 'Y'
                                                     FALSE 'N'.
               88  CAPACITY-WARNED                    VALUE 'Y'.
           05  SCHOOL-SW          PIC X(001)         VALUE 'N'.
               88  SCHOOL-MODE                       VALUE 'Y'
                                                     FALSE 'N'.
           05  SCH-OVERFLOW-SW    PIC X(001)         VALUE 'N'.
               88  SCH-OVERFLOW                      VALUE 'Y'
                                                     FALSE 'N'.

      * Dated intervention events for the fisheries desk, applied
      * at the start of their day, plus the timer buckets of a
               10  EVNT-TYPE      PIC X(010).
               10  EVNT-NBR       PIC 9(009) COMP.
               10  EVNT-TIMER     PIC 9(002) COMP.
               10  EVNT-SCHOOL    PIC X(012).
       01  BASELINE-AREAS.
           05  BASE-BUCKET        PIC X(060)  VALUE ALL '0'
                                  OCCURS 9 TIMES.

           COMPUTE WARN-THRESHOLD = MAX-FISH * 8 / 10

           IF WS-ASSIGN-NAME NOT = '/dev/stdin'
               PERFORM 0250-CHECK-THE-CONTENT
           END-IF

           OPEN INPUT INPT-DATA

           PERFORM 8010-READ-INPT-DATA

      *    a file tagged by school is projected school by school;
      *    an untagged file is the one population it always was
           IF FUNCTION UPPER-CASE(WS-INPT(1:7)) = 'SCHOOL='
               SET SCHOOL-MODE TO TRUE
               PERFORM 1100-LOAD-ONE-SCHOOL-RECORD
                 UNTIL INPT-DATA-EOF
           ELSE
               PERFORM 1000-LOAD-INPUT UNTIL FISH-X = SPACES
           END-IF

           CLOSE INPT-DATA

           IF SCHOOL-MODE
               PERFORM 1150-SHOW-THE-SCHOOLS
           ELSE
               DISPLAY MYNAME ' initial number of fish ' NB-FISH
           END-IF

           IF GOALSEEK-MODE
               PERFORM 3000-GOAL-SEEK-THE-HARVEST
               PERFORM 1500-LOAD-EVENTS
           END-IF

           IF SCHOOL-MODE
               PERFORM 2090-OPEN-SCHOOL-REPORT
               PERFORM 2100-PROCESS-SCHOOL-DAY
                 VARYING DAY-COUNT FROM 1 BY 1
                 UNTIL DAY-COUNT > NB-DAYS OR SCH-OVERFLOW
               SUBTRACT 1 FROM DAY-COUNT
               PERFORM 2150-FINISH-SCHOOL-REPORT
               MOVE SCH-GRAND-TOTAL TO NB-FISH-DISP
               DISPLAY MYNAME ' number of fish ' NB-FISH-DISP
                 ' after ' DAY-COUNT ' days'
           ELSE
               PERFORM 2000-PROCESS-ONE-DAY
                 VARYING DAY-COUNT FROM 1 BY 1
                 UNTIL DAY-COUNT > NB-DAYS
               SUBTRACT 1 FROM DAY-COUNT
               DISPLAY MYNAME ' number of fish ' NB-FISH
                 ' after ' DAY-COUNT ' days'
           END-IF

           IF EVENTS-MODE
               MOVE RETURN-CODE TO WS-HOLD-RC
               CALL 'csbigfm' USING BASE-TOTAL BASE-TOTAL-DISP
               END-CALL
               MOVE WS-HOLD-RC TO RETURN-CODE
               DISPLAY
                 MYNAME ' population without interventions '
                 FUNCTION TRIM(BASE-TOTAL-DISP, TRAILING)
      *            both figures still fit ordinary arithmetic; the
      *            effect is only meaningful while the per-fish
      *            model can hold the population anyway
                   IF SCHOOL-MODE
                       COMPUTE WS-EFFECT = SCH-GRAND-TOTAL
                         - FUNCTION NUMVAL(BASE-TOTAL(43:18))
                   ELSE
                       COMPUTE WS-EFFECT =
                         NB-FISH - FUNCTION NUMVAL(BASE-TOTAL(43:18))
                   END-IF
                   MOVE WS-EFFECT TO WS-EFFECT-DISP
                   DISPLAY
                     MYNAME ' net effect of interventions '

           OPEN OUTPUT XCHK-DATA
           MOVE SPACES TO XCHK-DATA-REC
           IF SCHOOL-MODE
               MOVE SCH-GRAND-TOTAL TO NB-FISH-DISP
           ELSE
               MOVE NB-FISH TO NB-FISH-DISP
           END-IF
           MOVE DAY-COUNT TO NB-DAYS-DISP
           STRING 'FISH=' NB-FISH-DISP ' DAYS=' NB-DAYS-DISP
             DELIMITED SIZE INTO XCHK-DATA-REC
           CALL 'cshwmw' USING
             MYNAME WS-HWM-TABLE WS-HWM-USED WS-HWM-CAP
           END-CALL
           IF SCHOOL-MODE
               MOVE 'SCHOOLS' TO WS-HWM-TABLE
               MOVE SCH-COUNT TO WS-HWM-USED
               MOVE SCH-TABLE-MAX TO WS-HWM-CAP
               CALL 'cshwmw' USING
                 MYNAME WS-HWM-TABLE WS-HWM-USED WS-HWM-CAP
               END-CALL
           END-IF
           MOVE WS-HOLD-RC TO RETURN-CODE

           PERFORM 9000-WRITE-AUDIT-LOG
           CALL 'csenvfn' USING WS-XCHK-FNAME END-CALL
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
           END-IF
           .

      * One school-tagged record: SCHOOL=id followed by that
      * school's comma-separated timers.  A school may be spread
      * over several records; its timers accumulate.
       1100-LOAD-ONE-SCHOOL-RECORD.
           EVALUATE TRUE
             WHEN WS-INPT = SPACES
                 CONTINUE
             WHEN FUNCTION UPPER-CASE(WS-INPT(1:7)) NOT = 'SCHOOL='
                 DISPLAY
                   MYNAME ' warning - record ' WS-REC-COUNT
                   ' carries no SCHOOL= tag, not projected'
                 MOVE WS-INPT-DATA TO WS-REJ-IMAGE
                 MOVE 'NO SCHOOL TAG' TO WS-REJ-REASON
                 PERFORM 9100-WRITE-REJECT
                 MOVE 4 TO RETURN-CODE
             WHEN OTHER
                 MOVE SPACES TO SCH-ID-IN
                 MOVE 8 TO UNSTRING-PTR
                 UNSTRING WS-INPT DELIMITED BY ALL SPACE
                   INTO SCH-ID-IN
                   WITH POINTER UNSTRING-PTR
                 END-UNSTRING
                 MOVE FUNCTION UPPER-CASE(SCH-ID-IN) TO SCH-ID-IN
                 PERFORM 1110-FIND-THE-SCHOOL
                 IF SCH-IDX = 0
                     PERFORM 1120-ENROL-THE-SCHOOL
                 END-IF
                 IF SCH-IDX > 0
                     MOVE 'X' TO SCH-TIMER-X
                     PERFORM 1130-LOAD-ONE-SCHOOL-TIMER
                       UNTIL SCH-TIMER-X = SPACES
                       OR UNSTRING-PTR > LENGTH OF WS-INPT
                 END-IF
           END-EVALUATE
           PERFORM 8010-READ-INPT-DATA
           .

       1110-FIND-THE-SCHOOL.
           MOVE 0 TO SCH-IDX
           PERFORM VARYING SCH-SUB FROM 1 BY 1
           UNTIL SCH-SUB > SCH-COUNT OR SCH-IDX > 0
             IF SCH-ID(SCH-SUB) = SCH-ID-IN
                 MOVE SCH-SUB TO SCH-IDX
             END-IF
           END-PERFORM
           .

       1120-ENROL-THE-SCHOOL.
           IF SCH-ID-IN = SPACES OR SCH-COUNT >= SCH-TABLE-MAX
               DISPLAY
                 MYNAME ' record ' WS-REC-COUNT
                 ' school table full or school unnamed,'
                 ' record not projected'
               MOVE WS-INPT-DATA TO WS-REJ-IMAGE
               MOVE 'SCHOOL NOT ENROLLED' TO WS-REJ-REASON
               PERFORM 9100-WRITE-REJECT
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SCH-COUNT
           MOVE SCH-COUNT TO SCH-IDX
           INITIALIZE SCH-ENTRY(SCH-IDX)
           MOVE SCH-ID-IN TO SCH-ID(SCH-IDX)
           .

       1130-LOAD-ONE-SCHOOL-TIMER.
           MOVE SPACES TO SCH-TIMER-X
           UNSTRING WS-INPT DELIMITED BY ',' OR ALL SPACE
             INTO SCH-TIMER-X
             WITH POINTER UNSTRING-PTR
           END-UNSTRING
           IF SCH-TIMER-X = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(SCH-TIMER-X) = 0
               AND FUNCTION NUMVAL(SCH-TIMER-X) <= 8
               MOVE FUNCTION NUMVAL(SCH-TIMER-X) TO SCH-TIMER
           ELSE
               DISPLAY
                MYNAME
                ' warning - record ' WS-REC-COUNT
                ' has a non-numeric fish timer, treated as zero'
               MOVE WS-INPT-DATA TO WS-REJ-IMAGE
               MOVE 'BAD FISH TIMER' TO WS-REJ-REASON
               PERFORM 9100-WRITE-REJECT
               MOVE 0 TO SCH-TIMER
           END-IF
           COMPUTE WS-TIMER-IDX = SCH-TIMER + 1
           ADD 1 TO SCH-BUCKET(SCH-IDX, WS-TIMER-IDX)
           ADD 1 TO SCH-START(SCH-IDX) SCH-TOTAL(SCH-IDX)
           ADD 1 TO SCH-GRAND-START
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'csbigad' USING
             BASE-BUCKET(WS-TIMER-IDX) BASE-ONE
           END-CALL
           CALL 'csbigad' USING BASE-TOTAL BASE-ONE END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           .

       1150-SHOW-THE-SCHOOLS.
           MOVE SCH-COUNT TO SCH-COUNT-DISP
           DISPLAY MYNAME ' schools ' SCH-COUNT-DISP
           PERFORM VARYING SCH-IDX FROM 1 BY 1
           UNTIL SCH-IDX > SCH-COUNT
             MOVE SCH-START(SCH-IDX) TO SCH-POP-DISP
             DISPLAY
               MYNAME ' school ' SCH-ID(SCH-IDX)
               ' initial number of fish ' SCH-POP-DISP
           END-PERFORM
           MOVE SCH-GRAND-START TO SCH-POP-DISP
           DISPLAY MYNAME ' initial number of fish ' SCH-POP-DISP
           .

       2000-PROCESS-ONE-DAY.
           IF PROCESS-TEST
               RESET TRACE
           END-IF          
           .

      *----------------------------------------------------------------
      * One day of the per-school projection: the day's events, the
      * companion baseline, then every school's buckets aged the way
      * 3100 ages the goal-seek's.  cs06a.rpt carries every school's
      * population and share of the hatchery for every day.
      *----------------------------------------------------------------
       2090-OPEN-SCHOOL-REPORT.
           MOVE 'O' TO WS-RPT-ACTION
           MOVE 'LANTERNFISH PROJECTION BY SCHOOL' TO WS-RPT-TITLE
           MOVE SPACES TO WS-RPT-LINE
           STRING
             'DAY    SCHOOL                  POPULATION  SHARE%'
               DELIMITED SIZE
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE 0 TO DAY-COUNT
           MOVE SCH-GRAND-START TO SCH-GRAND-TOTAL
           PERFORM 2120-REPORT-SCHOOL-DAY
             VARYING SCH-IDX FROM 1 BY 1
             UNTIL SCH-IDX > SCH-COUNT
           .

       2100-PROCESS-SCHOOL-DAY.
           PERFORM VARYING SCH-IDX FROM 1 BY 1
           UNTIL SCH-IDX > SCH-COUNT
             SET SCH-MORATORIUM(SCH-IDX) TO FALSE
           END-PERFORM
           IF EVENTS-MODE
               PERFORM 2500-APPLY-DAY-EVENTS
           END-IF
           PERFORM 2600-ADVANCE-BASELINE

           MOVE 0 TO SCH-GRAND-TOTAL
           PERFORM 2110-AGE-ONE-SCHOOL
             VARYING SCH-IDX FROM 1 BY 1
             UNTIL SCH-IDX > SCH-COUNT OR SCH-OVERFLOW
           IF SCH-OVERFLOW
               MOVE DAY-COUNT TO SCH-DAY-DISP
               DISPLAY
                 MYNAME ' school projection exceeds eighteen digits'
                 ' on day ' SCH-DAY-DISP ', projection stopped'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM 2120-REPORT-SCHOOL-DAY
             VARYING SCH-IDX FROM 1 BY 1
             UNTIL SCH-IDX > SCH-COUNT

           IF FUNCTION MOD(DAY-COUNT, 10) = 0
               MOVE SCH-GRAND-TOTAL TO NB-FISH-DISP
               DISPLAY
                 MYNAME
                 ' day '
                 DAY-COUNT
                 ' population '
                 NB-FISH-DISP
           END-IF
           .

       2110-AGE-ONE-SCHOOL.
           MOVE SCH-BUCKET(SCH-IDX, 1) TO SCH-ZERO-CT
           PERFORM VARYING SCH-SUB FROM 1 BY 1 UNTIL SCH-SUB > 8
             MOVE SCH-BUCKET(SCH-IDX, SCH-SUB + 1)
               TO SCH-BUCKET(SCH-IDX, SCH-SUB)
           END-PERFORM
           IF SCH-MORATORIUM(SCH-IDX)
      *        the timers still reset, but no fish spawn
               MOVE 0 TO SCH-BUCKET(SCH-IDX, 9)
           ELSE
               MOVE SCH-ZERO-CT TO SCH-BUCKET(SCH-IDX, 9)
           END-IF
           ADD SCH-ZERO-CT TO SCH-BUCKET(SCH-IDX, 7)
             ON SIZE ERROR SET SCH-OVERFLOW TO TRUE
           END-ADD
           MOVE 0 TO SCH-TOTAL(SCH-IDX)
           PERFORM VARYING SCH-SUB FROM 1 BY 1 UNTIL SCH-SUB > 9
             ADD SCH-BUCKET(SCH-IDX, SCH-SUB) TO SCH-TOTAL(SCH-IDX)
               ON SIZE ERROR SET SCH-OVERFLOW TO TRUE
             END-ADD
           END-PERFORM
           ADD SCH-TOTAL(SCH-IDX) TO SCH-GRAND-TOTAL
             ON SIZE ERROR SET SCH-OVERFLOW TO TRUE
           END-ADD
           .

       2120-REPORT-SCHOOL-DAY.
           PERFORM 2130-FIGURE-THE-SHARE
           MOVE DAY-COUNT TO SCH-DAY-DISP
           MOVE SCH-TOTAL(SCH-IDX) TO SCH-POP-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING
             SCH-DAY-DISP         DELIMITED SIZE
             '  '                 DELIMITED SIZE
             SCH-ID(SCH-IDX)      DELIMITED SIZE
             '  '                 DELIMITED SIZE
             SCH-POP-DISP         DELIMITED SIZE
             '  '                 DELIMITED SIZE
             SCH-SHARE-DISP       DELIMITED SIZE
             INTO WS-RPT-LINE
           END-STRING
           MOVE 'L' TO WS-RPT-ACTION
           PERFORM 9200-WRITE-REPORT-LINE
           .

      * A school's share of the whole hatchery, in packed decimal.
       2130-FIGURE-THE-SHARE.
           MOVE SCH-TOTAL(SCH-IDX) TO SCH-TOTAL-P
           MOVE SCH-GRAND-TOTAL    TO SCH-GRAND-P
           IF SCH-GRAND-P = 0
               MOVE 0 TO SCH-SHARE
           ELSE
               COMPUTE SCH-SHARE ROUNDED =
                 SCH-TOTAL-P * 100 / SCH-GRAND-P
           END-IF
           MOVE SCH-SHARE TO SCH-SHARE-DISP
           .

      * The school-by-school share of the final total: on the
      * console, and as the totals page of cs06a.rpt.
       2150-FINISH-SCHOOL-REPORT.
           MOVE DAY-COUNT TO SCH-DAY-DISP
           DISPLAY MYNAME ' ----------------------------------------'
           DISPLAY
             MYNAME ' school share of the hatchery after '
             SCH-DAY-DISP ' days'
           MOVE 'T' TO WS-RPT-ACTION
           MOVE SPACES TO WS-RPT-LINE
           STRING
             'SCHOOL                 START POPULATION'
               DELIMITED SIZE
             '    FINAL POPULATION  SHARE%'
               DELIMITED SIZE
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE 'L' TO WS-RPT-ACTION
           PERFORM VARYING SCH-IDX FROM 1 BY 1
           UNTIL SCH-IDX > SCH-COUNT
             PERFORM 2130-FIGURE-THE-SHARE
             MOVE SCH-START(SCH-IDX) TO SCH-START-DISP
             MOVE SCH-TOTAL(SCH-IDX) TO SCH-POP-DISP
             DISPLAY
               MYNAME ' school ' SCH-ID(SCH-IDX)
               ' population ' SCH-POP-DISP
               ' share ' SCH-SHARE-DISP '%'
             MOVE SPACES TO WS-RPT-LINE
             STRING
               SCH-ID(SCH-IDX)    DELIMITED SIZE
               '  '               DELIMITED SIZE
               SCH-START-DISP     DELIMITED SIZE
               '  '               DELIMITED SIZE
               SCH-POP-DISP       DELIMITED SIZE
               '  '               DELIMITED SIZE
               SCH-SHARE-DISP     DELIMITED SIZE
               INTO WS-RPT-LINE
             END-STRING
             PERFORM 9200-WRITE-REPORT-LINE
           END-PERFORM
           MOVE SCH-GRAND-START TO SCH-START-DISP
           MOVE SCH-GRAND-TOTAL TO SCH-POP-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING
             'ALL SCHOOLS '       DELIMITED SIZE
             '  '                 DELIMITED SIZE
             SCH-START-DISP       DELIMITED SIZE
             '  '                 DELIMITED SIZE
             SCH-POP-DISP         DELIMITED SIZE
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE 'C' TO WS-RPT-ACTION
           PERFORM 9200-WRITE-REPORT-LINE
           .

       2010-RESET-FISH.
           MOVE 6 TO FISH(FISH-INDX)
           ADD 1 TO NB-FISH
      *   DAY=nn TYPE=HARVEST COUNT=nnn
      *   DAY=nn TYPE=RESTOCK COUNT=nnn TIMER=t
      *   DAY=nn TYPE=MORATORIUM
      * In a per-school run an event names its school with
      * SCHOOL=id; harvests and restocks must, a moratorium without
      * one holds spawning in every school.
       1500-LOAD-EVENTS.
           OPEN INPUT EVNT-DATA
           IF WS-EVNT-STAT NOT = '00'
                   WHEN 'TIMER'
                       MOVE FUNCTION NUMVAL(EVNT-VAL)
                         TO EVNT-TIMER(EVNT-COUNT)
                   WHEN 'SCHOOL'
                       MOVE FUNCTION UPPER-CASE(EVNT-VAL)
                         TO EVNT-SCHOOL(EVNT-COUNT)
                   WHEN OTHER
                       DISPLAY
                         MYNAME ' warning - event keyword not'
       2500-APPLY-DAY-EVENTS.
           PERFORM VARYING EVNT-IDX FROM 1 BY 1
           UNTIL EVNT-IDX > EVNT-COUNT
             EVALUATE TRUE
               WHEN EVNT-DAY(EVNT-IDX) NOT = DAY-COUNT
                 CONTINUE
               WHEN SCHOOL-MODE
                 PERFORM 2550-APPLY-SCHOOL-EVENT
               WHEN EVNT-SCHOOL(EVNT-IDX) NOT = SPACES
                 DISPLAY
                   MYNAME ' day ' DAY-COUNT
                   ' event names a school but the starting file'
                   ' is not per-school, event skipped'
                 MOVE 4 TO RETURN-CODE
               WHEN OTHER
                 EVALUATE EVNT-TYPE(EVNT-IDX)
                   WHEN 'HARVEST'
                       PERFORM 2510-APPLY-HARVEST
                         ' event type not recognized: '
                         EVNT-TYPE(EVNT-IDX)
                 END-EVALUATE
             END-EVALUATE
           END-PERFORM
           .

      * An event against the per-school buckets.  A harvest takes
      * the most recently spawned fish first, as the per-fish model
      * does: timer 8 downward.
       2550-APPLY-SCHOOL-EVENT.
           MOVE 0 TO SCH-IDX
           IF EVNT-SCHOOL(EVNT-IDX) NOT = SPACES
               MOVE EVNT-SCHOOL(EVNT-IDX) TO SCH-ID-IN
               PERFORM 1110-FIND-THE-SCHOOL
               IF SCH-IDX = 0
                   DISPLAY
                     MYNAME ' day ' DAY-COUNT
                     ' event names an unknown school '
                     EVNT-SCHOOL(EVNT-IDX) ', event skipped'
                   MOVE 4 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF SCH-IDX = 0
               AND EVNT-TYPE(EVNT-IDX) NOT = 'MORATORIUM'
               DISPLAY
                 MYNAME ' day ' DAY-COUNT ' '
                 FUNCTION TRIM(EVNT-TYPE(EVNT-IDX))
                 ' names no SCHOOL= in a per-school run,'
                 ' event skipped'
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           EVALUATE EVNT-TYPE(EVNT-IDX)
             WHEN 'HARVEST'
                 MOVE EVNT-NBR(EVNT-IDX) TO SCH-LEFT
                 PERFORM VARYING SCH-SUB FROM 9 BY -1
                 UNTIL SCH-SUB < 1 OR SCH-LEFT = 0
                   IF SCH-BUCKET(SCH-IDX, SCH-SUB) > SCH-LEFT
                       MOVE SCH-LEFT TO SCH-TAKE
                   ELSE
                       MOVE SCH-BUCKET(SCH-IDX, SCH-SUB) TO SCH-TAKE
                   END-IF
                   SUBTRACT SCH-TAKE FROM SCH-BUCKET(SCH-IDX, SCH-SUB)
                   SUBTRACT SCH-TAKE FROM SCH-LEFT
                   SUBTRACT SCH-TAKE FROM SCH-TOTAL(SCH-IDX)
                 END-PERFORM
                 COMPUTE SCH-TAKE = EVNT-NBR(EVNT-IDX) - SCH-LEFT
                 MOVE SCH-TAKE TO SCH-START-DISP
                 MOVE SCH-TOTAL(SCH-IDX) TO SCH-POP-DISP
                 DISPLAY
                   MYNAME ' day ' DAY-COUNT
                   ' school ' SCH-ID(SCH-IDX)
                   ' harvested ' SCH-START-DISP
                   ' population now ' SCH-POP-DISP
             WHEN 'RESTOCK'
                 IF EVNT-TIMER(EVNT-IDX) > 8
                     DISPLAY
                       MYNAME ' day ' DAY-COUNT
                       ' restock timer beyond 8, event skipped'
                     MOVE 4 TO RETURN-CODE
                     EXIT PARAGRAPH
                 END-IF
                 COMPUTE SCH-SUB = EVNT-TIMER(EVNT-IDX) + 1
                 ADD EVNT-NBR(EVNT-IDX) TO SCH-BUCKET(SCH-IDX, SCH-SUB)
                 ADD EVNT-NBR(EVNT-IDX) TO SCH-TOTAL(SCH-IDX)
                 MOVE SCH-TOTAL(SCH-IDX) TO SCH-POP-DISP
                 DISPLAY
                   MYNAME ' day ' DAY-COUNT
                   ' school ' SCH-ID(SCH-IDX)
                   ' restocked with timer ' EVNT-TIMER(EVNT-IDX)
                   ' population now ' SCH-POP-DISP
             WHEN 'MORATORIUM'
                 IF SCH-IDX = 0
                     PERFORM VARYING SCH-IDX FROM 1 BY 1
                     UNTIL SCH-IDX > SCH-COUNT
                       SET SCH-MORATORIUM(SCH-IDX) TO TRUE
                     END-PERFORM
                     DISPLAY
                       MYNAME ' day ' DAY-COUNT
                       ' spawning moratorium in effect'
                 ELSE
                     SET SCH-MORATORIUM(SCH-IDX) TO TRUE
                     DISPLAY
                       MYNAME ' day ' DAY-COUNT
                       ' school ' SCH-ID(SCH-IDX)
                       ' spawning moratorium in effect'
                 END-IF
             WHEN OTHER
                 DISPLAY
                   MYNAME ' day ' DAY-COUNT
                   ' event type not recognized: '
                   EVNT-TYPE(EVNT-IDX)
           END-EVALUATE
           .

      * The harvest takes the most recently spawned fish first;
      * which fish leave matters less than how many.
       2510-APPLY-HARVEST.
               EXIT PARAGRAPH
           END-IF

      *    seed the buckets from the fish just loaded; a
      *    per-school file is held to the cap as one hatchery
           PERFORM VARYING GS-SUB FROM 1 BY 1 UNTIL GS-SUB > 9
             MOVE 0 TO GS-SEED-BUCKET(GS-SUB)
           END-PERFORM
             COMPUTE GS-SUB = FISH(FISH-INDX) + 1
             ADD 1 TO GS-SEED-BUCKET(GS-SUB)
           END-PERFORM
           PERFORM VARYING SCH-IDX FROM 1 BY 1
           UNTIL SCH-IDX > SCH-COUNT
             PERFORM VARYING GS-SUB FROM 1 BY 1 UNTIL GS-SUB > 9
               ADD SCH-BUCKET(SCH-IDX, GS-SUB)
                 TO GS-SEED-BUCKET(GS-SUB)
             END-PERFORM
           END-PERFORM

      *    does even a total harvest hold the cap?
           MOVE 999999999999999999 TO GS-HARVEST
      * buckets cs06b uses, so the intervention run always has an
      * untouched population to be compared against.
       2600-ADVANCE-BASELINE.
           MOVE RETURN-CODE TO WS-HOLD-RC
           MOVE BASE-BUCKET(1) TO BASE-ZERO-CT
           PERFORM VARYING WS-TIMER-IDX FROM 1 BY 1
           UNTIL WS-TIMER-IDX > 8
           END-CALL
           MOVE BASE-ZERO-CT TO BASE-BUCKET(9)
           CALL 'csbigad' USING BASE-TOTAL BASE-ZERO-CT END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           .

       8010-READ-INPT-DATA.
       9000-WRITE-AUDIT-LOG.
           MOVE SPACES TO WS-AUDIT-KEYS
           MOVE RETURN-CODE TO WS-RC-DISP
           IF SCHOOL-MODE
               MOVE SCH-GRAND-TOTAL TO NB-FISH-DISP
           ELSE
               MOVE NB-FISH    TO NB-FISH-DISP
           END-IF
           MOVE DAY-COUNT      TO NB-DAYS-DISP
           MOVE WS-REC-COUNT   TO WS-REC-COUNT-DISP

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
