      *            run-length format
      * cssgrdr  - read a grid map back row by row, sparse or
      *            legacy dense alike
      * csbizdy  - business-day arithmetic against the shop's
      *            csholid.cat holiday calendar
      * csauthz  - operator identification and role checks
      *            against the csoper.cat authorization file
      * cshold   - legal-hold checks against the cshold.cat
      *            register, before retention ages anything off
      * cscfgck  - fingerprint the suite configuration, snapshot it
      *            and audit each change when the fingerprint moves
      * cssuper  - restatement checks against the csresmst.sup
      *            register: has a rerun superseded a results row
      * cssniff  - content check of an input against the shape the
      *            calling program expects, before its read loop
      * csshlog  - append one entry to the shore-channel message
      *            log for a BITS transmission sent or received
      *
       Program-ID. cscliptk.
       Data Division.
      *         8 when the wait timed out
      *   'D' - dequeue: release the resource
      *
      * Every enqueue and release goes on cslock.log for the
      * cslockst contention report: WAIT when the first try finds
      * the resource held (with the holder it found), ACQUIRED or
      * TIMEOUT when the enqueue ends (with the seconds waited),
      * and RELEASED with the seconds the lock was held.
      *
       Environment Division.
       Input-Output Section.
       File-Control.
           Select LKL-DATA             Assign Dynamic LKL-NAME
                                        Organization Line Sequential
                                        File Status Is LKL-STAT.
           Select LKF-DATA             Assign Dynamic LCK-FILE-NAME
                                        Organization Line Sequential
                                        File Status Is LKF-STAT.
       Data Division.
       File Section.
       FD  LKL-DATA.
       01  LKL-DATA-REC       PIC X(200).

       FD  LKF-DATA.
       01  LKF-DATA-REC       PIC X(120).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'cslock'.
           05  LKH-TABLE-MAX      PIC 9(004) COMP    VALUE 20.
       01  WORK-AREAS.
           05  LCK-FILE-NAME      PIC X(046)         VALUE SPACES.
           05  LCK-CMD            PIC X(256)         VALUE SPACES.
           05  LCK-GOT-SW         PIC X(001)         VALUE 'N'.
               88  LCK-GOT                           VALUE 'Y'
                                                     FALSE 'N'.
           05  LCK-TS             PIC X(021)         VALUE SPACES.
           05  LCK-NOW-SECS       PIC 9(009) COMP    VALUE 0.
           05  LCK-START-SECS     PIC 9(009) COMP    VALUE 0.
           05  LCK-SECS           PIC S9(009) COMP   VALUE 0.
           05  LKL-NAME           PIC X(040)      VALUE 'cslock.log'.
           05  LKL-STAT           PIC X(002)         VALUE SPACES.
           05  LKL-NAMED-SW       PIC X(001)         VALUE 'N'.
           05  LKL-STAMP          PIC X(021)         VALUE SPACES.
           05  LKL-LINE           PIC X(200)         VALUE SPACES.
           05  LKL-EVENT          PIC X(008)         VALUE SPACES.
           05  LKL-WAIT-DISP      PIC 9(005)         VALUE 0.
           05  LKL-HELD-DISP      PIC 9(005)         VALUE 0.
           05  LKL-HOLDER         PIC X(008)         VALUE SPACES.
           05  LKF-STAT           PIC X(002)         VALUE SPACES.
           05  LKF-SKIP           PIC X(120)         VALUE SPACES.
           05  LKF-REST           PIC X(120)         VALUE SPACES.

      * The locks this run unit holds, and since when, so a release
      * can say how long the resource was tied up.
       01  LKH-TABLE.
           05  LKH-ENTRY OCCURS 20 TIMES.
               10  LKH-RES        PIC X(040).
               10  LKH-SECS       PIC 9(009) COMP.
           05  LKH-IDX            PIC 9(004) COMP    VALUE 0.
           05  LKH-HIT            PIC 9(004) COMP    VALUE 0.

       Linkage Section.
       01  LS-ACTION              PIC X(001).
             '.lck'                      DELIMITED SIZE
             INTO LCK-FILE-NAME
           END-STRING
           IF LKL-NAMED-SW = 'N'
               CALL 'csenvfn' USING LKL-NAME END-CALL
               INITIALIZE LKH-TABLE
               MOVE 'Y' TO LKL-NAMED-SW
           END-IF

           EVALUATE LS-ACTION
             WHEN 'E'
                 SET LCK-GOT TO FALSE
                 MOVE 0 TO LCK-WAITED
                 MOVE SPACES TO LKL-HOLDER
                 PERFORM 3000-SET-NOW-SECS
                 MOVE LCK-NOW-SECS TO LCK-START-SECS
                 PERFORM UNTIL LCK-GOT
                   OR LCK-WAITED > LS-WAIT-SECS
                   PERFORM 1000-TRY-THE-LOCK
                   IF NOT LCK-GOT
                       IF LCK-WAITED = 0
                           PERFORM 1100-NOTE-THE-HOLDER
                           MOVE 'WAIT' TO LKL-EVENT
                           MOVE 0 TO LKL-WAIT-DISP LKL-HELD-DISP
                           PERFORM 2000-LOG-THE-EVENT
                       END-IF
                       MOVE 'sleep 1' TO LCK-CMD
                       CALL 'SYSTEM' USING LCK-CMD
                       ADD 1 TO LCK-WAITED
                   END-IF
                 END-PERFORM
                 PERFORM 3000-SET-NOW-SECS
                 PERFORM 3100-SECS-SINCE-START
                 MOVE LCK-SECS TO LKL-WAIT-DISP
                 MOVE 0 TO LKL-HELD-DISP
                 IF LCK-GOT
                     MOVE 'ACQUIRED' TO LKL-EVENT
                     PERFORM 1200-REMEMBER-THE-LOCK
                 ELSE
                     MOVE 'TIMEOUT' TO LKL-EVENT
                     MOVE 8 TO LS-RC
                 END-IF
                 PERFORM 2000-LOG-THE-EVENT
             WHEN 'D'
                 MOVE SPACES TO LCK-CMD
                 STRING
                   INTO LCK-CMD
                 END-STRING
                 CALL 'SYSTEM' USING LCK-CMD
                 PERFORM 1300-FORGET-THE-LOCK
                 MOVE 'RELEASED' TO LKL-EVENT
                 MOVE SPACES TO LKL-HOLDER
                 MOVE 0 TO LKL-WAIT-DISP
                 PERFORM 2000-LOG-THE-EVENT
             WHEN OTHER
                 DISPLAY MYNAME ' unknown action ' LS-ACTION
                 MOVE 8 TO LS-RC
           END-IF
           MOVE 0 TO RETURN-CODE
           .

      * Who had the resource when this enqueue first found it
      * taken; a holder gone by the time we look stays blank.
       1100-NOTE-THE-HOLDER.
           MOVE SPACES TO LKL-HOLDER
           OPEN INPUT LKF-DATA
           IF LKF-STAT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LKF-DATA-REC
           READ LKF-DATA
             AT END MOVE SPACES TO LKF-DATA-REC
           END-READ
           CLOSE LKF-DATA
           MOVE SPACES TO LKF-SKIP LKF-REST
           UNSTRING LKF-DATA-REC DELIMITED BY 'HOLDER='
             INTO LKF-SKIP LKF-REST
           END-UNSTRING
           UNSTRING LKF-REST DELIMITED BY SPACE
             INTO LKL-HOLDER
           END-UNSTRING
           .

       1200-REMEMBER-THE-LOCK.
           MOVE 0 TO LKH-HIT
           PERFORM VARYING LKH-IDX FROM 1 BY 1
           UNTIL LKH-IDX > LKH-TABLE-MAX OR LKH-HIT > 0
             IF LKH-RES(LKH-IDX) = SPACES
               OR LKH-RES(LKH-IDX) = LS-RESOURCE
                 MOVE LKH-IDX TO LKH-HIT
             END-IF
           END-PERFORM
           IF LKH-HIT > 0
               MOVE LS-RESOURCE  TO LKH-RES(LKH-HIT)
               MOVE LCK-NOW-SECS TO LKH-SECS(LKH-HIT)
           END-IF
           .

      * A release this run unit did not enqueue itself is logged
      * with no held time.
       1300-FORGET-THE-LOCK.
           MOVE 0 TO LKL-HELD-DISP
           MOVE 0 TO LKH-HIT
           PERFORM VARYING LKH-IDX FROM 1 BY 1
           UNTIL LKH-IDX > LKH-TABLE-MAX OR LKH-HIT > 0
             IF LKH-RES(LKH-IDX) = LS-RESOURCE
                 MOVE LKH-IDX TO LKH-HIT
             END-IF
           END-PERFORM
           IF LKH-HIT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 3000-SET-NOW-SECS
           MOVE LKH-SECS(LKH-HIT) TO LCK-START-SECS
           PERFORM 3100-SECS-SINCE-START
           MOVE LCK-SECS TO LKL-HELD-DISP
           MOVE SPACES TO LKH-RES(LKH-HIT)
           .

       2000-LOG-THE-EVENT.
           CALL 'csbusdt' USING LKL-STAMP END-CALL
           MOVE SPACES TO LKL-LINE
           STRING
             LKL-STAMP                   DELIMITED SIZE
             ' RES='                     DELIMITED SIZE
             LS-RESOURCE                 DELIMITED SPACE
             ' PGM='                     DELIMITED SIZE
             LS-PGM-NAME                 DELIMITED SPACE
             ' RUNID='                   DELIMITED SIZE
             LS-RUN-ID                   DELIMITED SPACE
             ' EVENT='                   DELIMITED SIZE
             LKL-EVENT                   DELIMITED SPACE
             ' WAIT='                    DELIMITED SIZE
             LKL-WAIT-DISP               DELIMITED SIZE
             ' HELD='                    DELIMITED SIZE
             LKL-HELD-DISP               DELIMITED SIZE
             ' HOLDER='                  DELIMITED SIZE
             LKL-HOLDER                  DELIMITED SPACE
             INTO LKL-LINE
           END-STRING
           OPEN EXTEND LKL-DATA
           IF LKL-STAT NOT = '00'
               OPEN OUTPUT LKL-DATA
           END-IF
           WRITE LKL-DATA-REC FROM LKL-LINE
           CLOSE LKL-DATA
           .

       3000-SET-NOW-SECS.
           MOVE FUNCTION CURRENT-DATE TO LCK-TS
           COMPUTE LCK-NOW-SECS =
               (FUNCTION NUMVAL(LCK-TS(9:2))  * 3600)
             + (FUNCTION NUMVAL(LCK-TS(11:2)) * 60)
             +  FUNCTION NUMVAL(LCK-TS(13:2))
           .

      * Seconds from LCK-START-SECS to LCK-NOW-SECS; a span across
      * midnight comes out right for anything under a day.
       3100-SECS-SINCE-START.
           COMPUTE LCK-SECS = LCK-NOW-SECS - LCK-START-SECS
           IF LCK-SECS < 0
               ADD 86400 TO LCK-SECS
           END-IF
           .
       END PROGRAM cslock.

       ID Division.
           CLOSE CAP-DATA
           GOBACK.
       END PROGRAM cshwmw.

       ID Division.
       Program-ID. cssqhst.
      *
      * Per-subsystem syntax quality history for the navigation chunk
      * checkers.  The caller hands over this run's corrupted,
      * incomplete and clean line counts for each subsystem code the
      * supplier tagged its lines with; they are appended to
      * <pgm>.sqhst, one KEYWORD=VALUE line per subsystem per run,
      * and the trend report goes to the caller's print file: each
      * subsystem's corruption rate over its last LS-RUNS runs,
      * oldest first, and a flag on any subsystem whose rate this
      * run is LS-JUMP points or more above the average of its
      * earlier runs in the window.  LS-FLAGGED comes back with the
      * number of subsystems flagged.
      *
       Environment Division.
       Input-Output Section.
       File-Control.
           Select SQH-DATA             Assign Dynamic SQH-NAME
                                        Organization Line Sequential
                                        File Status Is SQH-STAT.
       Data Division.
       File Section.
       FD  SQH-DATA.
       01  SQH-DATA-REC       PIC X(160).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'cssqhst'.
           05  SQH-WINDOW-MAX     PIC 9(004) COMP    VALUE 10.
       01  WORK-AREAS.
           05  SQH-NAME           PIC X(040)         VALUE SPACES.
           05  SQH-STAT           PIC X(002)         VALUE SPACES.
           05  SQH-EOF-SW         PIC X(001)         VALUE 'N'.
               88  SQH-EOF                           VALUE 'Y'
                                                     FALSE 'N'.
           05  SQH-STAMP          PIC X(021)         VALUE SPACES.
           05  SQH-LINE           PIC X(160)         VALUE SPACES.
           05  SQH-PTR            PIC 9(004) COMP    VALUE 0.
           05  SQH-TOKEN          PIC X(080)         VALUE SPACES.
           05  SQH-KEY            PIC X(020)         VALUE SPACES.
           05  SQH-VAL            PIC X(080)         VALUE SPACES.
           05  SQH-PGM            PIC X(008)         VALUE SPACES.
           05  SQH-TAG            PIC X(008)         VALUE SPACES.
           05  SQH-HIT            PIC 9(004) COMP    VALUE 0.
           05  SQH-IDX            PIC 9(004) COMP    VALUE 0.
           05  SQH-RUN            PIC 9(004) COMP    VALUE 0.
           05  SQH-PRIOR-MAX      PIC 9(004) COMP    VALUE 0.
           05  SQH-RD-LINES       PIC 9(007) COMP-3  VALUE 0.
           05  SQH-RD-CORRUPT     PIC 9(007) COMP-3  VALUE 0.
           05  SQH-NOW-LINES      PIC 9(007) COMP-3  VALUE 0.
           05  SQH-NOW-CORRUPT    PIC 9(007) COMP-3  VALUE 0.
           05  SQH-RATE           PIC 9(003)V9 COMP-3 VALUE 0.
           05  SQH-SUM            PIC 9(005)V9 COMP-3 VALUE 0.
           05  SQH-AVG            PIC 9(003)V9 COMP-3 VALUE 0.
           05  SQH-RISE           PIC S9(003)V9 COMP-3 VALUE 0.
           05  SQH-N-DISP         PIC 9(007)         VALUE 0.
           05  SQH-C-DISP         PIC 9(007)         VALUE 0.
           05  SQH-I-DISP         PIC 9(007)         VALUE 0.
           05  SQH-K-DISP         PIC 9(007)         VALUE 0.
           05  SQH-RATE-DISP      PIC ZZ9.9          VALUE 0.
           05  SQH-RUNS-DISP      PIC Z9             VALUE 0.
           05  SQH-FLAG-DISP      PIC ZZZ9           VALUE 0.
           05  SQH-OUT-PTR        PIC 9(004) COMP    VALUE 0.
           05  SQH-RPT-ACTION     PIC X(001)         VALUE SPACES.
           05  SQH-RPT-TITLE      PIC X(040)
                            VALUE 'SUBSYSTEM SYNTAX QUALITY TREND'.
           05  SQH-RPT-LINE       PIC X(132)         VALUE SPACES.

      * Each subsystem's earlier corruption rates read back from the
      * history, oldest first, at most one short of the window.
       01  SQH-WINDOW-AREAS.
           05  SQW-ENTRY OCCURS 50 TIMES.
               10  SQW-COUNT      PIC 9(004) COMP.
               10  SQW-RATE       PIC 9(003)V9 COMP-3 OCCURS 9 TIMES.

       Linkage Section.
       01  LS-PGM-NAME            PIC X(008).
       01  LS-RUN-ID              PIC X(017).
       01  LS-HIST-AREA.
           05  LS-COUNT           PIC 9(004) COMP.
           05  LS-RUNS            PIC 9(004) COMP.
           05  LS-JUMP            PIC 9(003)V9.
           05  LS-FLAGGED         PIC 9(004) COMP.
           05  LS-ENTRY OCCURS 50 TIMES.
               10  LS-TAG         PIC X(008).
               10  LS-CORRUPT     PIC 9(007) COMP.
               10  LS-INCOMPLETE  PIC 9(007) COMP.
               10  LS-CLEAN       PIC 9(007) COMP.

       Procedure Division Using
           LS-PGM-NAME
           LS-RUN-ID
           LS-HIST-AREA
         .
           MOVE 0 TO LS-FLAGGED
           IF LS-RUNS < 2 OR LS-RUNS > SQH-WINDOW-MAX
               MOVE 5 TO LS-RUNS
           END-IF
           COMPUTE SQH-PRIOR-MAX = LS-RUNS - 1
           INITIALIZE SQH-WINDOW-AREAS

           MOVE SPACES TO SQH-NAME
           STRING
             FUNCTION TRIM(LS-PGM-NAME)  DELIMITED SIZE
             '.sqhst'                    DELIMITED SIZE
             INTO SQH-NAME
           END-STRING
           CALL 'csenvfn' USING SQH-NAME END-CALL

           PERFORM 1000-READ-THE-HISTORY
           PERFORM 2000-APPEND-THIS-RUN
           PERFORM 3000-WRITE-TREND-REPORT
           GOBACK.

      * Earlier runs, in the order they were appended; a missing
      * history just means this is the first run that had tags.
       1000-READ-THE-HISTORY.
           OPEN INPUT SQH-DATA
           IF SQH-STAT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET SQH-EOF TO FALSE
           PERFORM UNTIL SQH-EOF
             READ SQH-DATA INTO SQH-LINE
               AT END SET SQH-EOF TO TRUE
               NOT AT END PERFORM 1100-TAKE-ONE-HISTORY-LINE
             END-READ
           END-PERFORM
           CLOSE SQH-DATA
           .

       1100-TAKE-ONE-HISTORY-LINE.
           MOVE SPACES TO SQH-PGM SQH-TAG
           MOVE 0 TO SQH-RD-LINES SQH-RD-CORRUPT
           MOVE 1 TO SQH-PTR
           PERFORM UNTIL SQH-PTR > LENGTH OF SQH-LINE
             MOVE SPACES TO SQH-TOKEN
             UNSTRING SQH-LINE DELIMITED BY ALL SPACE
               INTO SQH-TOKEN
               WITH POINTER SQH-PTR
             END-UNSTRING
             IF SQH-TOKEN NOT = SPACES
                 CALL 'cscliptk' USING SQH-TOKEN SQH-KEY SQH-VAL
                 END-CALL
                 EVALUATE SQH-KEY
                   WHEN 'PGM'     MOVE SQH-VAL TO SQH-PGM
                   WHEN 'SUBSYS'  MOVE SQH-VAL TO SQH-TAG
                   WHEN 'LINES'
                       IF FUNCTION TEST-NUMVAL(SQH-VAL) = 0
                           MOVE FUNCTION NUMVAL(SQH-VAL)
                             TO SQH-RD-LINES
                       END-IF
                   WHEN 'CORRUPT'
                       IF FUNCTION TEST-NUMVAL(SQH-VAL) = 0
                           MOVE FUNCTION NUMVAL(SQH-VAL)
                             TO SQH-RD-CORRUPT
                       END-IF
                   WHEN OTHER CONTINUE
                 END-EVALUATE
             END-IF
           END-PERFORM
           IF SQH-PGM NOT = LS-PGM-NAME OR SQH-TAG = SPACES
               EXIT PARAGRAPH
           END-IF

      *    only the subsystems in this run get a trend line
           MOVE 0 TO SQH-HIT
           PERFORM VARYING SQH-IDX FROM 1 BY 1
           UNTIL SQH-IDX > LS-COUNT OR SQH-HIT > 0
             IF LS-TAG(SQH-IDX) = SQH-TAG
                 MOVE SQH-IDX TO SQH-HIT
             END-IF
           END-PERFORM
           IF SQH-HIT = 0
               EXIT PARAGRAPH
           END-IF

           IF SQH-RD-LINES > 0
               COMPUTE SQH-RATE ROUNDED =
                 SQH-RD-CORRUPT * 100 / SQH-RD-LINES
           ELSE
               MOVE 0 TO SQH-RATE
           END-IF
      *    a full window drops its oldest rate
           IF SQW-COUNT(SQH-HIT) >= SQH-PRIOR-MAX
               PERFORM VARYING SQH-RUN FROM 2 BY 1
               UNTIL SQH-RUN > SQW-COUNT(SQH-HIT)
                 MOVE SQW-RATE(SQH-HIT, SQH-RUN)
                   TO SQW-RATE(SQH-HIT, SQH-RUN - 1)
               END-PERFORM
               SUBTRACT 1 FROM SQW-COUNT(SQH-HIT)
           END-IF
           ADD 1 TO SQW-COUNT(SQH-HIT)
           MOVE SQH-RATE TO SQW-RATE(SQH-HIT, SQW-COUNT(SQH-HIT))
           .

       2000-APPEND-THIS-RUN.
           CALL 'csbusdt' USING SQH-STAMP END-CALL
           OPEN EXTEND SQH-DATA
           IF SQH-STAT NOT = '00'
               OPEN OUTPUT SQH-DATA
           END-IF
           PERFORM VARYING SQH-IDX FROM 1 BY 1
           UNTIL SQH-IDX > LS-COUNT
             MOVE LS-CORRUPT(SQH-IDX)    TO SQH-C-DISP
             MOVE LS-INCOMPLETE(SQH-IDX) TO SQH-I-DISP
             MOVE LS-CLEAN(SQH-IDX)      TO SQH-K-DISP
             COMPUTE SQH-N-DISP = LS-CORRUPT(SQH-IDX)
               + LS-INCOMPLETE(SQH-IDX) + LS-CLEAN(SQH-IDX)
             MOVE SPACES TO SQH-LINE
             STRING
               SQH-STAMP(1:14)             DELIMITED SIZE
               ' PGM='                     DELIMITED SIZE
               FUNCTION TRIM(LS-PGM-NAME)  DELIMITED SIZE
               ' SUBSYS='                  DELIMITED SIZE
               LS-TAG(SQH-IDX)             DELIMITED SPACE
               ' LINES='                   DELIMITED SIZE
               SQH-N-DISP                  DELIMITED SIZE
               ' CORRUPT='                 DELIMITED SIZE
               SQH-C-DISP                  DELIMITED SIZE
               ' INCOMPLETE='              DELIMITED SIZE
               SQH-I-DISP                  DELIMITED SIZE
               ' CLEAN='                   DELIMITED SIZE
               SQH-K-DISP                  DELIMITED SIZE
               ' RUNID='                   DELIMITED SIZE
               LS-RUN-ID                   DELIMITED SPACE
               INTO SQH-LINE
             END-STRING
             WRITE SQH-DATA-REC FROM SQH-LINE
           END-PERFORM
           CLOSE SQH-DATA
           .

      * One line per subsystem: this run's counts, the window of
      * corruption rates ending with this run, the earlier runs'
      * average, and the flag.  A subsystem with no earlier runs
      * has nothing to have jumped from.
       3000-WRITE-TREND-REPORT.
           MOVE 'O' TO SQH-RPT-ACTION
           MOVE SPACES TO SQH-RPT-LINE
           MOVE LS-RUNS TO SQH-RUNS-DISP
           MOVE LS-JUMP TO SQH-RATE-DISP
           STRING
             'CORRUPTION RATE (%) OVER THE LAST '  DELIMITED SIZE
             SQH-RUNS-DISP                         DELIMITED SIZE
             ' RUNS, OLDEST FIRST; FLAGGED AT A RISE OF '
                                                   DELIMITED SIZE
             SQH-RATE-DISP                         DELIMITED SIZE
             ' POINTS'                             DELIMITED SIZE
             INTO SQH-RPT-LINE
           END-STRING
           PERFORM 3900-PRINT
           MOVE 'L' TO SQH-RPT-ACTION
           MOVE SPACES      TO SQH-RPT-LINE
           MOVE 'SUBSYS'    TO SQH-RPT-LINE(1:6)
           MOVE '  LINES'   TO SQH-RPT-LINE(10:7)
           MOVE 'CORRUPT'   TO SQH-RPT-LINE(18:7)
           MOVE 'INCOMPL'   TO SQH-RPT-LINE(26:7)
           MOVE '  CLEAN'   TO SQH-RPT-LINE(34:7)
           MOVE 'PRIOR-AVG' TO SQH-RPT-LINE(47:9)
           MOVE 'RATES'     TO SQH-RPT-LINE(58:5)
           PERFORM 3900-PRINT

           PERFORM VARYING SQH-IDX FROM 1 BY 1
           UNTIL SQH-IDX > LS-COUNT
             PERFORM 3100-REPORT-ONE-SUBSYSTEM
           END-PERFORM

           MOVE 'T' TO SQH-RPT-ACTION
           MOVE SPACES TO SQH-RPT-LINE
           MOVE LS-FLAGGED TO SQH-FLAG-DISP
           STRING
             'SUBSYSTEMS FLAGGED AS DEGRADING '    DELIMITED SIZE
             SQH-FLAG-DISP                         DELIMITED SIZE
             INTO SQH-RPT-LINE
           END-STRING
           PERFORM 3900-PRINT
           MOVE 'C' TO SQH-RPT-ACTION
           PERFORM 3900-PRINT
           .

       3100-REPORT-ONE-SUBSYSTEM.
           MOVE LS-CORRUPT(SQH-IDX) TO SQH-NOW-CORRUPT
           COMPUTE SQH-NOW-LINES = LS-CORRUPT(SQH-IDX)
             + LS-INCOMPLETE(SQH-IDX) + LS-CLEAN(SQH-IDX)
           IF SQH-NOW-LINES > 0
               COMPUTE SQH-RATE ROUNDED =
                 SQH-NOW-CORRUPT * 100 / SQH-NOW-LINES
           ELSE
               MOVE 0 TO SQH-RATE
           END-IF

           MOVE SQH-NOW-LINES          TO SQH-N-DISP
           MOVE LS-CORRUPT(SQH-IDX)    TO SQH-C-DISP
           MOVE LS-INCOMPLETE(SQH-IDX) TO SQH-I-DISP
           MOVE LS-CLEAN(SQH-IDX)      TO SQH-K-DISP
           MOVE SPACES TO SQH-RPT-LINE
           STRING
             LS-TAG(SQH-IDX)           DELIMITED SIZE
             ' '                       DELIMITED SIZE
             SQH-N-DISP                DELIMITED SIZE
             ' '                       DELIMITED SIZE
             SQH-C-DISP                DELIMITED SIZE
             ' '                       DELIMITED SIZE
             SQH-I-DISP                DELIMITED SIZE
             ' '                       DELIMITED SIZE
             SQH-K-DISP                DELIMITED SIZE
             INTO SQH-RPT-LINE
           END-STRING

           IF SQW-COUNT(SQH-IDX) > 0
               MOVE 0 TO SQH-SUM
               PERFORM VARYING SQH-RUN FROM 1 BY 1
               UNTIL SQH-RUN > SQW-COUNT(SQH-IDX)
                 ADD SQW-RATE(SQH-IDX, SQH-RUN) TO SQH-SUM
               END-PERFORM
               COMPUTE SQH-AVG ROUNDED =
                 SQH-SUM / SQW-COUNT(SQH-IDX)
               MOVE SQH-AVG TO SQH-RATE-DISP
               MOVE SQH-RATE-DISP TO SQH-RPT-LINE(51:5)
           ELSE
               MOVE '  n/a' TO SQH-RPT-LINE(51:5)
           END-IF

           MOVE 58 TO SQH-OUT-PTR
           PERFORM VARYING SQH-RUN FROM 1 BY 1
           UNTIL SQH-RUN > SQW-COUNT(SQH-IDX)
             MOVE SQW-RATE(SQH-IDX, SQH-RUN) TO SQH-RATE-DISP
             MOVE SQH-RATE-DISP TO SQH-RPT-LINE(SQH-OUT-PTR:5)
             ADD 6 TO SQH-OUT-PTR
           END-PERFORM
           MOVE SQH-RATE TO SQH-RATE-DISP
           MOVE SQH-RATE-DISP TO SQH-RPT-LINE(SQH-OUT-PTR:5)
           ADD 6 TO SQH-OUT-PTR

           IF SQW-COUNT(SQH-IDX) > 0
               COMPUTE SQH-RISE = SQH-RATE - SQH-AVG
               IF SQH-RISE >= LS-JUMP AND SQH-RISE > 0
                   ADD 1 TO LS-FLAGGED
                   MOVE '<< JUMPED' TO SQH-RPT-LINE(SQH-OUT-PTR:9)
               END-IF
           END-IF
           PERFORM 3900-PRINT
           .

       3900-PRINT.
           CALL 'csprtw' USING
             SQH-RPT-ACTION
             LS-PGM-NAME
             LS-RUN-ID
             SQH-RPT-TITLE
             SQH-RPT-LINE
           END-CALL
           .
       END PROGRAM cssqhst.

       ID Division.
       Program-ID. csbizdy.
      *
      * Shop business-day calendar.  A business day is a Monday to
      * Friday that is not a public holiday or shop shutdown day in
      * the csholid.cat calendar, loaded once on first use.  One
      * call answers one question about a date (yyyymmdd):
      *
      *   C  classify LS-DATE: LS-DAY-TYPE B business, W weekend,
      *      H holiday
      *   N  LS-OUT-DATE = first business day on or after LS-DATE
      *   P  LS-OUT-DATE = last business day on or before LS-DATE
      *   A  LS-OUT-DATE = the LS-COUNT'th business day after
      *      LS-DATE
      *   D  LS-COUNT = business days after LS-DATE up to and
      *      including LS-OUT-DATE (negative when it is earlier)
      *
      * N and P also classify LS-DATE itself into LS-DAY-TYPE, so a
      * caller rolling a date learns why it moved.  Without the
      * calendar file every weekday is a business day, as before.
      *
       Environment Division.
       Input-Output Section.
       File-Control.
           Select HCAT-DATA            Assign 'csholid.cat'
                                        Organization Line Sequential
                                        File Status Is HCAT-STAT.
       Data Division.
       File Section.
       FD  HCAT-DATA.
       01  HCAT-DATA-REC      PIC X(120).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'csbizdy'.
           05  HOL-TABLE-MAX      PIC 9(004) COMP    VALUE 400.
      *    a calendar that closed every day would roll forever; the
      *    roll loops give up after this many days
           05  ROLL-LIMIT         PIC 9(004) COMP    VALUE 400.
       01  WORK-AREAS.
           05  HCAT-STAT          PIC X(002)         VALUE SPACES.
           05  HCAT-REC-NO        PIC 9(006)         VALUE 0.
           05  HCAT-FROM          PIC X(010)         VALUE SPACES.
           05  HCAT-THRU          PIC X(010)         VALUE SPACES.
           05  HCAT-DESC          PIC X(080)         VALUE SPACES.
           05  HCAT-FROM-N        PIC 9(008)         VALUE 0.
           05  HCAT-THRU-N        PIC 9(008)         VALUE 0.
           05  HCAT-FROM-INT      PIC S9(009) COMP   VALUE 0.
           05  HCAT-THRU-INT      PIC S9(009) COMP   VALUE 0.
           05  HOL-COUNT          PIC 9(004) COMP    VALUE 0.
           05  HOL-IDX            PIC 9(004) COMP    VALUE 0.
           05  BIZ-INT            PIC S9(009) COMP   VALUE 0.
           05  BIZ-INT-2          PIC S9(009) COMP   VALUE 0.
           05  BIZ-LO             PIC S9(009) COMP   VALUE 0.
           05  BIZ-HI             PIC S9(009) COMP   VALUE 0.
           05  BIZ-DOW            PIC 9(001)         VALUE 0.
           05  BIZ-TYPE           PIC X(001)         VALUE SPACE.
           05  BIZ-LEFT           PIC S9(009) COMP   VALUE 0.
           05  BIZ-STEP           PIC S9(009) COMP   VALUE 0.
           05  BIZ-SPAN           PIC S9(009) COMP   VALUE 0.
           05  BIZ-WEEKDAYS-HI    PIC S9(009) COMP   VALUE 0.
           05  BIZ-WEEKDAYS-LO    PIC S9(009) COMP   VALUE 0.
           05  BIZ-TRIES          PIC 9(004) COMP    VALUE 0.
           05  BIZ-WEEKS          PIC S9(009) COMP   VALUE 0.
           05  BIZ-REM            PIC S9(009) COMP   VALUE 0.
       01  HOL-TABLE.
           05  HOL-INT            PIC S9(009) COMP OCCURS 400 TIMES.
       01  SWITCHES.
           05  HCAT-EOF-SW        PIC X(001)         VALUE 'N'.
               88  HCAT-EOF                          VALUE 'Y'
                                                     FALSE 'N'.
           05  HCAT-LOADED-SW     PIC X(001)         VALUE 'N'.
               88  HCAT-LOADED                       VALUE 'Y'
                                                     FALSE 'N'.

       Linkage Section.
       01  LS-ACTION              PIC X(001).
       01  LS-DATE                PIC 9(008).
       01  LS-OUT-DATE            PIC 9(008).
       01  LS-COUNT               PIC S9(009) COMP.
       01  LS-DAY-TYPE            PIC X(001).

       Procedure Division Using
           LS-ACTION
           LS-DATE
           LS-OUT-DATE
           LS-COUNT
           LS-DAY-TYPE
         .
           IF NOT HCAT-LOADED
               PERFORM 1000-LOAD-THE-CALENDAR
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD(LS-DATE) NOT = 0
               MOVE SPACE TO LS-DAY-TYPE
               GOBACK
           END-IF
           COMPUTE BIZ-INT = FUNCTION INTEGER-OF-DATE(LS-DATE)
           PERFORM 2000-CLASSIFY-ONE-DAY
           MOVE BIZ-TYPE TO LS-DAY-TYPE

           EVALUATE LS-ACTION
             WHEN 'C'
                 CONTINUE
             WHEN 'N'
                 MOVE 0 TO BIZ-TRIES
                 PERFORM UNTIL BIZ-TYPE = 'B' OR BIZ-TRIES > ROLL-LIMIT
                   ADD 1 TO BIZ-INT BIZ-TRIES
                   PERFORM 2000-CLASSIFY-ONE-DAY
                 END-PERFORM
                 MOVE FUNCTION DATE-OF-INTEGER(BIZ-INT) TO LS-OUT-DATE
             WHEN 'P'
                 MOVE 0 TO BIZ-TRIES
                 PERFORM UNTIL BIZ-TYPE = 'B' OR BIZ-TRIES > ROLL-LIMIT
                   SUBTRACT 1 FROM BIZ-INT
                   ADD 1 TO BIZ-TRIES
                   PERFORM 2000-CLASSIFY-ONE-DAY
                 END-PERFORM
                 MOVE FUNCTION DATE-OF-INTEGER(BIZ-INT) TO LS-OUT-DATE
             WHEN 'A'
                 PERFORM 3000-ADD-BUSINESS-DAYS
                 MOVE FUNCTION DATE-OF-INTEGER(BIZ-INT) TO LS-OUT-DATE
             WHEN 'D'
                 IF FUNCTION TEST-DATE-YYYYMMDD(LS-OUT-DATE) NOT = 0
                     MOVE 0 TO LS-COUNT
                 ELSE
                     COMPUTE BIZ-INT-2 =
                       FUNCTION INTEGER-OF-DATE(LS-OUT-DATE)
                     IF BIZ-INT-2 >= BIZ-INT
                         MOVE BIZ-INT   TO BIZ-LO
                         MOVE BIZ-INT-2 TO BIZ-HI
                         PERFORM 4000-COUNT-BUSINESS-DAYS
                         MOVE BIZ-SPAN TO LS-COUNT
                     ELSE
                         MOVE BIZ-INT-2 TO BIZ-LO
                         MOVE BIZ-INT   TO BIZ-HI
                         PERFORM 4000-COUNT-BUSINESS-DAYS
                         COMPUTE LS-COUNT = 0 - BIZ-SPAN
                     END-IF
                 END-IF
             WHEN OTHER
                 CONTINUE
           END-EVALUATE
           GOBACK.

      * date|through|description -- through may be left empty for a
      * single day.  A line that is not a real date, or a range that
      * runs backward, is named on the console and left out.
       1000-LOAD-THE-CALENDAR.
           SET HCAT-LOADED TO TRUE
           SET HCAT-EOF TO FALSE
           OPEN INPUT HCAT-DATA
           IF HCAT-STAT NOT = '00'
               DISPLAY
                 MYNAME ' holiday calendar csholid.cat not found,'
                 ' weekdays are all business days'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HCAT-EOF
             READ HCAT-DATA
               AT END SET HCAT-EOF TO TRUE
               NOT AT END
                 ADD 1 TO HCAT-REC-NO
                 IF HCAT-DATA-REC(1:1) NOT = '*'
                     AND HCAT-DATA-REC NOT = SPACES
                     PERFORM 1100-TAKE-ONE-ENTRY
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HCAT-DATA
           .

       1100-TAKE-ONE-ENTRY.
           MOVE SPACES TO HCAT-FROM HCAT-THRU HCAT-DESC
           UNSTRING HCAT-DATA-REC DELIMITED BY '|'
             INTO HCAT-FROM HCAT-THRU HCAT-DESC
           END-UNSTRING
           IF HCAT-THRU = SPACES
               MOVE HCAT-FROM TO HCAT-THRU
           END-IF
           IF HCAT-FROM(1:8) NOT NUMERIC OR HCAT-FROM(9:2) NOT = SPACES
               OR HCAT-THRU(1:8) NOT NUMERIC
               OR HCAT-THRU(9:2) NOT = SPACES
               DISPLAY
                 MYNAME ' csholid.cat record ' HCAT-REC-NO
                 ' not a yyyymmdd date, ignored'
               EXIT PARAGRAPH
           END-IF
           MOVE HCAT-FROM(1:8) TO HCAT-FROM-N
           MOVE HCAT-THRU(1:8) TO HCAT-THRU-N
           IF FUNCTION TEST-DATE-YYYYMMDD(HCAT-FROM-N) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(HCAT-THRU-N) NOT = 0
               OR HCAT-THRU-N < HCAT-FROM-N
               DISPLAY
                 MYNAME ' csholid.cat record ' HCAT-REC-NO
                 ' not a valid date or range, ignored'
               EXIT PARAGRAPH
           END-IF
           COMPUTE HCAT-FROM-INT = FUNCTION INTEGER-OF-DATE(HCAT-FROM-N)
           COMPUTE HCAT-THRU-INT = FUNCTION INTEGER-OF-DATE(HCAT-THRU-N)
      *    overlapping entries name a day once, so a count of
      *    business days never subtracts it twice
           PERFORM VARYING BIZ-INT FROM HCAT-FROM-INT BY 1
           UNTIL BIZ-INT > HCAT-THRU-INT
             PERFORM 2000-CLASSIFY-ONE-DAY
             EVALUATE TRUE
               WHEN BIZ-TYPE = 'H'
                 CONTINUE
               WHEN HOL-COUNT < HOL-TABLE-MAX
                 ADD 1 TO HOL-COUNT
                 MOVE BIZ-INT TO HOL-INT(HOL-COUNT)
               WHEN OTHER
                 DISPLAY
                   MYNAME ' csholid.cat holds more than '
                   HOL-TABLE-MAX ' days, record ' HCAT-REC-NO
                   ' onward ignored'
                 SET HCAT-EOF TO TRUE
                 MOVE HCAT-THRU-INT TO BIZ-INT
             END-EVALUATE
           END-PERFORM
           .

      * day 1 of the standard date, 1601-01-01, was a Monday, so
      * 1=MON .. 7=SUN
       2000-CLASSIFY-ONE-DAY.
           COMPUTE BIZ-DOW = FUNCTION MOD(BIZ-INT - 1, 7) + 1
           IF BIZ-DOW > 5
               MOVE 'W' TO BIZ-TYPE
               EXIT PARAGRAPH
           END-IF
           MOVE 'B' TO BIZ-TYPE
           PERFORM VARYING HOL-IDX FROM 1 BY 1
           UNTIL HOL-IDX > HOL-COUNT OR BIZ-TYPE = 'H'
             IF HOL-INT(HOL-IDX) = BIZ-INT
                 MOVE 'H' TO BIZ-TYPE
             END-IF
           END-PERFORM
           .

      * Whole weeks are jumped at a time, counting what they held,
      * and the last few days are walked one by one.  A count that
      * runs out on a weekend or holiday backs up to the business
      * day that completed it.
       3000-ADD-BUSINESS-DAYS.
           MOVE LS-COUNT TO BIZ-LEFT
           PERFORM UNTIL BIZ-LEFT <= 0
             IF BIZ-LEFT >= 5
                 DIVIDE BIZ-LEFT BY 5 GIVING BIZ-WEEKS
                 COMPUTE BIZ-STEP = BIZ-WEEKS * 7
                 MOVE BIZ-INT TO BIZ-LO
                 COMPUTE BIZ-HI = BIZ-INT + BIZ-STEP
                 PERFORM 4000-COUNT-BUSINESS-DAYS
                 SUBTRACT BIZ-SPAN FROM BIZ-LEFT
                 MOVE BIZ-HI TO BIZ-INT
             ELSE
                 ADD 1 TO BIZ-INT
                 PERFORM 2000-CLASSIFY-ONE-DAY
                 IF BIZ-TYPE = 'B'
                     SUBTRACT 1 FROM BIZ-LEFT
                 END-IF
             END-IF
           END-PERFORM
           PERFORM 2000-CLASSIFY-ONE-DAY
           PERFORM UNTIL BIZ-TYPE = 'B' OR LS-COUNT <= 0
             SUBTRACT 1 FROM BIZ-INT
             PERFORM 2000-CLASSIFY-ONE-DAY
           END-PERFORM
           .

      * Business days in (BIZ-LO, BIZ-HI]: the weekdays, by whole
      * weeks from day 1, less the holidays that fall on one.
       4000-COUNT-BUSINESS-DAYS.
           DIVIDE BIZ-HI BY 7 GIVING BIZ-WEEKS REMAINDER BIZ-REM
           COMPUTE BIZ-WEEKDAYS-HI = BIZ-WEEKS * 5
             + FUNCTION MIN(BIZ-REM, 5)
           DIVIDE BIZ-LO BY 7 GIVING BIZ-WEEKS REMAINDER BIZ-REM
           COMPUTE BIZ-WEEKDAYS-LO = BIZ-WEEKS * 5
             + FUNCTION MIN(BIZ-REM, 5)
           COMPUTE BIZ-SPAN = BIZ-WEEKDAYS-HI - BIZ-WEEKDAYS-LO
           PERFORM VARYING HOL-IDX FROM 1 BY 1
           UNTIL HOL-IDX > HOL-COUNT
             IF HOL-INT(HOL-IDX) > BIZ-LO
                 AND HOL-INT(HOL-IDX) <= BIZ-HI
                 AND FUNCTION MOD(HOL-INT(HOL-IDX) - 1, 7) < 5
                 SUBTRACT 1 FROM BIZ-SPAN
             END-IF
           END-PERFORM
           .
       END PROGRAM csbizdy.

       ID Division.
       Program-ID. csauthz.
      *
      * Operator authorization for the consoles and the destructive
      * utilities.  csoper.cat maps each operator id to one role,
      * and the roles rank VIEWER below OPERATOR below SUPERVISOR;
      * an id not on file holds no role at all.  The file is loaded
      * once on first use.  One call answers one question:
      *
      *   I  identify the operator: LS-OPER-ID as the caller has
      *      it, else the CSOPERID environment variable, else a
      *      prompt on the console; LS-ROLE comes back with the
      *      role on file, blank when the id is not on it
      *   C  may LS-OPER-ID do LS-ACTIVITY, which needs at least
      *      LS-NEED-ROLE?  LS-GRANTED comes back Y or N
      *
      * Every refusal, and every grant of an action above VIEWER,
      * is written to the audit log under this routine's own name
      * with the operator id, the role held, the role needed, and
      * the calling program, so the auditors can read one trail for
      * the whole suite.  Without the file nobody is authorized.
      *
       Environment Division.
       Input-Output Section.
       File-Control.
           Select OPER-DATA            Assign 'csoper.cat'
                                        Organization Line Sequential
                                        File Status Is OPER-STAT.
       Data Division.
       File Section.
       FD  OPER-DATA.
       01  OPER-DATA-REC      PIC X(120).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'csauthz'.
           05  OPER-TABLE-MAX     PIC 9(004) COMP    VALUE 200.
           05  AUTHZ-REFUSE-MSG   PIC X(008) VALUE 'CS0701E'.
           05  AUTHZ-NOFILE-MSG   PIC X(008) VALUE 'CS0702W'.
       01  WORK-AREAS.
           05  OPER-STAT          PIC X(002)         VALUE SPACES.
           05  OPER-REC-NO        PIC 9(006)         VALUE 0.
           05  OPER-ID-IN         PIC X(020)         VALUE SPACES.
           05  OPER-ROLE-IN       PIC X(020)         VALUE SPACES.
           05  OPER-NAME-IN       PIC X(080)         VALUE SPACES.
           05  OPER-COUNT         PIC 9(004) COMP    VALUE 0.
           05  OPER-IDX           PIC 9(004) COMP    VALUE 0.
           05  OPER-KEY           PIC X(008)         VALUE SPACES.
           05  OPER-ENV-VAL       PIC X(020)         VALUE SPACES.
           05  OPER-REPLY         PIC X(080)         VALUE SPACES.
           05  AUTHZ-HELD-ROLE    PIC X(010)         VALUE SPACES.
           05  AUTHZ-HELD-LVL     PIC 9(001)         VALUE 0.
           05  AUTHZ-NEED-LVL     PIC 9(001)         VALUE 0.
           05  AUTHZ-RANK-ROLE    PIC X(010)         VALUE SPACES.
           05  AUTHZ-RANK-LVL     PIC 9(001)         VALUE 0.
           05  AUTHZ-VERDICT      PIC X(008)         VALUE SPACES.
           05  AUTHZ-LOG-NAME     PIC X(040)    VALUE 'csaudit.log'.
           05  AUTHZ-CFG-KEY      PIC X(020)         VALUE 'AUDITLOG'.
           05  AUTHZ-CFG-VAL      PIC X(080)         VALUE SPACES.
           05  AUTHZ-KEYS         PIC X(160)         VALUE SPACES.
           05  AUTHZ-MSG-INSERT   PIC X(060)         VALUE SPACES.
       01  OPER-TABLE.
           05  OPER-ENTRY OCCURS 200 TIMES.
               10  OPER-ID        PIC X(008).
               10  OPER-ROLE      PIC X(010).
       01  SWITCHES.
           05  OPER-EOF-SW        PIC X(001)         VALUE 'N'.
               88  OPER-EOF                          VALUE 'Y'
                                                     FALSE 'N'.
           05  OPER-LOADED-SW     PIC X(001)         VALUE 'N'.
               88  OPER-LOADED                       VALUE 'Y'
                                                     FALSE 'N'.

       Linkage Section.
       01  LS-ACTION              PIC X(001).
       01  LS-PGM-NAME            PIC X(008).
       01  LS-OPER-ID             PIC X(008).
       01  LS-NEED-ROLE           PIC X(010).
       01  LS-ACTIVITY            PIC X(040).
       01  LS-ROLE                PIC X(010).
       01  LS-GRANTED             PIC X(001).

       Procedure Division Using
           LS-ACTION
           LS-PGM-NAME
           LS-OPER-ID
           LS-NEED-ROLE
           LS-ACTIVITY
           LS-ROLE
           LS-GRANTED
         .
           IF NOT OPER-LOADED
               PERFORM 1000-LOAD-THE-ROLES
           END-IF

           EVALUATE LS-ACTION
             WHEN 'I'
                 PERFORM 2000-IDENTIFY-THE-OPERATOR
             WHEN 'C'
                 PERFORM 3000-CHECK-THE-ACTIVITY
             WHEN OTHER
                 MOVE 'N' TO LS-GRANTED
           END-EVALUATE
           GOBACK.

      * id|role|name -- the name is for the people reading the file.
      * A line with an unknown role is named on the console and left
      * out, so a typo can never grant more than was meant.
       1000-LOAD-THE-ROLES.
           SET OPER-LOADED TO TRUE
           SET OPER-EOF TO FALSE

           MOVE SPACES TO AUTHZ-CFG-VAL
           CALL 'csgetcfg' USING AUTHZ-CFG-KEY AUTHZ-CFG-VAL END-CALL
           IF AUTHZ-CFG-VAL NOT = SPACES
               MOVE AUTHZ-CFG-VAL TO AUTHZ-LOG-NAME
           END-IF

           OPEN INPUT OPER-DATA
           IF OPER-STAT NOT = '00'
               MOVE 'csoper.cat' TO AUTHZ-MSG-INSERT
               CALL 'csmsgw' USING
                 MYNAME
                 AUTHZ-NOFILE-MSG
                 AUTHZ-MSG-INSERT
               END-CALL
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL OPER-EOF
             READ OPER-DATA
               AT END SET OPER-EOF TO TRUE
               NOT AT END
                 ADD 1 TO OPER-REC-NO
                 IF OPER-DATA-REC(1:1) NOT = '*'
                     AND OPER-DATA-REC NOT = SPACES
                     PERFORM 1100-TAKE-ONE-OPERATOR
                 END-IF
             END-READ
           END-PERFORM
           CLOSE OPER-DATA
           .

       1100-TAKE-ONE-OPERATOR.
           MOVE SPACES TO OPER-ID-IN OPER-ROLE-IN OPER-NAME-IN
           UNSTRING OPER-DATA-REC DELIMITED BY '|'
             INTO OPER-ID-IN OPER-ROLE-IN OPER-NAME-IN
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(OPER-ROLE-IN) TO AUTHZ-RANK-ROLE
           PERFORM 4000-RANK-THE-ROLE
           IF OPER-ID-IN = SPACES OR OPER-ID-IN(9:12) NOT = SPACES
               OR AUTHZ-RANK-LVL = 0
               DISPLAY
                 MYNAME ' csoper.cat record ' OPER-REC-NO
                 ' not a valid id and role, ignored'
               EXIT PARAGRAPH
           END-IF
           IF OPER-COUNT >= OPER-TABLE-MAX
               DISPLAY
                 MYNAME ' csoper.cat holds more than '
                 OPER-TABLE-MAX ' operators, record ' OPER-REC-NO
                 ' onward ignored'
               SET OPER-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OPER-COUNT
           MOVE FUNCTION UPPER-CASE(OPER-ID-IN(1:8))
             TO OPER-ID(OPER-COUNT)
           MOVE AUTHZ-RANK-ROLE TO OPER-ROLE(OPER-COUNT)
           .

       2000-IDENTIFY-THE-OPERATOR.
           IF LS-OPER-ID = SPACES
               MOVE SPACES TO OPER-ENV-VAL
               ACCEPT OPER-ENV-VAL FROM ENVIRONMENT 'CSOPERID'
                 ON EXCEPTION CONTINUE
               END-ACCEPT
               MOVE OPER-ENV-VAL(1:8) TO LS-OPER-ID
           END-IF
           IF LS-OPER-ID = SPACES
               DISPLAY 'operator id: ' WITH NO ADVANCING
               MOVE SPACES TO OPER-REPLY
               ACCEPT OPER-REPLY
               MOVE OPER-REPLY(1:8) TO LS-OPER-ID
           END-IF
           MOVE FUNCTION UPPER-CASE(LS-OPER-ID) TO LS-OPER-ID
           PERFORM 2100-LOOK-UP-THE-ROLE
           MOVE AUTHZ-HELD-ROLE TO LS-ROLE
           IF AUTHZ-HELD-ROLE = SPACES
               DISPLAY
                 LS-PGM-NAME ' operator '
                 FUNCTION TRIM(LS-OPER-ID)
                 ' is not on the authorization file'
           ELSE
               DISPLAY
                 LS-PGM-NAME ' operator '
                 FUNCTION TRIM(LS-OPER-ID) ' signed on as '
                 FUNCTION TRIM(AUTHZ-HELD-ROLE)
           END-IF
           .

       2100-LOOK-UP-THE-ROLE.
           MOVE SPACES TO AUTHZ-HELD-ROLE
           MOVE FUNCTION UPPER-CASE(LS-OPER-ID) TO OPER-KEY
           IF OPER-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING OPER-IDX FROM 1 BY 1
           UNTIL OPER-IDX > OPER-COUNT
             OR AUTHZ-HELD-ROLE NOT = SPACES
             IF OPER-ID(OPER-IDX) = OPER-KEY
                 MOVE OPER-ROLE(OPER-IDX) TO AUTHZ-HELD-ROLE
             END-IF
           END-PERFORM
           .

       3000-CHECK-THE-ACTIVITY.
           PERFORM 2100-LOOK-UP-THE-ROLE
           MOVE AUTHZ-HELD-ROLE TO LS-ROLE
           MOVE AUTHZ-HELD-ROLE TO AUTHZ-RANK-ROLE
           PERFORM 4000-RANK-THE-ROLE
           MOVE AUTHZ-RANK-LVL TO AUTHZ-HELD-LVL
           MOVE FUNCTION UPPER-CASE(LS-NEED-ROLE) TO AUTHZ-RANK-ROLE
           PERFORM 4000-RANK-THE-ROLE
           MOVE AUTHZ-RANK-LVL TO AUTHZ-NEED-LVL
      *    a need the routine does not recognize is treated as the
      *    highest, never the lowest
           IF AUTHZ-NEED-LVL = 0
               MOVE 3 TO AUTHZ-NEED-LVL
           END-IF

           IF AUTHZ-HELD-LVL >= AUTHZ-NEED-LVL
               MOVE 'Y' TO LS-GRANTED
               MOVE 'GRANTED' TO AUTHZ-VERDICT
               IF AUTHZ-NEED-LVL > 1
                   PERFORM 3100-WRITE-AUTHZ-AUDIT
               END-IF
           ELSE
               MOVE 'N' TO LS-GRANTED
               MOVE 'REFUSED' TO AUTHZ-VERDICT
               PERFORM 3100-WRITE-AUTHZ-AUDIT
               MOVE SPACES TO AUTHZ-MSG-INSERT
               STRING
                 FUNCTION TRIM(LS-OPER-ID)   DELIMITED SIZE
                 ' '                         DELIMITED SIZE
                 FUNCTION TRIM(LS-ACTIVITY)  DELIMITED SIZE
                 ' needs '                   DELIMITED SIZE
                 FUNCTION TRIM(LS-NEED-ROLE) DELIMITED SIZE
                 INTO AUTHZ-MSG-INSERT
               END-STRING
               CALL 'csmsgw' USING
                 LS-PGM-NAME
                 AUTHZ-REFUSE-MSG
                 AUTHZ-MSG-INSERT
               END-CALL
           END-IF
           .

       3100-WRITE-AUTHZ-AUDIT.
           MOVE AUTHZ-HELD-ROLE TO AUTHZ-RANK-ROLE
           IF AUTHZ-RANK-ROLE = SPACES
               MOVE 'NONE' TO AUTHZ-RANK-ROLE
           END-IF
           MOVE SPACES TO AUTHZ-KEYS
           STRING
             ' PGM='                   DELIMITED SIZE
             LS-PGM-NAME               DELIMITED SPACE
             ' OPER='                  DELIMITED SIZE
             LS-OPER-ID                DELIMITED SPACE
             ' ROLE='                  DELIMITED SIZE
             AUTHZ-RANK-ROLE           DELIMITED SPACE
             ' NEED='                  DELIMITED SIZE
             LS-NEED-ROLE              DELIMITED SPACE
             ' ACTION='                DELIMITED SIZE
             LS-ACTIVITY               DELIMITED SPACE
             ' AUTH='                  DELIMITED SIZE
             AUTHZ-VERDICT             DELIMITED SPACE
             INTO AUTHZ-KEYS
           END-STRING
           CALL 'csauditw' USING
             MYNAME
             AUTHZ-LOG-NAME
             AUTHZ-KEYS
           END-CALL
           .

       4000-RANK-THE-ROLE.
           EVALUATE AUTHZ-RANK-ROLE
             WHEN 'VIEWER'
                 MOVE 1 TO AUTHZ-RANK-LVL
             WHEN 'OPERATOR'
                 MOVE 2 TO AUTHZ-RANK-LVL
             WHEN 'SUPERVISOR'
                 MOVE 3 TO AUTHZ-RANK-LVL
             WHEN OTHER
                 MOVE 0 TO AUTHZ-RANK-LVL
           END-EVALUATE
           .
       END PROGRAM csauthz.

       ID Division.
       Program-ID. cshold.
      *
      * Legal-hold register.  cshold.cat names the runs and artifacts
      * a preservation order has put beyond the reach of retention;
      * csjntr, csarot and csresm ask here before anything ages off,
      * and cshldr reports what each hold is protecting.  The
      * register is loaded once on first use.  One call answers one
      * question about one piece of work -- the program that made it
      * (LS-PGM-NAME), its run id (LS-RUN-ID) and its date (LS-DATE,
      * yyyymmdd), any of which the caller may leave blank when it
      * cannot tell:
      *
      *   C  is the work under a hold in force?  LS-HOLD-REF comes
      *      back with the first such hold's reference and
      *      LS-HOLD-STATUS IN-FORCE, both blank when the work is
      *      free to go
      *   M  does the hold named in LS-HOLD-REF cover the work,
      *      in force or not?  LS-HOLD-REF comes back unchanged if
      *      so, blank if not; LS-HOLD-STATUS says IN-FORCE or
      *      RELEASED either way, UNKNOWN when the reference is not
      *      on the register
      *
      * A hold stays in force until the processing date reaches its
      * release date.  When in doubt the work is kept: a criterion
      * the caller cannot answer counts as met, except that work
      * with no run id meets a run-id hold only when it is dated the
      * run's own day or the day after (a run that crossed
      * midnight).  An unreadable register line suspends retention
      * altogether -- every C call answers REGISTER SUSPENDED --
      * until the line is put right, since a hold we cannot read is
      * still a hold.  Without the file nothing is held.
      *
       Environment Division.
       Input-Output Section.
       File-Control.
           Select HOLD-DATA            Assign 'cshold.cat'
                                        Organization Line Sequential
                                        File Status Is HOLD-STAT.
       Data Division.
       File Section.
       FD  HOLD-DATA.
       01  HOLD-DATA-REC      PIC X(200).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'cshold'.
           05  HOLD-TABLE-MAX     PIC 9(004) COMP    VALUE 100.
           05  HOLD-BAD-MSG       PIC X(008) VALUE 'CS0901E'.
       01  WORK-AREAS.
           05  HOLD-STAT          PIC X(002)         VALUE SPACES.
           05  HOLD-REC-NO        PIC 9(006)         VALUE 0.
           05  HOLD-REF-IN        PIC X(020)         VALUE SPACES.
           05  HOLD-PGM-IN        PIC X(020)         VALUE SPACES.
           05  HOLD-RUNID-IN      PIC X(020)         VALUE SPACES.
           05  HOLD-FROM-IN       PIC X(010)         VALUE SPACES.
           05  HOLD-THRU-IN       PIC X(010)         VALUE SPACES.
           05  HOLD-REL-IN        PIC X(010)         VALUE SPACES.
           05  HOLD-DESC-IN       PIC X(080)         VALUE SPACES.
           05  HOLD-DATE-CHK      PIC X(010)         VALUE SPACES.
           05  HOLD-DATE-N        PIC 9(008)         VALUE 0.
           05  HOLD-DATE-SW       PIC X(001)         VALUE 'Y'.
               88  HOLD-DATE-OK                      VALUE 'Y'
                                                     FALSE 'N'.
           05  HOLD-STAR          PIC 9(002) COMP    VALUE 0.
           05  HOLD-COUNT         PIC 9(004) COMP    VALUE 0.
           05  HOLD-IDX           PIC 9(004) COMP    VALUE 0.
           05  HOLD-TODAY         PIC X(008)         VALUE SPACES.
           05  HOLD-STAMP         PIC X(021)         VALUE SPACES.
           05  HOLD-RUN-DAY       PIC 9(008)         VALUE 0.
           05  HOLD-NEXT-DAY      PIC 9(008)         VALUE 0.
           05  HOLD-MSG-INSERT    PIC X(060)         VALUE SPACES.
       01  HOLD-TABLE.
           05  HOLD-ENTRY OCCURS 100 TIMES.
               10  HOLD-REF       PIC X(012).
               10  HOLD-PGM       PIC X(008).
      *        0 for any program, else how many leading characters
      *        of the program name must agree
               10  HOLD-PGM-LEN   PIC 9(002) COMP.
               10  HOLD-RUNID     PIC X(017).
               10  HOLD-FROM      PIC X(008).
               10  HOLD-THRU      PIC X(008).
               10  HOLD-RELEASE   PIC X(008).
       01  SWITCHES.
           05  HOLD-EOF-SW        PIC X(001)         VALUE 'N'.
               88  HOLD-EOF                          VALUE 'Y'
                                                     FALSE 'N'.
           05  HOLD-LOADED-SW     PIC X(001)         VALUE 'N'.
               88  HOLD-LOADED                       VALUE 'Y'
                                                     FALSE 'N'.
           05  HOLD-DAMAGED-SW    PIC X(001)         VALUE 'N'.
               88  HOLD-DAMAGED                      VALUE 'Y'
                                                     FALSE 'N'.
           05  HOLD-COVERS-SW     PIC X(001)         VALUE 'N'.
               88  HOLD-COVERS                       VALUE 'Y'
                                                     FALSE 'N'.

       Linkage Section.
       01  LS-ACTION              PIC X(001).
       01  LS-PGM-NAME            PIC X(008).
       01  LS-RUN-ID              PIC X(017).
       01  LS-DATE                PIC X(008).
       01  LS-HOLD-REF            PIC X(012).
       01  LS-HOLD-STATUS         PIC X(010).

       Procedure Division Using
           LS-ACTION
           LS-PGM-NAME
           LS-RUN-ID
           LS-DATE
           LS-HOLD-REF
           LS-HOLD-STATUS
         .
           IF NOT HOLD-LOADED
               PERFORM 1000-LOAD-THE-REGISTER
           END-IF

           EVALUATE LS-ACTION
             WHEN 'C'
                 PERFORM 2000-CHECK-THE-WORK
             WHEN 'M'
                 PERFORM 2100-MATCH-ONE-HOLD
             WHEN OTHER
                 MOVE SPACES TO LS-HOLD-REF LS-HOLD-STATUS
           END-EVALUATE
           GOBACK.

      * ref|program|runid|from|through|release|description
      * A program ending in * covers every name it begins; a blank
      * or * program or run id covers them all, and a blank from or
      * through leaves that end of the range open.  The release
      * date may be left blank for a hold with no end in sight.
       1000-LOAD-THE-REGISTER.
           SET HOLD-LOADED TO TRUE
           SET HOLD-EOF TO FALSE
           CALL 'csbusdt' USING HOLD-STAMP END-CALL
           MOVE HOLD-STAMP(1:8) TO HOLD-TODAY

           OPEN INPUT HOLD-DATA
           IF HOLD-STAT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HOLD-EOF
             READ HOLD-DATA
               AT END SET HOLD-EOF TO TRUE
               NOT AT END
                 ADD 1 TO HOLD-REC-NO
                 IF HOLD-DATA-REC(1:1) NOT = '*'
                     AND HOLD-DATA-REC NOT = SPACES
                     PERFORM 1100-TAKE-ONE-HOLD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HOLD-DATA
           .

       1100-TAKE-ONE-HOLD.
           MOVE SPACES TO HOLD-REF-IN HOLD-PGM-IN HOLD-RUNID-IN
             HOLD-FROM-IN HOLD-THRU-IN HOLD-REL-IN HOLD-DESC-IN
           UNSTRING HOLD-DATA-REC DELIMITED BY '|'
             INTO HOLD-REF-IN HOLD-PGM-IN HOLD-RUNID-IN
                  HOLD-FROM-IN HOLD-THRU-IN HOLD-REL-IN
                  HOLD-DESC-IN
           END-UNSTRING

           SET HOLD-DATE-OK TO TRUE
           MOVE HOLD-FROM-IN TO HOLD-DATE-CHK
           PERFORM 1200-CHECK-ONE-DATE
           MOVE HOLD-THRU-IN TO HOLD-DATE-CHK
           PERFORM 1200-CHECK-ONE-DATE
           MOVE HOLD-REL-IN TO HOLD-DATE-CHK
           PERFORM 1200-CHECK-ONE-DATE
           IF HOLD-REF-IN = SPACES OR HOLD-REF-IN(13:8) NOT = SPACES
               OR HOLD-PGM-IN(9:12) NOT = SPACES
               OR HOLD-RUNID-IN(18:3) NOT = SPACES
               OR NOT HOLD-DATE-OK
               OR (HOLD-FROM-IN NOT = SPACES
                   AND HOLD-THRU-IN NOT = SPACES
                   AND HOLD-THRU-IN < HOLD-FROM-IN)
               DISPLAY
                 MYNAME ' cshold.cat record ' HOLD-REC-NO
                 ' not a valid hold'
               PERFORM 1300-SUSPEND-RETENTION
               EXIT PARAGRAPH
           END-IF
           IF HOLD-COUNT >= HOLD-TABLE-MAX
               DISPLAY
                 MYNAME ' cshold.cat holds more than '
                 HOLD-TABLE-MAX ' holds, record ' HOLD-REC-NO
                 ' onward not loaded'
               PERFORM 1300-SUSPEND-RETENTION
               SET HOLD-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO HOLD-COUNT
           MOVE FUNCTION UPPER-CASE(HOLD-REF-IN(1:12))
             TO HOLD-REF(HOLD-COUNT)
           MOVE HOLD-PGM-IN(1:8) TO HOLD-PGM(HOLD-COUNT)
           MOVE 0 TO HOLD-STAR
           INSPECT HOLD-PGM-IN(1:8) TALLYING HOLD-STAR
             FOR CHARACTERS BEFORE INITIAL '*'
           EVALUATE TRUE
             WHEN HOLD-PGM-IN = SPACES
               OR HOLD-STAR = 0
                 MOVE 0 TO HOLD-PGM-LEN(HOLD-COUNT)
             WHEN HOLD-STAR < 8
                 MOVE HOLD-STAR TO HOLD-PGM-LEN(HOLD-COUNT)
             WHEN OTHER
                 MOVE 8 TO HOLD-PGM-LEN(HOLD-COUNT)
           END-EVALUATE
           IF HOLD-RUNID-IN = '*'
               MOVE SPACES TO HOLD-RUNID(HOLD-COUNT)
           ELSE
               MOVE HOLD-RUNID-IN(1:17) TO HOLD-RUNID(HOLD-COUNT)
           END-IF
           MOVE HOLD-FROM-IN(1:8) TO HOLD-FROM(HOLD-COUNT)
           MOVE HOLD-THRU-IN(1:8) TO HOLD-THRU(HOLD-COUNT)
           MOVE HOLD-REL-IN(1:8)  TO HOLD-RELEASE(HOLD-COUNT)
           .

      * A date field is blank or a real yyyymmdd date.
       1200-CHECK-ONE-DATE.
           IF HOLD-DATE-CHK = SPACES
               EXIT PARAGRAPH
           END-IF
           IF HOLD-DATE-CHK(1:8) NOT NUMERIC
               OR HOLD-DATE-CHK(9:2) NOT = SPACES
               SET HOLD-DATE-OK TO FALSE
               EXIT PARAGRAPH
           END-IF
           MOVE HOLD-DATE-CHK(1:8) TO HOLD-DATE-N
           IF FUNCTION TEST-DATE-YYYYMMDD(HOLD-DATE-N) NOT = 0
               SET HOLD-DATE-OK TO FALSE
           END-IF
           .

       1300-SUSPEND-RETENTION.
           IF HOLD-DAMAGED
               EXIT PARAGRAPH
           END-IF
           SET HOLD-DAMAGED TO TRUE
           MOVE SPACES TO HOLD-MSG-INSERT
           STRING
             'cshold.cat record '     DELIMITED SIZE
             HOLD-REC-NO              DELIMITED SIZE
             INTO HOLD-MSG-INSERT
           END-STRING
           CALL 'csmsgw' USING MYNAME HOLD-BAD-MSG HOLD-MSG-INSERT
           END-CALL
           .

       2000-CHECK-THE-WORK.
           MOVE SPACES TO LS-HOLD-REF LS-HOLD-STATUS
           IF HOLD-DAMAGED
               MOVE 'REGISTER'  TO LS-HOLD-REF
               MOVE 'SUSPENDED' TO LS-HOLD-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
           UNTIL HOLD-IDX > HOLD-COUNT OR LS-HOLD-REF NOT = SPACES
             IF HOLD-RELEASE(HOLD-IDX) = SPACES
                 OR HOLD-RELEASE(HOLD-IDX) > HOLD-TODAY
                 PERFORM 3000-DOES-THE-HOLD-COVER
                 IF HOLD-COVERS
                     MOVE HOLD-REF(HOLD-IDX) TO LS-HOLD-REF
                     MOVE 'IN-FORCE' TO LS-HOLD-STATUS
                 END-IF
             END-IF
           END-PERFORM
           .

       2100-MATCH-ONE-HOLD.
           MOVE 'UNKNOWN' TO LS-HOLD-STATUS
           SET HOLD-COVERS TO FALSE
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
           UNTIL HOLD-IDX > HOLD-COUNT OR LS-HOLD-STATUS NOT = 'UNKNOWN'
             IF HOLD-REF(HOLD-IDX) = FUNCTION UPPER-CASE(LS-HOLD-REF)
                 IF HOLD-RELEASE(HOLD-IDX) = SPACES
                     OR HOLD-RELEASE(HOLD-IDX) > HOLD-TODAY
                     MOVE 'IN-FORCE' TO LS-HOLD-STATUS
                 ELSE
                     MOVE 'RELEASED' TO LS-HOLD-STATUS
                 END-IF
                 PERFORM 3000-DOES-THE-HOLD-COVER
             END-IF
           END-PERFORM
           IF NOT HOLD-COVERS
               MOVE SPACES TO LS-HOLD-REF
           END-IF
           .

      * Every criterion the hold names must be met; see the banner
      * for what counts as met when the caller cannot tell.
       3000-DOES-THE-HOLD-COVER.
           SET HOLD-COVERS TO FALSE
           IF HOLD-PGM-LEN(HOLD-IDX) > 0 AND LS-PGM-NAME NOT = SPACES
               IF LS-PGM-NAME(1:HOLD-PGM-LEN(HOLD-IDX))
                   NOT = HOLD-PGM(HOLD-IDX)(1:HOLD-PGM-LEN(HOLD-IDX))
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF LS-DATE NOT = SPACES
               IF HOLD-FROM(HOLD-IDX) NOT = SPACES
                   AND LS-DATE < HOLD-FROM(HOLD-IDX)
                   EXIT PARAGRAPH
               END-IF
               IF HOLD-THRU(HOLD-IDX) NOT = SPACES
                   AND LS-DATE > HOLD-THRU(HOLD-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF HOLD-RUNID(HOLD-IDX) NOT = SPACES
               EVALUATE TRUE
                 WHEN LS-RUN-ID NOT = SPACES
                     IF LS-RUN-ID NOT = HOLD-RUNID(HOLD-IDX)
                         EXIT PARAGRAPH
                     END-IF
                 WHEN LS-DATE = SPACES
                     CONTINUE
                 WHEN HOLD-RUNID(HOLD-IDX)(2:8) NOT NUMERIC
                     CONTINUE
                 WHEN OTHER
                     MOVE HOLD-RUNID(HOLD-IDX)(2:8) TO HOLD-RUN-DAY
                     IF FUNCTION TEST-DATE-YYYYMMDD(HOLD-RUN-DAY) = 0
                         COMPUTE HOLD-NEXT-DAY =
                           FUNCTION DATE-OF-INTEGER(
                             FUNCTION INTEGER-OF-DATE(HOLD-RUN-DAY)
                             + 1)
                         IF LS-DATE NOT = HOLD-RUNID(HOLD-IDX)(2:8)
                             AND LS-DATE NOT = HOLD-NEXT-DAY
                             EXIT PARAGRAPH
                         END-IF
                     END-IF
               END-EVALUATE
           END-IF
           SET HOLD-COVERS TO TRUE
           .
       END PROGRAM cshold.

       ID Division.
       Program-ID. cscfgck.
      *
      * Suite configuration fingerprint and change audit.  The
      * driver calls this at the start of every run.  The settings
      * in cssuite.cfg -- comments and blank lines aside, keys in
      * key order, so neither a reworded comment nor a reshuffled
      * file reads as a change -- are fingerprinted with the audit
      * log's own chained check value.  When the fingerprint
      * differs from the last one on the cscfg.hist register, the
      * file is kept as a dated snapshot, cssuite.yyyymmddhhmmss.cfg,
      * and every key added, removed or changed since the previous
      * snapshot goes on the audit log under the caller's name with
      * its old and new values.  Every run, changed or not, gets a
      * register record naming the snapshot in force for it, so
      * cscfgq can answer what the settings were for any run:
      *
      *   TS=yyyymmddhhmmss RUNID=... BUSDATE=yyyymmdd FP=nnnnnnnn
      *   SNAP=cssuite.yyyymmddhhmmss.cfg CHANGED=Y|N ADDED=nnn
      *   REMOVED=nnn MODIFIED=nnn
      *
      * A missing configuration file fingerprints as an empty one.
      *
       Environment Division.
       Input-Output Section.
       File-Control.
           Select CFK-CFG-DATA         Assign 'cssuite.cfg'
                                        Organization Line Sequential
                                        File Status Is CFK-CFG-STAT.
           Select CFK-SNAP-DATA        Assign Dynamic CFK-SNAP-FNAME
                                        Organization Line Sequential
                                        File Status Is CFK-SNAP-STAT.
           Select CFK-HIST-DATA        Assign Dynamic CFK-HIST-FNAME
                                        Organization Line Sequential
                                        File Status Is CFK-HIST-STAT.
       Data Division.
       File Section.
       FD  CFK-CFG-DATA.
       01  CFK-CFG-DATA-REC   PIC X(100).

       FD  CFK-SNAP-DATA.
       01  CFK-SNAP-DATA-REC  PIC X(100).

       FD  CFK-HIST-DATA.
       01  CFK-HIST-DATA-REC  PIC X(200).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'cscfgck'.
           05  CFK-TABLE-MAX      PIC 9(004) COMP    VALUE 200.
       01  WORK-AREAS.
           05  CFK-CFG-STAT       PIC X(002)         VALUE SPACES.
           05  CFK-SNAP-STAT      PIC X(002)         VALUE SPACES.
           05  CFK-HIST-STAT      PIC X(002)         VALUE SPACES.
           05  CFK-SNAP-FNAME     PIC X(040)         VALUE SPACES.
           05  CFK-HIST-FNAME     PIC X(040)         VALUE 'cscfg.hist'.
           05  CFK-AUDIT-LOG-NAME PIC X(040)        VALUE 'csaudit.log'.
           05  CFK-CFG-AUDITLOG   PIC X(020)       VALUE 'AUDITLOG'.
           05  CFK-CFG-VAL        PIC X(080)         VALUE SPACES.
           05  CFK-AUDIT-KEYS     PIC X(160)         VALUE SPACES.
           05  CFK-HIST-LINE      PIC X(200)         VALUE SPACES.
           05  CFK-LINE           PIC X(100)         VALUE SPACES.
           05  CFK-NOW-TS         PIC X(021)         VALUE SPACES.
           05  CFK-BUS-STAMP      PIC X(021)         VALUE SPACES.
           05  CFK-BUS-DATE       PIC X(008)         VALUE SPACES.
           05  CFK-KEY            PIC X(020)         VALUE SPACES.
           05  CFK-VAL            PIC X(080)         VALUE SPACES.
           05  CFK-TOKEN          PIC X(080)         VALUE SPACES.
           05  CFK-TOK-KEY        PIC X(020)         VALUE SPACES.
           05  CFK-TOK-VAL        PIC X(060)         VALUE SPACES.
           05  CFK-PTR            PIC 9(003) COMP    VALUE 1.
           05  CFK-FP             PIC X(008)         VALUE '00000000'.
           05  CFK-FP-NEXT        PIC X(008)         VALUE SPACES.
           05  CFK-CHK-TEXT       PIC X(242)         VALUE SPACES.
           05  CFK-PRIOR-FP       PIC X(008)         VALUE SPACES.
           05  CFK-PRIOR-SNAP     PIC X(040)         VALUE SPACES.
           05  CFK-SNAP-NAME      PIC X(040)         VALUE SPACES.
           05  CFK-RAW-COUNT      PIC 9(004) COMP    VALUE 0.
           05  CFK-RAW-IDX        PIC 9(004) COMP    VALUE 0.
           05  CFK-SET            PIC 9(001) COMP    VALUE 1.
           05  CFK-IDX            PIC 9(004) COMP    VALUE 0.
           05  CFK-AT             PIC 9(004) COMP    VALUE 0.
           05  CFK-CUR-IDX        PIC 9(004) COMP    VALUE 0.
           05  CFK-OLD-IDX        PIC 9(004) COMP    VALUE 0.
           05  CFK-ACTION         PIC X(008)         VALUE SPACES.
           05  CFK-OLD-VAL        PIC X(080)         VALUE SPACES.
           05  CFK-NEW-VAL        PIC X(080)         VALUE SPACES.
           05  CFK-SIDE           PIC X(004)         VALUE SPACES.
           05  CFK-SIDE-VAL       PIC X(080)         VALUE SPACES.
           05  CFK-ADDED          PIC 9(003)         VALUE 0.
           05  CFK-REMOVED        PIC 9(003)         VALUE 0.
           05  CFK-MODIFIED       PIC 9(003)         VALUE 0.
           05  CFK-CHANGED        PIC X(001)         VALUE 'N'.
      *    the raw lines of tonight's file, comments and all, for
      *    the snapshot
       01  CFK-RAW-TABLE.
           05  CFK-RAW-LINE       PIC X(100) OCCURS 200 TIMES.
      *    set 1 is the file as it stands, set 2 the previous
      *    snapshot; each in key order
       01  CFK-SETS.
           05  CFK-SET-ENTRY OCCURS 2 TIMES.
               10  CFK-COUNT      PIC 9(004) COMP.
               10  CFK-ENTRY OCCURS 200 TIMES.
                   15  CFK-E-KEY  PIC X(020).
                   15  CFK-E-VAL  PIC X(080).
       01  SWITCHES.
           05  CFK-EOF-SW         PIC X(001)         VALUE 'N'.
               88  CFK-EOF                           VALUE 'Y'
                                                     FALSE 'N'.
           05  CFK-PRIOR-SW       PIC X(001)         VALUE 'N'.
               88  CFK-HAS-PRIOR                     VALUE 'Y'
                                                     FALSE 'N'.

       Linkage Section.
       01  LS-PGM-NAME            PIC X(008).
       01  LS-RUN-ID              PIC X(017).
       01  LS-BUS-DATE            PIC X(008).

       Procedure Division Using
           LS-PGM-NAME
           LS-RUN-ID
           LS-BUS-DATE
         .
           MOVE 'cscfg.hist' TO CFK-HIST-FNAME
           CALL 'csenvfn' USING CFK-HIST-FNAME END-CALL
           MOVE 'csaudit.log' TO CFK-AUDIT-LOG-NAME
           MOVE SPACES TO CFK-CFG-VAL
           CALL 'csgetcfg' USING CFK-CFG-AUDITLOG CFK-CFG-VAL END-CALL
           IF CFK-CFG-VAL NOT = SPACES
               MOVE CFK-CFG-VAL TO CFK-AUDIT-LOG-NAME
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CFK-NOW-TS
           IF LS-BUS-DATE = SPACES
               CALL 'csbusdt' USING CFK-BUS-STAMP END-CALL
               MOVE CFK-BUS-STAMP(1:8) TO CFK-BUS-DATE
           ELSE
               MOVE LS-BUS-DATE TO CFK-BUS-DATE
           END-IF
           MOVE 0 TO CFK-ADDED CFK-REMOVED CFK-MODIFIED
           MOVE 'N' TO CFK-CHANGED

           PERFORM 1000-LOAD-THE-SETTINGS
           PERFORM 2000-TAKE-THE-FINGERPRINT
           PERFORM 3000-READ-THE-REGISTER

           IF CFK-HAS-PRIOR AND CFK-FP = CFK-PRIOR-FP
               MOVE CFK-PRIOR-SNAP TO CFK-SNAP-NAME
               DISPLAY
                 MYNAME ' configuration fingerprint ' CFK-FP
                 ' unchanged'
           ELSE
               MOVE 'Y' TO CFK-CHANGED
               PERFORM 4000-WRITE-THE-SNAPSHOT
               IF CFK-HAS-PRIOR
                   PERFORM 4100-LOAD-THE-PRIOR-SNAPSHOT
               ELSE
                   MOVE 0 TO CFK-COUNT(2)
               END-IF
               PERFORM 4200-AUDIT-THE-DIFFERENCES
               PERFORM 4300-AUDIT-THE-SNAPSHOT
               DISPLAY
                 MYNAME ' configuration fingerprint ' CFK-FP
                 ' changed, snapshot ' FUNCTION TRIM(CFK-SNAP-NAME)
           END-IF

           PERFORM 5000-WRITE-THE-REGISTER
           MOVE 0 TO RETURN-CODE
           GOBACK.

       1000-LOAD-THE-SETTINGS.
           MOVE 0 TO CFK-RAW-COUNT
           MOVE 1 TO CFK-SET
           MOVE 0 TO CFK-COUNT(1)
           SET CFK-EOF TO FALSE
           OPEN INPUT CFK-CFG-DATA
           IF CFK-CFG-STAT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CFK-EOF
             READ CFK-CFG-DATA INTO CFK-LINE
               AT END SET CFK-EOF TO TRUE
               NOT AT END
                 IF CFK-RAW-COUNT < CFK-TABLE-MAX
                     ADD 1 TO CFK-RAW-COUNT
                     MOVE CFK-LINE TO CFK-RAW-LINE(CFK-RAW-COUNT)
                 END-IF
                 PERFORM 1100-TAKE-ONE-SETTING
             END-READ
           END-PERFORM
           CLOSE CFK-CFG-DATA
           .

      * One KEY=VALUE line into set CFK-SET, in key order, the way
      * csgetcfg reads it: the key in upper case, and a key given
      * twice taking its last value.
       1100-TAKE-ONE-SETTING.
           IF CFK-LINE(1:1) = '*' OR CFK-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CFK-KEY CFK-VAL
           UNSTRING CFK-LINE DELIMITED BY '='
             INTO CFK-KEY CFK-VAL
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(CFK-KEY) TO CFK-KEY
           MOVE FUNCTION TRIM(CFK-KEY) TO CFK-KEY
           MOVE FUNCTION TRIM(CFK-VAL) TO CFK-VAL
           IF CFK-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CFK-IDX FROM 1 BY 1
           UNTIL CFK-IDX > CFK-COUNT(CFK-SET)
             IF CFK-E-KEY(CFK-SET, CFK-IDX) = CFK-KEY
                 MOVE CFK-VAL TO CFK-E-VAL(CFK-SET, CFK-IDX)
                 EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF CFK-COUNT(CFK-SET) >= CFK-TABLE-MAX
               EXIT PARAGRAPH
           END-IF
           MOVE CFK-COUNT(CFK-SET) TO CFK-AT
           PERFORM UNTIL CFK-AT = 0
             OR CFK-E-KEY(CFK-SET, CFK-AT) < CFK-KEY
             MOVE CFK-ENTRY(CFK-SET, CFK-AT)
               TO CFK-ENTRY(CFK-SET, CFK-AT + 1)
             SUBTRACT 1 FROM CFK-AT
           END-PERFORM
           ADD 1 TO CFK-AT
           ADD 1 TO CFK-COUNT(CFK-SET)
           MOVE CFK-KEY TO CFK-E-KEY(CFK-SET, CFK-AT)
           MOVE CFK-VAL TO CFK-E-VAL(CFK-SET, CFK-AT)
           .

      * The audit log's chained check value, run over the settings
      * one KEY=VALUE at a time in key order.
       2000-TAKE-THE-FINGERPRINT.
           MOVE '00000000' TO CFK-FP
           PERFORM VARYING CFK-IDX FROM 1 BY 1
           UNTIL CFK-IDX > CFK-COUNT(1)
             MOVE SPACES TO CFK-CHK-TEXT
             STRING
               CFK-E-KEY(1, CFK-IDX)   DELIMITED SPACE
               '='                     DELIMITED SIZE
               CFK-E-VAL(1, CFK-IDX)   DELIMITED SIZE
               INTO CFK-CHK-TEXT
             END-STRING
             CALL 'csaudchk' USING CFK-FP CFK-CHK-TEXT CFK-FP-NEXT
             END-CALL
             MOVE CFK-FP-NEXT TO CFK-FP
           END-PERFORM
           .

      * The last register record is the snapshot in force.
       3000-READ-THE-REGISTER.
           SET CFK-HAS-PRIOR TO FALSE
           MOVE SPACES TO CFK-PRIOR-FP CFK-PRIOR-SNAP
           SET CFK-EOF TO FALSE
           OPEN INPUT CFK-HIST-DATA
           IF CFK-HIST-STAT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CFK-EOF
             READ CFK-HIST-DATA INTO CFK-HIST-LINE
               AT END SET CFK-EOF TO TRUE
               NOT AT END
                 PERFORM 3100-PARSE-ONE-RECORD
             END-READ
           END-PERFORM
           CLOSE CFK-HIST-DATA
           .

      * Unpacks the KEY=VALUE tokens on one register record.
       3100-PARSE-ONE-RECORD.
           SET CFK-PTR TO 1
           PERFORM UNTIL CFK-PTR > LENGTH OF CFK-HIST-LINE
             MOVE SPACES TO CFK-TOKEN
             UNSTRING CFK-HIST-LINE DELIMITED BY SPACE
               INTO CFK-TOKEN
               WITH POINTER CFK-PTR
             END-UNSTRING
             IF CFK-TOKEN NOT = SPACES
                 MOVE SPACES TO CFK-TOK-KEY CFK-TOK-VAL
                 UNSTRING CFK-TOKEN DELIMITED BY '='
                   INTO CFK-TOK-KEY CFK-TOK-VAL
                 END-UNSTRING
                 EVALUATE CFK-TOK-KEY
                   WHEN 'FP'
                       MOVE CFK-TOK-VAL TO CFK-PRIOR-FP
                       SET CFK-HAS-PRIOR TO TRUE
                   WHEN 'SNAP'
                       MOVE CFK-TOK-VAL TO CFK-PRIOR-SNAP
                 END-EVALUATE
             END-IF
           END-PERFORM
           .

       4000-WRITE-THE-SNAPSHOT.
           MOVE SPACES TO CFK-SNAP-NAME
           STRING
             'cssuite.'                DELIMITED SIZE
             CFK-NOW-TS(1:14)          DELIMITED SIZE
             '.cfg'                    DELIMITED SIZE
             INTO CFK-SNAP-NAME
           END-STRING
           CALL 'csenvfn' USING CFK-SNAP-NAME END-CALL
           MOVE CFK-SNAP-NAME TO CFK-SNAP-FNAME
           OPEN OUTPUT CFK-SNAP-DATA
           IF CFK-SNAP-STAT NOT = '00'
               DISPLAY
                 MYNAME ' warning - unable to write snapshot '
                 FUNCTION TRIM(CFK-SNAP-NAME) ', status '
                 CFK-SNAP-STAT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CFK-RAW-IDX FROM 1 BY 1
           UNTIL CFK-RAW-IDX > CFK-RAW-COUNT
             WRITE CFK-SNAP-DATA-REC FROM CFK-RAW-LINE(CFK-RAW-IDX)
           END-PERFORM
           CLOSE CFK-SNAP-DATA
           .

      * The previous snapshot into set 2.  If it has gone missing
      * the differences are taken against an empty file, so every
      * key reads as added and the gap shows on the audit log.
       4100-LOAD-THE-PRIOR-SNAPSHOT.
           MOVE 2 TO CFK-SET
           MOVE 0 TO CFK-COUNT(2)
           MOVE CFK-PRIOR-SNAP TO CFK-SNAP-FNAME
           SET CFK-EOF TO FALSE
           OPEN INPUT CFK-SNAP-DATA
           IF CFK-SNAP-STAT NOT = '00'
               DISPLAY
                 MYNAME ' warning - previous snapshot '
                 FUNCTION TRIM(CFK-PRIOR-SNAP) ' not on file'
               MOVE 1 TO CFK-SET
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CFK-EOF
             READ CFK-SNAP-DATA INTO CFK-LINE
               AT END SET CFK-EOF TO TRUE
               NOT AT END
                 PERFORM 1100-TAKE-ONE-SETTING
             END-READ
           END-PERFORM
           CLOSE CFK-SNAP-DATA
           MOVE 1 TO CFK-SET
           .

      * Both sets are in key order, so one pass in step finds every
      * key on one side only and every key whose value moved.
       4200-AUDIT-THE-DIFFERENCES.
           MOVE 1 TO CFK-CUR-IDX CFK-OLD-IDX
           PERFORM UNTIL CFK-CUR-IDX > CFK-COUNT(1)
             AND CFK-OLD-IDX > CFK-COUNT(2)
             EVALUATE TRUE
               WHEN CFK-OLD-IDX > CFK-COUNT(2)
                 MOVE 'ADDED' TO CFK-ACTION
                 MOVE CFK-E-KEY(1, CFK-CUR-IDX) TO CFK-KEY
                 MOVE SPACES TO CFK-OLD-VAL
                 MOVE CFK-E-VAL(1, CFK-CUR-IDX) TO CFK-NEW-VAL
                 ADD 1 TO CFK-CUR-IDX
               WHEN CFK-CUR-IDX > CFK-COUNT(1)
                 MOVE 'REMOVED' TO CFK-ACTION
                 MOVE CFK-E-KEY(2, CFK-OLD-IDX) TO CFK-KEY
                 MOVE CFK-E-VAL(2, CFK-OLD-IDX) TO CFK-OLD-VAL
                 MOVE SPACES TO CFK-NEW-VAL
                 ADD 1 TO CFK-OLD-IDX
               WHEN CFK-E-KEY(1, CFK-CUR-IDX)
                  < CFK-E-KEY(2, CFK-OLD-IDX)
                 MOVE 'ADDED' TO CFK-ACTION
                 MOVE CFK-E-KEY(1, CFK-CUR-IDX) TO CFK-KEY
                 MOVE SPACES TO CFK-OLD-VAL
                 MOVE CFK-E-VAL(1, CFK-CUR-IDX) TO CFK-NEW-VAL
                 ADD 1 TO CFK-CUR-IDX
               WHEN CFK-E-KEY(1, CFK-CUR-IDX)
                  > CFK-E-KEY(2, CFK-OLD-IDX)
                 MOVE 'REMOVED' TO CFK-ACTION
                 MOVE CFK-E-KEY(2, CFK-OLD-IDX) TO CFK-KEY
                 MOVE CFK-E-VAL(2, CFK-OLD-IDX) TO CFK-OLD-VAL
                 MOVE SPACES TO CFK-NEW-VAL
                 ADD 1 TO CFK-OLD-IDX
               WHEN OTHER
                 MOVE 'CHANGED' TO CFK-ACTION
                 MOVE CFK-E-KEY(1, CFK-CUR-IDX) TO CFK-KEY
                 MOVE CFK-E-VAL(2, CFK-OLD-IDX) TO CFK-OLD-VAL
                 MOVE CFK-E-VAL(1, CFK-CUR-IDX) TO CFK-NEW-VAL
                 ADD 1 TO CFK-CUR-IDX CFK-OLD-IDX
                 IF CFK-OLD-VAL = CFK-NEW-VAL
                     MOVE SPACES TO CFK-ACTION
                 END-IF
             END-EVALUATE
             IF CFK-ACTION NOT = SPACES
                 PERFORM 4210-AUDIT-ONE-DIFFERENCE
             END-IF
           END-PERFORM
           .

      * One audit record per value: CFG=ADDED|REMOVED|CHANGED KEY=
      * with OLD= or NEW= as it applies.  A changed key gets two
      * records, its OLD= and then its NEW=, so a full-width value
      * on each side still fits the audit record whole.  The first
      * run on record has nothing to differ from, and only its
      * snapshot is logged.
       4210-AUDIT-ONE-DIFFERENCE.
           EVALUATE CFK-ACTION
             WHEN 'ADDED'
                 ADD 1 TO CFK-ADDED
             WHEN 'REMOVED'
                 ADD 1 TO CFK-REMOVED
             WHEN OTHER
                 ADD 1 TO CFK-MODIFIED
           END-EVALUATE
           IF NOT CFK-HAS-PRIOR
               EXIT PARAGRAPH
           END-IF
           IF CFK-ACTION NOT = 'ADDED'
               MOVE 'OLD='      TO CFK-SIDE
               MOVE CFK-OLD-VAL TO CFK-SIDE-VAL
               PERFORM 4220-AUDIT-ONE-VALUE
           END-IF
           IF CFK-ACTION NOT = 'REMOVED'
               MOVE 'NEW='      TO CFK-SIDE
               MOVE CFK-NEW-VAL TO CFK-SIDE-VAL
               PERFORM 4220-AUDIT-ONE-VALUE
           END-IF
           .

       4220-AUDIT-ONE-VALUE.
           MOVE SPACES TO CFK-AUDIT-KEYS
           MOVE 1 TO CFK-PTR
           STRING
             ' CFG='                   DELIMITED SIZE
             CFK-ACTION                DELIMITED SPACE
             ' KEY='                   DELIMITED SIZE
             CFK-KEY                   DELIMITED SPACE
             ' '                       DELIMITED SIZE
             CFK-SIDE                  DELIMITED SIZE
             FUNCTION TRIM(CFK-SIDE-VAL) DELIMITED SIZE
             ' FP='                    DELIMITED SIZE
             CFK-FP                    DELIMITED SIZE
             ' RUNID='                 DELIMITED SIZE
             LS-RUN-ID                 DELIMITED SPACE
             INTO CFK-AUDIT-KEYS
             WITH POINTER CFK-PTR
           END-STRING
           CALL 'csauditw' USING
             LS-PGM-NAME
             CFK-AUDIT-LOG-NAME
             CFK-AUDIT-KEYS
           END-CALL
           .

       4300-AUDIT-THE-SNAPSHOT.
           MOVE SPACES TO CFK-AUDIT-KEYS
           IF CFK-PRIOR-FP = SPACES
               MOVE 'NONE' TO CFK-PRIOR-FP
           END-IF
           STRING
             ' CFG=SNAPSHOT FP='       DELIMITED SIZE
             CFK-FP                    DELIMITED SIZE
             ' PRIORFP='               DELIMITED SIZE
             CFK-PRIOR-FP              DELIMITED SPACE
             ' ADDED='                 DELIMITED SIZE
             CFK-ADDED                 DELIMITED SIZE
             ' REMOVED='               DELIMITED SIZE
             CFK-REMOVED               DELIMITED SIZE
             ' MODIFIED='              DELIMITED SIZE
             CFK-MODIFIED              DELIMITED SIZE
             ' SNAP='                  DELIMITED SIZE
             CFK-SNAP-NAME             DELIMITED SPACE
             ' RUNID='                 DELIMITED SIZE
             LS-RUN-ID                 DELIMITED SPACE
             INTO CFK-AUDIT-KEYS
           END-STRING
           CALL 'csauditw' USING
             LS-PGM-NAME
             CFK-AUDIT-LOG-NAME
             CFK-AUDIT-KEYS
           END-CALL
           .

       5000-WRITE-THE-REGISTER.
           MOVE SPACES TO CFK-HIST-LINE
           STRING
             'TS='                     DELIMITED SIZE
             CFK-NOW-TS(1:14)          DELIMITED SIZE
             ' RUNID='                 DELIMITED SIZE
             LS-RUN-ID                 DELIMITED SPACE
             ' BUSDATE='               DELIMITED SIZE
             CFK-BUS-DATE              DELIMITED SIZE
             ' FP='                    DELIMITED SIZE
             CFK-FP                    DELIMITED SIZE
             ' SNAP='                  DELIMITED SIZE
             CFK-SNAP-NAME             DELIMITED SPACE
             ' CHANGED='               DELIMITED SIZE
             CFK-CHANGED               DELIMITED SIZE
             ' ADDED='                 DELIMITED SIZE
             CFK-ADDED                 DELIMITED SIZE
             ' REMOVED='               DELIMITED SIZE
             CFK-REMOVED               DELIMITED SIZE
             ' MODIFIED='              DELIMITED SIZE
             CFK-MODIFIED              DELIMITED SIZE
             INTO CFK-HIST-LINE
           END-STRING
           OPEN EXTEND CFK-HIST-DATA
           IF CFK-HIST-STAT NOT = '00'
               OPEN OUTPUT CFK-HIST-DATA
           END-IF
           WRITE CFK-HIST-DATA-REC FROM CFK-HIST-LINE
           CLOSE CFK-HIST-DATA
           .
       END PROGRAM cscfgck.

       ID Division.
       Program-ID. cssuper.
      *
      * Results restatement register.  When a rerun proves a row on
      * the results master wrong, csresr leaves the row where it is
      * and records in csresmst.sup that it is superseded, by which
      * rerun, on whose approval and why.  csresq, csxmit, csannual
      * and csbase ask here before they report, transmit or measure
      * by a row, so a result that has been restated is never passed
      * off as standing.  The register is loaded once on first use.
      * One call answers one row -- program (LS-PGM-NAME), run
      * timestamp (LS-RES-TS) and run id (LS-RUN-ID), the master
      * key -- and LS-SUPER-RUNID
      * comes back with the run id of the rerun that superseded it,
      * blank when the row stands.  Without the register nothing
      * has been restated.
      *
       Environment Division.
       Input-Output Section.
       File-Control.
           Select SUP-DATA             Assign Dynamic SUP-NAME
                                        Organization Line Sequential
                                        File Status Is SUP-STAT.
       Data Division.
       File Section.
       FD  SUP-DATA.
       01  SUP-DATA-REC       PIC X(400).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'cssuper'.
           05  SUP-TABLE-MAX      PIC 9(004) COMP    VALUE 1000.
       01  WORK-AREAS.
           05  SUP-NAME           PIC X(040)    VALUE 'csresmst.sup'.
           05  SUP-STAT           PIC X(002)         VALUE SPACES.
           05  SUP-REC-NO         PIC 9(006)         VALUE 0.
           05  SUP-TOKEN          PIC X(080)         VALUE SPACES.
           05  SUP-KEY            PIC X(020)         VALUE SPACES.
           05  SUP-VAL            PIC X(060)         VALUE SPACES.
           05  SUP-PTR            PIC 9(003) COMP    VALUE 1.
           05  SUP-PGM-IN         PIC X(008)         VALUE SPACES.
           05  SUP-TS-IN          PIC X(016)         VALUE SPACES.
           05  SUP-RUNID-IN       PIC X(017)         VALUE SPACES.
           05  SUP-BY-IN          PIC X(017)         VALUE SPACES.
           05  SUP-COUNT          PIC 9(004) COMP    VALUE 0.
           05  SUP-IDX            PIC 9(004) COMP    VALUE 0.
       01  SUP-TABLE.
           05  SUP-ENTRY OCCURS 1000 TIMES.
               10  SUP-PGM        PIC X(008).
               10  SUP-TS         PIC X(016).
               10  SUP-RUNID      PIC X(017).
               10  SUP-BY         PIC X(017).
       01  SWITCHES.
           05  SUP-EOF-SW         PIC X(001)         VALUE 'N'.
               88  SUP-EOF                           VALUE 'Y'
                                                     FALSE 'N'.
           05  SUP-LOADED-SW      PIC X(001)         VALUE 'N'.
               88  SUP-LOADED                        VALUE 'Y'
                                                     FALSE 'N'.

       Linkage Section.
       01  LS-PGM-NAME            PIC X(008).
       01  LS-RES-TS              PIC X(016).
       01  LS-RUN-ID              PIC X(017).
       01  LS-SUPER-RUNID         PIC X(017).

       Procedure Division Using
           LS-PGM-NAME
           LS-RES-TS
           LS-RUN-ID
           LS-SUPER-RUNID
         .
           IF NOT SUP-LOADED
               PERFORM 1000-LOAD-THE-REGISTER
           END-IF

           MOVE SPACES TO LS-SUPER-RUNID
           PERFORM VARYING SUP-IDX FROM 1 BY 1
           UNTIL SUP-IDX > SUP-COUNT OR LS-SUPER-RUNID NOT = SPACES
             IF SUP-PGM(SUP-IDX) = LS-PGM-NAME
                 AND SUP-RUNID(SUP-IDX) = LS-RUN-ID
                 AND SUP-TS(SUP-IDX) = LS-RES-TS
                 MOVE SUP-BY(SUP-IDX) TO LS-SUPER-RUNID
             END-IF
           END-PERFORM
           GOBACK.

      * One line per restatement, KEYWORD=VALUE tokens as csresr
      * writes them; only the key of the superseded row and the
      * rerun that replaced it matter here.
       1000-LOAD-THE-REGISTER.
           SET SUP-LOADED TO TRUE
           SET SUP-EOF TO FALSE
           CALL 'csenvfn' USING SUP-NAME END-CALL

           OPEN INPUT SUP-DATA
           IF SUP-STAT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SUP-EOF
             READ SUP-DATA
               AT END SET SUP-EOF TO TRUE
               NOT AT END
                 ADD 1 TO SUP-REC-NO
                 IF SUP-DATA-REC NOT = SPACES
                     PERFORM 1100-TAKE-ONE-LINE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SUP-DATA
           .

       1100-TAKE-ONE-LINE.
           MOVE SPACES TO SUP-PGM-IN SUP-TS-IN SUP-RUNID-IN SUP-BY-IN
           SET SUP-PTR TO 1
           PERFORM UNTIL SUP-PTR > LENGTH OF SUP-DATA-REC
             MOVE SPACES TO SUP-TOKEN
             UNSTRING SUP-DATA-REC DELIMITED BY SPACE
               INTO SUP-TOKEN
               WITH POINTER SUP-PTR
             END-UNSTRING
             IF SUP-TOKEN NOT = SPACES
                 MOVE SPACES TO SUP-KEY SUP-VAL
                 UNSTRING SUP-TOKEN DELIMITED BY '='
                   INTO SUP-KEY SUP-VAL
                 END-UNSTRING
                 EVALUATE SUP-KEY
                   WHEN 'PGM'    MOVE SUP-VAL(1:8)  TO SUP-PGM-IN
                   WHEN 'TS'     MOVE SUP-VAL(1:16) TO SUP-TS-IN
                   WHEN 'RUNID'  MOVE SUP-VAL(1:17) TO SUP-RUNID-IN
                   WHEN 'BY'     MOVE SUP-VAL(1:17) TO SUP-BY-IN
                   WHEN OTHER    CONTINUE
                 END-EVALUATE
             END-IF
           END-PERFORM

           IF SUP-PGM-IN = SPACES OR SUP-RUNID-IN = SPACES
               OR SUP-BY-IN = SPACES
               DISPLAY
                 MYNAME ' csresmst.sup record ' SUP-REC-NO
                 ' not a valid restatement, ignored'
               EXIT PARAGRAPH
           END-IF
           IF SUP-COUNT >= SUP-TABLE-MAX
               DISPLAY
                 MYNAME ' csresmst.sup holds more than '
                 SUP-TABLE-MAX ' restatements, record ' SUP-REC-NO
                 ' onward not loaded'
               SET SUP-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO SUP-COUNT
           MOVE SUP-PGM-IN   TO SUP-PGM(SUP-COUNT)
           MOVE SUP-TS-IN    TO SUP-TS(SUP-COUNT)
           MOVE SUP-RUNID-IN TO SUP-RUNID(SUP-COUNT)
           MOVE SUP-BY-IN    TO SUP-BY(SUP-COUNT)
           .
       END PROGRAM cssuper.

       ID Division.
       Program-ID. cssniff.
      *
      * Input content check.  Several programs take look-alike
      * inputs -- four read character grids, two read numbers -- and
      * a file routed to the wrong program used to run "cleanly" to
      * a nonsense answer.  Each program calls here with its own
      * name (LS-PGM-NAME) and its input (LS-IN-NAME) before its
      * read loop starts.  The first SNF-SAMPLE-MAX data records
      * are read (blank lines and transmittal envelope records do
      * not count, and a leading KEY=VALUE tag such as FLEET= or
      * SUBSYS= is stepped over) and each is put in a record kind:
      * a depth, a bit string, a comma list, an 'x,y -> x,y' vent,
      * a row of a digit grid, and so on.  The kinds that carry the
      * sample decide the file's shape (LS-SHAPE), and the shape
      * table below says which programs take that shape.  The
      * first program listed against a shape is the one the file
      * most likely belongs to (LS-LIKELY).
      *
      * Digit grids need more than their characters to tell apart.
      * A grid no wider than SNF-SMALL-WIDTH is a survey extract or
      * a test grid and any of the grid programs may take it; up to
      * SNF-OCTO-WIDTH it is an octopus cavern; wider than that it
      * is a heightmap when its share of 9s (the basin walls)
      * reaches SNF-RIDGE-PCT, otherwise a risk grid.  A generated
      * heightmap has no basin walls to speak of, so cs09a takes a
      * risk grid as well.  All-digit records are the other blind
      * spot: a transmission that happens to carry no hex letter
      * reads as depths, a bit string or a grid row.  For cs16a a
      * sample that is valid hex on every record is therefore taken
      * as HEX, whatever else it looks like.
      *
      *   LS-RC 0 - the input fits the calling program
      *         4 - no judgement: the input cannot be opened, holds
      *             no data records, matches no known shape, the
      *             caller has no shape on the table, or the check
      *             is switched off (CSSNIFF=N in the environment or
      *             SNIFF=N in cssuite.cfg)
      *         8 - the input does not fit the calling program; the
      *             caller refuses it with CS0602E
      *
       Environment Division.
       Input-Output Section.
       File-Control.
           Select SNF-IN               Assign Dynamic SNF-IN-NAME
                                        Organization Line Sequential
                                        File Status Is SNF-IN-STAT.
       Data Division.
       File Section.
       FD  SNF-IN.
       01  SNF-IN-REC         PIC X(4096).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'cssniff'.
           05  SNF-SAMPLE-MAX     PIC 9(004) COMP    VALUE 50.
           05  SNF-SMALL-WIDTH    PIC 9(004) COMP    VALUE 12.
           05  SNF-OCTO-WIDTH     PIC 9(004) COMP    VALUE 50.
           05  SNF-RIDGE-PCT      PIC 9(004) COMP    VALUE 20.
           05  SNF-BIT-WIDTH      PIC 9(004) COMP    VALUE 5.
           05  SNF-DEPTH-WIDTH    PIC 9(004) COMP    VALUE 5.
           05  SNF-DIGITS         PIC X(010) VALUE '0123456789'.
           05  SNF-LOWER          PIC X(026)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05  SNF-UPPER          PIC X(026)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05  SNF-DIGIT-CLASS    PIC X(010) VALUE ALL '9'.
           05  SNF-LOWER-CLASS    PIC X(026) VALUE ALL 'a'.
           05  SNF-UPPER-CLASS    PIC X(026) VALUE ALL 'A'.

      * Which programs take which shape.  The first program on an
      * entry is the shape's owner, named when a file is refused.
       01  SHAPE-TABLE-VALUES.
           05  FILLER             PIC X(032)
               VALUE 'DEPTHS  cs01a   cs01b   cs16a   '.
           05  FILLER             PIC X(032)
               VALUE 'NAV     cs02b                   '.
           05  FILLER             PIC X(032)
               VALUE 'BITS    cs03a   cs03b           '.
           05  FILLER             PIC X(032)
               VALUE 'BINGO   cs04a                   '.
           05  FILLER             PIC X(032)
               VALUE 'VENTS   cs05a                   '.
           05  FILLER             PIC X(032)
               VALUE 'LANTERN cs06a   cs06b           '.
           05  FILLER             PIC X(032)
               VALUE 'CRABS   cs07a                   '.
           05  FILLER             PIC X(032)
               VALUE 'SIGNALS cs08a   cs08b           '.
           05  FILLER             PIC X(032)
               VALUE 'HEIGHT  cs09a                   '.
           05  FILLER             PIC X(032)
               VALUE 'GRID    cs09a   cs11a   cs15a   '.
           05  FILLER             PIC X(032)
               VALUE 'CHUNKS  cs10a   cs10b           '.
           05  FILLER             PIC X(032)
               VALUE 'OCTOPUS cs11a   cs09a   cs15a   '.
           05  FILLER             PIC X(032)
               VALUE 'CAVES   cs12a                   '.
           05  FILLER             PIC X(032)
               VALUE 'DOTS    cs13a                   '.
           05  FILLER             PIC X(032)
               VALUE 'POLYMER cs14a   cs14b           '.
           05  FILLER             PIC X(032)
               VALUE 'RISK    cs15a   cs09a           '.
           05  FILLER             PIC X(032)
               VALUE 'HEX     cs16a                   '.
           05  FILLER             PIC X(032)
               VALUE 'TARGET  cs17a                   '.
           05  FILLER             PIC X(032)
               VALUE 'SNAIL   cs18a                   '.
           05  FILLER             PIC X(032)
               VALUE 'SCANNER cs19a                   '.
           05  FILLER             PIC X(032)
               VALUE 'IMAGE   cs20a                   '.
           05  FILLER             PIC X(032)
               VALUE 'PLAYERS cs21a                   '.
           05  FILLER             PIC X(032)
               VALUE 'CUBOIDS cs22a                   '.
           05  FILLER             PIC X(032)
               VALUE 'BURROW  cs23a                   '.
           05  FILLER             PIC X(032)
               VALUE 'ALU     cs24a                   '.
           05  FILLER             PIC X(032)
               VALUE 'HERD    cs25a                   '.
       01  SHAPE-TABLE REDEFINES SHAPE-TABLE-VALUES.
           05  SHAPE-ENTRY OCCURS 26 TIMES.
               10  SHAPE-NAME     PIC X(008).
               10  SHAPE-PGM      PIC X(008) OCCURS 3 TIMES.
       01  SHAPE-TABLE-MAX        PIC 9(004) COMP    VALUE 26.

       01  WORK-AREAS.
           05  SNF-IN-NAME        PIC X(080)         VALUE SPACES.
           05  SNF-IN-STAT        PIC X(002)         VALUE SPACES.
           05  SNF-ENV-VAL        PIC X(020)         VALUE SPACES.
           05  SNF-CFG-KEY        PIC X(020)         VALUE 'SNIFF'.
           05  SNF-CFG-VAL        PIC X(080)         VALUE SPACES.
           05  SNF-REC            PIC X(4096)        VALUE SPACES.
           05  SNF-IMG            PIC X(4096)        VALUE SPACES.
           05  SNF-LEN            PIC 9(004) COMP    VALUE 0.
           05  SNF-PTR            PIC 9(004) COMP    VALUE 0.
           05  SNF-TOKEN-1        PIC X(020)         VALUE SPACES.
           05  SNF-TOKEN-2        PIC X(020)         VALUE SPACES.
           05  SNF-TOKEN-3        PIC X(020)         VALUE SPACES.
           05  SNF-NAV-DIR        PIC X(020)         VALUE SPACES.
           05  SNF-NAV-ARG        PIC X(020)         VALUE SPACES.
           05  SNF-KIND           PIC X(008)         VALUE SPACES.
           05  SNF-FIRST-KIND     PIC X(008)         VALUE SPACES.
           05  SNF-SHAPE          PIC X(008)         VALUE SPACES.
           05  SNF-IDX            PIC 9(004) COMP    VALUE 0.
           05  SNF-PGM-IDX        PIC 9(004) COMP    VALUE 0.
           05  SNF-SHAPE-IDX      PIC 9(004) COMP    VALUE 0.
           05  SNF-OWN-SHAPES     PIC 9(004) COMP    VALUE 0.
           05  SNF-PCT            PIC 9(004) COMP    VALUE 0.
      *    character tallies for the record in hand
           05  SNF-N-DIGIT        PIC 9(004) COMP    VALUE 0.
           05  SNF-N-LOWER        PIC 9(004) COMP    VALUE 0.
           05  SNF-N-UPPER        PIC 9(004) COMP    VALUE 0.
           05  SNF-N-COMMA        PIC 9(004) COMP    VALUE 0.
           05  SNF-N-SPACE        PIC 9(004) COMP    VALUE 0.
           05  SNF-N-HASH         PIC 9(004) COMP    VALUE 0.
           05  SNF-N-DOT          PIC 9(004) COMP    VALUE 0.
           05  SNF-N-GT           PIC 9(004) COMP    VALUE 0.
           05  SNF-N-BAR          PIC 9(004) COMP    VALUE 0.
           05  SNF-N-MINUS        PIC 9(004) COMP    VALUE 0.
           05  SNF-N-BRACKET      PIC 9(004) COMP    VALUE 0.
           05  SNF-N-SQUARE       PIC 9(004) COMP    VALUE 0.
           05  SNF-N-ARROW        PIC 9(004) COMP    VALUE 0.
           05  SNF-N-EQUALS       PIC 9(004) COMP    VALUE 0.
           05  SNF-N-ZERO         PIC 9(004) COMP    VALUE 0.
           05  SNF-N-ONE          PIC 9(004) COMP    VALUE 0.
           05  SNF-N-NINE         PIC 9(004) COMP    VALUE 0.
           05  SNF-N-WIDE         PIC 9(004) COMP    VALUE 0.
           05  SNF-N-VEE          PIC 9(004) COMP    VALUE 0.
           05  SNF-N-HEXLTR       PIC 9(004) COMP    VALUE 0.
           05  SNF-N-AMPHI        PIC 9(004) COMP    VALUE 0.
      *    record kinds counted over the sample
       01  KIND-COUNTS.
           05  SNF-SAMPLED        PIC 9(004) COMP    VALUE 0.
           05  SNF-K-DEPTH        PIC 9(004) COMP    VALUE 0.
           05  SNF-K-NAV          PIC 9(004) COMP    VALUE 0.
           05  SNF-K-BIN          PIC 9(004) COMP    VALUE 0.
           05  SNF-K-CSV          PIC 9(004) COMP    VALUE 0.
           05  SNF-K-BOARD        PIC 9(004) COMP    VALUE 0.
           05  SNF-K-VENT         PIC 9(004) COMP    VALUE 0.
           05  SNF-K-SIGNAL       PIC 9(004) COMP    VALUE 0.
           05  SNF-K-GRIDROW      PIC 9(004) COMP    VALUE 0.
           05  SNF-K-CHUNK        PIC 9(004) COMP    VALUE 0.
           05  SNF-K-EDGE         PIC 9(004) COMP    VALUE 0.
           05  SNF-K-PAIR         PIC 9(004) COMP    VALUE 0.
           05  SNF-K-FOLD         PIC 9(004) COMP    VALUE 0.
           05  SNF-K-RULE         PIC 9(004) COMP    VALUE 0.
           05  SNF-K-HEX          PIC 9(004) COMP    VALUE 0.
           05  SNF-K-HEXOK        PIC 9(004) COMP    VALUE 0.
           05  SNF-K-SNAIL        PIC 9(004) COMP    VALUE 0.
           05  SNF-K-IMG          PIC 9(004) COMP    VALUE 0.
           05  SNF-K-CUBE         PIC 9(004) COMP    VALUE 0.
           05  SNF-K-BURROW       PIC 9(004) COMP    VALUE 0.
           05  SNF-K-ALU          PIC 9(004) COMP    VALUE 0.
           05  SNF-K-HERD         PIC 9(004) COMP    VALUE 0.
           05  SNF-CSV-WIDE       PIC 9(004) COMP    VALUE 0.
           05  SNF-GRID-WIDTH     PIC 9(004) COMP    VALUE 0.
           05  SNF-GRID-CELLS     PIC 9(009) COMP    VALUE 0.
           05  SNF-GRID-NINES     PIC 9(009) COMP    VALUE 0.
       01  SWITCHES.
           05  SNF-EOF-SW         PIC X(001)         VALUE 'N'.
               88  SNF-EOF                           VALUE 'Y'
                                                     FALSE 'N'.

       Linkage Section.
       01  LS-PGM-NAME            PIC X(008).
       01  LS-IN-NAME             PIC X(080).
       01  LS-SHAPE               PIC X(008).
       01  LS-LIKELY              PIC X(008).
       01  LS-RC                  PIC S9(009) COMP.

       Procedure Division Using
           LS-PGM-NAME
           LS-IN-NAME
           LS-SHAPE
           LS-LIKELY
           LS-RC
         .
           MOVE SPACES TO LS-SHAPE LS-LIKELY
           MOVE 4 TO LS-RC

           MOVE SPACES TO SNF-ENV-VAL
           ACCEPT SNF-ENV-VAL FROM ENVIRONMENT 'CSSNIFF'
             ON EXCEPTION CONTINUE
           END-ACCEPT
           IF SNF-ENV-VAL = SPACES
               MOVE SPACES TO SNF-CFG-VAL
               CALL 'csgetcfg' USING SNF-CFG-KEY SNF-CFG-VAL
               END-CALL
               MOVE SNF-CFG-VAL(1:20) TO SNF-ENV-VAL
           END-IF
           IF FUNCTION UPPER-CASE(SNF-ENV-VAL(1:1)) = 'N'
               DISPLAY
                 MYNAME ' input content check switched off for '
                 FUNCTION TRIM(LS-PGM-NAME)
               GOBACK
           END-IF

      *    a program with no shape on the table is not judged
           MOVE 0 TO SNF-OWN-SHAPES
           PERFORM VARYING SNF-IDX FROM 1 BY 1
             UNTIL SNF-IDX > SHAPE-TABLE-MAX
             PERFORM VARYING SNF-PGM-IDX FROM 1 BY 1
               UNTIL SNF-PGM-IDX > 3
               IF SHAPE-PGM(SNF-IDX, SNF-PGM-IDX) = LS-PGM-NAME
                   ADD 1 TO SNF-OWN-SHAPES
               END-IF
             END-PERFORM
           END-PERFORM
           IF SNF-OWN-SHAPES = 0
               GOBACK
           END-IF

           INITIALIZE KIND-COUNTS
           MOVE SPACES TO SNF-FIRST-KIND
           SET SNF-EOF TO FALSE
           MOVE LS-IN-NAME TO SNF-IN-NAME
           OPEN INPUT SNF-IN
           IF SNF-IN-STAT NOT = '00'
      *        the caller deals with an unreadable input itself
               GOBACK
           END-IF
           PERFORM UNTIL SNF-EOF
             OR SNF-SAMPLED >= SNF-SAMPLE-MAX
             MOVE SPACES TO SNF-IN-REC
             READ SNF-IN
               AT END SET SNF-EOF TO TRUE
               NOT AT END
                 IF SNF-IN-REC NOT = SPACES
                     AND SNF-IN-REC(1:7) NOT = 'ENVHDR '
                     AND SNF-IN-REC(1:7) NOT = 'ENVTRL '
                     PERFORM 1000-CLASSIFY-ONE-RECORD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SNF-IN

           IF SNF-SAMPLED = 0
               GOBACK
           END-IF

           PERFORM 2000-DECIDE-THE-SHAPE
           MOVE SNF-SHAPE TO LS-SHAPE
           IF SNF-SHAPE = 'UNKNOWN'
               DISPLAY
                 MYNAME ' input matches no known shape, not judged: '
                 FUNCTION TRIM(LS-IN-NAME)
               GOBACK
           END-IF

           PERFORM VARYING SNF-IDX FROM 1 BY 1
             UNTIL SNF-IDX > SHAPE-TABLE-MAX
             IF SHAPE-NAME(SNF-IDX) = SNF-SHAPE
                 MOVE SNF-IDX TO SNF-SHAPE-IDX
             END-IF
           END-PERFORM
           MOVE SHAPE-PGM(SNF-SHAPE-IDX, 1) TO LS-LIKELY
           MOVE 8 TO LS-RC
           PERFORM VARYING SNF-PGM-IDX FROM 1 BY 1
             UNTIL SNF-PGM-IDX > 3
             IF SHAPE-PGM(SNF-SHAPE-IDX, SNF-PGM-IDX) = LS-PGM-NAME
                 MOVE 0 TO LS-RC
             END-IF
           END-PERFORM
           IF LS-RC = 8
               DISPLAY
                 MYNAME ' ' FUNCTION TRIM(LS-IN-NAME)
                 ' reads as ' FUNCTION TRIM(SNF-SHAPE)
                 ' input (' SNF-SAMPLED ' records sampled), not '
                 FUNCTION TRIM(LS-PGM-NAME) ' input'
           END-IF
           GOBACK.

      * Put one non-blank record in a kind.  The record is taken
      * left-justified, past any leading KEY=VALUE tag, and a class
      * image of it -- every digit a 9, every lower-case letter an
      * a, every upper-case letter an A -- is tallied alongside the
      * record itself.
       1000-CLASSIFY-ONE-RECORD.
           ADD 1 TO SNF-SAMPLED
           MOVE FUNCTION TRIM(SNF-IN-REC) TO SNF-REC
           MOVE 0 TO SNF-N-EQUALS
           MOVE 1 TO SNF-PTR
           MOVE SPACES TO SNF-TOKEN-1
           UNSTRING SNF-REC DELIMITED BY SPACE
             INTO SNF-TOKEN-1
             WITH POINTER SNF-PTR
           END-UNSTRING
           INSPECT SNF-TOKEN-1 TALLYING SNF-N-EQUALS FOR ALL '='
           IF SNF-N-EQUALS > 0
               AND SNF-TOKEN-1(1:2) NOT = 'x='
               AND SNF-PTR <= 4096
               AND SNF-REC(SNF-PTR:) NOT = SPACES
               MOVE FUNCTION TRIM(SNF-REC(SNF-PTR:)) TO SNF-IMG
               MOVE SNF-IMG TO SNF-REC
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SNF-REC)) TO SNF-LEN

           MOVE SNF-REC TO SNF-IMG
           INSPECT SNF-IMG(1:SNF-LEN)
             CONVERTING SNF-DIGITS TO SNF-DIGIT-CLASS
           INSPECT SNF-IMG(1:SNF-LEN)
             CONVERTING SNF-LOWER TO SNF-LOWER-CLASS
           INSPECT SNF-IMG(1:SNF-LEN)
             CONVERTING SNF-UPPER TO SNF-UPPER-CLASS
           INITIALIZE SNF-N-DIGIT SNF-N-LOWER SNF-N-UPPER SNF-N-COMMA
             SNF-N-SPACE SNF-N-HASH SNF-N-DOT SNF-N-GT SNF-N-BAR
             SNF-N-MINUS SNF-N-BRACKET SNF-N-SQUARE SNF-N-ARROW
             SNF-N-ZERO SNF-N-ONE SNF-N-NINE SNF-N-WIDE SNF-N-VEE
             SNF-N-HEXLTR SNF-N-AMPHI
           INSPECT SNF-IMG(1:SNF-LEN) TALLYING
             SNF-N-DIGIT   FOR ALL '9'
             SNF-N-LOWER   FOR ALL 'a'
             SNF-N-UPPER   FOR ALL 'A'
             SNF-N-COMMA   FOR ALL ','
             SNF-N-SPACE   FOR ALL ' '
             SNF-N-HASH    FOR ALL '#'
             SNF-N-DOT     FOR ALL '.'
             SNF-N-GT      FOR ALL '>'
             SNF-N-BAR     FOR ALL '|'
             SNF-N-MINUS   FOR ALL '-'
             SNF-N-BRACKET FOR ALL '(' ALL ')' ALL '{' ALL '}'
                               ALL '<'
             SNF-N-SQUARE  FOR ALL '[' ALL ']'
           INSPECT SNF-IMG(1:SNF-LEN) TALLYING
             SNF-N-ARROW   FOR ALL ' -> '
             SNF-N-WIDE    FOR ALL '99'
           INSPECT SNF-REC(1:SNF-LEN) TALLYING
             SNF-N-ZERO    FOR ALL '0'
             SNF-N-ONE     FOR ALL '1'
             SNF-N-NINE    FOR ALL '9'
             SNF-N-VEE     FOR ALL 'v'
             SNF-N-HEXLTR  FOR ALL 'A' ALL 'B' ALL 'C' ALL 'D'
                               ALL 'E' ALL 'F'
           INSPECT SNF-REC(1:SNF-LEN) TALLYING
             SNF-N-AMPHI   FOR ALL 'A' ALL 'B' ALL 'C' ALL 'D'

      *    whatever kind it turns out to be, a record of nothing but
      *    digits and A-F would decode as a transmission
           IF SNF-N-DIGIT + SNF-N-UPPER = SNF-LEN
               AND SNF-N-UPPER = SNF-N-HEXLTR
               ADD 1 TO SNF-K-HEXOK
           END-IF

           MOVE 'OTHER' TO SNF-KIND
           EVALUATE TRUE
             WHEN SNF-REC(1:12) = 'target area:'
                 MOVE 'TARGET' TO SNF-KIND
             WHEN SNF-REC(1:7) = 'Player '
                 MOVE 'PLAYER' TO SNF-KIND
             WHEN SNF-REC(1:11) = '--- scanner'
                 MOVE 'SCANHDR' TO SNF-KIND
             WHEN SNF-REC(1:5) = 'on x=' OR SNF-REC(1:6) = 'off x='
                 MOVE 'CUBE' TO SNF-KIND
                 ADD 1 TO SNF-K-CUBE
             WHEN SNF-REC(1:11) = 'fold along '
                 MOVE 'FOLD' TO SNF-KIND
                 ADD 1 TO SNF-K-FOLD
             WHEN SNF-REC(1:4) = 'inp ' OR 'add ' OR 'mul ' OR 'div '
                   OR 'mod ' OR 'eql '
                 MOVE 'ALU' TO SNF-KIND
                 ADD 1 TO SNF-K-ALU
             WHEN SNF-N-DIGIT = SNF-LEN
                 PERFORM 1100-CLASSIFY-DIGITS
             WHEN SNF-N-DIGIT + SNF-N-COMMA = SNF-LEN
                 AND SNF-N-COMMA = 1
                 MOVE 'PAIR' TO SNF-KIND
                 ADD 1 TO SNF-K-PAIR
             WHEN SNF-N-DIGIT + SNF-N-COMMA = SNF-LEN
                 AND SNF-N-COMMA > 1
                 MOVE 'CSV' TO SNF-KIND
                 ADD 1 TO SNF-K-CSV
                 IF SNF-N-WIDE > 0 OR SNF-N-NINE > 0
                     ADD 1 TO SNF-CSV-WIDE
                 END-IF
             WHEN SNF-N-BRACKET + SNF-N-SQUARE + SNF-N-GT = SNF-LEN
                 MOVE 'CHUNK' TO SNF-KIND
                 ADD 1 TO SNF-K-CHUNK
             WHEN SNF-REC(1:1) = '['
                 AND SNF-N-SQUARE + SNF-N-DIGIT + SNF-N-COMMA = SNF-LEN
                 MOVE 'SNAIL' TO SNF-KIND
                 ADD 1 TO SNF-K-SNAIL
             WHEN SNF-N-HASH + SNF-N-DOT = SNF-LEN
                 MOVE 'IMG' TO SNF-KIND
                 ADD 1 TO SNF-K-IMG
             WHEN SNF-N-GT + SNF-N-VEE + SNF-N-DOT = SNF-LEN
                 MOVE 'HERD' TO SNF-KIND
                 ADD 1 TO SNF-K-HERD
             WHEN SNF-N-HASH > 0 AND SNF-N-AMPHI > 0
                 AND SNF-N-HASH + SNF-N-DOT + SNF-N-SPACE
                   + SNF-N-AMPHI = SNF-LEN
                 MOVE 'BURROW' TO SNF-KIND
                 ADD 1 TO SNF-K-BURROW
             WHEN SNF-N-UPPER = SNF-LEN
                 MOVE 'TEMPLATE' TO SNF-KIND
             WHEN SNF-N-DIGIT + SNF-N-UPPER = SNF-LEN
                 AND SNF-N-UPPER = SNF-N-HEXLTR
                 MOVE 'HEX' TO SNF-KIND
                 ADD 1 TO SNF-K-HEX
             WHEN SNF-N-ARROW = 1 AND SNF-N-COMMA = 2
                 AND SNF-N-DIGIT + SNF-N-COMMA + SNF-N-SPACE
                   + SNF-N-MINUS + SNF-N-GT = SNF-LEN
                 MOVE 'VENT' TO SNF-KIND
                 ADD 1 TO SNF-K-VENT
             WHEN SNF-N-ARROW = 1
                 AND SNF-N-UPPER + SNF-N-SPACE + SNF-N-MINUS
                   + SNF-N-GT = SNF-LEN
                 MOVE 'RULE' TO SNF-KIND
                 ADD 1 TO SNF-K-RULE
             WHEN SNF-N-DIGIT + SNF-N-SPACE = SNF-LEN
                 MOVE 'BOARD' TO SNF-KIND
                 ADD 1 TO SNF-K-BOARD
             WHEN SNF-N-BAR > 0
                 AND SNF-N-LOWER + SNF-N-SPACE + SNF-N-BAR = SNF-LEN
                 MOVE 'SIGNAL' TO SNF-KIND
                 ADD 1 TO SNF-K-SIGNAL
             WHEN SNF-N-MINUS = 1
                 AND SNF-N-LOWER + SNF-N-UPPER + SNF-N-MINUS = SNF-LEN
                 MOVE 'EDGE' TO SNF-KIND
                 ADD 1 TO SNF-K-EDGE
             WHEN OTHER
                 PERFORM 1200-CLASSIFY-COMMAND
           END-EVALUATE
           IF SNF-SAMPLED = 1
               MOVE SNF-KIND TO SNF-FIRST-KIND
           END-IF
           .

      * All digits: a bit string, a depth, or a row of a grid.
       1100-CLASSIFY-DIGITS.
           EVALUATE TRUE
             WHEN SNF-N-ZERO + SNF-N-ONE = SNF-LEN
                 AND SNF-LEN >= SNF-BIT-WIDTH
                 MOVE 'BIN' TO SNF-KIND
                 ADD 1 TO SNF-K-BIN
             WHEN SNF-LEN <= SNF-DEPTH-WIDTH
                 MOVE 'DEPTH' TO SNF-KIND
                 ADD 1 TO SNF-K-DEPTH
             WHEN OTHER
                 MOVE 'GRIDROW' TO SNF-KIND
                 ADD 1 TO SNF-K-GRIDROW
                 IF SNF-LEN > SNF-GRID-WIDTH
                     MOVE SNF-LEN TO SNF-GRID-WIDTH
                 END-IF
                 ADD SNF-LEN    TO SNF-GRID-CELLS
                 ADD SNF-N-NINE TO SNF-GRID-NINES
           END-EVALUATE
           .

      * A navigation command -- 'forward 5', or 'hull forward 5'
      * from a fleet log -- is a direction word and a number.
       1200-CLASSIFY-COMMAND.
           MOVE SPACES TO SNF-TOKEN-1 SNF-TOKEN-2 SNF-TOKEN-3
           UNSTRING SNF-REC DELIMITED BY ALL SPACE
             INTO SNF-TOKEN-1 SNF-TOKEN-2 SNF-TOKEN-3
           END-UNSTRING
           IF SNF-TOKEN-3 = SPACES
               MOVE SNF-TOKEN-1 TO SNF-NAV-DIR
               MOVE SNF-TOKEN-2 TO SNF-NAV-ARG
           ELSE
               MOVE SNF-TOKEN-2 TO SNF-NAV-DIR
               MOVE SNF-TOKEN-3 TO SNF-NAV-ARG
           END-IF
           IF (SNF-NAV-DIR = 'forward' OR 'down' OR 'up')
               AND SNF-NAV-ARG NOT = SPACES
               AND FUNCTION TEST-NUMVAL(SNF-NAV-ARG) = 0
               MOVE 'NAV' TO SNF-KIND
               ADD 1 TO SNF-K-NAV
           END-IF
           .

      * The kind that carries the sample -- four records in five --
      * names the shape.  Files whose first record is a header of
      * its own are known by that header.
       2000-DECIDE-THE-SHAPE.
           MOVE 'UNKNOWN' TO SNF-SHAPE
           EVALUATE TRUE
             WHEN SNF-FIRST-KIND = 'TARGET'
                 MOVE 'TARGET' TO SNF-SHAPE
             WHEN SNF-FIRST-KIND = 'PLAYER'
                 MOVE 'PLAYERS' TO SNF-SHAPE
             WHEN SNF-FIRST-KIND = 'SCANHDR'
                 MOVE 'SCANNER' TO SNF-SHAPE
             WHEN LS-PGM-NAME = 'cs16a'
                 AND SNF-K-HEXOK = SNF-SAMPLED
                 MOVE 'HEX' TO SNF-SHAPE
             WHEN SNF-K-CUBE * 10 >= SNF-SAMPLED * 8
                 MOVE 'CUBOIDS' TO SNF-SHAPE
             WHEN SNF-K-ALU * 10 >= SNF-SAMPLED * 8
                 MOVE 'ALU' TO SNF-SHAPE
             WHEN SNF-K-VENT * 10 >= SNF-SAMPLED * 8
                 MOVE 'VENTS' TO SNF-SHAPE
             WHEN SNF-K-NAV * 10 >= SNF-SAMPLED * 8
                 MOVE 'NAV' TO SNF-SHAPE
      *      hex records without a letter A-F read as digits
             WHEN SNF-K-HEX * 2 >= SNF-SAMPLED
                 AND (SNF-K-HEX + SNF-K-DEPTH + SNF-K-GRIDROW
                   + SNF-K-BIN) * 10 >= SNF-SAMPLED * 8
                 MOVE 'HEX' TO SNF-SHAPE
             WHEN SNF-K-BIN * 10 >= SNF-SAMPLED * 8
                 MOVE 'BITS' TO SNF-SHAPE
             WHEN SNF-K-DEPTH * 10 >= SNF-SAMPLED * 8
                 MOVE 'DEPTHS' TO SNF-SHAPE
             WHEN SNF-K-CHUNK * 10 >= SNF-SAMPLED * 8
                 MOVE 'CHUNKS' TO SNF-SHAPE
             WHEN SNF-K-SIGNAL * 10 >= SNF-SAMPLED * 8
                 MOVE 'SIGNALS' TO SNF-SHAPE
             WHEN SNF-K-EDGE * 10 >= SNF-SAMPLED * 8
                 MOVE 'CAVES' TO SNF-SHAPE
             WHEN SNF-K-SNAIL * 10 >= SNF-SAMPLED * 8
                 MOVE 'SNAIL' TO SNF-SHAPE
             WHEN SNF-K-HERD * 10 >= SNF-SAMPLED * 8
                 MOVE 'HERD' TO SNF-SHAPE
             WHEN (SNF-K-PAIR + SNF-K-FOLD) * 10 >= SNF-SAMPLED * 8
                 MOVE 'DOTS' TO SNF-SHAPE
             WHEN SNF-FIRST-KIND = 'TEMPLATE'
                 AND (SNF-K-RULE + 1) * 10 >= SNF-SAMPLED * 8
                 MOVE 'POLYMER' TO SNF-SHAPE
             WHEN SNF-FIRST-KIND = 'CSV' AND SNF-SAMPLED > 1
                 AND SNF-K-BOARD * 10 >= (SNF-SAMPLED - 1) * 8
                 MOVE 'BINGO' TO SNF-SHAPE
             WHEN SNF-K-CSV * 10 >= SNF-SAMPLED * 8
                 IF SNF-CSV-WIDE = 0
                     MOVE 'LANTERN' TO SNF-SHAPE
                 ELSE
                     MOVE 'CRABS' TO SNF-SHAPE
                 END-IF
             WHEN SNF-K-BURROW > 0
                 AND (SNF-K-BURROW + SNF-K-IMG) * 10
                   >= SNF-SAMPLED * 8
                 MOVE 'BURROW' TO SNF-SHAPE
             WHEN SNF-K-IMG * 10 >= SNF-SAMPLED * 8
                 MOVE 'IMAGE' TO SNF-SHAPE
             WHEN SNF-K-GRIDROW * 10 >= SNF-SAMPLED * 8
                 PERFORM 2100-DECIDE-THE-GRID
             WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       2100-DECIDE-THE-GRID.
           COMPUTE SNF-PCT = (SNF-GRID-NINES * 100) / SNF-GRID-CELLS
           EVALUATE TRUE
             WHEN SNF-GRID-WIDTH <= SNF-SMALL-WIDTH
                 MOVE 'GRID' TO SNF-SHAPE
             WHEN SNF-GRID-WIDTH <= SNF-OCTO-WIDTH
                 MOVE 'OCTOPUS' TO SNF-SHAPE
             WHEN SNF-PCT >= SNF-RIDGE-PCT
                 MOVE 'HEIGHT' TO SNF-SHAPE
             WHEN OTHER
                 MOVE 'RISK' TO SNF-SHAPE
           END-EVALUATE
           .
       END PROGRAM cssniff.

       ID Division.
       Program-ID. csshlog.
      *
      * Shore-channel message log.  One entry per BITS transmission
      * sent to shore control (csencdr, once its round trip is
      * proven) or received from it (cs16a), so the conversation
      * can be reconciled by csshrec instead of by telephone.  The
      * entry is the caller's LS-ENTRY laid out as KEY=VALUE tokens
      * behind a wall-clock AT= stamp -- wall clock, not business
      * date, because reply time limits are measured against it:
      *
      *   AT=20261015031502 DIR=IN SEQ=118 REPLY=NONE VER=3
      *     TYPE=SUM VALUE=2021 STATUS=OK PGM=cs16a RUNID=...
      *     REC=000000001 FILE=shore.hex
      *
      * (one line on the log).  SEQ= and REPLY= are the literals at
      * the agreed places in the packet tree, NONE where the
      * transmission carried none; STATUS= is OK, BREACH (decoded
      * but outside its contract) or FAIL (could not be decoded).
      * Concurrent runs append under the suite lock manager, as
      * the audit log does.
      *
       Environment Division.
       Input-Output Section.
       File-Control.
           Select SHL-DATA             Assign Dynamic SHL-NAME
                                        Organization Line Sequential
                                        File Status Is SHL-STAT.
       Data Division.
       File Section.
       FD  SHL-DATA.
       01  SHL-DATA-REC       PIC X(250).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'csshlog'.
           05  SHL-LOCK-MSG       PIC X(008) VALUE 'CS0301W'.
       01  WORK-AREAS.
           05  SHL-NAME           PIC X(040)    VALUE 'csshore.log'.
           05  SHL-STAT           PIC X(002)         VALUE SPACES.
           05  SHL-NAMED-SW       PIC X(001)         VALUE 'N'.
           05  SHL-STAMP          PIC X(021)         VALUE SPACES.
           05  SHL-LINE           PIC X(250)         VALUE SPACES.
           05  SHL-LOCK-ACT       PIC X(001)         VALUE SPACE.
           05  SHL-LOCK-WAIT      PIC 9(004) COMP    VALUE 20.
           05  SHL-LOCK-RC        PIC S9(009) COMP   VALUE 0.
           05  SHL-LOCK-RUNID     PIC X(017)         VALUE SPACES.
           05  SHL-MSG-INSERT     PIC X(060)         VALUE SPACES.

       Linkage Section.
       01  LS-PGM-NAME            PIC X(008).
       01  LS-ENTRY.
           05  LS-SH-DIR          PIC X(003).
           05  LS-SH-STATUS       PIC X(006).
           05  LS-SH-SEQ          PIC X(018).
           05  LS-SH-REPLY        PIC X(018).
           05  LS-SH-VER          PIC X(001).
           05  LS-SH-TYPE         PIC X(012).
           05  LS-SH-VALUE        PIC X(018).
           05  LS-SH-RUN-ID       PIC X(017).
           05  LS-SH-REC          PIC X(009).
           05  LS-SH-FILE         PIC X(080).

       Procedure Division Using
           LS-PGM-NAME
           LS-ENTRY
         .
           IF SHL-NAMED-SW = 'N'
               CALL 'csenvfn' USING SHL-NAME END-CALL
               MOVE 'Y' TO SHL-NAMED-SW
           END-IF
           MOVE FUNCTION CURRENT-DATE TO SHL-STAMP
           IF LS-SH-SEQ = SPACES
               MOVE 'NONE' TO LS-SH-SEQ
           END-IF
           IF LS-SH-REPLY = SPACES
               MOVE 'NONE' TO LS-SH-REPLY
           END-IF
           MOVE SPACES TO SHL-LINE
           STRING
             'AT='                       DELIMITED SIZE
             SHL-STAMP(1:14)             DELIMITED SIZE
             ' DIR='                     DELIMITED SIZE
             LS-SH-DIR                   DELIMITED SPACE
             ' SEQ='                     DELIMITED SIZE
             LS-SH-SEQ                   DELIMITED SPACE
             ' REPLY='                   DELIMITED SIZE
             LS-SH-REPLY                 DELIMITED SPACE
             ' VER='                     DELIMITED SIZE
             LS-SH-VER                   DELIMITED SIZE
             ' TYPE='                    DELIMITED SIZE
             LS-SH-TYPE                  DELIMITED SPACE
             ' VALUE='                   DELIMITED SIZE
             LS-SH-VALUE                 DELIMITED SPACE
             ' STATUS='                  DELIMITED SIZE
             LS-SH-STATUS                DELIMITED SPACE
             ' PGM='                     DELIMITED SIZE
             LS-PGM-NAME                 DELIMITED SPACE
             ' RUNID='                   DELIMITED SIZE
             LS-SH-RUN-ID                DELIMITED SPACE
             ' REC='                     DELIMITED SIZE
             LS-SH-REC                   DELIMITED SPACE
             ' FILE='                    DELIMITED SIZE
             LS-SH-FILE                  DELIMITED SPACE
             INTO SHL-LINE
           END-STRING

      *    a timed-out wait is reported but the entry is still
      *    written; a stale lock must not cost the conversation
      *    its record
           MOVE 'E' TO SHL-LOCK-ACT
           CALL 'cslock' USING
             SHL-LOCK-ACT
             SHL-NAME
             LS-PGM-NAME
             SHL-LOCK-RUNID
             SHL-LOCK-WAIT
             SHL-LOCK-RC
           END-CALL
           IF SHL-LOCK-RC NOT = 0
               MOVE SHL-NAME TO SHL-MSG-INSERT
               CALL 'csmsgw' USING
                 MYNAME
                 SHL-LOCK-MSG
                 SHL-MSG-INSERT
               END-CALL
           END-IF

           OPEN EXTEND SHL-DATA
           IF SHL-STAT NOT = '00'
               OPEN OUTPUT SHL-DATA
           END-IF
           WRITE SHL-DATA-REC FROM SHL-LINE
           CLOSE SHL-DATA

           IF SHL-LOCK-RC = 0
               MOVE 'D' TO SHL-LOCK-ACT
               CALL 'cslock' USING
                 SHL-LOCK-ACT
                 SHL-NAME
                 LS-PGM-NAME
                 SHL-LOCK-RUNID
                 SHL-LOCK-WAIT
                 SHL-LOCK-RC
               END-CALL
           END-IF
           GOBACK.
       END PROGRAM csshlog.
