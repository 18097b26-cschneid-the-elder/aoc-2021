           Select CALB-DATA            Assign Dynamic WS-CALB-NAME
                                        Organization Line Sequential
                                        File Status Is WS-CALB-STAT.
           Select PHAS-DATA            Assign Dynamic WS-PHAS-FNAME
                                        Organization Line Sequential.
       Data Division.
       File Section.
       FD  INPT-DATA.
       FD  CALB-DATA.
       01  CALB-DATA-REC      PIC X(080).

       FD  PHAS-DATA.
       01  PHAS-DATA-REC      PIC X(200).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'cs01a'.
           05  WS-ENVL-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-ENVL-MSG        PIC X(008)         VALUE SPACES.
           05  WS-ENVL-INSERT     PIC X(060)         VALUE SPACES.
           05  WS-SNIF-SHAPE      PIC X(008)         VALUE SPACES.
           05  WS-SNIF-LIKELY     PIC X(008)         VALUE SPACES.
           05  WS-SNIF-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-SNIF-MSG        PIC X(008)         VALUE SPACES.
           05  WS-SNIF-INSERT     PIC X(060)         VALUE SPACES.
           05  WS-ANOM-FNAME      PIC X(040)      VALUE 'cs01a.anom'.
           05  WS-REJ2-FNAME      PIC X(040)      VALUE 'cs01a.rej2'.
           05  WS-AUDIT-KEYS      PIC X(160)         VALUE SPACES.
           05  CAL-HIT            PIC 9(003) COMP    VALUE 0.
           05  GAP-FROM-DISP      PIC 9(008)         VALUE 0.
           05  GAP-TO-DISP        PIC 9(008)         VALUE 0.
           05  WS-PHAS-FNAME      PIC X(040)      VALUE 'cs01a.phas'.
           05  WS-LIN-LINE        PIC X(200)         VALUE SPACES.

      * The dive profile: the log broken into contiguous descent,
      * ascent, and level phases.  A reading-to-reading change
      * inside the level band counts as level, so sensor jitter on
      * a hover does not chop it into a hundred one-reading phases.
       01  PHASE-AREAS.
           05  PHS-LEVEL-BAND     PIC 9(008) COMP    VALUE 0.
           05  PHS-DELTA          PIC S9(009) COMP   VALUE 0.
           05  PHS-STEP-DIR       PIC X(001)         VALUE SPACE.
           05  PHS-CURR-DIR       PIC X(001)         VALUE SPACE.
               88  PHS-NONE-OPEN                     VALUE SPACE.
               88  PHS-DESCENT                       VALUE 'D'.
               88  PHS-ASCENT                        VALUE 'A'.
               88  PHS-LEVEL                         VALUE 'L'.
           05  PHS-NUM            PIC 9(008) COMP    VALUE 0.
           05  PHS-FROM-REC       PIC 9(009) COMP    VALUE 0.
           05  PHS-TO-REC         PIC 9(009) COMP    VALUE 0.
           05  PHS-FROM-DEPTH     PIC 9(008)         VALUE 0.
           05  PHS-TO-DEPTH       PIC 9(008)         VALUE 0.
           05  PHS-NET            PIC S9(009) COMP   VALUE 0.
           05  PHS-LEN            PIC 9(009) COMP    VALUE 0.
           05  PHS-STEPS          PIC 9(009) COMP-3  VALUE 0.
           05  PHS-RATE           PIC 9(007)V9(003) COMP-3 VALUE 0.
           05  PHS-DESC-COUNT     PIC 9(008) COMP    VALUE 0.
           05  PHS-ASC-COUNT      PIC 9(008) COMP    VALUE 0.
           05  PHS-LVL-COUNT      PIC 9(008) COMP    VALUE 0.
           05  PHS-LONG-LEN       PIC 9(009) COMP    VALUE 0.
           05  PHS-LONG-LINE      PIC X(160)         VALUE SPACES.
           05  PHS-STEEP-RATE     PIC 9(007)V9(003) COMP-3 VALUE 0.
           05  PHS-STEEP-LINE     PIC X(160)         VALUE SPACES.
           05  PHS-LINE           PIC X(160)         VALUE SPACES.
           05  PHS-TYPE-DISP      PIC X(007)         VALUE SPACES.
           05  PHS-NUM-DISP       PIC 9(006)         VALUE 0.
           05  PHS-FROM-DISP      PIC 9(010)         VALUE 0.
           05  PHS-TO-DISP        PIC 9(010)         VALUE 0.
           05  PHS-NET-DISP       PIC +9(008).
           05  PHS-LEN-DISP       PIC 9(010)         VALUE 0.
           05  PHS-RATE-DISP      PIC 9(007).9(003).
           05  PHS-COUNT-DISP     PIC 9(008)         VALUE 0.

      * The vendor's calibration table: per effective record range,
      * the additive bias and the multiplicative scale the towfish
           05  PREV-COVERED-SW    PIC X(001)         VALUE 'Y'.
               88  PREV-COVERED                      VALUE 'Y'
                                                     FALSE 'N'.
           05  PHAS-SW            PIC X(001)         VALUE 'N'.
               88  PHASE-MODE                        VALUE 'Y'
                                                     FALSE 'N'.

       Procedure Division.
           DISPLAY MYNAME SPACE FUNCTION CURRENT-DATE
           IF NOT REJIN-MODE
               AND WS-ASSIGN-NAME NOT = '/dev/stdin'
               PERFORM 0200-CHECK-THE-ENVELOPE
               PERFORM 0250-CHECK-THE-CONTENT
           END-IF

           IF CALIB-MODE
               OPEN OUTPUT ANOM-DATA
           END-IF

           IF PHASE-MODE
               PERFORM 2600-OPEN-PHASE-REPORT
           END-IF

           PERFORM 8010-READ-INPT-DATA
           MOVE CURR-DEPTH TO HOLD-DEPTH
           MOVE CURR-RAW   TO HOLD-RAW
             IF ANOMALY-MODE AND WS-REC-COUNT > 1
                 PERFORM 2020-CHECK-FOR-ANOMALY
             END-IF
             IF PHASE-MODE AND WS-REC-COUNT > 1
                 PERFORM 2610-TRACK-THE-PHASE
             END-IF
             MOVE CURR-DEPTH TO HOLD-DEPTH
             MOVE CURR-RAW   TO HOLD-RAW
             PERFORM 8010-READ-INPT-DATA
               DISPLAY MYNAME ' anomalies written ' WS-ANOM-COUNT
           END-IF

           IF PHASE-MODE
               PERFORM 2650-FINISH-PHASE-REPORT
           END-IF

           IF REJIN-MODE
               CLOSE REJIN-DATA
           ELSE
      * of them is opened.
       0150-APPLY-ENV-PREFIX.
           CALL 'csenvfn' USING WS-ANOM-FNAME END-CALL
           CALL 'csenvfn' USING WS-PHAS-FNAME END-CALL
           CALL 'csenvfn' USING WS-REJ2-FNAME END-CALL
           .

           END-EVALUATE
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
      *          analyzed
                 MOVE WS-CLI-VAL TO WS-CALB-NAME
                 SET CALIB-MODE TO TRUE
             WHEN 'PHASES'
      *          dive profile: Y, or the width of the level band in
      *          depth units -- a reading-to-reading change no
      *          bigger than the band is treated as holding depth
                 EVALUATE TRUE
                   WHEN FUNCTION UPPER-CASE(WS-CLI-VAL) = 'Y'
                       MOVE 0 TO PHS-LEVEL-BAND
                       SET PHASE-MODE TO TRUE
                   WHEN FUNCTION TEST-NUMVAL(WS-CLI-VAL) = 0
                       MOVE FUNCTION NUMVAL(WS-CLI-VAL)
                         TO PHS-LEVEL-BAND
                       SET PHASE-MODE TO TRUE
                   WHEN OTHER
                       DISPLAY
                         MYNAME ' warning - PHASES must be Y or a'
                         ' level band, profile not produced'
                 END-EVALUATE
             WHEN 'REJIN'
      *          resubmission: FILE= names a repaired reject file
      *          whose records carry the <pgm>.rej layout, so strip
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * Dive profile for the dive officers.  Each reading-to-reading
      * change is classed as descent (depth grows), ascent (depth
      * shrinks), or level (inside the level band); a run of changes
      * in one class is one phase.  Neighbouring phases share their
      * boundary reading, so a phase's start is the previous phase's
      * end.  Phases are written to cs01a.phas as they close, and
      * the longest and the steepest are flagged at the end of the
      * listing -- what used to be hand-marked on the depth printout.
      *----------------------------------------------------------------
       2600-OPEN-PHASE-REPORT.
           OPEN OUTPUT PHAS-DATA
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cslinhd' USING
             MYNAME
             WS-RUN-ID
             WS-ASSIGN-NAME
             WS-LIN-LINE
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           WRITE PHAS-DATA-REC FROM WS-LIN-LINE
           MOVE PHS-LEVEL-BAND TO PHS-COUNT-DISP
           MOVE SPACES TO PHAS-DATA-REC
           STRING
             'DIVE PROFILE LEVEL-BAND='  DELIMITED SIZE
             PHS-COUNT-DISP              DELIMITED SIZE
             INTO PHAS-DATA-REC
           END-STRING
           WRITE PHAS-DATA-REC
           .

       2610-TRACK-THE-PHASE.
           COMPUTE PHS-DELTA = CURR-DEPTH - HOLD-DEPTH
           EVALUATE TRUE
             WHEN PHS-DELTA > PHS-LEVEL-BAND
                 MOVE 'D' TO PHS-STEP-DIR
             WHEN PHS-DELTA < (0 - PHS-LEVEL-BAND)
                 MOVE 'A' TO PHS-STEP-DIR
             WHEN OTHER
                 MOVE 'L' TO PHS-STEP-DIR
           END-EVALUATE

           IF PHS-STEP-DIR NOT = PHS-CURR-DIR
               IF NOT PHS-NONE-OPEN
                   PERFORM 2620-CLOSE-THE-PHASE
               END-IF
               MOVE PHS-STEP-DIR TO PHS-CURR-DIR
               COMPUTE PHS-FROM-REC = WS-REC-COUNT - 1
               MOVE HOLD-DEPTH TO PHS-FROM-DEPTH
           END-IF
           MOVE WS-REC-COUNT TO PHS-TO-REC
           MOVE CURR-DEPTH   TO PHS-TO-DEPTH
           .

      * Write the phase just ended and see whether it is the
      * longest or steepest so far; on a tie the earlier phase
      * keeps the flag.  Steepness is net change per reading step,
      * and a level phase is never the steepest.
       2620-CLOSE-THE-PHASE.
           ADD 1 TO PHS-NUM
           COMPUTE PHS-NET = PHS-TO-DEPTH - PHS-FROM-DEPTH
           COMPUTE PHS-LEN = PHS-TO-REC - PHS-FROM-REC + 1
      *    packed operands throughout: the same mixed binary/packed
      *    trap as the calibration arithmetic loses the quotient
      *    otherwise
           IF PHS-NET < 0
               COMPUTE PHS-RATE = 0 - PHS-NET
           ELSE
               MOVE PHS-NET TO PHS-RATE
           END-IF
           COMPUTE PHS-STEPS = PHS-LEN - 1
           DIVIDE PHS-STEPS INTO PHS-RATE ROUNDED
           EVALUATE TRUE
             WHEN PHS-DESCENT
                 MOVE 'DESCENT' TO PHS-TYPE-DISP
                 ADD 1 TO PHS-DESC-COUNT
             WHEN PHS-ASCENT
                 MOVE 'ASCENT'  TO PHS-TYPE-DISP
                 ADD 1 TO PHS-ASC-COUNT
             WHEN OTHER
                 MOVE 'LEVEL'   TO PHS-TYPE-DISP
                 ADD 1 TO PHS-LVL-COUNT
           END-EVALUATE

           MOVE PHS-NUM      TO PHS-NUM-DISP
           MOVE PHS-FROM-REC TO PHS-FROM-DISP
           MOVE PHS-TO-REC   TO PHS-TO-DISP
           MOVE PHS-NET      TO PHS-NET-DISP
           MOVE PHS-LEN      TO PHS-LEN-DISP
           MOVE PHS-RATE     TO PHS-RATE-DISP
           MOVE SPACES TO PHS-LINE
           STRING
             'PHASE='                  DELIMITED SIZE
             PHS-NUM-DISP              DELIMITED SIZE
             ' TYPE='                  DELIMITED SIZE
             PHS-TYPE-DISP             DELIMITED SIZE
             ' FROM='                  DELIMITED SIZE
             PHS-FROM-DISP             DELIMITED SIZE
             ' TO='                    DELIMITED SIZE
             PHS-TO-DISP               DELIMITED SIZE
             ' START='                 DELIMITED SIZE
             PHS-FROM-DEPTH            DELIMITED SIZE
             ' END='                   DELIMITED SIZE
             PHS-TO-DEPTH              DELIMITED SIZE
             ' NET='                   DELIMITED SIZE
             PHS-NET-DISP              DELIMITED SIZE
             ' READINGS='              DELIMITED SIZE
             PHS-LEN-DISP              DELIMITED SIZE
             ' RATE='                  DELIMITED SIZE
             PHS-RATE-DISP             DELIMITED SIZE
             INTO PHS-LINE
           END-STRING
           WRITE PHAS-DATA-REC FROM PHS-LINE

           IF PHS-LEN > PHS-LONG-LEN
               MOVE PHS-LEN  TO PHS-LONG-LEN
               MOVE PHS-LINE TO PHS-LONG-LINE
           END-IF
           IF NOT PHS-LEVEL AND PHS-RATE > PHS-STEEP-RATE
               MOVE PHS-RATE TO PHS-STEEP-RATE
               MOVE PHS-LINE TO PHS-STEEP-LINE
           END-IF
           .

       2650-FINISH-PHASE-REPORT.
           IF NOT PHS-NONE-OPEN
               PERFORM 2620-CLOSE-THE-PHASE
           END-IF
           MOVE SPACES TO PHAS-DATA-REC
           WRITE PHAS-DATA-REC
           IF PHS-NUM = 0
               MOVE 'NO PHASES - fewer than two readings'
                 TO PHAS-DATA-REC
               WRITE PHAS-DATA-REC
           ELSE
               MOVE SPACES TO PHAS-DATA-REC
               STRING
                 'LONGEST  '               DELIMITED SIZE
                 PHS-LONG-LINE             DELIMITED SIZE
                 INTO PHAS-DATA-REC
               END-STRING
               WRITE PHAS-DATA-REC
               MOVE SPACES TO PHAS-DATA-REC
               IF PHS-STEEP-LINE = SPACES
                   MOVE 'STEEPEST none - the whole log held level'
                     TO PHAS-DATA-REC
               ELSE
                   STRING
                     'STEEPEST '               DELIMITED SIZE
                     PHS-STEEP-LINE            DELIMITED SIZE
                     INTO PHAS-DATA-REC
                   END-STRING
               END-IF
               WRITE PHAS-DATA-REC
           END-IF
           MOVE PHS-NUM        TO PHS-NUM-DISP
           MOVE PHS-DESC-COUNT TO PHS-FROM-DISP
           MOVE PHS-ASC-COUNT  TO PHS-TO-DISP
           MOVE PHS-LVL-COUNT  TO PHS-LEN-DISP
           MOVE SPACES TO PHS-LINE
           STRING
             'PHASES='                 DELIMITED SIZE
             PHS-NUM-DISP              DELIMITED SIZE
             ' DESCENT='               DELIMITED SIZE
             PHS-FROM-DISP             DELIMITED SIZE
             ' ASCENT='                DELIMITED SIZE
             PHS-TO-DISP               DELIMITED SIZE
             ' LEVEL='                 DELIMITED SIZE
             PHS-LEN-DISP              DELIMITED SIZE
             INTO PHS-LINE
           END-STRING
           WRITE PHAS-DATA-REC FROM PHS-LINE
           CLOSE PHAS-DATA
           DISPLAY
             MYNAME ' dive profile phases ' PHS-NUM
             ' descent ' PHS-DESC-COUNT
             ' ascent ' PHS-ASC-COUNT
             ' level ' PHS-LVL-COUNT
           IF PHS-NUM > 0
               DISPLAY MYNAME ' longest  ' PHS-LONG-LINE(1:100)
               DISPLAY MYNAME ' steepest ' PHS-STEEP-LINE(1:100)
           END-IF
           .

       8010-READ-INPT-DATA.
           INITIALIZE WS-INPT-DATA
           IF REJIN-MODE

           MOVE WS-COUNT-RAW   TO WS-COUNT-RAW-DISP
           MOVE WS-UNCOV-COUNT TO WS-UNCOV-DISP
           MOVE PHS-NUM        TO PHS-COUNT-DISP
           STRING
             ' INCREASES='             DELIMITED SIZE
             WS-COUNT-DISP             DELIMITED SIZE
             ' PHASES='                DELIMITED SIZE
             PHS-COUNT-DISP            DELIMITED SIZE
             ' RAWINC='                DELIMITED SIZE
             WS-COUNT-RAW-DISP         DELIMITED SIZE
             ' UNCAL='                 DELIMITED SIZE
