           05  TOTAL-SCORE-DISP   PIC 9(018)         VALUE 0.
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
           05  WS-RUN-ID          PIC X(017)         VALUE SPACES.
           05  FILE-SCORE-DISP    PIC 9(009)         VALUE 0.
           05  WS-REC-COUNT-DISP  PIC 9(009)         VALUE 0.
           05  WS-SUBS-TOKEN      PIC X(040)         VALUE SPACES.
           05  WS-SUBS-PREFIX     PIC X(040)         VALUE SPACES.
           05  WS-SUBS-TAG        PIC X(008)         VALUE SPACES.
           05  WS-SUBS-PTR        PIC 9(009) COMP    VALUE 0.
           05  WS-SUBS-HOLD       PIC X(4096)        VALUE SPACES.
           05  WS-FIX-OUT         PIC X(4096)        VALUE SPACES.
           05  SUBS-IDX           PIC 9(004) COMP    VALUE 0.
           05  SUBS-HIT           PIC 9(004) COMP    VALUE 0.
           05  SUBS-COUNT-DISP    PIC 9(004)         VALUE 0.
           05  SUBS-FLAG-DISP     PIC 9(004)         VALUE 0.
           05  LINE-CLASS         PIC X(001)         VALUE SPACE.
               88  LINE-CORRUPT                      VALUE 'C'.
               88  LINE-INCOMPLETE                   VALUE 'I'.
               88  LINE-CLEAN                        VALUE 'K'.
           05  THE-CHAR           PIC X(001)         VALUE SPACE.
               88  THE-CHAR-IS-OPEN                  VALUES
                                                     '(' '[' '{' '<'.
           05  REPAIR-SW          PIC X(001)         VALUE 'N'.
               88  REPAIR-MODE                       VALUE 'Y'
                                                     FALSE 'N'.
           05  SUBS-TAGGED-SW     PIC X(001)         VALUE 'N'.
               88  SUBS-TAGGED                       VALUE 'Y'
                                                     FALSE 'N'.
           05  SUBS-FULL-SW       PIC X(001)         VALUE 'N'.
               88  SUBS-TABLE-FULL                   VALUE 'Y'
                                                     FALSE 'N'.

      * Per-subsystem line counts for the quality history; the
      * layout is the one cssqhst takes.
       01  SUBS-HIST-AREA.
           05  SUBS-COUNT         PIC 9(004) COMP    VALUE 0.
           05  SUBS-RUNS          PIC 9(004) COMP    VALUE 5.
           05  SUBS-JUMP          PIC 9(003)V9       VALUE 5.0.
           05  SUBS-FLAGGED       PIC 9(004) COMP    VALUE 0.
           05  SUBS-ENTRY OCCURS 50 TIMES.
               10  SUBS-TAG       PIC X(008).
               10  SUBS-CORRUPT   PIC 9(007) COMP.
               10  SUBS-INCOMPLETE PIC 9(007) COMP.
               10  SUBS-CLEAN     PIC 9(007) COMP.

       01  STACK-TABLE.
           05  STACK OCCURS 256   PIC X(001).
           INITIALIZE TOTAL-SCORE-TBL
           MOVE 0 TO TOTAL-SUB

           IF WS-ASSIGN-NAME NOT = '/dev/stdin'
               PERFORM 0250-CHECK-THE-CONTENT
           END-IF

           OPEN INPUT INPT-DATA
           OPEN OUTPUT EXTR-DATA
           IF REPAIR-MODE
           WRITE XCHK-DATA-REC
           CLOSE XCHK-DATA

           IF SUBS-TAGGED
               PERFORM 7000-RECORD-SUBSYSTEM-HISTORY
           END-IF

           PERFORM 9000-WRITE-AUDIT-LOG
           PERFORM 9900-DISPLAY-SUMMARY
           GOBACK.
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
                 IF FUNCTION UPPER-CASE(WS-CLI-VAL) = 'Y'
                     SET REPAIR-MODE TO TRUE
                 END-IF
             WHEN 'TRENDRUNS'
      *          how many runs, this one included, the subsystem
      *          trend report looks back over
                 IF FUNCTION TEST-NUMVAL(WS-CLI-VAL) = 0
                     AND FUNCTION NUMVAL(WS-CLI-VAL) >= 2
                     AND FUNCTION NUMVAL(WS-CLI-VAL) <= 10
                     MOVE FUNCTION NUMVAL(WS-CLI-VAL) TO SUBS-RUNS
                 ELSE
                     DISPLAY
                       MYNAME ' warning - TRENDRUNS= must be 2 to 10,'
                       ' keeping ' SUBS-RUNS
                 END-IF
             WHEN 'TRENDJUMP'
      *          rise in corruption rate, in percentage points over
      *          the earlier runs' average, that flags a subsystem
                 IF FUNCTION TEST-NUMVAL(WS-CLI-VAL) = 0
                     AND FUNCTION NUMVAL(WS-CLI-VAL) > 0
                     AND FUNCTION NUMVAL(WS-CLI-VAL) <= 100
                     MOVE FUNCTION NUMVAL(WS-CLI-VAL) TO SUBS-JUMP
                 ELSE
                     DISPLAY
                       MYNAME ' warning - TRENDJUMP= must be a rise'
                       ' of more than 0 and at most 100 points'
                 END-IF
             WHEN 'RUNID'
                 MOVE WS-CLI-VAL TO WS-RUN-ID
             WHEN OTHER
             END-IF
           END-PERFORM

           EVALUATE TRUE
             WHEN BAD-RECORD      SET LINE-CORRUPT TO TRUE
             WHEN STACK-PTR > 0   SET LINE-INCOMPLETE TO TRUE
             WHEN OTHER           SET LINE-CLEAN TO TRUE
           END-EVALUATE
           PERFORM 1600-TALLY-SUBSYSTEM

           IF BAD-RECORD
               IF PROCESS-TEST
                   DISPLAY MYNAME ' expected close for '
               IF REPAIR-MODE
      *            corrupted lines are cs10a's repair to make;
      *            they ride through unchanged here
                   MOVE WS-INPT TO WS-FIX-OUT
                   PERFORM 8030-WRITE-FIXED-LINE
               END-IF
           ELSE
               IF REPAIR-MODE
           IF STACK-PTR > 0
               ADD 1 TO WS-CPL-COUNT
           END-IF
           MOVE WS-FIX-LINE TO WS-FIX-OUT
           PERFORM 8030-WRITE-FIXED-LINE
           .

       2000-COMPLETE-THE-LINE.
           WRITE EXTR-DATA-REC FROM EXTR-LINE
           .

      * One line's verdict against its subsystem.
       1600-TALLY-SUBSYSTEM.
           MOVE 0 TO SUBS-HIT
           PERFORM VARYING SUBS-IDX FROM 1 BY 1
           UNTIL SUBS-IDX > SUBS-COUNT OR SUBS-HIT > 0
             IF SUBS-TAG(SUBS-IDX) = WS-SUBS-TAG
                 MOVE SUBS-IDX TO SUBS-HIT
             END-IF
           END-PERFORM
           IF SUBS-HIT = 0
               IF SUBS-COUNT >= 50
                   IF NOT SUBS-TABLE-FULL
                       SET SUBS-TABLE-FULL TO TRUE
                       DISPLAY
                         MYNAME ' warning - more than 50 subsystem'
                         ' codes, ' WS-SUBS-TAG ' and later new codes'
                         ' not tracked'
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO SUBS-COUNT
               MOVE SUBS-COUNT TO SUBS-HIT
               MOVE WS-SUBS-TAG TO SUBS-TAG(SUBS-HIT)
               MOVE 0 TO SUBS-CORRUPT(SUBS-HIT)
                         SUBS-INCOMPLETE(SUBS-HIT)
                         SUBS-CLEAN(SUBS-HIT)
           END-IF
           EVALUATE TRUE
             WHEN LINE-CORRUPT    ADD 1 TO SUBS-CORRUPT(SUBS-HIT)
             WHEN LINE-INCOMPLETE ADD 1 TO SUBS-INCOMPLETE(SUBS-HIT)
             WHEN OTHER           ADD 1 TO SUBS-CLEAN(SUBS-HIT)
           END-EVALUATE
           .

      *----------------------------------------------------------------
      * This run's per-subsystem counts go onto the quality history
      * and the trend report comes back in this program's print
      * file.  A subsystem whose corruption rate jumped ends the run
      * RC 4 -- the engineers want to know which one is going bad.
      *----------------------------------------------------------------
       7000-RECORD-SUBSYSTEM-HISTORY.
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cssqhst' USING
             MYNAME
             WS-RUN-ID
             SUBS-HIST-AREA
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           MOVE SUBS-COUNT TO SUBS-COUNT-DISP
           MOVE SUBS-FLAGGED TO SUBS-FLAG-DISP
           DISPLAY
             MYNAME ' subsystems      ' SUBS-COUNT-DISP
             ', trend report in ' FUNCTION TRIM(MYNAME) '.rpt'
           IF SUBS-FLAGGED > 0
               DISPLAY
                 MYNAME ' subsystems with a corruption-rate jump '
                 SUBS-FLAG-DISP
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

       8010-READ-INPT-DATA.
           INITIALIZE WS-INPT-DATA
           READ INPT-DATA INTO WS-INPT-DATA
                    ' warning - record ' WS-REC-COUNT
                    ' filled the input buffer, data may be truncated'
               END-IF
               PERFORM 8015-STRIP-SUBSYSTEM-TAG
           END-READ

           .

      * The supplier may lead a line with SUBSYS=code to say which
      * navigation subsystem produced it.  The tag is no part of the
      * chunk syntax, so it comes off before the scan sees the line;
      * a line without one counts under UNTAGGED.
       8015-STRIP-SUBSYSTEM-TAG.
           MOVE 'UNTAGGED' TO WS-SUBS-TAG
           MOVE SPACES TO WS-SUBS-PREFIX
           IF WS-INPT(1:7) NOT = 'SUBSYS='
               EXIT PARAGRAPH
           END-IF
           SET SUBS-TAGGED TO TRUE
           MOVE SPACES TO WS-SUBS-TOKEN
           MOVE 1 TO WS-SUBS-PTR
           UNSTRING WS-INPT DELIMITED BY ALL SPACE
             INTO WS-SUBS-TOKEN
             WITH POINTER WS-SUBS-PTR
           END-UNSTRING
           MOVE WS-SUBS-TOKEN TO WS-SUBS-PREFIX
           IF WS-SUBS-TOKEN(8:8) NOT = SPACES
               MOVE WS-SUBS-TOKEN(8:8) TO WS-SUBS-TAG
           END-IF
           MOVE WS-INPT(WS-SUBS-PTR:) TO WS-SUBS-HOLD
           MOVE WS-SUBS-HOLD TO WS-INPT
           .

      * The corrected copy goes back to the supplier's pipeline, so a
      * tagged line keeps its tag there.
       8030-WRITE-FIXED-LINE.
           IF WS-SUBS-PREFIX = SPACES
               WRITE FIX-DATA-REC FROM WS-FIX-OUT
           ELSE
               MOVE SPACES TO FIX-DATA-REC
               STRING
                 WS-SUBS-PREFIX        DELIMITED SPACE
                 ' '                   DELIMITED SIZE
                 WS-FIX-OUT            DELIMITED SIZE
                 INTO FIX-DATA-REC
               END-STRING
               WRITE FIX-DATA-REC
           END-IF
           .

       9000-WRITE-AUDIT-LOG.
           MOVE SPACES TO WS-AUDIT-KEYS
           MOVE RETURN-CODE TO WS-RC-DISP
             TOTAL-SCORE-DISP          DELIMITED SIZE
             ' RECS='                  DELIMITED SIZE
             WS-REC-COUNT-DISP         DELIMITED SIZE
             ' SUBSYS='                DELIMITED SIZE
             SUBS-COUNT-DISP           DELIMITED SIZE
             ' JUMPED='                DELIMITED SIZE
             SUBS-FLAG-DISP            DELIMITED SIZE
             ' RC='                    DELIMITED SIZE
             WS-RC-DISP                DELIMITED SIZE
             ' RUNID='                 DELIMITED SIZE
