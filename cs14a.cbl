      * same pair-counting table cs14b uses - every adjacent pair's
      * running count, rather than the literal polymer, so the number
      * of steps no longer costs memory.
      *
      * Goal seek answers the reverse question: how many steps until
      * the polymer reaches GOALLEN=n elements, or until element E
      * makes up more than p percent of it (GOALSHARE=E:p).  The
      * pair counts are stepped until every target given has been
      * crossed, or until CEILING=n steps (default 100), or until
      * one more step could overflow the counts.  The step each
      * target is crossed at is reported with the polymer length and
      * every element's count and share at that step.  A resume is
      * refused in goal seek, since a crossing before the checkpoint
      * would be missed.
      *
       Program-ID. cs14a.
       Environment Division.
           05  LMNT-DIF           PIC 9(018) COMP    VALUE 0.
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
           05  LMNT-CT-DISP       PIC 9(018)         VALUE 0.
           05  POLY-PAIR-CT-DISP  PIC 9(018)         VALUE 0.

      * Goal-seek targets and where they were crossed.
       01  GOAL-AREAS.
           05  GOAL-CEILING       PIC 9(009) COMP    VALUE 100.
           05  GOAL-TARGET-LEN    PIC 9(018) COMP    VALUE 0.
           05  GOAL-SHARE-LMNT    PIC X(001)         VALUE SPACE.
           05  GOAL-SHARE-PCT     PIC 9(003)V99      VALUE 0.
           05  GOAL-SHARE-VAL     PIC X(020)         VALUE SPACES.
           05  GOAL-LENGTH        PIC 9(018) COMP    VALUE 0.
           05  GOAL-LENGTH-SAFE   PIC 9(018) COMP
                                  VALUE 499999999999999999.
           05  GOAL-LEN-STEP      PIC 9(009) COMP    VALUE 0.
           05  GOAL-SHR-STEP      PIC 9(009) COMP    VALUE 0.
           05  GOAL-SHR-IDX       PIC 9(009) COMP    VALUE 0.
           05  GOAL-SHR-NOW       PIC 9(003)V99      VALUE 0.
           05  GOAL-STEP-DISP     PIC 9(009)         VALUE 0.
           05  GOAL-AUDIT-PTR     PIC 9(004) COMP    VALUE 0.
           05  GOAL-LEN-DISP      PIC 9(018)         VALUE 0.
           05  GOAL-PCT-DISP      PIC ZZ9.99.
           05  GOAL-LEN-SW        PIC X(001)         VALUE 'N'.
               88  GOAL-LEN-WANTED                   VALUE 'Y'.
           05  GOAL-LEN-MET-SW    PIC X(001)         VALUE 'N'.
               88  GOAL-LEN-MET                      VALUE 'Y'.
           05  GOAL-SHR-SW        PIC X(001)         VALUE 'N'.
               88  GOAL-SHR-WANTED                   VALUE 'Y'.
           05  GOAL-SHR-MET-SW    PIC X(001)         VALUE 'N'.
               88  GOAL-SHR-MET                      VALUE 'Y'.
           05  GOAL-OVERFLOW-SW   PIC X(001)         VALUE 'N'.
               88  GOAL-OVERFLOW                     VALUE 'Y'.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           05  WS-START-TIME-R    REDEFINES WS-START-TIME.
               MOVE '/dev/stdin' TO WS-ASSIGN-NAME
           END-IF

           IF (GOAL-LEN-WANTED OR GOAL-SHR-WANTED)
               AND RESUME-REQUESTED
               DISPLAY
                 MYNAME ' warning - RESUME is not honoured in goal'
                 ' seek, starting at step 1'
               SET RESUME-REQUESTED TO FALSE
           END-IF

           DISPLAY MYNAME ' nb steps  ' NB-STEPS

           MOVE HIGH-VALUES TO RULE-TABLE

           IF WS-ASSIGN-NAME NOT = '/dev/stdin'
               PERFORM 0250-CHECK-THE-CONTENT
           END-IF

           OPEN INPUT INPT-DATA

           PERFORM 8010-READ-INPT-DATA
               PERFORM 7010-READ-CHECKPOINT
           END-IF

           IF GOAL-LEN-WANTED OR GOAL-SHR-WANTED
               PERFORM 2900-SEEK-THE-GOAL
           ELSE
               PERFORM 2000-CONSTRUCT-POLYMER
                 UNTIL STEP-COUNT >= NB-STEPS
           END-IF

           PERFORM 3000-COUNT-ELEMENTS

           CALL 'csenvfn' USING WS-CKPT-FNAME END-CALL
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
       1005-APPLY-CLI-TOKEN.
                 END-IF
             WHEN 'RUNID'
                 MOVE WS-CLI-VAL TO WS-RUN-ID
             WHEN 'GOALLEN'
                 IF FUNCTION TEST-NUMVAL(WS-CLI-VAL) = 0
                     AND FUNCTION NUMVAL(WS-CLI-VAL) >= 1
                     MOVE FUNCTION NUMVAL(WS-CLI-VAL)
                       TO GOAL-TARGET-LEN
                     SET GOAL-LEN-WANTED TO TRUE
                 ELSE
                     DISPLAY
                       MYNAME ' warning - GOALLEN must be a'
                       ' positive length, ignored'
                 END-IF
             WHEN 'GOALSHARE'
                 MOVE SPACES TO GOAL-SHARE-VAL
                 UNSTRING WS-CLI-VAL DELIMITED BY ':'
                   INTO GOAL-SHARE-LMNT GOAL-SHARE-VAL
                 END-UNSTRING
                 IF GOAL-SHARE-LMNT IS ALPHABETIC
                     AND GOAL-SHARE-LMNT NOT = SPACE
                     AND FUNCTION TEST-NUMVAL(GOAL-SHARE-VAL) = 0
                     AND FUNCTION NUMVAL(GOAL-SHARE-VAL) > 0
                     AND FUNCTION NUMVAL(GOAL-SHARE-VAL) < 100
                     MOVE FUNCTION NUMVAL(GOAL-SHARE-VAL)
                       TO GOAL-SHARE-PCT
                     MOVE FUNCTION UPPER-CASE(GOAL-SHARE-LMNT)
                       TO GOAL-SHARE-LMNT
                     SET GOAL-SHR-WANTED TO TRUE
                 ELSE
                     DISPLAY
                       MYNAME ' warning - GOALSHARE must be'
                       ' element:percent, under 100, ignored'
                 END-IF
             WHEN 'CEILING'
                 IF FUNCTION TEST-NUMVAL(WS-CLI-VAL) = 0
                     AND FUNCTION NUMVAL(WS-CLI-VAL) >= 1
                     MOVE FUNCTION NUMVAL(WS-CLI-VAL) TO GOAL-CEILING
                 ELSE
                     DISPLAY
                       MYNAME ' warning - CEILING must be a positive'
                       ' step count, keeping ' GOAL-CEILING
                 END-IF
             WHEN OTHER
                 DISPLAY
                  MYNAME
           SUBTRACT LMNT-MIN FROM LMNT-MAX GIVING LMNT-DIF
           .

      *----------------------------------------------------------------
      * Goal seek.  The targets are checked on the starting polymer
      * (step 0) and after every step; the run stops once all of
      * them are crossed, at the ceiling, or before a step that
      * could overflow the counts, which at most double per step.
      * NB-STEPS takes the ceiling so the periodic step report and
      * checkpoint fire on the ceiling step as they do in a normal
      * run.
      *----------------------------------------------------------------
       2900-SEEK-THE-GOAL.
           MOVE GOAL-CEILING TO NB-STEPS
           PERFORM 2910-CHECK-THE-GOAL
           PERFORM UNTIL (GOAL-LEN-MET OR NOT GOAL-LEN-WANTED)
                     AND (GOAL-SHR-MET OR NOT GOAL-SHR-WANTED)
             OR STEP-COUNT >= GOAL-CEILING
             OR GOAL-OVERFLOW
             IF GOAL-LENGTH > GOAL-LENGTH-SAFE
                 SET GOAL-OVERFLOW TO TRUE
             ELSE
                 PERFORM 2000-CONSTRUCT-POLYMER
                 PERFORM 2910-CHECK-THE-GOAL
             END-IF
           END-PERFORM

           MOVE STEP-COUNT TO GOAL-STEP-DISP
           IF GOAL-LEN-WANTED AND NOT GOAL-LEN-MET
               MOVE GOAL-TARGET-LEN TO GOAL-LEN-DISP
               DISPLAY
                 MYNAME ' goal length ' GOAL-LEN-DISP
                 ' NOT reached by step ' GOAL-STEP-DISP
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF GOAL-SHR-WANTED AND NOT GOAL-SHR-MET
               MOVE GOAL-SHARE-PCT TO GOAL-PCT-DISP
               DISPLAY
                 MYNAME ' goal share ' GOAL-SHARE-LMNT ' over '
                 GOAL-PCT-DISP '% NOT reached by step ' GOAL-STEP-DISP
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF GOAL-OVERFLOW
               DISPLAY
                 MYNAME ' goal seek stopped at step ' GOAL-STEP-DISP
                 ' - another step could overflow the counts'
           END-IF
           .

      * Length is the sum of the element counts; a share target is
      * crossed when the element's count is more than the given
      * percentage of that length.
       2910-CHECK-THE-GOAL.
           MOVE 0 TO GOAL-LENGTH GOAL-SHR-IDX
           PERFORM VARYING LMNT-IDX FROM 1 BY 1
           UNTIL LMNT-IDX > 26
           OR LMNT-VAL(LMNT-IDX) = SPACE
             ADD LMNT-CT(LMNT-IDX) TO GOAL-LENGTH
             IF LMNT-VAL(LMNT-IDX) = GOAL-SHARE-LMNT
                 MOVE LMNT-IDX TO GOAL-SHR-IDX
             END-IF
           END-PERFORM

           IF GOAL-LEN-WANTED AND NOT GOAL-LEN-MET
               AND GOAL-LENGTH >= GOAL-TARGET-LEN
               SET GOAL-LEN-MET TO TRUE
               MOVE STEP-COUNT TO GOAL-LEN-STEP GOAL-STEP-DISP
               MOVE GOAL-TARGET-LEN TO GOAL-LEN-DISP
               DISPLAY
                 MYNAME ' goal length ' GOAL-LEN-DISP
                 ' crossed at step ' GOAL-STEP-DISP
               PERFORM 2920-DISPLAY-GOAL-COUNTS
           END-IF

           IF GOAL-SHR-WANTED AND NOT GOAL-SHR-MET
               AND GOAL-SHR-IDX > 0 AND GOAL-LENGTH > 0
               IF LMNT-CT(GOAL-SHR-IDX) * 100
                 > GOAL-SHARE-PCT * GOAL-LENGTH
                   SET GOAL-SHR-MET TO TRUE
                   MOVE STEP-COUNT TO GOAL-SHR-STEP GOAL-STEP-DISP
                   MOVE GOAL-SHARE-PCT TO GOAL-PCT-DISP
                   DISPLAY
                     MYNAME ' goal share ' GOAL-SHARE-LMNT ' over '
                     GOAL-PCT-DISP '% crossed at step ' GOAL-STEP-DISP
                   PERFORM 2920-DISPLAY-GOAL-COUNTS
               END-IF
           END-IF
           .

       2920-DISPLAY-GOAL-COUNTS.
           MOVE GOAL-LENGTH TO GOAL-LEN-DISP
           DISPLAY MYNAME '   polymer length ' GOAL-LEN-DISP
           PERFORM VARYING LMNT-IDX FROM 1 BY 1
           UNTIL LMNT-IDX > 26
           OR LMNT-VAL(LMNT-IDX) = SPACE
             MOVE LMNT-CT(LMNT-IDX) TO LMNT-CT-DISP
             COMPUTE GOAL-SHR-NOW ROUNDED =
               LMNT-CT(LMNT-IDX) * 100 / GOAL-LENGTH
             MOVE GOAL-SHR-NOW TO GOAL-PCT-DISP
             DISPLAY
               MYNAME '   element ' LMNT-VAL(LMNT-IDX)
               ' count ' LMNT-CT-DISP ' share ' GOAL-PCT-DISP '%'
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Per-element counts at the common checkpoint step, to the
      * exchange file cs14v reconciles against the companion polymer
             WS-RUN-ID                 DELIMITED SPACE
             INTO WS-AUDIT-KEYS
           END-STRING
           IF GOAL-LEN-MET
               MOVE GOAL-LEN-STEP TO GOAL-STEP-DISP
               COMPUTE GOAL-AUDIT-PTR = FUNCTION LENGTH(
                 FUNCTION TRIM(WS-AUDIT-KEYS, TRAILING)) + 1
               STRING
                 ' LENSTEP='           DELIMITED SIZE
                 GOAL-STEP-DISP        DELIMITED SIZE
                 INTO WS-AUDIT-KEYS
                 WITH POINTER GOAL-AUDIT-PTR
               END-STRING
           END-IF
           IF GOAL-SHR-MET
               MOVE GOAL-SHR-STEP TO GOAL-STEP-DISP
               COMPUTE GOAL-AUDIT-PTR = FUNCTION LENGTH(
                 FUNCTION TRIM(WS-AUDIT-KEYS, TRAILING)) + 1
               STRING
                 ' SHARESTEP='         DELIMITED SIZE
                 GOAL-STEP-DISP        DELIMITED SIZE
                 INTO WS-AUDIT-KEYS
                 WITH POINTER GOAL-AUDIT-PTR
               END-STRING
           END-IF

           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'csauditw' USING
