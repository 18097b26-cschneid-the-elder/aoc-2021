      * cs13a.art as readable ASCII art alongside the console dump,
      * and the point table's coordinates are guarded against the
      * 2000x2000 ceiling instead of being trusted blindly.
      *
      * Before any folding starts the whole instruction list is
      * preflighted against the point set: a fold line carrying dots,
      * a fold above or left of the sheet's midline (its far side
      * longer than the part it folds onto), a fold beyond the sheet,
      * or a fold on an axis already collapsed to nothing goes to the
      * reject file, is left out of the folding, and the step ends
      * with a warning code.
      *
       Program-ID. cs13a.
       Environment Division.
           05  T-IDX              PIC 9(009) COMP    VALUE 0.
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
           05  CKPT-KEY           PIC X(020)         VALUE SPACES.
           05  CKPT-VAL           PIC X(060)         VALUE SPACES.
           05  CKPT-PTR           PIC 9(003) COMP    VALUE 1.
           05  PF-X-EXT           PIC 9(009) COMP    VALUE 0.
           05  PF-Y-EXT           PIC 9(009) COMP    VALUE 0.
           05  PF-EXT             PIC 9(009) COMP    VALUE 0.
           05  PF-LINE            PIC 9(009) COMP    VALUE 0.
           05  PF-IDX             PIC 9(009) COMP    VALUE 0.
           05  PF-PRIOR-IDX       PIC 9(009) COMP    VALUE 0.
           05  PF-MIRROR          PIC S9(009) COMP   VALUE 0.
           05  PF-SCAN-MAX        PIC 9(009) COMP    VALUE 0.
           05  PF-BAD-FOLDS       PIC 9(009) COMP    VALUE 0.
           05  PF-BAD-FOLDS-DISP  PIC 9(009)         VALUE 0.
           05  PF-SAVE-RECS       PIC 9(009) COMP    VALUE 0.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           05  RESUME-SW          PIC X(001)         VALUE 'N'.
               88  RESUME-REQUESTED                  VALUE 'Y'
                                                     FALSE 'N'.
           05  PF-FOLD-BAD-SW     PIC X(001)         VALUE 'N'.
               88  PF-FOLD-BAD                       VALUE 'Y'
                                                     FALSE 'N'.
           05  PF-DOTS-SW         PIC X(001)         VALUE 'N'.
               88  PF-DOTS-ON-LINE                   VALUE 'Y'
                                                     FALSE 'N'.

       01  POINT-TABLE EXTERNAL.
           05  POINT-Y OCCURS 2000.
           05  FOLDS OCCURS 20.
               10  FOLD-AXIS      PIC X(001).
               10  FOLD-LINE      PIC 9(009) COMP.
               10  FOLD-REC-NO    PIC 9(009) COMP.
               10  FOLD-EXT       PIC 9(009) COMP.
               10  FOLD-IMAGE     PIC X(080).
               10  FOLD-REJECT-SW PIC X(001).
                   88  FOLD-REJECTED                 VALUE 'Y'.

      * Fold-line positions on the original sheet that a later fold
      * line maps back to once the earlier folds are undone.
       01  PF-MARK-TABLE.
           05  PF-MARK OCCURS 2000 PIC X(001).

       Procedure Division.
           DISPLAY MYNAME SPACE CURRENT-DATE

           MOVE ALL '.' TO POINT-TABLE

           IF WS-ASSIGN-NAME NOT = '/dev/stdin'
               PERFORM 0250-CHECK-THE-CONTENT
           END-IF

           OPEN INPUT INPT-DATA

           PERFORM 8010-READ-INPT-DATA
           DISPLAY MYNAME ' initial x max ' X-MAX
           DISPLAY MYNAME ' initial y max ' Y-MAX

           PERFORM 1500-PREFLIGHT-FOLDS

           IF RESUME-REQUESTED
               PERFORM 7010-READ-CHECKPOINT
           END-IF
               MOVE 4 TO RETURN-CODE
           END-IF

      *    the folds that passed preflight were made, but one that
      *    failed makes the transparency suspect
           IF PF-BAD-FOLDS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 9000-WRITE-AUDIT-LOG
           PERFORM 9900-DISPLAY-SUMMARY
           GOBACK.
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
       1010-APPLY-CLI-TOKEN.
                  END-UNSTRING
                  ADD 1 TO FOLD-MAX
                  MOVE FOLD-HDR(12:1) TO FOLD-AXIS(FOLD-MAX)
                  MOVE WS-REC-COUNT TO FOLD-REC-NO(FOLD-MAX)
                  MOVE WS-INPT-DATA TO FOLD-IMAGE(FOLD-MAX)
                  IF TEST-NUMVAL(FOLD-LINE-X) = 0
                      COMPUTE FOLD-LINE(FOLD-MAX) =
                        NUMVAL(FOLD-LINE-X) + 1
                  IF X-IDX > X-MAX
                      MOVE X-IDX TO X-MAX
                  END-IF
                  IF Y-IDX > PF-Y-EXT
                      MOVE Y-IDX TO PF-Y-EXT
                  END-IF
                  IF X-IDX > PF-X-EXT
                      MOVE X-IDX TO PF-X-EXT
                  END-IF
           END-EVALUATE

           INITIALIZE WS-INPT
           PERFORM 8010-READ-INPT-DATA
           .

      * Walk the whole instruction list against the point set as
      * loaded, carrying each axis's sheet extent forward the way the
      * folds themselves will.  The sheet starts at the dots' extent;
      * a fold leaves the part above or left of its line.  A rejected
      * fold is not applied, so it does not move the extent either.
       1500-PREFLIGHT-FOLDS.
           MOVE 0 TO PF-BAD-FOLDS
           PERFORM VARYING PF-IDX FROM 1 BY 1
           UNTIL PF-IDX > FOLD-MAX
             SET PF-FOLD-BAD TO FALSE
             MOVE FOLD-LINE(PF-IDX) TO PF-LINE
             IF FOLD-AXIS(PF-IDX) = 'x'
                 MOVE PF-X-EXT TO PF-EXT
             ELSE
                 MOVE PF-Y-EXT TO PF-EXT
             END-IF
             MOVE PF-EXT TO FOLD-EXT(PF-IDX)

             EVALUATE TRUE
               WHEN PF-EXT = 0
                   MOVE 'AXIS COLLAPSED' TO WS-REJ-REASON
                   PERFORM 1590-REJECT-FOLD
               WHEN PF-LINE > PF-EXT
                   MOVE 'FOLD OUTSIDE SHEET' TO WS-REJ-REASON
                   PERFORM 1590-REJECT-FOLD
               WHEN PF-EXT > (PF-LINE * 2) - 1
                   MOVE 'FOLD PAST MIDLINE' TO WS-REJ-REASON
                   PERFORM 1590-REJECT-FOLD
             END-EVALUATE

             IF PF-EXT > 0 AND PF-LINE <= PF-EXT
                 PERFORM 1510-MARK-FOLD-LINE
                 PERFORM 1520-SCAN-FOLD-LINE
                 IF PF-DOTS-ON-LINE
                     MOVE 'FOLD LINE HAS DOTS' TO WS-REJ-REASON
                     PERFORM 1590-REJECT-FOLD
                 END-IF
             END-IF

             EVALUATE TRUE
               WHEN PF-FOLD-BAD
                   ADD 1 TO PF-BAD-FOLDS
                   MOVE 'Y' TO FOLD-REJECT-SW(PF-IDX)
               WHEN FOLD-AXIS(PF-IDX) = 'x'
                   COMPUTE PF-X-EXT = PF-LINE - 1
               WHEN OTHER
                   COMPUTE PF-Y-EXT = PF-LINE - 1
             END-EVALUATE
           END-PERFORM

           IF PF-BAD-FOLDS > 0
               DISPLAY
                 MYNAME ' warning - ' PF-BAD-FOLDS
                 ' fold instruction(s) failed preflight'
           END-IF
           .

      * Undo the earlier applied folds on the same axis, newest
      * first: each marked position below an earlier fold line also
      * stands for its mirror image beyond that line, as long as the
      * mirror was on the sheet when that fold was made.
       1510-MARK-FOLD-LINE.
           MOVE ALL 'N' TO PF-MARK-TABLE
           MOVE 'Y' TO PF-MARK(PF-LINE)
           MOVE PF-LINE TO PF-SCAN-MAX
           PERFORM VARYING PF-PRIOR-IDX FROM PF-IDX BY -1
           UNTIL PF-PRIOR-IDX <= 1
             IF FOLD-AXIS(PF-PRIOR-IDX - 1) = FOLD-AXIS(PF-IDX)
                 AND NOT FOLD-REJECTED(PF-PRIOR-IDX - 1)
                 PERFORM VARYING X-IDX FROM 1 BY 1
                 UNTIL X-IDX >= FOLD-LINE(PF-PRIOR-IDX - 1)
                   IF PF-MARK(X-IDX) = 'Y'
                       COMPUTE PF-MIRROR =
                         (FOLD-LINE(PF-PRIOR-IDX - 1) * 2) - X-IDX
                       IF PF-MIRROR <= FOLD-EXT(PF-PRIOR-IDX - 1)
                           AND PF-MIRROR <= POINT-TABLE-MAX
                           MOVE 'Y' TO PF-MARK(PF-MIRROR)
                           IF PF-MIRROR > PF-SCAN-MAX
                               MOVE PF-MIRROR TO PF-SCAN-MAX
                           END-IF
                       END-IF
                   END-IF
                 END-PERFORM
             END-IF
           END-PERFORM
           .

      * Any dot in a marked column (x fold) or row (y fold) of the
      * original sheet lands on this fold's line.
       1520-SCAN-FOLD-LINE.
           SET PF-DOTS-ON-LINE TO FALSE
           PERFORM VARYING T-IDX FROM 1 BY 1
           UNTIL T-IDX > PF-SCAN-MAX OR PF-DOTS-ON-LINE
             IF PF-MARK(T-IDX) = 'Y'
                 IF FOLD-AXIS(PF-IDX) = 'x'
                     PERFORM VARYING Y-IDX FROM 1 BY 1
                     UNTIL Y-IDX > Y-MAX OR PF-DOTS-ON-LINE
                       IF POINT(Y-IDX,T-IDX) = '#'
                           SET PF-DOTS-ON-LINE TO TRUE
                       END-IF
                     END-PERFORM
                 ELSE
                     PERFORM VARYING X-IDX FROM 1 BY 1
                     UNTIL X-IDX > X-MAX OR PF-DOTS-ON-LINE
                       IF POINT(T-IDX,X-IDX) = '#'
                           SET PF-DOTS-ON-LINE TO TRUE
                       END-IF
                     END-PERFORM
                 END-IF
             END-IF
           END-PERFORM
           .

      * One reject per failed check, carrying the fold instruction's
      * own record number and image rather than the last record read.
       1590-REJECT-FOLD.
           SET PF-FOLD-BAD TO TRUE
           DISPLAY
             MYNAME ' warning - fold ' PF-IDX ' (record '
             FOLD-REC-NO(PF-IDX) ') ' WS-REJ-REASON
           MOVE FOLD-IMAGE(PF-IDX) TO WS-REJ-IMAGE
           MOVE WS-REC-COUNT TO PF-SAVE-RECS
           MOVE FOLD-REC-NO(PF-IDX) TO WS-REC-COUNT
           PERFORM 9100-WRITE-REJECT
           MOVE PF-SAVE-RECS TO WS-REC-COUNT
           .

       2000-PROCESS-INPUT.
           IF FOLD-REJECTED(FOLD-IDX)
               DISPLAY
                 MYNAME ' fold ' FOLD-IDX
                 ' failed preflight and is not applied'
               EXIT PARAGRAPH
           END-IF

           IF PROCESS-TEST
               DISPLAY MYNAME ' before'
               CALL 'pointdmp' USING
           MOVE RETURN-CODE TO WS-RC-DISP
           MOVE DOT-COUNT      TO DOT-COUNT-DISP
           MOVE WS-REC-COUNT   TO WS-REC-COUNT-DISP
           MOVE PF-BAD-FOLDS   TO PF-BAD-FOLDS-DISP

           STRING
             ' DOTS='                  DELIMITED SIZE
             DOT-COUNT-DISP            DELIMITED SIZE
             ' RECS='                  DELIMITED SIZE
             WS-REC-COUNT-DISP         DELIMITED SIZE
             ' BADFOLDS='              DELIMITED SIZE
             PF-BAD-FOLDS-DISP         DELIMITED SIZE
             ' CODE='                  DELIMITED SIZE
             WS-DECODED                DELIMITED SPACE
             ' RC='                    DELIMITED SIZE
