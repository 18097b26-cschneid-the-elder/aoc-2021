      * configurable count of retained archives, and before an old
      * archive ages off folds it into a monthly roll-up report
      * (runs per program per month, warn/fail counts) appended to
      * csarollup.rpt.  An archive holding even one record of work
      * under a legal hold in force in the cshold.cat register -- by
      * the record's program, its RUNID=, or its date -- is neither
      * rolled up nor deleted; it stays on file and is listed as
      * held with the hold reference.
      *
       Program-ID. csarot.
       Environment Division.
           05  ROLL-FOUND         PIC 9(003) COMP    VALUE 0.
           05  WS-AGED-DISP       PIC 9(008)         VALUE 0.
           05  WS-ARCH-DISP       PIC 9(008)         VALUE 0.
           05  WS-HELD-COUNT      PIC 9(003) COMP    VALUE 0.
           05  WS-HELD-DISP       PIC 9(008)         VALUE 0.

       01  LEGAL-HOLD-AREAS.
           05  WS-LEGAL-ACT       PIC X(001)         VALUE 'C'.
           05  WS-LEGAL-PGM       PIC X(008)         VALUE SPACES.
           05  WS-LEGAL-RUNID     PIC X(017)         VALUE SPACES.
           05  WS-LEGAL-DATE      PIC X(008)         VALUE SPACES.
           05  WS-LEGAL-REF       PIC X(012)         VALUE SPACES.
           05  WS-LEGAL-STATUS    PIC X(010)         VALUE SPACES.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           IF WS-AGE-OFF-COUNT > 0
               PERFORM VARYING ARCH-IDX FROM 1 BY 1
               UNTIL ARCH-IDX > WS-AGE-OFF-COUNT
                 PERFORM 3500-CHECK-LEGAL-HOLD
                 IF WS-LEGAL-REF NOT = SPACES
                     ADD 1 TO WS-HELD-COUNT
                     DISPLAY
                       MYNAME ' held     ' ARCH-FILE(ARCH-IDX)(1:30)
                       ' legal hold ' WS-LEGAL-REF
                 ELSE
                     PERFORM 4000-ROLL-UP-ONE-ARCHIVE
                     PERFORM 4500-DELETE-ONE-ARCHIVE
                     ADD 1 TO WS-AGED-COUNT
                 END-IF
               END-PERFORM
               IF WS-AGED-COUNT > 0
                   PERFORM 5000-WRITE-ROLLUP-REPORT
               END-IF
           END-IF

           DISPLAY MYNAME ' ----------------------------------------'
           DISPLAY MYNAME ' archives on file ' ARCH-COUNT
           DISPLAY MYNAME ' archives aged off ' WS-AGED-COUNT
           DISPLAY MYNAME ' archives held     ' WS-HELD-COUNT

           PERFORM 9000-WRITE-AUDIT-LOG
           PERFORM 9900-DISPLAY-SUMMARY
           END-IF
           .

      *----------------------------------------------------------------
      * Before an archive ages off, every record in it is put to the
      * legal-hold register: program from columns 1-8, date from the
      * timestamp, run id from the RUNID= token.  The first record
      * under a hold in force keeps the whole archive.
      *----------------------------------------------------------------
       3500-CHECK-LEGAL-HOLD.
           MOVE SPACES TO WS-LEGAL-REF
           MOVE ARCH-FILE(ARCH-IDX) TO WS-ARCH-NAME
           MOVE 'N' TO ARCH-EOF-SW
           OPEN INPUT ARCH-DATA
           IF WS-ARCH-STAT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM 8020-READ-ARCH-DATA
           PERFORM UNTIL ARCH-EOF OR WS-LEGAL-REF NOT = SPACES
             PERFORM 3510-CHECK-ONE-LINE
             PERFORM 8020-READ-ARCH-DATA
           END-PERFORM
           CLOSE ARCH-DATA
           .

       3510-CHECK-ONE-LINE.
           MOVE ARCH-DATA-REC(1:8) TO WS-LEGAL-PGM
           IF ARCH-DATA-REC(10:8) NUMERIC
               MOVE ARCH-DATA-REC(10:8) TO WS-LEGAL-DATE
           ELSE
               MOVE SPACES TO WS-LEGAL-DATE
           END-IF
           MOVE SPACES TO WS-LEGAL-RUNID
           SET HIST-PTR TO 32
           PERFORM UNTIL HIST-PTR > LENGTH OF ARCH-DATA-REC
             MOVE SPACES TO HIST-TOKEN
             UNSTRING ARCH-DATA-REC DELIMITED BY SPACE
               INTO HIST-TOKEN
               WITH POINTER HIST-PTR
             END-UNSTRING
             IF HIST-TOKEN(1:6) = 'RUNID='
                 MOVE HIST-TOKEN(7:17) TO WS-LEGAL-RUNID
             END-IF
           END-PERFORM

           MOVE 'C' TO WS-LEGAL-ACT
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cshold' USING
             WS-LEGAL-ACT
             WS-LEGAL-PGM
             WS-LEGAL-RUNID
             WS-LEGAL-DATE
             WS-LEGAL-REF
             WS-LEGAL-STATUS
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           .

      *----------------------------------------------------------------
      * Fold one about-to-age-off archive into the per-program,
      * per-month accumulators.  The month comes from the line's
           MOVE RETURN-CODE TO WS-RC-DISP
           MOVE ARCH-COUNT    TO WS-ARCH-DISP
           MOVE WS-AGED-COUNT TO WS-AGED-DISP
           MOVE WS-HELD-COUNT TO WS-HELD-DISP
           STRING
             ' ARCHIVES='              DELIMITED SIZE
             WS-ARCH-DISP              DELIMITED SIZE
             ' AGED='                  DELIMITED SIZE
             WS-AGED-DISP              DELIMITED SIZE
             ' HELD='                  DELIMITED SIZE
             WS-HELD-DISP              DELIMITED SIZE
             ' RC='                    DELIMITED SIZE
             WS-RC-DISP                DELIMITED SIZE
             ' RUNID='                 DELIMITED SIZE
