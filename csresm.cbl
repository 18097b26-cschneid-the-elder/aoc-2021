      * bound and range reads crawl.  This utility moves every row
      * older than the CUTOFF= date into year-stamped archive files
      * (csresmst.yyyy.arc, plain record images csresq can search
      * with ARCYEAR= and csannual reads alongside the master for
      * the annual operations report), rebuilds the remaining rows
      * into a freshly organized master, and only swaps the new
      * master in once the row counts reconcile: archived plus kept
      * must equal read.
      * The whole pass runs under the suite lock.  A purge takes a
      * year of results off the master, so only an operator holding
      * the SUPERVISOR role in the csoper.cat authorization file may
      * start one; a refusal is on the audit log under the operator.
      * A row older than the cutoff but under a legal hold in force
      * in the cshold.cat register stays on the master, where the
      * hold can see it, and is listed with its hold reference.
      *
      *   csresm "CUTOFF=20250101" ["OPERID=id"]
      *
       Program-ID. csresm.
       Environment Division.
           05  WS-READ-COUNT      PIC 9(008)         VALUE 0.
           05  WS-KEPT-COUNT      PIC 9(008)         VALUE 0.
           05  WS-ARCH-COUNT      PIC 9(008)         VALUE 0.
           05  WS-HELD-COUNT      PIC 9(008)         VALUE 0.
           05  WS-LOCK-ACT        PIC X(001)         VALUE SPACE.
           05  WS-LOCK-WAIT       PIC 9(004) COMP    VALUE 60.
           05  WS-LOCK-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-MSG-ID          PIC X(008)         VALUE SPACES.
           05  WS-MSG-INSERT      PIC X(060)         VALUE SPACES.
           05  WS-OPER-ID         PIC X(008)         VALUE SPACES.
           05  WS-OPER-ROLE       PIC X(010)         VALUE SPACES.
           05  WS-AUTHZ-ACT       PIC X(001)         VALUE SPACE.
           05  WS-AUTHZ-NEED      PIC X(010)         VALUE SPACES.
           05  WS-AUTHZ-WHAT      PIC X(040)         VALUE SPACES.

       01  LEGAL-HOLD-AREAS.
           05  WS-LEGAL-ACT       PIC X(001)         VALUE 'C'.
           05  WS-LEGAL-DATE      PIC X(008)         VALUE SPACES.
           05  WS-LEGAL-REF       PIC X(012)         VALUE SPACES.
           05  WS-LEGAL-STATUS    PIC X(010)         VALUE SPACES.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
       01  SWITCHES.
           05  RES-EOF-SW         PIC X(001)         VALUE 'N'.
               88  RES-EOF                           VALUE 'Y'.
           05  AUTHZ-SW           PIC X(001)         VALUE 'N'.
               88  AUTHZ-GRANTED                     VALUE 'Y'.

       Procedure Division.
           DISPLAY MYNAME SPACE FUNCTION CURRENT-DATE
               GOBACK
           END-IF

           PERFORM 0200-IDENTIFY-OPERATOR
           MOVE 'SUPERVISOR' TO WS-AUTHZ-NEED
           MOVE SPACES TO WS-AUTHZ-WHAT
           STRING
             'PURGE-BEFORE-'           DELIMITED SIZE
             WS-CUTOFF                 DELIMITED SIZE
             INTO WS-AUTHZ-WHAT
           END-STRING
           PERFORM 0210-CHECK-AUTHORITY
           IF NOT AUTHZ-GRANTED
               DISPLAY
                 MYNAME ' not authorized - master left untouched'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF

           MOVE 'E' TO WS-LOCK-ACT
           CALL 'cslock' USING
             WS-LOCK-ACT
           DISPLAY MYNAME ' rows read     ' WS-READ-COUNT
           DISPLAY MYNAME ' rows kept     ' WS-KEPT-COUNT
           DISPLAY MYNAME ' rows archived ' WS-ARCH-COUNT
           DISPLAY MYNAME ' rows held     ' WS-HELD-COUNT

           PERFORM 9000-WRITE-AUDIT-LOG
           PERFORM 9900-DISPLAY-SUMMARY
           CALL 'csenvfn' USING WS-NEW-FNAME END-CALL
           .

      * Who is at the console: OPERID= if given, else the CSOPERID
      * variable, else a prompt; the role comes from csoper.cat.
       0200-IDENTIFY-OPERATOR.
           MOVE 'I' TO WS-AUTHZ-ACT
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'csauthz' USING
             WS-AUTHZ-ACT
             MYNAME
             WS-OPER-ID
             WS-AUTHZ-NEED
             WS-AUTHZ-WHAT
             WS-OPER-ROLE
             AUTHZ-SW
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           .

      * May the operator do WS-AUTHZ-WHAT, which needs the role in
      * WS-AUTHZ-NEED?  csauthz puts every refusal, and every grant
      * above VIEWER, on the audit log under the operator id.
       0210-CHECK-AUTHORITY.
           MOVE 'C' TO WS-AUTHZ-ACT
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'csauthz' USING
             WS-AUTHZ-ACT
             MYNAME
             WS-OPER-ID
             WS-AUTHZ-NEED
             WS-AUTHZ-WHAT
             WS-OPER-ROLE
             AUTHZ-SW
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           .

      * Named command-line parameters come in as KEYWORD=VALUE tokens
      * separated by spaces; unpack one token here.
       1010-APPLY-CLI-TOKEN.
                     DISPLAY
                       MYNAME ' warning - CUTOFF must be yyyymmdd'
                 END-IF
             WHEN 'OPERID'
                 MOVE WS-CLI-VAL(1:8) TO WS-OPER-ID
             WHEN 'RUNID'
                 MOVE WS-CLI-VAL TO WS-RUN-ID
             WHEN OTHER
      * One pass over the old master: rows at or after the cutoff
      * go to the fresh master (a physical reorganization, since
      * the rewrite packs them clean); older rows go to the
      * archive file of their own year -- unless a legal hold keeps
      * them on the master.  A held row counts as kept, so the
      * reconciliation still balances.
       2000-SPLIT-THE-MASTER.
           OPEN INPUT RES-MASTER
           IF WS-RES-STAT NOT = '00'
               AT END SET RES-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 MOVE SPACES TO WS-LEGAL-REF
                 IF RES-TS(1:8) < WS-CUTOFF
                     PERFORM 2050-CHECK-LEGAL-HOLD
                 END-IF
                 IF RES-TS(1:8) < WS-CUTOFF
                     AND WS-LEGAL-REF = SPACES
                     PERFORM 2100-ARCHIVE-ONE-ROW
                 ELSE
                     MOVE RES-MASTER-REC TO NEW-MASTER-REC
           END-IF
           .

       2050-CHECK-LEGAL-HOLD.
           MOVE RES-TS(1:8) TO WS-LEGAL-DATE
           MOVE 'C' TO WS-LEGAL-ACT
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cshold' USING
             WS-LEGAL-ACT
             RES-PGM
             RES-RUNID
             WS-LEGAL-DATE
             WS-LEGAL-REF
             WS-LEGAL-STATUS
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           IF WS-LEGAL-REF NOT = SPACES
               ADD 1 TO WS-HELD-COUNT
               DISPLAY
                 MYNAME ' held ' RES-PGM ' ' RES-TS ' ' RES-RUNID
                 ' legal hold ' WS-LEGAL-REF
           END-IF
           .

      * The archives are plain record images, one file per year,
      * appended so a second maintenance pass the same year folds
      * in cleanly.  csresq searches them with ARCYEAR=.
             WS-KEPT-COUNT             DELIMITED SIZE
             ' ARCHIVED='              DELIMITED SIZE
             WS-ARCH-COUNT             DELIMITED SIZE
             ' HELD='                  DELIMITED SIZE
             WS-HELD-COUNT             DELIMITED SIZE
             ' RC='                    DELIMITED SIZE
             WS-RC-DISP                DELIMITED SIZE
             ' RUNID='                 DELIMITED SIZE
             WS-RUN-ID                 DELIMITED SPACE
             ' OPER='                  DELIMITED SIZE
             WS-OPER-ID                DELIMITED SPACE
             INTO WS-AUDIT-KEYS
           END-STRING

