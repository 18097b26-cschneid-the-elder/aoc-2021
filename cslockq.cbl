      * one a crashed run left behind.  FREE=<resource> releases a
      * stuck lock by name (the resource name, not the .lck file),
      * which is recorded on the audit log and announced under its
      * catalog identifier.  Listing needs the VIEWER role in the
      * csoper.cat authorization file and a forced release needs
      * SUPERVISOR -- a lock freed under a live run corrupts what
      * it was guarding:
      *
      *   cslockq ["OPERID=id"]
      *   cslockq "FREE=csresmst.idx" ["OPERID=id"]
      *
       Program-ID. cslockq.
       Environment Division.
           05  WS-LOCK-DISP       PIC 9(004)         VALUE 0.
           05  WS-MSG-ID          PIC X(008)         VALUE SPACES.
           05  WS-MSG-INSERT      PIC X(060)         VALUE SPACES.
           05  WS-OPER-ID         PIC X(008)         VALUE SPACES.
           05  WS-OPER-ROLE       PIC X(010)         VALUE SPACES.
           05  WS-AUTHZ-ACT       PIC X(001)         VALUE SPACE.
           05  WS-AUTHZ-NEED      PIC X(010)         VALUE SPACES.
           05  WS-AUTHZ-WHAT      PIC X(040)         VALUE SPACES.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
       01  SWITCHES.
           05  LIST-EOF-SW        PIC X(001)         VALUE 'N'.
               88  LIST-EOF                          VALUE 'Y'.
           05  AUTHZ-SW           PIC X(001)         VALUE 'N'.
               88  AUTHZ-GRANTED                     VALUE 'Y'.

       Procedure Division.
           DISPLAY MYNAME SPACE FUNCTION CURRENT-DATE
             END-IF
           END-PERFORM

           PERFORM 0200-IDENTIFY-OPERATOR
           IF WS-FREE-NAME NOT = SPACES
               MOVE 'SUPERVISOR' TO WS-AUTHZ-NEED
               MOVE SPACES TO WS-AUTHZ-WHAT
               STRING
                 'FREE-'                   DELIMITED SIZE
                 WS-FREE-NAME              DELIMITED SPACE
                 INTO WS-AUTHZ-WHAT
               END-STRING
           ELSE
               MOVE 'VIEWER' TO WS-AUTHZ-NEED
               MOVE 'LIST-LOCKS' TO WS-AUTHZ-WHAT
           END-IF
           PERFORM 0210-CHECK-AUTHORITY

           EVALUATE TRUE
             WHEN NOT AUTHZ-GRANTED
                 DISPLAY
                   MYNAME ' not authorized - nothing done'
                 MOVE 8 TO RETURN-CODE
             WHEN WS-FREE-NAME NOT = SPACES
                 PERFORM 3000-FORCE-RELEASE
             WHEN OTHER
                 PERFORM 2000-LIST-THE-LOCKS
           END-EVALUATE

           PERFORM 9000-WRITE-AUDIT-LOG
           PERFORM 9900-DISPLAY-SUMMARY
           CALL 'csenvfn' USING WS-TMP-FNAME END-CALL
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
                 MOVE WS-CLI-VAL(1:40) TO WS-FREE-NAME
             WHEN 'RUNID'
                 MOVE WS-CLI-VAL TO WS-RUN-ID
             WHEN 'OPERID'
                 MOVE WS-CLI-VAL(1:8) TO WS-OPER-ID
             WHEN OTHER
                 DISPLAY
                  MYNAME
             WS-LOCK-DISP              DELIMITED SIZE
             ' FREED='                 DELIMITED SIZE
             WS-FREE-NAME              DELIMITED SPACE
             ' OPER='                  DELIMITED SIZE
             WS-OPER-ID                DELIMITED SPACE
             ' RC='                    DELIMITED SIZE
             WS-RC-DISP                DELIMITED SIZE
             ' RUNID='                 DELIMITED SIZE
