      *   ./<pgm> "REJIN=Y" "FILE=<pgm>.rejfix"
      *
      * Each session's repairs are recorded on the audit log with
      * the repairer's initials and operator id.  The operator id
      * comes from CSOPERID or a prompt; browsing the rejects needs
      * the VIEWER role in the csoper.cat authorization file and
      * writing a repair needs OPERATOR.
      *
       Program-ID. csrepair.
       Environment Division.
           05  WS-SCAN            PIC 9(004) COMP    VALUE 0.
           05  WS-WORD            PIC X(010)         VALUE SPACES.
           05  WS-ARG             PIC X(020)         VALUE SPACES.
           05  WS-OPER-ID         PIC X(008)         VALUE SPACES.
           05  WS-OPER-ROLE       PIC X(010)         VALUE SPACES.
           05  WS-AUTHZ-ACT       PIC X(001)         VALUE SPACE.
           05  WS-AUTHZ-NEED      PIC X(010)         VALUE SPACES.
           05  WS-AUTHZ-WHAT      PIC X(040)         VALUE SPACES.

       01  REJ-FIELDS.
           05  REJ-LINE           PIC X(300)         VALUE SPACES.
           05  FIX-OPEN-SW        PIC X(001)         VALUE 'N'.
               88  FIX-IS-OPEN                       VALUE 'Y'
                                                     FALSE 'N'.
           05  AUTHZ-SW           PIC X(001)         VALUE 'N'.
               88  AUTHZ-GRANTED                     VALUE 'Y'.

       Procedure Division.
           DISPLAY MYNAME SPACE FUNCTION CURRENT-DATE
      *    the console gets going
           PERFORM 0100-READ-SUITE-CONFIG

           PERFORM 0200-IDENTIFY-OPERATOR
           MOVE 'VIEWER' TO WS-AUTHZ-NEED
           MOVE 'REPAIR-CONSOLE' TO WS-AUTHZ-WHAT
           PERFORM 0210-CHECK-AUTHORITY
           IF NOT AUTHZ-GRANTED
               DISPLAY MYNAME ' not authorized for the console'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF

           DISPLAY 'program whose rejects to repair (e.g. cs01a): '
             WITH NO ADVANCING
           MOVE SPACES TO WS-REPLY
           END-IF
           .

      * Who is at the console: the CSOPERID variable, else a
      * prompt; the role comes from csoper.cat.
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

      * One reject: show it with the suspect field marked, then
      * repair, skip, or quit.
       2000-WALK-ONE-REJECT.
      * program's own rules, and write the repaired record in the
      * reject layout the REJIN= path expects.
       2200-REPAIR-THIS-ONE.
           MOVE 'OPERATOR' TO WS-AUTHZ-NEED
           MOVE SPACES TO WS-AUTHZ-WHAT
           STRING
             'REPAIR-'                 DELIMITED SIZE
             WS-PGM                    DELIMITED SPACE
             INTO WS-AUTHZ-WHAT
           END-STRING
           PERFORM 0210-CHECK-AUTHORITY
           IF NOT AUTHZ-GRANTED
               DISPLAY
                 MYNAME ' not authorized to repair - record left'
                 ' in the queue'
               ADD 1 TO WS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'corrected value: ' WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-VALUE
           ACCEPT WS-NEW-VALUE
             WS-SKIP-COUNT             DELIMITED SIZE
             ' BY='                    DELIMITED SIZE
             WS-INITIALS               DELIMITED SIZE
             ' OPER='                  DELIMITED SIZE
             WS-OPER-ID                DELIMITED SPACE
             ' RC='                    DELIMITED SIZE
             WS-RC-DISP                DELIMITED SIZE
             ' RUNID='                 DELIMITED SIZE
