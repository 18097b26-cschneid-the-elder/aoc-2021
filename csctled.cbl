      * through prompts with validation -- the program must be one
      * the suite ships, the input file must exist on disk or be
      * declared in the csready inventory, MAXTIME must be numeric,
      * a trigger wait limit must be numeric minutes, and a
      * dependency group reused non-consecutively is called
      * out -- keeps a dated backup of the prior control file on
      * save, and prints a change report of old versus new.
      * Looking at the steps needs the VIEWER role in the csoper.cat
      * authorization file; adding, updating, deleting or saving
      * needs OPERATOR.
      *
      *   csctled "FILE=nightly.ctl" ["OPERID=id"]
      *
       Program-ID. csctled.
       Environment Division.
           05  WS-CHOICE-NUM      PIC 9(003) COMP    VALUE 0.
           05  WS-CHANGE-COUNT    PIC 9(004)         VALUE 0.
           05  WS-SLOT-DISP       PIC 9(003)         VALUE 0.
           05  WS-OPER-ID         PIC X(008)         VALUE SPACES.
           05  WS-OPER-ROLE       PIC X(010)         VALUE SPACES.
           05  WS-AUTHZ-ACT       PIC X(001)         VALUE SPACE.
           05  WS-AUTHZ-NEED      PIC X(010)         VALUE SPACES.
           05  WS-AUTHZ-WHAT      PIC X(040)         VALUE SPACES.

      * The suite's runnable programs, for step validation.
       01  PGM-NAMES.
           05  ED-FREQ            PIC X(008)         VALUE SPACES.
           05  ED-EXPECT          PIC X(020)         VALUE SPACES.
           05  ED-DEPT            PIC X(004)         VALUE SPACES.
           05  ED-ROLL            PIC X(004)         VALUE SPACES.
           05  ED-TRIGGER         PIC X(024)         VALUE SPACES.
           05  ED-TRIG-WAIT       PIC X(005)         VALUE SPACES.
           05  ED-CARD            PIC X(160)         VALUE SPACES.
           05  GRP-SEEN           PIC X(004)         VALUE SPACES.
           05  GRP-PREV           PIC X(004)         VALUE SPACES.
           05  PROMPT-OK-SW       PIC X(001)         VALUE 'N'.
               88  PROMPT-OK                         VALUE 'Y'
                                                     FALSE 'N'.
           05  AUTHZ-SW           PIC X(001)         VALUE 'N'.
               88  AUTHZ-GRANTED                     VALUE 'Y'.

       Procedure Division.
           DISPLAY MYNAME SPACE FUNCTION CURRENT-DATE
               GOBACK
           END-IF

           PERFORM 0200-IDENTIFY-OPERATOR
           MOVE 'VIEWER' TO WS-AUTHZ-NEED
           MOVE 'OPEN-CONTROL' TO WS-AUTHZ-WHAT
           PERFORM 0210-CHECK-AUTHORITY
           IF NOT AUTHZ-GRANTED
               DISPLAY MYNAME ' not authorized for the console'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF

           PERFORM 1100-LOAD-THE-CONTROL-FILE
           PERFORM 2000-ONE-MENU-PASS UNTIL MENU-DONE

           CALL 'csenvfn' USING WS-INVT-NAME END-CALL
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
                 MOVE WS-CLI-VAL TO WS-CTL-NAME
             WHEN 'RUNID'
                 MOVE WS-CLI-VAL TO WS-RUN-ID
             WHEN 'OPERID'
                 MOVE WS-CLI-VAL(1:8) TO WS-OPER-ID
             WHEN OTHER
                 DISPLAY
                  MYNAME
             WHEN 'A' PERFORM 2200-ADD-ONE-STEP
             WHEN 'U' PERFORM 2300-UPDATE-ONE-STEP
             WHEN 'D' PERFORM 2400-DELETE-ONE-STEP
             WHEN 'S' MOVE 'SAVE-CONTROL' TO WS-AUTHZ-WHAT
                      PERFORM 2050-CHECK-EDIT-AUTHORITY
                      IF AUTHZ-GRANTED
                          PERFORM 3000-SAVE-AND-REPORT
                          SET MENU-DONE TO TRUE
                      END-IF
             WHEN 'Q' SET MENU-DONE TO TRUE
             WHEN OTHER
                 DISPLAY MYNAME ' please pick from the menu'
           END-EVALUATE
           .

      * Changing the control file changes what runs tonight, so
      * every edit needs the OPERATOR role.
       2050-CHECK-EDIT-AUTHORITY.
           MOVE 'OPERATOR' TO WS-AUTHZ-NEED
           PERFORM 0210-CHECK-AUTHORITY
           IF NOT AUTHZ-GRANTED
               DISPLAY MYNAME ' not authorized to change the steps'
           END-IF
           .

       2100-LIST-THE-STEPS.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
           UNTIL STEP-IDX > STEP-COUNT
           .

       2200-ADD-ONE-STEP.
           MOVE 'ADD-STEP' TO WS-AUTHZ-WHAT
           PERFORM 2050-CHECK-EDIT-AUTHORITY
           IF NOT AUTHZ-GRANTED
               EXIT PARAGRAPH
           END-IF
           IF STEP-COUNT >= CTL-TABLE-MAX
               DISPLAY MYNAME ' the step table is full'
               EXIT PARAGRAPH
           .

       2300-UPDATE-ONE-STEP.
           MOVE 'UPDATE-STEP' TO WS-AUTHZ-WHAT
           PERFORM 2050-CHECK-EDIT-AUTHORITY
           IF NOT AUTHZ-GRANTED
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'slot number: ' WITH NO ADVANCING
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY
           .

       2400-DELETE-ONE-STEP.
           MOVE 'DELETE-STEP' TO WS-AUTHZ-WHAT
           PERFORM 2050-CHECK-EDIT-AUTHORITY
           IF NOT AUTHZ-GRANTED
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'slot number: ' WITH NO ADVANCING
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY
                 EXIT PARAGRAPH
           END-EVALUATE

           MOVE SPACES TO ED-ROLL
           IF ED-FREQ NOT = SPACES AND ED-FREQ NOT = 'DAILY'
               DISPLAY 'holiday roll rule (blank NEXT, PREV, KEEP or'
                 ' SKIP): ' WITH NO ADVANCING
               MOVE SPACES TO WS-REPLY
               ACCEPT WS-REPLY
               MOVE FUNCTION UPPER-CASE(WS-REPLY(1:4)) TO ED-ROLL
               IF ED-ROLL NOT = SPACES AND NOT = 'NEXT'
                   AND NOT = 'PREV' AND NOT = 'KEEP' AND NOT = 'SKIP'
                   DISPLAY
                     MYNAME ' that roll rule is not one the run'
                     ' calendar understands'
                   SET PROMPT-OK TO FALSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY 'expected result (blank for none): '
             WITH NO ADVANCING
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY
           MOVE WS-REPLY(1:4) TO ED-DEPT

           DISPLAY 'trigger file to wait for (blank for none): '
             WITH NO ADVANCING
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY
           MOVE WS-REPLY(1:24) TO ED-TRIGGER

           MOVE SPACES TO ED-TRIG-WAIT
           IF ED-TRIGGER NOT = SPACES
               DISPLAY 'trigger wait minutes (blank for 60): '
                 WITH NO ADVANCING
               MOVE SPACES TO WS-REPLY
               ACCEPT WS-REPLY
               MOVE WS-REPLY(1:5) TO ED-TRIG-WAIT
               IF ED-TRIG-WAIT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(ED-TRIG-WAIT) NOT = 0
                   DISPLAY
                     MYNAME ' trigger wait must be numeric minutes'
                   SET PROMPT-OK TO FALSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO ED-CARD
           MOVE ED-PGM     TO ED-CARD(1:8)
           MOVE ED-ARGS    TO ED-CARD(10:20)
           MOVE ED-FREQ    TO ED-CARD(91:8)
           MOVE ED-EXPECT  TO ED-CARD(100:20)
           MOVE ED-DEPT    TO ED-CARD(121:4)
           MOVE ED-ROLL    TO ED-CARD(126:4)
           MOVE ED-TRIGGER TO ED-CARD(131:24)
           MOVE ED-TRIG-WAIT TO ED-CARD(156:5)
           SET PROMPT-OK TO TRUE
           .

             WS-RC-DISP                DELIMITED SIZE
             ' RUNID='                 DELIMITED SIZE
             WS-RUN-ID                 DELIMITED SPACE
             ' OPER='                  DELIMITED SIZE
             WS-OPER-ID                DELIMITED SPACE
             INTO WS-AUDIT-KEYS
           END-STRING

