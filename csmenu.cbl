      * will run, runs it on confirmation, and shows the captured
      * SUMMARY line.  The invocation is built the same way csdrvr
      * builds it, so a manual run and a scheduled run behave
      * identically.  The operator id comes from CSOPERID or a
      * prompt; the menu opens for the VIEWER role in the csoper.cat
      * authorization file and running a program needs OPERATOR.
      *
       Program-ID. csmenu.
       Environment Division.
           05  WS-STEP-RC         PIC 9(003) COMP    VALUE 0.
           05  WS-RUN-COUNT       PIC 9(004) COMP    VALUE 0.
           05  MENU-IDX           PIC 9(003) COMP    VALUE 0.
           05  WS-HOLD-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-OPER-ID         PIC X(008)         VALUE SPACES.
           05  WS-OPER-ROLE       PIC X(010)         VALUE SPACES.
           05  WS-AUTHZ-ACT       PIC X(001)         VALUE SPACE.
           05  WS-AUTHZ-NEED      PIC X(010)         VALUE SPACES.
           05  WS-AUTHZ-WHAT      PIC X(040)         VALUE SPACES.

      * One row per runnable program: the option the program wants
      * prompted for (if any) and how to validate the reply --
           05  PROMPT-OK-SW       PIC X(001)         VALUE 'N'.
               88  PROMPT-OK                         VALUE 'Y'
                                                     FALSE 'N'.
           05  AUTHZ-SW           PIC X(001)         VALUE 'N'.
               88  AUTHZ-GRANTED                     VALUE 'Y'.

       Procedure Division.
           DISPLAY MYNAME SPACE FUNCTION CURRENT-DATE
           DISPLAY MYNAME ' suite operator console'

           PERFORM 0200-IDENTIFY-OPERATOR
           MOVE 'VIEWER' TO WS-AUTHZ-NEED
           MOVE 'MENU-CONSOLE' TO WS-AUTHZ-WHAT
           PERFORM 0210-CHECK-AUTHORITY
           IF NOT AUTHZ-GRANTED
               DISPLAY MYNAME ' not authorized for the console'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-ONE-MENU-PASS UNTIL MENU-DONE

           DISPLAY MYNAME ' programs run this session ' WS-RUN-COUNT
           DISPLAY MYNAME SPACE FUNCTION CURRENT-DATE
           GOBACK.

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

       1000-ONE-MENU-PASS.
           DISPLAY SPACE
           DISPLAY MYNAME ' --- suite programs ---'
           .

       2000-RUN-CHOSEN-PROGRAM.
           MOVE 'OPERATOR' TO WS-AUTHZ-NEED
           MOVE SPACES TO WS-AUTHZ-WHAT
           STRING
             'RUN-'                    DELIMITED SIZE
             MENU-PGM(MENU-IDX)        DELIMITED SPACE
             INTO WS-AUTHZ-WHAT
           END-STRING
           PERFORM 0210-CHECK-AUTHORITY
           IF NOT AUTHZ-GRANTED
               DISPLAY MYNAME ' not authorized to run programs'
               EXIT PARAGRAPH
           END-IF

           PERFORM 2010-PROMPT-INPUT-FILE
           IF PROMPT-OK
               PERFORM 2020-PROMPT-PGM-OPTION
