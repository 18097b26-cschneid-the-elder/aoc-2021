           05  CO2-RATING         PIC 9(018) COMP    VALUE 0.
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
               READY TRACE
           END-IF

           IF WS-ASSIGN-NAME NOT = '/dev/stdin'
               PERFORM 0250-CHECK-THE-CONTENT
           END-IF

           OPEN INPUT INPT-DATA

           PERFORM 8010-READ-INPT-DATA
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
