               MOVE WS-XTRA-TOKEN2(7:) TO WS-RUN-ID
           END-IF

      *    the feeders write their exchange files under the DEV/QA
      *    prefix, so the default names are looked for there too
           IF WS-CS10A-XCHK-NAME = SPACES
               MOVE 'cs10a.xchk' TO WS-CS10A-XCHK-NAME
               CALL 'csenvfn' USING WS-CS10A-XCHK-NAME END-CALL
           END-IF
           IF WS-CS10B-XCHK-NAME = SPACES
               MOVE 'cs10b.xchk' TO WS-CS10B-XCHK-NAME
               CALL 'csenvfn' USING WS-CS10B-XCHK-NAME END-CALL
           END-IF

           OPEN INPUT CS10A-XCHK
