               MOVE WS-XTRA-TOKEN2(7:) TO WS-RUN-ID
           END-IF

      *    the feeders write their exchange files under the DEV/QA
      *    prefix, so the default names are looked for there too
           IF WS-CS06A-XCHK-NAME = SPACES
               MOVE 'cs06a.xchk' TO WS-CS06A-XCHK-NAME
               CALL 'csenvfn' USING WS-CS06A-XCHK-NAME END-CALL
           END-IF
           IF WS-CS06B-XCHK-NAME = SPACES
               MOVE 'cs06b.xchk' TO WS-CS06B-XCHK-NAME
               CALL 'csenvfn' USING WS-CS06B-XCHK-NAME END-CALL
           END-IF

           OPEN INPUT CS06A-XCHK
