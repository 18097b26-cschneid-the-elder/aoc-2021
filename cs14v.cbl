               MOVE WS-XTRA-TOKEN2(7:) TO WS-RUN-ID
           END-IF

      *    the feeders write their exchange files under the DEV/QA
      *    prefix, so the default names are looked for there too
           IF WS-CS14A-XCHK-NAME = SPACES
               MOVE 'cs14a.xchk' TO WS-CS14A-XCHK-NAME
               CALL 'csenvfn' USING WS-CS14A-XCHK-NAME END-CALL
           END-IF
           IF WS-CS14B-XCHK-NAME = SPACES
               MOVE 'cs14b.xchk' TO WS-CS14B-XCHK-NAME
               CALL 'csenvfn' USING WS-CS14B-XCHK-NAME END-CALL
           END-IF

           INITIALIZE ELEMENT-COMPARE
