               MOVE WS-XTRA-TOKEN2(7:) TO WS-RUN-ID
           END-IF

      *    the feeders write their exchange files under the DEV/QA
      *    prefix, so the default names are looked for there too
           IF WS-CS03A-XCHK-NAME = SPACES
               MOVE 'cs03a.xchk' TO WS-CS03A-XCHK-NAME
               CALL 'csenvfn' USING WS-CS03A-XCHK-NAME END-CALL
           END-IF
           IF WS-CS03B-XCHK-NAME = SPACES
               MOVE 'cs03b.xchk' TO WS-CS03B-XCHK-NAME
               CALL 'csenvfn' USING WS-CS03B-XCHK-NAME END-CALL
           END-IF

           OPEN INPUT CS03A-XCHK
