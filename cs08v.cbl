               MOVE WS-XTRA-TOKEN2(7:) TO WS-RUN-ID
           END-IF

      *    the feeders write their exchange files under the DEV/QA
      *    prefix, so the default names are looked for there too
           IF WS-CS08A-XCHK-NAME = SPACES
               MOVE 'cs08a.xchk' TO WS-CS08A-XCHK-NAME
               CALL 'csenvfn' USING WS-CS08A-XCHK-NAME END-CALL
           END-IF
           IF WS-CS08B-XCHK-NAME = SPACES
               MOVE 'cs08b.xchk' TO WS-CS08B-XCHK-NAME
               CALL 'csenvfn' USING WS-CS08B-XCHK-NAME END-CALL
           END-IF

           OPEN INPUT CS08A-XCHK
