      * the headline result -- and flags any program whose LATEST
      * run sits outside mean plus-or-minus BAND= deviations.  A
      * lanternfish total creeping two percent a day surfaces here
      * long before the fixed expected value trips.  A run a rerun
      * has since restated is not part of any baseline, nor is it
      * tested as the latest; the rerun's own row stands for it.
      *
      *   csbase "MODE=DAILY"            exceptions page for the
      *       most recent run of every program (the default)
           05  WS-WINDOW          PIC 9(003) COMP    VALUE 10.
           05  WS-BAND            PIC 9(002) COMP    VALUE 3.
           05  WS-REC-COUNT-DISP  PIC 9(008)         VALUE 0.
           05  WS-SUPER-RUNID     PIC X(017)         VALUE SPACES.
           05  WS-SUPER-COUNT     PIC 9(008)         VALUE 0.

      * One program group's recent runs, newest last (the master's
      * key order delivers them time-ordered already).

           DISPLAY MYNAME ' programs baselined ' WS-PGM-COUNT
           DISPLAY MYNAME ' exceptions flagged ' WS-EXC-COUNT
           DISPLAY MYNAME ' superseded runs    ' WS-SUPER-COUNT
           IF WS-EXC-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
               MOVE RES-PGM TO GRP-PGM
               MOVE 0 TO GRP-COUNT
           END-IF
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cssuper' USING
             RES-PGM RES-TS RES-RUNID WS-SUPER-RUNID
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           IF WS-SUPER-RUNID NOT = SPACES
               ADD 1 TO WS-SUPER-COUNT
               EXIT PARAGRAPH
           END-IF
           IF GRP-COUNT >= WS-WINDOW + 1
               OR GRP-COUNT >= RUN-TABLE-MAX
               PERFORM VARYING GRP-IDX FROM 1 BY 1
