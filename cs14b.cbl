      * land on the wrong slot once two different source pairs folded
      * into the same new pair in the same step, which is why part 2
      * of day 14 used to come out wrong.
      *
      * The certified run also produces a rule-set coverage section on
      * the report's totals page: each rule's first firing step and
      * share of all insertions, rules that never fired, rules no
      * pair descended from the template can ever reach, and pairs
      * that turned up with no rule at all.  Such a pair is inert -
      * it carries forward unchanged - and the step ends with a
      * warning code rather than abending.
      *
       Program-ID. cs14b.
       Environment Division.
           05  HOLD-LMNT          PIC X(001)         VALUE SPACES.
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
           05  STEP-COUNT-DISP    PIC 9(009)         VALUE 0.
           05  LMNT-CT-DISP       PIC 9(018)         VALUE 0.
           05  POLY-PAIR-CT-DISP  PIC 9(018)         VALUE 0.
           05  WS-INERT-DISP      PIC 9(003)         VALUE 0.
           05  WS-DEAD-DISP       PIC 9(003)         VALUE 0.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           05  RESUME-SW          PIC X(001)         VALUE 'N'.
               88  RESUME-REQUESTED                  VALUE 'Y'
                                                     FALSE 'N'.
           05  PAIR-INERT-SW      PIC X(001)         VALUE 'N'.
               88  PAIR-INERT                        VALUE 'Y'
                                                     FALSE 'N'.
           05  REACH-FOUND-SW     PIC X(001)         VALUE 'N'.
               88  REACH-FOUND                       VALUE 'Y'
                                                     FALSE 'N'.

       01  EXTERNAL-SWITCHES EXTERNAL.
           05  PROCESS-SW         PIC X(004).
               10  PAIR           PIC X(002).
               10  LMNT           PIC X(001).

      * Rule-set coverage for the certified run.  RULE-STATS runs
      * parallel to RULE-TBL after the load-time sort, so a rule's
      * statistics sit at the same occurrence as the rule itself.
       01  COVERAGE-AREAS.
           05  RULE-STATS OCCURS 100.
               10  RULE-FIRST-STEP PIC 9(009) COMP.
               10  RULE-INSERTS   PIC 9(018) COMP.
               10  RULE-REACH-SW  PIC X(001).
                   88  RULE-REACHABLE                VALUE 'Y'.
           05  INERT-COUNT        PIC 9(004) COMP    VALUE 0.
           05  INERT-ENTRY OCCURS 676.
               10  INERT-PAIR     PIC X(002).
               10  INERT-FIRST-STEP PIC 9(009) COMP.
           05  REACH-COUNT        PIC 9(004) COMP    VALUE 0.
           05  REACH-PAIR         PIC X(002) OCCURS 676.
           05  REACH-IDX          PIC 9(004) COMP    VALUE 0.
           05  REACH-SUB          PIC 9(004) COMP    VALUE 0.
           05  REACH-NEW          PIC X(002)         VALUE SPACES.
           05  COV-RULE-SUB       PIC 9(004) COMP    VALUE 0.
           05  COV-INERT-SUB      PIC 9(004) COMP    VALUE 0.
           05  COV-FROM-STEP      PIC 9(009) COMP    VALUE 1.
           05  COV-TOTAL-INSERTS  PIC 9(018) COMP    VALUE 0.
           05  COV-FIRED          PIC 9(004) COMP    VALUE 0.
           05  COV-DEAD           PIC 9(004) COMP    VALUE 0.
           05  COV-UNREACH        PIC 9(004) COMP    VALUE 0.
           05  COV-SHARE          PIC 9(003)V99      VALUE 0.
           05  COV-SHARE-DISP     PIC ZZ9.99.
           05  COV-INSERTS-DISP   PIC 9(018)         VALUE 0.
           05  COV-STEP-DISP      PIC 9(009)         VALUE 0.
           05  COV-FIRST-X        PIC X(009)         VALUE SPACES.
           05  COV-STATUS         PIC X(011)         VALUE SPACES.
           05  COV-CT-DISP-1      PIC 9(003)         VALUE 0.
           05  COV-CT-DISP-2      PIC 9(003)         VALUE 0.
           05  COV-CT-DISP-3      PIC 9(003)         VALUE 0.
           05  COV-CT-DISP-4      PIC 9(003)         VALUE 0.
           05  COV-CT-DISP-5      PIC 9(003)         VALUE 0.

       01  POLYMER-TABLE.
           05  POLY-TBL
               OCCURS 676.

           MOVE HIGH-VALUES TO RULE-TABLE

           IF WS-ASSIGN-NAME NOT = '/dev/stdin'
               PERFORM 0250-CHECK-THE-CONTENT
           END-IF

           OPEN INPUT INPT-DATA

           PERFORM 8010-READ-INPT-DATA
               PERFORM 7010-READ-CHECKPOINT
           END-IF

      *    a resumed run only sees the rules fire from here on
           INITIALIZE COVERAGE-AREAS
           COMPUTE COV-FROM-STEP = STEP-COUNT + 1

           MOVE 'O' TO WS-RPT-ACTION
           MOVE 'ELEMENT FREQUENCY TREND' TO WS-RPT-TITLE
           MOVE
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 9200-WRITE-REPORT-LINE
           PERFORM 6000-REPORT-RULE-COVERAGE
           MOVE 'C' TO WS-RPT-ACTION
           PERFORM 9200-WRITE-REPORT-LINE

               MOVE 4 TO RETURN-CODE
           END-IF

      *    an inert pair means the rule set does not cover what the
      *    template breeds; the answer stands but needs a look
           IF INERT-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           IF COMPARE-MODE
               PERFORM 5000-RUN-CANDIDATE-RULES
           END-IF
           CALL 'csenvfn' USING WS-CKPT-FNAME END-CALL
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
       1005-APPLY-CLI-TOKEN.
           UNTIL POLY-IDX > 676
             IF POLY-PAIR-CT OF POLYMER-TABLE(POLY-IDX) > 0
                 PERFORM 2010-SEARCH-RULES
                 IF PAIR-INERT
                     PERFORM 2030-CARRY-INERT-PAIR
                 ELSE
                     IF NOT RUN-B-ACTIVE
                         PERFORM 2040-TALLY-RULE-FIRED
                     END-IF
                     MOVE lmntidx(LMNT(RULE-IDX)) TO LMNT-IDX
                     IF PROCESS-TEST
                         DISPLAY MYNAME
                           ' lmnt    ' LMNT-VAL(LMNT-IDX)
                           ' lmnt-ct ' LMNT-CT(LMNT-IDX)
                           ' poly-pair-ct '
                           POLY-PAIR-CT OF POLYMER-TABLE(POLY-IDX)
                         DISPLAY MYNAME
                           ' rule ' PAIR(RULE-IDX) ' -> ' LMNT(RULE-IDX)
                     END-IF
                     COMPUTE LMNT-CT(LMNT-IDX) =
                         LMNT-CT(LMNT-IDX)
                       + POLY-PAIR-CT OF POLYMER-TABLE(POLY-IDX)
                     PERFORM 2020-CREATE-NEW-PAIRS
                 END-IF
             END-IF
           END-PERFORM

           .

       2010-SEARCH-RULES.
           SET PAIR-INERT TO FALSE
           SEARCH ALL RULE-TBL
             AT END
      *          under the certified rules an uncovered pair is inert
      *          and is noted for the coverage section; the candidate
      *          comparison still refuses an incomplete revision
                 IF NOT RUN-B-ACTIVE
                     SET PAIR-INERT TO TRUE
                     PERFORM 2015-NOTE-INERT-PAIR
                     EXIT PARAGRAPH
                 END-IF
                 DISPLAY
                  MYNAME
                  ' no rule for pair '
                  POLY-PAIR OF POLYMER-TABLE(POLY-IDX)
                 MOVE 8 TO RETURN-CODE
      *          the candidate rule set is incomplete; the audit
      *          record still belongs to the certified run
                 DISPLAY
                   MYNAME ' the candidate rule set is'
                   ' incomplete, comparison abandoned'
                 MOVE A-ELEMENT-SAVE TO ELEMENT-TABLE
                 MOVE A-LMNT-MAX TO LMNT-MAX
                 MOVE A-LMNT-MIN TO LMNT-MIN
                 MOVE A-LMNT-DIF TO LMNT-DIF
                 PERFORM 9000-WRITE-AUDIT-LOG
                 PERFORM 9900-DISPLAY-SUMMARY
                 GOBACK
           END-SEARCH
           .

      * First sighting of an uncovered pair is logged once, with the
      * step it turned up in.
       2015-NOTE-INERT-PAIR.
           PERFORM VARYING COV-INERT-SUB FROM 1 BY 1
           UNTIL COV-INERT-SUB > INERT-COUNT
             OR INERT-PAIR(COV-INERT-SUB)
                = POLY-PAIR OF POLYMER-TABLE(POLY-IDX)
             CONTINUE
           END-PERFORM
           IF COV-INERT-SUB > INERT-COUNT
               ADD 1 TO INERT-COUNT
               MOVE POLY-PAIR OF POLYMER-TABLE(POLY-IDX)
                 TO INERT-PAIR(INERT-COUNT)
               MOVE STEP-COUNT TO INERT-FIRST-STEP(INERT-COUNT)
               DISPLAY
                 MYNAME ' warning - no rule for pair '
                 POLY-PAIR OF POLYMER-TABLE(POLY-IDX)
                 ' at step ' STEP-COUNT ', carried forward as inert'
           END-IF
           .

       2020-CREATE-NEW-PAIRS.
      * a pair AB with count c splits into AX and XB, each gaining c -
      * every source pair contributes to two slots in the next
           SET POLY-PAIR-ACTIVE OF NEW-POLYMER-TABLE(NEW-IDX) TO TRUE
           .

      * An inert pair lands in the next generation unchanged, at the
      * same pairidx slot it already occupies.
       2030-CARRY-INERT-PAIR.
           MOVE POLY-PAIR OF POLYMER-TABLE(POLY-IDX)
             TO POLY-PAIR OF NEW-POLYMER-TABLE(POLY-IDX)
           ADD POLY-PAIR-CT OF POLYMER-TABLE(POLY-IDX)
             TO POLY-PAIR-CT OF NEW-POLYMER-TABLE(POLY-IDX)
           SET POLY-PAIR-ACTIVE OF NEW-POLYMER-TABLE(POLY-IDX) TO TRUE
           .

      * Every occurrence of the pair is one insertion by its rule.
       2040-TALLY-RULE-FIRED.
           SET COV-RULE-SUB TO RULE-IDX
           IF RULE-FIRST-STEP(COV-RULE-SUB) = 0
               MOVE STEP-COUNT TO RULE-FIRST-STEP(COV-RULE-SUB)
           END-IF
           ADD POLY-PAIR-CT OF POLYMER-TABLE(POLY-IDX)
             TO RULE-INSERTS(COV-RULE-SUB)
           ADD POLY-PAIR-CT OF POLYMER-TABLE(POLY-IDX)
             TO COV-TOTAL-INSERTS
           .

       3000-COUNT-ELEMENTS.
           MOVE 0          TO LMNT-MAX
           MOVE 9999999999 TO LMNT-MIN
           END-IF
           .

      *----------------------------------------------------------------
      * Rule-set coverage, appended to the totals page: one line per
      * rule with the step it first fired, its insertions and its
      * share of all insertions, then the pairs that had no rule,
      * then the counts.  A rule whose pair can never descend from
      * the template, however many steps are run, is UNREACHABLE;
      * one that could but did not within STEPS= is NEVER FIRED.
      *----------------------------------------------------------------
       6000-REPORT-RULE-COVERAGE.
           PERFORM 6100-TRACE-REACHABLE-PAIRS

           MOVE 'L' TO WS-RPT-ACTION
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE 'RULE-SET COVERAGE' TO WS-RPT-LINE
           PERFORM 9200-WRITE-REPORT-LINE
           IF COV-FROM-STEP > 1
               MOVE COV-FROM-STEP TO COV-STEP-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING
                 'RESUMED RUN - FIRINGS COUNTED FROM STEP '
                                         DELIMITED SIZE
                 COV-STEP-DISP           DELIMITED SIZE
                 INTO WS-RPT-LINE
               END-STRING
               PERFORM 9200-WRITE-REPORT-LINE
           END-IF

           MOVE 0 TO COV-FIRED COV-DEAD COV-UNREACH
           PERFORM VARYING COV-RULE-SUB FROM 1 BY 1
           UNTIL COV-RULE-SUB > RULE-COUNT
             PERFORM 6010-REPORT-ONE-RULE
           END-PERFORM

           PERFORM VARYING COV-INERT-SUB FROM 1 BY 1
           UNTIL COV-INERT-SUB > INERT-COUNT
             MOVE INERT-FIRST-STEP(COV-INERT-SUB) TO COV-STEP-DISP
             MOVE SPACES TO WS-RPT-LINE
             STRING
               'PAIR ' DELIMITED SIZE
               INERT-PAIR(COV-INERT-SUB) DELIMITED SIZE
               '       FIRST STEP ' DELIMITED SIZE
               COV-STEP-DISP DELIMITED SIZE
               '  NO RULE - INERT' DELIMITED SIZE
               INTO WS-RPT-LINE
             END-STRING
             PERFORM 9200-WRITE-REPORT-LINE
           END-PERFORM

           MOVE RULE-COUNT  TO COV-CT-DISP-1
           MOVE COV-FIRED   TO COV-CT-DISP-2
           MOVE COV-DEAD    TO COV-CT-DISP-3
           MOVE COV-UNREACH TO COV-CT-DISP-4
           MOVE INERT-COUNT TO COV-CT-DISP-5
           MOVE SPACES TO WS-RPT-LINE
           STRING
             'RULES '          DELIMITED SIZE
             COV-CT-DISP-1     DELIMITED SIZE
             '  FIRED '        DELIMITED SIZE
             COV-CT-DISP-2     DELIMITED SIZE
             '  NEVER FIRED '  DELIMITED SIZE
             COV-CT-DISP-3     DELIMITED SIZE
             '  UNREACHABLE '  DELIMITED SIZE
             COV-CT-DISP-4     DELIMITED SIZE
             '  INERT PAIRS '  DELIMITED SIZE
             COV-CT-DISP-5     DELIMITED SIZE
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 9200-WRITE-REPORT-LINE

           DISPLAY
             MYNAME ' rule coverage   ' COV-CT-DISP-2 ' of '
             COV-CT-DISP-1 ' fired, ' COV-CT-DISP-3 ' never fired ('
             COV-CT-DISP-4 ' unreachable), ' COV-CT-DISP-5
             ' inert pairs'
           .

       6010-REPORT-ONE-RULE.
           MOVE SPACES TO COV-STATUS
           IF RULE-FIRST-STEP(COV-RULE-SUB) = 0
               ADD 1 TO COV-DEAD
               MOVE 'NEVER    ' TO COV-FIRST-X
               IF RULE-REACHABLE(COV-RULE-SUB)
                   MOVE 'NEVER FIRED' TO COV-STATUS
               ELSE
                   ADD 1 TO COV-UNREACH
                   MOVE 'UNREACHABLE' TO COV-STATUS
               END-IF
           ELSE
               ADD 1 TO COV-FIRED
               MOVE RULE-FIRST-STEP(COV-RULE-SUB) TO COV-STEP-DISP
               MOVE COV-STEP-DISP TO COV-FIRST-X
           END-IF

           MOVE 0 TO COV-SHARE
           IF COV-TOTAL-INSERTS > 0
               COMPUTE COV-SHARE ROUNDED =
                 RULE-INSERTS(COV-RULE-SUB) * 100 / COV-TOTAL-INSERTS
           END-IF
           MOVE COV-SHARE TO COV-SHARE-DISP
           MOVE RULE-INSERTS(COV-RULE-SUB) TO COV-INSERTS-DISP

           MOVE SPACES TO WS-RPT-LINE
           STRING
             'RULE '                  DELIMITED SIZE
             PAIR(COV-RULE-SUB)       DELIMITED SIZE
             ' -> '                   DELIMITED SIZE
             LMNT(COV-RULE-SUB)       DELIMITED SIZE
             '  FIRST STEP '          DELIMITED SIZE
             COV-FIRST-X              DELIMITED SIZE
             '  INSERTIONS '          DELIMITED SIZE
             COV-INSERTS-DISP         DELIMITED SIZE
             '  SHARE '               DELIMITED SIZE
             COV-SHARE-DISP           DELIMITED SIZE
             '%  '                    DELIMITED SIZE
             COV-STATUS               DELIMITED SIZE
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 9200-WRITE-REPORT-LINE
           .

      * Every pair the template can ever breed: start from the
      * template's own pairs and keep adding the two pairs each
      * covered pair splits into until nothing new turns up.  This
      * works on the letters alone, not through lmntidx, so elements
      * that never appear do not take up slots in the element table.
       6100-TRACE-REACHABLE-PAIRS.
           MOVE 0 TO REACH-COUNT
           PERFORM VARYING POLY-IDX FROM 1 BY 1
           UNTIL INITIAL-POLYMER(POLY-IDX + 1:1) = SPACE
             MOVE INITIAL-POLYMER(POLY-IDX:2) TO REACH-NEW
             PERFORM 6110-ADD-REACH-PAIR
           END-PERFORM

           PERFORM VARYING REACH-IDX FROM 1 BY 1
           UNTIL REACH-IDX > REACH-COUNT
             SEARCH ALL RULE-TBL
               AT END
                   CONTINUE
               WHEN PAIR(RULE-IDX) = REACH-PAIR(REACH-IDX)
                   SET COV-RULE-SUB TO RULE-IDX
                   MOVE 'Y' TO RULE-REACH-SW(COV-RULE-SUB)
                   MOVE REACH-PAIR(REACH-IDX)(1:1) TO REACH-NEW(1:1)
                   MOVE LMNT(RULE-IDX) TO REACH-NEW(2:1)
                   PERFORM 6110-ADD-REACH-PAIR
                   MOVE LMNT(RULE-IDX) TO REACH-NEW(1:1)
                   MOVE REACH-PAIR(REACH-IDX)(2:1) TO REACH-NEW(2:1)
                   PERFORM 6110-ADD-REACH-PAIR
             END-SEARCH
           END-PERFORM
           .

       6110-ADD-REACH-PAIR.
           SET REACH-FOUND TO FALSE
           PERFORM VARYING REACH-SUB FROM 1 BY 1
           UNTIL REACH-SUB > REACH-COUNT OR REACH-FOUND
             IF REACH-PAIR(REACH-SUB) = REACH-NEW
                 SET REACH-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF NOT REACH-FOUND AND REACH-COUNT < 676
               ADD 1 TO REACH-COUNT
               MOVE REACH-NEW TO REACH-PAIR(REACH-COUNT)
           END-IF
           .

      * Unpacks the KEY=VALUE tokens on the checkpoint header line,
      * the same way the command-line tokens are unpacked above.
       7015-PARSE-CHECKPOINT-HEADER.
           MOVE LMNT-MIN       TO LMNT-MIN-DISP
           MOVE LMNT-DIF       TO LMNT-DIF-DISP
           MOVE WS-REC-COUNT   TO WS-REC-COUNT-DISP
           MOVE INERT-COUNT    TO WS-INERT-DISP
           MOVE COV-DEAD       TO WS-DEAD-DISP

           STRING
             ' MAX='                   DELIMITED SIZE
             LMNT-DIF-DISP             DELIMITED SIZE
             ' RECS='                  DELIMITED SIZE
             WS-REC-COUNT-DISP         DELIMITED SIZE
             ' DEADRULES='             DELIMITED SIZE
             WS-DEAD-DISP              DELIMITED SIZE
             ' INERT='                 DELIMITED SIZE
             WS-INERT-DISP             DELIMITED SIZE
             ' RC='                    DELIMITED SIZE
             WS-RC-DISP                DELIMITED SIZE
             ' RUNID='                 DELIMITED SIZE
