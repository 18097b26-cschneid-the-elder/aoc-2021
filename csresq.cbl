      * value, return code, and elapsed time per run.  Point lookups
      * for incident calls, instead of grep sessions over the flat
      * audit log.
      * A row csresr has restated is still listed -- it is what ran
      * -- but carries SUPERSEDED-BY= and the rerun that replaced
      * it; CURRENT=Y lists only the rows that stand.
      *
      *   csresq "PGM=cs06b" "FROM=20260801" "TO=20260831"
      *   csresq "PGM=cs06b" "FROM=20260801" "CURRENT=Y"
      *
       Program-ID. csresq.
       Environment Division.
           05  WS-ARC-STAT        PIC X(002)         VALUE SPACES.
           05  WS-MATCH-COUNT     PIC 9(008) COMP    VALUE 0.
           05  WS-MATCH-DISP      PIC 9(008)         VALUE 0.
           05  WS-SUPER-RUNID     PIC X(017)         VALUE SPACES.
           05  WS-SUPER-NOTE      PIC X(032)         VALUE SPACES.
           05  WS-SUPER-COUNT     PIC 9(008)         VALUE 0.

      * The row being listed, from the master or a year archive.
       01  SHOW-ROW.
           05  SHOW-PGM           PIC X(008).
           05  SHOW-TS            PIC X(016).
           05  SHOW-RUNID         PIC X(017).
           05  SHOW-RC            PIC X(004).
           05  SHOW-ELAPSED       PIC X(008).
           05  SHOW-RECS          PIC X(018).
           05  SHOW-RESULT        PIC X(040).
           05  SHOW-DEPT          PIC X(004).

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
       01  SWITCHES.
           05  RES-EOF-SW         PIC X(001)         VALUE 'N'.
               88  RES-EOF                           VALUE 'Y'.
           05  CURRENT-SW         PIC X(001)         VALUE 'N'.
               88  CURRENT-ONLY                      VALUE 'Y'.

       Procedure Division.
           DISPLAY MYNAME SPACE FUNCTION CURRENT-DATE

           IF WS-ARC-YEAR NOT = SPACES
               PERFORM 3000-SEARCH-THE-ARCHIVE
               PERFORM 2500-SHOW-THE-COUNTS
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
                     OR RES-TS(1:8) > WS-TO-DATE
                     SET RES-EOF TO TRUE
                 ELSE
                     MOVE RES-MASTER-REC TO SHOW-ROW
                     PERFORM 2000-SHOW-ONE-ROW
                 END-IF
             END-READ
           END-PERFORM

           CLOSE RES-MASTER

           PERFORM 2500-SHOW-THE-COUNTS

           PERFORM 9000-WRITE-AUDIT-LOG
           PERFORM 9900-DISPLAY-SUMMARY
      *          search the year-stamped archive csresm extracted
      *          instead of the live master
                 MOVE WS-CLI-VAL(1:4) TO WS-ARC-YEAR
             WHEN 'CURRENT'
                 IF FUNCTION UPPER-CASE(WS-CLI-VAL(1:1)) = 'Y'
                     SET CURRENT-ONLY TO TRUE
                 END-IF
             WHEN OTHER
                 DISPLAY
                  MYNAME
           END-EVALUATE
           .

      * One row, from the master or an archive, marked when a
      * restatement has superseded it.
       2000-SHOW-ONE-ROW.
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cssuper' USING
             SHOW-PGM SHOW-TS SHOW-RUNID WS-SUPER-RUNID
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           MOVE SPACES TO WS-SUPER-NOTE
           IF WS-SUPER-RUNID NOT = SPACES
               ADD 1 TO WS-SUPER-COUNT
               IF CURRENT-ONLY
                   EXIT PARAGRAPH
               END-IF
               STRING
                 ' SUPERSEDED-BY='         DELIMITED SIZE
                 WS-SUPER-RUNID            DELIMITED SPACE
                 INTO WS-SUPER-NOTE
               END-STRING
           END-IF
           ADD 1 TO WS-MATCH-COUNT
           DISPLAY
             MYNAME ' ' SHOW-PGM
             ' TS=' SHOW-TS
             ' RUNID=' SHOW-RUNID
             ' RC=' SHOW-RC
             ' ELAPSED=' SHOW-ELAPSED
             ' RECS=' SHOW-RECS
             ' RESULT=' SHOW-RESULT
             ' DEPT=' SHOW-DEPT
             WS-SUPER-NOTE
           .

       2500-SHOW-THE-COUNTS.
           DISPLAY MYNAME ' matching runs ' WS-MATCH-COUNT
           IF WS-SUPER-COUNT > 0
               IF CURRENT-ONLY
                   DISPLAY MYNAME ' superseded runs omitted '
                     WS-SUPER-COUNT
               ELSE
                   DISPLAY MYNAME ' superseded runs listed  '
                     WS-SUPER-COUNT
               END-IF
           END-IF
           .

      * The year archive is the master's record images flat on
      * disk; same filters, same output line, just read front to
      * back.
                 IF ARC-PGM = WS-QUERY-PGM
                     AND ARC-TS(1:8) >= WS-FROM-DATE
                     AND ARC-TS(1:8) <= WS-TO-DATE
                     MOVE ARC-DATA-REC TO SHOW-ROW
                     PERFORM 2000-SHOW-ONE-ROW
                 END-IF
             END-READ
           END-PERFORM
