      * switches on the day 2 rule allowing one small cave to be
      * visited twice in a path.  CAVE-TBL, CAVE-CONN-TBL, CONN-TBL
      * and PATH-CAVE are all sized larger to cover bigger maps.
      *
      * Given PRIOR= naming the last signed-off connection list,
      * the two surveys are compared for cave and connection changes,
      * both path-counting rules are run against each, and every
      * changed connection is tried on its own against the prior map
      * to rank which ones moved the counts; the result goes to
      * cs12a.chg for sign-off.
      *
       Function-ID. caveidx.
       Data Division.
           Select CSV-LOG              Assign Dynamic WS-CSV-LOG-NAME
                                        Organization Line Sequential
                                        File Status Is WS-CSV-LOG-STAT.
           Select PRIOR-DATA           Assign Dynamic WS-PRIOR-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-PRIOR-STAT.
           Select CHG-DATA             Assign Dynamic WS-CHG-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-CHG-STAT.
       Data Division.
       File Section.
       FD  INPT-DATA.
       FD  CSV-LOG.
       01  CSV-LOG-REC        PIC X(200).

       FD  PRIOR-DATA.
       01  PRIOR-DATA-REC     PIC X(080).

       FD  CHG-DATA.
       01  CHG-DATA-REC       PIC X(200).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008)         VALUE 'cs12a'.
           05  RPT-INTERVAL       PIC 9(009) COMP    VALUE 10000.
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
           05  PWRK-EOF-SW        PIC X(001)         VALUE 'N'.
               88  PWRK-EOF                          VALUE 'Y'.
           05  WS-REC-COUNT-DISP  PIC 9(009)         VALUE 0.
           05  WS-VISITS-DISP     PIC X(001)         VALUE '1'.
           05  START-IDX          PIC 9(009) COMP    VALUE 0.
           05  WS-CSV-LOG-NAME    PIC X(040)        VALUE 'cscsv.log'.
           05  WS-PWRK-FNAME      PIC X(040)    VALUE 'cs12a.paths'.
           05  WS-CSV-LINE        PIC X(200)         VALUE SPACES.
           05  WS-BUS-STAMP       PIC X(021)         VALUE SPACES.

      * Survey change control: tonight's list as read (the connect
      * pass rewrites CONN-TBL in place), the prior signed-off list,
      * the list a trial map is built from, and the per-connection
      * impact on each counting rule.
       01  CHANGE-CONTROL-AREAS.
           05  WS-PRIOR-FNAME     PIC X(080)         VALUE SPACES.
           05  WS-PRIOR-STAT      PIC X(002)         VALUE SPACES.
           05  WS-CHG-FNAME       PIC X(040)      VALUE 'cs12a.chg'.
           05  WS-CHG-STAT        PIC X(002)         VALUE SPACES.
           05  WS-LIN-LINE        PIC X(200)         VALUE SPACES.
           05  CHG-IDX            PIC 9(009) COMP    VALUE 0.
           05  CHG-IDX-2          PIC 9(009) COMP    VALUE 0.
           05  CHG-HOLD-MODE      PIC X(006)         VALUE SPACES.
           05  CHG-HOLD-PATHS     PIC 9(009) COMP    VALUE 0.
           05  CHG-NAME           PIC X(005)         VALUE SPACES.
           05  NEW-CONN-COUNT     PIC 9(009) COMP    VALUE 0.
           05  NEW-CONN OCCURS 50 TIMES.
               10  NEW-CAVE-1     PIC X(005).
               10  NEW-CAVE-2     PIC X(005).
               10  NEW-MATCH-SW   PIC X(001).
                   88  NEW-MATCHED                   VALUE 'Y'
                                                     FALSE 'N'.
           05  PRIOR-CONN-COUNT   PIC 9(009) COMP    VALUE 0.
           05  PRIOR-CONN OCCURS 50 TIMES.
               10  PRIOR-CAVE-1   PIC X(005).
               10  PRIOR-CAVE-2   PIC X(005).
               10  PRIOR-MATCH-SW PIC X(001).
                   88  PRIOR-MATCHED                 VALUE 'Y'
                                                     FALSE 'N'.
           05  TRIAL-CONN-COUNT   PIC 9(009) COMP    VALUE 0.
           05  TRIAL-CONN OCCURS 51 TIMES.
               10  TRIAL-CAVE-1   PIC X(005).
               10  TRIAL-CAVE-2   PIC X(005).
           05  TRIAL-STD-PATHS    PIC 9(009) COMP    VALUE 0.
           05  TRIAL-DBL-PATHS    PIC 9(009) COMP    VALUE 0.
           05  PRIOR-STD-PATHS    PIC 9(009) COMP    VALUE 0.
           05  PRIOR-DBL-PATHS    PIC 9(009) COMP    VALUE 0.
           05  NEW-STD-PATHS      PIC 9(009) COMP    VALUE 0.
           05  NEW-DBL-PATHS      PIC 9(009) COMP    VALUE 0.
           05  CAVES-ADDED        PIC 9(004) COMP    VALUE 0.
           05  CAVES-REMOVED      PIC 9(004) COMP    VALUE 0.
           05  CONNS-ADDED        PIC 9(004) COMP    VALUE 0.
           05  CONNS-REMOVED      PIC 9(004) COMP    VALUE 0.
           05  IMPACT-COUNT       PIC 9(004) COMP    VALUE 0.
           05  IMPACT-ENTRY OCCURS 100 TIMES.
               10  IMPACT-ACTION  PIC X(007).
               10  IMPACT-CAVE-1  PIC X(005).
               10  IMPACT-CAVE-2  PIC X(005).
               10  IMPACT-STD     PIC S9(009) COMP.
               10  IMPACT-DBL     PIC S9(009) COMP.
               10  IMPACT-WEIGHT  PIC 9(009) COMP.
               10  IMPACT-TRIED-SW PIC X(001).
                   88  IMPACT-TRIED                  VALUE 'Y'
                                                     FALSE 'N'.
           05  IMPACT-SWAP.
               10  SWAP-ACTION    PIC X(007).
               10  SWAP-CAVE-1    PIC X(005).
               10  SWAP-CAVE-2    PIC X(005).
               10  SWAP-STD       PIC S9(009) COMP.
               10  SWAP-DBL       PIC S9(009) COMP.
               10  SWAP-WEIGHT    PIC 9(009) COMP.
               10  SWAP-TRIED-SW  PIC X(001).
           05  CHG-LIMIT          PIC 9(009) COMP    VALUE 0.
           05  CHG-END            PIC 9(001)         VALUE 0.
           05  CHG-CONN-TEXT      PIC X(011)         VALUE SPACES.
           05  CHG-LINE           PIC X(200)         VALUE SPACES.
           05  CHG-COUNT-DISP     PIC 9(004)         VALUE 0.
           05  CHG-COUNT-DISP-2   PIC 9(004)         VALUE 0.
           05  CHG-COUNT-DISP-3   PIC 9(004)         VALUE 0.
           05  CHG-COUNT-DISP-4   PIC 9(004)         VALUE 0.
           05  CHG-RANK-DISP      PIC 9(003)         VALUE 0.
           05  CHG-PATHS-DISP     PIC 9(009)         VALUE 0.
           05  CHG-PATHS-DISP-2   PIC 9(009)         VALUE 0.
           05  CHG-DELTA          PIC S9(009) COMP   VALUE 0.
           05  CHG-DELTA-DISP     PIC +9(009).
           05  CHG-DELTA-DISP-2   PIC +9(009).
           05  CHG-RULE           PIC X(008)         VALUE SPACES.
           05  CHG-COMPARE-SW     PIC X(001)         VALUE 'N'.
               88  CHG-COMPARED                      VALUE 'Y'
                                                     FALSE 'N'.
           05  CHG-FOUND-SW       PIC X(001)         VALUE 'N'.
               88  CHG-FOUND                         VALUE 'Y'
                                                     FALSE 'N'.
           05  CHG-FIT-SW         PIC X(001)         VALUE 'Y'.
               88  CHG-MAP-FITS                      VALUE 'Y'
                                                     FALSE 'N'.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           05  WS-START-TIME-R    REDEFINES WS-START-TIME.
       77  USED-DOUBLE-SW EXTERNAL PIC X(001).
           88  USED-DOUBLE-VISIT                      VALUE 'Y'
                                                     FALSE 'N'.
       77  COUNT-ONLY-SW EXTERNAL PIC X(001).
           88  COUNT-ONLY                             VALUE 'Y'
                                                     FALSE 'N'.

       01  CONNECTION-TABLE EXTERNAL.
           05  CONN-TBL OCCURS 50.
             EXTERNAL-WORK-AREAS

           SET USED-DOUBLE-VISIT TO FALSE
           SET COUNT-ONLY TO FALSE

           ACCEPT CLI-ARGS FROM COMMAND-LINE
           SET CLI-PTR TO 1
               MOVE '/dev/stdin' TO WS-ASSIGN-NAME
           END-IF

           IF WS-ASSIGN-NAME NOT = '/dev/stdin'
               PERFORM 0250-CHECK-THE-CONTENT
           END-IF

           OPEN INPUT INPT-DATA

           PERFORM 8010-READ-INPT-DATA

           CLOSE INPT-DATA

           MOVE CONNECTION-COUNT TO NEW-CONN-COUNT
           PERFORM VARYING CHG-IDX FROM 1 BY 1
           UNTIL CHG-IDX > CONNECTION-COUNT
             MOVE CONN-CAVE-1(CHG-IDX) TO NEW-CAVE-1(CHG-IDX)
             MOVE CONN-CAVE-2(CHG-IDX) TO NEW-CAVE-2(CHG-IDX)
           END-PERFORM

           PERFORM 2000-CONNECT-CAVES
             VARYING CONN-IDX FROM 1 BY 1
             UNTIL CONN-IDX > CONNECTION-COUNT

           PERFORM 4020-REPORT-TRAVERSAL

           IF WS-PRIOR-FNAME NOT = SPACES
               PERFORM 5000-COMPARE-PRIOR-SURVEY
           END-IF

           MOVE 'T' TO WS-RPT-ACTION
           MOVE SPACES TO WS-RPT-LINE
           MOVE PATH-COUNT TO WS-RPT-N9
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 9200-WRITE-REPORT-LINE
           IF CHG-COMPARED
               PERFORM 5900-REPORT-CHANGE-TOTALS
           END-IF
           MOVE 'C' TO WS-RPT-ACTION
           PERFORM 9200-WRITE-REPORT-LINE

       0150-APPLY-ENV-PREFIX.
           CALL 'csenvfn' USING WS-CSV-LOG-NAME END-CALL
           CALL 'csenvfn' USING WS-PWRK-FNAME END-CALL
           CALL 'csenvfn' USING WS-CHG-FNAME END-CALL
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
                 IF FUNCTION UPPER-CASE(WS-CLI-VAL) = 'Y'
                     SET CSV-REQUESTED TO TRUE
                 END-IF
             WHEN 'PRIOR'
                 MOVE WS-CLI-VAL TO WS-PRIOR-FNAME
             WHEN 'RUNID'
                 MOVE WS-CLI-VAL TO WS-RUN-ID
             WHEN OTHER
           DISPLAY MYNAME ' dead-weight caves ' DEADWEIGHT-COUNT
           .

      *----------------------------------------------------------------
      * Survey change control.  Tonight's connection list is set
      * against the prior signed-off one: caves and connections
      * added and removed, the path count under each counting rule
      * before and after, and -- each changed connection tried on
      * its own against the prior map -- how far that one change
      * moves each count.  The trial maps only count paths; nothing
      * is streamed to the work file.  The tonight map is rebuilt
      * last so the table usage logged afterwards is tonight's.
      *----------------------------------------------------------------
       5000-COMPARE-PRIOR-SURVEY.
           PERFORM 5100-LOAD-PRIOR-LIST
           IF NOT CHG-MAP-FITS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE PATH-COUNT TO CHG-HOLD-PATHS
           MOVE MODE-SW TO CHG-HOLD-MODE
           SET COUNT-ONLY TO TRUE

           PERFORM 5200-MATCH-CONNECTIONS

           MOVE PRIOR-CONN-COUNT TO TRIAL-CONN-COUNT
           PERFORM VARYING CHG-IDX FROM 1 BY 1
           UNTIL CHG-IDX > PRIOR-CONN-COUNT
             MOVE PRIOR-CAVE-1(CHG-IDX) TO TRIAL-CAVE-1(CHG-IDX)
             MOVE PRIOR-CAVE-2(CHG-IDX) TO TRIAL-CAVE-2(CHG-IDX)
           END-PERFORM
           PERFORM 5300-COUNT-TRIAL-MAP
           MOVE TRIAL-STD-PATHS TO PRIOR-STD-PATHS
           MOVE TRIAL-DBL-PATHS TO PRIOR-DBL-PATHS

           MOVE NEW-CONN-COUNT TO TRIAL-CONN-COUNT
           PERFORM VARYING CHG-IDX FROM 1 BY 1
           UNTIL CHG-IDX > NEW-CONN-COUNT
             MOVE NEW-CAVE-1(CHG-IDX) TO TRIAL-CAVE-1(CHG-IDX)
             MOVE NEW-CAVE-2(CHG-IDX) TO TRIAL-CAVE-2(CHG-IDX)
           END-PERFORM
           PERFORM 5300-COUNT-TRIAL-MAP
           MOVE TRIAL-STD-PATHS TO NEW-STD-PATHS
           MOVE TRIAL-DBL-PATHS TO NEW-DBL-PATHS

           MOVE 0 TO IMPACT-COUNT
           PERFORM VARYING CHG-IDX-2 FROM 1 BY 1
           UNTIL CHG-IDX-2 > PRIOR-CONN-COUNT
             IF NOT PRIOR-MATCHED(CHG-IDX-2)
                 PERFORM 5450-TRY-REMOVED-CONNECTION
             END-IF
           END-PERFORM
           PERFORM VARYING CHG-IDX-2 FROM 1 BY 1
           UNTIL CHG-IDX-2 > NEW-CONN-COUNT
             IF NOT NEW-MATCHED(CHG-IDX-2)
                 PERFORM 5460-TRY-ADDED-CONNECTION
             END-IF
           END-PERFORM
           PERFORM 5500-RANK-IMPACTS

      *    put tonight's map back for the usage figures that follow
           MOVE NEW-CONN-COUNT TO TRIAL-CONN-COUNT
           PERFORM VARYING CHG-IDX FROM 1 BY 1
           UNTIL CHG-IDX > NEW-CONN-COUNT
             MOVE NEW-CAVE-1(CHG-IDX) TO TRIAL-CAVE-1(CHG-IDX)
             MOVE NEW-CAVE-2(CHG-IDX) TO TRIAL-CAVE-2(CHG-IDX)
           END-PERFORM
           PERFORM 5400-BUILD-TRIAL-MAP
           MOVE CHG-HOLD-PATHS TO PATH-COUNT
           MOVE CHG-HOLD-MODE TO MODE-SW
           SET COUNT-ONLY TO FALSE

           PERFORM 5600-WRITE-CHANGE-FILE
           SET CHG-COMPARED TO TRUE

           DISPLAY MYNAME ' ----------------------------------------'
           DISPLAY MYNAME ' survey change control against '
             FUNCTION TRIM(WS-PRIOR-FNAME)
           MOVE CAVES-ADDED TO CHG-COUNT-DISP
           MOVE CAVES-REMOVED TO CHG-COUNT-DISP-2
           DISPLAY MYNAME ' caves added ' CHG-COUNT-DISP
             ' removed ' CHG-COUNT-DISP-2
           MOVE CONNS-ADDED TO CHG-COUNT-DISP
           MOVE CONNS-REMOVED TO CHG-COUNT-DISP-2
           DISPLAY MYNAME ' connections added ' CHG-COUNT-DISP
             ' removed ' CHG-COUNT-DISP-2
           MOVE PRIOR-STD-PATHS TO CHG-PATHS-DISP
           MOVE NEW-STD-PATHS TO CHG-PATHS-DISP-2
           DISPLAY MYNAME ' standard rule paths     before '
             CHG-PATHS-DISP ' after ' CHG-PATHS-DISP-2
           MOVE PRIOR-DBL-PATHS TO CHG-PATHS-DISP
           MOVE NEW-DBL-PATHS TO CHG-PATHS-DISP-2
           DISPLAY MYNAME ' double-visit rule paths before '
             CHG-PATHS-DISP ' after ' CHG-PATHS-DISP-2
           IF IMPACT-COUNT > 0
               MOVE 1 TO CHG-IDX
               PERFORM 5610-FORMAT-IMPACT-CONN
               MOVE IMPACT-STD(1) TO CHG-DELTA-DISP
               MOVE IMPACT-DBL(1) TO CHG-DELTA-DISP-2
               DISPLAY MYNAME ' largest impact ' CHG-CONN-TEXT
                 ' ' IMPACT-ACTION(1) ' standard ' CHG-DELTA-DISP
                 ' double-visit ' CHG-DELTA-DISP-2
           END-IF
           DISPLAY MYNAME ' change control written to '
             FUNCTION TRIM(WS-CHG-FNAME)

      *    a changed survey needs a sign-off before routing plans
      *    are rebuilt, so the driver sees it as a warning
           IF CONNS-ADDED > 0 OR CONNS-REMOVED > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

      * The prior list is in the same a-b form as tonight's input.
       5100-LOAD-PRIOR-LIST.
           SET CHG-MAP-FITS TO TRUE
           MOVE 0 TO PRIOR-CONN-COUNT
           OPEN INPUT PRIOR-DATA
           IF WS-PRIOR-STAT NOT = '00'
               DISPLAY
                 MYNAME ' prior survey missing or unreadable: '
                 FUNCTION TRIM(WS-PRIOR-FNAME)
                 ' -- no change control'
               SET CHG-MAP-FITS TO FALSE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PRIOR-STAT NOT = '00'
             OR NOT CHG-MAP-FITS
             MOVE SPACES TO PRIOR-DATA-REC
             READ PRIOR-DATA
               NOT AT END
                 IF PRIOR-DATA-REC NOT = SPACES
                     IF PRIOR-CONN-COUNT >= CONN-TABLE-MAX
                         DISPLAY
                           MYNAME ' prior survey overflows the'
                           ' connection table -- no change control'
                         SET CHG-MAP-FITS TO FALSE
                     ELSE
                         ADD 1 TO PRIOR-CONN-COUNT
                         UNSTRING PRIOR-DATA-REC
                           DELIMITED SPACE OR '-'
                           INTO
                             PRIOR-CAVE-1(PRIOR-CONN-COUNT)
                             PRIOR-CAVE-2(PRIOR-CONN-COUNT)
                         END-UNSTRING
                     END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PRIOR-DATA
           .

      * A connection is the same connection whichever way round
      * the surveyor wrote it.
       5200-MATCH-CONNECTIONS.
           PERFORM VARYING CHG-IDX FROM 1 BY 1
           UNTIL CHG-IDX > NEW-CONN-COUNT
             SET NEW-MATCHED(CHG-IDX) TO FALSE
           END-PERFORM
           PERFORM VARYING CHG-IDX-2 FROM 1 BY 1
           UNTIL CHG-IDX-2 > PRIOR-CONN-COUNT
             SET PRIOR-MATCHED(CHG-IDX-2) TO FALSE
           END-PERFORM

           PERFORM VARYING CHG-IDX FROM 1 BY 1
           UNTIL CHG-IDX > NEW-CONN-COUNT
             PERFORM VARYING CHG-IDX-2 FROM 1 BY 1
             UNTIL CHG-IDX-2 > PRIOR-CONN-COUNT
               OR NEW-MATCHED(CHG-IDX)
               IF NOT PRIOR-MATCHED(CHG-IDX-2)
                 AND ((NEW-CAVE-1(CHG-IDX) = PRIOR-CAVE-1(CHG-IDX-2)
                   AND NEW-CAVE-2(CHG-IDX) = PRIOR-CAVE-2(CHG-IDX-2))
                 OR (NEW-CAVE-1(CHG-IDX) = PRIOR-CAVE-2(CHG-IDX-2)
                   AND NEW-CAVE-2(CHG-IDX) = PRIOR-CAVE-1(CHG-IDX-2)))
                   SET NEW-MATCHED(CHG-IDX) TO TRUE
                   SET PRIOR-MATCHED(CHG-IDX-2) TO TRUE
               END-IF
             END-PERFORM
           END-PERFORM

           MOVE 0 TO CONNS-ADDED CONNS-REMOVED
           PERFORM VARYING CHG-IDX FROM 1 BY 1
           UNTIL CHG-IDX > NEW-CONN-COUNT
             IF NOT NEW-MATCHED(CHG-IDX)
                 ADD 1 TO CONNS-ADDED
             END-IF
           END-PERFORM
           PERFORM VARYING CHG-IDX-2 FROM 1 BY 1
           UNTIL CHG-IDX-2 > PRIOR-CONN-COUNT
             IF NOT PRIOR-MATCHED(CHG-IDX-2)
                 ADD 1 TO CONNS-REMOVED
             END-IF
           END-PERFORM
           .

      * Path counts under both rules for whatever list is in the
      * trial table; a map that will not fit the tables counts zero.
       5300-COUNT-TRIAL-MAP.
           MOVE 0 TO TRIAL-STD-PATHS TRIAL-DBL-PATHS
           PERFORM 5400-BUILD-TRIAL-MAP
           IF NOT CHG-MAP-FITS
               EXIT PARAGRAPH
           END-IF
           MOVE caveidx(START-CAVE) TO START-IDX
           IF START-IDX = 9999
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO MODE-SW
           PERFORM 5310-COUNT-ONE-RULE
           MOVE PATH-COUNT TO TRIAL-STD-PATHS
           MOVE 'DOUBLE' TO MODE-SW
           PERFORM 5310-COUNT-ONE-RULE
           MOVE PATH-COUNT TO TRIAL-DBL-PATHS
           .

       5310-COUNT-ONE-RULE.
           SET USED-DOUBLE-VISIT TO FALSE
           MOVE 0 TO PATH-COUNT
           MOVE 1 TO CURR-PATH
           MOVE START-IDX TO BUILD-PATH-IDX(CURR-PATH)
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'findpath' USING
             START-IDX
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           .

      * Loads the cave and connection tables from the trial list the
      * same way the input load and connect passes do for tonight's.
       5400-BUILD-TRIAL-MAP.
           SET CHG-MAP-FITS TO TRUE
           INITIALIZE CONNECTION-TABLE CAVE-TABLE
           MOVE 0 TO CONNECTION-COUNT CAVE-COUNT
           IF TRIAL-CONN-COUNT > CONN-TABLE-MAX
               SET CHG-MAP-FITS TO FALSE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CHG-IDX FROM 1 BY 1
           UNTIL CHG-IDX > TRIAL-CONN-COUNT
             ADD 1 TO CONNECTION-COUNT
             MOVE TRIAL-CAVE-1(CHG-IDX) TO CONN-CAVE-1(CONNECTION-COUNT)
             MOVE TRIAL-CAVE-2(CHG-IDX) TO CONN-CAVE-2(CONNECTION-COUNT)
             MOVE TRIAL-CAVE-1(CHG-IDX) TO CHG-NAME
             PERFORM 5410-ADD-TRIAL-CAVE
             MOVE TRIAL-CAVE-2(CHG-IDX) TO CHG-NAME
             PERFORM 5410-ADD-TRIAL-CAVE
           END-PERFORM
           IF NOT CHG-MAP-FITS
               EXIT PARAGRAPH
           END-IF
           PERFORM 2000-CONNECT-CAVES
             VARYING CONN-IDX FROM 1 BY 1
             UNTIL CONN-IDX > CONNECTION-COUNT
           .

       5410-ADD-TRIAL-CAVE.
           IF caveidx(CHG-NAME) = 9999
               IF CAVE-COUNT >= CAVE-TABLE-MAX
                   SET CHG-MAP-FITS TO FALSE
               ELSE
                   ADD 1 TO CAVE-COUNT
                   MOVE CHG-NAME TO CAVE(CAVE-COUNT)
                   PERFORM 1010-SET-CAVE-SIZE
               END-IF
           END-IF
           .

      * The prior map less the one connection that went away.
       5450-TRY-REMOVED-CONNECTION.
           MOVE 0 TO TRIAL-CONN-COUNT
           PERFORM VARYING CHG-IDX FROM 1 BY 1
           UNTIL CHG-IDX > PRIOR-CONN-COUNT
             IF CHG-IDX NOT = CHG-IDX-2
                 ADD 1 TO TRIAL-CONN-COUNT
                 MOVE PRIOR-CAVE-1(CHG-IDX)
                   TO TRIAL-CAVE-1(TRIAL-CONN-COUNT)
                 MOVE PRIOR-CAVE-2(CHG-IDX)
                   TO TRIAL-CAVE-2(TRIAL-CONN-COUNT)
             END-IF
           END-PERFORM
           ADD 1 TO IMPACT-COUNT
           MOVE 'REMOVED' TO IMPACT-ACTION(IMPACT-COUNT)
           MOVE PRIOR-CAVE-1(CHG-IDX-2) TO IMPACT-CAVE-1(IMPACT-COUNT)
           MOVE PRIOR-CAVE-2(CHG-IDX-2) TO IMPACT-CAVE-2(IMPACT-COUNT)
           PERFORM 5470-RECORD-IMPACT
           .

      * The prior map plus the one connection that is new tonight.
       5460-TRY-ADDED-CONNECTION.
           MOVE PRIOR-CONN-COUNT TO TRIAL-CONN-COUNT
           PERFORM VARYING CHG-IDX FROM 1 BY 1
           UNTIL CHG-IDX > PRIOR-CONN-COUNT
             MOVE PRIOR-CAVE-1(CHG-IDX) TO TRIAL-CAVE-1(CHG-IDX)
             MOVE PRIOR-CAVE-2(CHG-IDX) TO TRIAL-CAVE-2(CHG-IDX)
           END-PERFORM
           ADD 1 TO TRIAL-CONN-COUNT
           MOVE NEW-CAVE-1(CHG-IDX-2) TO TRIAL-CAVE-1(TRIAL-CONN-COUNT)
           MOVE NEW-CAVE-2(CHG-IDX-2) TO TRIAL-CAVE-2(TRIAL-CONN-COUNT)
           ADD 1 TO IMPACT-COUNT
           MOVE 'ADDED' TO IMPACT-ACTION(IMPACT-COUNT)
           MOVE NEW-CAVE-1(CHG-IDX-2) TO IMPACT-CAVE-1(IMPACT-COUNT)
           MOVE NEW-CAVE-2(CHG-IDX-2) TO IMPACT-CAVE-2(IMPACT-COUNT)
           PERFORM 5470-RECORD-IMPACT
           .

       5470-RECORD-IMPACT.
           PERFORM 5300-COUNT-TRIAL-MAP
           IF CHG-MAP-FITS
               SET IMPACT-TRIED(IMPACT-COUNT) TO TRUE
               COMPUTE IMPACT-STD(IMPACT-COUNT) =
                 TRIAL-STD-PATHS - PRIOR-STD-PATHS
               COMPUTE IMPACT-DBL(IMPACT-COUNT) =
                 TRIAL-DBL-PATHS - PRIOR-DBL-PATHS
               COMPUTE IMPACT-WEIGHT(IMPACT-COUNT) = FUNCTION MAX(
                 FUNCTION ABS(IMPACT-STD(IMPACT-COUNT))
                 FUNCTION ABS(IMPACT-DBL(IMPACT-COUNT)))
           ELSE
               SET IMPACT-TRIED(IMPACT-COUNT) TO FALSE
               MOVE 0 TO IMPACT-STD(IMPACT-COUNT)
                 IMPACT-DBL(IMPACT-COUNT) IMPACT-WEIGHT(IMPACT-COUNT)
           END-IF
           .

      * Largest swing in either count first; a connection that could
      * not be tried sorts to the bottom with a zero swing.
       5500-RANK-IMPACTS.
           PERFORM VARYING CHG-IDX FROM 2 BY 1
           UNTIL CHG-IDX > IMPACT-COUNT
             MOVE CHG-IDX TO CHG-IDX-2
             PERFORM UNTIL CHG-IDX-2 < 2
               IF IMPACT-WEIGHT(CHG-IDX-2 - 1)
                   < IMPACT-WEIGHT(CHG-IDX-2)
                   MOVE IMPACT-ENTRY(CHG-IDX-2) TO IMPACT-SWAP
                   MOVE IMPACT-ENTRY(CHG-IDX-2 - 1)
                     TO IMPACT-ENTRY(CHG-IDX-2)
                   MOVE IMPACT-SWAP TO IMPACT-ENTRY(CHG-IDX-2 - 1)
                   SUBTRACT 1 FROM CHG-IDX-2
               ELSE
                   MOVE 1 TO CHG-IDX-2
               END-IF
             END-PERFORM
           END-PERFORM
           .

      * cs12a.chg, the sign-off sheet: one KEYWORD=VALUE line per
      * change, the before and after counts per rule, then the
      * ranked impacts.
       5600-WRITE-CHANGE-FILE.
           OPEN OUTPUT CHG-DATA
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cslinhd' USING
             MYNAME
             WS-RUN-ID
             WS-ASSIGN-NAME
             WS-LIN-LINE
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           WRITE CHG-DATA-REC FROM WS-LIN-LINE

           MOVE SPACES TO CHG-LINE
           STRING
             'PRIOR='                  DELIMITED SIZE
             WS-PRIOR-FNAME            DELIMITED SPACE
             ' CURRENT='               DELIMITED SIZE
             WS-ASSIGN-NAME            DELIMITED SPACE
             INTO CHG-LINE
           END-STRING
           WRITE CHG-DATA-REC FROM CHG-LINE

      *    a cave is new if no prior connection names it, and is
      *    listed once, at its first appearance in tonight's list
           MOVE 0 TO CAVES-ADDED CAVES-REMOVED
           PERFORM VARYING CHG-IDX FROM 1 BY 1
           UNTIL CHG-IDX > NEW-CONN-COUNT
             PERFORM VARYING CHG-END FROM 1 BY 1 UNTIL CHG-END > 2
               IF CHG-END = 1
                   MOVE NEW-CAVE-1(CHG-IDX) TO CHG-NAME
               ELSE
                   MOVE NEW-CAVE-2(CHG-IDX) TO CHG-NAME
               END-IF
               PERFORM 5710-FIND-IN-NEW-BEFORE
               IF NOT CHG-FOUND
                   MOVE PRIOR-CONN-COUNT TO CHG-LIMIT
                   PERFORM 5720-FIND-IN-PRIOR
                   IF NOT CHG-FOUND
                       ADD 1 TO CAVES-ADDED
                       MOVE SPACES TO CHG-LINE
                       STRING
                         'CAVE='      DELIMITED SIZE
                         CHG-NAME     DELIMITED SPACE
                         ' ACTION=ADDED' DELIMITED SIZE
                         INTO CHG-LINE
                       END-STRING
                       WRITE CHG-DATA-REC FROM CHG-LINE
                   END-IF
               END-IF
             END-PERFORM
           END-PERFORM
           PERFORM VARYING CHG-IDX FROM 1 BY 1
           UNTIL CHG-IDX > PRIOR-CONN-COUNT
             PERFORM VARYING CHG-END FROM 1 BY 1 UNTIL CHG-END > 2
               IF CHG-END = 1
                   MOVE PRIOR-CAVE-1(CHG-IDX) TO CHG-NAME
               ELSE
                   MOVE PRIOR-CAVE-2(CHG-IDX) TO CHG-NAME
               END-IF
               PERFORM 5730-FIND-IN-PRIOR-BEFORE
               IF NOT CHG-FOUND
                   MOVE NEW-CONN-COUNT TO CHG-LIMIT
                   PERFORM 5740-FIND-IN-NEW
                   IF NOT CHG-FOUND
                       ADD 1 TO CAVES-REMOVED
                       MOVE SPACES TO CHG-LINE
                       STRING
                         'CAVE='      DELIMITED SIZE
                         CHG-NAME     DELIMITED SPACE
                         ' ACTION=REMOVED' DELIMITED SIZE
                         INTO CHG-LINE
                       END-STRING
                       WRITE CHG-DATA-REC FROM CHG-LINE
                   END-IF
               END-IF
             END-PERFORM
           END-PERFORM

           PERFORM VARYING CHG-IDX FROM 1 BY 1
           UNTIL CHG-IDX > NEW-CONN-COUNT
             IF NOT NEW-MATCHED(CHG-IDX)
                 MOVE SPACES TO CHG-CONN-TEXT
                 STRING
                   NEW-CAVE-1(CHG-IDX) DELIMITED SPACE
                   '-'                 DELIMITED SIZE
                   NEW-CAVE-2(CHG-IDX) DELIMITED SPACE
                   INTO CHG-CONN-TEXT
                 END-STRING
                 MOVE SPACES TO CHG-LINE
                 STRING
                   'CONN='         DELIMITED SIZE
                   CHG-CONN-TEXT   DELIMITED SPACE
                   ' ACTION=ADDED' DELIMITED SIZE
                   INTO CHG-LINE
                 END-STRING
                 WRITE CHG-DATA-REC FROM CHG-LINE
             END-IF
           END-PERFORM
           PERFORM VARYING CHG-IDX FROM 1 BY 1
           UNTIL CHG-IDX > PRIOR-CONN-COUNT
             IF NOT PRIOR-MATCHED(CHG-IDX)
                 MOVE SPACES TO CHG-CONN-TEXT
                 STRING
                   PRIOR-CAVE-1(CHG-IDX) DELIMITED SPACE
                   '-'                   DELIMITED SIZE
                   PRIOR-CAVE-2(CHG-IDX) DELIMITED SPACE
                   INTO CHG-CONN-TEXT
                 END-STRING
                 MOVE SPACES TO CHG-LINE
                 STRING
                   'CONN='           DELIMITED SIZE
                   CHG-CONN-TEXT     DELIMITED SPACE
                   ' ACTION=REMOVED' DELIMITED SIZE
                   INTO CHG-LINE
                 END-STRING
                 WRITE CHG-DATA-REC FROM CHG-LINE
             END-IF
           END-PERFORM

           MOVE 'STANDARD' TO CHG-RULE
           MOVE PRIOR-STD-PATHS TO CHG-PATHS-DISP
           MOVE NEW-STD-PATHS TO CHG-PATHS-DISP-2
           COMPUTE CHG-DELTA = NEW-STD-PATHS - PRIOR-STD-PATHS
           PERFORM 5620-WRITE-RULE-LINE
           MOVE 'DOUBLE' TO CHG-RULE
           MOVE PRIOR-DBL-PATHS TO CHG-PATHS-DISP
           MOVE NEW-DBL-PATHS TO CHG-PATHS-DISP-2
           COMPUTE CHG-DELTA = NEW-DBL-PATHS - PRIOR-DBL-PATHS
           PERFORM 5620-WRITE-RULE-LINE

           PERFORM VARYING CHG-IDX FROM 1 BY 1
           UNTIL CHG-IDX > IMPACT-COUNT
             PERFORM 5610-FORMAT-IMPACT-CONN
             MOVE CHG-IDX TO CHG-RANK-DISP
             MOVE SPACES TO CHG-LINE
             IF IMPACT-TRIED(CHG-IDX)
                 MOVE IMPACT-STD(CHG-IDX) TO CHG-DELTA-DISP
                 MOVE IMPACT-DBL(CHG-IDX) TO CHG-DELTA-DISP-2
                 STRING
                   'IMPACT RANK='         DELIMITED SIZE
                   CHG-RANK-DISP          DELIMITED SIZE
                   ' CONN='               DELIMITED SIZE
                   CHG-CONN-TEXT          DELIMITED SPACE
                   ' ACTION='             DELIMITED SIZE
                   IMPACT-ACTION(CHG-IDX) DELIMITED SPACE
                   ' STANDARD='           DELIMITED SIZE
                   CHG-DELTA-DISP         DELIMITED SIZE
                   ' DOUBLE='             DELIMITED SIZE
                   CHG-DELTA-DISP-2       DELIMITED SIZE
                   INTO CHG-LINE
                 END-STRING
             ELSE
                 STRING
                   'IMPACT RANK='         DELIMITED SIZE
                   CHG-RANK-DISP          DELIMITED SIZE
                   ' CONN='               DELIMITED SIZE
                   CHG-CONN-TEXT          DELIMITED SPACE
                   ' ACTION='             DELIMITED SIZE
                   IMPACT-ACTION(CHG-IDX) DELIMITED SPACE
                   ' NOT TRIED, MAP OVERFLOWS THE TABLES'
                                          DELIMITED SIZE
                   INTO CHG-LINE
                 END-STRING
             END-IF
             WRITE CHG-DATA-REC FROM CHG-LINE
           END-PERFORM

           MOVE SPACES TO CHG-LINE
           MOVE CAVES-ADDED TO CHG-COUNT-DISP
           MOVE CAVES-REMOVED TO CHG-COUNT-DISP-2
           MOVE CONNS-ADDED TO CHG-COUNT-DISP-3
           MOVE CONNS-REMOVED TO CHG-COUNT-DISP-4
           STRING
             'CAVESADDED='             DELIMITED SIZE
             CHG-COUNT-DISP            DELIMITED SIZE
             ' CAVESREMOVED='          DELIMITED SIZE
             CHG-COUNT-DISP-2          DELIMITED SIZE
             ' CONNSADDED='            DELIMITED SIZE
             CHG-COUNT-DISP-3          DELIMITED SIZE
             ' CONNSREMOVED='          DELIMITED SIZE
             CHG-COUNT-DISP-4          DELIMITED SIZE
             INTO CHG-LINE
           END-STRING
           WRITE CHG-DATA-REC FROM CHG-LINE
           CLOSE CHG-DATA
           .

       5610-FORMAT-IMPACT-CONN.
           MOVE SPACES TO CHG-CONN-TEXT
           STRING
             IMPACT-CAVE-1(CHG-IDX)    DELIMITED SPACE
             '-'                       DELIMITED SIZE
             IMPACT-CAVE-2(CHG-IDX)    DELIMITED SPACE
             INTO CHG-CONN-TEXT
           END-STRING
           .

       5620-WRITE-RULE-LINE.
           MOVE CHG-DELTA TO CHG-DELTA-DISP
           MOVE SPACES TO CHG-LINE
           STRING
             'PATHS RULE='             DELIMITED SIZE
             CHG-RULE                  DELIMITED SPACE
             ' BEFORE='                DELIMITED SIZE
             CHG-PATHS-DISP            DELIMITED SIZE
             ' AFTER='                 DELIMITED SIZE
             CHG-PATHS-DISP-2          DELIMITED SIZE
             ' CHANGE='                DELIMITED SIZE
             CHG-DELTA-DISP            DELIMITED SIZE
             INTO CHG-LINE
           END-STRING
           WRITE CHG-DATA-REC FROM CHG-LINE
           .

      * Cave-name lookups for the change listing.  The -BEFORE forms
      * look only at the entries ahead of the current one (and, for
      * the second cave of a connection, at its first), so each
      * cave is listed once.
       5710-FIND-IN-NEW-BEFORE.
           SET CHG-FOUND TO FALSE
           IF CHG-END = 2 AND NEW-CAVE-1(CHG-IDX) = CHG-NAME
               SET CHG-FOUND TO TRUE
           END-IF
           PERFORM VARYING CHG-IDX-2 FROM 1 BY 1
           UNTIL CHG-IDX-2 >= CHG-IDX OR CHG-FOUND
             IF NEW-CAVE-1(CHG-IDX-2) = CHG-NAME
               OR NEW-CAVE-2(CHG-IDX-2) = CHG-NAME
                 SET CHG-FOUND TO TRUE
             END-IF
           END-PERFORM
           .

       5720-FIND-IN-PRIOR.
           SET CHG-FOUND TO FALSE
           PERFORM VARYING CHG-IDX-2 FROM 1 BY 1
           UNTIL CHG-IDX-2 > CHG-LIMIT OR CHG-FOUND
             IF PRIOR-CAVE-1(CHG-IDX-2) = CHG-NAME
               OR PRIOR-CAVE-2(CHG-IDX-2) = CHG-NAME
                 SET CHG-FOUND TO TRUE
             END-IF
           END-PERFORM
           .

       5730-FIND-IN-PRIOR-BEFORE.
           SET CHG-FOUND TO FALSE
           IF CHG-END = 2 AND PRIOR-CAVE-1(CHG-IDX) = CHG-NAME
               SET CHG-FOUND TO TRUE
           END-IF
           PERFORM VARYING CHG-IDX-2 FROM 1 BY 1
           UNTIL CHG-IDX-2 >= CHG-IDX OR CHG-FOUND
             IF PRIOR-CAVE-1(CHG-IDX-2) = CHG-NAME
               OR PRIOR-CAVE-2(CHG-IDX-2) = CHG-NAME
                 SET CHG-FOUND TO TRUE
             END-IF
           END-PERFORM
           .

       5740-FIND-IN-NEW.
           SET CHG-FOUND TO FALSE
           PERFORM VARYING CHG-IDX-2 FROM 1 BY 1
           UNTIL CHG-IDX-2 > CHG-LIMIT OR CHG-FOUND
             IF NEW-CAVE-1(CHG-IDX-2) = CHG-NAME
               OR NEW-CAVE-2(CHG-IDX-2) = CHG-NAME
                 SET CHG-FOUND TO TRUE
             END-IF
           END-PERFORM
           .

      * The change-control figures on the report's totals page.
       5900-REPORT-CHANGE-TOTALS.
           MOVE 'L' TO WS-RPT-ACTION
           MOVE SPACES TO WS-RPT-LINE
           STRING
             'CHANGE CONTROL AGAINST PRIOR SURVEY ' DELIMITED SIZE
             WS-PRIOR-FNAME            DELIMITED SPACE
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE CAVES-ADDED TO CHG-COUNT-DISP
           MOVE CAVES-REMOVED TO CHG-COUNT-DISP-2
           MOVE SPACES TO WS-RPT-LINE
           STRING
             '  CAVES ADDED '          DELIMITED SIZE
             CHG-COUNT-DISP            DELIMITED SIZE
             '  REMOVED '              DELIMITED SIZE
             CHG-COUNT-DISP-2          DELIMITED SIZE
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE CONNS-ADDED TO CHG-COUNT-DISP
           MOVE CONNS-REMOVED TO CHG-COUNT-DISP-2
           MOVE SPACES TO WS-RPT-LINE
           STRING
             '  CONNECTIONS ADDED '    DELIMITED SIZE
             CHG-COUNT-DISP            DELIMITED SIZE
             '  REMOVED '              DELIMITED SIZE
             CHG-COUNT-DISP-2          DELIMITED SIZE
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE PRIOR-STD-PATHS TO CHG-PATHS-DISP
           MOVE NEW-STD-PATHS TO CHG-PATHS-DISP-2
           MOVE SPACES TO WS-RPT-LINE
           STRING
             '  STANDARD RULE PATHS     BEFORE ' DELIMITED SIZE
             CHG-PATHS-DISP            DELIMITED SIZE
             '  AFTER '                DELIMITED SIZE
             CHG-PATHS-DISP-2          DELIMITED SIZE
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 9200-WRITE-REPORT-LINE
           MOVE PRIOR-DBL-PATHS TO CHG-PATHS-DISP
           MOVE NEW-DBL-PATHS TO CHG-PATHS-DISP-2
           MOVE SPACES TO WS-RPT-LINE
           STRING
             '  DOUBLE-VISIT RULE PATHS BEFORE ' DELIMITED SIZE
             CHG-PATHS-DISP            DELIMITED SIZE
             '  AFTER '                DELIMITED SIZE
             CHG-PATHS-DISP-2          DELIMITED SIZE
             INTO WS-RPT-LINE
           END-STRING
           PERFORM 9200-WRITE-REPORT-LINE
           PERFORM VARYING CHG-IDX FROM 1 BY 1
           UNTIL CHG-IDX > IMPACT-COUNT OR CHG-IDX > 5
             PERFORM 5610-FORMAT-IMPACT-CONN
             MOVE CHG-IDX TO CHG-RANK-DISP
             MOVE IMPACT-STD(CHG-IDX) TO CHG-DELTA-DISP
             MOVE IMPACT-DBL(CHG-IDX) TO CHG-DELTA-DISP-2
             MOVE SPACES TO WS-RPT-LINE
             STRING
               '  IMPACT '             DELIMITED SIZE
               CHG-RANK-DISP           DELIMITED SIZE
               '  '                    DELIMITED SIZE
               CHG-CONN-TEXT           DELIMITED SIZE
               ' '                     DELIMITED SIZE
               IMPACT-ACTION(CHG-IDX)  DELIMITED SIZE
               '  STANDARD '           DELIMITED SIZE
               CHG-DELTA-DISP          DELIMITED SIZE
               '  DOUBLE-VISIT '       DELIMITED SIZE
               CHG-DELTA-DISP-2        DELIMITED SIZE
               INTO WS-RPT-LINE
             END-STRING
             IF NOT IMPACT-TRIED(CHG-IDX)
                 MOVE SPACES TO WS-RPT-LINE(34:)
                 MOVE 'NOT TRIED' TO WS-RPT-LINE(35:9)
             END-IF
             PERFORM 9200-WRITE-REPORT-LINE
           END-PERFORM
           .

       8010-READ-INPT-DATA.
           INITIALIZE WS-INPT-DATA
           READ INPT-DATA INTO WS-INPT-DATA
           MOVE RETURN-CODE TO WS-RC-DISP
           MOVE PATH-COUNT     TO PATH-COUNT-DISP
           MOVE WS-REC-COUNT   TO WS-REC-COUNT-DISP
           MOVE CONNS-ADDED    TO CHG-COUNT-DISP
           MOVE CONNS-REMOVED  TO CHG-COUNT-DISP-2
           IF ALLOW-DOUBLE-VISIT
               MOVE '2' TO WS-VISITS-DISP
           ELSE
               MOVE '1' TO WS-VISITS-DISP
           END-IF

           STRING
             ' PATHS='                 DELIMITED SIZE
             PATH-COUNT-DISP           DELIMITED SIZE
             ' VISITS='                DELIMITED SIZE
             WS-VISITS-DISP            DELIMITED SIZE
             ' RECS='                  DELIMITED SIZE
             WS-REC-COUNT-DISP         DELIMITED SIZE
             ' CONNADD='               DELIMITED SIZE
             CHG-COUNT-DISP            DELIMITED SIZE
             ' CONNDEL='               DELIMITED SIZE
             CHG-COUNT-DISP-2          DELIMITED SIZE
             ' RC='                    DELIMITED SIZE
             WS-RC-DISP                DELIMITED SIZE
             ' RUNID='                 DELIMITED SIZE
       77  USED-DOUBLE-SW EXTERNAL PIC X(001).
           88  USED-DOUBLE-VISIT                      VALUE 'Y'
                                                     FALSE 'N'.
       77  COUNT-ONLY-SW EXTERNAL PIC X(001).
           88  COUNT-ONLY                             VALUE 'Y'
                                                     FALSE 'N'.

       01  CAVE-TABLE EXTERNAL.
           05  CAVE-TBL OCCURS 50.

      * A completed path streams straight to the work file through
      * pathout instead of filling an in-core table; the newest
      * survey networks produce six-figure path counts.  A trial
      * map built for survey comparison only wants the count.
       2000-RECORD-PATH.
           ADD 1 TO PATH-COUNT
           IF COUNT-ONLY
               EXIT PARAGRAPH
           END-IF

           MOVE CURR-PATH TO WPE-LN
           PERFORM VARYING TEMP-IDX FROM 1 BY 1
