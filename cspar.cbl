       ID Division.
      *
      * Copyright (C) 2021 Craig Schneiderwent.  All rights reserved.
      *
      * I accept no liability for damages of any kind resulting
      * from the use of this software.  Use at your own risk.
      *
      * This software may be modified and distributed under the terms
      * of the MIT license. See the LICENSE file for details.
      *
      *
      * QA-versus-PROD parallel-run comparison.  Environment
      * partitioning lets QA run a candidate release against the
      * same inputs PROD ran, each writing its own prefixed files;
      * this program lines the two runs up and says whether they
      * agree, as the evidence a program release needs for change
      * approval:
      *
      *   cspar "QARUN=R20261014220000" "PRODRUN=R20261014230000"
      *   cspar "QARUN=..." "PRODRUN=..." "QAENV=dev"
      *
      * Each environment's steps for its run id come from its
      * results master and, for steps not loaded yet, its summary
      * extract; steps pair by program.  A pair matches when the
      * return code, record count and headline result agree and
      * every named output artifact the driver versioned for the
      * step (cs05a.ovlp, cs09a.basn, cs13a.art ...) is identical
      * record for record.  Elapsed time is not compared, nor is an
      * artifact's *LINEAGE header, which names its own run.  A step
      * run on one side only does not match.  The verdict is MATCH
      * or DIFFER per step and overall; any DIFFER sets RC 4.
      *
      * QAENV= and PRODENV= name the environment prefixes (default
      * qa and prod; prod files carry no prefix).  The comparison
      * lands in cspar.rpt through the shared print writer.
      *
       Program-ID. cspar.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select RES-MASTER           Assign Dynamic WS-RESMST-FNAME
                                        Organization Indexed
                                        Access Sequential
                                        Record Key RES-KEY
                                        File Status Is WS-RES-STAT.
           Select REXT-DATA            Assign Dynamic WS-REXT-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-REXT-STAT.
           Select CTLG-DATA            Assign Dynamic WS-CTLG-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-CTLG-STAT.
           Select QART-DATA            Assign Dynamic WS-QART-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-QART-STAT.
           Select PART-DATA            Assign Dynamic WS-PART-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-PART-STAT.
       Data Division.
       File Section.
       FD  RES-MASTER.
       01  RES-MASTER-REC.
           05  RES-KEY.
               10  RES-PGM        PIC X(008).
               10  RES-TS         PIC X(016).
               10  RES-RUNID      PIC X(017).
           05  RES-RC             PIC X(004).
           05  RES-ELAPSED        PIC X(008).
           05  RES-RECS           PIC X(018).
           05  RES-RESULT         PIC X(040).
           05  RES-DEPT           PIC X(004).

       FD  REXT-DATA.
       01  REXT-DATA-REC      PIC X(160).

       FD  CTLG-DATA.
       01  CTLG-DATA-REC      PIC X(100).

       FD  QART-DATA.
       01  QART-DATA-REC      PIC X(2000).

       FD  PART-DATA.
       01  PART-DATA-REC      PIC X(2000).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'cspar'.
           05  STEP-TABLE-MAX     PIC 9(004) COMP    VALUE 100.
           05  ARTF-TABLE-MAX     PIC 9(004) COMP    VALUE 200.

       01  WORK-AREAS.
           05  WS-REC-COUNT       PIC 9(008) COMP    VALUE 0.
           05  CLI-ARGS           PIC X(160)         VALUE SPACES.
           05  WS-CLI-TOKEN       PIC X(080)         VALUE SPACES.
           05  WS-CLI-KEY         PIC X(020)         VALUE SPACES.
           05  WS-CLI-VAL         PIC X(080)         VALUE SPACES.
           05  CLI-PTR            PIC 9(003) COMP    VALUE 1.
           05  WS-RESMST-FNAME    PIC X(040)         VALUE SPACES.
           05  WS-REXT-FNAME      PIC X(040)         VALUE SPACES.
           05  WS-CTLG-FNAME      PIC X(040)         VALUE SPACES.
           05  WS-QART-FNAME      PIC X(080)         VALUE SPACES.
           05  WS-PART-FNAME      PIC X(080)         VALUE SPACES.
           05  WS-RES-STAT        PIC X(002)         VALUE SPACES.
           05  WS-REXT-STAT       PIC X(002)         VALUE SPACES.
           05  WS-CTLG-STAT       PIC X(002)         VALUE SPACES.
           05  WS-QART-STAT       PIC X(002)         VALUE SPACES.
           05  WS-PART-STAT       PIC X(002)         VALUE SPACES.
           05  WS-AUDIT-LOG-NAME  PIC X(040)        VALUE 'csaudit.log'.
           05  WS-AUDIT-KEYS      PIC X(160)         VALUE SPACES.
           05  WS-RC-DISP         PIC 9(004)         VALUE 0.
           05  WS-SUMM-RECS       PIC X(018)         VALUE SPACES.
           05  WS-SUMM-RESULT     PIC X(040)         VALUE SPACES.
           05  WS-HOLD-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-CFG-VAL         PIC X(080)         VALUE SPACES.
           05  WS-CFG-AUDITLOG    PIC X(020)       VALUE 'AUDITLOG'.
           05  WS-RUN-ID          PIC X(017)         VALUE SPACES.
           05  WS-REC-COUNT-DISP  PIC 9(008)         VALUE 0.

      * The two runs and the environments they ran in.
       01  SIDE-AREAS.
           05  WS-QA-RUN          PIC X(017)         VALUE SPACES.
           05  WS-PROD-RUN        PIC X(017)         VALUE SPACES.
           05  WS-QA-ENV          PIC X(008)         VALUE 'qa'.
           05  WS-PROD-ENV        PIC X(008)         VALUE 'prod'.
           05  WS-SIDE            PIC X(001)         VALUE SPACE.
               88  QA-SIDE                           VALUE 'Q'.
               88  PROD-SIDE                         VALUE 'P'.
           05  WS-SIDE-RUN        PIC X(017)         VALUE SPACES.
           05  WS-SIDE-ENV        PIC X(008)         VALUE SPACES.
           05  WS-SIDE-NAME       PIC X(004)         VALUE SPACES.
           05  WS-ENV-LEN         PIC 9(004) COMP    VALUE 0.
           05  WS-ENV-BASE        PIC X(040)         VALUE SPACES.
           05  WS-ENV-NAME        PIC X(040)         VALUE SPACES.
           05  WS-SIDE-STEPS      PIC 9(004) COMP    VALUE 0.
           05  WS-QA-STEPS        PIC 9(004)         VALUE 0.
           05  WS-PROD-STEPS      PIC 9(004)         VALUE 0.

      * One figure set as lifted from a master or extract record.
       01  FIGURE-AREAS.
           05  FIG-PGM            PIC X(008)         VALUE SPACES.
           05  FIG-RUNID          PIC X(017)         VALUE SPACES.
           05  FIG-RC             PIC X(004)         VALUE SPACES.
           05  FIG-RECS           PIC X(018)         VALUE SPACES.
           05  FIG-RESULT         PIC X(040)         VALUE SPACES.
           05  FIG-ARTIFACT       PIC X(040)         VALUE SPACES.
           05  FIG-GEN            PIC X(017)         VALUE SPACES.
           05  EXT-TOKEN          PIC X(080)         VALUE SPACES.
           05  EXT-KEY            PIC X(020)         VALUE SPACES.
           05  EXT-VAL            PIC X(060)         VALUE SPACES.
           05  EXT-PTR            PIC 9(003) COMP    VALUE 1.

      * Steps paired by program.  Q- figures are the QA run's, P-
      * figures the PROD run's.
       01  STEP-TABLE.
           05  STEP-COUNT         PIC 9(004) COMP    VALUE 0.
           05  STEP-IDX           PIC 9(004) COMP    VALUE 0.
           05  STEP-HIT           PIC 9(004) COMP    VALUE 0.
           05  STEP-ENTRY OCCURS 100 TIMES.
               10  STEP-PGM       PIC X(008).
               10  STEP-Q-SW      PIC X(001).
               10  STEP-Q-RC      PIC X(004).
               10  STEP-Q-RECS    PIC X(018).
               10  STEP-Q-RESULT  PIC X(040).
               10  STEP-P-SW      PIC X(001).
               10  STEP-P-RC      PIC X(004).
               10  STEP-P-RECS    PIC X(018).
               10  STEP-P-RESULT  PIC X(040).

      * Named artifacts versioned under either run id, by the name
      * the program writes in PROD (environment prefix removed).
       01  ARTF-TABLE.
           05  ARTF-COUNT         PIC 9(004) COMP    VALUE 0.
           05  ARTF-IDX           PIC 9(004) COMP    VALUE 0.
           05  ARTF-HIT           PIC 9(004) COMP    VALUE 0.
           05  ARTF-ENTRY OCCURS 200 TIMES.
               10  ARTF-NAME      PIC X(040).
               10  ARTF-PGM       PIC X(008).
               10  ARTF-Q-SW      PIC X(001).
               10  ARTF-P-SW      PIC X(001).
               10  ARTF-VERDICT   PIC X(006).
               10  ARTF-NOTE      PIC X(060).

       01  COMPARE-AREAS.
           05  CMP-A              PIC X(040)         VALUE SPACES.
           05  CMP-B              PIC X(040)         VALUE SPACES.
           05  CMP-SAME-SW        PIC X(001)         VALUE 'Y'.
               88  CMP-SAME                          VALUE 'Y'
                                                     FALSE 'N'.
           05  WS-STEP-VERDICT    PIC X(006)         VALUE SPACES.
           05  WS-STEP-NOTE       PIC X(034)         VALUE SPACES.
           05  WS-NOTE-PTR        PIC 9(003) COMP    VALUE 1.
           05  WS-DIFF-AT         PIC 9(009)         VALUE 0.
           05  WS-Q-RECS          PIC 9(009)         VALUE 0.
           05  WS-P-RECS          PIC 9(009)         VALUE 0.
           05  WS-OVERALL         PIC X(006)         VALUE SPACES.
           05  WS-NUM-EDIT        PIC Z(17)9.
           05  WS-SHOW            PIC X(040)         VALUE SPACES.
           05  WS-SHOW-Q          PIC X(012)         VALUE SPACES.
           05  WS-SHOW-P          PIC X(012)         VALUE SPACES.
           05  WS-SHOW-AT         PIC X(012)         VALUE SPACES.
           05  TOT-STEPS          PIC 9(004)         VALUE 0.
           05  TOT-STEP-MATCH     PIC 9(004)         VALUE 0.
           05  TOT-STEP-DIFFER    PIC 9(004)         VALUE 0.
           05  TOT-ARTF           PIC 9(004)         VALUE 0.
           05  TOT-ARTF-MATCH     PIC 9(004)         VALUE 0.
           05  TOT-ARTF-DIFFER    PIC 9(004)         VALUE 0.

       01  REPORT-AREAS.
           05  RPT-ACTION         PIC X(001)         VALUE SPACE.
           05  RPT-TITLE          PIC X(040)         VALUE SPACES.
           05  RPT-LINE           PIC X(132)         VALUE SPACES.

       01  DTL-LINE.
           05  DTL-PGM            PIC X(008).
           05  FILLER             PIC X(001).
           05  DTL-VERDICT        PIC X(006).
           05  FILLER             PIC X(002).
           05  DTL-Q-RC           PIC X(004).
           05  FILLER             PIC X(001).
           05  DTL-P-RC           PIC X(004).
           05  FILLER             PIC X(002).
           05  DTL-Q-RECS         PIC X(012).
           05  FILLER             PIC X(001).
           05  DTL-P-RECS         PIC X(012).
           05  FILLER             PIC X(002).
           05  DTL-Q-RESULT       PIC X(020).
           05  FILLER             PIC X(001).
           05  DTL-P-RESULT       PIC X(020).
           05  FILLER             PIC X(002).
           05  DTL-NOTE           PIC X(034).
      * an artifact line sits under its step, indented past the
      * program name
       01  ART-LINE REDEFINES DTL-LINE.
           05  FILLER             PIC X(009).
           05  ART-VERDICT        PIC X(006).
           05  FILLER             PIC X(002).
           05  ART-NAME           PIC X(024).
           05  FILLER             PIC X(001).
           05  ART-NOTE           PIC X(060).
           05  FILLER             PIC X(030).

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           05  WS-START-TIME-R    REDEFINES WS-START-TIME.
               10  WS-START-HH    PIC 9(002).
               10  WS-START-MM    PIC 9(002).
               10  WS-START-SS    PIC 9(002).
               10  WS-START-HS    PIC 9(002).

       01  SWITCHES.
           05  RES-EOF-SW         PIC X(001)         VALUE 'N'.
               88  RES-EOF                           VALUE 'Y'
                                                     FALSE 'N'.
           05  REXT-EOF-SW        PIC X(001)         VALUE 'N'.
               88  REXT-EOF                          VALUE 'Y'
                                                     FALSE 'N'.
           05  CTLG-EOF-SW        PIC X(001)         VALUE 'N'.
               88  CTLG-EOF                          VALUE 'Y'
                                                     FALSE 'N'.
           05  QART-EOF-SW        PIC X(001)         VALUE 'N'.
               88  QART-EOF                          VALUE 'Y'
                                                     FALSE 'N'.
           05  PART-EOF-SW        PIC X(001)         VALUE 'N'.
               88  PART-EOF                          VALUE 'Y'
                                                     FALSE 'N'.

       Procedure Division.
           DISPLAY MYNAME SPACE FUNCTION CURRENT-DATE
           ACCEPT WS-START-TIME FROM TIME

      *    the suite configuration file supplies site defaults before
      *    the command line gets its say
           PERFORM 0100-READ-SUITE-CONFIG

           ACCEPT CLI-ARGS FROM COMMAND-LINE
           SET CLI-PTR TO 1
           PERFORM UNTIL CLI-PTR > LENGTH OF CLI-ARGS
             MOVE SPACES TO WS-CLI-TOKEN
             UNSTRING CLI-ARGS DELIMITED BY SPACE
               INTO WS-CLI-TOKEN
               WITH POINTER CLI-PTR
             END-UNSTRING
             IF WS-CLI-TOKEN NOT = SPACES
                 PERFORM 1010-APPLY-CLI-TOKEN
             END-IF
           END-PERFORM

           IF WS-QA-RUN = SPACES OR WS-PROD-RUN = SPACES
               DISPLAY
                 MYNAME ' QARUN= and PRODRUN= are both required'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF

      *    QA first, then PROD: each side's master, then its
      *    extract, then the artifacts its driver catalogued
           SET QA-SIDE TO TRUE
           PERFORM 1000-LOAD-ONE-SIDE
           MOVE WS-SIDE-STEPS TO WS-QA-STEPS
           SET PROD-SIDE TO TRUE
           PERFORM 1000-LOAD-ONE-SIDE
           MOVE WS-SIDE-STEPS TO WS-PROD-STEPS

           DISPLAY MYNAME ' QA run   ' WS-QA-RUN ' steps ' WS-QA-STEPS
           DISPLAY
             MYNAME ' PROD run ' WS-PROD-RUN ' steps ' WS-PROD-STEPS
           IF WS-QA-STEPS = 0 OR WS-PROD-STEPS = 0
               DISPLAY
                 MYNAME ' no steps on file for one of the runs,'
                 ' nothing to compare'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF

           MOVE 'O' TO RPT-ACTION
           MOVE 'QA-VERSUS-PROD PARALLEL RUN' TO RPT-TITLE
           MOVE SPACES TO DTL-LINE
           MOVE 'PROGRAM'  TO DTL-PGM
           MOVE 'VERDCT'   TO DTL-VERDICT
           MOVE 'QARC'     TO DTL-Q-RC
           MOVE 'PDRC'     TO DTL-P-RC
           MOVE 'QA-RECS'  TO DTL-Q-RECS
           MOVE 'PROD-RECS' TO DTL-P-RECS
           MOVE 'QA-RESULT' TO DTL-Q-RESULT
           MOVE 'PROD-RESULT' TO DTL-P-RESULT
           MOVE 'DIFFERENCES' TO DTL-NOTE
           MOVE DTL-LINE TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER

           PERFORM 2000-COMPARE-ONE-STEP
             VARYING STEP-IDX FROM 1 BY 1
             UNTIL STEP-IDX > STEP-COUNT

           IF TOT-STEP-DIFFER = 0
               MOVE 'MATCH' TO WS-OVERALL
           ELSE
               MOVE 'DIFFER' TO WS-OVERALL
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 3000-PRINT-THE-TOTALS

           MOVE 'C' TO RPT-ACTION
           PERFORM 8500-CALL-REPORT-WRITER

           PERFORM 9000-WRITE-AUDIT-LOG
           PERFORM 9900-DISPLAY-SUMMARY
           GOBACK.

      * Site defaults from cssuite.cfg; a missing file or key leaves
      * the shipped defaults alone, and command-line tokens still
      * override whatever is configured.
       0100-READ-SUITE-CONFIG.
           MOVE SPACES TO WS-CFG-VAL
           CALL 'csgetcfg' USING WS-CFG-AUDITLOG WS-CFG-VAL END-CALL
           IF WS-CFG-VAL NOT = SPACES
               MOVE WS-CFG-VAL TO WS-AUDIT-LOG-NAME
           END-IF
           .

      * The two environments' files are named the way csenvfn names
      * them for a run in that environment: PROD (or no identifier)
      * as shipped, anything else prefixed lowercased.  This program
      * reads both sides, so it cannot take the prefix from its own
      * environment.
       0160-NAME-FOR-SIDE.
           MOVE FUNCTION LOWER-CASE(WS-SIDE-ENV) TO WS-SIDE-ENV
           IF WS-SIDE-ENV = SPACES OR WS-SIDE-ENV = 'prod'
               MOVE WS-ENV-BASE TO WS-ENV-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ENV-NAME
           STRING
             WS-SIDE-ENV               DELIMITED SPACE
             '.'                       DELIMITED SIZE
             WS-ENV-BASE               DELIMITED SPACE
             INTO WS-ENV-NAME
           END-STRING
           .

      * Named command-line parameters come in as KEYWORD=VALUE tokens
      * separated by spaces; unpack one token here.
       1010-APPLY-CLI-TOKEN.
           CALL 'cscliptk' USING
             WS-CLI-TOKEN
             WS-CLI-KEY
             WS-CLI-VAL
           END-CALL
           EVALUATE FUNCTION UPPER-CASE(WS-CLI-KEY)
             WHEN 'QARUN'
                 MOVE WS-CLI-VAL TO WS-QA-RUN
             WHEN 'PRODRUN'
                 MOVE WS-CLI-VAL TO WS-PROD-RUN
             WHEN 'QAENV'
                 MOVE WS-CLI-VAL TO WS-QA-ENV
             WHEN 'PRODENV'
                 MOVE WS-CLI-VAL TO WS-PROD-ENV
             WHEN 'RUNID'
                 MOVE WS-CLI-VAL TO WS-RUN-ID
             WHEN OTHER
                 DISPLAY
                  MYNAME
                  ' warning - unrecognized parameter ' WS-CLI-KEY
           END-EVALUATE
           .

       1000-LOAD-ONE-SIDE.
           IF QA-SIDE
               MOVE WS-QA-RUN   TO WS-SIDE-RUN
               MOVE WS-QA-ENV   TO WS-SIDE-ENV
               MOVE 'QA'        TO WS-SIDE-NAME
           ELSE
               MOVE WS-PROD-RUN TO WS-SIDE-RUN
               MOVE WS-PROD-ENV TO WS-SIDE-ENV
               MOVE 'PROD'      TO WS-SIDE-NAME
           END-IF
           MOVE 0 TO WS-SIDE-STEPS

           MOVE 'csresmst.idx' TO WS-ENV-BASE
           PERFORM 0160-NAME-FOR-SIDE
           MOVE WS-ENV-NAME TO WS-RESMST-FNAME
           MOVE 'csresult.ext' TO WS-ENV-BASE
           PERFORM 0160-NAME-FOR-SIDE
           MOVE WS-ENV-NAME TO WS-REXT-FNAME
           MOVE 'cscatlg.dat' TO WS-ENV-BASE
           PERFORM 0160-NAME-FOR-SIDE
           MOVE WS-ENV-NAME TO WS-CTLG-FNAME

           PERFORM 1100-READ-SIDE-MASTER
           PERFORM 1200-READ-SIDE-EXTRACT
           PERFORM 1300-READ-SIDE-CATALOG
           .

      * Loaded runs: every master record carrying the side's run id.
       1100-READ-SIDE-MASTER.
           OPEN INPUT RES-MASTER
           IF WS-RES-STAT NOT = '00'
               DISPLAY
                 MYNAME ' ' WS-SIDE-NAME ' results master '
                 FUNCTION TRIM(WS-RESMST-FNAME)
                 ' not available, status ' WS-RES-STAT
               EXIT PARAGRAPH
           END-IF
           SET RES-EOF TO FALSE
           PERFORM UNTIL RES-EOF
             READ RES-MASTER NEXT
               AT END SET RES-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-REC-COUNT
                 IF RES-RUNID = WS-SIDE-RUN
                     MOVE RES-PGM    TO FIG-PGM
                     MOVE RES-RC     TO FIG-RC
                     MOVE RES-RECS   TO FIG-RECS
                     MOVE RES-RESULT TO FIG-RESULT
                     PERFORM 1150-NOTE-STEP-FIGURES
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RES-MASTER
           .

      * Steps csresl has not folded in yet are still in the extract;
      * read after the master, they are the more recent figures.
       1200-READ-SIDE-EXTRACT.
           OPEN INPUT REXT-DATA
           IF WS-REXT-STAT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET REXT-EOF TO FALSE
           PERFORM UNTIL REXT-EOF
             READ REXT-DATA
               AT END SET REXT-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-REC-COUNT
                 PERFORM 1210-TAKE-EXTRACT-REC
             END-READ
           END-PERFORM
           CLOSE REXT-DATA
           .

       1210-TAKE-EXTRACT-REC.
           MOVE SPACES TO FIG-PGM FIG-RUNID FIG-RC FIG-RECS FIG-RESULT
           SET EXT-PTR TO 1
           PERFORM UNTIL EXT-PTR > LENGTH OF REXT-DATA-REC
             MOVE SPACES TO EXT-TOKEN
             UNSTRING REXT-DATA-REC DELIMITED BY SPACE
               INTO EXT-TOKEN
               WITH POINTER EXT-PTR
             END-UNSTRING
             IF EXT-TOKEN NOT = SPACES
                 MOVE SPACES TO EXT-KEY EXT-VAL
                 UNSTRING EXT-TOKEN DELIMITED BY '='
                   INTO EXT-KEY EXT-VAL
                 END-UNSTRING
                 EVALUATE EXT-KEY
                   WHEN 'PGM'     MOVE EXT-VAL TO FIG-PGM
                   WHEN 'RUNID'   MOVE EXT-VAL TO FIG-RUNID
                   WHEN 'RC'      MOVE EXT-VAL TO FIG-RC
                   WHEN 'RECS'    MOVE EXT-VAL TO FIG-RECS
                   WHEN 'RESULT'  MOVE EXT-VAL TO FIG-RESULT
                 END-EVALUATE
             END-IF
           END-PERFORM
           IF FIG-RUNID = WS-SIDE-RUN AND FIG-PGM NOT = SPACES
               PERFORM 1150-NOTE-STEP-FIGURES
           END-IF
           .

      * A RESTART run repeats a step under the same run id; the last
      * figures seen for a program are the ones that stand.
       1150-NOTE-STEP-FIGURES.
           MOVE 0 TO STEP-HIT
           PERFORM VARYING STEP-IDX FROM 1 BY 1
           UNTIL STEP-IDX > STEP-COUNT OR STEP-HIT > 0
             IF STEP-PGM(STEP-IDX) = FIG-PGM
                 MOVE STEP-IDX TO STEP-HIT
             END-IF
           END-PERFORM
           IF STEP-HIT = 0
               IF STEP-COUNT NOT < STEP-TABLE-MAX
                   DISPLAY
                     MYNAME ' more than ' STEP-TABLE-MAX
                     ' programs in the runs, ' FIG-PGM ' not compared'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO STEP-COUNT
               MOVE STEP-COUNT TO STEP-HIT
               MOVE SPACES TO STEP-ENTRY(STEP-HIT)
               MOVE FIG-PGM TO STEP-PGM(STEP-HIT)
               MOVE 'N' TO STEP-Q-SW(STEP-HIT) STEP-P-SW(STEP-HIT)
           END-IF
           IF QA-SIDE
               IF STEP-Q-SW(STEP-HIT) = 'N'
                   ADD 1 TO WS-SIDE-STEPS
               END-IF
               MOVE 'Y'        TO STEP-Q-SW(STEP-HIT)
               MOVE FIG-RC     TO STEP-Q-RC(STEP-HIT)
               MOVE FIG-RECS   TO STEP-Q-RECS(STEP-HIT)
               MOVE FIG-RESULT TO STEP-Q-RESULT(STEP-HIT)
           ELSE
               IF STEP-P-SW(STEP-HIT) = 'N'
                   ADD 1 TO WS-SIDE-STEPS
               END-IF
               MOVE 'Y'        TO STEP-P-SW(STEP-HIT)
               MOVE FIG-RC     TO STEP-P-RC(STEP-HIT)
               MOVE FIG-RECS   TO STEP-P-RECS(STEP-HIT)
               MOVE FIG-RESULT TO STEP-P-RESULT(STEP-HIT)
           END-IF
           .

      * The driver catalogues each artifact generation it versions as
      * ARTIFACT=<name> GEN=<run id> PGM=<program>.  The .drvout
      * console capture carries times and run ids and never matches,
      * so only the named artifacts are compared.
       1300-READ-SIDE-CATALOG.
           OPEN INPUT CTLG-DATA
           IF WS-CTLG-STAT NOT = '00'
               DISPLAY
                 MYNAME ' ' WS-SIDE-NAME ' artifact catalog '
                 FUNCTION TRIM(WS-CTLG-FNAME)
                 ' not available, artifacts not compared'
               EXIT PARAGRAPH
           END-IF
           SET CTLG-EOF TO FALSE
           PERFORM UNTIL CTLG-EOF
             READ CTLG-DATA
               AT END SET CTLG-EOF TO TRUE
               NOT AT END
                 PERFORM 1310-TAKE-CATALOG-REC
             END-READ
           END-PERFORM
           CLOSE CTLG-DATA
           .

       1310-TAKE-CATALOG-REC.
           MOVE SPACES TO FIG-ARTIFACT FIG-GEN FIG-PGM
           SET EXT-PTR TO 1
           PERFORM UNTIL EXT-PTR > LENGTH OF CTLG-DATA-REC
             MOVE SPACES TO EXT-TOKEN
             UNSTRING CTLG-DATA-REC DELIMITED BY SPACE
               INTO EXT-TOKEN
               WITH POINTER EXT-PTR
             END-UNSTRING
             IF EXT-TOKEN NOT = SPACES
                 MOVE SPACES TO EXT-KEY EXT-VAL
                 UNSTRING EXT-TOKEN DELIMITED BY '='
                   INTO EXT-KEY EXT-VAL
                 END-UNSTRING
                 EVALUATE EXT-KEY
                   WHEN 'ARTIFACT' MOVE EXT-VAL TO FIG-ARTIFACT
                   WHEN 'GEN'      MOVE EXT-VAL TO FIG-GEN
                   WHEN 'PGM'      MOVE EXT-VAL TO FIG-PGM
                 END-EVALUATE
             END-IF
           END-PERFORM
           IF FIG-GEN NOT = WS-SIDE-RUN OR FIG-ARTIFACT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION REVERSE(FUNCTION TRIM(FIG-ARTIFACT))(1:7)
             = 'tuovrd.'
               EXIT PARAGRAPH
           END-IF

      *    back to the PROD name so the two sides pair up
           IF WS-SIDE-ENV NOT = SPACES AND WS-SIDE-ENV NOT = 'prod'
               COMPUTE WS-ENV-LEN =
                 FUNCTION LENGTH(FUNCTION TRIM(WS-SIDE-ENV))
               IF FIG-ARTIFACT(1:WS-ENV-LEN) = WS-SIDE-ENV(1:WS-ENV-LEN)
                   AND FIG-ARTIFACT(WS-ENV-LEN + 1:1) = '.'
                   MOVE FIG-ARTIFACT(WS-ENV-LEN + 2:) TO WS-ENV-BASE
                   MOVE WS-ENV-BASE TO FIG-ARTIFACT
               END-IF
           END-IF

           MOVE 0 TO ARTF-HIT
           PERFORM VARYING ARTF-IDX FROM 1 BY 1
           UNTIL ARTF-IDX > ARTF-COUNT OR ARTF-HIT > 0
             IF ARTF-NAME(ARTF-IDX) = FIG-ARTIFACT
                 MOVE ARTF-IDX TO ARTF-HIT
             END-IF
           END-PERFORM
           IF ARTF-HIT = 0
               IF ARTF-COUNT NOT < ARTF-TABLE-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ARTF-COUNT
               MOVE ARTF-COUNT TO ARTF-HIT
               MOVE SPACES TO ARTF-ENTRY(ARTF-HIT)
               MOVE FIG-ARTIFACT TO ARTF-NAME(ARTF-HIT)
               MOVE FIG-PGM TO ARTF-PGM(ARTF-HIT)
               MOVE 'N' TO ARTF-Q-SW(ARTF-HIT) ARTF-P-SW(ARTF-HIT)
           END-IF
           IF QA-SIDE
               MOVE 'Y' TO ARTF-Q-SW(ARTF-HIT)
           ELSE
               MOVE 'Y' TO ARTF-P-SW(ARTF-HIT)
           END-IF
           .

      * One program: its figures side by side, then each of its
      * artifacts; the step matches only if everything does.
       2000-COMPARE-ONE-STEP.
           MOVE 'MATCH' TO WS-STEP-VERDICT
           MOVE SPACES TO WS-STEP-NOTE
           SET WS-NOTE-PTR TO 1
           EVALUATE TRUE
             WHEN STEP-Q-SW(STEP-IDX) NOT = 'Y'
                 MOVE 'DIFFER' TO WS-STEP-VERDICT
                 MOVE 'NOT RUN IN QA' TO WS-STEP-NOTE
                 SET WS-NOTE-PTR TO 14
             WHEN STEP-P-SW(STEP-IDX) NOT = 'Y'
                 MOVE 'DIFFER' TO WS-STEP-VERDICT
                 MOVE 'NOT RUN IN PROD' TO WS-STEP-NOTE
                 SET WS-NOTE-PTR TO 16
             WHEN OTHER
                 MOVE STEP-Q-RC(STEP-IDX) TO CMP-A
                 MOVE STEP-P-RC(STEP-IDX) TO CMP-B
                 PERFORM 2300-SAME-VALUE
                 IF NOT CMP-SAME
                     MOVE 'RC' TO EXT-KEY
                     PERFORM 2310-ADD-TO-NOTE
                 END-IF
                 MOVE STEP-Q-RECS(STEP-IDX) TO CMP-A
                 MOVE STEP-P-RECS(STEP-IDX) TO CMP-B
                 PERFORM 2300-SAME-VALUE
                 IF NOT CMP-SAME
                     MOVE 'RECS' TO EXT-KEY
                     PERFORM 2310-ADD-TO-NOTE
                 END-IF
                 MOVE STEP-Q-RESULT(STEP-IDX) TO CMP-A
                 MOVE STEP-P-RESULT(STEP-IDX) TO CMP-B
                 PERFORM 2300-SAME-VALUE
                 IF NOT CMP-SAME
                     MOVE 'RESULT' TO EXT-KEY
                     PERFORM 2310-ADD-TO-NOTE
                 END-IF
           END-EVALUATE

           PERFORM VARYING ARTF-IDX FROM 1 BY 1
           UNTIL ARTF-IDX > ARTF-COUNT
             IF ARTF-PGM(ARTF-IDX) = STEP-PGM(STEP-IDX)
                 PERFORM 2100-COMPARE-ONE-ARTIFACT
                 IF ARTF-VERDICT(ARTF-IDX) NOT = 'MATCH'
                     MOVE 'ARTIFACT' TO EXT-KEY
                     PERFORM 2310-ADD-TO-NOTE
                 END-IF
             END-IF
           END-PERFORM

           ADD 1 TO TOT-STEPS
           IF WS-STEP-VERDICT = 'MATCH'
               ADD 1 TO TOT-STEP-MATCH
           ELSE
               ADD 1 TO TOT-STEP-DIFFER
           END-IF

           MOVE SPACES TO DTL-LINE
           MOVE STEP-PGM(STEP-IDX)   TO DTL-PGM
           MOVE WS-STEP-VERDICT      TO DTL-VERDICT
           MOVE STEP-Q-RC(STEP-IDX)  TO WS-SHOW
           PERFORM 2400-SHOW-FIGURE
           MOVE WS-SHOW              TO DTL-Q-RC
           MOVE STEP-P-RC(STEP-IDX)  TO WS-SHOW
           PERFORM 2400-SHOW-FIGURE
           MOVE WS-SHOW              TO DTL-P-RC
           MOVE STEP-Q-RECS(STEP-IDX) TO WS-SHOW
           PERFORM 2400-SHOW-FIGURE
           MOVE WS-SHOW              TO DTL-Q-RECS
           MOVE STEP-P-RECS(STEP-IDX) TO WS-SHOW
           PERFORM 2400-SHOW-FIGURE
           MOVE WS-SHOW              TO DTL-P-RECS
           MOVE STEP-Q-RESULT(STEP-IDX) TO WS-SHOW
           PERFORM 2400-SHOW-FIGURE
           MOVE WS-SHOW              TO DTL-Q-RESULT
           MOVE STEP-P-RESULT(STEP-IDX) TO WS-SHOW
           PERFORM 2400-SHOW-FIGURE
           MOVE WS-SHOW              TO DTL-P-RESULT
           MOVE WS-STEP-NOTE         TO DTL-NOTE
           MOVE 'L' TO RPT-ACTION
           MOVE DTL-LINE TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER
           DISPLAY MYNAME ' ' DTL-PGM ' ' DTL-VERDICT ' '
             FUNCTION TRIM(WS-STEP-NOTE)

           PERFORM VARYING ARTF-IDX FROM 1 BY 1
           UNTIL ARTF-IDX > ARTF-COUNT
             IF ARTF-PGM(ARTF-IDX) = STEP-PGM(STEP-IDX)
                 MOVE SPACES TO ART-LINE
                 MOVE ARTF-VERDICT(ARTF-IDX) TO ART-VERDICT
                 MOVE ARTF-NAME(ARTF-IDX)    TO ART-NAME
                 MOVE ARTF-NOTE(ARTF-IDX)    TO ART-NOTE
                 MOVE 'L' TO RPT-ACTION
                 MOVE ART-LINE TO RPT-LINE
                 PERFORM 8500-CALL-REPORT-WRITER
                 DISPLAY MYNAME '    ' ART-VERDICT ' ' ART-NAME ' '
                   FUNCTION TRIM(ART-NOTE)
             END-IF
           END-PERFORM
           .

      * The generation each run's driver versioned: <name>.<run id>,
      * under the side's environment prefix.  Record for record, the
      * first disagreement is the one reported.
       2100-COMPARE-ONE-ARTIFACT.
           ADD 1 TO TOT-ARTF
           MOVE 'DIFFER' TO ARTF-VERDICT(ARTF-IDX)
           MOVE SPACES TO ARTF-NOTE(ARTF-IDX)
           EVALUATE TRUE
             WHEN ARTF-Q-SW(ARTF-IDX) NOT = 'Y'
                 MOVE 'not versioned by the QA run'
                   TO ARTF-NOTE(ARTF-IDX)
                 ADD 1 TO TOT-ARTF-DIFFER
                 EXIT PARAGRAPH
             WHEN ARTF-P-SW(ARTF-IDX) NOT = 'Y'
                 MOVE 'not versioned by the PROD run'
                   TO ARTF-NOTE(ARTF-IDX)
                 ADD 1 TO TOT-ARTF-DIFFER
                 EXIT PARAGRAPH
           END-EVALUATE

           MOVE WS-QA-ENV TO WS-SIDE-ENV
           MOVE ARTF-NAME(ARTF-IDX) TO WS-ENV-BASE
           PERFORM 0160-NAME-FOR-SIDE
           MOVE SPACES TO WS-QART-FNAME
           STRING
             WS-ENV-NAME               DELIMITED SPACE
             '.'                       DELIMITED SIZE
             WS-QA-RUN                 DELIMITED SPACE
             INTO WS-QART-FNAME
           END-STRING
           MOVE WS-PROD-ENV TO WS-SIDE-ENV
           PERFORM 0160-NAME-FOR-SIDE
           MOVE SPACES TO WS-PART-FNAME
           STRING
             WS-ENV-NAME               DELIMITED SPACE
             '.'                       DELIMITED SIZE
             WS-PROD-RUN               DELIMITED SPACE
             INTO WS-PART-FNAME
           END-STRING

           OPEN INPUT QART-DATA
           IF WS-QART-STAT NOT = '00'
               MOVE SPACES TO ARTF-NOTE(ARTF-IDX)
               STRING
                 'QA copy '            DELIMITED SIZE
                 WS-QART-FNAME         DELIMITED SPACE
                 ' gone'               DELIMITED SIZE
                 INTO ARTF-NOTE(ARTF-IDX)
               END-STRING
               ADD 1 TO TOT-ARTF-DIFFER
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PART-DATA
           IF WS-PART-STAT NOT = '00'
               CLOSE QART-DATA
               MOVE SPACES TO ARTF-NOTE(ARTF-IDX)
               STRING
                 'PROD copy '          DELIMITED SIZE
                 WS-PART-FNAME         DELIMITED SPACE
                 ' gone'               DELIMITED SIZE
                 INTO ARTF-NOTE(ARTF-IDX)
               END-STRING
               ADD 1 TO TOT-ARTF-DIFFER
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-Q-RECS WS-P-RECS WS-DIFF-AT
           SET QART-EOF PART-EOF TO FALSE
           PERFORM UNTIL QART-EOF AND PART-EOF
             IF NOT QART-EOF
                 READ QART-DATA
                   AT END SET QART-EOF TO TRUE
                   NOT AT END ADD 1 TO WS-Q-RECS
                 END-READ
             END-IF
             IF NOT PART-EOF
                 READ PART-DATA
                   AT END SET PART-EOF TO TRUE
                   NOT AT END ADD 1 TO WS-P-RECS
                 END-READ
             END-IF
             IF WS-DIFF-AT = 0
                 EVALUATE TRUE
                   WHEN QART-EOF AND PART-EOF
                     CONTINUE
                   WHEN QART-EOF OR PART-EOF
                     COMPUTE WS-DIFF-AT =
                       FUNCTION MIN(WS-Q-RECS WS-P-RECS) + 1
      *            the lineage header carries each side's run id
      *            and business date, so it always differs
                   WHEN QART-DATA-REC(1:9) = '*LINEAGE '
                       AND PART-DATA-REC(1:9) = '*LINEAGE '
                     CONTINUE
                   WHEN QART-DATA-REC(1:13) = 'HDR *LINEAGE '
                       AND PART-DATA-REC(1:13) = 'HDR *LINEAGE '
                     CONTINUE
                   WHEN QART-DATA-REC NOT = PART-DATA-REC
                     MOVE WS-Q-RECS TO WS-DIFF-AT
                 END-EVALUATE
             END-IF
           END-PERFORM
           CLOSE QART-DATA PART-DATA

           MOVE WS-Q-RECS TO WS-NUM-EDIT
           MOVE FUNCTION TRIM(WS-NUM-EDIT) TO WS-SHOW-Q
           MOVE WS-P-RECS TO WS-NUM-EDIT
           MOVE FUNCTION TRIM(WS-NUM-EDIT) TO WS-SHOW-P
           MOVE WS-DIFF-AT TO WS-NUM-EDIT
           MOVE FUNCTION TRIM(WS-NUM-EDIT) TO WS-SHOW-AT
           MOVE SPACES TO ARTF-NOTE(ARTF-IDX)
           IF WS-DIFF-AT = 0
               MOVE 'MATCH' TO ARTF-VERDICT(ARTF-IDX)
               ADD 1 TO TOT-ARTF-MATCH
               STRING
                 'identical, '         DELIMITED SIZE
                 WS-SHOW-Q             DELIMITED SPACE
                 ' records'            DELIMITED SIZE
                 INTO ARTF-NOTE(ARTF-IDX)
               END-STRING
           ELSE
               ADD 1 TO TOT-ARTF-DIFFER
               STRING
                 'first differs at record ' DELIMITED SIZE
                 WS-SHOW-AT            DELIMITED SPACE
                 ', records QA '       DELIMITED SIZE
                 WS-SHOW-Q             DELIMITED SPACE
                 ' PROD '              DELIMITED SIZE
                 WS-SHOW-P             DELIMITED SPACE
                 INTO ARTF-NOTE(ARTF-IDX)
               END-STRING
           END-IF
           .

      * Figures compare as numbers when both sides are numeric, so
      * 0012 and 12 agree; otherwise as text.
       2300-SAME-VALUE.
           SET CMP-SAME TO TRUE
           IF CMP-A NOT = SPACES AND CMP-B NOT = SPACES
               AND FUNCTION TEST-NUMVAL(CMP-A) = 0
               AND FUNCTION TEST-NUMVAL(CMP-B) = 0
               IF FUNCTION NUMVAL(CMP-A) NOT = FUNCTION NUMVAL(CMP-B)
                   SET CMP-SAME TO FALSE
               END-IF
           ELSE
               IF FUNCTION TRIM(CMP-A) NOT = FUNCTION TRIM(CMP-B)
                   SET CMP-SAME TO FALSE
               END-IF
           END-IF
           .

       2310-ADD-TO-NOTE.
           MOVE 'DIFFER' TO WS-STEP-VERDICT
           IF WS-NOTE-PTR > 1
               STRING ' ' DELIMITED SIZE
                 INTO WS-STEP-NOTE WITH POINTER WS-NOTE-PTR
               END-STRING
           END-IF
           STRING EXT-KEY DELIMITED SPACE
             INTO WS-STEP-NOTE WITH POINTER WS-NOTE-PTR
           END-STRING
           .

      * Zero-padded figures print without their leading zeros; text
      * results print as they stand.
       2400-SHOW-FIGURE.
           IF WS-SHOW NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-SHOW) = 0
               AND FUNCTION TRIM(WS-SHOW) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-SHOW) TO WS-NUM-EDIT
               MOVE FUNCTION TRIM(WS-NUM-EDIT) TO WS-SHOW
           ELSE
               MOVE FUNCTION TRIM(WS-SHOW) TO WS-SHOW
           END-IF
           .

       3000-PRINT-THE-TOTALS.
           MOVE 'T' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           STRING
             'QA RUN '                 DELIMITED SIZE
             WS-QA-RUN                 DELIMITED SPACE
             ' ('                      DELIMITED SIZE
             WS-QA-ENV                 DELIMITED SPACE
             ')  PROD RUN '            DELIMITED SIZE
             WS-PROD-RUN               DELIMITED SPACE
             ' ('                      DELIMITED SIZE
             WS-PROD-ENV               DELIMITED SPACE
             ')'                       DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER

           MOVE 'L' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           STRING
             'STEPS COMPARED '         DELIMITED SIZE
             TOT-STEPS                 DELIMITED SIZE
             '  MATCH '                DELIMITED SIZE
             TOT-STEP-MATCH            DELIMITED SIZE
             '  DIFFER '               DELIMITED SIZE
             TOT-STEP-DIFFER           DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           DISPLAY MYNAME ' ' RPT-LINE(1:70)

           MOVE SPACES TO RPT-LINE
           STRING
             'ARTIFACTS COMPARED '     DELIMITED SIZE
             TOT-ARTF                  DELIMITED SIZE
             '  MATCH '                DELIMITED SIZE
             TOT-ARTF-MATCH            DELIMITED SIZE
             '  DIFFER '               DELIMITED SIZE
             TOT-ARTF-DIFFER           DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           DISPLAY MYNAME ' ' RPT-LINE(1:70)

           MOVE SPACES TO RPT-LINE
           STRING
             'PARALLEL RUN VERDICT: '  DELIMITED SIZE
             WS-OVERALL                DELIMITED SPACE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           DISPLAY MYNAME ' ' RPT-LINE(1:70)
           .

       8500-CALL-REPORT-WRITER.
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'csprtw' USING
             RPT-ACTION
             MYNAME
             WS-RUN-ID
             RPT-TITLE
             RPT-LINE
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           .

       9000-WRITE-AUDIT-LOG.
           MOVE SPACES TO WS-AUDIT-KEYS
           MOVE RETURN-CODE TO WS-RC-DISP
           STRING
             ' QARUN='                 DELIMITED SIZE
             WS-QA-RUN                 DELIMITED SPACE
             ' PRODRUN='               DELIMITED SIZE
             WS-PROD-RUN               DELIMITED SPACE
             ' STEPS='                 DELIMITED SIZE
             TOT-STEPS                 DELIMITED SIZE
             ' DIFFER='                DELIMITED SIZE
             TOT-STEP-DIFFER           DELIMITED SIZE
             ' VERDICT='               DELIMITED SIZE
             WS-OVERALL                DELIMITED SPACE
             ' RC='                    DELIMITED SIZE
             WS-RC-DISP                DELIMITED SIZE
             ' RUNID='                 DELIMITED SIZE
             WS-RUN-ID                 DELIMITED SPACE
             INTO WS-AUDIT-KEYS
           END-STRING

           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'csauditw' USING
             MYNAME
             WS-AUDIT-LOG-NAME
             WS-AUDIT-KEYS
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           .

      * Batch-scheduler-friendly wrap-up: one fixed-format line, the
      * last thing this program prints, so a wrapper script or the
      * suite driver can scrape RC/elapsed/records/result without
      * knowing this program's own DISPLAY layout.  The RESULT=
      * figure is the overall verdict, MATCH or DIFFER.
       9900-DISPLAY-SUMMARY.

           MOVE WS-REC-COUNT TO WS-REC-COUNT-DISP

           MOVE WS-REC-COUNT-DISP TO WS-SUMM-RECS
           MOVE WS-OVERALL TO WS-SUMM-RESULT
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cssummry' USING
             MYNAME
             WS-START-TIME
             WS-HOLD-RC
             WS-SUMM-RECS
             WS-SUMM-RESULT
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           .
