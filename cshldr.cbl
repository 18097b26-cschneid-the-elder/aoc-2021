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
      * Legal-hold report.  The cshold.cat register names the runs
      * and artifacts a preservation order has put beyond retention,
      * and csjntr, csarot and csresm skip whatever a hold in force
      * covers.  This program shows, hold by hold, what each one is
      * protecting today -- so counsel can see the order is being
      * honoured and operations can see what a release will let go:
      *
      *   results-master rows       by program, run id and run date
      *   catalogued artifacts      the driver's versioned copies
      *                             in cscatlg.dat
      *   sidecar files             everything the csretn.cat rules
      *                             would sweep, by name and date
      *   audit-log archives        csaudit.yyyymmdd.log files with
      *                             at least one record held
      *
      *   cshldr
      *   cshldr "REF=LH-2026-014"
      *   cshldr "ACTIVE=Y"
      *
      * REF= reports the one hold; ACTIVE=Y leaves released holds
      * out.  A register line the hold routine could not read is
      * reported as UNREADABLE and sets RC 4: retention is suspended
      * until it is put right.  The report lands in cshldr.rpt
      * through the shared print writer.
      *
       Program-ID. cshldr.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select HREG-DATA            Assign 'cshold.cat'
                                        Organization Line Sequential
                                        File Status Is WS-HREG-STAT.
           Select RES-MASTER           Assign Dynamic WS-RESMST-FNAME
                                        Organization Indexed
                                        Access Sequential
                                        Record Key RES-KEY
                                        File Status Is WS-RES-STAT.
           Select CTLG-DATA            Assign Dynamic WS-CTLG-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-CTLG-STAT.
           Select RETN-DATA            Assign 'csretn.cat'
                                        Organization Line Sequential
                                        File Status Is WS-RETN-STAT.
           Select LIST-DATA            Assign Dynamic WS-TMP-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-LIST-STAT.
           Select ARCH-DATA            Assign Dynamic WS-ARCH-NAME
                                        Organization Line Sequential
                                        File Status Is WS-ARCH-STAT.
       Data Division.
       File Section.
       FD  HREG-DATA.
       01  HREG-DATA-REC      PIC X(200).

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

       FD  CTLG-DATA.
       01  CTLG-DATA-REC      PIC X(100).

       FD  RETN-DATA.
       01  RETN-DATA-REC      PIC X(100).

      *    F or A, a space, the change date (yyyymmdd), a space, the
      *    file name
       FD  LIST-DATA.
       01  LIST-DATA-REC.
           05  LIST-KIND          PIC X(001).
           05  FILLER             PIC X(001).
           05  LIST-DATE          PIC X(008).
           05  FILLER             PIC X(001).
           05  LIST-FILE          PIC X(080).

       FD  ARCH-DATA.
       01  ARCH-DATA-REC      PIC X(200).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'cshldr'.
           05  HREG-TABLE-MAX     PIC 9(004) COMP    VALUE 100.

       01  WORK-AREAS.
           05  WS-REC-COUNT       PIC 9(008) COMP    VALUE 0.
           05  CLI-ARGS           PIC X(160)         VALUE SPACES.
           05  WS-CLI-TOKEN       PIC X(080)         VALUE SPACES.
           05  WS-CLI-KEY         PIC X(020)         VALUE SPACES.
           05  WS-CLI-VAL         PIC X(080)         VALUE SPACES.
           05  CLI-PTR            PIC 9(003) COMP    VALUE 1.
           05  WS-RESMST-FNAME    PIC X(040)   VALUE 'csresmst.idx'.
           05  WS-CTLG-FNAME      PIC X(040)    VALUE 'cscatlg.dat'.
           05  WS-TMP-FNAME       PIC X(040)      VALUE 'cshldr.tmp'.
           05  WS-ARCH-NAME       PIC X(080)         VALUE SPACES.
           05  WS-HREG-STAT       PIC X(002)         VALUE SPACES.
           05  WS-RES-STAT        PIC X(002)         VALUE SPACES.
           05  WS-CTLG-STAT       PIC X(002)         VALUE SPACES.
           05  WS-RETN-STAT       PIC X(002)         VALUE SPACES.
           05  WS-LIST-STAT       PIC X(002)         VALUE SPACES.
           05  WS-ARCH-STAT       PIC X(002)         VALUE SPACES.
           05  WS-AUDIT-LOG-NAME  PIC X(040)        VALUE 'csaudit.log'.
           05  WS-AUDIT-KEYS      PIC X(160)         VALUE SPACES.
           05  WS-RC-DISP         PIC 9(004)         VALUE 0.
           05  WS-SUMM-RECS       PIC X(018)         VALUE SPACES.
           05  WS-SUMM-RESULT     PIC X(040)         VALUE SPACES.
           05  WS-HOLD-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-CFG-VAL         PIC X(080)         VALUE SPACES.
           05  WS-CFG-AUDITLOG    PIC X(020)       VALUE 'AUDITLOG'.
           05  WS-RUN-ID          PIC X(017)         VALUE SPACES.
           05  WS-SYSTEM-CMD      PIC X(300)         VALUE SPACES.
           05  WS-REC-COUNT-DISP  PIC 9(008)         VALUE 0.
           05  WS-ONLY-REF        PIC X(012)         VALUE SPACES.
           05  WS-ENV-PROBE       PIC X(040)         VALUE SPACES.
           05  WS-ENV-PFX-LEN     PIC 9(003) COMP    VALUE 0.
           05  RULE-PATTERN       PIC X(040)         VALUE SPACES.
           05  RULE-DAYS-X        PIC X(005)         VALUE SPACES.
           05  RULE-DISP          PIC X(001)         VALUE SPACE.
           05  EXT-TOKEN          PIC X(080)         VALUE SPACES.
           05  EXT-KEY            PIC X(020)         VALUE SPACES.
           05  EXT-VAL            PIC X(060)         VALUE SPACES.
           05  EXT-PTR            PIC 9(003) COMP    VALUE 1.
           05  FIG-ARTIFACT       PIC X(040)         VALUE SPACES.
           05  FIG-GEN            PIC X(017)         VALUE SPACES.
           05  FIG-PGM            PIC X(008)         VALUE SPACES.
           05  FIG-TS             PIC X(021)         VALUE SPACES.
           05  WS-BARE-NAME       PIC X(080)         VALUE SPACES.
           05  WS-NAME-PART       PIC X(040) OCCURS 6 TIMES.
           05  WS-PART-IDX        PIC 9(003) COMP    VALUE 0.
           05  WS-ARCH-HITS       PIC 9(008)         VALUE 0.
           05  WS-NUM-EDIT        PIC Z(7)9.
           05  SHOW-PGM           PIC X(008)         VALUE SPACES.
           05  SHOW-RUNID         PIC X(017)         VALUE SPACES.
           05  SHOW-FROM          PIC X(008)         VALUE SPACES.
           05  SHOW-THRU          PIC X(008)         VALUE SPACES.
           05  SHOW-RELEASE       PIC X(008)         VALUE SPACES.
           05  SHOW-LABEL         PIC X(018)         VALUE SPACES.

      * The call to the hold routine: the work in question and the
      * hold it is put to.
       01  LEGAL-HOLD-AREAS.
           05  WS-LEGAL-ACT       PIC X(001)         VALUE 'M'.
           05  WS-LEGAL-PGM       PIC X(008)         VALUE SPACES.
           05  WS-LEGAL-RUNID     PIC X(017)         VALUE SPACES.
           05  WS-LEGAL-DATE      PIC X(008)         VALUE SPACES.
           05  WS-LEGAL-REF       PIC X(012)         VALUE SPACES.
           05  WS-LEGAL-STATUS    PIC X(010)         VALUE SPACES.

      * The register as written, for the report's hold headings.
       01  HREG-TABLE.
           05  HREG-COUNT         PIC 9(004) COMP    VALUE 0.
           05  HREG-IDX           PIC 9(004) COMP    VALUE 0.
           05  HREG-ENTRY OCCURS 100 TIMES.
               10  HREG-REF       PIC X(012).
               10  HREG-PGM       PIC X(008).
               10  HREG-RUNID     PIC X(017).
               10  HREG-FROM      PIC X(008).
               10  HREG-THRU      PIC X(008).
               10  HREG-RELEASE   PIC X(008).
               10  HREG-DESC      PIC X(080).
       01  HREG-FIELDS.
           05  HREG-REF-IN        PIC X(020)         VALUE SPACES.
           05  HREG-PGM-IN        PIC X(020)         VALUE SPACES.
           05  HREG-RUNID-IN      PIC X(020)         VALUE SPACES.
           05  HREG-FROM-IN       PIC X(010)         VALUE SPACES.
           05  HREG-THRU-IN       PIC X(010)         VALUE SPACES.
           05  HREG-REL-IN        PIC X(010)         VALUE SPACES.
           05  HREG-DESC-IN       PIC X(080)         VALUE SPACES.

      * What the hold in hand protects, and the run's totals.
       01  COUNT-AREAS.
           05  HOLD-ROWS          PIC 9(008)         VALUE 0.
           05  HOLD-ARTFS         PIC 9(008)         VALUE 0.
           05  HOLD-FILES         PIC 9(008)         VALUE 0.
           05  HOLD-ARCHS         PIC 9(008)         VALUE 0.
           05  TOT-HOLDS          PIC 9(004)         VALUE 0.
           05  TOT-IN-FORCE       PIC 9(004)         VALUE 0.
           05  TOT-RELEASED       PIC 9(004)         VALUE 0.
           05  TOT-UNREADABLE     PIC 9(004)         VALUE 0.
           05  TOT-ITEMS          PIC 9(008)         VALUE 0.

       01  REPORT-AREAS.
           05  RPT-ACTION         PIC X(001)         VALUE SPACE.
           05  RPT-TITLE          PIC X(040)         VALUE SPACES.
           05  RPT-LINE           PIC X(132)         VALUE SPACES.

       01  DTL-LINE.
           05  FILLER             PIC X(002).
           05  DTL-KIND           PIC X(010).
           05  FILLER             PIC X(001).
           05  DTL-ITEM           PIC X(050).
           05  FILLER             PIC X(001).
           05  DTL-PGM            PIC X(008).
           05  FILLER             PIC X(001).
           05  DTL-DATE           PIC X(008).
           05  FILLER             PIC X(001).
           05  DTL-RUNID          PIC X(017).
           05  FILLER             PIC X(001).
           05  DTL-NOTE           PIC X(032).

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           05  WS-START-TIME-R    REDEFINES WS-START-TIME.
               10  WS-START-HH    PIC 9(002).
               10  WS-START-MM    PIC 9(002).
               10  WS-START-SS    PIC 9(002).
               10  WS-START-HS    PIC 9(002).

       01  SWITCHES.
           05  HREG-EOF-SW        PIC X(001)         VALUE 'N'.
               88  HREG-EOF                          VALUE 'Y'
                                                     FALSE 'N'.
           05  RES-EOF-SW         PIC X(001)         VALUE 'N'.
               88  RES-EOF                           VALUE 'Y'
                                                     FALSE 'N'.
           05  CTLG-EOF-SW        PIC X(001)         VALUE 'N'.
               88  CTLG-EOF                          VALUE 'Y'
                                                     FALSE 'N'.
           05  RETN-EOF-SW        PIC X(001)         VALUE 'N'.
               88  RETN-EOF                          VALUE 'Y'
                                                     FALSE 'N'.
           05  LIST-EOF-SW        PIC X(001)         VALUE 'N'.
               88  LIST-EOF                          VALUE 'Y'
                                                     FALSE 'N'.
           05  ARCH-EOF-SW        PIC X(001)         VALUE 'N'.
               88  ARCH-EOF                          VALUE 'Y'
                                                     FALSE 'N'.
           05  ACTIVE-SW          PIC X(001)         VALUE 'N'.
               88  ACTIVE-ONLY                       VALUE 'Y'
                                                     FALSE 'N'.

       Procedure Division.
           DISPLAY MYNAME SPACE FUNCTION CURRENT-DATE
           ACCEPT WS-START-TIME FROM TIME

      *    the suite configuration file supplies site defaults before
      *    the command line gets its say
           PERFORM 0100-READ-SUITE-CONFIG
           PERFORM 0150-APPLY-ENV-PREFIX

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

           PERFORM 1000-LOAD-THE-REGISTER
           IF HREG-COUNT = 0
               DISPLAY MYNAME ' no legal holds on the register'
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF
           PERFORM 1500-LIST-THE-FILES

           MOVE 'O' TO RPT-ACTION
           MOVE 'LEGAL HOLDS AND WHAT THEY PROTECT' TO RPT-TITLE
           MOVE SPACES TO DTL-LINE
           MOVE 'KIND'     TO DTL-KIND
           MOVE 'ITEM'     TO DTL-ITEM
           MOVE 'PROGRAM'  TO DTL-PGM
           MOVE 'DATE'     TO DTL-DATE
           MOVE 'RUN ID'   TO DTL-RUNID
           MOVE DTL-LINE TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER

           PERFORM VARYING HREG-IDX FROM 1 BY 1
           UNTIL HREG-IDX > HREG-COUNT
             IF WS-ONLY-REF = SPACES
                 OR WS-ONLY-REF = HREG-REF(HREG-IDX)
                 PERFORM 2000-REPORT-ONE-HOLD
             END-IF
           END-PERFORM

           PERFORM 3000-PRINT-THE-TOTALS
           MOVE 'C' TO RPT-ACTION
           PERFORM 8500-CALL-REPORT-WRITER

           IF TOT-UNREADABLE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
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

      * Environment partitioning: the fixed artifact names pick
      * up the DEV/QA prefix, if one is configured, before any
      * of them is opened.
       0150-APPLY-ENV-PREFIX.
           CALL 'csenvfn' USING WS-RESMST-FNAME END-CALL
           CALL 'csenvfn' USING WS-CTLG-FNAME END-CALL
           CALL 'csenvfn' USING WS-TMP-FNAME END-CALL
      *    how long the prefix is, so a file's own name can be read
      *    for its program
           MOVE 'x' TO WS-ENV-PROBE
           CALL 'csenvfn' USING WS-ENV-PROBE END-CALL
           COMPUTE WS-ENV-PFX-LEN =
             FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-PROBE)) - 1
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
             WHEN 'REF'
                 MOVE FUNCTION UPPER-CASE(WS-CLI-VAL(1:12))
                   TO WS-ONLY-REF
             WHEN 'ACTIVE'
                 IF FUNCTION UPPER-CASE(WS-CLI-VAL) = 'Y'
                     SET ACTIVE-ONLY TO TRUE
                 END-IF
             WHEN 'RUNID'
                 MOVE WS-CLI-VAL TO WS-RUN-ID
             WHEN OTHER
                 DISPLAY
                  MYNAME
                  ' warning - unrecognized parameter ' WS-CLI-KEY
           END-EVALUATE
           .

      * The register as written; whether each line is a usable hold
      * is the hold routine's to say, and the report asks it.
       1000-LOAD-THE-REGISTER.
           OPEN INPUT HREG-DATA
           IF WS-HREG-STAT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET HREG-EOF TO FALSE
           PERFORM UNTIL HREG-EOF
             READ HREG-DATA
               AT END SET HREG-EOF TO TRUE
               NOT AT END
                 IF HREG-DATA-REC(1:1) NOT = '*'
                     AND HREG-DATA-REC NOT = SPACES
                     PERFORM 1100-TAKE-ONE-HOLD
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HREG-DATA
           .

       1100-TAKE-ONE-HOLD.
           IF HREG-COUNT >= HREG-TABLE-MAX
               DISPLAY
                 MYNAME ' more than ' HREG-TABLE-MAX
                 ' holds on the register, the rest not reported'
               SET HREG-EOF TO TRUE
               ADD 1 TO TOT-UNREADABLE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HREG-FIELDS
           UNSTRING HREG-DATA-REC DELIMITED BY '|'
             INTO HREG-REF-IN HREG-PGM-IN HREG-RUNID-IN
                  HREG-FROM-IN HREG-THRU-IN HREG-REL-IN
                  HREG-DESC-IN
           END-UNSTRING
           ADD 1 TO HREG-COUNT
           MOVE FUNCTION UPPER-CASE(HREG-REF-IN(1:12))
             TO HREG-REF(HREG-COUNT)
           MOVE HREG-PGM-IN(1:8)    TO HREG-PGM(HREG-COUNT)
           MOVE HREG-RUNID-IN(1:17) TO HREG-RUNID(HREG-COUNT)
           MOVE HREG-FROM-IN(1:8)   TO HREG-FROM(HREG-COUNT)
           MOVE HREG-THRU-IN(1:8)   TO HREG-THRU(HREG-COUNT)
           MOVE HREG-REL-IN(1:8)    TO HREG-RELEASE(HREG-COUNT)
           MOVE HREG-DESC-IN        TO HREG-DESC(HREG-COUNT)
           IF HREG-REF(HREG-COUNT) = SPACES
               MOVE '(NO REF)' TO HREG-REF(HREG-COUNT)
           END-IF
           .

      * One listing of every file the retention rules would sweep
      * (F) and every audit archive (A), with its change date, taken
      * once and read again for each hold.
       1500-LIST-THE-FILES.
           MOVE SPACES TO WS-SYSTEM-CMD
           STRING
             ': > '                         DELIMITED SIZE
             FUNCTION TRIM(WS-TMP-FNAME)    DELIMITED SIZE
             INTO WS-SYSTEM-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-SYSTEM-CMD

           OPEN INPUT RETN-DATA
           IF WS-RETN-STAT = '00'
               SET RETN-EOF TO FALSE
               PERFORM UNTIL RETN-EOF
                 READ RETN-DATA
                   AT END SET RETN-EOF TO TRUE
                   NOT AT END
                     IF RETN-DATA-REC(1:1) NOT = '*'
                         AND RETN-DATA-REC NOT = SPACES
                         PERFORM 1510-LIST-ONE-PATTERN
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE RETN-DATA
           END-IF

           MOVE SPACES TO WS-SYSTEM-CMD
           STRING
             'find . -maxdepth 1 -name ''csaudit.*.log'''
                                            DELIMITED SIZE
             ' -printf ''A %TY%Tm%Td %f\n'' >> ' DELIMITED SIZE
             FUNCTION TRIM(WS-TMP-FNAME)    DELIMITED SIZE
             ' 2>/dev/null'                 DELIMITED SIZE
             INTO WS-SYSTEM-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-SYSTEM-CMD
           MOVE 0 TO RETURN-CODE
           .

       1510-LIST-ONE-PATTERN.
           MOVE SPACES TO RULE-PATTERN RULE-DAYS-X
           MOVE SPACE  TO RULE-DISP
           UNSTRING RETN-DATA-REC DELIMITED BY '|'
             INTO RULE-PATTERN RULE-DAYS-X RULE-DISP
           END-UNSTRING
           IF RULE-PATTERN = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL 'csenvfn' USING RULE-PATTERN END-CALL
           MOVE SPACES TO WS-SYSTEM-CMD
           STRING
             'find . -maxdepth 1 -name '''  DELIMITED SIZE
             FUNCTION TRIM(RULE-PATTERN)    DELIMITED SIZE
             ''' -printf ''F %TY%Tm%Td %f\n'' >> ' DELIMITED SIZE
             FUNCTION TRIM(WS-TMP-FNAME)    DELIMITED SIZE
             ' 2>/dev/null'                 DELIMITED SIZE
             INTO WS-SYSTEM-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-SYSTEM-CMD
           MOVE 0 TO RETURN-CODE
           .

      *----------------------------------------------------------------
      * One hold: its heading, straight from the register, then
      * everything on file it covers, then what that came to.
      *----------------------------------------------------------------
       2000-REPORT-ONE-HOLD.
           MOVE SPACES TO WS-LEGAL-PGM WS-LEGAL-RUNID WS-LEGAL-DATE
           PERFORM 2900-PUT-TO-THE-HOLD
           IF ACTIVE-ONLY AND WS-LEGAL-STATUS = 'RELEASED'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOT-HOLDS
           MOVE 0 TO HOLD-ROWS HOLD-ARTFS HOLD-FILES HOLD-ARCHS

           MOVE 'L' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER
           EVALUATE WS-LEGAL-STATUS
             WHEN 'IN-FORCE'
                 ADD 1 TO TOT-IN-FORCE
             WHEN 'RELEASED'
                 ADD 1 TO TOT-RELEASED
             WHEN OTHER
                 ADD 1 TO TOT-UNREADABLE
                 MOVE 'UNREADABLE' TO WS-LEGAL-STATUS
           END-EVALUATE
      *    blank criteria are shown the way the register means them
           MOVE HREG-PGM(HREG-IDX)     TO SHOW-PGM
           MOVE HREG-RUNID(HREG-IDX)   TO SHOW-RUNID
           MOVE HREG-FROM(HREG-IDX)    TO SHOW-FROM
           MOVE HREG-THRU(HREG-IDX)    TO SHOW-THRU
           MOVE HREG-RELEASE(HREG-IDX) TO SHOW-RELEASE
           IF SHOW-PGM = SPACES
               MOVE '*' TO SHOW-PGM
           END-IF
           IF SHOW-RUNID = SPACES
               MOVE '*' TO SHOW-RUNID
           END-IF
           IF SHOW-FROM = SPACES
               MOVE 'open' TO SHOW-FROM
           END-IF
           IF SHOW-THRU = SPACES
               MOVE 'open' TO SHOW-THRU
           END-IF
           IF SHOW-RELEASE = SPACES
               MOVE 'not-set' TO SHOW-RELEASE
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING
             'HOLD '                   DELIMITED SIZE
             HREG-REF(HREG-IDX)        DELIMITED SPACE
             '  '                      DELIMITED SIZE
             WS-LEGAL-STATUS           DELIMITED SPACE
             '  PROGRAM '              DELIMITED SIZE
             SHOW-PGM                  DELIMITED SPACE
             '  RUN '                  DELIMITED SIZE
             SHOW-RUNID                DELIMITED SPACE
             '  FROM '                 DELIMITED SIZE
             SHOW-FROM                 DELIMITED SPACE
             '  THROUGH '              DELIMITED SIZE
             SHOW-THRU                 DELIMITED SPACE
             '  RELEASE '              DELIMITED SIZE
             SHOW-RELEASE              DELIMITED SPACE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           DISPLAY MYNAME ' ' RPT-LINE(1:100)
           MOVE SPACES TO RPT-LINE
           STRING
             '  '                      DELIMITED SIZE
             HREG-DESC(HREG-IDX)       DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER

           IF WS-LEGAL-STATUS = 'UNREADABLE'
               MOVE SPACES TO RPT-LINE
               MOVE '  not a valid hold - all retention is suspended'
                 TO RPT-LINE
               PERFORM 8500-CALL-REPORT-WRITER
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-SCAN-THE-MASTER
           PERFORM 2200-SCAN-THE-CATALOG
           PERFORM 2300-SCAN-THE-FILES

           MOVE 'L' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
      *    a released hold no longer protects what it names; the
      *    line says what it covered for the record
           IF WS-LEGAL-STATUS = 'RELEASED'
               MOVE 'COVERS (RELEASED) ' TO SHOW-LABEL
           ELSE
               MOVE 'PROTECTING        ' TO SHOW-LABEL
           END-IF
           STRING
             '  '                      DELIMITED SIZE
             SHOW-LABEL                DELIMITED SIZE
             'ROWS '                   DELIMITED SIZE
             HOLD-ROWS                 DELIMITED SIZE
             '  ARTIFACTS '            DELIMITED SIZE
             HOLD-ARTFS                DELIMITED SIZE
             '  FILES '                DELIMITED SIZE
             HOLD-FILES                DELIMITED SIZE
             '  AUDIT ARCHIVES '       DELIMITED SIZE
             HOLD-ARCHS                DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           DISPLAY MYNAME ' ' RPT-LINE(1:100)
           ADD HOLD-ROWS HOLD-ARTFS HOLD-FILES HOLD-ARCHS TO TOT-ITEMS
           .

       2100-SCAN-THE-MASTER.
           OPEN INPUT RES-MASTER
           IF WS-RES-STAT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET RES-EOF TO FALSE
           PERFORM UNTIL RES-EOF
             READ RES-MASTER NEXT
               AT END SET RES-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-REC-COUNT
                 MOVE RES-PGM      TO WS-LEGAL-PGM
                 MOVE RES-RUNID    TO WS-LEGAL-RUNID
                 MOVE RES-TS(1:8)  TO WS-LEGAL-DATE
                 PERFORM 2900-PUT-TO-THE-HOLD
                 IF WS-LEGAL-REF NOT = SPACES
                     ADD 1 TO HOLD-ROWS
                     MOVE SPACES TO DTL-LINE
                     MOVE 'ROW'        TO DTL-KIND
                     STRING
                       FUNCTION TRIM(WS-RESMST-FNAME) DELIMITED SIZE
                       ' '             DELIMITED SIZE
                       RES-TS          DELIMITED SIZE
                       INTO DTL-ITEM
                     END-STRING
                     PERFORM 2800-PRINT-THE-ITEM
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RES-MASTER
           .

      * ARTIFACT=name GEN=runid PGM=program TS=stamp -- the driver's
      * versioned copy is name.runid.  Step captures are the
      * driver's own and age off with the janitor's .drvout rule.
       2200-SCAN-THE-CATALOG.
           OPEN INPUT CTLG-DATA
           IF WS-CTLG-STAT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET CTLG-EOF TO FALSE
           PERFORM UNTIL CTLG-EOF
             READ CTLG-DATA
               AT END SET CTLG-EOF TO TRUE
               NOT AT END
                 PERFORM 2210-TAKE-CATALOG-REC
             END-READ
           END-PERFORM
           CLOSE CTLG-DATA
           .

       2210-TAKE-CATALOG-REC.
           MOVE SPACES TO FIG-ARTIFACT FIG-GEN FIG-PGM FIG-TS
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
                   WHEN 'TS'       MOVE EXT-VAL TO FIG-TS
                 END-EVALUATE
             END-IF
           END-PERFORM
           IF FIG-ARTIFACT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION REVERSE(FUNCTION TRIM(FIG-ARTIFACT))(1:7)
             = 'tuovrd.'
               EXIT PARAGRAPH
           END-IF

           MOVE FIG-PGM TO WS-LEGAL-PGM
           MOVE FIG-GEN TO WS-LEGAL-RUNID
           IF FIG-TS(1:8) NUMERIC
               MOVE FIG-TS(1:8) TO WS-LEGAL-DATE
           ELSE
               MOVE SPACES TO WS-LEGAL-DATE
           END-IF
           PERFORM 2900-PUT-TO-THE-HOLD
           IF WS-LEGAL-REF NOT = SPACES
               ADD 1 TO HOLD-ARTFS
               MOVE SPACES TO DTL-LINE
               MOVE 'ARTIFACT' TO DTL-KIND
               STRING
                 FUNCTION TRIM(FIG-ARTIFACT) DELIMITED SIZE
                 '.'                   DELIMITED SIZE
                 FIG-GEN               DELIMITED SPACE
                 INTO DTL-ITEM
               END-STRING
               PERFORM 2800-PRINT-THE-ITEM
           END-IF
           .

       2300-SCAN-THE-FILES.
           SET LIST-EOF TO FALSE
           OPEN INPUT LIST-DATA
           IF WS-LIST-STAT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LIST-EOF
             MOVE SPACES TO LIST-DATA-REC
             READ LIST-DATA
               AT END SET LIST-EOF TO TRUE
               NOT AT END
                 IF LIST-KIND = 'A'
                     PERFORM 2400-SCAN-ONE-ARCHIVE
                 ELSE
                     PERFORM 2310-TAKE-ONE-FILE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE LIST-DATA
           .

      * A sidecar file is read the way csjntr reads it: its program
      * the first part of its name once any environment prefix is
      * off, its run id a versioned copy's R-part, its date the day
      * it last changed.
       2310-TAKE-ONE-FILE.
           MOVE SPACES TO WS-BARE-NAME WS-LEGAL-PGM WS-LEGAL-RUNID
           IF WS-ENV-PFX-LEN > 0
               MOVE LIST-FILE(WS-ENV-PFX-LEN + 1:) TO WS-BARE-NAME
           ELSE
               MOVE LIST-FILE TO WS-BARE-NAME
           END-IF
           MOVE SPACES TO WS-NAME-PART(1) WS-NAME-PART(2)
             WS-NAME-PART(3) WS-NAME-PART(4) WS-NAME-PART(5)
             WS-NAME-PART(6)
           UNSTRING WS-BARE-NAME DELIMITED BY '.'
             INTO WS-NAME-PART(1) WS-NAME-PART(2) WS-NAME-PART(3)
                  WS-NAME-PART(4) WS-NAME-PART(5) WS-NAME-PART(6)
           END-UNSTRING
           MOVE WS-NAME-PART(1) TO WS-LEGAL-PGM
           PERFORM VARYING WS-PART-IDX FROM 2 BY 1
           UNTIL WS-PART-IDX > 6
             IF WS-NAME-PART(WS-PART-IDX)(1:1) = 'R'
                 AND WS-NAME-PART(WS-PART-IDX)(2:16) NUMERIC
                 AND WS-NAME-PART(WS-PART-IDX)(18:) = SPACES
                 MOVE WS-NAME-PART(WS-PART-IDX) TO WS-LEGAL-RUNID
             END-IF
           END-PERFORM
           IF LIST-DATE NUMERIC
               MOVE LIST-DATE TO WS-LEGAL-DATE
           ELSE
               MOVE SPACES TO WS-LEGAL-DATE
           END-IF
           PERFORM 2900-PUT-TO-THE-HOLD
           IF WS-LEGAL-REF NOT = SPACES
               ADD 1 TO HOLD-FILES
               MOVE SPACES TO DTL-LINE
               MOVE 'FILE'     TO DTL-KIND
               MOVE LIST-FILE  TO DTL-ITEM
               PERFORM 2800-PRINT-THE-ITEM
           END-IF
           .

      * An audit archive is protected when any record in it is: the
      * program in columns 1-8, the date from the timestamp, the
      * run id from the RUNID= token.
       2400-SCAN-ONE-ARCHIVE.
           MOVE LIST-FILE TO WS-ARCH-NAME
           MOVE 0 TO WS-ARCH-HITS
           SET ARCH-EOF TO FALSE
           OPEN INPUT ARCH-DATA
           IF WS-ARCH-STAT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ARCH-EOF
             READ ARCH-DATA
               AT END SET ARCH-EOF TO TRUE
               NOT AT END
                 PERFORM 2410-TAKE-ONE-AUDIT-LINE
             END-READ
           END-PERFORM
           CLOSE ARCH-DATA
           IF WS-ARCH-HITS > 0
               ADD 1 TO HOLD-ARCHS
               MOVE SPACES TO DTL-LINE
               MOVE 'AUDIT-ARC' TO DTL-KIND
               MOVE LIST-FILE   TO DTL-ITEM
               MOVE SPACES TO WS-LEGAL-PGM WS-LEGAL-RUNID
                 WS-LEGAL-DATE
      *        the archive's own date is in its name
               IF LIST-FILE(9:8) NUMERIC
                   MOVE LIST-FILE(9:8) TO WS-LEGAL-DATE
               END-IF
               MOVE WS-ARCH-HITS TO WS-NUM-EDIT
               STRING
                 FUNCTION TRIM(WS-NUM-EDIT) DELIMITED SIZE
                 ' records held'       DELIMITED SIZE
                 INTO DTL-NOTE
               END-STRING
               PERFORM 2800-PRINT-THE-ITEM
           END-IF
           .

       2410-TAKE-ONE-AUDIT-LINE.
           MOVE ARCH-DATA-REC(1:8) TO WS-LEGAL-PGM
           IF ARCH-DATA-REC(10:8) NUMERIC
               MOVE ARCH-DATA-REC(10:8) TO WS-LEGAL-DATE
           ELSE
               MOVE SPACES TO WS-LEGAL-DATE
           END-IF
           MOVE SPACES TO WS-LEGAL-RUNID
           SET EXT-PTR TO 32
           PERFORM UNTIL EXT-PTR > LENGTH OF ARCH-DATA-REC
             MOVE SPACES TO EXT-TOKEN
             UNSTRING ARCH-DATA-REC DELIMITED BY SPACE
               INTO EXT-TOKEN
               WITH POINTER EXT-PTR
             END-UNSTRING
             IF EXT-TOKEN(1:6) = 'RUNID='
                 MOVE EXT-TOKEN(7:17) TO WS-LEGAL-RUNID
             END-IF
           END-PERFORM
           PERFORM 2900-PUT-TO-THE-HOLD
           IF WS-LEGAL-REF NOT = SPACES
               ADD 1 TO WS-ARCH-HITS
           END-IF
           .

       2800-PRINT-THE-ITEM.
           MOVE WS-LEGAL-PGM   TO DTL-PGM
           MOVE WS-LEGAL-DATE  TO DTL-DATE
           MOVE WS-LEGAL-RUNID TO DTL-RUNID
           MOVE 'L' TO RPT-ACTION
           MOVE DTL-LINE TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER
           .

      * Does the hold in hand cover the work in WS-LEGAL-PGM,
      * WS-LEGAL-RUNID and WS-LEGAL-DATE?  The reference comes back
      * blank if not; the status says whether the hold is in force.
       2900-PUT-TO-THE-HOLD.
           MOVE 'M' TO WS-LEGAL-ACT
           MOVE HREG-REF(HREG-IDX) TO WS-LEGAL-REF
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cshold' USING
             WS-LEGAL-ACT
             WS-LEGAL-PGM
             WS-LEGAL-RUNID
             WS-LEGAL-DATE
             WS-LEGAL-REF
             WS-LEGAL-STATUS
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           .

       3000-PRINT-THE-TOTALS.
           MOVE 'T' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           STRING
             'HOLDS REPORTED '         DELIMITED SIZE
             TOT-HOLDS                 DELIMITED SIZE
             '  IN FORCE '             DELIMITED SIZE
             TOT-IN-FORCE              DELIMITED SIZE
             '  RELEASED '             DELIMITED SIZE
             TOT-RELEASED              DELIMITED SIZE
             '  UNREADABLE '           DELIMITED SIZE
             TOT-UNREADABLE            DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           DISPLAY MYNAME ' ' RPT-LINE(1:80)

           MOVE 'L' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           STRING
             'ITEMS UNDER THE HOLDS REPORTED '  DELIMITED SIZE
             TOT-ITEMS                 DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           DISPLAY MYNAME ' ' RPT-LINE(1:80)

           IF TOT-UNREADABLE > 0
               MOVE SPACES TO RPT-LINE
               STRING
                 'REGISTER HAS UNREADABLE LINES - '  DELIMITED SIZE
                 'RETENTION SUSPENDED'               DELIMITED SIZE
                 INTO RPT-LINE
               END-STRING
               PERFORM 8500-CALL-REPORT-WRITER
               DISPLAY MYNAME ' ' RPT-LINE(1:80)
           END-IF
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
             ' HOLDS='                 DELIMITED SIZE
             TOT-HOLDS                 DELIMITED SIZE
             ' INFORCE='               DELIMITED SIZE
             TOT-IN-FORCE              DELIMITED SIZE
             ' UNREADABLE='            DELIMITED SIZE
             TOT-UNREADABLE            DELIMITED SIZE
             ' ITEMS='                 DELIMITED SIZE
             TOT-ITEMS                 DELIMITED SIZE
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
      * figure is the count of items under the holds reported.
       9900-DISPLAY-SUMMARY.

           MOVE WS-REC-COUNT TO WS-REC-COUNT-DISP

           MOVE WS-REC-COUNT-DISP TO WS-SUMM-RECS
           MOVE TOT-ITEMS TO WS-SUMM-RESULT
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
