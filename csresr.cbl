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
      * Results restatement.  When csrerun replays a questioned day
      * and the rerun shows the original answer was wrong, both
      * rows sit on the results master side by side and nothing
      * said which one stands.  This program records that the
      * original row is superseded by the rerun's row, with the
      * reason and the approver's initials, in the csresmst.sup
      * register beside the master.  The row itself is left as it
      * was loaded -- the master is the record of what ran -- and
      * csresq and csxmit ask the register, through the cssuper
      * routine, before they report or transmit a row.
      *
      *   csresr "PGM=cs06b" "ORIG=R20260815220000"
      *          "RERUN=RRN20260902103000" "REASON=short-feed"
      *          "APPROVER=cs" ["OPERID=id"]
      *
      * The rerun must be a csrerun replay (run id RRN...) of the
      * same program and business day, and must disagree with the
      * original in return code, record count or result.  A
      * restatement changes what the suite says it answered, so
      * only an operator holding the SUPERVISOR role in csoper.cat
      * may make one; a refusal is on the audit log.
      *
      * When the original day has already gone to headquarters
      * (a daily feed for the date is on the cshq.reg register), a
      * correction transmission carrying the old and new figures
      * is written and registered there like any other feed, so
      * csxack chases its acknowledgment:
      *
      *   H busdate(8) runid(17) generated(14)
      *   C pgm(8) ts(16) runid(17) rc(4) recs(18) result(40)
      *     new-ts(16) new-runid(17) new-rc(4) new-recs(18)
      *     new-result(40) dept(4) approver(3) reason(60)
      *   T correction-count(9) hash-old-result(20)
      *     hash-new-result(20)
      *
      * The file is cshq.cor.yyyymmddhhmmss.txn.  A day not yet
      * transmitted needs no correction: csxmit leaves superseded
      * rows out of the feed.
      *
       Program-ID. csresr.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select RES-MASTER           Assign Dynamic WS-RESMST-FNAME
                                        Organization Indexed
                                        Access Dynamic
                                        Record Key RES-KEY
                                        File Status Is WS-RES-STAT.
           Select SUP-DATA             Assign Dynamic WS-SUP-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-SUP-STAT.
           Select COR-DATA             Assign Dynamic WS-COR-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-COR-STAT.
           Select REG-DATA             Assign Dynamic WS-REG-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-REG-STAT.
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

       FD  SUP-DATA.
       01  SUP-DATA-REC       PIC X(400).

       FD  COR-DATA.
       01  COR-DATA-REC       PIC X(300).

       FD  REG-DATA.
       01  REG-DATA-REC       PIC X(120).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'csresr'.

       01  WORK-AREAS.
           05  WS-REC-COUNT       PIC 9(008) COMP    VALUE 0.
           05  CLI-ARGS           PIC X(300)         VALUE SPACES.
           05  WS-CLI-TOKEN       PIC X(080)         VALUE SPACES.
           05  WS-CLI-KEY         PIC X(020)         VALUE SPACES.
           05  WS-CLI-VAL         PIC X(080)         VALUE SPACES.
           05  CLI-PTR            PIC 9(003) COMP    VALUE 1.
           05  WS-RESMST-FNAME    PIC X(040)   VALUE 'csresmst.idx'.
           05  WS-SUP-FNAME       PIC X(040)   VALUE 'csresmst.sup'.
           05  WS-COR-FNAME       PIC X(040)         VALUE SPACES.
           05  WS-REG-FNAME       PIC X(040)      VALUE 'cshq.reg'.
           05  WS-RES-STAT        PIC X(002)         VALUE SPACES.
           05  WS-SUP-STAT        PIC X(002)         VALUE SPACES.
           05  WS-COR-STAT        PIC X(002)         VALUE SPACES.
           05  WS-REG-STAT        PIC X(002)         VALUE SPACES.
           05  WS-AUDIT-LOG-NAME  PIC X(040)        VALUE 'csaudit.log'.
           05  WS-AUDIT-KEYS      PIC X(160)         VALUE SPACES.
           05  WS-RC-DISP         PIC 9(004)         VALUE 0.
           05  WS-SUMM-RECS       PIC X(018)         VALUE SPACES.
           05  WS-SUMM-RESULT     PIC X(040)         VALUE SPACES.
           05  WS-HOLD-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-CFG-VAL         PIC X(080)         VALUE SPACES.
           05  WS-CFG-AUDITLOG    PIC X(020)       VALUE 'AUDITLOG'.
           05  WS-RUN-ID          PIC X(017)         VALUE SPACES.
           05  WS-BUS-STAMP       PIC X(021)         VALUE SPACES.
           05  WS-REC-COUNT-DISP  PIC 9(008)         VALUE 0.
           05  WS-LOCK-ACT        PIC X(001)         VALUE SPACE.
           05  WS-LOCK-WAIT       PIC 9(004) COMP    VALUE 60.
           05  WS-LOCK-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-MSG-ID          PIC X(008)         VALUE SPACES.
           05  WS-MSG-INSERT      PIC X(060)         VALUE SPACES.
           05  WS-OPER-ID         PIC X(008)         VALUE SPACES.
           05  WS-OPER-ROLE       PIC X(010)         VALUE SPACES.
           05  WS-AUTHZ-ACT       PIC X(001)         VALUE SPACE.
           05  WS-AUTHZ-NEED      PIC X(010)         VALUE SPACES.
           05  WS-AUTHZ-WHAT      PIC X(040)         VALUE SPACES.

      * What the operator asked for, and the two rows it names.
       01  RESTATE-AREAS.
           05  RST-PGM            PIC X(008)         VALUE SPACES.
           05  RST-ORIG-RUNID     PIC X(017)         VALUE SPACES.
           05  RST-NEW-RUNID      PIC X(017)         VALUE SPACES.
           05  RST-REASON         PIC X(060)         VALUE SPACES.
           05  RST-APPROVER       PIC X(003)         VALUE SPACES.
           05  RST-SUPER-RUNID    PIC X(017)         VALUE SPACES.
           05  RST-RESTATED       PIC 9(001)         VALUE 0.
           05  RST-ORIG-ROW.
               10  ORIG-PGM       PIC X(008).
               10  ORIG-TS        PIC X(016).
               10  ORIG-RUNID     PIC X(017).
               10  ORIG-RC        PIC X(004).
               10  ORIG-ELAPSED   PIC X(008).
               10  ORIG-RECS      PIC X(018).
               10  ORIG-RESULT    PIC X(040).
               10  ORIG-DEPT      PIC X(004).
           05  RST-NEW-ROW.
               10  NEW-PGM        PIC X(008).
               10  NEW-TS         PIC X(016).
               10  NEW-RUNID      PIC X(017).
               10  NEW-RC         PIC X(004).
               10  NEW-ELAPSED    PIC X(008).
               10  NEW-RECS       PIC X(018).
               10  NEW-RESULT     PIC X(040).
               10  NEW-DEPT       PIC X(004).

       01  COR-AREAS.
           05  COR-LINE           PIC X(300)         VALUE SPACES.
           05  COR-COUNT          PIC 9(009)         VALUE 0.
           05  COR-HASH-OLD       PIC 9(020)         VALUE 0.
           05  COR-HASH-NEW       PIC 9(020)         VALUE 0.
           05  COR-REG-LINE       PIC X(120)         VALUE SPACES.
           05  COR-SUP-LINE       PIC X(400)         VALUE SPACES.

      * cshq.reg records are KEYWORD=VALUE tokens; the daily feeds
      * csxmit registers carry DETAILS=, the corrections do not.
       01  PARSE-AREAS.
           05  PRS-TOKEN          PIC X(080)         VALUE SPACES.
           05  PRS-KEY            PIC X(020)         VALUE SPACES.
           05  PRS-VAL            PIC X(060)         VALUE SPACES.
           05  PRS-PTR            PIC 9(003) COMP    VALUE 1.
           05  PRS-DATE           PIC X(008)         VALUE SPACES.
           05  PRS-FEED-SW        PIC X(001)         VALUE 'N'.
               88  PRS-IS-FEED                       VALUE 'Y'
                                                     FALSE 'N'.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           05  WS-START-TIME-R    REDEFINES WS-START-TIME.
               10  WS-START-HH    PIC 9(002).
               10  WS-START-MM    PIC 9(002).
               10  WS-START-SS    PIC 9(002).
               10  WS-START-HS    PIC 9(002).

       01  SWITCHES.
           05  RES-EOF-SW         PIC X(001)         VALUE 'N'.
               88  RES-EOF                           VALUE 'Y'.
           05  REG-EOF-SW         PIC X(001)         VALUE 'N'.
               88  REG-EOF                           VALUE 'Y'.
           05  AUTHZ-SW           PIC X(001)         VALUE 'N'.
               88  AUTHZ-GRANTED                     VALUE 'Y'.
           05  ORIG-FOUND-SW      PIC X(001)         VALUE 'N'.
               88  ORIG-FOUND                        VALUE 'Y'.
           05  NEW-FOUND-SW       PIC X(001)         VALUE 'N'.
               88  NEW-FOUND                         VALUE 'Y'.
           05  DAY-SENT-SW        PIC X(001)         VALUE 'N'.
               88  DAY-SENT                          VALUE 'Y'.

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

           IF RST-PGM = SPACES OR RST-ORIG-RUNID = SPACES
               OR RST-NEW-RUNID = SPACES
               OR RST-REASON = SPACES OR RST-APPROVER = SPACES
               DISPLAY
                 MYNAME ' PGM=, ORIG=, RERUN=, REASON= and'
                 ' APPROVER= are all required'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF

           PERFORM 0200-IDENTIFY-OPERATOR
           MOVE 'SUPERVISOR' TO WS-AUTHZ-NEED
           MOVE SPACES TO WS-AUTHZ-WHAT
           STRING
             'RESTATE-'                DELIMITED SIZE
             RST-PGM                   DELIMITED SPACE
             '-'                       DELIMITED SIZE
             RST-ORIG-RUNID            DELIMITED SPACE
             INTO WS-AUTHZ-WHAT
           END-STRING
           PERFORM 0210-CHECK-AUTHORITY
           IF NOT AUTHZ-GRANTED
               DISPLAY
                 MYNAME ' not authorized - nothing restated'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF

      *    the register belongs to the master; hold the master's
      *    lock so two restatements of one row cannot both pass
           MOVE 'E' TO WS-LOCK-ACT
           CALL 'cslock' USING
             WS-LOCK-ACT
             WS-RESMST-FNAME
             MYNAME
             WS-RUN-ID
             WS-LOCK-WAIT
             WS-LOCK-RC
           END-CALL
           IF WS-LOCK-RC NOT = 0
               MOVE 'CS0301W' TO WS-MSG-ID
               MOVE WS-RESMST-FNAME TO WS-MSG-INSERT
               CALL 'csmsgw' USING MYNAME WS-MSG-ID WS-MSG-INSERT
               END-CALL
               DISPLAY
                 MYNAME ' master is locked, nothing restated'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF

           PERFORM 2000-FIND-THE-ROWS
           IF RETURN-CODE = 0
               PERFORM 2100-CHECK-THE-ROWS
           END-IF
           IF RETURN-CODE = 0
               PERFORM 3000-WAS-THE-DAY-SENT
               IF DAY-SENT
                   PERFORM 4000-WRITE-THE-CORRECTION
               ELSE
                   DISPLAY
                     MYNAME ' ' ORIG-TS(1:8) ' not yet transmitted,'
                     ' no correction needed'
               END-IF
               PERFORM 5000-RECORD-THE-RESTATEMENT
           END-IF

           MOVE 'D' TO WS-LOCK-ACT
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cslock' USING
             WS-LOCK-ACT
             WS-RESMST-FNAME
             MYNAME
             WS-RUN-ID
             WS-LOCK-WAIT
             WS-LOCK-RC
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE

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
           CALL 'csenvfn' USING WS-SUP-FNAME END-CALL
           CALL 'csenvfn' USING WS-REG-FNAME END-CALL
           .

      * Who is at the console: OPERID= if given, else the CSOPERID
      * variable, else a prompt; the role comes from csoper.cat.
       0200-IDENTIFY-OPERATOR.
           MOVE 'I' TO WS-AUTHZ-ACT
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'csauthz' USING
             WS-AUTHZ-ACT
             MYNAME
             WS-OPER-ID
             WS-AUTHZ-NEED
             WS-AUTHZ-WHAT
             WS-OPER-ROLE
             AUTHZ-SW
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           .

      * May the operator do WS-AUTHZ-WHAT, which needs the role in
      * WS-AUTHZ-NEED?  csauthz puts every refusal, and every grant
      * above VIEWER, on the audit log under the operator id.
       0210-CHECK-AUTHORITY.
           MOVE 'C' TO WS-AUTHZ-ACT
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'csauthz' USING
             WS-AUTHZ-ACT
             MYNAME
             WS-OPER-ID
             WS-AUTHZ-NEED
             WS-AUTHZ-WHAT
             WS-OPER-ROLE
             AUTHZ-SW
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
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
             WHEN 'PGM'
                 MOVE WS-CLI-VAL(1:8) TO RST-PGM
             WHEN 'ORIG'
                 MOVE WS-CLI-VAL(1:17) TO RST-ORIG-RUNID
             WHEN 'RERUN'
                 MOVE WS-CLI-VAL(1:17) TO RST-NEW-RUNID
             WHEN 'REASON'
                 MOVE WS-CLI-VAL(1:60) TO RST-REASON
             WHEN 'APPROVER'
                 MOVE WS-CLI-VAL(1:3) TO RST-APPROVER
             WHEN 'OPERID'
                 MOVE WS-CLI-VAL(1:8) TO WS-OPER-ID
             WHEN 'RUNID'
                 MOVE WS-CLI-VAL TO WS-RUN-ID
             WHEN OTHER
                 DISPLAY
                  MYNAME
                  ' warning - unrecognized parameter ' WS-CLI-KEY
           END-EVALUATE
           .

      * Walk the program's rows on the master for the two run ids.
       2000-FIND-THE-ROWS.
           OPEN INPUT RES-MASTER
           IF WS-RES-STAT NOT = '00'
               DISPLAY
                 MYNAME ' unable to open results master, status '
                 WS-RES-STAT
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE RST-PGM TO RES-PGM
           MOVE SPACES  TO RES-TS RES-RUNID
           START RES-MASTER KEY NOT < RES-KEY
             INVALID KEY SET RES-EOF TO TRUE
           END-START

           PERFORM UNTIL RES-EOF
             READ RES-MASTER NEXT
               AT END SET RES-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-REC-COUNT
                 EVALUATE TRUE
                   WHEN RES-PGM NOT = RST-PGM
                       SET RES-EOF TO TRUE
                   WHEN RES-RUNID = RST-ORIG-RUNID
                     AND NOT ORIG-FOUND
                       MOVE RES-MASTER-REC TO RST-ORIG-ROW
                       SET ORIG-FOUND TO TRUE
                   WHEN RES-RUNID = RST-NEW-RUNID
                     AND NOT NEW-FOUND
                       MOVE RES-MASTER-REC TO RST-NEW-ROW
                       SET NEW-FOUND TO TRUE
                   WHEN OTHER
                       CONTINUE
                 END-EVALUATE
             END-READ
           END-PERFORM
           CLOSE RES-MASTER

           IF NOT ORIG-FOUND
               DISPLAY
                 MYNAME ' no ' FUNCTION TRIM(RST-PGM) ' row for run '
                 FUNCTION TRIM(RST-ORIG-RUNID) ' on the master'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF NOT NEW-FOUND
               DISPLAY
                 MYNAME ' no ' FUNCTION TRIM(RST-PGM) ' row for run '
                 FUNCTION TRIM(RST-NEW-RUNID) ' on the master'
               MOVE 8 TO RETURN-CODE
           END-IF
           .

      * The rerun has to be a replay of the same day, neither row
      * may already be superseded, and there has to be something
      * to restate.
       2100-CHECK-THE-ROWS.
           IF NEW-RUNID(1:3) NOT = 'RRN'
               DISPLAY
                 MYNAME ' run ' FUNCTION TRIM(NEW-RUNID)
                 ' is not a csrerun replay'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF NEW-TS(1:8) NOT = ORIG-TS(1:8)
               DISPLAY
                 MYNAME ' rerun is of ' NEW-TS(1:8)
                 ', original ran ' ORIG-TS(1:8)
                 ' - not the same business day'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cssuper' USING
             ORIG-PGM ORIG-TS ORIG-RUNID RST-SUPER-RUNID
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           IF RST-SUPER-RUNID NOT = SPACES
               DISPLAY
                 MYNAME ' run ' FUNCTION TRIM(ORIG-RUNID)
                 ' is already superseded by '
                 FUNCTION TRIM(RST-SUPER-RUNID)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cssuper' USING
             NEW-PGM NEW-TS NEW-RUNID RST-SUPER-RUNID
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           IF RST-SUPER-RUNID NOT = SPACES
               DISPLAY
                 MYNAME ' rerun ' FUNCTION TRIM(NEW-RUNID)
                 ' is itself superseded by '
                 FUNCTION TRIM(RST-SUPER-RUNID)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF NEW-RC = ORIG-RC AND NEW-RECS = ORIG-RECS
               AND NEW-RESULT = ORIG-RESULT
               DISPLAY
                 MYNAME ' rerun agrees with the original,'
                 ' nothing to restate'
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      * A day is on its way to headquarters once csxmit has
      * registered a daily feed for it.
       3000-WAS-THE-DAY-SENT.
           OPEN INPUT REG-DATA
           IF WS-REG-STAT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL REG-EOF OR DAY-SENT
             READ REG-DATA
               AT END SET REG-EOF TO TRUE
               NOT AT END
                 PERFORM 8100-PARSE-THE-TOKENS
                 IF PRS-IS-FEED AND PRS-DATE = ORIG-TS(1:8)
                     SET DAY-SENT TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE REG-DATA
           .

      * One correction file per restatement, registered on cshq.reg
      * so csxack works it off with the daily feeds.
       4000-WRITE-THE-CORRECTION.
           CALL 'csbusdt' USING WS-BUS-STAMP END-CALL
           MOVE SPACES TO WS-COR-FNAME
           STRING
             'cshq.cor.'               DELIMITED SIZE
             FUNCTION CURRENT-DATE(1:14) DELIMITED SIZE
             '.txn'                    DELIMITED SIZE
             INTO WS-COR-FNAME
           END-STRING
           CALL 'csenvfn' USING WS-COR-FNAME END-CALL

           OPEN OUTPUT COR-DATA
           IF WS-COR-STAT NOT = '00'
               DISPLAY
                 MYNAME ' unable to write correction '
                 FUNCTION TRIM(WS-COR-FNAME) ', status ' WS-COR-STAT
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO COR-LINE
           STRING
             'H'                       DELIMITED SIZE
             ORIG-TS(1:8)              DELIMITED SIZE
             WS-RUN-ID                 DELIMITED SIZE
             FUNCTION CURRENT-DATE(1:14) DELIMITED SIZE
             INTO COR-LINE
           END-STRING
           WRITE COR-DATA-REC FROM COR-LINE

           ADD 1 TO COR-COUNT
           MOVE SPACES TO COR-LINE
           STRING
             'C'                       DELIMITED SIZE
             ORIG-PGM                  DELIMITED SIZE
             ORIG-TS                   DELIMITED SIZE
             ORIG-RUNID                DELIMITED SIZE
             ORIG-RC                   DELIMITED SIZE
             ORIG-RECS                 DELIMITED SIZE
             ORIG-RESULT               DELIMITED SIZE
             NEW-TS                    DELIMITED SIZE
             NEW-RUNID                 DELIMITED SIZE
             NEW-RC                    DELIMITED SIZE
             NEW-RECS                  DELIMITED SIZE
             NEW-RESULT                DELIMITED SIZE
             NEW-DEPT                  DELIMITED SIZE
             RST-APPROVER              DELIMITED SIZE
             RST-REASON                DELIMITED SIZE
             INTO COR-LINE
           END-STRING
           WRITE COR-DATA-REC FROM COR-LINE
           IF FUNCTION TEST-NUMVAL(ORIG-RESULT) = 0
               AND ORIG-RESULT NOT = SPACES
               COMPUTE COR-HASH-OLD = FUNCTION MOD(
                 COR-HASH-OLD + FUNCTION NUMVAL(ORIG-RESULT),
                 99999999999999999999)
           END-IF
           IF FUNCTION TEST-NUMVAL(NEW-RESULT) = 0
               AND NEW-RESULT NOT = SPACES
               COMPUTE COR-HASH-NEW = FUNCTION MOD(
                 COR-HASH-NEW + FUNCTION NUMVAL(NEW-RESULT),
                 99999999999999999999)
           END-IF

           MOVE SPACES TO COR-LINE
           STRING
             'T'                       DELIMITED SIZE
             COR-COUNT                 DELIMITED SIZE
             COR-HASH-OLD              DELIMITED SIZE
             COR-HASH-NEW              DELIMITED SIZE
             INTO COR-LINE
           END-STRING
           WRITE COR-DATA-REC FROM COR-LINE
           CLOSE COR-DATA

           MOVE SPACES TO COR-REG-LINE
           STRING
             'TXN='                    DELIMITED SIZE
             FUNCTION TRIM(WS-COR-FNAME) DELIMITED SIZE
             ' DATE='                  DELIMITED SIZE
             ORIG-TS(1:8)              DELIMITED SIZE
             ' CORRECTIONS='           DELIMITED SIZE
             COR-COUNT                 DELIMITED SIZE
             ' SENT='                  DELIMITED SIZE
             FUNCTION CURRENT-DATE(1:14) DELIMITED SIZE
             INTO COR-REG-LINE
           END-STRING
           OPEN EXTEND REG-DATA
           IF WS-REG-STAT NOT = '00'
               OPEN OUTPUT REG-DATA
           END-IF
           WRITE REG-DATA-REC FROM COR-REG-LINE
           CLOSE REG-DATA

           DISPLAY
             MYNAME ' correction ' FUNCTION TRIM(WS-COR-FNAME)
             ' registered for headquarters'
           .

      * The register line is the mark itself: the superseded row's
      * key, the rerun that replaced it, both figures, who approved
      * it and why, and the correction that told headquarters.
       5000-RECORD-THE-RESTATEMENT.
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           CALL 'csbusdt' USING WS-BUS-STAMP END-CALL
           IF NOT DAY-SENT
               MOVE 'NONE' TO WS-COR-FNAME
           END-IF
           MOVE SPACES TO COR-SUP-LINE
           STRING
             'PGM='                    DELIMITED SIZE
             ORIG-PGM                  DELIMITED SPACE
             ' TS='                    DELIMITED SIZE
             ORIG-TS                   DELIMITED SIZE
             ' RUNID='                 DELIMITED SIZE
             ORIG-RUNID                DELIMITED SPACE
             ' BY='                    DELIMITED SIZE
             NEW-RUNID                 DELIMITED SPACE
             ' BYTS='                  DELIMITED SIZE
             NEW-TS                    DELIMITED SIZE
             ' OLD='                   DELIMITED SIZE
             ORIG-RESULT               DELIMITED SPACE
             ' NEW='                   DELIMITED SIZE
             NEW-RESULT                DELIMITED SPACE
             ' APPROVER='              DELIMITED SIZE
             RST-APPROVER              DELIMITED SPACE
             ' OPER='                  DELIMITED SIZE
             WS-OPER-ID                DELIMITED SPACE
             ' AT='                    DELIMITED SIZE
             WS-BUS-STAMP(1:14)        DELIMITED SIZE
             ' COR='                   DELIMITED SIZE
             WS-COR-FNAME              DELIMITED SPACE
             ' REASON='                DELIMITED SIZE
             RST-REASON                DELIMITED SPACE
             INTO COR-SUP-LINE
           END-STRING

           OPEN EXTEND SUP-DATA
           IF WS-SUP-STAT NOT = '00'
               OPEN OUTPUT SUP-DATA
           END-IF
           WRITE SUP-DATA-REC FROM COR-SUP-LINE
           CLOSE SUP-DATA
           MOVE 1 TO RST-RESTATED

           MOVE 'CS0504I' TO WS-MSG-ID
           MOVE SPACES TO WS-MSG-INSERT
           STRING
             ORIG-PGM                  DELIMITED SPACE
             ' '                       DELIMITED SIZE
             ORIG-RUNID                DELIMITED SPACE
             ' superseded by '         DELIMITED SIZE
             NEW-RUNID                 DELIMITED SPACE
             INTO WS-MSG-INSERT
           END-STRING
           CALL 'csmsgw' USING MYNAME WS-MSG-ID WS-MSG-INSERT
           END-CALL
           DISPLAY
             MYNAME ' ' FUNCTION TRIM(ORIG-PGM) ' '
             FUNCTION TRIM(ORIG-RUNID) ' result '
             FUNCTION TRIM(ORIG-RESULT) ' restated as '
             FUNCTION TRIM(NEW-RESULT) ' by '
             FUNCTION TRIM(NEW-RUNID) ', approved '
             RST-APPROVER
           .

      * Unpacks the KEY=VALUE tokens on the register record just
      * read, the way csxack does.
       8100-PARSE-THE-TOKENS.
           MOVE SPACES TO PRS-DATE
           SET PRS-IS-FEED TO FALSE
           SET PRS-PTR TO 1
           PERFORM UNTIL PRS-PTR > LENGTH OF REG-DATA-REC
             MOVE SPACES TO PRS-TOKEN
             UNSTRING REG-DATA-REC DELIMITED BY SPACE
               INTO PRS-TOKEN
               WITH POINTER PRS-PTR
             END-UNSTRING
             IF PRS-TOKEN NOT = SPACES
                 MOVE SPACES TO PRS-KEY PRS-VAL
                 UNSTRING PRS-TOKEN DELIMITED BY '='
                   INTO PRS-KEY PRS-VAL
                 END-UNSTRING
                 EVALUATE PRS-KEY
                   WHEN 'DATE'    MOVE PRS-VAL(1:8) TO PRS-DATE
                   WHEN 'DETAILS' SET PRS-IS-FEED TO TRUE
                   WHEN OTHER     CONTINUE
                 END-EVALUATE
             END-IF
           END-PERFORM
           .

       9000-WRITE-AUDIT-LOG.
           MOVE SPACES TO WS-AUDIT-KEYS
           MOVE RETURN-CODE TO WS-RC-DISP
           STRING
             ' PGM='                   DELIMITED SIZE
             RST-PGM                   DELIMITED SPACE
             ' ORIG='                  DELIMITED SIZE
             RST-ORIG-RUNID            DELIMITED SPACE
             ' RERUN='                 DELIMITED SIZE
             RST-NEW-RUNID             DELIMITED SPACE
             ' APPROVER='              DELIMITED SIZE
             RST-APPROVER              DELIMITED SPACE
             ' COR='                   DELIMITED SIZE
             WS-COR-FNAME              DELIMITED SPACE
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
      * figure is 1 when a row was restated, else 0.
       9900-DISPLAY-SUMMARY.

           MOVE WS-REC-COUNT TO WS-REC-COUNT-DISP
           MOVE WS-REC-COUNT-DISP TO WS-SUMM-RECS
           MOVE RST-RESTATED TO WS-SUMM-RESULT
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
