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
      * Incident register.  An alert is acknowledged in csalrtq,
      * perhaps rerun through csrerun, perhaps repaired through
      * csrepair, perhaps freed of a stale lock through cslockq;
      * this program ties those together into one incident with a
      * start, an end, and a cause.  The register csincid.log is
      * append-only, one event per line, so the history of who did
      * what to an incident survives:
      *
      *   csincd                           every incident with its
      *       state, alert, program, cause and links
      *   csincd "OPEN=12" "INITIALS=cs"   open an incident from
      *       alert 12 (its number from the csalrtq inquiry); the
      *       incident starts when the alert was raised
      *   csincd "INCIDENT=3"              one incident's history
      *   csincd "INCIDENT=3" "INITIALS=cs" "RERUN=RRN2026..."
      *       link a rerun by its run id; REPAIR=<program> links
      *       the latest reject repair of that program and
      *       LOCK=<resource> the latest lock release, each since
      *       the alert.  A link is checked against the audit log
      *       and recorded AT= the audited run, or UNVERIFIED (with
      *       a warning) when the audit log does not show it.
      *   csincd "INCIDENT=3" "INITIALS=cs" "CAUSE=SUPPLIER"
      *       "NOTE=feed-arrived-late"          working note
      *   csincd "INCIDENT=3" "INITIALS=cs" "CLOSE=Y"
      *       "NOTE=rerun-after-resend"         close it; the NOTE
      *       is the resolution, and a cause must be on file or
      *       given
      *   csincd "REPORT=Y" "MONTH=202609"      monthly report
      *
      * OPEN= takes the same link, cause, note and close keywords,
      * so a simple incident can be opened and closed in one go.
      * Notes are one token, hyphens for spaces, as csalrtq's are.
      * The cause is one of DATA, SUPPLIER, CODE, INFRA, OPERATOR or
      * UNKNOWN, so the trend lines compare like with like.
      *
      * The report, in csincd.rpt through the shared print writer,
      * counts the incidents that started in the month (the month
      * before the processing date's month by default) by program
      * and cause, against the prior month, with the mean time to
      * acknowledge (alert to its first csalert.ack record) and the
      * mean time to resolve (alert to close) in hours.
      *
       Program-ID. csincd.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select INCD-DATA            Assign Dynamic WS-INCD-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-INCD-STAT.
           Select ALRT-DATA            Assign Dynamic WS-ALRT-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-ALRT-STAT.
           Select ACK-DATA             Assign Dynamic WS-ACK-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-ACK-STAT.
           Select AUD-DATA             Assign Dynamic WS-AUD-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-AUD-STAT.
       Data Division.
       File Section.
       FD  INCD-DATA.
       01  INCD-DATA-REC      PIC X(250).

       FD  ALRT-DATA.
       01  ALRT-DATA-REC      PIC X(350).

       FD  ACK-DATA.
       01  ACK-DATA-REC       PIC X(200).

       FD  AUD-DATA.
       01  AUD-DATA-REC       PIC X(250).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'csincd'.
           05  INC-TABLE-MAX      PIC 9(004) COMP    VALUE 2000.
           05  PGM-TABLE-MAX      PIC 9(003) COMP    VALUE 80.
           05  CAUSE-MAX          PIC 9(001)         VALUE 6.

      * The cause categories, in report column order.  An incident
      * with no cause yet counts in the column after the last.
       01  CAUSE-NAMES.
           05  FILLER             PIC X(008) VALUE 'DATA'.
           05  FILLER             PIC X(008) VALUE 'SUPPLIER'.
           05  FILLER             PIC X(008) VALUE 'CODE'.
           05  FILLER             PIC X(008) VALUE 'INFRA'.
           05  FILLER             PIC X(008) VALUE 'OPERATOR'.
           05  FILLER             PIC X(008) VALUE 'UNKNOWN'.
       01  CAUSE-NAMES-R REDEFINES CAUSE-NAMES.
           05  CAUSE-NAME         PIC X(008) OCCURS 6 TIMES.
       01  CAUSE-IDX              PIC 9(001) COMP    VALUE 0.
       01  CAUSE-HIT              PIC 9(001) COMP    VALUE 0.

       01  WORK-AREAS.
           05  WS-REC-COUNT       PIC 9(008) COMP    VALUE 0.
           05  CLI-ARGS           PIC X(160)         VALUE SPACES.
           05  WS-CLI-TOKEN       PIC X(080)         VALUE SPACES.
           05  WS-CLI-KEY         PIC X(020)         VALUE SPACES.
           05  WS-CLI-VAL         PIC X(080)         VALUE SPACES.
           05  CLI-PTR            PIC 9(003) COMP    VALUE 1.
           05  WS-INCD-FNAME      PIC X(040)    VALUE 'csincid.log'.
           05  WS-ALRT-FNAME      PIC X(040)    VALUE 'csalert.log'.
           05  WS-ACK-FNAME       PIC X(040)    VALUE 'csalert.ack'.
           05  WS-AUD-FNAME       PIC X(040)         VALUE SPACES.
           05  WS-INCD-STAT       PIC X(002)         VALUE SPACES.
           05  WS-ALRT-STAT       PIC X(002)         VALUE SPACES.
           05  WS-ACK-STAT        PIC X(002)         VALUE SPACES.
           05  WS-AUD-STAT        PIC X(002)         VALUE SPACES.
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
      *    the month reported and the one before it, yyyymm
           05  WS-MONTH           PIC X(006)         VALUE SPACES.
           05  WS-PRIOR-MONTH     PIC X(006)         VALUE SPACES.
           05  WS-MONTH-WORK      PIC 9(006)         VALUE 0.
           05  WS-MONTH-WORK-R    REDEFINES WS-MONTH-WORK.
               10  WS-MONTH-YYYY  PIC 9(004).
               10  WS-MONTH-MM    PIC 9(002).

      * What the command line asked for.
       01  REQUEST-AREAS.
           05  WS-INC-NUM         PIC 9(005)         VALUE 0.
           05  WS-OPEN-ALERT      PIC 9(008)         VALUE 0.
           05  WS-INITIALS        PIC X(003)         VALUE SPACES.
           05  WS-LINK-RERUN      PIC X(017)         VALUE SPACES.
           05  WS-LINK-REPAIR     PIC X(008)         VALUE SPACES.
           05  WS-LINK-LOCK       PIC X(040)         VALUE SPACES.
           05  WS-CAUSE           PIC X(008)         VALUE SPACES.
           05  WS-NOTE            PIC X(060)         VALUE SPACES.
           05  WS-CLOSE-SW        PIC X(001)         VALUE 'N'.
               88  CLOSE-ASKED                       VALUE 'Y'.

      * One register line, unpacked.
       01  EVENT-AREAS.
           05  EV-TOKEN           PIC X(080)         VALUE SPACES.
           05  EV-KEY             PIC X(020)         VALUE SPACES.
           05  EV-VAL             PIC X(060)         VALUE SPACES.
           05  EV-PTR             PIC 9(003) COMP    VALUE 1.
           05  EV-INC             PIC 9(005)         VALUE 0.
           05  EV-EVENT           PIC X(006)         VALUE SPACES.
           05  EV-TS              PIC X(014)         VALUE SPACES.
           05  EV-ALERT           PIC 9(008)         VALUE 0.
           05  EV-PGM             PIC X(008)         VALUE SPACES.
           05  EV-RUNID           PIC X(017)         VALUE SPACES.
           05  EV-ALERTTS         PIC X(014)         VALUE SPACES.
           05  EV-RERUN           PIC X(017)         VALUE SPACES.
           05  EV-REPAIR          PIC X(008)         VALUE SPACES.
           05  EV-LOCK            PIC X(040)         VALUE SPACES.
           05  EV-CAUSE           PIC X(008)         VALUE SPACES.

      * Every incident on the register, built from its events.
       01  INC-TABLE.
           05  INC-COUNT          PIC 9(004) COMP    VALUE 0.
           05  INC-ENTRY OCCURS 2000 TIMES.
               10  INC-NUM        PIC 9(005).
               10  INC-ALERT      PIC 9(008).
               10  INC-PGM        PIC X(008).
               10  INC-RUNID      PIC X(017).
               10  INC-ALERT-TS   PIC X(014).
               10  INC-OPEN-TS    PIC X(014).
               10  INC-ACK-TS     PIC X(014).
               10  INC-CLOSE-TS   PIC X(014).
               10  INC-CAUSE      PIC X(008).
               10  INC-RERUNS     PIC 9(003).
               10  INC-REPAIRS    PIC 9(003).
               10  INC-LOCKS      PIC 9(003).
       01  INC-IDX                PIC 9(004) COMP    VALUE 0.
       01  INC-HIT                PIC 9(004) COMP    VALUE 0.

      * Linking, checked against the audit log.
       01  LINK-AREAS.
           05  LNK-KEY            PIC X(006)         VALUE SPACES.
           05  LNK-VAL            PIC X(040)         VALUE SPACES.
           05  LNK-AUD-PGM        PIC X(008)         VALUE SPACES.
           05  LNK-AUD-KEY        PIC X(006)         VALUE SPACES.
           05  LNK-AT             PIC X(014)         VALUE SPACES.
           05  LNK-RAN-PGM        PIC X(008)         VALUE SPACES.
           05  LNK-LINE-PGM       PIC X(008)         VALUE SPACES.
           05  LNK-LINE-VAL       PIC X(040)         VALUE SPACES.
           05  LNK-DUP-SW         PIC X(001)         VALUE 'N'.
               88  LNK-DUP                           VALUE 'Y'
                                                     FALSE 'N'.

       01  FLOW-AREAS.
           05  WS-HIGH-INC        PIC 9(005)         VALUE 0.
           05  WS-FIND-NUM        PIC 9(005)         VALUE 0.
           05  WS-ALERT-NUM       PIC 9(008)         VALUE 0.
           05  WS-EVT-NAME        PIC X(006)         VALUE SPACES.
           05  WS-EVT-DETAIL      PIC X(180)         VALUE SPACES.
           05  WS-EVT-LINE        PIC X(250)         VALUE SPACES.
           05  WS-EVT-COUNT       PIC 9(004)         VALUE 0.
           05  WS-OPEN-COUNT      PIC 9(006)         VALUE 0.
           05  WS-CLOSED-COUNT    PIC 9(006)         VALUE 0.
           05  WS-UNVERIFIED      PIC 9(004)         VALUE 0.
           05  WS-STATE           PIC X(006)         VALUE SPACES.
           05  WS-STAMP-14        PIC X(014)         VALUE SPACES.
           05  WS-STAMP-SECS      PIC 9(012) COMP    VALUE 0.
           05  WS-FROM-SECS       PIC 9(012) COMP    VALUE 0.
           05  WS-SPAN-SECS       PIC 9(012) COMP    VALUE 0.
           05  ACK-TOKEN          PIC X(060)         VALUE SPACES.
           05  ACK-KEY            PIC X(020)         VALUE SPACES.
           05  ACK-VAL            PIC X(040)         VALUE SPACES.
           05  ACK-PTR            PIC 9(003) COMP    VALUE 1.
           05  ACK-TS             PIC X(014)         VALUE SPACES.

      * Per program, the month reported (1) and the prior month (2).
       01  PGM-TABLE.
           05  PGM-COUNT          PIC 9(003) COMP    VALUE 0.
           05  PGM-ENTRY OCCURS 80 TIMES.
               10  PGM-NAME       PIC X(008).
               10  PGM-MONTH OCCURS 2 TIMES.
                   15  PGM-TOTAL  PIC 9(005) COMP.
                   15  PGM-CLOSED PIC 9(005) COMP.
                   15  PGM-CAUSE-N PIC 9(005) COMP OCCURS 7 TIMES.
                   15  PGM-ACK-SECS PIC 9(012) COMP.
                   15  PGM-ACK-N  PIC 9(005) COMP.
                   15  PGM-RES-SECS PIC 9(012) COMP.
                   15  PGM-RES-N  PIC 9(005) COMP.
       01  PGM-IDX                PIC 9(003) COMP    VALUE 0.
       01  PGM-HIT                PIC 9(003) COMP    VALUE 0.
       01  MO-IDX                 PIC 9(001) COMP    VALUE 0.

      * The suite as a whole, same two months.
       01  SUITE-TOTALS.
           05  SUITE-MONTH OCCURS 2 TIMES.
               10  SUITE-TOTAL    PIC 9(007) COMP.
               10  SUITE-CLOSED   PIC 9(007) COMP.
               10  SUITE-CAUSE-N  PIC 9(007) COMP OCCURS 7 TIMES.
               10  SUITE-ACK-SECS PIC 9(014) COMP.
               10  SUITE-ACK-N    PIC 9(007) COMP.
               10  SUITE-RES-SECS PIC 9(014) COMP.
               10  SUITE-RES-N    PIC 9(007) COMP.
           05  SUITE-PGM-COUNT    PIC 9(004)         VALUE 0.

      * Mean times in hours, to two decimal places.
       01  HOURS-AREAS.
           05  HRS-MTTA           PIC 9(005)V9(002)  VALUE 0.
           05  HRS-MTTR           PIC 9(005)V9(002)  VALUE 0.
           05  HRS-PRIOR          PIC 9(005)V9(002)  VALUE 0.
           05  HRS-DISP           PIC ZZZZ9.99.
           05  HRS-PRIOR-DISP     PIC ZZZZ9.99.
           05  CNT-DISP           PIC ZZZZZ9.
           05  CNT-PRIOR-DISP     PIC ZZZZZ9.
           05  CNT-CHANGE         PIC S9(007)        VALUE 0.
           05  CNT-CHANGE-DISP    PIC ++++++9.

       01  REPORT-AREAS.
           05  RPT-ACTION         PIC X(001)         VALUE SPACE.
           05  RPT-TITLE          PIC X(040)         VALUE SPACES.
           05  RPT-LINE           PIC X(132)         VALUE SPACES.

      * One program's line on the report: the month's incidents,
      * the prior month's, closed, still open, one column per cause
      * plus not yet caused, then the two mean times.
       01  DTL-LINE.
           05  DTL-PGM            PIC X(008).
           05  DTL-COUNTS OCCURS 11 TIMES.
               10  FILLER         PIC X(001).
               10  DTL-NUM        PIC ZZZZZ9.
           05  FILLER             PIC X(001).
           05  DTL-MTTA           PIC ZZZZ9.99.
           05  DTL-MTTA-X         REDEFINES DTL-MTTA PIC X(008).
           05  FILLER             PIC X(001).
           05  DTL-MTTR           PIC ZZZZ9.99.
           05  DTL-MTTR-X         REDEFINES DTL-MTTR PIC X(008).
           05  FILLER             PIC X(029).
       01  DTL-COL                PIC 9(002) COMP    VALUE 0.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           05  WS-START-TIME-R    REDEFINES WS-START-TIME.
               10  WS-START-HH    PIC 9(002).
               10  WS-START-MM    PIC 9(002).
               10  WS-START-SS    PIC 9(002).
               10  WS-START-HS    PIC 9(002).

       01  SWITCHES.
           05  INCD-EOF-SW        PIC X(001)         VALUE 'N'.
               88  INCD-EOF                          VALUE 'Y'
                                                     FALSE 'N'.
           05  ALRT-EOF-SW        PIC X(001)         VALUE 'N'.
               88  ALRT-EOF                          VALUE 'Y'.
           05  ACK-EOF-SW         PIC X(001)         VALUE 'N'.
               88  ACK-EOF                           VALUE 'Y'.
           05  AUD-EOF-SW         PIC X(001)         VALUE 'N'.
               88  AUD-EOF                           VALUE 'Y'
                                                     FALSE 'N'.
           05  MODE-SW            PIC X(001)         VALUE 'L'.
               88  LIST-MODE                         VALUE 'L'.
               88  OPEN-MODE                         VALUE 'O'.
               88  UPDATE-MODE                       VALUE 'U'.
               88  SHOW-MODE                         VALUE 'S'.
               88  REPORT-MODE                       VALUE 'R'.

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

      *    an incident number with nothing to record against it is
      *    a request to see its history
           IF UPDATE-MODE
               AND WS-LINK-RERUN = SPACES AND WS-LINK-REPAIR = SPACES
               AND WS-LINK-LOCK = SPACES AND WS-CAUSE = SPACES
               AND WS-NOTE = SPACES AND NOT CLOSE-ASKED
               SET SHOW-MODE TO TRUE
           END-IF

           PERFORM 1100-LOAD-THE-REGISTER

           EVALUATE TRUE
             WHEN REPORT-MODE
                 PERFORM 5000-REPORT-THE-MONTH
             WHEN OPEN-MODE
                 PERFORM 3000-OPEN-AN-INCIDENT
                 IF INC-HIT > 0
                     PERFORM 4000-UPDATE-THE-INCIDENT
                 END-IF
             WHEN UPDATE-MODE
                 PERFORM 4000-UPDATE-THE-INCIDENT
             WHEN SHOW-MODE
                 PERFORM 2500-SHOW-ONE-INCIDENT
             WHEN OTHER
                 PERFORM 2000-LIST-THE-INCIDENTS
           END-EVALUATE

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
      * of them is opened.  The audit log is read here under its
      * partitioned name; csauditw partitions the name it is given
      * for itself.
       0150-APPLY-ENV-PREFIX.
           CALL 'csenvfn' USING WS-INCD-FNAME END-CALL
           CALL 'csenvfn' USING WS-ALRT-FNAME END-CALL
           CALL 'csenvfn' USING WS-ACK-FNAME END-CALL
           MOVE WS-AUDIT-LOG-NAME TO WS-AUD-FNAME
           CALL 'csenvfn' USING WS-AUD-FNAME END-CALL
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
             WHEN 'OPEN'
                 IF FUNCTION TEST-NUMVAL(WS-CLI-VAL) = 0
                     MOVE FUNCTION NUMVAL(WS-CLI-VAL)
                       TO WS-OPEN-ALERT
                     SET OPEN-MODE TO TRUE
                 ELSE
                     DISPLAY
                       MYNAME ' warning - OPEN must be an alert'
                       ' number from the csalrtq inquiry'
                 END-IF
             WHEN 'INCIDENT'
                 IF FUNCTION TEST-NUMVAL(WS-CLI-VAL) = 0
                     MOVE FUNCTION NUMVAL(WS-CLI-VAL) TO WS-INC-NUM
                     SET UPDATE-MODE TO TRUE
                 ELSE
                     DISPLAY
                       MYNAME ' warning - INCIDENT must be an'
                       ' incident number from the listing'
                 END-IF
             WHEN 'INITIALS'
                 MOVE WS-CLI-VAL(1:3) TO WS-INITIALS
             WHEN 'RERUN'
                 MOVE WS-CLI-VAL(1:17) TO WS-LINK-RERUN
             WHEN 'REPAIR'
                 MOVE WS-CLI-VAL(1:8) TO WS-LINK-REPAIR
             WHEN 'LOCK'
                 MOVE WS-CLI-VAL(1:40) TO WS-LINK-LOCK
             WHEN 'CAUSE'
                 MOVE FUNCTION UPPER-CASE(WS-CLI-VAL(1:8))
                   TO WS-CAUSE
             WHEN 'NOTE'
                 MOVE WS-CLI-VAL(1:60) TO WS-NOTE
             WHEN 'CLOSE'
                 IF FUNCTION UPPER-CASE(WS-CLI-VAL) = 'Y'
                     SET CLOSE-ASKED TO TRUE
                 END-IF
             WHEN 'REPORT'
                 IF FUNCTION UPPER-CASE(WS-CLI-VAL) = 'Y'
                     SET REPORT-MODE TO TRUE
                 END-IF
             WHEN 'MONTH'
                 IF WS-CLI-VAL(1:6) NUMERIC
                     AND WS-CLI-VAL(5:2) >= '01'
                     AND WS-CLI-VAL(5:2) <= '12'
                     MOVE WS-CLI-VAL(1:6) TO WS-MONTH
                 ELSE
                     DISPLAY
                       MYNAME ' warning - MONTH must be yyyymm, '
                       'ignored: ' WS-CLI-VAL
                 END-IF
             WHEN 'RUNID'
                 MOVE WS-CLI-VAL TO WS-RUN-ID
             WHEN OTHER
                 DISPLAY
                  MYNAME
                  ' warning - unrecognized parameter ' WS-CLI-KEY
           END-EVALUATE
           .

      * Every incident on the register, from its events in the
      * order they were written: the OPEN makes the entry, later
      * events fill in links, the cause, and the close.
       1100-LOAD-THE-REGISTER.
           OPEN INPUT INCD-DATA
           IF WS-INCD-STAT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET INCD-EOF TO FALSE
           PERFORM UNTIL INCD-EOF
             READ INCD-DATA
               AT END SET INCD-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-REC-COUNT
                 PERFORM 1110-TAKE-ONE-EVENT
             END-READ
           END-PERFORM
           CLOSE INCD-DATA
           .

       1110-TAKE-ONE-EVENT.
           PERFORM 1200-UNPACK-THE-EVENT
           IF EV-INC = 0
               EXIT PARAGRAPH
           END-IF
           IF EV-INC > WS-HIGH-INC
               MOVE EV-INC TO WS-HIGH-INC
           END-IF
           IF EV-EVENT = 'OPEN'
               IF INC-COUNT NOT < INC-TABLE-MAX
                   DISPLAY
                     MYNAME ' warning - more than ' INC-TABLE-MAX
                     ' incidents, ' EV-INC ' not loaded'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO INC-COUNT
               MOVE INC-COUNT TO INC-HIT
               INITIALIZE INC-ENTRY(INC-HIT)
               MOVE EV-INC     TO INC-NUM(INC-HIT)
               MOVE EV-ALERT   TO INC-ALERT(INC-HIT)
               MOVE EV-PGM     TO INC-PGM(INC-HIT)
               MOVE EV-RUNID   TO INC-RUNID(INC-HIT)
               MOVE EV-ALERTTS TO INC-ALERT-TS(INC-HIT)
               MOVE EV-TS      TO INC-OPEN-TS(INC-HIT)
           ELSE
               MOVE EV-INC TO WS-FIND-NUM
               PERFORM 1300-FIND-THE-INCIDENT
               IF INC-HIT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF EV-RERUN NOT = SPACES
               ADD 1 TO INC-RERUNS(INC-HIT)
           END-IF
           IF EV-REPAIR NOT = SPACES
               ADD 1 TO INC-REPAIRS(INC-HIT)
           END-IF
           IF EV-LOCK NOT = SPACES
               ADD 1 TO INC-LOCKS(INC-HIT)
           END-IF
           IF EV-CAUSE NOT = SPACES
               MOVE EV-CAUSE TO INC-CAUSE(INC-HIT)
           END-IF
           IF EV-EVENT = 'CLOSE'
               MOVE EV-TS TO INC-CLOSE-TS(INC-HIT)
           END-IF
           .

      * INCIDENT=, EVENT=, TS= and BY= lead every line; the rest
      * depend on the event.
       1200-UNPACK-THE-EVENT.
           MOVE 0 TO EV-INC EV-ALERT
           MOVE SPACES TO EV-EVENT EV-TS EV-PGM EV-RUNID EV-ALERTTS
                          EV-RERUN EV-REPAIR EV-LOCK EV-CAUSE
           SET EV-PTR TO 1
           PERFORM UNTIL EV-PTR > LENGTH OF INCD-DATA-REC
             MOVE SPACES TO EV-TOKEN
             UNSTRING INCD-DATA-REC DELIMITED BY SPACE
               INTO EV-TOKEN
               WITH POINTER EV-PTR
             END-UNSTRING
             IF EV-TOKEN NOT = SPACES
                 MOVE SPACES TO EV-KEY EV-VAL
                 UNSTRING EV-TOKEN DELIMITED BY '='
                   INTO EV-KEY EV-VAL
                 END-UNSTRING
                 EVALUATE EV-KEY
                   WHEN 'INCIDENT'
                       IF FUNCTION TEST-NUMVAL(EV-VAL) = 0
                           MOVE FUNCTION NUMVAL(EV-VAL) TO EV-INC
                       END-IF
                   WHEN 'EVENT'   MOVE EV-VAL(1:6)  TO EV-EVENT
                   WHEN 'TS'      MOVE EV-VAL(1:14) TO EV-TS
                   WHEN 'ALERT'
                       IF FUNCTION TEST-NUMVAL(EV-VAL) = 0
                           MOVE FUNCTION NUMVAL(EV-VAL) TO EV-ALERT
                       END-IF
                   WHEN 'PGM'     MOVE EV-VAL(1:8)  TO EV-PGM
                   WHEN 'RUNID'   MOVE EV-VAL(1:17) TO EV-RUNID
                   WHEN 'ALERTTS' MOVE EV-VAL(1:14) TO EV-ALERTTS
                   WHEN 'RERUN'   MOVE EV-VAL(1:17) TO EV-RERUN
                   WHEN 'REPAIR'  MOVE EV-VAL(1:8)  TO EV-REPAIR
                   WHEN 'LOCK'    MOVE EV-VAL(1:40) TO EV-LOCK
                   WHEN 'CAUSE'   MOVE EV-VAL(1:8)  TO EV-CAUSE
                   WHEN OTHER     CONTINUE
                 END-EVALUATE
             END-IF
           END-PERFORM
           .

      * INC-HIT is zero when the incident is not on the register.
       1300-FIND-THE-INCIDENT.
           MOVE 0 TO INC-HIT
           PERFORM VARYING INC-IDX FROM INC-COUNT BY -1
           UNTIL INC-IDX < 1 OR INC-HIT > 0
             IF INC-NUM(INC-IDX) = WS-FIND-NUM
                 MOVE INC-IDX TO INC-HIT
             END-IF
           END-PERFORM
           .

      * Inquiry: every incident with its state and what is linked
      * to it, then the open-versus-closed totals.
       2000-LIST-THE-INCIDENTS.
           IF INC-COUNT = 0
               DISPLAY MYNAME ' no incidents on file'
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-SHOW-ONE-LINE
             VARYING INC-IDX FROM 1 BY 1
             UNTIL INC-IDX > INC-COUNT
           DISPLAY MYNAME ' ----------------------------------------'
           DISPLAY MYNAME ' incidents open      ' WS-OPEN-COUNT
           DISPLAY MYNAME ' incidents closed    ' WS-CLOSED-COUNT
           .

       2100-SHOW-ONE-LINE.
           IF INC-CLOSE-TS(INC-IDX) = SPACES
               MOVE 'OPEN'   TO WS-STATE
               ADD 1 TO WS-OPEN-COUNT
           ELSE
               MOVE 'CLOSED' TO WS-STATE
               ADD 1 TO WS-CLOSED-COUNT
           END-IF
           DISPLAY
             MYNAME ' ' INC-NUM(INC-IDX) ' ' WS-STATE
             ' alert ' INC-ALERT(INC-IDX)
             ' ' INC-PGM(INC-IDX)
             ' raised ' INC-ALERT-TS(INC-IDX)
             ' cause ' INC-CAUSE(INC-IDX)
             ' reruns ' INC-RERUNS(INC-IDX)
             ' repairs ' INC-REPAIRS(INC-IDX)
             ' locks ' INC-LOCKS(INC-IDX)
           IF INC-CLOSE-TS(INC-IDX) NOT = SPACES
               DISPLAY
                 MYNAME '       closed ' INC-CLOSE-TS(INC-IDX)
           END-IF
           .

      * One incident's history: its events as they were recorded.
       2500-SHOW-ONE-INCIDENT.
           MOVE WS-INC-NUM TO WS-FIND-NUM
           PERFORM 1300-FIND-THE-INCIDENT
           IF INC-HIT = 0
               DISPLAY MYNAME ' incident ' WS-INC-NUM ' not on file'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE INC-HIT TO INC-IDX
           PERFORM 2100-SHOW-ONE-LINE
           OPEN INPUT INCD-DATA
           SET INCD-EOF TO FALSE
           PERFORM UNTIL INCD-EOF
             READ INCD-DATA
               AT END SET INCD-EOF TO TRUE
               NOT AT END
                 PERFORM 1200-UNPACK-THE-EVENT
                 IF EV-INC = WS-INC-NUM
                     DISPLAY
                       MYNAME '   '
                       FUNCTION TRIM(INCD-DATA-REC, TRAILING)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INCD-DATA
           .

      * A new incident from an alert: its program, run id and the
      * time it was raised come from the alert record, and one alert
      * makes at most one incident.
       3000-OPEN-AN-INCIDENT.
           MOVE 0 TO INC-HIT
           IF WS-INITIALS = SPACES
               DISPLAY
                 MYNAME ' INITIALS= is required to open an incident'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INC-IDX FROM 1 BY 1
           UNTIL INC-IDX > INC-COUNT
             IF INC-ALERT(INC-IDX) = WS-OPEN-ALERT
                 DISPLAY
                   MYNAME ' alert ' WS-OPEN-ALERT
                   ' already has incident ' INC-NUM(INC-IDX)
                 MOVE 4 TO RETURN-CODE
                 EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF INC-COUNT NOT < INC-TABLE-MAX
               DISPLAY
                 MYNAME ' the register holds ' INC-TABLE-MAX
                 ' incidents, no more can be opened'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ALERT-NUM
           OPEN INPUT ALRT-DATA
           IF WS-ALRT-STAT = '00'
               PERFORM UNTIL ALRT-EOF
                   OR WS-ALERT-NUM = WS-OPEN-ALERT
                 READ ALRT-DATA
                   AT END SET ALRT-EOF TO TRUE
                   NOT AT END ADD 1 TO WS-ALERT-NUM
                 END-READ
               END-PERFORM
               CLOSE ALRT-DATA
           END-IF
           IF WS-ALERT-NUM NOT = WS-OPEN-ALERT OR WS-OPEN-ALERT = 0
               DISPLAY
                 MYNAME ' alert ' WS-OPEN-ALERT ' not on file'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO EV-PGM EV-RUNID ACK-TOKEN ACK-VAL
           UNSTRING ALRT-DATA-REC DELIMITED BY ' PGM='
             INTO ACK-TOKEN ACK-VAL
           END-UNSTRING
           UNSTRING ACK-VAL DELIMITED BY SPACE
             INTO EV-PGM
           END-UNSTRING
           MOVE SPACES TO ACK-TOKEN ACK-VAL
           UNSTRING ALRT-DATA-REC DELIMITED BY ' RUNID='
             INTO ACK-TOKEN ACK-VAL
           END-UNSTRING
           UNSTRING ACK-VAL DELIMITED BY SPACE
             INTO EV-RUNID
           END-UNSTRING
           IF EV-PGM = SPACES
               MOVE 'UNKNOWN' TO EV-PGM
           END-IF
           IF EV-RUNID = SPACES
               MOVE 'NONE' TO EV-RUNID
           END-IF
           MOVE ALRT-DATA-REC(1:14) TO EV-ALERTTS

           ADD 1 TO WS-HIGH-INC
           MOVE WS-HIGH-INC TO WS-INC-NUM
           MOVE 'OPEN' TO WS-EVT-NAME
           MOVE SPACES TO WS-EVT-DETAIL
           STRING
             'ALERT='                  DELIMITED SIZE
             WS-OPEN-ALERT             DELIMITED SIZE
             ' PGM='                   DELIMITED SIZE
             EV-PGM                    DELIMITED SPACE
             ' RUNID='                 DELIMITED SIZE
             EV-RUNID                  DELIMITED SPACE
             ' ALERTTS='               DELIMITED SIZE
             EV-ALERTTS                DELIMITED SIZE
             INTO WS-EVT-DETAIL
           END-STRING
           PERFORM 8100-WRITE-EVENT

           ADD 1 TO INC-COUNT
           MOVE INC-COUNT TO INC-HIT
           INITIALIZE INC-ENTRY(INC-HIT)
           MOVE WS-INC-NUM    TO INC-NUM(INC-HIT)
           MOVE WS-OPEN-ALERT TO INC-ALERT(INC-HIT)
           MOVE EV-PGM        TO INC-PGM(INC-HIT)
           MOVE EV-RUNID      TO INC-RUNID(INC-HIT)
           MOVE EV-ALERTTS    TO INC-ALERT-TS(INC-HIT)
           MOVE WS-BUS-STAMP(1:14) TO INC-OPEN-TS(INC-HIT)
           DISPLAY
             MYNAME ' incident ' WS-INC-NUM ' opened for alert '
             WS-OPEN-ALERT ' ' EV-PGM ' by ' WS-INITIALS
           .

      * Links, cause, note and close against one open incident.
      * Everything asked for is checked before anything is written,
      * so a refused close leaves no half-recorded update behind.
       4000-UPDATE-THE-INCIDENT.
           IF WS-INITIALS = SPACES
               DISPLAY
                 MYNAME ' INITIALS= is required to update an'
                 ' incident'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INC-NUM TO WS-FIND-NUM
           PERFORM 1300-FIND-THE-INCIDENT
           IF INC-HIT = 0
               DISPLAY MYNAME ' incident ' WS-INC-NUM ' not on file'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF INC-CLOSE-TS(INC-HIT) NOT = SPACES
               DISPLAY
                 MYNAME ' incident ' WS-INC-NUM ' was closed '
                 INC-CLOSE-TS(INC-HIT) ', nothing recorded'
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-CAUSE NOT = SPACES
               MOVE 0 TO CAUSE-HIT
               PERFORM VARYING CAUSE-IDX FROM 1 BY 1
               UNTIL CAUSE-IDX > CAUSE-MAX OR CAUSE-HIT > 0
                 IF CAUSE-NAME(CAUSE-IDX) = WS-CAUSE
                     MOVE CAUSE-IDX TO CAUSE-HIT
                 END-IF
               END-PERFORM
               IF CAUSE-HIT = 0
                   DISPLAY
                     MYNAME ' CAUSE must be DATA, SUPPLIER, CODE,'
                     ' INFRA, OPERATOR or UNKNOWN, nothing recorded'
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF CLOSE-ASKED
               IF WS-CAUSE = SPACES AND INC-CAUSE(INC-HIT) = SPACES
                   DISPLAY
                     MYNAME ' incident ' WS-INC-NUM
                     ' has no cause; CAUSE= is required to close'
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               IF WS-NOTE = SPACES
                   DISPLAY
                     MYNAME ' NOTE= the resolution is required to'
                     ' close an incident'
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-LINK-RERUN NOT = SPACES
               MOVE 'RERUN'    TO LNK-KEY
               MOVE WS-LINK-RERUN TO LNK-VAL
               MOVE 'csrerun'  TO LNK-AUD-PGM
               MOVE 'RUNID'    TO LNK-AUD-KEY
               PERFORM 4100-LINK-ONE
           END-IF
           IF WS-LINK-REPAIR NOT = SPACES
               MOVE 'REPAIR'   TO LNK-KEY
               MOVE WS-LINK-REPAIR TO LNK-VAL
               MOVE 'csrepair' TO LNK-AUD-PGM
               MOVE 'PGM'      TO LNK-AUD-KEY
               PERFORM 4100-LINK-ONE
           END-IF
           IF WS-LINK-LOCK NOT = SPACES
               MOVE 'LOCK'     TO LNK-KEY
               MOVE WS-LINK-LOCK TO LNK-VAL
               MOVE 'cslockq'  TO LNK-AUD-PGM
               MOVE 'FREED'    TO LNK-AUD-KEY
               PERFORM 4100-LINK-ONE
           END-IF

           IF WS-CAUSE NOT = SPACES AND NOT CLOSE-ASKED
               MOVE 'CAUSE' TO WS-EVT-NAME
               MOVE SPACES TO WS-EVT-DETAIL
               STRING
                 'CAUSE='              DELIMITED SIZE
                 WS-CAUSE              DELIMITED SPACE
                 INTO WS-EVT-DETAIL
               END-STRING
               PERFORM 8100-WRITE-EVENT
               MOVE WS-CAUSE TO INC-CAUSE(INC-HIT)
               DISPLAY
                 MYNAME ' incident ' WS-INC-NUM ' cause '
                 WS-CAUSE
           END-IF

           IF WS-NOTE NOT = SPACES AND NOT CLOSE-ASKED
               MOVE 'NOTE' TO WS-EVT-NAME
               MOVE SPACES TO WS-EVT-DETAIL
               STRING
                 'NOTE='               DELIMITED SIZE
                 FUNCTION TRIM(WS-NOTE, TRAILING) DELIMITED SIZE
                 INTO WS-EVT-DETAIL
               END-STRING
               PERFORM 8100-WRITE-EVENT
               DISPLAY MYNAME ' incident ' WS-INC-NUM ' note added'
           END-IF

      *    the close carries the final cause and the resolution
           IF CLOSE-ASKED
               IF WS-CAUSE = SPACES
                   MOVE INC-CAUSE(INC-HIT) TO WS-CAUSE
               END-IF
               MOVE 'CLOSE' TO WS-EVT-NAME
               MOVE SPACES TO WS-EVT-DETAIL
               STRING
                 'CAUSE='              DELIMITED SIZE
                 WS-CAUSE              DELIMITED SPACE
                 ' NOTE='              DELIMITED SIZE
                 FUNCTION TRIM(WS-NOTE, TRAILING) DELIMITED SIZE
                 INTO WS-EVT-DETAIL
               END-STRING
               PERFORM 8100-WRITE-EVENT
               MOVE WS-CAUSE TO INC-CAUSE(INC-HIT)
               MOVE WS-BUS-STAMP(1:14) TO INC-CLOSE-TS(INC-HIT)
               DISPLAY
                 MYNAME ' incident ' WS-INC-NUM ' closed '
                 INC-CLOSE-TS(INC-HIT) ' cause ' WS-CAUSE
           END-IF
           .

      * One link.  A link already on the incident is not recorded
      * twice.  The audit log is searched for the latest record of
      * the linked run since the alert was raised; a link it does
      * not show is still recorded, marked UNVERIFIED, since the
      * run may be in an audit archive by now.
       4100-LINK-ONE.
           PERFORM 4110-IS-IT-LINKED
           IF LNK-DUP
               DISPLAY
                 MYNAME ' incident ' WS-INC-NUM ' already links '
                 FUNCTION TRIM(LNK-KEY) ' ' FUNCTION TRIM(LNK-VAL)
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM 4120-FIND-IN-THE-AUDIT-LOG
           IF LNK-AT = SPACES
               MOVE 'UNVERIFIED' TO LNK-AT
               ADD 1 TO WS-UNVERIFIED
               DISPLAY
                 MYNAME ' warning - no ' FUNCTION TRIM(LNK-AUD-PGM)
                 ' record for ' FUNCTION TRIM(LNK-VAL)
                 ' in the audit log since the alert, linked'
                 ' UNVERIFIED'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
      *    a rerun of some other program is probably a typing slip
           IF LNK-KEY = 'RERUN' AND LNK-RAN-PGM NOT = SPACES
               AND LNK-RAN-PGM NOT = INC-PGM(INC-HIT)
               DISPLAY
                 MYNAME ' warning - rerun ' FUNCTION TRIM(LNK-VAL)
                 ' replayed ' LNK-RAN-PGM ', incident '
                 WS-INC-NUM ' is for ' INC-PGM(INC-HIT)
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           MOVE 'LINK' TO WS-EVT-NAME
           MOVE SPACES TO WS-EVT-DETAIL
           STRING
             LNK-KEY                   DELIMITED SPACE
             '='                       DELIMITED SIZE
             LNK-VAL                   DELIMITED SPACE
             ' AT='                    DELIMITED SIZE
             LNK-AT                    DELIMITED SPACE
             INTO WS-EVT-DETAIL
           END-STRING
           PERFORM 8100-WRITE-EVENT
           EVALUATE LNK-KEY
             WHEN 'RERUN'  ADD 1 TO INC-RERUNS(INC-HIT)
             WHEN 'REPAIR' ADD 1 TO INC-REPAIRS(INC-HIT)
             WHEN 'LOCK'   ADD 1 TO INC-LOCKS(INC-HIT)
           END-EVALUATE
           DISPLAY
             MYNAME ' incident ' WS-INC-NUM ' linked '
             FUNCTION TRIM(LNK-KEY) ' ' FUNCTION TRIM(LNK-VAL)
             ' at ' FUNCTION TRIM(LNK-AT)
           .

       4110-IS-IT-LINKED.
           SET LNK-DUP TO FALSE
           OPEN INPUT INCD-DATA
           IF WS-INCD-STAT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET INCD-EOF TO FALSE
           PERFORM UNTIL INCD-EOF OR LNK-DUP
             READ INCD-DATA
               AT END SET INCD-EOF TO TRUE
               NOT AT END
                 PERFORM 1200-UNPACK-THE-EVENT
                 IF EV-INC = WS-INC-NUM
                     EVALUATE TRUE
                       WHEN LNK-KEY = 'RERUN' AND EV-RERUN = LNK-VAL
                       WHEN LNK-KEY = 'REPAIR' AND EV-REPAIR = LNK-VAL
                       WHEN LNK-KEY = 'LOCK' AND EV-LOCK = LNK-VAL
                         SET LNK-DUP TO TRUE
                       WHEN OTHER
                         CONTINUE
                     END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INCD-DATA
           .

      * The audit record is the program name in columns 1-8, the
      * business stamp from column 10, then its keyword pairs.
       4120-FIND-IN-THE-AUDIT-LOG.
           MOVE SPACES TO LNK-AT LNK-RAN-PGM
           OPEN INPUT AUD-DATA
           IF WS-AUD-STAT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           SET AUD-EOF TO FALSE
           PERFORM UNTIL AUD-EOF
             READ AUD-DATA
               AT END SET AUD-EOF TO TRUE
               NOT AT END
                 IF AUD-DATA-REC(1:8) = LNK-AUD-PGM
                     AND AUD-DATA-REC(10:14) >= INC-ALERT-TS(INC-HIT)
                     PERFORM 4130-MATCH-ONE-AUDIT-LINE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE AUD-DATA
           .

       4130-MATCH-ONE-AUDIT-LINE.
           MOVE SPACES TO LNK-LINE-PGM LNK-LINE-VAL
           SET ACK-PTR TO 31
           PERFORM UNTIL ACK-PTR > LENGTH OF AUD-DATA-REC
             MOVE SPACES TO ACK-TOKEN
             UNSTRING AUD-DATA-REC DELIMITED BY SPACE
               INTO ACK-TOKEN
               WITH POINTER ACK-PTR
             END-UNSTRING
             IF ACK-TOKEN NOT = SPACES
                 MOVE SPACES TO ACK-KEY ACK-VAL
                 UNSTRING ACK-TOKEN DELIMITED BY '='
                   INTO ACK-KEY ACK-VAL
                 END-UNSTRING
                 IF ACK-KEY = LNK-AUD-KEY
                     MOVE ACK-VAL TO LNK-LINE-VAL
                 END-IF
                 IF ACK-KEY = 'PGM'
                     MOVE ACK-VAL(1:8) TO LNK-LINE-PGM
                 END-IF
             END-IF
           END-PERFORM
           IF LNK-LINE-VAL = LNK-VAL
               MOVE AUD-DATA-REC(10:14) TO LNK-AT
               MOVE LNK-LINE-PGM TO LNK-RAN-PGM
           END-IF
           .

      * The monthly report: incidents that started in the month and
      * the month before, by program and cause, with the mean times
      * to acknowledge and to resolve.
       5000-REPORT-THE-MONTH.
      *    the review looks back at the month just closed
           IF WS-MONTH = SPACES
               MOVE RETURN-CODE TO WS-HOLD-RC
               CALL 'csbusdt' USING WS-BUS-STAMP END-CALL
               MOVE WS-HOLD-RC TO RETURN-CODE
               MOVE WS-BUS-STAMP(1:6) TO WS-MONTH-WORK
               PERFORM 5010-BACK-ONE-MONTH
               MOVE WS-MONTH-WORK TO WS-MONTH
           END-IF
           MOVE WS-MONTH TO WS-MONTH-WORK
           PERFORM 5010-BACK-ONE-MONTH
           MOVE WS-MONTH-WORK TO WS-PRIOR-MONTH
           INITIALIZE SUITE-TOTALS

           PERFORM 5100-LOAD-THE-ACKS
           PERFORM 5200-COUNT-ONE-INCIDENT
             VARYING INC-IDX FROM 1 BY 1
             UNTIL INC-IDX > INC-COUNT

           MOVE 'O' TO RPT-ACTION
           MOVE SPACES TO RPT-TITLE
           STRING
             'INCIDENTS FOR '          DELIMITED SIZE
             WS-MONTH(1:4)             DELIMITED SIZE
             '-'                       DELIMITED SIZE
             WS-MONTH(5:2)             DELIMITED SIZE
             INTO RPT-TITLE
           END-STRING
           MOVE SPACES TO RPT-LINE
           STRING
             'PROGRAM   TOTAL  PRIOR CLOSED   OPEN'
                                       DELIMITED SIZE
             '   DATA SUPPLR   CODE  INFRA   OPER UNKNWN  UNSET'
                                       DELIMITED SIZE
             ' MTTA-HRS MTTR-HRS'      DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER

           PERFORM 5300-REPORT-ONE-PROGRAM
             VARYING PGM-IDX FROM 1 BY 1
             UNTIL PGM-IDX > PGM-COUNT
           IF SUITE-TOTAL(1) = 0
               MOVE 'L' TO RPT-ACTION
               MOVE 'NO INCIDENTS STARTED IN THIS MONTH' TO RPT-LINE
               PERFORM 8500-CALL-REPORT-WRITER
           END-IF

           PERFORM 5400-REPORT-THE-SUITE

           MOVE 'C' TO RPT-ACTION
           PERFORM 8500-CALL-REPORT-WRITER

           DISPLAY MYNAME ' month reported    ' WS-MONTH
           DISPLAY MYNAME ' incidents         ' SUITE-TOTAL(1)
           DISPLAY MYNAME ' prior month       ' SUITE-TOTAL(2)
           DISPLAY MYNAME ' report written to csincd.rpt'
           .

       5010-BACK-ONE-MONTH.
           IF WS-MONTH-MM = 1
               MOVE 12 TO WS-MONTH-MM
               SUBTRACT 1 FROM WS-MONTH-YYYY
           ELSE
               SUBTRACT 1 FROM WS-MONTH-MM
           END-IF
           .

      * The first acknowledgment of each incident's alert.
       5100-LOAD-THE-ACKS.
           OPEN INPUT ACK-DATA
           IF WS-ACK-STAT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ACK-EOF
             READ ACK-DATA
               AT END SET ACK-EOF TO TRUE
               NOT AT END PERFORM 5110-TAKE-ONE-ACK
             END-READ
           END-PERFORM
           CLOSE ACK-DATA
           .

       5110-TAKE-ONE-ACK.
           MOVE 0 TO WS-ALERT-NUM
           MOVE SPACES TO ACK-TS
           SET ACK-PTR TO 1
           PERFORM UNTIL ACK-PTR > LENGTH OF ACK-DATA-REC
             MOVE SPACES TO ACK-TOKEN
             UNSTRING ACK-DATA-REC DELIMITED BY SPACE
               INTO ACK-TOKEN
               WITH POINTER ACK-PTR
             END-UNSTRING
             IF ACK-TOKEN NOT = SPACES
                 MOVE SPACES TO ACK-KEY ACK-VAL
                 UNSTRING ACK-TOKEN DELIMITED BY '='
                   INTO ACK-KEY ACK-VAL
                 END-UNSTRING
                 EVALUATE TRUE
                   WHEN ACK-KEY = 'ALERT'
                     AND FUNCTION TEST-NUMVAL(ACK-VAL) = 0
                     MOVE FUNCTION NUMVAL(ACK-VAL) TO WS-ALERT-NUM
                   WHEN ACK-KEY = 'TS'
                     MOVE ACK-VAL(1:14) TO ACK-TS
                 END-EVALUATE
             END-IF
           END-PERFORM
           IF WS-ALERT-NUM = 0 OR ACK-TS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INC-IDX FROM 1 BY 1
           UNTIL INC-IDX > INC-COUNT
             IF INC-ALERT(INC-IDX) = WS-ALERT-NUM
                 AND INC-ACK-TS(INC-IDX) = SPACES
                 MOVE ACK-TS TO INC-ACK-TS(INC-IDX)
             END-IF
           END-PERFORM
           .

      * An incident counts in the month its alert was raised; its
      * times run from the alert, so an incident opened late still
      * shows how long the failure went unattended.
       5200-COUNT-ONE-INCIDENT.
           EVALUATE TRUE
             WHEN INC-ALERT-TS(INC-IDX)(1:6) = WS-MONTH
                 MOVE 1 TO MO-IDX
             WHEN INC-ALERT-TS(INC-IDX)(1:6) = WS-PRIOR-MONTH
                 MOVE 2 TO MO-IDX
             WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE
           PERFORM 5210-FIND-THE-PROGRAM
           IF PGM-HIT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE CAUSE-MAX TO CAUSE-HIT
           ADD 1 TO CAUSE-HIT
           PERFORM VARYING CAUSE-IDX FROM 1 BY 1
           UNTIL CAUSE-IDX > CAUSE-MAX
             IF CAUSE-NAME(CAUSE-IDX) = INC-CAUSE(INC-IDX)
                 MOVE CAUSE-IDX TO CAUSE-HIT
             END-IF
           END-PERFORM
           ADD 1 TO PGM-TOTAL(PGM-HIT, MO-IDX)
                    SUITE-TOTAL(MO-IDX)
           ADD 1 TO PGM-CAUSE-N(PGM-HIT, MO-IDX, CAUSE-HIT)
                    SUITE-CAUSE-N(MO-IDX, CAUSE-HIT)

           IF INC-ALERT-TS(INC-IDX) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE INC-ALERT-TS(INC-IDX) TO WS-STAMP-14
           PERFORM 8200-SECONDS-OF-STAMP
           MOVE WS-STAMP-SECS TO WS-FROM-SECS

           IF INC-ACK-TS(INC-IDX) NUMERIC
               MOVE INC-ACK-TS(INC-IDX) TO WS-STAMP-14
               PERFORM 8200-SECONDS-OF-STAMP
               IF WS-STAMP-SECS >= WS-FROM-SECS
                   COMPUTE WS-SPAN-SECS = WS-STAMP-SECS - WS-FROM-SECS
                   ADD WS-SPAN-SECS TO PGM-ACK-SECS(PGM-HIT, MO-IDX)
                                       SUITE-ACK-SECS(MO-IDX)
                   ADD 1 TO PGM-ACK-N(PGM-HIT, MO-IDX)
                            SUITE-ACK-N(MO-IDX)
               END-IF
           END-IF

           IF INC-CLOSE-TS(INC-IDX) NUMERIC
               ADD 1 TO PGM-CLOSED(PGM-HIT, MO-IDX)
                        SUITE-CLOSED(MO-IDX)
               MOVE INC-CLOSE-TS(INC-IDX) TO WS-STAMP-14
               PERFORM 8200-SECONDS-OF-STAMP
               IF WS-STAMP-SECS >= WS-FROM-SECS
                   COMPUTE WS-SPAN-SECS = WS-STAMP-SECS - WS-FROM-SECS
                   ADD WS-SPAN-SECS TO PGM-RES-SECS(PGM-HIT, MO-IDX)
                                       SUITE-RES-SECS(MO-IDX)
                   ADD 1 TO PGM-RES-N(PGM-HIT, MO-IDX)
                            SUITE-RES-N(MO-IDX)
               END-IF
           END-IF
           .

      * The program's row, added on first sight; PGM-HIT is zero
      * when the table is full.
       5210-FIND-THE-PROGRAM.
           MOVE 0 TO PGM-HIT
           PERFORM VARYING PGM-IDX FROM 1 BY 1
           UNTIL PGM-IDX > PGM-COUNT OR PGM-HIT > 0
             IF PGM-NAME(PGM-IDX) = INC-PGM(INC-IDX)
                 MOVE PGM-IDX TO PGM-HIT
             END-IF
           END-PERFORM
           IF PGM-HIT > 0
               EXIT PARAGRAPH
           END-IF
           IF PGM-COUNT >= PGM-TABLE-MAX
               DISPLAY
                 MYNAME ' warning - program table full, '
                 INC-PGM(INC-IDX) ' not reported'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PGM-COUNT
           INITIALIZE PGM-ENTRY(PGM-COUNT)
           MOVE INC-PGM(INC-IDX) TO PGM-NAME(PGM-COUNT)
           MOVE PGM-COUNT TO PGM-HIT
           .

      * One program's line; a program with incidents only in the
      * prior month still gets one, showing the drop.
       5300-REPORT-ONE-PROGRAM.
           IF PGM-TOTAL(PGM-IDX, 1) > 0
               ADD 1 TO SUITE-PGM-COUNT
           END-IF
           MOVE SPACES TO DTL-LINE
           MOVE PGM-NAME(PGM-IDX)      TO DTL-PGM
           MOVE PGM-TOTAL(PGM-IDX, 1)  TO DTL-NUM(1)
           MOVE PGM-TOTAL(PGM-IDX, 2)  TO DTL-NUM(2)
           MOVE PGM-CLOSED(PGM-IDX, 1) TO DTL-NUM(3)
           COMPUTE DTL-NUM(4) =
               PGM-TOTAL(PGM-IDX, 1) - PGM-CLOSED(PGM-IDX, 1)
           PERFORM VARYING CAUSE-IDX FROM 1 BY 1
           UNTIL CAUSE-IDX > CAUSE-MAX + 1
             COMPUTE DTL-COL = CAUSE-IDX + 4
             MOVE PGM-CAUSE-N(PGM-IDX, 1, CAUSE-IDX)
               TO DTL-NUM(DTL-COL)
           END-PERFORM
           IF PGM-ACK-N(PGM-IDX, 1) = 0
               MOVE '     n/a' TO DTL-MTTA-X
           ELSE
               COMPUTE DTL-MTTA ROUNDED =
                   PGM-ACK-SECS(PGM-IDX, 1)
                   / PGM-ACK-N(PGM-IDX, 1) / 3600
           END-IF
           IF PGM-RES-N(PGM-IDX, 1) = 0
               MOVE '     n/a' TO DTL-MTTR-X
           ELSE
               COMPUTE DTL-MTTR ROUNDED =
                   PGM-RES-SECS(PGM-IDX, 1)
                   / PGM-RES-N(PGM-IDX, 1) / 3600
           END-IF
           MOVE 'L' TO RPT-ACTION
           MOVE DTL-LINE TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER
           .

      * The totals page: the suite line in the same columns, the
      * trend by cause against the prior month, and the headline
      * mean times.
       5400-REPORT-THE-SUITE.
           MOVE SPACES TO DTL-LINE
           MOVE 'SUITE'              TO DTL-PGM
           MOVE SUITE-TOTAL(1)       TO DTL-NUM(1)
           MOVE SUITE-TOTAL(2)       TO DTL-NUM(2)
           MOVE SUITE-CLOSED(1)      TO DTL-NUM(3)
           COMPUTE DTL-NUM(4) = SUITE-TOTAL(1) - SUITE-CLOSED(1)
           PERFORM VARYING CAUSE-IDX FROM 1 BY 1
           UNTIL CAUSE-IDX > CAUSE-MAX + 1
             COMPUTE DTL-COL = CAUSE-IDX + 4
             MOVE SUITE-CAUSE-N(1, CAUSE-IDX) TO DTL-NUM(DTL-COL)
           END-PERFORM
           MOVE 0 TO HRS-MTTA HRS-MTTR
           IF SUITE-ACK-N(1) = 0
               MOVE '     n/a' TO DTL-MTTA-X
           ELSE
               COMPUTE HRS-MTTA ROUNDED =
                   SUITE-ACK-SECS(1) / SUITE-ACK-N(1) / 3600
               MOVE HRS-MTTA TO DTL-MTTA
           END-IF
           IF SUITE-RES-N(1) = 0
               MOVE '     n/a' TO DTL-MTTR-X
           ELSE
               COMPUTE HRS-MTTR ROUNDED =
                   SUITE-RES-SECS(1) / SUITE-RES-N(1) / 3600
               MOVE HRS-MTTR TO DTL-MTTR
           END-IF
           MOVE 'T' TO RPT-ACTION
           MOVE DTL-LINE TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER

           MOVE 'L' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER
           STRING
             'CAUSE     '              DELIMITED SIZE
             WS-MONTH                  DELIMITED SIZE
             ' '                       DELIMITED SIZE
             WS-PRIOR-MONTH            DELIMITED SIZE
             '  CHANGE'                DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           PERFORM 5410-REPORT-ONE-CAUSE
             VARYING CAUSE-IDX FROM 1 BY 1
             UNTIL CAUSE-IDX > CAUSE-MAX + 1
           MOVE 0 TO CAUSE-IDX
           PERFORM 5410-REPORT-ONE-CAUSE

           MOVE SPACES TO RPT-LINE
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE 0 TO HRS-PRIOR
           IF SUITE-ACK-N(2) > 0
               COMPUTE HRS-PRIOR ROUNDED =
                   SUITE-ACK-SECS(2) / SUITE-ACK-N(2) / 3600
           END-IF
           MOVE HRS-MTTA TO HRS-DISP
           MOVE HRS-PRIOR TO HRS-PRIOR-DISP
           MOVE SUITE-ACK-N(1) TO CNT-DISP
           STRING
             'MEAN TIME TO ACKNOWLEDGE ' DELIMITED SIZE
             FUNCTION TRIM(HRS-DISP)   DELIMITED SIZE
             ' HOURS OVER '            DELIMITED SIZE
             FUNCTION TRIM(CNT-DISP)   DELIMITED SIZE
             ' ACKNOWLEDGED   PRIOR MONTH ' DELIMITED SIZE
             FUNCTION TRIM(HRS-PRIOR-DISP) DELIMITED SIZE
             ' HOURS'                  DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE SPACES TO RPT-LINE
           MOVE 0 TO HRS-PRIOR
           IF SUITE-RES-N(2) > 0
               COMPUTE HRS-PRIOR ROUNDED =
                   SUITE-RES-SECS(2) / SUITE-RES-N(2) / 3600
           END-IF
           MOVE HRS-MTTR TO HRS-DISP
           MOVE HRS-PRIOR TO HRS-PRIOR-DISP
           MOVE SUITE-RES-N(1) TO CNT-DISP
           STRING
             'MEAN TIME TO RESOLVE     ' DELIMITED SIZE
             FUNCTION TRIM(HRS-DISP)   DELIMITED SIZE
             ' HOURS OVER '            DELIMITED SIZE
             FUNCTION TRIM(CNT-DISP)   DELIMITED SIZE
             ' CLOSED         PRIOR MONTH ' DELIMITED SIZE
             FUNCTION TRIM(HRS-PRIOR-DISP) DELIMITED SIZE
             ' HOURS'                  DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE SPACES TO RPT-LINE
           STRING
             'TIMES RUN FROM THE ALERT TO ITS FIRST ACKNOWLEDGMENT'
                                       DELIMITED SIZE
             ' AND TO THE INCIDENT CLOSE'
                                       DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           .

      * One trend line per cause; CAUSE-IDX past the last cause is
      * the not-yet-caused count and zero is the total.
       5410-REPORT-ONE-CAUSE.
           MOVE SPACES TO RPT-LINE
           EVALUATE TRUE
             WHEN CAUSE-IDX = 0
                 MOVE 'TOTAL' TO RPT-LINE(1:8)
                 MOVE SUITE-TOTAL(1) TO CNT-DISP
                 MOVE SUITE-TOTAL(2) TO CNT-PRIOR-DISP
                 COMPUTE CNT-CHANGE =
                     SUITE-TOTAL(1) - SUITE-TOTAL(2)
             WHEN CAUSE-IDX > CAUSE-MAX
                 MOVE 'UNSET' TO RPT-LINE(1:8)
                 MOVE SUITE-CAUSE-N(1, CAUSE-IDX) TO CNT-DISP
                 MOVE SUITE-CAUSE-N(2, CAUSE-IDX) TO CNT-PRIOR-DISP
                 COMPUTE CNT-CHANGE =
                     SUITE-CAUSE-N(1, CAUSE-IDX)
                     - SUITE-CAUSE-N(2, CAUSE-IDX)
             WHEN OTHER
                 MOVE CAUSE-NAME(CAUSE-IDX) TO RPT-LINE(1:8)
                 MOVE SUITE-CAUSE-N(1, CAUSE-IDX) TO CNT-DISP
                 MOVE SUITE-CAUSE-N(2, CAUSE-IDX) TO CNT-PRIOR-DISP
                 COMPUTE CNT-CHANGE =
                     SUITE-CAUSE-N(1, CAUSE-IDX)
                     - SUITE-CAUSE-N(2, CAUSE-IDX)
           END-EVALUATE
           MOVE CNT-CHANGE TO CNT-CHANGE-DISP
           MOVE CNT-DISP        TO RPT-LINE(11:6)
           MOVE CNT-PRIOR-DISP  TO RPT-LINE(18:6)
           MOVE CNT-CHANGE-DISP TO RPT-LINE(25:7)
           PERFORM 8500-CALL-REPORT-WRITER
           .

      * One event on the register, stamped with the processing
      * date and the time of day.
       8100-WRITE-EVENT.
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'csbusdt' USING WS-BUS-STAMP END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           MOVE SPACES TO WS-EVT-LINE
           STRING
             'INCIDENT='               DELIMITED SIZE
             WS-INC-NUM                DELIMITED SIZE
             ' EVENT='                 DELIMITED SIZE
             WS-EVT-NAME               DELIMITED SPACE
             ' TS='                    DELIMITED SIZE
             WS-BUS-STAMP(1:14)        DELIMITED SIZE
             ' BY='                    DELIMITED SIZE
             WS-INITIALS               DELIMITED SPACE
             ' '                       DELIMITED SIZE
             FUNCTION TRIM(WS-EVT-DETAIL, TRAILING) DELIMITED SIZE
             INTO WS-EVT-LINE
           END-STRING
           OPEN EXTEND INCD-DATA
           IF WS-INCD-STAT NOT = '00'
               OPEN OUTPUT INCD-DATA
           END-IF
           WRITE INCD-DATA-REC FROM WS-EVT-LINE
           CLOSE INCD-DATA
           ADD 1 TO WS-EVT-COUNT
           .

       8200-SECONDS-OF-STAMP.
           COMPUTE WS-STAMP-SECS =
             FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-STAMP-14(1:8))) * 86400
             + FUNCTION NUMVAL(WS-STAMP-14(9:2))  * 3600
             + FUNCTION NUMVAL(WS-STAMP-14(11:2)) * 60
             + FUNCTION NUMVAL(WS-STAMP-14(13:2))
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
             ' MODE='                  DELIMITED SIZE
             MODE-SW                   DELIMITED SIZE
             ' INCIDENT='              DELIMITED SIZE
             WS-INC-NUM                DELIMITED SIZE
             ' EVENTS='                DELIMITED SIZE
             WS-EVT-COUNT              DELIMITED SIZE
             ' UNVERIFIED='            DELIMITED SIZE
             WS-UNVERIFIED             DELIMITED SIZE
             ' MONTH='                 DELIMITED SIZE
             WS-MONTH                  DELIMITED SIZE
             ' BY='                    DELIMITED SIZE
             WS-INITIALS               DELIMITED SPACE
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
      * figure is the open-incident count (the incident worked on
      * when one is opened or updated, or the month's incidents in
      * a report).
       9900-DISPLAY-SUMMARY.

           MOVE WS-REC-COUNT TO WS-REC-COUNT-DISP

           MOVE WS-REC-COUNT-DISP TO WS-SUMM-RECS
           EVALUATE TRUE
             WHEN REPORT-MODE
               MOVE SUITE-TOTAL(1) TO WS-REC-COUNT-DISP
               MOVE WS-REC-COUNT-DISP TO WS-SUMM-RESULT
             WHEN LIST-MODE
               MOVE WS-OPEN-COUNT TO WS-SUMM-RESULT
             WHEN OTHER
               MOVE WS-INC-NUM TO WS-SUMM-RESULT
           END-EVALUATE
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
