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
      * Shore-channel reconciliation.  csencdr enters every BITS
      * transmission it proves and sends on csshore.log, and cs16a
      * every one it receives, each with the message sequence number
      * carried in the literal agreed with shore control.  This
      * program works the log for the window and reports, for each
      * direction:
      *
      *   GAP         sequence numbers skipped between two that
      *               were logged -- a shore message that never
      *               reached us, or one of ours never logged as
      *               sent (CS1301W)
      *   DUPLICATE   a sequence number logged more than once
      *               (CS1302W)
      *   UNANSWERED  an outbound message with no reply logged
      *               within LIMIT= minutes of sending it (CS1303W)
      *
      * A reply is an inbound message whose reply-to literal
      * (REPLY= on the log) carries the outbound sequence number.
      * Where no reply literal is agreed with shore control -- no
      * inbound entry in the window carries one -- any inbound
      * message logged within the limit after an outbound one
      * answers it.  An outbound message younger than the limit is
      * still awaiting its reply and is not a finding.  Inbound
      * transmissions cs16a could not decode carry no sequence
      * number; they are listed, since one usually explains a gap.
      *
      *   csshrec
      *   csshrec "LIMIT=30" "FROM=20261001" "TO=20261015"
      *
      * FROM= and TO= bound the dates reported (both ends included);
      * FROM= defaults to DAYS= days before today (1, so a morning
      * run covers the night before).  LIMIT= defaults to
      * SHORELIMIT in cssuite.cfg, else 60 minutes.  Findings are
      * raised on csalert.log, as csxack raises a dropped feed, and
      * the report goes to csshrec.rpt.
      *
      * RC 0 no findings, 4 at least one finding, 8 no shore log
      * to read.
      *
       Program-ID. csshrec.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select SHL-DATA             Assign Dynamic WS-SHL-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-SHL-STAT.
           Select ALRT-DATA            Assign Dynamic WS-ALRT-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-ALRT-STAT.
       Data Division.
       File Section.
       FD  SHL-DATA.
       01  SHL-DATA-REC       PIC X(250).

       FD  ALRT-DATA.
       01  ALRT-DATA-REC      PIC X(350).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'csshrec'.
           05  MSG-TABLE-MAX      PIC 9(004) COMP    VALUE 5000.

       01  WORK-AREAS.
           05  WS-REC-COUNT       PIC 9(008) COMP    VALUE 0.
           05  CLI-ARGS           PIC X(160)         VALUE SPACES.
           05  WS-CLI-TOKEN       PIC X(080)         VALUE SPACES.
           05  WS-CLI-KEY         PIC X(020)         VALUE SPACES.
           05  WS-CLI-VAL         PIC X(080)         VALUE SPACES.
           05  CLI-PTR            PIC 9(003) COMP    VALUE 1.
           05  WS-SHL-FNAME       PIC X(040)    VALUE 'csshore.log'.
           05  WS-ALRT-FNAME      PIC X(040)    VALUE 'csalert.log'.
           05  WS-SHL-STAT        PIC X(002)         VALUE SPACES.
           05  WS-ALRT-STAT       PIC X(002)         VALUE SPACES.
           05  WS-AUDIT-LOG-NAME  PIC X(040)        VALUE 'csaudit.log'.
           05  WS-AUDIT-KEYS      PIC X(160)         VALUE SPACES.
           05  WS-RC-DISP         PIC 9(004)         VALUE 0.
           05  WS-SUMM-RECS       PIC X(018)         VALUE SPACES.
           05  WS-SUMM-RESULT     PIC X(040)         VALUE SPACES.
           05  WS-HOLD-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-CFG-VAL         PIC X(080)         VALUE SPACES.
           05  WS-CFG-AUDITLOG    PIC X(020)       VALUE 'AUDITLOG'.
           05  WS-CFG-SHLIMIT     PIC X(020)     VALUE 'SHORELIMIT'.
           05  WS-RUN-ID          PIC X(017)         VALUE SPACES.
           05  WS-FROM-DATE       PIC X(008)         VALUE SPACES.
           05  WS-TO-DATE         PIC X(008)     VALUE '99999999'.
           05  WS-DAYS            PIC 9(003)         VALUE 1.
           05  WS-LIMIT           PIC 9(005)         VALUE 60.
           05  WS-TODAY           PIC X(021)         VALUE SPACES.
           05  WS-NOW-MINS        PIC 9(012) COMP    VALUE 0.
           05  WS-FROM-INT        PIC 9(008) COMP    VALUE 0.
           05  WS-REC-COUNT-DISP  PIC 9(008)         VALUE 0.
           05  WS-SKIPPED-COUNT   PIC 9(008)         VALUE 0.
           05  WS-FULL-COUNT      PIC 9(008)         VALUE 0.

      * One csshore.log entry taken apart.
       01  LOG-FIELDS.
           05  LOG-PTR            PIC 9(004) COMP    VALUE 1.
           05  LOG-TOKEN          PIC X(100)         VALUE SPACES.
           05  LOG-KEY            PIC X(020)         VALUE SPACES.
           05  LOG-VAL            PIC X(080)         VALUE SPACES.
           05  LOG-AT             PIC X(014)         VALUE SPACES.
           05  LOG-DIR            PIC X(003)         VALUE SPACES.
           05  LOG-SEQ            PIC X(018)         VALUE SPACES.
           05  LOG-REPLY          PIC X(018)         VALUE SPACES.
           05  LOG-STATUS         PIC X(006)         VALUE SPACES.
           05  LOG-REC            PIC X(009)         VALUE SPACES.
           05  LOG-FILE           PIC X(040)         VALUE SPACES.

      * The log in core from FROM= on; entries past TO= are kept only
      * as possible replies to messages inside the window.
       01  MSG-TABLE.
           05  MSG-COUNT          PIC 9(004) COMP    VALUE 0.
           05  MSG-ENTRY OCCURS 5000 TIMES.
               10  MSG-AT         PIC X(014).
               10  MSG-MINS       PIC 9(012) COMP.
               10  MSG-DIR        PIC X(003).
               10  MSG-SEQ-SW     PIC X(001).
                   88  MSG-HAS-SEQ                   VALUE 'Y'.
               10  MSG-SEQ        PIC 9(018) COMP.
               10  MSG-RPY-SW     PIC X(001).
                   88  MSG-HAS-REPLY                 VALUE 'Y'.
               10  MSG-REPLY      PIC 9(018) COMP.
               10  MSG-STATUS     PIC X(006).
               10  MSG-WINDOW-SW  PIC X(001).
                   88  MSG-IN-WINDOW                 VALUE 'Y'.
               10  MSG-REC        PIC X(009).
               10  MSG-FILE       PIC X(040).
           05  MSG-IDX            PIC 9(004) COMP    VALUE 0.
           05  MSG-HIT            PIC 9(004) COMP    VALUE 0.

      * One direction's sequence numbers in the window, in order.
      * Equal numbers stay in log order, so a duplicate's first and
      * last sightings come out right.
       01  SEQ-TABLE.
           05  SEQ-COUNT          PIC 9(004) COMP    VALUE 0.
           05  SEQ-ENTRY OCCURS 1 TO 5000 TIMES
                         DEPENDING ON SEQ-COUNT.
               10  SEQ-VAL        PIC 9(018) COMP.
               10  SEQ-ROW        PIC 9(004) COMP.
           05  SEQ-IDX            PIC 9(004) COMP    VALUE 0.
           05  SEQ-RUN            PIC 9(004) COMP    VALUE 0.
           05  SEQ-MISSING        PIC 9(018) COMP    VALUE 0.

      * Per direction: 1 outbound, 2 inbound.
       01  DIR-TABLE.
           05  DIR-ENTRY OCCURS 2 TIMES.
               10  DIR-CODE       PIC X(003).
               10  DIR-MSGS       PIC 9(007) COMP.
               10  DIR-FIRST      PIC 9(018) COMP.
               10  DIR-LAST       PIC 9(018) COMP.
               10  DIR-NO-SEQ     PIC 9(007) COMP.
               10  DIR-GAPS       PIC 9(007) COMP.
               10  DIR-MISSING    PIC 9(018) COMP.
               10  DIR-DUPS       PIC 9(007) COMP.
           05  DIR-IDX            PIC 9(001) COMP    VALUE 0.

       01  TALLY-AREAS.
           05  WS-UNANSWERED      PIC 9(007) COMP    VALUE 0.
           05  WS-AWAITING        PIC 9(007) COMP    VALUE 0.
           05  WS-UNDECODED       PIC 9(007) COMP    VALUE 0.
           05  WS-FINDINGS        PIC 9(007) COMP    VALUE 0.
           05  WS-ALRT-LINE       PIC X(350)         VALUE SPACES.
           05  WS-MSG-ID          PIC X(008)         VALUE SPACES.
           05  WS-MSG-INSERT      PIC X(060)         VALUE SPACES.
           05  WS-BUS-STAMP       PIC X(021)         VALUE SPACES.
           05  WS-AGE-MINS        PIC 9(012) COMP    VALUE 0.

       01  DISPLAY-AREAS.
           05  D-SEQ-1            PIC Z(017)9.
           05  D-SEQ-2            PIC Z(017)9.
           05  D-COUNT            PIC Z(006)9.
           05  D-COUNT-2          PIC Z(006)9.
           05  D-LIMIT            PIC Z(004)9.
           05  D-MISSING          PIC Z(017)9.

       01  REPORT-AREAS.
           05  RPT-ACTION         PIC X(001)         VALUE SPACE.
           05  RPT-TITLE          PIC X(040)         VALUE SPACES.
           05  RPT-LINE           PIC X(132)         VALUE SPACES.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           05  WS-START-TIME-R    REDEFINES WS-START-TIME.
               10  WS-START-HH    PIC 9(002).
               10  WS-START-MM    PIC 9(002).
               10  WS-START-SS    PIC 9(002).
               10  WS-START-HS    PIC 9(002).

       01  SWITCHES.
           05  SHL-EOF-SW         PIC X(001)         VALUE 'N'.
               88  SHL-EOF                           VALUE 'Y'.
           05  REPLY-AGREED-SW    PIC X(001)         VALUE 'N'.
               88  REPLY-AGREED                      VALUE 'Y'.

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

      *    reply limits run on the wall clock, the way csshlog
      *    stamps the log
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           COMPUTE WS-NOW-MINS =
             FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY(1:8))) * 1440
             + FUNCTION NUMVAL(WS-TODAY(9:2))  * 60
             + FUNCTION NUMVAL(WS-TODAY(11:2))
           IF WS-FROM-DATE = SPACES
               COMPUTE WS-FROM-INT =
                 FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TODAY(1:8))) - WS-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
                 TO WS-FROM-DATE
           END-IF

           OPEN INPUT SHL-DATA
           IF WS-SHL-STAT NOT = '00'
               DISPLAY
                 MYNAME ' no shore log to reconcile: '
                 FUNCTION TRIM(WS-SHL-FNAME)
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF
           PERFORM UNTIL SHL-EOF
             READ SHL-DATA
               AT END SET SHL-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-REC-COUNT
                 PERFORM 1000-TAKE-ONE-ENTRY
             END-READ
           END-PERFORM
           CLOSE SHL-DATA
           IF WS-FULL-COUNT > 0
               DISPLAY
                 MYNAME ' warning - ' WS-FULL-COUNT ' entries past'
                 ' the table of ' MSG-TABLE-MAX ' not reconciled;'
                 ' narrow the window with FROM= and TO='
           END-IF

           INITIALIZE DIR-TABLE
           MOVE 'OUT' TO DIR-CODE(1)
           MOVE 'IN'  TO DIR-CODE(2)
           PERFORM 1900-OPEN-THE-REPORT
           PERFORM 2000-CHECK-ONE-DIRECTION
             VARYING DIR-IDX FROM 1 BY 1 UNTIL DIR-IDX > 2
           PERFORM 3000-CHASE-THE-UNANSWERED
           PERFORM 4000-LIST-THE-UNDECODED
           PERFORM 4500-WRITE-THE-TOTALS

           DISPLAY MYNAME ' ------------------------------------'
           DISPLAY MYNAME ' log records read ' WS-REC-COUNT
           DISPLAY MYNAME ' window           ' WS-FROM-DATE
             ' to ' WS-TO-DATE
           MOVE DIR-MSGS(1) TO D-COUNT
           DISPLAY MYNAME ' outbound         ' D-COUNT
           MOVE DIR-MSGS(2) TO D-COUNT
           DISPLAY MYNAME ' inbound          ' D-COUNT
           MOVE WS-FINDINGS TO D-COUNT
           DISPLAY MYNAME ' findings         ' D-COUNT
           MOVE WS-AWAITING TO D-COUNT
           DISPLAY MYNAME ' awaiting reply   ' D-COUNT

           IF WS-FINDINGS > 0 OR WS-FULL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
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
           MOVE SPACES TO WS-CFG-VAL
           CALL 'csgetcfg' USING WS-CFG-SHLIMIT WS-CFG-VAL END-CALL
           IF WS-CFG-VAL NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-CFG-VAL) = 0
               MOVE FUNCTION NUMVAL(WS-CFG-VAL) TO WS-LIMIT
           END-IF
           .

      * Environment partitioning: the fixed artifact names pick
      * up the DEV/QA prefix, if one is configured, before any
      * of them is opened.
       0150-APPLY-ENV-PREFIX.
           CALL 'csenvfn' USING WS-SHL-FNAME END-CALL
           CALL 'csenvfn' USING WS-ALRT-FNAME END-CALL
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
             WHEN 'FROM'
                 MOVE WS-CLI-VAL(1:8) TO WS-FROM-DATE
             WHEN 'TO'
                 MOVE WS-CLI-VAL(1:8) TO WS-TO-DATE
             WHEN 'DAYS'
                 IF FUNCTION TEST-NUMVAL(WS-CLI-VAL) = 0
                     MOVE FUNCTION NUMVAL(WS-CLI-VAL) TO WS-DAYS
                 END-IF
             WHEN 'LIMIT'
                 IF FUNCTION TEST-NUMVAL(WS-CLI-VAL) = 0
                     MOVE FUNCTION NUMVAL(WS-CLI-VAL) TO WS-LIMIT
                 END-IF
             WHEN 'RUNID'
                 MOVE WS-CLI-VAL TO WS-RUN-ID
             WHEN OTHER
                 DISPLAY
                  MYNAME
                  ' warning - unrecognized parameter ' WS-CLI-KEY
           END-EVALUATE
           .

      * AT= DIR= SEQ= REPLY= VER= TYPE= VALUE= STATUS= PGM= RUNID=
      * REC= FILE=
       1000-TAKE-ONE-ENTRY.
           MOVE SPACES TO LOG-AT LOG-DIR LOG-SEQ LOG-REPLY LOG-STATUS
                          LOG-REC LOG-FILE
           SET LOG-PTR TO 1
           PERFORM UNTIL LOG-PTR > LENGTH OF SHL-DATA-REC
             MOVE SPACES TO LOG-TOKEN
             UNSTRING SHL-DATA-REC DELIMITED BY SPACE
               INTO LOG-TOKEN
               WITH POINTER LOG-PTR
             END-UNSTRING
             IF LOG-TOKEN NOT = SPACES
                 MOVE SPACES TO LOG-KEY LOG-VAL
                 UNSTRING LOG-TOKEN DELIMITED BY '='
                   INTO LOG-KEY LOG-VAL
                 END-UNSTRING
                 EVALUATE LOG-KEY
                   WHEN 'AT'     MOVE LOG-VAL(1:14) TO LOG-AT
                   WHEN 'DIR'    MOVE LOG-VAL(1:3)  TO LOG-DIR
                   WHEN 'SEQ'    MOVE LOG-VAL(1:18) TO LOG-SEQ
                   WHEN 'REPLY'  MOVE LOG-VAL(1:18) TO LOG-REPLY
                   WHEN 'STATUS' MOVE LOG-VAL(1:6)  TO LOG-STATUS
                   WHEN 'REC'    MOVE LOG-VAL(1:9)  TO LOG-REC
                   WHEN 'FILE'   MOVE LOG-VAL(1:40) TO LOG-FILE
                   WHEN OTHER    CONTINUE
                 END-EVALUATE
             END-IF
           END-PERFORM

           IF LOG-AT NOT NUMERIC
               OR (LOG-DIR NOT = 'OUT' AND LOG-DIR NOT = 'IN')
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF LOG-AT(1:8) < WS-FROM-DATE
               EXIT PARAGRAPH
           END-IF
           IF MSG-COUNT >= MSG-TABLE-MAX
               ADD 1 TO WS-FULL-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO MSG-COUNT
           MOVE LOG-AT TO MSG-AT(MSG-COUNT)
           COMPUTE MSG-MINS(MSG-COUNT) =
             FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(LOG-AT(1:8))) * 1440
             + FUNCTION NUMVAL(LOG-AT(9:2))  * 60
             + FUNCTION NUMVAL(LOG-AT(11:2))
           MOVE LOG-DIR    TO MSG-DIR(MSG-COUNT)
           MOVE LOG-STATUS TO MSG-STATUS(MSG-COUNT)
           MOVE LOG-REC    TO MSG-REC(MSG-COUNT)
           MOVE LOG-FILE   TO MSG-FILE(MSG-COUNT)
           MOVE 'N' TO MSG-SEQ-SW(MSG-COUNT) MSG-RPY-SW(MSG-COUNT)
           MOVE 0 TO MSG-SEQ(MSG-COUNT) MSG-REPLY(MSG-COUNT)
           IF LOG-SEQ NOT = 'NONE' AND LOG-SEQ NOT = SPACES
               AND FUNCTION TEST-NUMVAL(LOG-SEQ) = 0
               MOVE 'Y' TO MSG-SEQ-SW(MSG-COUNT)
               MOVE FUNCTION NUMVAL(LOG-SEQ) TO MSG-SEQ(MSG-COUNT)
           END-IF
           IF LOG-REPLY NOT = 'NONE' AND LOG-REPLY NOT = SPACES
               AND FUNCTION TEST-NUMVAL(LOG-REPLY) = 0
               MOVE 'Y' TO MSG-RPY-SW(MSG-COUNT)
               MOVE FUNCTION NUMVAL(LOG-REPLY) TO MSG-REPLY(MSG-COUNT)
           END-IF
           IF LOG-AT(1:8) <= WS-TO-DATE
               MOVE 'Y' TO MSG-WINDOW-SW(MSG-COUNT)
           ELSE
               MOVE 'N' TO MSG-WINDOW-SW(MSG-COUNT)
           END-IF
           .

       1900-OPEN-THE-REPORT.
           MOVE 'O' TO RPT-ACTION
           MOVE 'SHORE-CHANNEL RECONCILIATION' TO RPT-TITLE
           MOVE SPACES TO RPT-LINE
           STRING
             'FINDING     DIR  SEQUENCE                               '
                                       DELIMITED SIZE
             'DETAIL'                  DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE 'L' TO RPT-ACTION
           .

      *----------------------------------------------------------------
      * One direction's sequence numbers in the window, sorted, and
      * walked for numbers skipped and numbers seen twice.  A message
      * that could not be decoded has no number and is not counted
      * against the sequence.
      *----------------------------------------------------------------
       2000-CHECK-ONE-DIRECTION.
           MOVE 0 TO SEQ-COUNT
           PERFORM VARYING MSG-IDX FROM 1 BY 1
           UNTIL MSG-IDX > MSG-COUNT
             IF MSG-DIR(MSG-IDX) = DIR-CODE(DIR-IDX)
                 AND MSG-IN-WINDOW(MSG-IDX)
                 ADD 1 TO DIR-MSGS(DIR-IDX)
                 IF MSG-HAS-SEQ(MSG-IDX)
                     ADD 1 TO SEQ-COUNT
                     MOVE MSG-SEQ(MSG-IDX) TO SEQ-VAL(SEQ-COUNT)
                     MOVE MSG-IDX TO SEQ-ROW(SEQ-COUNT)
                 ELSE
                     ADD 1 TO DIR-NO-SEQ(DIR-IDX)
                 END-IF
             END-IF
           END-PERFORM
           IF SEQ-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           SORT SEQ-ENTRY ASCENDING KEY SEQ-VAL SEQ-ROW
           MOVE SEQ-VAL(1) TO DIR-FIRST(DIR-IDX)
           MOVE SEQ-VAL(SEQ-COUNT) TO DIR-LAST(DIR-IDX)

           MOVE 1 TO SEQ-RUN
           PERFORM VARYING SEQ-IDX FROM 2 BY 1
           UNTIL SEQ-IDX > SEQ-COUNT
             EVALUATE TRUE
               WHEN SEQ-VAL(SEQ-IDX) = SEQ-VAL(SEQ-IDX - 1)
                   ADD 1 TO SEQ-RUN
               WHEN OTHER
                   IF SEQ-RUN > 1
                       COMPUTE SEQ-IDX = SEQ-IDX - 1
                       PERFORM 2200-REPORT-DUPLICATE
                       COMPUTE SEQ-IDX = SEQ-IDX + 1
                   END-IF
                   MOVE 1 TO SEQ-RUN
                   IF SEQ-VAL(SEQ-IDX) > SEQ-VAL(SEQ-IDX - 1) + 1
                       PERFORM 2100-REPORT-GAP
                   END-IF
             END-EVALUATE
           END-PERFORM
           IF SEQ-RUN > 1
               MOVE SEQ-COUNT TO SEQ-IDX
               PERFORM 2200-REPORT-DUPLICATE
           END-IF
           .

      * Numbers skipped between SEQ-IDX - 1 and SEQ-IDX.
       2100-REPORT-GAP.
           ADD 1 TO DIR-GAPS(DIR-IDX)
           ADD 1 TO WS-FINDINGS
           COMPUTE SEQ-MISSING =
             SEQ-VAL(SEQ-IDX) - SEQ-VAL(SEQ-IDX - 1) - 1
           ADD SEQ-MISSING TO DIR-MISSING(DIR-IDX)
           COMPUTE D-SEQ-1 = SEQ-VAL(SEQ-IDX - 1) + 1
           COMPUTE D-SEQ-2 = SEQ-VAL(SEQ-IDX) - 1
           MOVE SEQ-MISSING TO D-MISSING
           MOVE SPACES TO RPT-LINE
           STRING
             'GAP         '            DELIMITED SIZE
             DIR-CODE(DIR-IDX)         DELIMITED SIZE
             '  '                      DELIMITED SIZE
             FUNCTION TRIM(D-SEQ-1)    DELIMITED SIZE
             '-'                       DELIMITED SIZE
             FUNCTION TRIM(D-SEQ-2)    DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           MOVE SPACES TO RPT-LINE(56:77)
           STRING
             FUNCTION TRIM(D-MISSING)  DELIMITED SIZE
             ' missing, between '      DELIMITED SIZE
             MSG-AT(SEQ-ROW(SEQ-IDX - 1)) DELIMITED SIZE
             ' and '                   DELIMITED SIZE
             MSG-AT(SEQ-ROW(SEQ-IDX))  DELIMITED SIZE
             INTO RPT-LINE(56:77)
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER

           MOVE 'CS1301W' TO WS-MSG-ID
           MOVE SPACES TO WS-MSG-INSERT
           STRING
             DIR-CODE(DIR-IDX)         DELIMITED SPACE
             ' '                       DELIMITED SIZE
             FUNCTION TRIM(D-SEQ-1)    DELIMITED SIZE
             '-'                       DELIMITED SIZE
             FUNCTION TRIM(D-SEQ-2)    DELIMITED SIZE
             ' ('                      DELIMITED SIZE
             FUNCTION TRIM(D-MISSING)  DELIMITED SIZE
             ' missing)'               DELIMITED SIZE
             INTO WS-MSG-INSERT
           END-STRING
           PERFORM 5000-RAISE-ONE-ALERT
           .

      * The run of SEQ-RUN equal numbers ending at SEQ-IDX.
       2200-REPORT-DUPLICATE.
           ADD 1 TO DIR-DUPS(DIR-IDX)
           ADD 1 TO WS-FINDINGS
           MOVE SEQ-VAL(SEQ-IDX) TO D-SEQ-1
           MOVE SEQ-RUN TO D-COUNT
           MOVE SPACES TO RPT-LINE
           STRING
             'DUPLICATE   '            DELIMITED SIZE
             DIR-CODE(DIR-IDX)         DELIMITED SIZE
             '  '                      DELIMITED SIZE
             FUNCTION TRIM(D-SEQ-1)    DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           MOVE SPACES TO RPT-LINE(56:77)
           STRING
             FUNCTION TRIM(D-COUNT)    DELIMITED SIZE
             ' entries, first '        DELIMITED SIZE
             MSG-AT(SEQ-ROW(SEQ-IDX - SEQ-RUN + 1)) DELIMITED SIZE
             ' last '                  DELIMITED SIZE
             MSG-AT(SEQ-ROW(SEQ-IDX))  DELIMITED SIZE
             INTO RPT-LINE(56:77)
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER

           MOVE 'CS1302W' TO WS-MSG-ID
           MOVE SPACES TO WS-MSG-INSERT
           STRING
             DIR-CODE(DIR-IDX)         DELIMITED SPACE
             ' '                       DELIMITED SIZE
             FUNCTION TRIM(D-SEQ-1)    DELIMITED SIZE
             ' logged '                DELIMITED SIZE
             FUNCTION TRIM(D-COUNT)    DELIMITED SIZE
             ' times'                  DELIMITED SIZE
             INTO WS-MSG-INSERT
           END-STRING
           PERFORM 5000-RAISE-ONE-ALERT
           .

      *----------------------------------------------------------------
      * Every outbound message sent in the window is looked for a
      * reply: by reply-to number where shore control's replies carry
      * one, otherwise the first inbound message after it.  A reply
      * later than the limit does not count; a message younger than
      * the limit is left to the next run.
      *----------------------------------------------------------------
       3000-CHASE-THE-UNANSWERED.
           PERFORM VARYING MSG-IDX FROM 1 BY 1
           UNTIL MSG-IDX > MSG-COUNT OR REPLY-AGREED
             IF MSG-DIR(MSG-IDX) = 'IN' AND MSG-HAS-REPLY(MSG-IDX)
                 AND MSG-IN-WINDOW(MSG-IDX)
                 SET REPLY-AGREED TO TRUE
             END-IF
           END-PERFORM

           PERFORM VARYING SEQ-IDX FROM 1 BY 1
           UNTIL SEQ-IDX > MSG-COUNT
             IF MSG-DIR(SEQ-IDX) = 'OUT'
                 AND MSG-IN-WINDOW(SEQ-IDX)
                 PERFORM 3100-FIND-THE-REPLY
             END-IF
           END-PERFORM
           .

      * SEQ-IDX is the outbound message; MSG-HIT its reply, if any.
       3100-FIND-THE-REPLY.
           MOVE 0 TO MSG-HIT
           PERFORM VARYING MSG-IDX FROM 1 BY 1
           UNTIL MSG-IDX > MSG-COUNT OR MSG-HIT > 0
             IF MSG-DIR(MSG-IDX) = 'IN'
                 AND MSG-STATUS(MSG-IDX) NOT = 'FAIL'
                 AND MSG-MINS(MSG-IDX) >= MSG-MINS(SEQ-IDX)
                 AND MSG-MINS(MSG-IDX) - MSG-MINS(SEQ-IDX)
                     <= WS-LIMIT
                 IF REPLY-AGREED
                     IF MSG-HAS-REPLY(MSG-IDX)
                         AND MSG-HAS-SEQ(SEQ-IDX)
                         AND MSG-REPLY(MSG-IDX) = MSG-SEQ(SEQ-IDX)
                         MOVE MSG-IDX TO MSG-HIT
                     END-IF
                 ELSE
                     MOVE MSG-IDX TO MSG-HIT
                 END-IF
             END-IF
           END-PERFORM
           IF MSG-HIT > 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AGE-MINS = WS-NOW-MINS - MSG-MINS(SEQ-IDX)
           IF WS-NOW-MINS < MSG-MINS(SEQ-IDX)
               OR WS-AGE-MINS < WS-LIMIT
               ADD 1 TO WS-AWAITING
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-UNANSWERED
           ADD 1 TO WS-FINDINGS
           MOVE MSG-SEQ(SEQ-IDX) TO D-SEQ-1
           MOVE WS-LIMIT TO D-LIMIT
           MOVE SPACES TO RPT-LINE
           STRING
             'UNANSWERED  OUT  '       DELIMITED SIZE
             FUNCTION TRIM(D-SEQ-1)    DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           IF NOT MSG-HAS-SEQ(SEQ-IDX)
               MOVE 'NONE' TO RPT-LINE(18:4)
           END-IF
           MOVE SPACES TO RPT-LINE(56:77)
           STRING
             'sent '                   DELIMITED SIZE
             MSG-AT(SEQ-IDX)           DELIMITED SIZE
             ', no reply within '      DELIMITED SIZE
             FUNCTION TRIM(D-LIMIT)    DELIMITED SIZE
             ' minutes'                DELIMITED SIZE
             INTO RPT-LINE(56:77)
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER

           MOVE 'CS1303W' TO WS-MSG-ID
           MOVE SPACES TO WS-MSG-INSERT
           STRING
             'OUT '                    DELIMITED SIZE
             RPT-LINE(18:18)           DELIMITED SPACE
             ' sent '                  DELIMITED SIZE
             MSG-AT(SEQ-IDX)           DELIMITED SIZE
             ' no reply in '           DELIMITED SIZE
             FUNCTION TRIM(D-LIMIT)    DELIMITED SIZE
             ' min'                    DELIMITED SIZE
             INTO WS-MSG-INSERT
           END-STRING
           PERFORM 5000-RAISE-ONE-ALERT
           .

      * Inbound transmissions cs16a could not decode: no number, but
      * where and when they landed is usually the missing message.
       4000-LIST-THE-UNDECODED.
           PERFORM VARYING MSG-IDX FROM 1 BY 1
           UNTIL MSG-IDX > MSG-COUNT
             IF MSG-DIR(MSG-IDX) = 'IN'
                 AND MSG-STATUS(MSG-IDX) = 'FAIL'
                 AND MSG-IN-WINDOW(MSG-IDX)
                 ADD 1 TO WS-UNDECODED
                 MOVE SPACES TO RPT-LINE
                 MOVE 'UNDECODED   IN   NONE' TO RPT-LINE
                 STRING
                   'received '           DELIMITED SIZE
                   MSG-AT(MSG-IDX)       DELIMITED SIZE
                   ' record '            DELIMITED SIZE
                   MSG-REC(MSG-IDX)      DELIMITED SPACE
                   ' of '                DELIMITED SIZE
                   MSG-FILE(MSG-IDX)     DELIMITED SPACE
                   INTO RPT-LINE(56:77)
                 END-STRING
                 PERFORM 8500-CALL-REPORT-WRITER
             END-IF
           END-PERFORM
           IF WS-FINDINGS = 0 AND WS-UNDECODED = 0
               MOVE 'NO FINDINGS' TO RPT-LINE
               PERFORM 8500-CALL-REPORT-WRITER
           END-IF
           .

       4500-WRITE-THE-TOTALS.
           MOVE 'H' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           STRING
             'DIR  MESSAGES  NO SEQ  FIRST SEQUENCE      '
                                       DELIMITED SIZE
             'LAST SEQUENCE          GAPS  MISSING  DUPLICATES'
                                       DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE 'L' TO RPT-ACTION
           PERFORM VARYING DIR-IDX FROM 1 BY 1 UNTIL DIR-IDX > 2
             MOVE SPACES TO RPT-LINE
             MOVE DIR-CODE(DIR-IDX) TO RPT-LINE(1:3)
             MOVE DIR-MSGS(DIR-IDX) TO D-COUNT
             MOVE D-COUNT TO RPT-LINE(7:7)
             MOVE DIR-NO-SEQ(DIR-IDX) TO D-COUNT
             MOVE D-COUNT TO RPT-LINE(15:7)
             MOVE DIR-FIRST(DIR-IDX) TO D-SEQ-1
             MOVE D-SEQ-1 TO RPT-LINE(23:18)
             MOVE DIR-LAST(DIR-IDX) TO D-SEQ-2
             MOVE D-SEQ-2 TO RPT-LINE(43:18)
             MOVE DIR-GAPS(DIR-IDX) TO D-COUNT
             MOVE D-COUNT TO RPT-LINE(61:7)
             MOVE DIR-MISSING(DIR-IDX) TO D-MISSING
             MOVE D-MISSING(11:8) TO RPT-LINE(69:8)
             MOVE DIR-DUPS(DIR-IDX) TO D-COUNT
             MOVE D-COUNT TO RPT-LINE(80:7)
             PERFORM 8500-CALL-REPORT-WRITER
           END-PERFORM

           MOVE 'T' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           MOVE WS-LIMIT TO D-LIMIT
           STRING
             'WINDOW '                 DELIMITED SIZE
             WS-FROM-DATE              DELIMITED SIZE
             ' TO '                    DELIMITED SIZE
             WS-TO-DATE                DELIMITED SIZE
             '   REPLY LIMIT '         DELIMITED SIZE
             FUNCTION TRIM(D-LIMIT)    DELIMITED SIZE
             ' MINUTES'                DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE 'L' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           IF REPLY-AGREED
               MOVE 'REPLIES MATCHED BY REPLY-TO SEQUENCE NUMBER'
                 TO RPT-LINE
           ELSE
               MOVE 'REPLIES MATCHED BY TIME, NO REPLY-TO LITERAL ON'
                 TO RPT-LINE
               MOVE ' THE INBOUND MESSAGES' TO RPT-LINE(48:21)
           END-IF
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE WS-FINDINGS TO D-COUNT
           MOVE WS-UNANSWERED TO D-COUNT-2
           MOVE SPACES TO RPT-LINE
           STRING
             'FINDINGS '               DELIMITED SIZE
             FUNCTION TRIM(D-COUNT)    DELIMITED SIZE
             '   UNANSWERED '          DELIMITED SIZE
             FUNCTION TRIM(D-COUNT-2)  DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           MOVE WS-AWAITING TO D-COUNT
           MOVE WS-UNDECODED TO D-COUNT-2
           STRING
             '   AWAITING REPLY '      DELIMITED SIZE
             FUNCTION TRIM(D-COUNT)    DELIMITED SIZE
             '   UNDECODED '           DELIMITED SIZE
             FUNCTION TRIM(D-COUNT-2)  DELIMITED SIZE
             INTO RPT-LINE(41:60)
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           MOVE 'C' TO RPT-ACTION
           PERFORM 8500-CALL-REPORT-WRITER
           DISPLAY MYNAME ' report written to csshrec.rpt'
           .

      * One alert record in the same layout the driver writes, so
      * csalrtq and the paging bridge treat it like any other.
       5000-RAISE-ONE-ALERT.
           CALL 'csbusdt' USING WS-BUS-STAMP END-CALL
           MOVE SPACES TO WS-ALRT-LINE
           STRING
             WS-BUS-STAMP              DELIMITED SIZE
             ' PGM='                   DELIMITED SIZE
             MYNAME                    DELIMITED SPACE
             ' SEV=W REASON=SHORE'     DELIMITED SIZE
             ' MSGID='                 DELIMITED SIZE
             WS-MSG-ID                 DELIMITED SPACE
             ' RC=004 RUNID='          DELIMITED SIZE
             WS-RUN-ID                 DELIMITED SPACE
             ' SUMMARY='               DELIMITED SIZE
             FUNCTION TRIM(WS-MSG-INSERT, TRAILING) DELIMITED SIZE
             INTO WS-ALRT-LINE
           END-STRING
           OPEN EXTEND ALRT-DATA
           IF WS-ALRT-STAT NOT = '00'
               OPEN OUTPUT ALRT-DATA
           END-IF
           WRITE ALRT-DATA-REC FROM WS-ALRT-LINE
           CLOSE ALRT-DATA
           CALL 'csmsgw' USING MYNAME WS-MSG-ID WS-MSG-INSERT
           END-CALL
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
           MOVE WS-FINDINGS TO D-COUNT
           MOVE WS-UNANSWERED TO D-COUNT-2
           STRING
             ' FINDINGS='              DELIMITED SIZE
             FUNCTION TRIM(D-COUNT)    DELIMITED SIZE
             ' UNANSWERED='            DELIMITED SIZE
             FUNCTION TRIM(D-COUNT-2)  DELIMITED SIZE
             ' FROM='                  DELIMITED SIZE
             WS-FROM-DATE              DELIMITED SPACE
             ' TO='                    DELIMITED SIZE
             WS-TO-DATE                DELIMITED SPACE
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
      * figure is the number of findings.
       9900-DISPLAY-SUMMARY.

           MOVE WS-REC-COUNT TO WS-REC-COUNT-DISP
           MOVE WS-REC-COUNT-DISP TO WS-SUMM-RECS
           MOVE WS-FINDINGS TO D-COUNT
           MOVE FUNCTION TRIM(D-COUNT) TO WS-SUMM-RESULT
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
