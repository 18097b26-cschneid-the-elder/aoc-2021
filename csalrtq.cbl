      *   csalrtq "ESCALATE=Y" "HOURS=4"
      *       re-raise every FAIL alert unacknowledged past the
      *       threshold into csalert.esc, the file the duty
      *       manager's process watches, routed to the primary
      *       contact on call for the failing program's owner
      *       group; an alert still unacknowledged BACKUPHRS=
      *       (default 4) hours after that escalates a second and
      *       last time, to the backup contact
      *   csalrtq "COVERAGE=Y" "DATE=20261015" "DAYS=7"
      *       roster coverage check, run daily: every shift and
      *       owner group from DATE (default today) for DAYS days
      *       (default 1) with its contacts, flagging any with no
      *       primary assigned
      *
      * Owner groups, shifts and the on-call rota come from the
      * csroster.cat catalog.  An escalation the roster cannot
      * route still goes to csalert.esc, marked ROUTE=UNROUTED,
      * for the duty manager to place by hand.
      * An alert that takes more than an acknowledgment -- a rerun,
      * a repair, a lock release -- is opened as an incident in
      * csincd, by the number this inquiry gives it.
      *
       Program-ID. csalrtq.
       Environment Division.
           Select ESC-DATA             Assign Dynamic WS-ESC-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-ESC-STAT.
           Select ROST-DATA            Assign 'csroster.cat'
                                        Organization Line Sequential
                                        File Status Is WS-ROST-STAT.
       Data Division.
       File Section.
       FD  ALRT-DATA.
       01  ACK-DATA-REC       PIC X(200).

       FD  ESC-DATA.
       01  ESC-DATA-REC       PIC X(500).

       FD  ROST-DATA.
       01  ROST-DATA-REC      PIC X(200).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'csalrtq'.
           05  ACK-TABLE-MAX      PIC 9(004) COMP    VALUE 2000.
           05  SHIFT-TABLE-MAX    PIC 9(004) COMP    VALUE 10.
           05  OWN-TABLE-MAX      PIC 9(004) COMP    VALUE 200.
           05  GRP-TABLE-MAX      PIC 9(004) COMP    VALUE 50.
           05  ROST-TABLE-MAX     PIC 9(004) COMP    VALUE 1000.

       01  WORK-AREAS.
           05  WS-REC-COUNT       PIC 9(008) COMP    VALUE 0.
           05  WS-ALRT-STAT       PIC X(002)         VALUE SPACES.
           05  WS-ACK-STAT        PIC X(002)         VALUE SPACES.
           05  WS-ESC-STAT        PIC X(002)         VALUE SPACES.
           05  WS-ROST-STAT       PIC X(002)         VALUE SPACES.
           05  WS-AUDIT-LOG-NAME  PIC X(040)        VALUE 'csaudit.log'.
           05  WS-AUDIT-KEYS      PIC X(160)         VALUE SPACES.
           05  WS-RC-DISP         PIC 9(004)         VALUE 0.
           05  WS-INITIALS        PIC X(003)         VALUE SPACES.
           05  WS-NOTE            PIC X(060)         VALUE SPACES.
           05  WS-ESC-HOURS       PIC 9(003)         VALUE 4.
           05  WS-BACKUP-HOURS    PIC 9(003)         VALUE 4.
           05  WS-ESC-LEVEL       PIC 9(001)         VALUE 0.
           05  WS-SINCE-HOURS     PIC 9(006)         VALUE 0.
           05  WS-UNROUTED-COUNT  PIC 9(008)         VALUE 0.
           05  WS-GAP-COUNT       PIC 9(008)         VALUE 0.
           05  WS-NOBACKUP-COUNT  PIC 9(008)         VALUE 0.
           05  WS-COV-DATE        PIC 9(008)         VALUE 0.
           05  WS-COV-DAYS        PIC 9(003)         VALUE 1.
           05  WS-COV-DAY         PIC 9(003) COMP    VALUE 0.
           05  WS-COV-DATE-DISP   PIC 9(008)         VALUE 0.
           05  WS-COV-STATE       PIC X(010)         VALUE SPACES.
           05  WS-STAMP-14        PIC X(014)         VALUE SPACES.
           05  WS-STAMP-SECS      PIC 9(012) COMP    VALUE 0.
           05  WS-MARK-LEVEL      PIC 9(001)         VALUE 0.
           05  WS-MARK-TS         PIC X(014)         VALUE SPACES.
           05  WS-MSG-ID          PIC X(008)         VALUE SPACES.
           05  WS-MSG-INSERT      PIC X(060)         VALUE SPACES.
           05  WS-ALERT-NUM       PIC 9(008)         VALUE 0.
           05  WS-OPEN-COUNT      PIC 9(008)         VALUE 0.
           05  WS-ACKED-COUNT     PIC 9(008)         VALUE 0.
           05  WS-ALRT-SECS       PIC 9(012) COMP    VALUE 0.
           05  WS-NOW-TS          PIC X(021)         VALUE SPACES.
           05  WS-STATE           PIC X(006)         VALUE SPACES.
           05  WS-ESC-LINE        PIC X(500)         VALUE SPACES.
           05  WS-ACK-LINE        PIC X(200)         VALUE SPACES.
           05  ACK-TOKEN          PIC X(060)         VALUE SPACES.
           05  ACK-KEY            PIC X(020)         VALUE SPACES.
           05  ACK-COUNT          PIC 9(004) COMP    VALUE 0.
           05  ACK-ALERT          PIC 9(008) COMP OCCURS 2000 TIMES.
           05  ESC-SEEN-COUNT     PIC 9(004) COMP    VALUE 0.
           05  ESC-IDX            PIC 9(004) COMP    VALUE 0.
      *    one entry per escalated alert: the highest level reached
      *    and when the first escalation went out
           05  ESC-ENTRY          OCCURS 2000 TIMES.
               10  ESC-ALERT      PIC 9(008) COMP.
               10  ESC-LEVEL      PIC 9(001).
               10  ESC-SECS       PIC 9(012) COMP.
           05  MARK-FOUND-SW      PIC X(001)         VALUE 'N'.
               88  MARK-FOUND                        VALUE 'Y'
                                                     FALSE 'N'.

      * The on-call roster from csroster.cat: shifts, the program to
      * owner group map, every group named anywhere in the file, and
      * the dated rota.
       01  ROSTER-AREAS.
           05  ROST-REC-NO        PIC 9(006)         VALUE 0.
           05  ROST-TYPE          PIC X(010)         VALUE SPACES.
           05  ROST-F1            PIC X(030)         VALUE SPACES.
           05  ROST-F2            PIC X(030)         VALUE SPACES.
           05  ROST-F3            PIC X(030)         VALUE SPACES.
           05  ROST-F4            PIC X(030)         VALUE SPACES.
           05  ROST-F5            PIC X(030)         VALUE SPACES.
           05  ROST-F6            PIC X(030)         VALUE SPACES.
           05  ROST-FROM-N        PIC 9(008)         VALUE 0.
           05  ROST-THRU-N        PIC 9(008)         VALUE 0.
           05  ROST-HHMM          PIC 9(004)         VALUE 0.
           05  ROST-HHMM-R        REDEFINES ROST-HHMM.
               10  ROST-HH        PIC 9(002).
               10  ROST-MM        PIC 9(002).
           05  ROST-LEN           PIC 9(004) COMP    VALUE 0.
           05  RT-PGM             PIC X(008)         VALUE SPACES.
           05  RT-GROUP           PIC X(010)         VALUE SPACES.
           05  RT-SHIFT           PIC X(008)         VALUE SPACES.
           05  RT-HHMM            PIC 9(004)         VALUE 0.
           05  RT-NOW-INT         PIC S9(009) COMP   VALUE 0.
           05  RT-SHIFT-INT       PIC S9(009) COMP   VALUE 0.
           05  RT-PRIMARY         PIC X(020)         VALUE SPACES.
           05  RT-BACKUP          PIC X(020)         VALUE SPACES.
           05  RT-CONTACT         PIC X(020)         VALUE SPACES.
           05  SHIFT-COUNT        PIC 9(004) COMP    VALUE 0.
           05  SHIFT-IDX          PIC 9(004) COMP    VALUE 0.
           05  SHIFT-ENTRY        OCCURS 10 TIMES.
               10  SHIFT-NAME     PIC X(008).
               10  SHIFT-START    PIC 9(004).
               10  SHIFT-END      PIC 9(004).
           05  OWN-COUNT          PIC 9(004) COMP    VALUE 0.
           05  OWN-IDX            PIC 9(004) COMP    VALUE 0.
           05  OWN-ENTRY          OCCURS 200 TIMES.
               10  OWN-PGM        PIC X(008).
               10  OWN-GROUP      PIC X(010).
           05  GRP-COUNT          PIC 9(004) COMP    VALUE 0.
           05  GRP-IDX            PIC 9(004) COMP    VALUE 0.
           05  GRP-NAME           PIC X(010) OCCURS 50 TIMES.
           05  ROST-COUNT         PIC 9(004) COMP    VALUE 0.
           05  ROST-IDX           PIC 9(004) COMP    VALUE 0.
           05  ROST-ENTRY         OCCURS 1000 TIMES.
               10  ROST-FROM-INT  PIC S9(009) COMP.
               10  ROST-THRU-INT  PIC S9(009) COMP.
               10  ROST-SHIFT     PIC X(008).
               10  ROST-GROUP     PIC X(010).
               10  ROST-PRIMARY   PIC X(020).
               10  ROST-BACKUP    PIC X(020).

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           05  WS-START-TIME-R    REDEFINES WS-START-TIME.
               88  LIST-MODE                         VALUE 'L'.
               88  ACK-MODE                          VALUE 'A'.
               88  ESC-MODE                          VALUE 'E'.
               88  COV-MODE                          VALUE 'C'.
           05  ROST-EOF-SW        PIC X(001)         VALUE 'N'.
               88  ROST-EOF                          VALUE 'Y'.
           05  ROSTER-SW          PIC X(001)         VALUE 'N'.
               88  ROSTER-ON-FILE                    VALUE 'Y'.
           05  SHIFT-FOUND-SW     PIC X(001)         VALUE 'N'.
               88  SHIFT-FOUND                       VALUE 'Y'
                                                     FALSE 'N'.

       Procedure Division.
           DISPLAY MYNAME SPACE FUNCTION CURRENT-DATE
             END-IF
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           COMPUTE WS-NOW-SECS =
             FUNCTION INTEGER-OF-DATE(
             + FUNCTION NUMVAL(WS-NOW-TS(11:2)) * 60
             + FUNCTION NUMVAL(WS-NOW-TS(13:2))

           PERFORM 1100-LOAD-THE-MARKS
           IF NOT ACK-MODE
               PERFORM 1200-LOAD-THE-ROSTER
           END-IF

           EVALUATE TRUE
             WHEN ACK-MODE
                 PERFORM 3000-ACKNOWLEDGE-ONE
             WHEN ESC-MODE
                 PERFORM 4000-ESCALATE-THE-STALE
             WHEN COV-MODE
                 PERFORM 6000-CHECK-COVERAGE
             WHEN OTHER
                 PERFORM 2000-LIST-THE-ALERTS
           END-EVALUATE
                     MOVE FUNCTION NUMVAL(WS-CLI-VAL)
                       TO WS-ESC-HOURS
                 END-IF
             WHEN 'BACKUPHRS'
                 IF FUNCTION TEST-NUMVAL(WS-CLI-VAL) = 0
                     MOVE FUNCTION NUMVAL(WS-CLI-VAL)
                       TO WS-BACKUP-HOURS
                 END-IF
             WHEN 'COVERAGE'
                 IF FUNCTION UPPER-CASE(WS-CLI-VAL) = 'Y'
                     SET COV-MODE TO TRUE
                 END-IF
             WHEN 'DATE'
                 IF WS-CLI-VAL(1:8) NUMERIC
                     AND WS-CLI-VAL(9:1) = SPACE
                     AND FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-CLI-VAL(1:8))) = 0
                     MOVE WS-CLI-VAL(1:8) TO WS-COV-DATE
                 ELSE
                     DISPLAY
                       MYNAME ' warning - DATE must be yyyymmdd,'
                       ' today is checked'
                 END-IF
             WHEN 'DAYS'
                 IF FUNCTION TEST-NUMVAL(WS-CLI-VAL) = 0
                     AND FUNCTION NUMVAL(WS-CLI-VAL) > 0
                     MOVE FUNCTION NUMVAL(WS-CLI-VAL) TO WS-COV-DAYS
                 END-IF
             WHEN 'RUNID'
                 MOVE WS-CLI-VAL TO WS-RUN-ID
             WHEN OTHER
       1120-NOTE-ONE-ESC.
           MOVE ESC-DATA-REC(1:200) TO ACK-DATA-REC
           PERFORM 1130-LIFT-ALERT-TOKEN
           IF WS-ALERT-NUM = 0
               EXIT PARAGRAPH
           END-IF
      *    escalations written before the roster carry no LEVEL=;
      *    each was the first and only call
           IF WS-MARK-LEVEL = 0
               MOVE 1 TO WS-MARK-LEVEL
           END-IF
           PERFORM 1140-FIND-ESC-ENTRY
           IF NOT MARK-FOUND
               IF ESC-SEEN-COUNT NOT < ACK-TABLE-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ESC-SEEN-COUNT
               MOVE ESC-SEEN-COUNT TO ESC-IDX
               MOVE WS-ALERT-NUM TO ESC-ALERT(ESC-IDX)
               MOVE 0 TO ESC-LEVEL(ESC-IDX) ESC-SECS(ESC-IDX)
           END-IF
           IF WS-MARK-LEVEL > ESC-LEVEL(ESC-IDX)
               MOVE WS-MARK-LEVEL TO ESC-LEVEL(ESC-IDX)
           END-IF
      *    the backup's clock runs from the first escalation
           IF WS-MARK-LEVEL = 1 AND WS-MARK-TS NUMERIC
               MOVE WS-MARK-TS TO WS-STAMP-14
               PERFORM 2210-SECONDS-OF-STAMP
               MOVE WS-STAMP-SECS TO ESC-SECS(ESC-IDX)
           END-IF
           .

       1130-LIFT-ALERT-TOKEN.
           MOVE 0 TO WS-ALERT-NUM WS-MARK-LEVEL
           MOVE SPACES TO WS-MARK-TS
           SET ACK-PTR TO 1
           PERFORM UNTIL ACK-PTR > LENGTH OF ACK-DATA-REC
             MOVE SPACES TO ACK-TOKEN
                 UNSTRING ACK-TOKEN DELIMITED BY '='
                   INTO ACK-KEY ACK-VAL
                 END-UNSTRING
                 EVALUATE TRUE
                   WHEN ACK-KEY = 'ALERT'
                     AND FUNCTION TEST-NUMVAL(ACK-VAL) = 0
                     MOVE FUNCTION NUMVAL(ACK-VAL) TO WS-ALERT-NUM
                   WHEN ACK-KEY = 'LEVEL' AND ACK-VAL(1:1) NUMERIC
                     MOVE ACK-VAL(1:1) TO WS-MARK-LEVEL
                   WHEN ACK-KEY = 'ESCALATED'
                     MOVE ACK-VAL(1:14) TO WS-MARK-TS
                 END-EVALUATE
             END-IF
           END-PERFORM
           .

       1140-FIND-ESC-ENTRY.
           SET MARK-FOUND TO FALSE
           PERFORM VARYING ESC-IDX FROM 1 BY 1
           UNTIL ESC-IDX > ESC-SEEN-COUNT OR MARK-FOUND
             IF ESC-ALERT(ESC-IDX) = WS-ALERT-NUM
                 SET MARK-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF MARK-FOUND
               SUBTRACT 1 FROM ESC-IDX
           END-IF
           .

      * SHIFT, OWNER and ROSTER records from csroster.cat, in any
      * order except that a ROSTER entry must name a shift already
      * defined.  A record that does not make sense is named on the
      * console and left out.  Without the file every escalation
      * goes out unrouted.
       1200-LOAD-THE-ROSTER.
           OPEN INPUT ROST-DATA
           IF WS-ROST-STAT NOT = '00'
               DISPLAY
                 MYNAME ' on-call roster csroster.cat not found,'
                 ' escalations cannot be routed'
               EXIT PARAGRAPH
           END-IF
           SET ROSTER-ON-FILE TO TRUE
           PERFORM UNTIL ROST-EOF
             READ ROST-DATA
               AT END SET ROST-EOF TO TRUE
               NOT AT END
                 ADD 1 TO ROST-REC-NO
                 IF ROST-DATA-REC(1:1) NOT = '*'
                     AND ROST-DATA-REC NOT = SPACES
                     PERFORM 1210-TAKE-ONE-ROSTER-REC
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ROST-DATA
           .

       1210-TAKE-ONE-ROSTER-REC.
           MOVE SPACES TO ROST-TYPE ROST-F1 ROST-F2 ROST-F3
                          ROST-F4 ROST-F5 ROST-F6
           UNSTRING ROST-DATA-REC DELIMITED BY '|'
             INTO ROST-TYPE ROST-F1 ROST-F2 ROST-F3
                  ROST-F4 ROST-F5 ROST-F6
           END-UNSTRING
           EVALUATE FUNCTION UPPER-CASE(ROST-TYPE)
             WHEN 'SHIFT'
                 PERFORM 1220-TAKE-SHIFT
             WHEN 'OWNER'
                 PERFORM 1230-TAKE-OWNER
             WHEN 'ROSTER'
                 PERFORM 1240-TAKE-ROTA-ENTRY
             WHEN OTHER
                 DISPLAY
                   MYNAME ' csroster.cat record ' ROST-REC-NO
                   ' is not SHIFT, OWNER or ROSTER, ignored'
           END-EVALUATE
           .

       1220-TAKE-SHIFT.
           IF ROST-F1 = SPACES
               OR ROST-F2(1:4) NOT NUMERIC OR ROST-F2(5:1) NOT = SPACE
               OR ROST-F3(1:4) NOT NUMERIC OR ROST-F3(5:1) NOT = SPACE
               DISPLAY
                 MYNAME ' csroster.cat record ' ROST-REC-NO
                 ' shift needs a name and hhmm start and end, ignored'
               EXIT PARAGRAPH
           END-IF
           MOVE ROST-F2(1:4) TO ROST-HHMM
           IF ROST-HH > 23 OR ROST-MM > 59
               DISPLAY
                 MYNAME ' csroster.cat record ' ROST-REC-NO
                 ' shift start is not a time of day, ignored'
               EXIT PARAGRAPH
           END-IF
           MOVE ROST-F3(1:4) TO ROST-HHMM
           IF ROST-HH > 23 OR ROST-MM > 59
               DISPLAY
                 MYNAME ' csroster.cat record ' ROST-REC-NO
                 ' shift end is not a time of day, ignored'
               EXIT PARAGRAPH
           END-IF
           IF SHIFT-COUNT NOT < SHIFT-TABLE-MAX
               DISPLAY
                 MYNAME ' csroster.cat holds more than '
                 SHIFT-TABLE-MAX ' shifts, record ' ROST-REC-NO
                 ' ignored'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SHIFT-COUNT
           MOVE FUNCTION UPPER-CASE(ROST-F1) TO SHIFT-NAME(SHIFT-COUNT)
           MOVE ROST-F2(1:4) TO SHIFT-START(SHIFT-COUNT)
           MOVE ROST-F3(1:4) TO SHIFT-END(SHIFT-COUNT)
           .

       1230-TAKE-OWNER.
           IF ROST-F1 = SPACES OR ROST-F2 = SPACES
               DISPLAY
                 MYNAME ' csroster.cat record ' ROST-REC-NO
                 ' owner needs a program and a group, ignored'
               EXIT PARAGRAPH
           END-IF
           IF OWN-COUNT NOT < OWN-TABLE-MAX
               DISPLAY
                 MYNAME ' csroster.cat holds more than '
                 OWN-TABLE-MAX ' owners, record ' ROST-REC-NO
                 ' ignored'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OWN-COUNT
           MOVE FUNCTION UPPER-CASE(ROST-F1) TO OWN-PGM(OWN-COUNT)
           MOVE FUNCTION UPPER-CASE(ROST-F2) TO OWN-GROUP(OWN-COUNT)
           MOVE OWN-GROUP(OWN-COUNT) TO RT-GROUP
           PERFORM 1250-NOTE-THE-GROUP
           .

       1240-TAKE-ROTA-ENTRY.
           IF ROST-F2 = SPACES
               MOVE ROST-F1 TO ROST-F2
           END-IF
           IF ROST-F1(1:8) NOT NUMERIC OR ROST-F1(9:1) NOT = SPACE
               OR ROST-F2(1:8) NOT NUMERIC OR ROST-F2(9:1) NOT = SPACE
               DISPLAY
                 MYNAME ' csroster.cat record ' ROST-REC-NO
                 ' not a yyyymmdd date, ignored'
               EXIT PARAGRAPH
           END-IF
           MOVE ROST-F1(1:8) TO ROST-FROM-N
           MOVE ROST-F2(1:8) TO ROST-THRU-N
           IF FUNCTION TEST-DATE-YYYYMMDD(ROST-FROM-N) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(ROST-THRU-N) NOT = 0
               OR ROST-THRU-N < ROST-FROM-N
               DISPLAY
                 MYNAME ' csroster.cat record ' ROST-REC-NO
                 ' not a valid date or range, ignored'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(ROST-F3) TO RT-SHIFT
           SET SHIFT-FOUND TO FALSE
           PERFORM VARYING SHIFT-IDX FROM 1 BY 1
           UNTIL SHIFT-IDX > SHIFT-COUNT OR SHIFT-FOUND
             IF SHIFT-NAME(SHIFT-IDX) = RT-SHIFT
                 SET SHIFT-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF NOT SHIFT-FOUND OR ROST-F4 = SPACES
               DISPLAY
                 MYNAME ' csroster.cat record ' ROST-REC-NO
                 ' names no group or an undefined shift, ignored'
               EXIT PARAGRAPH
           END-IF
           IF ROST-COUNT NOT < ROST-TABLE-MAX
               DISPLAY
                 MYNAME ' csroster.cat holds more than '
                 ROST-TABLE-MAX ' rota entries, record ' ROST-REC-NO
                 ' ignored'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ROST-COUNT
           COMPUTE ROST-FROM-INT(ROST-COUNT) =
             FUNCTION INTEGER-OF-DATE(ROST-FROM-N)
           COMPUTE ROST-THRU-INT(ROST-COUNT) =
             FUNCTION INTEGER-OF-DATE(ROST-THRU-N)
           MOVE RT-SHIFT TO ROST-SHIFT(ROST-COUNT)
           MOVE FUNCTION UPPER-CASE(ROST-F4) TO ROST-GROUP(ROST-COUNT)
      *    a contact rides the escalation record as one token, so
      *    any spaces inside it become hyphens
           MOVE FUNCTION TRIM(ROST-F5) TO ROST-PRIMARY(ROST-COUNT)
           MOVE FUNCTION TRIM(ROST-F6) TO ROST-BACKUP(ROST-COUNT)
           MOVE ROST-PRIMARY(ROST-COUNT) TO RT-CONTACT
           PERFORM 1260-CLOSE-UP-CONTACT
           MOVE RT-CONTACT TO ROST-PRIMARY(ROST-COUNT)
           MOVE ROST-BACKUP(ROST-COUNT) TO RT-CONTACT
           PERFORM 1260-CLOSE-UP-CONTACT
           MOVE RT-CONTACT TO ROST-BACKUP(ROST-COUNT)
           MOVE ROST-GROUP(ROST-COUNT) TO RT-GROUP
           PERFORM 1250-NOTE-THE-GROUP
           .

       1250-NOTE-THE-GROUP.
           PERFORM VARYING GRP-IDX FROM 1 BY 1
           UNTIL GRP-IDX > GRP-COUNT
             IF GRP-NAME(GRP-IDX) = RT-GROUP
                 EXIT PARAGRAPH
             END-IF
           END-PERFORM
      *    the catch-all owner is not a group of its own
           IF RT-GROUP = '*' OR GRP-COUNT NOT < GRP-TABLE-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO GRP-COUNT
           MOVE RT-GROUP TO GRP-NAME(GRP-COUNT)
           .

       1260-CLOSE-UP-CONTACT.
           IF RT-CONTACT = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE ROST-LEN =
             FUNCTION LENGTH(FUNCTION TRIM(RT-CONTACT, TRAILING))
           INSPECT RT-CONTACT(1:ROST-LEN) REPLACING ALL SPACE BY '-'
           .

      * Inquiry: every alert with number, age, and state, then the
             MYNAME ' ' WS-ALERT-NUM ' ' WS-STATE
             ' age-hrs ' WS-AGE-HOURS ' '
             ALRT-DATA-REC(1:100)
      *    an open alert names who owns the step and who is on call
      *    for it now, so nobody has to ask around
           IF WS-STATE = 'OPEN' AND ROSTER-ON-FILE
               MOVE 1 TO WS-ESC-LEVEL
               PERFORM 5000-ROUTE-THIS-ALERT
               DISPLAY
                 MYNAME '          owner ' RT-GROUP
                 ' on call ' RT-SHIFT ' ' RT-CONTACT
                 ' backup ' RT-BACKUP
           END-IF
           .

       2200-AGE-THIS-ALERT.
           END-IF
           .

       2210-SECONDS-OF-STAMP.
           COMPUTE WS-STAMP-SECS =
             FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-STAMP-14(1:8))) * 86400
             + FUNCTION NUMVAL(WS-STAMP-14(9:2))  * 3600
             + FUNCTION NUMVAL(WS-STAMP-14(11:2)) * 60
             + FUNCTION NUMVAL(WS-STAMP-14(13:2))
           .

      * Acknowledge one alert by number, with initials and a note,
      * recorded append-only so the trail of who looked survives.
       3000-ACKNOWLEDGE-ONE.

      * Escalation pass: any FAIL-severity alert past the threshold
      * with no acknowledgment is re-raised into the escalation
      * file with the original record attached, routed to the
      * primary on call; one still unacknowledged BACKUPHRS= after
      * that goes once more, to the backup.
       4000-ESCALATE-THE-STALE.
           OPEN INPUT ALRT-DATA
           IF WS-ALRT-STAT NOT = '00'
           END-PERFORM
           CLOSE ALRT-DATA
           DISPLAY MYNAME ' alerts escalated ' WS-ESC-COUNT
           DISPLAY MYNAME ' escalations unrouted ' WS-UNROUTED-COUNT
           .

       4100-CONSIDER-ONE-ALERT.
           END-IF

           PERFORM 2200-AGE-THIS-ALERT

           SET MARK-FOUND TO FALSE
           PERFORM VARYING ACK-IDX FROM 1 BY 1
           IF MARK-FOUND
               EXIT PARAGRAPH
           END-IF

      *    not yet escalated: the primary, once past the threshold;
      *    escalated once: the backup, once BACKUPHRS= more have
      *    gone by with nobody acknowledging; twice: nothing more
           PERFORM 1140-FIND-ESC-ENTRY
           IF NOT MARK-FOUND
               IF WS-AGE-HOURS < WS-ESC-HOURS
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO WS-ESC-LEVEL
           ELSE
               IF ESC-LEVEL(ESC-IDX) > 1
                   EXIT PARAGRAPH
               END-IF
               IF ESC-SECS(ESC-IDX) = 0
                   COMPUTE ESC-SECS(ESC-IDX) =
                     WS-ALRT-SECS + WS-ESC-HOURS * 3600
               END-IF
               MOVE 0 TO WS-SINCE-HOURS
               IF WS-NOW-SECS > ESC-SECS(ESC-IDX)
                   COMPUTE WS-SINCE-HOURS =
                     (WS-NOW-SECS - ESC-SECS(ESC-IDX)) / 3600
               END-IF
               IF WS-SINCE-HOURS < WS-BACKUP-HOURS
                   EXIT PARAGRAPH
               END-IF
               MOVE 2 TO WS-ESC-LEVEL
           END-IF

           PERFORM 5000-ROUTE-THIS-ALERT

           CALL 'csbusdt' USING WS-BUS-STAMP END-CALL
           MOVE SPACES TO WS-ESC-LINE
           STRING
             'ALERT='                  DELIMITED SIZE
             WS-ALERT-NUM              DELIMITED SIZE
             ' LEVEL='                 DELIMITED SIZE
             WS-ESC-LEVEL              DELIMITED SIZE
             ' ESCALATED='             DELIMITED SIZE
             WS-BUS-STAMP(1:14)        DELIMITED SIZE
             ' AGEHRS='                DELIMITED SIZE
             WS-AGE-HOURS              DELIMITED SIZE
             ' GROUP='                 DELIMITED SIZE
             RT-GROUP                  DELIMITED SPACE
             ' SHIFT='                 DELIMITED SIZE
             RT-SHIFT                  DELIMITED SPACE
             ' ROUTE='                 DELIMITED SIZE
             RT-CONTACT                DELIMITED SPACE
             ' '                       DELIMITED SIZE
             FUNCTION TRIM(ALRT-DATA-REC, TRAILING) DELIMITED SIZE
             INTO WS-ESC-LINE
           ADD 1 TO WS-ESC-COUNT
           DISPLAY
             MYNAME ' escalated alert ' WS-ALERT-NUM
             ' level ' WS-ESC-LEVEL ' to ' RT-CONTACT
             ' unacknowledged for ' WS-AGE-HOURS ' hours'

           IF RT-CONTACT = 'UNROUTED'
               ADD 1 TO WS-UNROUTED-COUNT
               MOVE 'CS0802W' TO WS-MSG-ID
               MOVE SPACES TO WS-MSG-INSERT
               STRING
                 'ALERT='              DELIMITED SIZE
                 WS-ALERT-NUM          DELIMITED SIZE
                 ' PGM='               DELIMITED SIZE
                 RT-PGM                DELIMITED SPACE
                 ' GROUP='             DELIMITED SIZE
                 RT-GROUP              DELIMITED SPACE
                 INTO WS-MSG-INSERT
               END-STRING
               PERFORM 8000-ISSUE-MESSAGE
           END-IF
           .

      * Who answers for this alert now: the failing program's owner
      * group (its own OWNER entry, else the * catch-all), the shift
      * the present time falls in, and the last rota entry naming
      * both for the date that shift began.  Level 1 goes to the
      * primary, level 2 to the backup; no contact is UNROUTED.
       5000-ROUTE-THIS-ALERT.
           MOVE SPACES TO RT-PGM RT-GROUP RT-SHIFT RT-CONTACT
                          RT-PRIMARY RT-BACKUP ACK-TOKEN ACK-VAL
           UNSTRING ALRT-DATA-REC DELIMITED BY ' PGM='
             INTO ACK-TOKEN ACK-VAL
           END-UNSTRING
           UNSTRING ACK-VAL DELIMITED BY SPACE
             INTO RT-PGM
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(RT-PGM) TO RT-PGM

           PERFORM VARYING OWN-IDX FROM 1 BY 1
           UNTIL OWN-IDX > OWN-COUNT OR RT-GROUP NOT = SPACES
             IF OWN-PGM(OWN-IDX) = RT-PGM
                 MOVE OWN-GROUP(OWN-IDX) TO RT-GROUP
             END-IF
           END-PERFORM
           PERFORM VARYING OWN-IDX FROM 1 BY 1
           UNTIL OWN-IDX > OWN-COUNT OR RT-GROUP NOT = SPACES
             IF OWN-PGM(OWN-IDX) = '*'
                 MOVE OWN-GROUP(OWN-IDX) TO RT-GROUP
             END-IF
           END-PERFORM

           MOVE WS-NOW-TS(9:4) TO RT-HHMM
           COMPUTE RT-NOW-INT =
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-NOW-TS(1:8)))
           PERFORM 5100-FIND-THE-SHIFT

           IF RT-GROUP NOT = SPACES AND SHIFT-FOUND
               PERFORM 5200-FIND-ON-CALL
           END-IF
           IF WS-ESC-LEVEL > 1
               MOVE RT-BACKUP TO RT-CONTACT
           ELSE
               MOVE RT-PRIMARY TO RT-CONTACT
           END-IF
           IF RT-CONTACT = SPACES
               MOVE 'UNROUTED' TO RT-CONTACT
           END-IF
           IF RT-GROUP = SPACES
               MOVE 'NONE' TO RT-GROUP
           END-IF
           IF RT-SHIFT = SPACES
               MOVE 'NONE' TO RT-SHIFT
           END-IF
           .

      * A shift whose end is not after its start runs past midnight;
      * the hours after midnight belong to the previous day's shift.
       5100-FIND-THE-SHIFT.
           SET SHIFT-FOUND TO FALSE
           PERFORM VARYING SHIFT-IDX FROM 1 BY 1
           UNTIL SHIFT-IDX > SHIFT-COUNT OR SHIFT-FOUND
             EVALUATE TRUE
               WHEN SHIFT-START(SHIFT-IDX) < SHIFT-END(SHIFT-IDX)
                 IF RT-HHMM >= SHIFT-START(SHIFT-IDX)
                     AND RT-HHMM < SHIFT-END(SHIFT-IDX)
                     SET SHIFT-FOUND TO TRUE
                     MOVE RT-NOW-INT TO RT-SHIFT-INT
                 END-IF
               WHEN RT-HHMM >= SHIFT-START(SHIFT-IDX)
                 SET SHIFT-FOUND TO TRUE
                 MOVE RT-NOW-INT TO RT-SHIFT-INT
               WHEN RT-HHMM < SHIFT-END(SHIFT-IDX)
                 SET SHIFT-FOUND TO TRUE
                 COMPUTE RT-SHIFT-INT = RT-NOW-INT - 1
             END-EVALUATE
             IF SHIFT-FOUND
                 MOVE SHIFT-NAME(SHIFT-IDX) TO RT-SHIFT
             END-IF
           END-PERFORM
           .

      * The later of overlapping rota entries wins, so a swap listed
      * after the standing rota overrides it.
       5200-FIND-ON-CALL.
           MOVE SPACES TO RT-PRIMARY RT-BACKUP
           PERFORM VARYING ROST-IDX FROM 1 BY 1
           UNTIL ROST-IDX > ROST-COUNT
             IF ROST-GROUP(ROST-IDX) = RT-GROUP
                 AND ROST-SHIFT(ROST-IDX) = RT-SHIFT
                 AND RT-SHIFT-INT >= ROST-FROM-INT(ROST-IDX)
                 AND RT-SHIFT-INT <= ROST-THRU-INT(ROST-IDX)
                 MOVE ROST-PRIMARY(ROST-IDX) TO RT-PRIMARY
                 MOVE ROST-BACKUP(ROST-IDX)  TO RT-BACKUP
             END-IF
           END-PERFORM
           .

      * Daily coverage check: every shift for every owner group on
      * each day asked for, with its primary and backup.  A slot with
      * no primary is a gap, and a failure in it could not be routed.
       6000-CHECK-COVERAGE.
           IF NOT ROSTER-ON-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF SHIFT-COUNT = 0 OR GRP-COUNT = 0
               DISPLAY
                 MYNAME ' csroster.cat defines no shifts or no owner'
                 ' groups, nothing to cover'
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-COV-DATE = 0
               MOVE WS-NOW-TS(1:8) TO WS-COV-DATE
           END-IF
           COMPUTE RT-NOW-INT = FUNCTION INTEGER-OF-DATE(WS-COV-DATE)

           DISPLAY
             MYNAME ' on-call coverage from ' WS-COV-DATE
             ' for ' WS-COV-DAYS ' day(s)'
           DISPLAY
             MYNAME ' date     shift    group      state      '
             'primary              backup'
           PERFORM 6100-CHECK-ONE-SLOT
             VARYING WS-COV-DAY FROM 0 BY 1
               UNTIL WS-COV-DAY NOT < WS-COV-DAYS
             AFTER SHIFT-IDX FROM 1 BY 1
               UNTIL SHIFT-IDX > SHIFT-COUNT
             AFTER GRP-IDX FROM 1 BY 1
               UNTIL GRP-IDX > GRP-COUNT

           DISPLAY MYNAME ' ----------------------------------------'
           DISPLAY MYNAME ' shifts uncovered    ' WS-GAP-COUNT
           DISPLAY MYNAME ' shifts no backup    ' WS-NOBACKUP-COUNT
           IF WS-GAP-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       6100-CHECK-ONE-SLOT.
           COMPUTE RT-SHIFT-INT = RT-NOW-INT + WS-COV-DAY
           MOVE FUNCTION DATE-OF-INTEGER(RT-SHIFT-INT)
             TO WS-COV-DATE-DISP
           MOVE SHIFT-NAME(SHIFT-IDX) TO RT-SHIFT
           MOVE GRP-NAME(GRP-IDX) TO RT-GROUP
           PERFORM 5200-FIND-ON-CALL
           EVALUATE TRUE
             WHEN RT-PRIMARY = SPACES
                 MOVE 'UNCOVERED' TO WS-COV-STATE
                 ADD 1 TO WS-GAP-COUNT
             WHEN RT-BACKUP = SPACES
                 MOVE 'NO-BACKUP' TO WS-COV-STATE
                 ADD 1 TO WS-NOBACKUP-COUNT
             WHEN OTHER
                 MOVE 'COVERED' TO WS-COV-STATE
           END-EVALUATE
           DISPLAY
             MYNAME ' ' WS-COV-DATE-DISP ' ' RT-SHIFT ' ' RT-GROUP
             ' ' WS-COV-STATE ' ' RT-PRIMARY ' ' RT-BACKUP
           IF RT-PRIMARY = SPACES
               MOVE 'CS0801W' TO WS-MSG-ID
               MOVE SPACES TO WS-MSG-INSERT
               STRING
                 RT-GROUP              DELIMITED SPACE
                 ' '                   DELIMITED SIZE
                 RT-SHIFT              DELIMITED SPACE
                 ' '                   DELIMITED SIZE
                 WS-COV-DATE-DISP      DELIMITED SIZE
                 INTO WS-MSG-INSERT
               END-STRING
               PERFORM 8000-ISSUE-MESSAGE
           END-IF
           .

       8000-ISSUE-MESSAGE.
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'csmsgw' USING
             MYNAME
             WS-MSG-ID
             WS-MSG-INSERT
           END-CALL
           IF WS-HOLD-RC < 4
               MOVE 4 TO WS-HOLD-RC
           END-IF
           MOVE WS-HOLD-RC TO RETURN-CODE
           .

       9000-WRITE-AUDIT-LOG.
             WS-ACKED-COUNT            DELIMITED SIZE
             ' ESCALATED='             DELIMITED SIZE
             WS-ESC-COUNT              DELIMITED SIZE
             ' UNROUTED='              DELIMITED SIZE
             WS-UNROUTED-COUNT         DELIMITED SIZE
             ' GAPS='                  DELIMITED SIZE
             WS-GAP-COUNT              DELIMITED SIZE
             ' BY='                    DELIMITED SIZE
             WS-INITIALS               DELIMITED SPACE
             ' RC='                    DELIMITED SIZE
      * last thing this program prints, so a wrapper script or the
      * suite driver can scrape RC/elapsed/records/result without
      * knowing this program's own DISPLAY layout.  The RESULT=
      * figure is the open-alert count (or escalations made, or
      * uncovered shifts in a coverage check).
       9900-DISPLAY-SUMMARY.

           MOVE WS-ALERT-NUM TO WS-REC-COUNT-DISP

           MOVE WS-REC-COUNT-DISP TO WS-SUMM-RECS
           EVALUATE TRUE
             WHEN ESC-MODE
               MOVE WS-ESC-COUNT TO WS-SUMM-RESULT
             WHEN COV-MODE
               MOVE WS-GAP-COUNT TO WS-SUMM-RESULT
             WHEN OTHER
               MOVE WS-OPEN-COUNT TO WS-SUMM-RESULT
           END-EVALUATE
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cssummry' USING
             MYNAME
