      *   cols 50-59  minimum expected byte size
      *   cols 61-70  maximum expected byte size (0 = no maximum)
      *   cols 72-76  freshness threshold in hours (0 = no check)
      *   cols 78-85  registered record layout (blank = no check)
      * A '*' in column 1 is a comment.
      *
      * An input that passes on size and age and names a layout is
      * then held against that layout in cslayout.cat by cslayv, so
      * a supplier's format change holds the batch here rather than
      * filling the reject file halfway through the night.  Field
      * level detail is in cslayv's own report and console output,
      * captured in cslayv.drvout.
      *
      * Every pass also journals when each input present actually
      * arrived -- its modification time -- alongside the pass's
      * own wall-clock time, so cstimely can hold each supplier's
      * deliveries against the arrival times promised in
      * cssuppl.map.
      *
       Program-ID. csready.
       Environment Division.
       Data Division.
       File Section.
       FD  INVT-DATA.
       01  INVT-DATA-REC      PIC X(090).

       FD  STAT-DATA.
       01  STAT-DATA-REC      PIC X(032).

       FD  GATE-DATA.
       01  GATE-DATA-REC      PIC X(160).

       Working-Storage Section.
       01  CONSTANTS.
           05  WS-TMP-FNAME       PIC X(040)      VALUE 'csready.tmp'.
           05  WS-GATE-FNAME      PIC X(040)       VALUE 'csgate.log'.
           05  WS-GATE-STAT       PIC X(002)         VALUE SPACES.
           05  WS-GATE-LINE       PIC X(160)         VALUE SPACES.
           05  WS-GATE-STAMP      PIC X(021)         VALUE SPACES.
           05  WS-GATE-PTR        PIC 9(004) COMP    VALUE 1.
           05  WS-CLOCK-STAMP     PIC X(021)         VALUE SPACES.
           05  WS-ARRIVED         PIC X(012)         VALUE SPACES.
           05  WS-CLOCK-SECS      PIC 9(012) COMP    VALUE 0.
           05  WS-ARRIVED-DAYNO   PIC 9(008) COMP    VALUE 0.
           05  WS-ARRIVED-DAY     PIC 9(008)         VALUE 0.
           05  WS-ARRIVED-SECS    PIC 9(005)         VALUE 0.
           05  WS-ARRIVED-HHMM.
               10  WS-ARRIVED-HH  PIC 9(002).
               10  WS-ARRIVED-MM  PIC 9(002).
           05  WS-AUDIT-KEYS      PIC X(160)         VALUE SPACES.
           05  WS-RC-DISP         PIC 9(004)         VALUE 0.
           05  WS-SUMM-RECS       PIC X(018)         VALUE SPACES.
           05  WS-NOT-READY-DISP  PIC 9(008)         VALUE 0.
           05  WS-SIZE-DISP       PIC 9(012)         VALUE 0.
           05  WS-AGE-HRS-DISP    PIC 9(008)         VALUE 0.
           05  WS-LAYV-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-CONTENT-COUNT   PIC 9(004) COMP    VALUE 0.
           05  WS-CONTENT-DISP    PIC 9(004)         VALUE 0.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
               10  WS-START-HS    PIC 9(002).

       01  WS-INVT-DATA.
           05  WS-INVT-REC        PIC X(090)         VALUE SPACES.
           05  WS-INVT-REC-R      REDEFINES WS-INVT-REC.
               10  INVT-FILE-NAME PIC X(048).
               10  FILLER         PIC X(001).
               10  INVT-MAX-BYTES PIC X(010).
               10  FILLER         PIC X(001).
               10  INVT-MAX-HOURS PIC X(005).
               10  FILLER         PIC X(001).
               10  INVT-LAYOUT    PIC X(008).
               10  FILLER         PIC X(005).

       01  SWITCHES.
           05  INVT-DATA-EOF-SW   PIC X(001)         VALUE 'N'.
               PERFORM 2020-HOLD-AGAINST-CATALOG
           END-IF

           IF WS-NOT-READY-REASON = SPACES
               AND INVT-LAYOUT NOT = SPACES
               PERFORM 2030-HOLD-AGAINST-LAYOUT
           END-IF

           IF WS-NOT-READY-REASON = SPACES
               ADD 1 TO WS-READY-COUNT
               MOVE WS-FILE-SIZE TO WS-SIZE-DISP
      * caused them.
       2050-WRITE-GATE-JOURNAL.
           CALL 'csbusdt' USING WS-GATE-STAMP END-CALL
           MOVE FUNCTION CURRENT-DATE TO WS-CLOCK-STAMP
           PERFORM 2060-SET-ARRIVAL-TIME
           MOVE SPACES TO WS-GATE-LINE
           MOVE 1 TO WS-GATE-PTR
           STRING
             WS-GATE-STAMP(1:14)           DELIMITED SIZE
             ' FILE='                      DELIMITED SIZE
             FUNCTION TRIM(INVT-FILE-NAME) DELIMITED SIZE
             ' CLOCK='                     DELIMITED SIZE
             WS-CLOCK-STAMP(1:12)          DELIMITED SIZE
             ' ARRIVED='                   DELIMITED SIZE
             WS-ARRIVED                    DELIMITED SPACE
             INTO WS-GATE-LINE
             WITH POINTER WS-GATE-PTR
           END-STRING
           IF WS-NOT-READY-REASON = SPACES
               STRING
                 ' STATUS=READY'               DELIMITED SIZE
                 INTO WS-GATE-LINE
                 WITH POINTER WS-GATE-PTR
               END-STRING
           ELSE
               STRING
                 ' STATUS='                    DELIMITED SIZE
                 WS-NOT-READY-REASON           DELIMITED SIZE
                 INTO WS-GATE-LINE
                 WITH POINTER WS-GATE-PTR
               END-STRING
           END-IF
           OPEN EXTEND GATE-DATA
           END-IF
           .

      * The input's arrival is its modification time: the pass's
      * wall clock less the file's age.  The age comes from the
      * same stat that measured the size, so a missing input has
      * no arrival to report.  Wall-clock, not business, date --
      * lateness is measured against the clock the supplier kept.
       2060-SET-ARRIVAL-TIME.
           MOVE 'NONE' TO WS-ARRIVED
           IF WS-NOT-READY-REASON = 'MISSING'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CLOCK-SECS =
               FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-CLOCK-STAMP(1:8))) * 86400
             + FUNCTION NUMVAL(WS-CLOCK-STAMP(9:2)) * 3600
             + FUNCTION NUMVAL(WS-CLOCK-STAMP(11:2)) * 60
             + FUNCTION NUMVAL(WS-CLOCK-STAMP(13:2))
           IF WS-FILE-AGE-SEC > WS-CLOCK-SECS
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-FILE-AGE-SEC FROM WS-CLOCK-SECS
           COMPUTE WS-ARRIVED-DAYNO = WS-CLOCK-SECS / 86400
           COMPUTE WS-ARRIVED-DAY =
               FUNCTION DATE-OF-INTEGER(WS-ARRIVED-DAYNO)
           COMPUTE WS-ARRIVED-SECS =
               FUNCTION MOD(WS-CLOCK-SECS, 86400)
           COMPUTE WS-ARRIVED-HH = WS-ARRIVED-SECS / 3600
           COMPUTE WS-ARRIVED-MM =
               FUNCTION MOD(WS-ARRIVED-SECS, 3600) / 60
           MOVE SPACES TO WS-ARRIVED
           STRING
             WS-ARRIVED-DAY            DELIMITED SIZE
             WS-ARRIVED-HHMM           DELIMITED SIZE
             INTO WS-ARRIVED
           END-STRING
           .

       2010-READ-STAT-RESULT.
           OPEN INPUT STAT-DATA
           IF WS-STAT-STAT NOT = '00'
           END-IF
           .

      * The content gate: cslayv ends RC 0 when the file meets its
      * registered layout and RC 8 when it does not; anything else
      * means the check itself could not be made, and an unchecked
      * file is no more ready than a failed one.
       2030-HOLD-AGAINST-LAYOUT.
           ADD 1 TO WS-CONTENT-COUNT
           MOVE SPACES TO WS-SYSTEM-CMD
           STRING
             './cslayv "FILE='                DELIMITED SIZE
             FUNCTION TRIM(INVT-FILE-NAME)    DELIMITED SIZE
             '" "LAYOUT='                     DELIMITED SIZE
             INVT-LAYOUT                      DELIMITED SPACE
             '" "RUNID='                      DELIMITED SIZE
             WS-RUN-ID                        DELIMITED SPACE
             '" > cslayv.drvout 2>&1'         DELIMITED SIZE
             INTO WS-SYSTEM-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-SYSTEM-CMD
           COMPUTE WS-LAYV-RC = RETURN-CODE / 256
           MOVE 0 TO RETURN-CODE

           EVALUATE WS-LAYV-RC
             WHEN 0
                 CONTINUE
             WHEN 8
                 STRING
                   'CONTENT FAILED layout='    DELIMITED SIZE
                   INVT-LAYOUT                 DELIMITED SPACE
                   INTO WS-NOT-READY-REASON
                 END-STRING
             WHEN OTHER
                 STRING
                   'CONTENT UNCHECKED layout=' DELIMITED SIZE
                   INVT-LAYOUT                 DELIMITED SPACE
                   INTO WS-NOT-READY-REASON
                 END-STRING
           END-EVALUATE
           .

       8010-READ-INVT-DATA.
           INITIALIZE WS-INVT-DATA
           READ INVT-DATA INTO WS-INVT-DATA
           MOVE RETURN-CODE TO WS-RC-DISP
           MOVE WS-REC-COUNT       TO WS-REC-COUNT-DISP
           MOVE WS-NOT-READY-COUNT TO WS-NOT-READY-DISP
           MOVE WS-CONTENT-COUNT   TO WS-CONTENT-DISP

           STRING
             ' NOTREADY='              DELIMITED SIZE
             WS-NOT-READY-DISP         DELIMITED SIZE
             ' CONTENT='               DELIMITED SIZE
             WS-CONTENT-DISP           DELIMITED SIZE
             ' RECS='                  DELIMITED SIZE
             WS-REC-COUNT-DISP         DELIMITED SIZE
             ' RC='                    DELIMITED SIZE
