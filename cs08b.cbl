           Select RPR-DATA             Assign Dynamic WS-RPR-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-RPR-STAT.
           Select UNIT-MASTER          Assign Dynamic WS-UMST-FNAME
                                        Organization Indexed
                                        Access Dynamic
                                        Record Key UM-SERIAL
                                        File Status Is WS-UMST-STAT.
           Select RWR-DATA             Assign Dynamic WS-RWR-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-RWR-STAT.
       Data Division.
       File Section.
       FD  INPT-DATA.
       FD  RPR-DATA.
       01  RPR-DATA-REC       PIC X(150).

      * One record per display unit the supplier has ever sent a
      * serial for: its decoded wiring as last seen, when it was
      * first and last surveyed, and how often the wiring moved.
       FD  UNIT-MASTER.
       01  UNIT-MASTER-REC.
           05  UM-SERIAL          PIC X(016).
           05  UM-WIRING          PIC X(007).
           05  UM-FIRST-SEEN      PIC X(008).
           05  UM-LAST-SEEN       PIC X(008).
           05  UM-CHANGES         PIC 9(005).
           05  UM-PREV-WIRING     PIC X(007).
           05  UM-LAST-CHANGED    PIC X(008).
           05  UM-LAST-RUNID      PIC X(017).

       FD  RWR-DATA.
       01  RWR-DATA-REC       PIC X(200).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'cs08b'.
           05  TOTAL-DIGITS       PIC 9(018) COMP    VALUE 0.
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
           05  WS-AUDIT-LOG-NAME  PIC X(040)        VALUE 'csaudit.log'.
           05  WS-XCHK-FNAME      PIC X(040)      VALUE 'cs08b.xchk'.
           05  WS-RPR-FNAME       PIC X(040)      VALUE 'cs08b.repair'.
           05  WS-UMST-FNAME      PIC X(040)      VALUE 'cs08b.umst'.
           05  WS-RWR-FNAME       PIC X(040)      VALUE 'cs08b.rewire'.
           05  WS-AUDIT-KEYS      PIC X(160)         VALUE SPACES.
           05  WS-RC-DISP         PIC 9(004)         VALUE 0.
           05  WS-SUMM-RECS       PIC X(018)         VALUE SPACES.
           05  WS-FAIL-COUNT      PIC 9(006) COMP    VALUE 0.
           05  ENTRY-FAILED-SW    PIC X(001)         VALUE 'N'.
           05  WS-REC-COUNT-DISP  PIC 9(009)         VALUE 0.
           05  WS-UMST-STAT       PIC X(002)         VALUE SPACES.
           05  WS-RWR-STAT        PIC X(002)         VALUE SPACES.
           05  WS-LIN-LINE        PIC X(200)         VALUE SPACES.
           05  WS-BUS-STAMP       PIC X(021)         VALUE SPACES.
           05  WS-SURVEY-DATE     PIC X(008)         VALUE SPACES.
           05  WS-UNIT-TOKEN      PIC X(040)         VALUE SPACES.
           05  UNIT-SEEN-COUNT    PIC 9(004) COMP    VALUE 0.
           05  UNIT-NEW-COUNT     PIC 9(004) COMP    VALUE 0.
           05  UNIT-REWIRED-COUNT PIC 9(004) COMP    VALUE 0.
           05  UNIT-SKIP-COUNT    PIC 9(004) COMP    VALUE 0.
           05  UNIT-SEEN-DISP     PIC 9(004)         VALUE 0.
           05  UNIT-REWIRED-DISP  PIC 9(004)         VALUE 0.
           05  UNIT-CHANGES-DISP  PIC 9(005)         VALUE 0.
           05  IN-SIGNAL-PATTERNS PIC X(060)         VALUE SPACES.
           05  IN-FOUR-DIGITS     PIC X(032)         VALUE SPACES.
           05  CODED-VALUE-TBL.
                   15  DIGIT-VAL             PIC X(001).
               10  ALL-DIGITS                PIC X(004).
               10  ENTRY-RAW                 PIC X(120).
               10  ENTRY-UNIT                PIC X(016).
               10  ENTRY-WIRING              PIC X(007).
               10  ENTRY-FAILED              PIC X(001).

       01  SIXES-TABLE.
           05  SIXES OCCURS 3                PIC X(008).
             FIVES-TABLE
             CDE-TABLE

           IF WS-ASSIGN-NAME NOT = '/dev/stdin'
               PERFORM 0250-CHECK-THE-CONTENT
           END-IF

           OPEN INPUT INPT-DATA

           PERFORM 8010-READ-INPT-DATA

           PERFORM 3600-DIAGNOSE-THE-WIRING

           PERFORM 4000-UPDATE-UNIT-MASTER

           DISPLAY MYNAME ' records read    ' WS-REC-COUNT

           PERFORM 9000-WRITE-AUDIT-LOG
       0150-APPLY-ENV-PREFIX.
           CALL 'csenvfn' USING WS-XCHK-FNAME END-CALL
           CALL 'csenvfn' USING WS-RPR-FNAME END-CALL
           CALL 'csenvfn' USING WS-UMST-FNAME END-CALL
           CALL 'csenvfn' USING WS-RWR-FNAME END-CALL
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
           ADD 1 TO ENTRY-COUNT
           SET ENTRY-INDX TO ENTRY-COUNT
           MOVE WS-INPT(1:120) TO ENTRY-RAW(ENTRY-INDX)
      *    the supplier may put the display unit's serial ahead of
      *    the patterns; it keys the unit master, not the decode
           MOVE 1 TO UNSTRING-PTR
           IF WS-INPT(1:5) = 'UNIT='
               MOVE SPACES TO WS-UNIT-TOKEN
               UNSTRING WS-INPT DELIMITED BY SPACE
                 INTO WS-UNIT-TOKEN
                 WITH POINTER UNSTRING-PTR
               END-UNSTRING
               MOVE WS-UNIT-TOKEN(6:16) TO ENTRY-UNIT(ENTRY-INDX)
           END-IF
           MOVE SPACES TO IN-SIGNAL-PATTERNS IN-FOUR-DIGITS
           UNSTRING WS-INPT DELIMITED ' | '
             INTO
               IN-SIGNAL-PATTERNS
               IN-FOUR-DIGITS
             WITH POINTER UNSTRING-PTR
           END-UNSTRING

           MOVE 1 TO UNSTRING-PTR
           MOVE MAP-E TO DIAG-MAP-CH(5)
           MOVE MAP-F TO DIAG-MAP-CH(6)
           MOVE MAP-G TO DIAG-MAP-CH(7)
           MOVE DIAG-MAP-STR TO ENTRY-WIRING(ENTRY-INDX)
           MOVE 0 TO DIAG-MISSES DIAG-MISS-1 DIAG-MISS-2
           PERFORM VARYING DIAG-SCAN FROM 1 BY 1
           UNTIL DIAG-SCAN > 7
           DISPLAY MYNAME ' ENTRY ' ENTRY-INDX
             ' ALL-DIGITS ' ALL-DIGITS(ENTRY-INDX)

           MOVE ENTRY-FAILED-SW TO ENTRY-FAILED(ENTRY-INDX)
           IF ENTRY-FAILED-SW = 'Y'
               PERFORM 2050-DIAGNOSE-FAILED-ENTRY
           END-IF
           CLOSE XCHK-DATA
           .

      *----------------------------------------------------------------
      * The display-unit master, cs08b.umst.  Every entry that came
      * with a UNIT= serial and decoded cleanly is posted against its
      * unit: a first sighting is added, a known unit has its
      * last-seen date moved up, and a unit whose decoded wiring is
      * not the wiring on file has its change count bumped and goes
      * on the rewired-units report, cs08b.rewire.  A unit that has
      * been rewired is worth a technician's look, so the run ends
      * RC 4.  A file with no serials leaves the master alone.
      *----------------------------------------------------------------
       4000-UPDATE-UNIT-MASTER.
           MOVE 0 TO X-COUNT
           PERFORM VARYING ENTRY-INDX FROM 1 BY 1
           UNTIL ENTRY-INDX > ENTRY-COUNT
             IF ENTRY-UNIT(ENTRY-INDX) NOT = SPACES
                 ADD 1 TO X-COUNT
             END-IF
           END-PERFORM
           IF X-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'csbusdt' USING WS-BUS-STAMP END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           MOVE WS-BUS-STAMP(1:8) TO WS-SURVEY-DATE

           OPEN I-O UNIT-MASTER
           IF WS-UMST-STAT NOT = '00'
               OPEN OUTPUT UNIT-MASTER
               CLOSE UNIT-MASTER
               OPEN I-O UNIT-MASTER
           END-IF
           IF WS-UMST-STAT NOT = '00'
               DISPLAY
                 MYNAME ' unit master ' FUNCTION TRIM(WS-UMST-FNAME)
                 ' could not be opened, status ' WS-UMST-STAT
                 ' -- unit history not updated'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT RWR-DATA
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cslinhd' USING
             MYNAME
             WS-RUN-ID
             WS-ASSIGN-NAME
             WS-LIN-LINE
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           WRITE RWR-DATA-REC FROM WS-LIN-LINE

           PERFORM 4100-POST-ONE-UNIT
             VARYING ENTRY-INDX FROM 1 BY 1
             UNTIL ENTRY-INDX > ENTRY-COUNT

           MOVE UNIT-SEEN-COUNT TO UNIT-SEEN-DISP
           MOVE UNIT-REWIRED-COUNT TO UNIT-REWIRED-DISP
           MOVE SPACES TO RWR-DATA-REC
           STRING
             'UNITS='                  DELIMITED SIZE
             UNIT-SEEN-DISP            DELIMITED SIZE
             ' REWIRED='               DELIMITED SIZE
             UNIT-REWIRED-DISP         DELIMITED SIZE
             ' SURVEYED='              DELIMITED SIZE
             WS-SURVEY-DATE            DELIMITED SIZE
             INTO RWR-DATA-REC
           END-STRING
           WRITE RWR-DATA-REC

           CLOSE UNIT-MASTER
           CLOSE RWR-DATA

           DISPLAY MYNAME ' ----------------------------------------'
           DISPLAY MYNAME ' display units   ' UNIT-SEEN-DISP
           MOVE UNIT-NEW-COUNT TO UNIT-SEEN-DISP
           DISPLAY MYNAME '   new to master ' UNIT-SEEN-DISP
           DISPLAY MYNAME '   rewired       ' UNIT-REWIRED-DISP
           IF UNIT-SKIP-COUNT > 0
               MOVE UNIT-SKIP-COUNT TO UNIT-SEEN-DISP
               DISPLAY MYNAME '   not posted    ' UNIT-SEEN-DISP
                 ' (wiring not decoded)'
           END-IF
           MOVE UNIT-SEEN-COUNT TO UNIT-SEEN-DISP
           IF UNIT-REWIRED-COUNT > 0
               DISPLAY
                 MYNAME ' rewired units listed in '
                 FUNCTION TRIM(WS-RWR-FNAME)
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

      * One entry against the master.  Only a complete wiring map is
      * worth keeping -- a blank lead or a failed decode would look
      * like a rewire next time round.
       4100-POST-ONE-UNIT.
           IF ENTRY-UNIT(ENTRY-INDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO X-COUNT
           INSPECT ENTRY-WIRING(ENTRY-INDX)
             TALLYING X-COUNT FOR ALL SPACE
           IF X-COUNT > 0 OR ENTRY-FAILED(ENTRY-INDX) = 'Y'
               ADD 1 TO UNIT-SKIP-COUNT
               SET XCHK-ENTRY-DISP TO ENTRY-INDX
               DISPLAY
                 MYNAME ' entry ' XCHK-ENTRY-DISP ' unit '
                 FUNCTION TRIM(ENTRY-UNIT(ENTRY-INDX))
                 ' wiring not decoded, unit master not updated'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO UNIT-SEEN-COUNT
           MOVE ENTRY-UNIT(ENTRY-INDX) TO UM-SERIAL
           READ UNIT-MASTER
             INVALID KEY
               PERFORM 4110-ADD-NEW-UNIT
             NOT INVALID KEY
               PERFORM 4120-REFRESH-KNOWN-UNIT
           END-READ
           .

       4110-ADD-NEW-UNIT.
           MOVE ENTRY-UNIT(ENTRY-INDX)   TO UM-SERIAL
           MOVE ENTRY-WIRING(ENTRY-INDX) TO UM-WIRING
           MOVE WS-SURVEY-DATE           TO UM-FIRST-SEEN
           MOVE WS-SURVEY-DATE           TO UM-LAST-SEEN
           MOVE 0                        TO UM-CHANGES
           MOVE SPACES                   TO UM-PREV-WIRING
           MOVE SPACES                   TO UM-LAST-CHANGED
           MOVE WS-RUN-ID                TO UM-LAST-RUNID
           WRITE UNIT-MASTER-REC
             INVALID KEY
               DISPLAY
                 MYNAME ' unit ' FUNCTION TRIM(UM-SERIAL)
                 ' could not be added, status ' WS-UMST-STAT
               MOVE 8 TO RETURN-CODE
             NOT INVALID KEY
               ADD 1 TO UNIT-NEW-COUNT
           END-WRITE
           .

       4120-REFRESH-KNOWN-UNIT.
           IF UM-WIRING NOT = ENTRY-WIRING(ENTRY-INDX)
               ADD 1 TO UNIT-REWIRED-COUNT
               ADD 1 TO UM-CHANGES
               PERFORM 4200-REPORT-REWIRED-UNIT
               MOVE UM-WIRING                TO UM-PREV-WIRING
               MOVE ENTRY-WIRING(ENTRY-INDX) TO UM-WIRING
               MOVE WS-SURVEY-DATE           TO UM-LAST-CHANGED
           END-IF
           MOVE WS-SURVEY-DATE TO UM-LAST-SEEN
           MOVE WS-RUN-ID      TO UM-LAST-RUNID
           REWRITE UNIT-MASTER-REC
             INVALID KEY
               DISPLAY
                 MYNAME ' unit ' FUNCTION TRIM(UM-SERIAL)
                 ' could not be updated, status ' WS-UMST-STAT
               MOVE 8 TO RETURN-CODE
           END-REWRITE
           .

      * The rewired unit's line: wiring on file against wiring read
      * today, when the unit was first seen and last seen before
      * today, and its change count including this one.
       4200-REPORT-REWIRED-UNIT.
           MOVE UM-CHANGES TO UNIT-CHANGES-DISP
           SET XCHK-ENTRY-DISP TO ENTRY-INDX
           MOVE SPACES TO RWR-DATA-REC
           STRING
             'SERIAL='                 DELIMITED SIZE
             UM-SERIAL                 DELIMITED SPACE
             ' OLD='                   DELIMITED SIZE
             UM-WIRING                 DELIMITED SIZE
             ' NEW='                   DELIMITED SIZE
             ENTRY-WIRING(ENTRY-INDX)  DELIMITED SIZE
             ' FIRST='                 DELIMITED SIZE
             UM-FIRST-SEEN             DELIMITED SIZE
             ' LASTSEEN='              DELIMITED SIZE
             UM-LAST-SEEN              DELIMITED SIZE
             ' CHANGES='               DELIMITED SIZE
             UNIT-CHANGES-DISP         DELIMITED SIZE
             ' ENTRY='                 DELIMITED SIZE
             XCHK-ENTRY-DISP           DELIMITED SIZE
             INTO RWR-DATA-REC
           END-STRING
           WRITE RWR-DATA-REC
           DISPLAY
             MYNAME ' unit ' FUNCTION TRIM(UM-SERIAL)
             ' rewired ' UM-WIRING ' -> ' ENTRY-WIRING(ENTRY-INDX)
           .

       8010-READ-INPT-DATA.
           INITIALIZE WS-INPT-DATA
           READ INPT-DATA INTO WS-INPT-DATA
             TOTAL-DIGITS-DISP         DELIMITED SIZE
             ' RECS='                  DELIMITED SIZE
             WS-REC-COUNT-DISP         DELIMITED SIZE
             ' UNITS='                 DELIMITED SIZE
             UNIT-SEEN-DISP            DELIMITED SIZE
             ' REWIRED='               DELIMITED SIZE
             UNIT-REWIRED-DISP         DELIMITED SIZE
             ' RC='                    DELIMITED SIZE
             WS-RC-DISP                DELIMITED SIZE
             ' RUNID='                 DELIMITED SIZE
