      *
      *   H busdate(8) runid(17) generated(14)
      *   D pgm(8) ts(16) rc(4) recs(18) result(40) dept(4)
      *   M pgm(8) args(20) busdate(8) runid(17) target(20) got(20)
      *   T detail-count(9) hash-recs(18) hash-result(20)
      *     mismatch-count(9)
      *
      * The trailer hash totals are the sums of the numeric detail
      * columns, so the receiver can prove the file arrived whole.
      * M records report back the headquarters targets (see cshqin)
      * that a step missed: every one the driver has queued in
      * cshq.tmm since the last transmission goes out in this one,
      * and is marked with it, so a retransmission of the same file
      * carries the same M records again.  Marked rows are dropped
      * from the queue 60 days after they went out.
      * Each transmission is registered in cshq.reg; the csxack
      * reconciler works that register off against headquarters'
      * acknowledgment file and raises alerts for anything
      * unacknowledged or rejected.
      * A row csresr has marked superseded on the csresmst.sup
      * register is left out -- the rerun's row that replaced it
      * goes in its place.  A day already sent when the row was
      * restated was corrected by csresr's own correction
      * transmission, registered here the same way.
      *
      *   csxmit "DATE=20260901"
      *
           Select REG-DATA             Assign Dynamic WS-REG-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-REG-STAT.
           Select TMM-DATA             Assign Dynamic WS-TMM-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-TMM-STAT.
       Data Division.
       File Section.
       FD  RES-MASTER.
       FD  REG-DATA.
       01  REG-DATA-REC       PIC X(120).

       FD  TMM-DATA.
       01  TMM-DATA-REC       PIC X(140).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'csxmit'.
           05  TMM-TABLE-MAX      PIC 9(004) COMP    VALUE 500.
           05  TMM-KEEP-DAYS      PIC 9(004) COMP    VALUE 60.

       01  WORK-AREAS.
           05  WS-REC-COUNT       PIC 9(008) COMP    VALUE 0.
           05  WS-RES-STAT        PIC X(002)         VALUE SPACES.
           05  WS-TXN-STAT        PIC X(002)         VALUE SPACES.
           05  WS-REG-STAT        PIC X(002)         VALUE SPACES.
           05  WS-TMM-FNAME       PIC X(040)      VALUE 'cshq.tmm'.
           05  WS-TMM-STAT        PIC X(002)         VALUE SPACES.
           05  WS-AUDIT-LOG-NAME  PIC X(040)        VALUE 'csaudit.log'.
           05  WS-AUDIT-KEYS      PIC X(160)         VALUE SPACES.
           05  WS-RC-DISP         PIC 9(004)         VALUE 0.
           05  TXN-HASH-RECS      PIC 9(018)         VALUE 0.
           05  TXN-HASH-RESULT    PIC 9(020)         VALUE 0.
           05  TXN-REG-LINE       PIC X(120)         VALUE SPACES.
           05  TXN-MISMATCHES     PIC 9(009)         VALUE 0.
           05  TXN-SUPERSEDED     PIC 9(009)         VALUE 0.
           05  TXN-SUPER-RUNID    PIC X(017)         VALUE SPACES.

      * The queue of missed headquarters targets.  Columns 1-94 are
      * the M record as it is transmitted; the mark after it names
      * the transmission that carried it.
       01  TMM-TABLE.
           05  TMM-COUNT          PIC 9(004) COMP    VALUE 0.
           05  TMM-ENTRY OCCURS 500 TIMES.
               10  TMM-ROW.
                   15  TMM-MREC   PIC X(094).
                   15  FILLER     PIC X(001).
                   15  TMM-MARK.
                       20  TMM-MARK-KEY  PIC X(005).
                       20  TMM-MARK-DATE PIC X(008).
                       20  TMM-MARK-TKEY PIC X(005).
                       20  TMM-MARK-TXN  PIC X(027).
           05  TMM-IDX            PIC 9(004) COMP    VALUE 0.
           05  TMM-SENT-INT       PIC 9(009) COMP    VALUE 0.
           05  TMM-OLDEST-INT     PIC 9(009) COMP    VALUE 0.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
       01  SWITCHES.
           05  RES-EOF-SW         PIC X(001)         VALUE 'N'.
               88  RES-EOF                           VALUE 'Y'.
           05  TMM-EOF-SW         PIC X(001)         VALUE 'N'.
               88  TMM-EOF                           VALUE 'Y'.
           05  TMM-FULL-SW        PIC X(001)         VALUE 'N'.
               88  TMM-FULL                          VALUE 'Y'.

       Procedure Division.
           DISPLAY MYNAME SPACE FUNCTION CURRENT-DATE
           PERFORM 2000-EXTRACT-ONE-ROW UNTIL RES-EOF
           CLOSE RES-MASTER

           PERFORM 3000-SEND-THE-MISMATCHES

           MOVE SPACES TO TXN-LINE
           STRING
             'T'                       DELIMITED SIZE
             TXN-DETAILS               DELIMITED SIZE
             TXN-HASH-RECS             DELIMITED SIZE
             TXN-HASH-RESULT           DELIMITED SIZE
             TXN-MISMATCHES            DELIMITED SIZE
             INTO TXN-LINE
           END-STRING
           WRITE TXN-DATA-REC FROM TXN-LINE
             WS-DATE                   DELIMITED SIZE
             ' DETAILS='               DELIMITED SIZE
             TXN-DETAILS               DELIMITED SIZE
             ' MISMATCHES='            DELIMITED SIZE
             TXN-MISMATCHES            DELIMITED SIZE
             ' SENT='                  DELIMITED SIZE
             FUNCTION CURRENT-DATE(1:14) DELIMITED SIZE
             INTO TXN-REG-LINE

           DISPLAY MYNAME ' transmission ' FUNCTION TRIM(WS-TXN-FNAME)
           DISPLAY MYNAME ' details written ' TXN-DETAILS
           IF TXN-MISMATCHES > 0
               DISPLAY
                 MYNAME ' headquarters target mismatches reported '
                 TXN-MISMATCHES
           END-IF
           IF TXN-SUPERSEDED > 0
               DISPLAY
                 MYNAME ' superseded results left out '
                 TXN-SUPERSEDED
           END-IF
           IF TXN-DETAILS = 0
               DISPLAY
                 MYNAME ' warning - no results on the master for '
       0150-APPLY-ENV-PREFIX.
           CALL 'csenvfn' USING WS-RESMST-FNAME END-CALL
           CALL 'csenvfn' USING WS-REG-FNAME END-CALL
           CALL 'csenvfn' USING WS-TMM-FNAME END-CALL
           .

      * Named command-line parameters come in as KEYWORD=VALUE tokens
           .

       2000-EXTRACT-ONE-ROW.
           MOVE SPACES TO TXN-SUPER-RUNID
           IF RES-TS(1:8) = WS-DATE
               MOVE RETURN-CODE TO WS-HOLD-RC
               CALL 'cssuper' USING
                 RES-PGM RES-TS RES-RUNID TXN-SUPER-RUNID
               END-CALL
               MOVE WS-HOLD-RC TO RETURN-CODE
               IF TXN-SUPER-RUNID NOT = SPACES
                   ADD 1 TO TXN-SUPERSEDED
               END-IF
           END-IF
           IF RES-TS(1:8) = WS-DATE
               AND TXN-SUPER-RUNID = SPACES
               ADD 1 TO TXN-DETAILS
               MOVE SPACES TO TXN-LINE
               STRING
           PERFORM 8010-READ-RES-MASTER
           .

      * Every queued mismatch not yet sent, or sent in an earlier
      * cut of this same transmission, goes out now and is marked.
       3000-SEND-THE-MISMATCHES.
           OPEN INPUT TMM-DATA
           IF WS-TMM-STAT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TMM-EOF
             READ TMM-DATA
               AT END SET TMM-EOF TO TRUE
               NOT AT END
                 IF TMM-COUNT < TMM-TABLE-MAX
                     ADD 1 TO TMM-COUNT
                     MOVE TMM-DATA-REC TO TMM-ROW(TMM-COUNT)
                 ELSE
                     SET TMM-FULL TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE TMM-DATA

           PERFORM VARYING TMM-IDX FROM 1 BY 1
           UNTIL TMM-IDX > TMM-COUNT
             IF TMM-MARK(TMM-IDX) = SPACES
                 OR TMM-MARK-TXN(TMM-IDX) = WS-TXN-FNAME
                 WRITE TXN-DATA-REC FROM TMM-MREC(TMM-IDX)
                 ADD 1 TO TXN-MISMATCHES
                 MOVE 'SENT='       TO TMM-MARK-KEY(TMM-IDX)
                 MOVE WS-DATE       TO TMM-MARK-DATE(TMM-IDX)
                 MOVE WS-TXN-FNAME  TO TMM-MARK-TXN(TMM-IDX)
                 MOVE ' TXN='       TO TMM-MARK-TKEY(TMM-IDX)
             END-IF
           END-PERFORM

           IF TMM-FULL
      *        rows past the table stay on the queue untouched; the
      *        ones sent now go again next time rather than be lost
               DISPLAY
                 MYNAME ' warning - mismatch queue holds more than '
                 TMM-TABLE-MAX ' rows, queue left as it was'
               EXIT PARAGRAPH
           END-IF

           COMPUTE TMM-OLDEST-INT =
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-DATE))
             - TMM-KEEP-DAYS
           OPEN OUTPUT TMM-DATA
           PERFORM VARYING TMM-IDX FROM 1 BY 1
           UNTIL TMM-IDX > TMM-COUNT
             IF TMM-MARK-DATE(TMM-IDX) NUMERIC
                 COMPUTE TMM-SENT-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(TMM-MARK-DATE(TMM-IDX)))
             ELSE
                 MOVE TMM-OLDEST-INT TO TMM-SENT-INT
             END-IF
             IF TMM-SENT-INT >= TMM-OLDEST-INT
                 WRITE TMM-DATA-REC FROM TMM-ROW(TMM-IDX)
             END-IF
           END-PERFORM
           CLOSE TMM-DATA
           .

       8010-READ-RES-MASTER.
           READ RES-MASTER NEXT
             AT END SET RES-EOF TO TRUE
             WS-TXN-FNAME              DELIMITED SPACE
             ' DETAILS='               DELIMITED SIZE
             TXN-DETAILS               DELIMITED SIZE
             ' MISMATCHES='            DELIMITED SIZE
             TXN-MISMATCHES            DELIMITED SIZE
             ' SUPERSEDED='            DELIMITED SIZE
             TXN-SUPERSEDED            DELIMITED SIZE
             ' RECS='                  DELIMITED SIZE
             WS-REC-COUNT-DISP         DELIMITED SIZE
             ' RC='                    DELIMITED SIZE
