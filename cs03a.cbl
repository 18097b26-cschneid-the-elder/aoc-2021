           05  WS-ENVL-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-ENVL-MSG        PIC X(008)         VALUE SPACES.
           05  WS-ENVL-INSERT     PIC X(060)         VALUE SPACES.
           05  WS-SNIF-SHAPE      PIC X(008)         VALUE SPACES.
           05  WS-SNIF-LIKELY     PIC X(008)         VALUE SPACES.
           05  WS-SNIF-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-SNIF-MSG        PIC X(008)         VALUE SPACES.
           05  WS-SNIF-INSERT     PIC X(060)         VALUE SPACES.
           05  WS-BITR-FNAME      PIC X(040)      VALUE 'cs03a.bitr'.
           05  WS-XCHK-FNAME      PIC X(040)      VALUE 'cs03a.xchk'.
           05  WS-AUDIT-KEYS      PIC X(160)         VALUE SPACES.
           05  HIST-RUN OCCURS 10 TIMES.
               10  HIST-RATIO     PIC 9(004) OCCURS 32 TIMES.

      * Sensor-fault screening.  A diagnostic line that never
      * changes is stuck; two lines that always agree, or always
      * disagree, are cross-wired or sharing one failed sensor.
      * Every pair of positions is tallied on each record -- how
      * many records had both bits readable, and on how many the
      * two bits matched -- and judged once the report is read.
       01  SENSOR-FAULT-AREAS.
           05  SNS-THRESH         PIC 9(003) COMP    VALUE 99.
           05  SNS-MIN-RECS       PIC 9(008) COMP    VALUE 20.
           05  SNS-I              PIC 9(004) COMP    VALUE 0.
           05  SNS-J              PIC 9(004) COMP    VALUE 0.
           05  SNS-DIFF           PIC 9(008) COMP    VALUE 0.
           05  SNS-PCT            PIC 9(003)V9(001)  VALUE 0.
           05  SNS-PCT-DISP       PIC ZZ9.9.
           05  SNS-SUSPECTS       PIC 9(004) COMP    VALUE 0.
           05  SNS-PAIRS          PIC 9(004) COMP    VALUE 0.
           05  SNS-BIT-DISP       PIC 9(002)         VALUE 0.
           05  SNS-MATE-DISP      PIC 9(002)         VALUE 0.
           05  SNS-COUNT-DISP     PIC 9(004)         VALUE 0.
           05  SNS-KIND           PIC X(010)         VALUE SPACES.
           05  SNS-POSITION OCCURS 32 TIMES.
               10  SNS-VERDICT    PIC X(001).
                   88  SNS-OK                        VALUE SPACE.
                   88  SNS-STUCK-0                   VALUE '0'.
                   88  SNS-STUCK-1                   VALUE '1'.
                   88  SNS-PAIRED                    VALUE 'P'.
               10  SNS-MATE       PIC 9(004) COMP.
               10  SNS-MATE-KIND  PIC X(010).
           05  SNS-PAIR-ROW OCCURS 32 TIMES.
               10  SNS-PAIR OCCURS 32 TIMES.
                   15  SNS-BOTH   PIC 9(008) COMP.
                   15  SNS-SAME   PIC 9(008) COMP.

       Procedure Division.
           DISPLAY MYNAME SPACE FUNCTION CURRENT-DATE
           ACCEPT WS-START-TIME FROM TIME

           IF WS-ASSIGN-NAME NOT = '/dev/stdin'
               PERFORM 0200-CHECK-THE-ENVELOPE
               PERFORM 0250-CHECK-THE-CONTENT
           END-IF

           OPEN INPUT INPT-DATA

           INITIALIZE SNS-PAIR-ROW(1)
           PERFORM VARYING SNS-I FROM 2 BY 1 UNTIL SNS-I > 32
             MOVE SNS-PAIR-ROW(1) TO SNS-PAIR-ROW(SNS-I)
           END-PERFORM

           PERFORM 8010-READ-INPT-DATA

           PERFORM UNTIL INPT-DATA-EOF
                      MOVE 4 TO RETURN-CODE
               END-EVALUATE
             END-PERFORM
             PERFORM 6010-TALLY-ONE-PAIR
               VARYING SNS-I FROM 1 BY 1 UNTIL SNS-I >= NB-BITS
               AFTER SNS-J FROM 2 BY 1 UNTIL SNS-J > NB-BITS
             PERFORM 8010-READ-INPT-DATA
           END-PERFORM


           PERFORM 5000-TREND-BIT-RATIOS

           PERFORM 6000-SENSOR-FAULT-CHECK

           PERFORM 9000-WRITE-AUDIT-LOG
           PERFORM 9900-DISPLAY-SUMMARY
           GOBACK.
           CLOSE BITR-DATA
           .

      *----------------------------------------------------------------
      * Sensor-fault section.  A position that read the same value
      * on every record is stuck at it.  A pair of live positions
      * that matched, or were exact complements, on at least the
      * CORREL= percentage of the records they were both readable
      * on is cross-wired.  Every position gets a verdict line;
      * any suspect ends the run with a warning so the suite driver
      * raises it.  A handful of records proves nothing either way,
      * so short reports skip the check.
      *----------------------------------------------------------------
       6000-SENSOR-FAULT-CHECK.
           DISPLAY MYNAME ' ---- sensor-fault check ----'
           IF WS-REC-COUNT < SNS-MIN-RECS
               DISPLAY
                 MYNAME ' fewer than ' SNS-MIN-RECS
                 ' records, sensor-fault check not made'
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING SNS-I FROM 1 BY 1 UNTIL SNS-I > NB-BITS
             MOVE SPACE TO SNS-VERDICT(SNS-I)
             MOVE 0 TO SNS-MATE(SNS-I)
             EVALUATE TRUE
               WHEN COUNT-1(SNS-I) = 0
                   SET SNS-STUCK-0(SNS-I) TO TRUE
               WHEN COUNT-0(SNS-I) = 0
                   SET SNS-STUCK-1(SNS-I) TO TRUE
               WHEN OTHER
                   CONTINUE
             END-EVALUATE
           END-PERFORM

           PERFORM 6020-JUDGE-ONE-PAIR
             VARYING SNS-I FROM 1 BY 1 UNTIL SNS-I >= NB-BITS
             AFTER SNS-J FROM 2 BY 1 UNTIL SNS-J > NB-BITS

           PERFORM VARYING SNS-I FROM 1 BY 1 UNTIL SNS-I > NB-BITS
             MOVE SNS-I TO SNS-BIT-DISP
             EVALUATE TRUE
               WHEN SNS-STUCK-0(SNS-I)
                   ADD 1 TO SNS-SUSPECTS
                   DISPLAY
                     MYNAME ' SENSOR bit ' SNS-BIT-DISP
                     ' SUSPECT - stuck at 0'
               WHEN SNS-STUCK-1(SNS-I)
                   ADD 1 TO SNS-SUSPECTS
                   DISPLAY
                     MYNAME ' SENSOR bit ' SNS-BIT-DISP
                     ' SUSPECT - stuck at 1'
               WHEN SNS-PAIRED(SNS-I)
                   ADD 1 TO SNS-SUSPECTS
                   MOVE SNS-MATE(SNS-I) TO SNS-MATE-DISP
                   DISPLAY
                     MYNAME ' SENSOR bit ' SNS-BIT-DISP
                     ' SUSPECT - cross-wired, '
                     FUNCTION TRIM(SNS-MATE-KIND(SNS-I))
                     ' with bit ' SNS-MATE-DISP
               WHEN OTHER
                   DISPLAY
                     MYNAME ' SENSOR bit ' SNS-BIT-DISP ' ok'
             END-EVALUATE
           END-PERFORM

           MOVE SNS-PAIRS TO SNS-COUNT-DISP
           DISPLAY MYNAME ' correlated pairs  ' SNS-COUNT-DISP
           MOVE SNS-SUSPECTS TO SNS-COUNT-DISP
           DISPLAY MYNAME ' suspect sensors   ' SNS-COUNT-DISP
           IF SNS-SUSPECTS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      * One record's contribution for the pair SNS-I, SNS-J; only
      * the upper triangle of the table is used.
       6010-TALLY-ONE-PAIR.
           IF SNS-J > SNS-I
               AND (WS-INPT(SNS-I:1) = '0' OR WS-INPT(SNS-I:1) = '1')
               AND (WS-INPT(SNS-J:1) = '0' OR WS-INPT(SNS-J:1) = '1')
               ADD 1 TO SNS-BOTH(SNS-I, SNS-J)
               IF WS-INPT(SNS-I:1) = WS-INPT(SNS-J:1)
                   ADD 1 TO SNS-SAME(SNS-I, SNS-J)
               END-IF
           END-IF
           .

      * A stuck position matches anything else that is stuck or
      * near-stuck, so pairs are only judged between live lines.
       6020-JUDGE-ONE-PAIR.
           IF SNS-J <= SNS-I
               OR SNS-BOTH(SNS-I, SNS-J) = 0
               OR SNS-STUCK-0(SNS-I) OR SNS-STUCK-1(SNS-I)
               OR SNS-STUCK-0(SNS-J) OR SNS-STUCK-1(SNS-J)
               EXIT PARAGRAPH
           END-IF
           COMPUTE SNS-DIFF =
             SNS-BOTH(SNS-I, SNS-J) - SNS-SAME(SNS-I, SNS-J)
           EVALUATE TRUE
             WHEN SNS-SAME(SNS-I, SNS-J) * 100
                    >= SNS-THRESH * SNS-BOTH(SNS-I, SNS-J)
                 MOVE 'identical' TO SNS-KIND
                 COMPUTE SNS-PCT ROUNDED =
                   (SNS-SAME(SNS-I, SNS-J) * 100)
                   / SNS-BOTH(SNS-I, SNS-J)
             WHEN SNS-DIFF * 100
                    >= SNS-THRESH * SNS-BOTH(SNS-I, SNS-J)
                 MOVE 'complement' TO SNS-KIND
                 COMPUTE SNS-PCT ROUNDED =
                   (SNS-DIFF * 100) / SNS-BOTH(SNS-I, SNS-J)
             WHEN OTHER
                 EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO SNS-PAIRS
           MOVE SNS-I   TO SNS-BIT-DISP
           MOVE SNS-J   TO SNS-MATE-DISP
           MOVE SNS-PCT TO SNS-PCT-DISP
           DISPLAY
             MYNAME ' PAIR bits ' SNS-BIT-DISP ' and ' SNS-MATE-DISP
             ' ' SNS-KIND ' on ' SNS-PCT-DISP '% of records'
      *    a line already paired keeps its first mate on the
      *    verdict; the PAIR lines above list every match
           IF NOT SNS-PAIRED(SNS-I)
               SET SNS-PAIRED(SNS-I) TO TRUE
               MOVE SNS-J    TO SNS-MATE(SNS-I)
               MOVE SNS-KIND TO SNS-MATE-KIND(SNS-I)
           END-IF
           IF NOT SNS-PAIRED(SNS-J)
               SET SNS-PAIRED(SNS-J) TO TRUE
               MOVE SNS-I    TO SNS-MATE(SNS-J)
               MOVE SNS-KIND TO SNS-MATE-KIND(SNS-J)
           END-IF
           .

      * Site defaults from cssuite.cfg; a missing file or key leaves
      * the shipped defaults alone, and command-line tokens still
      * override whatever is configured.
           END-EVALUATE
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
      * separated by spaces; unpack one token here.
       1010-APPLY-CLI-TOKEN.
                     MOVE FUNCTION NUMVAL(WS-CLI-VAL)
                       TO WS-DRIFT-THRESH
                 END-IF
             WHEN 'CORREL'
      *          percentage of records on which two bit positions
      *          must match, or mirror, to be called cross-wired
                 IF FUNCTION TEST-NUMVAL(WS-CLI-VAL) = 0
                     AND FUNCTION NUMVAL(WS-CLI-VAL) > 0
                     AND FUNCTION NUMVAL(WS-CLI-VAL) <= 100
                     MOVE FUNCTION NUMVAL(WS-CLI-VAL) TO SNS-THRESH
                 ELSE
                     DISPLAY
                       MYNAME ' warning - CORREL must be a percentage'
                       ', default used'
                 END-IF
             WHEN OTHER
                 DISPLAY
                  MYNAME
