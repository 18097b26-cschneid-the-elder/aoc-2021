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
      * Sonar-versus-navigation depth reconciliation.  cs01a reads
      * the depths the sonar measured; cs02b computes the depths the
      * helm commands should have produced and exports them in the
      * TRACKPOINTS section of cs02b.trk.  For the same voyage the
      * two must agree.  This program lines the sonar feed up with
      * the track record by record -- or shifted by OFFSET= records
      * when one log started before the other -- and reports every
      * stretch where the depths differ by more than TOL= (default
      * 10), the cumulative divergence, and a voyage rating of
      * AGREE, DRIFT (out of tolerance on at most one paired record
      * in twenty), or DISAGREE.  A mismatch means the sonar or the
      * helm log is wrong; better the survey desk finds out than an
      * auditor.
      *
      *   csrecon "SONAR=sonar.txt"
      *   csrecon "SONAR=sonar.txt" "TRK=cs02b.trk" "OFFSET=-3"
      *     "TOL=25"
      *
      * A positive OFFSET= pairs sonar record n with track point
      * n + OFFSET; a negative one shifts the other way.  Records
      * either side leaves unpaired are counted, not compared.
      * A fleet export carries one section per hull; HULL= names
      * the boat whose sonar this is.
      *
       Program-ID. csrecon.
       Environment Division.
       Input-Output Section.
       File-Control.
           Select SONR-DATA            Assign Dynamic WS-SONR-NAME
                                        Organization Line Sequential
                                        File Status Is WS-SONR-STAT.
           Select TRK-DATA             Assign Dynamic WS-TRK-NAME
                                        Organization Line Sequential
                                        File Status Is WS-TRK-STAT.
       Data Division.
       File Section.
       FD  SONR-DATA.
       01  SONR-DATA-REC      PIC X(008).

       FD  TRK-DATA.
       01  TRK-DATA-REC       PIC X(110).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'csrecon'.
           05  TRK-POINT-MAX      PIC 9(008) COMP    VALUE 5000.

       01  WORK-AREAS.
           05  WS-REC-COUNT       PIC 9(008) COMP    VALUE 0.
           05  CLI-ARGS           PIC X(160)         VALUE SPACES.
           05  WS-CLI-TOKEN       PIC X(080)         VALUE SPACES.
           05  WS-CLI-KEY         PIC X(020)         VALUE SPACES.
           05  WS-CLI-VAL         PIC X(080)         VALUE SPACES.
           05  CLI-PTR            PIC 9(003) COMP    VALUE 1.
           05  WS-SONR-NAME       PIC X(080)         VALUE SPACES.
           05  WS-TRK-NAME        PIC X(040)      VALUE 'cs02b.trk'.
           05  WS-SONR-STAT       PIC X(002)         VALUE SPACES.
           05  WS-TRK-STAT        PIC X(002)         VALUE SPACES.
           05  WS-ENVL-OUT        PIC X(080)         VALUE SPACES.
           05  WS-ENVL-DATE       PIC X(008)         VALUE SPACES.
           05  WS-ENVL-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-ENVL-MSG        PIC X(008)         VALUE SPACES.
           05  WS-ENVL-INSERT     PIC X(060)         VALUE SPACES.
           05  WS-AUDIT-LOG-NAME  PIC X(040)        VALUE 'csaudit.log'.
           05  WS-AUDIT-KEYS      PIC X(160)         VALUE SPACES.
           05  WS-RC-DISP         PIC 9(004)         VALUE 0.
           05  WS-SUMM-RECS       PIC X(018)         VALUE SPACES.
           05  WS-SUMM-RESULT     PIC X(040)         VALUE SPACES.
           05  WS-HOLD-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-CFG-VAL         PIC X(080)         VALUE SPACES.
           05  WS-CFG-AUDITLOG    PIC X(020)       VALUE 'AUDITLOG'.
           05  WS-RUN-ID          PIC X(017)         VALUE SPACES.
           05  WS-TOL             PIC 9(008)         VALUE 10.
           05  WS-OFFSET          PIC S9(008)        VALUE 0.
           05  WS-REC-COUNT-DISP  PIC 9(008)         VALUE 0.
           05  TRK-LIN-DATE       PIC X(008)         VALUE SPACES.
           05  WS-HULL            PIC X(008)         VALUE SPACES.
           05  TRK-CURR-HULL      PIC X(008)         VALUE SPACES.
           05  LIN-TOKEN          PIC X(080)         VALUE SPACES.
           05  LIN-PTR            PIC 9(004) COMP    VALUE 1.

      * The navigation side, one computed depth per track point,
      * indexed by the point's record number in the export.
       01  TRACK-AREAS.
           05  TRK-COUNT          PIC 9(008) COMP    VALUE 0.
           05  TRK-DEPTH          PIC S9(009) COMP
                                  OCCURS 5000 TIMES.
           05  PNT-REC            PIC 9(008) COMP    VALUE 0.
           05  TRK-DROPPED        PIC 9(008) COMP    VALUE 0.
           05  TRK-DROPPED-DISP   PIC 9(008)         VALUE 0.
           05  PNT-TOKEN-1        PIC X(012)         VALUE SPACES.
           05  PNT-TOKEN-2        PIC X(012)         VALUE SPACES.
           05  PNT-TOKEN-3        PIC X(012)         VALUE SPACES.
           05  PNT-TOKEN-4        PIC X(012)         VALUE SPACES.
           05  PNT-TOKEN-5        PIC X(012)         VALUE SPACES.

       01  RECON-AREAS.
           05  SONR-DEPTH         PIC 9(008)         VALUE 0.
           05  DEPTH-LEN          PIC 9(008) COMP    VALUE 0.
           05  SONR-INPT          PIC X(008)         VALUE SPACES.
           05  SONR-INPT-R        REDEFINES SONR-INPT.
               10  FILLER         PIC X(003).
               10  SONR-BYTE-4    PIC X(001).
               10  FILLER         PIC X(004).
           05  TRK-SUB            PIC S9(009) COMP   VALUE 0.
           05  RCN-TRK-HI         PIC S9(009) COMP   VALUE 0.
           05  RCN-DIFF           PIC S9(009) COMP   VALUE 0.
           05  RCN-ABS-DIFF       PIC 9(009) COMP    VALUE 0.
           05  RCN-PAIRED         PIC 9(008) COMP    VALUE 0.
           05  RCN-SONR-ONLY      PIC 9(008) COMP    VALUE 0.
           05  RCN-TRK-ONLY       PIC 9(008) COMP    VALUE 0.
           05  RCN-OUT-COUNT      PIC 9(008) COMP    VALUE 0.
           05  RCN-STRETCHES      PIC 9(008) COMP    VALUE 0.
           05  RCN-CUM-ABS        PIC 9(015) COMP    VALUE 0.
           05  RCN-CUM-NET        PIC S9(015) COMP   VALUE 0.
           05  RCN-WORST          PIC 9(009) COMP    VALUE 0.
           05  RCN-WORST-REC      PIC 9(008) COMP    VALUE 0.
           05  STR-FROM-REC       PIC 9(008) COMP    VALUE 0.
           05  STR-TO-REC         PIC 9(008) COMP    VALUE 0.
           05  STR-PEAK           PIC 9(009) COMP    VALUE 0.
           05  STR-PEAK-REC       PIC 9(008) COMP    VALUE 0.
           05  STR-PEAK-DIFF      PIC S9(009) COMP   VALUE 0.
           05  WS-RATING          PIC X(008)         VALUE SPACES.
           05  WS-FROM-DISP       PIC 9(008)         VALUE 0.
           05  WS-TO-DISP         PIC 9(008)         VALUE 0.
           05  WS-PEAK-REC-DISP   PIC 9(008)         VALUE 0.
           05  WS-DIFF-DISP       PIC +9(008).
           05  WS-PAIRED-DISP     PIC 9(008)         VALUE 0.
           05  WS-OUT-DISP        PIC 9(008)         VALUE 0.
           05  WS-STRETCH-DISP    PIC 9(008)         VALUE 0.
           05  WS-SONR-ONLY-DISP  PIC 9(008)         VALUE 0.
           05  WS-TRK-ONLY-DISP   PIC 9(008)         VALUE 0.
           05  WS-CUM-ABS-DISP    PIC 9(015)         VALUE 0.
           05  WS-CUM-NET-DISP    PIC +9(015).
           05  WS-WORST-DISP      PIC 9(009)         VALUE 0.
           05  WS-OFFSET-DISP     PIC +9(008).
           05  WS-TOL-DISP        PIC 9(008)         VALUE 0.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
           05  WS-START-TIME-R    REDEFINES WS-START-TIME.
               10  WS-START-HH    PIC 9(002).
               10  WS-START-MM    PIC 9(002).
               10  WS-START-SS    PIC 9(002).
               10  WS-START-HS    PIC 9(002).

       01  SWITCHES.
           05  SONR-EOF-SW        PIC X(001)         VALUE 'N'.
               88  SONR-EOF                          VALUE 'Y'.
           05  TRK-EOF-SW         PIC X(001)         VALUE 'N'.
               88  TRK-EOF                           VALUE 'Y'.
           05  POINTS-SW          PIC X(001)         VALUE 'N'.
               88  IN-POINTS                         VALUE 'Y'
                                                     FALSE 'N'.
           05  STRETCH-SW         PIC X(001)         VALUE 'N'.
               88  IN-STRETCH                        VALUE 'Y'
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

           IF WS-SONR-NAME = SPACES
               DISPLAY
                 MYNAME ' no sonar feed named; SONAR= is required'
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF

           PERFORM 2000-LOAD-THE-TRACK
           IF RETURN-CODE NOT = 0
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF

           PERFORM 0200-CHECK-THE-ENVELOPE
           IF WS-ENVL-DATE NOT = SPACES
               AND TRK-LIN-DATE NOT = SPACES
               AND WS-ENVL-DATE NOT = TRK-LIN-DATE
               DISPLAY
                 MYNAME ' WARNING - track (' TRK-LIN-DATE
                 ') and sonar feed (' WS-ENVL-DATE
                 ') come from different business days; treat this'
                 ' reconciliation with suspicion'
           END-IF

           MOVE WS-OFFSET TO WS-OFFSET-DISP
           MOVE WS-TOL    TO WS-TOL-DISP
           DISPLAY
             MYNAME ' offset ' WS-OFFSET-DISP
             ' tolerance ' WS-TOL-DISP

           PERFORM 3000-RECONCILE-THE-SONAR
           IF RETURN-CODE = 8 AND WS-REC-COUNT = 0
               PERFORM 9000-WRITE-AUDIT-LOG
               PERFORM 9900-DISPLAY-SUMMARY
               GOBACK
           END-IF

           EVALUATE TRUE
             WHEN RCN-PAIRED = 0
                 MOVE 'DISAGREE' TO WS-RATING
                 DISPLAY
                   MYNAME ' no sonar record pairs with a track point'
                   ' at this offset'
                 MOVE 8 TO RETURN-CODE
             WHEN RCN-OUT-COUNT = 0
                 MOVE 'AGREE' TO WS-RATING
             WHEN RCN-OUT-COUNT * 20 <= RCN-PAIRED
                 MOVE 'DRIFT' TO WS-RATING
                 IF RETURN-CODE = 0
                     MOVE 4 TO RETURN-CODE
                 END-IF
             WHEN OTHER
                 MOVE 'DISAGREE' TO WS-RATING
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE

           MOVE RCN-PAIRED    TO WS-PAIRED-DISP
           MOVE RCN-OUT-COUNT TO WS-OUT-DISP
           MOVE RCN-STRETCHES TO WS-STRETCH-DISP
           MOVE RCN-SONR-ONLY TO WS-SONR-ONLY-DISP
           MOVE RCN-TRK-ONLY  TO WS-TRK-ONLY-DISP
           MOVE RCN-CUM-ABS   TO WS-CUM-ABS-DISP
           MOVE RCN-CUM-NET   TO WS-CUM-NET-DISP
           MOVE RCN-WORST     TO WS-WORST-DISP
           MOVE RCN-WORST-REC TO WS-PEAK-REC-DISP
           DISPLAY MYNAME ' records paired          ' WS-PAIRED-DISP
           DISPLAY MYNAME ' sonar records unpaired  ' WS-SONR-ONLY-DISP
           DISPLAY MYNAME ' track points unpaired   ' WS-TRK-ONLY-DISP
           DISPLAY MYNAME ' out of tolerance        ' WS-OUT-DISP
           DISPLAY MYNAME ' divergent stretches     ' WS-STRETCH-DISP
           DISPLAY MYNAME ' cumulative divergence   ' WS-CUM-ABS-DISP
           DISPLAY MYNAME ' net divergence          ' WS-CUM-NET-DISP
           DISPLAY
             MYNAME ' worst difference        ' WS-WORST-DISP
             ' at sonar record ' WS-PEAK-REC-DISP
           DISPLAY MYNAME ' voyage rating: ' WS-RATING
           IF TRK-DROPPED > 0
               MOVE TRK-DROPPED TO TRK-DROPPED-DISP
               DISPLAY
                 MYNAME ' track points past table ' TRK-DROPPED-DISP
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
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
           CALL 'csenvfn' USING WS-TRK-NAME END-CALL
           .

      * The sonar feed is the same supplier delivery cs01a reads,
      * so it gets the same envelope handling: proven and stripped,
      * refused when short, passed through when bare.
       0200-CHECK-THE-ENVELOPE.
           CALL 'csenvel' USING
             WS-SONR-NAME
             WS-ENVL-OUT
             WS-ENVL-DATE
             WS-ENVL-RC
           END-CALL
           EVALUATE TRUE
             WHEN WS-ENVL-RC = 8
                 MOVE 'CS0601E' TO WS-ENVL-MSG
                 MOVE WS-SONR-NAME TO WS-ENVL-INSERT
                 CALL 'csmsgw' USING
                   MYNAME
                   WS-ENVL-MSG
                   WS-ENVL-INSERT
                 END-CALL
                 MOVE 8 TO RETURN-CODE
                 PERFORM 9000-WRITE-AUDIT-LOG
                 PERFORM 9900-DISPLAY-SUMMARY
                 GOBACK
             WHEN WS-ENVL-RC = 1
                 DISPLAY
                   MYNAME ' envelope verified, business date '
                   WS-ENVL-DATE
                 MOVE WS-ENVL-OUT TO WS-SONR-NAME
             WHEN OTHER
                 MOVE SPACES TO WS-ENVL-DATE
           END-EVALUATE
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
             WHEN 'SONAR'
                 MOVE WS-CLI-VAL TO WS-SONR-NAME
             WHEN 'TRK'
                 MOVE WS-CLI-VAL(1:40) TO WS-TRK-NAME
             WHEN 'HULL'
                 MOVE FUNCTION UPPER-CASE(WS-CLI-VAL) TO WS-HULL
             WHEN 'OFFSET'
                 IF FUNCTION TEST-NUMVAL(WS-CLI-VAL) = 0
                     MOVE FUNCTION NUMVAL(WS-CLI-VAL) TO WS-OFFSET
                 ELSE
                     DISPLAY
                       MYNAME ' warning - OFFSET must be a whole'
                       ' number of records, zero used'
                 END-IF
             WHEN 'TOL'
                 IF FUNCTION TEST-NUMVAL(WS-CLI-VAL) = 0
                     AND FUNCTION NUMVAL(WS-CLI-VAL) >= 0
                     MOVE FUNCTION NUMVAL(WS-CLI-VAL) TO WS-TOL
                 ELSE
                     DISPLAY
                       MYNAME ' warning - TOL must be a depth,'
                       ' default used'
                 END-IF
             WHEN 'RUNID'
                 MOVE WS-CLI-VAL TO WS-RUN-ID
             WHEN OTHER
                 DISPLAY
                  MYNAME
                  ' warning - unrecognized parameter ' WS-CLI-KEY
           END-EVALUATE
           .

      * The TRACKPOINTS section at the tail of the chart export: one
      * P record per voyage position with its record number,
      * position, depth, and heading.  Only the depth is wanted
      * here.
       2000-LOAD-THE-TRACK.
           OPEN INPUT TRK-DATA
           IF WS-TRK-STAT NOT = '00'
               DISPLAY
                 MYNAME ' track export missing or unreadable: '
                 FUNCTION TRIM(WS-TRK-NAME)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TRK-EOF
             MOVE SPACES TO TRK-DATA-REC
             READ TRK-DATA
               AT END SET TRK-EOF TO TRUE
               NOT AT END
                 EVALUATE TRUE
                   WHEN TRK-DATA-REC(1:9) = '*LINEAGE '
                       PERFORM 2100-LIFT-LINEAGE-DATE
                   WHEN TRK-DATA-REC(1:5) = 'HULL='
                       MOVE TRK-DATA-REC(6:8) TO TRK-CURR-HULL
                       SET IN-POINTS TO FALSE
                       IF WS-HULL = SPACES
                           DISPLAY
                             MYNAME ' the track export is a fleet'
                             ' log; name the boat with HULL='
                           MOVE 8 TO RETURN-CODE
                           SET TRK-EOF TO TRUE
                       END-IF
                   WHEN TRK-DATA-REC(1:11) = 'TRACKPOINTS'
                       SET IN-POINTS TO TRUE
                   WHEN IN-POINTS AND TRK-DATA-REC(1:2) = 'P '
                       AND TRK-CURR-HULL = WS-HULL
                       PERFORM 2200-LOAD-ONE-POINT
                   WHEN OTHER
                       CONTINUE
                 END-EVALUATE
             END-READ
           END-PERFORM
           CLOSE TRK-DATA
           IF RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           IF TRK-COUNT = 0 AND WS-HULL NOT = SPACES
               DISPLAY
                 MYNAME ' hull ' WS-HULL ' has no track points in '
                 FUNCTION TRIM(WS-TRK-NAME)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF TRK-COUNT = 0
               DISPLAY
                 MYNAME ' no TRACKPOINTS section found - the'
                 ' track export predates the point listing;'
                 ' rerun cs02b first'
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       2100-LIFT-LINEAGE-DATE.
           SET LIN-PTR TO 1
           PERFORM UNTIL LIN-PTR > LENGTH OF TRK-DATA-REC
             MOVE SPACES TO LIN-TOKEN
             UNSTRING TRK-DATA-REC DELIMITED BY SPACE
               INTO LIN-TOKEN
               WITH POINTER LIN-PTR
             END-UNSTRING
             IF LIN-TOKEN(1:8) = 'BUSDATE='
                 MOVE LIN-TOKEN(9:8) TO TRK-LIN-DATE
             END-IF
           END-PERFORM
           .

       2200-LOAD-ONE-POINT.
           MOVE SPACES TO PNT-TOKEN-1 PNT-TOKEN-2 PNT-TOKEN-3
                          PNT-TOKEN-4 PNT-TOKEN-5
           UNSTRING TRK-DATA-REC DELIMITED BY ALL SPACE
             INTO PNT-TOKEN-1 PNT-TOKEN-2 PNT-TOKEN-3
                  PNT-TOKEN-4 PNT-TOKEN-5
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(PNT-TOKEN-2) NOT = 0
               OR FUNCTION TEST-NUMVAL(PNT-TOKEN-4) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(PNT-TOKEN-2) TO PNT-REC
           IF PNT-REC < 1
               EXIT PARAGRAPH
           END-IF
      *    past the table the point cannot be paired; the sonar
      *    records against it come out as sonar-only
           IF PNT-REC > TRK-POINT-MAX
               ADD 1 TO TRK-DROPPED
               IF TRK-DROPPED = 1
                   DISPLAY
                     MYNAME ' warning - track table full at point'
                     ' record ' PNT-REC ', later points not'
                     ' reconciled'
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(PNT-TOKEN-4) TO TRK-DEPTH(PNT-REC)
           IF PNT-REC > TRK-COUNT
               MOVE PNT-REC TO TRK-COUNT
           END-IF
           .

      *----------------------------------------------------------------
      * Stream the sonar feed against the loaded track.  A run of
      * consecutive out-of-tolerance pairs is one divergent stretch,
      * reported once with its record range and its worst
      * difference, so a sensor that drifts for a mile reads as one
      * problem rather than a page of them.
      *----------------------------------------------------------------
       3000-RECONCILE-THE-SONAR.
           OPEN INPUT SONR-DATA
           IF WS-SONR-STAT NOT = '00'
               DISPLAY
                 MYNAME ' sonar feed missing or unreadable: '
                 FUNCTION TRIM(WS-SONR-NAME)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SONR-EOF
             MOVE SPACES TO SONR-DATA-REC
             READ SONR-DATA
               AT END SET SONR-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-REC-COUNT
                 PERFORM 3100-RECONCILE-ONE-RECORD
             END-READ
           END-PERFORM
           CLOSE SONR-DATA
           IF IN-STRETCH
               PERFORM 3200-REPORT-THE-STRETCH
           END-IF

      *    track points no sonar record reached, either end: the
      *    sonar covers points 1 + OFFSET through its count + OFFSET
           COMPUTE TRK-SUB = 1 + WS-OFFSET
           IF TRK-SUB < 1
               MOVE 1 TO TRK-SUB
           END-IF
           COMPUTE RCN-TRK-HI = WS-REC-COUNT + WS-OFFSET
           IF RCN-TRK-HI > TRK-COUNT
               MOVE TRK-COUNT TO RCN-TRK-HI
           END-IF
           IF RCN-TRK-HI < TRK-SUB
               MOVE TRK-COUNT TO RCN-TRK-ONLY
           ELSE
               COMPUTE RCN-TRK-ONLY =
                 TRK-COUNT - (RCN-TRK-HI - TRK-SUB + 1)
           END-IF
           .

       3100-RECONCILE-ONE-RECORD.
           COMPUTE TRK-SUB = WS-REC-COUNT + WS-OFFSET
           IF TRK-SUB < 1 OR TRK-SUB > TRK-COUNT
               ADD 1 TO RCN-SONR-ONLY
               IF IN-STRETCH
                   PERFORM 3200-REPORT-THE-STRETCH
               END-IF
               EXIT PARAGRAPH
           END-IF

      *    same depth parse cs01a applies to the feed
           MOVE SONR-DATA-REC TO SONR-INPT
           IF SONR-BYTE-4 NUMERIC
               MOVE 4 TO DEPTH-LEN
           ELSE
               MOVE 3 TO DEPTH-LEN
           END-IF
           IF FUNCTION TEST-NUMVAL(SONR-INPT(1:DEPTH-LEN)) = 0
               MOVE FUNCTION NUMVAL(SONR-INPT(1:DEPTH-LEN))
                 TO SONR-DEPTH
           ELSE
               DISPLAY
                MYNAME
                ' warning - sonar record ' WS-REC-COUNT
                ' has a non-numeric depth, not compared'
               ADD 1 TO RCN-SONR-ONLY
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO RCN-PAIRED
           COMPUTE RCN-DIFF = SONR-DEPTH - TRK-DEPTH(TRK-SUB)
           IF RCN-DIFF < 0
               COMPUTE RCN-ABS-DIFF = 0 - RCN-DIFF
           ELSE
               MOVE RCN-DIFF TO RCN-ABS-DIFF
           END-IF
           ADD RCN-ABS-DIFF TO RCN-CUM-ABS
           ADD RCN-DIFF     TO RCN-CUM-NET
           IF RCN-ABS-DIFF > RCN-WORST
               MOVE RCN-ABS-DIFF TO RCN-WORST
               MOVE WS-REC-COUNT TO RCN-WORST-REC
           END-IF

           IF RCN-ABS-DIFF > WS-TOL
               ADD 1 TO RCN-OUT-COUNT
               IF NOT IN-STRETCH
                   SET IN-STRETCH TO TRUE
                   MOVE WS-REC-COUNT TO STR-FROM-REC
                   MOVE 0 TO STR-PEAK
               END-IF
               MOVE WS-REC-COUNT TO STR-TO-REC
               IF RCN-ABS-DIFF > STR-PEAK
                   MOVE RCN-ABS-DIFF TO STR-PEAK
                   MOVE RCN-DIFF     TO STR-PEAK-DIFF
                   MOVE WS-REC-COUNT TO STR-PEAK-REC
               END-IF
           ELSE
               IF IN-STRETCH
                   PERFORM 3200-REPORT-THE-STRETCH
               END-IF
           END-IF
           .

       3200-REPORT-THE-STRETCH.
           ADD 1 TO RCN-STRETCHES
           MOVE STR-FROM-REC  TO WS-FROM-DISP
           MOVE STR-TO-REC    TO WS-TO-DISP
           MOVE STR-PEAK-REC  TO WS-PEAK-REC-DISP
           MOVE STR-PEAK-DIFF TO WS-DIFF-DISP
           DISPLAY
             MYNAME ' DIVERGENT sonar records ' WS-FROM-DISP
             ' through ' WS-TO-DISP
             ' worst ' WS-DIFF-DISP
             ' at ' WS-PEAK-REC-DISP
           SET IN-STRETCH TO FALSE
           .

       9000-WRITE-AUDIT-LOG.
           MOVE SPACES TO WS-AUDIT-KEYS
           MOVE RETURN-CODE   TO WS-RC-DISP
           MOVE RCN-PAIRED    TO WS-PAIRED-DISP
           MOVE RCN-OUT-COUNT TO WS-OUT-DISP
           MOVE RCN-CUM-ABS   TO WS-CUM-ABS-DISP
           MOVE WS-OFFSET     TO WS-OFFSET-DISP
           STRING
             ' PAIRED='                DELIMITED SIZE
             WS-PAIRED-DISP            DELIMITED SIZE
             ' OUTTOL='                DELIMITED SIZE
             WS-OUT-DISP               DELIMITED SIZE
             ' DIVERGE='               DELIMITED SIZE
             WS-CUM-ABS-DISP           DELIMITED SIZE
             ' RATING='                DELIMITED SIZE
             WS-RATING                 DELIMITED SPACE
             ' OFFSET='                DELIMITED SIZE
             WS-OFFSET-DISP            DELIMITED SIZE
             ' TOL='                   DELIMITED SIZE
             WS-TOL                    DELIMITED SIZE
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
      * figure is the voyage rating.
       9900-DISPLAY-SUMMARY.

           MOVE WS-REC-COUNT TO WS-REC-COUNT-DISP

           MOVE WS-REC-COUNT-DISP TO WS-SUMM-RECS
           MOVE WS-RATING TO WS-SUMM-RESULT
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
