      * transmission-ready hex to csencdr.hex -- and then PROVEN
      * by running the hex back through the cs16a decoder before
      * anyone keys it to the shore channel.
      *
      * A proven transmission is entered on the shore-channel
      * message log (csshore.log, through csshlog) as sent, with
      * what the decoder found in it: the sequence number and any
      * reply-to literal at the positions agreed with shore control,
      * the top-level version and type, and the value shore control
      * will evaluate.  The proof decode itself stays off the log.
      *
       Program-ID. csencdr.
       Environment Division.
           05  WS-RUN-ID          PIC X(017)         VALUE SPACES.
           05  WS-SYSTEM-CMD      PIC X(300)         VALUE SPACES.
           05  WS-REC-COUNT-DISP  PIC 9(008)         VALUE 0.
           05  WS-PROOF-TALLY     PIC 9(004) COMP    VALUE 0.

      * One shore-channel message log entry, as csshlog takes it.
       01  SHORE-ENTRY.
           05  SHE-DIR            PIC X(003)         VALUE 'OUT'.
           05  SHE-STATUS         PIC X(006)         VALUE 'OK'.
           05  SHE-SEQ            PIC X(018)         VALUE SPACES.
           05  SHE-REPLY          PIC X(018)         VALUE SPACES.
           05  SHE-VER            PIC X(001)         VALUE SPACES.
           05  SHE-TYPE           PIC X(012)         VALUE SPACES.
           05  SHE-VALUE          PIC X(018)         VALUE SPACES.
           05  SHE-RUN-ID         PIC X(017)         VALUE SPACES.
           05  SHE-REC            PIC X(009)         VALUE SPACES.
           05  SHE-FILE           PIC X(080)         VALUE SPACES.

       01  PARSE-AREAS.
           05  PRS-LINE           PIC X(120)         VALUE SPACES.
           05  PROOF-SW           PIC X(001)         VALUE 'N'.
               88  PROOF-PASSED                      VALUE 'Y'
                                                     FALSE 'N'.
           05  PROOF-EOF-SW       PIC X(001)         VALUE 'N'.
               88  PROOF-EOF                         VALUE 'Y'.
           05  SHORE-SW           PIC X(001)         VALUE 'N'.
               88  SHORE-LOGGED                      VALUE 'Y'
                                                     FALSE 'N'.

       Procedure Division.
           DISPLAY MYNAME SPACE FUNCTION CURRENT-DATE
           STRING
             './cs16a "FILE='              DELIMITED SIZE
             FUNCTION TRIM(WS-HEX-FNAME)   DELIMITED SIZE
             '" "MSGLOG=N" > '             DELIMITED SIZE
             FUNCTION TRIM(WS-PROOF-NAME)  DELIMITED SIZE
             ' 2>&1'                       DELIMITED SIZE
             INTO WS-SYSTEM-CMD
               DISPLAY
                 MYNAME ' round-trip PROVEN - cs16a decodes the'
                 ' transmission cleanly'
               PERFORM 6100-LOG-THE-SENDING
           ELSE
               DISPLAY
                 MYNAME ' round-trip FAILED - cs16a rejected the'
           MOVE WS-HOLD-RC TO RETURN-CODE
           .

      * The decoder shows what it found in the transmission on its
      * shore line; that line goes onto the message log as sent.  A
      * proven transmission that cannot be logged is still good to
      * send, but the gap in our own record is flagged with RC 4.
       6100-LOG-THE-SENDING.
           OPEN INPUT PROOF-DATA
           IF WS-PROOF-STAT = '00'
               PERFORM UNTIL PROOF-EOF OR SHORE-LOGGED
                 READ PROOF-DATA
                   AT END SET PROOF-EOF TO TRUE
                   NOT AT END
                     MOVE 0 TO WS-PROOF-TALLY
                     INSPECT PROOF-DATA-REC TALLYING WS-PROOF-TALLY
                       FOR ALL ' shore SEQ='
                     IF WS-PROOF-TALLY > 0
                         PERFORM 6110-LIFT-THE-SHORE-LINE
                         SET SHORE-LOGGED TO TRUE
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE PROOF-DATA
           END-IF
           IF NOT SHORE-LOGGED
               DISPLAY
                 MYNAME ' warning - the decoder showed no shore line;'
                 ' transmission NOT entered on the shore log'
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RUN-ID TO SHE-RUN-ID
           MOVE 1 TO WS-REC-COUNT-DISP
           MOVE WS-REC-COUNT-DISP TO SHE-REC
           MOVE WS-HEX-FNAME TO SHE-FILE
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'csshlog' USING MYNAME SHORE-ENTRY END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           DISPLAY
             MYNAME ' entered on the shore log as sent, SEQ='
             FUNCTION TRIM(SHE-SEQ)
           .

       6110-LIFT-THE-SHORE-LINE.
           SET PRS-PTR TO 1
           PERFORM UNTIL PRS-PTR > LENGTH OF PROOF-DATA-REC
             MOVE SPACES TO PRS-TOKEN
             UNSTRING PROOF-DATA-REC DELIMITED BY SPACE
               INTO PRS-TOKEN
               WITH POINTER PRS-PTR
             END-UNSTRING
             IF PRS-TOKEN NOT = SPACES
                 MOVE SPACES TO PRS-KEY PRS-VAL
                 UNSTRING PRS-TOKEN DELIMITED BY '='
                   INTO PRS-KEY PRS-VAL
                 END-UNSTRING
                 EVALUATE PRS-KEY
                   WHEN 'SEQ'    MOVE PRS-VAL(1:18) TO SHE-SEQ
                   WHEN 'REPLY'  MOVE PRS-VAL(1:18) TO SHE-REPLY
                   WHEN 'VER'    MOVE PRS-VAL(1:1)  TO SHE-VER
                   WHEN 'TYPE'   MOVE PRS-VAL(1:12) TO SHE-TYPE
                   WHEN 'VALUE'  MOVE PRS-VAL(1:18) TO SHE-VALUE
                   WHEN OTHER    CONTINUE
                 END-EVALUATE
             END-IF
           END-PERFORM
           .

       9000-WRITE-AUDIT-LOG.
           MOVE SPACES TO WS-AUDIT-KEYS
           MOVE RETURN-CODE TO WS-RC-DISP
             WS-HEX-COUNT              DELIMITED SIZE
             ' PROVEN='                DELIMITED SIZE
             PROOF-SW                  DELIMITED SIZE
             ' SHORESEQ='              DELIMITED SIZE
             SHE-SEQ                   DELIMITED SPACE
             ' RECS='                  DELIMITED SIZE
             WS-REC-COUNT-DISP         DELIMITED SIZE
             ' RC='                    DELIMITED SIZE
