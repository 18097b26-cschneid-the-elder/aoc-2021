      *
      * This software may be modified and distributed under the terms
      * of the MIT license. See the LICENSE file for details.
      *
      * CONTRACT= holds each decoded tree to shore control's contract
      * for its message type.  A record may lead with its message
      * type ahead of the hex (TELEM 8A004A801A8002F478); MSGTYPE=
      * names the type of records that do not.  Contract lines, *
      * in column 1 for comments, look like
      *   TYPE=TELEM LEVEL=1 OPS=SUM SUBS=3-3
      *   TYPE=TELEM LEVEL=* VER=0-6 LIT=0-4095
      * LEVEL is the nesting depth (1 is the outermost packet) or *
      * for every level; OPS lists the packet types allowed there by
      * name or type number; SUBS, VER and LIT bound the sub-packet
      * count, the version and literal values.  Every breach is
      * reported against its line in cs16a.tree, a breached
      * transmission stays out of the totals, and any breach fails
      * the step.
      *
      * Every transmission read is entered on the shore-channel
      * message log (csshore.log, through csshlog) as received:
      * its sequence number, the literal at the position in the
      * tree agreed with shore control (SHORESEQ in cssuite.cfg or
      * SEQPATH= here, a dotted list of sub-packet positions below
      * the outermost packet -- 1 is its first sub-packet, 2.1 the
      * first sub-packet of its second), the message it answers
      * where a reply literal is agreed (SHOREREPLY or REPLYPATH=),
      * the top-level version and type, and the value.  csshrec
      * reconciles the log.  MSGLOG=N leaves the log alone, for
      * test decodes and csencdr's round-trip proof.
      *
       Program-ID. cs16a.
       Environment Division.
       File-Control.
           Select INPT-DATA            Assign Dynamic WS-ASSIGN-NAME
                                        Organization Line Sequential.
           Select CTR-DATA             Assign Dynamic WS-CTR-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-CTR-STAT.
       Data Division.
       File Section.
       FD  INPT-DATA.
       01  INPT-DATA-REC-MAX PIC X(2048).
       FD  CTR-DATA.
       01  CTR-DATA-REC       PIC X(080).

       Working-Storage Section.
       01  CONSTANTS.
           05  PKT-VALUE          PIC 9(018) COMP    VALUE 0.
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
           05  TOT-VRSN-DISP      PIC 9(018)         VALUE 0.
           05  TOT-VALUE-DISP     PIC 9(018)         VALUE 0.
           05  HEX-OK-SW          PIC X(001)         VALUE 'Y'.
           05  WS-CTR-FNAME       PIC X(080)         VALUE SPACES.
           05  WS-CTR-STAT        PIC X(002)         VALUE SPACES.
           05  WS-DFLT-MSG-TYPE   PIC X(016)         VALUE SPACES.
           05  WS-INPT-TOK-1      PIC X(2048)        VALUE SPACES.
           05  WS-INPT-TOK-2      PIC X(2048)        VALUE SPACES.
           05  CTR-REC-COUNT      PIC 9(009) COMP    VALUE 0.
           05  CTR-BAD-COUNT      PIC 9(009) COMP    VALUE 0.
           05  CTR-TOKEN          PIC X(080)         VALUE SPACES.
           05  CTR-KEY            PIC X(020)         VALUE SPACES.
           05  CTR-VAL            PIC X(080)         VALUE SPACES.
           05  CTR-PTR            PIC 9(003) COMP    VALUE 1.
           05  CTR-OPS-PTR        PIC 9(003) COMP    VALUE 1.
           05  CTR-OP-TOKEN       PIC X(020)         VALUE SPACES.
           05  CTR-LO-VAL         PIC X(020)         VALUE SPACES.
           05  CTR-HI-VAL         PIC X(020)         VALUE SPACES.
           05  CTR-LO             PIC 9(018) COMP    VALUE 0.
           05  CTR-HI             PIC 9(018) COMP    VALUE 0.
           05  CTR-LIMIT          PIC 9(018) COMP    VALUE 0.
           05  CTR-BAD-REASON     PIC X(040)         VALUE SPACES.
           05  CTR-REC-DISP       PIC 9(006)         VALUE 0.
           05  CTR-RULES-DISP     PIC 9(004)         VALUE 0.
           05  CTR-RULE-IDX       PIC 9(004) COMP    VALUE 0.
           05  CTR-TYPE-HITS      PIC 9(004) COMP    VALUE 0.
           05  CTR-VIOL-IDX       PIC 9(009) COMP    VALUE 0.
           05  CTR-LINE-DISP      PIC 9(006)         VALUE 0.
           05  CTR-BIT-DISP       PIC 9(006)         VALUE 0.
           05  CTR-VIOL-DISP      PIC 9(009)         VALUE 0.
           05  WS-BREACH-COUNT    PIC 9(009) COMP    VALUE 0.
           05  WS-BREACH-DISP     PIC 9(009)         VALUE 0.
           05  WS-XMIT-TREE-LINE  PIC 9(009) COMP    VALUE 0.
           05  WS-CFG-SHSEQ       PIC X(020)       VALUE 'SHORESEQ'.
           05  WS-CFG-SHRPY       PIC X(020)     VALUE 'SHOREREPLY'.
           05  WS-SEQ-PATH-TEXT   PIC X(040)         VALUE '1'.
           05  WS-RPY-PATH-TEXT   PIC X(040)         VALUE SPACES.
           05  WS-PATH-TEXT       PIC X(040)         VALUE SPACES.
           05  WS-PATH-TOKEN      PIC X(010)         VALUE SPACES.
           05  WS-PATH-PTR        PIC 9(003) COMP    VALUE 1.
           05  WS-PATH-NAME       PIC X(010)         VALUE SPACES.
           05  WS-SHORE-N18-EDIT  PIC Z(017)9        VALUE ZERO.
           05  WS-SHORE-VER-DISP  PIC 9(001)         VALUE 0.
           05  WS-SHORE-COUNT     PIC 9(009) COMP    VALUE 0.
           05  WS-SHORE-DISP      PIC 9(009)         VALUE 0.
           05  CTR-SWITCHES.
               10  CTR-LINE-SW    PIC X(001)         VALUE 'Y'.
                   88  CTR-LINE-OK                   VALUE 'Y'
                                                     FALSE 'N'.
               10  CTR-WARN-SW    PIC X(001)         VALUE 'N'.
                   88  CTR-WARNED                    VALUE 'Y'
                                                     FALSE 'N'.
               10  CTR-FAIL-SW    PIC X(001)         VALUE 'N'.
                   88  CTR-FAILED                    VALUE 'Y'
                                                     FALSE 'N'.

      * Packet type names in type-number order, for the OPS= lists.
       01  OP-NAME-TABLE.
           05  OP-NAME-VAL.
               10                 PIC X(012)         VALUE 'SUM'.
               10                 PIC X(012)         VALUE 'PRODUCT'.
               10                 PIC X(012)         VALUE 'MINIMUM'.
               10                 PIC X(012)         VALUE 'MAXIMUM'.
               10                 PIC X(012)         VALUE 'LITERAL'.
               10                 PIC X(012)     VALUE 'GREATER-THAN'.
               10                 PIC X(012)        VALUE 'LESS-THAN'.
               10                 PIC X(012)         VALUE 'EQUAL-TO'.
           05  OP-NAME-TBL
               REDEFINES OP-NAME-VAL
               OCCURS 8
               INDEXED OP-NAME-IDX.
               10  OP-NAME        PIC X(012).

      * One agreed tree position taken apart: how many levels below
      * the outermost packet, and the sub-packet ordinal at each.
       01  WS-PATH-WORK.
           05  WS-PATH-DEPTH      PIC 9(004) COMP    VALUE 0.
           05  WS-PATH-STEP       PIC 9(004) COMP    OCCURS 8.

      * One shore-channel message log entry, as csshlog takes it.
       01  SHORE-ENTRY.
           05  SHE-DIR            PIC X(003)         VALUE 'IN'.
           05  SHE-STATUS         PIC X(006)         VALUE SPACES.
           05  SHE-SEQ            PIC X(018)         VALUE SPACES.
           05  SHE-REPLY          PIC X(018)         VALUE SPACES.
           05  SHE-VER            PIC X(001)         VALUE SPACES.
           05  SHE-TYPE           PIC X(012)         VALUE SPACES.
           05  SHE-VALUE          PIC X(018)         VALUE SPACES.
           05  SHE-RUN-ID         PIC X(017)         VALUE SPACES.
           05  SHE-REC            PIC X(009)         VALUE SPACES.
           05  SHE-FILE           PIC X(080)         VALUE SPACES.

       01  WS-TIMING.
           05  WS-START-TIME      PIC 9(008)         VALUE 0.
               88  INPT-DATA-EOF                     VALUE 'Y'.
           05  PROCESS-SW         PIC X(004)         VALUE LOW-VALUES.
               88  PROCESS-TEST                      VALUE 'TEST'.
           05  MSGLOG-SW          PIC X(001)         VALUE 'Y'.
               88  MSGLOG-ON                         VALUE 'Y'
                                                     FALSE 'N'.

      * The shore-control contract the transmission in flight is held
      * to, and the breaches the parser finds against it.  A packet
      * answers to every rule for its message type whose level is its
      * own nesting depth or any level (CT-LEVEL 0).
       01  CONTRACT-EXT EXTERNAL.
           05  CT-ACTIVE-SW       PIC X(001).
               88  CONTRACT-ACTIVE                   VALUE 'Y'
                                                     FALSE 'N'.
           05  CT-MSG-TYPE        PIC X(016).
           05  CT-RULE-COUNT      PIC 9(004) COMP.
           05  CT-RULE OCCURS 200.
               10  CT-TYPE        PIC X(016).
               10  CT-LEVEL       PIC 9(004) COMP.
               10  CT-OPS         PIC X(008).
               10  CT-SUB-MIN     PIC 9(009) COMP.
               10  CT-SUB-MAX     PIC 9(009) COMP.
               10  CT-VER-MIN     PIC 9(004) COMP.
               10  CT-VER-MAX     PIC 9(004) COMP.
               10  CT-LIT-MIN     PIC 9(018) COMP.
               10  CT-LIT-MAX     PIC 9(018) COMP.
               10  CT-SRC-LINE    PIC 9(009) COMP.
           05  CT-VIOL-COUNT      PIC 9(009) COMP.
           05  CT-VIOL OCCURS 50.
               10  CT-VIOL-LINE   PIC 9(009) COMP.
               10  CT-VIOL-BIT    PIC 9(009) COMP.
               10  CT-VIOL-REASON PIC X(080).

      * Lines written to cs16a.tree so far, so a packet can be found
      * in the listing by line number.
       77  TREE-LINE-NO EXTERNAL  PIC 9(009) COMP.

      * The shore-channel positions agreed for the sequence number
      * and the reply-to literal, the ordinal of the packet being
      * parsed among its siblings at each level (level 1 is the
      * outermost packet), and what the transmission in flight was
      * found to carry there.
       01  SHORE-EXT EXTERNAL.
           05  SH-SEQ-PATH.
               10  SH-SEQ-DEPTH   PIC 9(004) COMP.
               10  SH-SEQ-STEP    PIC 9(004) COMP OCCURS 8.
           05  SH-RPY-PATH.
               10  SH-RPY-DEPTH   PIC 9(004) COMP.
               10  SH-RPY-STEP    PIC 9(004) COMP OCCURS 8.
           05  SH-ORDINAL         PIC 9(009) COMP OCCURS 9.
           05  SH-TOP-VERSION     PIC 9(004) COMP.
           05  SH-TOP-TYPE        PIC 9(004) COMP.
           05  SH-SEQ-SW          PIC X(001).
               88  SH-SEQ-FOUND                      VALUE 'Y'
                                                     FALSE 'N'.
           05  SH-SEQ-VALUE       PIC 9(018) COMP.
           05  SH-RPY-SW          PIC X(001).
               88  SH-RPY-FOUND                      VALUE 'Y'
                                                     FALSE 'N'.
           05  SH-RPY-VALUE       PIC 9(018) COMP.

       01  HEX-BIT-TABLE.
           05  HEX-BIT-VAL.
               MOVE '/dev/stdin' TO WS-ASSIGN-NAME
           END-IF

           PERFORM 1400-SET-SHORE-PATHS

           SET CONTRACT-ACTIVE TO FALSE
           MOVE 0 TO CT-RULE-COUNT CT-VIOL-COUNT
           IF WS-CTR-FNAME NOT = SPACES
               PERFORM 1200-LOAD-CONTRACTS
           END-IF

           IF WS-ASSIGN-NAME NOT = '/dev/stdin'
               PERFORM 0250-CHECK-THE-CONTENT
           END-IF

           OPEN INPUT INPT-DATA
           MOVE 'O' TO WS-LIST-ACTION
           CALL 'pktlist' USING WS-LIST-ACTION END-CALL
           MOVE TOT-VALUE TO TOT-VALUE-DISP
           DISPLAY MYNAME ' transmissions   ' WS-XMIT-DISP
           DISPLAY MYNAME ' parse failures  ' WS-FAILS-DISP
           IF CONTRACT-ACTIVE
               MOVE WS-BREACH-COUNT TO WS-BREACH-DISP
               DISPLAY MYNAME ' contract breach ' WS-BREACH-DISP
           END-IF
           DISPLAY MYNAME ' total versions  ' TOT-VRSN-DISP
           DISPLAY MYNAME ' total value     ' TOT-VALUE-DISP
           DISPLAY MYNAME ' records read    ' WS-REC-COUNT
           IF MSGLOG-ON
               MOVE WS-SHORE-COUNT TO WS-SHORE-DISP
               DISPLAY MYNAME ' shore log       ' WS-SHORE-DISP
           END-IF

           IF WS-PARSE-FAILS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF CTR-WARNED AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
      *    a transmission of the wrong shape, or a contract that could
      *    not be read, fails the step
           IF (WS-BREACH-COUNT > 0 OR CTR-FAILED)
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 9000-WRITE-AUDIT-LOG
           PERFORM 9900-DISPLAY-SUMMARY
                 MOVE WS-CLI-VAL TO WS-ASSIGN-NAME
             WHEN 'RUNID'
                 MOVE WS-CLI-VAL TO WS-RUN-ID
             WHEN 'CONTRACT'
                 IF FUNCTION UPPER-CASE(WS-CLI-VAL) = 'Y'
                     MOVE 'cs16a.ctr' TO WS-CTR-FNAME
                     CALL 'csenvfn' USING WS-CTR-FNAME END-CALL
                 ELSE
                     MOVE WS-CLI-VAL TO WS-CTR-FNAME
                 END-IF
             WHEN 'MSGTYPE'
                 MOVE FUNCTION UPPER-CASE(WS-CLI-VAL)
                   TO WS-DFLT-MSG-TYPE
             WHEN 'MSGLOG'
                 MOVE FUNCTION UPPER-CASE(WS-CLI-VAL) TO MSGLOG-SW
             WHEN 'SEQPATH'
                 MOVE WS-CLI-VAL TO WS-SEQ-PATH-TEXT
             WHEN 'REPLYPATH'
                 MOVE WS-CLI-VAL TO WS-RPY-PATH-TEXT
             WHEN OTHER
                 DISPLAY
                  MYNAME
      *----------------------------------------------------------------
       1100-PROCESS-ONE-XMISSION.
           IF WS-INPT NOT = SPACES
               PERFORM 1110-SPLIT-MESSAGE-TYPE
               MOVE 'Y' TO HEX-OK-SW
               MOVE SPACES TO BIT-STRING
               MOVE 1 TO HEX-PTR
                     MYNAME ' record ' WS-REC-COUNT
                     ' failed to parse - invalid hex character in'
                     ' column ' HEX-PTR ' - skipped'
                   MOVE 'FAIL' TO SHE-STATUS
                   PERFORM 1410-LOG-SHORE-MESSAGE
               ELSE
                   COMPUTE BITS-LEN = (HEX-PTR - 1) * 4
                   SET PARSE-OVERRUN TO FALSE
                   STRING 'TRANSMISSION RECORD ' WS-REC-COUNT-DISP
                     DELIMITED SIZE INTO TREE-LINE
                   END-STRING
                   IF CT-MSG-TYPE NOT = SPACES
                       STRING
                         'TRANSMISSION RECORD ' DELIMITED SIZE
                         WS-REC-COUNT-DISP      DELIMITED SIZE
                         ' TYPE '               DELIMITED SIZE
                         CT-MSG-TYPE            DELIMITED SPACE
                         INTO TREE-LINE
                       END-STRING
                   END-IF
                   MOVE 'L' TO WS-LIST-ACTION
                   CALL 'pktlist' USING WS-LIST-ACTION END-CALL
                   MOVE TREE-LINE-NO TO WS-XMIT-TREE-LINE

                   MOVE 0 TO CT-VIOL-COUNT
                   IF CONTRACT-ACTIVE
                       PERFORM 1300-FIND-CONTRACT
                   END-IF

                   MOVE 1 TO SH-ORDINAL(1)
                   MOVE 0 TO SH-TOP-VERSION SH-TOP-TYPE
                             SH-SEQ-VALUE SH-RPY-VALUE
                   SET SH-SEQ-FOUND TO FALSE
                   SET SH-RPY-FOUND TO FALSE

                   CALL 'parsepkt' USING
                       BIT-STRING
                       PKT-VALUE
                   END-CALL

                   EVALUATE TRUE
                     WHEN PARSE-OVERRUN
      *                a truncated or garbled record; nothing it
      *                produced can be trusted in the totals
                       ADD 1 TO WS-PARSE-FAILS
                         MYNAME ' record ' WS-REC-COUNT
                         ' failed to parse - transmission ran out'
                         ' mid-packet - skipped'
                       MOVE 'FAIL' TO SHE-STATUS
                       PERFORM 1410-LOG-SHORE-MESSAGE
                     WHEN CT-VIOL-COUNT > 0
      *                well formed but the wrong shape; its value
      *                is not one shore control can act on
                       ADD 1 TO WS-BREACH-COUNT
                       PERFORM 1310-REPORT-BREACHES
                       MOVE 'BREACH' TO SHE-STATUS
                       PERFORM 1410-LOG-SHORE-MESSAGE
                     WHEN OTHER
                       ADD 1 TO WS-XMIT-COUNT
                       ADD VRSN-TOT TO TOT-VRSN
                       ADD PKT-VALUE TO TOT-VALUE
                         MYNAME ' record ' WS-REC-COUNT-DISP
                         ' versions ' VRSN-TOT-DISP
                         ' value ' PKT-VALUE-DISP
                       MOVE 'OK' TO SHE-STATUS
                       PERFORM 1410-LOG-SHORE-MESSAGE
                   END-EVALUATE
               END-IF
           END-IF

           PERFORM 8010-READ-INPT-DATA
           .

      * A record may lead with its message type ahead of the hex;
      * without one it takes the MSGTYPE= default.
       1110-SPLIT-MESSAGE-TYPE.
           MOVE WS-DFLT-MSG-TYPE TO CT-MSG-TYPE
           MOVE SPACES TO WS-INPT-TOK-1 WS-INPT-TOK-2
           UNSTRING WS-INPT DELIMITED BY ALL SPACE
             INTO WS-INPT-TOK-1 WS-INPT-TOK-2
           END-UNSTRING
           IF WS-INPT-TOK-2 NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-INPT-TOK-1) TO CT-MSG-TYPE
               MOVE WS-INPT-TOK-2 TO WS-INPT
           END-IF
           .

      *----------------------------------------------------------------
      * The contract file, one rule per line.  A bad line is reported
      * and skipped; a contract that cannot be read, or holds no
      * usable rule, fails the step rather than let transmissions
      * through unchecked.
      *----------------------------------------------------------------
       1200-LOAD-CONTRACTS.
           OPEN INPUT CTR-DATA
           IF WS-CTR-STAT NOT = '00'
               DISPLAY
                 MYNAME ' contract file missing or unreadable: '
                 WS-CTR-FNAME
               SET CTR-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CTR-STAT NOT = '00'
             MOVE SPACES TO CTR-DATA-REC
             READ CTR-DATA
               NOT AT END
                 ADD 1 TO CTR-REC-COUNT
                 IF CTR-DATA-REC(1:1) NOT = '*'
                     AND CTR-DATA-REC NOT = SPACES
                     IF CT-RULE-COUNT < 200
                         ADD 1 TO CT-RULE-COUNT
                         PERFORM 1210-PARSE-ONE-RULE
                     ELSE
                         MOVE 'CONTRACT TABLE FULL' TO CTR-BAD-REASON
                         PERFORM 1230-REPORT-BAD-RULE
                     END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CTR-DATA

           MOVE CT-RULE-COUNT TO CTR-RULES-DISP
           DISPLAY MYNAME ' contract rules ' CTR-RULES-DISP
           IF CTR-BAD-COUNT > 0
               SET CTR-WARNED TO TRUE
           END-IF
           IF CT-RULE-COUNT = 0
               DISPLAY
                 MYNAME ' contract file holds no usable rule: '
                 WS-CTR-FNAME
               SET CTR-FAILED TO TRUE
           ELSE
               SET CONTRACT-ACTIVE TO TRUE
           END-IF
           .

       1210-PARSE-ONE-RULE.
           INITIALIZE CT-RULE(CT-RULE-COUNT)
           MOVE ALL 'Y'     TO CT-OPS(CT-RULE-COUNT)
           MOVE 999999999   TO CT-SUB-MAX(CT-RULE-COUNT)
           MOVE 7           TO CT-VER-MAX(CT-RULE-COUNT)
           MOVE 999999999999999999 TO CT-LIT-MAX(CT-RULE-COUNT)
           MOVE CTR-REC-COUNT TO CT-SRC-LINE(CT-RULE-COUNT)
           SET CTR-LINE-OK TO TRUE
           MOVE SPACES TO CTR-BAD-REASON
           SET CTR-PTR TO 1
           PERFORM UNTIL CTR-PTR > LENGTH OF CTR-DATA-REC
             OR NOT CTR-LINE-OK
             MOVE SPACES TO CTR-TOKEN
             UNSTRING CTR-DATA-REC DELIMITED BY SPACE
               INTO CTR-TOKEN
               WITH POINTER CTR-PTR
             END-UNSTRING
             IF CTR-TOKEN NOT = SPACES
                 CALL 'cscliptk' USING
                   CTR-TOKEN
                   CTR-KEY
                   CTR-VAL
                 END-CALL
                 EVALUATE FUNCTION UPPER-CASE(CTR-KEY)
                   WHEN 'TYPE'
                       MOVE FUNCTION UPPER-CASE(CTR-VAL)
                         TO CT-TYPE(CT-RULE-COUNT)
                   WHEN 'LEVEL'
                       EVALUATE TRUE
                         WHEN CTR-VAL = '*'
                             MOVE 0 TO CT-LEVEL(CT-RULE-COUNT)
                         WHEN FUNCTION TEST-NUMVAL(CTR-VAL) = 0
                           AND FUNCTION NUMVAL(CTR-VAL) >= 1
                           AND FUNCTION NUMVAL(CTR-VAL) <= 999
                             MOVE FUNCTION NUMVAL(CTR-VAL)
                               TO CT-LEVEL(CT-RULE-COUNT)
                         WHEN OTHER
                             MOVE 'LEVEL NOT * OR 1-999'
                               TO CTR-BAD-REASON
                       END-EVALUATE
                   WHEN 'OPS'
                       PERFORM 1215-PARSE-OPS-LIST
                   WHEN 'SUBS'
                       MOVE 999999999 TO CTR-LIMIT
                       PERFORM 1220-PARSE-RANGE
                       MOVE CTR-LO TO CT-SUB-MIN(CT-RULE-COUNT)
                       MOVE CTR-HI TO CT-SUB-MAX(CT-RULE-COUNT)
                   WHEN 'VER'
                       MOVE 7 TO CTR-LIMIT
                       PERFORM 1220-PARSE-RANGE
                       MOVE CTR-LO TO CT-VER-MIN(CT-RULE-COUNT)
                       MOVE CTR-HI TO CT-VER-MAX(CT-RULE-COUNT)
                   WHEN 'LIT'
                       MOVE 999999999999999999 TO CTR-LIMIT
                       PERFORM 1220-PARSE-RANGE
                       MOVE CTR-LO TO CT-LIT-MIN(CT-RULE-COUNT)
                       MOVE CTR-HI TO CT-LIT-MAX(CT-RULE-COUNT)
                   WHEN OTHER
                       MOVE 'KEYWORD NOT RECOGNIZED'
                         TO CTR-BAD-REASON
                 END-EVALUATE
                 IF CTR-BAD-REASON NOT = SPACES
                     SET CTR-LINE-OK TO FALSE
                 END-IF
             END-IF
           END-PERFORM

           IF CTR-LINE-OK AND CT-TYPE(CT-RULE-COUNT) = SPACES
               MOVE 'TYPE MISSING' TO CTR-BAD-REASON
           END-IF
           IF CTR-BAD-REASON NOT = SPACES
               PERFORM 1230-REPORT-BAD-RULE
               SUBTRACT 1 FROM CT-RULE-COUNT
           END-IF
           .

      * OPS= names the packet types allowed, comma separated, by name
      * or by type number; everything not named is refused.
       1215-PARSE-OPS-LIST.
           MOVE ALL 'N' TO CT-OPS(CT-RULE-COUNT)
           SET CTR-OPS-PTR TO 1
           PERFORM UNTIL CTR-OPS-PTR > LENGTH OF CTR-VAL
             OR CTR-BAD-REASON NOT = SPACES
             MOVE SPACES TO CTR-OP-TOKEN
             UNSTRING CTR-VAL DELIMITED BY ',' OR SPACE
               INTO CTR-OP-TOKEN
               WITH POINTER CTR-OPS-PTR
             END-UNSTRING
             IF CTR-OP-TOKEN NOT = SPACES
                 MOVE FUNCTION UPPER-CASE(CTR-OP-TOKEN)
                   TO CTR-OP-TOKEN
                 SET OP-NAME-IDX TO 1
                 SEARCH OP-NAME-TBL
                   AT END
                     IF CTR-OP-TOKEN(2:1) = SPACE
                         AND CTR-OP-TOKEN(1:1) >= '0'
                         AND CTR-OP-TOKEN(1:1) <= '7'
                         MOVE 'Y' TO CT-OPS(CT-RULE-COUNT)
                           (FUNCTION NUMVAL(CTR-OP-TOKEN(1:1)) + 1:1)
                     ELSE
                         MOVE 'OPS NAMES AN UNKNOWN TYPE'
                           TO CTR-BAD-REASON
                     END-IF
                   WHEN OP-NAME(OP-NAME-IDX) = CTR-OP-TOKEN
                     SET CTR-RULE-IDX TO OP-NAME-IDX
                     MOVE 'Y' TO CT-OPS(CT-RULE-COUNT)(CTR-RULE-IDX:1)
                 END-SEARCH
             END-IF
           END-PERFORM
           .

      * One lo-hi (or single value) into CTR-LO / CTR-HI; an open
      * upper end (3-) runs to CTR-LIMIT.
       1220-PARSE-RANGE.
           MOVE SPACES TO CTR-LO-VAL CTR-HI-VAL
           UNSTRING CTR-VAL DELIMITED BY '-'
             INTO CTR-LO-VAL CTR-HI-VAL
           END-UNSTRING
           IF CTR-HI-VAL = SPACES
               IF CTR-VAL(FUNCTION LENGTH(FUNCTION TRIM(CTR-VAL)):1)
                    = '-'
                   MOVE CTR-LIMIT TO CTR-HI
               ELSE
                   MOVE CTR-LO-VAL TO CTR-HI-VAL
               END-IF
           END-IF
           IF FUNCTION TEST-NUMVAL(CTR-LO-VAL) NOT = 0
               OR (CTR-HI-VAL NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(CTR-HI-VAL) NOT = 0)
               MOVE 'BAD RANGE' TO CTR-BAD-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(CTR-LO-VAL) TO CTR-LO
           IF CTR-HI-VAL NOT = SPACES
               MOVE FUNCTION NUMVAL(CTR-HI-VAL) TO CTR-HI
           END-IF
           IF CTR-LO > CTR-HI OR CTR-HI > CTR-LIMIT
               MOVE 'RANGE OUT OF ORDER OR TOO WIDE' TO CTR-BAD-REASON
           END-IF
           .

       1230-REPORT-BAD-RULE.
           ADD 1 TO CTR-BAD-COUNT
           MOVE CTR-REC-COUNT TO CTR-REC-DISP
           DISPLAY
             MYNAME ' warning - contract line ' CTR-REC-DISP
             ' skipped, ' CTR-BAD-REASON
           .

      * A message type shore control has no contract for is itself a
      * breach, charged to the transmission's own listing line.
       1300-FIND-CONTRACT.
           MOVE 0 TO CTR-TYPE-HITS
           PERFORM VARYING CTR-RULE-IDX FROM 1 BY 1
           UNTIL CTR-RULE-IDX > CT-RULE-COUNT
             IF CT-TYPE(CTR-RULE-IDX) = CT-MSG-TYPE
                 ADD 1 TO CTR-TYPE-HITS
             END-IF
           END-PERFORM
           IF CTR-TYPE-HITS = 0
               MOVE 1 TO CT-VIOL-COUNT
               MOVE WS-XMIT-TREE-LINE TO CT-VIOL-LINE(1)
               MOVE 1 TO CT-VIOL-BIT(1)
               MOVE SPACES TO CT-VIOL-REASON(1)
               IF CT-MSG-TYPE = SPACES
                   MOVE 'NO MESSAGE TYPE ON RECORD OR MSGTYPE='
                     TO CT-VIOL-REASON(1)
               ELSE
                   STRING
                     'NO CONTRACT FOR MESSAGE TYPE ' DELIMITED SIZE
                     CT-MSG-TYPE                     DELIMITED SPACE
                     INTO CT-VIOL-REASON(1)
                   END-STRING
               END-IF
           END-IF
           .

      * Each breach on the console and under the transmission in the
      * listing, keyed to the line of the packet that broke it.
       1310-REPORT-BREACHES.
           MOVE CT-VIOL-COUNT TO CTR-VIOL-DISP
           DISPLAY
             MYNAME ' record ' WS-REC-COUNT-DISP
             ' breaches its contract - ' CTR-VIOL-DISP
             ' violation(s), not totalled'
           PERFORM VARYING CTR-VIOL-IDX FROM 1 BY 1
           UNTIL CTR-VIOL-IDX > CT-VIOL-COUNT
             OR CTR-VIOL-IDX > 50
             MOVE CT-VIOL-LINE(CTR-VIOL-IDX) TO CTR-LINE-DISP
             MOVE CT-VIOL-BIT(CTR-VIOL-IDX) TO CTR-BIT-DISP
             DISPLAY
               MYNAME '   tree line ' CTR-LINE-DISP
               ' bit ' CTR-BIT-DISP ' '
               FUNCTION TRIM(CT-VIOL-REASON(CTR-VIOL-IDX))
             MOVE SPACES TO TREE-LINE
             STRING
               '*** CONTRACT BREACH AT LINE ' DELIMITED SIZE
               CTR-LINE-DISP                  DELIMITED SIZE
               ' BIT '                        DELIMITED SIZE
               CTR-BIT-DISP                   DELIMITED SIZE
               ' '                            DELIMITED SIZE
               CT-VIOL-REASON(CTR-VIOL-IDX)   DELIMITED SIZE
               INTO TREE-LINE
             END-STRING
             MOVE 'L' TO WS-LIST-ACTION
             CALL 'pktlist' USING WS-LIST-ACTION END-CALL
           END-PERFORM
           IF CT-VIOL-COUNT > 50
               DISPLAY
                 MYNAME '   further violations not itemised'
           END-IF
           .

      *----------------------------------------------------------------
      * The agreed tree positions of the sequence-number and reply-to
      * literals, from cssuite.cfg or the command line.  A position
      * that does not read as a dotted list of sub-packet ordinals
      * is reported and no literal is taken from it; NONE, or blank,
      * agrees none.
      *----------------------------------------------------------------
       1400-SET-SHORE-PATHS.
           MOVE WS-SEQ-PATH-TEXT TO WS-PATH-TEXT
           MOVE 'SEQPATH' TO WS-PATH-NAME
           PERFORM 1420-PARSE-ONE-PATH
           MOVE WS-PATH-WORK TO SH-SEQ-PATH
           MOVE WS-RPY-PATH-TEXT TO WS-PATH-TEXT
           MOVE 'REPLYPATH' TO WS-PATH-NAME
           PERFORM 1420-PARSE-ONE-PATH
           MOVE WS-PATH-WORK TO SH-RPY-PATH
           .

      * One transmission onto the shore-channel message log as
      * received.  A clean decode also shows what the log was given
      * on the console, which is where csencdr's round-trip proof
      * picks it up for the outbound entry.
       1410-LOG-SHORE-MESSAGE.
           MOVE SPACES TO SHE-SEQ SHE-REPLY SHE-VER SHE-TYPE
                          SHE-VALUE SHE-FILE
           IF SHE-STATUS NOT = 'FAIL'
               IF SH-SEQ-FOUND
                   MOVE SH-SEQ-VALUE TO WS-SHORE-N18-EDIT
                   MOVE FUNCTION TRIM(WS-SHORE-N18-EDIT) TO SHE-SEQ
               END-IF
               IF SH-RPY-FOUND
                   MOVE SH-RPY-VALUE TO WS-SHORE-N18-EDIT
                   MOVE FUNCTION TRIM(WS-SHORE-N18-EDIT) TO SHE-REPLY
               END-IF
               MOVE SH-TOP-VERSION TO WS-SHORE-VER-DISP
               MOVE WS-SHORE-VER-DISP TO SHE-VER
               MOVE OP-NAME(SH-TOP-TYPE + 1) TO SHE-TYPE
               MOVE PKT-VALUE TO WS-SHORE-N18-EDIT
               MOVE FUNCTION TRIM(WS-SHORE-N18-EDIT) TO SHE-VALUE
           END-IF
           IF SHE-SEQ = SPACES
               MOVE 'NONE' TO SHE-SEQ
           END-IF
           IF SHE-REPLY = SPACES
               MOVE 'NONE' TO SHE-REPLY
           END-IF
           MOVE WS-RUN-ID TO SHE-RUN-ID
           MOVE WS-REC-COUNT TO WS-REC-COUNT-DISP
           MOVE WS-REC-COUNT-DISP TO SHE-REC
           MOVE WS-ASSIGN-NAME TO SHE-FILE

           IF SHE-STATUS = 'OK'
               DISPLAY
                 MYNAME ' record ' SHE-REC ' shore'
                 ' SEQ=' FUNCTION TRIM(SHE-SEQ)
                 ' REPLY=' FUNCTION TRIM(SHE-REPLY)
                 ' VER=' SHE-VER
                 ' TYPE=' FUNCTION TRIM(SHE-TYPE)
                 ' VALUE=' FUNCTION TRIM(SHE-VALUE)
           END-IF

           IF MSGLOG-ON
               MOVE RETURN-CODE TO WS-HOLD-RC
               CALL 'csshlog' USING MYNAME SHORE-ENTRY END-CALL
               MOVE WS-HOLD-RC TO RETURN-CODE
               ADD 1 TO WS-SHORE-COUNT
           END-IF
           .

       1420-PARSE-ONE-PATH.
           MOVE 0 TO WS-PATH-DEPTH
           IF FUNCTION UPPER-CASE(WS-PATH-TEXT) = 'NONE'
               EXIT PARAGRAPH
           END-IF
           SET WS-PATH-PTR TO 1
           PERFORM UNTIL WS-PATH-PTR > LENGTH OF WS-PATH-TEXT
             MOVE SPACES TO WS-PATH-TOKEN
             UNSTRING WS-PATH-TEXT DELIMITED BY '.' OR SPACE
               INTO WS-PATH-TOKEN
               WITH POINTER WS-PATH-PTR
             END-UNSTRING
             IF WS-PATH-TOKEN NOT = SPACES
                 IF WS-PATH-DEPTH >= 8
                     OR FUNCTION TEST-NUMVAL(WS-PATH-TOKEN) NOT = 0
                     OR FUNCTION NUMVAL(WS-PATH-TOKEN) < 1
                     OR FUNCTION NUMVAL(WS-PATH-TOKEN) > 999
                     DISPLAY
                       MYNAME ' warning - ' FUNCTION TRIM(WS-PATH-NAME)
                       ' ' FUNCTION TRIM(WS-PATH-TEXT)
                       ' is not a list of up to 8 sub-packet'
                       ' positions, none taken'
                     MOVE 0 TO WS-PATH-DEPTH
                     EXIT PARAGRAPH
                 END-IF
                 ADD 1 TO WS-PATH-DEPTH
                 MOVE FUNCTION NUMVAL(WS-PATH-TOKEN)
                   TO WS-PATH-STEP(WS-PATH-DEPTH)
             END-IF
           END-PERFORM
           .

       1000-CONVERT-HEX-TO-BITS.
           SEARCH ALL HEX-BIT-TBL
             AT END
               AND FUNCTION TEST-NUMVAL(WS-CFG-VAL) = 0
               MOVE FUNCTION NUMVAL(WS-CFG-VAL) TO RPT-INTERVAL
           END-IF
           MOVE SPACES TO WS-CFG-VAL
           CALL 'csgetcfg' USING WS-CFG-SHSEQ WS-CFG-VAL END-CALL
           IF WS-CFG-VAL NOT = SPACES
               MOVE WS-CFG-VAL TO WS-SEQ-PATH-TEXT
           END-IF
           MOVE SPACES TO WS-CFG-VAL
           CALL 'csgetcfg' USING WS-CFG-SHRPY WS-CFG-VAL END-CALL
           IF WS-CFG-VAL NOT = SPACES
               MOVE WS-CFG-VAL TO WS-RPY-PATH-TEXT
           END-IF
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

       9000-WRITE-AUDIT-LOG.
           MOVE SPACES TO WS-AUDIT-KEYS
           MOVE RETURN-CODE TO WS-RC-DISP
           MOVE TOT-VALUE     TO TOT-VALUE-DISP
           MOVE WS-XMIT-COUNT TO WS-XMIT-DISP
           MOVE WS-PARSE-FAILS TO WS-FAILS-DISP
           MOVE WS-BREACH-COUNT TO WS-BREACH-DISP
           MOVE WS-REC-COUNT  TO WS-REC-COUNT-DISP

           STRING
             WS-XMIT-DISP              DELIMITED SIZE
             ' FAILS='                 DELIMITED SIZE
             WS-FAILS-DISP             DELIMITED SIZE
             ' BREACHES='              DELIMITED SIZE
             WS-BREACH-DISP            DELIMITED SIZE
             ' RECS='                  DELIMITED SIZE
             WS-REC-COUNT-DISP         DELIMITED SIZE
             ' RC='                    DELIMITED SIZE
       01  LIST-WORK.
           05  WS-LIST-ACTION     PIC X(001)         VALUE SPACES.

      * The shore-control contract the transmission in flight is held
      * to, and the breaches the parser finds against it.  A packet
      * answers to every rule for its message type whose level is its
      * own nesting depth or any level (CT-LEVEL 0).
       01  CONTRACT-EXT EXTERNAL.
           05  CT-ACTIVE-SW       PIC X(001).
               88  CONTRACT-ACTIVE                   VALUE 'Y'
                                                     FALSE 'N'.
           05  CT-MSG-TYPE        PIC X(016).
           05  CT-RULE-COUNT      PIC 9(004) COMP.
           05  CT-RULE OCCURS 200.
               10  CT-TYPE        PIC X(016).
               10  CT-LEVEL       PIC 9(004) COMP.
               10  CT-OPS         PIC X(008).
               10  CT-SUB-MIN     PIC 9(009) COMP.
               10  CT-SUB-MAX     PIC 9(009) COMP.
               10  CT-VER-MIN     PIC 9(004) COMP.
               10  CT-VER-MAX     PIC 9(004) COMP.
               10  CT-LIT-MIN     PIC 9(018) COMP.
               10  CT-LIT-MAX     PIC 9(018) COMP.
               10  CT-SRC-LINE    PIC 9(009) COMP.
           05  CT-VIOL-COUNT      PIC 9(009) COMP.
           05  CT-VIOL OCCURS 50.
               10  CT-VIOL-LINE   PIC 9(009) COMP.
               10  CT-VIOL-BIT    PIC 9(009) COMP.
               10  CT-VIOL-REASON PIC X(080).

      * Lines written to cs16a.tree so far, so a packet can be found
      * in the listing by line number.
       77  TREE-LINE-NO EXTERNAL  PIC 9(009) COMP.

      * The shore-channel positions agreed for the sequence number
      * and the reply-to literal, the ordinal of the packet being
      * parsed among its siblings at each level (level 1 is the
      * outermost packet), and what the transmission in flight was
      * found to carry there.
       01  SHORE-EXT EXTERNAL.
           05  SH-SEQ-PATH.
               10  SH-SEQ-DEPTH   PIC 9(004) COMP.
               10  SH-SEQ-STEP    PIC 9(004) COMP OCCURS 8.
           05  SH-RPY-PATH.
               10  SH-RPY-DEPTH   PIC 9(004) COMP.
               10  SH-RPY-STEP    PIC 9(004) COMP OCCURS 8.
           05  SH-ORDINAL         PIC 9(009) COMP OCCURS 9.
           05  SH-TOP-VERSION     PIC 9(004) COMP.
           05  SH-TOP-TYPE        PIC 9(004) COMP.
           05  SH-SEQ-SW          PIC X(001).
               88  SH-SEQ-FOUND                      VALUE 'Y'
                                                     FALSE 'N'.
           05  SH-SEQ-VALUE       PIC 9(018) COMP.
           05  SH-RPY-SW          PIC X(001).
               88  SH-RPY-FOUND                      VALUE 'Y'
                                                     FALSE 'N'.
           05  SH-RPY-VALUE       PIC 9(018) COMP.

       Local-Storage Section.
       01  WORK-AREAS.
           05  LS-VERSION         PIC 9(009) COMP.
           05  LS-OFF-DISP        PIC 9(006).
           05  LS-N9-DISP         PIC 9(009).
           05  LS-N18-DISP        PIC 9(018).
           05  LS-TREE-LINE-NO    PIC 9(009) COMP.
           05  LS-RULE-IDX        PIC 9(004) COMP.
           05  LS-REASON          PIC X(080).
           05  LS-LO-DISP         PIC 9(018).
           05  LS-HI-DISP         PIC 9(018).
           05  LS-RULE-LINE-DISP  PIC 9(006).
           05  LS-VAL-EDIT        PIC Z(017)9.
           05  LS-LO-EDIT         PIC Z(017)9.
           05  LS-HI-EDIT         PIC Z(017)9.

       01  SUB-VALUE-TABLE.
           05  SUB-VALUE          PIC 9(018) COMP
           05  CONTINUE-SW        PIC X(001)         VALUE 'Y'.
               88  WE-MUST-CONTINUE                  VALUE 'Y'
                                                     FALSE 'N'.
           05  PATH-SW            PIC X(001)         VALUE 'N'.
               88  PATH-MATCHES                      VALUE 'Y'
                                                     FALSE 'N'.

       Linkage Section.
       01  LS-BIT-STRING          PIC X(8192).
               bin2dec(LS-BIT-STRING,LS-BIT-PTR,NBITS-TYPE)
           ADD 3 TO LS-BIT-PTR

           IF TREE-DEPTH = 1
               MOVE LS-VERSION TO SH-TOP-VERSION
               MOVE LS-TYPE    TO SH-TOP-TYPE
           END-IF

           IF PROCESS-TEST
               DISPLAY MYNAME
                 ' version ' LS-VERSION
               PERFORM 2000-PARSE-LITERAL
               MOVE LS-LITERAL TO LS-PKT-VALUE
               PERFORM 4000-LIST-THIS-PACKET
               MOVE TREE-LINE-NO TO LS-TREE-LINE-NO
               IF NOT PARSE-OVERRUN
                   PERFORM 6000-MATCH-SHORE-PATHS
               END-IF
           ELSE
               PERFORM 3000-PARSE-OPERATOR
               PERFORM 4000-LIST-THIS-PACKET
           END-IF

           IF CONTRACT-ACTIVE AND NOT PARSE-OVERRUN
               PERFORM 5000-CHECK-CONTRACT
           END-IF

           SUBTRACT 1 FROM TREE-DEPTH
           GOBACK
           .
      *    tree reads top-down; the operands and result follow once
      *    the children have been parsed
           PERFORM 4100-LIST-OPERATOR-HEADER
           MOVE TREE-LINE-NO TO LS-TREE-LINE-NO

           IF LS-LEN-TYPE-ID = '0'
               IF LS-BIT-PTR + 14 > BITS-LEN
           .

       3010-PARSE-SUB-PACKET.
      *    the child's place among its siblings, for the shore-channel
      *    positions
           IF TREE-DEPTH < 9
               COMPUTE SH-ORDINAL(TREE-DEPTH + 1) = LS-SUB-COUNT + 1
           END-IF
           CALL 'parsepkt' USING
               LS-BIT-STRING
               LS-BIT-PTR
           END-IF
           .

      *----------------------------------------------------------------
      * This packet against every contract rule for the message type
      * at its level or at any level.  An operator is charged to its
      * header line in cs16a.tree, a literal to its only line.
      *----------------------------------------------------------------
       5000-CHECK-CONTRACT.
           PERFORM VARYING LS-RULE-IDX FROM 1 BY 1
           UNTIL LS-RULE-IDX > CT-RULE-COUNT
             IF CT-TYPE(LS-RULE-IDX) = CT-MSG-TYPE
                 AND (CT-LEVEL(LS-RULE-IDX) = 0
                   OR CT-LEVEL(LS-RULE-IDX) = TREE-DEPTH)
                 PERFORM 5010-CHECK-ONE-RULE
             END-IF
           END-PERFORM
           .

       5010-CHECK-ONE-RULE.
           MOVE CT-SRC-LINE(LS-RULE-IDX) TO LS-RULE-LINE-DISP
           IF LS-TYPE > 7
               OR CT-OPS(LS-RULE-IDX)(LS-TYPE + 1:1) NOT = 'Y'
               MOVE SPACES TO LS-REASON
               MOVE TREE-DEPTH TO LS-N9-DISP
               STRING
                 FUNCTION TRIM(LS-TYPE-NAME) DELIMITED SIZE
                 ' NOT ALLOWED AT LEVEL '  DELIMITED SIZE
                 LS-N9-DISP(7:3)           DELIMITED SIZE
                 INTO LS-REASON
               END-STRING
               PERFORM 5090-NOTE-BREACH
           END-IF

           IF LS-VERSION < CT-VER-MIN(LS-RULE-IDX)
               OR LS-VERSION > CT-VER-MAX(LS-RULE-IDX)
               MOVE SPACES TO LS-REASON
               MOVE LS-VERSION TO LS-N9-DISP
               MOVE CT-VER-MIN(LS-RULE-IDX) TO LS-LO-DISP
               MOVE CT-VER-MAX(LS-RULE-IDX) TO LS-HI-DISP
               STRING
                 'VERSION '                DELIMITED SIZE
                 LS-N9-DISP(9:1)           DELIMITED SIZE
                 ' OUTSIDE '               DELIMITED SIZE
                 LS-LO-DISP(18:1)          DELIMITED SIZE
                 '-'                       DELIMITED SIZE
                 LS-HI-DISP(18:1)          DELIMITED SIZE
                 INTO LS-REASON
               END-STRING
               PERFORM 5090-NOTE-BREACH
           END-IF

           IF LS-TYPE = 4
               IF LS-LITERAL < CT-LIT-MIN(LS-RULE-IDX)
                   OR LS-LITERAL > CT-LIT-MAX(LS-RULE-IDX)
                   MOVE SPACES TO LS-REASON
                   MOVE LS-LITERAL TO LS-VAL-EDIT
                   MOVE CT-LIT-MIN(LS-RULE-IDX) TO LS-LO-EDIT
                   MOVE CT-LIT-MAX(LS-RULE-IDX) TO LS-HI-EDIT
                   STRING
                     'LITERAL '            DELIMITED SIZE
                     FUNCTION TRIM(LS-VAL-EDIT) DELIMITED SIZE
                     ' OUTSIDE '           DELIMITED SIZE
                     FUNCTION TRIM(LS-LO-EDIT) DELIMITED SIZE
                     '-'                   DELIMITED SIZE
                     FUNCTION TRIM(LS-HI-EDIT) DELIMITED SIZE
                     INTO LS-REASON
                   END-STRING
                   PERFORM 5090-NOTE-BREACH
               END-IF
           ELSE
               IF LS-SUB-COUNT < CT-SUB-MIN(LS-RULE-IDX)
                   OR LS-SUB-COUNT > CT-SUB-MAX(LS-RULE-IDX)
                   MOVE SPACES TO LS-REASON
                   MOVE LS-SUB-COUNT TO LS-VAL-EDIT
                   MOVE CT-SUB-MIN(LS-RULE-IDX) TO LS-LO-EDIT
                   MOVE CT-SUB-MAX(LS-RULE-IDX) TO LS-HI-EDIT
                   STRING
                     FUNCTION TRIM(LS-VAL-EDIT) DELIMITED SIZE
                     ' SUB-PACKETS OUTSIDE ' DELIMITED SIZE
                     FUNCTION TRIM(LS-LO-EDIT) DELIMITED SIZE
                     '-'                   DELIMITED SIZE
                     FUNCTION TRIM(LS-HI-EDIT) DELIMITED SIZE
                     INTO LS-REASON
                   END-STRING
                   PERFORM 5090-NOTE-BREACH
               END-IF
           END-IF
           .

      * The breach goes on the transmission's list with the contract
      * line that was broken; the list keeps the first fifty and
      * counts the rest.
       5090-NOTE-BREACH.
           ADD 1 TO CT-VIOL-COUNT
           IF CT-VIOL-COUNT <= 50
               MOVE LS-TREE-LINE-NO TO CT-VIOL-LINE(CT-VIOL-COUNT)
               MOVE LS-START-PTR TO CT-VIOL-BIT(CT-VIOL-COUNT)
               MOVE SPACES TO CT-VIOL-REASON(CT-VIOL-COUNT)
               STRING
                 FUNCTION TRIM(LS-REASON) DELIMITED SIZE
                 ' (CONTRACT LINE '        DELIMITED SIZE
                 LS-RULE-LINE-DISP         DELIMITED SIZE
                 ')'                       DELIMITED SIZE
                 INTO CT-VIOL-REASON(CT-VIOL-COUNT)
               END-STRING
           END-IF
           .

      *----------------------------------------------------------------
      * A literal at the position agreed with shore control is the
      * message's sequence number, or the number of the message it
      * answers.  It sits at the agreed position when its own level
      * is one below the position's length and every ordinal on the
      * way down matches.
      *----------------------------------------------------------------
       6000-MATCH-SHORE-PATHS.
           IF SH-SEQ-DEPTH > 0 AND TREE-DEPTH = SH-SEQ-DEPTH + 1
               SET PATH-MATCHES TO TRUE
               PERFORM VARYING LS-IND FROM 1 BY 1
               UNTIL LS-IND > SH-SEQ-DEPTH
                 IF SH-ORDINAL(LS-IND + 1) NOT = SH-SEQ-STEP(LS-IND)
                     SET PATH-MATCHES TO FALSE
                 END-IF
               END-PERFORM
               IF PATH-MATCHES
                   SET SH-SEQ-FOUND TO TRUE
                   MOVE LS-LITERAL TO SH-SEQ-VALUE
               END-IF
           END-IF
           IF SH-RPY-DEPTH > 0 AND TREE-DEPTH = SH-RPY-DEPTH + 1
               SET PATH-MATCHES TO TRUE
               PERFORM VARYING LS-IND FROM 1 BY 1
               UNTIL LS-IND > SH-RPY-DEPTH
                 IF SH-ORDINAL(LS-IND + 1) NOT = SH-RPY-STEP(LS-IND)
                     SET PATH-MATCHES TO FALSE
                 END-IF
               END-PERFORM
               IF PATH-MATCHES
                   SET SH-RPY-FOUND TO TRUE
                   MOVE LS-LITERAL TO SH-RPY-VALUE
               END-IF
           END-IF
           .

       END PROGRAM parsepkt.

       ID Division.

       01  TREE-LINE-EXT EXTERNAL.
           05  TREE-LINE          PIC X(200).
       77  TREE-LINE-NO EXTERNAL  PIC 9(009) COMP.

       Linkage Section.
       01  LS-ACTION              PIC X(001).
             WHEN 'O'
                 CALL 'csenvfn' USING TREE-FNAME END-CALL
                 OPEN OUTPUT TREE-DATA
                 MOVE 0 TO TREE-LINE-NO
             WHEN 'L'
                 WRITE TREE-DATA-REC FROM TREE-LINE
                 ADD 1 TO TREE-LINE-NO
             WHEN 'C'
                 CLOSE TREE-DATA
             WHEN OTHER
