      * deletes it.  Every file touched lands on the csjntr.rpt
      * disposition report.  Under a DEV/QA environment prefix the
      * patterns are prefixed too, so each environment sweeps only
      * its own litter.  Nothing under a legal hold in force in the
      * cshold.cat register ages off: the program is taken from the
      * file name, the run id from a versioned copy's .R suffix and
      * the date from the file's last change, and a held file is
      * left where it is and listed HELD with its hold reference.
      *
       Program-ID. csjntr.
       Environment Division.
       01  RETN-DATA-REC      PIC X(100).

       FD  LIST-DATA.
      *    the file's change date (yyyymmdd), a space, its name
       01  LIST-DATA-REC      PIC X(100).

       Working-Storage Section.
       01  CONSTANTS.
           05  WS-DEL-DISP        PIC 9(008)         VALUE 0.
           05  WS-TOUCH-DISP      PIC 9(008)         VALUE 0.
           05  WS-VICTIM          PIC X(080)         VALUE SPACES.
           05  WS-VICTIM-DATE     PIC X(008)         VALUE SPACES.
           05  WS-HELD-COUNT      PIC 9(008) COMP    VALUE 0.
           05  WS-HELD-DISP       PIC 9(008)         VALUE 0.

       01  LEGAL-HOLD-AREAS.
           05  WS-LEGAL-ACT       PIC X(001)         VALUE 'C'.
           05  WS-LEGAL-PGM       PIC X(008)         VALUE SPACES.
           05  WS-LEGAL-RUNID     PIC X(017)         VALUE SPACES.
           05  WS-LEGAL-DATE      PIC X(008)         VALUE SPACES.
           05  WS-LEGAL-REF       PIC X(012)         VALUE SPACES.
           05  WS-LEGAL-STATUS    PIC X(010)         VALUE SPACES.
           05  WS-ENV-PROBE       PIC X(040)         VALUE SPACES.
           05  WS-ENV-PFX-LEN     PIC 9(003) COMP    VALUE 0.
           05  WS-BARE-NAME       PIC X(080)         VALUE SPACES.
           05  WS-NAME-PART       PIC X(040) OCCURS 6 TIMES.
           05  WS-PART-IDX        PIC 9(003) COMP    VALUE 0.

       01  REPORT-AREAS.
           05  RPT-ACTION         PIC X(001)         VALUE SPACE.
           MOVE WS-ARCH-COUNT  TO WS-ARCH-DISP
           MOVE WS-DEL-COUNT   TO WS-DEL-DISP
           MOVE WS-TOUCH-COUNT TO WS-TOUCH-DISP
           MOVE WS-HELD-COUNT  TO WS-HELD-DISP

           MOVE 'T' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
             WS-ARCH-DISP              DELIMITED SIZE
             '  DELETED '              DELIMITED SIZE
             WS-DEL-DISP               DELIMITED SIZE
             '  HELD '                 DELIMITED SIZE
             WS-HELD-DISP              DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 8500-CALL-REPORT-WRITER
           DISPLAY MYNAME ' rules applied  ' RULE-COUNT
           DISPLAY MYNAME ' files archived ' WS-ARCH-DISP
           DISPLAY MYNAME ' files deleted  ' WS-DEL-DISP
           DISPLAY MYNAME ' files held     ' WS-HELD-DISP
           IF TRIAL-MODE
               DISPLAY
                 MYNAME ' TRIAL mode - nothing was actually moved'
      * of them is opened.
       0150-APPLY-ENV-PREFIX.
           CALL 'csenvfn' USING WS-TMP-FNAME END-CALL
      *    how long the prefix is, so a file's own name can be read
      *    for its program when the legal holds are consulted
           MOVE 'x' TO WS-ENV-PROBE
           CALL 'csenvfn' USING WS-ENV-PROBE END-CALL
           COMPUTE WS-ENV-PFX-LEN =
             FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-PROBE)) - 1
           .

      * Named command-line parameters come in as KEYWORD=VALUE tokens
             FUNCTION TRIM(RULE-PATTERN)    DELIMITED SIZE
             ''' -mtime +'                  DELIMITED SIZE
             RULE-DAYS-X                    DELIMITED SPACE
             ' -printf ''%TY%Tm%Td %f\n'' > ' DELIMITED SIZE
             FUNCTION TRIM(WS-TMP-FNAME)    DELIMITED SIZE
             ' 2>/dev/null'                 DELIMITED SIZE
             INTO WS-SYSTEM-CMD
           IF WS-LIST-STAT = '00'
               PERFORM 8020-READ-LIST-DATA
               PERFORM UNTIL LIST-EOF
                 MOVE LIST-DATA-REC(1:8)  TO WS-VICTIM-DATE
                 MOVE LIST-DATA-REC(10:80) TO WS-VICTIM
                 PERFORM 2100-DISPOSE-ONE-FILE
                 PERFORM 8020-READ-LIST-DATA
               END-PERFORM
           .

       2100-DISPOSE-ONE-FILE.
           PERFORM 2200-CHECK-LEGAL-HOLD
           IF WS-LEGAL-REF NOT = SPACES
               ADD 1 TO WS-HELD-COUNT
               MOVE 'L' TO RPT-ACTION
               MOVE SPACES TO RPT-LINE
               MOVE 'HELD'             TO RPT-DISP-COL
               MOVE WS-VICTIM(1:44)    TO RPT-FILE-COL
               STRING
                 'legal hold '         DELIMITED SIZE
                 WS-LEGAL-REF          DELIMITED SPACE
                 INTO RPT-RULE-COL
               END-STRING
               PERFORM 8500-CALL-REPORT-WRITER
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOUCH-COUNT
           MOVE SPACES TO WS-SYSTEM-CMD
           IF RULE-DISP = 'A'
           PERFORM 8500-CALL-REPORT-WRITER
           .

      * Is the file under a legal hold in force?  Its program is the
      * first part of its name once any environment prefix is off,
      * its run id the R-part a versioned copy carries on the end
      * (cs06a.rpt.R2026081502001512), and its date the day it was
      * last changed.
       2200-CHECK-LEGAL-HOLD.
           MOVE SPACES TO WS-BARE-NAME WS-LEGAL-PGM WS-LEGAL-RUNID
           IF WS-ENV-PFX-LEN > 0
               MOVE WS-VICTIM(WS-ENV-PFX-LEN + 1:) TO WS-BARE-NAME
           ELSE
               MOVE WS-VICTIM TO WS-BARE-NAME
           END-IF
           MOVE SPACES TO WS-NAME-PART(1) WS-NAME-PART(2)
             WS-NAME-PART(3) WS-NAME-PART(4) WS-NAME-PART(5)
             WS-NAME-PART(6)
           UNSTRING WS-BARE-NAME DELIMITED BY '.'
             INTO WS-NAME-PART(1) WS-NAME-PART(2) WS-NAME-PART(3)
                  WS-NAME-PART(4) WS-NAME-PART(5) WS-NAME-PART(6)
           END-UNSTRING
           MOVE WS-NAME-PART(1) TO WS-LEGAL-PGM
           PERFORM VARYING WS-PART-IDX FROM 2 BY 1
           UNTIL WS-PART-IDX > 6
             IF WS-NAME-PART(WS-PART-IDX)(1:1) = 'R'
                 AND WS-NAME-PART(WS-PART-IDX)(2:16) NUMERIC
                 AND WS-NAME-PART(WS-PART-IDX)(18:) = SPACES
                 MOVE WS-NAME-PART(WS-PART-IDX) TO WS-LEGAL-RUNID
             END-IF
           END-PERFORM
           IF WS-VICTIM-DATE NUMERIC
               MOVE WS-VICTIM-DATE TO WS-LEGAL-DATE
           ELSE
               MOVE SPACES TO WS-LEGAL-DATE
           END-IF

           MOVE 'C' TO WS-LEGAL-ACT
           MOVE RETURN-CODE TO WS-HOLD-RC
           CALL 'cshold' USING
             WS-LEGAL-ACT
             WS-LEGAL-PGM
             WS-LEGAL-RUNID
             WS-LEGAL-DATE
             WS-LEGAL-REF
             WS-LEGAL-STATUS
           END-CALL
           MOVE WS-HOLD-RC TO RETURN-CODE
           .

       8010-READ-RETN-DATA.
           MOVE SPACES TO RETN-DATA-REC
           READ RETN-DATA
           MOVE WS-ARCH-COUNT  TO WS-ARCH-DISP
           MOVE WS-DEL-COUNT   TO WS-DEL-DISP
           MOVE WS-TOUCH-COUNT TO WS-TOUCH-DISP
           MOVE WS-HELD-COUNT  TO WS-HELD-DISP
           STRING
             ' TOUCHED='               DELIMITED SIZE
             WS-TOUCH-DISP             DELIMITED SIZE
             WS-ARCH-DISP              DELIMITED SIZE
             ' DELETED='               DELIMITED SIZE
             WS-DEL-DISP               DELIMITED SIZE
             ' HELD='                  DELIMITED SIZE
             WS-HELD-DISP              DELIMITED SIZE
             ' TRIAL='                 DELIMITED SIZE
             TRIAL-SW                  DELIMITED SIZE
             ' RC='                    DELIMITED SIZE
