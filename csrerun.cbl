      * mistaken for the original run.  Its SUMMARY figures are
      * scraped into csresult.ext the way the driver does, so the
      * rerun lands in the results master beside the original,
      * distinguishable by run id.  When the replay proves the
      * original wrong, csresr marks the original row superseded
      * and sends headquarters the correction.
      *
       Program-ID. csrerun.
       Environment Division.
           05  WS-CFG-AUDITLOG    PIC X(020)       VALUE 'AUDITLOG'.
           05  WS-RUN-ID          PIC X(017)         VALUE SPACES.
           05  WS-PGM             PIC X(008)         VALUE SPACES.
           05  WS-PGM-QUIET       PIC X(012)         VALUE SPACES.
           05  WS-DATE            PIC X(008)         VALUE SPACES.
           05  WS-ARGS            PIC X(060)         VALUE SPACES.
           05  WS-ARCH-NAME       PIC X(080)         VALUE SPACES.
             INTO WS-RC-NAME
           END-STRING

      *    the transmissions a replayed cs16a decodes are on the
      *    shore-channel log from the original run already
           MOVE SPACES TO WS-PGM-QUIET
           IF WS-PGM = 'cs16a'
               MOVE ' "MSGLOG=N"' TO WS-PGM-QUIET
           END-IF

           MOVE SPACES TO WS-SYSTEM-CMD
           IF WS-ARGS = SPACES
               STRING
                 WS-DATE                       DELIMITED SIZE
                 ' ./'                         DELIMITED SIZE
                 FUNCTION TRIM(WS-PGM)         DELIMITED SIZE
                 WS-PGM-QUIET                  DELIMITED '  '
                 ' "FILE='                     DELIMITED SIZE
                 FUNCTION TRIM(WS-ARCH-NAME)   DELIMITED SIZE
                 '" "RUNID='                   DELIMITED SIZE
                 WS-DATE                       DELIMITED SIZE
                 ' ./'                         DELIMITED SIZE
                 FUNCTION TRIM(WS-PGM)         DELIMITED SIZE
                 WS-PGM-QUIET                  DELIMITED '  '
                 ' "'                          DELIMITED SIZE
                 FUNCTION TRIM(WS-ARGS)        DELIMITED SIZE
                 '" "FILE='                    DELIMITED SIZE
