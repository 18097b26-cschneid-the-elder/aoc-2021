           .

      * The journal drives the balancing: one table row per
      * executed step of the chosen run -- not calendar-skipped,
      * and not held back for a trigger file that never arrived.
      * With no RUNID= given, the last run id seen wins and only
      * its steps are kept.
       2000-LOAD-THE-JOURNAL.

       2100-TAKE-ONE-JRNL-REC.
           IF BAL-RUNID = SPACES OR BAL-STATUS = 'CSKP'
               OR BAL-STATUS = 'TRIG' OR BAL-STATUS = 'UNCE'
               EXIT PARAGRAPH
           END-IF
           IF WS-BAL-RUNID = SPACES
