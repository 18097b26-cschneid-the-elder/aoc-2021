      *   'O' - open the report; LS-TITLE is the report title and
      *         LS-LINE the column-heading line repeated per page
      *   'L' - write one detail line, paginating as needed
      *   'H' - start a new section: LS-LINE becomes the column
      *         heading and the next detail line begins a new page,
      *         so a cover page or a second listing gets its own
      *         headings
      *   'T' - start the final totals page and write its first line
      *   'C' - close the report
      *
                     WRITE RPT-FILE-REC FROM LS-LINE
                     ADD 1 TO RPT-LINE-CT
                 END-IF
             WHEN 'H'
                 IF RPT-IS-OPEN
                     MOVE LS-LINE TO RPT-COL-HEAD
                     MOVE 99 TO RPT-LINE-CT
                 END-IF
             WHEN 'T'
                 IF RPT-IS-OPEN
                     PERFORM 1000-START-NEW-PAGE
