      *
      * Disaster-recovery backup set builder.  Run at end of batch,
      * it copies the suite's control and master files -- results
      * master and its restatement register, artifact catalog, run
      * journal and its history, configuration, message, retention,
      * record-layout and holiday catalogs, operator authorization
      * file, on-call roster, legal-hold register, release
      * certification catalog and register, input-archive manifest,
      * the alert log and the incident register -- into a
      * date-stamped csbkup.yyyymmdd directory with a manifest
      * recording each file's byte and record counts plus set
      * control totals.  The results master is copied under the
      * suite lock so the set is consistent.
      * csrstr rebuilds from the set and proves the restore against
      * this manifest.
      *
       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'csbkup'.
           05  BKP-TABLE-MAX      PIC 9(003) COMP    VALUE 27.

       01  WORK-AREAS.
           05  CLI-ARGS           PIC X(160)         VALUE SPACES.
      * shortest possible locked window.
       01  BKP-FILES.
           05  FILLER             PIC X(040) VALUE 'csresmst.idx'.
           05  FILLER             PIC X(040) VALUE 'csresmst.sup'.
           05  FILLER             PIC X(040) VALUE 'cscatlg.dat'.
           05  FILLER             PIC X(040) VALUE 'csdrvr.jrnl'.
           05  FILLER             PIC X(040) VALUE 'csdrvr.jhst'.
           05  FILLER             PIC X(040) VALUE 'cssuite.cfg'.
           05  FILLER             PIC X(040) VALUE 'csmsg.cat'.
           05  FILLER             PIC X(040) VALUE 'csretn.cat'.
           05  FILLER             PIC X(040) VALUE 'cslayout.cat'.
           05  FILLER             PIC X(040) VALUE 'csholid.cat'.
           05  FILLER             PIC X(040) VALUE 'csoper.cat'.
           05  FILLER             PIC X(040) VALUE 'csroster.cat'.
           05  FILLER             PIC X(040) VALUE 'cshold.cat'.
           05  FILLER             PIC X(040) VALUE 'csassert.cat'.
           05  FILLER             PIC X(040) VALUE 'csdisk.hist'.
           05  FILLER             PIC X(040) VALUE 'cscfg.hist'.
           05  FILLER             PIC X(040) VALUE 'cscert.cat'.
           05  FILLER             PIC X(040) VALUE 'cscert.reg'.
           05  FILLER             PIC X(040) VALUE 'csinarch.mft'.
           05  FILLER             PIC X(040) VALUE 'csalert.log'.
           05  FILLER             PIC X(040) VALUE 'csincid.log'.
           05  FILLER             PIC X(040) VALUE 'csshore.log'.
           05  FILLER             PIC X(040) VALUE 'csresult.ext'.
           05  FILLER             PIC X(040) VALUE 'cscsv.log'.
           05  FILLER             PIC X(040) VALUE 'cs08b.umst'.
           05  FILLER             PIC X(040) VALUE 'cs10a.sqhst'.
           05  FILLER             PIC X(040) VALUE 'cs10b.sqhst'.
       01  BKP-FILES-R REDEFINES BKP-FILES.
           05  BKP-FILE           PIC X(040) OCCURS 27 TIMES.
       01  BKP-IDX                PIC 9(003) COMP    VALUE 0.
       01  BKP-NAME               PIC X(040)         VALUE SPACES.

