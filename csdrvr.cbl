           Select JRNL-DATA            Assign Dynamic WS-JRNL-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-JRNL-STAT.
           Select JHST-DATA            Assign Dynamic WS-JHST-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-JHST-STAT.
           Select PRE-DATA             Assign Dynamic WS-PRE-NAME
                                        Organization Line Sequential
                                        File Status Is WS-PRE-STAT.
           Select REXT-DATA            Assign Dynamic WS-REXT-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-REXT-STAT.
           Select CUJR-DATA            Assign Dynamic WS-CUJR-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-CUJR-STAT.
           Select HQT-DATA             Assign Dynamic WS-HQT-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-HQT-STAT.
           Select TMM-DATA             Assign Dynamic WS-TMM-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-TMM-STAT.
           Select CRT-DATA             Assign Dynamic WS-CRT-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-CRT-STAT.
           Select CKS-DATA             Assign Dynamic WS-CKS-FNAME
                                        Organization Line Sequential
                                        File Status Is WS-CKS-STAT.
       Data Division.
       File Section.
       FD  CTL-DATA.
       FD  JRNL-DATA.
       01  JRNL-DATA-REC      PIC X(120).

       FD  JHST-DATA.
       01  JHST-DATA-REC      PIC X(140).

       FD  PRE-DATA.
       01  PRE-DATA-REC       PIC X(256).

       FD  SIZE-DATA.
       01  SIZE-DATA-REC      PIC X(032).

       FD  CUJR-DATA.
       01  CUJR-DATA-REC      PIC X(120).

      * The headquarters target register cshqin loads, and the
      * queue of missed targets csxmit sends back.
       FD  HQT-DATA.
       01  HQT-DATA-REC.
           05  HQT-BUSDATE        PIC X(008).
           05  FILLER             PIC X(001).
           05  HQT-PGM            PIC X(008).
           05  FILLER             PIC X(001).
           05  HQT-ARGS           PIC X(020).
           05  FILLER             PIC X(001).
           05  HQT-TARGET         PIC X(020).
           05  FILLER             PIC X(001).
           05  HQT-SOURCE         PIC X(040).

       FD  TMM-DATA.
       01  TMM-DATA-REC       PIC X(140).

       FD  CRT-DATA.
       01  CRT-DATA-REC       PIC X(200).

       FD  CKS-DATA.
       01  CKS-DATA-REC       PIC X(120).

       Working-Storage Section.
       01  CONSTANTS.
           05  MYNAME             PIC X(008) VALUE 'csdrvr'.
           05  CTL-TABLE-MAX      PIC 9(004) COMP    VALUE 500.
           05  CU-DAY-MAX         PIC 9(004) COMP    VALUE 62.

       01  WORK-AREAS.
           05  WS-REC-COUNT       PIC 9(009) COMP    VALUE 0.
           05  WS-JRNL-LINE       PIC X(120)         VALUE SPACES.
           05  WS-JRNL-STEP       PIC 9(004)         VALUE 0.
           05  WS-JRNL-RC-DISP    PIC 9(003)         VALUE 0.
           05  WS-JRNL-STATUS     PIC X(014)         VALUE SPACES.
           05  WS-JRNL-STAT-LEN   PIC 9(002) COMP    VALUE 4.
           05  WS-JHST-STAT       PIC X(002)         VALUE SPACES.
           05  WS-JHST-LINE       PIC X(140)         VALUE SPACES.
           05  WS-JHST-PTR        PIC 9(003) COMP    VALUE 1.
           05  WS-LATE-SEC        PIC 9(005)         VALUE 0.
           05  WS-DEADLINE-HMS    PIC X(006)         VALUE SPACES.
           05  JRNL-TOKEN         PIC X(080)         VALUE SPACES.
           05  JRNL-KEY           PIC X(020)         VALUE SPACES.
           05  JRNL-VAL           PIC X(060)         VALUE SPACES.
           05  WS-HWM-CAP         PIC 9(009) COMP    VALUE 0.
           05  WS-HOLD-RC         PIC S9(009) COMP   VALUE 0.
           05  WS-JRNL-FNAME      PIC X(040)    VALUE 'csdrvr.jrnl'.
           05  WS-JHST-FNAME      PIC X(040)    VALUE 'csdrvr.jhst'.
           05  WS-ALRT-FNAME      PIC X(040)    VALUE 'csalert.log'.
           05  WS-CTLG-FNAME      PIC X(040)    VALUE 'cscatlg.dat'.
           05  WS-REXT-FNAME      PIC X(040)    VALUE 'csresult.ext'.
           05  WS-RUN-DD          PIC X(002)         VALUE SPACES.
           05  WS-CAL-SKIP-COUNT  PIC 9(004) COMP    VALUE 0.
           05  WS-FREQ            PIC X(008)         VALUE SPACES.
           05  WS-FREQ-DOW        PIC 9(001)         VALUE 0.
           05  WS-ROLL            PIC X(004)         VALUE SPACES.
           05  WS-RUN-INT         PIC S9(009) COMP   VALUE 0.
           05  WS-ANCHOR-INT      PIC S9(009) COMP   VALUE 0.
           05  WS-ANCHOR-DATE     PIC 9(008)         VALUE 0.
           05  WS-ANCHOR-0        PIC 9(008)         VALUE 0.
           05  WS-ANCHOR-1        PIC 9(008)         VALUE 0.
           05  WS-EFFECT-DATE     PIC 9(008)         VALUE 0.
           05  WS-EFFECT-0        PIC 9(008)         VALUE 0.
           05  WS-EFFECT-1        PIC 9(008)         VALUE 0.
           05  WS-BIZ-ACTION      PIC X(001)         VALUE SPACE.
           05  WS-BIZ-OUT         PIC 9(008)         VALUE 0.
           05  WS-BIZ-COUNT       PIC S9(009) COMP   VALUE 0.
           05  WS-BIZ-TYPE        PIC X(001)         VALUE SPACE.
           05  WS-TRIG-POLL       PIC 9(004) COMP    VALUE 60.
           05  WS-TRIG-DFLT-MIN   PIC 9(005) COMP    VALUE 60.
           05  WS-TRIG-WAIT-MIN   PIC 9(005) COMP    VALUE 0.
           05  WS-TRIG-WAIT-DISP  PIC Z(4)9.
           05  WS-TRIG-WAITING    PIC 9(004) COMP    VALUE 0.
           05  WS-TRIG-RELEASED   PIC 9(004) COMP    VALUE 0.
           05  WS-TRIG-MISS-COUNT PIC 9(004) COMP    VALUE 0.
           05  WS-TRIG-DATE-N     PIC 9(008)         VALUE 0.
           05  WS-NOW-SECS        PIC 9(011) COMP    VALUE 0.
           05  TRIG-IDX           PIC 9(004) COMP    VALUE 0.
           05  TRIG-SCAN          PIC 9(004) COMP    VALUE 0.
           05  TRIG-HELD-AT       PIC 9(004) COMP    VALUE 0.
           05  WS-CTLG-STAT       PIC X(002)         VALUE SPACES.
           05  WS-REXT-STAT       PIC X(002)         VALUE SPACES.
           05  WS-REXT-LINE       PIC X(160)         VALUE SPACES.
                                                      FALSE 'N'.
           05  WS-ALRT-STAT       PIC X(002)         VALUE SPACES.
           05  WS-ALRT-LINE       PIC X(350)         VALUE SPACES.
           05  WS-ALRT-REASON     PIC X(014)         VALUE SPACES.
           05  WS-ALRT-SEV        PIC X(001)         VALUE SPACES.
           05  WS-ALRT-RC-DISP    PIC 9(003)         VALUE 0.
           05  WS-ALRT-MSGID      PIC X(008)         VALUE SPACES.
           05  KEY-MATCHED-SW     PIC X(001)         VALUE 'N'.
               88  KEY-MATCHED                        VALUE 'Y'
                                                      FALSE 'N'.
           05  PREF-KEY-NAME      PIC X(010) OCCURS 10 TIMES.

      * What each suite program will accept in the CTL-PGM-ARGS
      * column: the list names the KEYWORD= tokens the program's own
      * argument at all).  A program not in this table gets its
      * arguments waved through unchecked.
       01  PREF-RULES-DEF.
           05  FILLER PIC X(64)
               VALUE 'cs01a    ANOMALY REJIN CALIB PHASES'.
           05  FILLER PIC X(64) VALUE 'cs01b    MODE WINDOW'.
           05  FILLER PIC X(32) VALUE 'cs02b    MODE PLAN BUDGET FUELF'.
           05  FILLER PIC X(32) VALUE ' FUELU FUELD FLEET GEOFENCE'.
           05  FILLER PIC X(64) VALUE 'cs03a    MODE DRIFT CORREL'.
           05  FILLER PIC X(64) VALUE 'cs03b    MODE'.
           05  FILLER PIC X(64) VALUE 'cs04a    MODE SIMS SEED PRIZES'.
           05  FILLER PIC X(27) VALUE 'cs05a    MODE PRIOR PROFILE'.
           05  FILLER PIC X(37) VALUE ' PROV LOOKUP PROVIN'.
           05  FILLER PIC X(64)
               VALUE 'cs06a    MODE DAYS EVENTS CAP GSDAY GSEVERY'.
           05  FILLER PIC X(24) VALUE 'cs06b    MODE DAYS DIST '.
           05  FILLER PIC X(40)
               VALUE 'ADULT NEWBORN SENSADULT SENSNEW TARGET'.
           05  FILLER PIC X(64)
               VALUE 'cs07a    MODE FUELMODE CSV ANALYZE FUEL SPLIT'.
           05  FILLER PIC X(64) VALUE 'cs08a    MODE'.
           05  FILLER PIC X(64) VALUE 'cs08b    MODE'.
           05  FILLER PIC X(64)
               VALUE 'cs09a    MODE CSV THRESH CHANNELS'.
           05  FILLER PIC X(64)
               VALUE 'cs10a    MODE REPAIR TRENDRUNS TRENDJUMP'.
           05  FILLER PIC X(64)
               VALUE 'cs10b    MODE REPAIR TRENDRUNS TRENDJUMP'.
           05  FILLER PIC X(41)
               VALUE 'cs11a    MODE STEPS RESUME CYCLE CYCLEMAX'.
           05  FILLER PIC X(23) VALUE ' SCENARIO'.
           05  FILLER PIC X(64) VALUE 'cs12a    MODE CSV DOUBLE PRIOR'.
           05  FILLER PIC X(64) VALUE 'cs13a    MODE FOLDS RESUME'.
           05  FILLER PIC X(37)
               VALUE 'cs14a    MODE STEPS RESUME CHECKSTEP'.
           05  FILLER PIC X(27) VALUE ' GOALLEN GOALSHARE CEILING'.
           05  FILLER PIC X(64) VALUE
             'cs14b    MODE STEPS RESUME CHECKSTEP RULES2 DIVTHRESH'.
           05  FILLER PIC X(35)
               VALUE 'cs15a    MODE TILES ROUTE ALTROUTES'.
           05  FILLER PIC X(29) VALUE ' SETTLE PROFILE VENT VENTRULE'.
           05  FILLER PIC X(37)
               VALUE 'cs16a    MODE CONTRACT MSGTYPE MSGLOG'.
           05  FILLER PIC X(27) VALUE ' SEQPATH REPLYPATH'.
           05  FILLER PIC X(64) VALUE 'cs17a    NONE'.
           05  FILLER PIC X(64) VALUE 'cs18a    MODE TRACE'.
           05  FILLER PIC X(64) VALUE 'cs19a    NONE'.
           05  FILLER PIC X(64) VALUE 'cs20a    STEPS'.
           05  FILLER PIC X(64) VALUE 'cs21a    MODE MATRIX'.
           05  FILLER PIC X(64) VALUE 'cs22a    REJIN QUERY'.
           05  FILLER PIC X(64) VALUE 'cs23a    MODE MAXTIME'.
           05  FILLER PIC X(64) VALUE 'cs24a    MODEL PREFIX AVOID'.
           05  FILLER PIC X(64) VALUE 'cs25a    CSV'.
       01  PREF-RULES REDEFINES PREF-RULES-DEF.
           05  PREF-RULE OCCURS 31 TIMES.
               10  PREF-PGM       PIC X(008).
           05  FILLER PIC X(32) VALUE 'cs02b    cs02b.trk'.
           05  FILLER PIC X(32) VALUE 'cs03a    cs03a.xchk'.
           05  FILLER PIC X(32) VALUE 'cs03b    cs03b.xchk'.
           05  FILLER PIC X(32) VALUE 'cs04a    cs04a.ldgr'.
           05  FILLER PIC X(32) VALUE 'cs05a    cs05a.ovlp'.
           05  FILLER PIC X(32) VALUE 'cs05a    cs05a.prov'.
           05  FILLER PIC X(32) VALUE 'cs06a    cs06a.xchk'.
           05  FILLER PIC X(32) VALUE 'cs06b    cs06b.xchk'.
           05  FILLER PIC X(32) VALUE 'cs08a    cs08a.xchk'.
           05  FILLER PIC X(32) VALUE 'cs08b    cs08b.xchk'.
           05  FILLER PIC X(32) VALUE 'cs08b    cs08b.rewire'.
           05  FILLER PIC X(32) VALUE 'cs09a    cs09a.art'.
           05  FILLER PIC X(32) VALUE 'cs09a    cs09a.basn'.
           05  FILLER PIC X(32) VALUE 'cs09a    cs09a.fdir'.
           05  FILLER PIC X(32) VALUE 'cs09a    cs09a.facc'.
           05  FILLER PIC X(32) VALUE 'cs10a    cs10a.xchk'.
           05  FILLER PIC X(32) VALUE 'cs10b    cs10b.xchk'.
           05  FILLER PIC X(32) VALUE 'cs11a    cs11a.egy'.
           05  FILLER PIC X(32) VALUE 'cs12a    cs12a.chg'.
           05  FILLER PIC X(32) VALUE 'cs13a    cs13a.art'.
           05  FILLER PIC X(32) VALUE 'cs14a    cs14a.xchk'.
           05  FILLER PIC X(32) VALUE 'cs14b    cs14b.xchk'.
           05  FILLER PIC X(32) VALUE 'cs15a    cs15a.art'.
           05  FILLER PIC X(32) VALUE 'cs16a    cs16a.tree'.
           05  FILLER PIC X(32) VALUE 'cs17a    cs17a.env'.
           05  FILLER PIC X(32) VALUE 'cs17a    cs17a.shot'.
           05  FILLER PIC X(32) VALUE 'cs18a    cs18a.trc'.
           05  FILLER PIC X(32) VALUE 'cs19a    cs19a.wld'.
           05  FILLER PIC X(32) VALUE 'cs20a    cs20a.art'.
           05  FILLER PIC X(32) VALUE 'cs22a    cs22a.qans'.
           05  FILLER PIC X(32) VALUE 'cs23a    cs23a.sol'.
           05  FILLER PIC X(32) VALUE 'cs25a    cs25a.tml'.
           05  FILLER PIC X(32) VALUE 'cs25a    cs25a.grd'.
       01  ARTF-RULES REDEFINES ARTF-RULES-DEF.
           05  ARTF-RULE OCCURS 33 TIMES.
               10  ARTF-PGM       PIC X(008).
               10  FILLER         PIC X(001).
               10  ARTF-FILE      PIC X(023).
               10  CTL-MAXTIME    PIC X(005).
               10  CTL-FREQ       PIC X(008).
               10  CTL-EXPECTED   PIC X(020).
               10  CTL-EXP-SRC    PIC X(001).
                   88  CTL-EXP-FROM-HQ                 VALUE 'H'.
               10  CTL-DEPT       PIC X(004).
               10  CTL-ROLL       PIC X(004).
               10  CTL-TRIGGER    PIC X(024).
               10  CTL-TRIG-WAIT  PIC X(005).
               10  CTL-TRIG-DUE   PIC 9(011) COMP.
               10  CTL-STATUS     PIC X(004).

      * The programs this run would launch, the checksum of each
      * one's executable, and whether cscert.reg holds a signed
      * PASS for that checksum.
       01  CERT-TABLE.
           05  CERT-COUNT         PIC 9(004) COMP    VALUE 0.
           05  CERT-ENTRY OCCURS 100 TIMES.
               10  CERT-PGM       PIC X(008).
               10  CERT-CKSUM     PIC X(010).
               10  CERT-OK        PIC X(001).
           05  CERT-IDX           PIC 9(004) COMP    VALUE 0.
           05  CERT-HIT           PIC 9(004) COMP    VALUE 0.
           05  CERT-TABLE-MAX     PIC 9(004) COMP    VALUE 100.

      * Catch-up mode: one row per date in the FROM..TO range, and
      * the latest journal status of each control-file step for the
      * day just run.
       01  CU-AREAS.
           05  WS-CU-FROM         PIC X(008)         VALUE SPACES.
           05  WS-CU-TO           PIC X(008)         VALUE SPACES.
           05  WS-CU-FROM-N       PIC 9(008)         VALUE 0.
           05  WS-CU-TO-N         PIC 9(008)         VALUE 0.
           05  WS-CU-FROM-INT     PIC S9(009) COMP   VALUE 0.
           05  WS-CU-TO-INT       PIC S9(009) COMP   VALUE 0.
           05  WS-CU-INT          PIC S9(009) COMP   VALUE 0.
           05  WS-CU-SPAN         PIC S9(009) COMP   VALUE 0.
           05  WS-CU-DATE-N       PIC 9(008)         VALUE 0.
           05  WS-CU-DOW          PIC 9(001)         VALUE 0.
           05  WS-CU-RC           PIC 9(003) COMP    VALUE 0.
           05  WS-CU-RC-DISP      PIC 9(003)         VALUE 0.
           05  WS-CU-RUN-ID       PIC X(017)         VALUE SPACES.
           05  WS-CU-LAST-ID      PIC X(017)         VALUE SPACES.
           05  WS-CU-OUT-NAME     PIC X(040)         VALUE SPACES.
           05  WS-CU-PASS-ARGS    PIC X(160)         VALUE SPACES.
           05  WS-CU-PASS-PTR     PIC 9(003) COMP    VALUE 1.
           05  WS-CU-STAMP        PIC X(021)         VALUE SPACES.
           05  WS-CU-START-HSEC   PIC 9(009) COMP    VALUE 0.
           05  WS-CU-END-HSEC     PIC 9(009) COMP    VALUE 0.
           05  WS-CU-ELAPSED-HSEC PIC S9(009) COMP   VALUE 0.
           05  WS-CU-FAIL-DATE    PIC X(008)         VALUE SPACES.
           05  WS-CUJR-FNAME      PIC X(040)    VALUE 'csdrvr.cujr'.
           05  WS-CUJR-STAT       PIC X(002)         VALUE SPACES.
           05  WS-CUJR-LINE       PIC X(120)         VALUE SPACES.
           05  WS-CUJR-DATE       PIC X(008)         VALUE SPACES.
           05  WS-CUJR-STATUS     PIC X(004)         VALUE SPACES.
           05  WS-HQT-FNAME       PIC X(040)      VALUE 'cshq.tgt'.
           05  WS-HQT-STAT        PIC X(002)         VALUE SPACES.
           05  WS-HQT-DATE        PIC X(008)         VALUE SPACES.
           05  WS-HQT-APPLIED     PIC 9(004) COMP    VALUE 0.
           05  WS-HQT-HITS        PIC 9(004) COMP    VALUE 0.
           05  WS-TMM-FNAME       PIC X(040)      VALUE 'cshq.tmm'.
           05  WS-TMM-STAT        PIC X(002)         VALUE SPACES.
           05  WS-TMM-LINE        PIC X(140)         VALUE SPACES.
           05  WS-CRT-FNAME       PIC X(040)      VALUE 'cscert.reg'.
           05  WS-CRT-STAT        PIC X(002)         VALUE SPACES.
           05  WS-CRT-PROBE       PIC X(040)         VALUE SPACES.
           05  WS-CKS-FNAME       PIC X(040)     VALUE 'csdrvr.cert'.
           05  WS-CKS-STAT        PIC X(002)         VALUE SPACES.
           05  WS-CFG-CERTGATE    PIC X(020)       VALUE 'CERTGATE'.
           05  WS-CFG-VAL         PIC X(080)         VALUE SPACES.
           05  WS-CERT-GATE       PIC X(001)         VALUE 'W'.
               88  CERT-GATE-HOLD                     VALUE 'Y'.
               88  CERT-GATE-OFF                      VALUE 'N'.
           05  WS-UNCT-COUNT      PIC 9(004) COMP    VALUE 0.
           05  WS-UNCW-COUNT      PIC 9(004) COMP    VALUE 0.
           05  CRT-SKIP           PIC X(200)         VALUE SPACES.
           05  CRT-PGM            PIC X(020)         VALUE SPACES.
           05  CRT-CKSUM          PIC X(020)         VALUE SPACES.
           05  CRT-VERDICT        PIC X(020)         VALUE SPACES.
           05  CRT-REST           PIC X(200)         VALUE SPACES.
           05  CRT-SIGNED         PIC X(020)         VALUE SPACES.
           05  CKS-CRC            PIC X(012)         VALUE SPACES.
           05  CKS-BYTES          PIC X(012)         VALUE SPACES.
           05  CKS-NAME           PIC X(060)         VALUE SPACES.
           05  CKS-PGM            PIC X(008)         VALUE SPACES.
           05  CU-COUNT           PIC 9(004) COMP    VALUE 0.
           05  CU-IDX             PIC 9(004) COMP    VALUE 0.
           05  CU-SCAN            PIC 9(004) COMP    VALUE 0.
           05  CU-STEP-IDX        PIC 9(004) COMP    VALUE 0.
           05  CU-OK-DAYS         PIC 9(004) COMP    VALUE 0.
           05  CU-WARN-DAYS       PIC 9(004) COMP    VALUE 0.
           05  CU-FAIL-DAYS       PIC 9(004) COMP    VALUE 0.
           05  CU-DONE-DAYS       PIC 9(004) COMP    VALUE 0.
           05  CU-NOTRUN-DAYS     PIC 9(004) COMP    VALUE 0.
           05  CU-NONBUS-DAYS     PIC 9(004) COMP    VALUE 0.
           05  CU-CNT-DISP        PIC ZZZ9.
           05  CU-DAY-NAMES       PIC X(021)
                                  VALUE 'MONTUEWEDTHUFRISATSUN'.
           05  CU-DAY OCCURS 62 TIMES.
               10  CU-DATE        PIC X(008).
               10  CU-DAY-NAME    PIC X(003).
               10  CU-RESULT      PIC X(008).
               10  CU-PRIOR       PIC X(004).
               10  CU-RC          PIC 9(003) COMP.
               10  CU-RUNID       PIC X(017).
               10  CU-STEPS       PIC 9(004) COMP.
               10  CU-OK          PIC 9(004) COMP.
               10  CU-WARN        PIC 9(004) COMP.
               10  CU-FAIL        PIC 9(004) COMP.
               10  CU-NOSCHED     PIC 9(004) COMP.
               10  CU-ELAPSED     PIC 9(007) COMP.
           05  CU-STEP-STAT       PIC X(004) OCCURS 500 TIMES.

      * One day's line on the catch-up summary page.
       01  CU-SUMM-LINE.
           05  CSL-DATE           PIC X(008).
           05  FILLER             PIC X(002).
           05  CSL-DAY            PIC X(003).
           05  FILLER             PIC X(002).
           05  CSL-RESULT         PIC X(008).
           05  FILLER             PIC X(002).
           05  CSL-RC             PIC ZZ9.
           05  FILLER             PIC X(002).
           05  CSL-STEPS          PIC ZZZZ9.
           05  FILLER             PIC X(002).
           05  CSL-OK             PIC ZZZZ9.
           05  FILLER             PIC X(002).
           05  CSL-WARN           PIC ZZZZ9.
           05  FILLER             PIC X(002).
           05  CSL-FAIL           PIC ZZZZ9.
           05  FILLER             PIC X(002).
           05  CSL-NOSCHED        PIC Z(07)9.
           05  FILLER             PIC X(002).
           05  CSL-ELAPSED        PIC Z(06)9.
           05  FILLER             PIC X(002).
           05  CSL-RUNID          PIC X(017).
           05  FILLER             PIC X(038).

       01  RPT-AREAS.
           05  RPT-ACTION         PIC X(001)         VALUE SPACE.
           05  RPT-TITLE          PIC X(040)         VALUE SPACES.
           05  RPT-LINE           PIC X(132)         VALUE SPACES.

       01  SWITCHES.
           05  CTL-DATA-EOF-SW    PIC X(001)         VALUE 'N'.
               88  CTL-DATA-EOF                       VALUE 'Y'.
           05  RESTART-SW         PIC X(001)         VALUE 'N'.
               88  RESTART-REQUESTED                  VALUE 'Y'
                                                      FALSE 'N'.
           05  TRIG-PRESENT-SW    PIC X(001)         VALUE 'N'.
               88  TRIGGER-PRESENT                    VALUE 'Y'
                                                      FALSE 'N'.
           05  TRIG-BARRIER-SW    PIC X(001)         VALUE 'N'.
               88  TRIG-BARRIER-HELD                  VALUE 'Y'
                                                      FALSE 'N'.
           05  CU-ALL-DATES-SW    PIC X(001)         VALUE 'N'.
               88  CU-ALL-DATES                       VALUE 'Y'
                                                      FALSE 'N'.
           05  CU-ARGS-SW         PIC X(001)         VALUE 'Y'.
               88  CU-ARGS-OK                         VALUE 'Y'
                                                      FALSE 'N'.
           05  CU-STOP-SW         PIC X(001)         VALUE 'N'.
               88  CU-STOPPED                         VALUE 'Y'
                                                      FALSE 'N'.
           05  CUJR-EOF-SW        PIC X(001)         VALUE 'N'.
               88  CUJR-EOF                           VALUE 'Y'.
           05  HQT-EOF-SW         PIC X(001)         VALUE 'N'.
               88  HQT-EOF                            VALUE 'Y'.
           05  CRT-EOF-SW         PIC X(001)         VALUE 'N'.
               88  CRT-EOF                            VALUE 'Y'.
           05  CKS-EOF-SW         PIC X(001)         VALUE 'N'.
               88  CKS-EOF                            VALUE 'Y'.

       Procedure Division.
           DISPLAY MYNAME SPACE FUNCTION CURRENT-DATE
               DISPLAY WS-ENV-ID UPON ENVIRONMENT-VALUE
           END-IF
           CALL 'csenvfn' USING WS-JRNL-FNAME END-CALL
           CALL 'csenvfn' USING WS-JHST-FNAME END-CALL
           CALL 'csenvfn' USING WS-ALRT-FNAME END-CALL
           CALL 'csenvfn' USING WS-CTLG-FNAME END-CALL
           CALL 'csenvfn' USING WS-REXT-FNAME END-CALL
           CALL 'csenvfn' USING WS-MFT-FNAME END-CALL
           CALL 'csenvfn' USING WS-ARCH-DIR END-CALL
           CALL 'csenvfn' USING WS-SIZE-FNAME END-CALL
           CALL 'csenvfn' USING WS-CUJR-FNAME END-CALL
           CALL 'csenvfn' USING WS-HQT-FNAME END-CALL
           CALL 'csenvfn' USING WS-TMM-FNAME END-CALL

      *    a FROM/TO range is a catch-up after an outage: this run
      *    launches one csdrvr per business day and runs no steps of
      *    its own
           IF WS-CU-FROM NOT = SPACES OR WS-CU-TO NOT = SPACES
               PERFORM 4000-RUN-CATCH-UP
               DISPLAY MYNAME SPACE FUNCTION CURRENT-DATE
               GOBACK
           END-IF

      *    a BUSDATE rerun evaluates the run calendar as of the
      *    business day unless RUNDATE says otherwise, and a
           CLOSE CTL-DATA

           PERFORM 1700-APPLY-RUN-CALENDAR
           PERFORM 1730-APPLY-HQ-TARGETS

           IF PROCESS-VRFY
      *        verify-only: read-check every control record, report
               GOBACK
           END-IF

      *    the settings every step is about to read are fingerprinted
      *    against the last run's; a change is snapshotted and each
      *    key that moved goes on the audit log
           CALL 'cscfgck' USING MYNAME WS-RUN-ID WS-BUS-DATE END-CALL

           IF RESTART-REQUESTED
               PERFORM 1500-APPLY-RUN-JOURNAL
           ELSE
               CLOSE JRNL-DATA
           END-IF

      *    in production only a certified build runs unchallenged
           PERFORM 1760-CHECK-CERTIFICATION

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           COMPUTE WS-RUN-START-HSEC =
               (FUNCTION NUMVAL(WS-NOW-TS(9:2))  * 360000)
             + (FUNCTION NUMVAL(WS-NOW-TS(13:2)) * 100)
             +  FUNCTION NUMVAL(WS-NOW-TS(15:2))

      *    steps set aside to wait on a trigger file are looked at
      *    again between waves; once only they are left, or the next
      *    wave is a later group held behind one of them, the driver
      *    polls for them until each one arrives or runs out of time
           MOVE 1 TO CTL-IDX
           PERFORM UNTIL (CTL-IDX > CTL-COUNT AND WS-TRIG-WAITING = 0)
             OR DEADLINE-PASSED
             PERFORM 1600-CHECK-DEADLINE
             MOVE 0 TO WS-TRIG-RELEASED
             IF NOT DEADLINE-PASSED AND WS-TRIG-WAITING > 0
                 PERFORM 1130-RELEASE-TRIGGERED-STEPS
             END-IF
             SET TRIG-BARRIER-HELD TO FALSE
             IF CTL-IDX <= CTL-COUNT AND WS-TRIG-WAITING > 0
                 PERFORM 1170-TEST-THE-BARRIER
             END-IF
             EVALUATE TRUE
               WHEN DEADLINE-PASSED
                 CONTINUE
               WHEN CTL-IDX <= CTL-COUNT AND NOT TRIG-BARRIER-HELD
                 PERFORM 1100-RUN-ONE-WAVE
               WHEN WS-TRIG-WAITING > 0 AND WS-TRIG-RELEASED = 0
                 MOVE SPACES TO WS-SYSTEM-CMD
                 MOVE WS-TRIG-POLL TO WS-TRIG-WAIT-DISP
                 STRING
                   'sleep '                  DELIMITED SIZE
                   FUNCTION TRIM(WS-TRIG-WAIT-DISP) DELIMITED SIZE
                   INTO WS-SYSTEM-CMD
                 END-STRING
                 CALL 'SYSTEM' USING WS-SYSTEM-CMD
                 MOVE 0 TO RETURN-CODE
             END-EVALUATE
           END-PERFORM

           IF DEADLINE-PASSED
           IF WS-NOATT-COUNT > 0
               DISPLAY MYNAME ' not attempted ' WS-NOATT-COUNT
           END-IF
           IF WS-TRIG-MISS-COUNT > 0
               DISPLAY MYNAME ' triggers missed ' WS-TRIG-MISS-COUNT
           END-IF
           IF WS-UNCT-COUNT > 0
               DISPLAY MYNAME ' held uncertified ' WS-UNCT-COUNT
           END-IF
           IF WS-UNCW-COUNT > 0
               DISPLAY MYNAME ' uncertified builds run ' WS-UNCW-COUNT
           END-IF
           IF RESTART-REQUESTED
               DISPLAY MYNAME ' steps skipped - prior run ok '
                 WS-RESUMED-COUNT

           EVALUATE TRUE
             WHEN WS-FAIL-COUNT > 0 OR WS-REGR-COUNT > 0
               OR WS-TRIG-MISS-COUNT > 0 OR WS-UNCT-COUNT > 0
                  MOVE 8 TO RETURN-CODE
             WHEN WS-WARN-COUNT > 0 OR WS-NOATT-COUNT > 0
               OR WS-UNCW-COUNT > 0
                  MOVE 4 TO RETURN-CODE
           END-EVALUATE

                       MYNAME ' warning - BUSDATE must be yyyymmdd,'
                       ' ignored: ' WS-CLI-VAL
                 END-IF
             WHEN 'FROM'
      *          first and last business dates (yyyymmdd) of a
      *          catch-up run; see 4000-RUN-CATCH-UP
                 MOVE WS-CLI-VAL(1:8) TO WS-CU-FROM
             WHEN 'TO'
                 MOVE WS-CLI-VAL(1:8) TO WS-CU-TO
             WHEN 'CALDAYS'
      *          catch-up runs every calendar date in the range, not
      *          only business days, for a control file whose run
      *          calendar schedules weekend or holiday work
                 IF FUNCTION UPPER-CASE(WS-CLI-VAL) = 'Y'
                     SET CU-ALL-DATES TO TRUE
                 END-IF
             WHEN 'DEADLINE'
      *          hhmmss wall-clock time at which the batch window
      *          closes; no further waves are launched after it
                 IF FUNCTION TEST-NUMVAL(WS-CLI-VAL) = 0
                     MOVE WS-CLI-VAL(1:6) TO WS-DEADLINE-HMS
                     COMPUTE WS-DEADLINE-HSEC =
                         (FUNCTION NUMVAL(WS-CLI-VAL(1:2)) * 360000)
                       + (FUNCTION NUMVAL(WS-CLI-VAL(3:2)) * 6000)
                 IF WS-GENS < 1
                     MOVE 1 TO WS-GENS
                 END-IF
             WHEN 'TRIGPOLL'
      *          seconds between looks for a late trigger file once
      *          nothing but waiting steps is left to run
                 MOVE FUNCTION NUMVAL(WS-CLI-VAL) TO WS-TRIG-POLL
                 IF WS-TRIG-POLL < 1
                     MOVE 1 TO WS-TRIG-POLL
                 END-IF
             WHEN 'MAXPAR'
                 MOVE FUNCTION NUMVAL(WS-CLI-VAL) TO WS-MAXPAR
                 IF WS-MAXPAR < 1
      * the first field is the dependency group.  Column 121 carries
      * the paying department's account code, which rides through to
      * the results master so cschgbk can invoice the department.
      * Column 126 carries the step's holiday roll rule, applied by
      * the run calendar.  Column 131 names the step's trigger file,
      * one that must exist before the step may start, and column
      * 156 the minutes to wait for it (blank for the default hour).
      * Steps carrying the
      * same group value on consecutive records are independent of one
      * another and may run concurrently; a change of group value is a
               MOVE WS-CTL-REC(85:5)  TO CTL-MAXTIME(CTL-COUNT)
               MOVE WS-CTL-REC(91:8)  TO CTL-FREQ(CTL-COUNT)
               MOVE WS-CTL-REC(100:20) TO CTL-EXPECTED(CTL-COUNT)
               MOVE SPACE             TO CTL-EXP-SRC(CTL-COUNT)
               MOVE WS-CTL-REC(121:4) TO CTL-DEPT(CTL-COUNT)
               MOVE WS-CTL-REC(126:4) TO CTL-ROLL(CTL-COUNT)
               MOVE WS-CTL-REC(131:24) TO CTL-TRIGGER(CTL-COUNT)
               MOVE WS-CTL-REC(156:5) TO CTL-TRIG-WAIT(CTL-COUNT)
               MOVE 0                 TO CTL-TRIG-DUE(CTL-COUNT)
               MOVE SPACES            TO CTL-STATUS(CTL-COUNT)
               PERFORM 8010-READ-CTL-DATA
           END-IF
      * each one dropping its return code to <pgm>.steprc, then each
      * member is scored individually so the consolidated OK/WARN/FAIL
      * totals and the per-step report are the same as a serial run.
      * A member naming a trigger file that has not landed yet is set
      * aside instead of launched; the rest of its wave, and any
      * further waves of the same group, go ahead without it.  A
      * later group is past the barrier and is held until the step
      * has run or missed its trigger.
      *----------------------------------------------------------------
       1100-RUN-ONE-WAVE.
           MOVE CTL-IDX TO WAVE-LO
               END-PERFORM
           END-IF

           PERFORM VARYING WAVE-IDX FROM WAVE-LO BY 1
           UNTIL WAVE-IDX > WAVE-HI
             IF CTL-STATUS(WAVE-IDX) = SPACES
                 AND CTL-TRIGGER(WAVE-IDX) NOT = SPACES
                 PERFORM 1120-SET-ASIDE-FOR-TRIGGER
             END-IF
           END-PERFORM

           PERFORM 1105-LAUNCH-THE-WAVE

           COMPUTE CTL-IDX = WAVE-HI + 1
           .

      * Launch the members of WAVE-LO thru WAVE-HI that are due to
      * run, wait for them all, and score each one.
       1105-LAUNCH-THE-WAVE.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           COMPUTE WS-START-HSEC =
               (FUNCTION NUMVAL(WS-START-TS(9:2))  * 360000)
                 ADD 1 TO WS-CAL-SKIP-COUNT
                 MOVE 0 TO WS-STEP-RC-VAL
                 PERFORM 1400-WRITE-RUN-JOURNAL
               WHEN 'TWAI'
                 CONTINUE
               WHEN 'UNCT'
                 DISPLAY
                   MYNAME ' ' CTL-PGM-NAME(WAVE-IDX)
                   ' not run - build not certified for production'
                 ADD 1 TO WS-UNCT-COUNT
                 MOVE 8 TO WS-STEP-RC-VAL
                 MOVE SPACES TO WS-LAST-LINE
                 STRING
                   'executable checksum has no signed PASS on '
                                             DELIMITED SIZE
                   FUNCTION TRIM(WS-CRT-FNAME) DELIMITED SIZE
                   INTO WS-LAST-LINE
                 END-STRING
                 PERFORM 1400-WRITE-RUN-JOURNAL
                 PERFORM 1450-WRITE-ALERT
               WHEN OTHER
                 ADD 1 TO WS-STEP-COUNT
                 ADD 1 TO WAVE-LAUNCHED
           UNTIL WAVE-IDX > WAVE-HI
             IF CTL-STATUS(WAVE-IDX) NOT = 'DONE'
                 AND CTL-STATUS(WAVE-IDX) NOT = 'CSKP'
                 AND CTL-STATUS(WAVE-IDX) NOT = 'TWAI'
                 AND CTL-STATUS(WAVE-IDX) NOT = 'UNCT'
                 PERFORM 1300-EVALUATE-ONE-STEP
                 PERFORM 1400-WRITE-RUN-JOURNAL
                 IF CTL-STATUS(WAVE-IDX) NOT = 'OK'
                 PERFORM 2100-VERSION-ARTIFACTS
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Trigger-file release.  A step whose trigger is not there when
      * its wave comes up waits, marked TWAI, until its wait limit --
      * the minutes in column 156 from the moment it was set aside --
      * runs out.  Between waves each waiting step is looked at again:
      * a trigger that has landed releases the step to run on its own
      * there and then, in control-file order; one that is still
      * missing when time is up marks the step TRIGGER-MISSED in the
      * run journal and raises an alert, and the step is not run.
      * While any step waits, no wave from a later group starts.
      *----------------------------------------------------------------
       1120-SET-ASIDE-FOR-TRIGGER.
           MOVE WAVE-IDX TO TRIG-IDX
           PERFORM 1150-TEST-TRIGGER
           IF TRIGGER-PRESENT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TRIG-DFLT-MIN TO WS-TRIG-WAIT-MIN
           IF CTL-TRIG-WAIT(WAVE-IDX) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(CTL-TRIG-WAIT(WAVE-IDX)) = 0
                   MOVE FUNCTION NUMVAL(CTL-TRIG-WAIT(WAVE-IDX))
                     TO WS-TRIG-WAIT-MIN
               ELSE
                   DISPLAY
                     MYNAME ' ' CTL-PGM-NAME(WAVE-IDX)
                     ' warning - trigger wait not numeric, waiting '
                     WS-TRIG-DFLT-MIN ' minutes'
               END-IF
           END-IF

           PERFORM 1160-SET-NOW-SECS
           COMPUTE CTL-TRIG-DUE(WAVE-IDX) =
               WS-NOW-SECS + (WS-TRIG-WAIT-MIN * 60)
           MOVE 'TWAI' TO CTL-STATUS(WAVE-IDX)
           ADD 1 TO WS-TRIG-WAITING
           MOVE WS-TRIG-WAIT-MIN TO WS-TRIG-WAIT-DISP
           DISPLAY
             MYNAME ' ' CTL-PGM-NAME(WAVE-IDX)
             ' waiting for trigger '
             FUNCTION TRIM(CTL-TRIGGER(WAVE-IDX))
             ' up to ' FUNCTION TRIM(WS-TRIG-WAIT-DISP) ' minutes'
           .

       1130-RELEASE-TRIGGERED-STEPS.
           PERFORM VARYING TRIG-IDX FROM 1 BY 1
           UNTIL TRIG-IDX > CTL-COUNT OR DEADLINE-PASSED
             IF CTL-STATUS(TRIG-IDX) = 'TWAI'
                 PERFORM 1140-RECHECK-ONE-TRIGGER
             END-IF
           END-PERFORM
           .

       1140-RECHECK-ONE-TRIGGER.
           PERFORM 1150-TEST-TRIGGER
           PERFORM 1160-SET-NOW-SECS
           EVALUATE TRUE
             WHEN TRIGGER-PRESENT
                 SUBTRACT 1 FROM WS-TRIG-WAITING
                 ADD 1 TO WS-TRIG-RELEASED
                 DISPLAY
                   MYNAME ' ' CTL-PGM-NAME(TRIG-IDX)
                   ' released - trigger '
                   FUNCTION TRIM(CTL-TRIGGER(TRIG-IDX)) ' arrived'
                 MOVE SPACES TO CTL-STATUS(TRIG-IDX)
                 MOVE TRIG-IDX TO WAVE-LO
                 MOVE TRIG-IDX TO WAVE-HI
                 PERFORM 1105-LAUNCH-THE-WAVE
                 PERFORM 1600-CHECK-DEADLINE
             WHEN WS-NOW-SECS >= CTL-TRIG-DUE(TRIG-IDX)
                 SUBTRACT 1 FROM WS-TRIG-WAITING
                 ADD 1 TO WS-TRIG-MISS-COUNT
                 MOVE 'TMIS' TO CTL-STATUS(TRIG-IDX)
                 MOVE TRIG-IDX TO WAVE-IDX
                 MOVE 0 TO WS-STEP-RC-VAL
                 MOVE SPACES TO WS-LAST-LINE
                 STRING
                   'trigger '                DELIMITED SIZE
                   FUNCTION TRIM(CTL-TRIGGER(TRIG-IDX)) DELIMITED SIZE
                   ' did not arrive within the wait limit'
                                             DELIMITED SIZE
                   INTO WS-LAST-LINE
                 END-STRING
                 DISPLAY
                   MYNAME ' ' CTL-PGM-NAME(TRIG-IDX)
                   ' TRIGGER-MISSED -- '
                   FUNCTION TRIM(WS-LAST-LINE)
                 PERFORM 1400-WRITE-RUN-JOURNAL
                 PERFORM 1450-WRITE-ALERT
           END-EVALUATE
           .

       1150-TEST-TRIGGER.
           MOVE SPACES TO WS-SYSTEM-CMD
           STRING
             'test -e "'                       DELIMITED SIZE
             FUNCTION TRIM(CTL-TRIGGER(TRIG-IDX)) DELIMITED SIZE
             '"'                               DELIMITED SIZE
             INTO WS-SYSTEM-CMD
           END-STRING
           CALL 'SYSTEM' USING WS-SYSTEM-CMD
           IF RETURN-CODE = 0
               SET TRIGGER-PRESENT TO TRUE
           ELSE
               SET TRIGGER-PRESENT TO FALSE
           END-IF
           MOVE 0 TO RETURN-CODE
           .

      * The wave at CTL-IDX may start only if every waiting step is
      * in its own group: the same non-blank group value on every
      * record from the waiting step down to CTL-IDX.  A blank group
      * is a wave of one, so it is a barrier on its own.
       1170-TEST-THE-BARRIER.
           PERFORM VARYING TRIG-IDX FROM 1 BY 1
           UNTIL TRIG-IDX >= CTL-IDX OR TRIG-BARRIER-HELD
             IF CTL-STATUS(TRIG-IDX) = 'TWAI'
                 IF CTL-GROUP(TRIG-IDX) = SPACES
                     SET TRIG-BARRIER-HELD TO TRUE
                 END-IF
                 PERFORM VARYING TRIG-SCAN FROM TRIG-IDX BY 1
                 UNTIL TRIG-SCAN > CTL-IDX OR TRIG-BARRIER-HELD
                   IF CTL-GROUP(TRIG-SCAN) NOT = CTL-GROUP(TRIG-IDX)
                       SET TRIG-BARRIER-HELD TO TRUE
                   END-IF
                 END-PERFORM
             END-IF
           END-PERFORM
           IF TRIG-BARRIER-HELD AND TRIG-HELD-AT NOT = CTL-IDX
               MOVE CTL-IDX TO TRIG-HELD-AT
               DISPLAY
                 MYNAME ' ' CTL-PGM-NAME(CTL-IDX)
                 ' held - an earlier group is waiting for its trigger'
           END-IF
           .

      * Seconds on a running day count, so a wait limit that runs
      * past midnight still comes due.
       1160-SET-NOW-SECS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           MOVE WS-NOW-TS(1:8) TO WS-TRIG-DATE-N
           COMPUTE WS-NOW-SECS =
               (FUNCTION INTEGER-OF-DATE(WS-TRIG-DATE-N) * 86400)
             + (FUNCTION NUMVAL(WS-NOW-TS(9:2))  * 3600)
             + (FUNCTION NUMVAL(WS-NOW-TS(11:2)) * 60)
             +  FUNCTION NUMVAL(WS-NOW-TS(13:2))
           .

      *----------------------------------------------------------------
      * day-of-week name (MON..SUN).  Out-of-calendar steps are
      * marked here and reported as skipped, not silently dropped,
      * so an auditor can see the step was considered.
      *
      * A step's day that falls on a shop holiday in csholid.cat
      * moves by the step's roll rule in column 126:
      *   NEXT  (or blank) run on the next business day
      *   PREV  run on the business day before
      *   KEEP  run on the holiday itself
      *   SKIP  do not run this week or month
      * Both the period's day on or before the run date and the
      * next one are rolled, so a PREV step whose day is still to
      * come runs early, and a NEXT step whose day has just passed
      * runs late.
      *----------------------------------------------------------------
       1700-APPLY-RUN-CALENDAR.
           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-RUN-DATE-N
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
      *    day 1 of the standard date, 1601-01-01, was a Monday, so
      *    1=MON .. 7=SUN
           COMPUTE WS-RUN-DOW =
             FUNCTION MOD(WS-RUN-INT - 1, 7) + 1
           MOVE WS-RUN-DATE(7:2) TO WS-RUN-DD

           MOVE 'C' TO WS-BIZ-ACTION
           CALL 'csbizdy' USING
             WS-BIZ-ACTION
             WS-RUN-DATE-N
             WS-BIZ-OUT
             WS-BIZ-COUNT
             WS-BIZ-TYPE
           END-CALL
           IF WS-BIZ-TYPE = 'H'
               DISPLAY
                 MYNAME ' run date ' WS-RUN-DATE
                 ' is a shop holiday'
           END-IF

           PERFORM VARYING CTL-IDX FROM 1 BY 1
           UNTIL CTL-IDX > CTL-COUNT
             PERFORM 1710-EVALUATE-ONE-FREQ

       1710-EVALUATE-ONE-FREQ.
           MOVE FUNCTION UPPER-CASE(CTL-FREQ(CTL-IDX)) TO WS-FREQ
           MOVE 0 TO WS-FREQ-DOW
           EVALUATE TRUE
             WHEN WS-FREQ = SPACES OR WS-FREQ = 'DAILY'
                 EXIT PARAGRAPH
             WHEN WS-FREQ = 'WEEKLY'
                 MOVE 1 TO WS-FREQ-DOW
             WHEN WS-FREQ = 'MONTHLY'
                 CONTINUE
             WHEN WS-FREQ(1:3) = 'MON'
                 MOVE 1 TO WS-FREQ-DOW
             WHEN WS-FREQ(1:3) = 'TUE'
                 MOVE 2 TO WS-FREQ-DOW
             WHEN WS-FREQ(1:3) = 'WED'
                 MOVE 3 TO WS-FREQ-DOW
             WHEN WS-FREQ(1:3) = 'THU'
                 MOVE 4 TO WS-FREQ-DOW
             WHEN WS-FREQ(1:3) = 'FRI'
                 MOVE 5 TO WS-FREQ-DOW
             WHEN WS-FREQ(1:3) = 'SAT'
                 MOVE 6 TO WS-FREQ-DOW
             WHEN WS-FREQ(1:3) = 'SUN'
                 MOVE 7 TO WS-FREQ-DOW
             WHEN OTHER
                 DISPLAY
                   MYNAME ' ' CTL-PGM-NAME(CTL-IDX)
                   ' warning - frequency not recognized, step will'
                   ' run: ' CTL-FREQ(CTL-IDX)
                 EXIT PARAGRAPH
           END-EVALUATE

           MOVE FUNCTION UPPER-CASE(CTL-ROLL(CTL-IDX)) TO WS-ROLL
           IF WS-ROLL = SPACES
               MOVE 'NEXT' TO WS-ROLL
           END-IF
           IF WS-ROLL NOT = 'NEXT' AND NOT = 'PREV'
               AND NOT = 'KEEP' AND NOT = 'SKIP'
               DISPLAY
                 MYNAME ' ' CTL-PGM-NAME(CTL-IDX)
                 ' warning - holiday roll rule not recognized, NEXT'
                 ' used: ' CTL-ROLL(CTL-IDX)
               MOVE 'NEXT' TO WS-ROLL
           END-IF

      *    the step's day in this period, on or before the run date,
      *    and its day in the next period
           IF WS-FREQ = 'MONTHLY'
               COMPUTE WS-ANCHOR-0 = WS-RUN-DATE-N
                 - FUNCTION MOD(WS-RUN-DATE-N, 100) + 1
               COMPUTE WS-ANCHOR-INT =
                 FUNCTION INTEGER-OF-DATE(WS-ANCHOR-0) + 31
               COMPUTE WS-ANCHOR-1 =
                 FUNCTION DATE-OF-INTEGER(WS-ANCHOR-INT)
               COMPUTE WS-ANCHOR-1 = WS-ANCHOR-1
                 - FUNCTION MOD(WS-ANCHOR-1, 100) + 1
           ELSE
               COMPUTE WS-ANCHOR-INT = WS-RUN-INT
                 - FUNCTION MOD(WS-RUN-DOW - WS-FREQ-DOW + 7, 7)
               COMPUTE WS-ANCHOR-0 =
                 FUNCTION DATE-OF-INTEGER(WS-ANCHOR-INT)
               COMPUTE WS-ANCHOR-1 =
                 FUNCTION DATE-OF-INTEGER(WS-ANCHOR-INT + 7)
           END-IF

           MOVE WS-ANCHOR-0 TO WS-ANCHOR-DATE
           PERFORM 1720-ROLL-THE-ANCHOR
           MOVE WS-EFFECT-DATE TO WS-EFFECT-0
           MOVE WS-ANCHOR-1 TO WS-ANCHOR-DATE
           PERFORM 1720-ROLL-THE-ANCHOR
           MOVE WS-EFFECT-DATE TO WS-EFFECT-1

           EVALUATE TRUE
             WHEN WS-EFFECT-0 = WS-RUN-DATE-N
               AND WS-ANCHOR-0 NOT = WS-RUN-DATE-N
                 DISPLAY
                   MYNAME ' ' CTL-PGM-NAME(CTL-IDX)
                   ' runs today for the holiday on ' WS-ANCHOR-0
                   ' (' WS-ROLL ')'
             WHEN WS-EFFECT-1 = WS-RUN-DATE-N
                 DISPLAY
                   MYNAME ' ' CTL-PGM-NAME(CTL-IDX)
                   ' runs today for the holiday on ' WS-ANCHOR-1
                   ' (' WS-ROLL ')'
             WHEN WS-EFFECT-0 = WS-RUN-DATE-N
                 CONTINUE
             WHEN WS-ANCHOR-0 = WS-RUN-DATE-N
                 MOVE 'CSKP' TO CTL-STATUS(CTL-IDX)
                 IF WS-EFFECT-0 = 0
                     DISPLAY
                       MYNAME ' ' CTL-PGM-NAME(CTL-IDX)
                       ' not run - holiday, rule SKIP'
                 ELSE
                     DISPLAY
                       MYNAME ' ' CTL-PGM-NAME(CTL-IDX)
                       ' not run - holiday, rolled to ' WS-EFFECT-0
                 END-IF
             WHEN OTHER
                 MOVE 'CSKP' TO CTL-STATUS(CTL-IDX)
           END-EVALUATE
           .

      * The day a step actually runs for one of its calendar days:
      * the day itself unless the shop is closed for a holiday, in
      * which case the roll rule decides; zero means not at all.
       1720-ROLL-THE-ANCHOR.
           MOVE WS-ANCHOR-DATE TO WS-EFFECT-DATE
           MOVE 'N' TO WS-BIZ-ACTION
           IF WS-ROLL = 'PREV'
               MOVE 'P' TO WS-BIZ-ACTION
           END-IF
           CALL 'csbizdy' USING
             WS-BIZ-ACTION
             WS-ANCHOR-DATE
             WS-BIZ-OUT
             WS-BIZ-COUNT
             WS-BIZ-TYPE
           END-CALL
           IF WS-BIZ-TYPE = 'H'
               EVALUATE WS-ROLL
                 WHEN 'NEXT'
                 WHEN 'PREV'
                     MOVE WS-BIZ-OUT TO WS-EFFECT-DATE
                 WHEN 'SKIP'
                     MOVE 0 TO WS-EFFECT-DATE
                 WHEN OTHER
                     CONTINUE
               END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------
      * Headquarters targets.  cshqin loads the figures headquarters
      * expects into the cshq.tgt register under a business date;
      * the rows for this run's business date take the place of the
      * hand-keyed expected-result column.  A target with blank args
      * applies to every step of its program, otherwise only to the
      * step carrying exactly those args; where the register holds
      * more than one row for a step the last one loaded wins.  A
      * step so marked that misses its target is queued for the next
      * transmission back to headquarters.
      *----------------------------------------------------------------
       1730-APPLY-HQ-TARGETS.
           IF WS-BUS-DATE NOT = SPACES
               MOVE WS-BUS-DATE TO WS-HQT-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-HQT-DATE
           END-IF
           OPEN INPUT HQT-DATA
           IF WS-HQT-STAT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HQT-EOF
             READ HQT-DATA
               AT END SET HQT-EOF TO TRUE
               NOT AT END
                 IF HQT-BUSDATE = WS-HQT-DATE
                     PERFORM 1740-APPLY-ONE-TARGET
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HQT-DATA
           IF WS-HQT-APPLIED > 0
               DISPLAY
                 MYNAME ' headquarters targets applied for '
                 WS-HQT-DATE ': ' WS-HQT-APPLIED
           END-IF
           .

       1740-APPLY-ONE-TARGET.
           MOVE 0 TO WS-HQT-HITS
           PERFORM VARYING CTL-IDX FROM 1 BY 1
           UNTIL CTL-IDX > CTL-COUNT
             IF CTL-PGM-NAME(CTL-IDX) = HQT-PGM
                 AND (HQT-ARGS = SPACES
                  OR CTL-PGM-ARGS(CTL-IDX) = HQT-ARGS)
                 ADD 1 TO WS-HQT-HITS
                 IF CTL-EXPECTED(CTL-IDX) NOT = SPACES
                     AND CTL-EXPECTED(CTL-IDX) NOT = HQT-TARGET
                     AND NOT CTL-EXP-FROM-HQ(CTL-IDX)
                     DISPLAY
                       MYNAME ' ' CTL-PGM-NAME(CTL-IDX)
                       ' expected result '
                       FUNCTION TRIM(CTL-EXPECTED(CTL-IDX))
                       ' replaced by headquarters target '
                       FUNCTION TRIM(HQT-TARGET)
                 END-IF
                 IF NOT CTL-EXP-FROM-HQ(CTL-IDX)
                     ADD 1 TO WS-HQT-APPLIED
                 END-IF
                 MOVE HQT-TARGET TO CTL-EXPECTED(CTL-IDX)
                 SET CTL-EXP-FROM-HQ(CTL-IDX) TO TRUE
             END-IF
           END-PERFORM
           IF WS-HQT-HITS = 0
               DISPLAY
                 MYNAME ' warning - headquarters target for '
                 FUNCTION TRIM(HQT-PGM) ' '
                 FUNCTION TRIM(HQT-ARGS)
                 ' matches no step on the control file'
           END-IF
           .

      *----------------------------------------------------------------
      * Release certification gate, production runs only.  Each
      * program this run would launch is checksummed as it stands
      * on disk and looked up on cscert.reg, the register cscert
      * writes: the build is certified when the last line for that
      * program and checksum says VERDICT=PASS and was signed off.
      * CERTGATE in cssuite.cfg decides what an uncertified build
      * gets -- Y holds its steps (journalled UNCERTIFIED, CS1201E,
      * run RC 8), N turns the check off, and anything else, the
      * default, runs the step and raises CS1202W once per program.
      * DEV and QA runs, whose file names carry the environment
      * prefix, are where builds get certified and are not checked.
      *----------------------------------------------------------------
       1760-CHECK-CERTIFICATION.
           MOVE 'cscert.reg' TO WS-CRT-PROBE
           CALL 'csenvfn' USING WS-CRT-PROBE END-CALL
           IF WS-CRT-PROBE NOT = WS-CRT-FNAME
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CFG-VAL
           CALL 'csgetcfg' USING WS-CFG-CERTGATE WS-CFG-VAL END-CALL
           MOVE FUNCTION UPPER-CASE(WS-CFG-VAL(1:1)) TO WS-CERT-GATE
           IF CERT-GATE-OFF
               EXIT PARAGRAPH
           END-IF

      *    one row per distinct program still to run
           MOVE 0 TO CERT-COUNT
           PERFORM VARYING CTL-IDX FROM 1 BY 1
           UNTIL CTL-IDX > CTL-COUNT
             IF CTL-STATUS(CTL-IDX) = SPACES
                 MOVE 0 TO CERT-HIT
                 PERFORM VARYING CERT-IDX FROM 1 BY 1
                 UNTIL CERT-IDX > CERT-COUNT OR CERT-HIT > 0
                   IF CERT-PGM(CERT-IDX) = CTL-PGM-NAME(CTL-IDX)
                       MOVE CERT-IDX TO CERT-HIT
                   END-IF
                 END-PERFORM
                 IF CERT-HIT = 0 AND CERT-COUNT < CERT-TABLE-MAX
                     ADD 1 TO CERT-COUNT
                     MOVE CTL-PGM-NAME(CTL-IDX) TO CERT-PGM(CERT-COUNT)
                     MOVE SPACES TO CERT-CKSUM(CERT-COUNT)
                     MOVE 'N' TO CERT-OK(CERT-COUNT)
                 END-IF
             END-IF
           END-PERFORM
           IF CERT-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM 1770-TAKE-THE-CHECKSUMS

           OPEN INPUT CRT-DATA
           IF WS-CRT-STAT = '00'
               PERFORM UNTIL CRT-EOF
                 READ CRT-DATA
                   AT END SET CRT-EOF TO TRUE
                   NOT AT END PERFORM 1780-APPLY-ONE-CERT
                 END-READ
               END-PERFORM
               CLOSE CRT-DATA
           END-IF

           PERFORM VARYING CERT-IDX FROM 1 BY 1
           UNTIL CERT-IDX > CERT-COUNT
             IF CERT-OK(CERT-IDX) NOT = 'Y'
                 PERFORM 1790-TREAT-UNCERTIFIED
             END-IF
           END-PERFORM
           .

       1770-TAKE-THE-CHECKSUMS.
           CALL 'csenvfn' USING WS-CKS-FNAME END-CALL
           MOVE SPACES TO WS-SYSTEM-CMD
           MOVE 1 TO WS-CMD-PTR
           STRING
             'cksum'                   DELIMITED SIZE
             INTO WS-SYSTEM-CMD
             WITH POINTER WS-CMD-PTR
           END-STRING
           PERFORM VARYING CERT-IDX FROM 1 BY 1
           UNTIL CERT-IDX > CERT-COUNT
             STRING
               ' ./'                   DELIMITED SIZE
               FUNCTION TRIM(CERT-PGM(CERT-IDX)) DELIMITED SIZE
               INTO WS-SYSTEM-CMD
               WITH POINTER WS-CMD-PTR
             END-STRING
           END-PERFORM
           STRING
             ' > '                     DELIMITED SIZE
             FUNCTION TRIM(WS-CKS-FNAME) DELIMITED SIZE
             ' 2>/dev/null'            DELIMITED SIZE
             INTO WS-SYSTEM-CMD
             WITH POINTER WS-CMD-PTR
           END-STRING
           CALL 'SYSTEM' USING WS-SYSTEM-CMD
           MOVE 0 TO RETURN-CODE

           OPEN INPUT CKS-DATA
           IF WS-CKS-STAT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CKS-EOF
             READ CKS-DATA
               AT END SET CKS-EOF TO TRUE
               NOT AT END
                 MOVE SPACES TO CKS-CRC CKS-BYTES CKS-NAME
                 UNSTRING CKS-DATA-REC DELIMITED BY ALL SPACE
                   INTO CKS-CRC CKS-BYTES CKS-NAME
                 END-UNSTRING
                 MOVE CKS-NAME(3:8) TO CKS-PGM
                 PERFORM VARYING CERT-IDX FROM 1 BY 1
                 UNTIL CERT-IDX > CERT-COUNT
                   IF CERT-PGM(CERT-IDX) = CKS-PGM
                       MOVE CKS-CRC(1:10) TO CERT-CKSUM(CERT-IDX)
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM
           CLOSE CKS-DATA
           .

      * One register line; a later line for the same program and
      * checksum overrides an earlier one, so a failed recertify
      * withdraws a build's earlier pass.
       1780-APPLY-ONE-CERT.
           MOVE SPACES TO CRT-SKIP CRT-PGM CRT-CKSUM CRT-VERDICT
                          CRT-REST CRT-SIGNED
           UNSTRING CRT-DATA-REC
             DELIMITED BY ' PGM=' OR ' CKSUM=' OR ' VERDICT='
                       OR ' SETS='
             INTO CRT-SKIP CRT-PGM CRT-CKSUM CRT-VERDICT CRT-REST
           END-UNSTRING
           UNSTRING CRT-REST DELIMITED BY ' SIGNED=' OR ' REPORT='
             INTO CRT-SKIP CRT-SIGNED
           END-UNSTRING
           PERFORM VARYING CERT-IDX FROM 1 BY 1
           UNTIL CERT-IDX > CERT-COUNT
             IF CERT-PGM(CERT-IDX) = CRT-PGM
                 AND CERT-CKSUM(CERT-IDX) NOT = SPACES
                 AND CERT-CKSUM(CERT-IDX) = CRT-CKSUM
                 IF CRT-VERDICT = 'PASS'
                     AND CRT-SIGNED NOT = SPACES
                     AND CRT-SIGNED NOT = 'NONE'
                     MOVE 'Y' TO CERT-OK(CERT-IDX)
                 ELSE
                     MOVE 'N' TO CERT-OK(CERT-IDX)
                 END-IF
             END-IF
           END-PERFORM
           .

       1790-TREAT-UNCERTIFIED.
           IF CERT-GATE-HOLD
               PERFORM VARYING CTL-IDX FROM 1 BY 1
               UNTIL CTL-IDX > CTL-COUNT
                 IF CTL-PGM-NAME(CTL-IDX) = CERT-PGM(CERT-IDX)
                     AND CTL-STATUS(CTL-IDX) = SPACES
                     MOVE 'UNCT' TO CTL-STATUS(CTL-IDX)
                 END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF

      *    warn only: one alert per program against its first step,
      *    the step itself left to run
           DISPLAY
             MYNAME ' warning - ' CERT-PGM(CERT-IDX)
             ' build is not certified for production'
           ADD 1 TO WS-UNCW-COUNT
           MOVE 0 TO CERT-HIT
           PERFORM VARYING CTL-IDX FROM 1 BY 1
           UNTIL CTL-IDX > CTL-COUNT OR CERT-HIT > 0
             IF CTL-PGM-NAME(CTL-IDX) = CERT-PGM(CERT-IDX)
                 AND CTL-STATUS(CTL-IDX) = SPACES
                 MOVE CTL-IDX TO CERT-HIT
             END-IF
           END-PERFORM
           IF CERT-HIT > 0
               MOVE CERT-HIT TO WAVE-IDX
               MOVE 'UNCW' TO CTL-STATUS(WAVE-IDX)
               MOVE 0 TO WS-STEP-RC-VAL
               MOVE SPACES TO WS-LAST-LINE
               STRING
                 'executable checksum has no signed PASS on '
                                           DELIMITED SIZE
                 FUNCTION TRIM(WS-CRT-FNAME) DELIMITED SIZE
                 INTO WS-LAST-LINE
               END-STRING
               PERFORM 1450-WRITE-ALERT
               MOVE SPACES TO CTL-STATUS(WAVE-IDX)
           END-IF
           .

      *----------------------------------------------------------------
      * Batch-window deadline: once the wall clock reaches the
      * DEADLINE= time, stop launching waves so the run reports what

       1610-REPORT-NOT-ATTEMPTED.
           DISPLAY MYNAME ' batch window deadline passed'
           PERFORM VARYING WAVE-IDX FROM 1 BY 1
           UNTIL WAVE-IDX > CTL-COUNT
             EVALUATE CTL-STATUS(WAVE-IDX)
               WHEN SPACES
                 ADD 1 TO WS-NOATT-COUNT
                 DISPLAY
                   MYNAME ' ' CTL-PGM-NAME(WAVE-IDX)
                   ' not attempted - deadline passed'
                 PERFORM 1620-RECORD-NOT-ATTEMPTED
               WHEN 'TWAI'
                 ADD 1 TO WS-NOATT-COUNT
                 DISPLAY
                   MYNAME ' ' CTL-PGM-NAME(WAVE-IDX)
                   ' not attempted - deadline passed waiting for '
                   FUNCTION TRIM(CTL-TRIGGER(WAVE-IDX))
                 PERFORM 1620-RECORD-NOT-ATTEMPTED
             END-EVALUATE
           END-PERFORM
           .

      * A step the deadline left undone is not a journal record --
      * a RESTART run must still pick it up -- but the service-level
      * history counts it as a scheduled run that never happened.
       1620-RECORD-NOT-ATTEMPTED.
           MOVE 0 TO WS-STEP-RC-VAL
           MOVE 'NOT-ATTEMPTED' TO WS-JRNL-STATUS
           MOVE 13 TO WS-JRNL-STAT-LEN
           PERFORM 1405-BUILD-JOURNAL-LINE
           PERFORM 1410-WRITE-JOURNAL-HISTORY
           .

      *----------------------------------------------------------------
      * Regression check: when the control record carries a golden
      * value in the expected-result column, the RESULT= figure
                   MYNAME ' ' CTL-PGM-NAME(WAVE-IDX)
                   ' REGRESSION - no RESULT= found to compare with '
                   FUNCTION TRIM(CTL-EXPECTED(WAVE-IDX))
                 IF CTL-EXP-FROM-HQ(WAVE-IDX)
                     PERFORM 1370-QUEUE-HQ-MISMATCH
                 END-IF
             WHEN FUNCTION TEST-NUMVAL(WS-RESULT-TOKEN) = 0
               AND FUNCTION TEST-NUMVAL(CTL-EXPECTED(WAVE-IDX)) = 0
      *          both numeric, so 7 matches a 00000007 display field
             ' REGRESSION - expected RESULT='
             FUNCTION TRIM(CTL-EXPECTED(WAVE-IDX))
             ' got ' FUNCTION TRIM(WS-RESULT-TOKEN)
           IF CTL-EXP-FROM-HQ(WAVE-IDX)
               PERFORM 1370-QUEUE-HQ-MISMATCH
           END-IF
           .

      * A missed headquarters target is queued for the next csxmit
      * transmission, in the layout of the M record it travels as:
      *   M pgm(8) args(20) busdate(8) runid(17) target(20) got(20)
       1370-QUEUE-HQ-MISMATCH.
           MOVE SPACES TO WS-TMM-LINE
           STRING
             'M'                         DELIMITED SIZE
             CTL-PGM-NAME(WAVE-IDX)      DELIMITED SIZE
             CTL-PGM-ARGS(WAVE-IDX)      DELIMITED SIZE
             WS-HQT-DATE                 DELIMITED SIZE
             WS-RUN-ID                   DELIMITED SIZE
             CTL-EXPECTED(WAVE-IDX)      DELIMITED SIZE
             WS-RESULT-TOKEN(1:20)       DELIMITED SIZE
             INTO WS-TMM-LINE
           END-STRING
           OPEN EXTEND TMM-DATA
           IF WS-TMM-STAT NOT = '00'
               OPEN OUTPUT TMM-DATA
           END-IF
           WRITE TMM-DATA-REC FROM WS-TMM-LINE
           CLOSE TMM-DATA
           DISPLAY
             MYNAME ' ' CTL-PGM-NAME(WAVE-IDX)
             ' headquarters target missed, queued for transmission'
           .

      *----------------------------------------------------------------
               PERFORM 3020-PREFLIGHT-PGM-ARGS
           END-IF

           IF WS-NOGO-REASON = SPACES
               AND CTL-TRIG-WAIT(CTL-IDX) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(CTL-TRIG-WAIT(CTL-IDX)) NOT = 0
               MOVE 'trigger wait is not numeric minutes'
                 TO WS-NOGO-REASON
           END-IF

           IF WS-NOGO-REASON = SPACES
               ADD 1 TO WS-GO-COUNT
               DISPLAY
                 MYNAME ' ' CTL-PGM-NAME(CTL-IDX) ' GO'
      *        a trigger not there yet is normal at preflight time,
      *        so it is reported but is no reason to stop
               IF CTL-TRIGGER(CTL-IDX) NOT = SPACES
                   MOVE CTL-IDX TO TRIG-IDX
                   PERFORM 1150-TEST-TRIGGER
                   IF TRIGGER-PRESENT
                       DISPLAY
                         MYNAME ' ' CTL-PGM-NAME(CTL-IDX)
                         '   trigger '
                         FUNCTION TRIM(CTL-TRIGGER(CTL-IDX))
                         ' present'
                   ELSE
                       DISPLAY
                         MYNAME ' ' CTL-PGM-NAME(CTL-IDX)
                         '   trigger '
                         FUNCTION TRIM(CTL-TRIGGER(CTL-IDX))
                         ' not yet present'
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-NOGO-COUNT
               DISPLAY
                   INITIALIZE PREF-KEY-NAME(1) PREF-KEY-NAME(2)
                     PREF-KEY-NAME(3) PREF-KEY-NAME(4)
                     PREF-KEY-NAME(5) PREF-KEY-NAME(6)
                     PREF-KEY-NAME(7) PREF-KEY-NAME(8)
                     PREF-KEY-NAME(9) PREF-KEY-NAME(10)
                   UNSTRING PREF-KEYS(RULE-FOUND) DELIMITED BY ALL SPACE
                     INTO PREF-KEY-NAME(1) PREF-KEY-NAME(2)
                          PREF-KEY-NAME(3) PREF-KEY-NAME(4)
                          PREF-KEY-NAME(5) PREF-KEY-NAME(6)
                          PREF-KEY-NAME(7) PREF-KEY-NAME(8)
                          PREF-KEY-NAME(9) PREF-KEY-NAME(10)
                   END-UNSTRING
                   SET ARG-PTR TO 1
                   PERFORM UNTIL ARG-PTR > 20
           END-UNSTRING

           SET KEY-MATCHED TO FALSE
           PERFORM VARYING KEY-IDX FROM 1 BY 1 UNTIL KEY-IDX > 10
             IF PREF-KEY-NAME(KEY-IDX) NOT = SPACES
                 AND FUNCTION UPPER-CASE(ARG-KEY)
                   = PREF-KEY-NAME(KEY-IDX)
      * also what 1500-APPLY-RUN-JOURNAL matches on.
      *----------------------------------------------------------------
       1400-WRITE-RUN-JOURNAL.
           EVALUATE CTL-STATUS(WAVE-IDX)
             WHEN 'TMIS'
                 MOVE 'TRIGGER-MISSED' TO WS-JRNL-STATUS
                 MOVE 14 TO WS-JRNL-STAT-LEN
             WHEN 'UNCT'
                 MOVE 'UNCERTIFIED' TO WS-JRNL-STATUS
                 MOVE 11 TO WS-JRNL-STAT-LEN
             WHEN OTHER
                 MOVE CTL-STATUS(WAVE-IDX) TO WS-JRNL-STATUS
                 MOVE 4 TO WS-JRNL-STAT-LEN
           END-EVALUATE
           PERFORM 1405-BUILD-JOURNAL-LINE

           OPEN EXTEND JRNL-DATA
           IF WS-JRNL-STAT NOT = '00'
               OPEN OUTPUT JRNL-DATA
           END-IF
           WRITE JRNL-DATA-REC FROM WS-JRNL-LINE
           CLOSE JRNL-DATA

           PERFORM 1410-WRITE-JOURNAL-HISTORY
           .

      * One journal line for the step at WAVE-IDX, its status as
      * the caller set it in WS-JRNL-STATUS.
       1405-BUILD-JOURNAL-LINE.
           PERFORM 1390-SET-BUS-STAMP
           MOVE WAVE-IDX       TO WS-JRNL-STEP
           MOVE WS-STEP-RC-VAL TO WS-JRNL-RC-DISP
             ' PGM='                   DELIMITED SIZE
             FUNCTION TRIM(CTL-PGM-NAME(WAVE-IDX)) DELIMITED SIZE
             ' STATUS='                DELIMITED SIZE
             WS-JRNL-STATUS(1:WS-JRNL-STAT-LEN) DELIMITED SIZE
             ' RC='                    DELIMITED SIZE
             WS-JRNL-RC-DISP           DELIMITED SIZE
             ' TS='                    DELIMITED SIZE
             WS-RUN-ID                 DELIMITED SPACE
             INTO WS-JRNL-LINE
           END-STRING
           .

      *----------------------------------------------------------------
      * The journal starts over with every fresh run; csdrvr.jhst
      * keeps every journal line for good, for the monthly service-
      * level report.  Each history line also carries the window
      * deadline the run was held to (DL=) and how many seconds
      * past it the step was dealt with (LATE=), judged by the same
      * rule that stops the waves, so a window that runs past
      * midnight is read correctly.
      *----------------------------------------------------------------
       1410-WRITE-JOURNAL-HISTORY.
           MOVE 0 TO WS-LATE-SEC
           IF WS-DEADLINE-HSEC >= 0
               PERFORM 1600-CHECK-DEADLINE
               IF DEADLINE-PASSED
                   COMPUTE WS-LATE-SEC =
                       (WS-NOW-HSEC - WS-DEADLINE-HSEC) / 100
               END-IF
           END-IF

           MOVE SPACES TO WS-JHST-LINE
           MOVE 1 TO WS-JHST-PTR
           STRING
             FUNCTION TRIM(WS-JRNL-LINE, TRAILING) DELIMITED SIZE
             INTO WS-JHST-LINE
             WITH POINTER WS-JHST-PTR
           END-STRING
           IF WS-DEADLINE-HMS NOT = SPACES
               STRING
                 ' DL='                    DELIMITED SIZE
                 WS-DEADLINE-HMS           DELIMITED SIZE
                 ' LATE='                  DELIMITED SIZE
                 WS-LATE-SEC               DELIMITED SIZE
                 INTO WS-JHST-LINE
                 WITH POINTER WS-JHST-PTR
               END-STRING
           END-IF

           OPEN EXTEND JHST-DATA
           IF WS-JHST-STAT NOT = '00'
               OPEN OUTPUT JHST-DATA
           END-IF
           WRITE JHST-DATA-REC FROM WS-JHST-LINE
           CLOSE JHST-DATA
           .

      *----------------------------------------------------------------
      * One alert record per WARN/FAIL/timeout/regression step, and
      * per step whose trigger file never arrived, to a dedicated
      * append-mode alert file the paging bridge can watch instead
      * of parsing the console stream.  Multiple invocations
      * in one night accumulate, the same way csaudit.log does.
      *----------------------------------------------------------------
       1450-WRITE-ALERT.
                 MOVE 'F' TO WS-ALRT-SEV
                 MOVE 'REGRESSION'  TO WS-ALRT-REASON
                 MOVE 'CS0104E'     TO WS-ALRT-MSGID
             WHEN 'TMIS'
                 MOVE 'F' TO WS-ALRT-SEV
                 MOVE 'TRIGGER-MISSED' TO WS-ALRT-REASON
                 MOVE 'CS0105E'     TO WS-ALRT-MSGID
             WHEN 'UNCT'
                 MOVE 'F' TO WS-ALRT-SEV
                 MOVE 'UNCERTIFIED' TO WS-ALRT-REASON
                 MOVE 'CS1201E'     TO WS-ALRT-MSGID
             WHEN 'UNCW'
                 MOVE 'W' TO WS-ALRT-SEV
                 MOVE 'UNCERTIFIED' TO WS-ALRT-REASON
                 MOVE 'CS1202W'     TO WS-ALRT-MSGID
             WHEN OTHER
                 MOVE 'F' TO WS-ALRT-SEV
                 MOVE 'FAILURE'     TO WS-ALRT-REASON
           PERFORM 2110-VERSION-ONE-ARTIFACT

           PERFORM VARYING ARTF-IDX FROM 1 BY 1
           UNTIL ARTF-IDX > 33
             IF ARTF-PGM(ARTF-IDX) = CTL-PGM-NAME(WAVE-IDX)
                 MOVE ARTF-FILE(ARTF-IDX) TO WS-ARTF-NAME
                 PERFORM 2105-PREFIX-ARTF-NAME
           END-IF
           .

      *----------------------------------------------------------------
      * Catch-up after an outage.  FROM= and TO= name the first and
      * last missed business dates; instead of an operator launching
      * csdrvr by hand once per day, this run launches it once per
      * business day in date order, each with BUSDATE= set so that
      * day's run calendar is evaluated and its journal, alerts,
      * audit and result records are all stamped under its own
      * business date.  Weekends and shop holidays in the range are
      * passed over (CALDAYS=Y runs every date).  Each day's run gets
      * its own run id and its own csdrvr.<yyyymmdd>.drvout capture,
      * and the day's outcome goes to the catch-up journal,
      * csdrvr.cujr.  The first day that ends in FAIL stops the
      * catch-up; the days after it are left NOT RUN.  A RESTART=Y
      * catch-up over the same range passes over the days the journal
      * shows finished OK or WARN and restarts the failed day from
      * its own step journal.  The per-day summary page is written
      * to csdrvr.rpt.
      *----------------------------------------------------------------
       4000-RUN-CATCH-UP.
           PERFORM 4010-CHECK-CATCH-UP-ARGS
           IF NOT CU-ARGS-OK
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM 4020-BUILD-PASS-ARGS
           PERFORM 4030-ADD-ONE-DATE
             VARYING WS-CU-INT FROM WS-CU-FROM-INT BY 1
             UNTIL WS-CU-INT > WS-CU-TO-INT

           IF RESTART-REQUESTED
               PERFORM 4040-APPLY-CATCH-UP-JOURNAL
           ELSE
               OPEN OUTPUT CUJR-DATA
               CLOSE CUJR-DATA
           END-IF

           PERFORM 4100-RUN-ONE-DAY
             VARYING CU-IDX FROM 1 BY 1
             UNTIL CU-IDX > CU-COUNT

           PERFORM 4300-WRITE-CATCH-UP-SUMMARY

           DISPLAY MYNAME ' ----------------------------------------'
           DISPLAY MYNAME ' catch-up ' WS-CU-FROM ' thru ' WS-CU-TO
           DISPLAY MYNAME ' days ok            ' CU-OK-DAYS
           DISPLAY MYNAME ' days warn          ' CU-WARN-DAYS
           DISPLAY MYNAME ' days failed        ' CU-FAIL-DAYS
           DISPLAY MYNAME ' days done before   ' CU-DONE-DAYS
           DISPLAY MYNAME ' days not run       ' CU-NOTRUN-DAYS
           DISPLAY MYNAME ' non-business dates ' CU-NONBUS-DAYS
           DISPLAY MYNAME ' summary written to csdrvr.rpt'

           EVALUATE TRUE
             WHEN CU-STOPPED
                  DISPLAY
                    MYNAME ' catch-up stopped at ' WS-CU-FAIL-DATE
                    ', rerun with RESTART=Y once it is fixed'
                  MOVE 8 TO RETURN-CODE
             WHEN CU-WARN-DAYS > 0
                  MOVE 4 TO RETURN-CODE
             WHEN OTHER
                  MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .

      * The range must be two real dates in order, short enough for
      * the day table, and the control file must be a named file
      * every day's run can open again.  BUSDATE and RUNDATE name a
      * single day and make no sense alongside a range.
       4010-CHECK-CATCH-UP-ARGS.
           IF WS-CU-FROM = SPACES OR WS-CU-TO = SPACES
               DISPLAY
                 MYNAME ' catch-up needs both FROM= and TO='
               SET CU-ARGS-OK TO FALSE
               EXIT PARAGRAPH
           END-IF
           IF WS-CU-FROM NOT NUMERIC OR WS-CU-TO NOT NUMERIC
               DISPLAY
                 MYNAME ' FROM= and TO= must be yyyymmdd: '
                 WS-CU-FROM SPACE WS-CU-TO
               SET CU-ARGS-OK TO FALSE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CU-FROM TO WS-CU-FROM-N
           MOVE WS-CU-TO   TO WS-CU-TO-N
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CU-FROM-N) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-CU-TO-N) NOT = 0
               DISPLAY
                 MYNAME ' FROM= or TO= is not a calendar date: '
                 WS-CU-FROM SPACE WS-CU-TO
               SET CU-ARGS-OK TO FALSE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CU-FROM-INT =
             FUNCTION INTEGER-OF-DATE(WS-CU-FROM-N)
           COMPUTE WS-CU-TO-INT =
             FUNCTION INTEGER-OF-DATE(WS-CU-TO-N)
           COMPUTE WS-CU-SPAN = WS-CU-TO-INT - WS-CU-FROM-INT + 1
           IF WS-CU-SPAN < 1
               DISPLAY
                 MYNAME ' FROM= ' WS-CU-FROM ' is after TO= ' WS-CU-TO
               SET CU-ARGS-OK TO FALSE
               EXIT PARAGRAPH
           END-IF
           IF WS-CU-SPAN > CU-DAY-MAX
               DISPLAY
                 MYNAME ' catch-up range is limited to ' CU-DAY-MAX
                 ' days'
               SET CU-ARGS-OK TO FALSE
               EXIT PARAGRAPH
           END-IF
           IF WS-BUS-DATE NOT = SPACES OR WS-RUN-DATE NOT = SPACES
               DISPLAY
                 MYNAME ' BUSDATE= and RUNDATE= cannot be combined'
                 ' with a FROM=/TO= catch-up'
               SET CU-ARGS-OK TO FALSE
               EXIT PARAGRAPH
           END-IF
           IF WS-ASSIGN-NAME-X = SPACES
               DISPLAY
                 MYNAME ' catch-up needs a named control file, not'
                 ' standard input'
               SET CU-ARGS-OK TO FALSE
               EXIT PARAGRAPH
           END-IF
           .

      * Every other parameter this run was given -- ENVID, DEADLINE,
      * MAXPAR and the rest -- rides along to each day's run.
       4020-BUILD-PASS-ARGS.
           MOVE SPACES TO WS-CU-PASS-ARGS
           MOVE 1 TO WS-CU-PASS-PTR
           SET CLI-PTR TO 1
           UNSTRING CLI-ARGS DELIMITED SPACE OR LOW-VALUE
             INTO WS-CLI-KEY WS-CLI-VAL
             WITH POINTER CLI-PTR
           END-UNSTRING
           PERFORM UNTIL CLI-PTR > LENGTH OF CLI-ARGS
             MOVE SPACES TO WS-CLI-TOKEN
             UNSTRING CLI-ARGS DELIMITED BY SPACE OR LOW-VALUE
               INTO WS-CLI-TOKEN
               WITH POINTER CLI-PTR
             END-UNSTRING
             IF WS-CLI-TOKEN NOT = SPACES
                 PERFORM 4025-PASS-ONE-TOKEN
             END-IF
           END-PERFORM
           .

       4025-PASS-ONE-TOKEN.
           CALL 'cscliptk' USING
             WS-CLI-TOKEN
             WS-CLI-KEY
             WS-CLI-VAL
           END-CALL
           EVALUATE FUNCTION UPPER-CASE(WS-CLI-KEY)
             WHEN 'FROM'
             WHEN 'TO'
             WHEN 'CALDAYS'
             WHEN 'RESTART'
             WHEN 'RUNID'
             WHEN 'BUSDATE'
             WHEN 'RUNDATE'
                 CONTINUE
             WHEN OTHER
                 STRING
                   ' "'                            DELIMITED SIZE
                   FUNCTION TRIM(WS-CLI-TOKEN)     DELIMITED SIZE
                   '"'                             DELIMITED SIZE
                   INTO WS-CU-PASS-ARGS
                   WITH POINTER WS-CU-PASS-PTR
                 END-STRING
           END-EVALUATE
           .

      * One row per date in the range.  Weekends and shop holidays
      * are listed but not run, unless CALDAYS=Y.
       4030-ADD-ONE-DATE.
           ADD 1 TO CU-COUNT
           COMPUTE WS-CU-DATE-N = FUNCTION DATE-OF-INTEGER(WS-CU-INT)
           COMPUTE WS-CU-DOW = FUNCTION MOD(WS-CU-INT - 1, 7) + 1
           MOVE WS-CU-DATE-N TO CU-DATE(CU-COUNT)
           MOVE CU-DAY-NAMES(WS-CU-DOW * 3 - 2:3)
             TO CU-DAY-NAME(CU-COUNT)
           MOVE SPACES TO CU-RESULT(CU-COUNT)
                          CU-PRIOR(CU-COUNT)
                          CU-RUNID(CU-COUNT)
           MOVE 0 TO CU-RC(CU-COUNT)
                     CU-STEPS(CU-COUNT)
                     CU-OK(CU-COUNT)
                     CU-WARN(CU-COUNT)
                     CU-FAIL(CU-COUNT)
                     CU-NOSCHED(CU-COUNT)
                     CU-ELAPSED(CU-COUNT)
           IF CU-ALL-DATES
               EXIT PARAGRAPH
           END-IF

           MOVE 'C' TO WS-BIZ-ACTION
           CALL 'csbizdy' USING
             WS-BIZ-ACTION
             WS-CU-DATE-N
             WS-BIZ-OUT
             WS-BIZ-COUNT
             WS-BIZ-TYPE
           END-CALL
           EVALUATE WS-BIZ-TYPE
             WHEN 'W'
                 MOVE 'WEEKEND' TO CU-RESULT(CU-COUNT)
                 ADD 1 TO CU-NONBUS-DAYS
             WHEN 'H'
                 MOVE 'HOLIDAY' TO CU-RESULT(CU-COUNT)
                 ADD 1 TO CU-NONBUS-DAYS
           END-EVALUATE
           .

      * A RESTART catch-up: the latest catch-up journal record for
      * each date says how that day ended last time.
       4040-APPLY-CATCH-UP-JOURNAL.
           OPEN INPUT CUJR-DATA
           IF WS-CUJR-STAT NOT = '00'
               DISPLAY
                 MYNAME ' no catch-up journal found, starting at '
                 WS-CU-FROM
               EXIT PARAGRAPH
           END-IF
           PERFORM 8040-READ-CUJR-DATA
           PERFORM UNTIL CUJR-EOF
             PERFORM 4045-APPLY-ONE-CUJR-REC
             PERFORM 8040-READ-CUJR-DATA
           END-PERFORM
           CLOSE CUJR-DATA
           .

       4045-APPLY-ONE-CUJR-REC.
           MOVE SPACES TO WS-CUJR-DATE WS-CUJR-STATUS
           SET JRNL-PTR TO 1
           PERFORM UNTIL JRNL-PTR > LENGTH OF WS-CUJR-LINE
             MOVE SPACES TO JRNL-TOKEN
             UNSTRING WS-CUJR-LINE DELIMITED BY SPACE
               INTO JRNL-TOKEN
               WITH POINTER JRNL-PTR
             END-UNSTRING
             IF JRNL-TOKEN NOT = SPACES
                 MOVE SPACES TO JRNL-KEY JRNL-VAL
                 UNSTRING JRNL-TOKEN DELIMITED BY '='
                   INTO JRNL-KEY JRNL-VAL
                 END-UNSTRING
                 EVALUATE FUNCTION UPPER-CASE(JRNL-KEY)
                   WHEN 'BUSDATE'
                       MOVE JRNL-VAL(1:8) TO WS-CUJR-DATE
                   WHEN 'STATUS'
                       MOVE JRNL-VAL(1:4) TO WS-CUJR-STATUS
                   WHEN OTHER
                       CONTINUE
                 END-EVALUATE
             END-IF
           END-PERFORM

           PERFORM VARYING CU-SCAN FROM 1 BY 1
           UNTIL CU-SCAN > CU-COUNT
             IF CU-DATE(CU-SCAN) = WS-CUJR-DATE
                 MOVE WS-CUJR-STATUS TO CU-PRIOR(CU-SCAN)
             END-IF
           END-PERFORM
           .

      *----------------------------------------------------------------
      * Run the day at CU-IDX: a child csdrvr for its business date,
      * its return code the day's verdict -- 0 OK, 4 WARN, anything
      * else FAIL.  A day that failed on the prior catch-up resumes
      * from its own step journal.
      *----------------------------------------------------------------
       4100-RUN-ONE-DAY.
           IF CU-RESULT(CU-IDX) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF CU-STOPPED
               MOVE 'NOT RUN' TO CU-RESULT(CU-IDX)
               ADD 1 TO CU-NOTRUN-DAYS
               EXIT PARAGRAPH
           END-IF
           IF CU-PRIOR(CU-IDX) = 'OK' OR CU-PRIOR(CU-IDX) = 'WARN'
               DISPLAY
                 MYNAME ' business date ' CU-DATE(CU-IDX)
                 ' skipped - completed on the prior catch-up'
               MOVE 'DONE' TO CU-RESULT(CU-IDX)
               ADD 1 TO CU-DONE-DAYS
               EXIT PARAGRAPH
           END-IF

      *    each day's run gets a correlation id of its own, never
      *    the same as this run's or the day before's
           MOVE WS-RUN-ID TO WS-CU-RUN-ID
           PERFORM 4105-SET-DAY-RUN-ID
             UNTIL WS-CU-RUN-ID NOT = WS-RUN-ID
               AND WS-CU-RUN-ID NOT = WS-CU-LAST-ID
           MOVE WS-CU-RUN-ID TO CU-RUNID(CU-IDX) WS-CU-LAST-ID

           MOVE SPACES TO WS-CU-OUT-NAME
           STRING
             'csdrvr.'           DELIMITED SIZE
             CU-DATE(CU-IDX)     DELIMITED SIZE
             '.drvout'           DELIMITED SIZE
             INTO WS-CU-OUT-NAME
           END-STRING
           CALL 'csenvfn' USING WS-CU-OUT-NAME END-CALL

           MOVE SPACES TO WS-SYSTEM-CMD
           MOVE 1 TO WS-CMD-PTR
           STRING
             './csdrvr '                       DELIMITED SIZE
             FUNCTION TRIM(PROCESS-TYPE)       DELIMITED SIZE
             ' "'                              DELIMITED SIZE
             FUNCTION TRIM(WS-ASSIGN-NAME)     DELIMITED SIZE
             '" "BUSDATE='                     DELIMITED SIZE
             CU-DATE(CU-IDX)                   DELIMITED SIZE
             '" "RUNID='                       DELIMITED SIZE
             WS-CU-RUN-ID                      DELIMITED SPACE
             '"'                               DELIMITED SIZE
             INTO WS-SYSTEM-CMD
             WITH POINTER WS-CMD-PTR
           END-STRING
           IF CU-PRIOR(CU-IDX) NOT = SPACES
               STRING
                 ' "RESTART=Y"'                DELIMITED SIZE
                 INTO WS-SYSTEM-CMD
                 WITH POINTER WS-CMD-PTR
               END-STRING
           END-IF
           IF WS-CU-PASS-ARGS NOT = SPACES
               STRING
                 FUNCTION TRIM(WS-CU-PASS-ARGS, TRAILING)
                                               DELIMITED SIZE
                 INTO WS-SYSTEM-CMD
                 WITH POINTER WS-CMD-PTR
               END-STRING
           END-IF
           STRING
             ' > '                             DELIMITED SIZE
             FUNCTION TRIM(WS-CU-OUT-NAME)     DELIMITED SIZE
             ' 2>&1'                           DELIMITED SIZE
             INTO WS-SYSTEM-CMD
             WITH POINTER WS-CMD-PTR
           END-STRING

           DISPLAY
             MYNAME ' catch-up business date ' CU-DATE(CU-IDX)
             ' run id ' WS-CU-RUN-ID
           COMPUTE WS-CU-START-HSEC =
               (FUNCTION NUMVAL(WS-CU-STAMP(9:2))  * 360000)
             + (FUNCTION NUMVAL(WS-CU-STAMP(11:2)) * 6000)
             + (FUNCTION NUMVAL(WS-CU-STAMP(13:2)) * 100)
             +  FUNCTION NUMVAL(WS-CU-STAMP(15:2))

           CALL 'SYSTEM' USING WS-SYSTEM-CMD
           MOVE RETURN-CODE TO WS-HOLD-RC
           MOVE 0 TO RETURN-CODE
           IF WS-HOLD-RC < 0
               MOVE 255 TO WS-CU-RC
           ELSE
               COMPUTE WS-CU-RC = WS-HOLD-RC / 256
           END-IF
           MOVE WS-CU-RC TO CU-RC(CU-IDX)

           MOVE FUNCTION CURRENT-DATE TO WS-CU-STAMP
           COMPUTE WS-CU-END-HSEC =
               (FUNCTION NUMVAL(WS-CU-STAMP(9:2))  * 360000)
             + (FUNCTION NUMVAL(WS-CU-STAMP(11:2)) * 6000)
             + (FUNCTION NUMVAL(WS-CU-STAMP(13:2)) * 100)
             +  FUNCTION NUMVAL(WS-CU-STAMP(15:2))
           COMPUTE WS-CU-ELAPSED-HSEC =
             WS-CU-END-HSEC - WS-CU-START-HSEC
           IF WS-CU-ELAPSED-HSEC < 0
               ADD 8640000 TO WS-CU-ELAPSED-HSEC
           END-IF
           COMPUTE CU-ELAPSED(CU-IDX) = WS-CU-ELAPSED-HSEC / 100

           PERFORM 4110-TALLY-DAY-JOURNAL

           EVALUATE WS-CU-RC
             WHEN 0
                 MOVE 'OK' TO CU-RESULT(CU-IDX)
                 ADD 1 TO CU-OK-DAYS
             WHEN 4
                 MOVE 'WARN' TO CU-RESULT(CU-IDX)
                 ADD 1 TO CU-WARN-DAYS
             WHEN OTHER
                 MOVE 'FAIL' TO CU-RESULT(CU-IDX)
                 ADD 1 TO CU-FAIL-DAYS
                 MOVE CU-DATE(CU-IDX) TO WS-CU-FAIL-DATE
                 SET CU-STOPPED TO TRUE
           END-EVALUATE
           MOVE WS-CU-RC TO WS-CU-RC-DISP
           DISPLAY
             MYNAME ' business date ' CU-DATE(CU-IDX) ' ended '
             FUNCTION TRIM(CU-RESULT(CU-IDX)) ' rc ' WS-CU-RC-DISP
             ', see ' FUNCTION TRIM(WS-CU-OUT-NAME)

           PERFORM 4120-WRITE-CATCH-UP-JOURNAL
           .

       4105-SET-DAY-RUN-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-CU-STAMP
           MOVE SPACES TO WS-CU-RUN-ID
           STRING
             'R'                 DELIMITED SIZE
             WS-CU-STAMP(1:16)   DELIMITED SIZE
             INTO WS-CU-RUN-ID
           END-STRING
           .

      * The day's step journal, read back for the summary page: each
      * step's latest status counts once, so a day restarted from a
      * failure shows how it finally ended.
       4110-TALLY-DAY-JOURNAL.
           MOVE SPACES TO CU-STEP-STAT(1)
           PERFORM VARYING CU-STEP-IDX FROM 2 BY 1
           UNTIL CU-STEP-IDX > CTL-TABLE-MAX
             MOVE SPACES TO CU-STEP-STAT(CU-STEP-IDX)
           END-PERFORM

           OPEN INPUT JRNL-DATA
           IF WS-JRNL-STAT NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO JRNL-EOF-SW
           PERFORM 8030-READ-JRNL-DATA
           PERFORM UNTIL JRNL-EOF
             PERFORM 1510-APPLY-ONE-JRNL-REC
             IF JRNL-STEP-NUM > 0 AND JRNL-STEP-NUM <= CTL-TABLE-MAX
                 MOVE JRNL-STATUS TO CU-STEP-STAT(JRNL-STEP-NUM)
             END-IF
             PERFORM 8030-READ-JRNL-DATA
           END-PERFORM
           CLOSE JRNL-DATA

           PERFORM VARYING CU-STEP-IDX FROM 1 BY 1
           UNTIL CU-STEP-IDX > CTL-TABLE-MAX
             EVALUATE CU-STEP-STAT(CU-STEP-IDX)
               WHEN SPACES
                 CONTINUE
               WHEN 'CSKP'
                 ADD 1 TO CU-NOSCHED(CU-IDX)
               WHEN 'OK'
                 ADD 1 TO CU-STEPS(CU-IDX)
                 ADD 1 TO CU-OK(CU-IDX)
               WHEN 'WARN'
                 ADD 1 TO CU-STEPS(CU-IDX)
                 ADD 1 TO CU-WARN(CU-IDX)
               WHEN OTHER
                 ADD 1 TO CU-STEPS(CU-IDX)
                 ADD 1 TO CU-FAIL(CU-IDX)
             END-EVALUATE
           END-PERFORM
           .

       4120-WRITE-CATCH-UP-JOURNAL.
           MOVE CU-RC(CU-IDX) TO WS-CU-RC-DISP
           MOVE SPACES TO WS-CUJR-LINE
           STRING
             'BUSDATE='                DELIMITED SIZE
             CU-DATE(CU-IDX)           DELIMITED SIZE
             ' STATUS='                DELIMITED SIZE
             CU-RESULT(CU-IDX)         DELIMITED SPACE
             ' RC='                    DELIMITED SIZE
             WS-CU-RC-DISP             DELIMITED SIZE
             ' RUNID='                 DELIMITED SIZE
             CU-RUNID(CU-IDX)          DELIMITED SPACE
             ' TS='                    DELIMITED SIZE
             WS-CU-STAMP(1:14)         DELIMITED SIZE
             INTO WS-CUJR-LINE
           END-STRING

           OPEN EXTEND CUJR-DATA
           IF WS-CUJR-STAT NOT = '00'
               OPEN OUTPUT CUJR-DATA
           END-IF
           WRITE CUJR-DATA-REC FROM WS-CUJR-LINE
           CLOSE CUJR-DATA
           .

      * The per-day summary page, then the range's totals.
       4300-WRITE-CATCH-UP-SUMMARY.
           MOVE 'O' TO RPT-ACTION
           MOVE SPACES TO RPT-TITLE
           STRING
             'CATCH-UP '               DELIMITED SIZE
             WS-CU-FROM                DELIMITED SIZE
             ' THRU '                  DELIMITED SIZE
             WS-CU-TO                  DELIMITED SIZE
             INTO RPT-TITLE
           END-STRING
           MOVE SPACES TO RPT-LINE
           STRING
             'BUSDATE   DAY  RESULT     RC  STEPS     OK   WARN   '
                                       DELIMITED SIZE
             'FAIL  NOTSCHED  ELAPSED  RUN ID'
                                       DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 4390-CALL-REPORT-WRITER

           MOVE 'L' TO RPT-ACTION
           PERFORM 4310-WRITE-ONE-DAY-LINE
             VARYING CU-IDX FROM 1 BY 1
             UNTIL CU-IDX > CU-COUNT

           MOVE 'T' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           STRING
             'CATCH-UP TOTALS FOR '    DELIMITED SIZE
             WS-CU-FROM                DELIMITED SIZE
             ' THRU '                  DELIMITED SIZE
             WS-CU-TO                  DELIMITED SIZE
             INTO RPT-LINE
           END-STRING
           PERFORM 4390-CALL-REPORT-WRITER
           MOVE 'L' TO RPT-ACTION
           MOVE SPACES TO RPT-LINE
           PERFORM 4390-CALL-REPORT-WRITER
           MOVE CU-COUNT TO CU-CNT-DISP
           MOVE SPACES TO RPT-LINE
           STRING 'DATES IN RANGE      ' CU-CNT-DISP
             DELIMITED SIZE INTO RPT-LINE
           END-STRING
           PERFORM 4390-CALL-REPORT-WRITER
           MOVE CU-OK-DAYS TO CU-CNT-DISP
           MOVE SPACES TO RPT-LINE
           STRING 'DAYS OK             ' CU-CNT-DISP
             DELIMITED SIZE INTO RPT-LINE
           END-STRING
           PERFORM 4390-CALL-REPORT-WRITER
           MOVE CU-WARN-DAYS TO CU-CNT-DISP
           MOVE SPACES TO RPT-LINE
           STRING 'DAYS WARN           ' CU-CNT-DISP
             DELIMITED SIZE INTO RPT-LINE
           END-STRING
           PERFORM 4390-CALL-REPORT-WRITER
           MOVE CU-FAIL-DAYS TO CU-CNT-DISP
           MOVE SPACES TO RPT-LINE
           STRING 'DAYS FAILED         ' CU-CNT-DISP
             DELIMITED SIZE INTO RPT-LINE
           END-STRING
           PERFORM 4390-CALL-REPORT-WRITER
           MOVE CU-DONE-DAYS TO CU-CNT-DISP
           MOVE SPACES TO RPT-LINE
           STRING 'DAYS DONE BEFORE    ' CU-CNT-DISP
             DELIMITED SIZE INTO RPT-LINE
           END-STRING
           PERFORM 4390-CALL-REPORT-WRITER
           MOVE CU-NOTRUN-DAYS TO CU-CNT-DISP
           MOVE SPACES TO RPT-LINE
           STRING 'DAYS NOT RUN        ' CU-CNT-DISP
             DELIMITED SIZE INTO RPT-LINE
           END-STRING
           PERFORM 4390-CALL-REPORT-WRITER
           MOVE CU-NONBUS-DAYS TO CU-CNT-DISP
           MOVE SPACES TO RPT-LINE
           STRING 'NON-BUSINESS DATES  ' CU-CNT-DISP
             DELIMITED SIZE INTO RPT-LINE
           END-STRING
           PERFORM 4390-CALL-REPORT-WRITER
           IF CU-STOPPED
               MOVE SPACES TO RPT-LINE
               PERFORM 4390-CALL-REPORT-WRITER
               MOVE SPACES TO RPT-LINE
               STRING
                 'STOPPED AT FAILED BUSINESS DATE ' DELIMITED SIZE
                 WS-CU-FAIL-DATE          DELIMITED SIZE
                 ' - RERUN THE SAME RANGE WITH RESTART=Y'
                                          DELIMITED SIZE
                 INTO RPT-LINE
               END-STRING
               PERFORM 4390-CALL-REPORT-WRITER
           END-IF

           MOVE 'C' TO RPT-ACTION
           PERFORM 4390-CALL-REPORT-WRITER
           .

       4310-WRITE-ONE-DAY-LINE.
           MOVE SPACES TO CU-SUMM-LINE
           MOVE CU-DATE(CU-IDX)     TO CSL-DATE
           MOVE CU-DAY-NAME(CU-IDX) TO CSL-DAY
           MOVE CU-RESULT(CU-IDX)   TO CSL-RESULT
           IF CU-RUNID(CU-IDX) NOT = SPACES
               MOVE CU-RC(CU-IDX)       TO CSL-RC
               MOVE CU-STEPS(CU-IDX)    TO CSL-STEPS
               MOVE CU-OK(CU-IDX)       TO CSL-OK
               MOVE CU-WARN(CU-IDX)     TO CSL-WARN
               MOVE CU-FAIL(CU-IDX)     TO CSL-FAIL
               MOVE CU-NOSCHED(CU-IDX)  TO CSL-NOSCHED
               MOVE CU-ELAPSED(CU-IDX)  TO CSL-ELAPSED
               MOVE CU-RUNID(CU-IDX)    TO CSL-RUNID
           END-IF
           MOVE CU-SUMM-LINE TO RPT-LINE
           PERFORM 4390-CALL-REPORT-WRITER
           .

       4390-CALL-REPORT-WRITER.
           CALL 'csprtw' USING
             RPT-ACTION
             MYNAME
             WS-RUN-ID
             RPT-TITLE
             RPT-LINE
           END-CALL
           .

       8010-READ-CTL-DATA.
           INITIALIZE WS-CTL-DATA
           READ CTL-DATA INTO WS-CTL-DATA
             AT END SET JRNL-EOF TO TRUE
           END-READ
           .

       8040-READ-CUJR-DATA.
           MOVE SPACES TO WS-CUJR-LINE
           READ CUJR-DATA INTO WS-CUJR-LINE
             AT END SET CUJR-EOF TO TRUE
           END-READ
           .
