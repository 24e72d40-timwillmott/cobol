           SELECT EXCPTLST                 ASSIGN TO GCEXCPT.
           SELECT OPTIONAL CTLCARD         ASSIGN TO GCCTLCRD.
           SELECT CSVOUT                   ASSIGN TO GCCSVOUT.
           SELECT CMPOUT                   ASSIGN TO GCCMPOUT.
      *****    table 10 coefficients, one record per group per       ****
      *****    period, kept for trending                             ****
           SELECT COROUT                   ASSIGN TO GCCOROUT.
      *****    keyed on LAD and period, browsed on the period path   ****
      *****    when published batches are set aside or backed out    ****
           SELECT HISTOUT                  ASSIGN TO GCHIST
              ORGANIZATION indexed
              ACCESS dynamic
              RECORD KEY  HIST-KEY
              ALTERNATE RECORD KEY HIST-PERIOD WITH DUPLICATES
              FILE STATUS W-HIST-FS.
      *****    work file - the complete batches already on GCHIST    ****
      *****    for periods this run's feed may re-deliver, set aside ****
      *****    for the revision comparison                           ****
           SELECT HISTREV                  ASSIGN TO GCHISTRV.
           SELECT REVRPT                   ASSIGN TO GCREVRPT.
           SELECT RUNLOG                   ASSIGN TO GCRUNLOG.
      *****    OPTIONAL - no population feed simply switches the     ****
      *****    in-house rate columns and checks off                  ****
      *****    per-region report pack - only opened when the burst   ****
      *****    option is requested on the control card               ****
           SELECT REGPACK                  ASSIGN TO GCREGPCK.
      *****    publication copy of tables 1-9 and the drill-down,    ****
      *****    and the log of what disclosure control withheld -     ****
      *****    only opened in publication mode                       ****
           SELECT PUBRPT                   ASSIGN TO GCPUBRPT.
           SELECT SUPLOG                   ASSIGN TO GCSUPLOG.

      ******************************************************************
       DATA DIVISION.
      ****   CTL-REGION     - region code to list in full on the     ****
      ****                    region drill-down table (spaces =      ****
      ****                    no drill-down requested)                ****
      ****   CTL-RESTART    - R = restart run: back out of GCHIST   ****
      ****                    every incomplete batch and every batch ****
      ****                    for a period this run re-supplies      ****
      ****                    before this run's batches are written  ****
      ****   CTL-TOLERANCE  - exceptions tolerated before the run    ****
      ****                    hands back condition code 4 (blank =   ****
      ****                    any number tolerated)                  ****
      ****   CTL-BURST      - Y = also produce the per-region        ****
      ****                    report pack on GCREGPCK (one pack per  ****
      ****                    region, each starting on a fresh page) ****
      ****   CTL-REVISE     - Y = revisions authorised: a period      ****
      ****                    already published on GCHIST and        ****
      ****                    re-delivered with different figures    ****
      ****                    replaces the published batch, backed   ****
      ****                    out of GCHIST as on a restart;         ****
      ****                    without it the revision is             ****
      ****                    reported on GCREVRPT and held, the     ****
      ****                    published batch staying on file        ****
      ****   CTL-PUBLISH    - P = publication mode: the outputs that  ****
      ****                    leave the shop (GCPUBRPT, GCREGPCK and ****
      ****                    GCCSVOUT) go out under disclosure      ****
      ****                    control, PRTLINE stays in full         ****
      ****   CTL-SUPP-MIN   - death counts below this are withheld   ****
      ****                    in publication mode, with the rates    ****
      ****                    and CIs built on them (blank or zero = ****
      ****                    10)                                    ****
      ******************************************************************
       FD  CTLCARD RECORDING MODE F.
       01  CTL-CARD-REC.
           05  CTL-RESTART          PIC X.
           05  CTL-TOLERANCE        PIC 9(5).
           05  CTL-BURST            PIC X.
           05  CTL-REVISE           PIC X.
           05  CTL-PUBLISH          PIC X.
           05  CTL-SUPP-MIN         PIC 99.
           05  FILLER               PIC X(57).

      ******************************************************************
      **** delimited extract of W-COMPOSITE-DATA - one row per LAD,  ****
       01  CSV-REC                 PIC X(160).

      ******************************************************************
      **** fixed-format extract of W-COMPOSITE-DATA - one row per    ****
      **** LAD per period with the raw death counts and ranks, for   ****
      **** the downstream batch steps (GC0062 cumulative ledger)     ****
      ******************************************************************
       FD  CMPOUT RECORDING MODE F.
           COPY GCCMPRC.

      ******************************************************************
      **** rank-correlation extract - the table 10 coefficients for  ****
      **** every group, one record per group per period, so the     ****
      **** deprivation link can be trended period over period        ****
      ******************************************************************
       FD  COROUT RECORDING MODE F.
           COPY GCCORRC.

      ******************************************************************
      **** history - one HIST-REC per LAD per period, added run over  ****
      **** run, read by GC0051 to track rank movement; on a restart   ****
      **** the incomplete batches and the batches for the periods     ****
      **** being re-supplied are backed out of it in place            ****
      ******************************************************************
       FD  HISTOUT.
           COPY GCHISTRC.

      ******************************************************************
      **** previously published batches - every complete GCHIST      ****
      **** batch for a period at or after the first period on this   ****
      **** run's feed, header to trailer, copied here before this    ****
      **** run adds to GCHIST; a re-delivered period is compared     ****
      **** against its batch here, and on a rebuild the batches not  ****
      **** superseded are written back from here at end of run       ****
      ******************************************************************
       FD  HISTREV RECORDING MODE F.
       01  HISTREV-REC             PIC X(76).

      ******************************************************************
      **** revision impact report - one section per re-delivered     ****
      **** period: every LAD whose covid rate or rank moved or that  ****
      **** crossed the table 1/2 top-N or bottom-N cut, the national ****
      **** and regional totals before and after, and whether the     ****
      **** revised batch replaced the published one or was held      ****
      ******************************************************************
       FD  REVRPT RECORDING MODE F.
       01  REVRPT-REC              PIC X(132).

      ******************************************************************
      **** run-control log - one record appended per execution, the  ****
       01  REGPACK-REC.
           05  FILLER               PIC X(107).

      ******************************************************************
      **** publication copy of the report - the period banner,       ****
      **** tables 1-9 and the region drill-down line for line as     ****
      **** they go to PRTLINE, with every withheld figure shown as   ****
      **** [c]; this is the copy that goes to councils and partner   ****
      **** bodies                                                    ****
      ******************************************************************
       FD  PUBRPT RECORDING MODE F.
       01  PUBRPT-REC.
           05  FILLER               PIC X(107).

      ******************************************************************
      **** suppression log - per period, every figure withheld from  ****
      **** the distributed outputs and the rule that withheld it,    ****
      **** primary (small count), secondary (would let a withheld    ****
      **** count be worked back out of a region or quintile total)   ****
      **** or a group total withheld outright                        ****
      ******************************************************************
       FD  SUPLOG RECORDING MODE F.
       01  SUPLOG-REC              PIC X(132).

      ******************************************************************
       WORKING-STORAGE SECTION.
      *****    debug code - left in the program but commented out   ****
           05  W-TOT-READ         PIC 9(7) VALUE 0.
           05  W-TOT-MATCHED      PIC 9(7) VALUE 0.
           05  W-TOT-EXCEPT       PIC 9(7) VALUE 0.
      *****    control counts for the GC0069 balancing certificate - ****
      *****    LADSUM is read whole once per period, so one pass is  ****
      *****    what balances against GC0049's clean count            ****
           05  W-TOT-DXLAD        PIC 9(7) VALUE 0.
           05  W-LADSUM-PASS      PIC 9(7) VALUE 0.
           05  W-CSV-ROWS         PIC 9(7) VALUE 0.
           05  W-RUN-RC           PIC 99   VALUE 0.
           05  W-EXC-TOLERANCE    PIC 9(5) VALUE 99999.
           05  W-RESTART-MODE     PIC 9    VALUE 0.
               88 RESTART-RUN              VALUE 1.
           05  W-REVISE-MODE      PIC 9    VALUE 0.
               88 REVISE-RUN               VALUE 1.
      *****    restart or authorised revision - either way the       ****
      *****    batches from the first feed period on come out of     ****
      *****    GCHIST and only those not superseded go back          ****
           05  W-REBUILD-MODE     PIC 9    VALUE 0.
               88 REBUILD-RUN              VALUE 1.
           05  W-HIST-FS          PIC 99.
           05  W-BURST-MODE       PIC 9    VALUE 0.
               88 BURST-RUN                VALUE 1.
      *****    per-region control totals for the pack in progress    ****
           05  W-PK-COUNT         PIC 999  VALUE 0.
           05  W-PK-DC-SUM        PIC 9(7) VALUE 0.
           05  W-PK-DA-SUM        PIC 9(7) VALUE 0.
      *****    publication mode and its threshold off the control    ****
      *****    card; the mirror switch is on while the lines going   ****
      *****    to PRTLINE are also going to the publication copy     ****
           05  W-PUBLISH-MODE     PIC 9    VALUE 0.
               88 PUBLICATION-RUN          VALUE 1.
           05  W-SUPP-MIN         PIC 99   VALUE 10.
           05  W-PUB-MIRROR-FLAG  PIC 9    VALUE 0.
               88 PUB-MIRROR-ON            VALUE 1.
      *****    set when the line in W-PRINT-REC has a masked         ****
      *****    counterpart in W-PUB-REC for the publication copy     ****
           05  W-PUB-LINE-FLAG    PIC 9    VALUE 0.
               88 PUB-LINE-MASKED          VALUE 1.
           05  W-PUB-PAGENO       PIC 99   VALUE 0.

      ******************************************************************
      *****    in-storage copy of LOCAUTHDIST, loaded with a single ****
               10  W-PT-USED      PIC 9.

      ******************************************************************
      *****    backout work areas - GCHIST is browsed on the period  ****
      *****    path one period at a time: a first pass tallies the   ****
      *****    period's header, trailer and data records, and only   ****
      *****    when the trailer proves the batch complete is it kept ****
      *****    or set aside - otherwise a second pass backs it out   ****
      ******************************************************************
       01  W-HISTIN-WORK.
           05  W-HIN-EOF-FLAG     PIC 9    VALUE 0.
               88 END-OF-HISTIN            VALUE 1.
           05  W-HB-PERIOD        PIC 9(8).
           05  W-HB-FLOOR         PIC 9(8).
      *****    where the browse begins - the floor on a normal run,  ****
      *****    the start of the file on a rebuild, which clears      ****
      *****    incomplete batches wherever they lie                  ****
           05  W-HB-START         PIC 9(8).
           05  W-HB-DATA-COUNT    PIC 9(5).
           05  W-HB-TRL-COUNT     PIC 9(5).
           05  W-HB-HDR-FLAG      PIC 9.
               88 HB-HDR-FOUND             VALUE 1.
           05  W-HB-TRL-FLAG      PIC 9.
               88 HB-TRL-FOUND             VALUE 1.
           05  W-HIST-KEPT        PIC 9(5) VALUE 0.
           05  W-HIST-DROPPED     PIC 9(5) VALUE 0.
           05  W-HIN-READ         PIC 9(7) VALUE 0.
      *****    1 = a backout DELETE failed part way, 2 = GCHIST      ****
      *****    could not be opened - either way the history cannot   ****
      *****    be written and the run stops before the first period  ****
           05  W-RESTART-ERR      PIC 9    VALUE 0.
               88 RESTART-REFUSED          VALUE 1 2.
               88 HIST-OPEN-FAILED         VALUE 2.
           05  W-HIST-SET-ASIDE   PIC 9(5) VALUE 0.
      *****    a published batch set aside on GCHISTRV could not be  ****
      *****    written back - GCHISTRV is then the only copy         ****
           05  W-WRITEBACK-ERR    PIC 9    VALUE 0.
               88 WRITEBACK-FAILED         VALUE 1.

      *****    control-record decode of the GCHIST record just read  ****
       01  W-HISTIN-FIELDS.
           05  W-HIN-ID           PIC X(9).
               88  W-HIN-HEADER            VALUE "*HDR*".
               88  W-HIN-TRAILER           VALUE "*TRL*".
           05  W-HIN-PERIOD       PIC 9(8).
           05  W-HIN-COUNT        PIC 9(5).
           05  FILLER             PIC X(54).
      *****    data-record view of the same - HIST-REC field for     ****
      *****    field                                                 ****
       01  W-HIN-DATA REDEFINES W-HISTIN-FIELDS.
           05  W-HIN-D-LAD        PIC X(9).
           05  W-HIN-D-PERIOD     PIC 9(8).
           05  W-HIN-D-NAME       PIC X(30).
           05  W-HIN-D-RATE       PIC 9(4)V99.
           05  W-HIN-D-RANK       PIC 999.
           05  W-HIN-D-REGION     PIC X(9).
           05  W-HIN-D-DC         PIC 9(4).
           05  W-HIN-D-DA         PIC 9(4).
           05  FILLER             PIC X(3).

      ******************************************************************
      *****    revision work areas - one entry per published period  ****
      *****    set aside on GCHISTRV, with what became of it: still  ****
      *****    untouched, superseded by this run's batch, or held    ****
      *****    because the revision was not authorised               ****
      ******************************************************************
       01  W-PUB-TABLE.
           05  W-PUB-CNT          PIC 999  VALUE 0.
           05  W-PUB-SUB          PIC 999  VALUE 0.
           05  W-PUB-MAX          PIC 999  VALUE 200.
           05  W-PUB-FOUND        PIC 9    VALUE 0.
               88 PUB-FOUND                VALUE 1.
           05  W-PUB-ENTRY        OCCURS 200.
               10  W-PUB-PERIOD   PIC 9(8).
               10  W-PUB-COUNT    PIC 9(5).
               10  W-PUB-STATUS   PIC 9.
                   88 PUB-UNTOUCHED        VALUE 0.
                   88 PUB-SUPERSEDED       VALUE 1.
                   88 PUB-HELD             VALUE 2.

      *****    the published batch of the period being compared,     ****
      *****    sorted onto LAD for the binary search; unused entries ****
      *****    padded HIGH-VALUES as in W-LAD-TABLE                  ****
       01  W-PRIOR-TABLE.
           05  W-PV-CNT           PIC 999  VALUE 0.
           05  W-PV-SUB           PIC 999  VALUE 0.
           05  W-PV-MAX           PIC 999  VALUE 500.
           05  W-PV-ENTRY         OCCURS 500
                                  ASCENDING KEY IS W-PV-LAD
                                  INDEXED BY W-PV-IX.
               10  W-PV-LAD       PIC X(9).
               10  W-PV-NAME      PIC X(30).
               10  W-PV-RATE      PIC 9(4)V99.
               10  W-PV-RANK      PIC 999.
               10  W-PV-DC        PIC 9(4).
               10  W-PV-DA        PIC 9(4).
      *****    0 = batch written before the death counts were kept  ****
               10  W-PV-COUNTS    PIC 9.
               10  W-PV-MATCHED   PIC 9.

       01  W-REVISION-WORK.
           05  W-RV-EOF-FLAG      PIC 9    VALUE 0.
               88 END-OF-HISTREV           VALUE 1.
           05  W-RV-COPY-FLAG     PIC 9    VALUE 0.
               88 RV-COPY-BATCH            VALUE 1.
           05  W-RV-LOAD-FLAG     PIC 9    VALUE 0.
               88 RV-LOADING               VALUE 1.
           05  W-PUB-KEY          PIC 9(8).
      *****    what B026 does with this period's batch - written as  ****
      *****    usual, not written because the published one stands  ****
      *****    unchanged, or held back as an unauthorised revision   ****
           05  W-HIST-ACTION      PIC 9    VALUE 0.
               88 HIST-WRITE               VALUE 0.
               88 HIST-SKIP                VALUE 1.
               88 HIST-HELD                VALUE 2.
           05  W-REV-APPLIED      PIC 999  VALUE 0.
           05  W-REV-HELD         PIC 999  VALUE 0.
           05  W-REV-UNCHANGED    PIC 999  VALUE 0.
           05  W-REV-KEPT         PIC 9(5) VALUE 0.
           05  W-REV-DROPPED      PIC 9(5) VALUE 0.
      *****    per-period comparison counts                          ****
           05  W-RV-DIFFS         PIC 9(5) VALUE 0.
           05  W-RV-COMPARED      PIC 9(5) VALUE 0.
           05  W-RV-RATE-MOVED    PIC 9(5) VALUE 0.
           05  W-RV-RANK-MOVED    PIC 9(5) VALUE 0.
           05  W-RV-DEATHS-MOVED  PIC 9(5) VALUE 0.
           05  W-RV-CUT-MOVED     PIC 9(5) VALUE 0.
           05  W-RV-ADDED         PIC 9(5) VALUE 0.
           05  W-RV-DROPPED       PIC 9(5) VALUE 0.
      *****    the LAD being classified - either side may be absent  ****
      *****    for a LAD added to or dropped from the period         ****
           05  W-RV-OLD-FLAG      PIC 9    VALUE 0.
               88 RV-OLD-PRESENT           VALUE 1.
           05  W-RV-NEW-FLAG      PIC 9    VALUE 0.
               88 RV-NEW-PRESENT           VALUE 1.
           05  W-RV-SHOW-FLAG     PIC 9    VALUE 0.
               88 RV-SHOW-LAD              VALUE 1.
           05  W-RV-OLD-RATE      PIC 9(4)V99.
           05  W-RV-NEW-RATE      PIC 9(4)V99.
           05  W-RV-OLD-RANK      PIC 999.
           05  W-RV-NEW-RANK      PIC 999.
           05  W-RV-OLD-N         PIC 999.
           05  W-RV-NEW-N         PIC 999.
           05  W-RV-OLD-TOP       PIC 9.
           05  W-RV-NEW-TOP       PIC 9.
           05  W-RV-OLD-BTM       PIC 9.
           05  W-RV-NEW-BTM       PIC 9.
           05  W-RV-REG-SUB       PIC 99.
      *****    before/after totals - entries 1-9 follow W-REGION,    ****
      *****    entry 10 is England                                   ****
           05  W-RV-TOT           OCCURS 10.
               10  W-RV-OLD-LADS  PIC 9(5).
               10  W-RV-NEW-LADS  PIC 9(5).
               10  W-RV-OLD-DC    PIC 9(7).
               10  W-RV-NEW-DC    PIC 9(7).
               10  W-RV-OLD-DA    PIC 9(7).
               10  W-RV-NEW-DA    PIC 9(7).

      ******************************************************************
      *****     data are read into this table and used to create    **** 
               10  WC-UPPER-CI-C PIC 9(4)V99.
               10  WC-D-A        PIC 9(4).
               10  WC-DA-RATE    PIC 9(4)V99.
      *****    all-cause confidence limits - zero on a London        ****
      *****    borough, LONBOR carries none                          ****
               10  WC-LOWER-CI-A PIC 9(4)V99.
               10  WC-UPPER-CI-A PIC 9(4)V99.
               10  WC-MDL-RANK   PIC 999.
               10  WC-EXT-RANK   PIC 999.
               10  WC-LC-RANK    PIC 999.
      *****    time so the print loops stop re-walking the region    ****
      *****    table for every line                                  ****
               10  WC-REG-IX     PIC 99.
      *****    disclosure control in publication mode, covid and     ****
      *****    all-cause apiece - 0 shown, 1 withheld as a small     ****
      *****    count, 2 withheld so a small count elsewhere in its   ****
      *****    region or quintile cannot be worked back out; the     ****
      *****    quintile is fixed before the table sorts for the      ****
      *****    secondary pass                                        ****
               10  WC-SUPP-DC    PIC 9.
               10  WC-SUPP-DA    PIC 9.
               10  WC-QUINT      PIC 9.

      ******************************************************************
      *****     data are read into this table and summarised to     **** 
               10  W-QT-DC-AVG   PIC 9(4)V99.
               10  W-QT-DA-AVG   PIC 9(4)V99.

      ******************************************************************
      *****     matched LADs of one group (England, metropolitan,   ****
      *****     non-metropolitan or one region) copied out of W-CD  ****
      *****     and ranked on each measure to work the Spearman     ****
      *****     coefficients of the rank correlation table (10)     ****
      ******************************************************************
       01  W-CORRELATION-DATA.
           05  W-SP-N            PIC 999     VALUE 0.
           05  W-SP-SUB          PIC 999     VALUE 0.
           05  W-SP-END          PIC 999     VALUE 0.
           05  W-SP-TIE          PIC 999     VALUE 0.
      *****    groups 1-3 England, metropolitan, non-metropolitan;   ****
      *****    4-12 the regions in W-REGION order                    ****
           05  W-SP-GRP          PIC 99      VALUE 0.
           05  W-SP-MEMBER       PIC 9       VALUE 0.
               88 SP-MEMBER                  VALUE 1.
      *****    measures 1 covid rate, 2 all-cause rate, 3 average    ****
      *****    deprivation rank, 4 MDL rank, 5 EXT rank, 6 LC rank - ****
      *****    coefficients 1-4 pair measure 1 with 3-6, and 5-8     ****
      *****    pair measure 2 with 3-6                               ****
           05  W-SP-VAR          PIC 9       VALUE 0.
           05  W-SP-PAIR         PIC 9       VALUE 0.
           05  W-SP-X            PIC 9       VALUE 0.
           05  W-SP-Y            PIC 9       VALUE 0.
           05  W-SP-AVG-RANK     PIC 9(3)V9  VALUE 0.
           05  W-SP-MEAN         PIC 9(3)V9  VALUE 0.
           05  W-SP-DX           PIC S9(3)V9 VALUE 0.
           05  W-SP-DY           PIC S9(3)V9 VALUE 0.
           05  W-SP-SXY          PIC S9(9)V99 VALUE 0.
           05  W-SP-SXX          PIC 9(9)V99 VALUE 0.
           05  W-SP-SYY          PIC 9(9)V99 VALUE 0.
           05  W-SP-GRP-TYPE     PIC X.
           05  W-SP-GRP-CODE     PIC X(9).
           05  W-SP-GRP-NAME     PIC X(30).
           05  W-SP-COEF         OCCURS 8.
               10  W-SP-RHO      PIC S9V9(4).
               10  W-SP-DEFINED  PIC X.
      *****    W-SP-USED 1 on a group member, 0 on a spare slot - the ****
      *****    rank sorts run DESCENDING on it so the spares sink    ****
      *****    below the members whatever their W-SP-KEY             ****
           05  W-SP-ENTRY        OCCURS 500.
               10  W-SP-USED     PIC 9.
               10  W-SP-KEY      PIC 9(4)V99.
               10  W-SP-VAL      PIC 9(4)V99 OCCURS 6.
               10  W-SP-RANK     PIC 9(3)V9  OCCURS 6.

      ******************************************************************
      *****     disclosure control work areas - one group at a time ****
      *****     (groups 1-9 the regions in W-REGION order, 10-14    ****
      *****     the deprivation quintiles) on one measure at a time ****
      *****     (1 covid, 2 all-cause)                              ****
      ******************************************************************
       01  W-DISCLOSURE-WORK.
           05  W-DS-MEASURE      PIC 9       VALUE 0.
               88 DS-COVID                   VALUE 1.
           05  W-DS-GRP          PIC 99      VALUE 0.
           05  W-DS-CHANGED      PIC 9       VALUE 0.
           05  W-DS-MEMBERS      PIC 999     VALUE 0.
           05  W-DS-WITHHELD     PIC 999     VALUE 0.
           05  W-DS-SUM          PIC 9(7)    VALUE 0.
      *****    the group's smallest count still shown - the one a    ****
      *****    secondary suppression takes                           ****
           05  W-DS-LOW-SUB      PIC 999     VALUE 0.
           05  W-DS-LOW-COUNT    PIC 9(4)    VALUE 0.
      *****    the W-CD cell in hand, for the measure in hand        ****
           05  W-DS-COUNT        PIC 9(4)    VALUE 0.
           05  W-DS-FLAG         PIC 9       VALUE 0.
           05  W-DS-PRIMARY      PIC 9(5)    VALUE 0.
           05  W-DS-SECONDARY    PIC 9(5)    VALUE 0.
           05  W-DS-TOTALS-HELD  PIC 999     VALUE 0.
      *****    1 = the group's total on that measure is withheld -   ****
      *****    table 7 rates and pack totals for a region, table 9   ****
      *****    averages for a quintile                               ****
           05  W-DS-TOTAL        OCCURS 14.
               10  W-DS-HELD     PIC 9       OCCURS 2.
           05  W-DS-QUINT-NAME.
               10  FILLER        PIC X(21)   VALUE
                   "Deprivation quintile ".
               10  WDQ-NUM       PIC 9.

      ******************************************************************
      **** report related WS entries                                ****
      ******************************************************************
               "table 6a : metropolitan, bottom 10 (all-cause)".
           05  W-RTAB9           PIC X(42)   VALUE
               "table 9 : deprivation quintile analysis".
           05  W-RTAB10          PIC X(58)   VALUE
               "table 10 : rank correlation, death rates v deprivation".
      *****    region drill-down title - region code filled in at     ****
      *****    print time from W-DRILL-REGION                         ****
           05  W-RTAB8.
               10  FILLER      PIC X(3)   VALUE SPACES.
               10  FILLER      PIC X(5)   VALUE "Btm-N".

      *****    headings for the rank correlation table               ****
           05  W-H8.
               10  FILLER      PIC X(34)  VALUE SPACES.
               10  FILLER      PIC X(36)  VALUE
               "  <------ covid death rate v ----->".
               10  FILLER      PIC X(36)  VALUE
               "  <---- all-cause death rate v --->".
           05  W-H8A.
               10  FILLER      PIC X(28)  VALUE "Group".
               10  FILLER      PIC X(6)   VALUE "  #LAD".
               10  FILLER      PIC X(36)  VALUE
               " Avg Rank MDL Rank EXT Rank  LC Rank".
               10  FILLER      PIC X(36)  VALUE
               " Avg Rank MDL Rank EXT Rank  LC Rank".

       01  W-PRINTLINES.
           05  W-PRINT-LAD.
               10  WP-L-COUNT    PIC Z9.
               10  WP-LAD-NAME   PIC X(30).
               10  FILLER        PIC X(9)  VALUE SPACES.
               10  WP-DC-RATE    PIC Z(3)9.99.
               10  WP-DC-RATE-X  REDEFINES WP-DC-RATE  PIC X(7).
               10  FILLER        PIC X(6)  VALUE SPACES.
               10  WP-DC         PIC ZZZ9.
               10  WP-DC-X       REDEFINES WP-DC       PIC X(4).
               10  FILLER        PIC X(7)  VALUE SPACES.
               10  WP-MDL-RANK   PIC ZZ9.
               10  FILLER        PIC X(7)  VALUE SPACES.
               10  WPQ-CNT       PIC ZZZ9.
               10  FILLER        PIC X(6)  VALUE SPACES.
               10  WPQ-DC-AVG    PIC ZZZ9.99.
               10  WPQ-DC-AVG-X  REDEFINES WPQ-DC-AVG  PIC X(7).
               10  FILLER        PIC X(4)  VALUE SPACES.
               10  WPQ-DA-AVG    PIC ZZZ9.99.
               10  WPQ-DA-AVG-X  REDEFINES WPQ-DA-AVG  PIC X(7).
               10  FILLER        PIC X(5)  VALUE SPACES.
               10  WPQ-TOP       PIC ZZZ9.
               10  FILLER        PIC X(4)  VALUE SPACES.
               10  FILLER        PIC X(36) VALUE
                   " populated quintile steps concordant".

           05  W-PRINT-CORREL.
               10  WPS-NAME      PIC X(28).
               10  FILLER        PIC XX    VALUE SPACES.
               10  WPS-CNT       PIC ZZZ9.
               10  WPS-COEF      OCCURS 8.
                   15  WPS-RHO   PIC ---9.9999.
                   15  WPS-RHO-X REDEFINES WPS-RHO PIC X(9).

      *****    how to read the coefficients                         ****
           05  W-PRINT-CORNOTE1.
               10  FILLER        PIC X(45) VALUE
                   "Spearman coefficients. Deprivation ranks run ".
               10  FILLER        PIC X(45) VALUE
                   "from 1 = most deprived, so a negative value".
           05  W-PRINT-CORNOTE2.
               10  FILLER        PIC X(45) VALUE
                   "means death rates rise with deprivation.  n/a".
               10  FILLER        PIC X(45) VALUE
                   " = fewer than 3 LADs, or no spread to rank.".

       01  W-PRINT-RECS.
           05  W-PRINT-REC        PIC X(107).
           05  W-PR-STORE         PIC X(107).
           05  W-PUB-REC          PIC X(107).

      *****    what a withheld figure shows in the distributed       ****
      *****    outputs, and the key to it under each period banner   ****
      *****    of the publication copy and each region pack          ****
       01  W-SUPP-MARKS.
           05  W-SUPP-MARK-4      PIC X(4)  VALUE " [c]".
           05  W-SUPP-MARK-7      PIC X(7)  VALUE "    [c]".
           05  W-SUPP-NOTE-LINE.
               10  FILLER         PIC X(36) VALUE
                   "[c] = withheld : death counts below ".
               10  WSN-MIN        PIC Z9.
               10  FILLER         PIC X(46) VALUE
                   ", the rates and CIs built on them, and figures".
               10  FILLER         PIC X(22) VALUE
                   " that would reveal one".

      *****    edited fields used to build a CSV row - numeric items  ****
      *****    cannot be STRINGed directly without losing the        ****
               88  CSV-HDR-WRITTEN      VALUE 1.
           05  CSV-PERIOD-ED      PIC 9(8).
           05  CSV-DC-RATE-ED     PIC ZZZ9.99.
           05  CSV-DC-RATE-X      REDEFINES CSV-DC-RATE-ED PIC X(7).
           05  CSV-DC-ED          PIC ZZZ9.
           05  CSV-DC-X           REDEFINES CSV-DC-ED      PIC X(4).
           05  CSV-DA-RATE-ED     PIC ZZZ9.99.
           05  CSV-DA-RATE-X      REDEFINES CSV-DA-RATE-ED PIC X(7).
           05  CSV-DA-ED          PIC ZZZ9.
           05  CSV-DA-X           REDEFINES CSV-DA-ED      PIC X(4).
           05  CSV-MDL-ED         PIC ZZ9.
           05  CSV-EXT-ED         PIC ZZ9.
           05  CSV-LC-ED          PIC ZZ9.
           05  CSV-POP-ED         PIC ZZZZZZ9.
           05  CSV-DC-IH-ED       PIC ZZZ9.99.
           05  CSV-DC-IH-X        REDEFINES CSV-DC-IH-ED   PIC X(7).
           05  CSV-DA-IH-ED       PIC ZZZ9.99.
           05  CSV-DA-IH-X        REDEFINES CSV-DA-IH-ED   PIC X(7).

      *****    printed ahead of each period's table 1 so a backfill  ****
      *****    run reads as one report section per period            ****
               10  FILLER         PIC X(17) VALUE
                   "  covid deaths : ".
               10  WPK-DC         PIC ZZZZZZ9.
               10  WPK-DC-X       REDEFINES WPK-DC PIC X(7).
               10  FILLER         PIC X(21) VALUE
                   "  all-cause deaths : ".
               10  WPK-DA         PIC ZZZZZZ9.
               10  WPK-DA-X       REDEFINES WPK-DA PIC X(7).

      *****    one line per LAD code dropped from the merge          ****
       01  W-EXCEPT-LINE.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  WPX-TEXT           PIC X(48).

      *****    revision impact report lines (GCREVRPT)               ****
       01  W-REVRPT-LINES.
           05  W-RV-TITLE.
               10  FILLER         PIC X(12) VALUE "Program Id: ".
               10  WRV-PROG-ID    PIC X(6).
               10  FILLER         PIC X(6)  VALUE SPACES.
               10  FILLER         PIC X(27) VALUE
                   "ONS revision impact report".
               10  FILLER         PIC X(6)  VALUE SPACES.
               10  FILLER         PIC X(11) VALUE "Run date : ".
               10  WRV-DATE       PIC X(10).
           05  W-RV-RULE          PIC X(126) VALUE ALL "=".
           05  W-RV-PERIOD-LINE.
               10  FILLER         PIC X(22) VALUE
                   "Re-delivered period : ".
               10  WRVP-PERIOD    PIC 9(8).
               10  FILLER         PIC X(20) VALUE
                   "   LADs published : ".
               10  WRVP-OLD-N     PIC ZZ9.
               10  FILLER         PIC X(23) VALUE
                   "   LADs re-delivered : ".
               10  WRVP-NEW-N     PIC ZZ9.
               10  FILLER         PIC X(23) VALUE
                   "   top/bottom-N cut : ".
               10  WRVP-CUT       PIC ZZ9.
           05  W-RV-HEAD.
               10  FILLER         PIC X(11) VALUE "LAD".
               10  FILLER         PIC X(33) VALUE
                   "Local Authority District".
               10  FILLER         PIC X(10) VALUE "Old Rate".
               10  FILLER         PIC X(10) VALUE "New Rate".
               10  FILLER         PIC X(11) VALUE "  Change".
               10  FILLER         PIC X(8)  VALUE "Old Rank".
               10  FILLER         PIC X(8)  VALUE "New Rank".
               10  FILLER         PIC X(7)  VALUE "   Move".
               10  FILLER         PIC X(14) VALUE "    Status".
               10  FILLER         PIC X(16) VALUE "Cut movement".
           05  W-RV-DETAIL.
               10  WRVD-LAD       PIC X(9).
               10  FILLER         PIC X(2)  VALUE SPACES.
               10  WRVD-NAME      PIC X(30).
               10  FILLER         PIC X(3)  VALUE SPACES.
               10  WRVD-OLD-RATE  PIC Z(3)9.99.
               10  WRVD-OLD-RATE-X REDEFINES WRVD-OLD-RATE PIC X(7).
               10  FILLER         PIC X(3)  VALUE SPACES.
               10  WRVD-NEW-RATE  PIC Z(3)9.99.
               10  WRVD-NEW-RATE-X REDEFINES WRVD-NEW-RATE PIC X(7).
               10  FILLER         PIC X(3)  VALUE SPACES.
               10  WRVD-CHANGE    PIC -Z(3)9.99.
               10  WRVD-CHANGE-X  REDEFINES WRVD-CHANGE   PIC X(8).
               10  FILLER         PIC X(8)  VALUE SPACES.
               10  WRVD-OLD-RANK  PIC ZZ9.
               10  WRVD-OLD-RANK-X REDEFINES WRVD-OLD-RANK PIC X(3).
               10  FILLER         PIC X(5)  VALUE SPACES.
               10  WRVD-NEW-RANK  PIC ZZ9.
               10  WRVD-NEW-RANK-X REDEFINES WRVD-NEW-RANK PIC X(3).
               10  FILLER         PIC X(3)  VALUE SPACES.
               10  WRVD-MOVE      PIC -ZZ9.
               10  WRVD-MOVE-X    REDEFINES WRVD-MOVE     PIC X(4).
               10  FILLER         PIC X(4)  VALUE SPACES.
               10  WRVD-STATUS    PIC X(8).
               10  FILLER         PIC X(2)  VALUE SPACES.
               10  WRVD-NOTE      PIC X(16).
           05  W-RV-TOT-HEAD.
               10  FILLER         PIC X(32) VALUE
                   "Totals before and after".
               10  FILLER         PIC X(13) VALUE "LADs before".
               10  FILLER         PIC X(12) VALUE "LADs after".
               10  FILLER         PIC X(14) VALUE "Covid before".
               10  FILLER         PIC X(13) VALUE "Covid after".
               10  FILLER         PIC X(18) VALUE "All-cause before".
               10  FILLER         PIC X(15) VALUE "All-cause after".
           05  W-RV-TOT-LINE.
               10  WRVT-NAME      PIC X(30).
               10  FILLER         PIC X(8)  VALUE SPACES.
               10  WRVT-OLD-LADS  PIC ZZZZ9.
               10  FILLER         PIC X(7)  VALUE SPACES.
               10  WRVT-NEW-LADS  PIC ZZZZ9.
               10  FILLER         PIC X(7)  VALUE SPACES.
               10  WRVT-OLD-DC    PIC Z(6)9.
               10  FILLER         PIC X(6)  VALUE SPACES.
               10  WRVT-NEW-DC    PIC Z(6)9.
               10  FILLER         PIC X(11) VALUE SPACES.
               10  WRVT-OLD-DA    PIC Z(6)9.
               10  FILLER         PIC X(8)  VALUE SPACES.
               10  WRVT-NEW-DA    PIC Z(6)9.
           05  W-RV-SUM-LINE1.
               10  FILLER         PIC X(16) VALUE "LADs compared : ".
               10  WRVS-COMPARED  PIC ZZZZ9.
               10  FILLER         PIC X(16) VALUE "   rate moved : ".
               10  WRVS-RATE      PIC ZZZZ9.
               10  FILLER         PIC X(16) VALUE "   rank moved : ".
               10  WRVS-RANK      PIC ZZZZ9.
               10  FILLER         PIC X(18) VALUE
                   "   deaths moved : ".
               10  WRVS-DEATHS    PIC ZZZZ9.
           05  W-RV-SUM-LINE2.
               10  FILLER         PIC X(16) VALUE "Cut movements : ".
               10  WRVS-CUT       PIC ZZZZ9.
               10  FILLER         PIC X(16) VALUE "   LADs added : ".
               10  WRVS-ADDED     PIC ZZZZ9.
               10  FILLER         PIC X(18) VALUE
                   "   LADs dropped : ".
               10  WRVS-DROPPED   PIC ZZZZ9.
           05  W-RV-OUTCOME-LINE.
               10  FILLER         PIC X(10) VALUE "Outcome : ".
               10  WRVO-TEXT      PIC X(70).
           05  W-RV-END-LINE.
               10  FILLER         PIC X(30) VALUE
                   "Re-delivered periods applied: ".
               10  WRVE-APPLIED   PIC ZZ9.
               10  FILLER         PIC X(27) VALUE
                   "   held (not authorised) : ".
               10  WRVE-HELD      PIC ZZ9.
               10  FILLER         PIC X(15) VALUE "   unchanged : ".
               10  WRVE-UNCHANGED PIC ZZ9.

      *****    suppression log lines (GCSUPLOG)                      ****
       01  W-SUPLOG-LINES.
           05  W-SL-TITLE.
               10  FILLER         PIC X(12) VALUE "Program Id: ".
               10  WSL-PROG-ID    PIC X(6).
               10  FILLER         PIC X(6)  VALUE SPACES.
               10  FILLER         PIC X(36) VALUE
                   "Disclosure control - suppression log".
               10  FILLER         PIC X(6)  VALUE SPACES.
               10  FILLER         PIC X(11) VALUE "Run date : ".
               10  WSL-DATE       PIC X(10).
           05  W-SL-SCOPE.
               10  FILLER         PIC X(40) VALUE
                   "Applied to GCPUBRPT (tables 1-9 and the ".
               10  FILLER         PIC X(40) VALUE
                   "drill-down), GCREGPCK and GCCSVOUT".
           05  W-SL-RULE          PIC X(131) VALUE ALL "=".
           05  W-SL-PERIOD-LINE.
               10  FILLER         PIC X(19) VALUE
                   "Reporting period : ".
               10  WSLP-PERIOD    PIC 9(8).
               10  FILLER         PIC X(28) VALUE
                   "   threshold : counts below ".
               10  WSLP-MIN       PIC Z9.
               10  FILLER         PIC X(9)  VALUE " withheld".
           05  W-SL-HEAD.
               10  FILLER         PIC X(10) VALUE "LAD".
               10  FILLER         PIC X(31) VALUE
                   "Local Authority District".
               10  FILLER         PIC X(10) VALUE "Measure".
               10  FILLER         PIC X(9)  VALUE "  Figure".
               10  FILLER         PIC X(11) VALUE "Basis".
               10  FILLER         PIC X(30) VALUE "Reason".
               10  FILLER         PIC X(30) VALUE "Group protected".
           05  W-SL-DETAIL.
               10  WSLD-LAD       PIC X(9).
               10  FILLER         PIC X     VALUE SPACE.
               10  WSLD-NAME      PIC X(30).
               10  FILLER         PIC X     VALUE SPACE.
               10  WSLD-MEASURE   PIC X(9).
               10  FILLER         PIC X     VALUE SPACE.
               10  WSLD-COUNT     PIC Z(6)9.
               10  FILLER         PIC XX    VALUE SPACES.
               10  WSLD-BASIS     PIC X(9).
               10  FILLER         PIC XX    VALUE SPACES.
               10  WSLD-REASON    PIC X(28).
               10  FILLER         PIC XX    VALUE SPACES.
               10  WSLD-GROUP     PIC X(30).
           05  W-SL-SUM-LINE.
               10  FILLER         PIC X(25) VALUE
                   "Cells withheld - primary ".
               10  WSLS-PRIMARY   PIC ZZZZ9.
               10  FILLER         PIC X(13) VALUE
                   "   secondary ".
               10  WSLS-SECONDARY PIC ZZZZ9.
               10  FILLER         PIC X(26) VALUE
                   "   group totals withheld ".
               10  WSLS-TOTALS    PIC ZZ9.

      ******************************************************************
      ******************************************************************
       PROCEDURE DIVISION.
                   PERFORM B055-PRINT-CONTROL-TOTALS
               END-IF
               PERFORM B050-LAST-PAGE.
      *****    a rebuilt GCHIST gets back the published batches this ****
      *****    run did not supersede - whenever GCHIST opened, since ****
      *****    a backout that failed part way has still taken        ****
      *****    batches off it                                        ****
           IF REBUILD-RUN AND NOT HIST-OPEN-FAILED
               PERFORM E050-COPY-FORWARD-PUBLISHED.
           PERFORM E098-WRITE-REVISION-SUMMARY.
           PERFORM A045-CHECK-UNUSED-POPS.
           PERFORM A040-WRITE-RUN-LOG.
           PERFORM A030-CLOSE-FILES.
       A010-OPEN-FILES.
           OPEN INPUT  DXLAD LONBOR LADSUM REPTXT REGION LOCAUTHDIST
                       CTLCARD.
           OPEN OUTPUT PRINT-LINE EXCPTLST CSVOUT CMPOUT REVRPT
                       COROUT.
           OPEN EXTEND RUNLOG.

           PERFORM C010-SET-VARIABLES.
           PERFORM E095-WRITE-REVRPT-TITLE.
      *****    the pack file is only opened when asked for - the DD  ****
      *****    need not be in the JCL on a non-burst run             ****
           IF BURST-RUN
               OPEN OUTPUT REGPACK.
      *****    likewise the publication copy and suppression log      ****
           IF PUBLICATION-RUN
               OPEN OUTPUT PUBRPT SUPLOG
               PERFORM G060-WRITE-SUPLOG-TITLE.

           PERFORM F010-READ-REGION
               UNTIL EOF-REGION.
                   MOVE DX-PERIOD TO W-HIST-PERIOD
           END-EVALUATE.

      *****    any batch the feed may re-deliver is set aside first, ****
      *****    and a restart run backs its periods out of GCHIST     ****
      *****    before this run's batches are written                 ****
           PERFORM E010-BACKOUT-HISTORY.

      *****    browse the whole of LOCAUTHDIST into W-LAD-TABLE in   ****
      *****    one pass and let the file go - every LAD lookup from  ****
               IF WC-SUB > 1
                   PERFORM B005-PRINT-PERIOD-HEADER
                   PERFORM B010-SORT-ALL
                      THRU B048-TABLE-10
               END-IF
               PERFORM B055-PRINT-CONTROL-TOTALS
               ADD 1 TO W-PERIODS-DONE
           ADD W-DXLAD-COUNT  TO W-TOT-READ.
           ADD W-LONBOR-COUNT TO W-TOT-READ.
           ADD W-LADSUM-COUNT TO W-TOT-READ.
           ADD W-DXLAD-COUNT  TO W-TOT-DXLAD.
           MOVE W-LADSUM-COUNT TO W-LADSUM-PASS.
           ADD W-EXCEPT-COUNT TO W-TOT-EXCEPT.
           COMPUTE W-TOT-MATCHED = W-TOT-MATCHED + WC-SUB - 1.

      *****    soon as the in-storage table was loaded               ****
       A030-CLOSE-FILES.
           CLOSE DXLAD LONBOR LADSUM REPTXT REGION
                 PRINT-LINE EXCPTLST CTLCARD CSVOUT HISTOUT RUNLOG
                 CMPOUT REVRPT COROUT.
           IF BURST-RUN
               CLOSE REGPACK.
           IF PUBLICATION-RUN
               MOVE W-H4 TO PUBRPT-REC
               WRITE PUBRPT-REC
               WRITE SUPLOG-REC FROM W-SL-RULE
               CLOSE PUBRPT SUPLOG.

      *****    populations no detail record ever matched - the       ****
      *****    other half of the feed mismatch check, run once at    ****
      *****    condition code and the whole-run record counts        ****
       A040-WRITE-RUN-LOG.
           EVALUATE TRUE
      *****    ahead of everything else - the next rebuild would     ****
      *****    overwrite GCHISTRV, so the batches must be restored   ****
      *****    from it first                                         ****
               WHEN WRITEBACK-FAILED
                   MOVE 12 TO W-RUN-RC
                   MOVE "HIST RESTORE FAILED" TO RUN-OUTCOME
               WHEN TABLE-OVERFLOW
                   MOVE 16 TO W-RUN-RC
                   MOVE "TABLE OVERFLOW"  TO RUN-OUTCOME
               WHEN HIST-OPEN-FAILED
                   MOVE 12 TO W-RUN-RC
                   MOVE "GCHIST OPEN FAILED" TO RUN-OUTCOME
               WHEN RESTART-REFUSED
                   MOVE 12 TO W-RUN-RC
                   MOVE "HIST BACKOUT FAILED" TO RUN-OUTCOME
               WHEN VSAM-FILE-ERROR
                   MOVE 12 TO W-RUN-RC
                   MOVE "VSAM FAILURE"    TO RUN-OUTCOME
               WHEN W-TOT-READ = 0
                   MOVE 08 TO W-RUN-RC
                   MOVE "EMPTY INPUT"     TO RUN-OUTCOME
      *****    a revision held for want of authorisation - the       ****
      *****    published figures still stand and someone must decide ****
               WHEN W-REV-HELD > 0
                   MOVE 04 TO W-RUN-RC
                   MOVE "REVISION HELD"   TO RUN-OUTCOME
               WHEN W-TOT-EXCEPT > W-EXC-TOLERANCE
                   MOVE 04 TO W-RUN-RC
                   MOVE "EXCEPTIONS OVER TOL" TO RUN-OUTCOME
           MOVE W-TOT-MATCHED         TO RUN-RECS-MATCHED.
           MOVE W-TOT-EXCEPT          TO RUN-RECS-REJECTED.
           MOVE W-RUN-RC              TO RUN-RETURN-CODE.
           MOVE W-TOT-DXLAD           TO RUN-CTL-COUNT-1.
           MOVE W-LADSUM-PASS         TO RUN-CTL-COUNT-2.
           MOVE W-CSV-ROWS            TO RUN-CTL-COUNT-3.
           WRITE RUN-REC.

      ******************************************************************
      *****    run of tables                                         ****
       B005-PRINT-PERIOD-HEADER.
           MOVE 2 TO W-PAGE-IND.
      *****    publication mode - from here to table 9 every line    ****
      *****    to PRTLINE is mirrored to the publication copy        ****
           IF PUBLICATION-RUN
               MOVE 1 TO W-PUB-MIRROR-FLAG.
           MOVE W-HIST-PERIOD     TO WPH-PERIOD.
           MOVE W-PERIOD-HDR-LINE TO W-PRINT-REC.
           PERFORM F050-WRITE-PRINT-LINE.
           MOVE SPACE TO W-PRINT-REC.
           PERFORM F050-WRITE-PRINT-LINE.
           IF PUB-MIRROR-ON
               PERFORM G092-WRITE-PUB-NOTE.

       B010-SORT-ALL.
           MOVE WC-SUB TO WC-NUM-ENTRIES.
               MOVE 10 TO WC-CUTOFF-N
           END-IF.
           MOVE WC-CUTOFF-N TO W-ALL-CUTOFF-N.
      *****    publication mode - settle what is withheld before any ****
      *****    table goes out; G010 leaves W-CD in deprivation       ****
      *****    order, which sort 1 below puts right                  ****
           IF PUBLICATION-RUN
               PERFORM G010-APPLY-DISCLOSURE-CONTROL.

      * DB011-DEBUG.
      *     if debug-on
           END-IF.

       B026-WRITE-HISTORY.
      *****    one history row per LAD for GC0051 trend tracking -   ****
      *****    GCHIST is keyed, so the rows go in as the table       ****
      *****    stands and no sort is spent here                      ****
      *****    bracket the batch with header/trailer control records ****
      *****    so an abended or rerun append can be detected and     ****
      *****    backed out instead of feeding GC0051 twice            ****
      *****    a period already published on GCHIST is compared with ****
      *****    what went out before - E060 decides whether the batch ****
      *****    is written at all                                     ****
           PERFORM E060-CHECK-REVISION.
           IF HIST-WRITE
               MOVE 0 TO W-HIST-COUNT
               PERFORM F095-WRITE-HISTORY-HEADER
      *****    WC-NUM-ENTRIES is one past the last populated entry -  ****
      *****    exclusive bound, same convention B040-TABLE-7 uses     ****
               PERFORM VARYING WC-SUB FROM 1 BY 1
                   UNTIL WC-SUB >= WC-NUM-ENTRIES
                   PERFORM F100-WRITE-HISTORY-ROW
               END-PERFORM
               PERFORM F096-WRITE-HISTORY-TRAILER
           END-IF.

       B027-REGION-PACK.
      *****    per-region report pack - rides the covid death-rate   ****
               PERFORM F090-WRITE-CSV-ROW
           END-PERFORM.

       B046-WRITE-COMPOSITE-EXTRACT.
      *****    the same rows in fixed format for the downstream      ****
      *****    steps - written while the table still stands in the   ****
      *****    order the CSV went out in, before C060 re-sorts it    ****
      *****    a held revision stays off it - the downstream steps   ****
      *****    go on the figures that stand on GCHIST                ****
           IF NOT HIST-HELD
               PERFORM VARYING WC-SUB FROM 1 BY 1
                   UNTIL WC-SUB >= WC-NUM-ENTRIES
                   PERFORM F105-WRITE-COMPOSITE-ROW
               END-PERFORM
           END-IF.

       B047-TABLE-9.
      *****    report table 9 : deprivation quintile analysis - the  ****
      *****    matched LADs regrouped into quintiles of              ****
               PERFORM C065-PRINT-QUINTILES
           END-IF.

       B048-TABLE-10.
      *****    report table 10 : Spearman rank correlation of the    ****
      *****    covid and all-cause death rates against each LADSUM  ****
      *****    deprivation rank, for England, metropolitan and       ****
      *****    non-metropolitan LADs and each region, with the LAD   ****
      *****    count behind each coefficient; every group is also    ****
      *****    written to GCCOROUT for trending, printed or not      ****
      *****    W-CD itself is left as C060 sorted it - each group is ****
      *****    copied out to W-SP-ENTRY and ranked there             ****
      *****    table 10 carries no counts and is not distributed -   ****
      *****    the publication copy stops at table 9                 ****
           MOVE 0 TO W-PUB-MIRROR-FLAG.
           PERFORM C090-PRINT-CORREL-HEAD.
           PERFORM VARYING W-SP-GRP FROM 1 BY 1
               UNTIL W-SP-GRP > 12
               PERFORM C092-BUILD-GROUP
               PERFORM C094-CORRELATE-GROUP
               PERFORM C099-PRINT-CORREL-ROW
               PERFORM F110-WRITE-CORREL-REC
           END-PERFORM.
           MOVE SPACE TO W-PRINT-REC.
           PERFORM F050-WRITE-PRINT-LINE.
           MOVE W-PRINT-CORNOTE1 TO W-PRINT-REC.
           PERFORM F050-WRITE-PRINT-LINE.
           MOVE W-PRINT-CORNOTE2 TO W-PRINT-REC.
           PERFORM F050-WRITE-PRINT-LINE.
           MOVE SPACE TO W-PRINT-REC.
           PERFORM F050-WRITE-PRINT-LINE.

       B050-LAST-PAGE.
      *****    print report final page from REPTXT                  ****
           MOVE 2 TO W-PAGE-IND. 
                   IF CTL-BURST = "Y"
                       MOVE 1 TO W-BURST-MODE
                   END-IF
                   IF CTL-REVISE = "Y"
                       MOVE 1 TO W-REVISE-MODE
                   END-IF
                   IF CTL-PUBLISH = "P"
                       MOVE 1 TO W-PUBLISH-MODE
                       IF CTL-SUPP-MIN IS NUMERIC
                          AND CTL-SUPP-MIN > 0
                           MOVE CTL-SUPP-MIN TO W-SUPP-MIN
                       END-IF
                   END-IF
           END-READ.
           IF RESTART-RUN OR REVISE-RUN
               MOVE 1 TO W-REBUILD-MODE.
      *****    start-of-period resets: the composite table, the      ****
      *****    per-period control totals, the region counters and    ****
      *****    the control-card cutoff the previous period's clamps  ****
               MOVE 0 TO WC-POP        (WC-SUB)
                         WC-DC-RATE-IH (WC-SUB)
                         WC-DA-RATE-IH (WC-SUB)
                         WC-SUPP-DC    (WC-SUB)
                         WC-SUPP-DA    (WC-SUB)
                         WC-QUINT      (WC-SUB)
               ADD 1 TO WC-SUB
           END-PERFORM.
           MOVE 1 TO WC-SUB.
               MOVE LB-UPPER-CI-C TO WC-UPPER-CI-C(WC-SUB)
               MOVE LB-D-A        TO WC-D-A(WC-SUB)
               MOVE LB-DA-RATE    TO WC-DA-RATE(WC-SUB)
               MOVE 0             TO WC-LOWER-CI-A(WC-SUB)
                                     WC-UPPER-CI-A(WC-SUB)
               MOVE LB-PERIOD     TO WC-PERIOD(WC-SUB)
           ELSE
               MOVE DX-MNM-CODE   TO WC-MNM-CODE(WC-SUB)
               MOVE DX-UPPER-CI-C TO WC-UPPER-CI-C(WC-SUB)
               MOVE DX-D-A        TO WC-D-A(WC-SUB)
               MOVE DX-DA-RATE    TO WC-DA-RATE(WC-SUB)
               MOVE DX-LOWER-CI-A TO WC-LOWER-CI-A(WC-SUB)
               MOVE DX-UPPER-CI-A TO WC-UPPER-CI-A(WC-SUB)
               MOVE DX-PERIOD     TO WC-PERIOD(WC-SUB)
           END-IF.
           MOVE LD-MDL-RANK TO WC-MDL-RANK(WC-SUB).
           MOVE WC-LOWER-CI-C(WC-SUB) TO WP-LOWER-CI.
           MOVE WC-UPPER-CI-C(WC-SUB) TO WP-UPPER-CI.
           MOVE W-PRINT-LAD         TO W-PRINT-REC.
           IF PUB-MIRROR-ON
               PERFORM G070-MASK-COVID-LINE
               MOVE W-PRINT-LAD     TO W-PUB-REC
               MOVE 1               TO W-PUB-LINE-FLAG.
           PERFORM F050-WRITE-PRINT-LINE.
      *****    same line layout as C040-PRINT-LAD, but sourced from   ****
      *****    the all-cause death fields instead of the covid ones; ****
      *****    numeric-edited item)                                  ****
           MOVE SPACES              TO WP-LOWER-CI-X WP-UPPER-CI-X.
           MOVE W-PRINT-LAD         TO W-PRINT-REC.
           IF PUB-MIRROR-ON
               PERFORM G072-MASK-ALLCAUSE-LINE
               MOVE W-PRINT-LAD     TO W-PUB-REC
               MOVE 1               TO W-PUB-LINE-FLAG.
           PERFORM F050-WRITE-PRINT-LINE.

       C050-PRINT-REGION.
               MOVE SPACES TO WPR-DC-100K-X WPR-DA-100K-X
           END-IF.
           MOVE W-PRINT-REGION       TO W-PRINT-REC.
           IF PUB-MIRROR-ON
               PERFORM G074-MASK-REGION-LINE
               MOVE W-PRINT-REGION   TO W-PUB-REC
               MOVE 1                TO W-PUB-LINE-FLAG.
           PERFORM F050-WRITE-PRINT-LINE.


           MOVE W-HIST-PERIOD       TO WPK-PERIOD.
           MOVE W-PK-PERIOD-LINE    TO REGPACK-REC.
           WRITE REGPACK-REC.
           IF PUBLICATION-RUN
               MOVE W-SUPP-MIN       TO WSN-MIN
               MOVE W-SUPP-NOTE-LINE TO REGPACK-REC
               WRITE REGPACK-REC.
           MOVE SPACES              TO REGPACK-REC.
           WRITE REGPACK-REC.
           MOVE W-H3                TO REGPACK-REC.
           MOVE W-PK-COUNT  TO WPK-NUM.
           MOVE W-PK-DC-SUM TO WPK-DC.
           MOVE W-PK-DA-SUM TO WPK-DA.
      *****    a region total withheld in publication mode - the     ****
      *****    count of districts listed is not a death figure       ****
           IF PUBLICATION-RUN
               IF W-DS-HELD (W-REG-SUB, 1) = 1
                   MOVE W-SUPP-MARK-7 TO WPK-DC-X
               END-IF
               IF W-DS-HELD (W-REG-SUB, 2) = 1
                   MOVE W-SUPP-MARK-7 TO WPK-DA-X
               END-IF
           END-IF.
           MOVE W-PK-TOTALS-LINE TO REGPACK-REC.
           WRITE REGPACK-REC.

           MOVE WC-LC-RANK(WC-SUB)  TO WP-LC-RANK.
           MOVE WC-LOWER-CI-C(WC-SUB) TO WP-LOWER-CI.
           MOVE WC-UPPER-CI-C(WC-SUB) TO WP-UPPER-CI.
           IF PUBLICATION-RUN
               PERFORM G070-MASK-COVID-LINE.
           MOVE W-PRINT-LAD         TO REGPACK-REC.
           WRITE REGPACK-REC.

           MOVE SPACES     TO W-PRINT-REC.
           WRITE PRINT-REC FROM W-PRINT-REC.
           MOVE 1 TO W-PAGE-IND.
           IF PUB-MIRROR-ON
               PERFORM G086-PUB-PLAIN-HEADINGS.

           MOVE W-RTAB9 TO W-PRINT-REC.
           PERFORM F050-WRITE-PRINT-LINE.
                   MOVE W-QT-TOP (W-QT-SUB) TO WPQ-TOP
                   MOVE W-QT-BTM (W-QT-SUB) TO WPQ-BTM
                   MOVE W-PRINT-QUINT       TO W-PRINT-REC
                   IF PUB-MIRROR-ON
                       PERFORM G076-MASK-QUINT-LINE
                   END-IF
                   PERFORM F050-WRITE-PRINT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACE TO W-PRINT-REC.
           PERFORM F050-WRITE-PRINT-LINE.

      *****    own H1/H2/H4 header block, as C065 - not a LAD table  ****
       C090-PRINT-CORREL-HEAD.
           ADD 1 TO W-PAGENO.
           MOVE W-PAGENO TO WH2-PAGENO.
           MOVE W-H1 TO W-PRINT-REC.
           WRITE PRINT-REC FROM W-PRINT-REC
               AFTER ADVANCING PAGE.
           MOVE W-H2       TO W-PRINT-REC.
           WRITE PRINT-REC FROM W-PRINT-REC.
           MOVE W-H4       TO W-PRINT-REC.
           WRITE PRINT-REC FROM W-PRINT-REC.
           MOVE SPACES     TO W-PRINT-REC.
           WRITE PRINT-REC FROM W-PRINT-REC.
           MOVE 1 TO W-PAGE-IND.

           MOVE W-RTAB10 TO W-PRINT-REC.
           PERFORM F050-WRITE-PRINT-LINE.
           MOVE W-H8     TO W-PRINT-REC.
           PERFORM F050-WRITE-PRINT-LINE.
           MOVE W-H8A    TO W-PRINT-REC.
           PERFORM F050-WRITE-PRINT-LINE.

      *****    copy the matched LADs of group W-SP-GRP out of W-CD - ****
      *****    live entries are 1 to WC-NUM-ENTRIES - 1 whatever     ****
      *****    order the earlier tables left them in                 ****
       C092-BUILD-GROUP.
           PERFORM VARYING W-SP-SUB FROM 1 BY 1
               UNTIL W-SP-SUB > WC-MAX-ENTRIES
               MOVE 0 TO W-SP-USED (W-SP-SUB)
                         W-SP-KEY  (W-SP-SUB)
           END-PERFORM.
           MOVE 0 TO W-SP-N.
           MOVE SPACES TO W-SP-GRP-CODE.
           EVALUATE TRUE
               WHEN W-SP-GRP = 1
                   MOVE "E" TO W-SP-GRP-TYPE
                   MOVE "England (all LADs)" TO W-SP-GRP-NAME
               WHEN W-SP-GRP = 2
                   MOVE "M" TO W-SP-GRP-TYPE
                   MOVE "Metropolitan" TO W-SP-GRP-NAME
               WHEN W-SP-GRP = 3
                   MOVE "N" TO W-SP-GRP-TYPE
                   MOVE "Non-metropolitan" TO W-SP-GRP-NAME
               WHEN OTHER
                   MOVE "R" TO W-SP-GRP-TYPE
                   COMPUTE W-REG-SUB = W-SP-GRP - 3
                   MOVE W-REG    (W-REG-SUB) TO W-SP-GRP-CODE
                   MOVE WRG-NAME (W-REG-SUB) TO W-SP-GRP-NAME
           END-EVALUATE.
           PERFORM VARYING WC-SUB FROM 1 BY 1
               UNTIL WC-SUB >= WC-NUM-ENTRIES
               MOVE 0 TO W-SP-MEMBER
               EVALUATE TRUE
                   WHEN W-SP-GRP = 1
                       MOVE 1 TO W-SP-MEMBER
                   WHEN W-SP-GRP = 2
                       IF WC-MNM-CODE(WC-SUB) = 1
                           MOVE 1 TO W-SP-MEMBER
                       END-IF
                   WHEN W-SP-GRP = 3
                       IF WC-MNM-CODE(WC-SUB) NOT = 1
                           MOVE 1 TO W-SP-MEMBER
                       END-IF
                   WHEN OTHER
                       IF WC-REG-IX(WC-SUB) = W-SP-GRP - 3
                           MOVE 1 TO W-SP-MEMBER
                       END-IF
               END-EVALUATE
               IF SP-MEMBER
                   ADD 1 TO W-SP-N
                   MOVE 1 TO W-SP-USED (W-SP-N)
                   MOVE WC-DC-RATE(WC-SUB)       TO W-SP-VAL (W-SP-N 1)
                   MOVE WC-DA-RATE(WC-SUB)       TO W-SP-VAL (W-SP-N 2)
                   MOVE WC-RANK-AVG-RANK(WC-SUB) TO W-SP-VAL (W-SP-N 3)
                   MOVE WC-MDL-RANK(WC-SUB)      TO W-SP-VAL (W-SP-N 4)
                   MOVE WC-EXT-RANK(WC-SUB)      TO W-SP-VAL (W-SP-N 5)
                   MOVE WC-LC-RANK(WC-SUB)       TO W-SP-VAL (W-SP-N 6)
               END-IF
           END-PERFORM.

      *****    rank the group on each of the six measures, then the  ****
      *****    Spearman coefficient is the Pearson correlation of    ****
      *****    the ranks; tied values share the average of the ranks ****
      *****    they span, so both rank columns of a pair have mean   ****
      *****    (n + 1) / 2                                           ****
       C094-CORRELATE-GROUP.
           PERFORM VARYING W-SP-PAIR FROM 1 BY 1
               UNTIL W-SP-PAIR > 8
               MOVE 0   TO W-SP-RHO     (W-SP-PAIR)
               MOVE "N" TO W-SP-DEFINED (W-SP-PAIR)
           END-PERFORM.
           IF W-SP-N < 3
      *****    fewer than three LADs - every coefficient is n/a      ****
               NEXT SENTENCE
           ELSE
               PERFORM VARYING W-SP-VAR FROM 1 BY 1
                   UNTIL W-SP-VAR > 6
                   PERFORM C095-RANK-MEASURE
               END-PERFORM
               COMPUTE W-SP-MEAN = (W-SP-N + 1) / 2
               PERFORM VARYING W-SP-PAIR FROM 1 BY 1
                   UNTIL W-SP-PAIR > 8
                   PERFORM C097-CORRELATE-PAIR
               END-PERFORM
           END-IF.

      *****    sort the group on measure W-SP-VAR and hand out the   ****
      *****    ranks - each run of equal values gets the average of  ****
      *****    its positions; the ranks travel with their entry, so  ****
      *****    the next measure's sort keeps them lined up           ****
       C095-RANK-MEASURE.
           PERFORM VARYING W-SP-SUB FROM 1 BY 1
               UNTIL W-SP-SUB > W-SP-N
               MOVE W-SP-VAL (W-SP-SUB W-SP-VAR) TO W-SP-KEY (W-SP-SUB)
           END-PERFORM.
           SORT W-SP-ENTRY DESCENDING W-SP-USED ASCENDING W-SP-KEY.
           MOVE 1 TO W-SP-SUB.
           PERFORM UNTIL W-SP-SUB > W-SP-N
               MOVE W-SP-SUB TO W-SP-END
               PERFORM UNTIL W-SP-END >= W-SP-N
                          OR W-SP-KEY (W-SP-END + 1) NOT =
                             W-SP-KEY (W-SP-SUB)
                   ADD 1 TO W-SP-END
               END-PERFORM
               COMPUTE W-SP-AVG-RANK = (W-SP-SUB + W-SP-END) / 2
               PERFORM VARYING W-SP-TIE FROM W-SP-SUB BY 1
                   UNTIL W-SP-TIE > W-SP-END
                   MOVE W-SP-AVG-RANK TO W-SP-RANK (W-SP-TIE W-SP-VAR)
               END-PERFORM
               COMPUTE W-SP-SUB = W-SP-END + 1
           END-PERFORM.

      *****    coefficient W-SP-PAIR - death-rate measure W-SP-X     ****
      *****    against deprivation measure W-SP-Y; no spread on      ****
      *****    either side (every LAD tied) leaves it undefined      ****
       C097-CORRELATE-PAIR.
           COMPUTE W-SP-X = (W-SP-PAIR - 1) / 4 + 1.
           COMPUTE W-SP-Y = W-SP-PAIR + 2 - (W-SP-X - 1) * 4.
           MOVE 0 TO W-SP-SXY W-SP-SXX W-SP-SYY.
           PERFORM VARYING W-SP-SUB FROM 1 BY 1
               UNTIL W-SP-SUB > W-SP-N
               COMPUTE W-SP-DX = W-SP-RANK (W-SP-SUB W-SP-X) - W-SP-MEAN
               COMPUTE W-SP-DY = W-SP-RANK (W-SP-SUB W-SP-Y) - W-SP-MEAN
               COMPUTE W-SP-SXY = W-SP-SXY + W-SP-DX * W-SP-DY
               COMPUTE W-SP-SXX = W-SP-SXX + W-SP-DX * W-SP-DX
               COMPUTE W-SP-SYY = W-SP-SYY + W-SP-DY * W-SP-DY
           END-PERFORM.
           IF W-SP-SXX > 0 AND W-SP-SYY > 0
               COMPUTE W-SP-RHO (W-SP-PAIR) ROUNDED =
                   W-SP-SXY / ((W-SP-SXX * W-SP-SYY) ** 0.5)
               MOVE "Y" TO W-SP-DEFINED (W-SP-PAIR)
           END-IF.

      *****    a group with no LADs this period (a region missing    ****
      *****    from a part-feed) is left off the printed table       ****
       C099-PRINT-CORREL-ROW.
           IF W-SP-N > 0
               MOVE W-SP-GRP-NAME TO WPS-NAME
               MOVE W-SP-N        TO WPS-CNT
               PERFORM VARYING W-SP-PAIR FROM 1 BY 1
                   UNTIL W-SP-PAIR > 8
                   IF W-SP-DEFINED (W-SP-PAIR) = "Y"
                       MOVE W-SP-RHO (W-SP-PAIR) TO WPS-RHO (W-SP-PAIR)
                   ELSE
                       MOVE "      n/a" TO WPS-RHO-X (W-SP-PAIR)
                   END-IF
               END-PERFORM
               MOVE W-PRINT-CORREL TO W-PRINT-REC
               PERFORM F050-WRITE-PRINT-LINE
           END-IF.

      ******************************************************************
      * D000-DEBUG SECTION.
      * D010-SHOW-REGION.


      ******************************************************************
      *****    E section : backout of the GCHIST batches - the file  ****
      *****    is browsed on the period path and each period tallied ****
      *****    until its trailer proves the batch complete; an       ****
      *****    incomplete batch, or one that fails to balance, is    ****
      *****    deleted in place                                      ****
      *****    every complete batch for a period the feed may        ****
      *****    re-deliver is set aside on GCHISTRV, so a revision    ****
      *****    can be compared against what was published and        ****
      *****    replaces it only when the control card authorises it; ****
      *****    a restart or revision run also takes those batches    ****
      *****    off GCHIST, and E050 puts back the ones that stand    ****
      ******************************************************************
       E000-RESTART SECTION.
      *****    a normal run with empty detail feeds re-supplies no   ****
      *****    period and has nothing to set aside; a rebuild with   ****
      *****    empty feeds raises the floor past every real period   ****
      *****    so only incomplete batches are backed out             ****
       E010-BACKOUT-HISTORY.
           IF REBUILD-RUN
               MOVE 0 TO W-HB-START
               IF W-HIST-PERIOD = 0
                   MOVE 99999999      TO W-HB-FLOOR
               ELSE
                   MOVE W-HIST-PERIOD TO W-HB-FLOOR
               END-IF
           ELSE
               MOVE W-HIST-PERIOD TO W-HB-START W-HB-FLOOR
           END-IF.
           OPEN I-O HISTOUT.
           IF W-HIST-FS NOT = 0
               DISPLAY "GCHIST OPEN FAILED - FILE STATUS " W-HIST-FS
               MOVE 2 TO W-RESTART-ERR
           ELSE
               IF REBUILD-RUN OR W-HIST-PERIOD NOT = 0
                   OPEN OUTPUT HISTREV
                   MOVE W-HB-START TO HIST-PERIOD
                   PERFORM E015-START-AT-PERIOD
                   PERFORM E020-SCAN-PERIOD
                       UNTIL END-OF-HISTIN OR RESTART-REFUSED
                       OR TABLE-OVERFLOW
                   CLOSE HISTREV
               END-IF
           END-IF.
           IF REBUILD-RUN AND NOT HIST-OPEN-FAILED
               DISPLAY "GCHIST RESTART: " W-HIST-KEPT
                       " RECORDS KEPT, " W-HIST-DROPPED
                       " RECORDS BACKED OUT, " W-HIST-SET-ASIDE
                       " RECORDS SET ASIDE"
           END-IF.
      *****    position the period-path browse on the first record   ****
      *****    at or after the period in HIST-PERIOD                 ****
       E015-START-AT-PERIOD.
           MOVE 0 TO W-HIN-EOF-FLAG.
           START HISTOUT KEY NOT < HIST-PERIOD
               INVALID KEY MOVE 1 TO W-HIN-EOF-FLAG
           END-START.
           IF NOT END-OF-HISTIN
               PERFORM E040-READ-HISTIN.
      *****
       E020-SCAN-PERIOD.
           MOVE W-HIN-PERIOD TO W-HB-PERIOD.
           MOVE 0 TO W-HB-HDR-FLAG W-HB-TRL-FLAG
                     W-HB-TRL-COUNT W-HB-DATA-COUNT.
           PERFORM E025-TALLY-RECORD
               UNTIL END-OF-HISTIN OR W-HIN-PERIOD NOT = W-HB-PERIOD.
      *****    keep only batches from strictly before the first      ****
      *****    period on this run's feed - a rerun re-supplies       ****
      *****    every period from that point forward, so anything at  ****
      *****    or past it is the failed run's work or a period being ****
      *****    re-delivered: set it aside, and E050 decides at end   ****
      *****    of run whether it goes back                           ****
           EVALUATE TRUE
               WHEN NOT HB-HDR-FOUND
               OR   NOT HB-TRL-FOUND
               OR   W-HB-TRL-COUNT NOT = W-HB-DATA-COUNT
                   PERFORM E030-BACKOUT-BATCH
               WHEN W-HB-PERIOD < W-HB-FLOOR
                   ADD W-HB-DATA-COUNT TO W-HIST-KEPT
               WHEN OTHER
                   PERFORM E035-SET-ASIDE-BATCH
           END-EVALUATE.
      *****    the second pass moved the browse - pick it up again   ****
      *****    at the next period                                    ****
           MOVE 0 TO W-HIN-EOF-FLAG.
           MOVE W-HB-PERIOD TO HIST-PERIOD.
           START HISTOUT KEY > HIST-PERIOD
               INVALID KEY MOVE 1 TO W-HIN-EOF-FLAG
           END-START.
           IF NOT END-OF-HISTIN
               PERFORM E040-READ-HISTIN.
      *****
       E025-TALLY-RECORD.
           ADD 1 TO W-HIN-READ.
           EVALUATE TRUE
               WHEN W-HIN-HEADER
                   MOVE 1 TO W-HB-HDR-FLAG
               WHEN W-HIN-TRAILER
                   MOVE 1           TO W-HB-TRL-FLAG
                   MOVE W-HIN-COUNT TO W-HB-TRL-COUNT
               WHEN OTHER
                   ADD 1 TO W-HB-DATA-COUNT
           END-EVALUATE.
           PERFORM E040-READ-HISTIN.
      *****    the abended run's partial batch, or one whose trailer ****
      *****    does not agree - every record of the period comes off ****
       E030-BACKOUT-BATCH.
           DISPLAY "GCHIST BATCH FOR " W-HB-PERIOD
                   " INCOMPLETE - BACKED OUT".
           ADD W-HB-DATA-COUNT TO W-HIST-DROPPED.
           MOVE W-HB-PERIOD TO HIST-PERIOD.
           PERFORM E015-START-AT-PERIOD.
           PERFORM E032-BACKOUT-RECORD
               UNTIL END-OF-HISTIN
               OR    W-HIN-PERIOD NOT = W-HB-PERIOD
               OR    RESTART-REFUSED.
      *****
       E032-BACKOUT-RECORD.
           PERFORM E033-DELETE-RECORD.
           PERFORM E040-READ-HISTIN.
      *****    deletes the record just read - its prime key is still ****
      *****    in the record area                                    ****
       E033-DELETE-RECORD.
           DELETE HISTOUT RECORD
               INVALID KEY
                   DISPLAY "GCHIST BACKOUT FAILED AT " HIST-KEY
                           " - FILE STATUS " W-HIST-FS
                   MOVE 1 TO W-RESTART-ERR
           END-DELETE.
      *****    a complete batch at or past the floor goes to GCHISTRV ****
      *****    whole, header to trailer; the control records are     ****
      *****    written fresh around the data so the work file reads  ****
      *****    in batch order whatever order the period path returns ****
       E035-SET-ASIDE-BATCH.
           IF W-PUB-CNT NOT < W-PUB-MAX
               DISPLAY "W-PUB-TABLE FULL AT " W-PUB-MAX " PERIODS"
               DISPLAY "RUN STOPPED - RESIZE W-PUB-TABLE FOR THE"
               DISPLAY "NUMBER OF PERIODS BEING RE-SUPPLIED"
               MOVE 1 TO W-TABLE-ERROR
           ELSE
               ADD 1 TO W-PUB-CNT
               MOVE W-HB-PERIOD     TO W-PUB-PERIOD (W-PUB-CNT)
               MOVE W-HB-DATA-COUNT TO W-PUB-COUNT  (W-PUB-CNT)
               MOVE 0               TO W-PUB-STATUS (W-PUB-CNT)
               MOVE SPACES          TO W-HISTIN-FIELDS
               MOVE "*HDR*"         TO W-HIN-ID
               MOVE W-HB-PERIOD     TO W-HIN-PERIOD
               MOVE 0               TO W-HIN-COUNT
               WRITE HISTREV-REC FROM W-HISTIN-FIELDS
               MOVE W-HB-PERIOD TO HIST-PERIOD
               PERFORM E015-START-AT-PERIOD
               PERFORM E037-SET-ASIDE-RECORD
                   UNTIL END-OF-HISTIN
                   OR    W-HIN-PERIOD NOT = W-HB-PERIOD
                   OR    RESTART-REFUSED
               MOVE SPACES          TO W-HISTIN-FIELDS
               MOVE "*TRL*"         TO W-HIN-ID
               MOVE W-HB-PERIOD     TO W-HIN-PERIOD
               MOVE W-HB-DATA-COUNT TO W-HIN-COUNT
               WRITE HISTREV-REC FROM W-HISTIN-FIELDS
               ADD W-HB-DATA-COUNT TO W-HIST-SET-ASIDE
           END-IF.
      *****    on a rebuild the published batch also comes off       ****
      *****    GCHIST - E050 writes it back if it still stands       ****
       E037-SET-ASIDE-RECORD.
           IF NOT W-HIN-HEADER AND NOT W-HIN-TRAILER
               WRITE HISTREV-REC FROM W-HISTIN-FIELDS
           END-IF.
           IF REBUILD-RUN
               PERFORM E033-DELETE-RECORD.
           PERFORM E040-READ-HISTIN.
      *****
       E040-READ-HISTIN.
           READ HISTOUT NEXT RECORD INTO W-HISTIN-FIELDS
               AT END MOVE 1 TO W-HIN-EOF-FLAG
           END-READ.
      *****    the scan is bounded, as C023's is - W-PUB-SUB is left ****
      *****    on the entry found                                    ****
       E045-FIND-PUBLISHED.
           PERFORM VARYING W-PUB-SUB FROM 1 BY 1
               UNTIL W-PUB-SUB > W-PUB-CNT
               OR W-PUB-PERIOD (W-PUB-SUB) = W-PUB-KEY
           END-PERFORM.
           IF W-PUB-SUB > W-PUB-CNT
               MOVE 0 TO W-PUB-FOUND
           ELSE
               MOVE 1 TO W-PUB-FOUND
           END-IF.
      *****    rebuild - a held revision's published batch always    ****
      *****    goes back; a period this run never reached goes back  ****
      *****    on a revision run, but not on a restart, whose feed   ****
      *****    re-supplies every period from the floor on - unless   ****
      *****    the run stopped short (VSAM failure, table overflow,  ****
      *****    backout refused), when every untouched batch goes     ****
      *****    back as it was set aside                              ****
       E050-COPY-FORWARD-PUBLISHED.
           IF W-PUB-CNT > 0
               OPEN INPUT HISTREV
               MOVE 0 TO W-RV-EOF-FLAG W-RV-COPY-FLAG
               PERFORM E055-READ-HISTREV
               PERFORM E052-COPY-ONE-RECORD
                   UNTIL END-OF-HISTREV
               CLOSE HISTREV
               DISPLAY "GCHIST REBUILD: " W-REV-KEPT
                       " PUBLISHED RECORDS KEPT, " W-REV-DROPPED
                       " SUPERSEDED OR BACKED OUT"
               IF WRITEBACK-FAILED
                   DISPLAY "GCHISTRV HOLDS THE ONLY COPY OF THE"
                           " BATCHES NOT WRITTEN BACK"
                   DISPLAY "RESTORE THEM TO GCHIST BEFORE THE NEXT RUN"
               END-IF
           END-IF.
      *****
       E052-COPY-ONE-RECORD.
           IF W-HIN-HEADER
               MOVE W-HIN-PERIOD TO W-PUB-KEY
               PERFORM E045-FIND-PUBLISHED
               MOVE 0 TO W-RV-COPY-FLAG
               IF PUB-FOUND
                   IF PUB-HELD (W-PUB-SUB)
                   OR (PUB-UNTOUCHED (W-PUB-SUB)
                       AND (NOT RESTART-RUN
                            OR VSAM-FILE-ERROR
                            OR TABLE-OVERFLOW
                            OR RESTART-REFUSED))
                       MOVE 1 TO W-RV-COPY-FLAG
                   END-IF
               END-IF
           END-IF.
           IF RV-COPY-BATCH
               WRITE HIST-REC FROM W-HISTIN-FIELDS
                   INVALID KEY
                       DISPLAY "GCHIST WRITE-BACK FAILED AT " HIST-KEY
                               " - FILE STATUS " W-HIST-FS
                       MOVE 1 TO W-LAD-ERROR
                       MOVE 1 TO W-WRITEBACK-ERR
               END-WRITE
               IF NOT W-HIN-HEADER AND NOT W-HIN-TRAILER
                   ADD 1 TO W-REV-KEPT
               END-IF
           ELSE
               IF NOT W-HIN-HEADER AND NOT W-HIN-TRAILER
                   ADD 1 TO W-REV-DROPPED
               END-IF
           END-IF.
           PERFORM E055-READ-HISTREV.
      *****
       E055-READ-HISTREV.
           READ HISTREV INTO W-HISTIN-FIELDS
               AT END MOVE 1 TO W-RV-EOF-FLAG
           END-READ.
      *****    called from B026 with the period's table ranked - is  ****
      *****    this period already published, and if so what moved  ****
       E060-CHECK-REVISION.
           MOVE 0 TO W-HIST-ACTION.
           MOVE W-HIST-PERIOD TO W-PUB-KEY.
           PERFORM E045-FIND-PUBLISHED.
           IF PUB-FOUND
               PERFORM E065-LOAD-PUBLISHED-BATCH
               PERFORM E070-COMPARE-PERIOD
               PERFORM E080-DECIDE-REVISION
           END-IF.
      *****    the published batch of the period into W-PRIOR-TABLE, ****
      *****    with its totals by region as the "before" figures     ****
       E065-LOAD-PUBLISHED-BATCH.
           MOVE 0 TO W-PV-CNT W-RV-LOAD-FLAG W-RV-EOF-FLAG.
           PERFORM VARYING W-RV-REG-SUB FROM 1 BY 1
               UNTIL W-RV-REG-SUB > 10
               MOVE 0 TO W-RV-OLD-LADS (W-RV-REG-SUB)
                         W-RV-NEW-LADS (W-RV-REG-SUB)
                         W-RV-OLD-DC   (W-RV-REG-SUB)
                         W-RV-NEW-DC   (W-RV-REG-SUB)
                         W-RV-OLD-DA   (W-RV-REG-SUB)
                         W-RV-NEW-DA   (W-RV-REG-SUB)
           END-PERFORM.
           OPEN INPUT HISTREV.
           PERFORM E055-READ-HISTREV.
           PERFORM E067-LOAD-ONE-RECORD
               UNTIL END-OF-HISTREV.
           CLOSE HISTREV.
           COMPUTE W-PV-SUB = W-PV-CNT + 1.
           PERFORM UNTIL W-PV-SUB > W-PV-MAX
               MOVE HIGH-VALUES TO W-PV-LAD (W-PV-SUB)
               ADD 1 TO W-PV-SUB
           END-PERFORM.
           SORT W-PV-ENTRY ASCENDING W-PV-LAD.
      *****
       E067-LOAD-ONE-RECORD.
           EVALUATE TRUE
               WHEN W-HIN-HEADER
                   IF W-HIN-PERIOD = W-HIST-PERIOD
                       MOVE 1 TO W-RV-LOAD-FLAG
                   END-IF
               WHEN W-HIN-TRAILER
                   MOVE 0 TO W-RV-LOAD-FLAG
               WHEN OTHER
                   IF RV-LOADING AND W-PV-CNT < W-PV-MAX
                       ADD 1 TO W-PV-CNT
                       MOVE W-HIN-D-LAD  TO W-PV-LAD     (W-PV-CNT)
                       MOVE W-HIN-D-NAME TO W-PV-NAME    (W-PV-CNT)
                       MOVE W-HIN-D-RATE TO W-PV-RATE    (W-PV-CNT)
                       MOVE W-HIN-D-RANK TO W-PV-RANK    (W-PV-CNT)
                       MOVE 0            TO W-PV-MATCHED (W-PV-CNT)
                       IF  W-HIN-D-DC IS NUMERIC
                       AND W-HIN-D-DA IS NUMERIC
                           MOVE W-HIN-D-DC TO W-PV-DC    (W-PV-CNT)
                           MOVE W-HIN-D-DA TO W-PV-DA    (W-PV-CNT)
                           MOVE 1          TO W-PV-COUNTS (W-PV-CNT)
                       ELSE
                           MOVE 0 TO W-PV-DC     (W-PV-CNT)
                                     W-PV-DA     (W-PV-CNT)
                                     W-PV-COUNTS (W-PV-CNT)
                       END-IF
                       PERFORM E068-ADD-OLD-TOTALS
                   END-IF
           END-EVALUATE.
           PERFORM E055-READ-HISTREV.
      *****    a region GCHIST did not record (batches from before   ****
      *****    HIST-REGION) counts towards England only              ****
       E068-ADD-OLD-TOTALS.
           PERFORM VARYING W-RV-REG-SUB FROM 1 BY 1
               UNTIL W-RV-REG-SUB > 9
               OR W-HIN-D-REGION = W-REG (W-RV-REG-SUB)
           END-PERFORM.
           IF W-RV-REG-SUB NOT > 9
               ADD 1 TO W-RV-OLD-LADS (W-RV-REG-SUB)
               ADD W-PV-DC (W-PV-CNT) TO W-RV-OLD-DC (W-RV-REG-SUB)
               ADD W-PV-DA (W-PV-CNT) TO W-RV-OLD-DA (W-RV-REG-SUB)
           END-IF.
           ADD 1 TO W-RV-OLD-LADS (10).
           ADD W-PV-DC (W-PV-CNT) TO W-RV-OLD-DC (10).
           ADD W-PV-DA (W-PV-CNT) TO W-RV-OLD-DA (10).
      *****    one report section per re-delivered period - every    ****
      *****    LAD on this run's table against its published line,  ****
      *****    then the published LADs the re-delivery left out      ****
       E070-COMPARE-PERIOD.
           MOVE 0 TO W-RV-DIFFS W-RV-COMPARED W-RV-RATE-MOVED
                     W-RV-RANK-MOVED W-RV-DEATHS-MOVED W-RV-CUT-MOVED
                     W-RV-ADDED W-RV-DROPPED.
           MOVE W-PV-CNT TO W-RV-OLD-N.
           COMPUTE W-RV-NEW-N = WC-NUM-ENTRIES - 1.
           MOVE SPACES           TO REVRPT-REC.
           WRITE REVRPT-REC.
           MOVE W-HIST-PERIOD    TO WRVP-PERIOD.
           MOVE W-RV-OLD-N       TO WRVP-OLD-N.
           MOVE W-RV-NEW-N       TO WRVP-NEW-N.
           MOVE W-ALL-CUTOFF-N   TO WRVP-CUT.
           WRITE REVRPT-REC FROM W-RV-PERIOD-LINE.
           MOVE SPACES           TO REVRPT-REC.
           WRITE REVRPT-REC.
           WRITE REVRPT-REC FROM W-RV-HEAD.
           PERFORM VARYING WC-SUB FROM 1 BY 1
               UNTIL WC-SUB >= WC-NUM-ENTRIES
               PERFORM E072-COMPARE-NEW-LAD
           END-PERFORM.
           PERFORM VARYING W-PV-SUB FROM 1 BY 1
               UNTIL W-PV-SUB > W-PV-CNT
               PERFORM E074-CHECK-DROPPED-LAD
           END-PERFORM.
           PERFORM E076-PRINT-TOTALS.
           MOVE W-RV-COMPARED     TO WRVS-COMPARED.
           MOVE W-RV-RATE-MOVED   TO WRVS-RATE.
           MOVE W-RV-RANK-MOVED   TO WRVS-RANK.
           MOVE W-RV-DEATHS-MOVED TO WRVS-DEATHS.
           WRITE REVRPT-REC FROM W-RV-SUM-LINE1.
           MOVE W-RV-CUT-MOVED    TO WRVS-CUT.
           MOVE W-RV-ADDED        TO WRVS-ADDED.
           MOVE W-RV-DROPPED      TO WRVS-DROPPED.
           WRITE REVRPT-REC FROM W-RV-SUM-LINE2.
           COMPUTE W-RV-DIFFS = W-RV-RATE-MOVED + W-RV-RANK-MOVED
                              + W-RV-DEATHS-MOVED
                              + W-RV-ADDED + W-RV-DROPPED.
      *****
       E072-COMPARE-NEW-LAD.
           MOVE 1 TO W-RV-NEW-FLAG.
           MOVE 0 TO W-RV-OLD-FLAG W-RV-SHOW-FLAG.
           MOVE WC-DC-RATE (WC-SUB)      TO W-RV-NEW-RATE.
           MOVE WC-OVERALL-RANK (WC-SUB) TO W-RV-NEW-RANK.
           MOVE WC-REG-IX (WC-SUB)       TO W-RV-REG-SUB.
           ADD 1 TO W-RV-NEW-LADS (W-RV-REG-SUB) W-RV-NEW-LADS (10).
           ADD WC-DC (WC-SUB)  TO W-RV-NEW-DC (W-RV-REG-SUB)
                                  W-RV-NEW-DC (10).
           ADD WC-D-A (WC-SUB) TO W-RV-NEW-DA (W-RV-REG-SUB)
                                  W-RV-NEW-DA (10).
           SEARCH ALL W-PV-ENTRY
               AT END
                   ADD 1 TO W-RV-ADDED
               WHEN W-PV-LAD (W-PV-IX) = WC-LAD (WC-SUB)
                   SET W-PV-SUB TO W-PV-IX
                   MOVE 1 TO W-RV-OLD-FLAG W-PV-MATCHED (W-PV-SUB)
                   MOVE W-PV-RATE (W-PV-SUB) TO W-RV-OLD-RATE
                   MOVE W-PV-RANK (W-PV-SUB) TO W-RV-OLD-RANK
                   ADD 1 TO W-RV-COMPARED
      *****    the death counts only compare where the published     ****
      *****    batch carried them                                    ****
                   IF  W-PV-COUNTS (W-PV-SUB) = 1
                   AND (W-PV-DC (W-PV-SUB) NOT = WC-DC (WC-SUB)
                     OR W-PV-DA (W-PV-SUB) NOT = WC-D-A (WC-SUB))
                       ADD 1 TO W-RV-DEATHS-MOVED
                       MOVE 1 TO W-RV-SHOW-FLAG
                   END-IF
           END-SEARCH.
           MOVE WC-LAD (WC-SUB)      TO WRVD-LAD.
           MOVE WC-LAD-NAME (WC-SUB) TO WRVD-NAME.
           PERFORM E078-CLASSIFY-LAD.
      *****
       E074-CHECK-DROPPED-LAD.
           IF W-PV-MATCHED (W-PV-SUB) = 0
               MOVE 1 TO W-RV-OLD-FLAG
               MOVE 0 TO W-RV-NEW-FLAG W-RV-SHOW-FLAG
               MOVE W-PV-RATE (W-PV-SUB) TO W-RV-OLD-RATE
               MOVE W-PV-RANK (W-PV-SUB) TO W-RV-OLD-RANK
               MOVE W-PV-LAD (W-PV-SUB)  TO WRVD-LAD
               MOVE W-PV-NAME (W-PV-SUB) TO WRVD-NAME
               ADD 1 TO W-RV-DROPPED
               PERFORM E078-CLASSIFY-LAD
           END-IF.
      *****    rate and rank movement, and which side of the table   ****
      *****    1/2 top-N and bottom-N cuts the LAD sat on before and ****
      *****    after - the cut is this run's, applied to both sides  ****
       E078-CLASSIFY-LAD.
           MOVE 0 TO W-RV-OLD-TOP W-RV-OLD-BTM
                     W-RV-NEW-TOP W-RV-NEW-BTM.
           MOVE SPACES TO WRVD-STATUS WRVD-NOTE.
           IF RV-OLD-PRESENT
               IF W-RV-OLD-RANK NOT > W-ALL-CUTOFF-N
                   MOVE 1 TO W-RV-OLD-TOP
               END-IF
               IF W-RV-OLD-RANK + W-ALL-CUTOFF-N > W-RV-OLD-N
                   MOVE 1 TO W-RV-OLD-BTM
               END-IF
               MOVE W-RV-OLD-RATE TO WRVD-OLD-RATE
               MOVE W-RV-OLD-RANK TO WRVD-OLD-RANK
           ELSE
               MOVE SPACES  TO WRVD-OLD-RATE-X WRVD-OLD-RANK-X
               MOVE "ADDED" TO WRVD-STATUS
               MOVE 1       TO W-RV-SHOW-FLAG
           END-IF.
           IF RV-NEW-PRESENT
               IF W-RV-NEW-RANK NOT > W-ALL-CUTOFF-N
                   MOVE 1 TO W-RV-NEW-TOP
               END-IF
               IF W-RV-NEW-RANK + W-ALL-CUTOFF-N > W-RV-NEW-N
                   MOVE 1 TO W-RV-NEW-BTM
               END-IF
               MOVE W-RV-NEW-RATE TO WRVD-NEW-RATE
               MOVE W-RV-NEW-RANK TO WRVD-NEW-RANK
           ELSE
               MOVE SPACES    TO WRVD-NEW-RATE-X WRVD-NEW-RANK-X
               MOVE "DROPPED" TO WRVD-STATUS
               MOVE 1         TO W-RV-SHOW-FLAG
           END-IF.
           IF RV-OLD-PRESENT AND RV-NEW-PRESENT
               IF W-RV-OLD-RATE NOT = W-RV-NEW-RATE
                   ADD 1 TO W-RV-RATE-MOVED
                   MOVE 1 TO W-RV-SHOW-FLAG
               END-IF
               IF W-RV-OLD-RANK NOT = W-RV-NEW-RANK
                   ADD 1 TO W-RV-RANK-MOVED
                   MOVE 1 TO W-RV-SHOW-FLAG
               END-IF
               COMPUTE WRVD-CHANGE = W-RV-NEW-RATE - W-RV-OLD-RATE
               COMPUTE WRVD-MOVE   = W-RV-OLD-RANK - W-RV-NEW-RANK
           ELSE
               MOVE SPACES TO WRVD-CHANGE-X WRVD-MOVE-X
           END-IF.
           EVALUATE TRUE
               WHEN W-RV-OLD-TOP NOT = W-RV-NEW-TOP
                AND W-RV-OLD-BTM NOT = W-RV-NEW-BTM
                   MOVE "crossed both"     TO WRVD-NOTE
                   ADD 2 TO W-RV-CUT-MOVED
               WHEN W-RV-NEW-TOP > W-RV-OLD-TOP
                   MOVE "entered top-N"    TO WRVD-NOTE
                   ADD 1 TO W-RV-CUT-MOVED
               WHEN W-RV-NEW-TOP < W-RV-OLD-TOP
                   MOVE "left top-N"       TO WRVD-NOTE
                   ADD 1 TO W-RV-CUT-MOVED
               WHEN W-RV-NEW-BTM > W-RV-OLD-BTM
                   MOVE "entered bottom-N" TO WRVD-NOTE
                   ADD 1 TO W-RV-CUT-MOVED
               WHEN W-RV-NEW-BTM < W-RV-OLD-BTM
                   MOVE "left bottom-N"    TO WRVD-NOTE
                   ADD 1 TO W-RV-CUT-MOVED
           END-EVALUATE.
           IF WRVD-NOTE NOT = SPACES
               MOVE 1 TO W-RV-SHOW-FLAG.
           IF RV-SHOW-LAD
               WRITE REVRPT-REC FROM W-RV-DETAIL.
      *****    regions in W-REGION order, then England               ****
       E076-PRINT-TOTALS.
           MOVE SPACES TO REVRPT-REC.
           WRITE REVRPT-REC.
           WRITE REVRPT-REC FROM W-RV-TOT-HEAD.
           PERFORM VARYING W-RV-REG-SUB FROM 1 BY 1
               UNTIL W-RV-REG-SUB > 10
               IF W-RV-REG-SUB > 9
                   MOVE "England"                TO WRVT-NAME
               ELSE
                   MOVE WRG-NAME (W-RV-REG-SUB)  TO WRVT-NAME
               END-IF
               MOVE W-RV-OLD-LADS (W-RV-REG-SUB) TO WRVT-OLD-LADS
               MOVE W-RV-NEW-LADS (W-RV-REG-SUB) TO WRVT-NEW-LADS
               MOVE W-RV-OLD-DC   (W-RV-REG-SUB) TO WRVT-OLD-DC
               MOVE W-RV-NEW-DC   (W-RV-REG-SUB) TO WRVT-NEW-DC
               MOVE W-RV-OLD-DA   (W-RV-REG-SUB) TO WRVT-OLD-DA
               MOVE W-RV-NEW-DA   (W-RV-REG-SUB) TO WRVT-NEW-DA
               WRITE REVRPT-REC FROM W-RV-TOT-LINE
           END-PERFORM.
           MOVE SPACES TO REVRPT-REC.
           WRITE REVRPT-REC.
      *****    nothing moved - the re-delivery is a plain rerun; a   ****
      *****    real revision replaces the published batch only when  ****
      *****    CTL-REVISE authorises it, otherwise it is held        ****
       E080-DECIDE-REVISION.
           EVALUATE TRUE
               WHEN W-RV-DIFFS = 0 AND REBUILD-RUN
                   MOVE 1 TO W-PUB-STATUS (W-PUB-SUB)
                   ADD 1 TO W-REV-UNCHANGED
                   MOVE "re-delivered unchanged - batch rewritten"
                     TO WRVO-TEXT
               WHEN W-RV-DIFFS = 0
                   MOVE 1 TO W-HIST-ACTION
                   ADD 1 TO W-REV-UNCHANGED
                   MOVE "re-delivered unchanged - published batch kept"
                     TO WRVO-TEXT
               WHEN REVISE-RUN
                   MOVE 1 TO W-PUB-STATUS (W-PUB-SUB)
                   ADD 1 TO W-REV-APPLIED
                   MOVE "REVISION APPLIED - published batch replaced"
                     TO WRVO-TEXT
               WHEN OTHER
                   MOVE 2 TO W-HIST-ACTION
                   MOVE 2 TO W-PUB-STATUS (W-PUB-SUB)
                   ADD 1 TO W-REV-HELD
                   MOVE "REVISION HELD - not authorised on control card"
                     TO WRVO-TEXT
           END-EVALUATE.
           WRITE REVRPT-REC FROM W-RV-OUTCOME-LINE.
      *****
       E095-WRITE-REVRPT-TITLE.
           MOVE W-PROG-ID TO WRV-PROG-ID.
           MOVE WH1-DATE  TO WRV-DATE.
           WRITE REVRPT-REC FROM W-RV-TITLE.
           WRITE REVRPT-REC FROM W-RV-RULE.
      *****
       E098-WRITE-REVISION-SUMMARY.
           MOVE SPACES TO REVRPT-REC.
           WRITE REVRPT-REC.
           IF W-PUB-CNT = 0
               MOVE "No period on the feed had already been published"
                 TO REVRPT-REC
               WRITE REVRPT-REC
           ELSE
               MOVE W-REV-APPLIED   TO WRVE-APPLIED
               MOVE W-REV-HELD      TO WRVE-HELD
               MOVE W-REV-UNCHANGED TO WRVE-UNCHANGED
               WRITE REVRPT-REC FROM W-RV-END-LINE
           END-IF.
           WRITE REVRPT-REC FROM W-RV-RULE.

      ******************************************************************
      *****    read files and print-related paragraphs              ****
               PERFORM F060-PRINT-HEADERS
               MOVE W-PR-STORE TO W-PRINT-REC
               MOVE 1 TO W-PAGE-IND.
      *****    the publication copy takes the line first - an end-   ****
      *****    of-page throw below reuses W-PRINT-REC for headings   ****
           IF PUB-MIRROR-ON
               PERFORM G090-WRITE-PUB-LINE.
           WRITE PRINT-REC FROM W-PRINT-REC
               AT END-OF-PAGE
               PERFORM F060-PRINT-HEADERS
               MOVE W-H4       TO W-PRINT-REC
               WRITE PRINT-REC FROM W-PRINT-REC
               MOVE SPACES     TO W-PRINT-REC
               WRITE PRINT-REC FROM W-PRINT-REC
               IF PUB-MIRROR-ON
                   PERFORM G082-PUB-LAD-HEADINGS
               END-IF.

       F065-PRINT-REGION-HEADERS.
               MOVE 0 TO WP-REGION-FLAG.
               WRITE PRINT-REC FROM W-PRINT-REC.                   
               MOVE SPACES     TO W-PRINT-REC.
               WRITE PRINT-REC FROM W-PRINT-REC.
               IF PUB-MIRROR-ON
                   PERFORM G084-PUB-REGION-HEADINGS.

       F070-PRINT-REPTXT.
           READ REPTXT
           MOVE WC-POP(WC-SUB)        TO CSV-POP-ED.
           MOVE WC-DC-RATE-IH(WC-SUB) TO CSV-DC-IH-ED.
           MOVE WC-DA-RATE-IH(WC-SUB) TO CSV-DA-IH-ED.
           IF PUBLICATION-RUN
               PERFORM G078-MASK-CSV-ROW.
           MOVE SPACES TO CSV-REC.
           STRING
               CSV-PERIOD-ED                      DELIMITED BY SIZE
               INTO CSV-REC
           END-STRING.
           WRITE CSV-REC.
           ADD 1 TO W-CSV-ROWS.

       F095-WRITE-HISTORY-HEADER.
           MOVE SPACES        TO HIST-REC.
           MOVE W-HIST-PERIOD TO HIST-CTL-PERIOD.
           MOVE "*HDR*"       TO HIST-CTL-ID.
           MOVE 0             TO HIST-CTL-COUNT.
           PERFORM F097-WRITE-HISTORY-REC.

       F096-WRITE-HISTORY-TRAILER.
           MOVE SPACES        TO HIST-REC.
           MOVE W-HIST-PERIOD TO HIST-CTL-PERIOD.
           MOVE "*TRL*"       TO HIST-CTL-ID.
           MOVE W-HIST-COUNT  TO HIST-CTL-COUNT.
           PERFORM F097-WRITE-HISTORY-REC.
      *****    the period's leftovers were backed out and a period   ****
      *****    already published is never rewritten on a normal run, ****
      *****    so a duplicate key here is a file failure             ****
       F097-WRITE-HISTORY-REC.
           WRITE HIST-REC
               INVALID KEY
                   DISPLAY "GCHIST WRITE FAILED AT " HIST-KEY
                           " - FILE STATUS " W-HIST-FS
                   MOVE 1 TO W-LAD-ERROR
           END-WRITE.

       F100-WRITE-HISTORY-ROW.
           MOVE WC-PERIOD(WC-SUB)       TO HIST-PERIOD.
           MOVE WC-DC-RATE(WC-SUB)      TO HIST-DC-RATE.
           MOVE WC-OVERALL-RANK(WC-SUB) TO HIST-DC-RANK.
           MOVE WC-REGION(WC-SUB)       TO HIST-REGION.
           MOVE WC-DC(WC-SUB)           TO HIST-DC.
           MOVE WC-D-A(WC-SUB)          TO HIST-D-A.
           PERFORM F097-WRITE-HISTORY-REC.
           ADD 1 TO W-HIST-COUNT.

       F110-WRITE-CORREL-REC.
           MOVE SPACES                    TO COR-REC.
           MOVE WC-PERIOD(1)              TO COR-PERIOD.
           MOVE W-SP-GRP-TYPE             TO COR-GROUP-TYPE.
           MOVE W-SP-GRP-CODE             TO COR-GROUP.
           MOVE W-SP-GRP-NAME             TO COR-GROUP-NAME.
           MOVE W-SP-N                    TO COR-LAD-COUNT.
           PERFORM VARYING W-SP-PAIR FROM 1 BY 1
               UNTIL W-SP-PAIR > 8
               MOVE W-SP-RHO (W-SP-PAIR)     TO COR-RHO (W-SP-PAIR)
               MOVE W-SP-DEFINED (W-SP-PAIR) TO COR-DEFINED (W-SP-PAIR)
           END-PERFORM.
           WRITE COR-REC.

       F105-WRITE-COMPOSITE-ROW.
           MOVE SPACES                    TO CMP-REC.
           MOVE WC-PERIOD(WC-SUB)         TO CMP-PERIOD.
           MOVE WC-LAD(WC-SUB)            TO CMP-LAD.
           MOVE WC-LAD-NAME(WC-SUB)       TO CMP-LAD-NAME.
           MOVE WC-REGION(WC-SUB)         TO CMP-REGION.
           MOVE WC-MNM-CODE(WC-SUB)       TO CMP-MNM-CODE.
           MOVE WC-DC(WC-SUB)             TO CMP-DC.
           MOVE WC-DC-RATE(WC-SUB)        TO CMP-DC-RATE.
           MOVE WC-LOWER-CI-C(WC-SUB)     TO CMP-LOWER-CI-C.
           MOVE WC-UPPER-CI-C(WC-SUB)     TO CMP-UPPER-CI-C.
           MOVE WC-D-A(WC-SUB)            TO CMP-D-A.
           MOVE WC-DA-RATE(WC-SUB)        TO CMP-DA-RATE.
           MOVE WC-MDL-RANK(WC-SUB)       TO CMP-MDL-RANK.
           MOVE WC-EXT-RANK(WC-SUB)       TO CMP-EXT-RANK.
           MOVE WC-LC-RANK(WC-SUB)        TO CMP-LC-RANK.
           MOVE WC-RANK-AVG-RANK(WC-SUB)  TO CMP-RANK-AVG-RANK.
           MOVE WC-OVERALL-RANK(WC-SUB)   TO CMP-OVERALL-RANK.
           MOVE WC-POP(WC-SUB)            TO CMP-POP.
           MOVE WC-DC-RATE-IH(WC-SUB)     TO CMP-DC-RATE-IH.
           MOVE WC-DA-RATE-IH(WC-SUB)     TO CMP-DA-RATE-IH.
           MOVE WC-LOWER-CI-A(WC-SUB)     TO CMP-LOWER-CI-A.
           MOVE WC-UPPER-CI-A(WC-SUB)     TO CMP-UPPER-CI-A.
           WRITE CMP-REC.

      ******************************************************************
      *****    G section : disclosure control for the outputs that   ****
      *****    leave the shop - run once per period in publication   ****
      *****    mode, ahead of the tables                             ****
      *****    primary : a death count below the card threshold is   ****
      *****    withheld, with its rate and CIs                       ****
      *****    secondary : a region or quintile with exactly one     ****
      *****    figure withheld would give that figure away through   ****
      *****    its total (pack totals, table 7 rates, table 9        ****
      *****    averages), so its smallest figure still shown is      ****
      *****    withheld as well; one withheld here can leave another ****
      *****    group exposed, so the groups are passed over again    ****
      *****    until a pass withholds nothing more                   ****
      *****    a group total is withheld outright when it is itself  ****
      *****    below the threshold, or when the group has nothing    ****
      *****    left to withhold alongside its one withheld figure    ****
      ******************************************************************
       G000-DISCLOSURE SECTION.
       G010-APPLY-DISCLOSURE-CONTROL.
           MOVE 0 TO W-DS-PRIMARY W-DS-SECONDARY W-DS-TOTALS-HELD.
           PERFORM VARYING W-DS-GRP FROM 1 BY 1
               UNTIL W-DS-GRP > 14
               MOVE 0 TO W-DS-HELD (W-DS-GRP, 1)
                         W-DS-HELD (W-DS-GRP, 2)
           END-PERFORM.
           PERFORM G062-WRITE-SUPLOG-PERIOD.
           PERFORM G015-SET-QUINTILES.
           PERFORM VARYING W-DS-MEASURE FROM 1 BY 1
               UNTIL W-DS-MEASURE > 2
               PERFORM VARYING WC-SUB FROM 1 BY 1
                   UNTIL WC-SUB >= WC-NUM-ENTRIES
                   PERFORM G020-PRIMARY-CELL
               END-PERFORM
           END-PERFORM.
           MOVE 1 TO W-DS-CHANGED.
           PERFORM G025-PROTECT-PASS
               UNTIL W-DS-CHANGED = 0.
           PERFORM G065-WRITE-SUPLOG-TOTALS.

      *****    the quintile each LAD falls in, cut exactly as C060   ****
      *****    will cut it for table 9; fewer than five LADs and no  ****
      *****    table 9 is printed, so no LAD joins a quintile        ****
       G015-SET-QUINTILES.
           COMPUTE W-QT-N = WC-NUM-ENTRIES - 1.
           IF W-QT-N NOT < 5
               SORT W-CD ASCENDING WC-RANK-AVG-RANK WC-LAD
               COMPUTE W-QT-SIZE = (W-QT-N + 4) / 5
               PERFORM VARYING WC-SUB FROM 1 BY 1
                   UNTIL WC-SUB > W-QT-N
                   COMPUTE WC-QUINT(WC-SUB) =
                       (WC-SUB - 1) / W-QT-SIZE + 1
               END-PERFORM
           END-IF.

       G020-PRIMARY-CELL.
           PERFORM G040-GET-CELL.
           IF W-DS-COUNT < W-SUPP-MIN
               MOVE 1 TO W-DS-FLAG
               PERFORM G045-PUT-CELL
               ADD 1 TO W-DS-PRIMARY
               MOVE "primary"               TO WSLD-BASIS
               MOVE "count below threshold" TO WSLD-REASON
               MOVE SPACES                  TO WSLD-GROUP
               PERFORM G050-LOG-CELL
           END-IF.

       G025-PROTECT-PASS.
           MOVE 0 TO W-DS-CHANGED.
           PERFORM VARYING W-DS-MEASURE FROM 1 BY 1
               UNTIL W-DS-MEASURE > 2
               PERFORM VARYING W-DS-GRP FROM 1 BY 1
                   UNTIL W-DS-GRP > 14
                   PERFORM G030-PROTECT-GROUP
               END-PERFORM
           END-PERFORM.

       G030-PROTECT-GROUP.
           MOVE 0 TO W-DS-MEMBERS W-DS-WITHHELD W-DS-SUM W-DS-LOW-SUB
                     W-DS-LOW-COUNT.
           PERFORM VARYING WC-SUB FROM 1 BY 1
               UNTIL WC-SUB >= WC-NUM-ENTRIES
               PERFORM G035-TALLY-MEMBER
           END-PERFORM.
           EVALUATE TRUE
               WHEN W-DS-MEMBERS = 0
                 OR W-DS-HELD (W-DS-GRP, W-DS-MEASURE) = 1
                   CONTINUE
               WHEN W-DS-SUM < W-SUPP-MIN
                   MOVE "group total below threshold" TO WSLD-REASON
                   PERFORM G055-WITHHOLD-TOTAL
               WHEN W-DS-WITHHELD = 1 AND W-DS-LOW-SUB = 0
                   MOVE "total would expose one cell" TO WSLD-REASON
                   PERFORM G055-WITHHOLD-TOTAL
               WHEN W-DS-WITHHELD = 1
                   PERFORM G037-SECONDARY-CELL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       G035-TALLY-MEMBER.
           IF (W-DS-GRP NOT > 9 AND WC-REG-IX(WC-SUB) = W-DS-GRP)
           OR (W-DS-GRP > 9 AND WC-QUINT(WC-SUB) = W-DS-GRP - 9)
               PERFORM G040-GET-CELL
               ADD 1          TO W-DS-MEMBERS
               ADD W-DS-COUNT TO W-DS-SUM
               IF W-DS-FLAG > 0
                   ADD 1 TO W-DS-WITHHELD
               ELSE
                   IF W-DS-LOW-SUB = 0
                   OR W-DS-COUNT < W-DS-LOW-COUNT
                       MOVE W-DS-COUNT TO W-DS-LOW-COUNT
                       MOVE WC-SUB     TO W-DS-LOW-SUB
                   END-IF
               END-IF
           END-IF.

       G037-SECONDARY-CELL.
           MOVE W-DS-LOW-SUB TO WC-SUB.
           PERFORM G040-GET-CELL.
           MOVE 2 TO W-DS-FLAG.
           PERFORM G045-PUT-CELL.
           ADD 1 TO W-DS-SECONDARY.
           MOVE 1 TO W-DS-CHANGED.
           MOVE "secondary"                TO WSLD-BASIS.
           MOVE "protects the group total" TO WSLD-REASON.
           PERFORM G057-SET-GROUP-NAME.
           PERFORM G050-LOG-CELL.

      *****    the cell for the measure in hand - covid or all-cause ****
       G040-GET-CELL.
           IF DS-COVID
               MOVE WC-DC(WC-SUB)      TO W-DS-COUNT
               MOVE WC-SUPP-DC(WC-SUB) TO W-DS-FLAG
           ELSE
               MOVE WC-D-A(WC-SUB)     TO W-DS-COUNT
               MOVE WC-SUPP-DA(WC-SUB) TO W-DS-FLAG
           END-IF.

       G045-PUT-CELL.
           IF DS-COVID
               MOVE W-DS-FLAG TO WC-SUPP-DC(WC-SUB)
           ELSE
               MOVE W-DS-FLAG TO WC-SUPP-DA(WC-SUB)
           END-IF.

      *****    basis, reason and group already set by the caller     ****
       G050-LOG-CELL.
           MOVE WC-LAD(WC-SUB)      TO WSLD-LAD.
           MOVE WC-LAD-NAME(WC-SUB) TO WSLD-NAME.
           PERFORM G052-SET-MEASURE.
           MOVE W-DS-COUNT          TO WSLD-COUNT.
           WRITE SUPLOG-REC FROM W-SL-DETAIL.

       G052-SET-MEASURE.
           IF DS-COVID
               MOVE "covid"     TO WSLD-MEASURE
           ELSE
               MOVE "all-cause" TO WSLD-MEASURE
           END-IF.

      *****    reason already set by the caller                      ****
       G055-WITHHOLD-TOTAL.
           MOVE 1 TO W-DS-HELD (W-DS-GRP, W-DS-MEASURE).
           ADD 1 TO W-DS-TOTALS-HELD.
           MOVE SPACES        TO WSLD-LAD.
           MOVE "group total" TO WSLD-NAME.
           PERFORM G052-SET-MEASURE.
           MOVE W-DS-SUM      TO WSLD-COUNT.
           MOVE "total"       TO WSLD-BASIS.
           PERFORM G057-SET-GROUP-NAME.
           WRITE SUPLOG-REC FROM W-SL-DETAIL.

       G057-SET-GROUP-NAME.
           IF W-DS-GRP NOT > 9
               MOVE WRG-NAME(W-DS-GRP) TO WSLD-GROUP
           ELSE
               COMPUTE WDQ-NUM = W-DS-GRP - 9
               MOVE W-DS-QUINT-NAME    TO WSLD-GROUP
           END-IF.

       G060-WRITE-SUPLOG-TITLE.
           MOVE W-PROG-ID TO WSL-PROG-ID.
           MOVE WH1-DATE  TO WSL-DATE.
           WRITE SUPLOG-REC FROM W-SL-TITLE.
           WRITE SUPLOG-REC FROM W-SL-SCOPE.
           WRITE SUPLOG-REC FROM W-SL-RULE.

       G062-WRITE-SUPLOG-PERIOD.
           MOVE SPACES TO SUPLOG-REC.
           WRITE SUPLOG-REC.
           MOVE W-HIST-PERIOD TO WSLP-PERIOD.
           MOVE W-SUPP-MIN    TO WSLP-MIN.
           WRITE SUPLOG-REC FROM W-SL-PERIOD-LINE.
           MOVE SPACES TO SUPLOG-REC.
           WRITE SUPLOG-REC.
           WRITE SUPLOG-REC FROM W-SL-HEAD.

       G065-WRITE-SUPLOG-TOTALS.
           MOVE SPACES TO SUPLOG-REC.
           WRITE SUPLOG-REC.
           MOVE W-DS-PRIMARY     TO WSLS-PRIMARY.
           MOVE W-DS-SECONDARY   TO WSLS-SECONDARY.
           MOVE W-DS-TOTALS-HELD TO WSLS-TOTALS.
           WRITE SUPLOG-REC FROM W-SL-SUM-LINE.

      *****    the masks - W-PRINT-LAD / W-PRINT-REGION /            ****
      *****    W-PRINT-QUINT are rebuilt in full for every line, so  ****
      *****    masking them in place after the PRTLINE copy is taken ****
      *****    leaves nothing behind for the next line               ****
       G070-MASK-COVID-LINE.
           IF WC-SUPP-DC(WC-SUB) > 0
               MOVE W-SUPP-MARK-4 TO WP-DC-X
               MOVE W-SUPP-MARK-7 TO WP-DC-RATE-X
                                     WP-LOWER-CI-X
                                     WP-UPPER-CI-X
           END-IF.

       G072-MASK-ALLCAUSE-LINE.
           IF WC-SUPP-DA(WC-SUB) > 0
               MOVE W-SUPP-MARK-4 TO WP-DC-X
               MOVE W-SUPP-MARK-7 TO WP-DC-RATE-X
           END-IF.

       G074-MASK-REGION-LINE.
           IF W-DS-HELD (W-REG-SUB, 1) = 1
               MOVE W-SUPP-MARK-7 TO WPR-DC-100K-X
           END-IF.
           IF W-DS-HELD (W-REG-SUB, 2) = 1
               MOVE W-SUPP-MARK-7 TO WPR-DA-100K-X
           END-IF.

       G076-MASK-QUINT-LINE.
           COMPUTE W-DS-GRP = W-QT-SUB + 9.
           IF W-DS-HELD (W-DS-GRP, 1) = 1
               MOVE W-SUPP-MARK-7 TO WPQ-DC-AVG-X
           END-IF.
           IF W-DS-HELD (W-DS-GRP, 2) = 1
               MOVE W-SUPP-MARK-7 TO WPQ-DA-AVG-X
           END-IF.
           MOVE W-PRINT-QUINT TO W-PUB-REC.
           MOVE 1             TO W-PUB-LINE-FLAG.

      *****    withheld CSV figures go out as [c], the in-house      ****
      *****    rate with the ONS one                                 ****
       G078-MASK-CSV-ROW.
           IF WC-SUPP-DC(WC-SUB) > 0
               MOVE "[c]" TO CSV-DC-RATE-X CSV-DC-X CSV-DC-IH-X
           END-IF.
           IF WC-SUPP-DA(WC-SUB) > 0
               MOVE "[c]" TO CSV-DA-RATE-X CSV-DA-X CSV-DA-IH-X
           END-IF.

      *****    page headings for the publication copy, thrown each   ****
      *****    time PRTLINE throws a page while the mirror is on,    ****
      *****    numbered in a sequence of its own                     ****
       G080-PUB-PAGE-HEAD.
           ADD 1 TO W-PUB-PAGENO.
           MOVE W-PUB-PAGENO TO WH2-PAGENO.
           MOVE W-H1 TO PUBRPT-REC.
           WRITE PUBRPT-REC
               AFTER ADVANCING PAGE.
           MOVE W-H2 TO PUBRPT-REC.
           WRITE PUBRPT-REC.
           MOVE W-PAGENO TO WH2-PAGENO.

       G082-PUB-LAD-HEADINGS.
           PERFORM G080-PUB-PAGE-HEAD.
           MOVE W-H3   TO PUBRPT-REC.
           WRITE PUBRPT-REC.
           MOVE W-H4   TO PUBRPT-REC.
           WRITE PUBRPT-REC.
           MOVE SPACES TO PUBRPT-REC.
           WRITE PUBRPT-REC.

       G084-PUB-REGION-HEADINGS.
           PERFORM G080-PUB-PAGE-HEAD.
           MOVE W-H5   TO PUBRPT-REC.
           WRITE PUBRPT-REC.
           MOVE W-H6   TO PUBRPT-REC.
           WRITE PUBRPT-REC.
           MOVE W-H4   TO PUBRPT-REC.
           WRITE PUBRPT-REC.
           MOVE SPACES TO PUBRPT-REC.
           WRITE PUBRPT-REC.

       G086-PUB-PLAIN-HEADINGS.
           PERFORM G080-PUB-PAGE-HEAD.
           MOVE W-H4   TO PUBRPT-REC.
           WRITE PUBRPT-REC.
           MOVE SPACES TO PUBRPT-REC.
           WRITE PUBRPT-REC.

      *****    the masked line where the caller built one, otherwise ****
      *****    the line exactly as it goes to PRTLINE                ****
       G090-WRITE-PUB-LINE.
           IF PUB-LINE-MASKED
               MOVE W-PUB-REC   TO PUBRPT-REC
               MOVE 0           TO W-PUB-LINE-FLAG
           ELSE
               MOVE W-PRINT-REC TO PUBRPT-REC
           END-IF.
           WRITE PUBRPT-REC.

       G092-WRITE-PUB-NOTE.
           MOVE W-SUPP-MIN       TO WSN-MIN.
           MOVE W-SUPP-NOTE-LINE TO PUBRPT-REC.
           WRITE PUBRPT-REC.
           MOVE SPACES           TO PUBRPT-REC.
           WRITE PUBRPT-REC.
