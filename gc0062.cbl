      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GC0062.
       AUTHOR.        Tim Willmott.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      ******************************************************************
      **** Cumulative deaths-to-date ledger.  Runs after GC0050 and  ****
      **** posts each period's covid and all-cause death counts off  ****
      **** the GCCMPOUT composite extract to a ledger keyed on LAD   ****
      **** (GCCUMVSM), so the running totals since the first period ****
      **** on file no longer have to be re-added from every week's   ****
      **** report.                                                   ****
      **** A LAD/period is posted once only: every posting is        ****
      **** recorded on the GCCUMPST register (keyed LAD + period)    ****
      **** and looked up first, so a rerun of the same extract or a  ****
      **** backfill that re-supplies periods already posted leaves   ****
      **** the ledger as it was.                                     ****
      **** A period ONS has since revised, and GC0050 was authorised ****
      **** to republish, comes through with counts that differ from  ****
      **** those on the register: the difference is posted to the    ****
      **** ledger and the register entry brought up to date.         ****
      **** After posting, the whole ledger is browsed and reported:  ****
      **** running totals, year-to-date totals, cumulative rates per ****
      **** 100,000 from the GCPOPLAD population feed, and each LAD's ****
      **** rank on the cumulative covid rate nationally and within   ****
      **** its region, followed by region and England totals.        ****
      **** LADs with no population on the feed are listed but not    ****
      **** ranked.                                                   ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMPIN                    ASSIGN TO GCCMPOUT.
           SELECT OPTIONAL POPLAD          ASSIGN TO GCPOPLAD.
           SELECT REGION                   ASSIGN TO GCREGION.
           SELECT CUMRPT                   ASSIGN TO GCCUMRPT.
           SELECT RUNLOG                   ASSIGN TO GCRUNLOG.
           SELECT CUMLED                   ASSIGN TO GCCUMVSM
              ORGANIZATION indexed
              ACCESS dynamic
              RECORD KEY  CUM-LAD
              FILE STATUS W-CUM-FS.
           SELECT CUMPST                   ASSIGN TO GCCUMPST
              ORGANIZATION indexed
              ACCESS random
              RECORD KEY  CPS-KEY
              FILE STATUS W-CPS-FS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.
      ******************************************************************
      **** composite extract as written by GC0050 - one row per LAD  ****
      **** per period                                                ****
      ******************************************************************
       FD  CMPIN RECORDING MODE F.
           COPY GCCMPRC.

      ******************************************************************
      **** POPLAD - mid-year population estimate per LAD, same feed  ****
      **** and layout GC0050 reads; sorted ascending on PL-LAD       ****
      ******************************************************************
       FD  POPLAD RECORDING MODE F.
       01  POP-LAD.
           05  PL-LAD                  PIC X(9).
           05  PL-POPULATION           PIC 9(7).
           05  FILLER                  PIC X(64).

      ******************************************************************
      **** England Administrative Regions - same layout GC0050       ****
      **** reads; loaded at start-up for the region totals           ****
      ******************************************************************
       FD  REGION RECORDING MODE F.
       01  REGN.
           05  RG-REG              PIC X(9).
           05  RG-NAME             PIC X(30).
           05  FILLER              PIC X(41).

      ******************************************************************
      **** cumulative deaths-to-date report                          ****
      ******************************************************************
       FD  CUMRPT RECORDING MODE F.
       01  CUM-RPT-REC              PIC X(132).

      ******************************************************************
      **** run-control log shared with GC0050/GC0051/GC0052 - one    ****
      **** record appended per execution for the scheduler to gate   ****
      **** on                                                        ****
      ******************************************************************
       FD  RUNLOG RECORDING MODE F.
           COPY GCRUNRC.

      ******************************************************************
      **** cumulative ledger, keyed on LAD                           ****
      ******************************************************************
       FD  CUMLED.
           COPY GCCUMRC.

      ******************************************************************
      **** posting register, keyed on LAD + period                   ****
      ******************************************************************
       FD  CUMPST.
           COPY GCCPSRC.

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  W-PGM-VARIABLES.
           05  W-CUM-FS               PIC 99.
           05  W-CPS-FS               PIC 99.
           05  W-EOF-FLAG             PIC 9    VALUE 0.
               88  END-OF-CMPIN               VALUE 1.
           05  W-LED-EOF-FLAG         PIC 9    VALUE 0.
               88  END-OF-LEDGER              VALUE 1.
           05  W-REG-EOF-FLAG         PIC 9    VALUE 0.
               88  EOF-REGION                 VALUE 1.
           05  W-LEDGER-FLAG          PIC 9    VALUE 0.
               88  LEDGER-OK                  VALUE 0.
               88  LEDGER-FAILED              VALUE 1.
           05  W-TABLE-FLAG           PIC 9    VALUE 0.
               88  CL-TABLE-OK                VALUE 0.
               88  CL-TABLE-OVERFLOW          VALUE 1.
           05  W-CMP-READ             PIC 9(7) VALUE 0.
           05  W-POSTED               PIC 9(7) VALUE 0.
           05  W-ALREADY-POSTED       PIC 9(7) VALUE 0.
           05  W-REVISED              PIC 9(7) VALUE 0.
           05  W-DELTA-DC             PIC S9(5) VALUE 0.
           05  W-DELTA-DA             PIC S9(5) VALUE 0.
           05  W-NEW-LADS             PIC 9(5) VALUE 0.
           05  W-POST-ERRORS          PIC 9(5) VALUE 0.
           05  W-HIGH-PERIOD          PIC 9(8) VALUE 0.
           05  W-LEDGER-PERIOD        PIC 9(8) VALUE 0.
           05  W-REPORT-YEAR          PIC 9(4) VALUE 0.
           05  W-POST-YEAR            PIC 9(4) VALUE 0.
           05  W-RANK                 PIC 999  VALUE 0.
           05  W-PREV-REGION          PIC X(9) VALUE SPACES.
           05  W-RUN-DATE             PIC 9(8) VALUE 0.
           05  W-RUN-TIME             PIC 9(6) VALUE 0.
           05  W-TIME-ITEM            PIC 9(8) VALUE 0.
           05  W-RUN-RC               PIC 99   VALUE 0.

      *****    in-storage copy of the POPLAD population feed - the   ****
      *****    feed arrives in LAD order, which SEARCH ALL relies on ****
       01  W-POP-TABLE.
           05  W-PT-CNT           PIC 999  VALUE 0.
           05  W-PT-SUB           PIC 999  VALUE 0.
           05  W-PT-MAX           PIC 999  VALUE 500.
           05  W-PT-EOF-FLAG      PIC 9    VALUE 0.
               88 EOF-POPLAD               VALUE 1.
           05  W-PT-ENTRY         OCCURS 500
                                  ASCENDING KEY IS W-PT-LAD
                                  INDEXED BY W-PT-IX.
               10  W-PT-LAD       PIC X(9).
               10  W-PT-POP       PIC 9(7).

      *****    region code/name table loaded from GCREGION, with the ****
      *****    ledger totals rolled up per region                    ****
       01  W-REGION-TABLE.
           05  W-RT-CNT               PIC 99   VALUE 0.
           05  W-RT-SUB               PIC 99   VALUE 0.
           05  W-RT-FOUND             PIC 9    VALUE 0.
               88  RT-FOUND                   VALUE 1.
           05  W-RT-ENTRY OCCURS 9.
               10  W-RT-REG           PIC X(9).
               10  W-RT-NAME          PIC X(30).
               10  W-RT-LADS          PIC 9(4).
               10  W-RT-DC            PIC 9(9).
               10  W-RT-DA            PIC 9(9).
               10  W-RT-YTD-DC        PIC 9(9).
               10  W-RT-YTD-DA        PIC 9(9).
               10  W-RT-POP           PIC 9(9).
      *****    deaths of the LADs with a population only - the rate  ****
      *****    numerators, so a LAD off the population feed does not ****
      *****    inflate its region's rate                             ****
               10  W-RT-RATE-DC       PIC 9(9).
               10  W-RT-RATE-DA       PIC 9(9).

      *****    England totals, and the LADs whose region code is not ****
      *****    on GCREGION (counted nationally, listed nowhere else) ****
       01  W-NATIONAL-TOTALS.
           05  W-NT-LADS              PIC 9(4) VALUE 0.
           05  W-NT-DC                PIC 9(9) VALUE 0.
           05  W-NT-DA                PIC 9(9) VALUE 0.
           05  W-NT-YTD-DC            PIC 9(9) VALUE 0.
           05  W-NT-YTD-DA            PIC 9(9) VALUE 0.
           05  W-NT-POP               PIC 9(9) VALUE 0.
           05  W-NT-RATE-DC           PIC 9(9) VALUE 0.
           05  W-NT-RATE-DA           PIC 9(9) VALUE 0.
           05  W-NT-NO-REGION         PIC 9(4) VALUE 0.
      *****    the deaths and population the rates of the line being ****
      *****    printed are worked from                               ****
           05  W-RATE-DC              PIC 9(9) VALUE 0.
           05  W-RATE-DA              PIC 9(9) VALUE 0.
           05  W-RATE-POP             PIC 9(9) VALUE 0.

      ******************************************************************
      *****    the ledger as browsed after posting, with population  ****
      *****    and rates attached - sized to the same 500-LAD        ****
      *****    ceiling as GC0050's W-CD; unused slots are padded     ****
      *****    HIGH-VALUES ahead of each sort so they land last      ****
      ******************************************************************
       01  W-LEDGER-TABLE.
           05  W-CL-CNT               PIC 999  VALUE 0.
           05  W-CL-SUB               PIC 999  VALUE 0.
           05  W-CL-MAX               PIC 999  VALUE 500.
           05  W-CL-ENTRY OCCURS 500.
               10  W-CL-LAD           PIC X(9).
               10  W-CL-NAME          PIC X(30).
               10  W-CL-REGION        PIC X(9).
               10  W-CL-PERIODS       PIC 9(5).
               10  W-CL-DC            PIC 9(7).
               10  W-CL-DA            PIC 9(7).
               10  W-CL-YTD-YEAR      PIC 9(4).
               10  W-CL-YTD-DC        PIC 9(7).
               10  W-CL-YTD-DA        PIC 9(7).
               10  W-CL-POP           PIC 9(7).
      *****    1 = population on the feed, so the LAD is ranked      ****
               10  W-CL-RANKED        PIC 9.
               10  W-CL-DC-100K       PIC 9(5)V99.
               10  W-CL-DA-100K       PIC 9(5)V99.
               10  W-CL-NAT-RANK      PIC 999.
               10  W-CL-REG-RANK      PIC 999.

       01  W-HDG-LINES.
           05  W-HDG-TITLE            PIC X(52) VALUE
               "Cumulative covid and all-cause deaths to date by LAD".
           05  W-HDG-ASAT.
               10  FILLER             PIC X(22) VALUE
                   "Ledger as at period : ".
               10  WHA-PERIOD         PIC 9(8).
               10  FILLER             PIC X(22) VALUE
                   "   year to date for : ".
               10  WHA-YEAR           PIC 9(4).
           05  W-HDG-COLS.
               10  FILLER             PIC X(5)  VALUE "Nat".
               10  FILLER             PIC X(5)  VALUE "Reg".
               10  FILLER             PIC X(10) VALUE "LAD".
               10  FILLER             PIC X(31) VALUE "LAD Name".
               10  FILLER             PIC X(10) VALUE "Region".
               10  FILLER             PIC X(7)  VALUE "  Wks".
               10  FILLER             PIC X(9)  VALUE "Cum Covid".
               10  FILLER             PIC X(9)  VALUE "  Cum All".
               10  FILLER             PIC X(9)  VALUE "YTD Covid".
               10  FILLER             PIC X(9)  VALUE "  YTD All".
               10  FILLER             PIC X(9)  VALUE "   Pop'n".
               10  FILLER             PIC X(10) VALUE "  Cov/100k".
               10  FILLER             PIC X(10) VALUE "  All/100k".
           05  W-HDG-REGION-TITLE     PIC X(40) VALUE
               "Cumulative totals by region".
           05  W-HDG-REGION-COLS.
               10  FILLER             PIC X(41) VALUE "Region".
               10  FILLER             PIC X(6)  VALUE " #LAD".
               10  FILLER             PIC X(11) VALUE "  Cum Covid".
               10  FILLER             PIC X(11) VALUE "    Cum All".
               10  FILLER             PIC X(11) VALUE "  YTD Covid".
               10  FILLER             PIC X(11) VALUE "    YTD All".
               10  FILLER             PIC X(11) VALUE "      Pop'n".
               10  FILLER             PIC X(10) VALUE "  Cov/100k".
               10  FILLER             PIC X(10) VALUE "  All/100k".
           05  W-EMPTY-LINE           PIC X(40) VALUE
               "(ledger is empty - nothing to report)".
           05  W-FAIL-LINE            PIC X(52) VALUE
               "LEDGER I-O FAILURE - POSTING STOPPED, SEE JOB LOG".
           05  W-OVFL-LINE            PIC X(44) VALUE
               "LEDGER TABLE FULL - REPORT INCOMPLETE".

       01  W-DTL-LINE.
           05  WD-NAT-RANK            PIC ZZ9.
           05  WD-NAT-RANK-X REDEFINES WD-NAT-RANK PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-REG-RANK            PIC ZZ9.
           05  WD-REG-RANK-X REDEFINES WD-REG-RANK PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-LAD                 PIC X(9).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WD-NAME                PIC X(30).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WD-REGION              PIC X(9).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WD-PERIODS             PIC ZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-DC                  PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-DA                  PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-YTD-DC              PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-YTD-DA              PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-POP                 PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-DC-100K             PIC ZZZZ9.99.
           05  WD-DC-100K-X REDEFINES WD-DC-100K PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-DA-100K             PIC ZZZZ9.99.
           05  WD-DA-100K-X REDEFINES WD-DA-100K PIC X(8).

       01  W-REGION-LINE.
           05  WRL-REG                PIC X(9).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WRL-NAME               PIC X(30).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WRL-LADS               PIC ZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WRL-DC                 PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WRL-DA                 PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WRL-YTD-DC             PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WRL-YTD-DA             PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WRL-POP                PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WRL-DC-100K            PIC ZZZZ9.99.
           05  WRL-DC-100K-X REDEFINES WRL-DC-100K PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WRL-DA-100K            PIC ZZZZ9.99.
           05  WRL-DA-100K-X REDEFINES WRL-DA-100K PIC X(8).

       01  W-NO-REGION-LINE.
           05  FILLER                 PIC X(41) VALUE
               "LADs with a region not on GCREGION : ".
           05  WNR-LADS               PIC ZZZZ9.

       01  W-TOTALS-LINE.
           05  FILLER                 PIC X(20) VALUE
               "Extract rows read : ".
           05  WT-READ                PIC ZZZZZZ9.
           05  FILLER                 PIC X(11) VALUE
               "  posted : ".
           05  WT-POSTED              PIC ZZZZZZ9.
           05  FILLER                 PIC X(19) VALUE
               "  already posted : ".
           05  WT-ALREADY             PIC ZZZZZZ9.
           05  FILLER                 PIC X(12) VALUE
               "  revised : ".
           05  WT-REVISED             PIC ZZZZZZ9.
           05  FILLER                 PIC X(13) VALUE
               "  new LADs : ".
           05  WT-NEW-LADS            PIC ZZZZ9.
           05  FILLER                 PIC X(11) VALUE
               "  errors : ".
           05  WT-ERRORS              PIC ZZZZ9.

      ******************************************************************
      ******************************************************************
       PROCEDURE DIVISION.

       A000 SECTION.
       A001.
           PERFORM A010-OPEN-FILES.
           IF LEDGER-OK
               PERFORM A020-READ-CMPIN
               PERFORM B010-POST-ROW
                   UNTIL END-OF-CMPIN OR LEDGER-FAILED
           END-IF.
           IF LEDGER-FAILED
               MOVE W-FAIL-LINE TO CUM-RPT-REC
               WRITE CUM-RPT-REC
           ELSE
               PERFORM B020-LOAD-LEDGER
               PERFORM B030-RANK-LEDGER
               PERFORM B040-PRINT-LEDGER
               PERFORM B050-PRINT-REGIONS
           END-IF.
           PERFORM B060-WRITE-TOTALS.
           PERFORM A040-WRITE-RUN-LOG.
           PERFORM A030-CLOSE-FILES.
       A999.
           MOVE W-RUN-RC TO RETURN-CODE.
           STOP RUN.
      ******************************************************************

       A010-OPEN-FILES.
           OPEN INPUT  CMPIN.
           OPEN OUTPUT CUMRPT.
           OPEN EXTEND RUNLOG.
           OPEN I-O    CUMLED CUMPST.
           IF W-CUM-FS NOT = 0 OR W-CPS-FS NOT = 0
               DISPLAY "GCCUMVSM/GCCUMPST OPEN FAILED, FS="
                       W-CUM-FS "/" W-CPS-FS
               MOVE 1 TO W-LEDGER-FLAG
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
           ACCEPT W-TIME-ITEM FROM TIME.
           MOVE W-TIME-ITEM(1:6) TO W-RUN-TIME.
           PERFORM A015-LOAD-TABLES.

      *****    population and region tables are only lookups - load  ****
      *****    them and let the files go                             ****
       A015-LOAD-TABLES.
           OPEN INPUT POPLAD REGION.
           PERFORM A016-READ-POPLAD
               UNTIL EOF-POPLAD.
           COMPUTE W-PT-SUB = W-PT-CNT + 1.
           PERFORM UNTIL W-PT-SUB > W-PT-MAX
               MOVE HIGH-VALUES TO W-PT-LAD (W-PT-SUB)
               ADD 1 TO W-PT-SUB
           END-PERFORM.
           PERFORM A017-READ-REGION
               UNTIL EOF-REGION.
           CLOSE POPLAD REGION.

       A016-READ-POPLAD.
           READ POPLAD
               AT END
                   MOVE 1 TO W-PT-EOF-FLAG
               NOT AT END
                   IF W-PT-CNT < W-PT-MAX
                       ADD 1 TO W-PT-CNT
                       MOVE PL-LAD        TO W-PT-LAD (W-PT-CNT)
                       MOVE PL-POPULATION TO W-PT-POP (W-PT-CNT)
                   ELSE
                       DISPLAY "W-POP-TABLE FULL AT " W-PT-MAX
                               " - POPULATION DROPPED FOR " PL-LAD
                   END-IF
           END-READ.

       A017-READ-REGION.
           READ REGION
               AT END
                   MOVE 1 TO W-REG-EOF-FLAG
               NOT AT END
                   IF W-RT-CNT < 9
                       ADD 1 TO W-RT-CNT
                       MOVE RG-REG  TO W-RT-REG  (W-RT-CNT)
                       MOVE RG-NAME TO W-RT-NAME (W-RT-CNT)
                       MOVE 0 TO W-RT-LADS   (W-RT-CNT)
                                 W-RT-DC     (W-RT-CNT)
                                 W-RT-DA     (W-RT-CNT)
                                 W-RT-YTD-DC (W-RT-CNT)
                                 W-RT-YTD-DA (W-RT-CNT)
                                 W-RT-POP    (W-RT-CNT)
                                 W-RT-RATE-DC (W-RT-CNT)
                                 W-RT-RATE-DA (W-RT-CNT)
                   END-IF
           END-READ.

       A020-READ-CMPIN.
           READ CMPIN
               AT END MOVE 1 TO W-EOF-FLAG
               NOT AT END ADD 1 TO W-CMP-READ
           END-READ.

       A030-CLOSE-FILES.
           CLOSE CMPIN CUMRPT RUNLOG CUMLED CUMPST.

      *****    the machine-readable account of this run - outcome,   ****
      *****    condition code and the posting counts                 ****
       A040-WRITE-RUN-LOG.
           EVALUATE TRUE
               WHEN CL-TABLE-OVERFLOW
                   MOVE 16 TO W-RUN-RC
                   MOVE "TABLE OVERFLOW"    TO RUN-OUTCOME
               WHEN LEDGER-FAILED
                   MOVE 12 TO W-RUN-RC
                   MOVE "VSAM FAILURE"      TO RUN-OUTCOME
               WHEN W-CMP-READ = 0
                   MOVE 08 TO W-RUN-RC
                   MOVE "EMPTY INPUT"       TO RUN-OUTCOME
               WHEN OTHER
                   MOVE 00 TO W-RUN-RC
                   MOVE "OK"                TO RUN-OUTCOME
           END-EVALUATE.
           MOVE "GC0062"         TO RUN-PROGRAM.
           MOVE W-RUN-DATE       TO RUN-DATE.
           MOVE W-RUN-TIME       TO RUN-TIME.
           MOVE W-HIGH-PERIOD    TO RUN-PERIOD.
           MOVE W-CMP-READ       TO RUN-RECS-READ.
           COMPUTE RUN-RECS-MATCHED = W-POSTED + W-REVISED.
           MOVE W-POST-ERRORS    TO RUN-RECS-REJECTED.
           MOVE W-RUN-RC         TO RUN-RETURN-CODE.
           WRITE RUN-REC.

      ******************************************************************
      **** B section : post the extract, then browse, rank and       ****
      **** report the whole ledger                                   ****
      ******************************************************************
       B000 SECTION.
      *****    a LAD/period already on the posting register has been ****
      *****    counted before - skip it, do not post it again, unless ****
      *****    the counts have been revised since                    ****
       B010-POST-ROW.
           IF CMP-PERIOD > W-HIGH-PERIOD
               MOVE CMP-PERIOD TO W-HIGH-PERIOD
           END-IF.
           MOVE CMP-LAD    TO CPS-LAD.
           MOVE CMP-PERIOD TO CPS-PERIOD.
           READ CUMPST
               INVALID KEY
                   PERFORM C010-POST-PERIOD
               NOT INVALID KEY
                   IF  CPS-DC  = CMP-DC
                   AND CPS-D-A = CMP-D-A
                       ADD 1 TO W-ALREADY-POSTED
                   ELSE
                       PERFORM C015-POST-REVISION
                   END-IF
           END-READ.
           PERFORM A020-READ-CMPIN.

      *****    browse the ledger from the top into W-LEDGER-TABLE,   ****
      *****    attaching population and cumulative rates             ****
       B020-LOAD-LEDGER.
           CLOSE CUMLED.
           OPEN INPUT CUMLED.
           PERFORM C050-READ-LEDGER.
           PERFORM C060-LOAD-LEDGER-ENTRY
               UNTIL END-OF-LEDGER OR CL-TABLE-OVERFLOW.

      *****    region ranks first (region, then rate), then the      ****
      *****    national ranks on the order the report is printed in; ****
      *****    an unranked LAD (no population) sorts after the       ****
      *****    ranked ones of its group                              ****
       B030-RANK-LEDGER.
           COMPUTE W-CL-SUB = W-CL-CNT + 1.
           PERFORM UNTIL W-CL-SUB > W-CL-MAX
               MOVE HIGH-VALUES TO W-CL-LAD    (W-CL-SUB)
                                   W-CL-REGION (W-CL-SUB)
               MOVE 0 TO W-CL-RANKED  (W-CL-SUB)
                         W-CL-DC-100K (W-CL-SUB)
               ADD 1 TO W-CL-SUB
           END-PERFORM.
           SORT W-CL-ENTRY ASCENDING  W-CL-REGION
                           DESCENDING W-CL-RANKED W-CL-DC-100K
                           ASCENDING  W-CL-LAD.
           MOVE HIGH-VALUES TO W-PREV-REGION.
           PERFORM VARYING W-CL-SUB FROM 1 BY 1
               UNTIL W-CL-SUB > W-CL-CNT
               IF W-CL-REGION (W-CL-SUB) NOT = W-PREV-REGION
                   MOVE 0 TO W-RANK
                   MOVE W-CL-REGION (W-CL-SUB) TO W-PREV-REGION
               END-IF
               IF W-CL-RANKED (W-CL-SUB) = 1
                   ADD 1 TO W-RANK
                   MOVE W-RANK TO W-CL-REG-RANK (W-CL-SUB)
               ELSE
                   MOVE 0 TO W-CL-REG-RANK (W-CL-SUB)
               END-IF
           END-PERFORM.
           SORT W-CL-ENTRY DESCENDING W-CL-RANKED W-CL-DC-100K
                           ASCENDING  W-CL-LAD.
           MOVE 0 TO W-RANK.
           PERFORM VARYING W-CL-SUB FROM 1 BY 1
               UNTIL W-CL-SUB > W-CL-CNT
               IF W-CL-RANKED (W-CL-SUB) = 1
                   ADD 1 TO W-RANK
                   MOVE W-RANK TO W-CL-NAT-RANK (W-CL-SUB)
               ELSE
                   MOVE 0 TO W-CL-NAT-RANK (W-CL-SUB)
               END-IF
           END-PERFORM.

       B040-PRINT-LEDGER.
           MOVE W-HDG-TITLE     TO CUM-RPT-REC.
           WRITE CUM-RPT-REC.
           MOVE W-LEDGER-PERIOD TO WHA-PERIOD.
           MOVE W-REPORT-YEAR   TO WHA-YEAR.
           MOVE W-HDG-ASAT      TO CUM-RPT-REC.
           WRITE CUM-RPT-REC.
           MOVE SPACES          TO CUM-RPT-REC.
           WRITE CUM-RPT-REC.
           MOVE W-HDG-COLS      TO CUM-RPT-REC.
           WRITE CUM-RPT-REC.
           IF W-CL-CNT = 0
               MOVE W-EMPTY-LINE TO CUM-RPT-REC
               WRITE CUM-RPT-REC
           ELSE
               PERFORM VARYING W-CL-SUB FROM 1 BY 1
                   UNTIL W-CL-SUB > W-CL-CNT
                   PERFORM C070-PRINT-LEDGER-LINE
               END-PERFORM
           END-IF.
           IF CL-TABLE-OVERFLOW
               MOVE W-OVFL-LINE TO CUM-RPT-REC
               WRITE CUM-RPT-REC
           END-IF.

       B050-PRINT-REGIONS.
           MOVE SPACES               TO CUM-RPT-REC.
           WRITE CUM-RPT-REC.
           MOVE W-HDG-REGION-TITLE   TO CUM-RPT-REC.
           WRITE CUM-RPT-REC.
           MOVE SPACES               TO CUM-RPT-REC.
           WRITE CUM-RPT-REC.
           MOVE W-HDG-REGION-COLS    TO CUM-RPT-REC.
           WRITE CUM-RPT-REC.
           PERFORM VARYING W-RT-SUB FROM 1 BY 1
               UNTIL W-RT-SUB > W-RT-CNT
               MOVE W-RT-REG    (W-RT-SUB) TO WRL-REG
               MOVE W-RT-NAME   (W-RT-SUB) TO WRL-NAME
               MOVE W-RT-LADS   (W-RT-SUB) TO WRL-LADS
               MOVE W-RT-DC     (W-RT-SUB) TO WRL-DC
               MOVE W-RT-DA     (W-RT-SUB) TO WRL-DA
               MOVE W-RT-YTD-DC (W-RT-SUB) TO WRL-YTD-DC
               MOVE W-RT-YTD-DA (W-RT-SUB) TO WRL-YTD-DA
               MOVE W-RT-POP    (W-RT-SUB) TO WRL-POP
               MOVE W-RT-RATE-DC (W-RT-SUB) TO W-RATE-DC
               MOVE W-RT-RATE-DA (W-RT-SUB) TO W-RATE-DA
               MOVE W-RT-POP    (W-RT-SUB) TO W-RATE-POP
               PERFORM C080-PRINT-REGION-LINE
           END-PERFORM.
           MOVE SPACES      TO WRL-REG.
           MOVE "England"   TO WRL-NAME.
           MOVE W-NT-LADS   TO WRL-LADS.
           MOVE W-NT-DC     TO WRL-DC.
           MOVE W-NT-DA     TO WRL-DA.
           MOVE W-NT-YTD-DC TO WRL-YTD-DC.
           MOVE W-NT-YTD-DA TO WRL-YTD-DA.
           MOVE W-NT-POP    TO WRL-POP.
           MOVE W-NT-RATE-DC TO W-RATE-DC.
           MOVE W-NT-RATE-DA TO W-RATE-DA.
           MOVE W-NT-POP    TO W-RATE-POP.
           PERFORM C080-PRINT-REGION-LINE.
           IF W-NT-NO-REGION > 0
               MOVE W-NT-NO-REGION   TO WNR-LADS
               MOVE W-NO-REGION-LINE TO CUM-RPT-REC
               WRITE CUM-RPT-REC
           END-IF.

       B060-WRITE-TOTALS.
           MOVE SPACES           TO CUM-RPT-REC.
           WRITE CUM-RPT-REC.
           MOVE W-CMP-READ       TO WT-READ.
           MOVE W-POSTED         TO WT-POSTED.
           MOVE W-ALREADY-POSTED TO WT-ALREADY.
           MOVE W-REVISED        TO WT-REVISED.
           MOVE W-NEW-LADS       TO WT-NEW-LADS.
           MOVE W-POST-ERRORS    TO WT-ERRORS.
           MOVE W-TOTALS-LINE    TO CUM-RPT-REC.
           WRITE CUM-RPT-REC.

      ******************************************************************
      **** C section : post one LAD/period, ledger browse and report ****
      **** detail lines                                              ****
      ******************************************************************
       C000 SECTION.
       C010-POST-PERIOD.
           MOVE CMP-LAD TO CUM-LAD.
           READ CUMLED
               INVALID KEY
                   PERFORM C020-ADD-LEDGER-REC
               NOT INVALID KEY
                   PERFORM C030-UPDATE-LEDGER-REC
           END-READ.

      *****    a revised period - only the difference between the    ****
      *****    counts now and those posted before goes on; the       ****
      *****    period count and first/last periods do not move, and  ****
      *****    the YTD totals only if they cover the period's year   ****
       C015-POST-REVISION.
           COMPUTE W-DELTA-DC = CMP-DC  - CPS-DC.
           COMPUTE W-DELTA-DA = CMP-D-A - CPS-D-A.
           MOVE CMP-LAD TO CUM-LAD.
           READ CUMLED
               INVALID KEY
                   DISPLAY "GCCUMVSM RECORD MISSING FOR POSTED "
                           CPS-KEY
                   ADD 1 TO W-POST-ERRORS
               NOT INVALID KEY
                   PERFORM C016-APPLY-REVISION
           END-READ.

       C016-APPLY-REVISION.
           ADD W-DELTA-DC TO CUM-DC-TOTAL.
           ADD W-DELTA-DA TO CUM-DA-TOTAL.
           MOVE CMP-PERIOD (1:4) TO W-POST-YEAR.
           IF W-POST-YEAR = CUM-YTD-YEAR
               ADD W-DELTA-DC TO CUM-YTD-DC
               ADD W-DELTA-DA TO CUM-YTD-DA
           END-IF.
           MOVE W-RUN-DATE TO CUM-UPD-DATE.
           REWRITE CUM-REC
               INVALID KEY
                   DISPLAY "GCCUMVSM REWRITE FAILED FOR " CMP-LAD
                           " FS=" W-CUM-FS
                   ADD 1 TO W-POST-ERRORS
                   MOVE 1 TO W-LEDGER-FLAG
               NOT INVALID KEY
                   PERFORM C045-REWRITE-POSTING
           END-REWRITE.

       C020-ADD-LEDGER-REC.
           MOVE SPACES  TO CUM-REC.
           MOVE CMP-LAD TO CUM-LAD.
           MOVE 0 TO CUM-FIRST-PERIOD CUM-LAST-PERIOD CUM-PERIOD-CNT
                     CUM-DC-TOTAL CUM-DA-TOTAL CUM-YTD-YEAR
                     CUM-YTD-DC CUM-YTD-DA.
           PERFORM C025-ACCUMULATE.
           WRITE CUM-REC
               INVALID KEY
                   DISPLAY "GCCUMVSM WRITE FAILED FOR " CMP-LAD
                           " FS=" W-CUM-FS
                   ADD 1 TO W-POST-ERRORS
                   MOVE 1 TO W-LEDGER-FLAG
               NOT INVALID KEY
                   ADD 1 TO W-NEW-LADS
                   PERFORM C040-WRITE-POSTING
           END-WRITE.

       C030-UPDATE-LEDGER-REC.
           PERFORM C025-ACCUMULATE.
           REWRITE CUM-REC
               INVALID KEY
                   DISPLAY "GCCUMVSM REWRITE FAILED FOR " CMP-LAD
                           " FS=" W-CUM-FS
                   ADD 1 TO W-POST-ERRORS
                   MOVE 1 TO W-LEDGER-FLAG
               NOT INVALID KEY
                   PERFORM C040-WRITE-POSTING
           END-REWRITE.

      *****    running totals always move; the YTD totals only for   ****
      *****    the calendar year of the latest period posted - a     ****
      *****    later year starts them afresh, a backfilled earlier   ****
      *****    year leaves them alone; name and region follow the    ****
      *****    latest period                                         ****
       C025-ACCUMULATE.
           ADD CMP-DC  TO CUM-DC-TOTAL.
           ADD CMP-D-A TO CUM-DA-TOTAL.
           ADD 1       TO CUM-PERIOD-CNT.
           MOVE CMP-PERIOD (1:4) TO W-POST-YEAR.
           EVALUATE TRUE
               WHEN W-POST-YEAR > CUM-YTD-YEAR
                   MOVE W-POST-YEAR TO CUM-YTD-YEAR
                   MOVE CMP-DC      TO CUM-YTD-DC
                   MOVE CMP-D-A     TO CUM-YTD-DA
               WHEN W-POST-YEAR = CUM-YTD-YEAR
                   ADD CMP-DC       TO CUM-YTD-DC
                   ADD CMP-D-A      TO CUM-YTD-DA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF CUM-FIRST-PERIOD = 0 OR CMP-PERIOD < CUM-FIRST-PERIOD
               MOVE CMP-PERIOD TO CUM-FIRST-PERIOD
           END-IF.
           IF CMP-PERIOD NOT < CUM-LAST-PERIOD
               MOVE CMP-PERIOD   TO CUM-LAST-PERIOD
               MOVE CMP-LAD-NAME TO CUM-LAD-NAME
               MOVE CMP-REGION   TO CUM-REGION
           END-IF.
           MOVE W-RUN-DATE TO CUM-UPD-DATE.

      *****    the register entry goes on only once the ledger has   ****
      *****    taken the counts, so a failed update is retried by    ****
      *****    the next run rather than marked done                  ****
       C040-WRITE-POSTING.
           MOVE CMP-LAD    TO CPS-LAD.
           MOVE CMP-PERIOD TO CPS-PERIOD.
           MOVE CMP-DC     TO CPS-DC.
           MOVE CMP-D-A    TO CPS-D-A.
           MOVE W-RUN-DATE TO CPS-POST-DATE.
           MOVE W-RUN-TIME TO CPS-POST-TIME.
           WRITE CPS-REC
               INVALID KEY
                   DISPLAY "GCCUMPST WRITE FAILED FOR " CPS-KEY
                           " FS=" W-CPS-FS
                   ADD 1 TO W-POST-ERRORS
                   MOVE 1 TO W-LEDGER-FLAG
               NOT INVALID KEY
                   ADD 1 TO W-POSTED
           END-WRITE.

      *****    the register entry read in B010 takes the revised     ****
      *****    counts, so a rerun of the same extract finds nothing  ****
      *****    left to post                                          ****
       C045-REWRITE-POSTING.
           MOVE CMP-DC     TO CPS-DC.
           MOVE CMP-D-A    TO CPS-D-A.
           MOVE W-RUN-DATE TO CPS-POST-DATE.
           MOVE W-RUN-TIME TO CPS-POST-TIME.
           REWRITE CPS-REC
               INVALID KEY
                   DISPLAY "GCCUMPST REWRITE FAILED FOR " CPS-KEY
                           " FS=" W-CPS-FS
                   ADD 1 TO W-POST-ERRORS
                   MOVE 1 TO W-LEDGER-FLAG
               NOT INVALID KEY
                   ADD 1 TO W-REVISED
           END-REWRITE.

       C050-READ-LEDGER.
           READ CUMLED NEXT RECORD
               AT END MOVE 1 TO W-LED-EOF-FLAG
           END-READ.

       C060-LOAD-LEDGER-ENTRY.
           IF W-CL-CNT < W-CL-MAX
               ADD 1 TO W-CL-CNT
               MOVE CUM-LAD          TO W-CL-LAD      (W-CL-CNT)
               MOVE CUM-LAD-NAME     TO W-CL-NAME     (W-CL-CNT)
               MOVE CUM-REGION       TO W-CL-REGION   (W-CL-CNT)
               MOVE CUM-PERIOD-CNT   TO W-CL-PERIODS  (W-CL-CNT)
               MOVE CUM-DC-TOTAL     TO W-CL-DC       (W-CL-CNT)
               MOVE CUM-DA-TOTAL     TO W-CL-DA       (W-CL-CNT)
               MOVE CUM-YTD-YEAR     TO W-CL-YTD-YEAR (W-CL-CNT)
               MOVE CUM-YTD-DC       TO W-CL-YTD-DC   (W-CL-CNT)
               MOVE CUM-YTD-DA       TO W-CL-YTD-DA   (W-CL-CNT)
               IF CUM-LAST-PERIOD > W-LEDGER-PERIOD
                   MOVE CUM-LAST-PERIOD TO W-LEDGER-PERIOD
               END-IF
               IF CUM-YTD-YEAR > W-REPORT-YEAR
                   MOVE CUM-YTD-YEAR TO W-REPORT-YEAR
               END-IF
               PERFORM C065-SET-POPULATION
               PERFORM C050-READ-LEDGER
           ELSE
               DISPLAY "W-LEDGER-TABLE FULL AT " W-CL-MAX " ENTRIES"
               DISPLAY "RESIZE W-LEDGER-TABLE FOR THE GROWN LEDGER"
               MOVE 1 TO W-TABLE-FLAG
           END-IF.

      *****    a LAD off the population feed keeps zero rates and is ****
      *****    left unranked rather than ranked on a made-up rate    ****
       C065-SET-POPULATION.
           MOVE 0 TO W-CL-POP     (W-CL-CNT)
                     W-CL-RANKED  (W-CL-CNT)
                     W-CL-DC-100K (W-CL-CNT)
                     W-CL-DA-100K (W-CL-CNT).
           SEARCH ALL W-PT-ENTRY
               AT END
                   CONTINUE
               WHEN W-PT-LAD (W-PT-IX) = CUM-LAD
                   MOVE W-PT-POP (W-PT-IX) TO W-CL-POP (W-CL-CNT)
           END-SEARCH.
           IF W-CL-POP (W-CL-CNT) > 0
               MOVE 1 TO W-CL-RANKED (W-CL-CNT)
               COMPUTE W-CL-DC-100K (W-CL-CNT) ROUNDED =
                   CUM-DC-TOTAL * 100000 / W-CL-POP (W-CL-CNT)
               COMPUTE W-CL-DA-100K (W-CL-CNT) ROUNDED =
                   CUM-DA-TOTAL * 100000 / W-CL-POP (W-CL-CNT)
           END-IF.

      *****    YTD columns show only a LAD whose YTD year is the     ****
      *****    report year - a LAD with nothing posted this year     ****
      *****    shows zero; the region and England rollups are        ****
      *****    accumulated on the same walk                          ****
       C070-PRINT-LEDGER-LINE.
           MOVE W-CL-NAT-RANK (W-CL-SUB) TO WD-NAT-RANK.
           MOVE W-CL-REG-RANK (W-CL-SUB) TO WD-REG-RANK.
           IF W-CL-RANKED (W-CL-SUB) = 0
               MOVE SPACES TO WD-NAT-RANK-X WD-REG-RANK-X
                              WD-DC-100K-X  WD-DA-100K-X
           ELSE
               MOVE W-CL-DC-100K (W-CL-SUB) TO WD-DC-100K
               MOVE W-CL-DA-100K (W-CL-SUB) TO WD-DA-100K
           END-IF.
           MOVE W-CL-LAD     (W-CL-SUB) TO WD-LAD.
           MOVE W-CL-NAME    (W-CL-SUB) TO WD-NAME.
           MOVE W-CL-REGION  (W-CL-SUB) TO WD-REGION.
           MOVE W-CL-PERIODS (W-CL-SUB) TO WD-PERIODS.
           MOVE W-CL-DC      (W-CL-SUB) TO WD-DC.
           MOVE W-CL-DA      (W-CL-SUB) TO WD-DA.
           MOVE W-CL-POP     (W-CL-SUB) TO WD-POP.
           IF W-CL-YTD-YEAR (W-CL-SUB) NOT = W-REPORT-YEAR
               MOVE 0 TO W-CL-YTD-DC (W-CL-SUB)
                         W-CL-YTD-DA (W-CL-SUB)
           END-IF.
           MOVE W-CL-YTD-DC  (W-CL-SUB) TO WD-YTD-DC.
           MOVE W-CL-YTD-DA  (W-CL-SUB) TO WD-YTD-DA.
           MOVE W-DTL-LINE TO CUM-RPT-REC.
           WRITE CUM-RPT-REC.
           PERFORM C075-ROLL-UP-LAD.

       C075-ROLL-UP-LAD.
           ADD 1                        TO W-NT-LADS.
           ADD W-CL-DC     (W-CL-SUB)   TO W-NT-DC.
           ADD W-CL-DA     (W-CL-SUB)   TO W-NT-DA.
           ADD W-CL-YTD-DC (W-CL-SUB)   TO W-NT-YTD-DC.
           ADD W-CL-YTD-DA (W-CL-SUB)   TO W-NT-YTD-DA.
           ADD W-CL-POP    (W-CL-SUB)   TO W-NT-POP.
           IF W-CL-RANKED (W-CL-SUB) = 1
               ADD W-CL-DC (W-CL-SUB)   TO W-NT-RATE-DC
               ADD W-CL-DA (W-CL-SUB)   TO W-NT-RATE-DA
           END-IF.
           MOVE 0 TO W-RT-FOUND.
           PERFORM VARYING W-RT-SUB FROM 1 BY 1
               UNTIL W-RT-SUB > W-RT-CNT
               OR RT-FOUND
               IF W-RT-REG (W-RT-SUB) = W-CL-REGION (W-CL-SUB)
                   MOVE 1 TO W-RT-FOUND
               END-IF
           END-PERFORM.
           IF NOT RT-FOUND
               ADD 1 TO W-NT-NO-REGION
           ELSE
      *****    the VARYING stepped once more before the UNTIL saw    ****
      *****    the match                                             ****
               SUBTRACT 1 FROM W-RT-SUB
               ADD 1                      TO W-RT-LADS   (W-RT-SUB)
               ADD W-CL-DC     (W-CL-SUB) TO W-RT-DC     (W-RT-SUB)
               ADD W-CL-DA     (W-CL-SUB) TO W-RT-DA     (W-RT-SUB)
               ADD W-CL-YTD-DC (W-CL-SUB) TO W-RT-YTD-DC (W-RT-SUB)
               ADD W-CL-YTD-DA (W-CL-SUB) TO W-RT-YTD-DA (W-RT-SUB)
               ADD W-CL-POP    (W-CL-SUB) TO W-RT-POP    (W-RT-SUB)
               IF W-CL-RANKED (W-CL-SUB) = 1
                   ADD W-CL-DC (W-CL-SUB) TO W-RT-RATE-DC (W-RT-SUB)
                   ADD W-CL-DA (W-CL-SUB) TO W-RT-RATE-DA (W-RT-SUB)
               END-IF
           END-IF.

      *****    population-weighted rates, worked the way GC0050's    ****
      *****    table 7 works its region rates; blank, not a made-up  ****
      *****    zero, when nothing in the group carries a population  ****
       C080-PRINT-REGION-LINE.
           IF W-RATE-POP = 0
               MOVE SPACES TO WRL-DC-100K-X WRL-DA-100K-X
           ELSE
               COMPUTE WRL-DC-100K ROUNDED =
                   W-RATE-DC * 100000 / W-RATE-POP
               COMPUTE WRL-DA-100K ROUNDED =
                   W-RATE-DA * 100000 / W-RATE-POP
           END-IF.
           MOVE W-REGION-LINE TO CUM-RPT-REC.
           WRITE CUM-RPT-REC.
