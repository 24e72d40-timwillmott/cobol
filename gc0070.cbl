      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GC0070.
       AUTHOR.        Tim Willmott.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      ******************************************************************
      **** Single-LAD dossier inquiry.  Control cards name one or    ****
      **** more LAD codes and the program prints a dossier for each, ****
      **** every one starting on a new page so it can be sent on its ****
      **** own.  For each LAD it brings together, in one document,   ****
      **** what otherwise takes four inquiry runs -                  ****
      ****   - the current GCLADVSM lookup record                    ****
      ****   - the latest period's composite figures and ranks off   ****
      ****     GCCMPOUT                                              ****
      ****   - the full rate and rank history, from GCHIST (a browse ****
      ****     on the prime key) merged with any periods rolled off  ****
      ****     to the GCHISTAR archive generations, in period order  ****
      ****   - every GCLADAUD maintenance entry for the LAD, with    ****
      ****     its before and after images                           ****
      **** A history line whose name or region differs from today's  ****
      **** lookup record is flagged, and the differences counted, so ****
      **** a renamed or re-regioned LAD shows up at a glance.        ****
      **** A LAD found on none of the files sets condition code 4 -  ****
      **** usually a mistyped code on the card.                      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTLCARD         ASSIGN TO GCDOSCRD.
           SELECT LOCAUTHDIST              ASSIGN TO GCLADVSM
              ORGANIZATION indexed
              ACCESS random
              RECORD KEY  L-LAD
              FILE STATUS W-LAD-FS.
           SELECT HISTIN                   ASSIGN TO GCHIST
              ORGANIZATION indexed
              ACCESS dynamic
              RECORD KEY  HIST-KEY
              ALTERNATE RECORD KEY HIST-PERIOD WITH DUPLICATES
              FILE STATUS W-HIST-FS.
           SELECT OPTIONAL ARCHIN          ASSIGN TO GCHISTAR.
           SELECT OPTIONAL CMPIN           ASSIGN TO GCCMPOUT.
           SELECT OPTIONAL LADAUD          ASSIGN TO GCLADAUD.
           SELECT DOSRPT                   ASSIGN TO GCDOSRPT.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.
      ******************************************************************
      **** control cards - up to eight LAD codes per card, blank     ****
      **** slots ignored, as many cards as are needed                ****
      ******************************************************************
       FD  CTLCARD RECORDING MODE F.
       01  DOS-CARD-REC.
           05  DOS-LAD              PIC X(9) OCCURS 8.
           05  FILLER               PIC X(8).

      ******************************************************************
      **** England Administrative locations - today's lookup record, ****
      **** read only                                                 ****
      ******************************************************************
       FD  LOCAUTHDIST.
           COPY GCLADRC.

      ******************************************************************
      **** history as kept by GC0050 - browsed on the prime key from ****
      **** the LAD's first period                                    ****
      ******************************************************************
       FD  HISTIN.
           COPY GCHISTRC.

      ******************************************************************
      **** archive generations rolled off by GC0053 - one or more    ****
      **** generations concatenated, in the GCHIST layout            ****
      ******************************************************************
       FD  ARCHIN RECORDING MODE F.
       01  ARCH-REC                 PIC X(76).

      ******************************************************************
      **** composite extract written by GC0050 - every period it     ****
      **** reported, the latest kept                                 ****
      ******************************************************************
       FD  CMPIN RECORDING MODE F.
           COPY GCCMPRC.

      ******************************************************************
      **** audit journal written by GC0052                           ****
      ******************************************************************
       FD  LADAUD RECORDING MODE F.
           COPY GCAUDRC.

      ******************************************************************
      **** the dossiers                                              ****
      ******************************************************************
       FD  DOSRPT RECORDING MODE F.
       01  DOS-RPT-REC              PIC X(132).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  W-PGM-VARIABLES.
           05  W-CARD-EOF-FLAG        PIC 9    VALUE 0.
               88  END-OF-CARDS               VALUE 1.
           05  W-EOF-FLAG             PIC 9    VALUE 0.
               88  END-OF-FILE                VALUE 1.
           05  W-LAD-FS               PIC 99.
           05  W-HIST-FS              PIC 99.
           05  W-FILE-FLAG            PIC 9    VALUE 0.
               88  KEYED-FILES-OK             VALUE 0.
               88  KEYED-FILES-FAILED         VALUE 1.
           05  W-LAD-OPEN-FLAG        PIC 9    VALUE 0.
               88  LAD-FILE-OPEN              VALUE 1.
           05  W-HIST-OPEN-FLAG       PIC 9    VALUE 0.
               88  HIST-FILE-OPEN             VALUE 1.
           05  W-TABLE-FLAG           PIC 9    VALUE 0.
               88  HX-TABLE-OK                VALUE 0.
               88  HX-TABLE-OVERFLOW          VALUE 1.
           05  W-LOOKUP-FLAG          PIC 9    VALUE 0.
               88  ON-LOOKUP                  VALUE 1.
           05  W-CMP-FLAG             PIC 9    VALUE 0.
               88  CMP-FOUND                  VALUE 1.
           05  W-RUN-RC               PIC 99   VALUE 0.
           05  W-RUN-DATE             PIC 9(8) VALUE 0.
           05  W-CARD-SUB             PIC 9    VALUE 0.
           05  W-DOS-LAD              PIC X(9) VALUE SPACES.
           05  W-CARDS-READ           PIC 9(5) VALUE 0.
           05  W-DOSSIERS             PIC 9(5) VALUE 0.
           05  W-NOT-FOUND            PIC 9(5) VALUE 0.
           05  W-AUD-COUNT            PIC 9(5) VALUE 0.
           05  W-HIST-COUNT           PIC 9(5) VALUE 0.
           05  W-ARCH-COUNT           PIC 9(5) VALUE 0.
           05  W-NAME-DIFFS           PIC 9(5) VALUE 0.
           05  W-REGION-DIFFS         PIC 9(5) VALUE 0.

      *****    today's lookup record for the LAD in hand             ****
       01  W-LOOKUP-SAVE.
           05  W-LK-NAME              PIC X(30).
           05  W-LK-REGION            PIC X(9).

      *****    latest GCCMPOUT record for the LAD in hand - moved    ****
      *****    back over CMP-REC to print                            ****
       01  W-LATEST-CMP               PIC X(160).
       01  W-LATEST-CMP-R REDEFINES W-LATEST-CMP.
           05  W-LATEST-PERIOD        PIC 9(8).
           05  FILLER                 PIC X(152).

      *****    data-record decode of the archive record just read    ****
      *****    (GC0053 writes the archive in the GCHIST layout;      ****
      *****    *HDR*/*TRL* ids never match a LAD code)               ****
       01  W-ARCH-FIELDS.
           05  W-AR-LAD               PIC X(9).
           05  W-AR-PERIOD            PIC 9(8).
           05  W-AR-LAD-NAME          PIC X(30).
           05  W-AR-DC-RATE           PIC 9(4)V99.
           05  W-AR-DC-RANK           PIC 999.
           05  W-AR-REGION            PIC X(9).
           05  W-AR-DC                PIC 9(4).
           05  W-AR-D-A               PIC 9(4).
           05  FILLER                 PIC X(3).

      *****    the LAD's history from both sources, sorted on period ****
      *****    - source C current GCHIST, A archive GCHISTAR         ****
       01  W-HISTORY-TABLE.
           05  W-HX-CNT               PIC 9(4) VALUE 0.
           05  W-HX-SUB               PIC 9(4) VALUE 0.
           05  W-HX-MAX               PIC 9(4) VALUE 1000.
           05  W-HX-ENTRY OCCURS 1000.
               10  W-HX-PERIOD        PIC 9(8).
               10  W-HX-SOURCE        PIC X.
                   88  HX-CURRENT             VALUE "C".
                   88  HX-ARCHIVE             VALUE "A".
               10  W-HX-LAD-NAME      PIC X(30).
               10  W-HX-REGION        PIC X(9).
               10  W-HX-DC-RATE       PIC 9(4)V99.
               10  W-HX-DC-RANK       PIC 999.
               10  W-HX-DC            PIC 9(4).
               10  W-HX-D-A           PIC 9(4).
      *****    0 = batch written before the death counts were kept  ****
               10  W-HX-COUNTS        PIC 9.
                   88  HX-COUNTS-KEPT         VALUE 1.

       01  W-RPT-LINES.
           05  W-RPT-TITLE-LINE.
               10  FILLER             PIC X(14) VALUE "LAD dossier : ".
               10  WRT-LAD            PIC X(9).
               10  FILLER             PIC X(2)  VALUE SPACES.
               10  WRT-NAME           PIC X(30).
               10  FILLER             PIC X(18) VALUE
                   "    Prepared on : ".
               10  WRT-DATE           PIC 9(8).
           05  W-RPT-RULE             PIC X(120) VALUE ALL "-".
           05  W-RPT-LOOKUP-HDG       PIC X(50) VALUE
               "1. Current lookup record (GCLADVSM)".
           05  W-RPT-LOOKUP-LINE.
               10  FILLER             PIC X(6)  VALUE SPACES.
               10  FILLER             PIC X(7)  VALUE "Name : ".
               10  WRL-NAME           PIC X(30).
               10  FILLER             PIC X(12) VALUE "  Region : ".
               10  WRL-REGION         PIC X(9).
           05  W-RPT-NO-LOOKUP-LINE   PIC X(60) VALUE
               "      NOT ON GCLADVSM - deleted or never added".
           05  W-RPT-CMP-HDG          PIC X(50) VALUE
               "2. Latest composite figures (GCCMPOUT)".
           05  W-RPT-CMP-PERIOD-LINE.
               10  FILLER             PIC X(6)  VALUE SPACES.
               10  FILLER             PIC X(9)  VALUE "Period : ".
               10  WRC-PERIOD         PIC 9(8).
               10  FILLER             PIC X(4)  VALUE SPACES.
               10  WRC-MNM            PIC X(16).
               10  FILLER             PIC X(16) VALUE
                   "  Population : ".
               10  WRC-POP            PIC Z(6)9.
           05  W-RPT-CMP-COLS.
               10  FILLER             PIC X(18) VALUE SPACES.
               10  FILLER             PIC X(8)  VALUE "  Deaths".
               10  FILLER             PIC X(11) VALUE "       Rate".
               10  FILLER             PIC X(24) VALUE
                   "   95% CI".
               10  FILLER             PIC X(14) VALUE
                   "In-house rate".
           05  W-RPT-CMP-LINE.
               10  FILLER             PIC X(6)  VALUE SPACES.
               10  WRC-MEASURE        PIC X(12).
               10  WRC-DEATHS         PIC ZZZZZZZ9.
               10  FILLER             PIC X(3)  VALUE SPACES.
               10  WRC-RATE           PIC ZZZZ9.99.
               10  FILLER             PIC X(3)  VALUE SPACES.
               10  WRC-CI             PIC X(19).
               10  FILLER             PIC X(3)  VALUE SPACES.
               10  WRC-RATE-IH        PIC ZZZZ9.99.
           05  W-RPT-CI-TEXT.
               10  WRI-LOWER          PIC ZZZZ9.99.
               10  FILLER             PIC X(3)  VALUE " - ".
               10  WRI-UPPER          PIC ZZZZ9.99.
           05  W-RPT-RANK-LINE.
               10  FILLER             PIC X(6)  VALUE SPACES.
               10  FILLER             PIC X(22) VALUE
                   "Ranks - covid rate : ".
               10  WRR-OVERALL        PIC ZZ9.
               10  FILLER             PIC X(20) VALUE
                   "  deprivation avg : ".
               10  WRR-AVG            PIC ZZ9.
               10  FILLER             PIC X(8)  VALUE "  MDL : ".
               10  WRR-MDL            PIC ZZ9.
               10  FILLER             PIC X(8)  VALUE "  EXT : ".
               10  WRR-EXT            PIC ZZ9.
               10  FILLER             PIC X(7)  VALUE "  LC : ".
               10  WRR-LC             PIC ZZ9.
           05  W-RPT-NO-CMP-LINE      PIC X(60) VALUE
               "      NOT ON GCCMPOUT - no period reported for the LAD".
           05  W-RPT-HIST-HDG         PIC X(60) VALUE
               "3. Rate and rank history (GCHIST and GCHISTAR)".
           05  W-RPT-HIST-COLS.
               10  FILLER             PIC X(6)  VALUE SPACES.
               10  FILLER             PIC X(10) VALUE "Period".
               10  FILLER             PIC X(10) VALUE "Source".
               10  FILLER             PIC X(8)  VALUE "    Rate".
               10  FILLER             PIC X(6)  VALUE "  Rank".
               10  FILLER             PIC X(7)  VALUE "  Covid".
               10  FILLER             PIC X(7)  VALUE "    All".
               10  FILLER             PIC X(2)  VALUE SPACES.
               10  FILLER             PIC X(31) VALUE "Name as held".
               10  FILLER             PIC X(11) VALUE "Region".
               10  FILLER             PIC X(21) VALUE
                   "Differs from lookup".
           05  W-RPT-HIST-LINE.
               10  FILLER             PIC X(6)  VALUE SPACES.
               10  WRH-PERIOD         PIC 9(8).
               10  FILLER             PIC X(2)  VALUE SPACES.
               10  WRH-SOURCE         PIC X(8).
               10  FILLER             PIC X(2)  VALUE SPACES.
               10  WRH-RATE           PIC ZZZZ9.99.
               10  FILLER             PIC X(3)  VALUE SPACES.
               10  WRH-RANK           PIC ZZ9.
               10  FILLER             PIC X(3)  VALUE SPACES.
               10  WRH-DC             PIC ZZZ9.
               10  WRH-DC-X REDEFINES WRH-DC
                                      PIC X(4).
               10  FILLER             PIC X(3)  VALUE SPACES.
               10  WRH-D-A            PIC ZZZ9.
               10  WRH-D-A-X REDEFINES WRH-D-A
                                      PIC X(4).
               10  FILLER             PIC X(2)  VALUE SPACES.
               10  WRH-NAME           PIC X(30).
               10  FILLER             PIC X     VALUE SPACE.
               10  WRH-REGION         PIC X(9).
               10  FILLER             PIC X(2)  VALUE SPACES.
               10  WRH-FLAG           PIC X(21).
           05  W-RPT-NO-HIST-LINE     PIC X(60) VALUE
               "      NO HISTORY - not on GCHIST or GCHISTAR".
           05  W-RPT-HIST-OVFL-LINE   PIC X(60) VALUE
               "      HISTORY TABLE FULL - LATER PERIODS NOT SHOWN".
           05  W-RPT-HIST-TOTAL-LINE.
               10  FILLER             PIC X(6)  VALUE SPACES.
               10  FILLER             PIC X(20) VALUE
                   "Periods on GCHIST : ".
               10  WRX-HIST           PIC ZZZZ9.
               10  FILLER             PIC X(17) VALUE
                   "  on GCHISTAR : ".
               10  WRX-ARCH           PIC ZZZZ9.
           05  W-RPT-DIFF-LINE.
               10  FILLER             PIC X(6)  VALUE SPACES.
               10  FILLER             PIC X(35) VALUE
                   "Periods differing from lookup - ".
               10  FILLER             PIC X(7)  VALUE "name : ".
               10  WRD-NAME           PIC ZZZZ9.
               10  FILLER             PIC X(11) VALUE "  region : ".
               10  WRD-REGION         PIC ZZZZ9.
           05  W-RPT-NO-COMPARE-LINE  PIC X(60) VALUE
               "      Not compared - LAD is not on GCLADVSM".
           05  W-RPT-AUD-HDG          PIC X(60) VALUE
               "4. Maintenance audit trail (GCLADAUD)".
           05  W-RPT-AUD-COLS.
               10  FILLER             PIC X(6)  VALUE SPACES.
               10  FILLER             PIC X(9)  VALUE "Date".
               10  FILLER             PIC X(9)  VALUE "Time".
               10  FILLER             PIC X(8)  VALUE "Action".
               10  FILLER             PIC X(44) VALUE "Before".
               10  FILLER             PIC X(40) VALUE "After".
           05  W-RPT-NO-AUD-LINE      PIC X(60) VALUE
               "      NO JOURNAL ENTRIES FOR THIS LAD".
           05  W-RPT-NOT-FOUND-LINE   PIC X(70) VALUE
               "LAD NOT FOUND ON ANY FILE - CHECK THE CODE ON THE CARD".
           05  W-RPT-END-LINE.
               10  FILLER             PIC X(18) VALUE
                   "End of dossier : ".
               10  WRE-LAD            PIC X(9).
           05  W-RPT-RUN-TITLE        PIC X(40) VALUE
               "GC LAD dossier run".
           05  W-RPT-NOCARD-LINE      PIC X(50) VALUE
               "NO LAD CODES REQUESTED - NO DOSSIERS PRINTED".
           05  W-RPT-OPEN-FAIL-LINE   PIC X(50) VALUE
               "GCLADVSM/GCHIST OPEN FAILED - NO DOSSIERS".
           05  W-RPT-RUN-TOTAL-LINE.
               10  FILLER             PIC X(19) VALUE
                   "Dossiers printed : ".
               10  WRN-DOSSIERS       PIC ZZZZ9.
               10  FILLER             PIC X(25) VALUE
                   "  LADs not on any file : ".
               10  WRN-NOT-FOUND      PIC ZZZZ9.

      *****    one journal entry - as GC0055 prints it               ****
       01  W-DTL-LINE.
           05  FILLER                 PIC X(6)  VALUE SPACES.
           05  WD-DATE                PIC 9(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WD-TIME.
               10  WD-T1              PIC XX.
               10  FILLER             PIC X     VALUE ":".
               10  WD-T2              PIC XX.
               10  FILLER             PIC X     VALUE ":".
               10  WD-T3              PIC XX.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WD-ACTION              PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-B-NAME              PIC X(30).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WD-B-REGION            PIC X(9).
           05  FILLER                 PIC X(4)  VALUE " -> ".
           05  WD-A-NAME              PIC X(30).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WD-A-REGION            PIC X(9).

       01  W-USER-LINE.
           05  FILLER                 PIC X(32) VALUE SPACES.
           05  FILLER                 PIC X(14) VALUE
               "submitted by ".
           05  WU-SUBMITTER           PIC X(8).
           05  FILLER                 PIC X(15) VALUE
               "   approved by ".
           05  WU-APPROVER            PIC X(8).

      ******************************************************************
      ******************************************************************
       PROCEDURE DIVISION.

       A000 SECTION.
       A001.
           PERFORM A010-OPEN-FILES.
           IF KEYED-FILES-OK
               PERFORM A020-READ-CARD
               PERFORM B010-PROCESS-CARD
                   UNTIL END-OF-CARDS
                   OR HX-TABLE-OVERFLOW
           END-IF.
           PERFORM B080-RUN-TOTALS.
           PERFORM A030-CLOSE-FILES.
       A999.
           MOVE W-RUN-RC TO RETURN-CODE.
           STOP RUN.
      ******************************************************************

       A010-OPEN-FILES.
           OPEN INPUT  CTLCARD LOCAUTHDIST HISTIN.
           OPEN OUTPUT DOSRPT.
           IF W-LAD-FS = 0
               MOVE 1 TO W-LAD-OPEN-FLAG
           ELSE
               DISPLAY "GCLADVSM OPEN FAILED - FILE STATUS " W-LAD-FS
               MOVE 1 TO W-FILE-FLAG
           END-IF.
           IF W-HIST-FS = 0
               MOVE 1 TO W-HIST-OPEN-FLAG
           ELSE
               DISPLAY "GCHIST OPEN FAILED - FILE STATUS " W-HIST-FS
               MOVE 1 TO W-FILE-FLAG
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.

       A020-READ-CARD.
           READ CTLCARD
               AT END MOVE 1 TO W-CARD-EOF-FLAG
               NOT AT END ADD 1 TO W-CARDS-READ
           END-READ.

       A030-CLOSE-FILES.
           IF LAD-FILE-OPEN
               CLOSE LOCAUTHDIST
           END-IF.
           IF HIST-FILE-OPEN
               CLOSE HISTIN
           END-IF.
           CLOSE CTLCARD DOSRPT.

      ******************************************************************
      **** B section : one dossier per LAD code on the cards         ****
      ******************************************************************
       B000 SECTION.
       B010-PROCESS-CARD.
           PERFORM VARYING W-CARD-SUB FROM 1 BY 1
               UNTIL W-CARD-SUB > 8
               OR HX-TABLE-OVERFLOW
               IF DOS-LAD (W-CARD-SUB) NOT = SPACES
                   MOVE DOS-LAD (W-CARD-SUB) TO W-DOS-LAD
                   PERFORM B020-PRINT-DOSSIER
               END-IF
           END-PERFORM.
           PERFORM A020-READ-CARD.

      *****    the four parts in turn; a LAD none of them knows is   ****
      *****    said so plainly at the foot of its dossier            ****
       B020-PRINT-DOSSIER.
           ADD 1 TO W-DOSSIERS.
           PERFORM B030-LOOKUP-PART.
           PERFORM B040-COMPOSITE-PART.
           PERFORM B050-HISTORY-PART.
           PERFORM B060-AUDIT-PART.
           IF NOT ON-LOOKUP
           AND NOT CMP-FOUND
           AND W-HX-CNT = 0
           AND W-AUD-COUNT = 0
               ADD 1 TO W-NOT-FOUND
               IF W-RUN-RC < 4
                   MOVE 4 TO W-RUN-RC
               END-IF
               MOVE SPACES               TO DOS-RPT-REC
               WRITE DOS-RPT-REC
               MOVE W-RPT-NOT-FOUND-LINE TO DOS-RPT-REC
               WRITE DOS-RPT-REC
           END-IF.
           PERFORM B070-END-DOSSIER.

      *****    the banner carries today's name, so the lookup is     ****
      *****    read before anything is written                       ****
       B030-LOOKUP-PART.
           MOVE 0      TO W-LOOKUP-FLAG.
           MOVE SPACES TO W-LOOKUP-SAVE.
           MOVE W-DOS-LAD TO L-LAD.
           READ LOCAUTHDIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1          TO W-LOOKUP-FLAG
                   MOVE L-LAD-NAME TO W-LK-NAME
                   MOVE L-REGION   TO W-LK-REGION
           END-READ.
           MOVE W-DOS-LAD  TO WRT-LAD.
           MOVE W-LK-NAME  TO WRT-NAME.
           MOVE W-RUN-DATE TO WRT-DATE.
           MOVE W-RPT-TITLE-LINE TO DOS-RPT-REC.
           WRITE DOS-RPT-REC AFTER ADVANCING PAGE.
           MOVE W-RPT-RULE       TO DOS-RPT-REC.
           WRITE DOS-RPT-REC.
           MOVE SPACES           TO DOS-RPT-REC.
           WRITE DOS-RPT-REC.
           MOVE W-RPT-LOOKUP-HDG TO DOS-RPT-REC.
           WRITE DOS-RPT-REC.
           IF ON-LOOKUP
               MOVE W-LK-NAME         TO WRL-NAME
               MOVE W-LK-REGION       TO WRL-REGION
               MOVE W-RPT-LOOKUP-LINE TO DOS-RPT-REC
           ELSE
               MOVE W-RPT-NO-LOOKUP-LINE TO DOS-RPT-REC
           END-IF.
           WRITE DOS-RPT-REC.

      *****    GCCMPOUT holds every period GC0050 has reported, so   ****
      *****    the whole file is passed for the LAD's highest period ****
       B040-COMPOSITE-PART.
           MOVE 0      TO W-CMP-FLAG.
           MOVE SPACES TO W-LATEST-CMP.
           MOVE 0      TO W-LATEST-PERIOD.
           MOVE SPACES TO DOS-RPT-REC.
           WRITE DOS-RPT-REC.
           MOVE W-RPT-CMP-HDG TO DOS-RPT-REC.
           WRITE DOS-RPT-REC.
           OPEN INPUT CMPIN.
           MOVE 0 TO W-EOF-FLAG.
           PERFORM C010-READ-CMP.
           PERFORM C015-CHECK-CMP
               UNTIL END-OF-FILE.
           IF CMP-FOUND
               MOVE W-LATEST-CMP TO CMP-REC
               PERFORM C020-PRINT-COMPOSITE
           ELSE
               MOVE W-RPT-NO-CMP-LINE TO DOS-RPT-REC
               WRITE DOS-RPT-REC
           END-IF.
           CLOSE CMPIN.

      *****    current periods by a browse on the prime key, archive ****
      *****    periods by a pass of the generations, then one sort   ****
      *****    so an archived period sits in its place in the run    ****
       B050-HISTORY-PART.
           MOVE 0 TO W-HX-CNT W-HIST-COUNT W-ARCH-COUNT
                     W-NAME-DIFFS W-REGION-DIFFS.
           MOVE SPACES TO DOS-RPT-REC.
           WRITE DOS-RPT-REC.
           MOVE W-RPT-HIST-HDG TO DOS-RPT-REC.
           WRITE DOS-RPT-REC.
           PERFORM C030-LOAD-CURRENT.
           PERFORM C040-LOAD-ARCHIVE.
           IF W-HX-CNT = 0
               MOVE W-RPT-NO-HIST-LINE TO DOS-RPT-REC
               WRITE DOS-RPT-REC
           ELSE
               PERFORM C050-SORT-HISTORY
               MOVE W-RPT-HIST-COLS TO DOS-RPT-REC
               WRITE DOS-RPT-REC
               PERFORM C055-PRINT-HISTORY-LINE
                   VARYING W-HX-SUB FROM 1 BY 1
                   UNTIL W-HX-SUB > W-HX-CNT
               IF HX-TABLE-OVERFLOW
                   MOVE W-RPT-HIST-OVFL-LINE TO DOS-RPT-REC
                   WRITE DOS-RPT-REC
               END-IF
               MOVE SPACES TO DOS-RPT-REC
               WRITE DOS-RPT-REC
               MOVE W-HIST-COUNT TO WRX-HIST
               MOVE W-ARCH-COUNT TO WRX-ARCH
               MOVE W-RPT-HIST-TOTAL-LINE TO DOS-RPT-REC
               WRITE DOS-RPT-REC
               IF ON-LOOKUP
                   MOVE W-NAME-DIFFS   TO WRD-NAME
                   MOVE W-REGION-DIFFS TO WRD-REGION
                   MOVE W-RPT-DIFF-LINE TO DOS-RPT-REC
               ELSE
                   MOVE W-RPT-NO-COMPARE-LINE TO DOS-RPT-REC
               END-IF
               WRITE DOS-RPT-REC
           END-IF.

      *****    the journal is in run order, which is the order the   ****
      *****    changes were made                                     ****
       B060-AUDIT-PART.
           MOVE 0 TO W-AUD-COUNT.
           MOVE SPACES TO DOS-RPT-REC.
           WRITE DOS-RPT-REC.
           MOVE W-RPT-AUD-HDG TO DOS-RPT-REC.
           WRITE DOS-RPT-REC.
           MOVE W-RPT-AUD-COLS TO DOS-RPT-REC.
           WRITE DOS-RPT-REC.
           OPEN INPUT LADAUD.
           MOVE 0 TO W-EOF-FLAG.
           PERFORM C060-READ-AUDIT.
           PERFORM C065-CHECK-AUDIT
               UNTIL END-OF-FILE.
           CLOSE LADAUD.
           IF W-AUD-COUNT = 0
               MOVE W-RPT-NO-AUD-LINE TO DOS-RPT-REC
               WRITE DOS-RPT-REC
           END-IF.

       B070-END-DOSSIER.
           MOVE SPACES     TO DOS-RPT-REC.
           WRITE DOS-RPT-REC.
           MOVE W-RPT-RULE TO DOS-RPT-REC.
           WRITE DOS-RPT-REC.
           MOVE W-DOS-LAD  TO WRE-LAD.
           MOVE W-RPT-END-LINE TO DOS-RPT-REC.
           WRITE DOS-RPT-REC.

      *****    the run's own page, after the last dossier, so the    ****
      *****    dossiers can be split off and sent as they stand      ****
       B080-RUN-TOTALS.
           MOVE W-RPT-RUN-TITLE TO DOS-RPT-REC.
           WRITE DOS-RPT-REC AFTER ADVANCING PAGE.
           MOVE SPACES TO DOS-RPT-REC.
           WRITE DOS-RPT-REC.
           EVALUATE TRUE
               WHEN KEYED-FILES-FAILED
                   MOVE 12 TO W-RUN-RC
                   MOVE W-RPT-OPEN-FAIL-LINE TO DOS-RPT-REC
                   WRITE DOS-RPT-REC
               WHEN W-DOSSIERS = 0
                   MOVE 4 TO W-RUN-RC
                   MOVE W-RPT-NOCARD-LINE TO DOS-RPT-REC
                   WRITE DOS-RPT-REC
               WHEN HX-TABLE-OVERFLOW
                   MOVE 16 TO W-RUN-RC
                   MOVE W-RPT-HIST-OVFL-LINE TO DOS-RPT-REC
                   WRITE DOS-RPT-REC
           END-EVALUATE.
           MOVE W-DOSSIERS  TO WRN-DOSSIERS.
           MOVE W-NOT-FOUND TO WRN-NOT-FOUND.
           MOVE W-RPT-RUN-TOTAL-LINE TO DOS-RPT-REC.
           WRITE DOS-RPT-REC.

      ******************************************************************
      **** C section : reading the files for one LAD                 ****
      ******************************************************************
       C000 SECTION.
       C010-READ-CMP.
           READ CMPIN
               AT END MOVE 1 TO W-EOF-FLAG
           END-READ.

       C015-CHECK-CMP.
           IF CMP-LAD = W-DOS-LAD
               IF NOT CMP-FOUND
               OR CMP-PERIOD > W-LATEST-PERIOD
                   MOVE 1       TO W-CMP-FLAG
                   MOVE CMP-REC TO W-LATEST-CMP
               END-IF
           END-IF.
           PERFORM C010-READ-CMP.

      *****    London boroughs carry no all-cause CIs - both limits  ****
      *****    zero prints as blank rather than as a band of 0 - 0   ****
       C020-PRINT-COMPOSITE.
           MOVE CMP-PERIOD TO WRC-PERIOD.
           IF CMP-MNM-CODE = 1
               MOVE "Metropolitan"     TO WRC-MNM
           ELSE
               MOVE "Non-metropolitan" TO WRC-MNM
           END-IF.
           MOVE CMP-POP    TO WRC-POP.
           MOVE W-RPT-CMP-PERIOD-LINE TO DOS-RPT-REC.
           WRITE DOS-RPT-REC.
           MOVE W-RPT-CMP-COLS TO DOS-RPT-REC.
           WRITE DOS-RPT-REC.
           MOVE "Covid-19"     TO WRC-MEASURE.
           MOVE CMP-DC         TO WRC-DEATHS.
           MOVE CMP-DC-RATE    TO WRC-RATE.
           MOVE CMP-LOWER-CI-C TO WRI-LOWER.
           MOVE CMP-UPPER-CI-C TO WRI-UPPER.
           MOVE W-RPT-CI-TEXT  TO WRC-CI.
           MOVE CMP-DC-RATE-IH TO WRC-RATE-IH.
           MOVE W-RPT-CMP-LINE TO DOS-RPT-REC.
           WRITE DOS-RPT-REC.
           MOVE "All causes"   TO WRC-MEASURE.
           MOVE CMP-D-A        TO WRC-DEATHS.
           MOVE CMP-DA-RATE    TO WRC-RATE.
           IF CMP-LOWER-CI-A = 0
           AND CMP-UPPER-CI-A = 0
               MOVE SPACES         TO WRC-CI
           ELSE
               MOVE CMP-LOWER-CI-A TO WRI-LOWER
               MOVE CMP-UPPER-CI-A TO WRI-UPPER
               MOVE W-RPT-CI-TEXT  TO WRC-CI
           END-IF.
           MOVE CMP-DA-RATE-IH TO WRC-RATE-IH.
           MOVE W-RPT-CMP-LINE TO DOS-RPT-REC.
           WRITE DOS-RPT-REC.
           MOVE CMP-OVERALL-RANK  TO WRR-OVERALL.
           MOVE CMP-RANK-AVG-RANK TO WRR-AVG.
           MOVE CMP-MDL-RANK      TO WRR-MDL.
           MOVE CMP-EXT-RANK      TO WRR-EXT.
           MOVE CMP-LC-RANK       TO WRR-LC.
           MOVE W-RPT-RANK-LINE   TO DOS-RPT-REC.
           WRITE DOS-RPT-REC.

      *****    the prime key is LAD then period, so a START at the   ****
      *****    LAD with period zero lands on its first period and    ****
      *****    the LAD's records follow one another                  ****
       C030-LOAD-CURRENT.
           MOVE 0         TO W-EOF-FLAG.
           MOVE W-DOS-LAD TO HIST-LAD.
           MOVE 0         TO HIST-PERIOD.
           START HISTIN KEY NOT < HIST-KEY
               INVALID KEY MOVE 1 TO W-EOF-FLAG
           END-START.
           IF NOT END-OF-FILE
               PERFORM C032-READ-HIST-NEXT
           END-IF.
           PERFORM C034-TAKE-HIST-REC
               UNTIL END-OF-FILE
               OR HX-TABLE-OVERFLOW.

       C032-READ-HIST-NEXT.
           READ HISTIN NEXT RECORD
               AT END MOVE 1 TO W-EOF-FLAG
               NOT AT END
                   IF HIST-LAD NOT = W-DOS-LAD
                       MOVE 1 TO W-EOF-FLAG
                   END-IF
           END-READ.

       C034-TAKE-HIST-REC.
           IF W-HX-CNT NOT < W-HX-MAX
               MOVE 1 TO W-TABLE-FLAG
           ELSE
               ADD 1 TO W-HX-CNT W-HIST-COUNT
               MOVE HIST-PERIOD   TO W-HX-PERIOD   (W-HX-CNT)
               MOVE "C"           TO W-HX-SOURCE   (W-HX-CNT)
               MOVE HIST-LAD-NAME TO W-HX-LAD-NAME (W-HX-CNT)
               MOVE HIST-REGION   TO W-HX-REGION   (W-HX-CNT)
               MOVE HIST-DC-RATE  TO W-HX-DC-RATE  (W-HX-CNT)
               MOVE HIST-DC-RANK  TO W-HX-DC-RANK  (W-HX-CNT)
               IF  HIST-DC  IS NUMERIC
               AND HIST-D-A IS NUMERIC
                   MOVE HIST-DC   TO W-HX-DC       (W-HX-CNT)
                   MOVE HIST-D-A  TO W-HX-D-A      (W-HX-CNT)
                   MOVE 1         TO W-HX-COUNTS   (W-HX-CNT)
               ELSE
                   MOVE 0         TO W-HX-DC       (W-HX-CNT)
                                     W-HX-D-A      (W-HX-CNT)
                                     W-HX-COUNTS   (W-HX-CNT)
               END-IF
               PERFORM C032-READ-HIST-NEXT
           END-IF.

      *****    the archive has no key - every generation is passed   ****
      *****    for the LAD's records, brackets and all               ****
       C040-LOAD-ARCHIVE.
           OPEN INPUT ARCHIN.
           MOVE 0 TO W-EOF-FLAG.
           PERFORM C042-READ-ARCHIVE.
           PERFORM C044-CHECK-ARCH-REC
               UNTIL END-OF-FILE
               OR HX-TABLE-OVERFLOW.
           CLOSE ARCHIN.

       C042-READ-ARCHIVE.
           READ ARCHIN
               AT END MOVE 1 TO W-EOF-FLAG
               NOT AT END MOVE ARCH-REC TO W-ARCH-FIELDS
           END-READ.

       C044-CHECK-ARCH-REC.
           IF W-AR-LAD = W-DOS-LAD
               IF W-HX-CNT NOT < W-HX-MAX
                   MOVE 1 TO W-TABLE-FLAG
               ELSE
                   ADD 1 TO W-HX-CNT W-ARCH-COUNT
                   MOVE W-AR-PERIOD   TO W-HX-PERIOD   (W-HX-CNT)
                   MOVE "A"           TO W-HX-SOURCE   (W-HX-CNT)
                   MOVE W-AR-LAD-NAME TO W-HX-LAD-NAME (W-HX-CNT)
                   MOVE W-AR-REGION   TO W-HX-REGION   (W-HX-CNT)
                   MOVE W-AR-DC-RATE  TO W-HX-DC-RATE  (W-HX-CNT)
                   MOVE W-AR-DC-RANK  TO W-HX-DC-RANK  (W-HX-CNT)
                   IF  W-AR-DC  IS NUMERIC
                   AND W-AR-D-A IS NUMERIC
                       MOVE W-AR-DC   TO W-HX-DC       (W-HX-CNT)
                       MOVE W-AR-D-A  TO W-HX-D-A      (W-HX-CNT)
                       MOVE 1         TO W-HX-COUNTS   (W-HX-CNT)
                   ELSE
                       MOVE 0         TO W-HX-DC       (W-HX-CNT)
                                         W-HX-D-A      (W-HX-CNT)
                                         W-HX-COUNTS   (W-HX-CNT)
                   END-IF
               END-IF
           END-IF.
           IF HX-TABLE-OK
               PERFORM C042-READ-ARCHIVE
           END-IF.

      *****    unused slots are set to the highest period first so   ****
      *****    they land after the populated entries; an archived    ****
      *****    copy of a period sorts ahead of the current one       ****
       C050-SORT-HISTORY.
           COMPUTE W-HX-SUB = W-HX-CNT + 1.
           PERFORM UNTIL W-HX-SUB > W-HX-MAX
               MOVE 99999999 TO W-HX-PERIOD (W-HX-SUB)
               MOVE HIGH-VALUES TO W-HX-SOURCE (W-HX-SUB)
               ADD 1 TO W-HX-SUB
           END-PERFORM.
           SORT W-HX-ENTRY ASCENDING W-HX-PERIOD W-HX-SOURCE.

      *****    batches from before HIST-REGION and the death counts  ****
      *****    were carved out of the filler carry spaces - unknown  ****
      *****    counts print blank, and an unknown region is not a    ****
      *****    difference                                            ****
       C055-PRINT-HISTORY-LINE.
           MOVE W-HX-PERIOD   (W-HX-SUB) TO WRH-PERIOD.
           IF HX-ARCHIVE (W-HX-SUB)
               MOVE "GCHISTAR" TO WRH-SOURCE
           ELSE
               MOVE "GCHIST"   TO WRH-SOURCE
           END-IF.
           MOVE W-HX-DC-RATE  (W-HX-SUB) TO WRH-RATE.
           MOVE W-HX-DC-RANK  (W-HX-SUB) TO WRH-RANK.
           IF HX-COUNTS-KEPT (W-HX-SUB)
               MOVE W-HX-DC   (W-HX-SUB) TO WRH-DC
               MOVE W-HX-D-A  (W-HX-SUB) TO WRH-D-A
           ELSE
               MOVE SPACES TO WRH-DC-X WRH-D-A-X
           END-IF.
           MOVE W-HX-LAD-NAME (W-HX-SUB) TO WRH-NAME.
           MOVE W-HX-REGION   (W-HX-SUB) TO WRH-REGION.
           MOVE SPACES TO WRH-FLAG.
           IF ON-LOOKUP
               IF W-HX-LAD-NAME (W-HX-SUB) NOT = W-LK-NAME
                   ADD 1 TO W-NAME-DIFFS
                   MOVE "** NAME" TO WRH-FLAG
               END-IF
               IF W-HX-REGION (W-HX-SUB) NOT = SPACES
               AND W-HX-REGION (W-HX-SUB) NOT = W-LK-REGION
                   ADD 1 TO W-REGION-DIFFS
                   IF WRH-FLAG = SPACES
                       MOVE "** REGION"        TO WRH-FLAG
                   ELSE
                       MOVE "** NAME AND REGION" TO WRH-FLAG
                   END-IF
               END-IF
           END-IF.
           MOVE W-RPT-HIST-LINE TO DOS-RPT-REC.
           WRITE DOS-RPT-REC.

       C060-READ-AUDIT.
           READ LADAUD
               AT END MOVE 1 TO W-EOF-FLAG
           END-READ.

       C065-CHECK-AUDIT.
           IF AUD-LAD = W-DOS-LAD
               PERFORM C070-PRINT-AUDIT-ENTRY
           END-IF.
           PERFORM C060-READ-AUDIT.

       C070-PRINT-AUDIT-ENTRY.
           ADD 1 TO W-AUD-COUNT.
           MOVE AUD-DATE       TO WD-DATE.
           MOVE AUD-TIME (1:2) TO WD-T1.
           MOVE AUD-TIME (3:2) TO WD-T2.
           MOVE AUD-TIME (5:2) TO WD-T3.
           EVALUATE TRUE
               WHEN AUD-ADD    MOVE "ADD   " TO WD-ACTION
               WHEN AUD-CHANGE MOVE "CHANGE" TO WD-ACTION
               WHEN AUD-DELETE MOVE "DELETE" TO WD-ACTION
               WHEN OTHER      MOVE AUD-ACTION TO WD-ACTION
           END-EVALUATE.
           MOVE AUD-B-LAD-NAME TO WD-B-NAME.
           MOVE AUD-B-REGION   TO WD-B-REGION.
           MOVE AUD-A-LAD-NAME TO WD-A-NAME.
           MOVE AUD-A-REGION   TO WD-A-REGION.
           MOVE W-DTL-LINE     TO DOS-RPT-REC.
           WRITE DOS-RPT-REC.
           IF AUD-SUBMITTER NOT = SPACES
           OR AUD-APPROVER  NOT = SPACES
               MOVE AUD-SUBMITTER TO WU-SUBMITTER
               MOVE AUD-APPROVER  TO WU-APPROVER
               MOVE W-USER-LINE   TO DOS-RPT-REC
               WRITE DOS-RPT-REC
           END-IF.
