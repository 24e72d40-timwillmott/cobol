      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GC0069.
       AUTHOR.        Tim Willmott.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      ******************************************************************
      **** End-of-cycle balancing certificate.  Each step of the     ****
      **** weekly stream checks itself; this step proves the counts  ****
      **** agree across the chain before anything is distributed.    ****
      **** It takes the latest GC0049, GC0050 and GC0051 records off ****
      **** GCRUNLOG (by run date and time, as GC0058 does), counts   ****
      **** the GCCSVOUT data rows and the periods they cover, reads  ****
      **** the *TRL* record for each of those periods straight off   ****
      **** GCHIST, and counts the state generation GC0051 wrote.     ****
      **** Each cross-check is printed with both counts and IN or    ****
      **** OUT OF BALANCE, then an overall pass or fail, on one page ****
      **** operations can sign the week off on.  A fail sets a       ****
      **** non-zero condition code so the scheduler holds the        ****
      **** distribution step, and the outcome goes on GCRUNLOG like  ****
      **** every other step's.                                       ****
      **** A period GC0050 held as an unauthorised revision fails    ****
      **** the certificate on a check of its own - GCCSVOUT carries  ****
      **** the revised figures while GCHIST keeps the published      ****
      **** batch, and with the same LADs every count would agree.    ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNLOG                   ASSIGN TO GCRUNLOG.
           SELECT HISTIN                   ASSIGN TO GCHIST
              ORGANIZATION indexed
              ACCESS dynamic
              RECORD KEY  HIST-KEY
              ALTERNATE RECORD KEY HIST-PERIOD WITH DUPLICATES
              FILE STATUS W-HIST-FS.
           SELECT OPTIONAL CSVIN           ASSIGN TO GCCSVOUT.
           SELECT OPTIONAL STATEIN         ASSIGN TO GCSTATEO.
           SELECT BALRPT                   ASSIGN TO GCBALRPT.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.
      ******************************************************************
      **** run-control log - read for the cycle's step records, then ****
      **** reopened to append this step's own                        ****
      ******************************************************************
       FD  RUNLOG RECORDING MODE F.
           COPY GCRUNRC.

      ******************************************************************
      **** history as kept by GC0050 - only the batch trailers are   ****
      **** read, by key                                              ****
      ******************************************************************
       FD  HISTIN.
           COPY GCHISTRC.

      ******************************************************************
      **** delimited extract as GC0050 wrote it - a heading row,     ****
      **** then one row per LAD per period, the period first         ****
      ******************************************************************
       FD  CSVIN RECORDING MODE F.
       01  CSV-REC.
           05  CSV-PERIOD           PIC X(8).
           05  FILLER               PIC X(152).

      ******************************************************************
      **** the state generation GC0051 wrote this cycle - counted    ****
      ******************************************************************
       FD  STATEIN RECORDING MODE F.
       01  STATE-REC                PIC X(76).

      ******************************************************************
      **** the certificate                                           ****
      ******************************************************************
       FD  BALRPT RECORDING MODE F.
       01  BAL-RPT-REC              PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  W-PGM-VARIABLES.
           05  W-EOF-FLAG             PIC 9    VALUE 0.
               88  END-OF-FILE                VALUE 1.
           05  W-HIST-FS              PIC 99.
           05  W-FILE-FLAG            PIC 9    VALUE 0.
               88  HIST-FILE-OK               VALUE 0.
               88  HIST-FILE-FAILED           VALUE 1.
           05  W-TABLE-FLAG           PIC 9    VALUE 0.
               88  PERIOD-TABLE-OK            VALUE 0.
               88  PERIOD-TABLE-OVERFLOW      VALUE 1.
           05  W-RUN-RC               PIC 99   VALUE 0.
           05  W-RUN-DATE             PIC 9(8) VALUE 0.
           05  W-RUN-TIME             PIC 9(6) VALUE 0.
           05  W-TIME-ITEM            PIC 9(8) VALUE 0.
           05  W-LOG-READ             PIC 9(7) VALUE 0.
           05  W-CSV-ROWS             PIC 9(7) VALUE 0.
           05  W-STATE-RECS           PIC 9(7) VALUE 0.
           05  W-TRL-TOTAL            PIC 9(7) VALUE 0.
           05  W-TRL-FOUND            PIC 9(5) VALUE 0.
           05  W-CYCLE-TRL-COUNT      PIC 9(7) VALUE 0.
           05  W-CHECKS-MADE          PIC 9(5) VALUE 0.
           05  W-CHECKS-IN            PIC 9(5) VALUE 0.
           05  W-CHECKS-OUT           PIC 9(5) VALUE 0.

      *****    the latest run of each step the certificate balances  ****
      *****    - 1 GC0049, 2 GC0050, 3 GC0051                        ****
       01  W-STEP-TABLE.
           05  W-SP-SUB               PIC 9    VALUE 0.
           05  W-SP-ENTRY OCCURS 3.
               10  W-SP-PROGRAM       PIC X(8).
               10  W-SP-FLAG          PIC 9.
                   88  SP-NOT-LOGGED          VALUE 0.
                   88  SP-LOGGED              VALUE 1.
               10  W-SP-DATE          PIC 9(8).
               10  W-SP-TIME          PIC 9(6).
               10  W-SP-PERIOD        PIC 9(8).
               10  W-SP-MATCHED       PIC 9(7).
               10  W-SP-RC            PIC 99.
               10  W-SP-OUTCOME       PIC X(20).
               10  W-SP-CTL-1         PIC 9(7).
               10  W-SP-CTL-2         PIC 9(7).
               10  W-SP-CTL-3         PIC 9(7).

      *****    distinct periods on GCCSVOUT - the periods GC0050     ****
      *****    reported this cycle                                   ****
       01  W-PERIOD-TABLE.
           05  W-PD-CNT               PIC 999  VALUE 0.
           05  W-PD-SUB               PIC 999  VALUE 0.
           05  W-PD-MAX               PIC 999  VALUE 200.
           05  W-PD-FOUND             PIC 9    VALUE 0.
               88  PD-FOUND                   VALUE 1.
           05  W-PD-PERIOD            PIC 9(8) OCCURS 200.

      *****    one cross-check - the two step subscripts it needs    ****
      *****    logged (zero for a count the certificate took itself) ****
       01  W-CHECK-WORK.
           05  W-CHK-STEP-A           PIC 9    VALUE 0.
           05  W-CHK-STEP-B           PIC 9    VALUE 0.
           05  W-CHK-LEFT             PIC 9(8) VALUE 0.
           05  W-CHK-RIGHT            PIC 9(8) VALUE 0.
           05  W-CHK-NOT-RUN          PIC 9    VALUE 0.
               88  CHK-STEP-NOT-RUN           VALUE 1.

       01  W-RPT-LINES.
           05  W-RPT-TITLE            PIC X(40) VALUE
               "GC weekly cycle balancing certificate".
           05  W-RPT-CYCLE-LINE.
               10  FILLER             PIC X(15) VALUE "Cycle period : ".
               10  WRC-PERIOD         PIC 9(8).
               10  FILLER             PIC X(19) VALUE
                   "    Certified on : ".
               10  WRC-DATE           PIC 9(8).
           05  W-RPT-STEP-HDG.
               10  FILLER             PIC X(10) VALUE "Step".
               10  FILLER             PIC X(10) VALUE "Run date".
               10  FILLER             PIC X(10) VALUE "Period".
               10  FILLER             PIC X(4)  VALUE "RC".
               10  FILLER             PIC X(20) VALUE "Outcome".
           05  W-RPT-STEP-LINE.
               10  WRS-PROGRAM        PIC X(8).
               10  FILLER             PIC X(2)  VALUE SPACES.
               10  WRS-DATE           PIC 9(8).
               10  FILLER             PIC X(2)  VALUE SPACES.
               10  WRS-PERIOD         PIC 9(8).
               10  FILLER             PIC X(2)  VALUE SPACES.
               10  WRS-RC             PIC 99.
               10  FILLER             PIC X(2)  VALUE SPACES.
               10  WRS-OUTCOME        PIC X(20).
           05  W-RPT-NOT-LOGGED-LINE.
               10  WRN-PROGRAM        PIC X(8).
               10  FILLER             PIC X(30) VALUE
                   "  NOT ON GCRUNLOG".
           05  W-RPT-CHECK-HDG.
               10  FILLER             PIC X(38) VALUE "Cross-check".
               10  FILLER             PIC X(10) VALUE "    Count".
               10  FILLER             PIC X(10) VALUE "  Against".
               10  FILLER             PIC X(14) VALUE "Result".
           05  W-RPT-CHECK-LINE.
               10  WRK-DESC           PIC X(38).
               10  WRK-LEFT           PIC ZZZZZZZ9.
               10  FILLER             PIC X(2)  VALUE SPACES.
               10  WRK-RIGHT          PIC ZZZZZZZ9.
               10  FILLER             PIC X(2)  VALUE SPACES.
               10  WRK-RESULT         PIC X(14).
           05  W-RPT-PASS-LINE        PIC X(50) VALUE
               "OVERALL : PASS - CYCLE IN BALANCE".
           05  W-RPT-FAIL-LINE        PIC X(50) VALUE
               "OVERALL : FAIL - HOLD THE DISTRIBUTION STEP".
           05  W-RPT-HIST-FAIL-LINE   PIC X(50) VALUE
               "GCHIST OPEN FAILED - TRAILERS NOT READ".
           05  W-RPT-OVFL-LINE        PIC X(50) VALUE
               "GCCSVOUT PERIOD TABLE FULL - TRAILERS INCOMPLETE".
           05  W-RPT-SIGN-LINE        PIC X(70) VALUE
               "Signed off : ____________________   Date : ________".

      ******************************************************************
      ******************************************************************
       PROCEDURE DIVISION.

       A000 SECTION.
       A001.
           PERFORM A010-OPEN-FILES.
           PERFORM B010-READ-RUN-LOG.
           PERFORM B020-COUNT-CSV.
           PERFORM B030-COUNT-STATE.
           IF HIST-FILE-OK
               PERFORM B040-READ-TRAILERS
           END-IF.
           PERFORM B050-PRINT-STEPS.
           PERFORM B060-PRINT-CHECKS.
           PERFORM B070-PRINT-VERDICT.
           PERFORM A030-CLOSE-FILES.
           PERFORM A040-WRITE-RUN-LOG.
       A999.
           MOVE W-RUN-RC TO RETURN-CODE.
           STOP RUN.
      ******************************************************************

       A010-OPEN-FILES.
           OPEN INPUT  RUNLOG CSVIN STATEIN HISTIN.
           OPEN OUTPUT BALRPT.
           IF W-HIST-FS NOT = 0
               DISPLAY "GCHIST OPEN FAILED - FILE STATUS " W-HIST-FS
               MOVE 1 TO W-FILE-FLAG
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
           ACCEPT W-TIME-ITEM FROM TIME.
           MOVE W-TIME-ITEM(1:6) TO W-RUN-TIME.
           MOVE "GC0049" TO W-SP-PROGRAM (1).
           MOVE "GC0050" TO W-SP-PROGRAM (2).
           MOVE "GC0051" TO W-SP-PROGRAM (3).
           PERFORM VARYING W-SP-SUB FROM 1 BY 1
               UNTIL W-SP-SUB > 3
               MOVE 0 TO W-SP-FLAG    (W-SP-SUB)
                         W-SP-DATE    (W-SP-SUB)
                         W-SP-TIME    (W-SP-SUB)
                         W-SP-PERIOD  (W-SP-SUB)
                         W-SP-MATCHED (W-SP-SUB)
                         W-SP-RC      (W-SP-SUB)
                         W-SP-CTL-1   (W-SP-SUB)
                         W-SP-CTL-2   (W-SP-SUB)
                         W-SP-CTL-3   (W-SP-SUB)
               MOVE SPACES TO W-SP-OUTCOME (W-SP-SUB)
           END-PERFORM.

       A030-CLOSE-FILES.
           IF HIST-FILE-OK
               CLOSE HISTIN
           END-IF.
           CLOSE RUNLOG CSVIN STATEIN BALRPT.

      *****    this step's own account - the certificate verdict and ****
      *****    the check counts                                      ****
       A040-WRITE-RUN-LOG.
           OPEN EXTEND RUNLOG.
           EVALUATE TRUE
               WHEN PERIOD-TABLE-OVERFLOW
                   MOVE 16 TO W-RUN-RC
                   MOVE "TABLE OVERFLOW"    TO RUN-OUTCOME
               WHEN HIST-FILE-FAILED
                   MOVE 12 TO W-RUN-RC
                   MOVE "GCHIST OPEN FAILED" TO RUN-OUTCOME
               WHEN W-CHECKS-OUT > 0
                   MOVE 08 TO W-RUN-RC
                   MOVE "OUT OF BALANCE"    TO RUN-OUTCOME
               WHEN OTHER
                   MOVE 00 TO W-RUN-RC
                   MOVE "CERTIFIED"         TO RUN-OUTCOME
           END-EVALUATE.
           MOVE "GC0069"          TO RUN-PROGRAM.
           MOVE W-RUN-DATE        TO RUN-DATE.
           MOVE W-RUN-TIME        TO RUN-TIME.
           MOVE W-SP-PERIOD (2)   TO RUN-PERIOD.
           MOVE W-LOG-READ        TO RUN-RECS-READ.
           MOVE W-CHECKS-IN       TO RUN-RECS-MATCHED.
           MOVE W-CHECKS-OUT      TO RUN-RECS-REJECTED.
           MOVE W-RUN-RC          TO RUN-RETURN-CODE.
           MOVE W-CHECKS-MADE     TO RUN-CTL-COUNT-1.
           MOVE W-CHECKS-IN       TO RUN-CTL-COUNT-2.
           MOVE W-CHECKS-OUT      TO RUN-CTL-COUNT-3.
           WRITE RUN-REC.
           CLOSE RUNLOG.

      ******************************************************************
      **** B section : gather the counts, then print the certificate ****
      ******************************************************************
       B000 SECTION.
       B010-READ-RUN-LOG.
           MOVE 0 TO W-EOF-FLAG.
           PERFORM C010-READ-RUNLOG.
           PERFORM C015-NOTE-STEP-RUN
               UNTIL END-OF-FILE.

      *****    the heading row is not a data row                     ****
       B020-COUNT-CSV.
           MOVE 0 TO W-EOF-FLAG.
           PERFORM C020-READ-CSV.
           PERFORM C025-TALLY-CSV-ROW
               UNTIL END-OF-FILE.

       B030-COUNT-STATE.
           MOVE 0 TO W-EOF-FLAG.
           PERFORM C030-READ-STATE.
           PERFORM C030-READ-STATE
               UNTIL END-OF-FILE.

      *****    a trailer per reported period, summed for the matched ****
      *****    check; the cycle period's trailer is kept apart for   ****
      *****    the GC0051 state check                                ****
       B040-READ-TRAILERS.
           PERFORM VARYING W-PD-SUB FROM 1 BY 1
               UNTIL W-PD-SUB > W-PD-CNT
               MOVE "*TRL*"                TO HIST-CTL-ID
               MOVE W-PD-PERIOD (W-PD-SUB) TO HIST-CTL-PERIOD
               READ HISTIN KEY IS HIST-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1              TO W-TRL-FOUND
                       ADD HIST-CTL-COUNT TO W-TRL-TOTAL
               END-READ
           END-PERFORM.
           MOVE "*TRL*"         TO HIST-CTL-ID.
           MOVE W-SP-PERIOD (2) TO HIST-CTL-PERIOD.
           READ HISTIN KEY IS HIST-KEY
               INVALID KEY
                   MOVE 0              TO W-CYCLE-TRL-COUNT
               NOT INVALID KEY
                   MOVE HIST-CTL-COUNT TO W-CYCLE-TRL-COUNT
           END-READ.

       B050-PRINT-STEPS.
           MOVE W-RPT-TITLE TO BAL-RPT-REC.
           WRITE BAL-RPT-REC.
           MOVE W-SP-PERIOD (2) TO WRC-PERIOD.
           MOVE W-RUN-DATE      TO WRC-DATE.
           MOVE W-RPT-CYCLE-LINE TO BAL-RPT-REC.
           WRITE BAL-RPT-REC.
           MOVE SPACES TO BAL-RPT-REC.
           WRITE BAL-RPT-REC.
           MOVE W-RPT-STEP-HDG TO BAL-RPT-REC.
           WRITE BAL-RPT-REC.
           PERFORM VARYING W-SP-SUB FROM 1 BY 1
               UNTIL W-SP-SUB > 3
               PERFORM C040-PRINT-STEP-LINE
           END-PERFORM.
           MOVE SPACES TO BAL-RPT-REC.
           WRITE BAL-RPT-REC.
           IF HIST-FILE-FAILED
               MOVE W-RPT-HIST-FAIL-LINE TO BAL-RPT-REC
               WRITE BAL-RPT-REC
           END-IF.
           IF PERIOD-TABLE-OVERFLOW
               MOVE W-RPT-OVFL-LINE TO BAL-RPT-REC
               WRITE BAL-RPT-REC
           END-IF.

       B060-PRINT-CHECKS.
           MOVE W-RPT-CHECK-HDG TO BAL-RPT-REC.
           WRITE BAL-RPT-REC.
           MOVE "GC0049 DXLAD clean v GC0050 read" TO WRK-DESC.
           MOVE 1 TO W-CHK-STEP-A.
           MOVE 2 TO W-CHK-STEP-B.
           MOVE W-SP-CTL-1 (1) TO W-CHK-LEFT.
           MOVE W-SP-CTL-1 (2) TO W-CHK-RIGHT.
           PERFORM D010-CROSS-CHECK.
           MOVE "GC0049 LADSUM clean v GC0050 read" TO WRK-DESC.
           MOVE W-SP-CTL-2 (1) TO W-CHK-LEFT.
           MOVE W-SP-CTL-2 (2) TO W-CHK-RIGHT.
           PERFORM D010-CROSS-CHECK.
           MOVE "GC0049 feed period v GC0050 period" TO WRK-DESC.
           MOVE W-SP-PERIOD (1) TO W-CHK-LEFT.
           MOVE W-SP-PERIOD (2) TO W-CHK-RIGHT.
           PERFORM D010-CROSS-CHECK.
           MOVE "GC0050 matched v GCHIST trailers" TO WRK-DESC.
           MOVE 2 TO W-CHK-STEP-A.
           MOVE 0 TO W-CHK-STEP-B.
           MOVE W-SP-MATCHED (2) TO W-CHK-LEFT.
           MOVE W-TRL-TOTAL      TO W-CHK-RIGHT.
           PERFORM D010-CROSS-CHECK.
           MOVE "GCCSVOUT periods v GCHIST trailers" TO WRK-DESC.
           MOVE 0 TO W-CHK-STEP-A.
           MOVE W-PD-CNT    TO W-CHK-LEFT.
           MOVE W-TRL-FOUND TO W-CHK-RIGHT.
           PERFORM D010-CROSS-CHECK.
           MOVE "GCCSVOUT rows v GC0050 matched" TO WRK-DESC.
           MOVE 2 TO W-CHK-STEP-B.
           MOVE W-CSV-ROWS       TO W-CHK-LEFT.
           MOVE W-SP-MATCHED (2) TO W-CHK-RIGHT.
           PERFORM D010-CROSS-CHECK.
           MOVE "GCCSVOUT rows v GC0050 rows written" TO WRK-DESC.
           MOVE W-CSV-ROWS       TO W-CHK-LEFT.
           MOVE W-SP-CTL-3 (2)   TO W-CHK-RIGHT.
           PERFORM D010-CROSS-CHECK.
           MOVE "GC0051 state period v GC0050 period" TO WRK-DESC.
           MOVE 3 TO W-CHK-STEP-A.
           MOVE W-SP-PERIOD (3) TO W-CHK-LEFT.
           MOVE W-SP-PERIOD (2) TO W-CHK-RIGHT.
           PERFORM D010-CROSS-CHECK.
           MOVE "GC0051 LADs at period v GCHIST trlr" TO WRK-DESC.
           MOVE 0 TO W-CHK-STEP-B.
           MOVE W-SP-CTL-2 (3)    TO W-CHK-LEFT.
           MOVE W-CYCLE-TRL-COUNT TO W-CHK-RIGHT.
           PERFORM D010-CROSS-CHECK.
           MOVE "GCSTATEO records v GC0051 state LADs" TO WRK-DESC.
           MOVE W-STATE-RECS   TO W-CHK-LEFT.
           MOVE W-SP-CTL-1 (3) TO W-CHK-RIGHT.
           PERFORM D010-CROSS-CHECK.
      *****    a held revision leaves GCCSVOUT carrying figures that ****
      *****    were never authorised - 1 against 0 fails the check   ****
           MOVE "GC0050 revision held v none" TO WRK-DESC.
           MOVE 2 TO W-CHK-STEP-A.
           IF W-SP-OUTCOME (2) = "REVISION HELD"
               MOVE 1 TO W-CHK-LEFT
           ELSE
               MOVE 0 TO W-CHK-LEFT
           END-IF.
           MOVE 0 TO W-CHK-RIGHT.
           PERFORM D010-CROSS-CHECK.

      *****    a file failure or an incomplete trailer pass fails    ****
      *****    the certificate whatever the checks say               ****
       B070-PRINT-VERDICT.
           MOVE SPACES TO BAL-RPT-REC.
           WRITE BAL-RPT-REC.
           IF  W-CHECKS-OUT = 0
           AND HIST-FILE-OK
           AND PERIOD-TABLE-OK
               MOVE W-RPT-PASS-LINE TO BAL-RPT-REC
           ELSE
               MOVE W-RPT-FAIL-LINE TO BAL-RPT-REC
           END-IF.
           WRITE BAL-RPT-REC.
           MOVE SPACES TO BAL-RPT-REC.
           WRITE BAL-RPT-REC.
           WRITE BAL-RPT-REC.
           MOVE W-RPT-SIGN-LINE TO BAL-RPT-REC.
           WRITE BAL-RPT-REC.

      ******************************************************************
      **** C section : file reads, step table upkeep and step lines  ****
      ******************************************************************
       C000 SECTION.
       C010-READ-RUNLOG.
           READ RUNLOG
               AT END MOVE 1 TO W-EOF-FLAG
               NOT AT END ADD 1 TO W-LOG-READ
           END-READ.

      *****    keep whichever run of the step has the later date and ****
      *****    time - the latest run is the one in this cycle        ****
       C015-NOTE-STEP-RUN.
           EVALUATE RUN-PROGRAM
               WHEN "GC0049"  MOVE 1 TO W-SP-SUB
               WHEN "GC0050"  MOVE 2 TO W-SP-SUB
               WHEN "GC0051"  MOVE 3 TO W-SP-SUB
               WHEN OTHER     MOVE 0 TO W-SP-SUB
           END-EVALUATE.
           IF W-SP-SUB > 0
               IF RUN-DATE > W-SP-DATE (W-SP-SUB)
               OR (RUN-DATE = W-SP-DATE (W-SP-SUB)
                   AND RUN-TIME NOT < W-SP-TIME (W-SP-SUB))
                   MOVE 1                 TO W-SP-FLAG    (W-SP-SUB)
                   MOVE RUN-DATE          TO W-SP-DATE    (W-SP-SUB)
                   MOVE RUN-TIME          TO W-SP-TIME    (W-SP-SUB)
                   MOVE RUN-PERIOD        TO W-SP-PERIOD  (W-SP-SUB)
                   MOVE RUN-RECS-MATCHED  TO W-SP-MATCHED (W-SP-SUB)
                   MOVE RUN-RETURN-CODE   TO W-SP-RC      (W-SP-SUB)
                   MOVE RUN-OUTCOME       TO W-SP-OUTCOME (W-SP-SUB)
                   MOVE RUN-CTL-COUNT-1   TO W-SP-CTL-1   (W-SP-SUB)
                   MOVE RUN-CTL-COUNT-2   TO W-SP-CTL-2   (W-SP-SUB)
                   MOVE RUN-CTL-COUNT-3   TO W-SP-CTL-3   (W-SP-SUB)
               END-IF
           END-IF.
           PERFORM C010-READ-RUNLOG.

       C020-READ-CSV.
           READ CSVIN
               AT END MOVE 1 TO W-EOF-FLAG
           END-READ.

      *****    a data row starts with its numeric period; the        ****
      *****    heading row does not                                  ****
       C025-TALLY-CSV-ROW.
           IF CSV-PERIOD IS NUMERIC
               ADD 1 TO W-CSV-ROWS
               MOVE 0 TO W-PD-FOUND
               PERFORM VARYING W-PD-SUB FROM 1 BY 1
                   UNTIL W-PD-SUB > W-PD-CNT
                   OR PD-FOUND
                   IF W-PD-PERIOD (W-PD-SUB) = CSV-PERIOD
                       MOVE 1 TO W-PD-FOUND
                   END-IF
               END-PERFORM
               IF NOT PD-FOUND
                   IF W-PD-CNT < W-PD-MAX
                       ADD 1 TO W-PD-CNT
                       MOVE CSV-PERIOD TO W-PD-PERIOD (W-PD-CNT)
                   ELSE
                       IF PERIOD-TABLE-OK
                           DISPLAY "W-PD-PERIOD TABLE FULL AT "
                                   W-PD-MAX " - PERIOD " CSV-PERIOD
                                   " NOT CHECKED"
                           MOVE 1 TO W-TABLE-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM C020-READ-CSV.

       C030-READ-STATE.
           READ STATEIN
               AT END MOVE 1 TO W-EOF-FLAG
               NOT AT END ADD 1 TO W-STATE-RECS
           END-READ.

       C040-PRINT-STEP-LINE.
           IF SP-LOGGED (W-SP-SUB)
               MOVE W-SP-PROGRAM (W-SP-SUB) TO WRS-PROGRAM
               MOVE W-SP-DATE    (W-SP-SUB) TO WRS-DATE
               MOVE W-SP-PERIOD  (W-SP-SUB) TO WRS-PERIOD
               MOVE W-SP-RC      (W-SP-SUB) TO WRS-RC
               MOVE W-SP-OUTCOME (W-SP-SUB) TO WRS-OUTCOME
               MOVE W-RPT-STEP-LINE TO BAL-RPT-REC
           ELSE
               MOVE W-SP-PROGRAM (W-SP-SUB) TO WRN-PROGRAM
               MOVE W-RPT-NOT-LOGGED-LINE TO BAL-RPT-REC
           END-IF.
           WRITE BAL-RPT-REC.

      ******************************************************************
      **** D section : one cross-check - a step that never logged    ****
      **** cannot vouch for its count, so the check is out           ****
      ******************************************************************
       D000 SECTION.
       D010-CROSS-CHECK.
           ADD 1 TO W-CHECKS-MADE.
           MOVE W-CHK-LEFT  TO WRK-LEFT.
           MOVE W-CHK-RIGHT TO WRK-RIGHT.
      *****    step 0 is a count the certificate took itself - only  ****
      *****    a real step is looked up in the step table            ****
           MOVE 0 TO W-CHK-NOT-RUN.
           IF W-CHK-STEP-A > 0
               IF SP-NOT-LOGGED (W-CHK-STEP-A)
                   MOVE 1 TO W-CHK-NOT-RUN
               END-IF
           END-IF.
           IF W-CHK-STEP-B > 0
               IF SP-NOT-LOGGED (W-CHK-STEP-B)
                   MOVE 1 TO W-CHK-NOT-RUN
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN CHK-STEP-NOT-RUN
                   MOVE "STEP NOT RUN"   TO WRK-RESULT
               WHEN W-CHK-LEFT = W-CHK-RIGHT
                   MOVE "IN BALANCE"     TO WRK-RESULT
               WHEN OTHER
                   MOVE "OUT OF BALANCE" TO WRK-RESULT
           END-EVALUATE.
           IF WRK-RESULT = "IN BALANCE"
               ADD 1 TO W-CHECKS-IN
           ELSE
               ADD 1 TO W-CHECKS-OUT
           END-IF.
           MOVE W-RPT-CHECK-LINE TO BAL-RPT-REC.
           WRITE BAL-RPT-REC.
