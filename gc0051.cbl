       DATE-COMPILED. 08/08/2026.
      ******************************************************************
      **** Trend tracking companion to GC0050.  Reads the GCHIST      ****
      **** history that GC0050 adds to on every run (one HIST-REC     ****
      **** per LAD per period, keyed on HIST-LAD then HIST-PERIOD,    ****
      **** so a browse returns it in that order) and control-breaks   ****
      **** on HIST-LAD to compare a LAD's covid death-rate rank       ****
      **** period over period.                                        ****
      **** Any LAD whose rank moves by more than the run-time         ****
      **** threshold between two consecutive periods is reported as   ****
      **** a mover.                                                   ****
      **** file carries each LAD's most recent period, rate and       ****
      **** rank, and only the newest balanced batch on GCHIST is      ****
      **** read against it, so the Monday batch window no longer      ****
      **** pays for a walk of the whole history.  The FULL path       ****
      **** (the original walk of all of GCHIST) stays behind         ****
      **** the control-card mode option for rebuilding the state      ****
      **** after a GC0053 purge or an out-of-order backfill.  Both    ****
      **** modes write a refreshed state generation on GCSTATEO.     ****
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****    keyed on LAD and period - the full path browses the   ****
      *****    prime key, the batch checks and the incremental path  ****
      *****    go by the period path                                 ****
           SELECT HISTIN                   ASSIGN TO GCHIST
              ORGANIZATION indexed
              ACCESS dynamic
              RECORD KEY  HIST-KEY
              ALTERNATE RECORD KEY HIST-PERIOD WITH DUPLICATES
              FILE STATUS W-HIST-FS.
           SELECT OPTIONAL TRNCARD         ASSIGN TO GCTRNCRD.
           SELECT TRNRPT                   ASSIGN TO GCTRNRPT.
           SELECT RUNLOG                   ASSIGN TO GCRUNLOG.

       FILE SECTION.
      ******************************************************************
      **** history written by GC0050 - each period's batch is        ****
      **** bracketed by *HDR*/*TRL* control records carrying the      ****
      **** batch period and record count.  Every batch is checked to  ****
      **** balance before the full path walks the file, and the       ****
      **** report is refused when one does not.                       ****
      ******************************************************************
       FD  HISTIN.
           COPY GCHISTRC.

      ******************************************************************
      ****   CTL-THRESHOLD - minimum rank movement between periods    ****
      ****                   that is reported as a mover (defaults    ****
      ****                   to 5 if the card is missing or zero)      ****
      ****   CTL-MODE      - F = full rebuild: check and walk all of ****
      ****                   GCHIST and rebuild the state file from  ****
      ****                   scratch (run after a GC0053 purge or an ****
      ****                   out-of-order backfill); anything else = ****
           05  W-UPD-RANK             PIC 999.
           05  W-FOUND-SUB            PIC 999  VALUE 0.

      *****    GCHIST batch validation state - each period read off  ****
      *****    the period path must carry a header, and a trailer    ****
      *****    whose count agrees with the data records it holds     ****
       01  W-BATCH-VARIABLES.
           05  W-HIN-EOF-FLAG         PIC 9    VALUE 0.
               88  END-OF-HISTIN              VALUE 1.
           05  W-HIST-FS              PIC 99.
           05  W-BAL-FLAG             PIC 9    VALUE 0.
               88  HIST-BALANCED              VALUE 0.
               88  HIST-UNBALANCED            VALUE 1.
               88  HIST-OPEN-FAILED           VALUE 2.
           05  W-BATCH-PERIOD         PIC 9(8) VALUE 0.
           05  W-BATCH-COUNT          PIC 9(5) VALUE 0.
           05  W-TRL-COUNT            PIC 9(5) VALUE 0.
           05  W-HDR-FLAG             PIC 9    VALUE 0.
               88  BATCH-HDR-FOUND            VALUE 1.
           05  W-TRL-FLAG             PIC 9    VALUE 0.
               88  BATCH-TRL-FOUND            VALUE 1.

       01  W-REFUSAL-LINE.
           05  FILLER                 PIC X(43) VALUE
           05  W-ST-SUB               PIC 999  VALUE 0.
           05  W-ST-MAX               PIC 999  VALUE 500.
           05  W-ST-MAX-PERIOD        PIC 9(8) VALUE 0.
      *****    newest period on the state generation written and the ****
      *****    LADs carrying it - logged for the GC0069 certificate  ****
           05  W-ST-NEWEST            PIC 9(8) VALUE 0.
           05  W-ST-AT-NEWEST         PIC 9(5) VALUE 0.
           05  W-ST-ENTRY OCCURS 500.
               10  W-ST-LAD           PIC X(9).
               10  W-ST-NAME          PIC X(30).
           OPEN INPUT  TRNCARD.
           OPEN OUTPUT TRNRPT STATEOUT.
           OPEN EXTEND RUNLOG.
           OPEN INPUT  HISTIN.
           IF W-HIST-FS NOT = 0
               DISPLAY "GCHIST OPEN FAILED - FILE STATUS " W-HIST-FS
               MOVE 2 TO W-BAL-FLAG
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
           ACCEPT W-TIME-ITEM FROM TIME.
           MOVE W-TIME-ITEM(1:6) TO W-RUN-TIME.
           PERFORM C010-READ-CONTROL-CARD.

      *****    the original whole-history path - check every batch   ****
      *****    balances, then walk all of GCHIST in key order,       ****
      *****    control-break the movers, and rebuild the state from  ****
      *****    scratch                                               ****
       A012-RUN-FULL.
           IF HIST-BALANCED
               PERFORM D010-VALIDATE-HISTORY.
           IF NOT HIST-BALANCED
               PERFORM B030-WRITE-REFUSAL
           ELSE
               MOVE W-HDG-LINE TO TRN-RPT-REC
               WRITE TRN-RPT-REC
               PERFORM A015-START-FIRST-LAD
               PERFORM B010-PROCESS-HISTORY
                   UNTIL END-OF-HIST
               PERFORM B020-WRITE-TOTALS
           END-IF.

      *****    the *HDR* and *TRL* control keys collate ahead of     ****
      *****    every LAD code, so starting past the highest trailer  ****
      *****    key lands the prime-key browse on the first LAD's     ****
      *****    oldest period                                         ****
       A015-START-FIRST-LAD.
           MOVE "*TRL*"  TO HIST-LAD.
           MOVE 99999999 TO HIST-PERIOD.
           START HISTIN KEY > HIST-KEY
               INVALID KEY MOVE 1 TO W-EOF-FLAG
           END-START.
           IF NOT END-OF-HIST
               PERFORM A020-READ-HISTORY.

       A020-READ-HISTORY.
           READ HISTIN NEXT RECORD
               AT END MOVE 1 TO W-EOF-FLAG
               NOT AT END ADD 1 TO W-RECS-READ
           END-READ.

       A030-CLOSE-FILES.
           CLOSE TRNCARD TRNRPT RUNLOG STATEOUT.
           IF NOT HIST-OPEN-FAILED
               CLOSE HISTIN.

      *****    the machine-readable account of this run - outcome,   ****
      *****    condition code and the record counts                  ****
       A040-WRITE-RUN-LOG.
           EVALUATE TRUE
               WHEN HIST-OPEN-FAILED
                   MOVE 12 TO W-RUN-RC
                   MOVE "GCHIST OPEN FAILED" TO RUN-OUTCOME
               WHEN HIST-UNBALANCED
                   MOVE 12 TO W-RUN-RC
                   MOVE "GCHIST UNBALANCED" TO RUN-OUTCOME
           MOVE "GC0051"        TO RUN-PROGRAM.
           MOVE W-RUN-DATE      TO RUN-DATE.
           MOVE W-RUN-TIME      TO RUN-TIME.
           MOVE W-ST-NEWEST     TO RUN-PERIOD.
           MOVE W-RECS-READ     TO RUN-RECS-READ.
           MOVE W-MOVERS-FOUND  TO RUN-RECS-MATCHED.
           MOVE 0               TO RUN-RECS-REJECTED.
           MOVE W-RUN-RC        TO RUN-RETURN-CODE.
           MOVE W-ST-CNT        TO RUN-CTL-COUNT-1.
           MOVE W-ST-AT-NEWEST  TO RUN-CTL-COUNT-2.
           MOVE 0               TO RUN-CTL-COUNT-3.
           WRITE RUN-REC.

      ******************************************************************
           END-PERFORM.

      ******************************************************************
      **** D section : batch check - walk GCHIST on the period path, ****
      **** one period at a time, proving each period carries its     ****
      **** *HDR* and a *TRL* whose count balances the data records;  ****
      **** the keys stop a period being added twice, so only the     ****
      **** bracket and the count are left to check                   ****
      ******************************************************************
       D000-VALIDATE-HISTORY SECTION.
       D010-VALIDATE-HISTORY.
           MOVE 0 TO HIST-PERIOD.
           PERFORM D015-START-AT-PERIOD.
           PERFORM D020-CHECK-PERIOD
               UNTIL END-OF-HISTIN.

       D015-START-AT-PERIOD.
           MOVE 0 TO W-HIN-EOF-FLAG.
           START HISTIN KEY NOT < HIST-PERIOD
               INVALID KEY MOVE 1 TO W-HIN-EOF-FLAG
           END-START.
           IF NOT END-OF-HISTIN
               PERFORM D030-READ-HISTIN.

       D020-CHECK-PERIOD.
           PERFORM D025-TALLY-PERIOD.
           EVALUATE TRUE
               WHEN NOT BATCH-HDR-FOUND
                   DISPLAY "GCHIST BATCH FOR " W-BATCH-PERIOD
                           " HAS NO HEADER"
                   MOVE 1 TO W-BAL-FLAG
               WHEN NOT BATCH-TRL-FOUND
                   DISPLAY "GCHIST BATCH FOR " W-BATCH-PERIOD
                           " HAS NO TRAILER"
                   MOVE 1 TO W-BAL-FLAG
               WHEN W-TRL-COUNT NOT = W-BATCH-COUNT
                   DISPLAY "GCHIST BATCH FOR " W-BATCH-PERIOD
                           " DOES NOT BALANCE"
                   MOVE 1 TO W-BAL-FLAG
           END-EVALUATE.

      *****    the period's records are adjacent on the period path ****
      *****    - tally them until the period changes                 ****
       D025-TALLY-PERIOD.
           MOVE HIST-PERIOD TO W-BATCH-PERIOD.
           MOVE 0 TO W-HDR-FLAG W-TRL-FLAG W-TRL-COUNT W-BATCH-COUNT.
           PERFORM D027-TALLY-RECORD
               UNTIL END-OF-HISTIN
               OR    HIST-PERIOD NOT = W-BATCH-PERIOD.

       D027-TALLY-RECORD.
           EVALUATE TRUE
               WHEN HIST-HEADER
                   MOVE 1 TO W-HDR-FLAG
               WHEN HIST-TRAILER
                   MOVE 1              TO W-TRL-FLAG
                   MOVE HIST-CTL-COUNT TO W-TRL-COUNT
               WHEN OTHER
                   ADD 1 TO W-BATCH-COUNT
           END-EVALUATE.
           PERFORM D030-READ-HISTIN.

       D030-READ-HISTIN.
           READ HISTIN NEXT RECORD
               AT END MOVE 1 TO W-HIN-EOF-FLAG
           END-READ.

      ******************************************************************
      **** E section : the incremental weekly run - load the state,  ****
      **** find and validate the newest batch on GCHIST, read only   ****
                   END-IF
           END-READ.

      *****    the headers lead the prime key in period order, so    ****
      *****    the last one read is the newest batch; it is only     ****
      *****    trusted when its trailer balances the data records    ****
      *****    the period path holds for it                          ****
       E020-FIND-NEWEST-BATCH.
           IF NOT HIST-OPEN-FAILED
               MOVE "*HDR*" TO HIST-LAD
               MOVE 0       TO HIST-PERIOD
               MOVE 0       TO W-HIN-EOF-FLAG
               START HISTIN KEY NOT < HIST-KEY
                   INVALID KEY MOVE 1 TO W-HIN-EOF-FLAG
               END-START
               IF NOT END-OF-HISTIN
                   PERFORM D030-READ-HISTIN
               END-IF
               PERFORM E022-SCAN-HEADER
                   UNTIL END-OF-HISTIN OR NOT HIST-HEADER
               IF W-HDR-MAX > 0
                   MOVE W-HDR-MAX TO HIST-PERIOD
                   PERFORM D015-START-AT-PERIOD
                   PERFORM D025-TALLY-PERIOD
                   IF  BATCH-TRL-FOUND
                   AND W-TRL-COUNT = W-BATCH-COUNT
                       MOVE W-HDR-MAX TO W-NB-PERIOD
                   END-IF
               END-IF
           END-IF.

       E022-SCAN-HEADER.
           MOVE HIST-PERIOD TO W-HDR-MAX.
           PERFORM D030-READ-HISTIN.

      *****    only the newest batch's data records are read, off    ****
      *****    the period path - everything older is already         ****
      *****    reflected in the state                                ****
       E030-PROCESS-NEWEST.
           MOVE W-HDG-LINE TO TRN-RPT-REC.
           WRITE TRN-RPT-REC.
           MOVE W-NB-PERIOD TO HIST-PERIOD.
           PERFORM D015-START-AT-PERIOD.
           PERFORM E035-APPLY-RECORD
               UNTIL END-OF-HISTIN
               OR    HIST-PERIOD NOT = W-NB-PERIOD.
           MOVE W-NB-PERIOD TO W-PREV-PERIOD.
           PERFORM B020-WRITE-TOTALS.

       E035-APPLY-RECORD.
           IF HIST-HEADER OR HIST-TRAILER
               CONTINUE
           ELSE
               ADD 1 TO W-RECS-READ
               MOVE HIST-LAD TO W-UPD-LAD
               PERFORM C040-FIND-STATE-ENTRY
               IF W-FOUND-SUB > 0
                   COMPUTE W-RANK-DELTA =
                       W-ST-RANK (W-FOUND-SUB) - HIST-DC-RANK
                   IF FUNCTION ABS(W-RANK-DELTA) > W-THRESHOLD
                       PERFORM E038-WRITE-INC-MOVER
                   END-IF
               END-IF
               MOVE HIST-LAD-NAME TO W-UPD-NAME
               MOVE HIST-PERIOD   TO W-UPD-PERIOD
               MOVE HIST-DC-RATE  TO W-UPD-RATE
               MOVE HIST-DC-RANK  TO W-UPD-RANK
               PERFORM C030-UPDATE-STATE-ENTRY
           END-IF.
           PERFORM D030-READ-HISTIN.
      *****    same report line as C020-WRITE-MOVER, previous values ****
      *****    off the state entry instead of the control break      ****
       E038-WRITE-INC-MOVER.
           MOVE HIST-LAD                TO WD-LAD.
           MOVE HIST-LAD-NAME           TO WD-LAD-NAME.
           MOVE W-ST-PERIOD (W-FOUND-SUB) TO WD-PREV-PERIOD.
           MOVE W-ST-RANK   (W-FOUND-SUB) TO WD-PREV-RANK.
           MOVE HIST-PERIOD             TO WD-CURR-PERIOD.
           MOVE HIST-DC-RANK            TO WD-CURR-RANK.
           MOVE W-RANK-DELTA            TO WD-DELTA.
           MOVE W-DTL-LINE              TO TRN-RPT-REC.
           WRITE TRN-RPT-REC.
               MOVE W-ST-RATE   (W-ST-SUB) TO W-SO-RATE
               MOVE W-ST-RANK   (W-ST-SUB) TO W-SO-RANK
               WRITE STATEOUT-REC FROM W-STATE-OUT-REC
               EVALUATE TRUE
                   WHEN W-ST-PERIOD (W-ST-SUB) > W-ST-NEWEST
                       MOVE W-ST-PERIOD (W-ST-SUB) TO W-ST-NEWEST
                       MOVE 1 TO W-ST-AT-NEWEST
                   WHEN W-ST-PERIOD (W-ST-SUB) = W-ST-NEWEST
                       ADD 1 TO W-ST-AT-NEWEST
               END-EVALUATE
           END-PERFORM.
