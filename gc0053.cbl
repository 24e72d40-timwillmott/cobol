       DATE-WRITTEN.  21/08/2026.
       DATE-COMPILED. 21/08/2026.
      ******************************************************************
      **** Housekeeping for the GCHIST history.  GC0050 adds a       ****
      **** batch of records every run and nothing ever comes off,    ****
      **** so the GC0051 full walk grows week over week.             ****
      **** This program reads a control card naming either the      ****
      **** number of most-recent periods to keep or a cutoff         ****
      **** HIST-PERIOD date, rolls every older period off to a       ****
      **** generation of the archive file, deleting it from GCHIST   ****
      **** in place, and prints a report of the periods archived,    ****
      **** records moved and records kept so retention can be        ****
      **** proved to audit.  Batch header/trailer control records    ****
      **** travel with their period, header first and trailer last   ****
      **** on the archive, so what is left on GCHIST still balances  ****
      **** when GC0051 validates it and GC0057 can bring a period    ****
      **** back whole.                                               ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTIN                   ASSIGN TO GCHIST
              ORGANIZATION indexed
              ACCESS dynamic
              RECORD KEY  HIST-KEY
              ALTERNATE RECORD KEY HIST-PERIOD WITH DUPLICATES
              FILE STATUS W-HIST-FS.
           SELECT ARCHOUT                  ASSIGN TO GCHISTAR.
           SELECT OPTIONAL CTLCARD         ASSIGN TO GCARCCRD.
           SELECT ARCRPT                   ASSIGN TO GCARCRPT.

       FILE SECTION.
      ******************************************************************
      **** history as kept by GC0050 - browsed on the period path    ****
      **** twice, once to take stock of the periods on file and once ****
      **** to move the periods below the cutoff to the archive       ****
      ******************************************************************
       FD  HISTIN.
           COPY GCHISTRC.

      ******************************************************************
      **** archive generation - the periods rolled off, kept for     ****
      **** audit                                                     ****
       01  W-PGM-VARIABLES.
           05  W-EOF-FLAG             PIC 9    VALUE 0.
               88  END-OF-HIST                VALUE 1.
           05  W-HIST-FS              PIC 99.
           05  W-FILE-FLAG            PIC 9    VALUE 0.
               88  HIST-FILE-OK               VALUE 0.
               88  HIST-FILE-FAILED           VALUE 1.
           05  W-RECS-READ            PIC 9(7) VALUE 0.
           05  W-ARC-PERIOD           PIC 9(8) VALUE 0.
      *****    the archived period's trailer, held back until its    ****
      *****    data records are on the archive                       ****
           05  W-ARC-TRL-FLAG         PIC 9    VALUE 0.
               88  ARC-TRL-FOUND              VALUE 1.
           05  W-ARC-TRL-REC          PIC X(76).
           05  W-KEEP-N               PIC 999  VALUE 0.
           05  W-CUTOFF-PERIOD        PIC 9(8) VALUE 0.
           05  W-RECS-MOVED           PIC 9(7) VALUE 0.
       A000 SECTION.
       A001.
           PERFORM A010-OPEN-FILES.
           IF HIST-FILE-OK
               MOVE 0 TO HIST-PERIOD
               PERFORM A015-START-AT-PERIOD
               PERFORM B010-TALLY-PERIODS
                   UNTIL END-OF-HIST OR PERIOD-TABLE-OVERFLOW
           END-IF.
      *****    more distinct periods than the table holds - nothing  ****
      *****    has been moved yet, so stop before the archive pass   ****
      *****    rather than misroute records                          ****
           EVALUATE TRUE
               WHEN HIST-FILE-FAILED
                   MOVE 12 TO RETURN-CODE
               WHEN PERIOD-TABLE-OVERFLOW
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM B020-SET-CUTOFF
                   PERFORM B030-ARCHIVE-HISTORY
                   PERFORM B040-WRITE-REPORT
                   IF HIST-FILE-FAILED
                       MOVE 12 TO RETURN-CODE
                   END-IF
           END-EVALUATE.
           PERFORM A030-CLOSE-FILES.
       A999.
           STOP RUN.
      ******************************************************************

       A010-OPEN-FILES.
           OPEN INPUT  CTLCARD.
           OPEN OUTPUT ARCHOUT ARCRPT.
           OPEN I-O    HISTIN.
           IF W-HIST-FS NOT = 0
               DISPLAY "GCHIST OPEN FAILED - FILE STATUS " W-HIST-FS
               MOVE 1 TO W-FILE-FLAG
           END-IF.
           PERFORM C010-READ-CONTROL-CARD.

      *****    position the period-path browse on the first record   ****
      *****    at or after the period in HIST-PERIOD                 ****
       A015-START-AT-PERIOD.
           MOVE 0 TO W-EOF-FLAG.
           START HISTIN KEY NOT < HIST-PERIOD
               INVALID KEY MOVE 1 TO W-EOF-FLAG
           END-START.
           IF NOT END-OF-HIST
               PERFORM A020-READ-HISTORY.

       A020-READ-HISTORY.
           READ HISTIN NEXT RECORD
               AT END MOVE 1 TO W-EOF-FLAG
           END-READ.

       A030-CLOSE-FILES.
           CLOSE HISTIN CTLCARD ARCHOUT ARCRPT.

      ******************************************************************
      **** B section : pass 1 takes stock of the periods on file,    ****
      **** pass 2 moves every period below the cutoff to the archive ****
      ******************************************************************
       B000 SECTION.
      *****    the period path returns each period's records         ****
      *****    together and in ascending period order, so a new      ****
      *****    period is simply a change of period                   ****
       B010-TALLY-PERIODS.
           ADD 1 TO W-RECS-READ.
           IF HIST-PERIOD NOT = W-ARC-PERIOD
               PERFORM C020-ADD-PERIOD.
           IF PERIOD-TABLE-OK
           AND NOT (HIST-HEADER OR HIST-TRAILER)
               ADD 1 TO W-PD-COUNT (W-PD-CNT).
           PERFORM A020-READ-HISTORY.

      *****    keep-last-N wins over a cutoff date; neither present  ****
               MOVE ARC-CUTOFF TO W-CUTOFF-PERIOD
           END-IF.

       B030-ARCHIVE-HISTORY.
           PERFORM VARYING W-PD-SUB FROM 1 BY 1
               UNTIL W-PD-SUB > W-PD-CNT OR HIST-FILE-FAILED
               IF W-PD-PERIOD (W-PD-SUB) < W-CUTOFF-PERIOD
                   PERFORM B032-ARCHIVE-PERIOD
               END-IF
           END-PERFORM.
           COMPUTE W-RECS-KEPT = W-RECS-READ - W-RECS-MOVED.

      *****    the header goes to the archive first and the trailer  ****
      *****    last, whatever order the period path hands them back  ****
      *****    in, so GC0057 finds each batch bracketed              ****
       B032-ARCHIVE-PERIOD.
           MOVE W-PD-PERIOD (W-PD-SUB) TO W-ARC-PERIOD.
           MOVE 0 TO W-ARC-TRL-FLAG.
           MOVE "*HDR*"      TO HIST-LAD.
           MOVE W-ARC-PERIOD TO HIST-PERIOD.
           READ HISTIN KEY IS HIST-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   WRITE ARCH-REC FROM HIST-REC
           END-READ.
           MOVE "*TRL*"      TO HIST-LAD.
           MOVE W-ARC-PERIOD TO HIST-PERIOD.
           READ HISTIN KEY IS HIST-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HIST-REC TO W-ARC-TRL-REC
                   MOVE 1        TO W-ARC-TRL-FLAG
           END-READ.
           MOVE W-ARC-PERIOD TO HIST-PERIOD.
           PERFORM A015-START-AT-PERIOD.
           PERFORM B035-MOVE-RECORD
               UNTIL END-OF-HIST
               OR    HIST-PERIOD NOT = W-ARC-PERIOD
               OR    HIST-FILE-FAILED.
           IF ARC-TRL-FOUND
               WRITE ARCH-REC FROM W-ARC-TRL-REC.

       B035-MOVE-RECORD.
           IF NOT (HIST-HEADER OR HIST-TRAILER)
               WRITE ARCH-REC FROM HIST-REC.
           DELETE HISTIN RECORD
               INVALID KEY
                   DISPLAY "GCHIST DELETE FAILED AT " HIST-KEY
                           " - FILE STATUS " W-HIST-FS
                   MOVE 1 TO W-FILE-FLAG
               NOT INVALID KEY
                   ADD 1 TO W-RECS-MOVED
           END-DELETE.
           PERFORM A020-READ-HISTORY.

       B040-WRITE-REPORT.
                   END-IF
           END-READ.

      *****    add this record's period to the table - W-ARC-PERIOD  ****
      *****    is left holding the period last added                 ****
       C020-ADD-PERIOD.
           IF W-PD-CNT < 200
               ADD 1 TO W-PD-CNT
               MOVE HIST-PERIOD TO W-PD-PERIOD (W-PD-CNT) W-ARC-PERIOD
           ELSE
               DISPLAY "W-PD-ENTRY TABLE FULL AT 200 PERIODS"
               DISPLAY "RUN STOPPED - PURGE GCHIST IN TWO"
               DISPLAY "PASSES OR RESIZE W-PD-ENTRY"
               MOVE 1 TO W-TABLE-FLAG
           END-IF.

       C030-WRITE-PERIOD-LINE.
