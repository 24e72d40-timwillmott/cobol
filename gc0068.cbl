      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GC0068.
       AUTHOR.        Tim Willmott.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      ******************************************************************
      **** One-off conversion of the GCHIST history from the old     ****
      **** appended sequential file (period first, then LAD code) to ****
      **** the keyed file GC0050 now keeps (LAD code then period,    ****
      **** with the alternate period path).                          ****
      **** The old file is read twice.  The first pass takes stock   ****
      **** of every batch and every loose record: a batch is         ****
      **** complete when its *TRL* follows its *HDR* for the same    ****
      **** period with the right data record count, and the first    ****
      **** complete batch met for a period is the one kept - the old ****
      **** GC0050 restart dropped later duplicates the same way.     ****
      **** The second pass loads the kept batches whole, drops       ****
      **** incomplete and duplicate batches, and loads loose records ****
      **** (written before batch bracketing) only for periods with   ****
      **** no batch; each such period is then given a *HDR*/*TRL*    ****
      **** pair of its own so it balances on the keyed file.         ****
      **** With a control card of mode A the program instead turns   ****
      **** one GCHISTAR archive generation round into the new layout ****
      **** record for record, onto GCHISTAN, so GC0057 can read it.  ****
      **** Everything dropped is listed on the conversion report.    ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDHIST                  ASSIGN TO GCHISTSQ.
           SELECT OPTIONAL CTLCARD         ASSIGN TO GCCNVCRD.
           SELECT HISTOUT                  ASSIGN TO GCHIST
              ORGANIZATION indexed
              ACCESS dynamic
              RECORD KEY  HIST-KEY
              ALTERNATE RECORD KEY HIST-PERIOD WITH DUPLICATES
              FILE STATUS W-HIST-FS.
           SELECT ARCHNEW                  ASSIGN TO GCHISTAN.
           SELECT CNVRPT                   ASSIGN TO GCCNVRPT.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.
      ******************************************************************
      **** history (or archive generation) in the old layout - the   ****
      **** period ahead of the LAD code or *HDR*/*TRL* marker, the   ****
      **** rest of the record as it is now                           ****
      ******************************************************************
       FD  OLDHIST RECORDING MODE F.
       01  OLD-REC.
           05  OLD-PERIOD           PIC 9(8).
           05  OLD-ID               PIC X(9).
               88  OLD-HEADER               VALUE "*HDR*".
               88  OLD-TRAILER              VALUE "*TRL*".
           05  OLD-REST             PIC X(59).
       01  OLD-CTL-REC.
           05  FILLER               PIC X(17).
           05  OLD-CTL-COUNT        PIC 9(5).
           05  FILLER               PIC X(54).

      ******************************************************************
      **** control card - optional                                   ****
      ****   CNV-MODE - blank to load GCHIST from GCHISTSQ,          ****
      ****              A to convert an archive generation on        ****
      ****              GCHISTSQ to GCHISTAN                         ****
      ******************************************************************
       FD  CTLCARD RECORDING MODE F.
       01  CNV-CARD-REC.
           05  CNV-MODE             PIC X.
               88  CNV-ARCHIVE-MODE         VALUE "A".
           05  FILLER               PIC X(79).

      ******************************************************************
      **** keyed history - created by this program                   ****
      ******************************************************************
       FD  HISTOUT.
           COPY GCHISTRC.

      ******************************************************************
      **** archive generation in the new layout                      ****
      ******************************************************************
       FD  ARCHNEW RECORDING MODE F.
       01  ARCH-NEW-REC             PIC X(76).

      ******************************************************************
      **** conversion report                                         ****
      ******************************************************************
       FD  CNVRPT RECORDING MODE F.
       01  CNV-RPT-REC              PIC X(80).

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  W-PGM-VARIABLES.
           05  W-EOF-FLAG             PIC 9    VALUE 0.
               88  END-OF-OLD                 VALUE 1.
           05  W-HIST-FS              PIC 99.
           05  W-FILE-FLAG            PIC 9    VALUE 0.
               88  HIST-FILE-OK               VALUE 0.
               88  HIST-FILE-FAILED           VALUE 1.
           05  W-TABLE-FLAG           PIC 9    VALUE 0.
               88  PERIOD-TABLE-OK            VALUE 0.
               88  PERIOD-TABLE-OVERFLOW      VALUE 1.
           05  W-RUN-RC               PIC 99   VALUE 0.
           05  W-RECS-READ            PIC 9(7) VALUE 0.
           05  W-RECS-WRITTEN         PIC 9(7) VALUE 0.
           05  W-RECS-DROPPED         PIC 9(7) VALUE 0.
           05  W-RECS-REFUSED         PIC 9(7) VALUE 0.
           05  W-LOOSE-LOADED         PIC 9(7) VALUE 0.
           05  W-BATCHES-LOADED       PIC 9(5) VALUE 0.
           05  W-BATCHES-DROPPED      PIC 9(5) VALUE 0.

      *****    the batch the old file is in at the moment - number   ****
      *****    is the count of *HDR* records met so far, the same on ****
      *****    both passes, so pass 2 knows which batch pass 1 kept  ****
       01  W-BATCH-WORK.
           05  W-BATCH-FLAG           PIC 9    VALUE 0.
               88  NOT-IN-BATCH               VALUE 0.
               88  IN-BATCH                   VALUE 1.
           05  W-BATCH-NO             PIC 9(5) VALUE 0.
           05  W-BATCH-PERIOD         PIC 9(8) VALUE 0.
           05  W-BATCH-COUNT          PIC 9(5) VALUE 0.
           05  W-BATCH-LOADED         PIC 9(5) VALUE 0.
           05  W-KEEP-FLAG            PIC 9    VALUE 0.
               88  BATCH-DROPPED              VALUE 0.
               88  BATCH-KEPT                 VALUE 1.

      *****    one entry per distinct period met on the old file -   ****
      *****    which batch was kept for it (zero for none) and the   ****
      *****    loose records seen and loaded                         ****
       01  W-PERIOD-TABLE.
           05  W-PD-CNT               PIC 999  VALUE 0.
           05  W-PD-SUB               PIC 999  VALUE 0.
           05  W-PD-MAX               PIC 999  VALUE 500.
           05  W-PD-ENTRY OCCURS 500.
               10  W-PD-PERIOD        PIC 9(8).
               10  W-PD-BATCH-NO      PIC 9(5).
               10  W-PD-LOOSE-SEEN    PIC 9(5).
               10  W-PD-LOOSE-LOADED  PIC 9(5).

      *****    the record in the new layout, and its control view   ****
       01  W-NEW-REC.
           05  W-NEW-KEY.
               10  W-NEW-ID           PIC X(9).
               10  W-NEW-PERIOD       PIC 9(8).
           05  W-NEW-REST             PIC X(59).
       01  W-NEW-CTL REDEFINES W-NEW-REC.
           05  FILLER                 PIC X(17).
           05  W-NEW-COUNT            PIC 9(5).
           05  FILLER                 PIC X(54).

       01  W-RPT-LINES.
           05  W-RPT-TITLE            PIC X(40) VALUE
               "GCHIST conversion to keyed history".
           05  W-RPT-ARC-TITLE        PIC X(40) VALUE
               "GCHISTAR generation conversion".
           05  W-RPT-OPEN-FAIL-LINE   PIC X(40) VALUE
               "GCHIST OPEN FAILED - NOTHING LOADED".
           05  W-RPT-OVFL-LINE        PIC X(48) VALUE
               "PERIOD TABLE FULL - NOTHING LOADED".
           05  W-RPT-DROP-LINE.
               10  WRD-PERIOD         PIC 9(8).
               10  FILLER             PIC X(2)  VALUE SPACES.
               10  WRD-DISP           PIC X(28).
               10  FILLER             PIC X(2)  VALUE SPACES.
               10  WRD-COUNT          PIC ZZZZ9.
               10  FILLER             PIC X(13) VALUE " data records".
           05  W-RPT-TOTALS-LINE.
               10  FILLER             PIC X(20) VALUE
                   "Old records read  : ".
               10  WRT-READ           PIC ZZZZZZ9.
               10  FILLER             PIC X(20) VALUE
                   "  records written : ".
               10  WRT-WRITTEN        PIC ZZZZZZ9.
           05  W-RPT-TOTALS2-LINE.
               10  FILLER             PIC X(20) VALUE
                   "Batches loaded    : ".
               10  WRT-B-LOADED       PIC ZZZZZZ9.
               10  FILLER             PIC X(20) VALUE
                   "  batches dropped : ".
               10  WRT-B-DROPPED      PIC ZZZZZZ9.
           05  W-RPT-TOTALS3-LINE.
               10  FILLER             PIC X(20) VALUE
                   "Loose recs loaded : ".
               10  WRT-LOOSE          PIC ZZZZZZ9.
               10  FILLER             PIC X(20) VALUE
                   "  records dropped : ".
               10  WRT-DROPPED        PIC ZZZZZZ9.
           05  W-RPT-TOTALS4-LINE.
               10  FILLER             PIC X(20) VALUE
                   "Dup keys refused  : ".
               10  WRT-REFUSED        PIC ZZZZZZ9.

      ******************************************************************
      ******************************************************************
       PROCEDURE DIVISION.

       A000 SECTION.
       A001.
           PERFORM A010-OPEN-FILES.
           IF CNV-ARCHIVE-MODE
               PERFORM E010-CONVERT-ARCHIVE
           ELSE
               PERFORM B010-TAKE-STOCK
      *****    nothing is written until pass 1 has seen the whole    ****
      *****    file, so a full table stops the run cleanly           ****
               EVALUATE TRUE
                   WHEN HIST-FILE-FAILED
                       MOVE W-RPT-OPEN-FAIL-LINE TO CNV-RPT-REC
                       WRITE CNV-RPT-REC
                       MOVE 12 TO W-RUN-RC
                   WHEN PERIOD-TABLE-OVERFLOW
                       MOVE W-RPT-OVFL-LINE TO CNV-RPT-REC
                       WRITE CNV-RPT-REC
                       MOVE 16 TO W-RUN-RC
                   WHEN OTHER
                       PERFORM C010-LOAD-HISTORY
                       PERFORM C050-BRACKET-LOOSE-PERIODS
               END-EVALUATE
           END-IF.
           PERFORM D040-WRITE-TOTALS.
           PERFORM A030-CLOSE-FILES.
       A999.
           MOVE W-RUN-RC TO RETURN-CODE.
           STOP RUN.
      ******************************************************************

       A010-OPEN-FILES.
           OPEN INPUT  OLDHIST CTLCARD.
           OPEN OUTPUT CNVRPT.
           PERFORM D010-READ-CONTROL-CARD.
           IF CNV-ARCHIVE-MODE
               OPEN OUTPUT ARCHNEW
               MOVE W-RPT-ARC-TITLE TO CNV-RPT-REC
           ELSE
               OPEN OUTPUT HISTOUT
               IF W-HIST-FS NOT = 0
                   DISPLAY "GCHIST OPEN FAILED - FILE STATUS "
                           W-HIST-FS
                   MOVE 1 TO W-FILE-FLAG
               END-IF
               MOVE W-RPT-TITLE TO CNV-RPT-REC
           END-IF.
           WRITE CNV-RPT-REC.
           MOVE SPACES TO CNV-RPT-REC.
           WRITE CNV-RPT-REC.

       A020-READ-OLD.
           READ OLDHIST
               AT END MOVE 1 TO W-EOF-FLAG
           END-READ.

       A030-CLOSE-FILES.
           IF CNV-ARCHIVE-MODE
               CLOSE ARCHNEW
           ELSE
               IF HIST-FILE-OK
                   CLOSE HISTOUT
               END-IF
           END-IF.
           CLOSE OLDHIST CTLCARD CNVRPT.

      ******************************************************************
      **** B section : pass 1 - find the complete batches, keep the  ****
      **** first for each period, and count the loose records        ****
      ******************************************************************
       B000 SECTION.
       B010-TAKE-STOCK.
           PERFORM A020-READ-OLD.
           PERFORM B020-STOCK-ONE-RECORD
               UNTIL END-OF-OLD OR PERIOD-TABLE-OVERFLOW.
      *****    a batch still open at end of file never reached its   ****
      *****    trailer                                               ****
           IF IN-BATCH
               MOVE "INCOMPLETE BATCH DROPPED" TO WRD-DISP
               PERFORM B040-DROP-BATCH
           END-IF.

       B020-STOCK-ONE-RECORD.
           ADD 1 TO W-RECS-READ.
           EVALUATE TRUE
               WHEN OLD-HEADER
                   IF IN-BATCH
                       MOVE "INCOMPLETE BATCH DROPPED" TO WRD-DISP
                       PERFORM B040-DROP-BATCH
                   END-IF
                   ADD 1 TO W-BATCH-NO
                   MOVE 1          TO W-BATCH-FLAG
                   MOVE OLD-PERIOD TO W-BATCH-PERIOD
                   MOVE 0          TO W-BATCH-COUNT
               WHEN OLD-TRAILER
                   IF  IN-BATCH
                   AND OLD-PERIOD    = W-BATCH-PERIOD
                   AND OLD-CTL-COUNT = W-BATCH-COUNT
                       PERFORM B030-BATCH-COMPLETE
                   ELSE
                       IF IN-BATCH
                           MOVE "INCOMPLETE BATCH DROPPED" TO WRD-DISP
                           PERFORM B040-DROP-BATCH
                       END-IF
                   END-IF
                   MOVE 0 TO W-BATCH-FLAG
               WHEN OTHER
                   IF IN-BATCH
                       ADD 1 TO W-BATCH-COUNT
                   ELSE
                       MOVE OLD-PERIOD TO W-BATCH-PERIOD
                       PERFORM D020-FIND-PERIOD
                       IF PERIOD-TABLE-OK
                           ADD 1 TO W-PD-LOOSE-SEEN (W-PD-SUB)
                       END-IF
                   END-IF
           END-EVALUATE.
           PERFORM A020-READ-OLD.

      *****    the first complete batch for a period is kept; any    ****
      *****    later one for the same period is a duplicate          ****
       B030-BATCH-COMPLETE.
           PERFORM D020-FIND-PERIOD.
           IF PERIOD-TABLE-OK
               IF W-PD-BATCH-NO (W-PD-SUB) = 0
                   MOVE W-BATCH-NO TO W-PD-BATCH-NO (W-PD-SUB)
                   ADD 1 TO W-BATCHES-LOADED
               ELSE
                   MOVE "DUPLICATE BATCH DROPPED" TO WRD-DISP
                   PERFORM B040-DROP-BATCH
               END-IF
           END-IF.

       B040-DROP-BATCH.
           ADD 1 TO W-BATCHES-DROPPED.
           ADD W-BATCH-COUNT TO W-RECS-DROPPED.
           MOVE W-BATCH-PERIOD TO WRD-PERIOD.
           MOVE W-BATCH-COUNT  TO WRD-COUNT.
           PERFORM D030-WRITE-DROP-LINE.

      ******************************************************************
      **** C section : pass 2 - load the kept batches and the loose  ****
      **** records of periods with no batch, then bracket those      ****
      ******************************************************************
       C000 SECTION.
       C010-LOAD-HISTORY.
           CLOSE OLDHIST.
           OPEN INPUT OLDHIST.
           MOVE 0 TO W-EOF-FLAG W-BATCH-NO W-BATCH-FLAG.
           PERFORM A020-READ-OLD.
           PERFORM C020-LOAD-ONE-RECORD
               UNTIL END-OF-OLD.

       C020-LOAD-ONE-RECORD.
           EVALUATE TRUE
               WHEN OLD-HEADER
                   ADD 1 TO W-BATCH-NO
                   MOVE 1          TO W-BATCH-FLAG
                   MOVE OLD-PERIOD TO W-BATCH-PERIOD
                   MOVE 0          TO W-BATCH-LOADED
                   PERFORM D020-FIND-PERIOD
                   IF W-PD-BATCH-NO (W-PD-SUB) = W-BATCH-NO
                       MOVE 1 TO W-KEEP-FLAG
                       PERFORM C030-WRITE-CONVERTED
                   ELSE
                       MOVE 0 TO W-KEEP-FLAG
                   END-IF
               WHEN OLD-TRAILER
      *****    the trailer carries the count actually loaded, so a   ****
      *****    duplicate LAD refused inside the batch still leaves   ****
      *****    the period balanced                                   ****
                   IF IN-BATCH AND BATCH-KEPT
                       PERFORM C040-CONVERT-RECORD
                       MOVE W-BATCH-LOADED TO W-NEW-COUNT
                       MOVE W-NEW-REC TO HIST-REC
                       PERFORM C035-WRITE-HIST
                   END-IF
                   MOVE 0 TO W-BATCH-FLAG W-KEEP-FLAG
               WHEN OTHER
      *****    a stray period inside a kept batch would unbalance    ****
      *****    both periods on the keyed file - dropped              ****
                   IF IN-BATCH
                       IF BATCH-KEPT
                           IF OLD-PERIOD = W-BATCH-PERIOD
                               PERFORM C030-WRITE-CONVERTED
                               IF W-HIST-FS = 0
                                   ADD 1 TO W-BATCH-LOADED
                               END-IF
                           ELSE
                               ADD 1 TO W-RECS-DROPPED
                           END-IF
                       END-IF
                   ELSE
                       PERFORM C025-LOOSE-RECORD
                   END-IF
           END-EVALUATE.
           PERFORM A020-READ-OLD.

      *****    a loose record is loaded only when its period has no  ****
      *****    batch of its own                                      ****
       C025-LOOSE-RECORD.
           MOVE OLD-PERIOD TO W-BATCH-PERIOD.
           PERFORM D020-FIND-PERIOD.
           IF W-PD-BATCH-NO (W-PD-SUB) = 0
               PERFORM C030-WRITE-CONVERTED
               IF W-HIST-FS = 0
                   ADD 1 TO W-PD-LOOSE-LOADED (W-PD-SUB)
                   ADD 1 TO W-LOOSE-LOADED
               END-IF
           ELSE
               ADD 1 TO W-RECS-DROPPED
           END-IF.

       C030-WRITE-CONVERTED.
           PERFORM C040-CONVERT-RECORD.
           MOVE W-NEW-REC TO HIST-REC.
           PERFORM C035-WRITE-HIST.

      *****    a key already loaded is refused - the first stands    ****
       C035-WRITE-HIST.
           WRITE HIST-REC
               INVALID KEY
                   DISPLAY "GCHIST DUPLICATE KEY " HIST-KEY
                           " - RECORD REFUSED"
                   ADD 1 TO W-RECS-REFUSED
           END-WRITE.
           IF W-HIST-FS = 0
               ADD 1 TO W-RECS-WRITTEN
           END-IF.

      *****    old layout to new - the period and the LAD code or    ****
      *****    control marker change places, nothing else moves      ****
       C040-CONVERT-RECORD.
           MOVE OLD-ID     TO W-NEW-ID.
           MOVE OLD-PERIOD TO W-NEW-PERIOD.
           MOVE OLD-REST   TO W-NEW-REST.

      *****    periods made up only of loose records get a header    ****
      *****    and a trailer carrying the count loaded               ****
       C050-BRACKET-LOOSE-PERIODS.
           PERFORM VARYING W-PD-SUB FROM 1 BY 1
               UNTIL W-PD-SUB > W-PD-CNT
               IF W-PD-LOOSE-LOADED (W-PD-SUB) > 0
                   MOVE SPACES                 TO W-NEW-REC
                   MOVE "*HDR*"                TO W-NEW-ID
                   MOVE W-PD-PERIOD (W-PD-SUB) TO W-NEW-PERIOD
                   MOVE 0                      TO W-NEW-COUNT
                   MOVE W-NEW-REC              TO HIST-REC
                   PERFORM C035-WRITE-HIST
                   MOVE "*TRL*"                TO W-NEW-ID
                   MOVE W-PD-LOOSE-LOADED (W-PD-SUB)
                                               TO W-NEW-COUNT
                   MOVE W-NEW-REC              TO HIST-REC
                   PERFORM C035-WRITE-HIST
                   MOVE W-PD-PERIOD (W-PD-SUB) TO WRD-PERIOD
                   MOVE "LOOSE RECORDS BRACKETED"  TO WRD-DISP
                   MOVE W-PD-LOOSE-LOADED (W-PD-SUB) TO WRD-COUNT
                   PERFORM D030-WRITE-DROP-LINE
               END-IF
               IF  W-PD-BATCH-NO (W-PD-SUB) > 0
               AND W-PD-LOOSE-SEEN (W-PD-SUB) > 0
                   MOVE W-PD-PERIOD (W-PD-SUB) TO WRD-PERIOD
                   MOVE "LOOSE RECORDS DROPPED"    TO WRD-DISP
                   MOVE W-PD-LOOSE-SEEN (W-PD-SUB) TO WRD-COUNT
                   PERFORM D030-WRITE-DROP-LINE
               END-IF
           END-PERFORM.

      ******************************************************************
      **** D section : control card, period table upkeep and report  ****
      **** lines                                                     ****
      ******************************************************************
       D000 SECTION.
       D010-READ-CONTROL-CARD.
           MOVE SPACES TO CNV-CARD-REC.
           READ CTLCARD
               AT END MOVE SPACES TO CNV-CARD-REC
           END-READ.

      *****    find (or add) W-BATCH-PERIOD - W-PD-SUB is left on it ****
       D020-FIND-PERIOD.
           PERFORM VARYING W-PD-SUB FROM 1 BY 1
               UNTIL W-PD-SUB > W-PD-CNT
               OR W-PD-PERIOD (W-PD-SUB) = W-BATCH-PERIOD
           END-PERFORM.
           IF W-PD-SUB > W-PD-CNT
               IF W-PD-CNT < W-PD-MAX
                   ADD 1 TO W-PD-CNT
                   MOVE W-BATCH-PERIOD TO W-PD-PERIOD       (W-PD-CNT)
                   MOVE 0              TO W-PD-BATCH-NO     (W-PD-CNT)
                                          W-PD-LOOSE-SEEN   (W-PD-CNT)
                                          W-PD-LOOSE-LOADED (W-PD-CNT)
               ELSE
                   DISPLAY "W-PD-ENTRY TABLE FULL AT " W-PD-MAX
                           " PERIODS - NOTHING LOADED"
                   MOVE 1 TO W-TABLE-FLAG
               END-IF
           END-IF.

       D030-WRITE-DROP-LINE.
           MOVE W-RPT-DROP-LINE TO CNV-RPT-REC.
           WRITE CNV-RPT-REC.

      *****    anything dropped or refused is worth a look before    ****
      *****    the keyed file goes into use                          ****
       D040-WRITE-TOTALS.
           MOVE SPACES TO CNV-RPT-REC.
           WRITE CNV-RPT-REC.
           MOVE W-RECS-READ       TO WRT-READ.
           MOVE W-RECS-WRITTEN    TO WRT-WRITTEN.
           MOVE W-RPT-TOTALS-LINE TO CNV-RPT-REC.
           WRITE CNV-RPT-REC.
           IF NOT CNV-ARCHIVE-MODE
               MOVE W-BATCHES-LOADED   TO WRT-B-LOADED
               MOVE W-BATCHES-DROPPED  TO WRT-B-DROPPED
               MOVE W-RPT-TOTALS2-LINE TO CNV-RPT-REC
               WRITE CNV-RPT-REC
               MOVE W-LOOSE-LOADED     TO WRT-LOOSE
               MOVE W-RECS-DROPPED     TO WRT-DROPPED
               MOVE W-RPT-TOTALS3-LINE TO CNV-RPT-REC
               WRITE CNV-RPT-REC
               MOVE W-RECS-REFUSED     TO WRT-REFUSED
               MOVE W-RPT-TOTALS4-LINE TO CNV-RPT-REC
               WRITE CNV-RPT-REC
           END-IF.
           IF  W-RUN-RC = 0
           AND (W-RECS-DROPPED > 0 OR W-RECS-REFUSED > 0
                OR W-BATCHES-DROPPED > 0)
               MOVE 4 TO W-RUN-RC
           END-IF.

      ******************************************************************
      **** E section : archive generation conversion - record for    ****
      **** record, batches and loose records alike, in file order    ****
      ******************************************************************
       E000 SECTION.
       E010-CONVERT-ARCHIVE.
           PERFORM A020-READ-OLD.
           PERFORM E020-CONVERT-ONE-RECORD
               UNTIL END-OF-OLD.

       E020-CONVERT-ONE-RECORD.
           ADD 1 TO W-RECS-READ.
           PERFORM C040-CONVERT-RECORD.
           WRITE ARCH-NEW-REC FROM W-NEW-REC.
           ADD 1 TO W-RECS-WRITTEN.
           PERFORM A020-READ-OLD.
