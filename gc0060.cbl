      **** direction flag - the "blip or trend" question answered    ****
      **** on one page instead of several GC0054 runs taped          ****
      **** together.                                                 ****
      **** GCHIST is read on its period path: one record per period  ****
      **** is enough to find which periods are on file, and only the ****
      **** window periods' records are then read to fill the matrix. ****
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
           SELECT OPTIONAL CTLCARD         ASSIGN TO GCTMXCRD.
           SELECT TMXRPT                   ASSIGN TO GCTMXRPT.


       FILE SECTION.
      ******************************************************************
      **** history as kept by GC0050 - the period path is walked a   ****
      **** period at a time to take stock of the periods on file,    ****
      **** then each window period is read to load the LAD/period    ****
      **** matrix; batch *HDR*/*TRL* control records are skipped     ****
      ******************************************************************
       FD  HISTIN.
           COPY GCHISTRC.

      ******************************************************************
       01  W-PGM-VARIABLES.
           05  W-EOF-FLAG             PIC 9    VALUE 0.
               88  END-OF-HIST                VALUE 1.
           05  W-HIST-FS              PIC 99.
           05  W-HIST-OPEN-FLAG       PIC 9    VALUE 0.
               88  HIST-OPEN                  VALUE 1.
           05  W-RECS-READ            PIC 9(7) VALUE 0.
           05  W-LOAD-PERIOD          PIC 9(8) VALUE 0.
           05  W-RUN-RC               PIC 99   VALUE 0.
           05  W-NPER                 PIC 999  VALUE 4.
           05  W-NPER-SHOWN           PIC 9    VALUE 0.
           05  W-TABLE-FLAG           PIC 9    VALUE 0.
               88  MATRIX-OK                  VALUE 0.
               88  MATRIX-OVERFLOW            VALUE 1.
      *****    distinct periods met on the period path               ****
           05  W-PD-CNT               PIC 9(5) VALUE 0.

      *****    the window - the last N periods on file, oldest first ****
      *****    - the period path returns the periods in order, so    ****
      *****    the window rolls forward as each new one is met       ****
       01  W-WINDOW.
           05  W-WIN-PERIOD           PIC 9(8) OCCURS 8.

               "NO PERIODS ON GCHIST - NO REPORT".
       01  W-OVFL-LINE                PIC X(44) VALUE
               "LAD MATRIX FULL - REPORT INCOMPLETE".
       01  W-OPEN-FAIL-LINE           PIC X(44) VALUE
               "GCHIST OPEN FAILED - NO REPORT".

       01  W-TOTALS-LINE.
           05  FILLER                 PIC X(20) VALUE
       A000 SECTION.
       A001.
           PERFORM A010-OPEN-FILES.
           IF HIST-OPEN
               MOVE 0 TO HIST-PERIOD
               PERFORM A015-START-AT-PERIOD
               PERFORM B010-TALLY-PERIODS
                   UNTIL END-OF-HIST
           END-IF.
           EVALUATE TRUE
               WHEN NOT HIST-OPEN
                   DISPLAY "GCHIST OPEN FAILED - FILE STATUS "
                           W-HIST-FS
                   MOVE W-OPEN-FAIL-LINE TO TMX-RPT-REC
                   WRITE TMX-RPT-REC
                   MOVE 12 TO W-RUN-RC
               WHEN W-PD-CNT = 0
                   MOVE W-NO-PERIODS-LINE TO TMX-RPT-REC
                   WRITE TMX-RPT-REC
       A010-OPEN-FILES.
           OPEN INPUT  HISTIN CTLCARD.
           OPEN OUTPUT TMXRPT.
           IF W-HIST-FS = 0
               MOVE 1 TO W-HIST-OPEN-FLAG
           END-IF.
           PERFORM C010-READ-CONTROL-CARD.

      *****    position on the period path at HIST-PERIOD (KEY NOT < ****
      *****    so the period need not be on file) and read its first ****
      *****    record                                                ****
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
           IF HIST-OPEN
               CLOSE HISTIN
           END-IF.
           CLOSE CTLCARD TMXRPT.

      ******************************************************************
      **** B section : pass 1 takes stock of the periods on file,    ****
      **** the window is cut from their tail, pass 2 loads the       ****
      **** matrix a window period at a time and the report walks it  ****
      ******************************************************************
       B000 SECTION.
      *****    one record per period - START past the period just    ****
      *****    met lands on the first record of the next one         ****
       B010-TALLY-PERIODS.
           PERFORM C020-ROLL-WINDOW.
           START HISTIN KEY > HIST-PERIOD
               INVALID KEY MOVE 1 TO W-EOF-FLAG
           END-START.
           IF NOT END-OF-HIST
               PERFORM A020-READ-HISTORY.

      *****    the window already holds the last N periods met,      ****
      *****    oldest first so the columns read left to right        ****
      *****    through time                                          ****
       B020-PICK-WINDOW.
           IF W-NPER > W-PD-CNT
               MOVE W-PD-CNT TO W-NPER
           END-IF.
           MOVE W-NPER TO W-NPER-SHOWN.

       B030-LOAD-MATRIX.
           PERFORM VARYING W-PSLOT FROM 1 BY 1
               UNTIL W-PSLOT > W-NPER
               MOVE W-WIN-PERIOD (W-PSLOT) TO W-LOAD-PERIOD
                                             HIST-PERIOD
               PERFORM A015-START-AT-PERIOD
               PERFORM B035-LOAD-ONE-RECORD
                   UNTIL END-OF-HIST
                   OR    HIST-PERIOD NOT = W-LOAD-PERIOD
           END-PERFORM.

       B035-LOAD-ONE-RECORD.
           IF HIST-HEADER OR HIST-TRAILER
               CONTINUE
           ELSE
               ADD 1 TO W-RECS-READ
               PERFORM C040-STORE-CELL
           END-IF.
           PERFORM A020-READ-HISTORY.

                   END-IF
           END-READ.

      *****    a new period joins the window at the newest end; once ****
      *****    the window is W-NPER wide the oldest drops off        ****
       C020-ROLL-WINDOW.
           ADD 1 TO W-PD-CNT.
           IF W-PD-CNT > W-NPER
               PERFORM VARYING W-SLOT-SUB FROM 1 BY 1
                   UNTIL W-SLOT-SUB NOT < W-NPER
                   MOVE W-WIN-PERIOD (W-SLOT-SUB + 1)
                     TO W-WIN-PERIOD (W-SLOT-SUB)
               END-PERFORM
               MOVE HIST-PERIOD TO W-WIN-PERIOD (W-NPER)
           ELSE
               MOVE HIST-PERIOD TO W-WIN-PERIOD (W-PD-CNT)
           END-IF.

      *****    find (or add) the LAD's matrix row and fill the cell  ****
       C040-STORE-CELL.
           PERFORM VARYING W-MX-SUB FROM 1 BY 1
