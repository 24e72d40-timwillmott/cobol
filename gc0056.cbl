      **** filler carry spaces there - those rows group under a      ****
      **** blank region code at the top of the report rather than    ****
      **** being dropped.                                            ****
      **** An optional control card narrows the run to a range of    ****
      **** periods and/or one region; GCHIST is read on its period   ****
      **** path from the first period wanted to the last, and the    ****
      **** region/period groups are built in storage, so no sort of  ****
      **** the history is needed.                                    ****
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
           SELECT OPTIONAL CTLCARD         ASSIGN TO GCRGNCRD.
           SELECT REGION                   ASSIGN TO GCREGION.
           SELECT REGRPT                   ASSIGN TO GCREGRPT.


       FILE SECTION.
      ******************************************************************
      **** history as kept by GC0050 - read on the period path;      ****
      **** batch *HDR*/*TRL* control records are skipped; GC0051 is  ****
      **** the gate that refuses an unbalanced file, this report     ****
      **** only rolls up what is there                               ****
      ******************************************************************
       FD  HISTIN.
           COPY GCHISTRC.

      ******************************************************************
      **** control card - optional; any field left blank or zero     ****
      **** takes its default                                         ****
      ****   RGN-FROM-PERIOD - first HIST-PERIOD to roll up (default ****
      ****                     the oldest on file)                   ****
      ****   RGN-TO-PERIOD   - last HIST-PERIOD to roll up (default  ****
      ****                     the newest on file)                   ****
      ****   RGN-REGION      - one region code to roll up (default   ****
      ****                     every region)                         ****
      ******************************************************************
       FD  CTLCARD RECORDING MODE F.
       01  RGN-CARD-REC.
           05  RGN-FROM-PERIOD      PIC 9(8).
           05  RGN-TO-PERIOD        PIC 9(8).
           05  RGN-REGION           PIC X(9).
           05  FILLER               PIC X(55).

      ******************************************************************
      **** England Administrative Regions - same layout GC0050       ****
       01  W-PGM-VARIABLES.
           05  W-EOF-FLAG             PIC 9    VALUE 0.
               88  END-OF-HIST                VALUE 1.
           05  W-HIST-FS              PIC 99.
           05  W-HIST-OPEN-FLAG       PIC 9    VALUE 0.
               88  HIST-OPEN                  VALUE 1.
           05  W-REG-EOF-FLAG         PIC 9    VALUE 0.
               88  EOF-REGION                 VALUE 1.
           05  W-RECS-READ            PIC 9(7) VALUE 0.
           05  W-FROM-PERIOD          PIC 9(8) VALUE 0.
           05  W-TO-PERIOD            PIC 9(8) VALUE 99999999.
           05  W-WANT-REGION          PIC X(9)  VALUE SPACES.
           05  W-RUN-RC               PIC 99   VALUE 0.
           05  W-TABLE-FLAG           PIC 9    VALUE 0.
               88  GROUP-TABLE-OK             VALUE 0.
               88  GROUP-TABLE-OVERFLOW       VALUE 1.
           05  W-CURR-REGION          PIC X(9)  VALUE SPACES.
           05  W-CURR-PERIOD          PIC 9(8)  VALUE 0.
           05  W-GRP-COUNT            PIC 9(4)  VALUE 0.
               88  PREV-AVG-SET               VALUE 1.
           05  W-AVG-DELTA            PIC S9(4)V99 VALUE 0.

      *****    region codes met on the history, in the order met -   ****
      *****    printed in ascending code order, the blank code of    ****
      *****    the pre-region batches first, as the sort used to     ****
       01  W-REGION-CODES.
           05  W-RC-CNT               PIC 99   VALUE 0.
           05  W-RC-SUB               PIC 99   VALUE 0.
           05  W-RC-MAX               PIC 99   VALUE 12.
           05  W-RC-NEXT              PIC 99   VALUE 0.
           05  W-RC-LAST              PIC X(9) VALUE LOW-VALUES.
           05  W-RC-CODE              PIC X(9) OCCURS 12.

      *****    one entry per period read, ascending as the period    ****
      *****    path returns them, holding a group per region code -  ****
      *****    the cell subscript matches W-RC-CODE                  ****
       01  W-PERIOD-GROUPS.
           05  W-PG-CNT               PIC 999  VALUE 0.
           05  W-PG-SUB               PIC 999  VALUE 0.
           05  W-PG-MAX               PIC 999  VALUE 200.
           05  W-PG-ENTRY OCCURS 200.
               10  W-PG-PERIOD        PIC 9(8).
               10  W-PG-CELL OCCURS 12.
                   15  W-PG-COUNT     PIC 9(4).
                   15  W-PG-RATE-SUM  PIC 9(8)V99.
                   15  W-PG-BEST-NAME PIC X(30).
                   15  W-PG-BEST-RATE PIC 9(4)V99.
                   15  W-PG-WORST-NAME
                                      PIC X(30).
                   15  W-PG-WORST-RATE
                                      PIC 9(4)V99.

      *****    region code/name table loaded from GCREGION           ****
       01  W-REGION-TABLE.
           05  W-RT-CNT               PIC 99   VALUE 0.
               "History rows read : ".
           05  WT-READ                PIC ZZZZZZ9.

       01  W-RANGE-LINE.
           05  FILLER                 PIC X(10) VALUE "Periods : ".
           05  WRG-FROM               PIC 9(8).
           05  FILLER                 PIC X(4)  VALUE " to ".
           05  WRG-TO                 PIC 9(8).
           05  FILLER                 PIC X(12) VALUE "   Region : ".
           05  WRG-REGION             PIC X(9).

       01  W-FAIL-LINES.
           05  W-OPEN-FAIL-LINE       PIC X(40) VALUE
               "GCHIST OPEN FAILED - NO ROLLUP".
           05  W-OVFL-LINE            PIC X(48) VALUE
               "GROUP TABLE FULL - ROLLUP INCOMPLETE".

      ******************************************************************
      ******************************************************************
       PROCEDURE DIVISION.
       A000 SECTION.
       A001.
           PERFORM A010-OPEN-FILES.
           IF NOT HIST-OPEN
               DISPLAY "GCHIST OPEN FAILED - FILE STATUS " W-HIST-FS
               MOVE W-OPEN-FAIL-LINE TO REG-RPT-REC
               WRITE REG-RPT-REC
               MOVE 12 TO W-RUN-RC
           ELSE
               PERFORM A017-START-AT-PERIOD
               PERFORM B010-PROCESS-HISTORY
                   UNTIL END-OF-HIST
                   OR    HIST-PERIOD > W-TO-PERIOD
                   OR    GROUP-TABLE-OVERFLOW
               PERFORM B050-PRINT-REGIONS
               PERFORM B040-WRITE-TOTALS
           END-IF.
      *****    a dropped group means the rollup is not the whole     ****
      *****    picture - say so on the report and fail the step      ****
           IF GROUP-TABLE-OVERFLOW
               MOVE W-OVFL-LINE TO REG-RPT-REC
               WRITE REG-RPT-REC
               MOVE 16 TO W-RUN-RC
           END-IF.
           PERFORM A030-CLOSE-FILES.
       A999.
           MOVE W-RUN-RC TO RETURN-CODE.
           STOP RUN.
      ******************************************************************

       A010-OPEN-FILES.
           OPEN INPUT  HISTIN CTLCARD REGION.
           IF W-HIST-FS = 0
               MOVE 1 TO W-HIST-OPEN-FLAG
           END-IF.
           OPEN OUTPUT REGRPT.
           PERFORM C010-READ-CONTROL-CARD.
           PERFORM A015-LOAD-REGION-TABLE
               UNTIL EOF-REGION.
           CLOSE REGION.
           MOVE W-HDG-TITLE TO REG-RPT-REC.
           WRITE REG-RPT-REC.
           MOVE W-FROM-PERIOD TO WRG-FROM.
           MOVE W-TO-PERIOD   TO WRG-TO.
           IF W-WANT-REGION = SPACES
               MOVE "all"         TO WRG-REGION
           ELSE
               MOVE W-WANT-REGION TO WRG-REGION
           END-IF.
           MOVE W-RANGE-LINE TO REG-RPT-REC.
           WRITE REG-RPT-REC.
           MOVE SPACES TO REG-RPT-REC.
           WRITE REG-RPT-REC.

                   END-IF
           END-READ.

      *****    straight to the first period wanted on the period     ****
      *****    path - nothing older is read                          ****
       A017-START-AT-PERIOD.
           MOVE W-FROM-PERIOD TO HIST-PERIOD.
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
           CLOSE CTLCARD REGRPT.

      ******************************************************************
      **** B section : build the region/period groups off the period ****
      **** path, then print them region major, period minor          ****
      ******************************************************************
       B000 SECTION.
       B010-PROCESS-HISTORY.
           IF HIST-HEADER OR HIST-TRAILER
               CONTINUE
           ELSE
               IF W-WANT-REGION = SPACES
               OR HIST-REGION = W-WANT-REGION
                   ADD 1 TO W-RECS-READ
                   PERFORM C030-FIND-PERIOD-GROUP
                   PERFORM C040-FIND-REGION-CODE
                   IF GROUP-TABLE-OK
                       PERFORM B015-ACCUMULATE
                   END-IF
               END-IF
           END-IF.
           PERFORM A020-READ-HISTORY.

       B015-ACCUMULATE.
           ADD 1 TO W-PG-COUNT (W-PG-CNT W-RC-SUB).
           ADD HIST-DC-RATE TO W-PG-RATE-SUM (W-PG-CNT W-RC-SUB).
           IF W-PG-COUNT (W-PG-CNT W-RC-SUB) = 1
               MOVE HIST-LAD-NAME TO W-PG-BEST-NAME  (W-PG-CNT W-RC-SUB)
                                     W-PG-WORST-NAME (W-PG-CNT W-RC-SUB)
               MOVE HIST-DC-RATE  TO W-PG-BEST-RATE  (W-PG-CNT W-RC-SUB)
                                     W-PG-WORST-RATE (W-PG-CNT W-RC-SUB)
           ELSE
               IF HIST-DC-RATE < W-PG-BEST-RATE (W-PG-CNT W-RC-SUB)
                   MOVE HIST-LAD-NAME
                     TO W-PG-BEST-NAME  (W-PG-CNT W-RC-SUB)
                   MOVE HIST-DC-RATE
                     TO W-PG-BEST-RATE  (W-PG-CNT W-RC-SUB)
               END-IF
               IF HIST-DC-RATE > W-PG-WORST-RATE (W-PG-CNT W-RC-SUB)
                   MOVE HIST-LAD-NAME
                     TO W-PG-WORST-NAME (W-PG-CNT W-RC-SUB)
                   MOVE HIST-DC-RATE
                     TO W-PG-WORST-RATE (W-PG-CNT W-RC-SUB)
               END-IF
           END-IF.

       B020-REGION-START.
           MOVE W-RC-CODE (W-RC-SUB) TO W-CURR-REGION WB-REG.
           PERFORM C020-SEARCH-REGION-TABLE.
           MOVE SPACES TO REG-RPT-REC.
           WRITE REG-RPT-REC.
           WRITE REG-RPT-REC.
           MOVE 0 TO W-PREV-AVG W-PREV-AVG-FLAG.

      *****    one period group of the region - periods the region   ****
      *****    had no LADs in are passed over                        ****
       B025-PERIOD-GROUP.
           IF W-PG-COUNT (W-PG-SUB W-RC-SUB) > 0
               MOVE W-PG-PERIOD (W-PG-SUB)      TO W-CURR-PERIOD
               MOVE W-PG-COUNT  (W-PG-SUB W-RC-SUB) TO W-GRP-COUNT
               MOVE W-PG-RATE-SUM (W-PG-SUB W-RC-SUB)
                 TO W-GRP-RATE-SUM
               MOVE W-PG-BEST-NAME (W-PG-SUB W-RC-SUB)
                 TO W-BEST-NAME
               MOVE W-PG-BEST-RATE (W-PG-SUB W-RC-SUB)
                 TO W-BEST-RATE
               MOVE W-PG-WORST-NAME (W-PG-SUB W-RC-SUB)
                 TO W-WORST-NAME
               MOVE W-PG-WORST-RATE (W-PG-SUB W-RC-SUB)
                 TO W-WORST-RATE
               PERFORM B030-PERIOD-BREAK
           END-IF.

      *****    the period group is complete - print its line and     ****
      *****    carry the average forward as the next period's base   ****
           MOVE W-TOTALS-LINE TO REG-RPT-REC.
           WRITE REG-RPT-REC.

      *****    each pass picks the lowest code above the one last    ****
      *****    printed, so the regions come out in code order        ****
       B050-PRINT-REGIONS.
           PERFORM B055-PRINT-NEXT-REGION W-RC-CNT TIMES.

       B055-PRINT-NEXT-REGION.
           MOVE 0 TO W-RC-NEXT.
           PERFORM VARYING W-RC-SUB FROM 1 BY 1
               UNTIL W-RC-SUB > W-RC-CNT
               IF W-RC-CODE (W-RC-SUB) > W-RC-LAST
                   IF W-RC-NEXT = 0
                       MOVE W-RC-SUB TO W-RC-NEXT
                   ELSE
                       IF W-RC-CODE (W-RC-SUB) < W-RC-CODE (W-RC-NEXT)
                           MOVE W-RC-SUB TO W-RC-NEXT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE W-RC-NEXT TO W-RC-SUB.
           MOVE W-RC-CODE (W-RC-SUB) TO W-RC-LAST.
           PERFORM B020-REGION-START.
           PERFORM VARYING W-PG-SUB FROM 1 BY 1
               UNTIL W-PG-SUB > W-PG-CNT
               PERFORM B025-PERIOD-GROUP
           END-PERFORM.

      ******************************************************************
      **** C section : control card, region name lookup and group    ****
      **** table upkeep                                              ****
      ******************************************************************
       C000 SECTION.
       C010-READ-CONTROL-CARD.
           READ CTLCARD
               AT END
                   CONTINUE
               NOT AT END
                   IF  RGN-FROM-PERIOD IS NUMERIC
                       MOVE RGN-FROM-PERIOD TO W-FROM-PERIOD
                   END-IF
                   IF  RGN-TO-PERIOD IS NUMERIC
                   AND RGN-TO-PERIOD > 0
                       MOVE RGN-TO-PERIOD   TO W-TO-PERIOD
                   END-IF
                   MOVE RGN-REGION TO W-WANT-REGION
           END-READ.

      *****    a code not on GCREGION (or the blank code on          ****
      *****    pre-region batches) prints with an empty name         ****
       C020-SEARCH-REGION-TABLE.
               END-IF
           END-PERFORM.

      *****    the period path returns the periods in order, so a    ****
      *****    new period is simply a change from the last entry     ****
       C030-FIND-PERIOD-GROUP.
           IF W-PG-CNT = 0
           OR HIST-PERIOD NOT = W-PG-PERIOD (W-PG-CNT)
               IF W-PG-CNT < W-PG-MAX
                   ADD 1 TO W-PG-CNT
                   INITIALIZE W-PG-ENTRY (W-PG-CNT)
                   MOVE HIST-PERIOD TO W-PG-PERIOD (W-PG-CNT)
               ELSE
                   DISPLAY "W-PG-ENTRY TABLE FULL AT " W-PG-MAX
                           " PERIODS - NARROW THE RANGE ON GCRGNCRD"
                   MOVE 1 TO W-TABLE-FLAG
               END-IF
           END-IF.

      *****    W-RC-SUB is left on the record's region code          ****
       C040-FIND-REGION-CODE.
           PERFORM VARYING W-RC-SUB FROM 1 BY 1
               UNTIL W-RC-SUB > W-RC-CNT
               OR W-RC-CODE (W-RC-SUB) = HIST-REGION
           END-PERFORM.
           IF W-RC-SUB > W-RC-CNT
               IF W-RC-CNT < W-RC-MAX
                   ADD 1 TO W-RC-CNT
                   MOVE HIST-REGION TO W-RC-CODE (W-RC-CNT)
               ELSE
                   DISPLAY "W-RC-CODE TABLE FULL AT " W-RC-MAX
                           " REGIONS - RECORD DROPPED FOR " HIST-LAD
                   MOVE 1 TO W-TABLE-FLAG
               END-IF
           END-IF.
