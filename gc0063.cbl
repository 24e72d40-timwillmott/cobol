      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GC0063.
       AUTHOR.        Tim Willmott.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      ******************************************************************
      **** Significant outlier register.  Runs after GC0050 and,     ****
      **** for each period on the GCCMPOUT composite extract, works  ****
      **** out the England covid and all-cause death rates and tests ****
      **** every LAD's published confidence limits against them:    ****
      **** a LAD whose lower limit is above the England rate is      ****
      **** significantly higher, one whose upper limit is below it   ****
      **** significantly lower, anything else similar.               ****
      **** The classification is posted to the outlier register      ****
      **** GCOUTVSM (keyed on LAD), which carries how many           ****
      **** consecutive periods the LAD has been significantly high   ****
      **** and when that run started, and a report is printed of the ****
      **** LADs that became, stayed or stopped being significant     ****
      **** outliers this period.                                     ****
      **** The England rate is the population-weighted average of    ****
      **** the LAD rates, weighted by the GCPOPLAD populations GC0050 ****
      **** carried on the extract; with no populations at all it     ****
      **** falls back to the plain average of the LAD rates.         ****
      **** A period already applied to a LAD as its latest is        ****
      **** classified again from the standing before it (a rerun, or ****
      **** a revision GC0050 was authorised to republish); a period  ****
      **** older than the LAD's latest is out of sequence and is     ****
      **** reported, not applied.                                    ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMPIN                    ASSIGN TO GCCMPOUT.
           SELECT OUTRPT                   ASSIGN TO GCOUTRPT.
           SELECT RUNLOG                   ASSIGN TO GCRUNLOG.
           SELECT OUTREG                   ASSIGN TO GCOUTVSM
              ORGANIZATION indexed
              ACCESS random
              RECORD KEY  OUT-LAD
              FILE STATUS W-OUT-FS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.
      ******************************************************************
      **** composite extract as written by GC0050 - one row per LAD  ****
      **** per period, the rows of a period together                 ****
      ******************************************************************
       FD  CMPIN RECORDING MODE F.
           COPY GCCMPRC.

      ******************************************************************
      **** significant outlier report                                ****
      ******************************************************************
       FD  OUTRPT RECORDING MODE F.
       01  OUT-RPT-REC              PIC X(132).

      ******************************************************************
      **** run-control log shared with the other steps - one record  ****
      **** appended per execution for the scheduler to gate on       ****
      ******************************************************************
       FD  RUNLOG RECORDING MODE F.
           COPY GCRUNRC.

      ******************************************************************
      **** outlier register, keyed on LAD                            ****
      ******************************************************************
       FD  OUTREG.
           COPY GCOUTRC.

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  W-PGM-VARIABLES.
           05  W-OUT-FS               PIC 99.
           05  W-EOF-FLAG             PIC 9    VALUE 0.
               88  END-OF-CMPIN               VALUE 1.
           05  W-REGISTER-FLAG        PIC 9    VALUE 0.
               88  REGISTER-OK                VALUE 0.
               88  REGISTER-FAILED            VALUE 1.
           05  W-TABLE-FLAG           PIC 9    VALUE 0.
               88  OL-TABLE-OK                VALUE 0.
               88  OL-TABLE-OVERFLOW          VALUE 1.
           05  W-NEW-REC-FLAG         PIC 9    VALUE 0.
               88  NEW-REGISTER-REC           VALUE 1.
           05  W-CMP-READ             PIC 9(7) VALUE 0.
           05  W-CLASSIFIED           PIC 9(7) VALUE 0.
           05  W-RECLASSIFIED         PIC 9(7) VALUE 0.
           05  W-OUT-OF-SEQ           PIC 9(7) VALUE 0.
           05  W-NEW-LADS             PIC 9(5) VALUE 0.
           05  W-REG-ERRORS           PIC 9(5) VALUE 0.
           05  W-PERIODS-DONE         PIC 9(3) VALUE 0.
           05  W-PERIOD               PIC 9(8) VALUE 0.
           05  W-HIGH-PERIOD          PIC 9(8) VALUE 0.
           05  W-RUN-DATE             PIC 9(8) VALUE 0.
           05  W-RUN-TIME             PIC 9(6) VALUE 0.
           05  W-TIME-ITEM            PIC 9(8) VALUE 0.
           05  W-RUN-RC               PIC 99   VALUE 0.
      *****    measure subscript - 1 covid, 2 all-cause, as in       ****
      *****    OUT-MEASURE - and the became/stayed/stopped section   ****
      *****    being printed                                         ****
           05  W-MS                   PIC 9    VALUE 0.
           05  W-MV-SUB               PIC 9    VALUE 0.
           05  W-MV-CODE              PIC X    VALUE SPACE.
           05  W-MV-LINES             PIC 999  VALUE 0.
           05  W-STANDING             PIC X    VALUE SPACE.
           05  W-CLASS-TEXT           PIC X(8) VALUE SPACES.

      *****    England rates for the period and the sums behind them ****
       01  W-ENGLAND-RATES.
           05  W-EN-BASIS             PIC X(22) VALUE SPACES.
           05  W-EN-POP               PIC 9(10)     VALUE 0.
           05  W-EN-CNT               PIC 9(4)      VALUE 0.
           05  W-EN-MEASURE           OCCURS 2.
               10  W-EN-WTD-SUM       PIC 9(14)V99  VALUE 0.
               10  W-EN-RATE-SUM      PIC 9(8)V99   VALUE 0.
               10  W-EN-RATE          PIC 9(4)V99   VALUE 0.

      *****    the period's classification counts, per measure       ****
       01  W-PERIOD-COUNTS.
           05  W-PC-MEASURE           OCCURS 2.
               10  W-PC-HIGH          PIC 9(4).
               10  W-PC-SIMILAR       PIC 9(4).
               10  W-PC-LOW           PIC 9(4).
               10  W-PC-NO-LIMITS     PIC 9(4).
               10  W-PC-BECAME        PIC 9(4).
               10  W-PC-STAYED        PIC 9(4).
               10  W-PC-STOPPED       PIC 9(4).

      ******************************************************************
      *****    one period's LADs off the extract, with how each      ****
      *****    stood and now stands - sized to the same 500-LAD      ****
      *****    ceiling as GC0050's W-CD.  W-OL-MOVE is B became, S   ****
      *****    stayed, X stopped being a significant outlier, space  ****
      *****    neither; W-OL-APPLIED 0 where the period was out of   ****
      *****    sequence for the LAD and nothing was posted           ****
      ******************************************************************
       01  W-PERIOD-TABLE.
           05  W-OL-CNT               PIC 999  VALUE 0.
           05  W-OL-SUB               PIC 999  VALUE 0.
           05  W-OL-MAX               PIC 999  VALUE 500.
           05  W-OL-ENTRY OCCURS 500.
               10  W-OL-LAD           PIC X(9).
               10  W-OL-NAME          PIC X(30).
               10  W-OL-REGION        PIC X(9).
               10  W-OL-POP           PIC 9(7).
               10  W-OL-APPLIED       PIC 9.
               10  W-OL-MS            OCCURS 2.
                   15  W-OL-RATE      PIC 9(4)V99.
                   15  W-OL-LCL       PIC 9(4)V99.
                   15  W-OL-UCL       PIC 9(4)V99.
                   15  W-OL-CLASS     PIC X.
                   15  W-OL-WAS       PIC X.
                   15  W-OL-RUN       PIC 9(4).
                   15  W-OL-START     PIC 9(8).
                   15  W-OL-MOVE      PIC X.

       01  W-HDG-LINES.
           05  W-HDG-TITLE            PIC X(52) VALUE
               "LADs significantly different from the England rate".
           05  W-HDG-PERIOD.
               10  FILLER             PIC X(9)  VALUE "Period : ".
               10  WHP-PERIOD         PIC 9(8).
               10  FILLER             PIC X(17) VALUE
                   "   LADs tested : ".
               10  WHP-LADS           PIC ZZZ9.
               10  FILLER             PIC X(20) VALUE
                   "   England rate is ".
               10  WHP-BASIS          PIC X(22).
           05  W-HDG-MEASURE.
               10  WHM-TITLE          PIC X(22).
               10  FILLER             PIC X(25) VALUE
                   " - England rate /100k : ".
               10  WHM-ENG-RATE       PIC ZZZ9.99.
           05  W-HDG-MOVE             PIC X(50).
           05  W-HDG-COLS.
               10  FILLER             PIC X(10) VALUE "LAD".
               10  FILLER             PIC X(31) VALUE "LAD Name".
               10  FILLER             PIC X(11) VALUE "Region".
               10  FILLER             PIC X(9)  VALUE "Now".
               10  FILLER             PIC X(9)  VALUE "Was".
               10  FILLER             PIC X(9)  VALUE "   Rate".
               10  FILLER             PIC X(9)  VALUE " Lower CI".
               10  FILLER             PIC X(9)  VALUE " Upper CI".
               10  FILLER             PIC X(8)  VALUE " Pds Hi".
               10  FILLER             PIC X(10) VALUE "  Hi since".
           05  W-NONE-LINE            PIC X(10) VALUE "  (none)".
           05  W-EMPTY-LINE           PIC X(44) VALUE
               "(extract is empty - nothing to classify)".
           05  W-FAIL-LINE            PIC X(52) VALUE
               "REGISTER I-O FAILURE - POSTING STOPPED, SEE JOB LOG".
           05  W-OVFL-LINE            PIC X(48) VALUE
               "PERIOD TABLE FULL - RUN STOPPED, SEE JOB LOG".

      *****    section headings, in W-MV-SUB order                  ****
       01  W-MOVE-HEADINGS.
           05  FILLER                 PIC X(50) VALUE
               "Became a significant outlier this period".
           05  FILLER                 PIC X(50) VALUE
               "Stayed a significant outlier".
           05  FILLER                 PIC X(50) VALUE
               "Stopped being a significant outlier this period".
       01  W-MOVE-HEADING-TABLE REDEFINES W-MOVE-HEADINGS.
           05  W-MOVE-HEADING         PIC X(50) OCCURS 3.

       01  W-DTL-LINE.
           05  WD-LAD                 PIC X(9).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WD-NAME                PIC X(30).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WD-REGION              PIC X(9).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-NOW                 PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WD-WAS                 PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WD-RATE                PIC ZZZZ9.99.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WD-LCL                 PIC ZZZZ9.99.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WD-UCL                 PIC ZZZZ9.99.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WD-RUN                 PIC ZZZ9.
           05  WD-RUN-X REDEFINES WD-RUN PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-START               PIC 9(8).
           05  WD-START-X REDEFINES WD-START PIC X(8).

       01  W-SUMMARY-LINE.
           05  FILLER                 PIC X(10) VALUE "  Higher :".
           05  WS-HIGH                PIC ZZZ9.
           05  FILLER                 PIC X(12) VALUE "   similar :".
           05  WS-SIMILAR             PIC ZZZ9.
           05  FILLER                 PIC X(10) VALUE "   lower :".
           05  WS-LOW                 PIC ZZZ9.
           05  FILLER                 PIC X(14) VALUE "   no limits :".
           05  WS-NO-LIMITS           PIC ZZZ9.
           05  FILLER                 PIC X(11) VALUE "   became :".
           05  WS-BECAME              PIC ZZZ9.
           05  FILLER                 PIC X(11) VALUE "   stayed :".
           05  WS-STAYED              PIC ZZZ9.
           05  FILLER                 PIC X(12) VALUE "   stopped :".
           05  WS-STOPPED             PIC ZZZ9.

       01  W-TOTALS-LINE.
           05  FILLER                 PIC X(20) VALUE
               "Extract rows read : ".
           05  WT-READ                PIC ZZZZZZ9.
           05  FILLER                 PIC X(15) VALUE
               "  classified : ".
           05  WT-CLASSIFIED          PIC ZZZZZZ9.
           05  FILLER                 PIC X(24) VALUE
               "  latest re-classified :".
           05  WT-RECLASSIFIED        PIC ZZZZZZ9.
           05  FILLER                 PIC X(21) VALUE
               "  out of sequence : ".
           05  WT-OUT-OF-SEQ          PIC ZZZZZZ9.
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
           IF REGISTER-OK
               PERFORM A020-READ-CMPIN
               PERFORM B010-PROCESS-PERIOD
                   UNTIL END-OF-CMPIN
                      OR REGISTER-FAILED
                      OR OL-TABLE-OVERFLOW
           END-IF.
           EVALUATE TRUE
               WHEN REGISTER-FAILED
                   MOVE W-FAIL-LINE  TO OUT-RPT-REC
                   WRITE OUT-RPT-REC
               WHEN OL-TABLE-OVERFLOW
                   MOVE W-OVFL-LINE  TO OUT-RPT-REC
                   WRITE OUT-RPT-REC
               WHEN W-CMP-READ = 0
                   MOVE W-HDG-TITLE  TO OUT-RPT-REC
                   WRITE OUT-RPT-REC
                   MOVE W-EMPTY-LINE TO OUT-RPT-REC
                   WRITE OUT-RPT-REC
           END-EVALUATE.
           PERFORM B060-WRITE-TOTALS.
           PERFORM A040-WRITE-RUN-LOG.
           PERFORM A030-CLOSE-FILES.
       A999.
           MOVE W-RUN-RC TO RETURN-CODE.
           STOP RUN.
      ******************************************************************

       A010-OPEN-FILES.
           OPEN INPUT  CMPIN.
           OPEN OUTPUT OUTRPT.
           OPEN EXTEND RUNLOG.
           OPEN I-O    OUTREG.
           IF W-OUT-FS NOT = 0
               DISPLAY "GCOUTVSM OPEN FAILED, FS=" W-OUT-FS
               MOVE 1 TO W-REGISTER-FLAG
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
           ACCEPT W-TIME-ITEM FROM TIME.
           MOVE W-TIME-ITEM(1:6) TO W-RUN-TIME.

       A020-READ-CMPIN.
           READ CMPIN
               AT END MOVE 1 TO W-EOF-FLAG
               NOT AT END ADD 1 TO W-CMP-READ
           END-READ.

       A030-CLOSE-FILES.
           CLOSE CMPIN OUTRPT RUNLOG OUTREG.

      *****    the machine-readable account of this run - outcome,   ****
      *****    condition code and the classification counts; rows    ****
      *****    out of sequence are the exceptions                    ****
       A040-WRITE-RUN-LOG.
           EVALUATE TRUE
               WHEN OL-TABLE-OVERFLOW
                   MOVE 16 TO W-RUN-RC
                   MOVE "TABLE OVERFLOW"    TO RUN-OUTCOME
               WHEN REGISTER-FAILED
                   MOVE 12 TO W-RUN-RC
                   MOVE "VSAM FAILURE"      TO RUN-OUTCOME
               WHEN W-CMP-READ = 0
                   MOVE 08 TO W-RUN-RC
                   MOVE "EMPTY INPUT"       TO RUN-OUTCOME
               WHEN W-OUT-OF-SEQ > 0 OR W-REG-ERRORS > 0
                   MOVE 04 TO W-RUN-RC
                   MOVE "EXCEPTIONS"        TO RUN-OUTCOME
               WHEN OTHER
                   MOVE 00 TO W-RUN-RC
                   MOVE "OK"                TO RUN-OUTCOME
           END-EVALUATE.
           MOVE "GC0063"         TO RUN-PROGRAM.
           MOVE W-RUN-DATE       TO RUN-DATE.
           MOVE W-RUN-TIME       TO RUN-TIME.
           MOVE W-HIGH-PERIOD    TO RUN-PERIOD.
           MOVE W-CMP-READ       TO RUN-RECS-READ.
           MOVE W-CLASSIFIED     TO RUN-RECS-MATCHED.
           COMPUTE RUN-RECS-REJECTED = W-OUT-OF-SEQ + W-REG-ERRORS.
           MOVE W-RUN-RC         TO RUN-RETURN-CODE.
           WRITE RUN-REC.

      ******************************************************************
      **** B section : one period at a time - load its rows, work    ****
      **** the England rates, classify and post every LAD, report    ****
      ******************************************************************
       B000 SECTION.
       B010-PROCESS-PERIOD.
           MOVE CMP-PERIOD TO W-PERIOD.
           IF W-PERIOD > W-HIGH-PERIOD
               MOVE W-PERIOD TO W-HIGH-PERIOD
           END-IF.
           MOVE 0 TO W-OL-CNT.
           PERFORM C010-LOAD-ROW
               UNTIL END-OF-CMPIN
                  OR CMP-PERIOD NOT = W-PERIOD
                  OR OL-TABLE-OVERFLOW.
           IF OL-TABLE-OK
               PERFORM B020-ENGLAND-RATES
               PERFORM VARYING W-MS FROM 1 BY 1
                   UNTIL W-MS > 2
                   MOVE 0 TO W-PC-HIGH      (W-MS)
                             W-PC-SIMILAR   (W-MS)
                             W-PC-LOW       (W-MS)
                             W-PC-NO-LIMITS (W-MS)
                             W-PC-BECAME    (W-MS)
                             W-PC-STAYED    (W-MS)
                             W-PC-STOPPED   (W-MS)
               END-PERFORM
               PERFORM VARYING W-OL-SUB FROM 1 BY 1
                   UNTIL W-OL-SUB > W-OL-CNT
                      OR REGISTER-FAILED
                   PERFORM C030-POST-LAD
               END-PERFORM
               PERFORM B040-PRINT-PERIOD
               ADD 1 TO W-PERIODS-DONE
           END-IF.

      *****    population-weighted average of the LAD rates - the    ****
      *****    published rates are age-standardised, so the England ****
      *****    figure is built from them rather than from raw deaths ****
      *****    over raw population; the plain average stands in when ****
      *****    no LAD on the period carries a population             ****
       B020-ENGLAND-RATES.
           MOVE 0 TO W-EN-POP W-EN-CNT.
           PERFORM VARYING W-MS FROM 1 BY 1
               UNTIL W-MS > 2
               MOVE 0 TO W-EN-WTD-SUM  (W-MS)
                         W-EN-RATE-SUM (W-MS)
                         W-EN-RATE     (W-MS)
           END-PERFORM.
           PERFORM VARYING W-OL-SUB FROM 1 BY 1
               UNTIL W-OL-SUB > W-OL-CNT
               ADD 1 TO W-EN-CNT
               ADD W-OL-POP (W-OL-SUB) TO W-EN-POP
               PERFORM VARYING W-MS FROM 1 BY 1
                   UNTIL W-MS > 2
                   ADD W-OL-RATE (W-OL-SUB W-MS)
                       TO W-EN-RATE-SUM (W-MS)
                   COMPUTE W-EN-WTD-SUM (W-MS) =
                       W-EN-WTD-SUM (W-MS) +
                       W-OL-RATE (W-OL-SUB W-MS) * W-OL-POP (W-OL-SUB)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING W-MS FROM 1 BY 1
               UNTIL W-MS > 2
               IF W-EN-POP > 0
                   COMPUTE W-EN-RATE (W-MS) ROUNDED =
                       W-EN-WTD-SUM (W-MS) / W-EN-POP
               ELSE
                   IF W-EN-CNT > 0
                       COMPUTE W-EN-RATE (W-MS) ROUNDED =
                           W-EN-RATE-SUM (W-MS) / W-EN-CNT
                   END-IF
               END-IF
           END-PERFORM.
           IF W-EN-POP > 0
               MOVE "population-weighted" TO W-EN-BASIS
           ELSE
               MOVE "unweighted (no pop'n)" TO W-EN-BASIS
           END-IF.

       B040-PRINT-PERIOD.
           MOVE SPACES         TO OUT-RPT-REC.
           WRITE OUT-RPT-REC.
           MOVE W-HDG-TITLE    TO OUT-RPT-REC.
           WRITE OUT-RPT-REC.
           MOVE W-PERIOD       TO WHP-PERIOD.
           MOVE W-OL-CNT       TO WHP-LADS.
           MOVE W-EN-BASIS     TO WHP-BASIS.
           MOVE W-HDG-PERIOD   TO OUT-RPT-REC.
           WRITE OUT-RPT-REC.
           PERFORM VARYING W-MS FROM 1 BY 1
               UNTIL W-MS > 2
               PERFORM C050-PRINT-MEASURE
           END-PERFORM.

       B060-WRITE-TOTALS.
           MOVE SPACES           TO OUT-RPT-REC.
           WRITE OUT-RPT-REC.
           MOVE W-CMP-READ       TO WT-READ.
           MOVE W-CLASSIFIED     TO WT-CLASSIFIED.
           MOVE W-RECLASSIFIED   TO WT-RECLASSIFIED.
           MOVE W-OUT-OF-SEQ     TO WT-OUT-OF-SEQ.
           MOVE W-NEW-LADS       TO WT-NEW-LADS.
           MOVE W-REG-ERRORS     TO WT-ERRORS.
           MOVE W-TOTALS-LINE    TO OUT-RPT-REC.
           WRITE OUT-RPT-REC.

      ******************************************************************
      **** C section : load a row, classify and post one LAD, and    ****
      **** the report detail                                         ****
      ******************************************************************
       C000 SECTION.
       C010-LOAD-ROW.
           IF W-OL-CNT < W-OL-MAX
               ADD 1 TO W-OL-CNT
               MOVE CMP-LAD          TO W-OL-LAD    (W-OL-CNT)
               MOVE CMP-LAD-NAME     TO W-OL-NAME   (W-OL-CNT)
               MOVE CMP-REGION       TO W-OL-REGION (W-OL-CNT)
               MOVE CMP-POP          TO W-OL-POP    (W-OL-CNT)
               MOVE CMP-DC-RATE      TO W-OL-RATE   (W-OL-CNT 1)
               MOVE CMP-LOWER-CI-C   TO W-OL-LCL    (W-OL-CNT 1)
               MOVE CMP-UPPER-CI-C   TO W-OL-UCL    (W-OL-CNT 1)
               MOVE CMP-DA-RATE      TO W-OL-RATE   (W-OL-CNT 2)
               MOVE CMP-LOWER-CI-A   TO W-OL-LCL    (W-OL-CNT 2)
               MOVE CMP-UPPER-CI-A   TO W-OL-UCL    (W-OL-CNT 2)
               PERFORM A020-READ-CMPIN
           ELSE
               DISPLAY "W-PERIOD-TABLE FULL AT " W-OL-MAX
                       " ENTRIES FOR PERIOD " W-PERIOD
               DISPLAY "RESIZE W-PERIOD-TABLE FOR THE GROWN LAD LIST"
               MOVE 1 TO W-TABLE-FLAG
           END-IF.

      *****    read the LAD's register entry and decide where it     ****
      *****    stood before this period: a later period rolls the    ****
      *****    standing forward, the same period as last time goes   ****
      *****    back to the standing before it, an earlier period is  ****
      *****    out of sequence and leaves the register alone         ****
       C030-POST-LAD.
           MOVE 0 TO W-OL-APPLIED (W-OL-SUB) W-NEW-REC-FLAG.
           PERFORM VARYING W-MS FROM 1 BY 1
               UNTIL W-MS > 2
               MOVE SPACE TO W-OL-MOVE  (W-OL-SUB W-MS)
                             W-OL-CLASS (W-OL-SUB W-MS)
                             W-OL-WAS   (W-OL-SUB W-MS)
               MOVE 0     TO W-OL-RUN   (W-OL-SUB W-MS)
                             W-OL-START (W-OL-SUB W-MS)
           END-PERFORM.
           MOVE W-OL-LAD (W-OL-SUB) TO OUT-LAD.
           READ OUTREG
               INVALID KEY
                   MOVE 1 TO W-NEW-REC-FLAG
                   PERFORM C032-NEW-REGISTER-REC
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN W-PERIOD > OUT-LAST-PERIOD
                           PERFORM C034-ROLL-STANDING
                       WHEN W-PERIOD = OUT-LAST-PERIOD
                           PERFORM C036-RESTORE-STANDING
                           ADD 1 TO W-RECLASSIFIED
                       WHEN OTHER
                           DISPLAY "GC0063 PERIOD " W-PERIOD
                                   " OUT OF SEQUENCE FOR " OUT-LAD
                                   " - LATEST IS " OUT-LAST-PERIOD
                           ADD 1 TO W-OUT-OF-SEQ
                   END-EVALUATE
           END-READ.
           IF NEW-REGISTER-REC OR W-PERIOD NOT < OUT-LAST-PERIOD
               MOVE W-PERIOD               TO OUT-LAST-PERIOD
               MOVE W-OL-NAME   (W-OL-SUB) TO OUT-LAD-NAME
               MOVE W-OL-REGION (W-OL-SUB) TO OUT-REGION
               MOVE W-RUN-DATE             TO OUT-UPD-DATE
               PERFORM VARYING W-MS FROM 1 BY 1
                   UNTIL W-MS > 2
                   PERFORM C040-CLASSIFY-MEASURE
               END-PERFORM
               PERFORM C045-WRITE-REGISTER
           END-IF.

       C032-NEW-REGISTER-REC.
           MOVE SPACES TO OUT-REC.
           MOVE W-OL-LAD (W-OL-SUB) TO OUT-LAD.
           MOVE 0 TO OUT-LAST-PERIOD OUT-PREV-PERIOD.
           PERFORM VARYING W-MS FROM 1 BY 1
               UNTIL W-MS > 2
               MOVE SPACE TO OUT-CLASS      (W-MS)
                             OUT-PREV-CLASS (W-MS)
               MOVE 0 TO OUT-HIGH-RUN        (W-MS)
                         OUT-HIGH-START      (W-MS)
                         OUT-RATE            (W-MS)
                         OUT-LOWER-CI        (W-MS)
                         OUT-UPPER-CI        (W-MS)
                         OUT-ENG-RATE        (W-MS)
                         OUT-PREV-HIGH-RUN   (W-MS)
                         OUT-PREV-HIGH-START (W-MS)
           END-PERFORM.

       C034-ROLL-STANDING.
           MOVE OUT-LAST-PERIOD TO OUT-PREV-PERIOD.
           PERFORM VARYING W-MS FROM 1 BY 1
               UNTIL W-MS > 2
               MOVE OUT-CLASS      (W-MS) TO OUT-PREV-CLASS      (W-MS)
               MOVE OUT-HIGH-RUN   (W-MS) TO OUT-PREV-HIGH-RUN   (W-MS)
               MOVE OUT-HIGH-START (W-MS) TO OUT-PREV-HIGH-START (W-MS)
           END-PERFORM.

       C036-RESTORE-STANDING.
           PERFORM VARYING W-MS FROM 1 BY 1
               UNTIL W-MS > 2
               MOVE OUT-PREV-CLASS      (W-MS) TO OUT-CLASS      (W-MS)
               MOVE OUT-PREV-HIGH-RUN   (W-MS) TO OUT-HIGH-RUN   (W-MS)
               MOVE OUT-PREV-HIGH-START (W-MS) TO OUT-HIGH-START (W-MS)
           END-PERFORM.

      *****    OUT-CLASS holds the standing before this period when  ****
      *****    this is entered; it leaves with the new class, run    ****
      *****    and the became/stayed/stopped move.  A change of      ****
      *****    direction (high to low or back) counts as becoming an ****
      *****    outlier afresh; a LAD with no limits this period is   ****
      *****    neither tested nor moved                              ****
       C040-CLASSIFY-MEASURE.
           MOVE OUT-CLASS (W-MS) TO W-STANDING.
           MOVE W-STANDING       TO W-OL-WAS (W-OL-SUB W-MS).
           EVALUATE TRUE
               WHEN W-OL-UCL (W-OL-SUB W-MS) = 0
                   MOVE "U" TO OUT-CLASS (W-MS)
                   ADD 1 TO W-PC-NO-LIMITS (W-MS)
               WHEN W-OL-LCL (W-OL-SUB W-MS) > W-EN-RATE (W-MS)
                   MOVE "H" TO OUT-CLASS (W-MS)
                   ADD 1 TO W-PC-HIGH (W-MS)
               WHEN W-OL-UCL (W-OL-SUB W-MS) < W-EN-RATE (W-MS)
                   MOVE "L" TO OUT-CLASS (W-MS)
                   ADD 1 TO W-PC-LOW (W-MS)
               WHEN OTHER
                   MOVE "S" TO OUT-CLASS (W-MS)
                   ADD 1 TO W-PC-SIMILAR (W-MS)
           END-EVALUATE.
           IF OUT-HIGH (W-MS)
               IF W-STANDING = "H"
                   ADD 1 TO OUT-HIGH-RUN (W-MS)
               ELSE
                   MOVE 1        TO OUT-HIGH-RUN   (W-MS)
                   MOVE W-PERIOD TO OUT-HIGH-START (W-MS)
               END-IF
           ELSE
               MOVE 0 TO OUT-HIGH-RUN   (W-MS)
                         OUT-HIGH-START (W-MS)
           END-IF.
           EVALUATE TRUE
               WHEN OUT-NO-LIMITS (W-MS)
                   CONTINUE
               WHEN (OUT-HIGH (W-MS) OR OUT-LOW (W-MS))
                AND OUT-CLASS (W-MS) = W-STANDING
                   MOVE "S" TO W-OL-MOVE (W-OL-SUB W-MS)
                   ADD 1 TO W-PC-STAYED (W-MS)
               WHEN OUT-HIGH (W-MS) OR OUT-LOW (W-MS)
                   MOVE "B" TO W-OL-MOVE (W-OL-SUB W-MS)
                   ADD 1 TO W-PC-BECAME (W-MS)
               WHEN W-STANDING = "H" OR W-STANDING = "L"
                   MOVE "X" TO W-OL-MOVE (W-OL-SUB W-MS)
                   ADD 1 TO W-PC-STOPPED (W-MS)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE W-OL-RATE (W-OL-SUB W-MS) TO OUT-RATE     (W-MS).
           MOVE W-OL-LCL  (W-OL-SUB W-MS) TO OUT-LOWER-CI (W-MS).
           MOVE W-OL-UCL  (W-OL-SUB W-MS) TO OUT-UPPER-CI (W-MS).
           MOVE W-EN-RATE (W-MS)          TO OUT-ENG-RATE (W-MS).
           MOVE OUT-CLASS      (W-MS) TO W-OL-CLASS (W-OL-SUB W-MS).
           MOVE OUT-HIGH-RUN   (W-MS) TO W-OL-RUN   (W-OL-SUB W-MS).
           MOVE OUT-HIGH-START (W-MS) TO W-OL-START (W-OL-SUB W-MS).

       C045-WRITE-REGISTER.
           IF NEW-REGISTER-REC
               WRITE OUT-REC
                   INVALID KEY
                       DISPLAY "GCOUTVSM WRITE FAILED FOR " OUT-LAD
                               " FS=" W-OUT-FS
                       ADD 1 TO W-REG-ERRORS
                       MOVE 1 TO W-REGISTER-FLAG
                   NOT INVALID KEY
                       ADD 1 TO W-NEW-LADS W-CLASSIFIED
                       MOVE 1 TO W-OL-APPLIED (W-OL-SUB)
               END-WRITE
           ELSE
               REWRITE OUT-REC
                   INVALID KEY
                       DISPLAY "GCOUTVSM REWRITE FAILED FOR " OUT-LAD
                               " FS=" W-OUT-FS
                       ADD 1 TO W-REG-ERRORS
                       MOVE 1 TO W-REGISTER-FLAG
                   NOT INVALID KEY
                       ADD 1 TO W-CLASSIFIED
                       MOVE 1 TO W-OL-APPLIED (W-OL-SUB)
               END-REWRITE
           END-IF.

      *****    one measure's three sections, then its counts         ****
       C050-PRINT-MEASURE.
           MOVE SPACES TO OUT-RPT-REC.
           WRITE OUT-RPT-REC.
           IF W-MS = 1
               MOVE "Covid-19 death rate"  TO WHM-TITLE
           ELSE
               MOVE "All-cause death rate" TO WHM-TITLE
           END-IF.
           MOVE W-EN-RATE (W-MS) TO WHM-ENG-RATE.
           MOVE W-HDG-MEASURE    TO OUT-RPT-REC.
           WRITE OUT-RPT-REC.
           PERFORM VARYING W-MV-SUB FROM 1 BY 1
               UNTIL W-MV-SUB > 3
               PERFORM C055-PRINT-SECTION
           END-PERFORM.
           MOVE SPACES TO OUT-RPT-REC.
           WRITE OUT-RPT-REC.
           MOVE W-PC-HIGH      (W-MS) TO WS-HIGH.
           MOVE W-PC-SIMILAR   (W-MS) TO WS-SIMILAR.
           MOVE W-PC-LOW       (W-MS) TO WS-LOW.
           MOVE W-PC-NO-LIMITS (W-MS) TO WS-NO-LIMITS.
           MOVE W-PC-BECAME    (W-MS) TO WS-BECAME.
           MOVE W-PC-STAYED    (W-MS) TO WS-STAYED.
           MOVE W-PC-STOPPED   (W-MS) TO WS-STOPPED.
           MOVE W-SUMMARY-LINE        TO OUT-RPT-REC.
           WRITE OUT-RPT-REC.

       C055-PRINT-SECTION.
           EVALUATE W-MV-SUB
               WHEN 1     MOVE "B" TO W-MV-CODE
               WHEN 2     MOVE "S" TO W-MV-CODE
               WHEN OTHER MOVE "X" TO W-MV-CODE
           END-EVALUATE.
           MOVE SPACES TO OUT-RPT-REC.
           WRITE OUT-RPT-REC.
           MOVE W-MOVE-HEADING (W-MV-SUB) TO OUT-RPT-REC.
           WRITE OUT-RPT-REC.
           MOVE W-HDG-COLS TO OUT-RPT-REC.
           WRITE OUT-RPT-REC.
           MOVE 0 TO W-MV-LINES.
           PERFORM VARYING W-OL-SUB FROM 1 BY 1
               UNTIL W-OL-SUB > W-OL-CNT
               IF  W-OL-APPLIED (W-OL-SUB) = 1
               AND W-OL-MOVE (W-OL-SUB W-MS) = W-MV-CODE
                   PERFORM C060-PRINT-LAD-LINE
                   ADD 1 TO W-MV-LINES
               END-IF
           END-PERFORM.
           IF W-MV-LINES = 0
               MOVE W-NONE-LINE TO OUT-RPT-REC
               WRITE OUT-RPT-REC
           END-IF.

      *****    the high run columns are blank unless the LAD is      ****
      *****    significantly high now                                ****
       C060-PRINT-LAD-LINE.
           MOVE W-OL-LAD    (W-OL-SUB)      TO WD-LAD.
           MOVE W-OL-NAME   (W-OL-SUB)      TO WD-NAME.
           MOVE W-OL-REGION (W-OL-SUB)      TO WD-REGION.
           MOVE W-OL-CLASS  (W-OL-SUB W-MS) TO W-STANDING.
           PERFORM C065-SET-CLASS-TEXT.
           MOVE W-CLASS-TEXT                TO WD-NOW.
           MOVE W-OL-WAS    (W-OL-SUB W-MS) TO W-STANDING.
           PERFORM C065-SET-CLASS-TEXT.
           MOVE W-CLASS-TEXT                TO WD-WAS.
           MOVE W-OL-RATE   (W-OL-SUB W-MS) TO WD-RATE.
           MOVE W-OL-LCL    (W-OL-SUB W-MS) TO WD-LCL.
           MOVE W-OL-UCL    (W-OL-SUB W-MS) TO WD-UCL.
           IF W-OL-RUN (W-OL-SUB W-MS) = 0
               MOVE SPACES TO WD-RUN-X WD-START-X
           ELSE
               MOVE W-OL-RUN   (W-OL-SUB W-MS) TO WD-RUN
               MOVE W-OL-START (W-OL-SUB W-MS) TO WD-START
           END-IF.
           MOVE W-DTL-LINE TO OUT-RPT-REC.
           WRITE OUT-RPT-REC.

       C065-SET-CLASS-TEXT.
           EVALUATE W-STANDING
               WHEN "H"   MOVE "HIGHER"   TO W-CLASS-TEXT
               WHEN "L"   MOVE "LOWER"    TO W-CLASS-TEXT
               WHEN "S"   MOVE "similar"  TO W-CLASS-TEXT
               WHEN "U"   MOVE "no CI"    TO W-CLASS-TEXT
               WHEN OTHER MOVE "new"      TO W-CLASS-TEXT
           END-EVALUATE.
