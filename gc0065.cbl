      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GC0065.
       AUTHOR.        Tim Willmott.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      ******************************************************************
      **** Upper-tier authority rollup.  Runs after GC0050 and, for  ****
      **** each period on the GCCMPOUT composite extract, totals the ****
      **** LADs up to the county or unitary authority GCUTLVSM maps  ****
      **** them to: LAD count, raw covid and all-cause deaths,       ****
      **** population and population-weighted rates per 100,000,    ****
      **** with every upper-tier authority ranked nationally on its  ****
      **** covid rate (1 = highest).                                 ****
      **** The rates are deaths over population for the LADs that    ****
      **** carry a GCPOPLAD population on the extract - the way      ****
      **** GC0050's table 7 works its region rates; an authority     ****
      **** none of whose LADs has a population is listed unranked.   ****
      **** A LAD with no mapping on GCUTLVSM is not dropped: it is   ****
      **** listed as an exception under the rollup and its deaths    ****
      **** are shown as an unmapped line, so the mapped and unmapped ****
      **** lines still add back to England.                          ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMPIN                    ASSIGN TO GCCMPOUT.
           SELECT UTRPT                    ASSIGN TO GCUTRRPT.
           SELECT RUNLOG                   ASSIGN TO GCRUNLOG.
           SELECT UTLMAP                   ASSIGN TO GCUTLVSM
              ORGANIZATION indexed
              ACCESS random
              RECORD KEY  UTL-LAD
              FILE STATUS W-UTL-FS.

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
      **** upper-tier rollup report                                  ****
      ******************************************************************
       FD  UTRPT RECORDING MODE F.
       01  UT-RPT-REC               PIC X(132).

      ******************************************************************
      **** run-control log shared with the other steps - one record  ****
      **** appended per execution for the scheduler to gate on       ****
      ******************************************************************
       FD  RUNLOG RECORDING MODE F.
           COPY GCRUNRC.

      ******************************************************************
      **** LAD to upper-tier map, keyed on LAD - maintained by       ****
      **** GC0064                                                    ****
      ******************************************************************
       FD  UTLMAP.
           COPY GCUTLRC.

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  W-PGM-VARIABLES.
           05  W-UTL-FS               PIC 99.
           05  W-EOF-FLAG             PIC 9    VALUE 0.
               88  END-OF-CMPIN               VALUE 1.
           05  W-MAP-FLAG             PIC 9    VALUE 0.
               88  MAP-OK                     VALUE 0.
               88  MAP-FAILED                 VALUE 1.
           05  W-TABLE-FLAG           PIC 9    VALUE 0.
               88  UT-TABLE-OK                VALUE 0.
               88  UT-TABLE-OVERFLOW          VALUE 1.
           05  W-MAPPED-FLAG          PIC 9    VALUE 0.
               88  LAD-MAPPED                 VALUE 1.
           05  W-CMP-READ             PIC 9(7) VALUE 0.
           05  W-MAPPED-ROWS          PIC 9(7) VALUE 0.
           05  W-UNMAPPED-ROWS        PIC 9(7) VALUE 0.
           05  W-PERIODS-DONE         PIC 9(3) VALUE 0.
           05  W-PERIOD               PIC 9(8) VALUE 0.
           05  W-HIGH-PERIOD          PIC 9(8) VALUE 0.
           05  W-PERIOD-LADS          PIC 9(4) VALUE 0.
           05  W-RANK                 PIC 999  VALUE 0.
           05  W-RUN-DATE             PIC 9(8) VALUE 0.
           05  W-RUN-TIME             PIC 9(6) VALUE 0.
           05  W-TIME-ITEM            PIC 9(8) VALUE 0.
           05  W-RUN-RC               PIC 99   VALUE 0.

      *****    the deaths and population the rates of the line being ****
      *****    printed are worked from                               ****
       01  W-RATE-WORK.
           05  W-RATE-DC              PIC 9(9) VALUE 0.
           05  W-RATE-DA              PIC 9(9) VALUE 0.
           05  W-RATE-POP             PIC 9(9) VALUE 0.

      *****    running totals for the mapped, unmapped and England   ****
      *****    lines - 1 mapped, 2 unmapped, 3 England               ****
       01  W-GROUP-TOTALS.
           05  W-GT-ENTRY             OCCURS 3.
               10  W-GT-LADS          PIC 9(4).
               10  W-GT-DC            PIC 9(9).
               10  W-GT-DA            PIC 9(9).
               10  W-GT-POP           PIC 9(9).
               10  W-GT-RATE-DC       PIC 9(9).
               10  W-GT-RATE-DA       PIC 9(9).
           05  W-GT-SUB               PIC 9    VALUE 0.

      ******************************************************************
      *****    one period's upper-tier authorities, built up as the  ****
      *****    LADs are mapped - sized to the same 500 ceiling as    ****
      *****    GC0050's W-CD (there can be no more authorities than  ****
      *****    LADs); unused slots are padded HIGH-VALUES ahead of   ****
      *****    the ranking sort so they land last.  W-UT-RATE-DC/DA  ****
      *****    are the deaths of the LADs that carry a population -  ****
      *****    the numerators of the rates                           ****
      ******************************************************************
       01  W-UT-TABLE.
           05  W-UT-CNT               PIC 999  VALUE 0.
           05  W-UT-SUB               PIC 999  VALUE 0.
           05  W-UT-MAX               PIC 999  VALUE 500.
           05  W-UT-ENTRY OCCURS 500.
               10  W-UT-CODE          PIC X(9).
               10  W-UT-NAME          PIC X(30).
               10  W-UT-TYPE          PIC X.
               10  W-UT-LADS          PIC 9(4).
               10  W-UT-DC            PIC 9(7).
               10  W-UT-DA            PIC 9(7).
               10  W-UT-POP           PIC 9(9).
               10  W-UT-RATE-DC       PIC 9(7).
               10  W-UT-RATE-DA       PIC 9(7).
      *****    1 = population behind it, so the authority is ranked  ****
               10  W-UT-RANKED        PIC 9.
               10  W-UT-DC-100K       PIC 9(5)V99.
               10  W-UT-DA-100K       PIC 9(5)V99.
               10  W-UT-NAT-RANK      PIC 999.

      *****    the period's LADs with no upper-tier mapping          ****
       01  W-EXCEPTION-TABLE.
           05  W-EX-CNT               PIC 999  VALUE 0.
           05  W-EX-SUB               PIC 999  VALUE 0.
           05  W-EX-ENTRY OCCURS 500.
               10  W-EX-LAD           PIC X(9).
               10  W-EX-NAME          PIC X(30).
               10  W-EX-REGION        PIC X(9).
               10  W-EX-DC            PIC 9(4).
               10  W-EX-DA            PIC 9(4).
               10  W-EX-POP           PIC 9(7).

       01  W-HDG-LINES.
           05  W-HDG-TITLE            PIC X(52) VALUE
               "Covid and all-cause deaths by upper-tier authority".
           05  W-HDG-PERIOD.
               10  FILLER             PIC X(9)  VALUE "Period : ".
               10  WHP-PERIOD         PIC 9(8).
               10  FILLER             PIC X(10) VALUE "   LADs : ".
               10  WHP-LADS           PIC ZZZ9.
               10  FILLER             PIC X(30) VALUE
                   "   upper-tier authorities : ".
               10  WHP-UTS            PIC ZZZ9.
           05  W-HDG-COLS.
               10  FILLER             PIC X(5)  VALUE "Rank".
               10  FILLER             PIC X(10) VALUE "Code".
               10  FILLER             PIC X(31) VALUE
                   "Upper-tier authority".
               10  FILLER             PIC X(9)  VALUE "Type".
               10  FILLER             PIC X(6)  VALUE " #LAD".
               10  FILLER             PIC X(9)  VALUE "   Covid".
               10  FILLER             PIC X(9)  VALUE "     All".
               10  FILLER             PIC X(11) VALUE "      Pop'n".
               10  FILLER             PIC X(10) VALUE "  Cov/100k".
               10  FILLER             PIC X(10) VALUE "  All/100k".
           05  W-HDG-EXCEPT           PIC X(50) VALUE
               "Exceptions - LADs with no upper-tier mapping".
           05  W-HDG-EXCEPT-COLS.
               10  FILLER             PIC X(10) VALUE "LAD".
               10  FILLER             PIC X(31) VALUE "LAD Name".
               10  FILLER             PIC X(10) VALUE "Region".
               10  FILLER             PIC X(9)  VALUE "   Covid".
               10  FILLER             PIC X(9)  VALUE "     All".
               10  FILLER             PIC X(9)  VALUE "   Pop'n".
           05  W-NONE-LINE            PIC X(10) VALUE "  (none)".
           05  W-EMPTY-LINE           PIC X(44) VALUE
               "(extract is empty - nothing to roll up)".
           05  W-FAIL-LINE            PIC X(52) VALUE
               "GCUTLVSM OPEN FAILURE - NO ROLLUP, SEE JOB LOG".
           05  W-OVFL-LINE            PIC X(48) VALUE
               "ROLLUP TABLE FULL - RUN STOPPED, SEE JOB LOG".

       01  W-DTL-LINE.
           05  WD-RANK                PIC ZZ9.
           05  WD-RANK-X REDEFINES WD-RANK PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-CODE                PIC X(9).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WD-NAME                PIC X(30).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WD-TYPE                PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WD-LADS                PIC ZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-DC                  PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-DA                  PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-POP                 PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-DC-100K             PIC ZZZZ9.99.
           05  WD-DC-100K-X REDEFINES WD-DC-100K PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-DA-100K             PIC ZZZZ9.99.
           05  WD-DA-100K-X REDEFINES WD-DA-100K PIC X(8).

       01  W-EXCEPT-LINE.
           05  WE-LAD                 PIC X(9).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WE-NAME                PIC X(30).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WE-REGION              PIC X(9).
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  WE-DC                  PIC ZZZ9.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  WE-DA                  PIC ZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WE-POP                 PIC ZZZZZZ9.

      *****    the mapped / unmapped / England lines share the       ****
      *****    detail line's columns                                 ****
       01  W-GROUP-NAMES.
           05  FILLER                 PIC X(30) VALUE
               "All upper-tier authorities".
           05  FILLER                 PIC X(30) VALUE
               "LADs not mapped (exceptions)".
           05  FILLER                 PIC X(30) VALUE
               "England".
       01  W-GROUP-NAME-TABLE REDEFINES W-GROUP-NAMES.
           05  W-GROUP-NAME           PIC X(30) OCCURS 3.

       01  W-TOTALS-LINE.
           05  FILLER                 PIC X(20) VALUE
               "Extract rows read : ".
           05  WT-READ                PIC ZZZZZZ9.
           05  FILLER                 PIC X(11) VALUE
               "  mapped : ".
           05  WT-MAPPED              PIC ZZZZZZ9.
           05  FILLER                 PIC X(13) VALUE
               "  unmapped : ".
           05  WT-UNMAPPED            PIC ZZZZZZ9.
           05  FILLER                 PIC X(12) VALUE
               "  periods : ".
           05  WT-PERIODS             PIC ZZ9.

      ******************************************************************
      ******************************************************************
       PROCEDURE DIVISION.

       A000 SECTION.
       A001.
           PERFORM A010-OPEN-FILES.
           IF MAP-OK
               PERFORM A020-READ-CMPIN
               PERFORM B010-PROCESS-PERIOD
                   UNTIL END-OF-CMPIN
                      OR UT-TABLE-OVERFLOW
           END-IF.
           EVALUATE TRUE
               WHEN MAP-FAILED
                   MOVE W-FAIL-LINE  TO UT-RPT-REC
                   WRITE UT-RPT-REC
               WHEN UT-TABLE-OVERFLOW
                   MOVE W-OVFL-LINE  TO UT-RPT-REC
                   WRITE UT-RPT-REC
               WHEN W-CMP-READ = 0
                   MOVE W-HDG-TITLE  TO UT-RPT-REC
                   WRITE UT-RPT-REC
                   MOVE W-EMPTY-LINE TO UT-RPT-REC
                   WRITE UT-RPT-REC
           END-EVALUATE.
           PERFORM B060-WRITE-TOTALS.
           PERFORM A040-WRITE-RUN-LOG.
           PERFORM A030-CLOSE-FILES.
       A999.
           MOVE W-RUN-RC TO RETURN-CODE.
           STOP RUN.
      ******************************************************************

       A010-OPEN-FILES.
           OPEN INPUT  CMPIN UTLMAP.
           OPEN OUTPUT UTRPT.
           OPEN EXTEND RUNLOG.
           IF W-UTL-FS NOT = 0
               DISPLAY "GCUTLVSM OPEN FAILED, FS=" W-UTL-FS
               MOVE 1 TO W-MAP-FLAG
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
           CLOSE CMPIN UTRPT RUNLOG.
           IF MAP-OK
               CLOSE UTLMAP.

      *****    the machine-readable account of this run - outcome,   ****
      *****    condition code and the row counts; unmapped LADs are  ****
      *****    the exceptions                                        ****
       A040-WRITE-RUN-LOG.
           EVALUATE TRUE
               WHEN UT-TABLE-OVERFLOW
                   MOVE 16 TO W-RUN-RC
                   MOVE "TABLE OVERFLOW"    TO RUN-OUTCOME
               WHEN MAP-FAILED
                   MOVE 12 TO W-RUN-RC
                   MOVE "VSAM FAILURE"      TO RUN-OUTCOME
               WHEN W-CMP-READ = 0
                   MOVE 08 TO W-RUN-RC
                   MOVE "EMPTY INPUT"       TO RUN-OUTCOME
               WHEN W-UNMAPPED-ROWS > 0
                   MOVE 04 TO W-RUN-RC
                   MOVE "EXCEPTIONS"        TO RUN-OUTCOME
               WHEN OTHER
                   MOVE 00 TO W-RUN-RC
                   MOVE "OK"                TO RUN-OUTCOME
           END-EVALUATE.
           MOVE "GC0065"         TO RUN-PROGRAM.
           MOVE W-RUN-DATE       TO RUN-DATE.
           MOVE W-RUN-TIME       TO RUN-TIME.
           MOVE W-HIGH-PERIOD    TO RUN-PERIOD.
           MOVE W-CMP-READ       TO RUN-RECS-READ.
           MOVE W-MAPPED-ROWS    TO RUN-RECS-MATCHED.
           MOVE W-UNMAPPED-ROWS  TO RUN-RECS-REJECTED.
           MOVE W-RUN-RC         TO RUN-RETURN-CODE.
           WRITE RUN-REC.

      ******************************************************************
      **** B section : one period at a time - map and total its LADs ****
      **** then rank and report the authorities                      ****
      ******************************************************************
       B000 SECTION.
       B010-PROCESS-PERIOD.
           MOVE CMP-PERIOD TO W-PERIOD.
           IF W-PERIOD > W-HIGH-PERIOD
               MOVE W-PERIOD TO W-HIGH-PERIOD
           END-IF.
           MOVE 0 TO W-UT-CNT W-EX-CNT W-PERIOD-LADS.
           PERFORM VARYING W-GT-SUB FROM 1 BY 1
               UNTIL W-GT-SUB > 3
               MOVE 0 TO W-GT-LADS    (W-GT-SUB)
                         W-GT-DC      (W-GT-SUB)
                         W-GT-DA      (W-GT-SUB)
                         W-GT-POP     (W-GT-SUB)
                         W-GT-RATE-DC (W-GT-SUB)
                         W-GT-RATE-DA (W-GT-SUB)
           END-PERFORM.
           PERFORM C010-MAP-ROW
               UNTIL END-OF-CMPIN
                  OR CMP-PERIOD NOT = W-PERIOD
                  OR UT-TABLE-OVERFLOW.
           IF UT-TABLE-OK
               PERFORM B020-RANK-AUTHORITIES
               PERFORM B040-PRINT-PERIOD
               ADD 1 TO W-PERIODS-DONE
           END-IF.

      *****    national rank on the covid rate, highest first; an    ****
      *****    unranked authority (no population) sorts after the    ****
      *****    ranked ones                                           ****
       B020-RANK-AUTHORITIES.
           PERFORM VARYING W-UT-SUB FROM 1 BY 1
               UNTIL W-UT-SUB > W-UT-CNT
               MOVE 0 TO W-UT-RANKED   (W-UT-SUB)
                         W-UT-DC-100K  (W-UT-SUB)
                         W-UT-DA-100K  (W-UT-SUB)
                         W-UT-NAT-RANK (W-UT-SUB)
               IF W-UT-POP (W-UT-SUB) > 0
                   MOVE 1 TO W-UT-RANKED (W-UT-SUB)
                   COMPUTE W-UT-DC-100K (W-UT-SUB) ROUNDED =
                       W-UT-RATE-DC (W-UT-SUB) * 100000
                       / W-UT-POP (W-UT-SUB)
                   COMPUTE W-UT-DA-100K (W-UT-SUB) ROUNDED =
                       W-UT-RATE-DA (W-UT-SUB) * 100000
                       / W-UT-POP (W-UT-SUB)
               END-IF
           END-PERFORM.
           COMPUTE W-UT-SUB = W-UT-CNT + 1.
           PERFORM UNTIL W-UT-SUB > W-UT-MAX
               MOVE HIGH-VALUES TO W-UT-CODE (W-UT-SUB)
               MOVE 0 TO W-UT-RANKED  (W-UT-SUB)
                         W-UT-DC-100K (W-UT-SUB)
               ADD 1 TO W-UT-SUB
           END-PERFORM.
           SORT W-UT-ENTRY DESCENDING W-UT-RANKED W-UT-DC-100K
                           ASCENDING  W-UT-CODE.
           MOVE 0 TO W-RANK.
           PERFORM VARYING W-UT-SUB FROM 1 BY 1
               UNTIL W-UT-SUB > W-UT-CNT
               IF W-UT-RANKED (W-UT-SUB) = 1
                   ADD 1 TO W-RANK
                   MOVE W-RANK TO W-UT-NAT-RANK (W-UT-SUB)
               END-IF
           END-PERFORM.

       B040-PRINT-PERIOD.
           MOVE SPACES         TO UT-RPT-REC.
           WRITE UT-RPT-REC.
           MOVE W-HDG-TITLE    TO UT-RPT-REC.
           WRITE UT-RPT-REC.
           MOVE W-PERIOD       TO WHP-PERIOD.
           MOVE W-PERIOD-LADS  TO WHP-LADS.
           MOVE W-UT-CNT       TO WHP-UTS.
           MOVE W-HDG-PERIOD   TO UT-RPT-REC.
           WRITE UT-RPT-REC.
           MOVE SPACES         TO UT-RPT-REC.
           WRITE UT-RPT-REC.
           MOVE W-HDG-COLS     TO UT-RPT-REC.
           WRITE UT-RPT-REC.
           PERFORM VARYING W-UT-SUB FROM 1 BY 1
               UNTIL W-UT-SUB > W-UT-CNT
               PERFORM C030-PRINT-AUTHORITY
           END-PERFORM.
           MOVE SPACES         TO UT-RPT-REC.
           WRITE UT-RPT-REC.
           PERFORM VARYING W-GT-SUB FROM 1 BY 1
               UNTIL W-GT-SUB > 3
               PERFORM C040-PRINT-GROUP-LINE
           END-PERFORM.
           MOVE SPACES         TO UT-RPT-REC.
           WRITE UT-RPT-REC.
           MOVE W-HDG-EXCEPT   TO UT-RPT-REC.
           WRITE UT-RPT-REC.
           MOVE W-HDG-EXCEPT-COLS TO UT-RPT-REC.
           WRITE UT-RPT-REC.
           IF W-EX-CNT = 0
               MOVE W-NONE-LINE TO UT-RPT-REC
               WRITE UT-RPT-REC
           ELSE
               PERFORM VARYING W-EX-SUB FROM 1 BY 1
                   UNTIL W-EX-SUB > W-EX-CNT
                   PERFORM C050-PRINT-EXCEPTION
               END-PERFORM
           END-IF.

       B060-WRITE-TOTALS.
           MOVE SPACES           TO UT-RPT-REC.
           WRITE UT-RPT-REC.
           MOVE W-CMP-READ       TO WT-READ.
           MOVE W-MAPPED-ROWS    TO WT-MAPPED.
           MOVE W-UNMAPPED-ROWS  TO WT-UNMAPPED.
           MOVE W-PERIODS-DONE   TO WT-PERIODS.
           MOVE W-TOTALS-LINE    TO UT-RPT-REC.
           WRITE UT-RPT-REC.

      ******************************************************************
      **** C section : map one LAD and roll it up, report lines      ****
      ******************************************************************
       C000 SECTION.
      *****    every LAD goes into the England line; a mapped LAD    ****
      *****    into its authority and the mapped line, an unmapped   ****
      *****    one onto the exception list and the unmapped line     ****
       C010-MAP-ROW.
           ADD 1 TO W-PERIOD-LADS.
           MOVE 3 TO W-GT-SUB.
           PERFORM C025-ADD-TO-GROUP.
           MOVE 0       TO W-MAPPED-FLAG.
           MOVE CMP-LAD TO UTL-LAD.
           READ UTLMAP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO W-MAPPED-FLAG
           END-READ.
           IF LAD-MAPPED
               ADD 1 TO W-MAPPED-ROWS
               MOVE 1 TO W-GT-SUB
               PERFORM C025-ADD-TO-GROUP
               PERFORM C020-ADD-TO-AUTHORITY
           ELSE
               ADD 1 TO W-UNMAPPED-ROWS
               MOVE 2 TO W-GT-SUB
               PERFORM C025-ADD-TO-GROUP
               ADD 1 TO W-EX-CNT
               MOVE CMP-LAD      TO W-EX-LAD    (W-EX-CNT)
               MOVE CMP-LAD-NAME TO W-EX-NAME   (W-EX-CNT)
               MOVE CMP-REGION   TO W-EX-REGION (W-EX-CNT)
               MOVE CMP-DC       TO W-EX-DC     (W-EX-CNT)
               MOVE CMP-D-A      TO W-EX-DA     (W-EX-CNT)
               MOVE CMP-POP      TO W-EX-POP    (W-EX-CNT)
           END-IF.
           PERFORM A020-READ-CMPIN.
           IF  W-PERIOD-LADS NOT < W-UT-MAX
           AND NOT END-OF-CMPIN
           AND CMP-PERIOD = W-PERIOD
               DISPLAY "GC0065 MORE THAN " W-UT-MAX
                       " LADS FOR PERIOD " W-PERIOD
               DISPLAY "RESIZE W-UT-TABLE AND W-EXCEPTION-TABLE"
               MOVE 1 TO W-TABLE-FLAG
           END-IF.

      *****    find the authority already tabled this period, or     ****
      *****    start a new one                                       ****
       C020-ADD-TO-AUTHORITY.
           PERFORM VARYING W-UT-SUB FROM 1 BY 1
               UNTIL W-UT-SUB > W-UT-CNT
               OR W-UT-CODE (W-UT-SUB) = UTL-UT-CODE
           END-PERFORM.
           IF W-UT-SUB > W-UT-CNT
               ADD 1 TO W-UT-CNT
               MOVE W-UT-CNT    TO W-UT-SUB
               MOVE UTL-UT-CODE TO W-UT-CODE (W-UT-SUB)
               MOVE UTL-UT-NAME TO W-UT-NAME (W-UT-SUB)
               MOVE UTL-UT-TYPE TO W-UT-TYPE (W-UT-SUB)
               MOVE 0 TO W-UT-LADS    (W-UT-SUB)
                         W-UT-DC      (W-UT-SUB)
                         W-UT-DA      (W-UT-SUB)
                         W-UT-POP     (W-UT-SUB)
                         W-UT-RATE-DC (W-UT-SUB)
                         W-UT-RATE-DA (W-UT-SUB)
           END-IF.
           ADD 1       TO W-UT-LADS (W-UT-SUB).
           ADD CMP-DC  TO W-UT-DC   (W-UT-SUB).
           ADD CMP-D-A TO W-UT-DA   (W-UT-SUB).
           IF CMP-POP > 0
               ADD CMP-POP TO W-UT-POP     (W-UT-SUB)
               ADD CMP-DC  TO W-UT-RATE-DC (W-UT-SUB)
               ADD CMP-D-A TO W-UT-RATE-DA (W-UT-SUB)
           END-IF.

       C025-ADD-TO-GROUP.
           ADD 1       TO W-GT-LADS (W-GT-SUB).
           ADD CMP-DC  TO W-GT-DC   (W-GT-SUB).
           ADD CMP-D-A TO W-GT-DA   (W-GT-SUB).
           IF CMP-POP > 0
               ADD CMP-POP TO W-GT-POP     (W-GT-SUB)
               ADD CMP-DC  TO W-GT-RATE-DC (W-GT-SUB)
               ADD CMP-D-A TO W-GT-RATE-DA (W-GT-SUB)
           END-IF.

       C030-PRINT-AUTHORITY.
           IF W-UT-RANKED (W-UT-SUB) = 1
               MOVE W-UT-NAT-RANK (W-UT-SUB) TO WD-RANK
           ELSE
               MOVE SPACES TO WD-RANK-X
           END-IF.
           MOVE W-UT-CODE (W-UT-SUB) TO WD-CODE.
           MOVE W-UT-NAME (W-UT-SUB) TO WD-NAME.
           IF W-UT-TYPE (W-UT-SUB) = "C"
               MOVE "county"  TO WD-TYPE
           ELSE
               MOVE "unitary" TO WD-TYPE
           END-IF.
           MOVE W-UT-LADS    (W-UT-SUB) TO WD-LADS.
           MOVE W-UT-DC      (W-UT-SUB) TO WD-DC.
           MOVE W-UT-DA      (W-UT-SUB) TO WD-DA.
           MOVE W-UT-POP     (W-UT-SUB) TO WD-POP.
           MOVE W-UT-RATE-DC (W-UT-SUB) TO W-RATE-DC.
           MOVE W-UT-RATE-DA (W-UT-SUB) TO W-RATE-DA.
           MOVE W-UT-POP     (W-UT-SUB) TO W-RATE-POP.
           PERFORM C035-WRITE-DETAIL.

      *****    population-weighted rates; blank, not a made-up zero, ****
      *****    when nothing in the line carries a population         ****
       C035-WRITE-DETAIL.
           IF W-RATE-POP = 0
               MOVE SPACES TO WD-DC-100K-X WD-DA-100K-X
           ELSE
               COMPUTE WD-DC-100K ROUNDED =
                   W-RATE-DC * 100000 / W-RATE-POP
               COMPUTE WD-DA-100K ROUNDED =
                   W-RATE-DA * 100000 / W-RATE-POP
           END-IF.
           MOVE W-DTL-LINE TO UT-RPT-REC.
           WRITE UT-RPT-REC.

       C040-PRINT-GROUP-LINE.
           MOVE SPACES TO WD-RANK-X WD-CODE WD-TYPE.
           MOVE W-GROUP-NAME (W-GT-SUB) TO WD-NAME.
           MOVE W-GT-LADS    (W-GT-SUB) TO WD-LADS.
           MOVE W-GT-DC      (W-GT-SUB) TO WD-DC.
           MOVE W-GT-DA      (W-GT-SUB) TO WD-DA.
           MOVE W-GT-POP     (W-GT-SUB) TO WD-POP.
           MOVE W-GT-RATE-DC (W-GT-SUB) TO W-RATE-DC.
           MOVE W-GT-RATE-DA (W-GT-SUB) TO W-RATE-DA.
           MOVE W-GT-POP     (W-GT-SUB) TO W-RATE-POP.
           PERFORM C035-WRITE-DETAIL.

       C050-PRINT-EXCEPTION.
           MOVE W-EX-LAD    (W-EX-SUB) TO WE-LAD.
           MOVE W-EX-NAME   (W-EX-SUB) TO WE-NAME.
           MOVE W-EX-REGION (W-EX-SUB) TO WE-REGION.
           MOVE W-EX-DC     (W-EX-SUB) TO WE-DC.
           MOVE W-EX-DA     (W-EX-SUB) TO WE-DA.
           MOVE W-EX-POP    (W-EX-SUB) TO WE-POP.
           MOVE W-EXCEPT-LINE TO UT-RPT-REC.
           WRITE UT-RPT-REC.
