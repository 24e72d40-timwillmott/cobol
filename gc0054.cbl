      **** rank in both periods with the deltas - plus sections for  ****
      **** LADs present in only one of the two periods (new or       ****
      **** abolished districts), so any two dates on file can be     ****
      **** compared in full.  GCHIST is read on its period path,     ****
      **** straight to the two periods asked for.                    ****
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
           SELECT OPTIONAL CTLCARD         ASSIGN TO GCCMPCRD.
           SELECT CMPRPT                   ASSIGN TO GCCMPRPT.


       FILE SECTION.
      ******************************************************************
      **** history as kept by GC0050 - each requested period is      ****
      **** read off the period path; batch *HDR*/*TRL* control       ****
      **** records are skipped, the data records are tabled          ****
      ******************************************************************
       FD  HISTIN.
           COPY GCHISTRC.

      ******************************************************************
       01  W-PGM-VARIABLES.
           05  W-EOF-FLAG             PIC 9    VALUE 0.
               88  END-OF-HIST                VALUE 1.
           05  W-HIST-FS              PIC 99.
           05  W-LOAD-PERIOD          PIC 9(8) VALUE 0.
           05  W-CARD-FLAG            PIC 9    VALUE 0.
               88  CARD-MISSING               VALUE 0.
               88  CARD-OK                    VALUE 1.
               "CONTROL CARD MISSING OR INVALID - NO COMPARISON".
           05  W-OVFL-LINE            PIC X(44) VALUE
               "PERIOD TABLE FULL - COMPARISON INCOMPLETE".
           05  W-OPEN-FAIL-LINE       PIC X(44) VALUE
               "GCHIST OPEN FAILED - NO COMPARISON".

       01  W-DTL-LINE.
           05  WD-LAD                 PIC X(9).
       A000 SECTION.
       A001.
           PERFORM A010-OPEN-FILES.
           EVALUATE TRUE
               WHEN W-HIST-FS NOT = 0
                   DISPLAY "GCHIST OPEN FAILED - FILE STATUS "
                           W-HIST-FS
                   MOVE W-OPEN-FAIL-LINE TO CMP-RPT-REC
                   WRITE CMP-RPT-REC
                   MOVE 12 TO RETURN-CODE
               WHEN CARD-MISSING
                   MOVE W-BAD-CARD-LINE TO CMP-RPT-REC
                   WRITE CMP-RPT-REC
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM A050-RUN-COMPARISON
           END-EVALUATE.
           PERFORM A030-CLOSE-FILES.
       A999.
           STOP RUN.
      ******************************************************************

      *****    each period is a short browse of its own - a period   ****
      *****    compared with itself is only read the once            ****
       A050-RUN-COMPARISON.
           MOVE W-PERIOD-1 TO W-LOAD-PERIOD.
           PERFORM B005-LOAD-PERIOD.
           IF W-PERIOD-2 NOT = W-PERIOD-1
               MOVE W-PERIOD-2 TO W-LOAD-PERIOD
               PERFORM B005-LOAD-PERIOD.
           PERFORM B020-SORT-TABLES.
           PERFORM B030-PRINT-COMPARISON.
           PERFORM B040-PRINT-ONLY-SECTIONS.
           PERFORM B050-WRITE-TOTALS.
      *****    a dropped record means the listing is not the whole  ****
      *****    picture - say so on the report and fail the step     ****
           IF CMP-TABLE-OVERFLOW
               MOVE W-OVFL-LINE TO CMP-RPT-REC
               WRITE CMP-RPT-REC
               MOVE 16 TO RETURN-CODE.

       A010-OPEN-FILES.
           OPEN INPUT  HISTIN CTLCARD.
           OPEN OUTPUT CMPRPT.
           PERFORM C010-READ-CONTROL-CARD.

       A020-READ-HISTORY.
           READ HISTIN NEXT RECORD
               AT END MOVE 1 TO W-EOF-FLAG
               NOT AT END ADD 1 TO W-RECS-READ
           END-READ.
      **** sections and totals                                       ****
      ******************************************************************
       B000 SECTION.
      *****    straight to the requested period on the period path - ****
      *****    its records are together, so the browse stops at the  ****
      *****    first record of the next period                       ****
       B005-LOAD-PERIOD.
           MOVE 0             TO W-EOF-FLAG.
           MOVE W-LOAD-PERIOD TO HIST-PERIOD.
           START HISTIN KEY = HIST-PERIOD
               INVALID KEY MOVE 1 TO W-EOF-FLAG
           END-START.
           IF NOT END-OF-HIST
               PERFORM A020-READ-HISTORY.
           PERFORM B010-LOAD-TABLES
               UNTIL END-OF-HIST
               OR    HIST-PERIOD NOT = W-LOAD-PERIOD.

       B010-LOAD-TABLES.
           IF HIST-HEADER OR HIST-TRAILER
               CONTINUE
