      **** so a bad feed is caught before the report run, not after ****
      **** the report has been distributed.  Any reject sets a       ****
      **** non-zero return code so the scheduler can hold GC0050.    ****
      **** The clean counts are left on GCRUNLOG for the GC0069      ****
      **** balancing certificate to reconcile against GC0050.        ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT LDCLEAN                  ASSIGN TO GCLADSUM.
           SELECT REJECTS                  ASSIGN TO GCEDRJCT.
           SELECT EDITRPT                  ASSIGN TO GCEDRPT.
           SELECT RUNLOG                   ASSIGN TO GCRUNLOG.

      ******************************************************************
       DATA DIVISION.
       FD  EDITRPT RECORDING MODE F.
       01  EDIT-RPT-REC                PIC X(80).

      ******************************************************************
      **** run-control log shared with the rest of the cycle - one   ****
      **** record appended per execution                             ****
      ******************************************************************
       FD  RUNLOG RECORDING MODE F.
           COPY GCRUNRC.

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  W-PGM-VARIABLES.
           05  W-PERIOD-MM            PIC 99.
           05  W-PERIOD-DD            PIC 99.
           05  W-DAYS-IN-MONTH        PIC 99.
           05  W-RUN-RC               PIC 99   VALUE 0.
           05  W-RUN-DATE             PIC 9(8) VALUE 0.
           05  W-RUN-TIME             PIC 9(6) VALUE 0.
           05  W-TIME-ITEM            PIC 9(8) VALUE 0.

      *****    days per month, February handled separately for leap  ****
      *****    years in C030-VALIDATE-PERIOD                         ****
           PERFORM B020-EDIT-LADSUM
               UNTIL END-OF-LDRAW.
           PERFORM B030-WRITE-SUMMARY.
           PERFORM A050-WRITE-RUN-LOG.
           PERFORM A040-CLOSE-FILES.
       A999.
           MOVE W-RUN-RC TO RETURN-CODE.
           STOP RUN.
      ******************************************************************

       A010-OPEN-FILES.
           OPEN INPUT  DXRAW LDRAW.
           OPEN OUTPUT DXCLEAN LDCLEAN REJECTS EDITRPT.
           OPEN EXTEND RUNLOG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
           ACCEPT W-TIME-ITEM FROM TIME.
           MOVE W-TIME-ITEM(1:6) TO W-RUN-TIME.

       A020-READ-DXRAW.
           READ DXRAW
           END-READ.

       A040-CLOSE-FILES.
           CLOSE DXRAW LDRAW DXCLEAN LDCLEAN REJECTS EDITRPT RUNLOG.

      *****    a reject anywhere means the feed is not fit for the   ****
      *****    report run - non-zero condition code holds GC0050;    ****
      *****    the clean counts go on the log either way             ****
       A050-WRITE-RUN-LOG.
           EVALUATE TRUE
               WHEN W-DX-REJECTED > 0 OR W-LD-REJECTED > 0
                   MOVE 08 TO W-RUN-RC
                   MOVE "FEED REJECTS"      TO RUN-OUTCOME
               WHEN W-DX-READ = 0
                   MOVE 08 TO W-RUN-RC
                   MOVE "EMPTY INPUT"       TO RUN-OUTCOME
               WHEN OTHER
                   MOVE 00 TO W-RUN-RC
                   MOVE "OK"                TO RUN-OUTCOME
           END-EVALUATE.
           MOVE "GC0049"        TO RUN-PROGRAM.
           MOVE W-RUN-DATE      TO RUN-DATE.
           MOVE W-RUN-TIME      TO RUN-TIME.
           IF W-RUN-PERIOD IS NUMERIC
               MOVE W-RUN-PERIOD TO RUN-PERIOD
           ELSE
               MOVE 0            TO RUN-PERIOD
           END-IF.
           COMPUTE RUN-RECS-READ     = W-DX-READ     + W-LD-READ.
           COMPUTE RUN-RECS-MATCHED  = W-DX-CLEAN    + W-LD-CLEAN.
           COMPUTE RUN-RECS-REJECTED = W-DX-REJECTED + W-LD-REJECTED.
           MOVE W-RUN-RC        TO RUN-RETURN-CODE.
           MOVE W-DX-CLEAN      TO RUN-CTL-COUNT-1.
           MOVE W-LD-CLEAN      TO RUN-CTL-COUNT-2.
           MOVE W-PERIOD-COUNT  TO RUN-CTL-COUNT-3.
           WRITE RUN-REC.

      ******************************************************************
      **** B section : one paragraph per feed, applying the edits    ****
