      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GC0066.
       AUTHOR.        Tim Willmott.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      ******************************************************************
      **** Submission step for GCLADVSM maintenance.  GCLADTXN       ****
      **** transactions, keyed by hand or generated by GC0059, no    ****
      **** longer go straight to GC0052: this program puts each one  ****
      **** on the pending file GCLADPND, stamped with the submitting ****
      **** user from the GCSUBCRD control card and the run date and  ****
      **** time, to wait for GC0067's approval run.  Only the action ****
      **** code is checked here - the region and LAD checks stay     ****
      **** with GC0052, which makes them against GCLADVSM as it      ****
      **** stands when the change is applied.                        ****
      **** The report lists the pending key given to each item; the  ****
      **** approver quotes that key on GC0067's decision cards.      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUBCARD         ASSIGN TO GCSUBCRD.
           SELECT LADTXN                   ASSIGN TO GCLADTXN.
           SELECT SUBRPT                   ASSIGN TO GCSUBRPT.
           SELECT RUNLOG                   ASSIGN TO GCRUNLOG.
           SELECT LADPND                   ASSIGN TO GCLADPND
              ORGANIZATION indexed
              ACCESS random
              RECORD KEY  PND-KEY
              FILE STATUS W-PND-FS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.
      ******************************************************************
      **** control card - the user submitting this batch             ****
      ******************************************************************
       FD  SUBCARD RECORDING MODE F.
       01  SUB-CARD-REC.
           05  SUB-USER             PIC X(8).
           05  FILLER               PIC X(72).

      ******************************************************************
      **** LOCAUTHDIST maintenance transactions - GC0052's layout    ****
      ******************************************************************
       FD  LADTXN RECORDING MODE F.
       01  LAD-TXN.
           05  TX-ACTION               PIC X.
               88  TX-ADD                      VALUE "A".
               88  TX-CHANGE                   VALUE "C".
               88  TX-DELETE                   VALUE "D".
           05  TX-LAD                  PIC X(9).
           05  TX-LAD-NAME             PIC X(30).
           05  TX-REGION               PIC X(9).
           05  FILLER                  PIC X(40).

      ******************************************************************
      **** submission report                                         ****
      ******************************************************************
       FD  SUBRPT RECORDING MODE F.
       01  SUB-RPT-REC                 PIC X(80).

      ******************************************************************
      **** run-control log shared with the other steps - one record  ****
      **** appended per execution for the scheduler to gate on       ****
      ******************************************************************
       FD  RUNLOG RECORDING MODE F.
           COPY GCRUNRC.

      ******************************************************************
      **** pending GCLADVSM maintenance, keyed on submission stamp   ****
      ******************************************************************
       FD  LADPND.
           COPY GCPNDRC.

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  W-PGM-VARIABLES.
           05  W-PND-FS               PIC 99.
           05  W-EOF-FLAG             PIC 9    VALUE 0.
               88  END-OF-TXN                  VALUE 1.
           05  W-PND-FLAG             PIC 9    VALUE 0.
               88  PND-OK                      VALUE 0.
               88  PND-OPEN-FAILED             VALUE 1.
           05  W-SUBMITTER            PIC X(8) VALUE SPACES.
           05  W-TXN-READ             PIC 9(5) VALUE 0.
           05  W-TXN-SUBMITTED        PIC 9(5) VALUE 0.
           05  W-TXN-REJECTED         PIC 9(5) VALUE 0.
           05  W-SEQ                  PIC 9(5) VALUE 0.
           05  W-RUN-DATE             PIC 9(8) VALUE 0.
           05  W-RUN-TIME             PIC 9(6) VALUE 0.
           05  W-TIME-ITEM            PIC 9(8) VALUE 0.
           05  W-RUN-RC               PIC 99   VALUE 0.

       01  W-HDG-LINES.
           05  W-HDG-TITLE            PIC X(44) VALUE
               "GCLADVSM maintenance submitted for approval".
           05  W-HDG-USER.
               10  FILLER             PIC X(15) VALUE
                   "Submitted by : ".
               10  WHU-USER           PIC X(8).
               10  FILLER             PIC X(9)  VALUE "   run : ".
               10  WHU-DATE           PIC 9(8).
               10  FILLER             PIC X     VALUE SPACE.
               10  WHU-TIME           PIC 9(6).
           05  W-HDG-COLS.
               10  FILLER             PIC X(23) VALUE "Pending key".
               10  FILLER             PIC X(8)  VALUE "Action".
               10  FILLER             PIC X(11) VALUE "LAD".
               10  FILLER             PIC X(30) VALUE "Result".
           05  W-NO-USER-LINE         PIC X(54) VALUE
               "NO USER ON GCSUBCRD - NOTHING SUBMITTED, SEE JOB LOG".
           05  W-FAIL-LINE            PIC X(52) VALUE
               "GCLADPND OPEN FAILURE - NOTHING SUBMITTED".

       01  W-RPT-LINE.
           05  WR-SUB-DATE            PIC 9(8).
           05  WR-SUB-DATE-X REDEFINES WR-SUB-DATE PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WR-SUB-TIME            PIC 9(6).
           05  WR-SUB-TIME-X REDEFINES WR-SUB-TIME PIC X(6).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WR-SUB-SEQ             PIC 9(5).
           05  WR-SUB-SEQ-X REDEFINES WR-SUB-SEQ PIC X(5).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WR-ACTION              PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WR-LAD                 PIC X(9).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WR-RESULT              PIC X(38).

       01  W-TOTALS-LINE.
           05  FILLER                 PIC X(20) VALUE
               "Transactions read : ".
           05  WT-READ                PIC ZZZZ9.
           05  FILLER                 PIC X(14) VALUE
               "  submitted : ".
           05  WT-SUBMITTED           PIC ZZZZ9.
           05  FILLER                 PIC X(13) VALUE
               "  rejected : ".
           05  WT-REJECTED            PIC ZZZZ9.

      ******************************************************************
      ******************************************************************
       PROCEDURE DIVISION.

       A000 SECTION.
       A001.
           PERFORM A010-OPEN-FILES.
           EVALUATE TRUE
               WHEN PND-OPEN-FAILED
                   MOVE W-FAIL-LINE    TO SUB-RPT-REC
                   WRITE SUB-RPT-REC
               WHEN W-SUBMITTER = SPACES
                   MOVE W-NO-USER-LINE TO SUB-RPT-REC
                   WRITE SUB-RPT-REC
               WHEN OTHER
                   PERFORM A020-READ-TXN
                   PERFORM B010-SUBMIT-TRANSACTION
                       UNTIL END-OF-TXN
           END-EVALUATE.
           PERFORM B020-WRITE-TOTALS.
           PERFORM A040-WRITE-RUN-LOG.
           PERFORM A030-CLOSE-FILES.
       A999.
           MOVE W-RUN-RC TO RETURN-CODE.
           STOP RUN.
      ******************************************************************

       A010-OPEN-FILES.
           OPEN INPUT  SUBCARD LADTXN.
           OPEN OUTPUT SUBRPT.
           OPEN EXTEND RUNLOG.
           OPEN I-O    LADPND.
           IF W-PND-FS NOT = 0
               DISPLAY "GCLADPND OPEN FAILED, FS=" W-PND-FS
               MOVE 1 TO W-PND-FLAG
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
           ACCEPT W-TIME-ITEM FROM TIME.
           MOVE W-TIME-ITEM(1:6) TO W-RUN-TIME.
           READ SUBCARD
               AT END CONTINUE
               NOT AT END MOVE SUB-USER TO W-SUBMITTER
           END-READ.
           IF W-SUBMITTER = SPACES
               DISPLAY "GC0066 NO SUBMITTING USER ON GCSUBCRD"
           END-IF.
           MOVE W-HDG-TITLE TO SUB-RPT-REC.
           WRITE SUB-RPT-REC.
           MOVE W-SUBMITTER TO WHU-USER.
           MOVE W-RUN-DATE  TO WHU-DATE.
           MOVE W-RUN-TIME  TO WHU-TIME.
           MOVE W-HDG-USER  TO SUB-RPT-REC.
           WRITE SUB-RPT-REC.
           MOVE SPACES      TO SUB-RPT-REC.
           WRITE SUB-RPT-REC.
           MOVE W-HDG-COLS  TO SUB-RPT-REC.
           WRITE SUB-RPT-REC.

       A020-READ-TXN.
           READ LADTXN
               AT END MOVE 1 TO W-EOF-FLAG
               NOT AT END ADD 1 TO W-TXN-READ
           END-READ.

       A030-CLOSE-FILES.
           CLOSE SUBCARD LADTXN SUBRPT RUNLOG.
           IF PND-OK
               CLOSE LADPND.

      *****    the machine-readable account of this run - outcome,   ****
      *****    condition code and the transaction counts             ****
       A040-WRITE-RUN-LOG.
           EVALUATE TRUE
               WHEN PND-OPEN-FAILED
                   MOVE 12 TO W-RUN-RC
                   MOVE "VSAM FAILURE"      TO RUN-OUTCOME
               WHEN W-SUBMITTER = SPACES
                   MOVE 08 TO W-RUN-RC
                   MOVE "NO SUBMITTER"      TO RUN-OUTCOME
               WHEN W-TXN-READ = 0
                   MOVE 08 TO W-RUN-RC
                   MOVE "EMPTY INPUT"       TO RUN-OUTCOME
               WHEN W-TXN-REJECTED > 0
                   MOVE 04 TO W-RUN-RC
                   MOVE "REJECTS ON FILE"   TO RUN-OUTCOME
               WHEN OTHER
                   MOVE 00 TO W-RUN-RC
                   MOVE "OK"                TO RUN-OUTCOME
           END-EVALUATE.
           MOVE "GC0066"         TO RUN-PROGRAM.
           MOVE W-RUN-DATE       TO RUN-DATE.
           MOVE W-RUN-TIME       TO RUN-TIME.
           MOVE 0                TO RUN-PERIOD.
           MOVE W-TXN-READ       TO RUN-RECS-READ.
           MOVE W-TXN-SUBMITTED  TO RUN-RECS-MATCHED.
           MOVE W-TXN-REJECTED   TO RUN-RECS-REJECTED.
           MOVE W-RUN-RC         TO RUN-RETURN-CODE.
           WRITE RUN-REC.

      ******************************************************************
      **** B section : put one transaction on the pending file, then ****
      **** read the next                                             ****
      ******************************************************************
       B000 SECTION.
       B010-SUBMIT-TRANSACTION.
           MOVE TX-LAD TO WR-LAD.
           EVALUATE TRUE
               WHEN TX-ADD    MOVE "ADD"     TO WR-ACTION
               WHEN TX-CHANGE MOVE "CHANGE"  TO WR-ACTION
               WHEN TX-DELETE MOVE "DELETE"  TO WR-ACTION
               WHEN OTHER     MOVE TX-ACTION TO WR-ACTION
           END-EVALUATE.
           IF TX-ADD OR TX-CHANGE OR TX-DELETE
               PERFORM C010-WRITE-PENDING
           ELSE
               MOVE SPACES TO WR-SUB-DATE-X WR-SUB-TIME-X
                              WR-SUB-SEQ-X
               MOVE "rejected - invalid TX-ACTION code"
                           TO WR-RESULT
               PERFORM C040-WRITE-RESULT
               ADD 1 TO W-TXN-REJECTED
           END-IF.
           PERFORM A020-READ-TXN.

       B020-WRITE-TOTALS.
           MOVE SPACES          TO SUB-RPT-REC.
           WRITE SUB-RPT-REC.
           MOVE W-TXN-READ      TO WT-READ.
           MOVE W-TXN-SUBMITTED TO WT-SUBMITTED.
           MOVE W-TXN-REJECTED  TO WT-REJECTED.
           MOVE W-TOTALS-LINE   TO SUB-RPT-REC.
           WRITE SUB-RPT-REC.

      ******************************************************************
      **** C section : pending file and report lines                 ****
      ******************************************************************
       C000 SECTION.
      *****    the key is this run's stamp plus a running number, so ****
      *****    a second submission in the same second fails on the   ****
      *****    WRITE rather than overlaying the first                ****
       C010-WRITE-PENDING.
           ADD 1 TO W-SEQ.
           MOVE SPACES       TO PND-REC.
           MOVE W-RUN-DATE   TO PND-SUB-DATE.
           MOVE W-RUN-TIME   TO PND-SUB-TIME.
           MOVE W-SEQ        TO PND-SUB-SEQ.
           MOVE "P"          TO PND-STATUS.
           MOVE TX-ACTION    TO PND-ACTION.
           MOVE TX-LAD       TO PND-LAD.
           MOVE TX-LAD-NAME  TO PND-LAD-NAME.
           MOVE TX-REGION    TO PND-REGION.
           MOVE W-SUBMITTER  TO PND-SUBMITTER.
           MOVE 0            TO PND-DEC-DATE PND-DEC-TIME
                                PND-APPLY-DATE.
           MOVE PND-SUB-DATE TO WR-SUB-DATE.
           MOVE PND-SUB-TIME TO WR-SUB-TIME.
           MOVE PND-SUB-SEQ  TO WR-SUB-SEQ.
           MOVE SPACES       TO WR-RESULT.
           WRITE PND-REC
               INVALID KEY
                   STRING "rejected - key already on file, FS="
                          W-PND-FS DELIMITED BY SIZE INTO WR-RESULT
                   PERFORM C040-WRITE-RESULT
                   ADD 1 TO W-TXN-REJECTED
               NOT INVALID KEY
                   MOVE "pending approval" TO WR-RESULT
                   PERFORM C040-WRITE-RESULT
                   ADD 1 TO W-TXN-SUBMITTED
           END-WRITE.

       C040-WRITE-RESULT.
           MOVE W-RPT-LINE TO SUB-RPT-REC.
           WRITE SUB-RPT-REC.
