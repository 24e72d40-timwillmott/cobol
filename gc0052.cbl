      **** applies them to the VSAM file keyed on L-LAD, so a LAD    ****
      **** boundary change or a name correction no longer needs an   ****
      **** off-line file reload.                                     ****
      **** Transactions no longer come straight off GCLADTXN: GC0066 ****
      **** submits them to the pending file GCLADPND and a second    ****
      **** user approves or rejects them in GC0067.  This program    ****
      **** browses GCLADPND in submission order and applies the      ****
      **** approved items only, marking each one applied, or failed  ****
      **** with the reason when it does not pass the checks below,   ****
      **** and journals the submitter and approver with the change.  ****
      ****                                                            ****
      **** transaction record layout (GCLADTXN, as carried on        ****
      **** PND-TXN) - one per item:                                  ****
      ****   TX-ACTION    - A = add, C = change, D = delete          ****
      ****   TX-LAD       - L-LAD key value                          ****
      ****   TX-LAD-NAME  - new/changed L-LAD-NAME (A/C only)        ****
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LADRPT                   ASSIGN TO GCLADRPT.
           SELECT LADAUD                   ASSIGN TO GCLADAUD.
           SELECT REGION                   ASSIGN TO GCREGION.
              ACCESS random
              RECORD KEY  L-LAD
              FILE STATUS W-LAD-FS.
           SELECT LADPND                   ASSIGN TO GCLADPND
              ORGANIZATION indexed
              ACCESS sequential
              RECORD KEY  PND-KEY
              FILE STATUS W-PND-FS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.
      ******************************************************************
      **** transaction result report                                 ****
      ******************************************************************
       FD  LADRPT RECORDING MODE F.
       FD  LOCAUTHDIST.
           COPY GCLADRC.

      ******************************************************************
      **** pending GCLADVSM maintenance - submitted by GC0066,       ****
      **** decided by GC0067                                         ****
      ******************************************************************
       FD  LADPND.
           COPY GCPNDRC.

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  W-PGM-VARIABLES.
           05  W-LAD-FS               PIC 99.
           05  W-PND-FS               PIC 99.
           05  W-EOF-FLAG             PIC 9    VALUE 0.
               88  END-OF-TXN                  VALUE 1.
           05  W-PND-FLAG             PIC 9    VALUE 0.
               88  PND-OK                      VALUE 0.
               88  PND-OPEN-FAILED             VALUE 1.
           05  W-PND-RW-FLAG          PIC 9    VALUE 0.
               88  PND-REWRITE-FAILED          VALUE 1.
           05  W-REJECTED-BEFORE      PIC 9(5) VALUE 0.
           05  W-TXN-READ             PIC 9(5) VALUE 0.
           05  W-TXN-ADDED            PIC 9(5) VALUE 0.
           05  W-TXN-CHANGED          PIC 9(5) VALUE 0.
           05  W-RUN-RC               PIC 99   VALUE 0.
           05  W-TXN-APPLIED          PIC 9(5) VALUE 0.

      *****    the approved transaction being applied, taken off the ****
      *****    pending record - GCLADTXN's layout                    ****
       01  LAD-TXN.
           05  TX-ACTION               PIC X.
               88  TX-ADD                      VALUE "A".
               88  TX-CHANGE                   VALUE "C".
               88  TX-DELETE                   VALUE "D".
           05  TX-LAD                  PIC X(9).
           05  TX-LAD-NAME             PIC X(30).
           05  TX-REGION               PIC X(9).
           05  FILLER                  PIC X(40).

      *****    before image of the LAD record captured ahead of a    ****
      *****    change or delete, carried into the audit journal      ****
       01  W-BEFORE-IMAGE.
           05  WR-LAD                 PIC X(9).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WR-RESULT              PIC X(40).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WR-SUBMITTER           PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WR-APPROVER            PIC X(8).

       01  W-RPT-HDG.
           05  FILLER                 PIC X(10) VALUE "Action".
           05  FILLER                 PIC X(11) VALUE "LAD".
           05  FILLER                 PIC X(41) VALUE "Result".
           05  FILLER                 PIC X(9)  VALUE "Submit".
           05  FILLER                 PIC X(8)  VALUE "Approve".

       01  W-FAIL-LINE                PIC X(44) VALUE
               "GCLADPND OPEN FAILURE - NOTHING APPLIED".

      *****    an item applied (or failed) but not marked so on      ****
      *****    GCLADPND - it would be taken again on the next run    ****
       01  W-PND-FAIL-LINE.
           05  FILLER                 PIC X(30) VALUE
               "GCLADPND REWRITE FAILED - KEY ".
           05  WPF-KEY                PIC X(19).
           05  FILLER                 PIC X(4)  VALUE " FS=".
           05  WPF-FS                 PIC 99.
           05  FILLER                 PIC X(25) VALUE
               " - FIX BEFORE NEXT RUN".

       01  W-TOTALS-LINE.
           05  FILLER                 PIC X(20) VALUE
       A000 SECTION.
       A001.
           PERFORM A010-OPEN-FILES.
           IF PND-OK
               PERFORM A020-READ-TXN
               PERFORM B010-APPLY-TRANSACTION
                   UNTIL END-OF-TXN
           ELSE
               MOVE W-FAIL-LINE TO LAD-RPT-REC
               WRITE LAD-RPT-REC
           END-IF.
           PERFORM B020-WRITE-TOTALS.
           PERFORM A040-WRITE-RUN-LOG.
           PERFORM A030-CLOSE-FILES.
      ******************************************************************

       A010-OPEN-FILES.
           OPEN OUTPUT LADRPT.
           OPEN EXTEND LADAUD RUNLOG.
           OPEN I-O    LOCAUTHDIST LADPND.
           IF W-PND-FS NOT = 0
               DISPLAY "GCLADPND OPEN FAILED, FS=" W-PND-FS
               MOVE 1 TO W-PND-FLAG
           END-IF.
           MOVE W-RPT-HDG TO LAD-RPT-REC.
           WRITE LAD-RPT-REC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
           ACCEPT W-TIME-ITEM FROM TIME.
           MOVE W-TIME-ITEM(1:6) TO W-RUN-TIME.
                   END-IF
           END-READ.

      *****    skip to the next approved item - pending, rejected,   ****
      *****    expired and already-applied items are passed over     ****
       A020-READ-TXN.
           PERFORM A025-READ-PENDING.
           PERFORM A025-READ-PENDING
               UNTIL END-OF-TXN OR PND-APPROVED.
           IF NOT END-OF-TXN
               ADD 1 TO W-TXN-READ
               MOVE SPACES       TO LAD-TXN
               MOVE PND-ACTION   TO TX-ACTION
               MOVE PND-LAD      TO TX-LAD
               MOVE PND-LAD-NAME TO TX-LAD-NAME
               MOVE PND-REGION   TO TX-REGION
               MOVE PND-SUBMITTER TO WR-SUBMITTER
               MOVE PND-APPROVER  TO WR-APPROVER
           END-IF.

       A025-READ-PENDING.
           READ LADPND
               AT END MOVE 1 TO W-EOF-FLAG
           END-READ.

       A030-CLOSE-FILES.
           CLOSE LADRPT LADAUD RUNLOG LOCAUTHDIST.
           IF PND-OK
               CLOSE LADPND.

      *****    the machine-readable account of this run - outcome,   ****
      *****    condition code and the transaction counts             ****
           COMPUTE W-TXN-APPLIED =
               W-TXN-ADDED + W-TXN-CHANGED + W-TXN-DELETED.
           EVALUATE TRUE
               WHEN PND-OPEN-FAILED
                   MOVE 12 TO W-RUN-RC
                   MOVE "VSAM FAILURE"      TO RUN-OUTCOME
               WHEN PND-REWRITE-FAILED
                   MOVE 12 TO W-RUN-RC
                   MOVE "PND REWRITE FAILED" TO RUN-OUTCOME
               WHEN W-TXN-READ = 0
                   MOVE 08 TO W-RUN-RC
                   MOVE "EMPTY INPUT"       TO RUN-OUTCOME
      ******************************************************************
       B000 SECTION.
       B010-APPLY-TRANSACTION.
           MOVE W-TXN-REJECTED TO W-REJECTED-BEFORE.
           EVALUATE TRUE
               WHEN PND-SUBMITTER = PND-APPROVER
                   MOVE "REFUSED" TO WR-ACTION
                   MOVE TX-LAD    TO WR-LAD
                   MOVE "rejected - approver is the submitter"
                                  TO WR-RESULT
                   PERFORM C040-WRITE-RESULT
                   ADD 1 TO W-TXN-REJECTED
               WHEN TX-ADD
                   PERFORM C010-ADD-LAD
               WHEN TX-CHANGE
                   PERFORM C040-WRITE-RESULT
                   ADD 1 TO W-TXN-REJECTED
           END-EVALUATE.
           PERFORM B015-MARK-PENDING.
           PERFORM A020-READ-TXN.

      *****    close the item off on GCLADPND - applied, or failed   ****
      *****    with the reason it was turned away, so it is not      ****
      *****    taken again on the next run; if the mark cannot be    ****
      *****    made the item would be, so the run fails loudly       ****
       B015-MARK-PENDING.
           IF W-TXN-REJECTED > W-REJECTED-BEFORE
               MOVE "F"       TO PND-STATUS
               MOVE WR-RESULT TO PND-NOTE
           ELSE
               MOVE "D"       TO PND-STATUS
               MOVE "applied" TO PND-NOTE
           END-IF.
           MOVE W-RUN-DATE TO PND-APPLY-DATE.
           REWRITE PND-REC
               INVALID KEY
                   DISPLAY "GCLADPND REWRITE FAILED FOR " PND-KEY
                           " FS=" W-PND-FS
                   MOVE 1        TO W-PND-RW-FLAG
                   MOVE PND-KEY  TO WPF-KEY
                   MOVE W-PND-FS TO WPF-FS
                   MOVE W-PND-FAIL-LINE TO LAD-RPT-REC
                   WRITE LAD-RPT-REC
           END-REWRITE.

       B020-WRITE-TOTALS.
           MOVE SPACES        TO LAD-RPT-REC.
           WRITE LAD-RPT-REC.
           MOVE W-RUN-TIME     TO AUD-TIME.
           MOVE TX-ACTION      TO AUD-ACTION.
           MOVE TX-LAD         TO AUD-LAD.
           MOVE PND-SUBMITTER  TO AUD-SUBMITTER.
           MOVE PND-APPROVER   TO AUD-APPROVER.
           MOVE W-BEF-LAD-NAME TO AUD-B-LAD-NAME.
           MOVE W-BEF-REGION   TO AUD-B-REGION.
           IF TX-DELETE
