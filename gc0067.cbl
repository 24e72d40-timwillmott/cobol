      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GC0067.
       AUTHOR.        Tim Willmott.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      ******************************************************************
      **** Approval run for pending GCLADVSM maintenance.  GC0066    ****
      **** puts GCLADTXN transactions on GCLADPND stamped with the   ****
      **** user who submitted them; nothing reaches GCLADVSM until a ****
      **** second user approves it here, and GC0052 applies approved ****
      **** items only.                                               ****
      **** Control cards (GCAPRCRD):                                 ****
      ****   first card  - APR-USER, the approving user, and         ****
      ****                 APR-EXPIRE-DAYS, the days an item may     ****
      ****                 wait undecided (blank = 14)               ****
      ****   then one decision card per item - the pending key as    ****
      ****   GC0066 and this report print it (date, time, sequence), ****
      ****   A = approve or R = reject, and for a rejection the      ****
      ****   reason, which is kept on the pending record.            ****
      **** A decision is refused when the item is not pending any    ****
      **** more, or when the approver is the user who submitted it - ****
      **** the four-eyes rule.  After the decisions, any item still  ****
      **** pending longer than the expiry days is marked expired and ****
      **** will never be applied; it has to be submitted again.      ****
      **** The report lists the decisions, the items rejected or     ****
      **** expired by this run, and every item still awaiting a      ****
      **** decision with the LAD as it stands on GCLADVSM beside the ****
      **** proposed change, so a run with no decision cards gives    ****
      **** the approver the work list.                               ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APRCARD         ASSIGN TO GCAPRCRD.
           SELECT APRRPT                   ASSIGN TO GCAPRRPT.
           SELECT RUNLOG                   ASSIGN TO GCRUNLOG.
           SELECT LADPND                   ASSIGN TO GCLADPND
              ORGANIZATION indexed
              ACCESS dynamic
              RECORD KEY  PND-KEY
              FILE STATUS W-PND-FS.
           SELECT LOCAUTHDIST              ASSIGN TO GCLADVSM
              ORGANIZATION indexed
              ACCESS random
              RECORD KEY  L-LAD
              FILE STATUS W-LAD-FS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.
      ******************************************************************
      **** control cards - approver card first, decisions after it   ****
      ******************************************************************
       FD  APRCARD RECORDING MODE F.
       01  APR-CARD-REC.
           05  APR-USER             PIC X(8).
           05  APR-EXPIRE-DAYS      PIC 9(3).
           05  FILLER               PIC X(69).
       01  DEC-CARD-REC.
           05  DEC-SUB-DATE         PIC 9(8).
           05  FILLER               PIC X.
           05  DEC-SUB-TIME         PIC 9(6).
           05  FILLER               PIC X.
           05  DEC-SUB-SEQ          PIC 9(5).
           05  FILLER               PIC X.
           05  DEC-DECISION         PIC X.
               88  DEC-APPROVE              VALUE "A".
               88  DEC-REJECT               VALUE "R".
           05  FILLER               PIC X.
           05  DEC-REASON           PIC X(40).
           05  FILLER               PIC X(16).

      ******************************************************************
      **** approval report                                           ****
      ******************************************************************
       FD  APRRPT RECORDING MODE F.
       01  APR-RPT-REC              PIC X(132).

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
      **** England Administrative locations: LSOA, LAD, Region       ****
      **** read for the current image beside each pending change     ****
      ******************************************************************
       FD  LOCAUTHDIST.
           COPY GCLADRC.

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  W-PGM-VARIABLES.
           05  W-PND-FS               PIC 99.
           05  W-LAD-FS               PIC 99.
           05  W-CARD-EOF-FLAG        PIC 9    VALUE 0.
               88  END-OF-CARDS               VALUE 1.
           05  W-PND-EOF-FLAG         PIC 9    VALUE 0.
               88  END-OF-PENDING             VALUE 1.
           05  W-VSAM-FLAG            PIC 9    VALUE 0.
               88  VSAM-OK                    VALUE 0.
               88  VSAM-FAILED                VALUE 1.
           05  W-APPROVER             PIC X(8) VALUE SPACES.
           05  W-EXPIRE-DAYS          PIC 9(3) VALUE 14.
           05  W-AGE-DAYS             PIC S9(7) VALUE 0.
           05  W-CARDS-READ           PIC 9(5) VALUE 0.
           05  W-APPROVED             PIC 9(5) VALUE 0.
           05  W-REJECTED             PIC 9(5) VALUE 0.
           05  W-REFUSED              PIC 9(5) VALUE 0.
           05  W-EXPIRED              PIC 9(5) VALUE 0.
           05  W-STILL-PENDING        PIC 9(5) VALUE 0.
           05  W-DECIDED              PIC 9(5) VALUE 0.
           05  W-SECTION-LINES        PIC 9(5) VALUE 0.
           05  W-STATUS-WORD          PIC X(8) VALUE SPACES.
           05  W-RUN-DATE             PIC 9(8) VALUE 0.
           05  W-RUN-TIME             PIC 9(6) VALUE 0.
           05  W-TIME-ITEM            PIC 9(8) VALUE 0.
           05  W-RUN-RC               PIC 99   VALUE 0.

       01  W-HDG-LINES.
           05  W-HDG-TITLE            PIC X(44) VALUE
               "GCLADVSM maintenance approval run".
           05  W-HDG-USER.
               10  FILLER             PIC X(14) VALUE
                   "Approved by : ".
               10  WHU-USER           PIC X(8).
               10  FILLER             PIC X(9)  VALUE "   run : ".
               10  WHU-DATE           PIC 9(8).
               10  FILLER             PIC X     VALUE SPACE.
               10  WHU-TIME           PIC 9(6).
               10  FILLER             PIC X(22) VALUE
                   "   items expire after ".
               10  WHU-DAYS           PIC ZZ9.
               10  FILLER             PIC X(5)  VALUE " days".
           05  W-HDG-DECISIONS        PIC X(24) VALUE
               "Decisions on this run".
           05  W-HDG-DEC-COLS.
               10  FILLER             PIC X(23) VALUE "Pending key".
               10  FILLER             PIC X(10) VALUE "Decision".
               10  FILLER             PIC X(10) VALUE "LAD".
               10  FILLER             PIC X(10) VALUE "Submitter".
               10  FILLER             PIC X(40) VALUE "Result".
           05  W-HDG-CLOSED           PIC X(36) VALUE
               "Items rejected or expired this run".
           05  W-HDG-CLOSED-COLS.
               10  FILLER             PIC X(23) VALUE "Pending key".
               10  FILLER             PIC X(10) VALUE "Status".
               10  FILLER             PIC X(8)  VALUE "Action".
               10  FILLER             PIC X(10) VALUE "LAD".
               10  FILLER             PIC X(10) VALUE "Submitter".
               10  FILLER             PIC X(10) VALUE "Approver".
               10  FILLER             PIC X(40) VALUE "Reason".
           05  W-HDG-PENDING          PIC X(36) VALUE
               "Items awaiting a decision".
           05  W-HDG-PEND-COLS.
               10  FILLER             PIC X(22) VALUE "Pending key".
               10  FILLER             PIC X(9)  VALUE "Submitter".
               10  FILLER             PIC X(7)  VALUE "Action".
               10  FILLER             PIC X(10) VALUE "LAD".
               10  FILLER             PIC X(44) VALUE
                   "On GCLADVSM now".
               10  FILLER             PIC X(40) VALUE "Proposed".
           05  W-NONE-LINE            PIC X(10) VALUE "  (none)".
           05  W-NO-USER-LINE         PIC X(50) VALUE
               "NO APPROVER ON GCAPRCRD - NO DECISIONS TAKEN".
           05  W-FAIL-LINE            PIC X(56) VALUE
               "GCLADPND/GCLADVSM OPEN FAILURE - NOTHING DONE".

       01  W-KEY-PRINT.
           05  WK-SUB-DATE            PIC 9(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WK-SUB-TIME            PIC 9(6).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WK-SUB-SEQ             PIC 9(5).
       01  W-KEY-PRINT-X REDEFINES W-KEY-PRINT PIC X(21).

       01  W-DEC-LINE.
           05  WD-KEY                 PIC X(21).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-DECISION            PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-LAD                 PIC X(9).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WD-SUBMITTER           PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-RESULT              PIC X(40).

       01  W-CLOSED-LINE.
           05  WC-KEY                 PIC X(21).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WC-STATUS              PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WC-ACTION              PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WC-LAD                 PIC X(9).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WC-SUBMITTER           PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WC-APPROVER            PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WC-NOTE                PIC X(40).

       01  W-PEND-LINE.
           05  WP-KEY                 PIC X(21).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WP-SUBMITTER           PIC X(8).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WP-ACTION              PIC X(6).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WP-LAD                 PIC X(9).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WP-OLD-NAME            PIC X(30).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WP-OLD-REGION          PIC X(9).
           05  FILLER                 PIC X(4)  VALUE " -> ".
           05  WP-NEW-NAME            PIC X(30).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WP-NEW-REGION          PIC X(9).

       01  W-TOTALS-LINE.
           05  FILLER                 PIC X(17) VALUE
               "Decision cards : ".
           05  WT-CARDS               PIC ZZZZ9.
           05  FILLER                 PIC X(13) VALUE
               "  approved : ".
           05  WT-APPROVED            PIC ZZZZ9.
           05  FILLER                 PIC X(13) VALUE
               "  rejected : ".
           05  WT-REJECTED            PIC ZZZZ9.
           05  FILLER                 PIC X(12) VALUE
               "  refused : ".
           05  WT-REFUSED             PIC ZZZZ9.
           05  FILLER                 PIC X(12) VALUE
               "  expired : ".
           05  WT-EXPIRED             PIC ZZZZ9.
           05  FILLER                 PIC X(18) VALUE
               "  still pending : ".
           05  WT-PENDING             PIC ZZZZ9.

      ******************************************************************
      ******************************************************************
       PROCEDURE DIVISION.

       A000 SECTION.
       A001.
           PERFORM A010-OPEN-FILES.
           IF VSAM-OK
               PERFORM B010-TAKE-DECISIONS
               PERFORM B030-EXPIRE-ITEMS
               PERFORM B050-LIST-PENDING
           ELSE
               MOVE W-FAIL-LINE TO APR-RPT-REC
               WRITE APR-RPT-REC
           END-IF.
           PERFORM B070-WRITE-TOTALS.
           PERFORM A040-WRITE-RUN-LOG.
           PERFORM A030-CLOSE-FILES.
       A999.
           MOVE W-RUN-RC TO RETURN-CODE.
           STOP RUN.
      ******************************************************************

       A010-OPEN-FILES.
           OPEN INPUT  APRCARD LOCAUTHDIST.
           OPEN OUTPUT APRRPT.
           OPEN EXTEND RUNLOG.
           OPEN I-O    LADPND.
           IF W-PND-FS NOT = 0 OR W-LAD-FS NOT = 0
               DISPLAY "GCLADPND/GCLADVSM OPEN FAILED, FS="
                       W-PND-FS "/" W-LAD-FS
               MOVE 1 TO W-VSAM-FLAG
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
           ACCEPT W-TIME-ITEM FROM TIME.
           MOVE W-TIME-ITEM(1:6) TO W-RUN-TIME.
           READ APRCARD
               AT END
                   MOVE 1 TO W-CARD-EOF-FLAG
               NOT AT END
                   MOVE APR-USER TO W-APPROVER
                   IF APR-EXPIRE-DAYS IS NUMERIC
                   AND APR-EXPIRE-DAYS > 0
                       MOVE APR-EXPIRE-DAYS TO W-EXPIRE-DAYS
                   END-IF
           END-READ.
           IF W-APPROVER = SPACES
               DISPLAY "GC0067 NO APPROVING USER ON GCAPRCRD"
           END-IF.
           MOVE W-HDG-TITLE   TO APR-RPT-REC.
           WRITE APR-RPT-REC.
           MOVE W-APPROVER    TO WHU-USER.
           MOVE W-RUN-DATE    TO WHU-DATE.
           MOVE W-RUN-TIME    TO WHU-TIME.
           MOVE W-EXPIRE-DAYS TO WHU-DAYS.
           MOVE W-HDG-USER    TO APR-RPT-REC.
           WRITE APR-RPT-REC.
           IF W-APPROVER = SPACES
               MOVE W-NO-USER-LINE TO APR-RPT-REC
               WRITE APR-RPT-REC
           END-IF.

       A020-READ-CARD.
           READ APRCARD
               AT END MOVE 1 TO W-CARD-EOF-FLAG
               NOT AT END ADD 1 TO W-CARDS-READ
           END-READ.

       A030-CLOSE-FILES.
           CLOSE APRCARD APRRPT RUNLOG.
           IF VSAM-OK
               CLOSE LADPND LOCAUTHDIST.

      *****    the machine-readable account of this run - outcome,   ****
      *****    condition code and the decision counts; refused       ****
      *****    decisions and expiries are the exceptions             ****
       A040-WRITE-RUN-LOG.
           COMPUTE W-DECIDED = W-APPROVED + W-REJECTED.
           EVALUATE TRUE
               WHEN VSAM-FAILED
                   MOVE 12 TO W-RUN-RC
                   MOVE "VSAM FAILURE"      TO RUN-OUTCOME
               WHEN W-APPROVER = SPACES
                   MOVE 08 TO W-RUN-RC
                   MOVE "NO APPROVER"       TO RUN-OUTCOME
               WHEN W-REFUSED > 0 OR W-EXPIRED > 0
                   MOVE 04 TO W-RUN-RC
                   MOVE "EXCEPTIONS"        TO RUN-OUTCOME
               WHEN OTHER
                   MOVE 00 TO W-RUN-RC
                   MOVE "OK"                TO RUN-OUTCOME
           END-EVALUATE.
           MOVE "GC0067"        TO RUN-PROGRAM.
           MOVE W-RUN-DATE      TO RUN-DATE.
           MOVE W-RUN-TIME      TO RUN-TIME.
           MOVE 0               TO RUN-PERIOD.
           MOVE W-CARDS-READ    TO RUN-RECS-READ.
           MOVE W-DECIDED       TO RUN-RECS-MATCHED.
           MOVE W-REFUSED       TO RUN-RECS-REJECTED.
           MOVE W-RUN-RC        TO RUN-RETURN-CODE.
           WRITE RUN-REC.

      ******************************************************************
      **** B section : decisions, expiry, then the work list         ****
      ******************************************************************
       B000 SECTION.
       B010-TAKE-DECISIONS.
           MOVE SPACES          TO APR-RPT-REC.
           WRITE APR-RPT-REC.
           MOVE W-HDG-DECISIONS TO APR-RPT-REC.
           WRITE APR-RPT-REC.
           MOVE W-HDG-DEC-COLS  TO APR-RPT-REC.
           WRITE APR-RPT-REC.
           IF NOT END-OF-CARDS
               PERFORM A020-READ-CARD
           END-IF.
           IF END-OF-CARDS
               MOVE W-NONE-LINE TO APR-RPT-REC
               WRITE APR-RPT-REC
           ELSE
               PERFORM C010-DECIDE-ITEM
                   UNTIL END-OF-CARDS
           END-IF.

      *****    one pass over the whole file: anything pending past   ****
      *****    the expiry days is expired, and whatever this run has ****
      *****    closed - rejected or expired - is listed              ****
       B030-EXPIRE-ITEMS.
           MOVE SPACES          TO APR-RPT-REC.
           WRITE APR-RPT-REC.
           MOVE W-HDG-CLOSED    TO APR-RPT-REC.
           WRITE APR-RPT-REC.
           MOVE W-HDG-CLOSED-COLS TO APR-RPT-REC.
           WRITE APR-RPT-REC.
           MOVE 0 TO W-SECTION-LINES.
           PERFORM C040-START-BROWSE.
           PERFORM C050-EXPIRE-ITEM
               UNTIL END-OF-PENDING.
           IF W-SECTION-LINES = 0
               MOVE W-NONE-LINE TO APR-RPT-REC
               WRITE APR-RPT-REC
           END-IF.

       B050-LIST-PENDING.
           MOVE SPACES          TO APR-RPT-REC.
           WRITE APR-RPT-REC.
           MOVE W-HDG-PENDING   TO APR-RPT-REC.
           WRITE APR-RPT-REC.
           MOVE W-HDG-PEND-COLS TO APR-RPT-REC.
           WRITE APR-RPT-REC.
           PERFORM C040-START-BROWSE.
           PERFORM C070-LIST-ITEM
               UNTIL END-OF-PENDING.
           IF W-STILL-PENDING = 0
               MOVE W-NONE-LINE TO APR-RPT-REC
               WRITE APR-RPT-REC
           END-IF.

       B070-WRITE-TOTALS.
           MOVE SPACES          TO APR-RPT-REC.
           WRITE APR-RPT-REC.
           MOVE W-CARDS-READ    TO WT-CARDS.
           MOVE W-APPROVED      TO WT-APPROVED.
           MOVE W-REJECTED      TO WT-REJECTED.
           MOVE W-REFUSED       TO WT-REFUSED.
           MOVE W-EXPIRED       TO WT-EXPIRED.
           MOVE W-STILL-PENDING TO WT-PENDING.
           MOVE W-TOTALS-LINE   TO APR-RPT-REC.
           WRITE APR-RPT-REC.

      ******************************************************************
      **** C section : one decision card, one pending item           ****
      ******************************************************************
       C000 SECTION.
       C010-DECIDE-ITEM.
           MOVE SPACES TO WD-KEY WD-DECISION WD-LAD WD-SUBMITTER
                          WD-RESULT.
           MOVE DEC-CARD-REC (1:21) TO WD-KEY.
           EVALUATE TRUE
               WHEN DEC-APPROVE MOVE "APPROVE" TO WD-DECISION
               WHEN DEC-REJECT  MOVE "REJECT"  TO WD-DECISION
               WHEN OTHER       MOVE DEC-DECISION TO WD-DECISION
           END-EVALUATE.
           EVALUATE TRUE
               WHEN W-APPROVER = SPACES
                   MOVE "refused - no approver on the first card"
                                TO WD-RESULT
                   ADD 1 TO W-REFUSED
               WHEN DEC-SUB-DATE NOT NUMERIC
                 OR DEC-SUB-TIME NOT NUMERIC
                 OR DEC-SUB-SEQ  NOT NUMERIC
                   MOVE "refused - pending key not numeric"
                                TO WD-RESULT
                   ADD 1 TO W-REFUSED
               WHEN NOT DEC-APPROVE AND NOT DEC-REJECT
                   MOVE "refused - decision must be A or R"
                                TO WD-RESULT
                   ADD 1 TO W-REFUSED
               WHEN OTHER
                   PERFORM C020-READ-ITEM
           END-EVALUATE.
           MOVE W-DEC-LINE TO APR-RPT-REC.
           WRITE APR-RPT-REC.
           PERFORM A020-READ-CARD.

       C020-READ-ITEM.
           MOVE DEC-SUB-DATE TO PND-SUB-DATE.
           MOVE DEC-SUB-TIME TO PND-SUB-TIME.
           MOVE DEC-SUB-SEQ  TO PND-SUB-SEQ.
           READ LADPND
               INVALID KEY
                   MOVE "refused - no such item on GCLADPND"
                                TO WD-RESULT
                   ADD 1 TO W-REFUSED
               NOT INVALID KEY
                   MOVE PND-LAD       TO WD-LAD
                   MOVE PND-SUBMITTER TO WD-SUBMITTER
                   PERFORM C025-RECORD-DECISION
           END-READ.

      *****    four eyes - whoever submitted an item cannot be the   ****
      *****    one to approve or reject it                           ****
       C025-RECORD-DECISION.
           PERFORM C080-SET-STATUS-WORD.
           EVALUATE TRUE
               WHEN NOT PND-PENDING
                   STRING "refused - item already "
                          W-STATUS-WORD DELIMITED BY SIZE
                          INTO WD-RESULT
                   ADD 1 TO W-REFUSED
               WHEN PND-SUBMITTER = W-APPROVER
                   MOVE "refused - approver is the submitter"
                                TO WD-RESULT
                   ADD 1 TO W-REFUSED
               WHEN OTHER
                   PERFORM C030-REWRITE-DECISION
           END-EVALUATE.

       C030-REWRITE-DECISION.
           MOVE DEC-DECISION TO PND-STATUS.
           MOVE W-APPROVER   TO PND-APPROVER.
           MOVE W-RUN-DATE   TO PND-DEC-DATE.
           MOVE W-RUN-TIME   TO PND-DEC-TIME.
           IF DEC-REJECT
               MOVE DEC-REASON TO PND-NOTE
               IF PND-NOTE = SPACES
                   MOVE "no reason given" TO PND-NOTE
               END-IF
           ELSE
               MOVE SPACES TO PND-NOTE
           END-IF.
           REWRITE PND-REC
               INVALID KEY
                   STRING "refused - rewrite failed, FS="
                          W-PND-FS DELIMITED BY SIZE INTO WD-RESULT
                   ADD 1 TO W-REFUSED
               NOT INVALID KEY
                   IF DEC-APPROVE
                       MOVE "approved" TO WD-RESULT
                       ADD 1 TO W-APPROVED
                   ELSE
                       MOVE "rejected" TO WD-RESULT
                       ADD 1 TO W-REJECTED
                   END-IF
           END-REWRITE.

      *****    position at the first key and read it - both passes   ****
      *****    over the file start here                              ****
       C040-START-BROWSE.
           MOVE 0 TO W-PND-EOF-FLAG.
           MOVE LOW-VALUES TO PND-KEY.
           START LADPND KEY NOT < PND-KEY
               INVALID KEY MOVE 1 TO W-PND-EOF-FLAG
           END-START.
           IF NOT END-OF-PENDING
               PERFORM C045-READ-NEXT
           END-IF.

       C045-READ-NEXT.
           READ LADPND NEXT RECORD
               AT END MOVE 1 TO W-PND-EOF-FLAG
           END-READ.

       C050-EXPIRE-ITEM.
           IF PND-PENDING
               COMPUTE W-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (W-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE (PND-SUB-DATE)
               IF W-AGE-DAYS > W-EXPIRE-DAYS
                   PERFORM C055-REWRITE-EXPIRY
               END-IF
           END-IF.
           IF (PND-REJECTED OR PND-EXPIRED)
           AND PND-DEC-DATE = W-RUN-DATE
           AND PND-DEC-TIME = W-RUN-TIME
               PERFORM C060-PRINT-CLOSED
           END-IF.
           PERFORM C045-READ-NEXT.

       C055-REWRITE-EXPIRY.
           MOVE "E"          TO PND-STATUS.
           MOVE W-RUN-DATE   TO PND-DEC-DATE.
           MOVE W-RUN-TIME   TO PND-DEC-TIME.
           MOVE SPACES       TO PND-NOTE.
           STRING "expired - undecided after "
                  W-EXPIRE-DAYS " days" DELIMITED BY SIZE
                  INTO PND-NOTE.
           REWRITE PND-REC
               INVALID KEY
                   DISPLAY "GCLADPND REWRITE FAILED FOR " PND-KEY
                           " FS=" W-PND-FS
                   MOVE "P" TO PND-STATUS
               NOT INVALID KEY
                   ADD 1 TO W-EXPIRED
           END-REWRITE.

       C060-PRINT-CLOSED.
           PERFORM C085-SET-KEY-PRINT.
           PERFORM C080-SET-STATUS-WORD.
           MOVE W-KEY-PRINT-X TO WC-KEY.
           MOVE W-STATUS-WORD TO WC-STATUS.
           PERFORM C090-SET-ACTION-WORD.
           MOVE PND-LAD       TO WC-LAD.
           MOVE PND-SUBMITTER TO WC-SUBMITTER.
           MOVE PND-APPROVER  TO WC-APPROVER.
           MOVE PND-NOTE      TO WC-NOTE.
           MOVE W-CLOSED-LINE TO APR-RPT-REC.
           WRITE APR-RPT-REC.
           ADD 1 TO W-SECTION-LINES.

      *****    the work list - each item still waiting, with the LAD ****
      *****    as GCLADVSM has it now against what would replace it  ****
       C070-LIST-ITEM.
           IF PND-PENDING
               PERFORM C085-SET-KEY-PRINT
               MOVE W-KEY-PRINT-X TO WP-KEY
               MOVE PND-SUBMITTER TO WP-SUBMITTER
               PERFORM C090-SET-ACTION-WORD
               MOVE PND-LAD       TO WP-LAD
               MOVE SPACES TO WP-OLD-NAME WP-OLD-REGION
                              WP-NEW-NAME WP-NEW-REGION
               MOVE PND-LAD       TO L-LAD
               READ LOCAUTHDIST
                   INVALID KEY
                       MOVE "(not on GCLADVSM)" TO WP-OLD-NAME
                   NOT INVALID KEY
                       MOVE L-LAD-NAME TO WP-OLD-NAME
                       MOVE L-REGION   TO WP-OLD-REGION
               END-READ
               IF PND-ACTION NOT = "D"
                   MOVE PND-LAD-NAME TO WP-NEW-NAME
                   MOVE PND-REGION   TO WP-NEW-REGION
               END-IF
               MOVE W-PEND-LINE TO APR-RPT-REC
               WRITE APR-RPT-REC
               ADD 1 TO W-STILL-PENDING
           END-IF.
           PERFORM C045-READ-NEXT.

       C080-SET-STATUS-WORD.
           EVALUATE TRUE
               WHEN PND-PENDING  MOVE "pending"  TO W-STATUS-WORD
               WHEN PND-APPROVED MOVE "approved" TO W-STATUS-WORD
               WHEN PND-REJECTED MOVE "rejected" TO W-STATUS-WORD
               WHEN PND-EXPIRED  MOVE "expired"  TO W-STATUS-WORD
               WHEN PND-APPLIED  MOVE "applied"  TO W-STATUS-WORD
               WHEN PND-FAILED   MOVE "failed"   TO W-STATUS-WORD
               WHEN OTHER        MOVE PND-STATUS TO W-STATUS-WORD
           END-EVALUATE.

       C085-SET-KEY-PRINT.
           MOVE PND-SUB-DATE TO WK-SUB-DATE.
           MOVE PND-SUB-TIME TO WK-SUB-TIME.
           MOVE PND-SUB-SEQ  TO WK-SUB-SEQ.

      *****    same words GC0052 prints for the three actions        ****
       C090-SET-ACTION-WORD.
           EVALUATE PND-ACTION
               WHEN "A"   MOVE "ADD"      TO WC-ACTION WP-ACTION
               WHEN "C"   MOVE "CHANGE"   TO WC-ACTION WP-ACTION
               WHEN "D"   MOVE "DELETE"   TO WC-ACTION WP-ACTION
               WHEN OTHER MOVE PND-ACTION TO WC-ACTION WP-ACTION
           END-EVALUATE.
