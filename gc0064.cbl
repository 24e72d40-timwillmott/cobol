      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GC0064.
       AUTHOR.        Tim Willmott.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
      ******************************************************************
      **** Maintenance program for the LAD to upper-tier authority   ****
      **** map (GCUTLVSM) read by the GC0065 county/unitary rollup.  ****
      **** Reads a transaction file of add/change/delete requests    ****
      **** against UTL-LAD, validates them and applies them to the   ****
      **** VSAM file keyed on UTL-LAD, journalling the before and    ****
      **** after image of every change applied to GCUTLAUD - the     ****
      **** same pattern GC0052 follows for GCLADVSM.                 ****
      ****                                                            ****
      **** transaction record layout (GCUTLTXN) - fixed, one per     ****
      **** line:                                                     ****
      ****   UX-ACTION    - A = add, C = change, D = delete          ****
      ****   UX-LAD       - UTL-LAD key value                        ****
      ****   UX-UT-CODE   - upper-tier code           (A/C only)     ****
      ****   UX-UT-NAME   - upper-tier name           (A/C only)     ****
      ****   UX-UT-TYPE   - C = county, U = unitary   (A/C only)     ****
      **** Validation on an add or change: the LAD must be on        ****
      **** GCLADVSM; the type must be C or U; a unitary maps to      ****
      **** itself, so its code may be left blank (the LAD code is    ****
      **** taken) and its name too (the GCLADVSM name is taken), but ****
      **** any other code is rejected; a county needs a code and a   ****
      **** name of its own.                                          ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UTLTXN                   ASSIGN TO GCUTLTXN.
           SELECT UTLRPT                   ASSIGN TO GCUTLRPT.
           SELECT UTLAUD                   ASSIGN TO GCUTLAUD.
           SELECT RUNLOG                   ASSIGN TO GCRUNLOG.
           SELECT UTLMAP                   ASSIGN TO GCUTLVSM
              ORGANIZATION indexed
              ACCESS random
              RECORD KEY  UTL-LAD
              FILE STATUS W-UTL-FS.
           SELECT LOCAUTHDIST              ASSIGN TO GCLADVSM
              ORGANIZATION indexed
              ACCESS random
              RECORD KEY  L-LAD
              FILE STATUS W-LAD-FS.

      ******************************************************************
       DATA DIVISION.

       FILE SECTION.
      ******************************************************************
      **** GCUTLVSM maintenance transactions                         ****
      ******************************************************************
       FD  UTLTXN RECORDING MODE F.
       01  UTL-TXN.
           05  UX-ACTION               PIC X.
               88  UX-ADD                      VALUE "A".
               88  UX-CHANGE                   VALUE "C".
               88  UX-DELETE                   VALUE "D".
           05  UX-LAD                  PIC X(9).
           05  UX-UT-CODE              PIC X(9).
           05  UX-UT-NAME              PIC X(30).
           05  UX-UT-TYPE              PIC X.
               88  UX-COUNTY                   VALUE "C".
               88  UX-UNITARY                  VALUE "U".
           05  FILLER                  PIC X(30).

      ******************************************************************
      **** transaction result report                                 ****
      ******************************************************************
       FD  UTLRPT RECORDING MODE F.
       01  UTL-RPT-REC                 PIC X(80).

      ******************************************************************
      **** audit journal - before/after image of every applied       ****
      **** transaction, appended run over run                        ****
      ******************************************************************
       FD  UTLAUD RECORDING MODE F.
           COPY GCUTARC.

      ******************************************************************
      **** run-control log shared with the other steps - one record  ****
      **** appended per execution for the scheduler to gate on       ****
      ******************************************************************
       FD  RUNLOG RECORDING MODE F.
           COPY GCRUNRC.

      ******************************************************************
      **** LAD to upper-tier map, keyed on LAD                       ****
      ******************************************************************
       FD  UTLMAP.
           COPY GCUTLRC.

      ******************************************************************
      **** England Administrative locations - read only, so a LAD    ****
      **** can only be mapped once GC0052 has put it on the lookup   ****
      ******************************************************************
       FD  LOCAUTHDIST.
           COPY GCLADRC.

      ******************************************************************
       WORKING-STORAGE SECTION.
       01  W-PGM-VARIABLES.
           05  W-UTL-FS               PIC 99.
           05  W-LAD-FS               PIC 99.
           05  W-EOF-FLAG             PIC 9    VALUE 0.
               88  END-OF-TXN                  VALUE 1.
           05  W-TXN-READ             PIC 9(5) VALUE 0.
           05  W-TXN-ADDED            PIC 9(5) VALUE 0.
           05  W-TXN-CHANGED          PIC 9(5) VALUE 0.
           05  W-TXN-DELETED          PIC 9(5) VALUE 0.
           05  W-TXN-REJECTED         PIC 9(5) VALUE 0.
           05  W-RUN-DATE             PIC 9(8) VALUE 0.
           05  W-RUN-TIME             PIC 9(6) VALUE 0.
           05  W-TIME-ITEM            PIC 9(8) VALUE 0.
           05  W-RUN-RC               PIC 99   VALUE 0.
           05  W-TXN-APPLIED          PIC 9(5) VALUE 0.
           05  W-VALID-FLAG           PIC 9    VALUE 0.
               88  TXN-VALID                   VALUE 0.
               88  TXN-INVALID                 VALUE 1.
           05  W-REJECT-REASON        PIC X(40) VALUE SPACES.

      *****    before image of the mapping captured ahead of a       ****
      *****    change or delete, carried into the audit journal      ****
       01  W-BEFORE-IMAGE.
           05  W-BEF-UT-CODE          PIC X(9)  VALUE SPACES.
           05  W-BEF-UT-NAME          PIC X(30) VALUE SPACES.
           05  W-BEF-UT-TYPE          PIC X     VALUE SPACE.

       01  W-RPT-LINE.
           05  WR-ACTION              PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WR-LAD                 PIC X(9).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WR-UT-CODE             PIC X(9).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WR-RESULT              PIC X(45).

       01  W-TOTALS-LINE.
           05  FILLER                 PIC X(20) VALUE
               "Transactions read : ".
           05  WT-READ                PIC ZZZZ9.
           05  FILLER                 PIC X(21) VALUE
               "  added/changed/del: ".
           05  WT-ADDED               PIC ZZZZ9.
           05  FILLER                 PIC X     VALUE "/".
           05  WT-CHANGED             PIC ZZZZ9.
           05  FILLER                 PIC X     VALUE "/".
           05  WT-DELETED             PIC ZZZZ9.
           05  FILLER                 PIC X(11) VALUE
               "  rejected ".
           05  WT-REJECTED            PIC ZZZZ9.

      ******************************************************************
      ******************************************************************
       PROCEDURE DIVISION.

       A000 SECTION.
       A001.
           PERFORM A010-OPEN-FILES.
           PERFORM A020-READ-TXN.
           PERFORM B010-APPLY-TRANSACTION
               UNTIL END-OF-TXN.
           PERFORM B020-WRITE-TOTALS.
           PERFORM A040-WRITE-RUN-LOG.
           PERFORM A030-CLOSE-FILES.
       A999.
           MOVE W-RUN-RC TO RETURN-CODE.
           STOP RUN.
      ******************************************************************

       A010-OPEN-FILES.
           OPEN INPUT  UTLTXN LOCAUTHDIST.
           OPEN OUTPUT UTLRPT.
           OPEN EXTEND UTLAUD RUNLOG.
           OPEN I-O    UTLMAP.
           MOVE FUNCTION CURRENT-DATE(1:8) TO W-RUN-DATE.
           ACCEPT W-TIME-ITEM FROM TIME.
           MOVE W-TIME-ITEM(1:6) TO W-RUN-TIME.

       A020-READ-TXN.
           READ UTLTXN
               AT END MOVE 1 TO W-EOF-FLAG
               NOT AT END ADD 1 TO W-TXN-READ
           END-READ.

       A030-CLOSE-FILES.
           CLOSE UTLTXN UTLRPT UTLAUD RUNLOG UTLMAP LOCAUTHDIST.

      *****    the machine-readable account of this run - outcome,   ****
      *****    condition code and the transaction counts             ****
       A040-WRITE-RUN-LOG.
           COMPUTE W-TXN-APPLIED =
               W-TXN-ADDED + W-TXN-CHANGED + W-TXN-DELETED.
           EVALUATE TRUE
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
           MOVE "GC0064"        TO RUN-PROGRAM.
           MOVE W-RUN-DATE      TO RUN-DATE.
           MOVE W-RUN-TIME      TO RUN-TIME.
           MOVE 0               TO RUN-PERIOD.
           MOVE W-TXN-READ      TO RUN-RECS-READ.
           MOVE W-TXN-APPLIED   TO RUN-RECS-MATCHED.
           MOVE W-TXN-REJECTED  TO RUN-RECS-REJECTED.
           MOVE W-RUN-RC        TO RUN-RETURN-CODE.
           WRITE RUN-REC.

      ******************************************************************
      **** B section : apply one transaction, then read the next     ****
      ******************************************************************
       B000 SECTION.
       B010-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN UX-ADD
                   MOVE "ADD"     TO WR-ACTION
                   PERFORM C010-ADD-MAPPING
               WHEN UX-CHANGE
                   MOVE "CHANGE"  TO WR-ACTION
                   PERFORM C020-CHANGE-MAPPING
               WHEN UX-DELETE
                   MOVE "DELETE"  TO WR-ACTION
                   PERFORM C030-DELETE-MAPPING
               WHEN OTHER
                   MOVE "UNKNOWN" TO WR-ACTION
                   MOVE "rejected - invalid UX-ACTION code"
                                  TO W-REJECT-REASON
                   PERFORM C045-REJECT
           END-EVALUATE.
           PERFORM A020-READ-TXN.

       B020-WRITE-TOTALS.
           MOVE SPACES        TO UTL-RPT-REC.
           WRITE UTL-RPT-REC.
           MOVE W-TXN-READ     TO WT-READ.
           MOVE W-TXN-ADDED    TO WT-ADDED.
           MOVE W-TXN-CHANGED  TO WT-CHANGED.
           MOVE W-TXN-DELETED  TO WT-DELETED.
           MOVE W-TXN-REJECTED TO WT-REJECTED.
           MOVE W-TOTALS-LINE  TO UTL-RPT-REC.
           WRITE UTL-RPT-REC.

      ******************************************************************
      **** C section : add/change/delete against GCUTLVSM            ****
      ******************************************************************
       C000 SECTION.
      *****    adds and changes are validated up front - the LAD,    ****
      *****    the type and the unitary/county code rules            ****
       C010-ADD-MAPPING.
           PERFORM C060-VALIDATE-MAPPING.
           IF TXN-INVALID
               PERFORM C045-REJECT
           ELSE
               PERFORM C012-APPLY-ADD
           END-IF.

       C012-APPLY-ADD.
           MOVE SPACES      TO UTL-REC.
           MOVE UX-LAD      TO UTL-LAD.
           MOVE UX-UT-CODE  TO UTL-UT-CODE.
           MOVE UX-UT-NAME  TO UTL-UT-NAME.
           MOVE UX-UT-TYPE  TO UTL-UT-TYPE.
           MOVE W-RUN-DATE  TO UTL-UPD-DATE.
           WRITE UTL-REC
               INVALID KEY
                   MOVE SPACES TO W-REJECT-REASON
                   STRING "rejected - LAD already mapped, FS="
                          W-UTL-FS DELIMITED BY SIZE
                          INTO W-REJECT-REASON
                   PERFORM C045-REJECT
               NOT INVALID KEY
                   MOVE "added"  TO WR-RESULT
                   PERFORM C040-WRITE-RESULT
                   MOVE SPACES TO W-BEFORE-IMAGE
                   PERFORM C050-WRITE-AUDIT
                   ADD 1 TO W-TXN-ADDED
           END-WRITE.

       C020-CHANGE-MAPPING.
           PERFORM C060-VALIDATE-MAPPING.
           IF TXN-INVALID
               PERFORM C045-REJECT
           ELSE
               PERFORM C022-APPLY-CHANGE
           END-IF.

       C022-APPLY-CHANGE.
           MOVE UX-LAD TO UTL-LAD.
           READ UTLMAP
               INVALID KEY
                   MOVE SPACES TO W-REJECT-REASON
                   STRING "rejected - LAD not mapped, FS="
                          W-UTL-FS DELIMITED BY SIZE
                          INTO W-REJECT-REASON
                   PERFORM C045-REJECT
               NOT INVALID KEY
                   MOVE UTL-UT-CODE TO W-BEF-UT-CODE
                   MOVE UTL-UT-NAME TO W-BEF-UT-NAME
                   MOVE UTL-UT-TYPE TO W-BEF-UT-TYPE
                   MOVE UX-UT-CODE  TO UTL-UT-CODE
                   MOVE UX-UT-NAME  TO UTL-UT-NAME
                   MOVE UX-UT-TYPE  TO UTL-UT-TYPE
                   MOVE W-RUN-DATE  TO UTL-UPD-DATE
                   REWRITE UTL-REC
                       INVALID KEY
                           MOVE SPACES TO W-REJECT-REASON
                           STRING "rejected - rewrite failed, FS="
                                  W-UTL-FS DELIMITED BY SIZE
                                  INTO W-REJECT-REASON
                           PERFORM C045-REJECT
                       NOT INVALID KEY
                           MOVE "changed" TO WR-RESULT
                           PERFORM C040-WRITE-RESULT
                           PERFORM C050-WRITE-AUDIT
                           ADD 1 TO W-TXN-CHANGED
                   END-REWRITE
           END-READ.

      *****    the record is read ahead of the DELETE so its before  ****
      *****    image reaches the audit journal                       ****
       C030-DELETE-MAPPING.
           MOVE UX-LAD TO UTL-LAD.
           READ UTLMAP
               INVALID KEY
                   MOVE SPACES TO W-REJECT-REASON
                   STRING "rejected - LAD not mapped, FS="
                          W-UTL-FS DELIMITED BY SIZE
                          INTO W-REJECT-REASON
                   PERFORM C045-REJECT
               NOT INVALID KEY
                   MOVE UTL-UT-CODE TO W-BEF-UT-CODE
                   MOVE UTL-UT-NAME TO W-BEF-UT-NAME
                   MOVE UTL-UT-TYPE TO W-BEF-UT-TYPE
                   PERFORM C035-APPLY-DELETE
           END-READ.

       C035-APPLY-DELETE.
           DELETE UTLMAP RECORD
               INVALID KEY
                   MOVE SPACES TO W-REJECT-REASON
                   STRING "rejected - delete failed, FS="
                          W-UTL-FS DELIMITED BY SIZE
                          INTO W-REJECT-REASON
                   PERFORM C045-REJECT
               NOT INVALID KEY
                   MOVE "deleted" TO WR-RESULT
                   PERFORM C040-WRITE-RESULT
                   PERFORM C050-WRITE-AUDIT
                   ADD 1 TO W-TXN-DELETED
           END-DELETE.

       C040-WRITE-RESULT.
           MOVE UX-LAD     TO WR-LAD.
           MOVE UX-UT-CODE TO WR-UT-CODE.
           MOVE W-RPT-LINE TO UTL-RPT-REC.
           WRITE UTL-RPT-REC.

       C045-REJECT.
           MOVE W-REJECT-REASON TO WR-RESULT.
           PERFORM C040-WRITE-RESULT.
           ADD 1 TO W-TXN-REJECTED.

      *****    journal the applied transaction - before image from   ****
      *****    W-BEFORE-IMAGE (spaces on an add), after image from   ****
      *****    the transaction (spaces on a delete)                  ****
       C050-WRITE-AUDIT.
           MOVE SPACES         TO UTA-REC.
           MOVE W-RUN-DATE     TO UTA-DATE.
           MOVE W-RUN-TIME     TO UTA-TIME.
           MOVE UX-ACTION      TO UTA-ACTION.
           MOVE UX-LAD         TO UTA-LAD.
           MOVE W-BEF-UT-CODE  TO UTA-B-UT-CODE.
           MOVE W-BEF-UT-NAME  TO UTA-B-UT-NAME.
           MOVE W-BEF-UT-TYPE  TO UTA-B-UT-TYPE.
           IF UX-DELETE
               MOVE SPACES      TO UTA-AFTER
           ELSE
               MOVE UX-UT-CODE  TO UTA-A-UT-CODE
               MOVE UX-UT-NAME  TO UTA-A-UT-NAME
               MOVE UX-UT-TYPE  TO UTA-A-UT-TYPE
           END-IF.
           WRITE UTA-REC.

      *****    a unitary's blank code and name are filled in from    ****
      *****    the LAD itself here, so the record applied and the    ****
      *****    journal after image both carry them                   ****
       C060-VALIDATE-MAPPING.
           MOVE 0 TO W-VALID-FLAG.
           MOVE UX-LAD TO L-LAD.
           READ LOCAUTHDIST
               INVALID KEY
                   MOVE 1 TO W-VALID-FLAG
                   MOVE "rejected - LAD not on GCLADVSM"
                                  TO W-REJECT-REASON
           END-READ.
           IF TXN-VALID
               EVALUATE TRUE
                   WHEN UX-UNITARY
                       PERFORM C065-VALIDATE-UNITARY
                   WHEN UX-COUNTY
                       PERFORM C070-VALIDATE-COUNTY
                   WHEN OTHER
                       MOVE 1 TO W-VALID-FLAG
                       MOVE "rejected - UX-UT-TYPE not C or U"
                                  TO W-REJECT-REASON
               END-EVALUATE
           END-IF.

       C065-VALIDATE-UNITARY.
           IF UX-UT-CODE = SPACES
               MOVE UX-LAD TO UX-UT-CODE
           END-IF.
           IF UX-UT-CODE NOT = UX-LAD
               MOVE 1 TO W-VALID-FLAG
               MOVE "rejected - a unitary must map to itself"
                              TO W-REJECT-REASON
           ELSE
               IF UX-UT-NAME = SPACES
                   MOVE L-LAD-NAME TO UX-UT-NAME
               END-IF
           END-IF.

       C070-VALIDATE-COUNTY.
           EVALUATE TRUE
               WHEN UX-UT-CODE = SPACES OR UX-UT-NAME = SPACES
                   MOVE 1 TO W-VALID-FLAG
                   MOVE "rejected - county code and name required"
                                  TO W-REJECT-REASON
               WHEN UX-UT-CODE = UX-LAD
                   MOVE 1 TO W-VALID-FLAG
                   MOVE "rejected - county code is the LAD itself"
                                  TO W-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
