      **** combined work file, then pulls each wanted period's batch ****
      **** - *HDR*/*TRL* brackets intact, so GC0051's balance check  ****
      **** still passes - out of the archive generations             ****
      **** (concatenated on the ARCHIN DD) and adds it.  A wanted    ****
      **** period already on the current GCHIST (a direct look-up on ****
      **** its period path) is left alone rather than duplicated,    ****
      **** and a batch that does not balance in the archive is       ****
      **** refused rather than passed downstream.                    ****
      **** The work file on GCHISTWK is keyed exactly as GCHIST is,  ****
      **** and is what GC0054 and GC0051 are then pointed at in      ****
      **** place of GCHIST - which is why the current file is still  ****
      **** copied across whole.                                      ****
      **** Loose archive records from before batch bracketing are    ****
      **** given a *HDR*/*TRL* pair of their own on the work file    ****
      **** once the archive has been read, so the period they make   ****
      **** up balances like any other.                               ****
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
           SELECT ARCHIN                   ASSIGN TO GCHISTAR.
           SELECT CTLCARD                  ASSIGN TO GCRTVCRD.
           SELECT HISTWK                   ASSIGN TO GCHISTWK
              ORGANIZATION indexed
              ACCESS dynamic
              RECORD KEY  HWK-KEY
              ALTERNATE RECORD KEY HWK-PERIOD WITH DUPLICATES
              FILE STATUS W-HWK-FS.
           SELECT RTVRPT                   ASSIGN TO GCRTVRPT.

      ******************************************************************
       FILE SECTION.
      ******************************************************************
      **** current history extract - copied to the work file as it   ****
      **** stands, then looked up on its period path so a wanted     ****
      **** period already present is not pulled from the archive     ****
      ******************************************************************
       FD  HISTIN.
           COPY GCHISTRC.

      ******************************************************************

      ******************************************************************
      **** combined history work file - current GCHIST plus the      ****
      **** retrieved archive batches, keyed as GCHIST is (LAD code   ****
      **** or control id, then period)                               ****
      ******************************************************************
       FD  HISTWK.
       01  HISTWK-REC.
           05  HWK-KEY.
               10  HWK-LAD          PIC X(9).
               10  HWK-PERIOD       PIC 9(8).
           05  FILLER               PIC X(59).

      ******************************************************************
      **** retrieval report - one line per wanted period saying what ****
               88  END-OF-ARCH                VALUE 1.
           05  W-CARD-EOF-FLAG        PIC 9    VALUE 0.
               88  END-OF-CARDS               VALUE 1.
           05  W-HIST-FS              PIC 99.
           05  W-HWK-FS               PIC 99.
           05  W-FILE-FLAG            PIC 9    VALUE 0.
               88  FILES-OPEN                 VALUE 0.
               88  FILES-FAILED               VALUE 1.
           05  W-FOUND-FLAG           PIC 9    VALUE 0.
               88  PERIOD-NOT-FOUND           VALUE 0.
               88  PERIOD-FOUND               VALUE 1.
           05  W-RECS-REFUSED         PIC 9(7) VALUE 0.
           05  W-HIST-READ            PIC 9(7) VALUE 0.
           05  W-ARCH-READ            PIC 9(7) VALUE 0.
           05  W-RECS-COPIED          PIC 9(7) VALUE 0.
                   88  WANT-ON-GCHIST         VALUE 1.
                   88  WANT-RETRIEVED         VALUE 2.
                   88  WANT-TOO-LARGE         VALUE 3.
                   88  WANT-LOOSE             VALUE 4.
               10  W-WANT-RECS        PIC 9(5).

      *****    one archive batch is buffered here until its trailer  ****
      *****    proves it complete, then flushed when wanted - same   ****
      *****    device GC0050's restart path uses                     ****
           05  W-AB-ENTRY             PIC X(76) OCCURS 500.

      *****    control-record decode of the archive record just read ****
      *****    (GC0053 writes the archive in the GCHIST layout -     ****
      *****    control id or LAD code first, then the period)        ****
       01  W-ARCH-FIELDS.
           05  W-AR-ID                PIC X(9).
               88  W-AR-HEADER                VALUE "*HDR*".
               88  W-AR-TRAILER               VALUE "*TRL*".
           05  W-AR-PERIOD            PIC 9(8).
           05  W-AR-COUNT             PIC 9(5).
           05  FILLER                 PIC X(54).

               "GCHIST archive retrieval run".
           05  W-RPT-NOCARD-LINE      PIC X(47) VALUE
               "NO PERIODS REQUESTED - WORK FILE IS GCHIST COPY".
           05  W-RPT-OPEN-FAIL-LINE   PIC X(47) VALUE
               "GCHIST/GCHISTWK OPEN FAILED - NO RETRIEVAL".
           05  W-RPT-PERIOD-LINE.
               10  WRP-PERIOD         PIC 9(8).
               10  FILLER             PIC X(2)  VALUE SPACES.
               10  FILLER             PIC X(21) VALUE
                   "  archive retrieved: ".
               10  WRT-RETRIEVED      PIC ZZZZZZ9.
           05  W-RPT-REFUSED-LINE.
               10  FILLER             PIC X(20) VALUE
                   "Rows refused (dup) :".
               10  WRT-REFUSED        PIC ZZZZZZ9.
           05  W-RPT-TOTALS2-LINE.
               10  FILLER             PIC X(20) VALUE
                   "Periods retrieved : ".
       A000 SECTION.
       A001.
           PERFORM A010-OPEN-FILES.
           IF FILES-FAILED
               MOVE W-RPT-OPEN-FAIL-LINE TO RTV-RPT-REC
               WRITE RTV-RPT-REC
               MOVE 12 TO W-RUN-RC
           ELSE
               PERFORM B010-COPY-GCHIST
               PERFORM B020-MARK-PRESENT-PERIODS
               PERFORM B030-SCAN-ARCHIVE
               PERFORM B045-BRACKET-LOOSE-PERIODS
               PERFORM B040-WRITE-REPORT
           END-IF.
           PERFORM A030-CLOSE-FILES.
       A999.
           MOVE W-RUN-RC TO RETURN-CODE.
       A010-OPEN-FILES.
           OPEN INPUT  HISTIN ARCHIN CTLCARD.
           OPEN OUTPUT HISTWK RTVRPT.
           IF W-HIST-FS NOT = 0 OR W-HWK-FS NOT = 0
               DISPLAY "GCHIST FILE STATUS " W-HIST-FS
                       " GCHISTWK FILE STATUS " W-HWK-FS
               MOVE 1 TO W-FILE-FLAG
           END-IF.
           PERFORM C010-READ-CONTROL-CARD
               UNTIL END-OF-CARDS.

       A020-READ-HISTORY.
           READ HISTIN NEXT RECORD
               AT END MOVE 1 TO W-HIST-EOF-FLAG
               NOT AT END ADD 1 TO W-HIST-READ
           END-READ.
           END-READ.

       A030-CLOSE-FILES.
           IF FILES-OPEN
               CLOSE HISTIN HISTWK
           END-IF.
           CLOSE ARCHIN CTLCARD RTVRPT.

      ******************************************************************
      **** B section : copy the current GCHIST forward, note its     ****
               UNTIL END-OF-HIST.

       B015-COPY-ONE-RECORD.
           MOVE HIST-REC TO HISTWK-REC.
           PERFORM C050-WRITE-WORK-REC.
           ADD 1 TO W-RECS-COPIED.
           PERFORM A020-READ-HISTORY.

      *****    a wanted period already on the current file needs no  ****
       B020-MARK-PRESENT-PERIODS.
           PERFORM VARYING W-WANT-SUB FROM 1 BY 1
               UNTIL W-WANT-SUB > W-WANT-CNT
               PERFORM C030-CHECK-PERIOD-PRESENT
               IF PERIOD-FOUND
                   MOVE 1 TO W-WANT-STATUS (W-WANT-SUB)
               END-IF
           END-PERFORM.
           END-PERFORM.

       B036-FLUSH-BATCH.
           MOVE W-AB-HEADER TO HISTWK-REC.
           PERFORM C050-WRITE-WORK-REC.
           PERFORM VARYING W-AB-SUB FROM 1 BY 1
               UNTIL W-AB-SUB > W-AB-DATA-COUNT
               MOVE W-AB-ENTRY (W-AB-SUB) TO HISTWK-REC
               PERFORM C050-WRITE-WORK-REC
           END-PERFORM.
           MOVE ARCH-REC TO HISTWK-REC.
           PERFORM C050-WRITE-WORK-REC.
           ADD W-AB-DATA-COUNT TO W-RECS-RETRIEVED.
           MOVE 2                TO W-WANT-STATUS (W-AB-WANT-SUB).
           MOVE W-AB-DATA-COUNT  TO W-WANT-RECS   (W-AB-WANT-SUB).

      *****    loose archive record from before batch bracketing -   ****
      *****    copied singly when its period is wanted and no whole  ****
      *****    batch has been taken for it; B045 brackets the lot    ****
      *****    once the archive is done                              ****
       B038-LOOSE-RECORD.
           PERFORM VARYING W-WANT-SUB FROM 1 BY 1
               UNTIL W-WANT-SUB > W-WANT-CNT
               IF  W-WANT-PERIOD (W-WANT-SUB) = W-AR-PERIOD
               AND (WANT-OPEN (W-WANT-SUB)
                 OR WANT-LOOSE (W-WANT-SUB))
                   MOVE ARCH-REC TO HISTWK-REC
                   PERFORM C050-WRITE-WORK-REC
                   IF W-HWK-FS = 0
                       ADD 1 TO W-RECS-RETRIEVED
                       ADD 1 TO W-WANT-RECS (W-WANT-SUB)
                       MOVE 4 TO W-WANT-STATUS (W-WANT-SUB)
                   END-IF
               END-IF
           END-PERFORM.

      *****    periods made up of loose records get a header and a   ****
      *****    trailer of their own - on a keyed file the pair can   ****
      *****    go in after the data records they bracket             ****
       B045-BRACKET-LOOSE-PERIODS.
           PERFORM VARYING W-WANT-SUB FROM 1 BY 1
               UNTIL W-WANT-SUB > W-WANT-CNT
               IF WANT-LOOSE (W-WANT-SUB)
                   MOVE SPACES                     TO W-ARCH-FIELDS
                   MOVE "*HDR*"                    TO W-AR-ID
                   MOVE W-WANT-PERIOD (W-WANT-SUB) TO W-AR-PERIOD
                   MOVE 0                          TO W-AR-COUNT
                   MOVE W-ARCH-FIELDS              TO HISTWK-REC
                   PERFORM C050-WRITE-WORK-REC
                   MOVE "*TRL*"                    TO W-AR-ID
                   MOVE W-WANT-RECS (W-WANT-SUB)   TO W-AR-COUNT
                   MOVE W-ARCH-FIELDS              TO HISTWK-REC
                   PERFORM C050-WRITE-WORK-REC
               END-IF
           END-PERFORM.

           MOVE W-RECS-RETRIEVED   TO WRT-RETRIEVED.
           MOVE W-RPT-TOTALS-LINE  TO RTV-RPT-REC.
           WRITE RTV-RPT-REC.
           MOVE W-RECS-REFUSED     TO WRT-REFUSED.
           MOVE W-RPT-REFUSED-LINE TO RTV-RPT-REC.
           WRITE RTV-RPT-REC.
           MOVE W-PERIODS-RETRIEVED TO WRT-P-RTV.
           MOVE W-PERIODS-MISSING   TO WRT-P-MISS.
           MOVE W-RPT-TOTALS2-LINE  TO RTV-RPT-REC.
           WRITE RTV-RPT-REC.

      ******************************************************************
      **** C section : control cards, period look-up, work file      ****
      **** writes and report detail lines                            ****
      ******************************************************************
       C000 SECTION.
       C010-READ-CONTROL-CARD.
                   END-IF
           END-READ.

      *****    one START on the period path answers whether the      ****
      *****    period is on the current file at all                  ****
       C030-CHECK-PERIOD-PRESENT.
           MOVE 1 TO W-FOUND-FLAG.
           MOVE W-WANT-PERIOD (W-WANT-SUB) TO HIST-PERIOD.
           START HISTIN KEY = HIST-PERIOD
               INVALID KEY MOVE 0 TO W-FOUND-FLAG
           END-START.

      *****    a wanted period nowhere to be found fails the step -  ****
      *****    the comparison it was pulled for would come back      ****
               WHEN WANT-RETRIEVED (W-WANT-SUB)
                   MOVE "RETRIEVED"         TO WRP-DISP
                   ADD 1 TO W-PERIODS-RETRIEVED
               WHEN WANT-LOOSE (W-WANT-SUB)
                   MOVE "RETRIEVED (LOOSE)" TO WRP-DISP
                   ADD 1 TO W-PERIODS-RETRIEVED
      *****    the period is in the archive but its batch outgrew    ****
      *****    the buffer - its own disposition and the file-failure ****
      *****    condition code, so it cannot be mistaken for missing  ****
           END-EVALUATE.
           MOVE W-RPT-PERIOD-LINE TO RTV-RPT-REC.
           WRITE RTV-RPT-REC.

      *****    a key already on the work file is refused, not        ****
      *****    overwritten - the first copy of a LAD's period stands ****
       C050-WRITE-WORK-REC.
           WRITE HISTWK-REC
               INVALID KEY
                   DISPLAY "GCHISTWK DUPLICATE KEY " HWK-KEY
                           " - RECORD REFUSED"
                   ADD 1 TO W-RECS-REFUSED
                   IF W-RUN-RC < 4
                       MOVE 4 TO W-RUN-RC
                   END-IF
           END-WRITE.
