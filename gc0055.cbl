      **** image - for every matching journal entry, so "who         ****
      **** changed this LAD and what did it say before" can be       ****
      **** answered without restoring backups.                       ****
      **** Each entry is followed by the user who submitted the      ****
      **** change and the user who approved it, where the journal    ****
      **** carries them (entries from before changes went through    ****
      **** GC0066/GC0067 approval do not).                           ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WD-A-REGION            PIC X(9).

       01  W-USER-LINE.
           05  FILLER                 PIC X(36) VALUE SPACES.
           05  FILLER                 PIC X(14) VALUE
               "submitted by ".
           05  WU-SUBMITTER           PIC X(8).
           05  FILLER                 PIC X(15) VALUE
               "   approved by ".
           05  WU-APPROVER            PIC X(8).

       01  W-TOTALS-LINE.
           05  FILLER                 PIC X(24) VALUE
               "Journal entries read : ".
           MOVE AUD-A-REGION   TO WD-A-REGION.
           MOVE W-DTL-LINE     TO AUD-RPT-REC.
           WRITE AUD-RPT-REC.
           IF AUD-SUBMITTER NOT = SPACES
           OR AUD-APPROVER  NOT = SPACES
               MOVE AUD-SUBMITTER TO WU-SUBMITTER
               MOVE AUD-APPROVER  TO WU-APPROVER
               MOVE W-USER-LINE   TO AUD-RPT-REC
               WRITE AUD-RPT-REC
           END-IF.
           ADD 1 TO W-RECS-PRINTED.

       B030-WRITE-TOTALS.
