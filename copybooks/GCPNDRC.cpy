      ******************************************************************
      **** pending GCLADVSM maintenance (GCLADPND) - one record per  ****
      **** GCLADTXN transaction submitted, keyed on the submission   ****
      **** run's date and time plus a sequence number within that    ****
      **** run, so a browse returns the items in the order they were ****
      **** keyed.  Written by GC0066 (submission), decided by GC0067 ****
      **** (approval - a different user from the submitter), applied ****
      **** by GC0052, which takes approved items only.               ****
      ****   PND-STATUS    - P pending, A approved, R rejected,      ****
      ****                   E expired (not decided in time),        ****
      ****                   D applied by GC0052, F failed GC0052's  ****
      ****                   validation when it came to be applied   ****
      ****   PND-TXN       - the GCLADTXN transaction as submitted   ****
      ****   PND-DEC-DATE/ - when it was approved, rejected or       ****
      ****   PND-DEC-TIME    expired                                 ****
      ****   PND-NOTE      - the approver's reason on a rejection,   ****
      ****                   the expiry, or GC0052's result          ****
      ****   PND-APPLY-DATE- date GC0052 applied or failed it        ****
      ******************************************************************
       01  PND-REC.
           05  PND-KEY.
               10  PND-SUB-DATE        PIC 9(8).
               10  PND-SUB-TIME        PIC 9(6).
               10  PND-SUB-SEQ         PIC 9(5).
           05  PND-STATUS              PIC X.
               88  PND-PENDING                 VALUE "P".
               88  PND-APPROVED                VALUE "A".
               88  PND-REJECTED                VALUE "R".
               88  PND-EXPIRED                 VALUE "E".
               88  PND-APPLIED                 VALUE "D".
               88  PND-FAILED                  VALUE "F".
           05  PND-TXN.
               10  PND-ACTION          PIC X.
               10  PND-LAD             PIC X(9).
               10  PND-LAD-NAME        PIC X(30).
               10  PND-REGION          PIC X(9).
           05  PND-SUBMITTER           PIC X(8).
           05  PND-APPROVER            PIC X(8).
           05  PND-DEC-DATE            PIC 9(8).
           05  PND-DEC-TIME            PIC 9(6).
           05  PND-NOTE                PIC X(40).
           05  PND-APPLY-DATE          PIC 9(8).
           05  FILLER                  PIC X(12).
