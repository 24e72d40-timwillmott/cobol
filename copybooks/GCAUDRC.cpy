      **** by the GC0055 inquiry report.                             ****
      **** The before image is spaces on an add, the after image is  ****
      **** spaces on a delete.                                       ****
      **** AUD-SUBMITTER/AUD-APPROVER are the user who submitted the ****
      **** change (GC0066) and the one who approved it (GC0067) -    ****
      **** spaces on entries journalled before changes went through  ****
      **** approval.                                                 ****
      ******************************************************************
       01  AUD-REC.
           05  AUD-DATE                PIC 9(8).
           05  AUD-AFTER.
               10  AUD-A-LAD-NAME      PIC X(30).
               10  AUD-A-REGION        PIC X(9).
           05  AUD-SUBMITTER           PIC X(8).
           05  AUD-APPROVER            PIC X(8).
           05  FILLER                  PIC X(2).
