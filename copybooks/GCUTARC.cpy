      ******************************************************************
      **** audit journal for GCUTLVSM maintenance (GCUTLAUD) - one   ****
      **** record per transaction GC0064 applies, carrying the       ****
      **** before and after images of the upper-tier mapping, the    ****
      **** action and a run date/time stamp.  Written by GC0064      ****
      **** (OPEN EXTEND, so the journal accumulates run over run).   ****
      **** The before image is spaces on an add, the after image is  ****
      **** spaces on a delete.                                       ****
      ******************************************************************
       01  UTA-REC.
           05  UTA-DATE                PIC 9(8).
           05  UTA-TIME                PIC 9(6).
           05  UTA-ACTION              PIC X.
               88  UTA-ADD                     VALUE "A".
               88  UTA-CHANGE                  VALUE "C".
               88  UTA-DELETE                  VALUE "D".
           05  UTA-LAD                 PIC X(9).
           05  UTA-BEFORE.
               10  UTA-B-UT-CODE       PIC X(9).
               10  UTA-B-UT-NAME       PIC X(30).
               10  UTA-B-UT-TYPE       PIC X.
           05  UTA-AFTER.
               10  UTA-A-UT-CODE       PIC X(9).
               10  UTA-A-UT-NAME       PIC X(30).
               10  UTA-A-UT-TYPE       PIC X.
           05  FILLER                  PIC X(16).
