      ******************************************************************
      **** significant outlier register (GCOUTVSM) - one record per  ****
      **** LAD, keyed on OUT-LAD, holding how the LAD stood against  ****
      **** the England rate at the latest period classified.         ****
      **** Maintained by GC0063 off the GCCMPOUT composite extract.  ****
      **** OUT-MEASURE (1) is the covid death rate, (2) all-cause.   ****
      ****   OUT-CLASS      - H significantly higher than England    ****
      ****                    (lower limit above the England rate),  ****
      ****                    L significantly lower (upper limit     ****
      ****                    below it), S similar, U no confidence  ****
      ****                    limits supplied (all-cause on a London ****
      ****                    borough)                               ****
      ****   OUT-HIGH-RUN   - consecutive periods classified H, up   ****
      ****                    to and including OUT-LAST-PERIOD       ****
      ****   OUT-HIGH-START - first period of that run (0 = none)    ****
      ****   OUT-ENG-RATE   - England rate the LAD was tested against ****
      **** The OUT-PREV- fields are the standing before              ****
      **** OUT-LAST-PERIOD was applied, so a rerun or a revised      ****
      **** re-delivery of the latest period is classified again from ****
      **** where the LAD stood, not counted as a further period.     ****
      ******************************************************************
       01  OUT-REC.
           05  OUT-LAD                 PIC X(9).
           05  OUT-LAD-NAME            PIC X(30).
           05  OUT-REGION              PIC X(9).
           05  OUT-LAST-PERIOD         PIC 9(8).
           05  OUT-PREV-PERIOD         PIC 9(8).
           05  OUT-MEASURE             OCCURS 2.
               10  OUT-CLASS           PIC X.
                   88  OUT-HIGH                VALUE "H".
                   88  OUT-SIMILAR             VALUE "S".
                   88  OUT-LOW                 VALUE "L".
                   88  OUT-NO-LIMITS           VALUE "U".
               10  OUT-HIGH-RUN        PIC 9(4).
               10  OUT-HIGH-START      PIC 9(8).
               10  OUT-RATE            PIC 9(4)V99.
               10  OUT-LOWER-CI        PIC 9(4)V99.
               10  OUT-UPPER-CI        PIC 9(4)V99.
               10  OUT-ENG-RATE        PIC 9(4)V99.
               10  OUT-PREV-CLASS      PIC X.
               10  OUT-PREV-HIGH-RUN   PIC 9(4).
               10  OUT-PREV-HIGH-START PIC 9(8).
           05  OUT-UPD-DATE            PIC 9(8).
           05  FILLER                  PIC X(28).
