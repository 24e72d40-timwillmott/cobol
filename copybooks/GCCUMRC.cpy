      ******************************************************************
      **** cumulative deaths-to-date ledger (GCCUMVSM) - one record  ****
      **** per LAD, keyed on CUM-LAD, holding the running covid and  ****
      **** all-cause death totals since the first period posted and  ****
      **** the year-to-date totals for the calendar year of the      ****
      **** latest period posted.  Maintained by GC0062; a period is  ****
      **** posted to a LAD once only - GCCUMPST (GCCPSRC) records    ****
      **** every LAD/period already posted.                          ****
      ****   CUM-FIRST-PERIOD - earliest period posted               ****
      ****   CUM-LAST-PERIOD  - latest period posted; name and       ****
      ****                      region are taken from this period    ****
      ****   CUM-PERIOD-CNT   - number of periods posted             ****
      ****   CUM-YTD-YEAR     - calendar year the YTD totals cover   ****
      ******************************************************************
       01  CUM-REC.
           05  CUM-LAD                 PIC X(9).
           05  CUM-LAD-NAME            PIC X(30).
           05  CUM-REGION              PIC X(9).
           05  CUM-FIRST-PERIOD        PIC 9(8).
           05  CUM-LAST-PERIOD         PIC 9(8).
           05  CUM-PERIOD-CNT          PIC 9(5).
           05  CUM-DC-TOTAL            PIC 9(7).
           05  CUM-DA-TOTAL            PIC 9(7).
           05  CUM-YTD-YEAR            PIC 9(4).
           05  CUM-YTD-DC              PIC 9(7).
           05  CUM-YTD-DA              PIC 9(7).
           05  CUM-UPD-DATE            PIC 9(8).
           05  FILLER                  PIC X(11).
