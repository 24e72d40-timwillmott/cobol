      ******************************************************************
      **** cumulative ledger posting register (GCCUMPST) - one       ****
      **** record per LAD per period posted to GCCUMVSM, keyed on    ****
      **** CPS-KEY (LAD then period).  GC0062 looks the key up       ****
      **** before it posts, so a rerun or a backfill that re-supplies ****
      **** a period already on the ledger is skipped instead of      ****
      **** being counted twice.  The counts posted are kept so the   ****
      **** figures behind any ledger total can be traced, and so a   ****
      **** period ONS has revised posts only the difference.         ****
      ******************************************************************
       01  CPS-REC.
           05  CPS-KEY.
               10  CPS-LAD             PIC X(9).
               10  CPS-PERIOD          PIC 9(8).
           05  CPS-DC                  PIC 9(4).
           05  CPS-D-A                 PIC 9(4).
           05  CPS-POST-DATE           PIC 9(8).
           05  CPS-POST-TIME           PIC 9(6).
           05  FILLER                  PIC X(21).
