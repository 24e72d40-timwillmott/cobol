      ******************************************************************
      **** composite LAD extract (GCCMPOUT) - one fixed record per   ****
      **** LAD per period, the W-CD entry exactly as GC0050 built    ****
      **** and ranked it.  Written by GC0050 alongside the CSV       ****
      **** extract; the CSV is for spreadsheets, this is for the     ****
      **** downstream batch steps that need the raw death counts     ****
      **** and ranks GCHIST does not carry (GC0062 cumulative        ****
      **** ledger and the later period-level steps).                 ****
      **** Rows of a period arrive together, in covid death-rate     ****
      **** rank order; a backfill run writes its periods in turn.    ****
      **** CMP-LOWER-CI-A/CMP-UPPER-CI-A are zero on a London        ****
      **** borough - LONBOR carries no all-cause confidence limits.  ****
      ******************************************************************
       01  CMP-REC.
           05  CMP-PERIOD              PIC 9(8).
           05  CMP-LAD                 PIC X(9).
           05  CMP-LAD-NAME            PIC X(30).
           05  CMP-REGION              PIC X(9).
           05  CMP-MNM-CODE            PIC 9.
           05  CMP-DC                  PIC 9(4).
           05  CMP-DC-RATE             PIC 9(4)V99.
           05  CMP-LOWER-CI-C          PIC 9(4)V99.
           05  CMP-UPPER-CI-C          PIC 9(4)V99.
           05  CMP-D-A                 PIC 9(4).
           05  CMP-DA-RATE             PIC 9(4)V99.
           05  CMP-MDL-RANK            PIC 999.
           05  CMP-EXT-RANK            PIC 999.
           05  CMP-LC-RANK             PIC 999.
           05  CMP-RANK-AVG-RANK       PIC 999.
           05  CMP-OVERALL-RANK        PIC 999.
           05  CMP-POP                 PIC 9(7).
           05  CMP-DC-RATE-IH          PIC 9(4)V99.
           05  CMP-DA-RATE-IH          PIC 9(4)V99.
           05  CMP-LOWER-CI-A          PIC 9(4)V99.
           05  CMP-UPPER-CI-A          PIC 9(4)V99.
           05  FILLER                  PIC X(25).
