      ******************************************************************
      **** rank-correlation extract (GCCOROUT) - one record per      ****
      **** group per period, the table 10 figures as GC0050 printed  ****
      **** them, written period after period so the strength of the ****
      **** deprivation link can be trended.                          ****
      **** Groups, in the order written: England (all LADs),         ****
      **** metropolitan, non-metropolitan, then each region in       ****
      **** GCREGION order.                                           ****
      **** COR-COEF holds the Spearman coefficients:                 ****
      ****   1-4  covid death rate     v LD-RANK-AVG-RANK, LD-MDL-   ****
      ****        RANK, LD-EXT-RANK, LD-LC-RANK                      ****
      ****   5-8  all-cause death rate v the same four ranks         ****
      **** Deprivation ranks run from 1 = most deprived, so a        ****
      **** negative coefficient means death rates rise with          ****
      **** deprivation.  COR-DEFINED is N where the coefficient      ****
      **** could not be worked (fewer than 3 LADs, or every LAD in   ****
      **** the group tied on one side) and COR-RHO is then zero.     ****
      ******************************************************************
       01  COR-REC.
           05  COR-PERIOD              PIC 9(8).
           05  COR-GROUP-TYPE          PIC X.
               88  COR-ENGLAND                 VALUE "E".
               88  COR-METRO                   VALUE "M".
               88  COR-NON-METRO               VALUE "N".
               88  COR-REGION                  VALUE "R".
      *****    region code on a region group, spaces otherwise       ****
           05  COR-GROUP               PIC X(9).
           05  COR-GROUP-NAME          PIC X(30).
           05  COR-LAD-COUNT           PIC 9(4).
           05  COR-COEF                OCCURS 8.
               10  COR-RHO             PIC S9V9(4)
                                       SIGN IS LEADING SEPARATE.
               10  COR-DEFINED         PIC X.
           05  FILLER                  PIC X(12).
