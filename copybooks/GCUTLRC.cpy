      ******************************************************************
      **** LAD to upper-tier authority map (GCUTLVSM) - one record   ****
      **** per LAD, keyed on UTL-LAD, naming the county or unitary   ****
      **** authority that holds public health responsibility for     ****
      **** it.  Maintained by GC0064 (validated add/change/delete,   ****
      **** journalled to GCUTLAUD), read by the GC0065 rollup.       ****
      ****   UTL-UT-TYPE - C county (a two-tier area - UTL-UT-CODE   ****
      ****                 is the county code), U unitary (the LAD   ****
      ****                 is its own upper tier - metropolitan      ****
      ****                 districts and London boroughs included -  ****
      ****                 so UTL-UT-CODE is the LAD code itself)    ****
      ******************************************************************
       01  UTL-REC.
           05  UTL-LAD                 PIC X(9).
           05  UTL-UT-CODE             PIC X(9).
           05  UTL-UT-NAME             PIC X(30).
           05  UTL-UT-TYPE             PIC X.
               88  UTL-COUNTY                  VALUE "C".
               88  UTL-UNITARY                 VALUE "U".
           05  UTL-UPD-DATE            PIC 9(8).
           05  FILLER                  PIC X(23).
