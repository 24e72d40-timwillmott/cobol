      ******************************************************************
      **** run-control record (GCRUNLOG) - one appended per          ****
      **** execution of GC0049/GC0050/GC0051/GC0052 and the later    ****
      **** steps so operations can gate downstream steps on          ****
      **** something machine-readable instead of a condition code    ****
      **** alone.                                                    ****
      **** RUN-RETURN-CODE matches the condition code handed back:   ****
      ****    0 = clean run                                          ****
      ****    4 = exceptions/rejections over the tolerated count     ****
      ****        (GC0050: also a revision held unauthorised)        ****
      ****    8 = empty input (GC0049: also rejects on the feed;     ****
      ****        GC0069: the cycle does not balance)                ****
      ****   12 = file failure (VSAM lookup, unbalanced GCHIST)      ****
      ****   16 = table overflow                                     ****
      ******************************************************************
           05  RUN-RECS-REJECTED       PIC 9(7).
           05  RUN-RETURN-CODE         PIC 99.
           05  RUN-OUTCOME             PIC X(20).
      *****    control counts the GC0069 balancing certificate       ****
      *****    reconciles across the cycle - set by these steps only ****
      *****      GC0049 : 1 DXLAD clean, 2 LADSUM clean,             ****
      *****               3 periods on the feed                      ****
      *****      GC0050 : 1 DXLAD read, 2 LADSUM read (one pass),    ****
      *****               3 GCCSVOUT data rows written               ****
      *****      GC0051 : 1 LADs on the state file written,          ****
      *****               2 of those at the newest period, which is  ****
      *****               the RUN-PERIOD GC0051 logs                 ****
      *****      GC0069 : 1 checks made, 2 in balance, 3 out         ****
           05  RUN-CTL-COUNTS.
               10  RUN-CTL-COUNT-1     PIC 9(7).
               10  RUN-CTL-COUNT-2     PIC 9(7).
               10  RUN-CTL-COUNT-3     PIC 9(7).
           05  FILLER                  PIC X(6).
