      ******************************************************************
      **** composite LAD data history (GCHIST) - one record per LAD  ****
      **** per reporting period, keyed on HIST-KEY (LAD then period) ****
      **** so a LAD's whole history is one short browse, with an     ****
      **** alternate path on HIST-PERIOD (duplicates) so a period is ****
      **** read without passing the rest of the file.  Written by    ****
      **** GC0050, read by GC0051 and the history reports.           ****
      **** Each period's batch is bracketed by header and trailer    ****
      **** control records (HIST-CTL-REC view below) whose key is    ****
      **** *HDR* or *TRL* plus the batch period, the trailer         ****
      **** carrying the data record count; a period is complete only ****
      **** when both are on file and the trailer count agrees with   ****
      **** the data records held for the period, so an incomplete    ****
      **** batch can be detected and backed out instead of feeding   ****
      **** phantom movers to GC0051.                                  ****
      **** The control markers collate ahead of every LAD code, so a ****
      **** browse on the prime key meets all the headers first, then ****
      **** all the trailers, then the LADs in code order.            ****
      ******************************************************************
       01  HIST-REC.
           05  HIST-KEY.
               10  HIST-LAD            PIC X(9).
                   88  HIST-HEADER             VALUE "*HDR*".
                   88  HIST-TRAILER            VALUE "*TRL*".
               10  HIST-PERIOD         PIC 9(8).
           05  HIST-LAD-NAME           PIC X(30).
           05  HIST-DC-RATE            PIC 9(4)V99.
           05  HIST-DC-RANK            PIC 999.
      *****    without a GCLADVSM lookup; spaces on batches from     ****
      *****    before the field was carved out of the filler         ****
           05  HIST-REGION             PIC X(9).
      *****    raw covid and all-cause death counts behind the rate, ****
      *****    so a re-delivered period can be compared in totals as ****
      *****    well as rates; spaces on batches from before the      ****
      *****    fields were carved out of the filler                  ****
           05  HIST-DC                 PIC 9(4).
           05  HIST-D-A                PIC 9(4).
           05  FILLER                  PIC X(3).
      *****    batch control view of HIST-REC - HIST-CTL-ID is the   ****
      *****    *HDR*/*TRL* marker, HIST-CTL-COUNT the data record    ****
      *****    count (trailer only, zero on the header)              ****
       01  HIST-CTL-REC.
           05  HIST-CTL-KEY.
               10  HIST-CTL-ID         PIC X(9).
               10  HIST-CTL-PERIOD     PIC 9(8).
           05  HIST-CTL-COUNT          PIC 9(5).
           05  FILLER                  PIC X(54).
