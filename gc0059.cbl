      **** the current GCLADVSM side by side, works out the          ****
      **** differences, writes a proposed-changes report and         ****
      **** generates the GCLADTXN transaction file in GC0052's       ****
      **** exact layout, so the changes still flow through GC0066    ****
      **** submission, a second user's approval in GC0067, GC0052's  ****
      **** validation and the GCLADAUD audit journal instead of      ****
      **** bypassing them with an offline reload.                    ****
      **** Both inputs must arrive ascending on the LAD code - the   ****

      ******************************************************************
      **** proposed-changes report - reviewed before the generated   ****
      **** transactions are submitted through GC0066                 ****
      ******************************************************************
       FD  DLTRPT RECORDING MODE F.
       01  DLT-RPT-REC              PIC X(110).
