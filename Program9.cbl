      *    08-19-2019  SALES-FILE-ID now carries SLSP-CODE after
      *                ORDER-NO.  Not used here; the layout matches
      *                what PROGRAM1 writes.
      *    09-16-2019  The run-control record now carries
      *                RC-CASH-POSTED-SW, set by the cash receipts
      *                GL extract (PROGRAM21).  Not used here; it is
      *                carried through so the table write-back keeps
      *                it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 RC-GL-DONE-SW     PIC X.
           05                   PIC X.
           05 RC-SUM-DONE-SW    PIC X.
           05                   PIC X.
           05 RC-CASH-POSTED-SW PIC X.

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
               10 RCT-AR-POSTED-SW  PIC X.
               10 RCT-GL-DONE-SW    PIC X.
               10 RCT-SUM-DONE-SW   PIC X.
               10 RCT-CASH-POSTED-SW PIC X.

      ******************************************************************
      *    One slot per rate code, seeded from TAX-RATE-FILE so the
           MOVE RC-AR-POSTED-SW TO RCT-AR-POSTED-SW(WS-RUNCTL-COUNT)
           MOVE RC-GL-DONE-SW TO RCT-GL-DONE-SW(WS-RUNCTL-COUNT)
           MOVE RC-SUM-DONE-SW TO RCT-SUM-DONE-SW(WS-RUNCTL-COUNT)
           MOVE RC-CASH-POSTED-SW
               TO RCT-CASH-POSTED-SW(WS-RUNCTL-COUNT)
           READ RUN-CTL-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           MOVE RCT-AR-POSTED-SW(WS-RUNCTL-SUB) TO RC-AR-POSTED-SW
           MOVE RCT-GL-DONE-SW(WS-RUNCTL-SUB) TO RC-GL-DONE-SW
           MOVE RCT-SUM-DONE-SW(WS-RUNCTL-SUB) TO RC-SUM-DONE-SW
           MOVE RCT-CASH-POSTED-SW(WS-RUNCTL-SUB)
               TO RC-CASH-POSTED-SW
           WRITE RUN-CTL-ID
           .
      ******************************************************************
