      *    08-19-2019  SALES-FILE-ID now carries SLSP-CODE after
      *                ORDER-NO.  Not used here; the layout matches
      *                what PROGRAM1 writes.
      *    09-16-2019  The run-control record now carries
      *                RC-CASH-POSTED-SW, set by the cash receipts
      *                GL extract (PROGRAM21).  Not used here; it is
      *                carried through so the table write-back keeps
      *                it.
      *    09-30-2019  Open items now carry AR-ITEM-TYPE -- "F" marks
      *                a finance charge posted by PROGRAM23, which the
      *                aging buckets like any other item; a sale
      *                posted here is written with a blank type.
      *                CUSTOMER-MASTER now carries CM-FC-EXEMPT-SW --
      *                not used here.  An armast.dat or custmast.dat
      *                from before this change must be rebuilt.
      *    11-04-2019  AR-ITEM-TYPE "B" marks a bank fee PROGRAM10
      *                charges on a returned check; the aging buckets
      *                it like any other item.  Not otherwise used
      *                here.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 AR-ORIG-AMOUNT      PIC S9(6)V99.
           05 AR-OPEN-AMOUNT      PIC S9(6)V99.
           05 AR-TRANS-NO         PIC 9(6).
           05 AR-ITEM-TYPE        PIC X.
               88 AR-ITEM-IS-FIN-CHG   VALUE "F".
               88 AR-ITEM-IS-BANK-FEE  VALUE "B".

       FD CUSTOMER-MASTER.
       01 CUST-MASTER-RECORD.
           05 CM-CUST-ADDRESS     PIC A(30).
           05 CM-CUST-TERMS       PIC X(5).
           05 CM-CREDIT-LIMIT     PIC 9(7).
           05 CM-FC-EXEMPT-SW     PIC X.
               88 CUST-IS-FC-EXEMPT    VALUE "Y".

       FD SALES-FILE.
       01 SALES-FILE-ID.
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

       01 WS-AGING-BUCKETS.
           05 WS-CUST-CURRENT   PIC S9(7)V99 VALUE 0.
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
           MOVE WS-PEND-AMOUNT TO AR-ORIG-AMOUNT
           MOVE WS-PEND-AMOUNT TO AR-OPEN-AMOUNT
           MOVE WS-PEND-TRANS-NO TO AR-TRANS-NO
           MOVE SPACE TO AR-ITEM-TYPE
           WRITE AR-OPEN-ITEM
               INVALID KEY
                   ADD 1 TO AR-SEQ
           ELSE
               MOVE 0 TO AR-TRANS-NO
           END-IF
           MOVE SPACE TO AR-ITEM-TYPE
           WRITE AR-OPEN-ITEM
               INVALID KEY
                   ADD 1 TO AR-SEQ
