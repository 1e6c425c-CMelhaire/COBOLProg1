      *    08-19-2019  Held records and SALES-FILE-ID now carry the
      *                SLSP-CODE PROGRAM1 captures; a released item
      *                posts under the salesperson it was held with.
      *    09-16-2019  The run-control record now carries
      *                RC-CASH-POSTED-SW, set by the cash receipts
      *                GL extract (PROGRAM21).  Not used here; it is
      *                carried so every reader of the file agrees on
      *                the record.
      *    10-21-2019  Held records and AUDIT-FILE-ID now carry the
      *                list price the customer's net price was worked
      *                out from.  The audit records written here carry
      *                it on, or the held price for a record held
      *                before the list price was kept.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 HELD-ORDER-NO       PIC 9(6).
           05                     PIC X.
           05 HELD-SLSP-CODE      PIC X(3).
           05                     PIC X.
           05 HELD-LIST-PRICE     PIC 9(5).

       FD SALES-FILE.
       01 SALES-FILE-ID.
           05 AUD-TRANS-NO        PIC 9(6).
           05                     PIC X.
           05 AUD-ORIG-TRANS-NO   PIC 9(6).
           05                     PIC X.
           05 AUD-LIST-PRICE      PIC 9(5).

       FD TRANS-CTL-FILE.
       01 TRANS-CTL-ID.
           05 RC-GL-DONE-SW     PIC X.
           05                   PIC X.
           05 RC-SUM-DONE-SW    PIC X.
           05                   PIC X.
           05 RC-CASH-POSTED-SW PIC X.

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
      ******************************************************************
       01 HELD-TABLE.
           05 HT-ENTRY OCCURS 200 TIMES INDEXED BY HT-IDX.
               10 HT-RECORD        PIC X(86).
               10 HT-DISPOSE       PIC X.
               10 HT-DONE          PIC X.

           MOVE HELD-QUANTITY TO AUD-QUANTITY
           MOVE HELD-RATE-CODE TO AUD-RATE-CODE
           MOVE 0 TO AUD-ORIG-TRANS-NO
           IF HELD-LIST-PRICE IS NUMERIC
               MOVE HELD-LIST-PRICE TO AUD-LIST-PRICE
           ELSE
               MOVE HELD-UNIT-PRICE TO AUD-LIST-PRICE
           END-IF
           .
      ******************************************************************
      *    350-ADD-TO-TOTALS: One released SALE or ADJS adds to the
