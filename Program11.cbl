      *
      *    Modifications:
      *    07-08-2019  Original version.
      *    09-30-2019  AR open items now carry AR-ITEM-TYPE, and a
      *                finance charge posted by PROGRAM23 is captioned
      *                FINANCE CHARGE on its statement line; it ages
      *                like any other item.  CUSTOMER-MASTER now
      *                carries CM-FC-EXEMPT-SW -- not used here; the
      *                layout is here so every reader of the master
      *                agrees on the record.  An armast.dat or
      *                custmast.dat from before this change must be
      *                rebuilt -- both records picked up a new field.
      *    11-04-2019  A bank fee PROGRAM10 charges on a returned
      *                check (AR-ITEM-TYPE "B") is captioned NSF CHECK
      *                FEE on its statement line.  The item a returned
      *                check had paid is simply open again.
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

       FD STATEMENT-FILE.
       01 STATEMENT-ID           PIC X(100).
           05 STMT-ORIG-OUT     PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 STMT-OPEN-OUT     PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 STMT-ITEM-DESC    PIC X(14).

       01 STMT-AGING-HDR.
           05 FILLER            PIC X(12)  VALUE "     CURRENT".
           MOVE AR-TRANS-DATE TO STMT-TRANS-DATE
           MOVE AR-ORIG-AMOUNT TO STMT-ORIG-OUT
           MOVE AR-OPEN-AMOUNT TO STMT-OPEN-OUT
           EVALUATE TRUE
               WHEN AR-ITEM-IS-FIN-CHG
                   MOVE "FINANCE CHARGE" TO STMT-ITEM-DESC
               WHEN AR-ITEM-IS-BANK-FEE
                   MOVE "NSF CHECK FEE" TO STMT-ITEM-DESC
               WHEN OTHER
                   MOVE SPACES TO STMT-ITEM-DESC
           END-EVALUATE
           WRITE STATEMENT-ID FROM STMT-ITEM-LINE
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(AR-TRANS-DATE)
