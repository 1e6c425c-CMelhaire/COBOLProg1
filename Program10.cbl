      *    credit shows on the aging instead of evaporating.  Every
      *    check lands on a daily cash receipts journal with run
      *    totals so the deposit can be balanced to the bank slip.
      *    Every application a check makes is kept on the cash
      *    application file, so a check the bank returns can be
      *    reversed exactly -- each item reopened for what the check
      *    paid, the on-account credit taken back, the bank's fee
      *    charged as an open item -- with a negative line on the
      *    journal and a returned-check register for credit.
      *
      *    Authors: Grant Haylock, Jack Rasmussen,
      *             Zach Schultz, Austin Lee
      *
      *    Modifications:
      *    07-01-2019  Original version.
      *    09-16-2019  The run starts by checking the day-end
      *                run-control file (kept by PROGRAM14) and
      *                refuses to take checks onto a business date
      *                that has been closed, so the journal the cash
      *                receipts GL extract (PROGRAM21) proves and
      *                posts is final once the day is closed.
      *    09-30-2019  Open items now carry AR-ITEM-TYPE ("F" for a
      *                finance charge from PROGRAM23); an on-account
      *                credit is written with a blank type, and a
      *                check applies to a finance charge item like any
      *                other.  CUSTOMER-MASTER now carries
      *                CM-FC-EXEMPT-SW -- not used here.  An
      *                armast.dat or custmast.dat from before this
      *                change must be rebuilt.
      *    11-04-2019  Returned (NSF) checks.  Each open item a check
      *                pays, and any on-account credit it leaves, is
      *                now kept on the cash application file
      *                (cashapp.dat).  Answering R at the check prompt
      *                reverses a returned check from those records:
      *                every item is reopened for exactly what the
      *                check paid, the on-account credit is taken
      *                back, and the bank fee is posted as an open
      *                item with AR-ITEM-TYPE "B".  The reversal is a
      *                negative check line on the journal, captioned
      *                RETURNED CHK, and is listed on the day's
      *                returned-check register (RETCHK-date.TXT).
      *                Checks taken before this change have no
      *                applications on file and cannot be reversed.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS IS DYNAMIC
           RECORD KEY IS CM-CUST-NO
           FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT CASH-APP-FILE ASSIGN TO
               "C:\Users\Caulder\Documents\cashapp.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CA-KEY
           FILE STATUS IS WS-CASHAPP-STATUS.
           SELECT CASH-JOURNAL-FILE ASSIGN TO DYNAMIC
               WS-JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT RETURNED-CHECK-FILE ASSIGN TO DYNAMIC
               WS-RETURNED-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RETURNED-STATUS.
           SELECT RUN-CTL-FILE ASSIGN TO
               "C:\Users\Caulder\Documents\runctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AR-FILE.
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

      ******************************************************************
      *    One record per application a check made: CA-PAID-AN-ITEM
      *    for each open item it paid down, CA-WENT-ON-ACCOUNT for
      *    the credit it left.  CA-AR-KEY is the AR item touched and
      *    CA-AMOUNT what the check put against it.  CA-RETURNED-DATE
      *    stays zero until the check is reversed as returned.
      ******************************************************************
       FD CASH-APP-FILE.
       01 CASH-APP-RECORD.
           05 CA-KEY.
               10 CA-CUST-NO      PIC 9(4).
               10 CA-CHECK-NO     PIC X(8).
               10 CA-SEQ          PIC 9(3).
           05 CA-CHECK-DATE       PIC 9(8).
           05 CA-RECEIPT-DATE     PIC 9(8).
           05 CA-APP-TYPE         PIC X.
               88 CA-PAID-AN-ITEM      VALUE "I".
               88 CA-WENT-ON-ACCOUNT   VALUE "O".
           05 CA-AR-KEY.
               10 CA-AR-CUST-NO   PIC 9(4).
               10 CA-AR-TRANS-DATE PIC 9(8).
               10 CA-AR-SEQ       PIC 9(3).
           05 CA-AR-TRANS-NO      PIC 9(6).
           05 CA-AR-ITEM-TYPE     PIC X.
           05 CA-AMOUNT           PIC S9(6)V99.
           05 CA-RETURNED-DATE    PIC 9(8).

       FD CASH-JOURNAL-FILE.
       01 CASH-JOURNAL-ID        PIC X(100).

       FD RETURNED-CHECK-FILE.
       01 RETURNED-CHECK-ID      PIC X(100).

       FD RUN-CTL-FILE.
       01 RUN-CTL-ID.
           05 RC-DATE           PIC 9(8).
           05                   PIC X.
           05 RC-CLOSED-SW      PIC X.
           05                   PIC X.
           05 RC-AR-POSTED-SW   PIC X.
           05                   PIC X.
           05 RC-GL-DONE-SW     PIC X.
           05                   PIC X.
           05 RC-SUM-DONE-SW    PIC X.
           05                   PIC X.
           05 RC-CASH-POSTED-SW PIC X.

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
           05 WS-VALID-SW       PIC X VALUE "N".
           05 WS-CUSTMAST-OPEN-SW PIC X VALUE "N".
               88 CUST-MASTER-IS-OPEN  VALUE "Y".
           05 WS-MORE-CHECKS    PIC X VALUE "N".
           05 WS-EOF-SW         PIC X VALUE "N".
               88 END-OF-FILE          VALUE "Y".
           05 WS-DAY-CLOSED-SW  PIC X VALUE "N".
               88 DAY-IS-CLOSED        VALUE "Y".
           05 WS-CASHAPP-OPEN-SW PIC X VALUE "N".
               88 CASH-APPS-ARE-OPEN   VALUE "Y".
           05 WS-RETURNED-OPEN-SW PIC X VALUE "N".
               88 RETURNED-REG-IS-OPEN VALUE "Y".
           05 WS-CA-EOF-SW      PIC X VALUE "N".
               88 CA-AT-END            VALUE "Y".
           05 WS-APP-WRITTEN-SW PIC X VALUE "N".
               88 APP-IS-WRITTEN       VALUE "Y".
           05 WS-RECEIPT-FOUND-SW PIC X VALUE "N".
               88 RECEIPT-IS-FOUND     VALUE "Y".
           05 WS-AR-FOUND-SW    PIC X VALUE "N".
               88 AR-ITEM-IS-ON-FILE   VALUE "Y".

       01 WS-FILE-STATUS.
           05 WS-ARFILE-STATUS  PIC XX VALUE SPACES.
           05 WS-CUSTMAST-STATUS PIC XX VALUE SPACES.
           05 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
           05 WS-RUNCTL-STATUS  PIC XX VALUE SPACES.
           05 WS-CASHAPP-STATUS PIC XX VALUE SPACES.
           05 WS-RETURNED-STATUS PIC XX VALUE SPACES.

       01 WS-EDIT-FIELDS.
           05 WS-NUMERIC-EDIT   PIC X(18) JUSTIFIED RIGHT.
           05 WS-CHECK-DATE-N REDEFINES WS-CHECK-DATE
                                   PIC 9(8).
           05 WS-JOURNAL-FILE-NAME PIC X(24) VALUE SPACES.
           05 WS-RETURNED-FILE-NAME PIC X(24) VALUE SPACES.

       01 WS-WORK-AREA.
           05 WS-CUST-NUM       PIC 9(4) VALUE 0.
           05 WS-DEPOSIT-TOTAL  PIC S9(8)V99 VALUE 0.
           05 WS-TOTAL-APPLIED  PIC S9(8)V99 VALUE 0.
           05 WS-TOTAL-ON-ACCT  PIC S9(8)V99 VALUE 0.
           05 WS-JOURNAL-NOTE   PIC X(12) VALUE SPACES.
           05 WS-ITEM-APPLIED   PIC S9(6)V99 VALUE 0.
           05 WS-APP-SEQ        PIC 9(4) VALUE 0.

      ******************************************************************
      *    Returned-check work fields.  WS-RTN- figures are what the
      *    cash application file says the check did; WS-DONE- figures
      *    are what the reversal actually put back.
      ******************************************************************
       01 WS-RETURNED-FIELDS.
           05 WS-RTN-DATE-PICK  PIC 9(8) VALUE 0.
           05 WS-RTN-CHECK-DATE PIC 9(8) VALUE 0.
           05 WS-RTN-RECEIPT-DATE PIC 9(8) VALUE 0.
           05 WS-RTN-APP-COUNT  PIC 9(3) VALUE 0.
           05 WS-OTHER-RECEIPTS PIC 9(3) VALUE 0.
           05 WS-RTN-APPLIED    PIC S9(6)V99 VALUE 0.
           05 WS-RTN-ON-ACCT    PIC S9(6)V99 VALUE 0.
           05 WS-RTN-AMOUNT     PIC S9(6)V99 VALUE 0.
           05 WS-DONE-APPLIED   PIC S9(6)V99 VALUE 0.
           05 WS-DONE-ON-ACCT   PIC S9(6)V99 VALUE 0.
           05 WS-FEE-CENTS      PIC 9(8) VALUE 0.
           05 WS-BANK-FEE       PIC S9(6)V99 VALUE 0.
           05 WS-RETURNED-COUNT PIC 9(5) VALUE 0.
           05 WS-TOTAL-RETURNED PIC S9(8)V99 VALUE 0.
           05 WS-TOTAL-FEES     PIC S9(8)V99 VALUE 0.

       01 JOURNAL-HDR-1.
           05 FILLER            PIC X(26)
           05 JOURNAL-APPLIED-OUT PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 JOURNAL-ON-ACCT-OUT PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 JOURNAL-NOTE      PIC X(12).

       01 JOURNAL-COUNT-LINE.
           05 FILLER            PIC X(18)  VALUE "CHECKS THIS RUN:  ".
           05 FILLER            PIC X(18)  VALUE "TOTAL ON ACCOUNT: ".
           05 JOURNAL-TOT-OA-OUT PIC -Z,ZZZ,ZZ9.99.

       01 RETURNED-HDR-1.
           05 FILLER            PIC X(28)
               VALUE "RETURNED CHECK REGISTER FOR ".
           05 RETURNED-HDR-DATE PIC 9(8).

       01 RETURNED-HDR-2.
           05 FILLER            PIC X(5)   VALUE "CUST".
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 FILLER            PIC X(20)  VALUE "NAME".
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 FILLER            PIC X(8)   VALUE "CHECK NO".
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 FILLER            PIC X(8)   VALUE "CHK DATE".
           05 FILLER            PIC X(12)  VALUE "      AMOUNT".
           05 FILLER            PIC X(12)  VALUE "    REOPENED".
           05 FILLER            PIC X(12)  VALUE "  ON ACCOUNT".
           05 FILLER            PIC X(12)  VALUE "    BANK FEE".

       01 RETURNED-LINE.
           05 RETURNED-CUST-NO  PIC Z,ZZ9.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 RETURNED-CUST-NAME PIC X(20).
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 RETURNED-CHECK-NO PIC X(8).
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 RETURNED-CHECK-DATE PIC 9(8).
           05 RETURNED-AMOUNT-OUT PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 RETURNED-APPLIED-OUT PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 RETURNED-ON-ACCT-OUT PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 RETURNED-FEE-OUT  PIC -ZZZ,ZZ9.99.

       01 RETURNED-ITEM-LINE.
           05 FILLER            PIC X(8)   VALUE SPACES.
           05 RETURNED-ITEM-CAPTION PIC X(18).
           05 FILLER            PIC X(6)   VALUE "TRANS ".
           05 RETURNED-TRANS-NO PIC ZZZZZ9.
           05 FILLER            PIC X(7)   VALUE " DATED ".
           05 RETURNED-TRANS-DATE PIC 9(8).
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 RETURNED-ITEM-OUT PIC -ZZZ,ZZ9.99.

       01 RETURNED-SHORT-LINE.
           05 FILLER            PIC X(8)   VALUE SPACES.
           05 FILLER            PIC X(47)
               VALUE "** NOT EVERY APPLICATION COULD BE REVERSED -- ".
           05 FILLER            PIC X(17)  VALUE "AMOUNT PUT BACK: ".
           05 RETURNED-SHORT-OUT PIC -ZZZ,ZZ9.99.

       01 RETURNED-COUNT-LINE.
           05 FILLER            PIC X(18)  VALUE "RETURNED CHECKS:  ".
           05 RETURNED-COUNT-OUT PIC ZZ,ZZ9.

       01 RETURNED-TOTAL-LINE.
           05 FILLER            PIC X(18)  VALUE "TOTAL RETURNED:   ".
           05 RETURNED-TOTAL-OUT PIC -Z,ZZZ,ZZ9.99.

       01 RETURNED-FEES-LINE.
           05 FILLER            PIC X(18)  VALUE "BANK FEES:        ".
           05 RETURNED-FEES-OUT PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      ******************************************************************
      *    100-MAIN: Refuses a closed day, then opens the AR file,
      *    the customer master, the cash application file and
      *    today's journal, takes checks -- and returned checks --
      *    from the console until the operator is done, then
      *    finishes the journal with the run's deposit totals.
      ******************************************************************
       100-MAIN.
           PERFORM 105-BUILD-FILE-NAMES
           PERFORM 106-CHECK-DAY-OPEN
           IF DAY-IS-CLOSED
               DISPLAY "** BUSINESS DATE " WS-CURRENT-DATE " IS "
                   "CLOSED -- NO CHECKS MAY BE ENTERED TODAY **"
               GOBACK
           END-IF
           PERFORM 110-OPEN-AR-FILE
           IF WS-ARFILE-STATUS NOT = "00"
               DISPLAY "** UNABLE TO OPEN AR FILE -- STATUS "
                   WS-ARFILE-STATUS " **"
           ELSE
               PERFORM 115-OPEN-CUSTOMER-MASTER
               PERFORM 125-OPEN-CASH-APP-FILE
               PERFORM 120-OPEN-JOURNAL-FILE
               IF WS-JOURNAL-STATUS = "00"
                   DISPLAY "ENTER A CHECK - Y, A RETURNED CHECK - R, "
                       "OR N"
                   ACCEPT WS-MORE-CHECKS
                   PERFORM 200-ENTER-ONE-RECEIPT
                       UNTIL WS-MORE-CHECKS = "N"
                   PERFORM 400-WRITE-JOURNAL-TOTALS
                   CLOSE CASH-JOURNAL-FILE
                   IF RETURNED-REG-IS-OPEN
                       PERFORM 420-WRITE-RETURNED-TOTALS
                       CLOSE RETURNED-CHECK-FILE
                   END-IF
               END-IF
               IF CASH-APPS-ARE-OPEN
                   CLOSE CASH-APP-FILE
               END-IF
               CLOSE AR-FILE
               IF CUST-MASTER-IS-OPEN
           .
      ******************************************************************
      *    105-BUILD-FILE-NAMES: Builds today's cash receipts journal
      *    and returned-check register names the same way PROGRAM1
      *    dates its daily files.
      ******************************************************************
       105-BUILD-FILE-NAMES.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                   DISPLAY "** JOURNAL FILE NAME TOO LONG FOR WS-"
                       "JOURNAL-FILE-NAME **"
           END-STRING
           STRING "RETCHK-" WS-CURRENT-DATE ".TXT" DELIMITED BY SIZE
               INTO WS-RETURNED-FILE-NAME
               ON OVERFLOW
                   DISPLAY "** REGISTER FILE NAME TOO LONG FOR WS-"
                       "RETURNED-FILE-NAME **"
           END-STRING
           .
      ******************************************************************
      *    106-CHECK-DAY-OPEN: Looks today's date up on the day-end
      *    run-control file PROGRAM14 keeps, the same check
      *    PROGRAM1 makes -- once a day is closed its cash receipts
      *    journal may be posted to the ledger and takes no further
      *    checks.
      ******************************************************************
       106-CHECK-DAY-OPEN.
           MOVE "N" TO WS-DAY-CLOSED-SW
           OPEN INPUT RUN-CTL-FILE
           IF WS-RUNCTL-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               READ RUN-CTL-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
               PERFORM 107-CHECK-ONE-RUN-DATE
                   UNTIL END-OF-FILE OR DAY-IS-CLOSED
               CLOSE RUN-CTL-FILE
           END-IF
           .
       107-CHECK-ONE-RUN-DATE.
           IF RC-DATE IS NUMERIC AND RC-DATE = WS-CURRENT-DATE
                   AND RC-CLOSED-SW = "Y"
               MOVE "Y" TO WS-DAY-CLOSED-SW
           END-IF
           READ RUN-CTL-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           .
      ******************************************************************
      *    110-OPEN-AR-FILE: Opens the AR open-item file for update,
           END-IF
           .
      ******************************************************************
      *    125-OPEN-CASH-APP-FILE: Opens the cash application file
      *    for update, creating it on first use (status 35) the way
      *    110 creates the AR file.  Checks can still be taken
      *    without it, but they cannot be reversed later if the bank
      *    returns them, so the operator is warned.
      ******************************************************************
       125-OPEN-CASH-APP-FILE.
           OPEN I-O CASH-APP-FILE
           IF WS-CASHAPP-STATUS = "35"
               OPEN OUTPUT CASH-APP-FILE
               CLOSE CASH-APP-FILE
               OPEN I-O CASH-APP-FILE
           END-IF
           IF WS-CASHAPP-STATUS = "00"
               MOVE "Y" TO WS-CASHAPP-OPEN-SW
           ELSE
               MOVE "N" TO WS-CASHAPP-OPEN-SW
               DISPLAY "** CASH APPLICATION FILE NOT AVAILABLE -- "
                   "CHECKS TAKEN NOW CANNOT BE REVERSED IF RETURNED **"
           END-IF
           .
      ******************************************************************
      *    130-OPEN-RETURNED-REGISTER: Opens today's returned-check
      *    register for extend when the first returned check of the
      *    run is reversed, creating it with its headings on the
      *    day's first (status 35), the same way 120 opens the
      *    journal.  A day with no returned checks gets no register.
      ******************************************************************
       130-OPEN-RETURNED-REGISTER.
           OPEN EXTEND RETURNED-CHECK-FILE
           IF WS-RETURNED-STATUS = "35"
               OPEN OUTPUT RETURNED-CHECK-FILE
               IF WS-RETURNED-STATUS = "00"
                   MOVE WS-CURRENT-DATE TO RETURNED-HDR-DATE
                   WRITE RETURNED-CHECK-ID FROM RETURNED-HDR-1
                   WRITE RETURNED-CHECK-ID FROM RETURNED-HDR-2
               END-IF
           END-IF
           IF WS-RETURNED-STATUS = "00"
               MOVE "Y" TO WS-RETURNED-OPEN-SW
           ELSE
               DISPLAY "** UNABLE TO OPEN RETURNED CHECK REGISTER: "
                   WS-RETURNED-FILE-NAME
           END-IF
           .
      ******************************************************************
      *    200-ENTER-ONE-RECEIPT: Takes one check through entry and
      *    confirmation, applies it against the customer's open items
      *    and writes the journal line, then asks for the next one.
      *    An R answer takes a returned check instead (500).
      ******************************************************************
       200-ENTER-ONE-RECEIPT.
           IF WS-MORE-CHECKS = "R"
               PERFORM 500-REVERSE-RETURNED-CHECK
           ELSE
               MOVE "N" TO WS-CONFIRM-SW
               PERFORM 205-ENTER-AND-CONFIRM UNTIL ENTRY-IS-CONFIRMED
               PERFORM 300-APPLY-RECEIPT
               MOVE SPACES TO WS-JOURNAL-NOTE
               PERFORM 350-WRITE-JOURNAL-LINE
           END-IF
           DISPLAY "ENTER ANOTHER CHECK - Y, A RETURNED CHECK - R, "
               "OR N"
           ACCEPT WS-MORE-CHECKS
           .
      ******************************************************************
      *    transaction number, then oldest-first for whatever is left,
      *    exactly the way PROGRAM6 applies a RETN.  Anything still
      *    left after every open item is paid goes on account as a
      *    negative open item.  Each application is recorded on the
      *    cash application file as it is made (325).
      ******************************************************************
       300-APPLY-RECEIPT.
           MOVE WS-CHECK-AMOUNT TO WS-CREDIT-LEFT
           MOVE 1 TO WS-APP-SEQ
           IF WS-TARGET-TRANS-NO > 0
               PERFORM 335-SCAN-CUSTOMER-ITEMS
           END-IF
           MOVE "N" TO WS-WRITTEN-SW
           PERFORM 321-WRITE-ON-ACCT-ITEM
               UNTIL ITEM-IS-WRITTEN OR AR-SEQ > 999
           IF ITEM-IS-WRITTEN
               MOVE WS-ON-ACCT-AMOUNT TO WS-ITEM-APPLIED
               MOVE "O" TO CA-APP-TYPE
               PERFORM 325-RECORD-APPLICATION
           ELSE
               DISPLAY "** UNABLE TO POST ON-ACCOUNT CREDIT FOR "
                   "CUST-NO " WS-CUST-NUM " **"
           END-IF
           COMPUTE AR-ORIG-AMOUNT = WS-ON-ACCT-AMOUNT * -1
           COMPUTE AR-OPEN-AMOUNT = WS-ON-ACCT-AMOUNT * -1
           MOVE 0 TO AR-TRANS-NO
           MOVE SPACE TO AR-ITEM-TYPE
           WRITE AR-OPEN-ITEM
               INVALID KEY
                   ADD 1 TO AR-SEQ
           END-WRITE
           .
      ******************************************************************
      *    325-RECORD-APPLICATION: Records one application of the
      *    check -- the AR item now in the record area and
      *    WS-ITEM-APPLIED, the amount the check put against it -- on
      *    the cash application file under the customer and check
      *    number, with a sequence bumped past anything already
      *    there.  CA-APP-TYPE is set by the caller.
      ******************************************************************
       325-RECORD-APPLICATION.
           IF CASH-APPS-ARE-OPEN
               MOVE WS-CUST-NUM TO CA-CUST-NO
               MOVE WS-CHECK-NO TO CA-CHECK-NO
               MOVE WS-CHECK-DATE-N TO CA-CHECK-DATE
               MOVE WS-CURRENT-DATE TO CA-RECEIPT-DATE
               MOVE AR-KEY TO CA-AR-KEY
               MOVE AR-TRANS-NO TO CA-AR-TRANS-NO
               MOVE AR-ITEM-TYPE TO CA-AR-ITEM-TYPE
               MOVE WS-ITEM-APPLIED TO CA-AMOUNT
               MOVE 0 TO CA-RETURNED-DATE
               MOVE "N" TO WS-APP-WRITTEN-SW
               PERFORM 326-WRITE-APP-RECORD
                   UNTIL APP-IS-WRITTEN OR WS-APP-SEQ > 999
               IF NOT APP-IS-WRITTEN
                   DISPLAY "** UNABLE TO RECORD AN APPLICATION OF "
                       "CHECK " WS-CHECK-NO " -- IT CANNOT BE "
                       "REVERSED IF RETURNED **"
               END-IF
           END-IF
           .
       326-WRITE-APP-RECORD.
           MOVE WS-APP-SEQ TO CA-SEQ
           WRITE CASH-APP-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-APP-WRITTEN-SW
           END-WRITE
           ADD 1 TO WS-APP-SEQ
           .
      ******************************************************************
      *    335-SCAN-CUSTOMER-ITEMS: One pass over the customer's open
      *    items in date order.  With WS-TARGET-TRANS-NO set only the
      *    item posted under that number takes the money; at zero any
                   AND (WS-TARGET-TRANS-NO = 0
                       OR AR-TRANS-NO = WS-TARGET-TRANS-NO)
               IF AR-OPEN-AMOUNT NOT < WS-CREDIT-LEFT
                   MOVE WS-CREDIT-LEFT TO WS-ITEM-APPLIED
                   SUBTRACT WS-CREDIT-LEFT FROM AR-OPEN-AMOUNT
                   MOVE 0 TO WS-CREDIT-LEFT
               ELSE
                   MOVE AR-OPEN-AMOUNT TO WS-ITEM-APPLIED
                   SUBTRACT AR-OPEN-AMOUNT FROM WS-CREDIT-LEFT
                   MOVE 0 TO AR-OPEN-AMOUNT
               END-IF
                   INVALID KEY
                       DISPLAY "** UNABLE TO REWRITE OPEN ITEM FOR "
                           "CUST-NO " AR-CUST-NO " **"
                   NOT INVALID KEY
                       MOVE "I" TO CA-APP-TYPE
                       PERFORM 325-RECORD-APPLICATION
               END-REWRITE
           END-IF
           READ AR-FILE NEXT
      ******************************************************************
      *    350-WRITE-JOURNAL-LINE: One journal line per check -- what
      *    arrived, what paid open items and what went on account.
      *    A returned check is the same line with every figure
      *    negative and WS-JOURNAL-NOTE beside it.
      ******************************************************************
       350-WRITE-JOURNAL-LINE.
           MOVE WS-CUST-NUM TO JOURNAL-CUST-NO
           MOVE WS-CHECK-AMOUNT TO JOURNAL-AMOUNT-OUT
           MOVE WS-APPLIED-AMOUNT TO JOURNAL-APPLIED-OUT
           MOVE WS-ON-ACCT-AMOUNT TO JOURNAL-ON-ACCT-OUT
           MOVE WS-JOURNAL-NOTE TO JOURNAL-NOTE
           WRITE CASH-JOURNAL-ID FROM JOURNAL-LINE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "** UNABLE TO WRITE JOURNAL LINE FOR CUST-NO "
           DISPLAY "CASH RECEIPTS COMPLETE -- " WS-RECEIPT-COUNT
               " CHECKS TOTALING " WS-DEPOSIT-TOTAL
           .
      ******************************************************************
      *    420-WRITE-RETURNED-TOTALS: Finishes the run's part of the
      *    returned-check register with its count and totals.
      ******************************************************************
       420-WRITE-RETURNED-TOTALS.
           MOVE WS-RETURNED-COUNT TO RETURNED-COUNT-OUT
           WRITE RETURNED-CHECK-ID FROM RETURNED-COUNT-LINE
           MOVE WS-TOTAL-RETURNED TO RETURNED-TOTAL-OUT
           WRITE RETURNED-CHECK-ID FROM RETURNED-TOTAL-LINE
           MOVE WS-TOTAL-FEES TO RETURNED-FEES-OUT
           WRITE RETURNED-CHECK-ID FROM RETURNED-FEES-LINE
           DISPLAY "RETURNED CHECKS -- " WS-RETURNED-COUNT
               " REVERSED TOTALING " WS-TOTAL-RETURNED
           .
      ******************************************************************
      *    500-REVERSE-RETURNED-CHECK: Finds the receipt a returned
      *    check made by customer and check number on the cash
      *    application file, shows it with the bank fee to be charged
      *    and, once confirmed, reverses every application it made.
      *    When the same check number was taken more than once and
      *    not returned, the check date picks the receipt.
      ******************************************************************
       500-REVERSE-RETURNED-CHECK.
           IF NOT CASH-APPS-ARE-OPEN
               DISPLAY "** CASH APPLICATION FILE NOT AVAILABLE -- "
                   "NO RETURNED CHECK CAN BE REVERSED **"
           ELSE
               PERFORM 210-VALIDATE-CUST-NUM
               PERFORM 215-LOOKUP-CUSTOMER
               PERFORM 225-VALIDATE-CHECK-NO
               MOVE 0 TO WS-RTN-DATE-PICK
               PERFORM 510-FIND-RECEIPT
               IF RECEIPT-IS-FOUND AND WS-OTHER-RECEIPTS > 0
                   DISPLAY "** CHECK " WS-CHECK-NO " WAS TAKEN MORE "
                       "THAN ONCE -- GIVE THE DATE ON THE RETURNED "
                       "CHECK **"
                   PERFORM 220-VALIDATE-CHECK-DATE
                   MOVE WS-CHECK-DATE-N TO WS-RTN-DATE-PICK
                   PERFORM 510-FIND-RECEIPT
               END-IF
               IF NOT RECEIPT-IS-FOUND
                   DISPLAY "** NO RECEIPT ON FILE FOR CUSTOMER "
                       WS-CUST-NUM " CHECK " WS-CHECK-NO
                       " THAT HAS NOT ALREADY BEEN RETURNED **"
               ELSE
                   PERFORM 530-VALIDATE-BANK-FEE
                   DISPLAY " "
                   DISPLAY "CONFIRM THIS RETURNED CHECK -"
                   DISPLAY "  CUSTOMER NO   : " WS-CUST-NUM
                   DISPLAY "  CUSTOMER NAME : " WS-CUST-NAME
                   DISPLAY "  CHECK NO      : " WS-CHECK-NO
                   DISPLAY "  CHECK DATE    : " WS-RTN-CHECK-DATE
                   DISPLAY "  TAKEN ON      : " WS-RTN-RECEIPT-DATE
                   DISPLAY "  CHECK AMOUNT  : " WS-RTN-AMOUNT
                   DISPLAY "  TO REOPEN     : " WS-RTN-APPLIED
                   DISPLAY "  ON ACCOUNT    : " WS-RTN-ON-ACCT
                   DISPLAY "  BANK FEE      : " WS-BANK-FEE
                   DISPLAY "REVERSE THIS CHECK - Y OR N"
                   ACCEPT WS-CONFIRM-SW
                   IF ENTRY-IS-CONFIRMED
                       PERFORM 520-POST-REVERSAL
                   ELSE
                       DISPLAY "RETURNED CHECK NOT REVERSED"
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      *    510-FIND-RECEIPT: Reads the customer's applications of the
      *    check number.  The first one not yet returned (and on
      *    WS-RTN-DATE-PICK when that is set) fixes the receipt by
      *    its check date and the date it was taken; every
      *    application of that receipt is added up, and any other
      *    receipt under the same number is counted.
      ******************************************************************
       510-FIND-RECEIPT.
           MOVE "N" TO WS-RECEIPT-FOUND-SW
           MOVE 0 TO WS-OTHER-RECEIPTS
           MOVE 0 TO WS-RTN-APP-COUNT
           MOVE 0 TO WS-RTN-APPLIED
           MOVE 0 TO WS-RTN-ON-ACCT
           MOVE 0 TO WS-RTN-CHECK-DATE
           MOVE 0 TO WS-RTN-RECEIPT-DATE
           PERFORM 515-START-CHECK-APPS
           PERFORM 511-ADD-ONE-APPLICATION
               UNTIL CA-AT-END OR CA-CUST-NO NOT = WS-CUST-NUM
                   OR CA-CHECK-NO NOT = WS-CHECK-NO
           COMPUTE WS-RTN-AMOUNT = WS-RTN-APPLIED + WS-RTN-ON-ACCT
           .
       511-ADD-ONE-APPLICATION.
           IF CA-RETURNED-DATE = 0
                   AND (WS-RTN-DATE-PICK = 0
                       OR CA-CHECK-DATE = WS-RTN-DATE-PICK)
               IF NOT RECEIPT-IS-FOUND
                   MOVE "Y" TO WS-RECEIPT-FOUND-SW
                   MOVE CA-CHECK-DATE TO WS-RTN-CHECK-DATE
                   MOVE CA-RECEIPT-DATE TO WS-RTN-RECEIPT-DATE
               END-IF
               IF CA-CHECK-DATE = WS-RTN-CHECK-DATE
                       AND CA-RECEIPT-DATE = WS-RTN-RECEIPT-DATE
                   ADD 1 TO WS-RTN-APP-COUNT
                   IF CA-PAID-AN-ITEM
                       ADD CA-AMOUNT TO WS-RTN-APPLIED
                   ELSE
                       ADD CA-AMOUNT TO WS-RTN-ON-ACCT
                   END-IF
               ELSE
                   ADD 1 TO WS-OTHER-RECEIPTS
               END-IF
           END-IF
           READ CASH-APP-FILE NEXT
               AT END MOVE "Y" TO WS-CA-EOF-SW
           END-READ
           .
       515-START-CHECK-APPS.
           MOVE WS-CUST-NUM TO CA-CUST-NO
           MOVE WS-CHECK-NO TO CA-CHECK-NO
           MOVE 0 TO CA-SEQ
           MOVE "N" TO WS-CA-EOF-SW
           START CASH-APP-FILE KEY NOT < CA-KEY
               INVALID KEY MOVE "Y" TO WS-CA-EOF-SW
           END-START
           IF NOT CA-AT-END
               READ CASH-APP-FILE NEXT
                   AT END MOVE "Y" TO WS-CA-EOF-SW
               END-READ
           END-IF
           .
      ******************************************************************
      *    520-POST-REVERSAL: Registers the returned check, reverses
      *    its applications, charges the bank fee and writes the
      *    negative journal line -- for what was actually put back,
      *    so the journal always agrees with the AR file.  The line
      *    counts as a check in the run totals, which is what
      *    PROGRAM21 proves them against.
      ******************************************************************
       520-POST-REVERSAL.
           IF NOT RETURNED-REG-IS-OPEN
               PERFORM 130-OPEN-RETURNED-REGISTER
           END-IF
           MOVE WS-CUST-NUM TO RETURNED-CUST-NO
           MOVE WS-CUST-NAME TO RETURNED-CUST-NAME
           MOVE WS-CHECK-NO TO RETURNED-CHECK-NO
           MOVE WS-RTN-CHECK-DATE TO RETURNED-CHECK-DATE
           MOVE WS-RTN-AMOUNT TO RETURNED-AMOUNT-OUT
           MOVE WS-RTN-APPLIED TO RETURNED-APPLIED-OUT
           MOVE WS-RTN-ON-ACCT TO RETURNED-ON-ACCT-OUT
           MOVE WS-BANK-FEE TO RETURNED-FEE-OUT
           PERFORM 580-WRITE-REGISTER-LINE
           MOVE 0 TO WS-DONE-APPLIED
           MOVE 0 TO WS-DONE-ON-ACCT
           PERFORM 515-START-CHECK-APPS
           PERFORM 540-REVERSE-ONE-APPLICATION
               UNTIL CA-AT-END OR CA-CUST-NO NOT = WS-CUST-NUM
                   OR CA-CHECK-NO NOT = WS-CHECK-NO
           IF WS-BANK-FEE > 0
               PERFORM 550-POST-BANK-FEE
           END-IF
           COMPUTE WS-CHECK-AMOUNT =
               (WS-DONE-APPLIED + WS-DONE-ON-ACCT) * -1
           COMPUTE WS-APPLIED-AMOUNT = WS-DONE-APPLIED * -1
           COMPUTE WS-ON-ACCT-AMOUNT = WS-DONE-ON-ACCT * -1
           IF WS-CHECK-AMOUNT + WS-RTN-AMOUNT NOT = 0
               DISPLAY "** NOT EVERY APPLICATION OF CHECK "
                   WS-CHECK-NO " COULD BE REVERSED -- SEE THE "
                   "REGISTER **"
               MOVE WS-CHECK-AMOUNT TO RETURNED-SHORT-OUT
               IF RETURNED-REG-IS-OPEN
                   WRITE RETURNED-CHECK-ID FROM RETURNED-SHORT-LINE
               END-IF
           END-IF
           MOVE WS-RTN-CHECK-DATE TO WS-CHECK-DATE-N
           MOVE "RETURNED CHK" TO WS-JOURNAL-NOTE
           PERFORM 350-WRITE-JOURNAL-LINE
           ADD 1 TO WS-RECEIPT-COUNT
           ADD WS-CHECK-AMOUNT TO WS-DEPOSIT-TOTAL
           ADD WS-APPLIED-AMOUNT TO WS-TOTAL-APPLIED
           ADD WS-ON-ACCT-AMOUNT TO WS-TOTAL-ON-ACCT
           ADD 1 TO WS-RETURNED-COUNT
           SUBTRACT WS-CHECK-AMOUNT FROM WS-TOTAL-RETURNED
           DISPLAY "RETURNED CHECK REVERSED -- " WS-DONE-APPLIED
               " REOPENED, " WS-DONE-ON-ACCT " TAKEN OFF ACCOUNT"
           .
      ******************************************************************
      *    530-VALIDATE-BANK-FEE: The fee the bank charged for the
      *    returned check, keyed in cents like the check amount.
      *    Zero charges no fee.
      ******************************************************************
       530-VALIDATE-BANK-FEE.
           MOVE "N" TO WS-VALID-SW
           PERFORM 531-PROMPT-BANK-FEE UNTIL ENTRY-IS-VALID
           .
       531-PROMPT-BANK-FEE.
           DISPLAY "BANK FEE IN CENTS (0 FOR NONE): "
           MOVE SPACES TO WS-NUMERIC-EDIT
           ACCEPT WS-NUMERIC-EDIT
           INSPECT WS-NUMERIC-EDIT REPLACING LEADING SPACE BY ZERO
           IF WS-NUMERIC-EDIT IS NUMERIC
               MOVE WS-NUMERIC-EDIT TO WS-EDIT-NUM
               IF WS-EDIT-NUM < 100000000
                   MOVE WS-EDIT-NUM TO WS-FEE-CENTS
                   COMPUTE WS-BANK-FEE = WS-FEE-CENTS / 100
                   MOVE "Y" TO WS-VALID-SW
               ELSE
                   DISPLAY "** INVALID BANK FEE - RE-ENTER **"
               END-IF
           ELSE
               DISPLAY "** INVALID BANK FEE - RE-ENTER **"
           END-IF
           .
      ******************************************************************
      *    540-REVERSE-ONE-APPLICATION: Puts one application of the
      *    receipt back on its AR item and marks it returned, so the
      *    same check can never be reversed twice.
      ******************************************************************
       540-REVERSE-ONE-APPLICATION.
           IF CA-RETURNED-DATE = 0
                   AND CA-CHECK-DATE = WS-RTN-CHECK-DATE
                   AND CA-RECEIPT-DATE = WS-RTN-RECEIPT-DATE
               PERFORM 545-REOPEN-AR-ITEM
               IF ITEM-IS-WRITTEN
                   MOVE WS-CURRENT-DATE TO CA-RETURNED-DATE
                   REWRITE CASH-APP-RECORD
                       INVALID KEY
                           DISPLAY "** UNABLE TO MARK APPLICATION "
                               CA-SEQ " OF CHECK " CA-CHECK-NO
                               " RETURNED **"
                   END-REWRITE
                   IF CA-PAID-AN-ITEM
                       ADD CA-AMOUNT TO WS-DONE-APPLIED
                       MOVE "REOPENED" TO RETURNED-ITEM-CAPTION
                   ELSE
                       ADD CA-AMOUNT TO WS-DONE-ON-ACCT
                       MOVE "CREDIT TAKEN BACK" TO RETURNED-ITEM-CAPTION
                   END-IF
                   MOVE CA-AR-TRANS-NO TO RETURNED-TRANS-NO
                   MOVE CA-AR-TRANS-DATE TO RETURNED-TRANS-DATE
                   MOVE CA-AMOUNT TO RETURNED-ITEM-OUT
                   IF RETURNED-REG-IS-OPEN
                       WRITE RETURNED-CHECK-ID FROM RETURNED-ITEM-LINE
                   END-IF
               END-IF
           END-IF
           READ CASH-APP-FILE NEXT
               AT END MOVE "Y" TO WS-CA-EOF-SW
           END-READ
           .
      ******************************************************************
      *    545-REOPEN-AR-ITEM: Adds back to the AR item exactly what
      *    the check put against it -- an item it paid opens up by
      *    that much, and the negative on-account credit it left is
      *    brought back toward zero.  An item no longer on the file
      *    (purged once it was paid) is written again under its old
      *    key for the amount alone.
      ******************************************************************
       545-REOPEN-AR-ITEM.
           MOVE "N" TO WS-WRITTEN-SW
           MOVE CA-AR-KEY TO AR-KEY
           READ AR-FILE
               INVALID KEY MOVE "N" TO WS-AR-FOUND-SW
               NOT INVALID KEY MOVE "Y" TO WS-AR-FOUND-SW
           END-READ
           IF AR-ITEM-IS-ON-FILE
               ADD CA-AMOUNT TO AR-OPEN-AMOUNT
               REWRITE AR-OPEN-ITEM
                   INVALID KEY
                       DISPLAY "** UNABLE TO REOPEN OPEN ITEM FOR "
                           "CUST-NO " AR-CUST-NO " **"
                   NOT INVALID KEY
                       MOVE "Y" TO WS-WRITTEN-SW
               END-REWRITE
           ELSE
               MOVE CA-AR-KEY TO AR-KEY
               MOVE CA-AMOUNT TO AR-ORIG-AMOUNT
               MOVE CA-AMOUNT TO AR-OPEN-AMOUNT
               MOVE CA-AR-TRANS-NO TO AR-TRANS-NO
               MOVE CA-AR-ITEM-TYPE TO AR-ITEM-TYPE
               WRITE AR-OPEN-ITEM
                   INVALID KEY
                       DISPLAY "** UNABLE TO REPOST OPEN ITEM FOR "
                           "CUST-NO " AR-CUST-NO " **"
                   NOT INVALID KEY
                       MOVE "Y" TO WS-WRITTEN-SW
               END-WRITE
           END-IF
           .
      ******************************************************************
      *    550-POST-BANK-FEE: Charges the bank fee as a new open item
      *    (AR-ITEM-TYPE "B") dated today, keyed with a sequence
      *    bumped past anything already there the way 320 posts an
      *    on-account credit.
      ******************************************************************
       550-POST-BANK-FEE.
           MOVE WS-CUST-NUM TO AR-CUST-NO
           MOVE WS-CURRENT-DATE TO AR-TRANS-DATE
           MOVE 1 TO AR-SEQ
           MOVE "N" TO WS-WRITTEN-SW
           PERFORM 551-WRITE-BANK-FEE-ITEM
               UNTIL ITEM-IS-WRITTEN OR AR-SEQ > 999
           IF ITEM-IS-WRITTEN
               ADD WS-BANK-FEE TO WS-TOTAL-FEES
           ELSE
               DISPLAY "** UNABLE TO POST BANK FEE FOR CUST-NO "
                   WS-CUST-NUM " **"
           END-IF
           .
       551-WRITE-BANK-FEE-ITEM.
           MOVE WS-BANK-FEE TO AR-ORIG-AMOUNT
           MOVE WS-BANK-FEE TO AR-OPEN-AMOUNT
           MOVE 0 TO AR-TRANS-NO
           MOVE "B" TO AR-ITEM-TYPE
           WRITE AR-OPEN-ITEM
               INVALID KEY
                   ADD 1 TO AR-SEQ
               NOT INVALID KEY
                   MOVE "Y" TO WS-WRITTEN-SW
           END-WRITE
           .
      ******************************************************************
      *    580-WRITE-REGISTER-LINE: The returned check's line on the
      *    register; its reopened items follow beneath it.
      ******************************************************************
       580-WRITE-REGISTER-LINE.
           IF RETURNED-REG-IS-OPEN
               WRITE RETURNED-CHECK-ID FROM RETURNED-LINE
               IF WS-RETURNED-STATUS NOT = "00"
                   DISPLAY "** UNABLE TO WRITE RETURNED CHECK "
                       "REGISTER LINE FOR CUST-NO " WS-CUST-NUM " **"
               END-IF
           END-IF
           .
       END PROGRAM PROGRAM10.
