       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM22.
      ******************************************************************
      *    AR roll-forward reconciliation.  Proves the AR open-item
      *    file against the activity that is supposed to have built
      *    it.  The run starts from the closing balance the last
      *    reconciliation saved -- in total and per customer -- and
      *    rolls it forward over every business date since: plus the
      *    day's SALE and ADJS records with tax (what PROGRAM6 posts),
      *    less the day's RETN and VOID credits, less the checks on
      *    the day's cash receipts journal (applied to open items and
      *    put on account, both of which PROGRAM10 writes to the AR
      *    file), plus the finance charges PROGRAM23 posted and the
      *    returned-check bank fees PROGRAM10 posted.  The
      *    result is compared with the sum of
      *    AR-OPEN-AMOUNT on the file per customer and in total; any
      *    customer that does not roll forward is listed with the
      *    difference, and the balance on file is saved as the
      *    starting point for the next run, so a lost or doubled
      *    posting shows up the next morning.
      *
      *    Authors: Grant Haylock, Jack Rasmussen,
      *             Zach Schultz, Austin Lee
      *    Date Written: 09-23-2019
      *
      *    Modifications:
      *    09-23-2019  Original version.
      *    09-30-2019  Finance charges posted by PROGRAM23 (open items
      *                with AR-ITEM-TYPE "F") now roll forward in a
      *                column of their own, taken from the items
      *                themselves for the dates in range; a finance
      *                charge dated after the date being reconciled
      *                is left out of the balance on file.  The report
      *                is two columns wider.  CUSTOMER-MASTER now
      *                carries CM-FC-EXEMPT-SW -- not used here.
      *    11-04-2019  Bank fees PROGRAM10 charges on a returned check
      *                (open items with AR-ITEM-TYPE "B") roll forward
      *                in a column of their own, taken from the items
      *                the same way as finance charges.  A returned
      *                check itself needs nothing new: it is a
      *                negative line on the cash receipts journal, so
      *                its receipts come off as the items reopen.  The
      *                report is one column wider.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-FILE ASSIGN TO
               "C:\Users\Caulder\Documents\armast.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AR-KEY
           FILE STATUS IS WS-ARFILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO
               "C:\Users\Caulder\Documents\custmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CM-CUST-NO
           FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT SALES-FILE ASSIGN TO DYNAMIC WS-SALES-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SALES-STATUS.
           SELECT CASH-JOURNAL-FILE ASSIGN TO DYNAMIC
               WS-JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT AR-BALANCE-FILE ASSIGN TO
               "C:\Users\Caulder\Documents\arbal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ARBAL-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO DYNAMIC
               WS-RECON-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RECON-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO
               "C:\Users\Caulder\Documents\taxrate.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-TAXTAB-STATUS.
           SELECT RUN-CTL-FILE ASSIGN TO
               "C:\Users\Caulder\Documents\runctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AR-FILE.
       01 AR-OPEN-ITEM.
           05 AR-KEY.
               10 AR-CUST-NO      PIC 9(4).
               10 AR-TRANS-DATE   PIC 9(8).
               10 AR-SEQ          PIC 9(3).
           05 AR-ORIG-AMOUNT      PIC S9(6)V99.
           05 AR-OPEN-AMOUNT      PIC S9(6)V99.
           05 AR-TRANS-NO         PIC 9(6).
           05 AR-ITEM-TYPE        PIC X.
               88 AR-ITEM-IS-FIN-CHG   VALUE "F".
               88 AR-ITEM-IS-BANK-FEE  VALUE "B".

       FD CUSTOMER-MASTER.
       01 CUST-MASTER-RECORD.
           05 CM-CUST-NO          PIC 9(4).
           05 CM-CUST-NAME        PIC A(20).
           05 CM-CUST-ADDRESS     PIC A(30).
           05 CM-CUST-TERMS       PIC X(5).
           05 CM-CREDIT-LIMIT     PIC 9(7).
           05 CM-FC-EXEMPT-SW     PIC X.
               88 CUST-IS-FC-EXEMPT    VALUE "Y".

       FD SALES-FILE.
       01 SALES-FILE-ID.
           05 CUST-NO            PIC 9(4).
           05                    PIC X VALUE SPACES.
           05 CUST-NAME          PIC A(20).
           05                    PIC X VALUE SPACES.
           05 ITEM-NO            PIC 9(5).
           05                    PIC X VALUE SPACES.
           05 UNIT-PRICE         PIC 9(5).
           05                    PIC X VALUE SPACES.
           05 QUANTITY-SOLD      PIC -9(3).
           05                    PIC X VALUE SPACES.
           05 TRANS-TYPE         PIC X(4).
               88 SLS-TRANS-IS-SALE     VALUE "SALE".
               88 SLS-TRANS-IS-RETURN   VALUE "RETN".
               88 SLS-TRANS-IS-VOID     VALUE "VOID".
               88 SLS-TRANS-IS-ADJUST   VALUE "ADJS".
           05                    PIC X VALUE SPACES.
           05 RATE-CODE          PIC XX.
           05                    PIC X VALUE SPACES.
           05 TRANS-NO           PIC 9(6).
           05                    PIC X VALUE SPACES.
           05 ORIG-TRANS-NO      PIC 9(6).
           05                    PIC X VALUE SPACES.
           05 ORDER-NO           PIC 9(6).
           05                    PIC X VALUE SPACES.
           05 SLSP-CODE          PIC X(3).

      ******************************************************************
      *    The cash receipts journal PROGRAM10 writes.  Only the
      *    check lines are used here -- the headings and the totals
      *    blocks are PROGRAM21's business.
      ******************************************************************
       FD CASH-JOURNAL-FILE.
       01 CASH-JOURNAL-ID        PIC X(100).
       01 CJ-HEADING-LINE.
           05 CJ-HDR-CAPTION     PIC X(26).
           05                    PIC X(74).
       01 CJ-CHECK-LINE.
           05 CJ-CUST-NO         PIC Z,ZZ9.
           05                    PIC X.
           05 CJ-CUST-NAME       PIC X(20).
           05                    PIC X.
           05 CJ-CHECK-NO        PIC X(8).
           05                    PIC X.
           05 CJ-CHECK-DATE      PIC X(8).
           05 CJ-AMOUNT-IN       PIC -ZZZ,ZZ9.99.
           05                    PIC X.
           05 CJ-APPLIED-IN      PIC -ZZZ,ZZ9.99.
           05                    PIC X.
           05 CJ-ON-ACCT-IN      PIC -ZZZ,ZZ9.99.
           05                    PIC X(21).
       01 CJ-TOTAL-LINE.
           05 CJ-TOTAL-CAPTION   PIC X(18).
           05                    PIC X(82).

      ******************************************************************
      *    The saved closing balance -- one date record carrying the
      *    as-of date and the total, then one record per customer
      *    with a balance.
      ******************************************************************
       FD AR-BALANCE-FILE.
       01 AR-BAL-RECORD.
           05 AB-REC-TYPE        PIC X.
               88 AB-IS-DATE-REC        VALUE "D".
               88 AB-IS-CUST-REC        VALUE "C".
           05                    PIC X.
           05 AB-CUST-NO         PIC 9(4).
           05                    PIC X.
           05 AB-AS-OF-DATE      PIC 9(8).
           05                    PIC X.
           05 AB-BALANCE         PIC -9(8).99.

       FD RECON-REPORT-FILE.
       01 RECON-REPORT-ID        PIC X(146).

       FD TAX-RATE-FILE.
       01 TAX-RATE-RECORD.
           05 TR-FILE-CODE        PIC XX.
           05                     PIC X.
           05 TR-FILE-PCT         PIC V999.
           05                     PIC X.
           05 TR-FILE-NAME        PIC X(20).

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
               88 ENTRY-IS-VALID       VALUE "Y".
           05 WS-EOF-SW         PIC X VALUE "N".
               88 END-OF-FILE          VALUE "Y".
           05 WS-AR-EOF-SW      PIC X VALUE "N".
               88 AR-AT-END            VALUE "Y".
           05 WS-RATE-FOUND-SW  PIC X VALUE "N".
               88 RATE-CODE-IS-ON-FILE VALUE "Y".
           05 WS-CUSTMAST-OPEN-SW PIC X VALUE "N".
               88 CUST-MASTER-IS-OPEN  VALUE "Y".
           05 WS-PRIOR-SW       PIC X VALUE "N".
               88 PRIOR-BALANCE-IS-ON-FILE VALUE "Y".
           05 WS-RANGE-OK-SW    PIC X VALUE "Y".
               88 RANGE-IS-READY       VALUE "Y".
           05 WS-ESTABLISH-SW   PIC X VALUE "N".
               88 OPENING-IS-CONFIRMED VALUE "Y".

       01 WS-FILE-STATUS.
           05 WS-ARFILE-STATUS  PIC XX VALUE SPACES.
           05 WS-CUSTMAST-STATUS PIC XX VALUE SPACES.
           05 WS-SALES-STATUS   PIC XX VALUE SPACES.
           05 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
           05 WS-ARBAL-STATUS   PIC XX VALUE SPACES.
           05 WS-RECON-STATUS   PIC XX VALUE SPACES.
           05 WS-TAXTAB-STATUS  PIC XX VALUE SPACES.
           05 WS-RUNCTL-STATUS  PIC XX VALUE SPACES.

       01 WS-DATE-FIELDS.
           05 WS-RUN-DATE.
               10 WS-RUN-YEAR      PIC 9(4).
               10 WS-RUN-MONTH     PIC 9(2).
               10 WS-RUN-DAY       PIC 9(2).
           05 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                   PIC 9(8).
           05 WS-DATE-EDIT         PIC X(18) JUSTIFIED RIGHT.
           05 WS-DATE-NUM          PIC 9(18) VALUE 0.
           05 WS-CURRENT-DATE      PIC 9(8) VALUE 0.
           05 WS-PRIOR-DATE        PIC 9(8) VALUE 0.
           05 WS-FILE-DATE         PIC 9(8) VALUE 0.
           05 WS-SALES-FILE-NAME   PIC X(24) VALUE SPACES.
           05 WS-JOURNAL-FILE-NAME PIC X(24) VALUE SPACES.
           05 WS-RECON-FILE-NAME   PIC X(24) VALUE SPACES.

       01 WS-CONSTANTS.
           05 WS-TAX            PIC V999 VALUE .065.
           05 WS-DEFAULT-RATE-CODE  PIC XX VALUE "ST".

       01 WS-RATE-COUNT        PIC 9(3) VALUE 0.

       01 TAX-RATE-TABLE.
           05 TAX-RATE-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-RATE-COUNT
               INDEXED BY TR-IDX.
               10 TR-CODE       PIC XX.
               10 TR-PCT        PIC V999.

       01 WS-CURRENT-TAX-RATE  PIC V999 VALUE .065.

       01 WS-WORK-AREA.
           05 WS-QUANTITY       PIC S9(3) VALUE 0.
           05 WS-EDIT-PRODUCT   PIC 9(9) VALUE 0.
           05 WS-ITEM-AMOUNT    PIC S9(6)V99 VALUE 0.
           05 WS-ITEM-TAX       PIC S9(5)V99 VALUE 0.
           05 WS-CUST-SUB       PIC 9(5) COMP VALUE 0.
           05 WS-CJ-CUST-NO     PIC 9(4) VALUE 0.
           05 WS-APPLIED-AMOUNT PIC S9(6)V99 VALUE 0.
           05 WS-ON-ACCT-AMOUNT PIC S9(6)V99 VALUE 0.
           05 WS-PRIOR-FOOT     PIC S9(9)V99 VALUE 0.
           05 WS-EXPECTED       PIC S9(9)V99 VALUE 0.
           05 WS-DIFFERENCE     PIC S9(9)V99 VALUE 0.
           05 WS-DAYS-IN-RANGE  PIC 9(3) VALUE 0.
           05 WS-OUT-COUNT      PIC 9(5) VALUE 0.
           05 WS-SAVED-COUNT    PIC 9(5) VALUE 0.
           05 WS-SKIPPED-COUNT  PIC 9(5) VALUE 0.

       01 WS-RECON-TOTALS.
           05 WS-TOT-PRIOR      PIC S9(9)V99 VALUE 0.
           05 WS-TOT-SALES      PIC S9(9)V99 VALUE 0.
           05 WS-TOT-FIN-CHG    PIC S9(9)V99 VALUE 0.
           05 WS-TOT-BANK-FEE   PIC S9(9)V99 VALUE 0.
           05 WS-TOT-CREDITS    PIC S9(9)V99 VALUE 0.
           05 WS-TOT-APPLIED    PIC S9(9)V99 VALUE 0.
           05 WS-TOT-ON-ACCT    PIC S9(9)V99 VALUE 0.
           05 WS-TOT-EXPECTED   PIC S9(9)V99 VALUE 0.
           05 WS-TOT-ON-FILE    PIC S9(9)V99 VALUE 0.
           05 WS-TOT-DIFFERENCE PIC S9(9)V99 VALUE 0.

      ******************************************************************
      *    One roll-forward slot per possible customer number, so a
      *    customer's figures are found by subscript instead of by
      *    a search.
      ******************************************************************
       01 ROLL-FORWARD-TABLE.
           05 RF-ENTRY OCCURS 9999 TIMES.
               10 RF-PRIOR          PIC S9(8)V99.
               10 RF-SALES          PIC S9(8)V99.
               10 RF-FIN-CHG        PIC S9(8)V99.
               10 RF-BANK-FEE       PIC S9(8)V99.
               10 RF-CREDITS        PIC S9(8)V99.
               10 RF-APPLIED        PIC S9(8)V99.
               10 RF-ON-ACCT        PIC S9(8)V99.
               10 RF-ON-FILE        PIC S9(8)V99.

       01 WS-RUNCTL-FIELDS.
           05 WS-RUNCTL-COUNT   PIC 9(3) COMP VALUE 0.
           05 WS-RUNCTL-SUB     PIC 9(3) COMP VALUE 0.
           05 WS-RUNCTL-ENTRY   PIC 9(3) COMP VALUE 0.

      ******************************************************************
      *    The day-end run-control file PROGRAM14 keeps, read whole
      *    into a table so every date since the last reconciliation
      *    can be checked for close and AR posting.
      ******************************************************************
       01 RUN-CTL-TABLE.
           05 RCT-ENTRY OCCURS 400 TIMES.
               10 RCT-DATE          PIC 9(8).
               10 RCT-CLOSED-SW     PIC X.
               10 RCT-AR-POSTED-SW  PIC X.
               10 RCT-GL-DONE-SW    PIC X.
               10 RCT-SUM-DONE-SW   PIC X.
               10 RCT-CASH-POSTED-SW PIC X.

       01 RECON-HDR-1.
           05 FILLER            PIC X(35)
               VALUE "AR ROLL-FORWARD RECONCILIATION FOR ".
           05 RECON-HDR-DATE    PIC 9(8).
           05 FILLER            PIC X(22)
               VALUE "  FROM BALANCE AS OF  ".
           05 RECON-HDR-PRIOR   PIC 9(8).

       01 RECON-HDR-2.
           05 FILLER            PIC X(5)   VALUE "CUST".
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 FILLER            PIC X(20)  VALUE "NAME".
           05 FILLER            PIC X(12)  VALUE "       PRIOR".
           05 FILLER            PIC X(12)  VALUE "       SALES".
           05 FILLER            PIC X(12)  VALUE " FIN CHARGES".
           05 FILLER            PIC X(12)  VALUE "   BANK FEES".
           05 FILLER            PIC X(12)  VALUE "     CREDITS".
           05 FILLER            PIC X(12)  VALUE "     APPLIED".
           05 FILLER            PIC X(12)  VALUE "  ON ACCOUNT".
           05 FILLER            PIC X(12)  VALUE "    EXPECTED".
           05 FILLER            PIC X(12)  VALUE "     ON FILE".
           05 FILLER            PIC X(12)  VALUE "  DIFFERENCE".

       01 RECON-LINE.
           05 RECON-CUST-NO     PIC Z,ZZ9.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 RECON-CUST-NAME   PIC X(20).
           05 RECON-PRIOR-OUT   PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 RECON-SALES-OUT   PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 RECON-FIN-CHG-OUT PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 RECON-BANK-FEE-OUT PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 RECON-CREDITS-OUT PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 RECON-APPLIED-OUT PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 RECON-ON-ACCT-OUT PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 RECON-EXPECTED-OUT PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 RECON-ON-FILE-OUT PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 RECON-DIFF-OUT    PIC -ZZZ,ZZ9.99.

       01 RECON-NONE-LINE.
           05 FILLER            PIC X(47)
               VALUE "EVERY CUSTOMER ROLLS FORWARD -- NO DIFFERENCES".

       01 RECON-SUMMARY-LINE.
           05 RECON-SUM-CAPTION PIC X(32).
           05 RECON-SUM-OUT     PIC -ZZ,ZZZ,ZZ9.99.

       01 RECON-COUNT-LINE.
           05 RECON-COUNT-CAPTION PIC X(32).
           05 RECON-COUNT-OUT   PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    100-MAIN: Accepts the date to reconcile through, loads the
      *    saved balance (or establishes the first one), makes sure
      *    every date to be rolled over is closed and posted and that
      *    nothing later has reached the AR file, then rolls the
      *    balance forward, compares it with the file and saves the
      *    new closing balance.
      ******************************************************************
       100-MAIN.
           PERFORM 101-GET-RUN-DATE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 150-LOAD-RUN-CONTROL
           PERFORM 120-LOAD-PRIOR-BALANCE
           IF NOT PRIOR-BALANCE-IS-ON-FILE
               IF WS-ARBAL-STATUS = "35"
                   PERFORM 130-CONFIRM-OPENING-BALANCE
               END-IF
               IF NOT OPENING-IS-CONFIRMED
                   DISPLAY "** NO RECONCILIATION RUN **"
                   GOBACK
               END-IF
           END-IF
           IF PRIOR-BALANCE-IS-ON-FILE
                   AND WS-RUN-DATE-N NOT > WS-PRIOR-DATE
               DISPLAY "** AR IS ALREADY RECONCILED THROUGH "
                   WS-PRIOR-DATE " **"
               GOBACK
           END-IF
           PERFORM 200-CHECK-DATE-RANGE
           IF NOT RANGE-IS-READY
               DISPLAY "** NO RECONCILIATION RUN -- CORRECT THE "
                   "ABOVE AND RERUN **"
               GOBACK
           END-IF
           OPEN INPUT AR-FILE
           IF WS-ARFILE-STATUS NOT = "00"
               DISPLAY "** UNABLE TO OPEN AR FILE -- STATUS "
                   WS-ARFILE-STATUS " **"
               GOBACK
           END-IF
           PERFORM 500-SUM-AR-FILE
           CLOSE AR-FILE
           IF NOT PRIOR-BALANCE-IS-ON-FILE
               PERFORM 700-SAVE-CLOSING-BALANCE
               DISPLAY "OPENING AR BALANCE OF " WS-TOT-ON-FILE
                   " ESTABLISHED AS OF " WS-RUN-DATE-N
               GOBACK
           END-IF
           PERFORM 140-LOAD-TAX-RATE-TABLE
           PERFORM 300-ADD-ONE-DAYS-SALES
               VARYING WS-RUNCTL-SUB FROM 1 BY 1
               UNTIL WS-RUNCTL-SUB > WS-RUNCTL-COUNT
           PERFORM 400-ADD-ONE-DAYS-CASH
               VARYING WS-RUNCTL-SUB FROM 1 BY 1
               UNTIL WS-RUNCTL-SUB > WS-RUNCTL-COUNT
           PERFORM 115-OPEN-CUSTOMER-MASTER
           PERFORM 600-WRITE-RECON-REPORT
           IF CUST-MASTER-IS-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF
           PERFORM 700-SAVE-CLOSING-BALANCE
           GOBACK
           .
      ******************************************************************
      *    101-GET-RUN-DATE: Accepts the date to reconcile through
      *    and re-prompts until it is an eight digit date with a
      *    plausible month and day, the same way PROGRAM9 accepts
      *    its extract date.
      ******************************************************************
       101-GET-RUN-DATE.
           MOVE "N" TO WS-VALID-SW
           PERFORM 102-PROMPT-RUN-DATE UNTIL ENTRY-IS-VALID
           .
       102-PROMPT-RUN-DATE.
           DISPLAY "RECONCILE AR THROUGH WHICH DAY (YYYYMMDD): "
           MOVE SPACES TO WS-DATE-EDIT
           ACCEPT WS-DATE-EDIT
           INSPECT WS-DATE-EDIT REPLACING LEADING SPACE BY ZERO
           IF WS-DATE-EDIT IS NUMERIC
               MOVE WS-DATE-EDIT TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-RUN-DATE-N
               IF WS-RUN-MONTH > 0 AND WS-RUN-MONTH < 13
                       AND WS-RUN-DAY > 0 AND WS-RUN-DAY < 32
                       AND WS-RUN-YEAR > 1999
                   MOVE "Y" TO WS-VALID-SW
               ELSE
                   DISPLAY "** INVALID DATE - RE-ENTER **"
               END-IF
           ELSE
               DISPLAY "** INVALID DATE - RE-ENTER **"
           END-IF
           .
      ******************************************************************
      *    115-OPEN-CUSTOMER-MASTER: Opens the customer master for
      *    input only, for names on the difference list.  A master
      *    that cannot be opened leaves the names flagged.
      ******************************************************************
       115-OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS = "00"
               MOVE "Y" TO WS-CUSTMAST-OPEN-SW
           ELSE
               MOVE "N" TO WS-CUSTMAST-OPEN-SW
               DISPLAY "** CUSTOMER MASTER NOT AVAILABLE -- NAMES "
                   "WILL BE FLAGGED ON THE REPORT **"
           END-IF
           .
      ******************************************************************
      *    120-LOAD-PRIOR-BALANCE: Reads the balance the last run
      *    saved into the PRIOR column of the table.  The customer
      *    records must foot to the total on the date record; a file
      *    that does not is not used.
      ******************************************************************
       120-LOAD-PRIOR-BALANCE.
           MOVE "N" TO WS-PRIOR-SW
           INITIALIZE ROLL-FORWARD-TABLE
           OPEN INPUT AR-BALANCE-FILE
           IF WS-ARBAL-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               READ AR-BALANCE-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
               IF NOT END-OF-FILE AND AB-IS-DATE-REC
                       AND AB-AS-OF-DATE IS NUMERIC
                   MOVE AB-AS-OF-DATE TO WS-PRIOR-DATE
                   MOVE AB-BALANCE TO WS-TOT-PRIOR
                   MOVE 0 TO WS-PRIOR-FOOT
                   READ AR-BALANCE-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
                   PERFORM 121-LOAD-ONE-CUST-BALANCE
                       UNTIL END-OF-FILE
                   IF WS-PRIOR-FOOT = WS-TOT-PRIOR
                       MOVE "Y" TO WS-PRIOR-SW
                   ELSE
                       DISPLAY "** SAVED AR BALANCE FILE DOES NOT "
                           "FOOT -- CUSTOMERS " WS-PRIOR-FOOT
                           " TOTAL " WS-TOT-PRIOR " **"
                   END-IF
               ELSE
                   DISPLAY "** SAVED AR BALANCE FILE HAS NO DATE "
                       "RECORD **"
               END-IF
               CLOSE AR-BALANCE-FILE
           ELSE
               IF WS-ARBAL-STATUS NOT = "35"
                   DISPLAY "** UNABLE TO OPEN SAVED AR BALANCE FILE "
                       "-- STATUS " WS-ARBAL-STATUS " **"
               END-IF
           END-IF
           .
       121-LOAD-ONE-CUST-BALANCE.
           IF AB-IS-CUST-REC AND AB-CUST-NO IS NUMERIC
                   AND AB-CUST-NO > 0
               MOVE AB-CUST-NO TO WS-CUST-SUB
               MOVE AB-BALANCE TO RF-PRIOR(WS-CUST-SUB)
               ADD RF-PRIOR(WS-CUST-SUB) TO WS-PRIOR-FOOT
           ELSE
               DISPLAY "** UNREADABLE RECORD ON SAVED AR BALANCE "
                   "FILE SKIPPED **"
           END-IF
           READ AR-BALANCE-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           .
      ******************************************************************
      *    130-CONFIRM-OPENING-BALANCE: With no balance saved yet
      *    there is nothing to roll forward from.  The operator may
      *    take the AR file as it stands at the close of the date
      *    given as the opening balance -- once, the first time.
      ******************************************************************
       130-CONFIRM-OPENING-BALANCE.
           DISPLAY "NO SAVED AR BALANCE IS ON FILE."
           DISPLAY "TAKE THE AR FILE AS THE OPENING BALANCE AS OF "
               WS-RUN-DATE-N " - Y OR N"
           ACCEPT WS-ESTABLISH-SW
           .
      ******************************************************************
      *    140-LOAD-TAX-RATE-TABLE: Loads TAX-RATE-FILE into the same
      *    table PROGRAM6 posts with, so a sale rolls forward with
      *    exactly the tax its open item carries.  A missing file
      *    leaves the single default entry.
      ******************************************************************
       140-LOAD-TAX-RATE-TABLE.
           MOVE 0 TO WS-RATE-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT TAX-RATE-FILE
           IF WS-TAXTAB-STATUS = "00"
               READ TAX-RATE-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
               PERFORM 141-LOAD-TAX-RATE-ENTRY
                   UNTIL END-OF-FILE OR WS-RATE-COUNT = 50
               CLOSE TAX-RATE-FILE
           END-IF
           IF WS-RATE-COUNT = 0
               ADD 1 TO WS-RATE-COUNT
               MOVE WS-DEFAULT-RATE-CODE TO TR-CODE(WS-RATE-COUNT)
               MOVE WS-TAX TO TR-PCT(WS-RATE-COUNT)
           END-IF
           .
       141-LOAD-TAX-RATE-ENTRY.
           ADD 1 TO WS-RATE-COUNT
           MOVE TR-FILE-CODE TO TR-CODE(WS-RATE-COUNT)
           MOVE TR-FILE-PCT TO TR-PCT(WS-RATE-COUNT)
           READ TAX-RATE-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           .
      ******************************************************************
      *    150-LOAD-RUN-CONTROL: Reads the run-control file into the
      *    table, the same way PROGRAM14 does.  No file yet means no
      *    day has ever been closed.
      ******************************************************************
       150-LOAD-RUN-CONTROL.
           MOVE 0 TO WS-RUNCTL-COUNT
           OPEN INPUT RUN-CTL-FILE
           IF WS-RUNCTL-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               READ RUN-CTL-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
               PERFORM 151-LOAD-ONE-RUN-DATE
                   UNTIL END-OF-FILE OR WS-RUNCTL-COUNT = 400
               CLOSE RUN-CTL-FILE
           END-IF
           .
       151-LOAD-ONE-RUN-DATE.
           ADD 1 TO WS-RUNCTL-COUNT
           IF RC-DATE IS NUMERIC
               MOVE RC-DATE TO RCT-DATE(WS-RUNCTL-COUNT)
           ELSE
               MOVE 0 TO RCT-DATE(WS-RUNCTL-COUNT)
           END-IF
           MOVE RC-CLOSED-SW TO RCT-CLOSED-SW(WS-RUNCTL-COUNT)
           MOVE RC-AR-POSTED-SW TO RCT-AR-POSTED-SW(WS-RUNCTL-COUNT)
           MOVE RC-GL-DONE-SW TO RCT-GL-DONE-SW(WS-RUNCTL-COUNT)
           MOVE RC-SUM-DONE-SW TO RCT-SUM-DONE-SW(WS-RUNCTL-COUNT)
           MOVE RC-CASH-POSTED-SW
               TO RCT-CASH-POSTED-SW(WS-RUNCTL-COUNT)
           READ RUN-CTL-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           .
      ******************************************************************
      *    155-FIND-RUN-DATE: Leaves the table entry for WS-RUN-DATE
      *    in WS-RUNCTL-ENTRY, or zero when the date has no record.
      ******************************************************************
       155-FIND-RUN-DATE.
           MOVE 0 TO WS-RUNCTL-ENTRY
           IF WS-RUNCTL-COUNT > 0
               PERFORM 156-CHECK-ONE-RUN-DATE
                   VARYING WS-RUNCTL-SUB FROM 1 BY 1
                   UNTIL WS-RUNCTL-ENTRY > 0
                       OR WS-RUNCTL-SUB > WS-RUNCTL-COUNT
           END-IF
           .
       156-CHECK-ONE-RUN-DATE.
           IF RCT-DATE(WS-RUNCTL-SUB) = WS-RUN-DATE-N
               MOVE WS-RUNCTL-SUB TO WS-RUNCTL-ENTRY
           END-IF
           .
      ******************************************************************
      *    200-CHECK-DATE-RANGE: The AR file only stands at the close
      *    of the date given when that date and every date since the
      *    last reconciliation (only the date itself, for an opening
      *    balance) has been closed and posted to AR, no
      *    later day's sales have been posted, and no checks have
      *    been taken on any later day -- PROGRAM10 applies a check
      *    to the file the moment it is keyed.
      ******************************************************************
       200-CHECK-DATE-RANGE.
           MOVE "Y" TO WS-RANGE-OK-SW
           MOVE 0 TO WS-DAYS-IN-RANGE
           PERFORM 155-FIND-RUN-DATE
           IF WS-RUNCTL-ENTRY = 0
               DISPLAY "** BUSINESS DATE " WS-RUN-DATE-N " HAS NOT "
                   "BEEN CLOSED -- RUN THE DAY-END CLOSE (PROGRAM14)"
                   " FIRST **"
               MOVE "N" TO WS-RANGE-OK-SW
           END-IF
           PERFORM 210-CHECK-ONE-RANGE-DATE
               VARYING WS-RUNCTL-SUB FROM 1 BY 1
               UNTIL WS-RUNCTL-SUB > WS-RUNCTL-COUNT
           IF WS-CURRENT-DATE > WS-RUN-DATE-N
               MOVE WS-CURRENT-DATE TO WS-FILE-DATE
               PERFORM 220-CHECK-LATER-CASH
           END-IF
           .
       210-CHECK-ONE-RANGE-DATE.
           IF RCT-DATE(WS-RUNCTL-SUB) > WS-RUN-DATE-N
               IF RCT-AR-POSTED-SW(WS-RUNCTL-SUB) = "Y"
                   DISPLAY "** SALES FOR " RCT-DATE(WS-RUNCTL-SUB)
                       " ARE ALREADY POSTED TO AR -- THE FILE NO "
                       "LONGER STANDS AT " WS-RUN-DATE-N " **"
                   MOVE "N" TO WS-RANGE-OK-SW
               END-IF
               IF RCT-DATE(WS-RUNCTL-SUB) NOT = WS-CURRENT-DATE
                   MOVE RCT-DATE(WS-RUNCTL-SUB) TO WS-FILE-DATE
                   PERFORM 220-CHECK-LATER-CASH
               END-IF
           ELSE
               IF RCT-DATE(WS-RUNCTL-SUB) = WS-RUN-DATE-N
                       OR (PRIOR-BALANCE-IS-ON-FILE
                           AND RCT-DATE(WS-RUNCTL-SUB) > WS-PRIOR-DATE)
                   ADD 1 TO WS-DAYS-IN-RANGE
                   IF RCT-CLOSED-SW(WS-RUNCTL-SUB) NOT = "Y"
                       DISPLAY "** BUSINESS DATE "
                           RCT-DATE(WS-RUNCTL-SUB) " HAS NOT BEEN "
                           "CLOSED **"
                       MOVE "N" TO WS-RANGE-OK-SW
                   END-IF
                   IF RCT-AR-POSTED-SW(WS-RUNCTL-SUB) NOT = "Y"
                       DISPLAY "** SALES FOR "
                           RCT-DATE(WS-RUNCTL-SUB) " HAVE NOT BEEN "
                           "POSTED TO AR (PROGRAM6) **"
                       MOVE "N" TO WS-RANGE-OK-SW
                   END-IF
               END-IF
           END-IF
           .
       220-CHECK-LATER-CASH.
           MOVE SPACES TO WS-JOURNAL-FILE-NAME
           STRING "CASHRCT-" WS-FILE-DATE ".TXT" DELIMITED BY SIZE
               INTO WS-JOURNAL-FILE-NAME
               ON OVERFLOW
                   DISPLAY "** JOURNAL FILE NAME TOO LONG FOR WS-"
                       "JOURNAL-FILE-NAME **"
           END-STRING
           OPEN INPUT CASH-JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               CLOSE CASH-JOURNAL-FILE
               DISPLAY "** CHECKS HAVE BEEN TAKEN ON " WS-FILE-DATE
                   " -- THE FILE NO LONGER STANDS AT "
                   WS-RUN-DATE-N " **"
               MOVE "N" TO WS-RANGE-OK-SW
           END-IF
           .
      ******************************************************************
      *    300-ADD-ONE-DAYS-SALES: Adds one date's SALES file into
      *    the roll-forward when the date falls after the saved
      *    balance and on or before the date being reconciled.
      ******************************************************************
       300-ADD-ONE-DAYS-SALES.
           IF RCT-DATE(WS-RUNCTL-SUB) > WS-PRIOR-DATE
                   AND RCT-DATE(WS-RUNCTL-SUB) NOT > WS-RUN-DATE-N
               MOVE SPACES TO WS-SALES-FILE-NAME
               STRING "SALES-" RCT-DATE(WS-RUNCTL-SUB) ".TXT"
                   DELIMITED BY SIZE INTO WS-SALES-FILE-NAME
                   ON OVERFLOW
                       DISPLAY "** SALES FILE NAME TOO LONG FOR WS-"
                           "SALES-FILE-NAME **"
               END-STRING
               OPEN INPUT SALES-FILE
               IF WS-SALES-STATUS NOT = "00"
                   DISPLAY "** UNABLE TO OPEN SALES FILE: "
                       WS-SALES-FILE-NAME " -- NO SALES ADDED **"
               ELSE
                   MOVE "N" TO WS-EOF-SW
                   READ SALES-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
                   IF NOT END-OF-FILE
                       READ SALES-FILE
                           AT END MOVE "Y" TO WS-EOF-SW
                       END-READ
                   END-IF
                   PERFORM 310-ADD-ONE-SALES-RECORD UNTIL END-OF-FILE
                   CLOSE SALES-FILE
               END-IF
           END-IF
           .
      ******************************************************************
      *    310-ADD-ONE-SALES-RECORD: Works out one record's amount
      *    with tax exactly as PROGRAM6's 310-POST-ONE-RECORD does,
      *    under the same unknown-type and overflow exclusions, and
      *    adds it to the customer's sales or credits.
      ******************************************************************
       310-ADD-ONE-SALES-RECORD.
           IF (SLS-TRANS-IS-SALE OR SLS-TRANS-IS-RETURN
                   OR SLS-TRANS-IS-VOID OR SLS-TRANS-IS-ADJUST)
                   AND CUST-NO IS NUMERIC AND CUST-NO > 0
               MOVE QUANTITY-SOLD TO WS-QUANTITY
               COMPUTE WS-EDIT-PRODUCT = UNIT-PRICE * WS-QUANTITY
               IF WS-EDIT-PRODUCT NOT > 99999
                   PERFORM 320-FIND-RATE-CODE
                   IF NOT RATE-CODE-IS-ON-FILE
                       MOVE WS-TAX TO WS-CURRENT-TAX-RATE
                   END-IF
                   COMPUTE WS-ITEM-AMOUNT = WS-QUANTITY * UNIT-PRICE
                   COMPUTE WS-ITEM-TAX =
                       WS-CURRENT-TAX-RATE * WS-ITEM-AMOUNT
                   ADD WS-ITEM-TAX TO WS-ITEM-AMOUNT
                   MOVE CUST-NO TO WS-CUST-SUB
                   IF SLS-TRANS-IS-SALE OR SLS-TRANS-IS-ADJUST
                       ADD WS-ITEM-AMOUNT TO RF-SALES(WS-CUST-SUB)
                   ELSE
                       IF WS-ITEM-AMOUNT > 0
                           ADD WS-ITEM-AMOUNT
                               TO RF-CREDITS(WS-CUST-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF
           READ SALES-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           .
      ******************************************************************
      *    320-FIND-RATE-CODE: Looks RATE-CODE up on TAX-RATE-TABLE.
      ******************************************************************
       320-FIND-RATE-CODE.
           MOVE "N" TO WS-RATE-FOUND-SW
           SET TR-IDX TO 1
           SEARCH TAX-RATE-ENTRY
               AT END
                   MOVE "N" TO WS-RATE-FOUND-SW
               WHEN TR-CODE(TR-IDX) = RATE-CODE
                   MOVE "Y" TO WS-RATE-FOUND-SW
                   MOVE TR-PCT(TR-IDX) TO WS-CURRENT-TAX-RATE
           END-SEARCH
           .
      ******************************************************************
      *    400-ADD-ONE-DAYS-CASH: Adds one date's cash receipts
      *    journal into the roll-forward for a date in range.  A
      *    date with no journal simply took no checks.
      ******************************************************************
       400-ADD-ONE-DAYS-CASH.
           IF RCT-DATE(WS-RUNCTL-SUB) > WS-PRIOR-DATE
                   AND RCT-DATE(WS-RUNCTL-SUB) NOT > WS-RUN-DATE-N
               MOVE SPACES TO WS-JOURNAL-FILE-NAME
               STRING "CASHRCT-" RCT-DATE(WS-RUNCTL-SUB) ".TXT"
                   DELIMITED BY SIZE INTO WS-JOURNAL-FILE-NAME
                   ON OVERFLOW
                       DISPLAY "** JOURNAL FILE NAME TOO LONG FOR WS-"
                           "JOURNAL-FILE-NAME **"
               END-STRING
               OPEN INPUT CASH-JOURNAL-FILE
               IF WS-JOURNAL-STATUS = "00"
                   MOVE "N" TO WS-EOF-SW
                   READ CASH-JOURNAL-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
                   PERFORM 410-ADD-ONE-JOURNAL-LINE
                       UNTIL END-OF-FILE
                   CLOSE CASH-JOURNAL-FILE
               ELSE
                   IF WS-JOURNAL-STATUS NOT = "35"
                       DISPLAY "** UNABLE TO OPEN CASH RECEIPTS "
                           "JOURNAL: " WS-JOURNAL-FILE-NAME
                           " -- NO RECEIPTS ADDED **"
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      *    410-ADD-ONE-JOURNAL-LINE: Headings and totals lines are
      *    passed over; a check line adds its applied and on-account
      *    amounts to the customer's receipts.
      ******************************************************************
       410-ADD-ONE-JOURNAL-LINE.
           EVALUATE TRUE
               WHEN CASH-JOURNAL-ID = SPACES
                   CONTINUE
               WHEN CJ-HDR-CAPTION = "CASH RECEIPTS JOURNAL FOR "
                   CONTINUE
               WHEN CASH-JOURNAL-ID(1:4) = "CUST"
                   CONTINUE
               WHEN CJ-TOTAL-CAPTION = "CHECKS THIS RUN:  "
                       OR CJ-TOTAL-CAPTION = "DEPOSIT TOTAL:    "
                       OR CJ-TOTAL-CAPTION = "TOTAL APPLIED:    "
                       OR CJ-TOTAL-CAPTION = "TOTAL ON ACCOUNT: "
                   CONTINUE
               WHEN CJ-CHECK-DATE IS NOT NUMERIC
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   MOVE CJ-CUST-NO TO WS-CJ-CUST-NO
                   IF WS-CJ-CUST-NO = 0
                       ADD 1 TO WS-SKIPPED-COUNT
                   ELSE
                       MOVE WS-CJ-CUST-NO TO WS-CUST-SUB
                       MOVE CJ-APPLIED-IN TO WS-APPLIED-AMOUNT
                       MOVE CJ-ON-ACCT-IN TO WS-ON-ACCT-AMOUNT
                       ADD WS-APPLIED-AMOUNT TO RF-APPLIED(WS-CUST-SUB)
                       ADD WS-ON-ACCT-AMOUNT TO RF-ON-ACCT(WS-CUST-SUB)
                   END-IF
           END-EVALUATE
           READ CASH-JOURNAL-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           .
      ******************************************************************
      *    500-SUM-AR-FILE: Walks the whole AR file and adds every
      *    item's open amount into its customer's ON FILE figure.
      *    A finance charge or a returned-check bank fee is activity
      *    with no daily file behind it, so one dated in range is
      *    also added to the roll-forward at its original amount (a
      *    fee in its own column); one dated after the date
      *    being reconciled was not there at its close and is left
      *    out altogether (no check can have touched it since --
      *    200 refuses the run once later checks exist).
      ******************************************************************
       500-SUM-AR-FILE.
           MOVE 0 TO AR-CUST-NO
           MOVE 0 TO AR-TRANS-DATE
           MOVE 0 TO AR-SEQ
           MOVE "N" TO WS-AR-EOF-SW
           START AR-FILE KEY NOT < AR-KEY
               INVALID KEY MOVE "Y" TO WS-AR-EOF-SW
           END-START
           IF NOT AR-AT-END
               READ AR-FILE NEXT
                   AT END MOVE "Y" TO WS-AR-EOF-SW
               END-READ
           END-IF
           PERFORM 510-SUM-ONE-ITEM UNTIL AR-AT-END
           .
       510-SUM-ONE-ITEM.
           EVALUATE TRUE
               WHEN AR-CUST-NO = 0
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN (AR-ITEM-IS-FIN-CHG OR AR-ITEM-IS-BANK-FEE)
                       AND AR-TRANS-DATE > WS-RUN-DATE-N
                   CONTINUE
               WHEN OTHER
                   MOVE AR-CUST-NO TO WS-CUST-SUB
                   ADD AR-OPEN-AMOUNT TO RF-ON-FILE(WS-CUST-SUB)
                   ADD AR-OPEN-AMOUNT TO WS-TOT-ON-FILE
                   IF AR-ITEM-IS-FIN-CHG AND PRIOR-BALANCE-IS-ON-FILE
                           AND AR-TRANS-DATE > WS-PRIOR-DATE
                       ADD AR-ORIG-AMOUNT TO RF-FIN-CHG(WS-CUST-SUB)
                   END-IF
                   IF AR-ITEM-IS-BANK-FEE AND PRIOR-BALANCE-IS-ON-FILE
                           AND AR-TRANS-DATE > WS-PRIOR-DATE
                       ADD AR-ORIG-AMOUNT TO RF-BANK-FEE(WS-CUST-SUB)
                   END-IF
           END-EVALUATE
           READ AR-FILE NEXT
               AT END MOVE "Y" TO WS-AR-EOF-SW
           END-READ
           .
      ******************************************************************
      *    600-WRITE-RECON-REPORT: Rolls every customer forward,
      *    lists the ones that do not agree with the file, and ends
      *    with the roll-forward in total.
      ******************************************************************
       600-WRITE-RECON-REPORT.
           STRING "ARRECON-" WS-RUN-DATE ".TXT" DELIMITED BY SIZE
               INTO WS-RECON-FILE-NAME
               ON OVERFLOW
                   DISPLAY "** REPORT FILE NAME TOO LONG FOR WS-RECON"
                       "-FILE-NAME **"
           END-STRING
           OPEN OUTPUT RECON-REPORT-FILE
           IF WS-RECON-STATUS NOT = "00"
               DISPLAY "** UNABLE TO OPEN RECONCILIATION REPORT: "
                   WS-RECON-FILE-NAME
           ELSE
               MOVE WS-RUN-DATE-N TO RECON-HDR-DATE
               MOVE WS-PRIOR-DATE TO RECON-HDR-PRIOR
               WRITE RECON-REPORT-ID FROM RECON-HDR-1
               MOVE SPACES TO RECON-REPORT-ID
               WRITE RECON-REPORT-ID
               WRITE RECON-REPORT-ID FROM RECON-HDR-2
               MOVE 0 TO WS-OUT-COUNT
               PERFORM 610-ROLL-ONE-CUSTOMER
                   VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > 9999
               IF WS-OUT-COUNT = 0
                   WRITE RECON-REPORT-ID FROM RECON-NONE-LINE
               END-IF
               PERFORM 630-WRITE-RECON-SUMMARY
               CLOSE RECON-REPORT-FILE
               DISPLAY "RECONCILIATION WRITTEN TO " WS-RECON-FILE-NAME
               IF WS-TOT-DIFFERENCE NOT = 0 OR WS-OUT-COUNT > 0
                   DISPLAY "** AR DOES NOT ROLL FORWARD -- "
                       WS-OUT-COUNT " CUSTOMER(S) OUT, TOTAL "
                       "DIFFERENCE " WS-TOT-DIFFERENCE " **"
               ELSE
                   DISPLAY "AR ROLLS FORWARD TO " WS-TOT-ON-FILE
               END-IF
           END-IF
           .
       610-ROLL-ONE-CUSTOMER.
           COMPUTE WS-EXPECTED = RF-PRIOR(WS-CUST-SUB)
               + RF-SALES(WS-CUST-SUB)
               + RF-FIN-CHG(WS-CUST-SUB)
               + RF-BANK-FEE(WS-CUST-SUB)
               - RF-CREDITS(WS-CUST-SUB)
               - RF-APPLIED(WS-CUST-SUB)
               - RF-ON-ACCT(WS-CUST-SUB)
           COMPUTE WS-DIFFERENCE = RF-ON-FILE(WS-CUST-SUB) - WS-EXPECTED
           ADD RF-SALES(WS-CUST-SUB) TO WS-TOT-SALES
           ADD RF-FIN-CHG(WS-CUST-SUB) TO WS-TOT-FIN-CHG
           ADD RF-BANK-FEE(WS-CUST-SUB) TO WS-TOT-BANK-FEE
           ADD RF-CREDITS(WS-CUST-SUB) TO WS-TOT-CREDITS
           ADD RF-APPLIED(WS-CUST-SUB) TO WS-TOT-APPLIED
           ADD RF-ON-ACCT(WS-CUST-SUB) TO WS-TOT-ON-ACCT
           ADD WS-EXPECTED TO WS-TOT-EXPECTED
           IF WS-DIFFERENCE NOT = 0
               ADD 1 TO WS-OUT-COUNT
               PERFORM 620-WRITE-CUSTOMER-LINE
           END-IF
           .
       620-WRITE-CUSTOMER-LINE.
           MOVE WS-CUST-SUB TO RECON-CUST-NO
           MOVE "*NOT ON MASTER*" TO RECON-CUST-NAME
           IF CUST-MASTER-IS-OPEN
               MOVE WS-CUST-SUB TO CM-CUST-NO
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-CUST-NAME TO RECON-CUST-NAME
               END-READ
           END-IF
           MOVE RF-PRIOR(WS-CUST-SUB) TO RECON-PRIOR-OUT
           MOVE RF-SALES(WS-CUST-SUB) TO RECON-SALES-OUT
           MOVE RF-FIN-CHG(WS-CUST-SUB) TO RECON-FIN-CHG-OUT
           MOVE RF-BANK-FEE(WS-CUST-SUB) TO RECON-BANK-FEE-OUT
           MOVE RF-CREDITS(WS-CUST-SUB) TO RECON-CREDITS-OUT
           MOVE RF-APPLIED(WS-CUST-SUB) TO RECON-APPLIED-OUT
           MOVE RF-ON-ACCT(WS-CUST-SUB) TO RECON-ON-ACCT-OUT
           MOVE WS-EXPECTED TO RECON-EXPECTED-OUT
           MOVE RF-ON-FILE(WS-CUST-SUB) TO RECON-ON-FILE-OUT
           MOVE WS-DIFFERENCE TO RECON-DIFF-OUT
           WRITE RECON-REPORT-ID FROM RECON-LINE
           .
      ******************************************************************
      *    630-WRITE-RECON-SUMMARY: The roll-forward in total --
      *    prior balance, each kind of activity, the balance that
      *    should be on file, what is, and the difference.
      ******************************************************************
       630-WRITE-RECON-SUMMARY.
           COMPUTE WS-TOT-DIFFERENCE = WS-TOT-ON-FILE - WS-TOT-EXPECTED
           MOVE SPACES TO RECON-REPORT-ID
           WRITE RECON-REPORT-ID
           MOVE "PRIOR AR BALANCE:" TO RECON-SUM-CAPTION
           MOVE WS-TOT-PRIOR TO RECON-SUM-OUT
           WRITE RECON-REPORT-ID FROM RECON-SUMMARY-LINE
           MOVE "  PLUS SALES AND ADJUSTMENTS:" TO RECON-SUM-CAPTION
           MOVE WS-TOT-SALES TO RECON-SUM-OUT
           WRITE RECON-REPORT-ID FROM RECON-SUMMARY-LINE
           MOVE "  PLUS FINANCE CHARGES:" TO RECON-SUM-CAPTION
           MOVE WS-TOT-FIN-CHG TO RECON-SUM-OUT
           WRITE RECON-REPORT-ID FROM RECON-SUMMARY-LINE
           MOVE "  PLUS RETURNED CHECK FEES:" TO RECON-SUM-CAPTION
           MOVE WS-TOT-BANK-FEE TO RECON-SUM-OUT
           WRITE RECON-REPORT-ID FROM RECON-SUMMARY-LINE
           MOVE "  LESS RETURNS AND VOIDS:" TO RECON-SUM-CAPTION
           MOVE WS-TOT-CREDITS TO RECON-SUM-OUT
           WRITE RECON-REPORT-ID FROM RECON-SUMMARY-LINE
           MOVE "  LESS RECEIPTS APPLIED:" TO RECON-SUM-CAPTION
           MOVE WS-TOT-APPLIED TO RECON-SUM-OUT
           WRITE RECON-REPORT-ID FROM RECON-SUMMARY-LINE
           MOVE "  LESS RECEIPTS ON ACCOUNT:" TO RECON-SUM-CAPTION
           MOVE WS-TOT-ON-ACCT TO RECON-SUM-OUT
           WRITE RECON-REPORT-ID FROM RECON-SUMMARY-LINE
           MOVE "EXPECTED AR BALANCE:" TO RECON-SUM-CAPTION
           MOVE WS-TOT-EXPECTED TO RECON-SUM-OUT
           WRITE RECON-REPORT-ID FROM RECON-SUMMARY-LINE
           MOVE "AR BALANCE ON FILE:" TO RECON-SUM-CAPTION
           MOVE WS-TOT-ON-FILE TO RECON-SUM-OUT
           WRITE RECON-REPORT-ID FROM RECON-SUMMARY-LINE
           MOVE "DIFFERENCE:" TO RECON-SUM-CAPTION
           MOVE WS-TOT-DIFFERENCE TO RECON-SUM-OUT
           WRITE RECON-REPORT-ID FROM RECON-SUMMARY-LINE
           MOVE "BUSINESS DATES ROLLED FORWARD:" TO RECON-COUNT-CAPTION
           MOVE WS-DAYS-IN-RANGE TO RECON-COUNT-OUT
           WRITE RECON-REPORT-ID FROM RECON-COUNT-LINE
           MOVE "CUSTOMERS OUT OF BALANCE:" TO RECON-COUNT-CAPTION
           MOVE WS-OUT-COUNT TO RECON-COUNT-OUT
           WRITE RECON-REPORT-ID FROM RECON-COUNT-LINE
           IF WS-SKIPPED-COUNT > 0
               MOVE "UNREADABLE LINES PASSED OVER:"
                   TO RECON-COUNT-CAPTION
               MOVE WS-SKIPPED-COUNT TO RECON-COUNT-OUT
               WRITE RECON-REPORT-ID FROM RECON-COUNT-LINE
           END-IF
           .
      ******************************************************************
      *    700-SAVE-CLOSING-BALANCE: Saves what is on the AR file now
      *    as the balance the next run rolls forward from -- a date
      *    record with the total, then every customer with a
      *    balance.  A difference found today has been reported and
      *    is not carried into tomorrow's.
      ******************************************************************
       700-SAVE-CLOSING-BALANCE.
           OPEN OUTPUT AR-BALANCE-FILE
           IF WS-ARBAL-STATUS NOT = "00"
               DISPLAY "** UNABLE TO SAVE CLOSING AR BALANCE -- "
                   "STATUS " WS-ARBAL-STATUS " **"
           ELSE
               MOVE SPACES TO AR-BAL-RECORD
               MOVE "D" TO AB-REC-TYPE
               MOVE 0 TO AB-CUST-NO
               MOVE WS-RUN-DATE-N TO AB-AS-OF-DATE
               MOVE WS-TOT-ON-FILE TO AB-BALANCE
               WRITE AR-BAL-RECORD
               MOVE 0 TO WS-SAVED-COUNT
               PERFORM 710-SAVE-ONE-CUSTOMER
                   VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > 9999
               CLOSE AR-BALANCE-FILE
               DISPLAY "CLOSING AR BALANCE SAVED AS OF "
                   WS-RUN-DATE-N " FOR " WS-SAVED-COUNT " CUSTOMERS"
           END-IF
           .
       710-SAVE-ONE-CUSTOMER.
           IF RF-ON-FILE(WS-CUST-SUB) NOT = 0
               MOVE SPACES TO AR-BAL-RECORD
               MOVE "C" TO AB-REC-TYPE
               MOVE WS-CUST-SUB TO AB-CUST-NO
               MOVE WS-RUN-DATE-N TO AB-AS-OF-DATE
               MOVE RF-ON-FILE(WS-CUST-SUB) TO AB-BALANCE
               WRITE AR-BAL-RECORD
               ADD 1 TO WS-SAVED-COUNT
           END-IF
           .
       END PROGRAM PROGRAM22.
