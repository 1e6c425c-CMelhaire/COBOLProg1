       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM23.
      ******************************************************************
      *    Monthly finance charges.  Run once at month end: walks the
      *    AR open-item file and works out how far past due each open
      *    item is against the customer's CM-CUST-TERMS, exactly as
      *    the PROGRAM6 aging does, then charges each customer the
      *    monthly rate on what is past due -- never less than the
      *    minimum charge -- and posts the charge to the AR file as a
      *    new open item flagged as a finance charge (AR-ITEM-TYPE
      *    "F"), so it prints on the PROGRAM11 statement and ages
      *    like anything else.  A finance charge is not itself
      *    charged again.  Customers marked exempt on the master
      *    (CM-FC-EXEMPT-SW, kept by PROGRAM3) are listed but never
      *    charged.  The rate, the minimum and the last month run
      *    are kept on a small control file, and the run refuses a
      *    month that has already been charged.  Every charge is
      *    listed on a dated register with totals.
      *
      *    Authors: Grant Haylock, Jack Rasmussen,
      *             Zach Schultz, Austin Lee
      *    Date Written: 09-30-2019
      *
      *    Modifications:
      *    09-30-2019  Original version.
      *    11-04-2019  AR-ITEM-TYPE "B" marks a bank fee PROGRAM10
      *                charges on a returned check.  Unlike a finance
      *                charge it is an ordinary debt, so once past due
      *                it is charged like any other open item.
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
           SELECT FC-CTL-FILE ASSIGN TO
               "C:\Users\Caulder\Documents\fcctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FCCTL-STATUS.
           SELECT AR-BALANCE-FILE ASSIGN TO
               "C:\Users\Caulder\Documents\arbal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ARBAL-STATUS.
           SELECT FC-REGISTER-FILE ASSIGN TO DYNAMIC
               WS-REGISTER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.
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

      ******************************************************************
      *    The finance charge control record -- the monthly rate in
      *    hundredths of a percent (150 is 1.50 percent), the minimum
      *    charge in cents, and the month and as-of date of the last
      *    run.
      ******************************************************************
       FD FC-CTL-FILE.
       01 FC-CTL-ID.
           05 FC-RATE-HUNDREDTHS PIC 9(4).
           05                    PIC X.
           05 FC-MIN-CENTS       PIC 9(5).
           05                    PIC X.
           05 FC-LAST-MONTH      PIC 9(6).
           05                    PIC X.
           05 FC-LAST-DATE       PIC 9(8).

      ******************************************************************
      *    The balance the last AR reconciliation (PROGRAM22) saved.
      *    Only the date record is read here.
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

       FD FC-REGISTER-FILE.
       01 FC-REGISTER-ID         PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
           05 WS-VALID-SW       PIC X VALUE "N".
               88 ENTRY-IS-VALID       VALUE "Y".
           05 WS-KEEP-SW        PIC X VALUE "N".
               88 VALUE-IS-KEPT        VALUE "Y".
           05 WS-AR-EOF-SW      PIC X VALUE "N".
               88 AR-AT-END            VALUE "Y".
           05 WS-WRITTEN-SW     PIC X VALUE "N".
               88 ITEM-IS-WRITTEN      VALUE "Y".
           05 WS-CONFIRM-SW     PIC X VALUE "N".
               88 RUN-IS-CONFIRMED     VALUE "Y".

       01 WS-FILE-STATUS.
           05 WS-ARFILE-STATUS  PIC XX VALUE SPACES.
           05 WS-CUSTMAST-STATUS PIC XX VALUE SPACES.
           05 WS-FCCTL-STATUS   PIC XX VALUE SPACES.
           05 WS-ARBAL-STATUS   PIC XX VALUE SPACES.
           05 WS-REGISTER-STATUS PIC XX VALUE SPACES.

       01 WS-EDIT-FIELDS.
           05 WS-NUMERIC-EDIT   PIC X(18) JUSTIFIED RIGHT.
           05 WS-EDIT-NUM       PIC 9(18) VALUE 0.

       01 WS-DATE-FIELDS.
           05 WS-RUN-DATE.
               10 WS-RUN-YYYYMM.
                   15 WS-RUN-YEAR  PIC 9(4).
                   15 WS-RUN-MONTH PIC 9(2).
               10 WS-RUN-DAY       PIC 9(2).
           05 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                   PIC 9(8).
           05 WS-RUN-MONTH-N       PIC 9(6) VALUE 0.
           05 WS-ITEM-MONTH-N      PIC 9(6) VALUE 0.
           05 WS-DATE-EDIT         PIC X(18) JUSTIFIED RIGHT.
           05 WS-DATE-NUM          PIC 9(18) VALUE 0.
           05 WS-RECON-DATE        PIC 9(8) VALUE 0.
           05 WS-REGISTER-FILE-NAME PIC X(24) VALUE SPACES.

      ******************************************************************
      *    The rate and minimum in force for this run, as keyed or as
      *    carried from the control file.  A site with no control
      *    file yet starts from 1.50 percent a month and a one
      *    dollar minimum, which the operator confirms or changes.
      ******************************************************************
       01 WS-FC-TERMS.
           05 WS-RATE-HUNDREDTHS PIC 9(4) VALUE 150.
           05 WS-MIN-CENTS      PIC 9(5) VALUE 100.
           05 WS-LAST-MONTH     PIC 9(6) VALUE 0.
           05 WS-LAST-DATE      PIC 9(8) VALUE 0.
           05 WS-MONTHLY-RATE   PIC V9(6) VALUE 0.
           05 WS-MIN-CHARGE     PIC 9(3)V99 VALUE 0.
           05 WS-RATE-PCT       PIC 99V99 VALUE 0.
           05 WS-RATE-PCT-OUT   PIC Z9.99.
           05 WS-MIN-CHARGE-OUT PIC ZZ9.99.

       01 WS-TERMS-FIELDS.
           05 WS-TERMS-X.
               10 WS-TERMS-PFX  PIC X(3).
               10 WS-TERMS-DAYS-X PIC X(2).
           05 WS-TERMS-DAYS     PIC 9(2) VALUE 0.

       01 WS-WORK-AREA.
           05 WS-CUST-SUB       PIC 9(5) COMP VALUE 0.
           05 WS-SAVE-CUST-NO   PIC 9(4) VALUE 0.
           05 WS-AS-OF-INT      PIC S9(9) COMP VALUE 0.
           05 WS-DUE-INT        PIC S9(9) COMP VALUE 0.
           05 WS-DAYS-PAST-DUE  PIC S9(5) COMP VALUE 0.
           05 WS-CHARGE-BASE    PIC S9(8)V99 VALUE 0.
           05 WS-CHARGE         PIC S9(6)V99 VALUE 0.
           05 WS-CHARGED-COUNT  PIC 9(5) VALUE 0.
           05 WS-EXEMPT-COUNT   PIC 9(5) VALUE 0.
           05 WS-PASSED-COUNT   PIC 9(5) VALUE 0.
           05 WS-TOT-CHARGED    PIC S9(9)V99 VALUE 0.
           05 WS-TOT-EXEMPT     PIC S9(9)V99 VALUE 0.
           05 WS-TOT-PAST-DUE   PIC S9(9)V99 VALUE 0.

      ******************************************************************
      *    One slot per possible customer number, found by subscript
      *    the way PROGRAM22 keeps its roll-forward.  The AR file is
      *    walked once to fill it; the charges are posted from it
      *    afterwards so no item is written under a read in
      *    progress.
      ******************************************************************
       01 FC-CHARGE-TABLE.
           05 FCT-ENTRY OCCURS 9999 TIMES.
               10 FCT-PAST-DUE      PIC S9(8)V99.
               10 FCT-BALANCE       PIC S9(8)V99.
               10 FCT-CUST-STATUS   PIC X.
                   88 FCT-IS-CHARGEABLE    VALUE "Y".
                   88 FCT-IS-EXEMPT        VALUE "E".
                   88 FCT-IS-NOT-ON-MASTER VALUE "M".
               10 FCT-CHARGED-SW    PIC X.
                   88 FCT-ALREADY-CHARGED  VALUE "Y".

       01 REGISTER-HDR-1.
           05 FILLER            PIC X(34)
               VALUE "FINANCE CHARGE REGISTER FOR MONTH ".
           05 REG-HDR-MONTH     PIC 9(6).
           05 FILLER            PIC X(9)   VALUE "   AS OF ".
           05 REG-HDR-DATE      PIC 9(8).

       01 REGISTER-HDR-2.
           05 FILLER            PIC X(13)  VALUE "MONTHLY RATE ".
           05 REG-HDR-RATE      PIC Z9.99.
           05 FILLER            PIC X(26)
               VALUE " PERCENT   MINIMUM CHARGE ".
           05 REG-HDR-MINIMUM   PIC ZZ9.99.

       01 REGISTER-HDR-3.
           05 FILLER            PIC X(5)   VALUE "CUST".
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 FILLER            PIC X(20)  VALUE "NAME".
           05 FILLER            PIC X(12)  VALUE "    PAST DUE".
           05 FILLER            PIC X(12)  VALUE "     BALANCE".
           05 FILLER            PIC X(12)  VALUE "      CHARGE".
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 FILLER            PIC X(16)  VALUE "NOTE".

       01 REGISTER-LINE.
           05 REG-CUST-NO       PIC Z,ZZ9.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 REG-CUST-NAME     PIC X(20).
           05 REG-PAST-DUE-OUT  PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 REG-BALANCE-OUT   PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 REG-CHARGE-OUT    PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 REG-NOTE          PIC X(16).

       01 REGISTER-NONE-LINE.
           05 FILLER            PIC X(40)
               VALUE "NO CUSTOMER HAS ANYTHING PAST DUE".

       01 REGISTER-TOTAL-LINE.
           05 REG-TOT-CAPTION   PIC X(32).
           05 REG-TOT-OUT       PIC -ZZ,ZZZ,ZZ9.99.

       01 REGISTER-COUNT-LINE.
           05 REG-COUNT-CAPTION PIC X(32).
           05 REG-COUNT-OUT     PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    100-MAIN: Accepts the as-of date, loads the control file
      *    and refuses a month already charged, lets the operator
      *    confirm the rate and minimum, then works out every
      *    customer's past-due balance, posts the charges, prints
      *    the register and records the month as run.
      ******************************************************************
       100-MAIN.
           PERFORM 101-GET-RUN-DATE
           PERFORM 120-LOAD-FC-CONTROL
           IF WS-LAST-MONTH NOT < WS-RUN-MONTH-N
               IF WS-LAST-MONTH = WS-RUN-MONTH-N
                   DISPLAY "** FINANCE CHARGES FOR " WS-RUN-MONTH-N
                       " WERE ALREADY ASSESSED AS OF " WS-LAST-DATE
                       " **"
               ELSE
                   DISPLAY "** FINANCE CHARGES HAVE ALREADY BEEN "
                       "ASSESSED FOR A LATER MONTH (" WS-LAST-MONTH
                       ") **"
               END-IF
               GOBACK
           END-IF
           PERFORM 125-CHECK-RECONCILED-DATE
           IF WS-RECON-DATE > 0
                   AND WS-RUN-DATE-N NOT > WS-RECON-DATE
               DISPLAY "** AR IS ALREADY RECONCILED THROUGH "
                   WS-RECON-DATE " -- A FINANCE CHARGE MAY NOT BE "
                   "DATED ON OR BEFORE IT **"
               GOBACK
           END-IF
           PERFORM 130-CONFIRM-FC-TERMS
           IF NOT RUN-IS-CONFIRMED
               DISPLAY "** NO FINANCE CHARGES ASSESSED **"
               GOBACK
           END-IF
           OPEN I-O AR-FILE
           IF WS-ARFILE-STATUS NOT = "00"
               DISPLAY "** UNABLE TO OPEN AR FILE -- STATUS "
                   WS-ARFILE-STATUS " **"
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS NOT = "00"
               DISPLAY "** UNABLE TO OPEN CUSTOMER MASTER -- STATUS "
                   WS-CUSTMAST-STATUS " -- TERMS AND EXEMPTIONS "
                   "ARE NEEDED TO CHARGE **"
               CLOSE AR-FILE
               GOBACK
           END-IF
           PERFORM 200-OPEN-REGISTER
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "** UNABLE TO OPEN FINANCE CHARGE REGISTER: "
                   WS-REGISTER-FILE-NAME
               CLOSE AR-FILE
               CLOSE CUSTOMER-MASTER
               GOBACK
           END-IF
           PERFORM 300-TOTAL-PAST-DUE
           PERFORM 400-ASSESS-ONE-CUSTOMER
               VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > 9999
           PERFORM 500-WRITE-REGISTER-TOTALS
           CLOSE FC-REGISTER-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE AR-FILE
           MOVE WS-RUN-MONTH-N TO WS-LAST-MONTH
           MOVE WS-RUN-DATE-N TO WS-LAST-DATE
           PERFORM 150-SAVE-FC-CONTROL
           DISPLAY "FINANCE CHARGES OF " WS-TOT-CHARGED " POSTED TO "
               WS-CHARGED-COUNT " CUSTOMERS"
           DISPLAY "REGISTER WRITTEN TO " WS-REGISTER-FILE-NAME
           GOBACK
           .
      ******************************************************************
      *    101-GET-RUN-DATE: Accepts the as-of date -- normally the
      *    last day of the month being charged -- and re-prompts
      *    until it is an eight digit date with a plausible month and
      *    day, the same way PROGRAM6 accepts its aging date.
      ******************************************************************
       101-GET-RUN-DATE.
           MOVE "N" TO WS-VALID-SW
           PERFORM 102-PROMPT-RUN-DATE UNTIL ENTRY-IS-VALID
           MOVE WS-RUN-YYYYMM TO WS-RUN-MONTH-N
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
           .
       102-PROMPT-RUN-DATE.
           DISPLAY "ASSESS FINANCE CHARGES AS OF WHICH DAY "
               "(YYYYMMDD): "
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
      *    120-LOAD-FC-CONTROL: Reads the rate, minimum and last month
      *    run from FC-CTL-FILE.  The very first run at this site, or
      *    a field with garbage in it, keeps the starting value.
      ******************************************************************
       120-LOAD-FC-CONTROL.
           OPEN INPUT FC-CTL-FILE
           IF WS-FCCTL-STATUS = "00"
               READ FC-CTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF FC-RATE-HUNDREDTHS IS NUMERIC
                               AND FC-RATE-HUNDREDTHS > 0
                           MOVE FC-RATE-HUNDREDTHS
                               TO WS-RATE-HUNDREDTHS
                       END-IF
                       IF FC-MIN-CENTS IS NUMERIC
                           MOVE FC-MIN-CENTS TO WS-MIN-CENTS
                       END-IF
                       IF FC-LAST-MONTH IS NUMERIC
                           MOVE FC-LAST-MONTH TO WS-LAST-MONTH
                       END-IF
                       IF FC-LAST-DATE IS NUMERIC
                           MOVE FC-LAST-DATE TO WS-LAST-DATE
                       END-IF
               END-READ
               CLOSE FC-CTL-FILE
           ELSE
               DISPLAY "NO FINANCE CHARGE CONTROL FILE YET -- "
                   "STARTING FROM THE STANDARD RATE"
           END-IF
           .
      ******************************************************************
      *    125-CHECK-RECONCILED-DATE: A finance charge dated on or
      *    before the date the AR reconciliation last saved a
      *    balance for would never roll forward, so that date is
      *    picked up here.  No saved balance leaves it at zero.
      ******************************************************************
       125-CHECK-RECONCILED-DATE.
           MOVE 0 TO WS-RECON-DATE
           OPEN INPUT AR-BALANCE-FILE
           IF WS-ARBAL-STATUS = "00"
               READ AR-BALANCE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF AB-IS-DATE-REC AND AB-AS-OF-DATE IS NUMERIC
                           MOVE AB-AS-OF-DATE TO WS-RECON-DATE
                       END-IF
               END-READ
               CLOSE AR-BALANCE-FILE
           END-IF
           .
      ******************************************************************
      *    130-CONFIRM-FC-TERMS: Shows the rate and minimum in force
      *    and takes a replacement for either -- a blank answer keeps
      *    it -- then asks for a go-ahead before anything is posted.
      *    Both are keyed as whole numbers like every other console
      *    entry: the rate in hundredths of a percent, the minimum in
      *    cents.
      ******************************************************************
       130-CONFIRM-FC-TERMS.
           PERFORM 140-SET-FC-TERMS
           DISPLAY "MONTHLY FINANCE CHARGE RATE: " WS-RATE-PCT-OUT
               " PERCENT"
           DISPLAY "MINIMUM FINANCE CHARGE:      " WS-MIN-CHARGE-OUT
           MOVE "N" TO WS-VALID-SW
           MOVE "N" TO WS-KEEP-SW
           PERFORM 131-PROMPT-NEW-RATE
               UNTIL ENTRY-IS-VALID OR VALUE-IS-KEPT
           MOVE "N" TO WS-VALID-SW
           MOVE "N" TO WS-KEEP-SW
           PERFORM 132-PROMPT-NEW-MINIMUM
               UNTIL ENTRY-IS-VALID OR VALUE-IS-KEPT
           PERFORM 140-SET-FC-TERMS
           DISPLAY "CHARGE " WS-RATE-PCT-OUT " PERCENT, MINIMUM "
               WS-MIN-CHARGE-OUT ", ON BALANCES PAST DUE AS OF "
               WS-RUN-DATE-N " - Y OR N"
           MOVE "N" TO WS-CONFIRM-SW
           ACCEPT WS-CONFIRM-SW
           .
       131-PROMPT-NEW-RATE.
           DISPLAY "NEW RATE IN HUNDREDTHS OF A PERCENT, 150 = 1.50 "
               "(BLANK TO KEEP): "
           MOVE SPACES TO WS-NUMERIC-EDIT
           ACCEPT WS-NUMERIC-EDIT
           IF WS-NUMERIC-EDIT = SPACES
               MOVE "Y" TO WS-KEEP-SW
           ELSE
               INSPECT WS-NUMERIC-EDIT REPLACING LEADING SPACE BY ZERO
               IF WS-NUMERIC-EDIT IS NUMERIC
                   MOVE WS-NUMERIC-EDIT TO WS-EDIT-NUM
               ELSE
                   MOVE 0 TO WS-EDIT-NUM
               END-IF
               IF WS-EDIT-NUM > 0 AND WS-EDIT-NUM < 1000
                   MOVE WS-EDIT-NUM TO WS-RATE-HUNDREDTHS
                   MOVE "Y" TO WS-VALID-SW
               ELSE
                   DISPLAY "** INVALID RATE - RE-ENTER **"
               END-IF
           END-IF
           .
       132-PROMPT-NEW-MINIMUM.
           DISPLAY "NEW MINIMUM CHARGE IN CENTS, 0 FOR NONE "
               "(BLANK TO KEEP): "
           MOVE SPACES TO WS-NUMERIC-EDIT
           ACCEPT WS-NUMERIC-EDIT
           IF WS-NUMERIC-EDIT = SPACES
               MOVE "Y" TO WS-KEEP-SW
           ELSE
               INSPECT WS-NUMERIC-EDIT REPLACING LEADING SPACE BY ZERO
               IF WS-NUMERIC-EDIT IS NUMERIC
                   MOVE WS-NUMERIC-EDIT TO WS-EDIT-NUM
                   IF WS-EDIT-NUM < 100000
                       MOVE WS-EDIT-NUM TO WS-MIN-CENTS
                       MOVE "Y" TO WS-VALID-SW
                   ELSE
                       DISPLAY "** INVALID MINIMUM CHARGE - "
                           "RE-ENTER **"
                   END-IF
               ELSE
                   DISPLAY "** INVALID MINIMUM CHARGE - RE-ENTER **"
               END-IF
           END-IF
           .
      ******************************************************************
      *    140-SET-FC-TERMS: Turns the keyed rate and minimum into
      *    the working rate and dollar minimum, and the display forms.
      ******************************************************************
       140-SET-FC-TERMS.
           COMPUTE WS-MONTHLY-RATE = WS-RATE-HUNDREDTHS / 10000
           COMPUTE WS-MIN-CHARGE = WS-MIN-CENTS / 100
           COMPUTE WS-RATE-PCT = WS-RATE-HUNDREDTHS / 100
           MOVE WS-RATE-PCT TO WS-RATE-PCT-OUT
           MOVE WS-MIN-CHARGE TO WS-MIN-CHARGE-OUT
           .
      ******************************************************************
      *    150-SAVE-FC-CONTROL: Writes the rate and minimum used and
      *    the month just charged back to FC-CTL-FILE, so the same
      *    month cannot be charged again.
      ******************************************************************
       150-SAVE-FC-CONTROL.
           OPEN OUTPUT FC-CTL-FILE
           IF WS-FCCTL-STATUS = "00"
               MOVE SPACES TO FC-CTL-ID
               MOVE WS-RATE-HUNDREDTHS TO FC-RATE-HUNDREDTHS
               MOVE WS-MIN-CENTS TO FC-MIN-CENTS
               MOVE WS-LAST-MONTH TO FC-LAST-MONTH
               MOVE WS-LAST-DATE TO FC-LAST-DATE
               WRITE FC-CTL-ID
               CLOSE FC-CTL-FILE
           ELSE
               DISPLAY "** UNABLE TO REWRITE FINANCE CHARGE CONTROL "
                   "FILE -- DO NOT RERUN " WS-RUN-MONTH-N " **"
           END-IF
           .
      ******************************************************************
      *    200-OPEN-REGISTER: Opens the dated register and writes its
      *    headings.
      ******************************************************************
       200-OPEN-REGISTER.
           STRING "FINCHG-" WS-RUN-DATE ".TXT" DELIMITED BY SIZE
               INTO WS-REGISTER-FILE-NAME
               ON OVERFLOW
                   DISPLAY "** REGISTER FILE NAME TOO LONG FOR WS-"
                       "REGISTER-FILE-NAME **"
           END-STRING
           OPEN OUTPUT FC-REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
               MOVE WS-RUN-MONTH-N TO REG-HDR-MONTH
               MOVE WS-RUN-DATE-N TO REG-HDR-DATE
               WRITE FC-REGISTER-ID FROM REGISTER-HDR-1
               MOVE WS-RATE-PCT TO REG-HDR-RATE
               MOVE WS-MIN-CHARGE TO REG-HDR-MINIMUM
               WRITE FC-REGISTER-ID FROM REGISTER-HDR-2
               MOVE SPACES TO FC-REGISTER-ID
               WRITE FC-REGISTER-ID
               WRITE FC-REGISTER-ID FROM REGISTER-HDR-3
           END-IF
           .
      ******************************************************************
      *    300-TOTAL-PAST-DUE: Walks every open item in customer and
      *    date order.  Every item counts toward the customer's net
      *    balance; an ordinary item still owed counts toward the
      *    past-due amount when it is past the customer's terms as
      *    of the run date.  A finance charge already dated in this
      *    month marks the customer as charged, so a control file
      *    lost or restored cannot bill anyone twice.
      ******************************************************************
       300-TOTAL-PAST-DUE.
           INITIALIZE FC-CHARGE-TABLE
           MOVE 0 TO WS-SAVE-CUST-NO
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
           PERFORM 310-TOTAL-ONE-ITEM UNTIL AR-AT-END
           .
       310-TOTAL-ONE-ITEM.
           IF AR-CUST-NO > 0
               MOVE AR-CUST-NO TO WS-CUST-SUB
               IF AR-CUST-NO NOT = WS-SAVE-CUST-NO
                   MOVE AR-CUST-NO TO WS-SAVE-CUST-NO
                   PERFORM 320-GET-CUSTOMER-TERMS
               END-IF
               ADD AR-OPEN-AMOUNT TO FCT-BALANCE(WS-CUST-SUB)
               IF AR-ITEM-IS-FIN-CHG
                   DIVIDE AR-TRANS-DATE BY 100
                       GIVING WS-ITEM-MONTH-N
                   IF WS-ITEM-MONTH-N = WS-RUN-MONTH-N
                       MOVE "Y" TO FCT-CHARGED-SW(WS-CUST-SUB)
                   END-IF
               ELSE
                   IF AR-OPEN-AMOUNT > 0
                       COMPUTE WS-DUE-INT =
                           FUNCTION INTEGER-OF-DATE(AR-TRANS-DATE)
                           + WS-TERMS-DAYS
                       COMPUTE WS-DAYS-PAST-DUE =
                           WS-AS-OF-INT - WS-DUE-INT
                       IF WS-DAYS-PAST-DUE > 0
                           ADD AR-OPEN-AMOUNT
                               TO FCT-PAST-DUE(WS-CUST-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF
           READ AR-FILE NEXT
               AT END MOVE "Y" TO WS-AR-EOF-SW
           END-READ
           .
      ******************************************************************
      *    320-GET-CUSTOMER-TERMS: Reads the master for the customer
      *    that just broke, turns CM-CUST-TERMS into a day count the
      *    way PROGRAM6's aging does -- NETnn gives nn days, anything
      *    else is due immediately -- and notes whether the customer
      *    may be charged at all.
      ******************************************************************
       320-GET-CUSTOMER-TERMS.
           MOVE 0 TO WS-TERMS-DAYS
           MOVE WS-SAVE-CUST-NO TO CM-CUST-NO
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "M" TO FCT-CUST-STATUS(WS-CUST-SUB)
               NOT INVALID KEY
                   IF CUST-IS-FC-EXEMPT
                       MOVE "E" TO FCT-CUST-STATUS(WS-CUST-SUB)
                   ELSE
                       MOVE "Y" TO FCT-CUST-STATUS(WS-CUST-SUB)
                   END-IF
                   MOVE CM-CUST-TERMS TO WS-TERMS-X
                   IF WS-TERMS-PFX = "NET"
                           AND WS-TERMS-DAYS-X IS NUMERIC
                       MOVE WS-TERMS-DAYS-X TO WS-TERMS-DAYS
                   END-IF
           END-READ
           .
      ******************************************************************
      *    400-ASSESS-ONE-CUSTOMER: For a customer with anything past
      *    due, works out the charge and posts it, or says on the
      *    register why not.  The charge is on what is past due, but
      *    never on more than the customer's net balance -- money
      *    already on account reduces it -- and is raised to the
      *    minimum when it comes out below it.
      ******************************************************************
       400-ASSESS-ONE-CUSTOMER.
           IF FCT-PAST-DUE(WS-CUST-SUB) > 0
               MOVE 0 TO WS-CHARGE
               MOVE SPACES TO REG-NOTE
               MOVE FCT-PAST-DUE(WS-CUST-SUB) TO WS-CHARGE-BASE
               IF FCT-BALANCE(WS-CUST-SUB) < WS-CHARGE-BASE
                   MOVE FCT-BALANCE(WS-CUST-SUB) TO WS-CHARGE-BASE
               END-IF
               ADD FCT-PAST-DUE(WS-CUST-SUB) TO WS-TOT-PAST-DUE
               EVALUATE TRUE
                   WHEN FCT-IS-NOT-ON-MASTER(WS-CUST-SUB)
                       MOVE "NOT ON MASTER" TO REG-NOTE
                       ADD 1 TO WS-PASSED-COUNT
                   WHEN FCT-IS-EXEMPT(WS-CUST-SUB)
                       MOVE "EXEMPT" TO REG-NOTE
                       ADD 1 TO WS-EXEMPT-COUNT
                       ADD FCT-PAST-DUE(WS-CUST-SUB) TO WS-TOT-EXEMPT
                   WHEN FCT-ALREADY-CHARGED(WS-CUST-SUB)
                       MOVE "ALREADY CHARGED" TO REG-NOTE
                       ADD 1 TO WS-PASSED-COUNT
                   WHEN WS-CHARGE-BASE NOT > 0
                       MOVE "NO NET BALANCE" TO REG-NOTE
                       ADD 1 TO WS-PASSED-COUNT
                   WHEN OTHER
                       COMPUTE WS-CHARGE ROUNDED =
                           WS-CHARGE-BASE * WS-MONTHLY-RATE
                       IF WS-CHARGE < WS-MIN-CHARGE
                           MOVE WS-MIN-CHARGE TO WS-CHARGE
                           MOVE "MINIMUM" TO REG-NOTE
                       END-IF
                       PERFORM 410-POST-FINANCE-CHARGE
               END-EVALUATE
               PERFORM 420-WRITE-REGISTER-LINE
           END-IF
           .
      ******************************************************************
      *    410-POST-FINANCE-CHARGE: Writes the charge as an open item
      *    dated the as-of date, under the same key discipline as a
      *    PROGRAM6 posting -- the sequence is bumped past any item
      *    already on file for that customer and day.
      ******************************************************************
       410-POST-FINANCE-CHARGE.
           MOVE WS-CUST-SUB TO AR-CUST-NO
           MOVE WS-RUN-DATE-N TO AR-TRANS-DATE
           MOVE 1 TO AR-SEQ
           MOVE "N" TO WS-WRITTEN-SW
           PERFORM 411-WRITE-FINANCE-CHARGE
               UNTIL ITEM-IS-WRITTEN OR AR-SEQ > 999
           IF ITEM-IS-WRITTEN
               ADD 1 TO WS-CHARGED-COUNT
               ADD WS-CHARGE TO WS-TOT-CHARGED
           ELSE
               DISPLAY "** UNABLE TO POST FINANCE CHARGE FOR CUST-NO "
                   AR-CUST-NO " **"
               MOVE "NOT POSTED" TO REG-NOTE
               MOVE 0 TO WS-CHARGE
               ADD 1 TO WS-PASSED-COUNT
           END-IF
           .
       411-WRITE-FINANCE-CHARGE.
           MOVE WS-CHARGE TO AR-ORIG-AMOUNT
           MOVE WS-CHARGE TO AR-OPEN-AMOUNT
           MOVE 0 TO AR-TRANS-NO
           MOVE "F" TO AR-ITEM-TYPE
           WRITE AR-OPEN-ITEM
               INVALID KEY
                   ADD 1 TO AR-SEQ
               NOT INVALID KEY
                   MOVE "Y" TO WS-WRITTEN-SW
           END-WRITE
           .
      ******************************************************************
      *    420-WRITE-REGISTER-LINE: One register line per customer
      *    with anything past due, charged or not.
      ******************************************************************
       420-WRITE-REGISTER-LINE.
           MOVE WS-CUST-SUB TO REG-CUST-NO
           MOVE "*NOT ON MASTER*" TO REG-CUST-NAME
           MOVE WS-CUST-SUB TO CM-CUST-NO
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CM-CUST-NAME TO REG-CUST-NAME
           END-READ
           MOVE FCT-PAST-DUE(WS-CUST-SUB) TO REG-PAST-DUE-OUT
           MOVE FCT-BALANCE(WS-CUST-SUB) TO REG-BALANCE-OUT
           MOVE WS-CHARGE TO REG-CHARGE-OUT
           WRITE FC-REGISTER-ID FROM REGISTER-LINE
           .
      ******************************************************************
      *    500-WRITE-REGISTER-TOTALS: Closes the register with the
      *    totals -- what was past due, what was charged and to how
      *    many customers, and what was left alone and why.
      ******************************************************************
       500-WRITE-REGISTER-TOTALS.
           IF WS-TOT-PAST-DUE = 0
               WRITE FC-REGISTER-ID FROM REGISTER-NONE-LINE
           END-IF
           MOVE SPACES TO FC-REGISTER-ID
           WRITE FC-REGISTER-ID
           MOVE "TOTAL PAST DUE:" TO REG-TOT-CAPTION
           MOVE WS-TOT-PAST-DUE TO REG-TOT-OUT
           WRITE FC-REGISTER-ID FROM REGISTER-TOTAL-LINE
           MOVE "TOTAL FINANCE CHARGES POSTED:" TO REG-TOT-CAPTION
           MOVE WS-TOT-CHARGED TO REG-TOT-OUT
           WRITE FC-REGISTER-ID FROM REGISTER-TOTAL-LINE
           MOVE "PAST DUE ON EXEMPT ACCOUNTS:" TO REG-TOT-CAPTION
           MOVE WS-TOT-EXEMPT TO REG-TOT-OUT
           WRITE FC-REGISTER-ID FROM REGISTER-TOTAL-LINE
           MOVE "CUSTOMERS CHARGED:" TO REG-COUNT-CAPTION
           MOVE WS-CHARGED-COUNT TO REG-COUNT-OUT
           WRITE FC-REGISTER-ID FROM REGISTER-COUNT-LINE
           MOVE "CUSTOMERS EXEMPT:" TO REG-COUNT-CAPTION
           MOVE WS-EXEMPT-COUNT TO REG-COUNT-OUT
           WRITE FC-REGISTER-ID FROM REGISTER-COUNT-LINE
           MOVE "CUSTOMERS PASSED OVER:" TO REG-COUNT-CAPTION
           MOVE WS-PASSED-COUNT TO REG-COUNT-OUT
           WRITE FC-REGISTER-ID FROM REGISTER-COUNT-LINE
           .
       END PROGRAM PROGRAM23.
