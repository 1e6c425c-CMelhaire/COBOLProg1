      *                number).  Held records carry it through
      *                PROGRAM8, and PROGRAM16 pays commission from
      *                it at month end.
      *    09-09-2019  ITEM-MASTER now carries IM-VENDOR-NO and
      *                IM-REORDER-QTY for purchasing (an itemmast.dat
      *                from before this change must be rebuilt).  An
      *                item added here starts with no vendor and no
      *                reorder quantity until PROGRAM13 sets them.
      *    09-16-2019  The run-control record now carries
      *                RC-CASH-POSTED-SW, set by the cash receipts
      *                GL extract (PROGRAM21).  Not used here; it is
      *                carried so every reader of the file agrees on
      *                the record.
      *    09-30-2019  CUSTOMER-MASTER now carries CM-FC-EXEMPT-SW for
      *                the monthly finance charge run (PROGRAM23).  A
      *                customer added here starts out not exempt (a
      *                custmast.dat from before this change must be
      *                rebuilt).
      *    10-14-2019  A batch load now takes a checkpoint every
      *                WS-CHECKPOINT-INTERVAL records on batchckp.txt
      *                -- the batch file name, the last record
      *                processed and the last transaction and order
      *                numbers issued.  A rerun against a load that
      *                died offers to resume after the checkpoint:
      *                whatever reached SALES-FILE, AUDIT, INVOICE
      *                and the held file past it is backed out, the
      *                totals are rebuilt, and a BATCHRST report
      *                shows where the run resumed and proves the
      *                control trailer covers the file exactly once.
      *    10-21-2019  Prices now come off the customer price
      *                agreements and the item quantity breaks
      *                PROGRAM25 maintains, on the console and in
      *                batch.  An agreement in effect on the day
      *                sets a contract price or a discount percent;
      *                otherwise, or alongside a discount, the
      *                deepest quantity break the line earns applies
      *                -- the larger discount wins, they never
      *                stack.  A SALE or ADJS is priced this way; a
      *                RETN or VOID is credited at the original's
      *                price, in batch as on the console.  Invoices
      *                print list price, discount and net price for
      *                every line, and the audit and held records
      *                carry the list price (AUD-LIST-PRICE,
      *                HELD-LIST-PRICE) so PROGRAM26 can report the
      *                discount given away.  A resumed batch load
      *                now goes on reading the batch file after the
      *                totals are rebuilt instead of stopping there.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS IS DYNAMIC
           RECORD KEY IS SP-SLSP-CODE
           FILE STATUS IS WS-SLSPMAST-STATUS.
           SELECT BATCH-CKP-FILE ASSIGN TO
               "C:\Users\Caulder\Documents\batchckp.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BATCHCKP-STATUS.
           SELECT BACKOUT-WORK-FILE ASSIGN TO
               "C:\Users\Caulder\Documents\batchwrk.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BACKOUT-STATUS.
           SELECT RESTART-REPORT-FILE ASSIGN TO DYNAMIC
               WS-RESTART-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RESTART-STATUS.
           SELECT PRICE-AGREEMENT ASSIGN TO
               "C:\Users\Caulder\Documents\pricagr.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PA-KEY
           FILE STATUS IS WS-PRICAGR-STATUS.
           SELECT QTY-BREAK-FILE ASSIGN TO
               "C:\Users\Caulder\Documents\qtybreak.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS QB-ITEM-NO
           FILE STATUS IS WS-QTYBREAK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SALES-FILE.
           05 CM-CUST-ADDRESS     PIC A(30).
           05 CM-CUST-TERMS       PIC X(5).
           05 CM-CREDIT-LIMIT     PIC 9(7).
           05 CM-FC-EXEMPT-SW     PIC X.
               88 CUST-IS-FC-EXEMPT    VALUE "Y".

       FD ITEM-MASTER.
       01 ITEM-MASTER-RECORD.
           05 IM-UNIT-PRICE       PIC 9(5).
           05 IM-QTY-ON-HAND      PIC S9(5).
           05 IM-REORDER-POINT    PIC 9(5).
           05 IM-VENDOR-NO        PIC 9(4).
           05 IM-REORDER-QTY      PIC 9(5).

       FD BATCH-FILE.
       01 BATCH-FILE-ID.
           05 AUD-TRANS-NO        PIC 9(6).
           05                     PIC X.
           05 AUD-ORIG-TRANS-NO   PIC 9(6).
           05                     PIC X.
           05 AUD-LIST-PRICE      PIC 9(5).

       FD TRANS-CTL-FILE.
       01 TRANS-CTL-ID.
           05 HELD-ORDER-NO       PIC 9(6).
           05                     PIC X.
           05 HELD-SLSP-CODE      PIC X(3).
           05                     PIC X.
           05 HELD-LIST-PRICE     PIC 9(5).

       FD INVOICE-FILE.
       01 INVOICE-FILE-REC        PIC X(80).
           05 RC-GL-DONE-SW     PIC X.
           05                   PIC X.
           05 RC-SUM-DONE-SW    PIC X.
           05                   PIC X.
           05 RC-CASH-POSTED-SW PIC X.

       FD SLSP-MASTER.
       01 SLSP-MASTER-RECORD.
           05 SP-SLSP-NAME        PIC X(20).
           05 SP-COMM-RATE        PIC V999.

      ******************************************************************
      *    The checkpoint of the latest batch load: "A" while the load
      *    is running (or after it died), "C" once it ran to the end,
      *    "X" when an interrupted load was given up in favor of
      *    console entry.  CK-LAST-RECORD is the image of the last
      *    batch record the checkpoint covers, so a resume can prove
      *    it is positioned in the same file.
      ******************************************************************
       FD BATCH-CKP-FILE.
       01 BATCH-CKP-ID.
           05 CK-STATUS           PIC X.
               88 CK-LOAD-IS-ACTIVE    VALUE "A".
               88 CK-LOAD-IS-COMPLETE  VALUE "C".
           05                     PIC X.
           05 CK-DATE             PIC 9(8).
           05                     PIC X.
           05 CK-TIME             PIC 9(6).
           05                     PIC X.
           05 CK-OPERATOR-ID      PIC X(8).
           05                     PIC X.
           05 CK-RECORDS-DONE     PIC 9(7).
           05                     PIC X.
           05 CK-LAST-TRANS-NO    PIC 9(6).
           05                     PIC X.
           05 CK-LAST-ORDER-NO    PIC 9(6).
           05                     PIC X.
           05 CK-WRITTEN          PIC 9(7).
           05                     PIC X.
           05 CK-HELD             PIC 9(7).
           05                     PIC X.
           05 CK-REJECTED         PIC 9(7).
           05                     PIC X.
           05 CK-BATCH-FILE-NAME  PIC X(60).
           05                     PIC X.
           05 CK-LAST-RECORD      PIC X(98).

       FD BACKOUT-WORK-FILE.
       01 BACKOUT-WORK-REC        PIC X(132).

       FD RESTART-REPORT-FILE.
       01 RESTART-REPORT-ID       PIC X(80).

      ******************************************************************
      *    A customer's special price on one item: either a contract
      *    price ("P") or a discount percent off the master price
      *    ("D"), good from PA-EFF-DATE through PA-EXP-DATE (zero
      *    means no expiry).
      ******************************************************************
       FD PRICE-AGREEMENT.
       01 PRICE-AGREEMENT-RECORD.
           05 PA-KEY.
               10 PA-CUST-NO      PIC 9(4).
               10 PA-ITEM-NO      PIC 9(5).
           05 PA-EFF-DATE         PIC 9(8).
           05 PA-EXP-DATE         PIC 9(8).
           05 PA-PRICE-TYPE       PIC X.
               88 PA-IS-CONTRACT-PRICE VALUE "P".
               88 PA-IS-DISCOUNT       VALUE "D".
           05 PA-CONTRACT-PRICE   PIC 9(5).
           05 PA-DISC-PCT         PIC 99V99.

      ******************************************************************
      *    An item's quantity breaks: up to five tiers, each a
      *    minimum line quantity and the discount percent it earns.
      *    A zero minimum is an unused tier.
      ******************************************************************
       FD QTY-BREAK-FILE.
       01 QTY-BREAK-RECORD.
           05 QB-ITEM-NO          PIC 9(5).
           05 QB-TIER OCCURS 5 TIMES.
               10 QB-MIN-QTY      PIC 9(3).
               10 QB-DISC-PCT     PIC 99V99.

       WORKING-STORAGE SECTION.
       01 SALESFILES-ID.
           05 CUST-NUM         PIC 9(4).
		   05 WS-ADDITEM-SW    PIC X VALUE "N".
		   05 WS-BATCH-SW      PIC X VALUE "N".
		       88 BATCH-MODE-ACTIVE    VALUE "Y".
		       88 CONSOLE-MODE-ACTIVE  VALUE "N".
		   05 WS-EOF-SW        PIC X VALUE "N".
		       88 END-OF-FILE          VALUE "Y".
		   05 WS-RATE-FOUND-SW PIC X VALUE "N".
		       88 DAY-IS-CLOSED        VALUE "Y".
		   05 WS-SLSPMAST-OPEN-SW PIC X VALUE "N".
		       88 SLSP-MASTER-IS-OPEN  VALUE "Y".
		   05 WS-LOAD-SW       PIC X VALUE "N".
		       88 BATCH-LOAD-IS-WANTED VALUE "Y".
		   05 WS-RESUME-SW     PIC X VALUE "N".
		       88 BATCH-IS-RESUMED     VALUE "Y".
		   05 WS-COPY-EOF-SW   PIC X VALUE "N".
		       88 END-OF-COPY          VALUE "Y".
		   05 WS-DROP-SW       PIC X VALUE "N".
		       88 BLOCK-IS-DROPPED     VALUE "Y".
		   05 WS-PRICAGR-OPEN-SW PIC X VALUE "N".
		       88 AGREEMENTS-ARE-OPEN  VALUE "Y".
		   05 WS-QTYBREAK-OPEN-SW PIC X VALUE "N".
		       88 QTY-BREAKS-ARE-OPEN  VALUE "Y".
		   05 WS-AGREEMENT-SW  PIC X VALUE "N".
		       88 AGREEMENT-IS-ON-FILE VALUE "Y".

       01 WS-FILE-STATUS.
		   05 WS-CUSTMAST-STATUS   PIC XX VALUE SPACES.
		   05 WS-INVOICE-STATUS    PIC XX VALUE SPACES.
		   05 WS-RUNCTL-STATUS     PIC XX VALUE SPACES.
		   05 WS-SLSPMAST-STATUS   PIC XX VALUE SPACES.
		   05 WS-BATCHCKP-STATUS   PIC XX VALUE SPACES.
		   05 WS-BACKOUT-STATUS    PIC XX VALUE SPACES.
		   05 WS-RESTART-STATUS    PIC XX VALUE SPACES.
		   05 WS-PRICAGR-STATUS    PIC XX VALUE SPACES.
		   05 WS-QTYBREAK-STATUS   PIC XX VALUE SPACES.

       01 WS-BATCH-FIELDS.
		   05 WS-BATCH-FILE-NAME   PIC X(60) VALUE SPACES.
           05 WS-BATCH-REC-NO      PIC 9(7) VALUE 0.
           05 WS-BATCH-WRITTEN     PIC 9(7) VALUE 0.
           05 WS-BATCH-HELD        PIC 9(7) VALUE 0.
           05 WS-BATCH-REJECTED    PIC 9(7) VALUE 0.
           05 WS-SINCE-CHECKPOINT  PIC 9(4) COMP VALUE 0.
           05 WS-CKP-STATUS        PIC X VALUE SPACE.
           05 WS-LAST-BATCH-RECORD PIC X(98) VALUE SPACES.
           05 WS-RESTART-FILE-NAME PIC X(24) VALUE SPACES.

      ******************************************************************
      *    The checkpoint as it stood when this run started -- what a
      *    resume skips to and backs out past -- and the counts the
      *    back-out and the restart report build.
      ******************************************************************
       01 WS-RESTART-FIELDS.
           05 WS-RST-IMAGE         PIC X(240) VALUE SPACES.
           05 WS-RST-STATUS        PIC X VALUE SPACE.
               88 RESTART-IS-PENDING   VALUE "A".
               88 RESTART-IS-COMPLETE  VALUE "C".
           05 WS-RST-DATE          PIC 9(8) VALUE 0.
           05 WS-RST-FILE-NAME     PIC X(60) VALUE SPACES.
           05 WS-RST-RECORDS-DONE  PIC 9(7) VALUE 0.
           05 WS-RST-LAST-TRANS-NO PIC 9(6) VALUE 0.
           05 WS-RST-LAST-ORDER-NO PIC 9(6) VALUE 0.
           05 WS-RST-WRITTEN       PIC 9(7) VALUE 0.
           05 WS-RST-HELD          PIC 9(7) VALUE 0.
           05 WS-RST-REJECTED      PIC 9(7) VALUE 0.
           05 WS-RST-LAST-RECORD   PIC X(98) VALUE SPACES.
           05 WS-BKO-SALES         PIC 9(7) VALUE 0.
           05 WS-BKO-AUDIT         PIC 9(7) VALUE 0.
           05 WS-BKO-INVOICES      PIC 9(7) VALUE 0.
           05 WS-BKO-HELD          PIC 9(7) VALUE 0.
           05 WS-HOLD-COUNT        PIC 9 VALUE 0.
           05 WS-HOLD-LINE-1       PIC X(80) VALUE SPACES.
           05 WS-HOLD-LINE-2       PIC X(80) VALUE SPACES.
           05 WS-CHK-COUNT         PIC 9(7) VALUE 0.
           05 WS-CHK-HASH          PIC 9(9) VALUE 0.
           05 WS-CHK-LAST-TRANS    PIC 9(6) VALUE 0.
           05 WS-CHK-OUT-OF-SEQ    PIC 9(5) VALUE 0.

      ******************************************************************
      *    The date line of a printed invoice, for picking out the
      *    invoices a back-out removes -- " TRANS " or " ORDER " and
      *    the number, as 260-WRITE-INVOICE and the order invoice lay
      *    the line out.
      ******************************************************************
       01 INV-BACKOUT-LINE.
           05 IBL-CAPTION        PIC X(5).
           05                    PIC X(20).
           05 IBL-NO-CAPTION     PIC X(7).
           05 IBL-NUMBER         PIC X(6).
           05 IBL-NUMBER-N REDEFINES IBL-NUMBER PIC 9(6).
           05                    PIC X(42).

       01 RST-HDR-LINE.
           05 FILLER             PIC X(26)
               VALUE "BATCH LOAD RESTART REPORT ".
           05 RST-HDR-DATE       PIC 9(8).
           05 FILLER             PIC X(1)   VALUE SPACE.
           05 RST-HDR-TIME       PIC 9(6).
           05 FILLER             PIC X(10)  VALUE " OPERATOR ".
           05 RST-HDR-OPERATOR   PIC X(8).

       01 RST-FILE-LINE.
           05 FILLER             PIC X(12)  VALUE "BATCH FILE: ".
           05 RST-FILE-NAME      PIC X(60).

       01 RST-COUNT-LINE.
           05 RST-COUNT-CAPTION  PIC X(44).
           05 RST-COUNT-OUT      PIC ZZZ,ZZZ,ZZ9.

       01 RST-NUMBER-LINE.
           05 RST-NUMBER-CAPTION PIC X(44).
           05 FILLER             PIC X(5)   VALUE SPACES.
           05 RST-NUMBER-OUT     PIC 9(6).

       01 WS-DATE-FIELDS.
		   05 WS-CURRENT-DATE      PIC 9(8) VALUE 0.
               10 OL-ITEM-NO     PIC 9(5).
               10 OL-UNIT-PRICE  PIC 9(5).
               10 OL-QUANTITY    PIC S9(3).
               10 OL-LIST-PRICE  PIC 9(5).
               10 OL-PRICE-BASIS PIC X(16).

      ******************************************************************
      *    The price a line started from and how the net price in
      *    UNIT-PRICES was arrived at, for the invoice and the audit
      *    trail.
      ******************************************************************
       01 WS-PRICING-FIELDS.
           05 WS-LIST-PRICE      PIC 9(5) VALUE 0.
           05 WS-PRICE-SOURCE    PIC X VALUE SPACE.
               88 PRICE-IS-CONTRACT    VALUE "C".
               88 PRICE-IS-AGREEMENT   VALUE "A".
               88 PRICE-IS-QTY-BREAK   VALUE "Q".
           05 WS-PRICE-BASIS     PIC X(16) VALUE SPACES.
           05 WS-DISC-PCT        PIC 99V99 VALUE 0.
           05 WS-DISC-PER-UNIT   PIC S9(5) VALUE 0.
           05 WS-QB-SUB          PIC 9(2) COMP VALUE 0.

       01 WS-INVOICE-FIELDS.
           05 WS-INV-EXT-AMOUNT  PIC S9(8)V99 VALUE 0.
           05 FILLER           PIC X(3)   VALUE " = ".
           05 INV-EXT-OUT      PIC -ZZZ,ZZ9.99.

       01 INV-PRICING-LINE.
           05 FILLER           PIC X(7)   VALUE "  LIST ".
           05 INV-LIST-OUT     PIC ZZ,ZZ9.
           05 FILLER           PIC X(10)  VALUE " DISCOUNT ".
           05 INV-DISC-OUT     PIC -ZZ,ZZ9.
           05 FILLER           PIC X(5)   VALUE " NET ".
           05 INV-NET-OUT      PIC ZZ,ZZ9.
           05 FILLER           PIC X(1)   VALUE SPACE.
           05 INV-BASIS-OUT    PIC X(16).

       01 INV-TAX-LINE.
           05 FILLER           PIC X(5)   VALUE "TAX (".
           05 INV-TAX-NAME-OUT PIC X(20).
       01 WS-CONSTANTS.
		   05 WS-TAX           PIC V999 VALUE .065.
		   05 WS-DEFAULT-RATE-CODE  PIC XX VALUE "ST".
		   05 WS-CHECKPOINT-INTERVAL PIC 9(4) VALUE 50.

       01 WS-RATE-COUNT       PIC 9(3) VALUE 0.

               10  DT-CUST-NO      PIC 9(4).
               10  DT-ITEM-NO      PIC 9(5).
               10  DT-UNIT-PRICE   PIC 9(5).
               10  DT-LIST-PRICE   PIC 9(5).
               10  DT-QUANTITY     PIC S9(3).
               10  DT-TYPE         PIC X(4).
               10  DT-RATE-CODE    PIC XX.
           PERFORM 110-OPEN-CUSTOMER-MASTER
           PERFORM 112-OPEN-ITEM-MASTER
           PERFORM 113-OPEN-SLSP-MASTER
           PERFORM 114-OPEN-PRICING-FILES
           PERFORM 115-OPEN-AUDIT-FILE
           PERFORM 116-OPEN-INVOICE-FILE
           PERFORM 117-LOAD-NEXT-TRANS-NO
           ELSE
               PERFORM 140-RECOMPUTE-TOTALS-FROM-FILE
               CLOSE SALES-FILE
               PERFORM 145-LOAD-DAY-LIST-PRICES
           END-IF
           OPEN EXTEND SALES-FILE
           IF WS-SALES-STATUS NOT = "00"
               PERFORM 120-GET-BATCH-FILENAME
               IF BATCH-MODE-ACTIVE
                   PERFORM 500-PROCESS-BATCH-FILE
               END-IF
               IF CONSOLE-MODE-ACTIVE
                   DISPLAY"ADD NEW CUSTOMER - Y OR N"
                   ACCEPT NEWCUST
                   PERFORM 200-GET-CUST-INFO UNTIL NEWCUST = "N"
           IF SLSP-MASTER-IS-OPEN
               CLOSE SLSP-MASTER
           END-IF
           IF AGREEMENTS-ARE-OPEN
               CLOSE PRICE-AGREEMENT
           END-IF
           IF QTY-BREAKS-ARE-OPEN
               CLOSE QTY-BREAK-FILE
           END-IF
           GOBACK
           .
      ******************************************************************
           END-IF
           .
      ******************************************************************
      *    114-OPEN-PRICING-FILES: Opens the customer price
      *    agreements and the item quantity breaks for input only --
      *    both are maintained through PROGRAM25.  A file that is
      *    missing or will not open just means no special pricing of
      *    that kind, and every item sells at its master price.
      ******************************************************************
       114-OPEN-PRICING-FILES.
           OPEN INPUT PRICE-AGREEMENT
           IF WS-PRICAGR-STATUS = "00"
               MOVE "Y" TO WS-PRICAGR-OPEN-SW
           ELSE
               MOVE "N" TO WS-PRICAGR-OPEN-SW
               DISPLAY "** PRICE AGREEMENT FILE NOT AVAILABLE -- "
                   "NO CUSTOMER PRICING THIS RUN **"
           END-IF
           OPEN INPUT QTY-BREAK-FILE
           IF WS-QTYBREAK-STATUS = "00"
               MOVE "Y" TO WS-QTYBREAK-OPEN-SW
           ELSE
               MOVE "N" TO WS-QTYBREAK-OPEN-SW
               DISPLAY "** QUANTITY BREAK FILE NOT AVAILABLE -- "
                   "NO QUANTITY DISCOUNTS THIS RUN **"
           END-IF
           .
      ******************************************************************
      *    115-OPEN-AUDIT-FILE: Opens today's audit trail for extend,
      *    creating it on the day's first run (status 35), so every
      *    session of the day lands on the same trail.
           MOVE CUST-NO TO CUST-NUM
           MOVE ITEM-NO TO ITEM-NUMS
           MOVE UNIT-PRICE TO UNIT-PRICES
           MOVE UNIT-PRICE TO WS-LIST-PRICE
           MOVE QUANTITY-SOLD TO QUANTITYS-SOLD
           MOVE TRANS-TYPE TO TRANS-TYPES
           MOVE RATE-CODE TO RATE-CODES
           END-READ
           .
      ******************************************************************
      *    145-LOAD-DAY-LIST-PRICES: SALES-FILE carries only the net
      *    price, so the recompute tables every transaction at list
      *    equal to net.  The list price each one was sold from is on
      *    its audit record; this pass puts it back on DAY-TRANS-TABLE
      *    so a VOID or RETN keyed later credits the discount the
      *    original gave.  Audit records from before the list price
      *    was carried leave the entry at its net price.
      ******************************************************************
       145-LOAD-DAY-LIST-PRICES.
           CLOSE AUDIT-FILE
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               READ AUDIT-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
               PERFORM 146-LIST-PRICE-ONE-AUDIT UNTIL END-OF-FILE
               CLOSE AUDIT-FILE
           END-IF
           PERFORM 115-OPEN-AUDIT-FILE
           .
       146-LIST-PRICE-ONE-AUDIT.
           IF AUD-TRANS-NO IS NUMERIC AND AUD-LIST-PRICE IS NUMERIC
               MOVE AUD-TRANS-NO TO WS-ORIG-LOOKUP
               PERFORM 266-FIND-DAY-TRANS
               IF ORIGINAL-IS-ON-TABLE
                   MOVE AUD-LIST-PRICE TO DT-LIST-PRICE(WS-ORIG-ENTRY)
               END-IF
           END-IF
           READ AUDIT-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           .
      ******************************************************************
      *    120-GET-BATCH-FILENAME: Asks for a batch transaction file
      *    name.  A blank answer falls back to the existing interactive
      *    NEWCUST Y/N loop -- unless a batch load died earlier today,
      *    since console entry now would be backed out by its resume.
      ******************************************************************
       120-GET-BATCH-FILENAME.
           DISPLAY "BATCH TRANSACTION FILE NAME (BLANK FOR NONE): "
           ACCEPT WS-BATCH-FILE-NAME
           PERFORM 525-LOAD-CHECKPOINT
           IF WS-BATCH-FILE-NAME = SPACES
               MOVE "N" TO WS-BATCH-SW
               IF RESTART-IS-PENDING
                       AND WS-RST-DATE = WS-CURRENT-DATE
                   PERFORM 121-CONFIRM-ABANDON-LOAD
               END-IF
           ELSE
               MOVE "Y" TO WS-BATCH-SW
           END-IF
           .
      ******************************************************************
      *    121-CONFIRM-ABANDON-LOAD: Console entry on a day with an
      *    interrupted batch load gives the load up -- its resume
      *    would take everything numbered past the checkpoint back
      *    out, the console entries with it.  The operator either
      *    says so, or this run takes no entry at all.
      ******************************************************************
       121-CONFIRM-ABANDON-LOAD.
           DISPLAY "** THE BATCH LOAD OF " WS-RST-FILE-NAME
           DISPLAY "** WAS INTERRUPTED AFTER RECORD "
               WS-RST-RECORDS-DONE " AND HAS NOT BEEN RESUMED **"
           DISPLAY "CONSOLE ENTRY MEANS THAT LOAD CAN ONLY BE STARTED "
               "OVER - CONTINUE Y OR N"
           MOVE "N" TO WS-CONFIRM-SW
           ACCEPT WS-CONFIRM-SW
           IF ENTRY-IS-CONFIRMED
               OPEN OUTPUT BATCH-CKP-FILE
               IF WS-BATCHCKP-STATUS = "00"
                   MOVE WS-RST-IMAGE TO BATCH-CKP-ID
                   MOVE "X" TO CK-STATUS
                   WRITE BATCH-CKP-ID
                   CLOSE BATCH-CKP-FILE
               ELSE
                   DISPLAY "** UNABLE TO WRITE BATCH CHECKPOINT FILE **"
               END-IF
           ELSE
               MOVE "S" TO WS-BATCH-SW
               DISPLAY "NO ENTRY TAKEN -- RERUN WITH BATCH FILE "
                   WS-RST-FILE-NAME
               DISPLAY "TO RESUME THE INTERRUPTED LOAD"
           END-IF
           .
      ******************************************************************
      *    200-GET-CUST-INFO: Takes the customer and the transaction
      *    type, then routes a SALE into order entry -- the items as
      *    lines under one order number with one credit check -- and
               PERFORM 217-VALIDATE-ITEM-NO
               PERFORM 219-LOOKUP-ITEM
               PERFORM 230-VALIDATE-QUANTITY
               PERFORM 280-PRICE-FOR-CUSTOMER
               IF PRICE-IS-QTY-BREAK
                   PERFORM 282-SHOW-PRICING
               END-IF
           END-IF
           IF ENTRY-IS-CANCELLED
               MOVE "Y" TO WS-CONFIRM-SW
               DISPLAY "  CUSTOMER NAME : " CUSTO-NAME
               DISPLAY "  ITEM NO       : " ITEM-NUMS
               DISPLAY "  UNIT PRICE    : " UNIT-PRICES
               IF WS-LIST-PRICE NOT = UNIT-PRICES
                   DISPLAY "  LIST PRICE    : " WS-LIST-PRICE
               END-IF
               DISPLAY "  QUANTITY SOLD : " QUANTITYS-SOLD
               DISPLAY "  TRANS TYPE    : " TRANS-TYPES
               DISPLAY "  TAX RATE CODE : " RATE-CODES
           DISPLAY "CUSTOMER TERMS (E.G. NET30): "
           ACCEPT CM-CUST-TERMS
           PERFORM 226-VALIDATE-CREDIT-LIMIT
      *    A new account is charged finance charges like any other
      *    until the office exempts it through PROGRAM3.
           MOVE "N" TO CM-FC-EXEMPT-SW
           WRITE CUST-MASTER-RECORD
               INVALID KEY
                   DISPLAY "** UNABLE TO ADD CUSTOMER MASTER RECORD **"
      *    operator never keys a price for a known item.  If it is not
      *    on file the operator is offered the chance to add it to the
      *    master for next time, and either way the price is keyed by
      *    hand through the existing unit price edit.  Whichever it
      *    is becomes the list price, and the customer's agreement
      *    is applied to it before the quantity is asked, so the
      *    quantity edit sees the price the line will carry.
      ******************************************************************
       219-LOOKUP-ITEM.
           MOVE ITEM-NUMS TO IM-ITEM-NO
                   PERFORM 225-ADD-ITEM-MASTER
               END-IF
           END-IF
           MOVE UNIT-PRICES TO WS-LIST-PRICE
           MOVE 0 TO QUANTITYS-SOLD
           PERFORM 280-PRICE-FOR-CUSTOMER
           PERFORM 282-SHOW-PRICING
           .
      ******************************************************************
      *    225-ADD-ITEM-MASTER: Adds a new ITEM-MASTER record for an
      *    reorder point until the stockroom sets one.
           MOVE 0 TO IM-QTY-ON-HAND
           MOVE 0 TO IM-REORDER-POINT
           MOVE 0 TO IM-VENDOR-NO
           MOVE 0 TO IM-REORDER-QTY
           WRITE ITEM-MASTER-RECORD
               INVALID KEY
                   DISPLAY "** UNABLE TO ADD ITEM MASTER RECORD **"
                   MOVE WS-ORIG-LOOKUP TO ORIG-TRANS-NOS
                   MOVE DT-ITEM-NO(WS-ORIG-ENTRY) TO ITEM-NUMS
                   MOVE DT-UNIT-PRICE(WS-ORIG-ENTRY) TO UNIT-PRICES
                   MOVE DT-LIST-PRICE(WS-ORIG-ENTRY) TO WS-LIST-PRICE
                   MOVE SPACE TO WS-PRICE-SOURCE
                   MOVE "AS ORIGINAL SALE" TO WS-PRICE-BASIS
                   MOVE DT-RATE-CODE(WS-ORIG-ENTRY) TO RATE-CODES
                   IF TRANS-IS-VOID
                       MOVE DT-QUANTITY(WS-ORIG-ENTRY) TO
               MOVE WS-CURRENT-DATE TO HELD-DATE
               MOVE ORDER-NOS TO HELD-ORDER-NO
               MOVE SLSP-CODES TO HELD-SLSP-CODE
               MOVE WS-LIST-PRICE TO HELD-LIST-PRICE
               WRITE HELD-FILE-ID
               CLOSE HELD-FILE
               DISPLAY "** CUST-NO " CUST-NUM " IS OVER THE CREDIT "
               MOVE CUST-NUM TO DT-CUST-NO(WS-DAY-TRANS-COUNT)
               MOVE ITEM-NUMS TO DT-ITEM-NO(WS-DAY-TRANS-COUNT)
               MOVE UNIT-PRICES TO DT-UNIT-PRICE(WS-DAY-TRANS-COUNT)
               MOVE WS-LIST-PRICE TO DT-LIST-PRICE(WS-DAY-TRANS-COUNT)
               MOVE QUANTITYS-SOLD TO DT-QUANTITY(WS-DAY-TRANS-COUNT)
               MOVE TRANS-TYPES TO DT-TYPE(WS-DAY-TRANS-COUNT)
               MOVE RATE-CODES TO DT-RATE-CODE(WS-DAY-TRANS-COUNT)
           MOVE WS-REASON-CODE TO AUD-REASON-CODE
           MOVE TRANS-NOS TO AUD-TRANS-NO
           MOVE ORIG-TRANS-NOS TO AUD-ORIG-TRANS-NO
           MOVE WS-LIST-PRICE TO AUD-LIST-PRICE
           WRITE AUDIT-FILE-ID
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "** UNABLE TO WRITE AUDIT RECORD FOR CUST-NO "
      *    comes off ITEM-MASTER at print time so a VOID whose item
      *    came from the day table still shows it, and the tax line
      *    carries the jurisdiction name the rate code looked up.
      *    The quantity line is followed by the list price, the
      *    discount and the net price it was sold at.
      ******************************************************************
       260-WRITE-INVOICE.
           MOVE ITEM-NUMS TO IM-ITEM-NO
           MOVE UNIT-PRICES TO INV-PRICE-OUT
           MOVE WS-INV-EXT-AMOUNT TO INV-EXT-OUT
           WRITE INVOICE-FILE-REC FROM INV-QTY-LINE
           PERFORM 263-WRITE-PRICING-LINE
           MOVE WS-CURRENT-TAX-NAME TO INV-TAX-NAME-OUT
           MOVE WS-INV-TAX-AMOUNT TO INV-TAX-OUT
           WRITE INVOICE-FILE-REC FROM INV-TAX-LINE
           END-SEARCH
           .
      ******************************************************************
      *    263-WRITE-PRICING-LINE: The list price, the discount per
      *    unit and the net price of the line just printed, with how
      *    the net price was arrived at.  A contract price above
      *    list prints as a negative discount.
      ******************************************************************
       263-WRITE-PRICING-LINE.
           MOVE WS-LIST-PRICE TO INV-LIST-OUT
           COMPUTE WS-DISC-PER-UNIT = WS-LIST-PRICE - UNIT-PRICES
           MOVE WS-DISC-PER-UNIT TO INV-DISC-OUT
           MOVE UNIT-PRICES TO INV-NET-OUT
           MOVE WS-PRICE-BASIS TO INV-BASIS-OUT
           WRITE INVOICE-FILE-REC FROM INV-PRICING-LINE
           .
      ******************************************************************
      *    280-PRICE-FOR-CUSTOMER: Prices ITEM-NUMS for CUST-NUM off
      *    WS-LIST-PRICE into UNIT-PRICES.  An agreement in effect
      *    today with a contract price sets the price outright and
      *    nothing else applies.  Otherwise the agreement's discount
      *    percent and the deepest quantity break QUANTITYS-SOLD
      *    reaches are compared and the larger one is taken -- they
      *    do not stack.  The net price is rounded to whole dollars,
      *    the unit the price fields carry.
      ******************************************************************
       280-PRICE-FOR-CUSTOMER.
           MOVE WS-LIST-PRICE TO UNIT-PRICES
           MOVE SPACE TO WS-PRICE-SOURCE
           MOVE 0 TO WS-DISC-PCT
           IF AGREEMENTS-ARE-OPEN
               MOVE CUST-NUM TO PA-CUST-NO
               MOVE ITEM-NUMS TO PA-ITEM-NO
               READ PRICE-AGREEMENT
                   INVALID KEY MOVE "N" TO WS-AGREEMENT-SW
                   NOT INVALID KEY MOVE "Y" TO WS-AGREEMENT-SW
               END-READ
               IF AGREEMENT-IS-ON-FILE
                       AND PA-EFF-DATE NOT > WS-CURRENT-DATE
                       AND (PA-EXP-DATE = 0
                           OR PA-EXP-DATE NOT < WS-CURRENT-DATE)
                   IF PA-IS-CONTRACT-PRICE
                       MOVE PA-CONTRACT-PRICE TO UNIT-PRICES
                       MOVE "C" TO WS-PRICE-SOURCE
                   ELSE
                       MOVE PA-DISC-PCT TO WS-DISC-PCT
                       MOVE "A" TO WS-PRICE-SOURCE
                   END-IF
               END-IF
           END-IF
           IF NOT PRICE-IS-CONTRACT AND QTY-BREAKS-ARE-OPEN
                   AND QUANTITYS-SOLD > 0
               MOVE ITEM-NUMS TO QB-ITEM-NO
               READ QTY-BREAK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 281-CHECK-ONE-TIER
                           VARYING WS-QB-SUB FROM 1 BY 1
                           UNTIL WS-QB-SUB > 5
               END-READ
           END-IF
           IF WS-DISC-PCT > 0
               COMPUTE UNIT-PRICES ROUNDED =
                   WS-LIST-PRICE * (100 - WS-DISC-PCT) / 100
           END-IF
           EVALUATE TRUE
               WHEN PRICE-IS-CONTRACT
                   MOVE "CONTRACT PRICE" TO WS-PRICE-BASIS
               WHEN PRICE-IS-AGREEMENT
                   MOVE "CUSTOMER DISC" TO WS-PRICE-BASIS
               WHEN PRICE-IS-QTY-BREAK
                   MOVE "QUANTITY BREAK" TO WS-PRICE-BASIS
               WHEN OTHER
                   MOVE SPACES TO WS-PRICE-BASIS
           END-EVALUATE
           .
       281-CHECK-ONE-TIER.
           IF QB-MIN-QTY(WS-QB-SUB) > 0
                   AND QUANTITYS-SOLD NOT < QB-MIN-QTY(WS-QB-SUB)
                   AND QB-DISC-PCT(WS-QB-SUB) > WS-DISC-PCT
               MOVE QB-DISC-PCT(WS-QB-SUB) TO WS-DISC-PCT
               MOVE "Q" TO WS-PRICE-SOURCE
           END-IF
           .
      ******************************************************************
      *    282-SHOW-PRICING: Tells the operator when the customer's
      *    price is not the list price, and why.
      ******************************************************************
       282-SHOW-PRICING.
           IF UNIT-PRICES NOT = WS-LIST-PRICE
               DISPLAY "LIST PRICE: " WS-LIST-PRICE " NET PRICE: "
                   UNIT-PRICES " " WS-PRICE-BASIS
           END-IF
           .
      ******************************************************************
      *    300-CALCULATE-TOTALS: Branches on TRANS-TYPES to decide
      *    whether this transaction adds to or subtracts from the
      *    running sales total.  A SALE or an ADJUSTMENT adds; a
      ******************************************************************
      *    500-PROCESS-BATCH-FILE: Drives entry from BATCH-FILE, a
      *    pre-built card-image transaction file in the same layout as
      *    SALES-FILE-ID, instead of the console.  The load is
      *    checkpointed as it goes; a rerun of a load that died skips
      *    the records its checkpoint covers, after backing out
      *    anything posted past it, and ends with a restart report.
      ******************************************************************
       500-PROCESS-BATCH-FILE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT BATCH-FILE
           IF WS-BATCH-STATUS = "00"
               MOVE 0 TO WS-BATCH-REC-NO WS-BATCH-WRITTEN
                   WS-BATCH-HELD WS-BATCH-REJECTED WS-SINCE-CHECKPOINT
               PERFORM 530-CHECK-FOR-RESTART
               IF BATCH-LOAD-IS-WANTED AND BATCH-IS-RESUMED
                   PERFORM 540-SKIP-COMMITTED-RECORDS
               END-IF
               IF BATCH-LOAD-IS-WANTED AND BATCH-IS-RESUMED
                   PERFORM 560-BACK-OUT-PAST-CHECKPOINT
               END-IF
               IF BATCH-LOAD-IS-WANTED
                   MOVE "A" TO WS-CKP-STATUS
                   PERFORM 535-TAKE-CHECKPOINT
                   READ BATCH-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
                   PERFORM 510-PROCESS-BATCH-RECORD UNTIL END-OF-FILE
                   MOVE "C" TO WS-CKP-STATUS
                   PERFORM 535-TAKE-CHECKPOINT
                   IF BATCH-IS-RESUMED
                       PERFORM 550-WRITE-RESTART-REPORT
                   END-IF
               END-IF
               CLOSE BATCH-FILE
           ELSE
               DISPLAY "** UNABLE TO OPEN BATCH FILE: "
      *    same write and totals logic.  A BATCH-ITEM-NO that is on
      *    ITEM-MASTER has its price pulled from the master; one that
      *    is not keeps BATCH-UNIT-PRICE so an old-format batch still
      *    loads, but the record is flagged on the console.  That
      *    price is the list price a SALE or ADJS is then priced from
      *    for the customer; a RETN or VOID takes the original's
      *    price in 515.  A BATCH-RATE-CODE that is not
      *    on TAX-RATE-TABLE falls back to the default rate instead of
      *    silently reusing whatever rate the last record looked up.
      *    A VOID or ADJS with no BATCH-REASON-CODE is not written at
      *    the record out of WS-RECORD-COUNT/WS-HASH-TOTAL and
      *    TOTAL-SALE/SALES-TAX instead of counting it as if it had
      *    gone through cleanly.
      *    Every record is counted as written, held or rejected, and
      *    a checkpoint is taken every WS-CHECKPOINT-INTERVAL records.
      ******************************************************************
       510-PROCESS-BATCH-RECORD.
           MOVE BATCH-CUST-NO TO CUST-NUM CUST-NO
           END-IF
           MOVE BATCH-QUANTITY-SOLD TO QUANTITYS-SOLD QUANTITY-SOLD
           MOVE BATCH-TRANS-TYPE TO TRANS-TYPES TRANS-TYPE
           MOVE UNIT-PRICES TO WS-LIST-PRICE
           MOVE SPACE TO WS-PRICE-SOURCE
           MOVE SPACES TO WS-PRICE-BASIS
           IF TRANS-IS-SALE OR TRANS-IS-ADJUST
               PERFORM 280-PRICE-FOR-CUSTOMER
               MOVE UNIT-PRICES TO UNIT-PRICE
           END-IF
           MOVE BATCH-RATE-CODE TO RATE-CODES RATE-CODE
           PERFORM 262-FIND-RATE-CODE
           IF NOT RATE-CODE-IS-ON-FILE
           IF ENTRY-IS-HELD
               PERFORM 256-ASSIGN-ORDER-NO
               PERFORM 272-WRITE-HELD-RECORD
               IF WS-HELD-STATUS = "00"
                   ADD 1 TO WS-BATCH-HELD
               ELSE
                   ADD 1 TO WS-BATCH-REJECTED
               END-IF
           ELSE
               IF ENTRY-IS-VALID
                   PERFORM 520-WRITE-BATCH-RECORD
               ELSE
                   ADD 1 TO WS-BATCH-REJECTED
               END-IF
           END-IF
           ADD 1 TO WS-BATCH-REC-NO
           MOVE BATCH-FILE-ID TO WS-LAST-BATCH-RECORD
           ADD 1 TO WS-SINCE-CHECKPOINT
           IF WS-SINCE-CHECKPOINT NOT < WS-CHECKPOINT-INTERVAL
               MOVE "A" TO WS-CKP-STATUS
               PERFORM 535-TAKE-CHECKPOINT
           END-IF
           READ BATCH-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
      ******************************************************************
      *    515-CHECK-BATCH-ORIG: A batch VOID or RETN must name an
      *    original on today's file for the same customer that is
      *    still a voidable SALE or ADJS, and its rate code and
      *    quantity are verified against the original -- exactly what
      *    the console path enforces, except a batch record that
      *    fails is dropped with a console note instead of
      *    re-prompted.  It is credited at the original's price, as
      *    the console takes it, since a customer's contract price or
      *    quantity break will seldom be the master price now.
      ******************************************************************
       515-CHECK-BATCH-ORIG.
           MOVE ORIG-TRANS-NOS TO WS-ORIG-LOOKUP
                       WS-ORIG-LOOKUP " THAT WAS NEVER INCLUDED IN"
                       " THE TOTALS -- RECORD NOT WRITTEN **"
                   MOVE "N" TO WS-VALID-SW
               WHEN RATE-CODES NOT =
                       DT-RATE-CODE(WS-ORIG-ENTRY)
                   DISPLAY "** " TRANS-TYPES " IN BATCH FOR CUST-NO "
                       " ORIGINAL QUANTITY -- RECORD NOT WRITTEN **"
                   MOVE "N" TO WS-VALID-SW
               WHEN OTHER
                   MOVE DT-UNIT-PRICE(WS-ORIG-ENTRY) TO UNIT-PRICES
                   MOVE UNIT-PRICES TO UNIT-PRICE
                   MOVE DT-LIST-PRICE(WS-ORIG-ENTRY) TO WS-LIST-PRICE
                   MOVE "AS ORIGINAL SALE" TO WS-PRICE-BASIS
           END-EVALUATE
           .
      ******************************************************************
           IF WS-SALES-STATUS NOT = "00"
               DISPLAY "** UNABLE TO WRITE SALES RECORD FOR CUST-NO "
                   BATCH-CUST-NO " -- NOT INCLUDED IN TOTALS **"
               ADD 1 TO WS-BATCH-REJECTED
           ELSE
               ADD 1 TO WS-BATCH-WRITTEN
               PERFORM 250-WRITE-AUDIT-RECORD
               PERFORM 260-WRITE-INVOICE
               PERFORM 265-ADD-TO-DAY-TABLE
           END-IF
           .
      ******************************************************************
      *    525-LOAD-CHECKPOINT: Reads the checkpoint of the latest
      *    batch load into WS-RESTART-FIELDS.  No file, or a record
      *    with garbage in it, means there is nothing to resume.
      ******************************************************************
       525-LOAD-CHECKPOINT.
           INITIALIZE WS-RESTART-FIELDS
           OPEN INPUT BATCH-CKP-FILE
           IF WS-BATCHCKP-STATUS = "00"
               READ BATCH-CKP-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CK-DATE IS NUMERIC
                               AND CK-RECORDS-DONE IS NUMERIC
                               AND CK-LAST-TRANS-NO IS NUMERIC
                               AND CK-LAST-ORDER-NO IS NUMERIC
                               AND CK-WRITTEN IS NUMERIC
                               AND CK-HELD IS NUMERIC
                               AND CK-REJECTED IS NUMERIC
                           MOVE BATCH-CKP-ID TO WS-RST-IMAGE
                           MOVE CK-STATUS TO WS-RST-STATUS
                           MOVE CK-DATE TO WS-RST-DATE
                           MOVE CK-BATCH-FILE-NAME TO WS-RST-FILE-NAME
                           MOVE CK-RECORDS-DONE TO WS-RST-RECORDS-DONE
                           MOVE CK-LAST-TRANS-NO TO WS-RST-LAST-TRANS-NO
                           MOVE CK-LAST-ORDER-NO TO WS-RST-LAST-ORDER-NO
                           MOVE CK-WRITTEN TO WS-RST-WRITTEN
                           MOVE CK-HELD TO WS-RST-HELD
                           MOVE CK-REJECTED TO WS-RST-REJECTED
                           MOVE CK-LAST-RECORD TO WS-RST-LAST-RECORD
                       END-IF
               END-READ
               CLOSE BATCH-CKP-FILE
           END-IF
           .
      ******************************************************************
      *    530-CHECK-FOR-RESTART: Decides how this batch file is to
      *    be loaded.  The same file, interrupted earlier today, is
      *    offered a resume; declining it means loading from the top
      *    with the records already posted posting again, which has
      *    to be confirmed.  The same file already loaded in full
      *    today must be confirmed before it loads a second time.  A
      *    different file while another load is still interrupted
      *    gives that load up, which also has to be confirmed.
      ******************************************************************
       530-CHECK-FOR-RESTART.
           MOVE "Y" TO WS-LOAD-SW
           MOVE "N" TO WS-RESUME-SW
           EVALUATE TRUE
               WHEN WS-RST-FILE-NAME NOT = WS-BATCH-FILE-NAME
                       OR WS-RST-DATE NOT = WS-CURRENT-DATE
                   IF RESTART-IS-PENDING
                       DISPLAY "** THE LOAD OF " WS-RST-FILE-NAME
                       DISPLAY "** INTERRUPTED ON " WS-RST-DATE
                           " AFTER RECORD " WS-RST-RECORDS-DONE
                           " CANNOT BE RESUMED AFTER THIS LOAD **"
                       DISPLAY "LOAD " WS-BATCH-FILE-NAME
                       DISPLAY "ANYWAY - Y OR N"
                       MOVE "N" TO WS-CONFIRM-SW
                       ACCEPT WS-CONFIRM-SW
                       IF NOT ENTRY-IS-CONFIRMED
                           MOVE "N" TO WS-LOAD-SW
                       END-IF
                   END-IF
               WHEN RESTART-IS-PENDING
                   DISPLAY "THIS BATCH FILE WAS INTERRUPTED AFTER "
                       "RECORD " WS-RST-RECORDS-DONE
                   DISPLAY "LAST TRANSACTION " WS-RST-LAST-TRANS-NO
                       "  LAST ORDER " WS-RST-LAST-ORDER-NO
                   DISPLAY "RESUME AFTER RECORD " WS-RST-RECORDS-DONE
                       " - Y OR N"
                   MOVE "N" TO WS-CONFIRM-SW
                   ACCEPT WS-CONFIRM-SW
                   IF ENTRY-IS-CONFIRMED
                       MOVE "Y" TO WS-RESUME-SW
                   ELSE
                       DISPLAY "LOAD FROM THE FIRST RECORD -- RECORDS "
                           "ALREADY POSTED WILL POST AGAIN - Y OR N"
                       MOVE "N" TO WS-CONFIRM-SW
                       ACCEPT WS-CONFIRM-SW
                       IF NOT ENTRY-IS-CONFIRMED
                           MOVE "N" TO WS-LOAD-SW
                       END-IF
                   END-IF
               WHEN RESTART-IS-COMPLETE
                   DISPLAY "** THIS BATCH FILE WAS ALREADY LOADED IN "
                       "FULL TODAY **"
                   DISPLAY "LOAD IT AGAIN - Y OR N"
                   MOVE "N" TO WS-CONFIRM-SW
                   ACCEPT WS-CONFIRM-SW
                   IF NOT ENTRY-IS-CONFIRMED
                       MOVE "N" TO WS-LOAD-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT BATCH-LOAD-IS-WANTED
               DISPLAY "BATCH FILE NOT LOADED"
           END-IF
           .
      ******************************************************************
      *    535-TAKE-CHECKPOINT: Closes and reopens SALES-FILE, the
      *    audit trail and the invoice file so everything written so
      *    far is on disk, then records the position on
      *    BATCH-CKP-FILE with WS-CKP-STATUS -- "A" while the load
      *    runs, "C" when it is finished.
      ******************************************************************
       535-TAKE-CHECKPOINT.
           CLOSE SALES-FILE
           OPEN EXTEND SALES-FILE
           IF WS-SALES-STATUS NOT = "00"
               DISPLAY "** UNABLE TO REOPEN SALES FILE: "
                   WS-SALES-FILE-NAME
           END-IF
           CLOSE AUDIT-FILE
           PERFORM 115-OPEN-AUDIT-FILE
           CLOSE INVOICE-FILE
           PERFORM 116-OPEN-INVOICE-FILE
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN OUTPUT BATCH-CKP-FILE
           IF WS-BATCHCKP-STATUS = "00"
               MOVE SPACES TO BATCH-CKP-ID
               MOVE WS-CKP-STATUS TO CK-STATUS
               MOVE WS-CURRENT-DATE TO CK-DATE
               MOVE WS-TIME-HHMMSS TO CK-TIME
               MOVE WS-OPERATOR-ID TO CK-OPERATOR-ID
               MOVE WS-BATCH-REC-NO TO CK-RECORDS-DONE
               COMPUTE CK-LAST-TRANS-NO = WS-NEXT-TRANS-NO - 1
               COMPUTE CK-LAST-ORDER-NO = WS-NEXT-ORDER-NO - 1
               MOVE WS-BATCH-WRITTEN TO CK-WRITTEN
               MOVE WS-BATCH-HELD TO CK-HELD
               MOVE WS-BATCH-REJECTED TO CK-REJECTED
               MOVE WS-BATCH-FILE-NAME TO CK-BATCH-FILE-NAME
               MOVE WS-LAST-BATCH-RECORD TO CK-LAST-RECORD
               WRITE BATCH-CKP-ID
               CLOSE BATCH-CKP-FILE
           ELSE
               DISPLAY "** UNABLE TO WRITE BATCH CHECKPOINT FILE **"
           END-IF
           MOVE 0 TO WS-SINCE-CHECKPOINT
           .
      ******************************************************************
      *    540-SKIP-COMMITTED-RECORDS: Reads past the records the
      *    checkpoint covers.  The file must still hold that many
      *    records and the last of them must be the record the
      *    checkpoint saved, or the file is not the one that was
      *    interrupted and is not resumed.
      ******************************************************************
       540-SKIP-COMMITTED-RECORDS.
           MOVE 0 TO WS-BATCH-REC-NO
           MOVE SPACES TO WS-LAST-BATCH-RECORD
           PERFORM 541-SKIP-ONE-RECORD
               UNTIL END-OF-FILE
                   OR WS-BATCH-REC-NO = WS-RST-RECORDS-DONE
           IF WS-BATCH-REC-NO < WS-RST-RECORDS-DONE
                   OR WS-LAST-BATCH-RECORD NOT = WS-RST-LAST-RECORD
               DISPLAY "** THIS BATCH FILE DOES NOT MATCH ITS "
                   "CHECKPOINT -- NOT RESUMED **"
               MOVE "N" TO WS-LOAD-SW
           ELSE
               MOVE WS-RST-WRITTEN TO WS-BATCH-WRITTEN
               MOVE WS-RST-HELD TO WS-BATCH-HELD
               MOVE WS-RST-REJECTED TO WS-BATCH-REJECTED
           END-IF
           .
       541-SKIP-ONE-RECORD.
           READ BATCH-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-BATCH-REC-NO
                   MOVE BATCH-FILE-ID TO WS-LAST-BATCH-RECORD
           END-READ
           .
      ******************************************************************
      *    550-WRITE-RESTART-REPORT: Says where the resumed load
      *    picked up and what was backed out to get there, accounts
      *    for every record of the batch file once -- written, held
      *    or rejected, before the checkpoint or after it -- and
      *    proves the control trailer against a fresh read of
      *    SALES-FILE.
      ******************************************************************
       550-WRITE-RESTART-REPORT.
           PERFORM 555-VERIFY-SALES-FILE
           MOVE SPACES TO WS-RESTART-FILE-NAME
           STRING "BATCHRST-" WS-CURRENT-DATE ".TXT" DELIMITED BY SIZE
               INTO WS-RESTART-FILE-NAME
               ON OVERFLOW
                   DISPLAY "** RESTART REPORT NAME TOO LONG FOR WS-"
                       "RESTART-FILE-NAME **"
           END-STRING
           OPEN EXTEND RESTART-REPORT-FILE
           IF WS-RESTART-STATUS = "35"
               OPEN OUTPUT RESTART-REPORT-FILE
           END-IF
           IF WS-RESTART-STATUS NOT = "00"
               DISPLAY "** UNABLE TO OPEN RESTART REPORT: "
                   WS-RESTART-FILE-NAME
           ELSE
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE WS-CURRENT-DATE TO RST-HDR-DATE
               MOVE WS-TIME-HHMMSS TO RST-HDR-TIME
               MOVE WS-OPERATOR-ID TO RST-HDR-OPERATOR
               MOVE SPACES TO RESTART-REPORT-ID
               WRITE RESTART-REPORT-ID
               WRITE RESTART-REPORT-ID FROM RST-HDR-LINE
               MOVE WS-BATCH-FILE-NAME TO RST-FILE-NAME
               WRITE RESTART-REPORT-ID FROM RST-FILE-LINE
               MOVE "CHECKPOINT TAKEN AFTER BATCH RECORD"
                   TO RST-COUNT-CAPTION
               MOVE WS-RST-RECORDS-DONE TO RST-COUNT-OUT
               WRITE RESTART-REPORT-ID FROM RST-COUNT-LINE
               MOVE "LAST TRANSACTION NUMBER AT CHECKPOINT"
                   TO RST-NUMBER-CAPTION
               MOVE WS-RST-LAST-TRANS-NO TO RST-NUMBER-OUT
               WRITE RESTART-REPORT-ID FROM RST-NUMBER-LINE
               MOVE "LAST ORDER NUMBER AT CHECKPOINT"
                   TO RST-NUMBER-CAPTION
               MOVE WS-RST-LAST-ORDER-NO TO RST-NUMBER-OUT
               WRITE RESTART-REPORT-ID FROM RST-NUMBER-LINE
               MOVE "BACKED OUT PAST THE CHECKPOINT -- SALES"
                   TO RST-COUNT-CAPTION
               MOVE WS-BKO-SALES TO RST-COUNT-OUT
               WRITE RESTART-REPORT-ID FROM RST-COUNT-LINE
               MOVE "                                  AUDIT"
                   TO RST-COUNT-CAPTION
               MOVE WS-BKO-AUDIT TO RST-COUNT-OUT
               WRITE RESTART-REPORT-ID FROM RST-COUNT-LINE
               MOVE "                               INVOICES"
                   TO RST-COUNT-CAPTION
               MOVE WS-BKO-INVOICES TO RST-COUNT-OUT
               WRITE RESTART-REPORT-ID FROM RST-COUNT-LINE
               MOVE "                                   HELD"
                   TO RST-COUNT-CAPTION
               MOVE WS-BKO-HELD TO RST-COUNT-OUT
               WRITE RESTART-REPORT-ID FROM RST-COUNT-LINE
               MOVE "RESUMED AT BATCH RECORD" TO RST-COUNT-CAPTION
               COMPUTE RST-COUNT-OUT = WS-RST-RECORDS-DONE + 1
               WRITE RESTART-REPORT-ID FROM RST-COUNT-LINE
               MOVE "BATCH RECORDS BEFORE THE CHECKPOINT"
                   TO RST-COUNT-CAPTION
               MOVE WS-RST-RECORDS-DONE TO RST-COUNT-OUT
               WRITE RESTART-REPORT-ID FROM RST-COUNT-LINE
               MOVE "BATCH RECORDS PROCESSED THIS RUN"
                   TO RST-COUNT-CAPTION
               COMPUTE RST-COUNT-OUT =
                   WS-BATCH-REC-NO - WS-RST-RECORDS-DONE
               WRITE RESTART-REPORT-ID FROM RST-COUNT-LINE
               MOVE "BATCH RECORDS IN FILE" TO RST-COUNT-CAPTION
               MOVE WS-BATCH-REC-NO TO RST-COUNT-OUT
               WRITE RESTART-REPORT-ID FROM RST-COUNT-LINE
               MOVE "  WRITTEN TO SALES FILE" TO RST-COUNT-CAPTION
               MOVE WS-BATCH-WRITTEN TO RST-COUNT-OUT
               WRITE RESTART-REPORT-ID FROM RST-COUNT-LINE
               MOVE "  HELD FOR CREDIT RELEASE" TO RST-COUNT-CAPTION
               MOVE WS-BATCH-HELD TO RST-COUNT-OUT
               WRITE RESTART-REPORT-ID FROM RST-COUNT-LINE
               MOVE "  REJECTED" TO RST-COUNT-CAPTION
               MOVE WS-BATCH-REJECTED TO RST-COUNT-OUT
               WRITE RESTART-REPORT-ID FROM RST-COUNT-LINE
               IF WS-BATCH-WRITTEN + WS-BATCH-HELD + WS-BATCH-REJECTED
                       = WS-BATCH-REC-NO
                   MOVE "EVERY BATCH RECORD ACCOUNTED FOR EXACTLY ONCE"
                       TO RESTART-REPORT-ID
               ELSE
                   MOVE "** BATCH RECORDS DO NOT ACCOUNT FOR FILE **"
                       TO RESTART-REPORT-ID
               END-IF
               WRITE RESTART-REPORT-ID
               MOVE "SALES FILE DETAIL RECORDS" TO RST-COUNT-CAPTION
               MOVE WS-CHK-COUNT TO RST-COUNT-OUT
               WRITE RESTART-REPORT-ID FROM RST-COUNT-LINE
               MOVE "CONTROL TRAILER RECORD COUNT" TO RST-COUNT-CAPTION
               MOVE WS-RECORD-COUNT TO RST-COUNT-OUT
               WRITE RESTART-REPORT-ID FROM RST-COUNT-LINE
               MOVE "SALES FILE CUST-NO HASH" TO RST-COUNT-CAPTION
               MOVE WS-CHK-HASH TO RST-COUNT-OUT
               WRITE RESTART-REPORT-ID FROM RST-COUNT-LINE
               MOVE "CONTROL TRAILER HASH TOTAL" TO RST-COUNT-CAPTION
               MOVE WS-HASH-TOTAL TO RST-COUNT-OUT
               WRITE RESTART-REPORT-ID FROM RST-COUNT-LINE
               MOVE "TRANS-NOS REPEATED OR OUT OF SEQUENCE"
                   TO RST-COUNT-CAPTION
               MOVE WS-CHK-OUT-OF-SEQ TO RST-COUNT-OUT
               WRITE RESTART-REPORT-ID FROM RST-COUNT-LINE
               IF WS-CHK-COUNT = WS-RECORD-COUNT
                       AND WS-CHK-HASH = WS-HASH-TOTAL
                       AND WS-CHK-OUT-OF-SEQ = 0
                   MOVE "CONTROL TRAILER COVERS THE SALES FILE ONCE"
                       TO RESTART-REPORT-ID
                   DISPLAY "RESTART COMPLETE -- CONTROL TRAILER COVERS "
                       "THE SALES FILE EXACTLY ONCE"
               ELSE
                   MOVE "** CONTROL TRAILER DOES NOT MATCH SALES FILE"
                       TO RESTART-REPORT-ID
                   DISPLAY "** RESTART COMPLETE BUT THE CONTROL "
                       "TRAILER DOES NOT MATCH THE SALES FILE **"
               END-IF
               WRITE RESTART-REPORT-ID
               CLOSE RESTART-REPORT-FILE
               DISPLAY "RESTART REPORT WRITTEN TO " WS-RESTART-FILE-NAME
           END-IF
           .
      ******************************************************************
      *    555-VERIFY-SALES-FILE: Reads SALES-FILE back from the top
      *    and counts and hashes its detail records under the same
      *    rules the totals use, and checks that every TRANS-NO on it
      *    is higher than the one before -- numbers are handed out in
      *    order, so a repeat means a record posted twice.  Records
      *    from before numbering carry no number and are not checked.
      ******************************************************************
       555-VERIFY-SALES-FILE.
           MOVE 0 TO WS-CHK-COUNT WS-CHK-HASH WS-CHK-LAST-TRANS
               WS-CHK-OUT-OF-SEQ
           CLOSE SALES-FILE
           OPEN INPUT SALES-FILE
           IF WS-SALES-STATUS = "00"
               MOVE "N" TO WS-COPY-EOF-SW
               READ SALES-FILE
                   AT END MOVE "Y" TO WS-COPY-EOF-SW
               END-READ
               IF NOT END-OF-COPY
                   READ SALES-FILE
                       AT END MOVE "Y" TO WS-COPY-EOF-SW
                   END-READ
               END-IF
               PERFORM 556-VERIFY-ONE-RECORD UNTIL END-OF-COPY
               CLOSE SALES-FILE
           END-IF
           OPEN EXTEND SALES-FILE
           .
       556-VERIFY-ONE-RECORD.
           MOVE UNIT-PRICE TO UNIT-PRICES
           MOVE QUANTITY-SOLD TO QUANTITYS-SOLD
           MOVE TRANS-TYPE TO TRANS-TYPES
           IF TRANS-IS-SALE OR TRANS-IS-RETURN OR TRANS-IS-VOID
                   OR TRANS-IS-ADJUST
               COMPUTE WS-EDIT-PRODUCT = UNIT-PRICES * QUANTITYS-SOLD
               IF WS-EDIT-PRODUCT NOT > 99999
                   ADD 1 TO WS-CHK-COUNT
                   ADD CUST-NO TO WS-CHK-HASH
               END-IF
           END-IF
           IF TRANS-NO IS NUMERIC AND TRANS-NO > 0
               IF TRANS-NO NOT > WS-CHK-LAST-TRANS
                   ADD 1 TO WS-CHK-OUT-OF-SEQ
               END-IF
               MOVE TRANS-NO TO WS-CHK-LAST-TRANS
           END-IF
           READ SALES-FILE
               AT END MOVE "Y" TO WS-COPY-EOF-SW
           END-READ
           .
      ******************************************************************
      *    560-BACK-OUT-PAST-CHECKPOINT: Takes off SALES-FILE, the
      *    audit trail, the invoice file and the held file everything
      *    the interrupted load wrote after its checkpoint -- every
      *    transaction numbered past the checkpoint's last TRANS-NO,
      *    and every held record of the day ordered past its last
      *    ORDER-NO -- so the records after the checkpoint post once,
      *    when this run reaches them.  The numbers taken off are not
      *    handed out again.  The day's totals and transaction table
      *    are then rebuilt from what is left.  A SALES-FILE that
      *    cannot be backed out stops the resume.
      ******************************************************************
       560-BACK-OUT-PAST-CHECKPOINT.
           MOVE 0 TO WS-BKO-SALES WS-BKO-AUDIT WS-BKO-INVOICES
               WS-BKO-HELD
           PERFORM 561-BACK-OUT-SALES
           IF BATCH-LOAD-IS-WANTED
               PERFORM 564-BACK-OUT-AUDIT
               PERFORM 567-BACK-OUT-INVOICES
               PERFORM 570-BACK-OUT-HELD
           END-IF
           PERFORM 575-RECOMPUTE-AFTER-BACK-OUT
           DISPLAY "BACKED OUT PAST THE CHECKPOINT: " WS-BKO-SALES
               " SALES, " WS-BKO-AUDIT " AUDIT, " WS-BKO-INVOICES
               " INVOICES, " WS-BKO-HELD " HELD"
           .
       561-BACK-OUT-SALES.
           CLOSE SALES-FILE
           OPEN INPUT SALES-FILE
           OPEN OUTPUT BACKOUT-WORK-FILE
           IF WS-SALES-STATUS = "00" AND WS-BACKOUT-STATUS = "00"
               MOVE "N" TO WS-COPY-EOF-SW
               READ SALES-FILE
                   AT END MOVE "Y" TO WS-COPY-EOF-SW
               END-READ
               PERFORM 562-COPY-ONE-SALES-RECORD UNTIL END-OF-COPY
               CLOSE SALES-FILE BACKOUT-WORK-FILE
               OPEN INPUT BACKOUT-WORK-FILE
               OPEN OUTPUT SALES-FILE
               MOVE "N" TO WS-COPY-EOF-SW
               READ BACKOUT-WORK-FILE
                   AT END MOVE "Y" TO WS-COPY-EOF-SW
               END-READ
               PERFORM 563-RESTORE-ONE-SALES-RECORD UNTIL END-OF-COPY
               CLOSE SALES-FILE BACKOUT-WORK-FILE
           ELSE
               DISPLAY "** UNABLE TO BACK OUT THE SALES FILE -- LOAD "
                   "NOT RESUMED **"
               CLOSE SALES-FILE BACKOUT-WORK-FILE
               MOVE "N" TO WS-LOAD-SW
           END-IF
           .
       562-COPY-ONE-SALES-RECORD.
           IF TRANS-NO IS NUMERIC
                   AND TRANS-NO > WS-RST-LAST-TRANS-NO
               ADD 1 TO WS-BKO-SALES
           ELSE
               WRITE BACKOUT-WORK-REC FROM SALES-FILE-ID
           END-IF
           READ SALES-FILE
               AT END MOVE "Y" TO WS-COPY-EOF-SW
           END-READ
           .
       563-RESTORE-ONE-SALES-RECORD.
           MOVE BACKOUT-WORK-REC TO SALES-FILE-ID
           WRITE SALES-FILE-ID
           READ BACKOUT-WORK-FILE
               AT END MOVE "Y" TO WS-COPY-EOF-SW
           END-READ
           .
       564-BACK-OUT-AUDIT.
           CLOSE AUDIT-FILE
           OPEN INPUT AUDIT-FILE
           OPEN OUTPUT BACKOUT-WORK-FILE
           IF WS-AUDIT-STATUS = "00" AND WS-BACKOUT-STATUS = "00"
               MOVE "N" TO WS-COPY-EOF-SW
               READ AUDIT-FILE
                   AT END MOVE "Y" TO WS-COPY-EOF-SW
               END-READ
               PERFORM 565-COPY-ONE-AUDIT-RECORD UNTIL END-OF-COPY
               CLOSE AUDIT-FILE BACKOUT-WORK-FILE
               OPEN INPUT BACKOUT-WORK-FILE
               OPEN OUTPUT AUDIT-FILE
               MOVE "N" TO WS-COPY-EOF-SW
               READ BACKOUT-WORK-FILE
                   AT END MOVE "Y" TO WS-COPY-EOF-SW
               END-READ
               PERFORM 566-RESTORE-ONE-AUDIT-RECORD UNTIL END-OF-COPY
               CLOSE AUDIT-FILE BACKOUT-WORK-FILE
           ELSE
               DISPLAY "** UNABLE TO BACK OUT THE AUDIT FILE **"
               CLOSE AUDIT-FILE BACKOUT-WORK-FILE
           END-IF
           PERFORM 115-OPEN-AUDIT-FILE
           .
       565-COPY-ONE-AUDIT-RECORD.
           IF AUD-TRANS-NO IS NUMERIC
                   AND AUD-TRANS-NO > WS-RST-LAST-TRANS-NO
               ADD 1 TO WS-BKO-AUDIT
           ELSE
               WRITE BACKOUT-WORK-REC FROM AUDIT-FILE-ID
           END-IF
           READ AUDIT-FILE
               AT END MOVE "Y" TO WS-COPY-EOF-SW
           END-READ
           .
       566-RESTORE-ONE-AUDIT-RECORD.
           MOVE BACKOUT-WORK-REC TO AUDIT-FILE-ID
           WRITE AUDIT-FILE-ID
           READ BACKOUT-WORK-FILE
               AT END MOVE "Y" TO WS-COPY-EOF-SW
           END-READ
           .
      ******************************************************************
      *    567-BACK-OUT-INVOICES: An invoice is a block of lines that
      *    opens with INV-SEPARATOR and the heading, then the date
      *    line naming the transaction or order.  The first two lines
      *    are held back until the date line says whether the block
      *    stays.  A block cut off before its date line is the
      *    half-printed last invoice of the interrupted run and goes.
      ******************************************************************
       567-BACK-OUT-INVOICES.
           CLOSE INVOICE-FILE
           OPEN INPUT INVOICE-FILE
           OPEN OUTPUT BACKOUT-WORK-FILE
           IF WS-INVOICE-STATUS = "00" AND WS-BACKOUT-STATUS = "00"
               MOVE 0 TO WS-HOLD-COUNT
               MOVE "N" TO WS-DROP-SW
               MOVE "N" TO WS-COPY-EOF-SW
               READ INVOICE-FILE
                   AT END MOVE "Y" TO WS-COPY-EOF-SW
               END-READ
               PERFORM 568-COPY-ONE-INVOICE-LINE UNTIL END-OF-COPY
               CLOSE INVOICE-FILE BACKOUT-WORK-FILE
               OPEN INPUT BACKOUT-WORK-FILE
               OPEN OUTPUT INVOICE-FILE
               MOVE "N" TO WS-COPY-EOF-SW
               READ BACKOUT-WORK-FILE
                   AT END MOVE "Y" TO WS-COPY-EOF-SW
               END-READ
               PERFORM 569-RESTORE-ONE-INVOICE-LINE UNTIL END-OF-COPY
               CLOSE INVOICE-FILE BACKOUT-WORK-FILE
           ELSE
               DISPLAY "** UNABLE TO BACK OUT THE INVOICE FILE **"
               CLOSE INVOICE-FILE BACKOUT-WORK-FILE
           END-IF
           PERFORM 116-OPEN-INVOICE-FILE
           .
       568-COPY-ONE-INVOICE-LINE.
           EVALUATE TRUE
               WHEN INVOICE-FILE-REC = INV-SEPARATOR
                   MOVE INVOICE-FILE-REC TO WS-HOLD-LINE-1
                   MOVE 1 TO WS-HOLD-COUNT
               WHEN WS-HOLD-COUNT = 1
                   MOVE INVOICE-FILE-REC TO WS-HOLD-LINE-2
                   MOVE 2 TO WS-HOLD-COUNT
               WHEN WS-HOLD-COUNT = 2
                   MOVE 0 TO WS-HOLD-COUNT
                   MOVE "N" TO WS-DROP-SW
                   MOVE INVOICE-FILE-REC TO INV-BACKOUT-LINE
                   IF IBL-CAPTION = "DATE " AND IBL-NUMBER IS NUMERIC
                       IF (IBL-NO-CAPTION = " TRANS "
                               AND IBL-NUMBER-N > WS-RST-LAST-TRANS-NO)
                           OR (IBL-NO-CAPTION = " ORDER "
                               AND IBL-NUMBER-N > WS-RST-LAST-ORDER-NO)
                           MOVE "Y" TO WS-DROP-SW
                           ADD 1 TO WS-BKO-INVOICES
                       END-IF
                   END-IF
                   IF NOT BLOCK-IS-DROPPED
                       WRITE BACKOUT-WORK-REC FROM WS-HOLD-LINE-1
                       WRITE BACKOUT-WORK-REC FROM WS-HOLD-LINE-2
                       WRITE BACKOUT-WORK-REC FROM INVOICE-FILE-REC
                   END-IF
               WHEN OTHER
                   IF NOT BLOCK-IS-DROPPED
                       WRITE BACKOUT-WORK-REC FROM INVOICE-FILE-REC
                   END-IF
           END-EVALUATE
           READ INVOICE-FILE
               AT END MOVE "Y" TO WS-COPY-EOF-SW
           END-READ
           .
       569-RESTORE-ONE-INVOICE-LINE.
           MOVE BACKOUT-WORK-REC TO INVOICE-FILE-REC
           WRITE INVOICE-FILE-REC
           READ BACKOUT-WORK-FILE
               AT END MOVE "Y" TO WS-COPY-EOF-SW
           END-READ
           .
       570-BACK-OUT-HELD.
           OPEN INPUT HELD-FILE
           IF WS-HELD-STATUS = "00"
               OPEN OUTPUT BACKOUT-WORK-FILE
               IF WS-BACKOUT-STATUS = "00"
                   MOVE "N" TO WS-COPY-EOF-SW
                   READ HELD-FILE
                       AT END MOVE "Y" TO WS-COPY-EOF-SW
                   END-READ
                   PERFORM 571-COPY-ONE-HELD-RECORD UNTIL END-OF-COPY
                   CLOSE HELD-FILE BACKOUT-WORK-FILE
                   OPEN INPUT BACKOUT-WORK-FILE
                   OPEN OUTPUT HELD-FILE
                   MOVE "N" TO WS-COPY-EOF-SW
                   READ BACKOUT-WORK-FILE
                       AT END MOVE "Y" TO WS-COPY-EOF-SW
                   END-READ
                   PERFORM 572-RESTORE-ONE-HELD-RECORD
                       UNTIL END-OF-COPY
                   CLOSE HELD-FILE BACKOUT-WORK-FILE
               ELSE
                   DISPLAY "** UNABLE TO BACK OUT THE HELD FILE **"
                   CLOSE HELD-FILE
               END-IF
           END-IF
           .
       571-COPY-ONE-HELD-RECORD.
           IF HELD-DATE IS NUMERIC AND HELD-DATE = WS-RST-DATE
                   AND HELD-ORDER-NO IS NUMERIC
                   AND HELD-ORDER-NO > WS-RST-LAST-ORDER-NO
               ADD 1 TO WS-BKO-HELD
           ELSE
               WRITE BACKOUT-WORK-REC FROM HELD-FILE-ID
           END-IF
           READ HELD-FILE
               AT END MOVE "Y" TO WS-COPY-EOF-SW
           END-READ
           .
       572-RESTORE-ONE-HELD-RECORD.
           MOVE BACKOUT-WORK-REC TO HELD-FILE-ID
           WRITE HELD-FILE-ID
           READ BACKOUT-WORK-FILE
               AT END MOVE "Y" TO WS-COPY-EOF-SW
           END-READ
           .
      ******************************************************************
      *    575-RECOMPUTE-AFTER-BACK-OUT: Starts the day's totals and
      *    transaction table over and rebuilds them from SALES-FILE
      *    as it now stands, then reopens it for the load.
      ******************************************************************
       575-RECOMPUTE-AFTER-BACK-OUT.
           MOVE 0 TO TOTAL-SALE SALES-TAX WS-RECORD-COUNT WS-HASH-TOTAL
               WS-DAY-TRANS-COUNT
           OPEN INPUT SALES-FILE
           IF WS-SALES-STATUS = "00"
               PERFORM 140-RECOMPUTE-TOTALS-FROM-FILE
               CLOSE SALES-FILE
               PERFORM 145-LOAD-DAY-LIST-PRICES
           END-IF
      *    The recompute reads to the end of SALES-FILE on the shared
      *    end-of-file switch; the batch file has not been read to
      *    its end, so the switch goes back for the load loop.
           MOVE "N" TO WS-EOF-SW
           OPEN EXTEND SALES-FILE
           IF WS-SALES-STATUS NOT = "00"
               DISPLAY "** UNABLE TO REOPEN SALES FILE: "
                   WS-SALES-FILE-NAME " -- LOAD NOT RESUMED **"
               MOVE "N" TO WS-LOAD-SW
           END-IF
           .
      ******************************************************************
      *    600-ENTER-ORDER: A SALE entered as one order -- the rate
      *    code once, the items as lines, one total to confirm.  The
      *    credit check covers the whole order, so either every line
           PERFORM 217-VALIDATE-ITEM-NO
           PERFORM 219-LOOKUP-ITEM
           PERFORM 230-VALIDATE-QUANTITY
           PERFORM 280-PRICE-FOR-CUSTOMER
           IF PRICE-IS-QTY-BREAK
               PERFORM 282-SHOW-PRICING
           END-IF
           DISPLAY "LINE - ITEM " ITEM-NUMS " PRICE " UNIT-PRICES
               " QTY " QUANTITYS-SOLD
           DISPLAY "KEEP THIS LINE - Y OR N"
                   MOVE ITEM-NUMS TO OL-ITEM-NO(WS-LINE-COUNT)
                   MOVE UNIT-PRICES TO OL-UNIT-PRICE(WS-LINE-COUNT)
                   MOVE QUANTITYS-SOLD TO OL-QUANTITY(WS-LINE-COUNT)
                   MOVE WS-LIST-PRICE TO OL-LIST-PRICE(WS-LINE-COUNT)
                   MOVE WS-PRICE-BASIS TO
                       OL-PRICE-BASIS(WS-LINE-COUNT)
                   ADD WS-EDIT-PRODUCT TO WS-ORDER-TOTAL
                   DISPLAY "ORDER TOTAL SO FAR: " WS-ORDER-TOTAL
               END-IF
           MOVE OL-ITEM-NO(WS-LINE-SUB) TO ITEM-NUMS
           MOVE OL-UNIT-PRICE(WS-LINE-SUB) TO UNIT-PRICES
           MOVE OL-QUANTITY(WS-LINE-SUB) TO QUANTITYS-SOLD
           MOVE OL-LIST-PRICE(WS-LINE-SUB) TO WS-LIST-PRICE
           PERFORM 272-WRITE-HELD-RECORD
           .
      ******************************************************************
           MOVE OL-ITEM-NO(WS-LINE-SUB) TO ITEM-NUMS
           MOVE OL-UNIT-PRICE(WS-LINE-SUB) TO UNIT-PRICES
           MOVE OL-QUANTITY(WS-LINE-SUB) TO QUANTITYS-SOLD
           MOVE OL-LIST-PRICE(WS-LINE-SUB) TO WS-LIST-PRICE
           MOVE OL-PRICE-BASIS(WS-LINE-SUB) TO WS-PRICE-BASIS
           PERFORM 255-ASSIGN-TRANS-NO
           MOVE CUST-NUM TO CUST-NO
           MOVE CUSTO-NAME TO CUST-NAME
      ******************************************************************
      *    645-WRITE-INVOICE-ORDER-LINE: One invoice line per order
      *    line, with the description read off ITEM-MASTER at print
      *    time the way the single-record invoice does, followed by
      *    the line's list price, discount and net price.
      ******************************************************************
       645-WRITE-INVOICE-ORDER-LINE.
           MOVE ITEM-NUMS TO IM-ITEM-NO
           MOVE WS-INV-EXT-AMOUNT TO INV-OEXT-OUT
           MOVE TRANS-NOS TO INV-OTRANS-OUT
           WRITE INVOICE-FILE-REC FROM INV-OITEM-LINE
           PERFORM 263-WRITE-PRICING-LINE
           .
       END PROGRAM PROGRAM1.
