      *                record whose code is blank or not on the
      *                salesperson master is rejected (reason 10) --
      *                posting refuses them.
      *    09-09-2019  ITEM-MASTER now carries IM-VENDOR-NO and
      *                IM-REORDER-QTY.  Not used here; the layout
      *                is here so every reader of the master agrees
      *                on the record.
      *    10-21-2019  A SALE or ADJS is priced for the customer the
      *                way posting prices it -- agreement contract
      *                price, or the larger of the agreement discount
      *                and the item's quantity break -- before the
      *                price times quantity edit (reason 07).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS IS DYNAMIC
           RECORD KEY IS SP-SLSP-CODE
           FILE STATUS IS WS-SLSPMAST-STATUS.
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
       FD BATCH-FILE.
           05 IM-UNIT-PRICE       PIC 9(5).
           05 IM-QTY-ON-HAND      PIC S9(5).
           05 IM-REORDER-POINT    PIC 9(5).
           05 IM-VENDOR-NO        PIC 9(4).
           05 IM-REORDER-QTY      PIC 9(5).

       FD TAX-RATE-FILE.
       01 TAX-RATE-RECORD.
           05 SP-SLSP-NAME        PIC X(20).
           05 SP-COMM-RATE        PIC V999.

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

       FD QTY-BREAK-FILE.
       01 QTY-BREAK-RECORD.
           05 QB-ITEM-NO          PIC 9(5).
           05 QB-TIER OCCURS 5 TIMES.
               10 QB-MIN-QTY      PIC 9(3).
               10 QB-DISC-PCT     PIC 99V99.

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
           05 WS-EOF-SW         PIC X VALUE "N".
               88 SLSP-IS-ON-FILE      VALUE "Y".
           05 WS-SLSPMAST-OPEN-SW PIC X VALUE "N".
               88 SLSP-MASTER-IS-OPEN  VALUE "Y".
           05 WS-PRICAGR-OPEN-SW PIC X VALUE "N".
               88 AGREEMENTS-ARE-OPEN  VALUE "Y".
           05 WS-QTYBREAK-OPEN-SW PIC X VALUE "N".
               88 QTY-BREAKS-ARE-OPEN  VALUE "Y".
           05 WS-AGREEMENT-SW   PIC X VALUE "N".
               88 AGREEMENT-IS-ON-FILE VALUE "Y".
           05 WS-CONTRACT-SW    PIC X VALUE "N".
               88 PRICE-IS-CONTRACT    VALUE "Y".

       01 WS-FILE-STATUS.
           05 WS-BATCH-STATUS      PIC XX VALUE SPACES.
           05 WS-ITEMMAST-STATUS   PIC XX VALUE SPACES.
           05 WS-TAXTAB-STATUS     PIC XX VALUE SPACES.
           05 WS-SLSPMAST-STATUS   PIC XX VALUE SPACES.
           05 WS-PRICAGR-STATUS    PIC XX VALUE SPACES.
           05 WS-QTYBREAK-STATUS   PIC XX VALUE SPACES.

       01 WS-DATE-FIELDS.
           05 WS-CURRENT-DATE      PIC 9(8) VALUE 0.
               10 WS-QTY-DIGITS PIC X(3).
           05 WS-REASON-CODE    PIC XX VALUE SPACES.
           05 WS-REASON-TEXT    PIC X(26) VALUE SPACES.
           05 WS-LIST-PRICE     PIC 9(5) VALUE 0.
           05 WS-DISC-PCT       PIC 99V99 VALUE 0.
           05 WS-QB-SUB         PIC 9(2) COMP VALUE 0.

       01 WS-COUNTERS.
           05 WS-READ-COUNT     PIC 9(7) VALUE 0.
           PERFORM 105-BUILD-FILE-NAMES
           PERFORM 110-OPEN-ITEM-MASTER
           PERFORM 115-OPEN-SLSP-MASTER
           PERFORM 116-OPEN-PRICING-FILES
           PERFORM 130-LOAD-TAX-RATE-TABLE
           DISPLAY "RAW BATCH FILE NAME: "
           ACCEPT WS-BATCH-FILE-NAME
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
      *    116-OPEN-PRICING-FILES: Opens the customer price
      *    agreements and the item quantity breaks for input so the
      *    extended amount is edited at the price posting will
      *    charge.  A file that cannot be opened leaves that kind of
      *    pricing out, as it does in posting.
      ******************************************************************
       116-OPEN-PRICING-FILES.
           OPEN INPUT PRICE-AGREEMENT
           IF WS-PRICAGR-STATUS = "00"
               MOVE "Y" TO WS-PRICAGR-OPEN-SW
           ELSE
               MOVE "N" TO WS-PRICAGR-OPEN-SW
               DISPLAY "** PRICE AGREEMENT FILE NOT AVAILABLE -- "
                   "NO CUSTOMER PRICING IN THE EDIT **"
           END-IF
           OPEN INPUT QTY-BREAK-FILE
           IF WS-QTYBREAK-STATUS = "00"
               MOVE "Y" TO WS-QTYBREAK-OPEN-SW
           ELSE
               MOVE "N" TO WS-QTYBREAK-OPEN-SW
               DISPLAY "** QUANTITY BREAK FILE NOT AVAILABLE -- "
                   "NO QUANTITY DISCOUNTS IN THE EDIT **"
           END-IF
           .
      ******************************************************************
      *    130-LOAD-TAX-RATE-TABLE: Loads TAX-RATE-FILE into the same
      *    in-memory table PROGRAM1 uses, so the rate code edit here
      *    agrees with the lookup at posting time.  A missing file
      *    will use (master price when the item is on file, keyed
      *    price otherwise), then edits the price, the quantity and
      *    the extended amount the same way PROGRAM1's entry edits do.
      *    A SALE or ADJS has the customer's pricing applied first, so
      *    the extended amount is the one posting will total.
      ******************************************************************
       320-EDIT-PRICE-AND-QUANTITY.
           MOVE "N" TO WS-ITEM-FOUND-SW
                   MOVE "INVALID QUANTITY" TO WS-REASON-TEXT
                   MOVE "Y" TO WS-REJECT-SW
               ELSE
                   IF BAT-TRANS-IS-SALE OR BAT-TRANS-IS-ADJUST
                       PERFORM 322-PRICE-FOR-CUSTOMER
                   END-IF
                   COMPUTE WS-EDIT-PRODUCT =
                       WS-EFF-PRICE * WS-EDIT-QTY
                   IF WS-EDIT-PRODUCT > 99999
           END-IF
           .
      ******************************************************************
      *    322-PRICE-FOR-CUSTOMER: Prices WS-EFF-PRICE for the batch
      *    customer exactly as PROGRAM1's 280-PRICE-FOR-CUSTOMER
      *    does: an agreement in effect today with a contract price
      *    sets the price; otherwise the larger of the agreement's
      *    discount and the deepest quantity break reached is taken
      *    off, rounded to whole dollars.
      ******************************************************************
       322-PRICE-FOR-CUSTOMER.
           MOVE WS-EFF-PRICE TO WS-LIST-PRICE
           MOVE "N" TO WS-CONTRACT-SW
           MOVE 0 TO WS-DISC-PCT
           IF AGREEMENTS-ARE-OPEN AND BATCH-CUST-NO IS NUMERIC
               MOVE BATCH-CUST-NO TO PA-CUST-NO
               MOVE BATCH-ITEM-NO TO PA-ITEM-NO
               READ PRICE-AGREEMENT
                   INVALID KEY MOVE "N" TO WS-AGREEMENT-SW
                   NOT INVALID KEY MOVE "Y" TO WS-AGREEMENT-SW
               END-READ
               IF AGREEMENT-IS-ON-FILE
                       AND PA-EFF-DATE NOT > WS-CURRENT-DATE
                       AND (PA-EXP-DATE = 0
                           OR PA-EXP-DATE NOT < WS-CURRENT-DATE)
                   IF PA-IS-CONTRACT-PRICE
                       MOVE PA-CONTRACT-PRICE TO WS-EFF-PRICE
                       MOVE "Y" TO WS-CONTRACT-SW
                   ELSE
                       MOVE PA-DISC-PCT TO WS-DISC-PCT
                   END-IF
               END-IF
           END-IF
           IF NOT PRICE-IS-CONTRACT AND QTY-BREAKS-ARE-OPEN
               MOVE BATCH-ITEM-NO TO QB-ITEM-NO
               READ QTY-BREAK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 323-CHECK-ONE-TIER
                           VARYING WS-QB-SUB FROM 1 BY 1
                           UNTIL WS-QB-SUB > 5
               END-READ
           END-IF
           IF WS-DISC-PCT > 0
               COMPUTE WS-EFF-PRICE ROUNDED =
                   WS-LIST-PRICE * (100 - WS-DISC-PCT) / 100
           END-IF
           .
       323-CHECK-ONE-TIER.
           IF QB-MIN-QTY(WS-QB-SUB) > 0
                   AND WS-EDIT-QTY NOT < QB-MIN-QTY(WS-QB-SUB)
                   AND QB-DISC-PCT(WS-QB-SUB) > WS-DISC-PCT
               MOVE QB-DISC-PCT(WS-QB-SUB) TO WS-DISC-PCT
           END-IF
           .
      ******************************************************************
      *    325-FIND-RATE-CODE: Looks BATCH-RATE-CODE up on
      *    TAX-RATE-TABLE.
      ******************************************************************
