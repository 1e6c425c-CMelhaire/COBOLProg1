       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM25.
      ******************************************************************
      *    Customer pricing maintenance.  Lets the office add,
      *    change, delete and inquire on PRICE-AGREEMENT records --
      *    a customer's contract price or discount percent on one
      *    item, with the dates it is good for -- and keep each
      *    item's quantity breaks on QTY-BREAK-FILE.  PROGRAM1 prices
      *    every SALE and ADJS off these two files, and PROGRAM4
      *    edits the batch at the same prices.  The listing prints
      *    every agreement and every item's breaks to a dated file
      *    with count trailers.  Percents are keyed in hundredths of
      *    a percent, the way PROGRAM23 takes its rate, so 250 is
      *    2.50 percent.
      *
      *    Authors: Grant Haylock, Jack Rasmussen,
      *             Zach Schultz, Austin Lee
      *    Date Written: 10-21-2019
      *
      *    Modifications:
      *    10-21-2019  Original version.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT PRICE-LIST-FILE ASSIGN TO DYNAMIC WS-LIST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

       FD PRICE-LIST-FILE.
       01 PRICE-LIST-ID           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
           05 WS-DONE-SW        PIC X VALUE "N".
               88 MAINT-IS-DONE        VALUE "Y".
           05 WS-VALID-SW       PIC X VALUE "N".
               88 ENTRY-IS-VALID       VALUE "Y".
           05 WS-FOUND-SW       PIC X VALUE "N".
               88 AGREEMENT-IS-ON-FILE VALUE "Y".
           05 WS-QB-FOUND-SW    PIC X VALUE "N".
               88 BREAKS-ARE-ON-FILE   VALUE "Y".
           05 WS-CHANGE-SW      PIC X VALUE "N".
               88 CHANGE-IS-IN-PROGRESS VALUE "Y".
           05 WS-CONFIRM-SW     PIC X VALUE "N".
           05 WS-EOF-SW         PIC X VALUE "N".
               88 END-OF-FILE          VALUE "Y".

       01 WS-FILE-STATUS.
           05 WS-PRICAGR-STATUS    PIC XX VALUE SPACES.
           05 WS-QTYBREAK-STATUS   PIC XX VALUE SPACES.
           05 WS-LIST-STATUS       PIC XX VALUE SPACES.

       01 WS-EDIT-FIELDS.
           05 WS-NUMERIC-EDIT   PIC X(18) JUSTIFIED RIGHT.
           05 WS-EDIT-NUM       PIC 9(18).
           05 WS-DATE-YMD.
               10 WS-DATE-YEAR  PIC 9(4).
               10 WS-DATE-MONTH PIC 9(2).
               10 WS-DATE-DAY   PIC 9(2).
           05 WS-DATE-NUM REDEFINES WS-DATE-YMD PIC 9(8).
           05 WS-TYPE-ENTRY     PIC X VALUE SPACE.
           05 WS-FUNCTION-CODE  PIC X VALUE SPACE.
               88 FUNCTION-IS-ADD      VALUE "A".
               88 FUNCTION-IS-CHANGE   VALUE "C".
               88 FUNCTION-IS-DELETE   VALUE "D".
               88 FUNCTION-IS-INQUIRE  VALUE "I".
               88 FUNCTION-IS-BREAKS   VALUE "Q".
               88 FUNCTION-IS-LIST     VALUE "L".
               88 FUNCTION-IS-EXIT     VALUE "X".

       01 WS-WORK-AREA.
           05 WS-CUST-NUM       PIC 9(4) VALUE 0.
           05 WS-ITEM-NUM       PIC 9(5) VALUE 0.
           05 WS-TIER-SUB       PIC 9(2) COMP VALUE 0.
           05 WS-TIERS-USED     PIC 9(2) COMP VALUE 0.
           05 WS-LIST-COUNT     PIC 9(5) VALUE 0.
           05 WS-BREAK-COUNT    PIC 9(5) VALUE 0.
           05 WS-PCT-OUT        PIC Z9.99.

       01 WS-DATE-FIELDS.
           05 WS-CURRENT-DATE      PIC 9(8) VALUE 0.
           05 WS-LIST-FILE-NAME    PIC X(24) VALUE SPACES.

       01 LIST-HDR-1.
           05 FILLER            PIC X(28)
               VALUE "CUSTOMER PRICE AGREEMENTS ".
           05 LIST-HDR-DATE     PIC 9(8).

       01 LIST-HDR-2.
           05 FILLER            PIC X(6)   VALUE "CUST".
           05 FILLER            PIC X(8)   VALUE "ITEM".
           05 FILLER            PIC X(10)  VALUE "EFFECTIVE".
           05 FILLER            PIC X(10)  VALUE "EXPIRES".
           05 FILLER            PIC X(10)  VALUE "PRICING".

       01 LIST-LINE.
           05 LIST-CUST-NO      PIC Z,ZZ9.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 LIST-ITEM-NO      PIC ZZ,ZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 LIST-EFF-DATE     PIC 9(8).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 LIST-EXP-DATE     PIC X(8).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 LIST-PRICING      PIC X(28).

       01 LIST-CONTRACT-TEXT.
           05 FILLER            PIC X(15)  VALUE "CONTRACT PRICE ".
           05 LIST-CONTRACT-OUT PIC ZZ,ZZ9.

       01 LIST-DISCOUNT-TEXT.
           05 FILLER            PIC X(9)   VALUE "DISCOUNT ".
           05 LIST-DISC-OUT     PIC Z9.99.
           05 FILLER            PIC X(8)   VALUE " PERCENT".

       01 LIST-TRAILER.
           05 FILLER            PIC X(19)
               VALUE "AGREEMENTS LISTED: ".
           05 LIST-COUNT-OUT    PIC ZZ,ZZ9.

       01 BREAK-HDR-1.
           05 FILLER            PIC X(30)
               VALUE "QUANTITY BREAKS BY ITEM".

       01 BREAK-HDR-2.
           05 FILLER            PIC X(8)   VALUE "ITEM".
           05 FILLER            PIC X(30)
               VALUE "MINIMUM QTY / DISCOUNT PERCENT".

       01 BREAK-LINE.
           05 BREAK-ITEM-NO     PIC ZZ,ZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 BREAK-TIER-OUT OCCURS 5 TIMES.
               10 BREAK-MIN-OUT PIC ZZ9.
               10 FILLER        PIC X(3)   VALUE " / ".
               10 BREAK-PCT-OUT PIC Z9.99.
               10 FILLER        PIC X(2)   VALUE SPACES.

       01 BREAK-TRAILER.
           05 FILLER            PIC X(19)
               VALUE "ITEMS WITH BREAKS: ".
           05 BREAK-COUNT-OUT   PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    100-MAIN: Opens both pricing files and drives the
      *    function-code menu until the operator asks to exit.
      ******************************************************************
       100-MAIN.
           PERFORM 110-OPEN-PRICING-FILES
           IF WS-PRICAGR-STATUS NOT = "00"
               DISPLAY "** UNABLE TO OPEN PRICE AGREEMENT FILE -- "
                   "STATUS " WS-PRICAGR-STATUS " **"
           ELSE
               IF WS-QTYBREAK-STATUS NOT = "00"
                   DISPLAY "** UNABLE TO OPEN QUANTITY BREAK FILE -- "
                       "STATUS " WS-QTYBREAK-STATUS " **"
                   CLOSE PRICE-AGREEMENT
               ELSE
                   PERFORM 200-PROCESS-ONE-FUNCTION
                       UNTIL MAINT-IS-DONE
                   CLOSE PRICE-AGREEMENT
                   CLOSE QTY-BREAK-FILE
               END-IF
           END-IF
           GOBACK
           .
      ******************************************************************
      *    110-OPEN-PRICING-FILES: Opens both files for update,
      *    creating either one first if it does not exist yet
      *    (status 35), the same way PROGRAM1 creates its masters.
      ******************************************************************
       110-OPEN-PRICING-FILES.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN I-O PRICE-AGREEMENT
           IF WS-PRICAGR-STATUS = "35"
               OPEN OUTPUT PRICE-AGREEMENT
               CLOSE PRICE-AGREEMENT
               OPEN I-O PRICE-AGREEMENT
           END-IF
           OPEN I-O QTY-BREAK-FILE
           IF WS-QTYBREAK-STATUS = "35"
               OPEN OUTPUT QTY-BREAK-FILE
               CLOSE QTY-BREAK-FILE
               OPEN I-O QTY-BREAK-FILE
           END-IF
           .
      ******************************************************************
      *    200-PROCESS-ONE-FUNCTION: Shows the menu, accepts a
      *    function code and branches to the matching maintenance
      *    routine.  Anything unrecognized just redisplays the menu.
      ******************************************************************
       200-PROCESS-ONE-FUNCTION.
           DISPLAY " "
           DISPLAY "CUSTOMER PRICING MAINTENANCE"
           DISPLAY "A = ADD    C = CHANGE   D = DELETE   I = INQUIRE"
           DISPLAY "Q = QUANTITY BREAKS   L = LIST   X = EXIT"
           DISPLAY "FUNCTION: "
           ACCEPT WS-FUNCTION-CODE
           EVALUATE TRUE
               WHEN FUNCTION-IS-ADD
                   PERFORM 300-ADD-AGREEMENT
               WHEN FUNCTION-IS-CHANGE
                   PERFORM 400-CHANGE-AGREEMENT
               WHEN FUNCTION-IS-DELETE
                   PERFORM 500-DELETE-AGREEMENT
               WHEN FUNCTION-IS-INQUIRE
                   PERFORM 600-INQUIRE-AGREEMENT
               WHEN FUNCTION-IS-LIST
                   PERFORM 700-LIST-PRICING
               WHEN FUNCTION-IS-BREAKS
                   PERFORM 800-MAINTAIN-QTY-BREAKS
               WHEN FUNCTION-IS-EXIT
                   MOVE "Y" TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "** INVALID FUNCTION CODE - RE-ENTER **"
           END-EVALUATE
           .
      ******************************************************************
      *    210-VALIDATE-CUST-NO / 212-VALIDATE-ITEM-NO: Re-prompt
      *    until the number is numeric, greater than zero and fits
      *    the field, using the same oversized-work-field technique
      *    as PROGRAM1 so an over-length entry is rejected instead of
      *    truncated.
      ******************************************************************
       210-VALIDATE-CUST-NO.
           MOVE "N" TO WS-VALID-SW
           PERFORM 211-PROMPT-CUST-NO UNTIL ENTRY-IS-VALID
           .
       211-PROMPT-CUST-NO.
           DISPLAY "CUSTOMER NO: "
           MOVE SPACES TO WS-NUMERIC-EDIT
           ACCEPT WS-NUMERIC-EDIT
           INSPECT WS-NUMERIC-EDIT REPLACING LEADING SPACE BY ZERO
           IF WS-NUMERIC-EDIT IS NUMERIC
               MOVE WS-NUMERIC-EDIT TO WS-EDIT-NUM
           ELSE
               MOVE ZERO TO WS-EDIT-NUM
           END-IF
           IF WS-EDIT-NUM > ZERO AND WS-EDIT-NUM < 10000
               MOVE WS-EDIT-NUM TO WS-CUST-NUM
               MOVE "Y" TO WS-VALID-SW
           ELSE
               DISPLAY "** INVALID CUSTOMER NUMBER - RE-ENTER **"
           END-IF
           .
       212-VALIDATE-ITEM-NO.
           MOVE "N" TO WS-VALID-SW
           PERFORM 213-PROMPT-ITEM-NO UNTIL ENTRY-IS-VALID
           .
       213-PROMPT-ITEM-NO.
           DISPLAY "ITEM NO: "
           MOVE SPACES TO WS-NUMERIC-EDIT
           ACCEPT WS-NUMERIC-EDIT
           INSPECT WS-NUMERIC-EDIT REPLACING LEADING SPACE BY ZERO
           IF WS-NUMERIC-EDIT IS NUMERIC
               MOVE WS-NUMERIC-EDIT TO WS-EDIT-NUM
           ELSE
               MOVE ZERO TO WS-EDIT-NUM
           END-IF
           IF WS-EDIT-NUM > ZERO AND WS-EDIT-NUM < 100000
               MOVE WS-EDIT-NUM TO WS-ITEM-NUM
               MOVE "Y" TO WS-VALID-SW
           ELSE
               DISPLAY "** INVALID ITEM NUMBER - RE-ENTER **"
           END-IF
           .
      ******************************************************************
      *    220-READ-AGREEMENT: Asks for the customer and item and
      *    random-reads the agreement, setting WS-FOUND-SW for the
      *    caller to test.
      ******************************************************************
       220-READ-AGREEMENT.
           PERFORM 210-VALIDATE-CUST-NO
           PERFORM 212-VALIDATE-ITEM-NO
           MOVE WS-CUST-NUM TO PA-CUST-NO
           MOVE WS-ITEM-NUM TO PA-ITEM-NO
           READ PRICE-AGREEMENT
               INVALID KEY MOVE "N" TO WS-FOUND-SW
               NOT INVALID KEY MOVE "Y" TO WS-FOUND-SW
           END-READ
           .
      ******************************************************************
      *    230-DISPLAY-AGREEMENT: Shows the record just read, shared
      *    by the change, delete and inquire functions.
      ******************************************************************
       230-DISPLAY-AGREEMENT.
           DISPLAY "  CUSTOMER NO      : " PA-CUST-NO
           DISPLAY "  ITEM NO          : " PA-ITEM-NO
           DISPLAY "  EFFECTIVE DATE   : " PA-EFF-DATE
           IF PA-EXP-DATE = 0
               DISPLAY "  EXPIRY DATE      : NONE"
           ELSE
               DISPLAY "  EXPIRY DATE      : " PA-EXP-DATE
           END-IF
           IF PA-IS-CONTRACT-PRICE
               DISPLAY "  CONTRACT PRICE   : " PA-CONTRACT-PRICE
           ELSE
               MOVE PA-DISC-PCT TO WS-PCT-OUT
               DISPLAY "  DISCOUNT PERCENT : " WS-PCT-OUT
           END-IF
           IF PA-EXP-DATE NOT = 0 AND PA-EXP-DATE < WS-CURRENT-DATE
               DISPLAY "  ** THIS AGREEMENT HAS EXPIRED **"
           END-IF
           .
      ******************************************************************
      *    240-ENTER-AGREEMENT-TERMS: Keys the dates, the pricing
      *    type and the contract price or discount.  On a change a
      *    blank answer keeps the value already on the record.
      ******************************************************************
       240-ENTER-AGREEMENT-TERMS.
           MOVE "N" TO WS-VALID-SW
           PERFORM 241-PROMPT-EFF-DATE UNTIL ENTRY-IS-VALID
           MOVE "N" TO WS-VALID-SW
           PERFORM 242-PROMPT-EXP-DATE UNTIL ENTRY-IS-VALID
           MOVE "N" TO WS-VALID-SW
           PERFORM 243-PROMPT-PRICE-TYPE UNTIL ENTRY-IS-VALID
           MOVE "N" TO WS-VALID-SW
           IF PA-IS-CONTRACT-PRICE
               MOVE 0 TO PA-DISC-PCT
               PERFORM 244-PROMPT-CONTRACT-PRICE UNTIL ENTRY-IS-VALID
           ELSE
               MOVE 0 TO PA-CONTRACT-PRICE
               PERFORM 245-PROMPT-DISC-PCT UNTIL ENTRY-IS-VALID
           END-IF
           .
       241-PROMPT-EFF-DATE.
           DISPLAY "EFFECTIVE DATE (YYYYMMDD): "
           MOVE SPACES TO WS-NUMERIC-EDIT
           ACCEPT WS-NUMERIC-EDIT
           IF WS-NUMERIC-EDIT = SPACES AND CHANGE-IS-IN-PROGRESS
               MOVE "Y" TO WS-VALID-SW
           ELSE
               PERFORM 246-EDIT-DATE-ENTRY
               IF ENTRY-IS-VALID
                   MOVE WS-DATE-NUM TO PA-EFF-DATE
               ELSE
                   DISPLAY "** INVALID EFFECTIVE DATE - RE-ENTER **"
               END-IF
           END-IF
           .
       242-PROMPT-EXP-DATE.
           DISPLAY "EXPIRY DATE (YYYYMMDD, 0 FOR NONE): "
           MOVE SPACES TO WS-NUMERIC-EDIT
           ACCEPT WS-NUMERIC-EDIT
           IF WS-NUMERIC-EDIT = SPACES AND CHANGE-IS-IN-PROGRESS
               MOVE "Y" TO WS-VALID-SW
           ELSE
               INSPECT WS-NUMERIC-EDIT REPLACING LEADING SPACE BY ZERO
               IF WS-NUMERIC-EDIT IS NUMERIC
                       AND WS-NUMERIC-EDIT = ZERO
                   MOVE 0 TO PA-EXP-DATE
                   MOVE "Y" TO WS-VALID-SW
               ELSE
                   PERFORM 246-EDIT-DATE-ENTRY
                   IF ENTRY-IS-VALID
                       MOVE WS-DATE-NUM TO PA-EXP-DATE
                   ELSE
                       DISPLAY "** INVALID EXPIRY DATE - RE-ENTER **"
                   END-IF
               END-IF
           END-IF
      *    A blank kept on a change is checked too, since the
      *    effective date may just have moved past it.
           IF ENTRY-IS-VALID AND PA-EXP-DATE NOT = 0
                   AND PA-EXP-DATE < PA-EFF-DATE
               DISPLAY "** EXPIRY DATE IS BEFORE THE EFFECTIVE DATE "
                   "- RE-ENTER **"
               MOVE "N" TO WS-VALID-SW
           END-IF
           .
       243-PROMPT-PRICE-TYPE.
           DISPLAY "P = CONTRACT PRICE   D = DISCOUNT PERCENT: "
           MOVE SPACE TO WS-TYPE-ENTRY
           ACCEPT WS-TYPE-ENTRY
           IF WS-TYPE-ENTRY = SPACE AND CHANGE-IS-IN-PROGRESS
               MOVE "Y" TO WS-VALID-SW
           ELSE
               IF WS-TYPE-ENTRY = "P" OR WS-TYPE-ENTRY = "D"
                   IF WS-TYPE-ENTRY NOT = PA-PRICE-TYPE
      *    A new pricing type has no old amount worth keeping.
                       MOVE "N" TO WS-CHANGE-SW
                   END-IF
                   MOVE WS-TYPE-ENTRY TO PA-PRICE-TYPE
                   MOVE "Y" TO WS-VALID-SW
               ELSE
                   DISPLAY "** PRICING TYPE MUST BE P OR D - "
                       "RE-ENTER **"
               END-IF
           END-IF
           .
       244-PROMPT-CONTRACT-PRICE.
           DISPLAY "CONTRACT UNIT PRICE: "
           MOVE SPACES TO WS-NUMERIC-EDIT
           ACCEPT WS-NUMERIC-EDIT
           IF WS-NUMERIC-EDIT = SPACES AND CHANGE-IS-IN-PROGRESS
               MOVE "Y" TO WS-VALID-SW
           ELSE
               INSPECT WS-NUMERIC-EDIT REPLACING LEADING SPACE BY ZERO
               IF WS-NUMERIC-EDIT IS NUMERIC
                   MOVE WS-NUMERIC-EDIT TO WS-EDIT-NUM
               ELSE
                   MOVE ZERO TO WS-EDIT-NUM
               END-IF
               IF WS-EDIT-NUM > ZERO AND WS-EDIT-NUM < 100000
                   MOVE WS-EDIT-NUM TO PA-CONTRACT-PRICE
                   MOVE "Y" TO WS-VALID-SW
               ELSE
                   DISPLAY "** INVALID CONTRACT PRICE - RE-ENTER **"
               END-IF
           END-IF
           .
       245-PROMPT-DISC-PCT.
           DISPLAY "DISCOUNT IN HUNDREDTHS OF A PERCENT, 250 = 2.50 "
               "PERCENT: "
           MOVE SPACES TO WS-NUMERIC-EDIT
           ACCEPT WS-NUMERIC-EDIT
           IF WS-NUMERIC-EDIT = SPACES AND CHANGE-IS-IN-PROGRESS
               MOVE "Y" TO WS-VALID-SW
           ELSE
               INSPECT WS-NUMERIC-EDIT REPLACING LEADING SPACE BY ZERO
               IF WS-NUMERIC-EDIT IS NUMERIC
                   MOVE WS-NUMERIC-EDIT TO WS-EDIT-NUM
               ELSE
                   MOVE ZERO TO WS-EDIT-NUM
               END-IF
               IF WS-EDIT-NUM > ZERO AND WS-EDIT-NUM < 10000
                   COMPUTE PA-DISC-PCT = WS-EDIT-NUM / 100
                   MOVE "Y" TO WS-VALID-SW
               ELSE
                   DISPLAY "** INVALID DISCOUNT - RE-ENTER **"
               END-IF
           END-IF
           .
      ******************************************************************
      *    246-EDIT-DATE-ENTRY: Edits WS-NUMERIC-EDIT as an eight
      *    digit date with a plausible month and day, the way the
      *    monthly reports take their as-of date, leaving it in
      *    WS-DATE-NUM and setting WS-VALID-SW.
      ******************************************************************
       246-EDIT-DATE-ENTRY.
           MOVE "N" TO WS-VALID-SW
           INSPECT WS-NUMERIC-EDIT REPLACING LEADING SPACE BY ZERO
           IF WS-NUMERIC-EDIT IS NUMERIC
               MOVE WS-NUMERIC-EDIT TO WS-EDIT-NUM
               IF WS-EDIT-NUM < 100000000
                   MOVE WS-EDIT-NUM TO WS-DATE-NUM
                   IF WS-DATE-MONTH > 0 AND WS-DATE-MONTH < 13
                           AND WS-DATE-DAY > 0 AND WS-DATE-DAY < 32
                           AND WS-DATE-YEAR > 1999
                       MOVE "Y" TO WS-VALID-SW
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      *    300-ADD-AGREEMENT: Adds a new agreement.  A customer and
      *    item already under agreement is rejected rather than
      *    overwritten -- change it instead.
      ******************************************************************
       300-ADD-AGREEMENT.
           PERFORM 220-READ-AGREEMENT
           IF AGREEMENT-IS-ON-FILE
               DISPLAY "** CUSTOMER " WS-CUST-NUM " ALREADY HAS AN "
                   "AGREEMENT ON ITEM " WS-ITEM-NUM " **"
           ELSE
               MOVE "N" TO WS-CHANGE-SW
               INITIALIZE PRICE-AGREEMENT-RECORD
               MOVE WS-CUST-NUM TO PA-CUST-NO
               MOVE WS-ITEM-NUM TO PA-ITEM-NO
               PERFORM 240-ENTER-AGREEMENT-TERMS
               WRITE PRICE-AGREEMENT-RECORD
                   INVALID KEY
                       DISPLAY "** UNABLE TO ADD PRICE AGREEMENT **"
                   NOT INVALID KEY
                       DISPLAY "AGREEMENT FOR CUSTOMER " WS-CUST-NUM
                           " ITEM " WS-ITEM-NUM " ADDED"
               END-WRITE
           END-IF
           .
      ******************************************************************
      *    400-CHANGE-AGREEMENT: Shows the current agreement, then
      *    accepts replacement terms.  A blank answer keeps the value
      *    already on file.
      ******************************************************************
       400-CHANGE-AGREEMENT.
           PERFORM 220-READ-AGREEMENT
           IF NOT AGREEMENT-IS-ON-FILE
               DISPLAY "** NO AGREEMENT FOR CUSTOMER " WS-CUST-NUM
                   " ON ITEM " WS-ITEM-NUM " **"
           ELSE
               PERFORM 230-DISPLAY-AGREEMENT
               DISPLAY "BLANK KEEPS THE VALUE ON FILE"
               MOVE "Y" TO WS-CHANGE-SW
               PERFORM 240-ENTER-AGREEMENT-TERMS
               MOVE "N" TO WS-CHANGE-SW
               REWRITE PRICE-AGREEMENT-RECORD
                   INVALID KEY
                       DISPLAY "** UNABLE TO REWRITE PRICE "
                           "AGREEMENT **"
                   NOT INVALID KEY
                       DISPLAY "AGREEMENT FOR CUSTOMER " WS-CUST-NUM
                           " ITEM " WS-ITEM-NUM " CHANGED"
               END-REWRITE
           END-IF
           .
      ******************************************************************
      *    500-DELETE-AGREEMENT: Shows the agreement about to go,
      *    then deletes it only after the operator confirms.  The
      *    customer buys the item at list price from then on.
      ******************************************************************
       500-DELETE-AGREEMENT.
           PERFORM 220-READ-AGREEMENT
           IF NOT AGREEMENT-IS-ON-FILE
               DISPLAY "** NO AGREEMENT FOR CUSTOMER " WS-CUST-NUM
                   " ON ITEM " WS-ITEM-NUM " **"
           ELSE
               PERFORM 230-DISPLAY-AGREEMENT
               DISPLAY "DELETE THIS AGREEMENT - Y OR N"
               MOVE "N" TO WS-CONFIRM-SW
               ACCEPT WS-CONFIRM-SW
               IF WS-CONFIRM-SW = "Y"
                   DELETE PRICE-AGREEMENT
                       INVALID KEY
                           DISPLAY "** UNABLE TO DELETE PRICE "
                               "AGREEMENT **"
                       NOT INVALID KEY
                           DISPLAY "AGREEMENT FOR CUSTOMER "
                               WS-CUST-NUM " ITEM " WS-ITEM-NUM
                               " DELETED"
                   END-DELETE
               ELSE
                   DISPLAY "DELETE CANCELLED"
               END-IF
           END-IF
           .
      ******************************************************************
      *    600-INQUIRE-AGREEMENT: Displays one agreement without
      *    changing anything.
      ******************************************************************
       600-INQUIRE-AGREEMENT.
           PERFORM 220-READ-AGREEMENT
           IF NOT AGREEMENT-IS-ON-FILE
               DISPLAY "** NO AGREEMENT FOR CUSTOMER " WS-CUST-NUM
                   " ON ITEM " WS-ITEM-NUM " **"
           ELSE
               PERFORM 230-DISPLAY-AGREEMENT
           END-IF
           .
      ******************************************************************
      *    700-LIST-PRICING: Writes every agreement in customer and
      *    item order, then every item's quantity breaks in item
      *    order, to a dated listing file with a count trailer after
      *    each section so a short print is obvious.
      ******************************************************************
       700-LIST-PRICING.
           STRING "PRICELST-" WS-CURRENT-DATE ".TXT" DELIMITED BY SIZE
               INTO WS-LIST-FILE-NAME
               ON OVERFLOW
                   DISPLAY "** LIST FILE NAME TOO LONG FOR WS-LIST"
                       "-FILE-NAME **"
           END-STRING
           OPEN OUTPUT PRICE-LIST-FILE
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "** UNABLE TO OPEN PRICE LIST FILE: "
                   WS-LIST-FILE-NAME
           ELSE
               MOVE WS-CURRENT-DATE TO LIST-HDR-DATE
               WRITE PRICE-LIST-ID FROM LIST-HDR-1
               WRITE PRICE-LIST-ID FROM LIST-HDR-2
               MOVE 0 TO WS-LIST-COUNT
               MOVE "N" TO WS-EOF-SW
               MOVE LOW-VALUES TO PA-KEY
               START PRICE-AGREEMENT KEY NOT < PA-KEY
                   INVALID KEY MOVE "Y" TO WS-EOF-SW
               END-START
               IF NOT END-OF-FILE
                   READ PRICE-AGREEMENT NEXT
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
               END-IF
               PERFORM 710-LIST-ONE-AGREEMENT UNTIL END-OF-FILE
               MOVE WS-LIST-COUNT TO LIST-COUNT-OUT
               WRITE PRICE-LIST-ID FROM LIST-TRAILER
               MOVE SPACES TO PRICE-LIST-ID
               WRITE PRICE-LIST-ID
               WRITE PRICE-LIST-ID FROM BREAK-HDR-1
               WRITE PRICE-LIST-ID FROM BREAK-HDR-2
               MOVE 0 TO WS-BREAK-COUNT
               MOVE "N" TO WS-EOF-SW
               MOVE 0 TO QB-ITEM-NO
               START QTY-BREAK-FILE KEY NOT < QB-ITEM-NO
                   INVALID KEY MOVE "Y" TO WS-EOF-SW
               END-START
               IF NOT END-OF-FILE
                   READ QTY-BREAK-FILE NEXT
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
               END-IF
               PERFORM 720-LIST-ONE-ITEM-BREAKS UNTIL END-OF-FILE
               MOVE WS-BREAK-COUNT TO BREAK-COUNT-OUT
               WRITE PRICE-LIST-ID FROM BREAK-TRAILER
               CLOSE PRICE-LIST-FILE
               DISPLAY "PRICING LIST WRITTEN TO " WS-LIST-FILE-NAME
           END-IF
           .
       710-LIST-ONE-AGREEMENT.
           MOVE PA-CUST-NO TO LIST-CUST-NO
           MOVE PA-ITEM-NO TO LIST-ITEM-NO
           MOVE PA-EFF-DATE TO LIST-EFF-DATE
           IF PA-EXP-DATE = 0
               MOVE "NONE" TO LIST-EXP-DATE
           ELSE
               MOVE PA-EXP-DATE TO LIST-EXP-DATE
           END-IF
           IF PA-IS-CONTRACT-PRICE
               MOVE PA-CONTRACT-PRICE TO LIST-CONTRACT-OUT
               MOVE LIST-CONTRACT-TEXT TO LIST-PRICING
           ELSE
               MOVE PA-DISC-PCT TO LIST-DISC-OUT
               MOVE LIST-DISCOUNT-TEXT TO LIST-PRICING
           END-IF
           WRITE PRICE-LIST-ID FROM LIST-LINE
           ADD 1 TO WS-LIST-COUNT
           READ PRICE-AGREEMENT NEXT
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           .
       720-LIST-ONE-ITEM-BREAKS.
           MOVE QB-ITEM-NO TO BREAK-ITEM-NO
           PERFORM 721-FORMAT-ONE-TIER
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 5
           WRITE PRICE-LIST-ID FROM BREAK-LINE
           ADD 1 TO WS-BREAK-COUNT
           READ QTY-BREAK-FILE NEXT
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           .
       721-FORMAT-ONE-TIER.
           MOVE QB-MIN-QTY(WS-TIER-SUB) TO BREAK-MIN-OUT(WS-TIER-SUB)
           MOVE QB-DISC-PCT(WS-TIER-SUB) TO BREAK-PCT-OUT(WS-TIER-SUB)
           .
      ******************************************************************
      *    800-MAINTAIN-QTY-BREAKS: Shows an item's quantity breaks
      *    and re-keys all five tiers.  On an item already on file a
      *    blank minimum keeps the tier as it is; a minimum of zero
      *    clears it.  An item left with no tiers is taken off the
      *    file, so it sells at list price whatever the quantity.
      ******************************************************************
       800-MAINTAIN-QTY-BREAKS.
           PERFORM 212-VALIDATE-ITEM-NO
           MOVE WS-ITEM-NUM TO QB-ITEM-NO
           READ QTY-BREAK-FILE
               INVALID KEY MOVE "N" TO WS-QB-FOUND-SW
               NOT INVALID KEY MOVE "Y" TO WS-QB-FOUND-SW
           END-READ
           IF BREAKS-ARE-ON-FILE
               PERFORM 810-DISPLAY-ONE-TIER
                   VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > 5
               DISPLAY "BLANK MINIMUM KEEPS THE TIER, 0 CLEARS IT"
               MOVE "Y" TO WS-CHANGE-SW
           ELSE
               DISPLAY "NO QUANTITY BREAKS ON FILE FOR ITEM "
                   WS-ITEM-NUM " -- 0 MINIMUM LEAVES A TIER UNUSED"
               INITIALIZE QTY-BREAK-RECORD
               MOVE WS-ITEM-NUM TO QB-ITEM-NO
               MOVE "N" TO WS-CHANGE-SW
           END-IF
           MOVE 0 TO WS-TIERS-USED
           PERFORM 820-ENTER-ONE-TIER
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 5
           MOVE "N" TO WS-CHANGE-SW
           EVALUATE TRUE
               WHEN WS-TIERS-USED = 0 AND BREAKS-ARE-ON-FILE
                   DELETE QTY-BREAK-FILE
                       INVALID KEY
                           DISPLAY "** UNABLE TO DELETE QUANTITY "
                               "BREAKS **"
                       NOT INVALID KEY
                           DISPLAY "QUANTITY BREAKS FOR ITEM "
                               WS-ITEM-NUM " REMOVED"
                   END-DELETE
               WHEN WS-TIERS-USED = 0
                   DISPLAY "NO TIERS ENTERED -- NOTHING ADDED"
               WHEN BREAKS-ARE-ON-FILE
                   REWRITE QTY-BREAK-RECORD
                       INVALID KEY
                           DISPLAY "** UNABLE TO REWRITE QUANTITY "
                               "BREAKS **"
                       NOT INVALID KEY
                           DISPLAY "QUANTITY BREAKS FOR ITEM "
                               WS-ITEM-NUM " CHANGED"
                   END-REWRITE
               WHEN OTHER
                   WRITE QTY-BREAK-RECORD
                       INVALID KEY
                           DISPLAY "** UNABLE TO ADD QUANTITY "
                               "BREAKS **"
                       NOT INVALID KEY
                           DISPLAY "QUANTITY BREAKS FOR ITEM "
                               WS-ITEM-NUM " ADDED"
                   END-WRITE
           END-EVALUATE
           .
       810-DISPLAY-ONE-TIER.
           MOVE QB-DISC-PCT(WS-TIER-SUB) TO WS-PCT-OUT
           DISPLAY "  TIER " WS-TIER-SUB ": MINIMUM QTY "
               QB-MIN-QTY(WS-TIER-SUB) " DISCOUNT " WS-PCT-OUT
               " PERCENT"
           .
       820-ENTER-ONE-TIER.
           MOVE "N" TO WS-VALID-SW
           PERFORM 821-PROMPT-TIER-MIN UNTIL ENTRY-IS-VALID
           IF QB-MIN-QTY(WS-TIER-SUB) = 0
               MOVE 0 TO QB-DISC-PCT(WS-TIER-SUB)
           ELSE
               ADD 1 TO WS-TIERS-USED
               IF QB-DISC-PCT(WS-TIER-SUB) = 0
                   MOVE "N" TO WS-VALID-SW
                   PERFORM 822-PROMPT-TIER-PCT UNTIL ENTRY-IS-VALID
               END-IF
           END-IF
           .
       821-PROMPT-TIER-MIN.
           DISPLAY "TIER " WS-TIER-SUB " MINIMUM QUANTITY: "
           MOVE SPACES TO WS-NUMERIC-EDIT
           ACCEPT WS-NUMERIC-EDIT
           IF WS-NUMERIC-EDIT = SPACES AND CHANGE-IS-IN-PROGRESS
               MOVE "Y" TO WS-VALID-SW
           ELSE
               INSPECT WS-NUMERIC-EDIT REPLACING LEADING SPACE BY ZERO
               IF WS-NUMERIC-EDIT IS NUMERIC
                   MOVE WS-NUMERIC-EDIT TO WS-EDIT-NUM
               ELSE
                   MOVE 9999 TO WS-EDIT-NUM
               END-IF
               IF WS-EDIT-NUM < 1000
                   MOVE WS-EDIT-NUM TO QB-MIN-QTY(WS-TIER-SUB)
      *    A tier whose minimum was re-keyed has its discount keyed
      *    again too.
                   MOVE 0 TO QB-DISC-PCT(WS-TIER-SUB)
                   MOVE "Y" TO WS-VALID-SW
               ELSE
                   DISPLAY "** INVALID MINIMUM QUANTITY - RE-ENTER **"
               END-IF
           END-IF
           .
       822-PROMPT-TIER-PCT.
           DISPLAY "TIER " WS-TIER-SUB " DISCOUNT IN HUNDREDTHS OF A "
               "PERCENT, 250 = 2.50 PERCENT: "
           MOVE SPACES TO WS-NUMERIC-EDIT
           ACCEPT WS-NUMERIC-EDIT
           INSPECT WS-NUMERIC-EDIT REPLACING LEADING SPACE BY ZERO
           IF WS-NUMERIC-EDIT IS NUMERIC
               MOVE WS-NUMERIC-EDIT TO WS-EDIT-NUM
           ELSE
               MOVE ZERO TO WS-EDIT-NUM
           END-IF
           IF WS-EDIT-NUM > ZERO AND WS-EDIT-NUM < 10000
               COMPUTE QB-DISC-PCT(WS-TIER-SUB) = WS-EDIT-NUM / 100
               MOVE "Y" TO WS-VALID-SW
           ELSE
               DISPLAY "** INVALID DISCOUNT - RE-ENTER **"
           END-IF
           .
       END PROGRAM PROGRAM25.
