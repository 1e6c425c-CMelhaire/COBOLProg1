      *
      *    Modifications:
      *    07-22-2019  Original version.
      *    09-09-2019  ITEM-MASTER now carries IM-VENDOR-NO, the
      *                item's primary vendor, and IM-REORDER-QTY,
      *                the quantity PROGRAM20 orders when the item
      *                reaches its reorder point.  Both are keyed,
      *                shown and listed here; the vendor must be on
      *                the vendor master PROGRAM19 maintains, and
      *                zero means none.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS IS DYNAMIC
           RECORD KEY IS IM-ITEM-NO
           FILE STATUS IS WS-ITEMMAST-STATUS.
           SELECT VENDOR-MASTER ASSIGN TO
               "C:\Users\Caulder\Documents\vendmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VM-VENDOR-NO
           FILE STATUS IS WS-VENDMAST-STATUS.
           SELECT ITEM-LIST-FILE ASSIGN TO DYNAMIC WS-LIST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           05 IM-UNIT-PRICE       PIC 9(5).
           05 IM-QTY-ON-HAND      PIC S9(5).
           05 IM-REORDER-POINT    PIC 9(5).
           05 IM-VENDOR-NO        PIC 9(4).
           05 IM-REORDER-QTY      PIC 9(5).

       FD VENDOR-MASTER.
       01 VENDOR-MASTER-RECORD.
           05 VM-VENDOR-NO        PIC 9(4).
           05 VM-VENDOR-NAME      PIC X(20).
           05 VM-VENDOR-ADDRESS   PIC X(30).
           05 VM-VENDOR-TERMS     PIC X(5).

       FD ITEM-LIST-FILE.
       01 ITEM-LIST-ID            PIC X(80).
           05 WS-CONFIRM-SW     PIC X VALUE "N".
           05 WS-EOF-SW         PIC X VALUE "N".
               88 END-OF-FILE          VALUE "Y".
           05 WS-VENDOR-FOUND-SW PIC X VALUE "N".
               88 VENDOR-IS-ON-FILE    VALUE "Y".
           05 WS-VENDMAST-OPEN-SW PIC X VALUE "N".
               88 VENDOR-MASTER-IS-OPEN VALUE "Y".

       01 WS-FILE-STATUS.
           05 WS-ITEMMAST-STATUS   PIC XX VALUE SPACES.
           05 WS-LIST-STATUS       PIC XX VALUE SPACES.
           05 WS-VENDMAST-STATUS   PIC XX VALUE SPACES.

       01 WS-EDIT-FIELDS.
           05 WS-NUMERIC-EDIT   PIC X(18) JUSTIFIED RIGHT.
           05 WS-NEW-DESC       PIC X(20) VALUE SPACES.
           05 WS-KEEP-PRICE-SW  PIC X VALUE "N".
           05 WS-KEEP-ORDERPT-SW PIC X VALUE "N".
           05 WS-KEEP-VENDOR-SW PIC X VALUE "N".
           05 WS-KEEP-ORDERQTY-SW PIC X VALUE "N".
           05 WS-LIST-COUNT     PIC 9(5) VALUE 0.

       01 WS-DATE-FIELDS.
           05 FILLER            PIC X(8)   VALUE "   PRICE".
           05 FILLER            PIC X(9)   VALUE "  ON HAND".
           05 FILLER            PIC X(9)   VALUE "  REORDER".
           05 FILLER            PIC X(8)   VALUE "  VENDOR".
           05 FILLER            PIC X(9)   VALUE "  ORD QTY".

       01 LIST-LINE.
           05 LIST-ITEM-NO      PIC ZZ,ZZ9.
           05 LIST-ON-HAND      PIC -ZZ,ZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 LIST-REORDER      PIC ZZ,ZZ9.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 LIST-VENDOR-NO    PIC Z,ZZ9.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 LIST-REORDER-QTY  PIC ZZ,ZZ9.

       01 LIST-TRAILER.
           05 FILLER            PIC X(14)
               DISPLAY "** UNABLE TO OPEN ITEM MASTER -- STATUS "
                   WS-ITEMMAST-STATUS " **"
           ELSE
               PERFORM 115-OPEN-VENDOR-MASTER
               PERFORM 200-PROCESS-ONE-FUNCTION UNTIL MAINT-IS-DONE
               CLOSE ITEM-MASTER
               IF VENDOR-MASTER-IS-OPEN
                   CLOSE VENDOR-MASTER
               END-IF
           END-IF
           GOBACK
           .
           END-IF
           .
      ******************************************************************
      *    115-OPEN-VENDOR-MASTER: Opens the vendor master for input
      *    so a primary vendor can be checked as it is keyed.  A
      *    master that cannot be opened leaves the vendor number
      *    accepted as keyed, and PROGRAM20 lists any item whose
      *    vendor turns out not to exist.
      ******************************************************************
       115-OPEN-VENDOR-MASTER.
           OPEN INPUT VENDOR-MASTER
           IF WS-VENDMAST-STATUS = "00"
               MOVE "Y" TO WS-VENDMAST-OPEN-SW
           ELSE
               MOVE "N" TO WS-VENDMAST-OPEN-SW
               DISPLAY "** VENDOR MASTER NOT AVAILABLE -- VENDOR "
                   "NUMBERS WILL BE ACCEPTED AS KEYED **"
           END-IF
           .
      ******************************************************************
      *    200-PROCESS-ONE-FUNCTION: Shows the menu, accepts a
      *    function code and branches to the matching maintenance
      *    routine.  Anything unrecognized just redisplays the menu.
           DISPLAY "  UNIT PRICE     : " IM-UNIT-PRICE
           DISPLAY "  QTY ON HAND    : " IM-QTY-ON-HAND
           DISPLAY "  REORDER POINT  : " IM-REORDER-POINT
           DISPLAY "  PRIMARY VENDOR : " IM-VENDOR-NO
           DISPLAY "  REORDER QTY    : " IM-REORDER-QTY
           .
      ******************************************************************
      *    240-VALIDATE-UNIT-PRICE: Re-prompts until the price is
           END-IF
           .
      ******************************************************************
      *    260-VALIDATE-VENDOR-NO: Re-prompts until the primary
      *    vendor is numeric and, when the vendor master is
      *    available, on it.  Zero means the item has no vendor and
      *    is never ordered by PROGRAM20.
      ******************************************************************
       260-VALIDATE-VENDOR-NO.
           MOVE "N" TO WS-VALID-SW
           PERFORM 261-PROMPT-VENDOR-NO UNTIL ENTRY-IS-VALID
           .
       261-PROMPT-VENDOR-NO.
           DISPLAY "PRIMARY VENDOR NO (0 FOR NONE): "
           MOVE SPACES TO WS-NUMERIC-EDIT
           ACCEPT WS-NUMERIC-EDIT
           INSPECT WS-NUMERIC-EDIT REPLACING LEADING SPACE BY ZERO
           IF WS-NUMERIC-EDIT IS NUMERIC
               MOVE WS-NUMERIC-EDIT TO WS-EDIT-NUM
               IF WS-EDIT-NUM < 10000
                   PERFORM 265-CHECK-VENDOR-NO
               ELSE
                   DISPLAY "** INVALID VENDOR NUMBER - RE-ENTER **"
               END-IF
           ELSE
               DISPLAY "** INVALID VENDOR NUMBER - RE-ENTER **"
           END-IF
           .
      ******************************************************************
      *    265-CHECK-VENDOR-NO: Accepts the vendor number in
      *    WS-EDIT-NUM into IM-VENDOR-NO when it is zero, when it is
      *    on the vendor master, or when the master is unavailable.
      ******************************************************************
       265-CHECK-VENDOR-NO.
           MOVE "Y" TO WS-VENDOR-FOUND-SW
           IF WS-EDIT-NUM > 0 AND VENDOR-MASTER-IS-OPEN
               MOVE WS-EDIT-NUM TO VM-VENDOR-NO
               READ VENDOR-MASTER
                   INVALID KEY MOVE "N" TO WS-VENDOR-FOUND-SW
                   NOT INVALID KEY MOVE "Y" TO WS-VENDOR-FOUND-SW
               END-READ
           END-IF
           IF VENDOR-IS-ON-FILE
               MOVE WS-EDIT-NUM TO IM-VENDOR-NO
               MOVE "Y" TO WS-VALID-SW
           ELSE
               DISPLAY "** VENDOR IS NOT ON THE VENDOR MASTER - "
                   "RE-ENTER **"
           END-IF
           .
      ******************************************************************
      *    270-VALIDATE-REORDER-QTY: Re-prompts until the reorder
      *    quantity is numeric.  Zero means PROGRAM20 lists the item
      *    instead of ordering it.
      ******************************************************************
       270-VALIDATE-REORDER-QTY.
           MOVE "N" TO WS-VALID-SW
           PERFORM 271-PROMPT-REORDER-QTY UNTIL ENTRY-IS-VALID
           .
       271-PROMPT-REORDER-QTY.
           DISPLAY "REORDER QUANTITY (0 FOR NONE): "
           MOVE SPACES TO WS-NUMERIC-EDIT
           ACCEPT WS-NUMERIC-EDIT
           INSPECT WS-NUMERIC-EDIT REPLACING LEADING SPACE BY ZERO
           IF WS-NUMERIC-EDIT IS NUMERIC
               MOVE WS-NUMERIC-EDIT TO WS-EDIT-NUM
               IF WS-EDIT-NUM < 100000
                   MOVE WS-EDIT-NUM TO IM-REORDER-QTY
                   MOVE "Y" TO WS-VALID-SW
               ELSE
                   DISPLAY "** INVALID REORDER QUANTITY - RE-ENTER **"
               END-IF
           ELSE
               DISPLAY "** INVALID REORDER QUANTITY - RE-ENTER **"
           END-IF
           .
      ******************************************************************
      *    300-ADD-ITEM: Adds a new master record.  An item number
      *    already on file is rejected rather than overwritten.  The
      *    new item starts at zero on hand -- stock is counted in
               PERFORM 240-VALIDATE-UNIT-PRICE
               MOVE 0 TO IM-QTY-ON-HAND
               PERFORM 250-VALIDATE-REORDER-POINT
               PERFORM 260-VALIDATE-VENDOR-NO
               PERFORM 270-VALIDATE-REORDER-QTY
               WRITE ITEM-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "** UNABLE TO ADD ITEM MASTER "
               END-IF
               PERFORM 410-CHANGE-UNIT-PRICE
               PERFORM 420-CHANGE-REORDER-POINT
               PERFORM 430-CHANGE-VENDOR-NO
               PERFORM 440-CHANGE-REORDER-QTY
               REWRITE ITEM-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "** UNABLE TO REWRITE ITEM MASTER "
           END-IF
           .
      ******************************************************************
      *    430-CHANGE-VENDOR-NO: A blank answer keeps the primary
      *    vendor on file; anything else is edited like the add
      *    path.
      ******************************************************************
       430-CHANGE-VENDOR-NO.
           MOVE "N" TO WS-KEEP-VENDOR-SW
           MOVE "N" TO WS-VALID-SW
           PERFORM 431-PROMPT-NEW-VENDOR UNTIL ENTRY-IS-VALID
               OR WS-KEEP-VENDOR-SW = "Y"
           .
       431-PROMPT-NEW-VENDOR.
           DISPLAY "NEW PRIMARY VENDOR NO (BLANK TO KEEP): "
           MOVE SPACES TO WS-NUMERIC-EDIT
           ACCEPT WS-NUMERIC-EDIT
           IF WS-NUMERIC-EDIT = SPACES
               MOVE "Y" TO WS-KEEP-VENDOR-SW
           ELSE
               INSPECT WS-NUMERIC-EDIT REPLACING LEADING SPACE BY ZERO
               IF WS-NUMERIC-EDIT IS NUMERIC
                   MOVE WS-NUMERIC-EDIT TO WS-EDIT-NUM
                   IF WS-EDIT-NUM < 10000
                       PERFORM 265-CHECK-VENDOR-NO
                   ELSE
                       DISPLAY "** INVALID VENDOR NUMBER - "
                           "RE-ENTER **"
                   END-IF
               ELSE
                   DISPLAY "** INVALID VENDOR NUMBER - RE-ENTER **"
               END-IF
           END-IF
           .
      ******************************************************************
      *    440-CHANGE-REORDER-QTY: A blank answer keeps the reorder
      *    quantity on file; anything else is edited like the add
      *    path.
      ******************************************************************
       440-CHANGE-REORDER-QTY.
           MOVE "N" TO WS-KEEP-ORDERQTY-SW
           MOVE "N" TO WS-VALID-SW
           PERFORM 441-PROMPT-NEW-ORDER-QTY UNTIL ENTRY-IS-VALID
               OR WS-KEEP-ORDERQTY-SW = "Y"
           .
       441-PROMPT-NEW-ORDER-QTY.
           DISPLAY "NEW REORDER QUANTITY (BLANK TO KEEP): "
           MOVE SPACES TO WS-NUMERIC-EDIT
           ACCEPT WS-NUMERIC-EDIT
           IF WS-NUMERIC-EDIT = SPACES
               MOVE "Y" TO WS-KEEP-ORDERQTY-SW
           ELSE
               INSPECT WS-NUMERIC-EDIT REPLACING LEADING SPACE BY ZERO
               IF WS-NUMERIC-EDIT IS NUMERIC
                   MOVE WS-NUMERIC-EDIT TO WS-EDIT-NUM
                   IF WS-EDIT-NUM < 100000
                       MOVE WS-EDIT-NUM TO IM-REORDER-QTY
                       MOVE "Y" TO WS-VALID-SW
                   ELSE
                       DISPLAY "** INVALID REORDER QUANTITY - "
                           "RE-ENTER **"
                   END-IF
               ELSE
                   DISPLAY "** INVALID REORDER QUANTITY - RE-ENTER **"
               END-IF
           END-IF
           .
      ******************************************************************
      *    500-DELETE-ITEM: Shows the record about to go, then
      *    deletes it only after the operator confirms.  An item
      *    still carrying stock is worth a second look, so the
           ELSE
               MOVE 0 TO LIST-REORDER
           END-IF
           IF IM-VENDOR-NO IS NUMERIC
               MOVE IM-VENDOR-NO TO LIST-VENDOR-NO
           ELSE
               MOVE 0 TO LIST-VENDOR-NO
           END-IF
           IF IM-REORDER-QTY IS NUMERIC
               MOVE IM-REORDER-QTY TO LIST-REORDER-QTY
           ELSE
               MOVE 0 TO LIST-REORDER-QTY
           END-IF
           WRITE ITEM-LIST-ID FROM LIST-LINE
           ADD 1 TO WS-LIST-COUNT
           READ ITEM-MASTER NEXT
