      *    08-19-2019  SALES-FILE-ID now carries SLSP-CODE after
      *                ORDER-NO.  Not used here; the layout matches
      *                what PROGRAM1 writes.
      *    09-09-2019  Receiving is now keyed against a purchase
      *                order line raised by PROGRAM20.  The receipt
      *                is added to the line's received quantity and
      *                the line closes once everything ordered is
      *                in; a partial receipt leaves it open for the
      *                rest.  A delivery with no purchase order is
      *                still received by keying PO number zero.
      *                ITEM-MASTER now carries IM-VENDOR-NO and
      *                IM-REORDER-QTY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS IS DYNAMIC
           RECORD KEY IS IM-ITEM-NO
           FILE STATUS IS WS-ITEMMAST-STATUS.
           SELECT PO-FILE ASSIGN TO
               "C:\Users\Caulder\Documents\pofile.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PO-KEY
           FILE STATUS IS WS-POFILE-STATUS.
           SELECT SALES-FILE ASSIGN TO DYNAMIC WS-SALES-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           05 IM-UNIT-PRICE       PIC 9(5).
           05 IM-QTY-ON-HAND      PIC S9(5).
           05 IM-REORDER-POINT    PIC 9(5).
           05 IM-VENDOR-NO        PIC 9(4).
           05 IM-REORDER-QTY      PIC 9(5).

       FD PO-FILE.
       01 PO-RECORD.
           05 PO-KEY.
               10 PO-NO           PIC 9(6).
               10 PO-LINE-NO      PIC 9(3).
           05 PO-VENDOR-NO        PIC 9(4).
           05 PO-ITEM-NO          PIC 9(5).
           05 PO-ORDER-DATE       PIC 9(8).
           05 PO-QTY-ORDERED      PIC 9(5).
           05 PO-QTY-RECEIVED     PIC 9(5).
           05 PO-LINE-STATUS      PIC X.
               88 PO-LINE-IS-OPEN       VALUE "O".
               88 PO-LINE-IS-CLOSED     VALUE "C".

       FD SALES-FILE.
       01 SALES-FILE-ID.
               88 ITEM-IS-ON-FILE      VALUE "Y".
           05 WS-EOF-SW         PIC X VALUE "N".
               88 END-OF-FILE          VALUE "Y".
           05 WS-PO-FOUND-SW    PIC X VALUE "N".
               88 PO-LINE-IS-ON-FILE   VALUE "Y".
           05 WS-POFILE-OPEN-SW PIC X VALUE "N".
               88 PO-FILE-IS-OPEN      VALUE "Y".

       01 WS-FILE-STATUS.
           05 WS-ITEMMAST-STATUS PIC XX VALUE SPACES.
           05 WS-SALES-STATUS   PIC XX VALUE SPACES.
           05 WS-RECV-STATUS    PIC XX VALUE SPACES.
           05 WS-STOCK-STATUS   PIC XX VALUE SPACES.
           05 WS-POFILE-STATUS  PIC XX VALUE SPACES.

       01 WS-EDIT-FIELDS.
           05 WS-FUNCTION-CODE  PIC X VALUE SPACE.
       01 WS-WORK-AREA.
           05 WS-ITEM-NUM       PIC 9(5) VALUE 0.
           05 WS-RECV-QTY       PIC 9(5) VALUE 0.
           05 WS-PO-NUM         PIC 9(6) VALUE 0.
           05 WS-PO-LINE-NUM    PIC 9(3) VALUE 0.
           05 WS-QTY-DUE        PIC 9(5) VALUE 0.
           05 WS-ORDER-POINT    PIC 9(5) VALUE 0.
           05 WS-QUANTITY       PIC S9(3) VALUE 0.
           05 WS-POSTED-COUNT   PIC 9(5) VALUE 0.
           05 FILLER            PIC X(13)  VALUE " NOW ON HAND ".
           05 RECV-ON-HAND-OUT  PIC -ZZ,ZZ9.

       01 RECV-PO-LINE.
           05 FILLER            PIC X(16)  VALUE "     AGAINST PO ".
           05 RECV-PO-NO        PIC 9(6).
           05 FILLER            PIC X(6)   VALUE " LINE ".
           05 RECV-PO-LINE-NO   PIC 9(3).
           05 FILLER            PIC X(11)  VALUE " STILL DUE ".
           05 RECV-DUE-OUT      PIC ZZ,ZZ9.

       01 STOCK-HDR-1.
           05 FILLER            PIC X(23)
               VALUE "STOCK STATUS REPORT AS ".
               DISPLAY "** UNABLE TO OPEN ITEM MASTER -- STATUS "
                   WS-ITEMMAST-STATUS " **"
           ELSE
               PERFORM 115-OPEN-PO-FILE
               PERFORM 200-PROCESS-ONE-FUNCTION UNTIL INV-RUN-IS-DONE
               CLOSE ITEM-MASTER
               IF PO-FILE-IS-OPEN
                   CLOSE PO-FILE
               END-IF
           END-IF
           GOBACK
           .
           END-IF
           .
      ******************************************************************
      *    115-OPEN-PO-FILE: Opens the purchase order file PROGRAM20
      *    writes, for update, creating it if it does not exist yet
      *    (status 35).  Without it every delivery is received as
      *    one with no purchase order.
      ******************************************************************
       115-OPEN-PO-FILE.
           OPEN I-O PO-FILE
           IF WS-POFILE-STATUS = "35"
               OPEN OUTPUT PO-FILE
               CLOSE PO-FILE
               OPEN I-O PO-FILE
           END-IF
           IF WS-POFILE-STATUS = "00"
               MOVE "Y" TO WS-POFILE-OPEN-SW
           ELSE
               MOVE "N" TO WS-POFILE-OPEN-SW
               DISPLAY "** PURCHASE ORDER FILE NOT AVAILABLE -- "
                   "STATUS " WS-POFILE-STATUS " **"
           END-IF
           .
      ******************************************************************
      *    200-PROCESS-ONE-FUNCTION: Shows the menu, accepts a
      *    function code and branches to the matching routine.
      ******************************************************************
      *    300-RECEIVE-STOCK: Counts a delivery in -- the quantity
      *    received is added to the item's on-hand and the receipt is
      *    logged to the day's receiving log so the stockroom door
      *    card can finally come down.  A delivery is keyed against
      *    the purchase order line it fills: the item comes from the
      *    line, no more than is still due can be received, and the
      *    line closes only when everything ordered is in.  PO
      *    number zero receives a delivery that has no purchase
      *    order, keyed by item as before.
      ******************************************************************
       300-RECEIVE-STOCK.
           MOVE 0 TO WS-PO-NUM
           MOVE 0 TO WS-PO-LINE-NUM
           IF PO-FILE-IS-OPEN
               PERFORM 330-VALIDATE-PO-NO
           END-IF
           IF WS-PO-NUM = 0
               PERFORM 210-VALIDATE-ITEM-NO
               PERFORM 220-READ-ITEM
               IF NOT ITEM-IS-ON-FILE
                   DISPLAY "** ITEM " WS-ITEM-NUM " IS NOT ON THE "
                       "MASTER FILE -- ADD IT THROUGH ITEM "
                       "MAINTENANCE FIRST **"
               ELSE
                   DISPLAY "ITEM: " IM-ITEM-DESC
                       " ON HAND: " IM-QTY-ON-HAND
                   PERFORM 310-VALIDATE-RECV-QTY
                   PERFORM 340-POST-RECEIPT
               END-IF
           ELSE
               PERFORM 335-VALIDATE-PO-LINE-NO
               PERFORM 338-READ-PO-LINE
               EVALUATE TRUE
                   WHEN NOT PO-LINE-IS-ON-FILE
                       DISPLAY "** PO " WS-PO-NUM " LINE "
                           WS-PO-LINE-NUM " IS NOT ON THE PURCHASE "
                           "ORDER FILE **"
                   WHEN NOT PO-LINE-IS-OPEN
                       DISPLAY "** PO " WS-PO-NUM " LINE "
                           WS-PO-LINE-NUM " HAS BEEN RECEIVED IN "
                           "FULL **"
                   WHEN OTHER
                       MOVE PO-ITEM-NO TO WS-ITEM-NUM
                       PERFORM 220-READ-ITEM
                       IF NOT ITEM-IS-ON-FILE
                           DISPLAY "** ITEM " WS-ITEM-NUM " ON THE PO "
                               "LINE IS NOT ON THE MASTER FILE **"
                       ELSE
                           COMPUTE WS-QTY-DUE =
                               PO-QTY-ORDERED - PO-QTY-RECEIVED
                           DISPLAY "ITEM: " IM-ITEM-NO " "
                               IM-ITEM-DESC " ON HAND: "
                               IM-QTY-ON-HAND
                           DISPLAY "ORDERED: " PO-QTY-ORDERED
                               " RECEIVED: " PO-QTY-RECEIVED
                               " STILL DUE: " WS-QTY-DUE
                           PERFORM 310-VALIDATE-RECV-QTY
                           PERFORM 340-POST-RECEIPT
                       END-IF
               END-EVALUATE
           END-IF
           .
      ******************************************************************
           END-IF
           IF WS-EDIT-NUM > ZERO
                   AND WS-EDIT-NUM + IM-QTY-ON-HAND < 100000
               IF WS-PO-NUM > 0 AND WS-EDIT-NUM > WS-QTY-DUE
                   DISPLAY "** MORE THAN IS DUE ON THE PO LINE - "
                       "RE-ENTER **"
               ELSE
                   MOVE WS-EDIT-NUM TO WS-RECV-QTY
                   MOVE "Y" TO WS-VALID-SW
               END-IF
           ELSE
               DISPLAY "** INVALID RECEIVED QUANTITY - RE-ENTER **"
           END-IF
               MOVE WS-RECV-QTY TO RECV-QTY-OUT
               MOVE IM-QTY-ON-HAND TO RECV-ON-HAND-OUT
               WRITE RECV-LOG-ID FROM RECV-LINE
               IF WS-PO-NUM > 0
                   MOVE WS-PO-NUM TO RECV-PO-NO
                   MOVE WS-PO-LINE-NUM TO RECV-PO-LINE-NO
                   MOVE WS-QTY-DUE TO RECV-DUE-OUT
                   WRITE RECV-LOG-ID FROM RECV-PO-LINE
               END-IF
               CLOSE RECV-LOG-FILE
           END-IF
           .
      ******************************************************************
      *    330-VALIDATE-PO-NO: Re-prompts until the purchase order
      *    number is numeric.  Zero means the delivery came in with
      *    no purchase order.
      ******************************************************************
       330-VALIDATE-PO-NO.
           MOVE "N" TO WS-VALID-SW
           PERFORM 331-PROMPT-PO-NO UNTIL ENTRY-IS-VALID
           .
       331-PROMPT-PO-NO.
           DISPLAY "PURCHASE ORDER NO (0 FOR NONE): "
           MOVE SPACES TO WS-NUMERIC-EDIT
           ACCEPT WS-NUMERIC-EDIT
           INSPECT WS-NUMERIC-EDIT REPLACING LEADING SPACE BY ZERO
           IF WS-NUMERIC-EDIT IS NUMERIC
               MOVE WS-NUMERIC-EDIT TO WS-EDIT-NUM
               IF WS-EDIT-NUM < 1000000
                   MOVE WS-EDIT-NUM TO WS-PO-NUM
                   MOVE "Y" TO WS-VALID-SW
               ELSE
                   DISPLAY "** INVALID PURCHASE ORDER NUMBER - "
                       "RE-ENTER **"
               END-IF
           ELSE
               DISPLAY "** INVALID PURCHASE ORDER NUMBER - "
                   "RE-ENTER **"
           END-IF
           .
      ******************************************************************
      *    335-VALIDATE-PO-LINE-NO: Re-prompts until the purchase
      *    order line number is numeric and greater than zero.
      ******************************************************************
       335-VALIDATE-PO-LINE-NO.
           MOVE "N" TO WS-VALID-SW
           PERFORM 336-PROMPT-PO-LINE-NO UNTIL ENTRY-IS-VALID
           .
       336-PROMPT-PO-LINE-NO.
           DISPLAY "PO LINE NO: "
           MOVE SPACES TO WS-NUMERIC-EDIT
           ACCEPT WS-NUMERIC-EDIT
           INSPECT WS-NUMERIC-EDIT REPLACING LEADING SPACE BY ZERO
           IF WS-NUMERIC-EDIT IS NUMERIC
               MOVE WS-NUMERIC-EDIT TO WS-EDIT-NUM
           ELSE
               MOVE ZERO TO WS-EDIT-NUM
           END-IF
           IF WS-EDIT-NUM > ZERO AND WS-EDIT-NUM < 1000
               MOVE WS-EDIT-NUM TO WS-PO-LINE-NUM
               MOVE "Y" TO WS-VALID-SW
           ELSE
               DISPLAY "** INVALID PO LINE NUMBER - RE-ENTER **"
           END-IF
           .
      ******************************************************************
      *    338-READ-PO-LINE: Random-reads PO-FILE for the purchase
      *    order and line keyed and sets WS-PO-FOUND-SW.
      ******************************************************************
       338-READ-PO-LINE.
           MOVE WS-PO-NUM TO PO-NO
           MOVE WS-PO-LINE-NUM TO PO-LINE-NO
           READ PO-FILE
               INVALID KEY MOVE "N" TO WS-PO-FOUND-SW
               NOT INVALID KEY MOVE "Y" TO WS-PO-FOUND-SW
           END-READ
           .
      ******************************************************************
      *    340-POST-RECEIPT: Adds the received quantity to on-hand,
      *    brings the purchase order line up to date when there is
      *    one, and logs the receipt.
      ******************************************************************
       340-POST-RECEIPT.
           ADD WS-RECV-QTY TO IM-QTY-ON-HAND
           REWRITE ITEM-MASTER-RECORD
               INVALID KEY
                   DISPLAY "** UNABLE TO REWRITE ITEM MASTER "
                       "RECORD **"
               NOT INVALID KEY
                   DISPLAY "ITEM " WS-ITEM-NUM " NOW HAS "
                       IM-QTY-ON-HAND " ON HAND"
                   IF WS-PO-NUM > 0
                       PERFORM 345-UPDATE-PO-LINE
                   END-IF
                   PERFORM 320-WRITE-RECEIVING-LOG
           END-REWRITE
           .
      ******************************************************************
      *    345-UPDATE-PO-LINE: Adds the receipt to the line's
      *    received quantity.  The line closes once nothing is left
      *    due; a partial receipt leaves it open for the rest.
      ******************************************************************
       345-UPDATE-PO-LINE.
           ADD WS-RECV-QTY TO PO-QTY-RECEIVED
           COMPUTE WS-QTY-DUE = PO-QTY-ORDERED - PO-QTY-RECEIVED
           IF PO-QTY-RECEIVED NOT < PO-QTY-ORDERED
               MOVE 0 TO WS-QTY-DUE
               MOVE "C" TO PO-LINE-STATUS
           END-IF
           REWRITE PO-RECORD
               INVALID KEY
                   DISPLAY "** UNABLE TO REWRITE PO " WS-PO-NUM
                       " LINE " WS-PO-LINE-NUM " **"
               NOT INVALID KEY
                   IF PO-LINE-IS-CLOSED
                       DISPLAY "PO " WS-PO-NUM " LINE "
                           WS-PO-LINE-NUM " RECEIVED IN FULL"
                   ELSE
                       DISPLAY "PO " WS-PO-NUM " LINE "
                           WS-PO-LINE-NUM " STILL HAS " WS-QTY-DUE
                           " DUE"
                   END-IF
           END-REWRITE
           .
      ******************************************************************
      *    400-SET-REORDER-POINT: Sets one item's reorder point.
      *    Zero means the item is never flagged, the same way a zero
      *    credit limit means no limit.
