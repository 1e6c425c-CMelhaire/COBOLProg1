       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM20.
      ******************************************************************
      *    Purchasing.  Turns the reorder flags PROGRAM12's stock
      *    status report raises into open purchase orders -- every
      *    item at or below its reorder point is ordered in its
      *    reorder quantity from its primary vendor, one purchase
      *    order per vendor per run -- and prints the orders on a
      *    dated file ready to go out.  An item already on an open
      *    purchase order line is not ordered again, and an item
      *    with no vendor or no reorder quantity is listed rather
      *    than skipped in silence.  PROGRAM12's receiving entry
      *    counts goods in against the purchase order lines written
      *    here, and the open purchase order report shows what is
      *    still due in and from whom.
      *
      *    Authors: Grant Haylock, Jack Rasmussen,
      *             Zach Schultz, Austin Lee
      *    Date Written: 09-09-2019
      *
      *    Modifications:
      *    09-09-2019  Original version.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER ASSIGN TO
               "C:\Users\Caulder\Documents\itemmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IM-ITEM-NO
           FILE STATUS IS WS-ITEMMAST-STATUS.
           SELECT VENDOR-MASTER ASSIGN TO
               "C:\Users\Caulder\Documents\vendmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VM-VENDOR-NO
           FILE STATUS IS WS-VENDMAST-STATUS.
           SELECT PO-FILE ASSIGN TO
               "C:\Users\Caulder\Documents\pofile.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PO-KEY
           FILE STATUS IS WS-POFILE-STATUS.
           SELECT PO-CTL-FILE ASSIGN TO
               "C:\Users\Caulder\Documents\poctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-POCTL-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SRTWK01".
           SELECT PO-PRINT-FILE ASSIGN TO DYNAMIC WS-PRINT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.
           SELECT OPEN-PO-REPORT-FILE ASSIGN TO DYNAMIC
               WS-OPENPO-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-OPENPO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ITEM-MASTER.
       01 ITEM-MASTER-RECORD.
           05 IM-ITEM-NO          PIC 9(5).
           05 IM-ITEM-DESC        PIC X(20).
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

       FD PO-CTL-FILE.
       01 PO-CTL-ID.
           05 PC-NEXT-PO-NO       PIC 9(6).

       SD SORT-WORK-FILE.
       01 SORT-REC.
           05 SORT-VENDOR-NO      PIC 9(4).
           05 SORT-ITEM-NO        PIC 9(5).
           05 SORT-ITEM-DESC      PIC X(20).
           05 SORT-ORDER-QTY      PIC 9(5).

       FD PO-PRINT-FILE.
       01 PO-PRINT-ID             PIC X(80).

       FD OPEN-PO-REPORT-FILE.
       01 OPEN-PO-REPORT-ID       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
           05 WS-DONE-SW        PIC X VALUE "N".
               88 PURCH-RUN-IS-DONE    VALUE "Y".
           05 WS-EOF-SW         PIC X VALUE "N".
               88 END-OF-FILE          VALUE "Y".
           05 WS-SORT-EOF-SW    PIC X VALUE "N".
               88 END-OF-SORT-FILE     VALUE "Y".
           05 WS-FIRST-SW       PIC X VALUE "Y".
               88 FIRST-RECORD         VALUE "Y".
           05 WS-VENDOR-FOUND-SW PIC X VALUE "N".
               88 VENDOR-IS-ON-FILE    VALUE "Y".
           05 WS-ON-ORDER-SW    PIC X VALUE "N".
               88 ITEM-IS-ON-ORDER     VALUE "Y".
           05 WS-VENDMAST-OPEN-SW PIC X VALUE "N".
               88 VENDOR-MASTER-IS-OPEN VALUE "Y".

       01 WS-FILE-STATUS.
           05 WS-ITEMMAST-STATUS   PIC XX VALUE SPACES.
           05 WS-VENDMAST-STATUS   PIC XX VALUE SPACES.
           05 WS-POFILE-STATUS     PIC XX VALUE SPACES.
           05 WS-POCTL-STATUS      PIC XX VALUE SPACES.
           05 WS-PRINT-STATUS      PIC XX VALUE SPACES.
           05 WS-OPENPO-STATUS     PIC XX VALUE SPACES.

       01 WS-EDIT-FIELDS.
           05 WS-FUNCTION-CODE  PIC X VALUE SPACE.
               88 FUNCTION-IS-GENERATE VALUE "G".
               88 FUNCTION-IS-OPEN-PO  VALUE "O".
               88 FUNCTION-IS-EXIT     VALUE "X".

       01 WS-DATE-FIELDS.
           05 WS-CURRENT-DATE      PIC 9(8) VALUE 0.
           05 WS-PRINT-FILE-NAME   PIC X(24) VALUE SPACES.
           05 WS-OPENPO-FILE-NAME  PIC X(24) VALUE SPACES.

       01 WS-WORK-AREA.
           05 WS-NEXT-PO-NO     PIC 9(6) VALUE 0.
           05 WS-CURR-PO-NO     PIC 9(6) VALUE 0.
           05 WS-CURR-LINE-NO   PIC 9(3) VALUE 0.
           05 WS-SAVE-VENDOR-NO PIC 9(4) VALUE 0.
           05 WS-PO-UNITS       PIC 9(7) VALUE 0.
           05 WS-PO-COUNT       PIC 9(5) VALUE 0.
           05 WS-LINE-COUNT     PIC 9(5) VALUE 0.
           05 WS-QTY-DUE        PIC 9(5) VALUE 0.
           05 WS-OPEN-LINE-COUNT PIC 9(5) VALUE 0.
           05 WS-TOTAL-DUE      PIC 9(7) VALUE 0.
           05 WS-EXCEPT-TEXT    PIC X(24) VALUE SPACES.

      ******************************************************************
      *    Items already on an open purchase order line, loaded from
      *    PO-FILE before the reorder pass so a run made twice, or
      *    made again before the goods arrive, does not order the
      *    same shortage a second time.
      ******************************************************************
       01 WS-ON-ORDER-COUNT    PIC 9(4) COMP VALUE 0.
       01 WS-ON-ORDER-SUB      PIC 9(4) COMP VALUE 0.
       01 ON-ORDER-TABLE.
           05 OO-ITEM-NO OCCURS 2000 TIMES PIC 9(5).

      ******************************************************************
      *    Items at or below their reorder point that could not be
      *    ordered, held until the purchase orders are printed so
      *    they can be listed together at the end.
      ******************************************************************
       01 WS-EXCEPT-COUNT      PIC 9(4) COMP VALUE 0.
       01 WS-EXCEPT-SUB        PIC 9(4) COMP VALUE 0.
       01 EXCEPTION-TABLE.
           05 EXCEPTION-ENTRY OCCURS 500 TIMES.
               10 EX-ITEM-NO      PIC 9(5).
               10 EX-ITEM-DESC    PIC X(20).
               10 EX-REASON       PIC X(24).

       01 PO-RUN-HDR.
           05 FILLER            PIC X(24)
               VALUE "PURCHASE ORDERS RAISED ".
           05 PO-RUN-HDR-DATE   PIC 9(8).

       01 PO-HDR-1.
           05 FILLER            PIC X(15)  VALUE "PURCHASE ORDER ".
           05 PO-HDR-PO-NO      PIC 9(6).
           05 FILLER            PIC X(8)   VALUE "  DATED ".
           05 PO-HDR-DATE       PIC 9(8).

       01 PO-HDR-2.
           05 FILLER            PIC X(8)   VALUE "VENDOR  ".
           05 PO-HDR-VENDOR-NO  PIC 9(4).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PO-HDR-VENDOR-NAME PIC X(20).

       01 PO-HDR-3.
           05 FILLER            PIC X(14)  VALUE SPACES.
           05 PO-HDR-VENDOR-ADDR PIC X(30).

       01 PO-HDR-4.
           05 FILLER            PIC X(14)  VALUE "        TERMS ".
           05 PO-HDR-VENDOR-TERMS PIC X(5).

       01 PO-HDR-5.
           05 FILLER            PIC X(6)   VALUE "LINE".
           05 FILLER            PIC X(9)   VALUE "ITEM NO".
           05 FILLER            PIC X(22)  VALUE "DESCRIPTION".
           05 FILLER            PIC X(8)   VALUE "QUANTITY".

       01 PO-DETAIL-LINE.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 PO-DTL-LINE-NO    PIC ZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 PO-DTL-ITEM-NO    PIC ZZ,ZZ9.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 PO-DTL-ITEM-DESC  PIC X(20).
           05 FILLER            PIC X(4)   VALUE SPACES.
           05 PO-DTL-QTY        PIC ZZ,ZZ9.

       01 PO-TRAILER.
           05 FILLER            PIC X(10)  VALUE "  LINES:  ".
           05 PO-TRL-LINES      PIC ZZ9.
           05 FILLER            PIC X(19)
               VALUE "   UNITS ORDERED:  ".
           05 PO-TRL-UNITS      PIC Z,ZZZ,ZZ9.

       01 EXCEPT-HDR.
           05 FILLER            PIC X(36)
               VALUE "ITEMS AT REORDER POINT NOT ORDERED:".

       01 EXCEPT-LINE.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 EX-LINE-ITEM-NO   PIC ZZ,ZZ9.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 EX-LINE-ITEM-DESC PIC X(20).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 EX-LINE-REASON    PIC X(24).

       01 RUN-TRAILER-1.
           05 FILLER            PIC X(25)
               VALUE "PURCHASE ORDERS WRITTEN: ".
           05 RUN-PO-COUNT-OUT  PIC ZZ,ZZ9.

       01 RUN-TRAILER-2.
           05 FILLER            PIC X(25)
               VALUE "PO LINES WRITTEN:        ".
           05 RUN-LINE-COUNT-OUT PIC ZZ,ZZ9.

       01 RUN-TRAILER-3.
           05 FILLER            PIC X(25)
               VALUE "ITEMS NOT ORDERED:       ".
           05 RUN-EXCEPT-COUNT-OUT PIC ZZ,ZZ9.

       01 OPENPO-HDR-1.
           05 FILLER            PIC X(29)
               VALUE "OPEN PURCHASE ORDERS AS OF ".
           05 OPENPO-HDR-DATE   PIC 9(8).

       01 OPENPO-HDR-2.
           05 FILLER            PIC X(12)  VALUE "PO NO-LINE".
           05 FILLER            PIC X(28)  VALUE "VENDOR".
           05 FILLER            PIC X(8)   VALUE "ITEM NO".
           05 FILLER            PIC X(7)   VALUE "ORDERED".
           05 FILLER            PIC X(9)   VALUE " RECEIVED".
           05 FILLER            PIC X(7)   VALUE " DUE IN".
           05 FILLER            PIC X(9)   VALUE "  ORDERED".

       01 OPENPO-LINE.
           05 OPL-PO-NO         PIC 9(6).
           05 FILLER            PIC X      VALUE "-".
           05 OPL-LINE-NO       PIC 9(3).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 OPL-VENDOR-NO     PIC Z,ZZ9.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 OPL-VENDOR-NAME   PIC X(20).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 OPL-ITEM-NO       PIC ZZ,ZZ9.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 OPL-QTY-ORDERED   PIC ZZ,ZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 OPL-QTY-RECEIVED  PIC ZZ,ZZ9.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 OPL-QTY-DUE       PIC ZZ,ZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 OPL-ORDER-DATE    PIC 9(8).

       01 OPENPO-TRAILER-1.
           05 FILLER            PIC X(20)
               VALUE "OPEN PO LINES:      ".
           05 OPENPO-LINES-OUT  PIC ZZ,ZZ9.

       01 OPENPO-TRAILER-2.
           05 FILLER            PIC X(20)
               VALUE "TOTAL UNITS DUE IN: ".
           05 OPENPO-UNITS-OUT  PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    100-MAIN: Opens the purchase order file and drives the
      *    function menu until the operator asks to exit.
      ******************************************************************
       100-MAIN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 110-OPEN-PO-FILE
           IF WS-POFILE-STATUS NOT = "00"
               DISPLAY "** UNABLE TO OPEN PURCHASE ORDER FILE -- "
                   "STATUS " WS-POFILE-STATUS " **"
           ELSE
               PERFORM 200-PROCESS-ONE-FUNCTION
                   UNTIL PURCH-RUN-IS-DONE
               CLOSE PO-FILE
           END-IF
           GOBACK
           .
      ******************************************************************
      *    110-OPEN-PO-FILE: Opens the purchase order file for
      *    update, creating it first if it does not exist yet
      *    (status 35), the same way PROGRAM1 creates its masters.
      ******************************************************************
       110-OPEN-PO-FILE.
           OPEN I-O PO-FILE
           IF WS-POFILE-STATUS = "35"
               OPEN OUTPUT PO-FILE
               CLOSE PO-FILE
               OPEN I-O PO-FILE
           END-IF
           .
      ******************************************************************
      *    115-OPEN-VENDOR-MASTER: Opens the vendor master for input.
      *    Without it no vendor can be confirmed, so every flagged
      *    item is listed as not ordered and the open purchase order
      *    report prints without vendor names.
      ******************************************************************
       115-OPEN-VENDOR-MASTER.
           OPEN INPUT VENDOR-MASTER
           IF WS-VENDMAST-STATUS = "00"
               MOVE "Y" TO WS-VENDMAST-OPEN-SW
           ELSE
               MOVE "N" TO WS-VENDMAST-OPEN-SW
               DISPLAY "** VENDOR MASTER NOT AVAILABLE -- STATUS "
                   WS-VENDMAST-STATUS " **"
           END-IF
           .
      ******************************************************************
      *    117-LOAD-NEXT-PO-NO: Reads the next purchase order number
      *    from PO-CTL-FILE.  The very first run at this site, or a
      *    control file with garbage in it, starts the numbering at
      *    one.
      ******************************************************************
       117-LOAD-NEXT-PO-NO.
           MOVE 1 TO WS-NEXT-PO-NO
           OPEN INPUT PO-CTL-FILE
           IF WS-POCTL-STATUS = "00"
               READ PO-CTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PC-NEXT-PO-NO IS NUMERIC
                               AND PC-NEXT-PO-NO > 0
                           MOVE PC-NEXT-PO-NO TO WS-NEXT-PO-NO
                       END-IF
               END-READ
               CLOSE PO-CTL-FILE
           END-IF
           .
      ******************************************************************
      *    118-SAVE-NEXT-PO-NO: Writes the next number back to
      *    PO-CTL-FILE.  Done after every assignment, the way
      *    PROGRAM1 keeps TRANS-CTL-FILE, so a run that dies part
      *    way cannot hand the same number out twice.
      ******************************************************************
       118-SAVE-NEXT-PO-NO.
           OPEN OUTPUT PO-CTL-FILE
           IF WS-POCTL-STATUS = "00"
               MOVE SPACES TO PO-CTL-ID
               MOVE WS-NEXT-PO-NO TO PC-NEXT-PO-NO
               WRITE PO-CTL-ID
               CLOSE PO-CTL-FILE
           ELSE
               DISPLAY "** UNABLE TO REWRITE PURCHASE ORDER CONTROL "
                   "FILE **"
           END-IF
           .
      ******************************************************************
      *    200-PROCESS-ONE-FUNCTION: Shows the menu, accepts a
      *    function code and branches to the matching routine.
      ******************************************************************
       200-PROCESS-ONE-FUNCTION.
           DISPLAY " "
           DISPLAY "PURCHASING"
           DISPLAY "G = GENERATE PURCHASE ORDERS FROM REORDER FLAGS"
           DISPLAY "O = OPEN PURCHASE ORDER REPORT   X = EXIT"
           DISPLAY "FUNCTION: "
           ACCEPT WS-FUNCTION-CODE
           EVALUATE TRUE
               WHEN FUNCTION-IS-GENERATE
                   PERFORM 300-GENERATE-PURCHASE-ORDERS
               WHEN FUNCTION-IS-OPEN-PO
                   PERFORM 400-OPEN-PO-REPORT
               WHEN FUNCTION-IS-EXIT
                   MOVE "Y" TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "** INVALID FUNCTION CODE - RE-ENTER **"
           END-EVALUATE
           .
      ******************************************************************
      *    300-GENERATE-PURCHASE-ORDERS: Sorts every item the stock
      *    status report would flag into vendor order and writes one
      *    purchase order per vendor, then lists the flagged items
      *    that could not be ordered.  The print file is opened for
      *    extend so a second run on the same day adds to the day's
      *    print instead of replacing it.
      ******************************************************************
       300-GENERATE-PURCHASE-ORDERS.
           OPEN INPUT ITEM-MASTER
           IF WS-ITEMMAST-STATUS NOT = "00"
               DISPLAY "** UNABLE TO OPEN ITEM MASTER -- STATUS "
                   WS-ITEMMAST-STATUS " **"
           ELSE
               PERFORM 115-OPEN-VENDOR-MASTER
               STRING "PURCHORD-" WS-CURRENT-DATE ".TXT"
                   DELIMITED BY SIZE
                   INTO WS-PRINT-FILE-NAME
                   ON OVERFLOW
                       DISPLAY "** PO PRINT FILE NAME TOO LONG FOR "
                           "WS-PRINT-FILE-NAME **"
               END-STRING
               OPEN EXTEND PO-PRINT-FILE
               IF WS-PRINT-STATUS = "35"
                   OPEN OUTPUT PO-PRINT-FILE
               END-IF
               IF WS-PRINT-STATUS NOT = "00"
                   DISPLAY "** UNABLE TO OPEN PO PRINT FILE: "
                       WS-PRINT-FILE-NAME
               ELSE
                   MOVE WS-CURRENT-DATE TO PO-RUN-HDR-DATE
                   WRITE PO-PRINT-ID FROM PO-RUN-HDR
                   MOVE 0 TO WS-PO-COUNT
                   MOVE 0 TO WS-LINE-COUNT
                   MOVE 0 TO WS-EXCEPT-COUNT
                   PERFORM 305-LOAD-ON-ORDER-TABLE
                   PERFORM 117-LOAD-NEXT-PO-NO
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY SORT-VENDOR-NO
                                        SORT-ITEM-NO
                       INPUT PROCEDURE IS 310-SELECT-REORDER-ITEMS
                       OUTPUT PROCEDURE IS 350-WRITE-PURCHASE-ORDERS
                   PERFORM 380-WRITE-EXCEPTIONS
                   MOVE WS-PO-COUNT TO RUN-PO-COUNT-OUT
                   WRITE PO-PRINT-ID FROM RUN-TRAILER-1
                   MOVE WS-LINE-COUNT TO RUN-LINE-COUNT-OUT
                   WRITE PO-PRINT-ID FROM RUN-TRAILER-2
                   MOVE WS-EXCEPT-COUNT TO RUN-EXCEPT-COUNT-OUT
                   WRITE PO-PRINT-ID FROM RUN-TRAILER-3
                   CLOSE PO-PRINT-FILE
                   DISPLAY WS-PO-COUNT " PURCHASE ORDERS, "
                       WS-LINE-COUNT " LINES WRITTEN TO "
                       WS-PRINT-FILE-NAME
                   IF WS-EXCEPT-COUNT > 0
                       DISPLAY "** " WS-EXCEPT-COUNT " FLAGGED ITEMS "
                           "NOT ORDERED -- SEE THE PRINT **"
                   END-IF
               END-IF
               IF VENDOR-MASTER-IS-OPEN
                   CLOSE VENDOR-MASTER
               END-IF
               CLOSE ITEM-MASTER
           END-IF
           .
      ******************************************************************
      *    305-LOAD-ON-ORDER-TABLE: Reads PO-FILE from the top and
      *    remembers the item on every line still open.
      ******************************************************************
       305-LOAD-ON-ORDER-TABLE.
           MOVE 0 TO WS-ON-ORDER-COUNT
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO PO-NO
           MOVE 0 TO PO-LINE-NO
           START PO-FILE KEY NOT < PO-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-SW
           END-START
           IF NOT END-OF-FILE
               READ PO-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
           END-IF
           PERFORM 306-LOAD-ONE-PO-LINE UNTIL END-OF-FILE
           .
       306-LOAD-ONE-PO-LINE.
           IF PO-LINE-IS-OPEN
               IF WS-ON-ORDER-COUNT < 2000
                   ADD 1 TO WS-ON-ORDER-COUNT
                   MOVE PO-ITEM-NO TO OO-ITEM-NO(WS-ON-ORDER-COUNT)
               ELSE
                   DISPLAY "** ON-ORDER TABLE FULL -- ITEM "
                       PO-ITEM-NO " MAY BE ORDERED AGAIN **"
               END-IF
           END-IF
           READ PO-FILE NEXT
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           .
      ******************************************************************
      *    310-SELECT-REORDER-ITEMS: Reads the item master in item
      *    order and releases to the sort every item at or below its
      *    reorder point -- the same test PROGRAM12's stock status
      *    report flags on -- that can actually be ordered.
      ******************************************************************
       310-SELECT-REORDER-ITEMS.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO IM-ITEM-NO
           START ITEM-MASTER KEY NOT < IM-ITEM-NO
               INVALID KEY MOVE "Y" TO WS-EOF-SW
           END-START
           IF NOT END-OF-FILE
               READ ITEM-MASTER NEXT
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
           END-IF
           PERFORM 311-SELECT-ONE-ITEM UNTIL END-OF-FILE
           .
       311-SELECT-ONE-ITEM.
           IF IM-REORDER-POINT IS NUMERIC
                   AND IM-QTY-ON-HAND IS NUMERIC
               IF IM-REORDER-POINT > 0
                       AND IM-QTY-ON-HAND NOT > IM-REORDER-POINT
                   PERFORM 315-CHECK-ONE-REORDER-ITEM
               END-IF
           END-IF
           READ ITEM-MASTER NEXT
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           .
      ******************************************************************
      *    315-CHECK-ONE-REORDER-ITEM: A flagged item is ordered
      *    only when it is not already on order and has a vendor on
      *    file and a reorder quantity; otherwise the reason goes on
      *    the exception list.  The class tests come before the zero
      *    tests in their own WHENs so the compares only ever see
      *    digits.
      ******************************************************************
       315-CHECK-ONE-REORDER-ITEM.
           PERFORM 320-FIND-ON-ORDER
           EVALUATE TRUE
               WHEN ITEM-IS-ON-ORDER
                   MOVE "ALREADY ON AN OPEN PO" TO WS-EXCEPT-TEXT
                   PERFORM 330-ADD-EXCEPTION
               WHEN IM-VENDOR-NO NOT NUMERIC
                   MOVE "NO PRIMARY VENDOR" TO WS-EXCEPT-TEXT
                   PERFORM 330-ADD-EXCEPTION
               WHEN IM-VENDOR-NO = 0
                   MOVE "NO PRIMARY VENDOR" TO WS-EXCEPT-TEXT
                   PERFORM 330-ADD-EXCEPTION
               WHEN IM-REORDER-QTY NOT NUMERIC
                   MOVE "NO REORDER QUANTITY" TO WS-EXCEPT-TEXT
                   PERFORM 330-ADD-EXCEPTION
               WHEN IM-REORDER-QTY = 0
                   MOVE "NO REORDER QUANTITY" TO WS-EXCEPT-TEXT
                   PERFORM 330-ADD-EXCEPTION
               WHEN OTHER
                   MOVE IM-VENDOR-NO TO VM-VENDOR-NO
                   PERFORM 340-READ-VENDOR
                   IF VENDOR-IS-ON-FILE
                       MOVE IM-VENDOR-NO TO SORT-VENDOR-NO
                       MOVE IM-ITEM-NO TO SORT-ITEM-NO
                       MOVE IM-ITEM-DESC TO SORT-ITEM-DESC
                       MOVE IM-REORDER-QTY TO SORT-ORDER-QTY
                       RELEASE SORT-REC
                   ELSE
                       MOVE "VENDOR NOT ON FILE" TO WS-EXCEPT-TEXT
                       PERFORM 330-ADD-EXCEPTION
                   END-IF
           END-EVALUATE
           .
      ******************************************************************
      *    320-FIND-ON-ORDER: Says whether the item is already on an
      *    open purchase order line.
      ******************************************************************
       320-FIND-ON-ORDER.
           MOVE "N" TO WS-ON-ORDER-SW
           IF WS-ON-ORDER-COUNT > 0
               PERFORM 321-CHECK-ONE-ON-ORDER
                   VARYING WS-ON-ORDER-SUB FROM 1 BY 1
                   UNTIL ITEM-IS-ON-ORDER
                       OR WS-ON-ORDER-SUB > WS-ON-ORDER-COUNT
           END-IF
           .
       321-CHECK-ONE-ON-ORDER.
           IF OO-ITEM-NO(WS-ON-ORDER-SUB) = IM-ITEM-NO
               MOVE "Y" TO WS-ON-ORDER-SW
           END-IF
           .
      ******************************************************************
      *    330-ADD-EXCEPTION: Remembers one flagged item that was not
      *    ordered, with the reason.  Past 500 the item is still not
      *    ordered but is reported on the console instead.
      ******************************************************************
       330-ADD-EXCEPTION.
           IF WS-EXCEPT-COUNT < 500
               ADD 1 TO WS-EXCEPT-COUNT
               MOVE IM-ITEM-NO TO EX-ITEM-NO(WS-EXCEPT-COUNT)
               MOVE IM-ITEM-DESC TO EX-ITEM-DESC(WS-EXCEPT-COUNT)
               MOVE WS-EXCEPT-TEXT TO EX-REASON(WS-EXCEPT-COUNT)
           ELSE
               DISPLAY "** ITEM " IM-ITEM-NO " NOT ORDERED -- "
                   WS-EXCEPT-TEXT " **"
           END-IF
           .
      ******************************************************************
      *    340-READ-VENDOR: Random-reads the vendor master for
      *    VM-VENDOR-NO and sets WS-VENDOR-FOUND-SW.  A vendor master
      *    that could not be opened finds nobody.
      ******************************************************************
       340-READ-VENDOR.
           MOVE "N" TO WS-VENDOR-FOUND-SW
           IF VENDOR-MASTER-IS-OPEN
               READ VENDOR-MASTER
                   INVALID KEY MOVE "N" TO WS-VENDOR-FOUND-SW
                   NOT INVALID KEY MOVE "Y" TO WS-VENDOR-FOUND-SW
               END-READ
           END-IF
           .
      ******************************************************************
      *    350-WRITE-PURCHASE-ORDERS: Reads the sorted items back and
      *    breaks on vendor, starting a new purchase order number
      *    for each vendor and writing one open line per item.
      ******************************************************************
       350-WRITE-PURCHASE-ORDERS.
           MOVE "N" TO WS-SORT-EOF-SW
           MOVE "Y" TO WS-FIRST-SW
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN
           PERFORM 355-PROCESS-SORTED-ITEM UNTIL END-OF-SORT-FILE
           IF NOT FIRST-RECORD
               PERFORM 365-FINISH-PURCHASE-ORDER
           END-IF
           .
       355-PROCESS-SORTED-ITEM.
           IF FIRST-RECORD
               PERFORM 360-START-PURCHASE-ORDER
           ELSE
               IF SORT-VENDOR-NO NOT = WS-SAVE-VENDOR-NO
                   PERFORM 365-FINISH-PURCHASE-ORDER
                   PERFORM 360-START-PURCHASE-ORDER
               END-IF
           END-IF
           PERFORM 370-WRITE-PO-LINE
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN
           .
      ******************************************************************
      *    360-START-PURCHASE-ORDER: Takes the next purchase order
      *    number and prints the order heading with the vendor's
      *    name, address and terms.
      ******************************************************************
       360-START-PURCHASE-ORDER.
           MOVE "N" TO WS-FIRST-SW
           MOVE SORT-VENDOR-NO TO WS-SAVE-VENDOR-NO
           MOVE WS-NEXT-PO-NO TO WS-CURR-PO-NO
           ADD 1 TO WS-NEXT-PO-NO
           PERFORM 118-SAVE-NEXT-PO-NO
           MOVE 0 TO WS-CURR-LINE-NO
           MOVE 0 TO WS-PO-UNITS
           ADD 1 TO WS-PO-COUNT
           MOVE SORT-VENDOR-NO TO VM-VENDOR-NO
           PERFORM 340-READ-VENDOR
           IF NOT VENDOR-IS-ON-FILE
               MOVE SPACES TO VM-VENDOR-NAME
               MOVE SPACES TO VM-VENDOR-ADDRESS
               MOVE SPACES TO VM-VENDOR-TERMS
           END-IF
           MOVE SPACES TO PO-PRINT-ID
           WRITE PO-PRINT-ID
           MOVE WS-CURR-PO-NO TO PO-HDR-PO-NO
           MOVE WS-CURRENT-DATE TO PO-HDR-DATE
           WRITE PO-PRINT-ID FROM PO-HDR-1
           MOVE SORT-VENDOR-NO TO PO-HDR-VENDOR-NO
           MOVE VM-VENDOR-NAME TO PO-HDR-VENDOR-NAME
           WRITE PO-PRINT-ID FROM PO-HDR-2
           MOVE VM-VENDOR-ADDRESS TO PO-HDR-VENDOR-ADDR
           WRITE PO-PRINT-ID FROM PO-HDR-3
           MOVE VM-VENDOR-TERMS TO PO-HDR-VENDOR-TERMS
           WRITE PO-PRINT-ID FROM PO-HDR-4
           WRITE PO-PRINT-ID FROM PO-HDR-5
           .
      ******************************************************************
      *    365-FINISH-PURCHASE-ORDER: Prints the line and unit count
      *    under the order just finished.
      ******************************************************************
       365-FINISH-PURCHASE-ORDER.
           MOVE WS-CURR-LINE-NO TO PO-TRL-LINES
           MOVE WS-PO-UNITS TO PO-TRL-UNITS
           WRITE PO-PRINT-ID FROM PO-TRAILER
           .
      ******************************************************************
      *    370-WRITE-PO-LINE: Writes one open line to PO-FILE with
      *    nothing received yet, and prints it under the order.
      ******************************************************************
       370-WRITE-PO-LINE.
           ADD 1 TO WS-CURR-LINE-NO
           MOVE WS-CURR-PO-NO TO PO-NO
           MOVE WS-CURR-LINE-NO TO PO-LINE-NO
           MOVE SORT-VENDOR-NO TO PO-VENDOR-NO
           MOVE SORT-ITEM-NO TO PO-ITEM-NO
           MOVE WS-CURRENT-DATE TO PO-ORDER-DATE
           MOVE SORT-ORDER-QTY TO PO-QTY-ORDERED
           MOVE 0 TO PO-QTY-RECEIVED
           MOVE "O" TO PO-LINE-STATUS
           WRITE PO-RECORD
               INVALID KEY
                   DISPLAY "** UNABLE TO WRITE PURCHASE ORDER "
                       WS-CURR-PO-NO " LINE " WS-CURR-LINE-NO " **"
               NOT INVALID KEY
                   MOVE WS-CURR-LINE-NO TO PO-DTL-LINE-NO
                   MOVE SORT-ITEM-NO TO PO-DTL-ITEM-NO
                   MOVE SORT-ITEM-DESC TO PO-DTL-ITEM-DESC
                   MOVE SORT-ORDER-QTY TO PO-DTL-QTY
                   WRITE PO-PRINT-ID FROM PO-DETAIL-LINE
                   ADD SORT-ORDER-QTY TO WS-PO-UNITS
                   ADD 1 TO WS-LINE-COUNT
           END-WRITE
           .
      ******************************************************************
      *    380-WRITE-EXCEPTIONS: Lists the flagged items that were
      *    not ordered, with the reason, after the last order.
      ******************************************************************
       380-WRITE-EXCEPTIONS.
           IF WS-EXCEPT-COUNT > 0
               MOVE SPACES TO PO-PRINT-ID
               WRITE PO-PRINT-ID
               WRITE PO-PRINT-ID FROM EXCEPT-HDR
               PERFORM 381-WRITE-ONE-EXCEPTION
                   VARYING WS-EXCEPT-SUB FROM 1 BY 1
                   UNTIL WS-EXCEPT-SUB > WS-EXCEPT-COUNT
           END-IF
           MOVE SPACES TO PO-PRINT-ID
           WRITE PO-PRINT-ID
           .
       381-WRITE-ONE-EXCEPTION.
           MOVE EX-ITEM-NO(WS-EXCEPT-SUB) TO EX-LINE-ITEM-NO
           MOVE EX-ITEM-DESC(WS-EXCEPT-SUB) TO EX-LINE-ITEM-DESC
           MOVE EX-REASON(WS-EXCEPT-SUB) TO EX-LINE-REASON
           WRITE PO-PRINT-ID FROM EXCEPT-LINE
           .
      ******************************************************************
      *    400-OPEN-PO-REPORT: Lists every purchase order line still
      *    open, in purchase order order, with the vendor it is due
      *    from and the quantity still to come in, and totals the
      *    lines and units outstanding.
      ******************************************************************
       400-OPEN-PO-REPORT.
           STRING "OPENPO-" WS-CURRENT-DATE ".TXT" DELIMITED BY SIZE
               INTO WS-OPENPO-FILE-NAME
               ON OVERFLOW
                   DISPLAY "** OPEN PO REPORT NAME TOO LONG FOR WS-"
                       "OPENPO-FILE-NAME **"
           END-STRING
           OPEN OUTPUT OPEN-PO-REPORT-FILE
           IF WS-OPENPO-STATUS NOT = "00"
               DISPLAY "** UNABLE TO OPEN OPEN PO REPORT FILE: "
                   WS-OPENPO-FILE-NAME
           ELSE
               PERFORM 115-OPEN-VENDOR-MASTER
               MOVE WS-CURRENT-DATE TO OPENPO-HDR-DATE
               WRITE OPEN-PO-REPORT-ID FROM OPENPO-HDR-1
               WRITE OPEN-PO-REPORT-ID FROM OPENPO-HDR-2
               MOVE 0 TO WS-OPEN-LINE-COUNT
               MOVE 0 TO WS-TOTAL-DUE
               MOVE "N" TO WS-EOF-SW
               MOVE 0 TO PO-NO
               MOVE 0 TO PO-LINE-NO
               START PO-FILE KEY NOT < PO-KEY
                   INVALID KEY MOVE "Y" TO WS-EOF-SW
               END-START
               IF NOT END-OF-FILE
                   READ PO-FILE NEXT
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
               END-IF
               PERFORM 410-REPORT-ONE-PO-LINE UNTIL END-OF-FILE
               MOVE WS-OPEN-LINE-COUNT TO OPENPO-LINES-OUT
               WRITE OPEN-PO-REPORT-ID FROM OPENPO-TRAILER-1
               MOVE WS-TOTAL-DUE TO OPENPO-UNITS-OUT
               WRITE OPEN-PO-REPORT-ID FROM OPENPO-TRAILER-2
               CLOSE OPEN-PO-REPORT-FILE
               IF VENDOR-MASTER-IS-OPEN
                   CLOSE VENDOR-MASTER
               END-IF
               DISPLAY "OPEN PO REPORT WRITTEN TO "
                   WS-OPENPO-FILE-NAME
           END-IF
           .
       410-REPORT-ONE-PO-LINE.
           IF PO-LINE-IS-OPEN
               MOVE PO-VENDOR-NO TO VM-VENDOR-NO
               PERFORM 340-READ-VENDOR
               IF NOT VENDOR-IS-ON-FILE
                   MOVE "** NOT ON FILE **" TO VM-VENDOR-NAME
               END-IF
               COMPUTE WS-QTY-DUE = PO-QTY-ORDERED - PO-QTY-RECEIVED
               MOVE PO-NO TO OPL-PO-NO
               MOVE PO-LINE-NO TO OPL-LINE-NO
               MOVE PO-VENDOR-NO TO OPL-VENDOR-NO
               MOVE VM-VENDOR-NAME TO OPL-VENDOR-NAME
               MOVE PO-ITEM-NO TO OPL-ITEM-NO
               MOVE PO-QTY-ORDERED TO OPL-QTY-ORDERED
               MOVE PO-QTY-RECEIVED TO OPL-QTY-RECEIVED
               MOVE WS-QTY-DUE TO OPL-QTY-DUE
               MOVE PO-ORDER-DATE TO OPL-ORDER-DATE
               WRITE OPEN-PO-REPORT-ID FROM OPENPO-LINE
               ADD 1 TO WS-OPEN-LINE-COUNT
               ADD WS-QTY-DUE TO WS-TOTAL-DUE
           END-IF
           READ PO-FILE NEXT
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           .
       END PROGRAM PROGRAM20.
