       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM28.
      ******************************************************************
      *    Standing order generation run.  Once a day, walks the
      *    standing order file PROGRAM27 maintains and, for every
      *    active order whose next run date has come, writes one SALE
      *    record per item line to a raw batch file in the BATCH-FILE
      *    layout -- ready for the PROGRAM4 pre-edit and PROGRAM1's
      *    batch load like any keyed batch -- then advances the
      *    order's next run date by its frequency.  An order whose
      *    next run would fall past its end date is marked ended.  A
      *    generation register lists every order written, every
      *    order ended and the totals.
      *
      *    A day the run was missed is not made up order by order:
      *    the order is written once and its next run date is carried
      *    past the generation date, and the register says how many
      *    runs were passed over.  The run refuses a date whose batch
      *    file already exists, so the day's orders are never written
      *    twice.
      *
      *    Authors: Grant Haylock, Jack Rasmussen,
      *             Zach Schultz, Austin Lee
      *    Date Written: 10-28-2019
      *
      *    Modifications:
      *    10-28-2019  Original version.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER ASSIGN TO
               "C:\Users\Caulder\Documents\stordmst.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SO-ORDER-NO
           FILE STATUS IS WS-STORDMST-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO
               "C:\Users\Caulder\Documents\custmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CM-CUST-NO
           FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT ITEM-MASTER ASSIGN TO
               "C:\Users\Caulder\Documents\itemmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IM-ITEM-NO
           FILE STATUS IS WS-ITEMMAST-STATUS.
           SELECT BATCH-FILE ASSIGN TO DYNAMIC WS-BATCH-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BATCH-STATUS.
           SELECT GEN-REGISTER-FILE ASSIGN TO DYNAMIC
               WS-REGISTER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STANDING-ORDER.
       01 STANDING-ORDER-RECORD.
           05 SO-ORDER-NO         PIC 9(5).
           05 SO-CUST-NO          PIC 9(4).
           05 SO-RATE-CODE        PIC XX.
           05 SO-SLSP-CODE        PIC X(3).
           05 SO-FREQUENCY        PIC X.
               88 SO-IS-WEEKLY         VALUE "W".
               88 SO-IS-BIWEEKLY       VALUE "B".
               88 SO-IS-MONTHLY        VALUE "M".
           05 SO-NEXT-RUN-DATE    PIC 9(8).
           05 SO-END-DATE         PIC 9(8).
           05 SO-MONTH-DAY        PIC 9(2).
           05 SO-STATUS           PIC X.
               88 SO-IS-ACTIVE         VALUE "A".
               88 SO-IS-SUSPENDED      VALUE "S".
               88 SO-IS-ENDED          VALUE "E".
           05 SO-LAST-RUN-DATE    PIC 9(8).
           05 SO-LINE-COUNT       PIC 9(2).
           05 SO-LINE OCCURS 10 TIMES.
               10 SO-ITEM-NO      PIC 9(5).
               10 SO-QUANTITY     PIC 9(3).

       FD CUSTOMER-MASTER.
       01 CUST-MASTER-RECORD.
           05 CM-CUST-NO          PIC 9(4).
           05 CM-CUST-NAME        PIC A(20).
           05 CM-CUST-ADDRESS     PIC A(30).
           05 CM-CUST-TERMS       PIC X(5).
           05 CM-CREDIT-LIMIT     PIC 9(7).
           05 CM-FC-EXEMPT-SW     PIC X.
               88 CUST-IS-FC-EXEMPT    VALUE "Y".

       FD ITEM-MASTER.
       01 ITEM-MASTER-RECORD.
           05 IM-ITEM-NO          PIC 9(5).
           05 IM-ITEM-DESC        PIC X(20).
           05 IM-UNIT-PRICE       PIC 9(5).
           05 IM-QTY-ON-HAND      PIC S9(5).
           05 IM-REORDER-POINT    PIC 9(5).
           05 IM-VENDOR-NO        PIC 9(4).
           05 IM-REORDER-QTY      PIC 9(5).

       FD BATCH-FILE.
       01 BATCH-FILE-ID.
           05 BATCH-CUST-NO       PIC 9(4).
           05                     PIC X.
           05 BATCH-CUST-NAME     PIC A(20).
           05                     PIC X.
           05 BATCH-ITEM-NO       PIC 9(5).
           05                     PIC X.
           05 BATCH-UNIT-PRICE    PIC 9(5).
           05                     PIC X.
           05 BATCH-QUANTITY-SOLD PIC -9(3).
           05                     PIC X.
           05 BATCH-TRANS-TYPE    PIC X(4).
           05                     PIC X.
           05 BATCH-RATE-CODE     PIC XX.
           05                     PIC X.
           05 BATCH-REASON-CODE   PIC X(10).
           05                     PIC X.
           05 BATCH-ORIG-TRANS-NO PIC 9(6).
           05                     PIC X.
           05 BATCH-SLSP-CODE     PIC X(3).

       FD GEN-REGISTER-FILE.
       01 GEN-REGISTER-ID         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
           05 WS-EOF-SW         PIC X VALUE "N".
               88 END-OF-FILE          VALUE "Y".
           05 WS-VALID-SW       PIC X VALUE "N".
               88 ENTRY-IS-VALID       VALUE "Y".
           05 WS-CUSTMAST-OPEN-SW PIC X VALUE "N".
               88 CUST-MASTER-IS-OPEN  VALUE "Y".
           05 WS-ITEMMAST-OPEN-SW PIC X VALUE "N".
               88 ITEM-MASTER-IS-OPEN  VALUE "Y".
           05 WS-ITEM-FOUND-SW  PIC X VALUE "N".
               88 ITEM-IS-ON-FILE      VALUE "Y".

       01 WS-FILE-STATUS.
           05 WS-STORDMST-STATUS   PIC XX VALUE SPACES.
           05 WS-CUSTMAST-STATUS   PIC XX VALUE SPACES.
           05 WS-ITEMMAST-STATUS   PIC XX VALUE SPACES.
           05 WS-BATCH-STATUS      PIC XX VALUE SPACES.
           05 WS-REGISTER-STATUS   PIC XX VALUE SPACES.

       01 WS-DATE-FIELDS.
           05 WS-CURRENT-DATE      PIC 9(8) VALUE 0.
           05 WS-GEN-DATE          PIC 9(8) VALUE 0.
           05 WS-DATE-EDIT         PIC X(18) JUSTIFIED RIGHT.
           05 WS-DATE-NUM          PIC 9(18) VALUE 0.
           05 WS-DATE-YMD.
               10 WS-DATE-YEAR     PIC 9(4).
               10 WS-DATE-MONTH    PIC 9(2).
               10 WS-DATE-DAY      PIC 9(2).
           05 WS-DATE-YMD-N REDEFINES WS-DATE-YMD PIC 9(8).
           05 WS-DATE-INT          PIC 9(7) VALUE 0.
           05 WS-BATCH-FILE-NAME   PIC X(24) VALUE SPACES.
           05 WS-REGISTER-FILE-NAME PIC X(24) VALUE SPACES.

       01 WS-MONTH-DAYS-VALUES  PIC X(24)
               VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05 WS-MONTH-DAYS     PIC 9(2) OCCURS 12 TIMES.

       01 WS-WORK-AREA.
           05 WS-LINE-SUB       PIC 9(2) COMP VALUE 0.
           05 WS-ADVANCE-COUNT  PIC 9(3) VALUE 0.
           05 WS-MONTH-LENGTH   PIC 9(2) VALUE 0.
           05 WS-LEAP-QUOTIENT  PIC 9(4) VALUE 0.
           05 WS-LEAP-REM-4     PIC 9(3) VALUE 0.
           05 WS-LEAP-REM-100   PIC 9(3) VALUE 0.
           05 WS-LEAP-REM-400   PIC 9(3) VALUE 0.
           05 WS-CUST-NAME      PIC A(20) VALUE SPACES.
           05 WS-LINE-AMOUNT    PIC 9(8) VALUE 0.

       01 WS-COUNTERS.
           05 WS-ORDERS-READ    PIC 9(5) VALUE 0.
           05 WS-ORDERS-WRITTEN PIC 9(5) VALUE 0.
           05 WS-ORDERS-ENDED   PIC 9(5) VALUE 0.
           05 WS-RECORDS-WRITTEN PIC 9(7) VALUE 0.
           05 WS-NO-PRICE-COUNT PIC 9(5) VALUE 0.
           05 WS-TOTAL-AMOUNT   PIC 9(9) VALUE 0.

       01 REG-HDR-1.
           05 FILLER            PIC X(35)
               VALUE "STANDING ORDER GENERATION REGISTER ".
           05 REG-HDR-DATE      PIC 9(8).

       01 REG-HDR-2.
           05 FILLER            PIC X(36)
               VALUE "BATCH FILE WRITTEN: ".
           05 REG-HDR-FILE      PIC X(24).

       01 REG-ORDER-LINE.
           05 FILLER            PIC X(6)   VALUE "ORDER ".
           05 REG-ORDER-NO      PIC ZZZZ9.
           05 FILLER            PIC X(6)   VALUE " CUST ".
           05 REG-CUST-NO       PIC ZZZ9.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 REG-CUST-NAME     PIC X(20).
           05 FILLER            PIC X(6)   VALUE " NEXT ".
           05 REG-NEXT-RUN      PIC X(8).
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 REG-NOTE          PIC X(23).

       01 REG-ITEM-LINE.
           05 FILLER            PIC X(8)   VALUE SPACES.
           05 FILLER            PIC X(5)   VALUE "ITEM ".
           05 REG-ITEM-NO       PIC ZZZZ9.
           05 FILLER            PIC X(5)   VALUE " QTY ".
           05 REG-QUANTITY      PIC ZZ9.
           05 FILLER            PIC X(7)   VALUE " PRICE ".
           05 REG-UNIT-PRICE    PIC ZZ,ZZ9.
           05 FILLER            PIC X(5)   VALUE " EXT ".
           05 REG-LINE-AMOUNT   PIC ZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 REG-ITEM-NOTE     PIC X(24).

       01 REG-MISSED-NOTE.
           05 REG-MISSED-COUNT  PIC ZZ9.
           05 FILLER            PIC X(20)
               VALUE " MISSED RUN(S) SKIPD".

       01 REG-TOTAL-LINE-1.
           05 FILLER            PIC X(28)
               VALUE "ACTIVE ORDERS DUE WRITTEN: ".
           05 REG-ORDERS-OUT    PIC ZZ,ZZ9.

       01 REG-TOTAL-LINE-2.
           05 FILLER            PIC X(28)
               VALUE "BATCH RECORDS WRITTEN:     ".
           05 REG-RECORDS-OUT   PIC Z,ZZZ,ZZ9.

       01 REG-TOTAL-LINE-3.
           05 FILLER            PIC X(28)
               VALUE "ORDERS ENDED THIS RUN:     ".
           05 REG-ENDED-OUT     PIC ZZ,ZZ9.

       01 REG-TOTAL-LINE-4.
           05 FILLER            PIC X(28)
               VALUE "ITEMS NOT ON ITEM MASTER:  ".
           05 REG-NO-PRICE-OUT  PIC ZZ,ZZ9.

       01 REG-TOTAL-LINE-5.
           05 FILLER            PIC X(28)
               VALUE "EXTENDED AT LIST PRICE:    ".
           05 REG-AMOUNT-OUT    PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    100-MAIN: Takes the generation date, refuses one already
      *    generated, opens the files and walks the standing orders.
      ******************************************************************
       100-MAIN.
           PERFORM 101-GET-GEN-DATE
           STRING "STORDBAT-" WS-GEN-DATE ".TXT" DELIMITED BY SIZE
               INTO WS-BATCH-FILE-NAME
               ON OVERFLOW
                   DISPLAY "** BATCH FILE NAME TOO LONG FOR WS-BATCH"
                       "-FILE-NAME **"
           END-STRING
           STRING "STORDREG-" WS-GEN-DATE ".TXT" DELIMITED BY SIZE
               INTO WS-REGISTER-FILE-NAME
               ON OVERFLOW
                   DISPLAY "** REGISTER FILE NAME TOO LONG FOR WS-"
                       "REGISTER-FILE-NAME **"
           END-STRING
           OPEN INPUT BATCH-FILE
           IF WS-BATCH-STATUS = "00"
               CLOSE BATCH-FILE
               DISPLAY "** STANDING ORDERS FOR " WS-GEN-DATE
                   " WERE ALREADY GENERATED TO " WS-BATCH-FILE-NAME
                   " -- RUN NOT DONE **"
           ELSE
               OPEN I-O STANDING-ORDER
               IF WS-STORDMST-STATUS NOT = "00"
                   DISPLAY "** UNABLE TO OPEN STANDING ORDER FILE -- "
                       "STATUS " WS-STORDMST-STATUS " **"
               ELSE
                   PERFORM 110-OPEN-MASTERS
                   PERFORM 200-GENERATE-ORDERS
                   CLOSE STANDING-ORDER
                   IF CUST-MASTER-IS-OPEN
                       CLOSE CUSTOMER-MASTER
                   END-IF
                   IF ITEM-MASTER-IS-OPEN
                       CLOSE ITEM-MASTER
                   END-IF
               END-IF
           END-IF
           GOBACK
           .
      ******************************************************************
      *    101-GET-GEN-DATE: The generation date defaults to today; a
      *    missed day is made up by keying its date.  A keyed date
      *    is re-prompted until it is an eight digit date with a
      *    plausible month and day.
      ******************************************************************
       101-GET-GEN-DATE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE "N" TO WS-VALID-SW
           PERFORM 102-PROMPT-GEN-DATE UNTIL ENTRY-IS-VALID
           .
       102-PROMPT-GEN-DATE.
           DISPLAY "GENERATION DATE (YYYYMMDD, BLANK FOR TODAY): "
           MOVE SPACES TO WS-DATE-EDIT
           ACCEPT WS-DATE-EDIT
           IF WS-DATE-EDIT = SPACES
               MOVE WS-CURRENT-DATE TO WS-GEN-DATE
               MOVE "Y" TO WS-VALID-SW
           ELSE
               INSPECT WS-DATE-EDIT REPLACING LEADING SPACE BY ZERO
               IF WS-DATE-EDIT IS NUMERIC
                   MOVE WS-DATE-EDIT TO WS-DATE-NUM
                   MOVE WS-DATE-NUM TO WS-DATE-YMD-N
                   IF WS-DATE-MONTH > 0 AND WS-DATE-MONTH < 13
                           AND WS-DATE-DAY > 0 AND WS-DATE-DAY < 32
                           AND WS-DATE-YEAR > 1999
                       MOVE WS-DATE-YMD-N TO WS-GEN-DATE
                       MOVE "Y" TO WS-VALID-SW
                   ELSE
                       DISPLAY "** INVALID DATE - RE-ENTER **"
                   END-IF
               ELSE
                   DISPLAY "** INVALID DATE - RE-ENTER **"
               END-IF
           END-IF
           .
      ******************************************************************
      *    110-OPEN-MASTERS: Opens the customer and item masters for
      *    input, for the name and price the batch record carries.
      *    Without the customer master the name goes out blank;
      *    without the item master the price goes out zero and the
      *    pre-edit prices the item off the master when it runs.
      ******************************************************************
       110-OPEN-MASTERS.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS = "00"
               MOVE "Y" TO WS-CUSTMAST-OPEN-SW
           ELSE
               MOVE "N" TO WS-CUSTMAST-OPEN-SW
               DISPLAY "** CUSTOMER MASTER NOT AVAILABLE -- "
                   "CUSTOMER NAMES WILL BE BLANK **"
           END-IF
           OPEN INPUT ITEM-MASTER
           IF WS-ITEMMAST-STATUS = "00"
               MOVE "Y" TO WS-ITEMMAST-OPEN-SW
           ELSE
               MOVE "N" TO WS-ITEMMAST-OPEN-SW
               DISPLAY "** ITEM MASTER NOT AVAILABLE -- BATCH "
                   "PRICES WILL BE ZERO **"
           END-IF
           .
      ******************************************************************
      *    200-GENERATE-ORDERS: Opens the batch file and the register
      *    and walks the standing orders in order number order.
      ******************************************************************
       200-GENERATE-ORDERS.
           OPEN OUTPUT BATCH-FILE
           IF WS-BATCH-STATUS NOT = "00"
               DISPLAY "** UNABLE TO OPEN BATCH FILE: "
                   WS-BATCH-FILE-NAME
           ELSE
               OPEN OUTPUT GEN-REGISTER-FILE
               IF WS-REGISTER-STATUS NOT = "00"
                   DISPLAY "** UNABLE TO OPEN GENERATION REGISTER: "
                       WS-REGISTER-FILE-NAME
                   CLOSE BATCH-FILE
               ELSE
                   MOVE WS-GEN-DATE TO REG-HDR-DATE
                   WRITE GEN-REGISTER-ID FROM REG-HDR-1
                   MOVE WS-BATCH-FILE-NAME TO REG-HDR-FILE
                   WRITE GEN-REGISTER-ID FROM REG-HDR-2
                   MOVE SPACES TO GEN-REGISTER-ID
                   WRITE GEN-REGISTER-ID
                   MOVE "N" TO WS-EOF-SW
                   MOVE 0 TO SO-ORDER-NO
                   START STANDING-ORDER KEY NOT < SO-ORDER-NO
                       INVALID KEY MOVE "Y" TO WS-EOF-SW
                   END-START
                   IF NOT END-OF-FILE
                       READ STANDING-ORDER NEXT
                           AT END MOVE "Y" TO WS-EOF-SW
                       END-READ
                   END-IF
                   PERFORM 210-PROCESS-ONE-ORDER UNTIL END-OF-FILE
                   PERFORM 400-WRITE-TOTALS
                   CLOSE BATCH-FILE
                   CLOSE GEN-REGISTER-FILE
                   DISPLAY WS-RECORDS-WRITTEN " BATCH RECORDS WRITTEN "
                       "TO " WS-BATCH-FILE-NAME
                   DISPLAY "GENERATION REGISTER WRITTEN TO "
                       WS-REGISTER-FILE-NAME
               END-IF
           END-IF
           .
      ******************************************************************
      *    210-PROCESS-ONE-ORDER: An active order due on or before
      *    the generation date is written and advanced, unless its
      *    end date has already passed, in which case it is only
      *    marked ended.  Suspended, ended and not-yet-due orders
      *    are left as they are.
      ******************************************************************
       210-PROCESS-ONE-ORDER.
           ADD 1 TO WS-ORDERS-READ
           IF SO-IS-ACTIVE AND SO-NEXT-RUN-DATE NOT > WS-GEN-DATE
               PERFORM 215-GET-CUST-NAME
               IF SO-END-DATE NOT = 0
                       AND SO-NEXT-RUN-DATE > SO-END-DATE
                   MOVE "E" TO SO-STATUS
                   ADD 1 TO WS-ORDERS-ENDED
                   MOVE SO-NEXT-RUN-DATE TO REG-NEXT-RUN
                   MOVE "PAST END DATE - ENDED" TO REG-NOTE
                   PERFORM 250-WRITE-ORDER-LINE
               ELSE
                   PERFORM 220-WRITE-ONE-LINE
                       VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > SO-LINE-COUNT
                   ADD 1 TO WS-ORDERS-WRITTEN
                   MOVE WS-GEN-DATE TO SO-LAST-RUN-DATE
                   MOVE 0 TO WS-ADVANCE-COUNT
                   PERFORM 300-ADVANCE-NEXT-RUN
                       UNTIL SO-NEXT-RUN-DATE > WS-GEN-DATE
                   MOVE SO-NEXT-RUN-DATE TO REG-NEXT-RUN
                   MOVE SPACES TO REG-NOTE
                   IF WS-ADVANCE-COUNT > 1
                       SUBTRACT 1 FROM WS-ADVANCE-COUNT
                       MOVE WS-ADVANCE-COUNT TO REG-MISSED-COUNT
                       MOVE REG-MISSED-NOTE TO REG-NOTE
                   END-IF
                   IF SO-END-DATE NOT = 0
                           AND SO-NEXT-RUN-DATE > SO-END-DATE
                       MOVE "E" TO SO-STATUS
                       ADD 1 TO WS-ORDERS-ENDED
                       MOVE "NONE" TO REG-NEXT-RUN
                       MOVE "FINAL RUN - ENDED" TO REG-NOTE
                   END-IF
                   PERFORM 250-WRITE-ORDER-LINE
                   PERFORM 260-WRITE-ITEM-LINE
                       VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > SO-LINE-COUNT
               END-IF
               REWRITE STANDING-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "** UNABLE TO REWRITE STANDING ORDER "
                           SO-ORDER-NO " -- NEXT RUN DATE NOT "
                           "ADVANCED **"
               END-REWRITE
           END-IF
           READ STANDING-ORDER NEXT
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           .
       215-GET-CUST-NAME.
           MOVE SPACES TO WS-CUST-NAME
           IF CUST-MASTER-IS-OPEN
               MOVE SO-CUST-NO TO CM-CUST-NO
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY "** CUSTOMER " SO-CUST-NO " ON STANDING"
                           " ORDER " SO-ORDER-NO " IS NOT ON THE "
                           "MASTER FILE **"
                   NOT INVALID KEY
                       MOVE CM-CUST-NAME TO WS-CUST-NAME
               END-READ
           END-IF
           .
      ******************************************************************
      *    220-WRITE-ONE-LINE: Writes one item line as a SALE in the
      *    BATCH-FILE layout.  The price is the item master's, the
      *    one posting starts from; the customer's agreement and
      *    quantity breaks are applied when the batch is posted.
      ******************************************************************
       220-WRITE-ONE-LINE.
           MOVE SPACES TO BATCH-FILE-ID
           MOVE SO-CUST-NO TO BATCH-CUST-NO
           MOVE WS-CUST-NAME TO BATCH-CUST-NAME
           MOVE SO-ITEM-NO(WS-LINE-SUB) TO BATCH-ITEM-NO
           PERFORM 225-FIND-ITEM-PRICE
           MOVE SO-QUANTITY(WS-LINE-SUB) TO BATCH-QUANTITY-SOLD
           MOVE "SALE" TO BATCH-TRANS-TYPE
           MOVE SO-RATE-CODE TO BATCH-RATE-CODE
           MOVE SPACES TO BATCH-REASON-CODE
           MOVE 0 TO BATCH-ORIG-TRANS-NO
           MOVE SO-SLSP-CODE TO BATCH-SLSP-CODE
           WRITE BATCH-FILE-ID
           IF WS-BATCH-STATUS = "00"
               ADD 1 TO WS-RECORDS-WRITTEN
           ELSE
               DISPLAY "** UNABLE TO WRITE BATCH RECORD FOR "
                   "STANDING ORDER " SO-ORDER-NO " -- STATUS "
                   WS-BATCH-STATUS " **"
           END-IF
           .
       225-FIND-ITEM-PRICE.
           MOVE "N" TO WS-ITEM-FOUND-SW
           IF ITEM-MASTER-IS-OPEN
               MOVE SO-ITEM-NO(WS-LINE-SUB) TO IM-ITEM-NO
               READ ITEM-MASTER
                   INVALID KEY MOVE "N" TO WS-ITEM-FOUND-SW
                   NOT INVALID KEY MOVE "Y" TO WS-ITEM-FOUND-SW
               END-READ
           END-IF
           IF ITEM-IS-ON-FILE
               MOVE IM-UNIT-PRICE TO BATCH-UNIT-PRICE
           ELSE
               MOVE 0 TO BATCH-UNIT-PRICE
           END-IF
           .
      ******************************************************************
      *    250-WRITE-ORDER-LINE / 260-WRITE-ITEM-LINE: The register
      *    lines for one order and each item it wrote.  An item no
      *    longer on the item master is flagged; the pre-edit will
      *    reject it with reason 03.
      ******************************************************************
       250-WRITE-ORDER-LINE.
           MOVE SO-ORDER-NO TO REG-ORDER-NO
           MOVE SO-CUST-NO TO REG-CUST-NO
           MOVE WS-CUST-NAME TO REG-CUST-NAME
           WRITE GEN-REGISTER-ID FROM REG-ORDER-LINE
           .
       260-WRITE-ITEM-LINE.
           PERFORM 225-FIND-ITEM-PRICE
           MOVE SO-ITEM-NO(WS-LINE-SUB) TO REG-ITEM-NO
           MOVE SO-QUANTITY(WS-LINE-SUB) TO REG-QUANTITY
           MOVE BATCH-UNIT-PRICE TO REG-UNIT-PRICE
           COMPUTE WS-LINE-AMOUNT =
               BATCH-UNIT-PRICE * SO-QUANTITY(WS-LINE-SUB)
           MOVE WS-LINE-AMOUNT TO REG-LINE-AMOUNT
           ADD WS-LINE-AMOUNT TO WS-TOTAL-AMOUNT
           IF ITEM-IS-ON-FILE
               MOVE SPACES TO REG-ITEM-NOTE
           ELSE
               MOVE "NOT ON ITEM MASTER" TO REG-ITEM-NOTE
               ADD 1 TO WS-NO-PRICE-COUNT
           END-IF
           WRITE GEN-REGISTER-ID FROM REG-ITEM-LINE
           .
      ******************************************************************
      *    300-ADVANCE-NEXT-RUN: Moves SO-NEXT-RUN-DATE on by one
      *    period.  Weekly and every-other-week orders move by 7 and
      *    14 days; a monthly order moves to SO-MONTH-DAY of the next
      *    month, or that month's last day when it is shorter.
      ******************************************************************
       300-ADVANCE-NEXT-RUN.
           ADD 1 TO WS-ADVANCE-COUNT
           EVALUATE TRUE
               WHEN SO-IS-WEEKLY
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(SO-NEXT-RUN-DATE) + 7
                   COMPUTE SO-NEXT-RUN-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               WHEN SO-IS-BIWEEKLY
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(SO-NEXT-RUN-DATE) + 14
                   COMPUTE SO-NEXT-RUN-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               WHEN OTHER
                   MOVE SO-NEXT-RUN-DATE TO WS-DATE-YMD-N
                   IF SO-MONTH-DAY = 0
                       MOVE WS-DATE-DAY TO SO-MONTH-DAY
                   END-IF
                   IF WS-DATE-MONTH = 12
                       MOVE 1 TO WS-DATE-MONTH
                       ADD 1 TO WS-DATE-YEAR
                   ELSE
                       ADD 1 TO WS-DATE-MONTH
                   END-IF
                   PERFORM 310-FIND-MONTH-LENGTH
                   IF SO-MONTH-DAY > WS-MONTH-LENGTH
                       MOVE WS-MONTH-LENGTH TO WS-DATE-DAY
                   ELSE
                       MOVE SO-MONTH-DAY TO WS-DATE-DAY
                   END-IF
                   MOVE WS-DATE-YMD-N TO SO-NEXT-RUN-DATE
           END-EVALUATE
           .
      ******************************************************************
      *    310-FIND-MONTH-LENGTH: Days in WS-DATE-MONTH of
      *    WS-DATE-YEAR, February taking 29 in a leap year.
      ******************************************************************
       310-FIND-MONTH-LENGTH.
           MOVE WS-MONTH-DAYS(WS-DATE-MONTH) TO WS-MONTH-LENGTH
           IF WS-DATE-MONTH = 2
               DIVIDE WS-DATE-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-DATE-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-DATE-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = 0
                       AND (WS-LEAP-REM-100 NOT = 0
                           OR WS-LEAP-REM-400 = 0)
                   MOVE 29 TO WS-MONTH-LENGTH
               END-IF
           END-IF
           .
      ******************************************************************
      *    400-WRITE-TOTALS: The register's closing counts.  The
      *    records written are what the pre-edit should read.
      ******************************************************************
       400-WRITE-TOTALS.
           MOVE SPACES TO GEN-REGISTER-ID
           WRITE GEN-REGISTER-ID
           MOVE WS-ORDERS-WRITTEN TO REG-ORDERS-OUT
           WRITE GEN-REGISTER-ID FROM REG-TOTAL-LINE-1
           MOVE WS-RECORDS-WRITTEN TO REG-RECORDS-OUT
           WRITE GEN-REGISTER-ID FROM REG-TOTAL-LINE-2
           MOVE WS-ORDERS-ENDED TO REG-ENDED-OUT
           WRITE GEN-REGISTER-ID FROM REG-TOTAL-LINE-3
           MOVE WS-NO-PRICE-COUNT TO REG-NO-PRICE-OUT
           WRITE GEN-REGISTER-ID FROM REG-TOTAL-LINE-4
           MOVE WS-TOTAL-AMOUNT TO REG-AMOUNT-OUT
           WRITE GEN-REGISTER-ID FROM REG-TOTAL-LINE-5
           .
       END PROGRAM PROGRAM28.
