       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM27.
      ******************************************************************
      *    Standing order maintenance.  Lets the office add, change,
      *    suspend (and resume) and inquire on STANDING-ORDER records
      *    -- a customer's recurring order for up to ten items, with
      *    its rate code, salesperson, frequency (weekly, every other
      *    week or monthly), next run date and end date -- and prints
      *    a dated listing of the file with a count trailer.
      *    PROGRAM28 turns the orders that come due into a batch file
      *    for the PROGRAM4 pre-edit and advances their next run
      *    dates.  Customer, item and salesperson are checked against
      *    their masters and the rate code against taxrate.txt, the
      *    same edits the batch will meet, so a standing order cannot
      *    generate records that are bound to be rejected.
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
           SELECT SLSP-MASTER ASSIGN TO
               "C:\Users\Caulder\Documents\slspmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SP-SLSP-CODE
           FILE STATUS IS WS-SLSPMAST-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO
               "C:\Users\Caulder\Documents\taxrate.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-TAXTAB-STATUS.
           SELECT STORD-LIST-FILE ASSIGN TO DYNAMIC WS-LIST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    One standing order.  SO-MONTH-DAY keeps the day of the
      *    month a monthly order runs on, so an order for the 31st
      *    that has to fall on the 30th or the 28th goes back to the
      *    31st when the month allows.  SO-END-DATE of zero means the
      *    order runs until it is suspended.  SO-LAST-RUN-DATE is the
      *    last generation date that wrote it.
      ******************************************************************
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

       FD SLSP-MASTER.
       01 SLSP-MASTER-RECORD.
           05 SP-SLSP-CODE        PIC X(3).
           05 SP-SLSP-NAME        PIC X(20).
           05 SP-COMM-RATE        PIC V999.

       FD TAX-RATE-FILE.
       01 TAX-RATE-RECORD.
           05 TR-FILE-CODE        PIC XX.
           05                     PIC X.
           05 TR-FILE-PCT         PIC V999.
           05                     PIC X.
           05 TR-FILE-NAME        PIC X(20).

       FD STORD-LIST-FILE.
       01 STORD-LIST-ID           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
           05 WS-DONE-SW        PIC X VALUE "N".
               88 MAINT-IS-DONE        VALUE "Y".
           05 WS-VALID-SW       PIC X VALUE "N".
               88 ENTRY-IS-VALID       VALUE "Y".
           05 WS-FOUND-SW       PIC X VALUE "N".
               88 ORDER-IS-ON-FILE     VALUE "Y".
           05 WS-CHANGE-SW      PIC X VALUE "N".
               88 CHANGE-IS-IN-PROGRESS VALUE "Y".
           05 WS-LINES-DONE-SW  PIC X VALUE "N".
               88 LINES-ARE-DONE       VALUE "Y".
           05 WS-RATE-FOUND-SW  PIC X VALUE "N".
               88 RATE-CODE-IS-ON-FILE VALUE "Y".
           05 WS-CUSTMAST-OPEN-SW PIC X VALUE "N".
               88 CUST-MASTER-IS-OPEN  VALUE "Y".
           05 WS-ITEMMAST-OPEN-SW PIC X VALUE "N".
               88 ITEM-MASTER-IS-OPEN  VALUE "Y".
           05 WS-SLSPMAST-OPEN-SW PIC X VALUE "N".
               88 SLSP-MASTER-IS-OPEN  VALUE "Y".
           05 WS-CONFIRM-SW     PIC X VALUE "N".
           05 WS-EOF-SW         PIC X VALUE "N".
               88 END-OF-FILE          VALUE "Y".

       01 WS-FILE-STATUS.
           05 WS-STORDMST-STATUS   PIC XX VALUE SPACES.
           05 WS-CUSTMAST-STATUS   PIC XX VALUE SPACES.
           05 WS-ITEMMAST-STATUS   PIC XX VALUE SPACES.
           05 WS-SLSPMAST-STATUS   PIC XX VALUE SPACES.
           05 WS-TAXTAB-STATUS     PIC XX VALUE SPACES.
           05 WS-LIST-STATUS       PIC XX VALUE SPACES.

       01 WS-EDIT-FIELDS.
           05 WS-NUMERIC-EDIT   PIC X(18) JUSTIFIED RIGHT.
           05 WS-EDIT-NUM       PIC 9(18).
           05 WS-DATE-YMD.
               10 WS-DATE-YEAR  PIC 9(4).
               10 WS-DATE-MONTH PIC 9(2).
               10 WS-DATE-DAY   PIC 9(2).
           05 WS-DATE-NUM REDEFINES WS-DATE-YMD PIC 9(8).
           05 WS-CODE-ENTRY     PIC X(3) VALUE SPACES.
           05 WS-RATE-ENTRY     PIC XX VALUE SPACES.
           05 WS-FUNCTION-CODE  PIC X VALUE SPACE.
               88 FUNCTION-IS-ADD      VALUE "A".
               88 FUNCTION-IS-CHANGE   VALUE "C".
               88 FUNCTION-IS-SUSPEND  VALUE "S".
               88 FUNCTION-IS-INQUIRE  VALUE "I".
               88 FUNCTION-IS-LIST     VALUE "L".
               88 FUNCTION-IS-EXIT     VALUE "X".

       01 WS-WORK-AREA.
           05 WS-ORDER-NUM      PIC 9(5) VALUE 0.
           05 WS-LINE-SUB       PIC 9(2) COMP VALUE 0.
           05 WS-LIST-COUNT     PIC 9(5) VALUE 0.
           05 WS-MONTH-LENGTH   PIC 9(2) VALUE 0.
           05 WS-LEAP-QUOTIENT  PIC 9(4) VALUE 0.
           05 WS-LEAP-REM-4     PIC 9(3) VALUE 0.
           05 WS-LEAP-REM-100   PIC 9(3) VALUE 0.
           05 WS-LEAP-REM-400   PIC 9(3) VALUE 0.

       01 WS-DATE-FIELDS.
           05 WS-CURRENT-DATE      PIC 9(8) VALUE 0.
           05 WS-LIST-FILE-NAME    PIC X(24) VALUE SPACES.

       01 WS-MONTH-DAYS-VALUES  PIC X(24)
               VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05 WS-MONTH-DAYS     PIC 9(2) OCCURS 12 TIMES.

       01 WS-CONSTANTS.
           05 WS-DEFAULT-RATE-CODE  PIC XX VALUE "ST".
           05 WS-TAX            PIC V999 VALUE .065.

       01 WS-RATE-COUNT        PIC 9(3) VALUE 0.

       01 TAX-RATE-TABLE.
           05 TAX-RATE-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-RATE-COUNT
               INDEXED BY TR-IDX.
               10 TR-CODE       PIC XX.
               10 TR-PCT        PIC V999.

       01 LIST-HDR-1.
           05 FILLER            PIC X(20)
               VALUE "STANDING ORDER LIST ".
           05 LIST-HDR-DATE     PIC 9(8).

       01 LIST-HDR-2.
           05 FILLER            PIC X(7)   VALUE "ORDER".
           05 FILLER            PIC X(6)   VALUE "CUST".
           05 FILLER            PIC X(5)   VALUE "FREQ".
           05 FILLER            PIC X(10)  VALUE "NEXT RUN".
           05 FILLER            PIC X(10)  VALUE "ENDS".
           05 FILLER            PIC X(11)  VALUE "STATUS".
           05 FILLER            PIC X(6)   VALUE "RATE".
           05 FILLER            PIC X(4)   VALUE "SLSP".

       01 LIST-LINE.
           05 LIST-ORDER-NO     PIC ZZ,ZZ9.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 LIST-CUST-NO      PIC Z,ZZ9.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 LIST-FREQUENCY    PIC X(4).
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 LIST-NEXT-RUN     PIC 9(8).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 LIST-END-DATE     PIC X(8).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 LIST-STATUS       PIC X(9).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 LIST-RATE-CODE    PIC XX.
           05 FILLER            PIC X(4)   VALUE SPACES.
           05 LIST-SLSP-CODE    PIC X(3).

       01 LIST-ITEM-LINE.
           05 FILLER            PIC X(13)  VALUE SPACES.
           05 FILLER            PIC X(5)   VALUE "ITEM ".
           05 LIST-ITEM-NO      PIC ZZZZ9.
           05 FILLER            PIC X(6)   VALUE "  QTY ".
           05 LIST-QUANTITY     PIC ZZ9.

       01 LIST-TRAILER.
           05 FILLER            PIC X(23)
               VALUE "STANDING ORDERS LISTED:".
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 LIST-COUNT-OUT    PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    100-MAIN: Opens the standing order file and the masters it
      *    is edited against, and drives the function-code menu until
      *    the operator asks to exit.
      ******************************************************************
       100-MAIN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 110-OPEN-STANDING-ORDER
           IF WS-STORDMST-STATUS NOT = "00"
               DISPLAY "** UNABLE TO OPEN STANDING ORDER FILE -- "
                   "STATUS " WS-STORDMST-STATUS " **"
           ELSE
               PERFORM 115-OPEN-MASTERS
               PERFORM 130-LOAD-TAX-RATE-TABLE
               PERFORM 200-PROCESS-ONE-FUNCTION UNTIL MAINT-IS-DONE
               CLOSE STANDING-ORDER
               IF CUST-MASTER-IS-OPEN
                   CLOSE CUSTOMER-MASTER
               END-IF
               IF ITEM-MASTER-IS-OPEN
                   CLOSE ITEM-MASTER
               END-IF
               IF SLSP-MASTER-IS-OPEN
                   CLOSE SLSP-MASTER
               END-IF
           END-IF
           GOBACK
           .
      ******************************************************************
      *    110-OPEN-STANDING-ORDER: Opens the standing order file for
      *    update, creating it first if it does not exist yet
      *    (status 35), the same way PROGRAM1 creates its masters.
      ******************************************************************
       110-OPEN-STANDING-ORDER.
           OPEN I-O STANDING-ORDER
           IF WS-STORDMST-STATUS = "35"
               OPEN OUTPUT STANDING-ORDER
               CLOSE STANDING-ORDER
               OPEN I-O STANDING-ORDER
           END-IF
           .
      ******************************************************************
      *    115-OPEN-MASTERS: Opens the customer, item and salesperson
      *    masters for input.  A master that cannot be opened leaves
      *    its field edited for presence only, with a warning.
      ******************************************************************
       115-OPEN-MASTERS.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS = "00"
               MOVE "Y" TO WS-CUSTMAST-OPEN-SW
           ELSE
               MOVE "N" TO WS-CUSTMAST-OPEN-SW
               DISPLAY "** CUSTOMER MASTER NOT AVAILABLE -- "
                   "CUSTOMERS WILL NOT BE CHECKED **"
           END-IF
           OPEN INPUT ITEM-MASTER
           IF WS-ITEMMAST-STATUS = "00"
               MOVE "Y" TO WS-ITEMMAST-OPEN-SW
           ELSE
               MOVE "N" TO WS-ITEMMAST-OPEN-SW
               DISPLAY "** ITEM MASTER NOT AVAILABLE -- "
                   "ITEMS WILL NOT BE CHECKED **"
           END-IF
           OPEN INPUT SLSP-MASTER
           IF WS-SLSPMAST-STATUS = "00"
               MOVE "Y" TO WS-SLSPMAST-OPEN-SW
           ELSE
               MOVE "N" TO WS-SLSPMAST-OPEN-SW
               DISPLAY "** SALESPERSON MASTER NOT AVAILABLE -- "
                   "CODES WILL BE EDITED FOR PRESENCE ONLY **"
           END-IF
           .
      ******************************************************************
      *    130-LOAD-TAX-RATE-TABLE: Loads TAX-RATE-FILE into the same
      *    in-memory table PROGRAM4 edits the batch against, falling
      *    back to the default rate code when the file is missing.
      ******************************************************************
       130-LOAD-TAX-RATE-TABLE.
           MOVE 0 TO WS-RATE-COUNT
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT TAX-RATE-FILE
           IF WS-TAXTAB-STATUS = "00"
               READ TAX-RATE-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
               PERFORM 131-LOAD-TAX-RATE-ENTRY
                   UNTIL END-OF-FILE OR WS-RATE-COUNT = 50
               CLOSE TAX-RATE-FILE
           END-IF
           IF WS-RATE-COUNT = 0
               ADD 1 TO WS-RATE-COUNT
               MOVE WS-DEFAULT-RATE-CODE TO TR-CODE(WS-RATE-COUNT)
               MOVE WS-TAX TO TR-PCT(WS-RATE-COUNT)
           END-IF
           .
       131-LOAD-TAX-RATE-ENTRY.
           ADD 1 TO WS-RATE-COUNT
           MOVE TR-FILE-CODE TO TR-CODE(WS-RATE-COUNT)
           MOVE TR-FILE-PCT TO TR-PCT(WS-RATE-COUNT)
           READ TAX-RATE-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           .
      ******************************************************************
      *    200-PROCESS-ONE-FUNCTION: Shows the menu, accepts a
      *    function code and branches to the matching maintenance
      *    routine.  Anything unrecognized just redisplays the menu.
      ******************************************************************
       200-PROCESS-ONE-FUNCTION.
           DISPLAY " "
           DISPLAY "STANDING ORDER MAINTENANCE"
           DISPLAY "A = ADD    C = CHANGE   S = SUSPEND/RESUME"
           DISPLAY "I = INQUIRE   L = LIST   X = EXIT"
           DISPLAY "FUNCTION: "
           ACCEPT WS-FUNCTION-CODE
           EVALUATE TRUE
               WHEN FUNCTION-IS-ADD
                   PERFORM 300-ADD-ORDER
               WHEN FUNCTION-IS-CHANGE
                   PERFORM 400-CHANGE-ORDER
               WHEN FUNCTION-IS-SUSPEND
                   PERFORM 500-SUSPEND-ORDER
               WHEN FUNCTION-IS-INQUIRE
                   PERFORM 600-INQUIRE-ORDER
               WHEN FUNCTION-IS-LIST
                   PERFORM 700-LIST-ORDERS
               WHEN FUNCTION-IS-EXIT
                   MOVE "Y" TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "** INVALID FUNCTION CODE - RE-ENTER **"
           END-EVALUATE
           .
      ******************************************************************
      *    210-VALIDATE-ORDER-NO: Re-prompts until WS-ORDER-NUM is
      *    numeric and greater than zero, using the same oversized
      *    -work-field technique as PROGRAM1 so an over-length entry
      *    is rejected instead of truncated.
      ******************************************************************
       210-VALIDATE-ORDER-NO.
           MOVE "N" TO WS-VALID-SW
           PERFORM 211-PROMPT-ORDER-NO UNTIL ENTRY-IS-VALID
           .
       211-PROMPT-ORDER-NO.
           DISPLAY "STANDING ORDER NO: "
           MOVE SPACES TO WS-NUMERIC-EDIT
           ACCEPT WS-NUMERIC-EDIT
           INSPECT WS-NUMERIC-EDIT REPLACING LEADING SPACE BY ZERO
           IF WS-NUMERIC-EDIT IS NUMERIC
               MOVE WS-NUMERIC-EDIT TO WS-EDIT-NUM
           ELSE
               MOVE ZERO TO WS-EDIT-NUM
           END-IF
           IF WS-EDIT-NUM > ZERO AND WS-EDIT-NUM < 100000
               MOVE WS-EDIT-NUM TO WS-ORDER-NUM
               MOVE "Y" TO WS-VALID-SW
           ELSE
               DISPLAY "** INVALID STANDING ORDER NUMBER - RE-ENTER **"
           END-IF
           .
      ******************************************************************
      *    220-READ-ORDER: Random-reads the file for WS-ORDER-NUM and
      *    sets WS-FOUND-SW for the caller to test.
      ******************************************************************
       220-READ-ORDER.
           MOVE WS-ORDER-NUM TO SO-ORDER-NO
           READ STANDING-ORDER
               INVALID KEY MOVE "N" TO WS-FOUND-SW
               NOT INVALID KEY MOVE "Y" TO WS-FOUND-SW
           END-READ
           .
      ******************************************************************
      *    230-DISPLAY-ORDER: Shows the record just read, shared by
      *    the change, suspend and inquire functions.
      ******************************************************************
       230-DISPLAY-ORDER.
           DISPLAY "  STANDING ORDER   : " SO-ORDER-NO
           DISPLAY "  CUSTOMER NO      : " SO-CUST-NO
           DISPLAY "  TAX RATE CODE    : " SO-RATE-CODE
           DISPLAY "  SALESPERSON      : " SO-SLSP-CODE
           EVALUATE TRUE
               WHEN SO-IS-WEEKLY
                   DISPLAY "  FREQUENCY        : WEEKLY"
               WHEN SO-IS-BIWEEKLY
                   DISPLAY "  FREQUENCY        : EVERY OTHER WEEK"
               WHEN OTHER
                   DISPLAY "  FREQUENCY        : MONTHLY ON DAY "
                       SO-MONTH-DAY
           END-EVALUATE
           DISPLAY "  NEXT RUN DATE    : " SO-NEXT-RUN-DATE
           IF SO-END-DATE = 0
               DISPLAY "  END DATE         : NONE"
           ELSE
               DISPLAY "  END DATE         : " SO-END-DATE
           END-IF
           EVALUATE TRUE
               WHEN SO-IS-ACTIVE
                   DISPLAY "  STATUS           : ACTIVE"
               WHEN SO-IS-SUSPENDED
                   DISPLAY "  STATUS           : SUSPENDED"
               WHEN OTHER
                   DISPLAY "  STATUS           : ENDED"
           END-EVALUATE
           IF SO-LAST-RUN-DATE > 0
               DISPLAY "  LAST GENERATED   : " SO-LAST-RUN-DATE
           END-IF
           PERFORM 231-DISPLAY-ONE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > SO-LINE-COUNT
           .
       231-DISPLAY-ONE-LINE.
           DISPLAY "  LINE " WS-LINE-SUB ": ITEM "
               SO-ITEM-NO(WS-LINE-SUB) " QTY " SO-QUANTITY(WS-LINE-SUB)
           .
      ******************************************************************
      *    240-ENTER-ORDER-TERMS: Keys the customer, rate code,
      *    salesperson, frequency and dates.  On a change a blank
      *    answer keeps the value already on the record.
      ******************************************************************
       240-ENTER-ORDER-TERMS.
           MOVE "N" TO WS-VALID-SW
           PERFORM 241-PROMPT-CUST-NO UNTIL ENTRY-IS-VALID
           MOVE "N" TO WS-VALID-SW
           PERFORM 242-PROMPT-RATE-CODE UNTIL ENTRY-IS-VALID
           MOVE "N" TO WS-VALID-SW
           PERFORM 243-PROMPT-SLSP-CODE UNTIL ENTRY-IS-VALID
           MOVE "N" TO WS-VALID-SW
           PERFORM 244-PROMPT-FREQUENCY UNTIL ENTRY-IS-VALID
           MOVE "N" TO WS-VALID-SW
           PERFORM 245-PROMPT-NEXT-RUN UNTIL ENTRY-IS-VALID
           MOVE "N" TO WS-VALID-SW
           PERFORM 246-PROMPT-END-DATE UNTIL ENTRY-IS-VALID
           .
       241-PROMPT-CUST-NO.
           DISPLAY "CUSTOMER NO: "
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
                   MOVE WS-EDIT-NUM TO CM-CUST-NO
                   MOVE "Y" TO WS-VALID-SW
                   IF CUST-MASTER-IS-OPEN
                       READ CUSTOMER-MASTER
                           INVALID KEY
                               DISPLAY "** CUSTOMER " CM-CUST-NO
                                   " IS NOT ON THE MASTER FILE - "
                                   "RE-ENTER **"
                               MOVE "N" TO WS-VALID-SW
                           NOT INVALID KEY
                               DISPLAY "  " CM-CUST-NAME
                       END-READ
                   END-IF
                   IF ENTRY-IS-VALID
                       MOVE WS-EDIT-NUM TO SO-CUST-NO
                   END-IF
               ELSE
                   DISPLAY "** INVALID CUSTOMER NUMBER - RE-ENTER **"
               END-IF
           END-IF
           .
       242-PROMPT-RATE-CODE.
           DISPLAY "TAX RATE CODE: "
           MOVE SPACES TO WS-RATE-ENTRY
           ACCEPT WS-RATE-ENTRY
           IF WS-RATE-ENTRY = SPACES AND CHANGE-IS-IN-PROGRESS
               MOVE "Y" TO WS-VALID-SW
           ELSE
               MOVE "N" TO WS-RATE-FOUND-SW
               SET TR-IDX TO 1
               SEARCH TAX-RATE-ENTRY
                   AT END
                       MOVE "N" TO WS-RATE-FOUND-SW
                   WHEN TR-CODE(TR-IDX) = WS-RATE-ENTRY
                       MOVE "Y" TO WS-RATE-FOUND-SW
               END-SEARCH
               IF RATE-CODE-IS-ON-FILE
                   MOVE WS-RATE-ENTRY TO SO-RATE-CODE
                   MOVE "Y" TO WS-VALID-SW
               ELSE
                   DISPLAY "** UNKNOWN TAX RATE CODE - RE-ENTER **"
               END-IF
           END-IF
           .
       243-PROMPT-SLSP-CODE.
           DISPLAY "SALESPERSON CODE: "
           MOVE SPACES TO WS-CODE-ENTRY
           ACCEPT WS-CODE-ENTRY
           EVALUATE TRUE
               WHEN WS-CODE-ENTRY = SPACES AND CHANGE-IS-IN-PROGRESS
                   MOVE "Y" TO WS-VALID-SW
               WHEN WS-CODE-ENTRY = SPACES
                   DISPLAY "** SALESPERSON CODE IS REQUIRED - "
                       "RE-ENTER **"
               WHEN SLSP-MASTER-IS-OPEN
                   MOVE WS-CODE-ENTRY TO SP-SLSP-CODE
                   READ SLSP-MASTER
                       INVALID KEY
                           DISPLAY "** SALESPERSON " WS-CODE-ENTRY
                               " IS NOT ON THE MASTER FILE - "
                               "RE-ENTER **"
                       NOT INVALID KEY
                           MOVE WS-CODE-ENTRY TO SO-SLSP-CODE
                           MOVE "Y" TO WS-VALID-SW
                   END-READ
               WHEN OTHER
                   MOVE WS-CODE-ENTRY TO SO-SLSP-CODE
                   MOVE "Y" TO WS-VALID-SW
           END-EVALUATE
           .
       244-PROMPT-FREQUENCY.
           DISPLAY "FREQUENCY - W = WEEKLY, B = EVERY OTHER WEEK, "
               "M = MONTHLY: "
           MOVE SPACES TO WS-CODE-ENTRY
           ACCEPT WS-CODE-ENTRY
           IF WS-CODE-ENTRY = SPACES AND CHANGE-IS-IN-PROGRESS
               MOVE "Y" TO WS-VALID-SW
           ELSE
               IF WS-CODE-ENTRY = "W" OR WS-CODE-ENTRY = "B"
                       OR WS-CODE-ENTRY = "M"
                   MOVE WS-CODE-ENTRY TO SO-FREQUENCY
                   MOVE "Y" TO WS-VALID-SW
               ELSE
                   DISPLAY "** FREQUENCY MUST BE W, B OR M - "
                       "RE-ENTER **"
               END-IF
           END-IF
           .
       245-PROMPT-NEXT-RUN.
           DISPLAY "NEXT RUN DATE (YYYYMMDD): "
           MOVE SPACES TO WS-NUMERIC-EDIT
           ACCEPT WS-NUMERIC-EDIT
           IF WS-NUMERIC-EDIT = SPACES AND CHANGE-IS-IN-PROGRESS
               MOVE "Y" TO WS-VALID-SW
           ELSE
               PERFORM 250-EDIT-DATE-ENTRY
               IF ENTRY-IS-VALID
                   MOVE WS-DATE-NUM TO SO-NEXT-RUN-DATE
                   MOVE WS-DATE-DAY TO SO-MONTH-DAY
                   IF SO-NEXT-RUN-DATE < WS-CURRENT-DATE
                       DISPLAY "NOTE - THAT DATE IS PAST; THE NEXT "
                           "GENERATION RUN WILL WRITE IT ONCE"
                   END-IF
               ELSE
                   DISPLAY "** INVALID NEXT RUN DATE - RE-ENTER **"
               END-IF
           END-IF
           .
       246-PROMPT-END-DATE.
           DISPLAY "END DATE (YYYYMMDD, 0 FOR NONE): "
           MOVE SPACES TO WS-NUMERIC-EDIT
           ACCEPT WS-NUMERIC-EDIT
           IF WS-NUMERIC-EDIT = SPACES AND CHANGE-IS-IN-PROGRESS
               MOVE "Y" TO WS-VALID-SW
           ELSE
               INSPECT WS-NUMERIC-EDIT REPLACING LEADING SPACE BY ZERO
               IF WS-NUMERIC-EDIT IS NUMERIC
                       AND WS-NUMERIC-EDIT = ZERO
                   MOVE 0 TO SO-END-DATE
                   MOVE "Y" TO WS-VALID-SW
               ELSE
                   PERFORM 250-EDIT-DATE-ENTRY
                   IF ENTRY-IS-VALID
                       MOVE WS-DATE-NUM TO SO-END-DATE
                   ELSE
                       DISPLAY "** INVALID END DATE - RE-ENTER **"
                   END-IF
               END-IF
           END-IF
      *    A blank kept on a change is checked too, since the next
      *    run date may just have moved past it.
           IF ENTRY-IS-VALID AND SO-END-DATE NOT = 0
                   AND SO-END-DATE < SO-NEXT-RUN-DATE
               DISPLAY "** END DATE IS BEFORE THE NEXT RUN DATE "
                   "- RE-ENTER **"
               MOVE "N" TO WS-VALID-SW
           END-IF
           .
      ******************************************************************
      *    250-EDIT-DATE-ENTRY: Edits WS-NUMERIC-EDIT as an eight
      *    digit date that is on the calendar, leaving it in
      *    WS-DATE-NUM and setting WS-VALID-SW.
      ******************************************************************
       250-EDIT-DATE-ENTRY.
           MOVE "N" TO WS-VALID-SW
           INSPECT WS-NUMERIC-EDIT REPLACING LEADING SPACE BY ZERO
           IF WS-NUMERIC-EDIT IS NUMERIC
               MOVE WS-NUMERIC-EDIT TO WS-EDIT-NUM
               IF WS-EDIT-NUM < 100000000
                   MOVE WS-EDIT-NUM TO WS-DATE-NUM
                   IF WS-DATE-MONTH > 0 AND WS-DATE-MONTH < 13
                           AND WS-DATE-YEAR > 1999
                       PERFORM 251-FIND-MONTH-LENGTH
                       IF WS-DATE-DAY > 0
                               AND WS-DATE-DAY NOT > WS-MONTH-LENGTH
                           MOVE "Y" TO WS-VALID-SW
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      *    251-FIND-MONTH-LENGTH: Days in WS-DATE-MONTH of
      *    WS-DATE-YEAR, February taking 29 in a leap year.
      ******************************************************************
       251-FIND-MONTH-LENGTH.
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
      *    260-ENTER-ORDER-LINES: Keys up to ten item lines.  An item
      *    number of zero ends the list; at least one line is
      *    required.
      ******************************************************************
       260-ENTER-ORDER-LINES.
           MOVE 0 TO SO-LINE-COUNT
           PERFORM 261-CLEAR-ONE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10
           MOVE "N" TO WS-LINES-DONE-SW
           PERFORM 262-ENTER-ONE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > 10 OR LINES-ARE-DONE
           .
       261-CLEAR-ONE-LINE.
           MOVE 0 TO SO-ITEM-NO(WS-LINE-SUB)
           MOVE 0 TO SO-QUANTITY(WS-LINE-SUB)
           .
       262-ENTER-ONE-LINE.
           MOVE "N" TO WS-VALID-SW
           PERFORM 263-PROMPT-LINE-ITEM UNTIL ENTRY-IS-VALID
           IF NOT LINES-ARE-DONE
               MOVE "N" TO WS-VALID-SW
               PERFORM 264-PROMPT-LINE-QTY UNTIL ENTRY-IS-VALID
               ADD 1 TO SO-LINE-COUNT
           END-IF
           .
       263-PROMPT-LINE-ITEM.
           DISPLAY "LINE " WS-LINE-SUB " ITEM NO (0 WHEN DONE): "
           MOVE SPACES TO WS-NUMERIC-EDIT
           ACCEPT WS-NUMERIC-EDIT
           INSPECT WS-NUMERIC-EDIT REPLACING LEADING SPACE BY ZERO
           IF WS-NUMERIC-EDIT IS NUMERIC
               MOVE WS-NUMERIC-EDIT TO WS-EDIT-NUM
           ELSE
               MOVE 999999 TO WS-EDIT-NUM
           END-IF
           EVALUATE TRUE
               WHEN WS-EDIT-NUM = 0 AND WS-LINE-SUB = 1
                   DISPLAY "** AT LEAST ONE ITEM IS REQUIRED **"
               WHEN WS-EDIT-NUM = 0
                   MOVE "Y" TO WS-LINES-DONE-SW
                   MOVE "Y" TO WS-VALID-SW
               WHEN WS-EDIT-NUM > 99999
                   DISPLAY "** INVALID ITEM NUMBER - RE-ENTER **"
               WHEN ITEM-MASTER-IS-OPEN
                   MOVE WS-EDIT-NUM TO IM-ITEM-NO
                   READ ITEM-MASTER
                       INVALID KEY
                           DISPLAY "** ITEM " IM-ITEM-NO " IS NOT ON "
                               "THE MASTER FILE - RE-ENTER **"
                       NOT INVALID KEY
                           DISPLAY "  " IM-ITEM-DESC
                           MOVE WS-EDIT-NUM TO SO-ITEM-NO(WS-LINE-SUB)
                           MOVE "Y" TO WS-VALID-SW
                   END-READ
               WHEN OTHER
                   MOVE WS-EDIT-NUM TO SO-ITEM-NO(WS-LINE-SUB)
                   MOVE "Y" TO WS-VALID-SW
           END-EVALUATE
           .
       264-PROMPT-LINE-QTY.
           DISPLAY "LINE " WS-LINE-SUB " QUANTITY: "
           MOVE SPACES TO WS-NUMERIC-EDIT
           ACCEPT WS-NUMERIC-EDIT
           INSPECT WS-NUMERIC-EDIT REPLACING LEADING SPACE BY ZERO
           IF WS-NUMERIC-EDIT IS NUMERIC
               MOVE WS-NUMERIC-EDIT TO WS-EDIT-NUM
           ELSE
               MOVE ZERO TO WS-EDIT-NUM
           END-IF
           IF WS-EDIT-NUM > ZERO AND WS-EDIT-NUM < 1000
               MOVE WS-EDIT-NUM TO SO-QUANTITY(WS-LINE-SUB)
               MOVE "Y" TO WS-VALID-SW
           ELSE
               DISPLAY "** INVALID QUANTITY - RE-ENTER **"
           END-IF
           .
      ******************************************************************
      *    300-ADD-ORDER: Adds a new standing order, active from the
      *    next run date keyed.  An order number already on file is
      *    rejected rather than overwritten.
      ******************************************************************
       300-ADD-ORDER.
           PERFORM 210-VALIDATE-ORDER-NO
           PERFORM 220-READ-ORDER
           IF ORDER-IS-ON-FILE
               DISPLAY "** STANDING ORDER " WS-ORDER-NUM " IS ALREADY "
                   "ON FILE **"
           ELSE
               INITIALIZE STANDING-ORDER-RECORD
               MOVE WS-ORDER-NUM TO SO-ORDER-NO
               MOVE "N" TO WS-CHANGE-SW
               PERFORM 240-ENTER-ORDER-TERMS
               PERFORM 260-ENTER-ORDER-LINES
               MOVE "A" TO SO-STATUS
               MOVE 0 TO SO-LAST-RUN-DATE
               WRITE STANDING-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "** UNABLE TO ADD STANDING ORDER **"
                   NOT INVALID KEY
                       DISPLAY "STANDING ORDER " WS-ORDER-NUM " ADDED"
               END-WRITE
           END-IF
           .
      ******************************************************************
      *    400-CHANGE-ORDER: Shows the current order, then accepts
      *    replacement terms (blank keeps the value on file) and,
      *    if asked, a fresh set of item lines.  An ended order whose
      *    end date is moved out, or removed, starts running again.
      ******************************************************************
       400-CHANGE-ORDER.
           PERFORM 210-VALIDATE-ORDER-NO
           PERFORM 220-READ-ORDER
           IF NOT ORDER-IS-ON-FILE
               DISPLAY "** STANDING ORDER " WS-ORDER-NUM " IS NOT ON "
                   "FILE **"
           ELSE
               PERFORM 230-DISPLAY-ORDER
               DISPLAY "BLANK KEEPS THE VALUE ON FILE"
               MOVE "Y" TO WS-CHANGE-SW
               PERFORM 240-ENTER-ORDER-TERMS
               MOVE "N" TO WS-CHANGE-SW
               DISPLAY "RE-ENTER THE ITEM LINES - Y OR N"
               MOVE "N" TO WS-CONFIRM-SW
               ACCEPT WS-CONFIRM-SW
               IF WS-CONFIRM-SW = "Y"
                   PERFORM 260-ENTER-ORDER-LINES
               END-IF
               IF SO-IS-ENDED
                       AND (SO-END-DATE = 0
                           OR SO-END-DATE NOT < SO-NEXT-RUN-DATE)
                   MOVE "A" TO SO-STATUS
                   DISPLAY "STANDING ORDER " WS-ORDER-NUM
                       " IS ACTIVE AGAIN"
               END-IF
               REWRITE STANDING-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "** UNABLE TO REWRITE STANDING ORDER **"
                   NOT INVALID KEY
                       DISPLAY "STANDING ORDER " WS-ORDER-NUM
                           " CHANGED"
               END-REWRITE
           END-IF
           .
      ******************************************************************
      *    500-SUSPEND-ORDER: Suspends an active order or resumes a
      *    suspended one, after the operator confirms.  A suspended
      *    order is skipped by the generation run but keeps its
      *    place on file; on resume the next run date may be moved
      *    so the weeks it sat out are not generated in one lump.
      *    An ended order is restarted through the change function.
      ******************************************************************
       500-SUSPEND-ORDER.
           PERFORM 210-VALIDATE-ORDER-NO
           PERFORM 220-READ-ORDER
           IF NOT ORDER-IS-ON-FILE
               DISPLAY "** STANDING ORDER " WS-ORDER-NUM " IS NOT ON "
                   "FILE **"
           ELSE
               PERFORM 230-DISPLAY-ORDER
               MOVE "N" TO WS-CONFIRM-SW
               EVALUATE TRUE
                   WHEN SO-IS-ACTIVE
                       DISPLAY "SUSPEND THIS ORDER - Y OR N"
                       ACCEPT WS-CONFIRM-SW
                       IF WS-CONFIRM-SW = "Y"
                           MOVE "S" TO SO-STATUS
                       END-IF
                   WHEN SO-IS-SUSPENDED
                       DISPLAY "RESUME THIS ORDER - Y OR N"
                       ACCEPT WS-CONFIRM-SW
                       IF WS-CONFIRM-SW = "Y"
                           MOVE "A" TO SO-STATUS
                           DISPLAY "BLANK KEEPS THE NEXT RUN DATE"
                           MOVE "Y" TO WS-CHANGE-SW
                           MOVE "N" TO WS-VALID-SW
                           PERFORM 245-PROMPT-NEXT-RUN
                               UNTIL ENTRY-IS-VALID
                           MOVE "N" TO WS-VALID-SW
                           PERFORM 246-PROMPT-END-DATE
                               UNTIL ENTRY-IS-VALID
                           MOVE "N" TO WS-CHANGE-SW
                       END-IF
                   WHEN OTHER
                       DISPLAY "** STANDING ORDER " WS-ORDER-NUM
                           " HAS ENDED -- CHANGE ITS END DATE TO "
                           "RESTART IT **"
               END-EVALUATE
               IF WS-CONFIRM-SW = "Y"
                   REWRITE STANDING-ORDER-RECORD
                       INVALID KEY
                           DISPLAY "** UNABLE TO REWRITE STANDING "
                               "ORDER **"
                       NOT INVALID KEY
                           IF SO-IS-SUSPENDED
                               DISPLAY "STANDING ORDER " WS-ORDER-NUM
                                   " SUSPENDED"
                           ELSE
                               DISPLAY "STANDING ORDER " WS-ORDER-NUM
                                   " RESUMED"
                           END-IF
                   END-REWRITE
               ELSE
                   DISPLAY "NO CHANGE MADE"
               END-IF
           END-IF
           .
      ******************************************************************
      *    600-INQUIRE-ORDER: Displays one standing order without
      *    changing anything.
      ******************************************************************
       600-INQUIRE-ORDER.
           PERFORM 210-VALIDATE-ORDER-NO
           PERFORM 220-READ-ORDER
           IF NOT ORDER-IS-ON-FILE
               DISPLAY "** STANDING ORDER " WS-ORDER-NUM " IS NOT ON "
                   "FILE **"
           ELSE
               PERFORM 230-DISPLAY-ORDER
           END-IF
           .
      ******************************************************************
      *    700-LIST-ORDERS: Writes every standing order in order
      *    number order, each followed by its item lines, to a dated
      *    listing file with a count trailer so a short print is
      *    obvious.
      ******************************************************************
       700-LIST-ORDERS.
           STRING "STORDLST-" WS-CURRENT-DATE ".TXT" DELIMITED BY SIZE
               INTO WS-LIST-FILE-NAME
               ON OVERFLOW
                   DISPLAY "** LIST FILE NAME TOO LONG FOR WS-LIST"
                       "-FILE-NAME **"
           END-STRING
           OPEN OUTPUT STORD-LIST-FILE
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "** UNABLE TO OPEN STANDING ORDER LIST FILE: "
                   WS-LIST-FILE-NAME
           ELSE
               MOVE WS-CURRENT-DATE TO LIST-HDR-DATE
               WRITE STORD-LIST-ID FROM LIST-HDR-1
               WRITE STORD-LIST-ID FROM LIST-HDR-2
               MOVE 0 TO WS-LIST-COUNT
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
               PERFORM 710-LIST-ONE-ORDER UNTIL END-OF-FILE
               MOVE WS-LIST-COUNT TO LIST-COUNT-OUT
               WRITE STORD-LIST-ID FROM LIST-TRAILER
               CLOSE STORD-LIST-FILE
               DISPLAY "STANDING ORDER LIST WRITTEN TO "
                   WS-LIST-FILE-NAME
           END-IF
           .
       710-LIST-ONE-ORDER.
           MOVE SO-ORDER-NO TO LIST-ORDER-NO
           MOVE SO-CUST-NO TO LIST-CUST-NO
           EVALUATE TRUE
               WHEN SO-IS-WEEKLY
                   MOVE "WKLY" TO LIST-FREQUENCY
               WHEN SO-IS-BIWEEKLY
                   MOVE "BIWK" TO LIST-FREQUENCY
               WHEN OTHER
                   MOVE "MTHY" TO LIST-FREQUENCY
           END-EVALUATE
           MOVE SO-NEXT-RUN-DATE TO LIST-NEXT-RUN
           IF SO-END-DATE = 0
               MOVE "NONE" TO LIST-END-DATE
           ELSE
               MOVE SO-END-DATE TO LIST-END-DATE
           END-IF
           EVALUATE TRUE
               WHEN SO-IS-ACTIVE
                   MOVE "ACTIVE" TO LIST-STATUS
               WHEN SO-IS-SUSPENDED
                   MOVE "SUSPENDED" TO LIST-STATUS
               WHEN OTHER
                   MOVE "ENDED" TO LIST-STATUS
           END-EVALUATE
           MOVE SO-RATE-CODE TO LIST-RATE-CODE
           MOVE SO-SLSP-CODE TO LIST-SLSP-CODE
           WRITE STORD-LIST-ID FROM LIST-LINE
           PERFORM 711-LIST-ONE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > SO-LINE-COUNT
           ADD 1 TO WS-LIST-COUNT
           READ STANDING-ORDER NEXT
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           .
       711-LIST-ONE-LINE.
           MOVE SO-ITEM-NO(WS-LINE-SUB) TO LIST-ITEM-NO
           MOVE SO-QUANTITY(WS-LINE-SUB) TO LIST-QUANTITY
           WRITE STORD-LIST-ID FROM LIST-ITEM-LINE
           .
       END PROGRAM PROGRAM27.
