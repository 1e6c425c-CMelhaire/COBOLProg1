       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM26.
      ******************************************************************
      *    Monthly discount report by customer.  Reads every daily
      *    AUDIT file for the month of an operator-supplied as-of
      *    date -- the way PROGRAM16 sweeps its month -- and reports,
      *    per customer, the sales at list price, the sales at the
      *    price actually charged and the discount given away by
      *    price agreements and quantity breaks.  The audit trail is
      *    read rather than SALES-FILE because only the audit record
      *    carries the list price a line was priced from.  RETN and
      *    VOID take their discount back out, the way 300-CALCULATE-
      *    TOTALS in PROGRAM1 nets the sales.  Audit records from
      *    before the list price was carried, and held records never
      *    posted, are left out.
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
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO
               "C:\Users\Caulder\Documents\custmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CM-CUST-NO
           FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT DISC-REPORT-FILE ASSIGN TO DYNAMIC
               WS-DISC-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DISC-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SRTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
       01 AUDIT-FILE-ID.
           05 AUD-OPERATOR-ID     PIC X(8).
           05                     PIC X.
           05 AUD-DATE            PIC 9(8).
           05                     PIC X.
           05 AUD-TIME            PIC 9(6).
           05                     PIC X.
           05 AUD-TRANS-TYPE      PIC X(4).
               88 AUD-TRANS-IS-RETURN   VALUE "RETN".
               88 AUD-TRANS-IS-VOID     VALUE "VOID".
           05                     PIC X.
           05 AUD-CUST-NO         PIC 9(4).
           05                     PIC X.
           05 AUD-ITEM-NO         PIC 9(5).
           05                     PIC X.
           05 AUD-UNIT-PRICE      PIC 9(5).
           05                     PIC X.
           05 AUD-QUANTITY        PIC -9(3).
           05                     PIC X.
           05 AUD-RATE-CODE       PIC XX.
           05                     PIC X.
           05 AUD-REASON-CODE     PIC X(10).
           05                     PIC X.
           05 AUD-TRANS-NO        PIC 9(6).
           05                     PIC X.
           05 AUD-ORIG-TRANS-NO   PIC 9(6).
           05                     PIC X.
           05 AUD-LIST-PRICE      PIC 9(5).

       FD CUSTOMER-MASTER.
       01 CUST-MASTER-RECORD.
           05 CM-CUST-NO          PIC 9(4).
           05 CM-CUST-NAME        PIC A(20).
           05 CM-CUST-ADDRESS     PIC A(30).
           05 CM-CUST-TERMS       PIC X(5).
           05 CM-CREDIT-LIMIT     PIC 9(7).
           05 CM-FC-EXEMPT-SW     PIC X.
               88 CUST-IS-FC-EXEMPT    VALUE "Y".

       FD DISC-REPORT-FILE.
       01 DISC-REPORT-ID         PIC X(80).

       SD SORT-WORK-FILE.
       01 SORT-REC.
           05 SORT-CUST-NO       PIC 9(4).
           05 SORT-LIST-AMOUNT   PIC S9(8).
           05 SORT-NET-AMOUNT    PIC S9(8).
           05 SORT-DISC-AMOUNT   PIC S9(8).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
           05 WS-EOF-SW         PIC X VALUE "N".
               88 END-OF-FILE          VALUE "Y".
           05 WS-VALID-SW       PIC X VALUE "N".
               88 ENTRY-IS-VALID       VALUE "Y".
           05 WS-FIRST-SW       PIC X VALUE "Y".
               88 FIRST-RECORD         VALUE "Y".
           05 WS-CUSTMAST-OPEN-SW PIC X VALUE "N".
               88 CUST-MASTER-IS-OPEN  VALUE "Y".

       01 WS-FILE-STATUS.
           05 WS-AUDIT-STATUS   PIC XX VALUE SPACES.
           05 WS-CUSTMAST-STATUS PIC XX VALUE SPACES.
           05 WS-DISC-STATUS    PIC XX VALUE SPACES.

       01 WS-DATE-FIELDS.
           05 WS-AS-OF-DATE.
               10 WS-AS-OF-YEAR    PIC 9(4).
               10 WS-AS-OF-MONTH   PIC 9(2).
               10 WS-AS-OF-DAY     PIC 9(2).
           05 WS-AS-OF-YYYYMM REDEFINES WS-AS-OF-DATE.
               10 WS-AS-OF-YM      PIC 9(6).
               10                  PIC 9(2).
           05 WS-RUN-DATE.
               10 WS-RUN-YMD       PIC 9(6).
               10 WS-RUN-DAY       PIC 9(2).
           05 WS-DATE-EDIT         PIC X(18) JUSTIFIED RIGHT.
           05 WS-DATE-NUM          PIC 9(18) VALUE 0.
           05 WS-DATE-YMD          PIC 9(8) VALUE 0.
           05 WS-AUDIT-FILE-NAME   PIC X(24) VALUE SPACES.
           05 WS-DISC-FILE-NAME    PIC X(24) VALUE SPACES.

       01 WS-WORK-AREA.
           05 WS-QUANTITY       PIC S9(3) VALUE 0.
           05 WS-EDIT-PRODUCT   PIC 9(9) VALUE 0.
           05 WS-DAYS-FOUND     PIC 9(2) VALUE 0.
           05 WS-SAVE-CUST-NO   PIC 9(4) VALUE 0.
           05 WS-CUST-LIST      PIC S9(9) VALUE 0.
           05 WS-CUST-NET       PIC S9(9) VALUE 0.
           05 WS-CUST-DISC      PIC S9(9) VALUE 0.
           05 WS-TOTAL-LIST     PIC S9(9) VALUE 0.
           05 WS-TOTAL-NET      PIC S9(9) VALUE 0.
           05 WS-TOTAL-DISC     PIC S9(9) VALUE 0.
           05 WS-CUST-COUNT     PIC 9(5) VALUE 0.

       01 DISC-HDR-1.
           05 FILLER            PIC X(34)
               VALUE "CUSTOMER DISCOUNT REPORT FOR MONTH".
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 DISC-HDR-MONTH    PIC 9(6).

       01 DISC-HDR-2.
           05 FILLER            PIC X(6)   VALUE "CUST".
           05 FILLER            PIC X(21)  VALUE "CUSTOMER NAME".
           05 FILLER            PIC X(14)  VALUE "  AT LIST".
           05 FILLER            PIC X(14)  VALUE "  CHARGED".
           05 FILLER            PIC X(14)  VALUE "  DISCOUNT".

       01 DISC-LINE.
           05 DISC-CUST-OUT     PIC Z,ZZ9.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 DISC-NAME-OUT     PIC X(20).
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 DISC-LIST-OUT     PIC -ZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 DISC-NET-OUT      PIC -ZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 DISC-DISC-OUT     PIC -ZZ,ZZZ,ZZ9.

       01 DISC-TOTAL-LINE.
           05 FILLER            PIC X(27)
               VALUE "TOTALS".
           05 DISC-TOT-LIST-OUT PIC -ZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 DISC-TOT-NET-OUT  PIC -ZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 DISC-TOT-DISC-OUT PIC -ZZ,ZZZ,ZZ9.

       01 DISC-COUNT-LINE.
           05 FILLER            PIC X(20)
               VALUE "CUSTOMERS REPORTED: ".
           05 DISC-COUNT-OUT    PIC ZZ,ZZ9.
           05 FILLER            PIC X(16)
               VALUE "   DAYS FOUND: ".
           05 DISC-DAYS-OUT     PIC Z9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    100-MAIN: Accepts the as-of date, then sorts the month's
      *    posted audit records by customer and writes the report
      *    from the sorted file.
      ******************************************************************
       100-MAIN.
           PERFORM 101-GET-AS-OF-DATE
           STRING "DISCRPT-" WS-AS-OF-YM ".TXT" DELIMITED BY SIZE
               INTO WS-DISC-FILE-NAME
               ON OVERFLOW
                   DISPLAY "** DISCOUNT REPORT NAME TOO LONG FOR "
                       "WS-DISC-FILE-NAME **"
           END-STRING
           PERFORM 110-OPEN-CUST-MASTER
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-CUST-NO
               INPUT PROCEDURE IS 200-SWEEP-MONTH
               OUTPUT PROCEDURE IS 300-WRITE-REPORT
           IF CUST-MASTER-IS-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF
           GOBACK
           .
      ******************************************************************
      *    101-GET-AS-OF-DATE: Accepts the as-of date from the
      *    console and re-prompts until it is an eight digit date
      *    with a plausible month and day, the same way PROGRAM16
      *    accepts its as-of date.
      ******************************************************************
       101-GET-AS-OF-DATE.
           MOVE "N" TO WS-VALID-SW
           PERFORM 102-PROMPT-AS-OF-DATE UNTIL ENTRY-IS-VALID
           .
       102-PROMPT-AS-OF-DATE.
           DISPLAY "REPORT DISCOUNTS FOR MONTH AS OF (YYYYMMDD): "
           MOVE SPACES TO WS-DATE-EDIT
           ACCEPT WS-DATE-EDIT
           INSPECT WS-DATE-EDIT REPLACING LEADING SPACE BY ZERO
           IF WS-DATE-EDIT IS NUMERIC
               MOVE WS-DATE-EDIT TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-DATE-YMD
               MOVE WS-DATE-YMD TO WS-AS-OF-DATE
               IF WS-AS-OF-MONTH > 0 AND WS-AS-OF-MONTH < 13
                       AND WS-AS-OF-DAY > 0 AND WS-AS-OF-DAY < 32
                       AND WS-AS-OF-YEAR > 1999
                   MOVE "Y" TO WS-VALID-SW
               ELSE
                   DISPLAY "** INVALID AS-OF DATE - RE-ENTER **"
               END-IF
           ELSE
               DISPLAY "** INVALID AS-OF DATE - RE-ENTER **"
           END-IF
           .
      ******************************************************************
      *    110-OPEN-CUST-MASTER: Opens the customer master for input
      *    so the report can name each customer.  A master that
      *    cannot be opened just leaves the names off.
      ******************************************************************
       110-OPEN-CUST-MASTER.
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAST-STATUS = "00"
               MOVE "Y" TO WS-CUSTMAST-OPEN-SW
           ELSE
               MOVE "N" TO WS-CUSTMAST-OPEN-SW
               DISPLAY "** CUSTOMER MASTER NOT AVAILABLE -- "
                   "CUSTOMER NAMES WILL NOT PRINT **"
           END-IF
           .
      ******************************************************************
      *    200-SWEEP-MONTH: Walks day 01 through the as-of day,
      *    opening each day's AUDIT file if it exists.  A day with
      *    no file is a day with no business and is skipped.
      ******************************************************************
       200-SWEEP-MONTH.
           MOVE WS-AS-OF-YM TO WS-RUN-YMD
           PERFORM 210-SWEEP-ONE-DAY
               VARYING WS-RUN-DAY FROM 1 BY 1
               UNTIL WS-RUN-DAY > WS-AS-OF-DAY
           .
       210-SWEEP-ONE-DAY.
           STRING "AUDIT-" WS-RUN-DATE ".TXT" DELIMITED BY SIZE
               INTO WS-AUDIT-FILE-NAME
               ON OVERFLOW
                   DISPLAY "** AUDIT FILE NAME TOO LONG FOR WS-AUDIT"
                       "-FILE-NAME **"
           END-STRING
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               ADD 1 TO WS-DAYS-FOUND
               MOVE "N" TO WS-EOF-SW
               READ AUDIT-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
               PERFORM 220-RELEASE-ONE-RECORD UNTIL END-OF-FILE
               CLOSE AUDIT-FILE
           END-IF
           .
      ******************************************************************
      *    220-RELEASE-ONE-RECORD: Releases one posted audit record
      *    with its list and charged extensions and the difference,
      *    signed negative for a RETN or VOID.  A record with no
      *    transaction number never reached SALES-FILE (held, or a
      *    held item cancelled); one with no list price predates it
      *    being carried; one whose price times quantity overflowed
      *    was never totaled.  None of them are released.
      ******************************************************************
       220-RELEASE-ONE-RECORD.
           IF AUD-TRANS-NO IS NUMERIC AND AUD-TRANS-NO > 0
                   AND AUD-LIST-PRICE IS NUMERIC
                   AND AUD-UNIT-PRICE IS NUMERIC
                   AND AUD-CUST-NO IS NUMERIC
               MOVE AUD-QUANTITY TO WS-QUANTITY
               COMPUTE WS-EDIT-PRODUCT = AUD-UNIT-PRICE * WS-QUANTITY
               IF WS-EDIT-PRODUCT NOT > 99999
                   IF AUD-TRANS-IS-RETURN OR AUD-TRANS-IS-VOID
                       COMPUTE WS-QUANTITY = 0 - WS-QUANTITY
                   END-IF
                   MOVE AUD-CUST-NO TO SORT-CUST-NO
                   COMPUTE SORT-LIST-AMOUNT =
                       AUD-LIST-PRICE * WS-QUANTITY
                   COMPUTE SORT-NET-AMOUNT =
                       AUD-UNIT-PRICE * WS-QUANTITY
                   COMPUTE SORT-DISC-AMOUNT =
                       SORT-LIST-AMOUNT - SORT-NET-AMOUNT
                   RELEASE SORT-REC
               END-IF
           END-IF
           READ AUDIT-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           .
      ******************************************************************
      *    300-WRITE-REPORT: Reads the sorted work file and breaks on
      *    SORT-CUST-NO, writing one line per customer plus a total
      *    line and a count line at the end.
      ******************************************************************
       300-WRITE-REPORT.
           OPEN OUTPUT DISC-REPORT-FILE
           IF WS-DISC-STATUS NOT = "00"
               DISPLAY "** UNABLE TO OPEN DISCOUNT REPORT FILE: "
                   WS-DISC-FILE-NAME
           ELSE
               MOVE WS-AS-OF-YM TO DISC-HDR-MONTH
               WRITE DISC-REPORT-ID FROM DISC-HDR-1
               WRITE DISC-REPORT-ID FROM DISC-HDR-2
               MOVE "N" TO WS-EOF-SW
               MOVE "Y" TO WS-FIRST-SW
               RETURN SORT-WORK-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
               END-RETURN
               PERFORM 310-PROCESS-SORTED-RECORD UNTIL END-OF-FILE
               IF NOT FIRST-RECORD
                   PERFORM 320-WRITE-CUSTOMER-LINE
               END-IF
               PERFORM 330-WRITE-TOTALS
               CLOSE DISC-REPORT-FILE
               DISPLAY "DISCOUNT REPORT WRITTEN TO " WS-DISC-FILE-NAME
           END-IF
           .
       310-PROCESS-SORTED-RECORD.
           IF FIRST-RECORD
               MOVE "N" TO WS-FIRST-SW
               MOVE SORT-CUST-NO TO WS-SAVE-CUST-NO
           ELSE
               IF SORT-CUST-NO NOT = WS-SAVE-CUST-NO
                   PERFORM 320-WRITE-CUSTOMER-LINE
                   MOVE SORT-CUST-NO TO WS-SAVE-CUST-NO
               END-IF
           END-IF
           ADD SORT-LIST-AMOUNT TO WS-CUST-LIST WS-TOTAL-LIST
           ADD SORT-NET-AMOUNT TO WS-CUST-NET WS-TOTAL-NET
           ADD SORT-DISC-AMOUNT TO WS-CUST-DISC WS-TOTAL-DISC
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-RETURN
           .
      ******************************************************************
      *    320-WRITE-CUSTOMER-LINE: Writes the line for the customer
      *    that just broke, named off the customer master, then
      *    resets the accumulators for the next one.
      ******************************************************************
       320-WRITE-CUSTOMER-LINE.
           MOVE WS-SAVE-CUST-NO TO DISC-CUST-OUT
           MOVE SPACES TO DISC-NAME-OUT
           IF CUST-MASTER-IS-OPEN
               MOVE WS-SAVE-CUST-NO TO CM-CUST-NO
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "*NOT ON MASTER*" TO DISC-NAME-OUT
                   NOT INVALID KEY
                       MOVE CM-CUST-NAME TO DISC-NAME-OUT
               END-READ
           END-IF
           MOVE WS-CUST-LIST TO DISC-LIST-OUT
           MOVE WS-CUST-NET TO DISC-NET-OUT
           MOVE WS-CUST-DISC TO DISC-DISC-OUT
           WRITE DISC-REPORT-ID FROM DISC-LINE
           ADD 1 TO WS-CUST-COUNT
           MOVE 0 TO WS-CUST-LIST
           MOVE 0 TO WS-CUST-NET
           MOVE 0 TO WS-CUST-DISC
           .
      ******************************************************************
      *    330-WRITE-TOTALS: Writes the totals across all customers
      *    and how many customers and days went into them.
      ******************************************************************
       330-WRITE-TOTALS.
           MOVE WS-TOTAL-LIST TO DISC-TOT-LIST-OUT
           MOVE WS-TOTAL-NET TO DISC-TOT-NET-OUT
           MOVE WS-TOTAL-DISC TO DISC-TOT-DISC-OUT
           WRITE DISC-REPORT-ID FROM DISC-TOTAL-LINE
           MOVE WS-CUST-COUNT TO DISC-COUNT-OUT
           MOVE WS-DAYS-FOUND TO DISC-DAYS-OUT
           WRITE DISC-REPORT-ID FROM DISC-COUNT-LINE
           .
       END PROGRAM PROGRAM26.
