       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM29.
      ******************************************************************
      *    Period-end purge and archive.  Two housekeeping jobs, each
      *    skipped when its prompt is left blank:
      *
      *    The AR purge moves every fully paid open item (AR-OPEN-
      *    AMOUNT zero) dated before the operator's cutoff from
      *    armast.dat to the AR history file, arhist.dat, so
      *    PROGRAM6, PROGRAM10 and PROGRAM11 stop walking years of
      *    paid items.  The cutoff is refused unless every business
      *    date before it is closed and fully posted on PROGRAM14's
      *    run-control file, and it may not pass the date AR was
      *    last reconciled through (PROGRAM22), whose roll-forward
      *    still reads the items after that.  The AR file is
      *    counted and totaled before the purge and again after it,
      *    and the report proves the open total did not move.
      *
      *    The archive gathers one month's SALES-, AUDIT-, INVOICE-
      *    and SALESRPT- daily files into one archive file of each
      *    kind for the month (ARC-SALES-YYYYMM.TXT and so on), every
      *    line stamped with its business date, and removes each
      *    daily file once every line of it is in the archive.  Only
      *    a month already over is taken, and within it only dates
      *    closed and fully posted on the run-control file and
      *    already reconciled; any other date is listed and left
      *    alone.  Run the month's discount report (PROGRAM26) first
      *    -- an archived day's AUDIT file is no longer there for it
      *    or for the audit inquiry (PROGRAM17).
      *
      *    Both jobs are listed on a dated purge report.
      *
      *    Authors: Grant Haylock, Jack Rasmussen,
      *             Zach Schultz, Austin Lee
      *    Date Written: 11-11-2019
      *
      *    Modifications:
      *    11-11-2019  Original version.
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
           SELECT AR-HISTORY-FILE ASSIGN TO
               "C:\Users\Caulder\Documents\arhist.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AH-KEY
           FILE STATUS IS WS-ARHIST-STATUS.
           SELECT AR-BALANCE-FILE ASSIGN TO
               "C:\Users\Caulder\Documents\arbal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ARBAL-STATUS.
           SELECT RUN-CTL-FILE ASSIGN TO
               "C:\Users\Caulder\Documents\runctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT DAILY-FILE ASSIGN TO DYNAMIC WS-DAILY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DAILY-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT PURGE-REPORT-FILE ASSIGN TO DYNAMIC
               WS-REPORT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
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

      ******************************************************************
      *    The AR history file holds a purged item exactly as it
      *    stood on the AR file, keyed by its old AR key and the
      *    date it was purged.
      ******************************************************************
       FD AR-HISTORY-FILE.
       01 AR-HISTORY-RECORD.
           05 AH-KEY.
               10 AH-CUST-NO      PIC 9(4).
               10 AH-TRANS-DATE   PIC 9(8).
               10 AH-SEQ          PIC 9(3).
               10 AH-PURGE-DATE   PIC 9(8).
           05 AH-ORIG-AMOUNT      PIC S9(6)V99.
           05 AH-OPEN-AMOUNT      PIC S9(6)V99.
           05 AH-TRANS-NO         PIC 9(6).
           05 AH-ITEM-TYPE        PIC X.

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

       FD RUN-CTL-FILE.
       01 RUN-CTL-ID.
           05 RC-DATE           PIC 9(8).
           05                   PIC X.
           05 RC-CLOSED-SW      PIC X.
           05                   PIC X.
           05 RC-AR-POSTED-SW   PIC X.
           05                   PIC X.
           05 RC-GL-DONE-SW     PIC X.
           05                   PIC X.
           05 RC-SUM-DONE-SW    PIC X.
           05                   PIC X.
           05 RC-CASH-POSTED-SW PIC X.

       FD DAILY-FILE.
       01 DAILY-RECORD           PIC X(132).

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           05 ARC-DATE           PIC 9(8).
           05                    PIC X.
           05 ARC-LINE           PIC X(132).

       FD PURGE-REPORT-FILE.
       01 PURGE-REPORT-ID        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
           05 WS-EOF-SW         PIC X VALUE "N".
               88 END-OF-FILE          VALUE "Y".
           05 WS-AR-EOF-SW      PIC X VALUE "N".
               88 AR-AT-END            VALUE "Y".
           05 WS-VALID-SW       PIC X VALUE "N".
               88 ENTRY-IS-VALID       VALUE "Y".
           05 WS-READY-SW       PIC X VALUE "N".
               88 RUN-IS-READY         VALUE "Y".
           05 WS-HIST-WRITTEN-SW PIC X VALUE "N".
               88 HISTORY-IS-WRITTEN   VALUE "Y".
           05 WS-KEPT-SW        PIC X VALUE "N".
               88 A-FILE-WAS-KEPT      VALUE "Y".
           05 WS-REPORT-OPEN-SW PIC X VALUE "N".
               88 REPORT-IS-OPEN       VALUE "Y".

       01 WS-FILE-STATUS.
           05 WS-ARFILE-STATUS  PIC XX VALUE SPACES.
           05 WS-ARHIST-STATUS  PIC XX VALUE SPACES.
           05 WS-ARBAL-STATUS   PIC XX VALUE SPACES.
           05 WS-RUNCTL-STATUS  PIC XX VALUE SPACES.
           05 WS-DAILY-STATUS   PIC XX VALUE SPACES.
           05 WS-ARCHIVE-STATUS PIC XX VALUE SPACES.
           05 WS-REPORT-STATUS  PIC XX VALUE SPACES.

       01 WS-DATE-FIELDS.
           05 WS-CURRENT-DATE      PIC 9(8) VALUE 0.
           05 WS-CURRENT-MONTH     PIC 9(6) VALUE 0.
           05 WS-CUTOFF-DATE       PIC 9(8) VALUE 0.
           05 WS-RECONCILED-DATE   PIC 9(8) VALUE 0.
           05 WS-ENTRY-DATE.
               10 WS-ENTRY-YEAR    PIC 9(4).
               10 WS-ENTRY-MONTH   PIC 9(2).
               10 WS-ENTRY-DAY     PIC 9(2).
           05 WS-ENTRY-DATE-N REDEFINES WS-ENTRY-DATE
                                   PIC 9(8).
           05 WS-ARCHIVE-MONTH.
               10 WS-ARCHIVE-YEAR  PIC 9(4).
               10 WS-ARCHIVE-MM    PIC 9(2).
           05 WS-ARCHIVE-MONTH-N REDEFINES WS-ARCHIVE-MONTH
                                   PIC 9(6).
           05 WS-DATE-MONTH        PIC 9(6) VALUE 0.
           05 WS-DATE-EDIT         PIC X(18) JUSTIFIED RIGHT.
           05 WS-DATE-NUM          PIC 9(18) VALUE 0.
           05 WS-REPORT-FILE-NAME  PIC X(24) VALUE SPACES.
           05 WS-DAILY-FILE-NAME   PIC X(24) VALUE SPACES.
           05 WS-ARCHIVE-FILE-NAME PIC X(24) VALUE SPACES.

      ******************************************************************
      *    The four kinds of daily file the archive gathers, by the
      *    prefix PROGRAM1 names them with.
      ******************************************************************
       01 WS-KIND-VALUES.
           05 FILLER            PIC X(9) VALUE "SALES-".
           05 FILLER            PIC X(9) VALUE "AUDIT-".
           05 FILLER            PIC X(9) VALUE "INVOICE-".
           05 FILLER            PIC X(9) VALUE "SALESRPT-".
       01 WS-KIND-TABLE REDEFINES WS-KIND-VALUES.
           05 WS-KIND-PREFIX    PIC X(9) OCCURS 4 TIMES.

       01 WS-KIND-TOTALS.
           05 WS-KIND-ENTRY OCCURS 4 TIMES.
               10 WS-KIND-FILES     PIC 9(5).
               10 WS-KIND-READ      PIC 9(9).
               10 WS-KIND-WRITTEN   PIC 9(9).

       01 WS-WORK-AREA.
           05 WS-KIND-SUB       PIC 9(3) COMP VALUE 0.
           05 WS-LINES-READ     PIC 9(7) VALUE 0.
           05 WS-LINES-WRITTEN  PIC 9(7) VALUE 0.
           05 WS-BLOCKING-COUNT PIC 9(3) VALUE 0.
           05 WS-DATES-ARCHIVED PIC 9(3) VALUE 0.
           05 WS-DATES-SKIPPED  PIC 9(3) VALUE 0.
           05 WS-HIST-FAIL-COUNT PIC 9(5) VALUE 0.

       01 WS-PURGE-TOTALS.
           05 WS-BEFORE-COUNT   PIC 9(7) VALUE 0.
           05 WS-BEFORE-OPEN    PIC S9(9)V99 VALUE 0.
           05 WS-BEFORE-ORIG    PIC S9(9)V99 VALUE 0.
           05 WS-PURGED-COUNT   PIC 9(7) VALUE 0.
           05 WS-PURGED-OPEN    PIC S9(9)V99 VALUE 0.
           05 WS-PURGED-ORIG    PIC S9(9)V99 VALUE 0.
           05 WS-AFTER-COUNT    PIC 9(7) VALUE 0.
           05 WS-AFTER-OPEN     PIC S9(9)V99 VALUE 0.
           05 WS-AFTER-ORIG     PIC S9(9)V99 VALUE 0.

       01 WS-RUNCTL-FIELDS.
           05 WS-RUNCTL-COUNT   PIC 9(3) COMP VALUE 0.
           05 WS-RUNCTL-SUB     PIC 9(3) COMP VALUE 0.

      ******************************************************************
      *    The day-end run-control file PROGRAM14 keeps, read whole
      *    into a table so every date can be checked for close and
      *    posting before anything dated on it is touched.
      ******************************************************************
       01 RUN-CTL-TABLE.
           05 RCT-ENTRY OCCURS 400 TIMES.
               10 RCT-DATE          PIC 9(8).
               10 RCT-CLOSED-SW     PIC X.
               10 RCT-AR-POSTED-SW  PIC X.
               10 RCT-GL-DONE-SW    PIC X.
               10 RCT-SUM-DONE-SW   PIC X.
               10 RCT-CASH-POSTED-SW PIC X.

       01 RPT-HDR-1.
           05 FILLER            PIC X(33)
               VALUE "PERIOD-END PURGE AND ARCHIVE RUN ".
           05 RPT-HDR-DATE      PIC 9(8).

       01 RPT-MESSAGE-LINE.
           05 RPT-MESSAGE       PIC X(100).

       01 RPT-PURGE-HDR-1.
           05 FILLER            PIC X(38)
               VALUE "AR PURGE OF PAID ITEMS DATED BEFORE ".
           05 RPT-PURGE-CUTOFF  PIC 9(8).

       01 RPT-PURGE-HDR-2.
           05 FILLER            PIC X(30)  VALUE SPACES.
           05 FILLER            PIC X(9)   VALUE "    ITEMS".
           05 FILLER            PIC X(16)  VALUE "     OPEN AMOUNT".
           05 FILLER            PIC X(16)  VALUE " ORIGINAL AMOUNT".

       01 RPT-PURGE-LINE.
           05 RPT-PURGE-CAPTION PIC X(30).
           05 RPT-PURGE-COUNT   PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RPT-PURGE-OPEN    PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 RPT-PURGE-ORIG    PIC -ZZ,ZZZ,ZZ9.99.

       01 RPT-ARCHIVE-HDR-1.
           05 FILLER            PIC X(34)
               VALUE "DAILY FILES ARCHIVED FOR MONTH ".
           05 RPT-ARCHIVE-MONTH PIC 9(6).

       01 RPT-ARCHIVE-HDR-2.
           05 FILLER            PIC X(8)   VALUE "DATE".
           05 FILLER            PIC X(10)  VALUE "     SALES".
           05 FILLER            PIC X(10)  VALUE "     AUDIT".
           05 FILLER            PIC X(10)  VALUE "   INVOICE".
           05 FILLER            PIC X(10)  VALUE "  SALESRPT".
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 FILLER            PIC X(4)   VALUE "NOTE".

       01 RPT-ARCHIVE-LINE.
           05 RPT-ARCHIVE-DATE  PIC 9(8).
           05 RPT-ARCHIVE-GROUP OCCURS 4 TIMES.
               10 FILLER        PIC X(3).
               10 RPT-ARCHIVE-COUNT PIC Z,ZZ9.
               10 FILLER        PIC X(2).
           05 FILLER            PIC X(2).
           05 RPT-ARCHIVE-NOTE  PIC X(40).

       01 RPT-KIND-LINE.
           05 RPT-KIND-PREFIX   PIC X(10).
           05 FILLER            PIC X(7)   VALUE " FILES ".
           05 RPT-KIND-FILES    PIC ZZ9.
           05 FILLER            PIC X(12)  VALUE "  LINES READ".
           05 RPT-KIND-READ     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(16)  VALUE "  LINES ARCHIVED".
           05 RPT-KIND-WRITTEN  PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    100-MAIN: Loads the run control and the date AR was last
      *    reconciled through, takes the purge cutoff and the month
      *    to archive, and runs whichever of the two was asked for
      *    onto the day's purge report.
      ******************************************************************
       100-MAIN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           DIVIDE WS-CURRENT-DATE BY 100 GIVING WS-CURRENT-MONTH
           PERFORM 150-LOAD-RUN-CONTROL
           PERFORM 160-LOAD-RECONCILED-DATE
           PERFORM 101-GET-CUTOFF-DATE
           PERFORM 105-GET-ARCHIVE-MONTH
           IF WS-CUTOFF-DATE = 0 AND WS-ARCHIVE-MONTH-N = 0
               DISPLAY "NO PURGE DATE OR ARCHIVE MONTH GIVEN -- "
                   "NOTHING DONE"
           ELSE
               PERFORM 120-OPEN-PURGE-REPORT
               IF REPORT-IS-OPEN
                   IF WS-CUTOFF-DATE > 0
                       PERFORM 200-PURGE-AR-FILE
                   END-IF
                   IF WS-ARCHIVE-MONTH-N > 0
                       PERFORM 300-ARCHIVE-MONTH
                   END-IF
                   CLOSE PURGE-REPORT-FILE
                   DISPLAY "PURGE REPORT WRITTEN TO "
                       WS-REPORT-FILE-NAME
               END-IF
           END-IF
           GOBACK
           .
      ******************************************************************
      *    101-GET-CUTOFF-DATE: Paid AR items dated before this date
      *    are purged.  Blank skips the purge.  A keyed date is
      *    re-prompted until it is an eight digit date with a
      *    plausible month and day that is not after today.
      ******************************************************************
       101-GET-CUTOFF-DATE.
           MOVE "N" TO WS-VALID-SW
           PERFORM 102-PROMPT-CUTOFF-DATE UNTIL ENTRY-IS-VALID
           .
       102-PROMPT-CUTOFF-DATE.
           DISPLAY "PURGE PAID AR ITEMS DATED BEFORE (YYYYMMDD, "
               "BLANK TO SKIP): "
           MOVE SPACES TO WS-DATE-EDIT
           ACCEPT WS-DATE-EDIT
           IF WS-DATE-EDIT = SPACES
               MOVE 0 TO WS-CUTOFF-DATE
               MOVE "Y" TO WS-VALID-SW
           ELSE
               INSPECT WS-DATE-EDIT REPLACING LEADING SPACE BY ZERO
               IF WS-DATE-EDIT IS NUMERIC
                   MOVE WS-DATE-EDIT TO WS-DATE-NUM
                   MOVE WS-DATE-NUM TO WS-ENTRY-DATE-N
                   IF WS-ENTRY-MONTH > 0 AND WS-ENTRY-MONTH < 13
                           AND WS-ENTRY-DAY > 0 AND WS-ENTRY-DAY < 32
                           AND WS-ENTRY-YEAR > 1999
                           AND WS-ENTRY-DATE-N NOT > WS-CURRENT-DATE
                       MOVE WS-ENTRY-DATE-N TO WS-CUTOFF-DATE
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
      *    105-GET-ARCHIVE-MONTH: The month whose daily files are
      *    archived.  Blank skips the archive.  It must be a month
      *    already over -- the current month's files are still in
      *    use.
      ******************************************************************
       105-GET-ARCHIVE-MONTH.
           MOVE "N" TO WS-VALID-SW
           PERFORM 106-PROMPT-ARCHIVE-MONTH UNTIL ENTRY-IS-VALID
           .
       106-PROMPT-ARCHIVE-MONTH.
           DISPLAY "ARCHIVE DAILY FILES FOR MONTH (YYYYMM, BLANK TO "
               "SKIP): "
           MOVE SPACES TO WS-DATE-EDIT
           ACCEPT WS-DATE-EDIT
           IF WS-DATE-EDIT = SPACES
               MOVE 0 TO WS-ARCHIVE-MONTH-N
               MOVE "Y" TO WS-VALID-SW
           ELSE
               INSPECT WS-DATE-EDIT REPLACING LEADING SPACE BY ZERO
               IF WS-DATE-EDIT IS NUMERIC
                   MOVE WS-DATE-EDIT TO WS-DATE-NUM
                   IF WS-DATE-NUM < 1000000
                       MOVE WS-DATE-NUM TO WS-ARCHIVE-MONTH-N
                   ELSE
                       MOVE 0 TO WS-ARCHIVE-MONTH-N
                   END-IF
                   IF WS-ARCHIVE-MM > 0 AND WS-ARCHIVE-MM < 13
                           AND WS-ARCHIVE-YEAR > 1999
                           AND WS-ARCHIVE-MONTH-N < WS-CURRENT-MONTH
                       MOVE "Y" TO WS-VALID-SW
                   ELSE
                       DISPLAY "** INVALID OR CURRENT MONTH - "
                           "RE-ENTER **"
                   END-IF
               ELSE
                   DISPLAY "** INVALID MONTH - RE-ENTER **"
               END-IF
           END-IF
           .
      ******************************************************************
      *    120-OPEN-PURGE-REPORT: Opens today's purge report for
      *    extend, creating it with its heading on the day's first
      *    run (status 35), so a second run the same day adds to the
      *    proof instead of overwriting it.
      ******************************************************************
       120-OPEN-PURGE-REPORT.
           STRING "PURGE-" WS-CURRENT-DATE ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
               ON OVERFLOW
                   DISPLAY "** REPORT FILE NAME TOO LONG FOR WS-"
                       "REPORT-FILE-NAME **"
           END-STRING
           OPEN EXTEND PURGE-REPORT-FILE
           IF WS-REPORT-STATUS = "35"
               OPEN OUTPUT PURGE-REPORT-FILE
           END-IF
           IF WS-REPORT-STATUS = "00"
               MOVE "Y" TO WS-REPORT-OPEN-SW
               MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
               WRITE PURGE-REPORT-ID FROM RPT-HDR-1
               MOVE SPACES TO PURGE-REPORT-ID
               WRITE PURGE-REPORT-ID
           ELSE
               DISPLAY "** UNABLE TO OPEN PURGE REPORT: "
                   WS-REPORT-FILE-NAME
           END-IF
           .
      ******************************************************************
      *    150-LOAD-RUN-CONTROL: Reads the run-control file into the
      *    table, the same way PROGRAM14 does.  No file yet means no
      *    day has ever been closed.
      ******************************************************************
       150-LOAD-RUN-CONTROL.
           MOVE 0 TO WS-RUNCTL-COUNT
           OPEN INPUT RUN-CTL-FILE
           IF WS-RUNCTL-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               READ RUN-CTL-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
               PERFORM 151-LOAD-ONE-RUN-DATE
                   UNTIL END-OF-FILE OR WS-RUNCTL-COUNT = 400
               CLOSE RUN-CTL-FILE
           END-IF
           .
       151-LOAD-ONE-RUN-DATE.
           ADD 1 TO WS-RUNCTL-COUNT
           IF RC-DATE IS NUMERIC
               MOVE RC-DATE TO RCT-DATE(WS-RUNCTL-COUNT)
           ELSE
               MOVE 0 TO RCT-DATE(WS-RUNCTL-COUNT)
           END-IF
           MOVE RC-CLOSED-SW TO RCT-CLOSED-SW(WS-RUNCTL-COUNT)
           MOVE RC-AR-POSTED-SW TO RCT-AR-POSTED-SW(WS-RUNCTL-COUNT)
           MOVE RC-GL-DONE-SW TO RCT-GL-DONE-SW(WS-RUNCTL-COUNT)
           MOVE RC-SUM-DONE-SW TO RCT-SUM-DONE-SW(WS-RUNCTL-COUNT)
           MOVE RC-CASH-POSTED-SW
               TO RCT-CASH-POSTED-SW(WS-RUNCTL-COUNT)
           READ RUN-CTL-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           .
      ******************************************************************
      *    160-LOAD-RECONCILED-DATE: The date on the balance the last
      *    AR roll-forward (PROGRAM22) saved.  Zero when AR has never
      *    been reconciled.
      ******************************************************************
       160-LOAD-RECONCILED-DATE.
           MOVE 0 TO WS-RECONCILED-DATE
           OPEN INPUT AR-BALANCE-FILE
           IF WS-ARBAL-STATUS = "00"
               READ AR-BALANCE-FILE
                   AT END MOVE SPACES TO AR-BAL-RECORD
               END-READ
               IF AB-IS-DATE-REC AND AB-AS-OF-DATE IS NUMERIC
                   MOVE AB-AS-OF-DATE TO WS-RECONCILED-DATE
               END-IF
               CLOSE AR-BALANCE-FILE
           END-IF
           .
      ******************************************************************
      *    200-PURGE-AR-FILE: Checks the cutoff against the run
      *    control and the last reconciliation, then moves the paid
      *    items dated before it to history, totals the file again,
      *    and reports the before, purged and after figures.
      ******************************************************************
       200-PURGE-AR-FILE.
           MOVE WS-CUTOFF-DATE TO RPT-PURGE-CUTOFF
           WRITE PURGE-REPORT-ID FROM RPT-PURGE-HDR-1
           PERFORM 210-CHECK-CUTOFF-DATE
           IF NOT RUN-IS-READY
               MOVE "** AR PURGE NOT RUN -- SEE THE LINES ABOVE **"
                   TO RPT-MESSAGE
               WRITE PURGE-REPORT-ID FROM RPT-MESSAGE-LINE
               DISPLAY "** AR PURGE NOT RUN -- SEE THE PURGE REPORT **"
           ELSE
               OPEN I-O AR-FILE
               IF WS-ARFILE-STATUS NOT = "00"
                   DISPLAY "** UNABLE TO OPEN AR FILE -- STATUS "
                       WS-ARFILE-STATUS " **"
                   MOVE "** AR PURGE NOT RUN -- AR FILE NOT OPEN **"
                       TO RPT-MESSAGE
                   WRITE PURGE-REPORT-ID FROM RPT-MESSAGE-LINE
               ELSE
                   PERFORM 215-OPEN-HISTORY-FILE
                   IF WS-ARHIST-STATUS NOT = "00"
                       DISPLAY "** UNABLE TO OPEN AR HISTORY FILE -- "
                           "STATUS " WS-ARHIST-STATUS " **"
                       MOVE "** AR PURGE NOT RUN -- NO HISTORY FILE **"
                           TO RPT-MESSAGE
                       WRITE PURGE-REPORT-ID FROM RPT-MESSAGE-LINE
                   ELSE
                       PERFORM 220-START-AR-FILE
                       PERFORM 230-PURGE-ONE-ITEM UNTIL AR-AT-END
                       PERFORM 220-START-AR-FILE
                       PERFORM 240-TOTAL-ONE-ITEM UNTIL AR-AT-END
                       CLOSE AR-HISTORY-FILE
                       PERFORM 250-WRITE-PURGE-TOTALS
                   END-IF
                   CLOSE AR-FILE
               END-IF
           END-IF
           MOVE SPACES TO PURGE-REPORT-ID
           WRITE PURGE-REPORT-ID
           .
      ******************************************************************
      *    210-CHECK-CUTOFF-DATE: Every business date before the
      *    cutoff must be closed and fully posted, and the cutoff may
      *    not pass the date AR was last reconciled through -- the
      *    next roll-forward still reads the finance charges and
      *    bank fees dated after that from the items themselves.
      ******************************************************************
       210-CHECK-CUTOFF-DATE.
           MOVE "Y" TO WS-READY-SW
           MOVE 0 TO WS-BLOCKING-COUNT
           PERFORM 211-CHECK-ONE-RUN-DATE
               VARYING WS-RUNCTL-SUB FROM 1 BY 1
               UNTIL WS-RUNCTL-SUB > WS-RUNCTL-COUNT
           IF WS-RECONCILED-DATE > 0
                   AND WS-CUTOFF-DATE > WS-RECONCILED-DATE
               MOVE "N" TO WS-READY-SW
               MOVE SPACES TO RPT-MESSAGE
               STRING "** AR IS RECONCILED ONLY THROUGH "
                   WS-RECONCILED-DATE " -- THE CUTOFF MAY NOT BE "
                   "LATER **" DELIMITED BY SIZE INTO RPT-MESSAGE
               END-STRING
               WRITE PURGE-REPORT-ID FROM RPT-MESSAGE-LINE
           END-IF
           .
       211-CHECK-ONE-RUN-DATE.
           IF RCT-DATE(WS-RUNCTL-SUB) > 0
                   AND RCT-DATE(WS-RUNCTL-SUB) < WS-CUTOFF-DATE
               PERFORM 212-CHECK-FULLY-POSTED
           END-IF
           .
       212-CHECK-FULLY-POSTED.
           IF RCT-CLOSED-SW(WS-RUNCTL-SUB) NOT = "Y"
                   OR RCT-AR-POSTED-SW(WS-RUNCTL-SUB) NOT = "Y"
                   OR RCT-GL-DONE-SW(WS-RUNCTL-SUB) NOT = "Y"
                   OR RCT-SUM-DONE-SW(WS-RUNCTL-SUB) NOT = "Y"
                   OR RCT-CASH-POSTED-SW(WS-RUNCTL-SUB) NOT = "Y"
               MOVE "N" TO WS-READY-SW
               ADD 1 TO WS-BLOCKING-COUNT
               MOVE SPACES TO RPT-MESSAGE
               STRING "** BUSINESS DATE " RCT-DATE(WS-RUNCTL-SUB)
                   " IS NOT CLOSED AND FULLY POSTED (PROGRAM14) **"
                   DELIMITED BY SIZE INTO RPT-MESSAGE
               END-STRING
               WRITE PURGE-REPORT-ID FROM RPT-MESSAGE-LINE
           END-IF
           .
      ******************************************************************
      *    215-OPEN-HISTORY-FILE: Opens the AR history file for
      *    update, creating it on the first purge (status 35) the
      *    way PROGRAM6 creates the AR file.
      ******************************************************************
       215-OPEN-HISTORY-FILE.
           OPEN I-O AR-HISTORY-FILE
           IF WS-ARHIST-STATUS = "35"
               OPEN OUTPUT AR-HISTORY-FILE
               CLOSE AR-HISTORY-FILE
               OPEN I-O AR-HISTORY-FILE
           END-IF
           .
       220-START-AR-FILE.
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
           .
      ******************************************************************
      *    230-PURGE-ONE-ITEM: Counts every item into the before
      *    figures.  A paid item dated before the cutoff is written
      *    to history first and deleted from the AR file only once
      *    the history record is safely written.
      ******************************************************************
       230-PURGE-ONE-ITEM.
           ADD 1 TO WS-BEFORE-COUNT
           ADD AR-OPEN-AMOUNT TO WS-BEFORE-OPEN
           ADD AR-ORIG-AMOUNT TO WS-BEFORE-ORIG
           IF AR-OPEN-AMOUNT = 0 AND AR-TRANS-DATE < WS-CUTOFF-DATE
               PERFORM 235-MOVE-TO-HISTORY
           END-IF
           READ AR-FILE NEXT
               AT END MOVE "Y" TO WS-AR-EOF-SW
           END-READ
           .
       235-MOVE-TO-HISTORY.
           MOVE AR-CUST-NO TO AH-CUST-NO
           MOVE AR-TRANS-DATE TO AH-TRANS-DATE
           MOVE AR-SEQ TO AH-SEQ
           MOVE WS-CURRENT-DATE TO AH-PURGE-DATE
           MOVE AR-ORIG-AMOUNT TO AH-ORIG-AMOUNT
           MOVE AR-OPEN-AMOUNT TO AH-OPEN-AMOUNT
           MOVE AR-TRANS-NO TO AH-TRANS-NO
           MOVE AR-ITEM-TYPE TO AH-ITEM-TYPE
           MOVE "N" TO WS-HIST-WRITTEN-SW
           WRITE AR-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-HIST-FAIL-COUNT
                   DISPLAY "** UNABLE TO WRITE HISTORY FOR CUST-NO "
                       AR-CUST-NO " DATED " AR-TRANS-DATE
                       " -- ITEM KEPT **"
               NOT INVALID KEY
                   MOVE "Y" TO WS-HIST-WRITTEN-SW
           END-WRITE
           IF HISTORY-IS-WRITTEN
               DELETE AR-FILE RECORD
                   INVALID KEY
                       ADD 1 TO WS-HIST-FAIL-COUNT
                       DISPLAY "** UNABLE TO DELETE PURGED ITEM FOR "
                           "CUST-NO " AR-CUST-NO " DATED "
                           AR-TRANS-DATE " **"
                   NOT INVALID KEY
                       ADD 1 TO WS-PURGED-COUNT
                       ADD AR-OPEN-AMOUNT TO WS-PURGED-OPEN
                       ADD AR-ORIG-AMOUNT TO WS-PURGED-ORIG
               END-DELETE
           END-IF
           .
      ******************************************************************
      *    240-TOTAL-ONE-ITEM: Totals the AR file again after the
      *    purge, independently of what 230 counted.
      ******************************************************************
       240-TOTAL-ONE-ITEM.
           ADD 1 TO WS-AFTER-COUNT
           ADD AR-OPEN-AMOUNT TO WS-AFTER-OPEN
           ADD AR-ORIG-AMOUNT TO WS-AFTER-ORIG
           READ AR-FILE NEXT
               AT END MOVE "Y" TO WS-AR-EOF-SW
           END-READ
           .
      ******************************************************************
      *    250-WRITE-PURGE-TOTALS: The AR file before, what went to
      *    history and the file after.  The proof: the open total is
      *    unchanged, and the items and original amounts after are
      *    exactly those before less those purged.
      ******************************************************************
       250-WRITE-PURGE-TOTALS.
           WRITE PURGE-REPORT-ID FROM RPT-PURGE-HDR-2
           MOVE "AR FILE BEFORE PURGE" TO RPT-PURGE-CAPTION
           MOVE WS-BEFORE-COUNT TO RPT-PURGE-COUNT
           MOVE WS-BEFORE-OPEN TO RPT-PURGE-OPEN
           MOVE WS-BEFORE-ORIG TO RPT-PURGE-ORIG
           WRITE PURGE-REPORT-ID FROM RPT-PURGE-LINE
           MOVE "  MOVED TO AR HISTORY" TO RPT-PURGE-CAPTION
           MOVE WS-PURGED-COUNT TO RPT-PURGE-COUNT
           MOVE WS-PURGED-OPEN TO RPT-PURGE-OPEN
           MOVE WS-PURGED-ORIG TO RPT-PURGE-ORIG
           WRITE PURGE-REPORT-ID FROM RPT-PURGE-LINE
           MOVE "AR FILE AFTER PURGE" TO RPT-PURGE-CAPTION
           MOVE WS-AFTER-COUNT TO RPT-PURGE-COUNT
           MOVE WS-AFTER-OPEN TO RPT-PURGE-OPEN
           MOVE WS-AFTER-ORIG TO RPT-PURGE-ORIG
           WRITE PURGE-REPORT-ID FROM RPT-PURGE-LINE
           IF WS-HIST-FAIL-COUNT > 0
               MOVE SPACES TO RPT-MESSAGE
               STRING "** " WS-HIST-FAIL-COUNT " PAID ITEM(S) COULD "
                   "NOT BE MOVED AND WERE KEPT -- SEE THE CONSOLE **"
                   DELIMITED BY SIZE INTO RPT-MESSAGE
               END-STRING
               WRITE PURGE-REPORT-ID FROM RPT-MESSAGE-LINE
           END-IF
           IF WS-AFTER-OPEN = WS-BEFORE-OPEN
                   AND WS-AFTER-COUNT + WS-PURGED-COUNT
                       = WS-BEFORE-COUNT
                   AND WS-AFTER-ORIG + WS-PURGED-ORIG
                       = WS-BEFORE-ORIG
               MOVE "PURGE PROVES -- NOTHING OPEN WAS LOST"
                   TO RPT-MESSAGE
               DISPLAY "AR PURGE COMPLETE -- " WS-PURGED-COUNT
                   " PAID ITEMS MOVED TO HISTORY"
           ELSE
               MOVE "** PURGE DOES NOT PROVE -- CHECK THE AR FILE **"
                   TO RPT-MESSAGE
               DISPLAY "** AR PURGE DOES NOT PROVE -- SEE THE PURGE "
                   "REPORT **"
           END-IF
           WRITE PURGE-REPORT-ID FROM RPT-MESSAGE-LINE
           .
      ******************************************************************
      *    300-ARCHIVE-MONTH: Takes every business date of the month
      *    on the run-control file in turn, then totals each kind of
      *    file -- lines read from the daily files against lines
      *    written to the archive.
      ******************************************************************
       300-ARCHIVE-MONTH.
           INITIALIZE WS-KIND-TOTALS
           MOVE WS-ARCHIVE-MONTH-N TO RPT-ARCHIVE-MONTH
           WRITE PURGE-REPORT-ID FROM RPT-ARCHIVE-HDR-1
           WRITE PURGE-REPORT-ID FROM RPT-ARCHIVE-HDR-2
           PERFORM 310-ARCHIVE-ONE-DATE
               VARYING WS-RUNCTL-SUB FROM 1 BY 1
               UNTIL WS-RUNCTL-SUB > WS-RUNCTL-COUNT
           IF WS-DATES-ARCHIVED = 0 AND WS-DATES-SKIPPED = 0
               MOVE "NO BUSINESS DATES FOR THIS MONTH ON RUN CONTROL"
                   TO RPT-MESSAGE
               WRITE PURGE-REPORT-ID FROM RPT-MESSAGE-LINE
           END-IF
           MOVE SPACES TO PURGE-REPORT-ID
           WRITE PURGE-REPORT-ID
           PERFORM 400-WRITE-KIND-TOTALS
               VARYING WS-KIND-SUB FROM 1 BY 1
               UNTIL WS-KIND-SUB > 4
           DISPLAY "ARCHIVE COMPLETE -- " WS-DATES-ARCHIVED
               " DATE(S) ARCHIVED, " WS-DATES-SKIPPED " LEFT ALONE"
           .
      ******************************************************************
      *    310-ARCHIVE-ONE-DATE: A date of the month is archived
      *    only when it is closed and fully posted and AR has been
      *    reconciled through it; any other is listed and left.
      ******************************************************************
       310-ARCHIVE-ONE-DATE.
           DIVIDE RCT-DATE(WS-RUNCTL-SUB) BY 100
               GIVING WS-DATE-MONTH
           IF WS-DATE-MONTH = WS-ARCHIVE-MONTH-N
               MOVE SPACES TO RPT-ARCHIVE-LINE
               MOVE RCT-DATE(WS-RUNCTL-SUB) TO RPT-ARCHIVE-DATE
               EVALUATE TRUE
                   WHEN RCT-CLOSED-SW(WS-RUNCTL-SUB) NOT = "Y"
                           OR RCT-AR-POSTED-SW(WS-RUNCTL-SUB) NOT = "Y"
                           OR RCT-GL-DONE-SW(WS-RUNCTL-SUB) NOT = "Y"
                           OR RCT-SUM-DONE-SW(WS-RUNCTL-SUB) NOT = "Y"
                           OR RCT-CASH-POSTED-SW(WS-RUNCTL-SUB)
                               NOT = "Y"
                       ADD 1 TO WS-DATES-SKIPPED
                       MOVE "LEFT -- NOT CLOSED AND FULLY POSTED"
                           TO RPT-ARCHIVE-NOTE
                   WHEN WS-RECONCILED-DATE > 0
                           AND RCT-DATE(WS-RUNCTL-SUB)
                               > WS-RECONCILED-DATE
                       ADD 1 TO WS-DATES-SKIPPED
                       MOVE "LEFT -- AR NOT YET RECONCILED"
                           TO RPT-ARCHIVE-NOTE
                   WHEN OTHER
                       ADD 1 TO WS-DATES-ARCHIVED
                       MOVE "N" TO WS-KEPT-SW
                       PERFORM 320-ARCHIVE-ONE-FILE
                           VARYING WS-KIND-SUB FROM 1 BY 1
                           UNTIL WS-KIND-SUB > 4
                       IF A-FILE-WAS-KEPT
                           MOVE "ARCHIVED -- A FILE KEPT, SEE CONSOLE"
                               TO RPT-ARCHIVE-NOTE
                       ELSE
                           MOVE "ARCHIVED" TO RPT-ARCHIVE-NOTE
                       END-IF
               END-EVALUATE
               WRITE PURGE-REPORT-ID FROM RPT-ARCHIVE-LINE
           END-IF
           .
      ******************************************************************
      *    320-ARCHIVE-ONE-FILE: Copies one daily file onto the end
      *    of its kind's archive for the month, each line behind its
      *    business date, and removes the daily file only when every
      *    line read was written.  A date with no file of this kind
      *    simply shows zero.
      ******************************************************************
       320-ARCHIVE-ONE-FILE.
           MOVE 0 TO WS-LINES-READ
           MOVE 0 TO WS-LINES-WRITTEN
           MOVE SPACES TO WS-DAILY-FILE-NAME
           STRING WS-KIND-PREFIX(WS-KIND-SUB) DELIMITED BY SPACE
               RCT-DATE(WS-RUNCTL-SUB) ".TXT" DELIMITED BY SIZE
               INTO WS-DAILY-FILE-NAME
               ON OVERFLOW
                   DISPLAY "** DAILY FILE NAME TOO LONG FOR WS-DAILY"
                       "-FILE-NAME **"
           END-STRING
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
           STRING "ARC-" WS-KIND-PREFIX(WS-KIND-SUB) DELIMITED BY SPACE
               WS-ARCHIVE-MONTH ".TXT" DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILE-NAME
               ON OVERFLOW
                   DISPLAY "** ARCHIVE FILE NAME TOO LONG FOR WS-"
                       "ARCHIVE-FILE-NAME **"
           END-STRING
           OPEN INPUT DAILY-FILE
           IF WS-DAILY-STATUS = "00"
               PERFORM 325-COPY-DAILY-FILE
           ELSE
               IF WS-DAILY-STATUS NOT = "35"
                   MOVE "Y" TO WS-KEPT-SW
                   DISPLAY "** UNABLE TO OPEN " WS-DAILY-FILE-NAME
                       " -- STATUS " WS-DAILY-STATUS " **"
               END-IF
           END-IF
           MOVE WS-LINES-WRITTEN TO RPT-ARCHIVE-COUNT(WS-KIND-SUB)
           .
       325-COPY-DAILY-FILE.
           OPEN EXTEND ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "35"
               OPEN OUTPUT ARCHIVE-FILE
           END-IF
           IF WS-ARCHIVE-STATUS NOT = "00"
               MOVE "Y" TO WS-KEPT-SW
               DISPLAY "** UNABLE TO OPEN ARCHIVE FILE "
                   WS-ARCHIVE-FILE-NAME " -- " WS-DAILY-FILE-NAME
                   " KEPT **"
               CLOSE DAILY-FILE
           ELSE
               MOVE "N" TO WS-EOF-SW
               READ DAILY-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
               PERFORM 330-COPY-ONE-LINE UNTIL END-OF-FILE
               CLOSE DAILY-FILE
               CLOSE ARCHIVE-FILE
               ADD WS-LINES-READ TO WS-KIND-READ(WS-KIND-SUB)
               ADD WS-LINES-WRITTEN TO WS-KIND-WRITTEN(WS-KIND-SUB)
               IF WS-LINES-WRITTEN = WS-LINES-READ
                   ADD 1 TO WS-KIND-FILES(WS-KIND-SUB)
                   CALL "CBL_DELETE_FILE" USING WS-DAILY-FILE-NAME
                   IF RETURN-CODE NOT = 0
                       MOVE "Y" TO WS-KEPT-SW
                       DISPLAY "** " WS-DAILY-FILE-NAME " IS "
                           "ARCHIVED BUT COULD NOT BE REMOVED **"
                   END-IF
               ELSE
                   MOVE "Y" TO WS-KEPT-SW
                   DISPLAY "** ONLY " WS-LINES-WRITTEN " OF "
                       WS-LINES-READ " LINES OF " WS-DAILY-FILE-NAME
                       " REACHED THE ARCHIVE -- DAILY FILE KEPT **"
               END-IF
           END-IF
           .
       330-COPY-ONE-LINE.
           ADD 1 TO WS-LINES-READ
           MOVE SPACES TO ARCHIVE-RECORD
           MOVE RCT-DATE(WS-RUNCTL-SUB) TO ARC-DATE
           MOVE DAILY-RECORD TO ARC-LINE
           WRITE ARCHIVE-RECORD
           IF WS-ARCHIVE-STATUS = "00"
               ADD 1 TO WS-LINES-WRITTEN
           END-IF
           READ DAILY-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           .
      ******************************************************************
      *    400-WRITE-KIND-TOTALS: One line per kind of daily file --
      *    files archived, lines read before and lines in the
      *    archive after.
      ******************************************************************
       400-WRITE-KIND-TOTALS.
           MOVE WS-KIND-PREFIX(WS-KIND-SUB) TO RPT-KIND-PREFIX
           MOVE WS-KIND-FILES(WS-KIND-SUB) TO RPT-KIND-FILES
           MOVE WS-KIND-READ(WS-KIND-SUB) TO RPT-KIND-READ
           MOVE WS-KIND-WRITTEN(WS-KIND-SUB) TO RPT-KIND-WRITTEN
           WRITE PURGE-REPORT-ID FROM RPT-KIND-LINE
           .
       END PROGRAM PROGRAM29.
