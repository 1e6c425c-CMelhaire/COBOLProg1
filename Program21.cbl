       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM21.
      ******************************************************************
      *    Cash receipts general ledger extract.  Reads one day's
      *    cash receipts journal (the CASHRCT file PROGRAM10 writes)
      *    and writes a balanced GL interface file -- a debit to cash
      *    for the day's deposit total, a credit to receivables for
      *    what the checks applied to open items, and a credit to
      *    customer deposits for what went on account.  Before
      *    anything is written every session's journal lines are
      *    re-added and compared line for line against the totals
      *    block PROGRAM10 wrote at the end of that session, and the
      *    debits are proved equal to the credits; a journal that
      *    does not tie or does not balance is flagged and no GL
      *    file is produced.  The day must have been closed through
      *    PROGRAM14 first, and the run-control file's cash-posted
      *    flag lets the extract run once per day.
      *
      *    Authors: Grant Haylock, Jack Rasmussen,
      *             Zach Schultz, Austin Lee
      *    Date Written: 09-16-2019
      *
      *    Modifications:
      *    09-16-2019  Original version.
      *    11-04-2019  PROGRAM10 now writes a returned (NSF) check to
      *                the journal as a check line with every figure
      *                negative and RETURNED CHK in the columns after
      *                ON ACCOUNT, which the check line's trailing
      *                filler takes.  It is proved and totaled like
      *                any check, so it nets the deposit, receivables
      *                and customer deposits down.  No code change.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-JOURNAL-FILE ASSIGN TO DYNAMIC
               WS-JOURNAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT GL-FILE ASSIGN TO DYNAMIC WS-GL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.
           SELECT RUN-CTL-FILE ASSIGN TO
               "C:\Users\Caulder\Documents\runctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    One journal line, seen three ways -- the heading PROGRAM10
      *    writes when it creates the day's journal, a check line,
      *    and a totals line (an 18-byte caption and its figure).
      ******************************************************************
       FD CASH-JOURNAL-FILE.
       01 CASH-JOURNAL-ID        PIC X(100).
       01 CJ-HEADING-LINE.
           05 CJ-HDR-CAPTION     PIC X(26).
           05 CJ-HDR-DATE        PIC X(8).
           05                    PIC X(66).
       01 CJ-CHECK-LINE.
           05 CJ-CUST-NO         PIC Z,ZZ9.
           05                    PIC X.
           05 CJ-CUST-NAME       PIC X(20).
           05                    PIC X.
           05 CJ-CHECK-NO        PIC X(8).
           05                    PIC X.
           05 CJ-CHECK-DATE      PIC X(8).
           05 CJ-AMOUNT-IN       PIC -ZZZ,ZZ9.99.
           05                    PIC X.
           05 CJ-APPLIED-IN      PIC -ZZZ,ZZ9.99.
           05                    PIC X.
           05 CJ-ON-ACCT-IN      PIC -ZZZ,ZZ9.99.
           05                    PIC X(21).
       01 CJ-TOTAL-LINE.
           05 CJ-TOTAL-CAPTION   PIC X(18).
           05                    PIC X(82).

       FD GL-FILE.
       01 GL-FILE-REC            PIC X(80).

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

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
           05 WS-EOF-SW         PIC X VALUE "N".
               88 END-OF-FILE          VALUE "Y".
           05 WS-VALID-SW       PIC X VALUE "N".
               88 ENTRY-IS-VALID       VALUE "Y".
           05 WS-TIE-SW         PIC X VALUE "Y".
               88 EXTRACT-TIES-OUT     VALUE "Y".
           05 WS-GLWRITTEN-SW   PIC X VALUE "N".
               88 GL-FILE-IS-WRITTEN   VALUE "Y".
           05 WS-NO-CASH-SW     PIC X VALUE "N".
               88 NO-CASH-WAS-TAKEN    VALUE "Y".

       01 WS-FILE-STATUS.
           05 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
           05 WS-GL-STATUS      PIC XX VALUE SPACES.
           05 WS-RUNCTL-STATUS  PIC XX VALUE SPACES.

       01 WS-DATE-FIELDS.
           05 WS-RUN-DATE.
               10 WS-RUN-YEAR      PIC 9(4).
               10 WS-RUN-MONTH     PIC 9(2).
               10 WS-RUN-DAY       PIC 9(2).
           05 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                   PIC 9(8).
           05 WS-DATE-EDIT         PIC X(18) JUSTIFIED RIGHT.
           05 WS-DATE-NUM          PIC 9(18) VALUE 0.
           05 WS-JOURNAL-FILE-NAME PIC X(24) VALUE SPACES.
           05 WS-GL-FILE-NAME      PIC X(24) VALUE SPACES.

       01 WS-CONSTANTS.
           05 WS-CASH-ACCOUNT   PIC X(4) VALUE "1000".
           05 WS-AR-ACCOUNT     PIC X(4) VALUE "1200".
           05 WS-DEPOSIT-ACCOUNT PIC X(4) VALUE "2400".

      ******************************************************************
      *    A session's figures are built up from its check lines and
      *    proved against the totals block that closes the session;
      *    only a proved session is added into the day's figures.
      *    WS-TRAILER-STEP counts the totals lines of the block
      *    matched so far -- zero between blocks.
      ******************************************************************
       01 WS-WORK-AREA.
           05 WS-CHECK-AMOUNT   PIC S9(6)V99 VALUE 0.
           05 WS-APPLIED-AMOUNT PIC S9(6)V99 VALUE 0.
           05 WS-ON-ACCT-AMOUNT PIC S9(6)V99 VALUE 0.
           05 WS-SESSION-COUNT  PIC 9(5) VALUE 0.
           05 WS-SESSION-DEPOSIT PIC S9(8)V99 VALUE 0.
           05 WS-SESSION-APPLIED PIC S9(8)V99 VALUE 0.
           05 WS-SESSION-ON-ACCT PIC S9(8)V99 VALUE 0.
           05 WS-DAY-COUNT      PIC 9(7) VALUE 0.
           05 WS-DAY-DEPOSIT    PIC S9(8)V99 VALUE 0.
           05 WS-DAY-APPLIED    PIC S9(8)V99 VALUE 0.
           05 WS-DAY-ON-ACCT    PIC S9(8)V99 VALUE 0.
           05 WS-SESSIONS-PROVED PIC 9(5) VALUE 0.
           05 WS-LINE-NO        PIC 9(7) VALUE 0.
           05 WS-TRAILER-STEP   PIC 9 VALUE 0.
           05 WS-TOTAL-DEBITS   PIC S9(8)V99 VALUE 0.
           05 WS-TOTAL-CREDITS  PIC S9(8)V99 VALUE 0.

       01 WS-RUNCTL-FIELDS.
           05 WS-RUNCTL-COUNT   PIC 9(3) COMP VALUE 0.
           05 WS-RUNCTL-SUB     PIC 9(3) COMP VALUE 0.
           05 WS-RUNCTL-ENTRY   PIC 9(3) COMP VALUE 0.

      ******************************************************************
      *    The day-end run-control file PROGRAM14 keeps, read whole
      *    into a table so the cash-posted flag can be checked
      *    before the run and written back after it.
      ******************************************************************
       01 RUN-CTL-TABLE.
           05 RCT-ENTRY OCCURS 400 TIMES.
               10 RCT-DATE          PIC 9(8).
               10 RCT-CLOSED-SW     PIC X.
               10 RCT-AR-POSTED-SW  PIC X.
               10 RCT-GL-DONE-SW    PIC X.
               10 RCT-SUM-DONE-SW   PIC X.
               10 RCT-CASH-POSTED-SW PIC X.

       01 WS-EXPECTED-LINE      PIC X(100) VALUE SPACES.

      ******************************************************************
      *    The totals lines are rebuilt in exactly the shape PROGRAM10
      *    writes them in 400-WRITE-JOURNAL-TOTALS, so the tie-out is
      *    a straight line-for-line compare against the journal.
      ******************************************************************
       01 JOURNAL-HDR-1.
           05 FILLER            PIC X(26)
               VALUE "CASH RECEIPTS JOURNAL FOR ".
           05 JOURNAL-HDR-DATE  PIC 9(8).

       01 JOURNAL-COUNT-LINE.
           05 FILLER            PIC X(18)  VALUE "CHECKS THIS RUN:  ".
           05 JOURNAL-COUNT-OUT PIC ZZ,ZZ9.

       01 JOURNAL-TOTAL-LINE.
           05 FILLER            PIC X(18)  VALUE "DEPOSIT TOTAL:    ".
           05 JOURNAL-TOTAL-OUT PIC -Z,ZZZ,ZZ9.99.

       01 JOURNAL-APPLIED-LINE.
           05 FILLER            PIC X(18)  VALUE "TOTAL APPLIED:    ".
           05 JOURNAL-TOT-APP-OUT PIC -Z,ZZZ,ZZ9.99.

       01 JOURNAL-ON-ACCT-LINE.
           05 FILLER            PIC X(18)  VALUE "TOTAL ON ACCOUNT: ".
           05 JOURNAL-TOT-OA-OUT PIC -Z,ZZZ,ZZ9.99.

       01 GL-HDR.
           05 FILLER            PIC X(20)
               VALUE "GL CASH EXTRACT FOR ".
           05 GL-HDR-DATE       PIC 9(8).

       01 GL-LINE.
           05 GL-ACCOUNT-NO     PIC X(4).
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 GL-DR-CR          PIC X.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 GL-AMOUNT-OUT     PIC -ZZZ,ZZ9.99.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 GL-DESC           PIC X(20).

       01 GL-TRAILER-DR.
           05 FILLER            PIC X(18)  VALUE "TOTAL DEBITS:     ".
           05 GL-TOTAL-DR-OUT   PIC -Z,ZZZ,ZZ9.99.

       01 GL-TRAILER-CR.
           05 FILLER            PIC X(18)  VALUE "TOTAL CREDITS:    ".
           05 GL-TOTAL-CR-OUT   PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      ******************************************************************
      *    100-MAIN: Accepts the day to extract, checks it is closed
      *    and not yet posted, re-adds the day's journal and proves
      *    it against every session's totals block and the debits
      *    against the credits, and only then writes the GL
      *    interface file and marks the day's cash posted.
      ******************************************************************
       100-MAIN.
           PERFORM 101-GET-RUN-DATE
           PERFORM 150-LOAD-RUN-CONTROL
           PERFORM 155-FIND-RUN-DATE
           IF WS-RUNCTL-ENTRY = 0
               DISPLAY "** BUSINESS DATE " WS-RUN-DATE-N " HAS NOT "
                   "BEEN CLOSED -- RUN THE DAY-END CLOSE (PROGRAM14)"
                   " FIRST **"
               GOBACK
           END-IF
           IF RCT-CLOSED-SW(WS-RUNCTL-ENTRY) NOT = "Y"
               DISPLAY "** BUSINESS DATE " WS-RUN-DATE-N " HAS NOT "
                   "BEEN CLOSED -- RUN THE DAY-END CLOSE (PROGRAM14)"
                   " FIRST **"
               GOBACK
           END-IF
           IF RCT-CASH-POSTED-SW(WS-RUNCTL-ENTRY) = "Y"
               DISPLAY "** THE CASH RECEIPTS GL EXTRACT FOR "
                   WS-RUN-DATE-N " HAS ALREADY BEEN RUN **"
               GOBACK
           END-IF
           STRING "CASHRCT-" WS-RUN-DATE ".TXT" DELIMITED BY SIZE
               INTO WS-JOURNAL-FILE-NAME
               ON OVERFLOW
                   DISPLAY "** JOURNAL FILE NAME TOO LONG FOR WS-"
                       "JOURNAL-FILE-NAME **"
           END-STRING
           STRING "GLCASH-" WS-RUN-DATE ".TXT" DELIMITED BY SIZE
               INTO WS-GL-FILE-NAME
               ON OVERFLOW
                   DISPLAY "** GL FILE NAME TOO LONG FOR WS-GL-FILE"
                       "-NAME **"
           END-STRING
           PERFORM 200-PROCESS-JOURNAL-FILE
           IF NO-CASH-WAS-TAKEN
               MOVE "Y" TO RCT-CASH-POSTED-SW(WS-RUNCTL-ENTRY)
               PERFORM 158-SAVE-RUN-CONTROL
               DISPLAY "NO CASH RECEIPTS FOR " WS-RUN-DATE-N
                   " -- DAY MARKED POSTED WITH NOTHING TO POST"
               GOBACK
           END-IF
           IF EXTRACT-TIES-OUT
               PERFORM 300-CHECK-END-OF-JOURNAL
           END-IF
           IF EXTRACT-TIES-OUT
               PERFORM 350-PROVE-BALANCE
           END-IF
           IF EXTRACT-TIES-OUT
               PERFORM 400-WRITE-GL-FILE
               IF GL-FILE-IS-WRITTEN
                   MOVE "Y" TO RCT-CASH-POSTED-SW(WS-RUNCTL-ENTRY)
                   PERFORM 158-SAVE-RUN-CONTROL
               END-IF
           ELSE
               DISPLAY "** GL CASH FILE NOT WRITTEN -- CORRECT THE "
                   "JOURNAL AND RERUN **"
           END-IF
           GOBACK
           .
      ******************************************************************
      *    101-GET-RUN-DATE: Accepts the extract date from the
      *    console and re-prompts until it is an eight digit date
      *    with a plausible month and day, the same way PROGRAM9
      *    accepts its extract date.
      ******************************************************************
       101-GET-RUN-DATE.
           MOVE "N" TO WS-VALID-SW
           PERFORM 102-PROMPT-RUN-DATE UNTIL ENTRY-IS-VALID
           .
       102-PROMPT-RUN-DATE.
           DISPLAY "EXTRACT CASH RECEIPTS FOR WHICH DAY (YYYYMMDD): "
           MOVE SPACES TO WS-DATE-EDIT
           ACCEPT WS-DATE-EDIT
           INSPECT WS-DATE-EDIT REPLACING LEADING SPACE BY ZERO
           IF WS-DATE-EDIT IS NUMERIC
               MOVE WS-DATE-EDIT TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-RUN-DATE-N
               IF WS-RUN-MONTH > 0 AND WS-RUN-MONTH < 13
                       AND WS-RUN-DAY > 0 AND WS-RUN-DAY < 32
                       AND WS-RUN-YEAR > 1999
                   MOVE "Y" TO WS-VALID-SW
               ELSE
                   DISPLAY "** INVALID DATE - RE-ENTER **"
               END-IF
           ELSE
               DISPLAY "** INVALID DATE - RE-ENTER **"
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
      *    155-FIND-RUN-DATE: Leaves the table entry for WS-RUN-DATE
      *    in WS-RUNCTL-ENTRY, or zero when the date has no record.
      ******************************************************************
       155-FIND-RUN-DATE.
           MOVE 0 TO WS-RUNCTL-ENTRY
           IF WS-RUNCTL-COUNT > 0
               PERFORM 156-CHECK-ONE-RUN-DATE
                   VARYING WS-RUNCTL-SUB FROM 1 BY 1
                   UNTIL WS-RUNCTL-ENTRY > 0
                       OR WS-RUNCTL-SUB > WS-RUNCTL-COUNT
           END-IF
           .
       156-CHECK-ONE-RUN-DATE.
           IF RCT-DATE(WS-RUNCTL-SUB) = WS-RUN-DATE-N
               MOVE WS-RUNCTL-SUB TO WS-RUNCTL-ENTRY
           END-IF
           .
      ******************************************************************
      *    158-SAVE-RUN-CONTROL: Writes the whole table back so the
      *    cash-posted flag just set survives the run.
      ******************************************************************
       158-SAVE-RUN-CONTROL.
           OPEN OUTPUT RUN-CTL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "** UNABLE TO REWRITE RUN CONTROL FILE **"
           ELSE
               PERFORM 159-SAVE-ONE-RUN-DATE
                   VARYING WS-RUNCTL-SUB FROM 1 BY 1
                   UNTIL WS-RUNCTL-SUB > WS-RUNCTL-COUNT
               CLOSE RUN-CTL-FILE
           END-IF
           .
       159-SAVE-ONE-RUN-DATE.
           MOVE SPACES TO RUN-CTL-ID
           MOVE RCT-DATE(WS-RUNCTL-SUB) TO RC-DATE
           MOVE RCT-CLOSED-SW(WS-RUNCTL-SUB) TO RC-CLOSED-SW
           MOVE RCT-AR-POSTED-SW(WS-RUNCTL-SUB) TO RC-AR-POSTED-SW
           MOVE RCT-GL-DONE-SW(WS-RUNCTL-SUB) TO RC-GL-DONE-SW
           MOVE RCT-SUM-DONE-SW(WS-RUNCTL-SUB) TO RC-SUM-DONE-SW
           MOVE RCT-CASH-POSTED-SW(WS-RUNCTL-SUB)
               TO RC-CASH-POSTED-SW
           WRITE RUN-CTL-ID
           .
      ******************************************************************
      *    200-PROCESS-JOURNAL-FILE: Reads the day's journal line by
      *    line.  A day with no journal at all is only accepted as a
      *    day with no cash when the operator confirms it -- a
      *    journal that has gone missing must not be posted as zero.
      ******************************************************************
       200-PROCESS-JOURNAL-FILE.
           OPEN INPUT CASH-JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               MOVE "N" TO WS-TIE-SW
               DISPLAY "NO CASH RECEIPTS JOURNAL FOUND: "
                   WS-JOURNAL-FILE-NAME
               DISPLAY "WERE NO CHECKS TAKEN ON " WS-RUN-DATE-N
                   " - Y OR N"
               ACCEPT WS-NO-CASH-SW
           ELSE
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "** UNABLE TO OPEN CASH RECEIPTS JOURNAL: "
                       WS-JOURNAL-FILE-NAME " -- STATUS "
                       WS-JOURNAL-STATUS " **"
                   MOVE "N" TO WS-TIE-SW
               ELSE
                   MOVE "N" TO WS-EOF-SW
                   READ CASH-JOURNAL-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
                   PERFORM 210-CHECK-ONE-LINE UNTIL END-OF-FILE
                   CLOSE CASH-JOURNAL-FILE
               END-IF
           END-IF
           .
      ******************************************************************
      *    210-CHECK-ONE-LINE: Sorts each journal line by what it
      *    is.  Headings are checked for the right date and
      *    skipped, a totals caption is proved against the session
      *    just read, and anything else must be a check line.
      ******************************************************************
       210-CHECK-ONE-LINE.
           ADD 1 TO WS-LINE-NO
           EVALUATE TRUE
               WHEN CASH-JOURNAL-ID = SPACES
                   CONTINUE
               WHEN CJ-HDR-CAPTION = "CASH RECEIPTS JOURNAL FOR "
                   IF CJ-HDR-DATE NOT = WS-RUN-DATE
                       DISPLAY "** JOURNAL IS HEADED FOR " CJ-HDR-DATE
                           " NOT " WS-RUN-DATE-N " **"
                       MOVE "N" TO WS-TIE-SW
                   END-IF
               WHEN CASH-JOURNAL-ID(1:4) = "CUST"
                   CONTINUE
               WHEN CJ-TOTAL-CAPTION = "CHECKS THIS RUN:  "
                       OR CJ-TOTAL-CAPTION = "DEPOSIT TOTAL:    "
                       OR CJ-TOTAL-CAPTION = "TOTAL APPLIED:    "
                       OR CJ-TOTAL-CAPTION = "TOTAL ON ACCOUNT: "
                   PERFORM 230-CHECK-TOTAL-LINE
               WHEN OTHER
                   PERFORM 220-ADD-CHECK-LINE
           END-EVALUATE
           READ CASH-JOURNAL-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           .
      ******************************************************************
      *    220-ADD-CHECK-LINE: Adds one check into the session.  A
      *    check line inside a totals block means the block was
      *    broken off, and a line whose figures do not read back or
      *    whose applied and on-account amounts do not make up the
      *    check is flagged -- either way the day does not tie.
      ******************************************************************
       220-ADD-CHECK-LINE.
           IF WS-TRAILER-STEP NOT = 0
               DISPLAY "** JOURNAL LINE " WS-LINE-NO " FOLLOWS AN "
                   "INCOMPLETE TOTALS BLOCK **"
               MOVE "N" TO WS-TIE-SW
               MOVE 0 TO WS-TRAILER-STEP
           END-IF
           IF CJ-CHECK-DATE IS NOT NUMERIC
                   OR CJ-CHECK-NO = SPACES
               DISPLAY "** JOURNAL LINE " WS-LINE-NO " IS NOT A "
                   "CHECK OR TOTALS LINE **"
               MOVE "N" TO WS-TIE-SW
           ELSE
               MOVE CJ-AMOUNT-IN TO WS-CHECK-AMOUNT
               MOVE CJ-APPLIED-IN TO WS-APPLIED-AMOUNT
               MOVE CJ-ON-ACCT-IN TO WS-ON-ACCT-AMOUNT
               IF WS-CHECK-AMOUNT NOT =
                       WS-APPLIED-AMOUNT + WS-ON-ACCT-AMOUNT
                   DISPLAY "** CHECK " CJ-CHECK-NO " ON JOURNAL LINE "
                       WS-LINE-NO " -- APPLIED AND ON ACCOUNT DO NOT"
                       " MAKE UP THE CHECK **"
                   MOVE "N" TO WS-TIE-SW
               END-IF
               ADD 1 TO WS-SESSION-COUNT
               ADD WS-CHECK-AMOUNT TO WS-SESSION-DEPOSIT
               ADD WS-APPLIED-AMOUNT TO WS-SESSION-APPLIED
               ADD WS-ON-ACCT-AMOUNT TO WS-SESSION-ON-ACCT
           END-IF
           .
      ******************************************************************
      *    230-CHECK-TOTAL-LINE: The four totals lines of a block
      *    must come in the order 400-WRITE-JOURNAL-TOTALS writes
      *    them, and each must match the same line rebuilt from the
      *    session's check lines.  When the last one is reached the
      *    session is added into the day and a new one begins.
      ******************************************************************
       230-CHECK-TOTAL-LINE.
           ADD 1 TO WS-TRAILER-STEP
           MOVE SPACES TO WS-EXPECTED-LINE
           EVALUATE WS-TRAILER-STEP
               WHEN 1
                   MOVE WS-SESSION-COUNT TO JOURNAL-COUNT-OUT
                   MOVE JOURNAL-COUNT-LINE TO WS-EXPECTED-LINE
               WHEN 2
                   MOVE WS-SESSION-DEPOSIT TO JOURNAL-TOTAL-OUT
                   MOVE JOURNAL-TOTAL-LINE TO WS-EXPECTED-LINE
               WHEN 3
                   MOVE WS-SESSION-APPLIED TO JOURNAL-TOT-APP-OUT
                   MOVE JOURNAL-APPLIED-LINE TO WS-EXPECTED-LINE
               WHEN OTHER
                   MOVE WS-SESSION-ON-ACCT TO JOURNAL-TOT-OA-OUT
                   MOVE JOURNAL-ON-ACCT-LINE TO WS-EXPECTED-LINE
           END-EVALUATE
           IF CASH-JOURNAL-ID NOT = WS-EXPECTED-LINE
               DISPLAY "** JOURNAL LINE " WS-LINE-NO " -- "
                   CJ-TOTAL-CAPTION "DOES NOT TIE TO THE CHECKS "
                   "ABOVE IT **"
               MOVE "N" TO WS-TIE-SW
           END-IF
           IF WS-TRAILER-STEP = 4
               ADD WS-SESSION-COUNT TO WS-DAY-COUNT
               ADD WS-SESSION-DEPOSIT TO WS-DAY-DEPOSIT
               ADD WS-SESSION-APPLIED TO WS-DAY-APPLIED
               ADD WS-SESSION-ON-ACCT TO WS-DAY-ON-ACCT
               ADD 1 TO WS-SESSIONS-PROVED
               MOVE 0 TO WS-SESSION-COUNT
               MOVE 0 TO WS-SESSION-DEPOSIT
               MOVE 0 TO WS-SESSION-APPLIED
               MOVE 0 TO WS-SESSION-ON-ACCT
               MOVE 0 TO WS-TRAILER-STEP
           END-IF
           .
      ******************************************************************
      *    300-CHECK-END-OF-JOURNAL: Every check must be covered by a
      *    totals block.  Checks after the last block are a session
      *    that never finished -- they reached AR but not the
      *    journal's totals -- and the day is held back until the
      *    journal is put right.
      ******************************************************************
       300-CHECK-END-OF-JOURNAL.
           IF WS-TRAILER-STEP NOT = 0
               DISPLAY "** JOURNAL ENDS IN AN INCOMPLETE TOTALS "
                   "BLOCK **"
               MOVE "N" TO WS-TIE-SW
           END-IF
           IF WS-SESSION-COUNT NOT = 0
               DISPLAY "** " WS-SESSION-COUNT " CHECK(S) AT THE END "
                   "OF THE JOURNAL HAVE NO TOTALS BLOCK **"
               MOVE "N" TO WS-TIE-SW
           END-IF
           IF WS-SESSIONS-PROVED = 0
               DISPLAY "** JOURNAL HAS NO TOTALS BLOCK -- NOTHING "
                   "TO TIE TO **"
               MOVE "N" TO WS-TIE-SW
           END-IF
           .
      ******************************************************************
      *    350-PROVE-BALANCE: The cash debit must equal the
      *    receivables and customer deposit credits together; a file
      *    where they differ is never written.
      ******************************************************************
       350-PROVE-BALANCE.
           MOVE WS-DAY-DEPOSIT TO WS-TOTAL-DEBITS
           MOVE 0 TO WS-TOTAL-CREDITS
           ADD WS-DAY-APPLIED TO WS-TOTAL-CREDITS
           ADD WS-DAY-ON-ACCT TO WS-TOTAL-CREDITS
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY "** GL CASH EXTRACT IS OUT OF BALANCE -- "
                   "DEBITS AND CREDITS DIFFER **"
               MOVE "N" TO WS-TIE-SW
           END-IF
           .
      ******************************************************************
      *    400-WRITE-GL-FILE: Writes the balanced interface file --
      *    the cash debit, the receivables credit, the customer
      *    deposits credit when anything went on account, and a
      *    debit/credit proof trailer.
      ******************************************************************
       400-WRITE-GL-FILE.
           OPEN OUTPUT GL-FILE
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "** UNABLE TO OPEN GL FILE: " WS-GL-FILE-NAME
           ELSE
               MOVE WS-RUN-DATE-N TO GL-HDR-DATE
               WRITE GL-FILE-REC FROM GL-HDR
               MOVE WS-CASH-ACCOUNT TO GL-ACCOUNT-NO
               MOVE "D" TO GL-DR-CR
               MOVE WS-DAY-DEPOSIT TO GL-AMOUNT-OUT
               MOVE "CASH IN BANK" TO GL-DESC
               WRITE GL-FILE-REC FROM GL-LINE
               MOVE WS-AR-ACCOUNT TO GL-ACCOUNT-NO
               MOVE "C" TO GL-DR-CR
               MOVE WS-DAY-APPLIED TO GL-AMOUNT-OUT
               MOVE "ACCOUNTS RECEIVABLE" TO GL-DESC
               WRITE GL-FILE-REC FROM GL-LINE
               IF WS-DAY-ON-ACCT NOT = 0
                   MOVE WS-DEPOSIT-ACCOUNT TO GL-ACCOUNT-NO
                   MOVE "C" TO GL-DR-CR
                   MOVE WS-DAY-ON-ACCT TO GL-AMOUNT-OUT
                   MOVE "CUSTOMER DEPOSITS" TO GL-DESC
                   WRITE GL-FILE-REC FROM GL-LINE
               END-IF
               MOVE WS-TOTAL-DEBITS TO GL-TOTAL-DR-OUT
               WRITE GL-FILE-REC FROM GL-TRAILER-DR
               MOVE WS-TOTAL-CREDITS TO GL-TOTAL-CR-OUT
               WRITE GL-FILE-REC FROM GL-TRAILER-CR
               CLOSE GL-FILE
               MOVE "Y" TO WS-GLWRITTEN-SW
               DISPLAY "GL CASH EXTRACT WRITTEN TO " WS-GL-FILE-NAME
                   " -- " WS-DAY-COUNT " CHECKS IN "
                   WS-SESSIONS-PROVED " SESSION(S)"
           END-IF
           .
       END PROGRAM PROGRAM21.
