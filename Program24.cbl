       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM24.
      ******************************************************************
      *    Physical inventory.  Brings IM-QTY-ON-HAND back to what is
      *    actually on the shelf, in three steps over one count:
      *    count sheets are printed from ITEM-MASTER in item order
      *    with the on-hand left blank -- for every item (a full
      *    wall-to-wall count) or for a range of item numbers (a
      *    cycle count) -- and the book quantity of each item is
      *    frozen on a count file at that moment; the counted
      *    quantities are keyed in against the count file; and a
      *    variance report lists book, counted, the difference in
      *    units and the difference in dollars at IM-UNIT-PRICE.
      *    Once a supervisor approves, every counted item is brought
      *    to its count and each adjustment is written to a dated
      *    adjustment log with the operator who keyed the count, the
      *    approving supervisor and the reason.  Only one count is
      *    open at a time; its state is kept on a small control file
      *    so the steps may run on different days.
      *
      *    Authors: Grant Haylock, Jack Rasmussen,
      *             Zach Schultz, Austin Lee
      *    Date Written: 10-07-2019
      *
      *    Modifications:
      *    10-07-2019  Original version.
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
           SELECT COUNT-FILE ASSIGN TO
               "C:\Users\Caulder\Documents\invcount.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CT-ITEM-NO
           FILE STATUS IS WS-COUNT-STATUS.
           SELECT COUNT-CTL-FILE ASSIGN TO
               "C:\Users\Caulder\Documents\invctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CNTCTL-STATUS.
           SELECT COUNT-SHEET-FILE ASSIGN TO DYNAMIC
               WS-SHEET-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SHEET-STATUS.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO DYNAMIC
               WS-VARIANCE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-VARIANCE-STATUS.
           SELECT ADJ-LOG-FILE ASSIGN TO DYNAMIC WS-ADJ-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ADJ-STATUS.
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

      ******************************************************************
      *    One record per item on the count in progress: the book
      *    on-hand frozen when the sheets were printed, and the count
      *    once it has been keyed, with the operator who keyed it.
      ******************************************************************
       FD COUNT-FILE.
       01 COUNT-RECORD.
           05 CT-ITEM-NO          PIC 9(5).
           05 CT-BOOK-QTY         PIC S9(5).
           05 CT-COUNT-QTY        PIC 9(5).
           05 CT-COUNTED-SW       PIC X.
               88 CT-IS-COUNTED        VALUE "Y".
           05 CT-COUNTED-BY       PIC X(8).

      ******************************************************************
      *    The state of the count: open or not, the day its sheets
      *    were printed, full or cycle, the item range, and whether a
      *    variance report has been printed since the last count was
      *    keyed (approval waits for one).
      ******************************************************************
       FD COUNT-CTL-FILE.
       01 COUNT-CTL-ID.
           05 IC-COUNT-STATUS     PIC X.
               88 IC-COUNT-IS-OPEN     VALUE "O".
           05                     PIC X.
           05 IC-COUNT-DATE       PIC 9(8).
           05                     PIC X.
           05 IC-COUNT-TYPE       PIC X.
           05                     PIC X.
           05 IC-FROM-ITEM        PIC 9(5).
           05                     PIC X.
           05 IC-TO-ITEM          PIC 9(5).
           05                     PIC X.
           05 IC-VARIANCE-SW      PIC X.

       FD COUNT-SHEET-FILE.
       01 COUNT-SHEET-ID          PIC X(80).

       FD VARIANCE-REPORT-FILE.
       01 VARIANCE-REPORT-ID      PIC X(132).

       FD ADJ-LOG-FILE.
       01 ADJ-LOG-ID              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
           05 WS-DONE-SW        PIC X VALUE "N".
               88 COUNT-RUN-IS-DONE    VALUE "Y".
           05 WS-VALID-SW       PIC X VALUE "N".
               88 ENTRY-IS-VALID       VALUE "Y".
           05 WS-EOF-SW         PIC X VALUE "N".
               88 END-OF-FILE          VALUE "Y".
           05 WS-ITEM-FOUND-SW  PIC X VALUE "N".
               88 ITEM-IS-ON-FILE      VALUE "Y".
           05 WS-COUNT-FOUND-SW PIC X VALUE "N".
               88 ITEM-IS-ON-COUNT     VALUE "Y".
           05 WS-KEYING-DONE-SW PIC X VALUE "N".
               88 KEYING-IS-DONE       VALUE "Y".
           05 WS-CONFIRM-SW     PIC X VALUE "N".
           05 WS-ITEM-REASON-SW PIC X VALUE "N".
               88 REASON-BY-ITEM       VALUE "Y".

       01 WS-FILE-STATUS.
           05 WS-ITEMMAST-STATUS PIC XX VALUE SPACES.
           05 WS-COUNT-STATUS   PIC XX VALUE SPACES.
           05 WS-CNTCTL-STATUS  PIC XX VALUE SPACES.
           05 WS-SHEET-STATUS   PIC XX VALUE SPACES.
           05 WS-VARIANCE-STATUS PIC XX VALUE SPACES.
           05 WS-ADJ-STATUS     PIC XX VALUE SPACES.

       01 WS-EDIT-FIELDS.
           05 WS-FUNCTION-CODE  PIC X VALUE SPACE.
               88 FUNCTION-IS-SHEETS   VALUE "S".
               88 FUNCTION-IS-KEY      VALUE "K".
               88 FUNCTION-IS-VARIANCE VALUE "V".
               88 FUNCTION-IS-APPROVE  VALUE "A".
               88 FUNCTION-IS-CANCEL   VALUE "C".
               88 FUNCTION-IS-EXIT     VALUE "X".
           05 WS-COUNT-TYPE     PIC X VALUE SPACE.
               88 COUNT-IS-FULL        VALUE "F".
               88 COUNT-IS-CYCLE       VALUE "C".
           05 WS-NUMERIC-EDIT   PIC X(18) JUSTIFIED RIGHT.
           05 WS-EDIT-NUM       PIC 9(18) VALUE 0.

       01 WS-DATE-FIELDS.
           05 WS-CURRENT-DATE      PIC 9(8) VALUE 0.
           05 WS-SHEET-FILE-NAME   PIC X(24) VALUE SPACES.
           05 WS-VARIANCE-FILE-NAME PIC X(24) VALUE SPACES.
           05 WS-ADJ-FILE-NAME     PIC X(24) VALUE SPACES.

       01 WS-OPERATOR-FIELDS.
           05 WS-OPERATOR-ID    PIC X(8) VALUE SPACES.
           05 WS-SUPERVISOR-ID  PIC X(8) VALUE SPACES.
           05 WS-RUN-REASON     PIC X(20) VALUE SPACES.
           05 WS-ITEM-REASON    PIC X(20) VALUE SPACES.

      ******************************************************************
      *    The count control record as loaded, kept here while the
      *    program runs and written back whenever it changes.
      ******************************************************************
       01 WS-COUNT-CONTROL.
           05 WS-COUNT-STATE    PIC X VALUE SPACE.
               88 A-COUNT-IS-OPEN      VALUE "O".
           05 WS-COUNT-DATE     PIC 9(8) VALUE 0.
           05 WS-OPEN-TYPE      PIC X VALUE SPACE.
               88 OPEN-COUNT-IS-FULL   VALUE "F".
           05 WS-FROM-ITEM      PIC 9(5) VALUE 0.
           05 WS-TO-ITEM        PIC 9(5) VALUE 0.
           05 WS-VARIANCE-SW    PIC X VALUE "N".
               88 VARIANCE-IS-PRINTED  VALUE "Y".

       01 WS-WORK-AREA.
           05 WS-ITEM-NUM       PIC 9(5) VALUE 0.
           05 WS-COUNT-QTY      PIC 9(5) VALUE 0.
           05 WS-DIFF-QTY       PIC S9(6) VALUE 0.
           05 WS-DIFF-DOLLARS   PIC S9(11) VALUE 0.
           05 WS-NEW-ON-HAND    PIC S9(6) VALUE 0.
           05 WS-ITEM-COUNT     PIC 9(5) VALUE 0.
           05 WS-COUNTED-COUNT  PIC 9(5) VALUE 0.
           05 WS-UNCOUNTED-COUNT PIC 9(5) VALUE 0.
           05 WS-VARIANCE-COUNT PIC 9(5) VALUE 0.
           05 WS-ADJUSTED-COUNT PIC 9(5) VALUE 0.
           05 WS-FAILED-COUNT   PIC 9(5) VALUE 0.
           05 WS-NET-UNITS      PIC S9(7) VALUE 0.
           05 WS-OVER-DOLLARS   PIC S9(11) VALUE 0.
           05 WS-SHORT-DOLLARS  PIC S9(11) VALUE 0.
           05 WS-NET-DOLLARS    PIC S9(11) VALUE 0.

       01 SHEET-HDR-1.
           05 FILLER            PIC X(30)
               VALUE "PHYSICAL INVENTORY COUNT SHEET".
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 SHEET-HDR-DATE    PIC 9(8).
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 SHEET-HDR-TYPE    PIC X(11).

       01 SHEET-HDR-2.
           05 FILLER            PIC X(6)   VALUE "ITEMS ".
           05 SHEET-HDR-FROM    PIC 9(5).
           05 FILLER            PIC X(6)   VALUE " THRU ".
           05 SHEET-HDR-TO      PIC 9(5).

       01 SHEET-HDR-3.
           05 FILLER            PIC X(7)   VALUE "ITEM NO".
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 FILLER            PIC X(20)  VALUE "DESCRIPTION".
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 FILLER            PIC X(12)  VALUE "COUNTED QTY".
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 FILLER            PIC X(10)  VALUE "COUNTED BY".

       01 SHEET-LINE.
           05 SHEET-ITEM-NO     PIC ZZ,ZZ9.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 SHEET-ITEM-DESC   PIC X(20).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 FILLER            PIC X(12)  VALUE "____________".
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 FILLER            PIC X(10)  VALUE "__________".

       01 SHEET-TRAILER.
           05 FILLER            PIC X(14)  VALUE "ITEMS LISTED: ".
           05 SHEET-COUNT-OUT   PIC ZZ,ZZ9.

       01 VARIANCE-HDR-1.
           05 FILLER            PIC X(35)
               VALUE "PHYSICAL INVENTORY VARIANCE REPORT ".
           05 FILLER            PIC X(15)  VALUE "FOR COUNT OF   ".
           05 VAR-HDR-COUNT-DATE PIC 9(8).
           05 FILLER            PIC X(8)   VALUE "  ITEMS ".
           05 VAR-HDR-FROM      PIC 9(5).
           05 FILLER            PIC X(6)   VALUE " THRU ".
           05 VAR-HDR-TO        PIC 9(5).
           05 FILLER            PIC X(9)   VALUE "  PRINTED".
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 VAR-HDR-RUN-DATE  PIC 9(8).

       01 VARIANCE-HDR-2.
           05 FILLER            PIC X(7)   VALUE "ITEM NO".
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 FILLER            PIC X(20)  VALUE "DESCRIPTION".
           05 FILLER            PIC X(8)   VALUE "    BOOK".
           05 FILLER            PIC X(9)   VALUE "  COUNTED".
           05 FILLER            PIC X(9)   VALUE "  UNITS".
           05 FILLER            PIC X(8)   VALUE "   PRICE".
           05 FILLER            PIC X(17)  VALUE "          DOLLARS".
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 FILLER            PIC X(20)  VALUE "NOTE".

       01 VARIANCE-LINE.
           05 VAR-ITEM-NO       PIC ZZ,ZZ9.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 VAR-ITEM-DESC     PIC X(20).
           05 VAR-BOOK-OUT      PIC -ZZ,ZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 VAR-COUNT-OUT     PIC ZZ,ZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 VAR-UNITS-OUT     PIC -ZZZ,ZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 VAR-PRICE-OUT     PIC ZZ,ZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 VAR-DOLLARS-OUT   PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 VAR-NOTE          PIC X(20).

       01 VARIANCE-TOTAL-LINE.
           05 VAR-TOT-CAPTION   PIC X(32).
           05 VAR-TOT-OUT       PIC -ZZ,ZZZ,ZZZ,ZZ9.

       01 VARIANCE-COUNT-LINE.
           05 VAR-COUNT-CAPTION PIC X(32).
           05 VAR-COUNT-TOT-OUT PIC ZZ,ZZ9.

       01 ADJ-HDR.
           05 FILLER            PIC X(34)
               VALUE "INVENTORY ADJUSTMENT LOG FOR DATE ".
           05 ADJ-HDR-DATE      PIC 9(8).

       01 ADJ-RUN-LINE.
           05 FILLER            PIC X(22)
               VALUE "COUNT OF ITEMS SHEETED".
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 ADJ-RUN-COUNT-DATE PIC 9(8).
           05 FILLER            PIC X(7)   VALUE " ITEMS ".
           05 ADJ-RUN-FROM      PIC 9(5).
           05 FILLER            PIC X(6)   VALUE " THRU ".
           05 ADJ-RUN-TO        PIC 9(5).
           05 FILLER            PIC X(13)  VALUE " APPROVED BY ".
           05 ADJ-RUN-SUPERVISOR PIC X(8).

       01 ADJ-COL-HDR.
           05 FILLER            PIC X(7)   VALUE "ITEM NO".
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 FILLER            PIC X(20)  VALUE "DESCRIPTION".
           05 FILLER            PIC X(8)   VALUE "    BOOK".
           05 FILLER            PIC X(9)   VALUE "  COUNTED".
           05 FILLER            PIC X(9)   VALUE "   ADJUST".
           05 FILLER            PIC X(9)   VALUE "  ON HAND".
           05 FILLER            PIC X(17)  VALUE "          DOLLARS".
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 FILLER            PIC X(9)   VALUE "OPERATOR ".
           05 FILLER            PIC X(9)   VALUE "SUPVR    ".
           05 FILLER            PIC X(20)  VALUE "REASON".

       01 ADJ-LINE.
           05 ADJ-ITEM-NO       PIC ZZ,ZZ9.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 ADJ-ITEM-DESC     PIC X(20).
           05 ADJ-BOOK-OUT      PIC -ZZ,ZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 ADJ-COUNT-OUT     PIC ZZ,ZZ9.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 ADJ-UNITS-OUT     PIC -ZZZ,ZZ9.
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 ADJ-ON-HAND-OUT   PIC -ZZ,ZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 ADJ-DOLLARS-OUT   PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 ADJ-OPERATOR      PIC X(8).
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 ADJ-SUPERVISOR    PIC X(8).
           05 FILLER            PIC X(1)   VALUE SPACE.
           05 ADJ-REASON        PIC X(20).

       01 ADJ-TOTAL-LINE.
           05 FILLER            PIC X(18)  VALUE "ITEMS ADJUSTED:   ".
           05 ADJ-TOT-COUNT-OUT PIC ZZ,ZZ9.
           05 FILLER            PIC X(17)  VALUE "   NET DOLLARS:  ".
           05 ADJ-TOT-DOLLARS-OUT PIC -ZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    100-MAIN: Signs the operator on, opens the item master and
      *    the count file, loads the count control record and drives
      *    the function menu until the operator asks to exit.
      ******************************************************************
       100-MAIN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 103-SIGN-ON-OPERATOR
           OPEN I-O ITEM-MASTER
           IF WS-ITEMMAST-STATUS NOT = "00"
               DISPLAY "** UNABLE TO OPEN ITEM MASTER -- STATUS "
                   WS-ITEMMAST-STATUS " **"
           ELSE
               PERFORM 110-OPEN-COUNT-FILE
               IF WS-COUNT-STATUS NOT = "00"
                   DISPLAY "** UNABLE TO OPEN COUNT FILE -- STATUS "
                       WS-COUNT-STATUS " **"
               ELSE
                   PERFORM 120-LOAD-COUNT-CONTROL
                   PERFORM 200-PROCESS-ONE-FUNCTION
                       UNTIL COUNT-RUN-IS-DONE
                   CLOSE COUNT-FILE
               END-IF
               CLOSE ITEM-MASTER
           END-IF
           GOBACK
           .
      ******************************************************************
      *    103-SIGN-ON-OPERATOR: Re-prompts until an operator ID is
      *    keyed, the way PROGRAM1 signs its operator on.  Every
      *    count keyed this run is stamped with it.
      ******************************************************************
       103-SIGN-ON-OPERATOR.
           MOVE "N" TO WS-VALID-SW
           PERFORM 104-PROMPT-OPERATOR-ID UNTIL ENTRY-IS-VALID
           .
       104-PROMPT-OPERATOR-ID.
           DISPLAY "OPERATOR ID: "
           MOVE SPACES TO WS-OPERATOR-ID
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "** OPERATOR ID IS REQUIRED **"
           ELSE
               MOVE "Y" TO WS-VALID-SW
           END-IF
           .
      ******************************************************************
      *    110-OPEN-COUNT-FILE: Opens the count file for update,
      *    creating it the first time it is needed at this site
      *    (status 35).
      ******************************************************************
       110-OPEN-COUNT-FILE.
           OPEN I-O COUNT-FILE
           IF WS-COUNT-STATUS = "35"
               OPEN OUTPUT COUNT-FILE
               CLOSE COUNT-FILE
               OPEN I-O COUNT-FILE
           END-IF
           .
      ******************************************************************
      *    120-LOAD-COUNT-CONTROL: Reads the count control record.
      *    No file, or a record with garbage in it, means no count
      *    is open.
      ******************************************************************
       120-LOAD-COUNT-CONTROL.
           INITIALIZE WS-COUNT-CONTROL
           MOVE "N" TO WS-VARIANCE-SW
           OPEN INPUT COUNT-CTL-FILE
           IF WS-CNTCTL-STATUS = "00"
               READ COUNT-CTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF IC-COUNT-IS-OPEN
                               AND IC-COUNT-DATE IS NUMERIC
                               AND IC-FROM-ITEM IS NUMERIC
                               AND IC-TO-ITEM IS NUMERIC
                           MOVE IC-COUNT-STATUS TO WS-COUNT-STATE
                           MOVE IC-COUNT-DATE TO WS-COUNT-DATE
                           MOVE IC-COUNT-TYPE TO WS-OPEN-TYPE
                           MOVE IC-FROM-ITEM TO WS-FROM-ITEM
                           MOVE IC-TO-ITEM TO WS-TO-ITEM
                           MOVE IC-VARIANCE-SW TO WS-VARIANCE-SW
                       END-IF
               END-READ
               CLOSE COUNT-CTL-FILE
           END-IF
           .
      ******************************************************************
      *    125-SAVE-COUNT-CONTROL: Writes the count control record
      *    back whenever the state of the count changes.
      ******************************************************************
       125-SAVE-COUNT-CONTROL.
           OPEN OUTPUT COUNT-CTL-FILE
           IF WS-CNTCTL-STATUS = "00"
               MOVE SPACES TO COUNT-CTL-ID
               MOVE WS-COUNT-STATE TO IC-COUNT-STATUS
               MOVE WS-COUNT-DATE TO IC-COUNT-DATE
               MOVE WS-OPEN-TYPE TO IC-COUNT-TYPE
               MOVE WS-FROM-ITEM TO IC-FROM-ITEM
               MOVE WS-TO-ITEM TO IC-TO-ITEM
               MOVE WS-VARIANCE-SW TO IC-VARIANCE-SW
               WRITE COUNT-CTL-ID
               CLOSE COUNT-CTL-FILE
           ELSE
               DISPLAY "** UNABLE TO REWRITE COUNT CONTROL FILE **"
           END-IF
           .
      ******************************************************************
      *    130-SHOW-OPEN-COUNT: Tells the operator which count is
      *    open, for the functions that refuse to run without one or
      *    with one.
      ******************************************************************
       130-SHOW-OPEN-COUNT.
           IF A-COUNT-IS-OPEN
               DISPLAY "COUNT OPEN: SHEETS PRINTED " WS-COUNT-DATE
                   " FOR ITEMS " WS-FROM-ITEM " THRU " WS-TO-ITEM
           ELSE
               DISPLAY "NO COUNT IS OPEN"
           END-IF
           .
      ******************************************************************
      *    200-PROCESS-ONE-FUNCTION: Shows the menu, accepts a
      *    function code and branches to the matching step.
      ******************************************************************
       200-PROCESS-ONE-FUNCTION.
           DISPLAY " "
           DISPLAY "PHYSICAL INVENTORY"
           PERFORM 130-SHOW-OPEN-COUNT
           DISPLAY "S = PRINT COUNT SHEETS   K = KEY COUNTS"
           DISPLAY "V = VARIANCE REPORT   A = APPROVE AND UPDATE"
           DISPLAY "C = CANCEL COUNT   X = EXIT"
           DISPLAY "FUNCTION: "
           ACCEPT WS-FUNCTION-CODE
           EVALUATE TRUE
               WHEN FUNCTION-IS-EXIT
                   MOVE "Y" TO WS-DONE-SW
               WHEN FUNCTION-IS-SHEETS
                   IF A-COUNT-IS-OPEN
                       DISPLAY "** A COUNT IS ALREADY OPEN -- APPROVE "
                           "OR CANCEL IT FIRST **"
                   ELSE
                       PERFORM 300-PRINT-COUNT-SHEETS
                   END-IF
               WHEN NOT A-COUNT-IS-OPEN
                       AND (FUNCTION-IS-KEY OR FUNCTION-IS-VARIANCE
                           OR FUNCTION-IS-APPROVE OR FUNCTION-IS-CANCEL)
                   DISPLAY "** NO COUNT IS OPEN -- PRINT COUNT SHEETS "
                       "FIRST **"
               WHEN FUNCTION-IS-KEY
                   PERFORM 400-KEY-COUNTS
               WHEN FUNCTION-IS-VARIANCE
                   PERFORM 500-PRINT-VARIANCE-REPORT
               WHEN FUNCTION-IS-APPROVE
                   PERFORM 600-APPROVE-AND-UPDATE
               WHEN FUNCTION-IS-CANCEL
                   PERFORM 700-CANCEL-COUNT
               WHEN OTHER
                   DISPLAY "** INVALID FUNCTION CODE - RE-ENTER **"
           END-EVALUATE
           .
      ******************************************************************
      *    210-VALIDATE-ITEM-NUM: Re-prompts until WS-ITEM-NUM is
      *    numeric, using the same oversized-work-field technique as
      *    PROGRAM13.  Zero is accepted -- each caller says what it
      *    means.
      ******************************************************************
       210-VALIDATE-ITEM-NUM.
           MOVE "N" TO WS-VALID-SW
           PERFORM 211-PROMPT-ITEM-NUM UNTIL ENTRY-IS-VALID
           .
       211-PROMPT-ITEM-NUM.
           MOVE SPACES TO WS-NUMERIC-EDIT
           ACCEPT WS-NUMERIC-EDIT
           INSPECT WS-NUMERIC-EDIT REPLACING LEADING SPACE BY ZERO
           IF WS-NUMERIC-EDIT IS NUMERIC
               MOVE WS-NUMERIC-EDIT TO WS-EDIT-NUM
           ELSE
               MOVE 999999 TO WS-EDIT-NUM
           END-IF
           IF WS-EDIT-NUM < 100000
               MOVE WS-EDIT-NUM TO WS-ITEM-NUM
               MOVE "Y" TO WS-VALID-SW
           ELSE
               DISPLAY "** INVALID ITEM NUMBER - RE-ENTER: "
           END-IF
           .
      ******************************************************************
      *    300-PRINT-COUNT-SHEETS: Starts a count.  A full count
      *    covers every item; a cycle count covers the range keyed.
      *    The count file is cleared and loaded with each item's book
      *    on-hand as the sheet line is printed, so the variance is
      *    measured against the book at the moment the shelves were
      *    counted from.
      ******************************************************************
       300-PRINT-COUNT-SHEETS.
           MOVE SPACE TO WS-COUNT-TYPE
           PERFORM 301-PROMPT-COUNT-TYPE
               UNTIL COUNT-IS-FULL OR COUNT-IS-CYCLE
           IF COUNT-IS-FULL
               MOVE 1 TO WS-FROM-ITEM
               MOVE 99999 TO WS-TO-ITEM
           ELSE
               PERFORM 305-GET-ITEM-RANGE
           END-IF
           MOVE SPACES TO WS-SHEET-FILE-NAME
           STRING "CNTSHEET-" WS-CURRENT-DATE ".TXT" DELIMITED BY SIZE
               INTO WS-SHEET-FILE-NAME
               ON OVERFLOW
                   DISPLAY "** COUNT SHEET NAME TOO LONG FOR WS-SHEET"
                       "-FILE-NAME **"
           END-STRING
           OPEN OUTPUT COUNT-SHEET-FILE
           IF WS-SHEET-STATUS NOT = "00"
               DISPLAY "** UNABLE TO OPEN COUNT SHEET FILE: "
                   WS-SHEET-FILE-NAME
           ELSE
               CLOSE COUNT-FILE
               OPEN OUTPUT COUNT-FILE
               CLOSE COUNT-FILE
               OPEN I-O COUNT-FILE
               MOVE WS-CURRENT-DATE TO SHEET-HDR-DATE
               IF COUNT-IS-FULL
                   MOVE "FULL COUNT" TO SHEET-HDR-TYPE
               ELSE
                   MOVE "CYCLE COUNT" TO SHEET-HDR-TYPE
               END-IF
               MOVE WS-FROM-ITEM TO SHEET-HDR-FROM
               MOVE WS-TO-ITEM TO SHEET-HDR-TO
               WRITE COUNT-SHEET-ID FROM SHEET-HDR-1
               WRITE COUNT-SHEET-ID FROM SHEET-HDR-2
               MOVE SPACES TO COUNT-SHEET-ID
               WRITE COUNT-SHEET-ID
               WRITE COUNT-SHEET-ID FROM SHEET-HDR-3
               MOVE 0 TO WS-ITEM-COUNT
               MOVE "N" TO WS-EOF-SW
               MOVE WS-FROM-ITEM TO IM-ITEM-NO
               START ITEM-MASTER KEY NOT < IM-ITEM-NO
                   INVALID KEY MOVE "Y" TO WS-EOF-SW
               END-START
               IF NOT END-OF-FILE
                   READ ITEM-MASTER NEXT
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
               END-IF
               PERFORM 310-SHEET-ONE-ITEM
                   UNTIL END-OF-FILE OR IM-ITEM-NO > WS-TO-ITEM
               MOVE WS-ITEM-COUNT TO SHEET-COUNT-OUT
               MOVE SPACES TO COUNT-SHEET-ID
               WRITE COUNT-SHEET-ID
               WRITE COUNT-SHEET-ID FROM SHEET-TRAILER
               CLOSE COUNT-SHEET-FILE
               IF WS-ITEM-COUNT = 0
                   DISPLAY "** NO ITEMS ON FILE IN THAT RANGE -- NO "
                       "COUNT OPENED **"
               ELSE
                   MOVE "O" TO WS-COUNT-STATE
                   MOVE WS-CURRENT-DATE TO WS-COUNT-DATE
                   MOVE WS-COUNT-TYPE TO WS-OPEN-TYPE
                   MOVE "N" TO WS-VARIANCE-SW
                   PERFORM 125-SAVE-COUNT-CONTROL
                   DISPLAY "COUNT SHEETS FOR " WS-ITEM-COUNT
                       " ITEMS WRITTEN TO " WS-SHEET-FILE-NAME
               END-IF
           END-IF
           .
       301-PROMPT-COUNT-TYPE.
           DISPLAY "F = FULL COUNT OF EVERY ITEM   C = CYCLE COUNT "
               "OF AN ITEM RANGE: "
           ACCEPT WS-COUNT-TYPE
           IF NOT (COUNT-IS-FULL OR COUNT-IS-CYCLE)
               DISPLAY "** ENTER F OR C - RE-ENTER **"
           END-IF
           .
      ******************************************************************
      *    305-GET-ITEM-RANGE: Takes the first and last item number
      *    of a cycle count, re-prompting until the range is in
      *    order.
      ******************************************************************
       305-GET-ITEM-RANGE.
           MOVE 0 TO WS-FROM-ITEM
           MOVE 0 TO WS-TO-ITEM
           PERFORM 306-PROMPT-ITEM-RANGE
               UNTIL WS-FROM-ITEM > 0
                   AND WS-TO-ITEM NOT < WS-FROM-ITEM
           .
       306-PROMPT-ITEM-RANGE.
           DISPLAY "FIRST ITEM NO TO COUNT: "
           PERFORM 210-VALIDATE-ITEM-NUM
           MOVE WS-ITEM-NUM TO WS-FROM-ITEM
           DISPLAY "LAST ITEM NO TO COUNT: "
           PERFORM 210-VALIDATE-ITEM-NUM
           MOVE WS-ITEM-NUM TO WS-TO-ITEM
           IF WS-FROM-ITEM = 0 OR WS-TO-ITEM < WS-FROM-ITEM
               DISPLAY "** THE FIRST ITEM MUST BE ABOVE ZERO AND NOT "
                   "AFTER THE LAST - RE-ENTER **"
           END-IF
           .
       310-SHEET-ONE-ITEM.
           MOVE IM-ITEM-NO TO SHEET-ITEM-NO
           MOVE IM-ITEM-DESC TO SHEET-ITEM-DESC
           WRITE COUNT-SHEET-ID FROM SHEET-LINE
           MOVE SPACES TO COUNT-RECORD
           MOVE IM-ITEM-NO TO CT-ITEM-NO
           IF IM-QTY-ON-HAND IS NUMERIC
               MOVE IM-QTY-ON-HAND TO CT-BOOK-QTY
           ELSE
               MOVE 0 TO CT-BOOK-QTY
           END-IF
           MOVE 0 TO CT-COUNT-QTY
           MOVE "N" TO CT-COUNTED-SW
           WRITE COUNT-RECORD
               INVALID KEY
                   DISPLAY "** UNABLE TO ADD ITEM " IM-ITEM-NO
                       " TO THE COUNT FILE **"
           END-WRITE
           ADD 1 TO WS-ITEM-COUNT
           READ ITEM-MASTER NEXT
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           .
      ******************************************************************
      *    400-KEY-COUNTS: Takes counted quantities from the sheets
      *    until the operator keys item zero.  An item already keyed
      *    may be keyed again -- a recount replaces the first count.
      *    The book figure is never shown, so the count stays blind.
      ******************************************************************
       400-KEY-COUNTS.
           MOVE "N" TO WS-KEYING-DONE-SW
           MOVE 0 TO WS-COUNTED-COUNT
           PERFORM 410-KEY-ONE-COUNT UNTIL KEYING-IS-DONE
           IF WS-COUNTED-COUNT > 0
               MOVE "N" TO WS-VARIANCE-SW
               PERFORM 125-SAVE-COUNT-CONTROL
           END-IF
           DISPLAY WS-COUNTED-COUNT " COUNTS KEYED"
           .
       410-KEY-ONE-COUNT.
           DISPLAY "ITEM NO (0 WHEN DONE): "
           PERFORM 210-VALIDATE-ITEM-NUM
           IF WS-ITEM-NUM = 0
               MOVE "Y" TO WS-KEYING-DONE-SW
           ELSE
               MOVE WS-ITEM-NUM TO CT-ITEM-NO
               READ COUNT-FILE
                   INVALID KEY MOVE "N" TO WS-COUNT-FOUND-SW
                   NOT INVALID KEY MOVE "Y" TO WS-COUNT-FOUND-SW
               END-READ
               IF NOT ITEM-IS-ON-COUNT
                   DISPLAY "** ITEM " WS-ITEM-NUM " IS NOT ON THIS "
                       "COUNT **"
               ELSE
                   PERFORM 420-SHOW-COUNT-ITEM
                   PERFORM 430-VALIDATE-COUNT-QTY
                   MOVE WS-COUNT-QTY TO CT-COUNT-QTY
                   MOVE "Y" TO CT-COUNTED-SW
                   MOVE WS-OPERATOR-ID TO CT-COUNTED-BY
                   REWRITE COUNT-RECORD
                       INVALID KEY
                           DISPLAY "** UNABLE TO REWRITE COUNT FOR "
                               "ITEM " WS-ITEM-NUM " **"
                       NOT INVALID KEY
                           ADD 1 TO WS-COUNTED-COUNT
                   END-REWRITE
               END-IF
           END-IF
           .
       420-SHOW-COUNT-ITEM.
           MOVE WS-ITEM-NUM TO IM-ITEM-NO
           READ ITEM-MASTER
               INVALID KEY
                   DISPLAY "ITEM " WS-ITEM-NUM " (NO LONGER ON THE "
                       "ITEM MASTER)"
               NOT INVALID KEY
                   DISPLAY "ITEM " WS-ITEM-NUM " " IM-ITEM-DESC
           END-READ
           IF CT-IS-COUNTED
               DISPLAY "ALREADY COUNTED AT " CT-COUNT-QTY " BY "
                   CT-COUNTED-BY " -- A NEW COUNT REPLACES IT"
           END-IF
           .
      ******************************************************************
      *    430-VALIDATE-COUNT-QTY: Re-prompts until the counted
      *    quantity is numeric.  Zero is a real count -- the shelf
      *    was empty.
      ******************************************************************
       430-VALIDATE-COUNT-QTY.
           MOVE "N" TO WS-VALID-SW
           PERFORM 431-PROMPT-COUNT-QTY UNTIL ENTRY-IS-VALID
           .
       431-PROMPT-COUNT-QTY.
           DISPLAY "COUNTED QUANTITY: "
           MOVE SPACES TO WS-NUMERIC-EDIT
           ACCEPT WS-NUMERIC-EDIT
           IF WS-NUMERIC-EDIT = SPACES
               MOVE 999999 TO WS-EDIT-NUM
           ELSE
               INSPECT WS-NUMERIC-EDIT REPLACING LEADING SPACE BY ZERO
               IF WS-NUMERIC-EDIT IS NUMERIC
                   MOVE WS-NUMERIC-EDIT TO WS-EDIT-NUM
               ELSE
                   MOVE 999999 TO WS-EDIT-NUM
               END-IF
           END-IF
           IF WS-EDIT-NUM < 100000
               MOVE WS-EDIT-NUM TO WS-COUNT-QTY
               MOVE "Y" TO WS-VALID-SW
           ELSE
               DISPLAY "** INVALID QUANTITY - RE-ENTER **"
           END-IF
           .
      ******************************************************************
      *    500-PRINT-VARIANCE-REPORT: One line per item on the count:
      *    book, counted, the difference in units and in dollars at
      *    the item's unit price.  Items not yet counted are listed
      *    but kept out of the totals, and an item whose on-hand has
      *    moved since the sheets were printed is noted -- the
      *    update carries that movement over.
      ******************************************************************
       500-PRINT-VARIANCE-REPORT.
           MOVE SPACES TO WS-VARIANCE-FILE-NAME
           STRING "INVVAR-" WS-CURRENT-DATE ".TXT" DELIMITED BY SIZE
               INTO WS-VARIANCE-FILE-NAME
               ON OVERFLOW
                   DISPLAY "** VARIANCE REPORT NAME TOO LONG FOR WS-"
                       "VARIANCE-FILE-NAME **"
           END-STRING
           OPEN OUTPUT VARIANCE-REPORT-FILE
           IF WS-VARIANCE-STATUS NOT = "00"
               DISPLAY "** UNABLE TO OPEN VARIANCE REPORT FILE: "
                   WS-VARIANCE-FILE-NAME
           ELSE
               MOVE WS-COUNT-DATE TO VAR-HDR-COUNT-DATE
               MOVE WS-FROM-ITEM TO VAR-HDR-FROM
               MOVE WS-TO-ITEM TO VAR-HDR-TO
               MOVE WS-CURRENT-DATE TO VAR-HDR-RUN-DATE
               WRITE VARIANCE-REPORT-ID FROM VARIANCE-HDR-1
               MOVE SPACES TO VARIANCE-REPORT-ID
               WRITE VARIANCE-REPORT-ID
               WRITE VARIANCE-REPORT-ID FROM VARIANCE-HDR-2
               PERFORM 800-CLEAR-COUNT-TOTALS
               PERFORM 810-START-COUNT-FILE
               PERFORM 510-REPORT-ONE-ITEM UNTIL END-OF-FILE
               PERFORM 520-WRITE-VARIANCE-TOTALS
               CLOSE VARIANCE-REPORT-FILE
               MOVE "Y" TO WS-VARIANCE-SW
               PERFORM 125-SAVE-COUNT-CONTROL
               DISPLAY "VARIANCE REPORT WRITTEN TO "
                   WS-VARIANCE-FILE-NAME
               DISPLAY WS-VARIANCE-COUNT " ITEMS WITH A VARIANCE, "
                   WS-UNCOUNTED-COUNT " NOT YET COUNTED"
           END-IF
           .
       510-REPORT-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           MOVE CT-ITEM-NO TO VAR-ITEM-NO
           MOVE CT-BOOK-QTY TO VAR-BOOK-OUT
           MOVE SPACES TO VAR-NOTE
           PERFORM 820-READ-COUNT-ITEM
           IF ITEM-IS-ON-FILE
               MOVE IM-ITEM-DESC TO VAR-ITEM-DESC
               MOVE IM-UNIT-PRICE TO VAR-PRICE-OUT
           ELSE
               MOVE "*NOT ON MASTER*" TO VAR-ITEM-DESC
               MOVE 0 TO VAR-PRICE-OUT
           END-IF
           IF CT-IS-COUNTED
               ADD 1 TO WS-COUNTED-COUNT
               PERFORM 830-COMPUTE-VARIANCE
               MOVE CT-COUNT-QTY TO VAR-COUNT-OUT
               MOVE WS-DIFF-QTY TO VAR-UNITS-OUT
               MOVE WS-DIFF-DOLLARS TO VAR-DOLLARS-OUT
               IF WS-DIFF-QTY NOT = 0
                   ADD 1 TO WS-VARIANCE-COUNT
               END-IF
               EVALUATE TRUE
                   WHEN NOT ITEM-IS-ON-FILE
                       MOVE "WILL NOT BE UPDATED" TO VAR-NOTE
                   WHEN IM-QTY-ON-HAND NOT = CT-BOOK-QTY
                       MOVE "MOVED SINCE SHEETS" TO VAR-NOTE
               END-EVALUATE
           ELSE
               ADD 1 TO WS-UNCOUNTED-COUNT
               MOVE 0 TO VAR-COUNT-OUT
               MOVE 0 TO VAR-UNITS-OUT
               MOVE 0 TO VAR-DOLLARS-OUT
               MOVE "NOT COUNTED" TO VAR-NOTE
           END-IF
           WRITE VARIANCE-REPORT-ID FROM VARIANCE-LINE
           READ COUNT-FILE NEXT
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           .
      ******************************************************************
      *    520-WRITE-VARIANCE-TOTALS: Counts and the variance in
      *    total -- net units, dollars over, dollars short and net
      *    dollars.
      ******************************************************************
       520-WRITE-VARIANCE-TOTALS.
           MOVE SPACES TO VARIANCE-REPORT-ID
           WRITE VARIANCE-REPORT-ID
           MOVE "ITEMS ON COUNT:" TO VAR-COUNT-CAPTION
           MOVE WS-ITEM-COUNT TO VAR-COUNT-TOT-OUT
           WRITE VARIANCE-REPORT-ID FROM VARIANCE-COUNT-LINE
           MOVE "ITEMS COUNTED:" TO VAR-COUNT-CAPTION
           MOVE WS-COUNTED-COUNT TO VAR-COUNT-TOT-OUT
           WRITE VARIANCE-REPORT-ID FROM VARIANCE-COUNT-LINE
           MOVE "ITEMS NOT COUNTED:" TO VAR-COUNT-CAPTION
           MOVE WS-UNCOUNTED-COUNT TO VAR-COUNT-TOT-OUT
           WRITE VARIANCE-REPORT-ID FROM VARIANCE-COUNT-LINE
           MOVE "ITEMS WITH A VARIANCE:" TO VAR-COUNT-CAPTION
           MOVE WS-VARIANCE-COUNT TO VAR-COUNT-TOT-OUT
           WRITE VARIANCE-REPORT-ID FROM VARIANCE-COUNT-LINE
           MOVE "NET UNITS OVER (SHORT):" TO VAR-TOT-CAPTION
           MOVE WS-NET-UNITS TO VAR-TOT-OUT
           WRITE VARIANCE-REPORT-ID FROM VARIANCE-TOTAL-LINE
           MOVE "DOLLARS OVER:" TO VAR-TOT-CAPTION
           MOVE WS-OVER-DOLLARS TO VAR-TOT-OUT
           WRITE VARIANCE-REPORT-ID FROM VARIANCE-TOTAL-LINE
           MOVE "DOLLARS SHORT:" TO VAR-TOT-CAPTION
           MOVE WS-SHORT-DOLLARS TO VAR-TOT-OUT
           WRITE VARIANCE-REPORT-ID FROM VARIANCE-TOTAL-LINE
           MOVE "NET DOLLARS OVER (SHORT):" TO VAR-TOT-CAPTION
           MOVE WS-NET-DOLLARS TO VAR-TOT-OUT
           WRITE VARIANCE-REPORT-ID FROM VARIANCE-TOTAL-LINE
           .
      ******************************************************************
      *    600-APPROVE-AND-UPDATE: The supervisor's step.  It waits
      *    for a variance report printed since the last count was
      *    keyed, takes the supervisor's ID and the reason, and on a
      *    final go-ahead brings every counted item with a variance
      *    to its count, logs each adjustment and closes the count.
      ******************************************************************
       600-APPROVE-AND-UPDATE.
           IF NOT VARIANCE-IS-PRINTED
               DISPLAY "** PRINT THE VARIANCE REPORT FOR THE COUNTS "
                   "AS KEYED BEFORE APPROVING **"
           ELSE
               PERFORM 800-CLEAR-COUNT-TOTALS
               PERFORM 810-START-COUNT-FILE
               PERFORM 610-TALLY-ONE-ITEM UNTIL END-OF-FILE
               DISPLAY WS-VARIANCE-COUNT " ITEMS WITH A VARIANCE, NET "
                   "DOLLARS " WS-NET-DOLLARS
               MOVE "Y" TO WS-CONFIRM-SW
               IF WS-UNCOUNTED-COUNT > 0
                   DISPLAY WS-UNCOUNTED-COUNT " ITEMS WERE NOT COUNTED "
                       "AND WILL BE LEFT AS THEY ARE - CONTINUE Y OR N"
                   MOVE "N" TO WS-CONFIRM-SW
                   ACCEPT WS-CONFIRM-SW
               END-IF
               IF WS-CONFIRM-SW = "Y"
                   PERFORM 620-SIGN-ON-SUPERVISOR
                   PERFORM 630-GET-REASON
                   DISPLAY "UPDATE ON HAND TO THE COUNT FOR "
                       WS-VARIANCE-COUNT " ITEMS - Y OR N"
                   MOVE "N" TO WS-CONFIRM-SW
                   ACCEPT WS-CONFIRM-SW
               END-IF
               IF WS-CONFIRM-SW = "Y"
                   PERFORM 640-POST-ADJUSTMENTS
               ELSE
                   DISPLAY "** UPDATE CANCELLED -- THE COUNT IS STILL "
                       "OPEN **"
               END-IF
           END-IF
           .
       610-TALLY-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           IF CT-IS-COUNTED
               ADD 1 TO WS-COUNTED-COUNT
               PERFORM 820-READ-COUNT-ITEM
               PERFORM 830-COMPUTE-VARIANCE
               IF WS-DIFF-QTY NOT = 0
                   ADD 1 TO WS-VARIANCE-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-UNCOUNTED-COUNT
           END-IF
           READ COUNT-FILE NEXT
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           .
      ******************************************************************
      *    620-SIGN-ON-SUPERVISOR: Re-prompts until a supervisor ID
      *    is keyed, the way PROGRAM8 signs its supervisor on.
      ******************************************************************
       620-SIGN-ON-SUPERVISOR.
           MOVE "N" TO WS-VALID-SW
           PERFORM 621-PROMPT-SUPERVISOR-ID UNTIL ENTRY-IS-VALID
           .
       621-PROMPT-SUPERVISOR-ID.
           DISPLAY "SUPERVISOR ID: "
           MOVE SPACES TO WS-SUPERVISOR-ID
           ACCEPT WS-SUPERVISOR-ID
           IF WS-SUPERVISOR-ID = SPACES
               DISPLAY "** SUPERVISOR ID IS REQUIRED **"
           ELSE
               MOVE "Y" TO WS-VALID-SW
           END-IF
           .
      ******************************************************************
      *    630-GET-REASON: One reason covers the whole count unless
      *    the supervisor asks to give one item by item; a blank
      *    reason takes the kind of count.
      ******************************************************************
       630-GET-REASON.
           DISPLAY "REASON FOR THESE ADJUSTMENTS: "
           MOVE SPACES TO WS-RUN-REASON
           ACCEPT WS-RUN-REASON
           IF WS-RUN-REASON = SPACES
               IF OPEN-COUNT-IS-FULL
                   MOVE "PHYSICAL COUNT" TO WS-RUN-REASON
               ELSE
                   MOVE "CYCLE COUNT" TO WS-RUN-REASON
               END-IF
           END-IF
           DISPLAY "KEY A REASON FOR EACH ITEM - Y OR N"
           MOVE "N" TO WS-ITEM-REASON-SW
           ACCEPT WS-ITEM-REASON-SW
           .
      ******************************************************************
      *    640-POST-ADJUSTMENTS: Opens the day's adjustment log and
      *    walks the count again, adjusting each counted item with a
      *    variance.  The count is closed once the walk is done.
      ******************************************************************
       640-POST-ADJUSTMENTS.
           MOVE SPACES TO WS-ADJ-FILE-NAME
           STRING "INVADJ-" WS-CURRENT-DATE ".TXT" DELIMITED BY SIZE
               INTO WS-ADJ-FILE-NAME
               ON OVERFLOW
                   DISPLAY "** ADJUSTMENT LOG NAME TOO LONG FOR WS-"
                       "ADJ-FILE-NAME **"
           END-STRING
           OPEN EXTEND ADJ-LOG-FILE
           IF WS-ADJ-STATUS = "35"
               OPEN OUTPUT ADJ-LOG-FILE
               IF WS-ADJ-STATUS = "00"
                   MOVE WS-CURRENT-DATE TO ADJ-HDR-DATE
                   WRITE ADJ-LOG-ID FROM ADJ-HDR
               END-IF
           END-IF
           IF WS-ADJ-STATUS NOT = "00"
               DISPLAY "** UNABLE TO OPEN ADJUSTMENT LOG: "
                   WS-ADJ-FILE-NAME " -- NOTHING UPDATED **"
           ELSE
               MOVE SPACES TO ADJ-LOG-ID
               WRITE ADJ-LOG-ID
               MOVE WS-COUNT-DATE TO ADJ-RUN-COUNT-DATE
               MOVE WS-FROM-ITEM TO ADJ-RUN-FROM
               MOVE WS-TO-ITEM TO ADJ-RUN-TO
               MOVE WS-SUPERVISOR-ID TO ADJ-RUN-SUPERVISOR
               WRITE ADJ-LOG-ID FROM ADJ-RUN-LINE
               WRITE ADJ-LOG-ID FROM ADJ-COL-HDR
               PERFORM 800-CLEAR-COUNT-TOTALS
               PERFORM 810-START-COUNT-FILE
               PERFORM 650-ADJUST-ONE-ITEM UNTIL END-OF-FILE
               MOVE WS-ADJUSTED-COUNT TO ADJ-TOT-COUNT-OUT
               MOVE WS-NET-DOLLARS TO ADJ-TOT-DOLLARS-OUT
               WRITE ADJ-LOG-ID FROM ADJ-TOTAL-LINE
               CLOSE ADJ-LOG-FILE
               MOVE SPACE TO WS-COUNT-STATE
               MOVE "N" TO WS-VARIANCE-SW
               PERFORM 125-SAVE-COUNT-CONTROL
               DISPLAY WS-ADJUSTED-COUNT " ITEMS ADJUSTED, LOGGED TO "
                   WS-ADJ-FILE-NAME
               IF WS-FAILED-COUNT > 0
                   DISPLAY "** " WS-FAILED-COUNT " ITEMS COULD NOT BE "
                       "UPDATED -- SEE ABOVE **"
               END-IF
           END-IF
           .
      ******************************************************************
      *    650-ADJUST-ONE-ITEM: The on-hand moves by the variance --
      *    count less the book frozen on the count file -- rather
      *    than being overwritten, so a sale or a receipt posted
      *    between the count and the update is not lost.  With no
      *    movement in between that is the count exactly.
      ******************************************************************
       650-ADJUST-ONE-ITEM.
           IF CT-IS-COUNTED
               PERFORM 820-READ-COUNT-ITEM
               PERFORM 830-COMPUTE-VARIANCE
               IF WS-DIFF-QTY NOT = 0
                   IF NOT ITEM-IS-ON-FILE
                       DISPLAY "** ITEM " CT-ITEM-NO " IS NO LONGER "
                           "ON THE ITEM MASTER -- NOT UPDATED **"
                       ADD 1 TO WS-FAILED-COUNT
                   ELSE
                       COMPUTE WS-NEW-ON-HAND =
                           IM-QTY-ON-HAND + WS-DIFF-QTY
                       IF WS-NEW-ON-HAND > 99999
                               OR WS-NEW-ON-HAND < -99999
                           DISPLAY "** ON HAND FOR ITEM " CT-ITEM-NO
                               " WOULD OVERFLOW -- NOT UPDATED **"
                           ADD 1 TO WS-FAILED-COUNT
                       ELSE
                           PERFORM 660-UPDATE-ONE-ITEM
                       END-IF
                   END-IF
               END-IF
           END-IF
           READ COUNT-FILE NEXT
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           .
       660-UPDATE-ONE-ITEM.
           MOVE WS-RUN-REASON TO WS-ITEM-REASON
           IF REASON-BY-ITEM
               DISPLAY "ITEM " CT-ITEM-NO " " IM-ITEM-DESC " BOOK "
                   CT-BOOK-QTY " COUNTED " CT-COUNT-QTY
               DISPLAY "REASON (BLANK FOR " WS-RUN-REASON "): "
               MOVE SPACES TO WS-ITEM-REASON
               ACCEPT WS-ITEM-REASON
               IF WS-ITEM-REASON = SPACES
                   MOVE WS-RUN-REASON TO WS-ITEM-REASON
               END-IF
           END-IF
           MOVE WS-NEW-ON-HAND TO IM-QTY-ON-HAND
           REWRITE ITEM-MASTER-RECORD
               INVALID KEY
                   DISPLAY "** UNABLE TO REWRITE ITEM " CT-ITEM-NO
                       " -- NOT UPDATED **"
                   ADD 1 TO WS-FAILED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-ADJUSTED-COUNT
                   MOVE CT-ITEM-NO TO ADJ-ITEM-NO
                   MOVE IM-ITEM-DESC TO ADJ-ITEM-DESC
                   MOVE CT-BOOK-QTY TO ADJ-BOOK-OUT
                   MOVE CT-COUNT-QTY TO ADJ-COUNT-OUT
                   MOVE WS-DIFF-QTY TO ADJ-UNITS-OUT
                   MOVE IM-QTY-ON-HAND TO ADJ-ON-HAND-OUT
                   MOVE WS-DIFF-DOLLARS TO ADJ-DOLLARS-OUT
                   MOVE CT-COUNTED-BY TO ADJ-OPERATOR
                   MOVE WS-SUPERVISOR-ID TO ADJ-SUPERVISOR
                   MOVE WS-ITEM-REASON TO ADJ-REASON
                   WRITE ADJ-LOG-ID FROM ADJ-LINE
           END-REWRITE
           .
      ******************************************************************
      *    700-CANCEL-COUNT: Abandons the open count without touching
      *    the item master, so a count that went wrong can be started
      *    over.
      ******************************************************************
       700-CANCEL-COUNT.
           DISPLAY "CANCEL THE OPEN COUNT WITHOUT UPDATING - Y OR N"
           MOVE "N" TO WS-CONFIRM-SW
           ACCEPT WS-CONFIRM-SW
           IF WS-CONFIRM-SW = "Y"
               MOVE SPACE TO WS-COUNT-STATE
               MOVE "N" TO WS-VARIANCE-SW
               PERFORM 125-SAVE-COUNT-CONTROL
               DISPLAY "COUNT CANCELLED"
           ELSE
               DISPLAY "COUNT LEFT OPEN"
           END-IF
           .
      ******************************************************************
      *    800-CLEAR-COUNT-TOTALS: Zeroes the counts and totals the
      *    report and the update both build.
      ******************************************************************
       800-CLEAR-COUNT-TOTALS.
           MOVE 0 TO WS-ITEM-COUNT WS-COUNTED-COUNT WS-UNCOUNTED-COUNT
               WS-VARIANCE-COUNT WS-ADJUSTED-COUNT WS-FAILED-COUNT
           MOVE 0 TO WS-NET-UNITS WS-OVER-DOLLARS WS-SHORT-DOLLARS
               WS-NET-DOLLARS
           .
      ******************************************************************
      *    810-START-COUNT-FILE: Positions at the first item on the
      *    count and reads it.
      ******************************************************************
       810-START-COUNT-FILE.
           MOVE "N" TO WS-EOF-SW
           MOVE 0 TO CT-ITEM-NO
           START COUNT-FILE KEY NOT < CT-ITEM-NO
               INVALID KEY MOVE "Y" TO WS-EOF-SW
           END-START
           IF NOT END-OF-FILE
               READ COUNT-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-SW
               END-READ
           END-IF
           .
      ******************************************************************
      *    820-READ-COUNT-ITEM: Random-reads the item master for the
      *    count record in hand.
      ******************************************************************
       820-READ-COUNT-ITEM.
           MOVE CT-ITEM-NO TO IM-ITEM-NO
           READ ITEM-MASTER
               INVALID KEY MOVE "N" TO WS-ITEM-FOUND-SW
               NOT INVALID KEY MOVE "Y" TO WS-ITEM-FOUND-SW
           END-READ
           .
      ******************************************************************
      *    830-COMPUTE-VARIANCE: Count less book in units, and in
      *    dollars at the item's unit price, rolled into the totals.
      *    An item no longer on the master has no price.
      ******************************************************************
       830-COMPUTE-VARIANCE.
           COMPUTE WS-DIFF-QTY = CT-COUNT-QTY - CT-BOOK-QTY
           IF ITEM-IS-ON-FILE AND IM-UNIT-PRICE IS NUMERIC
               COMPUTE WS-DIFF-DOLLARS = WS-DIFF-QTY * IM-UNIT-PRICE
           ELSE
               MOVE 0 TO WS-DIFF-DOLLARS
           END-IF
           ADD WS-DIFF-QTY TO WS-NET-UNITS
           ADD WS-DIFF-DOLLARS TO WS-NET-DOLLARS
           IF WS-DIFF-DOLLARS > 0
               ADD WS-DIFF-DOLLARS TO WS-OVER-DOLLARS
           ELSE
               SUBTRACT WS-DIFF-DOLLARS FROM WS-SHORT-DOLLARS
           END-IF
           .
       END PROGRAM PROGRAM24.
