       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM19.
      ******************************************************************
      *    Vendor master file maintenance.  Lets the office add,
      *    change, delete and inquire on VENDOR-MASTER records by
      *    VM-VENDOR-NO -- the suppliers named as each item's primary
      *    vendor on the item master, whom PROGRAM20 raises purchase
      *    orders against -- and prints a dated listing of the file
      *    with a count trailer.  Terms are keyed the way customer
      *    terms are, NET30 meaning thirty days.
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
           SELECT VENDOR-MASTER ASSIGN TO
               "C:\Users\Caulder\Documents\vendmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VM-VENDOR-NO
           FILE STATUS IS WS-VENDMAST-STATUS.
           SELECT VENDOR-LIST-FILE ASSIGN TO DYNAMIC WS-LIST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-MASTER.
       01 VENDOR-MASTER-RECORD.
           05 VM-VENDOR-NO        PIC 9(4).
           05 VM-VENDOR-NAME      PIC X(20).
           05 VM-VENDOR-ADDRESS   PIC X(30).
           05 VM-VENDOR-TERMS     PIC X(5).

       FD VENDOR-LIST-FILE.
       01 VENDOR-LIST-ID          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
           05 WS-DONE-SW        PIC X VALUE "N".
               88 MAINT-IS-DONE        VALUE "Y".
           05 WS-VALID-SW       PIC X VALUE "N".
               88 ENTRY-IS-VALID       VALUE "Y".
           05 WS-FOUND-SW       PIC X VALUE "N".
               88 VENDOR-IS-ON-FILE    VALUE "Y".
           05 WS-CONFIRM-SW     PIC X VALUE "N".
           05 WS-EOF-SW         PIC X VALUE "N".
               88 END-OF-FILE          VALUE "Y".

       01 WS-FILE-STATUS.
           05 WS-VENDMAST-STATUS   PIC XX VALUE SPACES.
           05 WS-LIST-STATUS       PIC XX VALUE SPACES.

       01 WS-EDIT-FIELDS.
           05 WS-NUMERIC-EDIT   PIC X(18) JUSTIFIED RIGHT.
           05 WS-EDIT-NUM       PIC 9(18).
           05 WS-FUNCTION-CODE  PIC X VALUE SPACE.
               88 FUNCTION-IS-ADD      VALUE "A".
               88 FUNCTION-IS-CHANGE   VALUE "C".
               88 FUNCTION-IS-DELETE   VALUE "D".
               88 FUNCTION-IS-INQUIRE  VALUE "I".
               88 FUNCTION-IS-LIST     VALUE "L".
               88 FUNCTION-IS-EXIT     VALUE "X".

       01 WS-WORK-AREA.
           05 WS-VENDOR-NUM     PIC 9(4) VALUE 0.
           05 WS-NEW-NAME       PIC X(20) VALUE SPACES.
           05 WS-NEW-ADDRESS    PIC X(30) VALUE SPACES.
           05 WS-NEW-TERMS      PIC X(5) VALUE SPACES.
           05 WS-LIST-COUNT     PIC 9(5) VALUE 0.

       01 WS-DATE-FIELDS.
           05 WS-CURRENT-DATE      PIC 9(8) VALUE 0.
           05 WS-LIST-FILE-NAME    PIC X(24) VALUE SPACES.

       01 LIST-HDR-1.
           05 FILLER            PIC X(19)
               VALUE "VENDOR MASTER LIST ".
           05 LIST-HDR-DATE     PIC 9(8).

       01 LIST-HDR-2.
           05 FILLER            PIC X(7)   VALUE "VENDOR".
           05 FILLER            PIC X(22)  VALUE "NAME".
           05 FILLER            PIC X(32)  VALUE "ADDRESS".
           05 FILLER            PIC X(5)   VALUE "TERMS".

       01 LIST-LINE.
           05 LIST-VENDOR-NO    PIC Z,ZZ9.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 LIST-VENDOR-NAME  PIC X(20).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 LIST-VENDOR-ADDR  PIC X(30).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 LIST-VENDOR-TERMS PIC X(5).

       01 LIST-TRAILER.
           05 FILLER            PIC X(16)
               VALUE "VENDORS LISTED: ".
           05 LIST-COUNT-OUT    PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    100-MAIN: Opens the vendor master and drives the
      *    function-code menu until the operator asks to exit.
      ******************************************************************
       100-MAIN.
           PERFORM 110-OPEN-VENDOR-MASTER
           IF WS-VENDMAST-STATUS NOT = "00"
               DISPLAY "** UNABLE TO OPEN VENDOR MASTER -- "
                   "STATUS " WS-VENDMAST-STATUS " **"
           ELSE
               PERFORM 200-PROCESS-ONE-FUNCTION UNTIL MAINT-IS-DONE
               CLOSE VENDOR-MASTER
           END-IF
           GOBACK
           .
      ******************************************************************
      *    110-OPEN-VENDOR-MASTER: Opens the vendor master for
      *    update, creating it first if it does not exist yet
      *    (status 35), the same way PROGRAM1 creates its masters.
      ******************************************************************
       110-OPEN-VENDOR-MASTER.
           OPEN I-O VENDOR-MASTER
           IF WS-VENDMAST-STATUS = "35"
               OPEN OUTPUT VENDOR-MASTER
               CLOSE VENDOR-MASTER
               OPEN I-O VENDOR-MASTER
           END-IF
           .
      ******************************************************************
      *    200-PROCESS-ONE-FUNCTION: Shows the menu, accepts a
      *    function code and branches to the matching maintenance
      *    routine.  Anything unrecognized just redisplays the menu.
      ******************************************************************
       200-PROCESS-ONE-FUNCTION.
           DISPLAY " "
           DISPLAY "VENDOR MASTER MAINTENANCE"
           DISPLAY "A = ADD    C = CHANGE   D = DELETE"
           DISPLAY "I = INQUIRE   L = LIST   X = EXIT"
           DISPLAY "FUNCTION: "
           ACCEPT WS-FUNCTION-CODE
           EVALUATE TRUE
               WHEN FUNCTION-IS-ADD
                   PERFORM 300-ADD-VENDOR
               WHEN FUNCTION-IS-CHANGE
                   PERFORM 400-CHANGE-VENDOR
               WHEN FUNCTION-IS-DELETE
                   PERFORM 500-DELETE-VENDOR
               WHEN FUNCTION-IS-INQUIRE
                   PERFORM 600-INQUIRE-VENDOR
               WHEN FUNCTION-IS-LIST
                   PERFORM 700-LIST-VENDORS
               WHEN FUNCTION-IS-EXIT
                   MOVE "Y" TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "** INVALID FUNCTION CODE - RE-ENTER **"
           END-EVALUATE
           .
      ******************************************************************
      *    210-VALIDATE-VENDOR-NO: Re-prompts until WS-VENDOR-NUM is
      *    numeric and greater than zero, using the same oversized
      *    -work-field technique as PROGRAM1 so an over-length entry
      *    is rejected instead of truncated.
      ******************************************************************
       210-VALIDATE-VENDOR-NO.
           MOVE "N" TO WS-VALID-SW
           PERFORM 211-PROMPT-VENDOR-NO UNTIL ENTRY-IS-VALID
           .
       211-PROMPT-VENDOR-NO.
           DISPLAY "VENDOR NO: "
           MOVE SPACES TO WS-NUMERIC-EDIT
           ACCEPT WS-NUMERIC-EDIT
           INSPECT WS-NUMERIC-EDIT REPLACING LEADING SPACE BY ZERO
           IF WS-NUMERIC-EDIT IS NUMERIC
               MOVE WS-NUMERIC-EDIT TO WS-EDIT-NUM
           ELSE
               MOVE ZERO TO WS-EDIT-NUM
           END-IF
           IF WS-EDIT-NUM > ZERO AND WS-EDIT-NUM < 10000
               MOVE WS-EDIT-NUM TO WS-VENDOR-NUM
               MOVE "Y" TO WS-VALID-SW
           ELSE
               DISPLAY "** INVALID VENDOR NUMBER - RE-ENTER **"
           END-IF
           .
      ******************************************************************
      *    220-READ-VENDOR: Random-reads the master for WS-VENDOR-NUM
      *    and sets WS-FOUND-SW for the caller to test.
      ******************************************************************
       220-READ-VENDOR.
           MOVE WS-VENDOR-NUM TO VM-VENDOR-NO
           READ VENDOR-MASTER
               INVALID KEY MOVE "N" TO WS-FOUND-SW
               NOT INVALID KEY MOVE "Y" TO WS-FOUND-SW
           END-READ
           .
      ******************************************************************
      *    230-DISPLAY-VENDOR: Shows the record just read, shared by
      *    the change, delete and inquire functions.
      ******************************************************************
       230-DISPLAY-VENDOR.
           DISPLAY "  VENDOR NO        : " VM-VENDOR-NO
           DISPLAY "  VENDOR NAME      : " VM-VENDOR-NAME
           DISPLAY "  VENDOR ADDRESS   : " VM-VENDOR-ADDRESS
           DISPLAY "  VENDOR TERMS     : " VM-VENDOR-TERMS
           .
      ******************************************************************
      *    300-ADD-VENDOR: Adds a new master record.  A vendor number
      *    already on file is rejected rather than overwritten.
      ******************************************************************
       300-ADD-VENDOR.
           PERFORM 210-VALIDATE-VENDOR-NO
           PERFORM 220-READ-VENDOR
           IF VENDOR-IS-ON-FILE
               DISPLAY "** VENDOR " WS-VENDOR-NUM " IS ALREADY ON "
                   "THE MASTER FILE **"
           ELSE
               MOVE WS-VENDOR-NUM TO VM-VENDOR-NO
               DISPLAY "VENDOR NAME: "
               ACCEPT VM-VENDOR-NAME
               DISPLAY "VENDOR ADDRESS: "
               ACCEPT VM-VENDOR-ADDRESS
               DISPLAY "VENDOR TERMS (E.G. NET30): "
               ACCEPT VM-VENDOR-TERMS
               WRITE VENDOR-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "** UNABLE TO ADD VENDOR MASTER "
                           "RECORD **"
                   NOT INVALID KEY
                       DISPLAY "VENDOR " WS-VENDOR-NUM " ADDED"
               END-WRITE
           END-IF
           .
      ******************************************************************
      *    400-CHANGE-VENDOR: Shows the current record, then accepts
      *    replacement values field by field.  A blank answer keeps
      *    the value already on file.
      ******************************************************************
       400-CHANGE-VENDOR.
           PERFORM 210-VALIDATE-VENDOR-NO
           PERFORM 220-READ-VENDOR
           IF NOT VENDOR-IS-ON-FILE
               DISPLAY "** VENDOR " WS-VENDOR-NUM " IS NOT ON THE "
                   "MASTER FILE **"
           ELSE
               PERFORM 230-DISPLAY-VENDOR
               DISPLAY "NEW NAME (BLANK TO KEEP): "
               MOVE SPACES TO WS-NEW-NAME
               ACCEPT WS-NEW-NAME
               IF WS-NEW-NAME NOT = SPACES
                   MOVE WS-NEW-NAME TO VM-VENDOR-NAME
               END-IF
               DISPLAY "NEW ADDRESS (BLANK TO KEEP): "
               MOVE SPACES TO WS-NEW-ADDRESS
               ACCEPT WS-NEW-ADDRESS
               IF WS-NEW-ADDRESS NOT = SPACES
                   MOVE WS-NEW-ADDRESS TO VM-VENDOR-ADDRESS
               END-IF
               DISPLAY "NEW TERMS (BLANK TO KEEP): "
               MOVE SPACES TO WS-NEW-TERMS
               ACCEPT WS-NEW-TERMS
               IF WS-NEW-TERMS NOT = SPACES
                   MOVE WS-NEW-TERMS TO VM-VENDOR-TERMS
               END-IF
               REWRITE VENDOR-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "** UNABLE TO REWRITE VENDOR MASTER "
                           "RECORD **"
                   NOT INVALID KEY
                       DISPLAY "VENDOR " WS-VENDOR-NUM " CHANGED"
               END-REWRITE
           END-IF
           .
      ******************************************************************
      *    500-DELETE-VENDOR: Shows the record about to go, then
      *    deletes it only after the operator confirms.  Items still
      *    naming the vendor are listed as exceptions by the next
      *    purchase order run rather than ordered from nobody.
      ******************************************************************
       500-DELETE-VENDOR.
           PERFORM 210-VALIDATE-VENDOR-NO
           PERFORM 220-READ-VENDOR
           IF NOT VENDOR-IS-ON-FILE
               DISPLAY "** VENDOR " WS-VENDOR-NUM " IS NOT ON THE "
                   "MASTER FILE **"
           ELSE
               PERFORM 230-DISPLAY-VENDOR
               DISPLAY "DELETE THIS VENDOR - Y OR N"
               MOVE "N" TO WS-CONFIRM-SW
               ACCEPT WS-CONFIRM-SW
               IF WS-CONFIRM-SW = "Y"
                   DELETE VENDOR-MASTER
                       INVALID KEY
                           DISPLAY "** UNABLE TO DELETE VENDOR "
                               "MASTER RECORD **"
                       NOT INVALID KEY
                           DISPLAY "VENDOR " WS-VENDOR-NUM
                               " DELETED"
                   END-DELETE
               ELSE
                   DISPLAY "DELETE CANCELLED"
               END-IF
           END-IF
           .
      ******************************************************************
      *    600-INQUIRE-VENDOR: Displays one master record without
      *    changing anything.
      ******************************************************************
       600-INQUIRE-VENDOR.
           PERFORM 210-VALIDATE-VENDOR-NO
           PERFORM 220-READ-VENDOR
           IF NOT VENDOR-IS-ON-FILE
               DISPLAY "** VENDOR " WS-VENDOR-NUM " IS NOT ON THE "
                   "MASTER FILE **"
           ELSE
               PERFORM 230-DISPLAY-VENDOR
           END-IF
           .
      ******************************************************************
      *    700-LIST-VENDORS: Writes every master record in vendor
      *    number order to a dated listing file, with a count
      *    trailer so a short print is obvious.
      ******************************************************************
       700-LIST-VENDORS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING "VENDLIST-" WS-CURRENT-DATE ".TXT" DELIMITED BY SIZE
               INTO WS-LIST-FILE-NAME
               ON OVERFLOW
                   DISPLAY "** LIST FILE NAME TOO LONG FOR WS-LIST"
                       "-FILE-NAME **"
           END-STRING
           OPEN OUTPUT VENDOR-LIST-FILE
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "** UNABLE TO OPEN VENDOR LIST FILE: "
                   WS-LIST-FILE-NAME
           ELSE
               MOVE WS-CURRENT-DATE TO LIST-HDR-DATE
               WRITE VENDOR-LIST-ID FROM LIST-HDR-1
               WRITE VENDOR-LIST-ID FROM LIST-HDR-2
               MOVE 0 TO WS-LIST-COUNT
               MOVE "N" TO WS-EOF-SW
               MOVE 0 TO VM-VENDOR-NO
               START VENDOR-MASTER KEY NOT < VM-VENDOR-NO
                   INVALID KEY MOVE "Y" TO WS-EOF-SW
               END-START
               IF NOT END-OF-FILE
                   READ VENDOR-MASTER NEXT
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
               END-IF
               PERFORM 710-LIST-ONE-VENDOR UNTIL END-OF-FILE
               MOVE WS-LIST-COUNT TO LIST-COUNT-OUT
               WRITE VENDOR-LIST-ID FROM LIST-TRAILER
               CLOSE VENDOR-LIST-FILE
               DISPLAY "VENDOR LIST WRITTEN TO " WS-LIST-FILE-NAME
           END-IF
           .
       710-LIST-ONE-VENDOR.
           MOVE VM-VENDOR-NO TO LIST-VENDOR-NO
           MOVE VM-VENDOR-NAME TO LIST-VENDOR-NAME
           MOVE VM-VENDOR-ADDRESS TO LIST-VENDOR-ADDR
           MOVE VM-VENDOR-TERMS TO LIST-VENDOR-TERMS
           WRITE VENDOR-LIST-ID FROM LIST-LINE
           ADD 1 TO WS-LIST-COUNT
           READ VENDOR-MASTER NEXT
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           .
       END PROGRAM PROGRAM19.
