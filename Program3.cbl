      *                it.  A custmast.dat from before this change
      *                must be rebuilt -- the record picked up a new
      *                field.  Zero means no limit.
      *    09-30-2019  CUSTOMER-MASTER now carries CM-FC-EXEMPT-SW for
      *                the monthly finance charge run (PROGRAM23);
      *                add, change, inquire and the listing all carry
      *                it.  A custmast.dat from before this change
      *                must be rebuilt -- the record picked up a new
      *                field.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 CM-CUST-ADDRESS     PIC A(30).
           05 CM-CUST-TERMS       PIC X(5).
           05 CM-CREDIT-LIMIT     PIC 9(7).
           05 CM-FC-EXEMPT-SW     PIC X.
               88 CUST-IS-FC-EXEMPT    VALUE "Y".

       FD CUST-LIST-FILE.
       01 CUST-LIST-ID            PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
           05 WS-NEW-ADDRESS    PIC X(30) VALUE SPACES.
           05 WS-NEW-TERMS      PIC X(5) VALUE SPACES.
           05 WS-KEEP-LIMIT-SW  PIC X VALUE "N".
           05 WS-NEW-EXEMPT-SW  PIC X VALUE SPACE.
           05 WS-LIST-COUNT     PIC 9(5) VALUE 0.

       01 WS-DATE-FIELDS.
           05 FILLER            PIC X(5)   VALUE "TERMS".
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 FILLER            PIC X(7)   VALUE "  LIMIT".
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 FILLER            PIC X(9)   VALUE "FC EXEMPT".

       01 LIST-LINE.
           05 LIST-CUST-NO      PIC Z,ZZ9.
           05 LIST-CUST-TERMS   PIC X(5).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 LIST-CREDIT-LIMIT PIC ZZZZZZ9.
           05 FILLER            PIC X(6)   VALUE SPACES.
           05 LIST-FC-EXEMPT    PIC X.

       01 LIST-TRAILER.
           05 FILLER            PIC X(18)
           DISPLAY "  CUSTOMER ADDRESS: " CM-CUST-ADDRESS
           DISPLAY "  CUSTOMER TERMS  : " CM-CUST-TERMS
           DISPLAY "  CREDIT LIMIT    : " CM-CREDIT-LIMIT
           DISPLAY "  FIN CHG EXEMPT  : " CM-FC-EXEMPT-SW
           .
      ******************************************************************
      *    240-VALIDATE-CREDIT-LIMIT: Re-prompts until the credit
           END-IF
           .
      ******************************************************************
      *    250-VALIDATE-FC-EXEMPT: Re-prompts until the finance charge
      *    exemption is Y or N.  Y keeps the monthly finance charge
      *    run (PROGRAM23) from ever charging this customer.
      ******************************************************************
       250-VALIDATE-FC-EXEMPT.
           MOVE "N" TO WS-VALID-SW
           PERFORM 251-PROMPT-FC-EXEMPT UNTIL ENTRY-IS-VALID
           .
       251-PROMPT-FC-EXEMPT.
           DISPLAY "EXEMPT FROM FINANCE CHARGES - Y OR N: "
           MOVE SPACE TO WS-NEW-EXEMPT-SW
           ACCEPT WS-NEW-EXEMPT-SW
           IF WS-NEW-EXEMPT-SW = "Y" OR WS-NEW-EXEMPT-SW = "N"
               MOVE WS-NEW-EXEMPT-SW TO CM-FC-EXEMPT-SW
               MOVE "Y" TO WS-VALID-SW
           ELSE
               DISPLAY "** ENTER Y OR N - RE-ENTER **"
           END-IF
           .
      ******************************************************************
      *    300-ADD-CUSTOMER: Adds a new master record.  A customer
      *    number already on file is rejected rather than overwritten.
      ******************************************************************
               DISPLAY "CUSTOMER TERMS (E.G. NET30): "
               ACCEPT CM-CUST-TERMS
               PERFORM 240-VALIDATE-CREDIT-LIMIT
               PERFORM 250-VALIDATE-FC-EXEMPT
               WRITE CUST-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "** UNABLE TO ADD CUSTOMER MASTER "
                   MOVE WS-NEW-TERMS TO CM-CUST-TERMS
               END-IF
               PERFORM 410-CHANGE-CREDIT-LIMIT
               PERFORM 420-CHANGE-FC-EXEMPT
               REWRITE CUST-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "** UNABLE TO REWRITE CUSTOMER MASTER "
           END-IF
           .
      ******************************************************************
      *    420-CHANGE-FC-EXEMPT: A blank answer keeps the exemption on
      *    file; otherwise only Y or N is taken.
      ******************************************************************
       420-CHANGE-FC-EXEMPT.
           MOVE "N" TO WS-VALID-SW
           PERFORM 421-PROMPT-NEW-EXEMPT UNTIL ENTRY-IS-VALID
           .
       421-PROMPT-NEW-EXEMPT.
           DISPLAY "NEW FIN CHG EXEMPT Y OR N (BLANK TO KEEP): "
           MOVE SPACE TO WS-NEW-EXEMPT-SW
           ACCEPT WS-NEW-EXEMPT-SW
           EVALUATE WS-NEW-EXEMPT-SW
               WHEN SPACE
                   MOVE "Y" TO WS-VALID-SW
               WHEN "Y"
               WHEN "N"
                   MOVE WS-NEW-EXEMPT-SW TO CM-FC-EXEMPT-SW
                   MOVE "Y" TO WS-VALID-SW
               WHEN OTHER
                   DISPLAY "** ENTER Y OR N - RE-ENTER **"
           END-EVALUATE
           .
      ******************************************************************
      *    500-DELETE-CUSTOMER: Shows the record about to go, then
      *    deletes it only after the operator confirms.
      ******************************************************************
           ELSE
               MOVE 0 TO LIST-CREDIT-LIMIT
           END-IF
           IF CUST-IS-FC-EXEMPT
               MOVE "Y" TO LIST-FC-EXEMPT
           ELSE
               MOVE "N" TO LIST-FC-EXEMPT
           END-IF
           WRITE CUST-LIST-ID FROM LIST-LINE
           ADD 1 TO WS-LIST-COUNT
           READ CUSTOMER-MASTER NEXT
