      *    Day-end close.  Keeps a run-control file with one record
      *    per business date saying whether entry is closed for the
      *    day and which posting runs have completed -- the AR post
      *    (PROGRAM6), the GL extract (PROGRAM9), the summary report
      *    (PROGRAM2) and the cash receipts GL extract (PROGRAM21).
      *    The close function marks a day's entry closed, after
      *    which PROGRAM1 and PROGRAM8 refuse to add to that day's
      *    SALES file, PROGRAM10 refuses to add to that day's cash
      *    receipts journal, and the posting programs are allowed
      *    to run -- once.  The status inquiry walks every date on
      *    the file and flags any with a step missing, so a day that
      *    silently never reached AR or the ledger finally shows up.
      *
      *    Authors: Grant Haylock, Jack Rasmussen,
      *             Zach Schultz, Austin Lee
      *
      *    Modifications:
      *    08-12-2019  Original version.
      *    09-16-2019  The run-control record now carries
      *                RC-CASH-POSTED-SW, set by the cash receipts
      *                GL extract (PROGRAM21).  A day added by the
      *                close starts it at N, and the status inquiry
      *                shows it and counts a day whose cash never
      *                reached the ledger as a missing step.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 RC-GL-DONE-SW     PIC X.
           05                   PIC X.
           05 RC-SUM-DONE-SW    PIC X.
           05                   PIC X.
           05 RC-CASH-POSTED-SW PIC X.

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
               10 RCT-AR-POSTED-SW  PIC X.
               10 RCT-GL-DONE-SW    PIC X.
               10 RCT-SUM-DONE-SW   PIC X.
               10 RCT-CASH-POSTED-SW PIC X.

       PROCEDURE DIVISION.
      ******************************************************************
           MOVE RC-AR-POSTED-SW TO RCT-AR-POSTED-SW(WS-RUNCTL-COUNT)
           MOVE RC-GL-DONE-SW TO RCT-GL-DONE-SW(WS-RUNCTL-COUNT)
           MOVE RC-SUM-DONE-SW TO RCT-SUM-DONE-SW(WS-RUNCTL-COUNT)
           MOVE RC-CASH-POSTED-SW
               TO RCT-CASH-POSTED-SW(WS-RUNCTL-COUNT)
           READ RUN-CTL-FILE
               AT END MOVE "Y" TO WS-EOF-SW
           END-READ
           MOVE RCT-AR-POSTED-SW(WS-RUNCTL-SUB) TO RC-AR-POSTED-SW
           MOVE RCT-GL-DONE-SW(WS-RUNCTL-SUB) TO RC-GL-DONE-SW
           MOVE RCT-SUM-DONE-SW(WS-RUNCTL-SUB) TO RC-SUM-DONE-SW
           MOVE RCT-CASH-POSTED-SW(WS-RUNCTL-SUB)
               TO RC-CASH-POSTED-SW
           WRITE RUN-CTL-ID
           .
      ******************************************************************
                   MOVE "N" TO RCT-AR-POSTED-SW(WS-RUNCTL-ENTRY)
                   MOVE "N" TO RCT-GL-DONE-SW(WS-RUNCTL-ENTRY)
                   MOVE "N" TO RCT-SUM-DONE-SW(WS-RUNCTL-ENTRY)
                   MOVE "N" TO RCT-CASH-POSTED-SW(WS-RUNCTL-ENTRY)
               END-IF
           END-IF
           IF WS-RUNCTL-ENTRY > 0
                   "FILE"
           ELSE
               MOVE 0 TO WS-MISSING-COUNT
               DISPLAY "DATE     CLOSED AR-POST GL-EXTR SUMMARY "
                   "CASH-GL"
               PERFORM 410-SHOW-ONE-RUN-DATE
                   VARYING WS-RUNCTL-SUB FROM 1 BY 1
                   UNTIL WS-RUNCTL-SUB > WS-RUNCTL-COUNT
               RCT-CLOSED-SW(WS-RUNCTL-SUB) "      "
               RCT-AR-POSTED-SW(WS-RUNCTL-SUB) "       "
               RCT-GL-DONE-SW(WS-RUNCTL-SUB) "       "
               RCT-SUM-DONE-SW(WS-RUNCTL-SUB) "       "
               RCT-CASH-POSTED-SW(WS-RUNCTL-SUB)
           IF RCT-CLOSED-SW(WS-RUNCTL-SUB) NOT = "Y"
                   OR RCT-AR-POSTED-SW(WS-RUNCTL-SUB) NOT = "Y"
                   OR RCT-GL-DONE-SW(WS-RUNCTL-SUB) NOT = "Y"
                   OR RCT-SUM-DONE-SW(WS-RUNCTL-SUB) NOT = "Y"
                   OR RCT-CASH-POSTED-SW(WS-RUNCTL-SUB) NOT = "Y"
               DISPLAY "  ** STEP MISSING FOR "
                   RCT-DATE(WS-RUNCTL-SUB) " **"
               ADD 1 TO WS-MISSING-COUNT
