      *
      *    Modifications:
      *    08-26-2019  Original version.
      *    10-21-2019  AUDIT-FILE-ID now carries AUD-LIST-PRICE after
      *                the original transaction number.  Not used
      *                here; the layout is here so every reader of the
      *                audit trail agrees on the record.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 AUD-TRANS-NO        PIC 9(6).
           05                     PIC X.
           05 AUD-ORIG-TRANS-NO   PIC 9(6).
           05                     PIC X.
           05 AUD-LIST-PRICE      PIC 9(5).

       FD AUDIT-REPORT-FILE.
       01 AUDIT-REPORT-ID        PIC X(110).
