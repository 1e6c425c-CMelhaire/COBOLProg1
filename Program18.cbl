      *
      *    Modifications:
      *    09-02-2019  Original version.
      *    09-09-2019  ITEM-MASTER now carries IM-VENDOR-NO and
      *                IM-REORDER-QTY.  Not used here; the layout
      *                is here so every reader of the master agrees
      *                on the record.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 IM-UNIT-PRICE       PIC 9(5).
           05 IM-QTY-ON-HAND      PIC S9(5).
           05 IM-REORDER-POINT    PIC 9(5).
           05 IM-VENDOR-NO        PIC 9(4).
           05 IM-REORDER-QTY      PIC 9(5).

       FD ANALYSIS-REPORT-FILE.
       01 ANALYSIS-REPORT-ID     PIC X(80).
