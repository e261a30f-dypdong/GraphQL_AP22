      *****************************************************************
      * GLCTLREC - PHYSICAL RECORD LAYOUT OF THE GL POSTING CONTROL
      * FILE
      *
      * ONE ROW PER BUSINESS DATE FNGLIFC HAS SENT TO THE GENERAL
      * LEDGER.  THE ROW IS WRITTEN ONLY AFTER THE JOURNAL-ENTRY FILE
      * (GLJEREC) HAS BEEN CLOSED CLEANLY, AND FNGLIFC REFUSES TO POST
      * A DATE WHOSE ROW SAYS POSTED - SO THE SAME DAY'S FINES CANNOT
      * REACH THE LEDGER TWICE.  WHEN FINANCE BACKS A RUN OUT, A VOID
      * RUN FLIPS THE ROW TO VOIDED; THE DATE MAY THEN BE POSTED AGAIN
      * AND GLC-RUN-NUMBER IS BUMPED SO THE NEW FILE CAN BE TOLD FROM
      * THE ONE THAT WAS BACKED OUT.  THE COUNTS AND TOTALS ARE THOSE
      * OF THE LAST FILE POSTED FOR THE DATE.
      *****************************************************************
       01 GL-CONTROL-REC.
          05 GLC-BUSINESS-DATE      PIC 9(08).
          05 GLC-STATUS             PIC X(01).
             88 GLC-DATE-POSTED         VALUE 'P'.
             88 GLC-DATE-VOIDED         VALUE 'V'.
          05 GLC-RUN-NUMBER         PIC 9(03).
          05 GLC-POSTED-DATE        PIC 9(08).
          05 GLC-POSTED-TIME        PIC 9(06).
          05 GLC-VOIDED-DATE        PIC 9(08).
          05 GLC-DETAIL-COUNT       PIC 9(07).
          05 GLC-DEBIT-TOTAL        PIC S9(11)V99 COMP-3.
          05 GLC-CREDIT-TOTAL       PIC S9(11)V99 COMP-3.
          05 RESSERVE               PIC X(10).
