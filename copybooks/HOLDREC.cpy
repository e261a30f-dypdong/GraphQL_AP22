      * PER BORROWER, SINCE RELEASE-COPY ONLY EVER NEEDS TO KNOW WHO IS
      * NEXT FOR A GIVEN TITLE.  SHARED BY THE CICS PROGRAMS AND BY ANY
      * BATCH PROGRAM THAT OPENS THE HOLD FILE DIRECTLY.
      *
      * HOLD-PICKUP-BRANCH IS THE COPY-BRANCH THE BORROWER ASKED TO
      * COLLECT FROM (BLANK = WHEREVER THE COPY COMES BACK).  ONCE A
      * RETURNED COPY IS RESERVED FOR AN ENTRY, HOLD-COPY-NUMBER TIES
      * THAT COPY TO IT (ZERO = NO COPY YET).  A COPY RETURNED AT SOME
      * OTHER BRANCH GOES COPY-IN-TRANSIT (SEE COPYREC) AND
      * HOLD-TRANSIT-DATE RECORDS WHEN IT WAS SENT; HOLD-ARRIVED-DATE
      * IS SET WHEN THE COPY IS ON THE HOLD SHELF AT THE PICKUP BRANCH
      * AND STARTS THE PICKUP CLOCK HLDEXPRG EXPIRES THE ENTRY ON.
      * HOLDCNV CONVERTED THE FILE FROM THE OLD 190-BYTE LAYOUT THAT
      * CARRIED ONLY THE BORROWER AND THE DATE PLACED.
      *****************************************************************
       01 HOLD-FILE-REC.
          05 HOLD-BOOK-ID           PIC X(08).
                                     INDEXED BY HOLD-QUEUE-IDX.
             07 HOLD-BORROWER-ID       PIC X(10).
             07 HOLD-DATE-PLACED       PIC 9(08).
             07 HOLD-PICKUP-BRANCH     PIC X(06).
             07 HOLD-COPY-NUMBER       PIC 9(04).
             07 HOLD-TRANSIT-DATE      PIC 9(08).
             07 HOLD-ARRIVED-DATE      PIC 9(08).
