      *****************************************************************
      * CARDNTRC - LAYOUT OF ONE ROW ON THE CARD-RENEWAL NOTICE FILE
      *
      * WRITTEN BY BRCRDEXP, ONE ROW PER ACTIVE BORROWER WHOSE CARD
      * EXPIRES WITHIN THE NOTICE WINDOW (30 DAYS UNLESS THE CONTROL
      * CARD SAYS OTHERWISE).  THE FILE IS HANDED TO THE MAILING/PHONE
      * TEAM THE SAME WAY THE PICKUP NOTICES ARE (SEE PICKUPRC), SO IT
      * CARRIES THE BORROWER'S CONTACT DETAILS ALONGSIDE THE KEY.
      * RNW-FINE-BAL IS PRINTED ON THE REMINDER SO THE BORROWER KNOWS
      * TO SETTLE IT WHEN THEY COME IN TO RENEW.
      *****************************************************************
       01 RENEWAL-NOTICE-REC.
          05 RNW-BORROWER-ID        PIC X(10).
          05 RNW-BORROWER-NAME      PIC X(30).
          05 RNW-BORROWER-ADDRESS   PIC X(30).
          05 RNW-BORROWER-PHONE     PIC X(12).
          05 RNW-EXPIRY-DATE        PIC 9(08).
          05 RNW-FINE-BAL           PIC S9(5)V99 COMP-3.
          05 RNW-RUN-DATE           PIC 9(08).
          05 FILLER                 PIC X(18).
