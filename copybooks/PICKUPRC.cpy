      * HOLD SHELF AFTER THE NIGHTLY EXPIRY PASS.  THE FILE IS HANDED
      * TO THE MAILING/PHONE TEAM EACH MORNING, SO IT CARRIES THE
      * BORROWER'S CONTACT DETAILS AND THE TITLE ALONGSIDE THE KEYS.
      * A ROW IS ONLY WRITTEN ONCE THE COPY HAS ARRIVED AT THE
      * BORROWER'S PICKUP BRANCH (NTC-PICKUP-BRANCH) - NOT WHILE IT IS
      * STILL IN TRANSIT.
      *****************************************************************
       01 PICKUP-NOTICE-REC.
          05 NTC-BORROWER-ID        PIC X(10).
          05 NTC-BOOK-NAME          PIC X(56).
          05 NTC-DATE-PLACED        PIC 9(08).
          05 NTC-RUN-DATE           PIC 9(08).
          05 NTC-PICKUP-BRANCH      PIC X(06).
          05 FILLER                 PIC X(02).
