      * (WHICH RELOADS IT) SO THE TWO CAN NEVER DRIFT APART.
      * EXT-REC-TYPE SELECTS WHICH OF THE FOUR REDEFINITIONS OF
      * EXT-DATA IS IN EFFECT FOR A GIVEN ROW.
      *
      * EXT-DATA WAS WIDENED FROM 103 TO 143 BYTES (RECORD 104 TO 144)
      * TO CARRY THE BORROWER'S CARD STATUS, EXPIRY DATE AND STATUS
      * REASON, SO AN EXTRACT TAKEN BEFORE THAT CANNOT BE RELOADED.
      * THE BORROWER'S COLLECTION-AGENCY FLAG WAS LATER CARVED OUT OF
      * THE BORROWER ROW'S FILLER; AN OLDER EXTRACT RELOADS IT AS A
      * SPACE (NOT REFERRED).  THE COPY ROW'S MISSED-ON-LAST-SHELF-READ
      * FLAG WAS CARVED OUT OF ITS FILLER THE SAME WAY.
      *****************************************************************
       01 EXTRACT-REC.
          05 EXT-REC-TYPE            PIC X(01).
             88 EXT-TYPE-AUTHOR          VALUE 'A'.
             88 EXT-TYPE-COPY            VALUE 'C'.
             88 EXT-TYPE-BORROWER        VALUE 'W'.
          05 EXT-DATA                PIC X(143).
          05 EXT-BOOK-FIELDS REDEFINES EXT-DATA.
             07 EXT-BOOK-ID             PIC X(08).
             07 EXT-BOOK-NAME           PIC X(56).
             07 EXT-COPY-BRANCH         PIC X(06).
             07 EXT-COPY-SHELF-LOC      PIC X(10).
             07 EXT-COPY-STATUS         PIC X(01).
             07 EXT-COPY-SHELF-READ-SW  PIC X(01).
             07 FILLER                  PIC X(73).
          05 EXT-BORROWER-FIELDS REDEFINES EXT-DATA.
             07 EXT-BORROWER-ID         PIC X(10).
             07 EXT-BORROWER-NAME       PIC X(30).
             07 EXT-BORROWER-ADDRESS    PIC X(30).
             07 EXT-BORROWER-PHONE      PIC X(12).
             07 EXT-BORROWER-FINE-BAL   PIC S9(5)V99 COMP-3.
             07 EXT-BORROWER-STATUS     PIC X(01).
             07 EXT-BORROWER-EXPIRY-DATE PIC 9(08).
             07 EXT-BORROWER-STATUS-DATE PIC 9(08).
             07 EXT-BORROWER-STATUS-REASON PIC X(30).
             07 EXT-BORROWER-COLLECTION-SW PIC X(01).
             07 FILLER                  PIC X(09).
