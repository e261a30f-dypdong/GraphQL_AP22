      *****************************************************************
      * OFFLTRAN - RECORD LAYOUT OF THE OFFLINE CIRCULATION
      * TRANSACTION FILE
      *
      * ONE 80-BYTE ROW PER CHECKOUT, RETURN OR RENEWAL TAKEN ON PAPER
      * WHILE THE ONLINE REGION WAS DOWN, OR ON THE BOOKMOBILE, AND
      * KEYED IN AFTERWARDS FOR OFFLNPST TO POST.  OFF-ACTION USES
      * FCLOAN'S LOAN-ACTION CODES.  OFF-TRAN-DATE/OFF-TRAN-TIME ARE
      * WHEN THE DESK ACTUALLY HANDLED THE BOOK - OFFLNPST POSTS IN
      * THAT ORDER AND SETS CHECKOUT, DUE AND RETURN DATES AND FINES
      * FROM THEM RATHER THAN FROM THE DAY THE FILE IS POSTED.
      * OFF-BRANCH IS THE DESK'S (OR THE BOOKMOBILE'S) BRANCH CODE; ON
      * A RETURN IT IS THE BRANCH A COPY RESERVED FOR A HOLD IS SENT
      * ON FROM.  OFF-COPY-NUMBER IS THE COPY HANDLED - REQUIRED ON A
      * CHECKOUT.  A RETURN MAY LEAVE THE BORROWER BLANK WHEN THE COPY
      * NUMBER IS GIVEN, AND THE OPEN LOAN OF THAT COPY IS LOOKED UP.
      * OFF-STAFF-ID IS WHOEVER KEYED THE SLIP, FOR THE REJECT DESK.
      *****************************************************************
       01 OFFLINE-TRAN-REC.
          05 OFF-TRAN-DATE          PIC 9(08).
          05 OFF-TRAN-DATE-X REDEFINES OFF-TRAN-DATE.
             10 OFF-TRAN-YYYY       PIC 9(04).
             10 OFF-TRAN-MM         PIC 9(02).
             10 OFF-TRAN-DD         PIC 9(02).
          05 OFF-TRAN-TIME          PIC 9(06).
          05 OFF-ACTION             PIC X(01).
             88 OFF-ACTION-CHECKOUT     VALUE 'O'.
             88 OFF-ACTION-RETURN       VALUE 'R'.
             88 OFF-ACTION-RENEW        VALUE 'N'.
          05 OFF-BOOK-ID            PIC X(08).
          05 OFF-COPY-NUMBER        PIC 9(04).
          05 OFF-BORROWER-ID        PIC X(10).
          05 OFF-BRANCH             PIC X(06).
          05 OFF-STAFF-ID           PIC X(08).
          05 FILLER                 PIC X(29).
