      *****************************************************************
      * POREC - PHYSICAL RECORD LAYOUT OF THE PURCHASE-ORDER FILE
      *
      * ONE ROW PER TITLE ON A PURCHASE ORDER (A PO LINE).  THE KEY
      * LEADS WITH THE BOOK-ID THE TITLE IS (OR WILL BE) CATALOGED
      * UNDER, THE SAME WAY LOAN-ID LEADS WITH ITS BOOK-ID, SO EVERY
      * ORDER FOR ONE TITLE CAN BE FOUND BY POSITIONING AT THE BOOK-ID
      * - WHICH IS HOW FCHOLD TELLS A TITLE THAT IS ON ORDER FROM ONE
      * THAT DOES NOT EXIST.  THE TITLE FIELDS (NAME, AUTHOR, ISBN,
      * GENRE) ARE WHAT FCPORD CATALOGS THE BOOK RECORD FROM WHEN THE
      * FIRST COPIES ARE RECEIVED; A REORDER OF A TITLE ALREADY ON THE
      * BOOK FILE ONLY ADDS COPIES TO IT.
      *
      * PO-UNIT-COST TIMES THE QUANTITY STILL OUTSTANDING IS WHAT THE
      * LINE HAS ENCUMBERED AGAINST PO-FUND-CODE (SEE FUNDREC).  A LINE
      * STAYS OPEN UNTIL EVERY COPY ORDERED HAS BEEN RECEIVED, OR UNTIL
      * THE REST OF IT IS CANCELLED.  PO-EXPECTED-DATE IS WHEN THE
      * VENDOR PROMISED THE SHIPMENT; AN OPEN LINE PAST IT IS OVERDUE
      * (SEE POOVDRPT).
      *****************************************************************
       01 PO-FILE-REC.
          05 PO-KEY.
             07 PO-BOOK-ID          PIC X(08).
             07 PO-NUMBER           PIC X(08).
          05 PO-VENDOR-ID           PIC X(08).
          05 PO-VENDOR-NAME         PIC X(30).
          05 PO-FUND-CODE           PIC X(06).
          05 PO-ISBN                PIC X(13).
          05 PO-BOOK-NAME           PIC X(56).
          05 PO-AUTHR-ID            PIC X(10).
          05 PO-GENRE-CODE          PIC X(04).
          05 PO-QTY-ORDERED         PIC S9(04) COMP.
          05 PO-QTY-RECEIVED        PIC S9(04) COMP.
          05 PO-UNIT-COST           PIC S9(5)V99 COMP-3.
          05 PO-ORDER-DATE          PIC 9(08).
          05 PO-EXPECTED-DATE       PIC 9(08).
          05 PO-LAST-RECEIPT-DATE   PIC 9(08).
          05 PO-STATUS              PIC X(01).
             88 PO-STATUS-OPEN          VALUE 'O'.
             88 PO-STATUS-RECEIVED      VALUE 'R'.
             88 PO-STATUS-CANCELLED     VALUE 'X'.
          05 RESSERVE               PIC X(10).
