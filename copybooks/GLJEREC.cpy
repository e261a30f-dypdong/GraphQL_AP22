      *****************************************************************
      * GLJEREC - LAYOUT OF ONE ROW ON THE GENERAL-LEDGER JOURNAL-ENTRY
      * FILE
      *
      * WRITTEN BY FNGLIFC, ONE FILE PER POSTED BUSINESS DATE, AND
      * HANDED TO THE FINANCE SYSTEM'S GL LOAD.  ONE HEADER ROW, THEN A
      * DEBIT AND A CREDIT ROW PER OWNING BRANCH AND FINE-LEDGER ROW
      * TYPE (OVERDUE FINE, REPLACEMENT BILL, PAYMENT), THEN ONE
      * TRAILER ROW.  THE TRAILER CARRIES THE DETAIL-ROW COUNT, THE
      * DEBIT AND CREDIT TOTALS AND A HASH TOTAL OF THE ACCOUNT CODES
      * SO THE GL LOAD CAN PROVE IT RECEIVED THE WHOLE FILE.
      * GLJ-RUN-NUMBER GOES UP BY ONE EACH TIME A VOIDED BUSINESS DATE
      * IS POSTED AGAIN (SEE GLCTLREC).
      *****************************************************************
       01 GL-JOURNAL-REC.
          05 GLJ-REC-TYPE           PIC X(01).
             88 GLJ-HEADER-REC          VALUE 'H'.
             88 GLJ-DETAIL-REC          VALUE 'D'.
             88 GLJ-TRAILER-REC         VALUE 'T'.
          05 GLJ-SOURCE             PIC X(04).
          05 GLJ-BUSINESS-DATE      PIC 9(08).
          05 GLJ-RUN-NUMBER         PIC 9(03).
          05 GLJ-BODY               PIC X(64).
          05 GLJ-HEADER-BODY REDEFINES GLJ-BODY.
             07 GLJ-CREATE-DATE     PIC 9(08).
             07 GLJ-CREATE-TIME     PIC 9(06).
             07 GLJ-BATCH-DESC      PIC X(30).
             07 FILLER              PIC X(20).
          05 GLJ-DETAIL-BODY REDEFINES GLJ-BODY.
             07 GLJ-BRANCH          PIC X(06).
             07 GLJ-ACCOUNT         PIC 9(06).
             07 GLJ-DR-CR-IND       PIC X(01).
                88 GLJ-DEBIT            VALUE 'D'.
                88 GLJ-CREDIT           VALUE 'C'.
             07 GLJ-AMOUNT          PIC 9(09)V99.
             07 GLJ-LEDG-TYPE       PIC X(01).
             07 GLJ-ITEM-COUNT      PIC 9(07).
             07 GLJ-DESCRIPTION     PIC X(30).
             07 FILLER              PIC X(02).
          05 GLJ-TRAILER-BODY REDEFINES GLJ-BODY.
             07 GLJ-DETAIL-COUNT    PIC 9(07).
             07 GLJ-DEBIT-TOTAL     PIC 9(11)V99.
             07 GLJ-CREDIT-TOTAL    PIC 9(11)V99.
             07 GLJ-ACCOUNT-HASH    PIC 9(13).
             07 FILLER              PIC X(18).
