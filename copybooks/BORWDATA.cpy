      * BORROWER-PAYMENT-AMOUNT IS ONLY MEANINGFUL ON A
      * BORROWER-ACTION-PAYMENT REQUEST - IT IS THE AMOUNT TO SUBTRACT
      * FROM BORROWER-FINE-BAL, NOT PART OF THE PHYSICAL RECORD.
      * BORROWER-PAYMENT-BRANCH IS THE BRANCH WHOSE DESK TOOK THE
      * PAYMENT; IT IS CARRIED ONTO THE FINE LEDGER ROW SO THE CASH IS
      * CREDITED TO THAT BRANCH IN THE GENERAL LEDGER.
      *
      * A BORROWER-ACTION-STATUS REQUEST SETS BORROWER-STATUS FROM THE
      * INBOUND RECORD, WITH THE SUPERVISOR'S BORROWER-STATUS-REASON
      * (REQUIRED).  A NON-ZERO BORROWER-EXPIRY-DATE ON THE SAME
      * REQUEST RESETS THE CARD'S EXPIRY DATE; REACTIVATING A CARD
      * WHOSE EXPIRY DATE HAS ALREADY PASSED WITHOUT GIVING ONE RENEWS
      * IT FOR A FULL CARD TERM FROM TODAY.
      *****************************************************************
       01 BORROWER-DATA.
          03 BORROWER-ACTION            PIC X(01).
             88 BORROWER-ACTION-ADD         VALUE 'A'.
             88 BORROWER-ACTION-CHANGE      VALUE 'C'.
             88 BORROWER-ACTION-PAYMENT     VALUE 'P'.
             88 BORROWER-ACTION-STATUS      VALUE 'S'.
          03 BORROWER-RETURN-CODE       PIC X(04).
             88 BORROWER-RETURN-OK          VALUE '0000'.
             88 BORROWER-NOT-FOUND          VALUE '9201'.
             88 BORROWER-PAYMENT-EXCEEDS-BAL VALUE '9203'.
             88 BORROWER-UPDATE-FAILED      VALUE '9204'.
             88 BORROWER-PAYMENT-NOT-POSITIVE VALUE '9205'.
             88 BORROWER-STATUS-INVALID     VALUE '9206'.
             88 BORROWER-REASON-REQUIRED    VALUE '9207'.
             88 BORROWER-EXPIRY-INVALID     VALUE '9208'.
          03 BORROWER-RETURN-CODE-N REDEFINES BORROWER-RETURN-CODE
                                     PIC 9(04).
          COPY BORWREC REPLACING ==01== BY ==03==.
          03 BORROWER-PAYMENT-AMOUNT    PIC S9(5)V99 COMP-3.
          03 BORROWER-PAYMENT-BRANCH    PIC X(06).
