      * HOLD-REQUEST-BORROWER-ID IS THE BORROWER TO ADD TO THE QUEUE ON
      * A HOLD-ACTION-PLACE REQUEST - IT IS NOT PART OF THE PHYSICAL
      * RECORD, WHICH CARRIES THE WHOLE QUEUE RATHER THAN ONE BORROWER.
      *
      * HOLD-REQUEST-BRANCH IS THE BORROWER'S PICKUP BRANCH ON A
      * HOLD-ACTION-PLACE REQUEST, AND THE BRANCH TAKING DELIVERY ON A
      * HOLD-ACTION-RECEIVE REQUEST, WHICH CHECKS IN THE IN-TRANSIT
      * COPY HOLD-REQUEST-COPY-NUMBER OF HOLD-BOOK-ID.
      *****************************************************************
       01 HOLD-DATA.
          03 HOLD-ACTION            PIC X(01).
             88 HOLD-ACTION-INQUIRY     VALUE SPACE 'I'.
             88 HOLD-ACTION-PLACE       VALUE 'A'.
             88 HOLD-ACTION-RECEIVE     VALUE 'R'.
          03 HOLD-RETURN-CODE       PIC X(04).
             88 HOLD-RETURN-OK          VALUE '0000'.
             88 HOLD-BOOK-NOT-FOUND     VALUE '9401'.
             88 HOLD-QUEUE-FULL         VALUE '9402'.
             88 HOLD-ALREADY-QUEUED     VALUE '9403'.
             88 HOLD-UPDATE-FAILED      VALUE '9404'.
             88 HOLD-COPY-NOT-FOUND     VALUE '9405'.
             88 HOLD-COPY-NOT-IN-TRANSIT VALUE '9406'.
             88 HOLD-WRONG-PICKUP-BRANCH VALUE '9407'.
             88 HOLD-BORROWER-NOT-FOUND VALUE '9408'.
             88 HOLD-BORROWER-NOT-ACTIVE VALUE '9409'.
             88 HOLD-BORROWER-CARD-EXPIRED VALUE '9410'.
          03 HOLD-RETURN-CODE-N REDEFINES HOLD-RETURN-CODE
                                     PIC 9(04).
          COPY HOLDREC REPLACING ==01== BY ==03==.
          03 HOLD-REQUEST-BORROWER-ID  PIC X(10).
          03 HOLD-REQUEST-BRANCH       PIC X(06).
          03 HOLD-REQUEST-COPY-NUMBER  PIC 9(04).
