      * THE CONTAINER ONLY - THEY ARE NOT PART OF THE PHYSICAL LOAN
      * FILE RECORD.  LOAN-FILE-REC IS THE PART READ FROM / WRITTEN TO
      * THE LOAN FILE (SEE LOANREC).
      *
      * LOAN-RETURN-BRANCH IS THE BRANCH WHOSE DESK TOOK A RETURN (BLANK
      * = THE COPY'S OWN COPY-BRANCH).  A COPY RESERVED FOR A HOLD WHOSE
      * PICKUP BRANCH IS ELSEWHERE IS SENT IN TRANSIT FROM THERE.
      *****************************************************************
       01 LOAN-DATA.
          03 LOAN-ACTION            PIC X(01).
             88 LOAN-NOT-OPEN           VALUE '9009'.
             88 LOAN-MAX-RENEWALS       VALUE '9010'.
             88 LOAN-FINE-BAL-TOO-HIGH  VALUE '9011'.
             88 LOAN-BORROWER-NOT-ACTIVE VALUE '9012'.
             88 LOAN-BORROWER-CARD-EXPIRED VALUE '9013'.
          03 LOAN-RETURN-CODE-N REDEFINES LOAN-RETURN-CODE
                                     PIC 9(04).
          COPY LOANREC REPLACING ==01== BY ==03==.
          03 LOAN-RETURN-BRANCH     PIC X(06).
