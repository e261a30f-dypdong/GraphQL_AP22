      *****************************************************************
      * COLREMRC - LAYOUT OF ONE ROW ON THE COLLECTION-AGENCY
      * REMITTANCE FILE
      *
      * SENT BY THE AGENCY, ONE ROW PER PAYMENT IT HAS COLLECTED ON A
      * BORROWER WE REFERRED (SEE COLREFRC), AND POSTED BY COLREMIT.
      * FIXED 80 BYTES IN THE AGENCY'S LAYOUT: REM-AMOUNT IS UNSIGNED
      * DISPLAY DIGITS WITH AN IMPLIED DECIMAL POINT, REM-PAYMENT-DATE
      * THE DATE THE AGENCY TOOK THE MONEY AND REM-AGENCY-REF THE
      * AGENCY'S OWN RECEIPT NUMBER, PRINTED ON THE EXCEPTION REPORT SO
      * A REJECTED PAYMENT CAN BE QUERIED WITH THEM.
      *****************************************************************
       01 REMITTANCE-REC.
          05 REM-BORROWER-ID        PIC X(10).
          05 REM-PAYMENT-DATE       PIC 9(08).
          05 REM-AMOUNT             PIC 9(05)V99.
          05 REM-AGENCY-REF         PIC X(12).
          05 FILLER                 PIC X(43).
