      *****************************************************************
      * COLREFRC - LAYOUT OF ONE ROW ON THE COLLECTION-AGENCY REFERRAL
      * FILE
      *
      * WRITTEN BY COLREFER, ONE ROW PER BORROWER HANDED TO THE AGENCY
      * THIS MONTH.  THE LAYOUT IS THE AGENCY'S, NOT OURS: FIXED 150
      * BYTES, EVERY AMOUNT AND DATE IN UNSIGNED DISPLAY DIGITS WITH AN
      * IMPLIED DECIMAL POINT, NO PACKED FIELDS.  REF-FINE-AMOUNT IS
      * THE BALANCE BEFORE THE REFERRAL FEE, REF-TOTAL-DUE THE BALANCE
      * AFTER IT - WHAT THE AGENCY IS TO COLLECT.  REF-CHARGE-DATE IS
      * THE DATE OF THE OLDEST CHARGE STILL UNPAID (THE DATE THE
      * BALANCE LAST ROSE FROM ZERO) AND REF-DAYS-OUTSTANDING THE OPEN
      * DAYS SINCE THEN.
      *****************************************************************
       01 REFERRAL-REC.
          05 REF-BORROWER-ID        PIC X(10).
          05 REF-BORROWER-NAME      PIC X(30).
          05 REF-BORROWER-ADDRESS   PIC X(30).
          05 REF-BORROWER-PHONE     PIC X(12).
          05 REF-REFERRAL-DATE      PIC 9(08).
          05 REF-CHARGE-DATE        PIC 9(08).
          05 REF-DAYS-OUTSTANDING   PIC 9(04).
          05 REF-FINE-AMOUNT        PIC 9(05)V99.
          05 REF-FEE-AMOUNT         PIC 9(03)V99.
          05 REF-TOTAL-DUE          PIC 9(05)V99.
          05 FILLER                 PIC X(29).
