      * FINLREC - PHYSICAL RECORD LAYOUT OF THE FINE LEDGER FILE
      *
      * ONE ROW PER MOVEMENT OF A BORROWER'S FINE BALANCE: AN OVERDUE
      * FINE OR LOST-COPY REPLACEMENT BILL POSTED BY FCLOAN, A
      * PAYMENT POSTED BY FCBORR (OR BY COLREMIT FOR A
      * COLLECTION-AGENCY REMITTANCE), OR THE AGENCY REFERRAL FEE
      * COLREFER ADDS WHEN IT HANDS A BALANCE TO THE AGENCY.
      * BORROWER-FINE-BAL ON BORWREC STAYS THE SINGLE BALANCE OF
      * RECORD - THIS FILE ITEMIZES HOW IT GOT THERE, SO A DISPUTED
      * CHARGE CAN BE TRACED TO ITS LOAN AND DATE.  LEDG-AMOUNT IS
      * ALWAYS POSITIVE; LEDG-TYPE SAYS WHETHER IT WAS ADDED TO OR
      * TAKEN OFF THE BALANCE, AND LEDG-RUNNING-BAL CARRIES THE
      * BALANCE AS OF THIS ROW.  LEDG-BOOK-ID IS THE
      * ORIGINATING TITLE WHERE THERE IS ONE (BLANK ON PAYMENTS).
      * LEDG-BRANCH IS THE BRANCH THE MONEY BELONGS TO FOR THE NIGHTLY
      * GENERAL-LEDGER INTERFACE (FNGLIFC): THE COPY'S BRANCH ON A FINE
      * OR REPLACEMENT BILL, THE TAKING DESK'S BRANCH ON A PAYMENT.
      * ROWS WRITTEN BEFORE THE FIELD EXISTED CARRY SPACES AND ARE
      * POSTED TO THE INTERFACE'S DEFAULT BRANCH.
      *
      * LEDG-SEQ ONLY EXISTS TO KEEP THE KEY UNIQUE WHEN TWO ROWS FOR
      * ONE BORROWER LAND IN THE SAME SECOND - THE WRITER RETRIES WITH
             88 LEDG-TYPE-OVERDUE-FINE  VALUE 'F'.
             88 LEDG-TYPE-REPLACEMENT   VALUE 'R'.
             88 LEDG-TYPE-PAYMENT       VALUE 'P'.
             88 LEDG-TYPE-COLLECTION-FEE VALUE 'C'.
          05 LEDG-AMOUNT            PIC S9(5)V99 COMP-3.
          05 LEDG-BOOK-ID           PIC X(08).
          05 LEDG-RUNNING-BAL       PIC S9(5)V99 COMP-3.
          05 LEDG-BRANCH            PIC X(06).
          05 RESSERVE               PIC X(03).
