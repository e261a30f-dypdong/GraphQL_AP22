      *
      * SHARED BY FCLOAN (VIA BORROWER) AND BY BATCH PROGRAMS THAT
      * OPEN THE BORROWER FILE DIRECTLY.
      *
      * BORROWER-STATUS IS THE STANDING OF THE ACCOUNT - ONLY AN ACTIVE
      * BORROWER WHOSE BORROWER-EXPIRY-DATE HAS NOT PASSED MAY CHECK
      * OUT, RENEW OR PLACE A HOLD.  A SUPERVISOR SETS IT THROUGH
      * FCBORR, WHICH STAMPS BORROWER-STATUS-DATE AND KEEPS THE
      * SUPERVISOR'S BORROWER-STATUS-REASON; THE MONTHLY CARD RUN
      * (BRCRDEXP) MOVES ACTIVE CARDS PAST THEIR EXPIRY DATE TO
      * EXPIRED.  THE RECORD GREW FROM 91 TO 138 BYTES WHEN THESE
      * FIELDS WERE ADDED (SEE BORWCNV).
      *
      * BORROWER-COLLECTION-SW IS SET BY THE MONTHLY COLLECTION-AGENCY
      * REFERRAL (COLREFER) SO THE DESK CAN SEE THE FINE BALANCE IS
      * WITH THE AGENCY, AND CLEARED WHEN THE BALANCE IS PAID OFF -
      * BY AN AGENCY REMITTANCE (COLREMIT) OR AT THE DESK (FCBORR).
      * IT WAS CARVED OUT OF RESSERVE, SO A RECORD WRITTEN BEFORE IT
      * EXISTED CARRIES A SPACE THERE, WHICH READS AS NOT REFERRED.
      *****************************************************************
       01 BORROWER-FILE-REC.
          05 BORROWER-ID         PIC X(10).
          05 BORROWER-ADDRESS    PIC X(30).
          05 BORROWER-PHONE      PIC X(12).
          05 BORROWER-FINE-BAL   PIC S9(5)V99 COMP-3.
          05 BORROWER-STATUS     PIC X(01).
             88 BORROWER-STATUS-ACTIVE     VALUE 'A'.
             88 BORROWER-STATUS-SUSPENDED  VALUE 'S'.
             88 BORROWER-STATUS-EXPIRED    VALUE 'E'.
             88 BORROWER-STATUS-DECEASED   VALUE 'D'.
             88 BORROWER-STATUS-CLOSED     VALUE 'C'.
             88 BORROWER-STATUS-VALID      VALUE 'A' 'S' 'E' 'D' 'C'.
          05 BORROWER-EXPIRY-DATE   PIC 9(08).
          05 BORROWER-STATUS-DATE   PIC 9(08).
          05 BORROWER-STATUS-REASON PIC X(30).
          05 BORROWER-COLLECTION-SW PIC X(01).
             88 BORROWER-IN-COLLECTIONS    VALUE 'Y'.
             88 BORROWER-NOT-IN-COLLECTIONS VALUE 'N' SPACE.
          05 RESSERVE            PIC X(04).
