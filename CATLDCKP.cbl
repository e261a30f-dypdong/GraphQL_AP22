      *                  INSTEAD OF LEAVING AVAIL = TOTAL.  OLD-FORMAT
      *                  EXTRACTS WITH NO 'C' ROWS KEEP THE AVAIL =
      *                  TOTAL BEHAVIOR.
      * 10/15/2026  DD   BORROWER ROWS NOW RELOAD THE CARD STATUS,
      *                  EXPIRY DATE, STATUS DATE AND STATUS REASON
      *                  (EXTRACT RECORD WIDENED TO 144 BYTES).
      * 10/15/2026  DD   BORROWER ROWS RELOAD THE COLLECTION-AGENCY
      *                  FLAG.
      * 10/15/2026  DD   COPY ROWS RELOAD THE MISSED-ON-LAST-SHELF-READ
      *                  FLAG.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           MOVE EXT-COPY-BRANCH       TO COPY-BRANCH
           MOVE EXT-COPY-SHELF-LOC    TO COPY-SHELF-LOC
           MOVE EXT-COPY-STATUS       TO COPY-STATUS
           MOVE EXT-COPY-SHELF-READ-SW TO COPY-SHELF-READ-SW

           WRITE BOOK-COPY-REC
               INVALID KEY
           MOVE EXT-BORROWER-ADDRESS  TO BORROWER-ADDRESS
           MOVE EXT-BORROWER-PHONE    TO BORROWER-PHONE
           MOVE EXT-BORROWER-FINE-BAL TO BORROWER-FINE-BAL
           MOVE EXT-BORROWER-STATUS   TO BORROWER-STATUS
           MOVE EXT-BORROWER-EXPIRY-DATE TO BORROWER-EXPIRY-DATE
           MOVE EXT-BORROWER-STATUS-DATE TO BORROWER-STATUS-DATE
           MOVE EXT-BORROWER-STATUS-REASON
                                      TO BORROWER-STATUS-REASON
           MOVE EXT-BORROWER-COLLECTION-SW
                                      TO BORROWER-COLLECTION-SW

           WRITE BORROWER-FILE-REC
               INVALID KEY
