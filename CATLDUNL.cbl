      *                  OUT IN THE SHARED EXTRREC FORMAT CATLDCKP
      *                  RELOADS, ONE 'B'/'A'/'C'/'W' ROW PER SOURCE
      *                  RECORD.
      * 10/15/2026  DD   BORROWER ROWS CARRY THE CARD STATUS, EXPIRY
      *                  DATE, STATUS DATE AND STATUS REASON (EXTRACT
      *                  RECORD WIDENED TO 144 BYTES).
      * 10/15/2026  DD   BORROWER ROWS CARRY THE COLLECTION-AGENCY FLAG.
      * 10/15/2026  DD   COPY ROWS CARRY THE MISSED-ON-LAST-SHELF-READ
      *                  FLAG.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               MOVE COPY-BRANCH       TO EXT-COPY-BRANCH
               MOVE COPY-SHELF-LOC    TO EXT-COPY-SHELF-LOC
               MOVE COPY-STATUS       TO EXT-COPY-STATUS
               MOVE COPY-SHELF-READ-SW TO EXT-COPY-SHELF-READ-SW
               WRITE EXTRACT-REC
               ADD 1 TO WS-COPY-COUNT
               PERFORM 4100-READ-COPY THRU 4100-EXIT
               MOVE BORROWER-ADDRESS   TO EXT-BORROWER-ADDRESS
               MOVE BORROWER-PHONE     TO EXT-BORROWER-PHONE
               MOVE BORROWER-FINE-BAL  TO EXT-BORROWER-FINE-BAL
               MOVE BORROWER-STATUS    TO EXT-BORROWER-STATUS
               MOVE BORROWER-EXPIRY-DATE
                                       TO EXT-BORROWER-EXPIRY-DATE
               MOVE BORROWER-STATUS-DATE
                                       TO EXT-BORROWER-STATUS-DATE
               MOVE BORROWER-STATUS-REASON
                                       TO EXT-BORROWER-STATUS-REASON
               MOVE BORROWER-COLLECTION-SW
                                       TO EXT-BORROWER-COLLECTION-SW
               WRITE EXTRACT-REC
               ADD 1 TO WS-BORROWER-COUNT
               PERFORM 5100-READ-BORROWER THRU 5100-EXIT
