      *                  DEFAULT 'REPORT' MODE ONLY LISTS EXCEPTIONS.
      *                  COPY GROUPS WITH NO BOOK RECORD AT ALL ARE
      *                  LISTED IN A FINAL ORPHAN SECTION.
      * 10/15/2026  DD   A COPY IN TRANSIT FOR A HOLD IS TALLIED WITH
      *                  THE ON-HOLD COPIES - IT IS OWNED BUT, LIKE A
      *                  HELD COPY, NOT PART OF BOOK-COPIES-AVAIL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   WHEN COPY-LOST
                       ADD 1 TO WS-LOST-COUNT
                   WHEN COPY-ON-HOLD
                   WHEN COPY-IN-TRANSIT
                       ADD 1 TO WS-ON-HOLD-COUNT
               END-EVALUATE
               PERFORM 3200-READ-NEXT-COPY THRU 3200-EXIT
