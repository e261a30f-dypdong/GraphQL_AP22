      *                  COUNTS PER BRANCH IN A WORKING-STORAGE TABLE
      *                  AS THE FILE IS READ, THEN LISTS ONE LINE PER
      *                  BRANCH.
      * 10/15/2026  DD   A COPY IN TRANSIT TO ANOTHER BRANCH'S HOLD
      *                  SHELF IS COUNTED AS ON HOLD AT THE BRANCH THAT
      *                  SENT IT UNTIL IT IS RECEIVED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   WHEN COPY-LOST
                       ADD 1 TO BR-LOST-COUNT(BR-IDX)
                   WHEN COPY-ON-HOLD
                   WHEN COPY-IN-TRANSIT
                       ADD 1 TO BR-ON-HOLD-COUNT(BR-IDX)
               END-EVALUATE
           END-IF.
