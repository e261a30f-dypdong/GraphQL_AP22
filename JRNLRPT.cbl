      *                  PRINTED UNDER EACH DETAIL LINE AS WELL.
      *                  THE SUMMARY COUNTS ALWAYS COVER THE WHOLE
      *                  DATE, FILTERED OR NOT.
      * 10/15/2026  DD   BEFORE/AFTER IMAGES WIDENED TO 500 BYTES (SEE
      *                  JRNLCNV) - EACH IS NOW PRINTED IN 100-BYTE
      *                  SLICES, STOPPING AT THE LAST NON-BLANK SLICE SO
      *                  SHORT RECORDS STILL TAKE TWO LINES OR FEWER.
      *                  FCHOLD'S IN-TRANSIT COPY RECEIPTS ARE LABELLED
      *                  'RECEIV'.
      * 10/15/2026  DD   DETAIL LINE CARRIES THE FILE EACH ROW UPDATED
      *                  (JRNL-FILE-NAME), NOW THAT ONE LOAN ACTION
      *                  JOURNALS A ROW PER RECORD IT TOUCHES.  BLANK
      *                  ON ROWS WRITTEN BEFORE THE FIELD EXISTED.
      * 10/15/2026  DD   FCBORR'S BORROWER STATUS CHANGES AND THE
      *                  MONTHLY CARD EXPIRY RUN ARE LABELLED 'STATUS'.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
        77 WS-ROWS-READ           PIC 9(08)  COMP VALUE ZERO.
        77 WS-ROWS-REPORTED       PIC 9(08)  COMP VALUE ZERO.
        77 WS-DETAIL-COUNT        PIC 9(08)  COMP VALUE ZERO.
        77 WS-PART-SUB            PIC S9(04) COMP VALUE ZERO.
        77 WS-LAST-PART           PIC S9(04) COMP VALUE ZERO.

        01 WS-FILTER-CARD.
           05 CARD-REPORT-DATE    PIC X(08).
           05 FILLER               PIC X(08) VALUE 'TIME'.
           05 FILLER               PIC X(10) VALUE 'PROGRAM'.
           05 FILLER               PIC X(08) VALUE 'ACTION'.
           05 FILLER               PIC X(10) VALUE 'FILE'.
           05 FILLER               PIC X(10) VALUE 'BOOK ID'.
           05 FILLER               PIC X(12) VALUE 'BORROWER'.
           05 FILLER               PIC X(22) VALUE 'RECORD KEY'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-ACTION            PIC X(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-FILE-NAME         PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-BOOK-ID           PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-BORROWER-ID       PIC X(10).
           05 IL-IMAGE             PIC X(100).

        01 WS-IMAGE-SPLIT.
           05 WS-IMAGE-PART        PIC X(100) OCCURS 5 TIMES.

        01 WS-SUMMARY-HEADING.
           05 FILLER               PIC X(40) VALUE
           MOVE JRNL-TIME        TO DL-TIME
           MOVE JRNL-PROGRAM     TO DL-PROGRAM
           PERFORM 4100-FORMAT-ACTION THRU 4100-EXIT
           MOVE JRNL-FILE-NAME   TO DL-FILE-NAME
           MOVE JRNL-BOOK-ID     TO DL-BOOK-ID
           MOVE JRNL-BORROWER-ID TO DL-BORROWER-ID
           MOVE JRNL-RECORD-KEY  TO DL-RECORD-KEY
               WHEN JRNL-ACTION-LOST       MOVE 'LOST  ' TO DL-ACTION
               WHEN JRNL-ACTION-HOLD-PLACE MOVE 'HOLD  ' TO DL-ACTION
               WHEN JRNL-ACTION-DELETE     MOVE 'DELETE' TO DL-ACTION
               WHEN JRNL-ACTION-RECEIVE    MOVE 'RECEIV' TO DL-ACTION
               WHEN JRNL-ACTION-STATUS     MOVE 'STATUS' TO DL-ACTION
               WHEN OTHER                  MOVE JRNL-ACTION
                                             TO DL-ACTION
           END-EVALUATE.
       4100-EXIT.
           EXIT.
      *****************************************************************
      * 4300 - THE X(500) IMAGES OVERFLOW ONE 132-BYTE REPORT LINE, SO
      *        EACH IS PRINTED IN 100-BYTE SLICES: THE LABELLED FIRST
      *        SLICE, THEN UNLABELLED SLICES UP TO THE LAST ONE THAT
      *        IS NOT BLANK.  THE FIRST TWO SLICES ARE ALWAYS PRINTED,
      *        AS THEY WERE WHEN THE IMAGES WERE 200 BYTES
      *****************************************************************
       4300-PRINT-IMAGE.

           MOVE 5 TO WS-LAST-PART
           PERFORM 4310-TRIM-BLANK-PART THRU 4310-EXIT
               UNTIL WS-LAST-PART NOT > 2
                  OR WS-IMAGE-PART(WS-LAST-PART) NOT = SPACES

           MOVE 1 TO WS-PART-SUB
           PERFORM 4320-PRINT-ONE-PART THRU 4320-EXIT
               UNTIL WS-PART-SUB > WS-LAST-PART.

       4300-EXIT.
           EXIT.

       4310-TRIM-BLANK-PART.

           SUBTRACT 1 FROM WS-LAST-PART.

       4310-EXIT.
           EXIT.

       4320-PRINT-ONE-PART.

           MOVE WS-IMAGE-PART(WS-PART-SUB) TO IL-IMAGE
           WRITE REPORT-LINE FROM WS-IMAGE-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO IL-LABEL
           ADD 1 TO WS-PART-SUB.

       4320-EXIT.
           EXIT.
      *****************************************************************
      * 8000 - PRINT THE PROGRAM/ACTION COUNTS FOR THE DATE
