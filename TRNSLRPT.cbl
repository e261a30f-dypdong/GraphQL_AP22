       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TRNSLRPT.
       AUTHOR.        D DONG.
       INSTALLATION.  CIRCULATION SYSTEMS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      * ----------------------------------------------------------
      * 10/15/2026  DD   DAILY INTER-BRANCH TRANSFER SLIPS.  A COPY
      *                  RESERVED FOR A HOLD BUT RETURNED AT A BRANCH
      *                  OTHER THAN THE BORROWER'S PICKUP BRANCH IS SET
      *                  COPY-IN-TRANSIT BY FCLOAN (OR BY HLDEXPRG WHEN
      *                  IT PASSES A HELD COPY ON), WITH COPY-BRANCH
      *                  STILL THE SENDING BRANCH.  THIS JOB LISTS EVERY
      *                  COPY IN TRANSIT, A PAGE PER SENDING BRANCH,
      *                  SORTED BY DESTINATION, SO EACH BRANCH CAN PULL
      *                  AND BAG ITS OUTGOING COPIES; THE DESTINATION
      *                  AND BORROWER COME FROM THE HOLD ENTRY THE COPY
      *                  IS TIED TO.  A COPY WHOSE BORROWER HAS SINCE
      *                  LEFT THE QUEUE IS LISTED WITH NO DESTINATION -
      *                  FCHOLD'S RECEIVE ACTION SHELVES IT (OR PASSES
      *                  IT TO THE NEXT WAITING BORROWER) WHEREVER IT IS
      *                  CHECKED IN.  COPIES STILL ON THE LIST FROM AN
      *                  EARLIER DAY SHOW HOW LONG THEY HAVE BEEN IN
      *                  TRANSIT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKCOPY-FILE ASSIGN TO BCPYDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COPY-KEY
               FILE STATUS IS WS-BOOKCOPY-STATUS.

           SELECT HOLD-FILE ASSIGN TO HOLDDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOLD-BOOK-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT BOOK-FILE ASSIGN TO BOOKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BOOK-ID
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT SORT-WORK ASSIGN TO SORTWK01.

           SELECT REPORT-FILE ASSIGN TO RPTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOKCOPY-FILE
           RECORDING MODE IS F.
           COPY COPYREC.

       FD  HOLD-FILE
           RECORDING MODE IS F.
           COPY HOLDREC.

       FD  BOOK-FILE
           RECORDING MODE IS F.
           COPY BOOKREC.

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-FROM-BRANCH       PIC X(06).
           05  SORT-TO-BRANCH         PIC X(06).
           05  SORT-BOOK-ID           PIC X(08).
           05  SORT-COPY-NUMBER       PIC 9(04).
           05  SORT-SHELF-LOC         PIC X(10).
           05  SORT-BORROWER-ID       PIC X(10).
           05  SORT-SENT-DATE         PIC 9(08).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
        77 WS-BOOKCOPY-STATUS     PIC X(02).
        77 WS-HOLD-STATUS         PIC X(02).
        77 WS-BOOK-STATUS         PIC X(02).
        77 WS-REPORT-STATUS       PIC X(02).
        77 WS-EOF-COPY-SW         PIC X(01)  VALUE 'N'.
           88 END-OF-COPY-FILE               VALUE 'Y'.
        77 WS-EOF-SORT-SW         PIC X(01)  VALUE 'N'.
           88 END-OF-SORT-FILE               VALUE 'Y'.
        77 WS-ENTRY-FOUND-SW      PIC X(01)  VALUE 'N'.
           88 HOLD-ENTRY-FOUND               VALUE 'Y'.
        77 WS-TODAY-CHAR          PIC X(08).
        77 WS-TODAY-NUM REDEFINES WS-TODAY-CHAR
                                  PIC 9(08).
        77 WS-TODAY-INT           PIC S9(08) COMP.
        77 WS-DAYS-IN-TRANSIT     PIC S9(08) COMP.
        77 WS-PRIOR-FROM-BRANCH   PIC X(06)  VALUE SPACES.
        77 WS-BRANCH-COUNT        PIC 9(06)  COMP VALUE ZERO.
        77 WS-TRANSIT-COUNT       PIC 9(06)  COMP VALUE ZERO.
        77 WS-NO-HOLD-COUNT       PIC 9(06)  COMP VALUE ZERO.
        77 WS-BRANCH-PAGES        PIC 9(06)  COMP VALUE ZERO.

        01 WS-HEADING-1.
           05 FILLER               PIC X(35) VALUE
              'INTER-BRANCH TRANSFER SLIPS'.
           05 FILLER               PIC X(10) VALUE
              'RUN DATE: '.
           05 H1-RUN-DATE          PIC 9999/99/99.

        01 WS-HEADING-2.
           05 FILLER               PIC X(16) VALUE
              'SENDING BRANCH: '.
           05 H2-FROM-BRANCH       PIC X(06).

        01 WS-HEADING-3.
           05 FILLER               PIC X(10) VALUE 'SEND TO'.
           05 FILLER               PIC X(10) VALUE 'BOOK ID'.
           05 FILLER               PIC X(06) VALUE 'COPY'.
           05 FILLER               PIC X(32) VALUE 'TITLE'.
           05 FILLER               PIC X(12) VALUE 'SHELF LOC'.
           05 FILLER               PIC X(12) VALUE 'FOR BORROWER'.
           05 FILLER               PIC X(12) VALUE 'DATE SENT'.
           05 FILLER               PIC X(06) VALUE 'DAYS'.

        01 WS-DETAIL-LINE.
           05 DL-TO-BRANCH         PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-BOOK-ID           PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-COPY-NUMBER       PIC 9(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-BOOK-NAME         PIC X(30).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-SHELF-LOC         PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-BORROWER-ID       PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-SENT-DATE         PIC 9999/99/99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-DAYS              PIC ZZZ9.

        01 WS-NO-HOLD-LINE.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(60) VALUE
              '** NO HOLD WAITING - SHELVE OR PASS ON WHEN RECEIVED **'.

        01 WS-BRANCH-TOTAL-LINE.
           05 FILLER               PIC X(26) VALUE
              'COPIES TO SEND FROM HERE: '.
           05 BT-BRANCH-COUNT      PIC ZZZ,ZZ9.

        01 WS-TOTAL-LINE.
           05 FILLER               PIC X(26) VALUE
              'TOTAL COPIES IN TRANSIT:  '.
           05 TL-TRANSIT-COUNT     PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-BUILD-SORT-FILE THRU 2000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.
      *****************************************************************
      * 1000 - GET TODAY'S DATE FOR THE HEADING AND THE DAYS COUNT
      *****************************************************************
       1000-INITIALIZE.

           ACCEPT WS-TODAY-CHAR FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).

       1000-EXIT.
           EXIT.
      *****************************************************************
      * 2000 - READ THE COPY FILE, SORT EVERY COPY IN TRANSIT ONTO THE
      *        WORK FILE BY SENDING BRANCH, DESTINATION AND BOOK
      *****************************************************************
       2000-BUILD-SORT-FILE.

           SORT SORT-WORK ON ASCENDING KEY SORT-FROM-BRANCH
                                           SORT-TO-BRANCH
                                           SORT-BOOK-ID
                                           SORT-COPY-NUMBER
               INPUT PROCEDURE IS 2100-SELECT-IN-TRANSIT
                     THRU 2100-EXIT
               OUTPUT PROCEDURE IS 3000-PRINT-REPORT
                     THRU 3000-EXIT.

       2000-EXIT.
           EXIT.

       2100-SELECT-IN-TRANSIT.

           OPEN INPUT BOOKCOPY-FILE
           IF WS-BOOKCOPY-STATUS NOT = '00'
               DISPLAY 'TRNSLRPT: BOOKCOPY-FILE OPEN FAILED - STATUS = '
                       WS-BOOKCOPY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY 'TRNSLRPT: HOLD-FILE OPEN FAILED - STATUS = '
                       WS-HOLD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2200-READ-COPY THRU 2200-EXIT
           PERFORM UNTIL END-OF-COPY-FILE
               IF COPY-IN-TRANSIT
                   PERFORM 2300-RELEASE-ONE-COPY THRU 2300-EXIT
               END-IF
               PERFORM 2200-READ-COPY THRU 2200-EXIT
           END-PERFORM

           CLOSE BOOKCOPY-FILE
           IF WS-BOOKCOPY-STATUS NOT = '00'
               DISPLAY 'TRNSLRPT: BOOKCOPY-FILE CLOSE FAILED - STATUS='
                       WS-BOOKCOPY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           CLOSE HOLD-FILE
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY 'TRNSLRPT: HOLD-FILE CLOSE FAILED - STATUS = '
                       WS-HOLD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       2100-EXIT.
           EXIT.

       2200-READ-COPY.

           READ BOOKCOPY-FILE
               AT END SET END-OF-COPY-FILE TO TRUE
           END-READ.

       2200-EXIT.
           EXIT.
      *****************************************************************
      * 2300 - LOOK UP THE HOLD ENTRY THIS COPY WAS SENT FOR - TIED TO
      *        ITS COPY NUMBER AND NOT YET ARRIVED - FOR THE
      *        DESTINATION, THE BORROWER AND THE DATE IT WAS SENT
      *****************************************************************
       2300-RELEASE-ONE-COPY.

           MOVE COPY-BRANCH     TO SORT-FROM-BRANCH
           MOVE COPY-BOOK-ID    TO SORT-BOOK-ID
           MOVE COPY-NUMBER     TO SORT-COPY-NUMBER
           MOVE COPY-SHELF-LOC  TO SORT-SHELF-LOC
           MOVE SPACES          TO SORT-TO-BRANCH
                                   SORT-BORROWER-ID
           MOVE ZEROS           TO SORT-SENT-DATE

           MOVE 'N' TO WS-ENTRY-FOUND-SW
           MOVE COPY-BOOK-ID TO HOLD-BOOK-ID
           READ HOLD-FILE
               INVALID KEY
                   MOVE ZERO TO HOLD-QUEUE-COUNT
           END-READ

           SET HOLD-QUEUE-IDX TO 1
           PERFORM 2310-CHECK-ONE-ENTRY THRU 2310-EXIT
               UNTIL HOLD-QUEUE-IDX > HOLD-QUEUE-COUNT
                  OR HOLD-ENTRY-FOUND

           IF HOLD-ENTRY-FOUND
               MOVE HOLD-PICKUP-BRANCH(HOLD-QUEUE-IDX)
                   TO SORT-TO-BRANCH
               MOVE HOLD-BORROWER-ID(HOLD-QUEUE-IDX)
                   TO SORT-BORROWER-ID
               MOVE HOLD-TRANSIT-DATE(HOLD-QUEUE-IDX)
                   TO SORT-SENT-DATE
           END-IF

           RELEASE SORT-REC.

       2300-EXIT.
           EXIT.

       2310-CHECK-ONE-ENTRY.

           IF HOLD-COPY-NUMBER(HOLD-QUEUE-IDX) = COPY-NUMBER
                   AND HOLD-ARRIVED-DATE(HOLD-QUEUE-IDX) = ZERO
               SET HOLD-ENTRY-FOUND TO TRUE
           ELSE
               SET HOLD-QUEUE-IDX UP BY 1
           END-IF.

       2310-EXIT.
           EXIT.
      *****************************************************************
      * 3000 - RETURN THE SORTED COPIES AND PRINT ONE PAGE OF SLIPS PER
      *        SENDING BRANCH
      *****************************************************************
       3000-PRINT-REPORT.

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'TRNSLRPT: REPORT-FILE OPEN FAILED - STATUS = '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT  BOOK-FILE
           IF WS-BOOK-STATUS NOT = '00'
               DISPLAY 'TRNSLRPT: BOOK-FILE OPEN FAILED - STATUS = '
                       WS-BOOK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-TODAY-NUM TO H1-RUN-DATE

           PERFORM 3100-RETURN-SORT THRU 3100-EXIT
           IF END-OF-SORT-FILE
               WRITE REPORT-LINE FROM WS-HEADING-1
                   AFTER ADVANCING PAGE
           END-IF
           PERFORM UNTIL END-OF-SORT-FILE
               IF SORT-FROM-BRANCH NOT = WS-PRIOR-FROM-BRANCH
                       OR WS-BRANCH-PAGES = ZERO
                   PERFORM 3300-START-BRANCH-PAGE THRU 3300-EXIT
               END-IF
               PERFORM 3200-WRITE-DETAIL THRU 3200-EXIT
               PERFORM 3100-RETURN-SORT THRU 3100-EXIT
           END-PERFORM

           IF WS-BRANCH-PAGES > ZERO
               PERFORM 3400-END-BRANCH-PAGE THRU 3400-EXIT
           END-IF

           MOVE WS-TRANSIT-COUNT TO TL-TRANSIT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           CLOSE REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'TRNSLRPT: REPORT-FILE CLOSE FAILED - STATUS = '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           CLOSE BOOK-FILE
           IF WS-BOOK-STATUS NOT = '00'
               DISPLAY 'TRNSLRPT: BOOK-FILE CLOSE FAILED - STATUS = '
                       WS-BOOK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       3000-EXIT.
           EXIT.

       3100-RETURN-SORT.

           RETURN SORT-WORK
               AT END SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       3100-EXIT.
           EXIT.
      *****************************************************************
      * 3200 - ONE TRANSFER SLIP LINE.  A COPY WITH NO HOLD ENTRY LEFT
      *        TO GO TO IS FLAGGED ON THE LINE BELOW IT
      *****************************************************************
       3200-WRITE-DETAIL.

           MOVE SORT-TO-BRANCH   TO DL-TO-BRANCH
           MOVE SORT-BOOK-ID     TO DL-BOOK-ID
           MOVE SORT-COPY-NUMBER TO DL-COPY-NUMBER
           MOVE SORT-SHELF-LOC   TO DL-SHELF-LOC
           MOVE SORT-BORROWER-ID TO DL-BORROWER-ID
           MOVE SORT-SENT-DATE   TO DL-SENT-DATE
           IF SORT-TO-BRANCH = SPACES
               MOVE '*NONE*' TO DL-TO-BRANCH
           END-IF

           MOVE ZERO TO WS-DAYS-IN-TRANSIT
           IF SORT-SENT-DATE > 19000101
               COMPUTE WS-DAYS-IN-TRANSIT = WS-TODAY-INT
                     - FUNCTION INTEGER-OF-DATE(SORT-SENT-DATE)
           END-IF
           MOVE WS-DAYS-IN-TRANSIT TO DL-DAYS

           MOVE SORT-BOOK-ID TO BOOK-ID
           READ BOOK-FILE
               INVALID KEY
                   MOVE 'BOOK NOT ON FILE' TO DL-BOOK-NAME
               NOT INVALID KEY
                   MOVE BOOK-NAME TO DL-BOOK-NAME
           END-READ

           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           IF SORT-TO-BRANCH = SPACES
               WRITE REPORT-LINE FROM WS-NO-HOLD-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-NO-HOLD-COUNT
           END-IF
           ADD 1 TO WS-BRANCH-COUNT
           ADD 1 TO WS-TRANSIT-COUNT.

       3200-EXIT.
           EXIT.
      *****************************************************************
      * 3300 - CLOSE OFF THE PREVIOUS SENDING BRANCH (IF ANY) AND START
      *        A NEW PAGE FOR THIS ONE
      *****************************************************************
       3300-START-BRANCH-PAGE.

           IF WS-BRANCH-PAGES > ZERO
               PERFORM 3400-END-BRANCH-PAGE THRU 3400-EXIT
           END-IF

           MOVE SORT-FROM-BRANCH TO WS-PRIOR-FROM-BRANCH
                                    H2-FROM-BRANCH
           MOVE ZERO TO WS-BRANCH-COUNT
           ADD 1 TO WS-BRANCH-PAGES

           WRITE REPORT-LINE FROM WS-HEADING-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-HEADING-3
               AFTER ADVANCING 2 LINES.

       3300-EXIT.
           EXIT.

       3400-END-BRANCH-PAGE.

           MOVE WS-BRANCH-COUNT TO BT-BRANCH-COUNT
           WRITE REPORT-LINE FROM WS-BRANCH-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       3400-EXIT.
           EXIT.
      *****************************************************************
      * 9999 - HOUSEKEEPING
      *****************************************************************
       9999-TERMINATE.

           DISPLAY 'TRNSLRPT: ' WS-TRANSIT-COUNT ' COPY(IES) IN '
                   'TRANSIT FROM ' WS-BRANCH-PAGES ' BRANCH(ES), '
                   WS-NO-HOLD-COUNT ' WITH NO HOLD WAITING'.

       9999-EXIT.
           EXIT.
