       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SHLFRECN.
       AUTHOR.        D DONG.
       INSTALLATION.  CIRCULATION SYSTEMS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      * ----------------------------------------------------------
      * 10/15/2026  DD   SHELF-SCAN INVENTORY RECONCILIATION.  INVRCRPT
      *                  PROVES THE BOOK COUNTERS AGREE WITH BOOKCOPY;
      *                  THIS JOB PROVES BOOKCOPY AGREES WITH THE
      *                  SHELVES.  THE HANDHELD-SCANNER FILE FROM A
      *                  SHELF READ (SHLFSCRC) IS SORTED INTO COPY-KEY
      *                  ORDER AND MATCHED AGAINST THE COPY FILE, AND
      *                  EVERY DISAGREEMENT IS LISTED: ON-SHELF COPIES
      *                  AT A BRANCH THAT WAS READ BUT NOT SCANNED
      *                  (MISSING), COPIES SCANNED THAT THE FILE HAS
      *                  CHECKED OUT (WITH THE OPEN LOAN'S BORROWER),
      *                  LOST, ON HOLD OR IN TRANSIT, COPIES FOUND AT
      *                  ANOTHER BRANCH OR SHELF LOCATION THAN THE FILE
      *                  SAYS, AND BARCODES WITH NO COPY RECORD.  WITH
      *                  AN 'UPDATE' CONTROL CARD A MISSING COPY IS
      *                  FLAGGED (COPY-SHELF-READ-SW) THE FIRST TIME
      *                  AND WRITTEN OFF AS LOST THE SECOND READ
      *                  RUNNING, A MIS-SHELVED COPY IS MOVED TO WHERE
      *                  IT WAS FOUND, AND EVERY CHANGE IS JOURNALED.
      *                  THE DEFAULT 'REPORT' MODE ONLY LISTS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO CARDDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT SCAN-FILE ASSIGN TO SCANDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT BOOKCOPY-FILE ASSIGN TO BCPYDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COPY-KEY
               FILE STATUS IS WS-BOOKCOPY-STATUS.

           SELECT BOOK-FILE ASSIGN TO BOOKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BOOK-ID
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT LOAN-FILE ASSIGN TO LOANDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JRNLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT SORT-WORK ASSIGN TO SORTWK01.

           SELECT REPORT-FILE ASSIGN TO RPTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-REC           PIC X(08).

       FD  SCAN-FILE
           RECORDING MODE IS F.
           COPY SHLFSCRC.

       FD  BOOKCOPY-FILE
           RECORDING MODE IS F.
           COPY COPYREC.

       FD  BOOK-FILE
           RECORDING MODE IS F.
           COPY BOOKREC.

       FD  LOAN-FILE
           RECORDING MODE IS F.
           COPY LOANREC.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY JRNLREC.

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-COPY-KEY.
               07  SORT-BOOK-ID       PIC X(08).
               07  SORT-COPY-NUMBER   PIC 9(04).
           05  SORT-BRANCH            PIC X(06).
           05  SORT-SHELF-LOC         PIC X(10).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
        77 WS-CARD-STATUS         PIC X(02).
        77 WS-SCAN-STATUS         PIC X(02).
        77 WS-BOOKCOPY-STATUS     PIC X(02).
        77 WS-BOOK-STATUS         PIC X(02).
        77 WS-LOAN-STATUS         PIC X(02).
        77 WS-JOURNAL-STATUS      PIC X(02).
        77 WS-REPORT-STATUS       PIC X(02).
        77 WS-EOF-SCAN-SW         PIC X(01)  VALUE 'N'.
           88 END-OF-SCAN-FILE               VALUE 'Y'.
        77 WS-EOF-SORT-SW         PIC X(01)  VALUE 'N'.
           88 END-OF-SORT-FILE               VALUE 'Y'.
        77 WS-EOF-COPY-SW         PIC X(01)  VALUE 'N'.
           88 END-OF-COPY-FILE               VALUE 'Y'.
        77 WS-EOF-LOAN-SW         PIC X(01)  VALUE 'N'.
           88 END-OF-LOAN-BROWSE             VALUE 'Y'.
        77 WS-RUN-MODE-SW         PIC X(01)  VALUE 'N'.
           88 UPDATE-MODE                    VALUE 'Y'.
        77 WS-COPY-MATCHED-SW     PIC X(01)  VALUE 'N'.
           88 COPY-WAS-SCANNED               VALUE 'Y'.
        77 WS-COPY-CHANGED-SW     PIC X(01)  VALUE 'N'.
           88 COPY-REC-CHANGED               VALUE 'Y'.
        77 WS-BRANCH-FOUND-SW     PIC X(01)  VALUE 'N'.
           88 BRANCH-WAS-READ                VALUE 'Y'.
        77 WS-RUN-MODE-CARD       PIC X(08)  VALUE SPACES.
        77 WS-SEARCH-BRANCH       PIC X(06)  VALUE SPACES.
        77 WS-TODAY-CHAR          PIC X(08).
        77 WS-TODAY-NUM REDEFINES WS-TODAY-CHAR
                                  PIC 9(08).
        77 WS-LAST-MATCHED-KEY    PIC X(12)  VALUE LOW-VALUES.
        77 WS-OPEN-LOAN-BORROWER  PIC X(10)  VALUE SPACES.
        77 WS-BRANCH-COUNT        PIC 9(04)  COMP VALUE ZERO.
        77 WS-SCAN-COUNT          PIC 9(06)  COMP VALUE ZERO.
        77 WS-MATCHED-COUNT       PIC 9(06)  COMP VALUE ZERO.
        77 WS-MISSING-COUNT       PIC 9(06)  COMP VALUE ZERO.
        77 WS-STATUS-EXCEPT-COUNT PIC 9(06)  COMP VALUE ZERO.
        77 WS-MISPLACED-COUNT     PIC 9(06)  COMP VALUE ZERO.
        77 WS-UNKNOWN-COUNT       PIC 9(06)  COMP VALUE ZERO.
        77 WS-DUPLICATE-COUNT     PIC 9(06)  COMP VALUE ZERO.
        77 WS-FLAGGED-COUNT       PIC 9(06)  COMP VALUE ZERO.
        77 WS-WRITTEN-OFF-COUNT   PIC 9(06)  COMP VALUE ZERO.
        77 WS-MOVED-COUNT         PIC 9(06)  COMP VALUE ZERO.
        77 WS-BRANCH-SKIPPED-COUNT PIC 9(06) COMP VALUE ZERO.
        77 WS-JRNL-DONE-SW        PIC X(01)  VALUE 'N'.
           88 JOURNAL-REC-DONE               VALUE 'Y'.
        77 WS-JRNL-DATE-CHAR      PIC X(08).
        77 WS-JRNL-DATE-NUM REDEFINES WS-JRNL-DATE-CHAR
                                  PIC 9(08).
        77 WS-LAST-JRNL-DATE      PIC 9(08)  VALUE ZERO.
        77 WS-LAST-JRNL-TIME      PIC 9(06)  VALUE ZERO.
        77 WS-LAST-JRNL-SEQ       PIC 9(04)  VALUE ZERO.
        77 WS-JRNL-COUNT          PIC 9(06)  COMP VALUE ZERO.

        01 WS-READ-BRANCH-TABLE.
           05 WS-READ-BRANCH OCCURS 50 TIMES
                             INDEXED BY BRANCH-IDX
                                  PIC X(06).

        01 WS-LOAN-START-KEY.
           05 WS-LOAN-START-BOOK-ID     PIC X(08).
           05 WS-LOAN-START-BORROWER-ID PIC X(10).

        01 WS-NOW-TIME.
           05 WS-NOW-HHMMSS       PIC 9(06).
           05 FILLER              PIC 9(02).

        01 WS-COPY-BEFORE-SAVE    PIC X(500) VALUE SPACES.
        01 WS-BOOK-BEFORE-SAVE    PIC X(500) VALUE SPACES.

        01 WS-HEADING-1.
           05 FILLER               PIC X(35) VALUE
              'SHELF-SCAN RECONCILIATION REPORT'.
           05 FILLER               PIC X(10) VALUE
              'RUN DATE: '.
           05 H1-RUN-DATE          PIC 9999/99/99.
           05 FILLER               PIC X(08) VALUE
              '  MODE: '.
           05 H1-RUN-MODE          PIC X(06).

        01 WS-HEADING-2.
           05 FILLER               PIC X(10) VALUE 'BOOK ID'.
           05 FILLER               PIC X(06) VALUE 'COPY'.
           05 FILLER               PIC X(19) VALUE 'ON FILE AT'.
           05 FILLER               PIC X(19) VALUE 'SCANNED AT'.
           05 FILLER               PIC X(26) VALUE 'EXCEPTION'.
           05 FILLER               PIC X(12) VALUE 'BORROWER'.
           05 FILLER               PIC X(10) VALUE 'ACTION'.

        01 WS-DETAIL-LINE.
           05 DL-BOOK-ID           PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-COPY-NUMBER       PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-FILE-BRANCH       PIC X(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DL-FILE-SHELF-LOC    PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-SCAN-BRANCH       PIC X(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DL-SCAN-SHELF-LOC    PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-EXCEPTION         PIC X(24).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-BORROWER-ID       PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-ACTION            PIC X(28).

        01 WS-TOTAL-LINE-1.
           05 FILLER               PIC X(30) VALUE
              'BARCODES SCANNED:'.
           05 TL-SCAN-COUNT        PIC ZZZ,ZZ9.

        01 WS-TOTAL-LINE-2.
           05 FILLER               PIC X(30) VALUE
              'COPIES MATCHED:'.
           05 TL-MATCHED-COUNT     PIC ZZZ,ZZ9.

        01 WS-TOTAL-LINE-3.
           05 FILLER               PIC X(30) VALUE
              'ON SHELF BUT NOT SCANNED:'.
           05 TL-MISSING-COUNT     PIC ZZZ,ZZ9.

        01 WS-TOTAL-LINE-4.
           05 FILLER               PIC X(30) VALUE
              'SCANNED BUT NOT ON SHELF:'.
           05 TL-STATUS-COUNT      PIC ZZZ,ZZ9.

        01 WS-TOTAL-LINE-5.
           05 FILLER               PIC X(30) VALUE
              'WRONG BRANCH OR LOCATION:'.
           05 TL-MISPLACED-COUNT   PIC ZZZ,ZZ9.

        01 WS-TOTAL-LINE-6.
           05 FILLER               PIC X(30) VALUE
              'UNKNOWN OR UNREADABLE BARCODE:'.
           05 TL-UNKNOWN-COUNT     PIC ZZZ,ZZ9.

        01 WS-TOTAL-LINE-7.
           05 FILLER               PIC X(30) VALUE
              'DUPLICATE SCANS:'.
           05 TL-DUPLICATE-COUNT   PIC ZZZ,ZZ9.

        01 WS-TOTAL-LINE-8.
           05 FILLER               PIC X(30) VALUE
              'FLAGGED MISSED (FIRST READ):'.
           05 TL-FLAGGED-COUNT     PIC ZZZ,ZZ9.

        01 WS-TOTAL-LINE-9.
           05 FILLER               PIC X(30) VALUE
              'WRITTEN OFF AS LOST:'.
           05 TL-WRITTEN-OFF-COUNT PIC ZZZ,ZZ9.

        01 WS-TOTAL-LINE-10.
           05 FILLER               PIC X(30) VALUE
              'MOVED TO SCANNED LOCATION:'.
           05 TL-MOVED-COUNT       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-RECONCILE-SHELVES THRU 2000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.
      *****************************************************************
      * 1000 - READ THE RUN-MODE CARD ('REPORT' OR 'UPDATE', DEFAULT
      *        'REPORT'), OPEN EVERY FILE AND PRINT HEADINGS.  THE
      *        BOOK AND JOURNAL FILES ARE ONLY NEEDED TO UPDATE
      *****************************************************************
       1000-INITIALIZE.

           ACCEPT WS-TODAY-CHAR FROM DATE YYYYMMDD

           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'SHLFRECN: CONTROL-CARD-FILE OPEN FAILED - '
                       'STATUS = ' WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           READ CONTROL-CARD-FILE INTO WS-RUN-MODE-CARD
               AT END MOVE 'REPORT' TO WS-RUN-MODE-CARD
           END-READ
           CLOSE CONTROL-CARD-FILE

           IF WS-RUN-MODE-CARD = 'UPDATE'
               SET UPDATE-MODE TO TRUE
               MOVE 'UPDATE' TO H1-RUN-MODE
           ELSE
               MOVE 'REPORT' TO H1-RUN-MODE
           END-IF

           IF UPDATE-MODE
               OPEN I-O BOOKCOPY-FILE
           ELSE
               OPEN INPUT BOOKCOPY-FILE
           END-IF
           IF WS-BOOKCOPY-STATUS NOT = '00'
               DISPLAY 'SHLFRECN: BOOKCOPY-FILE OPEN FAILED - STATUS = '
                       WS-BOOKCOPY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               DISPLAY 'SHLFRECN: LOAN-FILE OPEN FAILED - STATUS = '
                       WS-LOAN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF UPDATE-MODE
               OPEN I-O BOOK-FILE
               IF WS-BOOK-STATUS NOT = '00'
                   DISPLAY 'SHLFRECN: BOOK-FILE OPEN FAILED - STATUS = '
                           WS-BOOK-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF

               OPEN I-O JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = '00'
                   DISPLAY 'SHLFRECN: JOURNAL-FILE OPEN FAILED - '
                           'STATUS = ' WS-JOURNAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'SHLFRECN: REPORT-FILE OPEN FAILED - STATUS = '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-TODAY-NUM TO H1-RUN-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES.

       1000-EXIT.
           EXIT.
      *****************************************************************
      * 2000 - SORT THE SCANS INTO COPY-KEY ORDER AND MATCH THEM
      *        AGAINST THE COPY FILE
      *****************************************************************
       2000-RECONCILE-SHELVES.

           SORT SORT-WORK ON ASCENDING KEY SORT-COPY-KEY
               INPUT PROCEDURE IS 2100-RELEASE-SCANS
                     THRU 2100-EXIT
               OUTPUT PROCEDURE IS 3000-MATCH-COPIES
                     THRU 3000-EXIT.

       2000-EXIT.
           EXIT.
      *****************************************************************
      * 2100 - RELEASE EVERY READABLE SCAN AND NOTE EACH BRANCH THAT
      *        WAS READ - ONLY THOSE BRANCHES' SHELVES ARE CHECKED FOR
      *        MISSING COPIES.  A BARCODE WITH A BLANK BOOK-ID OR A
      *        NON-NUMERIC COPY NUMBER CANNOT BE MATCHED AND IS LISTED
      *        HERE
      *****************************************************************
       2100-RELEASE-SCANS.

           OPEN INPUT SCAN-FILE
           IF WS-SCAN-STATUS NOT = '00'
               DISPLAY 'SHLFRECN: SCAN-FILE OPEN FAILED - STATUS = '
                       WS-SCAN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2200-READ-SCAN THRU 2200-EXIT
           PERFORM UNTIL END-OF-SCAN-FILE
               ADD 1 TO WS-SCAN-COUNT
               IF SCAN-BOOK-ID = SPACES
                       OR SCAN-COPY-NUMBER NOT NUMERIC
                   PERFORM 2300-LIST-UNREADABLE THRU 2300-EXIT
               ELSE
                   PERFORM 2400-NOTE-READ-BRANCH THRU 2400-EXIT
                   MOVE SCAN-BOOK-ID     TO SORT-BOOK-ID
                   MOVE SCAN-COPY-NUMBER TO SORT-COPY-NUMBER
                   MOVE SCAN-BRANCH      TO SORT-BRANCH
                   MOVE SCAN-SHELF-LOC   TO SORT-SHELF-LOC
                   RELEASE SORT-REC
               END-IF
               PERFORM 2200-READ-SCAN THRU 2200-EXIT
           END-PERFORM

           CLOSE SCAN-FILE
           IF WS-SCAN-STATUS NOT = '00'
               DISPLAY 'SHLFRECN: SCAN-FILE CLOSE FAILED - STATUS = '
                       WS-SCAN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       2100-EXIT.
           EXIT.

       2200-READ-SCAN.

           READ SCAN-FILE
               AT END SET END-OF-SCAN-FILE TO TRUE
           END-READ.

       2200-EXIT.
           EXIT.

       2300-LIST-UNREADABLE.

           MOVE SPACES           TO DL-FILE-BRANCH
                                    DL-FILE-SHELF-LOC
                                    DL-BORROWER-ID
                                    DL-ACTION
           MOVE SCAN-BOOK-ID     TO DL-BOOK-ID
           MOVE ZERO             TO DL-COPY-NUMBER
           MOVE SCAN-BRANCH      TO DL-SCAN-BRANCH
           MOVE SCAN-SHELF-LOC   TO DL-SCAN-SHELF-LOC
           MOVE 'BARCODE NOT READABLE' TO DL-EXCEPTION
           PERFORM 3900-WRITE-DETAIL THRU 3900-EXIT
           ADD 1 TO WS-UNKNOWN-COUNT.

       2300-EXIT.
           EXIT.
      *****************************************************************
      * 2400 - ADD THIS SCAN'S BRANCH TO THE TABLE OF BRANCHES READ
      *        IF IT IS NOT THERE ALREADY
      *****************************************************************
       2400-NOTE-READ-BRANCH.

           MOVE SCAN-BRANCH TO WS-SEARCH-BRANCH
           PERFORM 3800-FIND-READ-BRANCH THRU 3800-EXIT
           IF NOT BRANCH-WAS-READ
               IF WS-BRANCH-COUNT < 50
                   ADD 1 TO WS-BRANCH-COUNT
                   SET BRANCH-IDX TO WS-BRANCH-COUNT
                   MOVE SCAN-BRANCH TO WS-READ-BRANCH(BRANCH-IDX)
               ELSE
                   ADD 1 TO WS-BRANCH-SKIPPED-COUNT
               END-IF
           END-IF.

       2400-EXIT.
           EXIT.
      *****************************************************************
      * 3000 - MATCH-MERGE THE SORTED SCANS AGAINST THE COPY FILE,
      *        BOTH IN COPY-KEY ORDER.  A COPY WITH NO SCAN MAY BE
      *        MISSING (3100); A SCAN WITH NO COPY IS AN UNKNOWN
      *        BARCODE (3200); A MATCH IS CHECKED FOR STATUS AND
      *        PLACEMENT (3300).  THE COPY IS ONLY READ PAST ONCE EVERY
      *        SCAN OF IT HAS BEEN SEEN
      *****************************************************************
       3000-MATCH-COPIES.

           MOVE LOW-VALUES TO COPY-KEY
           START BOOKCOPY-FILE KEY NOT < COPY-KEY
               INVALID KEY SET END-OF-COPY-FILE TO TRUE
           END-START
           IF NOT END-OF-COPY-FILE
               PERFORM 3010-READ-NEXT-COPY THRU 3010-EXIT
           END-IF
           PERFORM 3020-RETURN-SORTED THRU 3020-EXIT

           PERFORM UNTIL END-OF-SORT-FILE AND END-OF-COPY-FILE
               EVALUATE TRUE
                   WHEN END-OF-SORT-FILE
                       PERFORM 3100-CHECK-UNSCANNED-COPY THRU 3100-EXIT
                       PERFORM 3010-READ-NEXT-COPY THRU 3010-EXIT
                   WHEN END-OF-COPY-FILE
                       PERFORM 3200-LIST-UNKNOWN-BARCODE THRU 3200-EXIT
                       PERFORM 3020-RETURN-SORTED THRU 3020-EXIT
                   WHEN SORT-COPY-KEY < COPY-KEY
                       PERFORM 3200-LIST-UNKNOWN-BARCODE THRU 3200-EXIT
                       PERFORM 3020-RETURN-SORTED THRU 3020-EXIT
                   WHEN SORT-COPY-KEY > COPY-KEY
                       PERFORM 3100-CHECK-UNSCANNED-COPY THRU 3100-EXIT
                       PERFORM 3010-READ-NEXT-COPY THRU 3010-EXIT
                   WHEN OTHER
                       PERFORM 3300-CHECK-SCANNED-COPY THRU 3300-EXIT
                       PERFORM 3020-RETURN-SORTED THRU 3020-EXIT
               END-EVALUATE
           END-PERFORM.

       3000-EXIT.
           EXIT.

       3010-READ-NEXT-COPY.

           MOVE 'N' TO WS-COPY-MATCHED-SW
           READ BOOKCOPY-FILE NEXT
               AT END SET END-OF-COPY-FILE TO TRUE
           END-READ.

       3010-EXIT.
           EXIT.

       3020-RETURN-SORTED.

           RETURN SORT-WORK
               AT END SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       3020-EXIT.
           EXIT.
      *****************************************************************
      * 3100 - A COPY NO SCAN MATCHED.  ONLY AN ON-SHELF COPY AT A
      *        BRANCH THAT WAS READ IS EXPECTED ON THE SHELF, AND IS
      *        LISTED AS MISSING.  IN UPDATE MODE THE FIRST MISS FLAGS
      *        IT AND A MISS ON THE NEXT READ AS WELL WRITES IT OFF;
      *        A FLAG LEFT ON A COPY THAT HAS SINCE GONE OUT IS CLEARED
      *****************************************************************
       3100-CHECK-UNSCANNED-COPY.

           IF COPY-WAS-SCANNED
               GO TO 3100-EXIT
           END-IF

           MOVE COPY-BRANCH TO WS-SEARCH-BRANCH
           PERFORM 3800-FIND-READ-BRANCH THRU 3800-EXIT
           IF NOT BRANCH-WAS-READ
               GO TO 3100-EXIT
           END-IF

           IF NOT COPY-ON-SHELF
               IF UPDATE-MODE AND COPY-MISSED-LAST-READ
                   MOVE BOOK-COPY-REC TO WS-COPY-BEFORE-SAVE
                   MOVE SPACE TO COPY-SHELF-READ-SW
                   PERFORM 3500-REWRITE-COPY THRU 3500-EXIT
               END-IF
               GO TO 3100-EXIT
           END-IF

           ADD 1 TO WS-MISSING-COUNT
           MOVE SPACES TO DL-SCAN-BRANCH
                          DL-SCAN-SHELF-LOC
                          DL-BORROWER-ID
                          DL-ACTION
           MOVE 'NOT FOUND ON SHELF' TO DL-EXCEPTION

           EVALUATE TRUE
               WHEN NOT UPDATE-MODE
                   IF COPY-MISSED-LAST-READ
                       MOVE 'MISSED ON LAST READ TOO' TO DL-ACTION
                   END-IF
               WHEN COPY-MISSED-LAST-READ
                   PERFORM 3120-WRITE-OFF-MISSING THRU 3120-EXIT
               WHEN OTHER
                   MOVE BOOK-COPY-REC TO WS-COPY-BEFORE-SAVE
                   SET COPY-MISSED-LAST-READ TO TRUE
                   PERFORM 3500-REWRITE-COPY THRU 3500-EXIT
                   IF COPY-REC-CHANGED
                       MOVE 'FLAGGED - MISSED ONCE' TO DL-ACTION
                       ADD 1 TO WS-FLAGGED-COUNT
                   END-IF
           END-EVALUATE

           MOVE COPY-BOOK-ID   TO DL-BOOK-ID
           MOVE COPY-NUMBER    TO DL-COPY-NUMBER
           MOVE COPY-BRANCH    TO DL-FILE-BRANCH
           MOVE COPY-SHELF-LOC TO DL-FILE-SHELF-LOC
           PERFORM 3900-WRITE-DETAIL THRU 3900-EXIT.

       3100-EXIT.
           EXIT.
      *****************************************************************
      * 3120 - SECOND READ RUNNING WITHOUT THE COPY: WRITE IT OFF AS
      *        LOST.  LIKE FCLOAN'S LOST-COPY WRITE-OFF IT LEAVES
      *        BOOK-COPIES-TOTAL, AND BEING AN ON-SHELF COPY IT ALSO
      *        LEAVES BOOK-COPIES-AVAIL.  COPY AND BOOK ARE JOURNALED
      *        AS A LOST ACTION
      *****************************************************************
       3120-WRITE-OFF-MISSING.

           MOVE BOOK-COPY-REC TO WS-COPY-BEFORE-SAVE
           SET COPY-LOST TO TRUE
           MOVE SPACE TO COPY-SHELF-READ-SW

           REWRITE BOOK-COPY-REC
               INVALID KEY
                   DISPLAY 'SHLFRECN: UNABLE TO REWRITE COPY '
                           COPY-BOOK-ID '-' COPY-NUMBER
                           ' - STATUS = ' WS-BOOKCOPY-STATUS
                   MOVE 'WRITE-OFF FAILED' TO DL-ACTION
                   GO TO 3120-EXIT
           END-REWRITE
           ADD 1 TO WS-WRITTEN-OFF-COUNT
           MOVE 'MARKED LOST - MISSED TWICE' TO DL-ACTION

           SET JRNL-ACTION-LOST TO TRUE
           PERFORM 8200-JOURNAL-COPY-UPDATE THRU 8200-EXIT

           MOVE COPY-BOOK-ID TO BOOK-ID
           READ BOOK-FILE
               INVALID KEY
                   DISPLAY 'SHLFRECN: NO BOOK RECORD FOR LOST COPY '
                           COPY-BOOK-ID '-' COPY-NUMBER
                   GO TO 3120-EXIT
           END-READ

           MOVE BOOK-FILE-REC TO WS-BOOK-BEFORE-SAVE
           IF BOOK-COPIES-TOTAL > ZERO
               SUBTRACT 1 FROM BOOK-COPIES-TOTAL
           END-IF
           IF BOOK-COPIES-AVAIL > ZERO
               SUBTRACT 1 FROM BOOK-COPIES-AVAIL
           END-IF
           REWRITE BOOK-FILE-REC
               INVALID KEY
                   DISPLAY 'SHLFRECN: UNABLE TO REWRITE BOOK '
                           BOOK-ID ' - STATUS = ' WS-BOOK-STATUS
                   GO TO 3120-EXIT
           END-REWRITE

           SET JRNL-ACTION-LOST TO TRUE
           PERFORM 8300-JOURNAL-BOOK-UPDATE THRU 8300-EXIT.

       3120-EXIT.
           EXIT.
      *****************************************************************
      * 3200 - A SCANNED BARCODE WITH NO COPY RECORD ON FILE
      *****************************************************************
       3200-LIST-UNKNOWN-BARCODE.

           MOVE SPACES           TO DL-FILE-BRANCH
                                    DL-FILE-SHELF-LOC
                                    DL-BORROWER-ID
                                    DL-ACTION
           MOVE SORT-BOOK-ID     TO DL-BOOK-ID
           MOVE SORT-COPY-NUMBER TO DL-COPY-NUMBER
           MOVE SORT-BRANCH      TO DL-SCAN-BRANCH
           MOVE SORT-SHELF-LOC   TO DL-SCAN-SHELF-LOC
           MOVE 'NO COPY RECORD' TO DL-EXCEPTION
           PERFORM 3900-WRITE-DETAIL THRU 3900-EXIT
           ADD 1 TO WS-UNKNOWN-COUNT.

       3200-EXIT.
           EXIT.
      *****************************************************************
      * 3300 - A SCAN THAT MATCHED A COPY.  A SECOND SCAN OF THE SAME
      *        COPY IS ONLY LISTED.  A COPY THE FILE DOES NOT HAVE ON
      *        THE SHELF IS LISTED WITH ITS STATUS (AND THE OPEN LOAN'S
      *        BORROWER WHEN CHECKED OUT); AN ON-SHELF COPY FOUND AT
      *        ANOTHER BRANCH OR SHELF LOCATION IS LISTED AND, IN
      *        UPDATE MODE, MOVED TO WHERE IT WAS FOUND.  EITHER WAY
      *        THE COPY WAS SEEN, SO ANY MISSED FLAG IS CLEARED
      *****************************************************************
       3300-CHECK-SCANNED-COPY.

           MOVE SPACES         TO DL-BORROWER-ID
                                  DL-ACTION
           MOVE COPY-BOOK-ID   TO DL-BOOK-ID
           MOVE COPY-NUMBER    TO DL-COPY-NUMBER
           MOVE COPY-BRANCH    TO DL-FILE-BRANCH
           MOVE COPY-SHELF-LOC TO DL-FILE-SHELF-LOC
           MOVE SORT-BRANCH    TO DL-SCAN-BRANCH
           MOVE SORT-SHELF-LOC TO DL-SCAN-SHELF-LOC

           IF COPY-WAS-SCANNED AND SORT-COPY-KEY = WS-LAST-MATCHED-KEY
               MOVE 'SCANNED MORE THAN ONCE' TO DL-EXCEPTION
               PERFORM 3900-WRITE-DETAIL THRU 3900-EXIT
               ADD 1 TO WS-DUPLICATE-COUNT
               GO TO 3300-EXIT
           END-IF
           SET COPY-WAS-SCANNED TO TRUE
           MOVE SORT-COPY-KEY TO WS-LAST-MATCHED-KEY
           ADD 1 TO WS-MATCHED-COUNT

           MOVE BOOK-COPY-REC TO WS-COPY-BEFORE-SAVE
           IF COPY-MISSED-LAST-READ
               MOVE SPACE TO COPY-SHELF-READ-SW
           END-IF

           EVALUATE TRUE
               WHEN COPY-CHECKED-OUT
                   MOVE 'SCANNED BUT CHECKED OUT' TO DL-EXCEPTION
                   PERFORM 3400-FIND-OPEN-LOAN THRU 3400-EXIT
                   MOVE WS-OPEN-LOAN-BORROWER TO DL-BORROWER-ID
               WHEN COPY-LOST
                   MOVE 'SCANNED BUT MARKED LOST' TO DL-EXCEPTION
               WHEN COPY-ON-HOLD
                   MOVE 'SCANNED BUT ON HOLD' TO DL-EXCEPTION
               WHEN COPY-IN-TRANSIT
                   MOVE 'SCANNED BUT IN TRANSIT' TO DL-EXCEPTION
               WHEN COPY-BRANCH NOT = SORT-BRANCH
                   MOVE 'FOUND AT WRONG BRANCH' TO DL-EXCEPTION
                   IF UPDATE-MODE
                       MOVE SORT-BRANCH    TO COPY-BRANCH
                       MOVE SORT-SHELF-LOC TO COPY-SHELF-LOC
                   END-IF
               WHEN COPY-SHELF-LOC NOT = SORT-SHELF-LOC
                   MOVE 'FOUND AT WRONG LOCATION' TO DL-EXCEPTION
                   IF UPDATE-MODE
                       MOVE SORT-SHELF-LOC TO COPY-SHELF-LOC
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO DL-EXCEPTION
           END-EVALUATE

           IF UPDATE-MODE AND BOOK-COPY-REC NOT = WS-COPY-BEFORE-SAVE
               PERFORM 3500-REWRITE-COPY THRU 3500-EXIT
               IF COPY-REC-CHANGED
                       AND COPY-ON-SHELF
                       AND DL-EXCEPTION NOT = SPACES
                   MOVE 'MOVED TO SCANNED LOCATION' TO DL-ACTION
                   ADD 1 TO WS-MOVED-COUNT
               END-IF
           END-IF

           IF DL-EXCEPTION = SPACES
               GO TO 3300-EXIT
           END-IF
           IF COPY-ON-SHELF
               ADD 1 TO WS-MISPLACED-COUNT
           ELSE
               ADD 1 TO WS-STATUS-EXCEPT-COUNT
           END-IF
           PERFORM 3900-WRITE-DETAIL THRU 3900-EXIT.

       3300-EXIT.
           EXIT.
      *****************************************************************
      * 3400 - FIND THE OPEN LOAN OUT ON THIS COPY.  LOAN-ID IS
      *        BOOK-ID + BORROWER-ID, SO POSITIONING AT THE BOOK-ID
      *        WITH A LOW-VALUES BORROWER WALKS EXACTLY THIS BOOK'S
      *        LOANS, THE SAME WAY INVRCRPT COUNTS THEM
      *****************************************************************
       3400-FIND-OPEN-LOAN.

           MOVE SPACES TO WS-OPEN-LOAN-BORROWER
           MOVE 'N'    TO WS-EOF-LOAN-SW
           MOVE COPY-BOOK-ID TO WS-LOAN-START-BOOK-ID
           MOVE LOW-VALUES   TO WS-LOAN-START-BORROWER-ID
           MOVE WS-LOAN-START-KEY TO LOAN-ID

           START LOAN-FILE KEY NOT < LOAN-ID
               INVALID KEY SET END-OF-LOAN-BROWSE TO TRUE
           END-START
           IF NOT END-OF-LOAN-BROWSE
               PERFORM 3410-READ-NEXT-LOAN THRU 3410-EXIT
           END-IF

           PERFORM UNTIL END-OF-LOAN-BROWSE
                      OR LOAN-BOOK-ID NOT = COPY-BOOK-ID
                      OR WS-OPEN-LOAN-BORROWER NOT = SPACES
               IF LOAN-STATUS-OPEN
                       AND LOAN-COPY-NUMBER = COPY-NUMBER
                   MOVE LOAN-BORROWER-ID TO WS-OPEN-LOAN-BORROWER
               END-IF
               PERFORM 3410-READ-NEXT-LOAN THRU 3410-EXIT
           END-PERFORM

           IF WS-OPEN-LOAN-BORROWER = SPACES
               MOVE 'NONE OPEN' TO WS-OPEN-LOAN-BORROWER
           END-IF.

       3400-EXIT.
           EXIT.

       3410-READ-NEXT-LOAN.

           READ LOAN-FILE NEXT
               AT END SET END-OF-LOAN-BROWSE TO TRUE
           END-READ.

       3410-EXIT.
           EXIT.
      *****************************************************************
      * 3500 - REWRITE THE CURRENT COPY AND JOURNAL IT.  THE CALLER
      *        HAS SAVED THE BEFORE IMAGE AND CHANGED THE RECORD
      *****************************************************************
       3500-REWRITE-COPY.

           MOVE 'N' TO WS-COPY-CHANGED-SW
           REWRITE BOOK-COPY-REC
               INVALID KEY
                   DISPLAY 'SHLFRECN: UNABLE TO REWRITE COPY '
                           COPY-BOOK-ID '-' COPY-NUMBER
                           ' - STATUS = ' WS-BOOKCOPY-STATUS
                   GO TO 3500-EXIT
           END-REWRITE
           SET COPY-REC-CHANGED TO TRUE

           SET JRNL-ACTION-CHANGE TO TRUE
           PERFORM 8200-JOURNAL-COPY-UPDATE THRU 8200-EXIT.

       3500-EXIT.
           EXIT.
      *****************************************************************
      * 3800 - LINEAR-SEARCH THE TABLE OF BRANCHES READ FOR THE BRANCH
      *        IN WS-SEARCH-BRANCH
      *****************************************************************
       3800-FIND-READ-BRANCH.

           MOVE 'N' TO WS-BRANCH-FOUND-SW
           SET BRANCH-IDX TO 1
           PERFORM 3810-CHECK-BRANCH-SLOT THRU 3810-EXIT
               UNTIL BRANCH-IDX > WS-BRANCH-COUNT
                  OR BRANCH-WAS-READ.

       3800-EXIT.
           EXIT.

       3810-CHECK-BRANCH-SLOT.

           IF WS-READ-BRANCH(BRANCH-IDX) = WS-SEARCH-BRANCH
               SET BRANCH-WAS-READ TO TRUE
           ELSE
               SET BRANCH-IDX UP BY 1
           END-IF.

       3810-EXIT.
           EXIT.

       3900-WRITE-DETAIL.

           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       3900-EXIT.
           EXIT.
      *****************************************************************
      * 8200 - JOURNAL THE COPY JUST REWRITTEN.  THE CALLER HAS SET
      *        THE ACTION
      *****************************************************************
       8200-JOURNAL-COPY-UPDATE.

           MOVE SPACES TO JRNL-RECORD-KEY
                          JRNL-BOOK-ID
                          JRNL-BORROWER-ID
           MOVE COPY-KEY TO JRNL-RECORD-KEY
           MOVE COPY-BOOK-ID TO JRNL-BOOK-ID
           MOVE 'BOOKCOPY' TO JRNL-FILE-NAME
           MOVE WS-COPY-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
           MOVE BOOK-COPY-REC TO JRNL-AFTER-IMAGE
           PERFORM 8500-WRITE-JOURNAL-REC THRU 8500-EXIT.

       8200-EXIT.
           EXIT.
      *****************************************************************
      * 8300 - JOURNAL THE BOOK COUNTERS JUST REWRITTEN.  THE CALLER
      *        HAS SET THE ACTION
      *****************************************************************
       8300-JOURNAL-BOOK-UPDATE.

           MOVE SPACES TO JRNL-RECORD-KEY
                          JRNL-BOOK-ID
                          JRNL-BORROWER-ID
           MOVE BOOK-ID TO JRNL-RECORD-KEY
                           JRNL-BOOK-ID
           MOVE 'BOOK' TO JRNL-FILE-NAME
           MOVE WS-BOOK-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
           MOVE BOOK-FILE-REC TO JRNL-AFTER-IMAGE
           PERFORM 8500-WRITE-JOURNAL-REC THRU 8500-EXIT.

       8300-EXIT.
           EXIT.
      *****************************************************************
      * 8500 - APPEND ONE ROW TO THE UPDATE JOURNAL.  THE CALLER HAS
      *        SET THE ACTION, THE KEYS, THE FILE NAME AND THE IMAGES.
      *        A SAME-SECOND KEY COLLISION (ANOTHER ROW IN THIS RUN OR
      *        AN ONLINE UPDATE) IS RETRIED ON THE NEXT SEQUENCE NUMBER;
      *        ANY OTHER FAILURE IS DISPLAYED AND TOLERATED - THE
      *        RECORD HAS ALREADY BEEN REWRITTEN
      *****************************************************************
       8500-WRITE-JOURNAL-REC.

           ACCEPT WS-JRNL-DATE-CHAR FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-JRNL-DATE-NUM TO JRNL-DATE
           MOVE WS-NOW-HHMMSS    TO JRNL-TIME
           MOVE ZEROS TO JRNL-SEQ
           IF JRNL-DATE = WS-LAST-JRNL-DATE
                   AND JRNL-TIME = WS-LAST-JRNL-TIME
                   AND WS-LAST-JRNL-SEQ < 9999
               COMPUTE JRNL-SEQ = WS-LAST-JRNL-SEQ + 1
           END-IF
           MOVE 'SHLFRECN' TO JRNL-PROGRAM
           MOVE SPACES TO RESSERVE OF JOURNAL-FILE-REC

           MOVE 'N' TO WS-JRNL-DONE-SW
           PERFORM 8510-PUT-JOURNAL-REC THRU 8510-EXIT
               UNTIL JOURNAL-REC-DONE OR JRNL-SEQ > 9998

           MOVE JRNL-DATE TO WS-LAST-JRNL-DATE
           MOVE JRNL-TIME TO WS-LAST-JRNL-TIME
           MOVE JRNL-SEQ  TO WS-LAST-JRNL-SEQ.

       8500-EXIT.
           EXIT.

       8510-PUT-JOURNAL-REC.

           WRITE JOURNAL-FILE-REC
               INVALID KEY
                   IF WS-JOURNAL-STATUS = '22'
                       ADD 1 TO JRNL-SEQ
                   ELSE
                       DISPLAY 'SHLFRECN: JOURNAL WRITE FAILED - '
                               'STATUS = ' WS-JOURNAL-STATUS
                       SET JOURNAL-REC-DONE TO TRUE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-JRNL-COUNT
                   SET JOURNAL-REC-DONE TO TRUE
           END-WRITE.

       8510-EXIT.
           EXIT.
      *****************************************************************
      * 9999 - PRINT TOTALS AND CLOSE UP
      *****************************************************************
       9999-TERMINATE.

           MOVE WS-SCAN-COUNT          TO TL-SCAN-COUNT
           MOVE WS-MATCHED-COUNT       TO TL-MATCHED-COUNT
           MOVE WS-MISSING-COUNT       TO TL-MISSING-COUNT
           MOVE WS-STATUS-EXCEPT-COUNT TO TL-STATUS-COUNT
           MOVE WS-MISPLACED-COUNT     TO TL-MISPLACED-COUNT
           MOVE WS-UNKNOWN-COUNT       TO TL-UNKNOWN-COUNT
           MOVE WS-DUPLICATE-COUNT     TO TL-DUPLICATE-COUNT
           MOVE WS-FLAGGED-COUNT       TO TL-FLAGGED-COUNT
           MOVE WS-WRITTEN-OFF-COUNT   TO TL-WRITTEN-OFF-COUNT
           MOVE WS-MOVED-COUNT         TO TL-MOVED-COUNT

           WRITE REPORT-LINE FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-6
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-7
               AFTER ADVANCING 1 LINE
           IF UPDATE-MODE
               WRITE REPORT-LINE FROM WS-TOTAL-LINE-8
                   AFTER ADVANCING 1 LINE
               WRITE REPORT-LINE FROM WS-TOTAL-LINE-9
                   AFTER ADVANCING 1 LINE
               WRITE REPORT-LINE FROM WS-TOTAL-LINE-10
                   AFTER ADVANCING 1 LINE
           END-IF

           CLOSE BOOKCOPY-FILE
           IF WS-BOOKCOPY-STATUS NOT = '00'
               DISPLAY 'SHLFRECN: BOOKCOPY-FILE CLOSE FAILED - STATUS='
                       WS-BOOKCOPY-STATUS
           END-IF

           CLOSE LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               DISPLAY 'SHLFRECN: LOAN-FILE CLOSE FAILED - STATUS = '
                       WS-LOAN-STATUS
           END-IF

           IF UPDATE-MODE
               CLOSE BOOK-FILE
               IF WS-BOOK-STATUS NOT = '00'
                   DISPLAY 'SHLFRECN: BOOK-FILE CLOSE FAILED - '
                           'STATUS = ' WS-BOOK-STATUS
               END-IF

               CLOSE JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = '00'
                   DISPLAY 'SHLFRECN: JOURNAL-FILE CLOSE FAILED - '
                           'STATUS = ' WS-JOURNAL-STATUS
               END-IF
           END-IF

           CLOSE REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'SHLFRECN: REPORT-FILE CLOSE FAILED - STATUS = '
                       WS-REPORT-STATUS
           END-IF

           DISPLAY 'SHLFRECN: ' WS-SCAN-COUNT ' SCAN(S), '
                   WS-MISSING-COUNT ' MISSING, '
                   WS-STATUS-EXCEPT-COUNT ' NOT ON SHELF, '
                   WS-MISPLACED-COUNT ' MISPLACED, '
                   WS-UNKNOWN-COUNT ' UNKNOWN, '
                   WS-JRNL-COUNT ' JOURNAL ROW(S)'
           IF WS-BRANCH-SKIPPED-COUNT > ZERO
               DISPLAY 'SHLFRECN: MORE THAN 50 BRANCHES READ - '
                       WS-BRANCH-SKIPPED-COUNT ' BRANCH(ES) NOT '
                       'CHECKED FOR MISSING COPIES'
           END-IF.

       9999-EXIT.
           EXIT.
