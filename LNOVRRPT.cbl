      * 08/08/2026  DD   NIGHTLY OVERDUE LOAN REPORT, SORTED BY
      *                  BORROWER, DRIVEN OFF THE LOAN FILE FCLOAN
      *                  MAINTAINS.
      * 10/15/2026  DD   DAYS LATE NOW COUNTS ONLY DAYS THE LOANED
      *                  COPY'S BRANCH WAS OPEN (CALENDAR FILE, SEE
      *                  CALNDREC), THE SAME WAY FCLOAN FINES A LATE
      *                  RETURN.  A LOAN PAST DUE ONLY BY CLOSED DAYS
      *                  IS NOT YET OVERDUE AND IS LEFT OFF.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS BORROWER-ID
               FILE STATUS IS WS-BORROWER-STATUS.

           SELECT BOOKCOPY-FILE ASSIGN TO BCPYDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COPY-KEY
               FILE STATUS IS WS-BOOKCOPY-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO CALNDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT SORT-WORK ASSIGN TO SORTWK01.

           SELECT REPORT-FILE ASSIGN TO RPTDD
           RECORDING MODE IS F.
           COPY BORWREC.

       FD  BOOKCOPY-FILE
           RECORDING MODE IS F.
           COPY COPYREC.

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALNDREC.

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-BORROWER-ID       PIC X(10).
           05  SORT-BOOK-ID           PIC X(08).
           05  SORT-CHECKOUT-DATE     PIC 9(08).
           05  SORT-DUE-DATE          PIC 9(08).
           05  SORT-DAYS-LATE         PIC S9(08) COMP.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       WORKING-STORAGE SECTION.
        77 WS-LOAN-STATUS         PIC X(02).
        77 WS-BORROWER-STATUS     PIC X(02).
        77 WS-BOOKCOPY-STATUS     PIC X(02).
        77 WS-CALENDAR-STATUS     PIC X(02).
        77 WS-REPORT-STATUS       PIC X(02).
        77 WS-EOF-LOAN-SW         PIC X(01)  VALUE 'N'.
           88 END-OF-LOAN-FILE               VALUE 'Y'.
        77 WS-DUE-DATE-INT        PIC S9(08) COMP.
        77 WS-DAYS-OVERDUE        PIC S9(08) COMP.
        77 WS-OVERDUE-COUNT       PIC 9(06)  COMP VALUE ZERO.
        77 WS-CAL-DAY-INT         PIC S9(08) COMP.
        77 WS-CAL-BRANCH          PIC X(06)  VALUE SPACES.
        77 WS-CLOSED-DAY-SW       PIC X(01)  VALUE 'N'.
           88 LIBRARY-CLOSED-DAY             VALUE 'Y'.

        01 WS-HEADING-1.
           05 FILLER               PIC X(35) VALUE
           EXIT.
      *****************************************************************
      * 2000 - READ THE LOAN FILE, SORT ANY OPEN/PAST-DUE LOAN ONTO
      *        THE WORK FILE, KEYED BY BORROWER.  DAYS LATE ARE THE
      *        OPEN DAYS AT THE COPY'S BRANCH SINCE THE DUE DATE, SO
      *        A LOAN ONLY PAST DUE BY CLOSED DAYS IS NOT SELECTED
      *****************************************************************
       2000-BUILD-SORT-FILE.

               GOBACK
           END-IF

           OPEN INPUT BOOKCOPY-FILE
           IF WS-BOOKCOPY-STATUS NOT = '00'
               DISPLAY 'LNOVRRPT: BOOKCOPY-FILE OPEN FAILED - STATUS = '
                       WS-BOOKCOPY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'LNOVRRPT: CALENDAR-FILE OPEN FAILED - STATUS = '
                       WS-CALENDAR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2200-READ-LOAN THRU 2200-EXIT
           PERFORM UNTIL END-OF-LOAN-FILE
               IF LOAN-STATUS-OPEN
                   COMPUTE WS-DUE-DATE-INT =
                           FUNCTION INTEGER-OF-DATE(DUE-DATE)
                   MOVE ZERO TO WS-DAYS-OVERDUE
                   IF WS-DUE-DATE-INT < WS-TODAY-INT
                       PERFORM 2300-COUNT-OPEN-DAYS-LATE
                               THRU 2300-EXIT
                   END-IF
                   IF WS-DAYS-OVERDUE > ZERO
                       MOVE LOAN-BORROWER-ID TO SORT-BORROWER-ID
                       MOVE LOAN-BOOK-ID     TO SORT-BOOK-ID
                       MOVE CHECKOUT-DATE    TO SORT-CHECKOUT-DATE
                       MOVE DUE-DATE         TO SORT-DUE-DATE
                       MOVE WS-DAYS-OVERDUE  TO SORT-DAYS-LATE
                       RELEASE SORT-REC
                   END-IF
               END-IF
                       WS-LOAN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           CLOSE BOOKCOPY-FILE
           IF WS-BOOKCOPY-STATUS NOT = '00'
               DISPLAY 'LNOVRRPT: BOOKCOPY-FILE CLOSE FAILED - STATUS='
                       WS-BOOKCOPY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           CLOSE CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'LNOVRRPT: CALENDAR-FILE CLOSE FAILED - STATUS='
                       WS-CALENDAR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       2100-EXIT.
       2200-EXIT.
           EXIT.
      *****************************************************************
      * 2300 - COUNT THE DAYS AFTER DUE-DATE, UP TO AND INCLUDING
      *        TODAY, THAT THE LOANED COPY'S BRANCH WAS OPEN.  A COPY
      *        NOT ON FILE IS COUNTED AGAINST SYSTEM-WIDE CLOSED DAYS
      *        ONLY
      *****************************************************************
       2300-COUNT-OPEN-DAYS-LATE.

           MOVE SPACES TO WS-CAL-BRANCH
           MOVE LOAN-BOOK-ID     TO COPY-BOOK-ID
           MOVE LOAN-COPY-NUMBER TO COPY-NUMBER
           READ BOOKCOPY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE COPY-BRANCH TO WS-CAL-BRANCH
           END-READ

           MOVE ZERO TO WS-DAYS-OVERDUE
           MOVE WS-DUE-DATE-INT TO WS-CAL-DAY-INT
           PERFORM 2310-TALLY-OPEN-DAY THRU 2310-EXIT
               UNTIL WS-CAL-DAY-INT NOT < WS-TODAY-INT.

       2300-EXIT.
           EXIT.

       2310-TALLY-OPEN-DAY.

           ADD 1 TO WS-CAL-DAY-INT
           PERFORM 2320-TEST-CLOSED-DAY THRU 2320-EXIT
           IF NOT LIBRARY-CLOSED-DAY
               ADD 1 TO WS-DAYS-OVERDUE
           END-IF.

       2310-EXIT.
           EXIT.
      *****************************************************************
      * 2320 - IS WS-CAL-DAY-INT CLOSED SYSTEM-WIDE ('*ALL') OR AT
      *        WS-CAL-BRANCH?
      *****************************************************************
       2320-TEST-CLOSED-DAY.

           MOVE 'N' TO WS-CLOSED-DAY-SW
           MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-INT)
               TO CAL-CLOSED-DATE
           MOVE '*ALL' TO CAL-BRANCH
           READ CALENDAR-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET LIBRARY-CLOSED-DAY TO TRUE
           END-READ

           IF NOT LIBRARY-CLOSED-DAY AND WS-CAL-BRANCH NOT = SPACES
               MOVE WS-CAL-BRANCH TO CAL-BRANCH
               READ CALENDAR-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET LIBRARY-CLOSED-DAY TO TRUE
               END-READ
           END-IF.

       2320-EXIT.
           EXIT.
      *****************************************************************
      * 3000 - RETURN THE SORTED OVERDUE LOANS AND PRINT THE REPORT
      *****************************************************************
       3000-PRINT-REPORT.
                   MOVE BORROWER-NAME TO DL-BORROWER-NAME
           END-READ

           MOVE SORT-DAYS-LATE   TO DL-DAYS-LATE

           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
