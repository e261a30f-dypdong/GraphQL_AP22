      *                  (AGED FROM DUE-DATE) AND LOST WRITE-OFFS
      *                  (AGED FROM RETURN-DATE, THE BILLING DATE)
      *                  INSTEAD OF OPEN OVERDUE LOANS.
      * 10/15/2026  DD   DAYS SINCE THE AGING DATE NOW COUNT ONLY DAYS
      *                  THE FINED COPY'S BRANCH WAS OPEN (CALENDAR
      *                  FILE, SEE CALNDREC), THE SAME WAY FCLOAN
      *                  COUNTS DAYS LATE.  THE COPY'S BRANCH IS
      *                  CARRIED THROUGH THE SORT WITH THE AGING DATE.
      * 10/15/2026  DD   A RETURNED LOAN IS ONLY SELECTED WHEN IT WAS
      *                  LATE BY AT LEAST ONE OPEN DAY AT THE COPY'S
      *                  BRANCH - ONE RETURNED LATE ONLY OVER CLOSED
      *                  DAYS WAS NEVER FINED BY FCLOAN.
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
           05  SORT-DUE-DATE          PIC 9(08).
           05  SORT-BRANCH            PIC X(06).

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
        77 WS-BUCKET-90-AMT       PIC S9(7)V99 COMP-3 VALUE ZERO.
        77 WS-BUCKET-OVER-AMT     PIC S9(7)V99 COMP-3 VALUE ZERO.
        77 WS-UNDATED-AMT         PIC S9(7)V99 COMP-3 VALUE ZERO.
        77 WS-CAL-DAY-INT         PIC S9(08) COMP.
        77 WS-CAL-END-INT         PIC S9(08) COMP.
        77 WS-CAL-BRANCH          PIC X(06)  VALUE SPACES.
        77 WS-CLOSED-DAY-SW       PIC X(01)  VALUE 'N'.
           88 LIBRARY-CLOSED-DAY             VALUE 'Y'.

        01 WS-AGED-LOAN-TABLE.
           05 WS-AGED-ENTRY OCCURS 1000 TIMES
                             INDEXED BY AGE-IDX.
              10 AGE-BORROWER-ID         PIC X(10).
              10 AGE-OLDEST-DUE-DATE     PIC 9(08).
              10 AGE-BRANCH              PIC X(06).

        01 WS-HEADING-1.
           05 FILLER               PIC X(35) VALUE
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.
      *****************************************************************
      * 1000 - GET TODAY'S DATE FOR THE AGING COMPUTATION AND OPEN
      *        THE CLOSED-DAYS CALENDAR IT IS COUNTED AGAINST
      *****************************************************************
       1000-INITIALIZE.

           ACCEPT WS-TODAY-CHAR FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)

           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'AGFNRPT: CALENDAR-FILE OPEN FAILED - STATUS = '
                       WS-CALENDAR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       1000-EXIT.
           EXIT.
               GOBACK
           END-IF

           OPEN INPUT BOOKCOPY-FILE
           IF WS-BOOKCOPY-STATUS NOT = '00'
               DISPLAY 'AGFNRPT: BOOKCOPY-FILE OPEN FAILED - STATUS = '
                       WS-BOOKCOPY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2200-READ-LOAN THRU 2200-EXIT
           PERFORM UNTIL END-OF-LOAN-FILE
               EVALUATE TRUE
                       IF RETURN-DATE > DUE-DATE
                           MOVE LOAN-BORROWER-ID TO SORT-BORROWER-ID
                           MOVE DUE-DATE         TO SORT-DUE-DATE
                           PERFORM 2250-FETCH-COPY-BRANCH
                                   THRU 2250-EXIT
                           PERFORM 2260-COUNT-OPEN-DAYS-LATE
                                   THRU 2260-EXIT
                           IF WS-DAYS-OVERDUE > ZERO
                               RELEASE SORT-REC
                           END-IF
                       END-IF
                   WHEN LOAN-STATUS-LOST
                       IF RETURN-DATE > ZERO
                           MOVE LOAN-BORROWER-ID TO SORT-BORROWER-ID
                           MOVE RETURN-DATE      TO SORT-DUE-DATE
                           PERFORM 2250-FETCH-COPY-BRANCH
                                   THRU 2250-EXIT
                           RELEASE SORT-REC
                       END-IF
               END-EVALUATE
                       WS-LOAN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           CLOSE BOOKCOPY-FILE
           IF WS-BOOKCOPY-STATUS NOT = '00'
               DISPLAY 'AGFNRPT: BOOKCOPY-FILE CLOSE FAILED - STATUS='
                       WS-BOOKCOPY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       2100-EXIT.
       2200-EXIT.
           EXIT.
      *****************************************************************
      * 2250 - CARRY THE FINED COPY'S BRANCH ON THE SORT ROW SO ITS
      *        CLOSED DAYS CAN BE LEFT OUT OF THE AGE.  A COPY NOT ON
      *        FILE AGES AGAINST SYSTEM-WIDE CLOSED DAYS ONLY
      *****************************************************************
       2250-FETCH-COPY-BRANCH.

           MOVE SPACES TO SORT-BRANCH
           MOVE LOAN-BOOK-ID     TO COPY-BOOK-ID
           MOVE LOAN-COPY-NUMBER TO COPY-NUMBER
           READ BOOKCOPY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE COPY-BRANCH TO SORT-BRANCH
           END-READ.

       2250-EXIT.
           EXIT.
      *****************************************************************
      * 2260 - WAS THE RETURNED LOAN LATE BY ANY DAY THE COPY'S BRANCH
      *        WAS OPEN (DUE-DATE+1 THROUGH RETURN-DATE, AS FCLOAN
      *        COUNTS IT)?  STOPS AT THE FIRST OPEN DAY FOUND
      *****************************************************************
       2260-COUNT-OPEN-DAYS-LATE.

           MOVE SORT-BRANCH TO WS-CAL-BRANCH
           MOVE ZERO TO WS-DAYS-OVERDUE
           COMPUTE WS-CAL-DAY-INT = FUNCTION INTEGER-OF-DATE(DUE-DATE)
           COMPUTE WS-CAL-END-INT =
                   FUNCTION INTEGER-OF-DATE(RETURN-DATE)
           PERFORM 3221-TALLY-OPEN-DAY THRU 3221-EXIT
               UNTIL WS-CAL-DAY-INT NOT < WS-CAL-END-INT
                  OR WS-DAYS-OVERDUE > ZERO.

       2260-EXIT.
           EXIT.
      *****************************************************************
      * 2300 - WALK THE SORTED FINE-ORIGIN LOANS; THE FIRST ROW SEEN
      *        FOR EACH BORROWER CARRIES ITS OLDEST AGING DATE
      *        (ASCENDING DATE WITHIN BORROWER), SO ONLY THAT ROW IS
                            TO AGE-BORROWER-ID(AGE-IDX)
                       MOVE SORT-DUE-DATE
                            TO AGE-OLDEST-DUE-DATE(AGE-IDX)
                       MOVE SORT-BRANCH
                            TO AGE-BRANCH(AGE-IDX)
                   ELSE
                       ADD 1 TO WS-AGED-SKIPPED-COUNT
                   END-IF
           EXIT.
      *****************************************************************
      * 3200 - LOOK UP THIS BORROWER'S OLDEST FINE AGING DATE, BUCKET
      *        THE FINE BY OPEN DAYS SINCE THAT DATE (3220), AND
      *        PRINT THE DETAIL LINE
      *****************************************************************
       3200-PRINT-FINE-LINE.

           PERFORM 3210-FIND-AGED-ENTRY THRU 3210-EXIT

           IF AGE-SLOT-FOUND
               PERFORM 3220-COUNT-OPEN-DAYS THRU 3220-EXIT
               MOVE AGE-OLDEST-DUE-DATE(AGE-IDX) TO DL-DUE-DATE
               MOVE WS-DAYS-OVERDUE TO DL-DAYS-LATE

       3211-EXIT.
           EXIT.
      *****************************************************************
      * 3220 - COUNT THE DAYS AFTER THE AGING DATE, UP TO AND
      *        INCLUDING TODAY, THAT THE FINED COPY'S BRANCH WAS OPEN
      *****************************************************************
       3220-COUNT-OPEN-DAYS.

           MOVE AGE-BRANCH(AGE-IDX) TO WS-CAL-BRANCH
           MOVE ZERO TO WS-DAYS-OVERDUE
           COMPUTE WS-CAL-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(
                       AGE-OLDEST-DUE-DATE(AGE-IDX))
           PERFORM 3221-TALLY-OPEN-DAY THRU 3221-EXIT
               UNTIL WS-CAL-DAY-INT NOT < WS-TODAY-INT.

       3220-EXIT.
           EXIT.

       3221-TALLY-OPEN-DAY.

           ADD 1 TO WS-CAL-DAY-INT
           PERFORM 3222-TEST-CLOSED-DAY THRU 3222-EXIT
           IF NOT LIBRARY-CLOSED-DAY
               ADD 1 TO WS-DAYS-OVERDUE
           END-IF.

       3221-EXIT.
           EXIT.
      *****************************************************************
      * 3222 - IS WS-CAL-DAY-INT CLOSED SYSTEM-WIDE ('*ALL') OR AT
      *        WS-CAL-BRANCH?
      *****************************************************************
       3222-TEST-CLOSED-DAY.

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

       3222-EXIT.
           EXIT.
      *****************************************************************
      * 9999 - PRINT BUCKET TOTALS AND CLOSE UP
      *****************************************************************
       9999-TERMINATE.
               GOBACK
           END-IF

           CLOSE CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'AGFNRPT: CALENDAR-FILE CLOSE FAILED - STATUS='
                       WS-CALENDAR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY 'AGFNRPT: ' WS-AGED-COUNT ' BORROWER(S) WITH AGED '
                   'LOAN DATA'
           IF WS-AGED-SKIPPED-COUNT > ZERO
