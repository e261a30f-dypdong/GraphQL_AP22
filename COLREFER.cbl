       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COLREFER.
       AUTHOR.        D DONG.
       INSTALLATION.  CIRCULATION SYSTEMS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      * ----------------------------------------------------------
      * 10/15/2026  DD   MONTHLY COLLECTION-AGENCY REFERRAL RUN.  WALKS
      *                  THE BORROWER FILE FOR FINE BALANCES OVER THE
      *                  THRESHOLD ON THE CONTROL CARD THAT ARE NOT
      *                  ALREADY WITH THE AGENCY, AND AGES EACH ONE FROM
      *                  THE FINE LEDGER: THE BALANCE IS OUTSTANDING
      *                  SINCE THE OLDEST CHARGE POSTED AFTER IT WAS
      *                  LAST ZERO, AND ITS AGE IS THE OPEN DAYS SINCE
      *                  THEN AT THAT CHARGE'S BRANCH (CALENDAR FILE,
      *                  COUNTED THE WAY AGFNRPT COUNTS THEM).  A
      *                  BALANCE OLDER THAN THE CARD'S AGE LIMIT IS
      *                  REFERRED - THE REFERRAL FEE IS ADDED TO IT AND
      *                  POSTED TO THE LEDGER AS A 'C' ROW, THE BORROWER
      *                  IS FLAGGED IN COLLECTIONS (JOURNALED), AND A
      *                  ROW IS WRITTEN TO THE AGENCY FILE (COLREFRC).
      *                  A BALANCE THAT PREDATES THE LEDGER HAS NO DATE
      *                  TO AGE FROM AND IS LISTED, NOT REFERRED.
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

           SELECT BORROWER-FILE ASSIGN TO BORWDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BORROWER-ID
               FILE STATUS IS WS-BORROWER-STATUS.

           SELECT FINELEDG-FILE ASSIGN TO FINLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               FILE STATUS IS WS-FINELEDG-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO CALNDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JRNLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT REFERRAL-FILE ASSIGN TO REFRDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFERRAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-REC           PIC X(80).

       FD  BORROWER-FILE
           RECORDING MODE IS F.
           COPY BORWREC.

       FD  FINELEDG-FILE
           RECORDING MODE IS F.
           COPY FINLREC.

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALNDREC.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY JRNLREC.

       FD  REFERRAL-FILE
           RECORDING MODE IS F.
           COPY COLREFRC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
        77 WS-CARD-STATUS         PIC X(02).
        77 WS-BORROWER-STATUS     PIC X(02).
        77 WS-FINELEDG-STATUS     PIC X(02).
        77 WS-CALENDAR-STATUS     PIC X(02).
        77 WS-JOURNAL-STATUS      PIC X(02).
        77 WS-REFERRAL-STATUS     PIC X(02).
        77 WS-REPORT-STATUS       PIC X(02).
        77 WS-EOF-BORROWER-SW     PIC X(01)  VALUE 'N'.
           88 END-OF-BORROWER-FILE           VALUE 'Y'.
        77 WS-EOF-LEDGER-SW       PIC X(01)  VALUE 'N'.
           88 END-OF-BORROWER-LEDGER         VALUE 'Y'.
        77 WS-FIRST-ROW-SW        PIC X(01)  VALUE 'Y'.
           88 FIRST-LEDGER-ROW               VALUE 'Y'.
        77 WS-UNDATED-SW          PIC X(01)  VALUE 'N'.
           88 BALANCE-PREDATES-LEDGER        VALUE 'Y'.
        77 WS-CLOSED-DAY-SW       PIC X(01)  VALUE 'N'.
           88 LIBRARY-CLOSED-DAY             VALUE 'Y'.
        77 WS-TODAY-CHAR          PIC X(08).
        77 WS-TODAY-NUM REDEFINES WS-TODAY-CHAR
                                  PIC 9(08).
        77 WS-TODAY-INT           PIC S9(08) COMP.
        77 WS-CAL-DAY-INT         PIC S9(08) COMP.
        77 WS-CAL-BRANCH          PIC X(06)  VALUE SPACES.
        77 WS-DAYS-OUTSTANDING    PIC S9(08) COMP.
        77 WS-OWING-SINCE-DATE    PIC 9(08)  VALUE ZERO.
        77 WS-OWING-SINCE-BRANCH  PIC X(06)  VALUE SPACES.
        77 WS-PRIOR-BAL           PIC S9(5)V99 COMP-3.
        77 WS-FINE-BEFORE-FEE     PIC S9(5)V99 COMP-3.
        77 WS-THRESHOLD           PIC 9(05)V99 VALUE 25.00.
        77 WS-AGE-DAYS            PIC 9(03)  VALUE 90.
        77 WS-REFERRAL-FEE        PIC 9(03)V99 VALUE 10.00.
        77 WS-FEE-BRANCH          PIC X(06)  VALUE 'MAIN'.
        77 WS-BORROWER-COUNT      PIC 9(06)  COMP VALUE ZERO.
        77 WS-REFERRED-COUNT      PIC 9(06)  COMP VALUE ZERO.
        77 WS-UNDATED-COUNT       PIC 9(06)  COMP VALUE ZERO.
        77 WS-DECEASED-COUNT      PIC 9(06)  COMP VALUE ZERO.
        77 WS-ALREADY-COUNT       PIC 9(06)  COMP VALUE ZERO.
        77 WS-REFERRED-AMT        PIC S9(9)V99 COMP-3 VALUE ZERO.
        77 WS-FEE-AMT             PIC S9(9)V99 COMP-3 VALUE ZERO.
        77 WS-UNDATED-AMT         PIC S9(9)V99 COMP-3 VALUE ZERO.
        77 WS-DECEASED-AMT        PIC S9(9)V99 COMP-3 VALUE ZERO.
        77 WS-JRNL-DONE-SW        PIC X(01)  VALUE 'N'.
           88 JOURNAL-REC-DONE               VALUE 'Y'.
        77 WS-LEDG-DONE-SW        PIC X(01)  VALUE 'N'.
           88 LEDGER-REC-DONE                VALUE 'Y'.
        77 WS-JRNL-DATE-CHAR      PIC X(08).
        77 WS-JRNL-DATE-NUM REDEFINES WS-JRNL-DATE-CHAR
                                  PIC 9(08).
        77 WS-LAST-JRNL-DATE      PIC 9(08)  VALUE ZERO.
        77 WS-LAST-JRNL-TIME      PIC 9(06)  VALUE ZERO.
        77 WS-LAST-JRNL-SEQ       PIC 9(04)  VALUE ZERO.
        77 WS-JRNL-COUNT          PIC 9(06)  COMP VALUE ZERO.

        01 WS-REFERRAL-CARD.
           05 WS-CARD-THRESHOLD-X PIC X(07).
           05 WS-CARD-THRESHOLD-N REDEFINES WS-CARD-THRESHOLD-X
                                  PIC 9(05)V99.
           05 WS-CARD-AGE-X       PIC X(03).
           05 WS-CARD-AGE-N REDEFINES WS-CARD-AGE-X
                                  PIC 9(03).
           05 WS-CARD-FEE-X       PIC X(05).
           05 WS-CARD-FEE-N REDEFINES WS-CARD-FEE-X
                                  PIC 9(03)V99.
           05 WS-CARD-BRANCH      PIC X(06).
           05 FILLER              PIC X(59).

        01 WS-NOW-TIME.
           05 WS-NOW-HHMMSS       PIC 9(06).
           05 FILLER              PIC 9(02).

        01 WS-BORR-BEFORE-SAVE    PIC X(500) VALUE SPACES.

        01 WS-HEADING-1.
           05 FILLER               PIC X(35) VALUE
              'COLLECTION AGENCY REFERRAL REPORT'.
           05 FILLER               PIC X(10) VALUE
              'RUN DATE: '.
           05 H1-RUN-DATE          PIC 9999/99/99.

        01 WS-HEADING-2.
           05 FILLER               PIC X(13) VALUE 'BALANCE OVER '.
           05 H2-THRESHOLD         PIC $$$,$$9.99.
           05 FILLER               PIC X(12) VALUE
              ' OWING OVER '.
           05 H2-AGE-DAYS          PIC ZZ9.
           05 FILLER               PIC X(25) VALUE
              ' OPEN DAYS REFERRAL FEE '.
           05 H2-FEE               PIC $$$9.99.

        01 WS-HEADING-3.
           05 FILLER               PIC X(12) VALUE 'BORROWER'.
           05 FILLER               PIC X(26) VALUE 'BORROWER NAME'.
           05 FILLER               PIC X(12) VALUE 'FINE BAL'.
           05 FILLER               PIC X(12) VALUE 'OWING SINCE'.
           05 FILLER               PIC X(08) VALUE 'DAYS'.
           05 FILLER               PIC X(10) VALUE 'ACTION'.

        01 WS-DETAIL-LINE.
           05 DL-BORROWER-ID       PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-BORROWER-NAME     PIC X(24).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-FINE-BAL          PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DL-OWING-SINCE       PIC 9999/99/99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-DAYS              PIC ZZZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DL-ACTION            PIC X(40).

        01 WS-TOTAL-LINE-1.
           05 FILLER               PIC X(30) VALUE
              'REFERRED TO THE AGENCY:'.
           05 TL-REFERRED-COUNT    PIC ZZZ,ZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 TL-REFERRED-AMT      PIC $$,$$$,$$9.99.

        01 WS-TOTAL-LINE-2.
           05 FILLER               PIC X(30) VALUE
              'REFERRAL FEES ADDED:'.
           05 TL-FEE-COUNT         PIC ZZZ,ZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 TL-FEE-AMT           PIC $$,$$$,$$9.99.

        01 WS-TOTAL-LINE-3.
           05 FILLER               PIC X(30) VALUE
              'NOT REFERRED - UNDATED:'.
           05 TL-UNDATED-COUNT     PIC ZZZ,ZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 TL-UNDATED-AMT       PIC $$,$$$,$$9.99.

        01 WS-TOTAL-LINE-4.
           05 FILLER               PIC X(30) VALUE
              'NOT REFERRED - DECEASED:'.
           05 TL-DECEASED-COUNT    PIC ZZZ,ZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 TL-DECEASED-AMT      PIC $$,$$$,$$9.99.

        01 WS-TOTAL-LINE-5.
           05 FILLER               PIC X(30) VALUE
              'ALREADY IN COLLECTIONS:'.
           05 TL-ALREADY-COUNT     PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-BORROWERS THRU 2000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.
      *****************************************************************
      * 1000 - READ THE REFERRAL CONTROL CARD, OPEN EVERY FILE AND
      *        PRINT THE HEADINGS.  EACH CARD FIELD LEFT BLANK OR
      *        NON-NUMERIC FALLS BACK TO ITS DEFAULT (BALANCE OVER
      *        $25.00, OWING OVER 90 OPEN DAYS, $10.00 FEE POSTED TO
      *        BRANCH MAIN) RATHER THAN FAILING THE MONTHLY RUN
      *****************************************************************
       1000-INITIALIZE.

           ACCEPT WS-TODAY-CHAR FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)

           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'COLREFER: CONTROL-CARD-FILE OPEN FAILED - '
                       'STATUS = ' WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-REFERRAL-CARD
           READ CONTROL-CARD-FILE INTO WS-REFERRAL-CARD
               AT END CONTINUE
           END-READ
           CLOSE CONTROL-CARD-FILE

           IF WS-CARD-THRESHOLD-N NUMERIC
               MOVE WS-CARD-THRESHOLD-N TO WS-THRESHOLD
           ELSE
               DISPLAY 'COLREFER: NO USABLE THRESHOLD ON CARD - USING '
                       WS-THRESHOLD
           END-IF
           IF WS-CARD-AGE-N NUMERIC AND WS-CARD-AGE-N > 0
               MOVE WS-CARD-AGE-N TO WS-AGE-DAYS
           ELSE
               DISPLAY 'COLREFER: NO USABLE AGE ON CARD - USING '
                       WS-AGE-DAYS ' DAYS'
           END-IF
           IF WS-CARD-FEE-N NUMERIC
               MOVE WS-CARD-FEE-N TO WS-REFERRAL-FEE
           ELSE
               DISPLAY 'COLREFER: NO USABLE FEE ON CARD - USING '
                       WS-REFERRAL-FEE
           END-IF
           IF WS-CARD-BRANCH NOT = SPACES
               MOVE WS-CARD-BRANCH TO WS-FEE-BRANCH
           END-IF

           OPEN I-O   BORROWER-FILE
           IF WS-BORROWER-STATUS NOT = '00'
               DISPLAY 'COLREFER: BORROWER-FILE OPEN FAILED - STATUS = '
                       WS-BORROWER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O   FINELEDG-FILE
           IF WS-FINELEDG-STATUS NOT = '00'
               DISPLAY 'COLREFER: FINELEDG-FILE OPEN FAILED - STATUS = '
                       WS-FINELEDG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'COLREFER: CALENDAR-FILE OPEN FAILED - STATUS = '
                       WS-CALENDAR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O   JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'COLREFER: JOURNAL-FILE OPEN FAILED - STATUS = '
                       WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REFERRAL-FILE
           IF WS-REFERRAL-STATUS NOT = '00'
               DISPLAY 'COLREFER: REFERRAL-FILE OPEN FAILED - STATUS = '
                       WS-REFERRAL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'COLREFER: REPORT-FILE OPEN FAILED - STATUS = '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-TODAY-NUM    TO H1-RUN-DATE
           MOVE WS-THRESHOLD    TO H2-THRESHOLD
           MOVE WS-AGE-DAYS     TO H2-AGE-DAYS
           MOVE WS-REFERRAL-FEE TO H2-FEE
           WRITE REPORT-LINE FROM WS-HEADING-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-HEADING-2
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-HEADING-3
               AFTER ADVANCING 2 LINES.

       1000-EXIT.
           EXIT.
      *****************************************************************
      * 2000 - WALK EVERY BORROWER RECORD
      *****************************************************************
       2000-PROCESS-BORROWERS.

           MOVE LOW-VALUES TO BORROWER-ID
           START BORROWER-FILE KEY NOT < BORROWER-ID
               INVALID KEY SET END-OF-BORROWER-FILE TO TRUE
           END-START
           IF NOT END-OF-BORROWER-FILE
               PERFORM 2100-READ-NEXT-BORROWER THRU 2100-EXIT
           END-IF

           PERFORM UNTIL END-OF-BORROWER-FILE
               ADD 1 TO WS-BORROWER-COUNT
               PERFORM 3000-PROCESS-ONE-BORROWER THRU 3000-EXIT
               PERFORM 2100-READ-NEXT-BORROWER THRU 2100-EXIT
           END-PERFORM.

       2000-EXIT.
           EXIT.

       2100-READ-NEXT-BORROWER.

           READ BORROWER-FILE NEXT
               AT END SET END-OF-BORROWER-FILE TO TRUE
           END-READ.

       2100-EXIT.
           EXIT.
      *****************************************************************
      * 3000 - ONE BORROWER: A BALANCE OVER THE THRESHOLD, NOT ALREADY
      *        WITH THE AGENCY, IS AGED FROM THE LEDGER AND REFERRED
      *        ONCE IT HAS BEEN OWING LONGER THAN THE AGE LIMIT.  AN
      *        UNDATED BALANCE OR A DECEASED BORROWER'S ESTATE IS
      *        LISTED FOR THE FINANCE OFFICE INSTEAD
      *****************************************************************
       3000-PROCESS-ONE-BORROWER.

           IF BORROWER-FINE-BAL NOT > WS-THRESHOLD
               GO TO 3000-EXIT
           END-IF

           IF BORROWER-IN-COLLECTIONS
               ADD 1 TO WS-ALREADY-COUNT
               GO TO 3000-EXIT
           END-IF

           PERFORM 3100-AGE-FROM-LEDGER THRU 3100-EXIT

           IF BALANCE-PREDATES-LEDGER OR WS-OWING-SINCE-DATE = ZERO
               MOVE ZERO TO WS-DAYS-OUTSTANDING
               MOVE 'NOT REFERRED - BALANCE PREDATES LEDGER'
                   TO DL-ACTION
               PERFORM 3400-PRINT-DETAIL-LINE THRU 3400-EXIT
               ADD 1 TO WS-UNDATED-COUNT
               ADD BORROWER-FINE-BAL TO WS-UNDATED-AMT
               GO TO 3000-EXIT
           END-IF

           PERFORM 3200-COUNT-OPEN-DAYS THRU 3200-EXIT
           IF WS-DAYS-OUTSTANDING NOT > WS-AGE-DAYS
               GO TO 3000-EXIT
           END-IF

           IF BORROWER-STATUS-DECEASED
               MOVE 'NOT REFERRED - BORROWER DECEASED' TO DL-ACTION
               PERFORM 3400-PRINT-DETAIL-LINE THRU 3400-EXIT
               ADD 1 TO WS-DECEASED-COUNT
               ADD BORROWER-FINE-BAL TO WS-DECEASED-AMT
               GO TO 3000-EXIT
           END-IF

           PERFORM 3300-REFER-BORROWER THRU 3300-EXIT.

       3000-EXIT.
           EXIT.
      *****************************************************************
      * 3100 - BROWSE THIS BORROWER'S LEDGER ROWS OLDEST FIRST AND
      *        FIND THE DATE THE BALANCE HAS BEEN OWING SINCE: THE
      *        FIRST CHARGE AFTER THE RUNNING BALANCE WAS LAST ZERO.
      *        IF THE BALANCE WAS ALREADY ABOVE ZERO BEFORE THE FIRST
      *        ROW, PART OF IT PREDATES THE LEDGER AND STAYS UNDATED
      *        UNTIL IT IS PAID OFF
      *****************************************************************
       3100-AGE-FROM-LEDGER.

           MOVE ZERO   TO WS-OWING-SINCE-DATE
           MOVE SPACES TO WS-OWING-SINCE-BRANCH
           MOVE 'N' TO WS-UNDATED-SW
           MOVE 'Y' TO WS-FIRST-ROW-SW
           MOVE 'N' TO WS-EOF-LEDGER-SW

           MOVE BORROWER-ID TO LEDG-BORROWER-ID
           MOVE ZEROS TO LEDG-DATE
                         LEDG-TIME
                         LEDG-SEQ
           START FINELEDG-FILE KEY NOT < LEDG-KEY
               INVALID KEY SET END-OF-BORROWER-LEDGER TO TRUE
           END-START
           IF NOT END-OF-BORROWER-LEDGER
               PERFORM 3110-READ-NEXT-LEDGER THRU 3110-EXIT
           END-IF

           PERFORM UNTIL END-OF-BORROWER-LEDGER
               PERFORM 3120-APPLY-LEDGER-ROW THRU 3120-EXIT
               PERFORM 3110-READ-NEXT-LEDGER THRU 3110-EXIT
           END-PERFORM.

       3100-EXIT.
           EXIT.

       3110-READ-NEXT-LEDGER.

           READ FINELEDG-FILE NEXT
               AT END SET END-OF-BORROWER-LEDGER TO TRUE
               NOT AT END
                   IF LEDG-BORROWER-ID NOT = BORROWER-ID
                       SET END-OF-BORROWER-LEDGER TO TRUE
                   END-IF
           END-READ.

       3110-EXIT.
           EXIT.

       3120-APPLY-LEDGER-ROW.

           IF LEDG-TYPE-PAYMENT
               COMPUTE WS-PRIOR-BAL = LEDG-RUNNING-BAL + LEDG-AMOUNT
           ELSE
               COMPUTE WS-PRIOR-BAL = LEDG-RUNNING-BAL - LEDG-AMOUNT
           END-IF

           IF FIRST-LEDGER-ROW
               MOVE 'N' TO WS-FIRST-ROW-SW
               IF WS-PRIOR-BAL > ZERO
                   SET BALANCE-PREDATES-LEDGER TO TRUE
               END-IF
           END-IF

           IF NOT LEDG-TYPE-PAYMENT
                   AND WS-OWING-SINCE-DATE = ZERO
                   AND NOT BALANCE-PREDATES-LEDGER
               MOVE LEDG-DATE   TO WS-OWING-SINCE-DATE
               MOVE LEDG-BRANCH TO WS-OWING-SINCE-BRANCH
           END-IF

           IF LEDG-RUNNING-BAL NOT > ZERO
               MOVE ZERO   TO WS-OWING-SINCE-DATE
               MOVE SPACES TO WS-OWING-SINCE-BRANCH
               MOVE 'N' TO WS-UNDATED-SW
           END-IF.

       3120-EXIT.
           EXIT.
      *****************************************************************
      * 3200 - COUNT THE DAYS AFTER THE OWING-SINCE DATE, UP TO AND
      *        INCLUDING TODAY, THAT THE CHARGING BRANCH WAS OPEN
      *****************************************************************
       3200-COUNT-OPEN-DAYS.

           MOVE WS-OWING-SINCE-BRANCH TO WS-CAL-BRANCH
           MOVE ZERO TO WS-DAYS-OUTSTANDING
           COMPUTE WS-CAL-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-OWING-SINCE-DATE)
           PERFORM 3210-TALLY-OPEN-DAY THRU 3210-EXIT
               UNTIL WS-CAL-DAY-INT NOT < WS-TODAY-INT.

       3200-EXIT.
           EXIT.

       3210-TALLY-OPEN-DAY.

           ADD 1 TO WS-CAL-DAY-INT
           PERFORM 3220-TEST-CLOSED-DAY THRU 3220-EXIT
           IF NOT LIBRARY-CLOSED-DAY
               ADD 1 TO WS-DAYS-OUTSTANDING
           END-IF.

       3210-EXIT.
           EXIT.
      *****************************************************************
      * 3220 - IS WS-CAL-DAY-INT CLOSED SYSTEM-WIDE ('*ALL') OR AT
      *        WS-CAL-BRANCH?
      *****************************************************************
       3220-TEST-CLOSED-DAY.

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

       3220-EXIT.
           EXIT.
      *****************************************************************
      * 3300 - REFER ONE BORROWER: ADD THE REFERRAL FEE TO THE BALANCE
      *        AND FLAG THE ACCOUNT IN COLLECTIONS (JOURNALED THE WAY
      *        BRCRDEXP JOURNALS A CARD EXPIRY), POST THE FEE TO THE
      *        LEDGER, AND HAND THE BALANCE TO THE AGENCY.  A FEE THAT
      *        WOULD OVERFLOW THE BALANCE FIELD REFERS NOTHING
      *****************************************************************
       3300-REFER-BORROWER.

           MOVE BORROWER-FILE-REC TO WS-BORR-BEFORE-SAVE
           MOVE BORROWER-FINE-BAL TO WS-FINE-BEFORE-FEE

           ADD WS-REFERRAL-FEE TO BORROWER-FINE-BAL
               ON SIZE ERROR
                   DISPLAY 'COLREFER: FEE WOULD OVERFLOW BALANCE OF '
                           BORROWER-ID ' - NOT REFERRED'
                   GO TO 3300-EXIT
           END-ADD
           SET BORROWER-IN-COLLECTIONS TO TRUE

           REWRITE BORROWER-FILE-REC
               INVALID KEY
                   DISPLAY 'COLREFER: UNABLE TO REWRITE BORROWER '
                           BORROWER-ID ' - STATUS = '
                           WS-BORROWER-STATUS
                   GO TO 3300-EXIT
           END-REWRITE

           SET JRNL-ACTION-CHANGE TO TRUE
           MOVE SPACES TO JRNL-RECORD-KEY
                          JRNL-BOOK-ID
                          JRNL-BORROWER-ID
           MOVE BORROWER-ID TO JRNL-RECORD-KEY
                               JRNL-BORROWER-ID
           MOVE 'BORROWER' TO JRNL-FILE-NAME
           MOVE WS-BORR-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
           MOVE BORROWER-FILE-REC   TO JRNL-AFTER-IMAGE
           PERFORM 8500-WRITE-JOURNAL-REC THRU 8500-EXIT

           IF WS-REFERRAL-FEE > ZERO
               SET LEDG-TYPE-COLLECTION-FEE TO TRUE
               MOVE WS-REFERRAL-FEE TO LEDG-AMOUNT
               MOVE SPACES          TO LEDG-BOOK-ID
               MOVE WS-FEE-BRANCH   TO LEDG-BRANCH
               PERFORM 8600-WRITE-LEDGER-REC THRU 8600-EXIT
           END-IF

           PERFORM 3310-WRITE-REFERRAL-REC THRU 3310-EXIT

           MOVE 'REFERRED' TO DL-ACTION
           PERFORM 3400-PRINT-DETAIL-LINE THRU 3400-EXIT
           ADD 1 TO WS-REFERRED-COUNT
           ADD BORROWER-FINE-BAL TO WS-REFERRED-AMT
           ADD WS-REFERRAL-FEE TO WS-FEE-AMT.

       3300-EXIT.
           EXIT.
      *****************************************************************
      * 3310 - ONE ROW ON THE AGENCY REFERRAL FILE (SEE COLREFRC)
      *****************************************************************
       3310-WRITE-REFERRAL-REC.

           MOVE SPACES              TO REFERRAL-REC
           MOVE BORROWER-ID         TO REF-BORROWER-ID
           MOVE BORROWER-NAME       TO REF-BORROWER-NAME
           MOVE BORROWER-ADDRESS    TO REF-BORROWER-ADDRESS
           MOVE BORROWER-PHONE      TO REF-BORROWER-PHONE
           MOVE WS-TODAY-NUM        TO REF-REFERRAL-DATE
           MOVE WS-OWING-SINCE-DATE TO REF-CHARGE-DATE
           MOVE WS-DAYS-OUTSTANDING TO REF-DAYS-OUTSTANDING
           MOVE WS-FINE-BEFORE-FEE  TO REF-FINE-AMOUNT
           MOVE WS-REFERRAL-FEE     TO REF-FEE-AMOUNT
           MOVE BORROWER-FINE-BAL   TO REF-TOTAL-DUE

           WRITE REFERRAL-REC
           IF WS-REFERRAL-STATUS NOT = '00'
               DISPLAY 'COLREFER: REFERRAL-FILE WRITE FAILED - STATUS='
                       WS-REFERRAL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       3310-EXIT.
           EXIT.
      *****************************************************************
      * 3400 - ONE DETAIL LINE; THE CALLER HAS SET DL-ACTION
      *****************************************************************
       3400-PRINT-DETAIL-LINE.

           MOVE BORROWER-ID         TO DL-BORROWER-ID
           MOVE BORROWER-NAME       TO DL-BORROWER-NAME
           MOVE BORROWER-FINE-BAL   TO DL-FINE-BAL
           MOVE WS-OWING-SINCE-DATE TO DL-OWING-SINCE
           MOVE WS-DAYS-OUTSTANDING TO DL-DAYS

           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       3400-EXIT.
           EXIT.
      *****************************************************************
      * 8500 - APPEND ONE ROW TO THE UPDATE JOURNAL.  THE CALLER HAS
      *        SET THE ACTION, THE KEYS, THE FILE NAME AND THE IMAGES.
      *        A SAME-SECOND KEY COLLISION (ANOTHER ROW IN THIS RUN OR
      *        AN ONLINE UPDATE) IS RETRIED ON THE NEXT SEQUENCE NUMBER;
      *        ANY OTHER FAILURE IS DISPLAYED AND TOLERATED - THE
      *        BORROWER HAS ALREADY BEEN REWRITTEN
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
           MOVE 'COLREFER' TO JRNL-PROGRAM
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
                       DISPLAY 'COLREFER: JOURNAL WRITE FAILED - '
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
      * 8600 - APPEND ONE ROW TO THE FINE LEDGER.  THE CALLER HAS SET
      *        THE TYPE, AMOUNT, BOOK AND BRANCH; THE BORROWER AND THE
      *        RUNNING BALANCE COME FROM THE BORROWER RECORD JUST
      *        REWRITTEN.  STAMPED WITH THE POSTING TIME
      *****************************************************************
       8600-WRITE-LEDGER-REC.

           ACCEPT WS-JRNL-DATE-CHAR FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE BORROWER-ID        TO LEDG-BORROWER-ID
           MOVE WS-JRNL-DATE-NUM   TO LEDG-DATE
           MOVE WS-NOW-HHMMSS      TO LEDG-TIME
           MOVE ZEROS              TO LEDG-SEQ
           MOVE BORROWER-FINE-BAL  TO LEDG-RUNNING-BAL
           MOVE SPACES TO RESSERVE OF FINE-LEDGER-REC

           MOVE 'N' TO WS-LEDG-DONE-SW
           PERFORM 8610-PUT-LEDGER-REC THRU 8610-EXIT
               UNTIL LEDGER-REC-DONE OR LEDG-SEQ > 98.

       8600-EXIT.
           EXIT.

       8610-PUT-LEDGER-REC.

           WRITE FINE-LEDGER-REC
               INVALID KEY
                   IF WS-FINELEDG-STATUS = '22'
                       ADD 1 TO LEDG-SEQ
                   ELSE
                       DISPLAY 'COLREFER: FINE LEDGER WRITE FAILED - '
                               'STATUS = ' WS-FINELEDG-STATUS
                       SET LEDGER-REC-DONE TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET LEDGER-REC-DONE TO TRUE
           END-WRITE.

       8610-EXIT.
           EXIT.
      *****************************************************************
      * 9999 - PRINT THE TOTALS, CLOSE UP AND REPORT COUNTS
      *****************************************************************
       9999-TERMINATE.

           MOVE WS-REFERRED-COUNT TO TL-REFERRED-COUNT
           MOVE WS-REFERRED-AMT   TO TL-REFERRED-AMT
           MOVE WS-REFERRED-COUNT TO TL-FEE-COUNT
           MOVE WS-FEE-AMT        TO TL-FEE-AMT
           MOVE WS-UNDATED-COUNT  TO TL-UNDATED-COUNT
           MOVE WS-UNDATED-AMT    TO TL-UNDATED-AMT
           MOVE WS-DECEASED-COUNT TO TL-DECEASED-COUNT
           MOVE WS-DECEASED-AMT   TO TL-DECEASED-AMT
           MOVE WS-ALREADY-COUNT  TO TL-ALREADY-COUNT

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

           CLOSE BORROWER-FILE
           IF WS-BORROWER-STATUS NOT = '00'
               DISPLAY 'COLREFER: BORROWER-FILE CLOSE FAILED - STATUS='
                       WS-BORROWER-STATUS
           END-IF

           CLOSE FINELEDG-FILE
           IF WS-FINELEDG-STATUS NOT = '00'
               DISPLAY 'COLREFER: FINELEDG-FILE CLOSE FAILED - STATUS='
                       WS-FINELEDG-STATUS
           END-IF

           CLOSE CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'COLREFER: CALENDAR-FILE CLOSE FAILED - STATUS='
                       WS-CALENDAR-STATUS
           END-IF

           CLOSE JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'COLREFER: JOURNAL-FILE CLOSE FAILED - STATUS = '
                       WS-JOURNAL-STATUS
           END-IF

           CLOSE REFERRAL-FILE
           IF WS-REFERRAL-STATUS NOT = '00'
               DISPLAY 'COLREFER: REFERRAL-FILE CLOSE FAILED - STATUS='
                       WS-REFERRAL-STATUS
           END-IF

           CLOSE REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'COLREFER: REPORT-FILE CLOSE FAILED - STATUS = '
                       WS-REPORT-STATUS
           END-IF

           DISPLAY 'COLREFER: ' WS-BORROWER-COUNT ' BORROWER(S), '
                   WS-REFERRED-COUNT ' REFERRED, '
                   WS-UNDATED-COUNT ' UNDATED, '
                   WS-DECEASED-COUNT ' DECEASED, '
                   WS-JRNL-COUNT ' JOURNAL ROW(S)'.

       9999-EXIT.
           EXIT.
