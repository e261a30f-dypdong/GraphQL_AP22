       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COLREMIT.
       AUTHOR.        D DONG.
       INSTALLATION.  CIRCULATION SYSTEMS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      * ----------------------------------------------------------
      * 10/15/2026  DD   COLLECTION-AGENCY REMITTANCE POSTING.  READS
      *                  THE AGENCY'S REMITTANCE FILE (COLREMRC) AND
      *                  POSTS EACH PAYMENT UNDER THE SAME RULES AS
      *                  FCBORR'S POST-FINE-PAYMENT: THE AMOUNT MUST BE
      *                  ABOVE ZERO AND NOT MORE THAN THE BORROWER'S
      *                  FINE BALANCE; IT IS TAKEN OFF THE BALANCE,
      *                  POSTED TO THE FINE LEDGER AS A PAYMENT ('P')
      *                  AND JOURNALED AS A PAYMENT.  A PAYMENT THAT
      *                  CLEARS THE BALANCE TAKES THE BORROWER OUT OF
      *                  COLLECTIONS.  A REMITTANCE FOR A BORROWER NOT
      *                  ON FILE OR NOT REFERRED TO THE AGENCY, OR FOR
      *                  MORE THAN THE BALANCE, IS NOT POSTED AND GOES
      *                  TO THE EXCEPTION REPORT.
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

           SELECT REMITTANCE-FILE ASSIGN TO RMITDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMITTANCE-STATUS.

           SELECT BORROWER-FILE ASSIGN TO BORWDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BORROWER-ID
               FILE STATUS IS WS-BORROWER-STATUS.

           SELECT FINELEDG-FILE ASSIGN TO FINLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LEDG-KEY
               FILE STATUS IS WS-FINELEDG-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JRNLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-REC           PIC X(80).

       FD  REMITTANCE-FILE
           RECORDING MODE IS F.
           COPY COLREMRC.

       FD  BORROWER-FILE
           RECORDING MODE IS F.
           COPY BORWREC.

       FD  FINELEDG-FILE
           RECORDING MODE IS F.
           COPY FINLREC.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY JRNLREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
        77 WS-CARD-STATUS         PIC X(02).
        77 WS-REMITTANCE-STATUS   PIC X(02).
        77 WS-BORROWER-STATUS     PIC X(02).
        77 WS-FINELEDG-STATUS     PIC X(02).
        77 WS-JOURNAL-STATUS      PIC X(02).
        77 WS-REPORT-STATUS       PIC X(02).
        77 WS-EOF-REMITTANCE-SW   PIC X(01)  VALUE 'N'.
           88 END-OF-REMITTANCE-FILE         VALUE 'Y'.
        77 WS-TODAY-CHAR          PIC X(08).
        77 WS-TODAY-NUM REDEFINES WS-TODAY-CHAR
                                  PIC 9(08).
        77 WS-PAYMENT-BRANCH      PIC X(06)  VALUE 'MAIN'.
        77 WS-REMIT-AMOUNT        PIC S9(5)V99 COMP-3 VALUE ZERO.
        77 WS-READ-COUNT          PIC 9(06)  COMP VALUE ZERO.
        77 WS-POSTED-COUNT        PIC 9(06)  COMP VALUE ZERO.
        77 WS-CLEARED-COUNT       PIC 9(06)  COMP VALUE ZERO.
        77 WS-EXCEPTION-COUNT     PIC 9(06)  COMP VALUE ZERO.
        77 WS-POSTED-AMT          PIC S9(9)V99 COMP-3 VALUE ZERO.
        77 WS-EXCEPTION-AMT       PIC S9(9)V99 COMP-3 VALUE ZERO.
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

        01 WS-REMIT-CARD.
           05 WS-CARD-BRANCH      PIC X(06).
           05 FILLER              PIC X(74).

        01 WS-NOW-TIME.
           05 WS-NOW-HHMMSS       PIC 9(06).
           05 FILLER              PIC 9(02).

        01 WS-BORR-BEFORE-SAVE    PIC X(500) VALUE SPACES.

        01 WS-HEADING-1.
           05 FILLER               PIC X(35) VALUE
              'AGENCY REMITTANCE EXCEPTIONS'.
           05 FILLER               PIC X(10) VALUE
              'RUN DATE: '.
           05 H1-RUN-DATE          PIC 9999/99/99.

        01 WS-HEADING-2.
           05 FILLER               PIC X(12) VALUE 'BORROWER'.
           05 FILLER               PIC X(12) VALUE 'PAID ON'.
           05 FILLER               PIC X(12) VALUE 'AMOUNT'.
           05 FILLER               PIC X(14) VALUE 'AGENCY REF'.
           05 FILLER               PIC X(12) VALUE 'FINE BAL'.
           05 FILLER               PIC X(10) VALUE 'REASON'.

        01 WS-DETAIL-LINE.
           05 DL-BORROWER-ID       PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-PAYMENT-DATE      PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-AMOUNT            PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DL-AGENCY-REF        PIC X(12).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-FINE-BAL          PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DL-REASON            PIC X(40).

        01 WS-DL-DATE-EDIT         PIC 9999/99/99.

        01 WS-TOTAL-LINE-1.
           05 FILLER               PIC X(30) VALUE
              'REMITTANCES READ:'.
           05 TL-READ-COUNT        PIC ZZZ,ZZ9.

        01 WS-TOTAL-LINE-2.
           05 FILLER               PIC X(30) VALUE
              'POSTED:'.
           05 TL-POSTED-COUNT      PIC ZZZ,ZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 TL-POSTED-AMT        PIC $$,$$$,$$9.99.

        01 WS-TOTAL-LINE-3.
           05 FILLER               PIC X(30) VALUE
              'BALANCES CLEARED:'.
           05 TL-CLEARED-COUNT     PIC ZZZ,ZZ9.

        01 WS-TOTAL-LINE-4.
           05 FILLER               PIC X(30) VALUE
              'EXCEPTIONS - NOT POSTED:'.
           05 TL-EXCEPTION-COUNT   PIC ZZZ,ZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 TL-EXCEPTION-AMT     PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-REMITTANCES THRU 2000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.
      *****************************************************************
      * 1000 - READ THE BRANCH CARD, OPEN EVERY FILE AND PRINT THE
      *        HEADINGS.  THE CARD NAMES THE BRANCH THE AGENCY'S MONEY
      *        IS BANKED TO FOR THE GENERAL-LEDGER INTERFACE (FNGLIFC);
      *        NO CARD MEANS MAIN
      *****************************************************************
       1000-INITIALIZE.

           ACCEPT WS-TODAY-CHAR FROM DATE YYYYMMDD

           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'COLREMIT: CONTROL-CARD-FILE OPEN FAILED - '
                       'STATUS = ' WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-REMIT-CARD
           READ CONTROL-CARD-FILE INTO WS-REMIT-CARD
               AT END CONTINUE
           END-READ
           CLOSE CONTROL-CARD-FILE

           IF WS-CARD-BRANCH NOT = SPACES
               MOVE WS-CARD-BRANCH TO WS-PAYMENT-BRANCH
           ELSE
               DISPLAY 'COLREMIT: NO BRANCH CARD - POSTING TO '
                       WS-PAYMENT-BRANCH
           END-IF

           OPEN INPUT REMITTANCE-FILE
           IF WS-REMITTANCE-STATUS NOT = '00'
               DISPLAY 'COLREMIT: REMITTANCE-FILE OPEN FAILED - '
                       'STATUS = ' WS-REMITTANCE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O   BORROWER-FILE
           IF WS-BORROWER-STATUS NOT = '00'
               DISPLAY 'COLREMIT: BORROWER-FILE OPEN FAILED - STATUS = '
                       WS-BORROWER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O   FINELEDG-FILE
           IF WS-FINELEDG-STATUS NOT = '00'
               DISPLAY 'COLREMIT: FINELEDG-FILE OPEN FAILED - STATUS = '
                       WS-FINELEDG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O   JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'COLREMIT: JOURNAL-FILE OPEN FAILED - STATUS = '
                       WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'COLREMIT: REPORT-FILE OPEN FAILED - STATUS = '
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
      * 2000 - POST EVERY ROW ON THE REMITTANCE FILE
      *****************************************************************
       2000-PROCESS-REMITTANCES.

           PERFORM 2100-READ-REMITTANCE THRU 2100-EXIT
           PERFORM UNTIL END-OF-REMITTANCE-FILE
               ADD 1 TO WS-READ-COUNT
               PERFORM 3000-POST-ONE-REMITTANCE THRU 3000-EXIT
               PERFORM 2100-READ-REMITTANCE THRU 2100-EXIT
           END-PERFORM.

       2000-EXIT.
           EXIT.

       2100-READ-REMITTANCE.

           READ REMITTANCE-FILE
               AT END SET END-OF-REMITTANCE-FILE TO TRUE
           END-READ.

       2100-EXIT.
           EXIT.
      *****************************************************************
      * 3000 - ONE REMITTANCE, UNDER POST-FINE-PAYMENT'S RULES: THE
      *        BORROWER MUST BE ON FILE (AND, FROM THE AGENCY, IN
      *        COLLECTIONS), THE AMOUNT ABOVE ZERO AND NO MORE THAN THE
      *        BALANCE.  ANYTHING ELSE GOES TO THE EXCEPTION REPORT
      *****************************************************************
       3000-POST-ONE-REMITTANCE.

           MOVE ZERO TO WS-REMIT-AMOUNT
           IF REM-AMOUNT NUMERIC
               MOVE REM-AMOUNT TO WS-REMIT-AMOUNT
           END-IF

           MOVE REM-BORROWER-ID TO BORROWER-ID
           READ BORROWER-FILE
               INVALID KEY
                   MOVE ZERO TO BORROWER-FINE-BAL
                   MOVE 'UNMATCHED - BORROWER NOT ON FILE'
                       TO DL-REASON
                   PERFORM 3200-PRINT-EXCEPTION THRU 3200-EXIT
                   GO TO 3000-EXIT
           END-READ

           IF NOT BORROWER-IN-COLLECTIONS
               MOVE 'UNMATCHED - NOT IN COLLECTIONS' TO DL-REASON
               PERFORM 3200-PRINT-EXCEPTION THRU 3200-EXIT
               GO TO 3000-EXIT
           END-IF

           IF WS-REMIT-AMOUNT NOT > ZERO
               MOVE 'AMOUNT NOT ABOVE ZERO' TO DL-REASON
               PERFORM 3200-PRINT-EXCEPTION THRU 3200-EXIT
               GO TO 3000-EXIT
           END-IF

           IF WS-REMIT-AMOUNT > BORROWER-FINE-BAL
               MOVE 'OVER BALANCE' TO DL-REASON
               PERFORM 3200-PRINT-EXCEPTION THRU 3200-EXIT
               GO TO 3000-EXIT
           END-IF

           PERFORM 3100-POST-PAYMENT THRU 3100-EXIT.

       3000-EXIT.
           EXIT.
      *****************************************************************
      * 3100 - TAKE THE PAYMENT OFF THE BALANCE (CLEARING THE
      *        COLLECTIONS FLAG WHEN IT REACHES ZERO), THEN LEDGER AND
      *        JOURNAL IT THE WAY FCBORR DOES AT THE DESK.  THE LEDGER
      *        ROW CARRIES TODAY'S POSTING TIME SO THE NIGHTLY GL
      *        INTERFACE PICKS IT UP; THE AGENCY'S PAYMENT DATE IS ON
      *        THE REMITTANCE FILE
      *****************************************************************
       3100-POST-PAYMENT.

           MOVE BORROWER-FILE-REC TO WS-BORR-BEFORE-SAVE

           SUBTRACT WS-REMIT-AMOUNT FROM BORROWER-FINE-BAL
           IF BORROWER-FINE-BAL = ZERO
               MOVE 'N' TO BORROWER-COLLECTION-SW
           END-IF

           REWRITE BORROWER-FILE-REC
               INVALID KEY
                   DISPLAY 'COLREMIT: UNABLE TO REWRITE BORROWER '
                           BORROWER-ID ' - STATUS = '
                           WS-BORROWER-STATUS
                   MOVE WS-BORR-BEFORE-SAVE TO BORROWER-FILE-REC
                   MOVE 'BORROWER UPDATE FAILED' TO DL-REASON
                   PERFORM 3200-PRINT-EXCEPTION THRU 3200-EXIT
                   GO TO 3100-EXIT
           END-REWRITE
           ADD 1 TO WS-POSTED-COUNT
           ADD WS-REMIT-AMOUNT TO WS-POSTED-AMT
           IF BORROWER-FINE-BAL = ZERO
               ADD 1 TO WS-CLEARED-COUNT
           END-IF

           SET LEDG-TYPE-PAYMENT TO TRUE
           MOVE WS-REMIT-AMOUNT   TO LEDG-AMOUNT
           MOVE SPACES            TO LEDG-BOOK-ID
           MOVE WS-PAYMENT-BRANCH TO LEDG-BRANCH
           PERFORM 8600-WRITE-LEDGER-REC THRU 8600-EXIT

           SET JRNL-ACTION-PAYMENT TO TRUE
           MOVE SPACES TO JRNL-RECORD-KEY
                          JRNL-BOOK-ID
                          JRNL-BORROWER-ID
           MOVE BORROWER-ID TO JRNL-RECORD-KEY
                               JRNL-BORROWER-ID
           MOVE 'BORROWER' TO JRNL-FILE-NAME
           MOVE WS-BORR-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
           MOVE BORROWER-FILE-REC   TO JRNL-AFTER-IMAGE
           PERFORM 8500-WRITE-JOURNAL-REC THRU 8500-EXIT.

       3100-EXIT.
           EXIT.
      *****************************************************************
      * 3200 - ONE EXCEPTION LINE; THE CALLER HAS SET DL-REASON.  THE
      *        FINE BALANCE SHOWN IS THE ONE ON FILE (ZERO WHEN THE
      *        BORROWER IS NOT ON FILE)
      *****************************************************************
       3200-PRINT-EXCEPTION.

           MOVE REM-BORROWER-ID   TO DL-BORROWER-ID
           IF REM-PAYMENT-DATE NUMERIC
               MOVE REM-PAYMENT-DATE TO WS-DL-DATE-EDIT
               MOVE WS-DL-DATE-EDIT  TO DL-PAYMENT-DATE
           ELSE
               MOVE REM-PAYMENT-DATE TO DL-PAYMENT-DATE
           END-IF
           MOVE WS-REMIT-AMOUNT   TO DL-AMOUNT
           MOVE REM-AGENCY-REF    TO DL-AGENCY-REF
           MOVE BORROWER-FINE-BAL TO DL-FINE-BAL

           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD WS-REMIT-AMOUNT TO WS-EXCEPTION-AMT.

       3200-EXIT.
           EXIT.
      *****************************************************************
      * 8500 - APPEND ONE ROW TO THE UPDATE JOURNAL.  THE CALLER HAS
      *        SET THE ACTION, THE KEYS, THE FILE NAME AND THE IMAGES.
      *        A SAME-SECOND KEY COLLISION (ANOTHER ROW IN THIS RUN OR
      *        AN ONLINE UPDATE) IS RETRIED ON THE NEXT SEQUENCE NUMBER;
      *        ANY OTHER FAILURE IS DISPLAYED AND TOLERATED - THE
      *        PAYMENT HAS ALREADY BEEN POSTED
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
           MOVE 'COLREMIT' TO JRNL-PROGRAM
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
                       DISPLAY 'COLREMIT: JOURNAL WRITE FAILED - '
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
                       DISPLAY 'COLREMIT: FINE LEDGER WRITE FAILED - '
                               'STATUS = ' WS-FINELEDG-STATUS
                       SET LEDGER-REC-DONE TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET LEDGER-REC-DONE TO TRUE
           END-WRITE.

       8610-EXIT.
           EXIT.
      *****************************************************************
      * 9999 - PRINT THE TOTALS, CLOSE UP AND REPORT COUNTS.  RC=4
      *        WHEN ANY REMITTANCE WAS LEFT ON THE EXCEPTION REPORT
      *****************************************************************
       9999-TERMINATE.

           MOVE WS-READ-COUNT      TO TL-READ-COUNT
           MOVE WS-POSTED-COUNT    TO TL-POSTED-COUNT
           MOVE WS-POSTED-AMT      TO TL-POSTED-AMT
           MOVE WS-CLEARED-COUNT   TO TL-CLEARED-COUNT
           MOVE WS-EXCEPTION-COUNT TO TL-EXCEPTION-COUNT
           MOVE WS-EXCEPTION-AMT   TO TL-EXCEPTION-AMT

           WRITE REPORT-LINE FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE

           CLOSE REMITTANCE-FILE
           IF WS-REMITTANCE-STATUS NOT = '00'
               DISPLAY 'COLREMIT: REMITTANCE-FILE CLOSE FAILED - '
                       'STATUS = ' WS-REMITTANCE-STATUS
           END-IF

           CLOSE BORROWER-FILE
           IF WS-BORROWER-STATUS NOT = '00'
               DISPLAY 'COLREMIT: BORROWER-FILE CLOSE FAILED - STATUS='
                       WS-BORROWER-STATUS
           END-IF

           CLOSE FINELEDG-FILE
           IF WS-FINELEDG-STATUS NOT = '00'
               DISPLAY 'COLREMIT: FINELEDG-FILE CLOSE FAILED - STATUS='
                       WS-FINELEDG-STATUS
           END-IF

           CLOSE JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'COLREMIT: JOURNAL-FILE CLOSE FAILED - STATUS = '
                       WS-JOURNAL-STATUS
           END-IF

           CLOSE REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'COLREMIT: REPORT-FILE CLOSE FAILED - STATUS = '
                       WS-REPORT-STATUS
           END-IF

           DISPLAY 'COLREMIT: ' WS-READ-COUNT ' REMITTANCE(S), '
                   WS-POSTED-COUNT ' POSTED, '
                   WS-EXCEPTION-COUNT ' EXCEPTION(S), '
                   WS-JRNL-COUNT ' JOURNAL ROW(S)'

           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       9999-EXIT.
           EXIT.
