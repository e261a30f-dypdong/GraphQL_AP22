       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BRCRDEXP.
       AUTHOR.        D DONG.
       INSTALLATION.  CIRCULATION SYSTEMS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      * ----------------------------------------------------------
      * 10/15/2026  DD   MONTHLY BORROWER CARD RUN.  WALKS THE BORROWER
      *                  FILE AND, FOR EVERY ACTIVE CARD, EITHER
      *                  EXPIRES IT (BORROWER-EXPIRY-DATE ALREADY
      *                  PASSED - STATUS SET TO EXPIRED WITH TODAY'S
      *                  DATE AND A REASON, AND THE CHANGE JOURNALED)
      *                  OR, WHEN IT EXPIRES WITHIN THE NOTICE WINDOW
      *                  ON THE CONTROL CARD, WRITES A RENEWAL-REMINDER
      *                  ROW (SEE CARDNTRC) FOR THE MAILING/PHONE TEAM.
      *                  SUSPENDED, DECEASED, CLOSED AND ALREADY
      *                  EXPIRED ACCOUNTS ARE LEFT ALONE.
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

           SELECT NOTICE-FILE ASSIGN TO NTCEDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JRNLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-REC           PIC X(08).

       FD  BORROWER-FILE
           RECORDING MODE IS F.
           COPY BORWREC.

       FD  NOTICE-FILE
           RECORDING MODE IS F.
           COPY CARDNTRC.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY JRNLREC.

       WORKING-STORAGE SECTION.
        77 WS-CARD-STATUS         PIC X(02).
        77 WS-BORROWER-STATUS     PIC X(02).
        77 WS-NOTICE-STATUS       PIC X(02).
        77 WS-JOURNAL-STATUS      PIC X(02).
        77 WS-EOF-BORROWER-SW     PIC X(01)  VALUE 'N'.
           88 END-OF-BORROWER-FILE           VALUE 'Y'.
        77 WS-TODAY-CHAR          PIC X(08).
        77 WS-TODAY-NUM REDEFINES WS-TODAY-CHAR
                                  PIC 9(08).
        77 WS-TODAY-INT           PIC S9(08) COMP.
        77 WS-NOTICE-CUTOFF       PIC 9(08)  VALUE ZERO.
        77 WS-NOTICE-DAYS         PIC 9(03)  VALUE 30.
        77 WS-BORROWER-COUNT      PIC 9(06)  COMP VALUE ZERO.
        77 WS-EXPIRED-COUNT       PIC 9(06)  COMP VALUE ZERO.
        77 WS-NOTICE-COUNT        PIC 9(06)  COMP VALUE ZERO.
        77 WS-JRNL-DONE-SW        PIC X(01)  VALUE 'N'.
           88 JOURNAL-REC-DONE               VALUE 'Y'.
        77 WS-JRNL-DATE-CHAR      PIC X(08).
        77 WS-JRNL-DATE-NUM REDEFINES WS-JRNL-DATE-CHAR
                                  PIC 9(08).
        77 WS-LAST-JRNL-DATE      PIC 9(08)  VALUE ZERO.
        77 WS-LAST-JRNL-TIME      PIC 9(06)  VALUE ZERO.
        77 WS-LAST-JRNL-SEQ       PIC 9(04)  VALUE ZERO.
        77 WS-JRNL-COUNT          PIC 9(06)  COMP VALUE ZERO.

        01 WS-NOTICE-CARD.
           05 WS-NOTICE-DAYS-X    PIC X(03).
           05 WS-NOTICE-DAYS-N REDEFINES WS-NOTICE-DAYS-X
                                  PIC 9(03).
           05 FILLER              PIC X(05).

        01 WS-NOW-TIME.
           05 WS-NOW-HHMMSS       PIC 9(06).
           05 FILLER              PIC 9(02).

        01 WS-BORR-BEFORE-SAVE    PIC X(500) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-BORROWERS THRU 2000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.
      *****************************************************************
      * 1000 - READ THE NOTICE-WINDOW CONTROL CARD AND OPEN EVERY FILE.
      *        A MISSING OR NON-NUMERIC CARD FALLS BACK TO THE 30-DAY
      *        DEFAULT RATHER THAN FAILING THE MONTHLY RUN
      *****************************************************************
       1000-INITIALIZE.

           ACCEPT WS-TODAY-CHAR FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)

           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'BRCRDEXP: CONTROL-CARD-FILE OPEN FAILED - '
                       'STATUS = ' WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-NOTICE-CARD
           READ CONTROL-CARD-FILE INTO WS-NOTICE-CARD
               AT END CONTINUE
           END-READ
           CLOSE CONTROL-CARD-FILE

           IF WS-NOTICE-DAYS-N NUMERIC AND WS-NOTICE-DAYS-N > 0
               MOVE WS-NOTICE-DAYS-N TO WS-NOTICE-DAYS
           ELSE
               DISPLAY 'BRCRDEXP: NO USABLE NOTICE-DAYS CARD - USING '
                       WS-NOTICE-DAYS ' DAYS'
           END-IF
           COMPUTE WS-NOTICE-CUTOFF = FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INT + WS-NOTICE-DAYS)

           OPEN I-O   BORROWER-FILE
           IF WS-BORROWER-STATUS NOT = '00'
               DISPLAY 'BRCRDEXP: BORROWER-FILE OPEN FAILED - STATUS = '
                       WS-BORROWER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT NOTICE-FILE
           IF WS-NOTICE-STATUS NOT = '00'
               DISPLAY 'BRCRDEXP: NOTICE-FILE OPEN FAILED - STATUS = '
                       WS-NOTICE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O   JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'BRCRDEXP: JOURNAL-FILE OPEN FAILED - STATUS = '
                       WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

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
      * 3000 - ONE BORROWER: AN ACTIVE CARD PAST ITS EXPIRY DATE IS
      *        EXPIRED; ONE EXPIRING ON OR BEFORE THE NOTICE CUTOFF
      *        GETS A RENEWAL REMINDER
      *****************************************************************
       3000-PROCESS-ONE-BORROWER.

           IF NOT BORROWER-STATUS-ACTIVE
               GO TO 3000-EXIT
           END-IF

           IF BORROWER-EXPIRY-DATE < WS-TODAY-NUM
               PERFORM 3100-EXPIRE-CARD THRU 3100-EXIT
               GO TO 3000-EXIT
           END-IF

           IF BORROWER-EXPIRY-DATE NOT > WS-NOTICE-CUTOFF
               PERFORM 3200-WRITE-RENEWAL-NOTICE THRU 3200-EXIT
           END-IF.

       3000-EXIT.
           EXIT.
      *****************************************************************
      * 3100 - EXPIRE A LAPSED CARD AND JOURNAL THE CHANGE THE SAME WAY
      *        FCBORR JOURNALS A STATUS CHANGE MADE AT THE DESK
      *****************************************************************
       3100-EXPIRE-CARD.

           MOVE BORROWER-FILE-REC TO WS-BORR-BEFORE-SAVE
           SET BORROWER-STATUS-EXPIRED TO TRUE
           MOVE WS-TODAY-NUM TO BORROWER-STATUS-DATE
           MOVE 'CARD EXPIRED - NOT RENEWED' TO BORROWER-STATUS-REASON

           REWRITE BORROWER-FILE-REC
               INVALID KEY
                   DISPLAY 'BRCRDEXP: UNABLE TO REWRITE BORROWER '
                           BORROWER-ID ' - STATUS = '
                           WS-BORROWER-STATUS
                   GO TO 3100-EXIT
           END-REWRITE
           ADD 1 TO WS-EXPIRED-COUNT

           SET JRNL-ACTION-STATUS TO TRUE
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
      * 3200 - ONE RENEWAL-REMINDER ROW FOR A CARD ABOUT TO EXPIRE
      *****************************************************************
       3200-WRITE-RENEWAL-NOTICE.

           MOVE SPACES             TO RENEWAL-NOTICE-REC
           MOVE BORROWER-ID        TO RNW-BORROWER-ID
           MOVE BORROWER-NAME      TO RNW-BORROWER-NAME
           MOVE BORROWER-ADDRESS   TO RNW-BORROWER-ADDRESS
           MOVE BORROWER-PHONE     TO RNW-BORROWER-PHONE
           MOVE BORROWER-EXPIRY-DATE TO RNW-EXPIRY-DATE
           MOVE BORROWER-FINE-BAL  TO RNW-FINE-BAL
           MOVE WS-TODAY-NUM       TO RNW-RUN-DATE

           WRITE RENEWAL-NOTICE-REC
           IF WS-NOTICE-STATUS NOT = '00'
               DISPLAY 'BRCRDEXP: NOTICE-FILE WRITE FAILED - STATUS = '
                       WS-NOTICE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-NOTICE-COUNT.

       3200-EXIT.
           EXIT.
      *****************************************************************
      * 8500 - APPEND ONE ROW TO THE UPDATE JOURNAL.  THE CALLER HAS
      *        SET THE ACTION, THE KEYS, THE FILE NAME AND THE IMAGES.
      *        A SAME-SECOND KEY COLLISION (ANOTHER ROW IN THIS RUN OR
      *        AN ONLINE UPDATE) IS RETRIED ON THE NEXT SEQUENCE NUMBER;
      *        ANY OTHER FAILURE IS DISPLAYED AND TOLERATED - THE CARD
      *        HAS ALREADY BEEN EXPIRED
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
           MOVE 'BRCRDEXP' TO JRNL-PROGRAM
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
                       DISPLAY 'BRCRDEXP: JOURNAL WRITE FAILED - '
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
      * 9999 - CLOSE UP AND REPORT COUNTS
      *****************************************************************
       9999-TERMINATE.

           CLOSE BORROWER-FILE
           IF WS-BORROWER-STATUS NOT = '00'
               DISPLAY 'BRCRDEXP: BORROWER-FILE CLOSE FAILED - STATUS='
                       WS-BORROWER-STATUS
           END-IF

           CLOSE NOTICE-FILE
           IF WS-NOTICE-STATUS NOT = '00'
               DISPLAY 'BRCRDEXP: NOTICE-FILE CLOSE FAILED - STATUS = '
                       WS-NOTICE-STATUS
           END-IF

           CLOSE JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'BRCRDEXP: JOURNAL-FILE CLOSE FAILED - STATUS = '
                       WS-JOURNAL-STATUS
           END-IF

           DISPLAY 'BRCRDEXP: ' WS-BORROWER-COUNT ' BORROWER(S), '
                   WS-EXPIRED-COUNT ' CARD(S) EXPIRED, '
                   WS-NOTICE-COUNT ' RENEWAL NOTICE(S), '
                   WS-JRNL-COUNT ' JOURNAL ROW(S)'.

       9999-EXIT.
           EXIT.
