       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OFFLNPST.
       AUTHOR.        D DONG.
       INSTALLATION.  CIRCULATION SYSTEMS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      * ----------------------------------------------------------
      * 10/15/2026  DD   OFFLINE / BOOKMOBILE CIRCULATION POSTING.
      *                  READS THE CHECKOUTS, RETURNS AND RENEWALS
      *                  TAKEN ON PAPER WHILE THE REGION WAS DOWN OR ON
      *                  THE BOOKMOBILE (SEE OFFLTRAN), SORTS THEM INTO
      *                  THE ORDER THEY HAPPENED AND POSTS THEM UNDER
      *                  THE SAME RULES FCLOAN APPLIES ONLINE - POLICY
      *                  BY GENRE, THE FINE CEILING, HOLD-QUEUE CLAIM
      *                  AND RELEASE, LOANHIST, THE FINE LEDGER AND THE
      *                  JOURNAL - WITH CHECKOUT, DUE AND RETURN DATES
      *                  AND FINES TAKEN FROM THE RECORDED OFFLINE DATE.
      *                  A TRANSACTION THAT FAILS A RULE IS WRITTEN TO
      *                  THE REJECT FILE WITH A REASON CODE (FCLOAN'S
      *                  RETURN CODES WHERE ONE FITS) FOR THE DESK TO
      *                  WORK.  CHECKPOINTS THE WAY CATLDCKP DOES, BUT
      *                  AROUND EVERY TRANSACTION RATHER THAN EVERY N
      *                  RECORDS - A POSTING IS NOT AN UPSERT AND CANNOT
      *                  SAFELY BE RUN TWICE - SO A RESTART RESUMES
      *                  AFTER THE LAST TRANSACTION POSTED AND REJECTS
      *                  THE ONE AN ABEND INTERRUPTED FOR CHECKING BY
      *                  HAND INSTEAD OF POSTING IT A SECOND TIME.
      * 10/15/2026  DD   JOURNAL THE COPY, BOOK, HOLD, BORROWER AND
      *                  LOANHIST UPDATES EACH POSTING MAKES, ONE ROW
      *                  PER RECORD AS EACH UPDATE GOES THROUGH, AND
      *                  NAME THE FILE ON EVERY ROW, SO JRNLRCV CAN
      *                  REAPPLY A BATCH IN FULL.
      * 10/15/2026  DD   CHECKOUT AND RENEWAL SLIPS ARE REJECTED FOR A
      *                  BORROWER WHOSE CARD WAS NOT ACTIVE (9012) OR
      *                  HAD EXPIRED (9013) ON THE SLIP DATE, THE SAME
      *                  STANDING FCLOAN NOW REQUIRES ONLINE.
      * 10/15/2026  DD   A SLIP DATE THAT IS NOT A REAL CALENDAR DATE
      *                  (E.G. 02/30) IS NOW REJECTED AS INVALID (9101)
      *                  INSTEAD OF PASSING THE MONTH/DAY RANGE EDIT.
      * 10/15/2026  DD   A BORROWER ANYWHERE IN THE HOLD QUEUE CAN NOW
      *                  COLLECT THE COPY THAT ARRIVED FOR THEIR OWN
      *                  ENTRY, AND ONLY THAT ENTRY IS DEQUEUED.
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

           SELECT OFFLINE-TRAN-FILE ASSIGN TO TRANDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT REJECT-FILE ASSIGN TO REJDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT BORROWER-FILE ASSIGN TO BORWDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BORROWER-ID
               FILE STATUS IS WS-BORROWER-STATUS.

           SELECT BOOK-FILE ASSIGN TO BOOKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BOOK-ID
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT BOOKCOPY-FILE ASSIGN TO BCPYDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COPY-KEY
               FILE STATUS IS WS-BOOKCOPY-STATUS.

           SELECT LOAN-FILE ASSIGN TO LOANDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT LOANHIST-FILE ASSIGN TO LHSTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-LOANHIST-STATUS.

           SELECT HOLD-FILE ASSIGN TO HOLDDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOLD-BOOK-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT POLICY-FILE ASSIGN TO POLCDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POLICY-GENRE-CODE
               FILE STATUS IS WS-POLICY-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO CALNDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CALENDAR-STATUS.

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

           SELECT CHECKPOINT-FILE ASSIGN TO CHKPDD
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CHKP-RRN
               FILE STATUS IS WS-CHKP-STATUS.

           SELECT SORT-WORK ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-REC           PIC X(08).

       FD  OFFLINE-TRAN-FILE
           RECORDING MODE IS F.
       01  OFFLINE-TRAN-FILE-REC      PIC X(80).

       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-REC.
           05 REJ-TRAN-IMAGE          PIC X(80).
           05 REJ-REASON-CODE         PIC X(04).
           05 FILLER                  PIC X(01).
           05 REJ-REASON-TEXT         PIC X(40).
           05 FILLER                  PIC X(05).

       FD  BORROWER-FILE
           RECORDING MODE IS F.
           COPY BORWREC.

       FD  BOOK-FILE
           RECORDING MODE IS F.
           COPY BOOKREC.

       FD  BOOKCOPY-FILE
           RECORDING MODE IS F.
           COPY COPYREC.

       FD  LOAN-FILE
           RECORDING MODE IS F.
           COPY LOANREC.

       FD  LOANHIST-FILE
           RECORDING MODE IS F.
           COPY LOANHIST.

       FD  HOLD-FILE
           RECORDING MODE IS F.
           COPY HOLDREC.

       FD  POLICY-FILE
           RECORDING MODE IS F.
           COPY POLICREC.

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALNDREC.

       FD  FINELEDG-FILE
           RECORDING MODE IS F.
           COPY FINLREC.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY JRNLREC.

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       01  CHECKPOINT-REC.
           05 CHKP-RECORDS-PROCESSED  PIC 9(08) COMP.
           05 CHKP-LAST-KEY           PIC X(22).
           05 CHKP-IN-FLIGHT-SW       PIC X(01).
              88 CHKP-POSTING-IN-FLIGHT   VALUE 'Y'.
           05 CHKP-RUN-STATUS         PIC X(01).
              88 CHKP-RUN-IN-PROGRESS     VALUE 'I'.
              88 CHKP-RUN-COMPLETE        VALUE 'C'.
           05 CHKP-POSTED-COUNT       PIC 9(08) COMP.
           05 CHKP-REJECTED-COUNT     PIC 9(08) COMP.
           05 CHKP-LAST-RUN-DATE      PIC 9(08).
           05 FILLER                  PIC X(04).

       SD  SORT-WORK.
       01  SORT-REC.
           05 SORT-KEY-AREA.
              10 SORT-TRAN-DATE       PIC 9(08).
              10 SORT-TRAN-TIME       PIC 9(06).
              10 SORT-INPUT-SEQ       PIC 9(08).
           05 SORT-TRAN-IMAGE         PIC X(80).

       WORKING-STORAGE SECTION.
        77 WS-CARD-STATUS         PIC X(02).
        77 WS-TRAN-STATUS         PIC X(02).
        77 WS-REJECT-STATUS       PIC X(02).
        77 WS-BORROWER-STATUS     PIC X(02).
        77 WS-BOOK-STATUS         PIC X(02).
        77 WS-BOOKCOPY-STATUS     PIC X(02).
        77 WS-LOAN-STATUS         PIC X(02).
        77 WS-LOANHIST-STATUS     PIC X(02).
        77 WS-HOLD-STATUS         PIC X(02).
        77 WS-POLICY-STATUS       PIC X(02).
        77 WS-CALENDAR-STATUS     PIC X(02).
        77 WS-FINELEDG-STATUS     PIC X(02).
        77 WS-JOURNAL-STATUS      PIC X(02).
        77 WS-CHKP-STATUS         PIC X(02).
        77 WS-EOF-TRAN-SW         PIC X(01)  VALUE 'N'.
           88 END-OF-TRAN-FILE               VALUE 'Y'.
        77 WS-EOF-SORT-SW         PIC X(01)  VALUE 'N'.
           88 END-OF-SORT-FILE               VALUE 'Y'.
        77 WS-EOF-LOAN-SW         PIC X(01)  VALUE 'N'.
           88 END-OF-LOAN-BROWSE             VALUE 'Y'.
        77 WS-OPEN-LOAN-SW        PIC X(01)  VALUE 'N'.
           88 OPEN-LOAN-FOUND                VALUE 'Y'.
        77 WS-CHKP-FOUND-SW       PIC X(01)  VALUE 'N'.
           88 CHECKPOINT-ON-FILE             VALUE 'Y'.
        77 WS-RESTART-RUN-SW      PIC X(01)  VALUE 'N'.
           88 RESTART-RUN                    VALUE 'Y'.
        77 WS-IN-FLIGHT-SW        PIC X(01)  VALUE 'N'.
           88 POSTING-IN-FLIGHT              VALUE 'Y'.
        77 WS-RUN-STATUS-SW       PIC X(01)  VALUE 'I'.
           88 RUN-IN-PROGRESS                VALUE 'I'.
           88 RUN-COMPLETE                   VALUE 'C'.
        77 WS-HALT-SW             PIC X(01)  VALUE 'N'.
           88 POSTING-HALTED                 VALUE 'Y'.
        77 WS-LOAN-EXISTS-SW      PIC X(01)  VALUE 'N'.
           88 LOAN-REC-EXISTS                VALUE 'Y'.
        77 WS-HOLD-CHECKOUT-SW    PIC X(01)  VALUE 'N'.
           88 CHECKOUT-FROM-HOLD             VALUE 'Y'.
        77 WS-HOLD-ENTRY-SW       PIC X(01)  VALUE 'N'.
           88 BORROWER-HOLD-FOUND            VALUE 'Y'.
        77 WS-HELD-CLAIM-SW       PIC X(01)  VALUE 'N'.
           88 HELD-COPY-CLAIMED              VALUE 'Y'.
        77 WS-HOLD-CLAIM-SW       PIC X(01)  VALUE 'N'.
           88 COPY-CLAIMED-BY-HOLD           VALUE 'Y'.
        77 WS-CLOSED-DAY-SW       PIC X(01)  VALUE 'N'.
           88 LIBRARY-CLOSED-DAY             VALUE 'Y'.
        77 WS-JRNL-DONE-SW        PIC X(01)  VALUE 'N'.
           88 JOURNAL-REC-DONE               VALUE 'Y'.
        77 WS-LEDG-DONE-SW        PIC X(01)  VALUE 'N'.
           88 LEDGER-REC-DONE                VALUE 'Y'.
        77 WS-RESTART-IND         PIC X(08)  VALUE SPACES.
        77 WS-CHKP-RRN            PIC 9(04)  COMP VALUE 1.
        77 WS-INPUT-SEQ           PIC 9(08)  VALUE ZERO.
        77 WS-RECORDS-PROCESSED   PIC 9(08)  COMP VALUE ZERO.
        77 WS-POSTED-COUNT        PIC 9(08)  COMP VALUE ZERO.
        77 WS-REJECTED-COUNT      PIC 9(08)  COMP VALUE ZERO.
        77 WS-CHECKOUT-COUNT      PIC 9(06)  COMP VALUE ZERO.
        77 WS-RETURN-COUNT        PIC 9(06)  COMP VALUE ZERO.
        77 WS-RENEW-COUNT         PIC 9(06)  COMP VALUE ZERO.
        77 WS-FINE-COUNT          PIC 9(06)  COMP VALUE ZERO.
        77 WS-TODAY-CHAR          PIC X(08).
        77 WS-TODAY-NUM REDEFINES WS-TODAY-CHAR
                                  PIC 9(08).
        77 WS-TRAN-DATE-INT       PIC S9(08) COMP.
        77 WS-DUE-DATE-INT        PIC S9(08) COMP.
        77 WS-DAYS-LATE           PIC S9(08) COMP.
        77 WS-CAL-DAY-INT         PIC S9(08) COMP.
        77 WS-CAL-END-INT         PIC S9(08) COMP.
        77 WS-CAL-ROLL-COUNT      PIC S9(04) COMP.
        77 WS-CAL-BRANCH          PIC X(06)  VALUE SPACES.
        77 WS-RETURN-BRANCH       PIC X(06)  VALUE SPACES.
        77 WS-HOLD-ENTRY-SLOT     PIC S9(04) COMP VALUE ZERO.
        77 WS-ENTRY-COPY-NUMBER   PIC 9(04)  VALUE ZERO.
        77 WS-ENTRY-ARRIVED-DATE  PIC 9(08)  VALUE ZERO.
        77 WS-PRIOR-COPY-NUMBER   PIC 9(04)  VALUE ZERO.
        77 WS-FINE-AMOUNT         PIC S9(5)V99 COMP-3.
        77 WS-FINE-TOTAL          PIC S9(7)V99 COMP-3 VALUE ZERO.
        77 WS-HALT-TEXT           PIC X(20)  VALUE SPACES.
        77 WS-HALT-STATUS         PIC X(02)  VALUE SPACES.
        77 WS-JRNL-DATE-CHAR      PIC X(08).
        77 WS-JRNL-DATE-NUM REDEFINES WS-JRNL-DATE-CHAR
                                  PIC 9(08).
        77 WS-LAST-JRNL-DATE      PIC 9(08)  VALUE ZERO.
        77 WS-LAST-JRNL-TIME      PIC 9(06)  VALUE ZERO.
        77 WS-LAST-JRNL-SEQ       PIC 9(04)  VALUE ZERO.
      *****************************************************************
      * CIRCULATION POLICY VALUES.  8100 RESETS THESE TO THE SAME
      * COMPILED-IN DEFAULTS FCLOAN CARRIES BEFORE EVERY POLICY FETCH,
      * SO ONE TRANSACTION'S GENRE CAN NEVER LEAK INTO THE NEXT ONE'S
      * WHEN NEITHER POLICY ROW CAN BE READ
      *****************************************************************
        77 WS-LOAN-PERIOD-DAYS    PIC 9(03)  VALUE 14.
        77 WS-FINE-PER-DAY        PIC S9(3)V99 COMP-3 VALUE 0.25.
        77 WS-MAX-RENEWALS        PIC 9(01)  VALUE 3.
        77 WS-REPLACEMENT-COST    PIC S9(5)V99 COMP-3 VALUE 25.00.
        77 WS-MAX-FINE-BAL        PIC S9(5)V99 COMP-3 VALUE 25.00.

        01 WS-NOW-TIME.
           05 WS-NOW-HHMMSS       PIC 9(06).
           05 FILLER              PIC 9(02).

        01 WS-CURRENT-KEY         PIC X(22)  VALUE LOW-VALUES.
        01 WS-RESTART-KEY         PIC X(22)  VALUE LOW-VALUES.
        01 WS-SKIPPED-KEY         PIC X(22)  VALUE LOW-VALUES.
        01 WS-JRNL-BEFORE-SAVE    PIC X(500) VALUE SPACES.
        01 WS-COPY-BEFORE-SAVE    PIC X(500) VALUE SPACES.
        01 WS-BOOK-BEFORE-SAVE    PIC X(500) VALUE SPACES.
        01 WS-HOLD-BEFORE-SAVE    PIC X(500) VALUE SPACES.
        01 WS-BORR-BEFORE-SAVE    PIC X(500) VALUE SPACES.
        01 WS-JRNL-SIDE-KEY       PIC X(22)  VALUE SPACES.
      *****************************************************************
      * REJECT REASON CODES.  THE 90XX CODES ARE FCLOAN'S OWN RETURN
      * CODES (SEE LOANDATA) SO THE DESK READS THEM THE SAME WAY AS AN
      * ONLINE REFUSAL; THE 91XX CODES ONLY ARISE IN OFFLINE POSTING
      *****************************************************************
        01 WS-REJECT-CODE         PIC X(04)  VALUE '0000'.
           88 TRAN-ACCEPTED                  VALUE '0000'.
           88 RSN-NO-COPIES-AVAIL            VALUE '9001'.
           88 RSN-BOOK-NOT-FOUND             VALUE '9002'.
           88 RSN-BORROWER-NOT-FOUND         VALUE '9003'.
           88 RSN-LOAN-NOT-ON-FILE           VALUE '9004'.
           88 RSN-LOAN-ALREADY-OPEN          VALUE '9005'.
           88 RSN-UPDATE-FAILED              VALUE '9007'.
           88 RSN-NO-COPY-RECORD             VALUE '9008'.
           88 RSN-LOAN-NOT-OPEN              VALUE '9009'.
           88 RSN-MAX-RENEWALS               VALUE '9010'.
           88 RSN-FINE-BAL-TOO-HIGH          VALUE '9011'.
           88 RSN-BORROWER-NOT-ACTIVE        VALUE '9012'.
           88 RSN-CARD-EXPIRED               VALUE '9013'.
           88 RSN-INVALID-TRAN               VALUE '9101'.
           88 RSN-COPY-NOT-ON-SHELF          VALUE '9102'.
           88 RSN-COPY-NOT-ON-LOAN           VALUE '9103'.
           88 RSN-BEFORE-CHECKOUT            VALUE '9104'.
           88 RSN-POSTING-INTERRUPTED        VALUE '9199'.

           COPY OFFLTRAN.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-POST-TRANSACTIONS THRU 2000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.
      *****************************************************************
      * 1000 - READ THE RESTART CARD, PICK UP (OR START) THE
      *        CHECKPOINT AND OPEN THE FILES.  'START' POSTS A NEW
      *        BATCH FROM THE TOP, BUT IS REFUSED WHILE THE CHECKPOINT
      *        SHOWS THE LAST BATCH NEVER FINISHED - RERUNNING IT FROM
      *        THE TOP WOULD POST ITS FIRST PART TWICE.  'RESTART'
      *        RESUMES THAT BATCH.  'FORCE' STARTS FROM THE TOP ANYWAY,
      *        FOR A BATCH WHOSE PARTIAL POSTINGS HAVE BEEN BACKED OUT
      *****************************************************************
       1000-INITIALIZE.

           ACCEPT WS-TODAY-CHAR FROM DATE YYYYMMDD

           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'OFFLNPST: CONTROL-CARD-FILE OPEN FAILED - '
                       'STATUS = ' WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           READ CONTROL-CARD-FILE INTO WS-RESTART-IND
               AT END MOVE 'START' TO WS-RESTART-IND
           END-READ
           CLOSE CONTROL-CARD-FILE

           IF WS-RESTART-IND NOT = 'START'
                   AND WS-RESTART-IND NOT = 'RESTART'
                   AND WS-RESTART-IND NOT = 'FORCE'
               DISPLAY 'OFFLNPST: CONTROL CARD MUST BE START, RESTART '
                       'OR FORCE - FOUND ' WS-RESTART-IND
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O CHECKPOINT-FILE
           IF WS-CHKP-STATUS NOT = '00'
               DISPLAY 'OFFLNPST: CHECKPOINT-FILE OPEN FAILED - '
                       'STATUS = ' WS-CHKP-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 1 TO WS-CHKP-RRN
           READ CHECKPOINT-FILE
               INVALID KEY MOVE 'N' TO WS-CHKP-FOUND-SW
               NOT INVALID KEY SET CHECKPOINT-ON-FILE TO TRUE
           END-READ

           EVALUATE TRUE
               WHEN WS-RESTART-IND = 'RESTART' AND CHECKPOINT-ON-FILE
                   IF CHKP-RUN-COMPLETE
                       DISPLAY 'OFFLNPST: LAST BATCH POSTED TO '
                               'COMPLETION - NOTHING TO RESTART'
                       CLOSE CHECKPOINT-FILE
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
                   SET RESTART-RUN TO TRUE
                   MOVE CHKP-RECORDS-PROCESSED TO WS-RECORDS-PROCESSED
                   MOVE CHKP-POSTED-COUNT      TO WS-POSTED-COUNT
                   MOVE CHKP-REJECTED-COUNT    TO WS-REJECTED-COUNT
                   MOVE CHKP-LAST-KEY          TO WS-RESTART-KEY
                                                  WS-CURRENT-KEY
                   MOVE CHKP-IN-FLIGHT-SW      TO WS-IN-FLIGHT-SW
                   DISPLAY 'OFFLNPST: RESTARTING AFTER '
                           WS-RECORDS-PROCESSED ' TRANSACTION(S)'
               WHEN WS-RESTART-IND = 'RESTART'
                   DISPLAY 'OFFLNPST: NO CHECKPOINT ON FILE - '
                           'STARTING FROM THE BEGINNING'
                   PERFORM 1100-INIT-CHECKPOINT THRU 1100-EXIT
               WHEN WS-RESTART-IND = 'START' AND CHECKPOINT-ON-FILE
                       AND CHKP-RUN-IN-PROGRESS
                   DISPLAY 'OFFLNPST: LAST BATCH DID NOT FINISH - '
                           'RESUBMIT WITH RESTART'
                   CLOSE CHECKPOINT-FILE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   PERFORM 1100-INIT-CHECKPOINT THRU 1100-EXIT
           END-EVALUATE

           PERFORM 1200-OPEN-FILES THRU 1200-EXIT.

       1000-EXIT.
           EXIT.

       1100-INIT-CHECKPOINT.

           MOVE ZERO         TO CHKP-RECORDS-PROCESSED
           MOVE LOW-VALUES   TO CHKP-LAST-KEY
           MOVE 'N'          TO CHKP-IN-FLIGHT-SW
           SET CHKP-RUN-IN-PROGRESS TO TRUE
           MOVE ZERO         TO CHKP-POSTED-COUNT
           MOVE ZERO         TO CHKP-REJECTED-COUNT
           MOVE WS-TODAY-NUM TO CHKP-LAST-RUN-DATE
           WRITE CHECKPOINT-REC
               INVALID KEY
                   REWRITE CHECKPOINT-REC
                       INVALID KEY
                           DISPLAY 'OFFLNPST: UNABLE TO WRITE '
                                   'INITIAL CHECKPOINT RECORD'
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                   END-REWRITE
           END-WRITE.

       1100-EXIT.
           EXIT.
      *****************************************************************
      * 1200 - OPEN THE CIRCULATION FILES AND THE REJECT FILE (EXTEND
      *        ON A RESTART, SO THE FIRST RUN'S REJECTS ARE KEPT)
      *****************************************************************
       1200-OPEN-FILES.

           IF RESTART-RUN
               OPEN EXTEND REJECT-FILE
           ELSE
               OPEN OUTPUT REJECT-FILE
           END-IF
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY 'OFFLNPST: REJECT-FILE OPEN FAILED - STATUS = '
                       WS-REJECT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O   BORROWER-FILE
           IF WS-BORROWER-STATUS NOT = '00'
               DISPLAY 'OFFLNPST: BORROWER-FILE OPEN FAILED - STATUS = '
                       WS-BORROWER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O   BOOK-FILE
           IF WS-BOOK-STATUS NOT = '00'
               DISPLAY 'OFFLNPST: BOOK-FILE OPEN FAILED - STATUS = '
                       WS-BOOK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O   BOOKCOPY-FILE
           IF WS-BOOKCOPY-STATUS NOT = '00'
               DISPLAY 'OFFLNPST: BOOKCOPY-FILE OPEN FAILED - STATUS = '
                       WS-BOOKCOPY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O   LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               DISPLAY 'OFFLNPST: LOAN-FILE OPEN FAILED - STATUS = '
                       WS-LOAN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O   LOANHIST-FILE
           IF WS-LOANHIST-STATUS NOT = '00'
               DISPLAY 'OFFLNPST: LOANHIST-FILE OPEN FAILED - STATUS = '
                       WS-LOANHIST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O   HOLD-FILE
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY 'OFFLNPST: HOLD-FILE OPEN FAILED - STATUS = '
                       WS-HOLD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY 'OFFLNPST: POLICY-FILE OPEN FAILED - STATUS = '
                       WS-POLICY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'OFFLNPST: CALENDAR-FILE OPEN FAILED - STATUS = '
                       WS-CALENDAR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O   FINELEDG-FILE
           IF WS-FINELEDG-STATUS NOT = '00'
               DISPLAY 'OFFLNPST: FINELEDG-FILE OPEN FAILED - STATUS = '
                       WS-FINELEDG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O   JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'OFFLNPST: JOURNAL-FILE OPEN FAILED - STATUS = '
                       WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       1200-EXIT.
           EXIT.
      *****************************************************************
      * 2000 - SORT THE BATCH INTO THE ORDER THE DESK HANDLED IT AND
      *        POST IT.  THE INPUT SEQUENCE BREAKS TIES, SO TWO SLIPS
      *        WITH THE SAME TIMESTAMP ALWAYS COME BACK IN THE SAME
      *        ORDER AND A RESTART'S SKIP COUNT LINES UP WITH THE
      *        FIRST RUN
      *****************************************************************
       2000-POST-TRANSACTIONS.

           SORT SORT-WORK ON ASCENDING KEY SORT-TRAN-DATE
                                           SORT-TRAN-TIME
                                           SORT-INPUT-SEQ
               INPUT PROCEDURE IS 2100-LOAD-TRANSACTIONS
                     THRU 2100-EXIT
               OUTPUT PROCEDURE IS 3000-POST-SORTED
                     THRU 3000-EXIT.

       2000-EXIT.
           EXIT.

       2100-LOAD-TRANSACTIONS.

           OPEN INPUT OFFLINE-TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'OFFLNPST: OFFLINE-TRAN-FILE OPEN FAILED - '
                       'STATUS = ' WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2110-READ-TRAN THRU 2110-EXIT
           PERFORM UNTIL END-OF-TRAN-FILE
               ADD 1 TO WS-INPUT-SEQ
               MOVE OFFLINE-TRAN-FILE-REC TO OFFLINE-TRAN-REC
               MOVE OFF-TRAN-DATE TO SORT-TRAN-DATE
               MOVE OFF-TRAN-TIME TO SORT-TRAN-TIME
               MOVE WS-INPUT-SEQ  TO SORT-INPUT-SEQ
               MOVE OFFLINE-TRAN-FILE-REC TO SORT-TRAN-IMAGE
               RELEASE SORT-REC
               PERFORM 2110-READ-TRAN THRU 2110-EXIT
           END-PERFORM

           CLOSE OFFLINE-TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'OFFLNPST: OFFLINE-TRAN-FILE CLOSE FAILED - '
                       'STATUS = ' WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       2100-EXIT.
           EXIT.

       2110-READ-TRAN.

           READ OFFLINE-TRAN-FILE
               AT END SET END-OF-TRAN-FILE TO TRUE
           END-READ.

       2110-EXIT.
           EXIT.
      *****************************************************************
      * 3000 - RETURN THE SORTED TRANSACTIONS AND POST THEM ONE AT A
      *        TIME, SKIPPING ANY A PRIOR RUN ALREADY DEALT WITH
      *****************************************************************
       3000-POST-SORTED.

           PERFORM 3100-RETURN-SORT THRU 3100-EXIT
           IF RESTART-RUN
               PERFORM 3200-SKIP-POSTED THRU 3200-EXIT
           END-IF

           PERFORM UNTIL END-OF-SORT-FILE OR POSTING-HALTED
               PERFORM 4000-POST-ONE-TRAN THRU 4000-EXIT
               PERFORM 3100-RETURN-SORT THRU 3100-EXIT
           END-PERFORM.

       3000-EXIT.
           EXIT.

       3100-RETURN-SORT.

           RETURN SORT-WORK
               AT END SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       3100-EXIT.
           EXIT.
      *****************************************************************
      * 3200 - PASS OVER THE TRANSACTIONS THE CHECKPOINT SAYS ARE DONE.
      *        THE LAST ONE PASSED OVER MUST BE THE ONE THE CHECKPOINT
      *        RECORDED, OR THE FILE IS NOT THE BATCH THAT WAS RUNNING
      *        AND NOTHING IS POSTED.  IF THE ABEND CAME PART WAY
      *        THROUGH A POSTING, THAT TRANSACTION IS NEXT - IT MAY BE
      *        HALF APPLIED, SO IT IS REJECTED FOR CHECKING BY HAND
      *        RATHER THAN POSTED AGAIN
      *****************************************************************
       3200-SKIP-POSTED.

           PERFORM 3210-SKIP-ONE-TRAN THRU 3210-EXIT
               WS-RECORDS-PROCESSED TIMES

           IF POSTING-IN-FLIGHT
               IF END-OF-SORT-FILE
                       OR SORT-KEY-AREA NOT = WS-RESTART-KEY
                   PERFORM 3300-WRONG-BATCH THRU 3300-EXIT
                   GO TO 3200-EXIT
               END-IF
               PERFORM 3400-REJECT-IN-FLIGHT THRU 3400-EXIT
               PERFORM 3100-RETURN-SORT THRU 3100-EXIT
           ELSE
               IF WS-RECORDS-PROCESSED > ZERO
                       AND WS-SKIPPED-KEY NOT = WS-RESTART-KEY
                   PERFORM 3300-WRONG-BATCH THRU 3300-EXIT
               END-IF
           END-IF.

       3200-EXIT.
           EXIT.

       3210-SKIP-ONE-TRAN.

           IF NOT END-OF-SORT-FILE
               MOVE SORT-KEY-AREA TO WS-SKIPPED-KEY
               PERFORM 3100-RETURN-SORT THRU 3100-EXIT
           END-IF.

       3210-EXIT.
           EXIT.

       3300-WRONG-BATCH.

           DISPLAY 'OFFLNPST: TRANSACTION FILE DOES NOT MATCH THE '
                   'CHECKPOINT - RESTART ABANDONED, NOTHING POSTED'
           SET POSTING-HALTED TO TRUE
           MOVE 16 TO RETURN-CODE.

       3300-EXIT.
           EXIT.

       3400-REJECT-IN-FLIGHT.

           MOVE SORT-TRAN-IMAGE TO OFFLINE-TRAN-REC
           MOVE SORT-KEY-AREA   TO WS-CURRENT-KEY
           SET RSN-POSTING-INTERRUPTED TO TRUE
           PERFORM 4300-WRITE-REJECT THRU 4300-EXIT
           ADD 1 TO WS-RECORDS-PROCESSED
           MOVE 'N' TO WS-IN-FLIGHT-SW
           PERFORM 4100-WRITE-CHECKPOINT THRU 4100-EXIT.

       3400-EXIT.
           EXIT.
      *****************************************************************
      * 4000 - POST ONE TRANSACTION.  THE CHECKPOINT IS MARKED
      *        IN-FLIGHT BEFORE ANY FILE IS TOUCHED AND MARKED DONE
      *        ONCE THE POSTING (OR THE REJECT) IS COMPLETE.  EVERY
      *        RULE IS CHECKED BEFORE THE FIRST UPDATE, SO A REJECTED
      *        TRANSACTION HAS CHANGED NOTHING
      *****************************************************************
       4000-POST-ONE-TRAN.

           MOVE SORT-TRAN-IMAGE TO OFFLINE-TRAN-REC
           MOVE SORT-KEY-AREA   TO WS-CURRENT-KEY
           SET POSTING-IN-FLIGHT TO TRUE
           PERFORM 4100-WRITE-CHECKPOINT THRU 4100-EXIT
           IF POSTING-HALTED
               GO TO 4000-EXIT
           END-IF

           MOVE '0000' TO WS-REJECT-CODE
           PERFORM 4200-VALIDATE-TRAN THRU 4200-EXIT
           IF TRAN-ACCEPTED
               EVALUATE TRUE
                   WHEN OFF-ACTION-CHECKOUT
                       PERFORM 5000-OFFLINE-CHECKOUT THRU 5000-EXIT
                   WHEN OFF-ACTION-RETURN
                       PERFORM 6000-OFFLINE-RETURN THRU 6000-EXIT
                   WHEN OFF-ACTION-RENEW
                       PERFORM 7000-OFFLINE-RENEW THRU 7000-EXIT
               END-EVALUATE
           END-IF
           IF POSTING-HALTED
               GO TO 4000-EXIT
           END-IF

           IF TRAN-ACCEPTED
               ADD 1 TO WS-POSTED-COUNT
           ELSE
               PERFORM 4300-WRITE-REJECT THRU 4300-EXIT
           END-IF

           ADD 1 TO WS-RECORDS-PROCESSED
           MOVE 'N' TO WS-IN-FLIGHT-SW
           PERFORM 4100-WRITE-CHECKPOINT THRU 4100-EXIT.

       4000-EXIT.
           EXIT.
      *****************************************************************
      * 4100 - RECORD WHERE THE BATCH HAS GOT TO.  WITHOUT A GOOD
      *        CHECKPOINT A RESTART COULD POST TRANSACTIONS TWICE, SO
      *        A FAILED REWRITE STOPS THE RUN
      *****************************************************************
       4100-WRITE-CHECKPOINT.

           MOVE WS-RECORDS-PROCESSED TO CHKP-RECORDS-PROCESSED
           MOVE WS-CURRENT-KEY       TO CHKP-LAST-KEY
           MOVE WS-IN-FLIGHT-SW      TO CHKP-IN-FLIGHT-SW
           MOVE WS-RUN-STATUS-SW     TO CHKP-RUN-STATUS
           MOVE WS-POSTED-COUNT      TO CHKP-POSTED-COUNT
           MOVE WS-REJECTED-COUNT    TO CHKP-REJECTED-COUNT
           MOVE WS-TODAY-NUM         TO CHKP-LAST-RUN-DATE
           REWRITE CHECKPOINT-REC
               INVALID KEY
                   DISPLAY 'OFFLNPST: CHECKPOINT REWRITE FAILED - '
                           'STATUS = ' WS-CHKP-STATUS
                   SET POSTING-HALTED TO TRUE
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.

       4100-EXIT.
           EXIT.
      *****************************************************************
      * 4200 - EDIT THE SLIP ITSELF.  THE DATE MUST BE A REAL DATE NO
      *        LATER THAN TODAY; A CHECKOUT NEEDS THE BORROWER AND THE
      *        COPY HANDED OVER, A RENEWAL THE BORROWER, A RETURN THE
      *        BORROWER OR THE COPY
      *****************************************************************
       4200-VALIDATE-TRAN.

           IF NOT (OFF-ACTION-CHECKOUT OR OFF-ACTION-RETURN
                   OR OFF-ACTION-RENEW)
                   OR OFF-TRAN-DATE NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(OFF-TRAN-DATE)
                       NOT = ZERO
                   OR OFF-TRAN-DATE > WS-TODAY-NUM
                   OR OFF-TRAN-TIME NOT NUMERIC
                   OR OFF-TRAN-TIME > 235959
                   OR OFF-COPY-NUMBER NOT NUMERIC
                   OR OFF-BOOK-ID = SPACES
               SET RSN-INVALID-TRAN TO TRUE
               GO TO 4200-EXIT
           END-IF

           IF OFF-BORROWER-ID = SPACES
                   AND (NOT OFF-ACTION-RETURN OR OFF-COPY-NUMBER = ZERO)
               SET RSN-INVALID-TRAN TO TRUE
               GO TO 4200-EXIT
           END-IF

           IF OFF-ACTION-CHECKOUT AND OFF-COPY-NUMBER = ZERO
               SET RSN-INVALID-TRAN TO TRUE
               GO TO 4200-EXIT
           END-IF

           COMPUTE WS-TRAN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(OFF-TRAN-DATE).

       4200-EXIT.
           EXIT.
      *****************************************************************
      * 4300 - WRITE THE SLIP TO THE REJECT FILE WITH ITS REASON
      *****************************************************************
       4300-WRITE-REJECT.

           MOVE SPACES           TO REJECT-REC
           MOVE OFFLINE-TRAN-REC TO REJ-TRAN-IMAGE
           MOVE WS-REJECT-CODE   TO REJ-REASON-CODE
           EVALUATE TRUE
               WHEN RSN-NO-COPIES-AVAIL
                   MOVE 'COPY IS HELD FOR ANOTHER BORROWER'
                       TO REJ-REASON-TEXT
               WHEN RSN-BOOK-NOT-FOUND
                   MOVE 'BOOK NOT ON FILE' TO REJ-REASON-TEXT
               WHEN RSN-BORROWER-NOT-FOUND
                   MOVE 'BORROWER NOT ON FILE' TO REJ-REASON-TEXT
               WHEN RSN-LOAN-NOT-ON-FILE
                   MOVE 'NO LOAN ON FILE FOR THIS BOOK/BORROWER'
                       TO REJ-REASON-TEXT
               WHEN RSN-LOAN-ALREADY-OPEN
                   MOVE 'BORROWER ALREADY HAS THIS TITLE OUT'
                       TO REJ-REASON-TEXT
               WHEN RSN-UPDATE-FAILED
                   MOVE 'LOAN HISTORY ROW ALREADY ON FILE'
                       TO REJ-REASON-TEXT
               WHEN RSN-NO-COPY-RECORD
                   MOVE 'COPY NOT ON FILE' TO REJ-REASON-TEXT
               WHEN RSN-LOAN-NOT-OPEN
                   MOVE 'LOAN IS ALREADY CLOSED' TO REJ-REASON-TEXT
               WHEN RSN-MAX-RENEWALS
                   MOVE 'RENEWAL LIMIT REACHED' TO REJ-REASON-TEXT
               WHEN RSN-FINE-BAL-TOO-HIGH
                   MOVE 'FINE BALANCE OVER THE CHECKOUT CEILING'
                       TO REJ-REASON-TEXT
               WHEN RSN-BORROWER-NOT-ACTIVE
                   MOVE 'BORROWER CARD NOT ACTIVE' TO REJ-REASON-TEXT
               WHEN RSN-CARD-EXPIRED
                   MOVE 'BORROWER CARD EXPIRED' TO REJ-REASON-TEXT
               WHEN RSN-INVALID-TRAN
                   MOVE 'INVALID OR INCOMPLETE SLIP'
                       TO REJ-REASON-TEXT
               WHEN RSN-COPY-NOT-ON-SHELF
                   MOVE 'COPY ALREADY OUT, LOST OR IN TRANSIT'
                       TO REJ-REASON-TEXT
               WHEN RSN-COPY-NOT-ON-LOAN
                   MOVE 'COPY IS NOT THE ONE ON THE LOAN'
                       TO REJ-REASON-TEXT
               WHEN RSN-BEFORE-CHECKOUT
                   MOVE 'SLIP DATED BEFORE THE LOAN WAS CHECKED OUT'
                       TO REJ-REASON-TEXT
               WHEN RSN-POSTING-INTERRUPTED
                   MOVE 'POSTING INTERRUPTED - CHECK BY HAND'
                       TO REJ-REASON-TEXT
           END-EVALUATE

           WRITE REJECT-REC
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY 'OFFLNPST: REJECT-FILE WRITE FAILED - STATUS = '
                       WS-REJECT-STATUS
               SET POSTING-HALTED TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-REJECTED-COUNT.

       4300-EXIT.
           EXIT.
      *****************************************************************
      * 5000 - OFFLINE CHECKOUT.  THE SAME RULES AS FCLOAN'S
      *        CHECKOUT-BOOK, BUT FOR THE COPY THAT WAS ACTUALLY
      *        HANDED OVER RATHER THAN THE FIRST ONE ON THE SHELF: IT
      *        MUST BE ON THE SHELF, OR ON THE HOLD SHELF TIED TO THIS
      *        BORROWER'S OWN ENTRY, WHEREVER IT SITS IN THE HOLD
      *        QUEUE.  A BORROWER WHOSE COPY HAS ARRIVED, OR WHO IS
      *        FIRST IN LINE, IS DEQUEUED WHICHEVER COPY THEY TOOK.  THE
      *        LOAN STARTS ON THE OFFLINE DATE AND FALLS DUE A POLICY
      *        LOAN PERIOD LATER, ROLLED PAST CLOSED DAYS AT THE COPY'S
      *        BRANCH.  THE HISTORY ROW IS WRITTEN FIRST SO A KEY
      *        CLASH THERE IS A REJECT RATHER THAN A HALF POSTING.
      *        THE BORROWER'S CARD MUST HAVE BEEN IN GOOD STANDING ON
      *        THE SLIP DATE (SEE 8070)
      *****************************************************************
       5000-OFFLINE-CHECKOUT.

           MOVE OFF-BORROWER-ID TO BORROWER-ID
           READ BORROWER-FILE
               INVALID KEY
                   SET RSN-BORROWER-NOT-FOUND TO TRUE
                   GO TO 5000-EXIT
           END-READ
           PERFORM 8070-CHECK-BORROWER-STANDING THRU 8070-EXIT
           IF NOT TRAN-ACCEPTED
               GO TO 5000-EXIT
           END-IF

           MOVE OFF-BOOK-ID TO BOOK-ID
           READ BOOK-FILE
               INVALID KEY
                   SET RSN-BOOK-NOT-FOUND TO TRUE
                   GO TO 5000-EXIT
           END-READ

           PERFORM 8100-FETCH-LOAN-POLICY THRU 8100-EXIT
           IF BORROWER-FINE-BAL > WS-MAX-FINE-BAL
               SET RSN-FINE-BAL-TOO-HIGH TO TRUE
               GO TO 5000-EXIT
           END-IF

           PERFORM 5100-PROBE-HOLD-QUEUE-ENTRY THRU 5100-EXIT

           MOVE OFF-BOOK-ID     TO COPY-BOOK-ID
           MOVE OFF-COPY-NUMBER TO COPY-NUMBER
           READ BOOKCOPY-FILE
               INVALID KEY
                   SET RSN-NO-COPY-RECORD TO TRUE
                   GO TO 5000-EXIT
           END-READ

           MOVE 'N' TO WS-HELD-CLAIM-SW
           EVALUATE TRUE
               WHEN COPY-ON-SHELF
                   IF BOOK-COPIES-AVAIL NOT > 0
                       SET RSN-NO-COPIES-AVAIL TO TRUE
                       GO TO 5000-EXIT
                   END-IF
               WHEN COPY-ON-HOLD
                   IF CHECKOUT-FROM-HOLD
                           AND COPY-NUMBER = WS-ENTRY-COPY-NUMBER
                           AND WS-ENTRY-ARRIVED-DATE NOT = ZERO
                       SET HELD-COPY-CLAIMED TO TRUE
                   ELSE
                       SET RSN-NO-COPIES-AVAIL TO TRUE
                       GO TO 5000-EXIT
                   END-IF
               WHEN OTHER
                   SET RSN-COPY-NOT-ON-SHELF TO TRUE
                   GO TO 5000-EXIT
           END-EVALUATE

           PERFORM 5200-PROBE-EXISTING-LOAN THRU 5200-EXIT
           IF NOT TRAN-ACCEPTED
               GO TO 5000-EXIT
           END-IF

           IF LOAN-REC-EXISTS
               PERFORM 5500-APPEND-LOAN-HISTORY THRU 5500-EXIT
               IF NOT TRAN-ACCEPTED OR POSTING-HALTED
                   GO TO 5000-EXIT
               END-IF
           END-IF

           MOVE BOOK-COPY-REC TO WS-COPY-BEFORE-SAVE
           SET COPY-CHECKED-OUT TO TRUE
           REWRITE BOOK-COPY-REC
               INVALID KEY
                   MOVE 'BOOKCOPY REWRITE' TO WS-HALT-TEXT
                   MOVE WS-BOOKCOPY-STATUS TO WS-HALT-STATUS
                   PERFORM 8900-HALT-POSTING THRU 8900-EXIT
                   GO TO 5000-EXIT
           END-REWRITE
           PERFORM 8530-JOURNAL-COPY-UPDATE THRU 8530-EXIT

           MOVE BOOK-FILE-REC TO WS-BOOK-BEFORE-SAVE
           IF NOT HELD-COPY-CLAIMED
               SUBTRACT 1 FROM BOOK-COPIES-AVAIL
           END-IF
           REWRITE BOOK-FILE-REC
               INVALID KEY
                   MOVE 'BOOK REWRITE' TO WS-HALT-TEXT
                   MOVE WS-BOOK-STATUS TO WS-HALT-STATUS
                   PERFORM 8900-HALT-POSTING THRU 8900-EXIT
                   GO TO 5000-EXIT
           END-REWRITE
           PERFORM 8540-JOURNAL-BOOK-UPDATE THRU 8540-EXIT

           IF CHECKOUT-FROM-HOLD
               PERFORM 5400-DEQUEUE-HOLD-ENTRY THRU 5400-EXIT
               IF POSTING-HALTED
                   GO TO 5000-EXIT
               END-IF
           END-IF

           MOVE OFF-BOOK-ID     TO LOAN-BOOK-ID
           MOVE OFF-BORROWER-ID TO LOAN-BORROWER-ID
           MOVE OFF-TRAN-DATE   TO CHECKOUT-DATE
           MOVE COPY-BRANCH     TO WS-CAL-BRANCH
           COMPUTE WS-DUE-DATE-INT =
                   WS-TRAN-DATE-INT + WS-LOAN-PERIOD-DAYS
           PERFORM 8200-ROLL-PAST-CLOSED-DAYS THRU 8200-EXIT
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INT) TO DUE-DATE
           MOVE ZEROS TO RETURN-DATE
           MOVE ZEROS TO LOAN-RENEWAL-COUNT
           IF NOT LOAN-REC-EXISTS
               MOVE ZEROS TO LOAN-HISTORY-SEQ
           END-IF
           MOVE OFF-COPY-NUMBER TO LOAN-COPY-NUMBER
           SET LOAN-STATUS-OPEN TO TRUE

           IF LOAN-REC-EXISTS
               REWRITE LOAN-FILE-REC
                   INVALID KEY
                       MOVE 'LOAN REWRITE' TO WS-HALT-TEXT
                       MOVE WS-LOAN-STATUS TO WS-HALT-STATUS
                       PERFORM 8900-HALT-POSTING THRU 8900-EXIT
                       GO TO 5000-EXIT
               END-REWRITE
           ELSE
               WRITE LOAN-FILE-REC
                   INVALID KEY
                       MOVE 'LOAN WRITE' TO WS-HALT-TEXT
                       MOVE WS-LOAN-STATUS TO WS-HALT-STATUS
                       PERFORM 8900-HALT-POSTING THRU 8900-EXIT
                       GO TO 5000-EXIT
               END-WRITE
           END-IF

           SET JRNL-ACTION-CHECKOUT TO TRUE
           PERFORM 8500-JOURNAL-LOAN-ACTION THRU 8500-EXIT
           ADD 1 TO WS-CHECKOUT-COUNT.

       5000-EXIT.
           EXIT.
      *****************************************************************
      * 5100 - IS THIS BORROWER IN THE HOLD QUEUE FOR THE TITLE?  THE
      *        WHOLE QUEUE IS SEARCHED AND THE BORROWER'S SLOT, THE
      *        COPY TIED TO THEIR ENTRY AND WHETHER IT HAS ARRIVED ON
      *        THE HOLD SHELF ARE NOTED.  THE CHECKOUT COUNTS AS A
      *        HOLD PICKUP WHEN THAT COPY HAS ARRIVED, OR WHEN THE
      *        BORROWER IS FIRST IN LINE (SEE FCLOAN'S
      *        PROBE-HOLD-QUEUE-ENTRY)
      *****************************************************************
       5100-PROBE-HOLD-QUEUE-ENTRY.

           MOVE 'N' TO WS-HOLD-CHECKOUT-SW
           MOVE 'N' TO WS-HOLD-ENTRY-SW
           MOVE ZEROS TO WS-HOLD-ENTRY-SLOT
                         WS-ENTRY-COPY-NUMBER
                         WS-ENTRY-ARRIVED-DATE
           MOVE OFF-BOOK-ID TO HOLD-BOOK-ID
           READ HOLD-FILE
               INVALID KEY MOVE ZERO TO HOLD-QUEUE-COUNT
           END-READ

           SET HOLD-QUEUE-IDX TO 1
           PERFORM 5110-SCAN-FOR-BORROWER-HOLD THRU 5110-EXIT
               UNTIL HOLD-QUEUE-IDX > HOLD-QUEUE-COUNT
                  OR BORROWER-HOLD-FOUND
           IF NOT BORROWER-HOLD-FOUND
               GO TO 5100-EXIT
           END-IF

           SET WS-HOLD-ENTRY-SLOT TO HOLD-QUEUE-IDX
           MOVE HOLD-COPY-NUMBER(HOLD-QUEUE-IDX)
               TO WS-ENTRY-COPY-NUMBER
           MOVE HOLD-ARRIVED-DATE(HOLD-QUEUE-IDX)
               TO WS-ENTRY-ARRIVED-DATE
           IF WS-HOLD-ENTRY-SLOT = 1
                   OR (WS-ENTRY-COPY-NUMBER NOT = ZERO
                       AND WS-ENTRY-ARRIVED-DATE NOT = ZERO)
               SET CHECKOUT-FROM-HOLD TO TRUE
           END-IF.

       5100-EXIT.
           EXIT.

       5110-SCAN-FOR-BORROWER-HOLD.

           IF HOLD-BORROWER-ID(HOLD-QUEUE-IDX) = OFF-BORROWER-ID
               SET BORROWER-HOLD-FOUND TO TRUE
           ELSE
               SET HOLD-QUEUE-IDX UP BY 1
           END-IF.

       5110-EXIT.
           EXIT.
      *****************************************************************
      * 5200 - LOOK FOR A LOAN RECORD ALREADY ON FILE FOR THIS
      *        BOOK/BORROWER.  A CLOSED ONE IS REOPENED IN PLACE AFTER
      *        ITS CYCLE IS COPIED TO LOANHIST; AN OPEN ONE MEANS THE
      *        BORROWER ALREADY HAS THE TITLE OUT
      *****************************************************************
       5200-PROBE-EXISTING-LOAN.

           MOVE 'N' TO WS-LOAN-EXISTS-SW
           MOVE SPACES TO WS-JRNL-BEFORE-SAVE
           MOVE OFF-BOOK-ID     TO LOAN-BOOK-ID
           MOVE OFF-BORROWER-ID TO LOAN-BORROWER-ID
           READ LOAN-FILE
               INVALID KEY
                   GO TO 5200-EXIT
           END-READ

           SET LOAN-REC-EXISTS TO TRUE
           MOVE LOAN-FILE-REC TO WS-JRNL-BEFORE-SAVE
           MOVE LOAN-COPY-NUMBER TO WS-PRIOR-COPY-NUMBER
           IF LOAN-STATUS-OPEN
               SET RSN-LOAN-ALREADY-OPEN TO TRUE
           END-IF.

       5200-EXIT.
           EXIT.
      *****************************************************************
      * 5400 - THE QUEUED BORROWER HAS TAKEN A COPY - DEQUEUE THE
      *        ENTRY 5100 FOUND FOR THEM AND SHIFT THE ENTRIES BEHIND
      *        IT UP ONE SLOT.  ENTRIES AHEAD OF IT KEEP THEIR PLACE
      *****************************************************************
       5400-DEQUEUE-HOLD-ENTRY.

           MOVE OFF-BOOK-ID TO HOLD-BOOK-ID
           READ HOLD-FILE
               INVALID KEY
                   MOVE 'HOLD READ' TO WS-HALT-TEXT
                   MOVE WS-HOLD-STATUS TO WS-HALT-STATUS
                   PERFORM 8900-HALT-POSTING THRU 8900-EXIT
                   GO TO 5400-EXIT
           END-READ
           MOVE HOLD-FILE-REC TO WS-HOLD-BEFORE-SAVE

           IF WS-ENTRY-COPY-NUMBER NOT = ZERO
                   AND NOT HELD-COPY-CLAIMED
               DISPLAY 'OFFLNPST: ' OFF-BORROWER-ID ' TOOK COPY '
                       OFF-COPY-NUMBER ' OF ' OFF-BOOK-ID
                       ' - COPY ' WS-ENTRY-COPY-NUMBER
                       ' HELD FOR THEM NEEDS RESHELVING'
           END-IF

           IF WS-HOLD-ENTRY-SLOT > 0
                   AND WS-HOLD-ENTRY-SLOT NOT > HOLD-QUEUE-COUNT
               SUBTRACT 1 FROM HOLD-QUEUE-COUNT
               SET HOLD-QUEUE-IDX TO WS-HOLD-ENTRY-SLOT
               PERFORM 5410-SHIFT-HOLD-QUEUE-ENTRY THRU 5410-EXIT
                   UNTIL HOLD-QUEUE-IDX > HOLD-QUEUE-COUNT
               REWRITE HOLD-FILE-REC
                   INVALID KEY
                       MOVE 'HOLD REWRITE' TO WS-HALT-TEXT
                       MOVE WS-HOLD-STATUS TO WS-HALT-STATUS
                       PERFORM 8900-HALT-POSTING THRU 8900-EXIT
                   NOT INVALID KEY
                       PERFORM 8550-JOURNAL-HOLD-UPDATE THRU 8550-EXIT
               END-REWRITE
           END-IF.

       5400-EXIT.
           EXIT.

       5410-SHIFT-HOLD-QUEUE-ENTRY.

           MOVE HOLD-QUEUE-TABLE(HOLD-QUEUE-IDX + 1)
               TO HOLD-QUEUE-TABLE(HOLD-QUEUE-IDX)
           SET HOLD-QUEUE-IDX UP BY 1.

       5410-EXIT.
           EXIT.
      *****************************************************************
      * 5500 - COPY THE CLOSED LOAN CYCLE ABOUT TO BE REOPENED OUT TO
      *        LOANHIST.  NOTHING ELSE HAS BEEN UPDATED YET, SO A KEY
      *        CLASH IS REJECTED (9007, AS FCLOAN REFUSES IT ONLINE)
      *****************************************************************
       5500-APPEND-LOAN-HISTORY.

           IF LOAN-HISTORY-SEQ NOT NUMERIC
               MOVE ZERO TO LOAN-HISTORY-SEQ
           END-IF
           IF LOAN-RENEWAL-COUNT NOT NUMERIC
               MOVE ZERO TO LOAN-RENEWAL-COUNT
           END-IF
           ADD 1 TO LOAN-HISTORY-SEQ

           MOVE LOAN-BOOK-ID         TO HIST-BOOK-ID
           MOVE LOAN-BORROWER-ID     TO HIST-BORROWER-ID
           MOVE LOAN-HISTORY-SEQ     TO HIST-SEQUENCE-NO
           MOVE CHECKOUT-DATE        TO HIST-CHECKOUT-DATE
           MOVE DUE-DATE             TO HIST-DUE-DATE
           MOVE RETURN-DATE          TO HIST-RETURN-DATE
           MOVE LOAN-STATUS          TO HIST-LOAN-STATUS
           MOVE WS-PRIOR-COPY-NUMBER TO HIST-COPY-NUMBER
           MOVE LOAN-RENEWAL-COUNT   TO HIST-RENEWAL-COUNT

           WRITE LOAN-HIST-REC
               INVALID KEY
                   IF WS-LOANHIST-STATUS = '22'
                       SET RSN-UPDATE-FAILED TO TRUE
                   ELSE
                       MOVE 'LOANHIST WRITE' TO WS-HALT-TEXT
                       MOVE WS-LOANHIST-STATUS TO WS-HALT-STATUS
                       PERFORM 8900-HALT-POSTING THRU 8900-EXIT
                   END-IF
               NOT INVALID KEY
                   MOVE 'LOANHIST' TO JRNL-FILE-NAME
                   MOVE HIST-KEY TO WS-JRNL-SIDE-KEY
                   MOVE SPACES TO JRNL-BEFORE-IMAGE
                   MOVE LOAN-HIST-REC TO JRNL-AFTER-IMAGE
                   PERFORM 8560-JOURNAL-SIDE-EFFECT THRU 8560-EXIT
           END-WRITE.

       5500-EXIT.
           EXIT.
      *****************************************************************
      * 6000 - OFFLINE RETURN.  CLOSES THE LOAN ON THE OFFLINE DATE,
      *        FINES THE OPEN DAYS LATE UP TO THAT DATE AT THE POLICY
      *        RATE, AND RELEASES THE COPY - TO THE FIRST UNSERVED HOLD
      *        (ON THE HOLD SHELF, OR IN TRANSIT FROM THE RETURNING
      *        BRANCH) OR BACK TO THE SHELF, AS FCLOAN'S RETURN-BOOK
      *        DOES.  UNLIKE THE ONLINE PATH A LOAN ALREADY CLOSED IS
      *        REJECTED, SO A SLIP KEYED TWICE CANNOT FINE TWICE
      *****************************************************************
       6000-OFFLINE-RETURN.

           IF OFF-BORROWER-ID NOT = SPACES
               MOVE OFF-BOOK-ID     TO LOAN-BOOK-ID
               MOVE OFF-BORROWER-ID TO LOAN-BORROWER-ID
               READ LOAN-FILE
                   INVALID KEY
                       SET RSN-LOAN-NOT-ON-FILE TO TRUE
                       GO TO 6000-EXIT
               END-READ
           ELSE
               PERFORM 6100-FIND-OPEN-LOAN THRU 6100-EXIT
               IF NOT TRAN-ACCEPTED
                   GO TO 6000-EXIT
               END-IF
           END-IF

           IF NOT LOAN-STATUS-OPEN
               SET RSN-LOAN-NOT-OPEN TO TRUE
               GO TO 6000-EXIT
           END-IF
           IF OFF-COPY-NUMBER NOT = ZERO
                   AND OFF-COPY-NUMBER NOT = LOAN-COPY-NUMBER
               SET RSN-COPY-NOT-ON-LOAN TO TRUE
               GO TO 6000-EXIT
           END-IF
           IF OFF-TRAN-DATE < CHECKOUT-DATE
               SET RSN-BEFORE-CHECKOUT TO TRUE
               GO TO 6000-EXIT
           END-IF
           MOVE LOAN-FILE-REC TO WS-JRNL-BEFORE-SAVE

           MOVE LOAN-BORROWER-ID TO BORROWER-ID
           READ BORROWER-FILE
               INVALID KEY
                   SET RSN-BORROWER-NOT-FOUND TO TRUE
                   GO TO 6000-EXIT
           END-READ

           MOVE LOAN-BOOK-ID     TO COPY-BOOK-ID
           MOVE LOAN-COPY-NUMBER TO COPY-NUMBER
           READ BOOKCOPY-FILE
               INVALID KEY
                   SET RSN-NO-COPY-RECORD TO TRUE
                   GO TO 6000-EXIT
           END-READ
           MOVE COPY-BRANCH TO WS-CAL-BRANCH

           MOVE LOAN-BOOK-ID TO BOOK-ID
           READ BOOK-FILE
               INVALID KEY
                   SET RSN-BOOK-NOT-FOUND TO TRUE
                   GO TO 6000-EXIT
           END-READ
           PERFORM 8100-FETCH-LOAN-POLICY THRU 8100-EXIT

           MOVE OFF-TRAN-DATE TO RETURN-DATE
           SET LOAN-STATUS-RETURNED TO TRUE
           REWRITE LOAN-FILE-REC
               INVALID KEY
                   MOVE 'LOAN REWRITE' TO WS-HALT-TEXT
                   MOVE WS-LOAN-STATUS TO WS-HALT-STATUS
                   PERFORM 8900-HALT-POSTING THRU 8900-EXIT
                   GO TO 6000-EXIT
           END-REWRITE
           SET JRNL-ACTION-RETURN TO TRUE
           PERFORM 8500-JOURNAL-LOAN-ACTION THRU 8500-EXIT

           IF RETURN-DATE > DUE-DATE
               PERFORM 6200-ASSESS-FINE THRU 6200-EXIT
               IF POSTING-HALTED
                   GO TO 6000-EXIT
               END-IF
           END-IF

           PERFORM 6300-RELEASE-COPY THRU 6300-EXIT
           IF POSTING-HALTED
               GO TO 6000-EXIT
           END-IF

           MOVE BOOK-FILE-REC TO WS-BOOK-BEFORE-SAVE
           IF NOT COPY-CLAIMED-BY-HOLD
               ADD 1 TO BOOK-COPIES-AVAIL
           END-IF
           REWRITE BOOK-FILE-REC
               INVALID KEY
                   MOVE 'BOOK REWRITE' TO WS-HALT-TEXT
                   MOVE WS-BOOK-STATUS TO WS-HALT-STATUS
                   PERFORM 8900-HALT-POSTING THRU 8900-EXIT
                   GO TO 6000-EXIT
           END-REWRITE
           PERFORM 8540-JOURNAL-BOOK-UPDATE THRU 8540-EXIT
           ADD 1 TO WS-RETURN-COUNT.

       6000-EXIT.
           EXIT.
      *****************************************************************
      * 6100 - A RETURN SLIP WITH NO BORROWER - BROWSE THE TITLE'S
      *        LOANS FOR THE OPEN ONE ON THE COPY THAT CAME BACK
      *****************************************************************
       6100-FIND-OPEN-LOAN.

           MOVE 'N' TO WS-OPEN-LOAN-SW
           MOVE 'N' TO WS-EOF-LOAN-SW
           MOVE OFF-BOOK-ID TO LOAN-BOOK-ID
           MOVE LOW-VALUES  TO LOAN-BORROWER-ID
           START LOAN-FILE KEY NOT < LOAN-ID
               INVALID KEY SET END-OF-LOAN-BROWSE TO TRUE
           END-START

           PERFORM 6110-READ-NEXT-LOAN THRU 6110-EXIT
               UNTIL END-OF-LOAN-BROWSE OR OPEN-LOAN-FOUND

           IF NOT OPEN-LOAN-FOUND
               SET RSN-LOAN-NOT-ON-FILE TO TRUE
           END-IF.

       6100-EXIT.
           EXIT.

       6110-READ-NEXT-LOAN.

           READ LOAN-FILE NEXT
               AT END SET END-OF-LOAN-BROWSE TO TRUE
           END-READ

           IF NOT END-OF-LOAN-BROWSE
               IF LOAN-BOOK-ID NOT = OFF-BOOK-ID
                   SET END-OF-LOAN-BROWSE TO TRUE
               ELSE
                   IF LOAN-STATUS-OPEN
                           AND LOAN-COPY-NUMBER = OFF-COPY-NUMBER
                       SET OPEN-LOAN-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.

       6110-EXIT.
           EXIT.
      *****************************************************************
      * 6200 - FINE THE DAYS THE COPY'S BRANCH WAS OPEN BETWEEN THE DUE
      *        DATE AND THE OFFLINE RETURN DATE.  THE LEDGER ROW IS
      *        STAMPED WITH THE POSTING TIME LIKE EVERY OTHER ROW, SO
      *        THE FINE REACHES THE GENERAL LEDGER WITH TODAY'S
      *        BUSINESS (FNGLIFC) RATHER THAN A DAY ALREADY CLOSED
      *****************************************************************
       6200-ASSESS-FINE.

           PERFORM 8300-COUNT-OPEN-DAYS-LATE THRU 8300-EXIT
           IF WS-DAYS-LATE NOT > ZERO
               GO TO 6200-EXIT
           END-IF
           COMPUTE WS-FINE-AMOUNT = WS-DAYS-LATE * WS-FINE-PER-DAY

           MOVE BORROWER-FILE-REC TO WS-BORR-BEFORE-SAVE
           ADD WS-FINE-AMOUNT TO BORROWER-FINE-BAL
           REWRITE BORROWER-FILE-REC
               INVALID KEY
                   MOVE 'BORROWER REWRITE' TO WS-HALT-TEXT
                   MOVE WS-BORROWER-STATUS TO WS-HALT-STATUS
                   PERFORM 8900-HALT-POSTING THRU 8900-EXIT
                   GO TO 6200-EXIT
           END-REWRITE
           MOVE 'BORROWER' TO JRNL-FILE-NAME
           MOVE BORROWER-ID TO WS-JRNL-SIDE-KEY
           MOVE WS-BORR-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
           MOVE BORROWER-FILE-REC TO JRNL-AFTER-IMAGE
           PERFORM 8560-JOURNAL-SIDE-EFFECT THRU 8560-EXIT

           SET LEDG-TYPE-OVERDUE-FINE TO TRUE
           MOVE WS-FINE-AMOUNT TO LEDG-AMOUNT
           MOVE LOAN-BOOK-ID   TO LEDG-BOOK-ID
           MOVE WS-CAL-BRANCH  TO LEDG-BRANCH
           PERFORM 8600-WRITE-LEDGER-REC THRU 8600-EXIT
           ADD 1 TO WS-FINE-COUNT
           ADD WS-FINE-AMOUNT TO WS-FINE-TOTAL.

       6200-EXIT.
           EXIT.
      *****************************************************************
      * 6300 - PUT THE RETURNED COPY BACK ON THE SHELF, OR RESERVE IT
      *        FOR THE FIRST HOLD ENTRY WITH NO COPY YET.  THE SLIP'S
      *        BRANCH IS THE RETURNING BRANCH (THE COPY'S OWN BRANCH
      *        WHEN BLANK)
      *****************************************************************
       6300-RELEASE-COPY.

           PERFORM 6310-CHECK-FOR-WAITING-HOLD THRU 6310-EXIT

           MOVE LOAN-BOOK-ID     TO COPY-BOOK-ID
           MOVE LOAN-COPY-NUMBER TO COPY-NUMBER
           READ BOOKCOPY-FILE
               INVALID KEY
                   MOVE 'BOOKCOPY READ' TO WS-HALT-TEXT
                   MOVE WS-BOOKCOPY-STATUS TO WS-HALT-STATUS
                   PERFORM 8900-HALT-POSTING THRU 8900-EXIT
                   GO TO 6300-EXIT
           END-READ
           MOVE BOOK-COPY-REC TO WS-COPY-BEFORE-SAVE

           MOVE OFF-BRANCH TO WS-RETURN-BRANCH
           IF WS-RETURN-BRANCH = SPACES
               MOVE COPY-BRANCH TO WS-RETURN-BRANCH
           END-IF
           IF COPY-CLAIMED-BY-HOLD
               PERFORM 6330-RESERVE-COPY-FOR-HOLD THRU 6330-EXIT
           ELSE
               SET COPY-ON-SHELF TO TRUE
           END-IF

           REWRITE BOOK-COPY-REC
               INVALID KEY
                   MOVE 'BOOKCOPY REWRITE' TO WS-HALT-TEXT
                   MOVE WS-BOOKCOPY-STATUS TO WS-HALT-STATUS
                   PERFORM 8900-HALT-POSTING THRU 8900-EXIT
               NOT INVALID KEY
                   PERFORM 8530-JOURNAL-COPY-UPDATE THRU 8530-EXIT
           END-REWRITE.

       6300-EXIT.
           EXIT.

       6310-CHECK-FOR-WAITING-HOLD.

           MOVE 'N' TO WS-HOLD-CLAIM-SW
           MOVE LOAN-BOOK-ID TO HOLD-BOOK-ID
           READ HOLD-FILE
               INVALID KEY
                   GO TO 6310-EXIT
           END-READ
           MOVE HOLD-FILE-REC TO WS-HOLD-BEFORE-SAVE

           SET HOLD-QUEUE-IDX TO 1
           PERFORM 6320-SCAN-FOR-UNSERVED-HOLD THRU 6320-EXIT
               UNTIL HOLD-QUEUE-IDX > HOLD-QUEUE-COUNT
                  OR COPY-CLAIMED-BY-HOLD.

       6310-EXIT.
           EXIT.

       6320-SCAN-FOR-UNSERVED-HOLD.

           IF HOLD-COPY-NUMBER(HOLD-QUEUE-IDX) = ZERO
               SET COPY-CLAIMED-BY-HOLD TO TRUE
           ELSE
               SET HOLD-QUEUE-IDX UP BY 1
           END-IF.

       6320-EXIT.
           EXIT.
      *****************************************************************
      * 6330 - TIE THE RETURNED COPY TO THE UNSERVED ENTRY 6310 FOUND.
      *        THE COPY WENT ON THE HOLD SHELF (OR INTO TRANSIT) ON THE
      *        DAY IT CAME BACK, SO THOSE DATES ARE THE OFFLINE DATE.
      *        IF THE HOLD CANNOT BE REWRITTEN THE COPY IS SHELVED, AS
      *        FCLOAN DOES
      *****************************************************************
       6330-RESERVE-COPY-FOR-HOLD.

           MOVE COPY-NUMBER TO HOLD-COPY-NUMBER(HOLD-QUEUE-IDX)
           MOVE WS-RETURN-BRANCH TO COPY-BRANCH
           IF HOLD-PICKUP-BRANCH(HOLD-QUEUE-IDX) = SPACES
               MOVE WS-RETURN-BRANCH
                   TO HOLD-PICKUP-BRANCH(HOLD-QUEUE-IDX)
           END-IF

           IF HOLD-PICKUP-BRANCH(HOLD-QUEUE-IDX) = WS-RETURN-BRANCH
               SET COPY-ON-HOLD TO TRUE
               MOVE ZEROS TO HOLD-TRANSIT-DATE(HOLD-QUEUE-IDX)
               MOVE OFF-TRAN-DATE TO HOLD-ARRIVED-DATE(HOLD-QUEUE-IDX)
           ELSE
               SET COPY-IN-TRANSIT TO TRUE
               MOVE OFF-TRAN-DATE TO HOLD-TRANSIT-DATE(HOLD-QUEUE-IDX)
               MOVE ZEROS TO HOLD-ARRIVED-DATE(HOLD-QUEUE-IDX)
           END-IF

           REWRITE HOLD-FILE-REC
               INVALID KEY
                   DISPLAY 'OFFLNPST: HOLD REWRITE FAILED FOR '
                           HOLD-BOOK-ID ' - COPY SHELVED INSTEAD'
                   MOVE 'N' TO WS-HOLD-CLAIM-SW
                   SET COPY-ON-SHELF TO TRUE
               NOT INVALID KEY
                   PERFORM 8550-JOURNAL-HOLD-UPDATE THRU 8550-EXIT
           END-REWRITE.

       6330-EXIT.
           EXIT.
      *****************************************************************
      * 7000 - OFFLINE RENEWAL.  THE SAME RULES AS FCLOAN'S RENEW-LOAN:
      *        AN OPEN LOAN UNDER THE GENRE'S RENEWAL CAP GETS ANOTHER
      *        LOAN PERIOD ON ITS DUE DATE, ROLLED PAST CLOSED DAYS AT
      *        THE COPY'S BRANCH.  THE BORROWER'S CARD MUST HAVE BEEN
      *        IN GOOD STANDING ON THE SLIP DATE (SEE 8070)
      *****************************************************************
       7000-OFFLINE-RENEW.

           MOVE OFF-BOOK-ID     TO LOAN-BOOK-ID
           MOVE OFF-BORROWER-ID TO LOAN-BORROWER-ID
           READ LOAN-FILE
               INVALID KEY
                   SET RSN-LOAN-NOT-ON-FILE TO TRUE
                   GO TO 7000-EXIT
           END-READ

           IF NOT LOAN-STATUS-OPEN
               SET RSN-LOAN-NOT-OPEN TO TRUE
               GO TO 7000-EXIT
           END-IF
           IF OFF-COPY-NUMBER NOT = ZERO
                   AND OFF-COPY-NUMBER NOT = LOAN-COPY-NUMBER
               SET RSN-COPY-NOT-ON-LOAN TO TRUE
               GO TO 7000-EXIT
           END-IF
           IF OFF-TRAN-DATE < CHECKOUT-DATE
               SET RSN-BEFORE-CHECKOUT TO TRUE
               GO TO 7000-EXIT
           END-IF

           MOVE OFF-BORROWER-ID TO BORROWER-ID
           READ BORROWER-FILE
               INVALID KEY
                   SET RSN-BORROWER-NOT-FOUND TO TRUE
                   GO TO 7000-EXIT
           END-READ
           PERFORM 8070-CHECK-BORROWER-STANDING THRU 8070-EXIT
           IF NOT TRAN-ACCEPTED
               GO TO 7000-EXIT
           END-IF
           MOVE LOAN-FILE-REC TO WS-JRNL-BEFORE-SAVE

           PERFORM 8000-FETCH-BOOK-POLICY THRU 8000-EXIT
           IF LOAN-RENEWAL-COUNT NOT NUMERIC
               MOVE ZERO TO LOAN-RENEWAL-COUNT
           END-IF
           IF LOAN-RENEWAL-COUNT NOT < WS-MAX-RENEWALS
               SET RSN-MAX-RENEWALS TO TRUE
               GO TO 7000-EXIT
           END-IF

           PERFORM 8050-FETCH-COPY-BRANCH THRU 8050-EXIT
           COMPUTE WS-DUE-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(DUE-DATE)
                 + WS-LOAN-PERIOD-DAYS
           PERFORM 8200-ROLL-PAST-CLOSED-DAYS THRU 8200-EXIT
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INT) TO DUE-DATE
           ADD 1 TO LOAN-RENEWAL-COUNT

           REWRITE LOAN-FILE-REC
               INVALID KEY
                   MOVE 'LOAN REWRITE' TO WS-HALT-TEXT
                   MOVE WS-LOAN-STATUS TO WS-HALT-STATUS
                   PERFORM 8900-HALT-POSTING THRU 8900-EXIT
                   GO TO 7000-EXIT
           END-REWRITE

           SET JRNL-ACTION-RENEW TO TRUE
           PERFORM 8500-JOURNAL-LOAN-ACTION THRU 8500-EXIT
           ADD 1 TO WS-RENEW-COUNT.

       7000-EXIT.
           EXIT.
      *****************************************************************
      * 8000 - POLICY FOR A PATH THAT STARTS FROM A LOAN RECORD - READ
      *        THE LOAN'S BOOK FOR ITS GENRE.  A MISSING BOOK LEAVES
      *        THE COMPILED-IN DEFAULTS IN PLACE
      *****************************************************************
       8000-FETCH-BOOK-POLICY.

           MOVE LOAN-BOOK-ID TO BOOK-ID
           READ BOOK-FILE
               INVALID KEY
                   MOVE SPACES TO BOOK-GENRE-CODE
           END-READ
           PERFORM 8100-FETCH-LOAN-POLICY THRU 8100-EXIT.

       8000-EXIT.
           EXIT.
      *****************************************************************
      * 8050 - THE BRANCH OF THE COPY ON THE LOAN, FOR THE CLOSED-DAY
      *        LOOKUPS (BLANK WHEN THE COPY IS NOT ON FILE)
      *****************************************************************
       8050-FETCH-COPY-BRANCH.

           MOVE SPACES TO WS-CAL-BRANCH
           MOVE LOAN-BOOK-ID     TO COPY-BOOK-ID
           MOVE LOAN-COPY-NUMBER TO COPY-NUMBER
           READ BOOKCOPY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE COPY-BRANCH TO WS-CAL-BRANCH
           END-READ.

       8050-EXIT.
           EXIT.
      *****************************************************************
      * 8070 - THE BORROWER'S CARD ON THE SLIP DATE.  THE SLIP IS
      *        REJECTED WHEN THE CARD'S EXPIRY DATE HAD ALREADY PASSED
      *        BY THEN, OR WHEN THE ACCOUNT IS NOT ACTIVE AND WAS
      *        ALREADY NOT ACTIVE THAT DAY - A BORROWER SUSPENDED (OR
      *        CLOSED) ONLY AFTER THE BOOK WAS HANDED OVER STILL HAS
      *        THE BOOK, SO THE SLIP IS POSTED.  BORROWER-FILE-REC HAS
      *        ALREADY BEEN READ
      *****************************************************************
       8070-CHECK-BORROWER-STANDING.

           IF NOT BORROWER-STATUS-ACTIVE
                   AND BORROWER-STATUS-DATE NOT > OFF-TRAN-DATE
               SET RSN-BORROWER-NOT-ACTIVE TO TRUE
               GO TO 8070-EXIT
           END-IF
           IF BORROWER-EXPIRY-DATE < OFF-TRAN-DATE
               SET RSN-CARD-EXPIRED TO TRUE
           END-IF.

       8070-EXIT.
           EXIT.
      *****************************************************************
      * 8100 - OVERLAY THE POLICY VALUES FROM THE ROW FOR
      *        BOOK-GENRE-CODE, FALLING BACK TO THE '*DFT' ROW, AFTER
      *        RESETTING THEM TO FCLOAN'S COMPILED-IN DEFAULTS
      *****************************************************************
       8100-FETCH-LOAN-POLICY.

           MOVE 14    TO WS-LOAN-PERIOD-DAYS
           MOVE 0.25  TO WS-FINE-PER-DAY
           MOVE 3     TO WS-MAX-RENEWALS
           MOVE 25.00 TO WS-REPLACEMENT-COST
           MOVE 25.00 TO WS-MAX-FINE-BAL

           MOVE BOOK-GENRE-CODE TO POLICY-GENRE-CODE
           READ POLICY-FILE
               INVALID KEY
                   MOVE '*DFT' TO POLICY-GENRE-CODE
                   READ POLICY-FILE
                       INVALID KEY
                           GO TO 8100-EXIT
                   END-READ
           END-READ

           IF POLICY-LOAN-DAYS NUMERIC AND POLICY-LOAN-DAYS > 0
               MOVE POLICY-LOAN-DAYS TO WS-LOAN-PERIOD-DAYS
           END-IF
           IF POLICY-MAX-RENEWALS NUMERIC
               MOVE POLICY-MAX-RENEWALS TO WS-MAX-RENEWALS
           END-IF
           MOVE POLICY-FINE-PER-DAY TO WS-FINE-PER-DAY
           MOVE POLICY-REPL-COST    TO WS-REPLACEMENT-COST
           MOVE POLICY-MAX-FINE-BAL TO WS-MAX-FINE-BAL.

       8100-EXIT.
           EXIT.
      *****************************************************************
      * 8200 - ROLL THE DUE DATE IN WS-DUE-DATE-INT PAST ANY RUN OF
      *        CLOSED DAYS AT WS-CAL-BRANCH, CAPPED AT A YEAR
      *****************************************************************
       8200-ROLL-PAST-CLOSED-DAYS.

           MOVE ZERO TO WS-CAL-ROLL-COUNT
           MOVE WS-DUE-DATE-INT TO WS-CAL-DAY-INT
           PERFORM 8400-TEST-CLOSED-DAY THRU 8400-EXIT
           PERFORM 8210-SKIP-CLOSED-DAY THRU 8210-EXIT
               UNTIL NOT LIBRARY-CLOSED-DAY
                  OR WS-CAL-ROLL-COUNT > 366
           MOVE WS-CAL-DAY-INT TO WS-DUE-DATE-INT.

       8200-EXIT.
           EXIT.

       8210-SKIP-CLOSED-DAY.

           ADD 1 TO WS-CAL-DAY-INT
           ADD 1 TO WS-CAL-ROLL-COUNT
           PERFORM 8400-TEST-CLOSED-DAY THRU 8400-EXIT.

       8210-EXIT.
           EXIT.
      *****************************************************************
      * 8300 - COUNT THE DAYS AFTER DUE-DATE, UP TO AND INCLUDING
      *        RETURN-DATE, THAT WS-CAL-BRANCH WAS OPEN
      *****************************************************************
       8300-COUNT-OPEN-DAYS-LATE.

           MOVE ZERO TO WS-DAYS-LATE
           COMPUTE WS-CAL-DAY-INT = FUNCTION INTEGER-OF-DATE(DUE-DATE)
           COMPUTE WS-CAL-END-INT =
                   FUNCTION INTEGER-OF-DATE(RETURN-DATE)
           PERFORM 8310-TALLY-OPEN-DAY THRU 8310-EXIT
               UNTIL WS-CAL-DAY-INT NOT < WS-CAL-END-INT.

       8300-EXIT.
           EXIT.

       8310-TALLY-OPEN-DAY.

           ADD 1 TO WS-CAL-DAY-INT
           PERFORM 8400-TEST-CLOSED-DAY THRU 8400-EXIT
           IF NOT LIBRARY-CLOSED-DAY
               ADD 1 TO WS-DAYS-LATE
           END-IF.

       8310-EXIT.
           EXIT.
      *****************************************************************
      * 8400 - IS WS-CAL-DAY-INT CLOSED SYSTEM-WIDE ('*ALL') OR AT
      *        WS-CAL-BRANCH?
      *****************************************************************
       8400-TEST-CLOSED-DAY.

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

       8400-EXIT.
           EXIT.
      *****************************************************************
      * 8500 - JOURNAL A POSTED LOAN ACTION UNDER THIS PROGRAM'S NAME.
      *        THE CALLER HAS SET THE ACTION; THE BEFORE IMAGE WAS
      *        SAVED WHEN THE LOAN WAS READ (SPACES FOR A NEW LOAN)
      *****************************************************************
       8500-JOURNAL-LOAN-ACTION.

           MOVE SPACES TO JRNL-RECORD-KEY
                          JRNL-BOOK-ID
                          JRNL-BORROWER-ID
           MOVE LOAN-ID             TO JRNL-RECORD-KEY
           MOVE LOAN-BOOK-ID        TO JRNL-BOOK-ID
           MOVE LOAN-BORROWER-ID    TO JRNL-BORROWER-ID
           MOVE 'LOAN'              TO JRNL-FILE-NAME
           MOVE WS-JRNL-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
           MOVE LOAN-FILE-REC       TO JRNL-AFTER-IMAGE
           PERFORM 8510-WRITE-JOURNAL-REC THRU 8510-EXIT.

       8500-EXIT.
           EXIT.
      *****************************************************************
      * 8510 - APPEND ONE ROW TO THE UPDATE JOURNAL, STAMPED WITH THE
      *        POSTING TIME.  A BATCH POSTS MANY ROWS A SECOND, SO THE
      *        SEQUENCE CARRIES ON FROM THE LAST ROW WRITTEN IN THE SAME
      *        SECOND INSTEAD OF RETRYING UP FROM ZERO EACH TIME.  A
      *        FAILED WRITE IS REPORTED AND TOLERATED, AS ONLINE
      *****************************************************************
       8510-WRITE-JOURNAL-REC.

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
           MOVE 'OFFLNPST' TO JRNL-PROGRAM
           MOVE SPACES TO RESSERVE OF JOURNAL-FILE-REC

           MOVE 'N' TO WS-JRNL-DONE-SW
           PERFORM 8520-PUT-JOURNAL-REC THRU 8520-EXIT
               UNTIL JOURNAL-REC-DONE OR JRNL-SEQ > 9998

           MOVE JRNL-DATE TO WS-LAST-JRNL-DATE
           MOVE JRNL-TIME TO WS-LAST-JRNL-TIME
           MOVE JRNL-SEQ  TO WS-LAST-JRNL-SEQ.

       8510-EXIT.
           EXIT.

       8520-PUT-JOURNAL-REC.

           WRITE JOURNAL-FILE-REC
               INVALID KEY
                   IF WS-JOURNAL-STATUS = '22'
                       ADD 1 TO JRNL-SEQ
                   ELSE
                       DISPLAY 'OFFLNPST: JOURNAL WRITE FAILED - '
                               'STATUS = ' WS-JOURNAL-STATUS
                       SET JOURNAL-REC-DONE TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET JOURNAL-REC-DONE TO TRUE
           END-WRITE.

       8520-EXIT.
           EXIT.
      *****************************************************************
      * 8530-8550 - JOURNAL A COPY, BOOK OR HOLD REWRITE JUST MADE.
      *        THE BEFORE IMAGE WAS SAVED WHEN THE RECORD WAS READ
      *****************************************************************
       8530-JOURNAL-COPY-UPDATE.

           MOVE 'BOOKCOPY' TO JRNL-FILE-NAME
           MOVE COPY-KEY TO WS-JRNL-SIDE-KEY
           MOVE WS-COPY-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
           MOVE BOOK-COPY-REC TO JRNL-AFTER-IMAGE
           PERFORM 8560-JOURNAL-SIDE-EFFECT THRU 8560-EXIT.

       8530-EXIT.
           EXIT.

       8540-JOURNAL-BOOK-UPDATE.

           MOVE 'BOOK' TO JRNL-FILE-NAME
           MOVE BOOK-ID TO WS-JRNL-SIDE-KEY
           MOVE WS-BOOK-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
           MOVE BOOK-FILE-REC TO JRNL-AFTER-IMAGE
           PERFORM 8560-JOURNAL-SIDE-EFFECT THRU 8560-EXIT.

       8540-EXIT.
           EXIT.

       8550-JOURNAL-HOLD-UPDATE.

           MOVE 'HOLD' TO JRNL-FILE-NAME
           MOVE HOLD-BOOK-ID TO WS-JRNL-SIDE-KEY
           MOVE WS-HOLD-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
           MOVE HOLD-FILE-REC TO JRNL-AFTER-IMAGE
           PERFORM 8560-JOURNAL-SIDE-EFFECT THRU 8560-EXIT.

       8550-EXIT.
           EXIT.
      *****************************************************************
      * 8560 - JOURNAL ONE OF THE OTHER RECORDS A LOAN POSTING UPDATES,
      *        UNDER THE SLIP'S OWN ACTION CODE AND THE LOAN'S BOOK AND
      *        BORROWER.  THE CALLER HAS SET THE FILE NAME, THE RECORD
      *        KEY AND BOTH IMAGES.  EACH ROW IS WRITTEN AS SOON AS ITS
      *        UPDATE GOES THROUGH, SO A HALTED POSTING LEAVES THE
      *        JOURNAL MATCHING WHAT IS ACTUALLY ON FILE
      *****************************************************************
       8560-JOURNAL-SIDE-EFFECT.

           MOVE OFF-ACTION TO JRNL-ACTION
           MOVE SPACES TO JRNL-RECORD-KEY
                          JRNL-BOOK-ID
                          JRNL-BORROWER-ID
           MOVE WS-JRNL-SIDE-KEY TO JRNL-RECORD-KEY
           MOVE LOAN-BOOK-ID     TO JRNL-BOOK-ID
           MOVE LOAN-BORROWER-ID TO JRNL-BORROWER-ID
           PERFORM 8510-WRITE-JOURNAL-REC THRU 8510-EXIT.

       8560-EXIT.
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
                       DISPLAY 'OFFLNPST: FINE LEDGER WRITE FAILED - '
                               'STATUS = ' WS-FINELEDG-STATUS
                       SET LEDGER-REC-DONE TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET LEDGER-REC-DONE TO TRUE
           END-WRITE.

       8610-EXIT.
           EXIT.
      *****************************************************************
      * 8900 - A FILE UPDATE FAILED PART WAY THROUGH A POSTING.  BATCH
      *        HAS NO SYNCPOINT TO BACK IT OUT, SO THE RUN STOPS WITH
      *        THE CHECKPOINT STILL MARKED IN-FLIGHT - THE RESTART
      *        REJECTS THIS TRANSACTION FOR CHECKING BY HAND
      *****************************************************************
       8900-HALT-POSTING.

           DISPLAY 'OFFLNPST: ' WS-HALT-TEXT ' FAILED - STATUS = '
                   WS-HALT-STATUS
           DISPLAY 'OFFLNPST: POSTING STOPPED AT ' OFF-TRAN-DATE ' '
                   OFF-TRAN-TIME ' ' OFF-ACTION ' ' OFF-BOOK-ID ' '
                   OFF-COPY-NUMBER ' ' OFF-BORROWER-ID
           DISPLAY 'OFFLNPST: CORRECT THE FILE AND RESUBMIT WITH '
                   'RESTART'
           SET POSTING-HALTED TO TRUE
           MOVE 16 TO RETURN-CODE.

       8900-EXIT.
           EXIT.
      *****************************************************************
      * 9999 - MARK THE BATCH COMPLETE (UNLESS IT STOPPED SHORT, WHEN
      *        THE CHECKPOINT IS LEFT FOR THE RESTART), CLOSE UP AND
      *        REPORT.  REJECTS LEAVE RC=4 SO THE DESK KNOWS TO WORK
      *        THE REJECT FILE
      *****************************************************************
       9999-TERMINATE.

           IF NOT POSTING-HALTED
               SET RUN-COMPLETE TO TRUE
               MOVE 'N' TO WS-IN-FLIGHT-SW
               PERFORM 4100-WRITE-CHECKPOINT THRU 4100-EXIT
           END-IF

           CLOSE REJECT-FILE
           IF WS-REJECT-STATUS NOT = '00'
               DISPLAY 'OFFLNPST: REJECT-FILE CLOSE FAILED - STATUS = '
                       WS-REJECT-STATUS
           END-IF

           CLOSE BORROWER-FILE
           IF WS-BORROWER-STATUS NOT = '00'
               DISPLAY 'OFFLNPST: BORROWER-FILE CLOSE FAILED - STATUS='
                       WS-BORROWER-STATUS
           END-IF

           CLOSE BOOK-FILE
           IF WS-BOOK-STATUS NOT = '00'
               DISPLAY 'OFFLNPST: BOOK-FILE CLOSE FAILED - STATUS = '
                       WS-BOOK-STATUS
           END-IF

           CLOSE BOOKCOPY-FILE
           IF WS-BOOKCOPY-STATUS NOT = '00'
               DISPLAY 'OFFLNPST: BOOKCOPY-FILE CLOSE FAILED - STATUS='
                       WS-BOOKCOPY-STATUS
           END-IF

           CLOSE LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               DISPLAY 'OFFLNPST: LOAN-FILE CLOSE FAILED - STATUS = '
                       WS-LOAN-STATUS
           END-IF

           CLOSE LOANHIST-FILE
           IF WS-LOANHIST-STATUS NOT = '00'
               DISPLAY 'OFFLNPST: LOANHIST-FILE CLOSE FAILED - STATUS='
                       WS-LOANHIST-STATUS
           END-IF

           CLOSE HOLD-FILE
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY 'OFFLNPST: HOLD-FILE CLOSE FAILED - STATUS = '
                       WS-HOLD-STATUS
           END-IF

           CLOSE POLICY-FILE
           IF WS-POLICY-STATUS NOT = '00'
               DISPLAY 'OFFLNPST: POLICY-FILE CLOSE FAILED - STATUS = '
                       WS-POLICY-STATUS
           END-IF

           CLOSE CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'OFFLNPST: CALENDAR-FILE CLOSE FAILED - STATUS='
                       WS-CALENDAR-STATUS
           END-IF

           CLOSE FINELEDG-FILE
           IF WS-FINELEDG-STATUS NOT = '00'
               DISPLAY 'OFFLNPST: FINELEDG-FILE CLOSE FAILED - STATUS='
                       WS-FINELEDG-STATUS
           END-IF

           CLOSE JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'OFFLNPST: JOURNAL-FILE CLOSE FAILED - STATUS = '
                       WS-JOURNAL-STATUS
           END-IF

           CLOSE CHECKPOINT-FILE
           IF WS-CHKP-STATUS NOT = '00'
               DISPLAY 'OFFLNPST: CHECKPOINT-FILE CLOSE FAILED - '
                       'STATUS = ' WS-CHKP-STATUS
           END-IF

           DISPLAY 'OFFLNPST: ' WS-RECORDS-PROCESSED
                   ' TRANSACTION(S) PROCESSED - ' WS-POSTED-COUNT
                   ' POSTED, ' WS-REJECTED-COUNT ' REJECTED'
           DISPLAY 'OFFLNPST: THIS RUN - ' WS-CHECKOUT-COUNT
                   ' CHECKOUT(S), ' WS-RETURN-COUNT ' RETURN(S), '
                   WS-RENEW-COUNT ' RENEWAL(S), ' WS-FINE-COUNT
                   ' FINE(S) ASSESSED'

           IF WS-REJECTED-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       9999-EXIT.
           EXIT.
