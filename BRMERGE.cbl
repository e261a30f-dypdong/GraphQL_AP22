       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BRMERGE.
       AUTHOR.        D DONG.
       INSTALLATION.  CIRCULATION SYSTEMS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      * ----------------------------------------------------------
      * 10/15/2026  DD   SUPERVISED DUPLICATE-BORROWER MERGE.  EACH
      *                  CARD NAMES A DUPLICATE ID TO MERGE AWAY, THE ID
      *                  THAT SURVIVES AND THE SUPERVISOR WHO APPROVED
      *                  IT (SEE BRDUPRPT FOR THE CANDIDATES).  THE
      *                  MERGED-AWAY ID'S LOAN HISTORY, LOANS, HOLD
      *                  QUEUE ENTRIES AND FINE LEDGER ROWS ARE MOVED TO
      *                  THE SURVIVOR - LOAN, LOANHIST AND FINE-LEDGER
      *                  ROWS ARE RE-KEYED (WRITTEN UNDER THE NEW KEY,
      *                  THEN DELETED UNDER THE OLD), HOLD ENTRIES ARE
      *                  RENAMED IN PLACE SO THEY KEEP THEIR QUEUE
      *                  POSITION - AND ITS FINE BALANCE IS ADDED TO THE
      *                  SURVIVOR'S.  THE MERGED-AWAY BORROWER IS CLOSED
      *                  ('C', REASON 'MERGED INTO' THE SURVIVOR), NOT
      *                  DELETED.  EVERY RECORD TOUCHED IS JOURNALED AND
      *                  LISTED WITH ITS OLD AND NEW KEY UNDER A
      *                  BEFORE/AFTER SUMMARY OF THE TWO BORROWERS, SO
      *                  A MERGE CAN BE AUDITED AND UNDONE BY HAND.
      * 10/15/2026  DD   ONCE THE LEDGER ROWS ARE MOVED, THE SURVIVOR'S
      *                  LEDGER IS RESTATED AS ONE RUNNING BALANCE IN
      *                  KEY ORDER, STARTING FROM THE TWO ACCOUNTS'
      *                  OPENING BALANCES, SO COLREFER AGES THE MERGED
      *                  BALANCE FROM ONE SERIES.  EACH RESTATED ROW IS
      *                  JOURNALED.  IF THE RESTATED LEDGER WOULD NOT
      *                  END AT THE MERGED FINE BALANCE IT IS LEFT AS
      *                  IS AND LISTED FOR CHECKING BY HAND (RC=4).
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS BORROWER-ID
               FILE STATUS IS WS-BORROWER-STATUS.

           SELECT LOAN-FILE ASSIGN TO LOANDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT LOANHIST-FILE ASSIGN TO LHSTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-LOANHIST-STATUS.

           SELECT HOLD-FILE ASSIGN TO HOLDDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-BOOK-ID
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT FINELEDG-FILE ASSIGN TO FINLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

       FD  BORROWER-FILE
           RECORDING MODE IS F.
           COPY BORWREC.

       FD  LOAN-FILE
           RECORDING MODE IS F.
           COPY LOANREC.

       FD  LOANHIST-FILE
           RECORDING MODE IS F.
           COPY LOANHIST.

       FD  HOLD-FILE
           RECORDING MODE IS F.
           COPY HOLDREC.

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
        77 WS-BORROWER-STATUS     PIC X(02).
        77 WS-LOAN-STATUS         PIC X(02).
        77 WS-LOANHIST-STATUS     PIC X(02).
        77 WS-HOLD-STATUS         PIC X(02).
        77 WS-FINELEDG-STATUS     PIC X(02).
        77 WS-JOURNAL-STATUS      PIC X(02).
        77 WS-REPORT-STATUS       PIC X(02).
        77 WS-EOF-CARD-SW         PIC X(01)  VALUE 'N'.
           88 END-OF-CARD-FILE               VALUE 'Y'.
        77 WS-EOF-LOAN-SW         PIC X(01)  VALUE 'N'.
           88 END-OF-LOAN-FILE               VALUE 'Y'.
        77 WS-EOF-HIST-SW         PIC X(01)  VALUE 'N'.
           88 END-OF-HIST-FILE               VALUE 'Y'.
        77 WS-EOF-PROBE-SW        PIC X(01)  VALUE 'N'.
           88 END-OF-HIST-PROBE              VALUE 'Y'.
        77 WS-EOF-HOLD-SW         PIC X(01)  VALUE 'N'.
           88 END-OF-HOLD-FILE               VALUE 'Y'.
        77 WS-EOF-LEDG-SW         PIC X(01)  VALUE 'N'.
           88 END-OF-LOSER-LEDGER            VALUE 'Y'.
        77 WS-EOF-SURV-LEDG-SW    PIC X(01)  VALUE 'N'.
           88 END-OF-SURVIVOR-LEDGER         VALUE 'Y'.
        77 WS-RESTATE-PASS-SW     PIC X(01)  VALUE 'N'.
           88 RESTATE-REWRITE-PASS           VALUE 'Y'.
        77 WS-PAIR-REJECT-SW      PIC X(01)  VALUE 'N'.
           88 PAIR-REJECTED                  VALUE 'Y'.
        77 WS-HALT-SW             PIC X(01)  VALUE 'N'.
           88 MERGE-HALTED                   VALUE 'Y'.
        77 WS-SURV-LOAN-SW        PIC X(01)  VALUE 'N'.
           88 SURVIVOR-HAS-LOAN              VALUE 'Y'.
        77 WS-KEEP-CYCLE-SW       PIC X(01)  VALUE 'S'.
           88 KEEP-LOSER-CYCLE               VALUE 'L'.
           88 KEEP-SURVIVOR-CYCLE            VALUE 'S'.
        77 WS-LOSER-COLLECT-SW    PIC X(01)  VALUE 'N'.
           88 LOSER-WAS-IN-COLLECTIONS       VALUE 'Y'.
        77 WS-TODAY-CHAR          PIC X(08).
        77 WS-TODAY-NUM REDEFINES WS-TODAY-CHAR
                                  PIC 9(08).
        77 WS-REJECT-REASON       PIC X(40)  VALUE SPACES.
        77 WS-HALT-TEXT           PIC X(20)  VALUE SPACES.
        77 WS-HALT-STATUS         PIC X(02)  VALUE SPACES.
        77 WS-PROBE-BOOK-ID       PIC X(08)  VALUE SPACES.
        77 WS-LAST-HIST-SEQ       PIC 9(04)  VALUE ZERO.
        77 WS-LOSER-SLOT          PIC 9(04)  COMP VALUE ZERO.
        77 WS-SURVIVOR-SLOT       PIC 9(04)  COMP VALUE ZERO.
        77 WS-KEEP-SLOT           PIC 9(04)  COMP VALUE ZERO.
        77 WS-DROP-SLOT           PIC 9(04)  COMP VALUE ZERO.
        77 WS-LOSER-BAL           PIC S9(5)V99 COMP-3 VALUE ZERO.
        77 WS-MERGED-BAL          PIC S9(5)V99 COMP-3 VALUE ZERO.
        77 WS-LOSER-OPEN-BAL      PIC S9(5)V99 COMP-3 VALUE ZERO.
        77 WS-SURVIVOR-OPEN-BAL   PIC S9(5)V99 COMP-3 VALUE ZERO.
        77 WS-LEDG-OPEN-BAL       PIC S9(5)V99 COMP-3 VALUE ZERO.
        77 WS-LEDG-RUNNING-BAL    PIC S9(7)V99 COMP-3 VALUE ZERO.
        77 WS-LEDG-PROBE-ID       PIC X(10)  VALUE SPACES.
        77 WS-PAIR-RESTATED-COUNT PIC 9(06)  COMP VALUE ZERO.
        77 WS-TOTAL-RESTATED-COUNT
                                  PIC 9(06)  COMP VALUE ZERO.
        77 WS-UNRECONCILED-COUNT  PIC 9(06)  COMP VALUE ZERO.
        77 WS-CARD-COUNT          PIC 9(06)  COMP VALUE ZERO.
        77 WS-MERGED-COUNT        PIC 9(06)  COMP VALUE ZERO.
        77 WS-REJECTED-COUNT      PIC 9(06)  COMP VALUE ZERO.
        77 WS-PAIR-LOAN-COUNT     PIC 9(06)  COMP VALUE ZERO.
        77 WS-PAIR-COMBINED-COUNT PIC 9(06)  COMP VALUE ZERO.
        77 WS-PAIR-HIST-COUNT     PIC 9(06)  COMP VALUE ZERO.
        77 WS-PAIR-HOLD-COUNT     PIC 9(06)  COMP VALUE ZERO.
        77 WS-PAIR-DROPPED-COUNT  PIC 9(06)  COMP VALUE ZERO.
        77 WS-PAIR-LEDG-COUNT     PIC 9(06)  COMP VALUE ZERO.
        77 WS-TOTAL-LOAN-COUNT    PIC 9(06)  COMP VALUE ZERO.
        77 WS-TOTAL-HIST-COUNT    PIC 9(06)  COMP VALUE ZERO.
        77 WS-TOTAL-HOLD-COUNT    PIC 9(06)  COMP VALUE ZERO.
        77 WS-TOTAL-LEDG-COUNT    PIC 9(06)  COMP VALUE ZERO.
        77 WS-TOTAL-BAL-MOVED     PIC S9(9)V99 COMP-3 VALUE ZERO.
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

        01 WS-MERGE-CARD.
           05 WS-CARD-LOSER-ID    PIC X(10).
           05 WS-CARD-SURVIVOR-ID PIC X(10).
           05 WS-CARD-APPROVED-BY PIC X(08).
           05 FILLER              PIC X(52).

        01 WS-MERGE-REASON.
           05 FILLER              PIC X(12)  VALUE 'MERGED INTO '.
           05 WS-MR-SURVIVOR-ID   PIC X(10).
           05 FILLER              PIC X(08)  VALUE SPACES.

        01 WS-BOTH-OUT-REASON.
           05 FILLER              PIC X(24)  VALUE
              'BOTH IDS HAVE A COPY OF '.
           05 WS-BO-BOOK-ID       PIC X(08).
           05 FILLER              PIC X(08)  VALUE ' OUT'.

        01 WS-KEPT-NOTE.
           05 FILLER              PIC X(15)  VALUE 'QUEUE POSITION '.
           05 WS-KN-SLOT          PIC Z9.
           05 FILLER              PIC X(05)  VALUE ' KEPT'.

        01 WS-DROP-NOTE.
           05 FILLER              PIC X(09)  VALUE 'POSITION '.
           05 WS-DN-KEEP-SLOT     PIC Z9.
           05 FILLER              PIC X(07)  VALUE ' KEPT, '.
           05 WS-DN-DROP-SLOT     PIC Z9.
           05 FILLER              PIC X(08)  VALUE ' DROPPED'.
           05 WS-DN-COPY-TEXT     PIC X(18).

        01 WS-LOSER-LOAN-SAVE.
           05 WS-LL-LOAN-ID.
              07 WS-LL-BOOK-ID        PIC X(08).
              07 WS-LL-BORROWER-ID    PIC X(10).
           05 WS-LL-CHECKOUT-DATE     PIC 9(08).
           05 WS-LL-DUE-DATE          PIC 9(08).
           05 WS-LL-RETURN-DATE       PIC 9(08).
           05 WS-LL-LOAN-STATUS       PIC X(01).
              88 WS-LL-OPEN               VALUE 'O'.
           05 WS-LL-COPY-NUMBER       PIC 9(04).
           05 WS-LL-RENEWAL-COUNT     PIC 9(01).
           05 WS-LL-HISTORY-SEQ       PIC 9(04).

        01 WS-SURV-LOAN-SAVE.
           05 WS-SL-LOAN-ID.
              07 WS-SL-BOOK-ID        PIC X(08).
              07 WS-SL-BORROWER-ID    PIC X(10).
           05 WS-SL-CHECKOUT-DATE     PIC 9(08).
           05 WS-SL-DUE-DATE          PIC 9(08).
           05 WS-SL-RETURN-DATE       PIC 9(08).
           05 WS-SL-LOAN-STATUS       PIC X(01).
              88 WS-SL-OPEN               VALUE 'O'.
           05 WS-SL-COPY-NUMBER       PIC 9(04).
           05 WS-SL-RENEWAL-COUNT     PIC 9(01).
           05 WS-SL-HISTORY-SEQ       PIC 9(04).

        01 WS-HIST-OLD-KEY         PIC X(22)  VALUE SPACES.
        01 WS-LEDG-OLD-KEY         PIC X(26)  VALUE SPACES.
        01 WS-JRNL-ROW-KEY         PIC X(22)  VALUE SPACES.
        01 WS-JRNL-ROW-BOOK-ID     PIC X(08)  VALUE SPACES.
        01 WS-JRNL-ROW-BORROWER-ID PIC X(10)  VALUE SPACES.

        01 WS-NOW-TIME.
           05 WS-NOW-HHMMSS       PIC 9(06).
           05 FILLER              PIC 9(02).

        01 WS-RECORD-SAVE         PIC X(500) VALUE SPACES.

        01 WS-HOLD-ENTRY-SAVE.
           05 WS-HE-PICKUP-BRANCH PIC X(06).
           05 WS-HE-COPY-NUMBER   PIC 9(04).
           05 WS-HE-TRANSIT-DATE  PIC 9(08).
           05 WS-HE-ARRIVED-DATE  PIC 9(08).

        01 WS-HEADING-1.
           05 FILLER               PIC X(35) VALUE
              'DUPLICATE BORROWER MERGE'.
           05 FILLER               PIC X(10) VALUE
              'RUN DATE: '.
           05 H1-RUN-DATE          PIC 9999/99/99.

        01 WS-PAIR-HEADING.
           05 FILLER               PIC X(06) VALUE 'MERGE '.
           05 PH-LOSER-ID          PIC X(10).
           05 FILLER               PIC X(06) VALUE ' INTO '.
           05 PH-SURVIVOR-ID       PIC X(10).
           05 FILLER               PIC X(15) VALUE
              '   APPROVED BY '.
           05 PH-APPROVED-BY       PIC X(08).

        01 WS-BORROWER-LINE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 BL-WHEN              PIC X(08).
           05 BL-ROLE              PIC X(13).
           05 BL-BORROWER-ID       PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 BL-NAME              PIC X(30).
           05 FILLER               PIC X(09) VALUE '  STATUS '.
           05 BL-STATUS            PIC X(01).
           05 FILLER               PIC X(12) VALUE
              '   FINE BAL '.
           05 BL-FINE-BAL          PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 BL-COLLECTIONS       PIC X(14).

        01 WS-MOVE-LINE.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 ML-FILE-NAME         PIC X(10).
           05 ML-OLD-KEY           PIC X(26).
           05 FILLER               PIC X(04) VALUE ' -> '.
           05 ML-NEW-KEY           PIC X(26).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 ML-NOTE              PIC X(46).

        01 WS-COUNT-LINE.
           05 FILLER               PIC X(10) VALUE '  MOVED   '.
           05 CL-LOAN-COUNT        PIC ZZZ9.
           05 FILLER               PIC X(10) VALUE ' LOAN(S), '.
           05 CL-COMBINED-COUNT    PIC ZZZ9.
           05 FILLER               PIC X(11) VALUE ' COMBINED, '.
           05 CL-HIST-COUNT        PIC ZZZ9.
           05 FILLER               PIC X(17) VALUE
              ' HISTORY ROW(S), '.
           05 CL-HOLD-COUNT        PIC ZZZ9.
           05 FILLER               PIC X(16) VALUE
              ' HOLD ENTRY(S), '.
           05 CL-DROPPED-COUNT     PIC ZZZ9.
           05 FILLER               PIC X(23) VALUE
              ' DUPLICATE(S) DROPPED, '.
           05 CL-LEDG-COUNT        PIC ZZZ9.
           05 FILLER               PIC X(14) VALUE
              ' LEDGER ROW(S)'.

        01 WS-REJECT-LINE.
           05 FILLER               PIC X(09) VALUE 'REJECTED '.
           05 RL-LOSER-ID          PIC X(10).
           05 FILLER               PIC X(06) VALUE ' INTO '.
           05 RL-SURVIVOR-ID       PIC X(10).
           05 FILLER               PIC X(03) VALUE ' - '.
           05 RL-REASON            PIC X(40).

        01 WS-RESTATED-LINE.
           05 FILLER               PIC X(10) VALUE '  LEDGER  '.
           05 FILLER               PIC X(29) VALUE
              'RUNNING BALANCES RESTATED ON '.
           05 RS-ROW-COUNT         PIC ZZZ9.
           05 FILLER               PIC X(19) VALUE
              ' ROW(S) - OPENING  '.
           05 RS-OPEN-BAL          PIC Z,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(11) VALUE '  CLOSING  '.
           05 RS-CLOSE-BAL         PIC Z,ZZZ,ZZ9.99-.

        01 WS-UNRECONCILED-LINE.
           05 FILLER               PIC X(10) VALUE '  LEDGER  '.
           05 FILLER               PIC X(34) VALUE
              'NOT RESTATED - LEDGER ROWS END AT '.
           05 UR-LEDG-BAL          PIC Z,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(21) VALUE
              ' BUT FINE BALANCE IS '.
           05 UR-FINE-BAL          PIC Z,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(16) VALUE
              ' - CHECK BY HAND'.

        01 WS-TOTAL-LINE-1.
           05 FILLER               PIC X(30) VALUE
              'MERGE CARDS READ:'.
           05 TL-CARD-COUNT        PIC ZZZ,ZZ9.

        01 WS-TOTAL-LINE-2.
           05 FILLER               PIC X(30) VALUE
              'BORROWERS MERGED AWAY:'.
           05 TL-MERGED-COUNT      PIC ZZZ,ZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 TL-BAL-MOVED         PIC $$,$$$,$$9.99.

        01 WS-TOTAL-LINE-3.
           05 FILLER               PIC X(30) VALUE
              'CARDS REJECTED:'.
           05 TL-REJECTED-COUNT    PIC ZZZ,ZZ9.

        01 WS-TOTAL-LINE-4.
           05 FILLER               PIC X(30) VALUE
              'LOANS / HISTORY ROWS MOVED:'.
           05 TL-LOAN-COUNT        PIC ZZZ,ZZ9.
           05 FILLER               PIC X(03) VALUE ' / '.
           05 TL-HIST-COUNT        PIC ZZZ,ZZ9.

        01 WS-TOTAL-LINE-5.
           05 FILLER               PIC X(30) VALUE
              'HOLD ENTRIES / LEDGER ROWS:'.
           05 TL-HOLD-COUNT        PIC ZZZ,ZZ9.
           05 FILLER               PIC X(03) VALUE ' / '.
           05 TL-LEDG-COUNT        PIC ZZZ,ZZ9.

        01 WS-TOTAL-LINE-6.
           05 FILLER               PIC X(30) VALUE
              'LEDGER ROWS RESTATED:'.
           05 TL-RESTATED-COUNT    PIC ZZZ,ZZ9.

        01 WS-TOTAL-LINE-7.
           05 FILLER               PIC X(30) VALUE
              'LEDGERS LEFT UNRECONCILED:'.
           05 TL-UNRECONCILED-COUNT
                                   PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.
      *****************************************************************
      * 1000 - OPEN EVERY FILE AND PRINT THE HEADING
      *****************************************************************
       1000-INITIALIZE.

           ACCEPT WS-TODAY-CHAR FROM DATE YYYYMMDD

           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'BRMERGE: CONTROL-CARD-FILE OPEN FAILED - '
                       'STATUS = ' WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O   BORROWER-FILE
           IF WS-BORROWER-STATUS NOT = '00'
               DISPLAY 'BRMERGE: BORROWER-FILE OPEN FAILED - STATUS = '
                       WS-BORROWER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O   LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               DISPLAY 'BRMERGE: LOAN-FILE OPEN FAILED - STATUS = '
                       WS-LOAN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O   LOANHIST-FILE
           IF WS-LOANHIST-STATUS NOT = '00'
               DISPLAY 'BRMERGE: LOANHIST-FILE OPEN FAILED - STATUS = '
                       WS-LOANHIST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O   HOLD-FILE
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY 'BRMERGE: HOLD-FILE OPEN FAILED - STATUS = '
                       WS-HOLD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O   FINELEDG-FILE
           IF WS-FINELEDG-STATUS NOT = '00'
               DISPLAY 'BRMERGE: FINELEDG-FILE OPEN FAILED - STATUS = '
                       WS-FINELEDG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O   JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'BRMERGE: JOURNAL-FILE OPEN FAILED - STATUS = '
                       WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'BRMERGE: REPORT-FILE OPEN FAILED - STATUS = '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-TODAY-NUM TO H1-RUN-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
               AFTER ADVANCING PAGE.

       1000-EXIT.
           EXIT.
      *****************************************************************
      * 2000 - ONE MERGE PER CARD, UNTIL THE CARDS RUN OUT OR A FILE
      *        ERROR STOPS THE RUN
      *****************************************************************
       2000-PROCESS-CARDS.

           PERFORM 2100-READ-CARD THRU 2100-EXIT
           PERFORM UNTIL END-OF-CARD-FILE OR MERGE-HALTED
               ADD 1 TO WS-CARD-COUNT
               PERFORM 3000-MERGE-ONE-PAIR THRU 3000-EXIT
               PERFORM 2100-READ-CARD THRU 2100-EXIT
           END-PERFORM.

       2000-EXIT.
           EXIT.

       2100-READ-CARD.

           MOVE SPACES TO WS-MERGE-CARD
           READ CONTROL-CARD-FILE INTO WS-MERGE-CARD
               AT END SET END-OF-CARD-FILE TO TRUE
           END-READ.

       2100-EXIT.
           EXIT.
      *****************************************************************
      * 3000 - ONE MERGE.  NOTHING IS CHANGED UNTIL THE PAIR HAS
      *        PASSED EVERY CHECK.  HISTORY MOVES BEFORE THE LOANS SO A
      *        LOAN CYCLE ARCHIVED WHEN BOTH IDS HAVE A LOAN ON THE
      *        SAME TITLE IS NUMBERED AFTER ALL OF THE TITLE'S HISTORY;
      *        THE BORROWERS ARE UPDATED LAST, SO A MERGE STOPPED BY A
      *        FILE ERROR LEAVES THE LOSING ID OPEN AND THE SAME CARD
      *        CAN BE RERUN TO FINISH IT
      *****************************************************************
       3000-MERGE-ONE-PAIR.

           MOVE 'N' TO WS-PAIR-REJECT-SW
           MOVE ZERO TO WS-PAIR-LOAN-COUNT
                        WS-PAIR-COMBINED-COUNT
                        WS-PAIR-HIST-COUNT
                        WS-PAIR-HOLD-COUNT
                        WS-PAIR-DROPPED-COUNT
                        WS-PAIR-LEDG-COUNT
                        WS-PAIR-RESTATED-COUNT

           PERFORM 3100-VALIDATE-PAIR THRU 3100-EXIT
           IF PAIR-REJECTED
               MOVE WS-CARD-LOSER-ID    TO RL-LOSER-ID
               MOVE WS-CARD-SURVIVOR-ID TO RL-SURVIVOR-ID
               MOVE WS-REJECT-REASON    TO RL-REASON
               WRITE REPORT-LINE FROM WS-REJECT-LINE
                   AFTER ADVANCING 2 LINES
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 3000-EXIT
           END-IF

           MOVE WS-CARD-LOSER-ID    TO PH-LOSER-ID
           MOVE WS-CARD-SURVIVOR-ID TO PH-SURVIVOR-ID
           MOVE WS-CARD-APPROVED-BY TO PH-APPROVED-BY
           WRITE REPORT-LINE FROM WS-PAIR-HEADING
               AFTER ADVANCING 2 LINES
           MOVE 'BEFORE' TO BL-WHEN
           PERFORM 3800-PRINT-BOTH-BORROWERS THRU 3800-EXIT

           PERFORM 3200-MOVE-LOAN-HISTORY THRU 3200-EXIT
           IF NOT MERGE-HALTED
               PERFORM 3300-MOVE-LOANS THRU 3300-EXIT
           END-IF
           IF NOT MERGE-HALTED
               PERFORM 3400-MOVE-HOLDS THRU 3400-EXIT
           END-IF
           IF NOT MERGE-HALTED
               PERFORM 3500-MOVE-LEDGER THRU 3500-EXIT
           END-IF
           IF NOT MERGE-HALTED
               PERFORM 3600-UPDATE-BORROWERS THRU 3600-EXIT
           END-IF

           MOVE WS-PAIR-LOAN-COUNT     TO CL-LOAN-COUNT
           MOVE WS-PAIR-COMBINED-COUNT TO CL-COMBINED-COUNT
           MOVE WS-PAIR-HIST-COUNT     TO CL-HIST-COUNT
           MOVE WS-PAIR-HOLD-COUNT     TO CL-HOLD-COUNT
           MOVE WS-PAIR-DROPPED-COUNT  TO CL-DROPPED-COUNT
           MOVE WS-PAIR-LEDG-COUNT     TO CL-LEDG-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           ADD WS-PAIR-LOAN-COUNT TO WS-TOTAL-LOAN-COUNT
           ADD WS-PAIR-HIST-COUNT TO WS-TOTAL-HIST-COUNT
           ADD WS-PAIR-HOLD-COUNT TO WS-TOTAL-HOLD-COUNT
           ADD WS-PAIR-LEDG-COUNT TO WS-TOTAL-LEDG-COUNT
           ADD WS-PAIR-RESTATED-COUNT TO WS-TOTAL-RESTATED-COUNT

           IF NOT MERGE-HALTED
               MOVE 'AFTER' TO BL-WHEN
               PERFORM 3800-PRINT-BOTH-BORROWERS THRU 3800-EXIT
               ADD 1 TO WS-MERGED-COUNT
               ADD WS-LOSER-BAL TO WS-TOTAL-BAL-MOVED
           END-IF.

       3000-EXIT.
           EXIT.
      *****************************************************************
      * 3100 - THE PAIR MUST NAME TWO DIFFERENT BORROWERS ON FILE AND
      *        AN APPROVING SUPERVISOR; THE LOSING ID MUST NOT ALREADY
      *        BE CLOSED (A MERGE IS NOT RUN TWICE) NOR THE SURVIVOR
      *        BE CLOSED; THE COMBINED BALANCE MUST FIT; AND THE TWO
      *        MAY NOT BOTH HAVE THE SAME TITLE OUT, SINCE ONE LOAN ROW
      *        CANNOT CARRY TWO OPEN LOANS - ONE COPY IS RETURNED FIRST
      *****************************************************************
       3100-VALIDATE-PAIR.

           EVALUATE TRUE
               WHEN WS-CARD-LOSER-ID = SPACES
                       OR WS-CARD-SURVIVOR-ID = SPACES
                   MOVE 'BOTH BORROWER IDS ARE REQUIRED'
                       TO WS-REJECT-REASON
               WHEN WS-CARD-LOSER-ID = WS-CARD-SURVIVOR-ID
                   MOVE 'BORROWER IDS ARE THE SAME' TO WS-REJECT-REASON
               WHEN WS-CARD-APPROVED-BY = SPACES
                   MOVE 'NO APPROVING SUPERVISOR' TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               SET PAIR-REJECTED TO TRUE
               GO TO 3100-EXIT
           END-IF

           MOVE WS-CARD-SURVIVOR-ID TO BORROWER-ID
           READ BORROWER-FILE
               INVALID KEY
                   MOVE 'SURVIVING ID NOT ON FILE' TO WS-REJECT-REASON
                   SET PAIR-REJECTED TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF BORROWER-STATUS-CLOSED
               MOVE 'SURVIVING ID IS CLOSED' TO WS-REJECT-REASON
               SET PAIR-REJECTED TO TRUE
               GO TO 3100-EXIT
           END-IF
           MOVE BORROWER-FINE-BAL TO WS-MERGED-BAL
                                     WS-SURVIVOR-OPEN-BAL

           MOVE WS-CARD-LOSER-ID TO BORROWER-ID
           READ BORROWER-FILE
               INVALID KEY
                   MOVE 'LOSING ID NOT ON FILE' TO WS-REJECT-REASON
                   SET PAIR-REJECTED TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF BORROWER-STATUS-CLOSED
               MOVE 'LOSING ID ALREADY CLOSED' TO WS-REJECT-REASON
               SET PAIR-REJECTED TO TRUE
               GO TO 3100-EXIT
           END-IF

           MOVE BORROWER-FINE-BAL TO WS-LOSER-OPEN-BAL
           ADD BORROWER-FINE-BAL TO WS-MERGED-BAL
               ON SIZE ERROR
                   MOVE 'COMBINED FINE BALANCE TOO LARGE'
                       TO WS-REJECT-REASON
                   SET PAIR-REJECTED TO TRUE
                   GO TO 3100-EXIT
           END-ADD

           PERFORM 3110-CHECK-OPEN-LOANS THRU 3110-EXIT.

       3100-EXIT.
           EXIT.
      *****************************************************************
      * 3110 - WALK THE LOAN FILE FOR THE LOSING ID'S OPEN LOANS AND
      *        REFUSE THE PAIR IF THE SURVIVOR HAS ANY OF THOSE TITLES
      *        OUT TOO.  THE LOAN FILE HAS NO BORROWER INDEX, SO EVERY
      *        ROW IS READ; THE PROBE FOR THE SURVIVOR'S ROW MOVES THE
      *        FILE POSITION, SO THE WALK RESTARTS PAST THE LOSING ROW
      *****************************************************************
       3110-CHECK-OPEN-LOANS.

           MOVE 'N' TO WS-EOF-LOAN-SW
           MOVE LOW-VALUES TO LOAN-ID
           PERFORM 3120-RESTART-LOAN-WALK THRU 3120-EXIT

           PERFORM UNTIL END-OF-LOAN-FILE OR PAIR-REJECTED
               IF LOAN-BORROWER-ID = WS-CARD-LOSER-ID
                       AND LOAN-STATUS-OPEN
                   MOVE LOAN-FILE-REC TO WS-LOSER-LOAN-SAVE
                   MOVE WS-CARD-SURVIVOR-ID TO LOAN-BORROWER-ID
                   READ LOAN-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF LOAN-STATUS-OPEN
                               MOVE WS-LL-BOOK-ID TO WS-BO-BOOK-ID
                               MOVE WS-BOTH-OUT-REASON
                                   TO WS-REJECT-REASON
                               SET PAIR-REJECTED TO TRUE
                           END-IF
                   END-READ
                   MOVE WS-LL-LOAN-ID TO LOAN-ID
                   PERFORM 3120-RESTART-LOAN-WALK THRU 3120-EXIT
               ELSE
                   PERFORM 3130-READ-NEXT-LOAN THRU 3130-EXIT
               END-IF
           END-PERFORM.

       3110-EXIT.
           EXIT.
      *****************************************************************
      * 3120 - REPOSITION THE LOAN WALK JUST PAST THE KEY IN LOAN-ID
      *        (LOW-VALUES = FROM THE TOP) AND READ THE NEXT ROW
      *****************************************************************
       3120-RESTART-LOAN-WALK.

           START LOAN-FILE KEY > LOAN-ID
               INVALID KEY SET END-OF-LOAN-FILE TO TRUE
           END-START
           IF NOT END-OF-LOAN-FILE
               PERFORM 3130-READ-NEXT-LOAN THRU 3130-EXIT
           END-IF.

       3120-EXIT.
           EXIT.

       3130-READ-NEXT-LOAN.

           READ LOAN-FILE NEXT
               AT END SET END-OF-LOAN-FILE TO TRUE
           END-READ.

       3130-EXIT.
           EXIT.
      *****************************************************************
      * 3200 - RE-KEY EVERY LOANHIST ROW OF THE LOSING ID TO THE
      *        SURVIVOR.  EACH MOVED ROW TAKES THE SURVIVOR'S NEXT
      *        SEQUENCE NUMBER FOR THE TITLE, SO IT LANDS AFTER THE
      *        SURVIVOR'S OWN HISTORY (THE DATES ON THE ROW STILL SAY
      *        WHEN IT HAPPENED)
      *****************************************************************
       3200-MOVE-LOAN-HISTORY.

           MOVE 'N' TO WS-EOF-HIST-SW
           MOVE LOW-VALUES TO HIST-KEY
           PERFORM 3230-RESTART-HIST-WALK THRU 3230-EXIT

           PERFORM UNTIL END-OF-HIST-FILE OR MERGE-HALTED
               IF HIST-BORROWER-ID = WS-CARD-LOSER-ID
                   PERFORM 3210-REKEY-HIST-ROW THRU 3210-EXIT
                   MOVE WS-HIST-OLD-KEY TO HIST-KEY
                   PERFORM 3230-RESTART-HIST-WALK THRU 3230-EXIT
               ELSE
                   PERFORM 3240-READ-NEXT-HIST THRU 3240-EXIT
               END-IF
           END-PERFORM.

       3200-EXIT.
           EXIT.
      *****************************************************************
      * 3210 - WRITE THE CURRENT HISTORY ROW UNDER THE SURVIVOR, THEN
      *        DELETE IT UNDER THE LOSING ID, JOURNALING BOTH
      *****************************************************************
       3210-REKEY-HIST-ROW.

           MOVE LOAN-HIST-REC TO WS-RECORD-SAVE
           MOVE HIST-KEY      TO WS-HIST-OLD-KEY
           MOVE HIST-BOOK-ID  TO WS-PROBE-BOOK-ID
           PERFORM 3700-FIND-LAST-HIST-SEQ THRU 3700-EXIT

           MOVE WS-RECORD-SAVE      TO LOAN-HIST-REC
           MOVE WS-CARD-SURVIVOR-ID TO HIST-BORROWER-ID
           ADD 1 TO WS-LAST-HIST-SEQ
           MOVE WS-LAST-HIST-SEQ    TO HIST-SEQUENCE-NO
           WRITE LOAN-HIST-REC
               INVALID KEY
                   MOVE 'LOANHIST WRITE' TO WS-HALT-TEXT
                   MOVE WS-LOANHIST-STATUS TO WS-HALT-STATUS
                   PERFORM 8900-HALT-MERGE THRU 8900-EXIT
                   GO TO 3210-EXIT
           END-WRITE
           SET JRNL-ACTION-ADD TO TRUE
           MOVE 'LOANHIST'          TO JRNL-FILE-NAME
           MOVE HIST-KEY            TO WS-JRNL-ROW-KEY
                                       ML-NEW-KEY
           MOVE HIST-BOOK-ID        TO WS-JRNL-ROW-BOOK-ID
           MOVE HIST-BORROWER-ID    TO WS-JRNL-ROW-BORROWER-ID
           MOVE SPACES              TO JRNL-BEFORE-IMAGE
           MOVE LOAN-HIST-REC       TO JRNL-AFTER-IMAGE
           PERFORM 8200-JOURNAL-MERGE-ROW THRU 8200-EXIT

           MOVE WS-HIST-OLD-KEY TO HIST-KEY
           DELETE LOANHIST-FILE
               INVALID KEY
                   MOVE 'LOANHIST DELETE' TO WS-HALT-TEXT
                   MOVE WS-LOANHIST-STATUS TO WS-HALT-STATUS
                   PERFORM 8900-HALT-MERGE THRU 8900-EXIT
                   GO TO 3210-EXIT
           END-DELETE
           SET JRNL-ACTION-DELETE TO TRUE
           MOVE 'LOANHIST'          TO JRNL-FILE-NAME
           MOVE WS-HIST-OLD-KEY     TO WS-JRNL-ROW-KEY
           MOVE WS-CARD-LOSER-ID    TO WS-JRNL-ROW-BORROWER-ID
           MOVE WS-RECORD-SAVE      TO JRNL-BEFORE-IMAGE
           MOVE SPACES              TO JRNL-AFTER-IMAGE
           PERFORM 8200-JOURNAL-MERGE-ROW THRU 8200-EXIT

           ADD 1 TO WS-PAIR-HIST-COUNT
           MOVE 'LOANHIST'      TO ML-FILE-NAME
           MOVE WS-HIST-OLD-KEY TO ML-OLD-KEY
           MOVE SPACES          TO ML-NOTE
           PERFORM 3900-WRITE-MOVE-LINE THRU 3900-EXIT.

       3210-EXIT.
           EXIT.
      *****************************************************************
      * 3230 - REPOSITION THE HISTORY WALK JUST PAST THE KEY IN
      *        HIST-KEY AND READ THE NEXT ROW
      *****************************************************************
       3230-RESTART-HIST-WALK.

           START LOANHIST-FILE KEY > HIST-KEY
               INVALID KEY SET END-OF-HIST-FILE TO TRUE
           END-START
           IF NOT END-OF-HIST-FILE
               PERFORM 3240-READ-NEXT-HIST THRU 3240-EXIT
           END-IF.

       3230-EXIT.
           EXIT.

       3240-READ-NEXT-HIST.

           READ LOANHIST-FILE NEXT
               AT END SET END-OF-HIST-FILE TO TRUE
           END-READ.

       3240-EXIT.
           EXIT.
      *****************************************************************
      * 3300 - RE-KEY EVERY LOAN ROW OF THE LOSING ID, OPEN OR CLOSED,
      *        TO THE SURVIVOR.  WHERE THE SURVIVOR ALREADY HAS A ROW
      *        FOR THE TITLE THE TWO ARE COMBINED (3320)
      *****************************************************************
       3300-MOVE-LOANS.

           MOVE 'N' TO WS-EOF-LOAN-SW
           MOVE LOW-VALUES TO LOAN-ID
           PERFORM 3120-RESTART-LOAN-WALK THRU 3120-EXIT

           PERFORM UNTIL END-OF-LOAN-FILE OR MERGE-HALTED
               IF LOAN-BORROWER-ID = WS-CARD-LOSER-ID
                   MOVE LOAN-FILE-REC TO WS-LOSER-LOAN-SAVE
                   MOVE WS-LL-BOOK-ID TO WS-PROBE-BOOK-ID
                   PERFORM 3700-FIND-LAST-HIST-SEQ THRU 3700-EXIT
                   IF WS-LL-HISTORY-SEQ NUMERIC
                           AND WS-LL-HISTORY-SEQ > WS-LAST-HIST-SEQ
                       MOVE WS-LL-HISTORY-SEQ TO WS-LAST-HIST-SEQ
                   END-IF
                   IF SURVIVOR-HAS-LOAN
                       PERFORM 3320-COMBINE-LOANS THRU 3320-EXIT
                   ELSE
                       PERFORM 3310-REKEY-LOAN THRU 3310-EXIT
                   END-IF
                   MOVE WS-LL-LOAN-ID TO LOAN-ID
                   PERFORM 3120-RESTART-LOAN-WALK THRU 3120-EXIT
               ELSE
                   PERFORM 3130-READ-NEXT-LOAN THRU 3130-EXIT
               END-IF
           END-PERFORM.

       3300-EXIT.
           EXIT.
      *****************************************************************
      * 3310 - THE SURVIVOR HAS NO ROW FOR THE TITLE: WRITE THE LOSING
      *        ROW UNDER THE SURVIVOR, NUMBERED PAST ALL OF THE TITLE'S
      *        HISTORY, AND DELETE IT UNDER THE LOSING ID
      *****************************************************************
       3310-REKEY-LOAN.

           MOVE WS-LOSER-LOAN-SAVE  TO LOAN-FILE-REC
           MOVE WS-CARD-SURVIVOR-ID TO LOAN-BORROWER-ID
           MOVE WS-LAST-HIST-SEQ    TO LOAN-HISTORY-SEQ
           WRITE LOAN-FILE-REC
               INVALID KEY
                   MOVE 'LOAN WRITE' TO WS-HALT-TEXT
                   MOVE WS-LOAN-STATUS TO WS-HALT-STATUS
                   PERFORM 8900-HALT-MERGE THRU 8900-EXIT
                   GO TO 3310-EXIT
           END-WRITE
           SET JRNL-ACTION-ADD TO TRUE
           MOVE 'LOAN'              TO JRNL-FILE-NAME
           MOVE LOAN-ID             TO WS-JRNL-ROW-KEY
                                       ML-NEW-KEY
           MOVE LOAN-BOOK-ID        TO WS-JRNL-ROW-BOOK-ID
           MOVE LOAN-BORROWER-ID    TO WS-JRNL-ROW-BORROWER-ID
           MOVE SPACES              TO JRNL-BEFORE-IMAGE
           MOVE LOAN-FILE-REC       TO JRNL-AFTER-IMAGE
           PERFORM 8200-JOURNAL-MERGE-ROW THRU 8200-EXIT

           MOVE SPACES TO ML-NOTE
           PERFORM 3390-DELETE-LOSER-LOAN THRU 3390-EXIT.

       3310-EXIT.
           EXIT.
      *****************************************************************
      * 3320 - BOTH IDS HAVE A ROW FOR THE TITLE (NOT BOTH OPEN - SEE
      *        3110).  THE SURVIVOR'S ROW KEEPS THE CURRENT CYCLE - THE
      *        OPEN ONE, OR THE LATER CHECKOUT - AND THE OTHER CYCLE IS
      *        ARCHIVED TO LOANHIST, AS FCLOAN DOES WHEN IT REOPENS A
      *        LOAN ROW.  THE LOSING ROW IS THEN DELETED
      *****************************************************************
       3320-COMBINE-LOANS.

           IF WS-LL-OPEN
                   OR (NOT WS-SL-OPEN
                       AND WS-LL-CHECKOUT-DATE > WS-SL-CHECKOUT-DATE)
               SET KEEP-LOSER-CYCLE TO TRUE
               MOVE WS-SURV-LOAN-SAVE  TO LOAN-FILE-REC
           ELSE
               SET KEEP-SURVIVOR-CYCLE TO TRUE
               MOVE WS-LOSER-LOAN-SAVE TO LOAN-FILE-REC
           END-IF
           ADD 1 TO WS-LAST-HIST-SEQ

           IF LOAN-RENEWAL-COUNT NOT NUMERIC
               MOVE ZERO TO LOAN-RENEWAL-COUNT
           END-IF
           MOVE LOAN-BOOK-ID        TO HIST-BOOK-ID
           MOVE WS-CARD-SURVIVOR-ID TO HIST-BORROWER-ID
           MOVE WS-LAST-HIST-SEQ    TO HIST-SEQUENCE-NO
           MOVE CHECKOUT-DATE       TO HIST-CHECKOUT-DATE
           MOVE DUE-DATE            TO HIST-DUE-DATE
           MOVE RETURN-DATE         TO HIST-RETURN-DATE
           MOVE LOAN-STATUS         TO HIST-LOAN-STATUS
           MOVE LOAN-COPY-NUMBER    TO HIST-COPY-NUMBER
           MOVE LOAN-RENEWAL-COUNT  TO HIST-RENEWAL-COUNT
           WRITE LOAN-HIST-REC
               INVALID KEY
                   MOVE 'LOANHIST WRITE' TO WS-HALT-TEXT
                   MOVE WS-LOANHIST-STATUS TO WS-HALT-STATUS
                   PERFORM 8900-HALT-MERGE THRU 8900-EXIT
                   GO TO 3320-EXIT
           END-WRITE
           SET JRNL-ACTION-ADD TO TRUE
           MOVE 'LOANHIST'          TO JRNL-FILE-NAME
           MOVE HIST-KEY            TO WS-JRNL-ROW-KEY
           MOVE HIST-BOOK-ID        TO WS-JRNL-ROW-BOOK-ID
           MOVE HIST-BORROWER-ID    TO WS-JRNL-ROW-BORROWER-ID
           MOVE SPACES              TO JRNL-BEFORE-IMAGE
           MOVE LOAN-HIST-REC       TO JRNL-AFTER-IMAGE
           PERFORM 8200-JOURNAL-MERGE-ROW THRU 8200-EXIT

           MOVE 'LOAN'          TO ML-FILE-NAME
           MOVE HIST-KEY        TO ML-NEW-KEY
           IF KEEP-LOSER-CYCLE
               MOVE WS-SL-LOAN-ID TO ML-OLD-KEY
               MOVE 'SURVIVOR CYCLE ARCHIVED TO LOANHIST' TO ML-NOTE
               MOVE WS-LOSER-LOAN-SAVE  TO LOAN-FILE-REC
               MOVE WS-CARD-SURVIVOR-ID TO LOAN-BORROWER-ID
           ELSE
               MOVE WS-LL-LOAN-ID TO ML-OLD-KEY
               MOVE 'LOSING CYCLE ARCHIVED TO LOANHIST' TO ML-NOTE
               MOVE WS-SURV-LOAN-SAVE   TO LOAN-FILE-REC
           END-IF
           PERFORM 3900-WRITE-MOVE-LINE THRU 3900-EXIT

           MOVE WS-LAST-HIST-SEQ TO LOAN-HISTORY-SEQ
           REWRITE LOAN-FILE-REC
               INVALID KEY
                   MOVE 'LOAN REWRITE' TO WS-HALT-TEXT
                   MOVE WS-LOAN-STATUS TO WS-HALT-STATUS
                   PERFORM 8900-HALT-MERGE THRU 8900-EXIT
                   GO TO 3320-EXIT
           END-REWRITE
           SET JRNL-ACTION-CHANGE TO TRUE
           MOVE 'LOAN'              TO JRNL-FILE-NAME
           MOVE LOAN-ID             TO WS-JRNL-ROW-KEY
           MOVE LOAN-BOOK-ID        TO WS-JRNL-ROW-BOOK-ID
           MOVE LOAN-BORROWER-ID    TO WS-JRNL-ROW-BORROWER-ID
           MOVE WS-SURV-LOAN-SAVE   TO JRNL-BEFORE-IMAGE
           MOVE LOAN-FILE-REC       TO JRNL-AFTER-IMAGE
           PERFORM 8200-JOURNAL-MERGE-ROW THRU 8200-EXIT

           ADD 1 TO WS-PAIR-COMBINED-COUNT
           MOVE LOAN-ID TO ML-NEW-KEY
           IF KEEP-LOSER-CYCLE
               MOVE 'COMBINED - LOSING CYCLE IS CURRENT' TO ML-NOTE
           ELSE
               MOVE 'COMBINED - SURVIVOR CYCLE IS CURRENT' TO ML-NOTE
           END-IF
           PERFORM 3390-DELETE-LOSER-LOAN THRU 3390-EXIT.

       3320-EXIT.
           EXIT.
      *****************************************************************
      * 3390 - DELETE THE LOSING ID'S LOAN ROW, JOURNAL IT AND LIST THE
      *        MOVE.  THE CALLER HAS SET ML-NEW-KEY AND ML-NOTE
      *****************************************************************
       3390-DELETE-LOSER-LOAN.

           MOVE WS-LL-LOAN-ID TO LOAN-ID
           DELETE LOAN-FILE
               INVALID KEY
                   MOVE 'LOAN DELETE' TO WS-HALT-TEXT
                   MOVE WS-LOAN-STATUS TO WS-HALT-STATUS
                   PERFORM 8900-HALT-MERGE THRU 8900-EXIT
                   GO TO 3390-EXIT
           END-DELETE
           SET JRNL-ACTION-DELETE TO TRUE
           MOVE 'LOAN'              TO JRNL-FILE-NAME
           MOVE WS-LL-LOAN-ID       TO WS-JRNL-ROW-KEY
           MOVE WS-LL-BOOK-ID       TO WS-JRNL-ROW-BOOK-ID
           MOVE WS-LL-BORROWER-ID   TO WS-JRNL-ROW-BORROWER-ID
           MOVE WS-LOSER-LOAN-SAVE  TO JRNL-BEFORE-IMAGE
           MOVE SPACES              TO JRNL-AFTER-IMAGE
           PERFORM 8200-JOURNAL-MERGE-ROW THRU 8200-EXIT

           ADD 1 TO WS-PAIR-LOAN-COUNT
           MOVE 'LOAN'        TO ML-FILE-NAME
           MOVE WS-LL-LOAN-ID TO ML-OLD-KEY
           PERFORM 3900-WRITE-MOVE-LINE THRU 3900-EXIT.

       3390-EXIT.
           EXIT.
      *****************************************************************
      * 3400 - RENAME THE LOSING ID'S HOLD QUEUE ENTRIES IN PLACE SO
      *        EACH KEEPS ITS POSITION.  WHERE BOTH IDS ARE IN THE SAME
      *        QUEUE ONLY THE EARLIER ENTRY IS KEPT (3420).  THE HOLD
      *        FILE IS KEYED BY TITLE, SO EVERY ROW IS READ; REWRITING
      *        THE ROW JUST READ DOES NOT MOVE THE FILE POSITION
      *****************************************************************
       3400-MOVE-HOLDS.

           MOVE 'N' TO WS-EOF-HOLD-SW
           MOVE LOW-VALUES TO HOLD-BOOK-ID
           START HOLD-FILE KEY NOT < HOLD-BOOK-ID
               INVALID KEY SET END-OF-HOLD-FILE TO TRUE
           END-START
           IF NOT END-OF-HOLD-FILE
               PERFORM 3440-READ-NEXT-HOLD THRU 3440-EXIT
           END-IF

           PERFORM UNTIL END-OF-HOLD-FILE OR MERGE-HALTED
               PERFORM 3410-CHECK-ONE-QUEUE THRU 3410-EXIT
               PERFORM 3440-READ-NEXT-HOLD THRU 3440-EXIT
           END-PERFORM.

       3400-EXIT.
           EXIT.

       3410-CHECK-ONE-QUEUE.

           MOVE ZERO TO WS-LOSER-SLOT
                        WS-SURVIVOR-SLOT
           SET HOLD-QUEUE-IDX TO 1
           PERFORM 3411-CHECK-QUEUE-SLOT THRU 3411-EXIT
               UNTIL HOLD-QUEUE-IDX > HOLD-QUEUE-COUNT
           IF WS-LOSER-SLOT = ZERO
               GO TO 3410-EXIT
           END-IF

           MOVE HOLD-FILE-REC TO WS-RECORD-SAVE
           MOVE 'HOLD'        TO ML-FILE-NAME
           MOVE HOLD-BOOK-ID  TO ML-OLD-KEY
                                 ML-NEW-KEY
           IF WS-SURVIVOR-SLOT = ZERO
               MOVE WS-CARD-SURVIVOR-ID
                   TO HOLD-BORROWER-ID(WS-LOSER-SLOT)
               MOVE WS-LOSER-SLOT TO WS-KN-SLOT
               MOVE WS-KEPT-NOTE  TO ML-NOTE
           ELSE
               PERFORM 3420-DROP-DUPLICATE-ENTRY THRU 3420-EXIT
           END-IF

           REWRITE HOLD-FILE-REC
               INVALID KEY
                   MOVE 'HOLD REWRITE' TO WS-HALT-TEXT
                   MOVE WS-HOLD-STATUS TO WS-HALT-STATUS
                   PERFORM 8900-HALT-MERGE THRU 8900-EXIT
                   GO TO 3410-EXIT
           END-REWRITE
           SET JRNL-ACTION-CHANGE TO TRUE
           MOVE 'HOLD'              TO JRNL-FILE-NAME
           MOVE HOLD-BOOK-ID        TO WS-JRNL-ROW-KEY
                                       WS-JRNL-ROW-BOOK-ID
           MOVE WS-CARD-SURVIVOR-ID TO WS-JRNL-ROW-BORROWER-ID
           MOVE WS-RECORD-SAVE      TO JRNL-BEFORE-IMAGE
           MOVE HOLD-FILE-REC       TO JRNL-AFTER-IMAGE
           PERFORM 8200-JOURNAL-MERGE-ROW THRU 8200-EXIT

           ADD 1 TO WS-PAIR-HOLD-COUNT
           PERFORM 3900-WRITE-MOVE-LINE THRU 3900-EXIT.

       3410-EXIT.
           EXIT.

       3411-CHECK-QUEUE-SLOT.

           IF HOLD-BORROWER-ID(HOLD-QUEUE-IDX) = WS-CARD-LOSER-ID
                   AND WS-LOSER-SLOT = ZERO
               SET WS-LOSER-SLOT TO HOLD-QUEUE-IDX
           END-IF
           IF HOLD-BORROWER-ID(HOLD-QUEUE-IDX) = WS-CARD-SURVIVOR-ID
                   AND WS-SURVIVOR-SLOT = ZERO
               SET WS-SURVIVOR-SLOT TO HOLD-QUEUE-IDX
           END-IF
           SET HOLD-QUEUE-IDX UP BY 1.

       3411-EXIT.
           EXIT.
      *****************************************************************
      * 3420 - BOTH IDS ARE WAITING FOR THIS TITLE.  THE EARLIER ENTRY
      *        IS KEPT UNDER THE SURVIVOR AND THE LATER ONE DROPPED,
      *        THE QUEUE BEHIND IT MOVING UP A SLOT.  IF ONLY THE
      *        DROPPED ENTRY HAD A COPY RESERVED, THE KEPT ENTRY TAKES
      *        IT OVER (WITH ITS PICKUP BRANCH AND TRANSIT/ARRIVAL
      *        DATES); IF BOTH HAD ONE, THE DROPPED ENTRY'S COPY IS
      *        LISTED FOR THE DESK TO RELEASE
      *****************************************************************
       3420-DROP-DUPLICATE-ENTRY.

           IF WS-LOSER-SLOT < WS-SURVIVOR-SLOT
               MOVE WS-LOSER-SLOT    TO WS-KEEP-SLOT
               MOVE WS-SURVIVOR-SLOT TO WS-DROP-SLOT
           ELSE
               MOVE WS-SURVIVOR-SLOT TO WS-KEEP-SLOT
               MOVE WS-LOSER-SLOT    TO WS-DROP-SLOT
           END-IF
           MOVE WS-CARD-SURVIVOR-ID TO HOLD-BORROWER-ID(WS-KEEP-SLOT)

           MOVE WS-KEEP-SLOT TO WS-DN-KEEP-SLOT
           MOVE WS-DROP-SLOT TO WS-DN-DROP-SLOT
           MOVE SPACES       TO WS-DN-COPY-TEXT

           IF HOLD-COPY-NUMBER(WS-DROP-SLOT) NOT = ZERO
               IF HOLD-COPY-NUMBER(WS-KEEP-SLOT) = ZERO
                   MOVE HOLD-PICKUP-BRANCH(WS-DROP-SLOT)
                       TO WS-HE-PICKUP-BRANCH
                   MOVE HOLD-COPY-NUMBER(WS-DROP-SLOT)
                       TO WS-HE-COPY-NUMBER
                   MOVE HOLD-TRANSIT-DATE(WS-DROP-SLOT)
                       TO WS-HE-TRANSIT-DATE
                   MOVE HOLD-ARRIVED-DATE(WS-DROP-SLOT)
                       TO WS-HE-ARRIVED-DATE
                   MOVE WS-HE-PICKUP-BRANCH
                       TO HOLD-PICKUP-BRANCH(WS-KEEP-SLOT)
                   MOVE WS-HE-COPY-NUMBER
                       TO HOLD-COPY-NUMBER(WS-KEEP-SLOT)
                   MOVE WS-HE-TRANSIT-DATE
                       TO HOLD-TRANSIT-DATE(WS-KEEP-SLOT)
                   MOVE WS-HE-ARRIVED-DATE
                       TO HOLD-ARRIVED-DATE(WS-KEEP-SLOT)
                   MOVE ' - ITS COPY KEPT' TO WS-DN-COPY-TEXT
               ELSE
                   DISPLAY 'BRMERGE: COPY '
                           HOLD-COPY-NUMBER(WS-DROP-SLOT) ' OF '
                           HOLD-BOOK-ID ' WAS HELD FOR THE DROPPED '
                           'ENTRY - RELEASE IT AT THE DESK'
                   MOVE ' - RELEASE COPY' TO WS-DN-COPY-TEXT
               END-IF
           END-IF

           MOVE WS-DROP-NOTE TO ML-NOTE

           SUBTRACT 1 FROM HOLD-QUEUE-COUNT
           SET HOLD-QUEUE-IDX TO WS-DROP-SLOT
           PERFORM 3430-SHIFT-HOLD-QUEUE-ENTRY THRU 3430-EXIT
               UNTIL HOLD-QUEUE-IDX > HOLD-QUEUE-COUNT
           ADD 1 TO WS-PAIR-DROPPED-COUNT.

       3420-EXIT.
           EXIT.

       3430-SHIFT-HOLD-QUEUE-ENTRY.

           MOVE HOLD-QUEUE-TABLE(HOLD-QUEUE-IDX + 1)
               TO HOLD-QUEUE-TABLE(HOLD-QUEUE-IDX)
           SET HOLD-QUEUE-IDX UP BY 1.

       3430-EXIT.
           EXIT.

       3440-READ-NEXT-HOLD.

           READ HOLD-FILE NEXT
               AT END SET END-OF-HOLD-FILE TO TRUE
           END-READ.

       3440-EXIT.
           EXIT.
      *****************************************************************
      * 3500 - RE-KEY THE LOSING ID'S FINE LEDGER ROWS TO THE SURVIVOR,
      *        KEEPING EACH ROW'S DATE, TIME, TYPE AND AMOUNT AS
      *        POSTED, THEN RESTATE THE SURVIVOR'S RUNNING BALANCES AS
      *        ONE SERIES (3540).  EACH ACCOUNT'S OPENING BALANCE IS
      *        TAKEN BEFORE ANY ROW MOVES.  THE ROWS ARE KEYED BY
      *        BORROWER, SO EACH MOVE STARTS AT THE LOSING ID AND TAKES
      *        ITS FIRST REMAINING ROW
      *****************************************************************
       3500-MOVE-LEDGER.

           MOVE WS-CARD-LOSER-ID TO WS-LEDG-PROBE-ID
           MOVE WS-LOSER-OPEN-BAL TO WS-LEDG-OPEN-BAL
           PERFORM 3530-FIND-OPENING-BAL THRU 3530-EXIT
           MOVE WS-LEDG-OPEN-BAL TO WS-LOSER-OPEN-BAL
           MOVE WS-CARD-SURVIVOR-ID TO WS-LEDG-PROBE-ID
           MOVE WS-SURVIVOR-OPEN-BAL TO WS-LEDG-OPEN-BAL
           PERFORM 3530-FIND-OPENING-BAL THRU 3530-EXIT
           MOVE WS-LEDG-OPEN-BAL TO WS-SURVIVOR-OPEN-BAL

           MOVE 'N' TO WS-EOF-LEDG-SW
           PERFORM 3510-MOVE-ONE-LEDGER-ROW THRU 3510-EXIT
               UNTIL END-OF-LOSER-LEDGER OR MERGE-HALTED

           IF NOT MERGE-HALTED
               PERFORM 3540-RESTATE-LEDGER THRU 3540-EXIT
           END-IF.

       3500-EXIT.
           EXIT.

       3510-MOVE-ONE-LEDGER-ROW.

           MOVE LOW-VALUES       TO LEDG-KEY
           MOVE WS-CARD-LOSER-ID TO LEDG-BORROWER-ID
           START FINELEDG-FILE KEY NOT < LEDG-KEY
               INVALID KEY
                   SET END-OF-LOSER-LEDGER TO TRUE
                   GO TO 3510-EXIT
           END-START
           READ FINELEDG-FILE NEXT
               AT END
                   SET END-OF-LOSER-LEDGER TO TRUE
                   GO TO 3510-EXIT
           END-READ
           IF LEDG-BORROWER-ID NOT = WS-CARD-LOSER-ID
               SET END-OF-LOSER-LEDGER TO TRUE
               GO TO 3510-EXIT
           END-IF

           MOVE FINE-LEDGER-REC     TO WS-RECORD-SAVE
           MOVE LEDG-KEY            TO WS-LEDG-OLD-KEY
           MOVE WS-CARD-SURVIVOR-ID TO LEDG-BORROWER-ID
           MOVE 'N' TO WS-LEDG-DONE-SW
           PERFORM 3520-PUT-MOVED-LEDGER-ROW THRU 3520-EXIT
               UNTIL LEDGER-REC-DONE OR LEDG-SEQ > 98
           IF NOT LEDGER-REC-DONE
               MOVE 'FINELEDG WRITE' TO WS-HALT-TEXT
               MOVE WS-FINELEDG-STATUS TO WS-HALT-STATUS
               PERFORM 8900-HALT-MERGE THRU 8900-EXIT
               GO TO 3510-EXIT
           END-IF
           SET JRNL-ACTION-ADD TO TRUE
           MOVE 'FINELEDG'          TO JRNL-FILE-NAME
           MOVE LEDG-KEY            TO WS-JRNL-ROW-KEY
                                       ML-NEW-KEY
           MOVE LEDG-BOOK-ID        TO WS-JRNL-ROW-BOOK-ID
           MOVE LEDG-BORROWER-ID    TO WS-JRNL-ROW-BORROWER-ID
           MOVE SPACES              TO JRNL-BEFORE-IMAGE
           MOVE FINE-LEDGER-REC     TO JRNL-AFTER-IMAGE
           PERFORM 8200-JOURNAL-MERGE-ROW THRU 8200-EXIT

           MOVE WS-LEDG-OLD-KEY TO LEDG-KEY
           DELETE FINELEDG-FILE
               INVALID KEY
                   MOVE 'FINELEDG DELETE' TO WS-HALT-TEXT
                   MOVE WS-FINELEDG-STATUS TO WS-HALT-STATUS
                   PERFORM 8900-HALT-MERGE THRU 8900-EXIT
                   GO TO 3510-EXIT
           END-DELETE
           SET JRNL-ACTION-DELETE TO TRUE
           MOVE 'FINELEDG'          TO JRNL-FILE-NAME
           MOVE WS-LEDG-OLD-KEY     TO WS-JRNL-ROW-KEY
           MOVE WS-CARD-LOSER-ID    TO WS-JRNL-ROW-BORROWER-ID
           MOVE WS-RECORD-SAVE      TO JRNL-BEFORE-IMAGE
           MOVE SPACES              TO JRNL-AFTER-IMAGE
           PERFORM 8200-JOURNAL-MERGE-ROW THRU 8200-EXIT

           ADD 1 TO WS-PAIR-LEDG-COUNT
           MOVE 'FINELEDG'      TO ML-FILE-NAME
           MOVE WS-LEDG-OLD-KEY TO ML-OLD-KEY
           MOVE SPACES          TO ML-NOTE
           PERFORM 3900-WRITE-MOVE-LINE THRU 3900-EXIT.

       3510-EXIT.
           EXIT.
      *****************************************************************
      * 3520 - WRITE THE MOVED LEDGER ROW, TAKING THE NEXT SEQUENCE
      *        NUMBER IF THE SURVIVOR ALREADY HAS A ROW IN THAT SECOND
      *****************************************************************
       3520-PUT-MOVED-LEDGER-ROW.

           WRITE FINE-LEDGER-REC
               INVALID KEY
                   IF WS-FINELEDG-STATUS = '22'
                       ADD 1 TO LEDG-SEQ
                   ELSE
                       MOVE 99 TO LEDG-SEQ
                   END-IF
               NOT INVALID KEY
                   SET LEDGER-REC-DONE TO TRUE
           END-WRITE.

       3520-EXIT.
           EXIT.
      *****************************************************************
      * 3530 - THE BALANCE WS-LEDG-PROBE-ID OWED BEFORE ITS FIRST LEDGER
      *        ROW: THAT ROW'S RUNNING BALANCE WITH ITS AMOUNT BACKED
      *        OUT, AS COLREFER READS IT.  WITH NO ROWS, THE WHOLE FINE
      *        BALANCE THE CALLER LOADED INTO WS-LEDG-OPEN-BAL STANDS
      *****************************************************************
       3530-FIND-OPENING-BAL.

           MOVE LOW-VALUES       TO LEDG-KEY
           MOVE WS-LEDG-PROBE-ID TO LEDG-BORROWER-ID
           START FINELEDG-FILE KEY NOT < LEDG-KEY
               INVALID KEY GO TO 3530-EXIT
           END-START
           READ FINELEDG-FILE NEXT
               AT END GO TO 3530-EXIT
           END-READ
           IF LEDG-BORROWER-ID NOT = WS-LEDG-PROBE-ID
               GO TO 3530-EXIT
           END-IF

           IF LEDG-TYPE-PAYMENT
               COMPUTE WS-LEDG-OPEN-BAL = LEDG-RUNNING-BAL + LEDG-AMOUNT
           ELSE
               COMPUTE WS-LEDG-OPEN-BAL = LEDG-RUNNING-BAL - LEDG-AMOUNT
           END-IF.

       3530-EXIT.
           EXIT.
      *****************************************************************
      * 3540 - RESTATE THE SURVIVOR'S LEDGER (NOW HOLDING BOTH
      *        ACCOUNTS' ROWS) AS ONE RUNNING BALANCE IN KEY ORDER FROM
      *        THE TWO OPENING BALANCES.  A FIRST PASS ONLY TOTALS IT:
      *        THE ROWS ARE REWRITTEN ON A SECOND PASS ONLY IF THE
      *        SERIES ENDS AT THE MERGED FINE BALANCE, SO A LEDGER THAT
      *        DID NOT AGREE WITH ITS BORROWER RECORD IS NOT MADE WORSE
      *****************************************************************
       3540-RESTATE-LEDGER.

           MOVE 'N' TO WS-RESTATE-PASS-SW
           PERFORM 3545-WALK-SURVIVOR-LEDGER THRU 3545-EXIT
           IF WS-LEDG-RUNNING-BAL NOT = WS-MERGED-BAL
               MOVE WS-LEDG-RUNNING-BAL TO UR-LEDG-BAL
               MOVE WS-MERGED-BAL       TO UR-FINE-BAL
               WRITE REPORT-LINE FROM WS-UNRECONCILED-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-UNRECONCILED-COUNT
               GO TO 3540-EXIT
           END-IF

           SET RESTATE-REWRITE-PASS TO TRUE
           PERFORM 3545-WALK-SURVIVOR-LEDGER THRU 3545-EXIT
           IF NOT MERGE-HALTED
               MOVE WS-PAIR-RESTATED-COUNT TO RS-ROW-COUNT
               COMPUTE RS-OPEN-BAL =
                       WS-LOSER-OPEN-BAL + WS-SURVIVOR-OPEN-BAL
               MOVE WS-LEDG-RUNNING-BAL    TO RS-CLOSE-BAL
               WRITE REPORT-LINE FROM WS-RESTATED-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       3540-EXIT.
           EXIT.

       3545-WALK-SURVIVOR-LEDGER.

           COMPUTE WS-LEDG-RUNNING-BAL =
                   WS-LOSER-OPEN-BAL + WS-SURVIVOR-OPEN-BAL
           MOVE 'N' TO WS-EOF-SURV-LEDG-SW
           MOVE LOW-VALUES          TO LEDG-KEY
           MOVE WS-CARD-SURVIVOR-ID TO LEDG-BORROWER-ID
           START FINELEDG-FILE KEY NOT < LEDG-KEY
               INVALID KEY SET END-OF-SURVIVOR-LEDGER TO TRUE
           END-START
           IF NOT END-OF-SURVIVOR-LEDGER
               PERFORM 3560-READ-NEXT-SURV-LEDGER THRU 3560-EXIT
           END-IF

           PERFORM UNTIL END-OF-SURVIVOR-LEDGER OR MERGE-HALTED
               PERFORM 3550-RESTATE-LEDGER-ROW THRU 3550-EXIT
               PERFORM 3560-READ-NEXT-SURV-LEDGER THRU 3560-EXIT
           END-PERFORM.

       3545-EXIT.
           EXIT.
      *****************************************************************
      * 3550 - CARRY THE RUNNING BALANCE THROUGH ONE ROW; ON THE
      *        REWRITE PASS, REWRITE AND JOURNAL A ROW WHOSE RUNNING
      *        BALANCE CHANGES.  REWRITING THE ROW JUST READ DOES NOT
      *        MOVE THE FILE POSITION
      *****************************************************************
       3550-RESTATE-LEDGER-ROW.

           IF LEDG-TYPE-PAYMENT
               SUBTRACT LEDG-AMOUNT FROM WS-LEDG-RUNNING-BAL
           ELSE
               ADD LEDG-AMOUNT TO WS-LEDG-RUNNING-BAL
           END-IF

           IF NOT RESTATE-REWRITE-PASS
                   OR LEDG-RUNNING-BAL = WS-LEDG-RUNNING-BAL
               GO TO 3550-EXIT
           END-IF

           MOVE FINE-LEDGER-REC     TO WS-RECORD-SAVE
           MOVE WS-LEDG-RUNNING-BAL TO LEDG-RUNNING-BAL
           REWRITE FINE-LEDGER-REC
               INVALID KEY
                   MOVE 'FINELEDG REWRITE' TO WS-HALT-TEXT
                   MOVE WS-FINELEDG-STATUS TO WS-HALT-STATUS
                   PERFORM 8900-HALT-MERGE THRU 8900-EXIT
                   GO TO 3550-EXIT
           END-REWRITE
           SET JRNL-ACTION-CHANGE TO TRUE
           MOVE 'FINELEDG'          TO JRNL-FILE-NAME
           MOVE LEDG-KEY            TO WS-JRNL-ROW-KEY
           MOVE LEDG-BOOK-ID        TO WS-JRNL-ROW-BOOK-ID
           MOVE LEDG-BORROWER-ID    TO WS-JRNL-ROW-BORROWER-ID
           MOVE WS-RECORD-SAVE      TO JRNL-BEFORE-IMAGE
           MOVE FINE-LEDGER-REC     TO JRNL-AFTER-IMAGE
           PERFORM 8200-JOURNAL-MERGE-ROW THRU 8200-EXIT
           ADD 1 TO WS-PAIR-RESTATED-COUNT.

       3550-EXIT.
           EXIT.

       3560-READ-NEXT-SURV-LEDGER.

           READ FINELEDG-FILE NEXT
               AT END SET END-OF-SURVIVOR-LEDGER TO TRUE
               NOT AT END
                   IF LEDG-BORROWER-ID NOT = WS-CARD-SURVIVOR-ID
                       SET END-OF-SURVIVOR-LEDGER TO TRUE
                   END-IF
           END-READ.

       3560-EXIT.
           EXIT.
      *****************************************************************
      * 3600 - ADD THE LOSING ID'S BALANCE TO THE SURVIVOR'S, THEN
      *        CLOSE THE LOSING ID (STATUS 'C', REASON 'MERGED INTO'
      *        THE SURVIVOR, BALANCE ZERO, OUT OF COLLECTIONS).  A
      *        BALANCE THE AGENCY WAS COLLECTING STAYS WITH THE AGENCY:
      *        THE SURVIVOR IS FLAGGED.  CLOSING THE LOSING ID IS THE
      *        LAST UPDATE OF THE MERGE, SO ANY EARLIER FAILURE LEAVES
      *        IT OPEN AND THE CARD CAN BE RERUN
      *****************************************************************
       3600-UPDATE-BORROWERS.

           MOVE WS-CARD-LOSER-ID TO BORROWER-ID
           READ BORROWER-FILE
               INVALID KEY
                   MOVE 'BORROWER READ' TO WS-HALT-TEXT
                   MOVE WS-BORROWER-STATUS TO WS-HALT-STATUS
                   PERFORM 8900-HALT-MERGE THRU 8900-EXIT
                   GO TO 3600-EXIT
           END-READ
           MOVE BORROWER-FINE-BAL TO WS-LOSER-BAL
           MOVE BORROWER-COLLECTION-SW TO WS-LOSER-COLLECT-SW
           IF NOT BORROWER-IN-COLLECTIONS
               MOVE 'N' TO WS-LOSER-COLLECT-SW
           END-IF

           MOVE WS-CARD-SURVIVOR-ID TO BORROWER-ID
           READ BORROWER-FILE
               INVALID KEY
                   MOVE 'BORROWER READ' TO WS-HALT-TEXT
                   MOVE WS-BORROWER-STATUS TO WS-HALT-STATUS
                   PERFORM 8900-HALT-MERGE THRU 8900-EXIT
                   GO TO 3600-EXIT
           END-READ
           MOVE BORROWER-FILE-REC TO WS-RECORD-SAVE
           ADD WS-LOSER-BAL TO BORROWER-FINE-BAL
           IF LOSER-WAS-IN-COLLECTIONS
               MOVE 'Y' TO BORROWER-COLLECTION-SW
           END-IF
           REWRITE BORROWER-FILE-REC
               INVALID KEY
                   MOVE 'BORROWER REWRITE' TO WS-HALT-TEXT
                   MOVE WS-BORROWER-STATUS TO WS-HALT-STATUS
                   PERFORM 8900-HALT-MERGE THRU 8900-EXIT
                   GO TO 3600-EXIT
           END-REWRITE
           SET JRNL-ACTION-CHANGE TO TRUE
           MOVE 'BORROWER'          TO JRNL-FILE-NAME
           MOVE BORROWER-ID         TO WS-JRNL-ROW-KEY
                                       WS-JRNL-ROW-BORROWER-ID
           MOVE SPACES              TO WS-JRNL-ROW-BOOK-ID
           MOVE WS-RECORD-SAVE      TO JRNL-BEFORE-IMAGE
           MOVE BORROWER-FILE-REC   TO JRNL-AFTER-IMAGE
           PERFORM 8200-JOURNAL-MERGE-ROW THRU 8200-EXIT

           MOVE WS-CARD-LOSER-ID TO BORROWER-ID
           READ BORROWER-FILE
               INVALID KEY
                   MOVE 'BORROWER READ' TO WS-HALT-TEXT
                   MOVE WS-BORROWER-STATUS TO WS-HALT-STATUS
                   PERFORM 3610-HALT-AFTER-CREDIT THRU 3610-EXIT
                   GO TO 3600-EXIT
           END-READ
           MOVE BORROWER-FILE-REC TO WS-RECORD-SAVE
           SET BORROWER-STATUS-CLOSED TO TRUE
           MOVE WS-TODAY-NUM        TO BORROWER-STATUS-DATE
           MOVE WS-CARD-SURVIVOR-ID TO WS-MR-SURVIVOR-ID
           MOVE WS-MERGE-REASON     TO BORROWER-STATUS-REASON
           MOVE ZERO                TO BORROWER-FINE-BAL
           MOVE 'N'                 TO BORROWER-COLLECTION-SW
           REWRITE BORROWER-FILE-REC
               INVALID KEY
                   MOVE 'BORROWER REWRITE' TO WS-HALT-TEXT
                   MOVE WS-BORROWER-STATUS TO WS-HALT-STATUS
                   PERFORM 3610-HALT-AFTER-CREDIT THRU 3610-EXIT
                   GO TO 3600-EXIT
           END-REWRITE
           SET JRNL-ACTION-STATUS TO TRUE
           MOVE 'BORROWER'          TO JRNL-FILE-NAME
           MOVE BORROWER-ID         TO WS-JRNL-ROW-KEY
                                       WS-JRNL-ROW-BORROWER-ID
           MOVE SPACES              TO WS-JRNL-ROW-BOOK-ID
           MOVE WS-RECORD-SAVE      TO JRNL-BEFORE-IMAGE
           MOVE BORROWER-FILE-REC   TO JRNL-AFTER-IMAGE
           PERFORM 8200-JOURNAL-MERGE-ROW THRU 8200-EXIT.

       3600-EXIT.
           EXIT.
      *****************************************************************
      * 3610 - THE SURVIVOR HAS BEEN CREDITED BUT THE LOSING ID COULD
      *        NOT BE CLOSED.  A RERUN OF THE CARD WOULD CREDIT THE
      *        BALANCE A SECOND TIME, SO THE LOSING ID IS TO BE CLOSED
      *        BY HAND AT THE DESK INSTEAD
      *****************************************************************
       3610-HALT-AFTER-CREDIT.

           DISPLAY 'BRMERGE: ' WS-HALT-TEXT ' FAILED - STATUS = '
                   WS-HALT-STATUS
           DISPLAY 'BRMERGE: ' WS-CARD-SURVIVOR-ID ' WAS ALREADY '
                   'CREDITED WITH THE BALANCE OF ' WS-CARD-LOSER-ID
           DISPLAY 'BRMERGE: CLOSE ' WS-CARD-LOSER-ID ' AT THE DESK '
                   'WITH A ZERO BALANCE - DO NOT RERUN THE CARD'
           SET MERGE-HALTED TO TRUE
           MOVE 16 TO RETURN-CODE.

       3610-EXIT.
           EXIT.
      *****************************************************************
      * 3700 - THE HIGHEST LOANHIST SEQUENCE NUMBER IN USE FOR THE
      *        SURVIVOR AND WS-PROBE-BOOK-ID - THE LAST HISTORY ROW ON
      *        FILE OR THE SURVIVOR'S LOAN-HISTORY-SEQ, WHICHEVER IS
      *        HIGHER (LHARCPRG MAY HAVE PURGED THE LATEST ROWS).  ALSO
      *        SAVES THE SURVIVOR'S LOAN ROW FOR THE TITLE, IF ANY.
      *        MOVES BOTH FILE POSITIONS AND BOTH RECORD AREAS
      *****************************************************************
       3700-FIND-LAST-HIST-SEQ.

           MOVE ZERO TO WS-LAST-HIST-SEQ
           MOVE 'N'  TO WS-EOF-PROBE-SW
           MOVE WS-PROBE-BOOK-ID    TO HIST-BOOK-ID
           MOVE WS-CARD-SURVIVOR-ID TO HIST-BORROWER-ID
           MOVE ZERO                TO HIST-SEQUENCE-NO
           START LOANHIST-FILE KEY NOT < HIST-KEY
               INVALID KEY SET END-OF-HIST-PROBE TO TRUE
           END-START
           PERFORM UNTIL END-OF-HIST-PROBE
               READ LOANHIST-FILE NEXT
                   AT END SET END-OF-HIST-PROBE TO TRUE
               END-READ
               IF NOT END-OF-HIST-PROBE
                   IF HIST-BOOK-ID = WS-PROBE-BOOK-ID
                           AND HIST-BORROWER-ID = WS-CARD-SURVIVOR-ID
                       MOVE HIST-SEQUENCE-NO TO WS-LAST-HIST-SEQ
                   ELSE
                       SET END-OF-HIST-PROBE TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-SURV-LOAN-SW
           MOVE WS-PROBE-BOOK-ID    TO LOAN-BOOK-ID
           MOVE WS-CARD-SURVIVOR-ID TO LOAN-BORROWER-ID
           READ LOAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SURVIVOR-HAS-LOAN TO TRUE
                   MOVE LOAN-FILE-REC TO WS-SURV-LOAN-SAVE
                   IF LOAN-HISTORY-SEQ NUMERIC
                           AND LOAN-HISTORY-SEQ > WS-LAST-HIST-SEQ
                       MOVE LOAN-HISTORY-SEQ TO WS-LAST-HIST-SEQ
                   END-IF
           END-READ.

       3700-EXIT.
           EXIT.
      *****************************************************************
      * 3800 - ONE LINE EACH FOR THE LOSING AND SURVIVING BORROWER AS
      *        THEY STAND ON FILE.  THE CALLER HAS SET BL-WHEN
      *****************************************************************
       3800-PRINT-BOTH-BORROWERS.

           MOVE WS-CARD-LOSER-ID TO BORROWER-ID
           MOVE 'MERGED AWAY' TO BL-ROLE
           PERFORM 3810-PRINT-BORROWER THRU 3810-EXIT
           MOVE WS-CARD-SURVIVOR-ID TO BORROWER-ID
           MOVE 'SURVIVOR' TO BL-ROLE
           PERFORM 3810-PRINT-BORROWER THRU 3810-EXIT.

       3800-EXIT.
           EXIT.

       3810-PRINT-BORROWER.

           READ BORROWER-FILE
               INVALID KEY
                   MOVE SPACES TO BORROWER-NAME
                                  BORROWER-STATUS
                   MOVE ZERO   TO BORROWER-FINE-BAL
                   MOVE 'N'    TO BORROWER-COLLECTION-SW
           END-READ
           MOVE BORROWER-ID       TO BL-BORROWER-ID
           MOVE BORROWER-NAME     TO BL-NAME
           MOVE BORROWER-STATUS   TO BL-STATUS
           MOVE BORROWER-FINE-BAL TO BL-FINE-BAL
           IF BORROWER-IN-COLLECTIONS
               MOVE 'IN COLLECTIONS' TO BL-COLLECTIONS
           ELSE
               MOVE SPACES TO BL-COLLECTIONS
           END-IF
           WRITE REPORT-LINE FROM WS-BORROWER-LINE
               AFTER ADVANCING 1 LINE.

       3810-EXIT.
           EXIT.

       3900-WRITE-MOVE-LINE.

           WRITE REPORT-LINE FROM WS-MOVE-LINE
               AFTER ADVANCING 1 LINE.

       3900-EXIT.
           EXIT.
      *****************************************************************
      * 8200 - JOURNAL ONE RECORD THE MERGE TOUCHED.  THE CALLER HAS
      *        SET THE ACTION (ADD/DELETE FOR EACH HALF OF A RE-KEY),
      *        THE FILE NAME, THE ROW'S KEY, BOOK AND BORROWER, AND
      *        BOTH IMAGES.  A FINE-LEDGER KEY IS LONGER THAN
      *        JRNL-RECORD-KEY AND IS CARRIED IN FULL IN THE IMAGES
      *****************************************************************
       8200-JOURNAL-MERGE-ROW.

           MOVE SPACES TO JRNL-RECORD-KEY
                          JRNL-BOOK-ID
                          JRNL-BORROWER-ID
           MOVE WS-JRNL-ROW-KEY         TO JRNL-RECORD-KEY
           MOVE WS-JRNL-ROW-BOOK-ID     TO JRNL-BOOK-ID
           MOVE WS-JRNL-ROW-BORROWER-ID TO JRNL-BORROWER-ID
           PERFORM 8500-WRITE-JOURNAL-REC THRU 8500-EXIT.

       8200-EXIT.
           EXIT.
      *****************************************************************
      * 8500 - APPEND ONE ROW TO THE UPDATE JOURNAL.  THE CALLER HAS
      *        SET THE ACTION, THE KEYS, THE FILE NAME AND THE IMAGES.
      *        A SAME-SECOND KEY COLLISION (ANOTHER ROW IN THIS RUN OR
      *        AN ONLINE UPDATE) IS RETRIED ON THE NEXT SEQUENCE NUMBER;
      *        ANY OTHER FAILURE IS DISPLAYED AND TOLERATED - THE
      *        RECORD HAS ALREADY BEEN UPDATED
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
           MOVE 'BRMERGE' TO JRNL-PROGRAM
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
                       DISPLAY 'BRMERGE: JOURNAL WRITE FAILED - '
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
      * 8900 - A FILE ERROR PART WAY THROUGH A MERGE.  THE RUN STOPS;
      *        WHAT HAS MOVED SO FAR IS LISTED AND JOURNALED, AND THE
      *        LOSING ID IS STILL OPEN, SO THE SAME CARD CAN BE RERUN
      *        ONCE THE FILE IS CORRECTED TO MOVE THE REST (A FAILURE
      *        CLOSING THE LOSING ID ITSELF IS HANDLED BY 3610)
      *****************************************************************
       8900-HALT-MERGE.

           DISPLAY 'BRMERGE: ' WS-HALT-TEXT ' FAILED - STATUS = '
                   WS-HALT-STATUS
           DISPLAY 'BRMERGE: MERGE OF ' WS-CARD-LOSER-ID ' INTO '
                   WS-CARD-SURVIVOR-ID ' STOPPED PART WAY - RERUN '
                   'THE CARD ONCE CORRECTED'
           SET MERGE-HALTED TO TRUE
           MOVE 16 TO RETURN-CODE.

       8900-EXIT.
           EXIT.
      *****************************************************************
      * 9999 - PRINT THE TOTALS, CLOSE UP AND REPORT COUNTS.  RC=4
      *        WHEN ANY CARD WAS REJECTED OR A MERGED LEDGER COULD NOT
      *        BE RESTATED, RC=16 WHEN A MERGE STOPPED
      *****************************************************************
       9999-TERMINATE.

           MOVE WS-CARD-COUNT       TO TL-CARD-COUNT
           MOVE WS-MERGED-COUNT     TO TL-MERGED-COUNT
           MOVE WS-TOTAL-BAL-MOVED  TO TL-BAL-MOVED
           MOVE WS-REJECTED-COUNT   TO TL-REJECTED-COUNT
           MOVE WS-TOTAL-LOAN-COUNT TO TL-LOAN-COUNT
           MOVE WS-TOTAL-HIST-COUNT TO TL-HIST-COUNT
           MOVE WS-TOTAL-HOLD-COUNT TO TL-HOLD-COUNT
           MOVE WS-TOTAL-LEDG-COUNT TO TL-LEDG-COUNT
           MOVE WS-TOTAL-RESTATED-COUNT TO TL-RESTATED-COUNT
           MOVE WS-UNRECONCILED-COUNT   TO TL-UNRECONCILED-COUNT

           WRITE REPORT-LINE FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 3 LINES
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

           CLOSE CONTROL-CARD-FILE

           CLOSE BORROWER-FILE
           IF WS-BORROWER-STATUS NOT = '00'
               DISPLAY 'BRMERGE: BORROWER-FILE CLOSE FAILED - STATUS = '
                       WS-BORROWER-STATUS
           END-IF

           CLOSE LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               DISPLAY 'BRMERGE: LOAN-FILE CLOSE FAILED - STATUS = '
                       WS-LOAN-STATUS
           END-IF

           CLOSE LOANHIST-FILE
           IF WS-LOANHIST-STATUS NOT = '00'
               DISPLAY 'BRMERGE: LOANHIST-FILE CLOSE FAILED - STATUS = '
                       WS-LOANHIST-STATUS
           END-IF

           CLOSE HOLD-FILE
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY 'BRMERGE: HOLD-FILE CLOSE FAILED - STATUS = '
                       WS-HOLD-STATUS
           END-IF

           CLOSE FINELEDG-FILE
           IF WS-FINELEDG-STATUS NOT = '00'
               DISPLAY 'BRMERGE: FINELEDG-FILE CLOSE FAILED - STATUS = '
                       WS-FINELEDG-STATUS
           END-IF

           CLOSE JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'BRMERGE: JOURNAL-FILE CLOSE FAILED - STATUS = '
                       WS-JOURNAL-STATUS
           END-IF

           CLOSE REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'BRMERGE: REPORT-FILE CLOSE FAILED - STATUS = '
                       WS-REPORT-STATUS
           END-IF

           DISPLAY 'BRMERGE: ' WS-CARD-COUNT ' CARD(S), '
                   WS-MERGED-COUNT ' MERGED, '
                   WS-REJECTED-COUNT ' REJECTED, '
                   WS-JRNL-COUNT ' JOURNAL ROW(S)'
           IF (WS-REJECTED-COUNT > ZERO OR WS-UNRECONCILED-COUNT > ZERO)
                   AND NOT MERGE-HALTED
               MOVE 4 TO RETURN-CODE
           END-IF.

       9999-EXIT.
           EXIT.
