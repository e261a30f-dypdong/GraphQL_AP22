       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JRNLRCV.
       AUTHOR.        D DONG.
       INSTALLATION.  CIRCULATION SYSTEMS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      * ----------------------------------------------------------
      * 10/15/2026  DD   POINT-IN-TIME FORWARD RECOVERY OFF THE UPDATE
      *                  JOURNAL (SEE JRNLREC).  AFTER A DAMAGED BOOK,
      *                  BORROWER, LOAN (OR OTHER CIRCULATION) CLUSTER
      *                  HAS BEEN RESTORED FROM ITS LAST CATLDUNL
      *                  EXTRACT THROUGH CATLDCKP, THIS JOB REAPPLIES
      *                  EVERY JOURNAL ROW'S AFTER IMAGE IN JRNL-KEY
      *                  ORDER FROM THE START DATE/TIME ON THE CONTROL
      *                  CARD UP TO AN OPTIONAL STOP POINT.  THE TARGET
      *                  FILE IS JRNL-FILE-NAME, OR FOR ROWS WRITTEN
      *                  BEFORE THAT FIELD EXISTED IS WORKED OUT FROM
      *                  JRNL-PROGRAM/JRNL-ACTION AND THE SHAPE OF
      *                  JRNL-RECORD-KEY.  A ROW IS ONLY APPLIED WHEN
      *                  THE RECORD ON FILE STILL MATCHES ITS BEFORE
      *                  IMAGE; A ROW WHOSE AFTER IMAGE IS ALREADY ON
      *                  FILE IS COUNTED AS ALREADY APPLIED, SO A
      *                  RECOVERY CAN BE RERUN OVER THE SAME RANGE.
      *                  EVERY ROW THAT COULD NOT BE APPLIED IS LISTED
      *                  ON THE EXCEPTION REPORT WITH THE REASON.
      * 10/15/2026  DD   FCPORD NOW JOURNALS THE PURCHASE-ORDER AND
      *                  FUND FILES, WHICH ARE NOT ON THE CATLDUNL
      *                  EXTRACT AND SO ARE NEVER RESTORED BY IT.  ROWS
      *                  FOR ANY FILE THIS JOB DOES NOT RECOVER ARE
      *                  COUNTED AS SKIPPED, NOT READ AGAINST A FILE.
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

           SELECT JOURNAL-FILE ASSIGN TO JRNLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT AUTHOR-FILE ASSIGN TO AUTHDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUTHOR-ID
               FILE STATUS IS WS-AUTHOR-STATUS.

           SELECT BOOK-FILE ASSIGN TO BOOKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BOOK-ID
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT BOOKCOPY-FILE ASSIGN TO BCPYDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COPY-KEY
               FILE STATUS IS WS-BOOKCOPY-STATUS.

           SELECT BORROWER-FILE ASSIGN TO BORWDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BORROWER-ID
               FILE STATUS IS WS-BORROWER-STATUS.

           SELECT LOAN-FILE ASSIGN TO LOANDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

           SELECT REPORT-FILE ASSIGN TO RPTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-REC           PIC X(80).

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY JRNLREC.

       FD  AUTHOR-FILE
           RECORDING MODE IS F.
           COPY AUTHRREC.

       FD  BOOK-FILE
           RECORDING MODE IS F.
           COPY BOOKREC.

       FD  BOOKCOPY-FILE
           RECORDING MODE IS F.
           COPY COPYREC.

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

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
        77 WS-CARD-STATUS         PIC X(02).
        77 WS-JOURNAL-STATUS      PIC X(02).
        77 WS-AUTHOR-STATUS       PIC X(02).
        77 WS-BOOK-STATUS         PIC X(02).
        77 WS-BOOKCOPY-STATUS     PIC X(02).
        77 WS-BORROWER-STATUS     PIC X(02).
        77 WS-LOAN-STATUS         PIC X(02).
        77 WS-LOANHIST-STATUS     PIC X(02).
        77 WS-HOLD-STATUS         PIC X(02).
        77 WS-REPORT-STATUS       PIC X(02).
        77 WS-IO-STATUS           PIC X(02)  VALUE SPACES.
        77 WS-EOF-JOURNAL-SW      PIC X(01)  VALUE 'N'.
           88 END-OF-JOURNAL-FILE            VALUE 'Y'.
        77 WS-EOF-COPY-SW         PIC X(01)  VALUE 'N'.
           88 END-OF-COPY-BROWSE             VALUE 'Y'.
        77 WS-STOP-GIVEN-SW       PIC X(01)  VALUE 'N'.
           88 STOP-POINT-GIVEN               VALUE 'Y'.
        77 WS-CARD-BAD-SW         PIC X(01)  VALUE 'N'.
           88 CONTROL-CARD-BAD               VALUE 'Y'.
        77 WS-ON-FILE-SW          PIC X(01)  VALUE 'N'.
           88 RECORD-ON-FILE                 VALUE 'Y'.
        77 WS-CASCADE-SW          PIC X(01)  VALUE 'N'.
           88 BOOK-DELETE-CASCADES           VALUE 'Y'.
        77 WS-SEL-AUTHOR-SW       PIC X(01)  VALUE 'N'.
           88 AUTHOR-SELECTED                VALUE 'Y'.
        77 WS-SEL-BOOK-SW         PIC X(01)  VALUE 'N'.
           88 BOOK-SELECTED                  VALUE 'Y'.
        77 WS-SEL-BOOKCOPY-SW     PIC X(01)  VALUE 'N'.
           88 BOOKCOPY-SELECTED              VALUE 'Y'.
        77 WS-SEL-BORROWER-SW     PIC X(01)  VALUE 'N'.
           88 BORROWER-SELECTED              VALUE 'Y'.
        77 WS-SEL-LOAN-SW         PIC X(01)  VALUE 'N'.
           88 LOAN-SELECTED                  VALUE 'Y'.
        77 WS-SEL-LOANHIST-SW     PIC X(01)  VALUE 'N'.
           88 LOANHIST-SELECTED              VALUE 'Y'.
        77 WS-SEL-HOLD-SW         PIC X(01)  VALUE 'N'.
           88 HOLD-SELECTED                  VALUE 'Y'.
        77 WS-SLOT-SUB            PIC S9(04) COMP VALUE ZERO.
        77 WS-ROWS-READ           PIC 9(08)  COMP VALUE ZERO.
        77 WS-ADDED-COUNT         PIC 9(08)  COMP VALUE ZERO.
        77 WS-CHANGED-COUNT       PIC 9(08)  COMP VALUE ZERO.
        77 WS-DELETED-COUNT       PIC 9(08)  COMP VALUE ZERO.
        77 WS-ALREADY-COUNT       PIC 9(08)  COMP VALUE ZERO.
        77 WS-SKIPPED-COUNT       PIC 9(08)  COMP VALUE ZERO.
        77 WS-MISMATCH-COUNT      PIC 9(08)  COMP VALUE ZERO.
        77 WS-UNKNOWN-COUNT       PIC 9(08)  COMP VALUE ZERO.
        77 WS-FAILED-COUNT        PIC 9(08)  COMP VALUE ZERO.
        77 WS-CASCADE-COUNT       PIC 9(08)  COMP VALUE ZERO.
        77 WS-EXCEPTION-COUNT     PIC 9(08)  COMP VALUE ZERO.

      *****************************************************************
      * THE TARGET FILE OF THE ROW BEING APPLIED, AND THE RECORD NOW ON
      * FILE UNDER ITS KEY, PADDED TO THE WIDTH OF THE JOURNAL IMAGES
      * THE SAME WAY THE WRITERS PAD THEM, SO THE TWO COMPARE BYTE FOR
      * BYTE
      *****************************************************************
        01 WS-TARGET-FILE         PIC X(08)  VALUE SPACES.
           88 TARGET-UNKNOWN                 VALUE SPACES.
           88 TARGET-AUTHOR                  VALUE 'AUTHOR'.
           88 TARGET-BOOK                    VALUE 'BOOK'.
           88 TARGET-BOOKCOPY                VALUE 'BOOKCOPY'.
           88 TARGET-BORROWER                VALUE 'BORROWER'.
           88 TARGET-LOAN                    VALUE 'LOAN'.
           88 TARGET-LOANHIST                VALUE 'LOANHIST'.
           88 TARGET-HOLD                    VALUE 'HOLD'.
           88 TARGET-RECOVERABLE             VALUE 'AUTHOR' 'BOOK'
                                                   'BOOKCOPY'
                                                   'BORROWER' 'LOAN'
                                                   'LOANHIST' 'HOLD'.
        01 WS-FILE-IMAGE          PIC X(500) VALUE SPACES.
        01 WS-REASON              PIC X(30)  VALUE SPACES.

        01 WS-ROW-KEY             PIC X(22)  VALUE SPACES.
        01 WS-ROW-KEY-PARTS REDEFINES WS-ROW-KEY.
           05 WS-ROW-KEY-BOOK     PIC X(08).
           05 WS-ROW-KEY-COPY     PIC X(04).
           05 FILLER              PIC X(10).

        01 WS-START-KEY.
           05 WS-START-DATE       PIC 9(08).
           05 WS-START-TIME       PIC 9(06).
           05 WS-START-SEQ        PIC 9(04)  VALUE ZERO.

        01 WS-STOP-STAMP.
           05 WS-STOP-DATE        PIC 9(08)  VALUE 99999999.
           05 WS-STOP-TIME        PIC 9(06)  VALUE 235959.

        01 WS-ROW-STAMP.
           05 WS-ROW-DATE         PIC 9(08).
           05 WS-ROW-TIME         PIC 9(06).

        01 WS-RECOVERY-CARD.
           05 CARD-START-DATE     PIC X(08).
           05 CARD-START-DATE-N REDEFINES CARD-START-DATE
                                  PIC 9(08).
           05 CARD-START-TIME     PIC X(06).
           05 CARD-START-TIME-N REDEFINES CARD-START-TIME
                                  PIC 9(06).
           05 CARD-STOP-DATE      PIC X(08).
           05 CARD-STOP-DATE-N REDEFINES CARD-STOP-DATE
                                  PIC 9(08).
           05 CARD-STOP-TIME      PIC X(06).
           05 CARD-STOP-TIME-N REDEFINES CARD-STOP-TIME
                                  PIC 9(06).
           05 FILLER              PIC X(52).

        01 WS-SELECT-CARD.
           05 CARD-FILE-SLOT      PIC X(10) OCCURS 8 TIMES.

        01 WS-HEADING-1.
           05 FILLER               PIC X(35) VALUE
              'JOURNAL FORWARD RECOVERY'.
           05 FILLER               PIC X(06) VALUE
              'FROM: '.
           05 H1-START-DATE        PIC 9999/99/99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 H1-START-TIME        PIC 99/99/99.
           05 FILLER               PIC X(06) VALUE
              '  TO: '.
           05 H1-STOP-DATE         PIC 9999/99/99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 H1-STOP-TIME         PIC 99/99/99.

        01 WS-HEADING-1-OPEN REDEFINES WS-HEADING-1.
           05 FILLER               PIC X(66).
           05 H1-STOP-OPEN         PIC X(19).

        01 WS-HEADING-2.
           05 FILLER               PIC X(17) VALUE
              'RESTORED FILES:  '.
           05 H2-FILE-LIST         PIC X(80).

        01 WS-HEADING-3.
           05 FILLER               PIC X(12) VALUE 'JRNL DATE'.
           05 FILLER               PIC X(10) VALUE 'TIME'.
           05 FILLER               PIC X(06) VALUE 'SEQ'.
           05 FILLER               PIC X(10) VALUE 'PROGRAM'.
           05 FILLER               PIC X(04) VALUE 'ACT'.
           05 FILLER               PIC X(10) VALUE 'FILE'.
           05 FILLER               PIC X(24) VALUE 'RECORD KEY'.
           05 FILLER               PIC X(32) VALUE 'REASON'.
           05 FILLER               PIC X(06) VALUE 'STATUS'.

        01 WS-EXCEPTION-LINE.
           05 EL-DATE              PIC 9999/99/99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 EL-TIME              PIC 99/99/99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 EL-SEQ               PIC 9(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 EL-PROGRAM           PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 EL-ACTION            PIC X(01).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 EL-FILE-NAME         PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 EL-RECORD-KEY        PIC X(22).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 EL-REASON            PIC X(30).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 EL-STATUS            PIC X(02).

        01 WS-TOTAL-HEADING.
           05 FILLER               PIC X(40) VALUE
              'RECOVERY TOTALS'.

        01 WS-TOTAL-LINE.
           05 TL-LABEL             PIC X(40).
           05 TL-COUNT             PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-REAPPLY-JOURNAL THRU 2000-EXIT
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.
      *****************************************************************
      * 1000 - READ THE CONTROL CARDS, OPEN THE FILES AND PRINT THE
      *        HEADINGS.  CARD 1 CARRIES THE RECOVERY WINDOW (SEE
      *        1100); THE OPTIONAL CARD 2 NAMES THE FILES THAT WERE
      *        RESTORED (SEE 1200).  A WINDOW THAT CANNOT BE READ IS
      *        REFUSED WITH RC=12 BEFORE ANY FILE IS TOUCHED
      *****************************************************************
       1000-INITIALIZE.

           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'JRNLRCV: CONTROL-CARD-FILE OPEN FAILED - '
                       'STATUS = ' WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-RECOVERY-CARD
                          WS-SELECT-CARD
           READ CONTROL-CARD-FILE INTO WS-RECOVERY-CARD
               AT END CONTINUE
           END-READ
           READ CONTROL-CARD-FILE INTO WS-SELECT-CARD
               AT END CONTINUE
           END-READ
           CLOSE CONTROL-CARD-FILE

           PERFORM 1100-CHECK-WINDOW THRU 1100-EXIT
           PERFORM 1200-SELECT-FILES THRU 1200-EXIT
           IF CONTROL-CARD-BAD
               DISPLAY 'JRNLRCV: CONTROL CARD REFUSED - NO RECOVERY '
                       'RUN'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1300-OPEN-FILES THRU 1300-EXIT

           MOVE WS-START-DATE TO H1-START-DATE
           MOVE WS-START-TIME TO H1-START-TIME
           IF STOP-POINT-GIVEN
               MOVE WS-STOP-DATE TO H1-STOP-DATE
               MOVE WS-STOP-TIME TO H1-STOP-TIME
           ELSE
               MOVE 'END OF JOURNAL' TO H1-STOP-OPEN
           END-IF
           WRITE REPORT-LINE FROM WS-HEADING-1
               AFTER ADVANCING PAGE
           IF WS-SELECT-CARD = SPACES
               MOVE 'ALL' TO H2-FILE-LIST
           ELSE
               MOVE WS-SELECT-CARD TO H2-FILE-LIST
           END-IF
           WRITE REPORT-LINE FROM WS-HEADING-2
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-HEADING-3
               AFTER ADVANCING 2 LINES.

       1000-EXIT.
           EXIT.
      *****************************************************************
      * 1100 - CARD 1: START DATE YYYYMMDD IN COLS 1-8 (REQUIRED),
      *        START TIME HHMMSS IN COLS 9-14 (BLANK = MIDNIGHT), STOP
      *        DATE IN COLS 15-22 (BLANK = RUN TO THE END OF THE
      *        JOURNAL) AND STOP TIME IN COLS 23-28 (BLANK = THE END
      *        OF THE STOP DATE).  THE STOP POINT IS INCLUSIVE
      *****************************************************************
       1100-CHECK-WINDOW.

           IF CARD-START-DATE-N NOT NUMERIC
                   OR CARD-START-DATE-N < 19000101
               DISPLAY 'JRNLRCV: START DATE MISSING OR INVALID - '
                       CARD-START-DATE
               SET CONTROL-CARD-BAD TO TRUE
               GO TO 1100-EXIT
           END-IF
           MOVE CARD-START-DATE-N TO WS-START-DATE

           IF CARD-START-TIME = SPACES
               MOVE ZERO TO WS-START-TIME
           ELSE
               IF CARD-START-TIME-N NOT NUMERIC
                   DISPLAY 'JRNLRCV: START TIME INVALID - '
                           CARD-START-TIME
                   SET CONTROL-CARD-BAD TO TRUE
                   GO TO 1100-EXIT
               END-IF
               MOVE CARD-START-TIME-N TO WS-START-TIME
           END-IF

           IF CARD-STOP-DATE = SPACES
               GO TO 1100-EXIT
           END-IF
           IF CARD-STOP-DATE-N NOT NUMERIC
                   OR CARD-STOP-DATE-N < WS-START-DATE
               DISPLAY 'JRNLRCV: STOP DATE INVALID OR BEFORE START - '
                       CARD-STOP-DATE
               SET CONTROL-CARD-BAD TO TRUE
               GO TO 1100-EXIT
           END-IF
           SET STOP-POINT-GIVEN TO TRUE
           MOVE CARD-STOP-DATE-N TO WS-STOP-DATE

           IF CARD-STOP-TIME NOT = SPACES
               IF CARD-STOP-TIME-N NOT NUMERIC
                   DISPLAY 'JRNLRCV: STOP TIME INVALID - '
                           CARD-STOP-TIME
                   SET CONTROL-CARD-BAD TO TRUE
                   GO TO 1100-EXIT
               END-IF
               MOVE CARD-STOP-TIME-N TO WS-STOP-TIME
           END-IF

           IF WS-STOP-STAMP < WS-START-KEY
               DISPLAY 'JRNLRCV: STOP POINT IS BEFORE THE START POINT'
               SET CONTROL-CARD-BAD TO TRUE
           END-IF.

       1100-EXIT.
           EXIT.
      *****************************************************************
      * 1200 - CARD 2: THE FILES THAT WERE RESTORED, ONE NAME PER
      *        10-COLUMN SLOT ('BOOK', 'BOOKCOPY', 'BORROWER', 'LOAN',
      *        'LOANHIST', 'HOLD', 'AUTHOR').  ONLY THOSE FILES ARE
      *        OPENED AND UPDATED; ROWS FOR ANY OTHER FILE ARE SKIPPED,
      *        SINCE THAT FILE ALREADY HOLDS THEM.  NO CARD 2 (OR A
      *        BLANK ONE) MEANS EVERY FILE WAS RESTORED
      *****************************************************************
       1200-SELECT-FILES.

           IF WS-SELECT-CARD = SPACES
               MOVE 'Y' TO WS-SEL-AUTHOR-SW
                           WS-SEL-BOOK-SW
                           WS-SEL-BOOKCOPY-SW
                           WS-SEL-BORROWER-SW
                           WS-SEL-LOAN-SW
                           WS-SEL-LOANHIST-SW
                           WS-SEL-HOLD-SW
               GO TO 1200-EXIT
           END-IF

           MOVE 1 TO WS-SLOT-SUB
           PERFORM 1210-SELECT-ONE-FILE THRU 1210-EXIT
               UNTIL WS-SLOT-SUB > 8.

       1200-EXIT.
           EXIT.

       1210-SELECT-ONE-FILE.

           EVALUATE CARD-FILE-SLOT(WS-SLOT-SUB)
               WHEN SPACES
                   CONTINUE
               WHEN 'AUTHOR'
                   SET AUTHOR-SELECTED TO TRUE
               WHEN 'BOOK'
                   SET BOOK-SELECTED TO TRUE
               WHEN 'BOOKCOPY'
                   SET BOOKCOPY-SELECTED TO TRUE
               WHEN 'BORROWER'
                   SET BORROWER-SELECTED TO TRUE
               WHEN 'LOAN'
                   SET LOAN-SELECTED TO TRUE
               WHEN 'LOANHIST'
                   SET LOANHIST-SELECTED TO TRUE
               WHEN 'HOLD'
                   SET HOLD-SELECTED TO TRUE
               WHEN OTHER
                   DISPLAY 'JRNLRCV: UNKNOWN FILE NAME ON CARD 2 - '
                           CARD-FILE-SLOT(WS-SLOT-SUB)
                   SET CONTROL-CARD-BAD TO TRUE
           END-EVALUATE
           ADD 1 TO WS-SLOT-SUB.

       1210-EXIT.
           EXIT.
      *****************************************************************
      * 1300 - OPEN THE JOURNAL, THE REPORT AND EVERY RESTORED FILE
      *****************************************************************
       1300-OPEN-FILES.

           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'JRNLRCV: JOURNAL-FILE OPEN FAILED - STATUS = '
                       WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF AUTHOR-SELECTED
               OPEN I-O AUTHOR-FILE
               IF WS-AUTHOR-STATUS NOT = '00'
                   DISPLAY 'JRNLRCV: AUTHOR-FILE OPEN FAILED - '
                           'STATUS = ' WS-AUTHOR-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           IF BOOK-SELECTED
               OPEN I-O BOOK-FILE
               IF WS-BOOK-STATUS NOT = '00'
                   DISPLAY 'JRNLRCV: BOOK-FILE OPEN FAILED - '
                           'STATUS = ' WS-BOOK-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           IF BOOKCOPY-SELECTED
               OPEN I-O BOOKCOPY-FILE
               IF WS-BOOKCOPY-STATUS NOT = '00'
                   DISPLAY 'JRNLRCV: BOOKCOPY-FILE OPEN FAILED - '
                           'STATUS = ' WS-BOOKCOPY-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           IF BORROWER-SELECTED
               OPEN I-O BORROWER-FILE
               IF WS-BORROWER-STATUS NOT = '00'
                   DISPLAY 'JRNLRCV: BORROWER-FILE OPEN FAILED - '
                           'STATUS = ' WS-BORROWER-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           IF LOAN-SELECTED
               OPEN I-O LOAN-FILE
               IF WS-LOAN-STATUS NOT = '00'
                   DISPLAY 'JRNLRCV: LOAN-FILE OPEN FAILED - '
                           'STATUS = ' WS-LOAN-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           IF LOANHIST-SELECTED
               OPEN I-O LOANHIST-FILE
               IF WS-LOANHIST-STATUS NOT = '00'
                   DISPLAY 'JRNLRCV: LOANHIST-FILE OPEN FAILED - '
                           'STATUS = ' WS-LOANHIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           IF HOLD-SELECTED
               OPEN I-O HOLD-FILE
               IF WS-HOLD-STATUS NOT = '00'
                   DISPLAY 'JRNLRCV: HOLD-FILE OPEN FAILED - '
                           'STATUS = ' WS-HOLD-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'JRNLRCV: REPORT-FILE OPEN FAILED - STATUS = '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       1300-EXIT.
           EXIT.
      *****************************************************************
      * 2000 - POSITION THE JOURNAL AT THE START POINT AND APPLY EVERY
      *        ROW IN KEY ORDER UNTIL THE STOP POINT IS PASSED
      *****************************************************************
       2000-REAPPLY-JOURNAL.

           MOVE WS-START-KEY TO JRNL-KEY
           START JOURNAL-FILE KEY NOT < JRNL-KEY
               INVALID KEY SET END-OF-JOURNAL-FILE TO TRUE
           END-START
           IF NOT END-OF-JOURNAL-FILE
               PERFORM 2100-READ-JOURNAL THRU 2100-EXIT
           END-IF

           PERFORM UNTIL END-OF-JOURNAL-FILE
               ADD 1 TO WS-ROWS-READ
               PERFORM 3000-APPLY-ONE-ROW THRU 3000-EXIT
               PERFORM 2100-READ-JOURNAL THRU 2100-EXIT
           END-PERFORM.

       2000-EXIT.
           EXIT.

       2100-READ-JOURNAL.

           READ JOURNAL-FILE NEXT
               AT END SET END-OF-JOURNAL-FILE TO TRUE
           END-READ

           IF NOT END-OF-JOURNAL-FILE
               MOVE JRNL-DATE TO WS-ROW-DATE
               MOVE JRNL-TIME TO WS-ROW-TIME
               IF WS-ROW-STAMP > WS-STOP-STAMP
                   SET END-OF-JOURNAL-FILE TO TRUE
               END-IF
           END-IF.

       2100-EXIT.
           EXIT.
      *****************************************************************
      * 3000 - ONE JOURNAL ROW: WORK OUT ITS FILE, READ WHAT IS ON FILE
      *        UNDER ITS KEY, AND APPLY THE AFTER IMAGE ONLY WHEN THE
      *        FILE STILL HOLDS THE BEFORE IMAGE:
      *          ADD    (NO BEFORE IMAGE) - WRITTEN WHEN NOT ON FILE
      *          DELETE (NO AFTER IMAGE)  - DELETED WHEN ON FILE AS
      *                                     THE BEFORE IMAGE
      *          CHANGE                   - REWRITTEN WHEN ON FILE AS
      *                                     THE BEFORE IMAGE
      *        A RECORD ALREADY MATCHING THE AFTER IMAGE (OR A DELETE
      *        WHOSE RECORD IS ALREADY GONE) IS COUNTED AS ALREADY
      *        APPLIED.  ANYTHING ELSE IS AN EXCEPTION
      *****************************************************************
       3000-APPLY-ONE-ROW.

           MOVE JRNL-RECORD-KEY TO WS-ROW-KEY
           PERFORM 3100-IDENTIFY-FILE THRU 3100-EXIT
           IF TARGET-UNKNOWN
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE 'FILE NOT IDENTIFIED' TO WS-REASON
               MOVE SPACES TO WS-IO-STATUS
               PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF

           IF NOT TARGET-RECOVERABLE
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 3000-EXIT
           END-IF

           IF (TARGET-AUTHOR AND NOT AUTHOR-SELECTED)
                   OR (TARGET-BOOK AND NOT BOOK-SELECTED)
                   OR (TARGET-BOOKCOPY AND NOT BOOKCOPY-SELECTED)
                   OR (TARGET-BORROWER AND NOT BORROWER-SELECTED)
                   OR (TARGET-LOAN AND NOT LOAN-SELECTED)
                   OR (TARGET-LOANHIST AND NOT LOANHIST-SELECTED)
                   OR (TARGET-HOLD AND NOT HOLD-SELECTED)
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 3000-EXIT
           END-IF

           PERFORM 4000-READ-TARGET THRU 4000-EXIT
           IF WS-IO-STATUS NOT = '00' AND WS-IO-STATUS NOT = '23'
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'READ FAILED' TO WS-REASON
               PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF

           EVALUATE TRUE
               WHEN JRNL-BEFORE-IMAGE = SPACES
                   PERFORM 3200-APPLY-ADD THRU 3200-EXIT
               WHEN JRNL-AFTER-IMAGE = SPACES
                   PERFORM 3300-APPLY-DELETE THRU 3300-EXIT
               WHEN OTHER
                   PERFORM 3400-APPLY-CHANGE THRU 3400-EXIT
           END-EVALUATE.

       3000-EXIT.
           EXIT.
      *****************************************************************
      * 3100 - THE FILE A ROW BELONGS TO.  JRNL-FILE-NAME NAMES IT ON
      *        EVERY ROW WRITTEN SINCE THAT FIELD WAS ADDED; AN OLDER
      *        ROW ONLY EVER CARRIED THE WRITING PROGRAM'S OWN RECORD,
      *        EXCEPT FOR FCHOLD'S RECEIVE ROWS - THE COPY ROW IS
      *        KNOWN BY ITS COPY-NUMBER IN THE KEY, BUT THE HOLD AND
      *        BOOK ROWS SHARE THE BOOK-ID KEY AND CANNOT BE TOLD
      *        APART, SO THEY ARE LEFT UNIDENTIFIED
      *****************************************************************
       3100-IDENTIFY-FILE.

           MOVE 'N' TO WS-CASCADE-SW
           MOVE JRNL-FILE-NAME TO WS-TARGET-FILE
           IF NOT TARGET-UNKNOWN
               GO TO 3100-CHECK-CASCADE
           END-IF

           EVALUATE JRNL-PROGRAM
               WHEN 'FCAUTHR'
                   SET TARGET-AUTHOR TO TRUE
               WHEN 'FCBOOK'
                   SET TARGET-BOOK TO TRUE
               WHEN 'FCBORR'
                   SET TARGET-BORROWER TO TRUE
               WHEN 'FCLOAN'
                   SET TARGET-LOAN TO TRUE
               WHEN 'OFFLNPST'
                   SET TARGET-LOAN TO TRUE
               WHEN 'FCHOLD'
                   IF JRNL-ACTION-HOLD-PLACE
                       SET TARGET-HOLD TO TRUE
                   ELSE
                       IF JRNL-ACTION-RECEIVE
                               AND WS-ROW-KEY-COPY NOT = SPACES
                           SET TARGET-BOOKCOPY TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3100-CHECK-CASCADE.

           IF TARGET-BOOK AND JRNL-PROGRAM = 'FCBOOK'
                   AND JRNL-ACTION-DELETE
               SET BOOK-DELETE-CASCADES TO TRUE
           END-IF.

       3100-EXIT.
           EXIT.
      *****************************************************************
      * 3200 - AN ADD.  NOTHING MAY BE ON FILE UNDER THE KEY YET
      *****************************************************************
       3200-APPLY-ADD.

           IF RECORD-ON-FILE
               IF WS-FILE-IMAGE = JRNL-AFTER-IMAGE
                   ADD 1 TO WS-ALREADY-COUNT
               ELSE
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE 'RECORD ALREADY ON FILE' TO WS-REASON
                   MOVE SPACES TO WS-IO-STATUS
                   PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT
               END-IF
               GO TO 3200-EXIT
           END-IF

           PERFORM 5000-WRITE-TARGET THRU 5000-EXIT
           IF WS-IO-STATUS = '00'
               ADD 1 TO WS-ADDED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'WRITE FAILED' TO WS-REASON
               PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT
           END-IF.

       3200-EXIT.
           EXIT.
      *****************************************************************
      * 3300 - A DELETE.  THE RECORD ON FILE MUST STILL BE THE BEFORE
      *        IMAGE.  A BOOK DELETED THROUGH FCBOOK TOOK ITS COPY ROWS
      *        AND ITS HOLD RECORD WITH IT WITHOUT JOURNALING THEM, SO
      *        THAT CASCADE IS REPLAYED HERE TOO
      *****************************************************************
       3300-APPLY-DELETE.

           IF NOT RECORD-ON-FILE
               ADD 1 TO WS-ALREADY-COUNT
               GO TO 3300-CASCADE
           END-IF
           IF WS-FILE-IMAGE NOT = JRNL-BEFORE-IMAGE
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE 'BEFORE IMAGE DOES NOT MATCH' TO WS-REASON
               MOVE SPACES TO WS-IO-STATUS
               PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT
               GO TO 3300-EXIT
           END-IF

           PERFORM 5200-DELETE-TARGET THRU 5200-EXIT
           IF WS-IO-STATUS = '00'
               ADD 1 TO WS-DELETED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'DELETE FAILED' TO WS-REASON
               PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT
               GO TO 3300-EXIT
           END-IF.

       3300-CASCADE.

           IF BOOK-DELETE-CASCADES
               PERFORM 6000-CASCADE-BOOK-DELETE THRU 6000-EXIT
           END-IF.

       3300-EXIT.
           EXIT.
      *****************************************************************
      * 3400 - A CHANGE.  THE RECORD ON FILE MUST STILL BE THE BEFORE
      *        IMAGE
      *****************************************************************
       3400-APPLY-CHANGE.

           IF NOT RECORD-ON-FILE
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE 'RECORD NOT ON FILE' TO WS-REASON
               MOVE SPACES TO WS-IO-STATUS
               PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT
               GO TO 3400-EXIT
           END-IF

           IF WS-FILE-IMAGE NOT = JRNL-BEFORE-IMAGE
               IF WS-FILE-IMAGE = JRNL-AFTER-IMAGE
                   ADD 1 TO WS-ALREADY-COUNT
               ELSE
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE 'BEFORE IMAGE DOES NOT MATCH' TO WS-REASON
                   MOVE SPACES TO WS-IO-STATUS
                   PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT
               END-IF
               GO TO 3400-EXIT
           END-IF

           PERFORM 5100-REWRITE-TARGET THRU 5100-EXIT
           IF WS-IO-STATUS = '00'
               ADD 1 TO WS-CHANGED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'REWRITE FAILED' TO WS-REASON
               PERFORM 7000-REPORT-EXCEPTION THRU 7000-EXIT
           END-IF.

       3400-EXIT.
           EXIT.
      *****************************************************************
      * 4000 - READ THE TARGET FILE UNDER THE ROW'S KEY.  WS-IO-STATUS
      *        IS '00' WHEN FOUND (WS-FILE-IMAGE THEN HOLDS IT) AND '23'
      *        WHEN NOT
      *****************************************************************
       4000-READ-TARGET.

           MOVE 'N' TO WS-ON-FILE-SW
           MOVE SPACES TO WS-FILE-IMAGE

           EVALUATE TRUE
               WHEN TARGET-AUTHOR
                   MOVE WS-ROW-KEY TO AUTHOR-ID
                   READ AUTHOR-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE WS-AUTHOR-STATUS TO WS-IO-STATUS
                   IF WS-IO-STATUS = '00'
                       MOVE AUTHOR-FILE-REC TO WS-FILE-IMAGE
                   END-IF
               WHEN TARGET-BOOK
                   MOVE WS-ROW-KEY TO BOOK-ID
                   READ BOOK-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE WS-BOOK-STATUS TO WS-IO-STATUS
                   IF WS-IO-STATUS = '00'
                       MOVE BOOK-FILE-REC TO WS-FILE-IMAGE
                   END-IF
               WHEN TARGET-BOOKCOPY
                   MOVE WS-ROW-KEY TO COPY-KEY
                   READ BOOKCOPY-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE WS-BOOKCOPY-STATUS TO WS-IO-STATUS
                   IF WS-IO-STATUS = '00'
                       MOVE BOOK-COPY-REC TO WS-FILE-IMAGE
                   END-IF
               WHEN TARGET-BORROWER
                   MOVE WS-ROW-KEY TO BORROWER-ID
                   READ BORROWER-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE WS-BORROWER-STATUS TO WS-IO-STATUS
                   IF WS-IO-STATUS = '00'
                       MOVE BORROWER-FILE-REC TO WS-FILE-IMAGE
                   END-IF
               WHEN TARGET-LOAN
                   MOVE WS-ROW-KEY TO LOAN-ID
                   READ LOAN-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE WS-LOAN-STATUS TO WS-IO-STATUS
                   IF WS-IO-STATUS = '00'
                       MOVE LOAN-FILE-REC TO WS-FILE-IMAGE
                   END-IF
               WHEN TARGET-LOANHIST
                   MOVE WS-ROW-KEY TO HIST-KEY
                   READ LOANHIST-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE WS-LOANHIST-STATUS TO WS-IO-STATUS
                   IF WS-IO-STATUS = '00'
                       MOVE LOAN-HIST-REC TO WS-FILE-IMAGE
                   END-IF
               WHEN TARGET-HOLD
                   MOVE WS-ROW-KEY TO HOLD-BOOK-ID
                   READ HOLD-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE WS-HOLD-STATUS TO WS-IO-STATUS
                   IF WS-IO-STATUS = '00'
                       MOVE HOLD-FILE-REC TO WS-FILE-IMAGE
                   END-IF
           END-EVALUATE

           IF WS-IO-STATUS = '00'
               SET RECORD-ON-FILE TO TRUE
           END-IF.

       4000-EXIT.
           EXIT.
      *****************************************************************
      * 5000 - WRITE THE ROW'S AFTER IMAGE AS A NEW RECORD
      *****************************************************************
       5000-WRITE-TARGET.

           EVALUATE TRUE
               WHEN TARGET-AUTHOR
                   MOVE JRNL-AFTER-IMAGE TO AUTHOR-FILE-REC
                   WRITE AUTHOR-FILE-REC
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE WS-AUTHOR-STATUS TO WS-IO-STATUS
               WHEN TARGET-BOOK
                   MOVE JRNL-AFTER-IMAGE TO BOOK-FILE-REC
                   WRITE BOOK-FILE-REC
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE WS-BOOK-STATUS TO WS-IO-STATUS
               WHEN TARGET-BOOKCOPY
                   MOVE JRNL-AFTER-IMAGE TO BOOK-COPY-REC
                   WRITE BOOK-COPY-REC
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE WS-BOOKCOPY-STATUS TO WS-IO-STATUS
               WHEN TARGET-BORROWER
                   MOVE JRNL-AFTER-IMAGE TO BORROWER-FILE-REC
                   WRITE BORROWER-FILE-REC
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE WS-BORROWER-STATUS TO WS-IO-STATUS
               WHEN TARGET-LOAN
                   MOVE JRNL-AFTER-IMAGE TO LOAN-FILE-REC
                   WRITE LOAN-FILE-REC
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE WS-LOAN-STATUS TO WS-IO-STATUS
               WHEN TARGET-LOANHIST
                   MOVE JRNL-AFTER-IMAGE TO LOAN-HIST-REC
                   WRITE LOAN-HIST-REC
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE WS-LOANHIST-STATUS TO WS-IO-STATUS
               WHEN TARGET-HOLD
                   MOVE JRNL-AFTER-IMAGE TO HOLD-FILE-REC
                   WRITE HOLD-FILE-REC
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE WS-HOLD-STATUS TO WS-IO-STATUS
           END-EVALUATE.

       5000-EXIT.
           EXIT.
      *****************************************************************
      * 5100 - REWRITE THE RECORD ON FILE WITH THE ROW'S AFTER IMAGE
      *****************************************************************
       5100-REWRITE-TARGET.

           EVALUATE TRUE
               WHEN TARGET-AUTHOR
                   MOVE JRNL-AFTER-IMAGE TO AUTHOR-FILE-REC
                   REWRITE AUTHOR-FILE-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE WS-AUTHOR-STATUS TO WS-IO-STATUS
               WHEN TARGET-BOOK
                   MOVE JRNL-AFTER-IMAGE TO BOOK-FILE-REC
                   REWRITE BOOK-FILE-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE WS-BOOK-STATUS TO WS-IO-STATUS
               WHEN TARGET-BOOKCOPY
                   MOVE JRNL-AFTER-IMAGE TO BOOK-COPY-REC
                   REWRITE BOOK-COPY-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE WS-BOOKCOPY-STATUS TO WS-IO-STATUS
               WHEN TARGET-BORROWER
                   MOVE JRNL-AFTER-IMAGE TO BORROWER-FILE-REC
                   REWRITE BORROWER-FILE-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE WS-BORROWER-STATUS TO WS-IO-STATUS
               WHEN TARGET-LOAN
                   MOVE JRNL-AFTER-IMAGE TO LOAN-FILE-REC
                   REWRITE LOAN-FILE-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE WS-LOAN-STATUS TO WS-IO-STATUS
               WHEN TARGET-LOANHIST
                   MOVE JRNL-AFTER-IMAGE TO LOAN-HIST-REC
                   REWRITE LOAN-HIST-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE WS-LOANHIST-STATUS TO WS-IO-STATUS
               WHEN TARGET-HOLD
                   MOVE JRNL-AFTER-IMAGE TO HOLD-FILE-REC
                   REWRITE HOLD-FILE-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE WS-HOLD-STATUS TO WS-IO-STATUS
           END-EVALUATE.

       5100-EXIT.
           EXIT.
      *****************************************************************
      * 5200 - DELETE THE RECORD UNDER THE ROW'S KEY (4000 HAS ALREADY
      *        LOADED THE KEY)
      *****************************************************************
       5200-DELETE-TARGET.

           EVALUATE TRUE
               WHEN TARGET-AUTHOR
                   DELETE AUTHOR-FILE
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE WS-AUTHOR-STATUS TO WS-IO-STATUS
               WHEN TARGET-BOOK
                   DELETE BOOK-FILE
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE WS-BOOK-STATUS TO WS-IO-STATUS
               WHEN TARGET-BOOKCOPY
                   DELETE BOOKCOPY-FILE
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE WS-BOOKCOPY-STATUS TO WS-IO-STATUS
               WHEN TARGET-BORROWER
                   DELETE BORROWER-FILE
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE WS-BORROWER-STATUS TO WS-IO-STATUS
               WHEN TARGET-LOAN
                   DELETE LOAN-FILE
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE WS-LOAN-STATUS TO WS-IO-STATUS
               WHEN TARGET-LOANHIST
                   DELETE LOANHIST-FILE
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE WS-LOANHIST-STATUS TO WS-IO-STATUS
               WHEN TARGET-HOLD
                   DELETE HOLD-FILE
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE WS-HOLD-STATUS TO WS-IO-STATUS
           END-EVALUATE.

       5200-EXIT.
           EXIT.
      *****************************************************************
      * 6000 - REPLAY FCBOOK'S DELETE CASCADE: EVERY COPY ROW OF THE
      *        DELETED BOOK AND ITS (EMPTIED) HOLD RECORD GO TOO, IN
      *        WHICHEVER OF THOSE FILES WERE RESTORED
      *****************************************************************
       6000-CASCADE-BOOK-DELETE.

           IF BOOKCOPY-SELECTED
               MOVE 'N' TO WS-EOF-COPY-SW
               MOVE WS-ROW-KEY-BOOK TO COPY-BOOK-ID
               MOVE ZEROS TO COPY-NUMBER
               START BOOKCOPY-FILE KEY NOT < COPY-KEY
                   INVALID KEY SET END-OF-COPY-BROWSE TO TRUE
               END-START
               IF NOT END-OF-COPY-BROWSE
                   PERFORM 6100-READ-NEXT-COPY THRU 6100-EXIT
               END-IF
               PERFORM UNTIL END-OF-COPY-BROWSE
                          OR COPY-BOOK-ID NOT = WS-ROW-KEY-BOOK
                   DELETE BOOKCOPY-FILE
                       INVALID KEY
                           DISPLAY 'JRNLRCV: UNABLE TO DELETE COPY '
                                   COPY-BOOK-ID '-' COPY-NUMBER
                       NOT INVALID KEY
                           ADD 1 TO WS-CASCADE-COUNT
                   END-DELETE
                   PERFORM 6100-READ-NEXT-COPY THRU 6100-EXIT
               END-PERFORM
           END-IF

           IF HOLD-SELECTED
               MOVE WS-ROW-KEY-BOOK TO HOLD-BOOK-ID
               DELETE HOLD-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-CASCADE-COUNT
               END-DELETE
           END-IF.

       6000-EXIT.
           EXIT.

       6100-READ-NEXT-COPY.

           READ BOOKCOPY-FILE NEXT
               AT END SET END-OF-COPY-BROWSE TO TRUE
           END-READ.

       6100-EXIT.
           EXIT.
      *****************************************************************
      * 7000 - ONE EXCEPTION LINE FOR A ROW THAT COULD NOT BE APPLIED.
      *        THE CALLER HAS COUNTED IT AND SET THE REASON (AND THE
      *        FILE STATUS, FOR AN I/O FAILURE)
      *****************************************************************
       7000-REPORT-EXCEPTION.

           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE JRNL-DATE        TO EL-DATE
           MOVE JRNL-TIME        TO EL-TIME
           MOVE JRNL-SEQ         TO EL-SEQ
           MOVE JRNL-PROGRAM     TO EL-PROGRAM
           MOVE JRNL-ACTION      TO EL-ACTION
           MOVE WS-TARGET-FILE   TO EL-FILE-NAME
           MOVE JRNL-RECORD-KEY  TO EL-RECORD-KEY
           MOVE WS-REASON        TO EL-REASON
           MOVE WS-IO-STATUS     TO EL-STATUS
           WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               AFTER ADVANCING 1 LINE.

       7000-EXIT.
           EXIT.
      *****************************************************************
      * 8000 - PRINT THE RECOVERY TOTALS
      *****************************************************************
       8000-PRINT-TOTALS.

           WRITE REPORT-LINE FROM WS-TOTAL-HEADING
               AFTER ADVANCING 2 LINES

           MOVE 'JOURNAL ROWS IN THE RECOVERY WINDOW' TO TL-LABEL
           MOVE WS-ROWS-READ TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT
           MOVE 'RECORDS ADDED' TO TL-LABEL
           MOVE WS-ADDED-COUNT TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT
           MOVE 'RECORDS CHANGED' TO TL-LABEL
           MOVE WS-CHANGED-COUNT TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT
           MOVE 'RECORDS DELETED' TO TL-LABEL
           MOVE WS-DELETED-COUNT TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT
           MOVE 'COPY/HOLD RECORDS DELETED WITH A BOOK' TO TL-LABEL
           MOVE WS-CASCADE-COUNT TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT
           MOVE 'ROWS ALREADY APPLIED' TO TL-LABEL
           MOVE WS-ALREADY-COUNT TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT
           MOVE 'ROWS FOR FILES NOT RESTORED' TO TL-LABEL
           MOVE WS-SKIPPED-COUNT TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT
           MOVE 'ROWS NOT APPLIED - IMAGE MISMATCH' TO TL-LABEL
           MOVE WS-MISMATCH-COUNT TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT
           MOVE 'ROWS NOT APPLIED - FILE NOT IDENTIFIED' TO TL-LABEL
           MOVE WS-UNKNOWN-COUNT TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT
           MOVE 'ROWS NOT APPLIED - I/O FAILURE' TO TL-LABEL
           MOVE WS-FAILED-COUNT TO TL-COUNT
           PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT.

       8000-EXIT.
           EXIT.

       8100-PRINT-TOTAL-LINE.

           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       8100-EXIT.
           EXIT.
      *****************************************************************
      * 9999 - CLOSE UP AND REPORT COUNTS.  RC=4 WHEN ANY ROW WAS NOT
      *        APPLIED, RC=8 WHEN ANY UPDATE FAILED OUTRIGHT
      *****************************************************************
       9999-TERMINATE.

           CLOSE JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'JRNLRCV: JOURNAL-FILE CLOSE FAILED - STATUS = '
                       WS-JOURNAL-STATUS
           END-IF

           IF AUTHOR-SELECTED
               CLOSE AUTHOR-FILE
               IF WS-AUTHOR-STATUS NOT = '00'
                   DISPLAY 'JRNLRCV: AUTHOR-FILE CLOSE FAILED - '
                           'STATUS = ' WS-AUTHOR-STATUS
               END-IF
           END-IF

           IF BOOK-SELECTED
               CLOSE BOOK-FILE
               IF WS-BOOK-STATUS NOT = '00'
                   DISPLAY 'JRNLRCV: BOOK-FILE CLOSE FAILED - '
                           'STATUS = ' WS-BOOK-STATUS
               END-IF
           END-IF

           IF BOOKCOPY-SELECTED
               CLOSE BOOKCOPY-FILE
               IF WS-BOOKCOPY-STATUS NOT = '00'
                   DISPLAY 'JRNLRCV: BOOKCOPY-FILE CLOSE FAILED - '
                           'STATUS = ' WS-BOOKCOPY-STATUS
               END-IF
           END-IF

           IF BORROWER-SELECTED
               CLOSE BORROWER-FILE
               IF WS-BORROWER-STATUS NOT = '00'
                   DISPLAY 'JRNLRCV: BORROWER-FILE CLOSE FAILED - '
                           'STATUS = ' WS-BORROWER-STATUS
               END-IF
           END-IF

           IF LOAN-SELECTED
               CLOSE LOAN-FILE
               IF WS-LOAN-STATUS NOT = '00'
                   DISPLAY 'JRNLRCV: LOAN-FILE CLOSE FAILED - '
                           'STATUS = ' WS-LOAN-STATUS
               END-IF
           END-IF

           IF LOANHIST-SELECTED
               CLOSE LOANHIST-FILE
               IF WS-LOANHIST-STATUS NOT = '00'
                   DISPLAY 'JRNLRCV: LOANHIST-FILE CLOSE FAILED - '
                           'STATUS = ' WS-LOANHIST-STATUS
               END-IF
           END-IF

           IF HOLD-SELECTED
               CLOSE HOLD-FILE
               IF WS-HOLD-STATUS NOT = '00'
                   DISPLAY 'JRNLRCV: HOLD-FILE CLOSE FAILED - '
                           'STATUS = ' WS-HOLD-STATUS
               END-IF
           END-IF

           CLOSE REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'JRNLRCV: REPORT-FILE CLOSE FAILED - STATUS = '
                       WS-REPORT-STATUS
           END-IF

           DISPLAY 'JRNLRCV: ' WS-ROWS-READ ' ROW(S) READ, '
                   WS-ADDED-COUNT ' ADDED, '
                   WS-CHANGED-COUNT ' CHANGED, '
                   WS-DELETED-COUNT ' DELETED, '
                   WS-ALREADY-COUNT ' ALREADY APPLIED, '
                   WS-SKIPPED-COUNT ' SKIPPED, '
                   WS-EXCEPTION-COUNT ' EXCEPTION(S)'

           IF WS-FAILED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EXCEPTION-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       9999-EXIT.
           EXIT.
