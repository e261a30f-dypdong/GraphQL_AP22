       IDENTIFICATION DIVISION.
       PROGRAM-ID.    POOVDRPT.
       AUTHOR.        D DONG.
       INSTALLATION.  CIRCULATION SYSTEMS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      * ----------------------------------------------------------
      * 10/15/2026  DD   OVERDUE VENDOR SHIPMENTS.  LISTS EVERY OPEN PO
      *                  LINE (SEE POREC) WHOSE EXPECTED DATE HAS
      *                  PASSED, SORTED BY VENDOR AND EXPECTED DATE SO
      *                  EACH VENDOR'S LONGEST-OVERDUE SHIPMENTS COME
      *                  FIRST, WITH THE COPIES STILL TO COME AND THE
      *                  CALENDAR DAYS OVERDUE - A VENDOR'S PROMISE IS
      *                  NOT AFFECTED BY THE LIBRARY'S CLOSED DAYS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-FILE ASSIGN TO PORDDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PO-STATUS.

           SELECT SORT-WORK ASSIGN TO SORTWK01.

           SELECT REPORT-FILE ASSIGN TO RPTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PO-FILE
           RECORDING MODE IS F.
           COPY POREC.

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-VENDOR-ID         PIC X(08).
           05  SORT-EXPECTED-DATE     PIC 9(08).
           05  SORT-PO-NUMBER         PIC X(08).
           05  SORT-BOOK-ID           PIC X(08).
           05  SORT-VENDOR-NAME       PIC X(30).
           05  SORT-BOOK-NAME         PIC X(56).
           05  SORT-ORDER-DATE        PIC 9(08).
           05  SORT-QTY-OUTSTANDING   PIC S9(04) COMP.
           05  SORT-DAYS-OVERDUE      PIC S9(08) COMP.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
        77 WS-PO-STATUS           PIC X(02).
        77 WS-REPORT-STATUS       PIC X(02).
        77 WS-EOF-PO-SW           PIC X(01)  VALUE 'N'.
           88 END-OF-PO-FILE                 VALUE 'Y'.
        77 WS-EOF-SORT-SW         PIC X(01)  VALUE 'N'.
           88 END-OF-SORT-FILE               VALUE 'Y'.
        77 WS-TODAY-CHAR          PIC X(08).
        77 WS-TODAY-NUM REDEFINES WS-TODAY-CHAR
                                  PIC 9(08).
        77 WS-TODAY-INT           PIC S9(08) COMP.
        77 WS-OVERDUE-COUNT       PIC 9(06)  COMP VALUE ZERO.
        77 WS-OVERDUE-QTY         PIC 9(06)  COMP VALUE ZERO.

        01 WS-HEADING-1.
           05 FILLER               PIC X(35) VALUE
              'OVERDUE VENDOR SHIPMENTS'.
           05 FILLER               PIC X(10) VALUE
              'RUN DATE: '.
           05 H1-RUN-DATE          PIC 9999/99/99.

        01 WS-HEADING-2.
           05 FILLER               PIC X(10) VALUE 'VENDOR'.
           05 FILLER               PIC X(32) VALUE 'VENDOR NAME'.
           05 FILLER               PIC X(10) VALUE 'PO NUMBER'.
           05 FILLER               PIC X(10) VALUE 'BOOK ID'.
           05 FILLER               PIC X(26) VALUE 'TITLE'.
           05 FILLER               PIC X(12) VALUE 'ORDERED'.
           05 FILLER               PIC X(12) VALUE 'EXPECTED'.
           05 FILLER               PIC X(06) VALUE 'OPEN'.
           05 FILLER               PIC X(12) VALUE 'DAYS LATE'.

        01 WS-DETAIL-LINE.
           05 DL-VENDOR-ID         PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-VENDOR-NAME       PIC X(30).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-PO-NUMBER         PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-BOOK-ID           PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-BOOK-NAME         PIC X(24).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-ORDER-DATE        PIC 9999/99/99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-EXPECTED-DATE     PIC 9999/99/99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-QTY-OUTSTANDING   PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-DAYS-OVERDUE      PIC ZZZ9.

        01 WS-TOTAL-LINE.
           05 FILLER               PIC X(24) VALUE
              'OVERDUE PO LINES:'.
           05 TL-OVERDUE-COUNT     PIC ZZZ,ZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(20) VALUE
              'COPIES OUTSTANDING:'.
           05 TL-OVERDUE-QTY       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-BUILD-SORT-FILE THRU 2000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.
      *****************************************************************
      * 1000 - GET TODAY'S DATE FOR THE OVERDUE COMPARISON
      *****************************************************************
       1000-INITIALIZE.

           ACCEPT WS-TODAY-CHAR FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).

       1000-EXIT.
           EXIT.
      *****************************************************************
      * 2000 - READ THE PO FILE AND SORT EVERY OPEN LINE PAST ITS
      *        EXPECTED DATE ONTO THE WORK FILE BY VENDOR AND EXPECTED
      *        DATE.  A LINE WITH NO USABLE EXPECTED DATE IS LEFT OFF
      *        RATHER THAN GUESSED AT
      *****************************************************************
       2000-BUILD-SORT-FILE.

           SORT SORT-WORK ON ASCENDING KEY SORT-VENDOR-ID
                                            SORT-EXPECTED-DATE
                                            SORT-PO-NUMBER
                                            SORT-BOOK-ID
               INPUT PROCEDURE IS 2100-SELECT-OVERDUE
                     THRU 2100-EXIT
               OUTPUT PROCEDURE IS 3000-PRINT-REPORT
                     THRU 3000-EXIT.

       2000-EXIT.
           EXIT.

       2100-SELECT-OVERDUE.

           OPEN INPUT PO-FILE
           IF WS-PO-STATUS NOT = '00'
               DISPLAY 'POOVDRPT: PO-FILE OPEN FAILED - STATUS = '
                       WS-PO-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2200-READ-PO THRU 2200-EXIT
           PERFORM UNTIL END-OF-PO-FILE
               IF PO-STATUS-OPEN
                       AND PO-EXPECTED-DATE NUMERIC
                       AND PO-EXPECTED-DATE > 19000101
                       AND PO-EXPECTED-DATE < WS-TODAY-NUM
                   MOVE PO-VENDOR-ID     TO SORT-VENDOR-ID
                   MOVE PO-EXPECTED-DATE TO SORT-EXPECTED-DATE
                   MOVE PO-NUMBER        TO SORT-PO-NUMBER
                   MOVE PO-BOOK-ID       TO SORT-BOOK-ID
                   MOVE PO-VENDOR-NAME   TO SORT-VENDOR-NAME
                   MOVE PO-BOOK-NAME     TO SORT-BOOK-NAME
                   MOVE PO-ORDER-DATE    TO SORT-ORDER-DATE
                   COMPUTE SORT-QTY-OUTSTANDING =
                           PO-QTY-ORDERED - PO-QTY-RECEIVED
                   COMPUTE SORT-DAYS-OVERDUE = WS-TODAY-INT -
                           FUNCTION INTEGER-OF-DATE(PO-EXPECTED-DATE)
                   RELEASE SORT-REC
               END-IF
               PERFORM 2200-READ-PO THRU 2200-EXIT
           END-PERFORM

           CLOSE PO-FILE
           IF WS-PO-STATUS NOT = '00'
               DISPLAY 'POOVDRPT: PO-FILE CLOSE FAILED - STATUS = '
                       WS-PO-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       2100-EXIT.
           EXIT.

       2200-READ-PO.

           READ PO-FILE
               AT END SET END-OF-PO-FILE TO TRUE
           END-READ.

       2200-EXIT.
           EXIT.
      *****************************************************************
      * 3000 - RETURN THE SORTED OVERDUE LINES AND PRINT THE REPORT
      *****************************************************************
       3000-PRINT-REPORT.

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'POOVDRPT: REPORT-FILE OPEN FAILED - STATUS = '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-TODAY-NUM TO H1-RUN-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES

           PERFORM 3100-RETURN-SORT THRU 3100-EXIT
           PERFORM UNTIL END-OF-SORT-FILE
               PERFORM 3200-WRITE-DETAIL THRU 3200-EXIT
               PERFORM 3100-RETURN-SORT THRU 3100-EXIT
           END-PERFORM

           MOVE WS-OVERDUE-COUNT TO TL-OVERDUE-COUNT
           MOVE WS-OVERDUE-QTY   TO TL-OVERDUE-QTY
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           CLOSE REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'POOVDRPT: REPORT-FILE CLOSE FAILED - STATUS = '
                       WS-REPORT-STATUS
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

       3200-WRITE-DETAIL.

           MOVE SORT-VENDOR-ID       TO DL-VENDOR-ID
           MOVE SORT-VENDOR-NAME     TO DL-VENDOR-NAME
           MOVE SORT-PO-NUMBER       TO DL-PO-NUMBER
           MOVE SORT-BOOK-ID         TO DL-BOOK-ID
           MOVE SORT-BOOK-NAME       TO DL-BOOK-NAME
           MOVE SORT-ORDER-DATE      TO DL-ORDER-DATE
           MOVE SORT-EXPECTED-DATE   TO DL-EXPECTED-DATE
           MOVE SORT-QTY-OUTSTANDING TO DL-QTY-OUTSTANDING
           MOVE SORT-DAYS-OVERDUE    TO DL-DAYS-OVERDUE

           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           ADD 1 TO WS-OVERDUE-COUNT
           ADD SORT-QTY-OUTSTANDING TO WS-OVERDUE-QTY.

       3200-EXIT.
           EXIT.
      *****************************************************************
      * 9999 - REPORT COUNTS
      *****************************************************************
       9999-TERMINATE.

           DISPLAY 'POOVDRPT: ' WS-OVERDUE-COUNT ' OVERDUE PO LINE(S)'.

       9999-EXIT.
           EXIT.
