       IDENTIFICATION DIVISION.
       PROGRAM-ID.    POOPNRPT.
       AUTHOR.        D DONG.
       INSTALLATION.  CIRCULATION SYSTEMS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      * ----------------------------------------------------------
      * 10/15/2026  DD   OPEN PURCHASE ORDERS BY VENDOR.  LISTS EVERY
      *                  OPEN PO LINE (SEE POREC) SORTED BY VENDOR, PO
      *                  NUMBER AND BOOK-ID, WITH THE COPIES STILL TO
      *                  COME AND THE VALUE THEY ENCUMBER, A SUBTOTAL
      *                  PER VENDOR AND A GRAND TOTAL.
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
           05  SORT-PO-NUMBER         PIC X(08).
           05  SORT-BOOK-ID           PIC X(08).
           05  SORT-VENDOR-NAME       PIC X(30).
           05  SORT-BOOK-NAME         PIC X(56).
           05  SORT-FUND-CODE         PIC X(06).
           05  SORT-ORDER-DATE        PIC 9(08).
           05  SORT-EXPECTED-DATE     PIC 9(08).
           05  SORT-QTY-ORDERED       PIC S9(04) COMP.
           05  SORT-QTY-OUTSTANDING   PIC S9(04) COMP.
           05  SORT-OPEN-VALUE        PIC S9(7)V99 COMP-3.

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
        77 WS-PREV-VENDOR-ID      PIC X(08)  VALUE LOW-VALUES.
        77 WS-LINE-COUNT          PIC 9(06)  COMP VALUE ZERO.
        77 WS-VENDOR-COUNT        PIC 9(06)  COMP VALUE ZERO.
        77 WS-VENDOR-QTY          PIC 9(06)  COMP VALUE ZERO.
        77 WS-VENDOR-VALUE        PIC S9(7)V99 COMP-3 VALUE ZERO.
        77 WS-TOTAL-QTY           PIC 9(06)  COMP VALUE ZERO.
        77 WS-TOTAL-VALUE         PIC S9(7)V99 COMP-3 VALUE ZERO.

        01 WS-HEADING-1.
           05 FILLER               PIC X(35) VALUE
              'OPEN PURCHASE ORDERS BY VENDOR'.
           05 FILLER               PIC X(10) VALUE
              'RUN DATE: '.
           05 H1-RUN-DATE          PIC 9999/99/99.

        01 WS-HEADING-2.
           05 FILLER               PIC X(10) VALUE 'VENDOR'.
           05 FILLER               PIC X(32) VALUE 'VENDOR NAME'.
           05 FILLER               PIC X(10) VALUE 'PO NUMBER'.
           05 FILLER               PIC X(10) VALUE 'BOOK ID'.
           05 FILLER               PIC X(26) VALUE 'TITLE'.
           05 FILLER               PIC X(08) VALUE 'FUND'.
           05 FILLER               PIC X(12) VALUE 'EXPECTED'.
           05 FILLER               PIC X(06) VALUE 'ORD'.
           05 FILLER               PIC X(06) VALUE 'OPEN'.
           05 FILLER               PIC X(12) VALUE 'OPEN VALUE'.

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
           05 DL-FUND-CODE         PIC X(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-EXPECTED-DATE     PIC 9999/99/99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-QTY-ORDERED       PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-QTY-OUTSTANDING   PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-OPEN-VALUE        PIC $$$$,$$9.99.

        01 WS-VENDOR-TOTAL-LINE.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE
              'VENDOR TOTAL -  '.
           05 VT-VENDOR-ID         PIC X(08).
           05 FILLER               PIC X(78) VALUE SPACES.
           05 VT-QTY-OUTSTANDING   PIC ZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 VT-OPEN-VALUE        PIC $$$$,$$9.99.

        01 WS-TOTAL-LINE-1.
           05 FILLER               PIC X(24) VALUE
              'OPEN PO LINES:'.
           05 TL-LINE-COUNT        PIC ZZZ,ZZ9.

        01 WS-TOTAL-LINE-2.
           05 FILLER               PIC X(24) VALUE
              'VENDORS:'.
           05 TL-VENDOR-COUNT      PIC ZZZ,ZZ9.

        01 WS-TOTAL-LINE-3.
           05 FILLER               PIC X(24) VALUE
              'COPIES OUTSTANDING:'.
           05 TL-TOTAL-QTY         PIC ZZZ,ZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 TL-TOTAL-VALUE       PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-BUILD-SORT-FILE THRU 2000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.
      *****************************************************************
      * 1000 - GET TODAY'S DATE FOR THE HEADING
      *****************************************************************
       1000-INITIALIZE.

           ACCEPT WS-TODAY-CHAR FROM DATE YYYYMMDD.

       1000-EXIT.
           EXIT.
      *****************************************************************
      * 2000 - READ THE PO FILE AND SORT EVERY OPEN LINE ONTO THE WORK
      *        FILE BY VENDOR, PO NUMBER AND BOOK-ID.  THE OPEN VALUE
      *        IS THE COPIES STILL TO COME AT THE LINE'S UNIT COST -
      *        WHAT THE LINE STILL HOLDS ENCUMBERED AGAINST ITS FUND
      *****************************************************************
       2000-BUILD-SORT-FILE.

           SORT SORT-WORK ON ASCENDING KEY SORT-VENDOR-ID
                                            SORT-PO-NUMBER
                                            SORT-BOOK-ID
               INPUT PROCEDURE IS 2100-SELECT-OPEN-LINES
                     THRU 2100-EXIT
               OUTPUT PROCEDURE IS 3000-PRINT-REPORT
                     THRU 3000-EXIT.

       2000-EXIT.
           EXIT.

       2100-SELECT-OPEN-LINES.

           OPEN INPUT PO-FILE
           IF WS-PO-STATUS NOT = '00'
               DISPLAY 'POOPNRPT: PO-FILE OPEN FAILED - STATUS = '
                       WS-PO-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2200-READ-PO THRU 2200-EXIT
           PERFORM UNTIL END-OF-PO-FILE
               IF PO-STATUS-OPEN
                   MOVE PO-VENDOR-ID     TO SORT-VENDOR-ID
                   MOVE PO-NUMBER        TO SORT-PO-NUMBER
                   MOVE PO-BOOK-ID       TO SORT-BOOK-ID
                   MOVE PO-VENDOR-NAME   TO SORT-VENDOR-NAME
                   MOVE PO-BOOK-NAME     TO SORT-BOOK-NAME
                   MOVE PO-FUND-CODE     TO SORT-FUND-CODE
                   MOVE PO-ORDER-DATE    TO SORT-ORDER-DATE
                   MOVE PO-EXPECTED-DATE TO SORT-EXPECTED-DATE
                   MOVE PO-QTY-ORDERED   TO SORT-QTY-ORDERED
                   COMPUTE SORT-QTY-OUTSTANDING =
                           PO-QTY-ORDERED - PO-QTY-RECEIVED
                   COMPUTE SORT-OPEN-VALUE =
                           SORT-QTY-OUTSTANDING * PO-UNIT-COST
                   RELEASE SORT-REC
               END-IF
               PERFORM 2200-READ-PO THRU 2200-EXIT
           END-PERFORM

           CLOSE PO-FILE
           IF WS-PO-STATUS NOT = '00'
               DISPLAY 'POOPNRPT: PO-FILE CLOSE FAILED - STATUS = '
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
      * 3000 - RETURN THE SORTED OPEN LINES AND PRINT THE REPORT,
      *        WITH A SUBTOTAL LINE EACH TIME THE VENDOR CHANGES
      *****************************************************************
       3000-PRINT-REPORT.

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'POOPNRPT: REPORT-FILE OPEN FAILED - STATUS = '
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
               IF SORT-VENDOR-ID NOT = WS-PREV-VENDOR-ID
                   IF WS-VENDOR-COUNT > ZERO
                       PERFORM 3300-WRITE-VENDOR-TOTAL THRU 3300-EXIT
                   END-IF
                   ADD 1 TO WS-VENDOR-COUNT
                   MOVE SORT-VENDOR-ID TO WS-PREV-VENDOR-ID
               END-IF
               PERFORM 3200-WRITE-DETAIL THRU 3200-EXIT
               PERFORM 3100-RETURN-SORT THRU 3100-EXIT
           END-PERFORM

           IF WS-VENDOR-COUNT > ZERO
               PERFORM 3300-WRITE-VENDOR-TOTAL THRU 3300-EXIT
           END-IF

           MOVE WS-LINE-COUNT   TO TL-LINE-COUNT
           MOVE WS-VENDOR-COUNT TO TL-VENDOR-COUNT
           MOVE WS-TOTAL-QTY    TO TL-TOTAL-QTY
           MOVE WS-TOTAL-VALUE  TO TL-TOTAL-VALUE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE

           CLOSE REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'POOPNRPT: REPORT-FILE CLOSE FAILED - STATUS = '
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
           MOVE SORT-FUND-CODE       TO DL-FUND-CODE
           MOVE SORT-EXPECTED-DATE   TO DL-EXPECTED-DATE
           MOVE SORT-QTY-ORDERED     TO DL-QTY-ORDERED
           MOVE SORT-QTY-OUTSTANDING TO DL-QTY-OUTSTANDING
           MOVE SORT-OPEN-VALUE      TO DL-OPEN-VALUE

           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           ADD 1 TO WS-LINE-COUNT
           ADD SORT-QTY-OUTSTANDING TO WS-VENDOR-QTY
                                       WS-TOTAL-QTY
           ADD SORT-OPEN-VALUE      TO WS-VENDOR-VALUE
                                       WS-TOTAL-VALUE.

       3200-EXIT.
           EXIT.
      *****************************************************************
      * 3300 - PRINT THE SUBTOTAL FOR THE VENDOR JUST FINISHED AND
      *        CLEAR IT FOR THE NEXT
      *****************************************************************
       3300-WRITE-VENDOR-TOTAL.

           MOVE WS-PREV-VENDOR-ID TO VT-VENDOR-ID
           MOVE WS-VENDOR-QTY     TO VT-QTY-OUTSTANDING
           MOVE WS-VENDOR-VALUE   TO VT-OPEN-VALUE
           WRITE REPORT-LINE FROM WS-VENDOR-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
               AFTER ADVANCING 1 LINE

           MOVE ZERO TO WS-VENDOR-QTY
                        WS-VENDOR-VALUE.

       3300-EXIT.
           EXIT.
      *****************************************************************
      * 9999 - REPORT COUNTS
      *****************************************************************
       9999-TERMINATE.

           DISPLAY 'POOPNRPT: ' WS-LINE-COUNT ' OPEN PO LINE(S) FOR '
                   WS-VENDOR-COUNT ' VENDOR(S)'.

       9999-EXIT.
           EXIT.
