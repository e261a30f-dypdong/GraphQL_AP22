       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FUNDBRPT.
       AUTHOR.        D DONG.
       INSTALLATION.  CIRCULATION SYSTEMS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      * ----------------------------------------------------------
      * 10/15/2026  DD   ACQUISITIONS FUND BALANCE REPORT.  ONE LINE PER
      *                  FUND (SEE FUNDREC) IN FUND-CODE ORDER WITH ITS
      *                  ALLOCATION, WHAT OPEN ORDERS HAVE ENCUMBERED,
      *                  WHAT RECEIVED ORDERS HAVE SPENT AND WHAT IS
      *                  LEFT AVAILABLE, PLUS TOTALS.  A FUND WHOSE
      *                  ALLOCATION WAS RELOADED BELOW WHAT IS ALREADY
      *                  COMMITTED SHOWS A NEGATIVE AVAILABLE AMOUNT
      *                  AND IS FLAGGED OVERCOMMITTED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUND-FILE ASSIGN TO FUNDDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FUND-CODE
               FILE STATUS IS WS-FUND-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUND-FILE
           RECORDING MODE IS F.
           COPY FUNDREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
        77 WS-FUND-STATUS         PIC X(02).
        77 WS-REPORT-STATUS       PIC X(02).
        77 WS-EOF-FUND-SW         PIC X(01)  VALUE 'N'.
           88 END-OF-FUND-FILE               VALUE 'Y'.
        77 WS-TODAY-CHAR          PIC X(08).
        77 WS-TODAY-NUM REDEFINES WS-TODAY-CHAR
                                  PIC 9(08).
        77 WS-AVAILABLE           PIC S9(7)V99 COMP-3 VALUE ZERO.
        77 WS-FUND-COUNT          PIC 9(06)  COMP VALUE ZERO.
        77 WS-OVERCOMMITTED-COUNT PIC 9(06)  COMP VALUE ZERO.
        77 WS-TOTAL-ALLOCATED     PIC S9(9)V99 COMP-3 VALUE ZERO.
        77 WS-TOTAL-ENCUMBERED    PIC S9(9)V99 COMP-3 VALUE ZERO.
        77 WS-TOTAL-SPENT         PIC S9(9)V99 COMP-3 VALUE ZERO.
        77 WS-TOTAL-AVAILABLE     PIC S9(9)V99 COMP-3 VALUE ZERO.

        01 WS-HEADING-1.
           05 FILLER               PIC X(35) VALUE
              'ACQUISITIONS FUND BALANCES'.
           05 FILLER               PIC X(10) VALUE
              'RUN DATE: '.
           05 H1-RUN-DATE          PIC 9999/99/99.

        01 WS-HEADING-2.
           05 FILLER               PIC X(08) VALUE 'FUND'.
           05 FILLER               PIC X(32) VALUE 'FUND NAME'.
           05 FILLER               PIC X(16) VALUE '       ALLOCATED'.
           05 FILLER               PIC X(16) VALUE '      ENCUMBERED'.
           05 FILLER               PIC X(16) VALUE '           SPENT'.
           05 FILLER               PIC X(16) VALUE '       AVAILABLE'.

        01 WS-DETAIL-LINE.
           05 DL-FUND-CODE         PIC X(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-FUND-NAME         PIC X(30).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-ALLOCATED         PIC $$,$$$,$$9.99-.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-ENCUMBERED        PIC $$,$$$,$$9.99-.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-SPENT             PIC $$,$$$,$$9.99-.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-AVAILABLE         PIC $$,$$$,$$9.99-.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-FLAG              PIC X(14).

        01 WS-TOTAL-LINE-1.
           05 FILLER               PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(30) VALUE 'ALL FUNDS'.
           05 TL-ALLOCATED         PIC $$$$,$$$,$$9.99-.
           05 TL-ENCUMBERED        PIC $$$$,$$$,$$9.99-.
           05 TL-SPENT             PIC $$$$,$$$,$$9.99-.
           05 TL-AVAILABLE         PIC $$$$,$$$,$$9.99-.

        01 WS-TOTAL-LINE-2.
           05 FILLER               PIC X(24) VALUE
              'FUNDS:'.
           05 TL-FUND-COUNT        PIC ZZZ,ZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE
              'OVERCOMMITTED:'.
           05 TL-OVERCOMMITTED     PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PRINT-REPORT THRU 2000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.
      *****************************************************************
      * 1000 - OPEN THE FUND FILE AND THE REPORT
      *****************************************************************
       1000-INITIALIZE.

           ACCEPT WS-TODAY-CHAR FROM DATE YYYYMMDD

           OPEN INPUT FUND-FILE
           IF WS-FUND-STATUS NOT = '00'
               DISPLAY 'FUNDBRPT: FUND-FILE OPEN FAILED - STATUS = '
                       WS-FUND-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'FUNDBRPT: REPORT-FILE OPEN FAILED - STATUS = '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       1000-EXIT.
           EXIT.
      *****************************************************************
      * 2000 - ONE LINE PER FUND IN KEY ORDER, THEN THE TOTALS
      *****************************************************************
       2000-PRINT-REPORT.

           MOVE WS-TODAY-NUM TO H1-RUN-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES

           PERFORM 2100-READ-FUND THRU 2100-EXIT
           PERFORM UNTIL END-OF-FUND-FILE
               PERFORM 2200-WRITE-DETAIL THRU 2200-EXIT
               PERFORM 2100-READ-FUND THRU 2100-EXIT
           END-PERFORM

           MOVE WS-TOTAL-ALLOCATED  TO TL-ALLOCATED
           MOVE WS-TOTAL-ENCUMBERED TO TL-ENCUMBERED
           MOVE WS-TOTAL-SPENT      TO TL-SPENT
           MOVE WS-TOTAL-AVAILABLE  TO TL-AVAILABLE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES

           MOVE WS-FUND-COUNT          TO TL-FUND-COUNT
           MOVE WS-OVERCOMMITTED-COUNT TO TL-OVERCOMMITTED
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-2
               AFTER ADVANCING 2 LINES.

       2000-EXIT.
           EXIT.

       2100-READ-FUND.

           READ FUND-FILE
               AT END SET END-OF-FUND-FILE TO TRUE
           END-READ.

       2100-EXIT.
           EXIT.
      *****************************************************************
      * 2200 - AVAILABLE IS ALLOCATED LESS ENCUMBERED LESS SPENT, THE
      *        SAME FIGURE FCPORD TESTS A NEW ORDER AGAINST
      *****************************************************************
       2200-WRITE-DETAIL.

           COMPUTE WS-AVAILABLE = FUND-ALLOCATED - FUND-ENCUMBERED
                                                 - FUND-SPENT

           MOVE FUND-CODE       TO DL-FUND-CODE
           MOVE FUND-NAME       TO DL-FUND-NAME
           MOVE FUND-ALLOCATED  TO DL-ALLOCATED
           MOVE FUND-ENCUMBERED TO DL-ENCUMBERED
           MOVE FUND-SPENT      TO DL-SPENT
           MOVE WS-AVAILABLE    TO DL-AVAILABLE
           IF WS-AVAILABLE < ZERO
               MOVE 'OVERCOMMITTED' TO DL-FLAG
               ADD 1 TO WS-OVERCOMMITTED-COUNT
           ELSE
               MOVE SPACES TO DL-FLAG
           END-IF

           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           ADD 1 TO WS-FUND-COUNT
           ADD FUND-ALLOCATED  TO WS-TOTAL-ALLOCATED
           ADD FUND-ENCUMBERED TO WS-TOTAL-ENCUMBERED
           ADD FUND-SPENT      TO WS-TOTAL-SPENT
           ADD WS-AVAILABLE    TO WS-TOTAL-AVAILABLE.

       2200-EXIT.
           EXIT.
      *****************************************************************
      * 9999 - CLOSE UP AND REPORT COUNTS
      *****************************************************************
       9999-TERMINATE.

           CLOSE FUND-FILE
           IF WS-FUND-STATUS NOT = '00'
               DISPLAY 'FUNDBRPT: FUND-FILE CLOSE FAILED - STATUS = '
                       WS-FUND-STATUS
           END-IF

           CLOSE REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'FUNDBRPT: REPORT-FILE CLOSE FAILED - STATUS = '
                       WS-REPORT-STATUS
           END-IF

           DISPLAY 'FUNDBRPT: ' WS-FUND-COUNT ' FUND(S), '
                   WS-OVERCOMMITTED-COUNT ' OVERCOMMITTED'.

       9999-EXIT.
           EXIT.
