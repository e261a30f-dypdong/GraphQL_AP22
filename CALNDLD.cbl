       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CALNDLD.
       AUTHOR.        D DONG.
       INSTALLATION.  CIRCULATION SYSTEMS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      * ----------------------------------------------------------
      * 10/15/2026  DD   CLOSED-DAYS CALENDAR LOAD.  READS FIXED-FORMAT
      *                  CALENDAR CARDS AND ADDS (UPSERTS) OR DELETES
      *                  CLOSED DATES ON THE KEYED CALENDAR FILE FCLOAN
      *                  AND THE OVERDUE REPORTS READ - '*ALL' ROWS
      *                  CLOSE EVERY BRANCH, BRANCH-CODE ROWS CLOSE
      *                  ONE BRANCH.  A CARD WITH AN UNKNOWN ACTION OR
      *                  AN IMPOSSIBLE DATE IS REJECTED AND LISTED
      *                  RATHER THAN LOADED.
      * 10/15/2026  DD   A CLOSED DATE THAT IS NOT A REAL CALENDAR DATE
      *                  (E.G. 02/30) IS NOW REJECTED; THE MONTH/DAY
      *                  RANGE EDIT LET IT THROUGH.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-CARD-FILE ASSIGN TO CARDDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO CALNDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-CARD-FILE
           RECORDING MODE IS F.
       01  CALENDAR-CARD-REC.
           05 CARD-ACTION             PIC X(01).
              88 CARD-ADD-CLOSED-DAY      VALUE 'A'.
              88 CARD-DELETE-CLOSED-DAY   VALUE 'D'.
           05 CARD-BRANCH             PIC X(06).
           05 CARD-CLOSED-DATE        PIC 9(08).
           05 CARD-CLOSED-DATE-X REDEFINES CARD-CLOSED-DATE.
              10 CARD-CLOSED-YYYY     PIC 9(04).
              10 CARD-CLOSED-MM       PIC 9(02).
              10 CARD-CLOSED-DD       PIC 9(02).
           05 CARD-REASON             PIC X(30).
           05 FILLER                  PIC X(35).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALNDREC.

       WORKING-STORAGE SECTION.
        77 WS-CARD-STATUS         PIC X(02).
        77 WS-CALENDAR-STATUS     PIC X(02).
        77 WS-EOF-CARD-SW         PIC X(01)  VALUE 'N'.
           88 END-OF-CARD-FILE               VALUE 'Y'.
        77 WS-LOADED-COUNT        PIC 9(06)  COMP VALUE ZERO.
        77 WS-DELETED-COUNT       PIC 9(06)  COMP VALUE ZERO.
        77 WS-REJECTED-COUNT      PIC 9(06)  COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-CALENDAR THRU 2000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.
      *****************************************************************
      * 1000 - OPEN THE CARD INPUT AND THE CALENDAR FILE
      *****************************************************************
       1000-INITIALIZE.

           OPEN INPUT CALENDAR-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'CALNDLD: CALENDAR-CARD-FILE OPEN FAILED - '
                       'STATUS = ' WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'CALNDLD: CALENDAR-FILE OPEN FAILED - STATUS = '
                       WS-CALENDAR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       1000-EXIT.
           EXIT.
      *****************************************************************
      * 2000 - APPLY ONE CALENDAR CARD AT A TIME
      *****************************************************************
       2000-LOAD-CALENDAR.

           PERFORM 2100-READ-CARD THRU 2100-EXIT
           PERFORM UNTIL END-OF-CARD-FILE
               PERFORM 2200-LOAD-ONE-DATE THRU 2200-EXIT
               PERFORM 2100-READ-CARD THRU 2100-EXIT
           END-PERFORM.

       2000-EXIT.
           EXIT.

       2100-READ-CARD.

           READ CALENDAR-CARD-FILE
               AT END SET END-OF-CARD-FILE TO TRUE
           END-READ.

       2100-EXIT.
           EXIT.
      *****************************************************************
      * 2200 - VALIDATE ONE CARD, THEN UPSERT OR DELETE ITS ROW.  THE
      *        DATE MUST BE A REAL CALENDAR DATE - FCLOAN AND THE
      *        REPORTS TRUST WHAT THEY READ FROM THIS FILE.  A BLANK
      *        BRANCH IS TAKEN AS '*ALL' (EVERY BRANCH CLOSED)
      *****************************************************************
       2200-LOAD-ONE-DATE.

           IF CARD-BRANCH = SPACES
               MOVE '*ALL' TO CARD-BRANCH
           END-IF

           IF NOT (CARD-ADD-CLOSED-DAY OR CARD-DELETE-CLOSED-DAY)
                   OR CARD-CLOSED-DATE NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(CARD-CLOSED-DATE)
                       NOT = ZERO
               DISPLAY 'CALNDLD: CARD REJECTED - ' CALENDAR-CARD-REC
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 2200-EXIT
           END-IF

           MOVE CARD-BRANCH      TO CAL-BRANCH
           MOVE CARD-CLOSED-DATE TO CAL-CLOSED-DATE

           IF CARD-DELETE-CLOSED-DAY
               DELETE CALENDAR-FILE
                   INVALID KEY
                       DISPLAY 'CALNDLD: NO CLOSED DAY ON FILE FOR '
                               CARD-BRANCH ' ' CARD-CLOSED-DATE
                       ADD 1 TO WS-REJECTED-COUNT
                       GO TO 2200-EXIT
               END-DELETE
               ADD 1 TO WS-DELETED-COUNT
               GO TO 2200-EXIT
           END-IF

           MOVE CARD-REASON      TO CAL-REASON
           MOVE SPACES           TO RESSERVE

           WRITE CALENDAR-FILE-REC
               INVALID KEY
                   REWRITE CALENDAR-FILE-REC
                       INVALID KEY
                           DISPLAY 'CALNDLD: UNABLE TO LOAD CLOSED DAY '
                                   CARD-BRANCH ' ' CARD-CLOSED-DATE
                           ADD 1 TO WS-REJECTED-COUNT
                           GO TO 2200-EXIT
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-LOADED-COUNT.

       2200-EXIT.
           EXIT.
      *****************************************************************
      * 9999 - CLOSE UP AND REPORT COUNTS
      *****************************************************************
       9999-TERMINATE.

           CLOSE CALENDAR-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'CALNDLD: CALENDAR-CARD-FILE CLOSE FAILED - '
                       'STATUS = ' WS-CARD-STATUS
           END-IF

           CLOSE CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = '00'
               DISPLAY 'CALNDLD: CALENDAR-FILE CLOSE FAILED - STATUS = '
                       WS-CALENDAR-STATUS
           END-IF

           DISPLAY 'CALNDLD: ' WS-LOADED-COUNT ' CLOSED DAY(S) '
                   'LOADED, ' WS-DELETED-COUNT ' DELETED, '
                   WS-REJECTED-COUNT ' CARD(S) REJECTED'.

       9999-EXIT.
           EXIT.
