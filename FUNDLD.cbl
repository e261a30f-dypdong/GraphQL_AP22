       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FUNDLD.
       AUTHOR.        D DONG.
       INSTALLATION.  CIRCULATION SYSTEMS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      * ----------------------------------------------------------
      * 10/15/2026  DD   ACQUISITIONS FUND ALLOCATION LOAD.  READS
      *                  FIXED-FORMAT FUND CARDS (CODE, NAME AND THE
      *                  YEAR'S ALLOCATION) AND UPSERTS THEM INTO THE
      *                  KEYED FUND FILE FCPORD CHARGES ORDERS AGAINST.
      *                  A NEW FUND STARTS WITH NOTHING ENCUMBERED OR
      *                  SPENT; RELOADING AN EXISTING FUND CHANGES ONLY
      *                  ITS NAME AND ALLOCATION, SO THE ORDERS ALREADY
      *                  CHARGED TO IT ARE KEPT.  A CARD WITH A BLANK
      *                  CODE OR NON-NUMERIC ALLOCATION IS REJECTED AND
      *                  LISTED RATHER THAN LOADED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUND-CARD-FILE ASSIGN TO CARDDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT FUND-FILE ASSIGN TO FUNDDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FUND-CODE
               FILE STATUS IS WS-FUND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUND-CARD-FILE
           RECORDING MODE IS F.
       01  FUND-CARD-REC.
           05 CARD-FUND-CODE          PIC X(06).
           05 CARD-FUND-NAME          PIC X(30).
           05 CARD-ALLOCATED          PIC 9(7)V99.
           05 FILLER                  PIC X(35).

       FD  FUND-FILE
           RECORDING MODE IS F.
           COPY FUNDREC.

       WORKING-STORAGE SECTION.
        77 WS-CARD-STATUS         PIC X(02).
        77 WS-FUND-STATUS         PIC X(02).
        77 WS-EOF-CARD-SW         PIC X(01)  VALUE 'N'.
           88 END-OF-CARD-FILE               VALUE 'Y'.
        77 WS-FUND-FOUND-SW       PIC X(01)  VALUE 'N'.
           88 FUND-ON-FILE                   VALUE 'Y'.
        77 WS-ADDED-COUNT         PIC 9(06)  COMP VALUE ZERO.
        77 WS-UPDATED-COUNT       PIC 9(06)  COMP VALUE ZERO.
        77 WS-REJECTED-COUNT      PIC 9(06)  COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-FUNDS THRU 2000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.
      *****************************************************************
      * 1000 - OPEN THE CARD INPUT AND THE FUND FILE
      *****************************************************************
       1000-INITIALIZE.

           OPEN INPUT FUND-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'FUNDLD: FUND-CARD-FILE OPEN FAILED - '
                       'STATUS = ' WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O FUND-FILE
           IF WS-FUND-STATUS NOT = '00'
               DISPLAY 'FUNDLD: FUND-FILE OPEN FAILED - STATUS = '
                       WS-FUND-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       1000-EXIT.
           EXIT.
      *****************************************************************
      * 2000 - UPSERT ONE FUND ROW PER CARD
      *****************************************************************
       2000-LOAD-FUNDS.

           PERFORM 2100-READ-CARD THRU 2100-EXIT
           PERFORM UNTIL END-OF-CARD-FILE
               PERFORM 2200-LOAD-ONE-FUND THRU 2200-EXIT
               PERFORM 2100-READ-CARD THRU 2100-EXIT
           END-PERFORM.

       2000-EXIT.
           EXIT.

       2100-READ-CARD.

           READ FUND-CARD-FILE
               AT END SET END-OF-CARD-FILE TO TRUE
           END-READ.

       2100-EXIT.
           EXIT.
      *****************************************************************
      * 2200 - VALIDATE AND UPSERT ONE CARD.  THE FUND IS READ FIRST:
      *        AN EXISTING ROW KEEPS ITS ENCUMBERED AND SPENT AMOUNTS
      *        (FCPORD'S RUNNING TOTALS) AND TAKES ONLY THE NEW NAME
      *        AND ALLOCATION; A NEW ROW STARTS THEM AT ZERO
      *****************************************************************
       2200-LOAD-ONE-FUND.

           IF CARD-FUND-CODE = SPACES
                   OR CARD-ALLOCATED NOT NUMERIC
               DISPLAY 'FUNDLD: CARD REJECTED - ' FUND-CARD-REC
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 2200-EXIT
           END-IF

           MOVE 'N' TO WS-FUND-FOUND-SW
           MOVE CARD-FUND-CODE TO FUND-CODE
           READ FUND-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET FUND-ON-FILE TO TRUE
           END-READ

           IF FUND-ON-FILE
               MOVE CARD-FUND-NAME TO FUND-NAME
               MOVE CARD-ALLOCATED TO FUND-ALLOCATED
               REWRITE FUND-FILE-REC
                   INVALID KEY
                       DISPLAY 'FUNDLD: UNABLE TO UPDATE FUND '
                               CARD-FUND-CODE
                       ADD 1 TO WS-REJECTED-COUNT
                       GO TO 2200-EXIT
               END-REWRITE
               ADD 1 TO WS-UPDATED-COUNT
           ELSE
               MOVE CARD-FUND-CODE TO FUND-CODE
               MOVE CARD-FUND-NAME TO FUND-NAME
               MOVE CARD-ALLOCATED TO FUND-ALLOCATED
               MOVE ZERO           TO FUND-ENCUMBERED
                                      FUND-SPENT
               MOVE SPACES         TO RESSERVE
               WRITE FUND-FILE-REC
                   INVALID KEY
                       DISPLAY 'FUNDLD: UNABLE TO ADD FUND '
                               CARD-FUND-CODE
                       ADD 1 TO WS-REJECTED-COUNT
                       GO TO 2200-EXIT
               END-WRITE
               ADD 1 TO WS-ADDED-COUNT
           END-IF.

       2200-EXIT.
           EXIT.
      *****************************************************************
      * 9999 - CLOSE UP AND REPORT COUNTS
      *****************************************************************
       9999-TERMINATE.

           CLOSE FUND-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'FUNDLD: FUND-CARD-FILE CLOSE FAILED - '
                       'STATUS = ' WS-CARD-STATUS
           END-IF

           CLOSE FUND-FILE
           IF WS-FUND-STATUS NOT = '00'
               DISPLAY 'FUNDLD: FUND-FILE CLOSE FAILED - STATUS = '
                       WS-FUND-STATUS
           END-IF

           DISPLAY 'FUNDLD: ' WS-ADDED-COUNT ' FUND(S) ADDED, '
                   WS-UPDATED-COUNT ' FUND(S) UPDATED, '
                   WS-REJECTED-COUNT ' CARD(S) REJECTED'.

       9999-EXIT.
           EXIT.
