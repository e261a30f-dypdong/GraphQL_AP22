       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BORWCNV.
       AUTHOR.        D DONG.
       INSTALLATION.  CIRCULATION SYSTEMS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      * ----------------------------------------------------------
      * 10/15/2026  DD   ONE-TIME CONVERSION OF THE BORROWER FILE TO THE
      *                  RECORD WITH A CARD STATUS AND EXPIRY DATE
      *                  (RECORD GREW 91 TO 138 BYTES, SEE BORWREC).
      *                  READS A SEQUENTIAL UNLOAD (IDCAMS REPRO) OF THE
      *                  OLD CLUSTER AND WRITES THE NEW FORMAT.  NOTHING
      *                  ON FILE SAYS WHICH BORROWERS HAVE MOVED AWAY OR
      *                  DIED, SO EVERY BORROWER STARTS ACTIVE WITH A
      *                  FULL CARD TERM FROM THE CONVERSION DATE - THE
      *                  SAME TERM FCBORR GIVES A NEW CARD - AND THE
      *                  DESK SETS ANY KNOWN EXCEPTIONS THROUGH FCBORR
      *                  AFTERWARDS.  SEE BORWCNV JCL FOR THE
      *                  UNLOAD/DEFINE/RELOAD STEPS AROUND THIS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BORWIN-FILE ASSIGN TO BORWIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BORWIN-STATUS.

           SELECT BORWOUT-FILE ASSIGN TO BORWOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BORWOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BORWIN-FILE
           RECORDING MODE IS F.
       01  OLD-BORROWER-REC.
           05  OLD-BORROWER-ID          PIC X(10).
           05  OLD-BORROWER-NAME        PIC X(30).
           05  OLD-BORROWER-ADDRESS     PIC X(30).
           05  OLD-BORROWER-PHONE       PIC X(12).
           05  OLD-BORROWER-FINE-BAL    PIC S9(5)V99 COMP-3.
           05  FILLER                   PIC X(05).

       FD  BORWOUT-FILE
           RECORDING MODE IS F.
           COPY BORWREC.

       WORKING-STORAGE SECTION.
        77 WS-BORWIN-STATUS       PIC X(02).
        77 WS-BORWOUT-STATUS      PIC X(02).
        77 WS-EOF-BORWIN-SW       PIC X(01)  VALUE 'N'.
           88 END-OF-BORWIN-FILE             VALUE 'Y'.
        77 WS-TODAY-CHAR          PIC X(08).
        77 WS-TODAY-NUM REDEFINES WS-TODAY-CHAR
                                  PIC 9(08).
        77 WS-CARD-TERM-YEARS     PIC 9(02)  VALUE 3.
        77 WS-READ-COUNT          PIC 9(06)  COMP VALUE ZERO.
        77 WS-WRITTEN-COUNT       PIC 9(06)  COMP VALUE ZERO.

        01 WS-CARD-EXPIRY         PIC 9(08).
        01 WS-CARD-EXPIRY-X REDEFINES WS-CARD-EXPIRY.
           05 WS-CARD-EXPIRY-YYYY PIC 9(04).
           05 WS-CARD-EXPIRY-MM   PIC 9(02).
           05 WS-CARD-EXPIRY-DD   PIC 9(02).

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CONVERT-BORROWERS THRU 2000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.
      *****************************************************************
      * 1000 - OPEN THE OLD-FORMAT UNLOAD AND THE NEW-FORMAT OUTPUT,
      *        AND WORK OUT THE EXPIRY DATE EVERY CARD STARTS WITH
      *****************************************************************
       1000-INITIALIZE.

           ACCEPT WS-TODAY-CHAR FROM DATE YYYYMMDD
           MOVE WS-TODAY-NUM TO WS-CARD-EXPIRY
           ADD WS-CARD-TERM-YEARS TO WS-CARD-EXPIRY-YYYY
           IF WS-CARD-EXPIRY-MM = 02 AND WS-CARD-EXPIRY-DD = 29
               MOVE 28 TO WS-CARD-EXPIRY-DD
           END-IF

           OPEN INPUT  BORWIN-FILE
           IF WS-BORWIN-STATUS NOT = '00'
               DISPLAY 'BORWCNV: BORWIN OPEN FAILED - STATUS = '
                       WS-BORWIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT BORWOUT-FILE
           IF WS-BORWOUT-STATUS NOT = '00'
               DISPLAY 'BORWCNV: BORWOUT OPEN FAILED - STATUS = '
                       WS-BORWOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       1000-EXIT.
           EXIT.
      *****************************************************************
      * 2000 - COPY EVERY OLD RECORD ACROSS IN THE NEW LAYOUT
      *****************************************************************
       2000-CONVERT-BORROWERS.

           PERFORM 2100-READ-OLD-BORROWER THRU 2100-EXIT
           PERFORM UNTIL END-OF-BORWIN-FILE
               ADD 1 TO WS-READ-COUNT
               PERFORM 2200-WRITE-NEW-BORROWER THRU 2200-EXIT
               PERFORM 2100-READ-OLD-BORROWER THRU 2100-EXIT
           END-PERFORM.

       2000-EXIT.
           EXIT.

       2100-READ-OLD-BORROWER.

           READ BORWIN-FILE
               AT END SET END-OF-BORWIN-FILE TO TRUE
           END-READ.

       2100-EXIT.
           EXIT.
      *****************************************************************
      * 2200 - BUILD AND WRITE ONE NEW-FORMAT RECORD - AN ACTIVE CARD
      *        GOOD FOR A FULL TERM FROM TODAY
      *****************************************************************
       2200-WRITE-NEW-BORROWER.

           MOVE SPACES                TO BORROWER-FILE-REC
           MOVE OLD-BORROWER-ID       TO BORROWER-ID
           MOVE OLD-BORROWER-NAME     TO BORROWER-NAME
           MOVE OLD-BORROWER-ADDRESS  TO BORROWER-ADDRESS
           MOVE OLD-BORROWER-PHONE    TO BORROWER-PHONE
           MOVE OLD-BORROWER-FINE-BAL TO BORROWER-FINE-BAL
           SET BORROWER-STATUS-ACTIVE TO TRUE
           MOVE WS-CARD-EXPIRY        TO BORROWER-EXPIRY-DATE
           MOVE WS-TODAY-NUM          TO BORROWER-STATUS-DATE
           MOVE 'ACTIVE AT CARD CONVERSION' TO BORROWER-STATUS-REASON

           WRITE BORROWER-FILE-REC
           IF WS-BORWOUT-STATUS NOT = '00'
               DISPLAY 'BORWCNV: BORWOUT WRITE FAILED - STATUS = '
                       WS-BORWOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-WRITTEN-COUNT.

       2200-EXIT.
           EXIT.
      *****************************************************************
      * 9999 - CLOSE UP AND REPORT THE CONVERSION COUNTS
      *****************************************************************
       9999-TERMINATE.

           CLOSE BORWIN-FILE
           IF WS-BORWIN-STATUS NOT = '00'
               DISPLAY 'BORWCNV: BORWIN CLOSE FAILED - STATUS = '
                       WS-BORWIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           CLOSE BORWOUT-FILE
           IF WS-BORWOUT-STATUS NOT = '00'
               DISPLAY 'BORWCNV: BORWOUT CLOSE FAILED - STATUS = '
                       WS-BORWOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY 'BORWCNV: ' WS-READ-COUNT ' BORROWER(S) READ, '
                   WS-WRITTEN-COUNT ' CONVERTED, CARDS EXPIRE '
                   WS-CARD-EXPIRY.

       9999-EXIT.
           EXIT.
