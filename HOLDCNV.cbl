       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HOLDCNV.
       AUTHOR.        D DONG.
       INSTALLATION.  CIRCULATION SYSTEMS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      * ----------------------------------------------------------
      * 10/15/2026  DD   ONE-TIME CONVERSION OF THE HOLD FILE TO THE
      *                  WIDER QUEUE ENTRY.  THE OLD 190-BYTE RECORD
      *                  CARRIED ONLY THE BORROWER AND THE DATE PLACED
      *                  PER ENTRY; EACH ENTRY NOW ALSO CARRIES THE
      *                  PICKUP BRANCH, THE COPY RESERVED FOR IT AND
      *                  ITS TRANSIT/ARRIVED DATES (RECORD GREW 190 TO
      *                  450 BYTES).  READS A SEQUENTIAL UNLOAD (IDCAMS
      *                  REPRO) OF THE OLD CLUSTER AND WRITES THE NEW
      *                  FORMAT.  RESERVATIONS USED TO BE COUNT-BASED -
      *                  THE FIRST N BORROWERS IN LINE OWNED THE N
      *                  COPIES SITTING AT COPY-ON-HOLD - SO EACH
      *                  TITLE'S ON-HOLD COPIES ARE TIED TO ITS FIRST
      *                  ENTRIES IN COPY-NUMBER ORDER, WITH THE COPY'S
      *                  BRANCH AS THE PICKUP BRANCH AND THE RUN DATE
      *                  AS THE ARRIVED DATE.  THE OTHER ENTRIES GET A
      *                  BLANK PICKUP BRANCH (COLLECT WHEREVER THE COPY
      *                  COMES BACK).  SEE HOLDCNV JCL FOR THE
      *                  UNLOAD/DEFINE/RELOAD STEPS AROUND THIS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDIN-FILE ASSIGN TO HOLDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDIN-STATUS.

           SELECT HOLDOUT-FILE ASSIGN TO HOLDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDOUT-STATUS.

           SELECT BOOKCOPY-FILE ASSIGN TO BCPYDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COPY-KEY
               FILE STATUS IS WS-BOOKCOPY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLDIN-FILE
           RECORDING MODE IS F.
       01  OLD-HOLD-REC.
           05  OLD-HOLD-BOOK-ID         PIC X(08).
           05  OLD-HOLD-QUEUE-COUNT     PIC 9(02) COMP.
           05  OLD-HOLD-QUEUE-TABLE OCCURS 10 TIMES.
               10  OLD-HOLD-BORROWER-ID PIC X(10).
               10  OLD-HOLD-DATE-PLACED PIC 9(08).

       FD  HOLDOUT-FILE
           RECORDING MODE IS F.
           COPY HOLDREC.

       FD  BOOKCOPY-FILE
           RECORDING MODE IS F.
           COPY COPYREC.

       WORKING-STORAGE SECTION.
        77 WS-HOLDIN-STATUS       PIC X(02).
        77 WS-HOLDOUT-STATUS      PIC X(02).
        77 WS-BOOKCOPY-STATUS     PIC X(02).
        77 WS-EOF-HOLDIN-SW       PIC X(01)  VALUE 'N'.
           88 END-OF-HOLDIN-FILE             VALUE 'Y'.
        77 WS-EOF-COPY-SW         PIC X(01)  VALUE 'N'.
           88 END-OF-COPY-BROWSE             VALUE 'Y'.
        77 WS-TODAY-CHAR          PIC X(08).
        77 WS-TODAY-NUM REDEFINES WS-TODAY-CHAR
                                  PIC 9(08).
        77 WS-ENTRY-SUB           PIC S9(04) COMP VALUE ZERO.
        77 WS-TIED-SUB            PIC S9(04) COMP VALUE ZERO.
        77 WS-READ-COUNT          PIC 9(06)  COMP VALUE ZERO.
        77 WS-WRITTEN-COUNT       PIC 9(06)  COMP VALUE ZERO.
        77 WS-TIED-COUNT          PIC 9(06)  COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CONVERT-HOLDS THRU 2000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.
      *****************************************************************
      * 1000 - OPEN THE OLD-FORMAT UNLOAD, THE NEW-FORMAT OUTPUT AND
      *        THE COPY FILE THE RESERVED COPIES ARE FOUND ON
      *****************************************************************
       1000-INITIALIZE.

           ACCEPT WS-TODAY-CHAR FROM DATE YYYYMMDD

           OPEN INPUT  HOLDIN-FILE
           IF WS-HOLDIN-STATUS NOT = '00'
               DISPLAY 'HOLDCNV: HOLDIN OPEN FAILED - STATUS = '
                       WS-HOLDIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT HOLDOUT-FILE
           IF WS-HOLDOUT-STATUS NOT = '00'
               DISPLAY 'HOLDCNV: HOLDOUT OPEN FAILED - STATUS = '
                       WS-HOLDOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT  BOOKCOPY-FILE
           IF WS-BOOKCOPY-STATUS NOT = '00'
               DISPLAY 'HOLDCNV: BOOKCOPY-FILE OPEN FAILED - STATUS = '
                       WS-BOOKCOPY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       1000-EXIT.
           EXIT.
      *****************************************************************
      * 2000 - COPY EVERY OLD RECORD ACROSS IN THE NEW LAYOUT
      *****************************************************************
       2000-CONVERT-HOLDS.

           PERFORM 2100-READ-OLD-HOLD THRU 2100-EXIT
           PERFORM UNTIL END-OF-HOLDIN-FILE
               ADD 1 TO WS-READ-COUNT
               PERFORM 2200-WRITE-NEW-HOLD THRU 2200-EXIT
               PERFORM 2100-READ-OLD-HOLD THRU 2100-EXIT
           END-PERFORM.

       2000-EXIT.
           EXIT.

       2100-READ-OLD-HOLD.

           READ HOLDIN-FILE
               AT END SET END-OF-HOLDIN-FILE TO TRUE
           END-READ.

       2100-EXIT.
           EXIT.
      *****************************************************************
      * 2200 - BUILD AND WRITE ONE NEW-FORMAT RECORD.  EVERY ENTRY
      *        STARTS WITH NO COPY TIED TO IT; 2300 THEN TIES THE
      *        TITLE'S ON-HOLD COPIES TO THE HEAD OF THE QUEUE
      *****************************************************************
       2200-WRITE-NEW-HOLD.

           MOVE SPACES               TO HOLD-FILE-REC
           MOVE OLD-HOLD-BOOK-ID     TO HOLD-BOOK-ID
           MOVE OLD-HOLD-QUEUE-COUNT TO HOLD-QUEUE-COUNT
           MOVE 1 TO WS-ENTRY-SUB
           PERFORM 2210-CONVERT-ONE-ENTRY THRU 2210-EXIT
               UNTIL WS-ENTRY-SUB > 10

           PERFORM 2300-TIE-HELD-COPIES THRU 2300-EXIT

           WRITE HOLD-FILE-REC
           IF WS-HOLDOUT-STATUS NOT = '00'
               DISPLAY 'HOLDCNV: HOLDOUT WRITE FAILED - STATUS = '
                       WS-HOLDOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-WRITTEN-COUNT.

       2200-EXIT.
           EXIT.

       2210-CONVERT-ONE-ENTRY.

           MOVE OLD-HOLD-BORROWER-ID(WS-ENTRY-SUB)
               TO HOLD-BORROWER-ID(WS-ENTRY-SUB)
           MOVE OLD-HOLD-DATE-PLACED(WS-ENTRY-SUB)
               TO HOLD-DATE-PLACED(WS-ENTRY-SUB)
           MOVE SPACES TO HOLD-PICKUP-BRANCH(WS-ENTRY-SUB)
           MOVE ZEROS  TO HOLD-COPY-NUMBER(WS-ENTRY-SUB)
                          HOLD-TRANSIT-DATE(WS-ENTRY-SUB)
                          HOLD-ARRIVED-DATE(WS-ENTRY-SUB)
           ADD 1 TO WS-ENTRY-SUB.

       2210-EXIT.
           EXIT.
      *****************************************************************
      * 2300 - BROWSE THE TITLE'S COPIES AND TIE EACH ONE AT
      *        COPY-ON-HOLD TO THE NEXT QUEUE ENTRY.  A HELD COPY WITH
      *        NO ENTRY LEFT TO TIE IT TO IS LEFT FOR THE NIGHTLY HOLD
      *        EXPIRY RUN, WHICH SHELVES IT
      *****************************************************************
       2300-TIE-HELD-COPIES.

           MOVE ZERO TO WS-TIED-SUB
           MOVE 'N'  TO WS-EOF-COPY-SW
           MOVE HOLD-BOOK-ID TO COPY-BOOK-ID
           MOVE ZEROS TO COPY-NUMBER

           START BOOKCOPY-FILE KEY NOT < COPY-KEY
               INVALID KEY SET END-OF-COPY-BROWSE TO TRUE
           END-START
           IF NOT END-OF-COPY-BROWSE
               PERFORM 2310-READ-NEXT-COPY THRU 2310-EXIT
           END-IF

           PERFORM UNTIL END-OF-COPY-BROWSE
                      OR COPY-BOOK-ID NOT = HOLD-BOOK-ID
                      OR WS-TIED-SUB NOT < HOLD-QUEUE-COUNT
               IF COPY-ON-HOLD
                   ADD 1 TO WS-TIED-SUB
                   MOVE COPY-NUMBER TO HOLD-COPY-NUMBER(WS-TIED-SUB)
                   MOVE COPY-BRANCH
                       TO HOLD-PICKUP-BRANCH(WS-TIED-SUB)
                   MOVE WS-TODAY-NUM
                       TO HOLD-ARRIVED-DATE(WS-TIED-SUB)
                   ADD 1 TO WS-TIED-COUNT
               END-IF
               PERFORM 2310-READ-NEXT-COPY THRU 2310-EXIT
           END-PERFORM.

       2300-EXIT.
           EXIT.

       2310-READ-NEXT-COPY.

           READ BOOKCOPY-FILE NEXT
               AT END SET END-OF-COPY-BROWSE TO TRUE
           END-READ.

       2310-EXIT.
           EXIT.
      *****************************************************************
      * 9999 - CLOSE UP AND REPORT THE CONVERSION COUNTS
      *****************************************************************
       9999-TERMINATE.

           CLOSE HOLDIN-FILE
           IF WS-HOLDIN-STATUS NOT = '00'
               DISPLAY 'HOLDCNV: HOLDIN CLOSE FAILED - STATUS = '
                       WS-HOLDIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           CLOSE HOLDOUT-FILE
           IF WS-HOLDOUT-STATUS NOT = '00'
               DISPLAY 'HOLDCNV: HOLDOUT CLOSE FAILED - STATUS = '
                       WS-HOLDOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           CLOSE BOOKCOPY-FILE
           IF WS-BOOKCOPY-STATUS NOT = '00'
               DISPLAY 'HOLDCNV: BOOKCOPY-FILE CLOSE FAILED - STATUS='
                       WS-BOOKCOPY-STATUS
           END-IF

           DISPLAY 'HOLDCNV: ' WS-READ-COUNT ' HOLD RECORD(S) READ, '
                   WS-WRITTEN-COUNT ' CONVERTED, '
                   WS-TIED-COUNT ' HELD COPY(IES) TIED TO AN ENTRY'.

       9999-EXIT.
           EXIT.
