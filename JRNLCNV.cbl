       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JRNLCNV.
       AUTHOR.        D DONG.
       INSTALLATION.  CIRCULATION SYSTEMS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      * ----------------------------------------------------------
      * 10/15/2026  DD   ONE-TIME CONVERSION OF THE UPDATE JOURNAL TO
      *                  THE WIDER BEFORE/AFTER IMAGES.  THE HOLD
      *                  RECORD GREW TO 450 BYTES WHEN QUEUE ENTRIES
      *                  PICKED UP A PICKUP BRANCH AND A RESERVED COPY,
      *                  WHICH NO LONGER FITS THE OLD 200-BYTE IMAGES;
      *                  BOTH IMAGES ARE NOW 500 BYTES (RECORD GREW 480
      *                  TO 1080 BYTES).  READS A SEQUENTIAL UNLOAD
      *                  (IDCAMS REPRO) OF THE OLD CLUSTER AND WRITES
      *                  THE NEW FORMAT WITH EACH OLD IMAGE CARRIED
      *                  LEFT-JUSTIFIED AND SPACE-FILLED, READY TO REPRO
      *                  INTO THE REDEFINED CLUSTER.  SEE JRNLCNV JCL
      *                  FOR THE UNLOAD/DEFINE/RELOAD STEPS AROUND THIS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNLIN-FILE ASSIGN TO JRNLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNLIN-STATUS.

           SELECT JRNLOUT-FILE ASSIGN TO JRNLOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNLOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JRNLIN-FILE
           RECORDING MODE IS F.
       01  OLD-JOURNAL-REC.
           05  OLD-JRNL-KEY             PIC X(18).
           05  OLD-JRNL-PROGRAM         PIC X(08).
           05  OLD-JRNL-ACTION          PIC X(01).
           05  OLD-JRNL-RECORD-KEY      PIC X(22).
           05  OLD-JRNL-BOOK-ID         PIC X(08).
           05  OLD-JRNL-BORROWER-ID     PIC X(10).
           05  OLD-JRNL-BEFORE-IMAGE    PIC X(200).
           05  OLD-JRNL-AFTER-IMAGE     PIC X(200).
           05  OLD-RESSERVE             PIC X(13).

       FD  JRNLOUT-FILE
           RECORDING MODE IS F.
           COPY JRNLREC.

       WORKING-STORAGE SECTION.
        77 WS-JRNLIN-STATUS       PIC X(02).
        77 WS-JRNLOUT-STATUS      PIC X(02).
        77 WS-EOF-JRNLIN-SW       PIC X(01)  VALUE 'N'.
           88 END-OF-JRNLIN-FILE             VALUE 'Y'.
        77 WS-READ-COUNT          PIC 9(06)  COMP VALUE ZERO.
        77 WS-WRITTEN-COUNT       PIC 9(06)  COMP VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CONVERT-JOURNAL THRU 2000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.
      *****************************************************************
      * 1000 - OPEN THE OLD-FORMAT UNLOAD AND THE NEW-FORMAT OUTPUT
      *****************************************************************
       1000-INITIALIZE.

           OPEN INPUT  JRNLIN-FILE
           IF WS-JRNLIN-STATUS NOT = '00'
               DISPLAY 'JRNLCNV: JRNLIN OPEN FAILED - STATUS = '
                       WS-JRNLIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT JRNLOUT-FILE
           IF WS-JRNLOUT-STATUS NOT = '00'
               DISPLAY 'JRNLCNV: JRNLOUT OPEN FAILED - STATUS = '
                       WS-JRNLOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       1000-EXIT.
           EXIT.
      *****************************************************************
      * 2000 - COPY EVERY OLD RECORD ACROSS IN THE NEW LAYOUT
      *****************************************************************
       2000-CONVERT-JOURNAL.

           PERFORM 2100-READ-OLD-JOURNAL THRU 2100-EXIT
           PERFORM UNTIL END-OF-JRNLIN-FILE
               ADD 1 TO WS-READ-COUNT
               PERFORM 2200-WRITE-NEW-JOURNAL THRU 2200-EXIT
               PERFORM 2100-READ-OLD-JOURNAL THRU 2100-EXIT
           END-PERFORM.

       2000-EXIT.
           EXIT.

       2100-READ-OLD-JOURNAL.

           READ JRNLIN-FILE
               AT END SET END-OF-JRNLIN-FILE TO TRUE
           END-READ.

       2100-EXIT.
           EXIT.
      *****************************************************************
      * 2200 - BUILD AND WRITE ONE NEW-FORMAT RECORD.  THE KEY AND THE
      *        FILTER FIELDS CARRY ACROSS UNCHANGED, SO THE CONVERTED
      *        FILE KEEPS ITS ORIGINAL KEY SEQUENCE
      *****************************************************************
       2200-WRITE-NEW-JOURNAL.

           MOVE SPACES                TO JOURNAL-FILE-REC
           MOVE OLD-JRNL-KEY          TO JRNL-KEY
           MOVE OLD-JRNL-PROGRAM      TO JRNL-PROGRAM
           MOVE OLD-JRNL-ACTION       TO JRNL-ACTION
           MOVE OLD-JRNL-RECORD-KEY   TO JRNL-RECORD-KEY
           MOVE OLD-JRNL-BOOK-ID      TO JRNL-BOOK-ID
           MOVE OLD-JRNL-BORROWER-ID  TO JRNL-BORROWER-ID
           MOVE OLD-JRNL-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE
           MOVE OLD-JRNL-AFTER-IMAGE  TO JRNL-AFTER-IMAGE

           WRITE JOURNAL-FILE-REC
           IF WS-JRNLOUT-STATUS NOT = '00'
               DISPLAY 'JRNLCNV: JRNLOUT WRITE FAILED - STATUS = '
                       WS-JRNLOUT-STATUS
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

           CLOSE JRNLIN-FILE
           IF WS-JRNLIN-STATUS NOT = '00'
               DISPLAY 'JRNLCNV: JRNLIN CLOSE FAILED - STATUS = '
                       WS-JRNLIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           CLOSE JRNLOUT-FILE
           IF WS-JRNLOUT-STATUS NOT = '00'
               DISPLAY 'JRNLCNV: JRNLOUT CLOSE FAILED - STATUS = '
                       WS-JRNLOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY 'JRNLCNV: ' WS-READ-COUNT ' JOURNAL RECORD(S) READ, '
                   WS-WRITTEN-COUNT ' CONVERTED'.

       9999-EXIT.
           EXIT.
