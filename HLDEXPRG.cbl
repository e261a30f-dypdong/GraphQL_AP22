      *                  INTO BOOK-COPIES-AVAIL.  ONE PICKUP-NOTICE ROW
      *                  (SEE PICKUPRC) IS WRITTEN PER BORROWER WHOSE
      *                  RESERVED COPY IS WAITING AFTER THE PASS.
      * 10/15/2026  DD   HOLDS NOW CARRY A PICKUP BRANCH AND THE COPY
      *                  RESERVED FOR THEM, WHICH MAY BE IN TRANSIT
      *                  FROM ANOTHER BRANCH.  THE PICKUP CLOCK FOR AN
      *                  ENTRY WITH A COPY NOW RUNS FROM THE DAY THE
      *                  COPY ARRIVED ON THE HOLD SHELF, AND AN ENTRY
      *                  WHOSE COPY IS STILL IN TRANSIT IS NEVER
      *                  EXPIRED.  A HELD COPY LEFT WITHOUT A BORROWER
      *                  IS TIED TO THE NEXT UNSERVED ENTRY (SENT IN
      *                  TRANSIT WHEN THAT BORROWER'S PICKUP BRANCH IS
      *                  ELSEWHERE) INSTEAD OF BEING COUNTED AGAINST THE
      *                  QUEUE, AND PICKUP NOTICES ARE ONLY WRITTEN FOR
      *                  COPIES THAT HAVE ARRIVED, WITH THE PICKUP
      *                  BRANCH ON THE NOTICE.
      * 10/15/2026  DD   JOURNAL EVERY HOLD, BOOKCOPY AND BOOK UPDATE
      *                  THE PURGE MAKES (ACTION 'C', OR 'D' FOR AN
      *                  EMPTIED HOLD RECORD) SO JRNLRCV CAN REAPPLY
      *                  THE NIGHT'S CHANGES AFTER A RESTORE.
      * 10/15/2026  DD   HOLDS MAY NOW BE PLACED ON A TITLE THAT IS ON
      *                  ORDER BUT NOT YET CATALOGED.  WHILE A HELD
      *                  TITLE HAS NO BOOK RECORD AND AN OPEN PURCHASE-
      *                  ORDER LINE, ITS QUEUE ENTRIES ARE NOT TIMED -
      *                  THE PATRONS ARE WAITING ON THE VENDOR, NOT
      *                  FAILING TO PICK UP.  ONCE THE ORDER IS
      *                  CANCELLED THE ENTRIES AGE NORMALLY.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS BOOK-ID
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT PO-FILE ASSIGN TO PORDDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-PO-STATUS.

           SELECT BORROWER-FILE ASSIGN TO BORWDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO JRNLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
           COPY BOOKREC.

       FD  PO-FILE
           RECORDING MODE IS F.
           COPY POREC.

       FD  BORROWER-FILE
           RECORDING MODE IS F.
           COPY BORWREC.
           RECORDING MODE IS F.
           COPY PICKUPRC.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY JRNLREC.

       WORKING-STORAGE SECTION.
        77 WS-CARD-STATUS         PIC X(02).
        77 WS-HOLD-STATUS         PIC X(02).
        77 WS-BOOKCOPY-STATUS     PIC X(02).
        77 WS-BOOK-STATUS         PIC X(02).
        77 WS-PO-STATUS           PIC X(02).
        77 WS-BORROWER-STATUS     PIC X(02).
        77 WS-NOTICE-STATUS       PIC X(02).
        77 WS-JOURNAL-STATUS      PIC X(02).
        77 WS-EOF-HOLD-SW         PIC X(01)  VALUE 'N'.
           88 END-OF-HOLD-FILE               VALUE 'Y'.
        77 WS-EOF-COPY-SW         PIC X(01)  VALUE 'N'.
           88 END-OF-COPY-BROWSE             VALUE 'Y'.
        77 WS-BOOK-FOUND-SW       PIC X(01)  VALUE 'N'.
           88 BOOK-REC-FOUND                 VALUE 'Y'.
        77 WS-ON-ORDER-SW         PIC X(01)  VALUE 'N'.
           88 TITLE-ON-ORDER                 VALUE 'Y'.
        77 WS-EOF-PO-SW           PIC X(01)  VALUE 'N'.
           88 END-OF-PO-BROWSE               VALUE 'Y'.
        77 WS-ON-ORDER-COUNT      PIC 9(06)  COMP VALUE ZERO.
        77 WS-HOLD-CHANGED-SW     PIC X(01)  VALUE 'N'.
           88 HOLD-REC-CHANGED               VALUE 'Y'.
        77 WS-TODAY-CHAR          PIC X(08).
        77 WS-CUTOFF-INT          PIC S9(08) COMP.
        77 WS-EXPIRY-DAYS         PIC 9(03)  VALUE 10.
        77 WS-SHIFT-SUB           PIC S9(04) COMP VALUE ZERO.
        77 WS-ENTRY-FOUND-SW      PIC X(01)  VALUE 'N'.
           88 HOLD-ENTRY-FOUND               VALUE 'Y'.
        77 WS-CLOCK-DATE          PIC 9(08)  VALUE ZERO.
        77 WS-RELEASED-THIS-BOOK  PIC S9(04) COMP VALUE ZERO.
        77 WS-HOLD-COUNT          PIC 9(06)  COMP VALUE ZERO.
        77 WS-EXPIRED-COUNT       PIC 9(06)  COMP VALUE ZERO.
        77 WS-RELEASED-COUNT      PIC 9(06)  COMP VALUE ZERO.
        77 WS-REASSIGNED-COUNT    PIC 9(06)  COMP VALUE ZERO.
        77 WS-NOTICE-COUNT        PIC 9(06)  COMP VALUE ZERO.
        77 WS-JRNL-DONE-SW        PIC X(01)  VALUE 'N'.
           88 JOURNAL-REC-DONE               VALUE 'Y'.
        77 WS-JRNL-DATE-CHAR      PIC X(08).
        77 WS-JRNL-DATE-NUM REDEFINES WS-JRNL-DATE-CHAR
                                  PIC 9(08).
        77 WS-LAST-JRNL-DATE      PIC 9(08)  VALUE ZERO.
        77 WS-LAST-JRNL-TIME      PIC 9(06)  VALUE ZERO.
        77 WS-LAST-JRNL-SEQ       PIC 9(04)  VALUE ZERO.
        77 WS-JRNL-COUNT          PIC 9(06)  COMP VALUE ZERO.

        01 WS-EXPIRY-CARD.
           05 WS-EXPIRY-DAYS-X    PIC X(03).
                                  PIC 9(03).
           05 FILLER              PIC X(05).

        01 WS-NOW-TIME.
           05 WS-NOW-HHMMSS       PIC 9(06).
           05 FILLER              PIC 9(02).

        01 WS-HOLD-BEFORE-SAVE    PIC X(500) VALUE SPACES.
        01 WS-COPY-BEFORE-SAVE    PIC X(500) VALUE SPACES.
        01 WS-BOOK-BEFORE-SAVE    PIC X(500) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.

               GOBACK
           END-IF

           OPEN INPUT PO-FILE
           IF WS-PO-STATUS NOT = '00'
               DISPLAY 'HLDEXPRG: PO-FILE OPEN FAILED - STATUS = '
                       WS-PO-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT BORROWER-FILE
           IF WS-BORROWER-STATUS NOT = '00'
               DISPLAY 'HLDEXPRG: BORROWER-FILE OPEN FAILED - STATUS = '
                       WS-NOTICE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O   JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'HLDEXPRG: JOURNAL-FILE OPEN FAILED - STATUS = '
                       WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       1000-EXIT.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * 3000 - ONE HOLD RECORD: DROP EXPIRED QUEUE ENTRIES, PASS ANY
      *        RESERVED COPY LEFT WITHOUT A BORROWER TO THE NEXT
      *        UNSERVED ENTRY (OR BACK TO THE SHELF WHEN NOBODY IS
      *        LEFT WAITING), WRITE A PICKUP NOTICE PER BORROWER WHOSE
      *        COPY HAS ARRIVED ON THE HOLD SHELF, THEN REWRITE (OR
      *        DELETE, WHEN THE QUEUE HAS EMPTIED) THE HOLD RECORD.
      *        A TITLE STILL ON ORDER AND NOT YET CATALOGED IS NOT
      *        TIMED - NOBODY HAS HAD A COPY TO PICK UP
      *****************************************************************
       3000-PROCESS-ONE-HOLD.

           MOVE 'N' TO WS-HOLD-CHANGED-SW
           MOVE HOLD-FILE-REC TO WS-HOLD-BEFORE-SAVE
           PERFORM 3200-READ-BOOK-REC THRU 3200-EXIT

           IF TITLE-ON-ORDER
               ADD 1 TO WS-ON-ORDER-COUNT
           ELSE
               PERFORM 3100-EXPIRE-OLD-ENTRIES THRU 3100-EXIT
           END-IF

           PERFORM 3300-REASSIGN-HELD-COPIES THRU 3300-EXIT

           PERFORM 3600-WRITE-PICKUP-NOTICES THRU 3600-EXIT

           IF HOLD-QUEUE-COUNT = ZERO
                   INVALID KEY
                       DISPLAY 'HLDEXPRG: UNABLE TO DELETE EMPTIED '
                               'HOLD RECORD FOR ' HOLD-BOOK-ID
                   NOT INVALID KEY
                       SET JRNL-ACTION-DELETE TO TRUE
                       MOVE SPACES TO JRNL-AFTER-IMAGE
                       PERFORM 8100-JOURNAL-HOLD-UPDATE THRU 8100-EXIT
               END-DELETE
           ELSE
               IF HOLD-REC-CHANGED
                       INVALID KEY
                           DISPLAY 'HLDEXPRG: UNABLE TO REWRITE HOLD '
                                   'RECORD FOR ' HOLD-BOOK-ID
                       NOT INVALID KEY
                           SET JRNL-ACTION-CHANGE TO TRUE
                           MOVE HOLD-FILE-REC TO JRNL-AFTER-IMAGE
                           PERFORM 8100-JOURNAL-HOLD-UPDATE
                                   THRU 8100-EXIT
                   END-REWRITE
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.
      *****************************************************************
      * 3100 - DROP EVERY QUEUE ENTRY WHOSE CLOCK HAS RUN OUT.  AN
      *        ENTRY WITH A COPY ON THE HOLD SHELF IS TIMED FROM THE
      *        DAY THE COPY ARRIVED AT THE PICKUP BRANCH; AN ENTRY
      *        WITH NO COPY YET IS TIMED FROM THE DAY IT WAS PLACED; AN
      *        ENTRY WHOSE COPY IS STILL IN TRANSIT IS NOT TIMED AT
      *        ALL.  THE QUEUE POSITION IS ONLY ADVANCED WHEN AN ENTRY
      *        SURVIVES - DROPPING AN ENTRY SHIFTS ITS SUCCESSORS UP
      *        INTO THE SLOT JUST EXAMINED.  AN ENTRY WITH NO USABLE
      *        DATE IS LEFT ALONE RATHER THAN GUESSED AT
      *****************************************************************
       3100-EXPIRE-OLD-ENTRIES.


       3110-CHECK-ONE-ENTRY.

           MOVE ZEROS TO WS-CLOCK-DATE
           IF HOLD-COPY-NUMBER(HOLD-QUEUE-IDX) = ZERO
               MOVE HOLD-DATE-PLACED(HOLD-QUEUE-IDX) TO WS-CLOCK-DATE
           ELSE
               IF HOLD-ARRIVED-DATE(HOLD-QUEUE-IDX) NUMERIC
                   MOVE HOLD-ARRIVED-DATE(HOLD-QUEUE-IDX)
                       TO WS-CLOCK-DATE
               END-IF
           END-IF

           IF WS-CLOCK-DATE NUMERIC
                   AND WS-CLOCK-DATE > 19000101
                   AND FUNCTION INTEGER-OF-DATE(WS-CLOCK-DATE)
                       < WS-CUTOFF-INT
               PERFORM 3120-DEQUEUE-ENTRY THRU 3120-EXIT
               ADD 1 TO WS-EXPIRED-COUNT
      *****************************************************************
      * 3120 - REMOVE THE ENTRY AT THE CURRENT QUEUE POSITION AND
      *        SHIFT THE REST OF THE QUEUE UP ONE SLOT, THE SAME WAY
      *        FCLOAN'S DEQUEUE-HOLD-ENTRY DOES
      *****************************************************************
       3120-DEQUEUE-ENTRY.


       3130-SHIFT-ONE-ENTRY.

           MOVE HOLD-QUEUE-TABLE(WS-SHIFT-SUB + 1)
               TO HOLD-QUEUE-TABLE(WS-SHIFT-SUB)
           ADD 1 TO WS-SHIFT-SUB.

       3130-EXIT.
           EXIT.
      *****************************************************************
      * 3200 - FETCH THE BOOK RECORD FOR THIS HOLD, FOR THE TITLE ON
      *        THE PICKUP NOTICES AND THE COPIES-AVAIL RESTORE.  WITH
      *        NO BOOK RECORD, LOOK FOR AN OPEN PURCHASE-ORDER LINE -
      *        ONLY A TITLE NEITHER CATALOGED NOR ON ORDER IS REPORTED
      *****************************************************************
       3200-READ-BOOK-REC.

           MOVE 'N' TO WS-BOOK-FOUND-SW
           MOVE 'N' TO WS-ON-ORDER-SW
           MOVE HOLD-BOOK-ID TO BOOK-ID
           READ BOOK-FILE
               INVALID KEY
                   PERFORM 3250-CHECK-ON-ORDER THRU 3250-EXIT
                   IF NOT TITLE-ON-ORDER
                       DISPLAY 'HLDEXPRG: NO BOOK RECORD FOR HELD '
                               'TITLE ' HOLD-BOOK-ID
                   END-IF
               NOT INVALID KEY
                   SET BOOK-REC-FOUND TO TRUE
           END-READ.
       3200-EXIT.
           EXIT.
      *****************************************************************
      * 3250 - THE PO KEY LEADS WITH THE BOOK-ID, SO THIS TITLE'S ORDER
      *        LINES ARE FOUND BY STARTING AT THE BOOK-ID AND READING
      *        FORWARD UNTIL THE BOOK-ID CHANGES OR AN OPEN LINE
      *        TURNS UP
      *****************************************************************
       3250-CHECK-ON-ORDER.

           MOVE 'N' TO WS-EOF-PO-SW
           MOVE HOLD-BOOK-ID TO PO-BOOK-ID
           MOVE LOW-VALUES TO PO-NUMBER
           START PO-FILE KEY NOT < PO-KEY
               INVALID KEY SET END-OF-PO-BROWSE TO TRUE
           END-START

           PERFORM UNTIL END-OF-PO-BROWSE OR TITLE-ON-ORDER
               READ PO-FILE NEXT
                   AT END SET END-OF-PO-BROWSE TO TRUE
               END-READ
               IF NOT END-OF-PO-BROWSE
                   IF PO-BOOK-ID NOT = HOLD-BOOK-ID
                       SET END-OF-PO-BROWSE TO TRUE
                   ELSE
                       IF PO-STATUS-OPEN
                           SET TITLE-ON-ORDER TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3250-EXIT.
           EXIT.
      *****************************************************************
      * 3300 - BROWSE THE COPIES OF THIS TITLE FOR ANY COPY SITTING AT
      *        COPY-ON-HOLD THAT NO QUEUE ENTRY IS TIED TO ANY MORE
      *        (ITS BORROWER JUST EXPIRED) AND PASS IT ON.  COPIES
      *        RELEASED TO THE SHELF ARE ADDED BACK INTO
      *        BOOK-COPIES-AVAIL IN ONE REWRITE AT THE END
      *****************************************************************
       3300-REASSIGN-HELD-COPIES.

           MOVE ZERO TO WS-RELEASED-THIS-BOOK
           MOVE 'N'  TO WS-EOF-COPY-SW
           MOVE HOLD-BOOK-ID TO COPY-BOOK-ID
           MOVE ZEROS TO COPY-NUMBER
           PERFORM UNTIL END-OF-COPY-BROWSE
                      OR COPY-BOOK-ID NOT = HOLD-BOOK-ID
               IF COPY-ON-HOLD
                   PERFORM 3320-FIND-COPY-ENTRY THRU 3320-EXIT
                   IF NOT HOLD-ENTRY-FOUND
                       PERFORM 3400-REASSIGN-ONE-COPY THRU 3400-EXIT
                   END-IF
               END-IF
               PERFORM 3310-READ-NEXT-COPY THRU 3310-EXIT
           END-PERFORM

           IF WS-RELEASED-THIS-BOOK > ZERO
               PERFORM 3500-RESTORE-BOOK-AVAIL THRU 3500-EXIT
           END-IF.

       3300-EXIT.
           EXIT.
       3310-EXIT.
           EXIT.
      *****************************************************************
      * 3320 - IS SOME QUEUE ENTRY STILL TIED TO THIS COPY?
      *****************************************************************
       3320-FIND-COPY-ENTRY.

           MOVE 'N' TO WS-ENTRY-FOUND-SW
           SET HOLD-QUEUE-IDX TO 1
           PERFORM 3330-CHECK-COPY-ENTRY THRU 3330-EXIT
               UNTIL HOLD-QUEUE-IDX > HOLD-QUEUE-COUNT
                  OR HOLD-ENTRY-FOUND.

       3320-EXIT.
           EXIT.

       3330-CHECK-COPY-ENTRY.

           IF HOLD-COPY-NUMBER(HOLD-QUEUE-IDX) = COPY-NUMBER
               SET HOLD-ENTRY-FOUND TO TRUE
           ELSE
               SET HOLD-QUEUE-IDX UP BY 1
           END-IF.

       3330-EXIT.
           EXIT.
      *****************************************************************
      * 3400 - HAND A RESERVED COPY WITH NO BORROWER TO THE FIRST QUEUE
      *        ENTRY THAT HAS NO COPY YET, THE WAY FCLOAN'S
      *        RELEASE-COPY RESERVES A RETURNED COPY: ON THE HOLD SHELF
      *        HERE (PICKUP CLOCK STARTING TODAY) WHEN THE COPY IS
      *        ALREADY AT THE BORROWER'S PICKUP BRANCH, OTHERWISE SENT
      *        IN TRANSIT FROM ITS CURRENT BRANCH.  WITH NO UNSERVED
      *        ENTRY LEFT THE COPY GOES BACK TO COPY-ON-SHELF
      *****************************************************************
       3400-REASSIGN-ONE-COPY.

           MOVE 'N' TO WS-ENTRY-FOUND-SW
           SET HOLD-QUEUE-IDX TO 1
           PERFORM 3420-CHECK-UNSERVED-ENTRY THRU 3420-EXIT
               UNTIL HOLD-QUEUE-IDX > HOLD-QUEUE-COUNT
                  OR HOLD-ENTRY-FOUND

           IF NOT HOLD-ENTRY-FOUND
               PERFORM 3410-RELEASE-ONE-COPY THRU 3410-EXIT
               GO TO 3400-EXIT
           END-IF

           MOVE COPY-NUMBER TO HOLD-COPY-NUMBER(HOLD-QUEUE-IDX)
           IF HOLD-PICKUP-BRANCH(HOLD-QUEUE-IDX) = SPACES
               MOVE COPY-BRANCH TO HOLD-PICKUP-BRANCH(HOLD-QUEUE-IDX)
           END-IF
           IF HOLD-PICKUP-BRANCH(HOLD-QUEUE-IDX) = COPY-BRANCH
               MOVE ZEROS TO HOLD-TRANSIT-DATE(HOLD-QUEUE-IDX)
               MOVE WS-TODAY-NUM TO HOLD-ARRIVED-DATE(HOLD-QUEUE-IDX)
           ELSE
               MOVE BOOK-COPY-REC TO WS-COPY-BEFORE-SAVE
               SET COPY-IN-TRANSIT TO TRUE
               MOVE WS-TODAY-NUM TO HOLD-TRANSIT-DATE(HOLD-QUEUE-IDX)
               MOVE ZEROS TO HOLD-ARRIVED-DATE(HOLD-QUEUE-IDX)
               REWRITE BOOK-COPY-REC
                   INVALID KEY
                       DISPLAY 'HLDEXPRG: UNABLE TO SEND COPY '
                               COPY-BOOK-ID '-' COPY-NUMBER
                   NOT INVALID KEY
                       PERFORM 8200-JOURNAL-COPY-UPDATE THRU 8200-EXIT
               END-REWRITE
           END-IF
           SET HOLD-REC-CHANGED TO TRUE
           ADD 1 TO WS-REASSIGNED-COUNT.

       3400-EXIT.
           EXIT.

       3410-RELEASE-ONE-COPY.

           MOVE BOOK-COPY-REC TO WS-COPY-BEFORE-SAVE
           SET COPY-ON-SHELF TO TRUE
           REWRITE BOOK-COPY-REC
               INVALID KEY
               NOT INVALID KEY
                   ADD 1 TO WS-RELEASED-THIS-BOOK
                   ADD 1 TO WS-RELEASED-COUNT
                   PERFORM 8200-JOURNAL-COPY-UPDATE THRU 8200-EXIT
           END-REWRITE.

       3410-EXIT.
           EXIT.

       3420-CHECK-UNSERVED-ENTRY.

           IF HOLD-COPY-NUMBER(HOLD-QUEUE-IDX) = ZERO
               SET HOLD-ENTRY-FOUND TO TRUE
           ELSE
               SET HOLD-QUEUE-IDX UP BY 1
           END-IF.

       3420-EXIT.
           EXIT.

       3500-RESTORE-BOOK-AVAIL.

           IF BOOK-REC-FOUND
               MOVE BOOK-FILE-REC TO WS-BOOK-BEFORE-SAVE
               ADD WS-RELEASED-THIS-BOOK TO BOOK-COPIES-AVAIL
               REWRITE BOOK-FILE-REC
                   INVALID KEY
                       DISPLAY 'HLDEXPRG: UNABLE TO RESTORE AVAIL '
                               'FOR BOOK ' HOLD-BOOK-ID
                   NOT INVALID KEY
                       PERFORM 8300-JOURNAL-BOOK-UPDATE THRU 8300-EXIT
               END-REWRITE
           END-IF.

       3500-EXIT.
           EXIT.
      *****************************************************************
      * 3600 - EVERY BORROWER WHOSE COPY HAS ARRIVED ON THE HOLD SHELF
      *        AT THEIR PICKUP BRANCH GETS ONE PICKUP-NOTICE ROW FOR
      *        THE MAILING/PHONE TEAM.  A COPY STILL IN TRANSIT DOES NOT
      *        TRIGGER A NOTICE - THE BORROWER CANNOT COLLECT IT YET
      *****************************************************************
       3600-WRITE-PICKUP-NOTICES.

           SET HOLD-QUEUE-IDX TO 1
           PERFORM 3610-WRITE-ONE-NOTICE THRU 3610-EXIT
               UNTIL HOLD-QUEUE-IDX > HOLD-QUEUE-COUNT.

       3600-EXIT.
           EXIT.

       3610-WRITE-ONE-NOTICE.

           IF HOLD-COPY-NUMBER(HOLD-QUEUE-IDX) = ZERO
                   OR HOLD-ARRIVED-DATE(HOLD-QUEUE-IDX) = ZERO
               SET HOLD-QUEUE-IDX UP BY 1
               GO TO 3610-EXIT
           END-IF

           MOVE SPACES TO PICKUP-NOTICE-REC
           MOVE HOLD-BORROWER-ID(HOLD-QUEUE-IDX) TO NTC-BORROWER-ID
           MOVE HOLD-DATE-PLACED(HOLD-QUEUE-IDX) TO NTC-DATE-PLACED
           MOVE HOLD-BOOK-ID TO NTC-BOOK-ID
           MOVE WS-TODAY-NUM TO NTC-RUN-DATE
           MOVE HOLD-PICKUP-BRANCH(HOLD-QUEUE-IDX) TO NTC-PICKUP-BRANCH

           IF BOOK-REC-FOUND
               MOVE BOOK-NAME TO NTC-BOOK-NAME
       3610-EXIT.
           EXIT.
      *****************************************************************
      * 8100 - JOURNAL THE HOLD RECORD JUST REWRITTEN OR DELETED.  THE
      *        CALLER HAS SET THE ACTION AND THE AFTER IMAGE (SPACES
      *        FOR A DELETE); THE BEFORE IMAGE IS THE RECORD AS 3000
      *        READ IT
      *****************************************************************
       8100-JOURNAL-HOLD-UPDATE.

           MOVE SPACES TO JRNL-RECORD-KEY
                          JRNL-BOOK-ID
                          JRNL-BORROWER-ID
           MOVE HOLD-BOOK-ID TO JRNL-RECORD-KEY
                                JRNL-BOOK-ID
           MOVE 'HOLD' TO JRNL-FILE-NAME
           MOVE WS-HOLD-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
           PERFORM 8500-WRITE-JOURNAL-REC THRU 8500-EXIT.

       8100-EXIT.
           EXIT.
      *****************************************************************
      * 8200 - JOURNAL A COPY JUST SENT IN TRANSIT OR RESHELVED
      *****************************************************************
       8200-JOURNAL-COPY-UPDATE.

           SET JRNL-ACTION-CHANGE TO TRUE
           MOVE SPACES TO JRNL-RECORD-KEY
                          JRNL-BOOK-ID
                          JRNL-BORROWER-ID
           MOVE COPY-KEY TO JRNL-RECORD-KEY
           MOVE COPY-BOOK-ID TO JRNL-BOOK-ID
           MOVE 'BOOKCOPY' TO JRNL-FILE-NAME
           MOVE WS-COPY-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
           MOVE BOOK-COPY-REC TO JRNL-AFTER-IMAGE
           PERFORM 8500-WRITE-JOURNAL-REC THRU 8500-EXIT.

       8200-EXIT.
           EXIT.
      *****************************************************************
      * 8300 - JOURNAL THE BOOK-COPIES-AVAIL RESTORE
      *****************************************************************
       8300-JOURNAL-BOOK-UPDATE.

           SET JRNL-ACTION-CHANGE TO TRUE
           MOVE SPACES TO JRNL-RECORD-KEY
                          JRNL-BOOK-ID
                          JRNL-BORROWER-ID
           MOVE BOOK-ID TO JRNL-RECORD-KEY
                           JRNL-BOOK-ID
           MOVE 'BOOK' TO JRNL-FILE-NAME
           MOVE WS-BOOK-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
           MOVE BOOK-FILE-REC TO JRNL-AFTER-IMAGE
           PERFORM 8500-WRITE-JOURNAL-REC THRU 8500-EXIT.

       8300-EXIT.
           EXIT.
      *****************************************************************
      * 8500 - APPEND ONE ROW TO THE UPDATE JOURNAL, STAMPED WITH THE
      *        RUN TIME.  THE SEQUENCE CARRIES ON FROM THE LAST ROW
      *        WRITTEN IN THE SAME SECOND, AS OFFLNPST DOES.  A FAILED
      *        WRITE IS REPORTED AND TOLERATED - THE PURGE ITSELF HAS
      *        ALREADY GONE THROUGH
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
           MOVE 'HLDEXPRG' TO JRNL-PROGRAM
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
                       DISPLAY 'HLDEXPRG: JOURNAL WRITE FAILED - '
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
      * 9999 - CLOSE UP AND REPORT COUNTS
      *****************************************************************
       9999-TERMINATE.
                       WS-BOOK-STATUS
           END-IF

           CLOSE PO-FILE
           IF WS-PO-STATUS NOT = '00'
               DISPLAY 'HLDEXPRG: PO-FILE CLOSE FAILED - STATUS = '
                       WS-PO-STATUS
           END-IF

           CLOSE BORROWER-FILE
           IF WS-BORROWER-STATUS NOT = '00'
               DISPLAY 'HLDEXPRG: BORROWER-FILE CLOSE FAILED - STATUS='
                       WS-NOTICE-STATUS
           END-IF

           CLOSE JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'HLDEXPRG: JOURNAL-FILE CLOSE FAILED - STATUS = '
                       WS-JOURNAL-STATUS
           END-IF

           DISPLAY 'HLDEXPRG: ' WS-HOLD-COUNT ' HOLD RECORD(S), '
                   WS-EXPIRED-COUNT ' ENTRY(IES) EXPIRED, '
                   WS-RELEASED-COUNT ' COPY(IES) RELEASED, '
                   WS-REASSIGNED-COUNT ' COPY(IES) PASSED ON, '
                   WS-NOTICE-COUNT ' PICKUP NOTICE(S), '
                   WS-ON-ORDER-COUNT ' ON ORDER (NOT TIMED), '
                   WS-JRNL-COUNT ' JOURNAL ROW(S)'.

       9999-EXIT.
           EXIT.
