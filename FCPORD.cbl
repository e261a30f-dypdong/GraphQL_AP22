        IDENTIFICATION  DIVISION.
        PROGRAM-ID. FCPORD.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
         01 RESP-CODE         PIC s9(8) COMP-5 SYNC.
         01 RESP-STR          PIC X(8) VALUE SPACES.
         01 RESP2-STR         PIC X(8) VALUE SPACES.
         01 RESP2-CODE        PIC s9(8) COMP-5 SYNC.
         01 WS-ABSTIME        PIC S9(15) COMP-3.
         01 WS-TODAY-CHAR     PIC X(08).
         01 WS-TODAY-NUM REDEFINES WS-TODAY-CHAR
                              PIC 9(08).
         01 WS-TODAY-INT      PIC S9(08) COMP.
         01 WS-DEFAULT-LEAD-DAYS PIC 9(03) VALUE 30.
         01 WS-LINE-COST      PIC S9(7)V99 COMP-3.
         01 WS-FUND-AVAILABLE PIC S9(7)V99 COMP-3.
         01 WS-QTY-OUTSTANDING PIC S9(04) COMP.
         01 WS-NEXT-COPY-NUMBER PIC 9(04).
         01 WS-COPIES-LEFT    PIC S9(04) COMP.
         01 WS-COPIES-RESERVED PIC S9(04) COMP.
         01 WS-JRNL-DATE-CHAR PIC X(08).
         01 WS-JRNL-DATE-NUM REDEFINES WS-JRNL-DATE-CHAR
                              PIC 9(08).
         01 WS-JRNL-TIME-CHAR PIC X(06).
         01 WS-JRNL-TIME-NUM REDEFINES WS-JRNL-TIME-CHAR
                              PIC 9(06).
         01 WS-JRNL-DONE-SW   PIC X(01) VALUE 'N'.
            88 JOURNAL-REC-DONE      VALUE 'Y'.
         01 WS-PO-BEFORE-SAVE   PIC X(500) VALUE SPACES.
         01 WS-FUND-BEFORE-SAVE PIC X(500) VALUE SPACES.
         01 WS-HOLD-BEFORE-SAVE PIC X(500) VALUE SPACES.
         01 WS-BOOK-BEFORE-SAVE PIC X(500) VALUE SPACES.
         01 WS-COPY-BEFORE-SAVE PIC X(500) VALUE SPACES.
         COPY PODATA.
         COPY BOOKDATA.
         COPY COPYREC.
         COPY HOLDREC.
         COPY JRNLREC.
       PROCEDURE DIVISION.
            PERFORM START-GETDATA THRU START-PUTDATA.
            GOBACK.
      *****************************************************************
      * LINK FROM JAVA PROGRAM - ORDER, RECEIVE, CANCEL OR INQUIRE A
      * PURCHASE-ORDER LINE (SEE POREC) AND ITS FUND (SEE FUNDREC)
      *****************************************************************
       START-GETDATA.

            MOVE SPACES TO PO-DATA

            EXEC CICS GET CONTAINER('QUARY-PODATA')
                          CHANNEL('QUARY-BOOK')
                          INTO(PO-DATA)
                          END-EXEC

            EXIT.

       START-PUTDATA.

            MOVE '0000' TO PO-RETURN-CODE

            EVALUATE TRUE
                WHEN PO-ACTION-ORDER
                    PERFORM ORDER-PO-LINE THRU ORDER-PO-LINE-EXIT
                WHEN PO-ACTION-RECEIVE
                    PERFORM RECEIVE-PO-LINE THRU RECEIVE-PO-LINE-EXIT
                WHEN PO-ACTION-CANCEL
                    PERFORM CANCEL-PO-LINE THRU CANCEL-PO-LINE-EXIT
                WHEN OTHER
                    PERFORM INQUIRE-PO-LINE THRU INQUIRE-PO-LINE-EXIT
            END-EVALUATE

            EXEC CICS PUT CONTAINER('QUARY-PODATA')
                          CHANNEL('QUARY-BOOK')
                          FROM(PO-DATA)
                          END-EXEC

            EXIT.
      *****************************************************************
      * LOOK UP A PO LINE BY BOOK-ID + PO NUMBER, WITH ITS FUND
      *****************************************************************
       INQUIRE-PO-LINE.

            EXEC CICS READ FILE('PURCHORD')
                           INTO(PO-FILE-REC)
                           RIDFLD(PO-KEY)
                           RESP(RESP-CODE)
                           END-EXEC
            IF RESP-CODE NOT = 0
                SET PO-LINE-NOT-FOUND TO TRUE
                GO TO INQUIRE-PO-LINE-EXIT
            END-IF

            MOVE PO-FUND-CODE TO FUND-CODE
            EXEC CICS READ FILE('FUND')
                           INTO(FUND-FILE-REC)
                           RIDFLD(FUND-CODE)
                           RESP(RESP-CODE)
                           END-EXEC
            IF RESP-CODE NOT = 0
                SET PO-FUND-NOT-FOUND TO TRUE
            END-IF

            INQUIRE-PO-LINE-EXIT.
            EXIT.
      *****************************************************************
      * PLACE A PO LINE - DRIVEN BY PO-ACTION = 'A'.  THE CALLER FILLS
      * IN THE WHOLE LINE: THE BOOK-ID THE TITLE WILL BE CATALOGED
      * UNDER, THE PO NUMBER, VENDOR, FUND, TITLE DETAILS, QUANTITY AND
      * UNIT COST, AND OPTIONALLY THE DATE THE VENDOR PROMISED IT BY
      * (DEFAULT WS-DEFAULT-LEAD-DAYS FROM TODAY).  THE LINE'S FULL
      * COST IS ENCUMBERED AGAINST THE FUND, AND THE ORDER IS REFUSED
      * WHEN THE FUND DOES NOT HAVE THAT MUCH LEFT TO SPEND.  ONCE THE
      * LINE IS ON FILE PATRONS CAN QUEUE FOR THE TITLE (SEE FCHOLD)
      *****************************************************************
       ORDER-PO-LINE.

            PERFORM GET-TODAY-DATE THRU GET-TODAY-DATE-EXIT

            IF PO-BOOK-ID = SPACES OR PO-NUMBER = SPACES
                    OR PO-VENDOR-ID = SPACES OR PO-FUND-CODE = SPACES
                    OR PO-BOOK-NAME = SPACES
                    OR PO-QTY-ORDERED NOT > ZERO
                    OR PO-UNIT-COST < ZERO
                SET PO-ORDER-INVALID TO TRUE
                GO TO ORDER-PO-LINE-EXIT
            END-IF

            IF PO-EXPECTED-DATE NOT NUMERIC
                    OR PO-EXPECTED-DATE = ZERO
                COMPUTE WS-TODAY-INT =
                        FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                        + WS-DEFAULT-LEAD-DAYS
                MOVE FUNCTION DATE-OF-INTEGER(WS-TODAY-INT)
                    TO PO-EXPECTED-DATE
            END-IF
            IF PO-EXPECTED-DATE < WS-TODAY-NUM
                SET PO-ORDER-INVALID TO TRUE
                GO TO ORDER-PO-LINE-EXIT
            END-IF

            COMPUTE WS-LINE-COST = PO-QTY-ORDERED * PO-UNIT-COST

            MOVE PO-FUND-CODE TO FUND-CODE
            EXEC CICS READ FILE('FUND')
                           INTO(FUND-FILE-REC)
                           RIDFLD(FUND-CODE)
                           RESP(RESP-CODE)
                           UPDATE
                           END-EXEC
            IF RESP-CODE NOT = 0
                SET PO-FUND-NOT-FOUND TO TRUE
                GO TO ORDER-PO-LINE-EXIT
            END-IF
            MOVE FUND-FILE-REC TO WS-FUND-BEFORE-SAVE

            COMPUTE WS-FUND-AVAILABLE = FUND-ALLOCATED
                                      - FUND-ENCUMBERED
                                      - FUND-SPENT
            IF WS-LINE-COST > WS-FUND-AVAILABLE
                SET PO-FUND-OVERCOMMITTED TO TRUE
                EXEC CICS UNLOCK FILE('FUND')
                              END-EXEC
                GO TO ORDER-PO-LINE-EXIT
            END-IF

            MOVE ZERO         TO PO-QTY-RECEIVED
            MOVE WS-TODAY-NUM TO PO-ORDER-DATE
            MOVE ZEROS        TO PO-LAST-RECEIPT-DATE
            SET PO-STATUS-OPEN TO TRUE
            MOVE SPACES TO RESSERVE OF PO-FILE-REC

            EXEC CICS WRITE FILE('PURCHORD')
                           FROM(PO-FILE-REC)
                           RIDFLD(PO-KEY)
                           RESP(RESP-CODE)
                           END-EXEC
            IF RESP-CODE NOT = 0
                IF RESP-CODE = DFHRESP(DUPREC)
                    SET PO-LINE-EXISTS TO TRUE
                ELSE
                    SET PO-UPDATE-FAILED TO TRUE
                END-IF
                EXEC CICS UNLOCK FILE('FUND')
                              END-EXEC
                GO TO ORDER-PO-LINE-EXIT
            END-IF

            ADD WS-LINE-COST TO FUND-ENCUMBERED
            EXEC CICS REWRITE FILE('FUND')
                          FROM(FUND-FILE-REC)
                          RESP(RESP-CODE)
                          END-EXEC
            IF RESP-CODE NOT = 0
                SET PO-UPDATE-FAILED TO TRUE
                EXEC CICS SYNCPOINT ROLLBACK
                              END-EXEC
                GO TO ORDER-PO-LINE-EXIT
            END-IF

            SET JRNL-ACTION-ADD TO TRUE
            MOVE SPACES TO WS-PO-BEFORE-SAVE
            PERFORM JOURNAL-PO-AND-FUND THRU JOURNAL-PO-AND-FUND-EXIT

            ORDER-PO-LINE-EXIT.
            EXIT.
      *****************************************************************
      * RECEIVE COPIES AGAINST A PO LINE - DRIVEN BY PO-ACTION = 'R'.
      * PO-REQUEST-QTY COPIES HAVE COME IN AT BRANCH PO-REQUEST-BRANCH.
      * THEY ARE CATALOGED THROUGH FCBOOK, EXACTLY AS THE CATALOG DESK
      * ADDS A TITLE - THE BOOK RECORD AND ITS COPY ROWS ON THE FIRST
      * RECEIPT OF A NEW TITLE, JUST THE NEW COPY ROWS FOR A TITLE
      * ALREADY ON FILE - WITH EVERY COPY AT THE RECEIVING BRANCH.
      * THEIR COST MOVES FROM ENCUMBERED TO SPENT ON THE FUND, THE LINE
      * CLOSES ONCE EVERY COPY ORDERED HAS COME IN, AND ANY PATRONS
      * WHO QUEUED FOR THE TITLE WHILE IT WAS ON ORDER ARE SERVED FROM
      * THE NEW COPIES (SEE SERVE-WAITING-HOLDS).  ANY FAILURE ONCE
      * CATALOGING HAS STARTED IS BACKED OUT WITH A SYNCPOINT ROLLBACK
      *****************************************************************
       RECEIVE-PO-LINE.

            PERFORM GET-TODAY-DATE THRU GET-TODAY-DATE-EXIT

            IF PO-REQUEST-BRANCH = SPACES
                SET PO-RECEIVE-NO-BRANCH TO TRUE
                GO TO RECEIVE-PO-LINE-EXIT
            END-IF
            IF PO-REQUEST-QTY NOT NUMERIC OR PO-REQUEST-QTY = ZERO
                SET PO-RECEIVE-QTY-INVALID TO TRUE
                GO TO RECEIVE-PO-LINE-EXIT
            END-IF

            EXEC CICS READ FILE('PURCHORD')
                           INTO(PO-FILE-REC)
                           RIDFLD(PO-KEY)
                           RESP(RESP-CODE)
                           UPDATE
                           END-EXEC
            IF RESP-CODE NOT = 0
                SET PO-LINE-NOT-FOUND TO TRUE
                GO TO RECEIVE-PO-LINE-EXIT
            END-IF
            MOVE PO-FILE-REC TO WS-PO-BEFORE-SAVE

            IF NOT PO-STATUS-OPEN
                SET PO-LINE-NOT-OPEN TO TRUE
                GO TO RECEIVE-PO-LINE-EXIT
            END-IF
            COMPUTE WS-QTY-OUTSTANDING = PO-QTY-ORDERED
                                       - PO-QTY-RECEIVED
            IF PO-REQUEST-QTY > WS-QTY-OUTSTANDING
                SET PO-RECEIVE-QTY-INVALID TO TRUE
                GO TO RECEIVE-PO-LINE-EXIT
            END-IF

            MOVE PO-FUND-CODE TO FUND-CODE
            EXEC CICS READ FILE('FUND')
                           INTO(FUND-FILE-REC)
                           RIDFLD(FUND-CODE)
                           RESP(RESP-CODE)
                           UPDATE
                           END-EXEC
            IF RESP-CODE NOT = 0
                SET PO-FUND-NOT-FOUND TO TRUE
                GO TO RECEIVE-PO-LINE-EXIT
            END-IF
            MOVE FUND-FILE-REC TO WS-FUND-BEFORE-SAVE

            PERFORM CATALOG-RECEIVED-COPIES
                    THRU CATALOG-RECEIVED-COPIES-EXIT
            IF NOT PO-RETURN-OK
                EXEC CICS SYNCPOINT ROLLBACK
                              END-EXEC
                GO TO RECEIVE-PO-LINE-EXIT
            END-IF

            ADD PO-REQUEST-QTY TO PO-QTY-RECEIVED
            MOVE WS-TODAY-NUM TO PO-LAST-RECEIPT-DATE
            IF PO-QTY-RECEIVED NOT < PO-QTY-ORDERED
                SET PO-STATUS-RECEIVED TO TRUE
            END-IF
            EXEC CICS REWRITE FILE('PURCHORD')
                          FROM(PO-FILE-REC)
                          RESP(RESP-CODE)
                          END-EXEC
            IF RESP-CODE NOT = 0
                SET PO-UPDATE-FAILED TO TRUE
                EXEC CICS SYNCPOINT ROLLBACK
                              END-EXEC
                GO TO RECEIVE-PO-LINE-EXIT
            END-IF

            COMPUTE WS-LINE-COST = PO-REQUEST-QTY * PO-UNIT-COST
            SUBTRACT WS-LINE-COST FROM FUND-ENCUMBERED
            ADD WS-LINE-COST TO FUND-SPENT
            EXEC CICS REWRITE FILE('FUND')
                          FROM(FUND-FILE-REC)
                          RESP(RESP-CODE)
                          END-EXEC
            IF RESP-CODE NOT = 0
                SET PO-UPDATE-FAILED TO TRUE
                EXEC CICS SYNCPOINT ROLLBACK
                              END-EXEC
                GO TO RECEIVE-PO-LINE-EXIT
            END-IF

            PERFORM SERVE-WAITING-HOLDS THRU SERVE-WAITING-HOLDS-EXIT
            IF NOT PO-RETURN-OK
                EXEC CICS SYNCPOINT ROLLBACK
                              END-EXEC
                GO TO RECEIVE-PO-LINE-EXIT
            END-IF

            SET JRNL-ACTION-RECEIVE TO TRUE
            PERFORM JOURNAL-PO-AND-FUND THRU JOURNAL-PO-AND-FUND-EXIT

            RECEIVE-PO-LINE-EXIT.
            EXIT.
      *****************************************************************
      * HAND THE RECEIVED COPIES TO FCBOOK - AN ADD OF THE WHOLE TITLE
      * WHEN THIS IS ITS FIRST RECEIPT, OR AN ADD-COPIES WHEN THE BOOK
      * IS ALREADY ON FILE - SO THE BOOK AND BOOK-COPY ROWS ARE BUILT
      * (AND JOURNALED) BY THE SAME CREATE-BOOK-COPIES PATH AS A TITLE
      * KEYED AT THE CATALOG DESK.  BOOK-FIRST-NEW-COPY COMES BACK AS
      * THE NUMBER OF THE FIRST COPY CREATED
      *****************************************************************
       CATALOG-RECEIVED-COPIES.

            MOVE SPACES TO BOOK-DATA
            MOVE PO-BOOK-ID TO BOOK-ID
            EXEC CICS READ FILE('BOOK')
                           INTO(BOOK-FILE-REC)
                           RIDFLD(BOOK-ID)
                           RESP(RESP-CODE)
                           END-EXEC

            EVALUATE TRUE
                WHEN RESP-CODE = 0
                    SET BOOK-ACTION-ADD-COPIES TO TRUE
                    MOVE PO-REQUEST-QTY TO BOOK-REQUEST-COPIES
                WHEN RESP-CODE = DFHRESP(NOTFND)
                    SET BOOK-ACTION-ADD TO TRUE
                    MOVE PO-BOOK-ID     TO BOOK-ID
                    MOVE PO-BOOK-NAME   TO BOOK-NAME
                    MOVE ZERO           TO PAGECOUNT
                    MOVE PO-AUTHR-ID    TO AUTHR-ID
                    MOVE PO-ISBN        TO BOOK-ISBN
                    MOVE PO-GENRE-CODE  TO BOOK-GENRE-CODE
                    MOVE PO-REQUEST-QTY TO BOOK-COPIES-TOTAL
                                           BOOK-COPIES-AVAIL
                WHEN OTHER
                    SET PO-CATALOG-FAILED TO TRUE
                    GO TO CATALOG-RECEIVED-COPIES-EXIT
            END-EVALUATE
            MOVE PO-REQUEST-BRANCH TO BOOK-REQUEST-BRANCH

            EXEC CICS PUT CONTAINER('QUARY-BOOKDATA')
                          CHANNEL('QUARY-BOOK')
                          FROM(BOOK-DATA)
                          END-EXEC
            EXEC CICS LINK PROGRAM('FCBOOK')
                           CHANNEL('QUARY-BOOK')
                           RESP(RESP-CODE)
                           END-EXEC
            IF RESP-CODE NOT = 0
                SET PO-CATALOG-FAILED TO TRUE
                GO TO CATALOG-RECEIVED-COPIES-EXIT
            END-IF
            EXEC CICS GET CONTAINER('QUARY-BOOKDATA')
                          CHANNEL('QUARY-BOOK')
                          INTO(BOOK-DATA)
                          END-EXEC

            IF NOT BOOK-RETURN-OK
                SET PO-CATALOG-FAILED TO TRUE
            END-IF

            CATALOG-RECEIVED-COPIES-EXIT.
            EXIT.
      *****************************************************************
      * PATRONS MAY QUEUE FOR A TITLE WHILE IT IS STILL ON ORDER.  EACH
      * NEW COPY GOES TO THE NEXT QUEUE ENTRY WITH NO COPY TIED TO IT,
      * IN QUEUE ORDER, THE SAME WAY FCHOLD PASSES ON A COPY NOBODY IS
      * WAITING FOR: ON THE HOLD SHELF HERE WHEN THIS IS THE ENTRY'S
      * PICKUP BRANCH (OR IT HAS NONE), OTHERWISE SENT IN TRANSIT FROM
      * HERE.  A RESERVED COPY COMES BACK OUT OF BOOK-COPIES-AVAIL,
      * WHICH FCBOOK COUNTED IT INTO.  COPIES LEFT OVER STAY ON THE
      * SHELF
      *****************************************************************
       SERVE-WAITING-HOLDS.

            EXEC CICS READ FILE('HOLD')
                           INTO(HOLD-FILE-REC)
                           RIDFLD(PO-BOOK-ID)
                           RESP(RESP-CODE)
                           UPDATE
                           END-EXEC
            IF RESP-CODE NOT = 0
                IF RESP-CODE NOT = DFHRESP(NOTFND)
                    SET PO-UPDATE-FAILED TO TRUE
                END-IF
                GO TO SERVE-WAITING-HOLDS-EXIT
            END-IF
            MOVE HOLD-FILE-REC TO WS-HOLD-BEFORE-SAVE

            MOVE BOOK-FIRST-NEW-COPY TO WS-NEXT-COPY-NUMBER
            MOVE PO-REQUEST-QTY TO WS-COPIES-LEFT
            MOVE ZERO TO WS-COPIES-RESERVED
            SET HOLD-QUEUE-IDX TO 1
            PERFORM RESERVE-FOR-NEXT-HOLD
                    THRU RESERVE-FOR-NEXT-HOLD-EXIT
                UNTIL HOLD-QUEUE-IDX > HOLD-QUEUE-COUNT
                   OR WS-COPIES-LEFT = ZERO
                   OR NOT PO-RETURN-OK
            IF NOT PO-RETURN-OK
                GO TO SERVE-WAITING-HOLDS-EXIT
            END-IF

            IF WS-COPIES-RESERVED = ZERO
                EXEC CICS UNLOCK FILE('HOLD')
                              END-EXEC
                GO TO SERVE-WAITING-HOLDS-EXIT
            END-IF

            EXEC CICS REWRITE FILE('HOLD')
                          FROM(HOLD-FILE-REC)
                          RESP(RESP-CODE)
                          END-EXEC
            IF RESP-CODE NOT = 0
                SET PO-UPDATE-FAILED TO TRUE
                GO TO SERVE-WAITING-HOLDS-EXIT
            END-IF
            SET JRNL-ACTION-RECEIVE TO TRUE
            MOVE SPACES TO JRNL-RECORD-KEY
                           JRNL-BOOK-ID
                           JRNL-BORROWER-ID
            MOVE PO-BOOK-ID TO JRNL-RECORD-KEY
                               JRNL-BOOK-ID
            MOVE 'HOLD' TO JRNL-FILE-NAME
            MOVE WS-HOLD-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
            MOVE HOLD-FILE-REC       TO JRNL-AFTER-IMAGE
            PERFORM WRITE-JOURNAL-REC THRU WRITE-JOURNAL-REC-EXIT

            MOVE PO-BOOK-ID TO BOOK-ID
            EXEC CICS READ FILE('BOOK')
                           INTO(BOOK-FILE-REC)
                           RIDFLD(BOOK-ID)
                           RESP(RESP-CODE)
                           UPDATE
                           END-EXEC
            IF RESP-CODE NOT = 0
                SET PO-UPDATE-FAILED TO TRUE
                GO TO SERVE-WAITING-HOLDS-EXIT
            END-IF
            MOVE BOOK-FILE-REC TO WS-BOOK-BEFORE-SAVE
            SUBTRACT WS-COPIES-RESERVED FROM BOOK-COPIES-AVAIL
            EXEC CICS REWRITE FILE('BOOK')
                          FROM(BOOK-FILE-REC)
                          RESP(RESP-CODE)
                          END-EXEC
            IF RESP-CODE NOT = 0
                SET PO-UPDATE-FAILED TO TRUE
                GO TO SERVE-WAITING-HOLDS-EXIT
            END-IF
            MOVE SPACES TO JRNL-RECORD-KEY
            MOVE PO-BOOK-ID TO JRNL-RECORD-KEY
            MOVE 'BOOK' TO JRNL-FILE-NAME
            MOVE WS-BOOK-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
            MOVE BOOK-FILE-REC       TO JRNL-AFTER-IMAGE
            PERFORM WRITE-JOURNAL-REC THRU WRITE-JOURNAL-REC-EXIT

            SERVE-WAITING-HOLDS-EXIT.
            EXIT.
      *****************************************************************
      * TIE THE NEXT NEW COPY TO THE QUEUE ENTRY AT HOLD-QUEUE-IDX WHEN
      * THAT ENTRY HAS NO COPY YET, AND SET THE COPY'S STATUS FOR THE
      * ENTRY'S PICKUP BRANCH.  THE COPY ROW IS JOURNALED AS IT IS
      * REWRITTEN, CARRYING THE BORROWER IT WAS RESERVED FOR
      *****************************************************************
       RESERVE-FOR-NEXT-HOLD.

            IF HOLD-COPY-NUMBER(HOLD-QUEUE-IDX) NOT = ZERO
                SET HOLD-QUEUE-IDX UP BY 1
                GO TO RESERVE-FOR-NEXT-HOLD-EXIT
            END-IF

            MOVE PO-BOOK-ID          TO COPY-BOOK-ID
            MOVE WS-NEXT-COPY-NUMBER TO COPY-NUMBER
            EXEC CICS READ FILE('BOOKCOPY')
                           INTO(BOOK-COPY-REC)
                           RIDFLD(COPY-KEY)
                           RESP(RESP-CODE)
                           UPDATE
                           END-EXEC
            IF RESP-CODE NOT = 0
                SET PO-UPDATE-FAILED TO TRUE
                GO TO RESERVE-FOR-NEXT-HOLD-EXIT
            END-IF
            MOVE BOOK-COPY-REC TO WS-COPY-BEFORE-SAVE

            MOVE COPY-NUMBER TO HOLD-COPY-NUMBER(HOLD-QUEUE-IDX)
            IF HOLD-PICKUP-BRANCH(HOLD-QUEUE-IDX) = SPACES
                MOVE PO-REQUEST-BRANCH
                    TO HOLD-PICKUP-BRANCH(HOLD-QUEUE-IDX)
            END-IF
            IF HOLD-PICKUP-BRANCH(HOLD-QUEUE-IDX) = PO-REQUEST-BRANCH
                SET COPY-ON-HOLD TO TRUE
                MOVE ZEROS TO HOLD-TRANSIT-DATE(HOLD-QUEUE-IDX)
                MOVE WS-TODAY-NUM TO HOLD-ARRIVED-DATE(HOLD-QUEUE-IDX)
            ELSE
                SET COPY-IN-TRANSIT TO TRUE
                MOVE WS-TODAY-NUM TO HOLD-TRANSIT-DATE(HOLD-QUEUE-IDX)
                MOVE ZEROS TO HOLD-ARRIVED-DATE(HOLD-QUEUE-IDX)
            END-IF

            EXEC CICS REWRITE FILE('BOOKCOPY')
                          FROM(BOOK-COPY-REC)
                          RESP(RESP-CODE)
                          END-EXEC
            IF RESP-CODE NOT = 0
                SET PO-UPDATE-FAILED TO TRUE
                GO TO RESERVE-FOR-NEXT-HOLD-EXIT
            END-IF

            SET JRNL-ACTION-RECEIVE TO TRUE
            MOVE SPACES TO JRNL-RECORD-KEY
                           JRNL-BOOK-ID
                           JRNL-BORROWER-ID
            MOVE COPY-KEY   TO JRNL-RECORD-KEY
            MOVE PO-BOOK-ID TO JRNL-BOOK-ID
            MOVE HOLD-BORROWER-ID(HOLD-QUEUE-IDX) TO JRNL-BORROWER-ID
            MOVE 'BOOKCOPY' TO JRNL-FILE-NAME
            MOVE WS-COPY-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
            MOVE BOOK-COPY-REC       TO JRNL-AFTER-IMAGE
            PERFORM WRITE-JOURNAL-REC THRU WRITE-JOURNAL-REC-EXIT

            ADD 1 TO WS-NEXT-COPY-NUMBER
                     WS-COPIES-RESERVED
            SUBTRACT 1 FROM WS-COPIES-LEFT
            SET HOLD-QUEUE-IDX UP BY 1

            RESERVE-FOR-NEXT-HOLD-EXIT.
            EXIT.
      *****************************************************************
      * CANCEL WHAT IS STILL OUTSTANDING ON A PO LINE - DRIVEN BY
      * PO-ACTION = 'X' WHEN THE VENDOR CANNOT SUPPLY IT.  COPIES
      * ALREADY RECEIVED STAY RECEIVED; THE COST OF THE REST COMES OFF
      * THE FUND'S ENCUMBRANCE AND THE LINE IS CLOSED AS CANCELLED.
      * PATRONS STILL QUEUED FOR A TITLE THAT NEVER ARRIVED ARE LEFT
      * FOR THE NIGHTLY HOLD PURGE (HLDEXPRG), WHICH TIMES THEM OUT
      * ONCE THE TITLE IS NO LONGER ON ORDER
      *****************************************************************
       CANCEL-PO-LINE.

            EXEC CICS READ FILE('PURCHORD')
                           INTO(PO-FILE-REC)
                           RIDFLD(PO-KEY)
                           RESP(RESP-CODE)
                           UPDATE
                           END-EXEC
            IF RESP-CODE NOT = 0
                SET PO-LINE-NOT-FOUND TO TRUE
                GO TO CANCEL-PO-LINE-EXIT
            END-IF
            MOVE PO-FILE-REC TO WS-PO-BEFORE-SAVE

            IF NOT PO-STATUS-OPEN
                SET PO-LINE-NOT-OPEN TO TRUE
                GO TO CANCEL-PO-LINE-EXIT
            END-IF

            MOVE PO-FUND-CODE TO FUND-CODE
            EXEC CICS READ FILE('FUND')
                           INTO(FUND-FILE-REC)
                           RIDFLD(FUND-CODE)
                           RESP(RESP-CODE)
                           UPDATE
                           END-EXEC
            IF RESP-CODE NOT = 0
                SET PO-FUND-NOT-FOUND TO TRUE
                GO TO CANCEL-PO-LINE-EXIT
            END-IF
            MOVE FUND-FILE-REC TO WS-FUND-BEFORE-SAVE

            COMPUTE WS-LINE-COST = (PO-QTY-ORDERED - PO-QTY-RECEIVED)
                                 * PO-UNIT-COST
            SET PO-STATUS-CANCELLED TO TRUE
            EXEC CICS REWRITE FILE('PURCHORD')
                          FROM(PO-FILE-REC)
                          RESP(RESP-CODE)
                          END-EXEC
            IF RESP-CODE NOT = 0
                SET PO-UPDATE-FAILED TO TRUE
                EXEC CICS SYNCPOINT ROLLBACK
                              END-EXEC
                GO TO CANCEL-PO-LINE-EXIT
            END-IF

            SUBTRACT WS-LINE-COST FROM FUND-ENCUMBERED
            EXEC CICS REWRITE FILE('FUND')
                          FROM(FUND-FILE-REC)
                          RESP(RESP-CODE)
                          END-EXEC
            IF RESP-CODE NOT = 0
                SET PO-UPDATE-FAILED TO TRUE
                EXEC CICS SYNCPOINT ROLLBACK
                              END-EXEC
                GO TO CANCEL-PO-LINE-EXIT
            END-IF

            SET JRNL-ACTION-CHANGE TO TRUE
            PERFORM JOURNAL-PO-AND-FUND THRU JOURNAL-PO-AND-FUND-EXIT

            CANCEL-PO-LINE-EXIT.
            EXIT.
      *****************************************************************
      * JOURNAL A COMPLETED PO LINE ACTION - ONE ROW FOR THE LINE, ONE
      * FOR ITS FUND.  THE ACTION CODE IS SET BY THE CALLER AND BOTH
      * BEFORE IMAGES (SPACES FOR A NEW LINE) WERE SAVED AS THE
      * RECORDS WERE READ
      *****************************************************************
       JOURNAL-PO-AND-FUND.

            MOVE SPACES TO JRNL-RECORD-KEY
                           JRNL-BOOK-ID
                           JRNL-BORROWER-ID
            MOVE PO-KEY     TO JRNL-RECORD-KEY
            MOVE PO-BOOK-ID TO JRNL-BOOK-ID
            MOVE 'PURCHORD' TO JRNL-FILE-NAME
            MOVE WS-PO-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
            MOVE PO-FILE-REC       TO JRNL-AFTER-IMAGE
            PERFORM WRITE-JOURNAL-REC THRU WRITE-JOURNAL-REC-EXIT

            MOVE SPACES TO JRNL-RECORD-KEY
                           JRNL-BOOK-ID
            MOVE FUND-CODE TO JRNL-RECORD-KEY
            MOVE 'FUND' TO JRNL-FILE-NAME
            MOVE WS-FUND-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
            MOVE FUND-FILE-REC       TO JRNL-AFTER-IMAGE
            PERFORM WRITE-JOURNAL-REC THRU WRITE-JOURNAL-REC-EXIT

            JOURNAL-PO-AND-FUND-EXIT.
            EXIT.
      *****************************************************************
      * APPEND ONE ROW TO THE UPDATE JOURNAL.  THE CALLER HAS ALREADY
      * SET JRNL-ACTION, THE KEY FIELDS AND THE BEFORE/AFTER IMAGES.
      * A SAME-SECOND KEY COLLISION IS RETRIED ON THE NEXT SEQUENCE
      * NUMBER; ANY OTHER FAILURE IS TOLERATED - THE BUSINESS UPDATE
      * HAS ALREADY GONE THROUGH AND IS NOT FAILED OVER A MISSED
      * AUDIT ROW
      *****************************************************************
       WRITE-JOURNAL-REC.

            EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
                          END-EXEC
            EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-JRNL-DATE-CHAR)
                          TIME(WS-JRNL-TIME-CHAR)
                          END-EXEC
            MOVE WS-JRNL-DATE-NUM TO JRNL-DATE
            MOVE WS-JRNL-TIME-NUM TO JRNL-TIME
            MOVE ZEROS TO JRNL-SEQ
            MOVE 'FCPORD' TO JRNL-PROGRAM
            MOVE SPACES TO RESSERVE OF JOURNAL-FILE-REC

            MOVE 'N' TO WS-JRNL-DONE-SW
            PERFORM PUT-JOURNAL-REC THRU PUT-JOURNAL-REC-EXIT
                UNTIL JOURNAL-REC-DONE OR JRNL-SEQ > 9998

            WRITE-JOURNAL-REC-EXIT.
            EXIT.

       PUT-JOURNAL-REC.

            EXEC CICS WRITE FILE('JOURNAL')
                           FROM(JOURNAL-FILE-REC)
                           RIDFLD(JRNL-KEY)
                           RESP(RESP2-CODE)
                           END-EXEC
            IF RESP2-CODE = DFHRESP(DUPREC)
                ADD 1 TO JRNL-SEQ
            ELSE
                SET JOURNAL-REC-DONE TO TRUE
            END-IF

            PUT-JOURNAL-REC-EXIT.
            EXIT.
      *****************************************************************
      * FETCH TODAY'S DATE (YYYYMMDD) FROM THE CICS CLOCK
      *****************************************************************
       GET-TODAY-DATE.

            EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
                          END-EXEC
            EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-TODAY-CHAR)
                          END-EXEC

            GET-TODAY-DATE-EXIT.
            EXIT.
