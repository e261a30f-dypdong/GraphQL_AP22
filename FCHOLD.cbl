                              PIC 9(06).
         01 WS-JRNL-DONE-SW   PIC X(01) VALUE 'N'.
            88 JOURNAL-REC-DONE      VALUE 'Y'.
         01 WS-JRNL-BEFORE-SAVE PIC X(500) VALUE SPACES.
         01 WS-COPY-BEFORE-SAVE PIC X(500) VALUE SPACES.
         01 WS-BOOK-BEFORE-SAVE PIC X(500) VALUE SPACES.
         01 WS-HOLD-ENTRY-SW  PIC X(01) VALUE 'N'.
            88 HOLD-ENTRY-FOUND      VALUE 'Y'.
         01 WS-HOLD-CHANGED-SW PIC X(01) VALUE 'N'.
            88 HOLD-REC-CHANGED      VALUE 'Y'.
         01 WS-BOOK-CHANGED-SW PIC X(01) VALUE 'N'.
            88 BOOK-REC-CHANGED      VALUE 'Y'.
         01 WS-RECEIVE-BORROWER-ID PIC X(10) VALUE SPACES.
         01 WS-ON-ORDER-SW    PIC X(01) VALUE 'N'.
            88 TITLE-ON-ORDER        VALUE 'Y'.
         01 WS-PO-PROBE-KEY.
            05 WS-PO-PROBE-BOOK-ID   PIC X(08).
            05 WS-PO-PROBE-NUMBER    PIC X(08).
         COPY HOLDDATA.
         COPY BOOKDATA.
         COPY COPYREC.
         COPY BORWREC.
         COPY POREC.
         COPY JRNLREC.
       PROCEDURE DIVISION.
            PERFORM START-GETDATA THRU START-PUTDATA.
            EVALUATE TRUE
                WHEN HOLD-ACTION-PLACE
                    PERFORM PLACE-HOLD THRU PLACE-HOLD-EXIT
                WHEN HOLD-ACTION-RECEIVE
                    PERFORM RECEIVE-TRANSIT-COPY
                            THRU RECEIVE-TRANSIT-COPY-EXIT
                WHEN OTHER
                    PERFORM INQUIRE-HOLD-REC THRU INQUIRE-HOLD-REC-EXIT
            END-EVALUATE
      * PLACE A HOLD - DRIVEN BY HOLD-ACTION = 'A'.  CHECKOUT CALLS
      * THIS WHEN CHECKOUT-BOOK REJECTS FOR LOAN-NO-COPIES-AVAIL.  THE
      * FIRST HOLD ON A TITLE CREATES THE QUEUE RECORD; LATER HOLDS
      * APPEND TO IT, UP TO THE 10-BORROWER TABLE LIMIT.  THE NEW ENTRY
      * CARRIES THE BORROWER'S PICKUP BRANCH (HOLD-REQUEST-BRANCH) AND
      * STARTS WITH NO COPY TIED TO IT.  ONLY A BORROWER WHOSE CARD IS
      * ACTIVE AND UNEXPIRED MAY QUEUE - THE SAME STANDING FCLOAN
      * WANTS BEFORE IT WILL LEND THE COPY WHEN IT COMES IN.  THE
      * TITLE MUST BE ON THE BOOK FILE OR ON AN OPEN PURCHASE ORDER
      * (SEE CHECK-TITLE-ON-ORDER) - A PATRON CAN QUEUE FOR A TITLE
      * THAT HAS NOT ARRIVED YET, AND FCPORD SERVES THE QUEUE FROM THE
      * FIRST COPIES RECEIVED
      *****************************************************************
       PLACE-HOLD.

            MOVE HOLD-REQUEST-BORROWER-ID TO BORROWER-ID
            EXEC CICS READ FILE('BORROWER')
                           INTO(BORROWER-FILE-REC)
                           RIDFLD(BORROWER-ID)
                           RESP(RESP-CODE)
                           END-EXEC
            IF RESP-CODE NOT = 0
                SET HOLD-BORROWER-NOT-FOUND TO TRUE
                GO TO PLACE-HOLD-EXIT
            END-IF
            IF NOT BORROWER-STATUS-ACTIVE
                SET HOLD-BORROWER-NOT-ACTIVE TO TRUE
                GO TO PLACE-HOLD-EXIT
            END-IF
            PERFORM GET-TODAY-DATE THRU GET-TODAY-DATE-EXIT
            IF BORROWER-EXPIRY-DATE < WS-TODAY-NUM
                SET HOLD-BORROWER-CARD-EXPIRED TO TRUE
                GO TO PLACE-HOLD-EXIT
            END-IF

            MOVE HOLD-BOOK-ID TO BOOK-ID
            EXEC CICS READ FILE('BOOK')
                           INTO(BOOK-FILE-REC)
                           RIDFLD(BOOK-ID)
                           RESP(RESP-CODE)
                           END-EXEC
            IF RESP-CODE NOT = 0
                IF RESP-CODE NOT = DFHRESP(NOTFND)
                    MOVE RESP-CODE TO HOLD-RETURN-CODE-N
                    GO TO PLACE-HOLD-EXIT
                END-IF
                PERFORM CHECK-TITLE-ON-ORDER
                        THRU CHECK-TITLE-ON-ORDER-EXIT
                IF NOT HOLD-RETURN-OK
                    GO TO PLACE-HOLD-EXIT
                END-IF
                IF NOT TITLE-ON-ORDER
                    SET HOLD-BOOK-NOT-FOUND TO TRUE
                    GO TO PLACE-HOLD-EXIT
                END-IF
            END-IF

            MOVE 'N' TO WS-HOLD-EXISTS-SW
            EXEC CICS READ FILE('HOLD')
                           INTO(HOLD-FILE-REC)
                TO HOLD-BORROWER-ID(HOLD-QUEUE-IDX)
            PERFORM GET-TODAY-DATE THRU GET-TODAY-DATE-EXIT
            MOVE WS-TODAY-NUM TO HOLD-DATE-PLACED(HOLD-QUEUE-IDX)
            MOVE HOLD-REQUEST-BRANCH
                TO HOLD-PICKUP-BRANCH(HOLD-QUEUE-IDX)
            MOVE ZEROS TO HOLD-COPY-NUMBER(HOLD-QUEUE-IDX)
                          HOLD-TRANSIT-DATE(HOLD-QUEUE-IDX)
                          HOLD-ARRIVED-DATE(HOLD-QUEUE-IDX)

            EVALUATE TRUE
                WHEN HOLD-REC-EXISTS
            PLACE-HOLD-EXIT.
            EXIT.
      *****************************************************************
      * A TITLE NOT YET ON THE BOOK FILE IS ON ORDER WHEN SOME OPEN
      * PURCHASE-ORDER LINE IS FOR ITS BOOK-ID.  THE PO KEY LEADS WITH
      * THE BOOK-ID, SO POSITIONING AT THE BOOK-ID WITH A LOW-VALUES PO
      * NUMBER WALKS EXACTLY THIS TITLE'S ORDER LINES.  A BROWSE
      * FAILURE IS ECHOED BACK RATHER THAN TREATED AS "NOT ON ORDER"
      *****************************************************************
       CHECK-TITLE-ON-ORDER.

            MOVE 'N' TO WS-ON-ORDER-SW
            MOVE HOLD-BOOK-ID TO WS-PO-PROBE-BOOK-ID
            MOVE LOW-VALUES   TO WS-PO-PROBE-NUMBER
            MOVE HOLD-BOOK-ID TO PO-BOOK-ID

            EXEC CICS STARTBR FILE('PURCHORD')
                          RIDFLD(WS-PO-PROBE-KEY)
                          GTEQ
                          RESP(RESP2-CODE)
                          END-EXEC

            IF RESP2-CODE = 0
                PERFORM SCAN-NEXT-PO-LINE THRU SCAN-NEXT-PO-LINE-EXIT
                    UNTIL RESP2-CODE NOT = 0
                       OR PO-BOOK-ID NOT = HOLD-BOOK-ID
                       OR TITLE-ON-ORDER

                EXEC CICS ENDBR FILE('PURCHORD')
                              END-EXEC
            ELSE
                IF RESP2-CODE NOT = DFHRESP(NOTFND)
                    MOVE RESP2-CODE TO HOLD-RETURN-CODE-N
                END-IF
            END-IF

            CHECK-TITLE-ON-ORDER-EXIT.
            EXIT.

       SCAN-NEXT-PO-LINE.

            EXEC CICS READNEXT FILE('PURCHORD')
                          INTO(PO-FILE-REC)
                          RIDFLD(WS-PO-PROBE-KEY)
                          RESP(RESP2-CODE)
                          END-EXEC

            IF RESP2-CODE = 0
                IF PO-BOOK-ID = HOLD-BOOK-ID AND PO-STATUS-OPEN
                    SET TITLE-ON-ORDER TO TRUE
                END-IF
            ELSE
                IF RESP2-CODE NOT = DFHRESP(ENDFILE)
                    MOVE RESP2-CODE TO HOLD-RETURN-CODE-N
                END-IF
            END-IF

            SCAN-NEXT-PO-LINE-EXIT.
            EXIT.
      *****************************************************************
      * RECEIVE AN IN-TRANSIT COPY - DRIVEN BY HOLD-ACTION = 'R' WHEN
      * THE COPY HOLD-REQUEST-COPY-NUMBER OF HOLD-BOOK-ID COMES OFF THE
      * VAN AT BRANCH HOLD-REQUEST-BRANCH (BLANK = THE PICKUP BRANCH OF
      * THE HOLD IT WAS SENT FOR).  THE COPY MOVES TO THE PICKUP BRANCH
      * AND GOES ON THE HOLD SHELF THERE, AND ITS HOLD ENTRY'S PICKUP
      * CLOCK (HOLD-ARRIVED-DATE) STARTS.  A COPY WHOSE BORROWER LEFT
      * THE QUEUE WHILE IT WAS ON THE VAN IS PASSED TO THE NEXT
      * UNSERVED ENTRY IF THERE IS ONE - ON HOLD HERE IF THIS IS THAT
      * BORROWER'S PICKUP BRANCH, OTHERWISE SENT ON FROM HERE - AND IS
      * OTHERWISE SHELVED HERE AND ADDED BACK INTO BOOK-COPIES-AVAIL.
      * ANY FAILURE PART-WAY THROUGH IS BACKED OUT WITH A SYNCPOINT
      * ROLLBACK
      *****************************************************************
       RECEIVE-TRANSIT-COPY.

            MOVE 'N' TO WS-HOLD-ENTRY-SW
            MOVE 'N' TO WS-HOLD-CHANGED-SW
            MOVE 'N' TO WS-BOOK-CHANGED-SW
            MOVE SPACES TO WS-RECEIVE-BORROWER-ID
            PERFORM GET-TODAY-DATE THRU GET-TODAY-DATE-EXIT

            MOVE HOLD-BOOK-ID             TO COPY-BOOK-ID
            MOVE HOLD-REQUEST-COPY-NUMBER TO COPY-NUMBER
            EXEC CICS READ FILE('BOOKCOPY')
                           INTO(BOOK-COPY-REC)
                           RIDFLD(COPY-KEY)
                           RESP(RESP-CODE)
                           UPDATE
                           END-EXEC
            IF RESP-CODE NOT = 0
                SET HOLD-COPY-NOT-FOUND TO TRUE
                GO TO RECEIVE-TRANSIT-COPY-EXIT
            END-IF
            IF NOT COPY-IN-TRANSIT
                SET HOLD-COPY-NOT-IN-TRANSIT TO TRUE
                GO TO RECEIVE-TRANSIT-COPY-EXIT
            END-IF
            MOVE BOOK-COPY-REC TO WS-COPY-BEFORE-SAVE

            MOVE SPACES TO WS-JRNL-BEFORE-SAVE
            EXEC CICS READ FILE('HOLD')
                           INTO(HOLD-FILE-REC)
                           RIDFLD(HOLD-BOOK-ID)
                           RESP(RESP-CODE)
                           UPDATE
                           END-EXEC
            IF RESP-CODE = 0
                MOVE HOLD-FILE-REC TO WS-JRNL-BEFORE-SAVE
                SET HOLD-QUEUE-IDX TO 1
                PERFORM SCAN-QUEUE-FOR-COPY
                        THRU SCAN-QUEUE-FOR-COPY-EXIT
                    UNTIL HOLD-QUEUE-IDX > HOLD-QUEUE-COUNT
                       OR HOLD-ENTRY-FOUND
            ELSE
                IF RESP-CODE NOT = DFHRESP(NOTFND)
                    MOVE RESP-CODE TO HOLD-RETURN-CODE-N
                    GO TO RECEIVE-TRANSIT-COPY-EXIT
                END-IF
                MOVE ZERO TO HOLD-QUEUE-COUNT
            END-IF

            IF HOLD-ENTRY-FOUND
                IF HOLD-REQUEST-BRANCH NOT = SPACES
                        AND HOLD-REQUEST-BRANCH
                            NOT = HOLD-PICKUP-BRANCH(HOLD-QUEUE-IDX)
                    SET HOLD-WRONG-PICKUP-BRANCH TO TRUE
                    GO TO RECEIVE-TRANSIT-COPY-EXIT
                END-IF
                MOVE HOLD-PICKUP-BRANCH(HOLD-QUEUE-IDX) TO COPY-BRANCH
                SET COPY-ON-HOLD TO TRUE
                MOVE WS-TODAY-NUM TO HOLD-ARRIVED-DATE(HOLD-QUEUE-IDX)
                MOVE HOLD-BORROWER-ID(HOLD-QUEUE-IDX)
                    TO WS-RECEIVE-BORROWER-ID
                SET HOLD-REC-CHANGED TO TRUE
            ELSE
                IF HOLD-REQUEST-BRANCH = SPACES
                    SET HOLD-WRONG-PICKUP-BRANCH TO TRUE
                    GO TO RECEIVE-TRANSIT-COPY-EXIT
                END-IF
                PERFORM PASS-ON-ORPHAN-COPY
                        THRU PASS-ON-ORPHAN-COPY-EXIT
                IF HOLD-RETURN-CODE-N NOT = ZERO
                    EXEC CICS SYNCPOINT ROLLBACK
                                  END-EXEC
                    GO TO RECEIVE-TRANSIT-COPY-EXIT
                END-IF
            END-IF

            IF HOLD-REC-CHANGED
                EXEC CICS REWRITE FILE('HOLD')
                              FROM(HOLD-FILE-REC)
                              RESP(RESP-CODE)
                              END-EXEC
                IF RESP-CODE NOT = 0
                    SET HOLD-UPDATE-FAILED TO TRUE
                    EXEC CICS SYNCPOINT ROLLBACK
                                  END-EXEC
                    GO TO RECEIVE-TRANSIT-COPY-EXIT
                END-IF
            END-IF

            EXEC CICS REWRITE FILE('BOOKCOPY')
                          FROM(BOOK-COPY-REC)
                          RESP(RESP-CODE)
                          END-EXEC
            IF RESP-CODE NOT = 0
                SET HOLD-UPDATE-FAILED TO TRUE
                EXEC CICS SYNCPOINT ROLLBACK
                              END-EXEC
                GO TO RECEIVE-TRANSIT-COPY-EXIT
            END-IF

            PERFORM JOURNAL-RECEIVE-ACTION
                    THRU JOURNAL-RECEIVE-ACTION-EXIT

            RECEIVE-TRANSIT-COPY-EXIT.
            EXIT.
      *****************************************************************
      * THE RECEIVED COPY IS NO LONGER TIED TO ANY HOLD ENTRY - HAND IT
      * TO THE FIRST UNSERVED ENTRY IN THE QUEUE, OR FAILING THAT PUT
      * IT BACK ON THE SHELF AT THE RECEIVING BRANCH AND RESTORE
      * BOOK-COPIES-AVAIL.  EITHER WAY THE COPY NOW BELONGS TO THE
      * RECEIVING BRANCH
      *****************************************************************
       PASS-ON-ORPHAN-COPY.

            MOVE HOLD-REQUEST-BRANCH TO COPY-BRANCH
            SET HOLD-QUEUE-IDX TO 1
            PERFORM SCAN-QUEUE-FOR-UNSERVED
                    THRU SCAN-QUEUE-FOR-UNSERVED-EXIT
                UNTIL HOLD-QUEUE-IDX > HOLD-QUEUE-COUNT
                   OR HOLD-ENTRY-FOUND

            IF HOLD-ENTRY-FOUND
                MOVE COPY-NUMBER TO HOLD-COPY-NUMBER(HOLD-QUEUE-IDX)
                IF HOLD-PICKUP-BRANCH(HOLD-QUEUE-IDX) = SPACES
                    MOVE HOLD-REQUEST-BRANCH
                        TO HOLD-PICKUP-BRANCH(HOLD-QUEUE-IDX)
                END-IF
                IF HOLD-PICKUP-BRANCH(HOLD-QUEUE-IDX)
                        = HOLD-REQUEST-BRANCH
                    SET COPY-ON-HOLD TO TRUE
                    MOVE ZEROS TO HOLD-TRANSIT-DATE(HOLD-QUEUE-IDX)
                    MOVE WS-TODAY-NUM
                        TO HOLD-ARRIVED-DATE(HOLD-QUEUE-IDX)
                ELSE
                    MOVE WS-TODAY-NUM
                        TO HOLD-TRANSIT-DATE(HOLD-QUEUE-IDX)
                    MOVE ZEROS TO HOLD-ARRIVED-DATE(HOLD-QUEUE-IDX)
                END-IF
                MOVE HOLD-BORROWER-ID(HOLD-QUEUE-IDX)
                    TO WS-RECEIVE-BORROWER-ID
                SET HOLD-REC-CHANGED TO TRUE
                GO TO PASS-ON-ORPHAN-COPY-EXIT
            END-IF

            IF HOLD-QUEUE-COUNT > 0
                EXEC CICS UNLOCK FILE('HOLD')
                              END-EXEC
            END-IF
            SET COPY-ON-SHELF TO TRUE

            MOVE HOLD-BOOK-ID TO BOOK-ID
            EXEC CICS READ FILE('BOOK')
                           INTO(BOOK-FILE-REC)
                           RIDFLD(BOOK-ID)
                           RESP(RESP-CODE)
                           UPDATE
                           END-EXEC
            IF RESP-CODE = 0
                MOVE BOOK-FILE-REC TO WS-BOOK-BEFORE-SAVE
                ADD 1 TO BOOK-COPIES-AVAIL
                EXEC CICS REWRITE FILE('BOOK')
                              FROM(BOOK-FILE-REC)
                              RESP(RESP-CODE)
                              END-EXEC
            END-IF
            IF RESP-CODE NOT = 0
                SET HOLD-UPDATE-FAILED TO TRUE
            ELSE
                SET BOOK-REC-CHANGED TO TRUE
            END-IF

            PASS-ON-ORPHAN-COPY-EXIT.
            EXIT.
      *****************************************************************
      * FIND THE HOLD ENTRY THE RECEIVED COPY WAS SENT FOR - TIED TO
      * THIS COPY NUMBER AND NOT YET ARRIVED
      *****************************************************************
       SCAN-QUEUE-FOR-COPY.

            IF HOLD-COPY-NUMBER(HOLD-QUEUE-IDX) = COPY-NUMBER
                    AND HOLD-ARRIVED-DATE(HOLD-QUEUE-IDX) = ZERO
                SET HOLD-ENTRY-FOUND TO TRUE
            ELSE
                SET HOLD-QUEUE-IDX UP BY 1
            END-IF

            SCAN-QUEUE-FOR-COPY-EXIT.
            EXIT.
      *****************************************************************
      * FIND THE FIRST HOLD ENTRY WITH NO COPY TIED TO IT YET
      *****************************************************************
       SCAN-QUEUE-FOR-UNSERVED.

            IF HOLD-COPY-NUMBER(HOLD-QUEUE-IDX) = ZERO
                SET HOLD-ENTRY-FOUND TO TRUE
            ELSE
                SET HOLD-QUEUE-IDX UP BY 1
            END-IF

            SCAN-QUEUE-FOR-UNSERVED-EXIT.
            EXIT.
      *****************************************************************
      * JOURNAL A COMPLETED HOLD PLACEMENT.  THE BEFORE IMAGE (SPACES
      * WHEN THIS HOLD CREATED THE QUEUE RECORD) WAS SAVED WHEN THE
      * ON-FILE RECORD WAS READ; THE BORROWER JUST QUEUED IS CARRIED
            MOVE HOLD-BOOK-ID TO JRNL-RECORD-KEY
                                 JRNL-BOOK-ID
            MOVE HOLD-REQUEST-BORROWER-ID TO JRNL-BORROWER-ID
            MOVE 'HOLD' TO JRNL-FILE-NAME
            MOVE WS-JRNL-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
            MOVE HOLD-FILE-REC       TO JRNL-AFTER-IMAGE
            PERFORM WRITE-JOURNAL-REC THRU WRITE-JOURNAL-REC-EXIT
            JOURNAL-HOLD-ACTION-EXIT.
            EXIT.
      *****************************************************************
      * JOURNAL A COMPLETED RECEIVE - ONE ROW FOR THE COPY'S MOVE TO
      * ITS NEW BRANCH AND STATUS, ONE FOR THE HOLD ENTRY IT WAS TIED
      * TO (WHEN THE QUEUE CHANGED) AND ONE FOR BOOK-COPIES-AVAIL (WHEN
      * THE COPY WAS SHELVED INSTEAD)
      *****************************************************************
       JOURNAL-RECEIVE-ACTION.

            SET JRNL-ACTION-RECEIVE TO TRUE
            MOVE SPACES TO JRNL-RECORD-KEY
                           JRNL-BOOK-ID
                           JRNL-BORROWER-ID
            MOVE COPY-KEY     TO JRNL-RECORD-KEY
            MOVE HOLD-BOOK-ID TO JRNL-BOOK-ID
            MOVE WS-RECEIVE-BORROWER-ID TO JRNL-BORROWER-ID
            MOVE 'BOOKCOPY' TO JRNL-FILE-NAME
            MOVE WS-COPY-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
            MOVE BOOK-COPY-REC       TO JRNL-AFTER-IMAGE
            PERFORM WRITE-JOURNAL-REC THRU WRITE-JOURNAL-REC-EXIT

            IF HOLD-REC-CHANGED
                MOVE SPACES TO JRNL-RECORD-KEY
                MOVE HOLD-BOOK-ID TO JRNL-RECORD-KEY
                MOVE 'HOLD' TO JRNL-FILE-NAME
                MOVE WS-JRNL-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
                MOVE HOLD-FILE-REC       TO JRNL-AFTER-IMAGE
                PERFORM WRITE-JOURNAL-REC THRU WRITE-JOURNAL-REC-EXIT
            END-IF

            IF BOOK-REC-CHANGED
                MOVE SPACES TO JRNL-RECORD-KEY
                MOVE HOLD-BOOK-ID TO JRNL-RECORD-KEY
                MOVE 'BOOK' TO JRNL-FILE-NAME
                MOVE WS-BOOK-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
                MOVE BOOK-FILE-REC       TO JRNL-AFTER-IMAGE
                PERFORM WRITE-JOURNAL-REC THRU WRITE-JOURNAL-REC-EXIT
            END-IF

            JOURNAL-RECEIVE-ACTION-EXIT.
            EXIT.
      *****************************************************************
      * APPEND ONE ROW TO THE UPDATE JOURNAL.  THE CALLER HAS ALREADY
      * SET JRNL-ACTION, THE KEY FIELDS AND THE BEFORE/AFTER IMAGES.
      * A SAME-SECOND KEY COLLISION IS RETRIED ON THE NEXT SEQUENCE
