         01 WS-DUE-DATE-INT   PIC S9(08) COMP.
         01 WS-DAYS-LATE      PIC S9(08) COMP.
         01 WS-FINE-AMOUNT    PIC S9(5)V99 COMP-3.
         01 WS-CAL-DAY-INT    PIC S9(08) COMP.
         01 WS-CAL-END-INT    PIC S9(08) COMP.
         01 WS-CAL-ROLL-COUNT PIC S9(04) COMP.
         01 WS-CAL-BRANCH     PIC X(06) VALUE SPACES.
         01 WS-CLOSED-DAY-SW  PIC X(01) VALUE 'N'.
            88 LIBRARY-CLOSED-DAY    VALUE 'Y'.
      *****************************************************************
      * CIRCULATION POLICY VALUES.  FETCH-LOAN-POLICY OVERLAYS THESE
      * FROM THE POLICY FILE (BY BOOK-GENRE-CODE, FALLING BACK TO THE
         01 WS-CLAIM-TARGET-SW PIC X(01) VALUE 'S'.
            88 CLAIM-TARGET-SHELF    VALUE 'S'.
            88 CLAIM-TARGET-HELD     VALUE 'H'.
         01 WS-HOLD-ENTRY-SW  PIC X(01) VALUE 'N'.
            88 BORROWER-HOLD-FOUND   VALUE 'Y'.
         01 WS-HOLD-ENTRY-SLOT PIC S9(04) COMP VALUE ZERO.
         01 WS-ENTRY-COPY-NUMBER PIC 9(04) VALUE ZERO.
         01 WS-ENTRY-ARRIVED-DATE PIC 9(08) VALUE ZERO.
         01 WS-RETURN-BRANCH  PIC X(06) VALUE SPACES.
         01 WS-PRIOR-COPY-NUMBER PIC 9(04) VALUE ZERO.
         01 WS-RELEASE-FAIL-SW PIC X(01) VALUE 'N'.
            88 RELEASE-COPY-FAILED   VALUE 'Y'.
                              PIC 9(06).
         01 WS-JRNL-DONE-SW   PIC X(01) VALUE 'N'.
            88 JOURNAL-REC-DONE      VALUE 'Y'.
         01 WS-JRNL-BEFORE-SAVE PIC X(500) VALUE SPACES.
      *****************************************************************
      * BEFORE IMAGES OF THE RECORDS A LOAN ACTION UPDATES ALONGSIDE
      * THE LOAN ITSELF, SAVED AS EACH IS READ FOR UPDATE, AND A
      * SWITCH PER FILE SET ONCE ITS UPDATE HAS GONE THROUGH - SEE
      * JOURNAL-SIDE-EFFECTS
      *****************************************************************
         01 WS-COPY-BEFORE-SAVE PIC X(500) VALUE SPACES.
         01 WS-BOOK-BEFORE-SAVE PIC X(500) VALUE SPACES.
         01 WS-HOLD-BEFORE-SAVE PIC X(500) VALUE SPACES.
         01 WS-BORR-BEFORE-SAVE PIC X(500) VALUE SPACES.
         01 WS-COPY-CHANGED-SW PIC X(01) VALUE 'N'.
            88 COPY-REC-CHANGED      VALUE 'Y'.
         01 WS-BOOK-CHANGED-SW PIC X(01) VALUE 'N'.
            88 BOOK-REC-CHANGED      VALUE 'Y'.
         01 WS-HOLD-CHANGED-SW PIC X(01) VALUE 'N'.
            88 HOLD-REC-CHANGED      VALUE 'Y'.
         01 WS-BORR-CHANGED-SW PIC X(01) VALUE 'N'.
            88 BORROWER-REC-CHANGED  VALUE 'Y'.
         01 WS-HIST-ADDED-SW  PIC X(01) VALUE 'N'.
            88 HIST-REC-ADDED        VALUE 'Y'.
         01 WS-LEDG-DONE-SW   PIC X(01) VALUE 'N'.
            88 LEDGER-REC-DONE       VALUE 'Y'.
         COPY BOOKDATA.
         COPY POLICREC.
         COPY JRNLREC.
         COPY FINLREC.
         COPY CALNDREC.
       PROCEDURE DIVISION.
            PERFORM START-GETDATA THRU START-PUTDATA.
            GOBACK.
       START-PUTDATA.

            MOVE '0000' TO LOAN-RETURN-CODE
            MOVE 'N' TO WS-COPY-CHANGED-SW
                        WS-BOOK-CHANGED-SW
                        WS-HOLD-CHANGED-SW
                        WS-BORR-CHANGED-SW
                        WS-HIST-ADDED-SW

            EVALUATE TRUE
                WHEN LOAN-ACTION-CHECKOUT
                    MOVE '9999' TO LOAN-RETURN-CODE
            END-EVALUATE

            IF LOAN-RETURN-OK OR LOAN-ACTION-RETURN
                PERFORM JOURNAL-SIDE-EFFECTS
                        THRU JOURNAL-SIDE-EFFECTS-EXIT
            END-IF

            EXEC CICS PUT CONTAINER('QUARY-LOANDATA')
                          CHANNEL('QUARY-BOOK')
                          FROM(LOAN-DATA)
            EXIT.
      *****************************************************************
      * CHECK OUT A BOOK - DECREMENT AVAILABLE COPIES AND WRITE A LOAN.
      * A BORROWER IN THE HOLD QUEUE FOR THIS TITLE WHOSE RESERVED
      * COPY HAS ARRIVED ON THE HOLD SHELF IS ALLOWED THROUGH EVEN WHEN
      * BOOK-COPIES-AVAIL IS ZERO, WHEREVER THEIR ENTRY SITS IN THE
      * QUEUE - THEIR CHECKOUT CLAIMS THE COPY RELEASE-COPY KEPT
      * RESERVED (COPY-ON-HOLD) FOR THEM AND DEQUEUES THEIR ENTRY FROM
      * THE HOLD RECORD.  A RESERVED COPY WAS NEVER ADDED BACK INTO
      * BOOK-COPIES-AVAIL AT RETURN TIME, SO IT IS NOT SUBTRACTED OUT
      * AGAIN HERE.  ONLY THE COPY TIED TO THE BORROWER'S OWN ENTRY,
      * AND ONLY ONCE IT HAS ARRIVED ON THE HOLD SHELF, CAN BE CLAIMED
      * THIS WAY - WHILE IT IS STILL IN TRANSIT THE BORROWER CAN ONLY
      * TAKE AN ON-SHELF COPY.  THE FIRST BORROWER IN LINE IS ALSO
      * DEQUEUED WHEN THEY TAKE AN ON-SHELF COPY.
      * ONCE THE COPY HAS BEEN CLAIMED, ANY LATER FAILURE (BOOK
      * REWRITE, HOLD DEQUEUE, HISTORY APPEND, FINAL LOAN
      * WRITE/REWRITE) IS BACKED OUT WITH A SYNCPOINT ROLLBACK SO A
      * THE LOAN PERIOD AND THE FINE-BALANCE CEILING COME FROM THE
      * POLICY FILE, KEYED BY THE BOOK'S GENRE - WHICH IS WHY THE
      * CEILING CHECK RUNS AFTER THE BOOK READ RATHER THAN RIGHT AFTER
      * THE BORROWER READ AS IT ONCE DID.  A DUE DATE THAT LANDS ON A
      * DAY THE CLAIMED COPY'S BRANCH IS CLOSED (SEE CALNDREC) IS
      * ROLLED FORWARD TO THE NEXT OPEN DAY.  A BORROWER WHOSE CARD IS
      * NOT ACTIVE OR HAS EXPIRED IS TURNED AWAY BEFORE ANYTHING ELSE
      * IS LOOKED AT (SEE CHECK-BORROWER-STANDING)
      *****************************************************************
       CHECKOUT-BOOK.

                SET LOAN-BORROWER-NOT-FOUND TO TRUE
                GO TO CHECKOUT-BOOK-EXIT
            END-IF
            PERFORM CHECK-BORROWER-STANDING
                    THRU CHECK-BORROWER-STANDING-EXIT
            IF LOAN-RETURN-CODE-N NOT = ZERO
                GO TO CHECKOUT-BOOK-EXIT
            END-IF

            MOVE LOAN-BOOK-ID TO BOOK-ID
            EXEC CICS READ FILE('BOOK')
                SET LOAN-BOOK-NOT-FOUND TO TRUE
                GO TO CHECKOUT-BOOK-EXIT
            END-IF
            MOVE BOOK-FILE-REC TO WS-BOOK-BEFORE-SAVE

            PERFORM FETCH-LOAN-POLICY THRU FETCH-LOAN-POLICY-EXIT
            IF BORROWER-FINE-BAL > WS-MAX-FINE-BAL
                GO TO CHECKOUT-BOOK-EXIT
            END-IF

            PERFORM PROBE-HOLD-QUEUE-ENTRY
                    THRU PROBE-HOLD-QUEUE-ENTRY-EXIT
            IF BOOK-COPIES-AVAIL NOT > 0
                    AND NOT CHECKOUT-FROM-HOLD
                SET LOAN-NO-COPIES-AVAIL TO TRUE
            END-IF

            MOVE 'N' TO WS-HELD-CLAIM-SW
            IF CHECKOUT-FROM-HOLD AND WS-ENTRY-ARRIVED-DATE NOT = ZERO
                SET CLAIM-TARGET-HELD TO TRUE
                PERFORM CLAIM-SHELF-COPY THRU CLAIM-SHELF-COPY-EXIT
                IF COPY-CLAIMED
                              END-EXEC
                GO TO CHECKOUT-BOOK-EXIT
            END-IF
            SET BOOK-REC-CHANGED TO TRUE

            IF CHECKOUT-FROM-HOLD
                PERFORM DEQUEUE-HOLD-ENTRY
                        THRU DEQUEUE-HOLD-ENTRY-EXIT
                IF LOAN-RETURN-CODE-N NOT = ZERO
                    EXEC CICS SYNCPOINT ROLLBACK
                                  END-EXEC

            PERFORM GET-TODAY-DATE THRU GET-TODAY-DATE-EXIT
            MOVE WS-TODAY-NUM TO CHECKOUT-DATE
            MOVE COPY-BRANCH TO WS-CAL-BRANCH
            COMPUTE WS-DUE-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                  + WS-LOAN-PERIOD-DAYS
            PERFORM ROLL-PAST-CLOSED-DAYS
                    THRU ROLL-PAST-CLOSED-DAYS-EXIT
            MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INT) TO DUE-DATE
            MOVE ZEROS TO RETURN-DATE
            MOVE ZEROS TO LOAN-RENEWAL-COUNT
                           RESP(RESP-CODE)
                           END-EXEC

            IF RESP-CODE = 0
                SET HIST-REC-ADDED TO TRUE
            ELSE
                SET LOAN-UPDATE-FAILED TO TRUE
            END-IF

      * FIND THE FIRST CLAIMABLE COPY OF THIS BOOK AND FLIP IT TO
      * CHECKED-OUT, RECORDING WHICH COPY NUMBER WAS LOANED OUT.  THE
      * CLAIM-TARGET SWITCH SAYS WHICH STATUS IS CLAIMABLE - ON-SHELF
      * FOR A NORMAL CHECKOUT, ON-HOLD WHEN A QUEUED BORROWER IS
      * PICKING UP THE COPY RESERVED FOR THEM (WHICH MUST BE THE COPY
      * TIED TO THEIR HOLD ENTRY)
      *****************************************************************
       CLAIM-SHELF-COPY.

                              UPDATE
                              END-EXEC
                IF RESP-CODE = 0
                    MOVE BOOK-COPY-REC TO WS-COPY-BEFORE-SAVE
                    SET COPY-CHECKED-OUT TO TRUE
                    EXEC CICS REWRITE FILE('BOOKCOPY')
                                  FROM(BOOK-COPY-REC)
                    IF RESP-CODE = 0
                        MOVE COPY-NUMBER TO LOAN-COPY-NUMBER
                        SET COPY-CLAIMED TO TRUE
                        SET COPY-REC-CHANGED TO TRUE
                    END-IF
                END-IF
            END-IF

            IF RESP-CODE = 0 AND COPY-BOOK-ID = BOOK-ID
                IF (CLAIM-TARGET-SHELF AND COPY-ON-SHELF)
                        OR (CLAIM-TARGET-HELD AND COPY-ON-HOLD
                            AND COPY-NUMBER = WS-ENTRY-COPY-NUMBER)
                    SET COPY-FOUND-ON-SHELF TO TRUE
                END-IF
            END-IF
                SET LOAN-UPDATE-FAILED TO TRUE
                GO TO RETURN-BOOK-EXIT
            END-IF
            SET JRNL-ACTION-RETURN TO TRUE
            PERFORM JOURNAL-LOAN-ACTION THRU JOURNAL-LOAN-ACTION-EXIT

            IF RETURN-DATE > DUE-DATE
                PERFORM ASSESS-FINE THRU ASSESS-FINE-EXIT
                           UPDATE
                           END-EXEC
            IF RESP-CODE = 0
                MOVE BOOK-FILE-REC TO WS-BOOK-BEFORE-SAVE
                IF NOT COPY-CLAIMED-BY-HOLD
                    ADD 1 TO BOOK-COPIES-AVAIL
                END-IF
                SET LOAN-BOOK-UPDATE-FAILED TO TRUE
                GO TO RETURN-BOOK-EXIT
            END-IF
            SET BOOK-REC-CHANGED TO TRUE

            RETURN-BOOK-EXIT.
            EXIT.
      *****************************************************************
      * FLIP THE COPY THAT WAS LOANED OUT BACK TO ON-SHELF - UNLESS
      * SOME OTHER BORROWER IS WAITING ON A HOLD FOR THIS TITLE, IN
      * WHICH CASE THE COPY IS KEPT RESERVED FOR THEM INSTEAD OF GOING
      * BACK OUT TO THE GENERAL SHELF.  A RESERVED COPY RETURNED AT
      * THE BORROWER'S PICKUP BRANCH (OR FOR A HOLD WITH NO PICKUP
      * BRANCH) GOES STRAIGHT ON THE HOLD SHELF THERE (COPY-ON-HOLD);
      * ONE RETURNED ANYWHERE ELSE IS SENT COPY-IN-TRANSIT FROM THE
      * RETURNING BRANCH AND ONLY GOES ON HOLD WHEN FCHOLD RECEIVES IT
      * AT THE PICKUP BRANCH.  EITHER WAY THE COPY STAYS OUT OF
      * BOOK-COPIES-AVAIL.  IF THE HOLD RECORD CANNOT BE UPDATED THE
      * COPY IS SIMPLY SHELVED RATHER THAN RESERVED FOR NOBODY
      *****************************************************************
       RELEASE-COPY.

                          UPDATE
                          END-EXEC
            IF RESP-CODE = 0
                MOVE BOOK-COPY-REC TO WS-COPY-BEFORE-SAVE
                MOVE LOAN-RETURN-BRANCH TO WS-RETURN-BRANCH
                IF WS-RETURN-BRANCH = SPACES
                    MOVE COPY-BRANCH TO WS-RETURN-BRANCH
                END-IF
                IF COPY-CLAIMED-BY-HOLD
                    PERFORM RESERVE-COPY-FOR-HOLD
                            THRU RESERVE-COPY-FOR-HOLD-EXIT
                ELSE
                    SET COPY-ON-SHELF TO TRUE
                END-IF
                              END-EXEC
            END-IF

            IF RESP-CODE = 0
                SET COPY-REC-CHANGED TO TRUE
            ELSE
                SET LOAN-NO-COPY-RECORD TO TRUE
                SET RELEASE-COPY-FAILED TO TRUE
            END-IF
            RELEASE-COPY-EXIT.
            EXIT.
      *****************************************************************
      * LOOK FOR A WAITING HOLD ON LOAN-BOOK-ID THAT HAS NO COPY TIED
      * TO IT YET (HOLD-COPY-NUMBER ZERO).  IF ONE IS FOUND THE
      * RETURNED COPY IS RESERVED FOR THAT ENTRY - THE FIRST UNSERVED
      * BORROWER IN LINE - AND HOLD-QUEUE-IDX IS LEFT POINTING AT IT.
      * THE BORROWER STAYS IN THE QUEUE UNTIL THEIR OWN CHECKOUT CLAIMS
      * THE RESERVED COPY AND DEQUEUES THEM (SEE PROBE-HOLD-QUEUE-
      * ENTRY / DEQUEUE-HOLD-ENTRY) - WHICH THEY CAN DO AS SOON AS THE
      * COPY ARRIVES, EVEN IF BORROWERS AHEAD OF THEM ARE STILL
      * WAITING FOR A COPY OF THEIR OWN.  BECAUSE EACH RESERVATION IS
      * TIED TO ITS ENTRY, A SECOND RETURN OF THE SAME TITLE CANNOT
      * RESERVE A SECOND COPY FOR A ONE-BORROWER QUEUE AND STRAND IT.
      * THE HOLD RECORD IS READ FOR UPDATE AND STAYS LOCKED FOR
      * RESERVE-COPY-FOR-HOLD WHEN A RESERVATION IS DUE; OTHERWISE THE
      * LOCK IS GIVEN UP HERE
      *****************************************************************
       CHECK-FOR-WAITING-HOLD.

                          INTO(HOLD-FILE-REC)
                          RIDFLD(LOAN-BOOK-ID)
                          RESP(RESP2-CODE)
                          UPDATE
                          END-EXEC
            IF RESP2-CODE NOT = 0
                GO TO CHECK-FOR-WAITING-HOLD-EXIT
            END-IF
            MOVE HOLD-FILE-REC TO WS-HOLD-BEFORE-SAVE

            SET HOLD-QUEUE-IDX TO 1
            PERFORM SCAN-FOR-UNSERVED-HOLD
                    THRU SCAN-FOR-UNSERVED-HOLD-EXIT
                UNTIL HOLD-QUEUE-IDX > HOLD-QUEUE-COUNT
                   OR COPY-CLAIMED-BY-HOLD

            IF NOT COPY-CLAIMED-BY-HOLD
                EXEC CICS UNLOCK FILE('HOLD')
                              END-EXEC
            END-IF

            CHECK-FOR-WAITING-HOLD-EXIT.
            EXIT.

       SCAN-FOR-UNSERVED-HOLD.

            IF HOLD-COPY-NUMBER(HOLD-QUEUE-IDX) = ZERO
                SET COPY-CLAIMED-BY-HOLD TO TRUE
            ELSE
                SET HOLD-QUEUE-IDX UP BY 1
            END-IF

            SCAN-FOR-UNSERVED-HOLD-EXIT.
            EXIT.
      *****************************************************************
      * TIE THE RETURNED COPY TO THE UNSERVED HOLD ENTRY
      * CHECK-FOR-WAITING-HOLD FOUND AND SET ITS STATUS FOR THE PICKUP
      * BRANCH.  A HOLD WITH NO PICKUP BRANCH IS COLLECTED WHEREVER THE
      * COPY CAME BACK.  THE PICKUP CLOCK (HOLD-ARRIVED-DATE) ONLY
      * STARTS WHEN THE COPY IS ACTUALLY ON THE PICKUP BRANCH'S HOLD
      * SHELF.  IF THE HOLD REWRITE FAILS THE RESERVATION IS DROPPED
      * AND THE COPY IS SHELVED, SO RETURN-BOOK ADDS IT BACK INTO
      * BOOK-COPIES-AVAIL
      *****************************************************************
       RESERVE-COPY-FOR-HOLD.

            MOVE COPY-NUMBER TO HOLD-COPY-NUMBER(HOLD-QUEUE-IDX)
            MOVE WS-RETURN-BRANCH TO COPY-BRANCH
            IF HOLD-PICKUP-BRANCH(HOLD-QUEUE-IDX) = SPACES
                MOVE WS-RETURN-BRANCH
                    TO HOLD-PICKUP-BRANCH(HOLD-QUEUE-IDX)
            END-IF

            IF HOLD-PICKUP-BRANCH(HOLD-QUEUE-IDX) = WS-RETURN-BRANCH
                SET COPY-ON-HOLD TO TRUE
                MOVE ZEROS TO HOLD-TRANSIT-DATE(HOLD-QUEUE-IDX)
                MOVE WS-TODAY-NUM TO HOLD-ARRIVED-DATE(HOLD-QUEUE-IDX)
            ELSE
                SET COPY-IN-TRANSIT TO TRUE
                MOVE WS-TODAY-NUM TO HOLD-TRANSIT-DATE(HOLD-QUEUE-IDX)
                MOVE ZEROS TO HOLD-ARRIVED-DATE(HOLD-QUEUE-IDX)
            END-IF

            EXEC CICS REWRITE FILE('HOLD')
                          FROM(HOLD-FILE-REC)
                          RESP(RESP2-CODE)
                          END-EXEC
            IF RESP2-CODE = 0
                SET HOLD-REC-CHANGED TO TRUE
            ELSE
                MOVE 'N' TO WS-HOLD-CLAIM-SW
                SET COPY-ON-SHELF TO TRUE
            END-IF

            RESERVE-COPY-FOR-HOLD-EXIT.
            EXIT.
      *****************************************************************
      * IS THE BORROWER ASKING TO CHECK OUT IN THE HOLD QUEUE FOR THIS
      * TITLE?  THE WHOLE QUEUE IS SEARCHED, AND THE BORROWER'S SLOT,
      * TIED COPY AND ARRIVAL DATE ARE NOTED.  THE CHECKOUT COUNTS AS
      * A HOLD PICKUP WHEN THE ENTRY'S TIED COPY HAS ARRIVED ON THE
      * HOLD SHELF (SO CHECKOUT-BOOK CLAIMS IT - A COPY STILL IN
      * TRANSIT CANNOT BE HANDED OVER YET), OR WHEN THE BORROWER IS
      * FIRST IN LINE AND SO IS SERVED BY ANY ON-SHELF COPY.
      * READ-ONLY - THE DEQUEUE ONLY HAPPENS ONCE THE CHECKOUT HAS
      * ACTUALLY CLAIMED A COPY
      *****************************************************************
       PROBE-HOLD-QUEUE-ENTRY.

            MOVE 'N' TO WS-HOLD-CHECKOUT-SW
            MOVE 'N' TO WS-HOLD-ENTRY-SW
            MOVE ZEROS TO WS-HOLD-ENTRY-SLOT
                          WS-ENTRY-COPY-NUMBER
                          WS-ENTRY-ARRIVED-DATE
            EXEC CICS READ FILE('HOLD')
                          INTO(HOLD-FILE-REC)
                          RIDFLD(LOAN-BOOK-ID)
                          RESP(RESP2-CODE)
                          END-EXEC
            IF RESP2-CODE NOT = 0
                GO TO PROBE-HOLD-QUEUE-ENTRY-EXIT
            END-IF

            SET HOLD-QUEUE-IDX TO 1
            PERFORM SCAN-FOR-BORROWER-HOLD
                    THRU SCAN-FOR-BORROWER-HOLD-EXIT
                UNTIL HOLD-QUEUE-IDX > HOLD-QUEUE-COUNT
                   OR BORROWER-HOLD-FOUND
            IF NOT BORROWER-HOLD-FOUND
                GO TO PROBE-HOLD-QUEUE-ENTRY-EXIT
            END-IF

            SET WS-HOLD-ENTRY-SLOT TO HOLD-QUEUE-IDX
            MOVE HOLD-COPY-NUMBER(HOLD-QUEUE-IDX)
                TO WS-ENTRY-COPY-NUMBER
            MOVE HOLD-ARRIVED-DATE(HOLD-QUEUE-IDX)
                TO WS-ENTRY-ARRIVED-DATE
            IF WS-HOLD-ENTRY-SLOT = 1
                    OR (WS-ENTRY-COPY-NUMBER NOT = ZERO
                        AND WS-ENTRY-ARRIVED-DATE NOT = ZERO)
                SET CHECKOUT-FROM-HOLD TO TRUE
            END-IF

            PROBE-HOLD-QUEUE-ENTRY-EXIT.
            EXIT.

       SCAN-FOR-BORROWER-HOLD.

            IF HOLD-BORROWER-ID(HOLD-QUEUE-IDX) = LOAN-BORROWER-ID
                SET BORROWER-HOLD-FOUND TO TRUE
            ELSE
                SET HOLD-QUEUE-IDX UP BY 1
            END-IF

            SCAN-FOR-BORROWER-HOLD-EXIT.
            EXIT.
      *****************************************************************
      * THE QUEUED BORROWER'S CHECKOUT HAS CLAIMED A COPY - DEQUEUE
      * THEIR ENTRY AND SHIFT THE ENTRIES BEHIND IT UP ONE SLOT,
      * CARRYING EACH ENTRY'S PICKUP BRANCH AND TIED COPY WITH IT.
      * ENTRIES AHEAD OF THE BORROWER KEEP THEIR PLACE IN LINE.  THE
      * SLOT PROBE-HOLD-QUEUE-ENTRY NOTED IS CHECKED AGAINST THE
      * LOCKED RECORD AND THE QUEUE RE-SEARCHED IF IT HAS MOVED; IF
      * THE ENTRY HAS GONE ALTOGETHER THERE IS NOTHING TO DEQUEUE.  A
      * FAILURE HERE IS SURFACED VIA LOAN-UPDATE-FAILED SO CHECKOUT-
      * BOOK CAN ROLL THE WHOLE CHECKOUT BACK
      *****************************************************************
       DEQUEUE-HOLD-ENTRY.

            EXEC CICS READ FILE('HOLD')
                          INTO(HOLD-FILE-REC)
                          RESP(RESP2-CODE)
                          UPDATE
                          END-EXEC
            IF RESP2-CODE NOT = 0
                SET LOAN-UPDATE-FAILED TO TRUE
                GO TO DEQUEUE-HOLD-ENTRY-EXIT
            END-IF

            MOVE 'N' TO WS-HOLD-ENTRY-SW
            IF WS-HOLD-ENTRY-SLOT > 0
                    AND WS-HOLD-ENTRY-SLOT NOT > HOLD-QUEUE-COUNT
                SET HOLD-QUEUE-IDX TO WS-HOLD-ENTRY-SLOT
                IF HOLD-BORROWER-ID(HOLD-QUEUE-IDX) = LOAN-BORROWER-ID
                    SET BORROWER-HOLD-FOUND TO TRUE
                END-IF
            END-IF
            IF NOT BORROWER-HOLD-FOUND
                SET HOLD-QUEUE-IDX TO 1
                PERFORM SCAN-FOR-BORROWER-HOLD
                        THRU SCAN-FOR-BORROWER-HOLD-EXIT
                    UNTIL HOLD-QUEUE-IDX > HOLD-QUEUE-COUNT
                       OR BORROWER-HOLD-FOUND
            END-IF
            IF NOT BORROWER-HOLD-FOUND
                EXEC CICS UNLOCK FILE('HOLD')
                              END-EXEC
                GO TO DEQUEUE-HOLD-ENTRY-EXIT
            END-IF

            MOVE HOLD-FILE-REC TO WS-HOLD-BEFORE-SAVE
            SUBTRACT 1 FROM HOLD-QUEUE-COUNT
            PERFORM SHIFT-HOLD-QUEUE-ENTRY
                    THRU SHIFT-HOLD-QUEUE-ENTRY-EXIT
                UNTIL HOLD-QUEUE-IDX > HOLD-QUEUE-COUNT

            EXEC CICS REWRITE FILE('HOLD')
                          FROM(HOLD-FILE-REC)
                          RESP(RESP2-CODE)
                          END-EXEC
            IF RESP2-CODE = 0
                SET HOLD-REC-CHANGED TO TRUE
            ELSE
                SET LOAN-UPDATE-FAILED TO TRUE
            END-IF

            DEQUEUE-HOLD-ENTRY-EXIT.
            EXIT.

       SHIFT-HOLD-QUEUE-ENTRY.

            MOVE HOLD-QUEUE-TABLE(HOLD-QUEUE-IDX + 1)
                TO HOLD-QUEUE-TABLE(HOLD-QUEUE-IDX)
            SET HOLD-QUEUE-IDX UP BY 1

            SHIFT-HOLD-QUEUE-ENTRY-EXIT.
            EXIT.
      *****************************************************************
      * A CHECKOUT OR RENEWAL IS ONLY GIVEN TO A BORROWER WHOSE CARD IS
      * ACTIVE AND NOT PAST ITS EXPIRY DATE.  A SUSPENDED, DECEASED OR
      * CLOSED ACCOUNT (OR ONE THE MONTHLY CARD RUN HAS ALREADY
      * EXPIRED) IS TURNED AWAY AS NOT ACTIVE; AN ACTIVE CARD WHOSE
      * EXPIRY DATE HAS PASSED BEFORE THAT RUN GOT TO IT IS TURNED
      * AWAY AS EXPIRED.  BORROWER-FILE-REC HAS ALREADY BEEN READ
      *****************************************************************
       CHECK-BORROWER-STANDING.

            IF NOT BORROWER-STATUS-ACTIVE
                SET LOAN-BORROWER-NOT-ACTIVE TO TRUE
                GO TO CHECK-BORROWER-STANDING-EXIT
            END-IF

            PERFORM GET-TODAY-DATE THRU GET-TODAY-DATE-EXIT
            IF BORROWER-EXPIRY-DATE < WS-TODAY-NUM
                SET LOAN-BORROWER-CARD-EXPIRED TO TRUE
            END-IF

            CHECK-BORROWER-STANDING-EXIT.
            EXIT.
      *****************************************************************
      * RENEW AN OPEN LOAN - PUSHES DUE-DATE OUT ANOTHER POLICY LOAN
      * PERIOD AND COUNTS THE RENEWAL AGAINST LOAN-RENEWAL-COUNT SO A
      * LOAN CANNOT BE RENEWED PAST THE POLICY'S RENEWAL CAP.  BOTH
      * VALUES COME FROM THE GENRE'S POLICY ROW, FETCHED OFF THE
      * LOAN'S BOOK.  NO COPY OR BOOK-COPIES-AVAIL
      * BOOKKEEPING IS TOUCHED - THE COPY IS STILL CHECKED OUT, THE
      * BORROWER JUST GETS MORE TIME WITH IT.  THE NEW DUE DATE IS
      * ROLLED PAST ANY CLOSED DAY AT THE COPY'S BRANCH THE SAME WAY
      * CHECKOUT-BOOK ROLLS IT.  THE BORROWER'S CARD MUST STILL BE IN
      * GOOD STANDING, THE SAME AS FOR A CHECKOUT.
      *****************************************************************
       RENEW-LOAN.

                GO TO RENEW-LOAN-EXIT
            END-IF

            MOVE LOAN-BORROWER-ID TO BORROWER-ID
            EXEC CICS READ FILE('BORROWER')
                           INTO(BORROWER-FILE-REC)
                           RIDFLD(BORROWER-ID)
                           RESP(RESP-CODE)
                           END-EXEC
            IF RESP-CODE NOT = 0
                SET LOAN-BORROWER-NOT-FOUND TO TRUE
                GO TO RENEW-LOAN-EXIT
            END-IF
            PERFORM CHECK-BORROWER-STANDING
                    THRU CHECK-BORROWER-STANDING-EXIT
            IF LOAN-RETURN-CODE-N NOT = ZERO
                GO TO RENEW-LOAN-EXIT
            END-IF

            PERFORM FETCH-BOOK-POLICY THRU FETCH-BOOK-POLICY-EXIT

            IF LOAN-RENEWAL-COUNT NOT NUMERIC
                GO TO RENEW-LOAN-EXIT
            END-IF

            PERFORM FETCH-COPY-BRANCH THRU FETCH-COPY-BRANCH-EXIT
            COMPUTE WS-DUE-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(DUE-DATE)
                  + WS-LOAN-PERIOD-DAYS
            PERFORM ROLL-PAST-CLOSED-DAYS
                    THRU ROLL-PAST-CLOSED-DAYS-EXIT
            MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INT) TO DUE-DATE
            ADD 1 TO LOAN-RENEWAL-COUNT

                          UPDATE
                          END-EXEC
            IF RESP-CODE = 0
                MOVE BOOK-COPY-REC TO WS-COPY-BEFORE-SAVE
                SET COPY-LOST TO TRUE
                EXEC CICS REWRITE FILE('BOOKCOPY')
                              FROM(BOOK-COPY-REC)
                SET LOAN-NO-COPY-RECORD TO TRUE
                GO TO WRITE-OFF-COPY-EXIT
            END-IF
            SET COPY-REC-CHANGED TO TRUE

            MOVE LOAN-BOOK-ID TO BOOK-ID
            EXEC CICS READ FILE('BOOK')
                           UPDATE
                           END-EXEC
            IF RESP-CODE = 0
                MOVE BOOK-FILE-REC TO WS-BOOK-BEFORE-SAVE
                SUBTRACT 1 FROM BOOK-COPIES-TOTAL
                EXEC CICS REWRITE FILE('BOOK')
                              FROM(BOOK-FILE-REC)
                              RESP(RESP-CODE)
                              END-EXEC
            END-IF
            IF RESP-CODE = 0
                SET BOOK-REC-CHANGED TO TRUE
            ELSE
                SET LOAN-BOOK-UPDATE-FAILED TO TRUE
            END-IF

                           UPDATE
                           END-EXEC
            IF RESP-CODE = 0
                MOVE BORROWER-FILE-REC TO WS-BORR-BEFORE-SAVE
                ADD WS-REPLACEMENT-COST TO BORROWER-FINE-BAL
                EXEC CICS REWRITE FILE('BORROWER')
                              FROM(BORROWER-FILE-REC)
            END-IF

            IF RESP-CODE = 0
                SET BORROWER-REC-CHANGED TO TRUE
                SET LEDG-TYPE-REPLACEMENT TO TRUE
                MOVE WS-REPLACEMENT-COST TO LEDG-AMOUNT
                MOVE LOAN-BOOK-ID        TO LEDG-BOOK-ID
                MOVE COPY-BRANCH         TO LEDG-BRANCH
                PERFORM WRITE-LEDGER-REC THRU WRITE-LEDGER-REC-EXIT
            END-IF

      * ADD AN OVERDUE FINE TO THE BORROWER'S BALANCE.  A FAILURE HERE
      * DOES NOT ABORT THE RETURN (THE LOAN IS ALREADY CLOSED) BUT IS
      * SURFACED VIA LOAN-UPDATE-FAILED SO THE CALLER KNOWS THE FINE
      * WAS NOT ACTUALLY POSTED.  ONLY DAYS THE COPY'S BRANCH WAS OPEN
      * ARE FINED - A RETURN THAT IS LATE ONLY BY CLOSED DAYS IS NOT
      * FINED AT ALL
      *****************************************************************
       ASSESS-FINE.

            PERFORM FETCH-COPY-BRANCH THRU FETCH-COPY-BRANCH-EXIT
            PERFORM COUNT-OPEN-DAYS-LATE
                    THRU COUNT-OPEN-DAYS-LATE-EXIT
            IF WS-DAYS-LATE NOT > ZERO
                GO TO ASSESS-FINE-EXIT
            END-IF
            COMPUTE WS-FINE-AMOUNT = WS-DAYS-LATE * WS-FINE-PER-DAY

            MOVE LOAN-BORROWER-ID TO BORROWER-ID
                           UPDATE
                           END-EXEC
            IF RESP-CODE = 0
                MOVE BORROWER-FILE-REC TO WS-BORR-BEFORE-SAVE
                ADD WS-FINE-AMOUNT TO BORROWER-FINE-BAL
                EXEC CICS REWRITE FILE('BORROWER')
                              FROM(BORROWER-FILE-REC)
            END-IF

            IF RESP-CODE = 0
                SET BORROWER-REC-CHANGED TO TRUE
                SET LEDG-TYPE-OVERDUE-FINE TO TRUE
                MOVE WS-FINE-AMOUNT TO LEDG-AMOUNT
                MOVE LOAN-BOOK-ID   TO LEDG-BOOK-ID
                MOVE WS-CAL-BRANCH  TO LEDG-BRANCH
                PERFORM WRITE-LEDGER-REC THRU WRITE-LEDGER-REC-EXIT
            END-IF

            ASSESS-FINE-EXIT.
            EXIT.
      *****************************************************************
      * PICK UP THE BRANCH OF THE COPY A LOAN RECORD POINTS AT, FOR
      * THE CLOSED-DAY LOOKUPS.  READ-ONLY; A MISSING COPY RECORD
      * LEAVES THE BRANCH BLANK SO ONLY SYSTEM-WIDE CLOSED DAYS APPLY
      *****************************************************************
       FETCH-COPY-BRANCH.

            MOVE SPACES TO WS-CAL-BRANCH
            MOVE LOAN-BOOK-ID     TO COPY-BOOK-ID
            MOVE LOAN-COPY-NUMBER TO COPY-NUMBER
            EXEC CICS READ FILE('BOOKCOPY')
                          INTO(BOOK-COPY-REC)
                          RIDFLD(COPY-KEY)
                          RESP(RESP2-CODE)
                          END-EXEC
            IF RESP2-CODE = 0
                MOVE COPY-BRANCH TO WS-CAL-BRANCH
            END-IF

            FETCH-COPY-BRANCH-EXIT.
            EXIT.
      *****************************************************************
      * ROLL THE DUE DATE IN WS-DUE-DATE-INT (INTEGER-OF-DATE FORM)
      * FORWARD PAST ANY RUN OF CLOSED DAYS AT WS-CAL-BRANCH, SO A
      * LOAN NEVER FALLS DUE ON A DAY IT CANNOT BE BROUGHT BACK.  THE
      * ROLL IS CAPPED AT A YEAR SO A RUNAWAY CALENDAR CANNOT LOOP
      *****************************************************************
       ROLL-PAST-CLOSED-DAYS.

            MOVE ZERO TO WS-CAL-ROLL-COUNT
            MOVE WS-DUE-DATE-INT TO WS-CAL-DAY-INT
            PERFORM TEST-CLOSED-DAY THRU TEST-CLOSED-DAY-EXIT
            PERFORM SKIP-CLOSED-DAY THRU SKIP-CLOSED-DAY-EXIT
                UNTIL NOT LIBRARY-CLOSED-DAY
                   OR WS-CAL-ROLL-COUNT > 366
            MOVE WS-CAL-DAY-INT TO WS-DUE-DATE-INT

            ROLL-PAST-CLOSED-DAYS-EXIT.
            EXIT.

       SKIP-CLOSED-DAY.

            ADD 1 TO WS-CAL-DAY-INT
            ADD 1 TO WS-CAL-ROLL-COUNT
            PERFORM TEST-CLOSED-DAY THRU TEST-CLOSED-DAY-EXIT

            SKIP-CLOSED-DAY-EXIT.
            EXIT.
      *****************************************************************
      * COUNT THE DAYS LATE BETWEEN DUE-DATE AND RETURN-DATE THAT
      * WS-CAL-BRANCH WAS ACTUALLY OPEN - THE DUE DATE ITSELF IS NOT
      * LATE, THE RETURN DATE IS
      *****************************************************************
       COUNT-OPEN-DAYS-LATE.

            MOVE ZERO TO WS-DAYS-LATE
            COMPUTE WS-CAL-DAY-INT = FUNCTION INTEGER-OF-DATE(DUE-DATE)
            COMPUTE WS-CAL-END-INT =
                    FUNCTION INTEGER-OF-DATE(RETURN-DATE)
            PERFORM TALLY-OPEN-DAY THRU TALLY-OPEN-DAY-EXIT
                UNTIL WS-CAL-DAY-INT NOT < WS-CAL-END-INT

            COUNT-OPEN-DAYS-LATE-EXIT.
            EXIT.

       TALLY-OPEN-DAY.

            ADD 1 TO WS-CAL-DAY-INT
            PERFORM TEST-CLOSED-DAY THRU TEST-CLOSED-DAY-EXIT
            IF NOT LIBRARY-CLOSED-DAY
                ADD 1 TO WS-DAYS-LATE
            END-IF

            TALLY-OPEN-DAY-EXIT.
            EXIT.
      *****************************************************************
      * IS THE DAY IN WS-CAL-DAY-INT A CLOSED DAY AT WS-CAL-BRANCH?  A
      * '*ALL' ROW CLOSES EVERY BRANCH, A BRANCH ROW JUST THAT ONE.
      * AN UNREADABLE CALENDAR COUNTS THE DAY AS OPEN SO CIRCULATION
      * DOES NOT STOP OVER A MISSING PARAMETER FILE
      *****************************************************************
       TEST-CLOSED-DAY.

            MOVE 'N' TO WS-CLOSED-DAY-SW
            MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-INT)
                TO CAL-CLOSED-DATE
            MOVE '*ALL' TO CAL-BRANCH
            EXEC CICS READ FILE('CALENDAR')
                          INTO(CALENDAR-FILE-REC)
                          RIDFLD(CAL-KEY)
                          RESP(RESP2-CODE)
                          END-EXEC
            IF RESP2-CODE = 0
                SET LIBRARY-CLOSED-DAY TO TRUE
                GO TO TEST-CLOSED-DAY-EXIT
            END-IF

            IF WS-CAL-BRANCH NOT = SPACES
                MOVE WS-CAL-BRANCH TO CAL-BRANCH
                EXEC CICS READ FILE('CALENDAR')
                              INTO(CALENDAR-FILE-REC)
                              RIDFLD(CAL-KEY)
                              RESP(RESP2-CODE)
                              END-EXEC
                IF RESP2-CODE = 0
                    SET LIBRARY-CLOSED-DAY TO TRUE
                END-IF
            END-IF

            TEST-CLOSED-DAY-EXIT.
            EXIT.
      *****************************************************************
      * FETCH THE CIRCULATION POLICY FOR A PATH THAT STARTS FROM A
      * LOAN RECORD RATHER THAN A BOOK READ OF ITS OWN - READS THE
      * LOAN'S BOOK (NO UPDATE) JUST FOR ITS GENRE CODE, THEN FETCHES
            MOVE LOAN-ID          TO JRNL-RECORD-KEY
            MOVE LOAN-BOOK-ID     TO JRNL-BOOK-ID
            MOVE LOAN-BORROWER-ID TO JRNL-BORROWER-ID
            MOVE 'LOAN' TO JRNL-FILE-NAME
            MOVE WS-JRNL-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
            MOVE LOAN-FILE-REC       TO JRNL-AFTER-IMAGE
            PERFORM WRITE-JOURNAL-REC THRU WRITE-JOURNAL-REC-EXIT
            JOURNAL-LOAN-ACTION-EXIT.
            EXIT.
      *****************************************************************
      * JOURNAL EVERY OTHER RECORD THE LOAN ACTION UPDATED - THE COPY'S
      * STATUS FLIP, BOOK-COPIES-AVAIL/TOTAL, THE HOLD QUEUE, THE
      * BORROWER'S FINE BALANCE AND A NEW LOANHIST ROW - ONE ROW EACH,
      * UNDER THE LOAN ACTION'S OWN CODE, SO A FORWARD RECOVERY CAN
      * REAPPLY THEM.  ONLY UPDATES THAT WENT THROUGH ARE JOURNALED;
      * THE RECORD BUFFERS STILL HOLD THE IMAGES AS REWRITTEN.  A
      * FAILED CHECKOUT OR WRITE-OFF HAS ALREADY BEEN ROLLED BACK AND
      * IS NEVER JOURNALED.  A RETURN IS NOT ROLLED BACK, SO WHATEVER
      * PART OF IT WENT THROUGH IS JOURNALED EVEN WHEN IT FAILED
      *****************************************************************
       JOURNAL-SIDE-EFFECTS.

            MOVE LOAN-ACTION TO JRNL-ACTION
            MOVE SPACES TO JRNL-BOOK-ID
                           JRNL-BORROWER-ID
            MOVE LOAN-BOOK-ID     TO JRNL-BOOK-ID
            MOVE LOAN-BORROWER-ID TO JRNL-BORROWER-ID

            IF COPY-REC-CHANGED
                MOVE SPACES TO JRNL-RECORD-KEY
                MOVE COPY-KEY TO JRNL-RECORD-KEY
                MOVE 'BOOKCOPY' TO JRNL-FILE-NAME
                MOVE WS-COPY-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
                MOVE BOOK-COPY-REC       TO JRNL-AFTER-IMAGE
                PERFORM WRITE-JOURNAL-REC THRU WRITE-JOURNAL-REC-EXIT
            END-IF

            IF BOOK-REC-CHANGED
                MOVE SPACES TO JRNL-RECORD-KEY
                MOVE BOOK-ID TO JRNL-RECORD-KEY
                MOVE 'BOOK' TO JRNL-FILE-NAME
                MOVE WS-BOOK-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
                MOVE BOOK-FILE-REC       TO JRNL-AFTER-IMAGE
                PERFORM WRITE-JOURNAL-REC THRU WRITE-JOURNAL-REC-EXIT
            END-IF

            IF HOLD-REC-CHANGED
                MOVE SPACES TO JRNL-RECORD-KEY
                MOVE HOLD-BOOK-ID TO JRNL-RECORD-KEY
                MOVE 'HOLD' TO JRNL-FILE-NAME
                MOVE WS-HOLD-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
                MOVE HOLD-FILE-REC       TO JRNL-AFTER-IMAGE
                PERFORM WRITE-JOURNAL-REC THRU WRITE-JOURNAL-REC-EXIT
            END-IF

            IF BORROWER-REC-CHANGED
                MOVE SPACES TO JRNL-RECORD-KEY
                MOVE BORROWER-ID TO JRNL-RECORD-KEY
                MOVE 'BORROWER' TO JRNL-FILE-NAME
                MOVE WS-BORR-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
                MOVE BORROWER-FILE-REC   TO JRNL-AFTER-IMAGE
                PERFORM WRITE-JOURNAL-REC THRU WRITE-JOURNAL-REC-EXIT
            END-IF

            IF HIST-REC-ADDED
                MOVE SPACES TO JRNL-RECORD-KEY
                MOVE HIST-KEY TO JRNL-RECORD-KEY
                MOVE 'LOANHIST' TO JRNL-FILE-NAME
                MOVE SPACES TO JRNL-BEFORE-IMAGE
                MOVE LOAN-HIST-REC TO JRNL-AFTER-IMAGE
                PERFORM WRITE-JOURNAL-REC THRU WRITE-JOURNAL-REC-EXIT
            END-IF

            JOURNAL-SIDE-EFFECTS-EXIT.
            EXIT.
      *****************************************************************
      * APPEND ONE ROW TO THE UPDATE JOURNAL.  THE CALLER HAS ALREADY
      * SET JRNL-ACTION, THE KEY FIELDS AND THE BEFORE/AFTER IMAGES.
      * A SAME-SECOND KEY COLLISION IS RETRIED ON THE NEXT SEQUENCE
            EXIT.
      *****************************************************************
      * APPEND ONE ROW TO THE FINE LEDGER.  THE CALLER HAS ALREADY SET
      * LEDG-TYPE, LEDG-AMOUNT, LEDG-BOOK-ID AND LEDG-BRANCH; THE
      * BORROWER AND THE RUNNING BALANCE ARE TAKEN FROM THE BORROWER
      * RECORD JUST REWRITTEN.  THE JOURNAL'S DATE/TIME SCRATCH FIELDS
      * ARE REUSED FOR THE TIMESTAMP.  A SAME-SECOND KEY COLLISION IS
      * RETRIED ON THE NEXT SEQUENCE NUMBER; ANY OTHER FAILURE IS
      * TOLERATED - THE BALANCE HAS ALREADY MOVED AND THE JOURNAL STILL
      * CARRIES THE BEFORE/AFTER IMAGES
      *****************************************************************
       WRITE-LEDGER-REC.

