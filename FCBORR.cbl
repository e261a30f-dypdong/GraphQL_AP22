         01 WS-NEW-BORROWER-NAME    PIC X(30).
         01 WS-NEW-BORROWER-ADDRESS PIC X(30).
         01 WS-NEW-BORROWER-PHONE   PIC X(12).
         01 WS-NEW-BORROWER-STATUS  PIC X(01).
         01 WS-NEW-EXPIRY-DATE      PIC 9(08).
         01 WS-NEW-STATUS-REASON    PIC X(30).
         01 WS-ABSTIME        PIC S9(15) COMP-3.
         01 WS-TODAY-CHAR     PIC X(08).
         01 WS-TODAY-NUM REDEFINES WS-TODAY-CHAR
                              PIC 9(08).
      *****************************************************************
      * A NEW OR RENEWED CARD IS GOOD FOR WS-CARD-TERM-YEARS FROM THE
      * DAY IT IS ISSUED.  A TERM STARTING ON 29 FEBRUARY RUNS TO 28
      * FEBRUARY SO THE EXPIRY DATE IS ALWAYS A REAL DATE
      *****************************************************************
         01 WS-CARD-TERM-YEARS PIC 9(02) VALUE 3.
         01 WS-CARD-EXPIRY    PIC 9(08).
         01 WS-CARD-EXPIRY-X REDEFINES WS-CARD-EXPIRY.
            03 WS-CARD-EXPIRY-YYYY PIC 9(04).
            03 WS-CARD-EXPIRY-MM   PIC 9(02).
            03 WS-CARD-EXPIRY-DD   PIC 9(02).
         01 WS-JRNL-DATE-CHAR PIC X(08).
         01 WS-JRNL-DATE-NUM REDEFINES WS-JRNL-DATE-CHAR
                              PIC 9(08).
                              PIC 9(06).
         01 WS-JRNL-DONE-SW   PIC X(01) VALUE 'N'.
            88 JOURNAL-REC-DONE      VALUE 'Y'.
         01 WS-JRNL-BEFORE-SAVE PIC X(500) VALUE SPACES.
         01 WS-LEDG-DONE-SW   PIC X(01) VALUE 'N'.
            88 LEDGER-REC-DONE       VALUE 'Y'.
         COPY BORWDATA.
                WHEN BORROWER-ACTION-PAYMENT
                    PERFORM POST-FINE-PAYMENT
                            THRU POST-FINE-PAYMENT-EXIT
                WHEN BORROWER-ACTION-STATUS
                    PERFORM CHANGE-BORROWER-STATUS
                            THRU CHANGE-BORROWER-STATUS-EXIT
                WHEN OTHER
                    PERFORM INQUIRE-BORROWER-REC
                            THRU INQUIRE-BORROWER-REC-EXIT
      *****************************************************************
      * ENROLL A BRAND-NEW BORROWER - DRIVEN BY BORROWER-ACTION = 'A'.
      * A NEW PATRON ALWAYS STARTS AT A ZERO FINE BALANCE, REGARDLESS
      * OF WHATEVER WAS SENT IN ON THE INBOUND CONTAINER, AND WITH AN
      * ACTIVE CARD, NOT REFERRED TO THE COLLECTION AGENCY.  THE CARD
      * RUNS FOR THE STANDARD TERM UNLESS THE DESK SENT A LATER EXPIRY
      * DATE OF ITS OWN (A REAL CALENDAR DATE).
      *****************************************************************
       ADD-BORROWER-REC.

            MOVE ZEROS TO BORROWER-FINE-BAL
            PERFORM GET-TODAY-DATE THRU GET-TODAY-DATE-EXIT
            SET BORROWER-STATUS-ACTIVE TO TRUE
            MOVE WS-TODAY-NUM TO BORROWER-STATUS-DATE
            MOVE 'NEW CARD ISSUED' TO BORROWER-STATUS-REASON
            MOVE 'N' TO BORROWER-COLLECTION-SW
            IF BORROWER-EXPIRY-DATE NOT NUMERIC
                    OR BORROWER-EXPIRY-DATE NOT > WS-TODAY-NUM
                    OR FUNCTION TEST-DATE-YYYYMMDD(BORROWER-EXPIRY-DATE)
                       NOT = ZERO
                PERFORM SET-CARD-TERM-EXPIRY
                        THRU SET-CARD-TERM-EXPIRY-EXIT
            END-IF

            EXEC CICS WRITE FILE('BORROWER')
                           FROM(BORROWER-FILE-REC)
      * ONLY NAME/ADDRESS/PHONE ARE CALLER-EDITABLE - BORROWER-FINE-BAL
      * IS MAINTAINED INDEPENDENTLY BY FCLOAN (ASSESS-FINE) AND BY THIS
      * PROGRAM'S OWN POST-FINE-PAYMENT, AND MUST SURVIVE A CHANGE
      * WHOSE PAYLOAD DIDN'T COME FROM A FRESH INQUIRE.  THE SAME GOES
      * FOR THE CARD STATUS AND EXPIRY, WHICH ONLY CHANGE THROUGH
      * CHANGE-BORROWER-STATUS
      *****************************************************************
       CHANGE-BORROWER-REC.

      *****************************************************************
      * POST A CASH/CARD PAYMENT AGAINST BORROWER-FINE-BAL - DRIVEN BY
      * BORROWER-ACTION = 'P'.  THIS IS THE ONLY WAY BORROWER-FINE-BAL
      * EVER MOVES DOWNWARD AT THE DESK - FCLOAN'S ASSESS-FINE ONLY
      * EVER ADDS TO IT (COLREMIT POSTS COLLECTION-AGENCY REMITTANCES
      * UNDER THE SAME RULES IN BATCH).  A PAYMENT THAT CLEARS THE
      * BALANCE ALSO TAKES THE BORROWER OUT OF COLLECTIONS
      *****************************************************************
       POST-FINE-PAYMENT.

            END-IF

            SUBTRACT BORROWER-PAYMENT-AMOUNT FROM BORROWER-FINE-BAL
            IF BORROWER-FINE-BAL = ZERO
                MOVE 'N' TO BORROWER-COLLECTION-SW
            END-IF

            EXEC CICS REWRITE FILE('BORROWER')
                          FROM(BORROWER-FILE-REC)
                SET LEDG-TYPE-PAYMENT TO TRUE
                MOVE BORROWER-PAYMENT-AMOUNT TO LEDG-AMOUNT
                MOVE SPACES TO LEDG-BOOK-ID
                MOVE BORROWER-PAYMENT-BRANCH TO LEDG-BRANCH
                PERFORM WRITE-LEDGER-REC THRU WRITE-LEDGER-REC-EXIT
                SET JRNL-ACTION-PAYMENT TO TRUE
                PERFORM JOURNAL-BORROWER-ACTION
            POST-FINE-PAYMENT-EXIT.
            EXIT.
      *****************************************************************
      * SET A BORROWER'S CARD STATUS - DRIVEN BY BORROWER-ACTION = 'S'.
      * A SUPERVISOR SUSPENDS, REINSTATES, CLOSES OR RECORDS THE DEATH
      * OF A BORROWER HERE, AND MUST GIVE A REASON, WHICH IS KEPT ON
      * THE RECORD WITH THE DATE OF THE CHANGE.  A NON-ZERO EXPIRY
      * DATE ON THE REQUEST MOVES THE CARD'S EXPIRY DATE (IT MUST BE A
      * REAL DATE, NOT IN THE PAST).  REACTIVATING A CARD WHOSE EXPIRY
      * DATE HAS ALREADY PASSED, WITHOUT GIVING A NEW ONE, RENEWS IT FOR
      * THE STANDARD TERM FROM TODAY - THAT IS HOW AN EXPIRED CARD IS
      * RENEWED AT THE DESK
      *****************************************************************
       CHANGE-BORROWER-STATUS.

            MOVE BORROWER-STATUS        TO WS-NEW-BORROWER-STATUS
            MOVE BORROWER-EXPIRY-DATE   TO WS-NEW-EXPIRY-DATE
            MOVE BORROWER-STATUS-REASON TO WS-NEW-STATUS-REASON

            IF NOT BORROWER-STATUS-VALID
                SET BORROWER-STATUS-INVALID TO TRUE
                GO TO CHANGE-BORROWER-STATUS-EXIT
            END-IF
            IF WS-NEW-STATUS-REASON = SPACES
                SET BORROWER-REASON-REQUIRED TO TRUE
                GO TO CHANGE-BORROWER-STATUS-EXIT
            END-IF
            PERFORM GET-TODAY-DATE THRU GET-TODAY-DATE-EXIT
            IF WS-NEW-EXPIRY-DATE NOT NUMERIC
                SET BORROWER-EXPIRY-INVALID TO TRUE
                GO TO CHANGE-BORROWER-STATUS-EXIT
            END-IF
            IF WS-NEW-EXPIRY-DATE NOT = ZERO
                    AND (WS-NEW-EXPIRY-DATE < WS-TODAY-NUM
                    OR FUNCTION TEST-DATE-YYYYMMDD(WS-NEW-EXPIRY-DATE)
                       NOT = ZERO)
                SET BORROWER-EXPIRY-INVALID TO TRUE
                GO TO CHANGE-BORROWER-STATUS-EXIT
            END-IF

            EXEC CICS READ FILE('BORROWER')
                           INTO(BORROWER-FILE-REC)
                           RIDFLD(BORROWER-ID)
                           RESP(RESP-CODE)
                           UPDATE
                           END-EXEC

            IF RESP-CODE NOT = 0
                SET BORROWER-NOT-FOUND TO TRUE
                GO TO CHANGE-BORROWER-STATUS-EXIT
            END-IF

            MOVE BORROWER-FILE-REC TO WS-JRNL-BEFORE-SAVE
            MOVE WS-NEW-BORROWER-STATUS TO BORROWER-STATUS
            MOVE WS-NEW-STATUS-REASON   TO BORROWER-STATUS-REASON
            MOVE WS-TODAY-NUM           TO BORROWER-STATUS-DATE
            IF WS-NEW-EXPIRY-DATE NOT = ZERO
                MOVE WS-NEW-EXPIRY-DATE TO BORROWER-EXPIRY-DATE
            ELSE
                IF BORROWER-STATUS-ACTIVE
                        AND BORROWER-EXPIRY-DATE < WS-TODAY-NUM
                    PERFORM SET-CARD-TERM-EXPIRY
                            THRU SET-CARD-TERM-EXPIRY-EXIT
                END-IF
            END-IF

            EXEC CICS REWRITE FILE('BORROWER')
                          FROM(BORROWER-FILE-REC)
                          RESP(RESP-CODE)
                          END-EXEC

            IF RESP-CODE NOT = 0
                SET BORROWER-UPDATE-FAILED TO TRUE
            END-IF

            IF BORROWER-RETURN-OK
                SET JRNL-ACTION-STATUS TO TRUE
                PERFORM JOURNAL-BORROWER-ACTION
                        THRU JOURNAL-BORROWER-ACTION-EXIT
            END-IF

            CHANGE-BORROWER-STATUS-EXIT.
            EXIT.
      *****************************************************************
      * SET BORROWER-EXPIRY-DATE ONE FULL CARD TERM FROM TODAY
      *****************************************************************
       SET-CARD-TERM-EXPIRY.

            MOVE WS-TODAY-NUM TO WS-CARD-EXPIRY
            ADD WS-CARD-TERM-YEARS TO WS-CARD-EXPIRY-YYYY
            IF WS-CARD-EXPIRY-MM = 02 AND WS-CARD-EXPIRY-DD = 29
                MOVE 28 TO WS-CARD-EXPIRY-DD
            END-IF
            MOVE WS-CARD-EXPIRY TO BORROWER-EXPIRY-DATE

            SET-CARD-TERM-EXPIRY-EXIT.
            EXIT.
      *****************************************************************
      * TODAY'S DATE AS YYYYMMDD
      *****************************************************************
       GET-TODAY-DATE.

            EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
                          END-EXEC
            EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-TODAY-CHAR)
                          END-EXEC

            GET-TODAY-DATE-EXIT.
            EXIT.
      *****************************************************************
      * JOURNAL A COMPLETED BORROWER UPDATE.  THE ACTION CODE IS SET
      * BY THE CALLER AND THE BEFORE IMAGE (SPACES FOR AN ADD) WAS
      * SAVED WHEN THE ON-FILE RECORD WAS READ
                           JRNL-BORROWER-ID
            MOVE BORROWER-ID TO JRNL-RECORD-KEY
                                JRNL-BORROWER-ID
            MOVE 'BORROWER' TO JRNL-FILE-NAME
            MOVE WS-JRNL-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
            MOVE BORROWER-FILE-REC   TO JRNL-AFTER-IMAGE
            PERFORM WRITE-JOURNAL-REC THRU WRITE-JOURNAL-REC-EXIT
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

