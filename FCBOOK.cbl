                              PIC 9(06).
         01 WS-JRNL-DONE-SW   PIC X(01) VALUE 'N'.
            88 JOURNAL-REC-DONE      VALUE 'Y'.
         01 WS-JRNL-BEFORE-SAVE PIC X(500) VALUE SPACES.
         01 WS-LAST-COPY-NUMBER PIC 9(04) VALUE ZERO.
         01 WS-COPIES-TO-CREATE PIC S9(04) COMP VALUE ZERO.
         01 WS-LOAN-PROBE-KEY.
            05 WS-LOAN-PROBE-BOOK-ID     PIC X(08).
            05 WS-LOAN-PROBE-BORROWER-ID PIC X(10).
                    PERFORM CHANGE-BOOK-REC THRU CHANGE-BOOK-REC-EXIT
                WHEN BOOK-ACTION-DELETE
                    PERFORM DELETE-BOOK-REC THRU DELETE-BOOK-REC-EXIT
                WHEN BOOK-ACTION-ADD-COPIES
                    PERFORM ADD-BOOK-COPIES THRU ADD-BOOK-COPIES-EXIT
                WHEN OTHER
                    PERFORM INQUIRE-BOOK-REC THRU INQUIRE-BOOK-REC-EXIT
            END-EVALUATE
                           END-EXEC

            IF RESP-CODE = 0
                MOVE ZEROS TO WS-LAST-COPY-NUMBER
                MOVE BOOK-COPIES-TOTAL TO WS-COPIES-TO-CREATE
                PERFORM CREATE-BOOK-COPIES THRU CREATE-BOOK-COPIES-EXIT
            ELSE
                PERFORM SET-BOOK-RETURN-CODE
                MOVE SPACES TO WS-JRNL-BEFORE-SAVE
                PERFORM JOURNAL-BOOK-ACTION
                        THRU JOURNAL-BOOK-ACTION-EXIT
                PERFORM JOURNAL-BOOK-COPIES
                        THRU JOURNAL-BOOK-COPIES-EXIT
            END-IF

            ADD-BOOK-REC-EXIT.
      *****************************************************************
      * WRITE ONE BOOK-COPY-REC PER PHYSICAL COPY ON HAND SO CHECKOUT
      * (FCLOAN'S CLAIM-SHELF-COPY) HAS AN ON-SHELF ROW TO CLAIM AND
      * SUMMARIZE-BOOK-COPIES HAS SOMETHING REAL TO TALLY.  THE CALLER
      * SETS HOW MANY (WS-COPIES-TO-CREATE) AND THE HIGHEST COPY-NUMBER
      * ALREADY ON FILE (WS-LAST-COPY-NUMBER, ZERO FOR A NEW TITLE);
      * EVERY NEW COPY GOES TO BOOK-REQUEST-BRANCH
      *****************************************************************
       CREATE-BOOK-COPIES.

            MOVE BOOK-ID TO COPY-BOOK-ID
            MOVE WS-LAST-COPY-NUMBER TO COPY-NUMBER
            COMPUTE BOOK-FIRST-NEW-COPY = WS-LAST-COPY-NUMBER + 1

            PERFORM CREATE-ONE-COPY THRU CREATE-ONE-COPY-EXIT
                WS-COPIES-TO-CREATE TIMES

            CREATE-BOOK-COPIES-EXIT.
            EXIT.
       CREATE-ONE-COPY.

            ADD 1 TO COPY-NUMBER
            MOVE BOOK-REQUEST-BRANCH TO COPY-BRANCH
            MOVE SPACES TO COPY-SHELF-LOC
            SET COPY-ON-SHELF TO TRUE
            MOVE SPACE TO COPY-SHELF-READ-SW

            EXEC CICS WRITE FILE('BOOKCOPY')
                           FROM(BOOK-COPY-REC)
            CREATE-ONE-COPY-EXIT.
            EXIT.
      *****************************************************************
      * ADD COPIES TO A TITLE ALREADY ON FILE - DRIVEN BY BOOK-ACTION =
      * 'N' WHEN MORE COPIES OF IT ARRIVE (A REORDER RECEIVED THROUGH
      * FCPORD).  THE NEW COPIES ARE NUMBERED ON FROM THE HIGHEST COPY
      * ALREADY ON FILE - LOST COPIES KEEP THEIR ROWS AND NUMBERS, SO
      * BOOK-COPIES-TOTAL IS NO GUIDE TO IT - AND ARE ADDED INTO BOTH
      * BOOK COUNTERS.  A FAILURE PART-WAY THROUGH IS BACKED OUT WITH A
      * SYNCPOINT ROLLBACK SO THE COUNTERS NEVER DISAGREE WITH THE COPY
      * ROWS
      *****************************************************************
       ADD-BOOK-COPIES.

            IF BOOK-REQUEST-COPIES NOT NUMERIC
                    OR BOOK-REQUEST-COPIES = ZERO
                SET BOOK-COPY-COUNT-INVALID TO TRUE
                GO TO ADD-BOOK-COPIES-EXIT
            END-IF

            EXEC CICS READ FILE('BOOK')
                           INTO(BOOK-FILE-REC)
                           RIDFLD(BOOK-ID)
                           RESP(RESP-CODE)
                           UPDATE
                           END-EXEC
            IF RESP-CODE NOT = 0
                PERFORM SET-BOOK-RETURN-CODE
                        THRU SET-BOOK-RETURN-CODE-EXIT
                GO TO ADD-BOOK-COPIES-EXIT
            END-IF
            MOVE BOOK-FILE-REC TO WS-JRNL-BEFORE-SAVE

            PERFORM FIND-LAST-COPY-NUMBER
                    THRU FIND-LAST-COPY-NUMBER-EXIT
            IF RESP-CODE NOT = 0
                PERFORM SET-BOOK-RETURN-CODE
                        THRU SET-BOOK-RETURN-CODE-EXIT
                GO TO ADD-BOOK-COPIES-EXIT
            END-IF

            ADD BOOK-REQUEST-COPIES TO BOOK-COPIES-TOTAL
                                       BOOK-COPIES-AVAIL
            EXEC CICS REWRITE FILE('BOOK')
                          FROM(BOOK-FILE-REC)
                          RESP(RESP-CODE)
                          END-EXEC
            IF RESP-CODE NOT = 0
                PERFORM SET-BOOK-RETURN-CODE
                        THRU SET-BOOK-RETURN-CODE-EXIT
                GO TO ADD-BOOK-COPIES-EXIT
            END-IF

            MOVE BOOK-REQUEST-COPIES TO WS-COPIES-TO-CREATE
            PERFORM CREATE-BOOK-COPIES THRU CREATE-BOOK-COPIES-EXIT
            IF NOT BOOK-RETURN-OK
                EXEC CICS SYNCPOINT ROLLBACK
                              END-EXEC
                GO TO ADD-BOOK-COPIES-EXIT
            END-IF

            SET JRNL-ACTION-CHANGE TO TRUE
            PERFORM JOURNAL-BOOK-ACTION THRU JOURNAL-BOOK-ACTION-EXIT
            SET JRNL-ACTION-ADD TO TRUE
            PERFORM JOURNAL-BOOK-COPIES THRU JOURNAL-BOOK-COPIES-EXIT

            ADD-BOOK-COPIES-EXIT.
            EXIT.
      *****************************************************************
      * BROWSE THIS TITLE'S COPY ROWS FOR THE HIGHEST COPY-NUMBER ON
      * FILE.  RESP-CODE IS LEFT ZERO UNLESS THE BROWSE ITSELF FAILED
      *****************************************************************
       FIND-LAST-COPY-NUMBER.

            MOVE ZEROS TO WS-LAST-COPY-NUMBER
            MOVE BOOK-ID TO COPY-BOOK-ID
            MOVE ZEROS TO COPY-NUMBER

            EXEC CICS STARTBR FILE('BOOKCOPY')
                          RIDFLD(COPY-KEY)
                          GTEQ
                          RESP(RESP-CODE)
                          END-EXEC

            IF RESP-CODE = 0
                PERFORM NOTE-NEXT-COPY-NUMBER
                        THRU NOTE-NEXT-COPY-NUMBER-EXIT
                    UNTIL RESP-CODE NOT = 0
                       OR COPY-BOOK-ID NOT = BOOK-ID

                EXEC CICS ENDBR FILE('BOOKCOPY')
                              END-EXEC
            END-IF

            IF RESP-CODE = DFHRESP(NOTFND)
                    OR RESP-CODE = DFHRESP(ENDFILE)
                MOVE ZERO TO RESP-CODE
            END-IF

            FIND-LAST-COPY-NUMBER-EXIT.
            EXIT.

       NOTE-NEXT-COPY-NUMBER.

            EXEC CICS READNEXT FILE('BOOKCOPY')
                          INTO(BOOK-COPY-REC)
                          RIDFLD(COPY-KEY)
                          RESP(RESP-CODE)
                          END-EXEC

            IF RESP-CODE = 0 AND COPY-BOOK-ID = BOOK-ID
                MOVE COPY-NUMBER TO WS-LAST-COPY-NUMBER
            END-IF

            NOTE-NEXT-COPY-NUMBER-EXIT.
            EXIT.
      *****************************************************************
      * CORRECT AN EXISTING BOOK - DRIVEN BY BOOK-ACTION = 'C'.  ONLY
      * THE CALLER-EDITABLE FIELDS ARE CARRIED FORWARD ONTO THE ON-FILE
      * RECORD - BOOK-COPIES-TOTAL/AVAIL ARE MAINTAINED INDEPENDENTLY

            IF RESP2-CODE = 0
                IF COPY-BOOK-ID = BOOK-ID
                        AND (COPY-CHECKED-OUT OR COPY-ON-HOLD
                             OR COPY-IN-TRANSIT)
                    SET BOOK-DELETE-COPY-BUSY TO TRUE
                END-IF
            ELSE
                    WHEN COPY-LOST
                        ADD 1 TO SUMMARY-COPIES-LOST
                    WHEN COPY-ON-HOLD
                    WHEN COPY-IN-TRANSIT
                        ADD 1 TO SUMMARY-COPIES-ON-HOLD
                END-EVALUATE
            END-IF
                           JRNL-BORROWER-ID
            MOVE BOOK-ID TO JRNL-RECORD-KEY
                            JRNL-BOOK-ID
            MOVE 'BOOK' TO JRNL-FILE-NAME
            MOVE WS-JRNL-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
            IF JRNL-ACTION-DELETE
                MOVE SPACES TO JRNL-AFTER-IMAGE
            JOURNAL-BOOK-ACTION-EXIT.
            EXIT.
      *****************************************************************
      * JOURNAL THE COPY ROWS AN ADD OR ADD-COPIES CREATED, ONE ROW
      * EACH, SO A FORWARD RECOVERY REBUILDS THEM ALONG WITH THE BOOK.
      * EACH ROW IS REBUILT EXACTLY AS CREATE-ONE-COPY WROTE IT
      *****************************************************************
       JOURNAL-BOOK-COPIES.

            MOVE BOOK-ID TO COPY-BOOK-ID
            MOVE WS-LAST-COPY-NUMBER TO COPY-NUMBER

            PERFORM JOURNAL-ONE-COPY THRU JOURNAL-ONE-COPY-EXIT
                WS-COPIES-TO-CREATE TIMES

            JOURNAL-BOOK-COPIES-EXIT.
            EXIT.

       JOURNAL-ONE-COPY.

            ADD 1 TO COPY-NUMBER
            MOVE BOOK-REQUEST-BRANCH TO COPY-BRANCH
            MOVE SPACES TO COPY-SHELF-LOC
            SET COPY-ON-SHELF TO TRUE
            MOVE SPACE TO COPY-SHELF-READ-SW

            MOVE SPACES TO JRNL-RECORD-KEY
                           JRNL-BORROWER-ID
            MOVE COPY-KEY TO JRNL-RECORD-KEY
            MOVE 'BOOKCOPY' TO JRNL-FILE-NAME
            MOVE SPACES TO JRNL-BEFORE-IMAGE
            MOVE BOOK-COPY-REC TO JRNL-AFTER-IMAGE
            PERFORM WRITE-JOURNAL-REC THRU WRITE-JOURNAL-REC-EXIT

            JOURNAL-ONE-COPY-EXIT.
            EXIT.
      *****************************************************************
      * APPEND ONE ROW TO THE UPDATE JOURNAL.  THE CALLER HAS ALREADY
      * SET JRNL-ACTION, THE KEY FIELDS AND THE BEFORE/AFTER IMAGES.
      * A SAME-SECOND KEY COLLISION IS RETRIED ON THE NEXT SEQUENCE
