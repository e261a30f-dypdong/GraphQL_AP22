       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FNGLIFC.
       AUTHOR.        D DONG.
       INSTALLATION.  CIRCULATION SYSTEMS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      * ----------------------------------------------------------
      * 10/15/2026  DD   NIGHTLY FINE-REVENUE GENERAL-LEDGER INTERFACE.
      *                  SUMMARIZES ONE BUSINESS DATE'S FINE-LEDGER
      *                  ROWS BY OWNING BRANCH AND ROW TYPE INTO A
      *                  FIXED-FORMAT JOURNAL-ENTRY FILE (GLJEREC) WITH
      *                  A BALANCING CONTROL REPORT.  THE GL CONTROL
      *                  FILE (GLCTLREC) STOPS A DATE BEING POSTED
      *                  TWICE; A 'VOID' CARD RELEASES A BACKED-OUT
      *                  DATE FOR A RERUN.
      * 10/15/2026  DD   COLLECTION-AGENCY REFERRAL FEES (LEDGER ROW
      *                  TYPE 'C', WRITTEN BY COLREFER) ARE POSTED TO
      *                  THEIR OWN REVENUE ACCOUNT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO CARDDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT FINE-LEDGER-FILE ASSIGN TO FINLDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LEDG-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT GL-CONTROL-FILE ASSIGN TO GLCTDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLC-BUSINESS-DATE
               FILE STATUS IS WS-GLCTL-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO GLJEDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJE-STATUS.

           SELECT SORT-WORK ASSIGN TO SORTWK01.

           SELECT REPORT-FILE ASSIGN TO RPTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-REC           PIC X(80).

       FD  FINE-LEDGER-FILE
           RECORDING MODE IS F.
           COPY FINLREC.

       FD  GL-CONTROL-FILE
           RECORDING MODE IS F.
           COPY GLCTLREC.

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY GLJEREC.

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-BRANCH            PIC X(06).
           05  SORT-LEDG-TYPE         PIC X(01).
           05  SORT-AMOUNT            PIC S9(5)V99 COMP-3.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
        77 WS-CARD-STATUS         PIC X(02).
        77 WS-LEDGER-STATUS       PIC X(02).
        77 WS-GLCTL-STATUS        PIC X(02).
        77 WS-GLJE-STATUS         PIC X(02).
        77 WS-REPORT-STATUS       PIC X(02).
        77 WS-EOF-LEDGER-SW       PIC X(01)  VALUE 'N'.
           88 END-OF-LEDGER-FILE             VALUE 'Y'.
        77 WS-EOF-SORT-SW         PIC X(01)  VALUE 'N'.
           88 END-OF-SORT-FILE               VALUE 'Y'.
        77 WS-REFUSED-SW          PIC X(01)  VALUE 'N'.
           88 POSTING-REFUSED                VALUE 'Y'.
        77 WS-CONTROL-ON-FILE-SW  PIC X(01)  VALUE 'N'.
           88 CONTROL-ROW-ON-FILE            VALUE 'Y'.
        77 WS-BALANCED-SW         PIC X(01)  VALUE 'Y'.
           88 GL-FILE-BALANCED               VALUE 'Y'.
        77 WS-TODAY-CHAR          PIC X(08).
        77 WS-TODAY-NUM REDEFINES WS-TODAY-CHAR
                                  PIC 9(08).
        77 WS-DEFAULT-BRANCH      PIC X(06)  VALUE 'MAIN'.
        77 WS-RUN-NUMBER          PIC 9(03)  VALUE 1.
        77 WS-BRK-BRANCH          PIC X(06).
        77 WS-BRK-TYPE            PIC X(01).
        77 WS-GROUP-COUNT         PIC 9(07)  COMP VALUE ZERO.
        77 WS-GROUP-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZERO.
        77 WS-LEDGER-READ-COUNT   PIC 9(07)  COMP VALUE ZERO.
        77 WS-SELECTED-COUNT      PIC 9(07)  COMP VALUE ZERO.
        77 WS-UNKNOWN-TYPE-COUNT  PIC 9(07)  COMP VALUE ZERO.
        77 WS-GL-RECORD-COUNT     PIC 9(07)  COMP VALUE ZERO.
        77 WS-DETAIL-COUNT        PIC 9(07)  COMP VALUE ZERO.
        77 WS-DEBIT-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
        77 WS-CREDIT-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
        77 WS-LEDGER-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
        77 WS-ACCOUNT-HASH        PIC 9(13)  VALUE ZERO.
        77 WS-TYPE-SUB            PIC S9(04) COMP VALUE ZERO.

        01 WS-NOW-TIME.
           05 WS-NOW-HHMMSS       PIC 9(06).
           05 FILLER              PIC 9(02).

      *****************************************************************
      * CONTROL CARD - ACTION 'POST' (THE DEFAULT) OR 'VOID', THE
      * BUSINESS DATE (BLANK = TODAY) AND THE BRANCH TO CHARGE FOR
      * LEDGER ROWS THAT CARRY NO BRANCH OF THEIR OWN
      *****************************************************************
        01 WS-POST-CARD.
           05 CARD-ACTION         PIC X(04).
              88 CARD-POST-DATE              VALUE 'POST' SPACES.
              88 CARD-VOID-DATE              VALUE 'VOID'.
           05 CARD-BUSINESS-DATE  PIC X(08).
           05 CARD-BUSINESS-DATE-N REDEFINES CARD-BUSINESS-DATE
                                  PIC 9(08).
           05 CARD-DEFAULT-BRANCH PIC X(06).
           05 FILLER              PIC X(62).

      *****************************************************************
      * GENERAL-LEDGER ACCOUNT PAIR FOR EACH FINE-LEDGER ROW TYPE.
      * FINES AND REPLACEMENT BILLS RAISE THE PATRON RECEIVABLE
      * (121000) AGAINST THEIR REVENUE ACCOUNTS, AS DOES THE FEE ADDED
      * WHEN A BALANCE IS REFERRED TO THE COLLECTION AGENCY; A PAYMENT
      * TAKES CASH (101000) - AT THE DESK, OR REMITTED BY THE AGENCY -
      * AND CLEARS THE RECEIVABLE.  A LEDGER ROW
      * TYPE NOT IN THIS TABLE IS LISTED AND LEFT UNPOSTED
      *****************************************************************
        01 WS-GL-ACCOUNT-VALUES.
           05 FILLER              PIC X(01)  VALUE 'F'.
           05 FILLER              PIC 9(06)  VALUE 121000.
           05 FILLER              PIC 9(06)  VALUE 411000.
           05 FILLER              PIC X(20)  VALUE
              'OVERDUE FINES'.
           05 FILLER              PIC X(01)  VALUE 'R'.
           05 FILLER              PIC 9(06)  VALUE 121000.
           05 FILLER              PIC 9(06)  VALUE 412000.
           05 FILLER              PIC X(20)  VALUE
              'REPLACEMENT BILLS'.
           05 FILLER              PIC X(01)  VALUE 'P'.
           05 FILLER              PIC 9(06)  VALUE 101000.
           05 FILLER              PIC 9(06)  VALUE 121000.
           05 FILLER              PIC X(20)  VALUE
              'FINE PAYMENTS'.
           05 FILLER              PIC X(01)  VALUE 'C'.
           05 FILLER              PIC 9(06)  VALUE 121000.
           05 FILLER              PIC 9(06)  VALUE 413000.
           05 FILLER              PIC X(20)  VALUE
              'COLLECTION FEES'.
        01 WS-GL-ACCOUNT-TABLE REDEFINES WS-GL-ACCOUNT-VALUES.
           05 GLA-ENTRY OCCURS 4 TIMES INDEXED BY GLA-IDX.
              10 GLA-LEDG-TYPE    PIC X(01).
              10 GLA-DEBIT-ACCT   PIC 9(06).
              10 GLA-CREDIT-ACCT  PIC 9(06).
              10 GLA-DESCRIPTION  PIC X(20).

        01 WS-TYPE-TOTALS.
           05 TT-ENTRY OCCURS 4 TIMES.
              10 TT-ROW-COUNT     PIC 9(07)  COMP.
              10 TT-AMOUNT        PIC S9(11)V99 COMP-3.

        01 WS-HEADING-1.
           05 FILLER               PIC X(45) VALUE
              'FINE REVENUE GL INTERFACE - CONTROL REPORT'.
           05 FILLER               PIC X(15) VALUE
              'BUSINESS DATE: '.
           05 H1-BUSINESS-DATE     PIC 9999/99/99.
           05 FILLER               PIC X(08) VALUE
              '   RUN: '.
           05 H1-RUN-NUMBER        PIC 9(03).

        01 WS-HEADING-2.
           05 FILLER               PIC X(08) VALUE 'BRANCH'.
           05 FILLER               PIC X(22) VALUE 'LEDGER ROW TYPE'.
           05 FILLER               PIC X(12) VALUE '   ROWS'.
           05 FILLER               PIC X(18) VALUE '         AMOUNT'.
           05 FILLER               PIC X(10) VALUE 'DEBIT'.
           05 FILLER               PIC X(10) VALUE 'CREDIT'.

        01 WS-DETAIL-LINE.
           05 DL-BRANCH            PIC X(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-DESCRIPTION       PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-ROW-COUNT         PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 DL-DEBIT-ACCT        PIC 9(06).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 DL-CREDIT-ACCT       PIC 9(06).

        01 WS-COUNT-LINE.
           05 CL-LABEL             PIC X(40).
           05 CL-COUNT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.

        01 WS-AMOUNT-LINE.
           05 AL-LABEL             PIC X(40).
           05 AL-COUNT             PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 AL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

        01 WS-BALANCE-LINE         PIC X(60).

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF CARD-VOID-DATE
               PERFORM 5000-VOID-POSTING THRU 5000-EXIT
           ELSE
               PERFORM 2000-CHECK-PRIOR-POSTING THRU 2000-EXIT
               IF NOT POSTING-REFUSED
                   PERFORM 3000-BUILD-GL-FILE THRU 3000-EXIT
                   PERFORM 4000-RECORD-POSTING THRU 4000-EXIT
               END-IF
           END-IF
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.
      *****************************************************************
      * 1000 - READ THE CONTROL CARD (ACTION IN COLS 1-4, BUSINESS
      *        DATE IN COLS 5-12, DEFAULT BRANCH IN COLS 13-18) AND
      *        OPEN THE GL CONTROL FILE
      *****************************************************************
       1000-INITIALIZE.

           ACCEPT WS-TODAY-CHAR FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           INITIALIZE WS-TYPE-TOTALS

           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'FNGLIFC: CONTROL-CARD-FILE OPEN FAILED - '
                       'STATUS = ' WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-POST-CARD
           READ CONTROL-CARD-FILE INTO WS-POST-CARD
               AT END CONTINUE
           END-READ
           CLOSE CONTROL-CARD-FILE

           IF NOT (CARD-POST-DATE OR CARD-VOID-DATE)
               DISPLAY 'FNGLIFC: UNKNOWN ACTION ON CONTROL CARD - '
                       CARD-ACTION
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF CARD-BUSINESS-DATE-N NOT NUMERIC
                   OR CARD-BUSINESS-DATE-N = ZERO
               MOVE WS-TODAY-NUM TO CARD-BUSINESS-DATE-N
           END-IF
           IF CARD-DEFAULT-BRANCH NOT = SPACES
               MOVE CARD-DEFAULT-BRANCH TO WS-DEFAULT-BRANCH
           END-IF

           OPEN I-O GL-CONTROL-FILE
           IF WS-GLCTL-STATUS NOT = '00'
               DISPLAY 'FNGLIFC: GL-CONTROL-FILE OPEN FAILED - '
                       'STATUS = ' WS-GLCTL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       1000-EXIT.
           EXIT.
      *****************************************************************
      * 2000 - REFUSE A BUSINESS DATE THAT HAS ALREADY BEEN POSTED.  A
      *        DATE WHOSE LAST RUN WAS VOIDED IS POSTED AGAIN UNDER THE
      *        NEXT RUN NUMBER
      *****************************************************************
       2000-CHECK-PRIOR-POSTING.

           MOVE CARD-BUSINESS-DATE-N TO GLC-BUSINESS-DATE
           READ GL-CONTROL-FILE
               INVALID KEY
                   MOVE 1 TO WS-RUN-NUMBER
                   GO TO 2000-EXIT
           END-READ

           SET CONTROL-ROW-ON-FILE TO TRUE
           IF GLC-DATE-POSTED
               DISPLAY 'FNGLIFC: BUSINESS DATE ' CARD-BUSINESS-DATE
                       ' ALREADY POSTED (RUN ' GLC-RUN-NUMBER
                       ') - VOID IT BEFORE POSTING AGAIN'
               SET POSTING-REFUSED TO TRUE
               MOVE 12 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF

           COMPUTE WS-RUN-NUMBER = GLC-RUN-NUMBER + 1
           DISPLAY 'FNGLIFC: BUSINESS DATE ' CARD-BUSINESS-DATE
                   ' WAS VOIDED - REPOSTING AS RUN ' WS-RUN-NUMBER.

       2000-EXIT.
           EXIT.
      *****************************************************************
      * 3000 - OPEN THE LEDGER, THE GL FILE AND THE REPORT, WRITE THE
      *        GL HEADER, SORT THE DAY'S LEDGER ROWS BY BRANCH AND ROW
      *        TYPE, SUMMARIZE THEM INTO DEBIT/CREDIT PAIRS AND CLOSE
      *        OFF THE FILE WITH ITS TRAILER AND THE CONTROL TOTALS
      *****************************************************************
       3000-BUILD-GL-FILE.

           OPEN INPUT FINE-LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'FNGLIFC: FINE-LEDGER-FILE OPEN FAILED - '
                       'STATUS = ' WS-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT GL-JOURNAL-FILE
           IF WS-GLJE-STATUS NOT = '00'
               DISPLAY 'FNGLIFC: GL-JOURNAL-FILE OPEN FAILED - '
                       'STATUS = ' WS-GLJE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'FNGLIFC: REPORT-FILE OPEN FAILED - STATUS = '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE CARD-BUSINESS-DATE-N TO H1-BUSINESS-DATE
           MOVE WS-RUN-NUMBER        TO H1-RUN-NUMBER
           WRITE REPORT-LINE FROM WS-HEADING-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES

           MOVE SPACES               TO GL-JOURNAL-REC
           SET GLJ-HEADER-REC        TO TRUE
           PERFORM 3900-SET-GL-KEY THRU 3900-EXIT
           MOVE WS-TODAY-NUM         TO GLJ-CREATE-DATE
           MOVE WS-NOW-HHMMSS        TO GLJ-CREATE-TIME
           MOVE 'CIRCULATION FINE REVENUE' TO GLJ-BATCH-DESC
           PERFORM 3950-WRITE-GL-REC THRU 3950-EXIT

           SORT SORT-WORK ON ASCENDING KEY SORT-BRANCH SORT-LEDG-TYPE
               INPUT PROCEDURE IS 3100-SELECT-LEDGER-ROWS
                     THRU 3100-EXIT
               OUTPUT PROCEDURE IS 3300-SUMMARIZE-ROWS
                     THRU 3300-EXIT

           MOVE SPACES               TO GL-JOURNAL-REC
           SET GLJ-TRAILER-REC       TO TRUE
           PERFORM 3900-SET-GL-KEY THRU 3900-EXIT
           MOVE WS-DETAIL-COUNT      TO GLJ-DETAIL-COUNT
           MOVE WS-DEBIT-TOTAL       TO GLJ-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL      TO GLJ-CREDIT-TOTAL
           MOVE WS-ACCOUNT-HASH      TO GLJ-ACCOUNT-HASH
           PERFORM 3950-WRITE-GL-REC THRU 3950-EXIT

           PERFORM 3600-PRINT-CONTROL-TOTALS THRU 3600-EXIT

           CLOSE FINE-LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'FNGLIFC: FINE-LEDGER-FILE CLOSE FAILED - '
                       'STATUS = ' WS-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           CLOSE GL-JOURNAL-FILE
           IF WS-GLJE-STATUS NOT = '00'
               DISPLAY 'FNGLIFC: GL-JOURNAL-FILE CLOSE FAILED - '
                       'STATUS = ' WS-GLJE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           CLOSE REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'FNGLIFC: REPORT-FILE CLOSE FAILED - STATUS = '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       3000-EXIT.
           EXIT.
      *****************************************************************
      * 3100 - RELEASE EVERY LEDGER ROW DATED THE BUSINESS DATE.  A ROW
      *        WITH NO BRANCH GOES TO THE DEFAULT BRANCH; A ROW TYPE
      *        WITH NO GL ACCOUNTS IS LISTED AND NOT POSTED
      *****************************************************************
       3100-SELECT-LEDGER-ROWS.

           PERFORM 3200-READ-LEDGER THRU 3200-EXIT
           PERFORM UNTIL END-OF-LEDGER-FILE
               IF LEDG-DATE = CARD-BUSINESS-DATE-N
                   SET GLA-IDX TO 1
                   SEARCH GLA-ENTRY
                       AT END
                           DISPLAY 'FNGLIFC: LEDGER ROW TYPE '
                                   LEDG-TYPE ' HAS NO GL ACCOUNTS - '
                                   'NOT POSTED: ' LEDG-KEY
                           ADD 1 TO WS-UNKNOWN-TYPE-COUNT
                       WHEN GLA-LEDG-TYPE(GLA-IDX) = LEDG-TYPE
                           MOVE LEDG-BRANCH TO SORT-BRANCH
                           IF LEDG-BRANCH = SPACES
                               MOVE WS-DEFAULT-BRANCH TO SORT-BRANCH
                           END-IF
                           MOVE LEDG-TYPE   TO SORT-LEDG-TYPE
                           MOVE LEDG-AMOUNT TO SORT-AMOUNT
                           ADD 1 TO WS-SELECTED-COUNT
                           ADD LEDG-AMOUNT TO WS-LEDGER-TOTAL
                           RELEASE SORT-REC
                   END-SEARCH
               END-IF
               PERFORM 3200-READ-LEDGER THRU 3200-EXIT
           END-PERFORM.

       3100-EXIT.
           EXIT.

       3200-READ-LEDGER.

           READ FINE-LEDGER-FILE
               AT END SET END-OF-LEDGER-FILE TO TRUE
           END-READ
           IF NOT END-OF-LEDGER-FILE
               ADD 1 TO WS-LEDGER-READ-COUNT
           END-IF.

       3200-EXIT.
           EXIT.
      *****************************************************************
      * 3300 - ONE DEBIT/CREDIT PAIR PER BRANCH AND ROW TYPE
      *****************************************************************
       3300-SUMMARIZE-ROWS.

           PERFORM 3310-RETURN-SORT THRU 3310-EXIT
           PERFORM UNTIL END-OF-SORT-FILE
               MOVE SORT-BRANCH    TO WS-BRK-BRANCH
               MOVE SORT-LEDG-TYPE TO WS-BRK-TYPE
               MOVE ZERO TO WS-GROUP-COUNT
               MOVE ZERO TO WS-GROUP-AMOUNT
               PERFORM 3320-ACCUMULATE-ROW THRU 3320-EXIT
                   UNTIL END-OF-SORT-FILE
                      OR SORT-BRANCH    NOT = WS-BRK-BRANCH
                      OR SORT-LEDG-TYPE NOT = WS-BRK-TYPE
               PERFORM 3400-WRITE-GL-PAIR THRU 3400-EXIT
           END-PERFORM.

       3300-EXIT.
           EXIT.

       3310-RETURN-SORT.

           RETURN SORT-WORK
               AT END SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       3310-EXIT.
           EXIT.

       3320-ACCUMULATE-ROW.

           ADD 1           TO WS-GROUP-COUNT
           ADD SORT-AMOUNT TO WS-GROUP-AMOUNT
           PERFORM 3310-RETURN-SORT THRU 3310-EXIT.

       3320-EXIT.
           EXIT.
      *****************************************************************
      * 3400 - WRITE THE DEBIT AND CREDIT ROWS FOR ONE BRANCH/TYPE
      *        GROUP, ADD THEM TO THE TRAILER TOTALS AND PRINT THE
      *        GROUP ON THE CONTROL REPORT
      *****************************************************************
       3400-WRITE-GL-PAIR.

           SET GLA-IDX TO 1
           SEARCH GLA-ENTRY
               WHEN GLA-LEDG-TYPE(GLA-IDX) = WS-BRK-TYPE
                   CONTINUE
           END-SEARCH

           MOVE SPACES               TO GL-JOURNAL-REC
           SET GLJ-DETAIL-REC        TO TRUE
           PERFORM 3900-SET-GL-KEY THRU 3900-EXIT
           MOVE WS-BRK-BRANCH        TO GLJ-BRANCH
           MOVE WS-BRK-TYPE          TO GLJ-LEDG-TYPE
           MOVE WS-GROUP-AMOUNT      TO GLJ-AMOUNT
           MOVE WS-GROUP-COUNT       TO GLJ-ITEM-COUNT
           MOVE GLA-DESCRIPTION(GLA-IDX) TO GLJ-DESCRIPTION
           MOVE GLA-DEBIT-ACCT(GLA-IDX)  TO GLJ-ACCOUNT
           SET GLJ-DEBIT             TO TRUE
           PERFORM 3950-WRITE-GL-REC THRU 3950-EXIT
           ADD GLA-DEBIT-ACCT(GLA-IDX)  TO WS-ACCOUNT-HASH
           ADD WS-GROUP-AMOUNT       TO WS-DEBIT-TOTAL

           MOVE GLA-CREDIT-ACCT(GLA-IDX) TO GLJ-ACCOUNT
           SET GLJ-CREDIT            TO TRUE
           PERFORM 3950-WRITE-GL-REC THRU 3950-EXIT
           ADD GLA-CREDIT-ACCT(GLA-IDX) TO WS-ACCOUNT-HASH
           ADD WS-GROUP-AMOUNT       TO WS-CREDIT-TOTAL

           ADD 2 TO WS-DETAIL-COUNT
           SET WS-TYPE-SUB TO GLA-IDX
           ADD WS-GROUP-COUNT  TO TT-ROW-COUNT(WS-TYPE-SUB)
           ADD WS-GROUP-AMOUNT TO TT-AMOUNT(WS-TYPE-SUB)

           MOVE WS-BRK-BRANCH        TO DL-BRANCH
           MOVE GLA-DESCRIPTION(GLA-IDX) TO DL-DESCRIPTION
           MOVE WS-GROUP-COUNT       TO DL-ROW-COUNT
           MOVE WS-GROUP-AMOUNT      TO DL-AMOUNT
           MOVE GLA-DEBIT-ACCT(GLA-IDX)  TO DL-DEBIT-ACCT
           MOVE GLA-CREDIT-ACCT(GLA-IDX) TO DL-CREDIT-ACCT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       3400-EXIT.
           EXIT.
      *****************************************************************
      * 3600 - CONTROL TOTALS.  THE LEDGER ROWS SELECTED MUST ADD UP TO
      *        THE DEBITS, THE DEBITS MUST EQUAL THE CREDITS, AND THE
      *        COUNTS AND HASH PRINTED HERE ARE THE ONES ON THE GL FILE
      *        TRAILER.  AN OUT-OF-BALANCE FILE IS NOT RECORDED AS
      *        POSTED
      *****************************************************************
       3600-PRINT-CONTROL-TOTALS.

           MOVE 'TOTALS BY LEDGER ROW TYPE' TO WS-BALANCE-LINE
           WRITE REPORT-LINE FROM WS-BALANCE-LINE
               AFTER ADVANCING 3 LINES
           MOVE 1 TO WS-TYPE-SUB
           PERFORM 3610-PRINT-TYPE-TOTAL THRU 3610-EXIT
               UNTIL WS-TYPE-SUB > 4

           MOVE 'FINE-LEDGER ROWS READ' TO CL-LABEL
           MOVE WS-LEDGER-READ-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'ROWS SELECTED FOR BUSINESS DATE' TO AL-LABEL
           MOVE WS-SELECTED-COUNT    TO AL-COUNT
           MOVE WS-LEDGER-TOTAL      TO AL-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'ROWS NOT POSTED (NO GL ACCOUNTS)' TO CL-LABEL
           MOVE WS-UNKNOWN-TYPE-COUNT TO CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'GL RECORDS WRITTEN (HEADER+DETAIL+TRL)' TO CL-LABEL
           MOVE WS-GL-RECORD-COUNT   TO CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TRAILER DETAIL COUNT' TO CL-LABEL
           MOVE WS-DETAIL-COUNT      TO CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TRAILER DEBIT TOTAL' TO AL-LABEL
           COMPUTE AL-COUNT = WS-DETAIL-COUNT / 2
           MOVE WS-DEBIT-TOTAL       TO AL-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TRAILER CREDIT TOTAL' TO AL-LABEL
           MOVE WS-CREDIT-TOTAL      TO AL-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TRAILER ACCOUNT HASH TOTAL' TO CL-LABEL
           MOVE WS-ACCOUNT-HASH      TO CL-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE

           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                   OR WS-DEBIT-TOTAL NOT = WS-LEDGER-TOTAL
                   OR WS-GL-RECORD-COUNT NOT = WS-DETAIL-COUNT + 2
               MOVE 'N' TO WS-BALANCED-SW
               MOVE '*** GL FILE OUT OF BALANCE - DATE NOT POSTED ***'
                   TO WS-BALANCE-LINE
               DISPLAY 'FNGLIFC: GL FILE OUT OF BALANCE FOR '
                       CARD-BUSINESS-DATE ' - DATE NOT RECORDED AS '
                       'POSTED'
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 'CONTROL TOTALS BALANCE TO THE GL FILE TRAILER'
                   TO WS-BALANCE-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-BALANCE-LINE
               AFTER ADVANCING 2 LINES.

       3600-EXIT.
           EXIT.

       3610-PRINT-TYPE-TOTAL.

           MOVE GLA-DESCRIPTION(WS-TYPE-SUB) TO AL-LABEL
           MOVE TT-ROW-COUNT(WS-TYPE-SUB)    TO AL-COUNT
           MOVE TT-AMOUNT(WS-TYPE-SUB)       TO AL-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-TYPE-SUB.

       3610-EXIT.
           EXIT.
      *****************************************************************
      * 3900 - KEY FIELDS COMMON TO EVERY GL ROW
      *****************************************************************
       3900-SET-GL-KEY.

           MOVE 'CIRC'               TO GLJ-SOURCE
           MOVE CARD-BUSINESS-DATE-N TO GLJ-BUSINESS-DATE
           MOVE WS-RUN-NUMBER        TO GLJ-RUN-NUMBER.

       3900-EXIT.
           EXIT.

       3950-WRITE-GL-REC.

           WRITE GL-JOURNAL-REC
           IF WS-GLJE-STATUS NOT = '00'
               DISPLAY 'FNGLIFC: GL-JOURNAL-FILE WRITE FAILED - '
                       'STATUS = ' WS-GLJE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-GL-RECORD-COUNT.

       3950-EXIT.
           EXIT.
      *****************************************************************
      * 4000 - RECORD THE BUSINESS DATE AS POSTED, NOW THAT THE GL FILE
      *        IS CLOSED AND IN BALANCE
      *****************************************************************
       4000-RECORD-POSTING.

           IF NOT GL-FILE-BALANCED
               GO TO 4000-EXIT
           END-IF

           MOVE CARD-BUSINESS-DATE-N TO GLC-BUSINESS-DATE
           SET GLC-DATE-POSTED       TO TRUE
           MOVE WS-RUN-NUMBER        TO GLC-RUN-NUMBER
           MOVE WS-TODAY-NUM         TO GLC-POSTED-DATE
           MOVE WS-NOW-HHMMSS        TO GLC-POSTED-TIME
           MOVE ZERO                 TO GLC-VOIDED-DATE
           MOVE WS-DETAIL-COUNT      TO GLC-DETAIL-COUNT
           MOVE WS-DEBIT-TOTAL       TO GLC-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL      TO GLC-CREDIT-TOTAL
           MOVE SPACES               TO RESSERVE OF GL-CONTROL-REC

           IF CONTROL-ROW-ON-FILE
               REWRITE GL-CONTROL-REC
           ELSE
               WRITE GL-CONTROL-REC
           END-IF
           IF WS-GLCTL-STATUS NOT = '00'
               DISPLAY 'FNGLIFC: UNABLE TO RECORD ' CARD-BUSINESS-DATE
                       ' AS POSTED - STATUS = ' WS-GLCTL-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF

           DISPLAY 'FNGLIFC: BUSINESS DATE ' CARD-BUSINESS-DATE
                   ' POSTED AS RUN ' WS-RUN-NUMBER ' - '
                   WS-DETAIL-COUNT ' GL DETAIL ROW(S)'.

       4000-EXIT.
           EXIT.
      *****************************************************************
      * 5000 - VOID A POSTED BUSINESS DATE SO IT CAN BE POSTED AGAIN.
      *        NO GL FILE IS WRITTEN; FINANCE BACKS THE VOIDED RUN'S
      *        ENTRIES OUT OF THE LEDGER THEMSELVES
      *****************************************************************
       5000-VOID-POSTING.

           MOVE CARD-BUSINESS-DATE-N TO GLC-BUSINESS-DATE
           READ GL-CONTROL-FILE
               INVALID KEY
                   DISPLAY 'FNGLIFC: BUSINESS DATE ' CARD-BUSINESS-DATE
                           ' WAS NEVER POSTED - NOTHING TO VOID'
                   MOVE 12 TO RETURN-CODE
                   GO TO 5000-EXIT
           END-READ

           IF NOT GLC-DATE-POSTED
               DISPLAY 'FNGLIFC: BUSINESS DATE ' CARD-BUSINESS-DATE
                       ' RUN ' GLC-RUN-NUMBER ' IS ALREADY VOIDED'
               MOVE 12 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF

           SET GLC-DATE-VOIDED  TO TRUE
           MOVE WS-TODAY-NUM    TO GLC-VOIDED-DATE
           REWRITE GL-CONTROL-REC
               INVALID KEY
                   DISPLAY 'FNGLIFC: UNABLE TO VOID ' CARD-BUSINESS-DATE
                           ' - STATUS = ' WS-GLCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 5000-EXIT
           END-REWRITE

           DISPLAY 'FNGLIFC: BUSINESS DATE ' CARD-BUSINESS-DATE
                   ' RUN ' GLC-RUN-NUMBER ' VOIDED - IT MAY NOW BE '
                   'POSTED AGAIN'.

       5000-EXIT.
           EXIT.
      *****************************************************************
      * 9999 - CLOSE THE GL CONTROL FILE
      *****************************************************************
       9999-TERMINATE.

           CLOSE GL-CONTROL-FILE
           IF WS-GLCTL-STATUS NOT = '00'
               DISPLAY 'FNGLIFC: GL-CONTROL-FILE CLOSE FAILED - '
                       'STATUS = ' WS-GLCTL-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       9999-EXIT.
           EXIT.
