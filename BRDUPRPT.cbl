       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BRDUPRPT.
       AUTHOR.        D DONG.
       INSTALLATION.  CIRCULATION SYSTEMS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      * ----------------------------------------------------------
      * 10/15/2026  DD   DUPLICATE-BORROWER CANDIDATE REPORT.  A
      *                  BORROWER WHO RE-REGISTERS UNDER A NEW ID
      *                  SPLITS THEIR LOANS, HOLDS AND FINES OVER TWO
      *                  ACCOUNTS.  EVERY BORROWER NOT ALREADY CLOSED IS
      *                  SORTED TWICE - ON NORMALIZED NAME PLUS
      *                  NORMALIZED ADDRESS, AND ON NORMALIZED NAME PLUS
      *                  PHONE DIGITS - AND EACH GROUP OF TWO OR MORE
      *                  BORROWERS SHARING A KEY IS PRINTED AS A
      *                  CANDIDATE GROUP.  NORMALIZING UPPER-CASES THE
      *                  TEXT AND DROPS EVERYTHING BUT LETTERS AND
      *                  DIGITS, SO SPACING AND PUNCTUATION DIFFERENCES
      *                  STILL MATCH.  NOTHING IS UPDATED: A SUPERVISOR
      *                  CHECKS EACH GROUP AND KEYS A BRMERGE CARD FOR
      *                  EVERY TRUE DUPLICATE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BORROWER-FILE ASSIGN TO BORWDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BORROWER-ID
               FILE STATUS IS WS-BORROWER-STATUS.

           SELECT SORT-WORK ASSIGN TO SORTWK01.

           SELECT REPORT-FILE ASSIGN TO RPTDD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BORROWER-FILE
           RECORDING MODE IS F.
           COPY BORWREC.

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-MATCH-KEY.
               07  SORT-MATCH-BASIS   PIC X(01).
                   88  SORT-ON-ADDRESS           VALUE 'A'.
                   88  SORT-ON-PHONE             VALUE 'P'.
               07  SORT-MATCH-NAME    PIC X(30).
               07  SORT-MATCH-OTHER   PIC X(30).
           05  SORT-BORROWER-ID       PIC X(10).
           05  SORT-NAME              PIC X(30).
           05  SORT-ADDRESS           PIC X(30).
           05  SORT-PHONE             PIC X(12).
           05  SORT-STATUS            PIC X(01).
           05  SORT-FINE-BAL          PIC S9(5)V99 COMP-3.
           05  SORT-EXPIRY-DATE       PIC 9(08).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
        77 WS-BORROWER-STATUS     PIC X(02).
        77 WS-REPORT-STATUS       PIC X(02).
        77 WS-EOF-BORROWER-SW     PIC X(01)  VALUE 'N'.
           88 END-OF-BORROWER-FILE           VALUE 'Y'.
        77 WS-EOF-SORT-SW         PIC X(01)  VALUE 'N'.
           88 END-OF-SORT-FILE               VALUE 'Y'.
        77 WS-NORM-DIGITS-SW      PIC X(01)  VALUE 'N'.
           88 NORM-DIGITS-ONLY               VALUE 'Y'.
        77 WS-TODAY-CHAR          PIC X(08).
        77 WS-TODAY-NUM REDEFINES WS-TODAY-CHAR
                                  PIC 9(08).
        77 WS-NORM-SUB            PIC 9(04)  COMP VALUE ZERO.
        77 WS-NORM-LEN            PIC 9(04)  COMP VALUE ZERO.
        77 WS-NORM-NAME           PIC X(30)  VALUE SPACES.
        77 WS-GROUP-COUNT         PIC 9(04)  COMP VALUE ZERO.
        77 WS-GROUP-OVERFLOW      PIC 9(04)  COMP VALUE ZERO.
        77 WS-READ-COUNT          PIC 9(06)  COMP VALUE ZERO.
        77 WS-CLOSED-COUNT        PIC 9(06)  COMP VALUE ZERO.
        77 WS-ADDR-GROUP-COUNT    PIC 9(06)  COMP VALUE ZERO.
        77 WS-PHONE-GROUP-COUNT   PIC 9(06)  COMP VALUE ZERO.
        77 WS-LISTED-COUNT        PIC 9(06)  COMP VALUE ZERO.

        01 WS-PREV-MATCH-KEY                 VALUE LOW-VALUES.
           05 WS-PREV-MATCH-BASIS PIC X(01).
              88 PREV-ON-ADDRESS                 VALUE 'A'.
           05 FILLER              PIC X(60).

        01 WS-NORM-IN.
           05 WS-NORM-IN-CHAR     OCCURS 30 TIMES
                                  PIC X(01).

        01 WS-NORM-OUT.
           05 WS-NORM-OUT-CHAR    OCCURS 30 TIMES
                                  PIC X(01).

        01 WS-GROUP-TABLE.
           05 WS-GROUP-MEMBER OCCURS 20 TIMES
                              INDEXED BY GRP-IDX.
              07 GM-BORROWER-ID      PIC X(10).
              07 GM-NAME             PIC X(30).
              07 GM-ADDRESS          PIC X(30).
              07 GM-PHONE            PIC X(12).
              07 GM-STATUS           PIC X(01).
              07 GM-FINE-BAL         PIC S9(5)V99 COMP-3.
              07 GM-EXPIRY-DATE      PIC 9(08).

        01 WS-HEADING-1.
           05 FILLER               PIC X(35) VALUE
              'DUPLICATE BORROWER CANDIDATES'.
           05 FILLER               PIC X(10) VALUE
              'RUN DATE: '.
           05 H1-RUN-DATE          PIC 9999/99/99.

        01 WS-HEADING-2.
           05 FILLER               PIC X(12) VALUE 'BORROWER'.
           05 FILLER               PIC X(32) VALUE 'NAME'.
           05 FILLER               PIC X(32) VALUE 'ADDRESS'.
           05 FILLER               PIC X(14) VALUE 'PHONE'.
           05 FILLER               PIC X(04) VALUE 'ST'.
           05 FILLER               PIC X(12) VALUE 'FINE BAL'.
           05 FILLER               PIC X(10) VALUE 'EXPIRES'.

        01 WS-GROUP-HEADING.
           05 FILLER               PIC X(06) VALUE 'GROUP '.
           05 GH-GROUP-NUMBER      PIC ZZZZZ9.
           05 FILLER               PIC X(14) VALUE
              '  MATCHED ON '.
           05 GH-MATCH-BASIS       PIC X(16).

        01 WS-DETAIL-LINE.
           05 DL-BORROWER-ID       PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-NAME              PIC X(30).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-ADDRESS           PIC X(30).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-PHONE             PIC X(12).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DL-STATUS            PIC X(01).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DL-FINE-BAL          PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DL-EXPIRY-DATE       PIC 9999/99/99.

        01 WS-OVERFLOW-LINE.
           05 FILLER               PIC X(12) VALUE SPACES.
           05 FILLER               PIC X(04) VALUE 'AND '.
           05 OL-MORE-COUNT        PIC ZZZ9.
           05 FILLER               PIC X(30) VALUE
              ' MORE WITH THE SAME KEY'.

        01 WS-TOTAL-LINE-1.
           05 FILLER               PIC X(30) VALUE
              'BORROWERS READ:'.
           05 TL-READ-COUNT        PIC ZZZ,ZZ9.

        01 WS-TOTAL-LINE-2.
           05 FILLER               PIC X(30) VALUE
              'CLOSED - NOT COMPARED:'.
           05 TL-CLOSED-COUNT      PIC ZZZ,ZZ9.

        01 WS-TOTAL-LINE-3.
           05 FILLER               PIC X(30) VALUE
              'GROUPS ON NAME + ADDRESS:'.
           05 TL-ADDR-GROUP-COUNT  PIC ZZZ,ZZ9.

        01 WS-TOTAL-LINE-4.
           05 FILLER               PIC X(30) VALUE
              'GROUPS ON NAME + PHONE:'.
           05 TL-PHONE-GROUP-COUNT PIC ZZZ,ZZ9.

        01 WS-TOTAL-LINE-5.
           05 FILLER               PIC X(30) VALUE
              'BORROWER LINES LISTED:'.
           05 TL-LISTED-COUNT      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-FIND-CANDIDATES THRU 2000-EXIT
           PERFORM 9999-TERMINATE THRU 9999-EXIT.
           GOBACK.
      *****************************************************************
      * 1000 - OPEN THE FILES AND PRINT THE HEADINGS
      *****************************************************************
       1000-INITIALIZE.

           ACCEPT WS-TODAY-CHAR FROM DATE YYYYMMDD

           OPEN INPUT BORROWER-FILE
           IF WS-BORROWER-STATUS NOT = '00'
               DISPLAY 'BRDUPRPT: BORROWER-FILE OPEN FAILED - STATUS = '
                       WS-BORROWER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'BRDUPRPT: REPORT-FILE OPEN FAILED - STATUS = '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-TODAY-NUM TO H1-RUN-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-HEADING-2
               AFTER ADVANCING 2 LINES.

       1000-EXIT.
           EXIT.
      *****************************************************************
      * 2000 - SORT THE BORROWERS ON THEIR MATCH KEYS AND PRINT EVERY
      *        KEY SHARED BY MORE THAN ONE BORROWER
      *****************************************************************
       2000-FIND-CANDIDATES.

           SORT SORT-WORK ON ASCENDING KEY SORT-MATCH-KEY
                             ASCENDING KEY SORT-BORROWER-ID
               INPUT PROCEDURE IS 2100-RELEASE-BORROWERS
                     THRU 2100-EXIT
               OUTPUT PROCEDURE IS 3000-PRINT-GROUPS
                     THRU 3000-EXIT.

       2000-EXIT.
           EXIT.
      *****************************************************************
      * 2100 - RELEASE UP TO TWO ROWS PER BORROWER: NAME + ADDRESS AND
      *        NAME + PHONE.  A CLOSED ACCOUNT (INCLUDING ONE ALREADY
      *        MERGED AWAY) IS NOT COMPARED, AND A BLANK NAME, ADDRESS
      *        OR PHONE MATCHES NOTHING
      *****************************************************************
       2100-RELEASE-BORROWERS.

           PERFORM 2110-READ-BORROWER THRU 2110-EXIT
           PERFORM UNTIL END-OF-BORROWER-FILE
               ADD 1 TO WS-READ-COUNT
               IF BORROWER-STATUS-CLOSED
                   ADD 1 TO WS-CLOSED-COUNT
               ELSE
                   PERFORM 2120-RELEASE-MATCH-ROWS THRU 2120-EXIT
               END-IF
               PERFORM 2110-READ-BORROWER THRU 2110-EXIT
           END-PERFORM.

       2100-EXIT.
           EXIT.

       2110-READ-BORROWER.

           READ BORROWER-FILE NEXT
               AT END SET END-OF-BORROWER-FILE TO TRUE
           END-READ.

       2110-EXIT.
           EXIT.

       2120-RELEASE-MATCH-ROWS.

           MOVE 'N' TO WS-NORM-DIGITS-SW
           MOVE BORROWER-NAME TO WS-NORM-IN
           PERFORM 2200-NORMALIZE THRU 2200-EXIT
           IF WS-NORM-OUT = SPACES
               GO TO 2120-EXIT
           END-IF
           MOVE WS-NORM-OUT TO WS-NORM-NAME

           MOVE BORROWER-ID          TO SORT-BORROWER-ID
           MOVE BORROWER-NAME        TO SORT-NAME
           MOVE BORROWER-ADDRESS     TO SORT-ADDRESS
           MOVE BORROWER-PHONE       TO SORT-PHONE
           MOVE BORROWER-STATUS      TO SORT-STATUS
           MOVE BORROWER-FINE-BAL    TO SORT-FINE-BAL
           MOVE BORROWER-EXPIRY-DATE TO SORT-EXPIRY-DATE
           MOVE WS-NORM-NAME         TO SORT-MATCH-NAME

           MOVE BORROWER-ADDRESS TO WS-NORM-IN
           PERFORM 2200-NORMALIZE THRU 2200-EXIT
           IF WS-NORM-OUT NOT = SPACES
               SET SORT-ON-ADDRESS TO TRUE
               MOVE WS-NORM-OUT TO SORT-MATCH-OTHER
               RELEASE SORT-REC
           END-IF

           SET NORM-DIGITS-ONLY TO TRUE
           MOVE BORROWER-PHONE TO WS-NORM-IN
           PERFORM 2200-NORMALIZE THRU 2200-EXIT
           IF WS-NORM-OUT NOT = SPACES
               SET SORT-ON-PHONE TO TRUE
               MOVE WS-NORM-OUT TO SORT-MATCH-OTHER
               RELEASE SORT-REC
           END-IF.

       2120-EXIT.
           EXIT.
      *****************************************************************
      * 2200 - NORMALIZE WS-NORM-IN INTO WS-NORM-OUT: UPPER-CASE IT AND
      *        KEEP ONLY LETTERS AND DIGITS (ONLY DIGITS FOR A PHONE),
      *        CLOSED UP TO THE LEFT
      *****************************************************************
       2200-NORMALIZE.

           INSPECT WS-NORM-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-NORM-OUT
           MOVE ZERO   TO WS-NORM-LEN
           PERFORM 2210-NORMALIZE-ONE-CHAR THRU 2210-EXIT
               VARYING WS-NORM-SUB FROM 1 BY 1
               UNTIL WS-NORM-SUB > 30.

       2200-EXIT.
           EXIT.

       2210-NORMALIZE-ONE-CHAR.

           IF WS-NORM-IN-CHAR(WS-NORM-SUB) IS NUMERIC
                   OR (NOT NORM-DIGITS-ONLY
                       AND WS-NORM-IN-CHAR(WS-NORM-SUB) IS ALPHABETIC
                       AND WS-NORM-IN-CHAR(WS-NORM-SUB) NOT = SPACE)
               ADD 1 TO WS-NORM-LEN
               MOVE WS-NORM-IN-CHAR(WS-NORM-SUB)
                   TO WS-NORM-OUT-CHAR(WS-NORM-LEN)
           END-IF.

       2210-EXIT.
           EXIT.
      *****************************************************************
      * 3000 - COLLECT EACH RUN OF SORTED ROWS SHARING A MATCH KEY AND
      *        PRINT IT WHEN IT HOLDS MORE THAN ONE BORROWER
      *****************************************************************
       3000-PRINT-GROUPS.

           PERFORM 3100-RETURN-SORT THRU 3100-EXIT
           PERFORM UNTIL END-OF-SORT-FILE
               IF SORT-MATCH-KEY NOT = WS-PREV-MATCH-KEY
                   PERFORM 3200-PRINT-GROUP THRU 3200-EXIT
                   MOVE SORT-MATCH-KEY TO WS-PREV-MATCH-KEY
                   MOVE ZERO TO WS-GROUP-COUNT
                                WS-GROUP-OVERFLOW
               END-IF
               PERFORM 3300-ADD-GROUP-MEMBER THRU 3300-EXIT
               PERFORM 3100-RETURN-SORT THRU 3100-EXIT
           END-PERFORM
           PERFORM 3200-PRINT-GROUP THRU 3200-EXIT.

       3000-EXIT.
           EXIT.

       3100-RETURN-SORT.

           RETURN SORT-WORK
               AT END SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       3100-EXIT.
           EXIT.
      *****************************************************************
      * 3200 - PRINT THE GROUP JUST COLLECTED IF IT IS A CANDIDATE.
      *        WS-PREV-MATCH-KEY STILL HOLDS ITS KEY
      *****************************************************************
       3200-PRINT-GROUP.

           IF WS-GROUP-COUNT + WS-GROUP-OVERFLOW < 2
               GO TO 3200-EXIT
           END-IF

           IF PREV-ON-ADDRESS
               ADD 1 TO WS-ADDR-GROUP-COUNT
               MOVE 'NAME + ADDRESS' TO GH-MATCH-BASIS
           ELSE
               ADD 1 TO WS-PHONE-GROUP-COUNT
               MOVE 'NAME + PHONE' TO GH-MATCH-BASIS
           END-IF
           COMPUTE GH-GROUP-NUMBER = WS-ADDR-GROUP-COUNT
                                   + WS-PHONE-GROUP-COUNT
           WRITE REPORT-LINE FROM WS-GROUP-HEADING
               AFTER ADVANCING 2 LINES

           SET GRP-IDX TO 1
           PERFORM 3210-PRINT-MEMBER THRU 3210-EXIT
               UNTIL GRP-IDX > WS-GROUP-COUNT

           IF WS-GROUP-OVERFLOW > ZERO
               MOVE WS-GROUP-OVERFLOW TO OL-MORE-COUNT
               WRITE REPORT-LINE FROM WS-OVERFLOW-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       3200-EXIT.
           EXIT.

       3210-PRINT-MEMBER.

           MOVE GM-BORROWER-ID(GRP-IDX) TO DL-BORROWER-ID
           MOVE GM-NAME(GRP-IDX)        TO DL-NAME
           MOVE GM-ADDRESS(GRP-IDX)     TO DL-ADDRESS
           MOVE GM-PHONE(GRP-IDX)       TO DL-PHONE
           MOVE GM-STATUS(GRP-IDX)      TO DL-STATUS
           MOVE GM-FINE-BAL(GRP-IDX)    TO DL-FINE-BAL
           MOVE GM-EXPIRY-DATE(GRP-IDX) TO DL-EXPIRY-DATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LISTED-COUNT
           SET GRP-IDX UP BY 1.

       3210-EXIT.
           EXIT.
      *****************************************************************
      * 3300 - HOLD THE CURRENT SORT ROW IN THE GROUP TABLE.  PAST 20
      *        MEMBERS THE REST ARE ONLY COUNTED
      *****************************************************************
       3300-ADD-GROUP-MEMBER.

           IF WS-GROUP-COUNT NOT < 20
               ADD 1 TO WS-GROUP-OVERFLOW
               GO TO 3300-EXIT
           END-IF

           ADD 1 TO WS-GROUP-COUNT
           SET GRP-IDX TO WS-GROUP-COUNT
           MOVE SORT-BORROWER-ID TO GM-BORROWER-ID(GRP-IDX)
           MOVE SORT-NAME        TO GM-NAME(GRP-IDX)
           MOVE SORT-ADDRESS     TO GM-ADDRESS(GRP-IDX)
           MOVE SORT-PHONE       TO GM-PHONE(GRP-IDX)
           MOVE SORT-STATUS      TO GM-STATUS(GRP-IDX)
           MOVE SORT-FINE-BAL    TO GM-FINE-BAL(GRP-IDX)
           MOVE SORT-EXPIRY-DATE TO GM-EXPIRY-DATE(GRP-IDX).

       3300-EXIT.
           EXIT.
      *****************************************************************
      * 9999 - PRINT THE TOTALS AND CLOSE UP
      *****************************************************************
       9999-TERMINATE.

           MOVE WS-READ-COUNT        TO TL-READ-COUNT
           MOVE WS-CLOSED-COUNT      TO TL-CLOSED-COUNT
           MOVE WS-ADDR-GROUP-COUNT  TO TL-ADDR-GROUP-COUNT
           MOVE WS-PHONE-GROUP-COUNT TO TL-PHONE-GROUP-COUNT
           MOVE WS-LISTED-COUNT      TO TL-LISTED-COUNT

           WRITE REPORT-LINE FROM WS-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-3
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-4
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE-5
               AFTER ADVANCING 1 LINE

           CLOSE BORROWER-FILE
           IF WS-BORROWER-STATUS NOT = '00'
               DISPLAY 'BRDUPRPT: BORROWER-FILE CLOSE FAILED - STATUS='
                       WS-BORROWER-STATUS
           END-IF

           CLOSE REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'BRDUPRPT: REPORT-FILE CLOSE FAILED - STATUS = '
                       WS-REPORT-STATUS
           END-IF

           DISPLAY 'BRDUPRPT: ' WS-READ-COUNT ' BORROWER(S), '
                   WS-ADDR-GROUP-COUNT ' ADDRESS GROUP(S), '
                   WS-PHONE-GROUP-COUNT ' PHONE GROUP(S)'.

       9999-EXIT.
           EXIT.
