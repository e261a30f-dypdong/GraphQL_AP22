                              PIC 9(06).
         01 WS-JRNL-DONE-SW   PIC X(01) VALUE 'N'.
            88 JOURNAL-REC-DONE      VALUE 'Y'.
         01 WS-JRNL-BEFORE-SAVE PIC X(500) VALUE SPACES.
         01 WS-OLD-AUTHOR-REC PIC X(80).
         01 WS-BOOK-BROWSE-KEY PIC X(08).
         COPY AUTHRDAT.
                           JRNL-BOOK-ID
                           JRNL-BORROWER-ID
            MOVE AUTHOR-ID TO JRNL-RECORD-KEY
            MOVE 'AUTHOR' TO JRNL-FILE-NAME
            MOVE WS-JRNL-BEFORE-SAVE TO JRNL-BEFORE-IMAGE
            IF JRNL-ACTION-DELETE
                MOVE SPACES TO JRNL-AFTER-IMAGE
