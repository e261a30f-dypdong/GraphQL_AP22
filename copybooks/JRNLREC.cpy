      * JRNLREC - PHYSICAL RECORD LAYOUT OF THE UPDATE JOURNAL FILE
      *
      * ONE ROW PER SUCCESSFUL UPDATE ACTION TAKEN BY THE ONLINE
      * PROGRAMS (FCBOOK, FCAUTHR, FCBORR, FCHOLD, FCLOAN, FCPORD) AND
      * BY THE BATCH JOBS THAT UPDATE THE SAME FILES (OFFLNPST,
      * HLDEXPRG, BRCRDEXP, COLREFER, COLREMIT, SHLFRECN, BRMERGE),
      * CARRYING THE DATE/TIME, THE PROGRAM, THE ACTION, THE KEY OF
      * THE RECORD TOUCHED AND ITS BEFORE/AFTER IMAGES, SO AN INCIDENT
      * CAN BE RECONSTRUCTED FROM THE FILE INSTEAD OF FROM MEMORY.
      * JRNLRPT PRINTS THE DAILY ACTIVITY REPORT FROM IT.
      *
      * JRNL-SEQ ONLY EXISTS TO KEEP THE KEY UNIQUE WHEN TWO ACTIONS
      * LAND IN THE SAME SECOND - THE WRITER RETRIES WITH THE NEXT
      * ARE BROKEN OUT OF THE RAW RECORD KEY (AND LEFT BLANK WHERE
      * THEY DO NOT APPLY) SO THE ACTIVITY REPORT CAN FILTER TO ONE
      * BOOK OR BORROWER WITHOUT KNOWING EACH FILE'S KEY SHAPE.
      *
      * THE IMAGES WERE WIDENED FROM 200 TO 500 BYTES WHEN THE HOLD
      * RECORD OUTGREW THEM (SEE JRNLCNV); A SHORTER RECORD IS CARRIED
      * LEFT-JUSTIFIED AND SPACE-FILLED.
      *
      * JRNL-FILE-NAME NAMES THE FILE THE ROW UPDATED ('BOOK',
      * 'BOOKCOPY', 'BORROWER', 'LOAN', 'LOANHIST', 'HOLD', 'AUTHOR',
      * 'PURCHORD', 'FUND', 'FINELEDG').  A FINE-LEDGER KEY IS LONGER
      * THAN JRNL-RECORD-KEY, WHICH CARRIES ITS FIRST 22 BYTES; THE
      * FULL KEY IS IN THE IMAGES.
      * A PROGRAM THAT UPDATES SEVERAL FILES FOR ONE ACTION (A
      * CHECKOUT MOVES THE LOAN, THE COPY, THE BOOK'S AVAILABLE COUNT
      * AND THE HOLD QUEUE) WRITES ONE ROW PER RECORD, ALL CARRYING
      * THE SAME PROGRAM AND ACTION, SO JRNLRCV CAN REAPPLY EACH ONE TO
      * THE RIGHT FILE.  IT WAS CARVED OUT OF RESSERVE, SO ROWS WRITTEN
      * BEFORE IT EXISTED CARRY SPACES THERE.
      *****************************************************************
       01 JOURNAL-FILE-REC.
          05 JRNL-KEY.
             88 JRNL-ACTION-LOST        VALUE 'L'.
             88 JRNL-ACTION-HOLD-PLACE  VALUE 'H'.
             88 JRNL-ACTION-DELETE      VALUE 'D'.
             88 JRNL-ACTION-RECEIVE     VALUE 'T'.
             88 JRNL-ACTION-STATUS      VALUE 'S'.
          05 JRNL-RECORD-KEY        PIC X(22).
          05 JRNL-BOOK-ID           PIC X(08).
          05 JRNL-BORROWER-ID       PIC X(10).
          05 JRNL-BEFORE-IMAGE      PIC X(500).
          05 JRNL-AFTER-IMAGE       PIC X(500).
          05 JRNL-FILE-NAME         PIC X(08).
          05 RESSERVE               PIC X(05).
