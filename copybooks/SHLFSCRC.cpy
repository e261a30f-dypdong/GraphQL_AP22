      *****************************************************************
      * SHLFSCRC - LAYOUT OF ONE ROW ON A HANDHELD SHELF-SCANNER FILE
      *
      * ONE ROW PER BARCODE READ DURING A SHELF READ: THE BRANCH AND
      * SHELF LOCATION THE SCANNER WAS SET TO WHEN THE COPY WAS FOUND,
      * AND THE COPY'S BARCODE, WHICH IS ITS BOOKCOPY KEY (BOOK-ID PLUS
      * COPY NUMBER).  THE SCANNER DOWNLOADS ARE CONCATENATED IN ANY
      * ORDER AND FED TO SHLFRECN, WHICH SORTS THEM INTO COPY-KEY ORDER
      * BEFORE MATCHING THEM AGAINST BOOKCOPY.
      *****************************************************************
       01 SHELF-SCAN-REC.
          05 SCAN-BRANCH            PIC X(06).
          05 SCAN-SHELF-LOC         PIC X(10).
          05 SCAN-BARCODE.
             07 SCAN-BOOK-ID        PIC X(08).
             07 SCAN-COPY-NUMBER    PIC 9(04).
          05 FILLER                 PIC X(12).
