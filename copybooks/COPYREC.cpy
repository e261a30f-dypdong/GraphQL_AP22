      * COPY-NUMBER SO A TITLE WITH SEVERAL COPIES ON THE SHELF HAS
      * SEVERAL COPY RECORDS.  SHARED BY THE CICS PROGRAMS AND BY ANY
      * BATCH PROGRAM THAT OPENS THE COPY FILE DIRECTLY.
      *
      * COPY-IN-TRANSIT IS A COPY RESERVED FOR A HOLD BUT RETURNED AT A
      * BRANCH OTHER THAN THE BORROWER'S PICKUP BRANCH.  COPY-BRANCH
      * STAYS THE SENDING BRANCH UNTIL FCHOLD'S RECEIVE ACTION MOVES IT
      * TO THE PICKUP BRANCH AND SETS IT COPY-ON-HOLD THERE.  LIKE AN
      * ON-HOLD COPY IT IS NOT COUNTED IN BOOK-COPIES-AVAIL.
      *
      * COPY-SHELF-READ-SW IS SET BY THE SHELF-SCAN RECONCILIATION
      * (SHLFRECN) WHEN AN ON-SHELF COPY WAS NOT FOUND ON A SHELF READ
      * OF ITS BRANCH, AND CLEARED WHEN A LATER READ FINDS IT.  A COPY
      * MISSED ON TWO READS RUNNING IS WRITTEN OFF AS COPY-LOST.  IT
      * WAS CARVED OUT OF RESSERVE, SO A RECORD WRITTEN BEFORE IT
      * EXISTED CARRIES A SPACE THERE, WHICH READS AS NOT MISSED.
      *****************************************************************
       01 BOOK-COPY-REC.
          05 COPY-KEY.
             88 COPY-CHECKED-OUT        VALUE '2'.
             88 COPY-LOST               VALUE '3'.
             88 COPY-ON-HOLD            VALUE '4'.
             88 COPY-IN-TRANSIT         VALUE '5'.
          05 COPY-SHELF-READ-SW     PIC X(01).
             88 COPY-MISSED-LAST-READ   VALUE 'M'.
          05 RESSERVE               PIC X(04).
