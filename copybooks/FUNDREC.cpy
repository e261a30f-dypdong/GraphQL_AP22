      *****************************************************************
      * FUNDREC - PHYSICAL RECORD LAYOUT OF THE ACQUISITIONS FUND FILE
      *
      * ONE ROW PER BUDGET FUND THE LIBRARY BUYS MATERIALS FROM.
      * FUND-ALLOCATED IS THE YEAR'S BUDGET, LOADED BY FUNDLD.
      * FUND-ENCUMBERED IS WHAT OPEN PURCHASE-ORDER LINES HAVE
      * COMMITTED BUT NOT YET RECEIVED; FUND-SPENT IS WHAT HAS BEEN
      * RECEIVED.  FCPORD MOVES AN ORDER'S COST INTO ENCUMBERED WHEN
      * THE LINE IS PLACED, FROM ENCUMBERED TO SPENT AS COPIES ARE
      * RECEIVED, AND BACK OUT OF ENCUMBERED WHEN THE REST OF A LINE
      * IS CANCELLED.  WHAT IS LEFT TO SPEND IS ALLOCATED LESS
      * ENCUMBERED LESS SPENT, AND AN ORDER THAT WOULD TAKE IT BELOW
      * ZERO IS REFUSED.
      *****************************************************************
       01 FUND-FILE-REC.
          05 FUND-CODE              PIC X(06).
          05 FUND-NAME              PIC X(30).
          05 FUND-ALLOCATED         PIC S9(7)V99 COMP-3.
          05 FUND-ENCUMBERED        PIC S9(7)V99 COMP-3.
          05 FUND-SPENT             PIC S9(7)V99 COMP-3.
          05 RESSERVE               PIC X(09).
