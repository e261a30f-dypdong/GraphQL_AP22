      *****************************************************************
      * PODATA - COMMON LAYOUT FOR THE PURCHASE-ORDER CONTAINER
      *
      * PO-ACTION AND PO-RETURN-CODE ARE CONTROL FIELDS CARRIED IN THE
      * QUARY-PODATA CONTAINER ONLY - THEY ARE NOT PART OF THE PHYSICAL
      * PURCHASE-ORDER RECORD.  PO-FILE-REC (SEE POREC) IS THE PO LINE
      * READ FROM / WRITTEN TO THE FILE, AND FUND-FILE-REC (SEE
      * FUNDREC) COMES BACK ON EVERY SUCCESSFUL RESPONSE AS THE LINE'S
      * FUND AFTER THE ACTION, SO THE ACQUISITIONS DESK SEES WHAT IS
      * LEFT TO SPEND.
      *
      * LIKE HOLDDATA, PO-RETURN-CODE CARRIES NAMED BUSINESS-REJECT
      * VALUES RATHER THAN A RAW ECHOED RESP-CODE.
      *
      * PO-REQUEST-QTY AND PO-REQUEST-BRANCH ARE THE NUMBER OF COPIES
      * COMING IN AND THE BRANCH TAKING DELIVERY ON A PO-ACTION-RECEIVE
      * REQUEST - NEITHER IS PART OF THE PHYSICAL RECORD, SINCE ONE
      * LINE CAN BE RECEIVED IN SEVERAL SHIPMENTS AT SEVERAL BRANCHES.
      *****************************************************************
       01 PO-DATA.
          03 PO-ACTION              PIC X(01).
             88 PO-ACTION-INQUIRY       VALUE SPACE 'I'.
             88 PO-ACTION-ORDER         VALUE 'A'.
             88 PO-ACTION-RECEIVE       VALUE 'R'.
             88 PO-ACTION-CANCEL        VALUE 'X'.
          03 PO-RETURN-CODE         PIC X(04).
             88 PO-RETURN-OK            VALUE '0000'.
             88 PO-LINE-NOT-FOUND       VALUE '8901'.
             88 PO-LINE-EXISTS          VALUE '8902'.
             88 PO-FUND-NOT-FOUND       VALUE '8903'.
             88 PO-FUND-OVERCOMMITTED   VALUE '8904'.
             88 PO-ORDER-INVALID        VALUE '8905'.
             88 PO-LINE-NOT-OPEN        VALUE '8906'.
             88 PO-RECEIVE-QTY-INVALID  VALUE '8907'.
             88 PO-RECEIVE-NO-BRANCH    VALUE '8908'.
             88 PO-CATALOG-FAILED       VALUE '8909'.
             88 PO-UPDATE-FAILED        VALUE '8910'.
          03 PO-RETURN-CODE-N REDEFINES PO-RETURN-CODE
                                     PIC 9(04).
          COPY POREC REPLACING ==01== BY ==03==.
          COPY FUNDREC REPLACING ==01== BY ==03==.
          03 PO-REQUEST-QTY         PIC 9(04).
          03 PO-REQUEST-BRANCH      PIC X(06).
