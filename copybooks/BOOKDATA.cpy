      * BOOK-RETURN-CODE USUALLY ECHOES A RAW RESP-CODE; THE NAMED
      * 93XX VALUES ARE DELETE REJECTS SAYING EXACTLY WHICH REFERENCE
      * BLOCKED A BOOK-ACTION-DELETE (AN OPEN LOAN, A WAITING HOLD
      * QUEUE, OR A COPY STILL CHECKED OUT OR RESERVED).  9305 REFUSES
      * AN ADD-COPIES WITH NO COPY COUNT.
      *
      * BOOK-COPY-SUMMARY IS A LIVE BREAKOUT OF THE BOOK-COPY FILE FOR
      * THIS TITLE, BY COPY STATUS - IT IS FILLED IN ON EVERY SUCCESSFUL
      * RESPONSE, SEPARATELY FROM THE BOOK-COPIES-TOTAL/AVAIL COUNTERS
      * ON BOOK-FILE-REC ITSELF (WHICH FCLOAN MAINTAINS AS THE OVERALL
      * CHECKOUT/RETURN COUNTS).  SUMMARY-COPIES-ON-HOLD INCLUDES
      * COPIES STILL IN TRANSIT TO A HOLD AT ANOTHER BRANCH.
      *
      * BOOK-COPY-REQUEST IS ONLY USED WHEN COPY ROWS ARE CREATED.
      * BOOK-REQUEST-BRANCH IS THE COPY-BRANCH GIVEN TO EVERY COPY AN
      * ADD OR ADD-COPIES CREATES (BLANK = NO BRANCH, AS BEFORE).
      * BOOK-ACTION-ADD-COPIES ADDS BOOK-REQUEST-COPIES NEW COPIES TO A
      * TITLE ALREADY ON FILE, NUMBERED ON FROM ITS HIGHEST COPY - IT
      * IS HOW FCPORD RECEIVES A REORDER.  BOOK-FIRST-NEW-COPY COMES
      * BACK AS THE COPY-NUMBER OF THE FIRST COPY EITHER ACTION MADE.
      *****************************************************************
       01 BOOK-DATA.
          03 BOOK-ACTION            PIC X(01).
             88 BOOK-ACTION-ADD         VALUE 'A'.
             88 BOOK-ACTION-CHANGE      VALUE 'C'.
             88 BOOK-ACTION-DELETE      VALUE 'D'.
             88 BOOK-ACTION-ADD-COPIES  VALUE 'N'.
          03 BOOK-RETURN-CODE       PIC X(04).
             88 BOOK-RETURN-OK          VALUE '0000'.
             88 BOOK-DELETE-OPEN-LOAN   VALUE '9301'.
             88 BOOK-DELETE-HOLD-QUEUE  VALUE '9302'.
             88 BOOK-DELETE-COPY-BUSY   VALUE '9303'.
             88 BOOK-DELETE-FAILED      VALUE '9304'.
             88 BOOK-COPY-COUNT-INVALID VALUE '9305'.
          03 BOOK-RETURN-CODE-N REDEFINES BOOK-RETURN-CODE
                                     PIC 9(04).
          COPY BOOKREC REPLACING ==01== BY ==03==.
             05 SUMMARY-COPIES-CHECKED-OUT  PIC 9(04).
             05 SUMMARY-COPIES-LOST         PIC 9(04).
             05 SUMMARY-COPIES-ON-HOLD      PIC 9(04).
          03 BOOK-COPY-REQUEST.
             05 BOOK-REQUEST-BRANCH         PIC X(06).
             05 BOOK-REQUEST-COPIES         PIC 9(04).
             05 BOOK-FIRST-NEW-COPY         PIC 9(04).
