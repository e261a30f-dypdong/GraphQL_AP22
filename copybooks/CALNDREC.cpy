      *****************************************************************
      * CALNDREC - PHYSICAL RECORD LAYOUT OF THE CLOSED-DAYS CALENDAR
      * FILE
      *
      * ONE ROW PER DATE THE LIBRARY IS CLOSED.  A ROW KEYED '*ALL'
      * CLOSES EVERY BRANCH THAT DAY (PUBLIC HOLIDAYS); A ROW KEYED BY
      * A COPY-BRANCH CODE CLOSES THAT BRANCH ONLY (STAFF TRAINING,
      * BUILDING WORK).  A DATE IS A CLOSED DAY FOR A COPY WHEN EITHER
      * ROW IS ON FILE.  FCLOAN ROLLS A DUE DATE THAT LANDS ON A
      * CLOSED DAY FORWARD TO THE NEXT OPEN DAY AND LEAVES CLOSED DAYS
      * OUT OF THE DAYS-LATE COUNT WHEN IT ASSESSES A FINE; LNOVRRPT,
      * OVNTCRPT AND AGFNRPT COUNT DAYS LATE THE SAME WAY.  CALNDLD
      * LOADS AND MAINTAINS IT FROM CARD INPUT.
      *****************************************************************
       01 CALENDAR-FILE-REC.
          05 CAL-KEY.
             10 CAL-BRANCH          PIC X(06).
                88 CAL-ALL-BRANCHES     VALUE '*ALL'.
             10 CAL-CLOSED-DATE     PIC 9(08).
          05 CAL-REASON             PIC X(30).
          05 RESSERVE               PIC X(06).
