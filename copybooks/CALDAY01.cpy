      *****************************************************************
      * CALDAY01 - REQUEST/REPLY AREA FOR THE WRTECAL BUSINESS
      *            CALENDAR LOOKUP. THE CALLER FILLS IN THE SITE AND
      *            DATE; WRTECAL FILLS IN WHAT KIND OF DAY IT IS AT
      *            THAT SITE AND WHETHER THE NIGHTLY CHAIN IS EXPECTED
      *            TO RUN, SO EVERY PROGRAM THAT ASKS "SHOULD THERE
      *            HAVE BEEN A RUN" GETS THE SAME ANSWER.
      *****************************************************************
       01 CAL-DAY-REQUEST.
      * SPACES ASKS ABOUT THE SHOP-WIDE CALENDAR ONLY - ENTRIES DATED
      * FOR A PARTICULAR SITE ARE THEN IGNORED.
          05 CAL-SITE-ID                   PIC X(4).
          05 CAL-DATE                      PIC 9(8).
      * "B" ORDINARY WEEKDAY, "W" WEEKEND, "H" HOLIDAY, "N" OTHER
      * NON-PROCESSING DAY, "X" EXTRA PROCESSING DAY (A MONTH-END OR
      * QUARTER-END WEEKEND RUN).
          05 CAL-DAY-TYPE                  PIC X(1).
             88 CAL-ORDINARY-WEEKDAY       VALUE "B".
             88 CAL-WEEKEND                VALUE "W".
             88 CAL-HOLIDAY                VALUE "H".
             88 CAL-NON-PROCESSING         VALUE "N".
             88 CAL-EXTRA-PROCESSING       VALUE "X".
          05 CAL-PROCESSING-SWITCH         PIC X(1).
             88 CAL-PROCESSING-DAY         VALUE "Y".
      * THE CALENDAR LINE'S OWN DESCRIPTION ("BOXING DAY", "Q3 CLOSE")
      * WHEN THE DAY CAME FROM THE CALENDAR, SPACES OTHERWISE.
          05 CAL-DESCRIPTION               PIC X(30).
      * WHETHER THE CALENDAR FILE WAS THERE TO CONSULT, AND HOW MUCH
      * OF IT WAS USABLE - A MISSING FILE FALLS BACK TO THE PLAIN
      * WEEKDAY RULE AND THE CALLER SHOULD SAY SO ON ITS REPORT.
          05 CAL-FILE-SWITCH               PIC X(1).
             88 CAL-FILE-LOADED            VALUE "Y".
          05 CAL-ENTRIES-LOADED            PIC 9(4).
          05 CAL-LINES-REJECTED            PIC 9(4).
          05 CAL-ENTRIES-DROPPED           PIC 9(4).
