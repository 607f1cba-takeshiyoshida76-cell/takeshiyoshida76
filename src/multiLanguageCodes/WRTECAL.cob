       IDENTIFICATION                      DIVISION.
       PROGRAM-ID. WRTECAL.
       AUTHOR. TY.

      * SHARED BUSINESS CALENDAR LOOKUP. ANSWERS, FOR A SITE AND A
      * DATE, WHETHER THE NIGHTLY CHAIN WAS EXPECTED TO RUN - THE
      * QUESTION WRTEGAPS, WRTETRND AND WRTEGONG EACH USED TO ANSWER
      * WITH THEIR OWN "NOT SATURDAY OR SUNDAY" TEST, WHICH MADE EVERY
      * BANK HOLIDAY A FALSE GAP AND LEFT MONTH-END WEEKEND RUNS
      * UNCHECKED. THE ANSWER COMES FROM THE MAINTAINED CALENDAR FILE
      * CALENDAR.CTL, ONE DAY PER LINE IN THE SAME COMMA-DELIMITED
      * STYLE AS THE OTHER CONTROL FILES:
      *     SITE,YYYYMMDD,TYPE,DESCRIPTION
      * WHERE SITE IS A SITE ID OR "*" FOR EVERY SITE, AND TYPE IS
      *     H - HOLIDAY, NO PROCESSING EXPECTED;
      *     N - OTHER NON-PROCESSING DAY (SHUTDOWN, DR TEST);
      *     X - EXTRA PROCESSING DAY, E.G. A QUARTER-END SUNDAY.
      * A LINE FOR THE SITE ASKED ABOUT OVERRIDES A "*" LINE FOR THE
      * SAME DATE, SO ONE SITE CAN WORK A SHOP-WIDE HOLIDAY. A DATE
      * WITH NO LINE FOLLOWS THE WEEKDAY RULE: MONDAY TO FRIDAY RUN,
      * WEEKENDS DO NOT. LINES STARTING "*" IN COLUMN 1 FOLLOWED BY A
      * SPACE, AND BLANK LINES, ARE COMMENTS.
      *
      * THE FILE IS READ ONCE, ON THE FIRST CALL, AND HELD IN THE
      * TABLE BELOW FOR THE REST OF THE RUN. A MISSING CALENDAR IS NOT
      * AN ERROR HERE - EVERY DAY THEN FOLLOWS THE WEEKDAY RULE, AS IT
      * ALWAYS DID - BUT CAL-FILE-SWITCH TELLS THE CALLER SO IT CAN
      * SAY SO ON ITS REPORT.

       ENVIRONMENT                         DIVISION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALENDAR-FILE
           ASSIGN TO DYNAMIC WS-CALENDAR-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

       DATA                                DIVISION.
       FILE                                SECTION.
       FD CALENDAR-FILE.
       01 CALENDAR-REC                     PIC X(80).

       WORKING-STORAGE                     SECTION.
       01 WS-CALENDAR-FILE-NAME            PIC X(40)
          VALUE "CALENDAR.CTL".
       01 WS-CALENDAR-STATUS               PIC X(2).
          88 CALENDAR-FILE-OK              VALUE "00" "05".
          88 CALENDAR-FILE-PRESENT         VALUE "00".
       01 WS-CALENDAR-EOF-SWITCH           PIC X(1).
          88 CALENDAR-EOF-REACHED          VALUE "Y".

       01 WS-LOADED-SWITCH                 PIC X(1) VALUE "N".
          88 CALENDAR-ALREADY-LOADED       VALUE "Y".
       01 WS-FILE-FOUND-SWITCH             PIC X(1) VALUE "N".

       01 WS-LINE-SITE                     PIC X(4).
       01 WS-LINE-DATE-TEXT                PIC X(8).
       01 WS-LINE-TYPE                     PIC X(1).
          88 LINE-TYPE-VALID               VALUE "H" "N" "X".
       01 WS-LINE-DESCRIPTION              PIC X(30).
       01 WS-LINE-DATE                     PIC 9(8).
       01 WS-LINE-VALID-SWITCH             PIC X(1).
          88 LINE-IS-VALID                 VALUE "Y".

      * A FEW YEARS OF HOLIDAYS AND SPECIAL DAYS ACROSS EVERY SITE.
       01 WS-CAL-COUNT                     PIC 9(4) VALUE 0.
       01 WS-MAX-CAL-ENTRIES               PIC 9(4) VALUE 1000.
       01 WS-CAL-IDX                       PIC 9(4).
       01 WS-REJECTED-COUNT                PIC 9(4) VALUE 0.
       01 WS-DROPPED-COUNT                 PIC 9(4) VALUE 0.
       01 WS-CAL-TABLE.
          05 WS-CAL-ENTRY OCCURS 1000 TIMES.
             10 WS-CAL-SITE                PIC X(4).
             10 WS-CAL-DATE                PIC 9(8).
             10 WS-CAL-TYPE                PIC X(1).
             10 WS-CAL-DESCRIPTION         PIC X(30).

       01 WS-SITE-MATCH-IDX                PIC 9(4).
       01 WS-ALL-SITES-MATCH-IDX           PIC 9(4).

      * FUNCTION INTEGER-OF-DATE'S RETURN VALUE, TAKEN MODULO 7,
      * CYCLES WITH THE DAY OF THE WEEK - 0 IS SUNDAY AND 6 IS
      * SATURDAY, THE SAME ARITHMETIC WRTEGAPS HAS ALWAYS USED.
       01 WS-DAY-INTEGER                   PIC S9(9) COMP.
       01 WS-WEEKDAY-MOD                   PIC 9.

       LINKAGE                             SECTION.
           COPY CALDAY01.

       PROCEDURE                           DIVISION
           USING CAL-DAY-REQUEST.
       MAIN-LOGIC                          SECTION.
           IF NOT CALENDAR-ALREADY-LOADED
               PERFORM LOAD-CALENDAR
           END-IF.
           MOVE WS-FILE-FOUND-SWITCH TO CAL-FILE-SWITCH.
           MOVE WS-CAL-COUNT TO CAL-ENTRIES-LOADED.
           MOVE WS-REJECTED-COUNT TO CAL-LINES-REJECTED.
           MOVE WS-DROPPED-COUNT TO CAL-ENTRIES-DROPPED.
           PERFORM CLASSIFY-REQUESTED-DAY.
           GOBACK.

       LOAD-CALENDAR.
           SET CALENDAR-ALREADY-LOADED TO TRUE.
           MOVE "N" TO WS-CALENDAR-EOF-SWITCH.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-PRESENT
               MOVE "Y" TO WS-FILE-FOUND-SWITCH
           END-IF.
           IF CALENDAR-FILE-OK
               PERFORM UNTIL CALENDAR-EOF-REACHED
                   READ CALENDAR-FILE
                       AT END
                           SET CALENDAR-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM STORE-CALENDAR-LINE
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

      * A LINE WITH A BAD DATE OR AN UNKNOWN TYPE IS COUNTED AND
      * SKIPPED RATHER THAN GUESSED AT - TREATING A MISTYPED HOLIDAY
      * AS A PROCESSING DAY ONLY RAISES A FALSE GAP, WHICH IS LOUDER
      * THAN THE ALTERNATIVE.
       STORE-CALENDAR-LINE.
           IF CALENDAR-REC = SPACES OR CALENDAR-REC(1:2) = "* "
               CONTINUE
           ELSE
               MOVE SPACES TO WS-LINE-SITE WS-LINE-DATE-TEXT
                   WS-LINE-TYPE WS-LINE-DESCRIPTION
               UNSTRING CALENDAR-REC DELIMITED BY ","
                   INTO WS-LINE-SITE WS-LINE-DATE-TEXT WS-LINE-TYPE
                        WS-LINE-DESCRIPTION
               END-UNSTRING
               PERFORM VALIDATE-CALENDAR-LINE
               IF LINE-IS-VALID
                   IF WS-CAL-COUNT < WS-MAX-CAL-ENTRIES
                       ADD 1 TO WS-CAL-COUNT
                       MOVE WS-LINE-SITE TO WS-CAL-SITE(WS-CAL-COUNT)
                       MOVE WS-LINE-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
                       MOVE WS-LINE-TYPE TO WS-CAL-TYPE(WS-CAL-COUNT)
                       MOVE WS-LINE-DESCRIPTION
                           TO WS-CAL-DESCRIPTION(WS-CAL-COUNT)
                   ELSE
                       ADD 1 TO WS-DROPPED-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-IF.

       VALIDATE-CALENDAR-LINE.
           MOVE "N" TO WS-LINE-VALID-SWITCH.
           IF WS-LINE-SITE NOT = SPACES
                   AND WS-LINE-DATE-TEXT IS NUMERIC
                   AND LINE-TYPE-VALID
               MOVE WS-LINE-DATE-TEXT TO WS-LINE-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-LINE-DATE) = 0
                   MOVE "Y" TO WS-LINE-VALID-SWITCH
               END-IF
           END-IF.

      * THE SITE'S OWN LINE FOR THE DATE WINS OVER A "*" LINE; WITH
      * NEITHER, THE WEEKDAY RULE DECIDES. WHERE THE SAME SITE HAS
      * TWO LINES FOR ONE DATE THE LATER LINE IN THE FILE WINS, SO A
      * CORRECTION CAN BE APPENDED RATHER THAN EDITED IN PLACE.
       CLASSIFY-REQUESTED-DAY.
           MOVE 0 TO WS-SITE-MATCH-IDX WS-ALL-SITES-MATCH-IDX.
           MOVE SPACES TO CAL-DESCRIPTION.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-DATE(WS-CAL-IDX) = CAL-DATE
                   IF WS-CAL-SITE(WS-CAL-IDX) = "*"
                       MOVE WS-CAL-IDX TO WS-ALL-SITES-MATCH-IDX
                   ELSE
                       IF CAL-SITE-ID NOT = SPACES
                               AND WS-CAL-SITE(WS-CAL-IDX) = CAL-SITE-ID
                           MOVE WS-CAL-IDX TO WS-SITE-MATCH-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SITE-MATCH-IDX = 0
               MOVE WS-ALL-SITES-MATCH-IDX TO WS-SITE-MATCH-IDX
           END-IF.
           IF WS-SITE-MATCH-IDX > 0
               MOVE WS-CAL-TYPE(WS-SITE-MATCH-IDX) TO CAL-DAY-TYPE
               MOVE WS-CAL-DESCRIPTION(WS-SITE-MATCH-IDX)
                   TO CAL-DESCRIPTION
           ELSE
               COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(CAL-DATE)
               COMPUTE WS-WEEKDAY-MOD =
                   FUNCTION MOD(WS-DAY-INTEGER, 7)
               IF WS-WEEKDAY-MOD = 0 OR WS-WEEKDAY-MOD = 6
                   SET CAL-WEEKEND TO TRUE
               ELSE
                   SET CAL-ORDINARY-WEEKDAY TO TRUE
               END-IF
           END-IF.
           IF CAL-ORDINARY-WEEKDAY OR CAL-EXTRA-PROCESSING
               MOVE "Y" TO CAL-PROCESSING-SWITCH
           ELSE
               MOVE "N" TO CAL-PROCESSING-SWITCH
           END-IF.
