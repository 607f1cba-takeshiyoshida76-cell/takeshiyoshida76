      * WALKS THE EXPECTED BUSINESS-DAY CALENDAR BACKWARD FROM
      * YESTERDAY AGAINST THE ROTATED MYFILE.TXT GENERATIONS WRTETIME'S
      * ROTATE-LOG-FILE-IF-NEW-DAY ACTUALLY LEFT ON DISK, AND REPORTS
      * ANY PROCESSING DAY WITH NO GENERATION AT ALL - A NIGHT WHERE THE
      * BATCH CHAIN NEVER EVEN STARTED NEVER CALLS WRTETIME, SO NO
      * GENERATION GETS CREATED AND WRTETRND SIMPLY SEES NOTHING TO
      * SHOW FOR THAT DATE RATHER THAN FLAGGING IT AS MISSING. TODAY'S
      * SO THE LIVE FILE'S LOG-DATES ARE SCANNED ONCE UP FRONT AND A
      * DAY COVERED THERE IS NOT REPORTED AS A GAP.
      * INVOKE WITH A JCL PARM OF "FILENAME" OR
      * "FILENAME,LOOKBACKDAYS[,SITE]" - IF OMITTED, MYFILE.TXT AND 30
      * DAYS (THE SAME DEFAULT WRTETRND AND WRTETIME'S
      * WS-RETENTION-DAYS USE) ARE USED. WHICH DAYS ARE EXPECTED TO
      * HAVE RUN COMES FROM THE BUSINESS CALENDAR (WRTECAL OVER
      * CALENDAR.CTL) FOR THE SITE GIVEN: WEEKENDS, HOLIDAYS AND
      * NON-PROCESSING DAYS ARE SKIPPED, AND AN EXTRA PROCESSING DAY
      * SUCH AS A QUARTER-END SUNDAY IS CHECKED LIKE ANY WEEKDAY. WITH
      * NO SITE, ONLY THE SHOP-WIDE CALENDAR ENTRIES APPLY.

       ENVIRONMENT                         DIVISION.
       INPUT-OUTPUT                        SECTION.
       01 WS-LOOKBACK-DAYS-TEXT            PIC X(4).
       01 WS-LOOKBACK-DAYS-LEN             PIC 9(2).
       01 WS-LOOKBACK-DAYS                 PIC 9(4) VALUE 30.
       01 WS-SITE-ID                       PIC X(4) VALUE SPACES.

       01 WS-CONFIG-FILE-NAME              PIC X(40)
          VALUE "WRTECFG.CTL".
       01 WS-GEN-DAY-INTEGER               PIC S9(9) COMP.
       01 WS-GEN-DATE                      PIC 9(8).

      * WHETHER EACH DAY WAS EXPECTED TO RUN IS ASKED OF THE SHARED
      * CALENDAR ROUTINE RATHER THAN WORKED OUT HERE, SO THIS CHECK,
      * THE TREND REPORT AND THE GO/NO-GO CONSOLIDATOR AGREE.
           COPY CALDAY01.

       01 WS-BUSINESS-DAYS-CHECKED         PIC 9(4) VALUE 0.
       01 WS-EXTRA-DAYS-CHECKED            PIC 9(4) VALUE 0.
       01 WS-WEEKEND-DAYS-SKIPPED          PIC 9(4) VALUE 0.
       01 WS-HOLIDAYS-SKIPPED              PIC 9(4) VALUE 0.
       01 WS-GENERATIONS-FOUND             PIC 9(4) VALUE 0.
       01 WS-GAP-COUNT                     PIC 9(4) VALUE 0.
       01 WS-MAX-GAPS                      PIC 9(4) VALUE 60.
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ","
                   INTO WS-BASE-FILE-NAME WS-LOOKBACK-DAYS-TEXT
                        WS-SITE-ID
               END-UNSTRING
               IF WS-BASE-FILE-NAME = SPACES
                   MOVE "MYFILE.TXT" TO WS-BASE-FILE-NAME
           END-IF.

      * WALK BACKWARD FROM YESTERDAY THROUGH THE LOOKBACK WINDOW,
      * SKIPPING EVERY DAY THE CALENDAR SAYS HAD NO RUN, AND CHECK
      * WHETHER EACH EXPECTED PROCESSING DAY'S DATED GENERATION
      * EXISTS ON DISK.
       CHECK-CALENDAR-FOR-GAPS.
           PERFORM VARYING WS-DAY-OFFSET FROM 1 BY 1
                   UNTIL WS-DAY-OFFSET > WS-LOOKBACK-DAYS
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - WS-DAY-OFFSET.
           MOVE FUNCTION DATE-OF-INTEGER(WS-GEN-DAY-INTEGER)
               TO WS-GEN-DATE.
           MOVE WS-SITE-ID TO CAL-SITE-ID.
           MOVE WS-GEN-DATE TO CAL-DATE.
           CALL "WRTECAL" USING CAL-DAY-REQUEST.

       CHECK-ONE-CALENDAR-DAY.
           EVALUATE TRUE
               WHEN CAL-WEEKEND
                   ADD 1 TO WS-WEEKEND-DAYS-SKIPPED
               WHEN CAL-HOLIDAY OR CAL-NON-PROCESSING
                   ADD 1 TO WS-HOLIDAYS-SKIPPED
               WHEN CAL-EXTRA-PROCESSING
                   ADD 1 TO WS-EXTRA-DAYS-CHECKED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF CAL-PROCESSING-DAY
               ADD 1 TO WS-BUSINESS-DAYS-CHECKED
               PERFORM BUILD-GENERATION-FILE-NAME
               CALL "CBL_CHECK_FILE_EXIST" USING WS-GEN-FILE-NAME
               " DAY LOOKBACK (" WS-LOOKBACK-SOURCE ")".
           DISPLAY "BASE FILE         : "
               FUNCTION TRIM(WS-BASE-FILE-NAME).
           IF WS-SITE-ID = SPACES
               DISPLAY "CALENDAR SITE     : (SHOP-WIDE ENTRIES ONLY)"
           ELSE
               DISPLAY "CALENDAR SITE     : " WS-SITE-ID
           END-IF.
           IF CAL-FILE-LOADED
               DISPLAY "CALENDAR ENTRIES  : " CAL-ENTRIES-LOADED
               IF CAL-LINES-REJECTED > 0
                   DISPLAY "  ... " CAL-LINES-REJECTED
                       " MALFORMED CALENDAR LINE(S) IGNORED"
               END-IF
               IF CAL-ENTRIES-DROPPED > 0
                   DISPLAY "  ... " CAL-ENTRIES-DROPPED
                       " CALENDAR LINE(S) PAST THE TABLE LIMIT IGNORED"
               END-IF
           ELSE
               DISPLAY "CALENDAR ENTRIES  : (NO CALENDAR FILE - "
                   "WEEKDAYS ONLY, HOLIDAYS WILL SHOW AS GAPS)"
           END-IF.
           DISPLAY "================================================".
           DISPLAY "BUSINESS DAYS CHECKED : " WS-BUSINESS-DAYS-CHECKED.
           DISPLAY "  OF WHICH EXTRA DAYS : " WS-EXTRA-DAYS-CHECKED.
           DISPLAY "WEEKEND DAYS SKIPPED  : " WS-WEEKEND-DAYS-SKIPPED.
           DISPLAY "HOLIDAYS SKIPPED      : " WS-HOLIDAYS-SKIPPED.
           DISPLAY "GENERATIONS FOUND     : " WS-GENERATIONS-FOUND.
           DISPLAY "DAYS STILL IN LIVE FILE, AWAITING ROTATION: "
               WS-LIVE-COVERED-DAYS.
