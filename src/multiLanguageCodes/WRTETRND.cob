      * AND SHOWS TOTAL ENTRIES AND FAILURE COUNTS SIDE BY SIDE SO A
      * TODAY'S-FAILURE-COUNT CAN BE JUDGED AGAINST RECENT DAYS RATHER
      * THAN FROM MEMORY. INVOKE WITH A JCL PARM OF "FILENAME" OR
      * "FILENAME,LOOKBACKDAYS[,SITE]" - IF OMITTED, MYFILE.TXT AND 30
      * DAYS (THE SAME DEFAULT AS WRTETIME'S WS-RETENTION-DAYS) ARE
      * USED. EACH ROW IS MARKED WITH WHAT KIND OF DAY THE BUSINESS
      * CALENDAR (WRTECAL OVER CALENDAR.CTL, FOR THE SITE GIVEN) SAYS
      * IT WAS, AND THE DAY-OVER-DAY COMPARISON RUNS BETWEEN
      * PROCESSING DAYS ONLY - A LIGHT HOLIDAY OR WEEKEND NO LONGER
      * MAKES THE FOLLOWING WORKING DAY LOOK LIKE A SPIKE.
      * A GENERATION THAT NO LONGER EXISTS ON DISK (ROTATED OUT PAST
      * RETENTION, OR NEVER WRITTEN) IS SIMPLY OMITTED FROM THE TABLE -
      * CALLING OUT A MISSING DAY'S ACTIVITY IS WRTEGAPS' JOB.
       01 WS-LOOKBACK-DAYS-LEN             PIC 9(2).
       01 WS-LOOKBACK-DAYS                 PIC 9(4) VALUE 30.
       01 WS-MAX-LOOKBACK-DAYS             PIC 9(4).
       01 WS-SITE-ID                       PIC X(4) VALUE SPACES.

       01 WS-CONFIG-FILE-NAME              PIC X(40)
          VALUE "WRTECFG.CTL".
             10 WS-TREND-DATE              PIC 9(8).
             10 WS-TREND-TOTAL             PIC 9(6).
             10 WS-TREND-FAILURES          PIC 9(6).
             10 WS-TREND-DAY-TYPE          PIC X(1).
             10 WS-TREND-PROCESSING        PIC X(1).
                88 TREND-PROCESSING-DAY    VALUE "Y".

       01 WS-TREND-ARROW                   PIC X(1).
       01 WS-PRIOR-IDX                     PIC 9(4).
       01 WS-COMPARE-IDX                   PIC 9(4).
       01 WS-DAY-LABEL                     PIC X(12).

           COPY CALDAY01.

       PROCEDURE                           DIVISION.
       MAIN-LOGIC                          SECTION.
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ","
                   INTO WS-BASE-FILE-NAME WS-LOOKBACK-DAYS-TEXT
                        WS-SITE-ID
               END-UNSTRING
               IF WS-BASE-FILE-NAME = SPACES
                   MOVE "MYFILE.TXT" TO WS-BASE-FILE-NAME
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - WS-DAY-OFFSET.
           MOVE FUNCTION DATE-OF-INTEGER(WS-GEN-DAY-INTEGER)
               TO WS-GEN-DATE.
           MOVE WS-SITE-ID TO CAL-SITE-ID.
           MOVE WS-GEN-DATE TO CAL-DATE.
           CALL "WRTECAL" USING CAL-DAY-REQUEST.

       BUILD-GENERATION-FILE-NAME.
           IF WS-DAY-OFFSET = 0
               MOVE WS-GEN-TOTAL    TO WS-TREND-TOTAL(WS-TREND-COUNT)
               MOVE WS-GEN-FAILURES
                   TO WS-TREND-FAILURES(WS-TREND-COUNT)
               MOVE CAL-DAY-TYPE TO WS-TREND-DAY-TYPE(WS-TREND-COUNT)
               MOVE CAL-PROCESSING-SWITCH
                   TO WS-TREND-PROCESSING(WS-TREND-COUNT)
           END-IF.

       PRINT-TREND-REPORT.
               " DAY LOOKBACK (" WS-LOOKBACK-SOURCE ")".
           DISPLAY "BASE FILE     : "
               FUNCTION TRIM(WS-BASE-FILE-NAME).
           IF WS-SITE-ID = SPACES
               DISPLAY "CALENDAR SITE : (SHOP-WIDE ENTRIES ONLY)"
           ELSE
               DISPLAY "CALENDAR SITE : " WS-SITE-ID
           END-IF.
           IF WS-TREND-COUNT > 0 AND NOT CAL-FILE-LOADED
               DISPLAY "CALENDAR      : (NO CALENDAR FILE - WEEKDAYS "
                   "ONLY)"
           END-IF.
           DISPLAY "================================================".
           IF WS-TREND-COUNT = 0
               DISPLAY "NO GENERATIONS FOUND IN THE LOOKBACK WINDOW"
           ELSE
               DISPLAY "  DATE      TOTAL-ENTRIES  FAILURES  TREND  DAY"
               PERFORM VARYING WS-TREND-IDX FROM 1 BY 1
                       UNTIL WS-TREND-IDX > WS-TREND-COUNT
                   PERFORM BUILD-TREND-ARROW
                   PERFORM BUILD-DAY-LABEL
                   DISPLAY "  " WS-TREND-DATE(WS-TREND-IDX)
                       "  " WS-TREND-TOTAL(WS-TREND-IDX)
                       "         " WS-TREND-FAILURES(WS-TREND-IDX)
                       "      " WS-TREND-ARROW
                       "      " WS-DAY-LABEL
               END-PERFORM
           END-IF.

      * "TREND" HERE IS DELIBERATELY JUST THE FAILURE COUNT'S MOVEMENT
      * AGAINST THE MOST RECENT EARLIER PROCESSING DAY SHOWN - ">"
      * WORSE, "<" BETTER, "=" SAME, "-" WHEN THERE IS NO EARLIER
      * PROCESSING DAY IN THE WINDOW TO COMPARE AGAINST. A DAY THE
      * CALENDAR SAYS HAD NO RUN (ACTIVITY ON IT IS AD HOC) IS SHOWN
      * WITH A BLANK ARROW AND IS NEVER USED AS THE BASELINE.
       BUILD-TREND-ARROW.
           MOVE 0 TO WS-COMPARE-IDX.
           PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                   UNTIL WS-PRIOR-IDX >= WS-TREND-IDX
               IF TREND-PROCESSING-DAY(WS-PRIOR-IDX)
                   MOVE WS-PRIOR-IDX TO WS-COMPARE-IDX
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN NOT TREND-PROCESSING-DAY(WS-TREND-IDX)
                   MOVE SPACE TO WS-TREND-ARROW
               WHEN WS-COMPARE-IDX = 0
                   MOVE "-" TO WS-TREND-ARROW
               WHEN WS-TREND-FAILURES(WS-TREND-IDX) >
                       WS-TREND-FAILURES(WS-COMPARE-IDX)
                   MOVE ">" TO WS-TREND-ARROW
               WHEN WS-TREND-FAILURES(WS-TREND-IDX) <
                       WS-TREND-FAILURES(WS-COMPARE-IDX)
                   MOVE "<" TO WS-TREND-ARROW
               WHEN OTHER
                   MOVE "=" TO WS-TREND-ARROW
           END-EVALUATE.

       BUILD-DAY-LABEL.
           EVALUATE WS-TREND-DAY-TYPE(WS-TREND-IDX)
               WHEN "W"
                   MOVE "WEEKEND" TO WS-DAY-LABEL
               WHEN "H"
                   MOVE "HOLIDAY" TO WS-DAY-LABEL
               WHEN "N"
                   MOVE "NON-PROC" TO WS-DAY-LABEL
               WHEN "X"
                   MOVE "EXTRA RUN" TO WS-DAY-LABEL
               WHEN OTHER
                   MOVE SPACES TO WS-DAY-LABEL
           END-EVALUATE.
