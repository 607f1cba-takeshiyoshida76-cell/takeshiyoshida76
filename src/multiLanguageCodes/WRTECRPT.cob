      * ESTATE: ENTRY AND FAILURE SUBTOTALS PER SITE, EVERY FAILURE
      * LISTED WITH ITS SITE, AND AN OPTIONAL SINGLE-SITE FILTER FOR
      * DRILLING INTO ONE SITE'S DAY. INVOKE WITH A JCL PARM OF
      * "[YYYYMMDD[,SITE[,CONSFILE[,LOCAL|UTC]]]]" - IF OMITTED,
      * TODAY'S DATE, ALL SITES, "LOGCONS" (THE SAME DEFAULT WRTECONS
      * WRITES) AND LOCAL ARE USED. ENDS WITH THE SHOP'S GRADED
      * CONDITION CODES - 0 CLEAN, 4 NOTHING ON FILE FOR THE
      * DATE/FILTER OR SOME SITE'S NUMBERS ARE INCOMPLETE, 8 FAILURES
      * FOUND, 12 COULD NOT RUN.
      *
      * WRTECONS LEAVES A FEED-RECEIPT FILE ("CONSFILE.RCPT") SAYING
      * WHETHER EACH SITE'S FEED WAS RECEIVED, LATE, MISSING OR
      * REJECTED. WHEN THAT RECEIPT BELONGS TO THE CONSOLIDATION RUN
      * FOR THE BUSINESS DATE (RUN THAT DAY OR THE MORNING AFTER) IT
      * IS PRINTED, AND ANY SITE WHOSE FEED WAS MISSING OR REJECTED IS
      * MARKED INCOMPLETE IN THE SUBTOTALS - EVEN A SITE WITH NOTHING
      * ON FILE AT ALL - SO A SHORT NUMBER IS NEVER MISREAD AS A QUIET
      * DAY AT THAT SITE.
      *
      * THE CONSOLIDATED KEY CARRIES EACH SITE'S OWN WALL-CLOCK DATE
      * AND TIME, SO BY DEFAULT (LOCAL) THE DAY IS CUT AT EACH SITE'S
      * OWN MIDNIGHT. A JOB AT 23:30 IN ONE SITE AND ONE AT 01:00 IN
      * ANOTHER CAN BE MINUTES APART YET FALL ON DIFFERENT DATES AND
      * SORT THE WRONG WAY ROUND. UTC MODE TAKES EVERY ENTRY BACK TO
      * UTC THROUGH ITS OWN CONS-LOG-GMT-OFFSET (+/-HHMM EAST OF
      * GREENWICH, AS WRTETIME STAMPS IT), CUTS THE DAY AT UTC
      * MIDNIGHT AND ADDS:
      *   - A MERGED TIMELINE OF EVERY SITE'S ENTRIES IN TRUE TIME
      *     ORDER, EACH SHOWING ITS LOCAL STAMP BESIDE ITS UTC TIME
      *     AND FAILURES MARKED WHERE THEY HAPPENED;
      *   - EACH SITE'S BATCH WINDOW FOR THE UTC DAY - FIRST JOB START
      *     TO LAST JOB END, OPEN FROM MIDNIGHT WHEN THE FIRST THING
      *     SEEN IS AN END AND TO MIDNIGHT WHEN THE LAST IS A START;
      *   - EVERY PAIR OF SITES WHOSE WINDOWS RAN AT THE SAME TIME,
      *     SINCE THE SITES SHARE THE CENTRAL DATABASE.
      * AN ENTRY WITH NO USABLE OFFSET IS TAKEN AS UTC, COUNTED AND
      * GRADED 4 LIKE AN INCOMPLETE SITE.
      *
      * NOTE: THIS GNUCOBOL BUILD REPORTS "indexed file handler:
      * disabled" (NO ISAM/VBISAM/BDB BACKEND CONFIGURED), SO
      * ORGANIZATION IS INDEXED CANNOT BE SYNTAX-CHECKED HERE EVEN
           RECORD KEY IS CONS-LOG-KEY
           FILE STATUS IS WS-CONS-STATUS.

      * UTC MODE PUTS THE DAY'S ENTRIES FROM EVERY SITE BACK INTO
      * TRUE TIME ORDER BEFORE ANY OF THEM IS PRINTED.
           SELECT SORT-WORK-FILE
           ASSIGN TO DYNAMIC WS-SORT-WORK-NAME.

           SELECT OPTIONAL RCPT-FILE
           ASSIGN TO DYNAMIC WS-RCPT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RCPT-STATUS.

       DATA                                DIVISION.
       FILE                                SECTION.
       FD CONS-LOG-FILE.
           COPY CONSLOG1.

       FD RCPT-FILE.
           COPY FEEDRCP1.

      * THE WHOLE CONSOLIDATED ENTRY RIDES THROUGH THE SORT BEHIND ITS
      * UTC KEY; THE ENTRY AREA HAS ROOM FOR CONSLOG1 TO GROW.
       SD SORT-WORK-FILE.
       01 SORT-REC.
          05 SRT-UTC-SECONDS               PIC 9(5).
          05 SRT-MILLISEC                  PIC 9(2).
          05 SRT-SITE-ID                   PIC X(4).
          05 SRT-JOB-ID                    PIC X(8).
          05 SRT-CONS-ENTRY                PIC X(150).

       WORKING-STORAGE                     SECTION.
       01 WS-CONS-STATUS                   PIC X(2).
          88 CONS-FILE-OK                  VALUE "00".

       01 WS-CONS-FILE-NAME                PIC X(40)
          VALUE "LOGCONS".
       01 WS-RCPT-FILE-NAME                PIC X(45).
       01 WS-RCPT-STATUS                   PIC X(2).
          88 RCPT-FILE-OK                  VALUE "00" "05".
       01 WS-RCPT-OPEN-STATUS              PIC X(2).
          88 RCPT-FILE-OPENED              VALUE "00" "05".
       01 WS-RCPT-EOF-SWITCH               PIC X(1) VALUE "N".
          88 RCPT-EOF-REACHED              VALUE "Y".
       01 WS-PARM-STRING                   PIC X(90).
       01 WS-BUSINESS-DATE                 PIC 9(8).
       01 WS-BUSINESS-DATE-TEXT            PIC X(8).
       01 WS-SITE-FILTER                   PIC X(4) VALUE SPACES.
       01 WS-DAY-CUT-TEXT                  PIC X(5).
       01 WS-DAY-CUT                       PIC X(5) VALUE "LOCAL".
          88 DAY-CUT-LOCAL                 VALUE "LOCAL".
          88 DAY-CUT-UTC                   VALUE "UTC".
       01 WS-SORT-WORK-NAME                PIC X(40)
          VALUE "SORTWK01".
       01 WS-SORT-EOF-SWITCH               PIC X(1) VALUE "N".
          88 SORT-EOF-REACHED              VALUE "Y".

      * UTC CONVERSION OF ONE ENTRY. THE LOCAL DATES EITHER SIDE OF
      * THE UTC DAY ARE READ, SINCE NO OFFSET IS A WHOLE DAY.
       01 WS-BUSINESS-DAY-INTEGER          PIC S9(9) COMP.
       01 WS-SCAN-FROM-DATE                PIC 9(8).
       01 WS-SCAN-TO-DATE                  PIC 9(8).
       01 WS-LOCAL-TIME                    PIC 9(6).
       01 WS-LOCAL-TIME-PARTS REDEFINES WS-LOCAL-TIME.
          05 WS-LOCAL-HH                   PIC 9(2).
          05 WS-LOCAL-MM                   PIC 9(2).
          05 WS-LOCAL-SS                   PIC 9(2).
       01 WS-OFFSET-HHMM                   PIC S9(4).
       01 WS-OFFSET-ABS                    PIC 9(4).
       01 WS-OFFSET-HOURS                  PIC 9(2).
       01 WS-OFFSET-MINUTES                PIC 9(2).
       01 WS-OFFSET-SECONDS                PIC S9(9) COMP.
       01 WS-ENTRY-UTC-SECONDS             PIC S9(18) COMP.
       01 WS-UTC-DAY-INTEGER               PIC S9(9) COMP.
       01 WS-UTC-SECS-OF-DAY               PIC 9(5).
       01 WS-NO-OFFSET-TOTAL               PIC 9(6) VALUE 0.
       01 WS-TIMELINE-TOTAL                PIC 9(6) VALUE 0.
       01 WS-START-HITS                    PIC 9(2).
       01 WS-END-HITS                      PIC 9(2).

      * A SECONDS-OF-DAY FIGURE PRINTED AS HH:MM:SS.
       01 WS-CLOCK-SECONDS                 PIC 9(5).
       01 WS-CLOCK-REMAINDER               PIC 9(5).
       01 WS-CLOCK-TEXT.
          05 WS-CLOCK-HH                   PIC 9(2).
          05 FILLER                        PIC X(1) VALUE ":".
          05 WS-CLOCK-MM                   PIC 9(2).
          05 FILLER                        PIC X(1) VALUE ":".
          05 WS-CLOCK-SS                   PIC 9(2).
       01 WS-CLOCK-FROM-TEXT               PIC X(8).
       01 WS-OFFSET-EDIT                   PIC +9(4).
       01 WS-FAILED-TAG                    PIC X(9).
       01 WS-WINDOW-SITE-LABEL             PIC X(5).
       01 WS-PAIR-SITE-LABEL               PIC X(5).

      * CROSS-SITE OVERLAP OF THE BATCH WINDOWS.
       01 WS-PAIR-IDX                      PIC 9(2).
       01 WS-OVERLAP-FROM                  PIC 9(5).
       01 WS-OVERLAP-TO                    PIC 9(5).
       01 WS-OVERLAP-MINUTES               PIC 9(4).
       01 WS-OVERLAP-COUNT                 PIC 9(3) VALUE 0.

       01 WS-TOTAL-ENTRIES                 PIC 9(6) VALUE 0.
       01 WS-FAILURE-TOTAL                 PIC 9(6) VALUE 0.
             10 WS-SITE-ID                 PIC X(4).
             10 WS-SITE-TOTAL              PIC 9(6).
             10 WS-SITE-FAILURES           PIC 9(6).
      * UTC MODE ONLY - THE SITE'S ENTRIES AND START/END EVENTS AS
      * SECONDS INTO THE UTC DAY, AND THE BATCH WINDOW THEY GIVE.
             10 WS-SITE-FIRST-SECS         PIC 9(5).
             10 WS-SITE-LAST-SECS          PIC 9(5).
             10 WS-SITE-EVENT-COUNT        PIC 9(6).
             10 WS-SITE-FIRST-EVENT-SECS   PIC 9(5).
             10 WS-SITE-FIRST-EVENT-KIND   PIC X(1).
             10 WS-SITE-LAST-EVENT-SECS    PIC 9(5).
             10 WS-SITE-LAST-EVENT-KIND    PIC X(1).
             10 WS-SITE-WINDOW-FROM        PIC 9(5).
             10 WS-SITE-WINDOW-TO          PIC 9(5).

      * FEED-RECEIPT LINES FROM THE LAST CONSOLIDATION RUN. A SITE
      * CAN SEND MORE THAN ONE FEED; IT IS INCOMPLETE IF ANY OF THEM
      * WAS MISSING OR REJECTED.
       01 WS-RCPT-RUN-DATE                 PIC 9(8) VALUE 0.
       01 WS-RCPT-RUN-TIME                 PIC 9(6) VALUE 0.
       01 WS-RCPT-DAY-AFTER                PIC 9(8).
       01 WS-RCPT-APPLIES-SWITCH           PIC X(1) VALUE "N".
          88 RCPT-APPLIES-TO-DATE          VALUE "Y".
       01 WS-RCPT-COUNT                    PIC 9(3) VALUE 0.
       01 WS-MAX-RCPTS                     PIC 9(3) VALUE 50.
       01 WS-RCPT-IDX                      PIC 9(3).
       01 WS-RCPT-SCAN-IDX                 PIC 9(3).
       01 WS-RCPT-OVERFLOW-COUNT           PIC 9(4) VALUE 0.
       01 WS-RCPT-TABLE.
          05 WS-RCPT-ENTRY OCCURS 50 TIMES.
             10 WS-RCPT-SITE-ID            PIC X(4).
             10 WS-RCPT-FEED-STATUS        PIC X(8).
                88 WS-RCPT-INCOMPLETE      VALUE "MISSING "
                                                 "REJECTED".
             10 WS-RCPT-ARRIVAL-DATE       PIC 9(8).
             10 WS-RCPT-ARRIVAL-TIME       PIC 9(6).
             10 WS-RCPT-RECORD-COUNT       PIC 9(9).
             10 WS-RCPT-REASON             PIC X(30).
             10 WS-RCPT-SITE-LISTED        PIC X(1).
       01 WS-LOOKUP-SITE-ID                PIC X(4).
       01 WS-LOOKUP-STATUS                 PIC X(8).
       01 WS-SITE-INCOMPLETE-SWITCH        PIC X(1).
          88 SITE-IS-INCOMPLETE            VALUE "Y".
       01 WS-INCOMPLETE-TAG                PIC X(30).
       01 WS-INCOMPLETE-SITES              PIC 9(3) VALUE 0.

       01 WS-GRADED-RC                     PIC 9(2) VALUE 0.

               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-FEED-RECEIPTS.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-FEED-RECEIPT-STATUS.
           IF DAY-CUT-UTC
               PERFORM BUILD-UTC-TIMELINE
           ELSE
               PERFORM SCAN-DATE-ON-CONS-FILE
           END-IF.
           CLOSE CONS-LOG-FILE.
           PERFORM PRINT-SITE-SUBTOTALS.
           IF DAY-CUT-UTC
               PERFORM PRINT-SITE-OVERLAPS
           END-IF.
           PERFORM SET-GRADED-RETURN-CODE.
           STOP RUN.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING NOT = SPACES
               MOVE SPACES TO WS-BUSINESS-DATE-TEXT WS-DAY-CUT-TEXT
               UNSTRING WS-PARM-STRING DELIMITED BY ","
                   INTO WS-BUSINESS-DATE-TEXT WS-SITE-FILTER
                        WS-CONS-FILE-NAME WS-DAY-CUT-TEXT
               END-UNSTRING
               IF WS-BUSINESS-DATE-TEXT IS NUMERIC
                   MOVE WS-BUSINESS-DATE-TEXT TO WS-BUSINESS-DATE
               IF WS-CONS-FILE-NAME = SPACES
                   MOVE "LOGCONS" TO WS-CONS-FILE-NAME
               END-IF
               IF WS-DAY-CUT-TEXT NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-DAY-CUT-TEXT)
                       TO WS-DAY-CUT
               END-IF
           END-IF.
           IF NOT DAY-CUT-LOCAL AND NOT DAY-CUT-UTC
               DISPLAY "DAY CUT " WS-DAY-CUT-TEXT
                   " IS NEITHER LOCAL NOR UTC"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-RCPT-FILE-NAME.
           STRING WS-CONS-FILE-NAME DELIMITED BY SPACE
                  ".RCPT"           DELIMITED BY SIZE
                  INTO WS-RCPT-FILE-NAME
           END-STRING.

      * THE RECEIPT ONLY SPEAKS FOR THE NIGHT ITS CONSOLIDATION RUN
      * LOADED - A RUN ON THE BUSINESS DATE ITSELF OR THE MORNING
      * AFTER. REPORTING AN OLDER DATE AGAINST TODAY'S RECEIPT WOULD
      * BLAME TODAY'S LATE SITE FOR LAST WEEK'S NUMBERS, SO FOR ANY
      * OTHER DATE THE RECEIPT IS NOTED BUT NOT APPLIED. EVEN ON THE
      * RIGHT RECEIPT, A FEED WHOSE ENTRIES END BEFORE THE BUSINESS
      * DATE CARRIED AN EARLIER NIGHT, NOT THIS ONE, SO ITS SITE IS
      * REPORTED MISSING FOR THIS DATE HOWEVER IT WAS RECEIPTED.
       LOAD-FEED-RECEIPTS.
           MOVE "N" TO WS-RCPT-EOF-SWITCH.
           OPEN INPUT RCPT-FILE.
           MOVE WS-RCPT-STATUS TO WS-RCPT-OPEN-STATUS.
           IF RCPT-FILE-OK
               PERFORM UNTIL RCPT-EOF-REACHED
                   READ RCPT-FILE
                       AT END
                           SET RCPT-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM STORE-ONE-RECEIPT-LINE
                   END-READ
               END-PERFORM
           END-IF.
           IF RCPT-FILE-OPENED
               CLOSE RCPT-FILE
           END-IF.
           IF WS-RCPT-RUN-DATE > 0
               COMPUTE WS-RCPT-DAY-AFTER = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 1)
               IF WS-RCPT-RUN-DATE = WS-BUSINESS-DATE
                       OR WS-RCPT-RUN-DATE = WS-RCPT-DAY-AFTER
                   SET RCPT-APPLIES-TO-DATE TO TRUE
               END-IF
           END-IF.

       STORE-ONE-RECEIPT-LINE.
           EVALUATE TRUE
               WHEN RCP-IS-HEADER
                   IF RCH-RUN-DATE IS NUMERIC
                       MOVE RCH-RUN-DATE TO WS-RCPT-RUN-DATE
                   END-IF
                   IF RCH-RUN-TIME IS NUMERIC
                       MOVE RCH-RUN-TIME TO WS-RCPT-RUN-TIME
                   END-IF
               WHEN RCP-IS-FEED
                   IF WS-SITE-FILTER NOT = SPACES
                           AND RCP-SITE-ID NOT = WS-SITE-FILTER
                       CONTINUE
                   ELSE
                       IF WS-RCPT-COUNT < WS-MAX-RCPTS
                           ADD 1 TO WS-RCPT-COUNT
                           MOVE RCP-SITE-ID
                               TO WS-RCPT-SITE-ID(WS-RCPT-COUNT)
                           MOVE RCP-STATUS
                               TO WS-RCPT-FEED-STATUS(WS-RCPT-COUNT)
                           MOVE RCP-ARRIVAL-DATE
                               TO WS-RCPT-ARRIVAL-DATE(WS-RCPT-COUNT)
                           MOVE RCP-ARRIVAL-TIME
                               TO WS-RCPT-ARRIVAL-TIME(WS-RCPT-COUNT)
                           MOVE RCP-RECORD-COUNT
                               TO WS-RCPT-RECORD-COUNT(WS-RCPT-COUNT)
                           MOVE RCP-REASON
                               TO WS-RCPT-REASON(WS-RCPT-COUNT)
                           MOVE "N"
                               TO WS-RCPT-SITE-LISTED(WS-RCPT-COUNT)
                           IF NOT WS-RCPT-INCOMPLETE(WS-RCPT-COUNT)
                                   AND RCP-RECORD-COUNT > 0
                                   AND RCP-LAST-DATE < WS-BUSINESS-DATE
                               MOVE "MISSING "
                                 TO WS-RCPT-FEED-STATUS(WS-RCPT-COUNT)
                               MOVE "NO RECEIPT FOR THIS NIGHT"
                                   TO WS-RCPT-REASON(WS-RCPT-COUNT)
                           END-IF
                       ELSE
                           ADD 1 TO WS-RCPT-OVERFLOW-COUNT
                       END-IF
                   END-IF
           END-EVALUATE.

       PRINT-FEED-RECEIPT-STATUS.
           DISPLAY "FEED RECEIPT STATUS:".
           EVALUATE TRUE
               WHEN WS-RCPT-RUN-DATE = 0
                   DISPLAY "  (NO RECEIPT FILE "
                       FUNCTION TRIM(WS-RCPT-FILE-NAME)
                       " - FEED COMPLETENESS UNKNOWN)"
               WHEN NOT RCPT-APPLIES-TO-DATE
                   DISPLAY "  (RECEIPT IS FROM THE CONSOLIDATION RUN "
                       "OF " WS-RCPT-RUN-DATE
                       " - NOT APPLIED TO THIS DATE)"
               WHEN OTHER
                   DISPLAY "  CONSOLIDATION RUN " WS-RCPT-RUN-DATE
                       " " WS-RCPT-RUN-TIME
                   IF WS-RCPT-COUNT = 0
                       DISPLAY "  (NO FEEDS LISTED)"
                   END-IF
                   PERFORM VARYING WS-RCPT-IDX FROM 1 BY 1
                           UNTIL WS-RCPT-IDX > WS-RCPT-COUNT
                       DISPLAY "  " WS-RCPT-SITE-ID(WS-RCPT-IDX)
                           "  " WS-RCPT-FEED-STATUS(WS-RCPT-IDX)
                           " ARRIVED " WS-RCPT-ARRIVAL-DATE(WS-RCPT-IDX)
                           " " WS-RCPT-ARRIVAL-TIME(WS-RCPT-IDX)
                           " RECORDS " WS-RCPT-RECORD-COUNT(WS-RCPT-IDX)
                           " " WS-RCPT-REASON(WS-RCPT-IDX)
                   END-PERFORM
                   IF WS-RCPT-OVERFLOW-COUNT > 0
                       DISPLAY "  ... " WS-RCPT-OVERFLOW-COUNT
                           " MORE FEED LINES PAST THE " WS-MAX-RCPTS
                           " LINE LIMIT NOT SHOWN"
                   END-IF
           END-EVALUATE.
           DISPLAY "================================================".

      * A SITE IS INCOMPLETE WHEN ANY OF ITS FEEDS ON THE APPLICABLE
      * RECEIPT WAS MISSING OR REJECTED. EACH RECEIPT LINE MATCHED IS
      * MARKED, SO THE SITES WITH NO ENTRIES AT ALL CAN BE LISTED
      * AFTERWARDS FROM THE LINES NEVER MATCHED.
       FIND-SITE-RECEIPT-STATUS.
           MOVE "N" TO WS-SITE-INCOMPLETE-SWITCH.
           MOVE SPACES TO WS-INCOMPLETE-TAG WS-LOOKUP-STATUS.
           IF RCPT-APPLIES-TO-DATE
               PERFORM VARYING WS-RCPT-IDX FROM 1 BY 1
                       UNTIL WS-RCPT-IDX > WS-RCPT-COUNT
                   IF WS-RCPT-SITE-ID(WS-RCPT-IDX) = WS-LOOKUP-SITE-ID
                       MOVE "Y" TO WS-RCPT-SITE-LISTED(WS-RCPT-IDX)
                       IF WS-RCPT-INCOMPLETE(WS-RCPT-IDX)
                           SET SITE-IS-INCOMPLETE TO TRUE
                           MOVE WS-RCPT-FEED-STATUS(WS-RCPT-IDX)
                               TO WS-LOOKUP-STATUS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF SITE-IS-INCOMPLETE
               ADD 1 TO WS-INCOMPLETE-SITES
               STRING " ** INCOMPLETE - FEED " DELIMITED BY SIZE
                      WS-LOOKUP-STATUS         DELIMITED BY SPACE
                      INTO WS-INCOMPLETE-TAG
               END-STRING
           END-IF.

      * STARTS AT THE FIRST KEY FOR THE DATE AND READS FORWARD IN KEY
               END-IF
               IF CONS-LOG-STATUS-CODE NOT = "00"
                   ADD 1 TO WS-FAILURE-TOTAL
                   IF DAY-CUT-LOCAL
                       DISPLAY "  " CONS-KEY-SITE-ID
                           " " CONS-KEY-JOB-ID
                           " STATUS " CONS-LOG-STATUS-CODE
                           " AT " CONS-KEY-DATE " " CONS-KEY-TIME
                   END-IF
               END-IF
               PERFORM TALLY-SITE-SUBTOTAL
           END-IF.
               MOVE CONS-KEY-SITE-ID TO WS-SITE-ID(WS-SITE-FOUND-IDX)
               MOVE 0 TO WS-SITE-TOTAL(WS-SITE-FOUND-IDX)
               MOVE 0 TO WS-SITE-FAILURES(WS-SITE-FOUND-IDX)
               MOVE 0 TO WS-SITE-EVENT-COUNT(WS-SITE-FOUND-IDX)
               MOVE WS-UTC-SECS-OF-DAY
                   TO WS-SITE-FIRST-SECS(WS-SITE-FOUND-IDX)
           END-IF.
           IF WS-SITE-FOUND-IDX > 0
               ADD 1 TO WS-SITE-TOTAL(WS-SITE-FOUND-IDX)
           DISPLAY "================================================".
           DISPLAY "ENTERPRISE CONSOLIDATED LOG REPORT".
           DISPLAY "BUSINESS DATE : " WS-BUSINESS-DATE.
           IF DAY-CUT-UTC
               DISPLAY "DAY CUT       : UTC MIDNIGHT (ALL SITES)"
           ELSE
               DISPLAY "DAY CUT       : EACH SITE'S LOCAL MIDNIGHT"
           END-IF.
           DISPLAY "CONS FILE     : "
               FUNCTION TRIM(WS-CONS-FILE-NAME).
           IF WS-SITE-FILTER = SPACES
                       " ENTRIES, " WS-SITE-FAILURES(WS-SITE-IDX)
                       " FAILURES"
               ELSE
                   MOVE WS-SITE-ID(WS-SITE-IDX) TO WS-LOOKUP-SITE-ID
                   PERFORM FIND-SITE-RECEIPT-STATUS
                   DISPLAY "  " WS-SITE-ID(WS-SITE-IDX) "  : "
                       WS-SITE-TOTAL(WS-SITE-IDX)
                       " ENTRIES, " WS-SITE-FAILURES(WS-SITE-IDX)
                       " FAILURES" WS-INCOMPLETE-TAG
               END-IF
           END-PERFORM.
           PERFORM LIST-SITES-WITH-NO-ENTRIES.
           IF WS-SITE-OVERFLOW-COUNT > 0
               DISPLAY "  ... " WS-SITE-OVERFLOW-COUNT
                   " ENTRIES FOR SITES PAST THE " WS-MAX-SITES
           DISPLAY "TOTAL ENTRIES         : " WS-TOTAL-ENTRIES.
           DISPLAY "FAILURE ENTRIES       : " WS-FAILURE-TOTAL.
           DISPLAY "CLOCK DRIFT FLAGS     : " WS-DRIFT-TOTAL.
           IF WS-NO-OFFSET-TOTAL > 0
               DISPLAY "NO GMT OFFSET         : " WS-NO-OFFSET-TOTAL
                   " ENTRIES TAKEN AS UTC - THEIR PLACE IN THE "
                   "TIMELINE IS UNCERTAIN"
           END-IF.
           IF WS-INCOMPLETE-SITES > 0
               DISPLAY "INCOMPLETE SITES      : " WS-INCOMPLETE-SITES
               DISPLAY "WARNING - TOTALS ABOVE UNDERSTATE THE ESTATE: "
                   "SITES MARKED INCOMPLETE HAD A FEED MISSING OR "
                   "REJECTED AND NOTHING FROM IT WAS LOADED"
           END-IF.

      * A SITE WHOSE ONLY FEED WAS MISSING OR REJECTED HAS NOTHING ON
      * FILE, SO IT NEVER REACHED THE SITE TABLE - IT IS THE SITE MOST
      * IN NEED OF BEING SHOWN. RECEIVED SITES WITH NO ENTRIES HAD A
      * GENUINELY QUIET DAY AND ARE LEFT OUT AS BEFORE.
       LIST-SITES-WITH-NO-ENTRIES.
           PERFORM VARYING WS-RCPT-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-RCPT-SCAN-IDX > WS-RCPT-COUNT
                      OR NOT RCPT-APPLIES-TO-DATE
               IF WS-RCPT-SITE-LISTED(WS-RCPT-SCAN-IDX) = "N"
                       AND WS-RCPT-INCOMPLETE(WS-RCPT-SCAN-IDX)
                   MOVE WS-RCPT-SITE-ID(WS-RCPT-SCAN-IDX)
                       TO WS-LOOKUP-SITE-ID
                   PERFORM FIND-SITE-RECEIPT-STATUS
                   DISPLAY "  " WS-LOOKUP-SITE-ID "  : "
                       "NO ENTRIES ON FILE" WS-INCOMPLETE-TAG
               END-IF
           END-PERFORM.

       SET-GRADED-RETURN-CODE.
           MOVE 0 TO WS-GRADED-RC.
           IF WS-TOTAL-ENTRIES = 0 OR WS-INCOMPLETE-SITES > 0
                   OR WS-NO-OFFSET-TOTAL > 0
               MOVE 4 TO WS-GRADED-RC
           END-IF.
           IF WS-FAILURE-TOTAL > 0
               MOVE 8 TO WS-GRADED-RC
           END-IF.
           MOVE WS-GRADED-RC TO RETURN-CODE.

      * UTC MODE. THE SORT'S INPUT SIDE SWEEPS THE LOCAL DATES EITHER
      * SIDE OF THE UTC DAY AND RELEASES THE ENTRIES THAT FALL IN IT;
      * ITS OUTPUT SIDE GETS THEM BACK IN TRUE TIME ORDER ACROSS EVERY
      * SITE, PRINTS THEM AND TALLIES THEM AS THE LOCAL SWEEP WOULD.
       BUILD-UTC-TIMELINE.
           COMPUTE WS-BUSINESS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
           COMPUTE WS-SCAN-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-BUSINESS-DAY-INTEGER - 1).
           COMPUTE WS-SCAN-TO-DATE =
               FUNCTION DATE-OF-INTEGER(WS-BUSINESS-DAY-INTEGER + 1).
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-UTC-SECONDS SRT-MILLISEC
                   SRT-SITE-ID SRT-JOB-ID
               INPUT PROCEDURE IS RELEASE-UTC-DAY-ENTRIES
               OUTPUT PROCEDURE IS PRINT-UTC-TIMELINE.
           IF SORT-RETURN NOT = 0
               DISPLAY "UTC TIMELINE SORT FAILED - SORT-RETURN "
                   SORT-RETURN
               CLOSE CONS-LOG-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       RELEASE-UTC-DAY-ENTRIES.
           MOVE LOW-VALUES TO CONS-LOG-KEY.
           MOVE WS-SCAN-FROM-DATE TO CONS-KEY-DATE.
           START CONS-LOG-FILE KEY IS NOT LESS THAN CONS-LOG-KEY
               INVALID KEY
                   MOVE "23" TO WS-CONS-STATUS
           END-START.
           PERFORM UNTIL WS-CONS-STATUS NOT = "00"
               READ CONS-LOG-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-CONS-STATUS
                   NOT AT END
                       IF CONS-KEY-DATE > WS-SCAN-TO-DATE
                           MOVE "10" TO WS-CONS-STATUS
                       ELSE
                           PERFORM RELEASE-IF-ON-UTC-DAY
                       END-IF
               END-READ
           END-PERFORM.

      * LOCAL TIME LESS THE OFFSET IS UTC. THE OFFSET IS +/-HHMM, SO
      * HOURS AND MINUTES ARE SPLIT APART BEFORE IT IS TURNED INTO
      * SECONDS.
       RELEASE-IF-ON-UTC-DAY.
           IF WS-SITE-FILTER NOT = SPACES
                   AND CONS-KEY-SITE-ID NOT = WS-SITE-FILTER
               CONTINUE
           ELSE
               MOVE 0 TO WS-OFFSET-SECONDS
               IF CONS-LOG-GMT-OFFSET IS NUMERIC
                   MOVE CONS-LOG-GMT-OFFSET TO WS-OFFSET-HHMM
                   MOVE WS-OFFSET-HHMM TO WS-OFFSET-ABS
                   DIVIDE WS-OFFSET-ABS BY 100
                       GIVING WS-OFFSET-HOURS
                       REMAINDER WS-OFFSET-MINUTES
                   COMPUTE WS-OFFSET-SECONDS =
                       WS-OFFSET-HOURS * 3600 + WS-OFFSET-MINUTES * 60
                   IF WS-OFFSET-HHMM < 0
                       COMPUTE WS-OFFSET-SECONDS =
                           0 - WS-OFFSET-SECONDS
                   END-IF
               END-IF
               MOVE CONS-KEY-TIME TO WS-LOCAL-TIME
               COMPUTE WS-ENTRY-UTC-SECONDS =
                   FUNCTION INTEGER-OF-DATE(CONS-KEY-DATE) * 86400
                   + WS-LOCAL-HH * 3600 + WS-LOCAL-MM * 60
                   + WS-LOCAL-SS - WS-OFFSET-SECONDS
               DIVIDE WS-ENTRY-UTC-SECONDS BY 86400
                   GIVING WS-UTC-DAY-INTEGER
                   REMAINDER WS-UTC-SECS-OF-DAY
               IF WS-UTC-DAY-INTEGER = WS-BUSINESS-DAY-INTEGER
                   MOVE WS-UTC-SECS-OF-DAY TO SRT-UTC-SECONDS
                   MOVE CONS-KEY-MILLISEC TO SRT-MILLISEC
                   MOVE CONS-KEY-SITE-ID TO SRT-SITE-ID
                   MOVE CONS-KEY-JOB-ID TO SRT-JOB-ID
                   MOVE CONS-LOG-RECORD TO SRT-CONS-ENTRY
                   RELEASE SORT-REC
               END-IF
           END-IF.

       PRINT-UTC-TIMELINE.
           DISPLAY "MERGED TIMELINE (UTC):".
           DISPLAY "  UTC TIME SITE JOB      LOCAL DATE/TIME "
               "OFFSET E ST MESSAGE".
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           PERFORM UNTIL SORT-EOF-REACHED
               RETURN SORT-WORK-FILE
                   AT END
                       SET SORT-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM PRINT-ONE-TIMELINE-ENTRY
               END-RETURN
           END-PERFORM.
           IF WS-TIMELINE-TOTAL = 0
               DISPLAY "  (NONE)"
           END-IF.
           DISPLAY "================================================".

       PRINT-ONE-TIMELINE-ENTRY.
           ADD 1 TO WS-TIMELINE-TOTAL.
           MOVE SRT-CONS-ENTRY TO CONS-LOG-RECORD.
           MOVE SRT-UTC-SECONDS TO WS-UTC-SECS-OF-DAY.
           MOVE WS-UTC-SECS-OF-DAY TO WS-CLOCK-SECONDS.
           PERFORM FORMAT-CLOCK-TEXT.
           IF CONS-LOG-GMT-OFFSET IS NUMERIC
               MOVE CONS-LOG-GMT-OFFSET TO WS-OFFSET-EDIT
           ELSE
               ADD 1 TO WS-NO-OFFSET-TOTAL
               MOVE 0 TO WS-OFFSET-EDIT
           END-IF.
           MOVE SPACES TO WS-FAILED-TAG.
           IF CONS-LOG-STATUS-CODE NOT = "00"
               MOVE " **FAILED" TO WS-FAILED-TAG
           END-IF.
           DISPLAY "  " WS-CLOCK-TEXT " " CONS-KEY-SITE-ID " "
               CONS-KEY-JOB-ID " " CONS-KEY-DATE " " CONS-KEY-TIME
               " " WS-OFFSET-EDIT " " CONS-LOG-EVENT-TYPE " "
               CONS-LOG-STATUS-CODE " " CONS-LOG-MESSAGE(1:30)
               WS-FAILED-TAG.
           PERFORM TALLY-ONE-CONS-RECORD.
           IF WS-SITE-FOUND-IDX > 0
               PERFORM TRACK-SITE-WINDOW
           END-IF.

      * START OR END DECIDED EXACTLY AS WRTERPT'S TRACK-JOB-START-END
      * DECIDES IT. ENTRIES ARRIVE IN UTC ORDER, SO THE FIRST AND
      * LAST SEEN ARE THE SITE'S EARLIEST AND LATEST.
       TRACK-SITE-WINDOW.
           MOVE WS-UTC-SECS-OF-DAY
               TO WS-SITE-LAST-SECS(WS-SITE-FOUND-IDX).
           MOVE 0 TO WS-START-HITS WS-END-HITS.
           EVALUATE CONS-LOG-EVENT-TYPE
               WHEN "S"
               WHEN "R"
                   MOVE 1 TO WS-START-HITS
               WHEN "E"
                   MOVE 1 TO WS-END-HITS
               WHEN "M"
               WHEN "I"
                   CONTINUE
               WHEN OTHER
                   INSPECT CONS-LOG-MESSAGE
                       TALLYING WS-START-HITS FOR ALL "START"
                   INSPECT CONS-LOG-MESSAGE
                       TALLYING WS-END-HITS FOR ALL "END"
           END-EVALUATE.
           IF WS-START-HITS > 0 OR WS-END-HITS > 0
               IF WS-SITE-EVENT-COUNT(WS-SITE-FOUND-IDX) = 0
                   MOVE WS-UTC-SECS-OF-DAY
                       TO WS-SITE-FIRST-EVENT-SECS(WS-SITE-FOUND-IDX)
                   IF WS-START-HITS > 0
                       MOVE "S"
                         TO WS-SITE-FIRST-EVENT-KIND(WS-SITE-FOUND-IDX)
                   ELSE
                       MOVE "E"
                         TO WS-SITE-FIRST-EVENT-KIND(WS-SITE-FOUND-IDX)
                   END-IF
               END-IF
               ADD 1 TO WS-SITE-EVENT-COUNT(WS-SITE-FOUND-IDX)
               MOVE WS-UTC-SECS-OF-DAY
                   TO WS-SITE-LAST-EVENT-SECS(WS-SITE-FOUND-IDX)
               IF WS-END-HITS > 0
                   MOVE "E"
                       TO WS-SITE-LAST-EVENT-KIND(WS-SITE-FOUND-IDX)
               ELSE
                   MOVE "S"
                       TO WS-SITE-LAST-EVENT-KIND(WS-SITE-FOUND-IDX)
               END-IF
           END-IF.

      * A SITE WITH NO START OR END ON THE DAY IS GIVEN ITS FIRST TO
      * LAST ENTRY. AN END SEEN BEFORE ANY START MEANS A JOB WAS
      * ALREADY RUNNING AT UTC MIDNIGHT, AND A START SEEN AFTER THE
      * LAST END MEANS ONE WAS STILL RUNNING AT THE NEXT.
       SET-SITE-WINDOW.
           IF WS-SITE-EVENT-COUNT(WS-SITE-IDX) = 0
               MOVE WS-SITE-FIRST-SECS(WS-SITE-IDX)
                   TO WS-SITE-WINDOW-FROM(WS-SITE-IDX)
               MOVE WS-SITE-LAST-SECS(WS-SITE-IDX)
                   TO WS-SITE-WINDOW-TO(WS-SITE-IDX)
           ELSE
               MOVE WS-SITE-FIRST-EVENT-SECS(WS-SITE-IDX)
                   TO WS-SITE-WINDOW-FROM(WS-SITE-IDX)
               IF WS-SITE-FIRST-EVENT-KIND(WS-SITE-IDX) = "E"
                   MOVE 0 TO WS-SITE-WINDOW-FROM(WS-SITE-IDX)
               END-IF
               MOVE WS-SITE-LAST-EVENT-SECS(WS-SITE-IDX)
                   TO WS-SITE-WINDOW-TO(WS-SITE-IDX)
               IF WS-SITE-LAST-EVENT-KIND(WS-SITE-IDX) = "S"
                   MOVE 86399 TO WS-SITE-WINDOW-TO(WS-SITE-IDX)
               END-IF
           END-IF.

       PRINT-SITE-OVERLAPS.
           DISPLAY "================================================".
           DISPLAY "BATCH WINDOWS (UTC):".
           IF WS-SITE-COUNT = 0
               DISPLAY "  (NONE)"
           END-IF.
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > WS-SITE-COUNT
               PERFORM SET-SITE-WINDOW
               MOVE WS-SITE-WINDOW-FROM(WS-SITE-IDX)
                   TO WS-CLOCK-SECONDS
               PERFORM FORMAT-CLOCK-TEXT
               MOVE WS-CLOCK-TEXT TO WS-CLOCK-FROM-TEXT
               MOVE WS-SITE-WINDOW-TO(WS-SITE-IDX) TO WS-CLOCK-SECONDS
               PERFORM FORMAT-CLOCK-TEXT
               MOVE WS-SITE-ID(WS-SITE-IDX) TO WS-WINDOW-SITE-LABEL
               IF WS-SITE-ID(WS-SITE-IDX) = SPACES
                   MOVE "(N/A)" TO WS-WINDOW-SITE-LABEL
               END-IF
               DISPLAY "  " WS-WINDOW-SITE-LABEL " "
                   WS-CLOCK-FROM-TEXT " - " WS-CLOCK-TEXT
                   " (" WS-SITE-EVENT-COUNT(WS-SITE-IDX)
                   " START/END EVENTS)"
           END-PERFORM.
           DISPLAY "SITES RUNNING AT THE SAME TIME (UTC):".
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > WS-SITE-COUNT
               PERFORM PRINT-OVERLAPS-FOR-SITE
           END-PERFORM.
           IF WS-OVERLAP-COUNT = 0
               DISPLAY "  (NO TWO SITES' WINDOWS OVERLAPPED)"
           END-IF.

      * EACH PAIR ONCE - THIS SITE AGAINST EVERY SITE AFTER IT.
       PRINT-OVERLAPS-FOR-SITE.
           PERFORM VARYING WS-PAIR-IDX FROM WS-SITE-IDX BY 1
                   UNTIL WS-PAIR-IDX > WS-SITE-COUNT
               IF WS-PAIR-IDX > WS-SITE-IDX
                   MOVE WS-SITE-WINDOW-FROM(WS-SITE-IDX)
                       TO WS-OVERLAP-FROM
                   IF WS-SITE-WINDOW-FROM(WS-PAIR-IDX)
                           > WS-OVERLAP-FROM
                       MOVE WS-SITE-WINDOW-FROM(WS-PAIR-IDX)
                           TO WS-OVERLAP-FROM
                   END-IF
                   MOVE WS-SITE-WINDOW-TO(WS-SITE-IDX)
                       TO WS-OVERLAP-TO
                   IF WS-SITE-WINDOW-TO(WS-PAIR-IDX) < WS-OVERLAP-TO
                       MOVE WS-SITE-WINDOW-TO(WS-PAIR-IDX)
                           TO WS-OVERLAP-TO
                   END-IF
                   IF WS-OVERLAP-TO > WS-OVERLAP-FROM
                       PERFORM PRINT-ONE-OVERLAP
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-ONE-OVERLAP.
           ADD 1 TO WS-OVERLAP-COUNT.
           COMPUTE WS-OVERLAP-MINUTES =
               (WS-OVERLAP-TO - WS-OVERLAP-FROM) / 60.
           MOVE WS-OVERLAP-FROM TO WS-CLOCK-SECONDS.
           PERFORM FORMAT-CLOCK-TEXT.
           MOVE WS-CLOCK-TEXT TO WS-CLOCK-FROM-TEXT.
           MOVE WS-OVERLAP-TO TO WS-CLOCK-SECONDS.
           PERFORM FORMAT-CLOCK-TEXT.
           MOVE WS-SITE-ID(WS-SITE-IDX) TO WS-WINDOW-SITE-LABEL.
           IF WS-SITE-ID(WS-SITE-IDX) = SPACES
               MOVE "(N/A)" TO WS-WINDOW-SITE-LABEL
           END-IF.
           MOVE WS-SITE-ID(WS-PAIR-IDX) TO WS-PAIR-SITE-LABEL.
           IF WS-SITE-ID(WS-PAIR-IDX) = SPACES
               MOVE "(N/A)" TO WS-PAIR-SITE-LABEL
           END-IF.
           DISPLAY "  " WS-WINDOW-SITE-LABEL " + " WS-PAIR-SITE-LABEL
               " " WS-CLOCK-FROM-TEXT " - " WS-CLOCK-TEXT
               " (" WS-OVERLAP-MINUTES " MIN)".

       FORMAT-CLOCK-TEXT.
           DIVIDE WS-CLOCK-SECONDS BY 3600
               GIVING WS-CLOCK-HH REMAINDER WS-CLOCK-REMAINDER.
           DIVIDE WS-CLOCK-REMAINDER BY 60
               GIVING WS-CLOCK-MM REMAINDER WS-CLOCK-SS.
