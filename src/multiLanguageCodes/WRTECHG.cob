       IDENTIFICATION                      DIVISION.
       PROGRAM-ID. WRTECHG.
       AUTHOR. TY.

      * MONTH-END BATCH CHARGEBACK. TOTALS A CALENDAR MONTH'S BATCH
      * WINDOW USE BY THE DEPARTMENT THAT OWNS EACH JOB, FOR FINANCE
      * TO CHARGE BACK: RUNS, RERUNS, FAILED ATTEMPTS AND ELAPSED
      * RUN-MINUTES PER COST CENTER AND PER SITE. THE JOB-TO-COST-
      * CENTER MAPPING IS COSTCTR.CTL, ONE "JOBID,COSTCENTER[,SITE]"
      * LINE PER JOB - A LINE NAMING A SITE APPLIES TO THE JOB AT THAT
      * SITE ONLY AND WINS OVER THE JOB'S LINE WITHOUT ONE, SO A JOB
      * RUN BY SEVERAL SITES FOR DIFFERENT DEPARTMENTS CAN BE SPLIT.
      *
      * ATTEMPTS ARE PAIRED EXACTLY AS WRTERPT PAIRS THEM - EVENT TYPE
      * S OR R OPENS AN ATTEMPT, E CLOSES THE LATEST OPEN ONE, M AND I
      * PAIR WITH NOTHING, AND ONLY AN ENTRY WITH NO EVENT TYPE FALLS
      * BACK TO THE "START"/"END" MESSAGE KEYWORDS. FOR EACH JOB AT
      * EACH SITE:
      *   RUNS    - EVERY ATTEMPT (AN END WITH NO START IN THE MONTH
      *             STILL COUNTS AS ONE, AS IT DOES IN WRTERPT);
      *   RERUNS  - ATTEMPTS AFTER THE JOB'S FIRST ON THE SAME
      *             BUSINESS DATE (LOG-DATE);
      *   FAILED  - ATTEMPTS WHOSE END CARRIED RC 8 OR HIGHER, AND
      *             ATTEMPTS STARTED AGAIN WITHOUT EVER LOGGING AN END;
      *   MINUTES - START-TO-END ELAPSED TIME OF EVERY ATTEMPT THAT
      *             LOGGED BOTH. AN ATTEMPT MISSING EITHER HALF IS
      *             COUNTED AS A RUN BUT NOT TIMED, AND THE NUMBER OF
      *             SUCH ATTEMPTS IS PRINTED.
      *
      * THE MONTH IS READ FROM ONE OF TWO SOURCES:
      *   LOG  - THE SITE'S OWN ROTATED GENERATIONS, ONE PER DAY
      *          (MYFILE.TXT.YYYYMMDD), FALLING BACK TO THE LIVE FILE
      *          FOR A DAY NOT YET ROTATED, AS WRTETRND DOES. A DAY
      *          WITH NEITHER IS LISTED AS MISSING ONLY WHEN THE
      *          BUSINESS CALENDAR (WRTECAL, FOR THE SITE GIVEN) SAYS
      *          THE CHAIN SHOULD HAVE RUN THAT DAY;
      *   CONS - THE ENTERPRISE CONSOLIDATED FILE WRTECONS BUILDS,
      *          COVERING EVERY SITE IN ONE PASS.
      *
      * OUTPUT IS THE FIXED-LAYOUT EXTRACT FOR THE FINANCE INTERFACE
      * (CHGEXT01: HEADER, ONE DETAIL PER COST CENTER AND SITE,
      * TRAILER WITH CONTROL TOTALS) AND A PRINTED SUMMARY BY COST
      * CENTER. A JOB WITH NO COST CENTER IS NOT BILLED TO ANYONE, SO
      * IT IS KEPT OUT OF THE EXTRACT AND LISTED SEPARATELY ON THE
      * SUMMARY WITH WHAT IT WOULD HAVE BEEN CHARGED, FOR SOMEBODY TO
      * MAP BEFORE THE NEXT RUN.
      *
      * INVOKE WITH A JCL PARM OF
      * "[YYYYMM[,LOG|CONS[,FILENAME[,EXTRACTFILE[,SITE]]]]]" - IF
      * OMITTED, LAST MONTH, LOG, MYFILE.TXT (LOGCONS FOR CONS),
      * "CHARGEBACK.YYYYMM" AND THE SHOP-WIDE CALENDAR ONLY. ENDS 0
      * CLEAN, 4 WHEN JOBS WENT UNMAPPED, DAYS OF LOG WERE MISSING,
      * THE MONTH IS NOT YET OVER OR A TABLE FILLED, AND 12 WHEN THE
      * PERIOD IS NOT A MONTH, THE SOURCE OR EXTRACT COULD NOT BE
      * OPENED OR THE EXTRACT COULD NOT BE WRITTEN.

       ENVIRONMENT                         DIVISION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL IN-FILE
           ASSIGN TO DYNAMIC WS-SCAN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FILE-STATUS-CODE.

      * DELIBERATELY NOT OPTIONAL: A MISSPELLED CONSOLIDATED FILE
      * NAME MUST FAIL THE OPEN, NOT BILL EVERY DEPARTMENT NOTHING.
           SELECT CONS-LOG-FILE
           ASSIGN TO DYNAMIC WS-SOURCE-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONS-LOG-KEY
           FILE STATUS IS WS-CONS-STATUS.

           SELECT OPTIONAL COSTCTR-FILE
           ASSIGN TO DYNAMIC WS-COSTCTR-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-COSTCTR-STATUS.

           SELECT OPTIONAL EXTRACT-FILE
           ASSIGN TO DYNAMIC WS-EXTRACT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-STATUS.

       DATA                                DIVISION.
       FILE                                SECTION.
       FD IN-FILE.
           COPY LOGREC01.

       FD CONS-LOG-FILE.
           COPY CONSLOG1.

       FD COSTCTR-FILE.
       01 COSTCTR-REC                      PIC X(80).

       FD EXTRACT-FILE.
           COPY CHGEXT01.

       WORKING-STORAGE                     SECTION.
       01 FILE-STATUS-CODE                 PIC X(2).
          88 FILE-OK                       VALUE "00" "05".
       01 WS-SCAN-OPEN-STATUS              PIC X(2).
          88 SCAN-FILE-PRESENT             VALUE "00".
       01 WS-CONS-STATUS                   PIC X(2).
          88 CONS-FILE-OK                  VALUE "00".
       01 WS-COSTCTR-STATUS                PIC X(2).
          88 COSTCTR-FILE-OK               VALUE "00" "05".
          88 COSTCTR-FILE-PRESENT          VALUE "00".
       01 WS-EXTRACT-STATUS                PIC X(2).
          88 EXTRACT-FILE-OK               VALUE "00" "05".

       01 WS-EOF-SWITCH                    PIC X(1) VALUE "N".
          88 EOF-REACHED                   VALUE "Y".
       01 WS-COSTCTR-EOF-SWITCH            PIC X(1) VALUE "N".
          88 COSTCTR-EOF-REACHED           VALUE "Y".

       01 WS-PARM-STRING                   PIC X(100).
       01 WS-PERIOD-TEXT                   PIC X(6).
       01 WS-SOURCE-TEXT                   PIC X(4).
       01 WS-SOURCE                        PIC X(4) VALUE "LOG".
          88 SOURCE-IS-LOG                 VALUE "LOG".
          88 SOURCE-IS-CONS                VALUE "CONS".
       01 WS-SOURCE-FILE-NAME              PIC X(40).
       01 WS-EXTRACT-FILE-NAME             PIC X(40).
       01 WS-COSTCTR-FILE-NAME             PIC X(40)
          VALUE "COSTCTR.CTL".
       01 WS-SCAN-FILE-NAME                PIC X(45).

       01 WS-PERIOD                        PIC 9(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
          05 WS-PERIOD-YEAR                PIC 9(4).
          05 WS-PERIOD-MONTH               PIC 9(2).
       01 WS-MONTH-FIRST-DATE              PIC 9(8).
       01 WS-MONTH-LAST-DATE               PIC 9(8).
       01 WS-NEXT-MONTH-FIRST-DATE         PIC 9(8).
       01 WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-FIRST-DATE.
          05 WS-NEXT-MONTH-YEAR            PIC 9(4).
          05 WS-NEXT-MONTH-MONTH           PIC 9(2).
          05 WS-NEXT-MONTH-DAY             PIC 9(2).
       01 WS-TODAY-DATE                    PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
          05 WS-TODAY-YEAR                 PIC 9(4).
          05 WS-TODAY-MONTH                PIC 9(2).
          05 WS-TODAY-DAY                  PIC 9(2).
       01 WS-NOW-TIME                      PIC 9(6).
       01 WS-MONTH-OPEN-SWITCH             PIC X(1) VALUE "N".
          88 MONTH-NOT-YET-OVER            VALUE "Y".
       01 WS-DAY-INTEGER                   PIC S9(9) COMP.
       01 WS-LAST-DAY-INTEGER              PIC S9(9) COMP.
       01 WS-SCAN-DATE                     PIC 9(8).
       01 WS-DAY-ENTRIES                   PIC 9(9).
       01 WS-DAYS-READ                     PIC 9(2) VALUE 0.
       01 WS-MISSING-DAY-COUNT             PIC 9(2) VALUE 0.
       01 WS-MISSING-DAY-TABLE.
          05 WS-MISSING-DAY                PIC 9(8) OCCURS 31 TIMES.
       01 WS-MISSING-DAY-IDX               PIC 9(2).
       01 WS-DAYS-NOT-EXPECTED             PIC 9(2) VALUE 0.
       01 WS-SITE-ID                       PIC X(4) VALUE SPACES.

      * WHETHER A DAY WITH NO LOG WAS EXPECTED TO RUN IS ASKED OF THE
      * SHARED CALENDAR ROUTINE, SO A HOLIDAY IS NOT BILLED AS A GAP
      * HERE WHEN WRTEGAPS AND WRTETRND ALREADY SKIP IT.
           COPY CALDAY01.
       01 WS-CALENDAR-SWITCH               PIC X(1) VALUE "N".
          88 CALENDAR-CONSULTED            VALUE "Y".
       01 WS-ENTRIES-READ                  PIC 9(9) VALUE 0.

      * ONE LOG ENTRY, FROM WHICHEVER SOURCE IT CAME.
       01 WS-ENTRY-DATE                    PIC 9(8).
       01 WS-ENTRY-TIME                    PIC 9(6).
       01 WS-ENTRY-TIME-PARTS REDEFINES WS-ENTRY-TIME.
          05 WS-ENTRY-HH                   PIC 9(2).
          05 WS-ENTRY-MM                   PIC 9(2).
          05 WS-ENTRY-SS                   PIC 9(2).
       01 WS-ENTRY-SITE-ID                 PIC X(4).
       01 WS-ENTRY-JOB-ID                  PIC X(8).
       01 WS-ENTRY-MESSAGE                 PIC X(60).
       01 WS-ENTRY-RETURN-CODE             PIC 9(4).
       01 WS-ENTRY-EVENT-TYPE              PIC X(1).
       01 WS-ENTRY-SECONDS                 PIC S9(18) COMP.
       01 WS-START-HITS                    PIC 9(2).
       01 WS-END-HITS                      PIC 9(2).

      * THE RETURN CODE AT OR ABOVE WHICH AN ENDED ATTEMPT IS A
      * FAILURE - THE SHOP'S "8 IS AN ERROR" GRADING.
       01 WS-FAILED-RC-FLOOR               PIC 9(4) VALUE 8.

      * COSTCTR.CTL. A BLANK SITE IS THE JOB'S LINE FOR EVERY SITE.
       01 WS-MAP-LINE-JOB-ID               PIC X(8).
       01 WS-MAP-LINE-COST-CENTER          PIC X(10).
       01 WS-MAP-LINE-SITE-ID              PIC X(4).
       01 WS-MAP-COUNT                     PIC 9(4) VALUE 0.
       01 WS-MAX-MAPS                      PIC 9(4) VALUE 1000.
       01 WS-MAP-IDX                       PIC 9(4).
       01 WS-MAP-OVERFLOW-COUNT            PIC 9(4) VALUE 0.
       01 WS-MAP-TABLE.
          05 WS-MAP-ENTRY OCCURS 1000 TIMES.
             10 WS-MAP-JOB-ID              PIC X(8).
             10 WS-MAP-SITE-ID             PIC X(4).
             10 WS-MAP-COST-CENTER         PIC X(10).
       01 WS-UNMAPPED                      PIC X(10) VALUE SPACES.

      * ONE ROW PER JOB PER SITE SEEN IN THE MONTH, CARRYING ITS OPEN
      * ATTEMPT AND ITS MONTH-TO-DATE COUNTS.
       01 WS-JOB-COUNT                     PIC 9(4) VALUE 0.
       01 WS-MAX-JOBS                      PIC 9(4) VALUE 2000.
       01 WS-JOB-IDX                       PIC 9(4).
       01 WS-FOUND-IDX                     PIC 9(4).
       01 WS-JOB-OVERFLOW-COUNT            PIC 9(6) VALUE 0.
       01 WS-JOB-TABLE.
          05 WS-JOB-ENTRY OCCURS 2000 TIMES.
             10 WS-JOB-ID                  PIC X(8).
             10 WS-JOB-SITE-ID             PIC X(4).
             10 WS-JOB-COST-CENTER         PIC X(10).
             10 WS-JOB-OPEN-SWITCH         PIC X(1).
                88 JOB-ATTEMPT-OPEN        VALUE "Y".
             10 WS-JOB-OPEN-SECONDS        PIC S9(18) COMP.
             10 WS-JOB-LAST-START-DATE     PIC 9(8).
             10 WS-JOB-RUNS                PIC 9(7).
             10 WS-JOB-RERUNS              PIC 9(7).
             10 WS-JOB-FAILED              PIC 9(7).
             10 WS-JOB-UNTIMED             PIC 9(7).
             10 WS-JOB-SECONDS             PIC 9(11).

      * COST CENTER AND SITE ROLL-UP, FILLED ONCE THE MONTH IS READ.
       01 WS-CHG-COUNT                     PIC 9(4) VALUE 0.
       01 WS-MAX-CHG                       PIC 9(4) VALUE 1000.
       01 WS-CHG-IDX                       PIC 9(4).
       01 WS-CHG-FOUND-IDX                 PIC 9(4).
       01 WS-CHG-OVERFLOW-COUNT            PIC 9(4) VALUE 0.
       01 WS-CHG-TABLE.
          05 WS-CHG-ENTRY OCCURS 1000 TIMES.
             10 WS-CHG-COST-CENTER         PIC X(10).
             10 WS-CHG-SITE-ID             PIC X(4).
             10 WS-CHG-JOBS                PIC 9(5).
             10 WS-CHG-RUNS                PIC 9(7).
             10 WS-CHG-RERUNS              PIC 9(7).
             10 WS-CHG-FAILED              PIC 9(7).
             10 WS-CHG-SECONDS             PIC 9(11).
             10 WS-CHG-DONE                PIC X(1).
       01 WS-NEXT-CHG-IDX                  PIC 9(4).
       01 WS-CURRENT-COST-CENTER           PIC X(10).

      * COST CENTER SUBTOTAL, AND THE MONTH'S TOTALS FOR THE TRAILER.
      * MINUTES ARE ADDED UP FROM THE DETAILS' ROUNDED MINUTES, SO THE
      * SUBTOTALS AND THE TRAILER FOOT TO THE LINES FINANCE LOADS.
       01 WS-SUB-RUNS                      PIC 9(9).
       01 WS-SUB-RERUNS                    PIC 9(9).
       01 WS-SUB-FAILED                    PIC 9(9).
       01 WS-SUB-MINUTES                   PIC 9(11)V9(2).
       01 WS-DETAIL-COUNT                  PIC 9(7) VALUE 0.
       01 WS-TOTAL-RUNS                    PIC 9(9) VALUE 0.
       01 WS-TOTAL-RERUNS                  PIC 9(9) VALUE 0.
       01 WS-TOTAL-FAILED                  PIC 9(9) VALUE 0.
       01 WS-TOTAL-MINUTES                 PIC 9(11)V9(2) VALUE 0.
       01 WS-TOTAL-UNTIMED                 PIC 9(9) VALUE 0.
       01 WS-UNMAPPED-JOB-COUNT            PIC 9(4) VALUE 0.
       01 WS-UNMAPPED-RUNS                 PIC 9(9) VALUE 0.
       01 WS-UNMAPPED-SECONDS              PIC 9(13) VALUE 0.

       01 WS-MINUTES                       PIC 9(9)V9(2).
       01 WS-MINUTES-EDIT                  PIC Z(8)9.99.
       01 WS-RUNS-EDIT                     PIC Z(6)9.
       01 WS-RERUNS-EDIT                   PIC Z(6)9.
       01 WS-FAILED-EDIT                   PIC Z(6)9.
       01 WS-JOBS-EDIT                     PIC Z(4)9.

      * GRADED CONDITION CODE FOR THE SCHEDULER - 0 CLEAN, 4 SOMETHING
      * GOES UNBILLED OR THE MONTH IS INCOMPLETE, 12 COULD NOT RUN.
       01 WS-GRADED-RC                     PIC 9(2) VALUE 0.

       PROCEDURE                           DIVISION.
       MAIN-LOGIC                          SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME.
           PERFORM GET-PARAMETERS.
           PERFORM LOAD-COST-CENTER-MAP.
           OPEN OUTPUT EXTRACT-FILE.
           IF NOT EXTRACT-FILE-OK
               DISPLAY "UNABLE TO OPEN CHARGEBACK EXTRACT "
                   FUNCTION TRIM(WS-EXTRACT-FILE-NAME)
                   " - STATUS " WS-EXTRACT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SOURCE-IS-CONS
               PERFORM READ-MONTH-FROM-CONS-FILE
           ELSE
               PERFORM READ-MONTH-FROM-GENERATIONS
           END-IF.
           PERFORM CLOSE-OPEN-ATTEMPTS.
           PERFORM ROLL-UP-BY-COST-CENTER.
           PERFORM PRINT-SUMMARY-HEADER.
           PERFORM WRITE-EXTRACT-HEADER.
           PERFORM WRITE-NEXT-COST-CENTER
               WS-CHG-COUNT TIMES.
           PERFORM WRITE-EXTRACT-TRAILER.
           CLOSE EXTRACT-FILE.
           PERFORM PRINT-UNMAPPED-JOBS.
           PERFORM PRINT-SUMMARY-TOTALS.
           PERFORM SET-GRADED-RETURN-CODE.
           STOP RUN.

       SET-GRADED-RETURN-CODE.
           MOVE 0 TO WS-GRADED-RC.
           IF WS-UNMAPPED-JOB-COUNT > 0 OR WS-MISSING-DAY-COUNT > 0
                   OR MONTH-NOT-YET-OVER
                   OR WS-JOB-OVERFLOW-COUNT > 0
                   OR WS-MAP-OVERFLOW-COUNT > 0
                   OR WS-CHG-OVERFLOW-COUNT > 0
               MOVE 4 TO WS-GRADED-RC
           END-IF.
           MOVE WS-GRADED-RC TO RETURN-CODE.

      * THE PERIOD DEFAULTS TO LAST MONTH - THE JOB RUNS AFTER THE
      * MONTH HAS CLOSED. THE MONTH'S FIRST AND LAST DATES BOUND
      * EVERYTHING READ.
       GET-PARAMETERS.
           MOVE SPACES TO WS-PERIOD-TEXT WS-SOURCE-TEXT
                          WS-SOURCE-FILE-NAME WS-EXTRACT-FILE-NAME.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ","
                   INTO WS-PERIOD-TEXT WS-SOURCE-TEXT
                        WS-SOURCE-FILE-NAME WS-EXTRACT-FILE-NAME
                        WS-SITE-ID
               END-UNSTRING
           END-IF.
           IF WS-PERIOD-TEXT = SPACES
               IF WS-TODAY-MONTH = 1
                   COMPUTE WS-PERIOD-YEAR = WS-TODAY-YEAR - 1
                   MOVE 12 TO WS-PERIOD-MONTH
               ELSE
                   MOVE WS-TODAY-YEAR TO WS-PERIOD-YEAR
                   COMPUTE WS-PERIOD-MONTH = WS-TODAY-MONTH - 1
               END-IF
           ELSE
               IF WS-PERIOD-TEXT IS NUMERIC
                   MOVE WS-PERIOD-TEXT TO WS-PERIOD
               ELSE
                   MOVE 0 TO WS-PERIOD
               END-IF
           END-IF.
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                   OR WS-PERIOD-YEAR < 1601
               DISPLAY "PERIOD " WS-PERIOD-TEXT
                   " IS NOT A YYYYMM MONTH - NO CHARGEBACK RUN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SOURCE-TEXT NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-SOURCE-TEXT) TO WS-SOURCE
           END-IF.
           IF NOT SOURCE-IS-LOG AND NOT SOURCE-IS-CONS
               DISPLAY "SOURCE " WS-SOURCE-TEXT
                   " IS NEITHER LOG NOR CONS - NO CHARGEBACK RUN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SOURCE-FILE-NAME = SPACES
               IF SOURCE-IS-CONS
                   MOVE "LOGCONS" TO WS-SOURCE-FILE-NAME
               ELSE
                   MOVE "MYFILE.TXT" TO WS-SOURCE-FILE-NAME
               END-IF
           END-IF.
           IF WS-EXTRACT-FILE-NAME = SPACES
               STRING "CHARGEBACK." DELIMITED BY SIZE
                      WS-PERIOD     DELIMITED BY SIZE
                      INTO WS-EXTRACT-FILE-NAME
               END-STRING
           END-IF.
           COMPUTE WS-MONTH-FIRST-DATE = WS-PERIOD * 100 + 1.
           IF WS-PERIOD-MONTH = 12
               COMPUTE WS-NEXT-MONTH-YEAR = WS-PERIOD-YEAR + 1
               MOVE 1 TO WS-NEXT-MONTH-MONTH
           ELSE
               MOVE WS-PERIOD-YEAR TO WS-NEXT-MONTH-YEAR
               COMPUTE WS-NEXT-MONTH-MONTH = WS-PERIOD-MONTH + 1
           END-IF.
           MOVE 1 TO WS-NEXT-MONTH-DAY.
           COMPUTE WS-LAST-DAY-INTEGER = FUNCTION INTEGER-OF-DATE(
               WS-NEXT-MONTH-FIRST-DATE) - 1.
           COMPUTE WS-MONTH-LAST-DATE =
               FUNCTION DATE-OF-INTEGER(WS-LAST-DAY-INTEGER).
           IF WS-MONTH-LAST-DATE NOT < WS-TODAY-DATE
               SET MONTH-NOT-YET-OVER TO TRUE
           END-IF.

       LOAD-COST-CENTER-MAP.
           OPEN INPUT COSTCTR-FILE.
           IF COSTCTR-FILE-OK
               PERFORM UNTIL COSTCTR-EOF-REACHED
                   READ COSTCTR-FILE
                       AT END
                           SET COSTCTR-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM STORE-COST-CENTER-LINE
                   END-READ
               END-PERFORM
               CLOSE COSTCTR-FILE
           END-IF.

       STORE-COST-CENTER-LINE.
           MOVE SPACES TO WS-MAP-LINE-JOB-ID WS-MAP-LINE-COST-CENTER
                          WS-MAP-LINE-SITE-ID.
           UNSTRING COSTCTR-REC DELIMITED BY ","
               INTO WS-MAP-LINE-JOB-ID WS-MAP-LINE-COST-CENTER
                    WS-MAP-LINE-SITE-ID
           END-UNSTRING.
           IF WS-MAP-LINE-JOB-ID NOT = SPACES
                   AND WS-MAP-LINE-COST-CENTER NOT = SPACES
               IF WS-MAP-COUNT < WS-MAX-MAPS
                   ADD 1 TO WS-MAP-COUNT
                   MOVE WS-MAP-LINE-JOB-ID
                       TO WS-MAP-JOB-ID(WS-MAP-COUNT)
                   MOVE WS-MAP-LINE-SITE-ID
                       TO WS-MAP-SITE-ID(WS-MAP-COUNT)
                   MOVE WS-MAP-LINE-COST-CENTER
                       TO WS-MAP-COST-CENTER(WS-MAP-COUNT)
               ELSE
                   ADD 1 TO WS-MAP-OVERFLOW-COUNT
               END-IF
           END-IF.

      * EACH DAY OF THE MONTH FROM ITS OWN GENERATION. ROTATION ONLY
      * RENAMES A DAY INTO ITS GENERATION AT THE FIRST WRITE OF THE
      * NEXT DAY, SO A DAY WITH NO GENERATION IS LOOKED FOR IN THE
      * LIVE FILE BEFORE IT IS CALLED MISSING. DAYS AFTER TODAY ARE
      * NOT LOOKED FOR.
       READ-MONTH-FROM-GENERATIONS.
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST-DATE).
           PERFORM UNTIL WS-DAY-INTEGER > WS-LAST-DAY-INTEGER
               COMPUTE WS-SCAN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               IF WS-SCAN-DATE NOT > WS-TODAY-DATE
                   PERFORM READ-ONE-DAY-OF-LOG
               END-IF
               ADD 1 TO WS-DAY-INTEGER
           END-PERFORM.

       READ-ONE-DAY-OF-LOG.
           MOVE SPACES TO WS-SCAN-FILE-NAME.
           STRING WS-SOURCE-FILE-NAME DELIMITED BY SPACE
                  "."                 DELIMITED BY SIZE
                  WS-SCAN-DATE        DELIMITED BY SIZE
                  INTO WS-SCAN-FILE-NAME
           END-STRING.
           MOVE 0 TO WS-DAY-ENTRIES.
           PERFORM SCAN-ONE-LOG-FILE.
           IF NOT SCAN-FILE-PRESENT
               MOVE WS-SOURCE-FILE-NAME TO WS-SCAN-FILE-NAME
               PERFORM SCAN-ONE-LOG-FILE
           END-IF.
           IF WS-DAY-ENTRIES > 0
               ADD 1 TO WS-DAYS-READ
           ELSE
               PERFORM JUDGE-DAY-WITH-NO-LOG
           END-IF.

      * A DAY WITH NO ENTRIES IS ONLY A GAP IN THE BILLING WHEN THE
      * CHAIN WAS EXPECTED TO RUN - A WEEKEND OR HOLIDAY IS NOT.
       JUDGE-DAY-WITH-NO-LOG.
           MOVE WS-SITE-ID TO CAL-SITE-ID.
           MOVE WS-SCAN-DATE TO CAL-DATE.
           CALL "WRTECAL" USING CAL-DAY-REQUEST.
           SET CALENDAR-CONSULTED TO TRUE.
           IF CAL-PROCESSING-DAY
               ADD 1 TO WS-MISSING-DAY-COUNT
               MOVE WS-SCAN-DATE
                   TO WS-MISSING-DAY(WS-MISSING-DAY-COUNT)
           ELSE
               ADD 1 TO WS-DAYS-NOT-EXPECTED
           END-IF.

      * THE SELECT IS OPTIONAL, SO A MISSING GENERATION OPENS WITH
      * STATUS "05" AND READS STRAIGHT TO END-OF-FILE; THE OPEN STATUS
      * IS KEPT SO THE CALLER KNOWS WHETHER IT WAS REALLY THERE.
       SCAN-ONE-LOG-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT IN-FILE.
           MOVE FILE-STATUS-CODE TO WS-SCAN-OPEN-STATUS.
           IF FILE-OK
               PERFORM UNTIL EOF-REACHED
                   READ IN-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           IF LOG-DATE OF LOG-RECORD = WS-SCAN-DATE
                               PERFORM TAKE-LOG-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IN-FILE
           END-IF.

       TAKE-LOG-ENTRY.
           ADD 1 TO WS-DAY-ENTRIES.
           MOVE LOG-DATE OF LOG-RECORD        TO WS-ENTRY-DATE.
           MOVE LOG-TIME OF LOG-RECORD        TO WS-ENTRY-TIME.
           MOVE LOG-SITE-ID OF LOG-RECORD     TO WS-ENTRY-SITE-ID.
           MOVE LOG-JOB-ID OF LOG-RECORD      TO WS-ENTRY-JOB-ID.
           MOVE LOG-MESSAGE OF LOG-RECORD     TO WS-ENTRY-MESSAGE.
           MOVE LOG-EVENT-TYPE OF LOG-RECORD  TO WS-ENTRY-EVENT-TYPE.
           IF LOG-RETURN-CODE OF LOG-RECORD IS NUMERIC
               MOVE LOG-RETURN-CODE OF LOG-RECORD
                   TO WS-ENTRY-RETURN-CODE
           ELSE
               MOVE 0 TO WS-ENTRY-RETURN-CODE
           END-IF.
           PERFORM PROCESS-ENTRY.

      * THE WHOLE MONTH FOR EVERY SITE IN ONE BOUNDED KEY-ORDER SWEEP,
      * THE SAME START/READ NEXT WRTECRPT USES FOR ONE DAY.
       READ-MONTH-FROM-CONS-FILE.
           OPEN INPUT CONS-LOG-FILE.
           IF NOT CONS-FILE-OK
               DISPLAY "UNABLE TO OPEN CONSOLIDATED LOG "
                   FUNCTION TRIM(WS-SOURCE-FILE-NAME)
                   " - STATUS " WS-CONS-STATUS
                   " - NO CHARGEBACK RUN"
               CLOSE EXTRACT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO CONS-LOG-KEY.
           MOVE WS-MONTH-FIRST-DATE TO CONS-KEY-DATE.
           START CONS-LOG-FILE KEY IS NOT LESS THAN CONS-LOG-KEY
               INVALID KEY
                   MOVE "23" TO WS-CONS-STATUS
           END-START.
           PERFORM UNTIL WS-CONS-STATUS NOT = "00"
               READ CONS-LOG-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-CONS-STATUS
                   NOT AT END
                       IF CONS-KEY-DATE > WS-MONTH-LAST-DATE
                           MOVE "10" TO WS-CONS-STATUS
                       ELSE
                           PERFORM TAKE-CONS-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONS-LOG-FILE.

       TAKE-CONS-ENTRY.
           MOVE CONS-KEY-DATE                 TO WS-ENTRY-DATE.
           MOVE CONS-KEY-TIME                 TO WS-ENTRY-TIME.
           MOVE CONS-KEY-SITE-ID              TO WS-ENTRY-SITE-ID.
           MOVE CONS-KEY-JOB-ID               TO WS-ENTRY-JOB-ID.
           MOVE CONS-LOG-MESSAGE              TO WS-ENTRY-MESSAGE.
           MOVE CONS-LOG-EVENT-TYPE           TO WS-ENTRY-EVENT-TYPE.
           IF CONS-LOG-RETURN-CODE IS NUMERIC
               MOVE CONS-LOG-RETURN-CODE TO WS-ENTRY-RETURN-CODE
           ELSE
               MOVE 0 TO WS-ENTRY-RETURN-CODE
           END-IF.
           PERFORM PROCESS-ENTRY.

      * WHICH HALF OF AN ATTEMPT THE ENTRY IS, DECIDED EXACTLY AS
      * WRTERPT'S TRACK-JOB-START-END DECIDES IT.
       PROCESS-ENTRY.
           ADD 1 TO WS-ENTRIES-READ.
           MOVE 0 TO WS-START-HITS WS-END-HITS.
           EVALUATE WS-ENTRY-EVENT-TYPE
               WHEN "S"
               WHEN "R"
                   MOVE 1 TO WS-START-HITS
               WHEN "E"
                   MOVE 1 TO WS-END-HITS
               WHEN "M"
               WHEN "I"
                   CONTINUE
               WHEN OTHER
                   INSPECT WS-ENTRY-MESSAGE
                       TALLYING WS-START-HITS FOR ALL "START"
                   INSPECT WS-ENTRY-MESSAGE
                       TALLYING WS-END-HITS FOR ALL "END"
           END-EVALUATE.
           IF WS-START-HITS > 0 OR WS-END-HITS > 0
               COMPUTE WS-ENTRY-SECONDS =
                   FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE) * 86400
                   + WS-ENTRY-HH * 3600 + WS-ENTRY-MM * 60
                   + WS-ENTRY-SS
               PERFORM FIND-OR-ADD-JOB
               IF WS-FOUND-IDX > 0
                   IF WS-START-HITS > 0
                       PERFORM OPEN-NEW-ATTEMPT
                   END-IF
                   IF WS-END-HITS > 0
                       PERFORM CLOSE-CURRENT-ATTEMPT
                   END-IF
               END-IF
           END-IF.

      * A START WHILE THE PREVIOUS ATTEMPT IS STILL OPEN MEANS THAT
      * ATTEMPT DIED WITHOUT LOGGING ITS END - A FAILED, UNTIMED RUN.
       OPEN-NEW-ATTEMPT.
           IF JOB-ATTEMPT-OPEN(WS-FOUND-IDX)
               ADD 1 TO WS-JOB-FAILED(WS-FOUND-IDX)
               ADD 1 TO WS-JOB-UNTIMED(WS-FOUND-IDX)
           END-IF.
           IF WS-JOB-LAST-START-DATE(WS-FOUND-IDX) = WS-ENTRY-DATE
               ADD 1 TO WS-JOB-RERUNS(WS-FOUND-IDX)
           END-IF.
           ADD 1 TO WS-JOB-RUNS(WS-FOUND-IDX).
           MOVE "Y" TO WS-JOB-OPEN-SWITCH(WS-FOUND-IDX).
           MOVE WS-ENTRY-SECONDS TO WS-JOB-OPEN-SECONDS(WS-FOUND-IDX).
           MOVE WS-ENTRY-DATE TO WS-JOB-LAST-START-DATE(WS-FOUND-IDX).

      * AN END WITH NO OPEN ATTEMPT (ITS START FELL IN THE PREVIOUS
      * MONTH, OR WAS NEVER LOGGED) IS STILL A RUN, JUST NOT A TIMED
      * ONE.
       CLOSE-CURRENT-ATTEMPT.
           IF JOB-ATTEMPT-OPEN(WS-FOUND-IDX)
               IF WS-ENTRY-SECONDS > WS-JOB-OPEN-SECONDS(WS-FOUND-IDX)
                   COMPUTE WS-JOB-SECONDS(WS-FOUND-IDX) =
                       WS-JOB-SECONDS(WS-FOUND-IDX) + WS-ENTRY-SECONDS
                       - WS-JOB-OPEN-SECONDS(WS-FOUND-IDX)
               END-IF
               MOVE "N" TO WS-JOB-OPEN-SWITCH(WS-FOUND-IDX)
           ELSE
               ADD 1 TO WS-JOB-RUNS(WS-FOUND-IDX)
               ADD 1 TO WS-JOB-UNTIMED(WS-FOUND-IDX)
           END-IF.
           IF WS-ENTRY-RETURN-CODE NOT < WS-FAILED-RC-FLOOR
               ADD 1 TO WS-JOB-FAILED(WS-FOUND-IDX)
           END-IF.

       FIND-OR-ADD-JOB.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
                      OR WS-FOUND-IDX > 0
               IF WS-JOB-ID(WS-JOB-IDX) = WS-ENTRY-JOB-ID
                       AND WS-JOB-SITE-ID(WS-JOB-IDX)
                           = WS-ENTRY-SITE-ID
                   MOVE WS-JOB-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               IF WS-JOB-COUNT < WS-MAX-JOBS
                   ADD 1 TO WS-JOB-COUNT
                   MOVE WS-JOB-COUNT TO WS-FOUND-IDX
                   INITIALIZE WS-JOB-ENTRY(WS-FOUND-IDX)
                   MOVE WS-ENTRY-JOB-ID TO WS-JOB-ID(WS-FOUND-IDX)
                   MOVE WS-ENTRY-SITE-ID
                       TO WS-JOB-SITE-ID(WS-FOUND-IDX)
                   MOVE "N" TO WS-JOB-OPEN-SWITCH(WS-FOUND-IDX)
                   PERFORM FIND-COST-CENTER
               ELSE
                   ADD 1 TO WS-JOB-OVERFLOW-COUNT
               END-IF
           END-IF.

      * THE JOB'S LINE FOR THIS SITE IF THERE IS ONE, OTHERWISE ITS
      * LINE FOR EVERY SITE, OTHERWISE UNMAPPED (SPACES).
       FIND-COST-CENTER.
           MOVE WS-UNMAPPED TO WS-JOB-COST-CENTER(WS-FOUND-IDX).
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-JOB-ID(WS-MAP-IDX) = WS-ENTRY-JOB-ID
                   IF WS-MAP-SITE-ID(WS-MAP-IDX) = WS-ENTRY-SITE-ID
                           AND WS-ENTRY-SITE-ID NOT = SPACES
                       MOVE WS-MAP-COST-CENTER(WS-MAP-IDX)
                           TO WS-JOB-COST-CENTER(WS-FOUND-IDX)
                       MOVE WS-MAP-COUNT TO WS-MAP-IDX
                   ELSE
                       IF WS-MAP-SITE-ID(WS-MAP-IDX) = SPACES
                           MOVE WS-MAP-COST-CENTER(WS-MAP-IDX)
                               TO WS-JOB-COST-CENTER(WS-FOUND-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * AN ATTEMPT STILL OPEN WHEN THE MONTH'S LOG RUNS OUT NEVER
      * LOGGED ITS END - COUNTED, NOT TIMED, NOT CALLED A FAILURE.
       CLOSE-OPEN-ATTEMPTS.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF JOB-ATTEMPT-OPEN(WS-JOB-IDX)
                   ADD 1 TO WS-JOB-UNTIMED(WS-JOB-IDX)
                   MOVE "N" TO WS-JOB-OPEN-SWITCH(WS-JOB-IDX)
               END-IF
               ADD WS-JOB-UNTIMED(WS-JOB-IDX) TO WS-TOTAL-UNTIMED
           END-PERFORM.

       ROLL-UP-BY-COST-CENTER.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF WS-JOB-COST-CENTER(WS-JOB-IDX) = WS-UNMAPPED
                   ADD 1 TO WS-UNMAPPED-JOB-COUNT
                   ADD WS-JOB-RUNS(WS-JOB-IDX) TO WS-UNMAPPED-RUNS
                   ADD WS-JOB-SECONDS(WS-JOB-IDX)
                       TO WS-UNMAPPED-SECONDS
               ELSE
                   PERFORM ADD-JOB-TO-COST-CENTER
               END-IF
           END-PERFORM.

       ADD-JOB-TO-COST-CENTER.
           MOVE 0 TO WS-CHG-FOUND-IDX.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
                      OR WS-CHG-FOUND-IDX > 0
               IF WS-CHG-COST-CENTER(WS-CHG-IDX)
                       = WS-JOB-COST-CENTER(WS-JOB-IDX)
                       AND WS-CHG-SITE-ID(WS-CHG-IDX)
                           = WS-JOB-SITE-ID(WS-JOB-IDX)
                   MOVE WS-CHG-IDX TO WS-CHG-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-CHG-FOUND-IDX = 0
               IF WS-CHG-COUNT < WS-MAX-CHG
                   ADD 1 TO WS-CHG-COUNT
                   MOVE WS-CHG-COUNT TO WS-CHG-FOUND-IDX
                   INITIALIZE WS-CHG-ENTRY(WS-CHG-FOUND-IDX)
                   MOVE WS-JOB-COST-CENTER(WS-JOB-IDX)
                       TO WS-CHG-COST-CENTER(WS-CHG-FOUND-IDX)
                   MOVE WS-JOB-SITE-ID(WS-JOB-IDX)
                       TO WS-CHG-SITE-ID(WS-CHG-FOUND-IDX)
                   MOVE "N" TO WS-CHG-DONE(WS-CHG-FOUND-IDX)
               ELSE
                   ADD 1 TO WS-CHG-OVERFLOW-COUNT
               END-IF
           END-IF.
           IF WS-CHG-FOUND-IDX > 0
               ADD 1 TO WS-CHG-JOBS(WS-CHG-FOUND-IDX)
               ADD WS-JOB-RUNS(WS-JOB-IDX)
                   TO WS-CHG-RUNS(WS-CHG-FOUND-IDX)
               ADD WS-JOB-RERUNS(WS-JOB-IDX)
                   TO WS-CHG-RERUNS(WS-CHG-FOUND-IDX)
               ADD WS-JOB-FAILED(WS-JOB-IDX)
                   TO WS-CHG-FAILED(WS-CHG-FOUND-IDX)
               ADD WS-JOB-SECONDS(WS-JOB-IDX)
                   TO WS-CHG-SECONDS(WS-CHG-FOUND-IDX)
           END-IF.

       PRINT-SUMMARY-HEADER.
           DISPLAY "================================================".
           DISPLAY "BATCH CHARGEBACK BY COST CENTER".
           DISPLAY "PERIOD        : " WS-PERIOD
               " (" WS-MONTH-FIRST-DATE " - " WS-MONTH-LAST-DATE ")".
           IF SOURCE-IS-CONS
               DISPLAY "SOURCE        : CONSOLIDATED FILE "
                   FUNCTION TRIM(WS-SOURCE-FILE-NAME)
           ELSE
               DISPLAY "SOURCE        : GENERATIONS OF "
                   FUNCTION TRIM(WS-SOURCE-FILE-NAME)
                   " (" WS-DAYS-READ " DAYS READ)"
           END-IF.
           DISPLAY "COST CENTERS  : "
               FUNCTION TRIM(WS-COSTCTR-FILE-NAME)
               " (" WS-MAP-COUNT " LINES)".
           DISPLAY "EXTRACT       : "
               FUNCTION TRIM(WS-EXTRACT-FILE-NAME).
           DISPLAY "ENTRIES READ  : " WS-ENTRIES-READ.
           IF MONTH-NOT-YET-OVER
               DISPLAY "*** THE MONTH IS NOT OVER - FIGURES ARE "
                   "MONTH-TO-DATE ***"
           END-IF.
           DISPLAY "================================================".
           DISPLAY "COST CENTER SITE  JOBS    RUNS  RERUNS  FAILED"
               "   RUN-MINUTES".

       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO CHARGEBACK-HEADER-RECORD.
           MOVE "H" TO CHH-RECORD-TYPE.
           MOVE WS-PERIOD TO CHH-PERIOD.
           MOVE WS-TODAY-DATE TO CHH-RUN-DATE.
           MOVE WS-NOW-TIME TO CHH-RUN-TIME.
           MOVE WS-SOURCE TO CHH-SOURCE.
           MOVE WS-SOURCE-FILE-NAME TO CHH-SOURCE-FILE-NAME.
           WRITE CHARGEBACK-HEADER-RECORD.
           IF NOT EXTRACT-FILE-OK
               PERFORM ABANDON-EXTRACT
           END-IF.

      * PICKS THE LOWEST COST CENTER NOT YET WRITTEN AND WRITES ALL OF
      * ITS SITES, LOWEST SITE FIRST, THEN ITS SUBTOTAL LINE - SO THE
      * EXTRACT AND THE PRINTED SUMMARY COME OUT IN THE SAME ORDER.
       WRITE-NEXT-COST-CENTER.
           PERFORM FIND-NEXT-CHG-ROW.
           IF WS-NEXT-CHG-IDX > 0
               MOVE WS-CHG-COST-CENTER(WS-NEXT-CHG-IDX)
                   TO WS-CURRENT-COST-CENTER
               MOVE 0 TO WS-SUB-RUNS WS-SUB-RERUNS WS-SUB-FAILED
                         WS-SUB-MINUTES
               PERFORM UNTIL WS-NEXT-CHG-IDX = 0
                   PERFORM WRITE-ONE-CHARGEBACK-DETAIL
                   PERFORM FIND-NEXT-CHG-ROW
                   IF WS-NEXT-CHG-IDX > 0
                       IF WS-CHG-COST-CENTER(WS-NEXT-CHG-IDX)
                               NOT = WS-CURRENT-COST-CENTER
                           MOVE 0 TO WS-NEXT-CHG-IDX
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM PRINT-COST-CENTER-SUBTOTAL
           END-IF.

       FIND-NEXT-CHG-ROW.
           MOVE 0 TO WS-NEXT-CHG-IDX.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF WS-CHG-DONE(WS-CHG-IDX) = "N"
                   IF WS-NEXT-CHG-IDX = 0
                       MOVE WS-CHG-IDX TO WS-NEXT-CHG-IDX
                   ELSE
                       IF WS-CHG-COST-CENTER(WS-CHG-IDX)
                               < WS-CHG-COST-CENTER(WS-NEXT-CHG-IDX)
                           OR (WS-CHG-COST-CENTER(WS-CHG-IDX)
                               = WS-CHG-COST-CENTER(WS-NEXT-CHG-IDX)
                           AND WS-CHG-SITE-ID(WS-CHG-IDX)
                               < WS-CHG-SITE-ID(WS-NEXT-CHG-IDX))
                           MOVE WS-CHG-IDX TO WS-NEXT-CHG-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-ONE-CHARGEBACK-DETAIL.
           MOVE "Y" TO WS-CHG-DONE(WS-NEXT-CHG-IDX).
           MOVE SPACES TO CHARGEBACK-DETAIL-RECORD.
           MOVE "D" TO CHB-RECORD-TYPE.
           MOVE WS-PERIOD TO CHB-PERIOD.
           MOVE WS-CHG-COST-CENTER(WS-NEXT-CHG-IDX) TO CHB-COST-CENTER.
           MOVE WS-CHG-SITE-ID(WS-NEXT-CHG-IDX) TO CHB-SITE-ID.
           MOVE WS-CHG-JOBS(WS-NEXT-CHG-IDX) TO CHB-JOB-COUNT.
           MOVE WS-CHG-RUNS(WS-NEXT-CHG-IDX) TO CHB-RUN-COUNT.
           MOVE WS-CHG-RERUNS(WS-NEXT-CHG-IDX) TO CHB-RERUN-COUNT.
           MOVE WS-CHG-FAILED(WS-NEXT-CHG-IDX) TO CHB-FAILED-COUNT.
           COMPUTE CHB-RUN-MINUTES ROUNDED =
               WS-CHG-SECONDS(WS-NEXT-CHG-IDX) / 60.
           WRITE CHARGEBACK-DETAIL-RECORD.
           IF NOT EXTRACT-FILE-OK
               PERFORM ABANDON-EXTRACT
           END-IF.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-CHG-RUNS(WS-NEXT-CHG-IDX)
               TO WS-SUB-RUNS WS-TOTAL-RUNS.
           ADD WS-CHG-RERUNS(WS-NEXT-CHG-IDX)
               TO WS-SUB-RERUNS WS-TOTAL-RERUNS.
           ADD WS-CHG-FAILED(WS-NEXT-CHG-IDX)
               TO WS-SUB-FAILED WS-TOTAL-FAILED.
           ADD CHB-RUN-MINUTES TO WS-SUB-MINUTES WS-TOTAL-MINUTES.
           MOVE WS-CHG-JOBS(WS-NEXT-CHG-IDX) TO WS-JOBS-EDIT.
           MOVE WS-CHG-RUNS(WS-NEXT-CHG-IDX) TO WS-RUNS-EDIT.
           MOVE WS-CHG-RERUNS(WS-NEXT-CHG-IDX) TO WS-RERUNS-EDIT.
           MOVE WS-CHG-FAILED(WS-NEXT-CHG-IDX) TO WS-FAILED-EDIT.
           MOVE CHB-RUN-MINUTES TO WS-MINUTES-EDIT.
           DISPLAY CHB-COST-CENTER "  " CHB-SITE-ID " " WS-JOBS-EDIT
               " " WS-RUNS-EDIT " " WS-RERUNS-EDIT " " WS-FAILED-EDIT
               " " WS-MINUTES-EDIT.

       PRINT-COST-CENTER-SUBTOTAL.
           MOVE WS-SUB-RUNS TO WS-RUNS-EDIT.
           MOVE WS-SUB-RERUNS TO WS-RERUNS-EDIT.
           MOVE WS-SUB-FAILED TO WS-FAILED-EDIT.
           MOVE WS-SUB-MINUTES TO WS-MINUTES-EDIT.
           DISPLAY WS-CURRENT-COST-CENTER "  TOTAL      "
               WS-RUNS-EDIT " " WS-RERUNS-EDIT " " WS-FAILED-EDIT
               " " WS-MINUTES-EDIT.
           DISPLAY " ".

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO CHARGEBACK-TRAILER-RECORD.
           MOVE "T" TO CHT-RECORD-TYPE.
           MOVE WS-PERIOD TO CHT-PERIOD.
           MOVE WS-DETAIL-COUNT TO CHT-DETAIL-COUNT.
           MOVE WS-TOTAL-RUNS TO CHT-TOTAL-RUNS.
           MOVE WS-TOTAL-RERUNS TO CHT-TOTAL-RERUNS.
           MOVE WS-TOTAL-FAILED TO CHT-TOTAL-FAILED.
           MOVE WS-TOTAL-MINUTES TO CHT-TOTAL-RUN-MINUTES.
           WRITE CHARGEBACK-TRAILER-RECORD.
           IF NOT EXTRACT-FILE-OK
               PERFORM ABANDON-EXTRACT
           END-IF.

      * AN EXTRACT THAT COULD NOT BE WRITTEN IN FULL MUST NOT REACH
      * FINANCE LOOKING COMPLETE - THE RUN STOPS AT THE FAILED RECORD
      * AND ENDS 12 SO THE SCHEDULER HOLDS THE TRANSFER.
       ABANDON-EXTRACT.
           DISPLAY "UNABLE TO WRITE CHARGEBACK EXTRACT "
               FUNCTION TRIM(WS-EXTRACT-FILE-NAME)
               " - STATUS " WS-EXTRACT-STATUS
               " - EXTRACT INCOMPLETE, DO NOT LOAD".
           CLOSE EXTRACT-FILE.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

      * EVERY JOB NOBODY WILL BE BILLED FOR, WITH WHAT IT USED.
       PRINT-UNMAPPED-JOBS.
           DISPLAY "================================================".
           DISPLAY "JOBS WITH NO COST CENTER (NOT IN THE EXTRACT):".
           IF WS-UNMAPPED-JOB-COUNT = 0
               DISPLAY "  (NONE)"
           ELSE
               DISPLAY "JOB      SITE            RUNS  RERUNS  FAILED"
                   "   RUN-MINUTES"
               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                       UNTIL WS-JOB-IDX > WS-JOB-COUNT
                   IF WS-JOB-COST-CENTER(WS-JOB-IDX) = WS-UNMAPPED
                       PERFORM PRINT-ONE-UNMAPPED-JOB
                   END-IF
               END-PERFORM
           END-IF.

       PRINT-ONE-UNMAPPED-JOB.
           MOVE WS-JOB-RUNS(WS-JOB-IDX) TO WS-RUNS-EDIT.
           MOVE WS-JOB-RERUNS(WS-JOB-IDX) TO WS-RERUNS-EDIT.
           MOVE WS-JOB-FAILED(WS-JOB-IDX) TO WS-FAILED-EDIT.
           COMPUTE WS-MINUTES ROUNDED = WS-JOB-SECONDS(WS-JOB-IDX) / 60.
           MOVE WS-MINUTES TO WS-MINUTES-EDIT.
           DISPLAY WS-JOB-ID(WS-JOB-IDX) " "
               WS-JOB-SITE-ID(WS-JOB-IDX) "       "
               WS-RUNS-EDIT " " WS-RERUNS-EDIT " " WS-FAILED-EDIT
               " " WS-MINUTES-EDIT.

       PRINT-SUMMARY-TOTALS.
           DISPLAY "================================================".
           MOVE WS-TOTAL-MINUTES TO WS-MINUTES-EDIT.
           DISPLAY "EXTRACT DETAIL RECORDS    : " WS-DETAIL-COUNT.
           DISPLAY "RUNS BILLED               : " WS-TOTAL-RUNS.
           DISPLAY "RERUNS BILLED             : " WS-TOTAL-RERUNS.
           DISPLAY "FAILED ATTEMPTS BILLED    : " WS-TOTAL-FAILED.
           DISPLAY "RUN-MINUTES BILLED        : " WS-MINUTES-EDIT.
           COMPUTE WS-MINUTES ROUNDED = WS-UNMAPPED-SECONDS / 60.
           MOVE WS-MINUTES TO WS-MINUTES-EDIT.
           DISPLAY "UNMAPPED JOBS             : " WS-UNMAPPED-JOB-COUNT
               " (" WS-UNMAPPED-RUNS " RUNS, "
               FUNCTION TRIM(WS-MINUTES-EDIT) " MINUTES UNBILLED)".
           DISPLAY "ATTEMPTS NOT TIMED        : " WS-TOTAL-UNTIMED
               " (START OR END NOT LOGGED)".
           IF SOURCE-IS-LOG
               DISPLAY "DAYS WITH NO LOG          : "
                   WS-MISSING-DAY-COUNT
                   " (" WS-DAYS-NOT-EXPECTED
                   " MORE NOT EXPECTED TO RUN)"
               IF WS-SITE-ID = SPACES
                   DISPLAY "CALENDAR SITE             : "
                       "(SHOP-WIDE ENTRIES ONLY)"
               ELSE
                   DISPLAY "CALENDAR SITE             : " WS-SITE-ID
               END-IF
               IF CALENDAR-CONSULTED AND NOT CAL-FILE-LOADED
                   DISPLAY "  ... NO CALENDAR FILE - WEEKDAYS ONLY, "
                       "HOLIDAYS WILL SHOW AS DAYS WITH NO LOG"
               END-IF
               PERFORM VARYING WS-MISSING-DAY-IDX FROM 1 BY 1
                       UNTIL WS-MISSING-DAY-IDX > WS-MISSING-DAY-COUNT
                   DISPLAY "  NO GENERATION OR LIVE ENTRIES FOR "
                       WS-MISSING-DAY(WS-MISSING-DAY-IDX)
               END-PERFORM
           END-IF.
           IF COSTCTR-FILE-OK AND WS-MAP-COUNT = 0
               DISPLAY "  ... NO USABLE LINES IN "
                   FUNCTION TRIM(WS-COSTCTR-FILE-NAME)
                   " - EVERY JOB IS UNMAPPED"
           END-IF.
           IF WS-MAP-OVERFLOW-COUNT > 0
               DISPLAY "  ... " WS-MAP-OVERFLOW-COUNT
                   " COST CENTER LINE(S) NOT LOADED - TABLE LIMIT OF "
                   WS-MAX-MAPS " REACHED"
           END-IF.
           IF WS-JOB-OVERFLOW-COUNT > 0
               DISPLAY "  ... " WS-JOB-OVERFLOW-COUNT
                   " ENTRIES FOR UNTRACKED JOBS - TABLE LIMIT OF "
                   WS-MAX-JOBS " REACHED"
           END-IF.
           IF WS-CHG-OVERFLOW-COUNT > 0
               DISPLAY "  ... " WS-CHG-OVERFLOW-COUNT
                   " JOB(S) NOT ROLLED UP - TABLE LIMIT OF "
                   WS-MAX-CHG " REACHED"
           END-IF.
