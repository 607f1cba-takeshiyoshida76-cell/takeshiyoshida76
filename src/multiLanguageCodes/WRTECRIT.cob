       IDENTIFICATION                      DIVISION.
       PROGRAM-ID. WRTECRIT.
       AUTHOR. TY.

      * CRITICAL-PATH AND BATCH-WINDOW OVERRUN REPORT. WHEN THE NIGHT
      * RUNS PAST ITS DEADLINE THE MORNING QUESTION IS "WHICH JOB MADE
      * US LATE?" - WRTESEQ ONLY SAYS WHETHER THE ORDERING RULES HELD
      * AND WRTERPT ONLY WHICH JOBS BROKE THEIR OWN SLA. THIS PROGRAM
      * LAYS THE PREDS.CTL RULES OVER THE NIGHT'S ACTUAL START AND END
      * ENTRIES (FIRST START, LAST END PER JOB - THE SAME PAIRING
      * WRTESEQ USES) AND REPORTS:
      *   - THE CRITICAL PATH: FROM THE LAST JOB TO FINISH, BACK
      *     THROUGH THE PREDECESSOR EACH JOB WAS ACTUALLY WAITING ON
      *     (ITS LATEST-ENDING PREDECESSOR), TO A JOB NO PREDECESSOR
      *     HELD BACK - THE CHAIN THAT DECIDED WHEN THE WINDOW CLOSED;
      *   - EVERY COMPLETED JOB'S SLACK: HOW MUCH LATER IT COULD HAVE
      *     FINISHED WITHOUT MOVING THE END OF THE WINDOW, GIVEN THE
      *     RUNTIMES ITS SUCCESSORS ACTUALLY HAD;
      *   - THE OVERRUN PAST THE DEADLINE, ATTRIBUTED TO THE JOBS AND
      *     WAITS ON THE PATH IN PROPORTION TO HOW FAR EACH RAN OVER
      *     ITS USUAL - A PATH JOB'S RUNTIME OVER ITS AVERAGE FOR THE
      *     LOOKBACK GENERATIONS, A WAIT BETWEEN PATH JOBS LONGER THAN
      *     THE RELEASE ALLOWANCE, AND A FIRST PATH JOB STARTING LATER
      *     THAN IT USUALLY DOES. OVERRUN LEFT OVER ONCE EVERY EXCESS
      *     IS COUNTED IS REPORTED AS THE PATH'S USUAL LENGTH ALREADY
      *     MISSING THE DEADLINE (OR AS NO HISTORY TO JUDGE BY);
      *   - EVERY JOB WHOSE START WAS HELD BACK BY WAITING ON A
      *     PREDECESSOR RATHER THAN LATE BY ITS OWN RUNTIME: IT STARTED
      *     WITHIN THE RELEASE ALLOWANCE OF ITS PREDECESSOR'S END, AND
      *     LATER THAN IT USUALLY STARTS.
      *
      * INVOKE WITH A JCL PARM OF
      * "YYYYMMDD[,FILENAME[,PREDFILE[,DEADLINEHHMM]]]" - IF OMITTED,
      * TODAY'S DATE, MYFILE.TXT, PREDS.CTL AND BATCH-DEADLINE-HHMM
      * FROM WRTECFG.CTL (0600 WHEN NOT CONFIGURED). THE RELEASE
      * ALLOWANCE IS PRED-RELEASE-SECS (DEFAULT 300) AND THE HISTORY
      * IS THE LOOKBACK-DAYS NIGHTS BEFORE THE BUSINESS DATE'S
      * (DEFAULT 30), BOTH FROM WRTECFG.CTL. THE BATCH WINDOW
      * STRADDLES MIDNIGHT (SEE WRTESHFT), SO THE NIGHT OF A BUSINESS
      * DATE RUNS FROM BATCH-WINDOW-START-HHMM (DEFAULT 1800) ON THE
      * DAY BEFORE IT UP TO THE SAME TIME ON THE BUSINESS DATE ITSELF,
      * WHEN THE NEXT NIGHT OPENS; THE DEADLINE FALLS INSIDE THAT
      * SPAN, ON THE BUSINESS DATE, SO A JOB RUNNING ON PAST IT IS
      * STILL SEEN. EACH NIGHT IS READ FROM THE GENERATIONS OF BOTH
      * DATES IT TOUCHES (OR THE LIVE FILE FOR A DAY NOT YET ROTATED)
      * AND EVERY TIME IS HELD AS DAY-INTEGER * 86400 + SECONDS, LESS
      * THE MOMENT THE NIGHT OPENED, AS WRTESEQ AND WRTERPT DO ACROSS
      * MIDNIGHT. ENDS 0 WHEN THE
      * WINDOW MET ITS DEADLINE, 4 WHEN THE PICTURE IS INCOMPLETE (NO
      * RULES, A JOB STARTED WITH NO END, TABLES FULL), 8 WHEN THE
      * WINDOW OVERRAN, 12 WHEN THE LOG COULD NOT BE OPENED.

       ENVIRONMENT                         DIVISION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL IN-FILE
           ASSIGN TO DYNAMIC WS-SCAN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FILE-STATUS-CODE.

      * DELIBERATELY NOT OPTIONAL: WITHOUT THE RULES THERE IS NO PATH
      * TO FOLLOW, AND A REPORT NAMING THE LAST JOB AS THE WHOLE
      * CRITICAL PATH WOULD LOOK LIKE AN ANSWER WHEN IT IS NOT ONE.
           SELECT PRED-FILE
           ASSIGN TO DYNAMIC WS-PRED-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRED-STATUS.

           SELECT OPTIONAL CONFIG-FILE
           ASSIGN TO DYNAMIC WS-CONFIG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CONFIG-STATUS.

       DATA                                DIVISION.
       FILE                                SECTION.
       FD IN-FILE.
           COPY LOGREC01.

       FD PRED-FILE.
       01 PRED-REC                         PIC X(80).

       FD CONFIG-FILE.
       01 CONFIG-REC                       PIC X(80).

       WORKING-STORAGE                     SECTION.
       01 FILE-STATUS-CODE                 PIC X(2).
          88 FILE-OK                       VALUE "00" "05".
       01 WS-SCAN-OPEN-STATUS              PIC X(2).
          88 SCAN-FILE-PRESENT             VALUE "00".
       01 WS-PRED-STATUS                   PIC X(2).
          88 PRED-FILE-OK                  VALUE "00".

       01 WS-EOF-SWITCH                    PIC X(1) VALUE "N".
          88 EOF-REACHED                   VALUE "Y".
       01 WS-PRED-EOF-SWITCH               PIC X(1) VALUE "N".
          88 PRED-EOF-REACHED              VALUE "Y".

       01 WS-LOG-FILE-NAME                 PIC X(40)
          VALUE "MYFILE.TXT".
       01 WS-PRED-FILE-NAME                PIC X(40)
          VALUE "PREDS.CTL".
       01 WS-SCAN-FILE-NAME                PIC X(45).
       01 WS-PARM-STRING                   PIC X(100).
       01 WS-BUSINESS-DATE                 PIC 9(8).
       01 WS-BUSINESS-DATE-TEXT            PIC X(8).
       01 WS-PARM-DEADLINE-TEXT            PIC X(4).

       01 WS-CONFIG-FILE-NAME              PIC X(40)
          VALUE "WRTECFG.CTL".
       01 WS-CONFIG-STATUS                 PIC X(2).
          88 CONFIG-FILE-OK                VALUE "00" "05".
       01 WS-CONFIG-EOF-SWITCH             PIC X(1).
          88 CONFIG-EOF-REACHED            VALUE "Y".
       01 WS-CONFIG-KEYWORD                PIC X(24).
       01 WS-CONFIG-VALUE-TEXT             PIC X(10).
       01 WS-CONFIG-VALUE-LEN              PIC 9(2).

      * THE DEADLINE IS A CLOCK TIME ON THE BUSINESS DATE ITSELF; THE
      * WINDOW OPENS AT ITS OWN CLOCK TIME THE EVENING BEFORE.
       01 WS-DEADLINE-HHMM                 PIC 9(4) VALUE 0600.
       01 WS-DEADLINE-PARTS REDEFINES WS-DEADLINE-HHMM.
          05 WS-DEADLINE-HH                PIC 9(2).
          05 WS-DEADLINE-MM                PIC 9(2).
       01 WS-DEADLINE-SOURCE               PIC X(7) VALUE "DEFAULT".
       01 WS-WINDOW-OPEN-HHMM              PIC 9(4) VALUE 1800.
       01 WS-WINDOW-OPEN-PARTS REDEFINES WS-WINDOW-OPEN-HHMM.
          05 WS-WINDOW-OPEN-HH             PIC 9(2).
          05 WS-WINDOW-OPEN-MM             PIC 9(2).
       01 WS-WINDOW-OPEN-DAY-SECS          PIC S9(9) COMP.
       01 WS-RELEASE-SECS                  PIC 9(5) VALUE 300.
       01 WS-LOOKBACK-DAYS                 PIC 9(4) VALUE 30.
       01 WS-MAX-LOOKBACK-DAYS             PIC 9(4) VALUE 366.

       01 WS-START-HITS                    PIC 9(2).
       01 WS-END-HITS                      PIC 9(2).

      * ONE NIGHT'S FIRST START AND LAST END PER JOB, AS SECONDS
      * SINCE THE NIGHT OPENED, READ FROM THE TWO DATES THE NIGHT
      * TOUCHES - FILLED FOR THE BUSINESS DATE'S NIGHT AND THEN FOR
      * EACH HISTORY NIGHT IN TURN. A NIGHT IS NAMED BY THE DATE IT
      * ENDS ON.
       01 WS-NIGHT-DATE                    PIC 9(8).
       01 WS-NIGHT-EVE-DATE                PIC 9(8).
       01 WS-NIGHT-OPEN-STAMP              PIC S9(18) COMP.
       01 WS-SCAN-FILE-DATE                PIC 9(8).
       01 WS-LIVE-LOG-SWITCH               PIC X(1).
          88 LIVE-LOG-UNREADABLE           VALUE "Y".
       01 WS-LIVE-OPEN-STATUS              PIC X(2).
       01 WS-SCAN-COUNT                    PIC 9(4) VALUE 0.
       01 WS-SCAN-IDX                      PIC 9(4).
       01 WS-SCAN-FOUND-IDX                PIC 9(4).
       01 WS-SCAN-OVERFLOW-COUNT           PIC 9(4) VALUE 0.
       01 WS-SCAN-TABLE.
          05 WS-SCAN-ENTRY OCCURS 200 TIMES.
             10 WS-SCAN-JOB-ID             PIC X(8).
             10 WS-SCAN-HAS-START          PIC X(1).
             10 WS-SCAN-HAS-END            PIC X(1).
             10 WS-SCAN-START-SECS         PIC S9(9) COMP.
             10 WS-SCAN-END-SECS           PIC S9(9) COMP.

      * THE BUSINESS DATE'S JOBS. TIMES ARE HELD AS SECONDS SINCE THE
      * NIGHT OPENED; THE USUAL FIGURES ARE THE HISTORY AVERAGES, ON
      * THE SAME FOOTING, SO A USUAL START BEFORE AND AFTER MIDNIGHT
      * AVERAGES CORRECTLY.
       01 WS-JOB-COUNT                     PIC 9(4) VALUE 0.
       01 WS-MAX-JOBS                      PIC 9(4) VALUE 200.
       01 WS-JOB-IDX                       PIC 9(4).
       01 WS-FOUND-IDX                     PIC 9(4).
       01 WS-JOB-TABLE.
          05 WS-JOB-ENTRY OCCURS 200 TIMES.
             10 WS-JOB-ID                  PIC X(8).
             10 WS-JOB-HAS-START           PIC X(1).
             10 WS-JOB-HAS-END             PIC X(1).
             10 WS-JOB-COMPLETE-SWITCH     PIC X(1).
                88 JOB-COMPLETE            VALUE "Y".
             10 WS-JOB-START-SECS          PIC S9(9) COMP.
             10 WS-JOB-END-SECS            PIC S9(9) COMP.
             10 WS-JOB-RUN-SECS            PIC S9(9) COMP.
             10 WS-JOB-GATE-IDX            PIC 9(4).
             10 WS-JOB-WAIT-SECS           PIC S9(9) COMP.
             10 WS-JOB-LATEST-FINISH       PIC S9(9) COMP.
             10 WS-JOB-SLACK-SECS          PIC S9(9) COMP.
             10 WS-JOB-ON-PATH-SWITCH      PIC X(1).
                88 JOB-ON-PATH             VALUE "Y".
             10 WS-JOB-HIST-RUNS           PIC 9(4).
             10 WS-JOB-HIST-RUN-SUM        PIC S9(12) COMP.
             10 WS-JOB-HIST-START-SUM      PIC S9(12) COMP.
             10 WS-JOB-USUAL-RUN           PIC S9(9) COMP.
             10 WS-JOB-USUAL-START         PIC S9(9) COMP.

       01 WS-PRED-LINE-SUCCESSOR           PIC X(8).
       01 WS-PRED-LINE-PREDECESSOR         PIC X(8).
       01 WS-RULE-COUNT                    PIC 9(4) VALUE 0.
       01 WS-MAX-RULES                     PIC 9(4) VALUE 200.
       01 WS-RULE-IDX                      PIC 9(4).
       01 WS-RULE-OVERFLOW-COUNT           PIC 9(4) VALUE 0.
       01 WS-RULE-TABLE.
          05 WS-RULE-ENTRY OCCURS 200 TIMES.
             10 WS-RULE-SUCCESSOR          PIC X(8).
             10 WS-RULE-PREDECESSOR        PIC X(8).
             10 WS-RULE-SUCC-IDX           PIC 9(4).
             10 WS-RULE-PRED-IDX           PIC 9(4).

       01 WS-SUCC-IDX                      PIC 9(4).
       01 WS-PRED-IDX                      PIC 9(4).
       01 WS-NEW-FINISH                    PIC S9(9) COMP.
       01 WS-RELAX-SWITCH                  PIC X(1).
          88 FINISH-TIGHTENED              VALUE "Y".
       01 WS-RELAX-PASSES                  PIC 9(4).

       01 WS-STAMP-TIME                    PIC 9(6).
       01 WS-STAMP-PARTS REDEFINES WS-STAMP-TIME.
          05 WS-STAMP-HH                   PIC 9(2).
          05 WS-STAMP-MM                   PIC 9(2).
          05 WS-STAMP-SS                   PIC 9(2).
       01 WS-STAMP-DAY-INT                 PIC S9(18) COMP.
       01 WS-STAMP-SECS                    PIC S9(9) COMP.

       01 WS-DAY-OFFSET                    PIC 9(4).
       01 WS-GENERATIONS-READ              PIC 9(4) VALUE 0.
       01 WS-HIST-RUN-SECS                 PIC S9(9) COMP.

      * THE NIGHT AS A WHOLE.
       01 WS-WINDOW-START-SECS             PIC S9(9) COMP VALUE 0.
       01 WS-WINDOW-END-SECS               PIC S9(9) COMP VALUE 0.
       01 WS-WINDOW-FIRST-IDX              PIC 9(4) VALUE 0.
       01 WS-WINDOW-LAST-IDX               PIC 9(4) VALUE 0.
       01 WS-DEADLINE-SECS                 PIC S9(9) COMP.
       01 WS-OVERRUN-SECS                  PIC S9(9) COMP VALUE 0.
       01 WS-COMPLETE-COUNT                PIC 9(4) VALUE 0.
       01 WS-NO-END-COUNT                  PIC 9(4) VALUE 0.
       01 WS-WAITED-COUNT                  PIC 9(4) VALUE 0.

      * THE CRITICAL PATH IN RUN ORDER, AND THE EXCESS ITEMS ON IT THE
      * OVERRUN IS SHARED OUT OVER.
       01 WS-PATH-LENGTH                   PIC 9(4) VALUE 0.
       01 WS-PATH-IDX                      PIC 9(4).
       01 WS-PATH-TABLE.
          05 WS-PATH-JOB-IDX               PIC 9(4) OCCURS 200 TIMES.
       01 WS-BACK-TABLE.
          05 WS-BACK-JOB-IDX               PIC 9(4) OCCURS 200 TIMES.
       01 WS-BACK-IDX                      PIC 9(4).

       01 WS-ITEM-COUNT                    PIC 9(4) VALUE 0.
       01 WS-ITEM-IDX                      PIC 9(4).
       01 WS-ITEM-TABLE.
          05 WS-ITEM-ENTRY OCCURS 600 TIMES.
             10 WS-ITEM-KIND               PIC X(10).
             10 WS-ITEM-JOB-IDX            PIC 9(4).
             10 WS-ITEM-OTHER-IDX          PIC 9(4).
             10 WS-ITEM-EXCESS-SECS        PIC S9(9) COMP.
             10 WS-ITEM-SHARE-SECS         PIC S9(9) COMP.
       01 WS-ITEM-EXCESS                   PIC S9(9) COMP.
       01 WS-TOTAL-EXCESS-SECS             PIC S9(9) COMP VALUE 0.
       01 WS-SHARED-SECS                   PIC S9(9) COMP VALUE 0.
       01 WS-UNEXPLAINED-SECS              PIC S9(9) COMP VALUE 0.
       01 WS-LARGEST-ITEM-IDX              PIC 9(4).
       01 WS-NO-HISTORY-SWITCH             PIC X(1) VALUE "N".
          88 PATH-LACKS-HISTORY            VALUE "Y".

      * PRINT EDITING.
       01 WS-CLOCK-TEXT                    PIC X(8).
       01 WS-CLOCK-SECS                    PIC S9(9) COMP.
       01 WS-CLOCK-HH                      PIC 9(2).
       01 WS-CLOCK-MM                      PIC 9(2).
       01 WS-CLOCK-SS                      PIC 9(2).
       01 WS-MINUTES-EDIT                  PIC -(4)9.9.
       01 WS-MINUTES-EDIT-2                PIC -(4)9.9.
       01 WS-MINUTES-EDIT-3                PIC -(4)9.9.
       01 WS-PATH-STEP-EDIT                PIC ZZ9.
       01 WS-USUAL-TEXT                    PIC X(9).
       01 WS-PATH-FLAG                     PIC X(8).

      * GRADED CONDITION CODE FOR THE SCHEDULER - 0 WINDOW MET ITS
      * DEADLINE, 4 INCOMPLETE PICTURE, 8 WINDOW OVERRAN, 12 COULD NOT
      * RUN.
       01 WS-GRADED-RC                     PIC 9(2) VALUE 0.

       PROCEDURE                           DIVISION.
       MAIN-LOGIC                          SECTION.
           PERFORM LOAD-SHOP-CONFIGURATION.
           PERFORM GET-PARAMETERS.
           PERFORM LOAD-PREDECESSOR-RULES.
           PERFORM LOAD-NIGHT-START-END-PAIRS.
           PERFORM LOAD-RUNTIME-HISTORY.
           PERFORM RESOLVE-RULES-TO-JOBS.
           PERFORM MEASURE-BATCH-WINDOW.
           PERFORM FIND-GATING-PREDECESSORS.
           PERFORM TRACE-CRITICAL-PATH.
           PERFORM COMPUTE-JOB-SLACK.
           PERFORM ATTRIBUTE-OVERRUN.
           PERFORM PRINT-CRITICAL-PATH-REPORT.
           PERFORM SET-GRADED-RETURN-CODE.
           STOP RUN.

       SET-GRADED-RETURN-CODE.
           MOVE 0 TO WS-GRADED-RC.
           IF WS-RULE-COUNT = 0 OR WS-NO-END-COUNT > 0
                   OR WS-RULE-OVERFLOW-COUNT > 0
                   OR WS-SCAN-OVERFLOW-COUNT > 0
               MOVE 4 TO WS-GRADED-RC
           END-IF.
           IF WS-OVERRUN-SECS > 0
               MOVE 8 TO WS-GRADED-RC
           END-IF.
           MOVE WS-GRADED-RC TO RETURN-CODE.

      * SAME PARM SHAPE AS WRTESEQ, WITH THE DEADLINE AS A FOURTH
      * FIELD THAT BEATS THE CONFIGURED ONE FOR A SINGLE RUN.
       GET-PARAMETERS.
           MOVE SPACES TO WS-PARM-DEADLINE-TEXT.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           ELSE
               UNSTRING WS-PARM-STRING DELIMITED BY ","
                   INTO WS-BUSINESS-DATE-TEXT WS-LOG-FILE-NAME
                        WS-PRED-FILE-NAME WS-PARM-DEADLINE-TEXT
               END-UNSTRING
               MOVE WS-BUSINESS-DATE-TEXT TO WS-BUSINESS-DATE
               IF WS-LOG-FILE-NAME = SPACES
                   MOVE "MYFILE.TXT" TO WS-LOG-FILE-NAME
               END-IF
               IF WS-PRED-FILE-NAME = SPACES
                   MOVE "PREDS.CTL" TO WS-PRED-FILE-NAME
               END-IF
               IF WS-PARM-DEADLINE-TEXT IS NUMERIC
                       AND WS-PARM-DEADLINE-TEXT(1:2) < "24"
                       AND WS-PARM-DEADLINE-TEXT(3:2) < "60"
                   MOVE WS-PARM-DEADLINE-TEXT TO WS-DEADLINE-HHMM
                   MOVE "PARM   " TO WS-DEADLINE-SOURCE
               END-IF
           END-IF.
           IF WS-LOOKBACK-DAYS > WS-MAX-LOOKBACK-DAYS
               MOVE WS-MAX-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
           END-IF.

      * READS THE SHOP CONFIGURATION FILE ONCE AT STARTUP, BEFORE THE
      * PARM SO A PER-RUN DEADLINE STILL WINS. THE DEADLINE MUST BE A
      * REAL CLOCK TIME; A MISSING FILE LEAVES THE COMPILED DEFAULTS.
       LOAD-SHOP-CONFIGURATION.
           MOVE "N" TO WS-CONFIG-EOF-SWITCH.
           OPEN INPUT CONFIG-FILE.
           IF CONFIG-FILE-OK
               PERFORM UNTIL CONFIG-EOF-REACHED
                   READ CONFIG-FILE
                       AT END
                           SET CONFIG-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM APPLY-CONFIG-LINE
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.

       APPLY-CONFIG-LINE.
           MOVE SPACES TO WS-CONFIG-KEYWORD WS-CONFIG-VALUE-TEXT.
           UNSTRING CONFIG-REC DELIMITED BY "="
               INTO WS-CONFIG-KEYWORD WS-CONFIG-VALUE-TEXT
           END-UNSTRING.
           COMPUTE WS-CONFIG-VALUE-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-CONFIG-VALUE-TEXT)).
           IF WS-CONFIG-VALUE-LEN > 0
               IF WS-CONFIG-VALUE-TEXT(1:WS-CONFIG-VALUE-LEN)
                       IS NUMERIC
                   EVALUATE WS-CONFIG-KEYWORD
                       WHEN "BATCH-DEADLINE-HHMM"
                           IF WS-CONFIG-VALUE-LEN = 4
                                   AND WS-CONFIG-VALUE-TEXT(1:2) < "24"
                                   AND WS-CONFIG-VALUE-TEXT(3:2) < "60"
                               MOVE WS-CONFIG-VALUE-TEXT(1:4)
                                   TO WS-DEADLINE-HHMM
                               MOVE "CONFIG " TO WS-DEADLINE-SOURCE
                           END-IF
                       WHEN "BATCH-WINDOW-START-HHMM"
                           IF WS-CONFIG-VALUE-LEN = 4
                                   AND WS-CONFIG-VALUE-TEXT(1:2) < "24"
                                   AND WS-CONFIG-VALUE-TEXT(3:2) < "60"
                               MOVE WS-CONFIG-VALUE-TEXT(1:4)
                                   TO WS-WINDOW-OPEN-HHMM
                           END-IF
                       WHEN "PRED-RELEASE-SECS"
                           IF WS-CONFIG-VALUE-LEN NOT > 5
                               MOVE WS-CONFIG-VALUE-TEXT
                                       (1:WS-CONFIG-VALUE-LEN)
                                   TO WS-RELEASE-SECS
                           END-IF
                       WHEN "LOOKBACK-DAYS"
                           IF WS-CONFIG-VALUE-LEN NOT > 4
                               MOVE WS-CONFIG-VALUE-TEXT
                                       (1:WS-CONFIG-VALUE-LEN)
                                   TO WS-LOOKBACK-DAYS
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

      * SAME LOAD AS WRTESEQ'S - ONE SUCCESSOR,PREDECESSOR PAIR PER
      * LINE - EXCEPT THAT A FILE THAT WILL NOT OPEN ENDS THE RUN.
       LOAD-PREDECESSOR-RULES.
           OPEN INPUT PRED-FILE.
           IF NOT PRED-FILE-OK
               DISPLAY "UNABLE TO OPEN PREDECESSOR CONTROL FILE "
                   FUNCTION TRIM(WS-PRED-FILE-NAME)
                   " - STATUS " WS-PRED-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL PRED-EOF-REACHED
               READ PRED-FILE
                   AT END
                       SET PRED-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM STORE-RULE-LINE
               END-READ
           END-PERFORM.
           CLOSE PRED-FILE.
           IF WS-RULE-COUNT = 0
               DISPLAY "PREDECESSOR CONTROL FILE "
                   FUNCTION TRIM(WS-PRED-FILE-NAME)
                   " IS EMPTY - EVERY JOB WILL STAND ON ITS OWN"
           END-IF.

       STORE-RULE-LINE.
           MOVE SPACES TO WS-PRED-LINE-SUCCESSOR
               WS-PRED-LINE-PREDECESSOR.
           UNSTRING PRED-REC DELIMITED BY ","
               INTO WS-PRED-LINE-SUCCESSOR WS-PRED-LINE-PREDECESSOR
           END-UNSTRING.
           IF WS-PRED-LINE-SUCCESSOR NOT = SPACES
                   AND WS-PRED-LINE-PREDECESSOR NOT = SPACES
               IF WS-RULE-COUNT < WS-MAX-RULES
                   ADD 1 TO WS-RULE-COUNT
                   MOVE WS-PRED-LINE-SUCCESSOR
                       TO WS-RULE-SUCCESSOR(WS-RULE-COUNT)
                   MOVE WS-PRED-LINE-PREDECESSOR
                       TO WS-RULE-PREDECESSOR(WS-RULE-COUNT)
               ELSE
                   ADD 1 TO WS-RULE-OVERFLOW-COUNT
               END-IF
           END-IF.

      * THE BUSINESS DATE'S OWN NIGHT. A LIVE LOG THAT WILL NOT OPEN
      * ENDS THE RUN; A MISSING ONE (OPTIONAL OPEN STATUS "05") IS A
      * NIGHT WITH NOTHING IN IT AND IS REPORTED AS SUCH. THE DEADLINE
      * IS PUT ON THE SAME FOOTING AS THE JOB TIMES HERE, WHILE THE
      * BUSINESS NIGHT'S OPENING IS STILL THE ONE IN HAND.
       LOAD-NIGHT-START-END-PAIRS.
           COMPUTE WS-WINDOW-OPEN-DAY-SECS =
               WS-WINDOW-OPEN-HH * 3600 + WS-WINDOW-OPEN-MM * 60.
           MOVE WS-BUSINESS-DATE TO WS-NIGHT-DATE.
           PERFORM SCAN-LOG-FOR-NIGHT.
           IF LIVE-LOG-UNREADABLE
               DISPLAY "UNABLE TO OPEN LOG FILE "
                   FUNCTION TRIM(WS-LOG-FILE-NAME)
                   " - STATUS " WS-LIVE-OPEN-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-STAMP-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
           COMPUTE WS-DEADLINE-SECS =
               (WS-STAMP-DAY-INT * 86400)
               + (WS-DEADLINE-HH * 3600) + (WS-DEADLINE-MM * 60)
               - WS-NIGHT-OPEN-STAMP.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-SCAN-COUNT
               PERFORM STORE-NIGHT-JOB
           END-PERFORM.

       STORE-NIGHT-JOB.
           ADD 1 TO WS-JOB-COUNT.
           MOVE WS-JOB-COUNT TO WS-JOB-IDX.
           INITIALIZE WS-JOB-ENTRY(WS-JOB-IDX).
           MOVE WS-SCAN-JOB-ID(WS-SCAN-IDX) TO WS-JOB-ID(WS-JOB-IDX).
           MOVE WS-SCAN-HAS-START(WS-SCAN-IDX)
               TO WS-JOB-HAS-START(WS-JOB-IDX).
           MOVE WS-SCAN-HAS-END(WS-SCAN-IDX)
               TO WS-JOB-HAS-END(WS-JOB-IDX).
           MOVE WS-SCAN-START-SECS(WS-SCAN-IDX)
               TO WS-JOB-START-SECS(WS-JOB-IDX).
           MOVE WS-SCAN-END-SECS(WS-SCAN-IDX)
               TO WS-JOB-END-SECS(WS-JOB-IDX).
           MOVE "N" TO WS-JOB-COMPLETE-SWITCH(WS-JOB-IDX)
                       WS-JOB-ON-PATH-SWITCH(WS-JOB-IDX).
           IF WS-JOB-HAS-START(WS-JOB-IDX) = "Y"
               IF WS-JOB-HAS-END(WS-JOB-IDX) = "Y"
                       AND WS-JOB-END-SECS(WS-JOB-IDX)
                           NOT < WS-JOB-START-SECS(WS-JOB-IDX)
                   SET JOB-COMPLETE(WS-JOB-IDX) TO TRUE
                   ADD 1 TO WS-COMPLETE-COUNT
                   COMPUTE WS-JOB-RUN-SECS(WS-JOB-IDX) =
                       WS-JOB-END-SECS(WS-JOB-IDX)
                       - WS-JOB-START-SECS(WS-JOB-IDX)
               ELSE
                   ADD 1 TO WS-NO-END-COUNT
               END-IF
           END-IF.

      * THE USUAL RUNTIME AND START OF EVERY JOB THAT RAN TONIGHT,
      * AVERAGED OVER THE LOOKBACK NIGHTS BEFORE THE BUSINESS DATE'S,
      * EACH READ ACROSS ITS OWN MIDNIGHT THE SAME WAY.
       LOAD-RUNTIME-HISTORY.
           PERFORM VARYING WS-DAY-OFFSET FROM 1 BY 1
                   UNTIL WS-DAY-OFFSET > WS-LOOKBACK-DAYS
               COMPUTE WS-NIGHT-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   - WS-DAY-OFFSET)
               PERFORM SCAN-LOG-FOR-NIGHT
               IF WS-SCAN-COUNT > 0
                   ADD 1 TO WS-GENERATIONS-READ
                   PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                           UNTIL WS-SCAN-IDX > WS-SCAN-COUNT
                       PERFORM FOLD-HISTORY-JOB
                   END-PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF WS-JOB-HIST-RUNS(WS-JOB-IDX) > 0
                   COMPUTE WS-JOB-USUAL-RUN(WS-JOB-IDX) ROUNDED =
                       WS-JOB-HIST-RUN-SUM(WS-JOB-IDX)
                       / WS-JOB-HIST-RUNS(WS-JOB-IDX)
                   COMPUTE WS-JOB-USUAL-START(WS-JOB-IDX) ROUNDED =
                       WS-JOB-HIST-START-SUM(WS-JOB-IDX)
                       / WS-JOB-HIST-RUNS(WS-JOB-IDX)
               END-IF
           END-PERFORM.

       FOLD-HISTORY-JOB.
           IF WS-SCAN-HAS-START(WS-SCAN-IDX) = "Y"
                   AND WS-SCAN-HAS-END(WS-SCAN-IDX) = "Y"
                   AND WS-SCAN-END-SECS(WS-SCAN-IDX)
                       NOT < WS-SCAN-START-SECS(WS-SCAN-IDX)
               MOVE 0 TO WS-FOUND-IDX
               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                       UNTIL WS-JOB-IDX > WS-JOB-COUNT
                          OR WS-FOUND-IDX > 0
                   IF WS-JOB-ID(WS-JOB-IDX)
                           = WS-SCAN-JOB-ID(WS-SCAN-IDX)
                       MOVE WS-JOB-IDX TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-FOUND-IDX > 0
                   COMPUTE WS-HIST-RUN-SECS =
                       WS-SCAN-END-SECS(WS-SCAN-IDX)
                       - WS-SCAN-START-SECS(WS-SCAN-IDX)
                   ADD 1 TO WS-JOB-HIST-RUNS(WS-FOUND-IDX)
                   ADD WS-HIST-RUN-SECS
                       TO WS-JOB-HIST-RUN-SUM(WS-FOUND-IDX)
                   ADD WS-SCAN-START-SECS(WS-SCAN-IDX)
                       TO WS-JOB-HIST-START-SUM(WS-FOUND-IDX)
               END-IF
           END-IF.

      * FILLS THE SCAN TABLE FOR THE NIGHT ENDING ON WS-NIGHT-DATE:
      * THE EVENING BEFORE FROM THE WINDOW OPENING ON, THEN THE
      * BUSINESS DATE UP TO THE NEXT OPENING. AS IN WRTETRND, A DAY
      * NOT YET ROTATED OUT OF THE LIVE FILE IS LOOKED FOR THERE WHEN
      * ITS GENERATION IS MISSING; EACH PASS TAKES ONLY ENTRIES DATED
      * THE DAY IT IS FOR, SO THE LIVE FILE READ TWICE COUNTS NOTHING
      * TWICE.
       SCAN-LOG-FOR-NIGHT.
           MOVE 0 TO WS-SCAN-COUNT.
           MOVE "N" TO WS-LIVE-LOG-SWITCH.
           COMPUTE WS-STAMP-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-NIGHT-DATE) - 1.
           COMPUTE WS-NIGHT-EVE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-STAMP-DAY-INT).
           COMPUTE WS-NIGHT-OPEN-STAMP =
               (WS-STAMP-DAY-INT * 86400) + WS-WINDOW-OPEN-DAY-SECS.
           MOVE WS-NIGHT-EVE-DATE TO WS-SCAN-FILE-DATE.
           PERFORM SCAN-ONE-DAY-OF-NIGHT.
           MOVE WS-NIGHT-DATE TO WS-SCAN-FILE-DATE.
           PERFORM SCAN-ONE-DAY-OF-NIGHT.

       SCAN-ONE-DAY-OF-NIGHT.
           MOVE SPACES TO WS-SCAN-FILE-NAME.
           STRING WS-LOG-FILE-NAME  DELIMITED BY SPACE
                  "."               DELIMITED BY SIZE
                  WS-SCAN-FILE-DATE DELIMITED BY SIZE
                  INTO WS-SCAN-FILE-NAME
           END-STRING.
           PERFORM SCAN-LOG-FOR-DATE.
           IF NOT SCAN-FILE-PRESENT
               MOVE WS-LOG-FILE-NAME TO WS-SCAN-FILE-NAME
               PERFORM SCAN-LOG-FOR-DATE
               IF WS-SCAN-OPEN-STATUS NOT = "00"
                       AND WS-SCAN-OPEN-STATUS NOT = "05"
                   SET LIVE-LOG-UNREADABLE TO TRUE
                   MOVE WS-SCAN-OPEN-STATUS TO WS-LIVE-OPEN-STATUS
               END-IF
           END-IF.

      * READS ONE FILE FOR ONE DATE INTO THE SCAN TABLE - FIRST START
      * (OR RESTART) AND LAST END PER JOB INSIDE THE NIGHT, CLASSIFIED
      * EXACTLY AS WRTESEQ'S TRACK-JOB-START-END DOES. THE OPEN STATUS
      * IS KEPT SO A GENERATION THAT WAS REALLY ON DISK CAN BE TOLD
      * FROM ONE THAT WAS NOT.
       SCAN-LOG-FOR-DATE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT IN-FILE.
           MOVE FILE-STATUS-CODE TO WS-SCAN-OPEN-STATUS.
           IF FILE-OK
               PERFORM UNTIL EOF-REACHED
                   READ IN-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           IF LOG-DATE OF LOG-RECORD
                                   = WS-SCAN-FILE-DATE
                                   AND LOG-TIME OF LOG-RECORD
                                       IS NUMERIC
                               PERFORM TRACK-ENTRY-IN-NIGHT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IN-FILE
           END-IF.

      * ONLY AN ENTRY BETWEEN THIS NIGHT'S OPENING AND THE NEXT ONE'S
      * BELONGS TO IT - THE EVENING OF THE BUSINESS DATE IS THE NEXT
      * NIGHT'S START, NOT THIS NIGHT'S LAST JOB.
       TRACK-ENTRY-IN-NIGHT.
           MOVE LOG-TIME OF LOG-RECORD TO WS-STAMP-TIME.
           PERFORM COMPUTE-STAMP-SECONDS.
           IF WS-STAMP-SECS NOT < 0 AND WS-STAMP-SECS < 86400
               PERFORM TRACK-JOB-START-END
           END-IF.

       TRACK-JOB-START-END.
           MOVE 0 TO WS-START-HITS.
           MOVE 0 TO WS-END-HITS.
           EVALUATE LOG-EVENT-TYPE OF LOG-RECORD
               WHEN "S"
               WHEN "R"
                   MOVE 1 TO WS-START-HITS
               WHEN "E"
                   MOVE 1 TO WS-END-HITS
               WHEN "M"
               WHEN "I"
                   CONTINUE
               WHEN OTHER
                   INSPECT LOG-MESSAGE OF LOG-RECORD
                       TALLYING WS-START-HITS FOR ALL "START"
                   INSPECT LOG-MESSAGE OF LOG-RECORD
                       TALLYING WS-END-HITS FOR ALL "END"
           END-EVALUATE.
           IF WS-START-HITS > 0 OR WS-END-HITS > 0
               PERFORM FIND-OR-ADD-SCAN-JOB
               IF WS-SCAN-FOUND-IDX > 0
                   IF WS-START-HITS > 0
                       IF WS-SCAN-HAS-START(WS-SCAN-FOUND-IDX) NOT = "Y"
                               OR WS-STAMP-SECS <
                                  WS-SCAN-START-SECS(WS-SCAN-FOUND-IDX)
                           MOVE "Y"
                               TO WS-SCAN-HAS-START(WS-SCAN-FOUND-IDX)
                           MOVE WS-STAMP-SECS
                               TO WS-SCAN-START-SECS(WS-SCAN-FOUND-IDX)
                       END-IF
                   END-IF
                   IF WS-END-HITS > 0
                       IF WS-SCAN-HAS-END(WS-SCAN-FOUND-IDX) NOT = "Y"
                               OR WS-STAMP-SECS NOT <
                                  WS-SCAN-END-SECS(WS-SCAN-FOUND-IDX)
                           MOVE "Y"
                               TO WS-SCAN-HAS-END(WS-SCAN-FOUND-IDX)
                           MOVE WS-STAMP-SECS
                               TO WS-SCAN-END-SECS(WS-SCAN-FOUND-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-OR-ADD-SCAN-JOB.
           MOVE 0 TO WS-SCAN-FOUND-IDX.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-SCAN-COUNT
                      OR WS-SCAN-FOUND-IDX > 0
               IF WS-SCAN-JOB-ID(WS-SCAN-IDX) = LOG-JOB-ID OF LOG-RECORD
                   MOVE WS-SCAN-IDX TO WS-SCAN-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-SCAN-FOUND-IDX = 0
               IF WS-SCAN-COUNT < WS-MAX-JOBS
                   ADD 1 TO WS-SCAN-COUNT
                   MOVE WS-SCAN-COUNT TO WS-SCAN-FOUND-IDX
                   MOVE LOG-JOB-ID OF LOG-RECORD
                       TO WS-SCAN-JOB-ID(WS-SCAN-COUNT)
                   MOVE "N" TO WS-SCAN-HAS-START(WS-SCAN-COUNT)
                               WS-SCAN-HAS-END(WS-SCAN-COUNT)
                   MOVE 0 TO WS-SCAN-START-SECS(WS-SCAN-COUNT)
                             WS-SCAN-END-SECS(WS-SCAN-COUNT)
               ELSE
                   IF WS-NIGHT-DATE = WS-BUSINESS-DATE
                       ADD 1 TO WS-SCAN-OVERFLOW-COUNT
                   END-IF
               END-IF
           END-IF.

      * SECONDS SINCE THE NIGHT OPENED OF AN HHMMSS LOG TIME ON THE
      * DATE BEING SCANNED - THE DAY PART CARRIES THE NIGHT ACROSS
      * MIDNIGHT, AS IN WRTESEQ'S COMPARE-RULE-TIMESTAMPS.
       COMPUTE-STAMP-SECONDS.
           COMPUTE WS-STAMP-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-SCAN-FILE-DATE).
           COMPUTE WS-STAMP-SECS =
               (WS-STAMP-DAY-INT * 86400)
               + (WS-STAMP-HH * 3600)
               + (WS-STAMP-MM * 60) + WS-STAMP-SS
               - WS-NIGHT-OPEN-STAMP.

      * TIES EACH RULE TO THE NIGHT'S JOB TABLE ONCE, SO THE PASSES
      * BELOW WORK ON SUBSCRIPTS. A RULE EITHER OF WHOSE JOBS DID NOT
      * COMPLETE TONIGHT TAKES NO PART IN THE PATH OR THE SLACK.
       RESOLVE-RULES-TO-JOBS.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               MOVE 0 TO WS-RULE-SUCC-IDX(WS-RULE-IDX)
                         WS-RULE-PRED-IDX(WS-RULE-IDX)
               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                       UNTIL WS-JOB-IDX > WS-JOB-COUNT
                   IF JOB-COMPLETE(WS-JOB-IDX)
                       IF WS-JOB-ID(WS-JOB-IDX)
                               = WS-RULE-SUCCESSOR(WS-RULE-IDX)
                           MOVE WS-JOB-IDX
                               TO WS-RULE-SUCC-IDX(WS-RULE-IDX)
                       END-IF
                       IF WS-JOB-ID(WS-JOB-IDX)
                               = WS-RULE-PREDECESSOR(WS-RULE-IDX)
                           MOVE WS-JOB-IDX
                               TO WS-RULE-PRED-IDX(WS-RULE-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      * THE WINDOW RUNS FROM THE FIRST START TO THE LAST END AMONG THE
      * JOBS THAT COMPLETED. ITS LAST JOB IS WHERE THE PATH ENDS.
       MEASURE-BATCH-WINDOW.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF JOB-COMPLETE(WS-JOB-IDX)
                   IF WS-WINDOW-FIRST-IDX = 0
                           OR WS-JOB-START-SECS(WS-JOB-IDX)
                               < WS-WINDOW-START-SECS
                       MOVE WS-JOB-IDX TO WS-WINDOW-FIRST-IDX
                       MOVE WS-JOB-START-SECS(WS-JOB-IDX)
                           TO WS-WINDOW-START-SECS
                   END-IF
                   IF WS-WINDOW-LAST-IDX = 0
                           OR WS-JOB-END-SECS(WS-JOB-IDX)
                               > WS-WINDOW-END-SECS
                       MOVE WS-JOB-IDX TO WS-WINDOW-LAST-IDX
                       MOVE WS-JOB-END-SECS(WS-JOB-IDX)
                           TO WS-WINDOW-END-SECS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-WINDOW-LAST-IDX > 0
                   AND WS-WINDOW-END-SECS > WS-DEADLINE-SECS
               COMPUTE WS-OVERRUN-SECS =
                   WS-WINDOW-END-SECS - WS-DEADLINE-SECS
           END-IF.

      * A JOB'S GATING PREDECESSOR IS THE LAST OF ITS COMPLETED
      * PREDECESSORS TO END AT OR BEFORE ITS OWN START - THE ONE IT
      * WAS ACTUALLY HELD FOR. A PREDECESSOR THAT ENDED AFTER THE JOB
      * STARTED WAS NOT WAITED ON (WRTESEQ REPORTS THAT AS A BREACH).
       FIND-GATING-PREDECESSORS.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               MOVE WS-RULE-SUCC-IDX(WS-RULE-IDX) TO WS-SUCC-IDX
               MOVE WS-RULE-PRED-IDX(WS-RULE-IDX) TO WS-PRED-IDX
               IF WS-SUCC-IDX > 0 AND WS-PRED-IDX > 0
                       AND WS-SUCC-IDX NOT = WS-PRED-IDX
                   IF WS-JOB-END-SECS(WS-PRED-IDX)
                           NOT > WS-JOB-START-SECS(WS-SUCC-IDX)
                       IF WS-JOB-GATE-IDX(WS-SUCC-IDX) = 0
                           MOVE WS-PRED-IDX
                               TO WS-JOB-GATE-IDX(WS-SUCC-IDX)
                       ELSE
                           IF WS-JOB-END-SECS(WS-PRED-IDX) >
                                   WS-JOB-END-SECS(
                                       WS-JOB-GATE-IDX(WS-SUCC-IDX))
                               MOVE WS-PRED-IDX
                                   TO WS-JOB-GATE-IDX(WS-SUCC-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF WS-JOB-GATE-IDX(WS-JOB-IDX) > 0
                   COMPUTE WS-JOB-WAIT-SECS(WS-JOB-IDX) =
                       WS-JOB-START-SECS(WS-JOB-IDX)
                       - WS-JOB-END-SECS(WS-JOB-GATE-IDX(WS-JOB-IDX))
               END-IF
           END-PERFORM.

      * BACK FROM THE LAST JOB TO FINISH THROUGH EACH GATING
      * PREDECESSOR, THEN TURNED ROUND INTO RUN ORDER. EVERY STEP BACK
      * ENDS NO LATER THAN THE STEP AFTER IT STARTS, SO THE WALK
      * CANNOT LOOP; THE JOB COUNT BOUNDS IT REGARDLESS.
       TRACE-CRITICAL-PATH.
           MOVE 0 TO WS-BACK-IDX.
           MOVE WS-WINDOW-LAST-IDX TO WS-JOB-IDX.
           PERFORM UNTIL WS-JOB-IDX = 0
                      OR WS-BACK-IDX NOT < WS-JOB-COUNT
               ADD 1 TO WS-BACK-IDX
               MOVE WS-JOB-IDX TO WS-BACK-JOB-IDX(WS-BACK-IDX)
               SET JOB-ON-PATH(WS-JOB-IDX) TO TRUE
               MOVE WS-JOB-GATE-IDX(WS-JOB-IDX) TO WS-JOB-IDX
               IF WS-JOB-IDX > 0
                   IF JOB-ON-PATH(WS-JOB-IDX)
                       MOVE 0 TO WS-JOB-IDX
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-BACK-IDX TO WS-PATH-LENGTH.
           PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
                   UNTIL WS-PATH-IDX > WS-PATH-LENGTH
               MOVE WS-BACK-JOB-IDX(WS-PATH-LENGTH - WS-PATH-IDX + 1)
                   TO WS-PATH-JOB-IDX(WS-PATH-IDX)
           END-PERFORM.

      * LATEST FINISH: THE WINDOW END FOR A JOB NOTHING WAITED ON,
      * OTHERWISE THE EARLIEST OF ITS SUCCESSORS' LATEST FINISH LESS
      * THEIR ACTUAL RUNTIME. RELAXED OVER THE RULES UNTIL NOTHING
      * MOVES (AT MOST ONE PASS PER JOB ON AN ACYCLIC NIGHT). SLACK IS
      * LATEST FINISH LESS ACTUAL END.
       COMPUTE-JOB-SLACK.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               MOVE WS-WINDOW-END-SECS
                   TO WS-JOB-LATEST-FINISH(WS-JOB-IDX)
           END-PERFORM.
           MOVE "Y" TO WS-RELAX-SWITCH.
           MOVE 0 TO WS-RELAX-PASSES.
           PERFORM UNTIL NOT FINISH-TIGHTENED
                      OR WS-RELAX-PASSES > WS-JOB-COUNT
               MOVE "N" TO WS-RELAX-SWITCH
               ADD 1 TO WS-RELAX-PASSES
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   PERFORM RELAX-ONE-RULE
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF JOB-COMPLETE(WS-JOB-IDX)
                   COMPUTE WS-JOB-SLACK-SECS(WS-JOB-IDX) =
                       WS-JOB-LATEST-FINISH(WS-JOB-IDX)
                       - WS-JOB-END-SECS(WS-JOB-IDX)
                   IF WS-JOB-SLACK-SECS(WS-JOB-IDX) < 0
                       MOVE 0 TO WS-JOB-SLACK-SECS(WS-JOB-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      * ONLY RULES THAT HELD TONIGHT (PREDECESSOR ENDED BEFORE THE
      * SUCCESSOR STARTED) CONSTRAIN A PREDECESSOR'S FINISH.
       RELAX-ONE-RULE.
           MOVE WS-RULE-SUCC-IDX(WS-RULE-IDX) TO WS-SUCC-IDX.
           MOVE WS-RULE-PRED-IDX(WS-RULE-IDX) TO WS-PRED-IDX.
           IF WS-SUCC-IDX > 0 AND WS-PRED-IDX > 0
                   AND WS-SUCC-IDX NOT = WS-PRED-IDX
               IF WS-JOB-END-SECS(WS-PRED-IDX)
                       NOT > WS-JOB-START-SECS(WS-SUCC-IDX)
                   COMPUTE WS-NEW-FINISH =
                       WS-JOB-LATEST-FINISH(WS-SUCC-IDX)
                       - WS-JOB-RUN-SECS(WS-SUCC-IDX)
                   IF WS-NEW-FINISH < WS-JOB-LATEST-FINISH(WS-PRED-IDX)
                       MOVE WS-NEW-FINISH
                           TO WS-JOB-LATEST-FINISH(WS-PRED-IDX)
                       SET FINISH-TIGHTENED TO TRUE
                   END-IF
               END-IF
           END-IF.

      * EACH PATH STEP CAN CARRY UP TO THREE EXCESS ITEMS: THE FIRST
      * JOB STARTING LATER THAN USUAL, A WAIT LONGER THAN THE RELEASE
      * ALLOWANCE, AND A RUNTIME LONGER THAN USUAL. THE OVERRUN IS
      * SHARED OVER THEM IN PROPORTION (THE LARGEST ITEM TAKES THE
      * ROUNDING); WHEN THE EXCESSES DO NOT ADD UP TO THE OVERRUN THE
      * REST IS LEFT UNEXPLAINED BY ANY ONE JOB.
       ATTRIBUTE-OVERRUN.
           PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
                   UNTIL WS-PATH-IDX > WS-PATH-LENGTH
               MOVE WS-PATH-JOB-IDX(WS-PATH-IDX) TO WS-JOB-IDX
               IF WS-JOB-HIST-RUNS(WS-JOB-IDX) = 0
                   SET PATH-LACKS-HISTORY TO TRUE
               END-IF
               IF WS-PATH-IDX = 1
                       AND WS-JOB-HIST-RUNS(WS-JOB-IDX) > 0
                   COMPUTE WS-ITEM-EXCESS =
                       WS-JOB-START-SECS(WS-JOB-IDX)
                       - WS-JOB-USUAL-START(WS-JOB-IDX)
                   IF WS-ITEM-EXCESS > 0
                       MOVE "LATE START" TO WS-ITEM-KIND(
                           WS-ITEM-COUNT + 1)
                       MOVE 0 TO WS-PRED-IDX
                       PERFORM ADD-EXCESS-ITEM
                   END-IF
               END-IF
               IF WS-PATH-IDX > 1
                   COMPUTE WS-ITEM-EXCESS =
                       WS-JOB-WAIT-SECS(WS-JOB-IDX) - WS-RELEASE-SECS
                   IF WS-ITEM-EXCESS > 0
                       MOVE "WAIT" TO WS-ITEM-KIND(WS-ITEM-COUNT + 1)
                       MOVE WS-JOB-GATE-IDX(WS-JOB-IDX) TO WS-PRED-IDX
                       PERFORM ADD-EXCESS-ITEM
                   END-IF
               END-IF
               IF WS-JOB-HIST-RUNS(WS-JOB-IDX) > 0
                   COMPUTE WS-ITEM-EXCESS =
                       WS-JOB-RUN-SECS(WS-JOB-IDX)
                       - WS-JOB-USUAL-RUN(WS-JOB-IDX)
                   IF WS-ITEM-EXCESS > 0
                       MOVE "RUNTIME" TO WS-ITEM-KIND(WS-ITEM-COUNT + 1)
                       MOVE 0 TO WS-PRED-IDX
                       PERFORM ADD-EXCESS-ITEM
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-OVERRUN-SECS > 0 AND WS-TOTAL-EXCESS-SECS > 0
               MOVE 1 TO WS-LARGEST-ITEM-IDX
               PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                       UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                   IF WS-TOTAL-EXCESS-SECS > WS-OVERRUN-SECS
                       COMPUTE WS-ITEM-SHARE-SECS(WS-ITEM-IDX) =
                           WS-OVERRUN-SECS
                           * WS-ITEM-EXCESS-SECS(WS-ITEM-IDX)
                           / WS-TOTAL-EXCESS-SECS
                   ELSE
                       MOVE WS-ITEM-EXCESS-SECS(WS-ITEM-IDX)
                           TO WS-ITEM-SHARE-SECS(WS-ITEM-IDX)
                   END-IF
                   ADD WS-ITEM-SHARE-SECS(WS-ITEM-IDX)
                       TO WS-SHARED-SECS
                   IF WS-ITEM-EXCESS-SECS(WS-ITEM-IDX) >
                           WS-ITEM-EXCESS-SECS(WS-LARGEST-ITEM-IDX)
                       MOVE WS-ITEM-IDX TO WS-LARGEST-ITEM-IDX
                   END-IF
               END-PERFORM
               IF WS-TOTAL-EXCESS-SECS > WS-OVERRUN-SECS
                   ADD WS-OVERRUN-SECS TO
                       WS-ITEM-SHARE-SECS(WS-LARGEST-ITEM-IDX)
                   SUBTRACT WS-SHARED-SECS FROM
                       WS-ITEM-SHARE-SECS(WS-LARGEST-ITEM-IDX)
                   MOVE WS-OVERRUN-SECS TO WS-SHARED-SECS
               END-IF
           END-IF.
           IF WS-OVERRUN-SECS > WS-SHARED-SECS
               COMPUTE WS-UNEXPLAINED-SECS =
                   WS-OVERRUN-SECS - WS-SHARED-SECS
           END-IF.

       ADD-EXCESS-ITEM.
           IF WS-ITEM-COUNT < 600
               ADD 1 TO WS-ITEM-COUNT
               MOVE WS-JOB-IDX TO WS-ITEM-JOB-IDX(WS-ITEM-COUNT)
               MOVE WS-PRED-IDX TO WS-ITEM-OTHER-IDX(WS-ITEM-COUNT)
               MOVE WS-ITEM-EXCESS TO WS-ITEM-EXCESS-SECS(WS-ITEM-COUNT)
               MOVE 0 TO WS-ITEM-SHARE-SECS(WS-ITEM-COUNT)
               ADD WS-ITEM-EXCESS TO WS-TOTAL-EXCESS-SECS
           END-IF.

       PRINT-CRITICAL-PATH-REPORT.
           DISPLAY "================================================".
           DISPLAY "CRITICAL PATH AND BATCH WINDOW REPORT".
           DISPLAY "BUSINESS DATE : " WS-BUSINESS-DATE.
           DISPLAY "SOURCE FILE   : "
               FUNCTION TRIM(WS-LOG-FILE-NAME).
           DISPLAY "RULE FILE     : "
               FUNCTION TRIM(WS-PRED-FILE-NAME)
               " (" WS-RULE-COUNT " RULES LOADED)".
           COMPUTE WS-NIGHT-EVE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) - 1).
           DISPLAY "WINDOW OPENS  : " WS-WINDOW-OPEN-HHMM
               " ON " WS-NIGHT-EVE-DATE.
           DISPLAY "DEADLINE      : " WS-DEADLINE-HHMM
               " ON " WS-BUSINESS-DATE
               " (" FUNCTION TRIM(WS-DEADLINE-SOURCE) ")".
           DISPLAY "HISTORY       : " WS-GENERATIONS-READ
               " OF THE LAST " WS-LOOKBACK-DAYS " NIGHTS ON FILE".
           DISPLAY "RELEASE ALLOW : " WS-RELEASE-SECS " SECONDS".
           DISPLAY "================================================".
           IF WS-WINDOW-LAST-IDX = 0
               DISPLAY "NO JOB BOTH STARTED AND ENDED IN THE NIGHT TO "
                   WS-BUSINESS-DATE " - NO WINDOW TO MEASURE"
           ELSE
               PERFORM PRINT-WINDOW-SUMMARY
               PERFORM PRINT-PATH-STEPS
               PERFORM PRINT-OVERRUN-ATTRIBUTION
               PERFORM PRINT-JOB-SLACK
               PERFORM PRINT-PREDECESSOR-WAITS
           END-IF.
           PERFORM PRINT-INCOMPLETE-JOBS.

       PRINT-WINDOW-SUMMARY.
           MOVE WS-WINDOW-START-SECS TO WS-CLOCK-SECS.
           PERFORM FORMAT-CLOCK-TEXT.
           DISPLAY "WINDOW OPENED : " WS-CLOCK-TEXT " ("
               FUNCTION TRIM(WS-JOB-ID(WS-WINDOW-FIRST-IDX))
               " STARTED)".
           MOVE WS-WINDOW-END-SECS TO WS-CLOCK-SECS.
           PERFORM FORMAT-CLOCK-TEXT.
           DISPLAY "WINDOW CLOSED : " WS-CLOCK-TEXT " ("
               FUNCTION TRIM(WS-JOB-ID(WS-WINDOW-LAST-IDX))
               " ENDED)".
           IF WS-OVERRUN-SECS > 0
               COMPUTE WS-MINUTES-EDIT ROUNDED = WS-OVERRUN-SECS / 60
               DISPLAY "OVERRUN       : "
                   FUNCTION TRIM(WS-MINUTES-EDIT)
                   " MINUTES PAST THE DEADLINE"
           ELSE
               COMPUTE WS-MINUTES-EDIT ROUNDED =
                   (WS-DEADLINE-SECS - WS-WINDOW-END-SECS) / 60
               DISPLAY "DEADLINE MET  : "
                   FUNCTION TRIM(WS-MINUTES-EDIT)
                   " MINUTES TO SPARE"
           END-IF.

      * ONE LINE PER PATH JOB IN RUN ORDER: WHEN IT WAS RELEASED (THE
      * WAIT ON THE JOB BEFORE IT), ITS START AND END, AND ITS RUNTIME
      * AGAINST ITS USUAL.
       PRINT-PATH-STEPS.
           DISPLAY "CRITICAL PATH (RUN ORDER):".
           DISPLAY "STEP JOB      START    END       RUN MIN   USUAL  "
               "WAIT MIN".
           PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
                   UNTIL WS-PATH-IDX > WS-PATH-LENGTH
               MOVE WS-PATH-JOB-IDX(WS-PATH-IDX) TO WS-JOB-IDX
               MOVE WS-PATH-IDX TO WS-PATH-STEP-EDIT
               MOVE WS-JOB-START-SECS(WS-JOB-IDX) TO WS-CLOCK-SECS
               PERFORM FORMAT-CLOCK-TEXT
               MOVE WS-CLOCK-TEXT TO WS-PATH-FLAG
               MOVE WS-JOB-END-SECS(WS-JOB-IDX) TO WS-CLOCK-SECS
               PERFORM FORMAT-CLOCK-TEXT
               COMPUTE WS-MINUTES-EDIT ROUNDED =
                   WS-JOB-RUN-SECS(WS-JOB-IDX) / 60
               PERFORM FORMAT-USUAL-RUNTIME
               COMPUTE WS-MINUTES-EDIT-3 ROUNDED =
                   WS-JOB-WAIT-SECS(WS-JOB-IDX) / 60
               IF WS-PATH-IDX = 1
                   DISPLAY " " WS-PATH-STEP-EDIT " "
                       WS-JOB-ID(WS-JOB-IDX) " "
                       WS-PATH-FLAG " " WS-CLOCK-TEXT " "
                       WS-MINUTES-EDIT " " WS-USUAL-TEXT
                       "       -"
               ELSE
                   DISPLAY " " WS-PATH-STEP-EDIT " "
                       WS-JOB-ID(WS-JOB-IDX) " "
                       WS-PATH-FLAG " " WS-CLOCK-TEXT " "
                       WS-MINUTES-EDIT " " WS-USUAL-TEXT " "
                       WS-MINUTES-EDIT-3 " ON "
                       FUNCTION TRIM(WS-JOB-ID(
                           WS-JOB-GATE-IDX(WS-JOB-IDX)))
               END-IF
           END-PERFORM.

       FORMAT-USUAL-RUNTIME.
           IF WS-JOB-HIST-RUNS(WS-JOB-IDX) > 0
               COMPUTE WS-MINUTES-EDIT-2 ROUNDED =
                   WS-JOB-USUAL-RUN(WS-JOB-IDX) / 60
               MOVE WS-MINUTES-EDIT-2 TO WS-USUAL-TEXT
           ELSE
               MOVE "   NO HIS" TO WS-USUAL-TEXT
           END-IF.

       PRINT-OVERRUN-ATTRIBUTION.
           IF WS-OVERRUN-SECS > 0
               DISPLAY "OVERRUN ATTRIBUTION:"
               PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                       UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                   PERFORM PRINT-ONE-ATTRIBUTION
               END-PERFORM
               IF WS-UNEXPLAINED-SECS > 0
                   COMPUTE WS-MINUTES-EDIT ROUNDED =
                       WS-UNEXPLAINED-SECS / 60
                   IF PATH-LACKS-HISTORY
                       DISPLAY "  " WS-MINUTES-EDIT " MIN  NOT "
                           "ATTRIBUTED - PATH JOBS WITH NO HISTORY TO "
                           "JUDGE AGAINST"
                   ELSE
                       DISPLAY "  " WS-MINUTES-EDIT " MIN  NOT "
                           "ATTRIBUTED - THE PATH'S USUAL LENGTH "
                           "ALREADY MISSES THE DEADLINE"
                   END-IF
               END-IF
           END-IF.

       PRINT-ONE-ATTRIBUTION.
           MOVE WS-ITEM-JOB-IDX(WS-ITEM-IDX) TO WS-JOB-IDX.
           COMPUTE WS-MINUTES-EDIT ROUNDED =
               WS-ITEM-SHARE-SECS(WS-ITEM-IDX) / 60.
           COMPUTE WS-MINUTES-EDIT-2 ROUNDED =
               WS-ITEM-EXCESS-SECS(WS-ITEM-IDX) / 60.
           EVALUATE WS-ITEM-KIND(WS-ITEM-IDX)
               WHEN "RUNTIME"
                   DISPLAY "  " WS-MINUTES-EDIT " MIN  "
                       WS-JOB-ID(WS-JOB-IDX) " RAN "
                       FUNCTION TRIM(WS-MINUTES-EDIT-2)
                       " MIN LONGER THAN USUAL"
               WHEN "WAIT"
                   DISPLAY "  " WS-MINUTES-EDIT " MIN  "
                       WS-JOB-ID(WS-JOB-IDX) " RELEASED "
                       FUNCTION TRIM(WS-MINUTES-EDIT-2)
                       " MIN PAST ALLOWANCE AFTER "
                       FUNCTION TRIM(WS-JOB-ID(
                           WS-ITEM-OTHER-IDX(WS-ITEM-IDX)))
               WHEN OTHER
                   DISPLAY "  " WS-MINUTES-EDIT " MIN  "
                       WS-JOB-ID(WS-JOB-IDX) " STARTED "
                       FUNCTION TRIM(WS-MINUTES-EDIT-2)
                       " MIN LATER THAN USUAL"
           END-EVALUATE.

       PRINT-JOB-SLACK.
           DISPLAY "JOB SLACK (COMPLETED JOBS):".
           DISPLAY "JOB      START    END       RUN MIN  SLACK MIN".
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF JOB-COMPLETE(WS-JOB-IDX)
                   MOVE WS-JOB-START-SECS(WS-JOB-IDX) TO WS-CLOCK-SECS
                   PERFORM FORMAT-CLOCK-TEXT
                   MOVE WS-CLOCK-TEXT TO WS-PATH-FLAG
                   MOVE WS-JOB-END-SECS(WS-JOB-IDX) TO WS-CLOCK-SECS
                   PERFORM FORMAT-CLOCK-TEXT
                   COMPUTE WS-MINUTES-EDIT ROUNDED =
                       WS-JOB-RUN-SECS(WS-JOB-IDX) / 60
                   COMPUTE WS-MINUTES-EDIT-2 ROUNDED =
                       WS-JOB-SLACK-SECS(WS-JOB-IDX) / 60
                   IF JOB-ON-PATH(WS-JOB-IDX)
                       DISPLAY WS-JOB-ID(WS-JOB-IDX) " "
                           WS-PATH-FLAG " " WS-CLOCK-TEXT " "
                           WS-MINUTES-EDIT "    " WS-MINUTES-EDIT-2
                           "  CRITICAL"
                   ELSE
                       DISPLAY WS-JOB-ID(WS-JOB-IDX) " "
                           WS-PATH-FLAG " " WS-CLOCK-TEXT " "
                           WS-MINUTES-EDIT "    " WS-MINUTES-EDIT-2
                   END-IF
               END-IF
           END-PERFORM.

      * A JOB RELEASED WITHIN THE ALLOWANCE OF ITS GATING
      * PREDECESSOR'S END WAS STARTED BY THAT END, NOT BY ITS OWN
      * SCHEDULE. IT IS NAMED WHEN THAT PUT ITS START LATER THAN USUAL
      * (OR WHEN THERE IS NO HISTORY TO SAY WHAT USUAL IS), WITH ITS
      * OWN RUNTIME BESIDE IT SO THE TWO CAUSES OF A LATE FINISH CAN
      * BE TOLD APART.
       PRINT-PREDECESSOR-WAITS.
           DISPLAY "JOBS HELD BACK WAITING ON A PREDECESSOR:".
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF WS-JOB-GATE-IDX(WS-JOB-IDX) > 0
                   IF WS-JOB-WAIT-SECS(WS-JOB-IDX)
                           NOT > WS-RELEASE-SECS
                       IF WS-JOB-HIST-RUNS(WS-JOB-IDX) = 0
                           PERFORM PRINT-ONE-PREDECESSOR-WAIT
                       ELSE
                           IF WS-JOB-START-SECS(WS-JOB-IDX) >
                                   WS-JOB-USUAL-START(WS-JOB-IDX)
                                   + WS-RELEASE-SECS
                               PERFORM PRINT-ONE-PREDECESSOR-WAIT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-WAITED-COUNT = 0
               DISPLAY "  (NONE)"
           END-IF.

       PRINT-ONE-PREDECESSOR-WAIT.
           ADD 1 TO WS-WAITED-COUNT.
           COMPUTE WS-MINUTES-EDIT ROUNDED =
               WS-JOB-RUN-SECS(WS-JOB-IDX) / 60.
           IF WS-JOB-HIST-RUNS(WS-JOB-IDX) = 0
               DISPLAY "  " WS-JOB-ID(WS-JOB-IDX) " STARTED ON "
                   FUNCTION TRIM(WS-JOB-ID(WS-JOB-GATE-IDX(WS-JOB-IDX)))
                   "'S END - NO HISTORY; RAN "
                   FUNCTION TRIM(WS-MINUTES-EDIT) " MIN"
           ELSE
               COMPUTE WS-MINUTES-EDIT-2 ROUNDED =
                   (WS-JOB-START-SECS(WS-JOB-IDX)
                    - WS-JOB-USUAL-START(WS-JOB-IDX)) / 60
               COMPUTE WS-MINUTES-EDIT-3 ROUNDED =
                   WS-JOB-USUAL-RUN(WS-JOB-IDX) / 60
               DISPLAY "  " WS-JOB-ID(WS-JOB-IDX) " STARTED "
                   FUNCTION TRIM(WS-MINUTES-EDIT-2)
                   " MIN LATE WAITING ON "
                   FUNCTION TRIM(WS-JOB-ID(WS-JOB-GATE-IDX(WS-JOB-IDX)))
                   "; RAN " FUNCTION TRIM(WS-MINUTES-EDIT)
                   " MIN (USUAL " FUNCTION TRIM(WS-MINUTES-EDIT-3) ")"
           END-IF.

      * JOBS THAT STARTED BUT NEVER LOGGED AN END ARE LEFT OUT OF THE
      * PATH AND THE SLACK - THEIR END IS UNKNOWN - BUT ARE NAMED SO
      * THE REPORT IS NOT MISTAKEN FOR THE WHOLE NIGHT.
       PRINT-INCOMPLETE-JOBS.
           IF WS-NO-END-COUNT > 0
               DISPLAY "STARTED WITH NO END (NOT IN THE PATH OR SLACK):"
               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                       UNTIL WS-JOB-IDX > WS-JOB-COUNT
                   IF WS-JOB-HAS-START(WS-JOB-IDX) = "Y"
                           AND NOT JOB-COMPLETE(WS-JOB-IDX)
                       DISPLAY "  " WS-JOB-ID(WS-JOB-IDX)
                   END-IF
               END-PERFORM
           END-IF.
           DISPLAY "================================================".
           DISPLAY "JOBS COMPLETED            : " WS-COMPLETE-COUNT.
           DISPLAY "JOBS ON CRITICAL PATH     : " WS-PATH-LENGTH.
           DISPLAY "JOBS HELD BY PREDECESSOR  : " WS-WAITED-COUNT.
           IF WS-RULE-OVERFLOW-COUNT > 0
               DISPLAY "  ... " WS-RULE-OVERFLOW-COUNT
                   " RULE(S) NOT LOADED - TABLE LIMIT OF "
                   WS-MAX-RULES " REACHED"
           END-IF.
           IF WS-SCAN-OVERFLOW-COUNT > 0
               DISPLAY "  ... " WS-SCAN-OVERFLOW-COUNT
                   " LOG ENTRIES FOR DISTINCT JOB IDS PAST THE "
                   WS-MAX-JOBS " JOB TABLE LIMIT WERE NOT TRACKED"
           END-IF.

      * TURNS SECONDS SINCE THE NIGHT OPENED BACK INTO A CLOCK TIME.
       FORMAT-CLOCK-TEXT.
           COMPUTE WS-CLOCK-SECS = FUNCTION MOD(
               WS-CLOCK-SECS + WS-WINDOW-OPEN-DAY-SECS, 86400).
           COMPUTE WS-CLOCK-HH = WS-CLOCK-SECS / 3600.
           COMPUTE WS-CLOCK-MM =
               FUNCTION MOD(WS-CLOCK-SECS, 3600) / 60.
           COMPUTE WS-CLOCK-SS = FUNCTION MOD(WS-CLOCK-SECS, 60).
           STRING WS-CLOCK-HH ":" WS-CLOCK-MM ":" WS-CLOCK-SS
               DELIMITED BY SIZE INTO WS-CLOCK-TEXT
           END-STRING.
