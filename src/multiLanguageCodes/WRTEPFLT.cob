       IDENTIFICATION                      DIVISION.
       PROGRAM-ID. WRTEPFLT.
       AUTHOR. TY.

      * PRE-FLIGHT CROSS-VALIDATION OF THE HAND-MAINTAINED CONTROL
      * FILES, RUN AHEAD OF THE NIGHTLY CHAIN SO A TYPING SLIP IS
      * CAUGHT BEFORE IT SPENDS A WEEK OF NIGHTS MASQUERADING AS A
      * BATCH PROBLEM - A CIRCULAR PREDECESSOR PAIR IN PREDS.CTL HAD
      * WRTESEQ FLAGGING BOTH JOBS EVERY NIGHT UNTIL SOMEBODY READ THE
      * FILE. EACH READER OF THESE FILES SKIPS OR DEFAULTS WHAT IT
      * CANNOT USE, WHICH KEEPS THE CHAIN RUNNING BUT HIDES THE SLIP;
      * THIS PROGRAM READS EVERY FILE THE WAY ITS READERS DO AND SAYS
      * OUT LOUD WHAT THEY WOULD QUIETLY SKIP. IT CHECKS:
      *   PREDS.CTL   - SELF-REFERENCES, PREDECESSOR CYCLES (EVERY
      *                 LOOP NAMED JOB BY JOB), JOBS WITH NO ON-CALL
      *                 ROSTER LINE, MORE RULES THAN WRTESEQ HOLDS;
      *   ONCALL.CTL  - JOB LINES, ROTA AND OVERRIDE LINES AS WRTEDISP
      *                 AND WRTEROTA PARSE THEM, A JOB ROSTERED TWICE
      *                 DIFFERENTLY, DUTY LINES FOR A GROUP NO JOB IS
      *                 IN;
      *   AUTHOPS.CTL - JOBID,USERID SHAPE, MORE PAIRS THAN WRTERPT
      *                 HOLDS;
      *   SITES.CTL   - SITEID,FILENAME[,HHMM] SHAPE AND CUTOFF, AND
      *                 TWO FEED LINES POINTING AT THE SAME FILE (ONE
      *                 SITE'S NUMBERS WOULD BE LOADED TWICE OR UNDER
      *                 THE WRONG SITE);
      *   WRTECFG.CTL - KEYWORD=VALUE SHAPE, KEYWORDS NO PROGRAM READS
      *                 (A MISSPELT KEYWORD IS SILENTLY IGNORED BY ALL
      *                 OF THEM), VALUES THE OWNING PROGRAM WOULD NOT
      *                 ACCEPT, A KEYWORD SET TWICE;
      *   CALENDAR.CTL- SITE,YYYYMMDD,TYPE SHAPE AND A DATE GIVEN TWICE
      *                 FOR THE SAME SITE;
      *   COSTCTR.CTL - JOBID,COSTCENTER[,SITE] SHAPE, A JOB MAPPED
      *                 TWICE FOR THE SAME SITE (WRTECHG WOULD BILL
      *                 ONLY ONE OF THE TWO DEPARTMENTS), MORE LINES
      *                 THAN WRTECHG HOLDS;
      *   BULK FILES  - WRTETIME'S JOBNAME,MESSAGE[,RC[,EVENTTYPE]]
      *                 SHAPE, FOR EACH CONTROL FILE NAMED ON THE PARM;
      * AND IN EVERY FILE, LINES REPEATED WORD FOR WORD AND LINES
      * RUNNING PAST THE 80 COLUMNS THE READERS TAKE IN.
      *
      * INVOKE WITH A JCL PARM OF "[FINDINGSFILE[,BULKFILE...]]" - UP
      * TO EIGHT BULK CONTROL FILES; IF OMITTED, FINDINGS GO TO
      * CONTROLS.CHK AND NO BULK FILES ARE CHECKED. THE FINDINGS FILE
      * IS A RUNDATE HEADER, ONE LINE PER FINDING AND A RESULT
      * TRAILER, THE SAME SHAPE AS WRTEVRFY'S. ENDS 0 WHEN EVERY FILE
      * IS CLEAN, 4 ON WARNINGS ONLY (DUPLICATE LINES, UNROSTERED
      * JOBS, A KEYWORD OR CALENDAR DATE SET TWICE, AN ABSENT
      * AUTHOPS.CTL OR COSTCTR.CTL), 8 ON ANY ERROR - THE SCHEDULER
      * SHOULD HOLD THE CHAIN - AND 12 WHEN THE FINDINGS FILE COULD
      * NOT BE WRITTEN.

       ENVIRONMENT                         DIVISION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
      * ONE SELECT SERVES EVERY CONTROL FILE IN TURN. OPTIONAL SO A
      * MISSING FILE COMES BACK AS OPEN STATUS "05" AND IS REPORTED AS
      * A FINDING INSTEAD OF ENDING THE RUN BEFORE THE OTHERS ARE SEEN.
           SELECT OPTIONAL CTL-FILE
           ASSIGN TO DYNAMIC WS-CTL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

           SELECT OPTIONAL FINDINGS-FILE
           ASSIGN TO DYNAMIC WS-FINDINGS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FINDINGS-STATUS.

       DATA                                DIVISION.
       FILE                                SECTION.
      * WIDER THAN THE 80 COLUMNS EVERY READER TAKES IN, SO A LINE
      * THE READERS WOULD TRUNCATE CAN BE SEEN TO BE TOO LONG.
       FD CTL-FILE.
       01 CTL-REC                          PIC X(200).

      * FIRST LINE IS A "RUNDATE " HEADER, THEN ONE LINE PER FINDING
      * TAGGED "ERROR   ", "WARNING " OR "NOTE    ", THEN A "RESULT  "
      * TRAILER. A FILE WITH NO TRAILER WAS LEFT BY A RUN THAT NEVER
      * FINISHED AND MUST NOT BE TAKEN AS A CLEAN CHECK.
       FD FINDINGS-FILE.
       01 FINDING-REC.
          05 FND-TAG                       PIC X(8).
          05 FILLER                        PIC X(1).
          05 FND-CODE                      PIC X(10).
          05 FILLER                        PIC X(1).
          05 FND-FILE-NAME                 PIC X(40).
          05 FILLER                        PIC X(1).
          05 FND-LINE                      PIC 9(5).
          05 FILLER                        PIC X(1).
          05 FND-DETAIL                    PIC X(60).
       01 FINDING-HEADER-REC.
          05 FNH-TAG                       PIC X(8).
          05 FILLER                        PIC X(1).
          05 FNH-RUN-DATE                  PIC 9(8).
          05 FILLER                        PIC X(1).
          05 FNH-RUN-TIME                  PIC 9(6).
       01 FINDING-RESULT-REC.
          05 FNR-TAG                       PIC X(8).
          05 FILLER                        PIC X(1).
          05 FNR-DATE                      PIC 9(8).
          05 FILLER                        PIC X(1).
          05 FNR-GRADED-RC                 PIC 9(2).
          05 FILLER                        PIC X(1).
          05 FNR-ERROR-COUNT               PIC 9(5).
          05 FILLER                        PIC X(1).
          05 FNR-WARNING-COUNT             PIC 9(5).
          05 FILLER                        PIC X(1).
          05 FNR-FILES-CHECKED             PIC 9(3).

       WORKING-STORAGE                     SECTION.
       01 WS-CTL-STATUS                    PIC X(2).
          88 CTL-FILE-OK                   VALUE "00" "05".
          88 CTL-FILE-PRESENT              VALUE "00".
       01 WS-CTL-EOF-SWITCH                PIC X(1).
          88 CTL-EOF-REACHED               VALUE "Y".
       01 WS-FINDINGS-STATUS               PIC X(2).
          88 FINDINGS-FILE-OK              VALUE "00" "05".

       01 WS-FINDINGS-FILE-NAME            PIC X(40)
          VALUE "CONTROLS.CHK".
       01 WS-PREDS-FILE-NAME               PIC X(40)
          VALUE "PREDS.CTL".
       01 WS-ONCALL-FILE-NAME              PIC X(40)
          VALUE "ONCALL.CTL".
       01 WS-AUTHOPS-FILE-NAME             PIC X(40)
          VALUE "AUTHOPS.CTL".
       01 WS-SITES-FILE-NAME               PIC X(40)
          VALUE "SITES.CTL".
       01 WS-CONFIG-FILE-NAME              PIC X(40)
          VALUE "WRTECFG.CTL".
       01 WS-CALENDAR-FILE-NAME            PIC X(40)
          VALUE "CALENDAR.CTL".
       01 WS-COSTCTR-FILE-NAME             PIC X(40)
          VALUE "COSTCTR.CTL".
       01 WS-CTL-FILE-NAME                 PIC X(40).
       01 WS-PARM-STRING                   PIC X(400).

       01 WS-BULK-FILE-COUNT               PIC 9(2) VALUE 0.
       01 WS-BULK-IDX                      PIC 9(2).
       01 WS-BULK-FILE-TABLE.
          05 WS-BULK-FILE-NAME             PIC X(40) OCCURS 8 TIMES.

      * WHICH FILE IS BEING CHECKED, AND HOW LOUDLY ITS ABSENCE IS
      * REPORTED: "E" FOR A FILE WHOSE READER FAILS WITHOUT IT, "W"
      * FOR ONE WHOSE READER QUIETLY LOSES A CHECK, "N" FOR ONE WHOSE
      * READER FALLS BACK TO COMPILED DEFAULTS BY DESIGN.
       01 WS-CTL-KIND                      PIC X(8).
          88 KIND-PREDS                    VALUE "PREDS".
          88 KIND-ONCALL                   VALUE "ONCALL".
          88 KIND-AUTHOPS                  VALUE "AUTHOPS".
          88 KIND-SITES                    VALUE "SITES".
          88 KIND-CONFIG                   VALUE "CONFIG".
          88 KIND-CALENDAR                 VALUE "CALENDAR".
          88 KIND-COSTCTR                  VALUE "COSTCTR".
          88 KIND-BULK                     VALUE "BULK".
       01 WS-CTL-ABSENT-SEVERITY           PIC X(1).
       01 WS-CTL-LINE-NO                   PIC 9(5).
       01 WS-CTL-LINE-COUNT                PIC 9(5).
       01 WS-ONCALL-READ-SWITCH            PIC X(1) VALUE "N".
          88 ONCALL-WAS-READ               VALUE "Y".
       01 WS-PREDS-RULE-COUNT              PIC 9(5) VALUE 0.
       01 WS-AUTH-PAIR-COUNT               PIC 9(5) VALUE 0.
       01 WS-COSTCTR-MAP-COUNT             PIC 9(5) VALUE 0.
      * TABLE SIZES OF THE PROGRAMS THAT LOAD THESE FILES INTO MEMORY
      * - LINES PAST THEM ARE DROPPED BY THE READER.
       01 WS-WRTESEQ-MAX-RULES             PIC 9(5) VALUE 200.
       01 WS-WRTERPT-MAX-AUTH              PIC 9(5) VALUE 200.
       01 WS-WRTECHG-MAX-MAPS              PIC 9(5) VALUE 1000.

      * ONE ROW PER FILE LOOKED AT, FOR THE CLOSING SUMMARY.
       01 WS-FILE-COUNT                    PIC 9(3) VALUE 0.
       01 WS-FILE-IDX                      PIC 9(3).
       01 WS-FILE-TABLE.
          05 WS-FILE-ENTRY OCCURS 20 TIMES.
             10 WS-FILE-NAME               PIC X(40).
             10 WS-FILE-STATE              PIC X(10).
             10 WS-FILE-LINES              PIC 9(5).
             10 WS-FILE-ERRORS             PIC 9(5).
             10 WS-FILE-WARNINGS           PIC 9(5).

      * THE LINE AS THE READERS SEE IT - THE FIRST 80 COLUMNS - AND
      * ITS COMMA-DELIMITED FIELDS. USED-FIELDS IS THE LAST FIELD
      * THAT HOLDS ANYTHING, SO A TRAILING COMMA IS NOT A STRAY FIELD.
       01 WS-LINE-TEXT                     PIC X(80).
       01 WS-LINE-LENGTH                   PIC 9(3).
       01 WS-FIELD-COUNT                   PIC 9(2).
       01 WS-USED-FIELDS                   PIC 9(2).
       01 WS-FIELD-IDX                     PIC 9(2).
       01 WS-FIELD-TABLE.
          05 WS-FIELD                      PIC X(80) OCCURS 10 TIMES.
       01 WS-FIELD-OVERFLOW-SWITCH         PIC X(1).
          88 FIELD-OVERFLOW                VALUE "Y".

      * ONE NAME-LIKE FIELD UNDER CHECK: NON-BLANK, NO LEADING OR
      * EMBEDDED SPACES, NO LONGER THAN THE READER'S FIELD.
       01 WS-NAME-TEXT                     PIC X(80).
       01 WS-NAME-WHAT                     PIC X(12).
       01 WS-NAME-LIMIT                    PIC 9(2).
       01 WS-NAME-LENGTH                   PIC 9(3).
       01 WS-NAME-SPACES                   PIC 9(3).
       01 WS-NAME-VALID-SWITCH             PIC X(1).
          88 NAME-VALID                    VALUE "Y".
       01 WS-VALUE-TEXT                    PIC X(80).
       01 WS-VALUE-LENGTH                  PIC 9(3).
       01 WS-VALUE-VALID-SWITCH            PIC X(1).
          88 VALUE-VALID                   VALUE "Y".
       01 WS-CHECK-DATE                    PIC 9(8).
       01 WS-CHECK-HHMM                    PIC 9(4).
       01 WS-FROM-STAMP                    PIC 9(12).
       01 WS-TO-STAMP                      PIC 9(12).

      * EVERY LINE OF THE CURRENT FILE, FOR THE WORD-FOR-WORD REPEAT
      * CHECK.
       01 WS-SEEN-COUNT                    PIC 9(5) VALUE 0.
       01 WS-MAX-SEEN                      PIC 9(5) VALUE 2000.
       01 WS-SEEN-OVERFLOW-COUNT           PIC 9(5) VALUE 0.
       01 WS-SEEN-IDX                      PIC 9(5).
       01 WS-SEEN-TABLE.
          05 WS-SEEN-ENTRY OCCURS 2000 TIMES.
             10 WS-SEEN-TEXT               PIC X(80).
             10 WS-SEEN-LINE-NO            PIC 9(5).
       01 WS-DUPLICATE-SWITCH              PIC X(1).
          88 LINE-IS-DUPLICATE             VALUE "Y".
       01 WS-DUPLICATE-OF-LINE             PIC 9(5).

      * ONCALL.CTL JOB LINES AND THE GROUPS ITS DUTY LINES NAME.
       01 WS-ROSTER-COUNT                  PIC 9(4) VALUE 0.
       01 WS-MAX-ROSTER                    PIC 9(4) VALUE 1000.
       01 WS-ROSTER-IDX                    PIC 9(4).
       01 WS-ROSTER-FOUND-IDX              PIC 9(4).
       01 WS-ROSTER-TABLE.
          05 WS-ROSTER-ENTRY OCCURS 1000 TIMES.
             10 WS-ROSTER-JOB-ID           PIC X(8).
             10 WS-ROSTER-GROUP            PIC X(8).
             10 WS-ROSTER-LINE-NO          PIC 9(5).
       01 WS-DUTY-COUNT                    PIC 9(4) VALUE 0.
       01 WS-MAX-DUTY                      PIC 9(4) VALUE 1000.
       01 WS-DUTY-IDX                      PIC 9(4).
       01 WS-DUTY-TABLE.
          05 WS-DUTY-ENTRY OCCURS 1000 TIMES.
             10 WS-DUTY-GROUP              PIC X(8).
             10 WS-DUTY-LINE-NO            PIC 9(5).
       01 WS-GROUP-FOUND-SWITCH            PIC X(1).
          88 GROUP-FOUND                   VALUE "Y".

      * SITES.CTL FEED FILES ALREADY SEEN.
       01 WS-FEED-COUNT                    PIC 9(4) VALUE 0.
       01 WS-MAX-FEEDS                     PIC 9(4) VALUE 500.
       01 WS-FEED-IDX                      PIC 9(4).
       01 WS-SHARED-SITE                   PIC X(4).
       01 WS-FEED-TABLE.
          05 WS-FEED-ENTRY OCCURS 500 TIMES.
             10 WS-FEED-FILE               PIC X(40).
             10 WS-FEED-SITE               PIC X(4).
             10 WS-FEED-LINE-NO            PIC 9(5).

      * EVERY KEYWORD SOME PROGRAM READS FROM WRTECFG.CTL, WITH THE
      * KIND OF VALUE IT ACCEPTS ("N" A WHOLE NUMBER, "T" AN HHMM
      * CLOCK TIME). A PROGRAM THAT LEARNS A NEW KEYWORD MUST ADD IT
      * HERE OR EVERY NIGHT'S CHECK WILL CALL IT UNKNOWN.
       01 WS-KNOWN-KEYWORD-VALUES.
      *   WRTETIME, WRTEVRFY
          05 FILLER PIC X(24) VALUE "RETENTION-DAYS".
          05 FILLER PIC X(1)  VALUE "N".
      *   WRTETIME
          05 FILLER PIC X(24) VALUE "DRIFT-TOLERANCE-SECS".
          05 FILLER PIC X(1)  VALUE "N".
      *   WRTEGAPS, WRTETRND, WRTECRIT
          05 FILLER PIC X(24) VALUE "LOOKBACK-DAYS".
          05 FILLER PIC X(1)  VALUE "N".
      *   WRTERPT
          05 FILLER PIC X(24) VALUE "SLA-MINUTES".
          05 FILLER PIC X(1)  VALUE "N".
      *   WRTEGROW
          05 FILLER PIC X(24) VALUE "CAPACITY-CEILING".
          05 FILLER PIC X(1)  VALUE "N".
          05 FILLER PIC X(24) VALUE "GROWTH-WARNING-DAYS".
          05 FILLER PIC X(1)  VALUE "N".
      *   WRTECONS
          05 FILLER PIC X(24) VALUE "FEED-CUTOFF-HHMM".
          05 FILLER PIC X(1)  VALUE "T".
      *   WRTEDISP, WRTEROTA
          05 FILLER PIC X(24) VALUE "ONCALL-NIGHT-START-HHMM".
          05 FILLER PIC X(1)  VALUE "T".
          05 FILLER PIC X(24) VALUE "ONCALL-NIGHT-END-HHMM".
          05 FILLER PIC X(1)  VALUE "T".
      *   WRTECRIT
          05 FILLER PIC X(24) VALUE "BATCH-DEADLINE-HHMM".
          05 FILLER PIC X(1)  VALUE "T".
          05 FILLER PIC X(24) VALUE "BATCH-WINDOW-START-HHMM".
          05 FILLER PIC X(1)  VALUE "T".
          05 FILLER PIC X(24) VALUE "PRED-RELEASE-SECS".
          05 FILLER PIC X(1)  VALUE "N".
      *   WRTERCRT
          05 FILLER PIC X(24) VALUE "DORMANT-ACCESS-DAYS".
          05 FILLER PIC X(1)  VALUE "N".
      *   WRTELOCK (FOR WRTETIME AND WRTEOPS)
          05 FILLER PIC X(24) VALUE "LOG-LOCK-WAIT-SECS".
          05 FILLER PIC X(1)  VALUE "N".
          05 FILLER PIC X(24) VALUE "LOG-LOCK-STALE-SECS".
          05 FILLER PIC X(1)  VALUE "N".
       01 WS-KNOWN-KEYWORD-TABLE REDEFINES WS-KNOWN-KEYWORD-VALUES.
          05 WS-KNOWN-KEYWORD-ENTRY OCCURS 15 TIMES.
             10 WS-KNOWN-KEYWORD           PIC X(24).
             10 WS-KNOWN-KEYWORD-KIND      PIC X(1).
                88 KNOWN-KEYWORD-IS-TIME   VALUE "T".
       01 WS-KNOWN-KEYWORD-COUNT           PIC 9(2) VALUE 15.
       01 WS-KEYWORD-IDX                   PIC 9(2).
       01 WS-KEYWORD-FOUND-IDX             PIC 9(2).
       01 WS-CONFIG-KEYWORD                PIC X(80).
       01 WS-CONFIG-VALUE-TEXT             PIC X(80).
       01 WS-CONFIG-EQUALS-COUNT           PIC 9(3).
       01 WS-SET-KEY-COUNT                 PIC 9(3) VALUE 0.
       01 WS-SET-KEY-IDX                   PIC 9(3).
       01 WS-SET-KEY-TABLE.
          05 WS-SET-KEY-ENTRY OCCURS 100 TIMES.
             10 WS-SET-KEY                 PIC X(24).
             10 WS-SET-KEY-LINE-NO         PIC 9(5).

      * CALENDAR.CTL SITE/DATE PAIRS ALREADY SEEN.
       01 WS-CAL-COUNT                     PIC 9(4) VALUE 0.
       01 WS-MAX-CAL                       PIC 9(4) VALUE 3000.
       01 WS-CAL-IDX                       PIC 9(4).
       01 WS-CAL-TABLE.
          05 WS-CAL-ENTRY OCCURS 3000 TIMES.
             10 WS-CAL-SITE                PIC X(4).
             10 WS-CAL-DATE                PIC 9(8).
             10 WS-CAL-LINE-NO             PIC 9(5).

      * COSTCTR.CTL JOB/SITE PAIRS ALREADY MAPPED, SITE SPACES FOR A
      * JOB'S LINE THAT COVERS EVERY SITE.
       01 WS-CCTR-COUNT                    PIC 9(4) VALUE 0.
       01 WS-MAX-CCTR                      PIC 9(4) VALUE 1000.
       01 WS-CCTR-IDX                      PIC 9(4).
       01 WS-CCTR-TABLE.
          05 WS-CCTR-ENTRY OCCURS 1000 TIMES.
             10 WS-CCTR-JOB-ID             PIC X(8).
             10 WS-CCTR-SITE-ID            PIC X(4).
             10 WS-CCTR-LINE-NO            PIC 9(5).

      * THE PREDECESSOR GRAPH: ONE NODE PER JOB NAMED IN PREDS.CTL,
      * ONE EDGE PER DISTINCT RULE, RUNNING FROM THE PREDECESSOR TO
      * THE SUCCESSOR THAT WAITS ON IT. THE DEGREES AND THE LIVE
      * SWITCH DRIVE THE CYCLE SEARCH.
       01 WS-NODE-COUNT                    PIC 9(4) VALUE 0.
       01 WS-MAX-NODES                     PIC 9(4) VALUE 1000.
       01 WS-NODE-IDX                      PIC 9(4).
       01 WS-NODE-FOUND-IDX                PIC 9(4).
       01 WS-NODE-TABLE.
          05 WS-NODE-ENTRY OCCURS 1000 TIMES.
             10 WS-NODE-JOB-ID             PIC X(8).
             10 WS-NODE-LINE-NO            PIC 9(5).
             10 WS-NODE-IN-DEGREE          PIC 9(4).
             10 WS-NODE-OUT-DEGREE         PIC 9(4).
             10 WS-NODE-LIVE-SWITCH        PIC X(1).
                88 NODE-LIVE               VALUE "Y".
             10 WS-NODE-REPORTED-SWITCH    PIC X(1).
                88 NODE-REPORTED           VALUE "Y".
       01 WS-EDGE-COUNT                    PIC 9(4) VALUE 0.
       01 WS-MAX-EDGES                     PIC 9(4) VALUE 2000.
       01 WS-EDGE-IDX                      PIC 9(4).
       01 WS-EDGE-TABLE.
          05 WS-EDGE-ENTRY OCCURS 2000 TIMES.
             10 WS-EDGE-FROM               PIC 9(4).
             10 WS-EDGE-TO                 PIC 9(4).
             10 WS-EDGE-LINE-NO            PIC 9(5).
       01 WS-GRAPH-OVERFLOW-COUNT          PIC 9(5) VALUE 0.
       01 WS-SUCCESSOR-IDX                 PIC 9(4).
       01 WS-PREDECESSOR-IDX               PIC 9(4).
       01 WS-PEEL-SWITCH                   PIC X(1).
          88 NODE-PEELED                   VALUE "Y".
       01 WS-CYCLE-COUNT                   PIC 9(4) VALUE 0.

      * ONE WALK ROUND THE GRAPH THAT IS LEFT ONCE EVERY JOB NOT ON A
      * CYCLE HAS BEEN PEELED AWAY.
       01 WS-PATH-LENGTH                   PIC 9(4).
       01 WS-PATH-IDX                      PIC 9(4).
       01 WS-PATH-START-IDX                PIC 9(4).
       01 WS-PATH-TABLE.
          05 WS-PATH-NODE                  PIC 9(4) OCCURS 1000 TIMES.
       01 WS-WALK-NEXT-IDX                 PIC 9(4).
       01 WS-WALK-LINE-NO                  PIC 9(5).
       01 WS-WALK-SWITCH                   PIC X(1).
          88 WALK-FINISHED                 VALUE "Y".
       01 WS-CYCLE-TEXT                    PIC X(60).
       01 WS-CYCLE-POINTER                 PIC 9(3).

      * THE FINDING BEING RAISED.
       01 WS-FND-SEVERITY                  PIC X(1).
          88 FND-IS-ERROR                  VALUE "E".
          88 FND-IS-WARNING                VALUE "W".
          88 FND-IS-NOTE                   VALUE "N".
       01 WS-FND-CODE                      PIC X(10).
       01 WS-FND-FILE-NAME                 PIC X(40).
       01 WS-FND-LINE-NO                   PIC 9(5).
       01 WS-FND-DETAIL                    PIC X(60).
       01 WS-LINE-NO-TEXT                  PIC Z(4)9.

       01 WS-ERROR-COUNT                   PIC 9(5) VALUE 0.
       01 WS-WARNING-COUNT                 PIC 9(5) VALUE 0.
       01 WS-NOTE-COUNT                    PIC 9(5) VALUE 0.

       01 WS-TODAY-DATE                    PIC 9(8).
       01 WS-NOW-TIME                      PIC 9(6).
       01 WS-GRADED-RC                     PIC 9(2) VALUE 0.

       PROCEDURE                           DIVISION.
       MAIN-LOGIC                          SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME.
           PERFORM GET-PARAMETERS.
           OPEN OUTPUT FINDINGS-FILE.
           IF NOT FINDINGS-FILE-OK
               DISPLAY "UNABLE TO OPEN FINDINGS FILE "
                   FUNCTION TRIM(WS-FINDINGS-FILE-NAME)
                   " - STATUS " WS-FINDINGS-STATUS
                   " - NO CHECK RUN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-FINDINGS-HEADER.

      * ONCALL.CTL GOES FIRST SO THE ROSTER IS IN HAND WHEN PREDS.CTL'S
      * JOBS ARE CHECKED AGAINST IT.
           MOVE WS-ONCALL-FILE-NAME TO WS-CTL-FILE-NAME.
           MOVE "ONCALL" TO WS-CTL-KIND.
           MOVE "E" TO WS-CTL-ABSENT-SEVERITY.
           PERFORM CHECK-ONE-CONTROL-FILE.
           MOVE WS-PREDS-FILE-NAME TO WS-CTL-FILE-NAME.
           MOVE "PREDS" TO WS-CTL-KIND.
           MOVE "E" TO WS-CTL-ABSENT-SEVERITY.
           PERFORM CHECK-ONE-CONTROL-FILE.
           MOVE WS-AUTHOPS-FILE-NAME TO WS-CTL-FILE-NAME.
           MOVE "AUTHOPS" TO WS-CTL-KIND.
           MOVE "W" TO WS-CTL-ABSENT-SEVERITY.
           PERFORM CHECK-ONE-CONTROL-FILE.
           MOVE WS-SITES-FILE-NAME TO WS-CTL-FILE-NAME.
           MOVE "SITES" TO WS-CTL-KIND.
           MOVE "E" TO WS-CTL-ABSENT-SEVERITY.
           PERFORM CHECK-ONE-CONTROL-FILE.
           MOVE WS-CONFIG-FILE-NAME TO WS-CTL-FILE-NAME.
           MOVE "CONFIG" TO WS-CTL-KIND.
           MOVE "N" TO WS-CTL-ABSENT-SEVERITY.
           PERFORM CHECK-ONE-CONTROL-FILE.
           MOVE WS-CALENDAR-FILE-NAME TO WS-CTL-FILE-NAME.
           MOVE "CALENDAR" TO WS-CTL-KIND.
           MOVE "N" TO WS-CTL-ABSENT-SEVERITY.
           PERFORM CHECK-ONE-CONTROL-FILE.
           MOVE WS-COSTCTR-FILE-NAME TO WS-CTL-FILE-NAME.
           MOVE "COSTCTR" TO WS-CTL-KIND.
           MOVE "W" TO WS-CTL-ABSENT-SEVERITY.
           PERFORM CHECK-ONE-CONTROL-FILE.
           PERFORM VARYING WS-BULK-IDX FROM 1 BY 1
                   UNTIL WS-BULK-IDX > WS-BULK-FILE-COUNT
               MOVE WS-BULK-FILE-NAME(WS-BULK-IDX) TO WS-CTL-FILE-NAME
               MOVE "BULK" TO WS-CTL-KIND
               MOVE "E" TO WS-CTL-ABSENT-SEVERITY
               PERFORM CHECK-ONE-CONTROL-FILE
           END-PERFORM.

           PERFORM DETECT-PREDECESSOR-CYCLES.
           IF ONCALL-WAS-READ
               PERFORM CHECK-PREDS-JOBS-ROSTERED
               PERFORM CHECK-DUTY-GROUPS-HAVE-JOBS
           END-IF.

           MOVE 0 TO WS-GRADED-RC.
           IF WS-WARNING-COUNT > 0
               MOVE 4 TO WS-GRADED-RC
           END-IF.
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO WS-GRADED-RC
           END-IF.
           PERFORM WRITE-FINDINGS-TRAILER.
           CLOSE FINDINGS-FILE.
           PERFORM PRINT-PREFLIGHT-SUMMARY.
           MOVE WS-GRADED-RC TO RETURN-CODE.
           STOP RUN.

      * FINDINGS FILE FIRST, THEN ANY BULK CONTROL FILES THE CHAIN
      * USES, EACH AS ITS OWN COMMA-SEPARATED PARM FIELD.
       GET-PARAMETERS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           MOVE SPACES TO WS-BULK-FILE-TABLE.
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ","
                   INTO WS-FINDINGS-FILE-NAME
                        WS-BULK-FILE-NAME(1) WS-BULK-FILE-NAME(2)
                        WS-BULK-FILE-NAME(3) WS-BULK-FILE-NAME(4)
                        WS-BULK-FILE-NAME(5) WS-BULK-FILE-NAME(6)
                        WS-BULK-FILE-NAME(7) WS-BULK-FILE-NAME(8)
               END-UNSTRING
               IF WS-FINDINGS-FILE-NAME = SPACES
                   MOVE "CONTROLS.CHK" TO WS-FINDINGS-FILE-NAME
               END-IF
           END-IF.
           PERFORM VARYING WS-BULK-IDX FROM 1 BY 1
                   UNTIL WS-BULK-IDX > 8
               IF WS-BULK-FILE-NAME(WS-BULK-IDX) NOT = SPACES
                   ADD 1 TO WS-BULK-FILE-COUNT
                   MOVE WS-BULK-FILE-NAME(WS-BULK-IDX)
                       TO WS-BULK-FILE-NAME(WS-BULK-FILE-COUNT)
               END-IF
           END-PERFORM.

       WRITE-FINDINGS-HEADER.
           MOVE SPACES TO FINDING-HEADER-REC.
           MOVE "RUNDATE " TO FNH-TAG.
           MOVE WS-TODAY-DATE TO FNH-RUN-DATE.
           MOVE WS-NOW-TIME TO FNH-RUN-TIME.
           WRITE FINDING-HEADER-REC.
           IF NOT FINDINGS-FILE-OK
               PERFORM ABANDON-FINDINGS-FILE
           END-IF.

       WRITE-FINDINGS-TRAILER.
           MOVE SPACES TO FINDING-RESULT-REC.
           MOVE "RESULT  " TO FNR-TAG.
           MOVE WS-TODAY-DATE TO FNR-DATE.
           MOVE WS-GRADED-RC TO FNR-GRADED-RC.
           MOVE WS-ERROR-COUNT TO FNR-ERROR-COUNT.
           MOVE WS-WARNING-COUNT TO FNR-WARNING-COUNT.
           MOVE WS-FILE-COUNT TO FNR-FILES-CHECKED.
           WRITE FINDING-RESULT-REC.
           IF NOT FINDINGS-FILE-OK
               PERFORM ABANDON-FINDINGS-FILE
           END-IF.

      * A FINDINGS FILE THAT COULD NOT BE WRITTEN IN FULL MUST NOT BE
      * READ AS A CLEAN CHECK - THE RUN STOPS AT THE FAILED RECORD AND
      * ENDS 12 SO THE SCHEDULER HOLDS THE CONTROL FILE RELEASE.
       ABANDON-FINDINGS-FILE.
           DISPLAY "UNABLE TO WRITE FINDINGS FILE "
               FUNCTION TRIM(WS-FINDINGS-FILE-NAME)
               " - STATUS " WS-FINDINGS-STATUS
               " - FINDINGS INCOMPLETE".
           CLOSE FINDINGS-FILE.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

      * READS ONE CONTROL FILE END TO END. BLANK LINES ARE SKIPPED BY
      * EVERY READER AND ARE SKIPPED HERE; EVERY OTHER LINE IS CHECKED
      * FOR LENGTH AND REPEATS, THEN BY THE RULES FOR ITS KIND OF FILE.
      * THE PER-FILE TALLIES ARE TAKEN FROM THE RUNNING COUNTS SO THE
      * SUMMARY CAN SAY WHICH FILE NEEDS ATTENTION.
       CHECK-ONE-CONTROL-FILE.
           IF WS-FILE-COUNT < 20
               ADD 1 TO WS-FILE-COUNT
           END-IF.
           MOVE WS-FILE-COUNT TO WS-FILE-IDX.
           MOVE WS-CTL-FILE-NAME TO WS-FILE-NAME(WS-FILE-IDX).
           MOVE 0 TO WS-FILE-LINES(WS-FILE-IDX).
           MOVE WS-ERROR-COUNT TO WS-FILE-ERRORS(WS-FILE-IDX).
           MOVE WS-WARNING-COUNT TO WS-FILE-WARNINGS(WS-FILE-IDX).
           MOVE 0 TO WS-CTL-LINE-NO WS-CTL-LINE-COUNT.
           MOVE 0 TO WS-SEEN-COUNT WS-SEEN-OVERFLOW-COUNT.
           MOVE "N" TO WS-CTL-EOF-SWITCH.
           OPEN INPUT CTL-FILE.
           IF CTL-FILE-PRESENT
               MOVE "CHECKED" TO WS-FILE-STATE(WS-FILE-IDX)
               IF KIND-ONCALL
                   SET ONCALL-WAS-READ TO TRUE
               END-IF
               PERFORM UNTIL CTL-EOF-REACHED
                   READ CTL-FILE
                       AT END
                           SET CTL-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-CONTROL-LINE
                   END-READ
               END-PERFORM
               CLOSE CTL-FILE
               PERFORM CHECK-FILE-CAPACITY
           ELSE
               IF CTL-FILE-OK
                   CLOSE CTL-FILE
                   MOVE "ABSENT" TO WS-FILE-STATE(WS-FILE-IDX)
                   PERFORM REPORT-ABSENT-FILE
               ELSE
                   MOVE "UNREADABLE" TO WS-FILE-STATE(WS-FILE-IDX)
                   MOVE "E" TO WS-FND-SEVERITY
                   MOVE "UNREADABLE" TO WS-FND-CODE
                   MOVE SPACES TO WS-FND-DETAIL
                   STRING "FILE WILL NOT OPEN - STATUS "
                          WS-CTL-STATUS DELIMITED BY SIZE
                          INTO WS-FND-DETAIL
                   END-STRING
                   PERFORM RAISE-LINE-FINDING
               END-IF
           END-IF.
           IF WS-SEEN-OVERFLOW-COUNT > 0
               MOVE "W" TO WS-FND-SEVERITY
               MOVE "TOO LARGE" TO WS-FND-CODE
               MOVE "LINES PAST 2000 NOT CHECKED FOR REPEATS"
                   TO WS-FND-DETAIL
               PERFORM RAISE-LINE-FINDING
           END-IF.
           MOVE WS-CTL-LINE-COUNT TO WS-FILE-LINES(WS-FILE-IDX).
           COMPUTE WS-FILE-ERRORS(WS-FILE-IDX) =
               WS-ERROR-COUNT - WS-FILE-ERRORS(WS-FILE-IDX).
           COMPUTE WS-FILE-WARNINGS(WS-FILE-IDX) =
               WS-WARNING-COUNT - WS-FILE-WARNINGS(WS-FILE-IDX).

       REPORT-ABSENT-FILE.
           MOVE WS-CTL-ABSENT-SEVERITY TO WS-FND-SEVERITY.
           MOVE "ABSENT" TO WS-FND-CODE.
           EVALUATE TRUE
               WHEN KIND-CONFIG
                   MOVE "NOT PRESENT - EVERY PROGRAM USES ITS DEFAULTS"
                       TO WS-FND-DETAIL
               WHEN KIND-CALENDAR
                   MOVE "NOT PRESENT - WEEKDAY RULE APPLIES EVERYWHERE"
                       TO WS-FND-DETAIL
               WHEN KIND-AUTHOPS
                   MOVE "NOT PRESENT - NO OPERATOR IS AUTHORISED"
                       TO WS-FND-DETAIL
               WHEN KIND-COSTCTR
                   MOVE "NOT PRESENT - NO JOB IS CHARGED BACK"
                       TO WS-FND-DETAIL
               WHEN OTHER
                   MOVE "NOT PRESENT - ITS READER WILL FAIL TO OPEN IT"
                       TO WS-FND-DETAIL
           END-EVALUATE.
           PERFORM RAISE-LINE-FINDING.

       CHECK-ONE-CONTROL-LINE.
           ADD 1 TO WS-CTL-LINE-NO.
           IF CTL-REC = SPACES
               CONTINUE
           ELSE
           IF KIND-CALENDAR AND CTL-REC(1:2) = "* "
               CONTINUE
           ELSE
               ADD 1 TO WS-CTL-LINE-COUNT
               MOVE CTL-REC(1:80) TO WS-LINE-TEXT
               COMPUTE WS-LINE-LENGTH = FUNCTION LENGTH(
                   FUNCTION TRIM(CTL-REC TRAILING))
               IF WS-LINE-LENGTH > 80
                   MOVE "E" TO WS-FND-SEVERITY
                   MOVE "MALFORMED" TO WS-FND-CODE
                   MOVE "LINE RUNS PAST COLUMN 80 - READERS CUT IT OFF"
                       TO WS-FND-DETAIL
                   PERFORM RAISE-LINE-FINDING
               END-IF
               PERFORM CHECK-REPEATED-LINE
               PERFORM SPLIT-LINE-INTO-FIELDS
               EVALUATE TRUE
                   WHEN KIND-PREDS
                       PERFORM CHECK-PREDS-LINE
                   WHEN KIND-ONCALL
                       PERFORM CHECK-ONCALL-LINE
                   WHEN KIND-AUTHOPS
                       PERFORM CHECK-AUTHOPS-LINE
                   WHEN KIND-SITES
                       PERFORM CHECK-SITES-LINE
                   WHEN KIND-CONFIG
                       PERFORM CHECK-CONFIG-LINE
                   WHEN KIND-CALENDAR
                       PERFORM CHECK-CALENDAR-LINE
                   WHEN KIND-COSTCTR
                       PERFORM CHECK-COSTCTR-LINE
                   WHEN KIND-BULK
                       PERFORM CHECK-BULK-LINE
               END-EVALUATE
           END-IF
           END-IF.

      * A LINE REPEATED WORD FOR WORD IS HARMLESS TO MOST READERS BUT
      * IS ALMOST ALWAYS AN EDIT THAT WENT IN TWICE, SO IT IS A
      * WARNING; THE CHECKS BELOW SKIP THEIR OWN "ALREADY SEEN" TESTS
      * FOR SUCH A LINE RATHER THAN REPORT THE SAME SLIP TWICE.
       CHECK-REPEATED-LINE.
           MOVE "N" TO WS-DUPLICATE-SWITCH.
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                      OR LINE-IS-DUPLICATE
               IF WS-SEEN-TEXT(WS-SEEN-IDX) = WS-LINE-TEXT
                   SET LINE-IS-DUPLICATE TO TRUE
                   MOVE WS-SEEN-LINE-NO(WS-SEEN-IDX)
                       TO WS-DUPLICATE-OF-LINE
               END-IF
           END-PERFORM.
           IF LINE-IS-DUPLICATE
               MOVE "W" TO WS-FND-SEVERITY
               MOVE "DUPLICATE" TO WS-FND-CODE
               MOVE WS-DUPLICATE-OF-LINE TO WS-LINE-NO-TEXT
               MOVE SPACES TO WS-FND-DETAIL
               STRING "SAME AS LINE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LINE-NO-TEXT) DELIMITED BY SIZE
                      INTO WS-FND-DETAIL
               END-STRING
               PERFORM RAISE-LINE-FINDING
           ELSE
               IF WS-SEEN-COUNT < WS-MAX-SEEN
                   ADD 1 TO WS-SEEN-COUNT
                   MOVE WS-LINE-TEXT TO WS-SEEN-TEXT(WS-SEEN-COUNT)
                   MOVE WS-CTL-LINE-NO
                       TO WS-SEEN-LINE-NO(WS-SEEN-COUNT)
               ELSE
                   ADD 1 TO WS-SEEN-OVERFLOW-COUNT
               END-IF
           END-IF.

       SPLIT-LINE-INTO-FIELDS.
           MOVE SPACES TO WS-FIELD-TABLE.
           MOVE 0 TO WS-FIELD-COUNT WS-USED-FIELDS.
           MOVE "N" TO WS-FIELD-OVERFLOW-SWITCH.
           UNSTRING WS-LINE-TEXT DELIMITED BY ","
               INTO WS-FIELD(1) WS-FIELD(2) WS-FIELD(3) WS-FIELD(4)
                    WS-FIELD(5) WS-FIELD(6) WS-FIELD(7) WS-FIELD(8)
                    WS-FIELD(9) WS-FIELD(10)
               TALLYING IN WS-FIELD-COUNT
               ON OVERFLOW
                   SET FIELD-OVERFLOW TO TRUE
           END-UNSTRING.
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
               IF WS-FIELD(WS-FIELD-IDX) NOT = SPACES
                   MOVE WS-FIELD-IDX TO WS-USED-FIELDS
               END-IF
           END-PERFORM.
           IF FIELD-OVERFLOW
               MOVE 11 TO WS-USED-FIELDS
           END-IF.

      * SUCCESSOR,PREDECESSOR. A RULE NAMING ITS OWN JOB AS ITS
      * PREDECESSOR CAN NEVER BE SATISFIED; ANY OTHER WELL-FORMED RULE
      * GOES INTO THE GRAPH FOR THE CYCLE SEARCH.
       CHECK-PREDS-LINE.
           IF WS-USED-FIELDS NOT = 2
               MOVE "E" TO WS-FND-SEVERITY
               MOVE "MALFORMED" TO WS-FND-CODE
               MOVE "EXPECTED SUCCESSOR,PREDECESSOR" TO WS-FND-DETAIL
               PERFORM RAISE-LINE-FINDING
           ELSE
               ADD 1 TO WS-PREDS-RULE-COUNT
               MOVE WS-FIELD(1) TO WS-NAME-TEXT
               MOVE "SUCCESSOR" TO WS-NAME-WHAT
               MOVE 8 TO WS-NAME-LIMIT
               PERFORM CHECK-NAME-FIELD
               IF NAME-VALID
                   MOVE WS-FIELD(2) TO WS-NAME-TEXT
                   MOVE "PREDECESSOR" TO WS-NAME-WHAT
                   PERFORM CHECK-NAME-FIELD
               END-IF
               IF NAME-VALID
                   IF WS-FIELD(1) = WS-FIELD(2)
                       MOVE "E" TO WS-FND-SEVERITY
                       MOVE "SELF-REF" TO WS-FND-CODE
                       MOVE SPACES TO WS-FND-DETAIL
                       STRING FUNCTION TRIM(WS-FIELD(1))
                                  DELIMITED BY SIZE
                              " IS NAMED AS ITS OWN PREDECESSOR"
                                  DELIMITED BY SIZE
                              INTO WS-FND-DETAIL
                       END-STRING
                       PERFORM RAISE-LINE-FINDING
                   ELSE
                       IF NOT LINE-IS-DUPLICATE
                           PERFORM ADD-PREDECESSOR-EDGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ADD-PREDECESSOR-EDGE.
           MOVE WS-FIELD(1) TO WS-NAME-TEXT.
           PERFORM FIND-OR-ADD-NODE.
           MOVE WS-NODE-FOUND-IDX TO WS-SUCCESSOR-IDX.
           MOVE WS-FIELD(2) TO WS-NAME-TEXT.
           PERFORM FIND-OR-ADD-NODE.
           MOVE WS-NODE-FOUND-IDX TO WS-PREDECESSOR-IDX.
           IF WS-SUCCESSOR-IDX = 0 OR WS-PREDECESSOR-IDX = 0
                   OR WS-EDGE-COUNT NOT < WS-MAX-EDGES
               ADD 1 TO WS-GRAPH-OVERFLOW-COUNT
           ELSE
               ADD 1 TO WS-EDGE-COUNT
               MOVE WS-PREDECESSOR-IDX TO WS-EDGE-FROM(WS-EDGE-COUNT)
               MOVE WS-SUCCESSOR-IDX TO WS-EDGE-TO(WS-EDGE-COUNT)
               MOVE WS-CTL-LINE-NO TO WS-EDGE-LINE-NO(WS-EDGE-COUNT)
               ADD 1 TO WS-NODE-IN-DEGREE(WS-SUCCESSOR-IDX)
               ADD 1 TO WS-NODE-OUT-DEGREE(WS-PREDECESSOR-IDX)
           END-IF.

      * LEAVES THE JOB'S NODE NUMBER IN WS-NODE-FOUND-IDX, ADDING THE
      * JOB ON FIRST SIGHT (ZERO WHEN THE TABLE IS FULL). THE LINE
      * FIRST NAMING A JOB IS WHERE ITS UNROSTERED FINDING POINTS.
       FIND-OR-ADD-NODE.
           MOVE 0 TO WS-NODE-FOUND-IDX.
           PERFORM VARYING WS-NODE-IDX FROM 1 BY 1
                   UNTIL WS-NODE-IDX > WS-NODE-COUNT
                      OR WS-NODE-FOUND-IDX > 0
               IF WS-NODE-JOB-ID(WS-NODE-IDX) = WS-NAME-TEXT(1:8)
                   MOVE WS-NODE-IDX TO WS-NODE-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-NODE-FOUND-IDX = 0
                   AND WS-NODE-COUNT < WS-MAX-NODES
               ADD 1 TO WS-NODE-COUNT
               MOVE WS-NODE-COUNT TO WS-NODE-FOUND-IDX
               MOVE WS-NAME-TEXT(1:8) TO WS-NODE-JOB-ID(WS-NODE-COUNT)
               MOVE WS-CTL-LINE-NO TO WS-NODE-LINE-NO(WS-NODE-COUNT)
               MOVE 0 TO WS-NODE-IN-DEGREE(WS-NODE-COUNT)
                         WS-NODE-OUT-DEGREE(WS-NODE-COUNT)
               MOVE "Y" TO WS-NODE-LIVE-SWITCH(WS-NODE-COUNT)
               MOVE "N" TO WS-NODE-REPORTED-SWITCH(WS-NODE-COUNT)
           END-IF.

      * THE FIRST FIELD SAYS WHAT KIND OF LINE IT IS, EXACTLY AS
      * WRTEDISP DECIDES IT.
       CHECK-ONCALL-LINE.
           EVALUATE WS-FIELD(1)
               WHEN "ROTA"
                   PERFORM CHECK-ROTA-LINE
               WHEN "OVERRIDE"
                   PERFORM CHECK-OVERRIDE-LINE
               WHEN OTHER
                   PERFORM CHECK-ROSTER-JOB-LINE
           END-EVALUATE.

      * JOBID,GROUP[,PRIMARY,ESCALATION]. THE SAME JOB ROSTERED TWICE
      * WITH DIFFERENT DETAILS MEANS SOMEBODY'S CHANGE DID NOT REPLACE
      * THE OLD LINE, AND ONLY ONE OF THE TWO WILL EVER BE PAGED.
       CHECK-ROSTER-JOB-LINE.
           IF WS-USED-FIELDS < 2 OR WS-USED-FIELDS > 4
               MOVE "E" TO WS-FND-SEVERITY
               MOVE "MALFORMED" TO WS-FND-CODE
               MOVE "EXPECTED JOBID,GROUP[,PRIMARY,ESCALATION]"
                   TO WS-FND-DETAIL
               PERFORM RAISE-LINE-FINDING
           ELSE
               MOVE WS-FIELD(1) TO WS-NAME-TEXT
               MOVE "JOB NAME" TO WS-NAME-WHAT
               MOVE 8 TO WS-NAME-LIMIT
               PERFORM CHECK-NAME-FIELD
               IF NAME-VALID
                   MOVE WS-FIELD(2) TO WS-NAME-TEXT
                   MOVE "GROUP" TO WS-NAME-WHAT
                   PERFORM CHECK-NAME-FIELD
               END-IF
               IF NAME-VALID
                   PERFORM CHECK-CONTACT-FIELDS
               END-IF
               IF NAME-VALID AND NOT LINE-IS-DUPLICATE
                   PERFORM STORE-ROSTER-JOB
               END-IF
           END-IF.

       STORE-ROSTER-JOB.
           MOVE 0 TO WS-ROSTER-FOUND-IDX.
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                   UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
                      OR WS-ROSTER-FOUND-IDX > 0
               IF WS-ROSTER-JOB-ID(WS-ROSTER-IDX) = WS-FIELD(1)(1:8)
                   MOVE WS-ROSTER-IDX TO WS-ROSTER-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-ROSTER-FOUND-IDX > 0
               MOVE "E" TO WS-FND-SEVERITY
               MOVE "CONFLICT" TO WS-FND-CODE
               MOVE WS-ROSTER-LINE-NO(WS-ROSTER-FOUND-IDX)
                   TO WS-LINE-NO-TEXT
               MOVE SPACES TO WS-FND-DETAIL
               STRING "JOB " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FIELD(1)) DELIMITED BY SIZE
                      " ALSO ROSTERED ON LINE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LINE-NO-TEXT) DELIMITED BY SIZE
                      INTO WS-FND-DETAIL
               END-STRING
               PERFORM RAISE-LINE-FINDING
           ELSE
               IF WS-ROSTER-COUNT < WS-MAX-ROSTER
                   ADD 1 TO WS-ROSTER-COUNT
                   MOVE WS-FIELD(1)(1:8)
                       TO WS-ROSTER-JOB-ID(WS-ROSTER-COUNT)
                   MOVE WS-FIELD(2)(1:8)
                       TO WS-ROSTER-GROUP(WS-ROSTER-COUNT)
                   MOVE WS-CTL-LINE-NO
                       TO WS-ROSTER-LINE-NO(WS-ROSTER-COUNT)
               END-IF
           END-IF.

      * ROTA,GROUP,FROMDATE,FROMHHMM,TODATE,TOHHMM,PRIMARY,ESCALATION
      * - THE SAME TESTS WRTEDISP REJECTS A DUTY LINE ON, SO A LINE
      * THAT WOULD BE DROPPED AT 3AM IS SEEN THE EVENING BEFORE.
       CHECK-ROTA-LINE.
           IF WS-USED-FIELDS < 7 OR WS-USED-FIELDS > 8
               MOVE "E" TO WS-FND-SEVERITY
               MOVE "MALFORMED" TO WS-FND-CODE
               MOVE "EXPECTED ROTA,GROUP,FROM,HHMM,TO,HHMM,PRIMARY,ESC"
                   TO WS-FND-DETAIL
               PERFORM RAISE-LINE-FINDING
           ELSE
               MOVE WS-FIELD(2) TO WS-NAME-TEXT
               MOVE "GROUP" TO WS-NAME-WHAT
               MOVE 8 TO WS-NAME-LIMIT
               PERFORM CHECK-NAME-FIELD
               IF NAME-VALID
                   MOVE WS-FIELD(7) TO WS-NAME-TEXT
                   MOVE "PRIMARY" TO WS-NAME-WHAT
                   MOVE 20 TO WS-NAME-LIMIT
                   PERFORM CHECK-LENGTH-ONLY-FIELD
               END-IF
               IF NAME-VALID
                   MOVE WS-FIELD(8) TO WS-NAME-TEXT
                   MOVE "ESCALATION" TO WS-NAME-WHAT
                   PERFORM CHECK-OPTIONAL-LENGTH-FIELD
               END-IF
               IF NAME-VALID
                   MOVE WS-FIELD(3) TO WS-VALUE-TEXT
                   PERFORM CHECK-DATE-VALUE
                   COMPUTE WS-FROM-STAMP = WS-CHECK-DATE * 10000
                   IF VALUE-VALID
                       MOVE WS-FIELD(4) TO WS-VALUE-TEXT
                       PERFORM CHECK-HHMM-VALUE
                   END-IF
                   IF VALUE-VALID
                       ADD WS-CHECK-HHMM TO WS-FROM-STAMP
                       MOVE WS-FIELD(5) TO WS-VALUE-TEXT
                       PERFORM CHECK-DATE-VALUE
                       COMPUTE WS-TO-STAMP = WS-CHECK-DATE * 10000
                   END-IF
                   IF VALUE-VALID
                       MOVE WS-FIELD(6) TO WS-VALUE-TEXT
                       PERFORM CHECK-HHMM-VALUE
                   END-IF
                   IF VALUE-VALID
                       ADD WS-CHECK-HHMM TO WS-TO-STAMP
                       IF WS-TO-STAMP NOT > WS-FROM-STAMP
                           MOVE "E" TO WS-FND-SEVERITY
                           MOVE "BAD VALUE" TO WS-FND-CODE
                           MOVE "DUTY ENDS BEFORE IT STARTS"
                               TO WS-FND-DETAIL
                           PERFORM RAISE-LINE-FINDING
                       ELSE
                           PERFORM STORE-DUTY-GROUP
                       END-IF
                   ELSE
                       MOVE "E" TO WS-FND-SEVERITY
                       MOVE "BAD VALUE" TO WS-FND-CODE
                       MOVE "DUTY DATE OR HHMM IS NOT A REAL DATE/TIME"
                           TO WS-FND-DETAIL
                       PERFORM RAISE-LINE-FINDING
                   END-IF
               END-IF
           END-IF.

      * OVERRIDE,GROUP,YYYYMMDD,PRIMARY,ESCALATION.
       CHECK-OVERRIDE-LINE.
           IF WS-USED-FIELDS < 4 OR WS-USED-FIELDS > 5
               MOVE "E" TO WS-FND-SEVERITY
               MOVE "MALFORMED" TO WS-FND-CODE
               MOVE "EXPECTED OVERRIDE,GROUP,YYYYMMDD,PRIMARY,ESC"
                   TO WS-FND-DETAIL
               PERFORM RAISE-LINE-FINDING
           ELSE
               MOVE WS-FIELD(2) TO WS-NAME-TEXT
               MOVE "GROUP" TO WS-NAME-WHAT
               MOVE 8 TO WS-NAME-LIMIT
               PERFORM CHECK-NAME-FIELD
               IF NAME-VALID
                   MOVE WS-FIELD(4) TO WS-NAME-TEXT
                   MOVE "PRIMARY" TO WS-NAME-WHAT
                   MOVE 20 TO WS-NAME-LIMIT
                   PERFORM CHECK-LENGTH-ONLY-FIELD
               END-IF
               IF NAME-VALID
                   MOVE WS-FIELD(5) TO WS-NAME-TEXT
                   MOVE "ESCALATION" TO WS-NAME-WHAT
                   PERFORM CHECK-OPTIONAL-LENGTH-FIELD
               END-IF
               IF NAME-VALID
                   MOVE WS-FIELD(3) TO WS-VALUE-TEXT
                   PERFORM CHECK-DATE-VALUE
                   IF VALUE-VALID
                       PERFORM STORE-DUTY-GROUP
                   ELSE
                       MOVE "E" TO WS-FND-SEVERITY
                       MOVE "BAD VALUE" TO WS-FND-CODE
                       MOVE "OVERRIDE DATE IS NOT A REAL YYYYMMDD DATE"
                           TO WS-FND-DETAIL
                       PERFORM RAISE-LINE-FINDING
                   END-IF
               END-IF
           END-IF.

      * PRIMARY AND ESCALATION ON A JOB LINE ARE BOTH OPTIONAL, BUT
      * WHEN GIVEN MUST FIT THE 20 CHARACTERS WRTEDISP KEEPS.
       CHECK-CONTACT-FIELDS.
           MOVE WS-FIELD(3) TO WS-NAME-TEXT.
           MOVE "PRIMARY" TO WS-NAME-WHAT.
           MOVE 20 TO WS-NAME-LIMIT.
           PERFORM CHECK-OPTIONAL-LENGTH-FIELD.
           IF NAME-VALID
               MOVE WS-FIELD(4) TO WS-NAME-TEXT
               MOVE "ESCALATION" TO WS-NAME-WHAT
               PERFORM CHECK-OPTIONAL-LENGTH-FIELD
           END-IF.

       STORE-DUTY-GROUP.
           IF WS-DUTY-COUNT < WS-MAX-DUTY
               ADD 1 TO WS-DUTY-COUNT
               MOVE WS-FIELD(2)(1:8) TO WS-DUTY-GROUP(WS-DUTY-COUNT)
               MOVE WS-CTL-LINE-NO TO WS-DUTY-LINE-NO(WS-DUTY-COUNT)
           END-IF.

      * JOBID,USERID - THE PAIR WRTERPT AND WRTEOPS AUTHORISE ON.
       CHECK-AUTHOPS-LINE.
           IF WS-USED-FIELDS NOT = 2
               MOVE "E" TO WS-FND-SEVERITY
               MOVE "MALFORMED" TO WS-FND-CODE
               MOVE "EXPECTED JOBID,USERID" TO WS-FND-DETAIL
               PERFORM RAISE-LINE-FINDING
           ELSE
               ADD 1 TO WS-AUTH-PAIR-COUNT
               MOVE WS-FIELD(1) TO WS-NAME-TEXT
               MOVE "JOB NAME" TO WS-NAME-WHAT
               MOVE 8 TO WS-NAME-LIMIT
               PERFORM CHECK-NAME-FIELD
               IF NAME-VALID
                   MOVE WS-FIELD(2) TO WS-NAME-TEXT
                   MOVE "USER ID" TO WS-NAME-WHAT
                   PERFORM CHECK-NAME-FIELD
               END-IF
           END-IF.

      * SITEID,FILENAME[,HHMM]. TWO LINES NAMING ONE FEED FILE ARE AN
      * ERROR EVEN WHEN THE LINES ARE IDENTICAL: WRTECONS WOULD LOAD
      * THAT FEED TWICE, OR LOAD ONE SITE'S ENTRIES UNDER ANOTHER.
       CHECK-SITES-LINE.
           IF WS-USED-FIELDS < 2 OR WS-USED-FIELDS > 3
               MOVE "E" TO WS-FND-SEVERITY
               MOVE "MALFORMED" TO WS-FND-CODE
               MOVE "EXPECTED SITEID,FILENAME[,HHMM]" TO WS-FND-DETAIL
               PERFORM RAISE-LINE-FINDING
           ELSE
               MOVE WS-FIELD(1) TO WS-NAME-TEXT
               MOVE "SITE ID" TO WS-NAME-WHAT
               MOVE 4 TO WS-NAME-LIMIT
               PERFORM CHECK-NAME-FIELD
               IF NAME-VALID
                   MOVE WS-FIELD(2) TO WS-NAME-TEXT
                   MOVE "FEED FILE" TO WS-NAME-WHAT
                   MOVE 40 TO WS-NAME-LIMIT
                   PERFORM CHECK-NAME-FIELD
               END-IF
               IF NAME-VALID AND WS-FIELD(3) NOT = SPACES
                   MOVE WS-FIELD(3) TO WS-VALUE-TEXT
                   PERFORM CHECK-HHMM-VALUE
                   IF NOT VALUE-VALID
                       MOVE "W" TO WS-FND-SEVERITY
                       MOVE "BAD VALUE" TO WS-FND-CODE
                       MOVE "CUTOFF IS NOT AN HHMM TIME - DEFAULT USED"
                           TO WS-FND-DETAIL
                       PERFORM RAISE-LINE-FINDING
                   END-IF
               END-IF
               IF NAME-VALID
                   PERFORM CHECK-SHARED-FEED-FILE
               END-IF
           END-IF.

       CHECK-SHARED-FEED-FILE.
           MOVE 0 TO WS-DUPLICATE-OF-LINE.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-FEED-COUNT
                      OR WS-DUPLICATE-OF-LINE > 0
               IF WS-FEED-FILE(WS-FEED-IDX) = WS-FIELD(2)(1:40)
                   MOVE WS-FEED-LINE-NO(WS-FEED-IDX)
                       TO WS-DUPLICATE-OF-LINE
                   MOVE WS-FEED-SITE(WS-FEED-IDX) TO WS-SHARED-SITE
               END-IF
           END-PERFORM.
           IF WS-DUPLICATE-OF-LINE > 0
               MOVE "E" TO WS-FND-SEVERITY
               MOVE "SHARED" TO WS-FND-CODE
               MOVE WS-DUPLICATE-OF-LINE TO WS-LINE-NO-TEXT
               MOVE SPACES TO WS-FND-DETAIL
               STRING "FEED FILE ALSO NAMED ON LINE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LINE-NO-TEXT) DELIMITED BY SIZE
                      " (SITE " DELIMITED BY SIZE
                      WS-SHARED-SITE DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
                      INTO WS-FND-DETAIL
               END-STRING
               PERFORM RAISE-LINE-FINDING
           ELSE
               IF WS-FEED-COUNT < WS-MAX-FEEDS
                   ADD 1 TO WS-FEED-COUNT
                   MOVE WS-FIELD(2)(1:40) TO WS-FEED-FILE(WS-FEED-COUNT)
                   MOVE WS-FIELD(1)(1:4) TO WS-FEED-SITE(WS-FEED-COUNT)
                   MOVE WS-CTL-LINE-NO TO WS-FEED-LINE-NO(WS-FEED-COUNT)
               END-IF
           END-IF.

      * KEYWORD=VALUE. EVERY READER EVALUATES THE KEYWORDS IT OWNS AND
      * IGNORES THE REST, SO A MISSPELT KEYWORD OR A VALUE THE OWNER
      * WILL NOT TAKE LEAVES THE COMPILED DEFAULT IN FORCE WITH NOTHING
      * SAID. A KEYWORD SET TWICE TAKES THE LAST VALUE IN THE FILE.
       CHECK-CONFIG-LINE.
           MOVE 0 TO WS-CONFIG-EQUALS-COUNT.
           INSPECT WS-LINE-TEXT TALLYING WS-CONFIG-EQUALS-COUNT
               FOR ALL "=".
           MOVE SPACES TO WS-CONFIG-KEYWORD WS-CONFIG-VALUE-TEXT.
           UNSTRING WS-LINE-TEXT DELIMITED BY "="
               INTO WS-CONFIG-KEYWORD WS-CONFIG-VALUE-TEXT
           END-UNSTRING.
           IF WS-CONFIG-EQUALS-COUNT NOT = 1
                   OR WS-CONFIG-KEYWORD = SPACES
                   OR WS-CONFIG-VALUE-TEXT = SPACES
               MOVE "E" TO WS-FND-SEVERITY
               MOVE "MALFORMED" TO WS-FND-CODE
               MOVE "EXPECTED KEYWORD=VALUE" TO WS-FND-DETAIL
               PERFORM RAISE-LINE-FINDING
           ELSE
               MOVE 0 TO WS-KEYWORD-FOUND-IDX
               PERFORM VARYING WS-KEYWORD-IDX FROM 1 BY 1
                       UNTIL WS-KEYWORD-IDX > WS-KNOWN-KEYWORD-COUNT
                          OR WS-KEYWORD-FOUND-IDX > 0
                   IF WS-KNOWN-KEYWORD(WS-KEYWORD-IDX)
                           = WS-CONFIG-KEYWORD
                       MOVE WS-KEYWORD-IDX TO WS-KEYWORD-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-KEYWORD-FOUND-IDX = 0
                   MOVE "E" TO WS-FND-SEVERITY
                   MOVE "UNKNOWN" TO WS-FND-CODE
                   MOVE SPACES TO WS-FND-DETAIL
                   STRING FUNCTION TRIM(WS-CONFIG-KEYWORD)
                              DELIMITED BY SIZE
                          " IS NOT READ BY ANY PROGRAM"
                              DELIMITED BY SIZE
                          INTO WS-FND-DETAIL
                   END-STRING
                   PERFORM RAISE-LINE-FINDING
               ELSE
                   PERFORM CHECK-CONFIG-VALUE
                   IF NOT LINE-IS-DUPLICATE
                       PERFORM CHECK-KEYWORD-SET-TWICE
                   END-IF
               END-IF
           END-IF.

      * THE READERS TAKE A VALUE OF UP TO TEN CHARACTERS; THE CLOCK
      * TIME KEYWORDS TAKE EXACTLY FOUR, A REAL HHMM.
       CHECK-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE-TEXT TO WS-VALUE-TEXT.
           IF KNOWN-KEYWORD-IS-TIME(WS-KEYWORD-FOUND-IDX)
               PERFORM CHECK-HHMM-VALUE
           ELSE
               PERFORM CHECK-NUMBER-VALUE
           END-IF.
           IF NOT VALUE-VALID
               MOVE "E" TO WS-FND-SEVERITY
               MOVE "BAD VALUE" TO WS-FND-CODE
               MOVE SPACES TO WS-FND-DETAIL
               IF KNOWN-KEYWORD-IS-TIME(WS-KEYWORD-FOUND-IDX)
                   MOVE "VALUE IS NOT AN HHMM TIME - DEFAULT STAYS"
                       TO WS-FND-DETAIL
               ELSE
                   MOVE "VALUE IS NOT A WHOLE NUMBER - DEFAULT STAYS"
                       TO WS-FND-DETAIL
               END-IF
               PERFORM RAISE-LINE-FINDING
           END-IF.

       CHECK-KEYWORD-SET-TWICE.
           MOVE 0 TO WS-DUPLICATE-OF-LINE.
           PERFORM VARYING WS-SET-KEY-IDX FROM 1 BY 1
                   UNTIL WS-SET-KEY-IDX > WS-SET-KEY-COUNT
                      OR WS-DUPLICATE-OF-LINE > 0
               IF WS-SET-KEY(WS-SET-KEY-IDX) = WS-CONFIG-KEYWORD
                   MOVE WS-SET-KEY-LINE-NO(WS-SET-KEY-IDX)
                       TO WS-DUPLICATE-OF-LINE
               END-IF
           END-PERFORM.
           IF WS-DUPLICATE-OF-LINE > 0
               MOVE "W" TO WS-FND-SEVERITY
               MOVE "CONFLICT" TO WS-FND-CODE
               MOVE WS-DUPLICATE-OF-LINE TO WS-LINE-NO-TEXT
               MOVE SPACES TO WS-FND-DETAIL
               STRING "ALSO SET ON LINE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LINE-NO-TEXT) DELIMITED BY SIZE
                      " - THE LATER VALUE WINS" DELIMITED BY SIZE
                      INTO WS-FND-DETAIL
               END-STRING
               PERFORM RAISE-LINE-FINDING
           ELSE
               IF WS-SET-KEY-COUNT < 100
                   ADD 1 TO WS-SET-KEY-COUNT
                   MOVE WS-CONFIG-KEYWORD
                       TO WS-SET-KEY(WS-SET-KEY-COUNT)
                   MOVE WS-CTL-LINE-NO
                       TO WS-SET-KEY-LINE-NO(WS-SET-KEY-COUNT)
               END-IF
           END-IF.

      * SITE,YYYYMMDD,TYPE,DESCRIPTION, SITE "*" FOR EVERY SITE. THE
      * DESCRIPTION IS FREE TEXT AND MAY ITSELF HOLD COMMAS, SO NO
      * FIELD COUNT IS ENFORCED PAST THE THIRD.
       CHECK-CALENDAR-LINE.
           IF WS-USED-FIELDS < 3
               MOVE "E" TO WS-FND-SEVERITY
               MOVE "MALFORMED" TO WS-FND-CODE
               MOVE "EXPECTED SITE,YYYYMMDD,TYPE,DESCRIPTION"
                   TO WS-FND-DETAIL
               PERFORM RAISE-LINE-FINDING
           ELSE
               MOVE WS-FIELD(1) TO WS-NAME-TEXT
               MOVE "SITE ID" TO WS-NAME-WHAT
               MOVE 4 TO WS-NAME-LIMIT
               PERFORM CHECK-NAME-FIELD
               IF NAME-VALID
                   MOVE WS-FIELD(2) TO WS-VALUE-TEXT
                   PERFORM CHECK-DATE-VALUE
                   IF NOT VALUE-VALID
                       MOVE "E" TO WS-FND-SEVERITY
                       MOVE "BAD VALUE" TO WS-FND-CODE
                       MOVE "DATE IS NOT A REAL YYYYMMDD DATE"
                           TO WS-FND-DETAIL
                       PERFORM RAISE-LINE-FINDING
                   END-IF
               END-IF
               IF NAME-VALID AND VALUE-VALID
                   IF WS-FIELD(3) NOT = "H" AND NOT = "N"
                           AND NOT = "X"
                       MOVE "E" TO WS-FND-SEVERITY
                       MOVE "BAD VALUE" TO WS-FND-CODE
                       MOVE "DAY TYPE MUST BE H, N OR X"
                           TO WS-FND-DETAIL
                       PERFORM RAISE-LINE-FINDING
                   ELSE
                       IF NOT LINE-IS-DUPLICATE
                           PERFORM CHECK-CALENDAR-DATE-TWICE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-CALENDAR-DATE-TWICE.
           MOVE 0 TO WS-DUPLICATE-OF-LINE.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
                      OR WS-DUPLICATE-OF-LINE > 0
               IF WS-CAL-SITE(WS-CAL-IDX) = WS-FIELD(1)(1:4)
                       AND WS-CAL-DATE(WS-CAL-IDX) = WS-CHECK-DATE
                   MOVE WS-CAL-LINE-NO(WS-CAL-IDX)
                       TO WS-DUPLICATE-OF-LINE
               END-IF
           END-PERFORM.
           IF WS-DUPLICATE-OF-LINE > 0
               MOVE "W" TO WS-FND-SEVERITY
               MOVE "CONFLICT" TO WS-FND-CODE
               MOVE WS-DUPLICATE-OF-LINE TO WS-LINE-NO-TEXT
               MOVE SPACES TO WS-FND-DETAIL
               STRING "SITE AND DATE ALSO ON LINE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LINE-NO-TEXT) DELIMITED BY SIZE
                      INTO WS-FND-DETAIL
               END-STRING
               PERFORM RAISE-LINE-FINDING
           ELSE
               IF WS-CAL-COUNT < WS-MAX-CAL
                   ADD 1 TO WS-CAL-COUNT
                   MOVE WS-FIELD(1)(1:4) TO WS-CAL-SITE(WS-CAL-COUNT)
                   MOVE WS-CHECK-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
                   MOVE WS-CTL-LINE-NO TO WS-CAL-LINE-NO(WS-CAL-COUNT)
               END-IF
           END-IF.

      * JOBID,COSTCENTER[,SITE]. A LINE NAMING A SITE WINS OVER THE
      * JOB'S LINE WITHOUT ONE, SO THE SAME JOB MAY APPEAR ONCE PER
      * SITE PLUS ONCE FOR EVERY SITE - BUT THE SAME JOB AND SITE TWICE
      * LEAVES WRTECHG BILLING ONE DEPARTMENT AND SILENTLY NOT THE
      * OTHER, SO THAT IS AN ERROR EVEN WHEN THE TWO AGREE.
       CHECK-COSTCTR-LINE.
           IF WS-USED-FIELDS < 2 OR WS-USED-FIELDS > 3
               MOVE "E" TO WS-FND-SEVERITY
               MOVE "MALFORMED" TO WS-FND-CODE
               MOVE "EXPECTED JOBID,COSTCENTER[,SITE]" TO WS-FND-DETAIL
               PERFORM RAISE-LINE-FINDING
           ELSE
               ADD 1 TO WS-COSTCTR-MAP-COUNT
               MOVE WS-FIELD(1) TO WS-NAME-TEXT
               MOVE "JOB NAME" TO WS-NAME-WHAT
               MOVE 8 TO WS-NAME-LIMIT
               PERFORM CHECK-NAME-FIELD
               IF NAME-VALID
                   MOVE WS-FIELD(2) TO WS-NAME-TEXT
                   MOVE "COST CENTER" TO WS-NAME-WHAT
                   MOVE 10 TO WS-NAME-LIMIT
                   PERFORM CHECK-NAME-FIELD
               END-IF
               IF NAME-VALID AND WS-FIELD(3) NOT = SPACES
                   MOVE WS-FIELD(3) TO WS-NAME-TEXT
                   MOVE "SITE ID" TO WS-NAME-WHAT
                   MOVE 4 TO WS-NAME-LIMIT
                   PERFORM CHECK-NAME-FIELD
               END-IF
               IF NAME-VALID
                   PERFORM CHECK-COSTCTR-JOB-TWICE
               END-IF
           END-IF.

       CHECK-COSTCTR-JOB-TWICE.
           MOVE 0 TO WS-DUPLICATE-OF-LINE.
           PERFORM VARYING WS-CCTR-IDX FROM 1 BY 1
                   UNTIL WS-CCTR-IDX > WS-CCTR-COUNT
                      OR WS-DUPLICATE-OF-LINE > 0
               IF WS-CCTR-JOB-ID(WS-CCTR-IDX) = WS-FIELD(1)(1:8)
                       AND WS-CCTR-SITE-ID(WS-CCTR-IDX)
                           = WS-FIELD(3)(1:4)
                   MOVE WS-CCTR-LINE-NO(WS-CCTR-IDX)
                       TO WS-DUPLICATE-OF-LINE
               END-IF
           END-PERFORM.
           IF WS-DUPLICATE-OF-LINE > 0
               MOVE "E" TO WS-FND-SEVERITY
               MOVE "CONFLICT" TO WS-FND-CODE
               MOVE WS-DUPLICATE-OF-LINE TO WS-LINE-NO-TEXT
               MOVE SPACES TO WS-FND-DETAIL
               STRING "JOB AND SITE ALSO MAPPED ON LINE "
                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LINE-NO-TEXT) DELIMITED BY SIZE
                      INTO WS-FND-DETAIL
               END-STRING
               PERFORM RAISE-LINE-FINDING
           ELSE
               IF WS-CCTR-COUNT < WS-MAX-CCTR
                   ADD 1 TO WS-CCTR-COUNT
                   MOVE WS-FIELD(1)(1:8)
                       TO WS-CCTR-JOB-ID(WS-CCTR-COUNT)
                   MOVE WS-FIELD(3)(1:4)
                       TO WS-CCTR-SITE-ID(WS-CCTR-COUNT)
                   MOVE WS-CTL-LINE-NO TO WS-CCTR-LINE-NO(WS-CCTR-COUNT)
               END-IF
           END-IF.

      * JOBNAME,MESSAGE[,RC[,EVENTTYPE]] AS WRTETIME'S BULK MODE
      * READS IT. A LINE WITH NO JOB NAME IS SKIPPED THERE, SO THE
      * MILESTONE IT WAS MEANT TO STAMP IS NEVER LOGGED. A MESSAGE
      * HOLDING A COMMA SPILLS INTO THE RC FIELD, WHICH THE RC TEST
      * THEN CATCHES.
       CHECK-BULK-LINE.
           IF WS-USED-FIELDS > 4
               MOVE "E" TO WS-FND-SEVERITY
               MOVE "MALFORMED" TO WS-FND-CODE
               MOVE "EXPECTED JOBNAME,MESSAGE[,RC[,EVENTTYPE]]"
                   TO WS-FND-DETAIL
               PERFORM RAISE-LINE-FINDING
           ELSE
               MOVE WS-FIELD(1) TO WS-NAME-TEXT
               MOVE "JOB NAME" TO WS-NAME-WHAT
               MOVE 8 TO WS-NAME-LIMIT
               PERFORM CHECK-NAME-FIELD
               IF NAME-VALID
                   MOVE WS-FIELD(2) TO WS-NAME-TEXT
                   MOVE "MESSAGE" TO WS-NAME-WHAT
                   MOVE 60 TO WS-NAME-LIMIT
                   PERFORM CHECK-OPTIONAL-LENGTH-FIELD
               END-IF
               IF NAME-VALID AND WS-FIELD(3) NOT = SPACES
                   MOVE WS-FIELD(3) TO WS-VALUE-TEXT
                   PERFORM CHECK-NUMBER-VALUE
                   IF NOT VALUE-VALID OR WS-VALUE-LENGTH > 4
                       MOVE "E" TO WS-FND-SEVERITY
                       MOVE "BAD VALUE" TO WS-FND-CODE
                       MOVE "RETURN CODE IS NOT A NUMBER OF 1-4 DIGITS"
                           TO WS-FND-DETAIL
                       PERFORM RAISE-LINE-FINDING
                   END-IF
               END-IF
               IF NAME-VALID AND WS-FIELD(4) NOT = SPACES
                   IF WS-FIELD(4) NOT = "S" AND NOT = "E"
                           AND NOT = "M" AND NOT = "R" AND NOT = "I"
                       MOVE "E" TO WS-FND-SEVERITY
                       MOVE "BAD VALUE" TO WS-FND-CODE
                       MOVE "EVENT TYPE MUST BE S, E, M, R OR I"
                           TO WS-FND-DETAIL
                       PERFORM RAISE-LINE-FINDING
                   END-IF
               END-IF
           END-IF.

      * A NAME-LIKE FIELD: PRESENT, NO LEADING OR EMBEDDED SPACE, AND
      * SHORT ENOUGH FOR THE READER'S FIELD - ANY LONGER AND THE
      * READER CUTS IT DOWN TO A NAME THAT MATCHES NOTHING.
       CHECK-NAME-FIELD.
           MOVE "Y" TO WS-NAME-VALID-SWITCH.
           MOVE SPACES TO WS-FND-DETAIL.
           IF WS-NAME-TEXT = SPACES
               MOVE "N" TO WS-NAME-VALID-SWITCH
               STRING FUNCTION TRIM(WS-NAME-WHAT) DELIMITED BY SIZE
                      " IS BLANK" DELIMITED BY SIZE
                      INTO WS-FND-DETAIL
               END-STRING
           ELSE
               COMPUTE WS-NAME-LENGTH = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-NAME-TEXT TRAILING))
               MOVE 0 TO WS-NAME-SPACES
               INSPECT WS-NAME-TEXT(1:WS-NAME-LENGTH)
                   TALLYING WS-NAME-SPACES FOR ALL SPACE
               IF WS-NAME-SPACES > 0
                   MOVE "N" TO WS-NAME-VALID-SWITCH
                   STRING FUNCTION TRIM(WS-NAME-WHAT) DELIMITED BY SIZE
                          " HAS A SPACE IN IT: " DELIMITED BY SIZE
                          WS-NAME-TEXT DELIMITED BY SIZE
                          INTO WS-FND-DETAIL
                   END-STRING
               ELSE
                   IF WS-NAME-LENGTH > WS-NAME-LIMIT
                       MOVE "N" TO WS-NAME-VALID-SWITCH
                       PERFORM DESCRIBE-OVERLONG-FIELD
                   END-IF
               END-IF
           END-IF.
           IF NOT NAME-VALID
               MOVE "E" TO WS-FND-SEVERITY
               MOVE "MALFORMED" TO WS-FND-CODE
               PERFORM RAISE-LINE-FINDING
           END-IF.

      * FREE-TEXT FIELDS (CONTACTS, MESSAGES) MAY HOLD SPACES; ONLY
      * PRESENCE AND LENGTH MATTER. THE OPTIONAL FORM ALLOWS BLANK.
       CHECK-LENGTH-ONLY-FIELD.
           MOVE "Y" TO WS-NAME-VALID-SWITCH.
           MOVE SPACES TO WS-FND-DETAIL.
           IF WS-NAME-TEXT = SPACES
               MOVE "N" TO WS-NAME-VALID-SWITCH
               STRING FUNCTION TRIM(WS-NAME-WHAT) DELIMITED BY SIZE
                      " IS BLANK" DELIMITED BY SIZE
                      INTO WS-FND-DETAIL
               END-STRING
               MOVE "E" TO WS-FND-SEVERITY
               MOVE "MALFORMED" TO WS-FND-CODE
               PERFORM RAISE-LINE-FINDING
           ELSE
               PERFORM CHECK-OPTIONAL-LENGTH-FIELD
           END-IF.

       CHECK-OPTIONAL-LENGTH-FIELD.
           MOVE "Y" TO WS-NAME-VALID-SWITCH.
           MOVE SPACES TO WS-FND-DETAIL.
           IF WS-NAME-TEXT NOT = SPACES
               COMPUTE WS-NAME-LENGTH = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-NAME-TEXT))
               IF WS-NAME-LENGTH > WS-NAME-LIMIT
                   MOVE "N" TO WS-NAME-VALID-SWITCH
                   PERFORM DESCRIBE-OVERLONG-FIELD
                   MOVE "E" TO WS-FND-SEVERITY
                   MOVE "MALFORMED" TO WS-FND-CODE
                   PERFORM RAISE-LINE-FINDING
               END-IF
           END-IF.

       DESCRIBE-OVERLONG-FIELD.
           MOVE WS-NAME-LIMIT TO WS-LINE-NO-TEXT.
           STRING FUNCTION TRIM(WS-NAME-WHAT) DELIMITED BY SIZE
                  " LONGER THAN " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINE-NO-TEXT) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-NAME-TEXT DELIMITED BY SIZE
                  INTO WS-FND-DETAIL
           END-STRING.

      * VALUE CHECKS LEAVE THE VALID SWITCH SET AND, FOR A DATE OR A
      * TIME, THE VALUE ITSELF IN WS-CHECK-DATE OR WS-CHECK-HHMM (ZERO
      * WHEN NOT VALID).
       CHECK-DATE-VALUE.
           MOVE "N" TO WS-VALUE-VALID-SWITCH.
           MOVE 0 TO WS-CHECK-DATE.
           COMPUTE WS-VALUE-LENGTH = FUNCTION LENGTH(
               FUNCTION TRIM(WS-VALUE-TEXT)).
           IF WS-VALUE-LENGTH = 8 AND WS-VALUE-TEXT(1:8) IS NUMERIC
               MOVE WS-VALUE-TEXT(1:8) TO WS-CHECK-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE) = 0
                   MOVE "Y" TO WS-VALUE-VALID-SWITCH
               ELSE
                   MOVE 0 TO WS-CHECK-DATE
               END-IF
           END-IF.

       CHECK-HHMM-VALUE.
           MOVE "N" TO WS-VALUE-VALID-SWITCH.
           MOVE 0 TO WS-CHECK-HHMM.
           COMPUTE WS-VALUE-LENGTH = FUNCTION LENGTH(
               FUNCTION TRIM(WS-VALUE-TEXT)).
           IF WS-VALUE-LENGTH = 4 AND WS-VALUE-TEXT(1:4) IS NUMERIC
               IF WS-VALUE-TEXT(1:2) < "24"
                       AND WS-VALUE-TEXT(3:2) < "60"
                   MOVE "Y" TO WS-VALUE-VALID-SWITCH
                   MOVE WS-VALUE-TEXT(1:4) TO WS-CHECK-HHMM
               END-IF
           END-IF.

       CHECK-NUMBER-VALUE.
           MOVE "N" TO WS-VALUE-VALID-SWITCH.
           COMPUTE WS-VALUE-LENGTH = FUNCTION LENGTH(
               FUNCTION TRIM(WS-VALUE-TEXT)).
           IF WS-VALUE-TEXT(1:1) NOT = SPACE
                   AND WS-VALUE-LENGTH NOT > 10
               IF WS-VALUE-TEXT(1:WS-VALUE-LENGTH) IS NUMERIC
                   MOVE "Y" TO WS-VALUE-VALID-SWITCH
               END-IF
           END-IF.

      * LINES PAST A READER'S IN-MEMORY TABLE ARE DROPPED BY IT WITH
      * ONLY A CONSOLE MESSAGE, SO A FILE THAT HAS OUTGROWN ITS
      * READER IS WORTH SAYING SO BEFORE THE RUN.
       CHECK-FILE-CAPACITY.
           IF KIND-PREDS AND WS-PREDS-RULE-COUNT > WS-WRTESEQ-MAX-RULES
               MOVE "W" TO WS-FND-SEVERITY
               MOVE "TOO LARGE" TO WS-FND-CODE
               MOVE "MORE RULES THAN WRTESEQ HOLDS (200)"
                   TO WS-FND-DETAIL
               PERFORM RAISE-LINE-FINDING
           END-IF.
           IF KIND-AUTHOPS AND WS-AUTH-PAIR-COUNT > WS-WRTERPT-MAX-AUTH
               MOVE "W" TO WS-FND-SEVERITY
               MOVE "TOO LARGE" TO WS-FND-CODE
               MOVE "MORE PAIRS THAN WRTERPT HOLDS (200)"
                   TO WS-FND-DETAIL
               PERFORM RAISE-LINE-FINDING
           END-IF.
           IF KIND-COSTCTR
                   AND WS-COSTCTR-MAP-COUNT > WS-WRTECHG-MAX-MAPS
               MOVE "W" TO WS-FND-SEVERITY
               MOVE "TOO LARGE" TO WS-FND-CODE
               MOVE "MORE LINES THAN WRTECHG HOLDS (1000)"
                   TO WS-FND-DETAIL
               PERFORM RAISE-LINE-FINDING
           END-IF.

      * CYCLE SEARCH. FIRST PEEL AWAY, OVER AND OVER, EVERY JOB WITH
      * NO PREDECESSOR LEFT - IT CANNOT BE ON A LOOP - AND THEN EVERY
      * JOB WITH NO SUCCESSOR LEFT. WHAT SURVIVES BOTH PEELS IS EXACTLY
      * THE JOBS ON PREDECESSOR LOOPS AND BETWEEN THEM, AND EVERY ONE
      * OF THEM STILL WAITS ON ANOTHER SURVIVOR, SO WALKING FROM ANY
      * SURVIVOR ALONG SURVIVING RULES MUST COME BACK ON ITSELF.
       DETECT-PREDECESSOR-CYCLES.
           IF WS-GRAPH-OVERFLOW-COUNT > 0
               MOVE "W" TO WS-FND-SEVERITY
               MOVE "TOO LARGE" TO WS-FND-CODE
               MOVE WS-PREDS-FILE-NAME TO WS-FND-FILE-NAME
               MOVE 0 TO WS-FND-LINE-NO
               MOVE "SOME RULES NOT SEARCHED FOR CYCLES - TABLE FULL"
                   TO WS-FND-DETAIL
               PERFORM ADD-FINDING
           END-IF.
           MOVE "Y" TO WS-PEEL-SWITCH.
           PERFORM UNTIL NOT NODE-PEELED
               MOVE "N" TO WS-PEEL-SWITCH
               PERFORM VARYING WS-NODE-IDX FROM 1 BY 1
                       UNTIL WS-NODE-IDX > WS-NODE-COUNT
                   IF NODE-LIVE(WS-NODE-IDX)
                           AND WS-NODE-IN-DEGREE(WS-NODE-IDX) = 0
                       PERFORM PEEL-JOB-WITH-NO-PREDECESSOR
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE "Y" TO WS-PEEL-SWITCH.
           PERFORM UNTIL NOT NODE-PEELED
               MOVE "N" TO WS-PEEL-SWITCH
               PERFORM VARYING WS-NODE-IDX FROM 1 BY 1
                       UNTIL WS-NODE-IDX > WS-NODE-COUNT
                   IF NODE-LIVE(WS-NODE-IDX)
                           AND WS-NODE-OUT-DEGREE(WS-NODE-IDX) = 0
                       PERFORM PEEL-JOB-WITH-NO-SUCCESSOR
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-PATH-START-IDX FROM 1 BY 1
                   UNTIL WS-PATH-START-IDX > WS-NODE-COUNT
               IF NODE-LIVE(WS-PATH-START-IDX)
                       AND NOT NODE-REPORTED(WS-PATH-START-IDX)
                   PERFORM WALK-TO-CYCLE
               END-IF
           END-PERFORM.

      * A PEELED JOB'S RULES NO LONGER COUNT AGAINST THE JOBS AT THEIR
      * OTHER END. NO SURVIVOR OF THE FIRST PEEL CAN BE THE
      * PREDECESSOR OF A JOB IT TOOK (THAT JOB WOULD STILL HAVE BEEN
      * WAITING), SO SURVIVORS' OUT-DEGREES ARE STILL EXACT FOR THE
      * SECOND PEEL WITHOUT BEING TOUCHED HERE.
       PEEL-JOB-WITH-NO-PREDECESSOR.
           MOVE "N" TO WS-NODE-LIVE-SWITCH(WS-NODE-IDX).
           SET NODE-PEELED TO TRUE.
           PERFORM VARYING WS-EDGE-IDX FROM 1 BY 1
                   UNTIL WS-EDGE-IDX > WS-EDGE-COUNT
               IF WS-EDGE-FROM(WS-EDGE-IDX) = WS-NODE-IDX
                   SUBTRACT 1 FROM
                       WS-NODE-IN-DEGREE(WS-EDGE-TO(WS-EDGE-IDX))
               END-IF
           END-PERFORM.

       PEEL-JOB-WITH-NO-SUCCESSOR.
           MOVE "N" TO WS-NODE-LIVE-SWITCH(WS-NODE-IDX).
           SET NODE-PEELED TO TRUE.
           PERFORM VARYING WS-EDGE-IDX FROM 1 BY 1
                   UNTIL WS-EDGE-IDX > WS-EDGE-COUNT
               IF WS-EDGE-TO(WS-EDGE-IDX) = WS-NODE-IDX
                       AND NODE-LIVE(WS-EDGE-FROM(WS-EDGE-IDX))
                   SUBTRACT 1 FROM
                       WS-NODE-OUT-DEGREE(WS-EDGE-FROM(WS-EDGE-IDX))
               END-IF
           END-PERFORM.

      * FOLLOWS SURVIVING RULES FROM ONE SURVIVOR UNTIL THE WALK MEETS
      * A JOB ALREADY ON ITS OWN PATH - THAT STRETCH IS ONE LOOP, AND
      * IS REPORTED ONCE, IN RUN ORDER, AGAINST THE LINE OF THE RULE
      * THAT CLOSES IT. A WALK THAT RUNS INTO A LOOP ALREADY REPORTED
      * STOPS THERE.
       WALK-TO-CYCLE.
           MOVE 1 TO WS-PATH-LENGTH.
           MOVE WS-PATH-START-IDX TO WS-PATH-NODE(1).
           MOVE "N" TO WS-WALK-SWITCH.
           PERFORM UNTIL WALK-FINISHED
               PERFORM FIND-NEXT-LIVE-SUCCESSOR
               IF WS-WALK-NEXT-IDX = 0
                   SET WALK-FINISHED TO TRUE
               ELSE
                   MOVE 0 TO WS-NODE-FOUND-IDX
                   PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
                           UNTIL WS-PATH-IDX > WS-PATH-LENGTH
                              OR WS-NODE-FOUND-IDX > 0
                       IF WS-PATH-NODE(WS-PATH-IDX) = WS-WALK-NEXT-IDX
                           MOVE WS-PATH-IDX TO WS-NODE-FOUND-IDX
                       END-IF
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN WS-NODE-FOUND-IDX > 0
                           PERFORM REPORT-PREDECESSOR-CYCLE
                           SET WALK-FINISHED TO TRUE
                       WHEN NODE-REPORTED(WS-WALK-NEXT-IDX)
                           SET WALK-FINISHED TO TRUE
                       WHEN WS-PATH-LENGTH NOT < WS-MAX-NODES
                           SET WALK-FINISHED TO TRUE
                       WHEN OTHER
                           ADD 1 TO WS-PATH-LENGTH
                           MOVE WS-WALK-NEXT-IDX
                               TO WS-PATH-NODE(WS-PATH-LENGTH)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       FIND-NEXT-LIVE-SUCCESSOR.
           MOVE 0 TO WS-WALK-NEXT-IDX.
           PERFORM VARYING WS-EDGE-IDX FROM 1 BY 1
                   UNTIL WS-EDGE-IDX > WS-EDGE-COUNT
                      OR WS-WALK-NEXT-IDX > 0
               IF WS-EDGE-FROM(WS-EDGE-IDX)
                       = WS-PATH-NODE(WS-PATH-LENGTH)
                       AND NODE-LIVE(WS-EDGE-TO(WS-EDGE-IDX))
                   MOVE WS-EDGE-TO(WS-EDGE-IDX) TO WS-WALK-NEXT-IDX
                   MOVE WS-EDGE-LINE-NO(WS-EDGE-IDX) TO WS-WALK-LINE-NO
               END-IF
           END-PERFORM.

      * THE LOOP READS IN RUN ORDER - EACH JOB WAITS ON THE ONE BEFORE
      * IT - AND ENDS WHERE IT STARTED. A LOOP TOO LONG FOR THE DETAIL
      * FIELD IS CUT SHORT WITH "...".
       REPORT-PREDECESSOR-CYCLE.
           ADD 1 TO WS-CYCLE-COUNT.
           MOVE SPACES TO WS-CYCLE-TEXT.
           MOVE 1 TO WS-CYCLE-POINTER.
           PERFORM VARYING WS-PATH-IDX FROM WS-NODE-FOUND-IDX BY 1
                   UNTIL WS-PATH-IDX > WS-PATH-LENGTH
               MOVE "Y" TO WS-NODE-REPORTED-SWITCH(
                   WS-PATH-NODE(WS-PATH-IDX))
               STRING WS-NODE-JOB-ID(WS-PATH-NODE(WS-PATH-IDX))
                          DELIMITED BY SPACE
                      " > " DELIMITED BY SIZE
                      INTO WS-CYCLE-TEXT
                      WITH POINTER WS-CYCLE-POINTER
               END-STRING
           END-PERFORM.
           STRING WS-NODE-JOB-ID(WS-WALK-NEXT-IDX) DELIMITED BY SPACE
                  INTO WS-CYCLE-TEXT
                  WITH POINTER WS-CYCLE-POINTER
               ON OVERFLOW
                   MOVE "..." TO WS-CYCLE-TEXT(58:3)
           END-STRING.
           MOVE "E" TO WS-FND-SEVERITY.
           MOVE "CYCLE" TO WS-FND-CODE.
           MOVE WS-PREDS-FILE-NAME TO WS-FND-FILE-NAME.
           MOVE WS-WALK-LINE-NO TO WS-FND-LINE-NO.
           MOVE WS-CYCLE-TEXT TO WS-FND-DETAIL.
           PERFORM ADD-FINDING.

      * EVERY JOB PREDS.CTL NAMES, AS SUCCESSOR OR PREDECESSOR, IS A
      * JOB WHOSE FAILURE WRTEDISP WILL HAVE TO ROUTE; WITHOUT A JOB
      * LINE IN ONCALL.CTL IT GOES TO THE DEFAULT GROUP.
       CHECK-PREDS-JOBS-ROSTERED.
           PERFORM VARYING WS-NODE-IDX FROM 1 BY 1
                   UNTIL WS-NODE-IDX > WS-NODE-COUNT
               MOVE 0 TO WS-ROSTER-FOUND-IDX
               PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                       UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
                          OR WS-ROSTER-FOUND-IDX > 0
                   IF WS-ROSTER-JOB-ID(WS-ROSTER-IDX)
                           = WS-NODE-JOB-ID(WS-NODE-IDX)
                       MOVE WS-ROSTER-IDX TO WS-ROSTER-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-ROSTER-FOUND-IDX = 0
                   MOVE "W" TO WS-FND-SEVERITY
                   MOVE "UNROSTERED" TO WS-FND-CODE
                   MOVE WS-PREDS-FILE-NAME TO WS-FND-FILE-NAME
                   MOVE WS-NODE-LINE-NO(WS-NODE-IDX) TO WS-FND-LINE-NO
                   MOVE SPACES TO WS-FND-DETAIL
                   STRING "JOB " DELIMITED BY SIZE
                          WS-NODE-JOB-ID(WS-NODE-IDX)
                              DELIMITED BY SPACE
                          " HAS NO LINE IN " DELIMITED BY SIZE
                          WS-ONCALL-FILE-NAME DELIMITED BY SPACE
                          INTO WS-FND-DETAIL
                   END-STRING
                   PERFORM ADD-FINDING
               END-IF
           END-PERFORM.

      * A DUTY LINE FOR A GROUP NO JOB LINE NAMES NEVER PAGES ANYBODY
      * - USUALLY A MISTYPED GROUP, LEAVING THE REAL GROUP UNCOVERED.
      * THE DEFAULT GROUP IS EXEMPT: UNROSTERED JOBS FALL INTO IT.
       CHECK-DUTY-GROUPS-HAVE-JOBS.
           PERFORM VARYING WS-DUTY-IDX FROM 1 BY 1
                   UNTIL WS-DUTY-IDX > WS-DUTY-COUNT
               MOVE "N" TO WS-GROUP-FOUND-SWITCH
               IF WS-DUTY-GROUP(WS-DUTY-IDX) = "DEFAULT"
                   SET GROUP-FOUND TO TRUE
               END-IF
               PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                       UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
                          OR GROUP-FOUND
                   IF WS-ROSTER-GROUP(WS-ROSTER-IDX)
                           = WS-DUTY-GROUP(WS-DUTY-IDX)
                       SET GROUP-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT GROUP-FOUND
                   MOVE "W" TO WS-FND-SEVERITY
                   MOVE "NO JOBS" TO WS-FND-CODE
                   MOVE WS-ONCALL-FILE-NAME TO WS-FND-FILE-NAME
                   MOVE WS-DUTY-LINE-NO(WS-DUTY-IDX) TO WS-FND-LINE-NO
                   MOVE SPACES TO WS-FND-DETAIL
                   STRING "NO JOB LINE IS IN GROUP " DELIMITED BY SIZE
                          WS-DUTY-GROUP(WS-DUTY-IDX) DELIMITED BY SPACE
                          INTO WS-FND-DETAIL
                   END-STRING
                   PERFORM ADD-FINDING
               END-IF
           END-PERFORM.

      * A FINDING ABOUT THE LINE JUST READ FROM THE CURRENT FILE.
       RAISE-LINE-FINDING.
           MOVE WS-CTL-FILE-NAME TO WS-FND-FILE-NAME.
           MOVE WS-CTL-LINE-NO TO WS-FND-LINE-NO.
           PERFORM ADD-FINDING.

      * EVERY FINDING GOES TO THE FINDINGS FILE AND THE CONSOLE AS IT
      * IS RAISED. NOTES ARE WRITTEN BUT DO NOT GRADE THE RUN.
       ADD-FINDING.
           MOVE SPACES TO FINDING-REC.
           EVALUATE TRUE
               WHEN FND-IS-ERROR
                   MOVE "ERROR   " TO FND-TAG
                   ADD 1 TO WS-ERROR-COUNT
               WHEN FND-IS-WARNING
                   MOVE "WARNING " TO FND-TAG
                   ADD 1 TO WS-WARNING-COUNT
               WHEN OTHER
                   MOVE "NOTE    " TO FND-TAG
                   ADD 1 TO WS-NOTE-COUNT
           END-EVALUATE.
           MOVE WS-FND-CODE TO FND-CODE.
           MOVE WS-FND-FILE-NAME TO FND-FILE-NAME.
           MOVE WS-FND-LINE-NO TO FND-LINE.
           MOVE WS-FND-DETAIL TO FND-DETAIL.
           WRITE FINDING-REC.
           IF NOT FINDINGS-FILE-OK
               PERFORM ABANDON-FINDINGS-FILE
           END-IF.
           DISPLAY FND-TAG FND-CODE " "
               FUNCTION TRIM(WS-FND-FILE-NAME) " LINE "
               WS-FND-LINE-NO " " FUNCTION TRIM(WS-FND-DETAIL).

       PRINT-PREFLIGHT-SUMMARY.
           DISPLAY "================================================".
           DISPLAY "CONTROL FILE PRE-FLIGHT CHECK".
           DISPLAY "RUN DATE      : " WS-TODAY-DATE " " WS-NOW-TIME.
           DISPLAY "FINDINGS FILE : "
               FUNCTION TRIM(WS-FINDINGS-FILE-NAME).
           DISPLAY "================================================".
           DISPLAY "FILE                           STATE      LINES "
               "ERRORS WARNINGS".
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               DISPLAY WS-FILE-NAME(WS-FILE-IDX)(1:30) " "
                   WS-FILE-STATE(WS-FILE-IDX) " "
                   WS-FILE-LINES(WS-FILE-IDX) " "
                   WS-FILE-ERRORS(WS-FILE-IDX) "  "
                   WS-FILE-WARNINGS(WS-FILE-IDX)
           END-PERFORM.
           DISPLAY "================================================".
           DISPLAY "JOBS IN PREDECESSOR GRAPH : " WS-NODE-COUNT.
           DISPLAY "PREDECESSOR CYCLES        : " WS-CYCLE-COUNT.
           DISPLAY "ERRORS                    : " WS-ERROR-COUNT.
           DISPLAY "WARNINGS                  : " WS-WARNING-COUNT.
           DISPLAY "NOTES                     : " WS-NOTE-COUNT.
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   DISPLAY "CONTROL FILES HAVE ERRORS - HOLD THE CHAIN"
               WHEN WS-WARNING-COUNT > 0
                   DISPLAY "CONTROL FILES USABLE, WITH WARNINGS"
               WHEN OTHER
                   DISPLAY "CONTROL FILES CLEAN"
           END-EVALUATE.
