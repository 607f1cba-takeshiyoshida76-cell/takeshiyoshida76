       IDENTIFICATION                      DIVISION.
       PROGRAM-ID. WRTERCRT.
       AUTHOR. TY.

      * QUARTERLY OPERATOR ACCESS RECERTIFICATION. READS THE
      * AUTHORIZED-OPERATOR LIST (AUTHOPS.CTL - THE JOBID,USERID PAIRS
      * WRTERPT CHECKS EVERY ENTRY AGAINST AND WRTEOPS MAINTAINS)
      * TOGETHER WITH THE LOG HISTORY - THE ROTATED GENERATIONS
      * (MYFILE.TXT.YYYYMMDD) FOR THE LAST WS-HISTORY-DAYS DAYS, THE
      * LIVE LOG, AND LOGVSAM - AND FOR EVERY PAIR SHOWS:
      *   - WHEN IT WAS LAST ACTUALLY USED (AN ENTRY LOGGED UNDER THAT
      *     JOB BY THAT USER, THE SAME MATCH WRTERPT MAKES);
      *   - WHETHER IT IS DORMANT: NOT USED FOR DORMANT-ACCESS-DAYS
      *     (DEFAULT 90) COUNTING FROM THE LATER OF ITS LAST USE AND
      *     ITS LAST GRANT, SO A PAIR ADDED LAST WEEK IS NOT DORMANT
      *     JUST BECAUSE THE JOB HAS NOT RUN SINCE;
      *   - WHO ADDED, CHANGED OR DELETED IT AND WHEN, RECONSTRUCTED
      *     FROM THE "AUTH PAIR ADDED/CHANGED/DELETED" ENTRIES WRTEOPS
      *     WRITES TO THE LOG - AND, WHERE NONE SAYS HOW THE PAIR GOT
      *     ONTO THE LIST, THAT THERE IS NO AUDIT RECORD OF ITS GRANT.
      * THE LISTING IS GROUPED BY JOB OWNER - THE SUPPORT GROUP THE
      * JOB'S ONCALL.CTL LINE NAMES - WITH A SIGN-OFF LINE UNDER EACH
      * OWNER, AND CLOSES EACH OWNER'S SECTION WITH THE PAIRS THE
      * AUDIT TRAIL SHOWS WERE REMOVED. EVERY DORMANT PAIR IS ALSO
      * WRITTEN TO A REMOVAL-CANDIDATES FILE ("AUTHFILE.RMV"), ONE
      * "JOBID,USERID,OWNER,LASTUSED,DAYSIDLE" LINE PER PAIR, THE
      * FIRST TWO FIELDS EXACTLY AS A SUPERVISOR KEYS THEM INTO
      * WRTEOPS TO DELETE THE PAIR.
      *
      * AN AUDIT ENTRY REACHES THIS PROGRAM TWICE - ONCE FROM ITS LOG
      * FILE AND ONCE FROM LOGVSAM, WHERE WRTELOAD COPIED IT - SO
      * IDENTICAL ENTRIES ARE COUNTED ONCE.
      *
      * INVOKE WITH A JCL PARM OF
      * "[YYYYMMDD[,DORMANTDAYS[,AUTHFILE[,FILENAME]]]]" - IF OMITTED,
      * TODAY'S DATE, DORMANT-ACCESS-DAYS FROM WRTECFG.CTL (90 WHEN NOT
      * CONFIGURED), AUTHOPS.CTL AND MYFILE.TXT. ENDS 0 WHEN NO PAIR
      * IS DORMANT, 4 WHEN REMOVAL CANDIDATES WERE LISTED OR THE
      * HISTORY WAS INCOMPLETE (NO LOGVSAM, TABLES FULL), 12 WHEN THE
      * LIST OR THE CANDIDATES FILE COULD NOT BE OPENED, OR THE
      * CANDIDATES FILE COULD NOT BE WRITTEN IN FULL.

       ENVIRONMENT                         DIVISION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
      * DELIBERATELY NOT OPTIONAL: RECERTIFYING A LIST THAT IS NOT
      * THERE WOULD PRINT A CLEAN SIGN-OFF FOR NOTHING.
           SELECT AUTH-FILE
           ASSIGN TO DYNAMIC WS-AUTH-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUTH-STATUS.

           SELECT OPTIONAL ONCALL-FILE
           ASSIGN TO DYNAMIC WS-ONCALL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ONCALL-STATUS.

           SELECT OPTIONAL IN-FILE
           ASSIGN TO DYNAMIC WS-SCAN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FILE-STATUS-CODE.

           SELECT OPTIONAL VSAM-LOG-FILE
           ASSIGN TO DYNAMIC WS-VSAM-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VSAM-LOG-KEY
           FILE STATUS IS WS-VSAM-STATUS.

           SELECT OPTIONAL CAND-FILE
           ASSIGN TO DYNAMIC WS-CAND-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CAND-STATUS.

           SELECT OPTIONAL CONFIG-FILE
           ASSIGN TO DYNAMIC WS-CONFIG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CONFIG-STATUS.

       DATA                                DIVISION.
       FILE                                SECTION.
       FD AUTH-FILE.
       01 AUTH-REC                         PIC X(80).

       FD ONCALL-FILE.
       01 ONCALL-REC                       PIC X(80).

       FD IN-FILE.
           COPY LOGREC01.

       FD VSAM-LOG-FILE.
           COPY VSAMLOG1.

       FD CAND-FILE.
       01 CAND-REC                         PIC X(80).

       FD CONFIG-FILE.
       01 CONFIG-REC                       PIC X(80).

       WORKING-STORAGE                     SECTION.
       01 FILE-STATUS-CODE                 PIC X(2).
          88 FILE-OK                       VALUE "00" "05".
       01 WS-SCAN-OPEN-STATUS              PIC X(2).
          88 SCAN-FILE-PRESENT             VALUE "00".
       01 WS-AUTH-STATUS                   PIC X(2).
          88 AUTH-FILE-OK                  VALUE "00".
       01 WS-ONCALL-STATUS                 PIC X(2).
          88 ONCALL-FILE-OK                VALUE "00" "05".
       01 WS-VSAM-STATUS                   PIC X(2).
          88 VSAM-FILE-OK                  VALUE "00".
          88 VSAM-FILE-PRESENT             VALUE "00".
       01 WS-CAND-STATUS                   PIC X(2).
          88 CAND-FILE-OK                  VALUE "00" "05".

       01 WS-EOF-SWITCH                    PIC X(1) VALUE "N".
          88 EOF-REACHED                   VALUE "Y".

       01 WS-AUTH-FILE-NAME                PIC X(40)
          VALUE "AUTHOPS.CTL".
       01 WS-ONCALL-FILE-NAME              PIC X(40)
          VALUE "ONCALL.CTL".
       01 WS-LOG-FILE-NAME                 PIC X(40)
          VALUE "MYFILE.TXT".
       01 WS-VSAM-FILE-NAME                PIC X(40)
          VALUE "LOGVSAM".
       01 WS-CAND-FILE-NAME                PIC X(45).
       01 WS-SCAN-FILE-NAME                PIC X(45).
       01 WS-PARM-STRING                   PIC X(100).
       01 WS-AS-OF-DATE                    PIC 9(8).
       01 WS-AS-OF-DATE-TEXT               PIC X(8).
       01 WS-PARM-DORMANT-TEXT             PIC X(4).
       01 WS-PARM-DORMANT-LEN              PIC 9(2).

       01 WS-CONFIG-FILE-NAME              PIC X(40)
          VALUE "WRTECFG.CTL".
       01 WS-CONFIG-STATUS                 PIC X(2).
          88 CONFIG-FILE-OK                VALUE "00" "05".
       01 WS-CONFIG-EOF-SWITCH             PIC X(1).
          88 CONFIG-EOF-REACHED            VALUE "Y".
       01 WS-CONFIG-KEYWORD                PIC X(24).
       01 WS-CONFIG-VALUE-TEXT             PIC X(10).
       01 WS-CONFIG-VALUE-LEN              PIC 9(2).

      * A PAIR IS DORMANT AFTER WS-DORMANT-DAYS WITHOUT USE. THE
      * GENERATIONS ARE SEARCHED BACK A YEAR, OR FURTHER WHEN THE
      * DORMANCY PERIOD ITSELF IS LONGER, SO "LAST USED" IS SHOWN FOR
      * EVERY PAIR USED IN THE PAST YEAR, DORMANT OR NOT.
       01 WS-DORMANT-DAYS                  PIC 9(4) VALUE 90.
       01 WS-HISTORY-DAYS                  PIC 9(4) VALUE 366.
       01 WS-AS-OF-INTEGER                 PIC S9(9) COMP.
       01 WS-HISTORY-START-DATE            PIC 9(8).
       01 WS-DAY-OFFSET                    PIC 9(4).
       01 WS-GEN-DATE                      PIC 9(8).
       01 WS-GENERATIONS-READ              PIC 9(4) VALUE 0.
       01 WS-LIVE-LOG-SWITCH               PIC X(1) VALUE "N".
          88 LIVE-LOG-READ                 VALUE "Y".
       01 WS-VSAM-READ-SWITCH              PIC X(1) VALUE "N".
          88 VSAM-WAS-READ                 VALUE "Y".
       01 WS-VSAM-EOF-SWITCH               PIC X(1).
          88 VSAM-EOF-REACHED              VALUE "Y".

      * ONE LOG ENTRY, FROM WHICHEVER FILE IT CAME.
       01 WS-ENTRY-DATE                    PIC 9(8).
       01 WS-ENTRY-TIME                    PIC 9(6).
       01 WS-ENTRY-MILLISEC                PIC 9(2).
       01 WS-ENTRY-JOB-ID                  PIC X(8).
       01 WS-ENTRY-USER-ID                 PIC X(8).
       01 WS-ENTRY-MESSAGE                 PIC X(60).
       01 WS-ENTRIES-READ                  PIC 9(9) VALUE 0.

      * THE LIST UNDER RECERTIFICATION - SAME TABLE SIZE AS WRTERPT'S
      * OWN LOADER AND WRTEOPS.
       01 WS-AUTH-LINE-JOB-ID              PIC X(8).
       01 WS-AUTH-LINE-USER-ID             PIC X(8).
       01 WS-AUTH-COUNT                    PIC 9(4) VALUE 0.
       01 WS-MAX-AUTH-ENTRIES              PIC 9(4) VALUE 200.
       01 WS-AUTH-IDX                      PIC 9(4).
       01 WS-AUTH-FOUND-IDX                PIC 9(4).
       01 WS-AUTH-OVERFLOW-COUNT           PIC 9(4) VALUE 0.
       01 WS-AUTH-TABLE.
          05 WS-AUTH-ENTRY OCCURS 200 TIMES.
             10 WS-AUTH-JOB-ID             PIC X(8).
             10 WS-AUTH-USER-ID            PIC X(8).
             10 WS-AUTH-OWNER              PIC X(8).
             10 WS-AUTH-LAST-USED          PIC 9(8).
             10 WS-AUTH-LAST-GRANT         PIC 9(8).
             10 WS-AUTH-DAYS-IDLE          PIC 9(5).
             10 WS-AUTH-DORMANT-SWITCH     PIC X(1).
                88 AUTH-PAIR-DORMANT       VALUE "Y".

      * JOB OWNERS FROM THE ONCALL.CTL JOB LINES (JOBID,GROUP,...).
      * ROTA AND OVERRIDE LINES ARE GROUP-LEVEL AND NAME NO JOB.
       01 WS-ONCALL-EOF-SWITCH             PIC X(1) VALUE "N".
          88 ONCALL-EOF-REACHED            VALUE "Y".
       01 WS-ONCALL-LINE-JOB-ID            PIC X(8).
       01 WS-ONCALL-LINE-GROUP             PIC X(8).
       01 WS-JOB-OWNER-COUNT               PIC 9(4) VALUE 0.
       01 WS-JOB-OWNER-IDX                 PIC 9(4).
       01 WS-JOB-OWNER-TABLE.
          05 WS-JOB-OWNER-ENTRY OCCURS 200 TIMES.
             10 WS-JOB-OWNER-JOB-ID        PIC X(8).
             10 WS-JOB-OWNER-GROUP         PIC X(8).
       01 WS-LOOKUP-JOB-ID                 PIC X(8).
       01 WS-LOOKUP-OWNER                  PIC X(8).
       01 WS-NO-OWNER                      PIC X(8) VALUE "(NONE)".

      * THE OWNERS TO PRINT, IN NAME ORDER.
       01 WS-OWNER-COUNT                   PIC 9(4) VALUE 0.
       01 WS-OWNER-IDX                     PIC 9(4).
       01 WS-OWNER-TABLE.
          05 WS-OWNER-ENTRY OCCURS 400 TIMES.
             10 WS-OWNER-NAME              PIC X(8).
             10 WS-OWNER-PRINTED           PIC X(1).
       01 WS-NEXT-OWNER-IDX                PIC 9(4).
       01 WS-CURRENT-OWNER                 PIC X(8).

      * THE WRTEOPS AUDIT TRAIL, HELD IN DATE/TIME ORDER AND WITH
      * EXACT REPEATS DROPPED AS THEY ARRIVE. ACTION "A" ADDED
      * JOB/USER, "C" CHANGED JOB/USER TO JOB/NEW-USER, "D" DELETED
      * JOB/USER.
       01 WS-AUDIT-PREFIX-ADDED            PIC X(16)
          VALUE "AUTH PAIR ADDED ".
       01 WS-AUDIT-PREFIX-CHANGED          PIC X(18)
          VALUE "AUTH PAIR CHANGED ".
       01 WS-AUDIT-PREFIX-DELETED          PIC X(18)
          VALUE "AUTH PAIR DELETED ".
       01 WS-AUDIT-REST                    PIC X(60).
       01 WS-NEW-EVENT.
          05 WS-NEW-EVENT-DATE             PIC 9(8).
          05 WS-NEW-EVENT-TIME             PIC 9(6).
          05 WS-NEW-EVENT-MILLISEC         PIC 9(2).
          05 WS-NEW-EVENT-OPERATOR         PIC X(8).
          05 WS-NEW-EVENT-ACTION           PIC X(1).
          05 WS-NEW-EVENT-JOB-ID           PIC X(8).
          05 WS-NEW-EVENT-USER-ID          PIC X(8).
          05 WS-NEW-EVENT-NEW-USER-ID      PIC X(8).
       01 WS-EVENT-COUNT                   PIC 9(4) VALUE 0.
       01 WS-MAX-EVENTS                    PIC 9(4) VALUE 500.
       01 WS-EVENT-IDX                     PIC 9(4).
       01 WS-EVENT-INSERT-IDX              PIC 9(4).
       01 WS-EVENT-OVERFLOW-COUNT          PIC 9(4) VALUE 0.
       01 WS-EVENT-DUPLICATE-SWITCH        PIC X(1).
          88 EVENT-ALREADY-HELD            VALUE "Y".
       01 WS-EVENT-TABLE.
          05 WS-EVENT-ENTRY OCCURS 500 TIMES.
             10 WS-EVENT-DATE              PIC 9(8).
             10 WS-EVENT-TIME              PIC 9(6).
             10 WS-EVENT-MILLISEC          PIC 9(2).
             10 WS-EVENT-OPERATOR          PIC X(8).
             10 WS-EVENT-ACTION            PIC X(1).
             10 WS-EVENT-JOB-ID            PIC X(8).
             10 WS-EVENT-USER-ID           PIC X(8).
             10 WS-EVENT-NEW-USER-ID       PIC X(8).
             10 WS-EVENT-LISTED            PIC X(1).
       01 WS-EVENT-STAMP                   PIC 9(16).
       01 WS-HELD-STAMP                    PIC 9(16).

      * PAIRS THE TRAIL SHOWS REMOVED THAT ARE NOT ON THE LIST TODAY.
       01 WS-REMOVED-JOB-ID                PIC X(8).
       01 WS-REMOVED-USER-ID               PIC X(8).
       01 WS-LATER-EVENT-IDX               PIC 9(4).
       01 WS-SUPERSEDED-SWITCH             PIC X(1).
          88 REMOVAL-SUPERSEDED            VALUE "Y".
       01 WS-OWNER-REMOVED-COUNT           PIC 9(4).

       01 WS-GRANT-FOUND-SWITCH            PIC X(1).
          88 GRANT-ON-RECORD               VALUE "Y".
       01 WS-REFERENCE-DATE                PIC 9(8).
       01 WS-IDLE-DAYS                     PIC S9(9) COMP.

       01 WS-ACTIVE-COUNT                  PIC 9(4) VALUE 0.
       01 WS-DORMANT-COUNT                 PIC 9(4) VALUE 0.
       01 WS-UNAUDITED-COUNT               PIC 9(4) VALUE 0.
       01 WS-REMOVED-COUNT                 PIC 9(4) VALUE 0.
       01 WS-OWNER-PAIR-COUNT              PIC 9(4).
       01 WS-OWNER-DORMANT-COUNT           PIC 9(4).

       01 WS-PAIR-LINE.
          05 PL-JOB-ID                     PIC X(8).
          05 FILLER                        PIC X(2) VALUE SPACES.
          05 PL-USER-ID                    PIC X(8).
          05 FILLER                        PIC X(2) VALUE SPACES.
          05 PL-LAST-USED                  PIC X(10).
          05 FILLER                        PIC X(2) VALUE SPACES.
          05 PL-DAYS-IDLE                  PIC X(5).
          05 FILLER                        PIC X(3) VALUE SPACES.
          05 PL-STATE                      PIC X(30).
       01 WS-DAYS-EDIT                     PIC ZZZZ9.
       01 WS-CAND-DAYS-TEXT                PIC X(5).

      * GRADED CONDITION CODE FOR THE SCHEDULER - 0 NOTHING DORMANT,
      * 4 REMOVAL CANDIDATES LISTED OR HISTORY INCOMPLETE, 12 COULD
      * NOT RUN.
       01 WS-GRADED-RC                     PIC 9(2) VALUE 0.

       PROCEDURE                           DIVISION.
       MAIN-LOGIC                          SECTION.
           PERFORM LOAD-SHOP-CONFIGURATION.
           PERFORM GET-PARAMETERS.
           PERFORM LOAD-AUTHORIZED-PAIRS.
           PERFORM LOAD-JOB-OWNERS.
           PERFORM SCAN-LOG-GENERATIONS.
           PERFORM SCAN-LIVE-LOG.
           PERFORM SCAN-VSAM-LOG.
           PERFORM ASSESS-EVERY-PAIR.
           PERFORM WRITE-REMOVAL-CANDIDATES.
           PERFORM PRINT-RECERTIFICATION-LISTING.
           PERFORM SET-GRADED-RETURN-CODE.
           STOP RUN.

       SET-GRADED-RETURN-CODE.
           MOVE 0 TO WS-GRADED-RC.
           IF WS-DORMANT-COUNT > 0 OR NOT VSAM-WAS-READ
                   OR WS-AUTH-OVERFLOW-COUNT > 0
                   OR WS-EVENT-OVERFLOW-COUNT > 0
               MOVE 4 TO WS-GRADED-RC
           END-IF.
           MOVE WS-GRADED-RC TO RETURN-CODE.

       GET-PARAMETERS.
           MOVE SPACES TO WS-PARM-DORMANT-TEXT.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           ELSE
               UNSTRING WS-PARM-STRING DELIMITED BY ","
                   INTO WS-AS-OF-DATE-TEXT WS-PARM-DORMANT-TEXT
                        WS-AUTH-FILE-NAME WS-LOG-FILE-NAME
               END-UNSTRING
               IF WS-AS-OF-DATE-TEXT = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
               ELSE
                   MOVE WS-AS-OF-DATE-TEXT TO WS-AS-OF-DATE
               END-IF
               COMPUTE WS-PARM-DORMANT-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-PARM-DORMANT-TEXT))
               IF WS-PARM-DORMANT-TEXT NOT = SPACES
                   IF WS-PARM-DORMANT-TEXT(1:WS-PARM-DORMANT-LEN)
                           IS NUMERIC
                       MOVE WS-PARM-DORMANT-TEXT
                               (1:WS-PARM-DORMANT-LEN)
                           TO WS-DORMANT-DAYS
                   END-IF
               END-IF
               IF WS-AUTH-FILE-NAME = SPACES
                   MOVE "AUTHOPS.CTL" TO WS-AUTH-FILE-NAME
               END-IF
               IF WS-LOG-FILE-NAME = SPACES
                   MOVE "MYFILE.TXT" TO WS-LOG-FILE-NAME
               END-IF
           END-IF.
           IF WS-DORMANT-DAYS = 0
               MOVE 90 TO WS-DORMANT-DAYS
           END-IF.
           IF WS-DORMANT-DAYS > WS-HISTORY-DAYS
               MOVE WS-DORMANT-DAYS TO WS-HISTORY-DAYS
           END-IF.
           COMPUTE WS-AS-OF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE).
           COMPUTE WS-HISTORY-START-DATE = FUNCTION DATE-OF-INTEGER(
               WS-AS-OF-INTEGER - WS-HISTORY-DAYS + 1).
           MOVE SPACES TO WS-CAND-FILE-NAME.
           STRING WS-AUTH-FILE-NAME DELIMITED BY SPACE
                  ".RMV"            DELIMITED BY SIZE
                  INTO WS-CAND-FILE-NAME
           END-STRING.

      * READS THE SHOP CONFIGURATION FILE ONCE AT STARTUP, BEFORE THE
      * PARM SO A PER-RUN DORMANCY PERIOD STILL WINS. A MISSING FILE
      * LEAVES THE COMPILED DEFAULT.
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
           IF WS-CONFIG-VALUE-LEN > 0 AND WS-CONFIG-VALUE-LEN NOT > 4
               IF WS-CONFIG-VALUE-TEXT(1:WS-CONFIG-VALUE-LEN)
                       IS NUMERIC
                   EVALUATE WS-CONFIG-KEYWORD
                       WHEN "DORMANT-ACCESS-DAYS"
                           MOVE WS-CONFIG-VALUE-TEXT
                                   (1:WS-CONFIG-VALUE-LEN)
                               TO WS-DORMANT-DAYS
                   END-EVALUATE
               END-IF
           END-IF.

       LOAD-AUTHORIZED-PAIRS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT AUTH-FILE.
           IF NOT AUTH-FILE-OK
               DISPLAY "UNABLE TO OPEN AUTHORIZED OPERATOR FILE "
                   FUNCTION TRIM(WS-AUTH-FILE-NAME)
                   " - STATUS " WS-AUTH-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-REACHED
               READ AUTH-FILE
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM STORE-AUTH-LINE
               END-READ
           END-PERFORM.
           CLOSE AUTH-FILE.

       STORE-AUTH-LINE.
           MOVE SPACES TO WS-AUTH-LINE-JOB-ID WS-AUTH-LINE-USER-ID.
           UNSTRING AUTH-REC DELIMITED BY ","
               INTO WS-AUTH-LINE-JOB-ID WS-AUTH-LINE-USER-ID
           END-UNSTRING.
           IF WS-AUTH-LINE-JOB-ID NOT = SPACES
               IF WS-AUTH-COUNT < WS-MAX-AUTH-ENTRIES
                   ADD 1 TO WS-AUTH-COUNT
                   INITIALIZE WS-AUTH-ENTRY(WS-AUTH-COUNT)
                   MOVE WS-AUTH-LINE-JOB-ID
                       TO WS-AUTH-JOB-ID(WS-AUTH-COUNT)
                   MOVE WS-AUTH-LINE-USER-ID
                       TO WS-AUTH-USER-ID(WS-AUTH-COUNT)
               ELSE
                   ADD 1 TO WS-AUTH-OVERFLOW-COUNT
               END-IF
           END-IF.

       LOAD-JOB-OWNERS.
           OPEN INPUT ONCALL-FILE.
           IF ONCALL-FILE-OK
               PERFORM UNTIL ONCALL-EOF-REACHED
                   READ ONCALL-FILE
                       AT END
                           SET ONCALL-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM STORE-JOB-OWNER
                   END-READ
               END-PERFORM
               CLOSE ONCALL-FILE
           END-IF.
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
               MOVE WS-AUTH-JOB-ID(WS-AUTH-IDX) TO WS-LOOKUP-JOB-ID
               PERFORM FIND-JOB-OWNER
               MOVE WS-LOOKUP-OWNER TO WS-AUTH-OWNER(WS-AUTH-IDX)
           END-PERFORM.

       STORE-JOB-OWNER.
           MOVE SPACES TO WS-ONCALL-LINE-JOB-ID WS-ONCALL-LINE-GROUP.
           UNSTRING ONCALL-REC DELIMITED BY ","
               INTO WS-ONCALL-LINE-JOB-ID WS-ONCALL-LINE-GROUP
           END-UNSTRING.
           IF WS-ONCALL-LINE-JOB-ID NOT = SPACES
                   AND WS-ONCALL-LINE-GROUP NOT = SPACES
                   AND WS-ONCALL-LINE-JOB-ID NOT = "ROTA"
                   AND WS-ONCALL-LINE-JOB-ID NOT = "OVERRIDE"
                   AND WS-JOB-OWNER-COUNT < 200
               ADD 1 TO WS-JOB-OWNER-COUNT
               MOVE WS-ONCALL-LINE-JOB-ID
                   TO WS-JOB-OWNER-JOB-ID(WS-JOB-OWNER-COUNT)
               MOVE WS-ONCALL-LINE-GROUP
                   TO WS-JOB-OWNER-GROUP(WS-JOB-OWNER-COUNT)
           END-IF.

       FIND-JOB-OWNER.
           MOVE WS-NO-OWNER TO WS-LOOKUP-OWNER.
           PERFORM VARYING WS-JOB-OWNER-IDX FROM 1 BY 1
                   UNTIL WS-JOB-OWNER-IDX > WS-JOB-OWNER-COUNT
               IF WS-JOB-OWNER-JOB-ID(WS-JOB-OWNER-IDX)
                       = WS-LOOKUP-JOB-ID
                   MOVE WS-JOB-OWNER-GROUP(WS-JOB-OWNER-IDX)
                       TO WS-LOOKUP-OWNER
               END-IF
           END-PERFORM.

      * EVERY DATED GENERATION IN THE HISTORY WINDOW THAT IS ON DISK.
      * A DAY WHOSE GENERATION IS MISSING IS EITHER STILL IN THE LIVE
      * LOG, WHICH IS READ WHOLE NEXT, OR SIMPLY HAD NO LOG.
       SCAN-LOG-GENERATIONS.
           PERFORM VARYING WS-DAY-OFFSET FROM 0 BY 1
                   UNTIL WS-DAY-OFFSET NOT < WS-HISTORY-DAYS
               COMPUTE WS-GEN-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-AS-OF-INTEGER - WS-DAY-OFFSET)
               MOVE SPACES TO WS-SCAN-FILE-NAME
               STRING WS-LOG-FILE-NAME DELIMITED BY SPACE
                      "."              DELIMITED BY SIZE
                      WS-GEN-DATE      DELIMITED BY SIZE
                      INTO WS-SCAN-FILE-NAME
               END-STRING
               PERFORM SCAN-ONE-LOG-FILE
               IF SCAN-FILE-PRESENT
                   ADD 1 TO WS-GENERATIONS-READ
               END-IF
           END-PERFORM.

       SCAN-LIVE-LOG.
           MOVE WS-LOG-FILE-NAME TO WS-SCAN-FILE-NAME.
           PERFORM SCAN-ONE-LOG-FILE.
           IF SCAN-FILE-PRESENT
               SET LIVE-LOG-READ TO TRUE
           END-IF.

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
                           IF LOG-DATE OF LOG-RECORD IS NUMERIC
                               MOVE LOG-DATE OF LOG-RECORD
                                   TO WS-ENTRY-DATE
                               MOVE LOG-TIME OF LOG-RECORD
                                   TO WS-ENTRY-TIME
                               MOVE LOG-MILLISEC OF LOG-RECORD
                                   TO WS-ENTRY-MILLISEC
                               MOVE LOG-JOB-ID OF LOG-RECORD
                                   TO WS-ENTRY-JOB-ID
                               MOVE LOG-USER-ID OF LOG-RECORD
                                   TO WS-ENTRY-USER-ID
                               MOVE LOG-MESSAGE OF LOG-RECORD
                                   TO WS-ENTRY-MESSAGE
                               PERFORM PROCESS-LOG-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IN-FILE
           END-IF.

      * LOGVSAM FROM THE FIRST DAY OF THE HISTORY WINDOW - IT HOLDS
      * WHAT WRTELOAD LOADED, INCLUDING DAYS WHOSE GENERATIONS HAVE
      * SINCE BEEN PURGED. NOT HAVING IT IS REPORTED, NOT FATAL.
       SCAN-VSAM-LOG.
           OPEN INPUT VSAM-LOG-FILE.
           IF VSAM-FILE-PRESENT
               SET VSAM-WAS-READ TO TRUE
               MOVE "N" TO WS-VSAM-EOF-SWITCH
               MOVE LOW-VALUES TO VSAM-LOG-KEY
               MOVE WS-HISTORY-START-DATE TO VSAM-KEY-DATE
               START VSAM-LOG-FILE KEY IS NOT LESS THAN VSAM-LOG-KEY
                   INVALID KEY
                       SET VSAM-EOF-REACHED TO TRUE
               END-START
               PERFORM UNTIL VSAM-EOF-REACHED
                   READ VSAM-LOG-FILE NEXT RECORD
                       AT END
                           SET VSAM-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM TAKE-VSAM-ENTRY
                   END-READ
               END-PERFORM
               CLOSE VSAM-LOG-FILE
           ELSE
               IF WS-VSAM-STATUS = "05"
                   CLOSE VSAM-LOG-FILE
               END-IF
           END-IF.

       TAKE-VSAM-ENTRY.
           IF VSAM-KEY-DATE > WS-AS-OF-DATE
               SET VSAM-EOF-REACHED TO TRUE
           ELSE
               MOVE VSAM-KEY-DATE            TO WS-ENTRY-DATE
               MOVE VSAM-KEY-TIME            TO WS-ENTRY-TIME
               MOVE VSAM-KEY-MILLISEC        TO WS-ENTRY-MILLISEC
               MOVE VSAM-KEY-JOB-ID          TO WS-ENTRY-JOB-ID
               MOVE VSAM-LOG-USER-ID         TO WS-ENTRY-USER-ID
               MOVE VSAM-LOG-MESSAGE         TO WS-ENTRY-MESSAGE
               PERFORM PROCESS-LOG-ENTRY
           END-IF.

      * ONE ENTRY INSIDE THE HISTORY WINDOW: A USE OF ANY PAIR ON THE
      * LIST, AND - WHEN WRTEOPS WROTE IT - A CHANGE TO THE LIST.
       PROCESS-LOG-ENTRY.
           IF WS-ENTRY-DATE NOT < WS-HISTORY-START-DATE
                   AND WS-ENTRY-DATE NOT > WS-AS-OF-DATE
               ADD 1 TO WS-ENTRIES-READ
               PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                       UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                   IF WS-AUTH-JOB-ID(WS-AUTH-IDX) = WS-ENTRY-JOB-ID
                           AND WS-AUTH-USER-ID(WS-AUTH-IDX)
                               = WS-ENTRY-USER-ID
                           AND WS-ENTRY-DATE
                               > WS-AUTH-LAST-USED(WS-AUTH-IDX)
                       MOVE WS-ENTRY-DATE
                           TO WS-AUTH-LAST-USED(WS-AUTH-IDX)
                   END-IF
               END-PERFORM
               IF WS-ENTRY-JOB-ID = "WRTEOPS"
                   PERFORM TAKE-AUDIT-ENTRY
               END-IF
           END-IF.

      * PARSES THE THREE MESSAGE SHAPES WRTEOPS WRITES:
      *   AUTH PAIR ADDED JOBID/USERID
      *   AUTH PAIR CHANGED JOBID/USERID TO NEWUSER
      *   AUTH PAIR DELETED JOBID/USERID
       TAKE-AUDIT-ENTRY.
           MOVE SPACES TO WS-NEW-EVENT WS-AUDIT-REST.
           EVALUATE TRUE
               WHEN WS-ENTRY-MESSAGE(1:16) = WS-AUDIT-PREFIX-ADDED
                   MOVE "A" TO WS-NEW-EVENT-ACTION
                   MOVE WS-ENTRY-MESSAGE(17:) TO WS-AUDIT-REST
               WHEN WS-ENTRY-MESSAGE(1:18) = WS-AUDIT-PREFIX-CHANGED
                   MOVE "C" TO WS-NEW-EVENT-ACTION
                   MOVE WS-ENTRY-MESSAGE(19:) TO WS-AUDIT-REST
               WHEN WS-ENTRY-MESSAGE(1:18) = WS-AUDIT-PREFIX-DELETED
                   MOVE "D" TO WS-NEW-EVENT-ACTION
                   MOVE WS-ENTRY-MESSAGE(19:) TO WS-AUDIT-REST
           END-EVALUATE.
           IF WS-NEW-EVENT-ACTION NOT = SPACES
               UNSTRING WS-AUDIT-REST DELIMITED BY "/" OR " TO "
                       OR ALL SPACES
                   INTO WS-NEW-EVENT-JOB-ID WS-NEW-EVENT-USER-ID
                        WS-NEW-EVENT-NEW-USER-ID
               END-UNSTRING
               IF WS-NEW-EVENT-ACTION NOT = "C"
                   MOVE SPACES TO WS-NEW-EVENT-NEW-USER-ID
               END-IF
               MOVE WS-ENTRY-DATE     TO WS-NEW-EVENT-DATE
               MOVE WS-ENTRY-TIME     TO WS-NEW-EVENT-TIME
               MOVE WS-ENTRY-MILLISEC TO WS-NEW-EVENT-MILLISEC
               MOVE WS-ENTRY-USER-ID  TO WS-NEW-EVENT-OPERATOR
               IF WS-NEW-EVENT-JOB-ID NOT = SPACES
                       AND WS-NEW-EVENT-USER-ID NOT = SPACES
                   PERFORM STORE-AUDIT-EVENT
               END-IF
           END-IF.

      * KEEPS THE TRAIL IN DATE/TIME ORDER AS IT IS BUILT - THE FILES
      * ARRIVE NEWEST GENERATION FIRST, THEN THE LIVE LOG, THEN
      * LOGVSAM - AND DROPS AN ENTRY ALREADY HELD FROM ANOTHER FILE.
       STORE-AUDIT-EVENT.
           COMPUTE WS-EVENT-STAMP = WS-NEW-EVENT-DATE * 100000000
               + WS-NEW-EVENT-TIME * 100 + WS-NEW-EVENT-MILLISEC.
           MOVE "N" TO WS-EVENT-DUPLICATE-SWITCH.
           MOVE 0 TO WS-EVENT-INSERT-IDX.
           PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                   UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
                      OR EVENT-ALREADY-HELD
               IF WS-EVENT-DATE(WS-EVENT-IDX) = WS-NEW-EVENT-DATE
                       AND WS-EVENT-TIME(WS-EVENT-IDX)
                           = WS-NEW-EVENT-TIME
                       AND WS-EVENT-MILLISEC(WS-EVENT-IDX)
                           = WS-NEW-EVENT-MILLISEC
                       AND WS-EVENT-OPERATOR(WS-EVENT-IDX)
                           = WS-NEW-EVENT-OPERATOR
                       AND WS-EVENT-ACTION(WS-EVENT-IDX)
                           = WS-NEW-EVENT-ACTION
                       AND WS-EVENT-JOB-ID(WS-EVENT-IDX)
                           = WS-NEW-EVENT-JOB-ID
                       AND WS-EVENT-USER-ID(WS-EVENT-IDX)
                           = WS-NEW-EVENT-USER-ID
                       AND WS-EVENT-NEW-USER-ID(WS-EVENT-IDX)
                           = WS-NEW-EVENT-NEW-USER-ID
                   SET EVENT-ALREADY-HELD TO TRUE
               END-IF
               COMPUTE WS-HELD-STAMP =
                   WS-EVENT-DATE(WS-EVENT-IDX) * 100000000
                   + WS-EVENT-TIME(WS-EVENT-IDX) * 100
                   + WS-EVENT-MILLISEC(WS-EVENT-IDX)
               IF WS-EVENT-INSERT-IDX = 0
                       AND WS-HELD-STAMP > WS-EVENT-STAMP
                   MOVE WS-EVENT-IDX TO WS-EVENT-INSERT-IDX
               END-IF
           END-PERFORM.
           IF NOT EVENT-ALREADY-HELD
               IF WS-EVENT-COUNT < WS-MAX-EVENTS
                   IF WS-EVENT-INSERT-IDX = 0
                       COMPUTE WS-EVENT-INSERT-IDX = WS-EVENT-COUNT + 1
                   END-IF
                   PERFORM VARYING WS-EVENT-IDX FROM WS-EVENT-COUNT
                           BY -1
                           UNTIL WS-EVENT-IDX < WS-EVENT-INSERT-IDX
                       MOVE WS-EVENT-ENTRY(WS-EVENT-IDX)
                           TO WS-EVENT-ENTRY(WS-EVENT-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-EVENT-COUNT
                   MOVE WS-NEW-EVENT
                       TO WS-EVENT-ENTRY(WS-EVENT-INSERT-IDX)
                   MOVE "N" TO WS-EVENT-LISTED(WS-EVENT-INSERT-IDX)
               ELSE
                   ADD 1 TO WS-EVENT-OVERFLOW-COUNT
               END-IF
           END-IF.

      * LAST GRANT: THE LATEST ADD OF THE PAIR, OR CHANGE THAT MADE
      * IT. DORMANCY RUNS FROM THE LATER OF THAT AND THE LAST USE; A
      * PAIR WITH NEITHER ON RECORD HAS NOT BEEN USED IN THE WHOLE
      * HISTORY WINDOW AND IS DORMANT OUTRIGHT.
       ASSESS-EVERY-PAIR.
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
               PERFORM FIND-LAST-GRANT
               MOVE WS-AUTH-LAST-USED(WS-AUTH-IDX)
                   TO WS-REFERENCE-DATE
               IF WS-AUTH-LAST-GRANT(WS-AUTH-IDX) > WS-REFERENCE-DATE
                   MOVE WS-AUTH-LAST-GRANT(WS-AUTH-IDX)
                       TO WS-REFERENCE-DATE
               END-IF
               MOVE "N" TO WS-AUTH-DORMANT-SWITCH(WS-AUTH-IDX)
               IF WS-REFERENCE-DATE = 0
                   MOVE WS-HISTORY-DAYS
                       TO WS-AUTH-DAYS-IDLE(WS-AUTH-IDX)
                   SET AUTH-PAIR-DORMANT(WS-AUTH-IDX) TO TRUE
               ELSE
                   COMPUTE WS-IDLE-DAYS = WS-AS-OF-INTEGER
                       - FUNCTION INTEGER-OF-DATE(WS-REFERENCE-DATE)
                   MOVE WS-IDLE-DAYS TO WS-AUTH-DAYS-IDLE(WS-AUTH-IDX)
                   IF WS-IDLE-DAYS > WS-DORMANT-DAYS
                       SET AUTH-PAIR-DORMANT(WS-AUTH-IDX) TO TRUE
                   END-IF
               END-IF
               IF AUTH-PAIR-DORMANT(WS-AUTH-IDX)
                   ADD 1 TO WS-DORMANT-COUNT
               ELSE
                   ADD 1 TO WS-ACTIVE-COUNT
               END-IF
           END-PERFORM.

       FIND-LAST-GRANT.
           MOVE 0 TO WS-AUTH-LAST-GRANT(WS-AUTH-IDX).
           PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                   UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
               IF WS-EVENT-JOB-ID(WS-EVENT-IDX)
                       = WS-AUTH-JOB-ID(WS-AUTH-IDX)
                   IF (WS-EVENT-ACTION(WS-EVENT-IDX) = "A"
                           AND WS-EVENT-USER-ID(WS-EVENT-IDX)
                               = WS-AUTH-USER-ID(WS-AUTH-IDX))
                       OR (WS-EVENT-ACTION(WS-EVENT-IDX) = "C"
                           AND WS-EVENT-NEW-USER-ID(WS-EVENT-IDX)
                               = WS-AUTH-USER-ID(WS-AUTH-IDX))
                       MOVE WS-EVENT-DATE(WS-EVENT-IDX)
                           TO WS-AUTH-LAST-GRANT(WS-AUTH-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      * THE WORKLIST A SUPERVISOR TAKES TO WRTEOPS - JOBID AND USERID
      * FIRST, AS THEY ARE KEYED THERE, THEN WHAT THE DECISION NEEDS.
       WRITE-REMOVAL-CANDIDATES.
           OPEN OUTPUT CAND-FILE.
           IF NOT CAND-FILE-OK
               DISPLAY "UNABLE TO OPEN REMOVAL CANDIDATES FILE "
                   FUNCTION TRIM(WS-CAND-FILE-NAME)
                   " - STATUS " WS-CAND-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
               IF AUTH-PAIR-DORMANT(WS-AUTH-IDX)
                   PERFORM WRITE-ONE-CANDIDATE
               END-IF
           END-PERFORM.
           CLOSE CAND-FILE.

       WRITE-ONE-CANDIDATE.
           MOVE SPACES TO CAND-REC.
           MOVE WS-AUTH-DAYS-IDLE(WS-AUTH-IDX) TO WS-DAYS-EDIT.
           MOVE FUNCTION TRIM(WS-DAYS-EDIT) TO WS-CAND-DAYS-TEXT.
           IF WS-AUTH-LAST-USED(WS-AUTH-IDX) = 0
               STRING WS-AUTH-JOB-ID(WS-AUTH-IDX) DELIMITED BY SPACE
                      ","                       DELIMITED BY SIZE
                      WS-AUTH-USER-ID(WS-AUTH-IDX) DELIMITED BY SPACE
                      ","                       DELIMITED BY SIZE
                      WS-AUTH-OWNER(WS-AUTH-IDX) DELIMITED BY SPACE
                      ",NEVER,"                 DELIMITED BY SIZE
                      WS-CAND-DAYS-TEXT         DELIMITED BY SPACE
                      INTO CAND-REC
               END-STRING
           ELSE
               STRING WS-AUTH-JOB-ID(WS-AUTH-IDX) DELIMITED BY SPACE
                      ","                       DELIMITED BY SIZE
                      WS-AUTH-USER-ID(WS-AUTH-IDX) DELIMITED BY SPACE
                      ","                       DELIMITED BY SIZE
                      WS-AUTH-OWNER(WS-AUTH-IDX) DELIMITED BY SPACE
                      ","                       DELIMITED BY SIZE
                      WS-AUTH-LAST-USED(WS-AUTH-IDX)
                                                DELIMITED BY SIZE
                      ","                       DELIMITED BY SIZE
                      WS-CAND-DAYS-TEXT         DELIMITED BY SPACE
                      INTO CAND-REC
               END-STRING
           END-IF.
           WRITE CAND-REC.
           IF NOT CAND-FILE-OK
               DISPLAY "UNABLE TO WRITE REMOVAL CANDIDATES FILE "
                   FUNCTION TRIM(WS-CAND-FILE-NAME)
                   " - STATUS " WS-CAND-STATUS
                   " - WORKLIST INCOMPLETE, DO NOT USE"
               CLOSE CAND-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       PRINT-RECERTIFICATION-LISTING.
           DISPLAY "================================================".
           DISPLAY "OPERATOR ACCESS RECERTIFICATION".
           DISPLAY "AS OF DATE    : " WS-AS-OF-DATE.
           DISPLAY "AUTH FILE     : "
               FUNCTION TRIM(WS-AUTH-FILE-NAME)
               " (" WS-AUTH-COUNT " PAIRS)".
           DISPLAY "DORMANT AFTER : " WS-DORMANT-DAYS " DAYS UNUSED".
           DISPLAY "HISTORY FROM  : " WS-HISTORY-START-DATE.
           DISPLAY "GENERATIONS   : " WS-GENERATIONS-READ
               " READ FROM " FUNCTION TRIM(WS-LOG-FILE-NAME) ".*".
           IF LIVE-LOG-READ
               DISPLAY "LIVE LOG      : READ"
           ELSE
               DISPLAY "LIVE LOG      : NOT FOUND"
           END-IF.
           IF VSAM-WAS-READ
               DISPLAY "LOGVSAM       : READ"
           ELSE
               DISPLAY "LOGVSAM       : NOT AVAILABLE - STATUS "
                   WS-VSAM-STATUS " - USE MAY BE UNDERSTATED"
           END-IF.
           DISPLAY "AUDIT EVENTS  : " WS-EVENT-COUNT
               " LIST CHANGES BY WRTEOPS".
           DISPLAY "CANDIDATES TO : " FUNCTION TRIM(WS-CAND-FILE-NAME).
           DISPLAY "================================================".
           PERFORM COLLECT-OWNERS.
           PERFORM PRINT-NEXT-OWNER-SECTION
               WS-OWNER-COUNT TIMES.
           DISPLAY "================================================".
           DISPLAY "PAIRS ON THE LIST         : " WS-AUTH-COUNT.
           DISPLAY "ACTIVE                    : " WS-ACTIVE-COUNT.
           DISPLAY "DORMANT (REMOVAL LISTED)  : " WS-DORMANT-COUNT.
           DISPLAY "NO AUDIT RECORD OF GRANT  : " WS-UNAUDITED-COUNT.
           DISPLAY "REMOVED PER AUDIT TRAIL   : " WS-REMOVED-COUNT.
           IF WS-AUTH-OVERFLOW-COUNT > 0
               DISPLAY "  ... " WS-AUTH-OVERFLOW-COUNT
                   " PAIR(S) NOT LOADED - TABLE LIMIT OF "
                   WS-MAX-AUTH-ENTRIES " REACHED"
           END-IF.
           IF WS-EVENT-OVERFLOW-COUNT > 0
               DISPLAY "  ... " WS-EVENT-OVERFLOW-COUNT
                   " AUDIT EVENT(S) NOT HELD - TABLE LIMIT OF "
                   WS-MAX-EVENTS " REACHED"
           END-IF.

      * EVERY OWNER OF A PAIR ON THE LIST, PLUS EVERY OWNER OF A PAIR
      * THE TRAIL SHOWS REMOVED, SO A SECTION WITH ONLY REMOVALS
      * STILL GETS SIGNED.
       COLLECT-OWNERS.
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
               MOVE WS-AUTH-OWNER(WS-AUTH-IDX) TO WS-LOOKUP-OWNER
               PERFORM ADD-OWNER-IF-NEW
           END-PERFORM.
           PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                   UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
               MOVE WS-EVENT-JOB-ID(WS-EVENT-IDX) TO WS-LOOKUP-JOB-ID
               PERFORM FIND-JOB-OWNER
               PERFORM ADD-OWNER-IF-NEW
           END-PERFORM.

       ADD-OWNER-IF-NEW.
           MOVE 0 TO WS-NEXT-OWNER-IDX.
           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                   UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
               IF WS-OWNER-NAME(WS-OWNER-IDX) = WS-LOOKUP-OWNER
                   MOVE WS-OWNER-IDX TO WS-NEXT-OWNER-IDX
               END-IF
           END-PERFORM.
           IF WS-NEXT-OWNER-IDX = 0 AND WS-OWNER-COUNT < 400
               ADD 1 TO WS-OWNER-COUNT
               MOVE WS-LOOKUP-OWNER TO WS-OWNER-NAME(WS-OWNER-COUNT)
               MOVE "N" TO WS-OWNER-PRINTED(WS-OWNER-COUNT)
           END-IF.

      * PICKS THE LOWEST-NAMED OWNER NOT YET PRINTED, SO THE SECTIONS
      * COME OUT IN NAME ORDER.
       PRINT-NEXT-OWNER-SECTION.
           MOVE 0 TO WS-NEXT-OWNER-IDX.
           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                   UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
               IF WS-OWNER-PRINTED(WS-OWNER-IDX) = "N"
                   IF WS-NEXT-OWNER-IDX = 0
                       MOVE WS-OWNER-IDX TO WS-NEXT-OWNER-IDX
                   ELSE
                       IF WS-OWNER-NAME(WS-OWNER-IDX)
                               < WS-OWNER-NAME(WS-NEXT-OWNER-IDX)
                           MOVE WS-OWNER-IDX TO WS-NEXT-OWNER-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NEXT-OWNER-IDX > 0
               MOVE "Y" TO WS-OWNER-PRINTED(WS-NEXT-OWNER-IDX)
               MOVE WS-OWNER-NAME(WS-NEXT-OWNER-IDX)
                   TO WS-CURRENT-OWNER
               PERFORM PRINT-OWNER-SECTION
           END-IF.

       PRINT-OWNER-SECTION.
           MOVE 0 TO WS-OWNER-PAIR-COUNT WS-OWNER-DORMANT-COUNT
                     WS-OWNER-REMOVED-COUNT.
           DISPLAY " ".
           DISPLAY "JOB OWNER : " WS-CURRENT-OWNER.
           DISPLAY "JOB       USER      LAST USED   IDLE   STATE".
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
               IF WS-AUTH-OWNER(WS-AUTH-IDX) = WS-CURRENT-OWNER
                   PERFORM PRINT-ONE-PAIR
               END-IF
           END-PERFORM.
           PERFORM PRINT-OWNER-REMOVALS.
           DISPLAY "PAIRS " WS-OWNER-PAIR-COUNT "   DORMANT "
               WS-OWNER-DORMANT-COUNT "   REMOVED "
               WS-OWNER-REMOVED-COUNT.
           DISPLAY "RECERTIFIED BY : ____________________   "
               "DATE : __________".
           DISPLAY "------------------------------------------------".

       PRINT-ONE-PAIR.
           ADD 1 TO WS-OWNER-PAIR-COUNT.
           MOVE SPACES TO WS-PAIR-LINE.
           MOVE WS-AUTH-JOB-ID(WS-AUTH-IDX) TO PL-JOB-ID.
           MOVE WS-AUTH-USER-ID(WS-AUTH-IDX) TO PL-USER-ID.
           IF WS-AUTH-LAST-USED(WS-AUTH-IDX) = 0
               MOVE "NEVER SEEN" TO PL-LAST-USED
               MOVE "    -" TO PL-DAYS-IDLE
           ELSE
               MOVE WS-AUTH-LAST-USED(WS-AUTH-IDX) TO PL-LAST-USED
               COMPUTE WS-IDLE-DAYS = WS-AS-OF-INTEGER
                   - FUNCTION INTEGER-OF-DATE(
                       WS-AUTH-LAST-USED(WS-AUTH-IDX))
               MOVE WS-IDLE-DAYS TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO PL-DAYS-IDLE
           END-IF.
           IF AUTH-PAIR-DORMANT(WS-AUTH-IDX)
               ADD 1 TO WS-OWNER-DORMANT-COUNT
               MOVE "DORMANT - REMOVAL CANDIDATE" TO PL-STATE
           ELSE
               MOVE "ACTIVE" TO PL-STATE
           END-IF.
           DISPLAY WS-PAIR-LINE.
           MOVE "N" TO WS-GRANT-FOUND-SWITCH.
           PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                   UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
               PERFORM PRINT-PAIR-EVENT
           END-PERFORM.
           IF NOT GRANT-ON-RECORD
               ADD 1 TO WS-UNAUDITED-COUNT
               DISPLAY "            NO AUDIT RECORD OF THIS PAIR BEING "
                   "GRANTED SINCE " WS-HISTORY-START-DATE
           END-IF.

      * THE TRAIL FOR ONE PAIR ON THE LIST, OLDEST FIRST: ITS ADDS,
      * CHANGES TO OR FROM IT, AND ANY EARLIER DELETE IT CAME BACK
      * FROM.
       PRINT-PAIR-EVENT.
           IF WS-EVENT-JOB-ID(WS-EVENT-IDX)
                   = WS-AUTH-JOB-ID(WS-AUTH-IDX)
               EVALUATE TRUE
                   WHEN WS-EVENT-ACTION(WS-EVENT-IDX) = "A"
                           AND WS-EVENT-USER-ID(WS-EVENT-IDX)
                               = WS-AUTH-USER-ID(WS-AUTH-IDX)
                       SET GRANT-ON-RECORD TO TRUE
                       DISPLAY "            ADDED    "
                           WS-EVENT-DATE(WS-EVENT-IDX) " "
                           WS-EVENT-TIME(WS-EVENT-IDX) " BY "
                           WS-EVENT-OPERATOR(WS-EVENT-IDX)
                   WHEN WS-EVENT-ACTION(WS-EVENT-IDX) = "C"
                           AND WS-EVENT-NEW-USER-ID(WS-EVENT-IDX)
                               = WS-AUTH-USER-ID(WS-AUTH-IDX)
                       SET GRANT-ON-RECORD TO TRUE
                       DISPLAY "            CHANGED  "
                           WS-EVENT-DATE(WS-EVENT-IDX) " "
                           WS-EVENT-TIME(WS-EVENT-IDX) " BY "
                           WS-EVENT-OPERATOR(WS-EVENT-IDX)
                           " FROM USER "
                           WS-EVENT-USER-ID(WS-EVENT-IDX)
                   WHEN WS-EVENT-ACTION(WS-EVENT-IDX) = "C"
                           AND WS-EVENT-USER-ID(WS-EVENT-IDX)
                               = WS-AUTH-USER-ID(WS-AUTH-IDX)
                       DISPLAY "            CHANGED  "
                           WS-EVENT-DATE(WS-EVENT-IDX) " "
                           WS-EVENT-TIME(WS-EVENT-IDX) " BY "
                           WS-EVENT-OPERATOR(WS-EVENT-IDX)
                           " TO USER "
                           WS-EVENT-NEW-USER-ID(WS-EVENT-IDX)
                   WHEN WS-EVENT-ACTION(WS-EVENT-IDX) = "D"
                           AND WS-EVENT-USER-ID(WS-EVENT-IDX)
                               = WS-AUTH-USER-ID(WS-AUTH-IDX)
                       DISPLAY "            DELETED  "
                           WS-EVENT-DATE(WS-EVENT-IDX) " "
                           WS-EVENT-TIME(WS-EVENT-IDX) " BY "
                           WS-EVENT-OPERATOR(WS-EVENT-IDX)
               END-EVALUATE
           END-IF.

      * PAIRS OF THIS OWNER'S JOBS THAT A DELETE (OR A CHANGE TO
      * ANOTHER USER) TOOK OFF THE LIST AND THAT ARE NOT ON IT NOW.
      * ONLY THE LAST REMOVAL OF EACH PAIR IS SHOWN.
       PRINT-OWNER-REMOVALS.
           PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                   UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
               IF WS-EVENT-ACTION(WS-EVENT-IDX) = "D"
                       OR WS-EVENT-ACTION(WS-EVENT-IDX) = "C"
                   MOVE WS-EVENT-JOB-ID(WS-EVENT-IDX)
                       TO WS-LOOKUP-JOB-ID
                   PERFORM FIND-JOB-OWNER
                   IF WS-LOOKUP-OWNER = WS-CURRENT-OWNER
                       PERFORM CHECK-REMOVAL-STANDS
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-REMOVAL-STANDS.
           MOVE WS-EVENT-JOB-ID(WS-EVENT-IDX) TO WS-REMOVED-JOB-ID.
           MOVE WS-EVENT-USER-ID(WS-EVENT-IDX) TO WS-REMOVED-USER-ID.
           MOVE "N" TO WS-SUPERSEDED-SWITCH.
           PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
                   UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
               IF WS-AUTH-JOB-ID(WS-AUTH-IDX) = WS-REMOVED-JOB-ID
                       AND WS-AUTH-USER-ID(WS-AUTH-IDX)
                           = WS-REMOVED-USER-ID
                   SET REMOVAL-SUPERSEDED TO TRUE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-LATER-EVENT-IDX FROM WS-EVENT-IDX BY 1
                   UNTIL WS-LATER-EVENT-IDX > WS-EVENT-COUNT
               IF WS-LATER-EVENT-IDX > WS-EVENT-IDX
                       AND WS-EVENT-JOB-ID(WS-LATER-EVENT-IDX)
                           = WS-REMOVED-JOB-ID
                       AND (WS-EVENT-ACTION(WS-LATER-EVENT-IDX) = "D"
                           OR WS-EVENT-ACTION(WS-LATER-EVENT-IDX) = "C")
                       AND WS-EVENT-USER-ID(WS-LATER-EVENT-IDX)
                           = WS-REMOVED-USER-ID
                   SET REMOVAL-SUPERSEDED TO TRUE
               END-IF
           END-PERFORM.
           IF NOT REMOVAL-SUPERSEDED
               ADD 1 TO WS-OWNER-REMOVED-COUNT
               ADD 1 TO WS-REMOVED-COUNT
               IF WS-EVENT-ACTION(WS-EVENT-IDX) = "D"
                   DISPLAY "REMOVED   " WS-REMOVED-JOB-ID "  "
                       WS-REMOVED-USER-ID "  DELETED "
                       WS-EVENT-DATE(WS-EVENT-IDX) " "
                       WS-EVENT-TIME(WS-EVENT-IDX) " BY "
                       WS-EVENT-OPERATOR(WS-EVENT-IDX)
               ELSE
                   DISPLAY "REMOVED   " WS-REMOVED-JOB-ID "  "
                       WS-REMOVED-USER-ID "  CHANGED "
                       WS-EVENT-DATE(WS-EVENT-IDX) " "
                       WS-EVENT-TIME(WS-EVENT-IDX) " BY "
                       WS-EVENT-OPERATOR(WS-EVENT-IDX) " TO USER "
                       WS-EVENT-NEW-USER-ID(WS-EVENT-IDX)
               END-IF
           END-IF.
