           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MARKER-STATUS.

      * LAST SEQUENCE NUMBER AND CHAIN VALUE STAMPED ON THE LOG, KEPT
      * BESIDE THE ROTATION MARKER SO THE CHAIN CARRIES ON UNBROKEN
      * ACROSS ROTATION INSTEAD OF RESTARTING WITH EACH FRESH FILE.
           SELECT OPTIONAL CHAIN-STATE-FILE
           ASSIGN TO DYNAMIC WS-CHAIN-STATE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHAIN-STATUS.

      * BULK MODE'S CONTROL FILE - ONE JOB-NAME,MESSAGE PAIR PER LINE -
      * SO A NIGHTLY CHAIN CAN STAMP A DOZEN MILESTONES WITHOUT
      * SHELLING OUT TO THIS PROGRAM A DOZEN SEPARATE TIMES.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

      * ENTRIES PARKED BY WRITERS THAT COULD NOT GET THE LOG'S LOCK
      * (SEE WRTELOCK), READ BACK HERE ONCE THIS RUN HOLDS THE LOCK
      * AND HAS TAKEN THE FILE OVER UNDER ITS ".MRG" NAME.
           SELECT OPTIONAL PENDING-FILE
           ASSIGN TO DYNAMIC WS-MERGE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.

      * SHOP-WIDE TUNING VALUES READ AT STARTUP FROM THE MAINTAINED
      * KEYWORD=VALUE CONFIGURATION FILE, SO CHANGING THE RETENTION
      * WINDOW OR DRIFT TOLERANCE IS AN OPERATIONAL EDIT INSTEAD OF A
       01 MARKER-REC.
          05 MARKER-DATE                   PIC 9(8).

       FD CHAIN-STATE-FILE.
       01 CHAIN-STATE-REC.
          05 CHAIN-LAST-SEQUENCE           PIC 9(9).
          05 CHAIN-LAST-VALUE              PIC 9(10).

       FD CONTROL-FILE.
       01 CONTROL-REC                      PIC X(80).

       FD PENDING-FILE.
           COPY LOGREC01 REPLACING LOG-RECORD BY PENDING-RECORD.

       FD CONFIG-FILE.
       01 CONFIG-REC                       PIC X(80).

          05 WS-BULK-STAMP-MSEC            PIC 9(2).
       01 WS-BULK-PREV-STAMP               PIC X(16) VALUE ZEROS.

      * PENDING MODE IS REQUESTED BY PASSING "PENDING" AS THE JOB NAME
      * FIELD, WITH THE LOG FILE NAME AS THE OPTIONAL SECOND FIELD,
      * E.G. "PENDING" OR "PENDING,MYFILE.TXT". NO ENTRY OF ITS OWN IS
      * WRITTEN - THE RUN TAKES THE LOG'S LOCK, ROTATES IF THE DAY
      * HAS TURNED AND MERGES ANY PARKED ENTRIES BACK INTO THE LOG,
      * SO THE SCHEDULER CAN RUN IT AHEAD OF WRTELOAD AND NOT DEPEND
      * ON SOME LATER JOB HAPPENING TO CALL WRTETIME.
       01 WS-PENDING-MODE                  PIC X(1) VALUE "N".
          88 PENDING-MODE-REQUESTED        VALUE "Y".

      * THE LOG'S LOCK, TAKEN THROUGH WRTELOCK BEFORE THE ROTATION
      * MARKER, THE LOG OR THE CHAIN STATE IS TOUCHED AND HELD UNTIL
      * ALL THREE ARE WRITTEN BACK, SO PARALLEL JOB STREAMS CALLING
      * THIS PROGRAM IN THE SAME SECOND TAKE TURNS INSTEAD OF ONE
      * ROTATING THE FILE OUT FROM UNDER ANOTHER'S APPEND.
           COPY LOCKREQ1.
       01 WS-LOG-LOCK-SWITCH               PIC X(1) VALUE "N".
          88 LOG-LOCK-HELD                 VALUE "Y".

      * WHERE EACH ENTRY GOES - THE LOG, OR THE PENDING FILE WHEN THE
      * LOCK COULD NOT BE HAD OR THE LOG COULD NOT BE OPENED - AND
      * WHERE THE LAST ONE ACTUALLY ENDED UP. A PARKED ENTRY IS NOT
      * LOST, BUT THE RUN IS GRADED A WARNING SO IT IS NOTICED.
       01 WS-ENTRY-ROUTE                   PIC X(1) VALUE "L".
          88 ROUTE-TO-LOG                  VALUE "L".
          88 ROUTE-TO-PENDING              VALUE "P".
       01 WS-ENTRY-PUT-SWITCH              PIC X(1) VALUE "N".
          88 ENTRY-WRITTEN                 VALUE "Y".
          88 ENTRY-PARKED                  VALUE "P".
          88 ENTRY-PUT                     VALUE "Y" "P".
       01 WS-PARKED-COUNT                  PIC 9(6) VALUE 0.
       01 WS-PARK-FAILED-COUNT             PIC 9(6) VALUE 0.

      * MERGING PARKED ENTRIES BACK IN. THE PENDING FILE IS RENAMED
      * TO ".PENDING.MRG" UNDER ITS OWN LOCK BEFORE IT IS READ, SO A
      * WRITER PARKING WHILE THE MERGE RUNS STARTS A FRESH PENDING
      * FILE FOR THE NEXT MERGE INSTEAD OF ADDING TO ONE BEING READ.
       01 WS-PENDING-FILE-NAME             PIC X(50).
       01 WS-MERGE-FILE-NAME               PIC X(50).
       01 WS-PENDING-STATUS                PIC X(2).
          88 PENDING-FILE-OK               VALUE "00" "05".
       01 WS-PENDING-EOF-SWITCH            PIC X(1).
          88 PENDING-EOF-REACHED           VALUE "Y".
       01 WS-PENDING-CLAIM-SWITCH          PIC X(1) VALUE "N".
          88 PENDING-ENTRIES-CLAIMED       VALUE "Y".
       01 WS-PENDING-LEFT-SWITCH           PIC X(1) VALUE "N".
          88 PENDING-ENTRIES-LEFT          VALUE "Y".
       01 WS-MERGE-RESUMED-SWITCH          PIC X(1) VALUE "N".
          88 INTERRUPTED-MERGE-RESUMED     VALUE "Y".
       01 WS-PENDING-EXIST-RC              PIC S9(9) COMP.
       01 WS-PENDING-FILE-DETAILS          PIC X(18).
       01 WS-MERGE-TARGET-NAME             PIC X(40).
       01 WS-MERGE-OPEN-SWITCH             PIC X(1) VALUE "N".
          88 MERGE-TARGET-OPEN             VALUE "Y".
       01 WS-MERGED-COUNT                  PIC 9(6) VALUE 0.

      * DAILY ROTATION/ARCHIVAL SO MYFILE.TXT DOESN'T GROW FOREVER -
      * A MARKER FILE REMEMBERS THE LAST DATE ANYTHING WAS WRITTEN.
      * WHEN THAT DATE ISN'T TODAY, THE OLD FILE IS RENAMED OUT OF THE
       01 WS-ARCHIVE-FILE-DETAILS          PIC X(18).
       01 WS-ARCHIVE-COLLISION-SUFFIX      PIC 9         VALUE 0.

      * TAMPER-EVIDENT CHAIN - THE RUNNING SEQUENCE NUMBER AND CHAIN
      * VALUE OF THE LAST ENTRY THAT ACTUALLY LANDED, PICKED UP FROM
      * THE ".CHAIN" STATE FILE AT OPEN AND WRITTEN BACK AT CLOSE.
      * EACH NEW ENTRY IS STAMPED ONE PAST IT THROUGH WRTECHN.
       01 WS-CHAIN-STATE-NAME              PIC X(40).
       01 WS-CHAIN-STATUS                  PIC X(2).
          88 CHAIN-FILE-OK                 VALUE "00" "05".
       01 WS-CHAIN-SEQUENCE                PIC 9(9)      VALUE 0.
       01 WS-CHAIN-VALUE                   PIC 9(10)     VALUE 0.
       01 WS-CHAIN-ENTRIES-ADDED           PIC 9(6)      VALUE 0.
       01 WS-CHAIN-SAVE-FLAG               PIC X(1)      VALUE "Y".
          88 CHAIN-STATE-SAVED             VALUE "Y".

      * KEYWORD=VALUE SHOP CONFIGURATION - ONE SETTING PER LINE, E.G.
      * "RETENTION-DAYS=90". VALUES READ HERE REPLACE THE COMPILED
      * DEFAULTS; ANYTHING ABSENT OR NON-NUMERIC LEAVES THE DEFAULT
           PERFORM GET-SUBMITTING-USER.
           PERFORM GET-CURRENT-DATE-TIME.
           PERFORM CHECK-CLOCK-DRIFT.
           PERFORM ACQUIRE-LOG-LOCK.
           IF NOT LOG-LOCK-HELD
               PERFORM PARK-ENTRIES-WITHOUT-LOG
               PERFORM FINISH-PARKED-RUN
           END-IF.
           PERFORM READ-CHAIN-STATE.
           PERFORM CLAIM-PENDING-ENTRIES.
           PERFORM ROTATE-LOG-FILE-IF-NEW-DAY.
           IF PENDING-ENTRIES-CLAIMED
               PERFORM MERGE-PENDING-ENTRIES
               IF INTERRUPTED-MERGE-RESUMED
                   PERFORM CLAIM-PENDING-AFTER-RESUME
               END-IF
           END-IF.
           IF PENDING-MODE-REQUESTED
               PERFORM FINISH-PENDING-MERGE-RUN
           END-IF.
           PERFORM OPEN-OUTPUT-FILE.
           IF NOT FILE-OK
               DISPLAY "UNABLE TO OPEN OUTPUT OR SPILLOVER FILE: "
                   FILE-STATUS-CODE
               PERFORM WRITE-CHAIN-STATE
               PERFORM RELEASE-LOG-LOCK
               PERFORM PARK-ENTRIES-WITHOUT-LOG
               PERFORM FINISH-PARKED-RUN
           END-IF.

           IF BULK-MODE-REQUESTED
           ELSE
               PERFORM BUILD-LOG-RECORD
      * WRITE THE LOG ENTRY TO FILE.
               PERFORM PUT-LOG-ENTRY
               IF NOT ENTRY-PUT
                   DISPLAY "ERROR WRITING TO FILE: " FILE-STATUS-CODE
                   CLOSE OUT-FILE
                   PERFORM WRITE-CHAIN-STATE
                   PERFORM RELEASE-LOG-LOCK
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           CLOSE OUT-FILE.
           IF NOT FILE-OK
               DISPLAY "ERROR WRITING TO FILE: " FILE-STATUS-CODE
               PERFORM WRITE-CHAIN-STATE
               PERFORM RELEASE-LOG-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-CHAIN-STATE.
           PERFORM RELEASE-LOG-LOCK.

           IF BULK-MODE-REQUESTED
      * NO SUCCESS SUMMARY WHEN THE CONTROL FILE NEVER OPENED - A
                   END-IF
               END-IF
           ELSE
               IF ENTRY-WRITTEN
                   DISPLAY "LOG WRITTEN TO "
                       FUNCTION TRIM(WS-TARGET-FILE-NAME)
                       " SUCCESSFULLY."
               END-IF
           END-IF.
           PERFORM REPORT-PARKED-ENTRIES.
           IF CLOCK-DRIFT-DETECTED OR MESSAGE-TRUNCATION-SUSPECTED
                   OR WS-BULK-SKIPPED > 0 OR NOT CHAIN-STATE-SAVED
                   OR WS-PARKED-COUNT > 0
               MOVE 4 TO WS-GRADED-RC
           END-IF.
           IF BULK-MODE-REQUESTED AND NOT CONTROL-FILE-OK
      * OUTPUT FILE NAME SO ONE WRTETIME CAN SERVE MULTIPLE LOGGING USE
      * CASES WITHOUT BEING CLONED. WHEN NOT SUPPLIED, THE ROTATION
      * MARKER NAME STILL HAS TO BE REBUILT OFF WHATEVER PRIMARY NAME
      * IS IN EFFECT FOR THIS CALL. A JOB NAME OF "BULKFILE" OR
      * "PENDING" SELECTS BULK OR PENDING MODE INSTEAD (SEE
      * WS-BULK-MODE AND WS-PENDING-MODE).
       GET-PARAMETERS.
           MOVE SPACES TO WS-PARM-STRING.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           MOVE SPACES TO WS-SITE-ID.
           MOVE SPACE TO WS-EVENT-TYPE.
           MOVE "N" TO WS-BULK-MODE.
           MOVE "N" TO WS-PENDING-MODE.
           UNSTRING WS-PARM-STRING DELIMITED BY ","
               INTO WS-JOB-NAME WS-FILE-NAME WS-MESSAGE-TEXT
                    WS-REFERENCE-TIMESTAMP-TEXT WS-JOB-RC-TEXT
                   MOVE WS-MESSAGE-TEXT(1:40) TO WS-PRIMARY-FILE-NAME
               END-IF
           ELSE
               IF WS-JOB-NAME = "PENDING"
                   SET PENDING-MODE-REQUESTED TO TRUE
               END-IF
               IF WS-FILE-NAME NOT = SPACES
                   MOVE WS-FILE-NAME TO WS-PRIMARY-FILE-NAME
               END-IF
           END-IF.
           PERFORM BUILD-ROTATION-MARKER-NAME.
           PERFORM BUILD-CHAIN-STATE-NAME.

      * READS THE SHOP CONFIGURATION FILE ONCE AT STARTUP AND APPLIES
      * THE KEYWORDS THIS PROGRAM OWNS. A MISSING FILE (OPTIONAL OPEN
                  INTO WS-ROTATION-MARKER-NAME
           END-STRING.

      * THE CHAIN STATE FILE FOLLOWS THE SAME ".SUFFIX" CONVENTION OFF
      * THE PRIMARY NAME, SO EACH CALLER'S FILE CARRIES ITS OWN CHAIN.
       BUILD-CHAIN-STATE-NAME.
           MOVE SPACES TO WS-CHAIN-STATE-NAME.
           STRING WS-PRIMARY-FILE-NAME DELIMITED BY SPACE
                  ".CHAIN"             DELIMITED BY SIZE
                  INTO WS-CHAIN-STATE-NAME
           END-STRING.

      * CAPTURE WHO ACTUALLY SUBMITTED THE RUN FOR THE AUDIT TRAIL,
      * SEPARATE FROM THE CALLER-SUPPLIED JOB/STEP NAME IN WS-JOB-NAME.
      * NEITHER VAR IS GUARANTEED TO BE EXPORTED WHEN A SCHEDULER
                   FUNCTION TRIM(WS-PURGE-FILE-NAME)
           END-IF.

      * TAKES THE LOG'S LOCK THROUGH WRTELOCK, WHICH WAITS UP TO THE
      * CONFIGURED LOG-LOCK-WAIT-SECS FOR THE WRITER AHEAD TO FINISH.
       ACQUIRE-LOG-LOCK.
           SET LCK-ACQUIRE TO TRUE.
           MOVE WS-PRIMARY-FILE-NAME TO LCK-FILE-NAME.
           CALL "WRTELOCK" USING LOG-LOCK-REQUEST WS-LOG-RECORD.
           IF LCK-GRANTED
               MOVE "Y" TO WS-LOG-LOCK-SWITCH
               IF LCK-SECONDS-WAITED > 0
                   DISPLAY "WAITED " LCK-SECONDS-WAITED
                       " SECOND(S) FOR THE LOCK ON "
                       FUNCTION TRIM(WS-PRIMARY-FILE-NAME)
               END-IF
           ELSE
               MOVE "N" TO WS-LOG-LOCK-SWITCH
               DISPLAY "LOCK ON " FUNCTION TRIM(WS-PRIMARY-FILE-NAME)
                   " NOT OBTAINED WITHIN " LCK-WAIT-LIMIT-SECS
                   " SECONDS - ANOTHER WRITER STILL HOLDS IT"
           END-IF.

       RELEASE-LOG-LOCK.
           IF LOG-LOCK-HELD
               SET LCK-RELEASE TO TRUE
               MOVE WS-PRIMARY-FILE-NAME TO LCK-FILE-NAME
               CALL "WRTELOCK" USING LOG-LOCK-REQUEST WS-LOG-RECORD
               MOVE "N" TO WS-LOG-LOCK-SWITCH
           END-IF.

      * THE LOG COULD NOT BE HAD - EITHER THE LOCK NEVER CAME FREE OR
      * NEITHER THE LOG NOR ITS SPILLOVER WOULD OPEN - SO THIS RUN'S
      * ENTRY, OR EVERY LINE OF ITS BULK CONTROL FILE, IS PARKED IN
      * THE PENDING FILE INSTEAD OF BEING DROPPED. PENDING MODE HAS
      * NOTHING OF ITS OWN TO PARK.
       PARK-ENTRIES-WITHOUT-LOG.
           SET ROUTE-TO-PENDING TO TRUE.
           IF BULK-MODE-REQUESTED
               PERFORM BULK-LOAD-FROM-CONTROL-FILE
           ELSE
               IF NOT PENDING-MODE-REQUESTED
                   PERFORM BUILD-LOG-RECORD
                   PERFORM PUT-LOG-ENTRY
               END-IF
           END-IF.

      * 4 WHEN EVERYTHING WAS PARKED - THE ENTRIES ARE SAFE BUT NOT
      * YET IN THE LOG - AND 12 WHEN ANYTHING COULD NOT EVEN BE PARKED
      * OR THE BULK CONTROL FILE WOULD NOT OPEN.
       FINISH-PARKED-RUN.
           PERFORM REPORT-PARKED-ENTRIES.
           IF PENDING-MODE-REQUESTED
               DISPLAY "PARKED ENTRIES FOR "
                   FUNCTION TRIM(WS-PRIMARY-FILE-NAME)
                   " NOT MERGED THIS RUN - THE LOG IS BUSY"
           END-IF.
           MOVE 4 TO WS-GRADED-RC.
           IF WS-PARK-FAILED-COUNT > 0
               MOVE 12 TO WS-GRADED-RC
           END-IF.
           IF BULK-MODE-REQUESTED AND NOT CONTROL-FILE-OK
               MOVE 12 TO WS-GRADED-RC
           END-IF.
           MOVE WS-GRADED-RC TO RETURN-CODE.
           STOP RUN.

       REPORT-PARKED-ENTRIES.
           IF WS-PARKED-COUNT > 0
               DISPLAY WS-PARKED-COUNT " LOG ENTRY(IES) PARKED IN "
                   FUNCTION TRIM(WS-PRIMARY-FILE-NAME) ".PENDING"
                   " - MERGED INTO THE LOG BY THE NEXT RUN THAT GETS"
                   " THE LOCK"
           END-IF.
           IF WS-PARK-FAILED-COUNT > 0
               DISPLAY WS-PARK-FAILED-COUNT
                   " LOG ENTRY(IES) COULD NOT BE WRITTEN OR PARKED -"
                   " SEE THE UNLOGGED ENTRY LINES ABOVE"
           END-IF.

      * PENDING MODE ENDS HERE, ONCE ROTATION AND THE MERGE ARE DONE.
      * 4 WHEN PARKED ENTRIES WERE LEFT FOR A LATER RUN OR HAD TO BE
      * PARKED AGAIN, SO THE SCHEDULER KNOWS THE LOG IS NOT YET WHOLE.
       FINISH-PENDING-MERGE-RUN.
           PERFORM WRITE-CHAIN-STATE.
           PERFORM RELEASE-LOG-LOCK.
           IF NOT PENDING-ENTRIES-CLAIMED
                   AND NOT PENDING-ENTRIES-LEFT
               DISPLAY "NO PARKED LOG ENTRIES WAITING FOR "
                   FUNCTION TRIM(WS-PRIMARY-FILE-NAME)
           END-IF.
           PERFORM REPORT-PARKED-ENTRIES.
           MOVE 0 TO WS-GRADED-RC.
           IF PENDING-ENTRIES-LEFT OR WS-PARKED-COUNT > 0
                   OR NOT CHAIN-STATE-SAVED
               MOVE 4 TO WS-GRADED-RC
           END-IF.
           IF WS-PARK-FAILED-COUNT > 0
               MOVE 12 TO WS-GRADED-RC
           END-IF.
           MOVE WS-GRADED-RC TO RETURN-CODE.
           STOP RUN.

      * TAKES OVER THE PENDING FILE FOR MERGING. A ".MRG" FILE STILL
      * THERE IS ONE A MERGE WAS INTERRUPTED PART WAY THROUGH, AND IT
      * IS FINISHED FIRST - ANY OF ITS ENTRIES THAT DID LAND BEFORE
      * THE INTERRUPTION LAND AGAIN UNDER A NEW SEQUENCE NUMBER, WHICH
      * WRTELOAD SKIPS AS A DUPLICATE KEY. ENTRIES PARKED IN THE
      * PENDING FILE SINCE ARE TAKEN OVER AND MERGED STRAIGHT AFTER
      * IT (CLAIM-PENDING-AFTER-RESUME). OTHERWISE THE PENDING FILE IS
      * RENAMED TO ".MRG" WHILE ITS OWN LOCK IS HELD, SO NO WRITER IS
      * PART WAY THROUGH PARKING AN ENTRY IN IT AT THE TIME.
       CLAIM-PENDING-ENTRIES.
           MOVE "N" TO WS-PENDING-CLAIM-SWITCH.
           MOVE "N" TO WS-MERGE-RESUMED-SWITCH.
           MOVE SPACES TO WS-PENDING-FILE-NAME WS-MERGE-FILE-NAME.
           STRING WS-PRIMARY-FILE-NAME DELIMITED BY SPACE
                  ".PENDING"           DELIMITED BY SIZE
                  INTO WS-PENDING-FILE-NAME
           END-STRING.
           STRING WS-PRIMARY-FILE-NAME DELIMITED BY SPACE
                  ".PENDING.MRG"       DELIMITED BY SIZE
                  INTO WS-MERGE-FILE-NAME
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-MERGE-FILE-NAME
               WS-PENDING-FILE-DETAILS
               RETURNING WS-PENDING-EXIST-RC.
           IF WS-PENDING-EXIST-RC = 0
               MOVE "Y" TO WS-PENDING-CLAIM-SWITCH
               MOVE "Y" TO WS-MERGE-RESUMED-SWITCH
               DISPLAY "FINISHING AN INTERRUPTED MERGE OF "
                   FUNCTION TRIM(WS-MERGE-FILE-NAME)
           ELSE
               CALL "CBL_CHECK_FILE_EXIST" USING WS-PENDING-FILE-NAME
                   WS-PENDING-FILE-DETAILS
                   RETURNING WS-PENDING-EXIST-RC
               IF WS-PENDING-EXIST-RC = 0
                   PERFORM TAKE-OVER-PENDING-FILE
               END-IF
           END-IF.

      * AN INTERRUPTED MERGE HAS JUST BEEN FINISHED. ONCE ITS ".MRG"
      * FILE IS GONE, THE PENDING FILE - ENTRIES PARKED SINCE, AND ANY
      * THE FINISHED MERGE HAD TO PARK AGAIN - IS TAKEN OVER AND
      * MERGED IN THE SAME WAY. A ".MRG" FILE THAT COULD NOT BE
      * OPENED OR DELETED HAS ALREADY LEFT THE PENDING ENTRIES FOR A
      * LATER RUN; ONE STILL THERE STOPS THE PENDING FILE BEING
      * RENAMED OVER IT.
       CLAIM-PENDING-AFTER-RESUME.
           MOVE "N" TO WS-PENDING-CLAIM-SWITCH.
           MOVE "N" TO WS-MERGE-RESUMED-SWITCH.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-PENDING-FILE-NAME
               WS-PENDING-FILE-DETAILS
               RETURNING WS-PENDING-EXIST-RC.
           IF WS-PENDING-EXIST-RC = 0
               CALL "CBL_CHECK_FILE_EXIST" USING WS-MERGE-FILE-NAME
                   WS-PENDING-FILE-DETAILS
                   RETURNING WS-PENDING-EXIST-RC
               IF WS-PENDING-EXIST-RC = 0
                   MOVE "Y" TO WS-PENDING-LEFT-SWITCH
               ELSE
                   PERFORM TAKE-OVER-PENDING-FILE
                   IF PENDING-ENTRIES-CLAIMED
                       PERFORM MERGE-PENDING-ENTRIES
                   END-IF
               END-IF
           END-IF.
           MOVE "Y" TO WS-PENDING-CLAIM-SWITCH.

       TAKE-OVER-PENDING-FILE.
           SET LCK-ACQUIRE TO TRUE.
           MOVE WS-PENDING-FILE-NAME TO LCK-FILE-NAME.
           CALL "WRTELOCK" USING LOG-LOCK-REQUEST WS-LOG-RECORD.
           IF LCK-GRANTED
               CALL "CBL_RENAME_FILE" USING WS-PENDING-FILE-NAME
                   WS-MERGE-FILE-NAME
                   RETURNING WS-RENAME-RC
               IF WS-RENAME-RC = 0
                   MOVE "Y" TO WS-PENDING-CLAIM-SWITCH
               ELSE
                   MOVE "Y" TO WS-PENDING-LEFT-SWITCH
                   DISPLAY "UNABLE TO RENAME "
                       FUNCTION TRIM(WS-PENDING-FILE-NAME)
                       " FOR MERGING - RC " WS-RENAME-RC
               END-IF
               SET LCK-RELEASE TO TRUE
               MOVE WS-PENDING-FILE-NAME TO LCK-FILE-NAME
               CALL "WRTELOCK" USING LOG-LOCK-REQUEST WS-LOG-RECORD
           ELSE
               MOVE "Y" TO WS-PENDING-LEFT-SWITCH
               DISPLAY FUNCTION TRIM(WS-PENDING-FILE-NAME)
                   " IS BUSY - ITS ENTRIES WILL BE MERGED ON A LATER"
                   " RUN"
           END-IF.

      * RUNS AFTER ROTATION, SO THE LOG ON DISK HOLDS ONLY TODAY. EACH
      * PARKED ENTRY GOES WHERE IT WOULD HAVE GONE HAD IT GOT THE LOCK
      * WHEN IT WAS WRITTEN: TODAY'S ENTRIES TO THE LOG, AN EARLIER
      * DAY'S TO THAT DAY'S DATED GENERATION, SO THE ROTATION THAT
      * KEPT IT OUT DOES NOT ALSO FILE IT UNDER THE WRONG DAY. EACH
      * TAKES THE NEXT SEQUENCE NUMBER IN THE CHAIN AS IT LANDS. AN
      * ENTRY THAT STILL CANNOT BE WRITTEN IS PARKED AGAIN, SO THE
      * ".MRG" FILE CAN ALWAYS BE DELETED AT THE END.
       MERGE-PENDING-ENTRIES.
           MOVE 0 TO WS-MERGED-COUNT.
           MOVE "N" TO WS-PENDING-EOF-SWITCH.
           MOVE "N" TO WS-MERGE-OPEN-SWITCH.
           MOVE SPACES TO WS-TARGET-FILE-NAME.
           OPEN INPUT PENDING-FILE.
           IF NOT PENDING-FILE-OK
               MOVE "Y" TO WS-PENDING-LEFT-SWITCH
               DISPLAY "UNABLE TO OPEN "
                   FUNCTION TRIM(WS-MERGE-FILE-NAME)
                   " - STATUS " WS-PENDING-STATUS
                   " - LEFT FOR THE NEXT RUN"
           ELSE
               PERFORM UNTIL PENDING-EOF-REACHED
                   READ PENDING-FILE
                       AT END
                           SET PENDING-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM MERGE-ONE-PENDING-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
               IF MERGE-TARGET-OPEN
                   CLOSE OUT-FILE
                   MOVE "N" TO WS-MERGE-OPEN-SWITCH
               END-IF
               CALL "CBL_DELETE_FILE" USING WS-MERGE-FILE-NAME
                   RETURNING WS-DELETE-RC
               IF WS-DELETE-RC NOT = 0
                   MOVE "Y" TO WS-PENDING-LEFT-SWITCH
                   DISPLAY "WARNING - UNABLE TO DELETE "
                       FUNCTION TRIM(WS-MERGE-FILE-NAME)
                       " AFTER MERGING IT - REMOVE IT BEFORE THE NEXT"
                       " RUN OR ITS ENTRIES WILL BE MERGED TWICE"
               END-IF
               DISPLAY WS-MERGED-COUNT
                   " PARKED LOG ENTRY(IES) MERGED FROM "
                   FUNCTION TRIM(WS-MERGE-FILE-NAME)
           END-IF.

       MERGE-ONE-PENDING-ENTRY.
           MOVE PENDING-RECORD TO WS-LOG-RECORD.
           MOVE WS-PRIMARY-FILE-NAME TO WS-MERGE-TARGET-NAME.
           IF LOG-DATE OF WS-LOG-RECORD IS NUMERIC
                   AND LOG-DATE OF WS-LOG-RECORD < WS-CURRENT-DATE
               MOVE SPACES TO WS-MERGE-TARGET-NAME
               STRING WS-PRIMARY-FILE-NAME     DELIMITED BY SPACE
                      "."                      DELIMITED BY SIZE
                      LOG-DATE OF WS-LOG-RECORD DELIMITED BY SIZE
                      INTO WS-MERGE-TARGET-NAME
               END-STRING
           END-IF.
           IF WS-MERGE-TARGET-NAME NOT = WS-TARGET-FILE-NAME
                   OR NOT MERGE-TARGET-OPEN
               PERFORM OPEN-MERGE-TARGET
           END-IF.
           MOVE "N" TO WS-ENTRY-PUT-SWITCH.
           IF MERGE-TARGET-OPEN
               PERFORM STAMP-CHAIN-VALUES
               WRITE LOG-RECORD FROM WS-LOG-RECORD
               IF FILE-OK
                   PERFORM ACCEPT-CHAIN-LINK
                   ADD 1 TO WS-MERGED-COUNT
                   MOVE "Y" TO WS-ENTRY-PUT-SWITCH
               END-IF
           END-IF.
           IF NOT ENTRY-WRITTEN
               MOVE PENDING-RECORD TO WS-LOG-RECORD
               PERFORM PARK-LOG-ENTRY
           END-IF.

      * A LATE ENTRY ADDED TO A DATED GENERATION IS NOT IN THE LIVE
      * LOG WRTELOAD NORMALLY LOADS, SO THE GENERATION IS NAMED ON
      * SYSOUT FOR ITS OWN WRTELOAD PASS - ITS CHECKPOINT PICKS UP
      * JUST THE ADDED TAIL IF IT HAS BEEN LOADED BEFORE.
       OPEN-MERGE-TARGET.
           IF MERGE-TARGET-OPEN
               CLOSE OUT-FILE
               MOVE "N" TO WS-MERGE-OPEN-SWITCH
           END-IF.
           MOVE WS-MERGE-TARGET-NAME TO WS-TARGET-FILE-NAME.
           OPEN EXTEND OUT-FILE.
           IF FILE-OK
               MOVE "Y" TO WS-MERGE-OPEN-SWITCH
               IF WS-MERGE-TARGET-NAME NOT = WS-PRIMARY-FILE-NAME
                   DISPLAY "MERGING LATE ENTRIES INTO "
                       FUNCTION TRIM(WS-MERGE-TARGET-NAME)
                       " - RUN WRTELOAD AGAINST IT TO LOAD THEM"
               END-IF
           ELSE
               DISPLAY "UNABLE TO OPEN "
                   FUNCTION TRIM(WS-MERGE-TARGET-NAME)
                   " FOR PARKED ENTRIES - STATUS " FILE-STATUS-CODE
           END-IF.

      * OPEN THE PRIMARY LOG FILE, RETRYING A FEW TIMES IN CASE ANOTHER
      * JOB HAS IT LOCKED FOR A MOMENT. IF IT STILL WON'T OPEN, FALL
      * BACK TO A DATED SPILLOVER FILE RATHER THAN ABORTING THE BATCH.
               OPEN EXTEND OUT-FILE
           END-IF.

      * PICKS UP WHERE THE LAST WRITER LEFT THE CHAIN. A MISSING STATE
      * FILE (FIRST RUN, OR ONE DELETED BY HAND) STARTS THE CHAIN AT
      * SEQUENCE 1 FROM A ZERO CHAIN VALUE - IF ENTRIES ALREADY EXIST,
      * WRTEVRFY REPORTS THE RESTART AS REUSED SEQUENCE NUMBERS, WHICH
      * IS EXACTLY WHAT A LOST STATE FILE SHOULD LOOK LIKE TO AUDIT.
       READ-CHAIN-STATE.
           MOVE 0 TO WS-CHAIN-SEQUENCE WS-CHAIN-VALUE.
           OPEN INPUT CHAIN-STATE-FILE.
           IF CHAIN-FILE-OK
               READ CHAIN-STATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHAIN-LAST-SEQUENCE IS NUMERIC
                               AND CHAIN-LAST-VALUE IS NUMERIC
                           MOVE CHAIN-LAST-SEQUENCE
                               TO WS-CHAIN-SEQUENCE
                           MOVE CHAIN-LAST-VALUE TO WS-CHAIN-VALUE
                       END-IF
               END-READ
               CLOSE CHAIN-STATE-FILE
           END-IF.

      * ONLY REWRITTEN WHEN THIS RUN ACTUALLY ADDED ENTRIES. A STATE
      * FILE THAT WON'T WRITE LEAVES THE ENTRIES ON THE LOG BUT THE
      * NEXT WRITER WILL REUSE THEIR SEQUENCE NUMBERS, SO IT IS RAISED
      * AS A WARNING RATHER THAN PASSED OVER.
       WRITE-CHAIN-STATE.
           IF WS-CHAIN-ENTRIES-ADDED > 0
               MOVE "N" TO WS-CHAIN-SAVE-FLAG
               OPEN OUTPUT CHAIN-STATE-FILE
               IF CHAIN-FILE-OK
                   MOVE WS-CHAIN-SEQUENCE TO CHAIN-LAST-SEQUENCE
                   MOVE WS-CHAIN-VALUE    TO CHAIN-LAST-VALUE
                   WRITE CHAIN-STATE-REC
                   IF CHAIN-FILE-OK
                       MOVE "Y" TO WS-CHAIN-SAVE-FLAG
                   END-IF
                   CLOSE CHAIN-STATE-FILE
               END-IF
               IF NOT CHAIN-STATE-SAVED
                   DISPLAY "WARNING - UNABLE TO SAVE CHAIN STATE "
                       FUNCTION TRIM(WS-CHAIN-STATE-NAME)
                       " - STATUS " WS-CHAIN-STATUS
                       " - NEXT ENTRY WILL REUSE SEQUENCE NUMBERS"
               END-IF
           END-IF.

      * STAMPS THE ENTRY BUILT IN WS-LOG-RECORD ONE PAST THE LAST
      * SEQUENCE NUMBER AND CHAINS IT TO THE LAST CHAIN VALUE. THE
      * RUNNING STATE ONLY MOVES ON IN ACCEPT-CHAIN-LINK, ONCE THE
      * WRITE HAS SUCCEEDED - A FAILED WRITE MUST NOT LEAVE A HOLE
      * THE VERIFIER WOULD REPORT AS A DELETED LINE.
       STAMP-CHAIN-VALUES.
           COMPUTE LOG-SEQUENCE-NO OF WS-LOG-RECORD =
               WS-CHAIN-SEQUENCE + 1.
           CALL "WRTECHN" USING WS-LOG-RECORD WS-CHAIN-VALUE.

       ACCEPT-CHAIN-LINK.
           MOVE LOG-SEQUENCE-NO OF WS-LOG-RECORD TO WS-CHAIN-SEQUENCE.
           MOVE LOG-CHAIN-VALUE OF WS-LOG-RECORD TO WS-CHAIN-VALUE.
           ADD 1 TO WS-CHAIN-ENTRIES-ADDED.

      * WRITES THE ENTRY BUILT IN WS-LOG-RECORD TO THE OPEN LOG, OR
      * PARKS IT WHEN THE LOG COULD NOT BE HAD. AN ENTRY THE OPEN LOG
      * REFUSES IS PARKED TOO, RATHER THAN LOST.
       PUT-LOG-ENTRY.
           MOVE "N" TO WS-ENTRY-PUT-SWITCH.
           IF ROUTE-TO-LOG
               WRITE LOG-RECORD FROM WS-LOG-RECORD
               IF FILE-OK
                   MOVE "Y" TO WS-ENTRY-PUT-SWITCH
                   PERFORM ACCEPT-CHAIN-LINK
               ELSE
                   DISPLAY "WRITE TO "
                       FUNCTION TRIM(WS-TARGET-FILE-NAME)
                       " FAILED WITH STATUS " FILE-STATUS-CODE
                       " - PARKING THE ENTRY"
                   PERFORM PARK-LOG-ENTRY
               END-IF
           ELSE
               PERFORM PARK-LOG-ENTRY
           END-IF.

      * WRTELOCK ZEROES THE CHAIN STAMP ON THE PARKED COPY - THE ENTRY
      * IS STAMPED WHEN IT IS MERGED BACK IN.
       PARK-LOG-ENTRY.
           SET LCK-PARK-ENTRY TO TRUE.
           MOVE WS-PRIMARY-FILE-NAME TO LCK-FILE-NAME.
           CALL "WRTELOCK" USING LOG-LOCK-REQUEST WS-LOG-RECORD.
           IF LCK-ENTRY-PARKED
               MOVE "P" TO WS-ENTRY-PUT-SWITCH
               ADD 1 TO WS-PARKED-COUNT
           ELSE
               ADD 1 TO WS-PARK-FAILED-COUNT
           END-IF.

      * BUILD THE SPILLOVER FILE NAME AS THE PRIMARY NAME WITH THE
      * CURRENT RUN DATE APPENDED, E.G. MYFILE.TXT.20260808.
       BUILD-SPILLOVER-FILE-NAME.

      * READS THE BULK CONTROL FILE ONE JOB-NAME,MESSAGE LINE AT A
      * TIME, WRITING ONE LOG RECORD PER LINE TO THE ALREADY-OPEN
      * OUTPUT FILE - OR PARKING IT, WHEN THE LOG COULD NOT BE HAD
      * (SEE PUT-LOG-ENTRY). THE DRIFT-CHECK AND OPEN-STATUS CAPTURED
      * ONCE FOR THIS RUN COVER THE WHOLE BATCH, BUT EACH LINE TAKES
      * ITS OWN CLOCK READING - DATE/TIME/MILLISEC/JOB-ID IS THE
      * DOWNSTREAM VSAM KEY, SO TWO LINES FOR THE SAME JOB STAMPED
      * WITH ONE SHARED TIMESTAMP WOULD COLLIDE ON LOAD AND THE SECOND
      * ENTRY WOULD BE SKIPPED AS A DUPLICATE FOREVER.
       BULK-LOAD-FROM-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE.
           IF NOT CONTROL-FILE-OK
               END-IF
               PERFORM CAPTURE-UNIQUE-BULK-STAMP
               PERFORM BUILD-LOG-RECORD
               PERFORM PUT-LOG-ENTRY
               IF ENTRY-WRITTEN
                   ADD 1 TO WS-BULK-COUNT
               END-IF
               IF NOT ENTRY-PUT
                   ADD 1 TO WS-BULK-SKIPPED
                   DISPLAY "BULK WRITE FAILED FOR "
                       FUNCTION TRIM(WS-BULK-JOB-NAME)

      * BUILD THE STRUCTURED LOG RECORD - CALLER IDENTITY, TIMESTAMP
      * AND MESSAGE ALL IN FIXED FIELDS SO WRTERPT CAN READ MYFILE.TXT
      * AS DATA INSTEAD OF FREE TEXT. THE CHAIN STAMP GOES ON LAST,
      * ONCE EVERY OTHER BYTE IT COVERS IS FINAL.
       BUILD-LOG-RECORD.
           INITIALIZE WS-LOG-RECORD.
           MOVE WS-CURRENT-DATE      TO LOG-DATE OF WS-LOG-RECORD.
                      INTO LOG-MESSAGE OF WS-LOG-RECORD
               END-STRING
           END-IF.
           PERFORM STAMP-CHAIN-VALUES.
