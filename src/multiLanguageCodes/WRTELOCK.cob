       IDENTIFICATION                      DIVISION.
       PROGRAM-ID. WRTELOCK.
       AUTHOR. TY.

      * SHARED LOCK ROUTINE FOR THE TIMESTAMP LOG. WITH THREE JOB
      * STREAMS RUNNING AT ONCE, SEVERAL JOBS CALL WRTETIME IN THE
      * SAME SECOND, EACH OPENING MYFILE.TXT EXTEND ON ITS OWN - AND
      * THE FIRST CALL AFTER MIDNIGHT RENAMED THE FILE TO ITS DATED
      * GENERATION WHILE ANOTHER JOB WAS HALF WAY THROUGH AN APPEND,
      * SO ENTRIES LANDED IN THE WRONG GENERATION OR WERE LOST, AND
      * TWO WRITERS COULD READ THE SAME ".CHAIN" STATE AND STAMP THE
      * SAME SEQUENCE NUMBER. EVERY LOGREC01 WRITER (WRTETIME IN
      * SINGLE, BULK AND PENDING MODE, WRTEOPS AUDIT ENTRIES) NOW
      * TAKES THE LOG'S LOCK THROUGH THIS ONE ROUTINE BEFORE IT
      * TOUCHES THE LOG, ITS ROTATION MARKER OR ITS CHAIN STATE, AND
      * HOLDS IT UNTIL ALL THREE ARE WRITTEN BACK, SO A ROTATION AND
      * AN APPEND CAN NEVER INTERLEAVE.
      *
      * THE LOCK IS A DIRECTORY NAMED AFTER THE LOG WITH ".LOCK"
      * APPENDED. CREATING A DIRECTORY EITHER SUCCEEDS OR FAILS
      * BECAUSE IT IS ALREADY THERE IN ONE STEP, SO TWO JOBS CAN NEVER
      * BOTH BELIEVE THEY HOLD IT - CREATING AN ORDINARY FILE CANNOT
      * PROMISE THAT ON THIS RUNTIME. A WRITER THAT FINDS THE LOCK
      * TAKEN TRIES AGAIN ONCE A SECOND FOR UP TO LOG-LOCK-WAIT-SECS
      * (WRTECFG.CTL, DEFAULT 30) - OR, ASKING WITH FUNCTION "N", NOT
      * AT ALL, SO AN ONLINE TASK NEVER SLEEPS HERE. A LOCK OLDER THAN
      * LOG-LOCK-STALE-SECS (DEFAULT 300) CAN ONLY BE ONE LEFT BY A
      * WRITER THAT DIED HOLDING IT - A HEALTHY WRITER HOLDS IT FOR A
      * FRACTION OF A SECOND - SO IT IS CLEARED WITH AN OPERATOR
      * ALERT RATHER THAN LEFT TO SEND EVERY LATER ENTRY TO THE
      * PENDING FILE.
      *
      * A WRITER THAT STILL CANNOT GET THE LOCK DOES NOT DROP ITS
      * ENTRY: IT PARKS IT HERE (FUNCTION "P") IN THE LOG'S ".PENDING"
      * FILE, UNDER THAT FILE'S OWN SHORT-HELD ".PENDING.LOCK". A
      * PARKED ENTRY KEEPS ITS ORIGINAL TIMESTAMP BUT CARRIES NO CHAIN
      * STAMP - IT IS GIVEN ITS SEQUENCE NUMBER WHEN WRTETIME MERGES
      * IT BACK INTO THE LOG, WHICH IT DOES ON ITS NEXT RUN THAT GETS
      * THE LOCK OR WHEN RUN WITH "PENDING" AS THE JOB NAME.

       ENVIRONMENT                         DIVISION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PENDING-FILE
           ASSIGN TO DYNAMIC WS-PENDING-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.

           SELECT OPTIONAL CONFIG-FILE
           ASSIGN TO DYNAMIC WS-CONFIG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CONFIG-STATUS.

       DATA                                DIVISION.
       FILE                                SECTION.
       FD PENDING-FILE.
           COPY LOGREC01 REPLACING LOG-RECORD BY PENDING-RECORD.

       FD CONFIG-FILE.
       01 CONFIG-REC                       PIC X(80).

       WORKING-STORAGE                     SECTION.
       01 WS-PENDING-FILE-NAME             PIC X(64).
       01 WS-PENDING-STATUS                PIC X(2).
          88 PENDING-FILE-OK               VALUE "00" "05".

      * THE FILE THE LOCK IN HAND PROTECTS - THE CALLER'S LOG FOR "A"
      * AND "R", THE LOG'S PENDING FILE WHILE AN ENTRY IS PARKED.
       01 WS-LOCK-RESOURCE-NAME            PIC X(64).
       01 WS-LOCK-DIR-NAME                 PIC X(64).
      * A STALE LOCK IS RENAMED ASIDE BEFORE IT IS REMOVED - ONLY THE
      * ONE WAITER WHOSE RENAME SUCCEEDS GOES ON TO DELETE IT.
       01 WS-STALE-DIR-NAME                PIC X(80).
       01 WS-LOCK-RC                       PIC S9(9) COMP.
       01 WS-LOCK-TAKEN-SWITCH             PIC X(1).
          88 LOCK-TAKEN                    VALUE "Y".
       01 WS-JUST-CLEARED-SWITCH           PIC X(1).
          88 STALE-LOCK-JUST-CLEARED       VALUE "Y".
       01 WS-RETRY-DELAY-SECS              PIC 9(4)      VALUE 1.
       01 WS-CALL-WAIT-SECS                PIC 9(4).

      * CBL_CHECK_FILE_EXIST GIVES THE DATE AND TIME THE LOCK WAS
      * CREATED - THE SAME DETAIL LAYOUT WRTECONS READS A FEED'S
      * ARRIVAL TIME FROM.
       01 WS-LOCK-DETAILS.
          05 WS-LOCK-SIZE                  PIC X(8) COMP-X.
          05 WS-LOCK-DAY                   PIC X(1) COMP-X.
          05 WS-LOCK-MONTH                 PIC X(1) COMP-X.
          05 WS-LOCK-YEAR                  PIC X(2) COMP-X.
          05 WS-LOCK-HOURS                 PIC X(1) COMP-X.
          05 WS-LOCK-MINUTES               PIC X(1) COMP-X.
          05 WS-LOCK-SECONDS               PIC X(1) COMP-X.
          05 WS-LOCK-HUNDREDTHS            PIC X(1) COMP-X.
          05 FILLER                        PIC X(2).
       01 WS-LOCK-DATE                     PIC 9(8).
       01 WS-NOW-DATE-TIME                 PIC X(21).
       01 WS-NOW-DATE                      PIC 9(8).
       01 WS-NOW-HH                        PIC 9(2).
       01 WS-NOW-MM                        PIC 9(2).
       01 WS-NOW-SS                        PIC 9(2).
       01 WS-NOW-SECS                      PIC S9(18)    COMP.
       01 WS-LOCK-SECS                     PIC S9(18)    COMP.
       01 WS-LOCK-AGE-SECS                 PIC S9(18)    COMP.
       01 WS-LOCK-AGE-DISPLAY              PIC Z(8)9.

      * KEYWORD=VALUE SHOP CONFIGURATION, READ ONCE ON THE FIRST CALL
      * WITH THE SAME TRIMMED-LENGTH NUMERIC VALIDATION AS WRTETIME.
       01 WS-CONFIG-FILE-NAME              PIC X(40)
          VALUE "WRTECFG.CTL".
       01 WS-CONFIG-STATUS                 PIC X(2).
          88 CONFIG-FILE-OK                VALUE "00" "05".
       01 WS-CONFIG-EOF-SWITCH             PIC X(1).
          88 CONFIG-EOF-REACHED            VALUE "Y".
       01 WS-CONFIG-KEYWORD                PIC X(24).
       01 WS-CONFIG-VALUE-TEXT             PIC X(10).
       01 WS-CONFIG-VALUE-LEN              PIC 9(2).
       01 WS-CONFIG-LOADED-SWITCH          PIC X(1) VALUE "N".
          88 CONFIG-ALREADY-LOADED         VALUE "Y".
       01 WS-LOCK-WAIT-SECS                PIC 9(4)      VALUE 30.
       01 WS-LOCK-STALE-SECS               PIC 9(5)      VALUE 300.

       LINKAGE                             SECTION.
           COPY LOCKREQ1.
           COPY LOGREC01.

       PROCEDURE                           DIVISION
           USING LOG-LOCK-REQUEST LOG-RECORD.
       MAIN-LOGIC                          SECTION.
           IF NOT CONFIG-ALREADY-LOADED
               PERFORM LOAD-LOCK-CONFIGURATION
           END-IF.
           MOVE WS-LOCK-WAIT-SECS TO LCK-WAIT-LIMIT-SECS.
           MOVE WS-LOCK-STALE-SECS TO LCK-STALE-LIMIT-SECS.
           MOVE 0 TO LCK-SECONDS-WAITED.
           MOVE "N" TO LCK-STALE-SWITCH.
           MOVE "F" TO LCK-RESULT.
           EVALUATE TRUE
               WHEN LCK-ACQUIRE
               WHEN LCK-ACQUIRE-NOWAIT
                   MOVE LCK-FILE-NAME TO WS-LOCK-RESOURCE-NAME
                   IF LCK-ACQUIRE-NOWAIT
                       MOVE 0 TO WS-CALL-WAIT-SECS
                   ELSE
                       MOVE WS-LOCK-WAIT-SECS TO WS-CALL-WAIT-SECS
                   END-IF
                   PERFORM ACQUIRE-NAMED-LOCK
                   IF LOCK-TAKEN
                       SET LCK-GRANTED TO TRUE
                   ELSE
                       SET LCK-TIMED-OUT TO TRUE
                   END-IF
               WHEN LCK-RELEASE
                   MOVE LCK-FILE-NAME TO WS-LOCK-RESOURCE-NAME
                   PERFORM RELEASE-NAMED-LOCK
                   IF NOT LOCK-TAKEN
                       SET LCK-RELEASED TO TRUE
                   END-IF
               WHEN LCK-PARK-ENTRY
                   MOVE WS-LOCK-WAIT-SECS TO WS-CALL-WAIT-SECS
                   PERFORM PARK-LOG-ENTRY
           END-EVALUATE.
           GOBACK.

      * ONLY THE TWO LOCK KEYWORDS ARE OWNED HERE. A MISSING FILE OR
      * A NON-NUMERIC VALUE LEAVES THE COMPILED DEFAULT IN PLACE.
       LOAD-LOCK-CONFIGURATION.
           SET CONFIG-ALREADY-LOADED TO TRUE.
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
                       WHEN "LOG-LOCK-WAIT-SECS"
                           MOVE WS-CONFIG-VALUE-TEXT
                                   (1:WS-CONFIG-VALUE-LEN)
                               TO WS-LOCK-WAIT-SECS
                       WHEN "LOG-LOCK-STALE-SECS"
                           MOVE WS-CONFIG-VALUE-TEXT
                                   (1:WS-CONFIG-VALUE-LEN)
                               TO WS-LOCK-STALE-SECS
                   END-EVALUATE
               END-IF
           END-IF.

      * ONE ATTEMPT STRAIGHT AWAY, THEN ONE A SECOND UNTIL THE
      * CALL'S WAIT RUNS OUT. A NO-WAIT CALL NEVER SLEEPS - IT ONLY
      * GETS ONE MORE ATTEMPT, AND ONLY IF IT CLEARS A STALE LOCK.
      * A STALE LOCK IS CLEARED AT MOST ONCE PER CALL AND THE RETRY
      * THAT FOLLOWS IT DOES NOT WAIT. ANOTHER WAITER MAY STILL CREATE
      * THE NEW LOCK FIRST, IN WHICH CASE THIS ONE WAITS ON IT LIKE
      * ANY OTHER HOLDER.
       ACQUIRE-NAMED-LOCK.
           MOVE "N" TO WS-LOCK-TAKEN-SWITCH.
           MOVE "N" TO WS-JUST-CLEARED-SWITCH.
           PERFORM BUILD-LOCK-DIR-NAME.
           PERFORM TRY-CREATE-LOCK.
           PERFORM UNTIL LOCK-TAKEN
                   OR LCK-SECONDS-WAITED NOT LESS THAN WS-CALL-WAIT-SECS
               PERFORM CLEAR-LOCK-IF-STALE
               IF STALE-LOCK-JUST-CLEARED
                   MOVE "N" TO WS-JUST-CLEARED-SWITCH
               ELSE
                   CALL "C$SLEEP" USING WS-RETRY-DELAY-SECS
                   ADD WS-RETRY-DELAY-SECS TO LCK-SECONDS-WAITED
               END-IF
               PERFORM TRY-CREATE-LOCK
           END-PERFORM.
           IF NOT LOCK-TAKEN AND WS-CALL-WAIT-SECS = 0
               PERFORM CLEAR-LOCK-IF-STALE
               IF STALE-LOCK-JUST-CLEARED
                   PERFORM TRY-CREATE-LOCK
               END-IF
           END-IF.

       BUILD-LOCK-DIR-NAME.
           MOVE SPACES TO WS-LOCK-DIR-NAME.
           STRING WS-LOCK-RESOURCE-NAME DELIMITED BY SPACE
                  ".LOCK"               DELIMITED BY SIZE
                  INTO WS-LOCK-DIR-NAME
           END-STRING.

       TRY-CREATE-LOCK.
           CALL "CBL_CREATE_DIR" USING WS-LOCK-DIR-NAME
               RETURNING WS-LOCK-RC.
           IF WS-LOCK-RC = 0
               MOVE "Y" TO WS-LOCK-TAKEN-SWITCH
           END-IF.

      * A LOCK THAT HAS GONE BY THE TIME IT IS LOOKED AT IS LEFT TO
      * THE NEXT ATTEMPT.
       CLEAR-LOCK-IF-STALE.
           IF NOT LCK-STALE-LOCK-CLEARED
               CALL "CBL_CHECK_FILE_EXIST" USING WS-LOCK-DIR-NAME
                   WS-LOCK-DETAILS
                   RETURNING WS-LOCK-RC
               IF WS-LOCK-RC = 0
                   PERFORM COMPUTE-LOCK-AGE
                   IF WS-LOCK-AGE-SECS > WS-LOCK-STALE-SECS
                       PERFORM CLEAR-STALE-LOCK
                   END-IF
               END-IF
           END-IF.

      * THE LOCK'S AGE IS TODAY'S CLOCK LESS THE TIME IT WAS CREATED,
      * BOTH AS SECONDS FROM THE SAME INTEGER-OF-DATE BASE, FROM THE
      * DETAILS CBL_CHECK_FILE_EXIST HAS JUST RETURNED.
       COMPUTE-LOCK-AGE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-DATE-TIME.
           MOVE WS-NOW-DATE-TIME(1:8)  TO WS-NOW-DATE.
           MOVE WS-NOW-DATE-TIME(9:2)  TO WS-NOW-HH.
           MOVE WS-NOW-DATE-TIME(11:2) TO WS-NOW-MM.
           MOVE WS-NOW-DATE-TIME(13:2) TO WS-NOW-SS.
           COMPUTE WS-NOW-SECS =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) * 86400
               + WS-NOW-HH * 3600 + WS-NOW-MM * 60 + WS-NOW-SS.
           COMPUTE WS-LOCK-DATE =
               WS-LOCK-YEAR * 10000
               + WS-LOCK-MONTH * 100 + WS-LOCK-DAY.
           COMPUTE WS-LOCK-SECS =
               FUNCTION INTEGER-OF-DATE(WS-LOCK-DATE) * 86400
               + WS-LOCK-HOURS * 3600 + WS-LOCK-MINUTES * 60
               + WS-LOCK-SECONDS.
           COMPUTE WS-LOCK-AGE-SECS = WS-NOW-SECS - WS-LOCK-SECS.

      * SEVERAL WAITERS CAN ALL FIND THE SAME LOCK STALE. DELETING IT
      * IN PLACE WOULD LET A SLOW ONE DELETE THE FRESH LOCK A QUICKER
      * ONE HAS JUST CREATED, LEAVING TWO WRITERS EACH HOLDING "THE"
      * LOCK. INSTEAD THE LOCK IS RENAMED TO A NAME OF ITS OWN - A
      * RENAME EITHER MOVES THE DIRECTORY OR FINDS IT GONE, SO ONLY
      * ONE WAITER CAN WIN IT, AND A LOSER GOES BACK TO RETRYING. THE
      * WINNER THEN LOOKS AT WHAT IT ACTUALLY MOVED: IF THAT TURNS OUT
      * TO BE A FRESH LOCK, TAKEN SINCE THE STALE ONE WAS FIRST SEEN,
      * IT IS PUT STRAIGHT BACK RATHER THAN DELETED.
       CLEAR-STALE-LOCK.
           MOVE SPACES TO WS-STALE-DIR-NAME.
           STRING WS-LOCK-DIR-NAME      DELIMITED BY SPACE
                  ".STALE."             DELIMITED BY SIZE
                  WS-NOW-DATE-TIME(9:8) DELIMITED BY SIZE
                  INTO WS-STALE-DIR-NAME
           END-STRING.
           CALL "CBL_RENAME_FILE" USING WS-LOCK-DIR-NAME
               WS-STALE-DIR-NAME
               RETURNING WS-LOCK-RC.
           IF WS-LOCK-RC = 0
               CALL "CBL_CHECK_FILE_EXIST" USING WS-STALE-DIR-NAME
                   WS-LOCK-DETAILS
                   RETURNING WS-LOCK-RC
               IF WS-LOCK-RC = 0
                   PERFORM COMPUTE-LOCK-AGE
               END-IF
               IF WS-LOCK-RC = 0
                       AND WS-LOCK-AGE-SECS NOT > WS-LOCK-STALE-SECS
                   CALL "CBL_RENAME_FILE" USING WS-STALE-DIR-NAME
                       WS-LOCK-DIR-NAME
                       RETURNING WS-LOCK-RC
               ELSE
                   PERFORM REMOVE-STALE-LOCK
               END-IF
           END-IF.

       REMOVE-STALE-LOCK.
           CALL "CBL_DELETE_DIR" USING WS-STALE-DIR-NAME
               RETURNING WS-LOCK-RC.
           MOVE "Y" TO LCK-STALE-SWITCH.
           MOVE "Y" TO WS-JUST-CLEARED-SWITCH.
           MOVE WS-LOCK-AGE-SECS TO WS-LOCK-AGE-DISPLAY.
           DISPLAY "OPERATOR ALERT - CLEARED STALE LOCK "
               FUNCTION TRIM(WS-LOCK-DIR-NAME) " HELD FOR "
               FUNCTION TRIM(WS-LOCK-AGE-DISPLAY)
               " SECONDS - A WRITER ENDED WITHOUT RELEASING IT".
           IF WS-LOCK-RC NOT = 0
               DISPLAY "WARNING - UNABLE TO REMOVE "
                   FUNCTION TRIM(WS-STALE-DIR-NAME)
                   " - RC " WS-LOCK-RC
           END-IF.

      * A LOCK THAT WILL NOT GO AWAY IS REPORTED BUT LEFT ON
      * LOCK-TAKEN, SO THE CALLER SEES THE RELEASE FAIL - THE NEXT
      * WRITERS WILL WAIT ON IT UNTIL IT TURNS STALE AND IS CLEARED.
       RELEASE-NAMED-LOCK.
           PERFORM BUILD-LOCK-DIR-NAME.
           CALL "CBL_DELETE_DIR" USING WS-LOCK-DIR-NAME
               RETURNING WS-LOCK-RC.
           IF WS-LOCK-RC = 0
               MOVE "N" TO WS-LOCK-TAKEN-SWITCH
           ELSE
               MOVE "Y" TO WS-LOCK-TAKEN-SWITCH
               DISPLAY "WARNING - UNABLE TO RELEASE LOCK "
                   FUNCTION TRIM(WS-LOCK-DIR-NAME)
                   " - RC " WS-LOCK-RC
           END-IF.

      * THE PENDING FILE HAS ITS OWN LOCK SO TWO WRITERS PARKING AT
      * ONCE, OR A PARK RACING WRTETIME'S MERGE, CANNOT TEAR EACH
      * OTHER'S LINES. THE CHAIN STAMP IS ZEROED ON THE PARKED COPY -
      * THE CALLER MAY HAVE STAMPED IT ALREADY FROM CHAIN STATE IT
      * WAS NEVER ENTITLED TO READ. AS A LAST RESORT, AN ENTRY THAT
      * CANNOT EVEN BE PARKED IS PUT ON THE CONSOLE IN FULL SO IT CAN
      * STILL BE KEYED BACK IN.
       PARK-LOG-ENTRY.
           MOVE SPACES TO WS-PENDING-FILE-NAME.
           MOVE SPACES TO WS-PENDING-STATUS.
           STRING LCK-FILE-NAME DELIMITED BY SPACE
                  ".PENDING"    DELIMITED BY SIZE
                  INTO WS-PENDING-FILE-NAME
           END-STRING.
           MOVE WS-PENDING-FILE-NAME TO WS-LOCK-RESOURCE-NAME.
           PERFORM ACQUIRE-NAMED-LOCK.
           IF LOCK-TAKEN
               OPEN EXTEND PENDING-FILE
               IF PENDING-FILE-OK
                   MOVE LOG-RECORD TO PENDING-RECORD
                   MOVE 0 TO LOG-SEQUENCE-NO OF PENDING-RECORD
                             LOG-RECORD-CHECK OF PENDING-RECORD
                             LOG-CHAIN-VALUE OF PENDING-RECORD
                   WRITE PENDING-RECORD
                   IF PENDING-FILE-OK
                       SET LCK-ENTRY-PARKED TO TRUE
                   END-IF
                   CLOSE PENDING-FILE
               END-IF
               PERFORM RELEASE-NAMED-LOCK
           END-IF.
           IF NOT LCK-ENTRY-PARKED
               SET LCK-FAILED TO TRUE
               DISPLAY "OPERATOR ALERT - LOG ENTRY COULD NOT BE "
                   "WRITTEN OR PARKED IN "
                   FUNCTION TRIM(WS-PENDING-FILE-NAME)
                   " - STATUS " WS-PENDING-STATUS
               DISPLAY "UNLOGGED ENTRY: " LOG-RECORD
           END-IF.
