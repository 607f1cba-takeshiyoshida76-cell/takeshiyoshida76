           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

      * THE SAME ".CHAIN" STATE FILE WRTETIME KEEPS BESIDE THE LOG,
      * SO AUDIT ENTRIES TAKE THE NEXT SEQUENCE NUMBER IN THE ONE
      * CHAIN RATHER THAN STARTING A SEPARATE ONE.
           SELECT OPTIONAL CHAIN-STATE-FILE
           ASSIGN TO DYNAMIC WS-CHAIN-STATE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHAIN-STATUS.

      * WRTETIME'S ROTATION MARKER - READ ONLY, TO TELL WHETHER THE
      * DAY HAS TURNED SINCE THE LOG WAS LAST ROTATED.
           SELECT OPTIONAL MARKER-FILE
           ASSIGN TO DYNAMIC WS-MARKER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MARKER-STATUS.

       DATA                                DIVISION.
       FILE                                SECTION.
       FD AUTH-FILE.
       FD AUDIT-LOG-FILE.
           COPY LOGREC01.

       FD CHAIN-STATE-FILE.
       01 CHAIN-STATE-REC.
          05 CHAIN-LAST-SEQUENCE           PIC 9(9).
          05 CHAIN-LAST-VALUE              PIC 9(10).

       FD MARKER-FILE.
       01 MARKER-REC.
          05 MARKER-DATE                   PIC 9(8).

       WORKING-STORAGE                     SECTION.
           COPY WRTEOMAP.

       01 WS-AUDIT-STATUS                  PIC X(2).
          88 AUDIT-FILE-OK                 VALUE "00" "05".

      * THE CHAIN STATE AND ROTATION MARKER ARE NAMED FROM THE LOG'S
      * OWN NAME AT EVERY ENTRY, AS WRTETIME NAMES THEM, SO THE THREE
      * CAN NEVER DRIFT APART.
       01 WS-CHAIN-STATE-NAME              PIC X(50).
       01 WS-CHAIN-STATUS                  PIC X(2).
          88 CHAIN-FILE-OK                 VALUE "00" "05".
       01 WS-CHAIN-SEQUENCE                PIC 9(9).
       01 WS-CHAIN-VALUE                   PIC 9(10).
       01 WS-CHAIN-SAVE-FLAG               PIC X(1).
          88 CHAIN-STATE-SAVED             VALUE "Y".

       01 WS-MARKER-FILE-NAME              PIC X(50).
       01 WS-MARKER-STATUS                 PIC X(2).
          88 MARKER-FILE-OK                VALUE "00" "05".
       01 WS-LAST-WRITE-DATE               PIC 9(8).

      * THE LOG'S LOCK, SHARED WITH WRTETIME THROUGH WRTELOCK, AND THE
      * AUDIT ENTRY BUILT AHEAD OF IT SO IT CAN BE PARKED WHEN THE LOG
      * CANNOT BE HAD.
           COPY LOCKREQ1.
           COPY LOGREC01 REPLACING LOG-RECORD BY WS-AUDIT-RECORD.
       01 WS-AUDIT-WRITTEN-SWITCH          PIC X(1).
          88 AUDIT-ENTRY-WRITTEN           VALUE "Y".
       01 WS-AUDIT-DUE-SWITCH              PIC X(1).
          88 AUDIT-ENTRY-DUE               VALUE "Y".

       01 WS-AUTH-EOF-SWITCH               PIC X(1).
          88 AUTH-EOF-REACHED              VALUE "Y".


       PROCEDURE                           DIVISION.
       MAIN-LOGIC                          SECTION.
           PERFORM BUILD-LOG-COMPANION-NAMES.
           MOVE "N" TO WS-AUDIT-DUE-SWITCH.
           IF EIBCALEN = 0
               PERFORM INITIALIZE-FIRST-SCREEN
           ELSE
           END-IF.
           GOBACK.

       BUILD-LOG-COMPANION-NAMES.
           MOVE SPACES TO WS-CHAIN-STATE-NAME WS-MARKER-FILE-NAME.
           STRING WS-AUDIT-FILE-NAME DELIMITED BY SPACE
                  ".CHAIN"           DELIMITED BY SIZE
                  INTO WS-CHAIN-STATE-NAME
           END-STRING.
           STRING WS-AUDIT-FILE-NAME DELIMITED BY SPACE
                  ".LASTDATE"        DELIMITED BY SIZE
                  INTO WS-MARKER-FILE-NAME
           END-STRING.

       INITIALIZE-FIRST-SCREEN.
           MOVE SPACES TO WRTEOMAPO.
           MOVE "KEY ACTION L/A/C/D WITH JOBID/USERID, PRESS ENTER."
      * REWRITE OVER EACH OTHER. THE AUDIT ENTRY AND THE SUCCESS
      * MESSAGE ARE ONLY WRITTEN WHEN THE REWRITE ITSELF SUCCEEDED -
      * AN AUDIT TRAIL SAYING A CHANGE HAPPENED WHEN AUTHOPS.CTL IS
      * UNCHANGED WOULD BE WORSE THAN NO TRAIL AT ALL. THE ENTRY IS
      * WRITTEN AFTER THE DEQ, SO OTHER WOPS USERS ARE NOT HELD UP
      * BEHIND THE LOG'S LOCK AS WELL AS THE LIST'S.
       ADD-AUTH-PAIR.
           IF WS-EDIT-JOB-ID = SPACES OR WS-EDIT-USER-ID = SPACES
               MOVE "ADD NEEDS BOTH JOBID AND USERID" TO OPS-MSGO
                                  WS-EDIT-USER-ID    DELIMITED BY SPACE
                                  INTO WS-AUDIT-TEXT
                           END-STRING
                           MOVE "PAIR ADDED AND LOGGED" TO OPS-MSGO
                           SET AUDIT-ENTRY-DUE TO TRUE
                       END-IF
                   END-IF
               END-IF
               PERFORM DEQ-AUTH-FILE
               IF AUDIT-ENTRY-DUE
                   PERFORM WRITE-AUDIT-LOG-ENTRY
               END-IF
           END-IF.

       CHANGE-AUTH-PAIR.
                              WS-EDIT-NEW-USER-ID   DELIMITED BY SPACE
                              INTO WS-AUDIT-TEXT
                       END-STRING
                       MOVE "PAIR CHANGED AND LOGGED" TO OPS-MSGO
                       SET AUDIT-ENTRY-DUE TO TRUE
                   END-IF
               END-IF
               PERFORM DEQ-AUTH-FILE
               IF AUDIT-ENTRY-DUE
                   PERFORM WRITE-AUDIT-LOG-ENTRY
               END-IF
           END-IF.

       DELETE-AUTH-PAIR.
                              WS-EDIT-USER-ID      DELIMITED BY SPACE
                              INTO WS-AUDIT-TEXT
                       END-STRING
                       MOVE "PAIR DELETED AND LOGGED" TO OPS-MSGO
                       SET AUDIT-ENTRY-DUE TO TRUE
                   END-IF
               END-IF
               PERFORM DEQ-AUTH-FILE
               IF AUDIT-ENTRY-DUE
                   PERFORM WRITE-AUDIT-LOG-ENTRY
               END-IF
           END-IF.

      * SERIALIZES EVERY LOAD-MUTATE-REWRITE ON THE OPERATOR LIST'S
      * FILE NAME SO CONCURRENT WOPS TASKS QUEUE BEHIND EACH OTHER
      * INSTEAD OF TRUNCATING EACH OTHER'S REWRITES.
       ENQ-AUTH-FILE.
           EXEC CICS ENQ
               RESOURCE(WS-AUTH-FILE-NAME)
           END-EXEC.

      * REWRITES THE WHOLE LIST FROM THE IN-MEMORY TABLE. CALLERS
      * HOLD THE FILE-NAME ENQ ACROSS THIS AND TEST WS-REWRITE-OK
      * AFTERWARD - A FAILED OPEN OR WRITE LEAVES THE FAILURE MESSAGE
      * ON THE SCREEN AND SUPPRESSES THE AUDIT ENTRY, SO NEITHER THE
      * OPERATOR NOR THE TRAIL IS TOLD A CHANGE LANDED WHEN IT DIDN'T.
       REWRITE-AUTH-FILE.
           MOVE "N" TO WS-REWRITE-OK.
           OPEN OUTPUT AUTH-FILE.
      * WRTETIME WRITES, UNDER JOB-ID WRTEOPS WITH THE SIGNED-ON CICS
      * OPERATOR AS THE USER - SO THE AUDIT TRAIL OF WHO CHANGED THE
      * OPERATOR LIST AND WHEN RIDES THE EXISTING WRTELOAD/WRTEINQ/
      * WRTERPT PIPELINE INSTEAD OF NEEDING ITS OWN VIEWER. THE ENTRY
      * IS STAMPED INTO THE LOG'S TAMPER-EVIDENT CHAIN THROUGH WRTECHN
      * EXACTLY AS WRTETIME STAMPS ITS OWN, AND THE CHAIN STATE ONLY
      * MOVES ON ONCE THE WRITE HAS LANDED. THE LOG, ITS CHAIN STATE
      * AND ITS ROTATION MARKER ARE ONLY TOUCHED WHILE THE LOG'S LOCK
      * IS HELD, THE SAME WRTELOCK LOCK EVERY WRTETIME CALL TAKES, SO
      * AN AUDIT ENTRY CAN NEVER LAND IN A FILE BATCH IS RENAMING OR
      * REUSE A SEQUENCE NUMBER A BATCH JOB JUST STAMPED. THE LOCK IS
      * ASKED FOR WITHOUT WAITING - A CICS TASK MUST NOT SIT IN A
      * SLEEP LOOP WHILE A BATCH WRITER HOLDS IT. WHEN THE LOCK IS
      * BUSY, OR THE LOG WILL NOT OPEN, OR THE DAY HAS TURNED
      * AND THE LOG HAS NOT YET BEEN ROTATED (THIS PROGRAM LEAVES
      * ROTATION TO WRTETIME), THE ENTRY IS PARKED FOR WRTETIME TO
      * MERGE IN RATHER THAN LOST OR FILED UNDER YESTERDAY. THE
      * CALLER'S "AND LOGGED" MESSAGE IS SET BEFORE THIS RUNS, SO
      * ANYTHING LESS THAN A CLEAN APPEND REPLACES IT ON THE SCREEN.
       WRITE-AUDIT-LOG-ENTRY.
           MOVE "N" TO WS-AUDIT-WRITTEN-SWITCH.
           PERFORM BUILD-AUDIT-LOG-RECORD.
           SET LCK-ACQUIRE-NOWAIT TO TRUE.
           MOVE WS-AUDIT-FILE-NAME TO LCK-FILE-NAME.
           CALL "WRTELOCK" USING LOG-LOCK-REQUEST WS-AUDIT-RECORD.
           IF LCK-GRANTED
               PERFORM READ-ROTATION-MARKER
               IF WS-LAST-WRITE-DATE = 0
                       OR WS-LAST-WRITE-DATE
                          NOT LESS THAN LOG-DATE OF WS-AUDIT-RECORD
                   PERFORM APPEND-AUDIT-LOG-ENTRY
               END-IF
               SET LCK-RELEASE TO TRUE
               MOVE WS-AUDIT-FILE-NAME TO LCK-FILE-NAME
               CALL "WRTELOCK" USING LOG-LOCK-REQUEST WS-AUDIT-RECORD
           END-IF.
           IF NOT AUDIT-ENTRY-WRITTEN
               SET LCK-PARK-ENTRY TO TRUE
               MOVE WS-AUDIT-FILE-NAME TO LCK-FILE-NAME
               CALL "WRTELOCK" USING LOG-LOCK-REQUEST WS-AUDIT-RECORD
               IF LCK-ENTRY-PARKED
                   MOVE "CHANGE MADE - AUDIT ENTRY QUEUED FOR THE LOG"
                       TO OPS-MSGO
               ELSE
                   MOVE "CHANGE MADE BUT AUDIT LOG WRITE FAILED"
                       TO OPS-MSGO
               END-IF
           END-IF.

       BUILD-AUDIT-LOG-RECORD.
           INITIALIZE WS-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME-STRING.
           MOVE WS-CURRENT-DATE-TIME-STRING(1:8)
               TO LOG-DATE OF WS-AUDIT-RECORD.
           MOVE WS-CURRENT-DATE-TIME-STRING(9:6)
               TO LOG-TIME OF WS-AUDIT-RECORD.
           MOVE WS-CURRENT-DATE-TIME-STRING(15:2)
               TO LOG-MILLISEC OF WS-AUDIT-RECORD.
           MOVE WS-CURRENT-DATE-TIME-STRING(17:1) TO WS-GMT-SIGN.
           MOVE WS-CURRENT-DATE-TIME-STRING(18:4)
               TO WS-GMT-OFFSET-DIGITS.
           IF WS-GMT-SIGN = "-"
               COMPUTE LOG-GMT-OFFSET OF WS-AUDIT-RECORD =
                   0 - WS-GMT-OFFSET-DIGITS
           ELSE
               MOVE WS-GMT-OFFSET-DIGITS
                   TO LOG-GMT-OFFSET OF WS-AUDIT-RECORD
           END-IF.
           MOVE "WRTEOPS " TO LOG-JOB-ID OF WS-AUDIT-RECORD.
           MOVE WS-OPERATOR-ID TO LOG-USER-ID OF WS-AUDIT-RECORD.
           MOVE "00" TO LOG-STATUS-CODE OF WS-AUDIT-RECORD.
           MOVE "N" TO LOG-DRIFT-FLAG OF WS-AUDIT-RECORD.
           MOVE "N" TO LOG-TRUNCATION-FLAG OF WS-AUDIT-RECORD.
           MOVE WS-AUDIT-TEXT TO LOG-MESSAGE OF WS-AUDIT-RECORD.
           MOVE 0 TO LOG-RETURN-CODE OF WS-AUDIT-RECORD.
           MOVE "I" TO LOG-EVENT-TYPE OF WS-AUDIT-RECORD.

       APPEND-AUDIT-LOG-ENTRY.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF AUDIT-FILE-OK
               PERFORM READ-CHAIN-STATE
               COMPUTE LOG-SEQUENCE-NO OF WS-AUDIT-RECORD =
                   WS-CHAIN-SEQUENCE + 1
               CALL "WRTECHN" USING WS-AUDIT-RECORD WS-CHAIN-VALUE
               WRITE LOG-RECORD FROM WS-AUDIT-RECORD
               IF AUDIT-FILE-OK
                   MOVE "Y" TO WS-AUDIT-WRITTEN-SWITCH
                   MOVE LOG-SEQUENCE-NO OF WS-AUDIT-RECORD
                       TO WS-CHAIN-SEQUENCE
                   MOVE LOG-CHAIN-VALUE OF WS-AUDIT-RECORD
                       TO WS-CHAIN-VALUE
                   PERFORM WRITE-CHAIN-STATE
               END-IF
               CLOSE AUDIT-LOG-FILE
           END-IF.

      * A MISSING MARKER (NOTHING HAS BEEN ROTATED YET) READS AS ZERO
      * AND DOES NOT HOLD THE ENTRY BACK.
       READ-ROTATION-MARKER.
           MOVE 0 TO WS-LAST-WRITE-DATE.
           OPEN INPUT MARKER-FILE.
           IF MARKER-FILE-OK
               READ MARKER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MARKER-DATE IS NUMERIC
                           MOVE MARKER-DATE TO WS-LAST-WRITE-DATE
                       END-IF
               END-READ
               CLOSE MARKER-FILE
           END-IF.

      * SAME STATE-FILE HANDLING AS WRTETIME'S READ-CHAIN-STATE AND
      * WRITE-CHAIN-STATE - A MISSING FILE STARTS FROM SEQUENCE ZERO.
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

      * THE ENTRY IS ALREADY ON THE LOG BY NOW, SO A STATE FILE THAT
      * WON'T WRITE MEANS THE NEXT WRITER REUSES THIS SEQUENCE NUMBER
      * AND WRTEVRFY FLAGS A GENUINE ENTRY - THE OPERATOR IS TOLD THE
      * STATE NEEDS REPAIRING, AS WRTETIME WARNS ON THE SAME FAILURE.
       WRITE-CHAIN-STATE.
           MOVE "N" TO WS-CHAIN-SAVE-FLAG.
           OPEN OUTPUT CHAIN-STATE-FILE.
           IF CHAIN-FILE-OK
               MOVE WS-CHAIN-SEQUENCE TO CHAIN-LAST-SEQUENCE
               MOVE WS-CHAIN-VALUE    TO CHAIN-LAST-VALUE
               WRITE CHAIN-STATE-REC
               IF CHAIN-FILE-OK
                   MOVE "Y" TO WS-CHAIN-SAVE-FLAG
               END-IF
               CLOSE CHAIN-STATE-FILE
           END-IF.
           IF NOT CHAIN-STATE-SAVED
               MOVE "LOGGED - CHAIN STATE NOT SAVED, NEEDS REPAIR"
                   TO OPS-MSGO
           END-IF.

