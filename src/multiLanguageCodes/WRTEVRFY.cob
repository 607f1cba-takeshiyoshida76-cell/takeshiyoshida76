       IDENTIFICATION                      DIVISION.
       PROGRAM-ID. WRTEVRFY.
       AUTHOR. TY.

      * INTEGRITY VERIFIER FOR THE TAMPER-EVIDENT CHAIN WRTETIME AND
      * WRTEOPS STAMP ON EVERY LOGREC01 ENTRY (LOG-SEQUENCE-NO,
      * LOG-RECORD-CHECK, LOG-CHAIN-VALUE - SEE WRTECHN). WALKS EVERY
      * RETAINED ROTATED GENERATION OF THE LOG (INCLUDING ROTATION
      * COLLISION AND SPILLOVER FILES, ".YYYYMMDD" AND ".YYYYMMDD.N")
      * PLUS THE LIVE FILE, SORTS EVERY CHAINED ENTRY INTO SEQUENCE
      * ORDER AND RE-DERIVES EACH ONE'S CHECK VALUES THROUGH WRTECHN,
      * SO THE QUESTION "WOULD WE KNOW IF SOMEONE DELETED OR EDITED A
      * LINE" HAS AN ANSWER THAT RUNS EVERY NIGHT. EACH FINDING IS
      * REPORTED BY THE ENTRY'S LOG DATE, THE FILE IT SITS IN AND ITS
      * LINE NUMBER IN THAT FILE:
      *   GAP      - ONE OR MORE SEQUENCE NUMBERS ARE MISSING AHEAD OF
      *              THIS ENTRY (LINES REMOVED), OR MISSING FROM THE
      *              END OF THE LOG PAST THE LAST ENTRY ON DISK;
      *   ALTERED  - THE ENTRY'S OWN BYTES NO LONGER MATCH ITS RECORD
      *              CHECK (LINE EDITED AFTER IT WAS WRITTEN);
      *   INSERTED - THE ENTRY REUSES A SEQUENCE NUMBER ANOTHER ENTRY
      *              ALREADY CARRIES, SITS PAST THE LAST SEQUENCE
      *              THE WRITERS RECORDED, OR CARRIES NO SEQUENCE
      *              NUMBER AT ALL THOUGH IT FOLLOWS A CHAINED ENTRY
      *              (LINE SLIPPED IN);
      *   BROKEN   - THE ENTRY IS SELF-CONSISTENT BUT DOES NOT CHAIN
      *              FROM THE ENTRY BEFORE IT (A LINE REBUILT AND
      *              RE-CHECKED BY HAND, OR ITS PREDECESSOR REPLACED).
      * THE FIRST ENTRY STILL ON DISK NORMALLY CONTINUES A CHAIN WHOSE
      * EARLIER GENERATIONS HAVE BEEN PURGED PAST RETENTION; IT IS
      * NOTED AS THE ANCHOR AND ONLY ITS OWN RECORD CHECK IS TESTED.
      * ENTRIES WRITTEN BEFORE THE CHAIN EXISTED CARRY NO SEQUENCE
      * NUMBER AND ARE COUNTED AS UNCHAINED, NOT AS TAMPERED - BUT
      * ONLY AHEAD OF THE FIRST CHAINED ENTRY. FILES ARE SCANNED
      * OLDEST FIRST, AND ONCE ANY CHAINED ENTRY HAS BEEN SEEN EVERY
      * WRITER HAS STAMPED EVERY LINE SINCE, SO AN UNSTAMPED LINE
      * AFTER THAT POINT, IN THAT FILE OR A LATER ONE, IS INSERTED.
      *
      * INVOKE WITH A JCL PARM OF "[FILENAME[,DAYS]]" - IF OMITTED,
      * MYFILE.TXT AND THE RETENTION-DAYS VALUE FROM WRTECFG.CTL (30
      * WHEN NOT CONFIGURED, THE SAME DEFAULT WRTETIME PURGES ON) SO
      * THE WALK COVERS EXACTLY WHAT ROTATION HAS KEPT. RESULTS GO TO
      * "FILENAME.VRFY" - A RUNDATE HEADER, ONE LINE PER FINDING AND A
      * RESULT TRAILER CARRYING THE GRADED RETURN CODE - FOR WRTEGONG
      * TO FOLD INTO THE MORNING VERDICT.

       ENVIRONMENT                         DIVISION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL IN-FILE
           ASSIGN TO DYNAMIC WS-SCAN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FILE-STATUS-CODE.

      * THE WRITERS' RECORD OF THE LAST SEQUENCE NUMBER AND CHAIN
      * VALUE THEY STAMPED - THE ONLY WAY TO NOTICE LINES CUT OFF THE
      * END OF THE LOG, WHICH LEAVE NO HOLE IN THE SEQUENCE ON DISK.
           SELECT OPTIONAL CHAIN-STATE-FILE
           ASSIGN TO DYNAMIC WS-CHAIN-STATE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHAIN-STATUS.

           SELECT OPTIONAL CONFIG-FILE
           ASSIGN TO DYNAMIC WS-CONFIG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CONFIG-STATUS.

           SELECT OPTIONAL VERIFY-FILE
           ASSIGN TO DYNAMIC WS-VERIFY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VERIFY-STATUS.

      * EVERY CHAINED ENTRY FROM EVERY FILE IS SORTED INTO SEQUENCE
      * ORDER BEFORE IT IS CHECKED - A SPILLOVER FILE OR A ROTATION
      * COLLISION LEAVES ONE DAY'S ENTRIES SPLIT ACROSS TWO FILES, AND
      * CHECKING IN FILE ORDER WOULD REPORT THAT AS TAMPERING.
           SELECT SORT-WORK-FILE
           ASSIGN TO DYNAMIC WS-SORT-WORK-NAME.

       DATA                                DIVISION.
       FILE                                SECTION.
       FD IN-FILE.
           COPY LOGREC01.

       FD CHAIN-STATE-FILE.
       01 CHAIN-STATE-REC.
          05 CHAIN-LAST-SEQUENCE           PIC 9(9).
          05 CHAIN-LAST-VALUE              PIC 9(10).

       FD CONFIG-FILE.
       01 CONFIG-REC                       PIC X(80).

      * FIRST LINE IS A "RUNDATE " HEADER, THEN ONE LINE PER FINDING
      * (OR ANCHOR NOTE), THEN A "RESULT  " TRAILER. A FILE WITH NO
      * TRAILER WAS LEFT BY A RUN THAT NEVER FINISHED.
       FD VERIFY-FILE.
       01 VERIFY-REC.
          05 VRF-TAG                       PIC X(8).
          05 FILLER                        PIC X(1).
          05 VRF-DATE                      PIC 9(8).
          05 FILLER                        PIC X(1).
          05 VRF-LINE                      PIC 9(6).
          05 FILLER                        PIC X(1).
          05 VRF-SEQUENCE                  PIC 9(9).
          05 FILLER                        PIC X(1).
          05 VRF-FILE-NAME                 PIC X(45).
          05 FILLER                        PIC X(1).
          05 VRF-DETAIL                    PIC X(40).
       01 VERIFY-RESULT-REC.
          05 VRS-TAG                       PIC X(8).
          05 FILLER                        PIC X(1).
          05 VRS-DATE                      PIC 9(8).
          05 FILLER                        PIC X(1).
          05 VRS-GRADED-RC                 PIC 9(2).
          05 FILLER                        PIC X(1).
          05 VRS-FINDING-COUNT             PIC 9(6).
          05 FILLER                        PIC X(1).
          05 VRS-ENTRIES-CHECKED           PIC 9(9).

      * THE WHOLE LOG ENTRY RIDES THROUGH THE SORT BEHIND ITS KEY SO
      * THE OUTPUT SIDE CAN RE-DERIVE ITS CHECK VALUES; THE ENTRY
      * AREA IS SIZED WITH ROOM FOR LOGREC01 TO GROW.
       SD SORT-WORK-FILE.
       01 SORT-REC.
          05 SRT-SEQUENCE                  PIC 9(9).
          05 SRT-FILE-ORDINAL              PIC 9(4).
          05 SRT-LINE-NO                   PIC 9(6).
          05 SRT-LOG-ENTRY                 PIC X(200).

       WORKING-STORAGE                     SECTION.
       01 FILE-STATUS-CODE                 PIC X(2).
          88 FILE-OK                       VALUE "00" "05".
          88 FILE-PRESENT                  VALUE "00".

       01 WS-SCAN-OPEN-STATUS              PIC X(2).
          88 SCAN-FILE-OPENED              VALUE "00" "05".
       01 WS-EOF-SWITCH                    PIC X(1) VALUE "N".
          88 EOF-REACHED                   VALUE "Y".
       01 WS-SORT-EOF-SWITCH               PIC X(1) VALUE "N".
          88 SORT-EOF-REACHED              VALUE "Y".

       01 WS-BASE-FILE-NAME                PIC X(40)
          VALUE "MYFILE.TXT".
       01 WS-SCAN-FILE-NAME                PIC X(45).
       01 WS-CHAIN-STATE-NAME              PIC X(45).
       01 WS-VERIFY-FILE-NAME              PIC X(45).
       01 WS-SORT-WORK-NAME                PIC X(40)
          VALUE "SORTWK01".
       01 WS-PARM-STRING                   PIC X(80).
       01 WS-DAYS-TEXT                     PIC X(4).
       01 WS-DAYS-LEN                      PIC 9(2).

       01 WS-CHAIN-STATUS                  PIC X(2).
          88 CHAIN-FILE-PRESENT            VALUE "00".
       01 WS-VERIFY-STATUS                 PIC X(2).
          88 VERIFY-FILE-OK                VALUE "00" "05".

       01 WS-CONFIG-FILE-NAME              PIC X(40)
          VALUE "WRTECFG.CTL".
       01 WS-CONFIG-STATUS                 PIC X(2).
          88 CONFIG-FILE-OK                VALUE "00" "05".
       01 WS-CONFIG-EOF-SWITCH             PIC X(1).
          88 CONFIG-EOF-REACHED            VALUE "Y".
       01 WS-CONFIG-KEYWORD                PIC X(24).
       01 WS-CONFIG-VALUE-TEXT             PIC X(10).
       01 WS-CONFIG-VALUE-LEN              PIC 9(2).
       01 WS-RETENTION-DAYS                PIC 9(4) VALUE 30.
       01 WS-RETENTION-SOURCE              PIC X(7) VALUE "DEFAULT".

       01 WS-TODAY-DATE                    PIC 9(8).
       01 WS-TODAY-INTEGER                 PIC S9(9) COMP.
       01 WS-FIRST-DAY-INTEGER             PIC S9(9) COMP.
       01 WS-DAY-INTEGER                   PIC S9(9) COMP.
       01 WS-GEN-DATE                      PIC 9(8).
       01 WS-COLLISION-SUFFIX              PIC 99.
       01 WS-COLLISION-DIGIT               PIC 9.

      * ONE ROW PER FILE ACTUALLY FOUND ON DISK, IN THE ORDER
      * SCANNED - THE SORT CARRIES ONLY THE ROW NUMBER, AND FINDINGS
      * LOOK THE NAME BACK UP HERE. THIRTY DAYS OF RETENTION WITH A
      * COLLISION FILE OR TWO A DAY IS A FEW DOZEN ROWS.
       01 WS-FILE-COUNT                    PIC 9(4) VALUE 0.
       01 WS-MAX-FILES                     PIC 9(4) VALUE 1000.
       01 WS-FILE-OVERFLOW-COUNT           PIC 9(4) VALUE 0.
       01 WS-FILE-TABLE.
          05 WS-FILE-ENTRY OCCURS 1000 TIMES.
             10 WS-FILE-NAME               PIC X(45).

       01 WS-LINE-NO                       PIC 9(6).

       01 WS-ENTRIES-READ                  PIC 9(9) VALUE 0.
       01 WS-ENTRIES-CHECKED               PIC 9(9) VALUE 0.
       01 WS-UNCHAINED-COUNT               PIC 9(9) VALUE 0.
       01 WS-CHAIN-SEEN-SWITCH             PIC X(1) VALUE "N".
          88 CHAINED-ENTRY-SEEN            VALUE "Y".
       01 WS-GAP-COUNT                     PIC 9(6) VALUE 0.
       01 WS-ALTERED-COUNT                 PIC 9(6) VALUE 0.
       01 WS-INSERTED-COUNT                PIC 9(6) VALUE 0.
       01 WS-BROKEN-COUNT                  PIC 9(6) VALUE 0.
       01 WS-FINDING-COUNT                 PIC 9(6) VALUE 0.
       01 WS-MISSING-ENTRIES               PIC 9(9).

      * THE LAST ENTRY ACCEPTED INTO THE CHAIN - WHAT THE NEXT ENTRY
      * IN SEQUENCE ORDER MUST CONTINUE FROM.
       01 WS-PREVIOUS-SWITCH               PIC X(1) VALUE "N".
          88 HAVE-PREVIOUS-ENTRY           VALUE "Y".
       01 WS-PREVIOUS-SEQUENCE             PIC 9(9) VALUE 0.
       01 WS-PREVIOUS-CHAIN                PIC 9(10) VALUE 0.
       01 WS-PREVIOUS-DATE                 PIC 9(8) VALUE 0.
       01 WS-PREVIOUS-LINE                 PIC 9(6) VALUE 0.
       01 WS-PREVIOUS-ORDINAL              PIC 9(4) VALUE 0.
       01 WS-ANCHOR-SEQUENCE               PIC 9(9) VALUE 0.
       01 WS-LINK-SWITCH                   PIC X(1).
          88 LINK-IS-CHECKABLE             VALUE "Y".

       01 WS-STORED-CHECK                  PIC 9(10).
       01 WS-STORED-CHAIN                  PIC 9(10).

       01 WS-STATE-SEQUENCE                PIC 9(9) VALUE 0.
       01 WS-STATE-CHAIN                   PIC 9(10) VALUE 0.
       01 WS-STATE-SWITCH                  PIC X(1) VALUE "N".
          88 STATE-WAS-READ                VALUE "Y".

       01 WS-FINDING-TAG                   PIC X(8).
       01 WS-FINDING-DETAIL                PIC X(40).
       01 WS-FINDING-DATE                  PIC 9(8).
       01 WS-FINDING-LINE                  PIC 9(6).
       01 WS-FINDING-SEQUENCE              PIC 9(9).
       01 WS-FINDING-ORDINAL               PIC 9(4).
       01 WS-MISSING-DISPLAY               PIC Z(8)9.

      * GRADED CONDITION CODE FOR THE SCHEDULER - 0 CHAIN INTACT,
      * 4 WARNINGS ONLY (PRE-CHAIN UNCHAINED ENTRIES, NO CHAIN STATE,
      * NOTHING CHAINED TO VERIFY, FILE TABLE FULL), 8 GAPS,
      * ALTERATIONS, INSERTIONS (UNSTAMPED LINES AFTER THE CHAIN
      * BEGAN AMONG THEM) OR BROKEN LINKS FOUND, 12 COULD NOT RUN.
       01 WS-GRADED-RC                     PIC 9(2) VALUE 0.

      * THE LOG'S LOCK (SEE WRTELOCK), HELD FROM THE CHAIN STATE READ
      * UNTIL THE LAST FILE HAS BEEN SCANNED, SO NO WRITER CAN APPEND
      * OR ROTATE IN BETWEEN AND LEAVE A LAST ENTRY ON DISK THAT THE
      * STATE READ EARLIER KNOWS NOTHING ABOUT.
           COPY LOCKREQ1.
       01 WS-LOG-LOCK-SWITCH               PIC X(1) VALUE "N".
          88 LOG-LOCK-HELD                 VALUE "Y".
       01 WS-LOCK-MISSED-SWITCH            PIC X(1) VALUE "N".
          88 LOG-LOCK-MISSED               VALUE "Y".

      * THE ENTRY BEING CHECKED, AND A SCRATCH COPY WRTECHN RESTAMPS
      * SO ITS VALUES CAN BE COMPARED AGAINST THE ONES ON DISK.
           COPY LOGREC01 REPLACING LOG-RECORD BY WS-CHECK-RECORD.
           COPY LOGREC01 REPLACING LOG-RECORD BY WS-RESTAMP-RECORD.

       PROCEDURE                           DIVISION.
       MAIN-LOGIC                          SECTION.
           PERFORM LOAD-SHOP-CONFIGURATION.
           PERFORM GET-PARAMETERS.
           PERFORM OPEN-VERIFY-FILE.
           IF NOT VERIFY-FILE-OK
               DISPLAY "UNABLE TO OPEN VERIFICATION RESULTS FILE "
                   FUNCTION TRIM(WS-VERIFY-FILE-NAME)
                   " - STATUS " WS-VERIFY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ACQUIRE-LOG-LOCK.
           IF LOG-LOCK-HELD
               PERFORM READ-CHAIN-STATE
           END-IF.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-SEQUENCE SRT-FILE-ORDINAL
                   SRT-LINE-NO
               INPUT PROCEDURE IS RELEASE-CHAINED-ENTRIES
               OUTPUT PROCEDURE IS CHECK-SORTED-CHAIN.
           PERFORM RELEASE-LOG-LOCK.
           IF SORT-RETURN NOT = 0
               DISPLAY "CHAIN VERIFICATION SORT FAILED - SORT-RETURN "
                   SORT-RETURN
               MOVE 12 TO WS-GRADED-RC
           ELSE
               PERFORM CHECK-CHAIN-TAIL
               PERFORM SET-GRADED-RETURN-CODE
           END-IF.
           PERFORM CLOSE-VERIFY-FILE.
           PERFORM PRINT-VERIFY-SUMMARY.
           MOVE WS-GRADED-RC TO RETURN-CODE.
           STOP RUN.

      * ANY TAMPERING FINDING IS 8; WARNINGS THAT LEAVE PART OF THE
      * LOG UNVERIFIABLE ARE 4.
       SET-GRADED-RETURN-CODE.
           MOVE 0 TO WS-GRADED-RC.
           IF WS-UNCHAINED-COUNT > 0 OR WS-ENTRIES-CHECKED = 0
                   OR WS-FILE-OVERFLOW-COUNT > 0
                   OR (WS-ENTRIES-CHECKED > 0 AND NOT STATE-WAS-READ)
               MOVE 4 TO WS-GRADED-RC
           END-IF.
           IF WS-FINDING-COUNT > 0
               MOVE 8 TO WS-GRADED-RC
           END-IF.

      * PULLS THE BASE FILE NAME AND (OPTIONAL) NUMBER OF DAYS OF
      * GENERATIONS TO WALK OUT OF THE JCL PARM, WITH THE SAME
      * TRIMMED-LENGTH NUMERIC VALIDATION THE OTHER REPORTERS USE FOR
      * THEIR LOOKBACK FIELDS. THE STATE AND RESULTS FILE NAMES ARE
      * BUILT OFF WHICHEVER BASE NAME IS IN EFFECT.
       GET-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING NOT = SPACES
               MOVE SPACES TO WS-DAYS-TEXT
               UNSTRING WS-PARM-STRING DELIMITED BY ","
                   INTO WS-BASE-FILE-NAME WS-DAYS-TEXT
               END-UNSTRING
               IF WS-BASE-FILE-NAME = SPACES
                   MOVE "MYFILE.TXT" TO WS-BASE-FILE-NAME
               END-IF
               COMPUTE WS-DAYS-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-DAYS-TEXT))
               IF WS-DAYS-LEN > 0
                   IF WS-DAYS-TEXT(1:WS-DAYS-LEN) IS NUMERIC
                       MOVE WS-DAYS-TEXT(1:WS-DAYS-LEN)
                           TO WS-RETENTION-DAYS
                       MOVE "PARM   " TO WS-RETENTION-SOURCE
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WS-CHAIN-STATE-NAME WS-VERIFY-FILE-NAME.
           STRING WS-BASE-FILE-NAME DELIMITED BY SPACE
                  ".CHAIN"          DELIMITED BY SIZE
                  INTO WS-CHAIN-STATE-NAME
           END-STRING.
           STRING WS-BASE-FILE-NAME DELIMITED BY SPACE
                  ".VRFY"           DELIMITED BY SIZE
                  INTO WS-VERIFY-FILE-NAME
           END-STRING.

      * THE VERIFIER WALKS EXACTLY THE GENERATIONS WRTETIME'S
      * ROTATION KEEPS, SO IT READS THE SAME RETENTION-DAYS KEYWORD
      * WRTETIME PURGES ON. OTHER PROGRAMS' KEYWORDS ARE IGNORED.
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
                       WHEN "RETENTION-DAYS"
                           MOVE WS-CONFIG-VALUE-TEXT
                                   (1:WS-CONFIG-VALUE-LEN)
                               TO WS-RETENTION-DAYS
                           MOVE "CONFIG " TO WS-RETENTION-SOURCE
                   END-EVALUATE
               END-IF
           END-IF.

      * THE RESULTS FILE OPENS WITH A RUNDATE HEADER SO WRTEGONG CAN
      * TELL THIS MORNING'S CHECK FROM A LEFTOVER ONE.
       OPEN-VERIFY-FILE.
           OPEN OUTPUT VERIFY-FILE.
           IF VERIFY-FILE-OK
               MOVE SPACES TO VERIFY-REC
               MOVE "RUNDATE " TO VRF-TAG
               MOVE WS-TODAY-DATE TO VRF-DATE
               MOVE 0 TO VRF-LINE VRF-SEQUENCE
               WRITE VERIFY-REC
           END-IF.

      * THE TRAILER CARRIES THE GRADED RETURN CODE ITSELF, SO THE
      * CONSOLIDATOR FOLDS IN THE SAME GRADE THE SCHEDULER SAW.
       CLOSE-VERIFY-FILE.
           MOVE SPACES TO VERIFY-RESULT-REC.
           MOVE "RESULT  " TO VRS-TAG.
           MOVE WS-TODAY-DATE TO VRS-DATE.
           MOVE WS-GRADED-RC TO VRS-GRADED-RC.
           MOVE WS-FINDING-COUNT TO VRS-FINDING-COUNT.
           MOVE WS-ENTRIES-CHECKED TO VRS-ENTRIES-CHECKED.
           WRITE VERIFY-RESULT-REC.
           CLOSE VERIFY-FILE.

      * A VERIFY THAT CANNOT HAVE THE LOCK STILL CHECKS EVERY ENTRY
      * BUT LEAVES THE STATE UNREAD, SO THE TAIL GOES UNCHECKED AND
      * THE RUN IS A WARNING - A WRITER BUSY ON THE LOG WOULD
      * OTHERWISE LOOK LIKE A LINE SLIPPED IN PAST THE STATE.
       ACQUIRE-LOG-LOCK.
           SET LCK-ACQUIRE TO TRUE.
           MOVE WS-BASE-FILE-NAME TO LCK-FILE-NAME.
           CALL "WRTELOCK" USING LOG-LOCK-REQUEST WS-CHECK-RECORD.
           IF LCK-GRANTED
               MOVE "Y" TO WS-LOG-LOCK-SWITCH
           ELSE
               MOVE "N" TO WS-LOG-LOCK-SWITCH
               MOVE "Y" TO WS-LOCK-MISSED-SWITCH
               DISPLAY "LOCK ON " FUNCTION TRIM(WS-BASE-FILE-NAME)
                   " NOT OBTAINED WITHIN " LCK-WAIT-LIMIT-SECS
                   " SECONDS - CHAIN TAIL NOT CHECKED THIS RUN"
           END-IF.

       RELEASE-LOG-LOCK.
           IF LOG-LOCK-HELD
               SET LCK-RELEASE TO TRUE
               MOVE WS-BASE-FILE-NAME TO LCK-FILE-NAME
               CALL "WRTELOCK" USING LOG-LOCK-REQUEST WS-CHECK-RECORD
               MOVE "N" TO WS-LOG-LOCK-SWITCH
           END-IF.

      * THE STATE FILE IS OPTIONAL - A LOG THAT HAS NEVER BEEN
      * CHAINED HAS NONE - BUT A CHAINED LOG WITHOUT ONE CANNOT HAVE
      * ITS TAIL CHECKED, WHICH IS A WARNING.
       READ-CHAIN-STATE.
           OPEN INPUT CHAIN-STATE-FILE.
           IF CHAIN-FILE-PRESENT
               READ CHAIN-STATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHAIN-LAST-SEQUENCE IS NUMERIC
                               AND CHAIN-LAST-VALUE IS NUMERIC
                           MOVE CHAIN-LAST-SEQUENCE
                               TO WS-STATE-SEQUENCE
                           MOVE CHAIN-LAST-VALUE TO WS-STATE-CHAIN
                           SET STATE-WAS-READ TO TRUE
                       END-IF
               END-READ
               CLOSE CHAIN-STATE-FILE
           END-IF.

      * SORT INPUT SIDE - EVERY GENERATION DATE IN THE RETENTION
      * WINDOW, OLDEST FIRST AND UP TO TODAY (A SPILLOVER FILE CAN
      * CARRY TODAY'S DATE), EACH WITH ITS NINE POSSIBLE COLLISION
      * SUFFIXES, THEN THE LIVE FILE LAST. THE LOG'S LOCK GOES BACK
      * AS SOON AS THE LAST FILE IS READ - THE CHECKING THAT FOLLOWS
      * WORKS ON THE SORTED COPY, SO WRITERS NEED NOT WAIT FOR IT.
       RELEASE-CHAINED-ENTRIES.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           COMPUTE WS-FIRST-DAY-INTEGER =
               WS-TODAY-INTEGER - WS-RETENTION-DAYS.
           PERFORM VARYING WS-DAY-INTEGER FROM WS-FIRST-DAY-INTEGER
                   BY 1 UNTIL WS-DAY-INTEGER > WS-TODAY-INTEGER
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
                   TO WS-GEN-DATE
               MOVE SPACES TO WS-SCAN-FILE-NAME
               STRING WS-BASE-FILE-NAME DELIMITED BY SPACE
                      "."              DELIMITED BY SIZE
                      WS-GEN-DATE      DELIMITED BY SIZE
                      INTO WS-SCAN-FILE-NAME
               END-STRING
               PERFORM SCAN-ONE-FILE
               PERFORM VARYING WS-COLLISION-SUFFIX FROM 1 BY 1
                       UNTIL WS-COLLISION-SUFFIX > 9
                   MOVE WS-COLLISION-SUFFIX TO WS-COLLISION-DIGIT
                   MOVE SPACES TO WS-SCAN-FILE-NAME
                   STRING WS-BASE-FILE-NAME   DELIMITED BY SPACE
                          "."                 DELIMITED BY SIZE
                          WS-GEN-DATE         DELIMITED BY SIZE
                          "."                 DELIMITED BY SIZE
                          WS-COLLISION-DIGIT  DELIMITED BY SIZE
                          INTO WS-SCAN-FILE-NAME
                   END-STRING
                   PERFORM SCAN-ONE-FILE
               END-PERFORM
           END-PERFORM.
           MOVE WS-BASE-FILE-NAME TO WS-SCAN-FILE-NAME.
           PERFORM SCAN-ONE-FILE.
           PERFORM RELEASE-LOG-LOCK.

      * THE OPTIONAL SELECT OPENS A MISSING FILE WITH STATUS "05" AND
      * READS STRAIGHT TO END-OF-FILE, SO ONLY A STATUS "00" OPEN IS
      * ENTERED IN THE FILE TABLE, THOUGH BOTH LEAVE THE FILE OPEN
      * AND BOTH ARE CLOSED. LINE NUMBERS COUNT EVERY LINE IN THE
      * FILE, CHAINED OR NOT, SO THEY MATCH WHAT AN EDITOR SHOWS.
       SCAN-ONE-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT IN-FILE.
           MOVE FILE-STATUS-CODE TO WS-SCAN-OPEN-STATUS.
           IF FILE-PRESENT
               IF WS-FILE-COUNT < WS-MAX-FILES
                   ADD 1 TO WS-FILE-COUNT
                   MOVE WS-SCAN-FILE-NAME
                       TO WS-FILE-NAME(WS-FILE-COUNT)
                   MOVE 0 TO WS-LINE-NO
                   PERFORM UNTIL EOF-REACHED
                       READ IN-FILE
                           AT END
                               SET EOF-REACHED TO TRUE
                           NOT AT END
                               PERFORM RELEASE-ONE-ENTRY
                       END-READ
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-FILE-OVERFLOW-COUNT
               END-IF
           END-IF.
           IF SCAN-FILE-OPENED
               CLOSE IN-FILE
           END-IF.

      * AN UNSTAMPED LINE AHEAD OF THE FIRST CHAINED ENTRY IS
      * PRE-CHAIN HISTORY; ONE AFTER IT CANNOT HAVE COME FROM A
      * WRITER AND IS REPORTED HERE, ON THE INPUT SIDE, SINCE IT HAS
      * NO SEQUENCE NUMBER TO SORT ON.
       RELEASE-ONE-ENTRY.
           ADD 1 TO WS-LINE-NO.
           ADD 1 TO WS-ENTRIES-READ.
           IF LOG-SEQUENCE-NO OF LOG-RECORD IS NUMERIC
                   AND LOG-SEQUENCE-NO OF LOG-RECORD > 0
               SET CHAINED-ENTRY-SEEN TO TRUE
               MOVE SPACES TO SORT-REC
               MOVE LOG-SEQUENCE-NO OF LOG-RECORD TO SRT-SEQUENCE
               MOVE WS-FILE-COUNT TO SRT-FILE-ORDINAL
               MOVE WS-LINE-NO TO SRT-LINE-NO
               MOVE LOG-RECORD TO SRT-LOG-ENTRY
               RELEASE SORT-REC
           ELSE
               IF CHAINED-ENTRY-SEEN
                   ADD 1 TO WS-INSERTED-COUNT
                   IF LOG-DATE OF LOG-RECORD IS NUMERIC
                       MOVE LOG-DATE OF LOG-RECORD TO WS-FINDING-DATE
                   ELSE
                       MOVE 0 TO WS-FINDING-DATE
                   END-IF
                   MOVE WS-LINE-NO TO WS-FINDING-LINE
                   MOVE 0 TO WS-FINDING-SEQUENCE
                   MOVE WS-FILE-COUNT TO WS-FINDING-ORDINAL
                   MOVE "INSERTED" TO WS-FINDING-TAG
                   MOVE "UNSTAMPED LINE AFTER THE CHAIN BEGAN"
                       TO WS-FINDING-DETAIL
                   PERFORM WRITE-FINDING
               ELSE
                   ADD 1 TO WS-UNCHAINED-COUNT
               END-IF
           END-IF.

      * SORT OUTPUT SIDE - ENTRIES COME BACK IN SEQUENCE ORDER AND
      * EACH ONE IS CHECKED AGAINST THE ENTRY ACCEPTED BEFORE IT.
       CHECK-SORTED-CHAIN.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           PERFORM UNTIL SORT-EOF-REACHED
               RETURN SORT-WORK-FILE
                   AT END
                       SET SORT-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-ENTRY
               END-RETURN
           END-PERFORM.

      * A SEQUENCE NUMBER ALREADY SEEN IS AN INSERTION AND IS LEFT
      * OUT OF THE CHAIN; A JUMP PAST THE NEXT NUMBER IS A GAP, AFTER
      * WHICH THE LINK CANNOT BE TESTED (ITS PREDECESSOR IS GONE) AND
      * THE CHAIN IS PICKED UP AGAIN FROM THIS ENTRY. THE CHAIN CHECK
      * RUNS OFF THE PREDECESSOR'S STORED CHAIN VALUE, SO ONE EDITED
      * LINE IS REPORTED ONCE RATHER THAN CASCADING DOWN THE LOG.
       CHECK-ONE-ENTRY.
           MOVE SRT-LOG-ENTRY TO WS-CHECK-RECORD.
           ADD 1 TO WS-ENTRIES-CHECKED.
           MOVE LOG-RECORD-CHECK OF WS-CHECK-RECORD
               TO WS-STORED-CHECK.
           MOVE LOG-CHAIN-VALUE OF WS-CHECK-RECORD
               TO WS-STORED-CHAIN.
           MOVE LOG-DATE OF WS-CHECK-RECORD TO WS-FINDING-DATE.
           MOVE SRT-LINE-NO TO WS-FINDING-LINE.
           MOVE SRT-SEQUENCE TO WS-FINDING-SEQUENCE.
           MOVE SRT-FILE-ORDINAL TO WS-FINDING-ORDINAL.
           IF HAVE-PREVIOUS-ENTRY
                   AND SRT-SEQUENCE = WS-PREVIOUS-SEQUENCE
               ADD 1 TO WS-INSERTED-COUNT
               MOVE "INSERTED" TO WS-FINDING-TAG
               MOVE "SEQUENCE NUMBER ALREADY IN THE CHAIN"
                   TO WS-FINDING-DETAIL
               PERFORM WRITE-FINDING
           ELSE
               PERFORM CHECK-ENTRY-CONTINUITY
               PERFORM CHECK-ENTRY-VALUES
               MOVE SRT-SEQUENCE TO WS-PREVIOUS-SEQUENCE
               MOVE WS-STORED-CHAIN TO WS-PREVIOUS-CHAIN
               MOVE LOG-DATE OF WS-CHECK-RECORD TO WS-PREVIOUS-DATE
               MOVE SRT-LINE-NO TO WS-PREVIOUS-LINE
               MOVE SRT-FILE-ORDINAL TO WS-PREVIOUS-ORDINAL
               SET HAVE-PREVIOUS-ENTRY TO TRUE
           END-IF.

      * DECIDES WHETHER THIS ENTRY'S LINK TO ITS PREDECESSOR CAN BE
      * TESTED. THE VERY FIRST ENTRY ON DISK CAN ONLY BE LINKED WHEN
      * IT IS SEQUENCE 1 (CHAINED FROM ZERO); OTHERWISE IT IS THE
      * ANCHOR LEFT BY RETENTION PURGING.
       CHECK-ENTRY-CONTINUITY.
           MOVE "Y" TO WS-LINK-SWITCH.
           IF NOT HAVE-PREVIOUS-ENTRY
               MOVE SRT-SEQUENCE TO WS-ANCHOR-SEQUENCE
               IF SRT-SEQUENCE = 1
                   MOVE 0 TO WS-PREVIOUS-CHAIN
               ELSE
                   MOVE "N" TO WS-LINK-SWITCH
                   MOVE "ANCHOR  " TO WS-FINDING-TAG
                   MOVE "CHAIN ANCHOR - EARLIER ENTRIES PURGED"
                       TO WS-FINDING-DETAIL
                   PERFORM WRITE-NOTE
               END-IF
           ELSE
               IF SRT-SEQUENCE > WS-PREVIOUS-SEQUENCE + 1
                   MOVE "N" TO WS-LINK-SWITCH
                   ADD 1 TO WS-GAP-COUNT
                   COMPUTE WS-MISSING-ENTRIES =
                       SRT-SEQUENCE - WS-PREVIOUS-SEQUENCE - 1
                   MOVE WS-MISSING-ENTRIES TO WS-MISSING-DISPLAY
                   MOVE "GAP     " TO WS-FINDING-TAG
                   MOVE SPACES TO WS-FINDING-DETAIL
                   STRING FUNCTION TRIM(WS-MISSING-DISPLAY)
                                            DELIMITED BY SIZE
                          " ENTRIES MISSING BEFORE THIS LINE"
                                            DELIMITED BY SIZE
                          INTO WS-FINDING-DETAIL
                   END-STRING
                   PERFORM WRITE-FINDING
               END-IF
           END-IF.

      * WRTECHN RESTAMPS A SCRATCH COPY FROM THE PREDECESSOR'S STORED
      * CHAIN VALUE. A RECORD CHECK THAT NO LONGER MATCHES MEANS THE
      * LINE ITSELF WAS EDITED; A GOOD RECORD CHECK WITH A BAD CHAIN
      * VALUE MEANS THE LINE DOES NOT BELONG AFTER ITS PREDECESSOR.
       CHECK-ENTRY-VALUES.
           MOVE WS-CHECK-RECORD TO WS-RESTAMP-RECORD.
           CALL "WRTECHN" USING WS-RESTAMP-RECORD WS-PREVIOUS-CHAIN.
           IF LOG-RECORD-CHECK OF WS-RESTAMP-RECORD
                   NOT = WS-STORED-CHECK
               ADD 1 TO WS-ALTERED-COUNT
               MOVE "ALTERED " TO WS-FINDING-TAG
               MOVE "LINE CONTENT NO LONGER MATCHES ITS CHECK"
                   TO WS-FINDING-DETAIL
               PERFORM WRITE-FINDING
           ELSE
               IF LINK-IS-CHECKABLE
                       AND LOG-CHAIN-VALUE OF WS-RESTAMP-RECORD
                           NOT = WS-STORED-CHAIN
                   ADD 1 TO WS-BROKEN-COUNT
                   MOVE "BROKEN  " TO WS-FINDING-TAG
                   MOVE "DOES NOT CHAIN FROM THE ENTRY BEFORE IT"
                       TO WS-FINDING-DETAIL
                   PERFORM WRITE-FINDING
               END-IF
           END-IF.

      * LINES CUT OFF THE END OF THE LOG LEAVE NO HOLE ON DISK, SO
      * THE LAST ENTRY FOUND IS HELD UP AGAINST THE WRITERS' OWN
      * RECORD OF THE LAST ENTRY THEY STAMPED.
       CHECK-CHAIN-TAIL.
           IF STATE-WAS-READ AND HAVE-PREVIOUS-ENTRY
               MOVE WS-PREVIOUS-DATE TO WS-FINDING-DATE
               MOVE WS-PREVIOUS-LINE TO WS-FINDING-LINE
               MOVE WS-PREVIOUS-SEQUENCE TO WS-FINDING-SEQUENCE
               MOVE WS-PREVIOUS-ORDINAL TO WS-FINDING-ORDINAL
               EVALUATE TRUE
                   WHEN WS-STATE-SEQUENCE > WS-PREVIOUS-SEQUENCE
                       ADD 1 TO WS-GAP-COUNT
                       COMPUTE WS-MISSING-ENTRIES =
                           WS-STATE-SEQUENCE - WS-PREVIOUS-SEQUENCE
                       MOVE WS-MISSING-ENTRIES TO WS-MISSING-DISPLAY
                       MOVE "GAP     " TO WS-FINDING-TAG
                       MOVE SPACES TO WS-FINDING-DETAIL
                       STRING FUNCTION TRIM(WS-MISSING-DISPLAY)
                                                DELIMITED BY SIZE
                              " ENTRIES MISSING AFTER THIS LINE"
                                                DELIMITED BY SIZE
                              INTO WS-FINDING-DETAIL
                       END-STRING
                       PERFORM WRITE-FINDING
                   WHEN WS-STATE-SEQUENCE < WS-PREVIOUS-SEQUENCE
                       ADD 1 TO WS-INSERTED-COUNT
                       MOVE "INSERTED" TO WS-FINDING-TAG
                       MOVE "PAST THE LAST SEQUENCE WRITERS STAMPED"
                           TO WS-FINDING-DETAIL
                       PERFORM WRITE-FINDING
                   WHEN WS-STATE-CHAIN NOT = WS-PREVIOUS-CHAIN
                       ADD 1 TO WS-BROKEN-COUNT
                       MOVE "BROKEN  " TO WS-FINDING-TAG
                       MOVE "LAST LINE IS NOT THE ONE THE WRITER LEFT"
                           TO WS-FINDING-DETAIL
                       PERFORM WRITE-FINDING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       WRITE-FINDING.
           ADD 1 TO WS-FINDING-COUNT.
           PERFORM WRITE-NOTE.

      * EVERY FINDING GOES TO THE RESULTS FILE AND THE CONSOLE AS IT
      * IS FOUND, UNCAPPED, THE SAME AS WRTERPT'S DETAIL FILE.
       WRITE-NOTE.
           MOVE SPACES TO VERIFY-REC.
           MOVE WS-FINDING-TAG TO VRF-TAG.
           MOVE WS-FINDING-DATE TO VRF-DATE.
           MOVE WS-FINDING-LINE TO VRF-LINE.
           MOVE WS-FINDING-SEQUENCE TO VRF-SEQUENCE.
           MOVE WS-FILE-NAME(WS-FINDING-ORDINAL) TO VRF-FILE-NAME.
           MOVE WS-FINDING-DETAIL TO VRF-DETAIL.
           WRITE VERIFY-REC.
           DISPLAY "  " WS-FINDING-TAG " " WS-FINDING-DATE
               " LINE " WS-FINDING-LINE
               " OF " FUNCTION TRIM(VRF-FILE-NAME)
               " SEQ " WS-FINDING-SEQUENCE
               " - " FUNCTION TRIM(WS-FINDING-DETAIL).

       PRINT-VERIFY-SUMMARY.
           DISPLAY "================================================".
           DISPLAY "LOG CHAIN INTEGRITY VERIFICATION".
           DISPLAY "BASE FILE          : "
               FUNCTION TRIM(WS-BASE-FILE-NAME).
           DISPLAY "DAYS WALKED        : " WS-RETENTION-DAYS
               " (" WS-RETENTION-SOURCE ")".
           DISPLAY "FILES SCANNED      : " WS-FILE-COUNT.
           DISPLAY "================================================".
           DISPLAY "ENTRIES READ       : " WS-ENTRIES-READ.
           DISPLAY "CHAINED ENTRIES    : " WS-ENTRIES-CHECKED.
           DISPLAY "PRE-CHAIN ENTRIES  : " WS-UNCHAINED-COUNT.
           IF WS-ENTRIES-CHECKED > 0
               DISPLAY "CHAIN ANCHOR SEQ   : " WS-ANCHOR-SEQUENCE
               DISPLAY "LAST SEQ ON DISK   : " WS-PREVIOUS-SEQUENCE
           END-IF.
           IF STATE-WAS-READ
               DISPLAY "LAST SEQ STAMPED   : " WS-STATE-SEQUENCE
           ELSE
               IF LOG-LOCK-MISSED
                   DISPLAY "LAST SEQ STAMPED   : (NOT READ - LOG "
                       "LOCK NOT OBTAINED)"
               ELSE
                   DISPLAY "LAST SEQ STAMPED   : (NO CHAIN STATE FILE "
                       FUNCTION TRIM(WS-CHAIN-STATE-NAME) ")"
               END-IF
           END-IF.
           DISPLAY "GAPS               : " WS-GAP-COUNT.
           DISPLAY "ALTERED ENTRIES    : " WS-ALTERED-COUNT.
           DISPLAY "INSERTED ENTRIES   : " WS-INSERTED-COUNT.
           DISPLAY "BROKEN LINKS       : " WS-BROKEN-COUNT.
           IF WS-FILE-OVERFLOW-COUNT > 0
               DISPLAY "  ... " WS-FILE-OVERFLOW-COUNT
                   " FILE(S) NOT SCANNED - FILE TABLE LIMIT OF "
                   WS-MAX-FILES " REACHED"
           END-IF.
           DISPLAY "RESULTS FILE       : "
               FUNCTION TRIM(WS-VERIFY-FILE-NAME).
           DISPLAY "================================================".
           DISPLAY "VERIFICATION RC=" WS-GRADED-RC.
