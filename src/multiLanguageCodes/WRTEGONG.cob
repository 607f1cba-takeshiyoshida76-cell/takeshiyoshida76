      * FINDINGS PROGRAMS AND FOLDS THEIR STRUCTURED OUTPUTS INTO ONE
      * STATUS RECORD AND ONE GRADED RETURN CODE THE SCHEDULER CAN
      * BRANCH ON BEFORE RELEASING THE ONLINE DAY, INSTEAD OF A HUMAN
      * READING FIVE SYSOUTS. INPUTS: WRTERPT'S EXCEPTION FILE
      * (FILENAME.EXC), WRTEGAPS' RESULTS FILE (FILENAME.GAPS, ONE
      * LINE PER MISSING BUSINESS DAY, EMPTY WHEN CLEAN), WRTELOAD'S
      * RECONCILIATION OUTCOME (VSAMFILE.RECON) AND WRTEVRFY'S LOG
      * CHAIN INTEGRITY RESULT (FILENAME.VRFY). INVOKE WITH A JCL
      * PARM OF "[LOGFILE[,VSAMFILE[,SITE]]]" - IF OMITTED, MYFILE.TXT
      * AND LOGVSAM, THE SAME DEFAULTS THE PRODUCING PROGRAMS USE, SO
      * THE DERIVED INPUT NAMES LINE UP WITHOUT A SEPARATE MAPPING.
      * SITE PICKS WHICH SITE'S BUSINESS CALENDAR DECIDES WHEN THE
      * INPUTS WERE LAST DUE (SEE COMPUTE-EXPECTED-RUNDATE).
      *
      * VERDICT AND RETURN CODE: 8/NO-GO WHEN ANY EXCEPTION, GAP,
      * RECONCILIATION MISMATCH OR BROKEN LOG CHAIN IS ON RECORD;
      * 4/HOLD WHEN AN INPUT IS MISSING OR STALE SO LAST NIGHT CANNOT
      * BE CONFIRMED EITHER WAY - THE ONE MORNING A MISMATCH WENT
      * UNNOTICED, IT WAS BECAUSE "NO NEWS" WAS READ AS "GOOD NEWS";
      * 0/GO ONLY WHEN EVERY CHECK RAN AND CAME BACK CLEAN; 12 WHEN
      * THE STATUS RECORD ITSELF CANNOT BE WRITTEN. THE VERDICT IS
      * ALSO WRITTEN TO GONOGO.TXT SO THE ONLINE-DAY RELEASE JOB CAN
      * TEST A FILE AS WELL AS THE CONDITION CODE.

       ENVIRONMENT                         DIVISION.
       INPUT-OUTPUT                        SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RECON-STATUS.

           SELECT OPTIONAL VRFY-FILE
           ASSIGN TO DYNAMIC WS-VRFY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-VRFY-STATUS.

           SELECT OPTIONAL STATUS-FILE
           ASSIGN TO DYNAMIC WS-STATUS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
          05 FILLER                        PIC X(1).
          05 RECON-MISMATCHES              PIC 9(4).

      * SAME TAGGED SHAPE WRTEVRFY WRITES - A "RUNDATE " HEADER, ONE
      * LINE PER FINDING, THEN A "RESULT  " TRAILER WHOSE THIRD FIELD
      * IS THE VERIFIER'S GRADED RETURN CODE. ONLY THE HEADER AND
      * TRAILER ARE NEEDED HERE; THE FINDINGS ARE FOR WHOEVER
      * INVESTIGATES.
       FD VRFY-FILE.
       01 VRFY-REC.
          05 VRFY-TAG                      PIC X(8).
          05 FILLER                        PIC X(1).
          05 VRFY-DATE                     PIC 9(8).
          05 FILLER                        PIC X(1).
          05 VRFY-GRADED-RC                PIC 9(2).

       FD STATUS-FILE.
       01 STATUS-REC.
          05 GNG-DATE                      PIC 9(8).
          05 GNG-GAP-COUNT                 PIC 9(4).
          05 FILLER                        PIC X(1).
          05 GNG-RECON-RESULT              PIC X(8).
      * APPENDED AFTER THE RECONCILIATION RESULT SO THE RELEASE JOB'S
      * EXISTING FIELD OFFSETS ARE UNCHANGED - CLEAN, WARNING, BROKEN,
      * NOTRUN (VERIFIER COULD NOT RUN), MISSING OR STALE.
          05 FILLER                        PIC X(1).
          05 GNG-CHAIN-RESULT              PIC X(8).

       WORKING-STORAGE                     SECTION.
       01 WS-EXC-STATUS                    PIC X(2).
          88 GAPS-FILE-PRESENT             VALUE "00".
       01 WS-RECON-STATUS                  PIC X(2).
          88 RECON-FILE-PRESENT            VALUE "00".
       01 WS-VRFY-STATUS                   PIC X(2).
          88 VRFY-FILE-PRESENT             VALUE "00".
       01 WS-STATUS-STATUS                 PIC X(2).
          88 STATUS-FILE-OK                VALUE "00" "05".

          88 EXC-EOF-REACHED               VALUE "Y".
       01 WS-GAPS-EOF-SWITCH               PIC X(1).
          88 GAPS-EOF-REACHED              VALUE "Y".
       01 WS-VRFY-EOF-SWITCH               PIC X(1).
          88 VRFY-EOF-REACHED              VALUE "Y".

       01 WS-LOG-FILE-NAME                 PIC X(40)
          VALUE "MYFILE.TXT".
       01 WS-EXC-FILE-NAME                 PIC X(50).
       01 WS-GAPS-FILE-NAME                PIC X(50).
       01 WS-RECON-FILE-NAME               PIC X(50).
       01 WS-VRFY-FILE-NAME                PIC X(50).
       01 WS-STATUS-FILE-NAME              PIC X(40)
          VALUE "GONOGO.TXT".
       01 WS-PARM-STRING                   PIC X(90).

       01 WS-TODAY-DATE                    PIC 9(8).
       01 WS-SITE-ID                       PIC X(4) VALUE SPACES.

      * THE EARLIEST RUNDATE AN INPUT CAN CARRY AND STILL COUNT AS
      * CURRENT - THE MORNING AFTER THE MOST RECENT NIGHT THE BUSINESS
      * CALENDAR SAYS THE CHAIN WAS DUE TO RUN. ON AN ORDINARY MORNING
      * THAT IS TODAY; THE MORNING AFTER A HOLIDAY OR A WEEKEND WITH
      * NO RUN, THE LAST PROCESSING NIGHT'S RESULTS ARE STILL CURRENT.
       01 WS-EXPECTED-RUNDATE              PIC 9(8).
       01 WS-LAST-PROCESSING-DATE          PIC 9(8).
       01 WS-TODAY-INTEGER                 PIC S9(9) COMP.
       01 WS-CAL-DAY-INTEGER               PIC S9(9) COMP.
       01 WS-MAX-CAL-WALKBACK              PIC 9(2) VALUE 14.
           COPY CALDAY01.
       01 WS-NOW-TIME                      PIC 9(6).

       01 WS-EXC-COUNT                     PIC 9(6) VALUE 0.
       01 WS-GAP-COUNT                     PIC 9(4) VALUE 0.
       01 WS-RECON-RESULT                  PIC X(8) VALUE "MISSING ".
       01 WS-RECON-DATE                    PIC 9(8) VALUE 0.
       01 WS-CHAIN-RESULT                  PIC X(8) VALUE "MISSING ".
       01 WS-CHAIN-RC                      PIC 9(2) VALUE 0.
       01 WS-INPUTS-MISSING                PIC 9(1) VALUE 0.

       01 WS-VERDICT                       PIC X(5).
          88 EXC-HEADER-SEEN               VALUE "Y".
       01 WS-GAPS-HEADER-SWITCH            PIC X(1) VALUE "N".
          88 GAPS-HEADER-SEEN              VALUE "Y".
       01 WS-VRFY-HEADER-SWITCH            PIC X(1) VALUE "N".
          88 VRFY-HEADER-SEEN              VALUE "Y".
       01 WS-VRFY-TRAILER-SWITCH           PIC X(1) VALUE "N".
          88 VRFY-TRAILER-SEEN             VALUE "Y".

       PROCEDURE                           DIVISION.
       MAIN-LOGIC                          SECTION.
           PERFORM GET-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-TODAY-DATE.
           PERFORM COMPUTE-EXPECTED-RUNDATE.
           MOVE FUNCTION CURRENT-DATE(9:6)  TO WS-NOW-TIME.
           PERFORM COUNT-EXCEPTION-RECORDS.
           PERFORM COUNT-GAP-RECORDS.
           PERFORM READ-RECON-OUTCOME.
           PERFORM READ-CHAIN-VERIFICATION.
           PERFORM DECIDE-VERDICT.
           PERFORM WRITE-STATUS-RECORD.
           PERFORM PRINT-GONOGO-SUMMARY.
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ","
                   INTO WS-LOG-FILE-NAME WS-VSAM-FILE-NAME
                        WS-SITE-ID
               END-UNSTRING
               IF WS-LOG-FILE-NAME = SPACES
                   MOVE "MYFILE.TXT" TO WS-LOG-FILE-NAME
               END-IF
           END-IF.
           MOVE SPACES TO WS-EXC-FILE-NAME WS-GAPS-FILE-NAME
               WS-RECON-FILE-NAME WS-VRFY-FILE-NAME.
           STRING WS-LOG-FILE-NAME DELIMITED BY SPACE
                  ".EXC"           DELIMITED BY SIZE
                  INTO WS-EXC-FILE-NAME
                  ".GAPS"          DELIMITED BY SIZE
                  INTO WS-GAPS-FILE-NAME
           END-STRING.
           STRING WS-LOG-FILE-NAME DELIMITED BY SPACE
                  ".VRFY"          DELIMITED BY SIZE
                  INTO WS-VRFY-FILE-NAME
           END-STRING.
           STRING WS-VSAM-FILE-NAME DELIMITED BY SPACE
                  ".RECON"          DELIMITED BY SIZE
                  INTO WS-RECON-FILE-NAME
           END-STRING.

      * WALKS BACK FROM YESTERDAY TO THE MOST RECENT PROCESSING DAY
      * ON THE BUSINESS CALENDAR; THE INPUTS ARE DUE THE MORNING AFTER
      * IT. A SCHEDULED SUNDAY RUN THEREFORE MAKES SATURDAY'S RESULTS
      * STALE ON MONDAY, AND A BANK HOLIDAY NO LONGER MAKES THE
      * PREVIOUS DAY'S RESULTS LOOK STALE. THE WALK IS BOUNDED SO A
      * CALENDAR MARKING WEEKS OFF CANNOT PUSH THE CUTOFF BACK
      * WITHOUT LIMIT - PAST THE BOUND, ONLY TODAY'S RESULTS COUNT.
       COMPUTE-EXPECTED-RUNDATE.
           MOVE WS-TODAY-DATE TO WS-EXPECTED-RUNDATE.
           MOVE 0 TO WS-LAST-PROCESSING-DATE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           COMPUTE WS-CAL-DAY-INTEGER = WS-TODAY-INTEGER - 1.
           MOVE "N" TO CAL-PROCESSING-SWITCH.
           PERFORM UNTIL CAL-PROCESSING-DAY
                   OR WS-CAL-DAY-INTEGER <
                       WS-TODAY-INTEGER - WS-MAX-CAL-WALKBACK
               MOVE WS-SITE-ID TO CAL-SITE-ID
               MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-INTEGER)
                   TO CAL-DATE
               CALL "WRTECAL" USING CAL-DAY-REQUEST
               IF CAL-PROCESSING-DAY
                   MOVE CAL-DATE TO WS-LAST-PROCESSING-DATE
                   MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-DAY-INTEGER + 1)
                       TO WS-EXPECTED-RUNDATE
               ELSE
                   SUBTRACT 1 FROM WS-CAL-DAY-INTEGER
               END-IF
           END-PERFORM.

      * THE OPTIONAL SELECT OPENS A MISSING FILE "SUCCESSFULLY" WITH
      * STATUS "05", SO PRESENCE IS JUDGED OFF STATUS "00" - A
      * MISSING INPUT MEANS THAT CHECK NEVER RAN THIS MORNING AND IS
      * COUNTED AGAINST A CLEAN GO RATHER THAN READ AS GOOD NEWS.
      * EVERY INPUT IS ALSO HELD TO THE SAME STALENESS TEST AS THE
      * RECONCILIATION OUTCOME: ITS RUNDATE HEADER MUST BE NO OLDER
      * THAN THE EXPECTED RUNDATE, OR YESTERDAY'S LEFTOVER FILE WOULD
      * PRODUCE A CLEAN GO ON EXACTLY THE MORNING THE PRODUCING
      * PROGRAM FAILED TO RUN.
       COUNT-EXCEPTION-RECORDS.
           MOVE "N" TO WS-EXC-EOF-SWITCH.
           OPEN INPUT EXC-FILE.
       TALLY-ONE-EXC-RECORD.
           IF EXC-TYPE = "RUNDATE "
               SET EXC-HEADER-SEEN TO TRUE
               IF EXC-DATE < WS-EXPECTED-RUNDATE
                   ADD 1 TO WS-INPUTS-MISSING
                   DISPLAY "EXCEPTION FILE IS DATED " EXC-DATE
                       " - STALE, DAILY REPORT MAY NOT HAVE RUN "
           EVALUATE GAPS-TAG
               WHEN "RUNDATE "
                   SET GAPS-HEADER-SEEN TO TRUE
                   IF GAPS-DATE < WS-EXPECTED-RUNDATE
                       ADD 1 TO WS-INPUTS-MISSING
                       DISPLAY "GAP RESULTS FILE IS DATED " GAPS-DATE
                           " - STALE, GAP CHECK MAY NOT HAVE RUN "
               END-READ
               CLOSE RECON-FILE
               IF WS-RECON-DATE > 0
                       AND WS-RECON-DATE < WS-EXPECTED-RUNDATE
                   ADD 1 TO WS-INPUTS-MISSING
                   DISPLAY "RECONCILIATION OUTCOME IS DATED "
                       WS-RECON-DATE " - STALE, LOAD MAY NOT HAVE "
                   " NOT FOUND - LOAD MAY NOT HAVE RUN"
           END-IF.

      * THE VERIFIER'S OWN GRADE IS FOLDED IN RATHER THAN RE-DERIVED
      * FROM ITS FINDING LINES: 8 (CHAIN BROKEN) IS A NO-GO; 12 (IT
      * COULD NOT RUN) AND A FILE WITH NO TRAILER (IT NEVER FINISHED)
      * PROVE NOTHING ABOUT THE LOG AND COUNT AS A MISSING INPUT; 4
      * (UNCHAINED ENTRIES AND THE LIKE) IS REPORTED BUT DOES NOT HOLD
      * THE ONLINE DAY.
       READ-CHAIN-VERIFICATION.
           MOVE "N" TO WS-VRFY-EOF-SWITCH.
           OPEN INPUT VRFY-FILE.
           IF VRFY-FILE-PRESENT
               PERFORM UNTIL VRFY-EOF-REACHED
                   READ VRFY-FILE
                       AT END
                           SET VRFY-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM TALLY-ONE-VRFY-RECORD
                   END-READ
               END-PERFORM
               CLOSE VRFY-FILE
               EVALUATE TRUE
                   WHEN NOT VRFY-HEADER-SEEN
                       ADD 1 TO WS-INPUTS-MISSING
                       MOVE "STALE   " TO WS-CHAIN-RESULT
                       DISPLAY "CHAIN VERIFICATION FILE "
                           FUNCTION TRIM(WS-VRFY-FILE-NAME)
                           " HAS NO RUNDATE HEADER - AGE UNKNOWN, "
                           "TREATED AS STALE"
                   WHEN WS-CHAIN-RESULT = "STALE   "
                       CONTINUE
                   WHEN NOT VRFY-TRAILER-SEEN
                       ADD 1 TO WS-INPUTS-MISSING
                       MOVE "NOTRUN  " TO WS-CHAIN-RESULT
                       DISPLAY "CHAIN VERIFICATION FILE "
                           FUNCTION TRIM(WS-VRFY-FILE-NAME)
                           " HAS NO RESULT TRAILER - VERIFIER DID NOT "
                           "FINISH"
                   WHEN WS-CHAIN-RC >= 12
                       ADD 1 TO WS-INPUTS-MISSING
                       MOVE "NOTRUN  " TO WS-CHAIN-RESULT
                       DISPLAY "CHAIN VERIFIER ENDED RC=" WS-CHAIN-RC
                           " - LOG INTEGRITY NOT CONFIRMED"
                   WHEN WS-CHAIN-RC >= 8
                       MOVE "BROKEN  " TO WS-CHAIN-RESULT
                   WHEN WS-CHAIN-RC >= 4
                       MOVE "WARNING " TO WS-CHAIN-RESULT
                   WHEN OTHER
                       MOVE "CLEAN   " TO WS-CHAIN-RESULT
               END-EVALUATE
           ELSE
               ADD 1 TO WS-INPUTS-MISSING
               DISPLAY "CHAIN VERIFICATION FILE "
                   FUNCTION TRIM(WS-VRFY-FILE-NAME)
                   " NOT FOUND - CHAIN VERIFIER MAY NOT HAVE RUN"
           END-IF.

       TALLY-ONE-VRFY-RECORD.
           EVALUATE VRFY-TAG
               WHEN "RUNDATE "
                   SET VRFY-HEADER-SEEN TO TRUE
                   IF VRFY-DATE < WS-EXPECTED-RUNDATE
                       ADD 1 TO WS-INPUTS-MISSING
                       MOVE "STALE   " TO WS-CHAIN-RESULT
                       DISPLAY "CHAIN VERIFICATION FILE IS DATED "
                           VRFY-DATE " - STALE, CHAIN VERIFIER MAY "
                           "NOT HAVE RUN THIS MORNING"
                   END-IF
               WHEN "RESULT  "
                   SET VRFY-TRAILER-SEEN TO TRUE
                   IF VRFY-GRADED-RC IS NUMERIC
                       MOVE VRFY-GRADED-RC TO WS-CHAIN-RC
                   ELSE
                       MOVE 12 TO WS-CHAIN-RC
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DECIDE-VERDICT.
           MOVE "GO   " TO WS-VERDICT.
           MOVE 0 TO WS-GRADED-RC.
           END-IF.
           IF WS-EXC-COUNT > 0 OR WS-GAP-COUNT > 0
                   OR WS-RECON-RESULT = "MISMATCH"
                   OR WS-CHAIN-RESULT = "BROKEN  "
               MOVE "NO-GO" TO WS-VERDICT
               MOVE 8 TO WS-GRADED-RC
           END-IF.
               MOVE WS-EXC-COUNT     TO GNG-EXC-COUNT
               MOVE WS-GAP-COUNT     TO GNG-GAP-COUNT
               MOVE WS-RECON-RESULT  TO GNG-RECON-RESULT
               MOVE WS-CHAIN-RESULT  TO GNG-CHAIN-RESULT
               WRITE STATUS-REC
               CLOSE STATUS-FILE
           ELSE
       PRINT-GONOGO-SUMMARY.
           DISPLAY "================================================".
           DISPLAY "MORNING GO/NO-GO CONSOLIDATION".
           DISPLAY "LAST PROCESSING DAY   : " WS-LAST-PROCESSING-DATE
               " (INPUTS DUE FROM " WS-EXPECTED-RUNDATE ")".
           IF NOT CAL-FILE-LOADED
               DISPLAY "  (NO CALENDAR FILE - WEEKDAY RULE ONLY)"
           END-IF.
           DISPLAY "EXCEPTIONS ON RECORD  : " WS-EXC-COUNT
               " (" FUNCTION TRIM(WS-EXC-FILE-NAME) ")".
           DISPLAY "CALENDAR GAPS         : " WS-GAP-COUNT
               " (" FUNCTION TRIM(WS-GAPS-FILE-NAME) ")".
           DISPLAY "LOAD RECONCILIATION   : " WS-RECON-RESULT
               " (" FUNCTION TRIM(WS-RECON-FILE-NAME) ")".
           DISPLAY "LOG CHAIN INTEGRITY   : " WS-CHAIN-RESULT
               " (" FUNCTION TRIM(WS-VRFY-FILE-NAME) ")".
           DISPLAY "INPUTS MISSING/STALE  : " WS-INPUTS-MISSING.
           DISPLAY "================================================".
           DISPLAY "VERDICT: " WS-VERDICT " (RC=" WS-GRADED-RC ")".
