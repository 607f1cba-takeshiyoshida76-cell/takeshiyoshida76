      * "[CONSFILE[,SITESFILE]]" - IF OMITTED, LOGCONS AND SITES.CTL
      * ARE USED.
      *
      * EVERY FEED ENDS IN A FEEDTRL1 CONTROL TRAILER WRITTEN BY
      * WRTESEND AT THE SITE. EACH FEED IS READ TWICE: THE FIRST PASS
      * RECOUNTS RECORDS, DATE RANGE AND HASH TOTAL AND COMPARES THEM
      * WITH THE TRAILER; ONLY A FEED THAT RECONCILES IS READ AGAIN
      * AND LOADED. A FEED THAT DOES NOT (NO TRAILER, TOTALS OFF,
      * LINES AFTER THE TRAILER, ANOTHER SITE'S TRAILER) IS RENAMED
      * TO "FEEDFILE.QUAR" AND NOTHING FROM IT IS LOADED - A
      * HALF-LOADED FEED READS AS A QUIET NIGHT, WHICH IS WORSE THAN
      * NO FEED AT ALL. A SITES.CTL LINE MAY CARRY A THIRD FIELD,
      * SITEID,FILENAME,HHMM, GIVING THAT SITE'S ARRIVAL CUTOFF; SITES
      * WITHOUT ONE USE FEED-CUTOFF-HHMM FROM WRTECFG.CTL (0600 IF
      * NOT SET). A FEED WHOSE FILE WAS LAST WRITTEN TODAY AFTER THE
      * CUTOFF IS STILL LOADED BUT MARKED LATE. A FEED THAT IS ONLY
      * AN EARLIER NIGHT'S LEFT IN PLACE (ITS TRAILER DATED BEFORE
      * YESTERDAY, OR EVERY ENTRY ALREADY ON FILE) IS MISSING, NOT
      * RECEIVED - THE SITE SENT NOTHING FOR TONIGHT.
      *
      * EVERY RUN WRITES "CONSFILE.RCPT" (FEEDRCP1) - ONE LINE PER
      * FEED SAYING RECEIVED, LATE, MISSING OR REJECTED - WHICH
      * WRTECRPT READS TO FLAG SITES WHOSE NUMBERS ARE INCOMPLETE.
      *
      * THE CENTRAL KEY IS DATE/TIME/MILLISEC/SITE/JOB-ID (CONSLOG1) -
      * TWO SITES CAN LEGITIMATELY STAMP THE SAME
      * DATE/TIME/MILLISEC/JOB-ID, SO THE SITE ID INSIDE THE KEY IS
           RECORD KEY IS CONS-LOG-KEY
           FILE STATUS IS WS-CONS-STATUS.

           SELECT OPTIONAL RCPT-FILE
           ASSIGN TO DYNAMIC WS-RCPT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RCPT-STATUS.

      * SAME KEYWORD=VALUE SHOP CONFIGURATION FILE THE OTHER PROGRAMS
      * READ - THE DEFAULT FEED ARRIVAL CUTOFF COMES FROM HERE.
           SELECT OPTIONAL CONFIG-FILE
           ASSIGN TO DYNAMIC WS-CONFIG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CONFIG-STATUS.

       DATA                                DIVISION.
       FILE                                SECTION.
       FD SITES-FILE.

       FD IN-FILE.
           COPY LOGREC01.
           COPY FEEDTRL1.

       FD CONS-LOG-FILE.
           COPY CONSLOG1.

       FD RCPT-FILE.
           COPY FEEDRCP1.

       FD CONFIG-FILE.
       01 CONFIG-REC                       PIC X(80).

       WORKING-STORAGE                     SECTION.
       01 FILE-STATUS-CODE                 PIC X(2).
          88 FILE-OK                       VALUE "00" "05".
       01 WS-CONS-STATUS                   PIC X(2).
          88 CONS-FILE-OK                  VALUE "00" "02" "05" "22".

       01 WS-RCPT-STATUS                   PIC X(2).
          88 RCPT-FILE-OK                  VALUE "00" "05".
       01 WS-RCPT-FILE-NAME                PIC X(45).

       01 WS-CONFIG-FILE-NAME              PIC X(40)
          VALUE "WRTECFG.CTL".
       01 WS-CONFIG-STATUS                 PIC X(2).
          88 CONFIG-FILE-OK                VALUE "00" "05".
       01 WS-CONFIG-EOF-SWITCH             PIC X(1).
          88 CONFIG-EOF-REACHED            VALUE "Y".
       01 WS-CONFIG-KEYWORD                PIC X(24).
       01 WS-CONFIG-VALUE-TEXT             PIC X(10).
       01 WS-CONFIG-VALUE-LEN              PIC 9(2).

       01 WS-EOF-SWITCH                    PIC X(1) VALUE "N".
          88 EOF-REACHED                   VALUE "Y".
       01 WS-SITES-EOF-SWITCH              PIC X(1) VALUE "N".

       01 WS-LINE-SITE-ID                  PIC X(4).
       01 WS-LINE-FILE-NAME                PIC X(40).
       01 WS-LINE-CUTOFF-TEXT              PIC X(6).
       01 WS-LINE-CUTOFF-LEN               PIC 9(2).
       01 WS-CURRENT-SITE-ID               PIC X(4).

       01 WS-RUN-DATE                      PIC 9(8).
       01 WS-RUN-TIME                      PIC 9(6).

      * ARRIVAL CUTOFF, HHMM. THE SHOP DEFAULT APPLIES TO EVERY SITE
      * WHOSE CONTROL LINE DOES NOT CARRY ITS OWN.
       01 WS-DEFAULT-CUTOFF-HHMM           PIC 9(4) VALUE 0600.
       01 WS-FEED-CUTOFF-HHMM              PIC 9(4).
       01 WS-FEED-CUTOFF-TIME              PIC 9(6).

      * CBL_CHECK_FILE_EXIST RETURNS THE FEED'S SIZE AND THE DATE AND
      * TIME IT WAS LAST WRITTEN - THE LATTER IS TAKEN AS ITS ARRIVAL.
       01 WS-FEED-FILE-DETAILS.
          05 WS-FEED-FILE-SIZE             PIC X(8) COMP-X.
          05 WS-FEED-FILE-DAY              PIC X(1) COMP-X.
          05 WS-FEED-FILE-MONTH            PIC X(1) COMP-X.
          05 WS-FEED-FILE-YEAR             PIC X(2) COMP-X.
          05 WS-FEED-FILE-HOURS            PIC X(1) COMP-X.
          05 WS-FEED-FILE-MINUTES          PIC X(1) COMP-X.
          05 WS-FEED-FILE-SECONDS          PIC X(1) COMP-X.
          05 WS-FEED-FILE-HUNDREDTHS       PIC X(1) COMP-X.
          05 FILLER                        PIC X(2).
       01 WS-FEED-EXIST-RC                 PIC S9(9) COMP.
       01 WS-FEED-ARRIVAL-DATE             PIC 9(8).
       01 WS-FEED-ARRIVAL-TIME             PIC 9(6).

       01 WS-QUARANTINE-FILE-NAME          PIC X(45).
       01 WS-RENAME-RC                     PIC S9(9) COMP.

      * FIRST-PASS RECOUNT OF THE FEED, ACCUMULATED EXACTLY AS
      * WRTESEND ACCUMULATES THE TRAILER IT WRITES (SEE FEEDTRL1).
       01 WS-COUNTED-RECORDS               PIC 9(9).
       01 WS-COUNTED-FIRST-DATE            PIC 9(8).
       01 WS-COUNTED-LAST-DATE             PIC 9(8).
       01 WS-COUNTED-HASH                  PIC S9(18) COMP.
       01 WS-HASH-MODULUS                  PIC S9(18) COMP
          VALUE 1000000000000000.
       01 WS-TRAILERS-SEEN                 PIC 9(4).
       01 WS-LINES-AFTER-TRAILER           PIC 9(9).
       01 WS-SAVED-TRAILER                 PIC X(66).
      * THE OLDEST NIGHT A FEED MAY COVER AND STILL BE TONIGHT'S -
      * THE DAY BEFORE THE RUN - AND THE DATE A FEED'S TRAILER SPEAKS
      * FOR: ITS LAST ENTRY, OR WHEN IT WAS BUILT IF IT HAS NONE.
       01 WS-OLDEST-CURRENT-DATE           PIC 9(8).
       01 WS-TRAILER-NIGHT-DATE            PIC 9(8).

       01 WS-FEED-STATUS-WORD              PIC X(8).
          88 FEED-RECEIVED                 VALUE "RECEIVED".
          88 FEED-LATE                     VALUE "LATE    ".
          88 FEED-MISSING                  VALUE "MISSING ".
          88 FEED-REJECTED                 VALUE "REJECTED".
       01 WS-FEED-REASON                   PIC X(30).
       01 WS-FEED-UNREADABLE-SWITCH        PIC X(1).
          88 FEED-UNREADABLE               VALUE "Y".
       01 WS-RCPT-OPEN-SWITCH              PIC X(1) VALUE "N".
          88 RCPT-FILE-OPENED              VALUE "Y".
      * A RECEIPT THAT COULD NOT BE OPENED OR WRITTEN LEAVES WRTECRPT
      * UNABLE TO MARK ANY SITE INCOMPLETE, SO IT IS GRADED AS HARD
      * AS A FAILED LOAD RATHER THAN LEFT TO THE CONSOLE.
       01 WS-RCPT-FAILED-SWITCH            PIC X(1) VALUE "N".
          88 RCPT-FILE-FAILED              VALUE "Y".

       01 WS-FEEDS-PROCESSED               PIC 9(4) VALUE 0.
       01 WS-FEEDS-UNREADABLE              PIC 9(4) VALUE 0.
       01 WS-RECORDS-LOADED                PIC 9(6) VALUE 0.
       01 WS-RECORDS-FAILED                PIC 9(6) VALUE 0.
       01 WS-FEED-LOADED                   PIC 9(6) VALUE 0.
       01 WS-FEED-SKIPPED                  PIC 9(6) VALUE 0.
       01 WS-FEEDS-RECEIVED                PIC 9(4) VALUE 0.
       01 WS-FEEDS-LATE                    PIC 9(4) VALUE 0.
       01 WS-FEEDS-MISSING                 PIC 9(4) VALUE 0.
       01 WS-FEEDS-REJECTED                PIC 9(4) VALUE 0.

      * GRADED CONDITION CODE FOR THE SCHEDULER - 0 CLEAN, 4 WARNING
      * (NO FEEDS LISTED, OR A FEED ARRIVED LATE), 8 A FEED WAS
      * MISSING, REJECTED OR UNREADABLE OR A WRITE FAILED (TO THE
      * CONSOLIDATED FILE OR THE RECEIPT FILE), 12 COULD NOT RUN.
       01 WS-GRADED-RC                     PIC 9(2) VALUE 0.

       PROCEDURE                           DIVISION.
       MAIN-LOGIC                          SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
           COMPUTE WS-OLDEST-CURRENT-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1).
           PERFORM LOAD-SHOP-CONFIGURATION.
           PERFORM GET-PARAMETERS.
           PERFORM OPEN-CONSOLIDATED-FILE.
           IF NOT CONS-FILE-OK
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-RECEIPT-FILE.
           PERFORM PROCESS-SITES-CONTROL-FILE.
           CLOSE CONS-LOG-FILE.
           IF RCPT-FILE-OPENED
               CLOSE RCPT-FILE
           END-IF.
           DISPLAY "FEEDS PROCESSED            : " WS-FEEDS-PROCESSED.
           DISPLAY "RECORDS LOADED TO "
               FUNCTION TRIM(WS-CONS-FILE-NAME) ": "
               DISPLAY "FEED FILE(S) NOT READABLE   : "
                   WS-FEEDS-UNREADABLE
           END-IF.
           DISPLAY "FEEDS RECEIVED ON TIME      : " WS-FEEDS-RECEIVED.
           DISPLAY "FEEDS RECEIVED LATE         : " WS-FEEDS-LATE.
           DISPLAY "FEEDS MISSING               : " WS-FEEDS-MISSING.
           DISPLAY "FEEDS REJECTED (QUARANTINED): " WS-FEEDS-REJECTED.
           DISPLAY "FEED RECEIPT STATUS FILE    : "
               FUNCTION TRIM(WS-RCPT-FILE-NAME).
           IF RCPT-FILE-FAILED
               DISPLAY "FEED RECEIPT FILE INCOMPLETE OR NOT WRITTEN - "
                   "WRTECRPT CANNOT FLAG MISSING OR REJECTED SITES"
           END-IF.
           PERFORM SET-GRADED-RETURN-CODE.
           GOBACK.

       SET-GRADED-RETURN-CODE.
           MOVE 0 TO WS-GRADED-RC.
           IF WS-FEEDS-PROCESSED = 0 OR WS-FEEDS-LATE > 0
               MOVE 4 TO WS-GRADED-RC
           END-IF.
           IF WS-FEEDS-UNREADABLE > 0 OR WS-RECORDS-FAILED > 0
                   OR WS-FEEDS-MISSING > 0 OR WS-FEEDS-REJECTED > 0
                   OR RCPT-FILE-FAILED
               MOVE 8 TO WS-GRADED-RC
           END-IF.
           MOVE WS-GRADED-RC TO RETURN-CODE.
                   MOVE "SITES.CTL" TO WS-SITES-FILE-NAME
               END-IF
           END-IF.
           MOVE SPACES TO WS-RCPT-FILE-NAME.
           STRING WS-CONS-FILE-NAME DELIMITED BY SPACE
                  ".RCPT"           DELIMITED BY SIZE
                  INTO WS-RCPT-FILE-NAME
           END-STRING.

      * READS THE SHOP CONFIGURATION FILE ONCE AT STARTUP. ONLY THE
      * KEYWORD THIS PROGRAM OWNS IS APPLIED, AND ONLY WHEN IT IS A
      * REAL CLOCK TIME; A MISSING FILE LEAVES THE COMPILED DEFAULT.
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
           IF WS-CONFIG-VALUE-LEN = 4
               IF WS-CONFIG-VALUE-TEXT(1:4) IS NUMERIC
                       AND WS-CONFIG-VALUE-TEXT(1:2) < "24"
                       AND WS-CONFIG-VALUE-TEXT(3:2) < "60"
                   EVALUATE WS-CONFIG-KEYWORD
                       WHEN "FEED-CUTOFF-HHMM"
                           MOVE WS-CONFIG-VALUE-TEXT(1:4)
                               TO WS-DEFAULT-CUTOFF-HHMM
                   END-EVALUATE
               END-IF
           END-IF.

      * THE RECEIPT FILE IS REWRITTEN FROM SCRATCH EVERY RUN AND
      * STARTS WITH A RUNDATE HEADER, SO WRTECRPT CAN TELL A CURRENT
      * RECEIPT FROM ONE LEFT BEHIND BY AN EARLIER NIGHT.
       OPEN-RECEIPT-FILE.
           OPEN OUTPUT RCPT-FILE.
           IF NOT RCPT-FILE-OK
               SET RCPT-FILE-FAILED TO TRUE
               DISPLAY "UNABLE TO OPEN FEED RECEIPT FILE "
                   FUNCTION TRIM(WS-RCPT-FILE-NAME)
                   " - STATUS " WS-RCPT-STATUS
           ELSE
               SET RCPT-FILE-OPENED TO TRUE
               MOVE SPACES TO FEED-RECEIPT-HEADER
               MOVE "RUNDATE " TO RCH-TAG
               MOVE WS-RUN-DATE TO RCH-RUN-DATE
               MOVE WS-RUN-TIME TO RCH-RUN-TIME
               WRITE FEED-RECEIPT-HEADER
               IF NOT RCPT-FILE-OK
                   SET RCPT-FILE-FAILED TO TRUE
                   DISPLAY "UNABLE TO WRITE FEED RECEIPT FILE "
                       FUNCTION TRIM(WS-RCPT-FILE-NAME)
                       " - STATUS " WS-RCPT-STATUS
               END-IF
           END-IF.

      * SAME CREATE-ON-FIRST-USE OPEN SEQUENCE AS WRTELOAD'S
      * OPEN-FILES - AN I-O OPEN OF A FILE THAT DOESN'T EXIST YET IS
                   "THIS RUN"
           END-IF.

      * A CUTOFF FIELD THAT IS NOT A REAL HHMM CLOCK TIME IS IGNORED
      * IN FAVOUR OF THE SHOP DEFAULT RATHER THAN TREATED AS MIDNIGHT,
      * WHICH WOULD MARK EVERY FEED FROM THAT SITE LATE.
       PROCESS-ONE-SITE-LINE.
           MOVE SPACES TO WS-LINE-SITE-ID WS-LINE-FILE-NAME
                          WS-LINE-CUTOFF-TEXT.
           UNSTRING SITES-REC DELIMITED BY ","
               INTO WS-LINE-SITE-ID WS-LINE-FILE-NAME
                    WS-LINE-CUTOFF-TEXT
           END-UNSTRING.
           IF WS-LINE-SITE-ID NOT = SPACES
                   AND WS-LINE-FILE-NAME NOT = SPACES
               MOVE WS-LINE-SITE-ID   TO WS-CURRENT-SITE-ID
               MOVE WS-LINE-FILE-NAME TO WS-FEED-FILE-NAME
               MOVE WS-DEFAULT-CUTOFF-HHMM TO WS-FEED-CUTOFF-HHMM
               COMPUTE WS-LINE-CUTOFF-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-LINE-CUTOFF-TEXT))
               IF WS-LINE-CUTOFF-LEN = 4
                   IF WS-LINE-CUTOFF-TEXT(1:4) IS NUMERIC
                           AND WS-LINE-CUTOFF-TEXT(1:2) < "24"
                           AND WS-LINE-CUTOFF-TEXT(3:2) < "60"
                       MOVE WS-LINE-CUTOFF-TEXT(1:4)
                           TO WS-FEED-CUTOFF-HHMM
                   END-IF
               END-IF
               PERFORM CONSOLIDATE-ONE-FEED
           END-IF.

      * A FEED THAT IS NOT ON DISK AT ALL IS MISSING - REPORTED, NOT
      * READ AS A QUIET DAY AT THAT SITE. ONE THAT IS THERE IS FIRST
      * RECONCILED AGAINST ITS TRAILER; ONLY IF THAT PASSES IS IT READ
      * A SECOND TIME AND LOADED, SO A FEED IS EITHER LOADED WHOLE OR
      * NOT AT ALL. EVERY OUTCOME GETS ITS LINE IN THE RECEIPT FILE.
       CONSOLIDATE-ONE-FEED.
           ADD 1 TO WS-FEEDS-PROCESSED.
           MOVE 0 TO WS-FEED-LOADED WS-FEED-SKIPPED.
           MOVE 0 TO WS-FEED-ARRIVAL-DATE WS-FEED-ARRIVAL-TIME.
           MOVE 0 TO WS-COUNTED-RECORDS WS-COUNTED-FIRST-DATE
                     WS-COUNTED-LAST-DATE.
           MOVE SPACES TO WS-FEED-REASON.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-FEED-FILE-NAME
               WS-FEED-FILE-DETAILS
               RETURNING WS-FEED-EXIST-RC.
           IF WS-FEED-EXIST-RC NOT = 0
               SET FEED-MISSING TO TRUE
               MOVE "NO FEED FILE FOUND" TO WS-FEED-REASON
           ELSE
               COMPUTE WS-FEED-ARRIVAL-DATE =
                   WS-FEED-FILE-YEAR * 10000
                   + WS-FEED-FILE-MONTH * 100 + WS-FEED-FILE-DAY
               COMPUTE WS-FEED-ARRIVAL-TIME =
                   WS-FEED-FILE-HOURS * 10000
                   + WS-FEED-FILE-MINUTES * 100 + WS-FEED-FILE-SECONDS
               PERFORM RECONCILE-FEED-TO-TRAILER
               EVALUATE TRUE
                   WHEN FEED-REJECTED
                       PERFORM QUARANTINE-REJECTED-FEED
                   WHEN FEED-MISSING
                       CONTINUE
                   WHEN OTHER
                       PERFORM LOAD-RECONCILED-FEED
                       IF NOT FEED-REJECTED
                           PERFORM JUDGE-FEED-ARRIVAL
                       END-IF
               END-EVALUATE
           END-IF.
           EVALUATE TRUE
               WHEN FEED-RECEIVED
                   ADD 1 TO WS-FEEDS-RECEIVED
               WHEN FEED-LATE
                   ADD 1 TO WS-FEEDS-LATE
               WHEN FEED-MISSING
                   ADD 1 TO WS-FEEDS-MISSING
               WHEN FEED-REJECTED
                   ADD 1 TO WS-FEEDS-REJECTED
           END-EVALUATE.
           DISPLAY "SITE " WS-CURRENT-SITE-ID
               " FEED " FUNCTION TRIM(WS-FEED-FILE-NAME)
               " - " WS-FEED-STATUS-WORD
               " LOADED " WS-FEED-LOADED
               " SKIPPED " WS-FEED-SKIPPED.
           IF WS-FEED-REASON NOT = SPACES
               DISPLAY "     " FUNCTION TRIM(WS-FEED-REASON)
           END-IF.
           PERFORM WRITE-RECEIPT-LINE.

      * FIRST PASS - NOTHING IS WRITTEN TO THE CONSOLIDATED FILE.
      * RECOUNTS EVERY LINE AHEAD OF THE TRAILER AND HOLDS THE LAST
      * TRAILER SEEN; THE CHECKS ARE MADE ONCE THE WHOLE FEED HAS BEEN
      * READ, THE FIRST FAILING ONE GIVING THE REASON.
       RECONCILE-FEED-TO-TRAILER.
           SET FEED-RECEIVED TO TRUE.
           MOVE 0 TO WS-COUNTED-HASH WS-TRAILERS-SEEN
                     WS-LINES-AFTER-TRAILER.
           MOVE SPACES TO WS-SAVED-TRAILER.
           MOVE "N" TO WS-EOF-SWITCH WS-FEED-UNREADABLE-SWITCH.
           OPEN INPUT IN-FILE.
           IF NOT FILE-OK
               ADD 1 TO WS-FEEDS-UNREADABLE
               SET FEED-UNREADABLE TO TRUE
               SET FEED-REJECTED TO TRUE
               STRING "FEED NOT READABLE - STATUS " DELIMITED BY SIZE
                      FILE-STATUS-CODE              DELIMITED BY SIZE
                      INTO WS-FEED-REASON
               END-STRING
           ELSE
               PERFORM UNTIL EOF-REACHED
                   READ IN-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM COUNT-ONE-FEED-LINE
                   END-READ
               END-PERFORM
               CLOSE IN-FILE
               PERFORM CHECK-FEED-AGAINST-TRAILER
           END-IF.

       COUNT-ONE-FEED-LINE.
           IF FTR-IS-TRAILER
               ADD 1 TO WS-TRAILERS-SEEN
               MOVE FEED-TRAILER-RECORD TO WS-SAVED-TRAILER
           ELSE
               IF WS-TRAILERS-SEEN > 0
                   ADD 1 TO WS-LINES-AFTER-TRAILER
               END-IF
               ADD 1 TO WS-COUNTED-RECORDS
               IF LOG-DATE IS NUMERIC
                   ADD LOG-DATE TO WS-COUNTED-HASH
                   IF WS-COUNTED-FIRST-DATE = 0
                           OR LOG-DATE < WS-COUNTED-FIRST-DATE
                       MOVE LOG-DATE TO WS-COUNTED-FIRST-DATE
                   END-IF
                   IF LOG-DATE > WS-COUNTED-LAST-DATE
                       MOVE LOG-DATE TO WS-COUNTED-LAST-DATE
                   END-IF
               END-IF
               IF LOG-TIME IS NUMERIC
                   ADD LOG-TIME TO WS-COUNTED-HASH
               END-IF
               IF LOG-RETURN-CODE IS NUMERIC
                   ADD LOG-RETURN-CODE TO WS-COUNTED-HASH
               END-IF
               COMPUTE WS-COUNTED-HASH =
                   FUNCTION MOD(WS-COUNTED-HASH, WS-HASH-MODULUS)
           END-IF.

      * THE TRAILER MUST BE THE ONE AND ONLY LAST LINE - ANYTHING
      * AFTER IT MEANS TWO FEEDS WERE CONCATENATED OR A TRANSFER WAS
      * APPENDED TO. A TRAILER NAMING ANOTHER SITE MEANS THE WRONG
      * FILE WAS PICKED UP UNDER THIS SITE'S NAME. A FEED THAT PASSES
      * EVERY CHECK BUT SPEAKS FOR A NIGHT BEFORE LAST IS YESTERDAY'S
      * (OR OLDER) STILL SITTING THERE BECAUSE THE SITE SENT NOTHING
      * NEW - IT IS LEFT IN PLACE, NOT LOADED AGAIN, AND THE SITE IS
      * MISSING FOR TONIGHT.
       CHECK-FEED-AGAINST-TRAILER.
           IF WS-TRAILERS-SEEN = 0
               SET FEED-REJECTED TO TRUE
               MOVE "NO CONTROL TRAILER" TO WS-FEED-REASON
           ELSE
               MOVE WS-SAVED-TRAILER TO FEED-TRAILER-RECORD
               EVALUATE TRUE
                   WHEN WS-TRAILERS-SEEN > 1
                           OR WS-LINES-AFTER-TRAILER > 0
                       SET FEED-REJECTED TO TRUE
                       MOVE "TRAILER IS NOT THE LAST LINE"
                           TO WS-FEED-REASON
                   WHEN FTR-SITE-ID NOT = SPACES
                           AND FTR-SITE-ID NOT = WS-CURRENT-SITE-ID
                       SET FEED-REJECTED TO TRUE
                       STRING "TRAILER IS FOR SITE " DELIMITED BY SIZE
                              FTR-SITE-ID            DELIMITED BY SIZE
                              INTO WS-FEED-REASON
                       END-STRING
                   WHEN FTR-RECORD-COUNT IS NOT NUMERIC
                           OR FTR-RECORD-COUNT NOT = WS-COUNTED-RECORDS
                       SET FEED-REJECTED TO TRUE
                       MOVE "RECORD COUNT DOES NOT MATCH"
                           TO WS-FEED-REASON
                   WHEN FTR-FIRST-DATE IS NOT NUMERIC
                           OR FTR-LAST-DATE IS NOT NUMERIC
                           OR FTR-FIRST-DATE NOT = WS-COUNTED-FIRST-DATE
                           OR FTR-LAST-DATE NOT = WS-COUNTED-LAST-DATE
                       SET FEED-REJECTED TO TRUE
                       MOVE "DATE RANGE DOES NOT MATCH"
                           TO WS-FEED-REASON
                   WHEN FTR-HASH-TOTAL IS NOT NUMERIC
                           OR FTR-HASH-TOTAL NOT = WS-COUNTED-HASH
                       SET FEED-REJECTED TO TRUE
                       MOVE "HASH TOTAL DOES NOT MATCH"
                           TO WS-FEED-REASON
                   WHEN OTHER
                       PERFORM CHECK-FEED-IS-CURRENT
               END-EVALUATE
           END-IF.

       CHECK-FEED-IS-CURRENT.
           IF FTR-RECORD-COUNT > 0
               MOVE FTR-LAST-DATE TO WS-TRAILER-NIGHT-DATE
           ELSE
               IF FTR-CREATED-DATE IS NUMERIC
                   MOVE FTR-CREATED-DATE TO WS-TRAILER-NIGHT-DATE
               ELSE
                   MOVE 0 TO WS-TRAILER-NIGHT-DATE
               END-IF
           END-IF.
           IF WS-TRAILER-NIGHT-DATE < WS-OLDEST-CURRENT-DATE
               SET FEED-MISSING TO TRUE
               STRING "NO NEW FEED - DATED " DELIMITED BY SIZE
                      WS-TRAILER-NIGHT-DATE  DELIMITED BY SIZE
                      INTO WS-FEED-REASON
               END-STRING
           END-IF.

      * THE REJECTED FEED IS MOVED ASIDE SO THE NEXT RUN CANNOT PICK
      * IT UP BY ACCIDENT; THE SITE RESENDS AND THE NEW COPY ARRIVES
      * UNDER THE ORIGINAL NAME. A FEED THAT WOULD NOT EVEN OPEN IS
      * LEFT WHERE IT IS FOR OPERATIONS TO LOOK AT.
       QUARANTINE-REJECTED-FEED.
           IF NOT FEED-UNREADABLE
               MOVE SPACES TO WS-QUARANTINE-FILE-NAME
               STRING WS-FEED-FILE-NAME DELIMITED BY SPACE
                      ".QUAR"           DELIMITED BY SIZE
                      INTO WS-QUARANTINE-FILE-NAME
               END-STRING
               CALL "CBL_RENAME_FILE" USING WS-FEED-FILE-NAME
                   WS-QUARANTINE-FILE-NAME
                   RETURNING WS-RENAME-RC
               IF WS-RENAME-RC = 0
                   DISPLAY "SITE " WS-CURRENT-SITE-ID
                       " FEED QUARANTINED AS "
                       FUNCTION TRIM(WS-QUARANTINE-FILE-NAME)
               ELSE
                   DISPLAY "SITE " WS-CURRENT-SITE-ID
                       " FEED COULD NOT BE QUARANTINED - RC "
                       WS-RENAME-RC " - NOTHING LOADED FROM IT"
               END-IF
           END-IF.

      * SECOND PASS - THE FEED HAS RECONCILED, SO EVERY DETAIL LINE
      * IS LOADED; THE TRAILER ITSELF IS NOT A LOG ENTRY AND IS SKIPPED.
      * A FEED THAT RECONCILED BUT WILL NOT OPEN A SECOND TIME HAS
      * LOADED NOTHING, SO IT IS RECEIPTED AS REJECTED AND LEFT IN
      * PLACE, LIKE ONE THAT WOULD NOT OPEN FOR THE FIRST PASS.
       LOAD-RECONCILED-FEED.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT IN-FILE.
           IF NOT FILE-OK
               ADD 1 TO WS-FEEDS-UNREADABLE
               SET FEED-UNREADABLE TO TRUE
               SET FEED-REJECTED TO TRUE
               MOVE SPACES TO WS-FEED-REASON
               STRING "FEED NOT REOPENED - STATUS " DELIMITED BY SIZE
                      FILE-STATUS-CODE              DELIMITED BY SIZE
                      INTO WS-FEED-REASON
               END-STRING
           ELSE
               PERFORM UNTIL EOF-REACHED
                   READ IN-FILE
                       AT END
                           SET EOF-REACHED TO TRUE
                       NOT AT END
                           IF NOT FTR-IS-TRAILER
                               PERFORM LOAD-ONE-CONSOLIDATED-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IN-FILE
           END-IF.

      * A FEED WRITTEN BEFORE TODAY, OR TODAY UP TO THE SITE'S CUTOFF,
      * ARRIVED IN TIME FOR THE MORNING'S FIGURES; ONE WRITTEN LATER
      * TODAY IS LOADED BUT MARKED LATE. A FEED WHOSE EVERY ENTRY WAS
      * ALREADY ON THE CONSOLIDATED FILE BROUGHT NOTHING NEW - IT IS A
      * FEED LOADED ON AN EARLIER RUN, AND THE SITE IS MISSING.
       JUDGE-FEED-ARRIVAL.
           COMPUTE WS-FEED-CUTOFF-TIME = WS-FEED-CUTOFF-HHMM * 100.
           EVALUATE TRUE
               WHEN WS-FEED-LOADED = 0 AND WS-FEED-SKIPPED > 0
                   SET FEED-MISSING TO TRUE
                   MOVE "NO NEW ENTRIES IN FEED"
                       TO WS-FEED-REASON
               WHEN WS-FEED-ARRIVAL-DATE >= WS-RUN-DATE
                       AND WS-FEED-ARRIVAL-TIME > WS-FEED-CUTOFF-TIME
                   SET FEED-LATE TO TRUE
                   MOVE "ARRIVED AFTER CUTOFF" TO WS-FEED-REASON
               WHEN OTHER
                   SET FEED-RECEIVED TO TRUE
           END-EVALUATE.

       WRITE-RECEIPT-LINE.
           IF RCPT-FILE-OPENED
               MOVE SPACES TO FEED-RECEIPT-RECORD
               SET RCP-IS-FEED TO TRUE
               MOVE WS-CURRENT-SITE-ID    TO RCP-SITE-ID
               MOVE WS-FEED-STATUS-WORD   TO RCP-STATUS
               MOVE WS-FEED-ARRIVAL-DATE  TO RCP-ARRIVAL-DATE
               MOVE WS-FEED-ARRIVAL-TIME  TO RCP-ARRIVAL-TIME
               MOVE WS-COUNTED-RECORDS    TO RCP-RECORD-COUNT
               MOVE WS-COUNTED-FIRST-DATE TO RCP-FIRST-DATE
               MOVE WS-COUNTED-LAST-DATE  TO RCP-LAST-DATE
               MOVE WS-FEED-REASON        TO RCP-REASON
               MOVE WS-FEED-FILE-NAME     TO RCP-FEED-FILE-NAME
               WRITE FEED-RECEIPT-RECORD
               IF NOT RCPT-FILE-OK
                   SET RCPT-FILE-FAILED TO TRUE
                   DISPLAY "UNABLE TO WRITE FEED RECEIPT FILE "
                       FUNCTION TRIM(WS-RCPT-FILE-NAME)
                       " FOR SITE " WS-CURRENT-SITE-ID
                       " - STATUS " WS-RCPT-STATUS
               END-IF
           END-IF.

      * AN ENTRY THAT ALREADY CARRIES ITS OWN SITE ID KEEPS IT - THE
