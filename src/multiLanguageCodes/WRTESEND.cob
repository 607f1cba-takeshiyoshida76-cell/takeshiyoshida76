       IDENTIFICATION                      DIVISION.
       PROGRAM-ID. WRTESEND.
       AUTHOR. TY.

      * BUILDS A SITE'S OUTBOUND CONSOLIDATION FEED - THE SITE-SIDE
      * HALF OF WRTECONS. COPIES ONE LOG GENERATION LINE FOR LINE TO
      * THE FEED FILE THAT IS TRANSFERRED TO HEAD OFFICE, THEN CLOSES
      * IT WITH A FEEDTRL1 CONTROL TRAILER (RECORD COUNT, FIRST AND
      * LAST LOG-DATE, HASH TOTAL, WHEN BUILT). WRTECONS RECOUNTS THE
      * FEED AGAINST THAT TRAILER BEFORE IT LOADS ANYTHING, SO A FEED
      * CUT SHORT OR GARBLED ON THE WAY IS QUARANTINED INSTEAD OF
      * HALF-LOADED. INVOKE WITH A JCL PARM OF
      * "[SITE[,SOURCEFILE[,FEEDFILE]]]" - IF OMITTED, NO SITE ON THE
      * TRAILER, YESTERDAY'S ROTATED GENERATION (MYFILE.TXT.YYYYMMDD)
      * AS THE SOURCE AND "SOURCEFILE.FEED" AS THE FEED. ENDS 0 WHEN
      * THE FEED WAS BUILT, 4 WHEN IT WAS BUILT BUT CARRIES NO
      * ENTRIES, 12 WHEN THE SOURCE OR THE FEED COULD NOT BE OPENED
      * OR A WRITE TO THE FEED FAILED. A FEED THAT FAILS PART WAY IS
      * LEFT WITHOUT ITS TRAILER, SO WRTECONS REJECTS IT RATHER THAN
      * LOADING THE LINES THAT DID GET WRITTEN.

       ENVIRONMENT                         DIVISION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
      * DELIBERATELY NOT OPTIONAL: A MISSING GENERATION MUST FAIL THE
      * OPEN, NOT SHIP AN EMPTY FEED WHOSE TRAILER WOULD VOUCH FOR A
      * ZERO-ACTIVITY NIGHT THAT NEVER HAPPENED. WITH NO FEED SENT,
      * HEAD OFFICE RECORDS THE SITE AS MISSING, WHICH IS THE TRUTH.
           SELECT SOURCE-FILE
           ASSIGN TO DYNAMIC WS-SOURCE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SOURCE-STATUS.

           SELECT OPTIONAL FEED-FILE
           ASSIGN TO DYNAMIC WS-FEED-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.

       DATA                                DIVISION.
       FILE                                SECTION.
       FD SOURCE-FILE.
           COPY LOGREC01.

       FD FEED-FILE.
       01 FEED-DETAIL-LINE                 PIC X(200).
           COPY FEEDTRL1.

       WORKING-STORAGE                     SECTION.
       01 WS-SOURCE-STATUS                 PIC X(2).
          88 SOURCE-FILE-OK                VALUE "00".
       01 WS-FEED-STATUS                   PIC X(2).
          88 FEED-FILE-OK                  VALUE "00" "05".
       01 WS-FEED-WRITE-SWITCH             PIC X(1) VALUE "Y".
          88 FEED-WRITES-OK                VALUE "Y".
          88 FEED-WRITE-FAILED             VALUE "N".

       01 WS-EOF-SWITCH                    PIC X(1) VALUE "N".
          88 EOF-REACHED                   VALUE "Y".

       01 WS-BASE-FILE-NAME                PIC X(40)
          VALUE "MYFILE.TXT".
       01 WS-SOURCE-FILE-NAME              PIC X(45).
       01 WS-FEED-FILE-NAME                PIC X(50).
       01 WS-SITE-ID                       PIC X(4) VALUE SPACES.
       01 WS-PARM-STRING                   PIC X(100).

       01 WS-TODAY-DATE                    PIC 9(8).
       01 WS-NOW-TIME                      PIC 9(6).
       01 WS-YESTERDAY-DATE                PIC 9(8).

      * CONTROL TOTALS, ACCUMULATED EXACTLY AS FEEDTRL1 DESCRIBES.
       01 WS-RECORD-COUNT                  PIC 9(9) VALUE 0.
       01 WS-FIRST-DATE                    PIC 9(8) VALUE 0.
       01 WS-LAST-DATE                     PIC 9(8) VALUE 0.
       01 WS-HASH-ACCUMULATOR              PIC S9(18) COMP VALUE 0.
       01 WS-HASH-MODULUS                  PIC S9(18) COMP
          VALUE 1000000000000000.
      * THE HASH TOTAL AS IT WENT OUT ON THE TRAILER, FOR THE SUMMARY
      * PRINTED AFTER THE FEED IS CLOSED.
       01 WS-SENT-HASH-TOTAL               PIC 9(15) VALUE 0.

       01 WS-GRADED-RC                     PIC 9(2) VALUE 0.

       PROCEDURE                           DIVISION.
       MAIN-LOGIC                          SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME.
           PERFORM GET-PARAMETERS.
           OPEN INPUT SOURCE-FILE.
           IF NOT SOURCE-FILE-OK
               DISPLAY "UNABLE TO OPEN FEED SOURCE "
                   FUNCTION TRIM(WS-SOURCE-FILE-NAME)
                   " - STATUS " WS-SOURCE-STATUS " - NO FEED BUILT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FEED-FILE.
           IF NOT FEED-FILE-OK
               DISPLAY "UNABLE TO OPEN FEED FILE "
                   FUNCTION TRIM(WS-FEED-FILE-NAME)
                   " - STATUS " WS-FEED-STATUS
               CLOSE SOURCE-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-REACHED OR FEED-WRITE-FAILED
               READ SOURCE-FILE
                   AT END
                       SET EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM COPY-ONE-FEED-LINE
               END-READ
           END-PERFORM.
           CLOSE SOURCE-FILE.
           IF FEED-WRITES-OK
               PERFORM WRITE-FEED-TRAILER
           END-IF.
           CLOSE FEED-FILE.
           IF FEED-WRITE-FAILED
               DISPLAY "UNABLE TO WRITE FEED FILE "
                   FUNCTION TRIM(WS-FEED-FILE-NAME)
                   " - STATUS " WS-FEED-STATUS
                   " AFTER " WS-RECORD-COUNT " RECORDS"
                   " - FEED LEFT WITHOUT TRAILER, DO NOT TRANSFER"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM PRINT-FEED-SUMMARY.
           MOVE 0 TO WS-GRADED-RC.
           IF WS-RECORD-COUNT = 0
               MOVE 4 TO WS-GRADED-RC
           END-IF.
           MOVE WS-GRADED-RC TO RETURN-CODE.
           STOP RUN.

      * THE SOURCE DEFAULTS TO YESTERDAY'S DATED GENERATION, THE ONE
      * WRTETIME'S ROTATION CLOSED OFF AT THE FIRST WRITE OF TODAY.
       GET-PARAMETERS.
           COMPUTE WS-YESTERDAY-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1).
           MOVE SPACES TO WS-SOURCE-FILE-NAME WS-FEED-FILE-NAME.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ","
                   INTO WS-SITE-ID WS-SOURCE-FILE-NAME
                        WS-FEED-FILE-NAME
               END-UNSTRING
           END-IF.
           IF WS-SOURCE-FILE-NAME = SPACES
               STRING WS-BASE-FILE-NAME DELIMITED BY SPACE
                      "."               DELIMITED BY SIZE
                      WS-YESTERDAY-DATE DELIMITED BY SIZE
                      INTO WS-SOURCE-FILE-NAME
               END-STRING
           END-IF.
           IF WS-FEED-FILE-NAME = SPACES
               STRING WS-SOURCE-FILE-NAME DELIMITED BY SPACE
                      ".FEED"             DELIMITED BY SIZE
                      INTO WS-FEED-FILE-NAME
               END-STRING
           END-IF.

      * EVERY LINE GOES OUT UNCHANGED - THE FEED IS THE GENERATION
      * PLUS ITS TRAILER, NOTHING FILTERED - AND FEEDS THE TOTALS.
       COPY-ONE-FEED-LINE.
           MOVE LOG-RECORD TO FEED-DETAIL-LINE.
           WRITE FEED-DETAIL-LINE.
           IF NOT FEED-FILE-OK
               SET FEED-WRITE-FAILED TO TRUE
           ELSE
               PERFORM ADD-LINE-TO-TOTALS
           END-IF.

      * ONLY A LINE THAT ACTUALLY LANDED IN THE FEED IS COUNTED, SO
      * THE TRAILER NEVER VOUCHES FOR A RECORD THAT WAS NOT SENT.
       ADD-LINE-TO-TOTALS.
           ADD 1 TO WS-RECORD-COUNT.
           IF LOG-DATE IS NUMERIC
               ADD LOG-DATE TO WS-HASH-ACCUMULATOR
               IF WS-FIRST-DATE = 0 OR LOG-DATE < WS-FIRST-DATE
                   MOVE LOG-DATE TO WS-FIRST-DATE
               END-IF
               IF LOG-DATE > WS-LAST-DATE
                   MOVE LOG-DATE TO WS-LAST-DATE
               END-IF
           END-IF.
           IF LOG-TIME IS NUMERIC
               ADD LOG-TIME TO WS-HASH-ACCUMULATOR
           END-IF.
           IF LOG-RETURN-CODE IS NUMERIC
               ADD LOG-RETURN-CODE TO WS-HASH-ACCUMULATOR
           END-IF.
           COMPUTE WS-HASH-ACCUMULATOR =
               FUNCTION MOD(WS-HASH-ACCUMULATOR, WS-HASH-MODULUS).

       WRITE-FEED-TRAILER.
           MOVE SPACES TO FEED-TRAILER-RECORD.
           SET FTR-IS-TRAILER TO TRUE.
           MOVE WS-SITE-ID TO FTR-SITE-ID.
           MOVE WS-RECORD-COUNT TO FTR-RECORD-COUNT.
           MOVE WS-FIRST-DATE TO FTR-FIRST-DATE.
           MOVE WS-LAST-DATE TO FTR-LAST-DATE.
           MOVE WS-HASH-ACCUMULATOR TO FTR-HASH-TOTAL.
           MOVE WS-TODAY-DATE TO FTR-CREATED-DATE.
           MOVE WS-NOW-TIME TO FTR-CREATED-TIME.
           MOVE FTR-HASH-TOTAL TO WS-SENT-HASH-TOTAL.
           WRITE FEED-TRAILER-RECORD.
           IF NOT FEED-FILE-OK
               SET FEED-WRITE-FAILED TO TRUE
           END-IF.

       PRINT-FEED-SUMMARY.
           DISPLAY "================================================".
           DISPLAY "SITE CONSOLIDATION FEED BUILT".
           DISPLAY "SITE          : " WS-SITE-ID.
           DISPLAY "SOURCE        : "
               FUNCTION TRIM(WS-SOURCE-FILE-NAME).
           DISPLAY "FEED FILE     : "
               FUNCTION TRIM(WS-FEED-FILE-NAME).
           DISPLAY "================================================".
           DISPLAY "RECORDS       : " WS-RECORD-COUNT.
           DISPLAY "DATE RANGE    : " WS-FIRST-DATE " - " WS-LAST-DATE.
           DISPLAY "HASH TOTAL    : " WS-SENT-HASH-TOTAL.
           IF WS-RECORD-COUNT = 0
               DISPLAY "WARNING - SOURCE GENERATION WAS EMPTY"
           END-IF.
