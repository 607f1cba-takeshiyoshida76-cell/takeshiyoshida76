       IDENTIFICATION                      DIVISION.
       PROGRAM-ID. WRTEROTA.
       AUTHOR. TY.

      * ON-CALL ROTA COVERAGE REPORT OVER THE ROSTER WRTEDISP ROUTES
      * FROM (ONCALL.CTL). WALKS EVERY SUPPORT GROUP'S ROTA AND
      * OVERRIDE DUTY LINES ACROSS THE COMING WINDOW - FROM NOW FOR THE
      * NEXT N DAYS - AND LISTS EVERY STRETCH OF TIME NO DUTY LINE
      * COVERS, SO A ROTA NOBODY EXTENDED IS FOUND ON THE DAY IT IS
      * RUN RATHER THAN AT THREE IN THE MORNING WHEN WRTEDISP PAGES
      * "NO ROTA COVER" (OR LAST WEEK'S STANDING CONTACT). EACH GROUP
      * ALSO SHOWS WHO IS ON DUTY NOW. THE DUTY-LINE FORMATS, THE
      * OVERRIDE NIGHT WINDOW (ONCALL-NIGHT-START-HHMM AND
      * ONCALL-NIGHT-END-HHMM IN WRTECFG.CTL) AND THE OVERRIDE-BEATS-
      * ROTA PRECEDENCE ARE EXACTLY WRTEDISP'S - SEE ITS HEADER.
      *
      * A GROUP WITH NO DUTY LINES AT ALL IS STILL RUN FROM THE JOB
      * LINES' STANDING CONTACTS; IT IS LISTED AS NOT ON THE ROTA
      * RATHER THAN AS A HOLE, UNLESS NONE OF ITS JOBS NAMES A CONTACT
      * EITHER, IN WHICH CASE THE WHOLE WINDOW IS A HOLE. INVOKE WITH A
      * JCL PARM OF "[ROSTERFILE[,DAYS]]" - IF OMITTED, ONCALL.CTL AND
      * 14 DAYS. ENDS WITH THE SHOP'S GRADED CONDITION CODES - 0 EVERY
      * GROUP COVERED, 4 WARNING (REJECTED LINES OR A TABLE FULL),
      * 8 COVERAGE HOLES FOUND, 12 COULD NOT RUN.

       ENVIRONMENT                         DIVISION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
      * DELIBERATELY NOT OPTIONAL: A MISSPELLED ROSTER NAME MUST FAIL
      * THE OPEN, NOT REPORT AN EMPTY ROSTER AS HAVING NO HOLES.
           SELECT ROSTER-FILE
           ASSIGN TO DYNAMIC WS-ROSTER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ROSTER-STATUS.

           SELECT OPTIONAL CONFIG-FILE
           ASSIGN TO DYNAMIC WS-CONFIG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CONFIG-STATUS.

       DATA                                DIVISION.
       FILE                                SECTION.
       FD ROSTER-FILE.
       01 ROSTER-REC                       PIC X(80).

       FD CONFIG-FILE.
       01 CONFIG-REC                       PIC X(80).

       WORKING-STORAGE                     SECTION.
       01 WS-ROSTER-STATUS                 PIC X(2).
          88 ROSTER-FILE-OK                VALUE "00".
       01 WS-ROSTER-EOF-SWITCH             PIC X(1) VALUE "N".
          88 ROSTER-EOF-REACHED            VALUE "Y".

       01 WS-CONFIG-FILE-NAME              PIC X(40)
          VALUE "WRTECFG.CTL".
       01 WS-CONFIG-STATUS                 PIC X(2).
          88 CONFIG-FILE-OK                VALUE "00" "05".
       01 WS-CONFIG-EOF-SWITCH             PIC X(1).
          88 CONFIG-EOF-REACHED            VALUE "Y".
       01 WS-CONFIG-KEYWORD                PIC X(24).
       01 WS-CONFIG-VALUE-TEXT             PIC X(10).
       01 WS-CONFIG-VALUE-LEN              PIC 9(2).

       01 WS-ROSTER-FILE-NAME              PIC X(40)
          VALUE "ONCALL.CTL".
       01 WS-PARM-STRING                   PIC X(90).
       01 WS-PARM-DAYS-TEXT                PIC X(4).
       01 WS-PARM-DAYS-LEN                 PIC 9(2).
       01 WS-PARM-DAYS                     PIC 9(4).
       01 WS-WINDOW-DAYS                   PIC 9(3) VALUE 14.

       01 WS-NOW-DATE                      PIC 9(8).
       01 WS-NOW-HHMM                      PIC 9(4).
       01 WS-WINDOW-START                  PIC 9(14).
       01 WS-WINDOW-END                    PIC 9(14).

       01 WS-ROSTER-LINE-JOB-ID            PIC X(8).
       01 WS-ROSTER-LINE-GROUP             PIC X(8).
       01 WS-ROSTER-LINE-PRIMARY           PIC X(20).
       01 WS-ROSTER-LINE-NUMBER            PIC 9(5) VALUE 0.
       01 WS-ROSTER-REJECTED-COUNT         PIC 9(4) VALUE 0.
       01 WS-JOB-LINES-LOADED              PIC 9(4) VALUE 0.

      * SAME DUTY-LINE PARSE AND FROM/TO STAMP FORM AS WRTEDISP.
       01 WS-DUTY-LINE-FIELDS.
          05 WS-DUTY-LINE-GROUP            PIC X(8).
          05 WS-DUTY-LINE-FROM-DATE        PIC X(8).
          05 WS-DUTY-LINE-FROM-TIME        PIC X(4).
          05 WS-DUTY-LINE-TO-DATE          PIC X(8).
          05 WS-DUTY-LINE-TO-TIME          PIC X(4).
          05 WS-DUTY-LINE-PRIMARY          PIC X(20).
          05 WS-DUTY-LINE-ESCALATION       PIC X(20).
       01 WS-DUTY-LINE-VALID-SWITCH        PIC X(1).
          88 DUTY-LINE-VALID               VALUE "Y".
       01 WS-DUTY-LINE-DATE-CHECK          PIC X(8).
       01 WS-DUTY-LINE-TIME-CHECK          PIC X(4).
       01 WS-DUTY-LINE-DATE                PIC 9(8).
       01 WS-DUTY-LINE-HHMM                PIC 9(4).
       01 WS-DUTY-FROM-STAMP               PIC 9(14).
       01 WS-DUTY-TO-STAMP                 PIC 9(14).

       01 WS-DUTY-COUNT                    PIC 9(4) VALUE 0.
       01 WS-MAX-DUTY-ENTRIES              PIC 9(4) VALUE 500.
       01 WS-DUTY-IDX                      PIC 9(4).
       01 WS-DUTY-FOUND-IDX                PIC 9(4).
       01 WS-DUTY-OVERFLOW-COUNT           PIC 9(4) VALUE 0.
       01 WS-ROTA-LINES-LOADED             PIC 9(4) VALUE 0.
       01 WS-OVERRIDES-LOADED              PIC 9(4) VALUE 0.

       01 WS-DUTY-TABLE.
          05 WS-DUTY-ENTRY OCCURS 500 TIMES.
             10 WS-DUTY-KIND               PIC X(1).
                88 WS-DUTY-IS-OVERRIDE     VALUE "O".
                88 WS-DUTY-IS-ROTA         VALUE "R".
             10 WS-DUTY-GROUP              PIC X(8).
             10 WS-DUTY-FROM               PIC 9(14).
             10 WS-DUTY-TO                 PIC 9(14).
             10 WS-DUTY-PRIMARY            PIC X(20).
             10 WS-DUTY-ESCALATION         PIC X(20).

       01 WS-NIGHT-START-HHMM              PIC 9(4) VALUE 1800.
       01 WS-NIGHT-END-HHMM                PIC 9(4) VALUE 0800.

      * EVERY GROUP NAMED ANYWHERE ON THE ROSTER, WITH HOW IT IS
      * COVERED - DUTY LINES, JOB LINES, AND WHETHER ANY JOB LINE
      * CARRIES A STANDING CONTACT TO FALL BACK ON.
       01 WS-GROUP-COUNT                   PIC 9(4) VALUE 0.
       01 WS-MAX-GROUPS                    PIC 9(4) VALUE 100.
       01 WS-GROUP-IDX                     PIC 9(4).
       01 WS-GROUP-FOUND-IDX               PIC 9(4).
       01 WS-GROUP-OVERFLOW-COUNT          PIC 9(4) VALUE 0.
       01 WS-LOOKUP-GROUP                  PIC X(8).

       01 WS-GROUP-TABLE.
          05 WS-GROUP-ENTRY OCCURS 100 TIMES.
             10 WS-GROUP-NAME              PIC X(8).
             10 WS-GROUP-JOBS              PIC 9(4).
             10 WS-GROUP-DUTY-LINES        PIC 9(4).
             10 WS-GROUP-STANDING-SWITCH   PIC X(1).
                88 WS-GROUP-HAS-STANDING   VALUE "Y".

      * ONE GROUP'S DUTY SPANS CLIPPED TO THE WINDOW, KEPT IN START
      * ORDER AS THEY ARE ADDED SO THE HOLES FALL OUT OF ONE SWEEP.
       01 WS-SPAN-COUNT                    PIC 9(4).
       01 WS-SPAN-IDX                      PIC 9(4).
       01 WS-SPAN-INSERT-IDX               PIC 9(4).
       01 WS-SPAN-PLACED-SWITCH            PIC X(1).
          88 SPAN-PLACE-FOUND              VALUE "Y".
       01 WS-SPAN-TABLE.
          05 WS-SPAN-ENTRY OCCURS 500 TIMES.
             10 WS-SPAN-START              PIC 9(14).
             10 WS-SPAN-END                PIC 9(14).
       01 WS-CLIP-START                    PIC 9(14).
       01 WS-CLIP-END                      PIC 9(14).
       01 WS-SWEEP-CURSOR                  PIC 9(14).

       01 WS-HOLE-START                    PIC 9(14).
       01 WS-HOLE-END                      PIC 9(14).
       01 WS-HOLE-MINUTES                  PIC 9(7).
       01 WS-HOLE-HOURS-OUT                PIC ZZZ9.
       01 WS-HOLE-MINS-OUT                 PIC 99.
       01 WS-GROUP-HOLES                   PIC 9(4).
       01 WS-TOTAL-HOLES                   PIC 9(5) VALUE 0.
       01 WS-GROUPS-WITH-HOLES             PIC 9(4) VALUE 0.

      * A YYYYMMDDHHMMSS STAMP TAKEN APART FOR PRINTING AND FOR
      * TURNING INTO MINUTES SINCE THE DAY-INTEGER EPOCH.
       01 WS-CONV-STAMP                    PIC 9(14).
       01 WS-CONV-STAMP-PARTS REDEFINES WS-CONV-STAMP.
          05 WS-CONV-DATE                  PIC 9(8).
          05 WS-CONV-HH                    PIC 9(2).
          05 WS-CONV-MM                    PIC 9(2).
          05 WS-CONV-SS                    PIC 9(2).
       01 WS-CONV-MINUTES                  PIC 9(11).
       01 WS-START-MINUTES                 PIC 9(11).
       01 WS-FROM-TEXT                     PIC X(13).
       01 WS-TO-TEXT                       PIC X(13).

       01 WS-OVERRIDE-FOUND-IDX            PIC 9(4).
       01 WS-ROTA-FOUND-IDX                PIC 9(4).

       01 WS-GRADED-RC                     PIC 9(2) VALUE 0.

       PROCEDURE                           DIVISION.
       MAIN-LOGIC                          SECTION.
           PERFORM LOAD-SHOP-CONFIGURATION.
           PERFORM GET-PARAMETERS.
           PERFORM SET-COVERAGE-WINDOW.
           OPEN INPUT ROSTER-FILE.
           IF NOT ROSTER-FILE-OK
               DISPLAY "UNABLE TO OPEN ON-CALL ROSTER "
                   FUNCTION TRIM(WS-ROSTER-FILE-NAME)
                   " - STATUS " WS-ROSTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL ROSTER-EOF-REACHED
               READ ROSTER-FILE
                   AT END
                       SET ROSTER-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM STORE-ROSTER-LINE
               END-READ
           END-PERFORM.
           CLOSE ROSTER-FILE.
           PERFORM PRINT-REPORT-HEADER.
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               PERFORM REPORT-ONE-GROUP
           END-PERFORM.
           PERFORM PRINT-REPORT-TOTALS.
           PERFORM SET-GRADED-RETURN-CODE.
           STOP RUN.

       SET-GRADED-RETURN-CODE.
           MOVE 0 TO WS-GRADED-RC.
           IF WS-ROSTER-REJECTED-COUNT > 0
                   OR WS-DUTY-OVERFLOW-COUNT > 0
                   OR WS-GROUP-OVERFLOW-COUNT > 0
               MOVE 4 TO WS-GRADED-RC
           END-IF.
           IF WS-TOTAL-HOLES > 0
               MOVE 8 TO WS-GRADED-RC
           END-IF.
           MOVE WS-GRADED-RC TO RETURN-CODE.

      * PULL THE ROSTER NAME AND WINDOW LENGTH OUT OF THE JCL PARM. A
      * DAYS FIELD THAT IS NOT A NUMBER FROM 1 TO 366 LEAVES THE
      * 14-DAY DEFAULT IN PLACE.
       GET-PARAMETERS.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE.
           IF WS-PARM-STRING NOT = SPACES
               MOVE SPACES TO WS-PARM-DAYS-TEXT
               UNSTRING WS-PARM-STRING DELIMITED BY ","
                   INTO WS-ROSTER-FILE-NAME WS-PARM-DAYS-TEXT
               END-UNSTRING
               IF WS-ROSTER-FILE-NAME = SPACES
                   MOVE "ONCALL.CTL" TO WS-ROSTER-FILE-NAME
               END-IF
               COMPUTE WS-PARM-DAYS-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-PARM-DAYS-TEXT))
               IF WS-PARM-DAYS-TEXT NOT = SPACES
                   IF WS-PARM-DAYS-TEXT(1:WS-PARM-DAYS-LEN) IS NUMERIC
                       MOVE WS-PARM-DAYS-TEXT(1:WS-PARM-DAYS-LEN)
                           TO WS-PARM-DAYS
                       IF WS-PARM-DAYS > 0 AND WS-PARM-DAYS NOT > 366
                           MOVE WS-PARM-DAYS TO WS-WINDOW-DAYS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * THE WINDOW STARTS AT THE CURRENT MINUTE AND RUNS THE SAME
      * CLOCK TIME N DAYS ON.
       SET-COVERAGE-WINDOW.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOW-DATE.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NOW-HHMM.
           COMPUTE WS-WINDOW-START =
               WS-NOW-DATE * 1000000 + WS-NOW-HHMM * 100.
           COMPUTE WS-WINDOW-END =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
                   + WS-WINDOW-DAYS) * 1000000
               + WS-NOW-HHMM * 100.

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
                       WHEN "ONCALL-NIGHT-START-HHMM"
                           MOVE WS-CONFIG-VALUE-TEXT(1:4)
                               TO WS-NIGHT-START-HHMM
                       WHEN "ONCALL-NIGHT-END-HHMM"
                           MOVE WS-CONFIG-VALUE-TEXT(1:4)
                               TO WS-NIGHT-END-HHMM
                   END-EVALUATE
               END-IF
           END-IF.

       STORE-ROSTER-LINE.
           ADD 1 TO WS-ROSTER-LINE-NUMBER.
           MOVE SPACES TO WS-ROSTER-LINE-JOB-ID.
           UNSTRING ROSTER-REC DELIMITED BY ","
               INTO WS-ROSTER-LINE-JOB-ID
           END-UNSTRING.
           EVALUATE WS-ROSTER-LINE-JOB-ID
               WHEN "ROTA"
                   PERFORM STORE-ROTA-LINE
               WHEN "OVERRIDE"
                   PERFORM STORE-OVERRIDE-LINE
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   PERFORM STORE-JOB-ROSTER-LINE
           END-EVALUATE.

      * A JOB LINE ONLY TELLS THIS REPORT WHICH GROUP THE JOB BELONGS
      * TO AND WHETHER IT NAMES A STANDING CONTACT; AN UNGROUPED JOB
      * FALLS TO THE DEFAULT GROUP IN WRTEDISP AND IS COUNTED THERE.
       STORE-JOB-ROSTER-LINE.
           MOVE SPACES TO WS-ROSTER-LINE-GROUP WS-ROSTER-LINE-PRIMARY.
           UNSTRING ROSTER-REC DELIMITED BY ","
               INTO WS-ROSTER-LINE-JOB-ID WS-ROSTER-LINE-GROUP
                    WS-ROSTER-LINE-PRIMARY
           END-UNSTRING.
           IF WS-ROSTER-LINE-GROUP = SPACES
               MOVE "DEFAULT " TO WS-ROSTER-LINE-GROUP
           END-IF.
           ADD 1 TO WS-JOB-LINES-LOADED.
           MOVE WS-ROSTER-LINE-GROUP TO WS-LOOKUP-GROUP.
           PERFORM FIND-OR-ADD-GROUP.
           IF WS-GROUP-FOUND-IDX > 0
               ADD 1 TO WS-GROUP-JOBS(WS-GROUP-FOUND-IDX)
               IF WS-ROSTER-LINE-PRIMARY NOT = SPACES
                   MOVE "Y"
                       TO WS-GROUP-STANDING-SWITCH(WS-GROUP-FOUND-IDX)
               END-IF
           END-IF.

       STORE-ROTA-LINE.
           MOVE SPACES TO WS-DUTY-LINE-FIELDS.
           UNSTRING ROSTER-REC DELIMITED BY ","
               INTO WS-ROSTER-LINE-JOB-ID WS-DUTY-LINE-GROUP
                    WS-DUTY-LINE-FROM-DATE WS-DUTY-LINE-FROM-TIME
                    WS-DUTY-LINE-TO-DATE WS-DUTY-LINE-TO-TIME
                    WS-DUTY-LINE-PRIMARY WS-DUTY-LINE-ESCALATION
           END-UNSTRING.
           MOVE "Y" TO WS-DUTY-LINE-VALID-SWITCH.
           IF WS-DUTY-LINE-GROUP = SPACES
                   OR WS-DUTY-LINE-PRIMARY = SPACES
               MOVE "N" TO WS-DUTY-LINE-VALID-SWITCH
           END-IF.
           MOVE WS-DUTY-LINE-FROM-DATE TO WS-DUTY-LINE-DATE-CHECK.
           MOVE WS-DUTY-LINE-FROM-TIME TO WS-DUTY-LINE-TIME-CHECK.
           PERFORM CHECK-DUTY-LINE-STAMP.
           COMPUTE WS-DUTY-FROM-STAMP = WS-DUTY-LINE-DATE * 1000000
               + WS-DUTY-LINE-HHMM * 100.
           MOVE WS-DUTY-LINE-TO-DATE TO WS-DUTY-LINE-DATE-CHECK.
           MOVE WS-DUTY-LINE-TO-TIME TO WS-DUTY-LINE-TIME-CHECK.
           PERFORM CHECK-DUTY-LINE-STAMP.
           COMPUTE WS-DUTY-TO-STAMP = WS-DUTY-LINE-DATE * 1000000
               + WS-DUTY-LINE-HHMM * 100.
           IF DUTY-LINE-VALID
                   AND WS-DUTY-TO-STAMP NOT > WS-DUTY-FROM-STAMP
               MOVE "N" TO WS-DUTY-LINE-VALID-SWITCH
           END-IF.
           IF DUTY-LINE-VALID
               PERFORM ADD-DUTY-ENTRY
               IF WS-DUTY-FOUND-IDX > 0
                   MOVE "R" TO WS-DUTY-KIND(WS-DUTY-FOUND-IDX)
                   ADD 1 TO WS-ROTA-LINES-LOADED
               END-IF
           ELSE
               PERFORM REJECT-ROSTER-LINE
           END-IF.

       STORE-OVERRIDE-LINE.
           MOVE SPACES TO WS-DUTY-LINE-FIELDS.
           UNSTRING ROSTER-REC DELIMITED BY ","
               INTO WS-ROSTER-LINE-JOB-ID WS-DUTY-LINE-GROUP
                    WS-DUTY-LINE-FROM-DATE
                    WS-DUTY-LINE-PRIMARY WS-DUTY-LINE-ESCALATION
           END-UNSTRING.
           MOVE "Y" TO WS-DUTY-LINE-VALID-SWITCH.
           IF WS-DUTY-LINE-GROUP = SPACES
                   OR WS-DUTY-LINE-PRIMARY = SPACES
               MOVE "N" TO WS-DUTY-LINE-VALID-SWITCH
           END-IF.
           MOVE WS-DUTY-LINE-FROM-DATE TO WS-DUTY-LINE-DATE-CHECK.
           MOVE "0000" TO WS-DUTY-LINE-TIME-CHECK.
           PERFORM CHECK-DUTY-LINE-STAMP.
           IF DUTY-LINE-VALID
               COMPUTE WS-DUTY-FROM-STAMP =
                   WS-DUTY-LINE-DATE * 1000000
                   + WS-NIGHT-START-HHMM * 100
               IF WS-NIGHT-END-HHMM > WS-NIGHT-START-HHMM
                   COMPUTE WS-DUTY-TO-STAMP =
                       WS-DUTY-LINE-DATE * 1000000
                       + WS-NIGHT-END-HHMM * 100
               ELSE
                   COMPUTE WS-DUTY-TO-STAMP =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-DUTY-LINE-DATE)
                           + 1) * 1000000
                       + WS-NIGHT-END-HHMM * 100
               END-IF
               PERFORM ADD-DUTY-ENTRY
               IF WS-DUTY-FOUND-IDX > 0
                   MOVE "O" TO WS-DUTY-KIND(WS-DUTY-FOUND-IDX)
                   ADD 1 TO WS-OVERRIDES-LOADED
               END-IF
           ELSE
               PERFORM REJECT-ROSTER-LINE
           END-IF.

       CHECK-DUTY-LINE-STAMP.
           MOVE 0 TO WS-DUTY-LINE-DATE WS-DUTY-LINE-HHMM.
           IF WS-DUTY-LINE-DATE-CHECK IS NUMERIC
               MOVE WS-DUTY-LINE-DATE-CHECK TO WS-DUTY-LINE-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DUTY-LINE-DATE)
                       NOT = 0
                   MOVE 0 TO WS-DUTY-LINE-DATE
                   MOVE "N" TO WS-DUTY-LINE-VALID-SWITCH
               END-IF
           ELSE
               MOVE "N" TO WS-DUTY-LINE-VALID-SWITCH
           END-IF.
           IF WS-DUTY-LINE-TIME-CHECK IS NUMERIC
                   AND WS-DUTY-LINE-TIME-CHECK(1:2) < "24"
                   AND WS-DUTY-LINE-TIME-CHECK(3:2) < "60"
               MOVE WS-DUTY-LINE-TIME-CHECK TO WS-DUTY-LINE-HHMM
           ELSE
               MOVE "N" TO WS-DUTY-LINE-VALID-SWITCH
           END-IF.

       ADD-DUTY-ENTRY.
           MOVE 0 TO WS-DUTY-FOUND-IDX.
           IF WS-DUTY-COUNT < WS-MAX-DUTY-ENTRIES
               ADD 1 TO WS-DUTY-COUNT
               MOVE WS-DUTY-COUNT TO WS-DUTY-FOUND-IDX
               MOVE WS-DUTY-LINE-GROUP
                   TO WS-DUTY-GROUP(WS-DUTY-COUNT)
               MOVE WS-DUTY-FROM-STAMP TO WS-DUTY-FROM(WS-DUTY-COUNT)
               MOVE WS-DUTY-TO-STAMP   TO WS-DUTY-TO(WS-DUTY-COUNT)
               MOVE WS-DUTY-LINE-PRIMARY
                   TO WS-DUTY-PRIMARY(WS-DUTY-COUNT)
               MOVE WS-DUTY-LINE-ESCALATION
                   TO WS-DUTY-ESCALATION(WS-DUTY-COUNT)
               MOVE WS-DUTY-LINE-GROUP TO WS-LOOKUP-GROUP
               PERFORM FIND-OR-ADD-GROUP
               IF WS-GROUP-FOUND-IDX > 0
                   ADD 1 TO WS-GROUP-DUTY-LINES(WS-GROUP-FOUND-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-DUTY-OVERFLOW-COUNT
           END-IF.

       REJECT-ROSTER-LINE.
           ADD 1 TO WS-ROSTER-REJECTED-COUNT.
           DISPLAY "ON-CALL ROSTER LINE " WS-ROSTER-LINE-NUMBER
               " REJECTED - BAD DATE, TIME OR CONTACT: "
               FUNCTION TRIM(ROSTER-REC).

       FIND-OR-ADD-GROUP.
           MOVE 0 TO WS-GROUP-FOUND-IDX.
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               IF WS-GROUP-NAME(WS-GROUP-IDX) = WS-LOOKUP-GROUP
                   MOVE WS-GROUP-IDX TO WS-GROUP-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-GROUP-FOUND-IDX = 0
               IF WS-GROUP-COUNT < WS-MAX-GROUPS
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-GROUP-COUNT TO WS-GROUP-FOUND-IDX
                   MOVE WS-LOOKUP-GROUP
                       TO WS-GROUP-NAME(WS-GROUP-FOUND-IDX)
                   MOVE 0 TO WS-GROUP-JOBS(WS-GROUP-FOUND-IDX)
                   MOVE 0 TO WS-GROUP-DUTY-LINES(WS-GROUP-FOUND-IDX)
                   MOVE "N"
                       TO WS-GROUP-STANDING-SWITCH(WS-GROUP-FOUND-IDX)
               ELSE
                   ADD 1 TO WS-GROUP-OVERFLOW-COUNT
               END-IF
           END-IF.

      * ONE GROUP'S SECTION OF THE REPORT: WHO IS ON DUTY NOW, THEN
      * EVERY HOLE IN THE WINDOW. A GROUP OFF THE ROTA ENTIRELY IS
      * COVERED BY ITS STANDING CONTACTS IF IT HAS ANY, AND IS ONE
      * WINDOW-LONG HOLE IF IT DOES NOT.
       REPORT-ONE-GROUP.
           MOVE WS-GROUP-NAME(WS-GROUP-IDX) TO WS-LOOKUP-GROUP.
           MOVE 0 TO WS-GROUP-HOLES.
           DISPLAY " ".
           DISPLAY "GROUP " WS-LOOKUP-GROUP
               "  JOBS " WS-GROUP-JOBS(WS-GROUP-IDX)
               "  DUTY LINES " WS-GROUP-DUTY-LINES(WS-GROUP-IDX).
           IF WS-GROUP-DUTY-LINES(WS-GROUP-IDX) = 0
               IF WS-GROUP-HAS-STANDING(WS-GROUP-IDX)
                   DISPLAY "  NOT ON THE ROTA - STANDING CONTACTS ON "
                       "THE JOB LINES ARE PAGED"
               ELSE
                   DISPLAY "  NOT ON THE ROTA AND NO JOB LINE NAMES A "
                       "CONTACT"
                   MOVE WS-WINDOW-START TO WS-HOLE-START
                   MOVE WS-WINDOW-END   TO WS-HOLE-END
                   PERFORM PRINT-ONE-HOLE
               END-IF
           ELSE
               PERFORM SHOW-ON-DUTY-NOW
               PERFORM BUILD-GROUP-SPANS
               PERFORM SWEEP-GROUP-SPANS
               IF WS-GROUP-HOLES = 0
                   DISPLAY "  FULLY COVERED FOR THE NEXT "
                       WS-WINDOW-DAYS " DAYS"
               ELSE
                   IF WS-GROUP-HAS-STANDING(WS-GROUP-IDX)
                       DISPLAY "  (DURING A HOLE WRTEDISP PAGES THE "
                           "JOB LINE'S STANDING CONTACT)"
                   END-IF
               END-IF
           END-IF.
           IF WS-GROUP-HOLES > 0
               ADD 1 TO WS-GROUPS-WITH-HOLES
           END-IF.

      * SAME PRECEDENCE AS WRTEDISP - OVERRIDE BEATS ROTA, LATER LINE
      * WINS WITHIN A KIND.
       SHOW-ON-DUTY-NOW.
           MOVE 0 TO WS-OVERRIDE-FOUND-IDX WS-ROTA-FOUND-IDX.
           PERFORM VARYING WS-DUTY-IDX FROM 1 BY 1
                   UNTIL WS-DUTY-IDX > WS-DUTY-COUNT
               IF WS-DUTY-GROUP(WS-DUTY-IDX) = WS-LOOKUP-GROUP
                       AND WS-DUTY-FROM(WS-DUTY-IDX)
                           NOT > WS-WINDOW-START
                       AND WS-DUTY-TO(WS-DUTY-IDX) > WS-WINDOW-START
                   IF WS-DUTY-IS-OVERRIDE(WS-DUTY-IDX)
                       MOVE WS-DUTY-IDX TO WS-OVERRIDE-FOUND-IDX
                   ELSE
                       MOVE WS-DUTY-IDX TO WS-ROTA-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-OVERRIDE-FOUND-IDX > 0
               MOVE WS-OVERRIDE-FOUND-IDX TO WS-DUTY-FOUND-IDX
           ELSE
               MOVE WS-ROTA-FOUND-IDX TO WS-DUTY-FOUND-IDX
           END-IF.
           IF WS-DUTY-FOUND-IDX > 0
               DISPLAY "  ON DUTY NOW : "
                   WS-DUTY-PRIMARY(WS-DUTY-FOUND-IDX)
                   " ESCALATION " WS-DUTY-ESCALATION(WS-DUTY-FOUND-IDX)
           ELSE
               DISPLAY "  ON DUTY NOW : (NOBODY)"
           END-IF.

      * EVERY DUTY LINE OF THE GROUP THAT REACHES INTO THE WINDOW,
      * CLIPPED TO IT AND INSERTED IN START ORDER.
       BUILD-GROUP-SPANS.
           MOVE 0 TO WS-SPAN-COUNT.
           PERFORM VARYING WS-DUTY-IDX FROM 1 BY 1
                   UNTIL WS-DUTY-IDX > WS-DUTY-COUNT
               IF WS-DUTY-GROUP(WS-DUTY-IDX) = WS-LOOKUP-GROUP
                       AND WS-DUTY-TO(WS-DUTY-IDX) > WS-WINDOW-START
                       AND WS-DUTY-FROM(WS-DUTY-IDX) < WS-WINDOW-END
                   MOVE WS-DUTY-FROM(WS-DUTY-IDX) TO WS-CLIP-START
                   MOVE WS-DUTY-TO(WS-DUTY-IDX)   TO WS-CLIP-END
                   IF WS-CLIP-START < WS-WINDOW-START
                       MOVE WS-WINDOW-START TO WS-CLIP-START
                   END-IF
                   IF WS-CLIP-END > WS-WINDOW-END
                       MOVE WS-WINDOW-END TO WS-CLIP-END
                   END-IF
                   PERFORM INSERT-GROUP-SPAN
               END-IF
           END-PERFORM.

      * SHIFTS LATER-STARTING SPANS UP ONE SLOT FROM THE END UNTIL THE
      * NEW SPAN'S PLACE IS FOUND.
       INSERT-GROUP-SPAN.
           MOVE WS-SPAN-COUNT TO WS-SPAN-INSERT-IDX.
           MOVE "N" TO WS-SPAN-PLACED-SWITCH.
           PERFORM UNTIL WS-SPAN-INSERT-IDX = 0 OR SPAN-PLACE-FOUND
               IF WS-SPAN-START(WS-SPAN-INSERT-IDX) > WS-CLIP-START
                   MOVE WS-SPAN-ENTRY(WS-SPAN-INSERT-IDX)
                       TO WS-SPAN-ENTRY(WS-SPAN-INSERT-IDX + 1)
                   SUBTRACT 1 FROM WS-SPAN-INSERT-IDX
               ELSE
                   SET SPAN-PLACE-FOUND TO TRUE
               END-IF
           END-PERFORM.
           ADD 1 TO WS-SPAN-INSERT-IDX.
           MOVE WS-CLIP-START TO WS-SPAN-START(WS-SPAN-INSERT-IDX).
           MOVE WS-CLIP-END   TO WS-SPAN-END(WS-SPAN-INSERT-IDX).
           ADD 1 TO WS-SPAN-COUNT.

      * THE CURSOR MARKS HOW FAR COVERAGE RUNS UNBROKEN FROM THE START
      * OF THE WINDOW; A SPAN STARTING PAST IT LEAVES A HOLE BEHIND.
       SWEEP-GROUP-SPANS.
           MOVE WS-WINDOW-START TO WS-SWEEP-CURSOR.
           PERFORM VARYING WS-SPAN-IDX FROM 1 BY 1
                   UNTIL WS-SPAN-IDX > WS-SPAN-COUNT
               IF WS-SPAN-START(WS-SPAN-IDX) > WS-SWEEP-CURSOR
                   MOVE WS-SWEEP-CURSOR TO WS-HOLE-START
                   MOVE WS-SPAN-START(WS-SPAN-IDX) TO WS-HOLE-END
                   PERFORM PRINT-ONE-HOLE
               END-IF
               IF WS-SPAN-END(WS-SPAN-IDX) > WS-SWEEP-CURSOR
                   MOVE WS-SPAN-END(WS-SPAN-IDX) TO WS-SWEEP-CURSOR
               END-IF
           END-PERFORM.
           IF WS-SWEEP-CURSOR < WS-WINDOW-END
               MOVE WS-SWEEP-CURSOR TO WS-HOLE-START
               MOVE WS-WINDOW-END   TO WS-HOLE-END
               PERFORM PRINT-ONE-HOLE
           END-IF.

       PRINT-ONE-HOLE.
           ADD 1 TO WS-GROUP-HOLES.
           ADD 1 TO WS-TOTAL-HOLES.
           MOVE WS-HOLE-START TO WS-CONV-STAMP.
           PERFORM STAMP-TO-MINUTES.
           MOVE WS-CONV-MINUTES TO WS-START-MINUTES.
           MOVE SPACES TO WS-FROM-TEXT.
           STRING WS-CONV-DATE " " WS-CONV-HH WS-CONV-MM
               DELIMITED BY SIZE INTO WS-FROM-TEXT
           END-STRING.
           MOVE WS-HOLE-END TO WS-CONV-STAMP.
           PERFORM STAMP-TO-MINUTES.
           MOVE SPACES TO WS-TO-TEXT.
           STRING WS-CONV-DATE " " WS-CONV-HH WS-CONV-MM
               DELIMITED BY SIZE INTO WS-TO-TEXT
           END-STRING.
           COMPUTE WS-HOLE-MINUTES = WS-CONV-MINUTES - WS-START-MINUTES.
           COMPUTE WS-HOLE-HOURS-OUT = WS-HOLE-MINUTES / 60.
           COMPUTE WS-HOLE-MINS-OUT = FUNCTION MOD(WS-HOLE-MINUTES, 60).
           DISPLAY "  ** HOLE  FROM " WS-FROM-TEXT
               "  TO " WS-TO-TEXT
               "  (" WS-HOLE-HOURS-OUT "H " WS-HOLE-MINS-OUT "M)".

       STAMP-TO-MINUTES.
           COMPUTE WS-CONV-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-CONV-DATE) * 1440
               + WS-CONV-HH * 60 + WS-CONV-MM.

       PRINT-REPORT-HEADER.
           DISPLAY "================================================".
           DISPLAY "ON-CALL ROTA COVERAGE REPORT".
           DISPLAY "ON-CALL ROSTER : "
               FUNCTION TRIM(WS-ROSTER-FILE-NAME).
           MOVE WS-WINDOW-START TO WS-CONV-STAMP.
           DISPLAY "WINDOW FROM    : " WS-CONV-DATE " "
               WS-CONV-HH WS-CONV-MM.
           MOVE WS-WINDOW-END TO WS-CONV-STAMP.
           DISPLAY "WINDOW TO      : " WS-CONV-DATE " "
               WS-CONV-HH WS-CONV-MM
               "  (" WS-WINDOW-DAYS " DAYS)".
           DISPLAY "OVERRIDE NIGHT : " WS-NIGHT-START-HHMM
               " TO " WS-NIGHT-END-HHMM.
           DISPLAY "JOB LINES      : " WS-JOB-LINES-LOADED.
           DISPLAY "DUTY LINES     : " WS-ROTA-LINES-LOADED " ROTA, "
               WS-OVERRIDES-LOADED " OVERRIDE, "
               WS-ROSTER-REJECTED-COUNT " REJECTED".
           DISPLAY "================================================".

       PRINT-REPORT-TOTALS.
           DISPLAY " ".
           DISPLAY "================================================".
           DISPLAY "GROUPS CHECKED        : " WS-GROUP-COUNT.
           DISPLAY "GROUPS WITH HOLES     : " WS-GROUPS-WITH-HOLES.
           DISPLAY "COVERAGE HOLES        : " WS-TOTAL-HOLES.
           IF WS-DUTY-OVERFLOW-COUNT > 0
               DISPLAY "  ... " WS-DUTY-OVERFLOW-COUNT
                   " DUTY LINES NOT LOADED - TABLE LIMIT OF "
                   WS-MAX-DUTY-ENTRIES " REACHED"
           END-IF.
           IF WS-GROUP-OVERFLOW-COUNT > 0
               DISPLAY "  ... " WS-GROUP-OVERFLOW-COUNT
                   " LINES FOR GROUPS PAST THE " WS-MAX-GROUPS
                   " GROUP LIMIT NOT CHECKED"
           END-IF.
