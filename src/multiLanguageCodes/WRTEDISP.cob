      * RUN IN A ".PREV" STATE FILE NEXT TO THE EXCEPTION FILE, THE
      * SAME MARKER-FILE IDIOM WRTETIME USES FOR ITS ROTATION DATE AND
      * WRTELOAD FOR ITS CHECKPOINT.
      *
      * CONTACTS ROTATE, SO THE ROSTER ALSO CARRIES DATED DUTY LINES
      * PER GROUP, AND THE CONTACT PAGED IS WHOEVER WAS ON DUTY FOR
      * THE JOB'S GROUP AT THE EXCEPTION'S OWN DATE AND TIME:
      *   ROTA,GROUP,FROMDATE,FROMHHMM,TODATE,TOHHMM,PRIMARY,ESCALATION
      *     - ON DUTY FROM THE FROM STAMP UP TO (NOT INCLUDING) THE TO
      *       STAMP. LEAVE COVER IS JUST A LATER ROTA LINE OVERLAPPING
      *       THE WEEKLY ONE - WHERE ROTA LINES OVERLAP THE LATER LINE
      *       IN THE FILE WINS.
      *   OVERRIDE,GROUP,YYYYMMDD,PRIMARY,ESCALATION
      *     - COVER FOR THE ONE NIGHT STARTING ON THAT DATE, FROM
      *       ONCALL-NIGHT-START-HHMM (DEFAULT 1800) TO
      *       ONCALL-NIGHT-END-HHMM THE NEXT MORNING (DEFAULT 0800),
      *       BOTH FROM WRTECFG.CTL. AN OVERRIDE BEATS ANY ROTA LINE.
      * NO JOB MAY THEREFORE BE NAMED ROTA OR OVERRIDE. THE JOB LINE'S
      * OWN PRIMARY/ESCALATION ARE NOW OPTIONAL (JOBID,GROUP IS
      * ENOUGH) AND ARE ONLY PAGED WHEN NO DUTY LINE COVERS THE
      * MOMENT; A JOB WITH NEITHER GOES TO "NO ROTA COVER" SO THE
      * HOLE IS SEEN. UNROSTERED JOBS TAKE THE "DEFAULT" GROUP'S DUTY
      * LINES WHEN THERE ARE ANY. WRTEROTA REPORTS THE HOLES AHEAD OF
      * TIME.

       ENVIRONMENT                         DIVISION.
       INPUT-OUTPUT                        SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NOTIFY-STATUS.

      * SAME KEYWORD=VALUE SHOP CONFIGURATION FILE THE OTHER PROGRAMS
      * READ - THE SINGLE-NIGHT OVERRIDE WINDOW COMES FROM HERE.
           SELECT OPTIONAL CONFIG-FILE
           ASSIGN TO DYNAMIC WS-CONFIG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CONFIG-STATUS.

       DATA                                DIVISION.
       FILE                                SECTION.
      * SAME RECORD SHAPE WRTERPT'S WRITE-EXCEPTION-FILE PRODUCES.
          05 FILLER                        PIC X(1).
          05 NFY-TIME                      PIC 9(6).

       FD CONFIG-FILE.
       01 CONFIG-REC                       PIC X(80).

       WORKING-STORAGE                     SECTION.
       01 FILE-STATUS-CODE                 PIC X(2).
          88 FILE-OK                       VALUE "00" "05".
       01 WS-NOTIFY-STATUS                 PIC X(2).
          88 NOTIFY-FILE-OK                VALUE "00" "05".

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
       01 WS-ROSTER-EOF-SWITCH             PIC X(1) VALUE "N".
       01 WS-ROSTER-LINE-GROUP             PIC X(8).
       01 WS-ROSTER-LINE-PRIMARY           PIC X(20).
       01 WS-ROSTER-LINE-ESCALATION        PIC X(20).
       01 WS-ROSTER-LINE-NUMBER            PIC 9(5) VALUE 0.
       01 WS-ROSTER-REJECTED-COUNT         PIC 9(4) VALUE 0.
       01 WS-ROSTER-COUNT                  PIC 9(4) VALUE 0.
       01 WS-MAX-ROSTER-ENTRIES            PIC 9(4) VALUE 200.
       01 WS-ROSTER-IDX                    PIC 9(4).
             10 WS-ROSTER-PRIMARY          PIC X(20).
             10 WS-ROSTER-ESCALATION       PIC X(20).

      * DATED DUTY LINES (ROTA AND OVERRIDE) HELD AS FROM/TO STAMPS
      * IN YYYYMMDDHHMMSS FORM, SO "COVERS THIS MOMENT" IS A PLAIN
      * NUMERIC RANGE TEST AND RUNS ACROSS MIDNIGHT WITHOUT SPECIAL
      * CASES.
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

      * SINGLE-NIGHT OVERRIDE WINDOW, HHMM. WHEN THE END IS NOT AFTER
      * THE START THE WINDOW RUNS INTO THE NEXT MORNING.
       01 WS-NIGHT-START-HHMM              PIC 9(4) VALUE 1800.
       01 WS-NIGHT-END-HHMM                PIC 9(4) VALUE 0800.

      * THE DUTY LOOKUP FOR ONE EXCEPTION - WHICH GROUP, AT WHAT
      * MOMENT, AND THE OVERRIDE/ROTA LINE (IF ANY) THAT COVERS IT.
       01 WS-LOOKUP-GROUP                  PIC X(8).
       01 WS-LOOKUP-STAMP                  PIC 9(14).
       01 WS-OVERRIDE-FOUND-IDX            PIC 9(4).
       01 WS-ROTA-FOUND-IDX                PIC 9(4).
       01 WS-DUTY-FOUND-IDX                PIC 9(4).
       01 WS-ON-DUTY-PRIMARY               PIC X(20).
       01 WS-ON-DUTY-ESCALATION            PIC X(20).
       01 WS-UNCOVERED-COUNT               PIC 9(4) VALUE 0.
       01 WS-STANDING-COUNT                PIC 9(4) VALUE 0.

      * THE EXCEPTIONS ROUTED LAST RUN, READ BACK FROM THE .PREV STATE
      * FILE - AN EXCEPTION WHOSE TYPE/JOB-ID PAIR APPEARS HERE WITH A
      * DATE EXACTLY ONE DAY BEFORE ITS OWN IS A CONSECUTIVE-DAY

       PROCEDURE                           DIVISION.
       MAIN-LOGIC                          SECTION.
           PERFORM LOAD-SHOP-CONFIGURATION.
           PERFORM GET-PARAMETERS.
           PERFORM LOAD-ON-CALL-ROSTER.
           PERFORM LOAD-PREVIOUS-STATE.
                   OR WS-EXC-OVERFLOW-COUNT > 0
                   OR WS-ROSTER-OVERFLOW-COUNT > 0
                   OR WS-GROUP-OVERFLOW-COUNT > 0
                   OR WS-DUTY-OVERFLOW-COUNT > 0
                   OR WS-ROSTER-REJECTED-COUNT > 0
                   OR WS-UNCOVERED-COUNT > 0
               MOVE 4 TO WS-GRADED-RC
           END-IF.
           IF WS-EXC-COUNT > 0
                  INTO WS-PREV-STATE-NAME
           END-STRING.

      * READS THE SHOP CONFIGURATION FILE ONCE AT STARTUP. ONLY THE
      * KEYWORDS THIS PROGRAM OWNS ARE APPLIED, AND ONLY WHEN THEY ARE
      * A REAL CLOCK TIME; A MISSING FILE LEAVES THE COMPILED DEFAULTS.
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

      * LOADS THE MAINTAINED JOBID,GROUP,PRIMARY,ESCALATION ROSTER
      * INTO MEMORY ONCE UP FRONT, SAME APPROACH AS WRTERPT'S
      * LOAD-AUTHORIZED-OPERATORS. A MISSING OR EMPTY ROSTER IS CALLED
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.
           IF WS-ROSTER-COUNT = 0 AND WS-DUTY-COUNT = 0
               DISPLAY "ON-CALL ROSTER "
                   FUNCTION TRIM(WS-ROSTER-FILE-NAME)
                   " NOT FOUND OR EMPTY - EVERY EXCEPTION WILL ROUTE "
                   "TO THE DEFAULT GROUP"
           END-IF.

      * THE FIRST FIELD SAYS WHAT KIND OF LINE IT IS - A DUTY LINE
      * (ROTA/OVERRIDE) OR, AS ALWAYS, A JOB'S OWN ROSTER LINE.
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
               WHEN OTHER
                   PERFORM STORE-JOB-ROSTER-LINE
           END-EVALUATE.

       STORE-JOB-ROSTER-LINE.
           MOVE SPACES TO WS-ROSTER-LINE-JOB-ID WS-ROSTER-LINE-GROUP
               WS-ROSTER-LINE-PRIMARY WS-ROSTER-LINE-ESCALATION.
           UNSTRING ROSTER-REC DELIMITED BY ","
               ADD 1 TO WS-PREV-OVERFLOW-COUNT
           END-IF.

      * ROTA,GROUP,FROMDATE,FROMHHMM,TODATE,TOHHMM,PRIMARY,ESCALATION.
      * A LINE WITH A BAD DATE OR TIME, NO PRIMARY, OR A TO STAMP NOT
      * AFTER ITS FROM STAMP IS REJECTED AND NAMED ON THE CONSOLE -
      * GUESSING AT IT COULD PAGE THE WRONG PERSON.
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

      * OVERRIDE,GROUP,YYYYMMDD,PRIMARY,ESCALATION - ONE NIGHT'S COVER
      * OVER THE CONFIGURED NIGHT WINDOW STARTING ON THAT DATE.
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

      * VALIDATES ONE DATE/HHMM PAIR OF A DUTY LINE, LEAVING THE
      * NUMERIC VALUES IN WS-DUTY-LINE-DATE/WS-DUTY-LINE-HHMM (ZERO
      * WHEN INVALID) AND CLEARING THE VALID SWITCH ON ANY FAULT.
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
           ELSE
               ADD 1 TO WS-DUTY-OVERFLOW-COUNT
           END-IF.

       REJECT-ROSTER-LINE.
           ADD 1 TO WS-ROSTER-REJECTED-COUNT.
           DISPLAY "ON-CALL ROSTER LINE " WS-ROSTER-LINE-NUMBER
               " REJECTED - BAD DATE, TIME OR CONTACT: "
               FUNCTION TRIM(ROSTER-REC).

       READ-AND-ROUTE-EXCEPTIONS.
           OPEN INPUT EXC-FILE.
           IF NOT FILE-OK
               PERFORM CHECK-CONSECUTIVE-DAY-REPEAT
               IF WS-ROSTER-FOUND-IDX = 0
                   MOVE "DEFAULT " TO WS-EXC-GROUP(WS-EXC-COUNT)
                   MOVE "UNASSIGNED" TO WS-ON-DUTY-PRIMARY
                   MOVE "UNASSIGNED" TO WS-ON-DUTY-ESCALATION
                   ADD 1 TO WS-DEFAULTED-COUNT
               ELSE
                   MOVE WS-ROSTER-GROUP(WS-ROSTER-FOUND-IDX)
                       TO WS-EXC-GROUP(WS-EXC-COUNT)
                   MOVE WS-ROSTER-PRIMARY(WS-ROSTER-FOUND-IDX)
                       TO WS-ON-DUTY-PRIMARY
                   MOVE WS-ROSTER-ESCALATION(WS-ROSTER-FOUND-IDX)
                       TO WS-ON-DUTY-ESCALATION
               END-IF
               PERFORM FIND-ON-DUTY-CONTACT
               IF CONSECUTIVE-DAY-REPEAT
                       AND (WS-ROSTER-FOUND-IDX > 0
                            OR WS-DUTY-FOUND-IDX > 0)
                   MOVE WS-ON-DUTY-ESCALATION
                       TO WS-EXC-CONTACT(WS-EXC-COUNT)
                   MOVE "Y" TO WS-EXC-ESCALATED(WS-EXC-COUNT)
                   ADD 1 TO WS-ESCALATED-COUNT
               ELSE
                   MOVE WS-ON-DUTY-PRIMARY
                       TO WS-EXC-CONTACT(WS-EXC-COUNT)
                   MOVE "N" TO WS-EXC-ESCALATED(WS-EXC-COUNT)
               END-IF
               PERFORM COUNT-GROUP-FOR-EXCEPTION
           END-IF
               END-IF
           END-PERFORM.

      * WHO WAS ON DUTY FOR THE EXCEPTION'S GROUP AT THE EXCEPTION'S
      * OWN DATE AND TIME - NOT WHEN THE DISPATCHER HAPPENS TO RUN, SO
      * A MONDAY-MORNING RUN OVER SUNDAY NIGHT'S FAILURES STILL PAGES
      * SUNDAY NIGHT'S PERSON. AN OVERRIDE COVERING THE MOMENT BEATS
      * ANY ROTA LINE; AMONG LINES OF THE SAME KIND THE LATER ONE IN
      * THE FILE WINS. WITH NO DUTY LINE COVERING IT, THE JOB LINE'S
      * STANDING CONTACTS (ALREADY IN WS-ON-DUTY-*) ARE USED, AND IF
      * THERE ARE NONE THE HOLE IS NAMED IN THE CONTACT FIELD. A
      * MISSING ESCALATION CONTACT FALLS BACK TO THE PRIMARY.
       FIND-ON-DUTY-CONTACT.
           MOVE WS-EXC-GROUP(WS-EXC-COUNT) TO WS-LOOKUP-GROUP.
           MOVE 0 TO WS-LOOKUP-STAMP.
           IF EXC-DATE IS NUMERIC AND EXC-TIME IS NUMERIC
               COMPUTE WS-LOOKUP-STAMP = EXC-DATE * 1000000 + EXC-TIME
           END-IF.
           MOVE 0 TO WS-OVERRIDE-FOUND-IDX WS-ROTA-FOUND-IDX.
           PERFORM VARYING WS-DUTY-IDX FROM 1 BY 1
                   UNTIL WS-DUTY-IDX > WS-DUTY-COUNT
               IF WS-DUTY-GROUP(WS-DUTY-IDX) = WS-LOOKUP-GROUP
                       AND WS-DUTY-FROM(WS-DUTY-IDX)
                           NOT > WS-LOOKUP-STAMP
                       AND WS-DUTY-TO(WS-DUTY-IDX) > WS-LOOKUP-STAMP
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
               MOVE WS-DUTY-PRIMARY(WS-DUTY-FOUND-IDX)
                   TO WS-ON-DUTY-PRIMARY
               MOVE WS-DUTY-ESCALATION(WS-DUTY-FOUND-IDX)
                   TO WS-ON-DUTY-ESCALATION
           ELSE
               IF WS-ON-DUTY-PRIMARY = SPACES
                   MOVE "NO ROTA COVER" TO WS-ON-DUTY-PRIMARY
                   ADD 1 TO WS-UNCOVERED-COUNT
               ELSE
                   IF WS-ROSTER-FOUND-IDX > 0
                       ADD 1 TO WS-STANDING-COUNT
                   END-IF
               END-IF
           END-IF.
           IF WS-ON-DUTY-ESCALATION = SPACES
               MOVE WS-ON-DUTY-PRIMARY TO WS-ON-DUTY-ESCALATION
           END-IF.

      * A REPEAT COUNTS ONLY WHEN LAST RUN ROUTED THE SAME TYPE AND
      * JOB WITH AN EXCEPTION DATE EXACTLY ONE DAY BEFORE THIS ONE'S -
      * THE DAY-INTEGER COMPARISON HANDLES MONTH AND YEAR BOUNDARIES
           DISPLAY "ON-CALL ROSTER : "
               FUNCTION TRIM(WS-ROSTER-FILE-NAME)
               " (" WS-ROSTER-COUNT " ENTRIES LOADED)".
           DISPLAY "DUTY LINES     : " WS-ROTA-LINES-LOADED " ROTA, "
               WS-OVERRIDES-LOADED " OVERRIDE, "
               WS-ROSTER-REJECTED-COUNT " REJECTED".
           DISPLAY "================================================".
           DISPLAY "EXCEPTIONS ROUTED       : " WS-EXC-COUNT.
           DISPLAY "ESCALATED (REPEAT DAY)  : " WS-ESCALATED-COUNT.
           DISPLAY "ROUTED TO DEFAULT GROUP : " WS-DEFAULTED-COUNT.
           DISPLAY "STANDING CONTACT PAGED  : " WS-STANDING-COUNT.
           DISPLAY "NO ROTA COVER           : " WS-UNCOVERED-COUNT.
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               DISPLAY "  GROUP " WS-GROUP-NAME(WS-GROUP-IDX)
                   " EXCEPTION(S) IN GROUPS PAST THE "
                   WS-MAX-GROUPS " GROUP LIMIT NOT WRITTEN"
           END-IF.
           IF WS-DUTY-OVERFLOW-COUNT > 0
               DISPLAY "  ... " WS-DUTY-OVERFLOW-COUNT
                   " DUTY LINES NOT LOADED - TABLE LIMIT OF "
                   WS-MAX-DUTY-ENTRIES " REACHED"
           END-IF.
