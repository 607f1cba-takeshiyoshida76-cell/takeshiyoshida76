       IDENTIFICATION                      DIVISION.
       PROGRAM-ID. WRTEMON.
       AUTHOR. TY.

      * PSEUDO-CONVERSATIONAL CICS MONITOR TRANSACTION (WMON) FOR THE
      * NIGHT OPERATOR'S HALF-HOURLY QUESTION: WHAT IS RUNNING RIGHT
      * NOW, AND IS ANYTHING STUCK? WRTEINQ BROWSES THE LOG BY FILTER;
      * THIS SCREEN INSTEAD READS THE SAME VSAM FILE (LOGVSAM, LOADED
      * BY WRTELOAD) FOR THE CURRENT BATCH NIGHT AND LISTS EVERY JOB
      * THAT HAS LOGGED A START WITH NO END AFTER IT - HOW LONG IT HAS
      * BEEN RUNNING, ITS USUAL RUNTIME OVER THE LAST WS-HISTORY-NIGHTS
      * NIGHTS ON THE FILE, AND THE ONE AS A PERCENTAGE OF THE OTHER.
      * A JOB RUNNING WELL PAST ITS USUAL TIME IS SHOWN IN REVERSE
      * VIDEO AT THE TOP OF THE LIST. THE HEADER COUNTS THE JOBS IN
      * FLIGHT, THE ONES OVERRUNNING, AND THE JOBS STILL EXPECTED
      * TONIGHT THAT HAVE NOT STARTED - A JOB IS EXPECTED WHEN IT RAN
      * ON AT LEAST HALF OF THE HISTORY NIGHTS.
      *
      * A BATCH NIGHT IS THE SAME WINDOW WRTECRIT MEASURES: FROM
      * WS-WINDOW-OPEN-HHMM (1800) THE EVENING BEFORE A DATE UNTIL THE
      * SAME TIME ON THE DATE ITSELF, WHICH NAMES THE NIGHT. A JOB
      * STARTED AT 23:00 AND ONE STARTED AT 01:00 ARE THE SAME NIGHT'S
      * WORK, SO AFTER MIDNIGHT THE EVENING'S STARTS AND ENDS STILL
      * COUNT AS TONIGHT'S, AND A HISTORY NIGHT'S RUN THAT CROSSES
      * MIDNIGHT IS TIMED START TO END LIKE ANY OTHER - EVERY TIME IS
      * HELD AS DAY NUMBER * 86400 + SECONDS, NOT A SAME-DAY CLOCK
      * TIME. START AND END ARE READ FROM THE EVENT TYPE ("S"/"R"
      * START, "E" END), FALLING BACK TO THE MESSAGE TEXT FOR OLDER
      * ENTRIES, EXACTLY AS WRTESEQ CLASSIFIES THEM; A RESTART AFTER
      * AN END PUTS THE JOB BACK IN FLIGHT.
      *
      * A JOB STARTED LAST NIGHT AND STILL RUNNING WHEN TONIGHT'S
      * WINDOW OPENS IS STILL A PROBLEM: WHEN ITS LAST START THAT
      * NIGHT HAS NO END AFTER IT, THEN OR SINCE, IT IS CARRIED OVER
      * INTO THE IN-FLIGHT LIST AND IS NOT ALSO COUNTED AS A JOB
      * STILL EXPECTED TO START. A START OR END TONIGHT REPLACES IT.
      *
      * ENTER REFRESHES THE SCREEN. KEYING S BESIDE A JOB AND PRESSING
      * ENTER TRANSFERS (XCTL) TO WRTEINQ WITH THE FILTER ALREADY SET
      * TO THAT JOB AND NIGHT, SO ITS LOG ENTRIES COME UP AT ONCE; PF3
      * THERE COMES BACK HERE. PF8/PF7 PAGE THE LIST WHEN MORE THAN
      * TEN JOBS ARE IN FLIGHT. PF3 EXITS.
      *
      * EVERY SCREEN IS ONE FORWARD BROWSE OF LOGVSAM FROM THE FIRST
      * HISTORY NIGHT THROUGH TONIGHT - THE KEY IS DATE AND TIME
      * FIRST, SO THE NIGHTS ARRIVE ONE AFTER ANOTHER AND EACH IS
      * FOLDED INTO THE HISTORY AS THE WINDOW MOVES PAST IT. NOTHING
      * IS KEPT BETWEEN SCREENS BUT THE PAGE POSITION AND THE JOBS
      * THE OPERATOR WAS SHOWN.

       ENVIRONMENT                         DIVISION.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT VSAM-LOG-FILE
           ASSIGN TO "LOGVSAM"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VSAM-LOG-KEY
           FILE STATUS IS WS-VSAM-STATUS.

       DATA                                DIVISION.
       FILE                                SECTION.
       FD VSAM-LOG-FILE.
           COPY VSAMLOG1.

       WORKING-STORAGE                     SECTION.
           COPY WRTEMMAP.

       01 WS-VSAM-STATUS                   PIC X(2).
          88 VSAM-FILE-OK                  VALUE "00".

       01 WS-RESP                          PIC S9(8) COMP.

      * HOW MANY NIGHTS BEFORE TONIGHT MAKE THE "USUAL" RUNTIME, AND
      * HOW FAR PAST IT A JOB MUST BE BEFORE IT IS SHOWN AS OVERRUNNING
      * - BOTH A PROPORTION OF ITS USUAL AND A FLOOR IN SECONDS, SO A
      * TWO-MINUTE JOB AT FOUR MINUTES DOES NOT LIGHT UP THE SCREEN.
       01 WS-HISTORY-NIGHTS                PIC 9(2)  VALUE 7.
       01 WS-OVERRUN-PERCENT               PIC 9(3)  VALUE 150.
       01 WS-OVERRUN-FLOOR-SECS            PIC 9(5)  VALUE 300.

       01 WS-HILITE-DEFAULT                PIC X(1)  VALUE LOW-VALUE.
       01 WS-HILITE-REVERSE                PIC X(1)  VALUE X"F2".

       01 WS-CURRENT-DATE-TIME-STRING      PIC X(21).
       01 WS-TODAY-DATE                    PIC 9(8).
       01 WS-NOW-TIME                      PIC 9(6).
       01 WS-NOW-SECS                      PIC S9(9) COMP.
       01 WS-NOW-STAMP                     PIC S9(18) COMP.
       01 WS-START-STAMP                   PIC S9(18) COMP.

      * WHEN THE BATCH WINDOW OPENS - KEEP IN STEP WITH
      * BATCH-WINDOW-START-HHMM IN WRTECFG.CTL, WHICH WRTECRIT READS.
      * AN ENTRY AT OR AFTER IT BELONGS TO THE NEXT DATE'S NIGHT.
       01 WS-WINDOW-OPEN-HHMM              PIC 9(4)  VALUE 1800.
       01 WS-WINDOW-OPEN-PARTS REDEFINES WS-WINDOW-OPEN-HHMM.
          05 WS-WINDOW-OPEN-HH             PIC 9(2).
          05 WS-WINDOW-OPEN-MM             PIC 9(2).
       01 WS-WINDOW-OPEN-DAY-SECS          PIC S9(9) COMP.
       01 WS-TONIGHT-DATE                  PIC 9(8).
       01 WS-PREVIOUS-NIGHT                PIC 9(8).
       01 WS-HISTORY-START-NIGHT           PIC 9(8).
       01 WS-BROWSE-START-DATE             PIC 9(8).
       01 WS-ENTRY-NIGHT                   PIC 9(8).
       01 WS-ENTRY-STAMP                   PIC S9(18) COMP.

       01 WS-STAMP-TIME                    PIC 9(6).
       01 WS-STAMP-PARTS REDEFINES WS-STAMP-TIME.
          05 WS-STAMP-HH                   PIC 9(2).
          05 WS-STAMP-MM                   PIC 9(2).
          05 WS-STAMP-SS                   PIC 9(2).
       01 WS-STAMP-SECS                    PIC S9(9) COMP.

       01 WS-SCAN-NIGHT                    PIC 9(8)  VALUE 0.
       01 WS-SCAN-DONE-SWITCH              PIC X(1).
          88 SCAN-DONE                     VALUE "Y".
       01 WS-LOG-UNAVAILABLE-SWITCH        PIC X(1).
          88 LOG-UNAVAILABLE               VALUE "Y".
       01 WS-START-HITS                    PIC 9(2).
       01 WS-END-HITS                      PIC 9(2).

      * EVERY JOB SEEN OVER THE HISTORY NIGHTS AND TONIGHT. THE DAY-
      * FIELDS HOLD THE NIGHT BEING READ AND ARE CLEARED AT EACH
      * CHANGE OF NIGHT, AFTER A FINISHED NIGHT HAS BEEN FOLDED INTO
      * THE HISTORY FIELDS; WHEN THE BROWSE ENDS THEY HOLD TONIGHT.
      * THE START AND END TIMES ARE DAY-NUMBER STAMPS; THE LAST
      * START'S OWN DATE AND TIME ARE KEPT AS WELL FOR THE SCREEN.
       01 WS-JOB-COUNT                     PIC 9(4)  VALUE 0.
       01 WS-MAX-JOBS                      PIC 9(4)  VALUE 200.
       01 WS-JOB-IDX                       PIC 9(4).
       01 WS-FOUND-IDX                     PIC 9(4).
       01 WS-JOB-TABLE.
          05 WS-JOB-ENTRY OCCURS 200 TIMES.
             10 WS-JOB-ID                  PIC X(8).
             10 WS-DAY-HAS-START           PIC X(1).
             10 WS-DAY-HAS-END             PIC X(1).
             10 WS-DAY-FIRST-START         PIC S9(18) COMP.
             10 WS-DAY-LAST-START          PIC S9(18) COMP.
             10 WS-DAY-LAST-END            PIC S9(18) COMP.
             10 WS-DAY-START-DATE          PIC 9(8).
             10 WS-DAY-START-TIME          PIC 9(6).
             10 WS-CARRY-SWITCH            PIC X(1).
                88 JOB-CARRIED-OVER        VALUE "Y".
             10 WS-CARRY-START             PIC S9(18) COMP.
             10 WS-CARRY-START-DATE        PIC 9(8).
             10 WS-CARRY-START-TIME        PIC 9(6).
             10 WS-HIST-NIGHTS-SEEN        PIC 9(3).
             10 WS-HIST-RUNS               PIC 9(3).
             10 WS-HIST-RUN-SUM            PIC S9(9) COMP.
             10 WS-JOB-USUAL-SECS          PIC S9(9) COMP.
             10 WS-JOB-ELAPSED-SECS        PIC S9(9) COMP.
             10 WS-JOB-FLIGHT-SWITCH       PIC X(1).
                88 JOB-IN-FLIGHT           VALUE "Y".
             10 WS-JOB-OVERRUN-SWITCH      PIC X(1).
                88 JOB-OVERRUNNING         VALUE "Y".
       01 WS-HIST-NIGHTS-READ              PIC 9(3)  VALUE 0.
       01 WS-HIST-RUN-SECS                 PIC S9(9) COMP.

      * THE IN-FLIGHT JOBS IN SCREEN ORDER - OVERRUNS FIRST.
       01 WS-FLIGHT-COUNT                  PIC 9(4)  VALUE 0.
       01 WS-FLIGHT-IDX                    PIC 9(4).
       01 WS-FLIGHT-TABLE.
          05 WS-FLIGHT-JOB-IDX             PIC 9(4) OCCURS 200 TIMES.
       01 WS-OVERRUN-COUNT                 PIC 9(4)  VALUE 0.
       01 WS-DUE-COUNT                     PIC 9(4)  VALUE 0.
       01 WS-COUNT-EDIT                    PIC ZZZ9.

       01 WS-ROW-IDX                       PIC 9(2).
       01 WS-MAX-LINES                     PIC 9(2)  VALUE 10.
       01 WS-SELECTED-ROW                  PIC 9(2)  VALUE 0.
       01 WS-SELECTED-JOB                  PIC X(8)  VALUE SPACES.
       01 WS-SELECTED-DATE                 PIC X(8)  VALUE SPACES.
       01 WS-PERCENT                       PIC 9(4).

       01 WS-MONITOR-LINE.
          05 ML-JOB-ID                     PIC X(8).
          05 FILLER                        PIC X(2)  VALUE SPACES.
          05 ML-STARTED                    PIC X(8).
          05 FILLER                        PIC X(2)  VALUE SPACES.
          05 ML-RUNNING-MIN                PIC ZZZZ9.
          05 FILLER                        PIC X(2)  VALUE SPACES.
          05 ML-USUAL-MIN                  PIC X(5).
          05 FILLER                        PIC X(2)  VALUE SPACES.
          05 ML-PERCENT                    PIC X(5).
          05 FILLER                        PIC X(2)  VALUE SPACES.
          05 ML-FLAG                       PIC X(20).
          05 FILLER                        PIC X(11) VALUE SPACES.
       01 WS-MINUTES-EDIT                  PIC ZZZZ9.
       01 WS-PERCENT-EDIT                  PIC ZZZ9.

      * THE COMMAREA CARRIES THE PAGE POSITION AND THE JOB SHOWN ON
      * EACH ROW, SO AN S KEYED BESIDE A ROW SELECTS THE JOB THE
      * OPERATOR SAW THERE EVEN IF THE LIST HAS MOVED SINCE, AND THE
      * DATE THAT JOB STARTED ON, WHICH NEED NOT BE TONIGHT'S DATE.
       01 WS-COMMAREA-COPY.
          05 WS-CA-ACTIVE                  PIC X(1).
          05 WS-CA-LIST-START              PIC 9(4).
          05 WS-CA-ROW-JOB-ID              PIC X(8) OCCURS 10 TIMES.
          05 WS-CA-ROW-START-DATE          PIC X(8) OCCURS 10 TIMES.

      * WRTEINQ'S OWN COMMAREA LAYOUT, BUILT HERE TO HAND IT A FILTER
      * ALREADY KEYED - ORIGIN "M" TELLS IT TO BROWSE AT ONCE AND TO
      * COME BACK HERE ON PF3.
       01 WS-INQ-COMMAREA.
          05 WS-INQ-FILTER-DATE            PIC 9(8).
          05 WS-INQ-FILTER-JOB             PIC X(8).
          05 WS-INQ-FILTER-STATUS          PIC X(2).
          05 WS-INQ-FILTER-SITE            PIC X(4).
          05 WS-INQ-BROWSE-FIRST-KEY       PIC X(24).
          05 WS-INQ-BROWSE-KEY             PIC X(24).
          05 WS-INQ-BROWSE-ACTIVE          PIC X(1).
          05 WS-INQ-ENTRY-ORIGIN           PIC X(1).

       LINKAGE                             SECTION.
       01 DFHCOMMAREA                      PIC X(165).

       PROCEDURE                           DIVISION.
       MAIN-LOGIC                          SECTION.
           IF EIBCALEN = 0
               PERFORM INITIALIZE-FIRST-SCREEN
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA-COPY
               PERFORM HANDLE-USER-INPUT
           END-IF.
           GOBACK.

      * FIRST ENTRY (OR RETURN FROM WRTEINQ) - THE MONITOR HAS NOTHING
      * TO ASK BEFORE IT CAN ANSWER, SO THE FIRST SCREEN IS ALREADY
      * THE LIST.
       INITIALIZE-FIRST-SCREEN.
           MOVE "Y" TO WS-CA-ACTIVE.
           MOVE 1 TO WS-CA-LIST-START.
           PERFORM SEND-MONITOR-SCREEN.
           EXEC CICS RETURN
               TRANSID("WMON")
               COMMAREA(WS-COMMAREA-COPY)
               LENGTH(LENGTH OF WS-COMMAREA-COPY)
           END-EXEC.

      * PF3 EXITS; PF7/PF8 PAGE; ENTER EITHER OPENS THE FIRST ROW
      * MARKED S IN WRTEINQ OR, WITH NOTHING MARKED, REFRESHES THE
      * CURRENT PAGE. THE INPUT MAP IS CLEARED BEFORE THE RECEIVE SO
      * A PLAIN ENTER (MAPFAIL - NOTHING KEYED) READS AS NO SELECTION.
       HANDLE-USER-INPUT.
           EXEC CICS HANDLE AID
               PF3(EXIT-TRANSACTION)
               PF7(PAGE-BACKWARD)
               PF8(PAGE-FORWARD)
           END-EXEC.

           MOVE LOW-VALUES TO WRTEMMAPI.
           EXEC CICS RECEIVE MAP("WRTEMMAP") MAPSET("WRTEMMAP")
               RESP(WS-RESP)
           END-EXEC.

           PERFORM FIND-SELECTED-ROW.
           IF WS-SELECTED-JOB NOT = SPACES
               PERFORM TRANSFER-TO-INQUIRY
           END-IF.

           PERFORM SEND-MONITOR-SCREEN.
           EXEC CICS RETURN
               TRANSID("WMON")
               COMMAREA(WS-COMMAREA-COPY)
               LENGTH(LENGTH OF WS-COMMAREA-COPY)
           END-EXEC.

       FIND-SELECTED-ROW.
           MOVE 0 TO WS-SELECTED-ROW.
           MOVE SPACES TO WS-SELECTED-JOB.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-MAX-LINES
                      OR WS-SELECTED-ROW > 0
               IF MON-SELL(WS-ROW-IDX) > ZERO
                   IF MON-SELI(WS-ROW-IDX) = "S"
                           OR MON-SELI(WS-ROW-IDX) = "s"
                       MOVE WS-ROW-IDX TO WS-SELECTED-ROW
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SELECTED-ROW > 0
               MOVE WS-CA-ROW-JOB-ID(WS-SELECTED-ROW)
                   TO WS-SELECTED-JOB
               MOVE WS-CA-ROW-START-DATE(WS-SELECTED-ROW)
                   TO WS-SELECTED-DATE
               IF WS-SELECTED-JOB = LOW-VALUES
                   MOVE SPACES TO WS-SELECTED-JOB
               END-IF
           END-IF.

      * HANDS CONTROL TO WRTEINQ, WHICH BROWSES THE SELECTED JOB'S
      * ENTRIES FOR THE CALENDAR DATE IT STARTED ON - THE EVENING
      * BEFORE FOR A START BEFORE MIDNIGHT. STATUS AND SITE ARE SENT
      * AS SPACES, THE "NO FILTER" VALUE WRTEINQ TESTS FOR. XCTL DOES
      * NOT RETURN.
       TRANSFER-TO-INQUIRY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME-STRING.
           MOVE WS-CURRENT-DATE-TIME-STRING(1:8) TO WS-TODAY-DATE.
           MOVE LOW-VALUES TO WS-INQ-COMMAREA.
           IF WS-SELECTED-DATE IS NUMERIC
               MOVE WS-SELECTED-DATE TO WS-INQ-FILTER-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-INQ-FILTER-DATE
           END-IF.
           MOVE WS-SELECTED-JOB TO WS-INQ-FILTER-JOB.
           MOVE SPACES TO WS-INQ-FILTER-STATUS WS-INQ-FILTER-SITE.
           MOVE "N" TO WS-INQ-BROWSE-ACTIVE.
           MOVE "M" TO WS-INQ-ENTRY-ORIGIN.
           EXEC CICS XCTL
               PROGRAM("WRTEINQ")
               COMMAREA(WS-INQ-COMMAREA)
               LENGTH(LENGTH OF WS-INQ-COMMAREA)
           END-EXEC.

      * PF8 - THE NEXT TEN JOBS. THE LIST IS REBUILT EVERY SCREEN, SO
      * THE POSITION IS CLAMPED TO ITS CURRENT LENGTH WHEN THE PAGE IS
      * FILLED RATHER THAN TRUSTED BLINDLY.
       PAGE-FORWARD.
           ADD WS-MAX-LINES TO WS-CA-LIST-START.
           PERFORM SEND-MONITOR-SCREEN.
           EXEC CICS RETURN
               TRANSID("WMON")
               COMMAREA(WS-COMMAREA-COPY)
               LENGTH(LENGTH OF WS-COMMAREA-COPY)
           END-EXEC.

       PAGE-BACKWARD.
           IF WS-CA-LIST-START > WS-MAX-LINES
               SUBTRACT WS-MAX-LINES FROM WS-CA-LIST-START
           ELSE
               MOVE 1 TO WS-CA-LIST-START
           END-IF.
           PERFORM SEND-MONITOR-SCREEN.
           EXEC CICS RETURN
               TRANSID("WMON")
               COMMAREA(WS-COMMAREA-COPY)
               LENGTH(LENGTH OF WS-COMMAREA-COPY)
           END-EXEC.

      * EVERY MONITOR SCREEN IS SENT WHOLE (ERASE, NOT DATAONLY): A
      * ROW THAT WAS IN REVERSE VIDEO LAST TIME MUST GO BACK TO THE
      * MAP DEFAULT, AND DATAONLY LEAVES AN ATTRIBUTE SENT AS NULL
      * UNCHANGED ON THE TERMINAL.
       SEND-MONITOR-SCREEN.
           PERFORM BUILD-MONITOR-SCREEN.
           IF WS-SELECTED-ROW > 0
               MOVE "NO JOB ON THE LINE SELECTED - LIST REFRESHED"
                   TO MON-MSGO
           END-IF.
           EXEC CICS SEND MAP("WRTEMMAP") MAPSET("WRTEMMAP")
               ERASE
           END-EXEC.

       BUILD-MONITOR-SCREEN.
           MOVE SPACES TO WRTEMMAPO.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-MAX-LINES
               MOVE WS-HILITE-DEFAULT TO MON-LINEH(WS-ROW-IDX)
               MOVE SPACES TO WS-CA-ROW-JOB-ID(WS-ROW-IDX)
                              WS-CA-ROW-START-DATE(WS-ROW-IDX)
           END-PERFORM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME-STRING.
           MOVE WS-CURRENT-DATE-TIME-STRING(1:8) TO WS-TODAY-DATE.
           MOVE WS-CURRENT-DATE-TIME-STRING(9:6) TO WS-NOW-TIME.
           MOVE WS-NOW-TIME TO WS-STAMP-TIME.
           PERFORM COMPUTE-STAMP-SECONDS.
           MOVE WS-STAMP-SECS TO WS-NOW-SECS.
           COMPUTE WS-NOW-STAMP =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) * 86400
               + WS-NOW-SECS.
           COMPUTE WS-WINDOW-OPEN-DAY-SECS =
               WS-WINDOW-OPEN-HH * 3600 + WS-WINDOW-OPEN-MM * 60.
           IF WS-NOW-SECS < WS-WINDOW-OPEN-DAY-SECS
               MOVE WS-TODAY-DATE TO WS-TONIGHT-DATE
           ELSE
               COMPUTE WS-TONIGHT-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + 1)
           END-IF.

           PERFORM SCAN-LOG-FOR-MONITOR.
           PERFORM BUILD-IN-FLIGHT-LIST.
           PERFORM COUNT-JOBS-NOT-STARTED.
           PERFORM FILL-LIST-ROWS.

           MOVE WS-TONIGHT-DATE TO MON-NIGHTO.
           MOVE WS-NOW-TIME TO WS-STAMP-TIME.
           STRING WS-STAMP-HH ":" WS-STAMP-MM ":" WS-STAMP-SS
               DELIMITED BY SIZE INTO MON-ASOFO
           END-STRING.
           MOVE WS-FLIGHT-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO MON-RUNNINGO.
           MOVE WS-OVERRUN-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO MON-OVERO.
           MOVE WS-DUE-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO MON-DUEO.
           MOVE WS-HIST-NIGHTS-READ TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO MON-HISTO.

      * ONE FORWARD BROWSE FROM THE EVENING THE FIRST HISTORY NIGHT
      * OPENED THROUGH TONIGHT; THE EARLIER HOURS OF THAT FIRST DATE
      * BELONG TO A NIGHT OUTSIDE THE HISTORY AND ARE PASSED OVER. A
      * NIGHT IS FOLDED INTO THE HISTORY WHEN THE BROWSE MOVES PAST
      * IT; WHATEVER IS IN THE DAY FIELDS AT THE END IS TONIGHT,
      * UNLESS THE LAST NIGHT ON THE FILE IS AN EARLIER ONE. LAST
      * NIGHT'S UNFINISHED JOBS ARE NOTED AS CARRIED OVER JUST BEFORE
      * THAT NIGHT IS FOLDED AND ITS DAY FIELDS CLEARED.
       SCAN-LOG-FOR-MONITOR.
           MOVE 0 TO WS-JOB-COUNT WS-HIST-NIGHTS-READ WS-SCAN-NIGHT.
           MOVE "N" TO WS-SCAN-DONE-SWITCH WS-LOG-UNAVAILABLE-SWITCH.
           COMPUTE WS-HISTORY-START-NIGHT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TONIGHT-DATE)
               - WS-HISTORY-NIGHTS).
           COMPUTE WS-BROWSE-START-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HISTORY-START-NIGHT) - 1).
           COMPUTE WS-PREVIOUS-NIGHT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TONIGHT-DATE) - 1).
           MOVE LOW-VALUES TO VSAM-LOG-KEY.
           MOVE WS-BROWSE-START-DATE TO VSAM-KEY-DATE.

           EXEC CICS STARTBR
               FILE("LOGVSAM")
               RIDFLD(VSAM-LOG-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM READ-NEXT-MONITOR-RECORD
                       UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                          OR SCAN-DONE
                   EXEC CICS ENDBR FILE("LOGVSAM") END-EXEC
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE "Y" TO WS-LOG-UNAVAILABLE-SWITCH
           END-EVALUATE.

           IF WS-SCAN-NIGHT > 0 AND WS-SCAN-NIGHT NOT = WS-TONIGHT-DATE
               IF WS-SCAN-NIGHT = WS-PREVIOUS-NIGHT
                   PERFORM NOTE-CARRIED-OVER-JOBS
               END-IF
               PERFORM FOLD-NIGHT-INTO-HISTORY
               PERFORM CLEAR-NIGHT-FIELDS
           END-IF.

       READ-NEXT-MONITOR-RECORD.
           EXEC CICS READNEXT
               FILE("LOGVSAM")
               RIDFLD(VSAM-LOG-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM COMPUTE-ENTRY-NIGHT
               EVALUATE TRUE
                   WHEN WS-ENTRY-NIGHT > WS-TONIGHT-DATE
                       MOVE "Y" TO WS-SCAN-DONE-SWITCH
                   WHEN WS-ENTRY-NIGHT < WS-HISTORY-START-NIGHT
                       CONTINUE
                   WHEN OTHER
                       IF WS-ENTRY-NIGHT NOT = WS-SCAN-NIGHT
                           IF WS-SCAN-NIGHT = WS-PREVIOUS-NIGHT
                               PERFORM NOTE-CARRIED-OVER-JOBS
                           END-IF
                           IF WS-SCAN-NIGHT > 0
                               PERFORM FOLD-NIGHT-INTO-HISTORY
                           END-IF
                           PERFORM CLEAR-NIGHT-FIELDS
                           MOVE WS-ENTRY-NIGHT TO WS-SCAN-NIGHT
                       END-IF
                       PERFORM TRACK-JOB-START-END
               END-EVALUATE
           END-IF.

      * THE ENTRY'S STAMP, AND THE NIGHT IT BELONGS TO - ITS OWN DATE
      * BEFORE THE WINDOW OPENS, THE NEXT DATE FROM THEN ON.
       COMPUTE-ENTRY-NIGHT.
           MOVE VSAM-KEY-TIME TO WS-STAMP-TIME.
           PERFORM COMPUTE-STAMP-SECONDS.
           COMPUTE WS-ENTRY-STAMP =
               FUNCTION INTEGER-OF-DATE(VSAM-KEY-DATE) * 86400
               + WS-STAMP-SECS.
           IF WS-STAMP-SECS < WS-WINDOW-OPEN-DAY-SECS
               MOVE VSAM-KEY-DATE TO WS-ENTRY-NIGHT
           ELSE
               COMPUTE WS-ENTRY-NIGHT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(VSAM-KEY-DATE) + 1)
           END-IF.

      * SAME CLASSIFICATION AS WRTESEQ'S TRACK-JOB-START-END. THE DAY
      * KEEPS THE FIRST START (FOR THE NIGHT'S RUNTIME) AND THE LAST
      * START AND END (TO TELL WHETHER THE JOB IS STILL RUNNING).
       TRACK-JOB-START-END.
           MOVE 0 TO WS-START-HITS.
           MOVE 0 TO WS-END-HITS.
           EVALUATE VSAM-LOG-EVENT-TYPE
               WHEN "S"
               WHEN "R"
                   MOVE 1 TO WS-START-HITS
               WHEN "E"
                   MOVE 1 TO WS-END-HITS
               WHEN "M"
               WHEN "I"
                   CONTINUE
               WHEN OTHER
                   INSPECT VSAM-LOG-MESSAGE
                       TALLYING WS-START-HITS FOR ALL "START"
                   INSPECT VSAM-LOG-MESSAGE
                       TALLYING WS-END-HITS FOR ALL "END"
           END-EVALUATE.
           IF WS-START-HITS > 0 OR WS-END-HITS > 0
               PERFORM FIND-OR-ADD-JOB
               IF WS-FOUND-IDX > 0
                   IF WS-START-HITS > 0
                       IF WS-DAY-HAS-START(WS-FOUND-IDX) NOT = "Y"
                           MOVE WS-ENTRY-STAMP
                               TO WS-DAY-FIRST-START(WS-FOUND-IDX)
                       END-IF
                       MOVE "Y" TO WS-DAY-HAS-START(WS-FOUND-IDX)
                       MOVE WS-ENTRY-STAMP
                           TO WS-DAY-LAST-START(WS-FOUND-IDX)
                       MOVE VSAM-KEY-DATE
                           TO WS-DAY-START-DATE(WS-FOUND-IDX)
                       MOVE VSAM-KEY-TIME
                           TO WS-DAY-START-TIME(WS-FOUND-IDX)
                   END-IF
                   IF WS-END-HITS > 0
                       MOVE "Y" TO WS-DAY-HAS-END(WS-FOUND-IDX)
                       MOVE WS-ENTRY-STAMP
                           TO WS-DAY-LAST-END(WS-FOUND-IDX)
                   END-IF
                   IF WS-SCAN-NIGHT = WS-TONIGHT-DATE
                       MOVE "N" TO WS-CARRY-SWITCH(WS-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

       FIND-OR-ADD-JOB.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
                      OR WS-FOUND-IDX > 0
               IF WS-JOB-ID(WS-JOB-IDX) = VSAM-KEY-JOB-ID
                   MOVE WS-JOB-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0 AND WS-JOB-COUNT < WS-MAX-JOBS
               ADD 1 TO WS-JOB-COUNT
               MOVE WS-JOB-COUNT TO WS-FOUND-IDX
               INITIALIZE WS-JOB-ENTRY(WS-FOUND-IDX)
               MOVE VSAM-KEY-JOB-ID TO WS-JOB-ID(WS-FOUND-IDX)
               MOVE "N" TO WS-DAY-HAS-START(WS-FOUND-IDX)
                           WS-DAY-HAS-END(WS-FOUND-IDX)
                           WS-CARRY-SWITCH(WS-FOUND-IDX)
           END-IF.

      * LAST NIGHT IS FINISHED: A JOB WHOSE LAST START THAT NIGHT HAS
      * NO END AFTER IT IS STILL RUNNING INTO TONIGHT UNLESS AN END OR
      * A FRESH START TURNS UP TONIGHT (TRACK-JOB-START-END CLEARS IT).
       NOTE-CARRIED-OVER-JOBS.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF WS-DAY-HAS-START(WS-JOB-IDX) = "Y"
                   IF WS-DAY-HAS-END(WS-JOB-IDX) NOT = "Y"
                           OR WS-DAY-LAST-START(WS-JOB-IDX)
                               > WS-DAY-LAST-END(WS-JOB-IDX)
                       MOVE "Y" TO WS-CARRY-SWITCH(WS-JOB-IDX)
                       MOVE WS-DAY-LAST-START(WS-JOB-IDX)
                           TO WS-CARRY-START(WS-JOB-IDX)
                       MOVE WS-DAY-START-DATE(WS-JOB-IDX)
                           TO WS-CARRY-START-DATE(WS-JOB-IDX)
                       MOVE WS-DAY-START-TIME(WS-JOB-IDX)
                           TO WS-CARRY-START-TIME(WS-JOB-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      * A FINISHED HISTORY NIGHT: EVERY JOB THAT STARTED COUNTS AS
      * SEEN THAT NIGHT, AND ONE THAT ALSO ENDED ADDS ITS FIRST-START
      * TO LAST-END RUNTIME TO ITS USUAL, MIDNIGHT OR NOT.
       FOLD-NIGHT-INTO-HISTORY.
           ADD 1 TO WS-HIST-NIGHTS-READ.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF WS-DAY-HAS-START(WS-JOB-IDX) = "Y"
                   ADD 1 TO WS-HIST-NIGHTS-SEEN(WS-JOB-IDX)
                   IF WS-DAY-HAS-END(WS-JOB-IDX) = "Y"
                           AND WS-DAY-LAST-END(WS-JOB-IDX)
                               NOT < WS-DAY-FIRST-START(WS-JOB-IDX)
                       COMPUTE WS-HIST-RUN-SECS =
                           WS-DAY-LAST-END(WS-JOB-IDX)
                           - WS-DAY-FIRST-START(WS-JOB-IDX)
                       ADD 1 TO WS-HIST-RUNS(WS-JOB-IDX)
                       ADD WS-HIST-RUN-SECS
                           TO WS-HIST-RUN-SUM(WS-JOB-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       CLEAR-NIGHT-FIELDS.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               MOVE "N" TO WS-DAY-HAS-START(WS-JOB-IDX)
                           WS-DAY-HAS-END(WS-JOB-IDX)
               MOVE 0 TO WS-DAY-FIRST-START(WS-JOB-IDX)
                         WS-DAY-LAST-START(WS-JOB-IDX)
                         WS-DAY-LAST-END(WS-JOB-IDX)
                         WS-DAY-START-DATE(WS-JOB-IDX)
                         WS-DAY-START-TIME(WS-JOB-IDX)
           END-PERFORM.

      * IN FLIGHT: STARTED TONIGHT WITH NO END SINCE THE LAST START,
      * OR CARRIED OVER FROM LAST NIGHT.
      * OVERRUNNING: RUNNING LONGER THAN WS-OVERRUN-PERCENT OF ITS
      * USUAL AND BY AT LEAST THE FLOOR. OVERRUNS GO TO THE TOP.
       BUILD-IN-FLIGHT-LIST.
           MOVE 0 TO WS-FLIGHT-COUNT WS-OVERRUN-COUNT.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               PERFORM ASSESS-ONE-JOB
           END-PERFORM.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF JOB-OVERRUNNING(WS-JOB-IDX)
                   ADD 1 TO WS-FLIGHT-COUNT
                   MOVE WS-JOB-IDX TO WS-FLIGHT-JOB-IDX(WS-FLIGHT-COUNT)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF JOB-IN-FLIGHT(WS-JOB-IDX)
                       AND NOT JOB-OVERRUNNING(WS-JOB-IDX)
                   ADD 1 TO WS-FLIGHT-COUNT
                   MOVE WS-JOB-IDX TO WS-FLIGHT-JOB-IDX(WS-FLIGHT-COUNT)
               END-IF
           END-PERFORM.

       ASSESS-ONE-JOB.
           MOVE "N" TO WS-JOB-FLIGHT-SWITCH(WS-JOB-IDX)
                       WS-JOB-OVERRUN-SWITCH(WS-JOB-IDX).
           MOVE 0 TO WS-JOB-USUAL-SECS(WS-JOB-IDX)
                     WS-JOB-ELAPSED-SECS(WS-JOB-IDX).
           IF WS-HIST-RUNS(WS-JOB-IDX) > 0
               COMPUTE WS-JOB-USUAL-SECS(WS-JOB-IDX) ROUNDED =
                   WS-HIST-RUN-SUM(WS-JOB-IDX)
                   / WS-HIST-RUNS(WS-JOB-IDX)
           END-IF.
           IF WS-DAY-HAS-START(WS-JOB-IDX) = "Y"
               IF WS-DAY-HAS-END(WS-JOB-IDX) NOT = "Y"
                       OR WS-DAY-LAST-START(WS-JOB-IDX)
                           > WS-DAY-LAST-END(WS-JOB-IDX)
                   SET JOB-IN-FLIGHT(WS-JOB-IDX) TO TRUE
               END-IF
           END-IF.
           IF JOB-CARRIED-OVER(WS-JOB-IDX)
               SET JOB-IN-FLIGHT(WS-JOB-IDX) TO TRUE
           END-IF.
           IF JOB-IN-FLIGHT(WS-JOB-IDX)
               PERFORM COMPUTE-JOB-START-STAMP
               COMPUTE WS-JOB-ELAPSED-SECS(WS-JOB-IDX) =
                   WS-NOW-STAMP - WS-START-STAMP
               IF WS-JOB-ELAPSED-SECS(WS-JOB-IDX) < 0
                   MOVE 0 TO WS-JOB-ELAPSED-SECS(WS-JOB-IDX)
               END-IF
               IF WS-HIST-RUNS(WS-JOB-IDX) > 0
                   IF WS-JOB-ELAPSED-SECS(WS-JOB-IDX) * 100 >
                           WS-JOB-USUAL-SECS(WS-JOB-IDX)
                           * WS-OVERRUN-PERCENT
                       AND WS-JOB-ELAPSED-SECS(WS-JOB-IDX)
                           - WS-JOB-USUAL-SECS(WS-JOB-IDX)
                           NOT < WS-OVERRUN-FLOOR-SECS
                       SET JOB-OVERRUNNING(WS-JOB-IDX) TO TRUE
                       ADD 1 TO WS-OVERRUN-COUNT
                   END-IF
               END-IF
           END-IF.

      * THE COUNTDOWN: JOBS THAT RAN ON AT LEAST HALF OF THE HISTORY
      * NIGHTS AND HAVE NOT STARTED TONIGHT. TONIGHT BEGAN WHEN THE
      * WINDOW OPENED, SO AFTER MIDNIGHT A JOB THAT STARTED OR ENDED
      * IN THE EVENING HAS ALREADY RUN; ONE STILL RUNNING FROM LAST
      * NIGHT HAS NOT FINISHED ITS LAST RUN. NEITHER IS COUNTED.
       COUNT-JOBS-NOT-STARTED.
           MOVE 0 TO WS-DUE-COUNT.
           IF WS-HIST-NIGHTS-READ > 0
               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                       UNTIL WS-JOB-IDX > WS-JOB-COUNT
                   IF WS-DAY-HAS-START(WS-JOB-IDX) NOT = "Y"
                           AND WS-DAY-HAS-END(WS-JOB-IDX) NOT = "Y"
                           AND NOT JOB-CARRIED-OVER(WS-JOB-IDX)
                           AND WS-HIST-NIGHTS-SEEN(WS-JOB-IDX) * 2
                               NOT < WS-HIST-NIGHTS-READ
                       ADD 1 TO WS-DUE-COUNT
                   END-IF
               END-PERFORM
           END-IF.

       FILL-LIST-ROWS.
           IF WS-CA-LIST-START > WS-FLIGHT-COUNT
               COMPUTE WS-CA-LIST-START =
                   ((WS-FLIGHT-COUNT - 1) / WS-MAX-LINES)
                   * WS-MAX-LINES + 1
           END-IF.
           IF WS-CA-LIST-START < 1
               MOVE 1 TO WS-CA-LIST-START
           END-IF.
           MOVE 0 TO WS-ROW-IDX.
           PERFORM VARYING WS-FLIGHT-IDX FROM WS-CA-LIST-START BY 1
                   UNTIL WS-FLIGHT-IDX > WS-FLIGHT-COUNT
                      OR WS-ROW-IDX NOT LESS THAN WS-MAX-LINES
               ADD 1 TO WS-ROW-IDX
               MOVE WS-FLIGHT-JOB-IDX(WS-FLIGHT-IDX) TO WS-JOB-IDX
               PERFORM FORMAT-MONITOR-LINE
               MOVE WS-MONITOR-LINE TO MON-LINEO(WS-ROW-IDX)
               MOVE WS-JOB-ID(WS-JOB-IDX)
                   TO WS-CA-ROW-JOB-ID(WS-ROW-IDX)
               IF JOB-CARRIED-OVER(WS-JOB-IDX)
                   MOVE WS-CARRY-START-DATE(WS-JOB-IDX)
                       TO WS-CA-ROW-START-DATE(WS-ROW-IDX)
               ELSE
                   MOVE WS-DAY-START-DATE(WS-JOB-IDX)
                       TO WS-CA-ROW-START-DATE(WS-ROW-IDX)
               END-IF
               IF JOB-OVERRUNNING(WS-JOB-IDX)
                   MOVE WS-HILITE-REVERSE TO MON-LINEH(WS-ROW-IDX)
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN LOG-UNAVAILABLE
                   MOVE "LOGVSAM COULD NOT BE READ - ENTER RETRIES"
                       TO MON-MSGO
               WHEN WS-FLIGHT-COUNT = 0
                   MOVE "NOTHING IN FLIGHT - ENTER REFRESHES"
                       TO MON-MSGO
               WHEN WS-FLIGHT-IDX NOT > WS-FLIGHT-COUNT
                   MOVE "MORE JOBS IN FLIGHT - PF8 NEXT PAGE, PF7 BACK"
                       TO MON-MSGO
               WHEN OTHER
                   MOVE "ENTER REFRESHES - KEY S BY A JOB FOR ITS LOG"
                       TO MON-MSGO
           END-EVALUATE.

       FORMAT-MONITOR-LINE.
           MOVE SPACES TO ML-FLAG.
           MOVE WS-JOB-ID(WS-JOB-IDX) TO ML-JOB-ID.
           IF JOB-CARRIED-OVER(WS-JOB-IDX)
               MOVE WS-CARRY-START-TIME(WS-JOB-IDX) TO WS-STAMP-TIME
           ELSE
               MOVE WS-DAY-START-TIME(WS-JOB-IDX) TO WS-STAMP-TIME
           END-IF.
           STRING WS-STAMP-HH ":" WS-STAMP-MM ":" WS-STAMP-SS
               DELIMITED BY SIZE INTO ML-STARTED
           END-STRING.
           COMPUTE ML-RUNNING-MIN =
               WS-JOB-ELAPSED-SECS(WS-JOB-IDX) / 60.
           IF WS-HIST-RUNS(WS-JOB-IDX) > 0
               COMPUTE WS-MINUTES-EDIT ROUNDED =
                   WS-JOB-USUAL-SECS(WS-JOB-IDX) / 60
               MOVE WS-MINUTES-EDIT TO ML-USUAL-MIN
               IF WS-JOB-USUAL-SECS(WS-JOB-IDX) > 0
                   COMPUTE WS-PERCENT ROUNDED =
                       WS-JOB-ELAPSED-SECS(WS-JOB-IDX) * 100
                       / WS-JOB-USUAL-SECS(WS-JOB-IDX)
                       ON SIZE ERROR
                           MOVE 9999 TO WS-PERCENT
                   END-COMPUTE
                   MOVE WS-PERCENT TO WS-PERCENT-EDIT
                   STRING WS-PERCENT-EDIT "%" DELIMITED BY SIZE
                       INTO ML-PERCENT
                   END-STRING
               ELSE
                   MOVE SPACES TO ML-PERCENT
               END-IF
               IF JOB-OVERRUNNING(WS-JOB-IDX)
                   MOVE "** OVERRUNNING **" TO ML-FLAG
               END-IF
           ELSE
               MOVE " NONE" TO ML-USUAL-MIN
               MOVE SPACES TO ML-PERCENT
               MOVE "NO HISTORY" TO ML-FLAG
           END-IF.
           IF JOB-CARRIED-OVER(WS-JOB-IDX) AND ML-FLAG = SPACES
               MOVE "FROM LAST NIGHT" TO ML-FLAG
           END-IF.

       COMPUTE-STAMP-SECONDS.
           COMPUTE WS-STAMP-SECS =
               WS-STAMP-HH * 3600 + WS-STAMP-MM * 60 + WS-STAMP-SS.

      * THE IN-FLIGHT JOB'S START, ALREADY A DAY-NUMBER STAMP, SO A
      * START BEFORE MIDNIGHT SUBTRACTS CLEANLY FROM WS-NOW-STAMP.
       COMPUTE-JOB-START-STAMP.
           IF JOB-CARRIED-OVER(WS-JOB-IDX)
               MOVE WS-CARRY-START(WS-JOB-IDX) TO WS-START-STAMP
           ELSE
               MOVE WS-DAY-LAST-START(WS-JOB-IDX) TO WS-START-STAMP
           END-IF.

       EXIT-TRANSACTION.
           EXEC CICS SEND TEXT
               FROM("WRTEMON ENDED")
               LENGTH(13)
               ERASE
               FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
