      * BACK TO THE PREVIOUS WS-MAX-LINES, AND PF3 EXITS THE
      * TRANSACTION.
      *
      * THE WRTEMON IN-FLIGHT MONITOR TRANSFERS HERE (XCTL) WHEN THE
      * OPERATOR SELECTS A JOB, PASSING THIS PROGRAM'S OWN COMMAREA
      * WITH THE FILTER ALREADY SET TO THAT JOB AND NIGHT AND THE
      * ENTRY ORIGIN SET TO "M". THAT FIRST ENTRY ARRIVES UNDER THE
      * MONITOR'S TRANSACTION ID, NOT WINQ, WITH THE MONITOR'S SCREEN
      * STILL UP - SO THE MAP IS SENT WHOLE AND THE BROWSE RUN AT ONCE
      * INSTEAD OF RECEIVING A MAP THAT IS NOT THERE. FROM THEN ON
      * PF3 GOES BACK TO THE MONITOR INSTEAD OF ENDING.
      *
      * NOTE: THIS GNUCOBOL BUILD HAS NO EXEC CICS TRANSLATOR (NOT
      * EVEN A -fcics/-cics OPTION) AND ALSO REPORTS "indexed file
      * handler: disabled", SO THIS PROGRAM CANNOT BE SYNTAX-CHECKED
          05 WS-CA-BROWSE-KEY              PIC X(24).
          05 WS-CA-BROWSE-ACTIVE           PIC X(1).
             88 BROWSE-IS-ACTIVE           VALUE "Y".
          05 WS-CA-ENTRY-ORIGIN            PIC X(1).
             88 ENTERED-FROM-MONITOR       VALUE "M".

       01 WS-RESP                          PIC S9(8) COMP.
       01 WS-LINE-COUNT                    PIC 9(2)  VALUE 0.
             10 WS-BACK-LINE               PIC X(79).

       LINKAGE                             SECTION.
       01 DFHCOMMAREA                      PIC X(72).

       PROCEDURE                           DIVISION.
       MAIN-LOGIC                          SECTION.
               PERFORM INITIALIZE-FIRST-SCREEN
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA-COPY
               IF EIBTRNID NOT = "WINQ"
                   PERFORM START-BROWSE-FROM-MONITOR
               ELSE
                   PERFORM HANDLE-USER-INPUT
               END-IF
           END-IF.
           GOBACK.

               LENGTH(LENGTH OF WS-COMMAREA-COPY)
           END-EXEC.

      * ARRIVED BY XCTL FROM WRTEMON WITH THE FILTER FILLED IN. THE
      * MONITOR'S SCREEN IS STILL ON THE TERMINAL, SO THIS MAP GOES OUT
      * WHOLE FIRST (MAPONLY, ERASE) AND THE BROWSE'S OWN DATAONLY SEND
      * THEN FILLS IT, JUST AS AFTER AN ENTER KEYED HERE.
       START-BROWSE-FROM-MONITOR.
           EXEC CICS SEND MAP("WRTEMAP") MAPSET("WRTEMAP")
               MAPONLY
               ERASE
           END-EXEC.
           PERFORM START-NEW-BROWSE.
           EXEC CICS RETURN
               TRANSID("WINQ")
               COMMAREA(WS-COMMAREA-COPY)
               LENGTH(LENGTH OF WS-COMMAREA-COPY)
           END-EXEC.

      * THE OPERATOR PRESSED A KEY - PF3 EXITS; PF7/PF8 PAGE THE
      * CURRENT BROWSE BACKWARD/FORWARD WITHOUT RE-READING THE
      * FILTER FIELDS (THE FILTER ITSELF DIDN'T CHANGE, ONLY THE
               WHEN 10 MOVE WS-DISPLAY-LINE TO LINE10O
           END-EVALUATE.

      * PF3 RETURNS TO THE MONITOR WHEN THAT IS WHERE THE OPERATOR CAME
      * FROM - WITH NO COMMAREA, SO IT STARTS A FRESH, CURRENT SCREEN.
       EXIT-TRANSACTION.
           IF ENTERED-FROM-MONITOR
               EXEC CICS XCTL
                   PROGRAM("WRTEMON")
               END-EXEC
           END-IF.
           EXEC CICS SEND TEXT
               FROM("WRTEINQ ENDED")
               LENGTH(13)
