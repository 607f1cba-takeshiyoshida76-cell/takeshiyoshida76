       IDENTIFICATION                      DIVISION.
       PROGRAM-ID. WRTECHN.
       AUTHOR. TY.

      * SHARED CHECK-VALUE ROUTINE FOR THE TAMPER-EVIDENT CHAIN ON
      * LOGREC01 ENTRIES. CALLED WITH A FULLY BUILT LOG RECORD (ITS
      * LOG-SEQUENCE-NO ALREADY ASSIGNED) AND THE CHAIN VALUE OF THE
      * ENTRY BEFORE IT, IT FILLS IN LOG-RECORD-CHECK AND
      * LOG-CHAIN-VALUE ON THE RECORD PASSED. EVERY WRITER (WRTETIME
      * SINGLE AND BULK MODE, WRTEOPS AUDIT ENTRIES) STAMPS THROUGH
      * THIS ONE ROUTINE AND WRTEVRFY RE-DERIVES THE SAME VALUES
      * THROUGH IT, SO THE WRITERS AND THE VERIFIER CAN NEVER DRIFT
      * APART ON HOW THE VALUES ARE COMPUTED - A COPIED PARAGRAPH IN
      * FOUR PROGRAMS WOULD BE ONE MISSED EDIT AWAY FROM A MORNING OF
      * FALSE TAMPER ALARMS.
      *
      * THE RECORD CHECK IS A POSITIONAL MULTIPLY-AND-ADD OVER EVERY
      * BYTE FROM LOG-DATE THROUGH LOG-SEQUENCE-NO, REDUCED MODULO
      * THE LARGEST TEN-DIGIT PRIME SO IT FITS LOG-RECORD-CHECK; THE
      * CHAIN VALUE IS THE SAME FOLD APPLIED TO THE PREVIOUS CHAIN
      * VALUE FOLLOWED BY THIS RECORD'S CHECK. IT IS A CHANGE
      * DETECTOR FOR A TEXT-EDITOR EDIT OR A DELETED LINE, NOT A
      * CRYPTOGRAPHIC SIGNATURE - SOMEONE WHO KNOWS THE FOLD CAN STILL
      * RECHAIN THE FILE, BUT CANNOT DO IT BY HAND WITHOUT NOTICE.

       ENVIRONMENT                         DIVISION.

       DATA                                DIVISION.
       WORKING-STORAGE                     SECTION.
       01 WS-CHECK-MODULUS                 PIC S9(18) COMP
          VALUE 9999999967.
       01 WS-CHECK-MULTIPLIER              PIC S9(18) COMP
          VALUE 131.
       01 WS-CHECK-ACCUMULATOR             PIC S9(18) COMP.
       01 WS-CHECKED-LENGTH                PIC 9(4).
       01 WS-BYTE-IDX                      PIC 9(4).

      * THE PREVIOUS CHAIN VALUE AND THIS RECORD'S CHECK LAID SIDE BY
      * SIDE AS TWENTY DIGIT CHARACTERS SO THE CHAIN IS FOLDED WITH
      * EXACTLY THE SAME BYTE LOOP AS THE RECORD CHECK.
       01 WS-CHAIN-INPUT.
          05 WS-CHAIN-INPUT-PREVIOUS       PIC 9(10).
          05 WS-CHAIN-INPUT-CHECK          PIC 9(10).

       LINKAGE                             SECTION.
           COPY LOGREC01.
       01 CHN-PREVIOUS-CHAIN-VALUE         PIC 9(10).

       PROCEDURE                           DIVISION
           USING LOG-RECORD CHN-PREVIOUS-CHAIN-VALUE.
       MAIN-LOGIC                          SECTION.
           PERFORM COMPUTE-RECORD-CHECK.
           PERFORM COMPUTE-CHAIN-VALUE.
           GOBACK.

      * THE CHECKED SPAN IS EVERYTHING AHEAD OF THE TWO CHECK FIELDS
      * THEMSELVES, WORKED OUT FROM THE COPYBOOK LENGTHS SO A FIELD
      * APPENDED TO LOGREC01 LATER IS CHECKED WITHOUT TOUCHING THIS
      * ROUTINE.
       COMPUTE-RECORD-CHECK.
           COMPUTE WS-CHECKED-LENGTH = LENGTH OF LOG-RECORD
               - LENGTH OF LOG-RECORD-CHECK
               - LENGTH OF LOG-CHAIN-VALUE.
           MOVE 0 TO WS-CHECK-ACCUMULATOR.
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > WS-CHECKED-LENGTH
               COMPUTE WS-CHECK-ACCUMULATOR = FUNCTION MOD(
                   (WS-CHECK-ACCUMULATOR * WS-CHECK-MULTIPLIER)
                   + FUNCTION ORD(LOG-RECORD(WS-BYTE-IDX:1))
                   + WS-BYTE-IDX, WS-CHECK-MODULUS)
           END-PERFORM.
           MOVE WS-CHECK-ACCUMULATOR TO LOG-RECORD-CHECK.

       COMPUTE-CHAIN-VALUE.
           MOVE CHN-PREVIOUS-CHAIN-VALUE TO WS-CHAIN-INPUT-PREVIOUS.
           MOVE LOG-RECORD-CHECK         TO WS-CHAIN-INPUT-CHECK.
           MOVE 0 TO WS-CHECK-ACCUMULATOR.
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > LENGTH OF WS-CHAIN-INPUT
               COMPUTE WS-CHECK-ACCUMULATOR = FUNCTION MOD(
                   (WS-CHECK-ACCUMULATOR * WS-CHECK-MULTIPLIER)
                   + FUNCTION ORD(WS-CHAIN-INPUT(WS-BYTE-IDX:1))
                   + WS-BYTE-IDX, WS-CHECK-MODULUS)
           END-PERFORM.
           MOVE WS-CHECK-ACCUMULATOR TO LOG-CHAIN-VALUE.
