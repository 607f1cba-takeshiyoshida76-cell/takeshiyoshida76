      * "I" INFORMATIONAL. SPACES ON ENTRIES WRITTEN BEFORE THE CODE
      * EXISTED, WHICH READERS FALL BACK TO KEYWORD-MATCHING FOR.
          05 LOG-EVENT-TYPE                PIC X(1).
      * TAMPER-EVIDENCE STAMP, SET BY WHICHEVER PROGRAM WRITES THE
      * ENTRY THROUGH THE SHARED WRTECHN ROUTINE AND RE-CHECKED BY
      * WRTEVRFY. LOG-SEQUENCE-NO RUNS UNBROKEN ACROSS EVERY ENTRY
      * EVER WRITTEN TO THE FILE (AND ACROSS ITS ROTATED
      * GENERATIONS); LOG-RECORD-CHECK IS A CHECK VALUE OVER THIS
      * ENTRY'S OWN BYTES UP TO AND INCLUDING THE SEQUENCE NUMBER;
      * LOG-CHAIN-VALUE FOLDS THAT CHECK INTO THE PREVIOUS ENTRY'S
      * CHAIN VALUE, SO REMOVING, EDITING OR SLIPPING IN A LINE
      * BREAKS EVERY LINK AFTER IT. SPACES/ZERO ON ENTRIES WRITTEN
      * BEFORE THE CHAIN EXISTED, WHICH THE VERIFIER COUNTS AS
      * UNCHAINED RATHER THAN TAMPERED.
          05 LOG-SEQUENCE-NO               PIC 9(9).
          05 LOG-RECORD-CHECK              PIC 9(10).
          05 LOG-CHAIN-VALUE               PIC 9(10).
