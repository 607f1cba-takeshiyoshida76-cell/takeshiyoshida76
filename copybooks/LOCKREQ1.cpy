      *****************************************************************
      * LOCKREQ1 - REQUEST/REPLY AREA FOR WRTELOCK, THE ROUTINE EVERY
      *            LOGREC01 WRITER GOES THROUGH TO SERIALIZE ITS
      *            ACCESS TO THE LOG, ITS ROTATION MARKER AND ITS
      *            CHAIN STATE. THE CALLER NAMES THE LOG FILE AND
      *            THE FUNCTION; WRTELOCK SAYS WHAT HAPPENED AND HOW
      *            LONG IT WAITED, SO EVERY WRITER ANSWERS "WHO HAS
      *            THE LOG RIGHT NOW" THE SAME WAY.
      *****************************************************************
       01 LOG-LOCK-REQUEST.
      * "A" - TAKE THE LOG'S LOCK, WAITING UP TO THE CONFIGURED TIME;
      * "N" - TAKE THE LOG'S LOCK ONLY IF IT IS FREE RIGHT NOW, FOR A
      *       CALLER THAT MUST NOT SLEEP (AN ONLINE TASK) - A BUSY
      *       LOCK COMES BACK TIMED OUT AT ONCE;
      * "R" - GIVE IT BACK;
      * "P" - PARK THE LOG RECORD PASSED ALONGSIDE THIS AREA IN THE
      *       LOG'S ".PENDING" FILE, FOR A WRITER THAT COULD NOT GET
      *       THE LOCK. WRTETIME MERGES PARKED ENTRIES BACK IN.
          05 LCK-FUNCTION                  PIC X(1).
             88 LCK-ACQUIRE                VALUE "A".
             88 LCK-ACQUIRE-NOWAIT         VALUE "N".
             88 LCK-RELEASE                VALUE "R".
             88 LCK-PARK-ENTRY             VALUE "P".
      * THE FILE BEING PROTECTED, E.G. "MYFILE.TXT" - THE LOCK ITSELF
      * IS "MYFILE.TXT.LOCK" BESIDE IT.
          05 LCK-FILE-NAME                 PIC X(50).
          05 LCK-RESULT                    PIC X(1).
             88 LCK-GRANTED                VALUE "G".
             88 LCK-TIMED-OUT              VALUE "T".
             88 LCK-RELEASED               VALUE "R".
             88 LCK-ENTRY-PARKED           VALUE "P".
             88 LCK-FAILED                 VALUE "F".
          05 LCK-SECONDS-WAITED            PIC 9(4).
      * "Y" WHEN A LOCK LEFT BEHIND BY A WRITER THAT DIED HOLDING IT
      * WAS CLEARED ON THE WAY TO THIS ONE.
          05 LCK-STALE-SWITCH              PIC X(1).
             88 LCK-STALE-LOCK-CLEARED     VALUE "Y".
      * THE LIMITS IN EFFECT, FROM WRTECFG.CTL OR THE DEFAULTS, SO
      * THE CALLER CAN QUOTE THEM ON ITS OWN OUTPUT.
          05 LCK-WAIT-LIMIT-SECS           PIC 9(4).
          05 LCK-STALE-LIMIT-SECS          PIC 9(5).
