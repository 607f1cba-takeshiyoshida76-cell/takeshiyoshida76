      *****************************************************************
      * FEEDRCP1 - FEED-RECEIPT STATUS FILE WRTECONS WRITES EVERY RUN
      *            (CONSFILE.RCPT) AND WRTECRPT READS BACK, SO THE
      *            HEAD-OFFICE REPORT CAN SAY WHICH SITES' NUMBERS ARE
      *            INCOMPLETE. FIRST LINE IS A "RUNDATE " HEADER, THEN
      *            ONE "FEED    " LINE PER SITES.CTL FEED.
      *****************************************************************
       01 FEED-RECEIPT-RECORD.
          05 RCP-TAG                       PIC X(8).
             88 RCP-IS-HEADER              VALUE "RUNDATE ".
             88 RCP-IS-FEED                VALUE "FEED    ".
          05 FILLER                        PIC X(1).
          05 RCP-SITE-ID                   PIC X(4).
          05 FILLER                        PIC X(1).
      * RECEIVED - ARRIVED BY THE SITE'S CUTOFF, RECONCILED, LOADED;
      * LATE     - ARRIVED AFTER THE CUTOFF, RECONCILED, LOADED;
      * MISSING  - NO FEED FILE FOUND, OR ONLY ONE FOR AN EARLIER
      *            NIGHT OR ALREADY LOADED, NOTHING NEW LOADED;
      * REJECTED - FAILED ITS TRAILER CHECK, QUARANTINED, NOTHING
      *            LOADED.
          05 RCP-STATUS                    PIC X(8).
             88 RCP-RECEIVED               VALUE "RECEIVED".
             88 RCP-LATE                   VALUE "LATE    ".
             88 RCP-MISSING                VALUE "MISSING ".
             88 RCP-REJECTED               VALUE "REJECTED".
             88 RCP-SITE-INCOMPLETE        VALUE "MISSING "
                                                 "REJECTED".
          05 FILLER                        PIC X(1).
          05 RCP-ARRIVAL-DATE              PIC 9(8).
          05 FILLER                        PIC X(1).
          05 RCP-ARRIVAL-TIME              PIC 9(6).
          05 FILLER                        PIC X(1).
          05 RCP-RECORD-COUNT              PIC 9(9).
          05 FILLER                        PIC X(1).
          05 RCP-FIRST-DATE                PIC 9(8).
          05 FILLER                        PIC X(1).
          05 RCP-LAST-DATE                 PIC 9(8).
          05 FILLER                        PIC X(1).
          05 RCP-REASON                    PIC X(30).
          05 FILLER                        PIC X(1).
          05 RCP-FEED-FILE-NAME            PIC X(40).
       01 FEED-RECEIPT-HEADER.
          05 RCH-TAG                       PIC X(8).
          05 FILLER                        PIC X(1).
          05 RCH-RUN-DATE                  PIC 9(8).
          05 FILLER                        PIC X(1).
          05 RCH-RUN-TIME                  PIC 9(6).
