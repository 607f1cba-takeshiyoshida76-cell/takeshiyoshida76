      *****************************************************************
      * FEEDTRL1 - CONTROL TRAILER ON THE LAST LINE OF A SITE'S
      *            CONSOLIDATION FEED. WRTESEND WRITES IT WHEN THE FEED
      *            IS BUILT AT THE SITE; WRTECONS RECOUNTS THE FEED
      *            AGAINST IT AT HEAD OFFICE BEFORE LOADING A SINGLE
      *            RECORD, SO A FEED TRUNCATED OR GARBLED IN TRANSFER
      *            IS CAUGHT INSTEAD OF LOADED AS A QUIET DAY. THE FEED
      *            LINES ABOVE IT ARE LOGREC01 ENTRIES; THE "TRAILER "
      *            TAG SITS WHERE LOG-DATE WOULD BE, SO IT CAN NEVER BE
      *            MISTAKEN FOR ONE.
      *
      *            THE HASH TOTAL IS THE SUM OF LOG-DATE, LOG-TIME AND
      *            LOG-RETURN-CODE OVER EVERY LOGREC01 LINE IN THE
      *            FEED, KEPT TO ITS LOW-ORDER FIFTEEN DIGITS (A FIELD
      *            THAT IS NOT NUMERIC ON AN OLDER ENTRY COUNTS AS
      *            ZERO) - BOTH PROGRAMS MUST ACCUMULATE IT THE SAME
      *            WAY.
      *****************************************************************
       01 FEED-TRAILER-RECORD.
          05 FTR-TAG                       PIC X(8).
             88 FTR-IS-TRAILER             VALUE "TRAILER ".
          05 FTR-SITE-ID                   PIC X(4).
          05 FTR-RECORD-COUNT              PIC 9(9).
          05 FTR-FIRST-DATE                PIC 9(8).
          05 FTR-LAST-DATE                 PIC 9(8).
          05 FTR-HASH-TOTAL                PIC 9(15).
          05 FTR-CREATED-DATE              PIC 9(8).
          05 FTR-CREATED-TIME              PIC 9(6).
