      *****************************************************************
      * CHGEXT01 - MONTH-END BATCH CHARGEBACK EXTRACT WRTECHG WRITES
      *            FOR THE FINANCE INTERFACE. FIXED 80-BYTE RECORDS:
      *            ONE "H" HEADER, ONE "D" DETAIL PER COST CENTER AND
      *            SITE THAT RAN ANYTHING IN THE PERIOD, IN COST CENTER
      *            THEN SITE ORDER, AND ONE "T" TRAILER CARRYING THE
      *            DETAIL COUNT AND CONTROL TOTALS FINANCE RECONCILES
      *            THE LOAD AGAINST. ALL COUNTS ARE UNSIGNED ZONED
      *            DECIMAL; RUN MINUTES CARRY TWO IMPLIED DECIMALS.
      *            JOBS WITH NO COST CENTER ARE NOT IN THE EXTRACT -
      *            THEY ARE LISTED ON WRTECHG'S PRINTED SUMMARY.
      *****************************************************************
       01 CHARGEBACK-DETAIL-RECORD.
          05 CHB-RECORD-TYPE               PIC X(1).
             88 CHB-IS-HEADER              VALUE "H".
             88 CHB-IS-DETAIL              VALUE "D".
             88 CHB-IS-TRAILER             VALUE "T".
          05 CHB-PERIOD                    PIC 9(6).
          05 CHB-COST-CENTER               PIC X(10).
          05 CHB-SITE-ID                   PIC X(4).
          05 CHB-JOB-COUNT                 PIC 9(5).
      * EVERY ATTEMPT STARTED, FIRST RUNS AND RERUNS ALIKE.
          05 CHB-RUN-COUNT                 PIC 9(7).
      * ATTEMPTS AFTER A JOB'S FIRST ON THE SAME BUSINESS DATE.
          05 CHB-RERUN-COUNT               PIC 9(7).
      * ATTEMPTS THAT ENDED RC 8 OR HIGHER, OR WERE STARTED AGAIN
      * WITHOUT EVER LOGGING AN END.
          05 CHB-FAILED-COUNT              PIC 9(7).
      * START-TO-END ELAPSED TIME OVER EVERY ATTEMPT THAT LOGGED BOTH.
          05 CHB-RUN-MINUTES               PIC 9(7)V9(2).
          05 FILLER                        PIC X(24).
       01 CHARGEBACK-HEADER-RECORD.
          05 CHH-RECORD-TYPE               PIC X(1).
          05 CHH-PERIOD                    PIC 9(6).
          05 CHH-RUN-DATE                  PIC 9(8).
          05 CHH-RUN-TIME                  PIC 9(6).
      * "LOG" - ONE SITE'S ROTATED GENERATIONS; "CONS" - THE
      * ENTERPRISE CONSOLIDATED FILE.
          05 CHH-SOURCE                    PIC X(4).
          05 CHH-SOURCE-FILE-NAME          PIC X(40).
          05 FILLER                        PIC X(15).
       01 CHARGEBACK-TRAILER-RECORD.
          05 CHT-RECORD-TYPE               PIC X(1).
          05 CHT-PERIOD                    PIC 9(6).
          05 CHT-DETAIL-COUNT              PIC 9(7).
          05 CHT-TOTAL-RUNS                PIC 9(9).
          05 CHT-TOTAL-RERUNS              PIC 9(9).
          05 CHT-TOTAL-FAILED              PIC 9(9).
          05 CHT-TOTAL-RUN-MINUTES         PIC 9(9)V9(2).
          05 FILLER                        PIC X(28).
