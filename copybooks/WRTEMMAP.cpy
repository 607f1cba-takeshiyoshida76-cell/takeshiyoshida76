      *****************************************************************
      * WRTEMMAP - SYMBOLIC MAP FOR THE WRTEMON IN-FLIGHT BATCH
      *            MONITOR SCREEN. HAND-LAYOUT OF THE FIELDS A BMS
      *            MAPSET WOULD OTHERWISE GENERATE (WRTEMMAPI FOR
      *            RECEIVE MAP, WRTEMMAPO FOR SEND MAP), MAINTAINED BY
      *            HAND ALONGSIDE THE MAPSET SOURCE EXACTLY AS WRTEMAP
      *            AND WRTEOMAP ARE - THIS SHOP HAS NO BMS ASSEMBLER
      *            STEP IN THE BUILD. THE TEN LIST ROWS ARE ONE
      *            DFHMDF OCCURS=10 GROUP EACH (SELECT CODE, LIST
      *            LINE), SO THEY ARE LAID OUT HERE AS TABLES RATHER
      *            THAN TEN SEPARATELY NAMED FIELDS. MON-LINEH IS THE
      *            ROW'S EXTENDED HIGHLIGHT BYTE (DSATTS=HILIGHT):
      *            LOW-VALUES FOR THE MAP DEFAULT, X'F2' FOR REVERSE
      *            VIDEO.
      *****************************************************************
       01 WRTEMMAPI.
          05 MON-SEL-ROW OCCURS 10 TIMES.
             10 MON-SELL                 PIC S9(4) COMP.
             10 MON-SELF                 PIC X.
             10 MON-SELI                 PIC X(1).

       01 WRTEMMAPO.
          05 MON-NIGHTO                  PIC X(8).
          05 MON-ASOFO                   PIC X(8).
          05 MON-RUNNINGO                PIC X(4).
          05 MON-OVERO                   PIC X(4).
          05 MON-DUEO                    PIC X(4).
          05 MON-HISTO                   PIC X(4).
          05 MON-MSGO                    PIC X(60).
          05 MON-LIST-ROW OCCURS 10 TIMES.
             10 MON-SELO                 PIC X(1).
             10 MON-LINEH                PIC X(1).
             10 MON-LINEO                PIC X(72).
