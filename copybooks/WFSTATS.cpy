000010*****************************************************************
000020*
000030*    COPYBOOK:    WFSTATS
000040*    PURPOSE:     WORKFORCE STATISTICS HISTORY RECORD ON THE
000050*                 PERSWFHS FILE - ONE RECORD PER DEPARTMENT PER
000060*                 MONTH, WRITTEN BY PERSWFST AT MONTH END.  THE
000070*                 HEADCOUNTS AND WEIGHTS ARE AS ON THE MASTER AT
000080*                 MONTH END; THE JOINERS, LEAVERS AND TRANSFERS
000090*                 ARE COUNTED FROM THAT MONTH'S PERSAUDT RECORDS.
000100*                 THE FILE IS PERMANENT - APPENDED A MONTH AT A
000110*                 TIME, NEVER REWRITTEN, AND NOT TOUCHED BY THE
000120*                 PERSARCH OR PERSPURG RETENTION RUNS - SO THE
000130*                 FIGURES OUTLIVE THE AUDIT DETAIL BEHIND THEM.
000140*                 THERE IS NO COMPANY TOTAL RECORD; THE TREND
000150*                 REPORT ADDS THE DEPARTMENTS UP.  100 BYTES.
000160*
000170*    MODIFICATION HISTORY
000180*    ------------------------------------------------------------
000190*    2026-10-15  IB   ORIGINAL.
000200*****************************************************************
000210 01  WORKFORCE-STATS-RECORD.
000220*        THE MONTH (YYYYMM) AND THE DEPARTMENT - SPACES FOR THE
000230*        PERSONS NOT YET ASSIGNED TO ONE.
000240     05  WFS-KEY.
000250         10  WFS-MONTH           PIC 9(06).
000260         10  WFS-DEPT            PIC X(04).
000270*        THE BUSINESS DATE THE MONTH WAS POSTED ON.
000280     05  WFS-POSTED-DATE         PIC 9(08).
000290     05  WFS-ACTIVE-COUNT        PIC 9(07).
000300     05  WFS-INACTIVE-COUNT      PIC 9(07).
000310     05  WFS-JOINER-COUNT        PIC 9(07).
000320     05  WFS-LEAVER-COUNT        PIC 9(07).
000330     05  WFS-TRANSFER-IN-COUNT   PIC 9(07).
000340     05  WFS-TRANSFER-OUT-COUNT  PIC 9(07).
000350*        PERS-WEIGHT OVER THE ACTIVE HEADCOUNT ONLY.  THE TOTAL IS
000360*        KEPT SO THE COMPANY AVERAGE CAN BE WORKED OUT FROM THE
000370*        DEPARTMENTS.  ALL ZERO WHEN THE DEPARTMENT HAS NOBODY
000380*        ACTIVE.
000390     05  WFS-WEIGHT-TOTAL        PIC 9(09).
000400     05  WFS-WEIGHT-AVERAGE      PIC 9(02)V9(01).
000410     05  WFS-WEIGHT-MINIMUM      PIC 9(02).
000420     05  WFS-WEIGHT-MAXIMUM      PIC 9(02).
000430     05  FILLER                  PIC X(24).
