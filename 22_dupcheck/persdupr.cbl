000280*    MODIFICATION HISTORY
000290*    ------------------------------------------------------------
000300*    2026-09-02  IB   ORIGINAL.
000303*    2026-10-15  IB   THE HEADING DATE IS NOW THE BUSINESS
000306*                      PROCESSING DATE FROM PERSBDTE, NOT THE
000308*                      CLOCK, SO IT MATCHES THE REST OF THE NIGHT.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.     PERSDUPR.
001180     05  WS-RUN-DD              PIC 9(02).
001190
001200 01  WS-RUN-DATE-PRINT           PIC X(08).
001202
001204*        THE RUN DATE IS THE BUSINESS PROCESSING DATE FROM THE
001206*        PERSBDTE SERVICE, NOT THE CLOCK.
001208 COPY BUSDPARM.
001210
001220 01  HDG-LINE-1.
001230     05  FILLER                  PIC X(25)  VALUE SPACES.
001690 1000-INITIALIZE.
001700     OPEN INPUT  PERSONS-FILE.
001710     OPEN OUTPUT PRINT-FILE.
001720     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
001725     MOVE WS-BUSINESS-YYMMDD TO WS-RUN-DATE.
001730     STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YY
001740         DELIMITED BY SIZE INTO WS-RUN-DATE-PRINT.
001750     PERFORM 5000-PRINT-HEADERS THRU 5000-EXIT.
