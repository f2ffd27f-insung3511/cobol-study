000260*    MODIFICATION HISTORY
000270*    ------------------------------------------------------------
000280*    2026-09-02  IB   ORIGINAL.
000283*    2026-10-15  IB   THE HEADING DATE IS NOW THE BUSINESS
000286*                      PROCESSING DATE FROM PERSBDTE, NOT THE
000288*                      CLOCK, SO IT MATCHES THE REST OF THE NIGHT.
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.     PERSBINQ.
001280     05  WS-RUN-DD              PIC 9(02).
001290
001300 01  WS-RUN-DATE-PRINT           PIC X(08).
001302
001304*        THE RUN DATE IS THE BUSINESS PROCESSING DATE FROM THE
001306*        PERSBDTE SERVICE, NOT THE CLOCK.
001308 COPY BUSDPARM.
001310
001320 01  HDG-LINE-1.
001330     05  FILLER                  PIC X(25)  VALUE SPACES.
001930 1000-INITIALIZE.
001940     OPEN INPUT  REQUEST-FILE.
001950     OPEN OUTPUT PRINT-FILE.
001960     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
001965     MOVE WS-BUSINESS-YYMMDD TO WS-RUN-DATE.
001970     STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YY
001980         DELIMITED BY SIZE INTO WS-RUN-DATE-PRINT.
001990     PERFORM 5000-PRINT-HEADERS THRU 5000-EXIT.
