000320*    MODIFICATION HISTORY
000330*    ------------------------------------------------------------
000340*    2026-08-21  IB   ORIGINAL.
000343*    2026-10-15  IB   THE HEADING DATE IS NOW THE BUSINESS
000346*                      PROCESSING DATE FROM PERSBDTE, NOT THE
000348*                      CLOCK, SO IT MATCHES THE REST OF THE NIGHT.
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.     PERSHIST.
001150     05  WS-RUN-DD              PIC 9(02).
001160
001170 01  WS-RUN-DATE-PRINT           PIC X(08).
001172
001174*        THE RUN DATE IS THE BUSINESS PROCESSING DATE FROM THE
001176*        PERSBDTE SERVICE, NOT THE CLOCK.
001178 COPY BUSDPARM.
001180
001190 01  HDG-LINE-1.
001200     05  FILLER                  PIC X(25)  VALUE SPACES.
001840     PERFORM 1200-GET-PARAMETER THRU 1200-EXIT.
001850     OPEN INPUT  AUDIT-FILE.
001860     OPEN OUTPUT PRINT-FILE.
001870     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
001875     MOVE WS-BUSINESS-YYMMDD TO WS-RUN-DATE.
001880     STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YY
001890         DELIMITED BY SIZE INTO WS-RUN-DATE-PRINT.
001900     PERFORM 5000-PRINT-HEADERS THRU 5000-EXIT.
