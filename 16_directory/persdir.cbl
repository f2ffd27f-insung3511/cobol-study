000210*    MODIFICATION HISTORY
000220*    ------------------------------------------------------------
000230*    2026-08-21  IB   ORIGINAL.
000233*    2026-10-15  IB   THE HEADING DATE IS NOW THE BUSINESS
000236*                      PROCESSING DATE FROM PERSBDTE, NOT THE
000238*                      CLOCK, SO IT MATCHES THE REST OF THE NIGHT.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.     PERSDIR.
000810     05  WS-RUN-DD              PIC 9(02).
000820
000830 01  WS-RUN-DATE-PRINT           PIC X(08).
000832
000834*        THE RUN DATE IS THE BUSINESS PROCESSING DATE FROM THE
000836*        PERSBDTE SERVICE, NOT THE CLOCK.
000838 COPY BUSDPARM.
000840
000850 01  HDG-LINE-1.
000860     05  FILLER                  PIC X(25)  VALUE SPACES.
001450 1000-INITIALIZE.
001460     OPEN INPUT  PERSONS-FILE.
001470     OPEN OUTPUT PRINT-FILE.
001480     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
001485     MOVE WS-BUSINESS-YYMMDD TO WS-RUN-DATE.
001490     STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YY
001500         DELIMITED BY SIZE INTO WS-RUN-DATE-PRINT.
001510     PERFORM 1100-READ-INPUT THRU 1100-EXIT.
