000330*                      ARE PASSED OVER ON THE MASTER-SIDE PASS
000340*                      AND ONE HR STILL CONFIRMS IS REPORTED AS
000350*                      ITS OWN DISCREPANCY.
000353*    2026-10-15  IB   THE HEADING DATE IS NOW THE BUSINESS
000356*                      PROCESSING DATE FROM PERSBDTE, NOT THE
000358*                      CLOCK, SO IT MATCHES THE REST OF THE NIGHT.
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.     PERSCOMP.
001400     05  WS-RUN-DD              PIC 9(02).
001410
001420 01  WS-RUN-DATE-PRINT           PIC X(08).
001422
001424*        THE RUN DATE IS THE BUSINESS PROCESSING DATE FROM THE
001426*        PERSBDTE SERVICE, NOT THE CLOCK.
001428 COPY BUSDPARM.
001430
001440 01  HDG-LINE-1.
001450     05  FILLER                  PIC X(25)  VALUE SPACES.
001980 1000-INITIALIZE.
001990     OPEN OUTPUT PRINT-FILE.
002000     OPEN INPUT  PERSONS-FILE.
002010     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
002015     MOVE WS-BUSINESS-YYMMDD TO WS-RUN-DATE.
002020     STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YY
002030         DELIMITED BY SIZE INTO WS-RUN-DATE-PRINT.
002040     PERFORM 5000-PRINT-HEADERS THRU 5000-EXIT.
