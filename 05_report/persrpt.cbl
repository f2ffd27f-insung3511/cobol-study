000220*                      DEACTIVATED, NOT DELETED, SO THE ROSTER
000230*                      FLAGS THE INACTIVE ONES INSTEAD OF HIDING
000240*                      THAT THEY EXIST.
000243*    2026-10-15  IB   THE HEADING DATE IS NOW THE BUSINESS
000246*                      PROCESSING DATE FROM PERSBDTE, NOT THE
000248*                      CLOCK, SO IT MATCHES THE REST OF THE NIGHT.
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.     PERSRPT.
000800     05  WS-RUN-DD              PIC 9(02).
000810 
000820 01  WS-RUN-DATE-PRINT           PIC X(08).
000822 
000824*        THE RUN DATE IS THE BUSINESS PROCESSING DATE FROM THE
000826*        PERSBDTE SERVICE, NOT THE CLOCK.
000828 COPY BUSDPARM.
000830 
000840 01  HDG-LINE-1.
000850     05  FILLER                  PIC X(25)  VALUE SPACES.
001410 1000-INITIALIZE.
001420     OPEN INPUT  PERSONS-FILE.
001430     OPEN OUTPUT PRINT-FILE.
001440     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
001445     MOVE WS-BUSINESS-YYMMDD TO WS-RUN-DATE.
001450     STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YY
001460         DELIMITED BY SIZE INTO WS-RUN-DATE-PRINT.
001470     PERFORM 1100-READ-INPUT THRU 1100-EXIT.
