000580*                      OF SILENTLY TRUSTED - PERSRCVR ALREADY
000590*                      REFUSED THE SAME CASE.  THE EMPTY-FILE
000600*                      (DD DUMMY) BOOTSTRAP IS STILL PASSED OVER.
000603*    2026-10-15  IB   THE HEADING DATE IS NOW THE BUSINESS
000606*                      PROCESSING DATE FROM PERSBDTE, NOT THE
000608*                      CLOCK, SO IT MATCHES THE REST OF THE NIGHT.
000610*****************************************************************
000620 IDENTIFICATION DIVISION.
000630 PROGRAM-ID.     PERSRECN.
001800     05  WS-RUN-DD              PIC 9(02).
001810
001820 01  WS-RUN-DATE-PRINT           PIC X(08).
001822
001824*        THE RUN DATE IS THE BUSINESS PROCESSING DATE FROM THE
001826*        PERSBDTE SERVICE, NOT THE CLOCK.
001828 COPY BUSDPARM.
001830
001840 01  HDG-LINE-1.
001850     05  FILLER                  PIC X(25)  VALUE SPACES.
002400 1000-INITIALIZE.
002410     OPEN OUTPUT PRINT-FILE.
002420     OPEN INPUT  PERSONS-FILE.
002430     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
002435     MOVE WS-BUSINESS-YYMMDD TO WS-RUN-DATE.
002440     STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YY
002450         DELIMITED BY SIZE INTO WS-RUN-DATE-PRINT.
002460     PERFORM 5000-PRINT-HEADERS THRU 5000-EXIT.
