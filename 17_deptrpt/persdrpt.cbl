000220*    2026-09-02  IB   ORIGINAL.
000230*    2026-09-02  IB   ADDED THE STATUS COLUMN, THE SAME WAY THE
000240*                      PERSRPT ROSTER FLAGS INACTIVE LEAVERS.
000243*    2026-10-15  IB   THE HEADING DATE IS NOW THE BUSINESS
000246*                      PROCESSING DATE FROM PERSBDTE, NOT THE
000248*                      CLOCK, SO IT MATCHES THE REST OF THE NIGHT.
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.     PERSDRPT.
001080     05  WS-RUN-DD              PIC 9(02).
001090
001100 01  WS-RUN-DATE-PRINT           PIC X(08).
001102
001104*        THE RUN DATE IS THE BUSINESS PROCESSING DATE FROM THE
001106*        PERSBDTE SERVICE, NOT THE CLOCK.
001108 COPY BUSDPARM.
001110
001120 01  HDG-LINE-1.
001130     05  FILLER                  PIC X(25)  VALUE SPACES.
001860     PERFORM 1200-LOAD-DEPTS THRU 1200-EXIT.
001870     OPEN INPUT  PERSONS-FILE.
001880     OPEN OUTPUT PRINT-FILE.
001890     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
001895     MOVE WS-BUSINESS-YYMMDD TO WS-RUN-DATE.
001900     STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YY
001910         DELIMITED BY SIZE INTO WS-RUN-DATE-PRINT.
001920     PERFORM 1100-READ-INPUT THRU 1100-EXIT.
