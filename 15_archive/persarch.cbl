000340*    MODIFICATION HISTORY
000350*    ------------------------------------------------------------
000360*    2026-08-21  IB   ORIGINAL.
000362*    2026-10-15  IB   THE RUN MONTH IS NOW THE BUSINESS PROCESSING
000364*                      DATE FROM PERSBDTE, NOT THE CLOCK.  WITHOUT
000366*                      A USABLE CONTROL RECORD THE JOB REFUSES TO
000368*                      RUN AND ENDS WITH RETURN CODE 16.
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.     PERSARCH.
001240         88  EOF-KEEP                      VALUE 'Y'.
001250     05  WS-MONTH-FOUND-SWITCH  PIC X(01)  VALUE 'N'.
001260         88  MONTH-WAS-FOUND               VALUE 'Y' FALSE 'N'.
001261     05  WS-REFUSED-SWITCH      PIC X(01)  VALUE 'N'.
001262         88  ARCHIVE-REFUSED               VALUE 'Y'.
001263
001264*        BUSINESS PROCESSING DATE FROM THE PERSBDTE SERVICE - THE
001265*        RUN MONTH THE RETENTION CUTOFF IS COUNTED BACK FROM.
001266 COPY BUSDPARM.
001270
001280*        ARCHIVE SUMMARY - ONE ROW PER CALENDAR MONTH SEEN ON
001290*        THE ARCHIVED RECORDS.  THE TRAIL IS CHRONOLOGICAL SO
001860 PROCEDURE DIVISION.
001870 0000-MAINLINE.
001880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001885     IF NOT ARCHIVE-REFUSED
001890         PERFORM 2000-SPLIT-AUDIT THRU 2000-EXIT
001895             UNTIL EOF-AUDIT
001900         PERFORM 3000-REWRITE-AUDIT THRU 3000-EXIT
001905         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
001910     END-IF.
001930     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001940     STOP RUN.
001950
001960*****************************************************************
001970*    1000-INITIALIZE - PICK UP THE RETENTION PARAMETER, WORK OUT
001972*    THE CUTOFF, OPEN THE FILES FOR THE SPLIT PASS.  WITHOUT A
001974*    BUSINESS DATE THERE IS NO SAFE CUTOFF, SO NOTHING IS OPENED
001976*    AND THE TRAIL IS LEFT EXACTLY AS IT IS.
001978*****************************************************************
001980 1000-INITIALIZE.
001982     PERFORM 1200-GET-PARAMETER THRU 1200-EXIT.
001984     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
001986     IF NOT BUSINESS-DATE-OK
001988         DISPLAY 'PERSARCH - NO BUSINESS DATE ON PERSBDAT'
001990         SET ARCHIVE-REFUSED TO TRUE
001992         GO TO 1000-EXIT
001994     END-IF.
001996     MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-X.
002030     PERFORM 1300-COMPUTE-CUTOFF THRU 1300-EXIT.
002040     OPEN INPUT  AUDIT-FILE.
002050     OPEN OUTPUT ARCHIVE-FILE.
004360     EXIT.
004370
004380*****************************************************************
004382*    9000-TERMINATE - CLOSE THE REPORT AND DISPLAY A SUMMARY.  A
004384*    REFUSED RUN OPENED NOTHING AND ENDS WITH RETURN CODE 16.
004386*****************************************************************
004388 9000-TERMINATE.
004390     IF ARCHIVE-REFUSED
004392         DISPLAY 'PERSARCH - ARCHIVE NOT RUN, PERSAUDT UNCHANGED'
004394         MOVE 16 TO RETURN-CODE
004396         GO TO 9000-EXIT
004398     END-IF.
004420     CLOSE PRINT-FILE.
004430     DISPLAY 'PERSARCH - RECORDS READ     ' WS-READ-COUNT.
004440     DISPLAY 'PERSARCH - RECORDS ARCHIVED ' WS-ARCHIVED-COUNT.
