000400*                      SYSIN PARAMETER OF 'ALL' (THE PERSSORT
000410*                      CONVENTION) SENDS EVERYTHING WHEN HR ASKS
000420*                      FOR A FULL DUMP.
000422*    2026-10-15  IB   THE HEADER RUN DATE (AND SO THE RUN CONTROL
000424*                      DATE PERSBAL BALANCES ON) IS NOW THE
000426*                      BUSINESS PROCESSING DATE FROM PERSBDTE.
000430*****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.     PERSXTR.
001160 01  WS-NUMBER-NUM             PIC 9(11)   VALUE ZERO.
001170
001180 77  WS-CONTACT-IDX            PIC 9(01)   VALUE ZERO COMP.
001182
001184*        BUSINESS PROCESSING DATE FOR THE HEADER AND THE RUN
001186*        CONTROL RECORD, FROM THE PERSBDTE SERVICE.
001188 COPY BUSDPARM.
001190
001200 01  WS-SWITCHES.
001210     05  WS-EOF-SWITCH          PIC X(01)  VALUE 'N'.
001420     PERFORM 1200-GET-PARAMETER THRU 1200-EXIT.
001430     OPEN INPUT  PERSONS-FILE.
001440     OPEN OUTPUT EXTRACT-FILE.
001445     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
001450     MOVE WS-BUSINESS-DATE TO XTR-HDR-RUN-DATE.
001460     MOVE EXTRACT-HEADER TO EXTRACT-RECORD.
001470     WRITE EXTRACT-RECORD.
001480     PERFORM 1100-READ-PERSONS THRU 1100-EXIT.
