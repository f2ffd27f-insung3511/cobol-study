000270*                      BALANCING STEP.
000280*    2026-09-02  IB   CARRY THE NEW STATUS LIFECYCLE FIELDS TO
000290*                      BKP-STATUS/BKP-STATUS-DATE.
000292*    2026-10-15  IB   THE SNAPSHOT HEADER DATE AND TIME ARE NOW
000294*                      THE BUSINESS DATE AND STAMP TIME FROM THE
000296*                      PERSBDTE SERVICE, MATCHING THE AUDIT TRAIL.
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.     PERSBKUP.
000820*        THE HEADER - THE FD RECORD AREA HOLDS THE TRAILER BY THE
000830*        TIME THE RUN-CONTROL RECORD IS WRITTEN.
000840 01  WS-RUN-DATE               PIC 9(08)   VALUE ZERO.
000841
000842*        BUSINESS PROCESSING DATE AND STAMP TIME FROM THE PERSBDTE
000843*        SERVICE.  THE HEADER IS STAMPED THE SAME WAY PERSAUDT IS,
000844*        SO PERSRECN AND PERSRCVR COMPARE LIKE WITH LIKE.
000845 COPY BUSDPARM.
000850
000860 01  WS-SWITCHES.
000870     05  WS-EOF-SWITCH          PIC X(01)  VALUE 'N'.
001060     OPEN OUTPUT BACKUP-FILE.
001070     MOVE SPACES TO BACKUP-RECORD.
001080     MOVE 'H' TO BKP-REC-TYPE.
001085     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
001090     MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
001095     MOVE WS-RUN-DATE TO BKP-HDR-DATE.
001100     MOVE WS-BUSINESS-STAMP-TIME TO BKP-HDR-TIME.
001120     WRITE BACKUP-RECORD.
001130     PERFORM 1100-READ-PERSONS THRU 1100-EXIT.
001140 1000-EXIT.
