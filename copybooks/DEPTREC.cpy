000080*                 (PERSLOAD, PERSMNT) VALIDATES IT AGAINST THIS
000090*                 FILE, AND THE DEPARTMENT ROSTER REPORT PRINTS
000100*                 THE DESCRIPTIONS FROM IT.  THE FILE IS
000102*                 MAINTAINED BY THE PERSDMNT DEPARTMENT
000104*                 MAINTENANCE PROGRAM, WHICH LOGS EVERY CHANGE
000106*                 TO THE PERSDHST HISTORY FILE (SEE DEPTHIST).
000108*
000110*    MODIFICATION HISTORY
000112*    ------------------------------------------------------------
000114*    2026-09-02  IB   ORIGINAL.
000116*    2026-10-15  IB   ADDED DEPT-STATUS AND DEPT-STATUS-DATE IN
000118*                      THE FILLER.  A CLOSED DEPARTMENT STAYS ON
000120*                      THE FILE SO ITS DESCRIPTION STILL PRINTS
000122*                      FOR LEAVERS WHO CARRY IT, BUT PERSLOAD AND
000124*                      PERSMNT NO LONGER ACCEPT IT FOR NEW WORK.
000126*                      SPACES COUNTS AS OPEN SO THE HAND-BUILT
000128*                      RECORDS NEED NO CONVERSION.
000130*****************************************************************
000132 01  DEPARTMENT-RECORD.
000134     05  DEPT-CODE               PIC X(04).
000136     05  DEPT-NAME               PIC X(30).
000138     05  DEPT-STATUS             PIC X(01).
000140         88  DEPT-IS-OPEN                  VALUES 'A' SPACE.
000142         88  DEPT-IS-CLOSED                VALUE 'C'.
000144*        DATE (YYYYMMDD) THE DEPARTMENT WAS ADDED OR LAST CLOSED
000146*        OR REOPENED - SPACES ON THE HAND-BUILT RECORDS.
000148     05  DEPT-STATUS-DATE        PIC X(08).
000150     05  FILLER                  PIC X(37).
000220
