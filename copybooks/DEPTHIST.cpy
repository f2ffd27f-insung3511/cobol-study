000010*****************************************************************
000020*
000030*    COPYBOOK:    DEPTHIST
000040*    PURPOSE:     DEPARTMENT HISTORY RECORD ON THE PERSDHST FILE -
000050*                 ONE RECORD FOR EVERY CHANGE PERSDMNT MAKES TO
000060*                 THE PERSDEPT REFERENCE FILE, SO IT CAN ALWAYS BE
000070*                 SAID WHO ADDED, RENAMED, CLOSED OR REOPENED A
000080*                 DEPARTMENT, AND WHEN.  APPENDED TO, NEVER
000090*                 REWRITTEN.  THE PEOPLE MOVED BY A REORGANIZATION
000100*                 ARE NOT LOGGED HERE - EACH MOVE IS A T RECORD ON
000110*                 THE PERSAUDT TRAIL LIKE ANY OTHER MASTER CHANGE.
000120*
000130*                 DHST-ACTION:
000140*                     A  DEPARTMENT ADDED
000150*                     N  DESCRIPTION CHANGED (RENAMED)
000160*                     C  DEPARTMENT CLOSED
000170*                     O  CLOSED DEPARTMENT REOPENED
000180*                 THE BEFORE NAME IS SPACES ON AN ADD.
000190*
000200*    MODIFICATION HISTORY
000210*    ------------------------------------------------------------
000220*    2026-10-15  IB   ORIGINAL.
000230*****************************************************************
000240 01  DEPT-HISTORY-RECORD.
000250     05  DHST-DATE               PIC 9(08).
000260     05  DHST-TIME               PIC 9(08).
000270     05  DHST-OPERATOR-ID        PIC X(08).
000280     05  DHST-ACTION             PIC X(01).
000290         88  DHST-WAS-ADDED                VALUE 'A'.
000300         88  DHST-WAS-RENAMED              VALUE 'N'.
000310         88  DHST-WAS-CLOSED               VALUE 'C'.
000320         88  DHST-WAS-REOPENED             VALUE 'O'.
000330     05  DHST-CODE               PIC X(04).
000340     05  DHST-BEFORE-NAME        PIC X(30).
000350     05  DHST-AFTER-NAME         PIC X(30).
000360     05  FILLER                  PIC X(11).
