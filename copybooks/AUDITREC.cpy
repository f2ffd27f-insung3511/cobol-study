000320*                      SUSPENSE FILE LOGS EVERY DECISION, AND A
000330*                      DISCARD DESCRIBES NO MASTER UPDATE, SO
000340*                      REPLAY AND RECOVERY PASS IT OVER.
000341*    2026-10-15  IB   ADDED THE T (DEPARTMENT TRANSFER) OPERATION
000342*                      CODE FOR THE PERSDMNT REORGANIZATION MOVES.
000343*                      THE RECORD LENGTH IS UNCHANGED - ON A T
000344*                      RECORD THE NAME FIELDS ARE REDEFINED TO
000345*                      CARRY THE OLD AND NEW DEPARTMENT CODES, AND
000346*                      THE WEIGHT FIELDS CARRY THE UNCHANGED
000347*                      WEIGHT.  RECOVERY SETS PERS-DEPT FROM IT.
000348*    2026-10-15  IB   T IS ALSO WRITTEN BY PERSLOAD AND PERSMNT,
000349*                      RIGHT AFTER THE C, WHEN A CHANGE MOVES THE
000350*                      PERSON TO ANOTHER DEPARTMENT.
000351*****************************************************************
000360 01  AUDIT-RECORD.
000370     05  AUD-TIMESTAMP.
000380         10  AUD-DATE            PIC 9(08).
000500*        A SUSPENDED WEIGHT CHANGE DISCARDED AT REVIEW - NOT A
000510*        MASTER UPDATE.
000520         88  AUD-OP-IS-SUSP-DISCARD         VALUE 'V'.
000525*        DEPARTMENT TRANSFER - ONLY PERS-DEPT CHANGED.
000530         88  AUD-OP-IS-TRANSFER             VALUE 'T'.
000535     05  AUD-NUMBER              PIC X(11).
000540*        FIELD VALUES BEFORE THE TRANSACTION.  SPACES/ZERO ON
000545*        AN ADD, SINCE THERE IS NO PRIOR RECORD.
000550     05  AUD-BEFORE-NAME         PIC X(20).
000555     05  AUD-BEFORE-DEPT-VIEW REDEFINES AUD-BEFORE-NAME.
000560         10  AUD-BEFORE-DEPT     PIC X(04).
000565         10  FILLER              PIC X(16).
000570     05  AUD-BEFORE-WEIGHT       PIC 9(02).
000575*        FIELD VALUES AFTER THE TRANSACTION.  SPACES/ZERO ON
000580*        A DELETE, SINCE THE RECORD NO LONGER EXISTS.
000585     05  AUD-AFTER-NAME          PIC X(20).
000590     05  AUD-AFTER-DEPT-VIEW REDEFINES AUD-AFTER-NAME.
000595         10  AUD-AFTER-DEPT      PIC X(04).
000600         10  FILLER              PIC X(16).
000610     05  AUD-AFTER-WEIGHT        PIC 9(02).
000620
