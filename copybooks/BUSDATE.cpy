000010*****************************************************************
000020*
000030*    COPYBOOK:    BUSDATE
000040*    PURPOSE:     BUSINESS PROCESSING DATE CONTROL RECORD ON THE
000050*                 PERSBDAT FILE.  THE NIGHTLY CHAIN, THE ARCHIVE,
000060*                 PURGE AND RECOVERY JOBS AND PERSMNT ALL DATE
000070*                 THEIR WORK FROM THIS RECORD INSTEAD OF THE
000080*                 SYSTEM CLOCK, SO A NIGHT THAT RUNS PAST
000090*                 MIDNIGHT STAMPS ONE DATE FROM FIRST STEP TO
000100*                 LAST.  THE FILE IS APPENDED TO ONLY BY PERSDATE
000110*                 - SET BY OPERATIONS, ROLLED FORWARD BY THE LAST
000120*                 STEP OF A GOOD NIGHT - AND THE LAST RECORD ON
000130*                 IT IS THE CURRENT BUSINESS DATE, THE SAME WAY
000140*                 THE PERSFDCT FEED CONTROL FILE WORKS.  THE
000150*                 EARLIER RECORDS ARE THE HISTORY OF EVERY DATE
000160*                 CHANGE.  PROGRAMS READ IT THROUGH THE PERSBDTE
000170*                 SERVICE, NEVER DIRECTLY (SEE BUSDPARM).
000180*
000190*                 BUSD-ACTION SAYS HOW THE RECORD GOT THERE:
000200*                     R  ROLLED FORWARD ONE DAY AT END OF NIGHT
000210*                     S  SET BY OPERATIONS
000220*                     P  SET BACK TO A PRIOR DATE FOR A
000230*                        DELIBERATE RERUN
000240*
000250*    MODIFICATION HISTORY
000260*    ------------------------------------------------------------
000270*    2026-10-15  IB   ORIGINAL.
000280*****************************************************************
000290 01  BUSINESS-DATE-RECORD.
000300     05  BUSD-BUSINESS-DATE      PIC 9(08).
000310     05  BUSD-PRIOR-DATE         PIC 9(08).
000320     05  BUSD-ACTION             PIC X(01).
000330         88  BUSD-WAS-ROLLED               VALUE 'R'.
000340         88  BUSD-WAS-SET                  VALUE 'S'.
000350         88  BUSD-WAS-SET-BACK             VALUE 'P'.
000360     05  BUSD-CHANGED-DATE       PIC 9(08).
000370     05  BUSD-CHANGED-TIME       PIC 9(08).
000380     05  FILLER                  PIC X(47).
