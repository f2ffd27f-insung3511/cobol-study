000090*                 EACH HAVE THEIR OWN Y/N BYTE, SO A CLERK CAN
000100*                 BE GIVEN INQUIRY ONLY AND THE DELETE PATH CAN
000110*                 BE HELD TO THE FEW WHO NEED IT.  THE FILE IS
000120*                 MAINTAINED BY PERSOADM, WHICH LOGS EVERY CHANGE
000130*                 TO THE PERSOAUD ADMINISTRATION AUDIT; PERSMNT
000140*                 REWRITES A RECORD ONLY TO KEEP ITS SIGN-ON
000150*                 STATE (FAILED COUNT, LOCKOUT, LAST SIGN-ON).
000160*
000170*                 A PROFILE WRITTEN BEFORE THE STATUS FIELDS
000180*                 EXISTED HAS SPACES THERE - SPACE STATUS READS
000190*                 AS ACTIVE AND A BLANK EXPIRY AS NEVER EXPIRING,
000200*                 SO THE FILE NEEDED NO CONVERSION.
000210*
000220*    MODIFICATION HISTORY
000230*    ------------------------------------------------------------
000240*    2026-08-21  IB   ORIGINAL.
000250*    2026-10-15  IB   ADMINISTRATION AUTHORITY, PROFILE STATUS
000260*                      (ACTIVE/SUSPENDED/REVOKED/LOCKED) WITH ITS
000270*                      DATE, VERIFIER EXPIRY, CONSECUTIVE FAILED
000280*                      SIGN-ON COUNT AND LAST GOOD SIGN-ON, ALL
000290*                      TAKEN FROM FILLER.
000300*****************************************************************
000310 01  OPERATOR-PROFILE-RECORD.
000320     05  OPRF-OPERATOR-ID        PIC X(08).
000330     05  OPRF-VERIFIER           PIC X(08).
000340     05  OPRF-INQUIRY-AUTH       PIC X(01).
000350         88  OPRF-MAY-INQUIRE              VALUE 'Y'.
000360     05  OPRF-UPDATE-AUTH        PIC X(01).
000370         88  OPRF-MAY-UPDATE               VALUE 'Y'.
000380     05  OPRF-DELETE-AUTH        PIC X(01).
000390         88  OPRF-MAY-DELETE               VALUE 'Y'.
000400*        MAY RUN PERSOADM AGAINST OTHER OPERATORS' PROFILES.
000410     05  OPRF-ADMIN-AUTH         PIC X(01).
000420         88  OPRF-MAY-ADMINISTER           VALUE 'Y'.
000430*        S AND L ARE LIFTED BY PERSOADM (REINSTATE OR VERIFIER
000440*        RESET); R IS FINAL - THE ID IS NEVER SIGNED ON AGAIN.
000450     05  OPRF-STATUS             PIC X(01).
000460         88  OPRF-IS-ACTIVE                VALUES 'A' SPACE.
000470         88  OPRF-IS-SUSPENDED             VALUE 'S'.
000480         88  OPRF-IS-REVOKED               VALUE 'R'.
000490         88  OPRF-IS-LOCKED                VALUE 'L'.
000500     05  OPRF-STATUS-DATE        PIC X(08).
000510*        YYYYMMDD - THE LAST BUSINESS DATE THE VERIFIER IS GOOD
000520*        FOR.  SPACES = DOES NOT EXPIRE.
000530     05  OPRF-VERIFIER-EXPIRY    PIC X(08).
000540*        CONSECUTIVE WRONG VERIFIERS SINCE THE LAST GOOD SIGN-ON.
000550*        THE THIRD LOCKS THE PROFILE.
000560     05  OPRF-FAILED-COUNT       PIC 9(01).
000570     05  OPRF-LAST-SIGNON-DATE   PIC X(08).
000580     05  OPRF-LAST-SIGNON-TIME   PIC X(08).
000590     05  FILLER                  PIC X(18).
