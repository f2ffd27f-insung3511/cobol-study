000010*****************************************************************
000020*
000030*    COPYBOOK:    OPERAUDT
000040*    PURPOSE:     SECURITY ADMINISTRATION AUDIT RECORD ON THE
000050*                 PERSOAUD FILE - ONE RECORD FOR EVERY CHANGE
000060*                 PERSOADM MAKES TO AN OPERATOR PROFILE (SEE
000070*                 OPERPROF), WITH THE ADMINISTRATOR WHO MADE IT
000080*                 AND THE PROFILE'S STATUS, AUTHORITIES AND
000090*                 VERIFIER EXPIRY BEFORE AND AFTER.  THE VERIFIER
000100*                 ITSELF IS NEVER WRITTEN HERE - A V RECORD SAYS
000110*                 ONLY THAT IT WAS RESET AND THE NEW EXPIRY.
000120*                 APPENDED TO, NEVER REWRITTEN.  80 BYTES.
000130*
000140*    MODIFICATION HISTORY
000150*    ------------------------------------------------------------
000160*    2026-10-15  IB   ORIGINAL.
000170*****************************************************************
000180 01  OPERATOR-ADMIN-AUDIT.
000190     05  OAUD-DATE               PIC 9(08).
000200     05  OAUD-TIME               PIC 9(08).
000210     05  OAUD-ADMIN-ID           PIC X(08).
000220     05  OAUD-ACTION             PIC X(01).
000230         88  OAUD-IS-ADD                   VALUE 'A'.
000240         88  OAUD-IS-CHANGE-AUTH           VALUE 'C'.
000250         88  OAUD-IS-VERIFIER-RESET        VALUE 'V'.
000260         88  OAUD-IS-SUSPEND               VALUE 'S'.
000270         88  OAUD-IS-REINSTATE             VALUE 'E'.
000280         88  OAUD-IS-REVOKE                VALUE 'R'.
000290     05  OAUD-TARGET-ID          PIC X(08).
000300*        THE PROFILE BEFORE THE CHANGE - SPACES ON AN ADD.  THE
000310*        AUTHORITIES ARE INQUIRY, UPDATE, DELETE AND ADMINISTER,
000320*        IN THAT ORDER.
000330     05  OAUD-BEFORE.
000340         10  OAUD-BEFORE-STATUS  PIC X(01).
000350         10  OAUD-BEFORE-AUTHS   PIC X(04).
000360         10  OAUD-BEFORE-EXPIRY  PIC X(08).
000370     05  OAUD-AFTER.
000380         10  OAUD-AFTER-STATUS   PIC X(01).
000390         10  OAUD-AFTER-AUTHS    PIC X(04).
000400         10  OAUD-AFTER-EXPIRY   PIC X(08).
000410     05  FILLER                  PIC X(21).
