000010*****************************************************************
000020*
000030*    COPYBOOK:    NTFYREC
000040*    PURPOSE:     MESSAGING GATEWAY INTERFACE RECORD VIEWS - THE
000050*                 FRAMED NOTICE FILE PERSNTFY WRITES TO THE
000060*                 CORPORATE SMS/E-MAIL GATEWAY (PERSNTFO) AND THE
000070*                 DELIVERY STATUS FILE THE GATEWAY RETURNS
000080*                 (PERSNTRT).  BOTH ARE LRECL 70 WITH THE RECORD
000090*                 TYPE IN COLUMN 1 (H/D/T) AND SHARE THE HEADER
000100*                 AND TRAILER:
000105*                     H  RUN DATE (YYYYMMDD), SOURCE SYSTEM, FILE
000110*                        NUMBER WITHIN THE RUN DATE (01, THEN ONE
000115*                        MORE FOR EACH RERUN OF THE DATE).  ON THE
000120*                        STATUS FILE THE RUN DATE AND FILE NUMBER
000125*                        ARE THOSE OF THE NOTICE FILE ANSWERED.
000140*                     D  ONE NOTICE, OR ONE DELIVERY STATUS
000150*                     T  DETAIL COUNT (7), HASH TOTAL (15) OF THE
000160*                        PERSON NUMBERS, THE SUM KEPT TO THE
000170*                        LOW-ORDER 15 DIGITS (AS PERSXTRC)
000180*                 THE NOTICE REFERENCE (RUN DATE AND A SEQUENCE
000185*                 WITHIN THE DATE, CARRIED ON ACROSS A RERUN) IS
000190*                 UNIQUE FOR ALL TIME AND IS WHAT THE GATEWAY
000195*                 QUOTES BACK ON EACH STATUS.
000210*
000220*    MODIFICATION HISTORY
000230*    ------------------------------------------------------------
000240*    2026-10-15  IB   ORIGINAL.
000250*****************************************************************
000260 01  NOTICE-HEADER.
000270     05  NTF-HDR-TYPE            PIC X(01)  VALUE 'H'.
000280     05  NTF-HDR-RUN-DATE        PIC 9(08).
000290     05  NTF-HDR-SOURCE          PIC X(08)  VALUE 'PERSNL'.
000295     05  NTF-HDR-FILE-NO         PIC 9(02).
000300     05  FILLER                  PIC X(51)  VALUE SPACES.
000310
000320*        ONE NOTICE PER PERSON PER NIGHT.  THE GATEWAY BUILDS THE
000330*        MESSAGE TEXT FROM THE MESSAGE TYPE:
000340*            NEW - A RECORD WAS SET UP FOR YOU
000350*            CHG - YOUR RECORD WAS CHANGED
000360*            LVR - YOU HAVE BEEN RECORDED AS A LEAVER
000370 01  NOTICE-DETAIL.
000380     05  NTF-DTL-TYPE            PIC X(01)  VALUE 'D'.
000390     05  NTF-DTL-REFERENCE.
000400         10  NTF-DTL-REF-DATE    PIC 9(08).
000410         10  NTF-DTL-REF-SEQ     PIC 9(06).
000420     05  NTF-DTL-MSG-TYPE        PIC X(03).
000430         88  NTF-MSG-IS-NEW                 VALUE 'NEW'.
000440         88  NTF-MSG-IS-CHANGE              VALUE 'CHG'.
000450         88  NTF-MSG-IS-LEAVER              VALUE 'LVR'.
000460     05  NTF-DTL-NUMBER          PIC X(11).
000470     05  NTF-DTL-NAME            PIC X(20).
000480     05  NTF-DTL-MOBILE          PIC X(11).
000490     05  FILLER                  PIC X(10)  VALUE SPACES.
000500
000510*        ONE DELIVERY STATUS FROM THE GATEWAY.  ANY STATUS BUT D
000520*        IS A NOTICE THAT DID NOT REACH THE PERSON; THE REASON IS
000530*        THE GATEWAY'S OWN TEXT.
000540 01  STATUS-DETAIL.
000550     05  NTR-DTL-TYPE            PIC X(01).
000560     05  NTR-DTL-REFERENCE.
000570         10  NTR-DTL-REF-DATE    PIC 9(08).
000580         10  NTR-DTL-REF-SEQ     PIC 9(06).
000590     05  NTR-DTL-NUMBER          PIC X(11).
000600     05  NTR-DTL-STATUS          PIC X(01).
000610         88  NTR-WAS-DELIVERED              VALUE 'D'.
000620     05  NTR-DTL-STATUS-DATE     PIC 9(08).
000630     05  NTR-DTL-REASON          PIC X(20).
000640     05  FILLER                  PIC X(15).
000650
000660 01  NOTICE-TRAILER.
000670     05  NTF-TRL-TYPE            PIC X(01)  VALUE 'T'.
000680     05  NTF-TRL-COUNT           PIC 9(07).
000690     05  NTF-TRL-HASH            PIC 9(15).
000700     05  FILLER                  PIC X(47)  VALUE SPACES.
