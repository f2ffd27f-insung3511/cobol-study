000010*****************************************************************
000020*
000030*    COPYBOOK:    NTFYLOG
000040*    PURPOSE:     NOTICE LOG RECORD ON THE PERSNTLG KSDS - ONE
000050*                 RECORD PER NOTICE PERSNTFY HAS SENT TO THE
000060*                 MESSAGING GATEWAY, KEYED BY THE NOTICE REFERENCE
000070*                 (SEE NTFYREC), CARRYING THE DELIVERY STATUS
000080*                 MATCHED BACK FROM THE GATEWAY'S RETURN FILE.
000090*                 WRITTEN ONLY ONCE THE WHOLE NOTICE FILE IS
000100*                 COMPLETE, SO A NIGHT WITH NOTHING LOGGED SENT
000110*                 NOTHING.  100 BYTES.
000120*
000130*    MODIFICATION HISTORY
000140*    ------------------------------------------------------------
000150*    2026-10-15  IB   ORIGINAL.
000160*****************************************************************
000170 01  NOTICE-LOG-RECORD.
000180     05  NTL-REFERENCE.
000190         10  NTL-REF-DATE        PIC 9(08).
000200         10  NTL-REF-SEQ         PIC 9(06).
000210     05  NTL-NUMBER              PIC X(11).
000220     05  NTL-NAME                PIC X(20).
000230     05  NTL-MSG-TYPE            PIC X(03).
000240     05  NTL-MOBILE              PIC X(11).
000250*        SPACE UNTIL THE GATEWAY ANSWERS.  N IS SET WHEN THE
000260*        GATEWAY ANSWERED FOR THE NOTICE'S FILE BUT LEFT THIS
000270*        NOTICE OUT.
000280     05  NTL-STATUS              PIC X(01).
000290         88  NTL-AWAITING-STATUS            VALUE SPACE.
000300         88  NTL-WAS-DELIVERED              VALUE 'D'.
000310         88  NTL-WAS-UNDELIVERED            VALUE 'U'.
000320         88  NTL-NO-STATUS-RETURNED         VALUE 'N'.
000330*        THE BUSINESS DATE THE STATUS WAS MATCHED, AND THE
000340*        GATEWAY'S REASON FOR AN UNDELIVERED NOTICE.
000350     05  NTL-STATUS-DATE         PIC 9(08).
000360     05  NTL-REASON              PIC X(20).
000370*        THE NUMBER OF THE NOTICE FILE (SEE NTFYREC) THE NOTICE
000380*        WENT OUT ON, SO AN ANSWER CLOSES ONLY ITS OWN FILE.
000390     05  NTL-FILE-NO             PIC 9(02).
000400     05  FILLER                  PIC X(10).
