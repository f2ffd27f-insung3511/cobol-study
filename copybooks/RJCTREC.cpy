000010*****************************************************************
000020*
000030*    COPYBOOK:    RJCTREC
000040*    PURPOSE:     REJECT RECYCLE QUEUE RECORD ON THE PERSRJCT
000050*                 FILE - ONE FEED TRANSACTION PERSLOAD REFUSED
000060*                 (DETAIL REASON CODES 1001-1007 AND 2001-2007,
000070*                 SEE PERSACKR), KEPT AS THE FULL RAW FEED RECORD
000080*                 IMAGE (SEE PERSRAW) SO IT CAN BE CORRECTED AND
000090*                 RE-ENTERED INSTEAD OF REKEYED FROM PAPER.
000100*                 PERSRJMT LISTS, CORRECTS AND CANCELS ITEMS;
000110*                 EVERY PERSLOAD RUN RE-ENTERS THE CORRECTED ONES
000120*                 THROUGH THE SAME EDITS AS THE FEED AND DROPS
000130*                 THEM FROM THE QUEUE ONCE THEY GET THROUGH.  A
000140*                 CANCELLED ITEM IS MOVED TO THE PERSRJHS HISTORY
000150*                 FILE IN THE SAME LAYOUT.  200 BYTES.
000160*
000170*    MODIFICATION HISTORY
000180*    ------------------------------------------------------------
000190*    2026-10-15  IB   ORIGINAL.
000200*****************************************************************
000210 01  REJECT-QUEUE-RECORD.
000220*        WHERE THE TRANSACTION CAME FROM - THE FEED HEADER DATE
000230*        AND SEQUENCE AND ITS POSITION AMONG THAT FEED'S DETAILS.
000240*        A PENDING TRANSACTION THAT FAILED ON ITS RELEASE NIGHT
000250*        CARRIES THE RELEASE DATE, SEQUENCE ZERO AND ITS POSITION
000260*        IN THAT NIGHT'S RELEASE.  THE OPERATOR NAMES AN ITEM BY
000270*        THESE THREE FIELDS.
000280     05  RJQ-KEY.
000290         10  RJQ-FEED-DATE       PIC 9(08).
000300         10  RJQ-FEED-SEQUENCE   PIC 9(06).
000310         10  RJQ-FEED-ITEM       PIC 9(07).
000320*        O - WAITING FOR CORRECTION.  C - CORRECTED (OR RELEASED
000330*        UNCHANGED), RE-ENTERED BY THE NEXT PERSLOAD RUN.  X -
000340*        CANCELLED, ON THE PERSRJHS HISTORY FILE ONLY.
000350     05  RJQ-STATUS              PIC X(01).
000360         88  RJQ-IS-OPEN                   VALUE 'O'.
000370         88  RJQ-IS-CORRECTED              VALUE 'C'.
000380         88  RJQ-IS-CANCELLED              VALUE 'X'.
000390*        THE REASON FOR THE MOST RECENT REJECTION - THE PERSACKR
000400*        CODE AND THE EXCEPTION REPORT TEXT.
000410     05  RJQ-REASON-CODE         PIC X(04).
000420     05  RJQ-REASON-TEXT         PIC X(40).
000430     05  RJQ-FIRST-REJECT-DATE   PIC 9(08).
000440     05  RJQ-LAST-REJECT-DATE    PIC 9(08).
000450     05  RJQ-REJECT-COUNT        PIC 9(03).
000460*        THE OPERATOR WHO LAST CORRECTED, RELEASED OR CANCELLED
000470*        THE ITEM, AND THE BUSINESS DATE - SPACES UNTIL THEN.
000480     05  RJQ-ACTION-BY           PIC X(08).
000490     05  RJQ-ACTION-DATE         PIC X(08).
000500*        THE TRANSACTION, AS A PERSON-RAW-RECORD IMAGE.
000510     05  RJQ-TRANS-IMAGE         PIC X(82).
000520     05  FILLER                  PIC X(17).
