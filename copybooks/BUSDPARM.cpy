000010*****************************************************************
000020*
000030*    COPYBOOK:    BUSDPARM
000040*    PURPOSE:     CALLER'S AREA FOR THE PERSBDTE BUSINESS DATE
000050*                 SERVICE.
000060*
000070*        CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA
000080*
000090*        WS-BUSINESS-DATE (OUT)   - THE BUSINESS PROCESSING DATE,
000100*                                   YYYYMMDD, FROM PERSBDAT.  THE
000110*                                   SAME VALUE ON EVERY CALL FOR
000120*                                   THE LIFE OF THE RUN UNIT.
000130*        WS-BUSINESS-YYMMDD       - THE SAME DATE IN THE 6-DIGIT
000140*                                   FORM THE REPORT HEADINGS USE.
000150*        WS-BUSINESS-STAMP-TIME (OUT)
000160*                                 - HHMMSSHH TO GO WITH THE
000170*                                   BUSINESS DATE ON AN AUDIT OR
000180*                                   SUSPENSE STAMP, TAKEN FRESH ON
000190*                                   EVERY CALL.  ONCE THE CLOCK
000200*                                   HAS PASSED MIDNIGHT INTO THE
000210*                                   NEXT DAY THE HOURS RUN ON PAST
000220*                                   24 (00:30 READS 243000..), SO
000230*                                   STAMPS KEEP SORTING IN THE
000240*                                   ORDER THEY WERE WRITTEN WITHIN
000250*                                   ONE BUSINESS DATE.  BEFORE THE
000260*                                   BUSINESS DAY HAS STARTED BY
000270*                                   THE CLOCK (ROLLED EARLY) THE
000280*                                   TIME IS ZERO.
000290*        WS-BUSINESS-RETURN-CODE (OUT)
000300*                                 - 00 = DATE FROM PERSBDAT,
000310*                                   04 = NO USABLE CONTROL RECORD,
000320*                                        THE CLOCK DATE WAS
000330*                                        RETURNED INSTEAD.  A STEP
000340*                                        THAT UPDATES ANYTHING
000350*                                        MUST REFUSE TO RUN ON 04.
000360*
000370*    MODIFICATION HISTORY
000380*    ------------------------------------------------------------
000390*    2026-10-15  IB   ORIGINAL.
000400*****************************************************************
000410 01  WS-BUSINESS-DATE-AREA.
000420     05  WS-BUSINESS-DATE        PIC 9(08).
000430     05  FILLER REDEFINES WS-BUSINESS-DATE.
000440         10  WS-BUSINESS-CC      PIC 9(02).
000450         10  WS-BUSINESS-YYMMDD  PIC 9(06).
000460     05  WS-BUSINESS-STAMP-TIME  PIC 9(08).
000470     05  WS-BUSINESS-RETURN-CODE PIC X(02).
000480         88  BUSINESS-DATE-OK               VALUE '00'.
000490         88  BUSINESS-DATE-FROM-CLOCK       VALUE '04'.
