000420*                     9002 DETAIL AFTER FEED TRAILER
000430*                     9003 DUPLICATE OR MISPLACED FEED HEADER
000440*                     9004 HEADER DATE/SEQUENCE NOT NUMERIC
000450*                     9005 FEED DATE NOT THE BUSINESS DATE
000460*                     9006 FEED SEQUENCE ALREADY PROCESSED
000470*                     9007 DUPLICATE FEED TRAILER
000480*                     9008 FEED TRAILER BEFORE HEADER
000520*                     9012 FEED TRAILER NEVER ARRIVED
000530*                     9013 FEED DATE IN THE FUTURE (CATCH-UP)
000540*                     9014 FEED SEQUENCE GAP OR REPEAT (CATCH-UP)
000545*                     9015 BUSINESS DATE UNAVAILABLE (PERSBDAT)
000550*
000560*    MODIFICATION HISTORY
000570*    ------------------------------------------------------------
000670*                      MODE HEADER CHECKS.  IN CATCH-UP, ONE ACK
000680*                      FRAME (H/D/T) IS WRITTEN PER BACKLOGGED
000690*                      FEED APPLIED.
000692*    2026-10-15  IB   ADDED CODE 9015 - NO USABLE BUSINESS DATE
000694*                      CONTROL RECORD, THE FEED IS NOT LOADED.
000700*****************************************************************
000710 01  ACK-RECORD.
000720     05  ACK-REC-TYPE            PIC X(01).
