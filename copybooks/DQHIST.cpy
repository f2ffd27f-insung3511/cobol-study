000010*****************************************************************
000020*
000030*    COPYBOOK:    DQHIST
000040*    PURPOSE:     DATA QUALITY HISTORY RECORD ON THE PERSDQHS
000050*                 FILE - ONE RECORD PER PERSDQSC SCORECARD RUN
000060*                 WITH THE COMPANY-WIDE TOTAL FOR EACH RULE, SO
000070*                 THE NEXT RUN CAN SHOW WHETHER EACH MEASURE IS
000080*                 IMPROVING OR GETTING WORSE.  APPENDED IN RUN
000090*                 ORDER, NEVER REWRITTEN.  100 BYTES.
000100*
000110*    MODIFICATION HISTORY
000120*    ------------------------------------------------------------
000130*    2026-10-15  IB   ORIGINAL.
000140*****************************************************************
000150 01  DQ-HISTORY-RECORD.
000160*        THE BUSINESS DATE OF THE RUN.
000170     05  DQH-RUN-DATE            PIC 9(08).
000180     05  DQH-PERSON-COUNT        PIC 9(07).
000190     05  DQH-ACTIVE-COUNT        PIC 9(07).
000200     05  DQH-INACTIVE-COUNT      PIC 9(07).
000210*        ONE TOTAL PER RULE, IN THE ORDER THE SCORECARD NUMBERS
000220*        THEM (SEE PERSDQSC).  THE CONTACT RULES COUNT CONTACT
000230*        SLOTS, THE OTHERS COUNT PERSONS.  UNUSED ENTRIES ARE
000240*        ZERO, SO A RULE ADDED LATER TAKES THE NEXT ONE AND THE
000250*        RECORDS ALREADY ON FILE STILL READ.
000260     05  DQH-RULE-COUNT          PIC 9(07) OCCURS 10 TIMES.
000270     05  FILLER                  PIC X(01).
