000160*                               CHANGED / DELETED
000170*                     PERSXTR   EXTRACTED
000180*                     PERSBKUP  BACKEDUP
000182*                     PERSNTFY  SELECTED / MERGED / NOTIFIED /
000183*                               UNNOTIFIED / FILES (RUNNING
000184*                               TOTALS FOR THE DATE) / DELIVERED /
000186*                               UNDELIVERED
000190*
000200*    MODIFICATION HISTORY
000210*    ------------------------------------------------------------
000220*    2026-09-02  IB   ORIGINAL.
000230*    2026-09-02  IB   ADDED THE PERSLOAD SUSPENDED COUNTER FOR
000240*                      THE WEIGHT-SWING SUSPENSE FILE.
000245*    2026-10-15  IB   ADDED THE PERSNTFY NOTIFICATION COUNTERS.
000250*****************************************************************
000260 01  RUN-CONTROL-RECORD.
000270     05  RNC-RUN-DATE            PIC 9(08).
