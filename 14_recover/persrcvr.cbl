000500*                      ENTIRELY AFTER THE SNAPSHOT COMES BACK
000510*                      WITH NAME/WEIGHT FROM THE TRAIL AND ITS
000520*                      STATUS FROM THE X RE-APPLY.
000522*    2026-10-15  IB   RE-APPLY THE NEW T (DEPARTMENT TRANSFER)
000524*                      AUDIT CODE WRITTEN BY PERSLOAD, PERSMNT
000526*                      AND PERSDMNT, SO A DEPARTMENT MOVE SINCE
000528*                      THE SNAPSHOT IS NOT LOST.
000530*****************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID.     PERSRCVR.
002780                         PERFORM 3140-REAPPLY-DEACT
002790                             THRU 3140-EXIT
002800                     ELSE
002802                         IF AUD-OP-IS-TRANSFER
002804                             PERFORM 3150-REAPPLY-TRANSFER
002806                                 THRU 3150-EXIT
002808                         ELSE
002810                             ADD 1 TO WS-SKIPPED-COUNT
002812                         END-IF
002820                     END-IF
002830                 END-IF
002840             END-IF
003760     ADD 1 TO WS-REAPPLIED-COUNT.
003770 3140-EXIT.
003780     EXIT.
003781
003782*****************************************************************
003783*    3150-REAPPLY-TRANSFER - PUT THE RECORD INTO THE NEW
003784*    DEPARTMENT FROM THE AFTER IMAGE, KEEPING EVERYTHING ELSE
003785*    RESTORED.  A RECORD THAT IS NOT THERE IS PASSED OVER - A
003786*    TRANSFER ONLY EVER MOVES A RECORD ALREADY ON THE MASTER.
003787*****************************************************************
003788 3150-REAPPLY-TRANSFER.
003789     MOVE AUD-NUMBER TO PERS-NUMBER.
003790     READ PERSONS-FILE
003791         INVALID KEY
003792             ADD 1 TO WS-SKIPPED-COUNT
003793         NOT INVALID KEY
003794             MOVE AUD-AFTER-DEPT TO PERS-DEPT
003795             REWRITE PERSON-RECORD
003796             ADD 1 TO WS-REAPPLIED-COUNT
003797     END-READ.
003798 3150-EXIT.
003799     EXIT.
003800
003801*****************************************************************
003810*    9000-TERMINATE - DISPLAY THE RUN SUMMARY AND SET THE STEP
003820*    RETURN CODE.  A FAILED RECOVERY ENDS RC=16 - THE MASTER
003830*    MUST NOT BE TRUSTED UNTIL A GOOD SNAPSHOT IS RESTORED.
