000310*    MODIFICATION HISTORY
000320*    ------------------------------------------------------------
000330*    2026-09-02  IB   ORIGINAL.
000331*    2026-10-15  IB   THE RUN MONTH AND AUDIT STAMPS NOW USE THE
000332*                      BUSINESS PROCESSING DATE FROM PERSBDTE, NOT
000333*                      THE CLOCK.  WITHOUT A USABLE CONTROL RECORD
000334*                      THE JOB REFUSES TO RUN AND ENDS WITH RETURN
000335*                      CODE 16.
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.     PERSPURG.
001230 01  WS-SWITCHES.
001240     05  WS-MASTER-EOF-SWITCH   PIC X(01)  VALUE 'N'.
001250         88  EOF-MASTER                    VALUE 'Y'.
001251     05  WS-REFUSED-SWITCH      PIC X(01)  VALUE 'N'.
001252         88  PURGE-REFUSED                 VALUE 'Y'.
001253
001254*        BUSINESS PROCESSING DATE FROM THE PERSBDTE SERVICE - THE
001255*        RUN MONTH FOR THE CUTOFF AND THE AUDIT STAMP DATE.
001256 COPY BUSDPARM.
001260
001270*        THE PURGED RECORD'S FIELD VALUES FOR THE AUDIT TRAIL.
001280 01  WS-BEFORE-NAME            PIC X(20)   VALUE SPACES.
001610 PROCEDURE DIVISION.
001620 0000-MAINLINE.
001630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001635     IF NOT PURGE-REFUSED
001640         PERFORM 2000-SWEEP-MASTER THRU 2000-EXIT
001645             UNTIL EOF-MASTER
001650         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
001655     END-IF.
001670     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001680     STOP RUN.
001690
001700*****************************************************************
001710*    1000-INITIALIZE - PICK UP THE RETENTION PARAMETER, WORK OUT
001720*    THE CUTOFF, OPEN THE FILES, PRINT THE HEADINGS, PRIME THE
001722*    SWEEP.  WITHOUT A BUSINESS DATE THERE IS NO SAFE CUTOFF, SO
001724*    NOTHING IS OPENED AND THE MASTER IS LEFT AS IT IS.
001726*****************************************************************
001728 1000-INITIALIZE.
001730     PERFORM 1200-GET-PARAMETER THRU 1200-EXIT.
001732     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
001734     IF NOT BUSINESS-DATE-OK
001736         DISPLAY 'PERSPURG - NO BUSINESS DATE ON PERSBDAT'
001738         SET PURGE-REFUSED TO TRUE
001740         GO TO 1000-EXIT
001742     END-IF.
001744     MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-X.
001780     PERFORM 1300-COMPUTE-CUTOFF THRU 1300-EXIT.
001790     OPEN I-O    PERSONS-FILE.
001800     OPEN OUTPUT ARCHIVE-FILE.
002930*    THE AFTER FIELDS ARE LEFT AT SPACES/ZERO.
002940*****************************************************************
002950 2150-WRITE-AUDIT-DELETE.
002960     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
002970     MOVE WS-BUSINESS-DATE       TO AUD-DATE.
002975     MOVE WS-BUSINESS-STAMP-TIME TO AUD-TIME.
002980     MOVE 'PERSPURG' TO AUD-OPERATOR-ID.
002990     SET AUD-OP-IS-DELETE TO TRUE.
003000     MOVE PERS-NUMBER TO AUD-NUMBER.
003470     EXIT.
003480
003490*****************************************************************
003492*    9000-TERMINATE - CLOSE FILES AND DISPLAY A RUN SUMMARY.  A
003494*    REFUSED RUN OPENED NOTHING AND ENDS WITH RETURN CODE 16.
003496*****************************************************************
003498 9000-TERMINATE.
003500     IF PURGE-REFUSED
003502         DISPLAY 'PERSPURG - PURGE NOT RUN, MASTER UNCHANGED'
003504         MOVE 16 TO RETURN-CODE
003506         GO TO 9000-EXIT
003508     END-IF.
003530     CLOSE PERSONS-FILE.
003540     CLOSE ARCHIVE-FILE.
003550     CLOSE AUDIT-FILE.
