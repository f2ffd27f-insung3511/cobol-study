000130*                  RESTARTED STEP REPORTS ONCE) AND CROSS-FOOTS
000140*                  THE NIGHT:
000150*                      - FEED DETAILS MINUS REJECTS, PENDED, AND
000160*                        SUSPENDED, PLUS RELEASED AND RECYCLED,
000170*                        MUST EQUAL ADDS PLUS CHANGES PLUS
000175*                        DELETES, AND EVERY REJECT MUST BE ON
000177*                        THE RECYCLE QUEUE
000180*                      - EVERY APPLIED TRANSACTION MUST HAVE A
000190*                        PERSAUDT RECORD WRITTEN TONIGHT BY
000200*                        PERSLOAD (COUNTED INDEPENDENTLY OFF THE
000220*                      - THE EXTRACT COUNT MUST EQUAL THE ACTIVE
000230*                        RECORD COUNT AND THE BACKUP COUNT THE
000240*                        FULL RECORD COUNT OF THE MASTER
000242*                      - THE NOTIFICATION STEP MUST HAVE SELECTED
000244*                        EVERY A/C/X AUDIT RECORD DATED TONIGHT,
000246*                        AND SELECTED LESS FOLDED MUST EQUAL
000248*                        NOTICES SENT PLUS COULD NOT NOTIFY
000250*                  EVERY CHECK PRINTS ON THE BALANCING REPORT
000260*                  WITH ITS TWO SIDES; ANY FAILURE - INCLUDING A
000270*                  STEP THAT NEVER REPORTED ITS COUNTS - NAMES
000410*                      SUSPENDED COUNTER - A CHANGE HELD FOR
000420*                      WEIGHT REVIEW WAS NEITHER APPLIED NOR
000430*                      REJECTED TONIGHT.
000432*    2026-10-15  IB   TONIGHT'S DATE IS NOW THE BUSINESS DATE FROM
000434*                      PERSBDTE, NOT THE CLOCK - A NIGHT THAT RAN
000436*                      PAST MIDNIGHT NO LONGER BALANCES TO ZERO.
000437*    2026-10-15  IB   RECYCLED REJECTS JOIN THE FEED SIDE OF THE
000438*                      CROSS-FOOT, AND EVERY REJECT MUST HAVE
000439*                      REACHED THE RECYCLE QUEUE.
000440*    2026-10-15  IB   THE T (TRANSFER) RECORD PERSLOAD NOW WRITES
000441*                      AFTER A CHANGE THAT MOVES DEPARTMENT IS NOT
000442*                      COUNTED - IT IS A SECOND RECORD FOR THE
000443*                      SAME APPLIED TRANSACTION.
000444*    2026-10-15  IB   PICKS UP THE PERSNTFY NOTIFICATION COUNTS -
000445*                      ITS AUDIT SELECTION MUST EQUAL TONIGHT'S
000446*                      A/C/X RECORDS, AND EVERY SELECTED RECORD
000447*                      MUST END IN A NOTICE, THE COULD NOT NOTIFY
000448*                      LIST, OR A FOLD INTO THE SAME PERSON'S
000449*                      NOTICE.
000450*****************************************************************
000451 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.     PERSBAL.
000470 AUTHOR.         INSUNG BAHK.
000480 INSTALLATION.   PERSONNEL SYSTEMS.
001130 01  WS-DELETED                PIC 9(09)   VALUE ZERO.
001140 01  WS-EXTRACTED              PIC 9(09)   VALUE ZERO.
001150 01  WS-BACKEDUP               PIC 9(09)   VALUE ZERO.
001152 01  WS-QUEUED                 PIC 9(09)   VALUE ZERO.
001154 01  WS-RECYCLED               PIC 9(09)   VALUE ZERO.
001155 01  WS-NTF-SELECTED           PIC 9(09)   VALUE ZERO.
001156 01  WS-NTF-MERGED             PIC 9(09)   VALUE ZERO.
001157 01  WS-NTF-NOTIFIED           PIC 9(09)   VALUE ZERO.
001158 01  WS-NTF-UNNOTIFIED         PIC 9(09)   VALUE ZERO.
001160
001170 01  WS-SEEN-SWITCHES.
001180     05  WS-LOAD-SEEN-SWITCH    PIC X(01)  VALUE 'N'.
001210         88  EXTRACT-WAS-SEEN              VALUE 'Y'.
001220     05  WS-BKUP-SEEN-SWITCH    PIC X(01)  VALUE 'N'.
001230         88  BACKUP-WAS-SEEN               VALUE 'Y'.
001233     05  WS-NTFY-SEEN-SWITCH    PIC X(01)  VALUE 'N'.
001236         88  NOTIFY-WAS-SEEN               VALUE 'Y'.
001240
001250*        THE TWO SIDES OF EACH CHECK AND THE INDEPENDENT COUNTS.
001260 01  WS-EXPECTED-APPLIED       PIC S9(09)  VALUE ZERO COMP.
001270 01  WS-ACTUAL-APPLIED         PIC S9(09)  VALUE ZERO COMP.
001280 77  WS-AUDIT-TONIGHT          PIC 9(09)   VALUE ZERO COMP.
001285 77  WS-NOTIFY-TONIGHT         PIC 9(09)   VALUE ZERO COMP.
001290 77  WS-MASTER-COUNT           PIC 9(09)   VALUE ZERO COMP.
001300 77  WS-ACTIVE-COUNT           PIC 9(09)   VALUE ZERO COMP.
001310 77  WS-FAIL-COUNT             PIC 9(03)   VALUE ZERO COMP.
001390         88  EOF-MASTER                    VALUE 'Y'.
001400
001410 01  WS-RUN-DATE               PIC 9(08)   VALUE ZERO.
001411
001412*        TONIGHT IS THE BUSINESS PROCESSING DATE FROM THE PERSBDTE
001413*        SERVICE - THE DATE EVERY EARLIER STEP STAMPED ITS RUN
001414*        CONTROL AND AUDIT RECORDS WITH, EVEN PAST MIDNIGHT.
001415 COPY BUSDPARM.
001420
001430 01  HDG-LINE-1.
001440     05  FILLER                  PIC X(25)  VALUE SPACES.
001820*****************************************************************
001830 1000-INITIALIZE.
001840     OPEN OUTPUT PRINT-FILE.
001845     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
001850     MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
001860     MOVE WS-RUN-DATE TO HDG1-RUN-DATE.
001870     MOVE HDG-LINE-1 TO PRINT-LINE.
001880     WRITE PRINT-LINE.
002590         IF RNC-COUNTER = 'DELETED'
002600             MOVE RNC-VALUE TO WS-DELETED
002610         END-IF
002612         IF RNC-COUNTER = 'QUEUED'
002614             MOVE RNC-VALUE TO WS-QUEUED
002616         END-IF
002617         IF RNC-COUNTER = 'RECYCLED'
002618             MOVE RNC-VALUE TO WS-RECYCLED
002619         END-IF
002620     END-IF.
002630     IF RNC-STEP = 'PERSXTR'
002640         AND RNC-COUNTER = 'EXTRACTED'
002700         SET BACKUP-WAS-SEEN TO TRUE
002710         MOVE RNC-VALUE TO WS-BACKEDUP
002720     END-IF.
002721     IF RNC-STEP = 'PERSNTFY'
002722         SET NOTIFY-WAS-SEEN TO TRUE
002723         IF RNC-COUNTER = 'SELECTED'
002724             MOVE RNC-VALUE TO WS-NTF-SELECTED
002725         END-IF
002726         IF RNC-COUNTER = 'MERGED'
002727             MOVE RNC-VALUE TO WS-NTF-MERGED
002728         END-IF
002729         IF RNC-COUNTER = 'NOTIFIED'
002730             MOVE RNC-VALUE TO WS-NTF-NOTIFIED
002731         END-IF
002732         IF RNC-COUNTER = 'UNNOTIFIED'
002733             MOVE RNC-VALUE TO WS-NTF-UNNOTIFIED
002734         END-IF
002735     END-IF.
002736 2100-READ-NEXT.
002740     PERFORM 2010-READ-RUN-CONTROL THRU 2010-EXIT.
002750 2100-EXIT.
002760     EXIT.
002800*    RECORDS PERSLOAD WROTE TONIGHT.  THIS IS THE INDEPENDENT
002810*    SIDE OF THE AUDIT CHECK - IT DELIBERATELY DOES NOT TRUST A
002820*    COUNTER PERSLOAD COULD HAVE MISREPORTED.
002823*    AN EXTRA T (TRANSFER) RECORD FOLLOWING A CHANGE IS NOT A
002826*    TRANSACTION OF ITS OWN AND IS LEFT OUT.
002827*    THE SAME PASS COUNTS EVERY A, C AND X DATED TONIGHT, BY ANY
002828*    OPERATOR - WHAT PERSNTFY SHOULD HAVE SELECTED FOR NOTICES.
002830*****************************************************************
002840 3000-COUNT-AUDIT.
002850     OPEN INPUT AUDIT-FILE.
003010 3100-TALLY-AUDIT.
003020     IF AUD-DATE = WS-RUN-DATE
003030         AND AUD-OPERATOR-ID = 'PERSLOAD'
003035         AND NOT AUD-OP-IS-TRANSFER
003040         ADD 1 TO WS-AUDIT-TONIGHT
003050     END-IF.
003051     IF AUD-DATE = WS-RUN-DATE
003052         AND (AUD-OP-IS-ADD OR AUD-OP-IS-CHANGE
003053              OR AUD-OP-IS-DEACTIVATE)
003054         ADD 1 TO WS-NOTIFY-TONIGHT
003055     END-IF.
003060     PERFORM 3010-READ-AUDIT THRU 3010-EXIT.
003070 3100-EXIT.
003080     EXIT.
003510     ELSE
003520         COMPUTE WS-EXPECTED-APPLIED =
003530             WS-DETAILS - WS-REJECTED - WS-PENDED - WS-SUSPENDED
003540                 + WS-RELEASED + WS-RECYCLED
003550         COMPUTE WS-ACTUAL-APPLIED =
003560             WS-ADDED + WS-CHANGED + WS-DELETED
003570         MOVE 'FEED DETAILS CROSS-FOOT TO APPLIED'
003620         MOVE 'APPLIED HAVE PERSAUDT RECORDS'
003630             TO CHK-DESC
003640         PERFORM 5100-PRINT-CHECK THRU 5100-EXIT
003642         MOVE WS-REJECTED TO WS-EXPECTED-APPLIED
003644         MOVE WS-QUEUED   TO WS-ACTUAL-APPLIED
003646         MOVE 'REJECTS KEPT ON RECYCLE QUEUE'
003647             TO CHK-DESC
003648         PERFORM 5100-PRINT-CHECK THRU 5100-EXIT
003650     END-IF.
003660     IF NOT EXTRACT-WAS-SEEN
003670         MOVE 'PERSXTR DID NOT REPORT ITS COUNT' TO MSG-TEXT
003870             TO CHK-DESC
003880         PERFORM 5100-PRINT-CHECK THRU 5100-EXIT
003890     END-IF.
003891     IF NOT NOTIFY-WAS-SEEN
003892         MOVE 'PERSNTFY DID NOT REPORT ITS COUNTS' TO MSG-TEXT
003893         MOVE MSG-LINE TO PRINT-LINE
003894         WRITE PRINT-LINE
003895         ADD 1 TO WS-FAIL-COUNT
003896     ELSE
003897         MOVE WS-NOTIFY-TONIGHT TO WS-EXPECTED-APPLIED
003898         MOVE WS-NTF-SELECTED   TO WS-ACTUAL-APPLIED
003899         MOVE 'NOTIFY SELECTION EQUALS A/C/X TRAIL'
003900             TO CHK-DESC
003901         PERFORM 5100-PRINT-CHECK THRU 5100-EXIT
003902         COMPUTE WS-EXPECTED-APPLIED =
003903             WS-NTF-SELECTED - WS-NTF-MERGED
003904         COMPUTE WS-ACTUAL-APPLIED =
003905             WS-NTF-NOTIFIED + WS-NTF-UNNOTIFIED
003906         MOVE 'NOTIFY SELECTED CROSS-FOOT TO SENT'
003907             TO CHK-DESC
003908         PERFORM 5100-PRINT-CHECK THRU 5100-EXIT
003909     END-IF.
003910 5000-EXIT.
003911     EXIT.
003920
003930*****************************************************************
003940*    5100-PRINT-CHECK - ONE CHECK LINE.  THE CALLER PUT THE TWO
