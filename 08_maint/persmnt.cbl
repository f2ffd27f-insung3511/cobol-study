000770*                      WITH UPDATE AUTHORITY RELEASE OR DISCARD
000780*                      IT, LOGGING THE DECISION TO PERSAUDT
000790*                      (RELEASE = C, DISCARD = V).
000791*    2026-10-15  IB   BUSINESS PROCESSING DATE - AUDIT, SUSPENSE
000792*                      AND DEACTIVATION STAMPS NOW TAKE THEIR DATE
000793*                      FROM THE PERSBDTE SERVICE (PERSBDAT)
000794*                      INSTEAD OF THE CLOCK.  WITHOUT A USABLE
000795*                      CONTROL RECORD THE RUN ENDS BEFORE SIGN-ON.
000796*    2026-10-15  IB   CLOSED DEPARTMENTS (DEPT-STATUS C) ARE NOT
000797*                      LOADED, SO A CLOSED CODE RE-PROMPTS THE
000798*                      SAME AS AN UNKNOWN ONE.
000799*    2026-10-15  IB   PERSISTENT LOCKOUT AND PROFILE STATUS - A
000800*                      WRONG VERIFIER ADDS TO THE FAILED COUNT ON
000801*                      THE PROFILE AND THE THIRD IN A ROW LOCKS IT
000802*                      ACROSS RUNS.  SUSPENDED, REVOKED, LOCKED
000803*                      OR EXPIRED PROFILES ARE REFUSED AND LOGGED
000804*                      WITH THE REASON.  A GOOD SIGN-ON CLEARS THE
000805*                      COUNT AND STAMPS THE LAST SIGN-ON.
000806*    2026-10-15  IB   A CHANGE OR A SUSPENSE RELEASE THAT MOVES
000807*                      THE PERSON TO ANOTHER DEPARTMENT NOW ALSO
000808*                      WRITES A T (TRANSFER) AUDIT RECORD AFTER
000809*                      THE C, SO THE TRAIL CARRIES EVERY
000810*                      DEPARTMENT MOVE.
000811*****************************************************************
000812 IDENTIFICATION DIVISION.
000820 PROGRAM-ID.     PERSMNT.
000830 AUTHOR.         INSUNG BAHK.
000840 INSTALLATION.   PERSONNEL SYSTEMS.
001950 01  WS-ENTERED-CONTACT-NUMBER  PIC X(11)  VALUE SPACES.
001960 01  WS-ENTERED-DEPT            PIC X(04)  VALUE SPACES.
001970 01  WS-CONFIRM-ANSWER          PIC X(01)  VALUE SPACE.
001972
001974*        BUSINESS PROCESSING DATE FROM THE PERSBDTE SERVICE - THE
001976*        DATE ON EVERY AUDIT, SUSPENSE AND STATUS STAMP THIS RUN
001978*        WRITES, SO A CHANGE KEYED AFTER MIDNIGHT STILL LANDS ON
001980*        THE BUSINESS DAY THE NIGHTLY CHAIN WILL PICK IT UP UNDER.
001982 COPY BUSDPARM.
001990
002000*        WEIGHT SWING CHECK AND SUSPENSE REVIEW STATE.
002010 01  WS-WEIGHT-MOVE             PIC S9(03) VALUE ZERO COMP.
002320*        OR DELETE, FOR THE AUDIT TRAIL.
002330 01  WS-BEFORE-NAME             PIC X(20)  VALUE SPACES.
002340 01  WS-BEFORE-WEIGHT           PIC 9(02)  VALUE ZERO.
002345 01  WS-BEFORE-DEPT             PIC X(04)  VALUE SPACES.
002350
002360*        OPERATOR ID VERIFIED AT SIGN-ON AND STAMPED ONTO EVERY
002370*        AUDIT RECORD THIS RUN WRITES, SO THE TRAIL SHOWS WHO
002630     05  WS-PROFILE-INQUIRY     PIC X(01)  VALUE 'N'.
002640     05  WS-PROFILE-UPDATE      PIC X(01)  VALUE 'N'.
002650     05  WS-PROFILE-DELETE      PIC X(01)  VALUE 'N'.
002651 01  WS-PROFILE-STATUS          PIC X(01)  VALUE SPACE.
002652     88  PROFILE-IS-ACTIVE                 VALUES 'A' SPACE.
002653     88  PROFILE-IS-SUSPENDED              VALUE 'S'.
002654     88  PROFILE-IS-REVOKED                VALUE 'R'.
002655     88  PROFILE-IS-LOCKED                 VALUE 'L'.
002656 01  WS-PROFILE-EXPIRY          PIC X(08)  VALUE SPACES.
002657 01  WS-PROFILE-EXPIRY-N REDEFINES WS-PROFILE-EXPIRY
002658                                PIC 9(08).
002659
002660*        WHAT 1130-UPDATE-PROFILE IS TO RECORD ON THE PROFILE, AND
002661*        THE REASON 8300-WRITE-AUDIT-SIGNON PUTS ON A REFUSAL.
002662 01  WS-PROFILE-UPDATE-SWITCH   PIC X(01)  VALUE SPACE.
002663     88  UPDATE-FOR-FAILURE                VALUE 'F'.
002664     88  UPDATE-FOR-SUCCESS                VALUE 'G'.
002665 01  WS-REREAD-SWITCH           PIC X(01)  VALUE 'N'.
002666     88  PROFILE-WAS-REREAD                VALUE 'Y' FALSE 'N'.
002667 01  WS-SIGNON-REASON           PIC X(20)  VALUE SPACES.
002668
002670*        AUTHORITIES COPIED FROM THE MATCHED PROFILE RECORD.
002680*        INQUIRY, ADD/CHANGE, AND DELETE ARE SEPARATELY
002690*        GRANTABLE - THE MENU ONLY OFFERS, AND THE DISPATCH
002880*    1000-INITIALIZE - OPEN THE MASTER FOR UPDATE AND THE AUDIT
002890*    TRAIL FOR OUTPUT, THEN PUT THE OPERATOR THROUGH SIGN-ON.
002900*    THREE FAILED ATTEMPTS - EACH LOGGED TO THE AUDIT TRAIL -
002905*    END THE RUN BEFORE THE MENU IS EVER SHOWN.  NOBODY SIGNS ON
002910*    AT ALL WITHOUT A BUSINESS DATE TO STAMP THE WORK WITH.
002920*****************************************************************
002930 1000-INITIALIZE.
002940     OPEN I-O    PERSONS-FILE.
002950     OPEN EXTEND AUDIT-FILE.
002960     PERFORM 1300-LOAD-DEPTS THRU 1300-EXIT.
002961     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
002962     IF NOT BUSINESS-DATE-OK
002963         DISPLAY 'PERSMNT - NO BUSINESS DATE ON PERSBDAT, ENDING'
002964         SET OPERATOR-IS-DONE TO TRUE
002965         GO TO 1000-EXIT
002966     END-IF.
002970     PERFORM 1100-SIGN-ON THRU 1100-EXIT
002980         UNTIL SIGNON-IS-GOOD
002990             OR WS-ATTEMPT-COUNT >= 3.
003110*    LOGGED TO THE AUDIT TRAIL WITH THE TYPED ID.  A MISSING
003120*    PROFILE FILE REFUSES EVERY SIGN-ON - NOBODY GETS IN ON A
003130*    BROKEN CONFIGURATION.
003132*
003134*    THE LOCKOUT IS KEPT ON THE PROFILE ITSELF, NOT JUST FOR
003136*    THIS RUN: A WRONG VERIFIER ADDS TO OPRF-FAILED-COUNT AND
003138*    THE THIRD IN A ROW - IN THIS RUN OR ACROSS SEVERAL - LOCKS
003140*    THE PROFILE UNTIL SECURITY ADMINISTRATION (PERSOADM) LIFTS
003142*    IT.  A GOOD VERIFIER ON A SUSPENDED, REVOKED OR LOCKED
003144*    PROFILE, OR ONE PAST ITS EXPIRY DATE, IS STILL REFUSED AND
003146*    LOGGED, WITH THE REASON IN THE BEFORE-NAME FIELD.
003148*****************************************************************
003150 1100-SIGN-ON.
003152     ADD 1 TO WS-ATTEMPT-COUNT.
003154     DISPLAY 'ENTER YOUR OPERATOR ID: '.
003156     ACCEPT WS-ENTERED-OPERATOR.
003158     DISPLAY 'ENTER YOUR VERIFIER: '.
003160     ACCEPT WS-ENTERED-VERIFIER.
003162     PERFORM 1110-FIND-PROFILE THRU 1110-EXIT.
003164     IF NOT PROFILE-WAS-FOUND
003166         DISPLAY 'PERSMNT - SIGN-ON FAILED'
003168         MOVE 'SIGN-ON FAILED' TO WS-SIGNON-REASON
003170         PERFORM 8300-WRITE-AUDIT-SIGNON THRU 8300-EXIT
003172         GO TO 1100-EXIT
003174     END-IF.
003176     IF WS-PROFILE-VERIFIER NOT = WS-ENTERED-VERIFIER
003178         DISPLAY 'PERSMNT - SIGN-ON FAILED'
003180         MOVE 'SIGN-ON FAILED' TO WS-SIGNON-REASON
003182         IF PROFILE-IS-ACTIVE
003184             SET UPDATE-FOR-FAILURE TO TRUE
003186             PERFORM 1130-UPDATE-PROFILE THRU 1130-EXIT
003188         END-IF
003190         PERFORM 8300-WRITE-AUDIT-SIGNON THRU 8300-EXIT
003192         GO TO 1100-EXIT
003194     END-IF.
003196     IF NOT PROFILE-IS-ACTIVE
003198         PERFORM 1150-REFUSE-STATUS THRU 1150-EXIT
003200         PERFORM 8300-WRITE-AUDIT-SIGNON THRU 8300-EXIT
003202         GO TO 1100-EXIT
003204     END-IF.
003206     IF WS-PROFILE-EXPIRY IS NUMERIC
003208         AND WS-PROFILE-EXPIRY-N < WS-BUSINESS-DATE
003210         DISPLAY 'PERSMNT - VERIFIER EXPIRED ON '
003212             WS-PROFILE-EXPIRY ' - SEE SECURITY ADMINISTRATION'
003214         MOVE 'VERIFIER EXPIRED' TO WS-SIGNON-REASON
003216         PERFORM 8300-WRITE-AUDIT-SIGNON THRU 8300-EXIT
003218         GO TO 1100-EXIT
003220     END-IF.
003222     SET SIGNON-IS-GOOD TO TRUE.
003224     MOVE WS-PROFILE-ID      TO WS-OPERATOR-ID.
003226     MOVE WS-PROFILE-INQUIRY TO WS-INQUIRY-AUTH.
003228     MOVE WS-PROFILE-UPDATE  TO WS-UPDATE-AUTH.
003230     MOVE WS-PROFILE-DELETE  TO WS-DELETE-AUTH.
003232     SET UPDATE-FOR-SUCCESS TO TRUE.
003234     PERFORM 1130-UPDATE-PROFILE THRU 1130-EXIT.
003236 1100-EXIT.
003238     EXIT.
003240
003242*****************************************************************
003244*    1110-FIND-PROFILE - SCAN THE PROFILE FILE FOR THE TYPED
003246*    ID.  THE FILE IS A FEW DOZEN RECORDS AT MOST, SO A
003248*    FRONT-TO-BACK SCAN PER ATTEMPT IS FINE.
003250*****************************************************************
003252 1110-FIND-PROFILE.
003254     SET PROFILE-WAS-FOUND TO FALSE.
003256     SET EOF-OPERATOR TO FALSE.
003258     OPEN INPUT OPERATOR-FILE.
003260     IF FS-OPERATOR-OK
003262         PERFORM 1120-SCAN-PROFILE THRU 1120-EXIT
003264             UNTIL EOF-OPERATOR OR PROFILE-WAS-FOUND
003266         CLOSE OPERATOR-FILE
003268     ELSE
003270         DISPLAY 'PERSMNT - OPERATOR PROFILE FILE UNAVAILABLE'
003272     END-IF.
003274 1110-EXIT.
003276     EXIT.
003278
003280*****************************************************************
003282*    1120-SCAN-PROFILE - ONE PROFILE RECORD.  A MATCH ON THE
003284*    TYPED ID COPIES THE RECORD'S FIELDS TO WORKING-STORAGE
003286*    WHILE THE FILE IS STILL OPEN - 1100-SIGN-ON TESTS THE
003288*    COPIES, NEVER THE FD RECORD AREA.
003290*****************************************************************
003292 1120-SCAN-PROFILE.
003294     READ OPERATOR-FILE
003296         AT END
003298             SET EOF-OPERATOR TO TRUE
003300         NOT AT END
003302             IF OPRF-OPERATOR-ID = WS-ENTERED-OPERATOR
003304                 SET PROFILE-WAS-FOUND TO TRUE
003306                 MOVE OPRF-OPERATOR-ID  TO WS-PROFILE-ID
003308                 MOVE OPRF-VERIFIER     TO WS-PROFILE-VERIFIER
003310                 MOVE OPRF-INQUIRY-AUTH TO WS-PROFILE-INQUIRY
003312                 MOVE OPRF-UPDATE-AUTH  TO WS-PROFILE-UPDATE
003314                 MOVE OPRF-DELETE-AUTH  TO WS-PROFILE-DELETE
003316                 MOVE OPRF-STATUS       TO WS-PROFILE-STATUS
003318                 MOVE OPRF-VERIFIER-EXPIRY
003320                                        TO WS-PROFILE-EXPIRY
003322             END-IF
003324     END-READ.
003326 1120-EXIT.
003328     EXIT.
003330
003332*****************************************************************
003334*    1130-UPDATE-PROFILE - KEEP THE SIGN-ON STATE ON THE
003336*    OPERATOR'S PROFILE.  THE FILE IS OPENED I-O AND SCANNED TO
003338*    THE ID AGAIN, AND THE RECORD REWRITTEN IN PLACE: A FAILURE
003340*    ADDS ONE TO THE FAILED COUNT AND THE THIRD SETS STATUS L;
003342*    A GOOD SIGN-ON CLEARS THE COUNT AND STAMPS THE LAST SIGN-ON
003344*    DATE AND TIME THE RECERTIFICATION REPORT SHOWS.  A PROFILE
003346*    WRITTEN BEFORE THE COUNT EXISTED HAS A BLANK THERE, TAKEN
003348*    AS ZERO.  IF THE REWRITE CANNOT BE DONE THE SIGN-ON STILL
003350*    STANDS OR FAILS ON ITS OWN MERITS - IT IS SAID ON THE
003352*    CONSOLE, NOT HIDDEN.
003354*****************************************************************
003356 1130-UPDATE-PROFILE.
003358     SET PROFILE-WAS-REREAD TO FALSE.
003360     SET EOF-OPERATOR TO FALSE.
003362     OPEN I-O OPERATOR-FILE.
003364     IF NOT FS-OPERATOR-OK
003366         DISPLAY 'PERSMNT - OPERATOR PROFILE FILE NOT UPDATED,'
003368             ' STATUS ' FS-OPERATOR
003370         GO TO 1130-EXIT
003372     END-IF.
003374     PERFORM 1140-REREAD-PROFILE THRU 1140-EXIT
003376         UNTIL EOF-OPERATOR OR PROFILE-WAS-REREAD.
003378     IF PROFILE-WAS-REREAD
003380         IF OPRF-FAILED-COUNT IS NOT NUMERIC
003382             MOVE ZERO TO OPRF-FAILED-COUNT
003384         END-IF
003386         CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA
003388         IF UPDATE-FOR-FAILURE
003390             ADD 1 TO OPRF-FAILED-COUNT
003392             IF OPRF-FAILED-COUNT >= 3
003394                 SET OPRF-IS-LOCKED TO TRUE
003396                 MOVE WS-BUSINESS-DATE TO OPRF-STATUS-DATE
003398                 MOVE 'FAILED - NOW LOCKED' TO WS-SIGNON-REASON
003400                 DISPLAY 'PERSMNT - OPERATOR ' WS-PROFILE-ID
003402                     ' IS NOW LOCKED - SEE SECURITY ADMIN'
003404             END-IF
003406         ELSE
003408             MOVE ZERO TO OPRF-FAILED-COUNT
003410             MOVE WS-BUSINESS-DATE       TO OPRF-LAST-SIGNON-DATE
003412             MOVE WS-BUSINESS-STAMP-TIME TO OPRF-LAST-SIGNON-TIME
003414         END-IF
003416         REWRITE OPERATOR-PROFILE-RECORD
003418         IF NOT FS-OPERATOR-OK
003420             DISPLAY 'PERSMNT - OPERATOR PROFILE REWRITE FAILED,'
003422                 ' STATUS ' FS-OPERATOR
003424         END-IF
003426     END-IF.
003428     CLOSE OPERATOR-FILE.
003430 1130-EXIT.
003432     EXIT.
003434
003436 1140-REREAD-PROFILE.
003438     READ OPERATOR-FILE
003440         AT END
003442             SET EOF-OPERATOR TO TRUE
003444         NOT AT END
003446             IF OPRF-OPERATOR-ID = WS-PROFILE-ID
003448                 SET PROFILE-WAS-REREAD TO TRUE
003450             END-IF
003452     END-READ.
003454 1140-EXIT.
003456     EXIT.
003458
003460*****************************************************************
003462*    1150-REFUSE-STATUS - THE VERIFIER WAS RIGHT BUT THE PROFILE
003464*    IS NOT ACTIVE.  SAY WHY, AND SET THE REASON THE AUDIT
003466*    RECORD CARRIES.
003468*****************************************************************
003470 1150-REFUSE-STATUS.
003472     MOVE 'PROFILE NOT ACTIVE' TO WS-SIGNON-REASON.
003474     IF PROFILE-IS-LOCKED
003476         MOVE 'PROFILE LOCKED'    TO WS-SIGNON-REASON
003478     END-IF.
003480     IF PROFILE-IS-SUSPENDED
003482         MOVE 'PROFILE SUSPENDED' TO WS-SIGNON-REASON
003484     END-IF.
003486     IF PROFILE-IS-REVOKED
003488         MOVE 'PROFILE REVOKED'   TO WS-SIGNON-REASON
003490     END-IF.
003492     DISPLAY 'PERSMNT - ' WS-SIGNON-REASON
003494         ' - SEE SECURITY ADMINISTRATION'.
003496 1150-EXIT.
003760     EXIT.
003770
003780*****************************************************************
003800*    PERSDEPT REFERENCE FILE INTO THE TABLE 2140-ACCEPT-DEPT
003810*    SCANS.  NO FILE AT ALL LEAVES THE TABLE EMPTY, SO EVERY
003820*    NON-BLANK CODE RE-PROMPTS - BAD DATA CANNOT SNEAK ONTO THE
003825*    MASTER THROUGH A BROKEN CONFIGURATION.  A CLOSED DEPARTMENT
003830*    IS LEFT OUT, SO NOBODY CAN BE PUT INTO ONE.
003840*****************************************************************
003850 1300-LOAD-DEPTS.
003860     OPEN INPUT DEPT-FILE.
004000         AT END
004010             SET EOF-DEPT TO TRUE
004020         NOT AT END
004025             IF DEPT-IS-CLOSED
004030                 CONTINUE
004035             ELSE
004040                 IF WS-DEPT-COUNT < WS-DEPT-MAX
004045                     ADD 1 TO WS-DEPT-COUNT
004050                     MOVE DEPT-CODE TO WS-DT-CODE(WS-DEPT-COUNT)
004055                 ELSE
004060                     DISPLAY 'PERSMNT - DEPT TABLE FULL '
004065                         DEPT-CODE
004070                 END-IF
004090             END-IF
004100     END-READ.
004110 1310-EXIT.
006940     IF FS-PERSONS-OK
006950         MOVE PERS-NAME   TO WS-BEFORE-NAME
006960         MOVE PERS-WEIGHT TO WS-BEFORE-WEIGHT
006965         MOVE PERS-DEPT   TO WS-BEFORE-DEPT
006970         DISPLAY 'CURRENT NAME.... ' PERS-NAME
006980         DISPLAY 'CURRENT WEIGHT.. ' PERS-WEIGHT
006990         DISPLAY 'CURRENT DEPT.... ' PERS-DEPT
007270                 NOT INVALID KEY
007280                     PERFORM 8100-WRITE-AUDIT-CHANGE
007290                         THRU 8100-EXIT
007292                     IF PERS-DEPT NOT = WS-BEFORE-DEPT
007294                         PERFORM 8700-WRITE-AUDIT-TRANSFER
007296                             THRU 8700-EXIT
007298                     END-IF
007300             END-REWRITE
007310         END-IF
007320     END-IF.
007850         OPEN OUTPUT SUSPENSE-FILE
007860     END-IF.
007870     MOVE SPACES TO SUSPENSE-RECORD.
007880     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
007890     MOVE WS-BUSINESS-DATE       TO SUSP-DATE.
007895     MOVE WS-BUSINESS-STAMP-TIME TO SUSP-TIME.
007900     MOVE WS-OPERATOR-ID  TO SUSP-SOURCE.
007910     MOVE WS-BEFORE-WEIGHT TO SUSP-BEFORE-WEIGHT.
007920     MOVE PERSON-RAW-RECORD TO SUSP-TRANS-IMAGE.
008880     IF FS-PERSONS-OK
008890         MOVE PERS-NAME   TO WS-BEFORE-NAME
008900         MOVE PERS-WEIGHT TO WS-BEFORE-WEIGHT
008905         MOVE PERS-DEPT   TO WS-BEFORE-DEPT
008910         MOVE PRAW-NAME   TO PERS-NAME
008920         IF PRAW-WEIGHT IS NUMERIC
008930             MOVE PRAW-WEIGHT TO PERS-WEIGHT
009030                 PERFORM 2560-KEEP-SUSPENSE THRU 2560-EXIT
009040             NOT INVALID KEY
009050                 PERFORM 8100-WRITE-AUDIT-CHANGE THRU 8100-EXIT
009052                 IF PERS-DEPT NOT = WS-BEFORE-DEPT
009054                     PERFORM 8700-WRITE-AUDIT-TRANSFER
009056                         THRU 8700-EXIT
009058                 END-IF
009060                 DISPLAY 'PERSMNT - RELEASED AND APPLIED'
009070         END-REWRITE
009080     END-IF.
009880             MOVE PERS-NAME   TO WS-BEFORE-NAME
009890             MOVE PERS-WEIGHT TO WS-BEFORE-WEIGHT
009900             MOVE 'I'         TO PERS-STATUS
009910             CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA
009920             MOVE WS-BUSINESS-DATE TO PERS-STATUS-DATE
009930             REWRITE PERSON-RECORD
009940                 INVALID KEY
009950                     DISPLAY 'PERSMNT - DEACTIVATE FAILED'
010850*    WS-BEFORE-WEIGHT MUST BE SET BY THE CALLING PARAGRAPH.
010860*****************************************************************
010870 8000-WRITE-AUDIT-RECORD.
010880     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
010890     MOVE WS-BUSINESS-DATE       TO AUD-DATE.
010895     MOVE WS-BUSINESS-STAMP-TIME TO AUD-TIME.
010900     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
010910     SET AUD-OP-IS-ADD TO TRUE.
010920     MOVE PERS-NUMBER TO AUD-NUMBER.
011040*    THE REWRITE.
011050*****************************************************************
011060 8100-WRITE-AUDIT-CHANGE.
011070     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
011080     MOVE WS-BUSINESS-DATE       TO AUD-DATE.
011085     MOVE WS-BUSINESS-STAMP-TIME TO AUD-TIME.
011090     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
011100     SET AUD-OP-IS-CHANGE TO TRUE.
011110     MOVE PERS-NUMBER TO AUD-NUMBER.
011220*    ARE LEFT AT SPACES/ZERO SINCE THE RECORD NO LONGER EXISTS.
011230*****************************************************************
011240 8200-WRITE-AUDIT-DELETE.
011250     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
011260     MOVE WS-BUSINESS-DATE       TO AUD-DATE.
011265     MOVE WS-BUSINESS-STAMP-TIME TO AUD-TIME.
011270     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
011280     SET AUD-OP-IS-DELETE TO TRUE.
011290     MOVE PERS-NUMBER TO AUD-NUMBER.
011420*    A CHANGE.
011430*****************************************************************
011440 8500-WRITE-AUDIT-DEACT.
011450     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
011460     MOVE WS-BUSINESS-DATE       TO AUD-DATE.
011465     MOVE WS-BUSINESS-STAMP-TIME TO AUD-TIME.
011470     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
011480     SET AUD-OP-IS-DEACTIVATE TO TRUE.
011490     MOVE PERS-NUMBER TO AUD-NUMBER.
011620*    THE TRAIL SHOWS EXACTLY WHAT WAS TURNED AWAY AND BY WHOM.
011630*****************************************************************
011640 8600-WRITE-AUDIT-DISCARD.
011650     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
011660     MOVE WS-BUSINESS-DATE       TO AUD-DATE.
011665     MOVE WS-BUSINESS-STAMP-TIME TO AUD-TIME.
011670     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
011680     SET AUD-OP-IS-SUSP-DISCARD TO TRUE.
011690     MOVE PRAW-NUMBER TO AUD-NUMBER.
011820*****************************************************************
011830*    8300-WRITE-AUDIT-SIGNON - LOG A FAILED SIGN-ON.  THE
011840*    OPERATOR ID IS WHAT WAS TYPED - THERE IS NO VERIFIED ID ON
011850*    A FAILURE - AND THE RECORD CARRIES NO KEY OR IMAGES, ONLY
011855*    THE REASON IN THE BEFORE-NAME FIELD.
011860*****************************************************************
011870 8300-WRITE-AUDIT-SIGNON.
011880     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
011890     MOVE WS-BUSINESS-DATE       TO AUD-DATE.
011895     MOVE WS-BUSINESS-STAMP-TIME TO AUD-TIME.
011900     MOVE WS-ENTERED-OPERATOR TO AUD-OPERATOR-ID.
011910     SET AUD-OP-IS-SIGNON-FAIL TO TRUE.
011920     MOVE SPACES TO AUD-NUMBER.
011930     MOVE WS-SIGNON-REASON TO AUD-BEFORE-NAME.
011940     MOVE ZERO   TO AUD-BEFORE-WEIGHT.
011950     MOVE SPACES TO AUD-AFTER-NAME.
011960     MOVE ZERO   TO AUD-AFTER-WEIGHT.
012040*    THE BEFORE-NAME FIELD WHERE THE HISTORY REPORT SHOWS IT.
012050*****************************************************************
012060 8400-WRITE-AUDIT-REFUSED.
012070     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
012080     MOVE WS-BUSINESS-DATE       TO AUD-DATE.
012085     MOVE WS-BUSINESS-STAMP-TIME TO AUD-TIME.
012090     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
012100     SET AUD-OP-IS-REFUSED TO TRUE.
012110     MOVE SPACES TO AUD-NUMBER.
012190 8400-EXIT.
012200     EXIT.
012210
012211*****************************************************************
012212*    8700-WRITE-AUDIT-TRANSFER - LOG A DEPARTMENT MOVE MADE BY A
012213*    CHANGE AS A T RECORD AFTER ITS C, THE SAME SHAPE PERSDMNT
012214*    WRITES - THE DEPARTMENTS IN THE NAME FIELDS AND THE WEIGHT
012215*    BOTH SIDES.  WS-BEFORE-DEPT MUST BE SET BY THE CALLING
012216*    PARAGRAPH BEFORE THE REWRITE.
012217*****************************************************************
012218 8700-WRITE-AUDIT-TRANSFER.
012219     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
012220     MOVE WS-BUSINESS-DATE       TO AUD-DATE.
012221     MOVE WS-BUSINESS-STAMP-TIME TO AUD-TIME.
012222     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
012223     SET AUD-OP-IS-TRANSFER TO TRUE.
012224     MOVE PERS-NUMBER    TO AUD-NUMBER.
012225     MOVE SPACES         TO AUD-BEFORE-NAME.
012226     MOVE WS-BEFORE-DEPT TO AUD-BEFORE-DEPT.
012227     MOVE PERS-WEIGHT    TO AUD-BEFORE-WEIGHT.
012228     MOVE SPACES         TO AUD-AFTER-NAME.
012229     MOVE PERS-DEPT      TO AUD-AFTER-DEPT.
012230     MOVE PERS-WEIGHT    TO AUD-AFTER-WEIGHT.
012231     WRITE AUDIT-RECORD.
012232 8700-EXIT.
012233     EXIT.
012234
012235*****************************************************************
012236*    9000-TERMINATE - CLOSE THE FILES.
012240*****************************************************************
012250 9000-TERMINATE.
012260     CLOSE PERSONS-FILE.
