000010*****************************************************************
000020*
000030*    PROGRAM:      PERSRJMT
000040*    AUTHOR:       INSUNG BAHK
000050*    INSTALLATION: PERSONNEL SYSTEMS
000060*    DATE-WRITTEN: 2026-10-15
000070*
000080*    REMARKS.      REJECT RECYCLE QUEUE MAINTENANCE.  PERSLOAD
000090*                  KEEPS EVERY FEED DETAIL ITS EDITS OR THE MASTER
000100*                  REFUSE ON THE PERSRJCT QUEUE (SEE RJCTREC) AS
000110*                  THE FULL RAW FEED IMAGE; THIS PROGRAM LISTS THE
000120*                  QUEUE AND LETS AN OPERATOR CORRECT AN ITEM,
000130*                  RELEASE IT UNCHANGED (THE MASTER HAS SINCE
000140*                  CAUGHT UP) OR CANCEL IT.  A CORRECTED OR
000150*                  RELEASED ITEM IS RE-ENTERED BY THE NEXT
000160*                  PERSLOAD RUN THROUGH THE SAME EDITS AS THE
000170*                  FEED - NOTHING IS EDITED OR APPLIED HERE - AND
000180*                  COMES BACK ON THE QUEUE WITH ITS NEW REASON IF
000190*                  IT FAILS AGAIN.
000200*                  A CANCELLED ITEM LEAVES THE QUEUE FOR THE
000210*                  PERSRJHS HISTORY FILE.  DRIVEN BY A ONE-CARD
000220*                  SYSIN PARAMETER (THE PERSSORT CONVENTION):
000230*                      COLS 1-8   OPERATOR ID.  IT MUST BE AN
000240*                                 ACTIVE PROFILE WITH UPDATE
000250*                                 AUTHORITY.
000260*                  AND THE PERSRTRN TRANSACTION CARDS:
000270*                      COL  1     C = CORRECT ONE FIELD
000280*                                 R = RELEASE UNCHANGED
000290*                                 X = CANCEL
000300*                                 L = LIST THE ITEM IN FULL
000310*                      COLS 3-10  FEED DATE     } THE ITEM, AS
000320*                      COLS 12-17 FEED SEQUENCE } THE QUEUE
000330*                      COLS 19-25 ITEM NUMBER   } LISTING SHOWS IT
000340*                      COLS 27-30 FIELD (C ONLY) - CODE NUMB NAME
000350*                                 WGHT TYP1 NUM1 TYP2 NUM2 TYP3
000360*                                 NUM3 EFFD DEPT
000370*                      COLS 32-51 NEW VALUE (C ONLY), LEFT
000380*                                 JUSTIFIED AS THE FEED CARRIES IT
000390*                  SEVERAL C CARDS MAY CORRECT THE SAME ITEM.  A
000400*                  REJECTED CARD IS REPORTED AND THE REST ARE
000410*                  STILL APPLIED - THE STEP ENDS RC=8.  A MISSING
000415*                  OR UNAUTHORIZED OPERATOR, NO BUSINESS DATE, A
000420*                  QUEUE THAT CANNOT BE READ OR IS TOO BIG FOR THE
000425*                  TABLE, OR A PERSRJHS HISTORY FILE THAT WILL
000430*                  NOT OPEN REFUSES THE RUN (RC=16) BEFORE
000435*                  ANYTHING IS CHANGED.  A CANCEL WHOSE HISTORY
000440*                  RECORD CANNOT BE WRITTEN IS REJECTED AND THE
000445*                  ITEM STAYS ON THE QUEUE.  THE REPORT ENDS WITH
000450*                  THE WHOLE QUEUE AS IT NOW STANDS.
000470*
000480*                  NOT TO BE RUN WHILE PERSLOAD RUNS - BOTH
000490*                  REWRITE THE QUEUE.
000500*
000510*    MODIFICATION HISTORY
000520*    ------------------------------------------------------------
000530*    2026-10-15  IB   ORIGINAL.
000532*    2026-10-15  IB   THE HISTORY FILE IS CHECKED BEFORE ANY CARD;
000534*                      AN ITEM LEAVES THE QUEUE ONLY ONCE ITS
000536*                      HISTORY RECORD IS WRITTEN.
000540*****************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID.     PERSRJMT.
000570 AUTHOR.         INSUNG BAHK.
000580 INSTALLATION.   PERSONNEL SYSTEMS.
000590 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.  2026-10-15.
000610
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER.   IBM-370.
000650 OBJECT-COMPUTER.   IBM-370.
000660
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT CONTROL-CARD ASSIGN TO "SYSIN"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS FS-CONTROL-CARD.
000720
000730     SELECT RJCT-TRANS-FILE ASSIGN TO "PERSRTRN"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS FS-RJCT-TRANS.
000760
000770     SELECT OPERATOR-FILE ASSIGN TO "PERSOPRF"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS FS-OPERATOR.
000800
000810     SELECT RECYCLE-FILE ASSIGN TO "PERSRJCT"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS FS-RECYCLE.
000840
000850     SELECT RECYCLE-KEEP-FILE ASSIGN TO "RJCTKEEP"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS FS-RECYCLE-KEEP.
000880
000890     SELECT RJCT-HISTORY-FILE ASSIGN TO "PERSRJHS"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS FS-RJCT-HISTORY.
000920
000930     SELECT PRINT-FILE ASSIGN TO "PERSRJMT"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS FS-PRINT.
000960
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  CONTROL-CARD
001000     LABEL RECORDS ARE STANDARD.
001010 01  CONTROL-CARD-RECORD         PIC X(80).
001020
001030 FD  RJCT-TRANS-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 01  RJCT-TRANS-RECORD           PIC X(80).
001060
001070 FD  OPERATOR-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 01  OPERATOR-FILE-RECORD        PIC X(72).
001100
001110*        THE QUEUE, ITS WORK FILE AND THE HISTORY FILE ARE READ
001120*        AND WRITTEN AS PLAIN IMAGES AND UNPACKED THROUGH THE
001130*        RJCTREC COPY IN WORKING-STORAGE.
001140 FD  RECYCLE-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 01  RECYCLE-RECORD              PIC X(200).
001170
001180 FD  RECYCLE-KEEP-FILE
001190     LABEL RECORDS ARE STANDARD.
001200 01  RECYCLE-KEEP-RECORD         PIC X(200).
001210
001220 FD  RJCT-HISTORY-FILE
001230     LABEL RECORDS ARE STANDARD.
001240 01  RJCT-HISTORY-RECORD         PIC X(200).
001250
001260 FD  PRINT-FILE
001270     LABEL RECORDS ARE STANDARD.
001280 01  PRINT-LINE                  PIC X(132).
001290
001300 WORKING-STORAGE SECTION.
001310 77  FS-CONTROL-CARD           PIC X(02)   VALUE '00'.
001320     88  FS-CONTROL-CARD-OK                VALUE '00'.
001330 77  FS-RJCT-TRANS             PIC X(02)   VALUE '00'.
001340     88  FS-RJCT-TRANS-OK                  VALUE '00'.
001350 77  FS-OPERATOR               PIC X(02)   VALUE '00'.
001360     88  FS-OPERATOR-OK                    VALUE '00'.
001370 77  FS-RECYCLE                PIC X(02)   VALUE '00'.
001380     88  FS-RECYCLE-OK                     VALUE '00'.
001390     88  FS-RECYCLE-NOT-FOUND              VALUE '35'.
001400 77  FS-RECYCLE-KEEP           PIC X(02)   VALUE '00'.
001410 77  FS-RJCT-HISTORY           PIC X(02)   VALUE '00'.
001415     88  FS-RJCT-HISTORY-OK                VALUE '00'.
001420     88  FS-RJCT-HISTORY-NOT-FOUND         VALUE '35'.
001430 77  FS-PRINT                  PIC X(02)   VALUE '00'.
001440
001450 77  WS-CARD-READ-COUNT        PIC 9(07)   VALUE ZERO COMP.
001460 77  WS-CARD-DONE-COUNT        PIC 9(07)   VALUE ZERO COMP.
001470 77  WS-CARD-REJECT-COUNT      PIC 9(07)   VALUE ZERO COMP.
001480 77  WS-CANCEL-COUNT           PIC 9(07)   VALUE ZERO COMP.
001490 77  WS-OPEN-COUNT             PIC 9(07)   VALUE ZERO COMP.
001500 77  WS-CORRECTED-COUNT        PIC 9(07)   VALUE ZERO COMP.
001510
001520 01  WS-SWITCHES.
001530     05  WS-REFUSED-SWITCH      PIC X(01)  VALUE 'N'.
001540         88  RUN-IS-REFUSED                VALUE 'Y'.
001550     05  WS-OPRF-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001560         88  EOF-OPERATOR                  VALUE 'Y'.
001570     05  WS-RJCT-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001580         88  EOF-RECYCLE                   VALUE 'Y'.
001590     05  WS-RKEEP-EOF-SWITCH    PIC X(01)  VALUE 'N'.
001600         88  EOF-RECYCLE-KEEP              VALUE 'Y'.
001610     05  WS-TRANS-EOF-SWITCH    PIC X(01)  VALUE 'N'.
001620         88  EOF-RJCT-TRANS                VALUE 'Y'.
001630     05  WS-PROFILE-SWITCH      PIC X(01)  VALUE 'N'.
001640         88  PROFILE-WAS-FOUND             VALUE 'Y' FALSE 'N'.
001650     05  WS-ITEM-SWITCH         PIC X(01)  VALUE 'N'.
001660         88  ITEM-WAS-FOUND                VALUE 'Y' FALSE 'N'.
001670     05  WS-CARD-SWITCH         PIC X(01)  VALUE 'N'.
001680         88  CARD-IS-REJECTED              VALUE 'Y' FALSE 'N'.
001690
001700*        THE ONE-CARD PARAMETER.
001710 01  WS-CARD.
001720     05  WS-CARD-OPERATOR       PIC X(08)  VALUE SPACES.
001730
001740*        OPERATOR STAMPED ON EVERY ITEM ACTED ON - TAKEN FROM THE
001750*        PROFILE ONCE IT HAS BEEN CHECKED.
001760 01  WS-OPERATOR-ID            PIC X(08)   VALUE SPACES.
001770
001780*        ONE PERSRTRN QUEUE CARD.
001790 01  WS-TRANS.
001800     05  WS-TRN-ACTION          PIC X(01).
001810         88  TRN-IS-CORRECT                VALUE 'C'.
001820         88  TRN-IS-RELEASE                VALUE 'R'.
001830         88  TRN-IS-CANCEL                 VALUE 'X'.
001840         88  TRN-IS-LIST                   VALUE 'L'.
001850         88  TRN-ACTION-IS-KNOWN           VALUES 'C' 'R' 'X' 'L'.
001860     05  FILLER                 PIC X(01).
001870     05  WS-TRN-FEED-DATE       PIC X(08).
001880     05  FILLER                 PIC X(01).
001890     05  WS-TRN-SEQUENCE        PIC X(06).
001900     05  FILLER                 PIC X(01).
001910     05  WS-TRN-ITEM            PIC X(07).
001920     05  FILLER                 PIC X(01).
001930     05  WS-TRN-FIELD           PIC X(04).
001940     05  FILLER                 PIC X(01).
001950     05  WS-TRN-VALUE           PIC X(20).
001960
001970*        THE QUEUE IN CORE, ONE 200-BYTE IMAGE PER ITEM IN FILE
001980*        ORDER.  A CANCELLED ITEM STAYS IN ITS ENTRY, MARKED X,
001990*        AND IS LEFT OUT WHEN THE QUEUE IS WRITTEN BACK.
002000 77  WS-RJQ-COUNT              PIC 9(05)   VALUE ZERO COMP.
002010 77  WS-RJQ-MAX                PIC 9(05)   VALUE 1000 COMP.
002020 77  WS-RJQ-SUB                PIC 9(05)   VALUE ZERO COMP.
002030 77  WS-FOUND-SUB              PIC 9(05)   VALUE ZERO COMP.
002040 01  WS-RJQ-TABLE.
002050     05  WS-RJQ-IMAGE           PIC X(200) OCCURS 1000 TIMES.
002060
002070*        THE ITEM THE CARD NAMES, AS THE QUEUE KEYS IT.
002080 01  WS-FIND-KEY.
002090     05  WS-FIND-FEED-DATE      PIC 9(08)  VALUE ZERO.
002100     05  WS-FIND-SEQUENCE       PIC 9(06)  VALUE ZERO.
002110     05  WS-FIND-ITEM           PIC 9(07)  VALUE ZERO.
002120
002130*        THE ITEM BEING CHANGED OR LISTED, AND ITS TRANSACTION.
002140 COPY RJCTREC.
002150 COPY PERSRAW.
002160
002170*        THE OPERATOR'S PROFILE.
002180 COPY OPERPROF.
002190
002200*        BUSINESS PROCESSING DATE FROM THE PERSBDTE SERVICE - THE
002210*        REPORT DATE AND THE ACTION DATE ON AN ITEM.
002220 COPY BUSDPARM.
002230
002240*        THE RESULT TEXT FOR THE REPORT.
002250 01  WS-RESULT                 PIC X(50)   VALUE SPACES.
002260
002270 01  HDG-LINE-1.
002280     05  FILLER                  PIC X(25)  VALUE SPACES.
002290     05  FILLER                  PIC X(35)
002300         VALUE 'REJECT RECYCLE QUEUE MAINTENANCE'.
002310     05  FILLER                  PIC X(06)  VALUE 'DATE: '.
002320     05  HDG1-RUN-DATE           PIC 9(08).
002330
002340 01  HDG-LINE-2.
002350     05  FILLER                  PIC X(01)  VALUE SPACES.
002360     05  FILLER                  PIC X(10)  VALUE 'OPERATOR: '.
002370     05  HDG2-OPERATOR           PIC X(08).
002380
002390 01  HDG-LINE-3.
002400     05  FILLER                  PIC X(01)  VALUE SPACES.
002410     05  FILLER                  PIC X(42)
002420         VALUE 'ACT  DATE     SEQ    ITEM     FLD   VALUE'.
002430     05  FILLER                  PIC X(22)  VALUE SPACES.
002440     05  FILLER                  PIC X(06)  VALUE 'RESULT'.
002450
002460 01  TRANS-LINE.
002470     05  FILLER                  PIC X(02)  VALUE SPACES.
002480     05  TRL-ACTION              PIC X(01).
002490     05  FILLER                  PIC X(03)  VALUE SPACES.
002500     05  TRL-FEED-DATE           PIC X(08).
002510     05  FILLER                  PIC X(01)  VALUE SPACES.
002520     05  TRL-SEQUENCE            PIC X(06).
002530     05  FILLER                  PIC X(01)  VALUE SPACES.
002540     05  TRL-ITEM                PIC X(07).
002550     05  FILLER                  PIC X(02)  VALUE SPACES.
002560     05  TRL-FIELD               PIC X(04).
002570     05  FILLER                  PIC X(02)  VALUE SPACES.
002580     05  TRL-VALUE               PIC X(20).
002590     05  FILLER                  PIC X(08)  VALUE SPACES.
002600     05  TRL-RESULT              PIC X(50).
002610
002620*        ONE FIELD OF AN ITEM LISTED IN FULL, UNDER ITS CARD.  THE
002630*        LABEL STARTS WITH THE FIELD NAME A C CARD USES.
002640 01  DETAIL-LINE.
002650     05  FILLER                  PIC X(10)  VALUE SPACES.
002660     05  DTL-LABEL               PIC X(24).
002670     05  DTL-VALUE               PIC X(40).
002680
002690 01  QUEUE-HDG-1.
002700     05  FILLER                  PIC X(01)  VALUE SPACES.
002710     05  FILLER                  PIC X(40)
002720         VALUE 'REJECT RECYCLE QUEUE AFTER THIS RUN'.
002730
002740 01  QUEUE-HDG-2.
002750     05  FILLER                  PIC X(01)  VALUE SPACES.
002760     05  FILLER                  PIC X(29)
002770         VALUE 'DATE     SEQ    ITEM    ST'.
002780     05  FILLER                  PIC X(46)
002790         VALUE 'CODE REASON'.
002800     05  FILLER                  PIC X(33)
002810         VALUE 'FIRST   TIMES  T NUMBER      NAME'.
002820
002830 01  QUEUE-LINE.
002840     05  FILLER                  PIC X(01)  VALUE SPACES.
002850     05  QL-FEED-DATE            PIC 9(08).
002860     05  FILLER                  PIC X(01)  VALUE SPACES.
002870     05  QL-SEQUENCE             PIC 9(06).
002880     05  FILLER                  PIC X(01)  VALUE SPACES.
002890     05  QL-ITEM                 PIC 9(07).
002900     05  FILLER                  PIC X(02)  VALUE SPACES.
002910     05  QL-STATUS               PIC X(01).
002920     05  FILLER                  PIC X(03)  VALUE SPACES.
002930     05  QL-REASON-CODE          PIC X(04).
002940     05  FILLER                  PIC X(01)  VALUE SPACES.
002950     05  QL-REASON-TEXT          PIC X(40).
002960     05  FILLER                  PIC X(01)  VALUE SPACES.
002970     05  QL-FIRST-DATE           PIC 9(08).
002980     05  FILLER                  PIC X(02)  VALUE SPACES.
002990     05  QL-COUNT                PIC ZZ9.
003000     05  FILLER                  PIC X(02)  VALUE SPACES.
003010     05  QL-TRANS-CODE           PIC X(01).
003020     05  FILLER                  PIC X(01)  VALUE SPACES.
003030     05  QL-NUMBER               PIC X(11).
003040     05  FILLER                  PIC X(01)  VALUE SPACES.
003050     05  QL-NAME                 PIC X(20).
003060
003070 01  SUMMARY-LINE.
003080     05  FILLER                  PIC X(01)  VALUE SPACES.
003090     05  SUM-LABEL               PIC X(26).
003100     05  SUM-COUNT               PIC ZZZ,ZZ9.
003110
003120 PROCEDURE DIVISION.
003130 0000-MAINLINE.
003140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003150     IF NOT RUN-IS-REFUSED
003160         PERFORM 4000-APPLY-CARDS THRU 4000-EXIT
003170         PERFORM 7000-LIST-QUEUE THRU 7000-EXIT
003180         PERFORM 7500-PRINT-SUMMARY THRU 7500-EXIT
003190     END-IF.
003200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003210     STOP RUN.
003220
003230*****************************************************************
003240*    1000-INITIALIZE - PICK UP THE PARAMETER AND THE BUSINESS
003245*    DATE, CHECK THE OPERATOR, LOAD THE QUEUE, OPEN THE HISTORY
003250*    FILE, THEN OPEN THE REPORT.  ANY REFUSAL LEAVES EVERY FILE AS
003255*    IT WAS.  THE HISTORY FILE WILL NOT EXIST THE FIRST TIME, SO
003260*    EXTEND FALLS BACK TO OUTPUT.
003270*****************************************************************
003280 1000-INITIALIZE.
003290     PERFORM 1100-GET-PARAMETER THRU 1100-EXIT.
003300     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
003310     IF NOT BUSINESS-DATE-OK
003320         DISPLAY 'PERSRJMT - NO BUSINESS DATE ON PERSBDAT'
003330         SET RUN-IS-REFUSED TO TRUE
003340         GO TO 1000-EXIT
003350     END-IF.
003360     PERFORM 1200-CHECK-OPERATOR THRU 1200-EXIT.
003370     IF RUN-IS-REFUSED
003380         GO TO 1000-EXIT
003390     END-IF.
003400     PERFORM 1300-LOAD-QUEUE THRU 1300-EXIT.
003410     IF RUN-IS-REFUSED
003420         GO TO 1000-EXIT
003430     END-IF.
003431     OPEN EXTEND RJCT-HISTORY-FILE.
003432     IF FS-RJCT-HISTORY-NOT-FOUND
003433         OPEN OUTPUT RJCT-HISTORY-FILE
003434     END-IF.
003435     IF NOT FS-RJCT-HISTORY-OK
003436         DISPLAY 'PERSRJMT - HISTORY FILE PERSRJHS UNAVAILABLE '
003437             FS-RJCT-HISTORY
003438         SET RUN-IS-REFUSED TO TRUE
003439         GO TO 1000-EXIT
003440     END-IF.
003441     OPEN OUTPUT PRINT-FILE.
003450     MOVE WS-BUSINESS-DATE TO HDG1-RUN-DATE.
003460     MOVE HDG-LINE-1 TO PRINT-LINE.
003470     WRITE PRINT-LINE.
003480     MOVE WS-OPERATOR-ID TO HDG2-OPERATOR.
003490     MOVE HDG-LINE-2 TO PRINT-LINE.
003500     WRITE PRINT-LINE.
003510     MOVE SPACES TO PRINT-LINE.
003520     WRITE PRINT-LINE.
003530     MOVE HDG-LINE-3 TO PRINT-LINE.
003540     WRITE PRINT-LINE.
003550 1000-EXIT.
003560     EXIT.
003570
003580*****************************************************************
003590*    1100-GET-PARAMETER - THE ONE-CARD OPERATOR ID.  A MISSING
003600*    SYSIN LEAVES IT BLANK, WHICH 1200-CHECK-OPERATOR REFUSES.
003610*****************************************************************
003620 1100-GET-PARAMETER.
003630     OPEN INPUT CONTROL-CARD.
003640     IF FS-CONTROL-CARD-OK
003650         READ CONTROL-CARD
003660             AT END
003670                 CONTINUE
003680             NOT AT END
003690                 MOVE CONTROL-CARD-RECORD(1:8) TO WS-CARD
003700         END-READ
003710         CLOSE CONTROL-CARD
003720     END-IF.
003730 1100-EXIT.
003740     EXIT.
003750
003760*****************************************************************
003770*    1200-CHECK-OPERATOR - THE OPERATOR ON THE CARD MUST HAVE A
003780*    PROFILE ON PERSOPRF, BE ACTIVE, AND HOLD UPDATE AUTHORITY -
003790*    A CORRECTED ITEM CHANGES THE MASTER ON THE NEXT LOAD JUST
003800*    AS A PERSMNT CHANGE WOULD.
003810*****************************************************************
003820 1200-CHECK-OPERATOR.
003830     IF WS-CARD-OPERATOR = SPACES
003840         DISPLAY 'PERSRJMT - NO OPERATOR ID ON SYSIN'
003850         SET RUN-IS-REFUSED TO TRUE
003860         GO TO 1200-EXIT
003870     END-IF.
003880     OPEN INPUT OPERATOR-FILE.
003890     IF NOT FS-OPERATOR-OK
003900         DISPLAY 'PERSRJMT - OPERATOR PROFILE FILE UNAVAILABLE '
003910             FS-OPERATOR
003920         SET RUN-IS-REFUSED TO TRUE
003930         GO TO 1200-EXIT
003940     END-IF.
003950     SET PROFILE-WAS-FOUND TO FALSE.
003960     PERFORM 1210-READ-PROFILE THRU 1210-EXIT
003970         UNTIL EOF-OPERATOR OR PROFILE-WAS-FOUND.
003980     CLOSE OPERATOR-FILE.
003990     IF NOT PROFILE-WAS-FOUND
004000         DISPLAY 'PERSRJMT - ' WS-CARD-OPERATOR
004010             ' HAS NO OPERATOR PROFILE'
004020         SET RUN-IS-REFUSED TO TRUE
004030         GO TO 1200-EXIT
004040     END-IF.
004050     IF NOT OPRF-MAY-UPDATE OR NOT OPRF-IS-ACTIVE
004060         DISPLAY 'PERSRJMT - OPERATOR ' WS-CARD-OPERATOR
004070             ' MAY NOT CORRECT REJECTS'
004080         SET RUN-IS-REFUSED TO TRUE
004090         GO TO 1200-EXIT
004100     END-IF.
004110     MOVE OPRF-OPERATOR-ID TO WS-OPERATOR-ID.
004120 1200-EXIT.
004130     EXIT.
004140
004150 1210-READ-PROFILE.
004160     READ OPERATOR-FILE INTO OPERATOR-PROFILE-RECORD
004170         AT END
004180             SET EOF-OPERATOR TO TRUE
004190         NOT AT END
004200             IF OPRF-OPERATOR-ID = WS-CARD-OPERATOR
004210                 SET PROFILE-WAS-FOUND TO TRUE
004220             END-IF
004230     END-READ.
004240 1210-EXIT.
004250     EXIT.
004260
004270*****************************************************************
004280*    1300-LOAD-QUEUE - LOAD THE WHOLE QUEUE.  NO FILE YET MEANS
004290*    PERSLOAD HAS NEVER REJECTED ANYTHING - AN EMPTY QUEUE, NOT A
004300*    REFUSAL.  A QUEUE TOO BIG FOR THE TABLE IS REFUSED RATHER
004310*    THAN WRITTEN BACK SHORT.
004320*****************************************************************
004330 1300-LOAD-QUEUE.
004340     OPEN INPUT RECYCLE-FILE.
004350     IF FS-RECYCLE-NOT-FOUND
004360         DISPLAY 'PERSRJMT - NO REJECT QUEUE YET, QUEUE IS EMPTY'
004370         GO TO 1300-EXIT
004380     END-IF.
004390     IF NOT FS-RECYCLE-OK
004400         DISPLAY 'PERSRJMT - REJECT QUEUE UNAVAILABLE ' FS-RECYCLE
004410         SET RUN-IS-REFUSED TO TRUE
004420         GO TO 1300-EXIT
004430     END-IF.
004440     PERFORM 1310-READ-QUEUE THRU 1310-EXIT
004450         UNTIL EOF-RECYCLE.
004460     CLOSE RECYCLE-FILE.
004470 1300-EXIT.
004480     EXIT.
004490
004500 1310-READ-QUEUE.
004510     READ RECYCLE-FILE
004520         AT END
004530             SET EOF-RECYCLE TO TRUE
004540         NOT AT END
004550             IF WS-RJQ-COUNT < WS-RJQ-MAX
004560                 ADD 1 TO WS-RJQ-COUNT
004570                 MOVE RECYCLE-RECORD
004580                     TO WS-RJQ-IMAGE(WS-RJQ-COUNT)
004590             ELSE
004600                 DISPLAY 'PERSRJMT - REJECT QUEUE TABLE FULL'
004610                 SET RUN-IS-REFUSED TO TRUE
004620                 SET EOF-RECYCLE TO TRUE
004630             END-IF
004640     END-READ.
004650 1310-EXIT.
004660     EXIT.
004670
004680*****************************************************************
004690*    4000-APPLY-CARDS - APPLY EVERY QUEUE CARD TO THE TABLE, THEN
004700*    WRITE THE TABLE BACK IF ANYTHING CHANGED.  THE HISTORY FILE
004710*    WAS OPENED BY 1000-INITIALIZE.
004720*****************************************************************
004730 4000-APPLY-CARDS.
004790     OPEN INPUT RJCT-TRANS-FILE.
004800     IF FS-RJCT-TRANS-OK
004810         PERFORM 4010-READ-TRANS THRU 4010-EXIT
004820         PERFORM 4100-APPLY-ONE THRU 4100-EXIT
004830             UNTIL EOF-RJCT-TRANS
004840         CLOSE RJCT-TRANS-FILE
004850     ELSE
004860         DISPLAY 'PERSRJMT - NO QUEUE CARDS ON PERSRTRN'
004870     END-IF.
004880     CLOSE RJCT-HISTORY-FILE.
004890     IF WS-CARD-DONE-COUNT > ZERO
004900         PERFORM 5000-REWRITE-QUEUE THRU 5000-EXIT
004910     END-IF.
004920 4000-EXIT.
004930     EXIT.
004940
004950 4010-READ-TRANS.
004960     READ RJCT-TRANS-FILE
004970         AT END
004980             SET EOF-RJCT-TRANS TO TRUE
004990         NOT AT END
005000             ADD 1 TO WS-CARD-READ-COUNT
005010             MOVE RJCT-TRANS-RECORD(1:51) TO WS-TRANS
005020     END-READ.
005030 4010-EXIT.
005040     EXIT.
005050
005060*****************************************************************
005070*    4100-APPLY-ONE - EDIT AND DISPATCH ONE QUEUE CARD.  THE
005080*    ACTION PARAGRAPH EITHER CHANGES THE ITEM IN
005090*    REJECT-QUEUE-RECORD, OR SETS CARD-IS-REJECTED AND LEAVES THE
005100*    REASON.  A CHANGED ITEM GOES BACK INTO ITS TABLE ENTRY.  A
005110*    CANCELLED ITEM STAYS THERE MARKED X, SO A LATER CARD FOR IT
005115*    FINDS NOTHING - BUT ONLY ONCE ITS HISTORY RECORD IS WRITTEN;
005120*    UNTIL THEN THE ENTRY IS LEFT AS IT WAS.
005130*****************************************************************
005140 4100-APPLY-ONE.
005150     MOVE SPACES TO WS-RESULT.
005160     SET CARD-IS-REJECTED TO FALSE.
005170     IF NOT TRN-ACTION-IS-KNOWN
005180         MOVE 'UNKNOWN ACTION - USE C R X OR L' TO WS-RESULT
005190         SET CARD-IS-REJECTED TO TRUE
005200         GO TO 4100-REPORT
005210     END-IF.
005220     IF WS-TRN-FEED-DATE IS NOT NUMERIC
005230         OR WS-TRN-SEQUENCE IS NOT NUMERIC
005240         OR WS-TRN-ITEM IS NOT NUMERIC
005250         MOVE 'ITEM KEY MUST BE NUMERIC DATE, SEQUENCE AND ITEM'
005260             TO WS-RESULT
005270         SET CARD-IS-REJECTED TO TRUE
005280         GO TO 4100-REPORT
005290     END-IF.
005300     MOVE WS-TRN-FEED-DATE TO WS-FIND-FEED-DATE.
005310     MOVE WS-TRN-SEQUENCE  TO WS-FIND-SEQUENCE.
005320     MOVE WS-TRN-ITEM      TO WS-FIND-ITEM.
005330     PERFORM 6000-FIND-ITEM THRU 6000-EXIT.
005340     IF NOT ITEM-WAS-FOUND
005350         MOVE 'NOT ON THE QUEUE' TO WS-RESULT
005360         SET CARD-IS-REJECTED TO TRUE
005370         GO TO 4100-REPORT
005380     END-IF.
005390     MOVE WS-RJQ-IMAGE(WS-FOUND-SUB) TO REJECT-QUEUE-RECORD.
005400     MOVE RJQ-TRANS-IMAGE TO PERSON-RAW-RECORD.
005410     IF TRN-IS-CORRECT
005420         PERFORM 4110-CORRECT-FIELD THRU 4110-EXIT
005430     ELSE
005440         IF TRN-IS-RELEASE
005450             PERFORM 4120-RELEASE-ITEM THRU 4120-EXIT
005460         ELSE
005470             IF TRN-IS-CANCEL
005480                 PERFORM 4130-CANCEL-ITEM THRU 4130-EXIT
005490             ELSE
005500                 MOVE 'LISTED BELOW' TO WS-RESULT
005510             END-IF
005520         END-IF
005530     END-IF.
005540     IF NOT CARD-IS-REJECTED AND NOT TRN-IS-LIST
005545         MOVE WS-OPERATOR-ID   TO RJQ-ACTION-BY
005550         MOVE WS-BUSINESS-DATE TO RJQ-ACTION-DATE
005555         MOVE PERSON-RAW-RECORD TO RJQ-TRANS-IMAGE
005560         IF TRN-IS-CANCEL
005565             PERFORM 4135-WRITE-HISTORY THRU 4135-EXIT
005570         END-IF
005575     END-IF.
005580     IF NOT CARD-IS-REJECTED AND NOT TRN-IS-LIST
005585         ADD 1 TO WS-CARD-DONE-COUNT
005590         MOVE REJECT-QUEUE-RECORD TO WS-RJQ-IMAGE(WS-FOUND-SUB)
005640     END-IF.
005650 4100-REPORT.
005660     IF CARD-IS-REJECTED
005670         ADD 1 TO WS-CARD-REJECT-COUNT
005680     END-IF.
005690     MOVE SPACES TO TRANS-LINE.
005700     MOVE WS-TRN-ACTION    TO TRL-ACTION.
005710     MOVE WS-TRN-FEED-DATE TO TRL-FEED-DATE.
005720     MOVE WS-TRN-SEQUENCE  TO TRL-SEQUENCE.
005730     MOVE WS-TRN-ITEM      TO TRL-ITEM.
005740     IF TRN-IS-CORRECT
005750         MOVE WS-TRN-FIELD TO TRL-FIELD
005760         MOVE WS-TRN-VALUE TO TRL-VALUE
005770     END-IF.
005780     MOVE WS-RESULT TO TRL-RESULT.
005790     MOVE TRANS-LINE TO PRINT-LINE.
005800     WRITE PRINT-LINE.
005810     IF TRN-IS-LIST AND NOT CARD-IS-REJECTED
005820         PERFORM 4140-LIST-ITEM THRU 4140-EXIT
005830     END-IF.
005840     PERFORM 4010-READ-TRANS THRU 4010-EXIT.
005850 4100-EXIT.
005860     EXIT.
005870
005880*****************************************************************
005890*    4110-CORRECT-FIELD - REPLACE ONE FIELD OF THE RAW IMAGE WITH
005900*    THE VALUE ON THE CARD, EXACTLY AS THE FEED WOULD HAVE
005910*    CARRIED IT.  THE VALUE IS NOT EDITED HERE - THE NEXT
005920*    PERSLOAD RUN EDITS THE WHOLE TRANSACTION AGAIN.  THE ITEM IS
005930*    MARKED CORRECTED SO THAT RUN PICKS IT UP.
005940*****************************************************************
005950 4110-CORRECT-FIELD.
005960     IF WS-TRN-FIELD = 'CODE'
005970         MOVE WS-TRN-VALUE TO PRAW-TRANS-CODE
005980         GO TO 4110-CORRECTED
005990     END-IF.
006000     IF WS-TRN-FIELD = 'NUMB'
006010         MOVE WS-TRN-VALUE TO PRAW-NUMBER
006020         GO TO 4110-CORRECTED
006030     END-IF.
006040     IF WS-TRN-FIELD = 'NAME'
006050         MOVE WS-TRN-VALUE TO PRAW-NAME
006060         GO TO 4110-CORRECTED
006070     END-IF.
006080     IF WS-TRN-FIELD = 'WGHT'
006090         MOVE WS-TRN-VALUE TO PRAW-WEIGHT
006100         GO TO 4110-CORRECTED
006110     END-IF.
006120     IF WS-TRN-FIELD = 'TYP1'
006130         MOVE WS-TRN-VALUE TO PRAW-CONTACT-TYPE(1)
006140         GO TO 4110-CORRECTED
006150     END-IF.
006160     IF WS-TRN-FIELD = 'NUM1'
006170         MOVE WS-TRN-VALUE TO PRAW-CONTACT-NUMBER(1)
006180         GO TO 4110-CORRECTED
006190     END-IF.
006200     IF WS-TRN-FIELD = 'TYP2'
006210         MOVE WS-TRN-VALUE TO PRAW-CONTACT-TYPE(2)
006220         GO TO 4110-CORRECTED
006230     END-IF.
006240     IF WS-TRN-FIELD = 'NUM2'
006250         MOVE WS-TRN-VALUE TO PRAW-CONTACT-NUMBER(2)
006260         GO TO 4110-CORRECTED
006270     END-IF.
006280     IF WS-TRN-FIELD = 'TYP3'
006290         MOVE WS-TRN-VALUE TO PRAW-CONTACT-TYPE(3)
006300         GO TO 4110-CORRECTED
006310     END-IF.
006320     IF WS-TRN-FIELD = 'NUM3'
006330         MOVE WS-TRN-VALUE TO PRAW-CONTACT-NUMBER(3)
006340         GO TO 4110-CORRECTED
006350     END-IF.
006360     IF WS-TRN-FIELD = 'EFFD'
006370         MOVE WS-TRN-VALUE TO PRAW-EFFECTIVE-DATE
006380         GO TO 4110-CORRECTED
006390     END-IF.
006400     IF WS-TRN-FIELD = 'DEPT'
006410         MOVE WS-TRN-VALUE TO PRAW-DEPT
006420         GO TO 4110-CORRECTED
006430     END-IF.
006440     MOVE 'UNKNOWN FIELD NAME' TO WS-RESULT.
006450     SET CARD-IS-REJECTED TO TRUE.
006460     GO TO 4110-EXIT.
006470 4110-CORRECTED.
006480     MOVE 'C' TO RJQ-STATUS.
006490     MOVE 'CORRECTED - RE-ENTERED BY THE NEXT LOAD' TO WS-RESULT.
006500 4110-EXIT.
006510     EXIT.
006520
006530*****************************************************************
006540*    4120-RELEASE-ITEM - RE-ENTER THE TRANSACTION AS IT STANDS,
006550*    FOR A REJECT THAT WAS RIGHT ALL ALONG - TYPICALLY A CHANGE
006560*    THAT ARRIVED BEFORE ITS ADD, OR A DEPARTMENT SINCE OPENED.
006570*****************************************************************
006580 4120-RELEASE-ITEM.
006590     IF RJQ-IS-CORRECTED
006600         MOVE 'ALREADY WAITING FOR THE NEXT LOAD' TO WS-RESULT
006610         SET CARD-IS-REJECTED TO TRUE
006620         GO TO 4120-EXIT
006630     END-IF.
006640     MOVE 'C' TO RJQ-STATUS.
006650     MOVE 'RELEASED - RE-ENTERED BY THE NEXT LOAD' TO WS-RESULT.
006660 4120-EXIT.
006670     EXIT.
006680
006690*****************************************************************
006700*    4130-CANCEL-ITEM - THE TRANSACTION WILL NEVER BE APPLIED.
006710*    4100 WRITES IT TO THE HISTORY FILE AND IT IS LEFT OFF THE
006720*    QUEUE WHEN THE QUEUE IS WRITTEN BACK.
006730*****************************************************************
006740 4130-CANCEL-ITEM.
006750     MOVE 'X' TO RJQ-STATUS.
006751     MOVE 'CANCELLED - MOVED TO HISTORY' TO WS-RESULT.
006752 4130-EXIT.
006753     EXIT.
006754
006755*****************************************************************
006756*    4135-WRITE-HISTORY - THE CANCELLED ITEM TO PERSRJHS.  IF IT
006757*    CANNOT BE WRITTEN THE CARD IS REJECTED AND THE ITEM STAYS ON
006758*    THE QUEUE AS IT WAS.
006759*****************************************************************
006760 4135-WRITE-HISTORY.
006761     MOVE REJECT-QUEUE-RECORD TO RJCT-HISTORY-RECORD.
006762     WRITE RJCT-HISTORY-RECORD.
006763     IF NOT FS-RJCT-HISTORY-OK
006764         MOVE SPACES TO WS-RESULT
006765         STRING 'NOT CANCELLED - PERSRJHS WRITE STATUS '
006766                FS-RJCT-HISTORY
006767             DELIMITED BY SIZE INTO WS-RESULT
006768         SET CARD-IS-REJECTED TO TRUE
006769         GO TO 4135-EXIT
006770     END-IF.
006771     ADD 1 TO WS-CANCEL-COUNT.
006772 4135-EXIT.
006790     EXIT.
006800
006810*****************************************************************
006820*    4140-LIST-ITEM - THE WHOLE ITEM, ONE FIELD A LINE, UNDER ITS
006830*    CARD - WHAT THE OPERATOR NEEDS TO WRITE THE C CARDS.
006840*****************************************************************
006850 4140-LIST-ITEM.
006860     MOVE 'REASON'                 TO DTL-LABEL.
006870     MOVE SPACES                   TO DTL-VALUE.
006880     MOVE RJQ-REASON-CODE          TO DTL-VALUE(1:4).
006890     MOVE RJQ-REASON-TEXT          TO DTL-VALUE(6:35).
006900     PERFORM 4150-PRINT-DETAIL THRU 4150-EXIT.
006910     MOVE 'FIRST/LAST REJECTED'    TO DTL-LABEL.
006920     MOVE SPACES                   TO DTL-VALUE.
006930     MOVE RJQ-FIRST-REJECT-DATE    TO DTL-VALUE(1:8).
006940     MOVE RJQ-LAST-REJECT-DATE     TO DTL-VALUE(10:8).
006950     MOVE RJQ-REJECT-COUNT         TO DTL-VALUE(20:3).
006960     MOVE 'TIMES'                  TO DTL-VALUE(24:5).
006970     PERFORM 4150-PRINT-DETAIL THRU 4150-EXIT.
006980     MOVE 'STATUS/LAST ACTION'     TO DTL-LABEL.
006990     MOVE SPACES                   TO DTL-VALUE.
007000     MOVE RJQ-STATUS               TO DTL-VALUE(1:1).
007010     MOVE RJQ-ACTION-BY            TO DTL-VALUE(3:8).
007020     MOVE RJQ-ACTION-DATE          TO DTL-VALUE(12:8).
007030     PERFORM 4150-PRINT-DETAIL THRU 4150-EXIT.
007040     MOVE 'CODE TRANSACTION'       TO DTL-LABEL.
007050     MOVE PRAW-TRANS-CODE          TO DTL-VALUE.
007060     PERFORM 4150-PRINT-DETAIL THRU 4150-EXIT.
007070     MOVE 'NUMB PERSON NUMBER'     TO DTL-LABEL.
007080     MOVE PRAW-NUMBER              TO DTL-VALUE.
007090     PERFORM 4150-PRINT-DETAIL THRU 4150-EXIT.
007100     MOVE 'NAME NAME'              TO DTL-LABEL.
007110     MOVE PRAW-NAME                TO DTL-VALUE.
007120     PERFORM 4150-PRINT-DETAIL THRU 4150-EXIT.
007130     MOVE 'WGHT WEIGHT'            TO DTL-LABEL.
007140     MOVE PRAW-WEIGHT              TO DTL-VALUE.
007150     PERFORM 4150-PRINT-DETAIL THRU 4150-EXIT.
007160     MOVE 'TYP1/NUM1 CONTACT 1'    TO DTL-LABEL.
007170     MOVE SPACES                   TO DTL-VALUE.
007180     MOVE PRAW-CONTACT-TYPE(1)     TO DTL-VALUE(1:1).
007190     MOVE PRAW-CONTACT-NUMBER(1)   TO DTL-VALUE(3:11).
007200     PERFORM 4150-PRINT-DETAIL THRU 4150-EXIT.
007210     MOVE 'TYP2/NUM2 CONTACT 2'    TO DTL-LABEL.
007220     MOVE SPACES                   TO DTL-VALUE.
007230     MOVE PRAW-CONTACT-TYPE(2)     TO DTL-VALUE(1:1).
007240     MOVE PRAW-CONTACT-NUMBER(2)   TO DTL-VALUE(3:11).
007250     PERFORM 4150-PRINT-DETAIL THRU 4150-EXIT.
007260     MOVE 'TYP3/NUM3 CONTACT 3'    TO DTL-LABEL.
007270     MOVE SPACES                   TO DTL-VALUE.
007280     MOVE PRAW-CONTACT-TYPE(3)     TO DTL-VALUE(1:1).
007290     MOVE PRAW-CONTACT-NUMBER(3)   TO DTL-VALUE(3:11).
007300     PERFORM 4150-PRINT-DETAIL THRU 4150-EXIT.
007310     MOVE 'EFFD EFFECTIVE DATE'    TO DTL-LABEL.
007320     MOVE PRAW-EFFECTIVE-DATE      TO DTL-VALUE.
007330     PERFORM 4150-PRINT-DETAIL THRU 4150-EXIT.
007340     MOVE 'DEPT DEPARTMENT'        TO DTL-LABEL.
007350     MOVE PRAW-DEPT                TO DTL-VALUE.
007360     PERFORM 4150-PRINT-DETAIL THRU 4150-EXIT.
007370 4140-EXIT.
007380     EXIT.
007390
007400 4150-PRINT-DETAIL.
007410     MOVE DETAIL-LINE TO PRINT-LINE.
007420     WRITE PRINT-LINE.
007430 4150-EXIT.
007440     EXIT.
007450
007460*****************************************************************
007470*    5000-REWRITE-QUEUE - WRITE THE TABLE, LESS THE CANCELLED
007480*    ITEMS, TO THE RJCTKEEP WORK FILE, THEN COPY IT BACK OVER
007490*    PERSRJCT - THE SAME TWO-PASS REWRITE PERSOADM USES FOR THE
007500*    PROFILE FILE, SO A FAILURE PARTWAY NEVER LEAVES THE QUEUE
007510*    HALF WRITTEN.
007520*****************************************************************
007530 5000-REWRITE-QUEUE.
007540     OPEN OUTPUT RECYCLE-KEEP-FILE.
007550     PERFORM 5100-WRITE-KEEP THRU 5100-EXIT
007560         VARYING WS-RJQ-SUB FROM 1 BY 1
007570         UNTIL WS-RJQ-SUB > WS-RJQ-COUNT.
007580     CLOSE RECYCLE-KEEP-FILE.
007590     OPEN OUTPUT RECYCLE-FILE.
007600     OPEN INPUT  RECYCLE-KEEP-FILE.
007610     PERFORM 5200-READ-RECYCLE-KEEP THRU 5200-EXIT.
007620     PERFORM 5300-COPY-RECYCLE-KEEP THRU 5300-EXIT
007630         UNTIL EOF-RECYCLE-KEEP.
007640     CLOSE RECYCLE-FILE.
007650     CLOSE RECYCLE-KEEP-FILE.
007660 5000-EXIT.
007670     EXIT.
007680
007690 5100-WRITE-KEEP.
007700     MOVE WS-RJQ-IMAGE(WS-RJQ-SUB) TO REJECT-QUEUE-RECORD.
007710     IF NOT RJQ-IS-CANCELLED
007720         MOVE REJECT-QUEUE-RECORD TO RECYCLE-KEEP-RECORD
007730         WRITE RECYCLE-KEEP-RECORD
007740     END-IF.
007750 5100-EXIT.
007760     EXIT.
007770
007780 5200-READ-RECYCLE-KEEP.
007790     READ RECYCLE-KEEP-FILE
007800         AT END
007810             SET EOF-RECYCLE-KEEP TO TRUE
007820     END-READ.
007830 5200-EXIT.
007840     EXIT.
007850
007860 5300-COPY-RECYCLE-KEEP.
007870     MOVE RECYCLE-KEEP-RECORD TO RECYCLE-RECORD.
007880     WRITE RECYCLE-RECORD.
007890     PERFORM 5200-READ-RECYCLE-KEEP THRU 5200-EXIT.
007900 5300-EXIT.
007910     EXIT.
007920
007930*****************************************************************
007940*    6000-FIND-ITEM - LOOK WS-FIND-KEY UP IN THE TABLE, SKIPPING
007950*    CANCELLED ENTRIES.  FOUND LEAVES ITS ENTRY IN WS-FOUND-SUB.
007990*****************************************************************
008000 6000-FIND-ITEM.
008010     SET ITEM-WAS-FOUND TO FALSE.
008020     MOVE ZERO TO WS-FOUND-SUB.
008030     PERFORM 6010-SCAN-ITEM THRU 6010-EXIT
008040         VARYING WS-RJQ-SUB FROM 1 BY 1
008050         UNTIL WS-RJQ-SUB > WS-RJQ-COUNT
008060             OR ITEM-WAS-FOUND.
008070 6000-EXIT.
008080     EXIT.
008090
008100 6010-SCAN-ITEM.
008110     IF WS-RJQ-IMAGE(WS-RJQ-SUB)(1:21) = WS-FIND-KEY
008120         AND WS-RJQ-IMAGE(WS-RJQ-SUB)(22:1) NOT = 'X'
008130         SET ITEM-WAS-FOUND TO TRUE
008140         MOVE WS-RJQ-SUB TO WS-FOUND-SUB
008150     END-IF.
008160 6010-EXIT.
008170     EXIT.
008180
008190*****************************************************************
008200*    7000-LIST-QUEUE - THE WHOLE QUEUE AS THIS RUN LEAVES IT, IN
008210*    QUEUE ORDER, WITH THE KEY EACH CARD NAMES AN ITEM BY.
008220*****************************************************************
008230 7000-LIST-QUEUE.
008240     MOVE SPACES TO PRINT-LINE.
008250     WRITE PRINT-LINE.
008260     MOVE QUEUE-HDG-1 TO PRINT-LINE.
008270     WRITE PRINT-LINE.
008280     MOVE QUEUE-HDG-2 TO PRINT-LINE.
008290     WRITE PRINT-LINE.
008300     PERFORM 7100-LIST-ONE THRU 7100-EXIT
008310         VARYING WS-RJQ-SUB FROM 1 BY 1
008320         UNTIL WS-RJQ-SUB > WS-RJQ-COUNT.
008330 7000-EXIT.
008340     EXIT.
008350
008360 7100-LIST-ONE.
008370     MOVE WS-RJQ-IMAGE(WS-RJQ-SUB) TO REJECT-QUEUE-RECORD.
008380     IF RJQ-IS-CANCELLED
008390         GO TO 7100-EXIT
008400     END-IF.
008410     IF RJQ-IS-CORRECTED
008420         ADD 1 TO WS-CORRECTED-COUNT
008430     ELSE
008440         ADD 1 TO WS-OPEN-COUNT
008450     END-IF.
008460     MOVE RJQ-TRANS-IMAGE TO PERSON-RAW-RECORD.
008470     MOVE SPACES TO QUEUE-LINE.
008480     MOVE RJQ-FEED-DATE         TO QL-FEED-DATE.
008490     MOVE RJQ-FEED-SEQUENCE     TO QL-SEQUENCE.
008500     MOVE RJQ-FEED-ITEM         TO QL-ITEM.
008510     MOVE RJQ-STATUS            TO QL-STATUS.
008520     MOVE RJQ-REASON-CODE       TO QL-REASON-CODE.
008530     MOVE RJQ-REASON-TEXT       TO QL-REASON-TEXT.
008540     MOVE RJQ-FIRST-REJECT-DATE TO QL-FIRST-DATE.
008550     MOVE RJQ-REJECT-COUNT      TO QL-COUNT.
008560     MOVE PRAW-TRANS-CODE       TO QL-TRANS-CODE.
008570     MOVE PRAW-NUMBER           TO QL-NUMBER.
008580     MOVE PRAW-NAME             TO QL-NAME.
008590     MOVE QUEUE-LINE TO PRINT-LINE.
008600     WRITE PRINT-LINE.
008610 7100-EXIT.
008620     EXIT.
008630
008640*****************************************************************
008650*    7500-PRINT-SUMMARY - CARD AND QUEUE COUNTS FOR SIGN-OFF.
008660*****************************************************************
008670 7500-PRINT-SUMMARY.
008680     MOVE SPACES TO PRINT-LINE.
008690     WRITE PRINT-LINE.
008700     MOVE 'CARDS READ..............' TO SUM-LABEL.
008710     MOVE WS-CARD-READ-COUNT TO SUM-COUNT.
008720     MOVE SUMMARY-LINE TO PRINT-LINE.
008730     WRITE PRINT-LINE.
008740     MOVE 'CHANGES MADE............' TO SUM-LABEL.
008750     MOVE WS-CARD-DONE-COUNT TO SUM-COUNT.
008760     MOVE SUMMARY-LINE TO PRINT-LINE.
008770     WRITE PRINT-LINE.
008780     MOVE 'CARDS REJECTED..........' TO SUM-LABEL.
008790     MOVE WS-CARD-REJECT-COUNT TO SUM-COUNT.
008800     MOVE SUMMARY-LINE TO PRINT-LINE.
008810     WRITE PRINT-LINE.
008820     MOVE 'ITEMS CANCELLED.........' TO SUM-LABEL.
008830     MOVE WS-CANCEL-COUNT TO SUM-COUNT.
008840     MOVE SUMMARY-LINE TO PRINT-LINE.
008850     WRITE PRINT-LINE.
008860     MOVE 'ITEMS OPEN..............' TO SUM-LABEL.
008870     MOVE WS-OPEN-COUNT TO SUM-COUNT.
008880     MOVE SUMMARY-LINE TO PRINT-LINE.
008890     WRITE PRINT-LINE.
008900     MOVE 'ITEMS FOR NEXT LOAD.....' TO SUM-LABEL.
008910     MOVE WS-CORRECTED-COUNT TO SUM-COUNT.
008920     MOVE SUMMARY-LINE TO PRINT-LINE.
008930     WRITE PRINT-LINE.
008940 7500-EXIT.
008950     EXIT.
008960
008970*****************************************************************
008980*    9000-TERMINATE - CLOSE THE REPORT AND SET THE RETURN CODE.
008990*    A REFUSED RUN OPENED NOTHING AND ENDS RC=16.  A REJECTED
009000*    CARD ENDS RC=8.
009010*****************************************************************
009020 9000-TERMINATE.
009030     IF RUN-IS-REFUSED
009040         DISPLAY 'PERSRJMT - RUN REFUSED, NOTHING CHANGED'
009050         MOVE 16 TO RETURN-CODE
009060         GO TO 9000-EXIT
009070     END-IF.
009080     IF WS-CARD-REJECT-COUNT > ZERO
009090         MOVE 8 TO RETURN-CODE
009100     END-IF.
009110     CLOSE PRINT-FILE.
009120     DISPLAY 'PERSRJMT - CARDS READ     ' WS-CARD-READ-COUNT.
009130     DISPLAY 'PERSRJMT - CHANGES MADE   ' WS-CARD-DONE-COUNT.
009140     DISPLAY 'PERSRJMT - CARDS REJECTED ' WS-CARD-REJECT-COUNT.
009150 9000-EXIT.
009160     EXIT.
