000010*****************************************************************
000020*
000030*    PROGRAM:      PERSNTFY
000040*    AUTHOR:       INSUNG BAHK
000050*    INSTALLATION: PERSONNEL SYSTEMS
000060*    DATE-WRITTEN: 2026-10-15
000070*
000080*    REMARKS.      OUTBOUND NOTIFICATION FEED TO THE CORPORATE
000090*                  SMS/E-MAIL GATEWAY, SO PEOPLE HEAR FROM US
000100*                  WHEN THEIR RECORD IS SET UP, CHANGED OR
000110*                  MARKED AS A LEAVER.  EACH NIGHT:
000120*                  - THE DELIVERY STATUS FILE THE GATEWAY HAS
000130*                    RETURNED (PERSNTRT, SEE NTFYREC) IS PROVED
000140*                    BY ITS TRAILER COUNT AND HASH AND MATCHED
000150*                    BACK TO THE NOTICE LOG (PERSNTLG, SEE
000160*                    NTFYLOG).  EVERY NOTICE THE GATEWAY COULD
000170*                    NOT DELIVER, OR LEFT OUT OF ITS ANSWER,
000180*                    PRINTS ON THE UNDELIVERED LIST.
000190*                  - TONIGHT'S PERSAUDT ADDS, CHANGES AND
000200*                    DEACTIVATIONS (A, C, X) ARE SORTED BY
000210*                    PERSON AND FOLDED TO ONE NOTICE EACH - LVR
000220*                    FOR A LEAVER, NEW FOR A PERSON ADDED
000230*                    TONIGHT, OTHERWISE CHG - SENT TO THE
000240*                    PERSON'S MOBILE CONTACT ON THE MASTER.  THE
000250*                    NOTICES GO OUT ON THE FRAMED PERSNTFO FILE
000260*                    (HEADER, NOTICES, TRAILER WITH COUNT AND
000270*                    HASH, AS PERSXTR).  A PERSON WITH NO
000280*                    MOBILE NUMBER, OR NO LONGER ON THE MASTER,
000290*                    PRINTS ON THE COULD NOT NOTIFY LIST.
000300*                  - ONCE THE NOTICE FILE IS COMPLETE EACH
000310*                    NOTICE IS LOGGED, AND THE COUNTS GO TO
000320*                    PERSRNCT FOR THE PERSBAL BALANCING STEP.
000322*                  A RERUN OF A DATE (A FAILED NIGHT KEEPS ITS
000324*                  BUSINESS DATE) SELECTS ONLY THE DATE'S A/C/X
000326*                  RECORDS WRITTEN SINCE THE LAST RUN - THE TRAIL
000328*                  IS APPEND-ONLY, SO THE FIRST N OF THEM, N BEING
000330*                  THE SELECTED TOTAL ALREADY ON PERSRNCT, ARE
000332*                  PASSED OVER.  ITS NOTICES GO OUT ON A FILE OF
000334*                  THEIR OWN (THE NEXT FILE NUMBER FOR THE DATE)
000336*                  AND THE COUNTS POSTED ARE RUNNING TOTALS FOR
000338*                  THE DATE, SO NOBODY IS TOLD TWICE AND PERSBAL
000340*                  STILL BALANCES.  NOTICES ON THE LOG FOR THE
000341*                  DATE ON A FILE PERSRNCT HAS NO COUNTS FOR
000342*                  REFUSE THE RUN.
000344*                  MATCHING THE SAME STATUS FILE AGAIN IS
000346*                  HARMLESS; NOTICES ALREADY MATCHED ARE PASSED
000348*                  OVER.
000380*
000390*                  RETURN CODES:
000400*                   0 - CLEAN.  THE LISTS ARE NORMAL OUTPUT.
000410*                   8 - THE STATUS FILE DID NOT PROVE (NOTHING
000420*                       MATCHED FROM IT), QUOTED A NOTICE NOT
000425*                       ON THE LOG, OR A NOTICE OR ITS STATUS
000430*                       COULD NOT BE LOGGED, OR THE STATUS FILE
000435*                       COULD NOT BE OPENED - SEE THE REPORT.
000445*                  16 - REFUSED: NO BUSINESS DATE, THE MASTER,
000450*                       AUDIT TRAIL OR LOG COULD NOT BE OPENED,
000455*                       OR THE LOG AND PERSRNCT DISAGREE ABOUT
000460*                       AN EARLIER RUN.  NOTHING SENT.
000480*
000490*    MODIFICATION HISTORY
000500*    ------------------------------------------------------------
000510*    2026-10-15  IB   ORIGINAL.
000512*    2026-10-15  IB   A STATUS FILE THAT WILL NOT OPEN, OR A
000514*                      STATUS THE LOG WILL NOT TAKE, IS WARNED ON
000516*                      (RC=8) AND NOT COUNTED.
000520*****************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID.     PERSNTFY.
000550 AUTHOR.         INSUNG BAHK.
000560 INSTALLATION.   PERSONNEL SYSTEMS.
000570 DATE-WRITTEN.   2026-10-15.
000580 DATE-COMPILED.  2026-10-15.
000590
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER.   IBM-370.
000630 OBJECT-COMPUTER.   IBM-370.
000640
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT PERSONS-FILE ASSIGN TO "PERSONS"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS PERS-NUMBER
000710         FILE STATUS IS FS-PERSONS.
000720
000730     SELECT AUDIT-FILE ASSIGN TO "PERSAUDT"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS FS-AUDIT.
000760
000770     SELECT STATUS-FILE ASSIGN TO "PERSNTRT"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS FS-STATUS.
000800
000810     SELECT NOTICE-FILE ASSIGN TO "PERSNTFO"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS FS-NOTICE.
000840
000850     SELECT NOTICE-LOG-FILE ASSIGN TO "PERSNTLG"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS NTL-REFERENCE
000890         FILE STATUS IS FS-NOTICE-LOG.
000900
000910     SELECT RUN-CONTROL-FILE ASSIGN TO "PERSRNCT"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS FS-RUN-CONTROL.
000940
000950     SELECT PRINT-FILE ASSIGN TO "PERSNTFY"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS FS-PRINT.
000980
000990     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
001000
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  PERSONS-FILE
001040     LABEL RECORDS ARE STANDARD.
001050     COPY PERSONREC.
001060
001070 FD  AUDIT-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY AUDITREC.
001100
001110 FD  STATUS-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 01  STATUS-RECORD               PIC X(70).
001140
001150 FD  NOTICE-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 01  NOTICE-RECORD               PIC X(70).
001180
001190 FD  NOTICE-LOG-FILE
001200     LABEL RECORDS ARE STANDARD.
001210     COPY NTFYLOG.
001220
001230 FD  RUN-CONTROL-FILE
001240     LABEL RECORDS ARE STANDARD.
001250     COPY RUNCTLRC.
001260
001270 FD  PRINT-FILE
001280     LABEL RECORDS ARE STANDARD.
001290 01  PRINT-LINE                  PIC X(132).
001300
001310*        ONE RECORD PER A, C OR X AUDIT RECORD DATED TONIGHT,
001320*        SORTED BY PERSON AND THEN TIME SO EACH PERSON'S NIGHT
001330*        COMES BACK TOGETHER AND IN ORDER.
001340 SD  SORT-WORK-FILE.
001350 01  SORT-RECORD.
001360     05  SRT-NUMBER                PIC X(11).
001370     05  SRT-TIMESTAMP             PIC 9(16).
001380     05  SRT-OPERATION             PIC X(01).
001390
001400 WORKING-STORAGE SECTION.
001410 77  FS-PERSONS                PIC X(02)   VALUE '00'.
001420     88  FS-PERSONS-OK                     VALUE '00'.
001430 77  FS-AUDIT                  PIC X(02)   VALUE '00'.
001440     88  FS-AUDIT-OK                       VALUE '00'.
001450 77  FS-STATUS                 PIC X(02)   VALUE '00'.
001460     88  FS-STATUS-OK                      VALUE '00'.
001470     88  FS-STATUS-NOT-FOUND               VALUE '35'.
001480 77  FS-NOTICE                 PIC X(02)   VALUE '00'.
001490     88  FS-NOTICE-OK                      VALUE '00'.
001500 77  FS-NOTICE-LOG             PIC X(02)   VALUE '00'.
001510     88  FS-NOTICE-LOG-OK                  VALUE '00'.
001520     88  FS-NOTICE-LOG-NOT-FOUND           VALUE '35'.
001530 77  FS-RUN-CONTROL            PIC X(02)   VALUE '00'.
001535     88  FS-RUN-CONTROL-OK                 VALUE '00'.
001540     88  FS-RUN-CONTROL-NOT-FOUND          VALUE '35'.
001550 77  FS-PRINT                  PIC X(02)   VALUE '00'.
001560
001570 77  WS-LINES-PER-PAGE         PIC 9(02)   VALUE 50.
001580 77  WS-LINE-COUNT             PIC 9(02)   VALUE ZERO COMP.
001590 77  WS-PAGE-COUNT             PIC 9(04)   VALUE ZERO COMP.
001600
001610*        THE DELIVERY STATUS SIDE.
001620 77  WS-STATUS-COUNT           PIC 9(07)   VALUE ZERO COMP.
001630 77  WS-DELIVERED-COUNT        PIC 9(07)   VALUE ZERO COMP.
001640 77  WS-UNDELIVERED-COUNT      PIC 9(07)   VALUE ZERO COMP.
001650 77  WS-NO-STATUS-COUNT        PIC 9(07)   VALUE ZERO COMP.
001660 77  WS-ALREADY-MATCHED-COUNT  PIC 9(07)   VALUE ZERO COMP.
001670 77  WS-UNKNOWN-COUNT          PIC 9(07)   VALUE ZERO COMP.
001680
001690*        THE NOTICE SIDE.  EVERY SELECTED AUDIT RECORD ENDS UP IN
001700*        A NOTICE, ON THE COULD NOT NOTIFY LIST, OR FOLDED INTO
001710*        AN EARLIER RECORD FOR THE SAME PERSON - PERSBAL
001720*        PROVES IT.
001730 77  WS-SELECTED-COUNT         PIC 9(07)   VALUE ZERO COMP.
001740 77  WS-MERGED-COUNT           PIC 9(07)   VALUE ZERO COMP.
001750 77  WS-NOTIFIED-COUNT         PIC 9(07)   VALUE ZERO COMP.
001760 77  WS-UNNOTIFIED-COUNT       PIC 9(07)   VALUE ZERO COMP.
001770 77  WS-LOGGED-COUNT           PIC 9(07)   VALUE ZERO COMP.
001780 77  WS-PERSON-RECORDS         PIC 9(07)   VALUE ZERO COMP.
001790 77  WS-NOTICE-SEQ             PIC 9(06)   VALUE ZERO.
001800 77  WS-CONTACT-IDX            PIC 9(01)   VALUE ZERO COMP.
001801
001802*        EARLIER RUNS OF THE SAME DATE - THEIR LATEST RUNNING
001803*        TOTALS FROM PERSRNCT - AND THE DATE'S A/C/X RECORDS SEEN
001804*        SO FAR IN TRAIL ORDER, SO THE FIRST WS-PRIOR-SELECTED OF
001805*        THEM CAN BE PASSED OVER.
001806 77  WS-PRIOR-SELECTED         PIC 9(09)   VALUE ZERO.
001807 77  WS-PRIOR-MERGED           PIC 9(09)   VALUE ZERO.
001808 77  WS-PRIOR-NOTIFIED         PIC 9(09)   VALUE ZERO.
001809 77  WS-PRIOR-UNNOTIFIED       PIC 9(09)   VALUE ZERO.
001810 77  WS-PRIOR-FILES            PIC 9(09)   VALUE ZERO.
001811 77  WS-DATE-RECORD-COUNT      PIC 9(09)   VALUE ZERO COMP.
001812 77  WS-FILE-NO                PIC 9(02)   VALUE ZERO.
001813 77  WS-LOGGED-FILE-NO         PIC 9(02)   VALUE ZERO.
001814
001820*        HASH TOTALS OF THE PERSON NUMBERS, KEPT TO THE LOW-ORDER
001830*        15 DIGITS THE SAME WAY AS PERSXTR - ONE FOR THE NOTICES
001840*        WRITTEN, ONE TO PROVE THE STATUS FILE RETURNED.
001850 01  WS-HASH-TOTAL             PIC 9(15)   VALUE ZERO.
001860 01  WS-STATUS-HASH            PIC 9(15)   VALUE ZERO.
001870 01  WS-HASH-WORK              PIC 9(16)   VALUE ZERO.
001880 01  WS-NUMBER-NUM             PIC 9(11)   VALUE ZERO.
001890
001900 01  WS-SWITCHES.
001910     05  WS-REFUSED-SWITCH      PIC X(01)  VALUE 'N'.
001920         88  RUN-IS-REFUSED                VALUE 'Y'.
001930     05  WS-WARNING-SWITCH      PIC X(01)  VALUE 'N'.
001940         88  RUN-HAS-WARNING               VALUE 'Y'.
001950     05  WS-RNC-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001960         88  EOF-RUN-CONTROL               VALUE 'Y'.
001970     05  WS-STATUS-EOF-SWITCH   PIC X(01)  VALUE 'N'.
001980         88  EOF-STATUS                    VALUE 'Y' FALSE 'N'.
001990     05  WS-STATUS-HDR-SWITCH   PIC X(01)  VALUE 'N'.
002000         88  STATUS-HEADER-SEEN            VALUE 'Y'.
002010     05  WS-STATUS-TRL-SWITCH   PIC X(01)  VALUE 'N'.
002020         88  STATUS-TRAILER-SEEN           VALUE 'Y'.
002030     05  WS-STATUS-PROVED-SWITCH
002040                                PIC X(01)  VALUE 'Y'.
002050         88  STATUS-FILE-PROVED            VALUE 'Y' FALSE 'N'.
002060     05  WS-AUDIT-EOF-SWITCH    PIC X(01)  VALUE 'N'.
002070         88  EOF-AUDIT                     VALUE 'Y'.
002080     05  WS-SORT-EOF-SWITCH     PIC X(01)  VALUE 'N'.
002090         88  EOF-SORTED                    VALUE 'Y' FALSE 'N'.
002100     05  WS-LOG-EOF-SWITCH      PIC X(01)  VALUE 'N'.
002110         88  EOF-NOTICE-LOG                VALUE 'Y' FALSE 'N'.
002120     05  WS-NOTICE-EOF-SWITCH   PIC X(01)  VALUE 'N'.
002130         88  EOF-NOTICE                    VALUE 'Y'.
002140     05  WS-MASTER-OPEN-SWITCH  PIC X(01)  VALUE 'N'.
002150         88  MASTER-IS-OPEN                VALUE 'Y'.
002160     05  WS-AUDIT-OPEN-SWITCH   PIC X(01)  VALUE 'N'.
002170         88  AUDIT-IS-OPEN                 VALUE 'Y' FALSE 'N'.
002180     05  WS-LOG-OPEN-SWITCH     PIC X(01)  VALUE 'N'.
002190         88  LOG-IS-OPEN                   VALUE 'Y'.
002200     05  WS-ADD-SEEN-SWITCH     PIC X(01)  VALUE 'N'.
002210         88  ADD-WAS-SEEN                  VALUE 'Y' FALSE 'N'.
002220     05  WS-LEAVER-SEEN-SWITCH  PIC X(01)  VALUE 'N'.
002230         88  LEAVER-WAS-SEEN               VALUE 'Y' FALSE 'N'.
002240     05  WS-MOBILE-FOUND-SWITCH PIC X(01)  VALUE 'N'.
002250         88  MOBILE-WAS-FOUND              VALUE 'Y' FALSE 'N'.
002260
002270*        THE PERSON BEING FOLDED, AND THE NOTICE FILE THE STATUS
002280*        FILE ANSWERS.
002290 01  WS-CURRENT-NUMBER         PIC X(11)   VALUE SPACES.
002300 01  WS-MSG-TYPE               PIC X(03)   VALUE SPACES.
002310 01  WS-MOBILE                 PIC X(11)   VALUE SPACES.
002320 01  WS-ANSWERED-DATE          PIC 9(08)   VALUE ZERO.
002325 01  WS-ANSWERED-FILE-NO       PIC 9(02)   VALUE ZERO.
002330 01  WS-RNC-COUNTER            PIC X(12)   VALUE SPACES.
002340 01  WS-RNC-VALUE              PIC 9(09)   VALUE ZERO.
002350
002360 COPY BUSDPARM.
002370
002380*        GATEWAY INTERFACE RECORD VIEWS - THE RECORD JUST READ OR
002390*        ABOUT TO BE WRITTEN IS MOVED THROUGH THE VIEW ITS TYPE
002400*        BYTE NAMES.
002410 COPY NTFYREC.
002420
002430 01  HDG-LINE-1.
002440     05  FILLER                  PIC X(25)  VALUE SPACES.
002450     05  FILLER                  PIC X(40)
002460         VALUE 'NOTIFICATION FEED AND DELIVERY STATUS'.
002470     05  FILLER                  PIC X(05)  VALUE 'PAGE '.
002480     05  HDG1-PAGE-NO            PIC ZZZ9.
002490
002500 01  HDG-LINE-2.
002510     05  FILLER                  PIC X(25)  VALUE SPACES.
002520     05  FILLER                  PIC X(06)  VALUE 'DATE: '.
002530     05  HDG2-RUN-DATE           PIC 9(08).
002540
002550 01  HDG-LINE-3.
002560     05  FILLER                  PIC X(01)  VALUE SPACES.
002570     05  FILLER                  PIC X(22)  VALUE 'REASON'.
002580     05  FILLER                  PIC X(13)  VALUE 'NUMBER'.
002590     05  FILLER                  PIC X(22)  VALUE 'NAME'.
002600     05  FILLER                  PIC X(05)  VALUE 'TYPE'.
002610     05  FILLER                  PIC X(13)  VALUE 'MOBILE'.
002620     05  FILLER                  PIC X(16)  VALUE 'REFERENCE'.
002630     05  FILLER                  PIC X(20)
002640         VALUE 'GATEWAY REASON'.
002650
002660 01  LST-LINE.
002670     05  FILLER                  PIC X(01)  VALUE SPACES.
002680     05  LST-REASON              PIC X(20).
002690     05  FILLER                  PIC X(02)  VALUE SPACES.
002700     05  LST-NUMBER              PIC X(11).
002710     05  FILLER                  PIC X(02)  VALUE SPACES.
002720     05  LST-NAME                PIC X(20).
002730     05  FILLER                  PIC X(02)  VALUE SPACES.
002740     05  LST-MSG-TYPE            PIC X(03).
002750     05  FILLER                  PIC X(02)  VALUE SPACES.
002760     05  LST-MOBILE              PIC X(11).
002770     05  FILLER                  PIC X(02)  VALUE SPACES.
002780     05  LST-REFERENCE.
002790         10  LST-REF-DATE        PIC X(08).
002800         10  LST-REF-DASH        PIC X(01).
002810         10  LST-REF-SEQ         PIC X(06).
002820     05  FILLER                  PIC X(01)  VALUE SPACES.
002830     05  LST-GATEWAY-REASON      PIC X(20).
002840
002850 01  MSG-LINE.
002860     05  FILLER                  PIC X(01)  VALUE SPACES.
002870     05  MSG-TEXT                PIC X(70).
002880
002890 01  SUMMARY-LINE.
002900     05  FILLER                  PIC X(01)  VALUE SPACES.
002910     05  SUM-LABEL               PIC X(26).
002920     05  SUM-COUNT               PIC ZZZ,ZZ9.
002930
002940 PROCEDURE DIVISION.
002950 0000-MAINLINE.
002960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002970     IF NOT RUN-IS-REFUSED
002980         PERFORM 2000-MATCH-STATUS THRU 2000-EXIT
002990         PERFORM 3000-PICK-UP-EARLIER-RUNS THRU 3000-EXIT
003000     END-IF.
003010     IF NOT RUN-IS-REFUSED
003020         PERFORM 4000-BUILD-NOTICES THRU 4000-EXIT
003040         PERFORM 5000-LOG-NOTICES THRU 5000-EXIT
003050         PERFORM 9300-WRITE-RUN-CONTROL THRU 9300-EXIT
003060     END-IF.
003070     PERFORM 7500-PRINT-SUMMARY THRU 7500-EXIT.
003080     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003090     STOP RUN.
003100
003110*****************************************************************
003120*    1000-INITIALIZE - THE REPORT, THE BUSINESS DATE, AND THE
003130*    MASTER, AUDIT TRAIL AND NOTICE LOG.  WITHOUT ANY ONE OF THEM
003140*    NOTHING IS SENT.  THE LOG IS CREATED ON THE FIRST EVER RUN.
003150*****************************************************************
003160 1000-INITIALIZE.
003170     OPEN OUTPUT PRINT-FILE.
003180     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
003190     PERFORM 6400-PRINT-HEADERS THRU 6400-EXIT.
003200     IF NOT BUSINESS-DATE-OK
003210         MOVE 'NO BUSINESS DATE ON PERSBDAT - NOTHING SENT'
003220             TO MSG-TEXT
003230         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
003240         SET RUN-IS-REFUSED TO TRUE
003250         GO TO 1000-EXIT
003260     END-IF.
003270     OPEN INPUT PERSONS-FILE.
003280     IF NOT FS-PERSONS-OK
003290         MOVE SPACES TO MSG-TEXT
003300         STRING 'PERSONS MASTER UNAVAILABLE, STATUS ' FS-PERSONS
003310                ' - NOTHING SENT'
003320             DELIMITED BY SIZE INTO MSG-TEXT
003330         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
003340         SET RUN-IS-REFUSED TO TRUE
003350         GO TO 1000-EXIT
003360     END-IF.
003370     SET MASTER-IS-OPEN TO TRUE.
003380     OPEN INPUT AUDIT-FILE.
003390     IF NOT FS-AUDIT-OK
003400         MOVE SPACES TO MSG-TEXT
003410         STRING 'AUDIT TRAIL UNAVAILABLE, STATUS ' FS-AUDIT
003420                ' - NOTHING SENT'
003430             DELIMITED BY SIZE INTO MSG-TEXT
003440         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
003450         SET RUN-IS-REFUSED TO TRUE
003460         GO TO 1000-EXIT
003470     END-IF.
003480     SET AUDIT-IS-OPEN TO TRUE.
003490     OPEN I-O NOTICE-LOG-FILE.
003500     IF FS-NOTICE-LOG-NOT-FOUND
003510         OPEN OUTPUT NOTICE-LOG-FILE
003520         CLOSE NOTICE-LOG-FILE
003530         OPEN I-O NOTICE-LOG-FILE
003540     END-IF.
003550     IF NOT FS-NOTICE-LOG-OK
003560         MOVE SPACES TO MSG-TEXT
003570         STRING 'NOTICE LOG PERSNTLG UNAVAILABLE, STATUS '
003580                FS-NOTICE-LOG ' - NOTHING SENT'
003590             DELIMITED BY SIZE INTO MSG-TEXT
003600         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
003610         SET RUN-IS-REFUSED TO TRUE
003620         GO TO 1000-EXIT
003630     END-IF.
003640     SET LOG-IS-OPEN TO TRUE.
003650 1000-EXIT.
003660     EXIT.
003670
003680*****************************************************************
003690*    2000-MATCH-STATUS - THE GATEWAY'S DELIVERY STATUS FILE.  NO
003700*    FILE, OR AN EMPTY ONE, IS A NIGHT THE GATEWAY SENT NOTHING
003710*    BACK.  THE FRAME IS PROVED ON A FIRST PASS; ONLY A FILE THAT
003720*    PROVES IS MATCHED TO THE LOG, AND THEN EVERY NOTICE OF THE
003730*    FILE IT ANSWERS THAT IT LEFT OUT IS MARKED AND LISTED TOO.
003740*****************************************************************
003750 2000-MATCH-STATUS.
003760     MOVE 'DELIVERY STATUS RETURNED BY THE GATEWAY' TO MSG-TEXT.
003770     PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT.
003780     OPEN INPUT STATUS-FILE.
003790     IF FS-STATUS-NOT-FOUND
003800         MOVE '  NO DELIVERY STATUS FILE - NOTHING MATCHED'
003810             TO MSG-TEXT
003820         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
003830         GO TO 2000-EXIT
003840     END-IF.
003842     IF NOT FS-STATUS-OK
003844         PERFORM 2020-STATUS-UNAVAILABLE THRU 2020-EXIT
003846         GO TO 2000-EXIT
003848     END-IF.
003850     PERFORM 2010-READ-STATUS THRU 2010-EXIT.
003860     IF EOF-STATUS
003870         CLOSE STATUS-FILE
003880         MOVE '  NO DELIVERY STATUS RECEIVED - NOTHING MATCHED'
003890             TO MSG-TEXT
003900         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
003910         GO TO 2000-EXIT
003920     END-IF.
003930     PERFORM 2100-PROVE-STATUS THRU 2100-EXIT
003940         UNTIL EOF-STATUS.
003950     CLOSE STATUS-FILE.
003960     PERFORM 2150-CHECK-FRAME THRU 2150-EXIT.
003970     IF NOT STATUS-FILE-PROVED
003980         SET RUN-HAS-WARNING TO TRUE
003990         MOVE '  STATUS FILE DID NOT PROVE - NOTHING MATCHED'
004000             TO MSG-TEXT
004010         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
004020         GO TO 2000-EXIT
004030     END-IF.
004040     OPEN INPUT STATUS-FILE.
004042     IF NOT FS-STATUS-OK
004044         PERFORM 2020-STATUS-UNAVAILABLE THRU 2020-EXIT
004046         GO TO 2000-EXIT
004048     END-IF.
004050     SET EOF-STATUS TO FALSE.
004060     PERFORM 2010-READ-STATUS THRU 2010-EXIT.
004070     PERFORM 2200-APPLY-STATUS THRU 2200-EXIT
004080         UNTIL EOF-STATUS.
004090     CLOSE STATUS-FILE.
004100     PERFORM 2300-CLOSE-ANSWERED-FILE THRU 2300-EXIT.
004110 2000-EXIT.
004120     EXIT.
004130
004140 2010-READ-STATUS.
004150     READ STATUS-FILE
004160         AT END
004170             SET EOF-STATUS TO TRUE
004180     END-READ.
004190 2010-EXIT.
004200     EXIT.
004201
004202 2020-STATUS-UNAVAILABLE.
004203     SET RUN-HAS-WARNING TO TRUE.
004204     MOVE SPACES TO MSG-TEXT.
004205     STRING '  STATUS FILE UNAVAILABLE, STATUS ' FS-STATUS
004206            ' - NOTHING MATCHED'
004207         DELIMITED BY SIZE INTO MSG-TEXT.
004208     PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT.
004209 2020-EXIT.
004210     EXIT.
004211
004220*****************************************************************
004230*    2100-PROVE-STATUS - FIRST PASS, ONE RECORD BY ITS TYPE BYTE -
004240*    THE HEADER NAMES THE NOTICE FILE ANSWERED, THE DETAILS ARE
004250*    COUNTED AND HASHED, THE TRAILER IS BALANCED.
004260*****************************************************************
004270 2100-PROVE-STATUS.
004280     IF STATUS-RECORD(1:1) = 'H'
004290         MOVE STATUS-RECORD TO NOTICE-HEADER
004300         SET STATUS-HEADER-SEEN TO TRUE
004310         MOVE NTF-HDR-RUN-DATE TO WS-ANSWERED-DATE
004315         MOVE NTF-HDR-FILE-NO TO WS-ANSWERED-FILE-NO
004320         GO TO 2100-READ-NEXT
004330     END-IF.
004340     IF STATUS-RECORD(1:1) = 'D'
004350         MOVE STATUS-RECORD TO STATUS-DETAIL
004360         ADD 1 TO WS-STATUS-COUNT
004370         IF NTR-DTL-NUMBER IS NUMERIC
004380             MOVE NTR-DTL-NUMBER TO WS-NUMBER-NUM
004390             COMPUTE WS-HASH-WORK = WS-STATUS-HASH + WS-NUMBER-NUM
004400             MOVE WS-HASH-WORK TO WS-STATUS-HASH
004410         END-IF
004420         GO TO 2100-READ-NEXT
004430     END-IF.
004440     IF STATUS-RECORD(1:1) = 'T'
004450         MOVE STATUS-RECORD TO NOTICE-TRAILER
004460         SET STATUS-TRAILER-SEEN TO TRUE
004470         IF NTF-TRL-COUNT IS NOT NUMERIC
004480             OR NTF-TRL-COUNT NOT = WS-STATUS-COUNT
004490             MOVE '  STATUS FILE COUNT OUT OF BALANCE' TO MSG-TEXT
004500             PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
004510             SET STATUS-FILE-PROVED TO FALSE
004520         END-IF
004530         IF NTF-TRL-HASH IS NOT NUMERIC
004540             OR NTF-TRL-HASH NOT = WS-STATUS-HASH
004550             MOVE '  STATUS FILE HASH OUT OF BALANCE' TO MSG-TEXT
004560             PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
004570             SET STATUS-FILE-PROVED TO FALSE
004580         END-IF
004590         GO TO 2100-READ-NEXT
004600     END-IF.
004610     MOVE '  UNKNOWN STATUS FILE RECORD TYPE' TO MSG-TEXT.
004620     PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT.
004630     SET STATUS-FILE-PROVED TO FALSE.
004640 2100-READ-NEXT.
004650     PERFORM 2010-READ-STATUS THRU 2010-EXIT.
004660 2100-EXIT.
004670     EXIT.
004680
004690 2150-CHECK-FRAME.
004700     IF NOT STATUS-HEADER-SEEN
004710         OR WS-ANSWERED-DATE IS NOT NUMERIC
004715         OR WS-ANSWERED-FILE-NO IS NOT NUMERIC
004720         MOVE '  STATUS FILE HEADER MISSING' TO MSG-TEXT
004730         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
004740         SET STATUS-FILE-PROVED TO FALSE
004750     END-IF.
004760     IF NOT STATUS-TRAILER-SEEN
004770         MOVE '  STATUS FILE TRAILER MISSING' TO MSG-TEXT
004780         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
004790         SET STATUS-FILE-PROVED TO FALSE
004800     END-IF.
004810 2150-EXIT.
004820     EXIT.
004830
004840*****************************************************************
004850*    2200-APPLY-STATUS - SECOND PASS, ONE STATUS DETAIL AGAINST
004860*    THE LOG.  A NOTICE ALREADY MATCHED (THE SAME FILE SEEN ON AN
004870*    EARLIER NIGHT) IS PASSED OVER; A REFERENCE NOT ON THE LOG IS
004880*    LISTED AND WARNED ON.
004890*****************************************************************
004900 2200-APPLY-STATUS.
004910     IF STATUS-RECORD(1:1) NOT = 'D'
004920         GO TO 2200-READ-NEXT
004930     END-IF.
004940     MOVE STATUS-RECORD TO STATUS-DETAIL.
004950     MOVE NTR-DTL-REFERENCE TO NTL-REFERENCE.
004960     READ NOTICE-LOG-FILE
004970         INVALID KEY
004980             PERFORM 2210-LIST-UNKNOWN THRU 2210-EXIT
004990             GO TO 2200-READ-NEXT
005000     END-READ.
005010     IF NOT NTL-AWAITING-STATUS
005020         ADD 1 TO WS-ALREADY-MATCHED-COUNT
005030         GO TO 2200-READ-NEXT
005040     END-IF.
005050     MOVE WS-BUSINESS-DATE TO NTL-STATUS-DATE.
005060     IF NTR-WAS-DELIVERED
005070         SET NTL-WAS-DELIVERED TO TRUE
005075     ELSE
005080         SET NTL-WAS-UNDELIVERED TO TRUE
005085         MOVE NTR-DTL-REASON TO NTL-REASON
005090     END-IF.
005095     REWRITE NOTICE-LOG-RECORD
005100         INVALID KEY
005105             PERFORM 2220-LOG-NOT-UPDATED THRU 2220-EXIT
005110             GO TO 2200-READ-NEXT
005115     END-REWRITE.
005120     IF NTL-WAS-DELIVERED
005125         ADD 1 TO WS-DELIVERED-COUNT
005130     ELSE
005135         ADD 1 TO WS-UNDELIVERED-COUNT
005140         PERFORM 6100-CLEAR-LST-FIELDS THRU 6100-EXIT
005145         MOVE 'NOT DELIVERED' TO LST-REASON
005150         PERFORM 6200-LIST-LOGGED-NOTICE THRU 6200-EXIT
005155     END-IF.
005180 2200-READ-NEXT.
005190     PERFORM 2010-READ-STATUS THRU 2010-EXIT.
005200 2200-EXIT.
005210     EXIT.
005220
005230 2210-LIST-UNKNOWN.
005240     ADD 1 TO WS-UNKNOWN-COUNT.
005250     SET RUN-HAS-WARNING TO TRUE.
005260     PERFORM 6100-CLEAR-LST-FIELDS THRU 6100-EXIT.
005270     MOVE 'UNKNOWN NOTICE' TO LST-REASON.
005280     MOVE NTR-DTL-NUMBER TO LST-NUMBER.
005290     MOVE NTR-DTL-REF-DATE TO LST-REF-DATE.
005300     MOVE '-' TO LST-REF-DASH.
005310     MOVE NTR-DTL-REF-SEQ TO LST-REF-SEQ.
005320     MOVE NTR-DTL-REASON TO LST-GATEWAY-REASON.
005330     PERFORM 6000-PRINT-LIST-LINE THRU 6000-EXIT.
005340 2210-EXIT.
005350     EXIT.
005351
005352*****************************************************************
005353*    2220-LOG-NOT-UPDATED - THE LOG WOULD NOT TAKE A STATUS.  THE
005354*    NOTICE STAYS AS IT WAS ON THE LOG AND IS NOT COUNTED.
005355*****************************************************************
005356 2220-LOG-NOT-UPDATED.
005357     MOVE SPACES TO MSG-TEXT.
005358     STRING 'NOTICE ' NTL-REF-DATE '-' NTL-REF-SEQ
005359            ' STATUS NOT LOGGED, STATUS ' FS-NOTICE-LOG
005360         DELIMITED BY SIZE INTO MSG-TEXT.
005361     PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT.
005362     SET RUN-HAS-WARNING TO TRUE.
005363 2220-EXIT.
005364     EXIT.
005365
005370*****************************************************************
005380*    2300-CLOSE-ANSWERED-FILE - EVERY NOTICE OF THE FILE THE
005385*    GATEWAY ANSWERED (ITS DATE AND FILE NUMBER) THAT IS STILL
005390*    WAITING WAS LEFT OUT OF THE ANSWER - IT IS MARKED AND LISTED
005395*    AS UNDELIVERED.  A LATER FILE OF THE SAME DATE IS LEFT ALONE.
005410*****************************************************************
005420 2300-CLOSE-ANSWERED-FILE.
005430     MOVE WS-ANSWERED-DATE TO NTL-REF-DATE.
005440     MOVE ZERO TO NTL-REF-SEQ.
005450     SET EOF-NOTICE-LOG TO FALSE.
005460     START NOTICE-LOG-FILE KEY IS NOT LESS THAN NTL-REFERENCE
005470         INVALID KEY
005480             SET EOF-NOTICE-LOG TO TRUE
005490     END-START.
005500     PERFORM 2310-READ-LOG THRU 2310-EXIT.
005510     PERFORM 2320-CHECK-ANSWERED THRU 2320-EXIT
005520         UNTIL EOF-NOTICE-LOG.
005530 2300-EXIT.
005540     EXIT.
005550
005560 2310-READ-LOG.
005570     IF EOF-NOTICE-LOG
005580         GO TO 2310-EXIT
005590     END-IF.
005600     READ NOTICE-LOG-FILE NEXT
005610         AT END
005620             SET EOF-NOTICE-LOG TO TRUE
005630     END-READ.
005640     IF NOT EOF-NOTICE-LOG
005650         AND NTL-REF-DATE NOT = WS-ANSWERED-DATE
005660         SET EOF-NOTICE-LOG TO TRUE
005670     END-IF.
005680 2310-EXIT.
005690     EXIT.
005700
005710 2320-CHECK-ANSWERED.
005720     IF NTL-AWAITING-STATUS
005725         AND NTL-FILE-NO = WS-ANSWERED-FILE-NO
005730         SET NTL-NO-STATUS-RETURNED TO TRUE
005740         MOVE WS-BUSINESS-DATE TO NTL-STATUS-DATE
005745         REWRITE NOTICE-LOG-RECORD
005750             INVALID KEY
005755                 PERFORM 2220-LOG-NOT-UPDATED THRU 2220-EXIT
005760                 GO TO 2320-READ-NEXT
005765         END-REWRITE
005770         ADD 1 TO WS-NO-STATUS-COUNT
005775         PERFORM 6100-CLEAR-LST-FIELDS THRU 6100-EXIT
005780         MOVE 'NO STATUS RETURNED' TO LST-REASON
005785         PERFORM 6200-LIST-LOGGED-NOTICE THRU 6200-EXIT
005790     END-IF.
005795 2320-READ-NEXT.
005810     PERFORM 2310-READ-LOG THRU 2310-EXIT.
005820 2320-EXIT.
005830     EXIT.
005840
005850*****************************************************************
005852*    3000-PICK-UP-EARLIER-RUNS - THE RUNNING TOTALS OF ANY EARLIER
005854*    RUN OF THE DATE FROM PERSRNCT, AND THE LAST NOTICE OF THE
005856*    DATE ON THE LOG.  THIS RUN'S FILE IS THE NEXT FILE NUMBER AND
005858*    ITS NOTICES CARRY ON FROM THE LAST REFERENCE.  NOTICES LOGGED
005860*    ON A FILE PERSRNCT HAS NO COUNTS FOR (A RUN THAT STOPPED
005862*    BETWEEN LOGGING AND POSTING) CANNOT BE PLACED ON THE TRAIL,
005864*    SO THE RUN IS REFUSED RATHER THAN TELL ANYBODY TWICE.
005866*****************************************************************
005868 3000-PICK-UP-EARLIER-RUNS.
005870     OPEN INPUT RUN-CONTROL-FILE.
005872     IF FS-RUN-CONTROL-OK
005874         PERFORM 3010-READ-RUN-CONTROL THRU 3010-EXIT
005876         PERFORM 3100-PICK-UP-COUNT THRU 3100-EXIT
005878             UNTIL EOF-RUN-CONTROL
005880         CLOSE RUN-CONTROL-FILE
005882     END-IF.
005884     COMPUTE WS-FILE-NO = WS-PRIOR-FILES + 1.
005886     PERFORM 3200-FIND-LAST-REFERENCE THRU 3200-EXIT.
005888     IF WS-NOTICE-SEQ > ZERO
005890         AND (WS-PRIOR-FILES = ZERO
005892              OR WS-LOGGED-FILE-NO > WS-PRIOR-FILES)
005894         MOVE SPACES TO MSG-TEXT
005896         STRING 'NOTICES FOR ' WS-BUSINESS-DATE
005898                ' NOT COUNTED ON PERSRNCT - NOTHING SENT'
005900             DELIMITED BY SIZE INTO MSG-TEXT
005902         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
005904         SET RUN-IS-REFUSED TO TRUE
005906         GO TO 3000-EXIT
005908     END-IF.
005910     IF WS-PRIOR-FILES > ZERO
005912         MOVE SPACES TO MSG-TEXT
005914         STRING 'NOTICES FOR ' WS-BUSINESS-DATE
005916                ' ALREADY SENT - ONLY LATER CHANGES SENT'
005918             DELIMITED BY SIZE INTO MSG-TEXT
005920         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
005922     END-IF.
005924 3000-EXIT.
005926     EXIT.
005928
005930 3010-READ-RUN-CONTROL.
005932     READ RUN-CONTROL-FILE
005934         AT END
005936             SET EOF-RUN-CONTROL TO TRUE
005938     END-READ.
005940 3010-EXIT.
005942     EXIT.
005944
005946*****************************************************************
005948*    3100-PICK-UP-COUNT - THE FILE IS IN POSTING ORDER, SO THE
005950*    LAST PERSNTFY RECORD OF THE DATE FOR EACH COUNTER WINS.
005952*****************************************************************
005954 3100-PICK-UP-COUNT.
005956     IF RNC-RUN-DATE NOT = WS-BUSINESS-DATE
005958         OR RNC-STEP NOT = 'PERSNTFY'
005960         GO TO 3100-READ-NEXT
005962     END-IF.
005964     IF RNC-COUNTER = 'SELECTED'
005966         MOVE RNC-VALUE TO WS-PRIOR-SELECTED
005968     END-IF.
005970     IF RNC-COUNTER = 'MERGED'
005972         MOVE RNC-VALUE TO WS-PRIOR-MERGED
005974     END-IF.
005976     IF RNC-COUNTER = 'NOTIFIED'
005978         MOVE RNC-VALUE TO WS-PRIOR-NOTIFIED
005980     END-IF.
005982     IF RNC-COUNTER = 'UNNOTIFIED'
005984         MOVE RNC-VALUE TO WS-PRIOR-UNNOTIFIED
005986     END-IF.
005988     IF RNC-COUNTER = 'FILES'
005990         MOVE RNC-VALUE TO WS-PRIOR-FILES
005992     END-IF.
005994 3100-READ-NEXT.
005996     PERFORM 3010-READ-RUN-CONTROL THRU 3010-EXIT.
005998 3100-EXIT.
006000     EXIT.
006002
006004*****************************************************************
006006*    3200-FIND-LAST-REFERENCE - WALK THE DATE'S NOTICES ON THE LOG
006008*    TO THE LAST ONE; ITS SEQUENCE AND FILE NUMBER ARE KEPT.
006010*****************************************************************
006012 3200-FIND-LAST-REFERENCE.
006014     MOVE WS-BUSINESS-DATE TO NTL-REF-DATE.
006016     MOVE ZERO TO NTL-REF-SEQ.
006018     SET EOF-NOTICE-LOG TO FALSE.
006020     START NOTICE-LOG-FILE KEY IS NOT LESS THAN NTL-REFERENCE
006022         INVALID KEY
006024             GO TO 3200-EXIT
006026     END-START.
006028     PERFORM 3210-READ-DATE-NOTICE THRU 3210-EXIT
006030         UNTIL EOF-NOTICE-LOG.
006032 3200-EXIT.
006034     EXIT.
006036
006038 3210-READ-DATE-NOTICE.
006040     READ NOTICE-LOG-FILE NEXT
006042         AT END
006044             SET EOF-NOTICE-LOG TO TRUE
006046             GO TO 3210-EXIT
006048     END-READ.
006050     IF NTL-REF-DATE NOT = WS-BUSINESS-DATE
006052         SET EOF-NOTICE-LOG TO TRUE
006054         GO TO 3210-EXIT
006056     END-IF.
006058     MOVE NTL-REF-SEQ TO WS-NOTICE-SEQ.
006060     MOVE NTL-FILE-NO TO WS-LOGGED-FILE-NO.
006062 3210-EXIT.
006090     EXIT.
006100
006110*****************************************************************
006115*    4000-BUILD-NOTICES - THE FRAMED NOTICE FILE, NUMBERED WITHIN
006120*    THE DATE.  A RERUN WITH NO LATER CHANGES WRITES ONLY THE
006125*    HEADER AND A ZERO TRAILER.
006140*****************************************************************
006150 4000-BUILD-NOTICES.
006160     OPEN OUTPUT NOTICE-FILE.
006170     MOVE WS-BUSINESS-DATE TO NTF-HDR-RUN-DATE.
006175     MOVE WS-FILE-NO TO NTF-HDR-FILE-NO.
006180     MOVE NOTICE-HEADER TO NOTICE-RECORD.
006190     WRITE NOTICE-RECORD.
006200     MOVE SPACES TO PRINT-LINE.
006210     WRITE PRINT-LINE.
006220     ADD 1 TO WS-LINE-COUNT.
006230     MOVE 'COULD NOT NOTIFY' TO MSG-TEXT.
006240     PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT.
006250     SORT SORT-WORK-FILE
006260         ON ASCENDING KEY SRT-NUMBER
006270                          SRT-TIMESTAMP
006280         INPUT PROCEDURE IS 4100-SELECT-AUDIT
006290             THRU 4100-EXIT
006300         OUTPUT PROCEDURE IS 4500-WRITE-NOTICES
006310             THRU 4500-EXIT.
006340     MOVE WS-NOTIFIED-COUNT TO NTF-TRL-COUNT.
006350     MOVE WS-HASH-TOTAL     TO NTF-TRL-HASH.
006360     MOVE NOTICE-TRAILER TO NOTICE-RECORD.
006370     WRITE NOTICE-RECORD.
006380     CLOSE NOTICE-FILE.
006390 4000-EXIT.
006400     EXIT.
006410
006420*****************************************************************
006430*    4100-SELECT-AUDIT - RELEASE TONIGHT'S A, C AND X RECORDS.
006435*    THE T THAT FOLLOWS A DEPARTMENT MOVE RIDES ON ITS C.  THE
006440*    FIRST WS-PRIOR-SELECTED OF THEM WENT OUT ON AN EARLIER RUN
006445*    OF THE DATE AND ARE PASSED OVER.
006450*****************************************************************
006460 4100-SELECT-AUDIT.
006470     PERFORM 4110-READ-AUDIT THRU 4110-EXIT.
006480     PERFORM 4200-RELEASE-AUDIT THRU 4200-EXIT
006490         UNTIL EOF-AUDIT.
006500 4100-EXIT.
006510     EXIT.
006520
006530 4110-READ-AUDIT.
006540     READ AUDIT-FILE
006550         AT END
006560             SET EOF-AUDIT TO TRUE
006570     END-READ.
006580 4110-EXIT.
006590     EXIT.
006600
006610 4200-RELEASE-AUDIT.
006620     IF AUD-DATE = WS-BUSINESS-DATE
006630         AND (AUD-OP-IS-ADD OR AUD-OP-IS-CHANGE
006640              OR AUD-OP-IS-DEACTIVATE)
006645         ADD 1 TO WS-DATE-RECORD-COUNT
006650         IF WS-DATE-RECORD-COUNT > WS-PRIOR-SELECTED
006655             MOVE AUD-NUMBER    TO SRT-NUMBER
006660             MOVE AUD-TIMESTAMP TO SRT-TIMESTAMP
006665             MOVE AUD-OPERATION TO SRT-OPERATION
006670             RELEASE SORT-RECORD
006675             ADD 1 TO WS-SELECTED-COUNT
006680         END-IF
006700     END-IF.
006710     PERFORM 4110-READ-AUDIT THRU 4110-EXIT.
006720 4200-EXIT.
006730     EXIT.
006740
006750*****************************************************************
006760*    4500-WRITE-NOTICES - EACH PERSON'S RECORDS COME BACK
006770*    TOGETHER; ONE NOTICE (OR ONE COULD NOT NOTIFY LINE) EACH.
006780*****************************************************************
006790 4500-WRITE-NOTICES.
006800     SET EOF-SORTED TO FALSE.
006810     PERFORM 4510-RETURN-SORTED THRU 4510-EXIT.
006820     PERFORM 4600-NOTIFY-PERSON THRU 4600-EXIT
006830         UNTIL EOF-SORTED.
006840 4500-EXIT.
006850     EXIT.
006860
006870 4510-RETURN-SORTED.
006880     RETURN SORT-WORK-FILE
006890         AT END
006900             SET EOF-SORTED TO TRUE
006910     END-RETURN.
006920 4510-EXIT.
006930     EXIT.
006940
006950*****************************************************************
006960*    4600-NOTIFY-PERSON - FOLD ONE PERSON'S RECORDS, THEN SEND TO
006970*    THE FIRST MOBILE CONTACT ON THEIR MASTER RECORD.  A LEAVER
006980*    STILL INACTIVE ON THE MASTER GETS LVR; OTHERWISE A PERSON
006990*    ADDED TONIGHT GETS NEW AND EVERYBODY ELSE CHG.
007000*****************************************************************
007010 4600-NOTIFY-PERSON.
007020     MOVE SRT-NUMBER TO WS-CURRENT-NUMBER.
007030     MOVE ZERO TO WS-PERSON-RECORDS.
007040     SET ADD-WAS-SEEN TO FALSE.
007050     SET LEAVER-WAS-SEEN TO FALSE.
007060     PERFORM 4610-FOLD-RECORD THRU 4610-EXIT
007070         UNTIL EOF-SORTED
007080             OR SRT-NUMBER NOT = WS-CURRENT-NUMBER.
007090     COMPUTE WS-MERGED-COUNT =
007100         WS-MERGED-COUNT + WS-PERSON-RECORDS - 1.
007110     PERFORM 4620-SET-MSG-TYPE THRU 4620-EXIT.
007120     PERFORM 6100-CLEAR-LST-FIELDS THRU 6100-EXIT.
007130     MOVE WS-CURRENT-NUMBER TO LST-NUMBER.
007140     MOVE WS-MSG-TYPE TO LST-MSG-TYPE.
007150     IF NOT FS-PERSONS-OK
007160         MOVE 'NOT ON MASTER' TO LST-REASON
007170         GO TO 4600-NOT-NOTIFIED
007180     END-IF.
007190     MOVE PERS-NAME TO LST-NAME.
007200     MOVE SPACES TO WS-MOBILE.
007210     SET MOBILE-WAS-FOUND TO FALSE.
007220     PERFORM 4630-FIND-MOBILE THRU 4630-EXIT
007230         VARYING WS-CONTACT-IDX FROM 1 BY 1
007240         UNTIL WS-CONTACT-IDX > 3
007250             OR MOBILE-WAS-FOUND.
007260     IF NOT MOBILE-WAS-FOUND
007270         MOVE 'NO MOBILE NUMBER' TO LST-REASON
007280         GO TO 4600-NOT-NOTIFIED
007290     END-IF.
007300     PERFORM 4700-WRITE-NOTICE THRU 4700-EXIT.
007310     GO TO 4600-EXIT.
007320 4600-NOT-NOTIFIED.
007330     ADD 1 TO WS-UNNOTIFIED-COUNT.
007340     PERFORM 6000-PRINT-LIST-LINE THRU 6000-EXIT.
007350 4600-EXIT.
007360     EXIT.
007370
007380 4610-FOLD-RECORD.
007390     ADD 1 TO WS-PERSON-RECORDS.
007400     IF SRT-OPERATION = 'A'
007410         SET ADD-WAS-SEEN TO TRUE
007420     END-IF.
007430     IF SRT-OPERATION = 'X'
007440         SET LEAVER-WAS-SEEN TO TRUE
007450     END-IF.
007460     PERFORM 4510-RETURN-SORTED THRU 4510-EXIT.
007470 4610-EXIT.
007480     EXIT.
007490
007500*****************************************************************
007510*    4620-SET-MSG-TYPE - READ THE PERSON'S MASTER RECORD AND PICK
007520*    THE MESSAGE TYPE.  A LEAVER REINSTATED LATER THE SAME NIGHT
007530*    IS NO LONGER A LEAVER.
007540*****************************************************************
007550 4620-SET-MSG-TYPE.
007560     MOVE WS-CURRENT-NUMBER TO PERS-NUMBER.
007570     READ PERSONS-FILE
007580         INVALID KEY
007590             CONTINUE
007600     END-READ.
007610     IF LEAVER-WAS-SEEN
007620         AND FS-PERSONS-OK
007630         AND PERS-IS-INACTIVE
007640         MOVE 'LVR' TO WS-MSG-TYPE
007650         GO TO 4620-EXIT
007660     END-IF.
007670     IF ADD-WAS-SEEN
007680         MOVE 'NEW' TO WS-MSG-TYPE
007690     ELSE
007700         MOVE 'CHG' TO WS-MSG-TYPE
007710     END-IF.
007720 4620-EXIT.
007730     EXIT.
007740
007750 4630-FIND-MOBILE.
007760     IF PERS-CONTACT-IS-MOBILE(WS-CONTACT-IDX)
007770         AND PERS-CONTACT-NUMBER(WS-CONTACT-IDX) NOT = SPACES
007780         MOVE PERS-CONTACT-NUMBER(WS-CONTACT-IDX) TO WS-MOBILE
007790         SET MOBILE-WAS-FOUND TO TRUE
007800     END-IF.
007810 4630-EXIT.
007820     EXIT.
007830
007840*****************************************************************
007850*    4700-WRITE-NOTICE - ONE NOTICE DETAIL, NUMBERED WITHIN THE
007860*    NIGHT AND ADDED TO THE COUNT AND HASH FOR THE TRAILER.
007870*****************************************************************
007880 4700-WRITE-NOTICE.
007890     ADD 1 TO WS-NOTICE-SEQ.
007900     MOVE WS-BUSINESS-DATE  TO NTF-DTL-REF-DATE.
007910     MOVE WS-NOTICE-SEQ     TO NTF-DTL-REF-SEQ.
007920     MOVE WS-MSG-TYPE       TO NTF-DTL-MSG-TYPE.
007930     MOVE WS-CURRENT-NUMBER TO NTF-DTL-NUMBER.
007940     MOVE PERS-NAME         TO NTF-DTL-NAME.
007950     MOVE WS-MOBILE         TO NTF-DTL-MOBILE.
007960     MOVE NOTICE-DETAIL TO NOTICE-RECORD.
007970     WRITE NOTICE-RECORD.
007980     ADD 1 TO WS-NOTIFIED-COUNT.
007990     IF WS-CURRENT-NUMBER IS NUMERIC
008000         MOVE WS-CURRENT-NUMBER TO WS-NUMBER-NUM
008010         COMPUTE WS-HASH-WORK = WS-HASH-TOTAL + WS-NUMBER-NUM
008020         MOVE WS-HASH-WORK TO WS-HASH-TOTAL
008030     END-IF.
008040 4700-EXIT.
008050     EXIT.
008060
008070*****************************************************************
008080*    5000-LOG-NOTICES - THE NOTICE FILE IS COMPLETE, SO EACH
008090*    NOTICE ON IT GOES ON THE LOG TO AWAIT ITS DELIVERY STATUS.
008100*****************************************************************
008110 5000-LOG-NOTICES.
008120     OPEN INPUT NOTICE-FILE.
008130     PERFORM 5010-READ-NOTICE THRU 5010-EXIT.
008140     PERFORM 5100-LOG-NOTICE THRU 5100-EXIT
008150         UNTIL EOF-NOTICE.
008160     CLOSE NOTICE-FILE.
008170 5000-EXIT.
008180     EXIT.
008190
008200 5010-READ-NOTICE.
008210     READ NOTICE-FILE
008220         AT END
008230             SET EOF-NOTICE TO TRUE
008240     END-READ.
008250 5010-EXIT.
008260     EXIT.
008270
008280 5100-LOG-NOTICE.
008290     IF NOTICE-RECORD(1:1) NOT = 'D'
008300         GO TO 5100-READ-NEXT
008310     END-IF.
008320     MOVE NOTICE-RECORD TO NOTICE-DETAIL.
008330     MOVE SPACES TO NOTICE-LOG-RECORD.
008340     MOVE NTF-DTL-REFERENCE TO NTL-REFERENCE.
008350     MOVE NTF-DTL-NUMBER    TO NTL-NUMBER.
008360     MOVE NTF-DTL-NAME      TO NTL-NAME.
008370     MOVE NTF-DTL-MSG-TYPE  TO NTL-MSG-TYPE.
008380     MOVE NTF-DTL-MOBILE    TO NTL-MOBILE.
008385     MOVE WS-FILE-NO        TO NTL-FILE-NO.
008390     MOVE ZERO TO NTL-STATUS-DATE.
008400     WRITE NOTICE-LOG-RECORD
008410         INVALID KEY
008420             MOVE SPACES TO MSG-TEXT
008430             STRING 'NOTICE ' NTF-DTL-REF-DATE '-' NTF-DTL-REF-SEQ
008440                    ' COULD NOT BE LOGGED, STATUS ' FS-NOTICE-LOG
008450                 DELIMITED BY SIZE INTO MSG-TEXT
008460             PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
008470             SET RUN-HAS-WARNING TO TRUE
008480             GO TO 5100-READ-NEXT
008490     END-WRITE.
008500     ADD 1 TO WS-LOGGED-COUNT.
008510 5100-READ-NEXT.
008520     PERFORM 5010-READ-NOTICE THRU 5010-EXIT.
008530 5100-EXIT.
008540     EXIT.
008550
008560*****************************************************************
008570*    6000-PRINT-LIST-LINE - ONE LINE ON WHICHEVER LIST IS BEING
008580*    PRINTED, WITH A NEW PAGE WHEN THIS ONE IS FULL.
008590*****************************************************************
008600 6000-PRINT-LIST-LINE.
008610     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
008620         PERFORM 6400-PRINT-HEADERS THRU 6400-EXIT
008630     END-IF.
008640     MOVE LST-LINE TO PRINT-LINE.
008650     WRITE PRINT-LINE.
008660     ADD 1 TO WS-LINE-COUNT.
008670 6000-EXIT.
008680     EXIT.
008690
008700 6100-CLEAR-LST-FIELDS.
008710     MOVE SPACES TO LST-REASON
008720                    LST-NUMBER
008730                    LST-NAME
008740                    LST-MSG-TYPE
008750                    LST-MOBILE
008760                    LST-REFERENCE
008770                    LST-GATEWAY-REASON.
008780 6100-EXIT.
008790     EXIT.
008800
008810*****************************************************************
008820*    6200-LIST-LOGGED-NOTICE - THE NOTICE LOG RECORD IN HAND ON
008830*    THE UNDELIVERED LIST.  THE CALLER CLEARS THE LINE AND SETS
008840*    LST-REASON.
008850*****************************************************************
008860 6200-LIST-LOGGED-NOTICE.
008870     MOVE NTL-NUMBER   TO LST-NUMBER.
008880     MOVE NTL-NAME     TO LST-NAME.
008890     MOVE NTL-MSG-TYPE TO LST-MSG-TYPE.
008900     MOVE NTL-MOBILE   TO LST-MOBILE.
008910     MOVE NTL-REF-DATE TO LST-REF-DATE.
008920     MOVE '-'          TO LST-REF-DASH.
008930     MOVE NTL-REF-SEQ  TO LST-REF-SEQ.
008940     MOVE NTL-REASON   TO LST-GATEWAY-REASON.
008950     PERFORM 6000-PRINT-LIST-LINE THRU 6000-EXIT.
008960 6200-EXIT.
008970     EXIT.
008980
008990*****************************************************************
009000*    6400-PRINT-HEADERS - PAGE HEADINGS.
009010*****************************************************************
009020 6400-PRINT-HEADERS.
009030     ADD 1 TO WS-PAGE-COUNT.
009040     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
009050     MOVE WS-BUSINESS-DATE TO HDG2-RUN-DATE.
009060     IF WS-PAGE-COUNT > 1
009070         MOVE SPACES TO PRINT-LINE
009080         WRITE PRINT-LINE
009090         WRITE PRINT-LINE
009100     END-IF.
009110     MOVE HDG-LINE-1 TO PRINT-LINE.
009120     WRITE PRINT-LINE.
009130     MOVE HDG-LINE-2 TO PRINT-LINE.
009140     WRITE PRINT-LINE.
009150     MOVE SPACES TO PRINT-LINE.
009160     WRITE PRINT-LINE.
009170     MOVE HDG-LINE-3 TO PRINT-LINE.
009180     WRITE PRINT-LINE.
009190     MOVE SPACES TO PRINT-LINE.
009200     WRITE PRINT-LINE.
009210     MOVE ZERO TO WS-LINE-COUNT.
009220 6400-EXIT.
009230     EXIT.
009240
009250*****************************************************************
009260*    7500-PRINT-SUMMARY - WHAT THIS RUN DID.
009270*****************************************************************
009280 7500-PRINT-SUMMARY.
009290     MOVE SPACES TO PRINT-LINE.
009300     WRITE PRINT-LINE.
009310     MOVE 'STATUS RECORDS READ.....' TO SUM-LABEL.
009320     MOVE WS-STATUS-COUNT TO SUM-COUNT.
009330     PERFORM 7510-PRINT-COUNT THRU 7510-EXIT.
009340     MOVE 'NOTICES DELIVERED.......' TO SUM-LABEL.
009350     MOVE WS-DELIVERED-COUNT TO SUM-COUNT.
009360     PERFORM 7510-PRINT-COUNT THRU 7510-EXIT.
009370     MOVE 'NOTICES NOT DELIVERED...' TO SUM-LABEL.
009380     MOVE WS-UNDELIVERED-COUNT TO SUM-COUNT.
009390     PERFORM 7510-PRINT-COUNT THRU 7510-EXIT.
009400     MOVE 'NO STATUS RETURNED......' TO SUM-LABEL.
009410     MOVE WS-NO-STATUS-COUNT TO SUM-COUNT.
009420     PERFORM 7510-PRINT-COUNT THRU 7510-EXIT.
009430     MOVE 'ALREADY MATCHED.........' TO SUM-LABEL.
009440     MOVE WS-ALREADY-MATCHED-COUNT TO SUM-COUNT.
009450     PERFORM 7510-PRINT-COUNT THRU 7510-EXIT.
009460     MOVE 'UNKNOWN NOTICES.........' TO SUM-LABEL.
009470     MOVE WS-UNKNOWN-COUNT TO SUM-COUNT.
009480     PERFORM 7510-PRINT-COUNT THRU 7510-EXIT.
009481     MOVE 'NOTICE FILE NUMBER......' TO SUM-LABEL.
009482     MOVE WS-FILE-NO TO SUM-COUNT.
009483     PERFORM 7510-PRINT-COUNT THRU 7510-EXIT.
009484     MOVE 'SELECTED ON EARLIER RUNS' TO SUM-LABEL.
009485     MOVE WS-PRIOR-SELECTED TO SUM-COUNT.
009486     PERFORM 7510-PRINT-COUNT THRU 7510-EXIT.
009490     MOVE 'AUDIT RECORDS SELECTED..' TO SUM-LABEL.
009500     MOVE WS-SELECTED-COUNT TO SUM-COUNT.
009510     PERFORM 7510-PRINT-COUNT THRU 7510-EXIT.
009520     MOVE 'FOLDED INTO ONE NOTICE..' TO SUM-LABEL.
009530     MOVE WS-MERGED-COUNT TO SUM-COUNT.
009540     PERFORM 7510-PRINT-COUNT THRU 7510-EXIT.
009550     MOVE 'NOTICES SENT............' TO SUM-LABEL.
009560     MOVE WS-NOTIFIED-COUNT TO SUM-COUNT.
009570     PERFORM 7510-PRINT-COUNT THRU 7510-EXIT.
009580     MOVE 'COULD NOT NOTIFY........' TO SUM-LABEL.
009590     MOVE WS-UNNOTIFIED-COUNT TO SUM-COUNT.
009600     PERFORM 7510-PRINT-COUNT THRU 7510-EXIT.
009610     MOVE 'NOTICES LOGGED..........' TO SUM-LABEL.
009620     MOVE WS-LOGGED-COUNT TO SUM-COUNT.
009630     PERFORM 7510-PRINT-COUNT THRU 7510-EXIT.
009640 7500-EXIT.
009650     EXIT.
009660
009670 7510-PRINT-COUNT.
009680     MOVE SUMMARY-LINE TO PRINT-LINE.
009690     WRITE PRINT-LINE.
009700 7510-EXIT.
009710     EXIT.
009720
009730*****************************************************************
009740*    8000-PRINT-MESSAGE - MSG-TEXT TO THE REPORT AND THE JOB LOG.
009750*****************************************************************
009760 8000-PRINT-MESSAGE.
009770     MOVE MSG-LINE TO PRINT-LINE.
009780     WRITE PRINT-LINE.
009790     ADD 1 TO WS-LINE-COUNT.
009800     DISPLAY 'PERSNTFY - ' MSG-TEXT.
009810 8000-EXIT.
009820     EXIT.
009830
009840*****************************************************************
009850*    9000-TERMINATE - CLOSE WHAT IS OPEN AND SET THE RETURN CODE.
009860*****************************************************************
009870 9000-TERMINATE.
009880     IF MASTER-IS-OPEN
009890         CLOSE PERSONS-FILE
009900     END-IF.
009910     IF AUDIT-IS-OPEN
009920         CLOSE AUDIT-FILE
009930     END-IF.
009940     IF LOG-IS-OPEN
009950         CLOSE NOTICE-LOG-FILE
009960     END-IF.
009970     CLOSE PRINT-FILE.
009980     IF RUN-IS-REFUSED
009990         MOVE 16 TO RETURN-CODE
010000     ELSE
010010         IF RUN-HAS-WARNING
010020             MOVE 8 TO RETURN-CODE
010030         END-IF
010040     END-IF.
010050     DISPLAY 'PERSNTFY - NOTICES SENT       ' WS-NOTIFIED-COUNT.
010060     DISPLAY 'PERSNTFY - COULD NOT NOTIFY   ' WS-UNNOTIFIED-COUNT.
010070     DISPLAY 'PERSNTFY - NOT DELIVERED      '
010080             WS-UNDELIVERED-COUNT.
010090 9000-EXIT.
010100     EXIT.
010110
010120*****************************************************************
010130*    9300-WRITE-RUN-CONTROL - APPEND TONIGHT'S COUNTS TO THE
010140*    SHARED RUN-CONTROL FILE FOR THE BALANCING STEP.  EXTEND
010145*    FALLS BACK TO OUTPUT ON THE FIRST EVER RUN.  THE NOTICE
010150*    COUNTS AND FILES ARE RUNNING TOTALS FOR THE DATE (EARLIER
010155*    RUNS PLUS THIS ONE); DELIVERED AND UNDELIVERED ARE THIS
010160*    RUN'S MATCHING ONLY.  UNDELIVERED TAKES IN THE NOTICES THE
010165*    GATEWAY LEFT OUT OF ITS ANSWER.
010170*****************************************************************
010180 9300-WRITE-RUN-CONTROL.
010190     OPEN EXTEND RUN-CONTROL-FILE.
010200     IF FS-RUN-CONTROL-NOT-FOUND
010210         OPEN OUTPUT RUN-CONTROL-FILE
010220     END-IF.
010230     MOVE 'SELECTED' TO WS-RNC-COUNTER.
010235     COMPUTE WS-RNC-VALUE = WS-PRIOR-SELECTED + WS-SELECTED-COUNT.
010240     PERFORM 9310-PUT-RUN-CONTROL THRU 9310-EXIT.
010245     MOVE 'MERGED' TO WS-RNC-COUNTER.
010250     COMPUTE WS-RNC-VALUE = WS-PRIOR-MERGED + WS-MERGED-COUNT.
010255     PERFORM 9310-PUT-RUN-CONTROL THRU 9310-EXIT.
010260     MOVE 'NOTIFIED' TO WS-RNC-COUNTER.
010265     COMPUTE WS-RNC-VALUE = WS-PRIOR-NOTIFIED + WS-NOTIFIED-COUNT.
010270     PERFORM 9310-PUT-RUN-CONTROL THRU 9310-EXIT.
010275     MOVE 'UNNOTIFIED' TO WS-RNC-COUNTER.
010280     COMPUTE WS-RNC-VALUE =
010285         WS-PRIOR-UNNOTIFIED + WS-UNNOTIFIED-COUNT.
010290     PERFORM 9310-PUT-RUN-CONTROL THRU 9310-EXIT.
010295     MOVE 'FILES' TO WS-RNC-COUNTER.
010300     MOVE WS-FILE-NO TO WS-RNC-VALUE.
010340     PERFORM 9310-PUT-RUN-CONTROL THRU 9310-EXIT.
010350     MOVE 'DELIVERED' TO WS-RNC-COUNTER.
010360     MOVE WS-DELIVERED-COUNT TO WS-RNC-VALUE.
010370     PERFORM 9310-PUT-RUN-CONTROL THRU 9310-EXIT.
010380     MOVE 'UNDELIVERED' TO WS-RNC-COUNTER.
010390     COMPUTE WS-RNC-VALUE =
010400         WS-UNDELIVERED-COUNT + WS-NO-STATUS-COUNT.
010410     PERFORM 9310-PUT-RUN-CONTROL THRU 9310-EXIT.
010420     CLOSE RUN-CONTROL-FILE.
010430 9300-EXIT.
010440     EXIT.
010450
010460 9310-PUT-RUN-CONTROL.
010470     MOVE SPACES TO RUN-CONTROL-RECORD.
010480     MOVE WS-BUSINESS-DATE TO RNC-RUN-DATE.
010490     MOVE 'PERSNTFY' TO RNC-STEP.
010500     MOVE WS-RNC-COUNTER TO RNC-COUNTER.
010510     MOVE WS-RNC-VALUE TO RNC-VALUE.
010520     WRITE RUN-CONTROL-RECORD.
010530 9310-EXIT.
010540     EXIT.
