000010*****************************************************************
000020*
000030*    PROGRAM:      PERSDMNT
000040*    AUTHOR:       INSUNG BAHK
000050*    INSTALLATION: PERSONNEL SYSTEMS
000060*    DATE-WRITTEN: 2026-10-15
000070*
000080*    REMARKS.      DEPARTMENT REFERENCE MAINTENANCE.  THE ONLY
000090*                  PROGRAM THAT CHANGES THE PERSDEPT REFERENCE
000100*                  FILE (SEE DEPTREC) - EVERY CHANGE IS LOGGED TO
000110*                  THE PERSDHST HISTORY FILE (SEE DEPTHIST) WITH
000120*                  THE OPERATOR WHO ASKED FOR IT.  DRIVEN BY A
000130*                  ONE-CARD SYSIN PARAMETER (THE PERSSORT
000140*                  CONVENTION):
000150*                      COLS 1-5   MODE - MAINT OR REORG
000160*                      COLS 7-14  OPERATOR ID OF WHOEVER ASKED
000170*                                 FOR THE CHANGE.  IT MUST BE ON
000180*                                 PERSOPRF WITH UPDATE AUTHORITY
000190*                                 AND IS STAMPED ON EVERY HISTORY
000200*                                 AND AUDIT RECORD THE RUN WRITES.
000210*
000220*                  MAINT - APPLY THE PERSDTRN TRANSACTION CARDS:
000230*                      COL  1     A = ADD (OR REOPEN IF CLOSED)
000240*                                 N = NEW DESCRIPTION (RENAME)
000250*                                 C = CLOSE
000260*                      COLS 3-6   DEPARTMENT CODE
000270*                      COLS 8-37  DESCRIPTION (A AND N ONLY)
000280*                  A DEPARTMENT THAT STILL HAS ACTIVE MEMBERS IS
000290*                  NOT CLOSED.  A CLOSED DEPARTMENT STAYS ON THE
000300*                  FILE MARKED C, SO ITS DESCRIPTION STILL PRINTS
000310*                  FOR THE LEAVERS WHO CARRY IT.  A REJECTED CARD
000320*                  IS REPORTED AND THE REST ARE STILL APPLIED -
000330*                  THE STEP ENDS RC=8.
000340*
000350*                  REORG - MOVE EVERYONE (ACTIVE AND INACTIVE) IN
000360*                  ONE DEPARTMENT TO ANOTHER, FROM THE PERSDMAP
000370*                  MAPPING CARDS:
000380*                      COLS 1-4   OLD DEPARTMENT CODE
000390*                      COLS 6-9   NEW DEPARTMENT CODE
000400*                  THE OLD CODE MUST BE ON PERSDEPT, THE NEW ONE
000410*                  MUST BE ON IT AND OPEN, AND NO CODE MAY BE BOTH
000420*                  MOVED FROM AND MOVED TO IN ONE RUN.  A REORG IS
000430*                  ALL OR NOTHING - ONE BAD MAPPING CARD AND
000440*                  NOBODY IS MOVED (RC=16).  EACH MOVE IS A T
000450*                  RECORD ON THE PERSAUDT TRAIL.  THE OLD
000460*                  DEPARTMENTS ARE LEFT OPEN - CLOSE THEM WITH A
000470*                  MAINT RUN ONCE THE REPORT IS SIGNED OFF.
000480*
000490*                  BOTH MODES END WITH THE ACTIVE HEADCOUNT OF
000500*                  EVERY DEPARTMENT BEFORE AND AFTER THE RUN, FOR
000510*                  SIGN-OFF.  A MISSING OR UNKNOWN PARAMETER, AN
000520*                  OPERATOR WHO MAY NOT UPDATE, NO BUSINESS DATE
000530*                  OR A PERSDEPT TOO BIG FOR THE TABLE REFUSES THE
000540*                  RUN (RC=16) BEFORE ANYTHING IS OPENED FOR
000550*                  UPDATE.
000560*
000570*    MODIFICATION HISTORY
000580*    ------------------------------------------------------------
000590*    2026-10-15  IB   ORIGINAL.
000592*    2026-10-15  IB   THE SYSIN OPERATOR MUST ALSO HAVE AN ACTIVE
000594*                      PROFILE - NOT SUSPENDED, REVOKED OR LOCKED.
000596*    2026-10-15  IB   A MASTER OR AUDIT TRAIL THAT WILL NOT OPEN
000598*                      ABANDONS THE RUN (RC=16) UNCHANGED.
000599*    2026-10-15  IB   AN ADD IS REFUSED ONCE THE REFERENCE FILE
000600*                      HOLDS AS MANY RECORDS AS THE PROGRAMS THAT
000601*                      LOAD IT CAN TAKE; A HISTORY FILE THAT WILL
000602*                      NOT OPEN ABANDONS THE RUN BEFORE ANY CARD.
000603*****************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID.     PERSDMNT.
000630 AUTHOR.         INSUNG BAHK.
000640 INSTALLATION.   PERSONNEL SYSTEMS.
000650 DATE-WRITTEN.   2026-10-15.
000660 DATE-COMPILED.  2026-10-15.
000670
000680 ENVIRONMENT DIVISION.
000690 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.   IBM-370.
000710 OBJECT-COMPUTER.   IBM-370.
000720
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT CONTROL-CARD ASSIGN TO "SYSIN"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS FS-CONTROL-CARD.
000780
000790     SELECT DEPT-TRANS-FILE ASSIGN TO "PERSDTRN"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS FS-DEPT-TRANS.
000820
000830     SELECT DEPT-MAP-FILE ASSIGN TO "PERSDMAP"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS FS-DEPT-MAP.
000860
000870     SELECT DEPT-FILE ASSIGN TO "PERSDEPT"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS FS-DEPT.
000900
000910     SELECT DEPT-KEEP-FILE ASSIGN TO "DEPTKEEP"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS FS-DEPT-KEEP.
000940
000950     SELECT DEPT-HIST-FILE ASSIGN TO "PERSDHST"
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS FS-DEPT-HIST.
000980
000990     SELECT OPERATOR-FILE ASSIGN TO "PERSOPRF"
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS FS-OPERATOR.
001020
001030     SELECT PERSONS-FILE ASSIGN TO "PERSONS"
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS DYNAMIC
001060         RECORD KEY IS PERS-NUMBER
001070         FILE STATUS IS FS-PERSONS.
001080
001090     SELECT AUDIT-FILE ASSIGN TO "PERSAUDT"
001100         ORGANIZATION IS SEQUENTIAL
001110         FILE STATUS IS FS-AUDIT.
001120
001130     SELECT PRINT-FILE ASSIGN TO "PERSDMNT"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS FS-PRINT.
001160
001170 DATA DIVISION.
001180 FILE SECTION.
001190 FD  CONTROL-CARD
001200     LABEL RECORDS ARE STANDARD.
001210 01  CONTROL-CARD-RECORD         PIC X(80).
001220
001230 FD  DEPT-TRANS-FILE
001240     LABEL RECORDS ARE STANDARD.
001250 01  DEPT-TRANS-RECORD           PIC X(80).
001260
001270 FD  DEPT-MAP-FILE
001280     LABEL RECORDS ARE STANDARD.
001290 01  DEPT-MAP-RECORD             PIC X(80).
001300
001310*        THE REFERENCE FILE IS READ AND WRITTEN AS A PLAIN IMAGE
001320*        AND UNPACKED THROUGH THE DEPTREC COPY IN WORKING-STORAGE,
001330*        SO THE SAME LAYOUT SERVES BOTH IT AND THE DEPTKEEP FILE.
001340 FD  DEPT-FILE
001350     LABEL RECORDS ARE STANDARD.
001360 01  DEPT-FILE-RECORD            PIC X(80).
001370
001380 FD  DEPT-KEEP-FILE
001390     LABEL RECORDS ARE STANDARD.
001400 01  DEPT-KEEP-RECORD            PIC X(80).
001410
001420 FD  DEPT-HIST-FILE
001430     LABEL RECORDS ARE STANDARD.
001440     COPY DEPTHIST.
001450
001460 FD  OPERATOR-FILE
001470     LABEL RECORDS ARE STANDARD.
001480     COPY OPERPROF.
001490
001500 FD  PERSONS-FILE
001510     LABEL RECORDS ARE STANDARD.
001520     COPY PERSONREC.
001530
001540 FD  AUDIT-FILE
001550     LABEL RECORDS ARE STANDARD.
001560     COPY AUDITREC.
001570
001580 FD  PRINT-FILE
001590     LABEL RECORDS ARE STANDARD.
001600 01  PRINT-LINE                  PIC X(132).
001610
001620 WORKING-STORAGE SECTION.
001630 77  FS-CONTROL-CARD           PIC X(02)   VALUE '00'.
001640     88  FS-CONTROL-CARD-OK                VALUE '00'.
001650 77  FS-DEPT-TRANS             PIC X(02)   VALUE '00'.
001660     88  FS-DEPT-TRANS-OK                  VALUE '00'.
001670 77  FS-DEPT-MAP               PIC X(02)   VALUE '00'.
001680     88  FS-DEPT-MAP-OK                    VALUE '00'.
001690 77  FS-DEPT                   PIC X(02)   VALUE '00'.
001700     88  FS-DEPT-OK                        VALUE '00'.
001710     88  FS-DEPT-NOT-FOUND                 VALUE '35'.
001720 77  FS-DEPT-KEEP              PIC X(02)   VALUE '00'.
001730 77  FS-DEPT-HIST              PIC X(02)   VALUE '00'.
001735     88  FS-DEPT-HIST-OK                   VALUE '00'.
001740     88  FS-DEPT-HIST-NOT-FOUND            VALUE '35'.
001750 77  FS-OPERATOR               PIC X(02)   VALUE '00'.
001760     88  FS-OPERATOR-OK                    VALUE '00'.
001770 77  FS-PERSONS                PIC X(02)   VALUE '00'.
001775     88  FS-PERSONS-OK                     VALUE '00'.
001780 77  FS-AUDIT                  PIC X(02)   VALUE '00'.
001785     88  FS-AUDIT-OK                       VALUE '00'.
001790 77  FS-PRINT                  PIC X(02)   VALUE '00'.
001800
001810 77  WS-CARD-READ-COUNT        PIC 9(07)   VALUE ZERO COMP.
001820 77  WS-CARD-DONE-COUNT        PIC 9(07)   VALUE ZERO COMP.
001830 77  WS-CARD-REJECT-COUNT      PIC 9(07)   VALUE ZERO COMP.
001840 77  WS-READ-COUNT             PIC 9(07)   VALUE ZERO COMP.
001850 77  WS-MOVED-COUNT            PIC 9(07)   VALUE ZERO COMP.
001860 77  WS-MOVE-FAIL-COUNT        PIC 9(07)   VALUE ZERO COMP.
001870 77  WS-UNTABLED-COUNT         PIC 9(07)   VALUE ZERO COMP.
001880 77  WS-TOTAL-BEFORE           PIC 9(07)   VALUE ZERO COMP.
001890 77  WS-TOTAL-AFTER            PIC 9(07)   VALUE ZERO COMP.
001900
001910 01  WS-SWITCHES.
001920     05  WS-REFUSED-SWITCH      PIC X(01)  VALUE 'N'.
001930         88  RUN-IS-REFUSED                VALUE 'Y'.
001940     05  WS-MAP-BAD-SWITCH      PIC X(01)  VALUE 'N'.
001950         88  MAPPING-IS-BAD                VALUE 'Y'.
001960     05  WS-DEPT-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001970         88  EOF-DEPT                      VALUE 'Y'.
001980     05  WS-DKEEP-EOF-SWITCH    PIC X(01)  VALUE 'N'.
001990         88  EOF-DEPT-KEEP                 VALUE 'Y'.
002000     05  WS-TRANS-EOF-SWITCH    PIC X(01)  VALUE 'N'.
002010         88  EOF-DEPT-TRANS                VALUE 'Y'.
002020     05  WS-MAP-EOF-SWITCH      PIC X(01)  VALUE 'N'.
002030         88  EOF-DEPT-MAP                  VALUE 'Y'.
002040     05  WS-OPRF-EOF-SWITCH     PIC X(01)  VALUE 'N'.
002050         88  EOF-OPERATOR                  VALUE 'Y'.
002060     05  WS-MASTER-EOF-SWITCH   PIC X(01)  VALUE 'N'.
002070         88  EOF-MASTER                    VALUE 'Y'.
002080     05  WS-PROFILE-SWITCH      PIC X(01)  VALUE 'N'.
002090         88  PROFILE-WAS-FOUND             VALUE 'Y'.
002100     05  WS-DEPT-FOUND-SWITCH   PIC X(01)  VALUE 'N'.
002110         88  DEPT-WAS-FOUND                VALUE 'Y' FALSE 'N'.
002120     05  WS-MAP-FOUND-SWITCH    PIC X(01)  VALUE 'N'.
002130         88  MAP-WAS-FOUND                 VALUE 'Y' FALSE 'N'.
002133     05  WS-ABANDON-SWITCH      PIC X(01)  VALUE 'N'.
002136         88  RUN-IS-ABANDONED              VALUE 'Y'.
002140
002150*        THE ONE-CARD PARAMETER.
002160 01  WS-CARD.
002170     05  WS-CARD-MODE           PIC X(05)  VALUE SPACES.
002180         88  MODE-IS-MAINT                 VALUE 'MAINT'.
002190         88  MODE-IS-REORG                 VALUE 'REORG'.
002200     05  FILLER                 PIC X(01).
002210     05  WS-CARD-OPERATOR       PIC X(08)  VALUE SPACES.
002220
002230*        OPERATOR STAMPED ON THE HISTORY AND AUDIT RECORDS - TAKEN
002240*        FROM THE PROFILE RECORD ONCE IT HAS BEEN CHECKED.
002250 01  WS-OPERATOR-ID            PIC X(08)   VALUE SPACES.
002260
002270*        ONE PERSDTRN MAINTENANCE CARD.
002280 01  WS-TRANS.
002290     05  WS-TRN-ACTION          PIC X(01).
002300         88  TRN-IS-ADD                    VALUE 'A'.
002310         88  TRN-IS-RENAME                 VALUE 'N'.
002320         88  TRN-IS-CLOSE                  VALUE 'C'.
002330     05  FILLER                 PIC X(01).
002340     05  WS-TRN-CODE            PIC X(04).
002350     05  FILLER                 PIC X(01).
002360     05  WS-TRN-NAME            PIC X(30).
002370
002380*        ONE PERSDMAP REORGANIZATION CARD.
002390 01  WS-MAP-CARD.
002400     05  WS-MAP-OLD             PIC X(04).
002410     05  FILLER                 PIC X(01).
002420     05  WS-MAP-NEW             PIC X(04).
002430
002440*        THE REFERENCE FILE IN CORE.  ROOM IS LEFT OVER THE 100
002450*        THE LOAD STEPS HOLD SO THAT CODES FOUND ON THE MASTER BUT
002460*        NOT ON PERSDEPT CAN BE COUNTED TOO - THOSE ENTRIES ARE
002470*        NOT ON FILE AND ARE NEVER WRITTEN BACK.  THE COUNTS ARE
002480*        ACTIVE MEMBERS BEFORE AND AFTER THE RUN.
002490 77  WS-DEPT-COUNT             PIC 9(03)   VALUE ZERO COMP.
002500 77  WS-DEPT-MAX               PIC 9(03)   VALUE 200 COMP.
002510 77  WS-DEPT-FILE-MAX          PIC 9(03)   VALUE 100 COMP.
002515 77  WS-DEPT-ON-FILE-COUNT     PIC 9(03)   VALUE ZERO COMP.
002520 77  WS-DEPT-SUB               PIC 9(03)   VALUE ZERO COMP.
002530 77  WS-FOUND-SUB              PIC 9(03)   VALUE ZERO COMP.
002540 01  WS-FIND-CODE              PIC X(04)   VALUE SPACES.
002550 01  WS-DEPT-TABLE.
002560     05  WS-DEPT-ENTRY          OCCURS 200 TIMES.
002570         10  WS-DT-CODE         PIC X(04).
002580         10  WS-DT-NAME         PIC X(30).
002590         10  WS-DT-STATUS       PIC X(01).
002600             88  DT-IS-CLOSED              VALUE 'C'.
002610         10  WS-DT-STATUS-DATE  PIC X(08).
002620         10  WS-DT-ON-FILE      PIC X(01).
002630             88  DT-IS-ON-FILE             VALUE 'Y'.
002640         10  WS-DT-BEFORE       PIC 9(07)  COMP.
002650         10  WS-DT-AFTER        PIC 9(07)  COMP.
002660
002670*        THE VALIDATED REORGANIZATION MAPPINGS.
002680 77  WS-MAP-COUNT              PIC 9(03)   VALUE ZERO COMP.
002690 77  WS-MAP-MAX                PIC 9(03)   VALUE 100 COMP.
002700 77  WS-MAP-SUB                PIC 9(03)   VALUE ZERO COMP.
002710 77  WS-MAP-SUB-2              PIC 9(03)   VALUE ZERO COMP.
002720 77  WS-MAP-FOUND-SUB          PIC 9(03)   VALUE ZERO COMP.
002730 01  WS-MAP-TABLE.
002740     05  WS-MAP-ENTRY           OCCURS 100 TIMES.
002750         10  WS-MT-OLD          PIC X(04).
002760         10  WS-MT-NEW          PIC X(04).
002770         10  WS-MT-MOVED        PIC 9(07)  COMP.
002780
002790*        THE REFERENCE RECORD BEING UNPACKED OR BUILT.
002800 COPY DEPTREC.
002810
002820*        BUSINESS PROCESSING DATE FROM THE PERSBDTE SERVICE - THE
002830*        REPORT DATE, THE STATUS DATE ON A DEPARTMENT AND THE
002840*        STAMPS ON THE HISTORY AND AUDIT RECORDS.
002850 COPY BUSDPARM.
002860
002870*        HISTORY FIELDS FOR THE CHANGE BEING LOGGED.
002880 01  WS-HIST-ACTION            PIC X(01)   VALUE SPACE.
002890 01  WS-HIST-BEFORE-NAME       PIC X(30)   VALUE SPACES.
002900 01  WS-RESULT                 PIC X(50)   VALUE SPACES.
002910 01  WS-OLD-DEPT               PIC X(04)   VALUE SPACES.
002920
002930 01  HDG-LINE-1.
002940     05  FILLER                  PIC X(25)  VALUE SPACES.
002950     05  FILLER                  PIC X(30)
002960         VALUE 'DEPARTMENT MAINTENANCE'.
002970     05  FILLER                  PIC X(06)  VALUE 'DATE: '.
002980     05  HDG1-RUN-DATE           PIC 9(08).
002990
003000 01  HDG-LINE-2.
003010     05  FILLER                  PIC X(01)  VALUE SPACES.
003020     05  FILLER                  PIC X(06)  VALUE 'MODE: '.
003030     05  HDG2-MODE               PIC X(05).
003040     05  FILLER                  PIC X(13)  VALUE '   OPERATOR: '.
003050     05  HDG2-OPERATOR           PIC X(08).
003060
003070 01  HDG-LINE-3.
003080     05  FILLER                  PIC X(01)  VALUE SPACES.
003090     05  FILLER                  PIC X(43)
003100         VALUE 'ACT  CODE  DESCRIPTION'.
003110     05  FILLER                  PIC X(06)  VALUE 'RESULT'.
003120
003130 01  HDG-LINE-4.
003140     05  FILLER                  PIC X(01)  VALUE SPACES.
003150     05  FILLER                  PIC X(20)
003160         VALUE 'OLD      NEW'.
003170     05  FILLER                  PIC X(06)  VALUE 'RESULT'.
003180
003190 01  HDG-LINE-5.
003200     05  FILLER                  PIC X(01)  VALUE SPACES.
003210     05  FILLER                  PIC X(35)
003220         VALUE 'NUMBER       NAME'.
003230     05  FILLER                  PIC X(25)
003240         VALUE 'FROM     TO    STATUS'.
003250
003260 01  HDG-LINE-6.
003270     05  FILLER                  PIC X(01)  VALUE SPACES.
003280     05  FILLER                  PIC X(38)
003290         VALUE 'CODE  DESCRIPTION'.
003300     05  FILLER                  PIC X(35)
003310         VALUE 'STATUS   BEFORE     AFTER    CHANGE'.
003320
003330 01  TITLE-LINE.
003340     05  FILLER                  PIC X(01)  VALUE SPACES.
003350     05  TTL-TEXT                PIC X(60).
003360
003370 01  TRANS-LINE.
003380     05  FILLER                  PIC X(02)  VALUE SPACES.
003390     05  TRL-ACTION              PIC X(01).
003400     05  FILLER                  PIC X(03)  VALUE SPACES.
003410     05  TRL-CODE                PIC X(04).
003420     05  FILLER                  PIC X(02)  VALUE SPACES.
003430     05  TRL-NAME                PIC X(30).
003440     05  FILLER                  PIC X(02)  VALUE SPACES.
003450     05  TRL-RESULT              PIC X(50).
003460
003470 01  MAP-LINE.
003480     05  FILLER                  PIC X(01)  VALUE SPACES.
003490     05  MPL-OLD                 PIC X(04).
003500     05  FILLER                  PIC X(05)  VALUE ' --> '.
003510     05  MPL-NEW                 PIC X(04).
003520     05  FILLER                  PIC X(07)  VALUE SPACES.
003530     05  MPL-RESULT              PIC X(50).
003540
003550 01  MAP-COUNT-LINE.
003560     05  FILLER                  PIC X(01)  VALUE SPACES.
003570     05  MCL-OLD                 PIC X(04).
003580     05  FILLER                  PIC X(05)  VALUE ' --> '.
003590     05  MCL-NEW                 PIC X(04).
003600     05  FILLER                  PIC X(07)  VALUE SPACES.
003610     05  FILLER                  PIC X(15)
003620         VALUE 'PERSONS MOVED: '.
003630     05  MCL-MOVED               PIC ZZZ,ZZ9.
003640
003650 01  MOVE-LINE.
003660     05  FILLER                  PIC X(01)  VALUE SPACES.
003670     05  MVL-NUMBER              PIC X(11).
003680     05  FILLER                  PIC X(02)  VALUE SPACES.
003690     05  MVL-NAME                PIC X(20).
003700     05  FILLER                  PIC X(02)  VALUE SPACES.
003710     05  MVL-OLD                 PIC X(04).
003720     05  FILLER                  PIC X(05)  VALUE ' --> '.
003730     05  MVL-NEW                 PIC X(04).
003740     05  FILLER                  PIC X(02)  VALUE SPACES.
003750     05  MVL-STATUS              PIC X(08).
003760     05  FILLER                  PIC X(02)  VALUE SPACES.
003770     05  MVL-NOTE                PIC X(30).
003780
003790 01  HEADCOUNT-LINE.
003800     05  FILLER                  PIC X(01)  VALUE SPACES.
003810     05  HCL-CODE                PIC X(04).
003820     05  FILLER                  PIC X(02)  VALUE SPACES.
003830     05  HCL-NAME                PIC X(30).
003840     05  FILLER                  PIC X(02)  VALUE SPACES.
003850     05  HCL-STATUS              PIC X(06).
003860     05  FILLER                  PIC X(02)  VALUE SPACES.
003870     05  HCL-BEFORE              PIC ZZZ,ZZ9.
003880     05  FILLER                  PIC X(03)  VALUE SPACES.
003890     05  HCL-AFTER               PIC ZZZ,ZZ9.
003900     05  FILLER                  PIC X(02)  VALUE SPACES.
003910     05  HCL-CHANGE              PIC ++++,++9.
003920
003930 01  SUMMARY-LINE.
003940     05  FILLER                  PIC X(01)  VALUE SPACES.
003950     05  SUM-LABEL               PIC X(26).
003960     05  SUM-COUNT               PIC ZZZ,ZZ9.
003970
003980 PROCEDURE DIVISION.
003990 0000-MAINLINE.
004000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004010     IF NOT RUN-IS-REFUSED
004020         IF MODE-IS-REORG
004030             PERFORM 2000-LOAD-MAPPING THRU 2000-EXIT
004040         END-IF
004050         IF NOT MAPPING-IS-BAD
004060             PERFORM 3000-SWEEP-MASTER THRU 3000-EXIT
004063         END-IF
004066         IF NOT MAPPING-IS-BAD AND NOT RUN-IS-ABANDONED
004070             IF MODE-IS-MAINT
004080                 PERFORM 4000-APPLY-CHANGES THRU 4000-EXIT
004090             END-IF
004092         END-IF
004094         IF NOT MAPPING-IS-BAD AND NOT RUN-IS-ABANDONED
004100             PERFORM 7000-PRINT-HEADCOUNT THRU 7000-EXIT
004110         END-IF
004120     END-IF.
004130     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004140     STOP RUN.
004150
004160*****************************************************************
004170*    1000-INITIALIZE - PICK UP THE PARAMETER, THE BUSINESS DATE
004180*    AND THE OPERATOR, LOAD THE REFERENCE FILE, THEN OPEN THE
004190*    REPORT.  ANY REFUSAL LEAVES EVERY FILE AS IT WAS.
004200*****************************************************************
004210 1000-INITIALIZE.
004220     PERFORM 1100-GET-PARAMETER THRU 1100-EXIT.
004230     IF NOT MODE-IS-MAINT AND NOT MODE-IS-REORG
004240         DISPLAY 'PERSDMNT - MODE ON SYSIN MUST BE MAINT OR'
004250             ' REORG: ' WS-CARD-MODE
004260         SET RUN-IS-REFUSED TO TRUE
004270         GO TO 1000-EXIT
004280     END-IF.
004290     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
004300     IF NOT BUSINESS-DATE-OK
004310         DISPLAY 'PERSDMNT - NO BUSINESS DATE ON PERSBDAT'
004320         SET RUN-IS-REFUSED TO TRUE
004330         GO TO 1000-EXIT
004340     END-IF.
004350     PERFORM 1200-CHECK-OPERATOR THRU 1200-EXIT.
004360     IF RUN-IS-REFUSED
004370         GO TO 1000-EXIT
004380     END-IF.
004390     PERFORM 1300-LOAD-DEPTS THRU 1300-EXIT.
004400     IF RUN-IS-REFUSED
004410         GO TO 1000-EXIT
004420     END-IF.
004430     OPEN OUTPUT PRINT-FILE.
004440     MOVE WS-BUSINESS-DATE TO HDG1-RUN-DATE.
004450     MOVE HDG-LINE-1 TO PRINT-LINE.
004460     WRITE PRINT-LINE.
004470     MOVE WS-CARD-MODE TO HDG2-MODE.
004480     MOVE WS-OPERATOR-ID TO HDG2-OPERATOR.
004490     MOVE HDG-LINE-2 TO PRINT-LINE.
004500     WRITE PRINT-LINE.
004510     MOVE SPACES TO PRINT-LINE.
004520     WRITE PRINT-LINE.
004530 1000-EXIT.
004540     EXIT.
004550
004560*****************************************************************
004570*    1100-GET-PARAMETER - THE ONE-CARD MODE AND OPERATOR.  A
004580*    MISSING SYSIN LEAVES THE MODE BLANK, WHICH IS REFUSED.
004590*****************************************************************
004600 1100-GET-PARAMETER.
004610     OPEN INPUT CONTROL-CARD.
004620     IF FS-CONTROL-CARD-OK
004630         READ CONTROL-CARD
004640             AT END
004650                 CONTINUE
004660             NOT AT END
004670                 MOVE CONTROL-CARD-RECORD(1:14) TO WS-CARD
004680         END-READ
004690         CLOSE CONTROL-CARD
004700     END-IF.
004710 1100-EXIT.
004720     EXIT.
004730
004740*****************************************************************
004750*    1200-CHECK-OPERATOR - THE OPERATOR ON THE CARD MUST HAVE A
004760*    PROFILE WITH UPDATE AUTHORITY, THE SAME AUTHORITY PERSMNT
004770*    ASKS FOR BEFORE IT CHANGES THE MASTER.
004780*****************************************************************
004790 1200-CHECK-OPERATOR.
004800     IF WS-CARD-OPERATOR = SPACES
004810         DISPLAY 'PERSDMNT - NO OPERATOR ID ON SYSIN'
004820         SET RUN-IS-REFUSED TO TRUE
004830         GO TO 1200-EXIT
004840     END-IF.
004850     OPEN INPUT OPERATOR-FILE.
004860     IF FS-OPERATOR-OK
004870         PERFORM 1210-SCAN-PROFILE THRU 1210-EXIT
004880             UNTIL EOF-OPERATOR OR PROFILE-WAS-FOUND
004890         CLOSE OPERATOR-FILE
004900     ELSE
004910         DISPLAY 'PERSDMNT - OPERATOR PROFILE FILE UNAVAILABLE'
004920     END-IF.
004930     IF NOT PROFILE-WAS-FOUND
004940         DISPLAY 'PERSDMNT - OPERATOR ' WS-CARD-OPERATOR
004950             ' MAY NOT UPDATE'
004960         SET RUN-IS-REFUSED TO TRUE
004970     END-IF.
004980 1200-EXIT.
004990     EXIT.
005000
005010*****************************************************************
005020*    1210-SCAN-PROFILE - ONE PROFILE RECORD.  ONLY A MATCH WITH
005030*    UPDATE AUTHORITY ON AN ACTIVE PROFILE COUNTS AS FOUND - A
005035*    SUSPENDED, REVOKED OR LOCKED OPERATOR IS REFUSED.
005040*****************************************************************
005050 1210-SCAN-PROFILE.
005060     READ OPERATOR-FILE
005070         AT END
005080             SET EOF-OPERATOR TO TRUE
005090         NOT AT END
005100             IF OPRF-OPERATOR-ID = WS-CARD-OPERATOR
005110                 AND OPRF-MAY-UPDATE
005115                 AND OPRF-IS-ACTIVE
005120                 SET PROFILE-WAS-FOUND TO TRUE
005130                 MOVE OPRF-OPERATOR-ID TO WS-OPERATOR-ID
005140             END-IF
005150     END-READ.
005160 1210-EXIT.
005170     EXIT.
005180
005190*****************************************************************
005200*    1300-LOAD-DEPTS - LOAD THE WHOLE REFERENCE FILE, OPEN AND
005210*    CLOSED.  NO FILE YET IS AN EMPTY TABLE (THE FIRST ADD
005220*    CREATES IT).  MORE RECORDS THAN THE TABLE HOLDS REFUSES THE
005230*    RUN - WRITING BACK A SHORT TABLE WOULD LOSE DEPARTMENTS.
005240*****************************************************************
005250 1300-LOAD-DEPTS.
005260     OPEN INPUT DEPT-FILE.
005270     IF FS-DEPT-OK
005280         PERFORM 1310-READ-DEPT THRU 1310-EXIT
005290             UNTIL EOF-DEPT
005300         CLOSE DEPT-FILE
005310     ELSE
005320         IF FS-DEPT-NOT-FOUND
005330             DISPLAY 'PERSDMNT - NO DEPT REFERENCE FILE YET'
005340         ELSE
005350             DISPLAY 'PERSDMNT - DEPT REFERENCE FILE UNAVAILABLE '
005360                 FS-DEPT
005370             SET RUN-IS-REFUSED TO TRUE
005380         END-IF
005390     END-IF.
005400 1300-EXIT.
005410     EXIT.
005420
005430 1310-READ-DEPT.
005440     READ DEPT-FILE
005450         AT END
005460             SET EOF-DEPT TO TRUE
005470         NOT AT END
005480             MOVE DEPT-FILE-RECORD TO DEPARTMENT-RECORD
005490             IF WS-DEPT-COUNT < WS-DEPT-FILE-MAX
005500                 ADD 1 TO WS-DEPT-COUNT
005505                 ADD 1 TO WS-DEPT-ON-FILE-COUNT
005510                 MOVE DEPT-CODE   TO WS-DT-CODE(WS-DEPT-COUNT)
005520                 MOVE DEPT-NAME   TO WS-DT-NAME(WS-DEPT-COUNT)
005530                 MOVE DEPT-STATUS TO WS-DT-STATUS(WS-DEPT-COUNT)
005540                 MOVE DEPT-STATUS-DATE
005550                     TO WS-DT-STATUS-DATE(WS-DEPT-COUNT)
005560                 MOVE 'Y'  TO WS-DT-ON-FILE(WS-DEPT-COUNT)
005570                 MOVE ZERO TO WS-DT-BEFORE(WS-DEPT-COUNT)
005580                 MOVE ZERO TO WS-DT-AFTER(WS-DEPT-COUNT)
005590             ELSE
005600                 DISPLAY 'PERSDMNT - DEPT TABLE FULL ' DEPT-CODE
005610                 SET RUN-IS-REFUSED TO TRUE
005620             END-IF
005630     END-READ.
005640 1310-EXIT.
005650     EXIT.
005660
005670*****************************************************************
005680*    2000-LOAD-MAPPING - READ AND EDIT EVERY REORGANIZATION CARD
005690*    BEFORE ANYBODY IS MOVED.  ANY BAD CARD, OR NO GOOD ONES AT
005700*    ALL, STOPS THE WHOLE REORGANIZATION.
005710*****************************************************************
005720 2000-LOAD-MAPPING.
005730     MOVE 'REORGANIZATION MAPPING' TO TTL-TEXT.
005740     MOVE TITLE-LINE TO PRINT-LINE.
005750     WRITE PRINT-LINE.
005760     MOVE HDG-LINE-4 TO PRINT-LINE.
005770     WRITE PRINT-LINE.
005780     OPEN INPUT DEPT-MAP-FILE.
005790     IF FS-DEPT-MAP-OK
005800         PERFORM 2010-READ-MAP THRU 2010-EXIT
005810         PERFORM 2100-EDIT-MAPPING THRU 2100-EXIT
005820             UNTIL EOF-DEPT-MAP
005830         CLOSE DEPT-MAP-FILE
005840     END-IF.
005850     PERFORM 2200-CHECK-CHAINS THRU 2200-EXIT
005860         VARYING WS-MAP-SUB FROM 1 BY 1
005870         UNTIL WS-MAP-SUB > WS-MAP-COUNT.
005880     IF WS-MAP-COUNT = ZERO
005890         DISPLAY 'PERSDMNT - NO REORGANIZATION CARDS ON PERSDMAP'
005900         SET MAPPING-IS-BAD TO TRUE
005910     END-IF.
005920     MOVE SPACES TO PRINT-LINE.
005930     WRITE PRINT-LINE.
005940 2000-EXIT.
005950     EXIT.
005960
005970 2010-READ-MAP.
005980     READ DEPT-MAP-FILE
005990         AT END
006000             SET EOF-DEPT-MAP TO TRUE
006010         NOT AT END
006020             ADD 1 TO WS-CARD-READ-COUNT
006030             MOVE DEPT-MAP-RECORD(1:9) TO WS-MAP-CARD
006040     END-READ.
006050 2010-EXIT.
006060     EXIT.
006070
006080*****************************************************************
006090*    2100-EDIT-MAPPING - ONE MAPPING CARD.  THE OLD CODE MUST BE
006100*    ON PERSDEPT (OPEN OR CLOSED), THE NEW ONE ON IT AND OPEN,
006110*    THE TWO DIFFERENT, AND THE OLD CODE NOT ALREADY MAPPED.
006120*****************************************************************
006130 2100-EDIT-MAPPING.
006140     MOVE SPACES TO WS-RESULT.
006150     IF WS-MAP-OLD = SPACES OR WS-MAP-NEW = SPACES
006160         MOVE 'OLD AND NEW CODES ARE BOTH REQUIRED' TO WS-RESULT
006170         GO TO 2100-REPORT
006180     END-IF.
006190     IF WS-MAP-OLD = WS-MAP-NEW
006200         MOVE 'OLD AND NEW CODES ARE THE SAME' TO WS-RESULT
006210         GO TO 2100-REPORT
006220     END-IF.
006230     MOVE WS-MAP-OLD TO WS-FIND-CODE.
006240     PERFORM 6000-FIND-DEPT THRU 6000-EXIT.
006250     IF NOT DEPT-WAS-FOUND
006260         MOVE 'OLD CODE NOT ON PERSDEPT' TO WS-RESULT
006270         GO TO 2100-REPORT
006280     END-IF.
006290     MOVE WS-MAP-NEW TO WS-FIND-CODE.
006300     PERFORM 6000-FIND-DEPT THRU 6000-EXIT.
006310     IF NOT DEPT-WAS-FOUND
006320         MOVE 'NEW CODE NOT ON PERSDEPT' TO WS-RESULT
006330         GO TO 2100-REPORT
006340     END-IF.
006350     IF DT-IS-CLOSED(WS-FOUND-SUB)
006360         MOVE 'NEW CODE IS A CLOSED DEPARTMENT' TO WS-RESULT
006370         GO TO 2100-REPORT
006380     END-IF.
006390     MOVE WS-MAP-OLD TO WS-FIND-CODE.
006400     PERFORM 6100-FIND-MAPPING THRU 6100-EXIT.
006410     IF MAP-WAS-FOUND
006420         MOVE 'OLD CODE IS MAPPED TWICE' TO WS-RESULT
006430         GO TO 2100-REPORT
006440     END-IF.
006450     IF WS-MAP-COUNT NOT < WS-MAP-MAX
006460         MOVE 'TOO MANY MAPPING CARDS' TO WS-RESULT
006470         GO TO 2100-REPORT
006480     END-IF.
006490     ADD 1 TO WS-MAP-COUNT.
006500     MOVE WS-MAP-OLD TO WS-MT-OLD(WS-MAP-COUNT).
006510     MOVE WS-MAP-NEW TO WS-MT-NEW(WS-MAP-COUNT).
006520     MOVE ZERO       TO WS-MT-MOVED(WS-MAP-COUNT).
006530     MOVE 'ACCEPTED' TO WS-RESULT.
006540 2100-REPORT.
006550     IF WS-RESULT NOT = 'ACCEPTED'
006560         ADD 1 TO WS-CARD-REJECT-COUNT
006570         SET MAPPING-IS-BAD TO TRUE
006580     END-IF.
006590     MOVE WS-MAP-OLD TO MPL-OLD.
006600     MOVE WS-MAP-NEW TO MPL-NEW.
006610     MOVE WS-RESULT  TO MPL-RESULT.
006620     MOVE MAP-LINE TO PRINT-LINE.
006630     WRITE PRINT-LINE.
006640     PERFORM 2010-READ-MAP THRU 2010-EXIT.
006650 2100-EXIT.
006660     EXIT.
006670
006680*****************************************************************
006690*    2200-CHECK-CHAINS - A CODE BEING EMPTIED MUST NOT ALSO BE
006700*    FILLED IN THE SAME RUN, OR WHERE A PERSON ENDS UP WOULD
006710*    DEPEND ON THE ORDER THE MASTER IS READ IN.
006720*****************************************************************
006730 2200-CHECK-CHAINS.
006740     PERFORM 2210-CHECK-ONE-CHAIN THRU 2210-EXIT
006750         VARYING WS-MAP-SUB-2 FROM 1 BY 1
006760         UNTIL WS-MAP-SUB-2 > WS-MAP-COUNT.
006770 2200-EXIT.
006780     EXIT.
006790
006800 2210-CHECK-ONE-CHAIN.
006810     IF WS-MT-NEW(WS-MAP-SUB) = WS-MT-OLD(WS-MAP-SUB-2)
006820         ADD 1 TO WS-CARD-REJECT-COUNT
006830         SET MAPPING-IS-BAD TO TRUE
006840         MOVE WS-MT-OLD(WS-MAP-SUB) TO MPL-OLD
006850         MOVE WS-MT-NEW(WS-MAP-SUB) TO MPL-NEW
006860         MOVE 'NEW CODE IS ALSO BEING REORGANIZED AWAY'
006870             TO MPL-RESULT
006880         MOVE MAP-LINE TO PRINT-LINE
006890         WRITE PRINT-LINE
006900     END-IF.
006910 2210-EXIT.
006920     EXIT.
006930
006940*****************************************************************
006950*    3000-SWEEP-MASTER - ONE PASS OF THE MASTER.  EVERY ACTIVE
006960*    PERSON IS COUNTED IN THEIR DEPARTMENT BEFORE AND AFTER, AND
006970*    ON A REORGANIZATION ANYONE IN AN OLD DEPARTMENT IS MOVED IN
006980*    BETWEEN.  A MAINTENANCE RUN ONLY READS THE MASTER.  A MASTER
006985*    OR AUDIT TRAIL THAT WILL NOT OPEN ABANDONS THE RUN UNCHANGED.
006990*****************************************************************
007000 3000-SWEEP-MASTER.
007010     IF MODE-IS-REORG
007020         OPEN I-O    PERSONS-FILE
007021         IF NOT FS-PERSONS-OK
007022             DISPLAY 'PERSDMNT - PERSONS MASTER UNAVAILABLE '
007023                 FS-PERSONS
007024             SET RUN-IS-ABANDONED TO TRUE
007025             GO TO 3000-EXIT
007026         END-IF
007030         OPEN EXTEND AUDIT-FILE
007031         IF NOT FS-AUDIT-OK
007032             DISPLAY 'PERSDMNT - AUDIT TRAIL UNAVAILABLE '
007033                 FS-AUDIT
007034             CLOSE PERSONS-FILE
007035             SET RUN-IS-ABANDONED TO TRUE
007036             GO TO 3000-EXIT
007037         END-IF
007040         MOVE 'PERSONS MOVED' TO TTL-TEXT
007050         MOVE TITLE-LINE TO PRINT-LINE
007060         WRITE PRINT-LINE
007070         MOVE HDG-LINE-5 TO PRINT-LINE
007080         WRITE PRINT-LINE
007090     ELSE
007100         OPEN INPUT  PERSONS-FILE
007101         IF NOT FS-PERSONS-OK
007102             DISPLAY 'PERSDMNT - PERSONS MASTER UNAVAILABLE '
007103                 FS-PERSONS
007104             SET RUN-IS-ABANDONED TO TRUE
007105             GO TO 3000-EXIT
007106         END-IF
007110     END-IF.
007120     PERFORM 3010-READ-MASTER THRU 3010-EXIT.
007130     PERFORM 3100-SWEEP-ONE THRU 3100-EXIT
007140         UNTIL EOF-MASTER.
007150     CLOSE PERSONS-FILE.
007160     IF MODE-IS-REORG
007170         CLOSE AUDIT-FILE
007180         PERFORM 3400-PRINT-MAP-COUNTS THRU 3400-EXIT
007190     END-IF.
007200 3000-EXIT.
007210     EXIT.
007220
007230 3010-READ-MASTER.
007240     READ PERSONS-FILE NEXT
007250         AT END
007260             SET EOF-MASTER TO TRUE
007270         NOT AT END
007280             ADD 1 TO WS-READ-COUNT
007290     END-READ.
007300 3010-EXIT.
007310     EXIT.
007320
007330*****************************************************************
007340*    3100-SWEEP-ONE - ONE MASTER RECORD.
007350*****************************************************************
007360 3100-SWEEP-ONE.
007370     IF PERS-IS-ACTIVE
007380         MOVE PERS-DEPT TO WS-FIND-CODE
007390         PERFORM 6200-FIND-OR-ADD-DEPT THRU 6200-EXIT
007400         IF WS-FOUND-SUB > ZERO
007410             ADD 1 TO WS-DT-BEFORE(WS-FOUND-SUB)
007420         END-IF
007430     END-IF.
007440     IF MODE-IS-REORG
007450         MOVE PERS-DEPT TO WS-FIND-CODE
007460         PERFORM 6100-FIND-MAPPING THRU 6100-EXIT
007470         IF MAP-WAS-FOUND
007480             PERFORM 3200-MOVE-PERSON THRU 3200-EXIT
007490         END-IF
007500     END-IF.
007510     IF PERS-IS-ACTIVE
007520         MOVE PERS-DEPT TO WS-FIND-CODE
007530         PERFORM 6200-FIND-OR-ADD-DEPT THRU 6200-EXIT
007540         IF WS-FOUND-SUB > ZERO
007550             ADD 1 TO WS-DT-AFTER(WS-FOUND-SUB)
007560         END-IF
007570     END-IF.
007580     PERFORM 3010-READ-MASTER THRU 3010-EXIT.
007590 3100-EXIT.
007600     EXIT.
007610
007620*****************************************************************
007630*    3200-MOVE-PERSON - PUT THE PERSON INTO THE NEW DEPARTMENT,
007640*    AUDIT IT AND LIST IT.  A REWRITE THAT FAILS LEAVES THE
007650*    PERSON WHERE THEY WERE AND IS LISTED AS FAILED.
007660*****************************************************************
007670 3200-MOVE-PERSON.
007680     MOVE PERS-DEPT TO WS-OLD-DEPT.
007690     MOVE WS-MT-NEW(WS-MAP-FOUND-SUB) TO PERS-DEPT.
007700     MOVE SPACES TO MVL-NOTE.
007710     REWRITE PERSON-RECORD
007720         INVALID KEY
007730             DISPLAY 'PERSDMNT - REWRITE FAILED ' PERS-NUMBER
007740             ADD 1 TO WS-MOVE-FAIL-COUNT
007750             MOVE 'NOT MOVED - REWRITE FAILED' TO MVL-NOTE
007760             MOVE WS-OLD-DEPT TO PERS-DEPT
007770         NOT INVALID KEY
007780             ADD 1 TO WS-MOVED-COUNT
007790             ADD 1 TO WS-MT-MOVED(WS-MAP-FOUND-SUB)
007800             PERFORM 3250-WRITE-AUDIT-TRANSFER THRU 3250-EXIT
007810     END-REWRITE.
007820     MOVE PERS-NUMBER TO MVL-NUMBER.
007830     MOVE PERS-NAME   TO MVL-NAME.
007840     MOVE WS-OLD-DEPT TO MVL-OLD.
007850     MOVE WS-MT-NEW(WS-MAP-FOUND-SUB) TO MVL-NEW.
007860     IF PERS-IS-ACTIVE
007870         MOVE 'ACTIVE'   TO MVL-STATUS
007880     ELSE
007890         MOVE 'INACTIVE' TO MVL-STATUS
007900     END-IF.
007910     MOVE MOVE-LINE TO PRINT-LINE.
007920     WRITE PRINT-LINE.
007930 3200-EXIT.
007940     EXIT.
007950
007960*****************************************************************
007970*    3250-WRITE-AUDIT-TRANSFER - LOG THE MOVE TO THE PERSAUDT
007980*    TRAIL AS A T RECORD, THE DEPARTMENTS IN THE NAME FIELDS AND
007990*    THE UNCHANGED WEIGHT BOTH SIDES.
008000*****************************************************************
008010 3250-WRITE-AUDIT-TRANSFER.
008020     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
008030     MOVE WS-BUSINESS-DATE       TO AUD-DATE.
008040     MOVE WS-BUSINESS-STAMP-TIME TO AUD-TIME.
008050     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
008060     SET AUD-OP-IS-TRANSFER TO TRUE.
008070     MOVE PERS-NUMBER TO AUD-NUMBER.
008080     MOVE SPACES      TO AUD-BEFORE-NAME.
008090     MOVE WS-OLD-DEPT TO AUD-BEFORE-DEPT.
008100     MOVE PERS-WEIGHT TO AUD-BEFORE-WEIGHT.
008110     MOVE SPACES      TO AUD-AFTER-NAME.
008120     MOVE PERS-DEPT   TO AUD-AFTER-DEPT.
008130     MOVE PERS-WEIGHT TO AUD-AFTER-WEIGHT.
008140     WRITE AUDIT-RECORD.
008150 3250-EXIT.
008160     EXIT.
008170
008180*****************************************************************
008190*    3400-PRINT-MAP-COUNTS - HOW MANY WERE MOVED UNDER EACH CARD.
008200*****************************************************************
008210 3400-PRINT-MAP-COUNTS.
008220     MOVE SPACES TO PRINT-LINE.
008230     WRITE PRINT-LINE.
008240     PERFORM 3410-PRINT-ONE-MAP THRU 3410-EXIT
008250         VARYING WS-MAP-SUB FROM 1 BY 1
008260         UNTIL WS-MAP-SUB > WS-MAP-COUNT.
008270     MOVE SPACES TO PRINT-LINE.
008280     WRITE PRINT-LINE.
008290 3400-EXIT.
008300     EXIT.
008310
008320 3410-PRINT-ONE-MAP.
008330     MOVE WS-MT-OLD(WS-MAP-SUB)   TO MCL-OLD.
008340     MOVE WS-MT-NEW(WS-MAP-SUB)   TO MCL-NEW.
008350     MOVE WS-MT-MOVED(WS-MAP-SUB) TO MCL-MOVED.
008360     MOVE MAP-COUNT-LINE TO PRINT-LINE.
008370     WRITE PRINT-LINE.
008380 3410-EXIT.
008390     EXIT.
008400
008410*****************************************************************
008420*    4000-APPLY-CHANGES - RUN THE MAINTENANCE CARDS AGAINST THE
008430*    TABLE, LOGGING EACH CHANGE AS IT IS MADE, THEN WRITE THE
008440*    REFERENCE FILE BACK IF ANYTHING CHANGED.
008450*****************************************************************
008460 4000-APPLY-CHANGES.
008470     MOVE 'DEPARTMENT CHANGES' TO TTL-TEXT.
008480     MOVE TITLE-LINE TO PRINT-LINE.
008490     WRITE PRINT-LINE.
008500     MOVE HDG-LINE-3 TO PRINT-LINE.
008510     WRITE PRINT-LINE.
008520     OPEN EXTEND DEPT-HIST-FILE.
008530     IF FS-DEPT-HIST-NOT-FOUND
008540         OPEN OUTPUT DEPT-HIST-FILE
008550     END-IF.
008551     IF NOT FS-DEPT-HIST-OK
008552         DISPLAY 'PERSDMNT - DEPT HISTORY FILE UNAVAILABLE '
008553             FS-DEPT-HIST
008554         SET RUN-IS-ABANDONED TO TRUE
008555         GO TO 4000-EXIT
008556     END-IF.
008560     OPEN INPUT DEPT-TRANS-FILE.
008570     IF FS-DEPT-TRANS-OK
008580         PERFORM 4010-READ-TRANS THRU 4010-EXIT
008590         PERFORM 4100-APPLY-ONE THRU 4100-EXIT
008600             UNTIL EOF-DEPT-TRANS
008610         CLOSE DEPT-TRANS-FILE
008620     ELSE
008630         DISPLAY 'PERSDMNT - NO MAINTENANCE CARDS ON PERSDTRN'
008640     END-IF.
008650     CLOSE DEPT-HIST-FILE.
008660     MOVE SPACES TO PRINT-LINE.
008670     WRITE PRINT-LINE.
008680     IF WS-CARD-DONE-COUNT > ZERO
008690         PERFORM 5000-REWRITE-DEPTS THRU 5000-EXIT
008700     END-IF.
008710 4000-EXIT.
008720     EXIT.
008730
008740 4010-READ-TRANS.
008750     READ DEPT-TRANS-FILE
008760         AT END
008770             SET EOF-DEPT-TRANS TO TRUE
008780         NOT AT END
008790             ADD 1 TO WS-CARD-READ-COUNT
008800             MOVE DEPT-TRANS-RECORD(1:37) TO WS-TRANS
008810     END-READ.
008820 4010-EXIT.
008830     EXIT.
008840
008850*****************************************************************
008860*    4100-APPLY-ONE - EDIT AND DISPATCH ONE MAINTENANCE CARD.
008870*    THE ACTION PARAGRAPH EITHER MAKES THE CHANGE AND SETS THE
008880*    HISTORY ACTION, OR LEAVES THE REASON IT WAS REFUSED.
008890*****************************************************************
008900 4100-APPLY-ONE.
008910     MOVE SPACES TO WS-RESULT.
008920     MOVE SPACE  TO WS-HIST-ACTION.
008930     IF WS-TRN-CODE = SPACES
008940         MOVE 'DEPARTMENT CODE MISSING' TO WS-RESULT
008950         GO TO 4100-REPORT
008960     END-IF.
008970     MOVE WS-TRN-CODE TO WS-FIND-CODE.
008980     PERFORM 6000-FIND-DEPT THRU 6000-EXIT.
008990     IF TRN-IS-ADD
009000         PERFORM 4110-ADD-DEPT THRU 4110-EXIT
009010     ELSE
009020         IF TRN-IS-RENAME
009030             PERFORM 4120-RENAME-DEPT THRU 4120-EXIT
009040         ELSE
009050             IF TRN-IS-CLOSE
009060                 PERFORM 4130-CLOSE-DEPT THRU 4130-EXIT
009070             ELSE
009080                 MOVE 'UNKNOWN ACTION - USE A, N OR C'
009090                     TO WS-RESULT
009100             END-IF
009110         END-IF
009120     END-IF.
009130     IF WS-HIST-ACTION NOT = SPACE
009140         ADD 1 TO WS-CARD-DONE-COUNT
009150         PERFORM 4200-WRITE-HISTORY THRU 4200-EXIT
009160     END-IF.
009170 4100-REPORT.
009180     IF WS-HIST-ACTION = SPACE
009190         ADD 1 TO WS-CARD-REJECT-COUNT
009200     END-IF.
009210     MOVE WS-TRN-ACTION TO TRL-ACTION.
009220     MOVE WS-TRN-CODE   TO TRL-CODE.
009230     MOVE WS-TRN-NAME   TO TRL-NAME.
009240     MOVE WS-RESULT     TO TRL-RESULT.
009250     MOVE TRANS-LINE TO PRINT-LINE.
009260     WRITE PRINT-LINE.
009270     PERFORM 4010-READ-TRANS THRU 4010-EXIT.
009280 4100-EXIT.
009290     EXIT.
009300
009310*****************************************************************
009320*    4110-ADD-DEPT - A NEW CODE GOES ON THE END OF THE TABLE.  A
009330*    CODE THAT WAS ONLY FOUND ON THE MASTER TAKES THE TABLE ENTRY
009340*    IT WAS COUNTED IN.  A CODE ALREADY ON THE FILE BUT CLOSED IS
009345*    REOPENED UNDER THE DESCRIPTION ON THE CARD.  A NEW RECORD IS
009350*    REFUSED ONCE THE FILE HOLDS WS-DEPT-FILE-MAX - THE MOST THE
009355*    LOAD STEPS (AND THIS PROGRAM'S OWN LOAD) CAN TAKE.
009360*****************************************************************
009370 4110-ADD-DEPT.
009380     IF WS-TRN-NAME = SPACES
009390         MOVE 'DESCRIPTION MISSING' TO WS-RESULT
009400         GO TO 4110-EXIT
009410     END-IF.
009420     IF NOT DEPT-WAS-FOUND
009430         IF WS-DEPT-COUNT NOT < WS-DEPT-MAX
009435             OR WS-DEPT-ON-FILE-COUNT NOT < WS-DEPT-FILE-MAX
009440             MOVE 'DEPARTMENT FILE FULL' TO WS-RESULT
009450             GO TO 4110-EXIT
009460         END-IF
009470         ADD 1 TO WS-DEPT-COUNT
009480         MOVE WS-DEPT-COUNT TO WS-FOUND-SUB
009490         MOVE WS-TRN-CODE TO WS-DT-CODE(WS-FOUND-SUB)
009500         MOVE ZERO TO WS-DT-BEFORE(WS-FOUND-SUB)
009510         MOVE ZERO TO WS-DT-AFTER(WS-FOUND-SUB)
009520         MOVE 'N' TO WS-DT-ON-FILE(WS-FOUND-SUB)
009530     END-IF.
009540     IF DT-IS-ON-FILE(WS-FOUND-SUB)
009550         IF NOT DT-IS-CLOSED(WS-FOUND-SUB)
009560             MOVE 'ALREADY ON FILE' TO WS-RESULT
009570             GO TO 4110-EXIT
009580         END-IF
009590         MOVE WS-DT-NAME(WS-FOUND-SUB) TO WS-HIST-BEFORE-NAME
009600         MOVE 'O' TO WS-HIST-ACTION
009610         MOVE 'REOPENED' TO WS-RESULT
009620     ELSE
009621         IF WS-DEPT-ON-FILE-COUNT NOT < WS-DEPT-FILE-MAX
009622             MOVE 'DEPARTMENT FILE FULL' TO WS-RESULT
009623             GO TO 4110-EXIT
009624         END-IF
009625         ADD 1 TO WS-DEPT-ON-FILE-COUNT
009630         MOVE SPACES TO WS-HIST-BEFORE-NAME
009640         MOVE 'A' TO WS-HIST-ACTION
009650         MOVE 'ADDED' TO WS-RESULT
009660     END-IF.
009670     MOVE WS-TRN-NAME      TO WS-DT-NAME(WS-FOUND-SUB).
009680     MOVE 'A'              TO WS-DT-STATUS(WS-FOUND-SUB).
009690     MOVE WS-BUSINESS-DATE TO WS-DT-STATUS-DATE(WS-FOUND-SUB).
009700     MOVE 'Y'              TO WS-DT-ON-FILE(WS-FOUND-SUB).
009710 4110-EXIT.
009720     EXIT.
009730
009740*****************************************************************
009750*    4120-RENAME-DEPT - NEW DESCRIPTION FOR AN OPEN DEPARTMENT.
009760*****************************************************************
009770 4120-RENAME-DEPT.
009780     IF NOT DEPT-WAS-FOUND
009790         MOVE 'NOT ON FILE' TO WS-RESULT
009800         GO TO 4120-EXIT
009810     END-IF.
009820     IF NOT DT-IS-ON-FILE(WS-FOUND-SUB)
009830         MOVE 'NOT ON FILE' TO WS-RESULT
009840         GO TO 4120-EXIT
009850     END-IF.
009860     IF DT-IS-CLOSED(WS-FOUND-SUB)
009870         MOVE 'DEPARTMENT IS CLOSED - REOPEN IT WITH A'
009880             TO WS-RESULT
009890         GO TO 4120-EXIT
009900     END-IF.
009910     IF WS-TRN-NAME = SPACES
009920         MOVE 'DESCRIPTION MISSING' TO WS-RESULT
009930         GO TO 4120-EXIT
009940     END-IF.
009950     IF WS-TRN-NAME = WS-DT-NAME(WS-FOUND-SUB)
009960         MOVE 'DESCRIPTION UNCHANGED' TO WS-RESULT
009970         GO TO 4120-EXIT
009980     END-IF.
009990     MOVE WS-DT-NAME(WS-FOUND-SUB) TO WS-HIST-BEFORE-NAME.
010000     MOVE WS-TRN-NAME TO WS-DT-NAME(WS-FOUND-SUB).
010010     MOVE 'N' TO WS-HIST-ACTION.
010020     MOVE 'RENAMED' TO WS-RESULT.
010030 4120-EXIT.
010040     EXIT.
010050
010060*****************************************************************
010070*    4130-CLOSE-DEPT - CLOSE AN OPEN DEPARTMENT THAT NOBODY
010080*    ACTIVE IS STILL IN.  THE COUNT IS THE ONE JUST TAKEN FROM
010090*    THE MASTER.
010100*****************************************************************
010110 4130-CLOSE-DEPT.
010120     IF NOT DEPT-WAS-FOUND
010130         MOVE 'NOT ON FILE' TO WS-RESULT
010140         GO TO 4130-EXIT
010150     END-IF.
010160     IF NOT DT-IS-ON-FILE(WS-FOUND-SUB)
010170         MOVE 'NOT ON FILE' TO WS-RESULT
010180         GO TO 4130-EXIT
010190     END-IF.
010200     IF DT-IS-CLOSED(WS-FOUND-SUB)
010210         MOVE 'ALREADY CLOSED' TO WS-RESULT
010220         GO TO 4130-EXIT
010230     END-IF.
010240     IF WS-DT-BEFORE(WS-FOUND-SUB) > ZERO
010250         MOVE 'NOT CLOSED - STILL HAS ACTIVE MEMBERS' TO WS-RESULT
010260         GO TO 4130-EXIT
010270     END-IF.
010280     MOVE WS-DT-NAME(WS-FOUND-SUB) TO WS-HIST-BEFORE-NAME.
010290     MOVE 'C'              TO WS-DT-STATUS(WS-FOUND-SUB).
010300     MOVE WS-BUSINESS-DATE TO WS-DT-STATUS-DATE(WS-FOUND-SUB).
010310     MOVE 'C' TO WS-HIST-ACTION.
010320     MOVE 'CLOSED' TO WS-RESULT.
010330 4130-EXIT.
010340     EXIT.
010350
010360*****************************************************************
010370*    4200-WRITE-HISTORY - LOG THE CHANGE JUST MADE TO PERSDHST.
010380*****************************************************************
010390 4200-WRITE-HISTORY.
010400     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
010410     MOVE SPACES TO DEPT-HISTORY-RECORD.
010420     MOVE WS-BUSINESS-DATE       TO DHST-DATE.
010430     MOVE WS-BUSINESS-STAMP-TIME TO DHST-TIME.
010440     MOVE WS-OPERATOR-ID         TO DHST-OPERATOR-ID.
010450     MOVE WS-HIST-ACTION         TO DHST-ACTION.
010460     MOVE WS-DT-CODE(WS-FOUND-SUB) TO DHST-CODE.
010470     MOVE WS-HIST-BEFORE-NAME    TO DHST-BEFORE-NAME.
010480     MOVE WS-DT-NAME(WS-FOUND-SUB) TO DHST-AFTER-NAME.
010490     WRITE DEPT-HISTORY-RECORD.
010500 4200-EXIT.
010510     EXIT.
010520
010530*****************************************************************
010540*    5000-REWRITE-DEPTS - WRITE THE ON-FILE TABLE ENTRIES TO THE
010550*    DEPTKEEP WORK FILE, THEN COPY IT BACK OVER PERSDEPT - THE
010560*    SAME TWO-PASS REWRITE PERSLOAD USES FOR THE PENDING FILE, SO
010570*    A FAILURE PARTWAY NEVER LEAVES PERSDEPT HALF WRITTEN.
010580*****************************************************************
010590 5000-REWRITE-DEPTS.
010600     OPEN OUTPUT DEPT-KEEP-FILE.
010610     PERFORM 5100-WRITE-KEEP THRU 5100-EXIT
010620         VARYING WS-DEPT-SUB FROM 1 BY 1
010630         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
010640     CLOSE DEPT-KEEP-FILE.
010650     OPEN OUTPUT DEPT-FILE.
010660     OPEN INPUT  DEPT-KEEP-FILE.
010670     PERFORM 5200-READ-DEPT-KEEP THRU 5200-EXIT.
010680     PERFORM 5300-COPY-DEPT-KEEP THRU 5300-EXIT
010690         UNTIL EOF-DEPT-KEEP.
010700     CLOSE DEPT-FILE.
010710     CLOSE DEPT-KEEP-FILE.
010720 5000-EXIT.
010730     EXIT.
010740
010750 5100-WRITE-KEEP.
010760     IF DT-IS-ON-FILE(WS-DEPT-SUB)
010770         MOVE SPACES TO DEPARTMENT-RECORD
010780         MOVE WS-DT-CODE(WS-DEPT-SUB)        TO DEPT-CODE
010790         MOVE WS-DT-NAME(WS-DEPT-SUB)        TO DEPT-NAME
010800         MOVE WS-DT-STATUS(WS-DEPT-SUB)      TO DEPT-STATUS
010810         MOVE WS-DT-STATUS-DATE(WS-DEPT-SUB) TO DEPT-STATUS-DATE
010820         MOVE DEPARTMENT-RECORD TO DEPT-KEEP-RECORD
010830         WRITE DEPT-KEEP-RECORD
010840     END-IF.
010850 5100-EXIT.
010860     EXIT.
010870
010880 5200-READ-DEPT-KEEP.
010890     READ DEPT-KEEP-FILE
010900         AT END
010910             SET EOF-DEPT-KEEP TO TRUE
010920     END-READ.
010930 5200-EXIT.
010940     EXIT.
010950
010960 5300-COPY-DEPT-KEEP.
010970     MOVE DEPT-KEEP-RECORD TO DEPT-FILE-RECORD.
010980     WRITE DEPT-FILE-RECORD.
010990     PERFORM 5200-READ-DEPT-KEEP THRU 5200-EXIT.
011000 5300-EXIT.
011010     EXIT.
011020
011030*****************************************************************
011040*    6000-FIND-DEPT - LOOK WS-FIND-CODE UP IN THE TABLE.  FOUND
011050*    LEAVES ITS ENTRY IN WS-FOUND-SUB.
011060*****************************************************************
011070 6000-FIND-DEPT.
011080     SET DEPT-WAS-FOUND TO FALSE.
011090     MOVE ZERO TO WS-FOUND-SUB.
011100     PERFORM 6010-SCAN-DEPT THRU 6010-EXIT
011110         VARYING WS-DEPT-SUB FROM 1 BY 1
011120         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
011130             OR DEPT-WAS-FOUND.
011140 6000-EXIT.
011150     EXIT.
011160
011170 6010-SCAN-DEPT.
011180     IF WS-DT-CODE(WS-DEPT-SUB) = WS-FIND-CODE
011190         SET DEPT-WAS-FOUND TO TRUE
011200         MOVE WS-DEPT-SUB TO WS-FOUND-SUB
011210     END-IF.
011220 6010-EXIT.
011230     EXIT.
011240
011250*****************************************************************
011260*    6100-FIND-MAPPING - LOOK WS-FIND-CODE UP AS AN OLD CODE IN
011270*    THE MAPPING TABLE.  FOUND LEAVES IT IN WS-MAP-FOUND-SUB.
011280*****************************************************************
011290 6100-FIND-MAPPING.
011300     SET MAP-WAS-FOUND TO FALSE.
011310     PERFORM 6110-SCAN-MAPPING THRU 6110-EXIT
011320         VARYING WS-MAP-SUB FROM 1 BY 1
011330         UNTIL WS-MAP-SUB > WS-MAP-COUNT
011340             OR MAP-WAS-FOUND.
011350 6100-EXIT.
011360     EXIT.
011370
011380 6110-SCAN-MAPPING.
011390     IF WS-MT-OLD(WS-MAP-SUB) = WS-FIND-CODE
011400         SET MAP-WAS-FOUND TO TRUE
011410         MOVE WS-MAP-SUB TO WS-MAP-FOUND-SUB
011420     END-IF.
011430 6110-EXIT.
011440     EXIT.
011450
011460*****************************************************************
011470*    6200-FIND-OR-ADD-DEPT - FOR THE HEADCOUNT.  A CODE ON THE
011480*    MASTER THAT IS NOT ON PERSDEPT (OR IS BLANK) GETS A TABLE
011490*    ENTRY OF ITS OWN SO IT STILL SHOWS ON THE REPORT.  A FULL
011500*    TABLE LEAVES WS-FOUND-SUB ZERO AND THE PERSON UNCOUNTED.
011510*****************************************************************
011520 6200-FIND-OR-ADD-DEPT.
011530     PERFORM 6000-FIND-DEPT THRU 6000-EXIT.
011540     IF DEPT-WAS-FOUND
011550         GO TO 6200-EXIT
011560     END-IF.
011570     IF WS-DEPT-COUNT NOT < WS-DEPT-MAX
011580         ADD 1 TO WS-UNTABLED-COUNT
011590         GO TO 6200-EXIT
011600     END-IF.
011610     ADD 1 TO WS-DEPT-COUNT.
011620     MOVE WS-DEPT-COUNT TO WS-FOUND-SUB.
011630     MOVE WS-FIND-CODE TO WS-DT-CODE(WS-FOUND-SUB).
011640     IF WS-FIND-CODE = SPACES
011650         MOVE '(NOT YET ASSIGNED)' TO WS-DT-NAME(WS-FOUND-SUB)
011660     ELSE
011670         MOVE '(CODE NOT ON REFERENCE FILE)'
011680             TO WS-DT-NAME(WS-FOUND-SUB)
011690     END-IF.
011700     MOVE SPACE  TO WS-DT-STATUS(WS-FOUND-SUB).
011710     MOVE SPACES TO WS-DT-STATUS-DATE(WS-FOUND-SUB).
011720     MOVE 'N'    TO WS-DT-ON-FILE(WS-FOUND-SUB).
011730     MOVE ZERO   TO WS-DT-BEFORE(WS-FOUND-SUB).
011740     MOVE ZERO   TO WS-DT-AFTER(WS-FOUND-SUB).
011750 6200-EXIT.
011760     EXIT.
011770
011780*****************************************************************
011790*    7000-PRINT-HEADCOUNT - THE SIGN-OFF PAGE: ACTIVE HEADCOUNT OF
011800*    EVERY DEPARTMENT BEFORE AND AFTER THE RUN, THEN THE TOTALS.
011810*****************************************************************
011820 7000-PRINT-HEADCOUNT.
011830     MOVE 'ACTIVE HEADCOUNT BY DEPARTMENT' TO TTL-TEXT.
011840     MOVE TITLE-LINE TO PRINT-LINE.
011850     WRITE PRINT-LINE.
011860     MOVE HDG-LINE-6 TO PRINT-LINE.
011870     WRITE PRINT-LINE.
011880     PERFORM 7100-PRINT-DEPT-LINE THRU 7100-EXIT
011890         VARYING WS-DEPT-SUB FROM 1 BY 1
011900         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
011910     MOVE SPACES        TO HEADCOUNT-LINE.
011920     MOVE 'TOTAL'       TO HCL-NAME.
011930     MOVE WS-TOTAL-BEFORE TO HCL-BEFORE.
011940     MOVE WS-TOTAL-AFTER  TO HCL-AFTER.
011950     COMPUTE HCL-CHANGE = WS-TOTAL-AFTER - WS-TOTAL-BEFORE.
011960     MOVE HEADCOUNT-LINE TO PRINT-LINE.
011970     WRITE PRINT-LINE.
011980     PERFORM 7500-PRINT-SUMMARY THRU 7500-EXIT.
011990 7000-EXIT.
012000     EXIT.
012010
012020 7100-PRINT-DEPT-LINE.
012030     MOVE WS-DT-CODE(WS-DEPT-SUB) TO HCL-CODE.
012040     MOVE WS-DT-NAME(WS-DEPT-SUB) TO HCL-NAME.
012050     IF NOT DT-IS-ON-FILE(WS-DEPT-SUB)
012060         MOVE SPACES   TO HCL-STATUS
012070     ELSE
012080         IF DT-IS-CLOSED(WS-DEPT-SUB)
012090             MOVE 'CLOSED' TO HCL-STATUS
012100         ELSE
012110             MOVE 'OPEN'   TO HCL-STATUS
012120         END-IF
012130     END-IF.
012140     MOVE WS-DT-BEFORE(WS-DEPT-SUB) TO HCL-BEFORE.
012150     MOVE WS-DT-AFTER(WS-DEPT-SUB)  TO HCL-AFTER.
012160     COMPUTE HCL-CHANGE =
012170         WS-DT-AFTER(WS-DEPT-SUB) - WS-DT-BEFORE(WS-DEPT-SUB).
012180     ADD WS-DT-BEFORE(WS-DEPT-SUB) TO WS-TOTAL-BEFORE.
012190     ADD WS-DT-AFTER(WS-DEPT-SUB)  TO WS-TOTAL-AFTER.
012200     MOVE HEADCOUNT-LINE TO PRINT-LINE.
012210     WRITE PRINT-LINE.
012220 7100-EXIT.
012230     EXIT.
012240
012250*****************************************************************
012260*    7500-PRINT-SUMMARY - THE RUN TOTALS.
012270*****************************************************************
012280 7500-PRINT-SUMMARY.
012290     MOVE SPACES TO PRINT-LINE.
012300     WRITE PRINT-LINE.
012310     MOVE 'CARDS READ..............' TO SUM-LABEL.
012320     MOVE WS-CARD-READ-COUNT TO SUM-COUNT.
012330     MOVE SUMMARY-LINE TO PRINT-LINE.
012340     WRITE PRINT-LINE.
012350     MOVE 'CHANGES MADE............' TO SUM-LABEL.
012360     MOVE WS-CARD-DONE-COUNT TO SUM-COUNT.
012370     MOVE SUMMARY-LINE TO PRINT-LINE.
012380     WRITE PRINT-LINE.
012390     MOVE 'CARDS REJECTED..........' TO SUM-LABEL.
012400     MOVE WS-CARD-REJECT-COUNT TO SUM-COUNT.
012410     MOVE SUMMARY-LINE TO PRINT-LINE.
012420     WRITE PRINT-LINE.
012430     MOVE 'MASTER RECORDS READ.....' TO SUM-LABEL.
012440     MOVE WS-READ-COUNT TO SUM-COUNT.
012450     MOVE SUMMARY-LINE TO PRINT-LINE.
012460     WRITE PRINT-LINE.
012470     MOVE 'PERSONS MOVED...........' TO SUM-LABEL.
012480     MOVE WS-MOVED-COUNT TO SUM-COUNT.
012490     MOVE SUMMARY-LINE TO PRINT-LINE.
012500     WRITE PRINT-LINE.
012510     MOVE 'MOVES FAILED............' TO SUM-LABEL.
012520     MOVE WS-MOVE-FAIL-COUNT TO SUM-COUNT.
012530     MOVE SUMMARY-LINE TO PRINT-LINE.
012540     WRITE PRINT-LINE.
012550     MOVE 'NOT COUNTED - TABLE FULL' TO SUM-LABEL.
012560     MOVE WS-UNTABLED-COUNT TO SUM-COUNT.
012570     MOVE SUMMARY-LINE TO PRINT-LINE.
012580     WRITE PRINT-LINE.
012590 7500-EXIT.
012600     EXIT.
012610
012620*****************************************************************
012630*    9000-TERMINATE - CLOSE THE REPORT AND SET THE RETURN CODE.
012640*    A REFUSED RUN OPENED NOTHING AND ENDS RC=16, AS DOES A
012650*    REORGANIZATION STOPPED BY A BAD MAPPING CARD OR ONE WHERE A
012660*    MOVE FAILED.  A REJECTED MAINTENANCE CARD ENDS RC=8.  A RUN
012665*    ABANDONED AT THE MASTER, AUDIT OR HISTORY OPEN ENDS RC=16.
012670*****************************************************************
012680 9000-TERMINATE.
012690     IF RUN-IS-REFUSED
012700         DISPLAY 'PERSDMNT - RUN REFUSED, NOTHING CHANGED'
012710         MOVE 16 TO RETURN-CODE
012720         GO TO 9000-EXIT
012730     END-IF.
012731     IF RUN-IS-ABANDONED
012732         MOVE 'RUN ABANDONED - NOTHING WAS CHANGED' TO TTL-TEXT
012733         MOVE TITLE-LINE TO PRINT-LINE
012734         WRITE PRINT-LINE
012735         DISPLAY 'PERSDMNT - RUN ABANDONED, NOTHING CHANGED'
012736         MOVE 16 TO RETURN-CODE
012737         GO TO 9000-CLOSE-REPORT
012738     END-IF.
012740     IF MAPPING-IS-BAD
012750         MOVE 'REORGANIZATION NOT RUN - NOBODY WAS MOVED'
012760             TO TTL-TEXT
012770         MOVE TITLE-LINE TO PRINT-LINE
012780         WRITE PRINT-LINE
012790         DISPLAY 'PERSDMNT - BAD MAPPING CARDS, NOBODY MOVED'
012800         MOVE 16 TO RETURN-CODE
012810     ELSE
012820         IF WS-MOVE-FAIL-COUNT > ZERO
012830             MOVE 16 TO RETURN-CODE
012840         ELSE
012850             IF WS-CARD-REJECT-COUNT > ZERO
012860                 MOVE 8 TO RETURN-CODE
012870             END-IF
012880         END-IF
012890     END-IF.
012895 9000-CLOSE-REPORT.
012900     CLOSE PRINT-FILE.
012910     DISPLAY 'PERSDMNT - CARDS READ     ' WS-CARD-READ-COUNT.
012920     DISPLAY 'PERSDMNT - CHANGES MADE   ' WS-CARD-DONE-COUNT.
012930     DISPLAY 'PERSDMNT - CARDS REJECTED ' WS-CARD-REJECT-COUNT.
012940     DISPLAY 'PERSDMNT - PERSONS MOVED  ' WS-MOVED-COUNT.
012950 9000-EXIT.
012960     EXIT.
