000010*****************************************************************
000020*
000030*    PROGRAM:      PERSOADM
000040*    AUTHOR:       INSUNG BAHK
000050*    INSTALLATION: PERSONNEL SYSTEMS
000060*    DATE-WRITTEN: 2026-10-15
000070*
000080*    REMARKS.      OPERATOR PROFILE (SECURITY) ADMINISTRATION.
000090*                  THE ONLY PROGRAM THAT CHANGES WHO MAY SIGN ON
000100*                  TO PERSMNT AND WHAT THEY MAY DO THERE - THE
000110*                  PERSOPRF FILE (SEE OPERPROF) IS NO LONGER
000120*                  HAND-EDITED.  EVERY CHANGE IS LOGGED TO THE
000130*                  PERSOAUD ADMINISTRATION AUDIT (SEE OPERAUDT)
000140*                  WITH THE ADMINISTRATOR WHO MADE IT.  DRIVEN BY
000150*                  A ONE-CARD SYSIN PARAMETER (THE PERSSORT
000160*                  CONVENTION):
000170*                      COLS 1-8   ADMINISTRATOR'S OPERATOR ID.  IT
000180*                                 MUST BE AN ACTIVE PROFILE WITH
000190*                                 ADMINISTER AUTHORITY.
000200*                      COLS 10-12 VERIFIER LIFE IN DAYS - A NEW OR
000210*                                 RESET VERIFIER EXPIRES THIS MANY
000220*                                 DAYS AFTER THE BUSINESS DATE
000230*                                 (BLANK = 090).
000240*                  AND THE PERSOTRN TRANSACTION CARDS:
000250*                      COL  1     A = ADD AN OPERATOR
000260*                                 C = CHANGE AUTHORITIES
000270*                                 V = RESET VERIFIER (LIFTS A
000280*                                     LOCKOUT)
000290*                                 S = SUSPEND
000300*                                 E = REINSTATE A SUSPENDED OR
000310*                                     LOCKED OPERATOR
000320*                                 R = REVOKE - FINAL, THE ID IS
000330*                                     NEVER USED AGAIN
000340*                      COLS 3-10  OPERATOR ID
000350*                      COLS 12-19 VERIFIER (A AND V ONLY)
000360*                      COLS 21-24 AUTHORITIES, Y OR N EACH, FOR
000370*                                 INQUIRY, UPDATE, DELETE AND
000380*                                 ADMINISTER (A AND C ONLY)
000390*                  NO ADMINISTRATOR MAY CHANGE THEIR OWN PROFILE.
000400*                  A REJECTED CARD IS REPORTED AND THE REST ARE
000410*                  STILL APPLIED - THE STEP ENDS RC=8.  A MISSING
000420*                  OR UNAUTHORIZED ADMINISTRATOR, NO BUSINESS
000425*                  DATE, A PROFILE FILE THAT CANNOT BE READ OR IS
000430*                  TOO BIG FOR THE TABLE, OR A PERSOAUD AUDIT FILE
000435*                  THAT CANNOT BE OPENED REFUSES THE RUN
000450*                  (RC=16) BEFORE ANYTHING IS CHANGED.  THE FIRST
000460*                  ADMINISTRATOR IS SET UP ON PERSOPRF BY HAND.
000470*
000480*                  THE REPORT NEVER SHOWS A VERIFIER, AND NEITHER
000490*                  DOES THE AUDIT.  NOT TO BE RUN WHILE ANYONE IS
000500*                  SIGNED ON TO PERSMNT, WHICH REWRITES A PROFILE
000510*                  AT SIGN-ON.
000520*
000530*    MODIFICATION HISTORY
000540*    ------------------------------------------------------------
000550*    2026-10-15  IB   ORIGINAL.
000552*    2026-10-15  IB   THE AUDIT FILE IS OPENED AND CHECKED BEFORE
000554*                      ANY CARD IS APPLIED - NO AUDIT, NO CHANGE.
000560*****************************************************************
000570 IDENTIFICATION DIVISION.
000580 PROGRAM-ID.     PERSOADM.
000590 AUTHOR.         INSUNG BAHK.
000600 INSTALLATION.   PERSONNEL SYSTEMS.
000610 DATE-WRITTEN.   2026-10-15.
000620 DATE-COMPILED.  2026-10-15.
000630
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 SOURCE-COMPUTER.   IBM-370.
000670 OBJECT-COMPUTER.   IBM-370.
000680
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT CONTROL-CARD ASSIGN TO "SYSIN"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS FS-CONTROL-CARD.
000740
000750     SELECT OPER-TRANS-FILE ASSIGN TO "PERSOTRN"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS FS-OPER-TRANS.
000780
000790     SELECT OPERATOR-FILE ASSIGN TO "PERSOPRF"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS FS-OPERATOR.
000820
000830     SELECT OPER-KEEP-FILE ASSIGN TO "OPRFKEEP"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS FS-OPER-KEEP.
000860
000870     SELECT ADMIN-AUDIT-FILE ASSIGN TO "PERSOAUD"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS FS-ADMIN-AUDIT.
000900
000910     SELECT PRINT-FILE ASSIGN TO "PERSOADM"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS FS-PRINT.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  CONTROL-CARD
000980     LABEL RECORDS ARE STANDARD.
000990 01  CONTROL-CARD-RECORD         PIC X(80).
001000
001010 FD  OPER-TRANS-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 01  OPER-TRANS-RECORD           PIC X(80).
001040
001050*        THE PROFILE FILE IS READ AND WRITTEN AS A PLAIN IMAGE AND
001060*        UNPACKED THROUGH THE OPERPROF COPY IN WORKING-STORAGE, SO
001070*        THE SAME LAYOUT SERVES BOTH IT AND THE OPRFKEEP FILE.
001080 FD  OPERATOR-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 01  OPERATOR-FILE-RECORD        PIC X(72).
001110
001120 FD  OPER-KEEP-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 01  OPER-KEEP-RECORD            PIC X(72).
001150
001160 FD  ADMIN-AUDIT-FILE
001170     LABEL RECORDS ARE STANDARD.
001180     COPY OPERAUDT.
001190
001200 FD  PRINT-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 01  PRINT-LINE                  PIC X(132).
001230
001240 WORKING-STORAGE SECTION.
001250 77  FS-CONTROL-CARD           PIC X(02)   VALUE '00'.
001260     88  FS-CONTROL-CARD-OK                VALUE '00'.
001270 77  FS-OPER-TRANS             PIC X(02)   VALUE '00'.
001280     88  FS-OPER-TRANS-OK                  VALUE '00'.
001290 77  FS-OPERATOR               PIC X(02)   VALUE '00'.
001300     88  FS-OPERATOR-OK                    VALUE '00'.
001310 77  FS-OPER-KEEP              PIC X(02)   VALUE '00'.
001320 77  FS-ADMIN-AUDIT            PIC X(02)   VALUE '00'.
001325     88  FS-ADMIN-AUDIT-OK                 VALUE '00'.
001330     88  FS-ADMIN-AUDIT-NOT-FOUND          VALUE '35'.
001340 77  FS-PRINT                  PIC X(02)   VALUE '00'.
001350
001360 77  WS-CARD-READ-COUNT        PIC 9(07)   VALUE ZERO COMP.
001370 77  WS-CARD-DONE-COUNT        PIC 9(07)   VALUE ZERO COMP.
001380 77  WS-CARD-REJECT-COUNT      PIC 9(07)   VALUE ZERO COMP.
001390
001400 01  WS-SWITCHES.
001410     05  WS-REFUSED-SWITCH      PIC X(01)  VALUE 'N'.
001420         88  RUN-IS-REFUSED                VALUE 'Y'.
001430     05  WS-OPRF-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001440         88  EOF-OPERATOR                  VALUE 'Y'.
001450     05  WS-OKEEP-EOF-SWITCH    PIC X(01)  VALUE 'N'.
001460         88  EOF-OPER-KEEP                 VALUE 'Y'.
001470     05  WS-TRANS-EOF-SWITCH    PIC X(01)  VALUE 'N'.
001480         88  EOF-OPER-TRANS                VALUE 'Y'.
001490     05  WS-PROFILE-SWITCH      PIC X(01)  VALUE 'N'.
001500         88  PROFILE-WAS-FOUND             VALUE 'Y' FALSE 'N'.
001510     05  WS-AUTHS-SWITCH        PIC X(01)  VALUE 'N'.
001520         88  AUTHS-ARE-VALID               VALUE 'Y' FALSE 'N'.
001530
001540*        THE ONE-CARD PARAMETER.
001550 01  WS-CARD.
001560     05  WS-CARD-ADMIN          PIC X(08)  VALUE SPACES.
001570     05  FILLER                 PIC X(01).
001580     05  WS-CARD-DAYS           PIC X(03)  VALUE SPACES.
001590     05  WS-CARD-DAYS-N REDEFINES WS-CARD-DAYS
001600                                PIC 9(03).
001610
001620*        DAYS A NEW OR RESET VERIFIER IS GOOD FOR.
001630 77  WS-VERIFIER-DAYS          PIC 9(03)   VALUE 90 COMP.
001640
001650*        ADMINISTRATOR STAMPED ON EVERY AUDIT RECORD - TAKEN FROM
001660*        THE PROFILE TABLE ONCE IT HAS BEEN CHECKED.
001670 01  WS-OPERATOR-ID            PIC X(08)   VALUE SPACES.
001680
001690*        ONE PERSOTRN ADMINISTRATION CARD.
001700 01  WS-TRANS.
001710     05  WS-TRN-ACTION          PIC X(01).
001720         88  TRN-IS-ADD                    VALUE 'A'.
001730         88  TRN-IS-CHANGE-AUTH            VALUE 'C'.
001740         88  TRN-IS-VERIFIER-RESET         VALUE 'V'.
001750         88  TRN-IS-SUSPEND                VALUE 'S'.
001760         88  TRN-IS-REINSTATE              VALUE 'E'.
001770         88  TRN-IS-REVOKE                 VALUE 'R'.
001780         88  TRN-ACTION-IS-KNOWN           VALUES 'A' 'C' 'V'
001790                                                  'S' 'E' 'R'.
001800     05  FILLER                 PIC X(01).
001810     05  WS-TRN-OPERATOR        PIC X(08).
001820     05  FILLER                 PIC X(01).
001830     05  WS-TRN-VERIFIER        PIC X(08).
001840     05  FILLER                 PIC X(01).
001850     05  WS-TRN-AUTHS.
001860         10  WS-TRN-INQUIRY     PIC X(01).
001870             88  TRN-INQUIRY-OK            VALUES 'Y' 'N'.
001880         10  WS-TRN-UPDATE      PIC X(01).
001890             88  TRN-UPDATE-OK             VALUES 'Y' 'N'.
001900         10  WS-TRN-DELETE      PIC X(01).
001910             88  TRN-DELETE-OK             VALUES 'Y' 'N'.
001920         10  WS-TRN-ADMIN       PIC X(01).
001930             88  TRN-ADMIN-OK              VALUES 'Y' 'N'.
001940
001950*        THE PROFILE FILE IN CORE, ONE 72-BYTE IMAGE PER OPERATOR
001960*        IN FILE ORDER.  A NEW OPERATOR GOES ON THE END.
001970 77  WS-PRF-COUNT              PIC 9(03)   VALUE ZERO COMP.
001980 77  WS-PRF-MAX                PIC 9(03)   VALUE 200 COMP.
001990 77  WS-PRF-SUB                PIC 9(03)   VALUE ZERO COMP.
002000 77  WS-FOUND-SUB              PIC 9(03)   VALUE ZERO COMP.
002010 01  WS-FIND-ID                PIC X(08)   VALUE SPACES.
002020 01  WS-PRF-TABLE.
002030     05  WS-PRF-IMAGE           PIC X(72)  OCCURS 200 TIMES.
002040
002050*        THE PROFILE BEING CHECKED OR CHANGED.
002060 COPY OPERPROF.
002070
002080*        BUSINESS PROCESSING DATE FROM THE PERSBDTE SERVICE - THE
002090*        REPORT DATE, THE STATUS DATE ON A PROFILE, THE BASE OF A
002100*        VERIFIER EXPIRY AND THE STAMP ON THE AUDIT RECORDS.
002110 COPY BUSDPARM.
002120
002130*        THE AUDITED PART OF A PROFILE - STATUS, THE FOUR
002140*        AUTHORITIES AND VERIFIER EXPIRY - IN THE ORDER OPERAUDT
002150*        CARRIES IT, TAKEN BEFORE AND AFTER EACH CHANGE.
002160 01  WS-PRF-STATE.
002170     05  WS-ST-STATUS           PIC X(01).
002180     05  WS-ST-INQUIRY          PIC X(01).
002190     05  WS-ST-UPDATE           PIC X(01).
002200     05  WS-ST-DELETE           PIC X(01).
002210     05  WS-ST-ADMIN            PIC X(01).
002220     05  WS-ST-EXPIRY           PIC X(08).
002230 01  WS-BEFORE-STATE           PIC X(13)   VALUE SPACES.
002240
002250*        THE AUDIT ACTION FOR THE CHANGE JUST MADE - SPACE WHEN
002260*        THE CARD WAS REJECTED - AND THE RESULT TEXT FOR THE
002270*        REPORT.
002280 01  WS-AUDIT-ACTION           PIC X(01)   VALUE SPACE.
002290 01  WS-RESULT                 PIC X(50)   VALUE SPACES.
002300
002310*        VERIFIER EXPIRY ARITHMETIC - THE BUSINESS DATE ROLLED
002320*        FORWARD ONE CALENDAR DAY AT A TIME, THE SAME WAY PERSDATE
002330*        ROLLS THE BUSINESS DATE ITSELF.  FEBRUARY IS RAISED TO 29
002340*        IN A LEAP YEAR.
002350 01  WS-NEW-DATE.
002360     05  WS-NEW-YYYY            PIC 9(04)  VALUE ZERO.
002370     05  WS-NEW-MM              PIC 9(02)  VALUE ZERO.
002380     05  WS-NEW-DD              PIC 9(02)  VALUE ZERO.
002390 01  WS-NEW-DATE-N REDEFINES WS-NEW-DATE
002400                               PIC 9(08).
002410 01  WS-MONTH-DAYS-VALUES      PIC X(24)
002420         VALUE '312831303130313130313031'.
002430 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
002440     05  WS-MONTH-DAYS          PIC 9(02)  OCCURS 12 TIMES.
002450 77  WS-DAYS-IN-MONTH          PIC 9(02)   VALUE ZERO.
002460 77  WS-LEAP-QUOTIENT          PIC 9(04)   VALUE ZERO COMP.
002470 77  WS-LEAP-REMAINDER-4       PIC 9(04)   VALUE ZERO COMP.
002480 77  WS-LEAP-REMAINDER-100     PIC 9(04)   VALUE ZERO COMP.
002490 77  WS-LEAP-REMAINDER-400     PIC 9(04)   VALUE ZERO COMP.
002500
002510 01  HDG-LINE-1.
002520     05  FILLER                  PIC X(25)  VALUE SPACES.
002530     05  FILLER                  PIC X(35)
002540         VALUE 'OPERATOR PROFILE ADMINISTRATION'.
002550     05  FILLER                  PIC X(06)  VALUE 'DATE: '.
002560     05  HDG1-RUN-DATE           PIC 9(08).
002570
002580 01  HDG-LINE-2.
002590     05  FILLER                  PIC X(01)  VALUE SPACES.
002600     05  FILLER                  PIC X(15)
002610         VALUE 'ADMINISTRATOR: '.
002620     05  HDG2-OPERATOR           PIC X(08).
002630     05  FILLER                  PIC X(18)
002640         VALUE '   VERIFIER LIFE: '.
002650     05  HDG2-DAYS               PIC ZZ9.
002660     05  FILLER                  PIC X(05)  VALUE ' DAYS'.
002670
002680 01  HDG-LINE-3.
002690     05  FILLER                  PIC X(01)  VALUE SPACES.
002700     05  FILLER                  PIC X(42)
002710         VALUE 'ACT  OPERATOR  I U D M  STATUS  EXPIRES'.
002720     05  FILLER                  PIC X(06)  VALUE 'RESULT'.
002730
002740 01  TRANS-LINE.
002750     05  FILLER                  PIC X(02)  VALUE SPACES.
002760     05  TRL-ACTION              PIC X(01).
002770     05  FILLER                  PIC X(03)  VALUE SPACES.
002780     05  TRL-OPERATOR            PIC X(08).
002790     05  FILLER                  PIC X(02)  VALUE SPACES.
002800     05  TRL-INQUIRY             PIC X(01).
002810     05  FILLER                  PIC X(01)  VALUE SPACES.
002820     05  TRL-UPDATE              PIC X(01).
002830     05  FILLER                  PIC X(01)  VALUE SPACES.
002840     05  TRL-DELETE              PIC X(01).
002850     05  FILLER                  PIC X(01)  VALUE SPACES.
002860     05  TRL-ADMIN               PIC X(01).
002870     05  FILLER                  PIC X(05)  VALUE SPACES.
002880     05  TRL-STATUS              PIC X(01).
002890     05  FILLER                  PIC X(04)  VALUE SPACES.
002900     05  TRL-EXPIRY              PIC X(08).
002910     05  FILLER                  PIC X(02)  VALUE SPACES.
002920     05  TRL-RESULT              PIC X(50).
002930
002940 01  SUMMARY-LINE.
002950     05  FILLER                  PIC X(01)  VALUE SPACES.
002960     05  SUM-LABEL               PIC X(26).
002970     05  SUM-COUNT               PIC ZZZ,ZZ9.
002980
002990 PROCEDURE DIVISION.
003000 0000-MAINLINE.
003010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003020     IF NOT RUN-IS-REFUSED
003030         PERFORM 4000-APPLY-CHANGES THRU 4000-EXIT
003040         PERFORM 7500-PRINT-SUMMARY THRU 7500-EXIT
003050     END-IF.
003060     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003070     STOP RUN.
003080
003090*****************************************************************
003100*    1000-INITIALIZE - PICK UP THE PARAMETER AND THE BUSINESS
003110*    DATE, LOAD THE PROFILE FILE, CHECK THE ADMINISTRATOR AGAINST
003115*    IT, OPEN THE AUDIT FILE, THEN OPEN THE REPORT.  ANY REFUSAL
003120*    LEAVES EVERY FILE AS IT WAS.  THE AUDIT FILE WILL NOT EXIST
003125*    THE FIRST TIME, SO EXTEND FALLS BACK TO OUTPUT.
003140*****************************************************************
003150 1000-INITIALIZE.
003160     PERFORM 1100-GET-PARAMETER THRU 1100-EXIT.
003170     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
003180     IF NOT BUSINESS-DATE-OK
003190         DISPLAY 'PERSOADM - NO BUSINESS DATE ON PERSBDAT'
003200         SET RUN-IS-REFUSED TO TRUE
003210         GO TO 1000-EXIT
003220     END-IF.
003230     PERFORM 1300-LOAD-PROFILES THRU 1300-EXIT.
003240     IF RUN-IS-REFUSED
003250         GO TO 1000-EXIT
003260     END-IF.
003270     PERFORM 1200-CHECK-ADMIN THRU 1200-EXIT.
003280     IF RUN-IS-REFUSED
003290         GO TO 1000-EXIT
003300     END-IF.
003301     OPEN EXTEND ADMIN-AUDIT-FILE.
003302     IF FS-ADMIN-AUDIT-NOT-FOUND
003303         OPEN OUTPUT ADMIN-AUDIT-FILE
003304     END-IF.
003305     IF NOT FS-ADMIN-AUDIT-OK
003306         DISPLAY 'PERSOADM - AUDIT FILE PERSOAUD UNAVAILABLE '
003307             FS-ADMIN-AUDIT
003308         SET RUN-IS-REFUSED TO TRUE
003309         GO TO 1000-EXIT
003310     END-IF.
003311     OPEN OUTPUT PRINT-FILE.
003320     MOVE WS-BUSINESS-DATE TO HDG1-RUN-DATE.
003330     MOVE HDG-LINE-1 TO PRINT-LINE.
003340     WRITE PRINT-LINE.
003350     MOVE WS-OPERATOR-ID TO HDG2-OPERATOR.
003360     MOVE WS-VERIFIER-DAYS TO HDG2-DAYS.
003370     MOVE HDG-LINE-2 TO PRINT-LINE.
003380     WRITE PRINT-LINE.
003390     MOVE SPACES TO PRINT-LINE.
003400     WRITE PRINT-LINE.
003410     MOVE HDG-LINE-3 TO PRINT-LINE.
003420     WRITE PRINT-LINE.
003430 1000-EXIT.
003440     EXIT.
003450
003460*****************************************************************
003470*    1100-GET-PARAMETER - THE ONE-CARD ADMINISTRATOR AND VERIFIER
003480*    LIFE.  A MISSING SYSIN LEAVES THE ADMINISTRATOR BLANK, WHICH
003490*    1200-CHECK-ADMIN REFUSES.  A BLANK, ZERO OR BAD DAY COUNT
003500*    LEAVES THE 90-DAY DEFAULT.
003510*****************************************************************
003520 1100-GET-PARAMETER.
003530     OPEN INPUT CONTROL-CARD.
003540     IF FS-CONTROL-CARD-OK
003550         READ CONTROL-CARD
003560             AT END
003570                 CONTINUE
003580             NOT AT END
003590                 MOVE CONTROL-CARD-RECORD(1:12) TO WS-CARD
003600         END-READ
003610         CLOSE CONTROL-CARD
003620     END-IF.
003630     IF WS-CARD-DAYS IS NUMERIC
003640         IF WS-CARD-DAYS-N > ZERO
003650             MOVE WS-CARD-DAYS-N TO WS-VERIFIER-DAYS
003660         END-IF
003670     END-IF.
003680 1100-EXIT.
003690     EXIT.
003700
003710*****************************************************************
003720*    1200-CHECK-ADMIN - THE OPERATOR ON THE CARD MUST BE IN THE
003730*    PROFILE TABLE, ACTIVE, AND HOLD ADMINISTER AUTHORITY.
003740*****************************************************************
003750 1200-CHECK-ADMIN.
003760     IF WS-CARD-ADMIN = SPACES
003770         DISPLAY 'PERSOADM - NO ADMINISTRATOR ID ON SYSIN'
003780         SET RUN-IS-REFUSED TO TRUE
003790         GO TO 1200-EXIT
003800     END-IF.
003810     MOVE WS-CARD-ADMIN TO WS-FIND-ID.
003820     PERFORM 6000-FIND-PROFILE THRU 6000-EXIT.
003830     IF NOT PROFILE-WAS-FOUND
003840         DISPLAY 'PERSOADM - ' WS-CARD-ADMIN
003850             ' HAS NO OPERATOR PROFILE'
003860         SET RUN-IS-REFUSED TO TRUE
003870         GO TO 1200-EXIT
003880     END-IF.
003890     MOVE WS-PRF-IMAGE(WS-FOUND-SUB) TO OPERATOR-PROFILE-RECORD.
003900     IF NOT OPRF-MAY-ADMINISTER OR NOT OPRF-IS-ACTIVE
003910         DISPLAY 'PERSOADM - OPERATOR ' WS-CARD-ADMIN
003920             ' MAY NOT ADMINISTER PROFILES'
003930         SET RUN-IS-REFUSED TO TRUE
003940         GO TO 1200-EXIT
003950     END-IF.
003960     MOVE OPRF-OPERATOR-ID TO WS-OPERATOR-ID.
003970 1200-EXIT.
003980     EXIT.
003990
004000*****************************************************************
004010*    1300-LOAD-PROFILES - LOAD THE WHOLE PROFILE FILE.  WITH NO
004020*    FILE THERE IS NO ADMINISTRATOR EITHER, SO THE RUN IS REFUSED.
004030*****************************************************************
004040 1300-LOAD-PROFILES.
004050     OPEN INPUT OPERATOR-FILE.
004060     IF FS-OPERATOR-OK
004070         PERFORM 1310-READ-PROFILE THRU 1310-EXIT
004080             UNTIL EOF-OPERATOR
004090         CLOSE OPERATOR-FILE
004100     ELSE
004110         DISPLAY 'PERSOADM - OPERATOR PROFILE FILE UNAVAILABLE '
004120             FS-OPERATOR
004130         SET RUN-IS-REFUSED TO TRUE
004140     END-IF.
004150 1300-EXIT.
004160     EXIT.
004170
004180 1310-READ-PROFILE.
004190     READ OPERATOR-FILE
004200         AT END
004210             SET EOF-OPERATOR TO TRUE
004220         NOT AT END
004230             IF WS-PRF-COUNT < WS-PRF-MAX
004240                 ADD 1 TO WS-PRF-COUNT
004250                 MOVE OPERATOR-FILE-RECORD
004260                     TO WS-PRF-IMAGE(WS-PRF-COUNT)
004270             ELSE
004280                 DISPLAY 'PERSOADM - PROFILE TABLE FULL'
004290                 SET RUN-IS-REFUSED TO TRUE
004300             END-IF
004310     END-READ.
004320 1310-EXIT.
004330     EXIT.
004340
004350*****************************************************************
004360*    4000-APPLY-CHANGES - APPLY EVERY ADMINISTRATION CARD TO THE
004370*    TABLE, LOGGING EACH CHANGE AS IT IS MADE, THEN WRITE THE
004380*    TABLE BACK IF ANYTHING CHANGED.  THE AUDIT FILE WAS OPENED
004390*    BY 1000-INITIALIZE.
004400*****************************************************************
004410 4000-APPLY-CHANGES.
004460     OPEN INPUT OPER-TRANS-FILE.
004470     IF FS-OPER-TRANS-OK
004480         PERFORM 4010-READ-TRANS THRU 4010-EXIT
004490         PERFORM 4100-APPLY-ONE THRU 4100-EXIT
004500             UNTIL EOF-OPER-TRANS
004510         CLOSE OPER-TRANS-FILE
004520     ELSE
004530         DISPLAY 'PERSOADM - NO ADMINISTRATION CARDS ON PERSOTRN'
004540     END-IF.
004550     CLOSE ADMIN-AUDIT-FILE.
004560     IF WS-CARD-DONE-COUNT > ZERO
004570         PERFORM 5000-REWRITE-PROFILES THRU 5000-EXIT
004580     END-IF.
004590 4000-EXIT.
004600     EXIT.
004610
004620 4010-READ-TRANS.
004630     READ OPER-TRANS-FILE
004640         AT END
004650             SET EOF-OPER-TRANS TO TRUE
004660         NOT AT END
004670             ADD 1 TO WS-CARD-READ-COUNT
004680             MOVE OPER-TRANS-RECORD(1:24) TO WS-TRANS
004690     END-READ.
004700 4010-EXIT.
004710     EXIT.
004720
004730*****************************************************************
004740*    4100-APPLY-ONE - EDIT AND DISPATCH ONE ADMINISTRATION CARD.
004750*    THE ACTION PARAGRAPH EITHER CHANGES THE PROFILE IN
004760*    OPERATOR-PROFILE-RECORD AND SETS THE AUDIT ACTION, OR LEAVES
004770*    THE REASON IT WAS REFUSED.  A CHANGED PROFILE GOES BACK INTO
004780*    ITS TABLE ENTRY AND IS LOGGED WITH ITS BEFORE AND AFTER
004790*    STATE.
004800*****************************************************************
004810 4100-APPLY-ONE.
004820     MOVE SPACES TO WS-RESULT.
004830     MOVE SPACE  TO WS-AUDIT-ACTION.
004840     MOVE SPACES TO WS-BEFORE-STATE.
004850     MOVE SPACES TO OPERATOR-PROFILE-RECORD.
004860     IF NOT TRN-ACTION-IS-KNOWN
004870         MOVE 'UNKNOWN ACTION - USE A C V S E OR R' TO WS-RESULT
004880         GO TO 4100-REPORT
004890     END-IF.
004900     IF WS-TRN-OPERATOR = SPACES
004910         MOVE 'OPERATOR ID MISSING' TO WS-RESULT
004920         GO TO 4100-REPORT
004930     END-IF.
004940     IF WS-TRN-OPERATOR = WS-OPERATOR-ID
004950         MOVE 'MAY NOT ADMINISTER OWN PROFILE' TO WS-RESULT
004960         GO TO 4100-REPORT
004970     END-IF.
004980     MOVE WS-TRN-OPERATOR TO WS-FIND-ID.
004990     PERFORM 6000-FIND-PROFILE THRU 6000-EXIT.
005000     IF PROFILE-WAS-FOUND
005010         MOVE WS-PRF-IMAGE(WS-FOUND-SUB)
005020             TO OPERATOR-PROFILE-RECORD
005030         PERFORM 6300-TAKE-STATE THRU 6300-EXIT
005040         MOVE WS-PRF-STATE TO WS-BEFORE-STATE
005050     END-IF.
005060     IF TRN-IS-ADD
005070         PERFORM 4110-ADD-OPERATOR THRU 4110-EXIT
005080         GO TO 4100-LOG
005090     END-IF.
005100     IF NOT PROFILE-WAS-FOUND
005110         MOVE 'NOT ON FILE' TO WS-RESULT
005120         GO TO 4100-REPORT
005130     END-IF.
005140     IF TRN-IS-CHANGE-AUTH
005150         PERFORM 4120-CHANGE-AUTHS THRU 4120-EXIT
005160     ELSE
005170         IF TRN-IS-VERIFIER-RESET
005180             PERFORM 4130-RESET-VERIFIER THRU 4130-EXIT
005190         ELSE
005200             IF TRN-IS-SUSPEND
005210                 PERFORM 4140-SUSPEND THRU 4140-EXIT
005220             ELSE
005230                 IF TRN-IS-REINSTATE
005240                     PERFORM 4150-REINSTATE THRU 4150-EXIT
005250                 ELSE
005260                     PERFORM 4160-REVOKE THRU 4160-EXIT
005270                 END-IF
005280             END-IF
005290         END-IF
005300     END-IF.
005310 4100-LOG.
005320     IF WS-AUDIT-ACTION NOT = SPACE
005330         ADD 1 TO WS-CARD-DONE-COUNT
005340         MOVE OPERATOR-PROFILE-RECORD
005350             TO WS-PRF-IMAGE(WS-FOUND-SUB)
005360         PERFORM 4200-WRITE-AUDIT THRU 4200-EXIT
005370     END-IF.
005380 4100-REPORT.
005390     MOVE SPACES TO TRANS-LINE.
005400     IF WS-AUDIT-ACTION = SPACE
005410         ADD 1 TO WS-CARD-REJECT-COUNT
005420     ELSE
005430         MOVE OPRF-STATUS          TO TRL-STATUS
005440         MOVE OPRF-VERIFIER-EXPIRY TO TRL-EXPIRY
005450     END-IF.
005460     MOVE WS-TRN-ACTION   TO TRL-ACTION.
005470     MOVE WS-TRN-OPERATOR TO TRL-OPERATOR.
005480     IF TRN-IS-ADD OR TRN-IS-CHANGE-AUTH
005490         MOVE WS-TRN-INQUIRY TO TRL-INQUIRY
005500         MOVE WS-TRN-UPDATE  TO TRL-UPDATE
005510         MOVE WS-TRN-DELETE  TO TRL-DELETE
005520         MOVE WS-TRN-ADMIN   TO TRL-ADMIN
005530     END-IF.
005540     MOVE WS-RESULT TO TRL-RESULT.
005550     MOVE TRANS-LINE TO PRINT-LINE.
005560     WRITE PRINT-LINE.
005570     PERFORM 4010-READ-TRANS THRU 4010-EXIT.
005580 4100-EXIT.
005590     EXIT.
005600
005610*****************************************************************
005620*    4110-ADD-OPERATOR - A NEW PROFILE GOES ON THE END OF THE
005630*    TABLE, ACTIVE, WITH ITS VERIFIER GOOD FOR THE VERIFIER LIFE.
005640*    AN ID ALREADY ON FILE - EVEN A REVOKED ONE - IS NOT ADDED
005650*    AGAIN, SO AN ID ON THE AUDIT TRAILS ALWAYS MEANS ONE PERSON.
005660*****************************************************************
005670 4110-ADD-OPERATOR.
005680     IF PROFILE-WAS-FOUND
005690         IF OPRF-IS-REVOKED
005700             MOVE 'ID WAS REVOKED - MAY NOT BE REUSED'
005710                 TO WS-RESULT
005720         ELSE
005730             MOVE 'ALREADY ON FILE' TO WS-RESULT
005740         END-IF
005750         GO TO 4110-EXIT
005760     END-IF.
005770     IF WS-TRN-VERIFIER = SPACES
005780         MOVE 'VERIFIER MISSING' TO WS-RESULT
005790         GO TO 4110-EXIT
005800     END-IF.
005810     PERFORM 6100-EDIT-AUTHS THRU 6100-EXIT.
005820     IF NOT AUTHS-ARE-VALID
005830         MOVE 'AUTHORITIES MUST EACH BE Y OR N' TO WS-RESULT
005840         GO TO 4110-EXIT
005850     END-IF.
005860     IF WS-PRF-COUNT NOT < WS-PRF-MAX
005870         MOVE 'PROFILE TABLE FULL' TO WS-RESULT
005880         GO TO 4110-EXIT
005890     END-IF.
005900     ADD 1 TO WS-PRF-COUNT.
005910     MOVE WS-PRF-COUNT TO WS-FOUND-SUB.
005920     MOVE SPACES TO OPERATOR-PROFILE-RECORD.
005930     MOVE WS-TRN-OPERATOR  TO OPRF-OPERATOR-ID.
005940     MOVE WS-TRN-VERIFIER  TO OPRF-VERIFIER.
005950     MOVE WS-TRN-INQUIRY   TO OPRF-INQUIRY-AUTH.
005960     MOVE WS-TRN-UPDATE    TO OPRF-UPDATE-AUTH.
005970     MOVE WS-TRN-DELETE    TO OPRF-DELETE-AUTH.
005980     MOVE WS-TRN-ADMIN     TO OPRF-ADMIN-AUTH.
005990     MOVE 'A'              TO OPRF-STATUS.
006000     MOVE WS-BUSINESS-DATE TO OPRF-STATUS-DATE.
006010     PERFORM 6400-SET-EXPIRY THRU 6400-EXIT.
006020     MOVE ZERO             TO OPRF-FAILED-COUNT.
006030     MOVE 'A' TO WS-AUDIT-ACTION.
006040     MOVE 'ADDED' TO WS-RESULT.
006050 4110-EXIT.
006060     EXIT.
006070
006080*****************************************************************
006090*    4120-CHANGE-AUTHS - REPLACE ALL FOUR AUTHORITIES WITH THOSE
006100*    ON THE CARD.
006110*****************************************************************
006120 4120-CHANGE-AUTHS.
006130     IF OPRF-IS-REVOKED
006140         MOVE 'PROFILE IS REVOKED' TO WS-RESULT
006150         GO TO 4120-EXIT
006160     END-IF.
006170     PERFORM 6100-EDIT-AUTHS THRU 6100-EXIT.
006180     IF NOT AUTHS-ARE-VALID
006190         MOVE 'AUTHORITIES MUST EACH BE Y OR N' TO WS-RESULT
006200         GO TO 4120-EXIT
006210     END-IF.
006220     IF WS-TRN-INQUIRY = OPRF-INQUIRY-AUTH
006230         AND WS-TRN-UPDATE = OPRF-UPDATE-AUTH
006240         AND WS-TRN-DELETE = OPRF-DELETE-AUTH
006250         AND WS-TRN-ADMIN  = OPRF-ADMIN-AUTH
006260         MOVE 'AUTHORITIES UNCHANGED' TO WS-RESULT
006270         GO TO 4120-EXIT
006280     END-IF.
006290     MOVE WS-TRN-INQUIRY TO OPRF-INQUIRY-AUTH.
006300     MOVE WS-TRN-UPDATE  TO OPRF-UPDATE-AUTH.
006310     MOVE WS-TRN-DELETE  TO OPRF-DELETE-AUTH.
006320     MOVE WS-TRN-ADMIN   TO OPRF-ADMIN-AUTH.
006330     MOVE 'C' TO WS-AUDIT-ACTION.
006340     MOVE 'AUTHORITIES CHANGED' TO WS-RESULT.
006350 4120-EXIT.
006360     EXIT.
006370
006380*****************************************************************
006390*    4130-RESET-VERIFIER - A NEW VERIFIER WITH A NEW EXPIRY AND
006400*    THE FAILED COUNT CLEARED.  A LOCKED PROFILE IS ACTIVE AGAIN;
006410*    A SUSPENDED ONE STAYS SUSPENDED.
006420*****************************************************************
006430 4130-RESET-VERIFIER.
006440     IF OPRF-IS-REVOKED
006450         MOVE 'PROFILE IS REVOKED' TO WS-RESULT
006460         GO TO 4130-EXIT
006470     END-IF.
006480     IF WS-TRN-VERIFIER = SPACES
006490         MOVE 'VERIFIER MISSING' TO WS-RESULT
006500         GO TO 4130-EXIT
006510     END-IF.
006520     IF WS-TRN-VERIFIER = OPRF-VERIFIER
006530         MOVE 'NEW VERIFIER IS THE SAME AS THE OLD' TO WS-RESULT
006540         GO TO 4130-EXIT
006550     END-IF.
006560     MOVE WS-TRN-VERIFIER TO OPRF-VERIFIER.
006570     PERFORM 6400-SET-EXPIRY THRU 6400-EXIT.
006580     MOVE ZERO TO OPRF-FAILED-COUNT.
006590     MOVE 'V' TO WS-AUDIT-ACTION.
006600     IF OPRF-IS-LOCKED
006610         MOVE 'A'              TO OPRF-STATUS
006620         MOVE WS-BUSINESS-DATE TO OPRF-STATUS-DATE
006630         MOVE 'VERIFIER RESET, LOCKOUT LIFTED' TO WS-RESULT
006640     ELSE
006650         MOVE 'VERIFIER RESET' TO WS-RESULT
006660     END-IF.
006670 4130-EXIT.
006680     EXIT.
006690
006700*****************************************************************
006710*    4140-SUSPEND - STOP AN OPERATOR SIGNING ON UNTIL REINSTATED.
006720*    A LOCKED PROFILE MAY BE SUSPENDED AS WELL.
006730*****************************************************************
006740 4140-SUSPEND.
006750     IF OPRF-IS-REVOKED
006760         MOVE 'PROFILE IS REVOKED' TO WS-RESULT
006770         GO TO 4140-EXIT
006780     END-IF.
006790     IF OPRF-IS-SUSPENDED
006800         MOVE 'ALREADY SUSPENDED' TO WS-RESULT
006810         GO TO 4140-EXIT
006820     END-IF.
006830     MOVE 'S'              TO OPRF-STATUS.
006840     MOVE WS-BUSINESS-DATE TO OPRF-STATUS-DATE.
006850     MOVE 'S' TO WS-AUDIT-ACTION.
006860     MOVE 'SUSPENDED' TO WS-RESULT.
006870 4140-EXIT.
006880     EXIT.
006890
006900*****************************************************************
006910*    4150-REINSTATE - LIFT A SUSPENSION OR A LOCKOUT.  THE FAILED
006920*    COUNT STARTS AGAIN FROM ZERO.  A REVOKED PROFILE STAYS
006930*    REVOKED - ADD THE PERSON UNDER A NEW ID.
006940*****************************************************************
006950 4150-REINSTATE.
006960     IF OPRF-IS-REVOKED
006970         MOVE 'PROFILE IS REVOKED - MAY NOT BE REINSTATED'
006980             TO WS-RESULT
006990         GO TO 4150-EXIT
007000     END-IF.
007010     IF OPRF-IS-ACTIVE
007020         MOVE 'ALREADY ACTIVE' TO WS-RESULT
007030         GO TO 4150-EXIT
007040     END-IF.
007050     MOVE 'A'              TO OPRF-STATUS.
007060     MOVE WS-BUSINESS-DATE TO OPRF-STATUS-DATE.
007070     MOVE ZERO             TO OPRF-FAILED-COUNT.
007080     MOVE 'E' TO WS-AUDIT-ACTION.
007090     MOVE 'REINSTATED' TO WS-RESULT.
007100 4150-EXIT.
007110     EXIT.
007120
007130*****************************************************************
007140*    4160-REVOKE - TAKE AN OPERATOR OFF FOR GOOD.  THE PROFILE
007150*    STAYS ON FILE, MARKED R WITH EVERY AUTHORITY WITHDRAWN, SO
007160*    THE ID CAN NEVER BE ADDED AGAIN FOR SOMEONE ELSE.
007170*****************************************************************
007180 4160-REVOKE.
007190     IF OPRF-IS-REVOKED
007200         MOVE 'ALREADY REVOKED' TO WS-RESULT
007210         GO TO 4160-EXIT
007220     END-IF.
007230     MOVE 'R'              TO OPRF-STATUS.
007240     MOVE WS-BUSINESS-DATE TO OPRF-STATUS-DATE.
007250     MOVE 'N'              TO OPRF-INQUIRY-AUTH.
007260     MOVE 'N'              TO OPRF-UPDATE-AUTH.
007270     MOVE 'N'              TO OPRF-DELETE-AUTH.
007280     MOVE 'N'              TO OPRF-ADMIN-AUTH.
007290     MOVE 'R' TO WS-AUDIT-ACTION.
007300     MOVE 'REVOKED' TO WS-RESULT.
007310 4160-EXIT.
007320     EXIT.
007330
007340*****************************************************************
007350*    4200-WRITE-AUDIT - LOG THE CHANGE JUST MADE TO PERSOAUD.
007360*****************************************************************
007370 4200-WRITE-AUDIT.
007380     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
007390     PERFORM 6300-TAKE-STATE THRU 6300-EXIT.
007400     MOVE SPACES TO OPERATOR-ADMIN-AUDIT.
007410     MOVE WS-BUSINESS-DATE       TO OAUD-DATE.
007420     MOVE WS-BUSINESS-STAMP-TIME TO OAUD-TIME.
007430     MOVE WS-OPERATOR-ID         TO OAUD-ADMIN-ID.
007440     MOVE WS-AUDIT-ACTION        TO OAUD-ACTION.
007450     MOVE OPRF-OPERATOR-ID       TO OAUD-TARGET-ID.
007460     MOVE WS-BEFORE-STATE        TO OAUD-BEFORE.
007470     MOVE WS-PRF-STATE           TO OAUD-AFTER.
007480     WRITE OPERATOR-ADMIN-AUDIT.
007490 4200-EXIT.
007500     EXIT.
007510
007520*****************************************************************
007530*    5000-REWRITE-PROFILES - WRITE THE TABLE TO THE OPRFKEEP WORK
007540*    FILE, THEN COPY IT BACK OVER PERSOPRF - THE SAME TWO-PASS
007550*    REWRITE PERSDMNT USES FOR THE DEPARTMENT FILE, SO A FAILURE
007560*    PARTWAY NEVER LEAVES PERSOPRF HALF WRITTEN.
007570*****************************************************************
007580 5000-REWRITE-PROFILES.
007590     OPEN OUTPUT OPER-KEEP-FILE.
007600     PERFORM 5100-WRITE-KEEP THRU 5100-EXIT
007610         VARYING WS-PRF-SUB FROM 1 BY 1
007620         UNTIL WS-PRF-SUB > WS-PRF-COUNT.
007630     CLOSE OPER-KEEP-FILE.
007640     OPEN OUTPUT OPERATOR-FILE.
007650     OPEN INPUT  OPER-KEEP-FILE.
007660     PERFORM 5200-READ-OPER-KEEP THRU 5200-EXIT.
007670     PERFORM 5300-COPY-OPER-KEEP THRU 5300-EXIT
007680         UNTIL EOF-OPER-KEEP.
007690     CLOSE OPERATOR-FILE.
007700     CLOSE OPER-KEEP-FILE.
007710 5000-EXIT.
007720     EXIT.
007730
007740 5100-WRITE-KEEP.
007750     MOVE WS-PRF-IMAGE(WS-PRF-SUB) TO OPER-KEEP-RECORD.
007760     WRITE OPER-KEEP-RECORD.
007770 5100-EXIT.
007780     EXIT.
007790
007800 5200-READ-OPER-KEEP.
007810     READ OPER-KEEP-FILE
007820         AT END
007830             SET EOF-OPER-KEEP TO TRUE
007840     END-READ.
007850 5200-EXIT.
007860     EXIT.
007870
007880 5300-COPY-OPER-KEEP.
007890     MOVE OPER-KEEP-RECORD TO OPERATOR-FILE-RECORD.
007900     WRITE OPERATOR-FILE-RECORD.
007910     PERFORM 5200-READ-OPER-KEEP THRU 5200-EXIT.
007920 5300-EXIT.
007930     EXIT.
007940
007950*****************************************************************
007960*    6000-FIND-PROFILE - LOOK WS-FIND-ID UP IN THE TABLE.  FOUND
007970*    LEAVES ITS ENTRY IN WS-FOUND-SUB.
007980*****************************************************************
007990 6000-FIND-PROFILE.
008000     SET PROFILE-WAS-FOUND TO FALSE.
008010     MOVE ZERO TO WS-FOUND-SUB.
008020     PERFORM 6010-SCAN-PROFILE THRU 6010-EXIT
008030         VARYING WS-PRF-SUB FROM 1 BY 1
008040         UNTIL WS-PRF-SUB > WS-PRF-COUNT
008050             OR PROFILE-WAS-FOUND.
008060 6000-EXIT.
008070     EXIT.
008080
008090 6010-SCAN-PROFILE.
008100     IF WS-PRF-IMAGE(WS-PRF-SUB)(1:8) = WS-FIND-ID
008110         SET PROFILE-WAS-FOUND TO TRUE
008120         MOVE WS-PRF-SUB TO WS-FOUND-SUB
008130     END-IF.
008140 6010-EXIT.
008150     EXIT.
008160
008170*****************************************************************
008180*    6100-EDIT-AUTHS - ALL FOUR AUTHORITY BYTES ON THE CARD MUST
008190*    BE Y OR N.  A BLANK IS NOT TAKEN TO MEAN N, SO A SHORT CARD
008200*    CANNOT QUIETLY WITHDRAW AN AUTHORITY.
008210*****************************************************************
008220 6100-EDIT-AUTHS.
008230     SET AUTHS-ARE-VALID TO FALSE.
008240     IF TRN-INQUIRY-OK AND TRN-UPDATE-OK
008250         AND TRN-DELETE-OK AND TRN-ADMIN-OK
008260         SET AUTHS-ARE-VALID TO TRUE
008270     END-IF.
008280 6100-EXIT.
008290     EXIT.
008300
008310*****************************************************************
008320*    6300-TAKE-STATE - COPY THE AUDITED PART OF THE PROFILE IN
008330*    OPERATOR-PROFILE-RECORD TO WS-PRF-STATE.
008340*****************************************************************
008350 6300-TAKE-STATE.
008360     MOVE OPRF-STATUS          TO WS-ST-STATUS.
008370     MOVE OPRF-INQUIRY-AUTH    TO WS-ST-INQUIRY.
008380     MOVE OPRF-UPDATE-AUTH     TO WS-ST-UPDATE.
008390     MOVE OPRF-DELETE-AUTH     TO WS-ST-DELETE.
008400     MOVE OPRF-ADMIN-AUTH      TO WS-ST-ADMIN.
008410     MOVE OPRF-VERIFIER-EXPIRY TO WS-ST-EXPIRY.
008420 6300-EXIT.
008430     EXIT.
008440
008450*****************************************************************
008460*    6400-SET-EXPIRY - THE VERIFIER EXPIRY IS THE BUSINESS DATE
008470*    PLUS THE VERIFIER LIFE IN DAYS.
008480*****************************************************************
008490 6400-SET-EXPIRY.
008500     MOVE WS-BUSINESS-DATE TO WS-NEW-DATE-N.
008510     PERFORM 6410-ADD-ONE-DAY THRU 6410-EXIT
008520         WS-VERIFIER-DAYS TIMES.
008530     MOVE WS-NEW-DATE-N TO OPRF-VERIFIER-EXPIRY.
008540 6400-EXIT.
008550     EXIT.
008560
008570 6410-ADD-ONE-DAY.
008580     PERFORM 6420-FIND-MONTH-DAYS THRU 6420-EXIT.
008590     IF WS-NEW-DD < WS-DAYS-IN-MONTH
008600         ADD 1 TO WS-NEW-DD
008610     ELSE
008620         MOVE 01 TO WS-NEW-DD
008630         IF WS-NEW-MM < 12
008640             ADD 1 TO WS-NEW-MM
008650         ELSE
008660             MOVE 01 TO WS-NEW-MM
008670             ADD 1 TO WS-NEW-YYYY
008680         END-IF
008690     END-IF.
008700 6410-EXIT.
008710     EXIT.
008720
008730*****************************************************************
008740*    6420-FIND-MONTH-DAYS - DAYS IN WS-NEW-MM OF WS-NEW-YYYY.  A
008750*    YEAR DIVISIBLE BY 4 IS A LEAP YEAR UNLESS IT IS A CENTURY
008760*    NOT DIVISIBLE BY 400.
008770*****************************************************************
008780 6420-FIND-MONTH-DAYS.
008790     MOVE WS-MONTH-DAYS(WS-NEW-MM) TO WS-DAYS-IN-MONTH.
008800     IF WS-NEW-MM = 2
008810         DIVIDE WS-NEW-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
008820             REMAINDER WS-LEAP-REMAINDER-4
008830         DIVIDE WS-NEW-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
008840             REMAINDER WS-LEAP-REMAINDER-100
008850         DIVIDE WS-NEW-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
008860             REMAINDER WS-LEAP-REMAINDER-400
008870         IF WS-LEAP-REMAINDER-4 = ZERO
008880             AND (WS-LEAP-REMAINDER-100 NOT = ZERO
008890                  OR WS-LEAP-REMAINDER-400 = ZERO)
008900             MOVE 29 TO WS-DAYS-IN-MONTH
008910         END-IF
008920     END-IF.
008930 6420-EXIT.
008940     EXIT.
008950
008960*****************************************************************
008970*    7500-PRINT-SUMMARY - CARD COUNTS FOR SIGN-OFF.
008980*****************************************************************
008990 7500-PRINT-SUMMARY.
009000     MOVE SPACES TO PRINT-LINE.
009010     WRITE PRINT-LINE.
009020     MOVE 'CARDS READ..............' TO SUM-LABEL.
009030     MOVE WS-CARD-READ-COUNT TO SUM-COUNT.
009040     MOVE SUMMARY-LINE TO PRINT-LINE.
009050     WRITE PRINT-LINE.
009060     MOVE 'CHANGES MADE............' TO SUM-LABEL.
009070     MOVE WS-CARD-DONE-COUNT TO SUM-COUNT.
009080     MOVE SUMMARY-LINE TO PRINT-LINE.
009090     WRITE PRINT-LINE.
009100     MOVE 'CARDS REJECTED..........' TO SUM-LABEL.
009110     MOVE WS-CARD-REJECT-COUNT TO SUM-COUNT.
009120     MOVE SUMMARY-LINE TO PRINT-LINE.
009130     WRITE PRINT-LINE.
009140     MOVE 'PROFILES ON FILE........' TO SUM-LABEL.
009150     MOVE WS-PRF-COUNT TO SUM-COUNT.
009160     MOVE SUMMARY-LINE TO PRINT-LINE.
009170     WRITE PRINT-LINE.
009180 7500-EXIT.
009190     EXIT.
009200
009210*****************************************************************
009220*    9000-TERMINATE - CLOSE THE REPORT AND SET THE RETURN CODE.
009230*    A REFUSED RUN OPENED NOTHING AND ENDS RC=16.  A REJECTED
009240*    CARD ENDS RC=8.
009250*****************************************************************
009260 9000-TERMINATE.
009270     IF RUN-IS-REFUSED
009280         DISPLAY 'PERSOADM - RUN REFUSED, NOTHING CHANGED'
009290         MOVE 16 TO RETURN-CODE
009300         GO TO 9000-EXIT
009310     END-IF.
009320     IF WS-CARD-REJECT-COUNT > ZERO
009330         MOVE 8 TO RETURN-CODE
009340     END-IF.
009350     CLOSE PRINT-FILE.
009360     DISPLAY 'PERSOADM - CARDS READ     ' WS-CARD-READ-COUNT.
009370     DISPLAY 'PERSOADM - CHANGES MADE   ' WS-CARD-DONE-COUNT.
009380     DISPLAY 'PERSOADM - CARDS REJECTED ' WS-CARD-REJECT-COUNT.
009390 9000-EXIT.
009400     EXIT.
