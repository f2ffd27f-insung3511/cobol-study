000010*****************************************************************
000020*
000030*    PROGRAM:      PERSOCRT
000040*    AUTHOR:       INSUNG BAHK
000050*    INSTALLATION: PERSONNEL SYSTEMS
000060*    DATE-WRITTEN: 2026-10-15
000070*
000080*    REMARKS.      QUARTERLY OPERATOR RECERTIFICATION REPORT.
000090*                  LISTS EVERY OPERATOR ON THE PERSOPRF PROFILE
000100*                  FILE (SEE OPERPROF) WITH THEIR STATUS, THE FOUR
000110*                  AUTHORITIES, VERIFIER EXPIRY AND LAST GOOD
000120*                  SIGN-ON, AND THE NUMBER OF FAILED SIGN-ONS (S)
000130*                  AND REFUSED FUNCTIONS (R) THE PERSAUDT AUDIT
000140*                  TRAIL HOLDS FOR THEM, WITH A COLUMN FOR THE
000150*                  DEPARTMENT MANAGER TO MARK WHETHER THE ACCESS
000160*                  IS STILL NEEDED AND SIGN.  S AND R RECORDS FOR
000170*                  IDS THAT HAVE NO PROFILE - MISTYPED OR GUESSED
000180*                  IDS - ARE LISTED SEPARATELY AT THE END.
000190*
000200*                  THE PERIOD COUNTED IS A ONE-CARD PARAMETER ON
000210*                  SYSIN (THE PERSSORT CONVENTION):
000220*                      COLS 1-8   FROM DATE, YYYYMMDD (BLANK = NO
000230*                                 LOWER BOUND)
000240*                      COLS 10-17 TO DATE, YYYYMMDD (BLANK = NO
000250*                                 UPPER BOUND)
000260*                  PERSARCV GENERATIONS CAN BE CONCATENATED AHEAD
000270*                  OF THE LIVE TRAIL ON THE PERSAUDT DD TO COVER A
000280*                  QUARTER THE ARCHIVE STEP HAS ALREADY TRIMMED.
000285*                  NO BUSINESS DATE, NO PROFILE FILE OR NO AUDIT
000290*                  TRAIL ENDS RC=16.
000300*
000310*    MODIFICATION HISTORY
000320*    ------------------------------------------------------------
000330*    2026-10-15  IB   ORIGINAL.
000332*    2026-10-15  IB   NO BUSINESS DATE ON PERSBDAT REFUSES THE
000334*                      RUN, AS IN THE OTHER PERSBDTE CALLERS.
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.     PERSOCRT.
000370 AUTHOR.         INSUNG BAHK.
000380 INSTALLATION.   PERSONNEL SYSTEMS.
000390 DATE-WRITTEN.   2026-10-15.
000400 DATE-COMPILED.  2026-10-15.
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000460
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT CONTROL-CARD ASSIGN TO "SYSIN"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS FS-CONTROL-CARD.
000520
000530     SELECT OPERATOR-FILE ASSIGN TO "PERSOPRF"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS FS-OPERATOR.
000560
000570     SELECT AUDIT-FILE ASSIGN TO "PERSAUDT"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS FS-AUDIT.
000600
000610     SELECT PRINT-FILE ASSIGN TO "PERSOCRT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS FS-PRINT.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CONTROL-CARD
000680     LABEL RECORDS ARE STANDARD.
000690 01  CONTROL-CARD-RECORD         PIC X(80).
000700
000710 FD  OPERATOR-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY OPERPROF.
000740
000750 FD  AUDIT-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY AUDITREC.
000780
000790 FD  PRINT-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 01  PRINT-LINE                  PIC X(132).
000820
000830 WORKING-STORAGE SECTION.
000840 77  FS-CONTROL-CARD           PIC X(02)   VALUE '00'.
000850     88  FS-CONTROL-CARD-OK                VALUE '00'.
000860 77  FS-OPERATOR               PIC X(02)   VALUE '00'.
000870     88  FS-OPERATOR-OK                    VALUE '00'.
000880 77  FS-AUDIT                  PIC X(02)   VALUE '00'.
000890     88  FS-AUDIT-OK                       VALUE '00'.
000900 77  FS-PRINT                  PIC X(02)   VALUE '00'.
000910
000920 77  WS-LINES-PER-PAGE         PIC 9(02)   VALUE 50.
000930 77  WS-LINE-COUNT             PIC 9(02)   VALUE ZERO COMP.
000940 77  WS-PAGE-COUNT             PIC 9(04)   VALUE ZERO COMP.
000950
000960 77  WS-READ-COUNT             PIC 9(07)   VALUE ZERO COMP.
000970 77  WS-PERIOD-COUNT           PIC 9(07)   VALUE ZERO COMP.
000980 77  WS-SIGNON-FAIL-COUNT      PIC 9(07)   VALUE ZERO COMP.
000990 77  WS-REFUSED-COUNT          PIC 9(07)   VALUE ZERO COMP.
001000 77  WS-UNKNOWN-FAIL-COUNT     PIC 9(07)   VALUE ZERO COMP.
001010 77  WS-UNKNOWN-REFUSED-COUNT  PIC 9(07)   VALUE ZERO COMP.
001020 77  WS-UNTABLED-COUNT         PIC 9(07)   VALUE ZERO COMP.
001030 77  WS-ACTIVE-COUNT           PIC 9(07)   VALUE ZERO COMP.
001040 77  WS-SUSPENDED-COUNT        PIC 9(07)   VALUE ZERO COMP.
001050 77  WS-LOCKED-COUNT           PIC 9(07)   VALUE ZERO COMP.
001060 77  WS-REVOKED-COUNT          PIC 9(07)   VALUE ZERO COMP.
001070 77  WS-EXPIRED-COUNT          PIC 9(07)   VALUE ZERO COMP.
001080
001090 01  WS-SWITCHES.
001100     05  WS-REFUSED-SWITCH      PIC X(01)  VALUE 'N'.
001110         88  RUN-IS-REFUSED                VALUE 'Y'.
001120     05  WS-OPRF-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001130         88  EOF-OPERATOR                  VALUE 'Y'.
001140     05  WS-AUDIT-EOF-SWITCH    PIC X(01)  VALUE 'N'.
001150         88  EOF-AUDIT                     VALUE 'Y'.
001160     05  WS-PROFILE-SWITCH      PIC X(01)  VALUE 'N'.
001170         88  PROFILE-WAS-FOUND             VALUE 'Y' FALSE 'N'.
001180     05  WS-UNKNOWN-SWITCH      PIC X(01)  VALUE 'N'.
001190         88  UNKNOWN-WAS-FOUND             VALUE 'Y' FALSE 'N'.
001200*        WHICH COLUMN HEADINGS 5000-PRINT-HEADERS PUTS ON A PAGE.
001210     05  WS-SECTION-SWITCH      PIC X(01)  VALUE 'P'.
001220         88  SECTION-IS-PROFILES           VALUE 'P'.
001230         88  SECTION-IS-UNKNOWN            VALUE 'U'.
001240
001250*        THE PERIOD COUNTED - ZERO AND ALL NINES MEAN NO BOUND, SO
001260*        AN EMPTY CARD COUNTS THE WHOLE TRAIL.  THE CARD FIELDS
001270*        ARE PICKED UP AS X SO A BLANK OR BAD VALUE CAN BE
001280*        DETECTED AND LEFT AS AN OPEN BOUND.
001290 01  WS-SELECT-FROM-DATE        PIC 9(08)  VALUE ZERO.
001300 01  WS-SELECT-TO-DATE          PIC 9(08)  VALUE 99999999.
001310 01  WS-CARD-FROM-DATE          PIC X(08)  VALUE SPACES.
001320 01  WS-CARD-TO-DATE            PIC X(08)  VALUE SPACES.
001330
001340*        THE PROFILE FILE IN CORE, WITH THE S AND R COUNTS TAKEN
001350*        FROM THE TRAIL.
001360 77  WS-PRF-COUNT              PIC 9(03)   VALUE ZERO COMP.
001370 77  WS-PRF-MAX                PIC 9(03)   VALUE 200 COMP.
001380 77  WS-PRF-SUB                PIC 9(03)   VALUE ZERO COMP.
001390 77  WS-FOUND-SUB              PIC 9(03)   VALUE ZERO COMP.
001400 01  WS-PRF-TABLE.
001410     05  WS-PRF-ENTRY           OCCURS 200 TIMES.
001420         10  WS-PT-ID           PIC X(08).
001430         10  WS-PT-STATUS       PIC X(01).
001440             88  PT-IS-ACTIVE              VALUES 'A' SPACE.
001450             88  PT-IS-SUSPENDED           VALUE 'S'.
001460             88  PT-IS-REVOKED             VALUE 'R'.
001470             88  PT-IS-LOCKED              VALUE 'L'.
001480         10  WS-PT-STATUS-DATE  PIC X(08).
001490         10  WS-PT-INQUIRY      PIC X(01).
001500         10  WS-PT-UPDATE       PIC X(01).
001510         10  WS-PT-DELETE       PIC X(01).
001520         10  WS-PT-ADMIN        PIC X(01).
001530         10  WS-PT-EXPIRY       PIC X(08).
001540         10  WS-PT-EXPIRY-N REDEFINES WS-PT-EXPIRY
001550                                PIC 9(08).
001560         10  WS-PT-LAST-SIGNON  PIC X(08).
001570         10  WS-PT-FAILED       PIC X(01).
001580         10  WS-PT-S-COUNT      PIC 9(07)  COMP.
001590         10  WS-PT-R-COUNT      PIC 9(07)  COMP.
001600
001610*        IDS ON S AND R RECORDS THAT HAVE NO PROFILE.  ANY PAST
001620*        THE TABLE SIZE ARE ONLY COUNTED.
001630 77  WS-UNK-COUNT              PIC 9(03)   VALUE ZERO COMP.
001640 77  WS-UNK-MAX                PIC 9(03)   VALUE 100 COMP.
001650 77  WS-UNK-SUB                PIC 9(03)   VALUE ZERO COMP.
001660 77  WS-UNK-FOUND-SUB          PIC 9(03)   VALUE ZERO COMP.
001670 01  WS-UNK-TABLE.
001680     05  WS-UNK-ENTRY           OCCURS 100 TIMES.
001690         10  WS-UT-ID           PIC X(08).
001700         10  WS-UT-S-COUNT      PIC 9(07)  COMP.
001710         10  WS-UT-R-COUNT      PIC 9(07)  COMP.
001720
001730 01  WS-RUN-DATE.
001740     05  WS-RUN-YY              PIC 9(02).
001750     05  WS-RUN-MM              PIC 9(02).
001760     05  WS-RUN-DD              PIC 9(02).
001770
001780 01  WS-RUN-DATE-PRINT           PIC X(08).
001790
001800*        THE RUN DATE IS THE BUSINESS PROCESSING DATE FROM THE
001810*        PERSBDTE SERVICE, NOT THE CLOCK.  A VERIFIER EXPIRING
001820*        BEFORE IT IS SHOWN AS EXPIRED.
001830 COPY BUSDPARM.
001840
001850 01  HDG-LINE-1.
001860     05  FILLER                  PIC X(25)  VALUE SPACES.
001870     05  FILLER                  PIC X(40)
001880         VALUE 'OPERATOR ACCESS RECERTIFICATION'.
001890     05  FILLER                  PIC X(05)  VALUE 'PAGE '.
001900     05  HDG1-PAGE-NO            PIC ZZZ9.
001910
001920 01  HDG-LINE-2.
001930     05  FILLER                  PIC X(25)  VALUE SPACES.
001940     05  FILLER                  PIC X(06)  VALUE 'DATE: '.
001950     05  HDG2-RUN-DATE           PIC X(08).
001960     05  FILLER                  PIC X(20)
001970         VALUE '   S/R COUNTS FROM: '.
001980     05  HDG2-FROM-DATE          PIC X(08).
001990     05  FILLER                  PIC X(06)  VALUE '  TO: '.
002000     05  HDG2-TO-DATE            PIC X(08).
002010
002020 01  HDG-LINE-3.
002030     05  FILLER                  PIC X(01)  VALUE SPACES.
002040     05  FILLER                  PIC X(38)
002050         VALUE 'OPERATOR  STATUS     SINCE     I U D M'.
002060     05  FILLER                  PIC X(38)
002070         VALUE '  EXPIRES   LAST-ON   FL  FAILED(S)'.
002080     05  FILLER                  PIC X(42)
002090         VALUE 'REFUSED(R)  KEEP  MANAGER SIGN-OFF'.
002100
002110 01  HDG-LINE-4.
002120     05  FILLER                  PIC X(01)  VALUE SPACES.
002130     05  FILLER                  PIC X(50)
002140         VALUE 'IDS WITH NO PROFILE'.
002150     05  FILLER                  PIC X(30)
002160         VALUE 'FAILED(S)   REFUSED(R)'.
002170
002180 01  TITLE-LINE.
002190     05  FILLER                  PIC X(01)  VALUE SPACES.
002200     05  TTL-TEXT                PIC X(60).
002210
002220 01  DETAIL-LINE.
002230     05  FILLER                  PIC X(01)  VALUE SPACES.
002240     05  DTL-OPERATOR            PIC X(08).
002250     05  FILLER                  PIC X(02)  VALUE SPACES.
002260     05  DTL-STATUS              PIC X(09).
002270     05  FILLER                  PIC X(02)  VALUE SPACES.
002280     05  DTL-SINCE               PIC X(08).
002290     05  FILLER                  PIC X(02)  VALUE SPACES.
002300     05  DTL-INQUIRY             PIC X(01).
002310     05  FILLER                  PIC X(01)  VALUE SPACES.
002320     05  DTL-UPDATE              PIC X(01).
002330     05  FILLER                  PIC X(01)  VALUE SPACES.
002340     05  DTL-DELETE              PIC X(01).
002350     05  FILLER                  PIC X(01)  VALUE SPACES.
002360     05  DTL-ADMIN               PIC X(01).
002370     05  FILLER                  PIC X(02)  VALUE SPACES.
002380     05  DTL-EXPIRY              PIC X(08).
002390     05  DTL-EXPIRED-FLAG        PIC X(01).
002400     05  FILLER                  PIC X(01)  VALUE SPACES.
002410     05  DTL-LAST-SIGNON         PIC X(08).
002420     05  FILLER                  PIC X(03)  VALUE SPACES.
002430     05  DTL-FAILED              PIC X(01).
002440     05  FILLER                  PIC X(03)  VALUE SPACES.
002450     05  DTL-S-COUNT             PIC ZZZ,ZZ9.
002460     05  FILLER                  PIC X(04)  VALUE SPACES.
002470     05  DTL-R-COUNT             PIC ZZZ,ZZ9.
002480     05  FILLER                  PIC X(05)  VALUE SPACES.
002490     05  FILLER                  PIC X(26)
002500         VALUE 'Y/N   ____________________'.
002510
002520 01  UNKNOWN-LINE.
002530     05  FILLER                  PIC X(01)  VALUE SPACES.
002540     05  UNL-OPERATOR            PIC X(08).
002550     05  FILLER                  PIC X(42)  VALUE SPACES.
002560     05  UNL-S-COUNT             PIC ZZZ,ZZ9.
002570     05  FILLER                  PIC X(06)  VALUE SPACES.
002580     05  UNL-R-COUNT             PIC ZZZ,ZZ9.
002590
002600 01  SUMMARY-LINE.
002610     05  FILLER                  PIC X(01)  VALUE SPACES.
002620     05  SUM-LABEL               PIC X(26).
002630     05  SUM-COUNT               PIC ZZZ,ZZ9.
002640
002650 PROCEDURE DIVISION.
002660 0000-MAINLINE.
002670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002680     IF NOT RUN-IS-REFUSED
002690         PERFORM 2000-COUNT-AUDIT THRU 2000-EXIT
002700             UNTIL EOF-AUDIT
002710         PERFORM 3000-PRINT-PROFILES THRU 3000-EXIT
002720         PERFORM 4000-PRINT-UNKNOWN THRU 4000-EXIT
002730         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
002740     END-IF.
002750     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002760     STOP RUN.
002770
002780*****************************************************************
002782*    1000-INITIALIZE - THE BUSINESS DATE, PICK UP THE PERIOD,
002784*    LOAD THE PROFILES, OPEN THE AUDIT TRAIL AND THE REPORT, PRIME
002786*    THE READ.
002788*****************************************************************
002790 1000-INITIALIZE.
002792     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
002794     IF NOT BUSINESS-DATE-OK
002796         DISPLAY 'PERSOCRT - NO BUSINESS DATE ON PERSBDAT'
002798         SET RUN-IS-REFUSED TO TRUE
002800         GO TO 1000-EXIT
002802     END-IF.
002830     PERFORM 1200-GET-PARAMETER THRU 1200-EXIT.
002840     PERFORM 1300-LOAD-PROFILES THRU 1300-EXIT.
002850     IF RUN-IS-REFUSED
002860         GO TO 1000-EXIT
002870     END-IF.
002880     OPEN INPUT AUDIT-FILE.
002890     IF NOT FS-AUDIT-OK
002900         DISPLAY 'PERSOCRT - AUDIT TRAIL UNAVAILABLE ' FS-AUDIT
002910         SET RUN-IS-REFUSED TO TRUE
002920         GO TO 1000-EXIT
002930     END-IF.
002940     OPEN OUTPUT PRINT-FILE.
002960     MOVE WS-BUSINESS-YYMMDD TO WS-RUN-DATE.
002970     STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YY
002980         DELIMITED BY SIZE INTO WS-RUN-DATE-PRINT.
002990     PERFORM 1100-READ-AUDIT THRU 1100-EXIT.
003000 1000-EXIT.
003010     EXIT.
003020
003030 1100-READ-AUDIT.
003040     READ AUDIT-FILE
003050         AT END
003060             SET EOF-AUDIT TO TRUE
003070         NOT AT END
003080             ADD 1 TO WS-READ-COUNT
003090     END-READ.
003100 1100-EXIT.
003110     EXIT.
003120
003130*****************************************************************
003140*    1200-GET-PARAMETER - THE ONE-CARD PERIOD.  NO SYSIN, OR A
003150*    BLANK OR NON-NUMERIC DATE, LEAVES THAT END OF THE PERIOD
003160*    OPEN.
003170*****************************************************************
003180 1200-GET-PARAMETER.
003190     OPEN INPUT CONTROL-CARD.
003200     IF FS-CONTROL-CARD-OK
003210         READ CONTROL-CARD
003220             AT END
003230                 CONTINUE
003240             NOT AT END
003250                 MOVE CONTROL-CARD-RECORD(1:8)
003260                     TO WS-CARD-FROM-DATE
003270                 MOVE CONTROL-CARD-RECORD(10:8)
003280                     TO WS-CARD-TO-DATE
003290         END-READ
003300         CLOSE CONTROL-CARD
003310     END-IF.
003320     IF WS-CARD-FROM-DATE IS NUMERIC
003330         MOVE WS-CARD-FROM-DATE TO WS-SELECT-FROM-DATE
003340     ELSE
003350         MOVE 'START' TO WS-CARD-FROM-DATE
003360     END-IF.
003370     IF WS-CARD-TO-DATE IS NUMERIC
003380         MOVE WS-CARD-TO-DATE TO WS-SELECT-TO-DATE
003390     ELSE
003400         MOVE 'END' TO WS-CARD-TO-DATE
003410     END-IF.
003420 1200-EXIT.
003430     EXIT.
003440
003450*****************************************************************
003460*    1300-LOAD-PROFILES - COPY EVERY PROFILE'S REPORTED FIELDS TO
003470*    THE TABLE WHILE THE FILE IS OPEN, AND COUNT THE STATUSES.
003480*    THE VERIFIER IS NOT TAKEN.
003490*****************************************************************
003500 1300-LOAD-PROFILES.
003510     OPEN INPUT OPERATOR-FILE.
003520     IF FS-OPERATOR-OK
003530         PERFORM 1310-READ-PROFILE THRU 1310-EXIT
003540             UNTIL EOF-OPERATOR
003550         CLOSE OPERATOR-FILE
003560     ELSE
003570         DISPLAY 'PERSOCRT - OPERATOR PROFILE FILE UNAVAILABLE '
003580             FS-OPERATOR
003590         SET RUN-IS-REFUSED TO TRUE
003600     END-IF.
003610 1300-EXIT.
003620     EXIT.
003630
003640 1310-READ-PROFILE.
003650     READ OPERATOR-FILE
003660         AT END
003670             SET EOF-OPERATOR TO TRUE
003680         NOT AT END
003690             IF WS-PRF-COUNT < WS-PRF-MAX
003700                 ADD 1 TO WS-PRF-COUNT
003710                 PERFORM 1320-TABLE-PROFILE THRU 1320-EXIT
003720             ELSE
003730                 DISPLAY 'PERSOCRT - PROFILE TABLE FULL'
003740                 SET RUN-IS-REFUSED TO TRUE
003750                 SET EOF-OPERATOR TO TRUE
003760             END-IF
003770     END-READ.
003780 1310-EXIT.
003790     EXIT.
003800
003810 1320-TABLE-PROFILE.
003820     MOVE WS-PRF-COUNT TO WS-PRF-SUB.
003830     MOVE OPRF-OPERATOR-ID     TO WS-PT-ID(WS-PRF-SUB).
003840     MOVE OPRF-STATUS          TO WS-PT-STATUS(WS-PRF-SUB).
003850     MOVE OPRF-STATUS-DATE     TO WS-PT-STATUS-DATE(WS-PRF-SUB).
003860     MOVE OPRF-INQUIRY-AUTH    TO WS-PT-INQUIRY(WS-PRF-SUB).
003870     MOVE OPRF-UPDATE-AUTH     TO WS-PT-UPDATE(WS-PRF-SUB).
003880     MOVE OPRF-DELETE-AUTH     TO WS-PT-DELETE(WS-PRF-SUB).
003890     MOVE OPRF-ADMIN-AUTH      TO WS-PT-ADMIN(WS-PRF-SUB).
003900     MOVE OPRF-VERIFIER-EXPIRY TO WS-PT-EXPIRY(WS-PRF-SUB).
003910     MOVE OPRF-LAST-SIGNON-DATE
003920                               TO WS-PT-LAST-SIGNON(WS-PRF-SUB).
003930     MOVE OPRF-FAILED-COUNT    TO WS-PT-FAILED(WS-PRF-SUB).
003940     MOVE ZERO TO WS-PT-S-COUNT(WS-PRF-SUB).
003950     MOVE ZERO TO WS-PT-R-COUNT(WS-PRF-SUB).
003960     IF PT-IS-ACTIVE(WS-PRF-SUB)
003970         ADD 1 TO WS-ACTIVE-COUNT
003980     END-IF.
003990     IF PT-IS-SUSPENDED(WS-PRF-SUB)
004000         ADD 1 TO WS-SUSPENDED-COUNT
004010     END-IF.
004020     IF PT-IS-LOCKED(WS-PRF-SUB)
004030         ADD 1 TO WS-LOCKED-COUNT
004040     END-IF.
004050     IF PT-IS-REVOKED(WS-PRF-SUB)
004060         ADD 1 TO WS-REVOKED-COUNT
004070     END-IF.
004080 1320-EXIT.
004090     EXIT.
004100
004110*****************************************************************
004120*    2000-COUNT-AUDIT - ONE AUDIT RECORD.  ONLY FAILED SIGN-ONS
004130*    AND REFUSED FUNCTIONS IN THE PERIOD ARE COUNTED, AGAINST THE
004140*    ID ON THE RECORD - THE TYPED ID FOR AN S, THE VERIFIED ONE
004150*    FOR AN R.
004160*****************************************************************
004170 2000-COUNT-AUDIT.
004180     IF AUD-DATE < WS-SELECT-FROM-DATE
004190         OR AUD-DATE > WS-SELECT-TO-DATE
004200         GO TO 2000-READ-NEXT
004210     END-IF.
004220     ADD 1 TO WS-PERIOD-COUNT.
004230     IF NOT AUD-OP-IS-SIGNON-FAIL AND NOT AUD-OP-IS-REFUSED
004240         GO TO 2000-READ-NEXT
004250     END-IF.
004260     PERFORM 6000-FIND-PROFILE THRU 6000-EXIT.
004270     IF PROFILE-WAS-FOUND
004280         IF AUD-OP-IS-SIGNON-FAIL
004290             ADD 1 TO WS-SIGNON-FAIL-COUNT
004300             ADD 1 TO WS-PT-S-COUNT(WS-FOUND-SUB)
004310         ELSE
004320             ADD 1 TO WS-REFUSED-COUNT
004330             ADD 1 TO WS-PT-R-COUNT(WS-FOUND-SUB)
004340         END-IF
004350     ELSE
004360         PERFORM 2100-COUNT-UNKNOWN THRU 2100-EXIT
004370     END-IF.
004380 2000-READ-NEXT.
004390     PERFORM 1100-READ-AUDIT THRU 1100-EXIT.
004400 2000-EXIT.
004410     EXIT.
004420
004430*****************************************************************
004440*    2100-COUNT-UNKNOWN - AN S OR R RECORD FOR AN ID WITH NO
004450*    PROFILE.  COUNTED IN TOTAL AND, WHILE THERE IS ROOM, AGAINST
004460*    THE ID IN THE UNKNOWN-ID TABLE.
004470*****************************************************************
004480 2100-COUNT-UNKNOWN.
004490     IF AUD-OP-IS-SIGNON-FAIL
004500         ADD 1 TO WS-UNKNOWN-FAIL-COUNT
004510     ELSE
004520         ADD 1 TO WS-UNKNOWN-REFUSED-COUNT
004530     END-IF.
004540     PERFORM 6100-FIND-UNKNOWN THRU 6100-EXIT.
004550     IF NOT UNKNOWN-WAS-FOUND
004560         IF WS-UNK-COUNT < WS-UNK-MAX
004570             ADD 1 TO WS-UNK-COUNT
004580             MOVE WS-UNK-COUNT TO WS-UNK-FOUND-SUB
004590             MOVE AUD-OPERATOR-ID TO WS-UT-ID(WS-UNK-FOUND-SUB)
004600             MOVE ZERO TO WS-UT-S-COUNT(WS-UNK-FOUND-SUB)
004610             MOVE ZERO TO WS-UT-R-COUNT(WS-UNK-FOUND-SUB)
004620         ELSE
004630             ADD 1 TO WS-UNTABLED-COUNT
004640             GO TO 2100-EXIT
004650         END-IF
004660     END-IF.
004670     IF AUD-OP-IS-SIGNON-FAIL
004680         ADD 1 TO WS-UT-S-COUNT(WS-UNK-FOUND-SUB)
004690     ELSE
004700         ADD 1 TO WS-UT-R-COUNT(WS-UNK-FOUND-SUB)
004710     END-IF.
004720 2100-EXIT.
004730     EXIT.
004740
004750*****************************************************************
004760*    3000-PRINT-PROFILES - ONE LINE PER OPERATOR, IN PROFILE FILE
004770*    ORDER, WITH THE KEEP AND SIGN-OFF COLUMNS LEFT FOR THE
004780*    MANAGER.  AN EXPIRED VERIFIER IS MARKED *.  FL IS THE RUN
004782*    OF WRONG VERIFIERS NOW STANDING ON THE PROFILE - THE THIRD
004784*    LOCKS IT.
004790*****************************************************************
004800 3000-PRINT-PROFILES.
004810     SET SECTION-IS-PROFILES TO TRUE.
004820     PERFORM 5000-PRINT-HEADERS THRU 5000-EXIT.
004830     PERFORM 3100-PRINT-ONE-PROFILE THRU 3100-EXIT
004840         VARYING WS-PRF-SUB FROM 1 BY 1
004850         UNTIL WS-PRF-SUB > WS-PRF-COUNT.
004860 3000-EXIT.
004870     EXIT.
004880
004890 3100-PRINT-ONE-PROFILE.
004900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004910         PERFORM 5000-PRINT-HEADERS THRU 5000-EXIT
004920     END-IF.
004930     MOVE WS-PT-ID(WS-PRF-SUB) TO DTL-OPERATOR.
004940     MOVE 'ACTIVE'    TO DTL-STATUS.
004950     IF PT-IS-SUSPENDED(WS-PRF-SUB)
004960         MOVE 'SUSPENDED' TO DTL-STATUS
004970     END-IF.
004980     IF PT-IS-LOCKED(WS-PRF-SUB)
004990         MOVE 'LOCKED'    TO DTL-STATUS
005000     END-IF.
005010     IF PT-IS-REVOKED(WS-PRF-SUB)
005020         MOVE 'REVOKED'   TO DTL-STATUS
005030     END-IF.
005040     MOVE WS-PT-STATUS-DATE(WS-PRF-SUB) TO DTL-SINCE.
005050     MOVE WS-PT-INQUIRY(WS-PRF-SUB)     TO DTL-INQUIRY.
005060     MOVE WS-PT-UPDATE(WS-PRF-SUB)      TO DTL-UPDATE.
005070     MOVE WS-PT-DELETE(WS-PRF-SUB)      TO DTL-DELETE.
005080     MOVE WS-PT-ADMIN(WS-PRF-SUB)       TO DTL-ADMIN.
005090     MOVE SPACE TO DTL-EXPIRED-FLAG.
005100     IF WS-PT-EXPIRY(WS-PRF-SUB) = SPACES
005110         MOVE 'NEVER' TO DTL-EXPIRY
005120     ELSE
005130         MOVE WS-PT-EXPIRY(WS-PRF-SUB) TO DTL-EXPIRY
005140         IF WS-PT-EXPIRY(WS-PRF-SUB) IS NUMERIC
005150             AND WS-PT-EXPIRY-N(WS-PRF-SUB) < WS-BUSINESS-DATE
005160             MOVE '*' TO DTL-EXPIRED-FLAG
005170             ADD 1 TO WS-EXPIRED-COUNT
005180         END-IF
005190     END-IF.
005200     IF WS-PT-LAST-SIGNON(WS-PRF-SUB) = SPACES
005210         MOVE 'NEVER' TO DTL-LAST-SIGNON
005220     ELSE
005230         MOVE WS-PT-LAST-SIGNON(WS-PRF-SUB) TO DTL-LAST-SIGNON
005240     END-IF.
005250     MOVE WS-PT-FAILED(WS-PRF-SUB)  TO DTL-FAILED.
005260     MOVE WS-PT-S-COUNT(WS-PRF-SUB) TO DTL-S-COUNT.
005270     MOVE WS-PT-R-COUNT(WS-PRF-SUB) TO DTL-R-COUNT.
005280     MOVE DETAIL-LINE TO PRINT-LINE.
005290     WRITE PRINT-LINE.
005300     ADD 1 TO WS-LINE-COUNT.
005310 3100-EXIT.
005320     EXIT.
005330
005340*****************************************************************
005350*    4000-PRINT-UNKNOWN - THE IDS WITH NO PROFILE, ON A PAGE OF
005360*    THEIR OWN.  NOTHING IS PRINTED WHEN THERE ARE NONE.
005370*****************************************************************
005380 4000-PRINT-UNKNOWN.
005390     IF WS-UNK-COUNT = ZERO
005400         GO TO 4000-EXIT
005410     END-IF.
005420     SET SECTION-IS-UNKNOWN TO TRUE.
005430     PERFORM 5000-PRINT-HEADERS THRU 5000-EXIT.
005440     PERFORM 4100-PRINT-ONE-UNKNOWN THRU 4100-EXIT
005450         VARYING WS-UNK-SUB FROM 1 BY 1
005460         UNTIL WS-UNK-SUB > WS-UNK-COUNT.
005470 4000-EXIT.
005480     EXIT.
005490
005500 4100-PRINT-ONE-UNKNOWN.
005510     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005520         PERFORM 5000-PRINT-HEADERS THRU 5000-EXIT
005530     END-IF.
005540     MOVE WS-UT-ID(WS-UNK-SUB)      TO UNL-OPERATOR.
005550     MOVE WS-UT-S-COUNT(WS-UNK-SUB) TO UNL-S-COUNT.
005560     MOVE WS-UT-R-COUNT(WS-UNK-SUB) TO UNL-R-COUNT.
005570     MOVE UNKNOWN-LINE TO PRINT-LINE.
005580     WRITE PRINT-LINE.
005590     ADD 1 TO WS-LINE-COUNT.
005600 4100-EXIT.
005610     EXIT.
005620
005630*****************************************************************
005640*    5000-PRINT-HEADERS - START A NEW PAGE WITH THE COLUMN
005650*    HEADINGS OF THE SECTION BEING PRINTED.
005660*****************************************************************
005670 5000-PRINT-HEADERS.
005680     ADD 1 TO WS-PAGE-COUNT.
005690     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
005700     MOVE WS-RUN-DATE-PRINT TO HDG2-RUN-DATE.
005710     MOVE WS-CARD-FROM-DATE TO HDG2-FROM-DATE.
005720     MOVE WS-CARD-TO-DATE TO HDG2-TO-DATE.
005730     IF WS-PAGE-COUNT > 1
005740         MOVE SPACES TO PRINT-LINE
005750         WRITE PRINT-LINE
005760         WRITE PRINT-LINE
005770     END-IF.
005780     MOVE HDG-LINE-1 TO PRINT-LINE.
005790     WRITE PRINT-LINE.
005800     MOVE HDG-LINE-2 TO PRINT-LINE.
005810     WRITE PRINT-LINE.
005820     MOVE SPACES TO PRINT-LINE.
005830     WRITE PRINT-LINE.
005840     IF SECTION-IS-PROFILES
005850         MOVE HDG-LINE-3 TO PRINT-LINE
005860     ELSE
005870         MOVE HDG-LINE-4 TO PRINT-LINE
005880     END-IF.
005890     WRITE PRINT-LINE.
005900     MOVE ZERO TO WS-LINE-COUNT.
005910 5000-EXIT.
005920     EXIT.
005930
005940*****************************************************************
005950*    6000-FIND-PROFILE - LOOK AUD-OPERATOR-ID UP IN THE PROFILE
005960*    TABLE.  FOUND LEAVES ITS ENTRY IN WS-FOUND-SUB.
005970*****************************************************************
005980 6000-FIND-PROFILE.
005990     SET PROFILE-WAS-FOUND TO FALSE.
006000     MOVE ZERO TO WS-FOUND-SUB.
006010     PERFORM 6010-SCAN-PROFILE THRU 6010-EXIT
006020         VARYING WS-PRF-SUB FROM 1 BY 1
006030         UNTIL WS-PRF-SUB > WS-PRF-COUNT
006040             OR PROFILE-WAS-FOUND.
006050 6000-EXIT.
006060     EXIT.
006070
006080 6010-SCAN-PROFILE.
006090     IF WS-PT-ID(WS-PRF-SUB) = AUD-OPERATOR-ID
006100         SET PROFILE-WAS-FOUND TO TRUE
006110         MOVE WS-PRF-SUB TO WS-FOUND-SUB
006120     END-IF.
006130 6010-EXIT.
006140     EXIT.
006150
006160*****************************************************************
006170*    6100-FIND-UNKNOWN - LOOK AUD-OPERATOR-ID UP IN THE UNKNOWN-ID
006180*    TABLE.  FOUND LEAVES ITS ENTRY IN WS-UNK-FOUND-SUB.
006190*****************************************************************
006200 6100-FIND-UNKNOWN.
006210     SET UNKNOWN-WAS-FOUND TO FALSE.
006220     MOVE ZERO TO WS-UNK-FOUND-SUB.
006230     PERFORM 6110-SCAN-UNKNOWN THRU 6110-EXIT
006240         VARYING WS-UNK-SUB FROM 1 BY 1
006250         UNTIL WS-UNK-SUB > WS-UNK-COUNT
006260             OR UNKNOWN-WAS-FOUND.
006270 6100-EXIT.
006280     EXIT.
006290
006300 6110-SCAN-UNKNOWN.
006310     IF WS-UT-ID(WS-UNK-SUB) = AUD-OPERATOR-ID
006320         SET UNKNOWN-WAS-FOUND TO TRUE
006330         MOVE WS-UNK-SUB TO WS-UNK-FOUND-SUB
006340     END-IF.
006350 6110-EXIT.
006360     EXIT.
006370
006380*****************************************************************
006390*    7000-PRINT-SUMMARY - PROFILE AND TRAIL COUNTS FOR SIGN-OFF.
006400*****************************************************************
006410 7000-PRINT-SUMMARY.
006420     MOVE SPACES TO PRINT-LINE.
006430     WRITE PRINT-LINE.
006440     MOVE 'SUMMARY' TO TTL-TEXT.
006450     MOVE TITLE-LINE TO PRINT-LINE.
006460     WRITE PRINT-LINE.
006470     MOVE 'OPERATORS LISTED........' TO SUM-LABEL.
006480     MOVE WS-PRF-COUNT TO SUM-COUNT.
006490     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
006500     MOVE '  ACTIVE................' TO SUM-LABEL.
006510     MOVE WS-ACTIVE-COUNT TO SUM-COUNT.
006520     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
006530     MOVE '  SUSPENDED.............' TO SUM-LABEL.
006540     MOVE WS-SUSPENDED-COUNT TO SUM-COUNT.
006550     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
006560     MOVE '  LOCKED................' TO SUM-LABEL.
006570     MOVE WS-LOCKED-COUNT TO SUM-COUNT.
006580     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
006590     MOVE '  REVOKED...............' TO SUM-LABEL.
006600     MOVE WS-REVOKED-COUNT TO SUM-COUNT.
006610     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
006620     MOVE 'VERIFIERS EXPIRED.......' TO SUM-LABEL.
006630     MOVE WS-EXPIRED-COUNT TO SUM-COUNT.
006640     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
006650     MOVE 'AUDIT RECORDS READ......' TO SUM-LABEL.
006660     MOVE WS-READ-COUNT TO SUM-COUNT.
006670     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
006680     MOVE '  IN PERIOD.............' TO SUM-LABEL.
006690     MOVE WS-PERIOD-COUNT TO SUM-COUNT.
006700     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
006710     MOVE 'FAILED SIGN-ONS (S).....' TO SUM-LABEL.
006720     MOVE WS-SIGNON-FAIL-COUNT TO SUM-COUNT.
006730     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
006740     MOVE 'REFUSED FUNCTIONS (R)...' TO SUM-LABEL.
006750     MOVE WS-REFUSED-COUNT TO SUM-COUNT.
006760     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
006770     MOVE 'S FOR IDS NOT ON FILE...' TO SUM-LABEL.
006780     MOVE WS-UNKNOWN-FAIL-COUNT TO SUM-COUNT.
006790     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
006800     MOVE 'R FOR IDS NOT ON FILE...' TO SUM-LABEL.
006810     MOVE WS-UNKNOWN-REFUSED-COUNT TO SUM-COUNT.
006820     PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT.
006830     IF WS-UNTABLED-COUNT > ZERO
006840         MOVE 'NOT LISTED - TABLE FULL.' TO SUM-LABEL
006850         MOVE WS-UNTABLED-COUNT TO SUM-COUNT
006860         PERFORM 7100-WRITE-SUMMARY THRU 7100-EXIT
006870     END-IF.
006880 7000-EXIT.
006890     EXIT.
006900
006910 7100-WRITE-SUMMARY.
006920     MOVE SUMMARY-LINE TO PRINT-LINE.
006930     WRITE PRINT-LINE.
006940 7100-EXIT.
006950     EXIT.
006960
006970*****************************************************************
006980*    9000-TERMINATE - CLOSE THE FILES.  A RUN WITH NO BUSINESS
006990*    DATE, NO PROFILE FILE OR NO AUDIT TRAIL HAS NOTHING TO
007000*    CERTIFY AND ENDS RC=16.
007010*****************************************************************
007020 9000-TERMINATE.
007030     IF RUN-IS-REFUSED
007040         DISPLAY 'PERSOCRT - NO REPORT PRODUCED'
007050         MOVE 16 TO RETURN-CODE
007060         GO TO 9000-EXIT
007070     END-IF.
007080     CLOSE AUDIT-FILE.
007090     CLOSE PRINT-FILE.
007100     DISPLAY 'PERSOCRT - OPERATORS LISTED ' WS-PRF-COUNT.
007110     DISPLAY 'PERSOCRT - AUDIT RECORDS    ' WS-READ-COUNT.
007120 9000-EXIT.
007130     EXIT.
