000010*****************************************************************
000020*
000030*    PROGRAM:      PERSINTG
000040*    AUTHOR:       INSUNG BAHK
000050*    INSTALLATION: PERSONNEL SYSTEMS
000060*    DATE-WRITTEN: 2026-10-15
000070*
000080*    REMARKS.      WEEKLY REFERENTIAL INTEGRITY SWEEP.  EVERY
000090*                  PROGRAM TRUSTS THAT THE OTHER PERSONNEL FILES
000100*                  AGREE WITH THE MASTER; THIS PASS PROVES IT.
000110*                  EACH RULE PRINTS WITH ITS OFFENDING KEYS:
000120*                      1  A PERS-DEPT CODE NOT ON PERSDEPT, OR AN
000130*                         ACTIVE PERSON IN A CLOSED DEPARTMENT
000140*                      2  A CONTACT NUMBER HELD BY MORE THAN ONE
000150*                         PERSON WHEN ANY OF THEM IS INACTIVE -
000160*                         EVERY HOLDER PRINTS (WARNING ONLY - THE
000170*                         NUMBER MAY HAVE PASSED TO A NEW HOLDER)
000180*                      3  THE PERS-NAME ALTERNATE INDEX (READ
000190*                         THROUGH THE PERSONS1 PATH) DOES NOT HOLD
000200*                         ONE ENTRY FOR EVERY BASE RECORD
000210*                      4  A PERSPEND PENDING CHANGE OR DELETE FOR
000220*                         A NUMBER NOT ON THE MASTER, OR A PENDING
000230*                         ADD FOR ONE THAT ALREADY IS
000240*                      5  A PERSSUSP SUSPENDED CHANGE FOR A NUMBER
000250*                         NOT ON THE MASTER
000260*                      6  AN AUD-OPERATOR-ID ON PERSAUDT THAT IS
000270*                         NOT ON PERSOPRF - ONE LINE PER ID WITH
000280*                         ITS RECORD COUNT AND DATE RANGE.  THE
000290*                         BATCH STEPS' OWN IDS (PERSLOAD AND
000300*                         PERSPURG) AND FAILED SIGN-ONS (S - THE
000310*                         ID AS TYPED, LISTED BY PERSOCRT) ARE
000320*                         PASSED OVER.
000330*                  A REFERENCE FILE THAT CANNOT BE READ, OR IS
000340*                  TOO BIG FOR ITS TABLE, LEAVES ITS RULE NOT
000350*                  CHECKED, WHICH IS ITSELF A HARD ERROR.  REPORT
000360*                  ONLY - NOTHING IS CHANGED.
000370*
000380*                  RETURN CODES:
000390*                   0 - NO HARD ERRORS (WARNINGS MAY BE LISTED).
000400*                   8 - AT LEAST ONE HARD ERROR - SEE THE REPORT.
000410*                  16 - REFUSED: NO BUSINESS DATE OR NO MASTER.
000420*
000430*    MODIFICATION HISTORY
000440*    ------------------------------------------------------------
000450*    2026-10-15  IB   ORIGINAL.
000460*****************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID.     PERSINTG.
000490 AUTHOR.         INSUNG BAHK.
000500 INSTALLATION.   PERSONNEL SYSTEMS.
000510 DATE-WRITTEN.   2026-10-15.
000520 DATE-COMPILED.  2026-10-15.
000530
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER.   IBM-370.
000570 OBJECT-COMPUTER.   IBM-370.
000580
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT PERSONS-FILE ASSIGN TO "PERSONS"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS PERS-NUMBER
000650         ALTERNATE RECORD KEY IS PERS-NAME
000660             WITH DUPLICATES
000670         FILE STATUS IS FS-PERSONS.
000680
000690     SELECT DEPT-FILE ASSIGN TO "PERSDEPT"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS FS-DEPT.
000720
000730     SELECT OPERATOR-FILE ASSIGN TO "PERSOPRF"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS FS-OPERATOR.
000760
000770     SELECT AUDIT-FILE ASSIGN TO "PERSAUDT"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS FS-AUDIT.
000800
000810     SELECT PENDING-FILE ASSIGN TO "PERSPEND"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS FS-PENDING.
000840
000850     SELECT SUSPENSE-FILE ASSIGN TO "PERSSUSP"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS FS-SUSPENSE.
000880
000890     SELECT PRINT-FILE ASSIGN TO "PERSINTG"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS FS-PRINT.
000920
000930     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  PERSONS-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY PERSONREC.
001000
001010 FD  DEPT-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY DEPTREC.
001040
001050 FD  OPERATOR-FILE
001060     LABEL RECORDS ARE STANDARD.
001070     COPY OPERPROF.
001080
001090 FD  AUDIT-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY AUDITREC.
001120
001130 FD  PENDING-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 01  PENDING-RECORD              PIC X(82).
001160
001170 FD  SUSPENSE-FILE
001180     LABEL RECORDS ARE STANDARD.
001190     COPY SUSPREC.
001200
001210 FD  PRINT-FILE
001220     LABEL RECORDS ARE STANDARD.
001230 01  PRINT-LINE                  PIC X(132).
001240
001250*        ONE RECORD PER USED CONTACT SLOT ON THE MASTER, SORTED BY
001260*        CONTACT NUMBER SO EVERY HOLDER OF A NUMBER COMES BACK
001270*        TOGETHER.
001280 SD  SORT-WORK-FILE.
001290 01  SORT-RECORD.
001300     05  SRT-CONTACT-NUMBER        PIC X(11).
001310     05  SRT-NUMBER                PIC X(11).
001320     05  SRT-NAME                  PIC X(20).
001330     05  SRT-STATUS                PIC X(01).
001340         88  SRT-IS-INACTIVE                  VALUE 'I'.
001350     05  SRT-STATUS-DATE           PIC X(08).
001360
001370 WORKING-STORAGE SECTION.
001380 77  FS-PERSONS                PIC X(02)   VALUE '00'.
001390     88  FS-PERSONS-OK                     VALUE '00'.
001400     88  FS-PERSONS-DUP-OK                 VALUE '02'.
001410 77  FS-DEPT                   PIC X(02)   VALUE '00'.
001420     88  FS-DEPT-OK                        VALUE '00'.
001430 77  FS-OPERATOR               PIC X(02)   VALUE '00'.
001440     88  FS-OPERATOR-OK                    VALUE '00'.
001450 77  FS-AUDIT                  PIC X(02)   VALUE '00'.
001460     88  FS-AUDIT-OK                       VALUE '00'.
001470 77  FS-PENDING                PIC X(02)   VALUE '00'.
001480     88  FS-PENDING-OK                     VALUE '00'.
001490     88  FS-PENDING-NOT-FOUND              VALUE '35'.
001500 77  FS-SUSPENSE               PIC X(02)   VALUE '00'.
001510     88  FS-SUSPENSE-OK                    VALUE '00'.
001520     88  FS-SUSPENSE-NOT-FOUND             VALUE '35'.
001530 77  FS-PRINT                  PIC X(02)   VALUE '00'.
001540
001550 77  WS-LINES-PER-PAGE         PIC 9(02)   VALUE 50.
001560 77  WS-LINE-COUNT             PIC 9(02)   VALUE ZERO COMP.
001570 77  WS-PAGE-COUNT             PIC 9(04)   VALUE ZERO COMP.
001580
001590 77  WS-BASE-COUNT             PIC 9(07)   VALUE ZERO COMP.
001600 77  WS-INDEX-COUNT            PIC 9(07)   VALUE ZERO COMP.
001610 77  WS-CONTACT-COUNT          PIC 9(07)   VALUE ZERO COMP.
001620 77  WS-PENDING-COUNT          PIC 9(07)   VALUE ZERO COMP.
001630 77  WS-SUSPENSE-COUNT         PIC 9(07)   VALUE ZERO COMP.
001640 77  WS-AUDIT-COUNT            PIC 9(07)   VALUE ZERO COMP.
001650 77  WS-HARD-COUNT             PIC 9(07)   VALUE ZERO COMP.
001660 77  WS-WARNING-COUNT          PIC 9(07)   VALUE ZERO COMP.
001670 77  WS-CONTACT-IDX            PIC 9(01)   VALUE ZERO COMP.
001680 77  WS-EDIT-COUNT             PIC ZZZ,ZZ9.
001690 77  WS-EDIT-BASE              PIC ZZZ,ZZ9.
001700
001710 01  WS-SWITCHES.
001720     05  WS-REFUSED-SWITCH      PIC X(01)  VALUE 'N'.
001730         88  RUN-IS-REFUSED                VALUE 'Y'.
001740     05  WS-MASTER-OPEN-SWITCH  PIC X(01)  VALUE 'N'.
001750         88  MASTER-IS-OPEN                VALUE 'Y'.
001760     05  WS-MASTER-EOF-SWITCH   PIC X(01)  VALUE 'N'.
001770         88  EOF-MASTER                    VALUE 'Y' FALSE 'N'.
001780     05  WS-DEPT-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001790         88  EOF-DEPT                      VALUE 'Y'.
001800     05  WS-OPERATOR-EOF-SWITCH PIC X(01)  VALUE 'N'.
001810         88  EOF-OPERATOR                  VALUE 'Y'.
001820     05  WS-AUDIT-EOF-SWITCH    PIC X(01)  VALUE 'N'.
001830         88  EOF-AUDIT                     VALUE 'Y'.
001840     05  WS-PENDING-EOF-SWITCH  PIC X(01)  VALUE 'N'.
001850         88  EOF-PENDING                   VALUE 'Y'.
001860     05  WS-SUSPENSE-EOF-SWITCH PIC X(01)  VALUE 'N'.
001870         88  EOF-SUSPENSE                  VALUE 'Y'.
001880     05  WS-SORT-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001890         88  EOF-SORTED                    VALUE 'Y' FALSE 'N'.
001900     05  WS-DEPT-USABLE-SWITCH  PIC X(01)  VALUE 'Y'.
001910         88  DEPT-TABLE-USABLE             VALUE 'Y' FALSE 'N'.
001920     05  WS-OPER-USABLE-SWITCH  PIC X(01)  VALUE 'Y'.
001930         88  OPERATOR-TABLE-USABLE         VALUE 'Y' FALSE 'N'.
001940     05  WS-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
001950         88  ENTRY-WAS-FOUND               VALUE 'Y' FALSE 'N'.
001960     05  WS-INACTIVE-SEEN-SWITCH
001970                                PIC X(01)  VALUE 'N'.
001980         88  INACTIVE-HOLDER-SEEN          VALUE 'Y' FALSE 'N'.
001990
002000*        THE FINDINGS FOR THE RULE BEING CHECKED, AND FOR EACH
002010*        RULE BY NUMBER FOR THE SUMMARY.
002020 77  WS-RULE-NO                PIC 9(01)   VALUE ZERO.
002030 77  WS-RULE-FOUND             PIC 9(07)   VALUE ZERO COMP.
002040 01  WS-RULE-FINDINGS.
002050     05  WS-RULE-FINDING        PIC 9(07)  COMP OCCURS 6 TIMES.
002060
002070*        DEPARTMENT CODES AND STATUS FROM THE PERSDEPT REFERENCE
002080*        FILE.
002090 77  WS-DEPT-COUNT             PIC 9(03)   VALUE ZERO COMP.
002100 77  WS-DEPT-MAX               PIC 9(03)   VALUE 150 COMP.
002110 77  WS-DEPT-SUB               PIC 9(03)   VALUE ZERO COMP.
002120 77  WS-DEPT-FOUND-SUB         PIC 9(03)   VALUE ZERO COMP.
002130 01  WS-DEPT-TABLE.
002140     05  WS-DEPT-ENTRY          OCCURS 150 TIMES.
002150         10  WS-DT-CODE         PIC X(04).
002160         10  WS-DT-STATUS       PIC X(01).
002170             88  DT-IS-CLOSED              VALUE 'C'.
002180         10  WS-DT-STATUS-DATE  PIC X(08).
002190
002200*        OPERATOR IDS FROM THE PERSOPRF PROFILE FILE.
002210 77  WS-PRF-COUNT              PIC 9(03)   VALUE ZERO COMP.
002220 77  WS-PRF-MAX                PIC 9(03)   VALUE 200 COMP.
002230 77  WS-PRF-SUB                PIC 9(03)   VALUE ZERO COMP.
002240 01  WS-PRF-TABLE.
002250     05  WS-PT-ID               PIC X(08)  OCCURS 200 TIMES.
002260
002270*        AUDIT OPERATOR IDS WITH NO PROFILE, IN THE ORDER FIRST
002280*        MET.  ANY PAST THE TABLE SIZE ARE ONLY COUNTED.
002290 77  WS-UNK-COUNT              PIC 9(03)   VALUE ZERO COMP.
002300 77  WS-UNK-MAX                PIC 9(03)   VALUE 100 COMP.
002310 77  WS-UNK-SUB                PIC 9(03)   VALUE ZERO COMP.
002320 77  WS-UNK-FOUND-SUB          PIC 9(03)   VALUE ZERO COMP.
002330 77  WS-UNK-OVERFLOW           PIC 9(07)   VALUE ZERO COMP.
002340 01  WS-UNK-TABLE.
002350     05  WS-UNK-ENTRY           OCCURS 100 TIMES.
002360         10  WS-UT-ID           PIC X(08).
002370         10  WS-UT-COUNT        PIC 9(07)  COMP.
002380         10  WS-UT-FIRST-DATE   PIC 9(08).
002390         10  WS-UT-LAST-DATE    PIC 9(08).
002400
002410*        THE ID ON THE AUDIT RECORD IN HAND.  THE BATCH STEPS
002420*        STAMP THEIR OWN PROGRAM NAME, WHICH HAS NO PROFILE.
002430 01  WS-AUDIT-OPERATOR         PIC X(08)   VALUE SPACES.
002440     88  OPERATOR-IS-BATCH-STEP            VALUES 'PERSLOAD'
002450                                                  'PERSPURG'.
002460
002470*        THE HOLDERS OF THE CONTACT NUMBER BEING CHECKED.  A
002480*        NUMBER HELD BY MORE PEOPLE THAN THE TABLE PRINTS THE
002490*        FIRST TWENTY AND THE COUNT.
002500 77  WS-HLD-COUNT              PIC 9(03)   VALUE ZERO COMP.
002510 77  WS-HLD-MAX                PIC 9(03)   VALUE 20 COMP.
002520 77  WS-HLD-SUB                PIC 9(03)   VALUE ZERO COMP.
002530 77  WS-HLD-PERSONS            PIC 9(03)   VALUE ZERO COMP.
002540 01  WS-CURRENT-CONTACT        PIC X(11)   VALUE SPACES.
002550 01  WS-LAST-HOLDER            PIC X(11)   VALUE SPACES.
002560 01  WS-HLD-TABLE.
002570     05  WS-HLD-ENTRY           OCCURS 20 TIMES.
002580         10  WS-HT-NUMBER       PIC X(11).
002590         10  WS-HT-NAME         PIC X(20).
002600         10  WS-HT-STATUS       PIC X(01).
002610             88  HT-IS-INACTIVE            VALUE 'I'.
002620         10  WS-HT-STATUS-DATE  PIC X(08).
002630
002640 COPY BUSDPARM.
002650
002660*        THE HELD TRANSACTION ON A PENDING OR SUSPENSE RECORD.
002670 COPY PERSRAW.
002680
002690 01  HDG-LINE-1.
002700     05  FILLER                  PIC X(25)  VALUE SPACES.
002710     05  FILLER                  PIC X(35)
002720         VALUE 'REFERENTIAL INTEGRITY SWEEP'.
002730     05  FILLER                  PIC X(05)  VALUE 'PAGE '.
002740     05  HDG1-PAGE-NO            PIC ZZZ9.
002750
002760 01  HDG-LINE-2.
002770     05  FILLER                  PIC X(25)  VALUE SPACES.
002780     05  FILLER                  PIC X(06)  VALUE 'DATE: '.
002790     05  HDG2-RUN-DATE           PIC 9(08).
002800
002810 01  HDG-LINE-3.
002820     05  FILLER                  PIC X(03)  VALUE SPACES.
002830     05  FILLER                  PIC X(13)  VALUE 'KEY'.
002840     05  FILLER                  PIC X(22)  VALUE 'NAME'.
002850     05  FILLER                  PIC X(13)  VALUE 'VALUE'.
002860     05  FILLER                  PIC X(40)  VALUE 'FINDING'.
002870
002880 01  RULE-LINE.
002890     05  FILLER                  PIC X(01)  VALUE SPACES.
002900     05  FILLER                  PIC X(05)  VALUE 'RULE '.
002910     05  RUL-NO                  PIC 9(01).
002920     05  FILLER                  PIC X(03)  VALUE ' - '.
002930     05  RUL-TITLE               PIC X(45).
002940     05  FILLER                  PIC X(02)  VALUE SPACES.
002950     05  RUL-SEVERITY            PIC X(12).
002960
002970 01  ORP-LINE.
002980     05  FILLER                  PIC X(03)  VALUE SPACES.
002990     05  ORP-KEY                 PIC X(11).
003000     05  FILLER                  PIC X(02)  VALUE SPACES.
003010     05  ORP-NAME                PIC X(20).
003020     05  FILLER                  PIC X(02)  VALUE SPACES.
003030     05  ORP-VALUE               PIC X(11).
003040     05  FILLER                  PIC X(02)  VALUE SPACES.
003050     05  ORP-FINDING             PIC X(45).
003060
003070 01  MSG-LINE.
003080     05  FILLER                  PIC X(01)  VALUE SPACES.
003090     05  MSG-TEXT                PIC X(70).
003100
003110 01  SUMMARY-LINE.
003120     05  FILLER                  PIC X(01)  VALUE SPACES.
003130     05  SUM-LABEL               PIC X(26).
003140     05  SUM-COUNT               PIC ZZZ,ZZ9.
003150
003160 PROCEDURE DIVISION.
003170 0000-MAINLINE.
003180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003190     IF NOT RUN-IS-REFUSED
003200         SORT SORT-WORK-FILE
003210             ON ASCENDING KEY SRT-CONTACT-NUMBER
003220                              SRT-NUMBER
003230             INPUT PROCEDURE IS 2000-CHECK-DEPARTMENTS
003240                 THRU 2000-EXIT
003250             OUTPUT PROCEDURE IS 3000-CHECK-CONTACTS
003260                 THRU 3000-EXIT
003270         PERFORM 4000-CHECK-NAME-INDEX THRU 4000-EXIT
003280         PERFORM 5000-CHECK-PENDING THRU 5000-EXIT
003290         PERFORM 5500-CHECK-SUSPENSE THRU 5500-EXIT
003300         PERFORM 6000-CHECK-OPERATORS THRU 6000-EXIT
003310         PERFORM 7500-PRINT-SUMMARY THRU 7500-EXIT
003320     END-IF.
003330     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003340     STOP RUN.
003350
003360*****************************************************************
003370*    1000-INITIALIZE - THE BUSINESS DATE, THE REPORT, THE
003380*    DEPARTMENT AND OPERATOR TABLES AND THE MASTER.  NO BUSINESS
003390*    DATE OR NO MASTER REFUSES THE RUN.
003400*****************************************************************
003410 1000-INITIALIZE.
003420     OPEN OUTPUT PRINT-FILE.
003430     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
003440     PERFORM 8400-PRINT-HEADERS THRU 8400-EXIT.
003450     IF NOT BUSINESS-DATE-OK
003460         MOVE 'NO BUSINESS DATE ON PERSBDAT - NOTHING CHECKED'
003470             TO MSG-TEXT
003480         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
003490         SET RUN-IS-REFUSED TO TRUE
003500         GO TO 1000-EXIT
003510     END-IF.
003520     INITIALIZE WS-RULE-FINDINGS.
003530     OPEN INPUT PERSONS-FILE.
003540     IF NOT FS-PERSONS-OK
003550         MOVE SPACES TO MSG-TEXT
003560         STRING 'PERSONS MASTER UNAVAILABLE, STATUS ' FS-PERSONS
003570                ' - NOTHING CHECKED'
003580             DELIMITED BY SIZE INTO MSG-TEXT
003590         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
003600         SET RUN-IS-REFUSED TO TRUE
003610         GO TO 1000-EXIT
003620     END-IF.
003630     SET MASTER-IS-OPEN TO TRUE.
003640     PERFORM 1200-LOAD-DEPTS THRU 1200-EXIT.
003650     PERFORM 1300-LOAD-OPERATORS THRU 1300-EXIT.
003660 1000-EXIT.
003670     EXIT.
003680
003690*****************************************************************
003700*    1200-LOAD-DEPTS - EVERY CODE ON PERSDEPT WITH ITS STATUS.  A
003710*    FILE THAT CANNOT BE READ OR WILL NOT FIT LEAVES RULE 1 NOT
003720*    CHECKED RATHER THAN REPORTING GOOD CODES AS ORPHANS.
003730*****************************************************************
003740 1200-LOAD-DEPTS.
003750     INITIALIZE WS-DEPT-TABLE.
003760     OPEN INPUT DEPT-FILE.
003770     IF NOT FS-DEPT-OK
003780         SET DEPT-TABLE-USABLE TO FALSE
003790         MOVE SPACES TO MSG-TEXT
003800         STRING 'PERSDEPT UNAVAILABLE, STATUS ' FS-DEPT
003810             DELIMITED BY SIZE INTO MSG-TEXT
003820         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
003830         GO TO 1200-EXIT
003840     END-IF.
003850     PERFORM 1210-READ-DEPT THRU 1210-EXIT
003860         UNTIL EOF-DEPT.
003870     CLOSE DEPT-FILE.
003880 1200-EXIT.
003890     EXIT.
003900
003910 1210-READ-DEPT.
003920     READ DEPT-FILE
003930         AT END
003940             SET EOF-DEPT TO TRUE
003950             GO TO 1210-EXIT
003960     END-READ.
003970     IF WS-DEPT-COUNT NOT < WS-DEPT-MAX
003980         SET DEPT-TABLE-USABLE TO FALSE
003990         MOVE SPACES TO MSG-TEXT
004000         STRING 'DEPARTMENT TABLE FULL AT ' DEPT-CODE
004010             DELIMITED BY SIZE INTO MSG-TEXT
004020         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
004030         SET EOF-DEPT TO TRUE
004040         GO TO 1210-EXIT
004050     END-IF.
004060     ADD 1 TO WS-DEPT-COUNT.
004070     MOVE DEPT-CODE        TO WS-DT-CODE(WS-DEPT-COUNT).
004080     MOVE DEPT-STATUS      TO WS-DT-STATUS(WS-DEPT-COUNT).
004090     MOVE DEPT-STATUS-DATE TO WS-DT-STATUS-DATE(WS-DEPT-COUNT).
004100 1210-EXIT.
004110     EXIT.
004120
004130*****************************************************************
004140*    1300-LOAD-OPERATORS - EVERY OPERATOR ID ON PERSOPRF, WHATEVER
004150*    ITS STATUS - A REVOKED OPERATOR'S OLD AUDIT RECORDS ARE STILL
004160*    ACCOUNTED FOR.  THE SAME RULE AS 1200 FOR A BAD FILE.
004170*****************************************************************
004180 1300-LOAD-OPERATORS.
004190     OPEN INPUT OPERATOR-FILE.
004200     IF NOT FS-OPERATOR-OK
004210         SET OPERATOR-TABLE-USABLE TO FALSE
004220         MOVE SPACES TO MSG-TEXT
004230         STRING 'PERSOPRF UNAVAILABLE, STATUS ' FS-OPERATOR
004240             DELIMITED BY SIZE INTO MSG-TEXT
004250         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
004260         GO TO 1300-EXIT
004270     END-IF.
004280     PERFORM 1310-READ-OPERATOR THRU 1310-EXIT
004290         UNTIL EOF-OPERATOR.
004300     CLOSE OPERATOR-FILE.
004310 1300-EXIT.
004320     EXIT.
004330
004340 1310-READ-OPERATOR.
004350     READ OPERATOR-FILE
004360         AT END
004370             SET EOF-OPERATOR TO TRUE
004380             GO TO 1310-EXIT
004390     END-READ.
004400     IF WS-PRF-COUNT NOT < WS-PRF-MAX
004410         SET OPERATOR-TABLE-USABLE TO FALSE
004420         MOVE SPACES TO MSG-TEXT
004430         STRING 'OPERATOR TABLE FULL AT ' OPRF-OPERATOR-ID
004440             DELIMITED BY SIZE INTO MSG-TEXT
004450         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
004460         SET EOF-OPERATOR TO TRUE
004470         GO TO 1310-EXIT
004480     END-IF.
004490     ADD 1 TO WS-PRF-COUNT.
004500     MOVE OPRF-OPERATOR-ID TO WS-PT-ID(WS-PRF-COUNT).
004510 1310-EXIT.
004520     EXIT.
004530
004540*****************************************************************
004550*    2000-CHECK-DEPARTMENTS - SORT INPUT PROCEDURE.  ONE PASS OF
004560*    THE MASTER IN KEY ORDER CHECKS RULE 1, COUNTS THE BASE
004570*    CLUSTER FOR RULE 3 AND RELEASES EVERY USED CONTACT SLOT FOR
004580*    RULE 2.
004590*****************************************************************
004600 2000-CHECK-DEPARTMENTS.
004610     MOVE 1 TO WS-RULE-NO.
004620     MOVE 'DEPARTMENT CODE NOT ON PERSDEPT OR CLOSED'
004630         TO RUL-TITLE.
004640     PERFORM 8100-START-RULE THRU 8100-EXIT.
004650     IF NOT DEPT-TABLE-USABLE
004660         PERFORM 8300-RULE-NOT-CHECKED THRU 8300-EXIT
004670     END-IF.
004680     SET EOF-MASTER TO FALSE.
004690     MOVE LOW-VALUES TO PERS-NUMBER.
004700     START PERSONS-FILE KEY IS NOT LESS THAN PERS-NUMBER
004710         INVALID KEY
004720             SET EOF-MASTER TO TRUE
004730     END-START.
004740     PERFORM 2010-READ-BY-NUMBER THRU 2010-EXIT.
004750     PERFORM 2100-CHECK-PERSON THRU 2100-EXIT
004760         UNTIL EOF-MASTER.
004770     PERFORM 8200-END-RULE THRU 8200-EXIT.
004780 2000-EXIT.
004790     EXIT.
004800
004810 2010-READ-BY-NUMBER.
004820     READ PERSONS-FILE NEXT
004830         AT END
004840             SET EOF-MASTER TO TRUE
004850     END-READ.
004860 2010-EXIT.
004870     EXIT.
004880
004890 2100-CHECK-PERSON.
004900     ADD 1 TO WS-BASE-COUNT.
004910     PERFORM 2200-RELEASE-CONTACT THRU 2200-EXIT
004920         VARYING WS-CONTACT-IDX FROM 1 BY 1
004930         UNTIL WS-CONTACT-IDX > 3.
004940     IF PERS-DEPT = SPACES
004950         OR NOT DEPT-TABLE-USABLE
004960         GO TO 2100-READ-NEXT
004970     END-IF.
004980     SET ENTRY-WAS-FOUND TO FALSE.
004990     PERFORM 2110-FIND-DEPT THRU 2110-EXIT
005000         VARYING WS-DEPT-SUB FROM 1 BY 1
005010         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
005020             OR ENTRY-WAS-FOUND.
005030     PERFORM 8600-CLEAR-ORP-FIELDS THRU 8600-EXIT.
005040     MOVE PERS-NUMBER TO ORP-KEY.
005050     MOVE PERS-NAME   TO ORP-NAME.
005060     MOVE PERS-DEPT   TO ORP-VALUE.
005070     IF NOT ENTRY-WAS-FOUND
005080         MOVE 'DEPARTMENT NOT ON PERSDEPT' TO ORP-FINDING
005090         PERFORM 8500-PRINT-FINDING THRU 8500-EXIT
005100         GO TO 2100-READ-NEXT
005110     END-IF.
005120     IF DT-IS-CLOSED(WS-DEPT-FOUND-SUB)
005130         AND PERS-IS-ACTIVE
005140         STRING 'ACTIVE IN DEPARTMENT CLOSED '
005150                WS-DT-STATUS-DATE(WS-DEPT-FOUND-SUB)
005160             DELIMITED BY SIZE INTO ORP-FINDING
005170         PERFORM 8500-PRINT-FINDING THRU 8500-EXIT
005180     END-IF.
005190 2100-READ-NEXT.
005200     PERFORM 2010-READ-BY-NUMBER THRU 2010-EXIT.
005210 2100-EXIT.
005220     EXIT.
005230
005240 2110-FIND-DEPT.
005250     IF WS-DT-CODE(WS-DEPT-SUB) = PERS-DEPT
005260         SET ENTRY-WAS-FOUND TO TRUE
005270         MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
005280     END-IF.
005290 2110-EXIT.
005300     EXIT.
005310
005320 2200-RELEASE-CONTACT.
005330     IF PERS-CONTACT-TYPE(WS-CONTACT-IDX) = SPACE
005340         OR PERS-CONTACT-NUMBER(WS-CONTACT-IDX) = SPACES
005350         GO TO 2200-EXIT
005360     END-IF.
005370     MOVE PERS-CONTACT-NUMBER(WS-CONTACT-IDX)
005380         TO SRT-CONTACT-NUMBER.
005390     MOVE PERS-NUMBER      TO SRT-NUMBER.
005400     MOVE PERS-NAME        TO SRT-NAME.
005410     MOVE PERS-STATUS      TO SRT-STATUS.
005420     MOVE PERS-STATUS-DATE TO SRT-STATUS-DATE.
005430     RELEASE SORT-RECORD.
005440     ADD 1 TO WS-CONTACT-COUNT.
005450 2200-EXIT.
005460     EXIT.
005470
005480*****************************************************************
005490*    3000-CHECK-CONTACTS - SORT OUTPUT PROCEDURE, RULE 2.  THE
005500*    HOLDERS OF EACH CONTACT NUMBER ARE GATHERED; TWO OR MORE
005510*    PEOPLE WITH ANY ONE OF THEM INACTIVE PRINTS THE WHOLE SET.
005520*    THE SAME NUMBER TWICE ON ONE RECORD IS ONE HOLDER.
005530*****************************************************************
005540 3000-CHECK-CONTACTS.
005550     MOVE 2 TO WS-RULE-NO.
005560     MOVE 'CONTACT NUMBER SHARED WITH AN INACTIVE RECORD'
005570         TO RUL-TITLE.
005580     PERFORM 8100-START-RULE THRU 8100-EXIT.
005590     SET EOF-SORTED TO FALSE.
005600     PERFORM 3010-RETURN-SORTED THRU 3010-EXIT.
005610     PERFORM 3100-CHECK-NUMBER THRU 3100-EXIT
005620         UNTIL EOF-SORTED.
005630     PERFORM 8200-END-RULE THRU 8200-EXIT.
005640 3000-EXIT.
005650     EXIT.
005660
005670 3010-RETURN-SORTED.
005680     RETURN SORT-WORK-FILE
005690         AT END
005700             SET EOF-SORTED TO TRUE
005710     END-RETURN.
005720 3010-EXIT.
005730     EXIT.
005740
005750 3100-CHECK-NUMBER.
005760     MOVE SRT-CONTACT-NUMBER TO WS-CURRENT-CONTACT.
005770     MOVE ZERO TO WS-HLD-COUNT.
005780     MOVE ZERO TO WS-HLD-PERSONS.
005790     MOVE SPACES TO WS-LAST-HOLDER.
005800     SET INACTIVE-HOLDER-SEEN TO FALSE.
005810     PERFORM 3110-GATHER-HOLDER THRU 3110-EXIT
005820         UNTIL EOF-SORTED
005830             OR SRT-CONTACT-NUMBER NOT = WS-CURRENT-CONTACT.
005840     IF WS-HLD-PERSONS < 2
005850         OR NOT INACTIVE-HOLDER-SEEN
005860         GO TO 3100-EXIT
005870     END-IF.
005880     PERFORM 3200-PRINT-HOLDER THRU 3200-EXIT
005890         VARYING WS-HLD-SUB FROM 1 BY 1
005900         UNTIL WS-HLD-SUB > WS-HLD-COUNT.
005910     IF WS-HLD-PERSONS > WS-HLD-COUNT
005920         PERFORM 8600-CLEAR-ORP-FIELDS THRU 8600-EXIT
005930         MOVE WS-CURRENT-CONTACT TO ORP-VALUE
005940         MOVE WS-HLD-PERSONS TO WS-EDIT-COUNT
005950         STRING 'HOLDERS IN ALL ' WS-EDIT-COUNT
005960             DELIMITED BY SIZE INTO ORP-FINDING
005970         PERFORM 8700-PRINT-ORP-LINE THRU 8700-EXIT
005980     END-IF.
005990     ADD 1 TO WS-RULE-FOUND.
006000 3100-EXIT.
006010     EXIT.
006020
006030 3110-GATHER-HOLDER.
006040     IF SRT-NUMBER = WS-LAST-HOLDER
006050         GO TO 3110-RETURN-NEXT
006060     END-IF.
006070     MOVE SRT-NUMBER TO WS-LAST-HOLDER.
006080     ADD 1 TO WS-HLD-PERSONS.
006090     IF SRT-IS-INACTIVE
006100         SET INACTIVE-HOLDER-SEEN TO TRUE
006110     END-IF.
006120     IF WS-HLD-COUNT < WS-HLD-MAX
006130         ADD 1 TO WS-HLD-COUNT
006140         MOVE SRT-NUMBER      TO WS-HT-NUMBER(WS-HLD-COUNT)
006150         MOVE SRT-NAME        TO WS-HT-NAME(WS-HLD-COUNT)
006160         MOVE SRT-STATUS      TO WS-HT-STATUS(WS-HLD-COUNT)
006170         MOVE SRT-STATUS-DATE TO WS-HT-STATUS-DATE(WS-HLD-COUNT)
006180     END-IF.
006190 3110-RETURN-NEXT.
006200     PERFORM 3010-RETURN-SORTED THRU 3010-EXIT.
006210 3110-EXIT.
006220     EXIT.
006230
006240 3200-PRINT-HOLDER.
006250     PERFORM 8600-CLEAR-ORP-FIELDS THRU 8600-EXIT.
006260     MOVE WS-HT-NUMBER(WS-HLD-SUB) TO ORP-KEY.
006270     MOVE WS-HT-NAME(WS-HLD-SUB)   TO ORP-NAME.
006280     MOVE WS-CURRENT-CONTACT       TO ORP-VALUE.
006290     IF HT-IS-INACTIVE(WS-HLD-SUB)
006300         STRING 'INACTIVE SINCE '
006310                WS-HT-STATUS-DATE(WS-HLD-SUB)
006320             DELIMITED BY SIZE INTO ORP-FINDING
006330     ELSE
006340         MOVE 'ACTIVE' TO ORP-FINDING
006350     END-IF.
006360     PERFORM 8700-PRINT-ORP-LINE THRU 8700-EXIT.
006370 3200-EXIT.
006380     EXIT.
006390
006400*****************************************************************
006410*    4000-CHECK-NAME-INDEX - RULE 3.  WALK THE WHOLE PERS-NAME
006420*    ALTERNATE INDEX AND COUNT WHAT IT RETURNS; IT MUST EQUAL THE
006430*    BASE CLUSTER COUNT TAKEN IN 2000.  A READ THAT FAILS PART WAY
006440*    IS REPORTED WITH ITS STATUS.
006450*****************************************************************
006460 4000-CHECK-NAME-INDEX.
006470     MOVE 3 TO WS-RULE-NO.
006480     MOVE 'NAME INDEX (PERSONS1) COUNT NOT EQUAL TO BASE'
006490         TO RUL-TITLE.
006500     PERFORM 8100-START-RULE THRU 8100-EXIT.
006510     SET EOF-MASTER TO FALSE.
006520     MOVE LOW-VALUES TO PERS-NAME.
006530     START PERSONS-FILE KEY IS NOT LESS THAN PERS-NAME
006540         INVALID KEY
006550             SET EOF-MASTER TO TRUE
006560     END-START.
006570     PERFORM 4010-READ-BY-NAME THRU 4010-EXIT.
006580     PERFORM 4020-COUNT-ENTRY THRU 4020-EXIT
006590         UNTIL EOF-MASTER.
006600     IF WS-INDEX-COUNT NOT = WS-BASE-COUNT
006610         PERFORM 8600-CLEAR-ORP-FIELDS THRU 8600-EXIT
006620         MOVE 'PERSONS1' TO ORP-KEY
006630         MOVE WS-INDEX-COUNT TO WS-EDIT-COUNT
006640         MOVE WS-BASE-COUNT TO WS-EDIT-BASE
006650         STRING 'INDEX ENTRIES ' WS-EDIT-COUNT
006660                ', BASE RECORDS ' WS-EDIT-BASE
006670             DELIMITED BY SIZE INTO ORP-FINDING
006680         PERFORM 8500-PRINT-FINDING THRU 8500-EXIT
006690     END-IF.
006700     PERFORM 8200-END-RULE THRU 8200-EXIT.
006710 4000-EXIT.
006720     EXIT.
006730
006740 4010-READ-BY-NAME.
006750     READ PERSONS-FILE NEXT
006760         AT END
006770             SET EOF-MASTER TO TRUE
006780             GO TO 4010-EXIT
006790     END-READ.
006800     IF NOT FS-PERSONS-OK AND NOT FS-PERSONS-DUP-OK
006810         PERFORM 8600-CLEAR-ORP-FIELDS THRU 8600-EXIT
006820         MOVE 'PERSONS1' TO ORP-KEY
006830         STRING 'INDEX READ FAILED, STATUS ' FS-PERSONS
006840             DELIMITED BY SIZE INTO ORP-FINDING
006850         PERFORM 8500-PRINT-FINDING THRU 8500-EXIT
006860         SET EOF-MASTER TO TRUE
006870     END-IF.
006880 4010-EXIT.
006890     EXIT.
006900
006910 4020-COUNT-ENTRY.
006920     ADD 1 TO WS-INDEX-COUNT.
006930     PERFORM 4010-READ-BY-NAME THRU 4010-EXIT.
006940 4020-EXIT.
006950     EXIT.
006960
006970*****************************************************************
006980*    5000-CHECK-PENDING - RULE 4.  EACH HELD TRANSACTION AGAINST
006990*    THE MASTER BY KEY - A CHANGE OR DELETE NEEDS THE PERSON, AN
007000*    ADD NEEDS THE NUMBER FREE.  NO PENDING FILE IS NOTHING HELD.
007010*****************************************************************
007020 5000-CHECK-PENDING.
007030     MOVE 4 TO WS-RULE-NO.
007040     MOVE 'PERSPEND ITEM DOES NOT MATCH THE MASTER'
007050         TO RUL-TITLE.
007060     PERFORM 8100-START-RULE THRU 8100-EXIT.
007070     OPEN INPUT PENDING-FILE.
007080     IF FS-PENDING-NOT-FOUND
007090         GO TO 5000-END-RULE
007100     END-IF.
007110     IF NOT FS-PENDING-OK
007120         MOVE SPACES TO MSG-TEXT
007130         STRING 'PERSPEND UNAVAILABLE, STATUS ' FS-PENDING
007140             DELIMITED BY SIZE INTO MSG-TEXT
007150         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
007160         PERFORM 8300-RULE-NOT-CHECKED THRU 8300-EXIT
007170         GO TO 5000-END-RULE
007180     END-IF.
007190     PERFORM 5010-READ-PENDING THRU 5010-EXIT.
007200     PERFORM 5100-CHECK-ITEM THRU 5100-EXIT
007210         UNTIL EOF-PENDING.
007220     CLOSE PENDING-FILE.
007230 5000-END-RULE.
007240     PERFORM 8200-END-RULE THRU 8200-EXIT.
007250 5000-EXIT.
007260     EXIT.
007270
007280 5010-READ-PENDING.
007290     READ PENDING-FILE INTO PERSON-RAW-RECORD
007300         AT END
007310             SET EOF-PENDING TO TRUE
007320     END-READ.
007330 5010-EXIT.
007340     EXIT.
007350
007360 5100-CHECK-ITEM.
007370     ADD 1 TO WS-PENDING-COUNT.
007380     PERFORM 5900-LOOK-UP-MASTER THRU 5900-EXIT.
007390     PERFORM 8600-CLEAR-ORP-FIELDS THRU 8600-EXIT.
007400     MOVE PRAW-NUMBER         TO ORP-KEY.
007410     MOVE PRAW-NAME           TO ORP-NAME.
007420     MOVE PRAW-EFFECTIVE-DATE TO ORP-VALUE.
007430     IF PRAW-TRANS-IS-ADD
007440         AND FS-PERSONS-OK
007450         MOVE 'PENDING ADD - NUMBER ALREADY ON MASTER'
007460             TO ORP-FINDING
007470         PERFORM 8500-PRINT-FINDING THRU 8500-EXIT
007480     END-IF.
007490     IF PRAW-TRANS-IS-CHANGE
007500         AND NOT FS-PERSONS-OK
007510         MOVE 'PENDING CHANGE - NUMBER NOT ON MASTER'
007520             TO ORP-FINDING
007530         PERFORM 8500-PRINT-FINDING THRU 8500-EXIT
007540     END-IF.
007550     IF PRAW-TRANS-IS-DELETE
007560         AND NOT FS-PERSONS-OK
007570         MOVE 'PENDING DELETE - NUMBER NOT ON MASTER'
007580             TO ORP-FINDING
007590         PERFORM 8500-PRINT-FINDING THRU 8500-EXIT
007600     END-IF.
007610     PERFORM 5010-READ-PENDING THRU 5010-EXIT.
007620 5100-EXIT.
007630     EXIT.
007640
007650*****************************************************************
007660*    5500-CHECK-SUSPENSE - RULE 5.  EVERY SUSPENDED CHANGE NEEDS
007670*    ITS PERSON ON THE MASTER.  NO SUSPENSE FILE IS NOTHING HELD.
007680*****************************************************************
007690 5500-CHECK-SUSPENSE.
007700     MOVE 5 TO WS-RULE-NO.
007710     MOVE 'PERSSUSP ITEM FOR A NUMBER NOT ON THE MASTER'
007720         TO RUL-TITLE.
007730     PERFORM 8100-START-RULE THRU 8100-EXIT.
007740     OPEN INPUT SUSPENSE-FILE.
007750     IF FS-SUSPENSE-NOT-FOUND
007760         GO TO 5500-END-RULE
007770     END-IF.
007780     IF NOT FS-SUSPENSE-OK
007790         MOVE SPACES TO MSG-TEXT
007800         STRING 'PERSSUSP UNAVAILABLE, STATUS ' FS-SUSPENSE
007810             DELIMITED BY SIZE INTO MSG-TEXT
007820         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
007830         PERFORM 8300-RULE-NOT-CHECKED THRU 8300-EXIT
007840         GO TO 5500-END-RULE
007850     END-IF.
007860     PERFORM 5510-READ-SUSPENSE THRU 5510-EXIT.
007870     PERFORM 5600-CHECK-ITEM THRU 5600-EXIT
007880         UNTIL EOF-SUSPENSE.
007890     CLOSE SUSPENSE-FILE.
007900 5500-END-RULE.
007910     PERFORM 8200-END-RULE THRU 8200-EXIT.
007920 5500-EXIT.
007930     EXIT.
007940
007950 5510-READ-SUSPENSE.
007960     READ SUSPENSE-FILE
007970         AT END
007980             SET EOF-SUSPENSE TO TRUE
007990     END-READ.
008000 5510-EXIT.
008010     EXIT.
008020
008030 5600-CHECK-ITEM.
008040     ADD 1 TO WS-SUSPENSE-COUNT.
008050     MOVE SUSP-TRANS-IMAGE TO PERSON-RAW-RECORD.
008060     PERFORM 5900-LOOK-UP-MASTER THRU 5900-EXIT.
008070     IF NOT FS-PERSONS-OK
008080         PERFORM 8600-CLEAR-ORP-FIELDS THRU 8600-EXIT
008090         MOVE PRAW-NUMBER TO ORP-KEY
008100         MOVE PRAW-NAME   TO ORP-NAME
008110         MOVE SUSP-DATE   TO ORP-VALUE
008120         STRING 'SUSPENDED BY ' SUSP-SOURCE
008130                ' - NUMBER NOT ON MASTER'
008140             DELIMITED BY SIZE INTO ORP-FINDING
008150         PERFORM 8500-PRINT-FINDING THRU 8500-EXIT
008160     END-IF.
008170     PERFORM 5510-READ-SUSPENSE THRU 5510-EXIT.
008180 5600-EXIT.
008190     EXIT.
008200
008210*****************************************************************
008220*    5900-LOOK-UP-MASTER - THE HELD TRANSACTION'S NUMBER ON THE
008230*    MASTER BY PRIMARY KEY (NAMED, SINCE 4000 LEFT THE NAME AS
008240*    THE KEY OF REFERENCE).  FS-PERSONS SAYS WHETHER IT IS THERE.
008250*****************************************************************
008260 5900-LOOK-UP-MASTER.
008270     MOVE PRAW-NUMBER TO PERS-NUMBER.
008280     READ PERSONS-FILE
008290         KEY IS PERS-NUMBER
008300         INVALID KEY
008310             CONTINUE
008320     END-READ.
008330 5900-EXIT.
008340     EXIT.
008350
008360*****************************************************************
008370*    6000-CHECK-OPERATORS - RULE 6.  EVERY ID ON THE AUDIT TRAIL
008380*    AGAINST THE PROFILE TABLE.  UNKNOWN IDS ARE TABLED WITH A
008390*    COUNT AND DATE RANGE AND PRINTED AT THE END OF THE PASS.
008400*****************************************************************
008410 6000-CHECK-OPERATORS.
008420     MOVE 6 TO WS-RULE-NO.
008430     MOVE 'AUDIT OPERATOR ID NOT ON PERSOPRF'
008440         TO RUL-TITLE.
008450     PERFORM 8100-START-RULE THRU 8100-EXIT.
008460     IF NOT OPERATOR-TABLE-USABLE
008470         PERFORM 8300-RULE-NOT-CHECKED THRU 8300-EXIT
008480         GO TO 6000-END-RULE
008490     END-IF.
008500     OPEN INPUT AUDIT-FILE.
008510     IF NOT FS-AUDIT-OK
008520         MOVE SPACES TO MSG-TEXT
008530         STRING 'PERSAUDT UNAVAILABLE, STATUS ' FS-AUDIT
008540             DELIMITED BY SIZE INTO MSG-TEXT
008550         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
008560         PERFORM 8300-RULE-NOT-CHECKED THRU 8300-EXIT
008570         GO TO 6000-END-RULE
008580     END-IF.
008590     PERFORM 6010-READ-AUDIT THRU 6010-EXIT.
008600     PERFORM 6100-CHECK-AUDIT THRU 6100-EXIT
008610         UNTIL EOF-AUDIT.
008620     CLOSE AUDIT-FILE.
008630     PERFORM 6300-PRINT-UNKNOWN THRU 6300-EXIT
008640         VARYING WS-UNK-SUB FROM 1 BY 1
008650         UNTIL WS-UNK-SUB > WS-UNK-COUNT.
008660     IF WS-UNK-OVERFLOW > ZERO
008670         PERFORM 8600-CLEAR-ORP-FIELDS THRU 8600-EXIT
008680         MOVE WS-UNK-OVERFLOW TO WS-EDIT-COUNT
008690         STRING 'MORE RECORDS UNDER IDS PAST THE TABLE '
008700                WS-EDIT-COUNT
008710             DELIMITED BY SIZE INTO ORP-FINDING
008720         PERFORM 8700-PRINT-ORP-LINE THRU 8700-EXIT
008730         ADD 1 TO WS-RULE-FOUND
008740     END-IF.
008750 6000-END-RULE.
008760     PERFORM 8200-END-RULE THRU 8200-EXIT.
008770 6000-EXIT.
008780     EXIT.
008790
008800 6010-READ-AUDIT.
008810     READ AUDIT-FILE
008820         AT END
008830             SET EOF-AUDIT TO TRUE
008840     END-READ.
008850 6010-EXIT.
008860     EXIT.
008870
008880 6100-CHECK-AUDIT.
008890     ADD 1 TO WS-AUDIT-COUNT.
008900     MOVE AUD-OPERATOR-ID TO WS-AUDIT-OPERATOR.
008910     IF OPERATOR-IS-BATCH-STEP
008920         OR AUD-OP-IS-SIGNON-FAIL
008930         GO TO 6100-READ-NEXT
008940     END-IF.
008950     SET ENTRY-WAS-FOUND TO FALSE.
008960     PERFORM 6110-FIND-PROFILE THRU 6110-EXIT
008970         VARYING WS-PRF-SUB FROM 1 BY 1
008980         UNTIL WS-PRF-SUB > WS-PRF-COUNT
008990             OR ENTRY-WAS-FOUND.
009000     IF NOT ENTRY-WAS-FOUND
009010         PERFORM 6200-TABLE-UNKNOWN THRU 6200-EXIT
009020     END-IF.
009030 6100-READ-NEXT.
009040     PERFORM 6010-READ-AUDIT THRU 6010-EXIT.
009050 6100-EXIT.
009060     EXIT.
009070
009080 6110-FIND-PROFILE.
009090     IF WS-PT-ID(WS-PRF-SUB) = WS-AUDIT-OPERATOR
009100         SET ENTRY-WAS-FOUND TO TRUE
009110     END-IF.
009120 6110-EXIT.
009130     EXIT.
009140
009150 6200-TABLE-UNKNOWN.
009160     MOVE ZERO TO WS-UNK-FOUND-SUB.
009170     PERFORM 6210-FIND-UNKNOWN THRU 6210-EXIT
009180         VARYING WS-UNK-SUB FROM 1 BY 1
009190         UNTIL WS-UNK-SUB > WS-UNK-COUNT
009200             OR WS-UNK-FOUND-SUB > ZERO.
009210     IF WS-UNK-FOUND-SUB = ZERO
009220         IF WS-UNK-COUNT NOT < WS-UNK-MAX
009230             ADD 1 TO WS-UNK-OVERFLOW
009240             GO TO 6200-EXIT
009250         END-IF
009260         ADD 1 TO WS-UNK-COUNT
009270         MOVE WS-UNK-COUNT TO WS-UNK-FOUND-SUB
009280         MOVE WS-AUDIT-OPERATOR TO WS-UT-ID(WS-UNK-FOUND-SUB)
009290         MOVE ZERO TO WS-UT-COUNT(WS-UNK-FOUND-SUB)
009300         MOVE AUD-DATE TO WS-UT-FIRST-DATE(WS-UNK-FOUND-SUB)
009310     END-IF.
009320     ADD 1 TO WS-UT-COUNT(WS-UNK-FOUND-SUB).
009330     MOVE AUD-DATE TO WS-UT-LAST-DATE(WS-UNK-FOUND-SUB).
009340 6200-EXIT.
009350     EXIT.
009360
009370 6210-FIND-UNKNOWN.
009380     IF WS-UT-ID(WS-UNK-SUB) = WS-AUDIT-OPERATOR
009390         MOVE WS-UNK-SUB TO WS-UNK-FOUND-SUB
009400     END-IF.
009410 6210-EXIT.
009420     EXIT.
009430
009440 6300-PRINT-UNKNOWN.
009450     PERFORM 8600-CLEAR-ORP-FIELDS THRU 8600-EXIT.
009460     MOVE WS-UT-ID(WS-UNK-SUB) TO ORP-KEY.
009470     MOVE WS-UT-COUNT(WS-UNK-SUB) TO WS-EDIT-COUNT.
009480     MOVE WS-EDIT-COUNT TO ORP-VALUE.
009490     STRING 'AUDIT RECORDS FROM ' WS-UT-FIRST-DATE(WS-UNK-SUB)
009500            ' TO ' WS-UT-LAST-DATE(WS-UNK-SUB)
009510         DELIMITED BY SIZE INTO ORP-FINDING.
009520     PERFORM 8500-PRINT-FINDING THRU 8500-EXIT.
009530 6300-EXIT.
009540     EXIT.
009550
009560*****************************************************************
009570*    7500-PRINT-SUMMARY - THE FINDINGS FOR EACH RULE AND WHAT WAS
009580*    READ.
009590*****************************************************************
009600 7500-PRINT-SUMMARY.
009610     MOVE SPACES TO PRINT-LINE.
009620     WRITE PRINT-LINE.
009630     MOVE 'MASTER RECORDS READ.....' TO SUM-LABEL.
009640     MOVE WS-BASE-COUNT TO SUM-COUNT.
009650     PERFORM 7510-PRINT-COUNT THRU 7510-EXIT.
009660     MOVE 'NAME INDEX ENTRIES READ.' TO SUM-LABEL.
009670     MOVE WS-INDEX-COUNT TO SUM-COUNT.
009680     PERFORM 7510-PRINT-COUNT THRU 7510-EXIT.
009690     MOVE 'CONTACT NUMBERS READ....' TO SUM-LABEL.
009700     MOVE WS-CONTACT-COUNT TO SUM-COUNT.
009710     PERFORM 7510-PRINT-COUNT THRU 7510-EXIT.
009720     MOVE 'PENDING ITEMS READ......' TO SUM-LABEL.
009730     MOVE WS-PENDING-COUNT TO SUM-COUNT.
009740     PERFORM 7510-PRINT-COUNT THRU 7510-EXIT.
009750     MOVE 'SUSPENSE ITEMS READ.....' TO SUM-LABEL.
009760     MOVE WS-SUSPENSE-COUNT TO SUM-COUNT.
009770     PERFORM 7510-PRINT-COUNT THRU 7510-EXIT.
009780     MOVE 'AUDIT RECORDS READ......' TO SUM-LABEL.
009790     MOVE WS-AUDIT-COUNT TO SUM-COUNT.
009800     PERFORM 7510-PRINT-COUNT THRU 7510-EXIT.
009810     MOVE 'RULE 1 DEPARTMENT.......' TO SUM-LABEL.
009820     MOVE WS-RULE-FINDING(1) TO SUM-COUNT.
009830     PERFORM 7510-PRINT-COUNT THRU 7510-EXIT.
009840     MOVE 'RULE 2 SHARED CONTACT...' TO SUM-LABEL.
009850     MOVE WS-RULE-FINDING(2) TO SUM-COUNT.
009860     PERFORM 7510-PRINT-COUNT THRU 7510-EXIT.
009870     MOVE 'RULE 3 NAME INDEX.......' TO SUM-LABEL.
009880     MOVE WS-RULE-FINDING(3) TO SUM-COUNT.
009890     PERFORM 7510-PRINT-COUNT THRU 7510-EXIT.
009900     MOVE 'RULE 4 PENDING..........' TO SUM-LABEL.
009910     MOVE WS-RULE-FINDING(4) TO SUM-COUNT.
009920     PERFORM 7510-PRINT-COUNT THRU 7510-EXIT.
009930     MOVE 'RULE 5 SUSPENSE.........' TO SUM-LABEL.
009940     MOVE WS-RULE-FINDING(5) TO SUM-COUNT.
009950     PERFORM 7510-PRINT-COUNT THRU 7510-EXIT.
009960     MOVE 'RULE 6 AUDIT OPERATOR...' TO SUM-LABEL.
009970     MOVE WS-RULE-FINDING(6) TO SUM-COUNT.
009980     PERFORM 7510-PRINT-COUNT THRU 7510-EXIT.
009990     MOVE 'HARD ERRORS.............' TO SUM-LABEL.
010000     MOVE WS-HARD-COUNT TO SUM-COUNT.
010010     PERFORM 7510-PRINT-COUNT THRU 7510-EXIT.
010020     MOVE 'WARNINGS................' TO SUM-LABEL.
010030     MOVE WS-WARNING-COUNT TO SUM-COUNT.
010040     PERFORM 7510-PRINT-COUNT THRU 7510-EXIT.
010050 7500-EXIT.
010060     EXIT.
010070
010080 7510-PRINT-COUNT.
010090     MOVE SUMMARY-LINE TO PRINT-LINE.
010100     WRITE PRINT-LINE.
010110 7510-EXIT.
010120     EXIT.
010130
010140*****************************************************************
010150*    8000-PRINT-MESSAGE - MSG-TEXT TO THE REPORT AND THE JOB LOG.
010160*****************************************************************
010170 8000-PRINT-MESSAGE.
010180     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
010190         PERFORM 8400-PRINT-HEADERS THRU 8400-EXIT
010200     END-IF.
010210     MOVE MSG-LINE TO PRINT-LINE.
010220     WRITE PRINT-LINE.
010230     ADD 1 TO WS-LINE-COUNT.
010240     DISPLAY 'PERSINTG - ' MSG-TEXT.
010250 8000-EXIT.
010260     EXIT.
010270
010280*****************************************************************
010290*    8100-START-RULE - THE RULE TITLE LINE.  THE CALLER SET
010300*    WS-RULE-NO AND RUL-TITLE.  RULE 2 IS THE ONLY WARNING RULE.
010310*****************************************************************
010320 8100-START-RULE.
010330     MOVE ZERO TO WS-RULE-FOUND.
010340     IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
010350         PERFORM 8400-PRINT-HEADERS THRU 8400-EXIT
010360     END-IF.
010370     MOVE WS-RULE-NO TO RUL-NO.
010380     IF WS-RULE-NO = 2
010390         MOVE '(WARNING)' TO RUL-SEVERITY
010400     ELSE
010410         MOVE '(HARD ERROR)' TO RUL-SEVERITY
010420     END-IF.
010430     MOVE SPACES TO PRINT-LINE.
010440     WRITE PRINT-LINE.
010450     MOVE RULE-LINE TO PRINT-LINE.
010460     WRITE PRINT-LINE.
010470     ADD 2 TO WS-LINE-COUNT.
010480 8100-EXIT.
010490     EXIT.
010500
010510*****************************************************************
010520*    8200-END-RULE - THE RULE'S FINDINGS LINE, AND THE FINDINGS
010530*    ADDED TO THE HARD ERROR OR WARNING TOTAL.
010540*****************************************************************
010550 8200-END-RULE.
010560     MOVE WS-RULE-FOUND TO WS-RULE-FINDING(WS-RULE-NO).
010570     IF WS-RULE-NO = 2
010580         ADD WS-RULE-FOUND TO WS-WARNING-COUNT
010590     ELSE
010600         ADD WS-RULE-FOUND TO WS-HARD-COUNT
010610     END-IF.
010620     MOVE SPACES TO MSG-TEXT.
010630     IF WS-RULE-FOUND = ZERO
010640         STRING '  RULE ' RUL-NO ' - NONE FOUND'
010650             DELIMITED BY SIZE INTO MSG-TEXT
010660     ELSE
010670         MOVE WS-RULE-FOUND TO WS-EDIT-COUNT
010680         STRING '  RULE ' RUL-NO ' - FOUND ' WS-EDIT-COUNT
010690             DELIMITED BY SIZE INTO MSG-TEXT
010700     END-IF.
010710     PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT.
010720 8200-EXIT.
010730     EXIT.
010740
010750 8300-RULE-NOT-CHECKED.
010760     MOVE SPACES TO MSG-TEXT.
010770     STRING '  RULE ' RUL-NO ' NOT CHECKED'
010780         DELIMITED BY SIZE INTO MSG-TEXT.
010790     PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT.
010800     ADD 1 TO WS-RULE-FOUND.
010810 8300-EXIT.
010820     EXIT.
010830
010840*****************************************************************
010850*    8400-PRINT-HEADERS - PAGE HEADINGS.
010860*****************************************************************
010870 8400-PRINT-HEADERS.
010880     ADD 1 TO WS-PAGE-COUNT.
010890     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
010900     MOVE WS-BUSINESS-DATE TO HDG2-RUN-DATE.
010910     IF WS-PAGE-COUNT > 1
010920         MOVE SPACES TO PRINT-LINE
010930         WRITE PRINT-LINE
010940         WRITE PRINT-LINE
010950     END-IF.
010960     MOVE HDG-LINE-1 TO PRINT-LINE.
010970     WRITE PRINT-LINE.
010980     MOVE HDG-LINE-2 TO PRINT-LINE.
010990     WRITE PRINT-LINE.
011000     MOVE SPACES TO PRINT-LINE.
011010     WRITE PRINT-LINE.
011020     MOVE HDG-LINE-3 TO PRINT-LINE.
011030     WRITE PRINT-LINE.
011040     MOVE ZERO TO WS-LINE-COUNT.
011050 8400-EXIT.
011060     EXIT.
011070
011080*****************************************************************
011090*    8500-PRINT-FINDING - ONE OFFENDING KEY, COUNTED AGAINST THE
011100*    RULE BEING CHECKED.
011110*****************************************************************
011120 8500-PRINT-FINDING.
011130     ADD 1 TO WS-RULE-FOUND.
011140     PERFORM 8700-PRINT-ORP-LINE THRU 8700-EXIT.
011150 8500-EXIT.
011160     EXIT.
011170
011180 8600-CLEAR-ORP-FIELDS.
011190     MOVE SPACES TO ORP-KEY
011200                    ORP-NAME
011210                    ORP-VALUE
011220                    ORP-FINDING.
011230 8600-EXIT.
011240     EXIT.
011250
011260 8700-PRINT-ORP-LINE.
011270     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
011280         PERFORM 8400-PRINT-HEADERS THRU 8400-EXIT
011290     END-IF.
011300     MOVE ORP-LINE TO PRINT-LINE.
011310     WRITE PRINT-LINE.
011320     ADD 1 TO WS-LINE-COUNT.
011330 8700-EXIT.
011340     EXIT.
011350
011360*****************************************************************
011370*    9000-TERMINATE - CLOSE WHAT IS OPEN AND SET THE RETURN CODE.
011380*****************************************************************
011390 9000-TERMINATE.
011400     IF MASTER-IS-OPEN
011410         CLOSE PERSONS-FILE
011420     END-IF.
011430     CLOSE PRINT-FILE.
011440     IF RUN-IS-REFUSED
011450         MOVE 16 TO RETURN-CODE
011460         GO TO 9000-EXIT
011470     END-IF.
011480     MOVE WS-HARD-COUNT TO WS-EDIT-COUNT.
011490     DISPLAY 'PERSINTG - HARD ERRORS  ' WS-EDIT-COUNT.
011500     MOVE WS-WARNING-COUNT TO WS-EDIT-COUNT.
011510     DISPLAY 'PERSINTG - WARNINGS     ' WS-EDIT-COUNT.
011520     IF WS-HARD-COUNT > ZERO
011530         MOVE 8 TO RETURN-CODE
011540     END-IF.
011550 9000-EXIT.
011560     EXIT.
