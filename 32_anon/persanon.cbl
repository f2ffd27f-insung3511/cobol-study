000010*****************************************************************
000020*
000030*    PROGRAM:      PERSANON
000040*    AUTHOR:       INSUNG BAHK
000050*    INSTALLATION: PERSONNEL SYSTEMS
000060*    DATE-WRITTEN: 2026-10-15
000070*
000080*    REMARKS.      BUILDS AN ANONYMIZED TEST COPY OF THE PERSONS
000090*                  MASTER, THE LATEST BACKUP SNAPSHOT, THE
000100*                  PERSAUDT TRAIL, THE PERSPEND PENDING AND
000110*                  PERSSUSP SUSPENSE FILES AND A PERSIN FEED, SO A
000120*                  PRODUCTION PROBLEM CAN BE REPRODUCED IN TEST
000130*                  WITHOUT REAL NAMES OR PHONE NUMBERS LEAVING
000140*                  PRODUCTION.  EVERY FILE KEEPS ITS LAYOUT; ONLY
000150*                  THESE ARE REPLACED:
000160*                      - PERS-NUMBER (AND AUD-NUMBER, THE NUMBER
000170*                        IN EVERY HELD TRANSACTION IMAGE) - A NEW
000180*                        11-DIGIT NUMBER.  NUMBERS ARE HANDED OUT
000190*                        RISING IN MASTER KEY ORDER, SO THE COPY
000200*                        IS STILL IN KEY ORDER
000210*                      - NAMES - A MADE-UP FIRST NAME, SURNAME
000220*                        AND (ONCE THOSE RUN OUT) MIDDLE INITIAL
000230*                      - CONTACT NUMBERS - THE FIRST DIGIT KEPT,
000240*                        EVERY OTHER DIGIT REPLACED, ANY NON-DIGIT
000250*                        LEFT WHERE IT WAS SO A BAD NUMBER STAYS
000260*                        BAD
000270*                  EACH REAL VALUE GETS ONE FAKE VALUE FOR THE
000280*                  WHOLE RUN, WHEREVER IT APPEARS, SO THE COPY
000290*                  STILL RECONCILES - THE SAME PERSON HAS THE SAME
000300*                  NUMBER ON THE MASTER, THE TRAIL AND THE HELD
000310*                  TRANSACTIONS, A NAME CHANGE ON THE TRAIL ENDS
000320*                  AT THE NAME ON THE MASTER, AND TWO RECORDS
000330*                  SHARING A NAME OR A CONTACT NUMBER STILL SHARE
000340*                  ONE.  WEIGHTS, DEPARTMENTS, STATUSES, DATES,
000350*                  TIMES, OPERATOR IDS, FEED HEADERS AND TRAILERS
000360*                  ARE COPIED UNCHANGED, SO COUNTS, DISTRIBUTIONS
000370*                  AND BALANCING COME OUT THE SAME IN TEST.  BLANK
000380*                  VALUES STAY BLANK.  THE NAME FIELDS OF A T
000390*                  (TRANSFER) AUDIT RECORD CARRY DEPARTMENT CODES,
000400*                  AND OF AN S OR R RECORD THE REFUSAL REASON -
000410*                  THEY ARE LEFT AS THEY ARE.
000420*
000430*                  THE REAL-TO-FAKE MAP IS KEPT ONLY ON THE
000440*                  PERSANMP WORK KSDS, WHICH THE JOB DEFINES EMPTY
000450*                  BEFORE THIS STEP AND DELETES AFTER IT - IT IS
000460*                  NEVER PRINTED OR WRITTEN ANYWHERE ELSE.  THE
000470*                  FAKE VALUES ARE DRAWN FROM A GENERATOR SEEDED
000480*                  FROM THE CLOCK, SO NO TWO RUNS GIVE THE SAME
000490*                  MAP AND NONE CAN BE REBUILT AFTERWARDS.
000500*                  A MISSING INPUT (DD DUMMY) GIVES AN EMPTY
000510*                  COPY.  A MAP FILE THAT CANNOT BE OPENED OR
000520*                  WRITTEN, OR A COPY THAT CANNOT BE OPENED,
000525*                  REFUSES THE RUN (RC=16) - THE COPIES
000530*                  ARE THEN INCOMPLETE AND MUST NOT BE USED.
000540*
000550*    MODIFICATION HISTORY
000560*    ------------------------------------------------------------
000570*    2026-10-15  IB   ORIGINAL.
000573*    2026-10-15  IB   A COPY THAT CANNOT BE OPENED REFUSES THE
000576*                      RUN LIKE THE MAP FILE.
000580*****************************************************************
000590 IDENTIFICATION DIVISION.
000600 PROGRAM-ID.     PERSANON.
000610 AUTHOR.         INSUNG BAHK.
000620 INSTALLATION.   PERSONNEL SYSTEMS.
000630 DATE-WRITTEN.   2026-10-15.
000640 DATE-COMPILED.  2026-10-15.
000650
000660 ENVIRONMENT DIVISION.
000670 CONFIGURATION SECTION.
000680 SOURCE-COMPUTER.   IBM-370.
000690 OBJECT-COMPUTER.   IBM-370.
000700
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT PERSONS-FILE ASSIGN TO "PERSONS"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS SEQUENTIAL
000760         RECORD KEY IS PERS-NUMBER
000770         FILE STATUS IS FS-PERSONS.
000780
000790     SELECT SNAPSHOT-FILE ASSIGN TO "PERSBKUP"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS FS-SNAPSHOT.
000820
000830     SELECT AUDIT-FILE ASSIGN TO "PERSAUDT"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS FS-AUDIT.
000860
000870     SELECT PENDING-FILE ASSIGN TO "PERSPEND"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS FS-PENDING.
000900
000910     SELECT SUSPENSE-FILE ASSIGN TO "PERSSUSP"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS FS-SUSPENSE.
000940
000950     SELECT FEED-FILE ASSIGN TO "PERSIN"
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS FS-FEED.
000980
000990     SELECT MAP-FILE ASSIGN TO "PERSANMP"
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS RANDOM
001020         RECORD KEY IS MAP-KEY
001030         FILE STATUS IS FS-MAP.
001040
001050     SELECT ANON-PERSONS-FILE ASSIGN TO "ANONPERS"
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS FS-ANON.
001080
001090     SELECT ANON-SNAPSHOT-FILE ASSIGN TO "ANONBKUP"
001100         ORGANIZATION IS SEQUENTIAL
001110         FILE STATUS IS FS-ANON.
001120
001130     SELECT ANON-AUDIT-FILE ASSIGN TO "ANONAUDT"
001140         ORGANIZATION IS SEQUENTIAL
001150         FILE STATUS IS FS-ANON.
001160
001170     SELECT ANON-PENDING-FILE ASSIGN TO "ANONPEND"
001180         ORGANIZATION IS SEQUENTIAL
001190         FILE STATUS IS FS-ANON.
001200
001210     SELECT ANON-SUSPENSE-FILE ASSIGN TO "ANONSUSP"
001220         ORGANIZATION IS SEQUENTIAL
001230         FILE STATUS IS FS-ANON.
001240
001250     SELECT ANON-FEED-FILE ASSIGN TO "ANONIN"
001260         ORGANIZATION IS SEQUENTIAL
001270         FILE STATUS IS FS-ANON.
001280
001290     SELECT PRINT-FILE ASSIGN TO "PERSANON"
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS FS-PRINT.
001320
001330 DATA DIVISION.
001340 FILE SECTION.
001350 FD  PERSONS-FILE
001360     LABEL RECORDS ARE STANDARD.
001370     COPY PERSONREC.
001380
001390 FD  SNAPSHOT-FILE
001400     LABEL RECORDS ARE STANDARD.
001410     COPY PERSBKRC.
001420
001430 FD  AUDIT-FILE
001440     LABEL RECORDS ARE STANDARD.
001450     COPY AUDITREC.
001460
001470 FD  PENDING-FILE
001480     LABEL RECORDS ARE STANDARD.
001490 01  PENDING-RECORD              PIC X(82).
001500
001510 FD  SUSPENSE-FILE
001520     LABEL RECORDS ARE STANDARD.
001530     COPY SUSPREC.
001540
001550 FD  FEED-FILE
001560     LABEL RECORDS ARE STANDARD.
001570 01  FEED-RECORD                 PIC X(82).
001580
001590*        THE REAL-TO-FAKE MAP.  THE KEY IS THE KIND OF VALUE
001600*        (SEE WS-MAP-TYPE) AND THE REAL VALUE.
001610 FD  MAP-FILE
001620     LABEL RECORDS ARE STANDARD.
001630 01  MAP-RECORD.
001640     05  MAP-KEY.
001650         10  MAP-TYPE            PIC X(01).
001660         10  MAP-REAL            PIC X(20).
001670     05  MAP-FAKE                PIC X(20).
001680
001690 FD  ANON-PERSONS-FILE
001700     LABEL RECORDS ARE STANDARD.
001710 01  ANON-PERSONS-RECORD         PIC X(82).
001720
001730 FD  ANON-SNAPSHOT-FILE
001740     LABEL RECORDS ARE STANDARD.
001750 01  ANON-SNAPSHOT-RECORD        PIC X(83).
001760
001770 FD  ANON-AUDIT-FILE
001780     LABEL RECORDS ARE STANDARD.
001790 01  ANON-AUDIT-RECORD           PIC X(80).
001800
001810 FD  ANON-PENDING-FILE
001820     LABEL RECORDS ARE STANDARD.
001830 01  ANON-PENDING-RECORD         PIC X(82).
001840
001850 FD  ANON-SUSPENSE-FILE
001860     LABEL RECORDS ARE STANDARD.
001870 01  ANON-SUSPENSE-RECORD        PIC X(108).
001880
001890 FD  ANON-FEED-FILE
001900     LABEL RECORDS ARE STANDARD.
001910 01  ANON-FEED-RECORD            PIC X(82).
001920
001930 FD  PRINT-FILE
001940     LABEL RECORDS ARE STANDARD.
001950 01  PRINT-LINE                  PIC X(132).
001960
001970 WORKING-STORAGE SECTION.
001980 77  FS-PERSONS                PIC X(02)   VALUE '00'.
001990     88  FS-PERSONS-OK                     VALUE '00'.
002000 77  FS-SNAPSHOT               PIC X(02)   VALUE '00'.
002010     88  FS-SNAPSHOT-OK                    VALUE '00'.
002020 77  FS-AUDIT                  PIC X(02)   VALUE '00'.
002030     88  FS-AUDIT-OK                       VALUE '00'.
002040 77  FS-PENDING                PIC X(02)   VALUE '00'.
002050     88  FS-PENDING-OK                     VALUE '00'.
002060 77  FS-SUSPENSE               PIC X(02)   VALUE '00'.
002070     88  FS-SUSPENSE-OK                    VALUE '00'.
002080 77  FS-FEED                   PIC X(02)   VALUE '00'.
002090     88  FS-FEED-OK                        VALUE '00'.
002100 77  FS-MAP                    PIC X(02)   VALUE '00'.
002110     88  FS-MAP-OK                         VALUE '00'.
002120     88  FS-MAP-NOT-FOUND                  VALUE '23'.
002130 77  FS-ANON                   PIC X(02)   VALUE '00'.
002135     88  FS-ANON-OK                        VALUE '00'.
002140 77  FS-PRINT                  PIC X(02)   VALUE '00'.
002150
002160 77  WS-PERSONS-COUNT          PIC 9(07)   VALUE ZERO COMP.
002170 77  WS-SNAPSHOT-COUNT         PIC 9(07)   VALUE ZERO COMP.
002180 77  WS-AUDIT-COUNT            PIC 9(07)   VALUE ZERO COMP.
002190 77  WS-PENDING-COUNT          PIC 9(07)   VALUE ZERO COMP.
002200 77  WS-SUSPENSE-COUNT         PIC 9(07)   VALUE ZERO COMP.
002210 77  WS-FEED-COUNT             PIC 9(07)   VALUE ZERO COMP.
002220 77  WS-NUMBERS-MAPPED         PIC 9(07)   VALUE ZERO COMP.
002230 77  WS-NAMES-MAPPED           PIC 9(07)   VALUE ZERO COMP.
002240 77  WS-CONTACTS-MAPPED        PIC 9(07)   VALUE ZERO COMP.
002250 77  WS-CONTACT-IDX            PIC 9(01)   VALUE ZERO COMP.
002260 77  WS-CHAR-SUB               PIC 9(02)   VALUE ZERO COMP.
002270
002280 01  WS-SWITCHES.
002290     05  WS-REFUSED-SWITCH      PIC X(01)  VALUE 'N'.
002300         88  RUN-IS-REFUSED                VALUE 'Y'.
002310     05  WS-INPUT-EOF-SWITCH    PIC X(01)  VALUE 'N'.
002320         88  EOF-INPUT                     VALUE 'Y' FALSE 'N'.
002330     05  WS-MAP-OPEN-SWITCH     PIC X(01)  VALUE 'N'.
002340         88  MAP-IS-OPEN                   VALUE 'Y'.
002350     05  WS-PRINT-OPEN-SWITCH   PIC X(01)  VALUE 'N'.
002360         88  REPORT-IS-OPEN                VALUE 'Y'.
002370
002380 01  WS-REFUSAL-REASON         PIC X(70)   VALUE SPACES.
002390
002400*        THE MAPPING REQUEST - THE KIND OF VALUE, THE REAL VALUE
002410*        IN, THE FAKE VALUE OUT.
002420 01  WS-MAP-TYPE               PIC X(01)   VALUE SPACE.
002430     88  MAP-A-NUMBER                      VALUE 'P'.
002440     88  MAP-A-NAME                        VALUE 'N'.
002450     88  MAP-A-CONTACT                     VALUE 'C'.
002460 01  WS-MAP-REAL               PIC X(20)   VALUE SPACES.
002470 01  WS-MAP-FAKE               PIC X(20)   VALUE SPACES.
002480
002490*        ONE PERSON IN THE PERSONREC LAYOUT, FOR THE MASTER AND
002500*        THE SNAPSHOT DETAILS.  ONLY THE NUMBER, NAME AND
002510*        CONTACTS ARE TOUCHED - THE REST GOES THROUGH AS IT IS.
002520 01  WS-ANON-PERSON.
002530     05  ANP-NUMBER             PIC X(11).
002540     05  ANP-NAME               PIC X(20).
002550     05  ANP-WEIGHT             PIC X(02).
002560     05  ANP-CONTACT            OCCURS 3 TIMES.
002570         10  ANP-CT-TYPE        PIC X(01).
002580         10  ANP-CT-NUMBER      PIC X(11).
002590     05  ANP-REST               PIC X(13).
002600
002610*        THE RAW FEED LAYOUT, FOR THE FEED, THE PENDING FILE AND
002620*        THE TRANSACTION HELD ON A SUSPENSE RECORD.
002630 COPY PERSRAW.
002640
002650*        FAKE VALUE GENERATOR - A MULTIPLICATIVE CONGRUENTIAL
002660*        GENERATOR (MULTIPLIER 16807, MODULUS 2**31 - 1), SEEDED
002670*        FROM THE TIME OF DAY AT THE START OF THE RUN.
002680 77  WS-RANDOM                 PIC 9(10)   VALUE ZERO COMP.
002690 77  WS-RANDOM-PRODUCT         PIC 9(15)   VALUE ZERO COMP.
002700 77  WS-RANDOM-QUOTIENT        PIC 9(15)   VALUE ZERO COMP.
002710 77  WS-RANDOM-DIGIT           PIC 9(01)   VALUE ZERO.
002720 77  WS-RANDOM-GAP             PIC 9(02)   VALUE ZERO COMP.
002730 01  WS-CLOCK-TIME             PIC 9(08)   VALUE ZERO.
002740
002750*        FAKE PERSON NUMBERS - EACH ONE A SMALL RANDOM STEP ABOVE
002760*        THE LAST, STARTING FROM A RANDOM BASE.
002770 77  WS-NEXT-NUMBER            PIC 9(11)   VALUE ZERO COMP.
002780 01  WS-FAKE-NUMBER            PIC 9(11)   VALUE ZERO.
002790
002800*        FAKE NAMES.  THE N-TH DISTINCT REAL NAME TAKES ENTRY
002810*        (N * 37 + OFFSET) MOD 2500 OF THE 50 X 50 FIRST NAME AND
002820*        SURNAME GRID - 37 SHARES NO FACTOR WITH 2500, SO EVERY
002830*        PAIR IS USED ONCE BEFORE ANY REPEATS - AND EACH FURTHER
002840*        2500 NAMES ADD THE NEXT MIDDLE INITIAL.
002850 01  WS-FIRST-NAME-VALUES.
002860     05  FILLER  PIC X(40)
002870         VALUE 'JAMES   JOHN    ROBERT  MICHAEL WILLIAM '.
002880     05  FILLER  PIC X(40)
002890         VALUE 'DAVID   RICHARD JOSEPH  THOMAS  CHARLES '.
002900     05  FILLER  PIC X(40)
002910         VALUE 'MARY    PATRICIAJENNIFERLINDA   SUSAN   '.
002920     05  FILLER  PIC X(40)
002930         VALUE 'BARBARA JESSICA SARAH   KAREN   NANCY   '.
002940     05  FILLER  PIC X(40)
002950         VALUE 'DANIEL  MATTHEW ANTHONY MARK    DONALD  '.
002960     05  FILLER  PIC X(40)
002970         VALUE 'STEVEN  PAUL    ANDREW  JOSHUA  KENNETH '.
002980     05  FILLER  PIC X(40)
002990         VALUE 'LISA    BETTY   MARGARETSANDRA  ASHLEY  '.
003000     05  FILLER  PIC X(40)
003010         VALUE 'DOROTHY KIMBERLYEMILY   DONNA   MICHELLE'.
003020     05  FILLER  PIC X(40)
003030         VALUE 'KEVIN   BRIAN   GEORGE  EDWARD  RONALD  '.
003040     05  FILLER  PIC X(40)
003050         VALUE 'CAROL   AMANDA  MELISSA DEBORAH HELEN   '.
003060 01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
003070     05  WS-FIRST-NAME          PIC X(08)  OCCURS 50 TIMES.
003080 01  WS-SURNAME-VALUES.
003090     05  FILLER  PIC X(45)
003100         VALUE 'SMITH    JOHNSON  WILLIAMS BROWN    JONES    '.
003110     05  FILLER  PIC X(45)
003120         VALUE 'GARCIA   MILLER   DAVIS    RODRIGUEZMARTINEZ '.
003130     05  FILLER  PIC X(45)
003140         VALUE 'HERNANDEZLOPEZ    GONZALEZ WILSON   ANDERSON '.
003150     05  FILLER  PIC X(45)
003160         VALUE 'THOMAS   TAYLOR   MOORE    JACKSON  MARTIN   '.
003170     05  FILLER  PIC X(45)
003180         VALUE 'LEE      PEREZ    THOMPSON WHITE    HARRIS   '.
003190     05  FILLER  PIC X(45)
003200         VALUE 'SANCHEZ  CLARK    RAMIREZ  LEWIS    ROBINSON '.
003210     05  FILLER  PIC X(45)
003220         VALUE 'WALKER   YOUNG    ALLEN    KING     WRIGHT   '.
003230     05  FILLER  PIC X(45)
003240         VALUE 'SCOTT    TORRES   NGUYEN   HILL     FLORES   '.
003250     05  FILLER  PIC X(45)
003260         VALUE 'GREEN    ADAMS    NELSON   BAKER    HALL     '.
003270     05  FILLER  PIC X(45)
003280         VALUE 'RIVERA   CAMPBELL MITCHELL CARTER   ROBERTS  '.
003290 01  WS-SURNAME-TABLE REDEFINES WS-SURNAME-VALUES.
003300     05  WS-SURNAME             PIC X(09)  OCCURS 50 TIMES.
003310 01  WS-INITIALS               PIC X(26)
003320         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
003330 77  WS-NAME-OFFSET            PIC 9(04)   VALUE ZERO COMP.
003340 77  WS-NAME-PRODUCT           PIC 9(09)   VALUE ZERO COMP.
003350 77  WS-NAME-QUOTIENT          PIC 9(09)   VALUE ZERO COMP.
003360 77  WS-NAME-PICK              PIC 9(04)   VALUE ZERO COMP.
003370 77  WS-FIRST-SUB              PIC 9(02)   VALUE ZERO COMP.
003380 77  WS-SURNAME-SUB            PIC 9(02)   VALUE ZERO COMP.
003390 77  WS-INITIAL-SUB            PIC 9(02)   VALUE ZERO COMP.
003400
003410*        FAKE CONTACT NUMBERS ARE BUILT ONE CHARACTER AT A TIME.
003420 01  WS-CONTACT-WORK           PIC X(11)   VALUE SPACES.
003430 01  WS-ONE-CHAR               PIC X(01)   VALUE SPACE.
003440
003450*        BUSINESS PROCESSING DATE FROM THE PERSBDTE SERVICE, FOR
003460*        THE REPORT HEADING.
003470 COPY BUSDPARM.
003480
003490 01  HDG-LINE-1.
003500     05  FILLER                  PIC X(25)  VALUE SPACES.
003510     05  FILLER                  PIC X(35)
003520         VALUE 'ANONYMIZED TEST COPY'.
003530     05  FILLER                  PIC X(06)  VALUE 'DATE: '.
003540     05  HDG1-RUN-DATE           PIC 9(08).
003550
003560 01  MSG-LINE.
003570     05  FILLER                  PIC X(01)  VALUE SPACES.
003580     05  MSG-TEXT                PIC X(70).
003590
003600 01  SUMMARY-LINE.
003610     05  FILLER                  PIC X(01)  VALUE SPACES.
003620     05  SUM-LABEL               PIC X(26).
003630     05  SUM-COUNT               PIC ZZZ,ZZ9.
003640
003650 PROCEDURE DIVISION.
003660 0000-MAINLINE.
003670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003680     IF NOT RUN-IS-REFUSED
003690         PERFORM 2000-COPY-MASTER THRU 2000-EXIT
003700     END-IF.
003710     IF NOT RUN-IS-REFUSED
003720         PERFORM 2100-COPY-SNAPSHOT THRU 2100-EXIT
003730     END-IF.
003740     IF NOT RUN-IS-REFUSED
003750         PERFORM 2200-COPY-AUDIT THRU 2200-EXIT
003760     END-IF.
003770     IF NOT RUN-IS-REFUSED
003780         PERFORM 2300-COPY-PENDING THRU 2300-EXIT
003790     END-IF.
003800     IF NOT RUN-IS-REFUSED
003810         PERFORM 2400-COPY-SUSPENSE THRU 2400-EXIT
003820     END-IF.
003830     IF NOT RUN-IS-REFUSED
003840         PERFORM 2500-COPY-FEED THRU 2500-EXIT
003850     END-IF.
003860     PERFORM 7500-PRINT-SUMMARY THRU 7500-EXIT.
003870     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003880     STOP RUN.
003890
003900*****************************************************************
003910*    1000-INITIALIZE - OPEN THE REPORT AND THE MAP, AND SEED THE
003920*    GENERATOR.  THE MAP CLUSTER IS DEFINED EMPTY BY THE STEP
003930*    BEFORE THIS ONE; IT IS OPENED OUTPUT AND CLOSED ONCE TO
003940*    PUT IT IN A STATE THAT CAN BE OPENED I-O.
003950*****************************************************************
003960 1000-INITIALIZE.
003970     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
003980     OPEN OUTPUT PRINT-FILE.
003990     SET REPORT-IS-OPEN TO TRUE.
004000     MOVE WS-BUSINESS-DATE TO HDG1-RUN-DATE.
004010     MOVE HDG-LINE-1 TO PRINT-LINE.
004020     WRITE PRINT-LINE.
004030     MOVE SPACES TO PRINT-LINE.
004040     WRITE PRINT-LINE.
004050     OPEN OUTPUT MAP-FILE.
004060     IF FS-MAP-OK
004070         CLOSE MAP-FILE
004080         OPEN I-O MAP-FILE
004090     END-IF.
004100     IF NOT FS-MAP-OK
004110         MOVE SPACES TO WS-REFUSAL-REASON
004120         STRING 'MAP FILE PERSANMP COULD NOT BE OPENED, STATUS '
004130                FS-MAP
004140             DELIMITED BY SIZE INTO WS-REFUSAL-REASON
004150         SET RUN-IS-REFUSED TO TRUE
004160         GO TO 1000-EXIT
004170     END-IF.
004180     SET MAP-IS-OPEN TO TRUE.
004190     ACCEPT WS-CLOCK-TIME FROM TIME.
004200     DIVIDE WS-CLOCK-TIME BY 2147483647 GIVING WS-RANDOM-QUOTIENT
004210         REMAINDER WS-RANDOM.
004220     ADD 1 TO WS-RANDOM.
004230     PERFORM 6000-NEXT-RANDOM THRU 6000-EXIT.
004240     PERFORM 6000-NEXT-RANDOM THRU 6000-EXIT.
004250     DIVIDE WS-RANDOM BY 2500 GIVING WS-RANDOM-QUOTIENT
004260         REMAINDER WS-NAME-OFFSET.
004270     PERFORM 6000-NEXT-RANDOM THRU 6000-EXIT.
004280     DIVIDE WS-RANDOM BY 800000000 GIVING WS-RANDOM-QUOTIENT
004290         REMAINDER WS-NEXT-NUMBER.
004300     MULTIPLY 100 BY WS-NEXT-NUMBER.
004310     ADD 10000000000 TO WS-NEXT-NUMBER.
004320 1000-EXIT.
004330     EXIT.
004340
004350*****************************************************************
004360*    2000-COPY-MASTER - THE MASTER, IN KEY ORDER, TO ANONPERS.
004370*    IT GOES FIRST SO ITS NUMBERS ARE HANDED OUT RISING IN THE
004380*    SAME ORDER AS THE REAL ONES AND THE COPY CAN BE LOADED
004390*    STRAIGHT INTO A TEST CLUSTER.
004400*****************************************************************
004410 2000-COPY-MASTER.
004420     OPEN OUTPUT ANON-PERSONS-FILE.
004421     IF NOT FS-ANON-OK
004422         MOVE SPACES TO WS-REFUSAL-REASON
004423         STRING 'COPY ANONPERS COULD NOT BE OPENED, STATUS '
004424                FS-ANON
004425             DELIMITED BY SIZE INTO WS-REFUSAL-REASON
004426         SET RUN-IS-REFUSED TO TRUE
004427         GO TO 2000-EXIT
004428     END-IF.
004430     OPEN INPUT PERSONS-FILE.
004440     IF NOT FS-PERSONS-OK
004450         MOVE SPACES TO WS-REFUSAL-REASON
004460         STRING 'PERSONS MASTER COULD NOT BE OPENED, STATUS '
004470                FS-PERSONS
004480             DELIMITED BY SIZE INTO WS-REFUSAL-REASON
004490         SET RUN-IS-REFUSED TO TRUE
004500         CLOSE ANON-PERSONS-FILE
004510         GO TO 2000-EXIT
004520     END-IF.
004530     SET EOF-INPUT TO FALSE.
004540     PERFORM 2010-READ-MASTER THRU 2010-EXIT.
004550     PERFORM 2020-COPY-PERSON THRU 2020-EXIT
004560         UNTIL EOF-INPUT OR RUN-IS-REFUSED.
004570     CLOSE PERSONS-FILE.
004580     CLOSE ANON-PERSONS-FILE.
004590 2000-EXIT.
004600     EXIT.
004610
004620 2010-READ-MASTER.
004630     READ PERSONS-FILE INTO WS-ANON-PERSON
004640         AT END
004650             SET EOF-INPUT TO TRUE
004660     END-READ.
004670 2010-EXIT.
004680     EXIT.
004690
004700 2020-COPY-PERSON.
004710     PERFORM 4000-SCRAMBLE-PERSON THRU 4000-EXIT.
004720     WRITE ANON-PERSONS-RECORD FROM WS-ANON-PERSON.
004730     ADD 1 TO WS-PERSONS-COUNT.
004740     PERFORM 2010-READ-MASTER THRU 2010-EXIT.
004750 2020-EXIT.
004760     EXIT.
004770
004780*****************************************************************
004790*    2100-COPY-SNAPSHOT - THE BACKUP SNAPSHOT TO ANONBKUP, SO
004800*    PERSRECN AND PERSRCVR HAVE A STARTING POINT IN TEST.  THE
004810*    HEADER AND TRAILER GO THROUGH AS THEY ARE.  A PERSON ON THE
004820*    SNAPSHOT BUT NO LONGER ON THE MASTER GETS A NUMBER ABOVE
004830*    ALL THE MASTER'S, SO THE DETAILS MAY NOT BE IN KEY ORDER -
004840*    BOTH READERS LOAD THEM BY KEY.
004850*****************************************************************
004860 2100-COPY-SNAPSHOT.
004870     OPEN OUTPUT ANON-SNAPSHOT-FILE.
004871     IF NOT FS-ANON-OK
004872         MOVE SPACES TO WS-REFUSAL-REASON
004873         STRING 'COPY ANONBKUP COULD NOT BE OPENED, STATUS '
004874                FS-ANON
004875             DELIMITED BY SIZE INTO WS-REFUSAL-REASON
004876         SET RUN-IS-REFUSED TO TRUE
004877         GO TO 2100-EXIT
004878     END-IF.
004880     OPEN INPUT SNAPSHOT-FILE.
004890     IF NOT FS-SNAPSHOT-OK
004900         DISPLAY 'PERSANON - NO SNAPSHOT, STATUS ' FS-SNAPSHOT
004910         CLOSE ANON-SNAPSHOT-FILE
004920         GO TO 2100-EXIT
004930     END-IF.
004940     SET EOF-INPUT TO FALSE.
004950     PERFORM 2110-READ-SNAPSHOT THRU 2110-EXIT.
004960     PERFORM 2120-COPY-SNAP-RECORD THRU 2120-EXIT
004970         UNTIL EOF-INPUT OR RUN-IS-REFUSED.
004980     CLOSE SNAPSHOT-FILE.
004990     CLOSE ANON-SNAPSHOT-FILE.
005000 2100-EXIT.
005010     EXIT.
005020
005030 2110-READ-SNAPSHOT.
005040     READ SNAPSHOT-FILE
005050         AT END
005060             SET EOF-INPUT TO TRUE
005070     END-READ.
005080 2110-EXIT.
005090     EXIT.
005100
005110 2120-COPY-SNAP-RECORD.
005120     IF BKP-REC-IS-DETAIL
005130         MOVE BACKUP-DETAIL(2:82) TO WS-ANON-PERSON
005140         PERFORM 4000-SCRAMBLE-PERSON THRU 4000-EXIT
005150         MOVE WS-ANON-PERSON TO BACKUP-DETAIL(2:82)
005160     END-IF.
005170     WRITE ANON-SNAPSHOT-RECORD FROM BACKUP-RECORD.
005180     ADD 1 TO WS-SNAPSHOT-COUNT.
005190     PERFORM 2110-READ-SNAPSHOT THRU 2110-EXIT.
005200 2120-EXIT.
005210     EXIT.
005220
005230*****************************************************************
005240*    2200-COPY-AUDIT - THE AUDIT TRAIL TO ANONAUDT, IN THE ORDER
005250*    IT WAS WRITTEN.  EVERY NON-BLANK AUD-NUMBER IS MAPPED; THE
005260*    BEFORE AND AFTER NAMES ONLY WHERE THEY HOLD NAMES.
005270*****************************************************************
005280 2200-COPY-AUDIT.
005290     OPEN OUTPUT ANON-AUDIT-FILE.
005291     IF NOT FS-ANON-OK
005292         MOVE SPACES TO WS-REFUSAL-REASON
005293         STRING 'COPY ANONAUDT COULD NOT BE OPENED, STATUS '
005294                FS-ANON
005295             DELIMITED BY SIZE INTO WS-REFUSAL-REASON
005296         SET RUN-IS-REFUSED TO TRUE
005297         GO TO 2200-EXIT
005298     END-IF.
005300     OPEN INPUT AUDIT-FILE.
005310     IF NOT FS-AUDIT-OK
005320         DISPLAY 'PERSANON - NO AUDIT TRAIL, STATUS ' FS-AUDIT
005330         CLOSE ANON-AUDIT-FILE
005340         GO TO 2200-EXIT
005350     END-IF.
005360     SET EOF-INPUT TO FALSE.
005370     PERFORM 2210-READ-AUDIT THRU 2210-EXIT.
005380     PERFORM 2220-COPY-AUDIT-RECORD THRU 2220-EXIT
005390         UNTIL EOF-INPUT OR RUN-IS-REFUSED.
005400     CLOSE AUDIT-FILE.
005410     CLOSE ANON-AUDIT-FILE.
005420 2200-EXIT.
005430     EXIT.
005440
005450 2210-READ-AUDIT.
005460     READ AUDIT-FILE
005470         AT END
005480             SET EOF-INPUT TO TRUE
005490     END-READ.
005500 2210-EXIT.
005510     EXIT.
005520
005530 2220-COPY-AUDIT-RECORD.
005540     IF AUD-NUMBER NOT = SPACES
005550         SET MAP-A-NUMBER TO TRUE
005560         MOVE AUD-NUMBER TO WS-MAP-REAL
005570         PERFORM 5000-MAP-VALUE THRU 5000-EXIT
005580         MOVE WS-MAP-FAKE TO AUD-NUMBER
005590     END-IF.
005600     IF AUD-OP-IS-TRANSFER
005610         OR AUD-OP-IS-SIGNON-FAIL
005620         OR AUD-OP-IS-REFUSED
005630         GO TO 2220-WRITE
005640     END-IF.
005650     IF AUD-BEFORE-NAME NOT = SPACES
005660         SET MAP-A-NAME TO TRUE
005670         MOVE AUD-BEFORE-NAME TO WS-MAP-REAL
005680         PERFORM 5000-MAP-VALUE THRU 5000-EXIT
005690         MOVE WS-MAP-FAKE TO AUD-BEFORE-NAME
005700     END-IF.
005710     IF AUD-AFTER-NAME NOT = SPACES
005720         SET MAP-A-NAME TO TRUE
005730         MOVE AUD-AFTER-NAME TO WS-MAP-REAL
005740         PERFORM 5000-MAP-VALUE THRU 5000-EXIT
005750         MOVE WS-MAP-FAKE TO AUD-AFTER-NAME
005760     END-IF.
005770 2220-WRITE.
005780     WRITE ANON-AUDIT-RECORD FROM AUDIT-RECORD.
005790     ADD 1 TO WS-AUDIT-COUNT.
005800     PERFORM 2210-READ-AUDIT THRU 2210-EXIT.
005810 2220-EXIT.
005820     EXIT.
005830
005840*****************************************************************
005850*    2300-COPY-PENDING - THE FUTURE-DATED TRANSACTIONS TO
005860*    ANONPEND.
005870*****************************************************************
005880 2300-COPY-PENDING.
005890     OPEN OUTPUT ANON-PENDING-FILE.
005891     IF NOT FS-ANON-OK
005892         MOVE SPACES TO WS-REFUSAL-REASON
005893         STRING 'COPY ANONPEND COULD NOT BE OPENED, STATUS '
005894                FS-ANON
005895             DELIMITED BY SIZE INTO WS-REFUSAL-REASON
005896         SET RUN-IS-REFUSED TO TRUE
005897         GO TO 2300-EXIT
005898     END-IF.
005900     OPEN INPUT PENDING-FILE.
005910     IF NOT FS-PENDING-OK
005920         DISPLAY 'PERSANON - NO PENDING FILE, STATUS ' FS-PENDING
005930         CLOSE ANON-PENDING-FILE
005940         GO TO 2300-EXIT
005950     END-IF.
005960     SET EOF-INPUT TO FALSE.
005970     PERFORM 2310-READ-PENDING THRU 2310-EXIT.
005980     PERFORM 2320-COPY-PENDING-RECORD THRU 2320-EXIT
005990         UNTIL EOF-INPUT OR RUN-IS-REFUSED.
006000     CLOSE PENDING-FILE.
006010     CLOSE ANON-PENDING-FILE.
006020 2300-EXIT.
006030     EXIT.
006040
006050 2310-READ-PENDING.
006060     READ PENDING-FILE INTO PERSON-RAW-RECORD
006070         AT END
006080             SET EOF-INPUT TO TRUE
006090     END-READ.
006100 2310-EXIT.
006110     EXIT.
006120
006130 2320-COPY-PENDING-RECORD.
006140     PERFORM 4100-SCRAMBLE-RAW THRU 4100-EXIT.
006150     WRITE ANON-PENDING-RECORD FROM PERSON-RAW-RECORD.
006160     ADD 1 TO WS-PENDING-COUNT.
006170     PERFORM 2310-READ-PENDING THRU 2310-EXIT.
006180 2320-EXIT.
006190     EXIT.
006200
006210*****************************************************************
006220*    2400-COPY-SUSPENSE - THE WEIGHT SUSPENSE FILE TO ANONSUSP.
006230*    ONLY THE HELD TRANSACTION IMAGE IS SCRAMBLED.
006240*****************************************************************
006250 2400-COPY-SUSPENSE.
006260     OPEN OUTPUT ANON-SUSPENSE-FILE.
006261     IF NOT FS-ANON-OK
006262         MOVE SPACES TO WS-REFUSAL-REASON
006263         STRING 'COPY ANONSUSP COULD NOT BE OPENED, STATUS '
006264                FS-ANON
006265             DELIMITED BY SIZE INTO WS-REFUSAL-REASON
006266         SET RUN-IS-REFUSED TO TRUE
006267         GO TO 2400-EXIT
006268     END-IF.
006270     OPEN INPUT SUSPENSE-FILE.
006280     IF NOT FS-SUSPENSE-OK
006290         DISPLAY 'PERSANON - NO SUSPENSE FILE, STATUS '
006300             FS-SUSPENSE
006310         CLOSE ANON-SUSPENSE-FILE
006320         GO TO 2400-EXIT
006330     END-IF.
006340     SET EOF-INPUT TO FALSE.
006350     PERFORM 2410-READ-SUSPENSE THRU 2410-EXIT.
006360     PERFORM 2420-COPY-SUSPENSE-RECORD THRU 2420-EXIT
006370         UNTIL EOF-INPUT OR RUN-IS-REFUSED.
006380     CLOSE SUSPENSE-FILE.
006390     CLOSE ANON-SUSPENSE-FILE.
006400 2400-EXIT.
006410     EXIT.
006420
006430 2410-READ-SUSPENSE.
006440     READ SUSPENSE-FILE
006450         AT END
006460             SET EOF-INPUT TO TRUE
006470     END-READ.
006480 2410-EXIT.
006490     EXIT.
006500
006510 2420-COPY-SUSPENSE-RECORD.
006520     MOVE SUSP-TRANS-IMAGE TO PERSON-RAW-RECORD.
006530     PERFORM 4100-SCRAMBLE-RAW THRU 4100-EXIT.
006540     MOVE PERSON-RAW-RECORD TO SUSP-TRANS-IMAGE.
006550     WRITE ANON-SUSPENSE-RECORD FROM SUSPENSE-RECORD.
006560     ADD 1 TO WS-SUSPENSE-COUNT.
006570     PERFORM 2410-READ-SUSPENSE THRU 2410-EXIT.
006580 2420-EXIT.
006590     EXIT.
006600
006610*****************************************************************
006620*    2500-COPY-FEED - A PERSIN FEED TO ANONIN, HEADER AND
006630*    TRAILER UNCHANGED SO IT STILL BALANCES AGAINST THE FEED
006640*    CONTROL FILE.
006650*****************************************************************
006660 2500-COPY-FEED.
006670     OPEN OUTPUT ANON-FEED-FILE.
006671     IF NOT FS-ANON-OK
006672         MOVE SPACES TO WS-REFUSAL-REASON
006673         STRING 'COPY ANONIN COULD NOT BE OPENED, STATUS '
006674                FS-ANON
006675             DELIMITED BY SIZE INTO WS-REFUSAL-REASON
006676         SET RUN-IS-REFUSED TO TRUE
006677         GO TO 2500-EXIT
006678     END-IF.
006680     OPEN INPUT FEED-FILE.
006690     IF NOT FS-FEED-OK
006700         DISPLAY 'PERSANON - NO FEED, STATUS ' FS-FEED
006710         CLOSE ANON-FEED-FILE
006720         GO TO 2500-EXIT
006730     END-IF.
006740     SET EOF-INPUT TO FALSE.
006750     PERFORM 2510-READ-FEED THRU 2510-EXIT.
006760     PERFORM 2520-COPY-FEED-RECORD THRU 2520-EXIT
006770         UNTIL EOF-INPUT OR RUN-IS-REFUSED.
006780     CLOSE FEED-FILE.
006790     CLOSE ANON-FEED-FILE.
006800 2500-EXIT.
006810     EXIT.
006820
006830 2510-READ-FEED.
006840     READ FEED-FILE INTO PERSON-RAW-RECORD
006850         AT END
006860             SET EOF-INPUT TO TRUE
006870     END-READ.
006880 2510-EXIT.
006890     EXIT.
006900
006910 2520-COPY-FEED-RECORD.
006920     PERFORM 4100-SCRAMBLE-RAW THRU 4100-EXIT.
006930     WRITE ANON-FEED-RECORD FROM PERSON-RAW-RECORD.
006940     ADD 1 TO WS-FEED-COUNT.
006950     PERFORM 2510-READ-FEED THRU 2510-EXIT.
006960 2520-EXIT.
006970     EXIT.
006980
006990*****************************************************************
007000*    4000-SCRAMBLE-PERSON - THE NUMBER, NAME AND CONTACT NUMBERS
007010*    OF WS-ANON-PERSON.
007020*****************************************************************
007030 4000-SCRAMBLE-PERSON.
007040     IF ANP-NUMBER NOT = SPACES
007050         SET MAP-A-NUMBER TO TRUE
007060         MOVE ANP-NUMBER TO WS-MAP-REAL
007070         PERFORM 5000-MAP-VALUE THRU 5000-EXIT
007080         MOVE WS-MAP-FAKE TO ANP-NUMBER
007090     END-IF.
007100     IF ANP-NAME NOT = SPACES
007110         SET MAP-A-NAME TO TRUE
007120         MOVE ANP-NAME TO WS-MAP-REAL
007130         PERFORM 5000-MAP-VALUE THRU 5000-EXIT
007140         MOVE WS-MAP-FAKE TO ANP-NAME
007150     END-IF.
007160     PERFORM 4010-SCRAMBLE-CONTACT THRU 4010-EXIT
007170         VARYING WS-CONTACT-IDX FROM 1 BY 1
007180         UNTIL WS-CONTACT-IDX > 3.
007190 4000-EXIT.
007200     EXIT.
007210
007220 4010-SCRAMBLE-CONTACT.
007230     IF ANP-CT-NUMBER(WS-CONTACT-IDX) NOT = SPACES
007240         SET MAP-A-CONTACT TO TRUE
007250         MOVE ANP-CT-NUMBER(WS-CONTACT-IDX) TO WS-MAP-REAL
007260         PERFORM 5000-MAP-VALUE THRU 5000-EXIT
007270         MOVE WS-MAP-FAKE TO ANP-CT-NUMBER(WS-CONTACT-IDX)
007280     END-IF.
007290 4010-EXIT.
007300     EXIT.
007310
007320*****************************************************************
007330*    4100-SCRAMBLE-RAW - THE SAME FOR A RAW TRANSACTION IMAGE.
007340*    A FEED HEADER OR TRAILER CARRIES NO PERSON AND IS LEFT.
007350*****************************************************************
007360 4100-SCRAMBLE-RAW.
007370     IF PRAW-REC-IS-HEADER
007380         OR PRAW-REC-IS-TRAILER
007390         GO TO 4100-EXIT
007400     END-IF.
007410     IF PRAW-NUMBER NOT = SPACES
007420         SET MAP-A-NUMBER TO TRUE
007430         MOVE PRAW-NUMBER TO WS-MAP-REAL
007440         PERFORM 5000-MAP-VALUE THRU 5000-EXIT
007450         MOVE WS-MAP-FAKE TO PRAW-NUMBER
007460     END-IF.
007470     IF PRAW-NAME NOT = SPACES
007480         SET MAP-A-NAME TO TRUE
007490         MOVE PRAW-NAME TO WS-MAP-REAL
007500         PERFORM 5000-MAP-VALUE THRU 5000-EXIT
007510         MOVE WS-MAP-FAKE TO PRAW-NAME
007520     END-IF.
007530     PERFORM 4110-SCRAMBLE-RAW-CONTACT THRU 4110-EXIT
007540         VARYING WS-CONTACT-IDX FROM 1 BY 1
007550         UNTIL WS-CONTACT-IDX > 3.
007560 4100-EXIT.
007570     EXIT.
007580
007590 4110-SCRAMBLE-RAW-CONTACT.
007600     IF PRAW-CONTACT-NUMBER(WS-CONTACT-IDX) NOT = SPACES
007610         SET MAP-A-CONTACT TO TRUE
007620         MOVE PRAW-CONTACT-NUMBER(WS-CONTACT-IDX) TO WS-MAP-REAL
007630         PERFORM 5000-MAP-VALUE THRU 5000-EXIT
007640         MOVE WS-MAP-FAKE TO PRAW-CONTACT-NUMBER(WS-CONTACT-IDX)
007650     END-IF.
007660 4110-EXIT.
007670     EXIT.
007680
007690*****************************************************************
007700*    5000-MAP-VALUE - THE FAKE VALUE FOR WS-MAP-REAL OF KIND
007710*    WS-MAP-TYPE.  ONE ALREADY ON THE MAP IS REUSED; OTHERWISE A
007720*    NEW ONE IS MADE AND ADDED.  A MAP THAT CANNOT BE READ OR
007730*    WRITTEN STOPS THE RUN - A VALUE MAPPED TWO WAYS WOULD
007740*    BREAK THE COPY.
007750*****************************************************************
007760 5000-MAP-VALUE.
007770     MOVE WS-MAP-TYPE TO MAP-TYPE.
007780     MOVE WS-MAP-REAL TO MAP-REAL.
007790     READ MAP-FILE.
007800     IF FS-MAP-OK
007810         MOVE MAP-FAKE TO WS-MAP-FAKE
007820         GO TO 5000-EXIT
007830     END-IF.
007840     IF NOT FS-MAP-NOT-FOUND
007850         GO TO 5000-MAP-FAILED
007860     END-IF.
007870     MOVE SPACES TO WS-MAP-FAKE.
007880     IF MAP-A-NUMBER
007890         PERFORM 5100-MAKE-NUMBER THRU 5100-EXIT
007900     ELSE
007910         IF MAP-A-NAME
007920             PERFORM 5200-MAKE-NAME THRU 5200-EXIT
007930         ELSE
007940             PERFORM 5300-MAKE-CONTACT THRU 5300-EXIT
007950         END-IF
007960     END-IF.
007970     MOVE WS-MAP-TYPE TO MAP-TYPE.
007980     MOVE WS-MAP-REAL TO MAP-REAL.
007990     MOVE WS-MAP-FAKE TO MAP-FAKE.
008000     WRITE MAP-RECORD.
008010     IF FS-MAP-OK
008020         GO TO 5000-EXIT
008030     END-IF.
008040 5000-MAP-FAILED.
008050     MOVE SPACES TO WS-REFUSAL-REASON.
008060     STRING 'MAP FILE PERSANMP FAILED, STATUS ' FS-MAP
008070         DELIMITED BY SIZE INTO WS-REFUSAL-REASON.
008080     SET RUN-IS-REFUSED TO TRUE.
008090     MOVE ALL '*' TO WS-MAP-FAKE.
008100 5000-EXIT.
008110     EXIT.
008120
008130*****************************************************************
008140*    5100-MAKE-NUMBER - THE NEXT FAKE PERSON NUMBER, 1 TO 64
008150*    ABOVE THE LAST.
008160*****************************************************************
008170 5100-MAKE-NUMBER.
008180     PERFORM 6000-NEXT-RANDOM THRU 6000-EXIT.
008190     DIVIDE WS-RANDOM BY 64 GIVING WS-RANDOM-QUOTIENT
008200         REMAINDER WS-RANDOM-GAP.
008210     ADD 1 WS-RANDOM-GAP TO WS-NEXT-NUMBER.
008220     MOVE WS-NEXT-NUMBER TO WS-FAKE-NUMBER.
008230     MOVE WS-FAKE-NUMBER TO WS-MAP-FAKE.
008240     ADD 1 TO WS-NUMBERS-MAPPED.
008250 5100-EXIT.
008260     EXIT.
008270
008280*****************************************************************
008290*    5200-MAKE-NAME - THE NEXT FAKE NAME FROM THE GRID,
008300*    FIRST NAME, MIDDLE INITIAL (AFTER THE FIRST 2500) AND
008310*    SURNAME.  THE INITIAL CYCLES AFTER Z, SO PAST 67,500
008320*    DISTINCT NAMES A FAKE NAME CAN REPEAT.
008330*****************************************************************
008340 5200-MAKE-NAME.
008350     COMPUTE WS-NAME-PRODUCT =
008360         (WS-NAMES-MAPPED * 37) + WS-NAME-OFFSET.
008370     DIVIDE WS-NAME-PRODUCT BY 2500 GIVING WS-NAME-QUOTIENT
008380         REMAINDER WS-NAME-PICK.
008390     DIVIDE WS-NAME-PICK BY 50 GIVING WS-FIRST-SUB
008400         REMAINDER WS-SURNAME-SUB.
008410     ADD 1 TO WS-FIRST-SUB.
008420     ADD 1 TO WS-SURNAME-SUB.
008430     DIVIDE WS-NAMES-MAPPED BY 2500 GIVING WS-NAME-QUOTIENT.
008440     DIVIDE WS-NAME-QUOTIENT BY 27 GIVING WS-NAME-PRODUCT
008450         REMAINDER WS-INITIAL-SUB.
008460     IF WS-INITIAL-SUB = ZERO
008470         STRING WS-FIRST-NAME(WS-FIRST-SUB) DELIMITED BY SPACE
008480                ' '                         DELIMITED BY SIZE
008490                WS-SURNAME(WS-SURNAME-SUB)  DELIMITED BY SPACE
008500             INTO WS-MAP-FAKE
008510     ELSE
008520         STRING WS-FIRST-NAME(WS-FIRST-SUB) DELIMITED BY SPACE
008530                ' '                         DELIMITED BY SIZE
008540                WS-INITIALS(WS-INITIAL-SUB:1)
008550                                            DELIMITED BY SIZE
008560                ' '                         DELIMITED BY SIZE
008570                WS-SURNAME(WS-SURNAME-SUB)  DELIMITED BY SPACE
008580             INTO WS-MAP-FAKE
008590     END-IF.
008600     ADD 1 TO WS-NAMES-MAPPED.
008610 5200-EXIT.
008620     EXIT.
008630
008640*****************************************************************
008650*    5300-MAKE-CONTACT - A FAKE CONTACT NUMBER THE SAME SHAPE AS
008660*    THE REAL ONE: THE FIRST CHARACTER KEPT, EVERY LATER DIGIT
008670*    REPLACED BY A RANDOM DIGIT, EVERYTHING ELSE KEPT.
008680*****************************************************************
008690 5300-MAKE-CONTACT.
008700     MOVE WS-MAP-REAL(1:11) TO WS-CONTACT-WORK.
008710     PERFORM 5310-SCRAMBLE-DIGIT THRU 5310-EXIT
008720         VARYING WS-CHAR-SUB FROM 2 BY 1
008730         UNTIL WS-CHAR-SUB > 11.
008740     MOVE WS-CONTACT-WORK TO WS-MAP-FAKE.
008750     ADD 1 TO WS-CONTACTS-MAPPED.
008760 5300-EXIT.
008770     EXIT.
008780
008790 5310-SCRAMBLE-DIGIT.
008800     MOVE WS-CONTACT-WORK(WS-CHAR-SUB:1) TO WS-ONE-CHAR.
008810     IF WS-ONE-CHAR IS NUMERIC
008820         PERFORM 6000-NEXT-RANDOM THRU 6000-EXIT
008830         DIVIDE WS-RANDOM BY 10 GIVING WS-RANDOM-QUOTIENT
008840             REMAINDER WS-RANDOM-DIGIT
008850         MOVE WS-RANDOM-DIGIT TO WS-CONTACT-WORK(WS-CHAR-SUB:1)
008860     END-IF.
008870 5310-EXIT.
008880     EXIT.
008890
008900*****************************************************************
008910*    6000-NEXT-RANDOM - THE NEXT VALUE OF THE GENERATOR, 1 TO
008920*    2**31 - 2.
008930*****************************************************************
008940 6000-NEXT-RANDOM.
008950     COMPUTE WS-RANDOM-PRODUCT = WS-RANDOM * 16807.
008960     DIVIDE WS-RANDOM-PRODUCT BY 2147483647
008970         GIVING WS-RANDOM-QUOTIENT REMAINDER WS-RANDOM.
008980 6000-EXIT.
008990     EXIT.
009000
009010*****************************************************************
009020*    7500-PRINT-SUMMARY - RECORDS COPIED PER FILE AND VALUES
009030*    REPLACED.  NO REAL OR FAKE VALUE IS EVER PRINTED.
009040*****************************************************************
009050 7500-PRINT-SUMMARY.
009060     IF RUN-IS-REFUSED
009070         MOVE WS-REFUSAL-REASON TO MSG-TEXT
009080         MOVE MSG-LINE TO PRINT-LINE
009090         WRITE PRINT-LINE
009100         MOVE 'RUN REFUSED - DO NOT USE THE COPIES' TO MSG-TEXT
009110         MOVE MSG-LINE TO PRINT-LINE
009120         WRITE PRINT-LINE
009130         MOVE SPACES TO PRINT-LINE
009140         WRITE PRINT-LINE
009150     END-IF.
009160     MOVE 'MASTER RECORDS..........' TO SUM-LABEL.
009170     MOVE WS-PERSONS-COUNT TO SUM-COUNT.
009180     MOVE SUMMARY-LINE TO PRINT-LINE.
009190     WRITE PRINT-LINE.
009200     MOVE 'SNAPSHOT RECORDS........' TO SUM-LABEL.
009210     MOVE WS-SNAPSHOT-COUNT TO SUM-COUNT.
009220     MOVE SUMMARY-LINE TO PRINT-LINE.
009230     WRITE PRINT-LINE.
009240     MOVE 'AUDIT RECORDS...........' TO SUM-LABEL.
009250     MOVE WS-AUDIT-COUNT TO SUM-COUNT.
009260     MOVE SUMMARY-LINE TO PRINT-LINE.
009270     WRITE PRINT-LINE.
009280     MOVE 'PENDING RECORDS.........' TO SUM-LABEL.
009290     MOVE WS-PENDING-COUNT TO SUM-COUNT.
009300     MOVE SUMMARY-LINE TO PRINT-LINE.
009310     WRITE PRINT-LINE.
009320     MOVE 'SUSPENSE RECORDS........' TO SUM-LABEL.
009330     MOVE WS-SUSPENSE-COUNT TO SUM-COUNT.
009340     MOVE SUMMARY-LINE TO PRINT-LINE.
009350     WRITE PRINT-LINE.
009360     MOVE 'FEED RECORDS............' TO SUM-LABEL.
009370     MOVE WS-FEED-COUNT TO SUM-COUNT.
009380     MOVE SUMMARY-LINE TO PRINT-LINE.
009390     WRITE PRINT-LINE.
009400     MOVE SPACES TO PRINT-LINE.
009410     WRITE PRINT-LINE.
009420     MOVE 'PERSON NUMBERS REPLACED.' TO SUM-LABEL.
009430     MOVE WS-NUMBERS-MAPPED TO SUM-COUNT.
009440     MOVE SUMMARY-LINE TO PRINT-LINE.
009450     WRITE PRINT-LINE.
009460     MOVE 'NAMES REPLACED..........' TO SUM-LABEL.
009470     MOVE WS-NAMES-MAPPED TO SUM-COUNT.
009480     MOVE SUMMARY-LINE TO PRINT-LINE.
009490     WRITE PRINT-LINE.
009500     MOVE 'CONTACT NUMBERS REPLACED' TO SUM-LABEL.
009510     MOVE WS-CONTACTS-MAPPED TO SUM-COUNT.
009520     MOVE SUMMARY-LINE TO PRINT-LINE.
009530     WRITE PRINT-LINE.
009540 7500-EXIT.
009550     EXIT.
009560
009570*****************************************************************
009580*    9000-TERMINATE - CLOSE THE MAP AND THE REPORT AND SET THE
009590*    RETURN CODE.
009600*****************************************************************
009610 9000-TERMINATE.
009620     IF MAP-IS-OPEN
009630         CLOSE MAP-FILE
009640     END-IF.
009650     IF REPORT-IS-OPEN
009660         CLOSE PRINT-FILE
009670     END-IF.
009680     IF RUN-IS-REFUSED
009690         DISPLAY 'PERSANON - ' WS-REFUSAL-REASON
009700         DISPLAY 'PERSANON - RUN REFUSED, COPIES NOT USABLE'
009710         MOVE 16 TO RETURN-CODE
009720     END-IF.
009730     DISPLAY 'PERSANON - MASTER RECORDS ' WS-PERSONS-COUNT.
009740     DISPLAY 'PERSANON - AUDIT RECORDS  ' WS-AUDIT-COUNT.
009750 9000-EXIT.
009760     EXIT.
