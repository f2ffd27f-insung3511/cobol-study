000010*****************************************************************
000020*
000030*    PROGRAM:      PERSWFST
000040*    AUTHOR:       INSUNG BAHK
000050*    INSTALLATION: PERSONNEL SYSTEMS
000060*    DATE-WRITTEN: 2026-10-15
000070*
000080*    REMARKS.      MONTH-END WORKFORCE STATISTICS.  ON THE LAST
000090*                  CALENDAR DAY OF THE MONTH THE NIGHTLY STEP
000100*                  POSTS ONE RECORD PER DEPARTMENT TO THE
000110*                  PERMANENT PERSWFHS HISTORY FILE (SEE WFSTATS):
000120*                      - ACTIVE AND INACTIVE HEADCOUNT, AND THE
000130*                        TOTAL, AVERAGE, MINIMUM AND MAXIMUM
000140*                        PERS-WEIGHT OF THE ACTIVE HEADCOUNT, AS
000150*                        ON THE MASTER TONIGHT
000160*                      - JOINERS (A) AND LEAVERS (X) FROM THE
000170*                        MONTH'S PERSAUDT RECORDS, IN THE
000180*                        DEPARTMENT THE PERSON IS IN NOW (NOT ON
000190*                        THE MASTER ANY MORE - UNASSIGNED)
000200*                      - TRANSFERS IN AND OUT FROM THE MONTH'S T
000210*                        RECORDS, WHICH CARRY BOTH DEPARTMENTS
000220*                  AND THEN PRINTS THE 13-MONTH TREND - EACH
000230*                  DEPARTMENT AND THE COMPANY TOTAL, THE MONTHS
000240*                  SIDE BY SIDE, WITH THE MONTH-OVER-MONTH CHANGE
000250*                  IN HEADCOUNT AND AVERAGE WEIGHT.  ON ANY OTHER
000260*                  NIGHT NOTHING IS POSTED OR PRINTED.
000270*
000280*                  A ONE-CARD SYSIN PARAMETER (THE PERSSORT
000290*                  CONVENTION) OVERRIDES THE NIGHTLY BEHAVIOUR:
000300*                      COLS 1-5   TREND - PRINT THE TREND ONLY,
000310*                      COLS 7-12       ENDING AT THE MONTH IN COLS
000320*                                 7-12 (YYYYMM) OR, BLANK, AT THE
000330*                                 LATEST MONTH ON THE HISTORY.
000340*                      COLS 1-5   POST  - POST NOW, FOR THE MONTH
000350*                      COLS 7-12       IN COLS 7-12 OR, BLANK, THE
000360*                                 BUSINESS DATE'S MONTH - FOR A
000370*                                 MONTH END WHOSE NIGHT FAILED.
000380*                                 THE HEADCOUNTS ARE THEN AS ON
000390*                                 THE MASTER TODAY.
000400*                  A MONTH ALREADY ON THE HISTORY IS NEVER POSTED
000410*                  AGAIN - A RERUN ONLY REPRINTS THE TREND.
000420*
000430*                  RETURN CODES:
000440*                       0 - POSTED AND PRINTED, OR NOTHING TO DO.
000450*                       8 - THE HISTORY FILE COULD NOT BE READ
000460*                           OR WRITTEN, OR THERE WAS NO AUDIT
000465*                           TRAIL TO COUNT FROM, WHEN NOTHING IS
000470*                           POSTED - SEE THE REPORT.
000480*                      16 - REFUSED: NO BUSINESS DATE, A BAD CARD
000490*                           OR NO MASTER.  NOTHING POSTED.
000500*
000510*    MODIFICATION HISTORY
000520*    ------------------------------------------------------------
000530*    2026-10-15  IB   ORIGINAL.
000540*****************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID.     PERSWFST.
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
000730     SELECT PERSONS-FILE ASSIGN TO "PERSONS"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS PERS-NUMBER
000770         FILE STATUS IS FS-PERSONS.
000780
000790     SELECT AUDIT-FILE ASSIGN TO "PERSAUDT"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS FS-AUDIT.
000820
000830     SELECT DEPT-FILE ASSIGN TO "PERSDEPT"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS FS-DEPT.
000860
000870     SELECT WF-HISTORY-FILE ASSIGN TO "PERSWFHS"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS FS-WF-HISTORY.
000900
000910     SELECT PRINT-FILE ASSIGN TO "PERSWFST"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS FS-PRINT.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  CONTROL-CARD
000980     LABEL RECORDS ARE STANDARD.
000990 01  CONTROL-CARD-RECORD         PIC X(80).
001000
001010 FD  PERSONS-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY PERSONREC.
001040
001050 FD  AUDIT-FILE
001060     LABEL RECORDS ARE STANDARD.
001070     COPY AUDITREC.
001080
001090 FD  DEPT-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY DEPTREC.
001120
001130 FD  WF-HISTORY-FILE
001140     LABEL RECORDS ARE STANDARD.
001150     COPY WFSTATS.
001160
001170 FD  PRINT-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 01  PRINT-LINE                  PIC X(132).
001200
001210 WORKING-STORAGE SECTION.
001220 77  FS-CONTROL-CARD           PIC X(02)   VALUE '00'.
001230     88  FS-CONTROL-CARD-OK                VALUE '00'.
001240 77  FS-PERSONS                PIC X(02)   VALUE '00'.
001250     88  FS-PERSONS-OK                     VALUE '00'.
001260 77  FS-AUDIT                  PIC X(02)   VALUE '00'.
001270     88  FS-AUDIT-OK                       VALUE '00'.
001280 77  FS-DEPT                   PIC X(02)   VALUE '00'.
001290     88  FS-DEPT-OK                        VALUE '00'.
001300 77  FS-WF-HISTORY             PIC X(02)   VALUE '00'.
001310     88  FS-WF-HISTORY-OK                  VALUE '00'.
001320     88  FS-WF-HISTORY-NOT-FOUND           VALUE '35'.
001330 77  FS-PRINT                  PIC X(02)   VALUE '00'.
001340
001350 77  WS-PERSON-COUNT           PIC 9(07)   VALUE ZERO COMP.
001360 77  WS-AUDIT-READ-COUNT       PIC 9(07)   VALUE ZERO COMP.
001370 77  WS-AUDIT-USED-COUNT       PIC 9(07)   VALUE ZERO COMP.
001380 77  WS-POSTED-COUNT           PIC 9(07)   VALUE ZERO COMP.
001390 77  WS-HISTORY-READ-COUNT     PIC 9(07)   VALUE ZERO COMP.
001400 77  WS-HISTORY-BAD-COUNT      PIC 9(07)   VALUE ZERO COMP.
001410 77  WS-UNTABLED-COUNT         PIC 9(07)   VALUE ZERO COMP.
001420 77  WS-CHANGE                 PIC S9(07)  VALUE ZERO COMP.
001430 77  WS-WEIGHT-CHANGE          PIC S9(02)V9(01) VALUE ZERO.
001440
001450 01  WS-SWITCHES.
001460     05  WS-REFUSED-SWITCH      PIC X(01)  VALUE 'N'.
001470         88  RUN-IS-REFUSED                VALUE 'Y'.
001480     05  WS-WARNING-SWITCH      PIC X(01)  VALUE 'N'.
001490         88  RUN-HAS-WARNING               VALUE 'Y'.
001500     05  WS-POST-SWITCH         PIC X(01)  VALUE 'N'.
001510         88  POSTING-THIS-RUN              VALUE 'Y' FALSE 'N'.
001520     05  WS-TREND-SWITCH        PIC X(01)  VALUE 'N'.
001530         88  TREND-WANTED                  VALUE 'Y' FALSE 'N'.
001540     05  WS-POSTED-SWITCH       PIC X(01)  VALUE 'N'.
001550         88  MONTH-ALREADY-POSTED          VALUE 'Y'.
001560     05  WS-PERSONS-EOF-SWITCH  PIC X(01)  VALUE 'N'.
001570         88  EOF-PERSONS                   VALUE 'Y'.
001580     05  WS-AUDIT-EOF-SWITCH    PIC X(01)  VALUE 'N'.
001590         88  EOF-AUDIT                     VALUE 'Y'.
001600     05  WS-DEPT-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001610         88  EOF-DEPT                      VALUE 'Y'.
001620     05  WS-HISTORY-EOF-SWITCH  PIC X(01)  VALUE 'N'.
001630         88  EOF-WF-HISTORY                VALUE 'Y' FALSE 'N'.
001640     05  WS-PERSONS-OPEN-SWITCH PIC X(01)  VALUE 'N'.
001650         88  MASTER-IS-OPEN                VALUE 'Y' FALSE 'N'.
001660     05  WS-PRINT-OPEN-SWITCH   PIC X(01)  VALUE 'N'.
001670         88  REPORT-IS-OPEN                VALUE 'Y'.
001680     05  WS-DEPT-FOUND-SWITCH   PIC X(01)  VALUE 'N'.
001690         88  DEPT-WAS-FOUND                VALUE 'Y' FALSE 'N'.
001700
001710*        THE ONE-CARD PARAMETER.
001720 01  WS-CARD.
001730     05  WS-CARD-ACTION         PIC X(05)  VALUE SPACES.
001740         88  ACTION-IS-NIGHTLY             VALUE SPACES.
001750         88  ACTION-IS-POST                VALUE 'POST '.
001760         88  ACTION-IS-TREND               VALUE 'TREND'.
001770     05  FILLER                 PIC X(01).
001780     05  WS-CARD-MONTH          PIC X(06)  VALUE SPACES.
001790     05  WS-CARD-MONTH-N REDEFINES WS-CARD-MONTH
001800                                PIC 9(06).
001810
001820*        THE BUSINESS DATE, AND THE MONTH BEING POSTED OR ENDING
001830*        THE TREND, AS YYYYMM.
001840 COPY BUSDPARM.
001850 01  WS-RUN-DATE.
001860     05  WS-RUN-MONTH.
001870         10  WS-RUN-YYYY        PIC 9(04)  VALUE ZERO.
001880         10  WS-RUN-MM          PIC 9(02)  VALUE ZERO.
001890     05  WS-RUN-DD              PIC 9(02)  VALUE ZERO.
001900 01  WS-RUN-MONTH-N REDEFINES WS-RUN-DATE.
001910     05  WS-RUN-YYYYMM          PIC 9(06).
001920     05  FILLER                 PIC 9(02).
001930 01  WS-STATS-MONTH            PIC 9(06)   VALUE ZERO.
001940 01  WS-TREND-END-MONTH        PIC 9(06)   VALUE ZERO.
001950 01  WS-WORK-YYYY              PIC 9(04)   VALUE ZERO.
001960 01  WS-WORK-MM                PIC 9(02)   VALUE ZERO.
001970
001980*        MONTHS ARE COUNTED AS YEAR * 12 + MONTH - 1, SO THE
001990*        TREND WINDOW IS A SIMPLE RANGE.  SLOT 1 IS THE MONTH
002000*        BEFORE THE FIRST ONE SHOWN, FOR ITS CHANGE; SLOTS 2 TO
002010*        14 ARE PRINTED.
002020 77  WS-MONTH-ORDINAL          PIC 9(06)   VALUE ZERO COMP.
002030 77  WS-START-ORDINAL          PIC 9(06)   VALUE ZERO COMP.
002040 77  WS-SLOT-ORDINAL           PIC 9(06)   VALUE ZERO COMP.
002050 77  WS-SLOT-SUB               PIC 9(02)   VALUE ZERO COMP.
002060 77  WS-SLOT-MAX               PIC 9(02)   VALUE 14 COMP.
002070 77  WS-PRIOR-SLOT             PIC 9(02)   VALUE ZERO COMP.
002080 77  WS-COLUMN-SUB             PIC 9(02)   VALUE ZERO COMP.
002090 01  WS-SLOT-MONTHS.
002100     05  WS-SLOT-MONTH          PIC 9(06)  OCCURS 14 TIMES.
002110
002120*        DAYS IN EACH MONTH, FOR THE MONTH-END TEST.  FEBRUARY
002130*        IS RAISED TO 29 IN A LEAP YEAR.
002140 01  WS-MONTH-DAYS-VALUES      PIC X(24)
002150         VALUE '312831303130313130313031'.
002160 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
002170     05  WS-MONTH-DAYS          PIC 9(02)  OCCURS 12 TIMES.
002180 77  WS-DAYS-IN-MONTH          PIC 9(02)   VALUE ZERO.
002190 77  WS-LEAP-QUOTIENT          PIC 9(04)   VALUE ZERO COMP.
002200 77  WS-LEAP-REMAINDER-4       PIC 9(04)   VALUE ZERO COMP.
002210 77  WS-LEAP-REMAINDER-100     PIC 9(04)   VALUE ZERO COMP.
002220 77  WS-LEAP-REMAINDER-400     PIC 9(04)   VALUE ZERO COMP.
002230
002240*        DEPARTMENT CODES AND DESCRIPTIONS FROM THE PERSDEPT
002250*        REFERENCE FILE.  ENTRY 1 IS THE UNASSIGNED (BLANK)
002260*        GROUP; A CODE ON THE MASTER, THE TRAIL OR THE HISTORY
002270*        BUT NOT ON THE REFERENCE FILE IS ADDED AS IT IS MET.  THE
002280*        LAST ENTRY, PAST WS-DEPT-MAX, HOLDS THE COMPANY TOTAL FOR
002290*        THE TREND.  EACH ENTRY CARRIES THE FIGURES FOR THE MONTH
002300*        BEING POSTED AND THE 14 TREND MONTHS READ BACK FROM THE
002310*        HISTORY.
002320 77  WS-DEPT-COUNT             PIC 9(03)   VALUE ZERO COMP.
002330 77  WS-DEPT-MAX               PIC 9(03)   VALUE 150 COMP.
002340 77  WS-COMPANY-SUB            PIC 9(03)   VALUE 151 COMP.
002350 77  WS-DEPT-SUB               PIC 9(03)   VALUE ZERO COMP.
002360 77  WS-SCAN-SUB               PIC 9(03)   VALUE ZERO COMP.
002370 77  WS-PRINT-SUB              PIC 9(03)   VALUE ZERO COMP.
002380 01  WS-FIND-CODE              PIC X(04)   VALUE SPACES.
002390 01  WS-DEPT-TABLE.
002400     05  WS-DEPT-ENTRY          OCCURS 151 TIMES.
002410         10  WS-DT-CODE         PIC X(04).
002420         10  WS-DT-NAME         PIC X(30).
002430         10  WS-DT-TREND-SWITCH PIC X(01).
002440             88  DEPT-HAS-TREND            VALUE 'Y'.
002450         10  WS-DT-ACTIVE       PIC 9(07)  COMP.
002460         10  WS-DT-INACTIVE     PIC 9(07)  COMP.
002470         10  WS-DT-JOINERS      PIC 9(07)  COMP.
002480         10  WS-DT-LEAVERS      PIC 9(07)  COMP.
002490         10  WS-DT-TRANSFER-IN  PIC 9(07)  COMP.
002500         10  WS-DT-TRANSFER-OUT PIC 9(07)  COMP.
002510         10  WS-DT-WEIGHT-TOTAL PIC 9(09)  COMP.
002520         10  WS-DT-WEIGHT-MIN   PIC 9(02)  COMP.
002530         10  WS-DT-WEIGHT-MAX   PIC 9(02)  COMP.
002540         10  WS-DT-MONTH        OCCURS 14 TIMES.
002550             15  WS-TM-SWITCH   PIC X(01).
002560                 88  MONTH-IS-PRESENT      VALUE 'Y'.
002570             15  WS-TM-ACTIVE   PIC 9(07)  COMP.
002580             15  WS-TM-INACTIVE PIC 9(07)  COMP.
002590             15  WS-TM-JOINERS  PIC 9(07)  COMP.
002600             15  WS-TM-LEAVERS  PIC 9(07)  COMP.
002610             15  WS-TM-TRANSFER-IN
002620                                PIC 9(07)  COMP.
002630             15  WS-TM-TRANSFER-OUT
002640                                PIC 9(07)  COMP.
002650             15  WS-TM-WEIGHT-TOTAL
002660                                PIC 9(09)  COMP.
002670             15  WS-TM-WEIGHT-AVG
002680                                PIC 9(02)V9(01).
002690             15  WS-TM-WEIGHT-MIN
002700                                PIC 9(02)  COMP.
002710             15  WS-TM-WEIGHT-MAX
002720                                PIC 9(02)  COMP.
002730
002740*        THE ROWS OF EACH TREND BLOCK.  ROWS 2 AND 9 ARE THE
002750*        MONTH-OVER-MONTH CHANGE OF THE ROW ABOVE.
002760 77  WS-ROW-SUB                PIC 9(02)   VALUE ZERO COMP.
002770 77  WS-ROW-MAX                PIC 9(02)   VALUE 11 COMP.
002780 01  WS-ROW-LABEL-VALUES.
002790     05  FILLER                 PIC X(17)
002800         VALUE 'ACTIVE HEADCOUNT'.
002810     05  FILLER                 PIC X(17)
002820         VALUE '  CHANGE'.
002830     05  FILLER                 PIC X(17)
002840         VALUE 'INACTIVE'.
002850     05  FILLER                 PIC X(17)
002860         VALUE 'JOINERS'.
002870     05  FILLER                 PIC X(17)
002880         VALUE 'LEAVERS'.
002890     05  FILLER                 PIC X(17)
002900         VALUE 'TRANSFERS IN'.
002910     05  FILLER                 PIC X(17)
002920         VALUE 'TRANSFERS OUT'.
002930     05  FILLER                 PIC X(17)
002940         VALUE 'AVERAGE WEIGHT'.
002950     05  FILLER                 PIC X(17)
002960         VALUE '  CHANGE'.
002970     05  FILLER                 PIC X(17)
002980         VALUE 'MINIMUM WEIGHT'.
002990     05  FILLER                 PIC X(17)
003000         VALUE 'MAXIMUM WEIGHT'.
003010 01  WS-ROW-LABEL-TABLE REDEFINES WS-ROW-LABEL-VALUES.
003020     05  WS-ROW-LABEL           PIC X(17)  OCCURS 11 TIMES.
003030
003040*        ONE PRINTED CELL, AND THE EDITED SHAPES IT IS BUILT FROM.
003050 01  WS-CELL                   PIC X(08)   VALUE SPACES.
003060 01  WS-CELL-COUNT.
003070     05  FILLER                 PIC X(01)  VALUE SPACES.
003080     05  CEL-COUNT              PIC ZZZ,ZZ9.
003090 01  WS-CELL-COUNT-CHANGE.
003100     05  FILLER                 PIC X(01)  VALUE SPACES.
003110     05  CEL-COUNT-CHANGE       PIC +++,++9.
003120 01  WS-CELL-WEIGHT.
003130     05  FILLER                 PIC X(04)  VALUE SPACES.
003140     05  CEL-WEIGHT             PIC Z9.9.
003150 01  WS-CELL-WEIGHT-CHANGE.
003160     05  FILLER                 PIC X(03)  VALUE SPACES.
003170     05  CEL-WEIGHT-CHANGE      PIC ++9.9.
003180 01  WS-CELL-MISSING           PIC X(08)   VALUE '       -'.
003190
003200 77  WS-LINES-PER-PAGE         PIC 9(02)   VALUE 50.
003210 77  WS-LINE-COUNT             PIC 9(02)   VALUE ZERO COMP.
003220 77  WS-PAGE-COUNT             PIC 9(04)   VALUE ZERO COMP.
003230
003240 01  HDG-LINE-1.
003250     05  FILLER                  PIC X(25)  VALUE SPACES.
003260     05  FILLER                  PIC X(35)
003270         VALUE 'MONTH-END WORKFORCE STATISTICS'.
003280     05  FILLER                  PIC X(05)  VALUE 'PAGE '.
003290     05  HDG1-PAGE-NO            PIC ZZZ9.
003300
003310 01  HDG-LINE-2.
003320     05  FILLER                  PIC X(25)  VALUE SPACES.
003330     05  FILLER                  PIC X(06)  VALUE 'DATE: '.
003340     05  HDG2-RUN-DATE           PIC 9(08).
003350
003360 01  MONTH-HDG-LINE.
003370     05  FILLER                  PIC X(18).
003380     05  MHL-MONTH               OCCURS 13 TIMES.
003390         10  FILLER              PIC X(01).
003400         10  MHL-YYYY            PIC 9(04).
003410         10  MHL-DASH            PIC X(01).
003420         10  MHL-MM              PIC 9(02).
003430
003440 01  DEPT-HDG-LINE.
003450     05  FILLER                  PIC X(01)  VALUE SPACES.
003460     05  DHD-TITLE               PIC X(11).
003470     05  DHD-CODE                PIC X(04).
003480     05  FILLER                  PIC X(02)  VALUE SPACES.
003490     05  DHD-NAME                PIC X(30).
003500
003510 01  TREND-LINE.
003520     05  FILLER                  PIC X(01)  VALUE SPACES.
003530     05  TRL-LABEL               PIC X(17).
003540     05  TRL-CELL                PIC X(08)  OCCURS 13 TIMES.
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
003680     IF POSTING-THIS-RUN
003690         PERFORM 2000-COUNT-MASTER THRU 2000-EXIT
003700     END-IF.
003710     IF POSTING-THIS-RUN
003720         PERFORM 3000-COUNT-AUDIT THRU 3000-EXIT
003722     END-IF.
003724     IF POSTING-THIS-RUN
003730         PERFORM 4000-POST-HISTORY THRU 4000-EXIT
003740     END-IF.
003750     IF TREND-WANTED
003760         PERFORM 5000-LOAD-TREND THRU 5000-EXIT
003770     END-IF.
003780     IF TREND-WANTED
003790         PERFORM 6000-PRINT-TREND THRU 6000-EXIT
003800     END-IF.
003810     PERFORM 7500-PRINT-SUMMARY THRU 7500-EXIT.
003820     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003830     STOP RUN.
003840
003850*****************************************************************
003860*    1000-INITIALIZE - OPEN THE REPORT, GET THE BUSINESS DATE AND
003870*    THE CARD, AND DECIDE WHAT THIS RUN DOES: POST THE MONTH AND
003880*    PRINT THE TREND, PRINT THE TREND ONLY, OR NOTHING.
003890*****************************************************************
003900 1000-INITIALIZE.
003910     OPEN OUTPUT PRINT-FILE.
003920     SET REPORT-IS-OPEN TO TRUE.
003930     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
003940     IF NOT BUSINESS-DATE-OK
003950         MOVE 'NO BUSINESS DATE ON PERSBDAT - RUN REFUSED'
003960             TO MSG-TEXT
003970         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
003980         SET RUN-IS-REFUSED TO TRUE
003990         GO TO 1000-EXIT
004000     END-IF.
004010     MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
004020     PERFORM 1100-GET-PARAMETER THRU 1100-EXIT.
004030     PERFORM 1200-LOAD-DEPTS THRU 1200-EXIT.
004040     IF ACTION-IS-TREND
004050         PERFORM 1500-CHECK-CARD-MONTH THRU 1500-EXIT
004060         MOVE WS-STATS-MONTH TO WS-TREND-END-MONTH
004070         IF NOT RUN-IS-REFUSED
004080             SET TREND-WANTED TO TRUE
004090         END-IF
004100         GO TO 1000-EXIT
004110     END-IF.
004120     IF ACTION-IS-POST
004130         PERFORM 1500-CHECK-CARD-MONTH THRU 1500-EXIT
004140         IF RUN-IS-REFUSED
004150             GO TO 1000-EXIT
004160         END-IF
004170         IF WS-STATS-MONTH = ZERO
004180             MOVE WS-RUN-YYYYMM TO WS-STATS-MONTH
004190         END-IF
004200     ELSE
004210         IF NOT ACTION-IS-NIGHTLY
004220             MOVE SPACES TO MSG-TEXT
004230             STRING 'UNKNOWN ACTION ON SYSIN: ' WS-CARD-ACTION
004240                 DELIMITED BY SIZE INTO MSG-TEXT
004250             PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
004260             SET RUN-IS-REFUSED TO TRUE
004270             GO TO 1000-EXIT
004280         END-IF
004290         MOVE WS-RUN-YYYY TO WS-WORK-YYYY
004300         MOVE WS-RUN-MM   TO WS-WORK-MM
004310         PERFORM 1400-FIND-MONTH-DAYS THRU 1400-EXIT
004320         IF WS-RUN-DD NOT = WS-DAYS-IN-MONTH
004330             MOVE 'NOT THE LAST DAY OF THE MONTH - NOTHING POSTED'
004340                 TO MSG-TEXT
004350             PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
004360             GO TO 1000-EXIT
004370         END-IF
004380         MOVE WS-RUN-YYYYMM TO WS-STATS-MONTH
004390     END-IF.
004400     MOVE WS-STATS-MONTH TO WS-TREND-END-MONTH.
004410     PERFORM 1300-CHECK-HISTORY THRU 1300-EXIT.
004420     IF RUN-HAS-WARNING
004430         GO TO 1000-EXIT
004440     END-IF.
004450     IF NOT MONTH-ALREADY-POSTED
004460         SET POSTING-THIS-RUN TO TRUE
004470     END-IF.
004480     SET TREND-WANTED TO TRUE.
004490 1000-EXIT.
004500     EXIT.
004510
004520*****************************************************************
004530*    1100-GET-PARAMETER - THE ONE-CARD ACTION.  A MISSING SYSIN
004540*    OR A BLANK CARD IS THE NIGHTLY RUN.
004550*****************************************************************
004560 1100-GET-PARAMETER.
004570     OPEN INPUT CONTROL-CARD.
004580     IF FS-CONTROL-CARD-OK
004590         READ CONTROL-CARD
004600             AT END
004610                 CONTINUE
004620             NOT AT END
004630                 MOVE CONTROL-CARD-RECORD(1:12) TO WS-CARD
004640         END-READ
004650         CLOSE CONTROL-CARD
004660     END-IF.
004670 1100-EXIT.
004680     EXIT.
004690
004700*****************************************************************
004710*    1200-LOAD-DEPTS - THE UNASSIGNED GROUP, THEN THE CODES AND
004720*    DESCRIPTIONS FROM THE PERSDEPT REFERENCE FILE, AND THE
004730*    COMPANY TOTAL ENTRY.  NO FILE AT ALL LEAVES ONLY THE
004740*    UNASSIGNED GROUP - EVERY CODE IS THEN ADDED AS IT IS MET.
004750*****************************************************************
004760 1200-LOAD-DEPTS.
004770     INITIALIZE WS-DEPT-TABLE.
004780     MOVE 1 TO WS-DEPT-COUNT.
004790     MOVE SPACES TO WS-DT-CODE(1).
004800     MOVE '(NOT YET ASSIGNED)' TO WS-DT-NAME(1).
004810     MOVE SPACES TO WS-DT-CODE(WS-COMPANY-SUB).
004820     MOVE 'ALL DEPARTMENTS' TO WS-DT-NAME(WS-COMPANY-SUB).
004830     OPEN INPUT DEPT-FILE.
004840     IF FS-DEPT-OK
004850         PERFORM 1210-READ-DEPT THRU 1210-EXIT
004860             UNTIL EOF-DEPT
004870         CLOSE DEPT-FILE
004880     ELSE
004890         DISPLAY 'PERSWFST - DEPT REFERENCE FILE UNAVAILABLE'
004900     END-IF.
004910 1200-EXIT.
004920     EXIT.
004930
004940 1210-READ-DEPT.
004950     READ DEPT-FILE
004960         AT END
004970             SET EOF-DEPT TO TRUE
004980         NOT AT END
004990             IF WS-DEPT-COUNT < WS-DEPT-MAX
005000                 ADD 1 TO WS-DEPT-COUNT
005010                 MOVE DEPT-CODE TO WS-DT-CODE(WS-DEPT-COUNT)
005020                 MOVE DEPT-NAME TO WS-DT-NAME(WS-DEPT-COUNT)
005030             ELSE
005040                 DISPLAY 'PERSWFST - DEPT TABLE FULL '
005050                     DEPT-CODE
005060             END-IF
005070     END-READ.
005080 1210-EXIT.
005090     EXIT.
005100
005110*****************************************************************
005120*    1300-CHECK-HISTORY - READ THE HISTORY THROUGH TO SEE WHETHER
005130*    THE MONTH IS ALREADY POSTED.  NO FILE YET IS THE FIRST
005140*    MONTH; A FILE THAT CANNOT BE READ IS LEFT ALONE AND NOTHING
005150*    IS POSTED OR PRINTED.
005160*****************************************************************
005170 1300-CHECK-HISTORY.
005180     OPEN INPUT WF-HISTORY-FILE.
005190     IF FS-WF-HISTORY-NOT-FOUND
005200         GO TO 1300-EXIT
005210     END-IF.
005220     IF NOT FS-WF-HISTORY-OK
005230         MOVE SPACES TO MSG-TEXT
005240         STRING 'HISTORY FILE PERSWFHS UNAVAILABLE, STATUS '
005250                FS-WF-HISTORY ' - NOTHING POSTED'
005260             DELIMITED BY SIZE INTO MSG-TEXT
005270         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
005280         SET RUN-HAS-WARNING TO TRUE
005290         GO TO 1300-EXIT
005300     END-IF.
005310     SET EOF-WF-HISTORY TO FALSE.
005320     PERFORM 1310-READ-HISTORY THRU 1310-EXIT
005330         UNTIL EOF-WF-HISTORY.
005340     CLOSE WF-HISTORY-FILE.
005350     IF MONTH-ALREADY-POSTED
005360         MOVE SPACES TO MSG-TEXT
005370         STRING 'MONTH ' WS-STATS-MONTH
005380                ' IS ALREADY ON THE HISTORY - NOT POSTED AGAIN'
005390             DELIMITED BY SIZE INTO MSG-TEXT
005400         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
005410     END-IF.
005420 1300-EXIT.
005430     EXIT.
005440
005450 1310-READ-HISTORY.
005460     READ WF-HISTORY-FILE
005470         AT END
005480             SET EOF-WF-HISTORY TO TRUE
005490         NOT AT END
005500             IF WFS-MONTH = WS-STATS-MONTH
005510                 SET MONTH-ALREADY-POSTED TO TRUE
005520             END-IF
005530     END-READ.
005540 1310-EXIT.
005550     EXIT.
005560
005570*****************************************************************
005580*    1400-FIND-MONTH-DAYS - DAYS IN WS-WORK-MM OF WS-WORK-YYYY.  A
005590*    YEAR DIVISIBLE BY 4 IS A LEAP YEAR UNLESS IT IS A CENTURY
005600*    NOT DIVISIBLE BY 400.
005610*****************************************************************
005620 1400-FIND-MONTH-DAYS.
005630     MOVE WS-MONTH-DAYS(WS-WORK-MM) TO WS-DAYS-IN-MONTH.
005640     IF WS-WORK-MM = 2
005650         DIVIDE WS-WORK-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
005660             REMAINDER WS-LEAP-REMAINDER-4
005670         DIVIDE WS-WORK-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
005680             REMAINDER WS-LEAP-REMAINDER-100
005690         DIVIDE WS-WORK-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
005700             REMAINDER WS-LEAP-REMAINDER-400
005710         IF WS-LEAP-REMAINDER-4 = ZERO
005720             AND (WS-LEAP-REMAINDER-100 NOT = ZERO
005730                  OR WS-LEAP-REMAINDER-400 = ZERO)
005740             MOVE 29 TO WS-DAYS-IN-MONTH
005750         END-IF
005760     END-IF.
005770 1400-EXIT.
005780     EXIT.
005790
005800*****************************************************************
005810*    1500-CHECK-CARD-MONTH - THE YYYYMM IN COLS 7-12 INTO
005820*    WS-STATS-MONTH.  BLANK LEAVES IT ZERO; ANYTHING ELSE MUST BE
005830*    A REAL MONTH NO LATER THAN THE BUSINESS DATE'S.
005840*****************************************************************
005850 1500-CHECK-CARD-MONTH.
005860     MOVE ZERO TO WS-STATS-MONTH.
005870     IF WS-CARD-MONTH = SPACES
005880         GO TO 1500-EXIT
005890     END-IF.
005900     IF WS-CARD-MONTH IS NOT NUMERIC
005910         GO TO 1500-BAD-MONTH
005920     END-IF.
005930     DIVIDE WS-CARD-MONTH-N BY 100 GIVING WS-WORK-YYYY
005940         REMAINDER WS-WORK-MM.
005950     IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
005960         OR WS-CARD-MONTH-N > WS-RUN-YYYYMM
005970         GO TO 1500-BAD-MONTH
005980     END-IF.
005990     MOVE WS-CARD-MONTH-N TO WS-STATS-MONTH.
006000     GO TO 1500-EXIT.
006010 1500-BAD-MONTH.
006020     MOVE SPACES TO MSG-TEXT.
006030     STRING 'BAD MONTH ON SYSIN: ' WS-CARD-MONTH
006040            ' - RUN REFUSED'
006050         DELIMITED BY SIZE INTO MSG-TEXT.
006060     PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT.
006070     SET RUN-IS-REFUSED TO TRUE.
006080 1500-EXIT.
006090     EXIT.
006100
006110*****************************************************************
006120*    2000-COUNT-MASTER - ONE PASS OF THE MASTER FOR THE HEADCOUNTS
006130*    AND WEIGHTS BY DEPARTMENT.  THE MASTER STAYS OPEN FOR THE
006140*    DEPARTMENT LOOKUPS IN THE AUDIT PASS.  NO MASTER REFUSES THE
006150*    RUN.
006160*****************************************************************
006170 2000-COUNT-MASTER.
006180     OPEN INPUT PERSONS-FILE.
006190     IF NOT FS-PERSONS-OK
006200         MOVE SPACES TO MSG-TEXT
006210         STRING 'PERSONS MASTER UNAVAILABLE, STATUS ' FS-PERSONS
006220                ' - RUN REFUSED'
006230             DELIMITED BY SIZE INTO MSG-TEXT
006240         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
006250         SET RUN-IS-REFUSED TO TRUE
006260         SET POSTING-THIS-RUN TO FALSE
006270         SET TREND-WANTED TO FALSE
006280         GO TO 2000-EXIT
006290     END-IF.
006300     SET MASTER-IS-OPEN TO TRUE.
006310     PERFORM 2010-READ-MASTER THRU 2010-EXIT.
006320     PERFORM 2100-COUNT-PERSON THRU 2100-EXIT
006330         UNTIL EOF-PERSONS.
006340 2000-EXIT.
006350     EXIT.
006360
006370 2010-READ-MASTER.
006380     READ PERSONS-FILE NEXT RECORD
006390         AT END
006400             SET EOF-PERSONS TO TRUE
006410     END-READ.
006420 2010-EXIT.
006430     EXIT.
006440
006450*****************************************************************
006460*    2100-COUNT-PERSON - ADD ONE PERSON TO THEIR DEPARTMENT.  THE
006470*    WEIGHT FIGURES ARE OVER THE ACTIVE HEADCOUNT ONLY.
006480*****************************************************************
006490 2100-COUNT-PERSON.
006500     ADD 1 TO WS-PERSON-COUNT.
006510     MOVE PERS-DEPT TO WS-FIND-CODE.
006520     PERFORM 2400-FIND-DEPT THRU 2400-EXIT.
006530     IF WS-DEPT-SUB = ZERO
006540         GO TO 2100-NEXT
006550     END-IF.
006560     IF PERS-IS-INACTIVE
006570         ADD 1 TO WS-DT-INACTIVE(WS-DEPT-SUB)
006580         GO TO 2100-NEXT
006590     END-IF.
006600     ADD 1 TO WS-DT-ACTIVE(WS-DEPT-SUB).
006610     ADD PERS-WEIGHT TO WS-DT-WEIGHT-TOTAL(WS-DEPT-SUB).
006620     IF WS-DT-ACTIVE(WS-DEPT-SUB) = 1
006630         MOVE PERS-WEIGHT TO WS-DT-WEIGHT-MIN(WS-DEPT-SUB)
006640         MOVE PERS-WEIGHT TO WS-DT-WEIGHT-MAX(WS-DEPT-SUB)
006650         GO TO 2100-NEXT
006660     END-IF.
006670     IF PERS-WEIGHT < WS-DT-WEIGHT-MIN(WS-DEPT-SUB)
006680         MOVE PERS-WEIGHT TO WS-DT-WEIGHT-MIN(WS-DEPT-SUB)
006690     END-IF.
006700     IF PERS-WEIGHT > WS-DT-WEIGHT-MAX(WS-DEPT-SUB)
006710         MOVE PERS-WEIGHT TO WS-DT-WEIGHT-MAX(WS-DEPT-SUB)
006720     END-IF.
006730 2100-NEXT.
006740     PERFORM 2010-READ-MASTER THRU 2010-EXIT.
006750 2100-EXIT.
006760     EXIT.
006770
006780*****************************************************************
006790*    2400-FIND-DEPT - THE TABLE ENTRY FOR WS-FIND-CODE INTO
006800*    WS-DEPT-SUB.  A CODE NOT YET IN THE TABLE IS ADDED AS
006810*    UNKNOWN; IF THE TABLE IS FULL IT IS COUNTED NOWHERE
006820*    (WS-DEPT-SUB ZERO) AND REPORTED.
006830*****************************************************************
006840 2400-FIND-DEPT.
006850     IF WS-FIND-CODE = SPACES
006860         MOVE 1 TO WS-DEPT-SUB
006870         GO TO 2400-EXIT
006880     END-IF.
006890     SET DEPT-WAS-FOUND TO FALSE.
006900     PERFORM 2410-SCAN-DEPT THRU 2410-EXIT
006910         VARYING WS-SCAN-SUB FROM 2 BY 1
006920         UNTIL WS-SCAN-SUB > WS-DEPT-COUNT
006930             OR DEPT-WAS-FOUND.
006940     IF DEPT-WAS-FOUND
006950         GO TO 2400-EXIT
006960     END-IF.
006970     IF WS-DEPT-COUNT < WS-DEPT-MAX
006980         ADD 1 TO WS-DEPT-COUNT
006990         MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
007000         MOVE WS-FIND-CODE TO WS-DT-CODE(WS-DEPT-SUB)
007010         MOVE '(CODE NOT ON REFERENCE FILE)'
007020             TO WS-DT-NAME(WS-DEPT-SUB)
007030     ELSE
007040         MOVE ZERO TO WS-DEPT-SUB
007050         ADD 1 TO WS-UNTABLED-COUNT
007060     END-IF.
007070 2400-EXIT.
007080     EXIT.
007090
007100 2410-SCAN-DEPT.
007110     IF WS-DT-CODE(WS-SCAN-SUB) = WS-FIND-CODE
007120         SET DEPT-WAS-FOUND TO TRUE
007130         MOVE WS-SCAN-SUB TO WS-DEPT-SUB
007140     END-IF.
007150 2410-EXIT.
007160     EXIT.
007170
007180*****************************************************************
007190*    3000-COUNT-AUDIT - THE MONTH'S JOINERS, LEAVERS AND
007200*    TRANSFERS FROM THE AUDIT TRAIL.  NO TRAIL POSTS NOTHING AND
007210*    ENDS RC=8, SO THE MONTH CAN STILL BE POSTED BY A POST RUN.
007220*****************************************************************
007230 3000-COUNT-AUDIT.
007240     OPEN INPUT AUDIT-FILE.
007250     IF NOT FS-AUDIT-OK
007260         MOVE SPACES TO MSG-TEXT
007270         STRING 'AUDIT TRAIL UNAVAILABLE, STATUS ' FS-AUDIT
007280                ' - NOTHING POSTED'
007290             DELIMITED BY SIZE INTO MSG-TEXT
007300         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
007310         SET RUN-HAS-WARNING TO TRUE
007315         SET POSTING-THIS-RUN TO FALSE
007320         GO TO 3000-CLOSE-MASTER
007330     END-IF.
007340     PERFORM 3010-READ-AUDIT THRU 3010-EXIT.
007350     PERFORM 3100-TALLY-AUDIT THRU 3100-EXIT
007360         UNTIL EOF-AUDIT.
007370     CLOSE AUDIT-FILE.
007380 3000-CLOSE-MASTER.
007390     CLOSE PERSONS-FILE.
007400     SET MASTER-IS-OPEN TO FALSE.
007410 3000-EXIT.
007420     EXIT.
007430
007440 3010-READ-AUDIT.
007450     READ AUDIT-FILE
007460         AT END
007470             SET EOF-AUDIT TO TRUE
007480         NOT AT END
007490             ADD 1 TO WS-AUDIT-READ-COUNT
007500     END-READ.
007510 3010-EXIT.
007520     EXIT.
007530
007540*****************************************************************
007550*    3100-TALLY-AUDIT - ONE AUDIT RECORD.  ONLY THE POSTING
007560*    MONTH'S A, X AND T RECORDS COUNT.  A JOINER OR LEAVER IS
007570*    COUNTED IN THE DEPARTMENT THE PERSON IS IN NOW; A TRANSFER
007580*    OUT OF ITS BEFORE DEPARTMENT AND INTO ITS AFTER ONE.
007590*****************************************************************
007600 3100-TALLY-AUDIT.
007610     IF AUD-DATE(1:6) NOT = WS-STATS-MONTH
007620         GO TO 3100-NEXT
007630     END-IF.
007640     IF AUD-OP-IS-ADD
007650         PERFORM 3200-DEPT-OF-PERSON THRU 3200-EXIT
007660         IF WS-DEPT-SUB > ZERO
007670             ADD 1 TO WS-DT-JOINERS(WS-DEPT-SUB)
007680         END-IF
007690         ADD 1 TO WS-AUDIT-USED-COUNT
007700         GO TO 3100-NEXT
007710     END-IF.
007720     IF AUD-OP-IS-DEACTIVATE
007730         PERFORM 3200-DEPT-OF-PERSON THRU 3200-EXIT
007740         IF WS-DEPT-SUB > ZERO
007750             ADD 1 TO WS-DT-LEAVERS(WS-DEPT-SUB)
007760         END-IF
007770         ADD 1 TO WS-AUDIT-USED-COUNT
007780         GO TO 3100-NEXT
007790     END-IF.
007800     IF AUD-OP-IS-TRANSFER
007810         MOVE AUD-BEFORE-DEPT TO WS-FIND-CODE
007820         PERFORM 2400-FIND-DEPT THRU 2400-EXIT
007830         IF WS-DEPT-SUB > ZERO
007840             ADD 1 TO WS-DT-TRANSFER-OUT(WS-DEPT-SUB)
007850         END-IF
007860         MOVE AUD-AFTER-DEPT TO WS-FIND-CODE
007870         PERFORM 2400-FIND-DEPT THRU 2400-EXIT
007880         IF WS-DEPT-SUB > ZERO
007890             ADD 1 TO WS-DT-TRANSFER-IN(WS-DEPT-SUB)
007900         END-IF
007910         ADD 1 TO WS-AUDIT-USED-COUNT
007920     END-IF.
007930 3100-NEXT.
007940     PERFORM 3010-READ-AUDIT THRU 3010-EXIT.
007950 3100-EXIT.
007960     EXIT.
007970
007980*****************************************************************
007990*    3200-DEPT-OF-PERSON - THE TABLE ENTRY FOR THE DEPARTMENT OF
008000*    AUD-NUMBER ON THE MASTER.  A PERSON NO LONGER ON THE MASTER
008010*    (PURGED SINCE) COUNTS AS UNASSIGNED.
008020*****************************************************************
008030 3200-DEPT-OF-PERSON.
008040     MOVE AUD-NUMBER TO PERS-NUMBER.
008050     READ PERSONS-FILE
008060         INVALID KEY
008070             MOVE SPACES TO WS-FIND-CODE
008080         NOT INVALID KEY
008090             MOVE PERS-DEPT TO WS-FIND-CODE
008100     END-READ.
008110     PERFORM 2400-FIND-DEPT THRU 2400-EXIT.
008120 3200-EXIT.
008130     EXIT.
008140
008150*****************************************************************
008160*    4000-POST-HISTORY - APPEND ONE RECORD PER DEPARTMENT WITH
008170*    ANYTHING TO SHOW FOR THE MONTH.  NO FILE YET IS CREATED.
008180*****************************************************************
008190 4000-POST-HISTORY.
008200     OPEN EXTEND WF-HISTORY-FILE.
008210     IF FS-WF-HISTORY-NOT-FOUND
008220         OPEN OUTPUT WF-HISTORY-FILE
008230     END-IF.
008240     IF NOT FS-WF-HISTORY-OK
008250         MOVE SPACES TO MSG-TEXT
008260         STRING 'HISTORY FILE PERSWFHS NOT WRITABLE, STATUS '
008270                FS-WF-HISTORY ' - NOTHING POSTED'
008280             DELIMITED BY SIZE INTO MSG-TEXT
008290         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
008300         SET RUN-HAS-WARNING TO TRUE
008310         SET TREND-WANTED TO FALSE
008320         GO TO 4000-EXIT
008330     END-IF.
008340     PERFORM 4100-WRITE-STATS THRU 4100-EXIT
008350         VARYING WS-DEPT-SUB FROM 1 BY 1
008360         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
008370     CLOSE WF-HISTORY-FILE.
008380 4000-EXIT.
008390     EXIT.
008400
008410 4100-WRITE-STATS.
008420     IF WS-DT-ACTIVE(WS-DEPT-SUB) = ZERO
008430         AND WS-DT-INACTIVE(WS-DEPT-SUB) = ZERO
008440         AND WS-DT-JOINERS(WS-DEPT-SUB) = ZERO
008450         AND WS-DT-LEAVERS(WS-DEPT-SUB) = ZERO
008460         AND WS-DT-TRANSFER-IN(WS-DEPT-SUB) = ZERO
008470         AND WS-DT-TRANSFER-OUT(WS-DEPT-SUB) = ZERO
008480         GO TO 4100-EXIT
008490     END-IF.
008500     MOVE SPACES TO WORKFORCE-STATS-RECORD.
008510     MOVE WS-STATS-MONTH   TO WFS-MONTH.
008520     MOVE WS-DT-CODE(WS-DEPT-SUB) TO WFS-DEPT.
008530     MOVE WS-BUSINESS-DATE TO WFS-POSTED-DATE.
008540     MOVE WS-DT-ACTIVE(WS-DEPT-SUB)   TO WFS-ACTIVE-COUNT.
008550     MOVE WS-DT-INACTIVE(WS-DEPT-SUB) TO WFS-INACTIVE-COUNT.
008560     MOVE WS-DT-JOINERS(WS-DEPT-SUB)  TO WFS-JOINER-COUNT.
008570     MOVE WS-DT-LEAVERS(WS-DEPT-SUB)  TO WFS-LEAVER-COUNT.
008580     MOVE WS-DT-TRANSFER-IN(WS-DEPT-SUB)
008590         TO WFS-TRANSFER-IN-COUNT.
008600     MOVE WS-DT-TRANSFER-OUT(WS-DEPT-SUB)
008610         TO WFS-TRANSFER-OUT-COUNT.
008620     MOVE WS-DT-WEIGHT-TOTAL(WS-DEPT-SUB) TO WFS-WEIGHT-TOTAL.
008630     MOVE WS-DT-WEIGHT-MIN(WS-DEPT-SUB)   TO WFS-WEIGHT-MINIMUM.
008640     MOVE WS-DT-WEIGHT-MAX(WS-DEPT-SUB)   TO WFS-WEIGHT-MAXIMUM.
008650     MOVE ZERO TO WFS-WEIGHT-AVERAGE.
008660     IF WS-DT-ACTIVE(WS-DEPT-SUB) > ZERO
008670         COMPUTE WFS-WEIGHT-AVERAGE ROUNDED =
008680             WS-DT-WEIGHT-TOTAL(WS-DEPT-SUB)
008690                 / WS-DT-ACTIVE(WS-DEPT-SUB)
008700     END-IF.
008710     WRITE WORKFORCE-STATS-RECORD.
008720     ADD 1 TO WS-POSTED-COUNT.
008730 4100-EXIT.
008740     EXIT.
008750
008760*****************************************************************
008770*    5000-LOAD-TREND - WORK OUT THE 14 MONTHS ENDING AT THE
008780*    TREND MONTH (THE LATEST ON THE HISTORY IF NONE WAS GIVEN)
008790*    AND READ THEIR RECORDS BACK INTO THE DEPARTMENT TABLE.
008800*****************************************************************
008810 5000-LOAD-TREND.
008820     IF WS-TREND-END-MONTH = ZERO
008830         PERFORM 5100-FIND-LATEST-MONTH THRU 5100-EXIT
008840     END-IF.
008850     IF WS-TREND-END-MONTH = ZERO
008860         MOVE 'NO MONTHS ON THE HISTORY FILE - NO TREND PRINTED'
008870             TO MSG-TEXT
008880         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
008890         SET TREND-WANTED TO FALSE
008900         GO TO 5000-EXIT
008910     END-IF.
008920     DIVIDE WS-TREND-END-MONTH BY 100 GIVING WS-WORK-YYYY
008930         REMAINDER WS-WORK-MM.
008940     COMPUTE WS-START-ORDINAL =
008950         (WS-WORK-YYYY * 12) + WS-WORK-MM - 1 - 13.
008960     PERFORM 5200-NAME-SLOT THRU 5200-EXIT
008970         VARYING WS-SLOT-SUB FROM 1 BY 1
008980         UNTIL WS-SLOT-SUB > WS-SLOT-MAX.
008990     OPEN INPUT WF-HISTORY-FILE.
009000     IF NOT FS-WF-HISTORY-OK
009010         MOVE SPACES TO MSG-TEXT
009020         STRING 'HISTORY FILE PERSWFHS UNAVAILABLE, STATUS '
009030                FS-WF-HISTORY ' - NO TREND PRINTED'
009040             DELIMITED BY SIZE INTO MSG-TEXT
009050         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
009060         SET RUN-HAS-WARNING TO TRUE
009070         SET TREND-WANTED TO FALSE
009080         GO TO 5000-EXIT
009090     END-IF.
009100     SET EOF-WF-HISTORY TO FALSE.
009110     PERFORM 5300-READ-TREND THRU 5300-EXIT
009120         UNTIL EOF-WF-HISTORY.
009130     CLOSE WF-HISTORY-FILE.
009140 5000-EXIT.
009150     EXIT.
009160
009170*****************************************************************
009180*    5100-FIND-LATEST-MONTH - THE HIGHEST MONTH ON THE HISTORY.
009190*****************************************************************
009200 5100-FIND-LATEST-MONTH.
009210     OPEN INPUT WF-HISTORY-FILE.
009220     IF NOT FS-WF-HISTORY-OK
009230         GO TO 5100-EXIT
009240     END-IF.
009250     SET EOF-WF-HISTORY TO FALSE.
009260     PERFORM 5110-READ-LATEST THRU 5110-EXIT
009270         UNTIL EOF-WF-HISTORY.
009280     CLOSE WF-HISTORY-FILE.
009290 5100-EXIT.
009300     EXIT.
009310
009320 5110-READ-LATEST.
009330     READ WF-HISTORY-FILE
009340         AT END
009350             SET EOF-WF-HISTORY TO TRUE
009360         NOT AT END
009370             IF WFS-MONTH IS NUMERIC
009380                 AND WFS-MONTH > WS-TREND-END-MONTH
009390                 MOVE WFS-MONTH TO WS-TREND-END-MONTH
009400             END-IF
009410     END-READ.
009420 5110-EXIT.
009430     EXIT.
009440
009450 5200-NAME-SLOT.
009460     COMPUTE WS-SLOT-ORDINAL = WS-START-ORDINAL + WS-SLOT-SUB - 1.
009470     DIVIDE WS-SLOT-ORDINAL BY 12 GIVING WS-WORK-YYYY
009480         REMAINDER WS-WORK-MM.
009490     ADD 1 TO WS-WORK-MM.
009500     COMPUTE WS-SLOT-MONTH(WS-SLOT-SUB) =
009510         (WS-WORK-YYYY * 100) + WS-WORK-MM.
009520 5200-EXIT.
009530     EXIT.
009540
009550*****************************************************************
009560*    5300-READ-TREND - ONE HISTORY RECORD INTO ITS DEPARTMENT
009570*    AND MONTH SLOT, IF IT FALLS IN THE WINDOW.  A RECORD WITH A
009580*    MONTH THAT IS NOT NUMERIC IS COUNTED AND PASSED OVER.
009590*****************************************************************
009600 5300-READ-TREND.
009610     READ WF-HISTORY-FILE
009620         AT END
009630             SET EOF-WF-HISTORY TO TRUE
009640             GO TO 5300-EXIT
009650     END-READ.
009660     ADD 1 TO WS-HISTORY-READ-COUNT.
009670     IF WFS-MONTH IS NOT NUMERIC
009680         ADD 1 TO WS-HISTORY-BAD-COUNT
009690         GO TO 5300-EXIT
009700     END-IF.
009710     IF WFS-MONTH < WS-SLOT-MONTH(1)
009720         OR WFS-MONTH > WS-SLOT-MONTH(WS-SLOT-MAX)
009730         GO TO 5300-EXIT
009740     END-IF.
009750     DIVIDE WFS-MONTH BY 100 GIVING WS-WORK-YYYY
009760         REMAINDER WS-WORK-MM.
009770     COMPUTE WS-SLOT-SUB =
009780         (WS-WORK-YYYY * 12) + WS-WORK-MM - WS-START-ORDINAL.
009790     MOVE WFS-DEPT TO WS-FIND-CODE.
009800     PERFORM 2400-FIND-DEPT THRU 2400-EXIT.
009810     IF WS-DEPT-SUB = ZERO
009820         GO TO 5300-EXIT
009830     END-IF.
009840     IF WS-SLOT-SUB > 1
009850         MOVE 'Y' TO WS-DT-TREND-SWITCH(WS-DEPT-SUB)
009860     END-IF.
009870     MOVE 'Y' TO WS-TM-SWITCH(WS-DEPT-SUB, WS-SLOT-SUB).
009880     MOVE WFS-ACTIVE-COUNT
009890         TO WS-TM-ACTIVE(WS-DEPT-SUB, WS-SLOT-SUB).
009900     MOVE WFS-INACTIVE-COUNT
009910         TO WS-TM-INACTIVE(WS-DEPT-SUB, WS-SLOT-SUB).
009920     MOVE WFS-JOINER-COUNT
009930         TO WS-TM-JOINERS(WS-DEPT-SUB, WS-SLOT-SUB).
009940     MOVE WFS-LEAVER-COUNT
009950         TO WS-TM-LEAVERS(WS-DEPT-SUB, WS-SLOT-SUB).
009960     MOVE WFS-TRANSFER-IN-COUNT
009970         TO WS-TM-TRANSFER-IN(WS-DEPT-SUB, WS-SLOT-SUB).
009980     MOVE WFS-TRANSFER-OUT-COUNT
009990         TO WS-TM-TRANSFER-OUT(WS-DEPT-SUB, WS-SLOT-SUB).
010000     MOVE WFS-WEIGHT-TOTAL
010010         TO WS-TM-WEIGHT-TOTAL(WS-DEPT-SUB, WS-SLOT-SUB).
010020     MOVE WFS-WEIGHT-AVERAGE
010030         TO WS-TM-WEIGHT-AVG(WS-DEPT-SUB, WS-SLOT-SUB).
010040     MOVE WFS-WEIGHT-MINIMUM
010050         TO WS-TM-WEIGHT-MIN(WS-DEPT-SUB, WS-SLOT-SUB).
010060     MOVE WFS-WEIGHT-MAXIMUM
010070         TO WS-TM-WEIGHT-MAX(WS-DEPT-SUB, WS-SLOT-SUB).
010080 5300-EXIT.
010090     EXIT.
010100
010110*****************************************************************
010120*    6000-PRINT-TREND - ADD THE DEPARTMENTS UP INTO THE COMPANY
010130*    ENTRY, THEN PRINT A BLOCK FOR EVERY DEPARTMENT WITH A MONTH
010140*    IN THE WINDOW AND ONE FOR THE COMPANY.
010150*****************************************************************
010160 6000-PRINT-TREND.
010170     PERFORM 6100-ADD-COMPANY THRU 6100-EXIT
010180         VARYING WS-DEPT-SUB FROM 1 BY 1
010190         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
010200     PERFORM 6150-AVERAGE-COMPANY THRU 6150-EXIT
010210         VARYING WS-SLOT-SUB FROM 1 BY 1
010220         UNTIL WS-SLOT-SUB > WS-SLOT-MAX.
010230     PERFORM 6400-PRINT-HEADINGS THRU 6400-EXIT.
010240     PERFORM 6200-PRINT-DEPT THRU 6200-EXIT
010250         VARYING WS-PRINT-SUB FROM 1 BY 1
010260         UNTIL WS-PRINT-SUB > WS-DEPT-COUNT.
010270     MOVE WS-COMPANY-SUB TO WS-PRINT-SUB.
010280     PERFORM 6200-PRINT-DEPT THRU 6200-EXIT.
010290 6000-EXIT.
010300     EXIT.
010310
010320 6100-ADD-COMPANY.
010330     PERFORM 6110-ADD-COMPANY-MONTH THRU 6110-EXIT
010340         VARYING WS-SLOT-SUB FROM 1 BY 1
010350         UNTIL WS-SLOT-SUB > WS-SLOT-MAX.
010360 6100-EXIT.
010370     EXIT.
010380
010390*****************************************************************
010400*    6110-ADD-COMPANY-MONTH - ONE DEPARTMENT'S MONTH INTO THE
010410*    COMPANY'S.  THE COMPANY MINIMUM AND MAXIMUM ARE TAKEN OVER
010420*    THE DEPARTMENTS WITH ANYBODY ACTIVE.
010430*****************************************************************
010440 6110-ADD-COMPANY-MONTH.
010450     IF NOT MONTH-IS-PRESENT(WS-DEPT-SUB, WS-SLOT-SUB)
010460         GO TO 6110-EXIT
010470     END-IF.
010480     MOVE 'Y' TO WS-TM-SWITCH(WS-COMPANY-SUB, WS-SLOT-SUB).
010490     IF WS-SLOT-SUB > 1
010500         MOVE 'Y' TO WS-DT-TREND-SWITCH(WS-COMPANY-SUB)
010510     END-IF.
010520     ADD WS-TM-INACTIVE(WS-DEPT-SUB, WS-SLOT-SUB)
010530         TO WS-TM-INACTIVE(WS-COMPANY-SUB, WS-SLOT-SUB).
010540     ADD WS-TM-JOINERS(WS-DEPT-SUB, WS-SLOT-SUB)
010550         TO WS-TM-JOINERS(WS-COMPANY-SUB, WS-SLOT-SUB).
010560     ADD WS-TM-LEAVERS(WS-DEPT-SUB, WS-SLOT-SUB)
010570         TO WS-TM-LEAVERS(WS-COMPANY-SUB, WS-SLOT-SUB).
010580     ADD WS-TM-TRANSFER-IN(WS-DEPT-SUB, WS-SLOT-SUB)
010590         TO WS-TM-TRANSFER-IN(WS-COMPANY-SUB, WS-SLOT-SUB).
010600     ADD WS-TM-TRANSFER-OUT(WS-DEPT-SUB, WS-SLOT-SUB)
010610         TO WS-TM-TRANSFER-OUT(WS-COMPANY-SUB, WS-SLOT-SUB).
010620     IF WS-TM-ACTIVE(WS-DEPT-SUB, WS-SLOT-SUB) = ZERO
010630         GO TO 6110-EXIT
010640     END-IF.
010650     IF WS-TM-ACTIVE(WS-COMPANY-SUB, WS-SLOT-SUB) = ZERO
010660         MOVE WS-TM-WEIGHT-MIN(WS-DEPT-SUB, WS-SLOT-SUB)
010670             TO WS-TM-WEIGHT-MIN(WS-COMPANY-SUB, WS-SLOT-SUB)
010680         MOVE WS-TM-WEIGHT-MAX(WS-DEPT-SUB, WS-SLOT-SUB)
010690             TO WS-TM-WEIGHT-MAX(WS-COMPANY-SUB, WS-SLOT-SUB)
010700     END-IF.
010710     IF WS-TM-WEIGHT-MIN(WS-DEPT-SUB, WS-SLOT-SUB)
010720         < WS-TM-WEIGHT-MIN(WS-COMPANY-SUB, WS-SLOT-SUB)
010730         MOVE WS-TM-WEIGHT-MIN(WS-DEPT-SUB, WS-SLOT-SUB)
010740             TO WS-TM-WEIGHT-MIN(WS-COMPANY-SUB, WS-SLOT-SUB)
010750     END-IF.
010760     IF WS-TM-WEIGHT-MAX(WS-DEPT-SUB, WS-SLOT-SUB)
010770         > WS-TM-WEIGHT-MAX(WS-COMPANY-SUB, WS-SLOT-SUB)
010780         MOVE WS-TM-WEIGHT-MAX(WS-DEPT-SUB, WS-SLOT-SUB)
010790             TO WS-TM-WEIGHT-MAX(WS-COMPANY-SUB, WS-SLOT-SUB)
010800     END-IF.
010810     ADD WS-TM-ACTIVE(WS-DEPT-SUB, WS-SLOT-SUB)
010820         TO WS-TM-ACTIVE(WS-COMPANY-SUB, WS-SLOT-SUB).
010830     ADD WS-TM-WEIGHT-TOTAL(WS-DEPT-SUB, WS-SLOT-SUB)
010840         TO WS-TM-WEIGHT-TOTAL(WS-COMPANY-SUB, WS-SLOT-SUB).
010850 6110-EXIT.
010860     EXIT.
010870
010880 6150-AVERAGE-COMPANY.
010890     IF WS-TM-ACTIVE(WS-COMPANY-SUB, WS-SLOT-SUB) > ZERO
010900         COMPUTE WS-TM-WEIGHT-AVG(WS-COMPANY-SUB, WS-SLOT-SUB)
010910             ROUNDED =
010920             WS-TM-WEIGHT-TOTAL(WS-COMPANY-SUB, WS-SLOT-SUB)
010930                 / WS-TM-ACTIVE(WS-COMPANY-SUB, WS-SLOT-SUB)
010940     END-IF.
010950 6150-EXIT.
010960     EXIT.
010970
010980*****************************************************************
010990*    6200-PRINT-DEPT - ONE BLOCK: THE DEPARTMENT LINE AND A ROW
011000*    PER MEASURE, KEPT TOGETHER ON ONE PAGE.
011010*****************************************************************
011020 6200-PRINT-DEPT.
011030     IF NOT DEPT-HAS-TREND(WS-PRINT-SUB)
011040         GO TO 6200-EXIT
011050     END-IF.
011060     IF WS-LINE-COUNT + WS-ROW-MAX + 3 > WS-LINES-PER-PAGE
011070         PERFORM 6400-PRINT-HEADINGS THRU 6400-EXIT
011080     END-IF.
011090     MOVE SPACES TO DEPT-HDG-LINE.
011100     IF WS-PRINT-SUB = WS-COMPANY-SUB
011110         MOVE 'COMPANY' TO DHD-TITLE
011120     ELSE
011130         MOVE 'DEPARTMENT' TO DHD-TITLE
011140         MOVE WS-DT-CODE(WS-PRINT-SUB) TO DHD-CODE
011150     END-IF.
011160     MOVE WS-DT-NAME(WS-PRINT-SUB) TO DHD-NAME.
011170     MOVE DEPT-HDG-LINE TO PRINT-LINE.
011180     WRITE PRINT-LINE.
011190     PERFORM 6300-PRINT-ROW THRU 6300-EXIT
011200         VARYING WS-ROW-SUB FROM 1 BY 1
011210         UNTIL WS-ROW-SUB > WS-ROW-MAX.
011220     MOVE SPACES TO PRINT-LINE.
011230     WRITE PRINT-LINE.
011240     ADD WS-ROW-MAX TO WS-LINE-COUNT.
011250     ADD 2 TO WS-LINE-COUNT.
011260 6200-EXIT.
011270     EXIT.
011280
011290 6300-PRINT-ROW.
011300     MOVE SPACES TO TREND-LINE.
011310     MOVE WS-ROW-LABEL(WS-ROW-SUB) TO TRL-LABEL.
011320     PERFORM 6310-FORMAT-CELL THRU 6310-EXIT
011330         VARYING WS-SLOT-SUB FROM 2 BY 1
011340         UNTIL WS-SLOT-SUB > WS-SLOT-MAX.
011350     MOVE TREND-LINE TO PRINT-LINE.
011360     WRITE PRINT-LINE.
011370 6300-EXIT.
011380     EXIT.
011390
011400*****************************************************************
011410*    6310-FORMAT-CELL - ONE MONTH OF ONE ROW.  A MONTH NOT ON THE
011420*    HISTORY PRINTS AS A DASH, AND SO DOES A CHANGE WHEN EITHER
011430*    MONTH IS MISSING.
011440*****************************************************************
011450 6310-FORMAT-CELL.
011460     MOVE WS-CELL-MISSING TO WS-CELL.
011470     COMPUTE WS-COLUMN-SUB = WS-SLOT-SUB - 1.
011480     COMPUTE WS-PRIOR-SLOT = WS-SLOT-SUB - 1.
011490     IF NOT MONTH-IS-PRESENT(WS-PRINT-SUB, WS-SLOT-SUB)
011500         GO TO 6310-STORE
011510     END-IF.
011520     IF WS-ROW-SUB = 2 OR WS-ROW-SUB = 9
011530         IF NOT MONTH-IS-PRESENT(WS-PRINT-SUB, WS-PRIOR-SLOT)
011540             GO TO 6310-STORE
011550         END-IF
011560     END-IF.
011570     IF WS-ROW-SUB = 1
011580         MOVE WS-TM-ACTIVE(WS-PRINT-SUB, WS-SLOT-SUB)
011590             TO CEL-COUNT
011600         MOVE WS-CELL-COUNT TO WS-CELL
011610     END-IF.
011620     IF WS-ROW-SUB = 2
011630         COMPUTE WS-CHANGE =
011640             WS-TM-ACTIVE(WS-PRINT-SUB, WS-SLOT-SUB)
011650                 - WS-TM-ACTIVE(WS-PRINT-SUB, WS-PRIOR-SLOT)
011660         MOVE WS-CHANGE TO CEL-COUNT-CHANGE
011670         MOVE WS-CELL-COUNT-CHANGE TO WS-CELL
011680     END-IF.
011690     IF WS-ROW-SUB = 3
011700         MOVE WS-TM-INACTIVE(WS-PRINT-SUB, WS-SLOT-SUB)
011710             TO CEL-COUNT
011720         MOVE WS-CELL-COUNT TO WS-CELL
011730     END-IF.
011740     IF WS-ROW-SUB = 4
011750         MOVE WS-TM-JOINERS(WS-PRINT-SUB, WS-SLOT-SUB)
011760             TO CEL-COUNT
011770         MOVE WS-CELL-COUNT TO WS-CELL
011780     END-IF.
011790     IF WS-ROW-SUB = 5
011800         MOVE WS-TM-LEAVERS(WS-PRINT-SUB, WS-SLOT-SUB)
011810             TO CEL-COUNT
011820         MOVE WS-CELL-COUNT TO WS-CELL
011830     END-IF.
011840     IF WS-ROW-SUB = 6
011850         MOVE WS-TM-TRANSFER-IN(WS-PRINT-SUB, WS-SLOT-SUB)
011860             TO CEL-COUNT
011870         MOVE WS-CELL-COUNT TO WS-CELL
011880     END-IF.
011890     IF WS-ROW-SUB = 7
011900         MOVE WS-TM-TRANSFER-OUT(WS-PRINT-SUB, WS-SLOT-SUB)
011910             TO CEL-COUNT
011920         MOVE WS-CELL-COUNT TO WS-CELL
011930     END-IF.
011940     IF WS-ROW-SUB = 8
011950         MOVE WS-TM-WEIGHT-AVG(WS-PRINT-SUB, WS-SLOT-SUB)
011960             TO CEL-WEIGHT
011970         MOVE WS-CELL-WEIGHT TO WS-CELL
011980     END-IF.
011990     IF WS-ROW-SUB = 9
012000         COMPUTE WS-WEIGHT-CHANGE =
012010             WS-TM-WEIGHT-AVG(WS-PRINT-SUB, WS-SLOT-SUB)
012020                 - WS-TM-WEIGHT-AVG(WS-PRINT-SUB, WS-PRIOR-SLOT)
012030         MOVE WS-WEIGHT-CHANGE TO CEL-WEIGHT-CHANGE
012040         MOVE WS-CELL-WEIGHT-CHANGE TO WS-CELL
012050     END-IF.
012060     IF WS-ROW-SUB = 10
012070         MOVE WS-TM-WEIGHT-MIN(WS-PRINT-SUB, WS-SLOT-SUB)
012080             TO CEL-COUNT
012090         MOVE WS-CELL-COUNT TO WS-CELL
012100     END-IF.
012110     IF WS-ROW-SUB = 11
012120         MOVE WS-TM-WEIGHT-MAX(WS-PRINT-SUB, WS-SLOT-SUB)
012130             TO CEL-COUNT
012140         MOVE WS-CELL-COUNT TO WS-CELL
012150     END-IF.
012160 6310-STORE.
012170     MOVE WS-CELL TO TRL-CELL(WS-COLUMN-SUB).
012180 6310-EXIT.
012190     EXIT.
012200
012210*****************************************************************
012220*    6400-PRINT-HEADINGS - A NEW PAGE WITH THE MONTHS ACROSS.
012230*****************************************************************
012240 6400-PRINT-HEADINGS.
012250     ADD 1 TO WS-PAGE-COUNT.
012260     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
012270     MOVE WS-BUSINESS-DATE TO HDG2-RUN-DATE.
012280     MOVE SPACES TO PRINT-LINE.
012290     WRITE PRINT-LINE.
012300     WRITE PRINT-LINE.
012310     MOVE HDG-LINE-1 TO PRINT-LINE.
012320     WRITE PRINT-LINE.
012330     MOVE HDG-LINE-2 TO PRINT-LINE.
012340     WRITE PRINT-LINE.
012350     MOVE SPACES TO PRINT-LINE.
012360     WRITE PRINT-LINE.
012370     MOVE SPACES TO MONTH-HDG-LINE.
012380     PERFORM 6410-NAME-COLUMN THRU 6410-EXIT
012390         VARYING WS-SLOT-SUB FROM 2 BY 1
012400         UNTIL WS-SLOT-SUB > WS-SLOT-MAX.
012410     MOVE MONTH-HDG-LINE TO PRINT-LINE.
012420     WRITE PRINT-LINE.
012430     MOVE SPACES TO PRINT-LINE.
012440     WRITE PRINT-LINE.
012450     MOVE ZERO TO WS-LINE-COUNT.
012460 6400-EXIT.
012470     EXIT.
012480
012490 6410-NAME-COLUMN.
012500     COMPUTE WS-COLUMN-SUB = WS-SLOT-SUB - 1.
012510     DIVIDE WS-SLOT-MONTH(WS-SLOT-SUB) BY 100
012520         GIVING MHL-YYYY(WS-COLUMN-SUB)
012530         REMAINDER MHL-MM(WS-COLUMN-SUB).
012540     MOVE '-' TO MHL-DASH(WS-COLUMN-SUB).
012550 6410-EXIT.
012560     EXIT.
012570
012580*****************************************************************
012590*    7500-PRINT-SUMMARY - WHAT THIS RUN DID.
012600*****************************************************************
012610 7500-PRINT-SUMMARY.
012620     IF NOT REPORT-IS-OPEN
012630         GO TO 7500-EXIT
012640     END-IF.
012650     MOVE SPACES TO PRINT-LINE.
012660     WRITE PRINT-LINE.
012670     IF WS-STATS-MONTH NOT = ZERO
012680         MOVE SPACES TO MSG-TEXT
012690         STRING 'MONTH ' WS-STATS-MONTH
012700             DELIMITED BY SIZE INTO MSG-TEXT
012710         PERFORM 8000-PRINT-MESSAGE THRU 8000-EXIT
012720     END-IF.
012730     MOVE 'MASTER RECORDS READ.....' TO SUM-LABEL.
012740     MOVE WS-PERSON-COUNT TO SUM-COUNT.
012750     MOVE SUMMARY-LINE TO PRINT-LINE.
012760     WRITE PRINT-LINE.
012770     MOVE 'AUDIT RECORDS READ......' TO SUM-LABEL.
012780     MOVE WS-AUDIT-READ-COUNT TO SUM-COUNT.
012790     MOVE SUMMARY-LINE TO PRINT-LINE.
012800     WRITE PRINT-LINE.
012810     MOVE 'AUDIT RECORDS COUNTED...' TO SUM-LABEL.
012820     MOVE WS-AUDIT-USED-COUNT TO SUM-COUNT.
012830     MOVE SUMMARY-LINE TO PRINT-LINE.
012840     WRITE PRINT-LINE.
012850     MOVE 'HISTORY RECORDS POSTED..' TO SUM-LABEL.
012860     MOVE WS-POSTED-COUNT TO SUM-COUNT.
012870     MOVE SUMMARY-LINE TO PRINT-LINE.
012880     WRITE PRINT-LINE.
012890     MOVE 'HISTORY RECORDS READ....' TO SUM-LABEL.
012900     MOVE WS-HISTORY-READ-COUNT TO SUM-COUNT.
012910     MOVE SUMMARY-LINE TO PRINT-LINE.
012920     WRITE PRINT-LINE.
012930     IF WS-HISTORY-BAD-COUNT > ZERO
012940         MOVE 'HISTORY RECORDS UNUSABLE' TO SUM-LABEL
012950         MOVE WS-HISTORY-BAD-COUNT TO SUM-COUNT
012960         MOVE SUMMARY-LINE TO PRINT-LINE
012970         WRITE PRINT-LINE
012980     END-IF.
012990     IF WS-UNTABLED-COUNT > ZERO
013000         MOVE 'NOT COUNTED - TABLE FULL' TO SUM-LABEL
013010         MOVE WS-UNTABLED-COUNT TO SUM-COUNT
013020         MOVE SUMMARY-LINE TO PRINT-LINE
013030         WRITE PRINT-LINE
013040     END-IF.
013050 7500-EXIT.
013060     EXIT.
013070
013080*****************************************************************
013090*    8000-PRINT-MESSAGE - MSG-TEXT TO THE REPORT AND THE JOB LOG.
013100*****************************************************************
013110 8000-PRINT-MESSAGE.
013120     MOVE MSG-LINE TO PRINT-LINE.
013130     WRITE PRINT-LINE.
013140     DISPLAY 'PERSWFST - ' MSG-TEXT.
013150 8000-EXIT.
013160     EXIT.
013170
013180*****************************************************************
013190*    9000-TERMINATE - CLOSE WHAT IS OPEN AND SET THE RETURN CODE.
013200*****************************************************************
013210 9000-TERMINATE.
013220     IF MASTER-IS-OPEN
013230         CLOSE PERSONS-FILE
013240     END-IF.
013250     IF REPORT-IS-OPEN
013260         CLOSE PRINT-FILE
013270     END-IF.
013280     IF RUN-IS-REFUSED
013290         MOVE 16 TO RETURN-CODE
013300     ELSE
013310         IF RUN-HAS-WARNING
013320             MOVE 8 TO RETURN-CODE
013330         END-IF
013340     END-IF.
013350     DISPLAY 'PERSWFST - HISTORY RECORDS POSTED ' WS-POSTED-COUNT.
013360 9000-EXIT.
013370     EXIT.
