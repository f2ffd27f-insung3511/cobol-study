000010*****************************************************************
000020*
000030*    PROGRAM:      PERSDQSC
000040*    AUTHOR:       INSUNG BAHK
000050*    INSTALLATION: PERSONNEL SYSTEMS
000060*    DATE-WRITTEN: 2026-10-15
000070*
000080*    REMARKS.      WEEKLY DATA QUALITY SCORECARD OVER THE PERSONS
000090*                  MASTER.  THE FEED AND PERSMNT EDITS CHECK EACH
000100*                  TRANSACTION AS IT ARRIVES; THIS PASS MEASURES
000110*                  WHAT IS ACTUALLY ON THE MASTER AGAINST SIX
000120*                  RULES:
000130*                      1  ACTIVE PERSON WITH NO CONTACT NUMBER IN
000140*                         ANY SLOT
000150*                      2  NO DEPARTMENT (PERS-DEPT BLANK)
000160*                      3  A USED CONTACT SLOT WHOSE TYPE IS NOT
000170*                         H, M OR W - COUNTS SLOTS
000180*                      4  INACTIVE PERSON WITH NO STATUS DATE
000190*                      5  NAME WITH A LEADING BLANK, A DIGIT OR A
000200*                         LOWER CASE LETTER
000210*                      6  A USED CONTACT SLOT WHOSE NUMBER IS NOT
000220*                         DIGITS (LEFT JUSTIFIED, BLANK FILLED) -
000230*                         COUNTS SLOTS
000240*                  AND PRINTS:
000250*                      - THE COUNT FOR EACH RULE BY DEPARTMENT
000260*                        (DESCRIPTIONS FROM PERSDEPT, THE SAME WAY
000270*                        AS THE DEPARTMENT ROSTER)
000280*                      - THE COMPANY TOTALS AGAINST THE PREVIOUS
000290*                        RUN ON THE PERSDQHS HISTORY FILE (SEE
000300*                        DQHIST), WITH THE CHANGE AND WHETHER THE
000310*                        MEASURE IS IMPROVING OR GETTING WORSE
000320*                      - FOR EACH RULE THE WORST OFFENDING RECORDS
000330*                        - THE ONES BREAKING THE MOST RULES
000340*                        OVERALL, IN MASTER KEY ORDER WITHIN THE
000350*                        SAME NUMBER OF DEFECTS
000360*                  THE TOTALS ARE THEN APPENDED TO PERSDQHS FOR
000370*                  NEXT WEEK.  A SECOND RUN ON THE SAME BUSINESS
000380*                  DATE COMPARES WITH THE RUN BEFORE THAT DATE AND
000390*                  DOES NOT ADD A SECOND RECORD.  REPORT ONLY -
000400*                  NOTHING ON THE MASTER IS CHANGED.  NO BUSINESS
000410*                  DATE OR NO MASTER REFUSES THE RUN (RC=16); AN
000420*                  UNREADABLE HISTORY FILE PRINTS THE SCORECARD
000430*                  WITHOUT THE TREND AND ENDS RC=8.
000440*
000450*    MODIFICATION HISTORY
000460*    ------------------------------------------------------------
000470*    2026-10-15  IB   ORIGINAL.
000480*****************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     PERSDQSC.
000510 AUTHOR.         INSUNG BAHK.
000520 INSTALLATION.   PERSONNEL SYSTEMS.
000530 DATE-WRITTEN.   2026-10-15.
000540 DATE-COMPILED.  2026-10-15.
000550
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.   IBM-370.
000590 OBJECT-COMPUTER.   IBM-370.
000600
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT PERSONS-FILE ASSIGN TO "PERSONS"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS PERS-NUMBER
000670         FILE STATUS IS FS-PERSONS.
000680
000690     SELECT DEPT-FILE ASSIGN TO "PERSDEPT"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS FS-DEPT.
000720
000730     SELECT DQ-HISTORY-FILE ASSIGN TO "PERSDQHS"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS FS-DQ-HISTORY.
000760
000770     SELECT PRINT-FILE ASSIGN TO "PERSDQSC"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS FS-PRINT.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  PERSONS-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY PERSONREC.
000860
000870 FD  DEPT-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY DEPTREC.
000900
000910 FD  DQ-HISTORY-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  DQ-HISTORY-FILE-RECORD      PIC X(100).
000940
000950 FD  PRINT-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 01  PRINT-LINE                  PIC X(132).
000980
000990 WORKING-STORAGE SECTION.
001000 77  FS-PERSONS                PIC X(02)   VALUE '00'.
001010     88  FS-PERSONS-OK                     VALUE '00'.
001020 77  FS-DEPT                   PIC X(02)   VALUE '00'.
001030     88  FS-DEPT-OK                        VALUE '00'.
001040 77  FS-DQ-HISTORY             PIC X(02)   VALUE '00'.
001050     88  FS-DQ-HISTORY-OK                  VALUE '00'.
001060     88  FS-DQ-HISTORY-NOT-FOUND           VALUE '35'.
001070 77  FS-PRINT                  PIC X(02)   VALUE '00'.
001080
001090 77  WS-PERSON-COUNT           PIC 9(07)   VALUE ZERO COMP.
001100 77  WS-ACTIVE-COUNT           PIC 9(07)   VALUE ZERO COMP.
001110 77  WS-INACTIVE-COUNT         PIC 9(07)   VALUE ZERO COMP.
001120 77  WS-HISTORY-READ-COUNT     PIC 9(07)   VALUE ZERO COMP.
001130 77  WS-UNTABLED-COUNT         PIC 9(07)   VALUE ZERO COMP.
001140 77  WS-CONTACT-IDX            PIC 9(01)   VALUE ZERO COMP.
001150 77  WS-CHAR-SUB               PIC 9(02)   VALUE ZERO COMP.
001160 77  WS-BAD-CHAR-TALLY         PIC 9(02)   VALUE ZERO COMP.
001170 77  WS-RECORD-SCORE           PIC 9(02)   VALUE ZERO COMP.
001180 77  WS-CHANGE                 PIC S9(07)  VALUE ZERO COMP.
001190
001200 01  WS-SWITCHES.
001210     05  WS-REFUSED-SWITCH      PIC X(01)  VALUE 'N'.
001220         88  RUN-IS-REFUSED                VALUE 'Y'.
001230     05  WS-PERSONS-EOF-SWITCH  PIC X(01)  VALUE 'N'.
001240         88  EOF-PERSONS                   VALUE 'Y'.
001250     05  WS-DEPT-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001260         88  EOF-DEPT                      VALUE 'Y'.
001270     05  WS-HISTORY-EOF-SWITCH  PIC X(01)  VALUE 'N'.
001280         88  EOF-DQ-HISTORY                VALUE 'Y'.
001290     05  WS-PRINT-OPEN-SWITCH   PIC X(01)  VALUE 'N'.
001300         88  REPORT-IS-OPEN                VALUE 'Y'.
001310     05  WS-HISTORY-BAD-SWITCH  PIC X(01)  VALUE 'N'.
001320         88  HISTORY-IS-UNUSABLE           VALUE 'Y'.
001330     05  WS-PRIOR-RUN-SWITCH    PIC X(01)  VALUE 'N'.
001340         88  PRIOR-RUN-FOUND               VALUE 'Y'.
001350     05  WS-SAME-DATE-SWITCH    PIC X(01)  VALUE 'N'.
001360         88  DATE-ALREADY-RECORDED         VALUE 'Y'.
001370     05  WS-DEPT-FOUND-SWITCH   PIC X(01)  VALUE 'N'.
001380         88  DEPT-WAS-FOUND                VALUE 'Y' FALSE 'N'.
001390     05  WS-CONTACT-SWITCH      PIC X(01)  VALUE 'N'.
001400         88  HAS-CONTACT-NUMBER            VALUE 'Y' FALSE 'N'.
001410     05  WS-NUMBER-BAD-SWITCH   PIC X(01)  VALUE 'N'.
001420         88  CONTACT-NUMBER-IS-BAD         VALUE 'Y' FALSE 'N'.
001430     05  WS-NUMBER-END-SWITCH   PIC X(01)  VALUE 'N'.
001440         88  CONTACT-NUMBER-HAS-ENDED      VALUE 'Y' FALSE 'N'.
001450     05  WS-SLOT-FOUND-SWITCH   PIC X(01)  VALUE 'N'.
001460         88  SLOT-WAS-FOUND                VALUE 'Y' FALSE 'N'.
001470
001480*        THE RULES, IN SCORECARD ORDER.  THE ORDER IS ALSO THE
001490*        ORDER OF THE TOTALS ON THE PERSDQHS HISTORY RECORD, SO
001500*        A NEW RULE GOES ON THE END - NEVER IN THE MIDDLE.
001510 77  WS-RULE-SUB               PIC 9(02)   VALUE ZERO COMP.
001520 77  WS-RULE-MAX               PIC 9(02)   VALUE 6 COMP.
001530 01  WS-RULE-VALUES.
001540     05  FILLER                 PIC X(40)
001550         VALUE 'ACTIVE PERSON WITH NO CONTACT NUMBER'.
001560     05  FILLER                 PIC X(40)
001570         VALUE 'NO DEPARTMENT ASSIGNED'.
001580     05  FILLER                 PIC X(40)
001590         VALUE 'CONTACT TYPE NOT H, M OR W (SLOTS)'.
001600     05  FILLER                 PIC X(40)
001610         VALUE 'INACTIVE PERSON WITH NO STATUS DATE'.
001620     05  FILLER                 PIC X(40)
001630         VALUE 'NAME - LEADING BLANK, DIGIT, LOWER CASE'.
001640     05  FILLER                 PIC X(40)
001650         VALUE 'CONTACT NUMBER NOT NUMERIC (SLOTS)'.
001660 01  WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
001670     05  WS-RULE-LABEL          PIC X(40)  OCCURS 6 TIMES.
001680
001690*        COMPANY TOTALS FOR THIS RUN - DEFECTS (PERSONS, OR SLOTS
001700*        FOR THE CONTACT RULES) AND THE NUMBER OF PERSONS FAILING.
001710 01  WS-RULE-TOTALS.
001720     05  WS-RULE-TOTAL-ENTRY    OCCURS 6 TIMES.
001730         10  WS-RULE-TOTAL      PIC 9(07)  COMP.
001740         10  WS-RULE-PERSONS    PIC 9(07)  COMP.
001750
001760*        THE RULES THE CURRENT RECORD BREAKS - ONE PER PERSON
001770*        RULE, ONE PER BAD SLOT FOR THE CONTACT RULES - AND THEIR
001780*        SUM, WHICH RANKS THE WORST OFFENDERS.
001790 01  WS-RECORD-HITS.
001800     05  WS-HIT                 PIC 9(02)  COMP OCCURS 6 TIMES.
001810
001820*        DEPARTMENT CODES AND DESCRIPTIONS FROM THE PERSDEPT
001830*        REFERENCE FILE, WITH THE COUNTS FOR EACH.  ENTRY 1 IS THE
001840*        UNASSIGNED (BLANK) GROUP.  A CODE ON THE MASTER BUT NOT
001850*        ON THE REFERENCE FILE IS ADDED AS IT IS MET, SO IT SHOWS
001860*        UP INSTEAD OF HIDING.
001870 77  WS-DEPT-COUNT             PIC 9(03)   VALUE ZERO COMP.
001880 77  WS-DEPT-MAX               PIC 9(03)   VALUE 150 COMP.
001890 77  WS-DEPT-SUB               PIC 9(03)   VALUE ZERO COMP.
001900 77  WS-SCAN-SUB               PIC 9(03)   VALUE ZERO COMP.
001910 01  WS-DEPT-TABLE.
001920     05  WS-DEPT-ENTRY          OCCURS 150 TIMES.
001930         10  WS-DT-CODE         PIC X(04).
001940         10  WS-DT-NAME         PIC X(30).
001950         10  WS-DT-PERSONS      PIC 9(07)  COMP.
001960         10  WS-DT-RULE-COUNT   PIC 9(07)  COMP OCCURS 6 TIMES.
001970
001980*        THE WORST OFFENDERS FOR EACH RULE, MOST DEFECTS FIRST.
001990*        EACH ENTRY HOLDS THE MASTER RECORD IMAGE (PERSONREC
002000*        LAYOUT) AND ITS DEFECT COUNT.
002010 77  WS-OFFENDER-MAX           PIC 9(02)   VALUE 10 COMP.
002020 77  WS-OFF-SUB                PIC 9(02)   VALUE ZERO COMP.
002030 77  WS-INSERT-SUB             PIC 9(02)   VALUE ZERO COMP.
002040 01  WS-OFFENDER-TABLE.
002050     05  WS-OFFENDER-RULE       OCCURS 6 TIMES.
002060         10  WS-OFF-COUNT       PIC 9(02)  COMP.
002070         10  WS-OFF-ENTRY       OCCURS 10 TIMES.
002080             15  WS-OFF-SCORE   PIC 9(02)  COMP.
002090             15  WS-OFF-IMAGE.
002100                 20  WS-OFF-NUMBER      PIC X(11).
002110                 20  WS-OFF-NAME        PIC X(20).
002120                 20  WS-OFF-WEIGHT      PIC 9(02).
002130                 20  WS-OFF-CONTACT     OCCURS 3 TIMES.
002140                     25  WS-OFF-CT-TYPE     PIC X(01).
002150                     25  WS-OFF-CT-NUMBER   PIC X(11).
002160                 20  WS-OFF-DEPT        PIC X(04).
002170                 20  WS-OFF-STATUS      PIC X(01).
002180                 20  WS-OFF-STATUS-DATE PIC X(08).
002190
002200*        NAME AND CONTACT NUMBER CHECKS.  THE NAME IS COPIED AND
002210*        EVERY DIGIT AND LOWER CASE LETTER IN THE COPY TURNED
002220*        INTO LOW-VALUES, WHICH ARE THEN COUNTED.
002230 01  WS-NAME-WORK              PIC X(20)   VALUE SPACES.
002240 01  WS-BAD-NAME-CHARS         PIC X(36)
002250         VALUE '0123456789abcdefghijklmnopqrstuvwxyz'.
002260 01  WS-BAD-NAME-MARKS         PIC X(36)   VALUE LOW-VALUES.
002270 01  WS-CONTACT-WORK           PIC X(11)   VALUE SPACES.
002280 01  WS-ONE-CHAR               PIC X(01)   VALUE SPACE.
002290
002300*        THE PREVIOUS RUN ON THE HISTORY FILE - THE LATEST ONE
002310*        DATED BEFORE TODAY'S BUSINESS DATE.
002320 COPY DQHIST.
002330 01  WS-PRIOR-HISTORY          PIC X(100)  VALUE SPACES.
002340
002350*        BUSINESS PROCESSING DATE FROM THE PERSBDTE SERVICE - THE
002360*        DATE OF THE RUN ON THE REPORT AND THE HISTORY RECORD.
002370 COPY BUSDPARM.
002380
002390 01  HDG-LINE-1.
002400     05  FILLER                  PIC X(25)  VALUE SPACES.
002410     05  FILLER                  PIC X(35)
002420         VALUE 'DATA QUALITY SCORECARD'.
002430     05  FILLER                  PIC X(06)  VALUE 'DATE: '.
002440     05  HDG1-RUN-DATE           PIC 9(08).
002450
002460 01  SECTION-LINE.
002470     05  FILLER                  PIC X(01)  VALUE SPACES.
002480     05  SEC-TEXT                PIC X(70).
002490
002500 01  RULE-LINE.
002510     05  FILLER                  PIC X(01)  VALUE SPACES.
002520     05  FILLER                  PIC X(05)  VALUE 'RULE '.
002530     05  RLL-RULE-NO             PIC 9(01).
002540     05  FILLER                  PIC X(02)  VALUE SPACES.
002550     05  RLL-LABEL               PIC X(40).
002560
002570 01  DEPT-HDG-LINE.
002580     05  FILLER                  PIC X(38)
002590         VALUE ' DEPT DESCRIPTION'.
002600     05  FILLER                  PIC X(07)  VALUE 'PERSONS'.
002610     05  FILLER                  PIC X(27)
002620         VALUE '   RULE 1   RULE 2   RULE 3'.
002630     05  FILLER                  PIC X(27)
002640         VALUE '   RULE 4   RULE 5   RULE 6'.
002650
002660 01  DEPT-LINE.
002670     05  FILLER                  PIC X(01).
002680     05  DGL-CODE                PIC X(04).
002690     05  FILLER                  PIC X(01).
002700     05  DGL-NAME                PIC X(30).
002710     05  FILLER                  PIC X(02).
002720     05  DGL-PERSONS             PIC ZZZ,ZZ9.
002730     05  DGL-RULE-GROUP          OCCURS 6 TIMES.
002740         10  FILLER              PIC X(02).
002750         10  DGL-RULE-COUNT      PIC ZZZ,ZZ9.
002760
002770 01  TREND-HDG-LINE.
002780     05  FILLER                  PIC X(50)  VALUE SPACES.
002790     05  FILLER                  PIC X(40)
002800         VALUE 'THIS RUN   LAST RUN    CHANGE   TREND'.
002810
002820 01  TREND-LINE.
002830     05  FILLER                  PIC X(01).
002840     05  TRL-RULE-TEXT           PIC X(05).
002850     05  TRL-RULE-NO             PIC 9(01).
002860     05  FILLER                  PIC X(02).
002870     05  TRL-LABEL               PIC X(40).
002880     05  FILLER                  PIC X(02).
002890     05  TRL-THIS                PIC ZZZ,ZZ9.
002900     05  FILLER                  PIC X(04).
002910     05  TRL-LAST                PIC ZZZ,ZZ9.
002920     05  FILLER                  PIC X(03).
002930     05  TRL-CHANGE              PIC ---,--9.
002940     05  FILLER                  PIC X(03).
002950     05  TRL-TREND               PIC X(15).
002960
002970 01  PRIOR-RUN-LINE.
002980     05  FILLER                  PIC X(01)  VALUE SPACES.
002990     05  FILLER                  PIC X(30)
003000         VALUE 'LAST RUN ON THE HISTORY FILE: '.
003010     05  PRL-DATE                PIC 9(08).
003020
003030 01  OFFENDER-HDG-LINE.
003040     05  FILLER                  PIC X(01)  VALUE SPACES.
003050     05  FILLER                  PIC X(35)
003060         VALUE '  NUMBER      NAME'.
003070     05  FILLER                  PIC X(18)
003080         VALUE 'DEPT ST STAT DATE'.
003090     05  FILLER                  PIC X(43)
003100         VALUE 'CONTACTS'.
003110     05  FILLER                  PIC X(07)  VALUE 'DEFECTS'.
003120
003130 01  OFFENDER-LINE.
003140     05  FILLER                  PIC X(03).
003150     05  OFL-NUMBER              PIC X(11).
003160     05  FILLER                  PIC X(01).
003170     05  OFL-NAME                PIC X(20).
003180     05  FILLER                  PIC X(01).
003190     05  OFL-DEPT                PIC X(04).
003200     05  FILLER                  PIC X(01).
003210     05  OFL-STATUS              PIC X(01).
003220     05  FILLER                  PIC X(02).
003230     05  OFL-STATUS-DATE         PIC X(08).
003240     05  FILLER                  PIC X(02).
003250     05  OFL-CONTACT             OCCURS 3 TIMES.
003260         10  OFL-CT-TYPE         PIC X(01).
003270         10  FILLER              PIC X(01).
003280         10  OFL-CT-NUMBER       PIC X(11).
003290         10  FILLER              PIC X(02).
003300     05  FILLER                  PIC X(02).
003310     05  OFL-DEFECTS             PIC ZZ9.
003320
003330 01  OFFENDER-COUNT-LINE.
003340     05  FILLER                  PIC X(03)  VALUE SPACES.
003350     05  OCL-PERSONS             PIC ZZZ,ZZ9.
003360     05  FILLER                  PIC X(22)
003370         VALUE ' PERSONS FAIL, WORST '.
003380     05  OCL-SHOWN               PIC Z9.
003390     05  FILLER                  PIC X(06)  VALUE ' SHOWN'.
003400
003410 01  MSG-LINE.
003420     05  FILLER                  PIC X(01)  VALUE SPACES.
003430     05  MSG-TEXT                PIC X(70).
003440
003450 01  SUMMARY-LINE.
003460     05  FILLER                  PIC X(01)  VALUE SPACES.
003470     05  SUM-LABEL               PIC X(26).
003480     05  SUM-COUNT               PIC ZZZ,ZZ9.
003490
003500 PROCEDURE DIVISION.
003510 0000-MAINLINE.
003520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003530     IF NOT RUN-IS-REFUSED
003540         PERFORM 2000-SCORE-MASTER THRU 2000-EXIT
003550         PERFORM 7000-PRINT-RULES THRU 7000-EXIT
003560         PERFORM 7100-PRINT-DEPARTMENTS THRU 7100-EXIT
003570         PERFORM 7200-PRINT-TREND THRU 7200-EXIT
003580         PERFORM 7300-PRINT-OFFENDERS THRU 7300-EXIT
003590         PERFORM 8000-RECORD-HISTORY THRU 8000-EXIT
003600         PERFORM 7500-PRINT-SUMMARY THRU 7500-EXIT
003610     END-IF.
003620     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003630     STOP RUN.
003640
003650*****************************************************************
003660*    1000-INITIALIZE - GET THE BUSINESS DATE, LOAD THE
003670*    DEPARTMENTS, FIND THE PREVIOUS RUN ON THE HISTORY FILE AND
003680*    OPEN THE MASTER AND THE REPORT.  NO BUSINESS DATE OR NO
003690*    MASTER REFUSES THE RUN.
003700*****************************************************************
003710 1000-INITIALIZE.
003720     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
003730     IF NOT BUSINESS-DATE-OK
003740         DISPLAY 'PERSDQSC - NO BUSINESS DATE ON PERSBDAT'
003750         SET RUN-IS-REFUSED TO TRUE
003760         GO TO 1000-EXIT
003770     END-IF.
003780     INITIALIZE WS-RULE-TOTALS.
003790     INITIALIZE WS-OFFENDER-TABLE.
003800     PERFORM 1200-LOAD-DEPTS THRU 1200-EXIT.
003810     PERFORM 1300-FIND-PRIOR-RUN THRU 1300-EXIT.
003820     OPEN INPUT PERSONS-FILE.
003830     IF NOT FS-PERSONS-OK
003840         DISPLAY 'PERSDQSC - PERSONS MASTER UNAVAILABLE '
003850             FS-PERSONS
003860         SET RUN-IS-REFUSED TO TRUE
003870         GO TO 1000-EXIT
003880     END-IF.
003890     OPEN OUTPUT PRINT-FILE.
003900     SET REPORT-IS-OPEN TO TRUE.
003910     MOVE WS-BUSINESS-DATE TO HDG1-RUN-DATE.
003920     MOVE HDG-LINE-1 TO PRINT-LINE.
003930     WRITE PRINT-LINE.
003940 1000-EXIT.
003950     EXIT.
003960
003970*****************************************************************
003980*    1200-LOAD-DEPTS - THE UNASSIGNED GROUP, THEN THE CODES AND
003990*    DESCRIPTIONS FROM THE PERSDEPT REFERENCE FILE.  NO FILE AT
004000*    ALL LEAVES ONLY THE UNASSIGNED GROUP - EVERY CODE IS THEN
004010*    ADDED AS UNKNOWN AS IT IS MET AND THE SCORECARD STILL RUNS.
004020*****************************************************************
004030 1200-LOAD-DEPTS.
004040     INITIALIZE WS-DEPT-TABLE.
004050     MOVE 1 TO WS-DEPT-COUNT.
004060     MOVE SPACES TO WS-DT-CODE(1).
004070     MOVE '(NOT YET ASSIGNED)' TO WS-DT-NAME(1).
004080     OPEN INPUT DEPT-FILE.
004090     IF FS-DEPT-OK
004100         PERFORM 1210-READ-DEPT THRU 1210-EXIT
004110             UNTIL EOF-DEPT
004120         CLOSE DEPT-FILE
004130     ELSE
004140         DISPLAY 'PERSDQSC - DEPT REFERENCE FILE UNAVAILABLE'
004150     END-IF.
004160 1200-EXIT.
004170     EXIT.
004180
004190 1210-READ-DEPT.
004200     READ DEPT-FILE
004210         AT END
004220             SET EOF-DEPT TO TRUE
004230         NOT AT END
004240             IF WS-DEPT-COUNT < WS-DEPT-MAX
004250                 ADD 1 TO WS-DEPT-COUNT
004260                 MOVE DEPT-CODE TO WS-DT-CODE(WS-DEPT-COUNT)
004270                 MOVE DEPT-NAME TO WS-DT-NAME(WS-DEPT-COUNT)
004280             ELSE
004290                 DISPLAY 'PERSDQSC - DEPT TABLE FULL '
004300                     DEPT-CODE
004310             END-IF
004320     END-READ.
004330 1210-EXIT.
004340     EXIT.
004350
004360*****************************************************************
004370*    1300-FIND-PRIOR-RUN - READ THE HISTORY FILE THROUGH AND
004380*    KEEP THE LAST RECORD DATED BEFORE TODAY'S BUSINESS DATE.  A
004390*    RECORD ALREADY DATED TODAY MEANS THIS IS A RERUN - ITS
004400*    TOTALS ARE NOT ADDED AGAIN.  NO FILE YET MEANS THIS IS THE
004410*    FIRST RUN; A FILE THAT CANNOT BE READ IS LEFT ALONE.
004420*****************************************************************
004430 1300-FIND-PRIOR-RUN.
004440     OPEN INPUT DQ-HISTORY-FILE.
004450     IF FS-DQ-HISTORY-NOT-FOUND
004460         GO TO 1300-EXIT
004470     END-IF.
004480     IF NOT FS-DQ-HISTORY-OK
004490         DISPLAY 'PERSDQSC - HISTORY FILE UNAVAILABLE '
004500             FS-DQ-HISTORY
004510         SET HISTORY-IS-UNUSABLE TO TRUE
004520         GO TO 1300-EXIT
004530     END-IF.
004540     PERFORM 1310-READ-HISTORY THRU 1310-EXIT
004550         UNTIL EOF-DQ-HISTORY.
004560     CLOSE DQ-HISTORY-FILE.
004570 1300-EXIT.
004580     EXIT.
004590
004600 1310-READ-HISTORY.
004610     READ DQ-HISTORY-FILE INTO DQ-HISTORY-RECORD
004620         AT END
004630             SET EOF-DQ-HISTORY TO TRUE
004640             GO TO 1310-EXIT
004650     END-READ.
004660     ADD 1 TO WS-HISTORY-READ-COUNT.
004670     IF DQH-RUN-DATE IS NOT NUMERIC
004680         GO TO 1310-EXIT
004690     END-IF.
004700     IF DQH-RUN-DATE = WS-BUSINESS-DATE
004710         SET DATE-ALREADY-RECORDED TO TRUE
004720         GO TO 1310-EXIT
004730     END-IF.
004740     IF DQH-RUN-DATE < WS-BUSINESS-DATE
004750         MOVE DQ-HISTORY-RECORD TO WS-PRIOR-HISTORY
004760         SET PRIOR-RUN-FOUND TO TRUE
004770     END-IF.
004780 1310-EXIT.
004790     EXIT.
004800
004810*****************************************************************
004820*    2000-SCORE-MASTER - ONE PASS OF THE MASTER IN KEY ORDER.
004830*****************************************************************
004840 2000-SCORE-MASTER.
004850     PERFORM 2010-READ-MASTER THRU 2010-EXIT.
004860     PERFORM 2100-SCORE-ONE THRU 2100-EXIT
004870         UNTIL EOF-PERSONS.
004880 2000-EXIT.
004890     EXIT.
004900
004910 2010-READ-MASTER.
004920     READ PERSONS-FILE
004930         AT END
004940             SET EOF-PERSONS TO TRUE
004950     END-READ.
004960 2010-EXIT.
004970     EXIT.
004980
004990*****************************************************************
005000*    2100-SCORE-ONE - APPLY EVERY RULE TO ONE PERSON, THEN POST
005010*    WHAT IT BROKE TO ITS DEPARTMENT AND THE COMPANY TOTALS AND
005020*    OFFER IT TO THE WORST-OFFENDER LIST OF EACH RULE IT BROKE.
005030*****************************************************************
005040 2100-SCORE-ONE.
005050     ADD 1 TO WS-PERSON-COUNT.
005060     IF PERS-IS-INACTIVE
005070         ADD 1 TO WS-INACTIVE-COUNT
005080     ELSE
005090         ADD 1 TO WS-ACTIVE-COUNT
005100     END-IF.
005110     INITIALIZE WS-RECORD-HITS.
005120     SET HAS-CONTACT-NUMBER TO FALSE.
005130     PERFORM 2200-CHECK-CONTACT THRU 2200-EXIT
005140         VARYING WS-CONTACT-IDX FROM 1 BY 1
005150         UNTIL WS-CONTACT-IDX > 3.
005160     IF PERS-IS-ACTIVE
005170         AND NOT HAS-CONTACT-NUMBER
005180         MOVE 1 TO WS-HIT(1)
005190     END-IF.
005200     IF PERS-DEPT = SPACES
005210         MOVE 1 TO WS-HIT(2)
005220     END-IF.
005230     IF PERS-IS-INACTIVE
005240         AND PERS-STATUS-DATE IS NOT NUMERIC
005250         MOVE 1 TO WS-HIT(4)
005260     END-IF.
005270     PERFORM 2300-CHECK-NAME THRU 2300-EXIT.
005280     PERFORM 2400-FIND-DEPT THRU 2400-EXIT.
005290     IF WS-DEPT-SUB > ZERO
005300         ADD 1 TO WS-DT-PERSONS(WS-DEPT-SUB)
005310     END-IF.
005320     MOVE ZERO TO WS-RECORD-SCORE.
005330     PERFORM 2500-ADD-SCORE THRU 2500-EXIT
005340         VARYING WS-RULE-SUB FROM 1 BY 1
005350         UNTIL WS-RULE-SUB > WS-RULE-MAX.
005360     PERFORM 2600-POST-RULE THRU 2600-EXIT
005370         VARYING WS-RULE-SUB FROM 1 BY 1
005380         UNTIL WS-RULE-SUB > WS-RULE-MAX.
005390     PERFORM 2010-READ-MASTER THRU 2010-EXIT.
005400 2100-EXIT.
005410     EXIT.
005420
005430*****************************************************************
005440*    2200-CHECK-CONTACT - ONE CONTACT SLOT.  A SLOT WITH NEITHER
005450*    A TYPE NOR A NUMBER IS UNUSED AND NOT CHECKED.  A USED SLOT
005460*    NEEDS A TYPE OF H, M OR W (RULE 3) AND A NUMBER THAT IS ALL
005470*    DIGITS FROM THE LEFT, BLANK FILLED AFTER THE LAST (RULE 6).
005480*****************************************************************
005490 2200-CHECK-CONTACT.
005500     IF PERS-CONTACT-TYPE(WS-CONTACT-IDX) = SPACE
005510         AND PERS-CONTACT-NUMBER(WS-CONTACT-IDX) = SPACES
005520         GO TO 2200-EXIT
005530     END-IF.
005540     IF PERS-CONTACT-NUMBER(WS-CONTACT-IDX) NOT = SPACES
005550         SET HAS-CONTACT-NUMBER TO TRUE
005560     END-IF.
005570     IF NOT PERS-CONTACT-IS-HOME(WS-CONTACT-IDX)
005580         AND NOT PERS-CONTACT-IS-MOBILE(WS-CONTACT-IDX)
005590         AND NOT PERS-CONTACT-IS-WORK(WS-CONTACT-IDX)
005600         ADD 1 TO WS-HIT(3)
005610     END-IF.
005620     MOVE PERS-CONTACT-NUMBER(WS-CONTACT-IDX) TO WS-CONTACT-WORK.
005630     SET CONTACT-NUMBER-IS-BAD TO FALSE.
005640     SET CONTACT-NUMBER-HAS-ENDED TO FALSE.
005650     IF WS-CONTACT-WORK = SPACES
005660         SET CONTACT-NUMBER-IS-BAD TO TRUE
005670     ELSE
005680         PERFORM 2210-CHECK-DIGIT THRU 2210-EXIT
005690             VARYING WS-CHAR-SUB FROM 1 BY 1
005700             UNTIL WS-CHAR-SUB > 11
005710     END-IF.
005720     IF CONTACT-NUMBER-IS-BAD
005730         ADD 1 TO WS-HIT(6)
005740     END-IF.
005750 2200-EXIT.
005760     EXIT.
005770
005780*****************************************************************
005790*    2210-CHECK-DIGIT - ONE CHARACTER OF THE CONTACT NUMBER.  THE
005800*    FIRST BLANK ENDS THE NUMBER; ANYTHING BUT A DIGIT BEFORE IT,
005810*    OR ANYTHING BUT A BLANK AFTER IT, MAKES THE NUMBER BAD.
005820*****************************************************************
005830 2210-CHECK-DIGIT.
005840     MOVE WS-CONTACT-WORK(WS-CHAR-SUB:1) TO WS-ONE-CHAR.
005850     IF WS-ONE-CHAR = SPACE
005860         SET CONTACT-NUMBER-HAS-ENDED TO TRUE
005870         GO TO 2210-EXIT
005880     END-IF.
005890     IF CONTACT-NUMBER-HAS-ENDED
005900         OR WS-ONE-CHAR IS NOT NUMERIC
005910         SET CONTACT-NUMBER-IS-BAD TO TRUE
005920     END-IF.
005930 2210-EXIT.
005940     EXIT.
005950
005960*****************************************************************
005970*    2300-CHECK-NAME - RULE 5.  A BLANK FIRST CHARACTER (WHICH
005980*    TAKES IN A NAME THAT IS ALL BLANK), OR ANY DIGIT OR LOWER
005990*    CASE LETTER ANYWHERE IN THE NAME.
006000*****************************************************************
006010 2300-CHECK-NAME.
006020     IF PERS-NAME(1:1) = SPACE
006030         MOVE 1 TO WS-HIT(5)
006040         GO TO 2300-EXIT
006050     END-IF.
006060     MOVE PERS-NAME TO WS-NAME-WORK.
006070     INSPECT WS-NAME-WORK
006080         CONVERTING WS-BAD-NAME-CHARS TO WS-BAD-NAME-MARKS.
006090     MOVE ZERO TO WS-BAD-CHAR-TALLY.
006100     INSPECT WS-NAME-WORK
006110         TALLYING WS-BAD-CHAR-TALLY FOR ALL LOW-VALUE.
006120     IF WS-BAD-CHAR-TALLY > ZERO
006130         MOVE 1 TO WS-HIT(5)
006140     END-IF.
006150 2300-EXIT.
006160     EXIT.
006170
006180*****************************************************************
006190*    2400-FIND-DEPT - THE TABLE ENTRY FOR PERS-DEPT INTO
006200*    WS-DEPT-SUB.  A CODE NOT YET IN THE TABLE IS ADDED AS
006210*    UNKNOWN; IF THE TABLE IS FULL THE PERSON COUNTS IN THE
006220*    COMPANY TOTALS ONLY (WS-DEPT-SUB ZERO).
006230*****************************************************************
006240 2400-FIND-DEPT.
006250     IF PERS-DEPT = SPACES
006260         MOVE 1 TO WS-DEPT-SUB
006270         GO TO 2400-EXIT
006280     END-IF.
006290     SET DEPT-WAS-FOUND TO FALSE.
006300     PERFORM 2410-SCAN-DEPT THRU 2410-EXIT
006310         VARYING WS-SCAN-SUB FROM 2 BY 1
006320         UNTIL WS-SCAN-SUB > WS-DEPT-COUNT
006330             OR DEPT-WAS-FOUND.
006340     IF DEPT-WAS-FOUND
006350         GO TO 2400-EXIT
006360     END-IF.
006370     IF WS-DEPT-COUNT < WS-DEPT-MAX
006380         ADD 1 TO WS-DEPT-COUNT
006390         MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
006400         MOVE PERS-DEPT TO WS-DT-CODE(WS-DEPT-SUB)
006410         MOVE '(CODE NOT ON REFERENCE FILE)'
006420             TO WS-DT-NAME(WS-DEPT-SUB)
006430     ELSE
006440         MOVE ZERO TO WS-DEPT-SUB
006450         ADD 1 TO WS-UNTABLED-COUNT
006460     END-IF.
006470 2400-EXIT.
006480     EXIT.
006490
006500 2410-SCAN-DEPT.
006510     IF WS-DT-CODE(WS-SCAN-SUB) = PERS-DEPT
006520         SET DEPT-WAS-FOUND TO TRUE
006530         MOVE WS-SCAN-SUB TO WS-DEPT-SUB
006540     END-IF.
006550 2410-EXIT.
006560     EXIT.
006570
006580 2500-ADD-SCORE.
006590     ADD WS-HIT(WS-RULE-SUB) TO WS-RECORD-SCORE.
006600 2500-EXIT.
006610     EXIT.
006620
006630*****************************************************************
006640*    2600-POST-RULE - ONE RULE THE PERSON BROKE: THE COMPANY AND
006650*    DEPARTMENT COUNTS, THEN THE WORST-OFFENDER LIST.
006660*****************************************************************
006670 2600-POST-RULE.
006680     IF WS-HIT(WS-RULE-SUB) = ZERO
006690         GO TO 2600-EXIT
006700     END-IF.
006710     ADD WS-HIT(WS-RULE-SUB) TO WS-RULE-TOTAL(WS-RULE-SUB).
006720     ADD 1 TO WS-RULE-PERSONS(WS-RULE-SUB).
006730     IF WS-DEPT-SUB > ZERO
006740         ADD WS-HIT(WS-RULE-SUB)
006750             TO WS-DT-RULE-COUNT(WS-DEPT-SUB, WS-RULE-SUB)
006760     END-IF.
006770     PERFORM 2700-OFFER-OFFENDER THRU 2700-EXIT.
006780 2600-EXIT.
006790     EXIT.
006800
006810*****************************************************************
006820*    2700-OFFER-OFFENDER - PUT THE PERSON IN THE RULE'S LIST
006830*    AHEAD OF THE FIRST ENTRY WITH FEWER DEFECTS (SO AN EARLIER
006840*    RECORD WITH THE SAME COUNT STAYS AHEAD), SHIFTING THE REST
006850*    DOWN ONE.  A FULL LIST DROPS ITS LAST ENTRY; A PERSON NO
006860*    WORSE THAN ANY ON A FULL LIST IS NOT ADDED.
006870*****************************************************************
006880 2700-OFFER-OFFENDER.
006890     SET SLOT-WAS-FOUND TO FALSE.
006900     PERFORM 2710-FIND-SLOT THRU 2710-EXIT
006910         VARYING WS-OFF-SUB FROM 1 BY 1
006920         UNTIL WS-OFF-SUB > WS-OFF-COUNT(WS-RULE-SUB)
006930             OR SLOT-WAS-FOUND.
006940     IF NOT SLOT-WAS-FOUND
006950         IF WS-OFF-COUNT(WS-RULE-SUB) < WS-OFFENDER-MAX
006960             COMPUTE WS-INSERT-SUB = WS-OFF-COUNT(WS-RULE-SUB) + 1
006970         ELSE
006980             GO TO 2700-EXIT
006990         END-IF
007000     END-IF.
007010     IF WS-OFF-COUNT(WS-RULE-SUB) < WS-OFFENDER-MAX
007020         ADD 1 TO WS-OFF-COUNT(WS-RULE-SUB)
007030     END-IF.
007040     PERFORM 2720-SHIFT-DOWN THRU 2720-EXIT
007050         VARYING WS-OFF-SUB FROM WS-OFF-COUNT(WS-RULE-SUB) BY -1
007060         UNTIL WS-OFF-SUB NOT > WS-INSERT-SUB.
007070     MOVE WS-RECORD-SCORE
007080         TO WS-OFF-SCORE(WS-RULE-SUB, WS-INSERT-SUB).
007090     MOVE PERSON-RECORD
007100         TO WS-OFF-IMAGE(WS-RULE-SUB, WS-INSERT-SUB).
007110 2700-EXIT.
007120     EXIT.
007130
007140 2710-FIND-SLOT.
007150     IF WS-RECORD-SCORE > WS-OFF-SCORE(WS-RULE-SUB, WS-OFF-SUB)
007160         SET SLOT-WAS-FOUND TO TRUE
007170         MOVE WS-OFF-SUB TO WS-INSERT-SUB
007180     END-IF.
007190 2710-EXIT.
007200     EXIT.
007210
007220 2720-SHIFT-DOWN.
007230     MOVE WS-OFF-ENTRY(WS-RULE-SUB, WS-OFF-SUB - 1)
007240         TO WS-OFF-ENTRY(WS-RULE-SUB, WS-OFF-SUB).
007250 2720-EXIT.
007260     EXIT.
007270
007280*****************************************************************
007290*    7000-PRINT-RULES - THE RULE NUMBERS USED ON THE REST OF
007300*    THE REPORT.
007310*****************************************************************
007320 7000-PRINT-RULES.
007330     MOVE SPACES TO PRINT-LINE.
007340     WRITE PRINT-LINE.
007350     MOVE 'RULES' TO SEC-TEXT.
007360     MOVE SECTION-LINE TO PRINT-LINE.
007370     WRITE PRINT-LINE.
007380     PERFORM 7010-PRINT-RULE THRU 7010-EXIT
007390         VARYING WS-RULE-SUB FROM 1 BY 1
007400         UNTIL WS-RULE-SUB > WS-RULE-MAX.
007410 7000-EXIT.
007420     EXIT.
007430
007440 7010-PRINT-RULE.
007450     MOVE WS-RULE-SUB TO RLL-RULE-NO.
007460     MOVE WS-RULE-LABEL(WS-RULE-SUB) TO RLL-LABEL.
007470     MOVE RULE-LINE TO PRINT-LINE.
007480     WRITE PRINT-LINE.
007490 7010-EXIT.
007500     EXIT.
007510
007520*****************************************************************
007530*    7100-PRINT-DEPARTMENTS - ONE LINE PER DEPARTMENT WITH
007540*    PERSONS ON THE MASTER, THEN THE COMPANY TOTAL.  A
007550*    DEPARTMENT WITH NOBODY IN IT IS LEFT OFF.
007560*****************************************************************
007570 7100-PRINT-DEPARTMENTS.
007580     MOVE SPACES TO PRINT-LINE.
007590     WRITE PRINT-LINE.
007600     MOVE 'BY DEPARTMENT' TO SEC-TEXT.
007610     MOVE SECTION-LINE TO PRINT-LINE.
007620     WRITE PRINT-LINE.
007630     MOVE DEPT-HDG-LINE TO PRINT-LINE.
007640     WRITE PRINT-LINE.
007650     PERFORM 7110-PRINT-DEPT THRU 7110-EXIT
007660         VARYING WS-DEPT-SUB FROM 1 BY 1
007670         UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
007680     MOVE SPACES TO DEPT-LINE.
007690     MOVE 'TOTAL' TO DGL-NAME.
007700     MOVE WS-PERSON-COUNT TO DGL-PERSONS.
007710     PERFORM 7120-MOVE-TOTAL THRU 7120-EXIT
007720         VARYING WS-RULE-SUB FROM 1 BY 1
007730         UNTIL WS-RULE-SUB > WS-RULE-MAX.
007740     MOVE SPACES TO PRINT-LINE.
007750     WRITE PRINT-LINE.
007760     MOVE DEPT-LINE TO PRINT-LINE.
007770     WRITE PRINT-LINE.
007780 7100-EXIT.
007790     EXIT.
007800
007810 7110-PRINT-DEPT.
007820     IF WS-DT-PERSONS(WS-DEPT-SUB) = ZERO
007830         GO TO 7110-EXIT
007840     END-IF.
007850     MOVE SPACES TO DEPT-LINE.
007860     MOVE WS-DT-CODE(WS-DEPT-SUB)    TO DGL-CODE.
007870     MOVE WS-DT-NAME(WS-DEPT-SUB)    TO DGL-NAME.
007880     MOVE WS-DT-PERSONS(WS-DEPT-SUB) TO DGL-PERSONS.
007890     PERFORM 7115-MOVE-DEPT-RULE THRU 7115-EXIT
007900         VARYING WS-RULE-SUB FROM 1 BY 1
007910         UNTIL WS-RULE-SUB > WS-RULE-MAX.
007920     MOVE DEPT-LINE TO PRINT-LINE.
007930     WRITE PRINT-LINE.
007940 7110-EXIT.
007950     EXIT.
007960
007970 7115-MOVE-DEPT-RULE.
007980     MOVE WS-DT-RULE-COUNT(WS-DEPT-SUB, WS-RULE-SUB)
007990         TO DGL-RULE-COUNT(WS-RULE-SUB).
008000 7115-EXIT.
008010     EXIT.
008020
008030 7120-MOVE-TOTAL.
008040     MOVE WS-RULE-TOTAL(WS-RULE-SUB)
008050         TO DGL-RULE-COUNT(WS-RULE-SUB).
008060 7120-EXIT.
008070     EXIT.
008080
008090*****************************************************************
008100*    7200-PRINT-TREND - EACH COMPANY TOTAL AGAINST THE PREVIOUS
008110*    RUN.  EVERY RULE COUNTS DEFECTS, SO FEWER IS BETTER.  WITH
008120*    NO PREVIOUS RUN THE LAST-RUN COLUMNS ARE LEFT BLANK.
008130*****************************************************************
008140 7200-PRINT-TREND.
008150     MOVE SPACES TO PRINT-LINE.
008160     WRITE PRINT-LINE.
008170     MOVE 'TREND AGAINST THE LAST RUN' TO SEC-TEXT.
008180     MOVE SECTION-LINE TO PRINT-LINE.
008190     WRITE PRINT-LINE.
008200     IF PRIOR-RUN-FOUND
008210         MOVE WS-PRIOR-HISTORY TO DQ-HISTORY-RECORD
008220         MOVE DQH-RUN-DATE TO PRL-DATE
008230         MOVE PRIOR-RUN-LINE TO PRINT-LINE
008240     ELSE
008250         IF HISTORY-IS-UNUSABLE
008260             MOVE 'HISTORY FILE UNAVAILABLE - NO TREND THIS RUN'
008270                 TO MSG-TEXT
008280         ELSE
008290             MOVE 'NO EARLIER RUN ON THE HISTORY FILE' TO MSG-TEXT
008300         END-IF
008310         MOVE MSG-LINE TO PRINT-LINE
008320     END-IF.
008330     WRITE PRINT-LINE.
008340     MOVE TREND-HDG-LINE TO PRINT-LINE.
008350     WRITE PRINT-LINE.
008360     MOVE SPACES TO TREND-LINE.
008370     MOVE 'PERSONS ON THE MASTER' TO TRL-LABEL.
008380     MOVE WS-PERSON-COUNT TO TRL-THIS.
008390     IF PRIOR-RUN-FOUND
008400         MOVE DQH-PERSON-COUNT TO TRL-LAST
008410         COMPUTE WS-CHANGE = WS-PERSON-COUNT - DQH-PERSON-COUNT
008420         MOVE WS-CHANGE TO TRL-CHANGE
008430     END-IF.
008440     MOVE TREND-LINE TO PRINT-LINE.
008450     WRITE PRINT-LINE.
008460     PERFORM 7210-PRINT-RULE-TREND THRU 7210-EXIT
008470         VARYING WS-RULE-SUB FROM 1 BY 1
008480         UNTIL WS-RULE-SUB > WS-RULE-MAX.
008490 7200-EXIT.
008500     EXIT.
008510
008520 7210-PRINT-RULE-TREND.
008530     MOVE SPACES TO TREND-LINE.
008540     MOVE 'RULE ' TO TRL-RULE-TEXT.
008550     MOVE WS-RULE-SUB TO TRL-RULE-NO.
008560     MOVE WS-RULE-LABEL(WS-RULE-SUB) TO TRL-LABEL.
008570     MOVE WS-RULE-TOTAL(WS-RULE-SUB) TO TRL-THIS.
008580     IF NOT PRIOR-RUN-FOUND
008590         MOVE 'FIRST RUN' TO TRL-TREND
008600         GO TO 7210-PRINT
008610     END-IF.
008620     MOVE DQH-RULE-COUNT(WS-RULE-SUB) TO TRL-LAST.
008630     COMPUTE WS-CHANGE = WS-RULE-TOTAL(WS-RULE-SUB)
008640         - DQH-RULE-COUNT(WS-RULE-SUB).
008650     MOVE WS-CHANGE TO TRL-CHANGE.
008660     IF WS-CHANGE < ZERO
008670         MOVE 'IMPROVING' TO TRL-TREND
008680     ELSE
008690         IF WS-CHANGE > ZERO
008700             MOVE 'GETTING WORSE' TO TRL-TREND
008710         ELSE
008720             MOVE 'NO CHANGE' TO TRL-TREND
008730         END-IF
008740     END-IF.
008750 7210-PRINT.
008760     MOVE TREND-LINE TO PRINT-LINE.
008770     WRITE PRINT-LINE.
008780 7210-EXIT.
008790     EXIT.
008800
008810*****************************************************************
008820*    7300-PRINT-OFFENDERS - FOR EACH RULE, HOW MANY PERSONS
008830*    BREAK IT AND THE WORST OF THEM IN FULL.
008840*****************************************************************
008850 7300-PRINT-OFFENDERS.
008860     MOVE SPACES TO PRINT-LINE.
008870     WRITE PRINT-LINE.
008880     MOVE 'WORST OFFENDERS - MOST DEFECTS OVER ALL RULES FIRST'
008890         TO SEC-TEXT.
008900     MOVE SECTION-LINE TO PRINT-LINE.
008910     WRITE PRINT-LINE.
008920     PERFORM 7310-PRINT-RULE-OFFENDERS THRU 7310-EXIT
008930         VARYING WS-RULE-SUB FROM 1 BY 1
008940         UNTIL WS-RULE-SUB > WS-RULE-MAX.
008950 7300-EXIT.
008960     EXIT.
008970
008980 7310-PRINT-RULE-OFFENDERS.
008990     MOVE SPACES TO PRINT-LINE.
009000     WRITE PRINT-LINE.
009010     PERFORM 7010-PRINT-RULE THRU 7010-EXIT.
009020     IF WS-OFF-COUNT(WS-RULE-SUB) = ZERO
009030         MOVE '  NONE' TO MSG-TEXT
009040         MOVE MSG-LINE TO PRINT-LINE
009050         WRITE PRINT-LINE
009060         GO TO 7310-EXIT
009070     END-IF.
009080     MOVE WS-RULE-PERSONS(WS-RULE-SUB) TO OCL-PERSONS.
009090     MOVE WS-OFF-COUNT(WS-RULE-SUB)    TO OCL-SHOWN.
009100     MOVE OFFENDER-COUNT-LINE TO PRINT-LINE.
009110     WRITE PRINT-LINE.
009120     MOVE OFFENDER-HDG-LINE TO PRINT-LINE.
009130     WRITE PRINT-LINE.
009140     PERFORM 7320-PRINT-OFFENDER THRU 7320-EXIT
009150         VARYING WS-OFF-SUB FROM 1 BY 1
009160         UNTIL WS-OFF-SUB > WS-OFF-COUNT(WS-RULE-SUB).
009170 7310-EXIT.
009180     EXIT.
009190
009200 7320-PRINT-OFFENDER.
009210     MOVE SPACES TO OFFENDER-LINE.
009220     MOVE WS-OFF-NUMBER(WS-RULE-SUB, WS-OFF-SUB) TO OFL-NUMBER.
009230     MOVE WS-OFF-NAME(WS-RULE-SUB, WS-OFF-SUB)   TO OFL-NAME.
009240     MOVE WS-OFF-DEPT(WS-RULE-SUB, WS-OFF-SUB)   TO OFL-DEPT.
009250     MOVE WS-OFF-STATUS(WS-RULE-SUB, WS-OFF-SUB) TO OFL-STATUS.
009260     MOVE WS-OFF-STATUS-DATE(WS-RULE-SUB, WS-OFF-SUB)
009270         TO OFL-STATUS-DATE.
009280     PERFORM 7330-MOVE-CONTACT THRU 7330-EXIT
009290         VARYING WS-CONTACT-IDX FROM 1 BY 1
009300         UNTIL WS-CONTACT-IDX > 3.
009310     MOVE WS-OFF-SCORE(WS-RULE-SUB, WS-OFF-SUB) TO OFL-DEFECTS.
009320     MOVE OFFENDER-LINE TO PRINT-LINE.
009330     WRITE PRINT-LINE.
009340 7320-EXIT.
009350     EXIT.
009360
009370 7330-MOVE-CONTACT.
009380     MOVE WS-OFF-CT-TYPE
009390             (WS-RULE-SUB, WS-OFF-SUB, WS-CONTACT-IDX)
009400         TO OFL-CT-TYPE(WS-CONTACT-IDX).
009410     MOVE WS-OFF-CT-NUMBER
009420             (WS-RULE-SUB, WS-OFF-SUB, WS-CONTACT-IDX)
009430         TO OFL-CT-NUMBER(WS-CONTACT-IDX).
009440 7330-EXIT.
009450     EXIT.
009460
009470*****************************************************************
009480*    7500-PRINT-SUMMARY - THE RUN COUNTS.
009490*****************************************************************
009500 7500-PRINT-SUMMARY.
009510     MOVE SPACES TO PRINT-LINE.
009520     WRITE PRINT-LINE.
009530     MOVE 'PERSONS SCORED..........' TO SUM-LABEL.
009540     MOVE WS-PERSON-COUNT TO SUM-COUNT.
009550     MOVE SUMMARY-LINE TO PRINT-LINE.
009560     WRITE PRINT-LINE.
009570     MOVE 'ACTIVE..................' TO SUM-LABEL.
009580     MOVE WS-ACTIVE-COUNT TO SUM-COUNT.
009590     MOVE SUMMARY-LINE TO PRINT-LINE.
009600     WRITE PRINT-LINE.
009610     MOVE 'INACTIVE................' TO SUM-LABEL.
009620     MOVE WS-INACTIVE-COUNT TO SUM-COUNT.
009630     MOVE SUMMARY-LINE TO PRINT-LINE.
009640     WRITE PRINT-LINE.
009650     MOVE 'HISTORY RECORDS READ....' TO SUM-LABEL.
009660     MOVE WS-HISTORY-READ-COUNT TO SUM-COUNT.
009670     MOVE SUMMARY-LINE TO PRINT-LINE.
009680     WRITE PRINT-LINE.
009690     IF WS-UNTABLED-COUNT > ZERO
009700         MOVE 'NOT IN DEPT TABLE (FULL)' TO SUM-LABEL
009710         MOVE WS-UNTABLED-COUNT TO SUM-COUNT
009720         MOVE SUMMARY-LINE TO PRINT-LINE
009730         WRITE PRINT-LINE
009740     END-IF.
009750     IF DATE-ALREADY-RECORDED
009760         MOVE 'DATE ALREADY ON THE HISTORY FILE - NOT ADDED'
009770             TO MSG-TEXT
009780     ELSE
009790         IF HISTORY-IS-UNUSABLE
009800             MOVE 'HISTORY FILE NOT UPDATED' TO MSG-TEXT
009810         ELSE
009820             MOVE 'TOTALS ADDED TO THE HISTORY FILE' TO MSG-TEXT
009830         END-IF
009840     END-IF.
009850     MOVE MSG-LINE TO PRINT-LINE.
009860     WRITE PRINT-LINE.
009870 7500-EXIT.
009880     EXIT.
009890
009900*****************************************************************
009910*    8000-RECORD-HISTORY - APPEND THIS RUN'S TOTALS TO PERSDQHS,
009920*    UNLESS THIS BUSINESS DATE IS ALREADY THERE OR THE FILE
009930*    COULD NOT BE READ.  THE FIRST RUN CREATES THE FILE.
009940*****************************************************************
009950 8000-RECORD-HISTORY.
009960     IF DATE-ALREADY-RECORDED
009970         OR HISTORY-IS-UNUSABLE
009980         GO TO 8000-EXIT
009990     END-IF.
010000     INITIALIZE DQ-HISTORY-RECORD.
010010     MOVE WS-BUSINESS-DATE  TO DQH-RUN-DATE.
010020     MOVE WS-PERSON-COUNT   TO DQH-PERSON-COUNT.
010030     MOVE WS-ACTIVE-COUNT   TO DQH-ACTIVE-COUNT.
010040     MOVE WS-INACTIVE-COUNT TO DQH-INACTIVE-COUNT.
010050     PERFORM 8010-MOVE-RULE-COUNT THRU 8010-EXIT
010060         VARYING WS-RULE-SUB FROM 1 BY 1
010070         UNTIL WS-RULE-SUB > WS-RULE-MAX.
010080     OPEN EXTEND DQ-HISTORY-FILE.
010090     IF FS-DQ-HISTORY-NOT-FOUND
010100         OPEN OUTPUT DQ-HISTORY-FILE
010110     END-IF.
010120     IF NOT FS-DQ-HISTORY-OK
010130         DISPLAY 'PERSDQSC - HISTORY FILE NOT WRITTEN '
010140             FS-DQ-HISTORY
010150         SET HISTORY-IS-UNUSABLE TO TRUE
010160         GO TO 8000-EXIT
010170     END-IF.
010180     WRITE DQ-HISTORY-FILE-RECORD FROM DQ-HISTORY-RECORD.
010190     CLOSE DQ-HISTORY-FILE.
010200 8000-EXIT.
010210     EXIT.
010220
010230 8010-MOVE-RULE-COUNT.
010240     MOVE WS-RULE-TOTAL(WS-RULE-SUB)
010250         TO DQH-RULE-COUNT(WS-RULE-SUB).
010260 8010-EXIT.
010270     EXIT.
010280
010290*****************************************************************
010300*    9000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE.  A
010310*    REFUSED RUN ENDS RC=16; A SCORECARD PRINTED WITHOUT ITS
010320*    HISTORY ENDS RC=8.  DEFECTS THEMSELVES ARE REPORTED, NOT
010330*    FAILED.
010340*****************************************************************
010350 9000-TERMINATE.
010360     IF RUN-IS-REFUSED
010370         DISPLAY 'PERSDQSC - RUN REFUSED, NO SCORECARD'
010380         MOVE 16 TO RETURN-CODE
010390         GO TO 9000-EXIT
010400     END-IF.
010410     CLOSE PERSONS-FILE.
010420     IF REPORT-IS-OPEN
010430         CLOSE PRINT-FILE
010440     END-IF.
010450     IF HISTORY-IS-UNUSABLE
010460         MOVE 8 TO RETURN-CODE
010470     END-IF.
010480     DISPLAY 'PERSDQSC - PERSONS SCORED ' WS-PERSON-COUNT.
010490 9000-EXIT.
010500     EXIT.
