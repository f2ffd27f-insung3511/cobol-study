000010*****************************************************************
000020*
000030*    PROGRAM:      PERSRJAG
000040*    AUTHOR:       INSUNG BAHK
000050*    INSTALLATION: PERSONNEL SYSTEMS
000060*    DATE-WRITTEN: 2026-10-15
000070*
000080*    REMARKS.      REJECT RECYCLE QUEUE AGING REPORT.  READS THE
000090*                  PERSRJCT QUEUE (SEE RJCTREC) AFTER THE NIGHTLY
000100*                  LOAD AND LISTS EVERY ITEM STILL ON IT THAT WAS
000110*                  FIRST REJECTED MORE THAN A GIVEN NUMBER OF DAYS
000120*                  AGO - THE TRANSACTIONS NOBODY HAS CORRECTED OR
000130*                  CANCELLED IN PERSRJMT - WITH ITS AGE, THEN
000140*                  COUNTS THE WHOLE QUEUE BY AGE BAND.  AN ITEM
000150*                  CORRECTED AND REFUSED AGAIN KEEPS ITS FIRST
000160*                  REJECTED DATE, SO IT AGES FROM THE NIGHT IT
000170*                  FIRST FAILED.  THE AGE LIMIT IS A ONE-CARD
000180*                  PARAMETER ON SYSIN (THE PERSARCH CONVENTION) -
000190*                  COLS 1-3, DAYS.  A MISSING, ZERO OR NON-NUMERIC
000200*                  CARD KEEPS THE STANDARD 7 DAYS.  READ ONLY -
000210*                  NOTHING ON THE QUEUE IS CHANGED.
000220*
000230*    MODIFICATION HISTORY
000240*    ------------------------------------------------------------
000250*    2026-10-15  IB   ORIGINAL.
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.     PERSRJAG.
000290 AUTHOR.         INSUNG BAHK.
000300 INSTALLATION.   PERSONNEL SYSTEMS.
000310 DATE-WRITTEN.   2026-10-15.
000320 DATE-COMPILED.  2026-10-15.
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CONTROL-CARD ASSIGN TO "SYSIN"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS FS-CONTROL-CARD.
000440
000450     SELECT RECYCLE-FILE ASSIGN TO "PERSRJCT"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS FS-RECYCLE.
000480
000490     SELECT PRINT-FILE ASSIGN TO "PERSRJAG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-PRINT.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  CONTROL-CARD
000560     LABEL RECORDS ARE STANDARD.
000570 01  CONTROL-CARD-RECORD         PIC X(80).
000580
000590 FD  RECYCLE-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 01  RECYCLE-RECORD              PIC X(200).
000620
000630 FD  PRINT-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 01  PRINT-LINE                  PIC X(132).
000660
000670 WORKING-STORAGE SECTION.
000680 77  FS-CONTROL-CARD           PIC X(02)   VALUE '00'.
000690     88  FS-CONTROL-CARD-OK                VALUE '00'.
000700 77  FS-RECYCLE                PIC X(02)   VALUE '00'.
000710     88  FS-RECYCLE-OK                     VALUE '00'.
000720     88  FS-RECYCLE-NOT-FOUND              VALUE '35'.
000730 77  FS-PRINT                  PIC X(02)   VALUE '00'.
000740
000750 77  WS-ITEM-COUNT             PIC 9(07)   VALUE ZERO COMP.
000760 77  WS-OVERAGE-COUNT          PIC 9(07)   VALUE ZERO COMP.
000770 77  WS-OPEN-COUNT             PIC 9(07)   VALUE ZERO COMP.
000780 77  WS-CORRECTED-COUNT        PIC 9(07)   VALUE ZERO COMP.
000790 77  WS-BAD-DATE-COUNT         PIC 9(07)   VALUE ZERO COMP.
000800
000810 01  WS-SWITCHES.
000820     05  WS-REFUSED-SWITCH      PIC X(01)  VALUE 'N'.
000830         88  RUN-IS-REFUSED                VALUE 'Y'.
000840     05  WS-RJCT-EOF-SWITCH     PIC X(01)  VALUE 'N'.
000850         88  EOF-RECYCLE                   VALUE 'Y'.
000860     05  WS-PRINT-OPEN-SWITCH   PIC X(01)  VALUE 'N'.
000870         88  REPORT-IS-OPEN                VALUE 'Y'.
000880
000890*        THE ONE-CARD PARAMETER AND THE AGE LIMIT TAKEN FROM IT.
000900 01  WS-CARD-DAYS              PIC X(03)   VALUE SPACES.
000910 01  WS-CARD-DAYS-N REDEFINES WS-CARD-DAYS
000920                               PIC 9(03).
000930 77  WS-AGE-LIMIT              PIC 9(03)   VALUE 7 COMP.
000940
000950*        THE QUEUE ITEM BEING AGED.
000960 COPY RJCTREC.
000970
000980*        BUSINESS PROCESSING DATE FROM THE PERSBDTE SERVICE - THE
000990*        DATE EVERY ITEM IS AGED TO.
001000 COPY BUSDPARM.
001010
001020*        AGE ARITHMETIC - EACH DATE IS TURNED INTO A COUNT OF
001030*        DAYS SINCE YEAR ZERO, THE DAY-LEVEL FORM OF THE
001040*        MONTHS-SINCE-YEAR-ZERO ARITHMETIC PERSARCH USES FOR ITS
001050*        CUTOFF, AND THE AGE IS THE DIFFERENCE.  A YEAR DIVISIBLE
001060*        BY 4 IS A LEAP YEAR UNLESS IT IS A CENTURY NOT DIVISIBLE
001070*        BY 400.
001080 01  WS-DAY-DATE.
001090     05  WS-DAY-YYYY            PIC 9(04)  VALUE ZERO.
001100     05  WS-DAY-MM              PIC 9(02)  VALUE ZERO.
001110     05  WS-DAY-DD              PIC 9(02)  VALUE ZERO.
001120 01  WS-DAY-DATE-N REDEFINES WS-DAY-DATE
001130                               PIC 9(08).
001140 01  WS-DAYS-BEFORE-VALUES     PIC X(36)
001150         VALUE '000031059090120151181212243273304334'.
001160 01  WS-DAYS-BEFORE-TABLE REDEFINES WS-DAYS-BEFORE-VALUES.
001170     05  WS-DAYS-BEFORE         PIC 9(03)  OCCURS 12 TIMES.
001180 77  WS-DAY-NUMBER             PIC 9(07)   VALUE ZERO COMP.
001190 77  WS-RUN-DAY-NUMBER         PIC 9(07)   VALUE ZERO COMP.
001200 77  WS-PRIOR-YEARS            PIC 9(04)   VALUE ZERO COMP.
001210 77  WS-LEAP-DAYS              PIC 9(05)   VALUE ZERO COMP.
001220 77  WS-LEAP-QUOTIENT          PIC 9(04)   VALUE ZERO COMP.
001230 77  WS-LEAP-REMAINDER-4       PIC 9(04)   VALUE ZERO COMP.
001240 77  WS-LEAP-REMAINDER-100     PIC 9(04)   VALUE ZERO COMP.
001250 77  WS-LEAP-REMAINDER-400     PIC 9(04)   VALUE ZERO COMP.
001260 77  WS-AGE-DAYS               PIC S9(07)  VALUE ZERO COMP.
001270
001280*        QUEUE COUNTS BY AGE IN DAYS - THE UPPER BOUND OF EACH
001290*        BAND AND ITS LABEL.  THE LAST TAKES EVERYTHING OLDER.
001300 01  WS-BAND-VALUES.
001310     05  FILLER                 PIC 9(04)  VALUE 0007.
001320     05  FILLER                 PIC X(24)
001330         VALUE '0 - 7 DAYS..............'.
001340     05  FILLER                 PIC 9(04)  VALUE 0030.
001350     05  FILLER                 PIC X(24)
001360         VALUE '8 - 30 DAYS.............'.
001370     05  FILLER                 PIC 9(04)  VALUE 0090.
001380     05  FILLER                 PIC X(24)
001390         VALUE '31 - 90 DAYS............'.
001400     05  FILLER                 PIC 9(04)  VALUE 9999.
001410     05  FILLER                 PIC X(24)
001420         VALUE 'OVER 90 DAYS............'.
001430 01  WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
001440     05  WS-BAND-ENTRY          OCCURS 4 TIMES.
001450         10  WS-BAND-LIMIT      PIC 9(04).
001460         10  WS-BAND-LABEL      PIC X(24).
001470 01  WS-BAND-COUNTS.
001480     05  WS-BAND-COUNT          PIC 9(07)  COMP OCCURS 4 TIMES.
001490 77  WS-BAND-SUB               PIC 9(02)   VALUE ZERO COMP.
001500 77  WS-BAND-MAX               PIC 9(02)   VALUE 4 COMP.
001510
001520*        THE ITEM'S TRANSACTION, FOR THE NUMBER AND NAME.
001530 COPY PERSRAW.
001540
001550 01  HDG-LINE-1.
001560     05  FILLER                  PIC X(25)  VALUE SPACES.
001570     05  FILLER                  PIC X(35)
001580         VALUE 'REJECT RECYCLE QUEUE AGING'.
001590     05  FILLER                  PIC X(06)  VALUE 'DATE: '.
001600     05  HDG1-RUN-DATE           PIC 9(08).
001610
001620 01  HDG-LINE-2.
001630     05  FILLER                  PIC X(01)  VALUE SPACES.
001640     05  FILLER                  PIC X(32)
001650         VALUE 'ITEMS FIRST REJECTED MORE THAN '.
001660     05  HDG2-DAYS               PIC ZZ9.
001670     05  FILLER                  PIC X(09)  VALUE ' DAYS AGO'.
001680
001690 01  HDG-LINE-3.
001700     05  FILLER                  PIC X(01)  VALUE SPACES.
001710     05  FILLER                  PIC X(29)
001720         VALUE 'DATE     SEQ    ITEM    ST'.
001730     05  FILLER                  PIC X(46)
001740         VALUE 'CODE REASON'.
001750     05  FILLER                  PIC X(33)
001760         VALUE 'FIRST    AGE   T NUMBER      NAME'.
001770
001780 01  AGE-LINE.
001790     05  FILLER                  PIC X(01)  VALUE SPACES.
001800     05  AGL-FEED-DATE           PIC 9(08).
001810     05  FILLER                  PIC X(01)  VALUE SPACES.
001820     05  AGL-SEQUENCE            PIC 9(06).
001830     05  FILLER                  PIC X(01)  VALUE SPACES.
001840     05  AGL-ITEM                PIC 9(07).
001850     05  FILLER                  PIC X(02)  VALUE SPACES.
001860     05  AGL-STATUS              PIC X(01).
001870     05  FILLER                  PIC X(03)  VALUE SPACES.
001880     05  AGL-REASON-CODE         PIC X(04).
001890     05  FILLER                  PIC X(01)  VALUE SPACES.
001900     05  AGL-REASON-TEXT         PIC X(40).
001910     05  FILLER                  PIC X(01)  VALUE SPACES.
001920     05  AGL-FIRST-DATE          PIC 9(08).
001930     05  FILLER                  PIC X(01)  VALUE SPACES.
001940     05  AGL-AGE                 PIC ZZZZ9.
001950     05  FILLER                  PIC X(01)  VALUE SPACES.
001960     05  AGL-TRANS-CODE          PIC X(01).
001970     05  FILLER                  PIC X(01)  VALUE SPACES.
001980     05  AGL-NUMBER              PIC X(11).
001990     05  FILLER                  PIC X(01)  VALUE SPACES.
002000     05  AGL-NAME                PIC X(20).
002010
002020 01  MSG-LINE.
002030     05  FILLER                  PIC X(01)  VALUE SPACES.
002040     05  MSG-TEXT                PIC X(70).
002050
002060 01  SUMMARY-LINE.
002070     05  FILLER                  PIC X(01)  VALUE SPACES.
002080     05  SUM-LABEL               PIC X(26).
002090     05  SUM-COUNT               PIC ZZZ,ZZ9.
002100
002110 PROCEDURE DIVISION.
002120 0000-MAINLINE.
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002140     IF NOT RUN-IS-REFUSED
002150         PERFORM 2000-AGE-QUEUE THRU 2000-EXIT
002160     END-IF.
002162     IF NOT RUN-IS-REFUSED
002164         PERFORM 7500-PRINT-SUMMARY THRU 7500-EXIT
002170     END-IF.
002180     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002190     STOP RUN.
002200
002210*****************************************************************
002220*    1000-INITIALIZE - PICK UP THE AGE LIMIT AND THE BUSINESS
002230*    DATE, TURN THE BUSINESS DATE INTO ITS DAY NUMBER, THEN OPEN
002240*    THE REPORT.  WITHOUT A BUSINESS DATE NOTHING CAN BE AGED.
002250*****************************************************************
002260 1000-INITIALIZE.
002270     PERFORM 1100-GET-PARAMETER THRU 1100-EXIT.
002280     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
002290     IF NOT BUSINESS-DATE-OK
002300         DISPLAY 'PERSRJAG - NO BUSINESS DATE ON PERSBDAT'
002310         SET RUN-IS-REFUSED TO TRUE
002320         GO TO 1000-EXIT
002330     END-IF.
002340     MOVE WS-BUSINESS-DATE TO WS-DAY-DATE-N.
002350     PERFORM 6000-DAY-NUMBER THRU 6000-EXIT.
002360     MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
002370     INITIALIZE WS-BAND-COUNTS.
002380     OPEN OUTPUT PRINT-FILE.
002390     SET REPORT-IS-OPEN TO TRUE.
002400     MOVE WS-BUSINESS-DATE TO HDG1-RUN-DATE.
002410     MOVE HDG-LINE-1 TO PRINT-LINE.
002420     WRITE PRINT-LINE.
002430     MOVE WS-AGE-LIMIT TO HDG2-DAYS.
002440     MOVE HDG-LINE-2 TO PRINT-LINE.
002450     WRITE PRINT-LINE.
002460     MOVE SPACES TO PRINT-LINE.
002470     WRITE PRINT-LINE.
002480     MOVE HDG-LINE-3 TO PRINT-LINE.
002490     WRITE PRINT-LINE.
002500 1000-EXIT.
002510     EXIT.
002520
002530*****************************************************************
002540*    1100-GET-PARAMETER - THE ONE-CARD AGE LIMIT.  A MISSING
002550*    SYSIN OR A BLANK, ZERO OR NON-NUMERIC CARD KEEPS 7 DAYS.
002560*****************************************************************
002570 1100-GET-PARAMETER.
002580     OPEN INPUT CONTROL-CARD.
002590     IF FS-CONTROL-CARD-OK
002600         READ CONTROL-CARD
002610             AT END
002620                 CONTINUE
002630             NOT AT END
002640                 MOVE CONTROL-CARD-RECORD(1:3) TO WS-CARD-DAYS
002650         END-READ
002660         CLOSE CONTROL-CARD
002670     END-IF.
002680     IF WS-CARD-DAYS IS NUMERIC
002690         IF WS-CARD-DAYS-N > ZERO
002700             MOVE WS-CARD-DAYS-N TO WS-AGE-LIMIT
002710         END-IF
002720     END-IF.
002730 1100-EXIT.
002740     EXIT.
002750
002760*****************************************************************
002770*    2000-AGE-QUEUE - ONE PASS OF THE QUEUE.  NO FILE YET MEANS
002780*    PERSLOAD HAS NEVER REJECTED ANYTHING - AN EMPTY QUEUE.
002790*****************************************************************
002800 2000-AGE-QUEUE.
002810     OPEN INPUT RECYCLE-FILE.
002820     IF FS-RECYCLE-NOT-FOUND
002830         MOVE 'NO REJECT QUEUE YET - NOTHING TO AGE' TO MSG-TEXT
002840         MOVE MSG-LINE TO PRINT-LINE
002850         WRITE PRINT-LINE
002860         GO TO 2000-EXIT
002870     END-IF.
002880     IF NOT FS-RECYCLE-OK
002890         DISPLAY 'PERSRJAG - REJECT QUEUE UNAVAILABLE ' FS-RECYCLE
002900         SET RUN-IS-REFUSED TO TRUE
002910         GO TO 2000-EXIT
002920     END-IF.
002930     PERFORM 2010-READ-QUEUE THRU 2010-EXIT.
002940     PERFORM 2100-AGE-ONE THRU 2100-EXIT
002950         UNTIL EOF-RECYCLE.
002960     CLOSE RECYCLE-FILE.
002970 2000-EXIT.
002980     EXIT.
002990
003000 2010-READ-QUEUE.
003010     READ RECYCLE-FILE
003020         AT END
003030             SET EOF-RECYCLE TO TRUE
003040     END-READ.
003050 2010-EXIT.
003060     EXIT.
003070
003080*****************************************************************
003090*    2100-AGE-ONE - AGE ONE ITEM FROM ITS FIRST REJECTED DATE,
003100*    COUNT IT IN ITS BAND, AND LIST IT IF IT IS OVER THE LIMIT.
003110*    AN ITEM WITH NO READABLE FIRST DATE IS LISTED AS WELL, WITH
003120*    NO AGE, RATHER THAN GUESSED AT.
003130*****************************************************************
003140 2100-AGE-ONE.
003150     MOVE RECYCLE-RECORD TO REJECT-QUEUE-RECORD.
003160     ADD 1 TO WS-ITEM-COUNT.
003170     IF RJQ-IS-CORRECTED
003180         ADD 1 TO WS-CORRECTED-COUNT
003190     ELSE
003200         ADD 1 TO WS-OPEN-COUNT
003210     END-IF.
003220     MOVE RJQ-TRANS-IMAGE TO PERSON-RAW-RECORD.
003230     MOVE SPACES TO AGE-LINE.
003240     MOVE RJQ-FEED-DATE         TO AGL-FEED-DATE.
003250     MOVE RJQ-FEED-SEQUENCE     TO AGL-SEQUENCE.
003260     MOVE RJQ-FEED-ITEM         TO AGL-ITEM.
003270     MOVE RJQ-STATUS            TO AGL-STATUS.
003280     MOVE RJQ-REASON-CODE       TO AGL-REASON-CODE.
003290     MOVE RJQ-REASON-TEXT       TO AGL-REASON-TEXT.
003300     MOVE RJQ-FIRST-REJECT-DATE TO AGL-FIRST-DATE.
003310     MOVE PRAW-TRANS-CODE       TO AGL-TRANS-CODE.
003320     MOVE PRAW-NUMBER           TO AGL-NUMBER.
003330     MOVE PRAW-NAME             TO AGL-NAME.
003340     IF RJQ-FIRST-REJECT-DATE IS NOT NUMERIC
003350         OR RJQ-FIRST-REJECT-DATE > WS-BUSINESS-DATE
003360         ADD 1 TO WS-BAD-DATE-COUNT
003370         MOVE AGE-LINE TO PRINT-LINE
003380         WRITE PRINT-LINE
003390         GO TO 2100-READ-NEXT
003400     END-IF.
003410     MOVE RJQ-FIRST-REJECT-DATE TO WS-DAY-DATE-N.
003420     IF WS-DAY-MM < 1 OR WS-DAY-MM > 12
003430         ADD 1 TO WS-BAD-DATE-COUNT
003440         MOVE AGE-LINE TO PRINT-LINE
003450         WRITE PRINT-LINE
003460         GO TO 2100-READ-NEXT
003470     END-IF.
003480     PERFORM 6000-DAY-NUMBER THRU 6000-EXIT.
003490     COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NUMBER - WS-DAY-NUMBER.
003500     MOVE 1 TO WS-BAND-SUB.
003510     PERFORM 2110-NEXT-BAND THRU 2110-EXIT
003520         UNTIL WS-BAND-SUB NOT < WS-BAND-MAX
003530             OR WS-AGE-DAYS NOT > WS-BAND-LIMIT(WS-BAND-SUB).
003540     ADD 1 TO WS-BAND-COUNT(WS-BAND-SUB).
003550     IF WS-AGE-DAYS > WS-AGE-LIMIT
003560         ADD 1 TO WS-OVERAGE-COUNT
003570         MOVE WS-AGE-DAYS TO AGL-AGE
003580         MOVE AGE-LINE TO PRINT-LINE
003590         WRITE PRINT-LINE
003600     END-IF.
003610 2100-READ-NEXT.
003620     PERFORM 2010-READ-QUEUE THRU 2010-EXIT.
003630 2100-EXIT.
003640     EXIT.
003650
003660 2110-NEXT-BAND.
003670     ADD 1 TO WS-BAND-SUB.
003680 2110-EXIT.
003690     EXIT.
003700
003710*****************************************************************
003720*    6000-DAY-NUMBER - DAYS FROM YEAR ZERO TO WS-DAY-DATE: 365
003730*    FOR EVERY YEAR BEFORE IT, ONE MORE FOR EVERY LEAP YEAR AMONG
003740*    THEM, THE DAYS BEFORE ITS MONTH, ONE MORE PAST FEBRUARY OF A
003750*    LEAP YEAR, AND THE DAY OF THE MONTH.
003760*****************************************************************
003770 6000-DAY-NUMBER.
003780     COMPUTE WS-PRIOR-YEARS = WS-DAY-YYYY - 1.
003790     DIVIDE WS-PRIOR-YEARS BY 4 GIVING WS-LEAP-DAYS.
003800     DIVIDE WS-PRIOR-YEARS BY 100 GIVING WS-LEAP-QUOTIENT.
003810     SUBTRACT WS-LEAP-QUOTIENT FROM WS-LEAP-DAYS.
003820     DIVIDE WS-PRIOR-YEARS BY 400 GIVING WS-LEAP-QUOTIENT.
003830     ADD WS-LEAP-QUOTIENT TO WS-LEAP-DAYS.
003840     COMPUTE WS-DAY-NUMBER =
003850         (WS-PRIOR-YEARS * 365) + WS-LEAP-DAYS
003860             + WS-DAYS-BEFORE(WS-DAY-MM) + WS-DAY-DD.
003870     IF WS-DAY-MM > 2
003880         DIVIDE WS-DAY-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
003890             REMAINDER WS-LEAP-REMAINDER-4
003900         DIVIDE WS-DAY-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
003910             REMAINDER WS-LEAP-REMAINDER-100
003920         DIVIDE WS-DAY-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
003930             REMAINDER WS-LEAP-REMAINDER-400
003940         IF WS-LEAP-REMAINDER-4 = ZERO
003950             AND (WS-LEAP-REMAINDER-100 NOT = ZERO
003960                  OR WS-LEAP-REMAINDER-400 = ZERO)
003970             ADD 1 TO WS-DAY-NUMBER
003980         END-IF
003990     END-IF.
004000 6000-EXIT.
004010     EXIT.
004020
004030*****************************************************************
004040*    7500-PRINT-SUMMARY - THE QUEUE BY STATUS AND BY AGE BAND.
004050*****************************************************************
004060 7500-PRINT-SUMMARY.
004070     MOVE SPACES TO PRINT-LINE.
004080     WRITE PRINT-LINE.
004090     MOVE 'ITEMS ON QUEUE..........' TO SUM-LABEL.
004100     MOVE WS-ITEM-COUNT TO SUM-COUNT.
004110     MOVE SUMMARY-LINE TO PRINT-LINE.
004120     WRITE PRINT-LINE.
004130     MOVE 'WAITING FOR CORRECTION..' TO SUM-LABEL.
004140     MOVE WS-OPEN-COUNT TO SUM-COUNT.
004150     MOVE SUMMARY-LINE TO PRINT-LINE.
004160     WRITE PRINT-LINE.
004170     MOVE 'CORRECTED, FOR NEXT LOAD' TO SUM-LABEL.
004180     MOVE WS-CORRECTED-COUNT TO SUM-COUNT.
004190     MOVE SUMMARY-LINE TO PRINT-LINE.
004200     WRITE PRINT-LINE.
004210     MOVE 'OVER THE AGE LIMIT......' TO SUM-LABEL.
004220     MOVE WS-OVERAGE-COUNT TO SUM-COUNT.
004230     MOVE SUMMARY-LINE TO PRINT-LINE.
004240     WRITE PRINT-LINE.
004250     MOVE 'NO USABLE FIRST DATE....' TO SUM-LABEL.
004260     MOVE WS-BAD-DATE-COUNT TO SUM-COUNT.
004270     MOVE SUMMARY-LINE TO PRINT-LINE.
004280     WRITE PRINT-LINE.
004290     MOVE SPACES TO PRINT-LINE.
004300     WRITE PRINT-LINE.
004310     PERFORM 7510-PRINT-BAND THRU 7510-EXIT
004320         VARYING WS-BAND-SUB FROM 1 BY 1
004330         UNTIL WS-BAND-SUB > WS-BAND-MAX.
004340 7500-EXIT.
004350     EXIT.
004360
004370 7510-PRINT-BAND.
004380     MOVE WS-BAND-LABEL(WS-BAND-SUB) TO SUM-LABEL.
004390     MOVE WS-BAND-COUNT(WS-BAND-SUB) TO SUM-COUNT.
004400     MOVE SUMMARY-LINE TO PRINT-LINE.
004410     WRITE PRINT-LINE.
004420 7510-EXIT.
004430     EXIT.
004440
004450*****************************************************************
004460*    9000-TERMINATE - CLOSE THE REPORT AND SET THE RETURN CODE.
004470*    A RUN WITH NO BUSINESS DATE OR AN UNREADABLE QUEUE ENDS
004480*    RC=16.  ITEMS OVER THE LIMIT ARE REPORTED, NOT FAILED - THE
004490*    STEP STAYS RC=0 SO THE NIGHT CARRIES ON.
004500*****************************************************************
004510 9000-TERMINATE.
004520     IF RUN-IS-REFUSED
004530         DISPLAY 'PERSRJAG - RUN REFUSED, QUEUE NOT AGED'
004540         MOVE 16 TO RETURN-CODE
004550     END-IF.
004560     IF REPORT-IS-OPEN
004570         CLOSE PRINT-FILE
004580     END-IF.
004590     DISPLAY 'PERSRJAG - ITEMS ON QUEUE ' WS-ITEM-COUNT.
004600     DISPLAY 'PERSRJAG - OVER ' WS-AGE-LIMIT ' DAYS   '
004610         WS-OVERAGE-COUNT.
004620 9000-EXIT.
004630     EXIT.
