000010*****************************************************************
000020*
000030*    PROGRAM:      PERSDATE
000040*    AUTHOR:       INSUNG BAHK
000050*    INSTALLATION: PERSONNEL SYSTEMS
000060*    DATE-WRITTEN: 2026-10-15
000070*
000080*    REMARKS.      BUSINESS PROCESSING DATE MAINTENANCE.  THE ONLY
000090*                  PROGRAM THAT WRITES THE PERSBDAT CONTROL FILE
000100*                  (SEE BUSDATE) - EVERY CHANGE IS APPENDED AS A
000110*                  NEW RECORD, SO THE FILE IS ALSO THE HISTORY OF
000115*                  WHAT MOVED THE DATE (ROLL/SET/SET BACK) AND
000120*                  WHEN.  DRIVEN BY A ONE-CARD
000130*                  SYSIN PARAMETER (THE PERSSORT CONVENTION):
000140*                      COLS 1-4   ROLL - ADVANCE THE BUSINESS DATE
000150*                                 ONE CALENDAR DAY.  RUN AS THE
000160*                                 LAST STEP OF PERSJOB, ONLY ON A
000170*                                 GOOD NIGHT.  REFUSED UNLESS
000180*                                 PERSLOAD REPORTED ITS COUNTS ON
000190*                                 PERSRNCT FOR THE DATE BEING
000200*                                 CLOSED, SO A ROLL STEP RUN
000210*                                 TWICE CANNOT SKIP A DAY.
000220*                      COLS 1-4   SET  - OPERATIONS SETS THE DATE
000230*                      COLS 6-13       IN COLS 6-13 (YYYYMMDD).
000240*                                 A DATE EARLIER THAN THE CURRENT
000250*                                 BUSINESS DATE IS A RERUN OF A
000260*                                 PRIOR NIGHT AND IS ONLY TAKEN
000270*                      COLS 15-19      WITH RERUN IN COLS 15-19,
000280*                                 SO NOBODY SETS THE DATE BACK BY
000290*                                 ACCIDENT.
000300*                      MISSING OR BLANK CARD - DISPLAY THE CURRENT
000310*                                 BUSINESS DATE AND CHANGE
000320*                                 NOTHING.
000330*                  ANY REFUSAL ENDS THE STEP RC=16.
000340*
000350*    MODIFICATION HISTORY
000360*    ------------------------------------------------------------
000370*    2026-10-15  IB   ORIGINAL.
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     PERSDATE.
000410 AUTHOR.         INSUNG BAHK.
000420 INSTALLATION.   PERSONNEL SYSTEMS.
000430 DATE-WRITTEN.   2026-10-15.
000440 DATE-COMPILED.  2026-10-15.
000450
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.   IBM-370.
000490 OBJECT-COMPUTER.   IBM-370.
000500
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT CONTROL-CARD ASSIGN TO "SYSIN"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS FS-CONTROL-CARD.
000560
000570     SELECT BUSINESS-DATE-FILE ASSIGN TO "PERSBDAT"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS FS-BUSINESS-DATE.
000600
000610     SELECT RUN-CONTROL-FILE ASSIGN TO "PERSRNCT"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS FS-RUN-CONTROL.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CONTROL-CARD
000680     LABEL RECORDS ARE STANDARD.
000690 01  CONTROL-CARD-RECORD         PIC X(80).
000700
000710 FD  BUSINESS-DATE-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY BUSDATE.
000740
000750 FD  RUN-CONTROL-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY RUNCTLRC.
000780
000790 WORKING-STORAGE SECTION.
000800 77  FS-CONTROL-CARD           PIC X(02)   VALUE '00'.
000810     88  FS-CONTROL-CARD-OK                VALUE '00'.
000820 77  FS-BUSINESS-DATE          PIC X(02)   VALUE '00'.
000830     88  FS-BUSINESS-DATE-OK               VALUE '00'.
000840     88  FS-BUSINESS-DATE-NOT-FOUND        VALUE '35'.
000850 77  FS-RUN-CONTROL            PIC X(02)   VALUE '00'.
000860     88  FS-RUN-CONTROL-OK                 VALUE '00'.
000870
000880 01  WS-SWITCHES.
000890     05  WS-BDT-EOF-SWITCH      PIC X(01)  VALUE 'N'.
000900         88  EOF-BUSINESS-DATE             VALUE 'Y'.
000910     05  WS-RNC-EOF-SWITCH      PIC X(01)  VALUE 'N'.
000920         88  EOF-RUN-CONTROL               VALUE 'Y'.
000930     05  WS-CURRENT-SWITCH      PIC X(01)  VALUE 'N'.
000940         88  CURRENT-DATE-KNOWN            VALUE 'Y'.
000950     05  WS-LOAD-SEEN-SWITCH    PIC X(01)  VALUE 'N'.
000960         88  LOAD-WAS-SEEN                 VALUE 'Y'.
000970     05  WS-REFUSED-SWITCH      PIC X(01)  VALUE 'N'.
000980         88  CHANGE-IS-REFUSED             VALUE 'Y'.
000990
001000*        THE ONE-CARD PARAMETER.
001010 01  WS-CARD.
001020     05  WS-CARD-ACTION         PIC X(04)  VALUE SPACES.
001030         88  ACTION-IS-ROLL                VALUE 'ROLL'.
001040         88  ACTION-IS-SET                 VALUE 'SET '.
001050         88  ACTION-IS-SHOW                VALUE SPACES.
001060     05  FILLER                 PIC X(01).
001070     05  WS-CARD-DATE           PIC X(08)  VALUE SPACES.
001080     05  FILLER                 PIC X(01).
001090     05  WS-CARD-RERUN          PIC X(05)  VALUE SPACES.
001100         88  RERUN-IS-CONFIRMED            VALUE 'RERUN'.
001110
001120*        THE CURRENT BUSINESS DATE (LAST RECORD ON PERSBDAT) AND
001130*        THE NEW ONE BEING WRITTEN.
001140 01  WS-CURRENT-DATE           PIC 9(08)   VALUE ZERO.
001150 01  WS-NEW-DATE.
001160     05  WS-NEW-YYYY            PIC 9(04)  VALUE ZERO.
001170     05  WS-NEW-MM              PIC 9(02)  VALUE ZERO.
001180     05  WS-NEW-DD              PIC 9(02)  VALUE ZERO.
001190 01  WS-NEW-DATE-N REDEFINES WS-NEW-DATE
001200                               PIC 9(08).
001210 01  WS-NEW-ACTION             PIC X(01)   VALUE SPACE.
001220
001230*        DAYS IN EACH MONTH FOR THE DATE EDIT AND THE ROLL.
001240*        FEBRUARY IS RAISED TO 29 IN A LEAP YEAR.
001250 01  WS-MONTH-DAYS-VALUES      PIC X(24)
001260         VALUE '312831303130313130313031'.
001270 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001280     05  WS-MONTH-DAYS          PIC 9(02)  OCCURS 12 TIMES.
001290 77  WS-DAYS-IN-MONTH          PIC 9(02)   VALUE ZERO.
001300 77  WS-LEAP-QUOTIENT          PIC 9(04)   VALUE ZERO COMP.
001310 77  WS-LEAP-REMAINDER-4       PIC 9(04)   VALUE ZERO COMP.
001320 77  WS-LEAP-REMAINDER-100     PIC 9(04)   VALUE ZERO COMP.
001330 77  WS-LEAP-REMAINDER-400     PIC 9(04)   VALUE ZERO COMP.
001340
001350 01  WS-CLOCK-DATE             PIC 9(08)   VALUE ZERO.
001360 01  WS-CLOCK-TIME             PIC 9(08)   VALUE ZERO.
001370
001380 PROCEDURE DIVISION.
001390 0000-MAINLINE.
001400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001410     IF ACTION-IS-SHOW
001420         PERFORM 2000-SHOW-DATE THRU 2000-EXIT
001430     ELSE
001440         IF ACTION-IS-ROLL
001450             PERFORM 3000-ROLL-DATE THRU 3000-EXIT
001460         ELSE
001470             IF ACTION-IS-SET
001480                 PERFORM 4000-SET-DATE THRU 4000-EXIT
001490             ELSE
001500                 DISPLAY 'PERSDATE - UNKNOWN ACTION ON SYSIN: '
001510                     WS-CARD-ACTION
001520                 SET CHANGE-IS-REFUSED TO TRUE
001530             END-IF
001540         END-IF
001550     END-IF.
001560     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001570     STOP RUN.
001580
001590*****************************************************************
001600*    1000-INITIALIZE - PICK UP THE PARAMETER CARD AND THE
001610*    CURRENT BUSINESS DATE.
001620*****************************************************************
001630 1000-INITIALIZE.
001640     PERFORM 1100-GET-PARAMETER THRU 1100-EXIT.
001650     PERFORM 1200-GET-CURRENT-DATE THRU 1200-EXIT.
001660 1000-EXIT.
001670     EXIT.
001680
001690*****************************************************************
001700*    1100-GET-PARAMETER - THE ONE-CARD ACTION.  A MISSING SYSIN
001710*    OR A BLANK CARD ONLY SHOWS THE CURRENT DATE.
001720*****************************************************************
001730 1100-GET-PARAMETER.
001740     OPEN INPUT CONTROL-CARD.
001750     IF FS-CONTROL-CARD-OK
001760         READ CONTROL-CARD
001770             AT END
001780                 CONTINUE
001790             NOT AT END
001800                 MOVE CONTROL-CARD-RECORD(1:19) TO WS-CARD
001810         END-READ
001820         CLOSE CONTROL-CARD
001830     END-IF.
001840 1100-EXIT.
001850     EXIT.
001860
001870*****************************************************************
001880*    1200-GET-CURRENT-DATE - READ PERSBDAT TO THE END; THE LAST
001890*    RECORD IS THE CURRENT BUSINESS DATE.  NO FILE YET MEANS
001900*    OPERATIONS HAS NEVER SET ONE.
001910*****************************************************************
001920 1200-GET-CURRENT-DATE.
001930     OPEN INPUT BUSINESS-DATE-FILE.
001940     IF FS-BUSINESS-DATE-OK
001950         PERFORM 1210-READ-BUSINESS-DATE THRU 1210-EXIT
001960             UNTIL EOF-BUSINESS-DATE
001970         CLOSE BUSINESS-DATE-FILE
001980     END-IF.
001990 1200-EXIT.
002000     EXIT.
002010
002020 1210-READ-BUSINESS-DATE.
002030     READ BUSINESS-DATE-FILE
002040         AT END
002050             SET EOF-BUSINESS-DATE TO TRUE
002060         NOT AT END
002070             IF BUSD-BUSINESS-DATE IS NUMERIC
002080                 MOVE BUSD-BUSINESS-DATE TO WS-CURRENT-DATE
002090                 SET CURRENT-DATE-KNOWN TO TRUE
002100             END-IF
002110     END-READ.
002120 1210-EXIT.
002130     EXIT.
002140
002150*****************************************************************
002160*    2000-SHOW-DATE - NO ACTION CARD, JUST SAY WHAT THE DATE IS.
002170*****************************************************************
002180 2000-SHOW-DATE.
002190     IF CURRENT-DATE-KNOWN
002200         DISPLAY 'PERSDATE - BUSINESS DATE IS ' WS-CURRENT-DATE
002210     ELSE
002220         DISPLAY 'PERSDATE - NO BUSINESS DATE HAS BEEN SET'
002230     END-IF.
002240 2000-EXIT.
002250     EXIT.
002260
002270*****************************************************************
002280*    3000-ROLL-DATE - END OF A GOOD NIGHT.  THE DATE BEING CLOSED
002290*    MUST HAVE HAD A PERSLOAD RUN AGAINST IT, THEN IT ADVANCES
002300*    ONE CALENDAR DAY.
002310*****************************************************************
002320 3000-ROLL-DATE.
002330     IF NOT CURRENT-DATE-KNOWN
002340         DISPLAY 'PERSDATE - NO BUSINESS DATE TO ROLL - SET ONE'
002350         SET CHANGE-IS-REFUSED TO TRUE
002360         GO TO 3000-EXIT
002370     END-IF.
002380     PERFORM 3100-CHECK-NIGHT-RAN THRU 3100-EXIT.
002390     IF NOT LOAD-WAS-SEEN
002400         DISPLAY 'PERSDATE - NO PERSLOAD RUN FOR ' WS-CURRENT-DATE
002410             ' - NOT ROLLED'
002420         SET CHANGE-IS-REFUSED TO TRUE
002430         GO TO 3000-EXIT
002440     END-IF.
002450     MOVE WS-CURRENT-DATE TO WS-NEW-DATE-N.
002460     PERFORM 5000-FIND-MONTH-DAYS THRU 5000-EXIT.
002470     IF WS-NEW-DD < WS-DAYS-IN-MONTH
002480         ADD 1 TO WS-NEW-DD
002490     ELSE
002500         MOVE 01 TO WS-NEW-DD
002510         IF WS-NEW-MM < 12
002520             ADD 1 TO WS-NEW-MM
002530         ELSE
002540             MOVE 01 TO WS-NEW-MM
002550             ADD 1 TO WS-NEW-YYYY
002560         END-IF
002570     END-IF.
002580     MOVE 'R' TO WS-NEW-ACTION.
002590     PERFORM 6000-WRITE-BUSINESS-DATE THRU 6000-EXIT.
002600 3000-EXIT.
002610     EXIT.
002620
002630*****************************************************************
002640*    3100-CHECK-NIGHT-RAN - LOOK FOR ANY PERSLOAD RUN-CONTROL
002650*    RECORD DATED THE BUSINESS DATE BEING CLOSED.
002660*****************************************************************
002670 3100-CHECK-NIGHT-RAN.
002680     OPEN INPUT RUN-CONTROL-FILE.
002690     IF FS-RUN-CONTROL-OK
002700         PERFORM 3110-READ-RUN-CONTROL THRU 3110-EXIT
002710             UNTIL EOF-RUN-CONTROL
002720         CLOSE RUN-CONTROL-FILE
002730     END-IF.
002740 3100-EXIT.
002750     EXIT.
002760
002770 3110-READ-RUN-CONTROL.
002780     READ RUN-CONTROL-FILE
002790         AT END
002800             SET EOF-RUN-CONTROL TO TRUE
002810         NOT AT END
002820             IF RNC-STEP = 'PERSLOAD'
002830                 AND RNC-RUN-DATE = WS-CURRENT-DATE
002840                 SET LOAD-WAS-SEEN TO TRUE
002850             END-IF
002860     END-READ.
002870 3110-EXIT.
002880     EXIT.
002890
002900*****************************************************************
002910*    4000-SET-DATE - OPERATIONS SETS AN EXPLICIT DATE.  IT MUST
002920*    BE A REAL CALENDAR DATE, AND GOING BACKWARDS NEEDS RERUN
002930*    ON THE CARD.
002940*****************************************************************
002950 4000-SET-DATE.
002960     IF WS-CARD-DATE IS NOT NUMERIC
002970         DISPLAY 'PERSDATE - SET DATE NOT NUMERIC: ' WS-CARD-DATE
002980         SET CHANGE-IS-REFUSED TO TRUE
002990         GO TO 4000-EXIT
003000     END-IF.
003010     MOVE WS-CARD-DATE TO WS-NEW-DATE.
003020     IF WS-NEW-MM < 1 OR WS-NEW-MM > 12
003030         DISPLAY 'PERSDATE - SET DATE NOT A DATE: ' WS-CARD-DATE
003040         SET CHANGE-IS-REFUSED TO TRUE
003050         GO TO 4000-EXIT
003060     END-IF.
003070     PERFORM 5000-FIND-MONTH-DAYS THRU 5000-EXIT.
003080     IF WS-NEW-DD < 1 OR WS-NEW-DD > WS-DAYS-IN-MONTH
003090         DISPLAY 'PERSDATE - SET DATE NOT A DATE: ' WS-CARD-DATE
003100         SET CHANGE-IS-REFUSED TO TRUE
003110         GO TO 4000-EXIT
003120     END-IF.
003130     MOVE 'S' TO WS-NEW-ACTION.
003140     IF CURRENT-DATE-KNOWN
003150         AND WS-NEW-DATE-N < WS-CURRENT-DATE
003160         IF NOT RERUN-IS-CONFIRMED
003170             DISPLAY 'PERSDATE - ' WS-CARD-DATE ' IS BEFORE THE'
003180                 ' BUSINESS DATE ' WS-CURRENT-DATE
003190                 ' - RERUN NOT CONFIRMED ON THE CARD'
003200             SET CHANGE-IS-REFUSED TO TRUE
003210             GO TO 4000-EXIT
003220         END-IF
003230         MOVE 'P' TO WS-NEW-ACTION
003240     END-IF.
003250     PERFORM 6000-WRITE-BUSINESS-DATE THRU 6000-EXIT.
003260 4000-EXIT.
003270     EXIT.
003280
003290*****************************************************************
003300*    5000-FIND-MONTH-DAYS - DAYS IN WS-NEW-MM OF WS-NEW-YYYY.  A
003310*    YEAR DIVISIBLE BY 4 IS A LEAP YEAR UNLESS IT IS A CENTURY
003320*    NOT DIVISIBLE BY 400.
003330*****************************************************************
003340 5000-FIND-MONTH-DAYS.
003350     MOVE WS-MONTH-DAYS(WS-NEW-MM) TO WS-DAYS-IN-MONTH.
003360     IF WS-NEW-MM = 2
003370         DIVIDE WS-NEW-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
003380             REMAINDER WS-LEAP-REMAINDER-4
003390         DIVIDE WS-NEW-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
003400             REMAINDER WS-LEAP-REMAINDER-100
003410         DIVIDE WS-NEW-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
003420             REMAINDER WS-LEAP-REMAINDER-400
003430         IF WS-LEAP-REMAINDER-4 = ZERO
003440             AND (WS-LEAP-REMAINDER-100 NOT = ZERO
003450                  OR WS-LEAP-REMAINDER-400 = ZERO)
003460             MOVE 29 TO WS-DAYS-IN-MONTH
003470         END-IF
003480     END-IF.
003490 5000-EXIT.
003500     EXIT.
003510
003520*****************************************************************
003530*    6000-WRITE-BUSINESS-DATE - APPEND THE NEW CURRENT RECORD.
003540*    THE FILE WILL NOT EXIST YET THE FIRST TIME OPERATIONS SETS
003550*    A DATE, SO EXTEND FALLS BACK TO OUTPUT THE SAME WAY THE
003560*    PERSLOAD FEED CONTROL FILE DOES.
003570*****************************************************************
003580 6000-WRITE-BUSINESS-DATE.
003590     OPEN EXTEND BUSINESS-DATE-FILE.
003600     IF FS-BUSINESS-DATE-NOT-FOUND
003610         OPEN OUTPUT BUSINESS-DATE-FILE
003620     END-IF.
003630     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
003640     ACCEPT WS-CLOCK-TIME FROM TIME.
003650     MOVE SPACES          TO BUSINESS-DATE-RECORD.
003660     MOVE WS-NEW-DATE-N   TO BUSD-BUSINESS-DATE.
003670     MOVE WS-CURRENT-DATE TO BUSD-PRIOR-DATE.
003680     MOVE WS-NEW-ACTION   TO BUSD-ACTION.
003690     MOVE WS-CLOCK-DATE   TO BUSD-CHANGED-DATE.
003700     MOVE WS-CLOCK-TIME   TO BUSD-CHANGED-TIME.
003710     WRITE BUSINESS-DATE-RECORD.
003720     CLOSE BUSINESS-DATE-FILE.
003730     DISPLAY 'PERSDATE - BUSINESS DATE ' WS-CURRENT-DATE
003740         ' CHANGED TO ' WS-NEW-DATE-N ' (' WS-NEW-ACTION ')'.
003750 6000-EXIT.
003760     EXIT.
003770
003780*****************************************************************
003790*    9000-TERMINATE - A REFUSED CHANGE ENDS THE STEP RC=16 SO
003800*    OPERATIONS SEES IT BEFORE THE NEXT NIGHT STARTS ON THE
003810*    WRONG DATE.
003820*****************************************************************
003830 9000-TERMINATE.
003840     IF CHANGE-IS-REFUSED
003850         DISPLAY 'PERSDATE - BUSINESS DATE NOT CHANGED'
003860         MOVE 16 TO RETURN-CODE
003870     END-IF.
003880 9000-EXIT.
003890     EXIT.
