000010*****************************************************************
000020*
000030*    PROGRAM:      PERSASOF
000040*    AUTHOR:       INSUNG BAHK
000050*    INSTALLATION: PERSONNEL SYSTEMS
000060*    DATE-WRITTEN: 2026-10-15
000070*
000080*    REMARKS.      POINT-IN-TIME ("AS OF") RECONSTRUCTION OF THE
000090*                  PERSONS MASTER.  ANSWERS "WHO WAS ON THE
000100*                  MASTER, IN WHICH DEPARTMENT AND AT WHAT
000110*                  WEIGHT, ON A GIVEN DATE" WITHOUT HAND-READING
000120*                  THE PERSHIST OUTPUT.  THE STATE IS REBUILT ON A
000130*                  WORK KSDS (PERSASWK) THE SAME WAY PERSRECN
000140*                  REBUILDS ITS EXPECTED STATE - THE LIVE MASTER
000150*                  IS NEVER OPENED:
000160*                      1. CHOOSE - EVERY PERSBKUP SNAPSHOT ON THE
000170*                         DD (THE JOB CONCATENATES ALL THE
000180*                         GENERATIONS ON HAND) IS BALANCED AGAINST
000190*                         ITS OWN TRAILER, AND THE LATEST ONE THAT
000200*                         BALANCES AND WAS TAKEN ON OR BEFORE THE
000210*                         AS-OF TIME IS CHOSEN.
000220*                      2. LOAD - THE CHOSEN SNAPSHOT IS LOADED
000230*                         ONTO THE WORK FILE.
000240*                      3. REPLAY - EVERY PERSAUDT RECORD (PERSARCV
000250*                         GENERATIONS CONCATENATED AHEAD OF THE
000260*                         LIVE TRAIL FOR AN OLD DATE) TIMESTAMPED
000270*                         FROM THE SNAPSHOT UP TO THE AS-OF TIME
000280*                         IS APPLIED BY ITS OPERATION CODE, THE
000290*                         WAY PERSRCVR RE-APPLIES THEM.  A RECORD
000300*                         THAT DOES NOT FIT THE STATE BUILT SO FAR
000310*                         (AN ADD OVER A KEY ALREADY THERE, A
000320*                         CHANGE FOR ONE THAT IS NOT) IS LISTED AS
000330*                         A REPLAY GAP AND CARRIED FORWARD.
000340*                  THE WORK FILE IS THEN IN THE PERSONS LAYOUT, SO
000350*                  THE JOB RUNS THE ORDINARY PERSSORT, PERSRPT AND
000360*                  PERSDRPT STEPS OVER IT FOR THE ROSTER AND THE
000370*                  DEPARTMENT HEADCOUNTS.  SO THAT THOSE REPORTS
000380*                  ARE HEADED WITH THE AS-OF DATE, NOT TONIGHT'S,
000390*                  A ONE-RECORD BUSINESS DATE FILE (SEE BUSDATE)
000400*                  CARRYING THE AS-OF DATE IS WRITTEN TO ASOFDATE
000410*                  FOR THE JOB TO GIVE THEM AS THEIR PERSBDAT.
000420*
000430*                  THE AS-OF POINT IS A ONE-CARD PARAMETER ON
000440*                  SYSIN (THE PERSSORT CONVENTION):
000450*                      COLS 1-8   AS-OF DATE, YYYYMMDD.  REQUIRED.
000460*                      COLS 10-15 AS-OF TIME, HHMMSS.  BLANK = THE
000470*                                 CLOSE OF THAT BUSINESS DATE,
000480*                                 INCLUDING A NIGHT THAT RAN PAST
000490*                                 MIDNIGHT.
000500*
000510*                  THE CONTROL REPORT (PERSASOF) SAYS WHICH
000520*                  SNAPSHOT WAS USED AND HOW MANY AUDIT RECORDS
000530*                  WERE APPLIED, AND FLAGS AUDIT HISTORY THAT IS
000540*                  NOT THERE - A TRAIL WHOSE FIRST RECORD IS LATER
000550*                  THAN THE SNAPSHOT HAS HAD THE RECORDS IN
000560*                  BETWEEN ARCHIVED OR PURGED.  THE TRAIL CARRIES
000570*                  NAME, WEIGHT, STATUS AND DEPARTMENT MOVES
000580*                  ONLY, SO CONTACT NUMBERS, AND DEPARTMENT
000590*                  CHANGES THE TRAIL DOES NOT CARRY, ARE AS OF
000600*                  THE SNAPSHOT, AND A PERSON ADDED AFTER IT
000610*                  SHOWS AS UNASSIGNED - AS IN PERSRCVR.
000620*
000630*                  RETURN CODES:
000640*                       0 - RECONSTRUCTED CLEAN.
000650*                       8 - RECONSTRUCTED, BUT HISTORY IS
000660*                           MISSING, THE REPLAY HAD GAPS OR THE
000670*                           TRAIL WAS OUT OF ORDER - THE REPORTS
000680*                           ARE PRINTED BUT MUST BE READ WITH THE
000690*                           WARNINGS.
000695*                      16 - REFUSED: NO BUSINESS DATE, BAD CARD,
000700*                           AS-OF DATE AFTER THE BUSINESS DATE, NO
000705*                           USABLE SNAPSHOT, A SNAPSHOT FILE
000710*                           THAT WILL NOT REOPEN FOR THE LOAD,
000720*                           OR NO WORK FILE.  NOTHING
000730*                           RECONSTRUCTED.
000740*
000750*    MODIFICATION HISTORY
000760*    ------------------------------------------------------------
000770*    2026-10-15  IB   ORIGINAL.
000772*    2026-10-15  IB   PERSLOAD AND PERSMNT NOW AUDIT EVERY
000774*                      DEPARTMENT MOVE AS A T RECORD, NOT ONLY
000776*                      PERSDMNT REORGANIZATIONS - NOTE REWORDED.
000777*    2026-10-15  IB   NO BUSINESS DATE ON PERSBDAT, OR A SNAPSHOT
000778*                      FILE THAT WILL NOT REOPEN FOR THE LOAD,
000779*                      REFUSES THE RUN.
000780*****************************************************************
000790 IDENTIFICATION DIVISION.
000800 PROGRAM-ID.     PERSASOF.
000810 AUTHOR.         INSUNG BAHK.
000820 INSTALLATION.   PERSONNEL SYSTEMS.
000830 DATE-WRITTEN.   2026-10-15.
000840 DATE-COMPILED.  2026-10-15.
000850
000860 ENVIRONMENT DIVISION.
000870 CONFIGURATION SECTION.
000880 SOURCE-COMPUTER.   IBM-370.
000890 OBJECT-COMPUTER.   IBM-370.
000900
000910 INPUT-OUTPUT SECTION.
000920 FILE-CONTROL.
000930     SELECT CONTROL-CARD ASSIGN TO "SYSIN"
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS FS-CONTROL-CARD.
000960
000970     SELECT BACKUP-FILE ASSIGN TO "PERSBKUP"
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS FS-BACKUP.
001000
001010     SELECT AUDIT-FILE ASSIGN TO "PERSAUDT"
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS FS-AUDIT.
001040
001050     SELECT WORK-FILE ASSIGN TO "PERSASWK"
001060         ORGANIZATION IS INDEXED
001070         ACCESS MODE IS DYNAMIC
001080         RECORD KEY IS PERS-NUMBER
001090         FILE STATUS IS FS-WORK.
001100
001110     SELECT ASOF-DATE-FILE ASSIGN TO "ASOFDATE"
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS FS-ASOF-DATE.
001140
001150     SELECT PRINT-FILE ASSIGN TO "PERSASOF"
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS FS-PRINT.
001180
001190 DATA DIVISION.
001200 FILE SECTION.
001210 FD  CONTROL-CARD
001220     LABEL RECORDS ARE STANDARD.
001230 01  CONTROL-CARD-RECORD         PIC X(80).
001240
001250 FD  BACKUP-FILE
001260     LABEL RECORDS ARE STANDARD.
001270     COPY PERSBKRC.
001280
001290 FD  AUDIT-FILE
001300     LABEL RECORDS ARE STANDARD.
001310     COPY AUDITREC.
001320
001330*        THE RECONSTRUCTED MASTER - THE PERSONS LAYOUT ITSELF, SO
001340*        THE ORDINARY SORT AND REPORT STEPS CAN READ IT.  THE LIVE
001350*        PERSONS FILE IS NOT IN THIS PROGRAM AT ALL.
001360 FD  WORK-FILE
001370     LABEL RECORDS ARE STANDARD.
001380     COPY PERSONREC.
001390
001400 FD  ASOF-DATE-FILE
001410     LABEL RECORDS ARE STANDARD.
001420     COPY BUSDATE.
001430
001440 FD  PRINT-FILE
001450     LABEL RECORDS ARE STANDARD.
001460 01  PRINT-LINE                  PIC X(132).
001470
001480 WORKING-STORAGE SECTION.
001490 77  FS-CONTROL-CARD           PIC X(02)   VALUE '00'.
001500     88  FS-CONTROL-CARD-OK                VALUE '00'.
001510 77  FS-BACKUP                 PIC X(02)   VALUE '00'.
001520     88  FS-BACKUP-OK                      VALUE '00'.
001530 77  FS-AUDIT                  PIC X(02)   VALUE '00'.
001540     88  FS-AUDIT-OK                       VALUE '00'.
001550 77  FS-WORK                   PIC X(02)   VALUE '00'.
001560     88  FS-WORK-OK                        VALUE '00'.
001570 77  FS-ASOF-DATE              PIC X(02)   VALUE '00'.
001580     88  FS-ASOF-DATE-OK                   VALUE '00'.
001590 77  FS-PRINT                  PIC X(02)   VALUE '00'.
001600
001610 77  WS-LINES-PER-PAGE         PIC 9(02)   VALUE 50.
001620 77  WS-LINE-COUNT             PIC 9(02)   VALUE ZERO COMP.
001630 77  WS-PAGE-COUNT             PIC 9(04)   VALUE ZERO COMP.
001640
001650 77  WS-SNAP-SEEN-COUNT        PIC 9(07)   VALUE ZERO COMP.
001660 77  WS-SNAP-BAD-COUNT         PIC 9(07)   VALUE ZERO COMP.
001670 77  WS-SNAP-DETAIL-COUNT      PIC 9(07)   VALUE ZERO COMP.
001680 77  WS-SNAP-ORDINAL           PIC 9(07)   VALUE ZERO COMP.
001690 77  WS-CHOSEN-ORDINAL         PIC 9(07)   VALUE ZERO COMP.
001700 77  WS-LOADED-COUNT           PIC 9(07)   VALUE ZERO COMP.
001710 77  WS-AUDIT-READ-COUNT       PIC 9(07)   VALUE ZERO COMP.
001720 77  WS-BEFORE-SNAP-COUNT      PIC 9(07)   VALUE ZERO COMP.
001730 77  WS-AFTER-ASOF-COUNT       PIC 9(07)   VALUE ZERO COMP.
001740 77  WS-APPLIED-COUNT          PIC 9(07)   VALUE ZERO COMP.
001750 77  WS-NOT-UPDATE-COUNT       PIC 9(07)   VALUE ZERO COMP.
001760 77  WS-GAP-COUNT              PIC 9(07)   VALUE ZERO COMP.
001770 77  WS-ORDER-COUNT            PIC 9(07)   VALUE ZERO COMP.
001780 77  WS-ASOF-COUNT             PIC 9(07)   VALUE ZERO COMP.
001790 77  WS-ACTIVE-COUNT           PIC 9(07)   VALUE ZERO COMP.
001800 77  WS-INACTIVE-COUNT         PIC 9(07)   VALUE ZERO COMP.
001810
001820 01  WS-SWITCHES.
001830     05  WS-REFUSED-SWITCH      PIC X(01)  VALUE 'N'.
001840         88  RUN-IS-REFUSED                VALUE 'Y'.
001850     05  WS-BACKUP-EOF-SWITCH   PIC X(01)  VALUE 'N'.
001860         88  EOF-BACKUP                    VALUE 'Y' FALSE 'N'.
001870     05  WS-AUDIT-EOF-SWITCH    PIC X(01)  VALUE 'N'.
001880         88  EOF-AUDIT                     VALUE 'Y'.
001890     05  WS-WORK-EOF-SWITCH     PIC X(01)  VALUE 'N'.
001900         88  EOF-WORK                      VALUE 'Y'.
001910*        CHOOSE PASS - A HEADER HAS BEEN READ AND ITS TRAILER HAS
001920*        NOT YET ARRIVED.
001930     05  WS-IN-SNAPSHOT-SWITCH  PIC X(01)  VALUE 'N'.
001940         88  IN-SNAPSHOT                   VALUE 'Y' FALSE 'N'.
001950     05  WS-CHOSEN-SWITCH       PIC X(01)  VALUE 'N'.
001960         88  SNAPSHOT-WAS-CHOSEN           VALUE 'Y'.
001970*        LOAD PASS - READING THE CHOSEN SNAPSHOT'S DETAILS / ITS
001980*        TRAILER HAS BEEN REACHED.
001990     05  WS-LOADING-SWITCH      PIC X(01)  VALUE 'N'.
002000         88  LOADING-SNAPSHOT              VALUE 'Y' FALSE 'N'.
002010     05  WS-LOADED-SWITCH       PIC X(01)  VALUE 'N'.
002020         88  SNAPSHOT-IS-LOADED            VALUE 'Y'.
002030     05  WS-FIRST-AUDIT-SWITCH  PIC X(01)  VALUE 'Y'.
002040         88  FIRST-AUDIT                   VALUE 'Y' FALSE 'N'.
002050     05  WS-HISTORY-SWITCH      PIC X(01)  VALUE 'N'.
002060         88  HISTORY-IS-MISSING            VALUE 'Y'.
002070     05  WS-GAP-HDG-SWITCH      PIC X(01)  VALUE 'N'.
002080         88  GAP-HEADING-PRINTED           VALUE 'Y'.
002090
002100*        THE AS-OF POINT FROM THE CARD, PICKED UP AS X SO A BLANK
002110*        OR BAD VALUE CAN BE TOLD FROM A REAL ONE.  A BLANK TIME
002120*        IS ALL NINES - AFTER EVERY STAMP THE DATE CAN CARRY,
002130*        INCLUDING THE PAST-MIDNIGHT ONES OVER 24 HOURS.
002140 01  WS-CARD-DATE               PIC X(08)  VALUE SPACES.
002150 01  WS-CARD-DATE-N REDEFINES WS-CARD-DATE.
002160     05  WS-CARD-YYYY           PIC 9(04).
002170     05  WS-CARD-MM             PIC 9(02).
002180     05  WS-CARD-DD             PIC 9(02).
002190 01  WS-CARD-TIME               PIC X(06)  VALUE SPACES.
002200 01  WS-ASOF-TIMESTAMP.
002210     05  WS-ASOF-DATE           PIC 9(08)  VALUE ZERO.
002220     05  WS-ASOF-TIME           PIC 9(08)  VALUE 99999999.
002230
002240*        THE SNAPSHOT BEING LOOKED AT IN THE CHOOSE PASS, AND THE
002250*        ONE CHOSEN.  AUDIT RECORDS FROM THE CHOSEN TIMESTAMP UP
002260*        TO THE AS-OF TIMESTAMP ARE APPLIED - THE SAME CUTOFF
002270*        PERSRCVR AND PERSRECN USE.
002280 01  WS-SNAP-TIMESTAMP.
002290     05  WS-SNAP-DATE           PIC 9(08)  VALUE ZERO.
002300     05  WS-SNAP-TIME           PIC 9(08)  VALUE ZERO.
002310 01  WS-CHOSEN-TIMESTAMP.
002320     05  WS-CHOSEN-DATE         PIC 9(08)  VALUE ZERO.
002330     05  WS-CHOSEN-TIME         PIC 9(08)  VALUE ZERO.
002340 77  WS-CHOSEN-DETAIL-COUNT    PIC 9(07)   VALUE ZERO COMP.
002350
002360*        THE TRAIL AS SUPPLIED - FIRST AND LAST STAMPS, AND THE
002370*        PREVIOUS ONE FOR THE ORDER CHECK.
002380 01  WS-FIRST-AUDIT-TIMESTAMP.
002390     05  WS-FIRST-AUDIT-DATE    PIC 9(08)  VALUE ZERO.
002400     05  WS-FIRST-AUDIT-TIME    PIC 9(08)  VALUE ZERO.
002410 01  WS-PRIOR-AUDIT-TIMESTAMP.
002420     05  WS-PRIOR-AUDIT-DATE    PIC 9(08)  VALUE ZERO.
002430     05  WS-PRIOR-AUDIT-TIME    PIC 9(08)  VALUE ZERO.
002440
002450 01  WS-REFUSAL-REASON          PIC X(60)  VALUE SPACES.
002460 01  WS-BAD-SNAP-REASON         PIC X(24)  VALUE SPACES.
002470
002480*        A DATE AND TIME LAID OUT FOR PRINTING - SEE 6900.
002490 01  WS-FMT-DATE                PIC 9(08)  VALUE ZERO.
002500 01  FILLER REDEFINES WS-FMT-DATE.
002510     05  WS-FMT-YYYY            PIC X(04).
002520     05  WS-FMT-MM              PIC X(02).
002530     05  WS-FMT-DD              PIC X(02).
002540 01  WS-FMT-TIME                PIC 9(08)  VALUE ZERO.
002550 01  FILLER REDEFINES WS-FMT-TIME.
002560     05  WS-FMT-HH              PIC X(02).
002570     05  WS-FMT-MI              PIC X(02).
002580     05  WS-FMT-SS              PIC X(02).
002590     05  FILLER                 PIC X(02).
002600 01  WS-FMT-STAMP               PIC X(19)  VALUE SPACES.
002610 01  WS-EDIT-COUNT              PIC Z,ZZZ,ZZ9.
002620 01  WS-EDIT-ORDINAL            PIC ZZ9.
002630 01  WS-EDIT-SEEN               PIC ZZ9.
002640
002650 01  WS-RUN-DATE.
002660     05  WS-RUN-YY              PIC 9(02).
002670     05  WS-RUN-MM              PIC 9(02).
002680     05  WS-RUN-DD              PIC 9(02).
002690
002700 01  WS-RUN-DATE-PRINT           PIC X(08).
002710
002720*        THE RUN DATE IS THE BUSINESS PROCESSING DATE FROM THE
002730*        PERSBDTE SERVICE, NOT THE CLOCK - IT IS ALSO THE LATEST
002740*        AS-OF DATE THERE CAN BE.
002750 COPY BUSDPARM.
002760
002770 01  HDG-LINE-1.
002780     05  FILLER                  PIC X(25)  VALUE SPACES.
002790     05  FILLER                  PIC X(30)
002800         VALUE 'POINT-IN-TIME RECONSTRUCTION'.
002810     05  FILLER                  PIC X(05)  VALUE 'PAGE '.
002820     05  HDG1-PAGE-NO            PIC ZZZ9.
002830
002840 01  HDG-LINE-2.
002850     05  FILLER                  PIC X(25)  VALUE SPACES.
002860     05  FILLER                  PIC X(06)  VALUE 'DATE: '.
002870     05  HDG2-RUN-DATE           PIC X(08).
002880
002890 01  HDG-LINE-3.
002900     05  FILLER                  PIC X(01)  VALUE SPACES.
002910     05  FILLER                  PIC X(36)  VALUE 'REPLAY GAP'.
002920     05  FILLER                  PIC X(13)  VALUE 'NUMBER'.
002930     05  FILLER                  PIC X(21)
002940         VALUE 'AUDIT TIMESTAMP'.
002950     05  FILLER                  PIC X(03)  VALUE 'OP'.
002960     05  FILLER                  PIC X(21)  VALUE 'AFTER NAME'.
002970     05  FILLER                  PIC X(02)  VALUE 'WT'.
002980
002990*        ONE FACT ABOUT THE RUN - WHAT WAS ASKED FOR, WHAT WAS
003000*        USED, WHAT WAS WRONG.
003010 01  INFO-LINE.
003020     05  FILLER                  PIC X(01)  VALUE SPACES.
003030     05  INF-LABEL               PIC X(26).
003040     05  INF-TEXT                PIC X(100).
003050
003060 01  GAP-LINE.
003070     05  FILLER                  PIC X(01)  VALUE SPACES.
003080     05  GAP-REASON              PIC X(34).
003090     05  FILLER                  PIC X(02)  VALUE SPACES.
003100     05  GAP-NUMBER              PIC X(11).
003110     05  FILLER                  PIC X(02)  VALUE SPACES.
003120     05  GAP-STAMP               PIC X(19).
003130     05  FILLER                  PIC X(02)  VALUE SPACES.
003140     05  GAP-OP                  PIC X(01).
003150     05  FILLER                  PIC X(02)  VALUE SPACES.
003160     05  GAP-NAME                PIC X(20).
003170     05  FILLER                  PIC X(01)  VALUE SPACES.
003180     05  GAP-WEIGHT              PIC X(02).
003190
003200 01  WARN-LINE.
003210     05  FILLER                  PIC X(01)  VALUE SPACES.
003220     05  WRN-TEXT                PIC X(100).
003230
003240 01  SUMMARY-LINE.
003250     05  FILLER                  PIC X(01)  VALUE SPACES.
003260     05  SUM-LABEL               PIC X(26).
003270     05  SUM-COUNT               PIC ZZZ,ZZ9.
003280
003290 PROCEDURE DIVISION.
003300 0000-MAINLINE.
003310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003320     IF NOT RUN-IS-REFUSED
003330         PERFORM 2000-CHOOSE-SNAPSHOT THRU 2000-EXIT
003340     END-IF.
003350     IF NOT RUN-IS-REFUSED
003360         PERFORM 3000-LOAD-SNAPSHOT THRU 3000-EXIT
003370     END-IF.
003380     IF NOT RUN-IS-REFUSED
003390         PERFORM 4000-REPLAY-AUDIT THRU 4000-EXIT
003400         PERFORM 4500-COUNT-RESULT THRU 4500-EXIT
003410         PERFORM 4800-WRITE-ASOF-DATE THRU 4800-EXIT
003420     END-IF.
003430     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
003440     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003450     STOP RUN.
003460
003470*****************************************************************
003480*    1000-INITIALIZE - OPEN THE REPORT, GET THE RUN DATE, PRINT
003485*    THE FIRST PAGE HEADERS AND PICK UP THE AS-OF POINT.  WITHOUT
003490*    A BUSINESS DATE THERE IS NO TELLING WHAT HAS HAPPENED YET, SO
003495*    THE RUN IS REFUSED.
003500*****************************************************************
003510 1000-INITIALIZE.
003520     OPEN OUTPUT PRINT-FILE.
003530     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
003540     MOVE WS-BUSINESS-YYMMDD TO WS-RUN-DATE.
003550     STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YY
003560         DELIMITED BY SIZE INTO WS-RUN-DATE-PRINT.
003570     PERFORM 5000-PRINT-HEADERS THRU 5000-EXIT.
003571     IF NOT BUSINESS-DATE-OK
003572         MOVE 'NO BUSINESS DATE ON PERSBDAT' TO WS-REFUSAL-REASON
003573         SET RUN-IS-REFUSED TO TRUE
003574         GO TO 1000-EXIT
003575     END-IF.
003580     PERFORM 1200-GET-PARAMETER THRU 1200-EXIT.
003590 1000-EXIT.
003600     EXIT.
003610
003620*****************************************************************
003630*    1200-GET-PARAMETER - THE ONE-CARD AS-OF POINT.  THE DATE IS
003640*    REQUIRED AND MUST BE A REAL DATE NO LATER THAN THE BUSINESS
003650*    DATE - NOTHING AFTER TONIGHT HAS HAPPENED YET.  THE TIME IS
003660*    TAKEN TO THE END OF THE SECOND GIVEN.
003670*****************************************************************
003680 1200-GET-PARAMETER.
003690     OPEN INPUT CONTROL-CARD.
003700     IF FS-CONTROL-CARD-OK
003710         READ CONTROL-CARD
003720             AT END
003730                 CONTINUE
003740             NOT AT END
003750                 MOVE CONTROL-CARD-RECORD(1:8)  TO WS-CARD-DATE
003760                 MOVE CONTROL-CARD-RECORD(10:6) TO WS-CARD-TIME
003770         END-READ
003780         CLOSE CONTROL-CARD
003790     END-IF.
003800     IF WS-CARD-DATE IS NOT NUMERIC
003810         MOVE 'NO AS-OF DATE ON THE CARD (COLS 1-8, YYYYMMDD)'
003820             TO WS-REFUSAL-REASON
003830         SET RUN-IS-REFUSED TO TRUE
003840         GO TO 1200-EXIT
003850     END-IF.
003860     IF WS-CARD-MM < 1 OR WS-CARD-MM > 12
003870         OR WS-CARD-DD < 1 OR WS-CARD-DD > 31
003880         MOVE 'AS-OF DATE ON THE CARD IS NOT A DATE'
003890             TO WS-REFUSAL-REASON
003900         SET RUN-IS-REFUSED TO TRUE
003910         GO TO 1200-EXIT
003920     END-IF.
003930     MOVE WS-CARD-DATE-N TO WS-ASOF-DATE.
003940     IF WS-ASOF-DATE > WS-BUSINESS-DATE
003950         MOVE 'AS-OF DATE IS AFTER THE BUSINESS DATE'
003960             TO WS-REFUSAL-REASON
003970         SET RUN-IS-REFUSED TO TRUE
003980         GO TO 1200-EXIT
003990     END-IF.
004000     IF WS-CARD-TIME NOT = SPACES
004010         IF WS-CARD-TIME IS NOT NUMERIC
004020             MOVE 'AS-OF TIME (COLS 10-15) IS NOT HHMMSS'
004030                 TO WS-REFUSAL-REASON
004040             SET RUN-IS-REFUSED TO TRUE
004050             GO TO 1200-EXIT
004060         END-IF
004070         MOVE WS-CARD-TIME TO WS-ASOF-TIME(1:6)
004080         MOVE '99'         TO WS-ASOF-TIME(7:2)
004090     END-IF.
004100     MOVE 'RECONSTRUCTED AS OF......' TO INF-LABEL.
004110     MOVE WS-ASOF-DATE TO WS-FMT-DATE.
004120     MOVE WS-ASOF-TIME TO WS-FMT-TIME.
004130     PERFORM 6900-FORMAT-STAMP THRU 6900-EXIT.
004140     IF WS-ASOF-TIME = 99999999
004150         MOVE SPACES TO INF-TEXT
004160         STRING WS-FMT-STAMP(1:10) '  CLOSE OF BUSINESS'
004170             DELIMITED BY SIZE INTO INF-TEXT
004180     ELSE
004190         MOVE WS-FMT-STAMP TO INF-TEXT
004200     END-IF.
004210     PERFORM 6100-PRINT-INFO THRU 6100-EXIT.
004220 1200-EXIT.
004230     EXIT.
004240
004250*****************************************************************
004260*    2000-CHOOSE-SNAPSHOT - ONE PASS OVER EVERY SNAPSHOT ON THE
004270*    PERSBKUP DD.  EACH IS BALANCED AGAINST ITS OWN TRAILER THE
004280*    WAY PERSRCVR BALANCES THE ONE IT RESTORES; A SHORT OR
004290*    DAMAGED ONE IS LISTED AND NEVER CHOSEN.  OF THE REST, THE
004300*    LATEST TAKEN ON OR BEFORE THE AS-OF TIME IS CHOSEN - IT HAS
004310*    THE LEAST AUDIT HISTORY TO REPLAY.  SNAPSHOTS ARE
004320*    IDENTIFIED BY THEIR POSITION ON THE DD FOR THE LOAD PASS.
004330*****************************************************************
004340 2000-CHOOSE-SNAPSHOT.
004350     OPEN INPUT BACKUP-FILE.
004360     IF NOT FS-BACKUP-OK
004370         MOVE 'NO SNAPSHOT FILE - PERSBKUP COULD NOT BE OPENED'
004380             TO WS-REFUSAL-REASON
004390         SET RUN-IS-REFUSED TO TRUE
004400         GO TO 2000-EXIT
004410     END-IF.
004420     SET EOF-BACKUP TO FALSE.
004430     PERFORM 2010-READ-BACKUP THRU 2010-EXIT.
004440     PERFORM 2100-SCAN-SNAPSHOT THRU 2100-EXIT
004450         UNTIL EOF-BACKUP.
004460     IF IN-SNAPSHOT
004470         MOVE 'TRAILER MISSING' TO WS-BAD-SNAP-REASON
004480         PERFORM 2200-BAD-SNAPSHOT THRU 2200-EXIT
004490     END-IF.
004500     CLOSE BACKUP-FILE.
004510     IF NOT SNAPSHOT-WAS-CHOSEN
004520         IF WS-SNAP-SEEN-COUNT = ZERO
004530             MOVE 'NO SNAPSHOTS ON PERSBKUP'
004540                 TO WS-REFUSAL-REASON
004550         ELSE
004560             MOVE 'NO USABLE SNAPSHOT ON OR BEFORE THE AS-OF TIME'
004570                 TO WS-REFUSAL-REASON
004580         END-IF
004590         SET RUN-IS-REFUSED TO TRUE
004600         GO TO 2000-EXIT
004610     END-IF.
004620     MOVE WS-CHOSEN-DATE TO WS-FMT-DATE.
004630     MOVE WS-CHOSEN-TIME TO WS-FMT-TIME.
004640     PERFORM 6900-FORMAT-STAMP THRU 6900-EXIT.
004650     MOVE WS-CHOSEN-ORDINAL TO WS-EDIT-ORDINAL.
004660     MOVE WS-SNAP-SEEN-COUNT TO WS-EDIT-SEEN.
004670     MOVE WS-CHOSEN-DETAIL-COUNT TO WS-EDIT-COUNT.
004680     MOVE 'SNAPSHOT USED............' TO INF-LABEL.
004690     MOVE SPACES TO INF-TEXT.
004700     STRING 'TAKEN ' WS-FMT-STAMP
004710            ' - NUMBER ' WS-EDIT-ORDINAL
004720            ' OF ' WS-EDIT-SEEN ' ON PERSBKUP, '
004730            WS-EDIT-COUNT ' RECORDS'
004740         DELIMITED BY SIZE INTO INF-TEXT.
004750     PERFORM 6100-PRINT-INFO THRU 6100-EXIT.
004760 2000-EXIT.
004770     EXIT.
004780
004790 2010-READ-BACKUP.
004800     READ BACKUP-FILE
004810         AT END
004820             SET EOF-BACKUP TO TRUE
004830     END-READ.
004840 2010-EXIT.
004850     EXIT.
004860
004870*****************************************************************
004880*    2100-SCAN-SNAPSHOT - ONE SNAPSHOT RECORD IN THE CHOOSE PASS.
004890*    A HEADER WHILE THE LAST SNAPSHOT IS STILL OPEN MEANS THAT
004900*    ONE LOST ITS TRAILER.  DETAILS OUTSIDE ANY SNAPSHOT HAVE NO
004910*    HEADER TO DATE THEM AND ARE PASSED OVER.
004920*****************************************************************
004930 2100-SCAN-SNAPSHOT.
004940     IF BKP-REC-IS-HEADER
004950         IF IN-SNAPSHOT
004960             MOVE 'TRAILER MISSING' TO WS-BAD-SNAP-REASON
004970             PERFORM 2200-BAD-SNAPSHOT THRU 2200-EXIT
004980         END-IF
004990         ADD 1 TO WS-SNAP-SEEN-COUNT
005000         ADD 1 TO WS-SNAP-ORDINAL
005010         SET IN-SNAPSHOT TO TRUE
005020         MOVE BKP-HDR-DATE TO WS-SNAP-DATE
005030         MOVE BKP-HDR-TIME TO WS-SNAP-TIME
005040         MOVE ZERO TO WS-SNAP-DETAIL-COUNT
005050     ELSE
005060         IF BKP-REC-IS-DETAIL
005070             ADD 1 TO WS-SNAP-DETAIL-COUNT
005080         ELSE
005090             IF BKP-REC-IS-TRAILER AND IN-SNAPSHOT
005100                 PERFORM 2150-CHECK-SNAPSHOT THRU 2150-EXIT
005110                 SET IN-SNAPSHOT TO FALSE
005120             END-IF
005130         END-IF
005140     END-IF.
005150     PERFORM 2010-READ-BACKUP THRU 2010-EXIT.
005160 2100-EXIT.
005170     EXIT.
005180
005190*****************************************************************
005200*    2150-CHECK-SNAPSHOT - THE TRAILER OF THE SNAPSHOT JUST READ.
005210*    ONE THAT BALANCES IS A CANDIDATE; IT IS CHOSEN IF IT WAS
005220*    TAKEN ON OR BEFORE THE AS-OF TIME AND LATER THAN ANY
005230*    CANDIDATE SO FAR.
005240*****************************************************************
005250 2150-CHECK-SNAPSHOT.
005260     IF BKP-TRL-COUNT IS NOT NUMERIC
005270         MOVE 'TRAILER UNREADABLE' TO WS-BAD-SNAP-REASON
005280         PERFORM 2200-BAD-SNAPSHOT THRU 2200-EXIT
005290         GO TO 2150-EXIT
005300     END-IF.
005310     IF BKP-TRL-COUNT NOT = WS-SNAP-DETAIL-COUNT
005320         MOVE 'DOES NOT BALANCE' TO WS-BAD-SNAP-REASON
005330         PERFORM 2200-BAD-SNAPSHOT THRU 2200-EXIT
005340         GO TO 2150-EXIT
005350     END-IF.
005360     IF WS-SNAP-TIMESTAMP > WS-ASOF-TIMESTAMP
005370         GO TO 2150-EXIT
005380     END-IF.
005390     IF SNAPSHOT-WAS-CHOSEN
005400         AND WS-SNAP-TIMESTAMP NOT > WS-CHOSEN-TIMESTAMP
005410         GO TO 2150-EXIT
005420     END-IF.
005430     SET SNAPSHOT-WAS-CHOSEN TO TRUE.
005440     MOVE WS-SNAP-ORDINAL      TO WS-CHOSEN-ORDINAL.
005450     MOVE WS-SNAP-TIMESTAMP    TO WS-CHOSEN-TIMESTAMP.
005460     MOVE WS-SNAP-DETAIL-COUNT TO WS-CHOSEN-DETAIL-COUNT.
005470 2150-EXIT.
005480     EXIT.
005490
005500*****************************************************************
005510*    2200-BAD-SNAPSHOT - LIST A SNAPSHOT THAT CANNOT BE TRUSTED.
005520*****************************************************************
005530 2200-BAD-SNAPSHOT.
005540     ADD 1 TO WS-SNAP-BAD-COUNT.
005550     MOVE WS-SNAP-DATE TO WS-FMT-DATE.
005560     MOVE WS-SNAP-TIME TO WS-FMT-TIME.
005570     PERFORM 6900-FORMAT-STAMP THRU 6900-EXIT.
005580     MOVE WS-SNAP-ORDINAL TO WS-EDIT-ORDINAL.
005590     MOVE 'SNAPSHOT NOT USABLE......' TO INF-LABEL.
005600     MOVE SPACES TO INF-TEXT.
005610     STRING 'NUMBER ' WS-EDIT-ORDINAL ', TAKEN ' WS-FMT-STAMP
005620            ' - ' WS-BAD-SNAP-REASON
005630         DELIMITED BY SIZE INTO INF-TEXT.
005640     PERFORM 6100-PRINT-INFO THRU 6100-EXIT.
005650 2200-EXIT.
005660     EXIT.
005670
005680*****************************************************************
005690*    3000-LOAD-SNAPSHOT - BUILD THE WORK FILE FROM THE CHOSEN
005700*    SNAPSHOT - A SECOND PASS OVER THE DD, SKIPPING TO THE HEADER
005710*    AT THE CHOSEN POSITION AND LOADING ITS DETAILS UP TO ITS
005720*    TRAILER.
005730*****************************************************************
005740 3000-LOAD-SNAPSHOT.
005750     OPEN OUTPUT WORK-FILE.
005760     IF NOT FS-WORK-OK
005770         MOVE SPACES TO WS-REFUSAL-REASON
005780         STRING 'WORK FILE PERSASWK COULD NOT BE OPENED, STATUS '
005790                FS-WORK
005800             DELIMITED BY SIZE INTO WS-REFUSAL-REASON
005810         SET RUN-IS-REFUSED TO TRUE
005820         GO TO 3000-EXIT
005830     END-IF.
005840     OPEN INPUT BACKUP-FILE.
005841     IF NOT FS-BACKUP-OK
005842         CLOSE WORK-FILE
005843         MOVE SPACES TO WS-REFUSAL-REASON
005844         STRING 'PERSBKUP COULD NOT BE REOPENED, STATUS '
005845                FS-BACKUP
005846             DELIMITED BY SIZE INTO WS-REFUSAL-REASON
005847         SET RUN-IS-REFUSED TO TRUE
005848         GO TO 3000-EXIT
005849     END-IF.
005850     SET EOF-BACKUP TO FALSE.
005860     MOVE ZERO TO WS-SNAP-ORDINAL.
005870     PERFORM 2010-READ-BACKUP THRU 2010-EXIT.
005880     PERFORM 3100-LOAD-SNAP-RECORD THRU 3100-EXIT
005890         UNTIL EOF-BACKUP OR SNAPSHOT-IS-LOADED.
005900     CLOSE BACKUP-FILE.
005910     CLOSE WORK-FILE.
005920     OPEN I-O WORK-FILE.
005930 3000-EXIT.
005940     EXIT.
005950
005960*****************************************************************
005970*    3100-LOAD-SNAP-RECORD - ONE SNAPSHOT RECORD IN THE LOAD
005980*    PASS.  THE CONTACT TABLE IS THE LAST 36 BYTES OF THE
005990*    PERSON-RECORD IMAGE (SEE PERSONREC), AS IN PERSRCVR.
006000*****************************************************************
006010 3100-LOAD-SNAP-RECORD.
006020     IF BKP-REC-IS-HEADER
006030         ADD 1 TO WS-SNAP-ORDINAL
006040         IF WS-SNAP-ORDINAL = WS-CHOSEN-ORDINAL
006050             SET LOADING-SNAPSHOT TO TRUE
006060         END-IF
006070     ELSE
006080         IF LOADING-SNAPSHOT
006090             IF BKP-REC-IS-DETAIL
006100                 PERFORM 3110-LOAD-DETAIL THRU 3110-EXIT
006110             ELSE
006120                 IF BKP-REC-IS-TRAILER
006130                     SET SNAPSHOT-IS-LOADED TO TRUE
006140                 END-IF
006150             END-IF
006160         END-IF
006170     END-IF.
006180     PERFORM 2010-READ-BACKUP THRU 2010-EXIT.
006190 3100-EXIT.
006200     EXIT.
006210
006220 3110-LOAD-DETAIL.
006230     MOVE BKP-NUMBER       TO PERS-NUMBER.
006240     MOVE BKP-NAME         TO PERS-NAME.
006250     MOVE BKP-WEIGHT       TO PERS-WEIGHT.
006260     MOVE BKP-CONTACT-AREA TO PERSON-RECORD(34:36).
006270     MOVE BKP-DEPT         TO PERS-DEPT.
006280     MOVE BKP-STATUS       TO PERS-STATUS.
006290     MOVE BKP-STATUS-DATE  TO PERS-STATUS-DATE.
006300     WRITE PERSON-RECORD
006310         INVALID KEY
006320             MOVE 'DUPLICATE NUMBER ON SNAPSHOT' TO GAP-REASON
006330             MOVE BKP-NUMBER TO GAP-NUMBER
006340             MOVE SPACES     TO GAP-STAMP
006350             MOVE SPACES     TO GAP-OP
006360             MOVE BKP-NAME   TO GAP-NAME
006370             MOVE BKP-WEIGHT TO GAP-WEIGHT
006380             PERFORM 6000-PRINT-GAP THRU 6000-EXIT
006390         NOT INVALID KEY
006400             ADD 1 TO WS-LOADED-COUNT
006410     END-WRITE.
006420 3110-EXIT.
006430     EXIT.
006440
006450*****************************************************************
006460*    4000-REPLAY-AUDIT - RUN THE TRAIL OVER THE WORK FILE IN THE
006470*    ORDER IT WAS WRITTEN.  AFTERWARDS, IF THE TRAIL SUPPLIED
006480*    STARTS LATER THAN THE SNAPSHOT, THE RECORDS IN BETWEEN ARE
006490*    NOT HERE - ARCHIVED TO A PERSARCV GENERATION THAT WAS NOT
006500*    CONCATENATED, OR PURGED FOR GOOD - AND THE RESULT IS
006510*    FLAGGED.  THE NIGHTLY LOAD AUDITS EVERY NIGHT, SO A TRAIL
006520*    THAT REALLY REACHES BACK PAST THE SNAPSHOT ALWAYS HAS
006530*    RECORDS FROM BEFORE IT.
006540*****************************************************************
006550 4000-REPLAY-AUDIT.
006560     OPEN INPUT AUDIT-FILE.
006570     IF NOT FS-AUDIT-OK
006580         SET HISTORY-IS-MISSING TO TRUE
006590         GO TO 4000-EXIT
006600     END-IF.
006610     PERFORM 4010-READ-AUDIT THRU 4010-EXIT.
006620     PERFORM 4100-APPLY-AUDIT THRU 4100-EXIT
006630         UNTIL EOF-AUDIT.
006640     CLOSE AUDIT-FILE.
006650     IF WS-AUDIT-READ-COUNT = ZERO
006660         SET HISTORY-IS-MISSING TO TRUE
006670         GO TO 4000-EXIT
006680     END-IF.
006690     IF WS-FIRST-AUDIT-TIMESTAMP > WS-CHOSEN-TIMESTAMP
006700         SET HISTORY-IS-MISSING TO TRUE
006710     END-IF.
006720     MOVE 'AUDIT TRAIL SUPPLIED.....' TO INF-LABEL.
006730     MOVE SPACES TO INF-TEXT.
006740     MOVE WS-FIRST-AUDIT-DATE TO WS-FMT-DATE.
006750     MOVE WS-FIRST-AUDIT-TIME TO WS-FMT-TIME.
006760     PERFORM 6900-FORMAT-STAMP THRU 6900-EXIT.
006770     MOVE 'FROM' TO INF-TEXT(1:4).
006780     MOVE WS-FMT-STAMP TO INF-TEXT(6:19).
006790     MOVE WS-PRIOR-AUDIT-DATE TO WS-FMT-DATE.
006800     MOVE WS-PRIOR-AUDIT-TIME TO WS-FMT-TIME.
006810     PERFORM 6900-FORMAT-STAMP THRU 6900-EXIT.
006820     MOVE 'TO' TO INF-TEXT(27:2).
006830     MOVE WS-FMT-STAMP TO INF-TEXT(30:19).
006840     PERFORM 6100-PRINT-INFO THRU 6100-EXIT.
006850 4000-EXIT.
006860     EXIT.
006870
006880 4010-READ-AUDIT.
006890     READ AUDIT-FILE
006900         AT END
006910             SET EOF-AUDIT TO TRUE
006920         NOT AT END
006930             ADD 1 TO WS-AUDIT-READ-COUNT
006940     END-READ.
006950 4010-EXIT.
006960     EXIT.
006970
006980*****************************************************************
006990*    4100-APPLY-AUDIT - ONE AUDIT RECORD.  A STAMP EARLIER THAN
007000*    THE ONE BEFORE IT MEANS THE GENERATIONS WERE CONCATENATED
007010*    OUT OF ORDER - COUNTED AND LISTED.  RECORDS FROM BEFORE THE
007020*    SNAPSHOT ARE ALREADY IN IT AND RECORDS AFTER THE AS-OF TIME
007030*    HAD NOT HAPPENED YET; BOTH ARE PASSED OVER, AS ARE CODES
007040*    THAT DESCRIBE NO MASTER UPDATE (S, R, V).
007050*****************************************************************
007060 4100-APPLY-AUDIT.
007070     IF FIRST-AUDIT
007080         MOVE AUD-TIMESTAMP TO WS-FIRST-AUDIT-TIMESTAMP
007090         SET FIRST-AUDIT TO FALSE
007100     ELSE
007110         IF AUD-TIMESTAMP < WS-PRIOR-AUDIT-TIMESTAMP
007120             ADD 1 TO WS-ORDER-COUNT
007130             MOVE 'AUDIT RECORD OUT OF ORDER' TO GAP-REASON
007140             PERFORM 4900-GAP-FROM-AUDIT THRU 4900-EXIT
007150         END-IF
007160     END-IF.
007170     MOVE AUD-TIMESTAMP TO WS-PRIOR-AUDIT-TIMESTAMP.
007180     IF AUD-TIMESTAMP < WS-CHOSEN-TIMESTAMP
007190         ADD 1 TO WS-BEFORE-SNAP-COUNT
007200         GO TO 4100-READ-NEXT
007210     END-IF.
007220     IF AUD-TIMESTAMP > WS-ASOF-TIMESTAMP
007230         ADD 1 TO WS-AFTER-ASOF-COUNT
007240         GO TO 4100-READ-NEXT
007250     END-IF.
007260     IF AUD-OP-IS-ADD
007270         PERFORM 4110-APPLY-ADD THRU 4110-EXIT
007280     ELSE
007290         IF AUD-OP-IS-CHANGE
007300             PERFORM 4120-APPLY-CHANGE THRU 4120-EXIT
007310         ELSE
007320             IF AUD-OP-IS-DELETE
007330                 PERFORM 4130-APPLY-DELETE THRU 4130-EXIT
007340             ELSE
007350                 IF AUD-OP-IS-DEACTIVATE
007360                     PERFORM 4140-APPLY-DEACT THRU 4140-EXIT
007370                 ELSE
007380                     IF AUD-OP-IS-TRANSFER
007390                         PERFORM 4150-APPLY-TRANSFER
007400                             THRU 4150-EXIT
007410                     ELSE
007420                         ADD 1 TO WS-NOT-UPDATE-COUNT
007430                     END-IF
007440                 END-IF
007450             END-IF
007460         END-IF
007470     END-IF.
007480 4100-READ-NEXT.
007490     PERFORM 4010-READ-AUDIT THRU 4010-EXIT.
007500 4100-EXIT.
007510     EXIT.
007520
007530*****************************************************************
007540*    4110-APPLY-ADD - WRITE THE AFTER IMAGE.  A KEY ALREADY THERE
007550*    IS A GAP - THE AFTER IMAGE IS CARRIED FORWARD OVER IT.  AN
007560*    ADD HAS NO CONTACT NUMBERS OR DEPARTMENT ON THE TRAIL.
007570*****************************************************************
007580 4110-APPLY-ADD.
007590     ADD 1 TO WS-APPLIED-COUNT.
007600     MOVE AUD-NUMBER       TO PERS-NUMBER.
007610     MOVE AUD-AFTER-NAME   TO PERS-NAME.
007620     MOVE AUD-AFTER-WEIGHT TO PERS-WEIGHT.
007630     MOVE SPACES           TO PERSON-RECORD(34:36).
007640     MOVE SPACES           TO PERS-DEPT.
007650     MOVE 'A'              TO PERS-STATUS.
007660     MOVE SPACES           TO PERS-STATUS-DATE.
007670     WRITE PERSON-RECORD
007680         INVALID KEY
007690             MOVE 'ADD FOR KEY ALREADY PRESENT' TO GAP-REASON
007700             PERFORM 4900-GAP-FROM-AUDIT THRU 4900-EXIT
007710             REWRITE PERSON-RECORD
007720     END-WRITE.
007730 4110-EXIT.
007740     EXIT.
007750
007760*****************************************************************
007770*    4120-APPLY-CHANGE - NEW NAME AND WEIGHT, KEEPING THE REST.
007780*    A KEY THAT IS NOT THERE IS A GAP - WRITTEN FROM THE AFTER
007790*    IMAGE.
007800*****************************************************************
007810 4120-APPLY-CHANGE.
007820     ADD 1 TO WS-APPLIED-COUNT.
007830     MOVE AUD-NUMBER TO PERS-NUMBER.
007840     READ WORK-FILE
007850         INVALID KEY
007860             MOVE 'CHANGE FOR KEY NOT PRESENT' TO GAP-REASON
007870             PERFORM 4900-GAP-FROM-AUDIT THRU 4900-EXIT
007880             MOVE AUD-NUMBER       TO PERS-NUMBER
007890             MOVE AUD-AFTER-NAME   TO PERS-NAME
007900             MOVE AUD-AFTER-WEIGHT TO PERS-WEIGHT
007910             MOVE SPACES           TO PERSON-RECORD(34:36)
007920             MOVE SPACES           TO PERS-DEPT
007930             MOVE 'A'              TO PERS-STATUS
007940             MOVE SPACES           TO PERS-STATUS-DATE
007950             WRITE PERSON-RECORD
007960         NOT INVALID KEY
007970             MOVE AUD-AFTER-NAME   TO PERS-NAME
007980             MOVE AUD-AFTER-WEIGHT TO PERS-WEIGHT
007990             REWRITE PERSON-RECORD
008000     END-READ.
008010 4120-EXIT.
008020     EXIT.
008030
008040*****************************************************************
008050*    4130-APPLY-DELETE - A PHYSICAL DELETE (PERSPURG OR THE
008060*    PERSMNT PURGE PATH).  A KEY THAT IS NOT THERE IS A GAP.
008070*****************************************************************
008080 4130-APPLY-DELETE.
008090     ADD 1 TO WS-APPLIED-COUNT.
008100     MOVE AUD-NUMBER TO PERS-NUMBER.
008110     DELETE WORK-FILE
008120         INVALID KEY
008130             MOVE 'DELETE FOR KEY NOT PRESENT' TO GAP-REASON
008140             PERFORM 4900-GAP-FROM-AUDIT THRU 4900-EXIT
008150     END-DELETE.
008160 4130-EXIT.
008170     EXIT.
008180
008190*****************************************************************
008200*    4140-APPLY-DEACT - MARK THE RECORD INACTIVE AS OF THE AUDIT
008210*    DATE.  A KEY THAT IS NOT THERE IS A GAP - WRITTEN FROM THE
008220*    AFTER IMAGE, ALREADY INACTIVE.
008230*****************************************************************
008240 4140-APPLY-DEACT.
008250     ADD 1 TO WS-APPLIED-COUNT.
008260     MOVE AUD-NUMBER TO PERS-NUMBER.
008270     READ WORK-FILE
008280         INVALID KEY
008290             MOVE 'DEACTIVATE FOR KEY NOT PRESENT' TO GAP-REASON
008300             PERFORM 4900-GAP-FROM-AUDIT THRU 4900-EXIT
008310             MOVE AUD-NUMBER       TO PERS-NUMBER
008320             MOVE AUD-AFTER-NAME   TO PERS-NAME
008330             MOVE AUD-AFTER-WEIGHT TO PERS-WEIGHT
008340             MOVE SPACES           TO PERSON-RECORD(34:36)
008350             MOVE SPACES           TO PERS-DEPT
008360             MOVE 'I'              TO PERS-STATUS
008370             MOVE AUD-DATE         TO PERS-STATUS-DATE
008380             WRITE PERSON-RECORD
008390         NOT INVALID KEY
008400             MOVE 'I'      TO PERS-STATUS
008410             MOVE AUD-DATE TO PERS-STATUS-DATE
008420             REWRITE PERSON-RECORD
008430     END-READ.
008440 4140-EXIT.
008450     EXIT.
008460
008470*****************************************************************
008480*    4150-APPLY-TRANSFER - A DEPARTMENT MOVE (PERSDMNT, OR A
008490*    CHANGE IN PERSLOAD OR PERSMNT).  A KEY THAT IS NOT THERE
008500*    IS A GAP AND IS PASSED OVER - A TRANSFER ONLY EVER MOVES A
008510*    RECORD ALREADY ON THE MASTER.
008520*****************************************************************
008530 4150-APPLY-TRANSFER.
008540     ADD 1 TO WS-APPLIED-COUNT.
008550     MOVE AUD-NUMBER TO PERS-NUMBER.
008560     READ WORK-FILE
008570         INVALID KEY
008580             MOVE 'TRANSFER FOR KEY NOT PRESENT' TO GAP-REASON
008590             PERFORM 4900-GAP-FROM-AUDIT THRU 4900-EXIT
008600         NOT INVALID KEY
008610             MOVE AUD-AFTER-DEPT TO PERS-DEPT
008620             REWRITE PERSON-RECORD
008630     END-READ.
008640 4150-EXIT.
008650     EXIT.
008660
008670*****************************************************************
008680*    4500-COUNT-RESULT - ONE PASS OF THE FINISHED WORK FILE FOR
008690*    THE HEADCOUNT AS OF THE AS-OF POINT.
008700*****************************************************************
008710 4500-COUNT-RESULT.
008720     CLOSE WORK-FILE.
008730     OPEN INPUT WORK-FILE.
008740     PERFORM 4510-READ-WORK THRU 4510-EXIT.
008750     PERFORM 4520-COUNT-RECORD THRU 4520-EXIT
008760         UNTIL EOF-WORK.
008770     CLOSE WORK-FILE.
008780 4500-EXIT.
008790     EXIT.
008800
008810 4510-READ-WORK.
008820     READ WORK-FILE NEXT
008830         AT END
008840             SET EOF-WORK TO TRUE
008850     END-READ.
008860 4510-EXIT.
008870     EXIT.
008880
008890 4520-COUNT-RECORD.
008900     ADD 1 TO WS-ASOF-COUNT.
008910     IF PERS-IS-INACTIVE
008920         ADD 1 TO WS-INACTIVE-COUNT
008930     ELSE
008940         ADD 1 TO WS-ACTIVE-COUNT
008950     END-IF.
008960     PERFORM 4510-READ-WORK THRU 4510-EXIT.
008970 4520-EXIT.
008980     EXIT.
008990
009000*****************************************************************
009010*    4800-WRITE-ASOF-DATE - THE ONE-RECORD BUSINESS DATE FILE THE
009020*    ROSTER STEPS READ AS THEIR PERSBDAT, SO THEIR HEADINGS CARRY
009030*    THE AS-OF DATE.  THIS IS A WORK FILE OF THE JOB, NEVER THE
009040*    PRODUCTION PERSBDAT.  NO ASOFDATE DD ONLY MEANS THE ROSTERS
009050*    ARE HEADED WITH THE RUN DATE.
009060*****************************************************************
009070 4800-WRITE-ASOF-DATE.
009080     OPEN OUTPUT ASOF-DATE-FILE.
009090     IF NOT FS-ASOF-DATE-OK
009100         DISPLAY 'PERSASOF - NO ASOFDATE FILE, STATUS '
009110             FS-ASOF-DATE ' - ROSTERS CARRY THE RUN DATE'
009120         GO TO 4800-EXIT
009130     END-IF.
009140     MOVE SPACES                 TO BUSINESS-DATE-RECORD.
009150     MOVE WS-ASOF-DATE           TO BUSD-BUSINESS-DATE.
009160     MOVE WS-BUSINESS-DATE       TO BUSD-PRIOR-DATE.
009170     SET BUSD-WAS-SET            TO TRUE.
009180     MOVE WS-BUSINESS-DATE       TO BUSD-CHANGED-DATE.
009190     MOVE WS-BUSINESS-STAMP-TIME TO BUSD-CHANGED-TIME.
009200     WRITE BUSINESS-DATE-RECORD.
009210     CLOSE ASOF-DATE-FILE.
009220 4800-EXIT.
009230     EXIT.
009240
009250*****************************************************************
009260*    4900-GAP-FROM-AUDIT - LIST THE CURRENT AUDIT RECORD AS A
009270*    REPLAY GAP.  THE CALLER SETS GAP-REASON.  OUT-OF-ORDER
009280*    RECORDS ARE COUNTED BY THE CALLER, NOT HERE.
009290*****************************************************************
009300 4900-GAP-FROM-AUDIT.
009310     IF GAP-REASON NOT = 'AUDIT RECORD OUT OF ORDER'
009320         ADD 1 TO WS-GAP-COUNT
009330     END-IF.
009340     MOVE AUD-DATE TO WS-FMT-DATE.
009350     MOVE AUD-TIME TO WS-FMT-TIME.
009360     PERFORM 6900-FORMAT-STAMP THRU 6900-EXIT.
009370     MOVE AUD-NUMBER       TO GAP-NUMBER.
009380     MOVE WS-FMT-STAMP     TO GAP-STAMP.
009390     MOVE AUD-OPERATION    TO GAP-OP.
009400     MOVE AUD-AFTER-NAME   TO GAP-NAME.
009410     MOVE AUD-AFTER-WEIGHT TO GAP-WEIGHT.
009420     PERFORM 6000-PRINT-GAP THRU 6000-EXIT.
009430 4900-EXIT.
009440     EXIT.
009450
009460*****************************************************************
009470*    5000-PRINT-HEADERS - START A NEW PAGE.  ONCE THE GAP LIST
009480*    HAS STARTED ITS COLUMN HEADINGS GO ON EVERY PAGE.
009490*****************************************************************
009500 5000-PRINT-HEADERS.
009510     ADD 1 TO WS-PAGE-COUNT.
009520     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
009530     MOVE WS-RUN-DATE-PRINT TO HDG2-RUN-DATE.
009540     IF WS-PAGE-COUNT > 1
009550         MOVE SPACES TO PRINT-LINE
009560         WRITE PRINT-LINE
009570         WRITE PRINT-LINE
009580     END-IF.
009590     MOVE HDG-LINE-1 TO PRINT-LINE.
009600     WRITE PRINT-LINE.
009610     MOVE HDG-LINE-2 TO PRINT-LINE.
009620     WRITE PRINT-LINE.
009630     MOVE SPACES TO PRINT-LINE.
009640     WRITE PRINT-LINE.
009650     MOVE ZERO TO WS-LINE-COUNT.
009660     IF GAP-HEADING-PRINTED
009670         MOVE HDG-LINE-3 TO PRINT-LINE
009680         WRITE PRINT-LINE
009690         ADD 1 TO WS-LINE-COUNT
009700     END-IF.
009710 5000-EXIT.
009720     EXIT.
009730
009740*****************************************************************
009750*    6000-PRINT-GAP - ONE REPLAY GAP LINE.  THE FIRST ONE STARTS
009760*    THE LIST WITH ITS COLUMN HEADINGS.  THE CALLER FILLS THE
009770*    GAP-LINE FIELDS FIRST.
009780*****************************************************************
009790 6000-PRINT-GAP.
009800     IF NOT GAP-HEADING-PRINTED
009810         SET GAP-HEADING-PRINTED TO TRUE
009820         MOVE SPACES TO PRINT-LINE
009830         WRITE PRINT-LINE
009840         MOVE HDG-LINE-3 TO PRINT-LINE
009850         WRITE PRINT-LINE
009860         ADD 2 TO WS-LINE-COUNT
009870     END-IF.
009880     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009890         PERFORM 5000-PRINT-HEADERS THRU 5000-EXIT
009900     END-IF.
009910     MOVE GAP-LINE TO PRINT-LINE.
009920     WRITE PRINT-LINE.
009930     ADD 1 TO WS-LINE-COUNT.
009940 6000-EXIT.
009950     EXIT.
009960
009970*****************************************************************
009980*    6100-PRINT-INFO - ONE LABELLED LINE.  THE CALLER FILLS
009990*    INF-LABEL AND INF-TEXT FIRST.
010000*****************************************************************
010010 6100-PRINT-INFO.
010020     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
010030         PERFORM 5000-PRINT-HEADERS THRU 5000-EXIT
010040     END-IF.
010050     MOVE INFO-LINE TO PRINT-LINE.
010060     WRITE PRINT-LINE.
010070     ADD 1 TO WS-LINE-COUNT.
010080 6100-EXIT.
010090     EXIT.
010100
010110*****************************************************************
010120*    6200-PRINT-WARNING - ONE WARNING LINE.  THE CALLER FILLS
010130*    WRN-TEXT FIRST.
010140*****************************************************************
010150 6200-PRINT-WARNING.
010160     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
010170         PERFORM 5000-PRINT-HEADERS THRU 5000-EXIT
010180     END-IF.
010190     MOVE WARN-LINE TO PRINT-LINE.
010200     WRITE PRINT-LINE.
010210     ADD 1 TO WS-LINE-COUNT.
010220 6200-EXIT.
010230     EXIT.
010240
010250*****************************************************************
010260*    6900-FORMAT-STAMP - WS-FMT-DATE AND WS-FMT-TIME AS
010270*    YYYY-MM-DD HH:MM:SS IN WS-FMT-STAMP.  A PAST-MIDNIGHT STAMP
010280*    PRINTS ITS HOURS OVER 24, AS IT IS HELD.
010290*****************************************************************
010300 6900-FORMAT-STAMP.
010310     MOVE SPACES TO WS-FMT-STAMP.
010320     STRING WS-FMT-YYYY '-' WS-FMT-MM '-' WS-FMT-DD ' '
010330            WS-FMT-HH ':' WS-FMT-MI ':' WS-FMT-SS
010340         DELIMITED BY SIZE INTO WS-FMT-STAMP.
010350 6900-EXIT.
010360     EXIT.
010370
010380*****************************************************************
010390*    7000-PRINT-SUMMARY - THE WARNINGS, THE COUNTS, AND THE
010400*    VERDICT.  A REFUSED RUN PRINTS ONLY WHY.
010410*****************************************************************
010420 7000-PRINT-SUMMARY.
010430     MOVE SPACES TO PRINT-LINE.
010440     WRITE PRINT-LINE.
010450     ADD 1 TO WS-LINE-COUNT.
010460     IF RUN-IS-REFUSED
010470         MOVE 'REFUSED..................' TO INF-LABEL
010480         MOVE WS-REFUSAL-REASON TO INF-TEXT
010490         PERFORM 6100-PRINT-INFO THRU 6100-EXIT
010500         MOVE '*** NOTHING RECONSTRUCTED - DO NOT USE THE ROSTERS'
010510             TO WRN-TEXT
010520         PERFORM 6200-PRINT-WARNING THRU 6200-EXIT
010530         GO TO 7000-EXIT
010540     END-IF.
010550     PERFORM 7100-PRINT-WARNINGS THRU 7100-EXIT.
010560     MOVE 'SNAPSHOTS ON PERSBKUP...' TO SUM-LABEL.
010570     MOVE WS-SNAP-SEEN-COUNT TO SUM-COUNT.
010580     PERFORM 7900-PRINT-COUNT THRU 7900-EXIT.
010590     MOVE 'SNAPSHOTS NOT USABLE....' TO SUM-LABEL.
010600     MOVE WS-SNAP-BAD-COUNT TO SUM-COUNT.
010610     PERFORM 7900-PRINT-COUNT THRU 7900-EXIT.
010620     MOVE 'SNAPSHOT RECORDS LOADED.' TO SUM-LABEL.
010630     MOVE WS-LOADED-COUNT TO SUM-COUNT.
010640     PERFORM 7900-PRINT-COUNT THRU 7900-EXIT.
010650     MOVE 'AUDIT RECORDS READ......' TO SUM-LABEL.
010660     MOVE WS-AUDIT-READ-COUNT TO SUM-COUNT.
010670     PERFORM 7900-PRINT-COUNT THRU 7900-EXIT.
010680     MOVE '  BEFORE THE SNAPSHOT...' TO SUM-LABEL.
010690     MOVE WS-BEFORE-SNAP-COUNT TO SUM-COUNT.
010700     PERFORM 7900-PRINT-COUNT THRU 7900-EXIT.
010710     MOVE '  AFTER THE AS-OF TIME..' TO SUM-LABEL.
010720     MOVE WS-AFTER-ASOF-COUNT TO SUM-COUNT.
010730     PERFORM 7900-PRINT-COUNT THRU 7900-EXIT.
010740     MOVE '  NOT MASTER UPDATES....' TO SUM-LABEL.
010750     MOVE WS-NOT-UPDATE-COUNT TO SUM-COUNT.
010760     PERFORM 7900-PRINT-COUNT THRU 7900-EXIT.
010770     MOVE '  APPLIED...............' TO SUM-LABEL.
010780     MOVE WS-APPLIED-COUNT TO SUM-COUNT.
010790     PERFORM 7900-PRINT-COUNT THRU 7900-EXIT.
010800     MOVE 'REPLAY GAPS.............' TO SUM-LABEL.
010810     MOVE WS-GAP-COUNT TO SUM-COUNT.
010820     PERFORM 7900-PRINT-COUNT THRU 7900-EXIT.
010830     MOVE 'RECORDS OUT OF ORDER....' TO SUM-LABEL.
010840     MOVE WS-ORDER-COUNT TO SUM-COUNT.
010850     PERFORM 7900-PRINT-COUNT THRU 7900-EXIT.
010860     MOVE 'PERSONS AS OF...........' TO SUM-LABEL.
010870     MOVE WS-ASOF-COUNT TO SUM-COUNT.
010880     PERFORM 7900-PRINT-COUNT THRU 7900-EXIT.
010890     MOVE '  ACTIVE................' TO SUM-LABEL.
010900     MOVE WS-ACTIVE-COUNT TO SUM-COUNT.
010910     PERFORM 7900-PRINT-COUNT THRU 7900-EXIT.
010920     MOVE '  INACTIVE..............' TO SUM-LABEL.
010930     MOVE WS-INACTIVE-COUNT TO SUM-COUNT.
010940     PERFORM 7900-PRINT-COUNT THRU 7900-EXIT.
010950 7000-EXIT.
010960     EXIT.
010970
010980*****************************************************************
010990*    7100-PRINT-WARNINGS - WHY THE RESULT SHOULD NOT BE TAKEN AT
011000*    FACE VALUE, IF IT SHOULD NOT, AND THE STANDING NOTE ON WHAT
011010*    THE TRAIL CANNOT RECONSTRUCT.
011020*****************************************************************
011030 7100-PRINT-WARNINGS.
011040     IF HISTORY-IS-MISSING
011050         MOVE '*** AUDIT HISTORY MISSING - THE TRAIL DOES NOT'
011060             TO WRN-TEXT
011070         MOVE ' REACH BACK TO THE SNAPSHOT.' TO WRN-TEXT(47:28)
011080         PERFORM 6200-PRINT-WARNING THRU 6200-EXIT
011090         MOVE '    CONCATENATE THE PERSARCV GENERATIONS THAT'
011100             TO WRN-TEXT
011110         MOVE ' COVER IT, OR THE HISTORY HAS BEEN PURGED.'
011120             TO WRN-TEXT(46:42)
011130         PERFORM 6200-PRINT-WARNING THRU 6200-EXIT
011140     END-IF.
011150     IF WS-GAP-COUNT > ZERO
011160         MOVE '*** THE TRAIL DOES NOT FIT THE SNAPSHOT - SEE THE'
011170             TO WRN-TEXT
011180         MOVE ' REPLAY GAPS LISTED ABOVE.' TO WRN-TEXT(50:26)
011190         PERFORM 6200-PRINT-WARNING THRU 6200-EXIT
011200     END-IF.
011210     IF WS-ORDER-COUNT > ZERO
011220         MOVE '*** AUDIT RECORDS OUT OF ORDER - CHECK THE ORDER'
011230             TO WRN-TEXT
011240         MOVE ' OF THE PERSAUDT CONCATENATION, OLDEST FIRST.'
011250             TO WRN-TEXT(49:45)
011260         PERFORM 6200-PRINT-WARNING THRU 6200-EXIT
011270     END-IF.
011280     MOVE 'NOTE - CONTACT NUMBERS, AND DEPARTMENT CHANGES NOT ON'
011290         TO WRN-TEXT.
011300     MOVE ' THE TRAIL, ARE AS OF THE SNAPSHOT.'
011310         TO WRN-TEXT(54:35).
011320     PERFORM 6200-PRINT-WARNING THRU 6200-EXIT.
011330     MOVE SPACES TO PRINT-LINE.
011340     WRITE PRINT-LINE.
011350     ADD 1 TO WS-LINE-COUNT.
011360 7100-EXIT.
011370     EXIT.
011380
011390 7900-PRINT-COUNT.
011400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
011410         PERFORM 5000-PRINT-HEADERS THRU 5000-EXIT
011420     END-IF.
011430     MOVE SUMMARY-LINE TO PRINT-LINE.
011440     WRITE PRINT-LINE.
011450     ADD 1 TO WS-LINE-COUNT.
011460 7900-EXIT.
011470     EXIT.
011480
011490*****************************************************************
011500*    9000-TERMINATE - CLOSE THE REPORT, DISPLAY A RUN SUMMARY AND
011510*    SET THE STEP RETURN CODE.
011520*****************************************************************
011530 9000-TERMINATE.
011540     CLOSE PRINT-FILE.
011550     IF RUN-IS-REFUSED
011560         DISPLAY 'PERSASOF - REFUSED - ' WS-REFUSAL-REASON
011570         MOVE 16 TO RETURN-CODE
011580         GO TO 9000-EXIT
011590     END-IF.
011600     DISPLAY 'PERSASOF - PERSONS AS OF ' WS-ASOF-DATE ' '
011610         WS-ASOF-COUNT.
011620     DISPLAY 'PERSASOF - AUDIT RECORDS APPLIED ' WS-APPLIED-COUNT.
011630     IF HISTORY-IS-MISSING
011640         OR WS-GAP-COUNT > ZERO
011650         OR WS-ORDER-COUNT > ZERO
011660         DISPLAY 'PERSASOF - RECONSTRUCTION INCOMPLETE - SEE THE'
011670             ' REPORT'
011680         MOVE 8 TO RETURN-CODE
011690     END-IF.
011700 9000-EXIT.
011710     EXIT.
