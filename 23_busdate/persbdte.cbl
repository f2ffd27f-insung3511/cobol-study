000010*****************************************************************
000020*
000030*    PROGRAM:      PERSBDTE
000040*    AUTHOR:       INSUNG BAHK
000050*    INSTALLATION: PERSONNEL SYSTEMS
000060*    DATE-WRITTEN: 2026-10-15
000070*
000080*    REMARKS.      CALLABLE BUSINESS DATE SERVICE.  EVERY PROGRAM
000090*                  THAT STAMPS OR REPORTS A DATE GETS IT HERE
000100*                  INSTEAD OF FROM THE SYSTEM CLOCK, SO THE WHOLE
000110*                  NIGHTLY CHAIN - AND PERSMNT BETWEEN NIGHTS -
000120*                  WORKS TO ONE BUSINESS PROCESSING DATE EVEN
000130*                  WHEN THE NIGHT RUNS PAST MIDNIGHT.  THE DATE IS
000140*                  THE LAST RECORD ON THE PERSBDAT CONTROL FILE
000150*                  (SEE BUSDATE), READ ON THE FIRST CALL AND HELD
000160*                  FOR THE LIFE OF THE RUN UNIT, THE SAME AS
000170*                  VARIABLE-STUDY AND PERSSRCH KEEP THEIR FILE.
000180*                  NO FILE, AN EMPTY FILE, OR A LAST RECORD THAT
000190*                  IS NOT A DATE RETURNS THE CLOCK DATE WITH
000200*                  RETURN CODE 04 - IT IS UP TO THE CALLER WHETHER
000210*                  IT MAY RUN ON THAT.
000220*
000230*                  THE STAMP TIME IS THE CLOCK TIME, TAKEN ON
000240*                  EVERY CALL, EXCEPT THAT PAST MIDNIGHT (CLOCK
000250*                  DATE LATER THAN THE BUSINESS DATE) 24 HOURS
000260*                  ARE ADDED, AND BEFORE THE BUSINESS DAY HAS
000270*                  STARTED (CLOCK DATE EARLIER) IT IS ZERO, SO AN
000280*                  AUDIT TIMESTAMP NEVER SORTS AHEAD OF ONE
000290*                  WRITTEN EARLIER UNDER THE SAME BUSINESS DATE -
000300*                  PERSRECN AND PERSRCVR DEPEND ON THAT WHEN THEY
000310*                  COMPARE THE TRAIL AGAINST A SNAPSHOT HEADER.
000320*
000330*    CALLING CONVENTION.
000340*        CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA
000350*        SEE THE BUSDPARM COPYBOOK FOR THE AREA LAYOUT.
000360*
000370*    MODIFICATION HISTORY
000380*    ------------------------------------------------------------
000390*    2026-10-15  IB   ORIGINAL.
000400*****************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.     PERSBDTE.
000430 AUTHOR.         INSUNG BAHK.
000440 INSTALLATION.   PERSONNEL SYSTEMS.
000450 DATE-WRITTEN.   2026-10-15.
000460 DATE-COMPILED.  2026-10-15.
000470
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.   IBM-370.
000510 OBJECT-COMPUTER.   IBM-370.
000520
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT BUSINESS-DATE-FILE ASSIGN TO "PERSBDAT"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS FS-BUSINESS-DATE.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  BUSINESS-DATE-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY BUSDATE.
000640
000650 WORKING-STORAGE SECTION.
000660 77  FS-BUSINESS-DATE         PIC X(02)   VALUE '00'.
000670     88  FS-BUSINESS-DATE-OK              VALUE '00'.
000680
000690 01  WS-FIRST-CALL-SWITCH       PIC X(01)   VALUE 'Y'.
000700     88  FIRST-CALL                        VALUE 'Y' FALSE 'N'.
000710
000720 01  WS-BDT-EOF-SWITCH          PIC X(01)   VALUE 'N'.
000730     88  EOF-BUSINESS-DATE                 VALUE 'Y'.
000740
000750*        THE DATE AND RETURN CODE WORKED OUT ON THE FIRST CALL
000760*        AND HANDED BACK UNCHANGED ON EVERY CALL AFTER IT.
000770 01  WS-HELD-DATE.
000780     05  WS-HELD-YYYY           PIC 9(04)   VALUE ZERO.
000790     05  WS-HELD-MM             PIC 9(02)   VALUE ZERO.
000800     05  WS-HELD-DD             PIC 9(02)   VALUE ZERO.
000810 01  WS-HELD-DATE-N REDEFINES WS-HELD-DATE
000820                                PIC 9(08).
000830 01  WS-HELD-RETURN-CODE        PIC X(02)   VALUE '04'.
000840
000850 01  WS-LAST-RECORD             PIC X(80)   VALUE SPACES.
000860 01  WS-CLOCK-DATE              PIC 9(08)   VALUE ZERO.
000870 01  WS-CLOCK-TIME              PIC 9(08)   VALUE ZERO.
000880
000890 LINKAGE SECTION.
000900 01  LK-BUSINESS-DATE-AREA.
000910     05  LK-BUSINESS-DATE        PIC 9(08).
000920     05  LK-BUSINESS-STAMP-TIME  PIC 9(08).
000930     05  LK-BUSINESS-RETURN-CODE PIC X(02).
000940
000950 PROCEDURE DIVISION USING LK-BUSINESS-DATE-AREA.
000960 0000-MAINLINE.
000970     IF FIRST-CALL
000980         PERFORM 1000-INITIALIZE THRU 1000-EXIT
000990         SET FIRST-CALL TO FALSE
001000     END-IF.
001010     PERFORM 2000-STAMP-TIME THRU 2000-EXIT.
001020     MOVE WS-HELD-DATE-N      TO LK-BUSINESS-DATE.
001030     MOVE WS-HELD-RETURN-CODE TO LK-BUSINESS-RETURN-CODE.
001040     GOBACK.
001050
001060*****************************************************************
001070*    1000-INITIALIZE - FIRST CALL ONLY.  READ THE CONTROL FILE
001080*    TO THE END AND KEEP THE LAST RECORD; IF IT HOLDS A DATE,
001090*    THAT IS THE BUSINESS DATE.  OTHERWISE FALL BACK TO THE
001100*    CLOCK AND SAY SO ON THE CONSOLE AND IN THE RETURN CODE.
001110*****************************************************************
001120 1000-INITIALIZE.
001130     OPEN INPUT BUSINESS-DATE-FILE.
001140     IF FS-BUSINESS-DATE-OK
001150         PERFORM 1100-READ-BUSINESS-DATE THRU 1100-EXIT
001160             UNTIL EOF-BUSINESS-DATE
001170         CLOSE BUSINESS-DATE-FILE
001180     END-IF.
001190     MOVE WS-LAST-RECORD TO BUSINESS-DATE-RECORD.
001200     IF WS-LAST-RECORD NOT = SPACES
001210         AND BUSD-BUSINESS-DATE IS NUMERIC
001220         MOVE BUSD-BUSINESS-DATE TO WS-HELD-DATE-N
001230         IF WS-HELD-MM >= 1 AND WS-HELD-MM <= 12
001240             AND WS-HELD-DD >= 1 AND WS-HELD-DD <= 31
001250             MOVE '00' TO WS-HELD-RETURN-CODE
001260         END-IF
001270     END-IF.
001280     IF WS-HELD-RETURN-CODE NOT = '00'
001290         ACCEPT WS-HELD-DATE-N FROM DATE YYYYMMDD
001300         DISPLAY 'PERSBDTE - NO USABLE BUSINESS DATE ON PERSBDAT'
001310             ' - CLOCK DATE ' WS-HELD-DATE-N ' RETURNED'
001320     END-IF.
001330 1000-EXIT.
001340     EXIT.
001350
001360 1100-READ-BUSINESS-DATE.
001370     READ BUSINESS-DATE-FILE
001380         AT END
001390             SET EOF-BUSINESS-DATE TO TRUE
001400         NOT AT END
001410             MOVE BUSINESS-DATE-RECORD TO WS-LAST-RECORD
001420     END-READ.
001430 1100-EXIT.
001440     EXIT.
001450
001460*****************************************************************
001470*    2000-STAMP-TIME - THE CLOCK TIME, CARRIED PAST 24 HOURS
001480*    ONCE THE CLOCK HAS CROSSED MIDNIGHT INTO THE NEXT DAY AND
001490*    HELD AT ZERO WHILE THE CLOCK IS STILL SHORT OF THE BUSINESS
001500*    DATE.  ON THE CLOCK FALLBACK THE TWO DATES ARE THE SAME AND
001510*    THE TIME IS THE PLAIN CLOCK TIME.
001520*****************************************************************
001530 2000-STAMP-TIME.
001540     ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
001550     ACCEPT WS-CLOCK-TIME FROM TIME.
001560     IF WS-CLOCK-DATE > WS-HELD-DATE-N
001570         COMPUTE LK-BUSINESS-STAMP-TIME = WS-CLOCK-TIME + 24000000
001580     ELSE
001590         IF WS-CLOCK-DATE < WS-HELD-DATE-N
001600             MOVE ZERO TO LK-BUSINESS-STAMP-TIME
001610         ELSE
001620             MOVE WS-CLOCK-TIME TO LK-BUSINESS-STAMP-TIME
001630         END-IF
001640     END-IF.
001650 2000-EXIT.
001660     EXIT.
