001260*                      GOOD FEED, AND THE FIRST FEED THAT FAILS
001270*                      STOPS THE RUN COLD SO NOTHING IS EVER
001280*                      APPLIED OUT OF ORDER.
001281*    2026-10-15  IB   BUSINESS PROCESSING DATE - TONIGHT'S DATE,
001282*                      THE HEADER DATE CHECK AND EVERY AUDIT AND
001283*                      SUSPENSE STAMP NOW COME FROM THE PERSBDTE
001284*                      SERVICE (PERSBDAT) INSTEAD OF THE CLOCK, SO
001285*                      A NIGHT THAT CROSSES MIDNIGHT STAYS ON ONE
001286*                      DATE.  NO USABLE CONTROL RECORD REJECTS THE
001287*                      FEED WITH CODE 9015 AND RELEASES NOTHING.
001288*    2026-10-15  IB   CLOSED DEPARTMENTS (DEPT-STATUS C) ARE NOT
001289*                      LOADED - THE DEPARTMENT EDIT REJECTS THEM.
001290*    2026-10-15  IB   REJECT RECYCLE QUEUE - EVERY DETAIL THE
001291*                      EDITS OR THE MASTER REFUSE IS ALSO KEPT,
001292*                      AS ITS FULL RAW IMAGE WITH ITS FEED DATE,
001293*                      SEQUENCE AND REASON, ON THE PERSRJCT QUEUE
001294*                      (SEE RJCTREC) FOR CORRECTION IN PERSRJMT.
001295*                      EVERY RUN FIRST RE-ENTERS THE ITEMS
001296*                      CORRECTED SINCE THE LAST ONE THROUGH THE
001297*                      SAME EDITS AND APPLY PARAGRAPHS AS THE
001298*                      FEED; ONE THAT FAILS AGAIN GOES BACK ON
001299*                      THE QUEUE WITH ITS NEW REASON.
001300*    2026-10-15  IB   A CHANGE THAT MOVES THE PERSON TO ANOTHER
001301*                      DEPARTMENT NOW ALSO WRITES A T (TRANSFER)
001302*                      AUDIT RECORD AFTER THE C, SO THE WORKFORCE
001303*                      STATISTICS COUNT EVERY TRANSFER AND
001304*                      RECOVERY PUTS THE PERSON BACK IN THE RIGHT
001305*                      DEPARTMENT.  PERSBAL LEAVES T OUT OF ITS
001306*                      APPLIED COUNT.
001307*    2026-10-15  IB   A FEED'S NEW REJECTS ARE HELD ON THE
001308*                      RJCTHOLD WORK FILE AND PUT ON THE RECYCLE
001309*                      QUEUE ONLY WHEN THE FEED IS ACCEPTED - A
001310*                      FEED REFUSED AT ITS TRAILER NO LONGER
001311*                      LEAVES THEM QUEUED, SO ITS RETRANSMISSION
001312*                      DOES NOT QUEUE THE SAME KEYS TWICE.
001313*    2026-10-15  IB   THE RUN DATE IS TAKEN ONLY FROM A GOOD
001314*                      BUSINESS DATE - ON 04 (CLOCK DATE) THE FEED
001315*                      IS REFUSED AND NOTHING IS STAMPED WITH THE
001316*                      CLOCK.
001317*****************************************************************
001318 IDENTIFICATION DIVISION.
001319 PROGRAM-ID.     PERSLOAD.
001320 AUTHOR.         INSUNG BAHK.
001330 INSTALLATION.   PERSONNEL SYSTEMS.
001340 DATE-WRITTEN.   2026-08-08.
001940     SELECT RUN-CONTROL-FILE ASSIGN TO "PERSRNCT"
001950         ORGANIZATION IS SEQUENTIAL
001960         FILE STATUS IS FS-RUN-CONTROL.
001961
001962     SELECT RECYCLE-FILE ASSIGN TO "PERSRJCT"
001963         ORGANIZATION IS SEQUENTIAL
001964         FILE STATUS IS FS-RECYCLE.
001965
001966     SELECT RECYCLE-KEEP-FILE ASSIGN TO "RJCTKEEP"
001967         ORGANIZATION IS SEQUENTIAL
001968         FILE STATUS IS FS-RECYCLE-KEEP.
001969
001970     SELECT RECYCLE-HOLD-FILE ASSIGN TO "RJCTHOLD"
001971         ORGANIZATION IS SEQUENTIAL
001972         FILE STATUS IS FS-RECYCLE-HOLD.
001973
001980*        CHECKPOINT/RESTART - A CHECKPOINT RECORD IS WRITTEN TO
001990*        PERSCHKP EVERY 50 INPUT RECORDS SO THE JOB CAN BE
002000*        RESTARTED FROM THE LAST CHECKPOINT IF THIS STEP ABENDS
002710 FD  RUN-CONTROL-FILE
002720     LABEL RECORDS ARE STANDARD.
002730     COPY RUNCTLRC.
002731
002732*        REJECT RECYCLE QUEUE - EVERY REFUSED DETAIL, HELD AS A
002733*        RAW IMAGE FOR CORRECTION (SEE RJCTREC, UNPACKED IN
002734*        WORKING-STORAGE).  CORRECTED ITEMS ARE RE-ENTERED AT THE
002735*        START OF EVERY RUN THROUGH THE RJCTKEEP WORK FILE - THE
002736*        SAME TWO-PASS SPLIT THE PENDING FILE USES.
002737 FD  RECYCLE-FILE
002738     LABEL RECORDS ARE STANDARD.
002739 01  RECYCLE-RECORD              PIC X(200).
002740
002741 FD  RECYCLE-KEEP-FILE
002742     LABEL RECORDS ARE STANDARD.
002743 01  RECYCLE-KEEP-RECORD         PIC X(200).
002744
002745*        THE FEED'S OWN NEW REJECTS, HELD UNTIL THE FEED BALANCES
002746*        (2860) - A FEED REFUSED AT ITS TRAILER IS SENT AGAIN AND
002747*        WILL REJECT THEM AGAIN.
002748 FD  RECYCLE-HOLD-FILE
002749     LABEL RECORDS ARE STANDARD.
002750 01  RECYCLE-HOLD-RECORD         PIC X(200).
002751
002752 WORKING-STORAGE SECTION.
002760 77  FS-CONTROL-CARD          PIC X(02)   VALUE '00'.
002770     88  FS-CONTROL-CARD-OK               VALUE '00'.
002780 77  FS-PERSON-IN             PIC X(02)   VALUE '00'.
002980     88  FS-FEED-CONTROL-NOT-FOUND        VALUE '35'.
002990 77  FS-RUN-CONTROL            PIC X(02)  VALUE '00'.
003000     88  FS-RUN-CONTROL-NOT-FOUND         VALUE '35'.
003002 77  FS-RECYCLE                PIC X(02)  VALUE '00'.
003004     88  FS-RECYCLE-NOT-FOUND             VALUE '35'.
003006 77  FS-RECYCLE-KEEP           PIC X(02)  VALUE '00'.
003008 77  FS-RECYCLE-HOLD           PIC X(02)  VALUE '00'.
003010
003020 77  WS-INPUT-COUNT            PIC 9(07)  VALUE ZERO COMP.
003030 77  WS-DETAIL-COUNT           PIC 9(07)  VALUE ZERO COMP.
003110 77  WS-SUSPENDED-COUNT        PIC 9(07)  VALUE ZERO COMP.
003120 77  WS-TOTAL-DETAIL-COUNT     PIC 9(07)  VALUE ZERO COMP.
003130 77  WS-FEEDS-DONE-COUNT       PIC 9(05)  VALUE ZERO COMP.
003133 77  WS-QUEUED-COUNT           PIC 9(07)  VALUE ZERO COMP.
003134 77  WS-HELD-COUNT             PIC 9(07)  VALUE ZERO COMP.
003136 77  WS-RECYCLED-COUNT         PIC 9(07)  VALUE ZERO COMP.
003140
003150*        LOW/HIGH BOUNDS FOR THE WEIGHT RANGE EDIT - SHARED WITH
003160*        PERSMNT VIA THE WGTLIMIT COPYBOOK SO THE VALID RANGE
003470*        OF EXACTLY ONE FEED DATED TONIGHT.
003480     05  WS-MODE-SWITCH         PIC X(01)  VALUE 'N'.
003490         88  CATCHUP-MODE                  VALUE 'Y'.
003491*        REJECT RECYCLE STATE - WHILE THE QUEUE IS BEING SPLIT AT
003492*        START OF RUN, NEW REJECTS GO TO THE RJCTKEEP WORK FILE
003493*        INSTEAD OF THE QUEUE ITSELF.  A REJECT WHILE A PENDING
003494*        TRANSACTION IS BEING RELEASED, OR A CORRECTED ITEM
003495*        RE-ENTERED, IS KEYED OR REQUEUED DIFFERENTLY (2410).
003496     05  WS-QUEUE-KEEP-SWITCH   PIC X(01)  VALUE 'N'.
003497         88  QUEUE-TO-KEEP                 VALUE 'Y' FALSE 'N'.
003498     05  WS-RELEASING-SWITCH    PIC X(01)  VALUE 'N'.
003499         88  RELEASING-PENDING             VALUE 'Y' FALSE 'N'.
003500     05  WS-RECYCLING-SWITCH    PIC X(01)  VALUE 'N'.
003501         88  RECYCLING-ITEM                VALUE 'Y' FALSE 'N'.
003502     05  WS-REQUEUED-SWITCH     PIC X(01)  VALUE 'N'.
003503         88  ITEM-WAS-REQUEUED             VALUE 'Y' FALSE 'N'.
003504
003510 01  WS-REJECT-REASON          PIC X(40)   VALUE SPACES.
003520*        STATUS AND FIXED REASON CODE FOR THE ACKNOWLEDGMENT FILE -
003530*        THE CODES ARE LISTED IN THE PERSACKR COPYBOOK.  THE
003820*        OR DELETE, FOR THE AUDIT TRAIL.
003830 01  WS-BEFORE-NAME            PIC X(20)   VALUE SPACES.
003840 01  WS-BEFORE-WEIGHT          PIC 9(02)   VALUE ZERO.
003845 01  WS-BEFORE-DEPT            PIC X(04)   VALUE SPACES.
003850
003860*        HOW FAR THE INCOMING WEIGHT MOVES FROM THE VALUE ON THE
003870*        MASTER, FOR THE PLAUSIBILITY CHECK ON CHANGES.
003880 01  WS-WEIGHT-MOVE            PIC S9(03)  VALUE ZERO COMP.
003890
003900*        TONIGHT'S BUSINESS DATE, THE ACCEPTED FEED'S HEADER
003910*        VALUES, THE LAST ACCEPTED FEED'S SEQUENCE NUMBER FROM THE
003920*        FEED CONTROL FILE, AND THE REASON A FEED WAS REJECTED.
003930 01  WS-RUN-DATE               PIC 9(08)   VALUE ZERO.
003940 01  WS-FEED-DATE              PIC 9(08)   VALUE ZERO.
003950 01  WS-FEED-SEQUENCE          PIC 9(06)   VALUE ZERO.
003970 01  WS-NEXT-SEQUENCE          PIC 9(06)   VALUE ZERO.
003980 01  WS-MODE-CARD              PIC X(07)   VALUE SPACES.
003990 01  WS-FEED-REASON            PIC X(40)   VALUE SPACES.
003992
003994*        BUSINESS PROCESSING DATE AND AUDIT STAMP TIME FROM THE
003996*        PERSBDTE SERVICE.
003998 COPY BUSDPARM.
004000
004010 01  WS-FDC-EOF-SWITCH         PIC X(01)   VALUE 'N'.
004020     88  EOF-FEED-CONTROL                   VALUE 'Y'.
004050     88  EOF-PENDING                        VALUE 'Y'.
004060 01  WS-PKEEP-EOF-SWITCH       PIC X(01)   VALUE 'N'.
004070     88  EOF-PEND-KEEP                      VALUE 'Y'.
004071 01  WS-RJCT-EOF-SWITCH        PIC X(01)   VALUE 'N'.
004072     88  EOF-RECYCLE                        VALUE 'Y'.
004073 01  WS-RKEEP-EOF-SWITCH       PIC X(01)   VALUE 'N'.
004074     88  EOF-RECYCLE-KEEP                   VALUE 'Y'.
004075 01  WS-RHOLD-EOF-SWITCH       PIC X(01)   VALUE 'N'.
004076     88  EOF-RECYCLE-HOLD                   VALUE 'Y' FALSE 'N'.
004077
004078*        THE QUEUE ITEM BEING RE-ENTERED, OR BUILT FOR A REJECT.
004079 COPY RJCTREC.
004080
004090 PROCEDURE DIVISION.
004100 0000-MAINLINE.
004270     OPEN OUTPUT EXCEPTION-FILE.
004280     OPEN OUTPUT ACK-FILE.
004290     OPEN EXTEND AUDIT-FILE.
004292     PERFORM 1800-GET-BUSINESS-DATE THRU 1800-EXIT.
004294     PERFORM 1200-GET-FEED-CONTROL THRU 1200-EXIT.
004296     PERFORM 1400-LOAD-DEPTS THRU 1400-EXIT.
004298*        THE SUSPENSE FILE MUST BE OPEN BEFORE THE PENDING
004300*        RELEASE RUNS - A RELEASED CHANGE IS SWING-CHECKED ON
004302*        ITS RELEASE NIGHT AND CAN LAND ON SUSPENSE.
004304     PERFORM 1700-OPEN-SUSPENSE THRU 1700-EXIT.
004305     PERFORM 1900-OPEN-RECYCLE-SPLIT THRU 1900-EXIT.
004306     IF NOT FEED-IS-REJECTED
004308         PERFORM 1500-RELEASE-PENDING THRU 1500-EXIT
004310     END-IF.
004340     PERFORM 1600-OPEN-PENDING THRU 1600-EXIT.
004342*        CORRECTED REJECTS ARE RE-ENTERED AFTER THE PENDING FILE
004344*        IS REOPENED - ONE CORRECTED TO A FUTURE DATE IS HELD.
004346     PERFORM 1920-RECYCLE-REJECTS THRU 1920-EXIT.
004348     PERFORM 1950-REWRITE-RECYCLE THRU 1950-EXIT.
004353     OPEN OUTPUT RECYCLE-HOLD-FILE.
004360     PERFORM 1100-READ-INPUT THRU 1100-EXIT.
004370 1000-EXIT.
004380     EXIT.
005220*    SCANS.  NO FILE AT ALL IS REPORTED ON THE CONSOLE AND LEAVES
005230*    THE TABLE EMPTY, SO EVERY NON-BLANK CODE REJECTS - BAD DATA
005240*    CANNOT SNEAK ONTO THE MASTER THROUGH A BROKEN CONFIGURATION.
005245*    A CLOSED DEPARTMENT IS LEFT OUT, SO IT REJECTS AS WELL.
005250*****************************************************************
005260 1400-LOAD-DEPTS.
005270     OPEN INPUT DEPT-FILE.
005410         AT END
005420             SET EOF-DEPT TO TRUE
005430         NOT AT END
005435             IF DEPT-IS-CLOSED
005440                 CONTINUE
005445             ELSE
005450                 IF WS-DEPT-COUNT < WS-DEPT-MAX
005455                     ADD 1 TO WS-DEPT-COUNT
005460                     MOVE DEPT-CODE TO WS-DT-CODE(WS-DEPT-COUNT)
005465                 ELSE
005470                     DISPLAY 'PERSLOAD - DEPT TABLE FULL '
005475                         DEPT-CODE
005480                 END-IF
005500             END-IF
005510     END-READ.
005520 1410-EXIT.
005690     END-IF.
005700     OPEN OUTPUT PEND-KEEP-FILE.
005710     PERFORM 1510-READ-PENDING THRU 1510-EXIT.
005715     SET RELEASING-PENDING TO TRUE.
005720     PERFORM 1520-RELEASE-ONE THRU 1520-EXIT
005730         UNTIL EOF-PENDING.
005735     SET RELEASING-PENDING TO FALSE.
005740     CLOSE PENDING-FILE.
005750     CLOSE PEND-KEEP-FILE.
005760     PERFORM 1530-REWRITE-PENDING THRU 1530-EXIT.
006670         OPEN OUTPUT SUSPENSE-FILE
006680     END-IF.
006690 1700-EXIT.
006691     EXIT.
006692
006693*****************************************************************
006694*    1800-GET-BUSINESS-DATE - TONIGHT'S DATE COMES FROM PERSBDTE,
006695*    NOT THE CLOCK.  NO USABLE CONTROL RECORD REJECTS THE WHOLE
006696*    FEED BEFORE ANY PENDING TRANSACTION IS RELEASED, AND THE RUN
006697*    DATE STAYS ZERO - THE CLOCK DATE PERSBDTE HANDS BACK ON 04
006698*    IS NEVER USED.
006699*****************************************************************
006700 1800-GET-BUSINESS-DATE.
006701     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
006702     IF NOT BUSINESS-DATE-OK
006703         MOVE 'BUSINESS DATE UNAVAILABLE' TO WS-FEED-REASON
006704         MOVE '9015' TO WS-ACK-FEED-CODE
006705         PERFORM 2900-REJECT-FEED THRU 2900-EXIT
006706         GO TO 1800-EXIT
006707     END-IF.
006708     MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
006715 1800-EXIT.
006716     EXIT.
006717
006718*****************************************************************
006719*    1900-OPEN-RECYCLE-SPLIT - OPEN THE REJECT RECYCLE QUEUE FOR
006720*    THE START-OF-RUN SPLIT.  UNTIL 1950 REWRITES THE QUEUE, A
006721*    NEW REJECT (A PENDING RELEASE OR A CORRECTED ITEM THAT
006722*    FAILS) IS WRITTEN TO THE RJCTKEEP WORK FILE BEHIND THE
006723*    ITEMS CARRIED FORWARD.  THE QUEUE WILL NOT EXIST YET ON THE
006724*    FIRST EVER RUN, WHICH IS TAKEN AS AN EMPTY QUEUE.
006725*****************************************************************
006726 1900-OPEN-RECYCLE-SPLIT.
006727     OPEN OUTPUT RECYCLE-KEEP-FILE.
006728     SET QUEUE-TO-KEEP TO TRUE.
006729     OPEN INPUT  RECYCLE-FILE.
006730     IF FS-RECYCLE-NOT-FOUND
006731         SET EOF-RECYCLE TO TRUE
006732     END-IF.
006733 1900-EXIT.
006734     EXIT.
006735
006736*****************************************************************
006737*    1920-RECYCLE-REJECTS - RE-ENTER EVERY QUEUE ITEM AN OPERATOR
006738*    HAS CORRECTED (OR RELEASED UNCHANGED) IN PERSRJMT SINCE THE
006739*    LAST RUN.  RUNS AFTER THE PENDING RELEASE AND BEFORE THE
006740*    FEED, SO A CORRECTED ADD IS ON THE MASTER BEFORE TONIGHT'S
006741*    CHANGES FOR THE SAME NUMBER ARRIVE.
006742*****************************************************************
006743 1920-RECYCLE-REJECTS.
006744     IF NOT EOF-RECYCLE
006745         PERFORM 1930-READ-RECYCLE THRU 1930-EXIT
006746     END-IF.
006747     PERFORM 1940-RECYCLE-ONE THRU 1940-EXIT
006748         UNTIL EOF-RECYCLE.
006749 1920-EXIT.
006750     EXIT.
006751
006752 1930-READ-RECYCLE.
006753     READ RECYCLE-FILE
006754         AT END
006755             SET EOF-RECYCLE TO TRUE
006756     END-READ.
006757 1930-EXIT.
006758     EXIT.
006759
006760*****************************************************************
006761*    1940-RECYCLE-ONE - ONE QUEUE ITEM.  AN OPEN ITEM IS CARRIED
006762*    FORWARD AS IT IS.  A CORRECTED ONE GOES THROUGH THE SAME
006763*    EDITS AND APPLY PARAGRAPHS AS A FEED DETAIL, SO IT IS
006764*    AUDITED, HELD PENDING OR SUSPENDED THE SAME WAY; IT LEAVES
006765*    THE QUEUE UNLESS IT WAS REFUSED AGAIN, IN WHICH CASE 2410
006766*    HAS REOPENED IT WITH THE NEW REASON.  NO ACKNOWLEDGMENT IS
006767*    WRITTEN - THE FEEDER HAD ITS REJECTION ON THE ORIGINAL
006768*    NIGHT.  NOTHING IS RE-ENTERED WHILE THE FEED IS REJECTED,
006769*    THE SAME AS THE PENDING RELEASE.
006770*****************************************************************
006771 1940-RECYCLE-ONE.
006772     MOVE RECYCLE-RECORD TO REJECT-QUEUE-RECORD.
006773     IF FEED-IS-REJECTED OR NOT RJQ-IS-CORRECTED
006774         MOVE REJECT-QUEUE-RECORD TO RECYCLE-KEEP-RECORD
006775         WRITE RECYCLE-KEEP-RECORD
006776     ELSE
006777         ADD 1 TO WS-RECYCLED-COUNT
006778         MOVE RJQ-TRANS-IMAGE TO PERSON-RAW-RECORD
006779         SET RECYCLING-ITEM TO TRUE
006780         SET ITEM-WAS-REQUEUED TO FALSE
006781         MOVE 'A'    TO WS-ACK-STATUS
006782         MOVE '0000' TO WS-ACK-REASON
006783         PERFORM 2020-EDIT-AND-APPLY THRU 2020-EXIT
006784         SET RECYCLING-ITEM TO FALSE
006785         IF ITEM-WAS-REQUEUED
006786             MOVE REJECT-QUEUE-RECORD TO RECYCLE-KEEP-RECORD
006787             WRITE RECYCLE-KEEP-RECORD
006788         END-IF
006789     END-IF.
006790     PERFORM 1930-READ-RECYCLE THRU 1930-EXIT.
006791 1940-EXIT.
006792     EXIT.
006793
006794*****************************************************************
006795*    1950-REWRITE-RECYCLE - THE SPLIT IS COMPLETE, SO THE QUEUE
006796*    IS REWRITTEN FROM THE WORK FILE AND LEFT OPEN - 2860 ADDS
006797*    EACH ACCEPTED FEED'S REJECTS FROM THE RJCTHOLD WORK FILE.
006798*****************************************************************
006799 1950-REWRITE-RECYCLE.
006800     IF NOT FS-RECYCLE-NOT-FOUND
006801         CLOSE RECYCLE-FILE
006802     END-IF.
006803     CLOSE RECYCLE-KEEP-FILE.
006804     SET QUEUE-TO-KEEP TO FALSE.
006805     OPEN OUTPUT RECYCLE-FILE.
006806     OPEN INPUT  RECYCLE-KEEP-FILE.
006807     PERFORM 1960-READ-RECYCLE-KEEP THRU 1960-EXIT.
006808     PERFORM 1970-COPY-RECYCLE-KEEP THRU 1970-EXIT
006809         UNTIL EOF-RECYCLE-KEEP.
006810     CLOSE RECYCLE-KEEP-FILE.
006811 1950-EXIT.
006812     EXIT.
006813
006814 1960-READ-RECYCLE-KEEP.
006815     READ RECYCLE-KEEP-FILE
006816         AT END
006817             SET EOF-RECYCLE-KEEP TO TRUE
006818     END-READ.
006819 1960-EXIT.
006820     EXIT.
006821
006822 1970-COPY-RECYCLE-KEEP.
006823     MOVE RECYCLE-KEEP-RECORD TO RECYCLE-RECORD.
006824     WRITE RECYCLE-RECORD.
006825     PERFORM 1960-READ-RECYCLE-KEEP THRU 1960-EXIT.
006826 1970-EXIT.
006827     EXIT.
006828
006829*****************************************************************
006830*    2000-PROCESS-RECORD - ROUTE ONE FEED RECORD BY ITS TYPE -
006831*    HEADER AND TRAILER GO TO THE BALANCING CHECKS, EVERYTHING
006832*    ELSE IS A DETAIL TRANSACTION - THEN READ THE NEXT ONE.
006833*****************************************************************
006834 2000-PROCESS-RECORD.
006835     IF PRAW-REC-IS-HEADER
006836         PERFORM 2700-VERIFY-HEADER THRU 2700-EXIT
006837     ELSE
006838         IF PRAW-REC-IS-TRAILER
006839             PERFORM 2800-VERIFY-TRAILER THRU 2800-EXIT
006840         ELSE
006841             PERFORM 2010-APPLY-DETAIL THRU 2010-EXIT
006850         END-IF
006860     END-IF.
006870     PERFORM 1100-READ-INPUT THRU 1100-EXIT.
009580*    FIELDS ARE LEFT AT SPACES/ZERO.
009590*****************************************************************
009600 2360-WRITE-AUDIT-RECORD.
009605     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
009610     MOVE WS-BUSINESS-DATE       TO AUD-DATE.
009620     MOVE WS-BUSINESS-STAMP-TIME TO AUD-TIME.
009630     MOVE 'PERSLOAD' TO AUD-OPERATOR-ID.
009640     SET AUD-OP-IS-ADD TO TRUE.
009650     MOVE PERS-NUMBER TO AUD-NUMBER.
009810     MOVE WS-REJECT-REASON TO EXCP-REASON.
009820     WRITE EXCEPTION-RECORD.
009830     ADD 1 TO WS-REJECT-COUNT.
009835     PERFORM 2410-QUEUE-REJECT THRU 2410-EXIT.
009840 2400-EXIT.
009841     EXIT.
009842
009843*****************************************************************
009844*    2410-QUEUE-REJECT - KEEP THE REFUSED TRANSACTION ON THE
009845*    REJECT RECYCLE QUEUE.  A CORRECTED ITEM REFUSED AGAIN KEEPS
009846*    ITS KEY AND FIRST-REJECTED DATE AND IS REOPENED WITH THE NEW
009847*    REASON - 1940 WRITES IT BACK.  ANYTHING ELSE IS A NEW ITEM,
009848*    KEYED BY ITS FEED AND ITS POSITION AMONG THAT FEED'S
009849*    DETAILS; A PENDING TRANSACTION REFUSED ON ITS RELEASE NIGHT
009850*    IS KEYED BY THE RUN DATE, SEQUENCE ZERO AND ITS POSITION IN
009851*    THE RELEASE.  A FEED DETAIL IS HELD ON RJCTHOLD UNTIL ITS
009852*    FEED IS ACCEPTED (2860) AND IS COUNTED AS QUEUED ONLY THEN.
009853*****************************************************************
009854 2410-QUEUE-REJECT.
009855     IF RECYCLING-ITEM
009856         ADD 1 TO WS-QUEUED-COUNT
009865         SET ITEM-WAS-REQUEUED TO TRUE
009866         MOVE 'O'              TO RJQ-STATUS
009867         MOVE WS-ACK-REASON    TO RJQ-REASON-CODE
009868         MOVE WS-REJECT-REASON TO RJQ-REASON-TEXT
009869         MOVE WS-RUN-DATE      TO RJQ-LAST-REJECT-DATE
009870         IF RJQ-REJECT-COUNT < 999
009871             ADD 1 TO RJQ-REJECT-COUNT
009872         END-IF
009873         GO TO 2410-EXIT
009874     END-IF.
009875     MOVE SPACES TO REJECT-QUEUE-RECORD.
009876     IF RELEASING-PENDING
009877         MOVE WS-RUN-DATE       TO RJQ-FEED-DATE
009878         MOVE ZERO              TO RJQ-FEED-SEQUENCE
009879         MOVE WS-RELEASED-COUNT TO RJQ-FEED-ITEM
009880     ELSE
009881         MOVE WS-FEED-DATE      TO RJQ-FEED-DATE
009882         MOVE WS-FEED-SEQUENCE  TO RJQ-FEED-SEQUENCE
009883         MOVE WS-DETAIL-COUNT   TO RJQ-FEED-ITEM
009884     END-IF.
009885     MOVE 'O'               TO RJQ-STATUS.
009886     MOVE WS-ACK-REASON     TO RJQ-REASON-CODE.
009887     MOVE WS-REJECT-REASON  TO RJQ-REASON-TEXT.
009888     MOVE WS-RUN-DATE       TO RJQ-FIRST-REJECT-DATE.
009889     MOVE WS-RUN-DATE       TO RJQ-LAST-REJECT-DATE.
009890     MOVE 1                 TO RJQ-REJECT-COUNT.
009891     MOVE PERSON-RAW-RECORD TO RJQ-TRANS-IMAGE.
009892     IF QUEUE-TO-KEEP
009893         ADD 1 TO WS-QUEUED-COUNT
009894         MOVE REJECT-QUEUE-RECORD TO RECYCLE-KEEP-RECORD
009895         WRITE RECYCLE-KEEP-RECORD
009896     ELSE
009897         ADD 1 TO WS-HELD-COUNT
009898         MOVE REJECT-QUEUE-RECORD TO RECYCLE-HOLD-RECORD
009899         WRITE RECYCLE-HOLD-RECORD
009900     END-IF.
009901 2410-EXIT.
009902     EXIT.
009903
009904*****************************************************************
009905*    2450-ENSURE-ACK-HEADER - WRITE THE ACKNOWLEDGMENT HEADER IN
009906*    FRONT OF THE FIRST ACK RECORD OF THE RUN.  WRITTEN LAZILY SO
009907*    IT CAN CARRY THE VERIFIED FEED DATE AND SEQUENCE - ON A FEED
009910*    REFUSED BEFORE ITS HEADER VERIFIED, THEY GO OUT AS ZEROS AND
009920*    THE F RECORD SAYS WHY.
009930*****************************************************************
010520         END-IF
010530         MOVE PERS-NAME   TO WS-BEFORE-NAME
010540         MOVE PERS-WEIGHT TO WS-BEFORE-WEIGHT
010545         MOVE PERS-DEPT   TO WS-BEFORE-DEPT
010550         MOVE PRAW-NAME   TO PERS-NAME
010560         MOVE WS-NUMERIC-WEIGHT TO PERS-WEIGHT
010570         MOVE PRAW-DEPT   TO PERS-DEPT
010670             NOT INVALID KEY
010680                 ADD 1 TO WS-CHANGED-COUNT
010690                 PERFORM 2560-WRITE-AUDIT-CHANGE THRU 2560-EXIT
010692                 IF PERS-DEPT NOT = WS-BEFORE-DEPT
010694                     PERFORM 2570-WRITE-AUDIT-TRANSFER
010696                         THRU 2570-EXIT
010698                 END-IF
010700         END-REWRITE
010710     END-IF.
010720 2500-EXIT.
010820*****************************************************************
010830 2550-HOLD-SUSPENSE.
010840     MOVE SPACES TO SUSPENSE-RECORD.
010845     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
010850     MOVE WS-BUSINESS-DATE       TO SUSP-DATE.
010855     MOVE WS-BUSINESS-STAMP-TIME TO SUSP-TIME.
010870     MOVE 'PERSLOAD' TO SUSP-SOURCE.
010880     MOVE PERS-WEIGHT TO SUSP-BEFORE-WEIGHT.
010890     MOVE PERSON-RAW-RECORD TO SUSP-TRANS-IMAGE.
011000*    CAPTURED BY 2500-CHANGE-MASTER BEFORE THE REWRITE.
011010*****************************************************************
011020 2560-WRITE-AUDIT-CHANGE.
011025     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
011030     MOVE WS-BUSINESS-DATE       TO AUD-DATE.
011040     MOVE WS-BUSINESS-STAMP-TIME TO AUD-TIME.
011050     MOVE 'PERSLOAD' TO AUD-OPERATOR-ID.
011060     SET AUD-OP-IS-CHANGE TO TRUE.
011070     MOVE PERS-NUMBER TO AUD-NUMBER.
011130 2560-EXIT.
011140     EXIT.
011150
011151*****************************************************************
011152*    2570-WRITE-AUDIT-TRANSFER - A CHANGE THAT ALSO MOVED THE
011153*    PERSON TO ANOTHER DEPARTMENT IS LOGGED A SECOND TIME AS A T
011154*    RECORD, THE SAME SHAPE PERSDMNT WRITES FOR A REORGANIZATION
011155*    MOVE - THE DEPARTMENTS IN THE NAME FIELDS AND THE WEIGHT
011156*    BOTH SIDES - SO THE TRAIL CARRIES EVERY DEPARTMENT MOVE.
011157*****************************************************************
011158 2570-WRITE-AUDIT-TRANSFER.
011159     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
011160     MOVE WS-BUSINESS-DATE       TO AUD-DATE.
011161     MOVE WS-BUSINESS-STAMP-TIME TO AUD-TIME.
011162     MOVE 'PERSLOAD' TO AUD-OPERATOR-ID.
011163     SET AUD-OP-IS-TRANSFER TO TRUE.
011164     MOVE PERS-NUMBER    TO AUD-NUMBER.
011165     MOVE SPACES         TO AUD-BEFORE-NAME.
011166     MOVE WS-BEFORE-DEPT TO AUD-BEFORE-DEPT.
011167     MOVE PERS-WEIGHT    TO AUD-BEFORE-WEIGHT.
011168     MOVE SPACES         TO AUD-AFTER-NAME.
011169     MOVE PERS-DEPT      TO AUD-AFTER-DEPT.
011170     MOVE PERS-WEIGHT    TO AUD-AFTER-WEIGHT.
011171     WRITE AUDIT-RECORD.
011172 2570-EXIT.
011173     EXIT.
011174
011175*****************************************************************
011176*    2600-DEACTIVATE-MASTER - A CLEAN DELETE TRANSACTION, APPLIED
011180*    AS A DEACTIVATION - READ THE RECORD BY NUMBER, MARK IT
011190*    INACTIVE WITH TONIGHT'S DATE, REWRITE IT, AND LOG AN X
011200*    (DEACTIVATE) TO THE AUDIT TRAIL.  THE RECORD STAYS ON THE
011640*    SAME VALUES AND REPLAY TREATS X LIKE A CHANGE.
011650*****************************************************************
011660 2660-WRITE-AUDIT-DEACT.
011665     CALL 'PERSBDTE' USING WS-BUSINESS-DATE-AREA.
011670     MOVE WS-BUSINESS-DATE       TO AUD-DATE.
011680     MOVE WS-BUSINESS-STAMP-TIME TO AUD-TIME.
011690     MOVE 'PERSLOAD' TO AUD-OPERATOR-ID.
011700     SET AUD-OP-IS-DEACTIVATE TO TRUE.
011710     MOVE PERS-NUMBER TO AUD-NUMBER.
012540
012550*****************************************************************
012560*    2730-CHECK-NORMAL-HEADER - THE ORIGINAL ONE-FEED RULES -
012570*    DATED THE BUSINESS DATE, SEQUENCE HIGHER THAN THE LAST FEED.
012580*****************************************************************
012590 2730-CHECK-NORMAL-HEADER.
012600     IF PRAW-HDR-FEED-DATE NOT = WS-RUN-DATE
012610         MOVE 'FEED DATE IS NOT THE BUSINESS DATE'
012620             TO WS-FEED-REASON
012630         MOVE '9005' TO WS-ACK-FEED-CODE
012640         PERFORM 2900-REJECT-FEED THRU 2900-EXIT
013420 2850-COMPLETE-FEED.
013430     ADD 1 TO WS-FEEDS-DONE-COUNT.
013440     PERFORM 9100-WRITE-FEED-CONTROL THRU 9100-EXIT.
013445     PERFORM 2860-QUEUE-HELD-REJECTS THRU 2860-EXIT.
013450     MOVE WS-FEED-SEQUENCE TO WS-LAST-SEQUENCE.
013460     PERFORM 9200-FINISH-ACK THRU 9200-EXIT.
013470     DISPLAY 'PERSLOAD - FEED ' WS-FEED-SEQUENCE ' APPLIED'.
013540     MOVE ZERO TO WS-FEED-SEQUENCE.
013550 2850-EXIT.
013560     EXIT.
013561
013562*****************************************************************
013563*    2860-QUEUE-HELD-REJECTS - THE FEED IS ACCEPTED, SO ITS HELD
013564*    REJECTS GO ON THE RECYCLE QUEUE.  THE HOLD FILE IS OPENED
013565*    AGAIN EMPTY FOR THE NEXT FEED OF A CATCH-UP RUN.
013566*****************************************************************
013567 2860-QUEUE-HELD-REJECTS.
013568     CLOSE RECYCLE-HOLD-FILE.
013569     OPEN INPUT RECYCLE-HOLD-FILE.
013570     SET EOF-RECYCLE-HOLD TO FALSE.
013571     PERFORM 2870-READ-HELD-REJECT THRU 2870-EXIT.
013572     PERFORM 2880-QUEUE-ONE-HELD THRU 2880-EXIT
013573         UNTIL EOF-RECYCLE-HOLD.
013574     CLOSE RECYCLE-HOLD-FILE.
013575     OPEN OUTPUT RECYCLE-HOLD-FILE.
013576     MOVE ZERO TO WS-HELD-COUNT.
013577 2860-EXIT.
013578     EXIT.
013579
013580 2870-READ-HELD-REJECT.
013581     READ RECYCLE-HOLD-FILE
013582         AT END
013583             SET EOF-RECYCLE-HOLD TO TRUE
013584     END-READ.
013585 2870-EXIT.
013586     EXIT.
013587
013588 2880-QUEUE-ONE-HELD.
013589     MOVE RECYCLE-HOLD-RECORD TO RECYCLE-RECORD.
013590     WRITE RECYCLE-RECORD.
013591     ADD 1 TO WS-QUEUED-COUNT.
013592     PERFORM 2870-READ-HELD-REJECT THRU 2870-EXIT.
013593 2880-EXIT.
013594     EXIT.
013595
013596*****************************************************************
013597*    2900-REJECT-FEED - MARK THE WHOLE FEED REJECTED, PUT THE
013600*    REASON ON THE EXCEPTION REPORT AND THE CONSOLE.  9000 WILL
013610*    END THE STEP WITH RETURN CODE 16 SO THE REST OF THE JOB
013620*    DOES NOT RUN, AND THE FEED CONTROL FILE IS NOT UPDATED SO
013625*    A CORRECTED RETRANSMISSION CAN BE LOADED.  THE FEED'S HELD
013630*    REJECTS NEVER REACH THE QUEUE - THE RETRANSMISSION BRINGS
013635*    THEM BACK UNDER THE SAME KEYS.
013640*****************************************************************
013650 2900-REJECT-FEED.
013660     SET FEED-IS-REJECTED TO TRUE.
014030     END-IF.
014040     IF NOT FEED-IS-REJECTED
014050         PERFORM 9100-WRITE-FEED-CONTROL THRU 9100-EXIT
014055         PERFORM 2860-QUEUE-HELD-REJECTS THRU 2860-EXIT
014060     END-IF.
014070     PERFORM 9200-FINISH-ACK THRU 9200-EXIT.
014080     PERFORM 9300-WRITE-RUN-CONTROL THRU 9300-EXIT.
014140     CLOSE ACK-FILE.
014150     CLOSE PENDING-FILE.
014160     CLOSE SUSPENSE-FILE.
014165     CLOSE RECYCLE-FILE.
014167     CLOSE RECYCLE-HOLD-FILE.
014170     DISPLAY 'PERSLOAD - RECORDS READ     ' WS-INPUT-COUNT.
014180     DISPLAY 'PERSLOAD - RECORDS ADDED    ' WS-LOADED-COUNT.
014190     DISPLAY 'PERSLOAD - RECORDS CHANGED  ' WS-CHANGED-COUNT.
014220     DISPLAY 'PERSLOAD - RECORDS PENDED   ' WS-PENDED-COUNT.
014230     DISPLAY 'PERSLOAD - RECORDS RELEASED ' WS-RELEASED-COUNT.
014240     DISPLAY 'PERSLOAD - RECORDS SUSPENDED' WS-SUSPENDED-COUNT.
014243     DISPLAY 'PERSLOAD - REJECTS QUEUED   ' WS-QUEUED-COUNT.
014246     DISPLAY 'PERSLOAD - REJECTS RECYCLED ' WS-RECYCLED-COUNT.
014247     IF WS-HELD-COUNT > ZERO
014248         DISPLAY 'PERSLOAD - REJECTS DROPPED  ' WS-HELD-COUNT
014249     END-IF.
014250     IF CATCHUP-MODE
014260         DISPLAY 'PERSLOAD - FEEDS APPLIED    '
014270             WS-FEEDS-DONE-COUNT
015100     MOVE 'DELETED' TO WS-RNC-COUNTER.
015110     MOVE WS-DELETED-COUNT TO WS-RNC-VALUE.
015120     PERFORM 9310-PUT-RUN-CONTROL THRU 9310-EXIT.
015122     MOVE 'QUEUED' TO WS-RNC-COUNTER.
015124     MOVE WS-QUEUED-COUNT TO WS-RNC-VALUE.
015126     PERFORM 9310-PUT-RUN-CONTROL THRU 9310-EXIT.
015127     MOVE 'RECYCLED' TO WS-RNC-COUNTER.
015128     MOVE WS-RECYCLED-COUNT TO WS-RNC-VALUE.
015129     PERFORM 9310-PUT-RUN-CONTROL THRU 9310-EXIT.
015130     CLOSE RUN-CONTROL-FILE.
015140 9300-EXIT.
015150     EXIT.
