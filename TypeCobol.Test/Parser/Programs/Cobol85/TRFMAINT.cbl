000010*================================================================
000020 IDENTIFICATION DIVISION.
000030*================================================================
000040 PROGRAM-ID.    TRFMAINT.
000050 AUTHOR.        J D HARTLEY.
000060 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000070 DATE-WRITTEN.  2026-09-07.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100*  MODIFICATION HISTORY
000110*  DATE       INIT  DESCRIPTION
000120*  ---------- ----  ------------------------------------------
000130*  2026-09-07 JDH   ORIGINAL PROGRAM.  BATCH MAINTENANCE FOR THE
000140*                   FTARIFF TARIFF FILE (SEE CTARIFF) THAT
000150*                   FAPRATE PRICES FBILLTRN AGAINST, IN THE
000160*                   CONTRMNT STYLE.  APPLIES ADD / CHANGE /
000170*                   DELETE CARDS (SEE CTRFTRN) AGAINST THE FILE,
000180*                   REJECTS MALFORMED OR CONFLICTING CARDS (A
000190*                   CHANGE OR DELETE FOR AN UNKNOWN KEY, AN ADD
000200*                   FOR AN EXISTING ONE, A NON-NUMERIC CHARGE OR
000210*                   RATE, A BAND TIME THAT IS NOT A VALID
000220*                   HHMMSS), REFUSES TO DELETE THE '*DEFAULT*'
000230*                   ROW FAPRATE FALLS BACK ON, AND PRINTS A
000240*                   BEFORE/AFTER AUDIT LINE FOR EVERY CARD -
000250*                   APPLIED OR REJECTED.  A MISSING TARIFF FILE
000260*                   (THE FIRST RUN EVER) IS CREATED EMPTY.
000270*================================================================
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT  FTRFTRN         ASSIGN TO UT-S-FTRFTRN
000360             FILE STATUS IS WS-FTRFTRN-STATUS.
000370
000380     SELECT  TARIFF-FILE     ASSIGN TO UT-S-FTARIFF
000390             ORGANIZATION IS INDEXED
000400             ACCESS MODE IS RANDOM
000410             RECORD KEY IS TRF-CONTRACT-NO
000420             FILE STATUS IS WS-FTARIFF-STATUS.
000430
000440     SELECT  FTRFRPT         ASSIGN TO UT-S-FTRFRPT
000450             FILE STATUS IS WS-FTRFRPT-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  FTRFTRN
000500     BLOCK 0 RECORDS
000510     LABEL RECORD STANDARD
000520     RECORDING MODE F.
000530     COPY CTRFTRN.
000540
000550 FD  TARIFF-FILE
000560     LABEL RECORD STANDARD.
000570     COPY CTARIFF.
000580
000590 FD  FTRFRPT
000600     BLOCK 0 RECORDS
000610     LABEL RECORD STANDARD
000620     RECORDING MODE F.
000630 01  RPT-LINE                  PIC X(80).
000640
000650 WORKING-STORAGE SECTION.
000660*----------------------------------------------------------------
000670*    FILE STATUS AND END-OF-FILE SWITCHES
000680*----------------------------------------------------------------
000690 01  WS-FTRFTRN-STATUS         PIC X(02).
000700     88  WS-FTRFTRN-OK                   VALUE '00'.
000710
000720 01  WS-FTARIFF-STATUS         PIC X(02).
000730     88  WS-FTARIFF-OK                   VALUE '00'.
000740     88  WS-FTARIFF-NOTFOUND             VALUE '23'.
000750     88  WS-FTARIFF-DUPKEY               VALUE '22'.
000760     88  WS-FTARIFF-NO-FILE              VALUE '35'.
000770
000780 01  WS-FTRFRPT-STATUS         PIC X(02).
000790     88  WS-FTRFRPT-OK                   VALUE '00'.
000800
000810 01  WS-SWITCHES.
000820     05  WS-TRAN-EOF-SWITCH    PIC X(01) VALUE 'N'.
000830         88  WS-TRAN-EOF                 VALUE 'Y'.
000840     05  WS-REJECT-SWITCH      PIC X(01) VALUE 'N'.
000850         88  WS-TRAN-REJECTED            VALUE 'Y'.
000860     05  WS-MASTER-READ-SWITCH PIC X(01) VALUE 'N'.
000870         88  WS-TARIFF-ON-FILE           VALUE 'Y'.
000880     05  WS-TIME-SWITCH        PIC X(01) VALUE 'N'.
000890         88  WS-TIME-VALID               VALUE 'Y'.
000900
000910*----------------------------------------------------------------
000920*    AUDIT WORK FIELDS - THE BEFORE IMAGE IS CAPTURED AHEAD OF
000930*    EVERY APPLY SO THE REPORT CAN SHOW WHAT THE TARIFF HELD
000940*    WHEN THE CARD ARRIVED.
000950*----------------------------------------------------------------
000960 01  WS-REJECT-REASON          PIC X(16).
000970
000980 01  WS-BEFORE-IMAGE.
000990     05  WS-BEF-CALL-CHARGE    PIC 9(03)V99.
001000     05  WS-BEF-PEAK-RATE      PIC 9(03)V9(04).
001010     05  WS-BEF-OFFPEAK-RATE   PIC 9(03)V9(04).
001020     05  WS-BEF-PEAK-START     PIC 9(06).
001030     05  WS-BEF-PEAK-END       PIC 9(06).
001040
001050*----------------------------------------------------------------
001060*    BAND TIME EDIT - HHMMSS, HOURS 00-23, MINUTES AND SECONDS
001070*    00-59, THE SAME RULE FAPEDIT APPLIES TO A CALL START TIME.
001080*----------------------------------------------------------------
001090 01  WS-TIME-CHECK             PIC 9(06).
001100 01  WS-TIME-PARTS REDEFINES WS-TIME-CHECK.
001110     05  WS-TIME-HH            PIC 9(02).
001120     05  WS-TIME-MM            PIC 9(02).
001130     05  WS-TIME-SS            PIC 9(02).
001140
001150 01  WS-MAINT-COUNTS.
001160     05  WS-CNT-APPLIED        PIC 9(07) COMP-3 VALUE ZERO.
001170     05  WS-CNT-REJECTED       PIC 9(07) COMP-3 VALUE ZERO.
001180
001190*----------------------------------------------------------------
001200*    AUDIT REPORT LINE LAYOUTS
001210*----------------------------------------------------------------
001220 01  RPT-HEADING-1.
001230     05  FILLER                PIC X(80) VALUE
001240         'TRFMAINT - TARIFF FILE MAINTENANCE AUDIT'.
001250
001260 01  RPT-HEADING-2.
001270     05  FILLER                PIC X(80) VALUE
001280         'ACT CONTRACT    DISPOSITION  REASON'.
001290
001300 01  RPT-HEADING-3.
001310     05  FILLER                PIC X(80) VALUE
001320         '              CHARGE  PEAK/MIN  OFFP/MIN  PKFROM PKTO'.
001330
001340 01  RPT-DETAIL-LINE.
001350     05  RPT-DET-ACTION        PIC X(01).
001360     05  FILLER                PIC X(03) VALUE SPACES.
001370     05  RPT-DET-CONTRACT-NO   PIC X(10).
001380     05  FILLER                PIC X(02) VALUE SPACES.
001390     05  RPT-DET-DISPOSITION   PIC X(08).
001400     05  FILLER                PIC X(05) VALUE SPACES.
001410     05  RPT-DET-REASON        PIC X(16).
001420     05  FILLER                PIC X(35) VALUE SPACES.
001430
001440 01  RPT-IMAGE-LINE.
001450     05  FILLER                PIC X(04) VALUE SPACES.
001460     05  RPT-IMG-LABEL         PIC X(08).
001470     05  FILLER                PIC X(02) VALUE SPACES.
001480     05  RPT-IMG-CALL-CHARGE   PIC ZZ9,99.
001490     05  FILLER                PIC X(02) VALUE SPACES.
001500     05  RPT-IMG-PEAK-RATE     PIC ZZ9,9999.
001510     05  FILLER                PIC X(02) VALUE SPACES.
001520     05  RPT-IMG-OFFPEAK-RATE  PIC ZZ9,9999.
001530     05  FILLER                PIC X(02) VALUE SPACES.
001540     05  RPT-IMG-PEAK-START    PIC 9(06).
001550     05  FILLER                PIC X(01) VALUE SPACES.
001560     05  RPT-IMG-PEAK-END      PIC 9(06).
001570     05  FILLER                PIC X(25) VALUE SPACES.
001580
001590 01  RPT-APPLIED-LINE.
001600     05  FILLER                PIC X(22) VALUE
001610         'TRANSACTIONS APPLIED: '.
001620     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
001630                         BY RPT-TOT-APPLIED.
001640     05  FILLER                PIC X(51) VALUE SPACES.
001650
001660 01  RPT-REJECTED-LINE.
001670     05  FILLER                PIC X(22) VALUE
001680         'TRANSACTIONS REJECTED:'.
001690     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
001700                         BY RPT-TOT-REJECTED.
001710     05  FILLER                PIC X(51) VALUE SPACES.
001720
001730 PROCEDURE DIVISION.
001740*================================================================
001750 0000-MAINLINE.
001760*================================================================
001770     PERFORM 1000-INITIALIZE
001780         THRU 1000-EXIT.
001790
001800     PERFORM 2000-PROCESS-TRAN
001810         THRU 2000-EXIT
001820         UNTIL WS-TRAN-EOF.
001830
001840     PERFORM 9000-TERMINATE
001850         THRU 9000-EXIT.
001860
001870     GOBACK.
001880
001890*================================================================
001900 1000-INITIALIZE.
001910*================================================================
001920     OPEN INPUT  FTRFTRN.
001930     IF NOT WS-FTRFTRN-OK
001940         DISPLAY 'TRFMAINT - CANNOT OPEN FTRFTRN, STATUS = '
001950             WS-FTRFTRN-STATUS
001960         MOVE 16 TO RETURN-CODE
001970         STOP RUN
001980     END-IF.
001990
002000*    A MISSING TARIFF FILE (THE FIRST MAINTENANCE RUN EVER) IS
002010*    CREATED EMPTY FIRST, THEN REOPENED FOR UPDATE.
002020     OPEN I-O    TARIFF-FILE.
002030     IF WS-FTARIFF-NO-FILE
002040         OPEN OUTPUT TARIFF-FILE
002050         CLOSE TARIFF-FILE
002060         OPEN I-O TARIFF-FILE
002070     END-IF.
002080     IF NOT WS-FTARIFF-OK
002090         DISPLAY 'TRFMAINT - CANNOT OPEN FTARIFF, STATUS = '
002100             WS-FTARIFF-STATUS
002110         MOVE 16 TO RETURN-CODE
002120         STOP RUN
002130     END-IF.
002140
002150     OPEN OUTPUT FTRFRPT.
002160     IF NOT WS-FTRFRPT-OK
002170         DISPLAY 'TRFMAINT - CANNOT OPEN FTRFRPT, STATUS = '
002180             WS-FTRFRPT-STATUS
002190         MOVE 16 TO RETURN-CODE
002200         STOP RUN
002210     END-IF.
002220
002230     MOVE RPT-HEADING-1 TO RPT-LINE.
002240     WRITE RPT-LINE.
002250     MOVE RPT-HEADING-2 TO RPT-LINE.
002260     WRITE RPT-LINE.
002270     MOVE RPT-HEADING-3 TO RPT-LINE.
002280     WRITE RPT-LINE.
002290
002300     PERFORM 2100-READ-TRAN
002310         THRU 2100-EXIT.
002320 1000-EXIT.
002330     EXIT.
002340
002350*================================================================
002360 2000-PROCESS-TRAN.
002370*================================================================
002380     PERFORM 2200-APPLY-TRAN
002390         THRU 2200-EXIT.
002400
002410     PERFORM 2100-READ-TRAN
002420         THRU 2100-EXIT.
002430 2000-EXIT.
002440     EXIT.
002450
002460*================================================================
002470 2100-READ-TRAN.
002480*================================================================
002490     READ FTRFTRN
002500         AT END
002510             SET WS-TRAN-EOF TO TRUE
002520     END-READ.
002530 2100-EXIT.
002540     EXIT.
002550
002560*================================================================
002570 2200-APPLY-TRAN.
002580*================================================================
002590*    VET THE CARD, FETCH THE TARIFF'S CURRENT IMAGE FOR THE KEY,
002600*    AND HAND OFF TO THE ACTION PARAGRAPH.  EVERY CARD - GOOD OR
002610*    BAD - GETS ITS AUDIT LINES BEFORE THE NEXT ONE IS READ.
002620*----------------------------------------------------------------
002630     MOVE 'N'    TO WS-REJECT-SWITCH.
002640     MOVE 'N'    TO WS-MASTER-READ-SWITCH.
002650     MOVE SPACES TO WS-REJECT-REASON.
002660
002670     IF TRFT-CONTRACT-NO = SPACES
002680         SET WS-TRAN-REJECTED TO TRUE
002690         MOVE 'KEY MISSING' TO WS-REJECT-REASON
002700         GO TO 2200-AUDIT
002710     END-IF.
002720
002730     IF NOT TRFT-ACTION-ADD
002740        AND NOT TRFT-ACTION-CHANGE
002750        AND NOT TRFT-ACTION-DELETE
002760         SET WS-TRAN-REJECTED TO TRUE
002770         MOVE 'BAD ACTION' TO WS-REJECT-REASON
002780         GO TO 2200-AUDIT
002790     END-IF.
002800
002810     MOVE TRFT-CONTRACT-NO TO TRF-CONTRACT-NO.
002820     READ TARIFF-FILE
002830         INVALID KEY
002840             CONTINUE
002850         NOT INVALID KEY
002860             SET WS-TARIFF-ON-FILE TO TRUE
002870             MOVE TRF-CALL-CHARGE  TO WS-BEF-CALL-CHARGE
002880             MOVE TRF-PEAK-RATE    TO WS-BEF-PEAK-RATE
002890             MOVE TRF-OFFPEAK-RATE TO WS-BEF-OFFPEAK-RATE
002900             MOVE TRF-PEAK-START   TO WS-BEF-PEAK-START
002910             MOVE TRF-PEAK-END     TO WS-BEF-PEAK-END
002920     END-READ.
002930
002940     EVALUATE TRUE
002950         WHEN TRFT-ACTION-ADD
002960             PERFORM 2300-APPLY-ADD
002970                 THRU 2300-EXIT
002980         WHEN TRFT-ACTION-CHANGE
002990             PERFORM 2400-APPLY-CHANGE
003000                 THRU 2400-EXIT
003010         WHEN TRFT-ACTION-DELETE
003020             PERFORM 2500-APPLY-DELETE
003030                 THRU 2500-EXIT
003040     END-EVALUATE.
003050
003060 2200-AUDIT.
003070     PERFORM 2600-WRITE-AUDIT
003080         THRU 2600-EXIT.
003090 2200-EXIT.
003100     EXIT.
003110
003120*================================================================
003130 2300-APPLY-ADD.
003140*================================================================
003150     IF WS-TARIFF-ON-FILE
003160         SET WS-TRAN-REJECTED TO TRUE
003170         MOVE 'KEY EXISTS' TO WS-REJECT-REASON
003180         GO TO 2300-EXIT
003190     END-IF.
003200
003210     IF TRFT-CALL-CHARGE NOT NUMERIC
003220        OR TRFT-PEAK-RATE NOT NUMERIC
003230        OR TRFT-OFFPEAK-RATE NOT NUMERIC
003240         SET WS-TRAN-REJECTED TO TRUE
003250         MOVE 'BAD PRICE' TO WS-REJECT-REASON
003260         GO TO 2300-EXIT
003270     END-IF.
003280
003290     IF TRFT-PEAK-START NOT NUMERIC
003300        OR TRFT-PEAK-END NOT NUMERIC
003310         SET WS-TRAN-REJECTED TO TRUE
003320         MOVE 'BAD BAND TIME' TO WS-REJECT-REASON
003330         GO TO 2300-EXIT
003340     END-IF.
003350
003360     MOVE TRFT-PEAK-START-N TO WS-TIME-CHECK.
003370     PERFORM 2800-VALIDATE-TIME
003380         THRU 2800-EXIT.
003390     IF NOT WS-TIME-VALID
003400         SET WS-TRAN-REJECTED TO TRUE
003410         MOVE 'BAD BAND TIME' TO WS-REJECT-REASON
003420         GO TO 2300-EXIT
003430     END-IF.
003440
003450     MOVE TRFT-PEAK-END-N TO WS-TIME-CHECK.
003460     PERFORM 2800-VALIDATE-TIME
003470         THRU 2800-EXIT.
003480     IF NOT WS-TIME-VALID
003490         SET WS-TRAN-REJECTED TO TRUE
003500         MOVE 'BAD BAND TIME' TO WS-REJECT-REASON
003510         GO TO 2300-EXIT
003520     END-IF.
003530
003540     MOVE TRFT-CONTRACT-NO      TO TRF-CONTRACT-NO.
003550     MOVE TRFT-CALL-CHARGE-N    TO TRF-CALL-CHARGE.
003560     MOVE TRFT-PEAK-RATE-N      TO TRF-PEAK-RATE.
003570     MOVE TRFT-OFFPEAK-RATE-N   TO TRF-OFFPEAK-RATE.
003580     MOVE TRFT-PEAK-START-N     TO TRF-PEAK-START.
003590     MOVE TRFT-PEAK-END-N       TO TRF-PEAK-END.
003600
003610     WRITE TARIFF-RECORD
003620         INVALID KEY
003630             SET WS-TRAN-REJECTED TO TRUE
003640             MOVE 'WRITE FAILED' TO WS-REJECT-REASON
003650     END-WRITE.
003660 2300-EXIT.
003670     EXIT.
003680
003690*================================================================
003700 2400-APPLY-CHANGE.
003710*================================================================
003720*    A BLANK CARD FIELD LEAVES THE TARIFF VALUE AS IT STANDS; A
003730*    SUPPLIED FIELD MUST PASS THE SAME EDITS AS AN ADD.
003740*----------------------------------------------------------------
003750     IF NOT WS-TARIFF-ON-FILE
003760         SET WS-TRAN-REJECTED TO TRUE
003770         MOVE 'KEY NOT FOUND' TO WS-REJECT-REASON
003780         GO TO 2400-EXIT
003790     END-IF.
003800
003810     IF TRFT-CALL-CHARGE NOT = SPACES
003820         IF TRFT-CALL-CHARGE NOT NUMERIC
003830             SET WS-TRAN-REJECTED TO TRUE
003840             MOVE 'BAD PRICE' TO WS-REJECT-REASON
003850             GO TO 2400-EXIT
003860         END-IF
003870         MOVE TRFT-CALL-CHARGE-N TO TRF-CALL-CHARGE
003880     END-IF.
003890
003900     IF TRFT-PEAK-RATE NOT = SPACES
003910         IF TRFT-PEAK-RATE NOT NUMERIC
003920             SET WS-TRAN-REJECTED TO TRUE
003930             MOVE 'BAD PRICE' TO WS-REJECT-REASON
003940             GO TO 2400-EXIT
003950         END-IF
003960         MOVE TRFT-PEAK-RATE-N TO TRF-PEAK-RATE
003970     END-IF.
003980
003990     IF TRFT-OFFPEAK-RATE NOT = SPACES
004000         IF TRFT-OFFPEAK-RATE NOT NUMERIC
004010             SET WS-TRAN-REJECTED TO TRUE
004020             MOVE 'BAD PRICE' TO WS-REJECT-REASON
004030             GO TO 2400-EXIT
004040         END-IF
004050         MOVE TRFT-OFFPEAK-RATE-N TO TRF-OFFPEAK-RATE
004060     END-IF.
004070
004080     IF TRFT-PEAK-START NOT = SPACES
004090         IF TRFT-PEAK-START NOT NUMERIC
004100             SET WS-TRAN-REJECTED TO TRUE
004110             MOVE 'BAD BAND TIME' TO WS-REJECT-REASON
004120             GO TO 2400-EXIT
004130         END-IF
004140         MOVE TRFT-PEAK-START-N TO WS-TIME-CHECK
004150         PERFORM 2800-VALIDATE-TIME
004160             THRU 2800-EXIT
004170         IF NOT WS-TIME-VALID
004180             SET WS-TRAN-REJECTED TO TRUE
004190             MOVE 'BAD BAND TIME' TO WS-REJECT-REASON
004200             GO TO 2400-EXIT
004210         END-IF
004220         MOVE TRFT-PEAK-START-N TO TRF-PEAK-START
004230     END-IF.
004240
004250     IF TRFT-PEAK-END NOT = SPACES
004260         IF TRFT-PEAK-END NOT NUMERIC
004270             SET WS-TRAN-REJECTED TO TRUE
004280             MOVE 'BAD BAND TIME' TO WS-REJECT-REASON
004290             GO TO 2400-EXIT
004300         END-IF
004310         MOVE TRFT-PEAK-END-N TO WS-TIME-CHECK
004320         PERFORM 2800-VALIDATE-TIME
004330             THRU 2800-EXIT
004340         IF NOT WS-TIME-VALID
004350             SET WS-TRAN-REJECTED TO TRUE
004360             MOVE 'BAD BAND TIME' TO WS-REJECT-REASON
004370             GO TO 2400-EXIT
004380         END-IF
004390         MOVE TRFT-PEAK-END-N TO TRF-PEAK-END
004400     END-IF.
004410
004420     REWRITE TARIFF-RECORD
004430         INVALID KEY
004440             SET WS-TRAN-REJECTED TO TRUE
004450             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
004460     END-REWRITE.
004470 2400-EXIT.
004480     EXIT.
004490
004500*================================================================
004510 2500-APPLY-DELETE.
004520*================================================================
004530*    THE DEFAULT ROW IS WHAT FAPRATE PRICES EVERY CONTRACT
004540*    WITHOUT TERMS OF ITS OWN ON - IT CAN BE CHANGED BUT NEVER
004550*    DELETED.
004560*----------------------------------------------------------------
004570     IF NOT WS-TARIFF-ON-FILE
004580         SET WS-TRAN-REJECTED TO TRUE
004590         MOVE 'KEY NOT FOUND' TO WS-REJECT-REASON
004600         GO TO 2500-EXIT
004610     END-IF.
004620
004630     IF TRF-DEFAULT-ROW
004640         SET WS-TRAN-REJECTED TO TRUE
004650         MOVE 'DEFAULT ROW' TO WS-REJECT-REASON
004660         GO TO 2500-EXIT
004670     END-IF.
004680
004690     DELETE TARIFF-FILE
004700         INVALID KEY
004710             SET WS-TRAN-REJECTED TO TRUE
004720             MOVE 'DELETE FAILED' TO WS-REJECT-REASON
004730     END-DELETE.
004740 2500-EXIT.
004750     EXIT.
004760
004770*================================================================
004780 2600-WRITE-AUDIT.
004790*================================================================
004800*    ONE DISPOSITION LINE PER CARD, WITH A BEFORE IMAGE WHEN THE
004810*    KEY WAS ON FILE AND AN AFTER IMAGE WHEN THE ACTION LEFT A
004820*    RECORD BEHIND (ADD OR CHANGE THAT APPLIED).
004830*----------------------------------------------------------------
004840     MOVE TRFT-ACTION       TO RPT-DET-ACTION.
004850     MOVE TRFT-CONTRACT-NO  TO RPT-DET-CONTRACT-NO.
004860     IF WS-TRAN-REJECTED
004870         ADD 1 TO WS-CNT-REJECTED
004880         MOVE 'REJECTED' TO RPT-DET-DISPOSITION
004890     ELSE
004900         ADD 1 TO WS-CNT-APPLIED
004910         MOVE 'APPLIED'  TO RPT-DET-DISPOSITION
004920     END-IF.
004930     MOVE WS-REJECT-REASON  TO RPT-DET-REASON.
004940     MOVE RPT-DETAIL-LINE   TO RPT-LINE.
004950     WRITE RPT-LINE.
004960
004970     IF WS-TARIFF-ON-FILE
004980         MOVE 'BEFORE'            TO RPT-IMG-LABEL
004990         MOVE WS-BEF-CALL-CHARGE  TO RPT-IMG-CALL-CHARGE
005000         MOVE WS-BEF-PEAK-RATE    TO RPT-IMG-PEAK-RATE
005010         MOVE WS-BEF-OFFPEAK-RATE TO RPT-IMG-OFFPEAK-RATE
005020         MOVE WS-BEF-PEAK-START   TO RPT-IMG-PEAK-START
005030         MOVE WS-BEF-PEAK-END     TO RPT-IMG-PEAK-END
005040         MOVE RPT-IMAGE-LINE      TO RPT-LINE
005050         WRITE RPT-LINE
005060     END-IF.
005070
005080     IF NOT WS-TRAN-REJECTED
005090        AND NOT TRFT-ACTION-DELETE
005100         MOVE 'AFTER'             TO RPT-IMG-LABEL
005110         MOVE TRF-CALL-CHARGE     TO RPT-IMG-CALL-CHARGE
005120         MOVE TRF-PEAK-RATE       TO RPT-IMG-PEAK-RATE
005130         MOVE TRF-OFFPEAK-RATE    TO RPT-IMG-OFFPEAK-RATE
005140         MOVE TRF-PEAK-START      TO RPT-IMG-PEAK-START
005150         MOVE TRF-PEAK-END        TO RPT-IMG-PEAK-END
005160         MOVE RPT-IMAGE-LINE      TO RPT-LINE
005170         WRITE RPT-LINE
005180     END-IF.
005190 2600-EXIT.
005200     EXIT.
005210
005220*================================================================
005230 2800-VALIDATE-TIME.
005240*================================================================
005250     MOVE 'N' TO WS-TIME-SWITCH.
005260     IF WS-TIME-HH <= 23
005270        AND WS-TIME-MM <= 59
005280        AND WS-TIME-SS <= 59
005290         SET WS-TIME-VALID TO TRUE
005300     END-IF.
005310 2800-EXIT.
005320     EXIT.
005330
005340*================================================================
005350 9000-TERMINATE.
005360*================================================================
005370     MOVE WS-CNT-APPLIED   TO RPT-TOT-APPLIED.
005380     MOVE RPT-APPLIED-LINE TO RPT-LINE.
005390     WRITE RPT-LINE.
005400
005410     MOVE WS-CNT-REJECTED   TO RPT-TOT-REJECTED.
005420     MOVE RPT-REJECTED-LINE TO RPT-LINE.
005430     WRITE RPT-LINE.
005440
005450     CLOSE FTRFTRN.
005460     CLOSE TARIFF-FILE.
005470     CLOSE FTRFRPT.
005480 9000-EXIT.
005490     EXIT.
