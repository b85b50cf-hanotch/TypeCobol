000010*================================================================
000020 IDENTIFICATION DIVISION.
000030*================================================================
000040 PROGRAM-ID.    AGTMAINT.
000050 AUTHOR.        J D HARTLEY.
000060 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000070 DATE-WRITTEN.  2026-09-09.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100*  MODIFICATION HISTORY
000110*  DATE       INIT  DESCRIPTION
000120*  ---------- ----  ------------------------------------------
000130*  2026-09-09 JDH   ORIGINAL PROGRAM.  BATCH MAINTENANCE FOR THE
000140*                   FAGENT AGENT MASTER (SEE CAGENT), IN THE
000150*                   MDTMAINT STYLE.  WORKFORCE MANAGEMENT HAS
000160*                   KEPT AGENT IDS AGAINST NAMES IN A
000170*                   SPREADSHEET; THIS PUTS THEM ON A FILE THE
000180*                   STREAM CAN READ.  APPLIES ADD / CHANGE /
000190*                   DEACTIVATE / REACTIVATE CARDS (SEE CAGTTRN),
000200*                   REJECTS MALFORMED OR CONFLICTING CARDS (A
000210*                   CHANGE OR DEACTIVATE FOR AN UNKNOWN ID, AN
000220*                   ADD FOR AN EXISTING ONE, A BLANK NAME OR
000230*                   TEAM, A SHIFT TIME THAT IS NOT A VALID
000240*                   HHMMSS), AND PRINTS A BEFORE/AFTER AUDIT
000250*                   LINE FOR EVERY CARD.  AGENTS ARE NEVER
000260*                   DELETED - A LEAVER IS DEACTIVATED AND KEPT,
000270*                   SO AGTROST CAN STILL NAME CALLS LOGGED UNDER
000280*                   THE OLD ID.  A MISSING MASTER (THE FIRST RUN
000290*                   EVER) IS CREATED EMPTY.
000300*================================================================
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT  FAGTTRN           ASSIGN TO UT-S-FAGTTRN
000390             FILE STATUS IS WS-FAGTTRN-STATUS.
000400
000410     SELECT  AGENT-MASTER      ASSIGN TO UT-S-FAGENT
000420             ORGANIZATION IS INDEXED
000430             ACCESS MODE IS RANDOM
000440             RECORD KEY IS AM-AGENT-ID
000450             FILE STATUS IS WS-FAGENT-STATUS.
000460
000470     SELECT  FAGTRPT           ASSIGN TO UT-S-FAGTRPT
000480             FILE STATUS IS WS-FAGTRPT-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  FAGTTRN
000530     BLOCK 0 RECORDS
000540     LABEL RECORD STANDARD
000550     RECORDING MODE F.
000560     COPY CAGTTRN.
000570
000580 FD  AGENT-MASTER
000590     LABEL RECORD STANDARD.
000600     COPY CAGENT.
000610
000620 FD  FAGTRPT
000630     BLOCK 0 RECORDS
000640     LABEL RECORD STANDARD
000650     RECORDING MODE F.
000660 01  RPT-LINE                  PIC X(80).
000670
000680 WORKING-STORAGE SECTION.
000690*----------------------------------------------------------------
000700*    FILE STATUS AND END-OF-FILE SWITCHES
000710*----------------------------------------------------------------
000720 01  WS-FAGTTRN-STATUS         PIC X(02).
000730     88  WS-FAGTTRN-OK                   VALUE '00'.
000740
000750 01  WS-FAGENT-STATUS          PIC X(02).
000760     88  WS-FAGENT-OK                    VALUE '00'.
000770     88  WS-FAGENT-NOTFOUND              VALUE '23'.
000780     88  WS-FAGENT-NO-FILE               VALUE '35'.
000790
000800 01  WS-FAGTRPT-STATUS         PIC X(02).
000810     88  WS-FAGTRPT-OK                   VALUE '00'.
000820
000830 01  WS-SWITCHES.
000840     05  WS-TRAN-EOF-SWITCH    PIC X(01) VALUE 'N'.
000850         88  WS-TRAN-EOF                 VALUE 'Y'.
000860     05  WS-REJECT-SWITCH      PIC X(01) VALUE 'N'.
000870         88  WS-TRAN-REJECTED            VALUE 'Y'.
000880     05  WS-ENTRY-READ-SWITCH  PIC X(01) VALUE 'N'.
000890         88  WS-ENTRY-ON-FILE            VALUE 'Y'.
000900     05  WS-TIME-SWITCH        PIC X(01) VALUE 'N'.
000910         88  WS-TIME-VALID               VALUE 'Y'.
000920
000930*----------------------------------------------------------------
000940*    AUDIT WORK FIELDS - THE BEFORE IMAGE IS CAPTURED AHEAD OF
000950*    EVERY APPLY SO THE REPORT CAN SHOW WHAT THE MASTER HELD
000960*    WHEN THE CARD ARRIVED.
000970*----------------------------------------------------------------
000980 01  WS-REJECT-REASON          PIC X(16).
000990
001000 01  WS-BEFORE-IMAGE.
001010     05  WS-BEF-NAME           PIC X(30).
001020     05  WS-BEF-TEAM           PIC X(06).
001030     05  WS-BEF-SHIFT-START    PIC 9(06).
001040     05  WS-BEF-SHIFT-END      PIC 9(06).
001050     05  WS-BEF-ACTIVE         PIC X(01).
001060
001070*----------------------------------------------------------------
001080*    SHIFT TIME EDIT - HHMMSS, HOURS 00-23, MINUTES AND SECONDS
001090*    00-59, THE SAME RULE FAPEDIT APPLIES TO A CALL START TIME.
001100*----------------------------------------------------------------
001110 01  WS-TIME-CHECK             PIC 9(06).
001120 01  WS-TIME-PARTS REDEFINES WS-TIME-CHECK.
001130     05  WS-TIME-HH            PIC 9(02).
001140     05  WS-TIME-MM            PIC 9(02).
001150     05  WS-TIME-SS            PIC 9(02).
001160
001170 01  WS-MAINT-COUNTS.
001180     05  WS-CNT-APPLIED        PIC 9(07) COMP-3 VALUE ZERO.
001190     05  WS-CNT-REJECTED       PIC 9(07) COMP-3 VALUE ZERO.
001200
001210*----------------------------------------------------------------
001220*    AUDIT REPORT LINE LAYOUTS
001230*----------------------------------------------------------------
001240 01  RPT-HEADING-1.
001250     05  FILLER                PIC X(80) VALUE
001260         'AGTMAINT - AGENT MASTER MAINTENANCE AUDIT'.
001270
001280 01  RPT-HEADING-2.
001290     05  FILLER                PIC X(80) VALUE
001300         'ACT AGENT ID  DISPOSITION  REASON'.
001310
001320 01  RPT-DETAIL-LINE.
001330     05  RPT-DET-ACTION        PIC X(01).
001340     05  FILLER                PIC X(03) VALUE SPACES.
001350     05  RPT-DET-AGENT-ID      PIC X(08).
001360     05  FILLER                PIC X(02) VALUE SPACES.
001370     05  RPT-DET-DISPOSITION   PIC X(08).
001380     05  FILLER                PIC X(05) VALUE SPACES.
001390     05  RPT-DET-REASON        PIC X(16).
001400     05  FILLER                PIC X(37) VALUE SPACES.
001410
001420 01  RPT-IMAGE-LINE.
001430     05  FILLER                PIC X(04) VALUE SPACES.
001440     05  RPT-IMG-LABEL         PIC X(08).
001450     05  FILLER                PIC X(02) VALUE SPACES.
001460     05  RPT-IMG-NAME          PIC X(30).
001470     05  FILLER                PIC X(02) VALUE SPACES.
001480     05  RPT-IMG-TEAM          PIC X(06).
001490     05  FILLER                PIC X(02) VALUE SPACES.
001500     05  RPT-IMG-SHIFT-START   PIC 9(06).
001510     05  FILLER                PIC X(01) VALUE '-'.
001520     05  RPT-IMG-SHIFT-END     PIC 9(06).
001530     05  FILLER                PIC X(02) VALUE SPACES.
001540     05  RPT-IMG-ACTIVE        PIC X(01).
001550     05  FILLER                PIC X(10) VALUE SPACES.
001560
001570 01  RPT-APPLIED-LINE.
001580     05  FILLER                PIC X(22) VALUE
001590         'TRANSACTIONS APPLIED: '.
001600     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
001610                         BY RPT-TOT-APPLIED.
001620     05  FILLER                PIC X(51) VALUE SPACES.
001630
001640 01  RPT-REJECTED-LINE.
001650     05  FILLER                PIC X(22) VALUE
001660         'TRANSACTIONS REJECTED:'.
001670     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
001680                         BY RPT-TOT-REJECTED.
001690     05  FILLER                PIC X(51) VALUE SPACES.
001700
001710 PROCEDURE DIVISION.
001720*================================================================
001730 0000-MAINLINE.
001740*================================================================
001750     PERFORM 1000-INITIALIZE
001760         THRU 1000-EXIT.
001770
001780     PERFORM 2000-PROCESS-TRAN
001790         THRU 2000-EXIT
001800         UNTIL WS-TRAN-EOF.
001810
001820     PERFORM 9000-TERMINATE
001830         THRU 9000-EXIT.
001840
001850     GOBACK.
001860
001870*================================================================
001880 1000-INITIALIZE.
001890*================================================================
001900     OPEN INPUT  FAGTTRN.
001910     IF NOT WS-FAGTTRN-OK
001920         DISPLAY 'AGTMAINT - CANNOT OPEN FAGTTRN, STATUS = '
001930             WS-FAGTTRN-STATUS
001940         MOVE 16 TO RETURN-CODE
001950         STOP RUN
001960     END-IF.
001970
001980*    A MISSING AGENT MASTER (THE FIRST MAINTENANCE RUN EVER) IS
001990*    CREATED EMPTY FIRST, THEN REOPENED FOR UPDATE.
002000     OPEN I-O    AGENT-MASTER.
002010     IF WS-FAGENT-NO-FILE
002020         OPEN OUTPUT AGENT-MASTER
002030         CLOSE AGENT-MASTER
002040         OPEN I-O AGENT-MASTER
002050     END-IF.
002060     IF NOT WS-FAGENT-OK
002070         DISPLAY 'AGTMAINT - CANNOT OPEN FAGENT, STATUS = '
002080             WS-FAGENT-STATUS
002090         MOVE 16 TO RETURN-CODE
002100         STOP RUN
002110     END-IF.
002120
002130     OPEN OUTPUT FAGTRPT.
002140     IF NOT WS-FAGTRPT-OK
002150         DISPLAY 'AGTMAINT - CANNOT OPEN FAGTRPT, STATUS = '
002160             WS-FAGTRPT-STATUS
002170         MOVE 16 TO RETURN-CODE
002180         STOP RUN
002190     END-IF.
002200
002210     MOVE RPT-HEADING-1 TO RPT-LINE.
002220     WRITE RPT-LINE.
002230     MOVE RPT-HEADING-2 TO RPT-LINE.
002240     WRITE RPT-LINE.
002250
002260     PERFORM 2100-READ-TRAN
002270         THRU 2100-EXIT.
002280 1000-EXIT.
002290     EXIT.
002300
002310*================================================================
002320 2000-PROCESS-TRAN.
002330*================================================================
002340     PERFORM 2200-APPLY-TRAN
002350         THRU 2200-EXIT.
002360
002370     PERFORM 2100-READ-TRAN
002380         THRU 2100-EXIT.
002390 2000-EXIT.
002400     EXIT.
002410
002420*================================================================
002430 2100-READ-TRAN.
002440*================================================================
002450     READ FAGTTRN
002460         AT END
002470             SET WS-TRAN-EOF TO TRUE
002480     END-READ.
002490 2100-EXIT.
002500     EXIT.
002510
002520*================================================================
002530 2200-APPLY-TRAN.
002540*================================================================
002550*    VET THE CARD, FETCH THE MASTER'S CURRENT IMAGE FOR THE ID,
002560*    AND HAND OFF TO THE ACTION PARAGRAPH.  EVERY CARD - GOOD OR
002570*    BAD - GETS ITS AUDIT LINES BEFORE THE NEXT ONE IS READ.
002580*----------------------------------------------------------------
002590     MOVE 'N'    TO WS-REJECT-SWITCH.
002600     MOVE 'N'    TO WS-ENTRY-READ-SWITCH.
002610     MOVE SPACES TO WS-REJECT-REASON.
002620
002630     IF AGTT-AGENT-ID = SPACES
002640         SET WS-TRAN-REJECTED TO TRUE
002650         MOVE 'KEY MISSING' TO WS-REJECT-REASON
002660         GO TO 2200-AUDIT
002670     END-IF.
002680
002690     IF NOT AGTT-ACTION-ADD
002700        AND NOT AGTT-ACTION-CHANGE
002710        AND NOT AGTT-ACTION-DEACT
002720        AND NOT AGTT-ACTION-REACT
002730         SET WS-TRAN-REJECTED TO TRUE
002740         MOVE 'BAD ACTION' TO WS-REJECT-REASON
002750         GO TO 2200-AUDIT
002760     END-IF.
002770
002780     MOVE AGTT-AGENT-ID TO AM-AGENT-ID.
002790     READ AGENT-MASTER
002800         INVALID KEY
002810             CONTINUE
002820         NOT INVALID KEY
002830             SET WS-ENTRY-ON-FILE TO TRUE
002840             MOVE AM-NAME        TO WS-BEF-NAME
002850             MOVE AM-TEAM        TO WS-BEF-TEAM
002860             MOVE AM-SHIFT-START TO WS-BEF-SHIFT-START
002870             MOVE AM-SHIFT-END   TO WS-BEF-SHIFT-END
002880             MOVE AM-ACTIVE      TO WS-BEF-ACTIVE
002890     END-READ.
002900
002910     EVALUATE TRUE
002920         WHEN AGTT-ACTION-ADD
002930             PERFORM 2300-APPLY-ADD
002940                 THRU 2300-EXIT
002950         WHEN AGTT-ACTION-CHANGE
002960             PERFORM 2400-APPLY-CHANGE
002970                 THRU 2400-EXIT
002980         WHEN AGTT-ACTION-DEACT
002990             PERFORM 2500-APPLY-DEACTIVATE
003000                 THRU 2500-EXIT
003010         WHEN AGTT-ACTION-REACT
003020             PERFORM 2600-APPLY-REACTIVATE
003030                 THRU 2600-EXIT
003040     END-EVALUATE.
003050
003060 2200-AUDIT.
003070     PERFORM 2700-WRITE-AUDIT
003080         THRU 2700-EXIT.
003090 2200-EXIT.
003100     EXIT.
003110
003120*================================================================
003130 2300-APPLY-ADD.
003140*================================================================
003150     IF WS-ENTRY-ON-FILE
003160         SET WS-TRAN-REJECTED TO TRUE
003170         MOVE 'KEY EXISTS' TO WS-REJECT-REASON
003180         GO TO 2300-EXIT
003190     END-IF.
003200
003210     IF AGTT-NAME = SPACES
003220         SET WS-TRAN-REJECTED TO TRUE
003230         MOVE 'NAME MISSING' TO WS-REJECT-REASON
003240         GO TO 2300-EXIT
003250     END-IF.
003260
003270     IF AGTT-TEAM = SPACES
003280         SET WS-TRAN-REJECTED TO TRUE
003290         MOVE 'TEAM MISSING' TO WS-REJECT-REASON
003300         GO TO 2300-EXIT
003310     END-IF.
003320
003330     IF AGTT-SHIFT-START NOT NUMERIC
003340        OR AGTT-SHIFT-END NOT NUMERIC
003350         SET WS-TRAN-REJECTED TO TRUE
003360         MOVE 'BAD SHIFT TIME' TO WS-REJECT-REASON
003370         GO TO 2300-EXIT
003380     END-IF.
003390
003400     MOVE AGTT-SHIFT-START-N TO WS-TIME-CHECK.
003410     PERFORM 2800-VALIDATE-TIME
003420         THRU 2800-EXIT.
003430     IF NOT WS-TIME-VALID
003440         SET WS-TRAN-REJECTED TO TRUE
003450         MOVE 'BAD SHIFT TIME' TO WS-REJECT-REASON
003460         GO TO 2300-EXIT
003470     END-IF.
003480
003490     MOVE AGTT-SHIFT-END-N TO WS-TIME-CHECK.
003500     PERFORM 2800-VALIDATE-TIME
003510         THRU 2800-EXIT.
003520     IF NOT WS-TIME-VALID
003530         SET WS-TRAN-REJECTED TO TRUE
003540         MOVE 'BAD SHIFT TIME' TO WS-REJECT-REASON
003550         GO TO 2300-EXIT
003560     END-IF.
003570
003580     MOVE AGTT-AGENT-ID      TO AM-AGENT-ID.
003590     MOVE AGTT-NAME          TO AM-NAME.
003600     MOVE AGTT-TEAM          TO AM-TEAM.
003610     MOVE AGTT-SHIFT-START-N TO AM-SHIFT-START.
003620     MOVE AGTT-SHIFT-END-N   TO AM-SHIFT-END.
003630     SET AM-ACTIVE-YES TO TRUE.
003640
003650     WRITE AGENT-MASTER-RECORD
003660         INVALID KEY
003670             SET WS-TRAN-REJECTED TO TRUE
003680             MOVE 'WRITE FAILED' TO WS-REJECT-REASON
003690     END-WRITE.
003700 2300-EXIT.
003710     EXIT.
003720
003730*================================================================
003740 2400-APPLY-CHANGE.
003750*================================================================
003760*    A BLANK CARD FIELD LEAVES THE MASTER VALUE AS IT STANDS; A
003770*    SUPPLIED SHIFT TIME MUST PASS THE SAME EDIT AS AN ADD.  THE
003780*    ACTIVE FLAG IS NOT CHANGED HERE - THAT IS WHAT THE
003790*    DEACTIVATE AND REACTIVATE ACTIONS ARE FOR.
003800*----------------------------------------------------------------
003810     IF NOT WS-ENTRY-ON-FILE
003820         SET WS-TRAN-REJECTED TO TRUE
003830         MOVE 'KEY NOT FOUND' TO WS-REJECT-REASON
003840         GO TO 2400-EXIT
003850     END-IF.
003860
003870     IF AGTT-SHIFT-START NOT = SPACES
003880         IF AGTT-SHIFT-START NOT NUMERIC
003890             SET WS-TRAN-REJECTED TO TRUE
003900             MOVE 'BAD SHIFT TIME' TO WS-REJECT-REASON
003910             GO TO 2400-EXIT
003920         END-IF
003930         MOVE AGTT-SHIFT-START-N TO WS-TIME-CHECK
003940         PERFORM 2800-VALIDATE-TIME
003950             THRU 2800-EXIT
003960         IF NOT WS-TIME-VALID
003970             SET WS-TRAN-REJECTED TO TRUE
003980             MOVE 'BAD SHIFT TIME' TO WS-REJECT-REASON
003990             GO TO 2400-EXIT
004000         END-IF
004010     END-IF.
004020
004030     IF AGTT-SHIFT-END NOT = SPACES
004040         IF AGTT-SHIFT-END NOT NUMERIC
004050             SET WS-TRAN-REJECTED TO TRUE
004060             MOVE 'BAD SHIFT TIME' TO WS-REJECT-REASON
004070             GO TO 2400-EXIT
004080         END-IF
004090         MOVE AGTT-SHIFT-END-N TO WS-TIME-CHECK
004100         PERFORM 2800-VALIDATE-TIME
004110             THRU 2800-EXIT
004120         IF NOT WS-TIME-VALID
004130             SET WS-TRAN-REJECTED TO TRUE
004140             MOVE 'BAD SHIFT TIME' TO WS-REJECT-REASON
004150             GO TO 2400-EXIT
004160         END-IF
004170     END-IF.
004180
004190     IF AGTT-NAME NOT = SPACES
004200         MOVE AGTT-NAME TO AM-NAME
004210     END-IF.
004220     IF AGTT-TEAM NOT = SPACES
004230         MOVE AGTT-TEAM TO AM-TEAM
004240     END-IF.
004250     IF AGTT-SHIFT-START NOT = SPACES
004260         MOVE AGTT-SHIFT-START-N TO AM-SHIFT-START
004270     END-IF.
004280     IF AGTT-SHIFT-END NOT = SPACES
004290         MOVE AGTT-SHIFT-END-N TO AM-SHIFT-END
004300     END-IF.
004310
004320     REWRITE AGENT-MASTER-RECORD
004330         INVALID KEY
004340             SET WS-TRAN-REJECTED TO TRUE
004350             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
004360     END-REWRITE.
004370 2400-EXIT.
004380     EXIT.
004390
004400*================================================================
004410 2500-APPLY-DEACTIVATE.
004420*================================================================
004430     IF NOT WS-ENTRY-ON-FILE
004440         SET WS-TRAN-REJECTED TO TRUE
004450         MOVE 'KEY NOT FOUND' TO WS-REJECT-REASON
004460         GO TO 2500-EXIT
004470     END-IF.
004480
004490     IF AM-DEACTIVATED
004500         SET WS-TRAN-REJECTED TO TRUE
004510         MOVE 'ALREADY INACTIVE' TO WS-REJECT-REASON
004520         GO TO 2500-EXIT
004530     END-IF.
004540
004550     SET AM-DEACTIVATED TO TRUE.
004560     REWRITE AGENT-MASTER-RECORD
004570         INVALID KEY
004580             SET WS-TRAN-REJECTED TO TRUE
004590             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
004600     END-REWRITE.
004610 2500-EXIT.
004620     EXIT.
004630
004640*================================================================
004650 2600-APPLY-REACTIVATE.
004660*================================================================
004670     IF NOT WS-ENTRY-ON-FILE
004680         SET WS-TRAN-REJECTED TO TRUE
004690         MOVE 'KEY NOT FOUND' TO WS-REJECT-REASON
004700         GO TO 2600-EXIT
004710     END-IF.
004720
004730     IF AM-ACTIVE-YES
004740         SET WS-TRAN-REJECTED TO TRUE
004750         MOVE 'ALREADY ACTIVE' TO WS-REJECT-REASON
004760         GO TO 2600-EXIT
004770     END-IF.
004780
004790     SET AM-ACTIVE-YES TO TRUE.
004800     REWRITE AGENT-MASTER-RECORD
004810         INVALID KEY
004820             SET WS-TRAN-REJECTED TO TRUE
004830             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
004840     END-REWRITE.
004850 2600-EXIT.
004860     EXIT.
004870
004880*================================================================
004890 2700-WRITE-AUDIT.
004900*================================================================
004910*    ONE DISPOSITION LINE PER CARD, WITH A BEFORE IMAGE WHEN THE
004920*    ID WAS ON FILE AND AN AFTER IMAGE WHEN THE ACTION LEFT A
004930*    CHANGED ENTRY BEHIND.
004940*----------------------------------------------------------------
004950     MOVE AGTT-ACTION       TO RPT-DET-ACTION.
004960     MOVE AGTT-AGENT-ID     TO RPT-DET-AGENT-ID.
004970     IF WS-TRAN-REJECTED
004980         ADD 1 TO WS-CNT-REJECTED
004990         MOVE 'REJECTED' TO RPT-DET-DISPOSITION
005000     ELSE
005010         ADD 1 TO WS-CNT-APPLIED
005020         MOVE 'APPLIED'  TO RPT-DET-DISPOSITION
005030     END-IF.
005040     MOVE WS-REJECT-REASON  TO RPT-DET-REASON.
005050     MOVE RPT-DETAIL-LINE   TO RPT-LINE.
005060     WRITE RPT-LINE.
005070
005080     IF WS-ENTRY-ON-FILE
005090         MOVE 'BEFORE'           TO RPT-IMG-LABEL
005100         MOVE WS-BEF-NAME        TO RPT-IMG-NAME
005110         MOVE WS-BEF-TEAM        TO RPT-IMG-TEAM
005120         MOVE WS-BEF-SHIFT-START TO RPT-IMG-SHIFT-START
005130         MOVE WS-BEF-SHIFT-END   TO RPT-IMG-SHIFT-END
005140         MOVE WS-BEF-ACTIVE      TO RPT-IMG-ACTIVE
005150         MOVE RPT-IMAGE-LINE     TO RPT-LINE
005160         WRITE RPT-LINE
005170     END-IF.
005180
005190     IF NOT WS-TRAN-REJECTED
005200         MOVE 'AFTER'            TO RPT-IMG-LABEL
005210         MOVE AM-NAME            TO RPT-IMG-NAME
005220         MOVE AM-TEAM            TO RPT-IMG-TEAM
005230         MOVE AM-SHIFT-START     TO RPT-IMG-SHIFT-START
005240         MOVE AM-SHIFT-END       TO RPT-IMG-SHIFT-END
005250         MOVE AM-ACTIVE          TO RPT-IMG-ACTIVE
005260         MOVE RPT-IMAGE-LINE     TO RPT-LINE
005270         WRITE RPT-LINE
005280     END-IF.
005290 2700-EXIT.
005300     EXIT.
005310
005320*================================================================
005330 2800-VALIDATE-TIME.
005340*================================================================
005350     MOVE 'N' TO WS-TIME-SWITCH.
005360     IF WS-TIME-HH <= 23
005370        AND WS-TIME-MM <= 59
005380        AND WS-TIME-SS <= 59
005390         SET WS-TIME-VALID TO TRUE
005400     END-IF.
005410 2800-EXIT.
005420     EXIT.
005430
005440*================================================================
005450 9000-TERMINATE.
005460*================================================================
005470     MOVE WS-CNT-APPLIED   TO RPT-TOT-APPLIED.
005480     MOVE RPT-APPLIED-LINE TO RPT-LINE.
005490     WRITE RPT-LINE.
005500
005510     MOVE WS-CNT-REJECTED   TO RPT-TOT-REJECTED.
005520     MOVE RPT-REJECTED-LINE TO RPT-LINE.
005530     WRITE RPT-LINE.
005540
005550     CLOSE FAGTTRN.
005560     CLOSE AGENT-MASTER.
005570     CLOSE FAGTRPT.
005580 9000-EXIT.
005590     EXIT.
