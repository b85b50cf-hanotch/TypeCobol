000010*================================================================
000020 IDENTIFICATION DIVISION.
000030*================================================================
000040 PROGRAM-ID.    FAPRATE.
000050 AUTHOR.        J D HARTLEY.
000060 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000070 DATE-WRITTEN.  2026-09-07.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100*  MODIFICATION HISTORY
000110*  DATE       INIT  DESCRIPTION
000120*  ---------- ----  ------------------------------------------
000130*  2026-09-07 JDH   ORIGINAL PROGRAM.  CALL RATING STEP, RUN
000140*                   AFTER FAPBILL IN THE NIGHTLY STREAM.  BILLING
000150*                   HAS BEEN PRICING OUR RAW FBILLTRN CALLS WITH
000160*                   ITS OWN HARD-CODED FIGURES; THE PRICES NOW
000170*                   LIVE HERE, ON THE FTARIFF FILE (SEE CTARIFF)
000180*                   THAT TRFMAINT MAINTAINS.  EACH FBILLTRN
000190*                   TRANSACTION IS PRICED ON ITS CONTRACT'S OWN
000200*                   TARIFF ROW, OR ON THE '*DEFAULT*' ROW WHEN
000210*                   THE CONTRACT HAS NONE: THE PER-CALL CHARGE
000220*                   PLUS THE DURATION, ROUNDED UP TO WHOLE
000230*                   MINUTES, AT THE PEAK OR OFF-PEAK RATE PICKED
000240*                   BY THE CALL START TIME.  EVERY PRICED CALL
000250*                   GOES TO FRATED (SEE CRATED) FOR THE BILLING
000260*                   SYSTEM, UNDER A CCTLREC HEADER/TRAILER PAIR
000270*                   OF ITS OWN (TRAILER SIDE COUNTS: A=BILLING
000280*                   RECORDS READ, B=RECORDS NOT RATED, C=TOTAL
000290*                   CHARGE IN HUNDREDTHS).  FRATERPT SUMMARIZES
000300*                   THE CHARGES BY CONTRACT.  JOINED TO FRUNCTL
000310*                   THE FAPBILL WAY - THE RUN REFUSES TO START
000320*                   UNTIL TONIGHT'S FAPBILL END IS CLEAN OR ITS
000330*                   OWN END IS ALREADY CLEAN, UNLESS FORCED, AND
000340*                   THE PARM CARRIES THE OPTIONAL RUN DATE IN
000350*                   7-14.  A TARIFF FILE WITHOUT A DEFAULT ROW
000360*                   STOPS THE RUN BEFORE ANYTHING IS PRICED.
000370*================================================================
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT  FBILLTRN        ASSIGN TO UT-S-FBILLTRN
000460             FILE STATUS IS WS-FBILLTRN-STATUS.
000470
000480     SELECT  TARIFF-FILE     ASSIGN TO UT-S-FTARIFF
000490             ORGANIZATION IS INDEXED
000500             ACCESS MODE IS RANDOM
000510             RECORD KEY IS TRF-CONTRACT-NO
000520             FILE STATUS IS WS-FTARIFF-STATUS.
000530
000540     SELECT  FRATED          ASSIGN TO UT-S-FRATED
000550             FILE STATUS IS WS-FRATED-STATUS.
000560
000570     SELECT  FRATERPT        ASSIGN TO UT-S-FRATERPT
000580             FILE STATUS IS WS-FRATERPT-STATUS.
000590
000600     SELECT  SORT-FILE   ASSIGN TO UT-S-SORTWK01.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  FBILLTRN
000650     BLOCK 0 RECORDS
000660     LABEL RECORD STANDARD
000670     RECORDING MODE F.
000680     COPY CBILLTRN.
000690
000700 FD  TARIFF-FILE
000710     LABEL RECORD STANDARD.
000720     COPY CTARIFF.
000730
000740 FD  FRATED
000750     BLOCK 0 RECORDS
000760     LABEL RECORD STANDARD
000770     RECORDING MODE F.
000780     COPY CRATED.
000790
000800 FD  FRATERPT
000810     BLOCK 0 RECORDS
000820     LABEL RECORD STANDARD
000830     RECORDING MODE F.
000840 01  RPT-LINE                  PIC X(80).
000850
000860*----------------------------------------------------------------
000870*    ONE SORT RECORD PER PRICED CALL, RELEASED AS IT IS RATED
000880*    AND RETURNED IN CONTRACT ORDER FOR THE SUMMARY.
000890*----------------------------------------------------------------
000900 SD  SORT-FILE.
000910 01  SRT-RATED.
000920     05  SRT-CONTRACT-NO          PIC X(10).
000930     05  SRT-TARIFF-KEY           PIC X(10).
000940     05  SRT-BAND                 PIC X(01).
000950         88  SRT-BAND-PEAK                VALUE 'P'.
000960     05  SRT-MINUTES              PIC 9(05).
000970     05  SRT-TOTAL-CHARGE         PIC 9(07)V99.
000980
000990 WORKING-STORAGE SECTION.
001000*----------------------------------------------------------------
001010*    FILE STATUS AND END-OF-FILE SWITCHES
001020*----------------------------------------------------------------
001030 01  WS-FBILLTRN-STATUS        PIC X(02).
001040     88  WS-FBILLTRN-OK                  VALUE '00'.
001050
001060 01  WS-FTARIFF-STATUS         PIC X(02).
001070     88  WS-FTARIFF-OK                   VALUE '00'.
001080     88  WS-FTARIFF-NOTFOUND             VALUE '23'.
001090
001100 01  WS-FRATED-STATUS          PIC X(02).
001110     88  WS-FRATED-OK                    VALUE '00'.
001120
001130 01  WS-FRATERPT-STATUS        PIC X(02).
001140     88  WS-FRATERPT-OK                  VALUE '00'.
001150
001160 01  WS-SWITCHES.
001170     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
001180         88  WS-EOF                      VALUE 'Y'.
001190     05  WS-SORT-EOF-SWITCH    PIC X(01) VALUE 'N'.
001200         88  WS-SORT-EOF                 VALUE 'Y'.
001210     05  WS-DEFAULT-SWITCH     PIC X(01) VALUE 'N'.
001220         88  WS-DEFAULT-APPLIED          VALUE 'Y'.
001230     05  WS-PEAK-SWITCH        PIC X(01) VALUE 'N'.
001240         88  WS-PEAK-CALL                VALUE 'Y'.
001250
001260*----------------------------------------------------------------
001270*    HEADER/TRAILER CONTROL RECORD - USED TO RECOGNIZE THE
001280*    CONTROL RECORDS FAPBILL WRITES ON FBILLTRN AND TO BUILD THE
001290*    PAIR THIS PROGRAM WRITES ON FRATED.
001300*----------------------------------------------------------------
001310 COPY CCTLREC.
001320
001330*----------------------------------------------------------------
001340*    RUN-CONTROL HANDSHAKE FIELDS FOR THE RUNCTL1 SUBPROGRAM
001350*    AND THE OPERATOR PARM - FORCE OVERRIDE IN 1-5, A SPACE,
001360*    THEN AN OPTIONAL RUN DATE IN 7-14 (BLANK MEANS TODAY).
001370*----------------------------------------------------------------
001380 01  WS-CMD-PARM.
001390     05  WS-OVERRIDE-PARM      PIC X(05) VALUE SPACES.
001400         88  WS-OVERRIDE-FORCE           VALUE 'FORCE'.
001410     05  FILLER                PIC X(01) VALUE SPACES.
001420     05  WS-RUN-DATE-PARM      PIC X(08) VALUE SPACES.
001430     05  WS-RUN-DATE-PARM-N REDEFINES WS-RUN-DATE-PARM
001440                               PIC 9(08).
001450
001460 01  WS-RUNCTL-FIELDS.
001470     05  WS-RUNCTL-FUNCTION    PIC X(05).
001480     05  WS-RUNCTL-PROGRAM     PIC X(08) VALUE 'FAPRATE'.
001490     05  WS-RUNCTL-UPSTREAM    PIC X(08) VALUE 'FAPBILL'.
001500     05  WS-RUNCTL-END-CODE    PIC X(02) VALUE '00'.
001510     05  WS-RUNCTL-RESULT      PIC X(02) VALUE SPACES.
001520
001530 01  WS-CURRENT-DATE           PIC 9(08).
001540
001550*----------------------------------------------------------------
001560*    THE DEFAULT TARIFF ROW, READ ONCE AT INITIALIZE AND MOVED
001570*    INTO THE TARIFF RECORD AREA WHENEVER A CONTRACT HAS NO ROW
001580*    OF ITS OWN.
001590*----------------------------------------------------------------
001600 01  WS-DEFAULT-KEY            PIC X(10) VALUE '*DEFAULT*'.
001610 01  WS-DEFAULT-TARIFF         PIC X(50).
001620
001630*----------------------------------------------------------------
001640*    RATING WORK FIELDS
001650*----------------------------------------------------------------
001660 01  WS-RATE-WORK.
001670     05  WS-MINUTES            PIC 9(05).
001680     05  WS-SECONDS-LEFT       PIC 9(02).
001690     05  WS-MINUTE-RATE        PIC 9(03)V9(04).
001700     05  WS-USAGE-CHARGE       PIC 9(07)V99.
001710     05  WS-TOTAL-CHARGE       PIC 9(07)V99.
001720
001730*----------------------------------------------------------------
001740*    RATING SUMMARY COUNTERS AND MONEY TOTALS
001750*----------------------------------------------------------------
001760 01  WS-RATE-COUNTS.
001770     05  WS-CNT-READ           PIC 9(07) COMP-3 VALUE ZERO.
001780     05  WS-CNT-RATED          PIC 9(07) COMP-3 VALUE ZERO.
001790     05  WS-CNT-OWN-TARIFF     PIC 9(07) COMP-3 VALUE ZERO.
001800     05  WS-CNT-DEFAULT        PIC 9(07) COMP-3 VALUE ZERO.
001810     05  WS-CNT-PEAK           PIC 9(07) COMP-3 VALUE ZERO.
001820     05  WS-CNT-OFFPEAK        PIC 9(07) COMP-3 VALUE ZERO.
001830     05  WS-CNT-BAD-INPUT      PIC 9(07) COMP-3 VALUE ZERO.
001840     05  WS-CNT-OVERFLOW       PIC 9(07) COMP-3 VALUE ZERO.
001850
001860 01  WS-TOT-CHARGE             PIC 9(09)V99 COMP-3 VALUE ZERO.
001870 01  WS-TOT-MINUTES            PIC 9(09)    COMP-3 VALUE ZERO.
001880
001890*----------------------------------------------------------------
001900*    CONTRACT CONTROL-BREAK FIELDS FOR THE SUMMARY
001910*----------------------------------------------------------------
001920 01  WS-BREAK-FIELDS.
001930     05  WS-BRK-CONTRACT       PIC X(10) VALUE SPACES.
001940     05  WS-BRK-TARIFF-KEY     PIC X(10) VALUE SPACES.
001950     05  WS-BRK-CALLS          PIC 9(07) COMP-3 VALUE ZERO.
001960     05  WS-BRK-PEAK           PIC 9(07) COMP-3 VALUE ZERO.
001970     05  WS-BRK-MINUTES        PIC 9(09) COMP-3 VALUE ZERO.
001980     05  WS-BRK-CHARGE         PIC 9(09)V99 COMP-3 VALUE ZERO.
001990
002000*----------------------------------------------------------------
002010*    CHARGE SUMMARY REPORT LINE LAYOUTS
002020*----------------------------------------------------------------
002030 01  RPT-HEADING-1.
002040     05  FILLER                PIC X(80) VALUE
002050         'FAPRATE - RATED CALL CHARGE SUMMARY BY CONTRACT'.
002060
002070 01  RPT-HEADING-2.
002080     05  FILLER                PIC X(40) VALUE
002090         'CONTRACT    TARIFF      CALLS     PEAK  '.
002100     05  FILLER                PIC X(40) VALUE
002110         '   MINUTES          CHARGE'.
002120
002130 01  RPT-CONTRACT-LINE.
002140     05  RPT-CTR-CONTRACT      PIC X(10).
002150     05  FILLER                PIC X(02) VALUE SPACES.
002160     05  RPT-CTR-TARIFF        PIC X(08).
002170     05  FILLER                PIC X(02) VALUE SPACES.
002180     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
002190                         BY RPT-CTR-CALLS.
002200     05  FILLER                PIC X(02) VALUE SPACES.
002210     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
002220                         BY RPT-CTR-PEAK.
002230     05  FILLER                PIC X(02) VALUE SPACES.
002240     05  RPT-CTR-MINUTES       PIC ZZ.ZZZ.ZZ9.
002250     05  FILLER                PIC X(02) VALUE SPACES.
002260     05  RPT-CTR-CHARGE        PIC ZZZ.ZZZ.ZZ9,99.
002270     05  FILLER                PIC X(14) VALUE SPACES.
002280
002290 01  RPT-SUMMARY-LINE.
002300     05  RPT-SUM-LABEL         PIC X(26).
002310     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
002320                         BY RPT-SUM-COUNT.
002330     05  FILLER                PIC X(47) VALUE SPACES.
002340
002350 01  RPT-MONEY-LINE.
002360     05  RPT-MNY-LABEL         PIC X(26).
002370     05  RPT-MNY-AMOUNT        PIC ZZZ.ZZZ.ZZ9,99.
002380     05  FILLER                PIC X(40) VALUE SPACES.
002390
002400 PROCEDURE DIVISION.
002410*================================================================
002420 0000-MAINLINE.
002430*================================================================
002440     PERFORM 1000-INITIALIZE
002450         THRU 1000-EXIT.
002460
002470     SORT SORT-FILE
002480         ON ASCENDING KEY SRT-CONTRACT-NO
002490         INPUT PROCEDURE IS 2000-RATE-BILLING
002500                         THRU 2000-EXIT
002510         OUTPUT PROCEDURE IS 8000-PRINT-SUMMARY
002520                         THRU 8000-EXIT.
002530
002540     PERFORM 9000-TERMINATE
002550         THRU 9000-EXIT.
002560
002570     GOBACK.
002580
002590*================================================================
002600 1000-INITIALIZE.
002610*================================================================
002620     ACCEPT WS-CMD-PARM FROM COMMAND-LINE.
002630     IF WS-RUN-DATE-PARM = SPACES
002640         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002650     ELSE
002660         IF WS-RUN-DATE-PARM NOT NUMERIC
002670             DISPLAY 'FAPRATE - RUN DATE PARM NOT NUMERIC: '
002680                 WS-RUN-DATE-PARM
002690             MOVE 16 TO RETURN-CODE
002700             STOP RUN
002710         END-IF
002720         MOVE WS-RUN-DATE-PARM-N TO WS-CURRENT-DATE
002730     END-IF.
002740
002750     MOVE 'CHECK' TO WS-RUNCTL-FUNCTION.
002760     CALL 'RUNCTL1' USING WS-RUNCTL-FUNCTION
002770                          WS-RUNCTL-UPSTREAM
002780                          WS-CURRENT-DATE
002790                          WS-RUNCTL-END-CODE
002800                          WS-RUNCTL-RESULT.
002810     IF WS-RUNCTL-RESULT NOT = 'EN'
002820        AND NOT WS-OVERRIDE-FORCE
002830         DISPLAY 'FAPRATE - RUN-CONTROL SHOWS NO CLEAN '
002840         DISPLAY '  FAPBILL END FOR ' WS-CURRENT-DATE
002850         DISPLAY '  (STATE ' WS-RUNCTL-RESULT ') - NOT '
002860         DISPLAY '  PRICING A PARTIAL FBILLTRN.  CODE THE '
002870         DISPLAY '  FORCE PARM TO OVERRIDE DELIBERATELY.'
002880         MOVE 16 TO RETURN-CODE
002890         STOP RUN
002900     END-IF.
002910
002920     MOVE 'CHECK' TO WS-RUNCTL-FUNCTION.
002930     CALL 'RUNCTL1' USING WS-RUNCTL-FUNCTION
002940                          WS-RUNCTL-PROGRAM
002950                          WS-CURRENT-DATE
002960                          WS-RUNCTL-END-CODE
002970                          WS-RUNCTL-RESULT.
002980     IF WS-RUNCTL-RESULT = 'EN'
002990        AND NOT WS-OVERRIDE-FORCE
003000         DISPLAY 'FAPRATE - RUN-CONTROL SHOWS A CLEAN END FOR '
003010         DISPLAY '  ' WS-CURRENT-DATE ' - TONIGHT IS ALREADY '
003020         DISPLAY '  RATED.  CODE THE FORCE PARM TO RERUN '
003030         DISPLAY '  IT DELIBERATELY.'
003040         MOVE 16 TO RETURN-CODE
003050         STOP RUN
003060     END-IF.
003070
003080     MOVE 'START' TO WS-RUNCTL-FUNCTION.
003090     CALL 'RUNCTL1' USING WS-RUNCTL-FUNCTION
003100                          WS-RUNCTL-PROGRAM
003110                          WS-CURRENT-DATE
003120                          WS-RUNCTL-END-CODE
003130                          WS-RUNCTL-RESULT.
003140
003150     OPEN INPUT  FBILLTRN.
003160     IF NOT WS-FBILLTRN-OK
003170         DISPLAY 'FAPRATE - CANNOT OPEN FBILLTRN, STATUS = '
003180             WS-FBILLTRN-STATUS
003190         MOVE 16 TO RETURN-CODE
003200         STOP RUN
003210     END-IF.
003220
003230     OPEN INPUT  TARIFF-FILE.
003240     IF NOT WS-FTARIFF-OK
003250         DISPLAY 'FAPRATE - CANNOT OPEN FTARIFF, STATUS = '
003260             WS-FTARIFF-STATUS
003270         MOVE 16 TO RETURN-CODE
003280         STOP RUN
003290     END-IF.
003300
003310*    EVERY CONTRACT WITHOUT TERMS OF ITS OWN IS PRICED ON THE
003320*    DEFAULT ROW, SO A FILE WITHOUT ONE CANNOT BE RUN AGAINST.
003330     MOVE WS-DEFAULT-KEY TO TRF-CONTRACT-NO.
003340     READ TARIFF-FILE
003350         INVALID KEY
003360             DISPLAY 'FAPRATE - NO ' WS-DEFAULT-KEY
003370                 ' ROW ON FTARIFF - ADD ONE WITH TRFMAINT'
003380             MOVE 16 TO RETURN-CODE
003390             STOP RUN
003400     END-READ.
003410     MOVE TARIFF-RECORD TO WS-DEFAULT-TARIFF.
003420
003430     OPEN OUTPUT FRATED.
003440     IF NOT WS-FRATED-OK
003450         DISPLAY 'FAPRATE - CANNOT OPEN FRATED, STATUS = '
003460             WS-FRATED-STATUS
003470         MOVE 16 TO RETURN-CODE
003480         STOP RUN
003490     END-IF.
003500
003510     OPEN OUTPUT FRATERPT.
003520     IF NOT WS-FRATERPT-OK
003530         DISPLAY 'FAPRATE - CANNOT OPEN FRATERPT, STATUS = '
003540             WS-FRATERPT-STATUS
003550         MOVE 16 TO RETURN-CODE
003560         STOP RUN
003570     END-IF.
003580
003590     PERFORM 8500-WRITE-RATED-HEADER
003600         THRU 8500-EXIT.
003610 1000-EXIT.
003620     EXIT.
003630
003640*================================================================
003650 2000-RATE-BILLING.
003660*================================================================
003670*    SORT INPUT PROCEDURE - PRICE EVERY BILLING TRANSACTION AND
003680*    RELEASE EACH PRICED CALL FOR THE CONTRACT SUMMARY.
003690*----------------------------------------------------------------
003700     PERFORM 2100-READ-BILLING
003710         THRU 2100-EXIT.
003720
003730     PERFORM 2200-RATE-CALL
003740         THRU 2200-EXIT
003750         UNTIL WS-EOF.
003760 2000-EXIT.
003770     EXIT.
003780
003790*================================================================
003800 2100-READ-BILLING.
003810*================================================================
003820*    FAPBILL'S HEADER/TRAILER CONTROL RECORDS ARE NOT CALLS AND
003830*    CARRY NOTHING TO PRICE.
003840*----------------------------------------------------------------
003850     READ FBILLTRN
003860         AT END
003870             SET WS-EOF TO TRUE
003880             GO TO 2100-EXIT
003890     END-READ.
003900
003910     MOVE BILLING-TRANSACTION (1:8) TO CTL-RECORD-TYPE.
003920     IF CTL-CONTROL-REC
003930         GO TO 2100-READ-BILLING
003940     END-IF.
003950 2100-EXIT.
003960     EXIT.
003970
003980*================================================================
003990 2200-RATE-CALL.
004000*================================================================
004010*    A TRANSACTION WITHOUT A NUMERIC DURATION AND START TIME
004020*    CANNOT BE PRICED AND IS COUNTED, NOT GUESSED AT.  THE
004030*    CONTRACT'S OWN TARIFF ROW IS USED WHEN THERE IS ONE, THE
004040*    DEFAULT ROW OTHERWISE.
004050*----------------------------------------------------------------
004060     ADD 1 TO WS-CNT-READ.
004070
004080     IF BILL-DURATION NOT NUMERIC
004090        OR BILL-START-TIME NOT NUMERIC
004100         ADD 1 TO WS-CNT-BAD-INPUT
004110         GO TO 2200-NEXT
004120     END-IF.
004130
004140     MOVE 'N' TO WS-DEFAULT-SWITCH.
004150     MOVE BILL-CONTRACT-NO TO TRF-CONTRACT-NO.
004160     READ TARIFF-FILE
004170         INVALID KEY
004180             SET WS-DEFAULT-APPLIED TO TRUE
004190             MOVE WS-DEFAULT-TARIFF TO TARIFF-RECORD
004200     END-READ.
004210
004220     PERFORM 2300-SET-BAND
004230         THRU 2300-EXIT.
004240
004250*    BILLED MINUTES ARE THE DURATION IN SECONDS ROUNDED UP -
004260*    ANY PART MINUTE IS A WHOLE ONE.
004270     DIVIDE BILL-DURATION-N BY 60
004280         GIVING WS-MINUTES
004290         REMAINDER WS-SECONDS-LEFT.
004300     IF WS-SECONDS-LEFT > ZERO
004310         ADD 1 TO WS-MINUTES
004320     END-IF.
004330
004340     COMPUTE WS-USAGE-CHARGE ROUNDED =
004350             WS-MINUTES * WS-MINUTE-RATE
004360         ON SIZE ERROR
004370             ADD 1 TO WS-CNT-OVERFLOW
004380             GO TO 2200-NEXT
004390     END-COMPUTE.
004400     COMPUTE WS-TOTAL-CHARGE =
004410             TRF-CALL-CHARGE + WS-USAGE-CHARGE
004420         ON SIZE ERROR
004430             ADD 1 TO WS-CNT-OVERFLOW
004440             GO TO 2200-NEXT
004450     END-COMPUTE.
004460
004470     PERFORM 2400-WRITE-RATED
004480         THRU 2400-EXIT.
004490
004500 2200-NEXT.
004510     PERFORM 2100-READ-BILLING
004520         THRU 2100-EXIT.
004530 2200-EXIT.
004540     EXIT.
004550
004560*================================================================
004570 2300-SET-BAND.
004580*================================================================
004590*    THE PEAK BAND RUNS FROM ITS START (INCLUSIVE) TO ITS END
004600*    (EXCLUSIVE).  A START LATER THAN THE END WRAPS PAST
004610*    MIDNIGHT; EQUAL START AND END MEANS THE ROW HAS NO PEAK
004620*    BAND AND EVERY CALL IS OFF-PEAK.
004630*----------------------------------------------------------------
004640     MOVE 'N' TO WS-PEAK-SWITCH.
004650     EVALUATE TRUE
004660         WHEN TRF-PEAK-START = TRF-PEAK-END
004670             CONTINUE
004680         WHEN TRF-PEAK-START < TRF-PEAK-END
004690             IF BILL-START-TIME-N >= TRF-PEAK-START
004700                AND BILL-START-TIME-N < TRF-PEAK-END
004710                 SET WS-PEAK-CALL TO TRUE
004720             END-IF
004730         WHEN OTHER
004740             IF BILL-START-TIME-N >= TRF-PEAK-START
004750                OR BILL-START-TIME-N < TRF-PEAK-END
004760                 SET WS-PEAK-CALL TO TRUE
004770             END-IF
004780     END-EVALUATE.
004790
004800     IF WS-PEAK-CALL
004810         MOVE TRF-PEAK-RATE    TO WS-MINUTE-RATE
004820     ELSE
004830         MOVE TRF-OFFPEAK-RATE TO WS-MINUTE-RATE
004840     END-IF.
004850 2300-EXIT.
004860     EXIT.
004870
004880*================================================================
004890 2400-WRITE-RATED.
004900*================================================================
004910     MOVE SPACES                TO RATED-CALL-RECORD.
004920     MOVE BILL-APPEL-NUM        TO RTD-APPEL-NUM.
004930     MOVE BILL-APPEL-DATE       TO RTD-APPEL-DATE.
004940     MOVE BILL-MYDATA           TO RTD-MYDATA.
004950     MOVE BILL-CONTRACT-NO      TO RTD-CONTRACT-NO.
004960     MOVE BILL-CONTRACT-STATUS  TO RTD-CONTRACT-STATUS.
004970     MOVE BILL-DURATION-N       TO RTD-DURATION.
004980     MOVE BILL-START-TIME-N     TO RTD-START-TIME.
004990     MOVE TRF-CONTRACT-NO       TO RTD-TARIFF-KEY.
005000     IF WS-PEAK-CALL
005010         SET RTD-BAND-PEAK      TO TRUE
005020     ELSE
005030         SET RTD-BAND-OFFPEAK   TO TRUE
005040     END-IF.
005050     MOVE WS-MINUTES            TO RTD-MINUTES.
005060     MOVE TRF-CALL-CHARGE       TO RTD-CALL-CHARGE.
005070     MOVE WS-MINUTE-RATE        TO RTD-MINUTE-RATE.
005080     MOVE WS-USAGE-CHARGE       TO RTD-USAGE-CHARGE.
005090     MOVE WS-TOTAL-CHARGE       TO RTD-TOTAL-CHARGE.
005100     WRITE RATED-CALL-RECORD.
005110
005120     ADD 1               TO WS-CNT-RATED.
005130     ADD WS-MINUTES      TO WS-TOT-MINUTES.
005140     ADD WS-TOTAL-CHARGE TO WS-TOT-CHARGE.
005150     IF WS-DEFAULT-APPLIED
005160         ADD 1 TO WS-CNT-DEFAULT
005170     ELSE
005180         ADD 1 TO WS-CNT-OWN-TARIFF
005190     END-IF.
005200     IF WS-PEAK-CALL
005210         ADD 1 TO WS-CNT-PEAK
005220     ELSE
005230         ADD 1 TO WS-CNT-OFFPEAK
005240     END-IF.
005250
005260     MOVE BILL-CONTRACT-NO      TO SRT-CONTRACT-NO.
005270     MOVE TRF-CONTRACT-NO       TO SRT-TARIFF-KEY.
005280     MOVE RTD-BAND              TO SRT-BAND.
005290     MOVE WS-MINUTES            TO SRT-MINUTES.
005300     MOVE WS-TOTAL-CHARGE       TO SRT-TOTAL-CHARGE.
005310     RELEASE SRT-RATED.
005320 2400-EXIT.
005330     EXIT.
005340
005350*================================================================
005360 8000-PRINT-SUMMARY.
005370*================================================================
005380*    SORT OUTPUT PROCEDURE - ONE LINE PER CONTRACT IN CONTRACT
005390*    ORDER, A GRAND TOTAL, THEN THE RUN COUNTS.
005400*----------------------------------------------------------------
005410     MOVE RPT-HEADING-1 TO RPT-LINE.
005420     WRITE RPT-LINE.
005430     MOVE RPT-HEADING-2 TO RPT-LINE.
005440     WRITE RPT-LINE.
005450
005460     PERFORM 8100-RETURN-RATED
005470         THRU 8100-EXIT.
005480     IF NOT WS-SORT-EOF
005490         MOVE SRT-CONTRACT-NO TO WS-BRK-CONTRACT
005500         MOVE SRT-TARIFF-KEY  TO WS-BRK-TARIFF-KEY
005510     END-IF.
005520
005530     PERFORM 8200-ACCUMULATE-CONTRACT
005540         THRU 8200-EXIT
005550         UNTIL WS-SORT-EOF.
005560
005570     IF WS-BRK-CALLS > ZERO
005580         PERFORM 8300-PRINT-CONTRACT
005590             THRU 8300-EXIT
005600     END-IF.
005610
005620     MOVE 'TOTAL'         TO RPT-CTR-CONTRACT.
005630     MOVE SPACES          TO RPT-CTR-TARIFF.
005640     MOVE WS-CNT-RATED    TO RPT-CTR-CALLS.
005650     MOVE WS-CNT-PEAK     TO RPT-CTR-PEAK.
005660     MOVE WS-TOT-MINUTES  TO RPT-CTR-MINUTES.
005670     MOVE WS-TOT-CHARGE   TO RPT-CTR-CHARGE.
005680     MOVE RPT-CONTRACT-LINE TO RPT-LINE.
005690     WRITE RPT-LINE.
005700
005710     MOVE SPACES TO RPT-LINE.
005720     WRITE RPT-LINE.
005730
005740     MOVE 'BILLING RECORDS READ    : ' TO RPT-SUM-LABEL.
005750     MOVE WS-CNT-READ                  TO RPT-SUM-COUNT.
005760     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
005770     WRITE RPT-LINE.
005780
005790     MOVE 'CALLS RATED             : ' TO RPT-SUM-LABEL.
005800     MOVE WS-CNT-RATED                 TO RPT-SUM-COUNT.
005810     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
005820     WRITE RPT-LINE.
005830
005840     MOVE 'RATED ON OWN TARIFF     : ' TO RPT-SUM-LABEL.
005850     MOVE WS-CNT-OWN-TARIFF            TO RPT-SUM-COUNT.
005860     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
005870     WRITE RPT-LINE.
005880
005890     MOVE 'RATED ON DEFAULT TARIFF : ' TO RPT-SUM-LABEL.
005900     MOVE WS-CNT-DEFAULT               TO RPT-SUM-COUNT.
005910     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
005920     WRITE RPT-LINE.
005930
005940     MOVE 'PEAK-BAND CALLS         : ' TO RPT-SUM-LABEL.
005950     MOVE WS-CNT-PEAK                  TO RPT-SUM-COUNT.
005960     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
005970     WRITE RPT-LINE.
005980
005990     MOVE 'OFF-PEAK CALLS          : ' TO RPT-SUM-LABEL.
006000     MOVE WS-CNT-OFFPEAK               TO RPT-SUM-COUNT.
006010     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
006020     WRITE RPT-LINE.
006030
006040     MOVE 'NOT RATED - BAD DUR/TIME: ' TO RPT-SUM-LABEL.
006050     MOVE WS-CNT-BAD-INPUT             TO RPT-SUM-COUNT.
006060     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
006070     WRITE RPT-LINE.
006080
006090     MOVE 'NOT RATED - CHARGE SIZE : ' TO RPT-SUM-LABEL.
006100     MOVE WS-CNT-OVERFLOW              TO RPT-SUM-COUNT.
006110     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
006120     WRITE RPT-LINE.
006130
006140     MOVE 'TOTAL CHARGE            : ' TO RPT-MNY-LABEL.
006150     MOVE WS-TOT-CHARGE                TO RPT-MNY-AMOUNT.
006160     MOVE RPT-MONEY-LINE TO RPT-LINE.
006170     WRITE RPT-LINE.
006180 8000-EXIT.
006190     EXIT.
006200
006210*================================================================
006220 8100-RETURN-RATED.
006230*================================================================
006240     RETURN SORT-FILE
006250         AT END
006260             SET WS-SORT-EOF TO TRUE
006270     END-RETURN.
006280 8100-EXIT.
006290     EXIT.
006300
006310*================================================================
006320 8200-ACCUMULATE-CONTRACT.
006330*================================================================
006340*    A CHANGE OF CONTRACT NUMBER PRINTS THE FINISHED CONTRACT'S
006350*    LINE AND STARTS THE NEXT ONE.
006360*----------------------------------------------------------------
006370     IF SRT-CONTRACT-NO NOT = WS-BRK-CONTRACT
006380         PERFORM 8300-PRINT-CONTRACT
006390             THRU 8300-EXIT
006400         MOVE SRT-CONTRACT-NO TO WS-BRK-CONTRACT
006410         MOVE SRT-TARIFF-KEY  TO WS-BRK-TARIFF-KEY
006420     END-IF.
006430
006440     ADD 1                TO WS-BRK-CALLS.
006450     IF SRT-BAND-PEAK
006460         ADD 1            TO WS-BRK-PEAK
006470     END-IF.
006480     ADD SRT-MINUTES      TO WS-BRK-MINUTES.
006490     ADD SRT-TOTAL-CHARGE TO WS-BRK-CHARGE.
006500
006510     PERFORM 8100-RETURN-RATED
006520         THRU 8100-EXIT.
006530 8200-EXIT.
006540     EXIT.
006550
006560*================================================================
006570 8300-PRINT-CONTRACT.
006580*================================================================
006590     MOVE WS-BRK-CONTRACT TO RPT-CTR-CONTRACT.
006600     IF WS-BRK-TARIFF-KEY = WS-DEFAULT-KEY
006610         MOVE 'DEFAULT'   TO RPT-CTR-TARIFF
006620     ELSE
006630         MOVE 'CONTRACT'  TO RPT-CTR-TARIFF
006640     END-IF.
006650     MOVE WS-BRK-CALLS    TO RPT-CTR-CALLS.
006660     MOVE WS-BRK-PEAK     TO RPT-CTR-PEAK.
006670     MOVE WS-BRK-MINUTES  TO RPT-CTR-MINUTES.
006680     MOVE WS-BRK-CHARGE   TO RPT-CTR-CHARGE.
006690     MOVE RPT-CONTRACT-LINE TO RPT-LINE.
006700     WRITE RPT-LINE.
006710
006720     MOVE ZERO TO WS-BRK-CALLS
006730                  WS-BRK-PEAK
006740                  WS-BRK-MINUTES
006750                  WS-BRK-CHARGE.
006760 8300-EXIT.
006770     EXIT.
006780
006790*================================================================
006800 8500-WRITE-RATED-HEADER.
006810*================================================================
006820     MOVE SPACES          TO FIC-CONTROL-RECORD.
006830     SET  CTL-HEADER-REC  TO TRUE.
006840     MOVE 'FRATED'        TO CTL-FILE-ID.
006850     MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
006860     MOVE ZERO            TO CTL-RECORD-COUNT
006870                             CTL-COUNT-A
006880                             CTL-COUNT-B
006890                             CTL-COUNT-C.
006900     WRITE RATED-CALL-RECORD FROM FIC-CONTROL-RECORD.
006910 8500-EXIT.
006920     EXIT.
006930
006940*================================================================
006950 8600-WRITE-RATED-TRAILER.
006960*================================================================
006970*    A IS EVERY BILLING TRANSACTION READ AND B THE ONES THAT
006980*    COULD NOT BE PRICED, SO A = RECORD COUNT + B.  C IS THE
006990*    TOTAL CHARGE IN HUNDREDTHS - A HASH TOTAL THE BILLING
007000*    SYSTEM CAN MATCH; DIGITS BEYOND NINE ARE DROPPED.
007010*----------------------------------------------------------------
007020     MOVE SPACES          TO FIC-CONTROL-RECORD.
007030     SET  CTL-TRAILER-REC TO TRUE.
007040     MOVE 'FRATED'        TO CTL-FILE-ID.
007050     MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
007060     MOVE WS-CNT-RATED    TO CTL-RECORD-COUNT.
007070     MOVE WS-CNT-READ     TO CTL-COUNT-A.
007080     COMPUTE CTL-COUNT-B = WS-CNT-BAD-INPUT + WS-CNT-OVERFLOW.
007090     COMPUTE CTL-COUNT-C = WS-TOT-CHARGE * 100.
007100     WRITE RATED-CALL-RECORD FROM FIC-CONTROL-RECORD.
007110 8600-EXIT.
007120     EXIT.
007130
007140*================================================================
007150 9000-TERMINATE.
007160*================================================================
007170     PERFORM 8600-WRITE-RATED-TRAILER
007180         THRU 8600-EXIT.
007190
007200     CLOSE FBILLTRN.
007210     CLOSE TARIFF-FILE.
007220     CLOSE FRATED.
007230     CLOSE FRATERPT.
007240
007250     MOVE 'END'   TO WS-RUNCTL-FUNCTION.
007260     MOVE '00'    TO WS-RUNCTL-END-CODE.
007270     CALL 'RUNCTL1' USING WS-RUNCTL-FUNCTION
007280                          WS-RUNCTL-PROGRAM
007290                          WS-CURRENT-DATE
007300                          WS-RUNCTL-END-CODE
007310                          WS-RUNCTL-RESULT.
007320 9000-EXIT.
007330     EXIT.
