000010*================================================================
000020 IDENTIFICATION DIVISION.
000030*================================================================
000040 PROGRAM-ID.    FAPDISP.
000050 AUTHOR.        J D HARTLEY.
000060 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000070 DATE-WRITTEN.  2026-09-28.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100*  MODIFICATION HISTORY
000110*  DATE       INIT  DESCRIPTION
000120*  ---------- ----  ------------------------------------------
000130*  2026-09-28 JDH   ORIGINAL PROGRAM.  CUSTOMER DISPUTE AND
000140*                   CREDIT PROCESSING FOR BILLED APPELS.  UNTIL
000150*                   NOW A DISPUTED CALL WAS CREDITED BY HAND IN
000160*                   BILLING WITH NO LINK BACK TO OUR DATA.
000170*                   APPLIES THE NIGHT'S FDSPTRN CARDS (SEE
000180*                   CDSPTRN) TO THE KEYED FDISPUTE FILE (SEE
000190*                   CDISPUTE):
000200*                     OPEN   - THE APPEL MUST BE ON FAPPEL-HIST
000210*                              AND ON THE FBILLTRN HISTORY
000220*                              (FBILLHST - THE FBILLTRN
000230*                              GENERATIONS CONCATENATED), AND
000240*                              THE CONTRACT QUOTED MUST BE THE
000250*                              ONE IT WAS BILLED TO.
000260*                     CREDIT - AN OPEN DISPUTE IS CLOSED AND A
000270*                              REVERSAL OF THE ORIGINAL BILLING
000280*                              TRANSACTION GOES TO THE FCREDIT
000290*                              HAND-OFF (SEE CCREDIT) UNDER ITS
000300*                              OWN CCTLREC PAIR, WHICH FAPBAL
000310*                              PROVES.
000320*                     DENY   - AN OPEN DISPUTE IS CLOSED WITH
000330*                              NO CREDIT.
000340*                   A CLOSED DISPUTE STAYS ON FILE, SO AN APPEL
000350*                   ALREADY CREDITED CAN NEVER BE CREDITED
000360*                   AGAIN.  EVERY CARD IS LISTED ON FDSPRPT
000370*                   WITH ITS OUTCOME, FOLLOWED BY THE OPEN
000380*                   DISPUTES AGED FROM THE DATE THE CUSTOMER
000390*                   RAISED THEM IN 61+ / 31-60 / 0-30 DAY
000400*                   BUCKETS, OLDEST FIRST.
000410*                   RUNS IN THE NIGHT STREAM AFTER FAPHIST (THE
000420*                   CALL MUST BE ARCHIVED) AND BEFORE FAPBAL,
000430*                   EVERY NIGHT - FAPBAL NEEDS FCREDIT EVEN WHEN
000440*                   THERE ARE NO CARDS.  JOINED TO FRUNCTL IN
000450*                   THE FAPRATE MANNER: GATED ON FAPHIST'S CLEAN
000460*                   END, A RERUN OF A CLEAN DATE STOPS UNLESS
000470*                   FORCED.  FCREDIT IS WRITTEN FRESH EACH RUN,
000480*                   SO ON A RERUN A CARD WHOSE EFFECT IS ALREADY
000490*                   ON FILE UNDER TONIGHT'S DATE (AND NOT FROM
000500*                   AN EARLIER CARD OF THIS RUN) IS TAKEN AS
000510*                   APPLIED, AND A CREDIT HAS ITS REVERSAL
000520*                   WRITTEN AGAIN - THE SAME-DATE RULE FAPEDIT
000530*                   USES FOR FAPREG.
000540*                   PARM: FORCE OVERRIDE IN 1-5, A SPACE, THEN
000550*                   AN OPTIONAL RUN DATE IN 7-14.
000560*================================================================
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER. IBM-370.
000600 OBJECT-COMPUTER. IBM-370.
000610 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT  FDSPTRN         ASSIGN TO UT-S-FDSPTRN
000650             FILE STATUS IS WS-FDSPTRN-STATUS.
000660
000670     SELECT  FBILLHST        ASSIGN TO UT-S-FBILLHST
000680             FILE STATUS IS WS-FBILLHST-STATUS.
000690
000700     SELECT  FAPPEL-HIST     ASSIGN TO UT-S-FAPPLHST
000710             ORGANIZATION IS INDEXED
000720             ACCESS MODE IS SEQUENTIAL
000730             RECORD KEY IS HIST-ARCHIVE-KEY
000740             FILE STATUS IS WS-FAPPLHST-STATUS.
000750
000760     SELECT  DISPUTE-FILE    ASSIGN TO UT-S-FDISPUTE
000770             ORGANIZATION IS INDEXED
000780             ACCESS MODE IS DYNAMIC
000790             RECORD KEY IS DSP-APPEL-NUM
000800             FILE STATUS IS WS-FDISPUTE-STATUS.
000810
000820     SELECT  FCREDIT         ASSIGN TO UT-S-FCREDIT
000830             FILE STATUS IS WS-FCREDIT-STATUS.
000840
000850     SELECT  FDSPRPT         ASSIGN TO UT-S-FDSPRPT
000860             FILE STATUS IS WS-FDSPRPT-STATUS.
000870
000880     SELECT  SORT-FILE       ASSIGN TO UT-S-SORTWK01.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  FDSPTRN
000930     BLOCK 0 RECORDS
000940     LABEL RECORD STANDARD
000950     RECORDING MODE F.
000960     COPY CDSPTRN.
000970
000980 FD  FBILLHST
000990     BLOCK 0 RECORDS
001000     LABEL RECORD STANDARD
001010     RECORDING MODE F.
001020     COPY CBILLTRN.
001030
001040 FD  FAPPEL-HIST
001050     LABEL RECORD STANDARD.
001060     COPY CAPPLHST.
001070
001080 FD  DISPUTE-FILE
001090     LABEL RECORD STANDARD.
001100     COPY CDISPUTE.
001110
001120 FD  FCREDIT
001130     BLOCK 0 RECORDS
001140     LABEL RECORD STANDARD
001150     RECORDING MODE F.
001160     COPY CCREDIT.
001170
001180 FD  FDSPRPT
001190     BLOCK 0 RECORDS
001200     LABEL RECORD STANDARD
001210     RECORDING MODE F.
001220 01  RPT-LINE                  PIC X(80).
001230
001240*----------------------------------------------------------------
001250*    ONE SORT RECORD PER OPEN DISPUTE - BUCKET 3 IS 61+ DAYS,
001260*    2 IS 31-60, 1 IS 0-30 - RETURNED OLDEST FIRST.
001270*----------------------------------------------------------------
001280 SD  SORT-FILE.
001290 01  SRT-OPEN-DISPUTE.
001300     05  SRT-BUCKET               PIC 9(01).
001310     05  SRT-AGE-DAYS             PIC 9(05).
001320     05  SRT-APPEL-NUM            PIC X(10).
001330     05  SRT-CONTRACT-NO          PIC X(10).
001340     05  SRT-APPEL-DATE           PIC 9(08).
001350     05  SRT-RAISED-DATE          PIC 9(08).
001360     05  SRT-REASON               PIC X(02).
001370     05  SRT-CUSTOMER-REF         PIC X(12).
001380
001390 WORKING-STORAGE SECTION.
001400*----------------------------------------------------------------
001410*    FILE STATUS AND END-OF-FILE SWITCHES
001420*----------------------------------------------------------------
001430 01  WS-FDSPTRN-STATUS         PIC X(02).
001440     88  WS-FDSPTRN-OK                   VALUE '00'.
001450
001460 01  WS-FBILLHST-STATUS        PIC X(02).
001470     88  WS-FBILLHST-OK                  VALUE '00'.
001480
001490 01  WS-FAPPLHST-STATUS        PIC X(02).
001500     88  WS-FAPPLHST-OK                  VALUE '00'.
001510
001520 01  WS-FDISPUTE-STATUS        PIC X(02).
001530     88  WS-FDISPUTE-OK                  VALUE '00'.
001540     88  WS-FDISPUTE-NO-FILE             VALUE '35'.
001550
001560 01  WS-FCREDIT-STATUS         PIC X(02).
001570     88  WS-FCREDIT-OK                   VALUE '00'.
001580
001590 01  WS-FDSPRPT-STATUS         PIC X(02).
001600     88  WS-FDSPRPT-OK                   VALUE '00'.
001610
001620 01  WS-SWITCHES.
001630     05  WS-TRAN-EOF-SWITCH    PIC X(01) VALUE 'N'.
001640         88  WS-TRAN-EOF                 VALUE 'Y'.
001650     05  WS-BIL-EOF-SWITCH     PIC X(01) VALUE 'N'.
001660         88  WS-BIL-EOF                  VALUE 'Y'.
001670     05  WS-HST-EOF-SWITCH     PIC X(01) VALUE 'N'.
001680         88  WS-HST-EOF                  VALUE 'Y'.
001690     05  WS-DSP-EOF-SWITCH     PIC X(01) VALUE 'N'.
001700         88  WS-DSP-EOF                  VALUE 'Y'.
001710     05  WS-SORT-EOF-SWITCH    PIC X(01) VALUE 'N'.
001720         88  WS-SORT-EOF                 VALUE 'Y'.
001730     05  WS-REJECT-SWITCH      PIC X(01) VALUE 'N'.
001740         88  WS-TRAN-REJECTED            VALUE 'Y'.
001750     05  WS-RERUN-SWITCH       PIC X(01) VALUE 'N'.
001760         88  WS-TRAN-REAPPLIED           VALUE 'Y'.
001770     05  WS-ENTRY-READ-SWITCH  PIC X(01) VALUE 'N'.
001780         88  WS-ENTRY-ON-FILE            VALUE 'Y'.
001790     05  WS-LOOKUP-SWITCH      PIC X(01) VALUE 'N'.
001800         88  WS-LOOKUP-FOUND             VALUE 'Y'.
001810     05  WS-TOUCHED-SWITCH     PIC X(01) VALUE 'N'.
001820         88  WS-TOUCHED-FOUND            VALUE 'Y'.
001830     05  WS-FIRST-BUCKET-SWITCH
001840                               PIC X(01) VALUE 'Y'.
001850         88  WS-FIRST-BUCKET             VALUE 'Y'.
001860
001870*----------------------------------------------------------------
001880*    HEADER/TRAILER CONTROL RECORD
001890*----------------------------------------------------------------
001900 COPY CCTLREC.
001910
001920*----------------------------------------------------------------
001930*    RUN-CONTROL HANDSHAKE FIELDS FOR THE RUNCTL1 SUBPROGRAM
001940*    AND THE OPERATOR PARM - FORCE OVERRIDE IN 1-5, A SPACE,
001950*    THEN AN OPTIONAL RUN DATE IN 7-14 (BLANK MEANS TODAY).
001960*----------------------------------------------------------------
001970 01  WS-CMD-PARM.
001980     05  WS-OVERRIDE-PARM      PIC X(05) VALUE SPACES.
001990         88  WS-OVERRIDE-FORCE           VALUE 'FORCE'.
002000     05  FILLER                PIC X(01) VALUE SPACES.
002010     05  WS-RUN-DATE-PARM      PIC X(08) VALUE SPACES.
002020     05  WS-RUN-DATE-PARM-N REDEFINES WS-RUN-DATE-PARM
002030                               PIC 9(08).
002040
002050 01  WS-RUNCTL-FIELDS.
002060     05  WS-RUNCTL-FUNCTION    PIC X(05).
002070     05  WS-RUNCTL-PROGRAM     PIC X(08) VALUE 'FAPDISP'.
002080     05  WS-RUNCTL-UPSTREAM    PIC X(08) VALUE 'FAPHIST'.
002090     05  WS-RUNCTL-END-CODE    PIC X(02) VALUE '00'.
002100     05  WS-RUNCTL-RESULT      PIC X(02) VALUE SPACES.
002110
002120 01  WS-CURRENT-DATE           PIC 9(08).
002130 01  WS-RUN-INTEGER            PIC S9(09) COMP-3.
002140 01  WS-AGE-DAYS               PIC S9(09) COMP-3.
002150
002160 01  WS-DATE-CHECK             PIC 9(08).
002170 01  WS-DATE-PARTS REDEFINES WS-DATE-CHECK.
002180     05  WS-DATE-YYYY          PIC 9(04).
002190     05  WS-DATE-MM            PIC 9(02).
002200     05  WS-DATE-DD            PIC 9(02).
002210
002220*----------------------------------------------------------------
002230*    APPEL LOOKUP - ONE ENTRY PER APPEL NUMBER ON AN OPEN CARD,
002240*    FILLED IN BY THE FBILLHST AND FAPPEL-HIST SCANS BEFORE ANY
002250*    CARD IS APPLIED.
002260*----------------------------------------------------------------
002270 01  WS-LKP-TABLE.
002280     05  WS-LKP-COUNT          PIC S9(04) COMP VALUE ZERO.
002290     05  WS-LKP-ENTRY OCCURS 2000
002300                      DEPENDING ON WS-LKP-COUNT
002310                      INDEXED   BY WS-LKP-IDX.
002320         10  WS-LKP-APPEL-NUM  PIC X(10).
002330         10  WS-LKP-BILLED-SW  PIC X(01).
002340             88  WS-LKP-BILLED           VALUE 'Y'.
002350         10  WS-LKP-BILL-CONTRACT
002360                               PIC X(10).
002370         10  WS-LKP-BILL-CON-STATUS
002380                               PIC X(01).
002390         10  WS-LKP-BILL-DATE  PIC 9(08).
002400         10  WS-LKP-BILL-MYDATA
002410                               PIC X(01).
002420         10  WS-LKP-BILL-DURATION
002430                               PIC X(06).
002440         10  WS-LKP-BILL-START PIC X(06).
002450         10  WS-LKP-HIST-SW    PIC X(01).
002460             88  WS-LKP-ON-HIST          VALUE 'Y'.
002470         10  WS-LKP-ARCHIVE-DATE
002480                               PIC 9(08).
002490
002500 01  WS-LKP-MAX                PIC S9(04) COMP VALUE 2000.
002510
002520*----------------------------------------------------------------
002530*    CARDS APPLIED THIS RUN, AS ACTION + APPEL NUMBER - TELLS A
002540*    RERUN OF TONIGHT'S CARD FROM A SECOND CARD IN THE SAME DECK.
002550*----------------------------------------------------------------
002560 01  WS-TOUCHED-TABLE.
002570     05  WS-TCH-COUNT          PIC S9(04) COMP VALUE ZERO.
002580     05  WS-TCH-ENTRY OCCURS 2000
002590                      DEPENDING ON WS-TCH-COUNT
002600                      INDEXED   BY WS-TCH-IDX.
002610         10  WS-TCH-KEY        PIC X(11).
002620
002630 01  WS-TCH-MAX                PIC S9(04) COMP VALUE 2000.
002640 01  WS-TCH-SEARCH-KEY.
002650     05  WS-TCH-ACTION         PIC X(01).
002660     05  WS-TCH-APPEL-NUM      PIC X(10).
002670
002680 01  WS-REJECT-REASON          PIC X(24) VALUE SPACES.
002690 01  WS-PREV-BUCKET            PIC 9(01) VALUE ZERO.
002700 01  WS-BUCKET-COUNT           PIC 9(07) COMP-3 VALUE ZERO.
002710
002720*----------------------------------------------------------------
002730*    RUN COUNTERS
002740*----------------------------------------------------------------
002750 01  WS-CNT-CARDS              PIC 9(07) COMP-3 VALUE ZERO.
002760 01  WS-CNT-OPENED             PIC 9(07) COMP-3 VALUE ZERO.
002770 01  WS-CNT-CREDITED           PIC 9(07) COMP-3 VALUE ZERO.
002780 01  WS-CNT-DENIED             PIC 9(07) COMP-3 VALUE ZERO.
002790 01  WS-CNT-REAPPLIED          PIC 9(07) COMP-3 VALUE ZERO.
002800 01  WS-CNT-REJECTED           PIC 9(07) COMP-3 VALUE ZERO.
002810 01  WS-CNT-CREDIT-CARDS       PIC 9(07) COMP-3 VALUE ZERO.
002820 01  WS-CNT-CREDIT-REJECTED    PIC 9(07) COMP-3 VALUE ZERO.
002830 01  WS-CNT-CREDITS-WRITTEN    PIC 9(07) COMP-3 VALUE ZERO.
002840 01  WS-CNT-OPEN-0-30          PIC 9(07) COMP-3 VALUE ZERO.
002850 01  WS-CNT-OPEN-31-60         PIC 9(07) COMP-3 VALUE ZERO.
002860 01  WS-CNT-OPEN-61-UP         PIC 9(07) COMP-3 VALUE ZERO.
002870
002880*----------------------------------------------------------------
002890*    DISPUTE REPORT LINE LAYOUTS
002900*----------------------------------------------------------------
002910 01  RPT-HEADING-1.
002920     05  FILLER                PIC X(80) VALUE
002930         'FAPDISP - CUSTOMER DISPUTES AND CREDITS'.
002940
002950 01  RPT-HEADING-2.
002960     05  FILLER                PIC X(09) VALUE 'RUN DATE '.
002970     05  RPT-HDG-RUN-DATE      PIC 9(08).
002980     05  FILLER                PIC X(63) VALUE SPACES.
002990
003000 01  RPT-CARD-HEADING.
003010     05  FILLER                PIC X(40) VALUE
003020         'A  APPEL NUM   CONTRACT    USER      OUT'.
003030     05  FILLER                PIC X(40) VALUE
003040         'COME                                    '.
003050
003060 01  RPT-CARD-LINE.
003070     05  RPT-CRD-ACTION        PIC X(01).
003080     05  FILLER                PIC X(02) VALUE SPACES.
003090     05  RPT-CRD-APPEL-NUM     PIC X(10).
003100     05  FILLER                PIC X(02) VALUE SPACES.
003110     05  RPT-CRD-CONTRACT      PIC X(10).
003120     05  FILLER                PIC X(02) VALUE SPACES.
003130     05  RPT-CRD-USER          PIC X(08).
003140     05  FILLER                PIC X(02) VALUE SPACES.
003150     05  RPT-CRD-OUTCOME       PIC X(10).
003160     05  RPT-CRD-REASON        PIC X(24).
003170     05  FILLER                PIC X(09) VALUE SPACES.
003180
003190 01  RPT-AGED-TITLE.
003200     05  FILLER                PIC X(80) VALUE
003210         'OPEN DISPUTES BY AGE SINCE RAISED'.
003220
003230 01  RPT-BUCKET-HEADING.
003240     05  FILLER                PIC X(14) VALUE
003250         'OPEN FOR      '.
003260     05  RPT-BKT-LABEL         PIC X(10).
003270     05  FILLER                PIC X(56) VALUE SPACES.
003280
003290 01  RPT-AGED-HEADING.
003300     05  FILLER                PIC X(40) VALUE
003310         'APPEL NUM   CONTRACT    CALL DATE  RAISE'.
003320     05  FILLER                PIC X(40) VALUE
003330         'D      AGE  RS   CUSTOMER REF           '.
003340
003350 01  RPT-AGED-LINE.
003360     05  RPT-AGD-APPEL-NUM     PIC X(10).
003370     05  FILLER                PIC X(02) VALUE SPACES.
003380     05  RPT-AGD-CONTRACT      PIC X(10).
003390     05  FILLER                PIC X(02) VALUE SPACES.
003400     05  RPT-AGD-APPEL-DATE    PIC 9(08).
003410     05  FILLER                PIC X(03) VALUE SPACES.
003420     05  RPT-AGD-RAISED-DATE   PIC 9(08).
003430     05  FILLER                PIC X(02) VALUE SPACES.
003440     05  RPT-AGD-AGE           PIC ZZZZ9.
003450     05  FILLER                PIC X(02) VALUE SPACES.
003460     05  RPT-AGD-REASON        PIC X(02).
003470     05  FILLER                PIC X(03) VALUE SPACES.
003480     05  RPT-AGD-CUSTOMER-REF  PIC X(12).
003490     05  FILLER                PIC X(11) VALUE SPACES.
003500
003510 01  RPT-SUMMARY-LINE.
003520     05  RPT-SUM-LABEL         PIC X(26).
003530     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
003540                         BY RPT-SUM-COUNT.
003550     05  FILLER                PIC X(47) VALUE SPACES.
003560
003570 PROCEDURE DIVISION.
003580*================================================================
003590 0000-MAINLINE.
003600*================================================================
003610     PERFORM 1000-INITIALIZE
003620         THRU 1000-EXIT.
003630
003640     PERFORM 2000-COLLECT-APPEL
003650         THRU 2000-EXIT
003660         UNTIL WS-TRAN-EOF.
003670
003680     IF WS-LKP-COUNT > ZERO
003690         PERFORM 3000-SCAN-BILL-HIST
003700             THRU 3000-EXIT
003710             UNTIL WS-BIL-EOF
003720         PERFORM 4000-SCAN-APPEL-HIST
003730             THRU 4000-EXIT
003740             UNTIL WS-HST-EOF
003750     END-IF.
003760
003770     PERFORM 5000-APPLY-CARDS
003780         THRU 5000-EXIT.
003790
003800     SORT SORT-FILE
003810         ON DESCENDING KEY SRT-BUCKET
003820                           SRT-AGE-DAYS
003830         ON ASCENDING  KEY SRT-APPEL-NUM
003840         INPUT PROCEDURE IS 6000-SELECT-OPEN
003850                         THRU 6000-EXIT
003860         OUTPUT PROCEDURE IS 7000-PRINT-AGED
003870                         THRU 7000-EXIT.
003880
003890     PERFORM 8000-PRINT-SUMMARY
003900         THRU 8000-EXIT.
003910
003920     PERFORM 9000-TERMINATE
003930         THRU 9000-EXIT.
003940
003950     GOBACK.
003960
003970*================================================================
003980 1000-INITIALIZE.
003990*================================================================
004000     ACCEPT WS-CMD-PARM FROM COMMAND-LINE.
004010     IF WS-RUN-DATE-PARM = SPACES
004020         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
004030     ELSE
004040         IF WS-RUN-DATE-PARM NOT NUMERIC
004050             DISPLAY 'FAPDISP - RUN DATE PARM NOT NUMERIC: '
004060                 WS-RUN-DATE-PARM
004070             MOVE 16 TO RETURN-CODE
004080             STOP RUN
004090         END-IF
004100         MOVE WS-RUN-DATE-PARM-N TO WS-CURRENT-DATE
004110     END-IF.
004120     COMPUTE WS-RUN-INTEGER =
004130             FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
004140
004150     MOVE 'CHECK' TO WS-RUNCTL-FUNCTION.
004160     CALL 'RUNCTL1' USING WS-RUNCTL-FUNCTION
004170                          WS-RUNCTL-UPSTREAM
004180                          WS-CURRENT-DATE
004190                          WS-RUNCTL-END-CODE
004200                          WS-RUNCTL-RESULT.
004210     IF WS-RUNCTL-RESULT NOT = 'EN'
004220        AND NOT WS-OVERRIDE-FORCE
004230         DISPLAY 'FAPDISP - RUN-CONTROL SHOWS NO CLEAN '
004240         DISPLAY '  FAPHIST END FOR ' WS-CURRENT-DATE
004250         DISPLAY '  (STATE ' WS-RUNCTL-RESULT ') - NOT '
004260         DISPLAY '  VALIDATING AGAINST A PARTIAL ARCHIVE.  '
004270         DISPLAY '  CODE THE FORCE PARM TO OVERRIDE '
004280         DISPLAY '  DELIBERATELY.'
004290         MOVE 16 TO RETURN-CODE
004300         STOP RUN
004310     END-IF.
004320
004330     MOVE 'CHECK' TO WS-RUNCTL-FUNCTION.
004340     CALL 'RUNCTL1' USING WS-RUNCTL-FUNCTION
004350                          WS-RUNCTL-PROGRAM
004360                          WS-CURRENT-DATE
004370                          WS-RUNCTL-END-CODE
004380                          WS-RUNCTL-RESULT.
004390     IF WS-RUNCTL-RESULT = 'EN'
004400        AND NOT WS-OVERRIDE-FORCE
004410         DISPLAY 'FAPDISP - RUN-CONTROL SHOWS A CLEAN END FOR '
004420         DISPLAY '  ' WS-CURRENT-DATE ' - TONIGHT''S DISPUTES '
004430         DISPLAY '  ARE ALREADY APPLIED.  CODE THE FORCE PARM '
004440         DISPLAY '  TO RERUN IT DELIBERATELY.'
004450         MOVE 16 TO RETURN-CODE
004460         STOP RUN
004470     END-IF.
004480
004490     MOVE 'START' TO WS-RUNCTL-FUNCTION.
004500     CALL 'RUNCTL1' USING WS-RUNCTL-FUNCTION
004510                          WS-RUNCTL-PROGRAM
004520                          WS-CURRENT-DATE
004530                          WS-RUNCTL-END-CODE
004540                          WS-RUNCTL-RESULT.
004550
004560     OPEN INPUT  FDSPTRN.
004570     IF NOT WS-FDSPTRN-OK
004580         DISPLAY 'FAPDISP - CANNOT OPEN FDSPTRN, STATUS = '
004590             WS-FDSPTRN-STATUS
004600         MOVE 16 TO RETURN-CODE
004610         STOP RUN
004620     END-IF.
004630
004640     OPEN INPUT  FBILLHST.
004650     IF NOT WS-FBILLHST-OK
004660         DISPLAY 'FAPDISP - CANNOT OPEN FBILLHST, STATUS = '
004670             WS-FBILLHST-STATUS
004680         MOVE 16 TO RETURN-CODE
004690         STOP RUN
004700     END-IF.
004710
004720     OPEN INPUT  FAPPEL-HIST.
004730     IF NOT WS-FAPPLHST-OK
004740         DISPLAY 'FAPDISP - CANNOT OPEN FAPPEL-HIST, STATUS = '
004750             WS-FAPPLHST-STATUS
004760         MOVE 16 TO RETURN-CODE
004770         STOP RUN
004780     END-IF.
004790
004800*    A MISSING DISPUTE FILE (THE FIRST RUN EVER) IS CREATED
004810*    EMPTY FIRST, THEN REOPENED FOR UPDATE.
004820     OPEN I-O    DISPUTE-FILE.
004830     IF WS-FDISPUTE-NO-FILE
004840         OPEN OUTPUT DISPUTE-FILE
004850         CLOSE DISPUTE-FILE
004860         OPEN I-O DISPUTE-FILE
004870     END-IF.
004880     IF NOT WS-FDISPUTE-OK
004890         DISPLAY 'FAPDISP - CANNOT OPEN FDISPUTE, STATUS = '
004900             WS-FDISPUTE-STATUS
004910         MOVE 16 TO RETURN-CODE
004920         STOP RUN
004930     END-IF.
004940
004950     OPEN OUTPUT FCREDIT.
004960     IF NOT WS-FCREDIT-OK
004970         DISPLAY 'FAPDISP - CANNOT OPEN FCREDIT, STATUS = '
004980             WS-FCREDIT-STATUS
004990         MOVE 16 TO RETURN-CODE
005000         STOP RUN
005010     END-IF.
005020
005030     OPEN OUTPUT FDSPRPT.
005040     IF NOT WS-FDSPRPT-OK
005050         DISPLAY 'FAPDISP - CANNOT OPEN FDSPRPT, STATUS = '
005060             WS-FDSPRPT-STATUS
005070         MOVE 16 TO RETURN-CODE
005080         STOP RUN
005090     END-IF.
005100
005110     MOVE SPACES          TO FIC-CONTROL-RECORD.
005120     SET  CTL-HEADER-REC  TO TRUE.
005130     MOVE 'FCREDIT'       TO CTL-FILE-ID.
005140     MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
005150     MOVE ZERO            TO CTL-RECORD-COUNT
005160                             CTL-COUNT-A
005170                             CTL-COUNT-B.
005180     WRITE CREDIT-REVERSAL-RECORD FROM FIC-CONTROL-RECORD.
005190
005200     MOVE RPT-HEADING-1 TO RPT-LINE.
005210     WRITE RPT-LINE.
005220     MOVE WS-CURRENT-DATE TO RPT-HDG-RUN-DATE.
005230     MOVE RPT-HEADING-2 TO RPT-LINE.
005240     WRITE RPT-LINE.
005250
005260     PERFORM 2100-READ-TRAN
005270         THRU 2100-EXIT.
005280 1000-EXIT.
005290     EXIT.
005300
005310*================================================================
005320 2000-COLLECT-APPEL.
005330*================================================================
005340*    FIRST PASS OF THE CARDS - EVERY APPEL NUMBER AN OPEN CARD
005350*    NAMES GOES INTO THE LOOKUP ONCE, SO THE TWO HISTORY FILES
005360*    ARE EACH READ ONCE FOR THE WHOLE DECK.
005370*----------------------------------------------------------------
005380     IF NOT DSPT-ACTION-OPEN
005390        OR DSPT-APPEL-NUM = SPACES
005400         GO TO 2000-NEXT
005410     END-IF.
005420
005430     PERFORM 2200-FIND-LOOKUP
005440         THRU 2200-EXIT.
005450     IF WS-LOOKUP-FOUND
005460         GO TO 2000-NEXT
005470     END-IF.
005480
005490     IF WS-LKP-COUNT >= WS-LKP-MAX
005500         DISPLAY 'FAPDISP - MORE THAN ' WS-LKP-MAX
005510             ' APPELS TO OPEN - LOOKUP TABLE FULL'
005520         MOVE 16 TO RETURN-CODE
005530         STOP RUN
005540     END-IF.
005550     ADD 1 TO WS-LKP-COUNT.
005560     SET WS-LKP-IDX TO WS-LKP-COUNT.
005570     MOVE DSPT-APPEL-NUM TO WS-LKP-APPEL-NUM    (WS-LKP-IDX).
005580     MOVE 'N'            TO WS-LKP-BILLED-SW    (WS-LKP-IDX)
005590                            WS-LKP-HIST-SW      (WS-LKP-IDX).
005600     MOVE SPACES         TO WS-LKP-BILL-CONTRACT (WS-LKP-IDX)
005610                            WS-LKP-BILL-CON-STATUS (WS-LKP-IDX)
005620                            WS-LKP-BILL-MYDATA  (WS-LKP-IDX)
005630                            WS-LKP-BILL-DURATION (WS-LKP-IDX)
005640                            WS-LKP-BILL-START   (WS-LKP-IDX).
005650     MOVE ZERO           TO WS-LKP-BILL-DATE    (WS-LKP-IDX)
005660                            WS-LKP-ARCHIVE-DATE (WS-LKP-IDX).
005670
005680 2000-NEXT.
005690     PERFORM 2100-READ-TRAN
005700         THRU 2100-EXIT.
005710 2000-EXIT.
005720     EXIT.
005730
005740*================================================================
005750 2100-READ-TRAN.
005760*================================================================
005770     READ FDSPTRN
005780         AT END
005790             SET WS-TRAN-EOF TO TRUE
005800     END-READ.
005810 2100-EXIT.
005820     EXIT.
005830
005840*================================================================
005850 2200-FIND-LOOKUP.
005860*================================================================
005870     MOVE 'N' TO WS-LOOKUP-SWITCH.
005880     IF WS-LKP-COUNT = ZERO
005890         GO TO 2200-EXIT
005900     END-IF.
005910
005920     SET WS-LKP-IDX TO 1.
005930     SEARCH WS-LKP-ENTRY
005940         WHEN WS-LKP-APPEL-NUM (WS-LKP-IDX) = DSPT-APPEL-NUM
005950             SET WS-LOOKUP-FOUND TO TRUE
005960     END-SEARCH.
005970 2200-EXIT.
005980     EXIT.
005990
006000*================================================================
006010 3000-SCAN-BILL-HIST.
006020*================================================================
006030*    FBILLHST IS EVERY FBILLTRN GENERATION STILL KEPT, OLDEST
006040*    FIRST; EACH GENERATION'S HEADER AND TRAILER ARE SKIPPED.
006050*----------------------------------------------------------------
006060     READ FBILLHST
006070         AT END
006080             SET WS-BIL-EOF TO TRUE
006090             GO TO 3000-EXIT
006100     END-READ.
006110
006120     MOVE BILLING-TRANSACTION (1:8) TO CTL-RECORD-TYPE.
006130     IF CTL-CONTROL-REC
006140         GO TO 3000-EXIT
006150     END-IF.
006160
006170     SET WS-LKP-IDX TO 1.
006180     SEARCH WS-LKP-ENTRY
006190         WHEN WS-LKP-APPEL-NUM (WS-LKP-IDX) = BILL-APPEL-NUM
006200             MOVE 'Y' TO WS-LKP-BILLED-SW (WS-LKP-IDX)
006210             MOVE BILL-CONTRACT-NO
006220                  TO WS-LKP-BILL-CONTRACT   (WS-LKP-IDX)
006230             MOVE BILL-CONTRACT-STATUS
006240                  TO WS-LKP-BILL-CON-STATUS (WS-LKP-IDX)
006250             MOVE BILL-APPEL-DATE
006260                  TO WS-LKP-BILL-DATE       (WS-LKP-IDX)
006270             MOVE BILL-MYDATA
006280                  TO WS-LKP-BILL-MYDATA     (WS-LKP-IDX)
006290             MOVE BILL-DURATION
006300                  TO WS-LKP-BILL-DURATION   (WS-LKP-IDX)
006310             MOVE BILL-START-TIME
006320                  TO WS-LKP-BILL-START      (WS-LKP-IDX)
006330     END-SEARCH.
006340 3000-EXIT.
006350     EXIT.
006360
006370*================================================================
006380 4000-SCAN-APPEL-HIST.
006390*================================================================
006400     READ FAPPEL-HIST
006410         AT END
006420             SET WS-HST-EOF TO TRUE
006430             GO TO 4000-EXIT
006440     END-READ.
006450
006460     SET WS-LKP-IDX TO 1.
006470     SEARCH WS-LKP-ENTRY
006480         WHEN WS-LKP-APPEL-NUM (WS-LKP-IDX) = HIST-APPEL-NUM
006490             MOVE 'Y' TO WS-LKP-HIST-SW (WS-LKP-IDX)
006500             MOVE HIST-ARCHIVE-DATE
006510                  TO WS-LKP-ARCHIVE-DATE (WS-LKP-IDX)
006520     END-SEARCH.
006530 4000-EXIT.
006540     EXIT.
006550
006560*================================================================
006570 5000-APPLY-CARDS.
006580*================================================================
006590*    SECOND PASS OF THE CARDS, IN DECK ORDER, AGAINST THE
006600*    DISPUTE FILE.
006610*----------------------------------------------------------------
006620     CLOSE FDSPTRN.
006630     OPEN INPUT FDSPTRN.
006640     IF NOT WS-FDSPTRN-OK
006650         DISPLAY 'FAPDISP - CANNOT REOPEN FDSPTRN, STATUS = '
006660             WS-FDSPTRN-STATUS
006670         MOVE 16 TO RETURN-CODE
006680         STOP RUN
006690     END-IF.
006700     MOVE 'N' TO WS-TRAN-EOF-SWITCH.
006710
006720     MOVE SPACES TO RPT-LINE.
006730     WRITE RPT-LINE.
006740     MOVE RPT-CARD-HEADING TO RPT-LINE.
006750     WRITE RPT-LINE.
006760
006770     PERFORM 2100-READ-TRAN
006780         THRU 2100-EXIT.
006790
006800     PERFORM 5100-APPLY-CARD
006810         THRU 5100-EXIT
006820         UNTIL WS-TRAN-EOF.
006830 5000-EXIT.
006840     EXIT.
006850
006860*================================================================
006870 5100-APPLY-CARD.
006880*================================================================
006890*    VET THE CARD, FETCH THE DISPUTE ENTRY FOR THE APPEL, AND
006900*    HAND OFF TO THE ACTION PARAGRAPH.  EVERY CARD GETS ITS
006910*    REPORT LINE BEFORE THE NEXT ONE IS READ.
006920*----------------------------------------------------------------
006930     ADD 1 TO WS-CNT-CARDS.
006940     MOVE 'N'    TO WS-REJECT-SWITCH
006950                    WS-RERUN-SWITCH
006960                    WS-ENTRY-READ-SWITCH.
006970     MOVE SPACES TO WS-REJECT-REASON.
006980     IF DSPT-ACTION-CREDIT
006990         ADD 1 TO WS-CNT-CREDIT-CARDS
007000     END-IF.
007010
007020     IF DSPT-APPEL-NUM = SPACES
007030         SET WS-TRAN-REJECTED TO TRUE
007040         MOVE 'KEY MISSING' TO WS-REJECT-REASON
007050         GO TO 5100-AUDIT
007060     END-IF.
007070
007080     IF NOT DSPT-ACTION-OPEN
007090        AND NOT DSPT-ACTION-CREDIT
007100        AND NOT DSPT-ACTION-DENY
007110         SET WS-TRAN-REJECTED TO TRUE
007120         MOVE 'BAD ACTION' TO WS-REJECT-REASON
007130         GO TO 5100-AUDIT
007140     END-IF.
007150
007160     MOVE DSPT-APPEL-NUM TO DSP-APPEL-NUM.
007170     READ DISPUTE-FILE
007180         INVALID KEY
007190             CONTINUE
007200         NOT INVALID KEY
007210             SET WS-ENTRY-ON-FILE TO TRUE
007220     END-READ.
007230
007240     MOVE DSPT-ACTION    TO WS-TCH-ACTION.
007250     MOVE DSPT-APPEL-NUM TO WS-TCH-APPEL-NUM.
007260     PERFORM 5700-FIND-TOUCHED
007270         THRU 5700-EXIT.
007280
007290     EVALUATE TRUE
007300         WHEN DSPT-ACTION-OPEN
007310             PERFORM 5200-APPLY-OPEN
007320                 THRU 5200-EXIT
007330         WHEN DSPT-ACTION-CREDIT
007340             PERFORM 5300-APPLY-CREDIT
007350                 THRU 5300-EXIT
007360         WHEN DSPT-ACTION-DENY
007370             PERFORM 5400-APPLY-DENY
007380                 THRU 5400-EXIT
007390     END-EVALUATE.
007400
007410     IF NOT WS-TRAN-REJECTED
007420         PERFORM 5750-ADD-TOUCHED
007430             THRU 5750-EXIT
007440     END-IF.
007450
007460 5100-AUDIT.
007470     PERFORM 5800-WRITE-CARD-LINE
007480         THRU 5800-EXIT.
007490
007500     PERFORM 2100-READ-TRAN
007510         THRU 2100-EXIT.
007520 5100-EXIT.
007530     EXIT.
007540
007550*================================================================
007560 5200-APPLY-OPEN.
007570*================================================================
007580     IF WS-ENTRY-ON-FILE
007590         IF DSP-OPENED-DATE = WS-CURRENT-DATE
007600            AND NOT WS-TOUCHED-FOUND
007610             SET WS-TRAN-REAPPLIED TO TRUE
007620         ELSE
007630             SET WS-TRAN-REJECTED TO TRUE
007640             IF DSP-STATUS-CREDITED
007650                 MOVE 'ALREADY CREDITED' TO WS-REJECT-REASON
007660             ELSE
007670                 MOVE 'DISPUTE EXISTS'   TO WS-REJECT-REASON
007680             END-IF
007690         END-IF
007700         GO TO 5200-EXIT
007710     END-IF.
007720
007730     PERFORM 2200-FIND-LOOKUP
007740         THRU 2200-EXIT.
007750
007760     IF NOT WS-LKP-ON-HIST (WS-LKP-IDX)
007770         SET WS-TRAN-REJECTED TO TRUE
007780         MOVE 'NOT ON FAPPEL-HIST' TO WS-REJECT-REASON
007790         GO TO 5200-EXIT
007800     END-IF.
007810
007820     IF NOT WS-LKP-BILLED (WS-LKP-IDX)
007830         SET WS-TRAN-REJECTED TO TRUE
007840         MOVE 'NEVER BILLED' TO WS-REJECT-REASON
007850         GO TO 5200-EXIT
007860     END-IF.
007870
007880     IF DSPT-CONTRACT-NO = SPACES
007890         SET WS-TRAN-REJECTED TO TRUE
007900         MOVE 'CONTRACT MISSING' TO WS-REJECT-REASON
007910         GO TO 5200-EXIT
007920     END-IF.
007930
007940     IF DSPT-CONTRACT-NO NOT = WS-LKP-BILL-CONTRACT (WS-LKP-IDX)
007950         SET WS-TRAN-REJECTED TO TRUE
007960         MOVE 'NOT BILLED TO CONTRACT' TO WS-REJECT-REASON
007970         GO TO 5200-EXIT
007980     END-IF.
007990
008000     IF DSPT-REASON = SPACES
008010         SET WS-TRAN-REJECTED TO TRUE
008020         MOVE 'REASON MISSING' TO WS-REJECT-REASON
008030         GO TO 5200-EXIT
008040     END-IF.
008050
008060     IF DSPT-RAISED-DATE = SPACES
008070         MOVE WS-CURRENT-DATE TO WS-DATE-CHECK
008080     ELSE
008090         IF DSPT-RAISED-DATE NOT NUMERIC
008100             SET WS-TRAN-REJECTED TO TRUE
008110             MOVE 'BAD RAISED DATE' TO WS-REJECT-REASON
008120             GO TO 5200-EXIT
008130         END-IF
008140         MOVE DSPT-RAISED-DATE-N TO WS-DATE-CHECK
008150     END-IF.
008160     IF WS-DATE-MM < 01 OR WS-DATE-MM > 12
008170        OR WS-DATE-DD < 01 OR WS-DATE-DD > 31
008180        OR WS-DATE-CHECK > WS-CURRENT-DATE
008190         SET WS-TRAN-REJECTED TO TRUE
008200         MOVE 'BAD RAISED DATE' TO WS-REJECT-REASON
008210         GO TO 5200-EXIT
008220     END-IF.
008230
008240     MOVE SPACES           TO DISPUTE-RECORD.
008250     MOVE DSPT-APPEL-NUM   TO DSP-APPEL-NUM.
008260     SET  DSP-STATUS-OPEN  TO TRUE.
008270     MOVE WS-LKP-BILL-CONTRACT   (WS-LKP-IDX) TO DSP-CONTRACT-NO.
008280     MOVE WS-LKP-BILL-CON-STATUS (WS-LKP-IDX)
008290                           TO DSP-CONTRACT-STATUS.
008300     MOVE WS-LKP-BILL-DATE       (WS-LKP-IDX) TO DSP-APPEL-DATE.
008310     MOVE WS-LKP-BILL-MYDATA     (WS-LKP-IDX) TO DSP-MYDATA.
008320     MOVE WS-LKP-BILL-DURATION   (WS-LKP-IDX) TO DSP-DURATION.
008330     MOVE WS-LKP-BILL-START      (WS-LKP-IDX) TO DSP-START-TIME.
008340     MOVE WS-LKP-ARCHIVE-DATE    (WS-LKP-IDX)
008350                           TO DSP-ARCHIVE-DATE.
008360     MOVE WS-DATE-CHECK    TO DSP-RAISED-DATE.
008370     MOVE DSPT-REASON      TO DSP-REASON.
008380     MOVE DSPT-REFERENCE   TO DSP-CUSTOMER-REF.
008390     MOVE WS-CURRENT-DATE  TO DSP-OPENED-DATE.
008400     MOVE DSPT-USER        TO DSP-OPENED-USER.
008410     MOVE ZERO             TO DSP-CLOSED-DATE.
008420
008430     WRITE DISPUTE-RECORD
008440         INVALID KEY
008450             SET WS-TRAN-REJECTED TO TRUE
008460             MOVE 'WRITE FAILED' TO WS-REJECT-REASON
008470             GO TO 5200-EXIT
008480     END-WRITE.
008490     ADD 1 TO WS-CNT-OPENED.
008500 5200-EXIT.
008510     EXIT.
008520
008530*================================================================
008540 5300-APPLY-CREDIT.
008550*================================================================
008560*    A CREDITED ENTRY IS NEVER CREDITED AGAIN.  THE ONE EXCEPTION
008570*    IS A RERUN OF TONIGHT'S OWN CARD, WHOSE REVERSAL WENT OUT ON
008580*    THE FCREDIT THIS RUN IS REPLACING - IT IS WRITTEN AGAIN.
008590*----------------------------------------------------------------
008600     IF NOT WS-ENTRY-ON-FILE
008610         SET WS-TRAN-REJECTED TO TRUE
008620         MOVE 'NO DISPUTE ON FILE' TO WS-REJECT-REASON
008630         GO TO 5300-EXIT
008640     END-IF.
008650
008660     IF DSP-STATUS-CREDITED
008670         IF DSP-CLOSED-DATE = WS-CURRENT-DATE
008680            AND NOT WS-TOUCHED-FOUND
008690             SET WS-TRAN-REAPPLIED TO TRUE
008700             PERFORM 5500-WRITE-REVERSAL
008710                 THRU 5500-EXIT
008720         ELSE
008730             SET WS-TRAN-REJECTED TO TRUE
008740             MOVE 'ALREADY CREDITED' TO WS-REJECT-REASON
008750         END-IF
008760         GO TO 5300-EXIT
008770     END-IF.
008780
008790     IF DSP-STATUS-DENIED
008800         SET WS-TRAN-REJECTED TO TRUE
008810         MOVE 'DISPUTE DENIED' TO WS-REJECT-REASON
008820         GO TO 5300-EXIT
008830     END-IF.
008840
008850     IF DSPT-REFERENCE = SPACES
008860         SET WS-TRAN-REJECTED TO TRUE
008870         MOVE 'CREDIT NOTE MISSING' TO WS-REJECT-REASON
008880         GO TO 5300-EXIT
008890     END-IF.
008900
008910     SET  DSP-STATUS-CREDITED TO TRUE.
008920     MOVE WS-CURRENT-DATE     TO DSP-CLOSED-DATE.
008930     MOVE DSPT-USER           TO DSP-CLOSED-USER.
008940     MOVE DSPT-REFERENCE      TO DSP-CREDIT-REF.
008950     REWRITE DISPUTE-RECORD
008960         INVALID KEY
008970             SET WS-TRAN-REJECTED TO TRUE
008980             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
008990             GO TO 5300-EXIT
009000     END-REWRITE.
009010     ADD 1 TO WS-CNT-CREDITED.
009020
009030     PERFORM 5500-WRITE-REVERSAL
009040         THRU 5500-EXIT.
009050 5300-EXIT.
009060     EXIT.
009070
009080*================================================================
009090 5400-APPLY-DENY.
009100*================================================================
009110     IF NOT WS-ENTRY-ON-FILE
009120         SET WS-TRAN-REJECTED TO TRUE
009130         MOVE 'NO DISPUTE ON FILE' TO WS-REJECT-REASON
009140         GO TO 5400-EXIT
009150     END-IF.
009160
009170     IF DSP-STATUS-DENIED
009180        AND DSP-CLOSED-DATE = WS-CURRENT-DATE
009190        AND NOT WS-TOUCHED-FOUND
009200         SET WS-TRAN-REAPPLIED TO TRUE
009210         GO TO 5400-EXIT
009220     END-IF.
009230
009240     IF DSP-STATUS-CREDITED
009250         SET WS-TRAN-REJECTED TO TRUE
009260         MOVE 'ALREADY CREDITED' TO WS-REJECT-REASON
009270         GO TO 5400-EXIT
009280     END-IF.
009290
009300     IF DSP-STATUS-DENIED
009310         SET WS-TRAN-REJECTED TO TRUE
009320         MOVE 'ALREADY DENIED' TO WS-REJECT-REASON
009330         GO TO 5400-EXIT
009340     END-IF.
009350
009360     SET  DSP-STATUS-DENIED   TO TRUE.
009370     MOVE WS-CURRENT-DATE     TO DSP-CLOSED-DATE.
009380     MOVE DSPT-USER           TO DSP-CLOSED-USER.
009390     REWRITE DISPUTE-RECORD
009400         INVALID KEY
009410             SET WS-TRAN-REJECTED TO TRUE
009420             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
009430             GO TO 5400-EXIT
009440     END-REWRITE.
009450     ADD 1 TO WS-CNT-DENIED.
009460 5400-EXIT.
009470     EXIT.
009480
009490*================================================================
009500 5500-WRITE-REVERSAL.
009510*================================================================
009520*    THE ORIGINAL BILLING TRANSACTION, AS HELD ON THE DISPUTE,
009530*    MARKED AS A REVERSAL AND TIED TO ITS CREDIT NOTE.
009540*----------------------------------------------------------------
009550     MOVE SPACES              TO CREDIT-REVERSAL-RECORD.
009560     MOVE DSP-APPEL-NUM       TO CRD-APPEL-NUM.
009570     MOVE DSP-APPEL-DATE      TO CRD-APPEL-DATE.
009580     MOVE DSP-MYDATA          TO CRD-MYDATA.
009590     MOVE DSP-CONTRACT-NO     TO CRD-CONTRACT-NO.
009600     MOVE DSP-CONTRACT-STATUS TO CRD-CONTRACT-STATUS.
009610     MOVE DSP-DURATION        TO CRD-DURATION.
009620     MOVE DSP-START-TIME      TO CRD-START-TIME.
009630     SET  CRD-REVERSAL        TO TRUE.
009640     MOVE DSP-CLOSED-DATE     TO CRD-CREDIT-DATE.
009650     MOVE DSP-RAISED-DATE     TO CRD-RAISED-DATE.
009660     MOVE DSP-REASON          TO CRD-REASON.
009670     MOVE DSP-CREDIT-REF      TO CRD-CREDIT-REF.
009680     MOVE DSP-CUSTOMER-REF    TO CRD-CUSTOMER-REF.
009690     MOVE DSP-ARCHIVE-DATE    TO CRD-ARCHIVE-DATE.
009700     MOVE DSP-CLOSED-USER     TO CRD-APPROVED-USER.
009710     WRITE CREDIT-REVERSAL-RECORD.
009720     IF NOT WS-FCREDIT-OK
009730         DISPLAY 'FAPDISP - WRITE TO FCREDIT FAILED, STATUS = '
009740             WS-FCREDIT-STATUS
009750         MOVE 16 TO RETURN-CODE
009760         STOP RUN
009770     END-IF.
009780     ADD 1 TO WS-CNT-CREDITS-WRITTEN.
009790 5500-EXIT.
009800     EXIT.
009810
009820*================================================================
009830 5700-FIND-TOUCHED.
009840*================================================================
009850     MOVE 'N' TO WS-TOUCHED-SWITCH.
009860     IF WS-TCH-COUNT = ZERO
009870         GO TO 5700-EXIT
009880     END-IF.
009890
009900     SET WS-TCH-IDX TO 1.
009910     SEARCH WS-TCH-ENTRY
009920         WHEN WS-TCH-KEY (WS-TCH-IDX) = WS-TCH-SEARCH-KEY
009930             SET WS-TOUCHED-FOUND TO TRUE
009940     END-SEARCH.
009950 5700-EXIT.
009960     EXIT.
009970
009980*================================================================
009990 5750-ADD-TOUCHED.
010000*================================================================
010010     IF WS-TOUCHED-FOUND
010020         GO TO 5750-EXIT
010030     END-IF.
010040
010050     IF WS-TCH-COUNT >= WS-TCH-MAX
010060         DISPLAY 'FAPDISP - MORE THAN ' WS-TCH-MAX
010070             ' CARDS APPLIED - TABLE FULL'
010080         MOVE 16 TO RETURN-CODE
010090         STOP RUN
010100     END-IF.
010110     ADD 1 TO WS-TCH-COUNT.
010120     MOVE WS-TCH-SEARCH-KEY TO WS-TCH-KEY (WS-TCH-COUNT).
010130 5750-EXIT.
010140     EXIT.
010150
010160*================================================================
010170 5800-WRITE-CARD-LINE.
010180*================================================================
010190     MOVE DSPT-ACTION      TO RPT-CRD-ACTION.
010200     MOVE DSPT-APPEL-NUM   TO RPT-CRD-APPEL-NUM.
010210     MOVE DSPT-CONTRACT-NO TO RPT-CRD-CONTRACT.
010220     MOVE DSPT-USER        TO RPT-CRD-USER.
010230     MOVE SPACES           TO RPT-CRD-REASON.
010240
010250     EVALUATE TRUE
010260         WHEN WS-TRAN-REJECTED
010270             MOVE 'REJECTED  '     TO RPT-CRD-OUTCOME
010280             MOVE WS-REJECT-REASON TO RPT-CRD-REASON
010290             ADD 1 TO WS-CNT-REJECTED
010300             IF DSPT-ACTION-CREDIT
010310                 ADD 1 TO WS-CNT-CREDIT-REJECTED
010320             END-IF
010330         WHEN WS-TRAN-REAPPLIED
010340             MOVE 'RERUN     '     TO RPT-CRD-OUTCOME
010350             MOVE 'ALREADY APPLIED TONIGHT'
010360                                   TO RPT-CRD-REASON
010370             ADD 1 TO WS-CNT-REAPPLIED
010380         WHEN OTHER
010390             MOVE 'APPLIED   '     TO RPT-CRD-OUTCOME
010400     END-EVALUATE.
010410
010420     MOVE RPT-CARD-LINE TO RPT-LINE.
010430     WRITE RPT-LINE.
010440 5800-EXIT.
010450     EXIT.
010460
010470*================================================================
010480 6000-SELECT-OPEN.
010490*================================================================
010500*    SORT INPUT PROCEDURE - EVERY OPEN DISPUTE, AGED FROM THE
010510*    DATE THE CUSTOMER RAISED IT.
010520*----------------------------------------------------------------
010530     MOVE LOW-VALUES TO DSP-APPEL-NUM.
010540     START DISPUTE-FILE
010550         KEY NOT LESS THAN DSP-APPEL-NUM
010560         INVALID KEY
010570             SET WS-DSP-EOF TO TRUE
010580     END-START.
010590
010600     PERFORM 6100-RELEASE-OPEN
010610         THRU 6100-EXIT
010620         UNTIL WS-DSP-EOF.
010630 6000-EXIT.
010640     EXIT.
010650
010660*================================================================
010670 6100-RELEASE-OPEN.
010680*================================================================
010690     READ DISPUTE-FILE NEXT RECORD
010700         AT END
010710             SET WS-DSP-EOF TO TRUE
010720             GO TO 6100-EXIT
010730     END-READ.
010740
010750     IF NOT DSP-STATUS-OPEN
010760         GO TO 6100-EXIT
010770     END-IF.
010780
010790     COMPUTE WS-AGE-DAYS = WS-RUN-INTEGER
010800             - FUNCTION INTEGER-OF-DATE(DSP-RAISED-DATE).
010810
010820     EVALUATE TRUE
010830         WHEN WS-AGE-DAYS > 60
010840             MOVE 3 TO SRT-BUCKET
010850             ADD 1 TO WS-CNT-OPEN-61-UP
010860         WHEN WS-AGE-DAYS > 30
010870             MOVE 2 TO SRT-BUCKET
010880             ADD 1 TO WS-CNT-OPEN-31-60
010890         WHEN OTHER
010900             MOVE 1 TO SRT-BUCKET
010910             ADD 1 TO WS-CNT-OPEN-0-30
010920     END-EVALUATE.
010930
010940     MOVE WS-AGE-DAYS      TO SRT-AGE-DAYS.
010950     MOVE DSP-APPEL-NUM    TO SRT-APPEL-NUM.
010960     MOVE DSP-CONTRACT-NO  TO SRT-CONTRACT-NO.
010970     MOVE DSP-APPEL-DATE   TO SRT-APPEL-DATE.
010980     MOVE DSP-RAISED-DATE  TO SRT-RAISED-DATE.
010990     MOVE DSP-REASON       TO SRT-REASON.
011000     MOVE DSP-CUSTOMER-REF TO SRT-CUSTOMER-REF.
011010     RELEASE SRT-OPEN-DISPUTE.
011020 6100-EXIT.
011030     EXIT.
011040
011050*================================================================
011060 7000-PRINT-AGED.
011070*================================================================
011080*    SORT OUTPUT PROCEDURE - ONE SECTION PER BUCKET, EACH WITH
011090*    ITS OWN COUNT.
011100*----------------------------------------------------------------
011110     MOVE SPACES TO RPT-LINE.
011120     WRITE RPT-LINE.
011130     MOVE RPT-AGED-TITLE TO RPT-LINE.
011140     WRITE RPT-LINE.
011150
011160     PERFORM 7100-RETURN-OPEN
011170         THRU 7100-EXIT.
011180
011190     PERFORM 7200-PRINT-OPEN
011200         THRU 7200-EXIT
011210         UNTIL WS-SORT-EOF.
011220
011230     IF NOT WS-FIRST-BUCKET
011240         PERFORM 7400-PRINT-BUCKET-TOTAL
011250             THRU 7400-EXIT
011260     END-IF.
011270 7000-EXIT.
011280     EXIT.
011290
011300*================================================================
011310 7100-RETURN-OPEN.
011320*================================================================
011330     RETURN SORT-FILE
011340         AT END
011350             SET WS-SORT-EOF TO TRUE
011360     END-RETURN.
011370 7100-EXIT.
011380     EXIT.
011390
011400*================================================================
011410 7200-PRINT-OPEN.
011420*================================================================
011430     IF WS-FIRST-BUCKET
011440        OR SRT-BUCKET NOT = WS-PREV-BUCKET
011450         IF NOT WS-FIRST-BUCKET
011460             PERFORM 7400-PRINT-BUCKET-TOTAL
011470                 THRU 7400-EXIT
011480         END-IF
011490         PERFORM 7300-PRINT-BUCKET-HEADING
011500             THRU 7300-EXIT
011510     END-IF.
011520
011530     MOVE SRT-APPEL-NUM    TO RPT-AGD-APPEL-NUM.
011540     MOVE SRT-CONTRACT-NO  TO RPT-AGD-CONTRACT.
011550     MOVE SRT-APPEL-DATE   TO RPT-AGD-APPEL-DATE.
011560     MOVE SRT-RAISED-DATE  TO RPT-AGD-RAISED-DATE.
011570     MOVE SRT-AGE-DAYS     TO RPT-AGD-AGE.
011580     MOVE SRT-REASON       TO RPT-AGD-REASON.
011590     MOVE SRT-CUSTOMER-REF TO RPT-AGD-CUSTOMER-REF.
011600     MOVE RPT-AGED-LINE TO RPT-LINE.
011610     WRITE RPT-LINE.
011620     ADD 1 TO WS-BUCKET-COUNT.
011630
011640     PERFORM 7100-RETURN-OPEN
011650         THRU 7100-EXIT.
011660 7200-EXIT.
011670     EXIT.
011680
011690*================================================================
011700 7300-PRINT-BUCKET-HEADING.
011710*================================================================
011720     MOVE 'N'        TO WS-FIRST-BUCKET-SWITCH.
011730     MOVE SRT-BUCKET TO WS-PREV-BUCKET.
011740     MOVE ZERO       TO WS-BUCKET-COUNT.
011750
011760     EVALUATE SRT-BUCKET
011770         WHEN 3
011780             MOVE '61+ DAYS'   TO RPT-BKT-LABEL
011790         WHEN 2
011800             MOVE '31-60 DAYS' TO RPT-BKT-LABEL
011810         WHEN OTHER
011820             MOVE '0-30 DAYS'  TO RPT-BKT-LABEL
011830     END-EVALUATE.
011840
011850     MOVE SPACES TO RPT-LINE.
011860     WRITE RPT-LINE.
011870     MOVE RPT-BUCKET-HEADING TO RPT-LINE.
011880     WRITE RPT-LINE.
011890     MOVE RPT-AGED-HEADING TO RPT-LINE.
011900     WRITE RPT-LINE.
011910 7300-EXIT.
011920     EXIT.
011930
011940*================================================================
011950 7400-PRINT-BUCKET-TOTAL.
011960*================================================================
011970     MOVE '  DISPUTES IN BUCKET    : ' TO RPT-SUM-LABEL.
011980     MOVE WS-BUCKET-COUNT              TO RPT-SUM-COUNT.
011990     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
012000     WRITE RPT-LINE.
012010 7400-EXIT.
012020     EXIT.
012030
012040*================================================================
012050 8000-PRINT-SUMMARY.
012060*================================================================
012070     MOVE SPACES TO RPT-LINE.
012080     WRITE RPT-LINE.
012090
012100     MOVE 'CARDS READ              : ' TO RPT-SUM-LABEL.
012110     MOVE WS-CNT-CARDS                 TO RPT-SUM-COUNT.
012120     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
012130     WRITE RPT-LINE.
012140
012150     MOVE 'DISPUTES OPENED         : ' TO RPT-SUM-LABEL.
012160     MOVE WS-CNT-OPENED                TO RPT-SUM-COUNT.
012170     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
012180     WRITE RPT-LINE.
012190
012200     MOVE 'DISPUTES CREDITED       : ' TO RPT-SUM-LABEL.
012210     MOVE WS-CNT-CREDITED              TO RPT-SUM-COUNT.
012220     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
012230     WRITE RPT-LINE.
012240
012250     MOVE 'DISPUTES DENIED         : ' TO RPT-SUM-LABEL.
012260     MOVE WS-CNT-DENIED                TO RPT-SUM-COUNT.
012270     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
012280     WRITE RPT-LINE.
012290
012300     MOVE 'ALREADY APPLIED (RERUN) : ' TO RPT-SUM-LABEL.
012310     MOVE WS-CNT-REAPPLIED             TO RPT-SUM-COUNT.
012320     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
012330     WRITE RPT-LINE.
012340
012350     MOVE 'CARDS REJECTED          : ' TO RPT-SUM-LABEL.
012360     MOVE WS-CNT-REJECTED              TO RPT-SUM-COUNT.
012370     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
012380     WRITE RPT-LINE.
012390
012400     MOVE 'CREDIT REVERSALS WRITTEN: ' TO RPT-SUM-LABEL.
012410     MOVE WS-CNT-CREDITS-WRITTEN       TO RPT-SUM-COUNT.
012420     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
012430     WRITE RPT-LINE.
012440
012450     MOVE 'OPEN 0-30 DAYS          : ' TO RPT-SUM-LABEL.
012460     MOVE WS-CNT-OPEN-0-30             TO RPT-SUM-COUNT.
012470     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
012480     WRITE RPT-LINE.
012490
012500     MOVE 'OPEN 31-60 DAYS         : ' TO RPT-SUM-LABEL.
012510     MOVE WS-CNT-OPEN-31-60            TO RPT-SUM-COUNT.
012520     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
012530     WRITE RPT-LINE.
012540
012550     MOVE 'OPEN 61+ DAYS           : ' TO RPT-SUM-LABEL.
012560     MOVE WS-CNT-OPEN-61-UP            TO RPT-SUM-COUNT.
012570     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
012580     WRITE RPT-LINE.
012590 8000-EXIT.
012600     EXIT.
012610
012620*================================================================
012630 9000-TERMINATE.
012640*================================================================
012650*    TRAILER: RECORD COUNT = REVERSALS WRITTEN, A = CREDIT CARDS
012660*    READ, B = CREDIT CARDS REJECTED, SO FAPBAL CAN PROVE
012670*    COUNT = A - B.
012680*----------------------------------------------------------------
012690     MOVE SPACES                 TO FIC-CONTROL-RECORD.
012700     SET  CTL-TRAILER-REC        TO TRUE.
012710     MOVE 'FCREDIT'              TO CTL-FILE-ID.
012720     MOVE WS-CURRENT-DATE        TO CTL-RUN-DATE.
012730     MOVE WS-CNT-CREDITS-WRITTEN TO CTL-RECORD-COUNT.
012740     MOVE WS-CNT-CREDIT-CARDS    TO CTL-COUNT-A.
012750     MOVE WS-CNT-CREDIT-REJECTED TO CTL-COUNT-B.
012760     WRITE CREDIT-REVERSAL-RECORD FROM FIC-CONTROL-RECORD.
012770
012780     CLOSE FDSPTRN.
012790     CLOSE FBILLHST.
012800     CLOSE FAPPEL-HIST.
012810     CLOSE DISPUTE-FILE.
012820     CLOSE FCREDIT.
012830     CLOSE FDSPRPT.
012840
012850     MOVE 'END'   TO WS-RUNCTL-FUNCTION.
012860     MOVE '00'    TO WS-RUNCTL-END-CODE.
012870     CALL 'RUNCTL1' USING WS-RUNCTL-FUNCTION
012880                          WS-RUNCTL-PROGRAM
012890                          WS-CURRENT-DATE
012900                          WS-RUNCTL-END-CODE
012910                          WS-RUNCTL-RESULT.
012920 9000-EXIT.
012930     EXIT.
