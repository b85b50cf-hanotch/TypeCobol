000010*================================================================
000020 IDENTIFICATION DIVISION.
000030*================================================================
000040 PROGRAM-ID.    FAPANOM.
000050 AUTHOR.        J D HARTLEY.
000060 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000070 DATE-WRITTEN.  2026-09-21.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100*  MODIFICATION HISTORY
000110*  DATE       INIT  DESCRIPTION
000120*  ---------- ----  ------------------------------------------
000130*  2026-09-21 JDH   ORIGINAL PROGRAM.  NIGHTLY CALL ANOMALY
000140*                   CHECK.  FAPTREND WATCHES THE OVERALL MYDATA
000150*                   MIX; THIS WATCHES SINGLE CONTRACTS AND
000160*                   AGENTS.  TWO TESTS ON THE DAY'S CLASSIFIED
000170*                   FAPPEL:
000180*                     VOLUME - EACH CONTRACT'S APPEL COUNT AND
000190*                       TOTAL DURATION FOR THE DAY AGAINST ITS
000200*                       OWN DAILY AVERAGE OVER THE 30 DAYS
000210*                       BEFORE THE RUN DATE IN FAPPEL-HIST.
000220*                       EITHER FIGURE OVER THE PARM MULTIPLE OF
000230*                       ITS AVERAGE FLAGS EVERY CALL OF THE
000240*                       CONTRACT'S DAY.  A CONTRACT WITH NO
000250*                       TRAILING HISTORY HAS NO AVERAGE TO
000260*                       MEASURE AGAINST AND IS ONLY COUNTED.
000270*                     OVERLAP - TWO CALLS UNDER ONE AGENT ID
000280*                       WHOSE START TIME PLUS DURATION OVERLAP
000290*                       FLAG BOTH CALLS.  A CALL ENDING THE
000300*                       SECOND THE NEXT ONE STARTS DOES NOT
000310*                       OVERLAP IT.
000320*                   FLAGGED APPELS GO TO THE FANOMALY FILE (SEE
000330*                   CANOMALY) UNDER A CCTLREC HEADER/TRAILER
000340*                   PAIR, AND THE FANOMRPT SUMMARY LISTS EACH
000350*                   FLAGGED CONTRACT AND OVERLAP.  THE RUN ENDS
000360*                   WITH RETURN CODE 4 WHEN ANYTHING IS FLAGGED
000370*                   SO THE SCHEDULER CAN ROUTE THE REPORT.
000380*                   PARM: MULTIPLE IN 1-4 AS NNVV (DEFAULT 0300,
000390*                   THREE TIMES THE AVERAGE), TWO SPACES, THEN AN
000400*                   OPTIONAL RUN DATE IN 7-14 (BLANK MEANS
000410*                   TODAY).
000420*================================================================
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-370.
000460 OBJECT-COMPUTER. IBM-370.
000470 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT  FAPPEL          ASSIGN TO UT-S-FAPPEL
000510             FILE STATUS IS WS-FAPPEL-STATUS.
000520
000530     SELECT  FAPPEL-HIST     ASSIGN TO UT-S-FAPPLHST
000540             ORGANIZATION IS INDEXED
000550             ACCESS MODE IS SEQUENTIAL
000560             RECORD KEY IS HIST-ARCHIVE-KEY
000570             FILE STATUS IS WS-FAPPLHST-STATUS.
000580
000590     SELECT  FANOMALY        ASSIGN TO UT-S-FANOMALY
000600             FILE STATUS IS WS-FANOMALY-STATUS.
000610
000620     SELECT  FANOMRPT        ASSIGN TO UT-S-FANOMRPT
000630             FILE STATUS IS WS-FANOMRPT-STATUS.
000640
000650     SELECT  SORT-FILE       ASSIGN TO UT-S-SORTWK01.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  FAPPEL
000700     BLOCK 0 RECORDS
000710     LABEL RECORD STANDARD
000720     RECORDING MODE F.
000730     COPY CAPPEL.
000740
000750 FD  FAPPEL-HIST
000760     LABEL RECORD STANDARD.
000770     COPY CAPPLHST.
000780
000790 FD  FANOMALY
000800     BLOCK 0 RECORDS
000810     LABEL RECORD STANDARD
000820     RECORDING MODE F.
000830     COPY CANOMALY.
000840
000850 FD  FANOMRPT
000860     BLOCK 0 RECORDS
000870     LABEL RECORD STANDARD
000880     RECORDING MODE F.
000890 01  RPT-LINE                  PIC X(80).
000900
000910*----------------------------------------------------------------
000920*    ONE SORT RECORD PER TIMED CALL WITH AN AGENT ID, RETURNED
000930*    IN AGENT / START-TIME ORDER FOR THE OVERLAP SWEEP.
000940*----------------------------------------------------------------
000950 SD  SORT-FILE.
000960 01  SRT-AGENT-CALL.
000970     05  SRT-AGENT-ID             PIC X(08).
000980     05  SRT-START-SECS           PIC 9(05).
000990     05  SRT-END-SECS             PIC 9(07).
001000     05  SRT-APPEL-NUM            PIC X(10).
001010     05  SRT-APPEL-DATE           PIC 9(08).
001020     05  SRT-CONTRACT-NO          PIC X(10).
001030     05  SRT-START-TIME           PIC X(06).
001040     05  SRT-DURATION             PIC X(06).
001050
001060 WORKING-STORAGE SECTION.
001070*----------------------------------------------------------------
001080*    FILE STATUS AND END-OF-FILE SWITCHES
001090*----------------------------------------------------------------
001100 01  WS-FAPPEL-STATUS          PIC X(02).
001110     88  WS-FAPPEL-OK                    VALUE '00'.
001120
001130 01  WS-FAPPLHST-STATUS        PIC X(02).
001140     88  WS-FAPPLHST-OK                  VALUE '00'.
001150
001160 01  WS-FANOMALY-STATUS        PIC X(02).
001170     88  WS-FANOMALY-OK                  VALUE '00'.
001180
001190 01  WS-FANOMRPT-STATUS        PIC X(02).
001200     88  WS-FANOMRPT-OK                  VALUE '00'.
001210
001220 01  WS-SWITCHES.
001230     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
001240         88  WS-EOF                      VALUE 'Y'.
001250     05  WS-HIST-EOF-SWITCH    PIC X(01) VALUE 'N'.
001260         88  WS-HIST-EOF                 VALUE 'Y'.
001270     05  WS-SORT-EOF-SWITCH    PIC X(01) VALUE 'N'.
001280         88  WS-SORT-EOF                 VALUE 'Y'.
001290     05  WS-CONTRACT-FOUND-SWITCH
001300                               PIC X(01) VALUE 'N'.
001310         88  WS-CONTRACT-FOUND           VALUE 'Y'.
001320     05  WS-HOLDER-SWITCH      PIC X(01) VALUE 'N'.
001330         88  WS-HOLDER-WRITTEN           VALUE 'Y'.
001340     05  WS-AGENT-FLAG-SWITCH  PIC X(01) VALUE 'N'.
001350         88  WS-AGENT-FLAGGED            VALUE 'Y'.
001360
001370*----------------------------------------------------------------
001380*    THE PARM FIELD IS POSITIONAL - THE MULTIPLE IN 1-4 AS NNVV
001390*    (BLANK TAKES THE DEFAULT), TWO SPACES, THEN AN OPTIONAL RUN
001400*    DATE IN 7-14 (BLANK MEANS TODAY).
001410*----------------------------------------------------------------
001420 01  WS-CMD-PARM.
001430     05  WS-MULTIPLE-PARM      PIC X(04).
001440     05  WS-MULTIPLE-PARM-R REDEFINES WS-MULTIPLE-PARM
001450                               PIC 9(02)V99.
001460     05  FILLER                PIC X(02).
001470     05  WS-RUN-DATE-PARM      PIC X(08).
001480     05  WS-RUN-DATE-PARM-N REDEFINES WS-RUN-DATE-PARM
001490                               PIC 9(08).
001500
001510*----------------------------------------------------------------
001520*    HEADER/TRAILER CONTROL RECORD - USED TO RECOGNIZE THE
001530*    CONTROL RECORDS FAPEDIT WRITES ON FAPPEL AND TO WRITE THE
001540*    FANOMALY PAIR.
001550*----------------------------------------------------------------
001560 COPY CCTLREC.
001570
001580*----------------------------------------------------------------
001590*    THRESHOLD AND DATE WINDOW - THE TRAILING AVERAGE IS THE
001600*    CONTRACT'S HISTORY TOTAL OVER THE 30 CALENDAR DAYS BEFORE
001610*    THE RUN DATE, DIVIDED BY 30 (A DAY WITHOUT CALLS COUNTS AS
001620*    A DAY OF ZERO).
001630*----------------------------------------------------------------
001640 01  WS-MULTIPLE               PIC 9(02)V99 COMP-3 VALUE ZERO.
001650 01  WS-CURRENT-DATE           PIC 9(08).
001660 01  WS-TRAILING-DAYS          PIC 9(03) VALUE 030.
001670 01  WS-TRAILING-START-DATE    PIC 9(08).
001680 01  WS-TRAILING-END-DATE      PIC 9(08).
001690 01  WS-RUN-INTEGER            PIC S9(09) COMP-3.
001700 01  WS-WORK-INTEGER           PIC S9(09) COMP-3.
001710
001720*----------------------------------------------------------------
001730*    PER-CONTRACT TABLE - ONE ENTRY PER CONTRACT ON THE DAY'S
001740*    FEED, WITH ITS DAY FIGURES, ITS TRAILING TOTALS AND THE
001750*    VERDICT.
001760*----------------------------------------------------------------
001770 01  WS-CON-TABLE.
001780     05  WS-CON-COUNT          PIC S9(04) COMP VALUE ZERO.
001790     05  WS-CON-ENTRY OCCURS 5000
001800                      DEPENDING ON WS-CON-COUNT
001810                      INDEXED   BY WS-CON-IDX.
001820         10  WS-CON-CONTRACT   PIC X(10).
001830         10  WS-CON-DAY-APPELS PIC 9(07) COMP-3.
001840         10  WS-CON-DAY-SECS   PIC 9(09) COMP-3.
001850         10  WS-CON-HIST-APPELS
001860                               PIC 9(09) COMP-3.
001870         10  WS-CON-HIST-SECS  PIC 9(11) COMP-3.
001880         10  WS-CON-AVG-APPELS PIC 9(05)V99 COMP-3.
001890         10  WS-CON-AVG-SECS   PIC 9(07)V99 COMP-3.
001900         10  WS-CON-FLAG       PIC X(01).
001910             88  WS-CON-SPIKE            VALUE 'Y'.
001920
001930 01  WS-CON-MAX                PIC S9(04) COMP VALUE 5000.
001940 01  WS-CON-SUB                PIC S9(04) COMP VALUE ZERO.
001950
001960*----------------------------------------------------------------
001970*    VOLUME TEST WORK FIELDS
001980*----------------------------------------------------------------
001990 01  WS-LIMIT-APPELS           PIC 9(07)V9(04) COMP-3.
002000 01  WS-LIMIT-SECS             PIC 9(09)V9(04) COMP-3.
002010 01  WS-SPIKE-REASON           PIC X(08).
002020
002030*----------------------------------------------------------------
002040*    OVERLAP SWEEP FIELDS - PER AGENT, THE CALL THAT RUNS
002050*    LATEST SO FAR (THE HOLDER) AND WHETHER IT IS ALREADY ON
002060*    THE ANOMALY FILE.
002070*----------------------------------------------------------------
002080 01  WS-TIME-CHECK             PIC 9(06).
002090 01  WS-TIME-PARTS REDEFINES WS-TIME-CHECK.
002100     05  WS-TIME-HH            PIC 9(02).
002110     05  WS-TIME-MM            PIC 9(02).
002120     05  WS-TIME-SS            PIC 9(02).
002130
002140 01  WS-HOLDER.
002150     05  WS-HLD-AGENT-ID       PIC X(08) VALUE SPACES.
002160     05  WS-HLD-END-SECS       PIC 9(07) VALUE ZERO.
002170     05  WS-HLD-APPEL-NUM      PIC X(10).
002180     05  WS-HLD-APPEL-DATE     PIC 9(08).
002190     05  WS-HLD-CONTRACT-NO    PIC X(10).
002200     05  WS-HLD-START-TIME     PIC X(06).
002210     05  WS-HLD-DURATION       PIC X(06).
002220
002230*----------------------------------------------------------------
002240*    RUN COUNTERS
002250*----------------------------------------------------------------
002260 01  WS-CNT-READ               PIC 9(07) COMP-3 VALUE ZERO.
002270 01  WS-CNT-HIST-READ          PIC 9(07) COMP-3 VALUE ZERO.
002280 01  WS-CNT-HIST-USED          PIC 9(07) COMP-3 VALUE ZERO.
002290 01  WS-CNT-NO-HISTORY         PIC 9(07) COMP-3 VALUE ZERO.
002300 01  WS-CNT-SPIKE-CONTRACTS    PIC 9(07) COMP-3 VALUE ZERO.
002310 01  WS-CNT-SPIKE-APPELS       PIC 9(07) COMP-3 VALUE ZERO.
002320 01  WS-CNT-AGENT-CALLS        PIC 9(07) COMP-3 VALUE ZERO.
002330 01  WS-CNT-NOT-TIMED          PIC 9(07) COMP-3 VALUE ZERO.
002340 01  WS-CNT-OVERLAP-AGENTS     PIC 9(07) COMP-3 VALUE ZERO.
002350 01  WS-CNT-OVERLAP-APPELS     PIC 9(07) COMP-3 VALUE ZERO.
002360 01  WS-CNT-ANOMALIES          PIC 9(07) COMP-3 VALUE ZERO.
002370
002380*----------------------------------------------------------------
002390*    ANOMALY REPORT LINE LAYOUTS
002400*----------------------------------------------------------------
002410 01  RPT-HEADING-1.
002420     05  FILLER                PIC X(80) VALUE
002430         'FAPANOM - CONTRACT VOLUME AND AGENT OVERLAP ANOMALIES'.
002440
002450 01  RPT-HEADING-2.
002460     05  FILLER                PIC X(09) VALUE 'RUN DATE '.
002470     05  RPT-HDG-RUN-DATE      PIC 9(08).
002480     05  FILLER                PIC X(12) VALUE
002490         '  MULTIPLE  '.
002500     05  RPT-HDG-MULTIPLE      PIC Z9,99.
002510     05  FILLER                PIC X(17) VALUE
002520         '  AVERAGE SINCE  '.
002530     05  RPT-HDG-TRAILING      PIC 9(08).
002540     05  FILLER                PIC X(21) VALUE SPACES.
002550
002560 01  RPT-SPIKE-HEADING.
002570     05  FILLER                PIC X(40) VALUE
002580         'CONTRACT     DAY APPELS   AVG APPELS   D'.
002590     05  FILLER                PIC X(40) VALUE
002600         'AY SECONDS    AVG SECONDS  OVER         '.
002610
002620 01  RPT-SPIKE-LINE.
002630     05  RPT-SPK-CONTRACT      PIC X(10).
002640     05  FILLER                PIC X(06) VALUE SPACES.
002650     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
002660                         BY RPT-SPK-DAY-APPELS.
002670     05  FILLER                PIC X(03) VALUE SPACES.
002680     05  RPT-SPK-AVG-APPELS    PIC ZZ.ZZ9,99.
002690     05  FILLER                PIC X(02) VALUE SPACES.
002700     05  RPT-SPK-DAY-SECS      PIC ZZZ.ZZZ.ZZ9.
002710     05  FILLER                PIC X(02) VALUE SPACES.
002720     05  RPT-SPK-AVG-SECS      PIC Z.ZZZ.ZZ9,99.
002730     05  FILLER                PIC X(02) VALUE SPACES.
002740     05  RPT-SPK-REASON        PIC X(08).
002750     05  FILLER                PIC X(02) VALUE SPACES.
002760
002770 01  RPT-OVERLAP-HEADING.
002780     05  FILLER                PIC X(40) VALUE
002790         'AGENT ID  APPEL NUM   CONTRACT    START '.
002800     05  FILLER                PIC X(40) VALUE
002810         ' DURATN  OVERLAPS                       '.
002820
002830 01  RPT-OVERLAP-LINE.
002840     05  RPT-OVL-AGENT-ID      PIC X(08).
002850     05  FILLER                PIC X(02) VALUE SPACES.
002860     05  RPT-OVL-APPEL-NUM     PIC X(10).
002870     05  FILLER                PIC X(02) VALUE SPACES.
002880     05  RPT-OVL-CONTRACT      PIC X(10).
002890     05  FILLER                PIC X(02) VALUE SPACES.
002900     05  RPT-OVL-START-TIME    PIC X(06).
002910     05  FILLER                PIC X(02) VALUE SPACES.
002920     05  RPT-OVL-DURATION      PIC X(06).
002930     05  FILLER                PIC X(02) VALUE SPACES.
002940     05  RPT-OVL-RELATED       PIC X(10).
002950     05  FILLER                PIC X(20) VALUE SPACES.
002960
002970 01  RPT-SUMMARY-LINE.
002980     05  RPT-SUM-LABEL         PIC X(26).
002990     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
003000                         BY RPT-SUM-COUNT.
003010     05  FILLER                PIC X(47) VALUE SPACES.
003020
003030 PROCEDURE DIVISION.
003040*================================================================
003050 0000-MAINLINE.
003060*================================================================
003070     PERFORM 1000-INITIALIZE
003080         THRU 1000-EXIT.
003090
003100     PERFORM 2000-TALLY-APPEL
003110         THRU 2000-EXIT
003120         UNTIL WS-EOF.
003130
003140     PERFORM 3000-TALLY-HISTORY
003150         THRU 3000-EXIT.
003160
003170     MOVE RPT-SPIKE-HEADING TO RPT-LINE.
003180     WRITE RPT-LINE.
003190
003200     PERFORM 4000-TEST-CONTRACT
003210         THRU 4000-EXIT
003220         VARYING WS-CON-SUB FROM 1 BY 1
003230         UNTIL WS-CON-SUB > WS-CON-COUNT.
003240
003250     SORT SORT-FILE
003260         ON ASCENDING KEY SRT-AGENT-ID
003270                          SRT-START-SECS
003280                          SRT-APPEL-NUM
003290         INPUT PROCEDURE IS 5000-FLAG-APPELS
003300                         THRU 5000-EXIT
003310         OUTPUT PROCEDURE IS 6000-SWEEP-AGENTS
003320                         THRU 6000-EXIT.
003330
003340     PERFORM 8000-PRINT-SUMMARY
003350         THRU 8000-EXIT.
003360
003370     PERFORM 9000-TERMINATE
003380         THRU 9000-EXIT.
003390
003400     GOBACK.
003410
003420*================================================================
003430 1000-INITIALIZE.
003440*================================================================
003450     ACCEPT WS-CMD-PARM FROM COMMAND-LINE.
003460     IF WS-MULTIPLE-PARM = SPACES
003470         MOVE '0300' TO WS-MULTIPLE-PARM
003480     END-IF.
003490     IF WS-MULTIPLE-PARM NOT NUMERIC
003500         DISPLAY 'FAPANOM - MULTIPLE PARM NOT NUMERIC: '
003510             WS-MULTIPLE-PARM
003520         MOVE 16 TO RETURN-CODE
003530         STOP RUN
003540     END-IF.
003550     MOVE WS-MULTIPLE-PARM-R TO WS-MULTIPLE.
003560
003570     IF WS-RUN-DATE-PARM = SPACES
003580         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003590     ELSE
003600         IF WS-RUN-DATE-PARM NOT NUMERIC
003610             DISPLAY 'FAPANOM - RUN DATE PARM NOT NUMERIC: '
003620                 WS-RUN-DATE-PARM
003630             MOVE 16 TO RETURN-CODE
003640             STOP RUN
003650         END-IF
003660         MOVE WS-RUN-DATE-PARM-N TO WS-CURRENT-DATE
003670     END-IF.
003680
003690     COMPUTE WS-RUN-INTEGER =
003700             FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
003710     COMPUTE WS-WORK-INTEGER = WS-RUN-INTEGER - WS-TRAILING-DAYS.
003720     MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
003730         TO WS-TRAILING-START-DATE.
003740     COMPUTE WS-WORK-INTEGER = WS-RUN-INTEGER - 1.
003750     MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
003760         TO WS-TRAILING-END-DATE.
003770
003780     OPEN INPUT  FAPPEL.
003790     IF NOT WS-FAPPEL-OK
003800         DISPLAY 'FAPANOM - CANNOT OPEN FAPPEL, STATUS = '
003810             WS-FAPPEL-STATUS
003820         MOVE 16 TO RETURN-CODE
003830         STOP RUN
003840     END-IF.
003850
003860     OPEN INPUT  FAPPEL-HIST.
003870     IF NOT WS-FAPPLHST-OK
003880         DISPLAY 'FAPANOM - CANNOT OPEN FAPPEL-HIST, STATUS = '
003890             WS-FAPPLHST-STATUS
003900         MOVE 16 TO RETURN-CODE
003910         STOP RUN
003920     END-IF.
003930
003940     OPEN OUTPUT FANOMALY.
003950     IF NOT WS-FANOMALY-OK
003960         DISPLAY 'FAPANOM - CANNOT OPEN FANOMALY, STATUS = '
003970             WS-FANOMALY-STATUS
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010
004020     OPEN OUTPUT FANOMRPT.
004030     IF NOT WS-FANOMRPT-OK
004040         DISPLAY 'FAPANOM - CANNOT OPEN FANOMRPT, STATUS = '
004050             WS-FANOMRPT-STATUS
004060         MOVE 16 TO RETURN-CODE
004070         STOP RUN
004080     END-IF.
004090
004100     PERFORM 8500-WRITE-ANOMALY-HEADER
004110         THRU 8500-EXIT.
004120
004130     MOVE RPT-HEADING-1 TO RPT-LINE.
004140     WRITE RPT-LINE.
004150     MOVE WS-CURRENT-DATE        TO RPT-HDG-RUN-DATE.
004160     MOVE WS-MULTIPLE            TO RPT-HDG-MULTIPLE.
004170     MOVE WS-TRAILING-START-DATE TO RPT-HDG-TRAILING.
004180     MOVE RPT-HEADING-2 TO RPT-LINE.
004190     WRITE RPT-LINE.
004200
004210     PERFORM 2100-READ-APPEL
004220         THRU 2100-EXIT.
004230 1000-EXIT.
004240     EXIT.
004250
004260*================================================================
004270 2000-TALLY-APPEL.
004280*================================================================
004290*    FIND (OR OPEN) THE CONTRACT'S TABLE ENTRY AND ADD THE CALL
004300*    TO ITS DAY FIGURES.  A NON-NUMERIC DURATION COUNTS AS AN
004310*    APPEL BUT ADDS NO SECONDS.
004320*----------------------------------------------------------------
004330     ADD 1 TO WS-CNT-READ.
004340
004350     MOVE 'N' TO WS-CONTRACT-FOUND-SWITCH.
004360     IF WS-CON-COUNT > ZERO
004370         SET WS-CON-IDX TO 1
004380         SEARCH WS-CON-ENTRY
004390             WHEN WS-CON-CONTRACT (WS-CON-IDX)
004400                                 = FIC-APPEL-CONTRACT-NO
004410                 SET WS-CONTRACT-FOUND TO TRUE
004420         END-SEARCH
004430     END-IF.
004440
004450     IF NOT WS-CONTRACT-FOUND
004460         IF WS-CON-COUNT >= WS-CON-MAX
004470             DISPLAY 'FAPANOM - MORE THAN ' WS-CON-MAX
004480                 ' DISTINCT CONTRACTS - TABLE FULL'
004490             MOVE 16 TO RETURN-CODE
004500             STOP RUN
004510         END-IF
004520         ADD 1 TO WS-CON-COUNT
004530         SET WS-CON-IDX TO WS-CON-COUNT
004540         MOVE FIC-APPEL-CONTRACT-NO
004550                           TO WS-CON-CONTRACT   (WS-CON-IDX)
004560         MOVE ZERO         TO WS-CON-DAY-APPELS (WS-CON-IDX)
004570                              WS-CON-DAY-SECS   (WS-CON-IDX)
004580                              WS-CON-HIST-APPELS (WS-CON-IDX)
004590                              WS-CON-HIST-SECS  (WS-CON-IDX)
004600                              WS-CON-AVG-APPELS (WS-CON-IDX)
004610                              WS-CON-AVG-SECS   (WS-CON-IDX)
004620         MOVE 'N'          TO WS-CON-FLAG       (WS-CON-IDX)
004630     END-IF.
004640
004650     ADD 1 TO WS-CON-DAY-APPELS (WS-CON-IDX).
004660     IF FIC-APPEL-DURATION NUMERIC
004670         ADD FIC-APPEL-DURATION-N
004680             TO WS-CON-DAY-SECS (WS-CON-IDX)
004690     END-IF.
004700
004710     PERFORM 2100-READ-APPEL
004720         THRU 2100-EXIT.
004730 2000-EXIT.
004740     EXIT.
004750
004760*================================================================
004770 2100-READ-APPEL.
004780*================================================================
004790*    FAPEDIT'S HEADER/TRAILER CONTROL RECORDS ARE NOT APPEL DATA
004800*    AND BELONG TO NO CONTRACT.
004810*----------------------------------------------------------------
004820     READ FAPPEL
004830         AT END
004840             SET WS-EOF TO TRUE
004850             GO TO 2100-EXIT
004860     END-READ.
004870
004880     MOVE FIC-APPEL (1:8) TO CTL-RECORD-TYPE.
004890     IF CTL-CONTROL-REC
004900         GO TO 2100-READ-APPEL
004910     END-IF.
004920 2100-EXIT.
004930     EXIT.
004940
004950*================================================================
004960 3000-TALLY-HISTORY.
004970*================================================================
004980*    FAPPEL-HIST IS KEYED ARCHIVE DATE FIRST, AND A CALL IS
004990*    NEVER ARCHIVED BEFORE IT IS MADE, SO THE SCAN STARTS AT THE
005000*    TRAILING START DATE; THE CALL DATE DECIDES WHETHER A RECORD
005010*    COUNTS.  TONIGHT'S OWN CALLS, IF FAPHIST HAS ALREADY
005020*    ARCHIVED THEM, FALL OUTSIDE THE WINDOW.
005030*----------------------------------------------------------------
005040     IF WS-CON-COUNT = ZERO
005050         GO TO 3000-EXIT
005060     END-IF.
005070
005080     MOVE LOW-VALUES             TO HIST-ARCHIVE-KEY.
005090     MOVE WS-TRAILING-START-DATE TO HIST-ARCHIVE-DATE.
005100     START FAPPEL-HIST
005110         KEY NOT LESS THAN HIST-ARCHIVE-KEY
005120         INVALID KEY
005130             SET WS-HIST-EOF TO TRUE
005140     END-START.
005150
005160     IF NOT WS-HIST-EOF
005170         PERFORM 3100-READ-HIST
005180             THRU 3100-EXIT
005190     END-IF.
005200
005210     PERFORM 3200-CREDIT-HIST
005220         THRU 3200-EXIT
005230         UNTIL WS-HIST-EOF.
005240 3000-EXIT.
005250     EXIT.
005260
005270*================================================================
005280 3100-READ-HIST.
005290*================================================================
005300     READ FAPPEL-HIST
005310         AT END
005320             SET WS-HIST-EOF TO TRUE
005330             GO TO 3100-EXIT
005340     END-READ.
005350
005360     MOVE FIC-APPEL-HIST (1:8) TO CTL-RECORD-TYPE.
005370     IF CTL-CONTROL-REC
005380         GO TO 3100-READ-HIST
005390     END-IF.
005400 3100-EXIT.
005410     EXIT.
005420
005430*================================================================
005440 3200-CREDIT-HIST.
005450*================================================================
005460     ADD 1 TO WS-CNT-HIST-READ.
005470
005480     IF HIST-APPEL-DATE < WS-TRAILING-START-DATE
005490        OR HIST-APPEL-DATE > WS-TRAILING-END-DATE
005500         GO TO 3200-NEXT
005510     END-IF.
005520
005530     MOVE 'N' TO WS-CONTRACT-FOUND-SWITCH.
005540     SET WS-CON-IDX TO 1.
005550     SEARCH WS-CON-ENTRY
005560         WHEN WS-CON-CONTRACT (WS-CON-IDX)
005570                             = HIST-APPEL-CONTRACT-NO
005580             SET WS-CONTRACT-FOUND TO TRUE
005590     END-SEARCH.
005600     IF NOT WS-CONTRACT-FOUND
005610         GO TO 3200-NEXT
005620     END-IF.
005630
005640     ADD 1 TO WS-CNT-HIST-USED.
005650     ADD 1 TO WS-CON-HIST-APPELS (WS-CON-IDX).
005660     IF HIST-APPEL-DURATION NUMERIC
005670         ADD HIST-APPEL-DURATION-N
005680             TO WS-CON-HIST-SECS (WS-CON-IDX)
005690     END-IF.
005700
005710 3200-NEXT.
005720     PERFORM 3100-READ-HIST
005730         THRU 3100-EXIT.
005740 3200-EXIT.
005750     EXIT.
005760
005770*================================================================
005780 4000-TEST-CONTRACT.
005790*================================================================
005800*    THE DAY'S COUNT OR SECONDS OVER THE MULTIPLE OF THE
005810*    TRAILING DAILY AVERAGE MARKS THE CONTRACT.  NO TRAILING
005820*    HISTORY MEANS NOTHING TO MEASURE AGAINST.
005830*----------------------------------------------------------------
005840     IF WS-CON-HIST-APPELS (WS-CON-SUB) = ZERO
005850         ADD 1 TO WS-CNT-NO-HISTORY
005860         GO TO 4000-EXIT
005870     END-IF.
005880
005890     COMPUTE WS-CON-AVG-APPELS (WS-CON-SUB) ROUNDED =
005900             WS-CON-HIST-APPELS (WS-CON-SUB) / WS-TRAILING-DAYS.
005910     COMPUTE WS-CON-AVG-SECS (WS-CON-SUB) ROUNDED =
005920             WS-CON-HIST-SECS (WS-CON-SUB) / WS-TRAILING-DAYS.
005930     COMPUTE WS-LIMIT-APPELS =
005940             WS-CON-AVG-APPELS (WS-CON-SUB) * WS-MULTIPLE.
005950     COMPUTE WS-LIMIT-SECS =
005960             WS-CON-AVG-SECS (WS-CON-SUB) * WS-MULTIPLE.
005970
005980     MOVE SPACES TO WS-SPIKE-REASON.
005990     IF WS-CON-DAY-APPELS (WS-CON-SUB) > WS-LIMIT-APPELS
006000         MOVE 'APPELS' TO WS-SPIKE-REASON
006010     END-IF.
006020     IF WS-CON-DAY-SECS (WS-CON-SUB) > WS-LIMIT-SECS
006030         IF WS-SPIKE-REASON = SPACES
006040             MOVE 'DURATION' TO WS-SPIKE-REASON
006050         ELSE
006060             MOVE 'BOTH'     TO WS-SPIKE-REASON
006070         END-IF
006080     END-IF.
006090     IF WS-SPIKE-REASON = SPACES
006100         GO TO 4000-EXIT
006110     END-IF.
006120
006130     SET WS-CON-SPIKE (WS-CON-SUB) TO TRUE.
006140     ADD 1 TO WS-CNT-SPIKE-CONTRACTS.
006150
006160     MOVE WS-CON-CONTRACT   (WS-CON-SUB) TO RPT-SPK-CONTRACT.
006170     MOVE WS-CON-DAY-APPELS (WS-CON-SUB) TO RPT-SPK-DAY-APPELS.
006180     MOVE WS-CON-AVG-APPELS (WS-CON-SUB) TO RPT-SPK-AVG-APPELS.
006190     MOVE WS-CON-DAY-SECS   (WS-CON-SUB) TO RPT-SPK-DAY-SECS.
006200     MOVE WS-CON-AVG-SECS   (WS-CON-SUB) TO RPT-SPK-AVG-SECS.
006210     MOVE WS-SPIKE-REASON                TO RPT-SPK-REASON.
006220     MOVE RPT-SPIKE-LINE TO RPT-LINE.
006230     WRITE RPT-LINE.
006240 4000-EXIT.
006250     EXIT.
006260
006270*================================================================
006280 5000-FLAG-APPELS.
006290*================================================================
006300*    SORT INPUT PROCEDURE - A SECOND PASS OF FAPPEL.  EVERY CALL
006310*    OF A MARKED CONTRACT GOES TO THE ANOMALY FILE, AND EVERY
006320*    CALL WITH AN AGENT ID AND A USABLE START TIME AND DURATION
006330*    IS RELEASED FOR THE OVERLAP SWEEP.
006340*----------------------------------------------------------------
006350     CLOSE FAPPEL.
006360     OPEN INPUT FAPPEL.
006370     IF NOT WS-FAPPEL-OK
006380         DISPLAY 'FAPANOM - CANNOT REOPEN FAPPEL, STATUS = '
006390             WS-FAPPEL-STATUS
006400         MOVE 16 TO RETURN-CODE
006410         STOP RUN
006420     END-IF.
006430     MOVE 'N' TO WS-EOF-SWITCH.
006440
006450     MOVE SPACES TO RPT-LINE.
006460     WRITE RPT-LINE.
006470     MOVE RPT-OVERLAP-HEADING TO RPT-LINE.
006480     WRITE RPT-LINE.
006490
006500     PERFORM 2100-READ-APPEL
006510         THRU 2100-EXIT.
006520
006530     PERFORM 5100-FLAG-APPEL
006540         THRU 5100-EXIT
006550         UNTIL WS-EOF.
006560 5000-EXIT.
006570     EXIT.
006580
006590*================================================================
006600 5100-FLAG-APPEL.
006610*================================================================
006620     SET WS-CON-IDX TO 1.
006630     SEARCH WS-CON-ENTRY
006640         WHEN WS-CON-CONTRACT (WS-CON-IDX)
006650                             = FIC-APPEL-CONTRACT-NO
006660             IF WS-CON-SPIKE (WS-CON-IDX)
006670                 PERFORM 5200-WRITE-SPIKE-APPEL
006680                     THRU 5200-EXIT
006690             END-IF
006700     END-SEARCH.
006710
006720     IF FIC-APPEL-AGENT-ID = SPACES
006730         GO TO 5100-NEXT
006740     END-IF.
006750     ADD 1 TO WS-CNT-AGENT-CALLS.
006760
006770     IF FIC-APPEL-START-TIME NOT NUMERIC
006780        OR FIC-APPEL-DURATION NOT NUMERIC
006790         ADD 1 TO WS-CNT-NOT-TIMED
006800         GO TO 5100-NEXT
006810     END-IF.
006820     MOVE FIC-APPEL-START-TIME-N TO WS-TIME-CHECK.
006830     IF WS-TIME-HH > 23
006840        OR WS-TIME-MM > 59
006850        OR WS-TIME-SS > 59
006860         ADD 1 TO WS-CNT-NOT-TIMED
006870         GO TO 5100-NEXT
006880     END-IF.
006890
006900     MOVE FIC-APPEL-AGENT-ID     TO SRT-AGENT-ID.
006910     COMPUTE SRT-START-SECS = WS-TIME-HH * 3600
006920                            + WS-TIME-MM * 60
006930                            + WS-TIME-SS.
006940     COMPUTE SRT-END-SECS   = SRT-START-SECS
006950                            + FIC-APPEL-DURATION-N.
006960     MOVE FIC-APPEL-NUM          TO SRT-APPEL-NUM.
006970     MOVE FIC-APPEL-DATE         TO SRT-APPEL-DATE.
006980     MOVE FIC-APPEL-CONTRACT-NO  TO SRT-CONTRACT-NO.
006990     MOVE FIC-APPEL-START-TIME   TO SRT-START-TIME.
007000     MOVE FIC-APPEL-DURATION     TO SRT-DURATION.
007010     RELEASE SRT-AGENT-CALL.
007020
007030 5100-NEXT.
007040     PERFORM 2100-READ-APPEL
007050         THRU 2100-EXIT.
007060 5100-EXIT.
007070     EXIT.
007080
007090*================================================================
007100 5200-WRITE-SPIKE-APPEL.
007110*================================================================
007120     MOVE SPACES                TO ANOMALY-RECORD.
007130     MOVE WS-CURRENT-DATE       TO ANM-RUN-DATE.
007140     SET ANM-VOLUME-SPIKE       TO TRUE.
007150     MOVE FIC-APPEL-NUM         TO ANM-APPEL-NUM.
007160     MOVE FIC-APPEL-DATE        TO ANM-APPEL-DATE.
007170     MOVE FIC-APPEL-CONTRACT-NO TO ANM-CONTRACT-NO.
007180     MOVE FIC-APPEL-AGENT-ID    TO ANM-AGENT-ID.
007190     MOVE FIC-APPEL-START-TIME  TO ANM-START-TIME.
007200     MOVE FIC-APPEL-DURATION    TO ANM-DURATION.
007210     MOVE WS-CON-DAY-APPELS (WS-CON-IDX) TO ANM-DAY-APPELS.
007220     MOVE WS-CON-AVG-APPELS (WS-CON-IDX) TO ANM-AVG-APPELS.
007230     MOVE WS-CON-DAY-SECS   (WS-CON-IDX) TO ANM-DAY-SECONDS.
007240     MOVE WS-CON-AVG-SECS   (WS-CON-IDX) TO ANM-AVG-SECONDS.
007250     WRITE ANOMALY-RECORD.
007260     ADD 1 TO WS-CNT-SPIKE-APPELS.
007270     ADD 1 TO WS-CNT-ANOMALIES.
007280 5200-EXIT.
007290     EXIT.
007300
007310*================================================================
007320 6000-SWEEP-AGENTS.
007330*================================================================
007340*    SORT OUTPUT PROCEDURE - WITHIN EACH AGENT THE CALLS COME
007350*    IN START ORDER.  A CALL STARTING BEFORE THE HOLDER (THE
007360*    AGENT'S LATEST-RUNNING CALL SO FAR) HAS ENDED OVERLAPS IT.
007370*----------------------------------------------------------------
007380     PERFORM 6100-RETURN-CALL
007390         THRU 6100-EXIT.
007400
007410     PERFORM 6200-CHECK-CALL
007420         THRU 6200-EXIT
007430         UNTIL WS-SORT-EOF.
007440 6000-EXIT.
007450     EXIT.
007460
007470*================================================================
007480 6100-RETURN-CALL.
007490*================================================================
007500     RETURN SORT-FILE
007510         AT END
007520             SET WS-SORT-EOF TO TRUE
007530     END-RETURN.
007540 6100-EXIT.
007550     EXIT.
007560
007570*================================================================
007580 6200-CHECK-CALL.
007590*================================================================
007600     IF SRT-AGENT-ID NOT = WS-HLD-AGENT-ID
007610         MOVE 'N' TO WS-AGENT-FLAG-SWITCH
007620         PERFORM 6400-TAKE-HOLDER
007630             THRU 6400-EXIT
007640         GO TO 6200-NEXT
007650     END-IF.
007660
007670     IF SRT-START-SECS NOT < WS-HLD-END-SECS
007680         IF SRT-END-SECS > WS-HLD-END-SECS
007690             PERFORM 6400-TAKE-HOLDER
007700                 THRU 6400-EXIT
007710         END-IF
007720         GO TO 6200-NEXT
007730     END-IF.
007740
007750*    OVERLAP - THE HOLDER GOES ON THE FILE ONCE, THEN THE CALL.
007760     IF NOT WS-AGENT-FLAGGED
007770         ADD 1 TO WS-CNT-OVERLAP-AGENTS
007780         SET WS-AGENT-FLAGGED TO TRUE
007790     END-IF.
007800
007810     IF NOT WS-HOLDER-WRITTEN
007820         MOVE SPACES             TO ANOMALY-RECORD
007830         MOVE WS-HLD-APPEL-NUM   TO ANM-APPEL-NUM
007840         MOVE WS-HLD-APPEL-DATE  TO ANM-APPEL-DATE
007850         MOVE WS-HLD-CONTRACT-NO TO ANM-CONTRACT-NO
007860         MOVE WS-HLD-START-TIME  TO ANM-START-TIME
007870         MOVE WS-HLD-DURATION    TO ANM-DURATION
007880         MOVE SRT-APPEL-NUM      TO ANM-RELATED-APPEL
007890         PERFORM 6300-WRITE-OVERLAP
007900             THRU 6300-EXIT
007910         SET WS-HOLDER-WRITTEN TO TRUE
007920     END-IF.
007930
007940     MOVE SPACES             TO ANOMALY-RECORD.
007950     MOVE SRT-APPEL-NUM      TO ANM-APPEL-NUM.
007960     MOVE SRT-APPEL-DATE     TO ANM-APPEL-DATE.
007970     MOVE SRT-CONTRACT-NO    TO ANM-CONTRACT-NO.
007980     MOVE SRT-START-TIME     TO ANM-START-TIME.
007990     MOVE SRT-DURATION       TO ANM-DURATION.
008000     MOVE WS-HLD-APPEL-NUM   TO ANM-RELATED-APPEL.
008010     PERFORM 6300-WRITE-OVERLAP
008020         THRU 6300-EXIT.
008030
008040     IF SRT-END-SECS > WS-HLD-END-SECS
008050         PERFORM 6400-TAKE-HOLDER
008060             THRU 6400-EXIT
008070         SET WS-HOLDER-WRITTEN TO TRUE
008080     END-IF.
008090
008100 6200-NEXT.
008110     PERFORM 6100-RETURN-CALL
008120         THRU 6100-EXIT.
008130 6200-EXIT.
008140     EXIT.
008150
008160*================================================================
008170 6300-WRITE-OVERLAP.
008180*================================================================
008190*    THE CALLER HAS FILLED THE CALL'S OWN FIELDS AND THE RELATED
008200*    APPEL; THE AGENT AND RUN DATE ARE COMMON TO BOTH SIDES.
008210*----------------------------------------------------------------
008220     MOVE WS-CURRENT-DATE TO ANM-RUN-DATE.
008230     SET ANM-AGENT-OVERLAP TO TRUE.
008240     MOVE SRT-AGENT-ID    TO ANM-AGENT-ID.
008250     MOVE ZERO            TO ANM-DAY-APPELS
008260                             ANM-AVG-APPELS
008270                             ANM-DAY-SECONDS
008280                             ANM-AVG-SECONDS.
008290     WRITE ANOMALY-RECORD.
008300     ADD 1 TO WS-CNT-OVERLAP-APPELS.
008310     ADD 1 TO WS-CNT-ANOMALIES.
008320
008330     MOVE ANM-AGENT-ID      TO RPT-OVL-AGENT-ID.
008340     MOVE ANM-APPEL-NUM     TO RPT-OVL-APPEL-NUM.
008350     MOVE ANM-CONTRACT-NO   TO RPT-OVL-CONTRACT.
008360     MOVE ANM-START-TIME    TO RPT-OVL-START-TIME.
008370     MOVE ANM-DURATION      TO RPT-OVL-DURATION.
008380     MOVE ANM-RELATED-APPEL TO RPT-OVL-RELATED.
008390     MOVE RPT-OVERLAP-LINE TO RPT-LINE.
008400     WRITE RPT-LINE.
008410 6300-EXIT.
008420     EXIT.
008430
008440*================================================================
008450 6400-TAKE-HOLDER.
008460*================================================================
008470     MOVE SRT-AGENT-ID    TO WS-HLD-AGENT-ID.
008480     MOVE SRT-END-SECS    TO WS-HLD-END-SECS.
008490     MOVE SRT-APPEL-NUM   TO WS-HLD-APPEL-NUM.
008500     MOVE SRT-APPEL-DATE  TO WS-HLD-APPEL-DATE.
008510     MOVE SRT-CONTRACT-NO TO WS-HLD-CONTRACT-NO.
008520     MOVE SRT-START-TIME  TO WS-HLD-START-TIME.
008530     MOVE SRT-DURATION    TO WS-HLD-DURATION.
008540     MOVE 'N'             TO WS-HOLDER-SWITCH.
008550 6400-EXIT.
008560     EXIT.
008570
008580*================================================================
008590 8000-PRINT-SUMMARY.
008600*================================================================
008610     MOVE SPACES TO RPT-LINE.
008620     WRITE RPT-LINE.
008630
008640     MOVE 'CALLS READ              : ' TO RPT-SUM-LABEL.
008650     MOVE WS-CNT-READ                  TO RPT-SUM-COUNT.
008660     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
008670     WRITE RPT-LINE.
008680
008690     MOVE 'CONTRACTS ON THE FEED   : ' TO RPT-SUM-LABEL.
008700     MOVE WS-CON-COUNT                 TO RPT-SUM-COUNT.
008710     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
008720     WRITE RPT-LINE.
008730
008740     MOVE '  WITH NO HISTORY       : ' TO RPT-SUM-LABEL.
008750     MOVE WS-CNT-NO-HISTORY            TO RPT-SUM-COUNT.
008760     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
008770     WRITE RPT-LINE.
008780
008790     MOVE 'HISTORY RECORDS SCANNED : ' TO RPT-SUM-LABEL.
008800     MOVE WS-CNT-HIST-READ             TO RPT-SUM-COUNT.
008810     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
008820     WRITE RPT-LINE.
008830
008840     MOVE 'HISTORY RECORDS AVERAGED: ' TO RPT-SUM-LABEL.
008850     MOVE WS-CNT-HIST-USED             TO RPT-SUM-COUNT.
008860     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
008870     WRITE RPT-LINE.
008880
008890     MOVE 'CONTRACTS OVER MULTIPLE : ' TO RPT-SUM-LABEL.
008900     MOVE WS-CNT-SPIKE-CONTRACTS       TO RPT-SUM-COUNT.
008910     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
008920     WRITE RPT-LINE.
008930
008940     MOVE '  APPELS FLAGGED        : ' TO RPT-SUM-LABEL.
008950     MOVE WS-CNT-SPIKE-APPELS          TO RPT-SUM-COUNT.
008960     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
008970     WRITE RPT-LINE.
008980
008990     MOVE 'CALLS WITH AN AGENT ID  : ' TO RPT-SUM-LABEL.
009000     MOVE WS-CNT-AGENT-CALLS           TO RPT-SUM-COUNT.
009010     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
009020     WRITE RPT-LINE.
009030
009040     MOVE '  NOT TIMED - SKIPPED   : ' TO RPT-SUM-LABEL.
009050     MOVE WS-CNT-NOT-TIMED             TO RPT-SUM-COUNT.
009060     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
009070     WRITE RPT-LINE.
009080
009090     MOVE 'AGENTS WITH OVERLAPS    : ' TO RPT-SUM-LABEL.
009100     MOVE WS-CNT-OVERLAP-AGENTS        TO RPT-SUM-COUNT.
009110     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
009120     WRITE RPT-LINE.
009130
009140     MOVE '  APPELS FLAGGED        : ' TO RPT-SUM-LABEL.
009150     MOVE WS-CNT-OVERLAP-APPELS        TO RPT-SUM-COUNT.
009160     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
009170     WRITE RPT-LINE.
009180
009190     MOVE 'ANOMALY RECORDS WRITTEN : ' TO RPT-SUM-LABEL.
009200     MOVE WS-CNT-ANOMALIES             TO RPT-SUM-COUNT.
009210     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
009220     WRITE RPT-LINE.
009230 8000-EXIT.
009240     EXIT.
009250
009260*================================================================
009270 8500-WRITE-ANOMALY-HEADER.
009280*================================================================
009290     MOVE SPACES          TO FIC-CONTROL-RECORD.
009300     SET  CTL-HEADER-REC  TO TRUE.
009310     MOVE 'FANOMALY'      TO CTL-FILE-ID.
009320     MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
009330     MOVE ZERO            TO CTL-RECORD-COUNT
009340                             CTL-COUNT-A
009350                             CTL-COUNT-B
009360                             CTL-COUNT-C.
009370     WRITE ANOMALY-RECORD FROM FIC-CONTROL-RECORD.
009380 8500-EXIT.
009390     EXIT.
009400
009410*================================================================
009420 8600-WRITE-ANOMALY-TRAILER.
009430*================================================================
009440*    A IS THE VOLUME-SPIKE APPELS AND B THE OVERLAP APPELS, SO
009450*    RECORD COUNT = A + B.  C IS THE NUMBER OF CONTRACTS OVER
009460*    THE MULTIPLE.
009470*----------------------------------------------------------------
009480     MOVE SPACES                 TO FIC-CONTROL-RECORD.
009490     SET  CTL-TRAILER-REC        TO TRUE.
009500     MOVE 'FANOMALY'             TO CTL-FILE-ID.
009510     MOVE WS-CURRENT-DATE        TO CTL-RUN-DATE.
009520     MOVE WS-CNT-ANOMALIES       TO CTL-RECORD-COUNT.
009530     MOVE WS-CNT-SPIKE-APPELS    TO CTL-COUNT-A.
009540     MOVE WS-CNT-OVERLAP-APPELS  TO CTL-COUNT-B.
009550     MOVE WS-CNT-SPIKE-CONTRACTS TO CTL-COUNT-C.
009560     WRITE ANOMALY-RECORD FROM FIC-CONTROL-RECORD.
009570 8600-EXIT.
009580     EXIT.
009590
009600*================================================================
009610 9000-TERMINATE.
009620*================================================================
009630     PERFORM 8600-WRITE-ANOMALY-TRAILER
009640         THRU 8600-EXIT.
009650
009660     CLOSE FAPPEL.
009670     CLOSE FAPPEL-HIST.
009680     CLOSE FANOMALY.
009690     CLOSE FANOMRPT.
009700
009710     IF WS-CNT-ANOMALIES > ZERO
009720         MOVE 4 TO RETURN-CODE
009730     END-IF.
009740 9000-EXIT.
009750     EXIT.
