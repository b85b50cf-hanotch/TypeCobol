000010*================================================================
000020 IDENTIFICATION DIVISION.
000030*================================================================
000040 PROGRAM-ID.    FAPINTV.
000050 AUTHOR.        J D HARTLEY.
000060 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000070 DATE-WRITTEN.  2026-09-14.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100*  MODIFICATION HISTORY
000110*  DATE       INIT  DESCRIPTION
000120*  ---------- ----  ------------------------------------------
000130*  2026-09-14 JDH   ORIGINAL PROGRAM.  HALF-HOUR INTERVAL
000140*                   TRAFFIC REPORT.  READS THE CLASSIFIED FAPPEL
000150*                   AND BUCKETS THE DAY'S CALLS INTO 48
000160*                   HALF-HOUR INTERVALS BY FIC-APPEL-START-TIME.
000170*                   PER INTERVAL IT PRINTS THE CALL COUNT, THE
000180*                   MYDATA MIX, THE AVERAGE DURATION AND THE
000190*                   PEAK NUMBER OF CALLS IN PROGRESS AT ONCE,
000200*                   AND FLAGS THE BUSIEST INTERVAL.  THE SAME
000210*                   FIGURES GO TO THE FINTVEXT EXTRACT (SEE
000220*                   CINTVEXT) FOR THE WORKFORCE PLANNING TOOL.
000230*                   THE PEAK IS WORKED OUT BY SORTING A START
000240*                   AND AN END EVENT FOR EVERY CALL INTO TIME
000250*                   ORDER AND SWEEPING THEM.  A CALL THAT RUNS
000260*                   PAST MIDNIGHT IS IN PROGRESS TO THE END OF
000270*                   THE DAY AND ITS REMAINDER IS CARRIED INTO THE
000280*                   EARLY INTERVALS - THE 48 INTERVALS ARE A
000290*                   24-HOUR CLOCK PROFILE, NOT A CALENDAR SPAN.
000300*                   A NON-NUMERIC OR OUT-OF-RANGE START TIME
000310*                   (ONLY POSSIBLE ON A FORCED FEED THAT
000320*                   BYPASSED FAPEDIT) CANNOT BE PLACED AND IS
000330*                   COUNTED; A NON-NUMERIC DURATION IS COUNTED
000340*                   IN ITS INTERVAL BUT LEFT OUT OF THE AVERAGE
000350*                   AND THE PEAK.
000360*================================================================
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.
000410 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT  FAPPEL      ASSIGN TO UT-S-FAPPEL
000450             FILE STATUS IS WS-FAPPEL-STATUS.
000460
000470     SELECT  FINTVEXT    ASSIGN TO UT-S-FINTVEXT
000480             FILE STATUS IS WS-FINTVEXT-STATUS.
000490
000500     SELECT  FINTVRPT    ASSIGN TO UT-S-FINTVRPT
000510             FILE STATUS IS WS-FINTVRPT-STATUS.
000520
000530     SELECT  SORT-FILE   ASSIGN TO UT-S-SORTWK01.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  FAPPEL
000580     BLOCK 0 RECORDS
000590     LABEL RECORD STANDARD
000600     RECORDING MODE F.
000610     COPY CAPPEL.
000620
000630 FD  FINTVEXT
000640     BLOCK 0 RECORDS
000650     LABEL RECORD STANDARD
000660     RECORDING MODE F.
000670     COPY CINTVEXT.
000680
000690 FD  FINTVRPT
000700     BLOCK 0 RECORDS
000710     LABEL RECORD STANDARD
000720     RECORDING MODE F.
000730 01  RPT-LINE                  PIC X(80).
000740
000750*----------------------------------------------------------------
000760*    ONE SORT RECORD PER CALL START AND PER CALL END, IN SECONDS
000770*    SINCE MIDNIGHT.  AT THE SAME SECOND AN END SORTS AHEAD OF A
000780*    START, SO A CALL ENDING AS ANOTHER BEGINS IS NOT COUNTED AS
000790*    OVERLAPPING IT.
000800*----------------------------------------------------------------
000810 SD  SORT-FILE.
000820 01  SRT-EVENT.
000830     05  SRT-EVENT-SECS           PIC 9(05).
000840     05  SRT-EVENT-TYPE           PIC X(01).
000850         88  SRT-CALL-ENDS                VALUE 'E'.
000860         88  SRT-CALL-STARTS              VALUE 'S'.
000870
000880 WORKING-STORAGE SECTION.
000890*----------------------------------------------------------------
000900*    FILE STATUS AND END-OF-FILE SWITCHES
000910*----------------------------------------------------------------
000920 01  WS-FAPPEL-STATUS          PIC X(02).
000930     88  WS-FAPPEL-OK                    VALUE '00'.
000940
000950 01  WS-FINTVEXT-STATUS        PIC X(02).
000960     88  WS-FINTVEXT-OK                  VALUE '00'.
000970
000980 01  WS-FINTVRPT-STATUS        PIC X(02).
000990     88  WS-FINTVRPT-OK                  VALUE '00'.
001000
001010 01  WS-SWITCHES.
001020     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
001030         88  WS-EOF                      VALUE 'Y'.
001040     05  WS-SORT-EOF-SWITCH    PIC X(01) VALUE 'N'.
001050         88  WS-SORT-EOF                 VALUE 'Y'.
001060     05  WS-DATE-SWITCH        PIC X(01) VALUE 'N'.
001070         88  WS-DATE-TAKEN               VALUE 'Y'.
001080
001090*----------------------------------------------------------------
001100*    MYDATA APPEL STATUS CODE AND ITS KNOWN VALUES - THE SAME
001110*    SHARED RULES FILECONTROL APPLIES, SO THE MIX HERE LINES UP
001120*    WITH FAPSTAT AND THE FCNTLRPT CONTROL REPORT.
001130*----------------------------------------------------------------
001140 COPY MYDATAB.
001150
001160*----------------------------------------------------------------
001170*    HEADER/TRAILER CONTROL RECORD - USED TO RECOGNIZE THE
001180*    CONTROL RECORDS FAPEDIT WRITES ON FAPPEL.
001190*----------------------------------------------------------------
001200 COPY CCTLREC.
001210
001220*----------------------------------------------------------------
001230*    PER-INTERVAL STATISTICS - ENTRY 1 IS 00:00-00:30, ENTRY 48
001240*    IS 23:30-24:00.  THE MIX IS SUBSCRIPTED BY THE RESOLVED
001250*    MYDATA BYTE (1-4).
001260*----------------------------------------------------------------
001270 01  WS-INTERVAL-TABLE.
001280     05  WS-INT-ENTRY OCCURS 48 TIMES.
001290         10  WS-INT-CALLS      PIC 9(07) COMP-3 VALUE ZERO.
001300         10  WS-INT-MIX        PIC 9(07) COMP-3 VALUE ZERO
001310                               OCCURS 4 TIMES.
001320         10  WS-INT-DUR-CALLS  PIC 9(07) COMP-3 VALUE ZERO.
001330         10  WS-INT-TOT-DUR    PIC 9(11) COMP-3 VALUE ZERO.
001340         10  WS-INT-PEAK       PIC 9(07) COMP-3 VALUE ZERO.
001350
001360 01  WS-INT-MAX                PIC S9(04) COMP VALUE 48.
001370 01  WS-INT-SUB                PIC S9(04) COMP VALUE ZERO.
001380 01  WS-FILL-SUB               PIC S9(04) COMP VALUE ZERO.
001390 01  WS-BKT-SUB                PIC 9(01).
001400
001410*----------------------------------------------------------------
001420*    START TIME BROKEN INTO ITS PARTS, AND THE CALL'S START AND
001430*    END IN SECONDS SINCE MIDNIGHT.
001440*----------------------------------------------------------------
001450 01  WS-TIME-CHECK             PIC 9(06).
001460 01  WS-TIME-PARTS REDEFINES WS-TIME-CHECK.
001470     05  WS-TIME-HH            PIC 9(02).
001480     05  WS-TIME-MM            PIC 9(02).
001490     05  WS-TIME-SS            PIC 9(02).
001500
001510 01  WS-SECS-PER-DAY           PIC 9(05) VALUE 86400.
001520 01  WS-SECS-PER-INTERVAL      PIC 9(04) VALUE 1800.
001530 01  WS-START-SECS             PIC 9(07) COMP-3 VALUE ZERO.
001540 01  WS-END-SECS               PIC 9(07) COMP-3 VALUE ZERO.
001550 01  WS-DURATION               PIC 9(06) COMP-3 VALUE ZERO.
001560
001570*----------------------------------------------------------------
001580*    SWEEP FIELDS - THE NUMBER OF CALLS IN PROGRESS AS THE
001590*    EVENTS ARE RETURNED, AND THE LAST INTERVAL WHOSE PEAK HAS
001600*    BEEN BROUGHT UP TO DATE.
001610*----------------------------------------------------------------
001620 01  WS-IN-PROGRESS            PIC S9(07) COMP-3 VALUE ZERO.
001630 01  WS-SWEEP-INT              PIC S9(04) COMP VALUE ZERO.
001640 01  WS-EVENT-INT              PIC S9(04) COMP VALUE ZERO.
001650 01  WS-EVENT-INT-START        PIC 9(07) COMP-3 VALUE ZERO.
001660
001670*----------------------------------------------------------------
001680*    REPORT WORK FIELDS AND COUNTERS
001690*----------------------------------------------------------------
001700 01  WS-TRAFFIC-DATE           PIC 9(08) VALUE ZERO.
001710 01  WS-AVG-DURATION           PIC 9(07) COMP-3 VALUE ZERO.
001720 01  WS-BUSIEST-INT            PIC S9(04) COMP VALUE ZERO.
001730 01  WS-BUSIEST-CALLS          PIC 9(07) COMP-3 VALUE ZERO.
001740 01  WS-DAY-PEAK               PIC 9(07) COMP-3 VALUE ZERO.
001750 01  WS-FROM-HH                PIC 9(02) VALUE ZERO.
001760 01  WS-FROM-MM                PIC 9(02) VALUE ZERO.
001770 01  WS-TO-HH                  PIC 9(02) VALUE ZERO.
001780 01  WS-TO-MM                  PIC 9(02) VALUE ZERO.
001790 01  WS-CNT-READ               PIC 9(07) COMP-3 VALUE ZERO.
001800 01  WS-CNT-PLACED             PIC 9(07) COMP-3 VALUE ZERO.
001810 01  WS-CNT-BAD-TIME           PIC 9(07) COMP-3 VALUE ZERO.
001820 01  WS-CNT-BAD-DURATION       PIC 9(07) COMP-3 VALUE ZERO.
001830 01  WS-CNT-PAST-MIDNIGHT      PIC 9(07) COMP-3 VALUE ZERO.
001840 01  WS-CNT-EXTRACTED          PIC 9(07) COMP-3 VALUE ZERO.
001850
001860*----------------------------------------------------------------
001870*    INTERVAL REPORT LINE LAYOUTS
001880*----------------------------------------------------------------
001890 01  RPT-HEADING-1.
001900     05  FILLER                PIC X(80) VALUE
001910         'FAPINTV - HALF-HOUR INTERVAL TRAFFIC AND CONCURRENCY'.
001920
001930 01  RPT-HEADING-2.
001940     05  FILLER                PIC X(40) VALUE
001950         'INTERVAL      CALLS    VAL1    VAL2    V'.
001960     05  FILLER                PIC X(40) VALUE
001970         'AL3   OTHER AVG DUR    PEAK             '.
001980
001990 01  RPT-DETAIL-LINE.
002000     05  RPT-DET-FROM-HH       PIC 9(02).
002010     05  FILLER                PIC X(01) VALUE ':'.
002020     05  RPT-DET-FROM-MM       PIC 9(02).
002030     05  FILLER                PIC X(01) VALUE '-'.
002040     05  RPT-DET-TO-HH         PIC 9(02).
002050     05  FILLER                PIC X(01) VALUE ':'.
002060     05  RPT-DET-TO-MM         PIC 9(02).
002070     05  FILLER                PIC X(01) VALUE SPACE.
002080     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
002090                         BY RPT-DET-CALLS.
002100     05  FILLER                PIC X(01) VALUE SPACE.
002110     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
002120                         BY RPT-DET-MIX-1.
002130     05  FILLER                PIC X(01) VALUE SPACE.
002140     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
002150                         BY RPT-DET-MIX-2.
002160     05  FILLER                PIC X(01) VALUE SPACE.
002170     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
002180                         BY RPT-DET-MIX-3.
002190     05  FILLER                PIC X(01) VALUE SPACE.
002200     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
002210                         BY RPT-DET-MIX-4.
002220     05  FILLER                PIC X(01) VALUE SPACE.
002230     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
002240                         BY RPT-DET-AVG.
002250     05  FILLER                PIC X(01) VALUE SPACE.
002260     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
002270                         BY RPT-DET-PEAK.
002280     05  FILLER                PIC X(02) VALUE SPACES.
002290     05  RPT-DET-FLAG          PIC X(09).
002300     05  FILLER                PIC X(02) VALUE SPACES.
002310
002320 01  RPT-TOTAL-LINE.
002330     05  FILLER                PIC X(12) VALUE 'TOTAL'.
002340     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
002350                         BY RPT-TOT-CALLS.
002360     05  FILLER                PIC X(01) VALUE SPACE.
002370     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
002380                         BY RPT-TOT-MIX-1.
002390     05  FILLER                PIC X(01) VALUE SPACE.
002400     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
002410                         BY RPT-TOT-MIX-2.
002420     05  FILLER                PIC X(01) VALUE SPACE.
002430     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
002440                         BY RPT-TOT-MIX-3.
002450     05  FILLER                PIC X(01) VALUE SPACE.
002460     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
002470                         BY RPT-TOT-MIX-4.
002480     05  FILLER                PIC X(09) VALUE SPACES.
002490     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
002500                         BY RPT-TOT-PEAK.
002510     05  FILLER                PIC X(13) VALUE SPACES.
002520
002530 01  WS-TOTAL-MIX.
002540     05  WS-TOT-MIX            PIC 9(07) COMP-3 VALUE ZERO
002550                               OCCURS 4 TIMES.
002560
002570 01  RPT-SUMMARY-LINE.
002580     05  RPT-SUM-LABEL         PIC X(26).
002590     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
002600                         BY RPT-SUM-COUNT.
002610     05  FILLER                PIC X(47) VALUE SPACES.
002620
002630 PROCEDURE DIVISION.
002640*================================================================
002650 0000-MAINLINE.
002660*================================================================
002670     PERFORM 1000-INITIALIZE
002680         THRU 1000-EXIT.
002690
002700     SORT SORT-FILE
002710         ON ASCENDING KEY SRT-EVENT-SECS
002720                          SRT-EVENT-TYPE
002730         INPUT PROCEDURE IS 2000-TALLY-APPELS
002740                         THRU 2000-EXIT
002750         OUTPUT PROCEDURE IS 5000-SWEEP-EVENTS
002760                         THRU 5000-EXIT.
002770
002780     PERFORM 8000-PRINT-INTERVALS
002790         THRU 8000-EXIT.
002800
002810     PERFORM 9000-TERMINATE
002820         THRU 9000-EXIT.
002830
002840     GOBACK.
002850
002860*================================================================
002870 1000-INITIALIZE.
002880*================================================================
002890     OPEN INPUT  FAPPEL.
002900     IF NOT WS-FAPPEL-OK
002910         DISPLAY 'FAPINTV - CANNOT OPEN FAPPEL, STATUS = '
002920             WS-FAPPEL-STATUS
002930         MOVE 16 TO RETURN-CODE
002940         STOP RUN
002950     END-IF.
002960
002970     OPEN OUTPUT FINTVEXT.
002980     IF NOT WS-FINTVEXT-OK
002990         DISPLAY 'FAPINTV - CANNOT OPEN FINTVEXT, STATUS = '
003000             WS-FINTVEXT-STATUS
003010         MOVE 16 TO RETURN-CODE
003020         STOP RUN
003030     END-IF.
003040
003050     OPEN OUTPUT FINTVRPT.
003060     IF NOT WS-FINTVRPT-OK
003070         DISPLAY 'FAPINTV - CANNOT OPEN FINTVRPT, STATUS = '
003080             WS-FINTVRPT-STATUS
003090         MOVE 16 TO RETURN-CODE
003100         STOP RUN
003110     END-IF.
003120 1000-EXIT.
003130     EXIT.
003140
003150*================================================================
003160 2000-TALLY-APPELS.
003170*================================================================
003180*    SORT INPUT PROCEDURE - TALLY EVERY CALL INTO ITS START
003190*    INTERVAL AND RELEASE ITS START AND END EVENTS.
003200*----------------------------------------------------------------
003210     PERFORM 2100-READ-APPEL
003220         THRU 2100-EXIT.
003230
003240     PERFORM 2200-TALLY-APPEL
003250         THRU 2200-EXIT
003260         UNTIL WS-EOF.
003270 2000-EXIT.
003280     EXIT.
003290
003300*================================================================
003310 2100-READ-APPEL.
003320*================================================================
003330*    FAPEDIT'S HEADER/TRAILER CONTROL RECORDS ARE NOT APPEL DATA
003340*    AND BELONG IN NO INTERVAL.
003350*----------------------------------------------------------------
003360     READ FAPPEL
003370         AT END
003380             SET WS-EOF TO TRUE
003390             GO TO 2100-EXIT
003400     END-READ.
003410
003420     MOVE FIC-APPEL (1:8) TO CTL-RECORD-TYPE.
003430     IF CTL-CONTROL-REC
003440         GO TO 2100-READ-APPEL
003450     END-IF.
003460 2100-EXIT.
003470     EXIT.
003480
003490*================================================================
003500 2200-TALLY-APPEL.
003510*================================================================
003520*    THE TRAFFIC DATE ON THE EXTRACT IS TAKEN FROM THE FIRST
003530*    CALL READ - FAPPEL HOLDS ONE DAY'S FEED.
003540*----------------------------------------------------------------
003550     ADD 1 TO WS-CNT-READ.
003560
003570     IF NOT WS-DATE-TAKEN
003580        AND FIC-APPEL-DATE NUMERIC
003590         MOVE FIC-APPEL-DATE TO WS-TRAFFIC-DATE
003600         SET WS-DATE-TAKEN TO TRUE
003610     END-IF.
003620
003630     IF FIC-APPEL-START-TIME NOT NUMERIC
003640         ADD 1 TO WS-CNT-BAD-TIME
003650         GO TO 2200-NEXT
003660     END-IF.
003670
003680     MOVE FIC-APPEL-START-TIME-N TO WS-TIME-CHECK.
003690     IF WS-TIME-HH > 23
003700        OR WS-TIME-MM > 59
003710        OR WS-TIME-SS > 59
003720         ADD 1 TO WS-CNT-BAD-TIME
003730         GO TO 2200-NEXT
003740     END-IF.
003750
003760     ADD 1 TO WS-CNT-PLACED.
003770     COMPUTE WS-START-SECS = WS-TIME-HH * 3600
003780                           + WS-TIME-MM * 60
003790                           + WS-TIME-SS.
003800     COMPUTE WS-INT-SUB = WS-START-SECS / WS-SECS-PER-INTERVAL
003810                        + 1.
003820
003830     PERFORM 2250-CLASSIFY-APPEL
003840         THRU 2250-EXIT.
003850     MOVE MyData TO WS-BKT-SUB.
003860
003870     ADD 1 TO WS-INT-CALLS (WS-INT-SUB).
003880     ADD 1 TO WS-INT-MIX   (WS-INT-SUB WS-BKT-SUB).
003890
003900     IF FIC-APPEL-DURATION NOT NUMERIC
003910         ADD 1 TO WS-CNT-BAD-DURATION
003920         GO TO 2200-NEXT
003930     END-IF.
003940
003950     MOVE FIC-APPEL-DURATION-N TO WS-DURATION.
003960     ADD 1           TO WS-INT-DUR-CALLS (WS-INT-SUB).
003970     ADD WS-DURATION TO WS-INT-TOT-DUR   (WS-INT-SUB).
003980
003990     PERFORM 2300-RELEASE-EVENTS
004000         THRU 2300-EXIT.
004010
004020 2200-NEXT.
004030     PERFORM 2100-READ-APPEL
004040         THRU 2100-EXIT.
004050 2200-EXIT.
004060     EXIT.
004070
004080*================================================================
004090 2250-CLASSIFY-APPEL.
004100*================================================================
004110*    RESOLVE THE RAW FAPPEL MYDATA BYTE THE SAME WAY
004120*    FILECONTROL'S 2200-CLASSIFY-APPEL DOES, SO THE MIX MATCHES
004130*    WHAT THE STREAM CLASSIFIED.
004140*----------------------------------------------------------------
004150     MOVE FIC-APPEL-MYDATA TO MyData.
004160     EVALUATE TRUE
004170         WHEN MyData-val1
004180             MOVE '1' TO MyData
004190         WHEN MyData-val2
004200             MOVE '2' TO MyData
004210         WHEN MyData-val3
004220             MOVE '3' TO MyData
004230         WHEN OTHER
004240             MOVE '4' TO MyData
004250     END-EVALUATE.
004260 2250-EXIT.
004270     EXIT.
004280
004290*================================================================
004300 2300-RELEASE-EVENTS.
004310*================================================================
004320*    A CALL THAT ENDS BY MIDNIGHT GIVES ONE START AND ONE END
004330*    EVENT.  ONE THAT RUNS PAST MIDNIGHT ENDS AT 86400 AND ITS
004340*    REMAINDER STARTS AGAIN AT 00:00:00; A CALL OF A DAY OR MORE
004350*    IS HELD TO EXACTLY ONE DAY SO IT COVERS EVERY INTERVAL ONCE.
004360*----------------------------------------------------------------
004370     IF WS-DURATION > WS-SECS-PER-DAY
004380         MOVE WS-SECS-PER-DAY TO WS-DURATION
004390     END-IF.
004400     COMPUTE WS-END-SECS = WS-START-SECS + WS-DURATION.
004410
004420     MOVE WS-START-SECS TO SRT-EVENT-SECS.
004430     SET SRT-CALL-STARTS TO TRUE.
004440     RELEASE SRT-EVENT.
004450
004460     IF WS-END-SECS NOT > WS-SECS-PER-DAY
004470         MOVE WS-END-SECS TO SRT-EVENT-SECS
004480         SET SRT-CALL-ENDS TO TRUE
004490         RELEASE SRT-EVENT
004500         GO TO 2300-EXIT
004510     END-IF.
004520
004530     ADD 1 TO WS-CNT-PAST-MIDNIGHT.
004540     MOVE WS-SECS-PER-DAY TO SRT-EVENT-SECS.
004550     SET SRT-CALL-ENDS TO TRUE.
004560     RELEASE SRT-EVENT.
004570
004580     MOVE ZERO TO SRT-EVENT-SECS.
004590     SET SRT-CALL-STARTS TO TRUE.
004600     RELEASE SRT-EVENT.
004610
004620     COMPUTE SRT-EVENT-SECS = WS-END-SECS - WS-SECS-PER-DAY.
004630     SET SRT-CALL-ENDS TO TRUE.
004640     RELEASE SRT-EVENT.
004650 2300-EXIT.
004660     EXIT.
004670
004680*================================================================
004690 5000-SWEEP-EVENTS.
004700*================================================================
004710*    SORT OUTPUT PROCEDURE - WALK THE EVENTS IN TIME ORDER,
004720*    KEEPING THE NUMBER OF CALLS IN PROGRESS, AND RAISE EACH
004730*    INTERVAL'S PEAK TO THE HIGHEST LEVEL SEEN WHILE IT WAS
004740*    OPEN.  INTERVALS WITH NO EVENT OF THEIR OWN STILL TAKE THE
004750*    LEVEL CARRIED INTO THEM.
004760*----------------------------------------------------------------
004770     MOVE ZERO TO WS-IN-PROGRESS
004780                  WS-SWEEP-INT.
004790
004800     PERFORM 5100-RETURN-EVENT
004810         THRU 5100-EXIT.
004820
004830     PERFORM 5200-APPLY-EVENT
004840         THRU 5200-EXIT
004850         UNTIL WS-SORT-EOF.
004860
004870     COMPUTE WS-FILL-SUB = WS-SWEEP-INT + 1.
004880     PERFORM 5300-CARRY-LEVEL
004890         THRU 5300-EXIT
004900         VARYING WS-INT-SUB FROM WS-FILL-SUB BY 1
004910         UNTIL WS-INT-SUB > WS-INT-MAX.
004920 5000-EXIT.
004930     EXIT.
004940
004950*================================================================
004960 5100-RETURN-EVENT.
004970*================================================================
004980     RETURN SORT-FILE
004990         AT END
005000             SET WS-SORT-EOF TO TRUE
005010     END-RETURN.
005020 5100-EXIT.
005030     EXIT.
005040
005050*================================================================
005060 5200-APPLY-EVENT.
005070*================================================================
005080*    AN EVENT AT 86400 (A CALL CUT OFF AT MIDNIGHT) BELONGS TO
005090*    THE LAST INTERVAL.  THE LEVEL BEFORE THE EVENT COUNTS IN
005100*    THE EVENT'S INTERVAL ONLY IF THE INTERVAL WAS ALREADY OPEN
005110*    - AN END EXACTLY ON A BOUNDARY DOES NOT REACH INTO THE
005120*    INTERVAL THAT BEGINS THERE.
005130*----------------------------------------------------------------
005140     COMPUTE WS-EVENT-INT = SRT-EVENT-SECS / WS-SECS-PER-INTERVAL
005150                          + 1.
005160     IF WS-EVENT-INT > WS-INT-MAX
005170         MOVE WS-INT-MAX TO WS-EVENT-INT
005180     END-IF.
005190
005200     IF WS-EVENT-INT > WS-SWEEP-INT
005210         COMPUTE WS-FILL-SUB = WS-SWEEP-INT + 1
005220         PERFORM 5300-CARRY-LEVEL
005230             THRU 5300-EXIT
005240             VARYING WS-INT-SUB FROM WS-FILL-SUB BY 1
005250             UNTIL WS-INT-SUB >= WS-EVENT-INT
005260         COMPUTE WS-EVENT-INT-START =
005270                 (WS-EVENT-INT - 1) * WS-SECS-PER-INTERVAL
005280         IF SRT-EVENT-SECS > WS-EVENT-INT-START
005290             MOVE WS-EVENT-INT TO WS-INT-SUB
005300             PERFORM 5300-CARRY-LEVEL
005310                 THRU 5300-EXIT
005320         END-IF
005330         MOVE WS-EVENT-INT TO WS-SWEEP-INT
005340     END-IF.
005350
005360     IF SRT-CALL-STARTS
005370         ADD 1 TO WS-IN-PROGRESS
005380     ELSE
005390         SUBTRACT 1 FROM WS-IN-PROGRESS
005400     END-IF.
005410
005420     MOVE WS-EVENT-INT TO WS-INT-SUB.
005430     PERFORM 5300-CARRY-LEVEL
005440         THRU 5300-EXIT.
005450
005460     PERFORM 5100-RETURN-EVENT
005470         THRU 5100-EXIT.
005480 5200-EXIT.
005490     EXIT.
005500
005510*================================================================
005520 5300-CARRY-LEVEL.
005530*================================================================
005540     IF WS-IN-PROGRESS > WS-INT-PEAK (WS-INT-SUB)
005550         MOVE WS-IN-PROGRESS TO WS-INT-PEAK (WS-INT-SUB)
005560     END-IF.
005570 5300-EXIT.
005580     EXIT.
005590
005600*================================================================
005610 8000-PRINT-INTERVALS.
005620*================================================================
005630*    THE BUSIEST INTERVAL IS THE ONE WITH THE MOST CALLS STARTED
005640*    IN IT - THE EARLIEST, ON A TIE.  A DAY WITH NO CALLS FLAGS
005650*    NOTHING.
005660*----------------------------------------------------------------
005670     PERFORM 8100-FIND-BUSIEST
005680         THRU 8100-EXIT
005690         VARYING WS-INT-SUB FROM 1 BY 1
005700         UNTIL WS-INT-SUB > WS-INT-MAX.
005710
005720     MOVE RPT-HEADING-1 TO RPT-LINE.
005730     WRITE RPT-LINE.
005740     MOVE RPT-HEADING-2 TO RPT-LINE.
005750     WRITE RPT-LINE.
005760
005770     PERFORM 8200-PRINT-INTERVAL
005780         THRU 8200-EXIT
005790         VARYING WS-INT-SUB FROM 1 BY 1
005800         UNTIL WS-INT-SUB > WS-INT-MAX.
005810
005820     MOVE WS-CNT-PLACED  TO RPT-TOT-CALLS.
005830     MOVE WS-TOT-MIX (1) TO RPT-TOT-MIX-1.
005840     MOVE WS-TOT-MIX (2) TO RPT-TOT-MIX-2.
005850     MOVE WS-TOT-MIX (3) TO RPT-TOT-MIX-3.
005860     MOVE WS-TOT-MIX (4) TO RPT-TOT-MIX-4.
005870     MOVE WS-DAY-PEAK    TO RPT-TOT-PEAK.
005880     MOVE RPT-TOTAL-LINE TO RPT-LINE.
005890     WRITE RPT-LINE.
005900
005910     MOVE SPACES TO RPT-LINE.
005920     WRITE RPT-LINE.
005930
005940     MOVE 'CALLS READ              : ' TO RPT-SUM-LABEL.
005950     MOVE WS-CNT-READ                  TO RPT-SUM-COUNT.
005960     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
005970     WRITE RPT-LINE.
005980
005990     MOVE 'CALLS PLACED IN INTERVAL: ' TO RPT-SUM-LABEL.
006000     MOVE WS-CNT-PLACED                TO RPT-SUM-COUNT.
006010     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
006020     WRITE RPT-LINE.
006030
006040     MOVE 'START TIME NOT VALID    : ' TO RPT-SUM-LABEL.
006050     MOVE WS-CNT-BAD-TIME              TO RPT-SUM-COUNT.
006060     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
006070     WRITE RPT-LINE.
006080
006090     MOVE 'DURATION NOT NUMERIC    : ' TO RPT-SUM-LABEL.
006100     MOVE WS-CNT-BAD-DURATION          TO RPT-SUM-COUNT.
006110     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
006120     WRITE RPT-LINE.
006130
006140     MOVE 'CALLS PAST MIDNIGHT     : ' TO RPT-SUM-LABEL.
006150     MOVE WS-CNT-PAST-MIDNIGHT         TO RPT-SUM-COUNT.
006160     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
006170     WRITE RPT-LINE.
006180
006190     MOVE 'EXTRACT RECORDS WRITTEN : ' TO RPT-SUM-LABEL.
006200     MOVE WS-CNT-EXTRACTED             TO RPT-SUM-COUNT.
006210     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
006220     WRITE RPT-LINE.
006230 8000-EXIT.
006240     EXIT.
006250
006260*================================================================
006270 8100-FIND-BUSIEST.
006280*================================================================
006290     IF WS-INT-CALLS (WS-INT-SUB) > WS-BUSIEST-CALLS
006300         MOVE WS-INT-CALLS (WS-INT-SUB) TO WS-BUSIEST-CALLS
006310         MOVE WS-INT-SUB                TO WS-BUSIEST-INT
006320     END-IF.
006330     IF WS-INT-PEAK (WS-INT-SUB) > WS-DAY-PEAK
006340         MOVE WS-INT-PEAK (WS-INT-SUB)  TO WS-DAY-PEAK
006350     END-IF.
006360 8100-EXIT.
006370     EXIT.
006380
006390*================================================================
006400 8200-PRINT-INTERVAL.
006410*================================================================
006420*    ONE REPORT LINE AND ONE EXTRACT RECORD PER INTERVAL, EMPTY
006430*    INTERVALS INCLUDED, SO THE PLANNING TOOL ALWAYS LOADS 48.
006440*----------------------------------------------------------------
006450     COMPUTE WS-FROM-HH = (WS-INT-SUB - 1) / 2.
006460     COMPUTE WS-FROM-MM = (WS-INT-SUB - 1 - WS-FROM-HH * 2) * 30.
006470     COMPUTE WS-TO-HH   = WS-INT-SUB / 2.
006480     COMPUTE WS-TO-MM   = (WS-INT-SUB - WS-TO-HH * 2) * 30.
006490
006500     IF WS-INT-DUR-CALLS (WS-INT-SUB) = ZERO
006510         MOVE ZERO TO WS-AVG-DURATION
006520     ELSE
006530         COMPUTE WS-AVG-DURATION ROUNDED =
006540                 WS-INT-TOT-DUR   (WS-INT-SUB)
006550               / WS-INT-DUR-CALLS (WS-INT-SUB)
006560     END-IF.
006570
006580     ADD WS-INT-MIX (WS-INT-SUB 1) TO WS-TOT-MIX (1).
006590     ADD WS-INT-MIX (WS-INT-SUB 2) TO WS-TOT-MIX (2).
006600     ADD WS-INT-MIX (WS-INT-SUB 3) TO WS-TOT-MIX (3).
006610     ADD WS-INT-MIX (WS-INT-SUB 4) TO WS-TOT-MIX (4).
006620
006630     MOVE WS-FROM-HH                 TO RPT-DET-FROM-HH.
006640     MOVE WS-FROM-MM                 TO RPT-DET-FROM-MM.
006650     MOVE WS-TO-HH                   TO RPT-DET-TO-HH.
006660     MOVE WS-TO-MM                   TO RPT-DET-TO-MM.
006670     MOVE WS-INT-CALLS (WS-INT-SUB)  TO RPT-DET-CALLS.
006680     MOVE WS-INT-MIX (WS-INT-SUB 1)  TO RPT-DET-MIX-1.
006690     MOVE WS-INT-MIX (WS-INT-SUB 2)  TO RPT-DET-MIX-2.
006700     MOVE WS-INT-MIX (WS-INT-SUB 3)  TO RPT-DET-MIX-3.
006710     MOVE WS-INT-MIX (WS-INT-SUB 4)  TO RPT-DET-MIX-4.
006720     MOVE WS-AVG-DURATION            TO RPT-DET-AVG.
006730     MOVE WS-INT-PEAK (WS-INT-SUB)   TO RPT-DET-PEAK.
006740     IF WS-INT-SUB = WS-BUSIEST-INT
006750         MOVE '*BUSIEST*'            TO RPT-DET-FLAG
006760     ELSE
006770         MOVE SPACES                 TO RPT-DET-FLAG
006780     END-IF.
006790     MOVE RPT-DETAIL-LINE TO RPT-LINE.
006800     WRITE RPT-LINE.
006810
006820     MOVE SPACES                     TO INTERVAL-EXTRACT-RECORD.
006830     MOVE WS-TRAFFIC-DATE            TO INTV-TRAFFIC-DATE.
006840     MOVE WS-INT-SUB                 TO INTV-NUMBER.
006850     COMPUTE INTV-START-TIME = WS-FROM-HH * 100 + WS-FROM-MM.
006860     COMPUTE INTV-END-TIME   = WS-TO-HH   * 100 + WS-TO-MM.
006870     MOVE WS-INT-CALLS (WS-INT-SUB)  TO INTV-CALLS.
006880     MOVE WS-INT-MIX (WS-INT-SUB 1)  TO INTV-MYDATA-1.
006890     MOVE WS-INT-MIX (WS-INT-SUB 2)  TO INTV-MYDATA-2.
006900     MOVE WS-INT-MIX (WS-INT-SUB 3)  TO INTV-MYDATA-3.
006910     MOVE WS-INT-MIX (WS-INT-SUB 4)  TO INTV-MYDATA-OTHER.
006920     MOVE WS-AVG-DURATION            TO INTV-AVG-DURATION.
006930     MOVE WS-INT-PEAK (WS-INT-SUB)   TO INTV-PEAK-CONCURRENT.
006940     IF WS-INT-SUB = WS-BUSIEST-INT
006950         SET INTV-BUSIEST TO TRUE
006960     ELSE
006970         MOVE 'N'                    TO INTV-BUSIEST-FLAG
006980     END-IF.
006990     WRITE INTERVAL-EXTRACT-RECORD.
007000     ADD 1 TO WS-CNT-EXTRACTED.
007010 8200-EXIT.
007020     EXIT.
007030
007040*================================================================
007050 9000-TERMINATE.
007060*================================================================
007070     CLOSE FAPPEL.
007080     CLOSE FINTVEXT.
007090     CLOSE FINTVRPT.
007100 9000-EXIT.
007110     EXIT.
