000010*================================================================
000020 IDENTIFICATION DIVISION.
000030*================================================================
000040 PROGRAM-ID.    CONTREXP.
000050 AUTHOR.        J D HARTLEY.
000060 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000070 DATE-WRITTEN.  2026-09-16.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100*  MODIFICATION HISTORY
000110*  DATE       INIT  DESCRIPTION
000120*  ---------- ----  ------------------------------------------
000130*  2026-09-16 JDH   ORIGINAL PROGRAM.  WEEKLY CONTRACT EXPIRY
000140*                   EARLY WARNING.  CONTRCHK ONLY SEES AN
000150*                   EXPIRED CONTRACT ONCE ITS CALLS ARE ALREADY
000160*                   IN FSUSPENS; THIS RUN LOOKS AHEAD INSTEAD.
000170*                   EVERY ACTIVE CONTRACT-MASTER ENTRY WHOSE
000180*                   CM-EXPIRY-DATE FALLS BETWEEN THE RUN DATE
000190*                   AND THE RUN DATE PLUS THE PARM WINDOW IS
000200*                   TAKEN, ITS APPELS AND CALL MINUTES OVER THE
000210*                   30 DAYS BEFORE THE RUN DATE ARE COUNTED FROM
000220*                   FAPPEL-HIST (THE WINDOW FAPANOM AVERAGES
000230*                   OVER), AND THE CONTRACTS ARE RANKED BUSIEST
000240*                   FIRST ONTO THE FRENEWNT RENEWAL-NOTICE FILE
000245*                   (SEE CRENEWNT) AND THE FEXPRPT REPORT, SO A
000250*                   HEAVY-TRAFFIC CONTRACT IS RENEWED BEFORE IT
000260*                   CAN LAPSE.  PARM: WINDOW DAYS IN 1-3
000270*                   (DEFAULT 030), THREE SPACES, THEN AN OPTIONAL
000280*                   RUN DATE IN 7-14 (BLANK MEANS TODAY).
000290*================================================================
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT  CONTRACT-MASTER ASSIGN TO UT-S-CONTRMST
000380             ORGANIZATION IS INDEXED
000390             ACCESS MODE IS SEQUENTIAL
000400             RECORD KEY IS CM-CONTRACT-NO
000410             FILE STATUS IS WS-CONTRMST-STATUS.
000420
000430     SELECT  FAPPEL-HIST     ASSIGN TO UT-S-FAPPLHST
000440             ORGANIZATION IS INDEXED
000450             ACCESS MODE IS SEQUENTIAL
000460             RECORD KEY IS HIST-ARCHIVE-KEY
000470             FILE STATUS IS WS-FAPPLHST-STATUS.
000480
000490     SELECT  FRENEWNT        ASSIGN TO UT-S-FRENEWNT
000500             FILE STATUS IS WS-FRENEWNT-STATUS.
000510
000520     SELECT  FEXPRPT         ASSIGN TO UT-S-FEXPRPT
000530             FILE STATUS IS WS-FEXPRPT-STATUS.
000540
000550     SELECT  SORT-FILE       ASSIGN TO UT-S-SORTWK01.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CONTRACT-MASTER
000600     LABEL RECORD STANDARD.
000610     COPY CONTRMST.
000620
000630 FD  FAPPEL-HIST
000640     LABEL RECORD STANDARD.
000650     COPY CAPPLHST.
000660
000670 FD  FRENEWNT
000680     BLOCK 0 RECORDS
000690     LABEL RECORD STANDARD
000700     RECORDING MODE F.
000710     COPY CRENEWNT.
000720
000730 FD  FEXPRPT
000740     BLOCK 0 RECORDS
000750     LABEL RECORD STANDARD
000760     RECORDING MODE F.
000770 01  RPT-LINE                  PIC X(80).
000780
000790*----------------------------------------------------------------
000800*    ONE SORT RECORD PER EXPIRING CONTRACT, RETURNED BUSIEST
000810*    FIRST - MOST APPELS, THEN MOST CALL SECONDS, THEN CONTRACT
000820*    NUMBER SO THE ORDER IS REPEATABLE.
000830*----------------------------------------------------------------
000840 SD  SORT-FILE.
000850 01  SRT-CONTRACT.
000860     05  SRT-APPELS               PIC 9(07).
000870     05  SRT-SECONDS              PIC 9(11).
000880     05  SRT-CONTRACT-NO          PIC X(10).
000890     05  SRT-EFFECTIVE-DATE       PIC 9(08).
000900     05  SRT-EXPIRY-DATE          PIC 9(08).
000910     05  SRT-DAYS-TO-EXPIRY       PIC 9(05).
000920
000930 WORKING-STORAGE SECTION.
000940*----------------------------------------------------------------
000950*    FILE STATUS AND END-OF-FILE SWITCHES
000960*----------------------------------------------------------------
000970 01  WS-CONTRMST-STATUS        PIC X(02).
000980     88  WS-CONTRMST-OK                  VALUE '00'.
000990
001000 01  WS-FAPPLHST-STATUS        PIC X(02).
001010     88  WS-FAPPLHST-OK                  VALUE '00'.
001020
001030 01  WS-FRENEWNT-STATUS        PIC X(02).
001040     88  WS-FRENEWNT-OK                  VALUE '00'.
001050
001060 01  WS-FEXPRPT-STATUS         PIC X(02).
001070     88  WS-FEXPRPT-OK                   VALUE '00'.
001080
001090 01  WS-SWITCHES.
001100     05  WS-MASTER-EOF-SWITCH  PIC X(01) VALUE 'N'.
001110         88  WS-MASTER-EOF               VALUE 'Y'.
001120     05  WS-HIST-EOF-SWITCH    PIC X(01) VALUE 'N'.
001130         88  WS-HIST-EOF                 VALUE 'Y'.
001140     05  WS-SORT-EOF-SWITCH    PIC X(01) VALUE 'N'.
001150         88  WS-SORT-EOF                 VALUE 'Y'.
001160     05  WS-CONTRACT-FOUND-SWITCH
001170                               PIC X(01) VALUE 'N'.
001180         88  WS-CONTRACT-FOUND           VALUE 'Y'.
001190
001200*----------------------------------------------------------------
001210*    THE PARM FIELD IS POSITIONAL - THE WARNING WINDOW IN DAYS
001220*    IN 1-3 (BLANK TAKES THE DEFAULT), THREE SPACES, THEN AN
001230*    OPTIONAL RUN DATE IN 7-14 (BLANK MEANS TODAY).
001240*----------------------------------------------------------------
001250 01  WS-CMD-PARM.
001260     05  WS-WINDOW-PARM        PIC X(03).
001270     05  WS-WINDOW-PARM-N REDEFINES WS-WINDOW-PARM
001280                               PIC 9(03).
001290     05  FILLER                PIC X(03).
001300     05  WS-RUN-DATE-PARM      PIC X(08).
001310     05  WS-RUN-DATE-PARM-N REDEFINES WS-RUN-DATE-PARM
001320                               PIC 9(08).
001330
001340*----------------------------------------------------------------
001350*    HEADER/TRAILER CONTROL RECORD - USED TO RECOGNIZE ANY
001360*    CONTROL RECORD STILL ON FAPPEL-HIST (SEE FAPTREND).
001370*----------------------------------------------------------------
001380 COPY CCTLREC.
001390
001400*----------------------------------------------------------------
001410*    DATE WINDOWS - A CONTRACT IS WARNED WHEN IT EXPIRES FROM
001420*    THE RUN DATE UP TO THE WINDOW END; ITS ACTIVITY IS COUNTED
001430*    FROM THE ACTIVITY START UP TO THE DAY BEFORE THE RUN DATE.
001440*----------------------------------------------------------------
001450 01  WS-CURRENT-DATE           PIC 9(08).
001460 01  WS-WINDOW-DAYS            PIC 9(03) VALUE 030.
001470 01  WS-WINDOW-END-DATE        PIC 9(08).
001480 01  WS-ACTIVITY-DAYS          PIC 9(03) VALUE 030.
001490 01  WS-ACTIVITY-START-DATE    PIC 9(08).
001500 01  WS-RUN-INTEGER            PIC S9(09) COMP-3.
001510 01  WS-WORK-INTEGER           PIC S9(09) COMP-3.
001520
001530*----------------------------------------------------------------
001540*    EXPIRING CONTRACT TABLE - LOADED FROM THE MASTER, THEN
001550*    CREDITED WITH EACH HISTORY RECORD OF THE ACTIVITY WINDOW.
001560*----------------------------------------------------------------
001570 01  WS-EXP-TABLE.
001580     05  WS-EXP-COUNT          PIC S9(04) COMP VALUE ZERO.
001590     05  WS-EXP-ENTRY OCCURS 2000
001600                      DEPENDING ON WS-EXP-COUNT
001610                      INDEXED   BY WS-EXP-IDX.
001620         10  WS-EXP-CONTRACT   PIC X(10).
001630         10  WS-EXP-EFFECTIVE  PIC 9(08).
001640         10  WS-EXP-EXPIRY     PIC 9(08).
001650         10  WS-EXP-DAYS-LEFT  PIC 9(05) COMP-3.
001660         10  WS-EXP-APPELS     PIC 9(07) COMP-3.
001670         10  WS-EXP-SECONDS    PIC 9(11) COMP-3.
001680
001690 01  WS-EXP-MAX                PIC S9(04) COMP VALUE 2000.
001700 01  WS-EXP-SUB                PIC S9(04) COMP VALUE ZERO.
001710
001720*----------------------------------------------------------------
001730*    RANKING WORK FIELDS AND COUNTERS
001740*----------------------------------------------------------------
001750 01  WS-RANK                   PIC 9(05) VALUE ZERO.
001760 01  WS-MINUTES                PIC 9(09) COMP-3 VALUE ZERO.
001770 01  WS-CNT-MASTER-READ        PIC 9(07) COMP-3 VALUE ZERO.
001780 01  WS-CNT-ACTIVE             PIC 9(07) COMP-3 VALUE ZERO.
001790 01  WS-CNT-HIST-READ          PIC 9(07) COMP-3 VALUE ZERO.
001800 01  WS-CNT-IN-WINDOW          PIC 9(07) COMP-3 VALUE ZERO.
001810 01  WS-CNT-CREDITED           PIC 9(07) COMP-3 VALUE ZERO.
001820 01  WS-CNT-BAD-DURATION       PIC 9(07) COMP-3 VALUE ZERO.
001830 01  WS-CNT-NOTICES            PIC 9(07) COMP-3 VALUE ZERO.
001840 01  WS-CNT-NO-ACTIVITY        PIC 9(07) COMP-3 VALUE ZERO.
001850
001860*----------------------------------------------------------------
001870*    EXPIRY WARNING REPORT LINE LAYOUTS
001880*----------------------------------------------------------------
001890 01  RPT-HEADING-1.
001900     05  FILLER                PIC X(80) VALUE
001910         'CONTREXP - CONTRACT EXPIRY EARLY WARNING BY ACTIVITY'.
001920
001930 01  RPT-HEADING-2.
001940     05  FILLER                PIC X(09) VALUE 'RUN DATE '.
001950     05  RPT-HDG-RUN-DATE      PIC 9(08).
001960     05  FILLER                PIC X(14) VALUE
001970         '  EXPIRING BY '.
001980     05  RPT-HDG-WINDOW-END    PIC 9(08).
001990     05  FILLER                PIC X(17) VALUE
002000         '  ACTIVITY SINCE '.
002010     05  RPT-HDG-ACTIVITY      PIC 9(08).
002020     05  FILLER                PIC X(16) VALUE SPACES.
002030
002040 01  RPT-HEADING-3.
002050     05  FILLER                PIC X(40) VALUE
002060         ' RANK  CONTRACT    EFFECTIVE EXPIRY    D'.
002070     05  FILLER                PIC X(40) VALUE
002080         'AYS  APPELS 30D  MINUTES 30D            '.
002090
002100 01  RPT-DETAIL-LINE.
002110     05  RPT-DET-RANK          PIC ZZZZ9.
002120     05  FILLER                PIC X(02) VALUE SPACES.
002130     05  RPT-DET-CONTRACT      PIC X(10).
002140     05  FILLER                PIC X(02) VALUE SPACES.
002150     05  RPT-DET-EFFECTIVE     PIC 9(08).
002160     05  FILLER                PIC X(02) VALUE SPACES.
002170     05  RPT-DET-EXPIRY        PIC 9(08).
002180     05  FILLER                PIC X(02) VALUE SPACES.
002190     05  RPT-DET-DAYS          PIC ZZZZ9.
002200     05  FILLER                PIC X(05) VALUE SPACES.
002210     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
002220                         BY RPT-DET-APPELS.
002230     05  FILLER                PIC X(03) VALUE SPACES.
002240     05  RPT-DET-MINUTES       PIC ZZ.ZZZ.ZZ9.
002250     05  FILLER                PIC X(11) VALUE SPACES.
002260
002270 01  RPT-SUMMARY-LINE.
002280     05  RPT-SUM-LABEL         PIC X(26).
002290     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
002300                         BY RPT-SUM-COUNT.
002310     05  FILLER                PIC X(47) VALUE SPACES.
002320
002330 PROCEDURE DIVISION.
002340*================================================================
002350 0000-MAINLINE.
002360*================================================================
002370     PERFORM 1000-INITIALIZE
002380         THRU 1000-EXIT.
002390
002400     PERFORM 2000-LOAD-EXPIRING
002410         THRU 2000-EXIT
002420         UNTIL WS-MASTER-EOF.
002430
002440     PERFORM 3000-COUNT-ACTIVITY
002450         THRU 3000-EXIT.
002460
002470     SORT SORT-FILE
002480         ON DESCENDING KEY SRT-APPELS
002490                           SRT-SECONDS
002500         ON ASCENDING KEY  SRT-CONTRACT-NO
002510         INPUT PROCEDURE IS 4000-RELEASE-EXPIRING
002520                         THRU 4000-EXIT
002530         OUTPUT PROCEDURE IS 8000-PRINT-RANKING
002540                         THRU 8000-EXIT.
002550
002560     PERFORM 9000-TERMINATE
002570         THRU 9000-EXIT.
002580
002590     GOBACK.
002600
002610*================================================================
002620 1000-INITIALIZE.
002630*================================================================
002640     ACCEPT WS-CMD-PARM FROM COMMAND-LINE.
002650     IF WS-WINDOW-PARM NOT = SPACES
002660         IF WS-WINDOW-PARM NOT NUMERIC
002670             DISPLAY 'CONTREXP - WINDOW PARM NOT NUMERIC: '
002680                 WS-WINDOW-PARM
002690             MOVE 16 TO RETURN-CODE
002700             STOP RUN
002710         END-IF
002720         MOVE WS-WINDOW-PARM-N TO WS-WINDOW-DAYS
002730     END-IF.
002740
002750     IF WS-RUN-DATE-PARM = SPACES
002760         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
002770     ELSE
002780         IF WS-RUN-DATE-PARM NOT NUMERIC
002790             DISPLAY 'CONTREXP - RUN DATE PARM NOT NUMERIC: '
002800                 WS-RUN-DATE-PARM
002810             MOVE 16 TO RETURN-CODE
002820             STOP RUN
002830         END-IF
002840         MOVE WS-RUN-DATE-PARM-N TO WS-CURRENT-DATE
002850     END-IF.
002860
002870     COMPUTE WS-RUN-INTEGER =
002880             FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
002890     COMPUTE WS-WORK-INTEGER = WS-RUN-INTEGER + WS-WINDOW-DAYS.
002900     MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
002910         TO WS-WINDOW-END-DATE.
002920     COMPUTE WS-WORK-INTEGER = WS-RUN-INTEGER - WS-ACTIVITY-DAYS.
002930     MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
002940         TO WS-ACTIVITY-START-DATE.
002950
002960     OPEN INPUT  CONTRACT-MASTER.
002970     IF NOT WS-CONTRMST-OK
002980         DISPLAY 'CONTREXP - CANNOT OPEN CONTRMST, STATUS = '
002990             WS-CONTRMST-STATUS
003000         MOVE 16 TO RETURN-CODE
003010         STOP RUN
003020     END-IF.
003030
003040     OPEN INPUT  FAPPEL-HIST.
003050     IF NOT WS-FAPPLHST-OK
003060         DISPLAY 'CONTREXP - CANNOT OPEN FAPPEL-HIST, STATUS = '
003070             WS-FAPPLHST-STATUS
003080         MOVE 16 TO RETURN-CODE
003090         STOP RUN
003100     END-IF.
003110
003120     OPEN OUTPUT FRENEWNT.
003130     IF NOT WS-FRENEWNT-OK
003140         DISPLAY 'CONTREXP - CANNOT OPEN FRENEWNT, STATUS = '
003150             WS-FRENEWNT-STATUS
003160         MOVE 16 TO RETURN-CODE
003170         STOP RUN
003180     END-IF.
003190
003200     OPEN OUTPUT FEXPRPT.
003210     IF NOT WS-FEXPRPT-OK
003220         DISPLAY 'CONTREXP - CANNOT OPEN FEXPRPT, STATUS = '
003230             WS-FEXPRPT-STATUS
003240         MOVE 16 TO RETURN-CODE
003250         STOP RUN
003260     END-IF.
003270
003280     PERFORM 2100-READ-MASTER
003290         THRU 2100-EXIT.
003300 1000-EXIT.
003310     EXIT.
003320
003330*================================================================
003340 2000-LOAD-EXPIRING.
003350*================================================================
003360*    AN ACTIVE CONTRACT EXPIRING FROM TODAY TO THE WINDOW END IS
003370*    TAKEN.  ONE ALREADY PAST ITS EXPIRY IS CONTRCHK'S BUSINESS
003380*    AND IS LEFT ALONE HERE.
003390*----------------------------------------------------------------
003400     ADD 1 TO WS-CNT-MASTER-READ.
003410
003420     IF NOT CM-STATUS-ACTIVE
003430         GO TO 2000-NEXT
003440     END-IF.
003450     ADD 1 TO WS-CNT-ACTIVE.
003460
003470     IF CM-EXPIRY-DATE < WS-CURRENT-DATE
003480        OR CM-EXPIRY-DATE > WS-WINDOW-END-DATE
003490         GO TO 2000-NEXT
003500     END-IF.
003510
003520     IF WS-EXP-COUNT >= WS-EXP-MAX
003530         DISPLAY 'CONTREXP - MORE THAN ' WS-EXP-MAX
003540             ' EXPIRING CONTRACTS - TABLE FULL'
003550         MOVE 16 TO RETURN-CODE
003560         STOP RUN
003570     END-IF.
003580
003590     ADD 1 TO WS-EXP-COUNT.
003600     SET WS-EXP-IDX TO WS-EXP-COUNT.
003610     MOVE CM-CONTRACT-NO    TO WS-EXP-CONTRACT  (WS-EXP-IDX).
003620     MOVE CM-EFFECTIVE-DATE TO WS-EXP-EFFECTIVE (WS-EXP-IDX).
003630     MOVE CM-EXPIRY-DATE    TO WS-EXP-EXPIRY    (WS-EXP-IDX).
003640     COMPUTE WS-EXP-DAYS-LEFT (WS-EXP-IDX) =
003650             FUNCTION INTEGER-OF-DATE(CM-EXPIRY-DATE)
003660           - WS-RUN-INTEGER.
003670     MOVE ZERO TO WS-EXP-APPELS  (WS-EXP-IDX)
003680                  WS-EXP-SECONDS (WS-EXP-IDX).
003690
003700 2000-NEXT.
003710     PERFORM 2100-READ-MASTER
003720         THRU 2100-EXIT.
003730 2000-EXIT.
003740     EXIT.
003750
003760*================================================================
003770 2100-READ-MASTER.
003780*================================================================
003790     READ CONTRACT-MASTER
003800         AT END
003810             SET WS-MASTER-EOF TO TRUE
003820     END-READ.
003830 2100-EXIT.
003840     EXIT.
003850
003860*================================================================
003870 3000-COUNT-ACTIVITY.
003880*================================================================
003890*    FAPPEL-HIST IS KEYED ARCHIVE DATE FIRST, AND A CALL IS
003900*    NEVER ARCHIVED BEFORE IT IS MADE, SO THE SCAN CAN START AT
003910*    THE ACTIVITY START DATE; THE CALL DATE ITSELF DECIDES
003920*    WHETHER A RECORD COUNTS.  NOTHING EXPIRING MEANS NOTHING
003930*    TO COUNT.
003940*----------------------------------------------------------------
003950     IF WS-EXP-COUNT = ZERO
003960         GO TO 3000-EXIT
003970     END-IF.
003980
003990     MOVE LOW-VALUES             TO HIST-ARCHIVE-KEY.
004000     MOVE WS-ACTIVITY-START-DATE TO HIST-ARCHIVE-DATE.
004010     START FAPPEL-HIST
004020         KEY NOT LESS THAN HIST-ARCHIVE-KEY
004030         INVALID KEY
004040             SET WS-HIST-EOF TO TRUE
004050     END-START.
004060
004070     IF NOT WS-HIST-EOF
004080         PERFORM 3100-READ-HIST
004090             THRU 3100-EXIT
004100     END-IF.
004110
004120     PERFORM 3200-CREDIT-HIST
004130         THRU 3200-EXIT
004140         UNTIL WS-HIST-EOF.
004150 3000-EXIT.
004160     EXIT.
004170
004180*================================================================
004190 3100-READ-HIST.
004200*================================================================
004210     READ FAPPEL-HIST
004220         AT END
004230             SET WS-HIST-EOF TO TRUE
004240             GO TO 3100-EXIT
004250     END-READ.
004260
004270     MOVE FIC-APPEL-HIST (1:8) TO CTL-RECORD-TYPE.
004280     IF CTL-CONTROL-REC
004290         GO TO 3100-READ-HIST
004300     END-IF.
004310 3100-EXIT.
004320     EXIT.
004330
004340*================================================================
004350 3200-CREDIT-HIST.
004360*================================================================
004370*    A NON-NUMERIC DURATION STILL COUNTS AS AN APPEL BUT ADDS
004380*    NO MINUTES.
004390*----------------------------------------------------------------
004400     ADD 1 TO WS-CNT-HIST-READ.
004410
004420     IF HIST-APPEL-DATE < WS-ACTIVITY-START-DATE
004430        OR HIST-APPEL-DATE NOT < WS-CURRENT-DATE
004440         GO TO 3200-NEXT
004450     END-IF.
004460     ADD 1 TO WS-CNT-IN-WINDOW.
004470
004480     MOVE 'N' TO WS-CONTRACT-FOUND-SWITCH.
004490     SET WS-EXP-IDX TO 1.
004500     SEARCH WS-EXP-ENTRY
004510         WHEN WS-EXP-CONTRACT (WS-EXP-IDX)
004520                             = HIST-APPEL-CONTRACT-NO
004530             SET WS-CONTRACT-FOUND TO TRUE
004540     END-SEARCH.
004550     IF NOT WS-CONTRACT-FOUND
004560         GO TO 3200-NEXT
004570     END-IF.
004580
004590     ADD 1 TO WS-CNT-CREDITED.
004600     ADD 1 TO WS-EXP-APPELS (WS-EXP-IDX).
004610     IF HIST-APPEL-DURATION NUMERIC
004620         ADD HIST-APPEL-DURATION-N
004630             TO WS-EXP-SECONDS (WS-EXP-IDX)
004640     ELSE
004650         ADD 1 TO WS-CNT-BAD-DURATION
004660     END-IF.
004670
004680 3200-NEXT.
004690     PERFORM 3100-READ-HIST
004700         THRU 3100-EXIT.
004710 3200-EXIT.
004720     EXIT.
004730
004740*================================================================
004750 4000-RELEASE-EXPIRING.
004760*================================================================
004770*    SORT INPUT PROCEDURE - ONE RECORD PER EXPIRING CONTRACT.
004780*----------------------------------------------------------------
004790     PERFORM 4100-RELEASE-CONTRACT
004800         THRU 4100-EXIT
004810         VARYING WS-EXP-SUB FROM 1 BY 1
004820         UNTIL WS-EXP-SUB > WS-EXP-COUNT.
004830 4000-EXIT.
004840     EXIT.
004850
004860*================================================================
004870 4100-RELEASE-CONTRACT.
004880*================================================================
004890     MOVE WS-EXP-APPELS    (WS-EXP-SUB) TO SRT-APPELS.
004900     MOVE WS-EXP-SECONDS   (WS-EXP-SUB) TO SRT-SECONDS.
004910     MOVE WS-EXP-CONTRACT  (WS-EXP-SUB) TO SRT-CONTRACT-NO.
004920     MOVE WS-EXP-EFFECTIVE (WS-EXP-SUB) TO SRT-EFFECTIVE-DATE.
004930     MOVE WS-EXP-EXPIRY    (WS-EXP-SUB) TO SRT-EXPIRY-DATE.
004940     MOVE WS-EXP-DAYS-LEFT (WS-EXP-SUB) TO SRT-DAYS-TO-EXPIRY.
004950     RELEASE SRT-CONTRACT.
004960 4100-EXIT.
004970     EXIT.
004980
004990*================================================================
005000 8000-PRINT-RANKING.
005010*================================================================
005020*    SORT OUTPUT PROCEDURE - ONE NOTICE AND ONE REPORT LINE PER
005030*    CONTRACT IN RANK ORDER, THEN THE RUN COUNTS.
005040*----------------------------------------------------------------
005050     MOVE RPT-HEADING-1 TO RPT-LINE.
005060     WRITE RPT-LINE.
005070     MOVE WS-CURRENT-DATE        TO RPT-HDG-RUN-DATE.
005080     MOVE WS-WINDOW-END-DATE     TO RPT-HDG-WINDOW-END.
005090     MOVE WS-ACTIVITY-START-DATE TO RPT-HDG-ACTIVITY.
005100     MOVE RPT-HEADING-2 TO RPT-LINE.
005110     WRITE RPT-LINE.
005120     MOVE RPT-HEADING-3 TO RPT-LINE.
005130     WRITE RPT-LINE.
005140
005150     PERFORM 8100-RETURN-CONTRACT
005160         THRU 8100-EXIT.
005170
005180     PERFORM 8200-WRITE-NOTICE
005190         THRU 8200-EXIT
005200         UNTIL WS-SORT-EOF.
005210
005220     MOVE SPACES TO RPT-LINE.
005230     WRITE RPT-LINE.
005240
005250     MOVE 'CONTRACTS ON MASTER     : ' TO RPT-SUM-LABEL.
005260     MOVE WS-CNT-MASTER-READ           TO RPT-SUM-COUNT.
005270     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
005280     WRITE RPT-LINE.
005290
005300     MOVE 'ACTIVE CONTRACTS        : ' TO RPT-SUM-LABEL.
005310     MOVE WS-CNT-ACTIVE                TO RPT-SUM-COUNT.
005320     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
005330     WRITE RPT-LINE.
005340
005350     MOVE 'EXPIRING IN WINDOW      : ' TO RPT-SUM-LABEL.
005360     MOVE WS-EXP-COUNT                 TO RPT-SUM-COUNT.
005370     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
005380     WRITE RPT-LINE.
005390
005400     MOVE '  WITH NO RECENT APPELS : ' TO RPT-SUM-LABEL.
005410     MOVE WS-CNT-NO-ACTIVITY           TO RPT-SUM-COUNT.
005420     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
005430     WRITE RPT-LINE.
005440
005450     MOVE 'HISTORY RECORDS SCANNED : ' TO RPT-SUM-LABEL.
005460     MOVE WS-CNT-HIST-READ             TO RPT-SUM-COUNT.
005470     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
005480     WRITE RPT-LINE.
005490
005500     MOVE 'APPELS IN LAST 30 DAYS  : ' TO RPT-SUM-LABEL.
005510     MOVE WS-CNT-IN-WINDOW             TO RPT-SUM-COUNT.
005520     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
005530     WRITE RPT-LINE.
005540
005550     MOVE 'APPELS ON EXPIRING CONTR: ' TO RPT-SUM-LABEL.
005560     MOVE WS-CNT-CREDITED              TO RPT-SUM-COUNT.
005570     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
005580     WRITE RPT-LINE.
005590
005600     MOVE 'DURATION NOT NUMERIC    : ' TO RPT-SUM-LABEL.
005610     MOVE WS-CNT-BAD-DURATION          TO RPT-SUM-COUNT.
005620     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
005630     WRITE RPT-LINE.
005640
005650     MOVE 'RENEWAL NOTICES WRITTEN : ' TO RPT-SUM-LABEL.
005660     MOVE WS-CNT-NOTICES               TO RPT-SUM-COUNT.
005670     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
005680     WRITE RPT-LINE.
005690 8000-EXIT.
005700     EXIT.
005710
005720*================================================================
005730 8100-RETURN-CONTRACT.
005740*================================================================
005750     RETURN SORT-FILE
005760         AT END
005770             SET WS-SORT-EOF TO TRUE
005780     END-RETURN.
005790 8100-EXIT.
005800     EXIT.
005810
005820*================================================================
005830 8200-WRITE-NOTICE.
005840*================================================================
005850*    MINUTES ARE THE CONTRACT'S TOTAL CALL SECONDS ROUNDED TO
005860*    THE NEAREST MINUTE.
005870*----------------------------------------------------------------
005880     ADD 1 TO WS-RANK.
005890     COMPUTE WS-MINUTES ROUNDED = SRT-SECONDS / 60.
005900     IF SRT-APPELS = ZERO
005910         ADD 1 TO WS-CNT-NO-ACTIVITY
005920     END-IF.
005930
005940     MOVE SPACES             TO RENEWAL-NOTICE-RECORD.
005950     MOVE WS-CURRENT-DATE    TO RNW-RUN-DATE.
005960     MOVE WS-RANK            TO RNW-RANK.
005970     MOVE SRT-CONTRACT-NO    TO RNW-CONTRACT-NO.
005980     MOVE SRT-EFFECTIVE-DATE TO RNW-EFFECTIVE-DATE.
005990     MOVE SRT-EXPIRY-DATE    TO RNW-EXPIRY-DATE.
006000     MOVE SRT-DAYS-TO-EXPIRY TO RNW-DAYS-TO-EXPIRY.
006010     MOVE SRT-APPELS         TO RNW-APPELS-30D.
006020     MOVE WS-MINUTES         TO RNW-MINUTES-30D.
006030     WRITE RENEWAL-NOTICE-RECORD.
006040     ADD 1 TO WS-CNT-NOTICES.
006050
006060     MOVE WS-RANK            TO RPT-DET-RANK.
006070     MOVE SRT-CONTRACT-NO    TO RPT-DET-CONTRACT.
006080     MOVE SRT-EFFECTIVE-DATE TO RPT-DET-EFFECTIVE.
006090     MOVE SRT-EXPIRY-DATE    TO RPT-DET-EXPIRY.
006100     MOVE SRT-DAYS-TO-EXPIRY TO RPT-DET-DAYS.
006110     MOVE SRT-APPELS         TO RPT-DET-APPELS.
006120     MOVE WS-MINUTES         TO RPT-DET-MINUTES.
006130     MOVE RPT-DETAIL-LINE TO RPT-LINE.
006140     WRITE RPT-LINE.
006150
006160     PERFORM 8100-RETURN-CONTRACT
006170         THRU 8100-EXIT.
006180 8200-EXIT.
006190     EXIT.
006200
006210*================================================================
006220 9000-TERMINATE.
006230*================================================================
006240     CLOSE CONTRACT-MASTER.
006250     CLOSE FAPPEL-HIST.
006260     CLOSE FRENEWNT.
006270     CLOSE FEXPRPT.
006280 9000-EXIT.
006290     EXIT.
