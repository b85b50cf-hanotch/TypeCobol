000010*================================================================
000020 IDENTIFICATION DIVISION.
000030*================================================================
000040 PROGRAM-ID.    FAPXREF.
000050 AUTHOR.        J D HARTLEY.
000060 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000070 DATE-WRITTEN.  2026-10-01.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100*  MODIFICATION HISTORY
000110*  DATE       INIT  DESCRIPTION
000120*  ---------- ----  ------------------------------------------
000130*  2026-10-01 JDH   ORIGINAL PROGRAM.  WEEKLY CROSS-FILE
000140*                   REFERENTIAL INTEGRITY AUDIT.  FAPBAL PROVES
000150*                   ONE NIGHT'S COUNTS BUT NOTHING CHECKED THAT
000160*                   THE LONG-LIVED FILES STILL AGREE WITH EACH
000170*                   OTHER - ORPHANS SHOWED UP AS CONTRCHK
000180*                   UNKNOWN FLAGS AND WRONG FAPHINQ EXTRACTS
000190*                   WHEN A CUSTOMER COMPLAINED.  FINDS:
000200*                     HC - A FAPPEL-HIST APPEL WHOSE CONTRACT IS
000210*                          ON NEITHER CONTRACT-MASTER NOR
000220*                          CONTRHIS.
000230*                     SC - AN FSUSPENS ITEM WHOSE CONTRACT HAS
000240*                          SINCE BEEN DELETED FROM
000250*                          CONTRACT-MASTER (IT IS OFF THE MASTER
000252*                          BUT HAS A CONTRHIS IMAGE).  AN ITEM
000254*                          WHOSE CONTRACT NEVER EXISTED AT ALL IS
000256*                          CONTRCHK'S OWN UNKNOWN CASE - IT IS
000258*                          COUNTED ON THE SUMMARY, NOT REPORTED.
000260*                     RH - AN FAPREG ENTRY FIRST SEEN INSIDE THE
000270*                          RETENTION WINDOW WITH NO FAPPEL-HIST
000280*                          RECORD - THE ARCHIVE IS KEYED ON THE
000290*                          STREAM DATE, WHICH IS THE FIRST-SEEN
000300*                          DATE, SO EACH ENTRY IS ONE KEYED READ.
000310*                     MN - A HISTORY ROW WHOSE MYDATA CODE IS
000320*                          NOT ON FMDTABLE.
000330*                     MD - A HISTORY ROW WHOSE MYDATA CODE IS
000340*                          ON FMDTABLE BUT DEACTIVATED.
000350*                     CO - A CONTRHIS IMAGE WHOSE EFFECTIVE
000360*                          DATE FALLS INSIDE THE TERM OF AN
000370*                          EARLIER IMAGE OF THE SAME CONTRACT.
000380*                          IMAGES SHARING ONE EFFECTIVE DATE ARE
000390*                          SUCCESSIVE AMENDMENTS OF ONE TERM
000400*                          (STATUS OR EXPIRY CHANGES), NOT AN
000410*                          OVERLAP; THE LATEST OF THEM STANDS
000420*                          FOR THE TERM.
000430*                   EVERY FINDING GOES TO FXREFDSC (SEE
000440*                   CXREFDSC) UNDER A CCTLREC HEADER/TRAILER
000450*                   PAIR, AND THE COUNTS TO THE FXREFRPT
000460*                   SUMMARY.  ENDS WITH RETURN CODE 4 WHEN
000470*                   ANYTHING IS FOUND.  READ-ONLY AGAINST EVERY
000480*                   FILE IT AUDITS.  RUN OUTSIDE THE NIGHT
000490*                   STREAM - BETWEEN FAPEDIT AND FAPHIST A
000500*                   NIGHT'S FAPREG ENTRIES ARE NOT YET ARCHIVED.
000510*                   LIKE FAPTREND IT IS NOT A RUN-CONTROL STEP.
000520*                   PARM: RETENTION DAYS IN 1-5 (DEFAULT 00365,
000530*                   FAPHIST'S WINDOW), A SPACE, THEN AN OPTIONAL
000540*                   RUN DATE IN 7-14.
000541*  2026-10-08 JDH   FAPREG IS NOW KEYED ON FEED SOURCE + APPEL
000542*                   NUMBER (SEE CAPREG).  THE RH AUDIT STILL READS
000543*                   THE ARCHIVE ON FIRST-SEEN DATE + APPEL NUMBER;
000544*                   FAPEDIT WILL NOT ACCEPT ONE NUMBER FROM TWO
000545*                   FEEDS ON THE SAME NIGHT, SO THAT PAIR STILL
000546*                   NAMES ONE ARCHIVE ROW.
000550*================================================================
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER. IBM-370.
000590 OBJECT-COMPUTER. IBM-370.
000600 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT  FAPPEL-HIST     ASSIGN TO UT-S-FAPPLHST
000640             ORGANIZATION IS INDEXED
000650             ACCESS MODE IS DYNAMIC
000660             RECORD KEY IS HIST-ARCHIVE-KEY
000670             FILE STATUS IS WS-FAPPLHST-STATUS.
000680
000690     SELECT  CONTRACT-MASTER ASSIGN TO UT-S-CONTRMST
000700             ORGANIZATION IS INDEXED
000710             ACCESS MODE IS RANDOM
000720             RECORD KEY IS CM-CONTRACT-NO
000730             FILE STATUS IS WS-CONTRMST-STATUS.
000740
000750     SELECT  CONTRACT-HIST   ASSIGN TO UT-S-CONTRHIS
000760             FILE STATUS IS WS-CONTRHIS-STATUS.
000770
000780     SELECT  APPEL-REGISTER  ASSIGN TO UT-S-FAPREG
000790             ORGANIZATION IS INDEXED
000800             ACCESS MODE IS SEQUENTIAL
000810             RECORD KEY IS REG-REGISTER-KEY
000820             FILE STATUS IS WS-FAPREG-STATUS.
000830
000840     SELECT  FSUSPENS        ASSIGN TO UT-S-FSUSPENS
000850             FILE STATUS IS WS-FSUSPENS-STATUS.
000860
000870     SELECT  FXREFDSC        ASSIGN TO UT-S-FXREFDSC
000880             FILE STATUS IS WS-FXREFDSC-STATUS.
000890
000900     SELECT  FXREFRPT        ASSIGN TO UT-S-FXREFRPT
000910             FILE STATUS IS WS-FXREFRPT-STATUS.
000920
000930     SELECT  SORT-FILE       ASSIGN TO UT-S-SORTWK01.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  FAPPEL-HIST
000980     LABEL RECORD STANDARD.
000990     COPY CAPPLHST.
001000
001010 FD  CONTRACT-MASTER
001020     LABEL RECORD STANDARD.
001030     COPY CONTRMST.
001040
001050 FD  CONTRACT-HIST
001060     BLOCK 0 RECORDS
001070     LABEL RECORD STANDARD
001080     RECORDING MODE F.
001090     COPY CCONTHIS.
001100
001110 FD  APPEL-REGISTER
001120     LABEL RECORD STANDARD.
001130     COPY CAPREG.
001140
001150 FD  FSUSPENS
001160     BLOCK 0 RECORDS
001170     LABEL RECORD STANDARD
001180     RECORDING MODE F.
001190     COPY CSUSPENS.
001200
001210 FD  FXREFDSC
001220     BLOCK 0 RECORDS
001230     LABEL RECORD STANDARD
001240     RECORDING MODE F.
001250     COPY CXREFDSC.
001260
001270 FD  FXREFRPT
001280     BLOCK 0 RECORDS
001290     LABEL RECORD STANDARD
001300     RECORDING MODE F.
001310 01  RPT-LINE                  PIC X(80).
001320
001330*----------------------------------------------------------------
001340*    CONTRHIS IMAGES IN CONTRACT / EFFECTIVE DATE / SUPERSEDED
001350*    DATE ORDER, SO EACH CONTRACT'S TERMS COME BACK OLDEST
001360*    FIRST AND AMENDMENTS OF ONE TERM COME BACK IN THE ORDER
001370*    THEY WERE MADE.
001380*----------------------------------------------------------------
001390 SD  SORT-FILE.
001400 01  SRT-CONTRACT-IMAGE.
001410     05  SRT-CONTRACT-NO          PIC X(10).
001420     05  SRT-EFFECTIVE-DATE       PIC 9(08).
001430     05  SRT-SUPERSEDED-DATE      PIC 9(08).
001440     05  SRT-EXPIRY-DATE          PIC 9(08).
001450
001460 WORKING-STORAGE SECTION.
001470*----------------------------------------------------------------
001480*    FILE STATUS AND END-OF-FILE SWITCHES
001490*----------------------------------------------------------------
001500 01  WS-FAPPLHST-STATUS        PIC X(02).
001510     88  WS-FAPPLHST-OK                  VALUE '00'.
001520
001530 01  WS-CONTRMST-STATUS        PIC X(02).
001540     88  WS-CONTRMST-OK                  VALUE '00'.
001550     88  WS-CONTRMST-NOTFOUND            VALUE '23'.
001560
001570 01  WS-CONTRHIS-STATUS        PIC X(02).
001580     88  WS-CONTRHIS-OK                  VALUE '00'.
001590     88  WS-CONTRHIS-NOT-FOUND           VALUE '35'.
001600
001610 01  WS-FAPREG-STATUS          PIC X(02).
001620     88  WS-FAPREG-OK                    VALUE '00'.
001630
001640 01  WS-FSUSPENS-STATUS        PIC X(02).
001650     88  WS-FSUSPENS-OK                  VALUE '00'.
001660
001670 01  WS-FXREFDSC-STATUS        PIC X(02).
001680     88  WS-FXREFDSC-OK                  VALUE '00'.
001690
001700 01  WS-FXREFRPT-STATUS        PIC X(02).
001710     88  WS-FXREFRPT-OK                  VALUE '00'.
001720
001730 01  WS-SWITCHES.
001740     05  WS-CHS-EOF-SWITCH     PIC X(01) VALUE 'N'.
001750         88  WS-CHS-EOF                  VALUE 'Y'.
001760     05  WS-SORT-EOF-SWITCH    PIC X(01) VALUE 'N'.
001770         88  WS-SORT-EOF                 VALUE 'Y'.
001780     05  WS-HST-EOF-SWITCH     PIC X(01) VALUE 'N'.
001790         88  WS-HST-EOF                  VALUE 'Y'.
001800     05  WS-REG-EOF-SWITCH     PIC X(01) VALUE 'N'.
001810         88  WS-REG-EOF                  VALUE 'Y'.
001820     05  WS-SUS-EOF-SWITCH     PIC X(01) VALUE 'N'.
001830         88  WS-SUS-EOF                  VALUE 'Y'.
001840     05  WS-CONTRACT-SWITCH    PIC X(01) VALUE 'N'.
001850         88  WS-CONTRACT-KNOWN           VALUE 'Y'.
001860     05  WS-CODE-FOUND-SWITCH  PIC X(01) VALUE 'N'.
001870         88  WS-CODE-FOUND               VALUE 'Y'.
001880
001890*----------------------------------------------------------------
001900*    HEADER/TRAILER CONTROL RECORD
001910*----------------------------------------------------------------
001920 COPY CCTLREC.
001930
001940*----------------------------------------------------------------
001950*    OPERATOR PARM - RETENTION DAYS IN 1-5, A SPACE, THEN AN
001960*    OPTIONAL RUN DATE IN 7-14 (BLANK MEANS TODAY).
001970*----------------------------------------------------------------
001980 01  WS-CMD-PARM.
001990     05  WS-RETENTION-PARM     PIC X(05) VALUE SPACES.
002000     05  WS-RETENTION-PARM-N REDEFINES WS-RETENTION-PARM
002010                               PIC 9(05).
002020     05  FILLER                PIC X(01) VALUE SPACES.
002030     05  WS-RUN-DATE-PARM      PIC X(08) VALUE SPACES.
002040     05  WS-RUN-DATE-PARM-N REDEFINES WS-RUN-DATE-PARM
002050                               PIC 9(08).
002060
002070 01  WS-CURRENT-DATE           PIC 9(08).
002080 01  WS-RETENTION-DAYS         PIC 9(05) VALUE 00365.
002090 01  WS-CUTOFF-INTEGER         PIC S9(09) COMP-3.
002100 01  WS-CUTOFF-DATE            PIC 9(08).
002110
002120*----------------------------------------------------------------
002130*    THE MAINTAINED STATUS CODE TABLE, LOADED FROM FMDTABLE
002140*    THROUGH MDTABL1 AT START-UP - ACTIVE AND DEACTIVATED
002150*    ENTRIES BOTH.
002160*----------------------------------------------------------------
002170 COPY CMDTABW.
002180
002190 01  WS-MDTABL-FIELDS.
002200     05  WS-MDTABL-FUNCTION    PIC X(05).
002210     05  WS-MDTABL-RESULT      PIC X(02) VALUE SPACES.
002220
002230 01  WS-MDT-SUB                PIC S9(04) COMP VALUE ZERO.
002240 01  WS-MDT-HIT                PIC S9(04) COMP VALUE ZERO.
002250
002260*----------------------------------------------------------------
002270*    EVERY CONTRACT NUMBER CONTRHIS HOLDS AN IMAGE FOR, BUILT
002280*    FROM THE SORTED IMAGES AND ONLY SEARCHED WHEN A CONTRACT
002290*    IS NOT ON CONTRACT-MASTER.
002300*----------------------------------------------------------------
002310 01  WS-CHS-TABLE.
002320     05  WS-CHS-COUNT          PIC S9(04) COMP VALUE ZERO.
002330     05  WS-CHS-ENTRY OCCURS 9000
002340                      DEPENDING ON WS-CHS-COUNT
002350                      INDEXED   BY WS-CHS-IDX.
002360         10  WS-CHS-CONTRACT-NO
002370                               PIC X(10).
002380
002390 01  WS-CHS-MAX                PIC S9(04) COMP VALUE 9000.
002400
002410*----------------------------------------------------------------
002420*    THE TERM BEING HELD (ITS LATEST AMENDMENT SO FAR), AND OF
002430*    THE EARLIER TERMS OF THE SAME CONTRACT THE ONE THAT RUNS
002435*    LATEST - THE NEXT TERM IS TESTED AGAINST THAT ONE.
002440*----------------------------------------------------------------
002450 01  WS-PRIOR-IMAGE.
002460     05  WS-PRV-CONTRACT-NO    PIC X(10) VALUE SPACES.
002470     05  WS-PRV-EFFECTIVE-DATE PIC 9(08) VALUE ZERO.
002480     05  WS-PRV-EXPIRY-DATE    PIC 9(08) VALUE ZERO.
002482     05  WS-MAX-PRIOR-EFFECTIVE-DATE
002484                               PIC 9(08) VALUE ZERO.
002486     05  WS-MAX-PRIOR-EXPIRY-DATE
002488                               PIC 9(08) VALUE ZERO.
002490
002500*----------------------------------------------------------------
002510*    LAST CONTRACT LOOKED UP AND ITS ANSWER - HISTORY ROWS FOR
002520*    ONE CONTRACT OFTEN RUN TOGETHER.
002530*----------------------------------------------------------------
002540 01  WS-LAST-CONTRACT-NO       PIC X(10) VALUE LOW-VALUES.
002550 01  WS-LAST-CONTRACT-SWITCH   PIC X(01) VALUE 'N'.
002560
002570*----------------------------------------------------------------
002580*    RUN COUNTERS
002590*----------------------------------------------------------------
002600 01  WS-CNT-CHS-READ           PIC 9(07) COMP-3 VALUE ZERO.
002610 01  WS-CNT-HST-READ           PIC 9(09) COMP-3 VALUE ZERO.
002620 01  WS-CNT-REG-READ           PIC 9(09) COMP-3 VALUE ZERO.
002630 01  WS-CNT-REG-CHECKED        PIC 9(09) COMP-3 VALUE ZERO.
002640 01  WS-CNT-SUS-READ           PIC 9(07) COMP-3 VALUE ZERO.
002645 01  WS-CNT-SUS-NEVER          PIC 9(07) COMP-3 VALUE ZERO.
002650 01  WS-CNT-HC                 PIC 9(07) COMP-3 VALUE ZERO.
002660 01  WS-CNT-SC                 PIC 9(07) COMP-3 VALUE ZERO.
002670 01  WS-CNT-RH                 PIC 9(07) COMP-3 VALUE ZERO.
002680 01  WS-CNT-MN                 PIC 9(07) COMP-3 VALUE ZERO.
002690 01  WS-CNT-MD                 PIC 9(07) COMP-3 VALUE ZERO.
002700 01  WS-CNT-CO                 PIC 9(07) COMP-3 VALUE ZERO.
002710 01  WS-CNT-WRITTEN            PIC 9(07) COMP-3 VALUE ZERO.
002720
002730*----------------------------------------------------------------
002740*    AUDIT SUMMARY REPORT LINE LAYOUTS
002750*----------------------------------------------------------------
002760 01  RPT-HEADING-1.
002770     05  FILLER                PIC X(80) VALUE
002780         'FAPXREF - WEEKLY CROSS-FILE INTEGRITY AUDIT'.
002790
002800 01  RPT-HEADING-2.
002810     05  FILLER                PIC X(09) VALUE 'RUN DATE '.
002820     05  RPT-HDG-RUN-DATE      PIC 9(08).
002830     05  FILLER                PIC X(25) VALUE
002840         '   REGISTER CHECKED FROM '.
002850     05  RPT-HDG-CUTOFF-DATE   PIC 9(08).
002860     05  FILLER                PIC X(30) VALUE SPACES.
002870
002880 01  RPT-SECTION-LINE.
002890     05  RPT-SEC-TEXT          PIC X(80).
002900
002910 01  RPT-SUMMARY-LINE.
002920     05  RPT-SUM-LABEL         PIC X(26).
002930     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
002940                         BY RPT-SUM-COUNT.
002950     05  FILLER                PIC X(47) VALUE SPACES.
002960
002970 PROCEDURE DIVISION.
002980*================================================================
002990 0000-MAINLINE.
003000*================================================================
003010     PERFORM 1000-INITIALIZE
003020         THRU 1000-EXIT.
003030
003040     SORT SORT-FILE
003050         ON ASCENDING KEY SRT-CONTRACT-NO
003060                          SRT-EFFECTIVE-DATE
003070                          SRT-SUPERSEDED-DATE
003080         INPUT PROCEDURE IS 2000-RELEASE-IMAGES
003090                         THRU 2000-EXIT
003100         OUTPUT PROCEDURE IS 2200-CHECK-IMAGES
003110                         THRU 2200-EXIT.
003120
003130     PERFORM 3000-AUDIT-HIST
003140         THRU 3000-EXIT
003150         UNTIL WS-HST-EOF.
003160
003170     PERFORM 4000-AUDIT-REGISTER
003180         THRU 4000-EXIT
003190         UNTIL WS-REG-EOF.
003200
003210     PERFORM 5000-AUDIT-SUSPENSE
003220         THRU 5000-EXIT
003230         UNTIL WS-SUS-EOF.
003240
003250     PERFORM 8000-PRINT-SUMMARY
003260         THRU 8000-EXIT.
003270
003280     PERFORM 9000-TERMINATE
003290         THRU 9000-EXIT.
003300
003310     GOBACK.
003320
003330*================================================================
003340 1000-INITIALIZE.
003350*================================================================
003360     ACCEPT WS-CMD-PARM FROM COMMAND-LINE.
003370     IF WS-RETENTION-PARM NOT = SPACES
003380         IF WS-RETENTION-PARM NOT NUMERIC
003390             DISPLAY 'FAPXREF - RETENTION PARM NOT NUMERIC: '
003400                 WS-RETENTION-PARM
003410             MOVE 16 TO RETURN-CODE
003420             STOP RUN
003430         END-IF
003440         MOVE WS-RETENTION-PARM-N TO WS-RETENTION-DAYS
003450     END-IF.
003460
003470     IF WS-RUN-DATE-PARM = SPACES
003480         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
003490     ELSE
003500         IF WS-RUN-DATE-PARM NOT NUMERIC
003510             DISPLAY 'FAPXREF - RUN DATE PARM NOT NUMERIC: '
003520                 WS-RUN-DATE-PARM
003530             MOVE 16 TO RETURN-CODE
003540             STOP RUN
003550         END-IF
003560         MOVE WS-RUN-DATE-PARM-N TO WS-CURRENT-DATE
003570     END-IF.
003580
003590     COMPUTE WS-CUTOFF-INTEGER =
003600             FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
003610           - WS-RETENTION-DAYS.
003620     MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
003630         TO WS-CUTOFF-DATE.
003640
003650     MOVE 'LOAD' TO WS-MDTABL-FUNCTION.
003660     CALL 'MDTABL1' USING WS-MDTABL-FUNCTION
003670                          MYDATA-CODE-TABLE
003680                          WS-MDTABL-RESULT.
003690     IF WS-MDTABL-RESULT NOT = 'OK'
003700         DISPLAY 'FAPXREF - MYDATA CODE TABLE UNAVAILABLE - '
003710         DISPLAY '  NOT AUDITING AGAINST AN EMPTY TABLE.'
003720         MOVE 16 TO RETURN-CODE
003730         STOP RUN
003740     END-IF.
003750
003760     OPEN INPUT  FAPPEL-HIST.
003770     IF NOT WS-FAPPLHST-OK
003780         DISPLAY 'FAPXREF - CANNOT OPEN FAPPEL-HIST, STATUS = '
003790             WS-FAPPLHST-STATUS
003800         MOVE 16 TO RETURN-CODE
003810         STOP RUN
003820     END-IF.
003830
003840     OPEN INPUT  CONTRACT-MASTER.
003850     IF NOT WS-CONTRMST-OK
003860         DISPLAY 'FAPXREF - CANNOT OPEN CONTRMST, STATUS = '
003870             WS-CONTRMST-STATUS
003880         MOVE 16 TO RETURN-CODE
003890         STOP RUN
003900     END-IF.
003910
003920     OPEN INPUT  APPEL-REGISTER.
003930     IF NOT WS-FAPREG-OK
003940         DISPLAY 'FAPXREF - CANNOT OPEN FAPREG, STATUS = '
003950             WS-FAPREG-STATUS
003960         MOVE 16 TO RETURN-CODE
003970         STOP RUN
003980     END-IF.
003990
004000     OPEN INPUT  FSUSPENS.
004010     IF NOT WS-FSUSPENS-OK
004020         DISPLAY 'FAPXREF - CANNOT OPEN FSUSPENS, STATUS = '
004030             WS-FSUSPENS-STATUS
004040         MOVE 16 TO RETURN-CODE
004050         STOP RUN
004060     END-IF.
004070
004080     OPEN OUTPUT FXREFDSC.
004090     IF NOT WS-FXREFDSC-OK
004100         DISPLAY 'FAPXREF - CANNOT OPEN FXREFDSC, STATUS = '
004110             WS-FXREFDSC-STATUS
004120         MOVE 16 TO RETURN-CODE
004130         STOP RUN
004140     END-IF.
004150
004160     OPEN OUTPUT FXREFRPT.
004170     IF NOT WS-FXREFRPT-OK
004180         DISPLAY 'FAPXREF - CANNOT OPEN FXREFRPT, STATUS = '
004190             WS-FXREFRPT-STATUS
004200         MOVE 16 TO RETURN-CODE
004210         STOP RUN
004220     END-IF.
004230
004240     MOVE SPACES          TO FIC-CONTROL-RECORD.
004250     SET  CTL-HEADER-REC  TO TRUE.
004260     MOVE 'FXREFDSC'      TO CTL-FILE-ID.
004270     MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
004280     MOVE ZERO            TO CTL-RECORD-COUNT
004290                             CTL-COUNT-A
004300                             CTL-COUNT-B
004310                             CTL-COUNT-C.
004320     WRITE XREF-DISCREPANCY-RECORD FROM FIC-CONTROL-RECORD.
004330
004340     MOVE RPT-HEADING-1 TO RPT-LINE.
004350     WRITE RPT-LINE.
004360     MOVE WS-CURRENT-DATE TO RPT-HDG-RUN-DATE.
004370     MOVE WS-CUTOFF-DATE  TO RPT-HDG-CUTOFF-DATE.
004380     MOVE RPT-HEADING-2 TO RPT-LINE.
004390     WRITE RPT-LINE.
004400
004410     PERFORM 3100-READ-HIST
004420         THRU 3100-EXIT.
004430     PERFORM 4100-READ-REGISTER
004440         THRU 4100-EXIT.
004450     PERFORM 5100-READ-SUSPENSE
004460         THRU 5100-EXIT.
004470 1000-EXIT.
004480     EXIT.
004490
004500*================================================================
004510 2000-RELEASE-IMAGES.
004520*================================================================
004530*    SORT INPUT PROCEDURE - EVERY CONTRHIS IMAGE.  NO CONTRHIS
004540*    YET (NOTHING EVER CHANGED OR DELETED) IS AN EMPTY FILE,
004550*    THE WAY CONTRCHK TREATS IT.
004560*----------------------------------------------------------------
004570     OPEN INPUT CONTRACT-HIST.
004580     IF WS-CONTRHIS-NOT-FOUND
004590         SET WS-CHS-EOF TO TRUE
004600     ELSE
004610         IF NOT WS-CONTRHIS-OK
004620             DISPLAY 'FAPXREF - CANNOT OPEN CONTRHIS, STATUS = '
004630                 WS-CONTRHIS-STATUS
004640             MOVE 16 TO RETURN-CODE
004650             STOP RUN
004660         END-IF
004670     END-IF.
004680
004690     PERFORM 2100-RELEASE-IMAGE
004700         THRU 2100-EXIT
004710         UNTIL WS-CHS-EOF.
004720
004730     IF NOT WS-CONTRHIS-NOT-FOUND
004740         CLOSE CONTRACT-HIST
004750     END-IF.
004760 2000-EXIT.
004770     EXIT.
004780
004790*================================================================
004800 2100-RELEASE-IMAGE.
004810*================================================================
004820     READ CONTRACT-HIST
004830         AT END
004840             SET WS-CHS-EOF TO TRUE
004850             GO TO 2100-EXIT
004860     END-READ.
004870
004880     ADD 1 TO WS-CNT-CHS-READ.
004890     MOVE CH-CONTRACT-NO     TO SRT-CONTRACT-NO.
004900     MOVE CH-EFFECTIVE-DATE  TO SRT-EFFECTIVE-DATE.
004910     MOVE CH-SUPERSEDED-DATE TO SRT-SUPERSEDED-DATE.
004920     MOVE CH-EXPIRY-DATE     TO SRT-EXPIRY-DATE.
004930     RELEASE SRT-CONTRACT-IMAGE.
004940 2100-EXIT.
004950     EXIT.
004960
004970*================================================================
004980 2200-CHECK-IMAGES.
004990*================================================================
005000*    SORT OUTPUT PROCEDURE - LIST EACH CONTRACT ONCE AND TEST
005010*    EACH NEW TERM AGAINST EVERY TERM BEFORE IT.
005020*----------------------------------------------------------------
005030     PERFORM 2300-RETURN-IMAGE
005040         THRU 2300-EXIT.
005050
005060     PERFORM 2400-CHECK-IMAGE
005070         THRU 2400-EXIT
005080         UNTIL WS-SORT-EOF.
005090 2200-EXIT.
005100     EXIT.
005110
005120*================================================================
005130 2300-RETURN-IMAGE.
005140*================================================================
005150     RETURN SORT-FILE
005160         AT END
005170             SET WS-SORT-EOF TO TRUE
005180     END-RETURN.
005190 2300-EXIT.
005200     EXIT.
005210
005220*================================================================
005230 2400-CHECK-IMAGE.
005240*================================================================
005250     IF SRT-CONTRACT-NO NOT = WS-PRV-CONTRACT-NO
005260         IF WS-CHS-COUNT >= WS-CHS-MAX
005270             DISPLAY 'FAPXREF - MORE THAN ' WS-CHS-MAX
005280                 ' CONTRACTS ON CONTRHIS - TABLE FULL'
005290             MOVE 16 TO RETURN-CODE
005300             STOP RUN
005310         END-IF
005320         ADD 1 TO WS-CHS-COUNT
005330         MOVE SRT-CONTRACT-NO TO WS-CHS-CONTRACT-NO (WS-CHS-COUNT)
005333         MOVE ZERO TO WS-MAX-PRIOR-EFFECTIVE-DATE
005336                      WS-MAX-PRIOR-EXPIRY-DATE
005340         GO TO 2400-HOLD
005350     END-IF.
005360
005370*    A LATER AMENDMENT OF THE SAME TERM REPLACES IT.
005380     IF SRT-EFFECTIVE-DATE = WS-PRV-EFFECTIVE-DATE
005390         GO TO 2400-HOLD
005400     END-IF.
005410
005420*    A NEW TERM - THE HELD ONE IS COMPLETE, SO FOLD IT IN.
005421     IF WS-PRV-EXPIRY-DATE > WS-MAX-PRIOR-EXPIRY-DATE
005422         MOVE WS-PRV-EFFECTIVE-DATE TO WS-MAX-PRIOR-EFFECTIVE-DATE
005423         MOVE WS-PRV-EXPIRY-DATE    TO WS-MAX-PRIOR-EXPIRY-DATE
005424     END-IF.
005425
005426     IF SRT-EFFECTIVE-DATE NOT > WS-MAX-PRIOR-EXPIRY-DATE
005430         MOVE SPACES                TO XREF-DISCREPANCY-RECORD
005440         SET  XRD-CONTRHIS-OVERLAP  TO TRUE
005450         MOVE 'CONTRHIS'            TO XRD-SOURCE-FILE
005460         MOVE SRT-CONTRACT-NO       TO XRD-CONTRACT-NO
005470         MOVE SRT-SUPERSEDED-DATE   TO XRD-KEY-DATE
005480         MOVE ZERO                  TO XRD-APPEL-DATE
005490         MOVE SRT-EFFECTIVE-DATE    TO XRD-EFFECTIVE-DATE
005500         MOVE SRT-EXPIRY-DATE       TO XRD-EXPIRY-DATE
005510         MOVE WS-MAX-PRIOR-EFFECTIVE-DATE
005520                                    TO XRD-PRIOR-EFFECTIVE-DATE
005523         MOVE WS-MAX-PRIOR-EXPIRY-DATE
005526                                    TO XRD-PRIOR-EXPIRY-DATE
005530         ADD 1 TO WS-CNT-CO
005540         PERFORM 7000-WRITE-DISCREPANCY
005550             THRU 7000-EXIT
005560     END-IF.
005570
005580 2400-HOLD.
005590     MOVE SRT-CONTRACT-NO    TO WS-PRV-CONTRACT-NO.
005600     MOVE SRT-EFFECTIVE-DATE TO WS-PRV-EFFECTIVE-DATE.
005610     MOVE SRT-EXPIRY-DATE    TO WS-PRV-EXPIRY-DATE.
005620
005630     PERFORM 2300-RETURN-IMAGE
005640         THRU 2300-EXIT.
005650 2400-EXIT.
005660     EXIT.
005670
005680*================================================================
005690 3000-AUDIT-HIST.
005700*================================================================
005710*    ONE PASS OF THE ARCHIVE IN KEY ORDER - THE CONTRACT MUST
005720*    BE KNOWN AND THE MYDATA CODE MUST BE ACTIVE ON FMDTABLE.
005730*----------------------------------------------------------------
005740     ADD 1 TO WS-CNT-HST-READ.
005750
005760     PERFORM 3200-FIND-CONTRACT
005770         THRU 3200-EXIT.
005780     IF NOT WS-CONTRACT-KNOWN
005790         MOVE SPACES                 TO XREF-DISCREPANCY-RECORD
005800         SET  XRD-HIST-NO-CONTRACT   TO TRUE
005810         PERFORM 3400-FILL-FROM-HIST
005820             THRU 3400-EXIT
005830         ADD 1 TO WS-CNT-HC
005840         PERFORM 7000-WRITE-DISCREPANCY
005850             THRU 7000-EXIT
005860     END-IF.
005870
005880     MOVE 'N'  TO WS-CODE-FOUND-SWITCH.
005890     MOVE ZERO TO WS-MDT-HIT.
005900     PERFORM 3300-MATCH-TABLE-ENTRY
005910         THRU 3300-EXIT
005920         VARYING WS-MDT-SUB FROM 1 BY 1
005930         UNTIL WS-MDT-SUB > MDT-ENTRY-COUNT
005940            OR WS-CODE-FOUND.
005950
005960     EVALUATE TRUE
005970         WHEN NOT WS-CODE-FOUND
005980             MOVE SPACES TO XREF-DISCREPANCY-RECORD
005990             SET  XRD-MYDATA-NOT-ON-TABLE TO TRUE
006000             PERFORM 3400-FILL-FROM-HIST
006010                 THRU 3400-EXIT
006020             ADD 1 TO WS-CNT-MN
006030             PERFORM 7000-WRITE-DISCREPANCY
006040                 THRU 7000-EXIT
006050         WHEN NOT MDT-TBL-ACTIVE-YES (WS-MDT-HIT)
006060             MOVE SPACES TO XREF-DISCREPANCY-RECORD
006070             SET  XRD-MYDATA-DEACTIVATED TO TRUE
006080             PERFORM 3400-FILL-FROM-HIST
006090                 THRU 3400-EXIT
006100             ADD 1 TO WS-CNT-MD
006110             PERFORM 7000-WRITE-DISCREPANCY
006120                 THRU 7000-EXIT
006130     END-EVALUATE.
006140
006150     PERFORM 3100-READ-HIST
006160         THRU 3100-EXIT.
006170 3000-EXIT.
006180     EXIT.
006190
006200*================================================================
006210 3100-READ-HIST.
006220*================================================================
006230     READ FAPPEL-HIST NEXT RECORD
006240         AT END
006250             SET WS-HST-EOF TO TRUE
006260     END-READ.
006270 3100-EXIT.
006280     EXIT.
006290
006300*================================================================
006310 3200-FIND-CONTRACT.
006320*================================================================
006330*    CONTRACT-MASTER FIRST, THEN THE CONTRACTS CONTRHIS HOLDS
006340*    IMAGES FOR - A CONTRACT SINCE DELETED STILL HAS ITS
006350*    BEFORE IMAGE THERE.
006360*----------------------------------------------------------------
006370     IF HIST-APPEL-CONTRACT-NO = WS-LAST-CONTRACT-NO
006380         MOVE WS-LAST-CONTRACT-SWITCH TO WS-CONTRACT-SWITCH
006390         GO TO 3200-EXIT
006400     END-IF.
006410
006420     MOVE 'N' TO WS-CONTRACT-SWITCH.
006430     MOVE HIST-APPEL-CONTRACT-NO TO CM-CONTRACT-NO.
006440     READ CONTRACT-MASTER
006450         INVALID KEY
006460             CONTINUE
006470         NOT INVALID KEY
006480             SET WS-CONTRACT-KNOWN TO TRUE
006490     END-READ.
006500
006510     IF NOT WS-CONTRACT-KNOWN
006520        AND WS-CHS-COUNT > ZERO
006530         SET WS-CHS-IDX TO 1
006540         SEARCH WS-CHS-ENTRY
006550             WHEN WS-CHS-CONTRACT-NO (WS-CHS-IDX)
006560                      = HIST-APPEL-CONTRACT-NO
006570                 SET WS-CONTRACT-KNOWN TO TRUE
006580         END-SEARCH
006590     END-IF.
006600
006610     MOVE HIST-APPEL-CONTRACT-NO TO WS-LAST-CONTRACT-NO.
006620     MOVE WS-CONTRACT-SWITCH     TO WS-LAST-CONTRACT-SWITCH.
006630 3200-EXIT.
006640     EXIT.
006650
006660*================================================================
006670 3300-MATCH-TABLE-ENTRY.
006680*================================================================
006690     IF MDT-TBL-CODE (WS-MDT-SUB) = HIST-APPEL-MYDATA
006700         SET WS-CODE-FOUND TO TRUE
006710         MOVE WS-MDT-SUB TO WS-MDT-HIT
006720     END-IF.
006730 3300-EXIT.
006740     EXIT.
006750
006760*================================================================
006770 3400-FILL-FROM-HIST.
006780*================================================================
006790     MOVE 'FAPPLHST'             TO XRD-SOURCE-FILE.
006800     MOVE HIST-APPEL-NUM         TO XRD-APPEL-NUM.
006810     MOVE HIST-APPEL-CONTRACT-NO TO XRD-CONTRACT-NO.
006820     MOVE HIST-ARCHIVE-DATE      TO XRD-KEY-DATE.
006830     MOVE HIST-APPEL-DATE        TO XRD-APPEL-DATE.
006840     MOVE HIST-APPEL-MYDATA      TO XRD-MYDATA.
006850     MOVE ZERO                   TO XRD-EFFECTIVE-DATE
006860                                    XRD-EXPIRY-DATE
006870                                    XRD-PRIOR-EFFECTIVE-DATE
006880                                    XRD-PRIOR-EXPIRY-DATE.
006890 3400-EXIT.
006900     EXIT.
006910
006920*================================================================
006930 4000-AUDIT-REGISTER.
006940*================================================================
006950*    AN ENTRY FIRST SEEN BEFORE THE CUTOFF HAS AGED OFF THE
006960*    ARCHIVE BY DESIGN.  ONE INSIDE THE WINDOW MUST BE ON THE
006970*    ARCHIVE UNDER ITS FIRST-SEEN DATE.
006980*----------------------------------------------------------------
006990     ADD 1 TO WS-CNT-REG-READ.
007000     IF REG-FIRST-SEEN-DATE < WS-CUTOFF-DATE
007010         GO TO 4000-NEXT
007020     END-IF.
007030
007040     ADD 1 TO WS-CNT-REG-CHECKED.
007050     MOVE REG-FIRST-SEEN-DATE TO HIST-ARCHIVE-DATE.
007060     MOVE REG-APPEL-NUM       TO HIST-APPEL-NUM.
007070     READ FAPPEL-HIST
007080         KEY IS HIST-ARCHIVE-KEY
007090         INVALID KEY
007100             MOVE SPACES              TO XREF-DISCREPANCY-RECORD
007110             SET  XRD-REG-NO-HISTORY  TO TRUE
007120             MOVE 'FAPREG'            TO XRD-SOURCE-FILE
007130             MOVE REG-APPEL-NUM       TO XRD-APPEL-NUM
007140             MOVE REG-FIRST-SEEN-DATE TO XRD-KEY-DATE
007150             MOVE ZERO                TO XRD-APPEL-DATE
007160                                         XRD-EFFECTIVE-DATE
007170                                         XRD-EXPIRY-DATE
007180                                         XRD-PRIOR-EFFECTIVE-DATE
007190                                         XRD-PRIOR-EXPIRY-DATE
007200             ADD 1 TO WS-CNT-RH
007210             PERFORM 7000-WRITE-DISCREPANCY
007220                 THRU 7000-EXIT
007230     END-READ.
007240
007250 4000-NEXT.
007260     PERFORM 4100-READ-REGISTER
007270         THRU 4100-EXIT.
007280 4000-EXIT.
007290     EXIT.
007300
007310*================================================================
007320 4100-READ-REGISTER.
007330*================================================================
007340     READ APPEL-REGISTER
007350         AT END
007360             SET WS-REG-EOF TO TRUE
007370     END-READ.
007380 4100-EXIT.
007390     EXIT.
007400
007410*================================================================
007420 5000-AUDIT-SUSPENSE.
007430*================================================================
007431*    AN ITEM WHOSE CONTRACT IS NOT ON CONTRACT-MASTER IS ONLY A
007432*    DISCREPANCY WHEN THE CONTRACT WAS ONCE THERE - A DELETED
007433*    CONTRACT STILL HAS ITS BEFORE IMAGE ON CONTRHIS.  ONE WITH
007434*    NO IMAGE EITHER NEVER EXISTED (A BAD NUMBER CONTRCHK PARKED
007435*    AS UNKNOWN) AND IS ONLY COUNTED.
007436*----------------------------------------------------------------
007440     ADD 1 TO WS-CNT-SUS-READ.
007450
007460     MOVE FIC-APPEL-SUSP-CONTRACT-NO TO CM-CONTRACT-NO.
007470     READ CONTRACT-MASTER
007480         INVALID KEY
007490             CONTINUE
007500         NOT INVALID KEY
007510             GO TO 5000-NEXT
007515     END-READ.
007520
007525     MOVE 'N' TO WS-CONTRACT-SWITCH.
007530     IF WS-CHS-COUNT > ZERO
007535         SET WS-CHS-IDX TO 1
007540         SEARCH WS-CHS-ENTRY
007545             WHEN WS-CHS-CONTRACT-NO (WS-CHS-IDX)
007550                      = FIC-APPEL-SUSP-CONTRACT-NO
007555                 SET WS-CONTRACT-KNOWN TO TRUE
007560         END-SEARCH
007565     END-IF.
007570     IF NOT WS-CONTRACT-KNOWN
007575         ADD 1 TO WS-CNT-SUS-NEVER
007580         GO TO 5000-NEXT
007585     END-IF.
007590
007595     MOVE SPACES               TO XREF-DISCREPANCY-RECORD.
007600     SET  XRD-SUSP-NO-CONTRACT TO TRUE.
007605     MOVE 'FSUSPENS'           TO XRD-SOURCE-FILE.
007610     MOVE FIC-APPEL-SUSP-NUM   TO XRD-APPEL-NUM.
007615     MOVE FIC-APPEL-SUSP-CONTRACT-NO
007620                               TO XRD-CONTRACT-NO.
007625     MOVE FIC-APPEL-SUSP-RECON-DATE
007630                               TO XRD-KEY-DATE.
007635     MOVE FIC-APPEL-SUSP-DATE  TO XRD-APPEL-DATE.
007640     MOVE FIC-APPEL-SUSP-MYDATA
007645                               TO XRD-MYDATA.
007650     MOVE FIC-APPEL-SUSP-REASON
007655                               TO XRD-SUSP-REASON.
007660     MOVE ZERO                 TO XRD-EFFECTIVE-DATE
007665                                  XRD-EXPIRY-DATE
007670                                  XRD-PRIOR-EFFECTIVE-DATE
007675                                  XRD-PRIOR-EXPIRY-DATE.
007680     ADD 1 TO WS-CNT-SC.
007685     PERFORM 7000-WRITE-DISCREPANCY
007690         THRU 7000-EXIT.
007695
007700 5000-NEXT.
007710     PERFORM 5100-READ-SUSPENSE
007720         THRU 5100-EXIT.
007730 5000-EXIT.
007740     EXIT.
007750
007760*================================================================
007770 5100-READ-SUSPENSE.
007780*================================================================
007790     READ FSUSPENS
007800         AT END
007810             SET WS-SUS-EOF TO TRUE
007820     END-READ.
007830 5100-EXIT.
007840     EXIT.
007850
007860*================================================================
007870 7000-WRITE-DISCREPANCY.
007880*================================================================
007890     MOVE WS-CURRENT-DATE TO XRD-RUN-DATE.
007900     WRITE XREF-DISCREPANCY-RECORD.
007910     IF NOT WS-FXREFDSC-OK
007920         DISPLAY 'FAPXREF - WRITE TO FXREFDSC FAILED, STATUS = '
007930             WS-FXREFDSC-STATUS
007940         MOVE 16 TO RETURN-CODE
007950         STOP RUN
007960     END-IF.
007970     ADD 1 TO WS-CNT-WRITTEN.
007980 7000-EXIT.
007990     EXIT.
008000
008010*================================================================
008020 8000-PRINT-SUMMARY.
008030*================================================================
008040     MOVE SPACES TO RPT-LINE.
008050     WRITE RPT-LINE.
008060     MOVE 'RECORDS AUDITED' TO RPT-SEC-TEXT.
008070     MOVE RPT-SECTION-LINE TO RPT-LINE.
008080     WRITE RPT-LINE.
008090
008100     MOVE '  CONTRHIS IMAGES       : ' TO RPT-SUM-LABEL.
008110     MOVE WS-CNT-CHS-READ              TO RPT-SUM-COUNT.
008120     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
008130     WRITE RPT-LINE.
008140
008150     MOVE '  CONTRHIS CONTRACTS    : ' TO RPT-SUM-LABEL.
008160     MOVE WS-CHS-COUNT                 TO RPT-SUM-COUNT.
008170     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
008180     WRITE RPT-LINE.
008190
008200     MOVE '  FAPPEL-HIST ROWS      : ' TO RPT-SUM-LABEL.
008210     MOVE WS-CNT-HST-READ              TO RPT-SUM-COUNT.
008220     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
008230     WRITE RPT-LINE.
008240
008250     MOVE '  FAPREG ENTRIES        : ' TO RPT-SUM-LABEL.
008260     MOVE WS-CNT-REG-READ              TO RPT-SUM-COUNT.
008270     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
008280     WRITE RPT-LINE.
008290
008300     MOVE '  FAPREG IN RETENTION   : ' TO RPT-SUM-LABEL.
008310     MOVE WS-CNT-REG-CHECKED           TO RPT-SUM-COUNT.
008320     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
008330     WRITE RPT-LINE.
008340
008350     MOVE '  FSUSPENS ITEMS        : ' TO RPT-SUM-LABEL.
008360     MOVE WS-CNT-SUS-READ              TO RPT-SUM-COUNT.
008370     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
008380     WRITE RPT-LINE.
008390
008391     MOVE '  FSUSPENS NO SUCH CONTR: ' TO RPT-SUM-LABEL.
008392     MOVE WS-CNT-SUS-NEVER             TO RPT-SUM-COUNT.
008393     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
008394     WRITE RPT-LINE.
008395
008400     MOVE SPACES TO RPT-LINE.
008410     WRITE RPT-LINE.
008420     MOVE 'DISCREPANCIES BY CATEGORY' TO RPT-SEC-TEXT.
008430     MOVE RPT-SECTION-LINE TO RPT-LINE.
008440     WRITE RPT-LINE.
008450
008460     MOVE '  HC HIST NO CONTRACT   : ' TO RPT-SUM-LABEL.
008470     MOVE WS-CNT-HC                    TO RPT-SUM-COUNT.
008480     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
008490     WRITE RPT-LINE.
008500
008510     MOVE '  SC SUSP CONTR DELETED : ' TO RPT-SUM-LABEL.
008520     MOVE WS-CNT-SC                    TO RPT-SUM-COUNT.
008530     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
008540     WRITE RPT-LINE.
008550
008560     MOVE '  RH REG NO HISTORY     : ' TO RPT-SUM-LABEL.
008570     MOVE WS-CNT-RH                    TO RPT-SUM-COUNT.
008580     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
008590     WRITE RPT-LINE.
008600
008610     MOVE '  MN MYDATA NOT ON TABLE: ' TO RPT-SUM-LABEL.
008620     MOVE WS-CNT-MN                    TO RPT-SUM-COUNT.
008630     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
008640     WRITE RPT-LINE.
008650
008660     MOVE '  MD MYDATA DEACTIVATED : ' TO RPT-SUM-LABEL.
008670     MOVE WS-CNT-MD                    TO RPT-SUM-COUNT.
008680     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
008690     WRITE RPT-LINE.
008700
008710     MOVE '  CO CONTRHIS OVERLAP   : ' TO RPT-SUM-LABEL.
008720     MOVE WS-CNT-CO                    TO RPT-SUM-COUNT.
008730     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
008740     WRITE RPT-LINE.
008750
008760     MOVE '  TOTAL DISCREPANCIES   : ' TO RPT-SUM-LABEL.
008770     MOVE WS-CNT-WRITTEN               TO RPT-SUM-COUNT.
008780     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
008790     WRITE RPT-LINE.
008800 8000-EXIT.
008810     EXIT.
008820
008830*================================================================
008840 9000-TERMINATE.
008850*================================================================
008860*    TRAILER: RECORD COUNT = DISCREPANCIES, A = HISTORY ROWS
008870*    READ, B = REGISTER ENTRIES CHECKED, C = SUSPENSE ITEMS READ.
008880*----------------------------------------------------------------
008890     MOVE SPACES             TO FIC-CONTROL-RECORD.
008900     SET  CTL-TRAILER-REC    TO TRUE.
008910     MOVE 'FXREFDSC'         TO CTL-FILE-ID.
008920     MOVE WS-CURRENT-DATE    TO CTL-RUN-DATE.
008930     MOVE WS-CNT-WRITTEN     TO CTL-RECORD-COUNT.
008940     MOVE WS-CNT-HST-READ    TO CTL-COUNT-A.
008950     MOVE WS-CNT-REG-CHECKED TO CTL-COUNT-B.
008960     MOVE WS-CNT-SUS-READ    TO CTL-COUNT-C.
008970     WRITE XREF-DISCREPANCY-RECORD FROM FIC-CONTROL-RECORD.
008980
008990     CLOSE FAPPEL-HIST.
009000     CLOSE CONTRACT-MASTER.
009010     CLOSE APPEL-REGISTER.
009020     CLOSE FSUSPENS.
009030     CLOSE FXREFDSC.
009040     CLOSE FXREFRPT.
009050
009060     IF WS-CNT-WRITTEN > ZERO
009070         DISPLAY 'FAPXREF - ' WS-CNT-WRITTEN
009080             ' DISCREPANCIES - SEE FXREFRPT / FXREFDSC'
009090         MOVE 4 TO RETURN-CODE
009100     END-IF.
009110 9000-EXIT.
009120     EXIT.
