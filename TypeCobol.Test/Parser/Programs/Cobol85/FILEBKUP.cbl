000010*================================================================
000020 IDENTIFICATION DIVISION.
000030*================================================================
000040 PROGRAM-ID.    FILEBKUP.
000050 AUTHOR.        J D HARTLEY.
000060 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000070 DATE-WRITTEN.  2026-09-24.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100*  MODIFICATION HISTORY
000110*  DATE       INIT  DESCRIPTION
000120*  ---------- ----  ------------------------------------------
000130*  2026-09-24 JDH   ORIGINAL PROGRAM.  UNLOAD / RELOAD BACKUP
000140*                   UTILITY FOR THE SUITE'S LONG-LIVED FILES -
000150*                   CONTRACT-MASTER (CONTRMST), FAPPEL-HIST
000160*                   (FAPPLHST), THE FAPREG APPEL REGISTER,
000170*                   FMDTABLE AND THE CONTRHIS HISTORY.  NONE OF
000180*                   THEM HAD A RECOVERY PATH; A DAMAGED FAPREG
000190*                   COULD ONLY BE REBUILT BY REPLAYING OLD FEEDS
000200*                   THROUGH FAPEDIT, WHERE EVERY RECORD BOUNCED
000210*                   AS A RE-SEND.
000220*                   UNLOAD COPIES THE NAMED FILE, IN KEY ORDER,
000230*                   TO THE FBACKUP SEQUENTIAL FILE (ONE FIXED
000240*                   136-BYTE RECORD PER ENTRY, THE ENTRY LEFT-
000250*                   JUSTIFIED) BETWEEN A CCTLREC HEADER AND
000260*                   TRAILER.  CTL-FILE-ID NAMES THE FILE UNLOADED
000270*                   AND THE TRAILER CARRIES THE RECORD COUNT AND
000280*                   A KEY HASH TOTAL IN CTL-COUNT-A.
000290*                   RELOAD READS THE FBACKUP GENERATION THE JCL
000300*                   POINTS AT TWICE.  THE FIRST PASS PROVES IT -
000310*                   HEADER FIRST, RIGHT FILE, RIGHT GENERATION,
000320*                   TRAILER LAST, COUNT AND HASH AS RECOMPUTED -
000330*                   AND A BACKUP THAT DOES NOT BALANCE IS
000340*                   REFUSED BEFORE THE FILE IS TOUCHED.  ONLY
000350*                   THEN DOES THE SECOND PASS REBUILD THE FILE
000360*                   FROM EMPTY.
000370*                   BOTH MODES ARE ENTERED ON FRUNCTL THROUGH
000380*                   RUNCTL1 UNDER A PROGRAM NAME OF THE MODE
000390*                   (UNLD OR RELD) AND A FOUR-BYTE FILE CODE
000400*                   (CMST, HIST, FREG, MDTB, CHIS) - UNLDHIST,
000410*                   RELDFREG AND SO ON.  A REFUSED RELOAD ENDS
000420*                   WITH RESULT 16 SO THE ATTEMPT SHOWS.  THE
000430*                   UTILITY IS RUN ON DEMAND, NOT AS A STREAM
000440*                   STEP, SO IT MAKES NO RERUN CHECK.
000450*                   PARM: MODE IN 1-6 (UNLOAD OR RELOAD), A
000460*                   SPACE, THE FILE IN 8-15 (ITS DD NAME AS
000470*                   ABOVE), A SPACE, THEN FOR RELOAD AN OPTIONAL
000480*                   GENERATION DATE IN 17-24 THAT THE BACKUP'S
000490*                   HEADER RUN DATE MUST MATCH.
000491*  2026-10-08 JDH   FAPREG IS NOW KEYED ON FEED SOURCE + APPEL
000492*                   NUMBER (SEE CAPREG), SO ITS KEY HASH COVERS
000493*                   THE FIRST TWELVE BYTES.  A FAPREG BACKUP TAKEN
000494*                   BEFORE THE CHANGE DOES NOT FIT THE NEW LAYOUT
000495*                   AND MUST NOT BE RELOADED OVER IT.
000500*================================================================
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. IBM-370.
000540 OBJECT-COMPUTER. IBM-370.
000550 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580*----------------------------------------------------------------
000590*    ONE OF THE FIVE FILES IS OPEN IN ANY RUN, SO THEY SHARE ONE
000600*    STATUS FIELD.
000610*----------------------------------------------------------------
000620     SELECT  CONTRACT-MASTER ASSIGN TO UT-S-CONTRMST
000630             ORGANIZATION IS INDEXED
000640             ACCESS MODE IS SEQUENTIAL
000650             RECORD KEY IS CM-CONTRACT-NO
000660             FILE STATUS IS WS-TARGET-STATUS.
000670
000680     SELECT  FAPPEL-HIST     ASSIGN TO UT-S-FAPPLHST
000690             ORGANIZATION IS INDEXED
000700             ACCESS MODE IS SEQUENTIAL
000710             RECORD KEY IS HIST-ARCHIVE-KEY
000720             FILE STATUS IS WS-TARGET-STATUS.
000730
000740     SELECT  APPEL-REGISTER  ASSIGN TO UT-S-FAPREG
000750             ORGANIZATION IS INDEXED
000760             ACCESS MODE IS SEQUENTIAL
000770             RECORD KEY IS REG-REGISTER-KEY
000780             FILE STATUS IS WS-TARGET-STATUS.
000790
000800     SELECT  MYDATA-TABLE-FILE ASSIGN TO UT-S-FMDTABLE
000810             ORGANIZATION IS INDEXED
000820             ACCESS MODE IS SEQUENTIAL
000830             RECORD KEY IS MDT-CODE
000840             FILE STATUS IS WS-TARGET-STATUS.
000850
000860     SELECT  CONTRACT-HIST   ASSIGN TO UT-S-CONTRHIS
000870             FILE STATUS IS WS-TARGET-STATUS.
000880
000890     SELECT  FBACKUP         ASSIGN TO UT-S-FBACKUP
000900             FILE STATUS IS WS-FBACKUP-STATUS.
000910
000920     SELECT  FBKUPRPT        ASSIGN TO UT-S-FBKUPRPT
000930             FILE STATUS IS WS-FBKUPRPT-STATUS.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  CONTRACT-MASTER
000980     LABEL RECORD STANDARD.
000990     COPY CONTRMST.
001000
001010 FD  FAPPEL-HIST
001020     LABEL RECORD STANDARD.
001030     COPY CAPPLHST.
001040
001050 FD  APPEL-REGISTER
001060     LABEL RECORD STANDARD.
001070     COPY CAPREG.
001080
001090 FD  MYDATA-TABLE-FILE
001100     LABEL RECORD STANDARD.
001110     COPY CMDTABLE.
001120
001130 FD  CONTRACT-HIST
001140     BLOCK 0 RECORDS
001150     LABEL RECORD STANDARD
001160     RECORDING MODE F.
001170     COPY CCONTHIS.
001180
001190*----------------------------------------------------------------
001200*    136 BYTES HOLDS THE LONGEST ENTRY (FAPPEL-HIST); SHORTER
001210*    ENTRIES ARE PADDED WITH SPACES.  THE CCTLREC PAIR OVERLAYS
001220*    THE FIRST 128 BYTES.
001230*----------------------------------------------------------------
001240 FD  FBACKUP
001250     BLOCK 0 RECORDS
001260     LABEL RECORD STANDARD
001270     RECORDING MODE F.
001280 01  BACKUP-RECORD             PIC X(136).
001290
001300 FD  FBKUPRPT
001310     BLOCK 0 RECORDS
001320     LABEL RECORD STANDARD
001330     RECORDING MODE F.
001340 01  RPT-LINE                  PIC X(80).
001350
001360 WORKING-STORAGE SECTION.
001370*----------------------------------------------------------------
001380*    FILE STATUS AND END-OF-FILE SWITCHES
001390*----------------------------------------------------------------
001400 01  WS-TARGET-STATUS          PIC X(02).
001410     88  WS-TARGET-OK                    VALUE '00'.
001420     88  WS-TARGET-NOT-FOUND             VALUE '35'.
001430
001440 01  WS-FBACKUP-STATUS         PIC X(02).
001450     88  WS-FBACKUP-OK                   VALUE '00'.
001460
001470 01  WS-FBKUPRPT-STATUS        PIC X(02).
001480     88  WS-FBKUPRPT-OK                  VALUE '00'.
001490
001500 01  WS-SWITCHES.
001510     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
001520         88  WS-EOF                      VALUE 'Y'.
001530     05  WS-TRAILER-SWITCH     PIC X(01) VALUE 'N'.
001540         88  WS-TRAILER-SEEN             VALUE 'Y'.
001550
001560*----------------------------------------------------------------
001570*    THE PARM FIELD IS POSITIONAL - MODE IN 1-6, A SPACE, FILE
001580*    IN 8-15, A SPACE, THEN THE RELOAD GENERATION DATE IN 17-24.
001590*----------------------------------------------------------------
001600 01  WS-CMD-PARM.
001610     05  WS-MODE-PARM          PIC X(06).
001620         88  WS-MODE-UNLOAD              VALUE 'UNLOAD'.
001630         88  WS-MODE-RELOAD              VALUE 'RELOAD'.
001640     05  FILLER                PIC X(01).
001650     05  WS-FILE-PARM          PIC X(08).
001660         88  WS-FILE-CONTRMST            VALUE 'CONTRMST'.
001670         88  WS-FILE-FAPPLHST            VALUE 'FAPPLHST'.
001680         88  WS-FILE-FAPREG              VALUE 'FAPREG'.
001690         88  WS-FILE-FMDTABLE            VALUE 'FMDTABLE'.
001700         88  WS-FILE-CONTRHIS            VALUE 'CONTRHIS'.
001710     05  FILLER                PIC X(01).
001720     05  WS-GEN-DATE-PARM      PIC X(08).
001730     05  WS-GEN-DATE-PARM-N REDEFINES WS-GEN-DATE-PARM
001740                               PIC 9(08).
001750
001760 01  WS-CURRENT-DATE           PIC 9(08).
001770
001780*----------------------------------------------------------------
001790*    RUN-CONTROL HANDSHAKE FIELDS FOR THE RUNCTL1 SUBPROGRAM -
001800*    THE PROGRAM NAME IS BUILT FROM THE MODE AND FILE CODE.
001810*----------------------------------------------------------------
001820 01  WS-RUNCTL-FIELDS.
001830     05  WS-RUNCTL-FUNCTION    PIC X(05).
001840     05  WS-RUNCTL-PROGRAM.
001850         10  WS-RUNCTL-MODE    PIC X(04).
001860         10  WS-RUNCTL-FILE    PIC X(04).
001870     05  WS-RUNCTL-END-CODE    PIC X(02) VALUE '00'.
001880     05  WS-RUNCTL-RESULT      PIC X(02) VALUE SPACES.
001890
001900*----------------------------------------------------------------
001910*    HEADER/TRAILER CONTROL RECORD
001920*----------------------------------------------------------------
001930 COPY CCTLREC.
001940
001950*----------------------------------------------------------------
001960*    KEY HASH TOTAL - EVERY BYTE OF EACH ENTRY'S KEY, BY ITS
001970*    COLLATING ORDINAL WEIGHTED BY ITS POSITION, SO A LOST,
001980*    EXTRA OR ALTERED KEY (OR TWO KEYS' BYTES TRANSPOSED) MOVES
001990*    THE TOTAL.  THE TRAILER CARRIES THE LOW NINE DIGITS.
002000*    CONTRHIS HAS NO KEY; ITS CONTRACT AND SUPERSEDED DATE
002010*    STAND IN.
002020*----------------------------------------------------------------
002030 01  WS-HASH-KEY               PIC X(18).
002040 01  WS-HASH-SUB               PIC S9(04) COMP.
002050 01  WS-HASH-TOTAL             PIC 9(15) COMP-3 VALUE ZERO.
002060 01  WS-HASH-QUOTIENT          PIC 9(15) COMP-3.
002070 01  WS-HASH-CHECK             PIC 9(09).
002080
002090*----------------------------------------------------------------
002100*    RUN COUNTERS
002110*----------------------------------------------------------------
002120 01  WS-CNT-RECORDS            PIC 9(09) COMP-3 VALUE ZERO.
002130 01  WS-CNT-LOADED             PIC 9(09) COMP-3 VALUE ZERO.
002140 01  WS-CNT-BACKUP-READ        PIC 9(09) COMP-3 VALUE ZERO.
002150
002160 01  WS-REFUSE-REASON          PIC X(40) VALUE SPACES.
002170
002180*----------------------------------------------------------------
002190*    REPORT LINE LAYOUTS
002200*----------------------------------------------------------------
002210 01  RPT-HEADING-1.
002220     05  FILLER                PIC X(80) VALUE
002230         'FILEBKUP - KEYED FILE UNLOAD / RELOAD'.
002240
002250 01  RPT-HEADING-2.
002260     05  FILLER                PIC X(06) VALUE 'MODE  '.
002270     05  RPT-HDG-MODE          PIC X(06).
002280     05  FILLER                PIC X(08) VALUE '  FILE  '.
002290     05  RPT-HDG-FILE          PIC X(08).
002300     05  FILLER                PIC X(12) VALUE '  RUN DATE  '.
002310     05  RPT-HDG-RUN-DATE      PIC 9(08).
002320     05  FILLER                PIC X(14) VALUE
002330         '  GENERATION  '.
002340     05  RPT-HDG-GEN-DATE      PIC X(08).
002350     05  FILLER                PIC X(10) VALUE SPACES.
002360
002370 01  RPT-MESSAGE-LINE.
002380     05  RPT-MSG-TEXT          PIC X(80).
002390
002400 01  RPT-SUMMARY-LINE.
002410     05  RPT-SUM-LABEL         PIC X(26).
002420     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
002430                         BY RPT-SUM-COUNT.
002440     05  FILLER                PIC X(47) VALUE SPACES.
002450
002460 01  RPT-HASH-LINE.
002470     05  RPT-HSH-LABEL         PIC X(26).
002480     05  RPT-HSH-VALUE         PIC 9(09).
002490     05  FILLER                PIC X(45) VALUE SPACES.
002500
002510 PROCEDURE DIVISION.
002520*================================================================
002530 0000-MAINLINE.
002540*================================================================
002550     PERFORM 1000-INITIALIZE
002560         THRU 1000-EXIT.
002570
002580     IF WS-MODE-UNLOAD
002590         PERFORM 2000-UNLOAD
002600             THRU 2000-EXIT
002610     ELSE
002620         PERFORM 3000-RELOAD
002630             THRU 3000-EXIT
002640     END-IF.
002650
002660     PERFORM 8000-PRINT-SUMMARY
002670         THRU 8000-EXIT.
002680
002690     PERFORM 9000-TERMINATE
002700         THRU 9000-EXIT.
002710
002720     GOBACK.
002730
002740*================================================================
002750 1000-INITIALIZE.
002760*================================================================
002770     ACCEPT WS-CMD-PARM FROM COMMAND-LINE.
002780     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002790
002800     IF NOT WS-MODE-UNLOAD
002810        AND NOT WS-MODE-RELOAD
002820         DISPLAY 'FILEBKUP - MODE MUST BE UNLOAD OR RELOAD: '
002830             WS-MODE-PARM
002840         MOVE 16 TO RETURN-CODE
002850         STOP RUN
002860     END-IF.
002870
002880     EVALUATE TRUE
002890         WHEN WS-FILE-CONTRMST
002900             MOVE 'CMST' TO WS-RUNCTL-FILE
002910         WHEN WS-FILE-FAPPLHST
002920             MOVE 'HIST' TO WS-RUNCTL-FILE
002930         WHEN WS-FILE-FAPREG
002940             MOVE 'FREG' TO WS-RUNCTL-FILE
002950         WHEN WS-FILE-FMDTABLE
002960             MOVE 'MDTB' TO WS-RUNCTL-FILE
002970         WHEN WS-FILE-CONTRHIS
002980             MOVE 'CHIS' TO WS-RUNCTL-FILE
002990         WHEN OTHER
003000             DISPLAY 'FILEBKUP - FILE NOT ONE THIS UTILITY '
003010                 'BACKS UP: ' WS-FILE-PARM
003020             MOVE 16 TO RETURN-CODE
003030             STOP RUN
003040     END-EVALUATE.
003050
003060     IF WS-MODE-UNLOAD
003070         MOVE 'UNLD' TO WS-RUNCTL-MODE
003080         MOVE SPACES TO WS-GEN-DATE-PARM
003090     ELSE
003100         MOVE 'RELD' TO WS-RUNCTL-MODE
003110         IF WS-GEN-DATE-PARM NOT = SPACES
003120            AND WS-GEN-DATE-PARM NOT NUMERIC
003130             DISPLAY 'FILEBKUP - GENERATION DATE NOT NUMERIC: '
003140                 WS-GEN-DATE-PARM
003150             MOVE 16 TO RETURN-CODE
003160             STOP RUN
003170         END-IF
003180     END-IF.
003190
003200     OPEN OUTPUT FBKUPRPT.
003210     IF NOT WS-FBKUPRPT-OK
003220         DISPLAY 'FILEBKUP - CANNOT OPEN FBKUPRPT, STATUS = '
003230             WS-FBKUPRPT-STATUS
003240         MOVE 16 TO RETURN-CODE
003250         STOP RUN
003260     END-IF.
003270
003280     MOVE RPT-HEADING-1 TO RPT-LINE.
003290     WRITE RPT-LINE.
003300     MOVE WS-MODE-PARM     TO RPT-HDG-MODE.
003310     MOVE WS-FILE-PARM     TO RPT-HDG-FILE.
003320     MOVE WS-CURRENT-DATE  TO RPT-HDG-RUN-DATE.
003330     MOVE WS-GEN-DATE-PARM TO RPT-HDG-GEN-DATE.
003340
003350     MOVE 'START' TO WS-RUNCTL-FUNCTION.
003360     CALL 'RUNCTL1' USING WS-RUNCTL-FUNCTION
003370                          WS-RUNCTL-PROGRAM
003380                          WS-CURRENT-DATE
003390                          WS-RUNCTL-END-CODE
003400                          WS-RUNCTL-RESULT.
003410 1000-EXIT.
003420     EXIT.
003430
003440*================================================================
003450 2000-UNLOAD.
003460*================================================================
003470*    HEADER, EVERY ENTRY IN KEY ORDER, TRAILER.
003480*----------------------------------------------------------------
003490     PERFORM 8100-PRINT-RUN-LINE
003500         THRU 8100-EXIT.
003510
003520     PERFORM 6000-OPEN-TARGET-INPUT
003530         THRU 6000-EXIT.
003540
003550     OPEN OUTPUT FBACKUP.
003560     IF NOT WS-FBACKUP-OK
003570         DISPLAY 'FILEBKUP - CANNOT OPEN FBACKUP, STATUS = '
003580             WS-FBACKUP-STATUS
003590         MOVE 16 TO RETURN-CODE
003600         STOP RUN
003610     END-IF.
003620
003630     MOVE SPACES          TO FIC-CONTROL-RECORD.
003640     SET  CTL-HEADER-REC  TO TRUE.
003650     MOVE WS-FILE-PARM    TO CTL-FILE-ID.
003660     MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
003670     MOVE ZERO            TO CTL-RECORD-COUNT
003680                             CTL-COUNT-A
003690                             CTL-COUNT-B
003700                             CTL-COUNT-C.
003710     MOVE SPACES TO BACKUP-RECORD.
003720     MOVE FIC-CONTROL-RECORD TO BACKUP-RECORD.
003730     WRITE BACKUP-RECORD.
003740
003750     PERFORM 6100-READ-TARGET
003760         THRU 6100-EXIT.
003770
003780     PERFORM 2100-UNLOAD-ENTRY
003790         THRU 2100-EXIT
003800         UNTIL WS-EOF.
003810
003820     PERFORM 7100-HASH-CHECK-DIGITS
003830         THRU 7100-EXIT.
003840
003850     MOVE SPACES           TO FIC-CONTROL-RECORD.
003860     SET  CTL-TRAILER-REC  TO TRUE.
003870     MOVE WS-FILE-PARM     TO CTL-FILE-ID.
003880     MOVE WS-CURRENT-DATE  TO CTL-RUN-DATE.
003890     MOVE WS-CNT-RECORDS   TO CTL-RECORD-COUNT.
003900     MOVE WS-HASH-CHECK    TO CTL-COUNT-A.
003910     MOVE ZERO             TO CTL-COUNT-B
003920                              CTL-COUNT-C.
003930     MOVE SPACES TO BACKUP-RECORD.
003940     MOVE FIC-CONTROL-RECORD TO BACKUP-RECORD.
003950     WRITE BACKUP-RECORD.
003960
003970     PERFORM 6300-CLOSE-TARGET
003980         THRU 6300-EXIT.
003990     CLOSE FBACKUP.
004000
004010     MOVE 'UNLOAD COMPLETE' TO RPT-MSG-TEXT.
004020     MOVE RPT-MESSAGE-LINE TO RPT-LINE.
004030     WRITE RPT-LINE.
004040 2000-EXIT.
004050     EXIT.
004060
004070*================================================================
004080 2100-UNLOAD-ENTRY.
004090*================================================================
004100     MOVE SPACES TO BACKUP-RECORD.
004110     EVALUATE TRUE
004120         WHEN WS-FILE-CONTRMST
004130             MOVE CONTRACT-MASTER-RECORD TO BACKUP-RECORD
004140         WHEN WS-FILE-FAPPLHST
004150             MOVE FIC-APPEL-HIST         TO BACKUP-RECORD
004160         WHEN WS-FILE-FAPREG
004170             MOVE APPEL-REGISTER-RECORD  TO BACKUP-RECORD
004180         WHEN WS-FILE-FMDTABLE
004190             MOVE MYDATA-TABLE-RECORD    TO BACKUP-RECORD
004200         WHEN WS-FILE-CONTRHIS
004210             MOVE CONTRACT-HIST-RECORD   TO BACKUP-RECORD
004220     END-EVALUATE.
004230
004240     PERFORM 7000-HASH-ENTRY
004250         THRU 7000-EXIT.
004260     ADD 1 TO WS-CNT-RECORDS.
004270
004280     WRITE BACKUP-RECORD.
004290     IF NOT WS-FBACKUP-OK
004300         DISPLAY 'FILEBKUP - WRITE TO FBACKUP FAILED, STATUS = '
004310             WS-FBACKUP-STATUS
004320         MOVE 16 TO RETURN-CODE
004330         STOP RUN
004340     END-IF.
004350
004360     PERFORM 6100-READ-TARGET
004370         THRU 6100-EXIT.
004380 2100-EXIT.
004390     EXIT.
004400
004410*================================================================
004420 3000-RELOAD.
004430*================================================================
004440*    PROVE THE WHOLE BACKUP FIRST; A REFUSAL LEAVES THE FILE AS
004450*    IT WAS.
004460*----------------------------------------------------------------
004470     PERFORM 3100-PROVE-BACKUP
004480         THRU 3100-EXIT.
004490
004500     PERFORM 8100-PRINT-RUN-LINE
004510         THRU 8100-EXIT.
004520
004530     IF WS-REFUSE-REASON NOT = SPACES
004540         PERFORM 3900-REFUSE-RELOAD
004550             THRU 3900-EXIT
004560     END-IF.
004570
004580     OPEN INPUT FBACKUP.
004590     IF NOT WS-FBACKUP-OK
004600         DISPLAY 'FILEBKUP - CANNOT REOPEN FBACKUP, STATUS = '
004610             WS-FBACKUP-STATUS
004620         MOVE 16 TO RETURN-CODE
004630         STOP RUN
004640     END-IF.
004650     MOVE 'N' TO WS-EOF-SWITCH.
004660
004670     PERFORM 6200-OPEN-TARGET-OUTPUT
004680         THRU 6200-EXIT.
004690
004700*    THE FIRST RECORD IS THE HEADER PROVED ABOVE.
004710     READ FBACKUP
004720         AT END
004730             SET WS-EOF TO TRUE
004740     END-READ.
004750     PERFORM 3300-READ-BACKUP
004760         THRU 3300-EXIT.
004770
004780     PERFORM 3400-RELOAD-ENTRY
004790         THRU 3400-EXIT
004800         UNTIL WS-EOF.
004810
004820     PERFORM 6300-CLOSE-TARGET
004830         THRU 6300-EXIT.
004840     CLOSE FBACKUP.
004850
004860     MOVE 'RELOAD COMPLETE - BACKUP BALANCED' TO RPT-MSG-TEXT.
004870     MOVE RPT-MESSAGE-LINE TO RPT-LINE.
004880     WRITE RPT-LINE.
004890 3000-EXIT.
004900     EXIT.
004910
004920*================================================================
004930 3100-PROVE-BACKUP.
004940*================================================================
004950*    FIRST PASS - HEADER FOR THIS FILE (AND THE GENERATION ASKED
004960*    FOR), ENTRIES COUNTED AND HASHED, TRAILER LAST AND IN
004970*    AGREEMENT.  THE FIRST FAILURE FOUND IS THE REASON GIVEN.
004980*----------------------------------------------------------------
004990     OPEN INPUT FBACKUP.
005000     IF NOT WS-FBACKUP-OK
005010         DISPLAY 'FILEBKUP - CANNOT OPEN FBACKUP, STATUS = '
005020             WS-FBACKUP-STATUS
005030         MOVE 16 TO RETURN-CODE
005040         STOP RUN
005050     END-IF.
005060
005070     READ FBACKUP
005080         AT END
005090             MOVE 'BACKUP IS EMPTY' TO WS-REFUSE-REASON
005100             GO TO 3100-CLOSE
005110     END-READ.
005120     ADD 1 TO WS-CNT-BACKUP-READ.
005130
005140     MOVE BACKUP-RECORD (1:128) TO FIC-CONTROL-RECORD.
005150     IF NOT CTL-HEADER-REC
005160         MOVE 'FIRST RECORD IS NOT A HEADER'
005170             TO WS-REFUSE-REASON
005180         GO TO 3100-CLOSE
005190     END-IF.
005200     IF CTL-FILE-ID NOT = WS-FILE-PARM
005210         MOVE 'BACKUP IS OF ANOTHER FILE' TO WS-REFUSE-REASON
005220         GO TO 3100-CLOSE
005230     END-IF.
005240     IF WS-GEN-DATE-PARM NOT = SPACES
005250        AND CTL-RUN-DATE NOT = WS-GEN-DATE-PARM-N
005260         MOVE 'BACKUP IS NOT THE GENERATION ASKED FOR'
005270             TO WS-REFUSE-REASON
005280         GO TO 3100-CLOSE
005290     END-IF.
005300     MOVE CTL-RUN-DATE TO RPT-HDG-GEN-DATE.
005310
005320     PERFORM 3200-PROVE-ENTRY
005330         THRU 3200-EXIT
005340         UNTIL WS-EOF
005350            OR WS-REFUSE-REASON NOT = SPACES.
005360     IF WS-REFUSE-REASON NOT = SPACES
005370         GO TO 3100-CLOSE
005380     END-IF.
005390
005400     IF NOT WS-TRAILER-SEEN
005410         MOVE 'NO TRAILER - BACKUP INCOMPLETE'
005420             TO WS-REFUSE-REASON
005430         GO TO 3100-CLOSE
005440     END-IF.
005450
005460     PERFORM 7100-HASH-CHECK-DIGITS
005470         THRU 7100-EXIT.
005480     IF CTL-RECORD-COUNT NOT = WS-CNT-RECORDS
005490         MOVE 'TRAILER RECORD COUNT DOES NOT BALANCE'
005500             TO WS-REFUSE-REASON
005510         GO TO 3100-CLOSE
005520     END-IF.
005530     IF CTL-COUNT-A NOT = WS-HASH-CHECK
005540         MOVE 'TRAILER KEY HASH DOES NOT BALANCE'
005550             TO WS-REFUSE-REASON
005560         GO TO 3100-CLOSE
005570     END-IF.
005580
005590 3100-CLOSE.
005600     CLOSE FBACKUP.
005610 3100-EXIT.
005620     EXIT.
005630
005640*================================================================
005650 3200-PROVE-ENTRY.
005660*================================================================
005670*    ANYTHING AFTER THE TRAILER, OR A SECOND HEADER, MEANS THE
005680*    BACKUP HAS BEEN TAMPERED WITH OR CONCATENATED.
005690*----------------------------------------------------------------
005700     READ FBACKUP
005710         AT END
005720             SET WS-EOF TO TRUE
005730             GO TO 3200-EXIT
005740     END-READ.
005750     ADD 1 TO WS-CNT-BACKUP-READ.
005760
005770     IF WS-TRAILER-SEEN
005780         MOVE 'RECORDS FOLLOW THE TRAILER' TO WS-REFUSE-REASON
005790         GO TO 3200-EXIT
005800     END-IF.
005810
005820     MOVE BACKUP-RECORD (1:8) TO CTL-RECORD-TYPE.
005830     IF CTL-HEADER-REC
005840         MOVE 'SECOND HEADER INSIDE BACKUP' TO WS-REFUSE-REASON
005850         GO TO 3200-EXIT
005860     END-IF.
005870     IF CTL-TRAILER-REC
005880         MOVE BACKUP-RECORD (1:128) TO FIC-CONTROL-RECORD
005890         SET WS-TRAILER-SEEN TO TRUE
005900         GO TO 3200-EXIT
005910     END-IF.
005920
005930     PERFORM 7000-HASH-ENTRY
005940         THRU 7000-EXIT.
005950     ADD 1 TO WS-CNT-RECORDS.
005960 3200-EXIT.
005970     EXIT.
005980
005990*================================================================
006000 3300-READ-BACKUP.
006010*================================================================
006020*    SECOND PASS - THE TRAILER ENDS THE DATA.
006030*----------------------------------------------------------------
006040     READ FBACKUP
006050         AT END
006060             SET WS-EOF TO TRUE
006070             GO TO 3300-EXIT
006080     END-READ.
006090
006100     MOVE BACKUP-RECORD (1:8) TO CTL-RECORD-TYPE.
006110     IF CTL-TRAILER-REC
006120         SET WS-EOF TO TRUE
006130     END-IF.
006140 3300-EXIT.
006150     EXIT.
006160
006170*================================================================
006180 3400-RELOAD-ENTRY.
006190*================================================================
006200     EVALUATE TRUE
006210         WHEN WS-FILE-CONTRMST
006220             MOVE BACKUP-RECORD TO CONTRACT-MASTER-RECORD
006230             WRITE CONTRACT-MASTER-RECORD
006240         WHEN WS-FILE-FAPPLHST
006250             MOVE BACKUP-RECORD TO FIC-APPEL-HIST
006260             WRITE FIC-APPEL-HIST
006270         WHEN WS-FILE-FAPREG
006280             MOVE BACKUP-RECORD TO APPEL-REGISTER-RECORD
006290             WRITE APPEL-REGISTER-RECORD
006300         WHEN WS-FILE-FMDTABLE
006310             MOVE BACKUP-RECORD TO MYDATA-TABLE-RECORD
006320             WRITE MYDATA-TABLE-RECORD
006330         WHEN WS-FILE-CONTRHIS
006340             MOVE BACKUP-RECORD TO CONTRACT-HIST-RECORD
006350             WRITE CONTRACT-HIST-RECORD
006360     END-EVALUATE.
006370
006380     IF NOT WS-TARGET-OK
006390         DISPLAY 'FILEBKUP - WRITE TO ' WS-FILE-PARM
006400             ' FAILED, STATUS = ' WS-TARGET-STATUS
006410             ' AFTER ' WS-CNT-LOADED ' RECORDS'
006420         MOVE 16 TO RETURN-CODE
006430         STOP RUN
006440     END-IF.
006450     ADD 1 TO WS-CNT-LOADED.
006460
006470     PERFORM 3300-READ-BACKUP
006480         THRU 3300-EXIT.
006490 3400-EXIT.
006500     EXIT.
006510
006520*================================================================
006530 3900-REFUSE-RELOAD.
006540*================================================================
006550*    THE FILE HAS NOT BEEN OPENED.  THE REFUSAL IS PRINTED AND
006560*    ENDED ON FRUNCTL WITH RESULT 16.
006570*----------------------------------------------------------------
006580     DISPLAY 'FILEBKUP - RELOAD OF ' WS-FILE-PARM ' REFUSED - '
006590         WS-REFUSE-REASON.
006600
006610     MOVE SPACES TO RPT-MSG-TEXT.
006620     STRING 'RELOAD REFUSED - ' DELIMITED BY SIZE
006630            WS-REFUSE-REASON    DELIMITED BY SIZE
006640         INTO RPT-MSG-TEXT
006650     END-STRING.
006660     MOVE RPT-MESSAGE-LINE TO RPT-LINE.
006670     WRITE RPT-LINE.
006680
006690     PERFORM 8000-PRINT-SUMMARY
006700         THRU 8000-EXIT.
006710     CLOSE FBKUPRPT.
006720
006730     MOVE 'END'   TO WS-RUNCTL-FUNCTION.
006740     MOVE '16'    TO WS-RUNCTL-END-CODE.
006750     CALL 'RUNCTL1' USING WS-RUNCTL-FUNCTION
006760                          WS-RUNCTL-PROGRAM
006770                          WS-CURRENT-DATE
006780                          WS-RUNCTL-END-CODE
006790                          WS-RUNCTL-RESULT.
006800
006810     MOVE 16 TO RETURN-CODE.
006820     STOP RUN.
006830 3900-EXIT.
006840     EXIT.
006850
006860*================================================================
006870 6000-OPEN-TARGET-INPUT.
006880*================================================================
006890     EVALUATE TRUE
006900         WHEN WS-FILE-CONTRMST
006910             OPEN INPUT CONTRACT-MASTER
006920         WHEN WS-FILE-FAPPLHST
006930             OPEN INPUT FAPPEL-HIST
006940         WHEN WS-FILE-FAPREG
006950             OPEN INPUT APPEL-REGISTER
006960         WHEN WS-FILE-FMDTABLE
006970             OPEN INPUT MYDATA-TABLE-FILE
006980         WHEN WS-FILE-CONTRHIS
006990             OPEN INPUT CONTRACT-HIST
007000     END-EVALUATE.
007010
007020     IF NOT WS-TARGET-OK
007030         DISPLAY 'FILEBKUP - CANNOT OPEN ' WS-FILE-PARM
007040             ', STATUS = ' WS-TARGET-STATUS
007050         MOVE 16 TO RETURN-CODE
007060         STOP RUN
007070     END-IF.
007080 6000-EXIT.
007090     EXIT.
007100
007110*================================================================
007120 6100-READ-TARGET.
007130*================================================================
007140     EVALUATE TRUE
007150         WHEN WS-FILE-CONTRMST
007160             READ CONTRACT-MASTER
007170                 AT END
007180                     SET WS-EOF TO TRUE
007190             END-READ
007200         WHEN WS-FILE-FAPPLHST
007210             READ FAPPEL-HIST
007220                 AT END
007230                     SET WS-EOF TO TRUE
007240             END-READ
007250         WHEN WS-FILE-FAPREG
007260             READ APPEL-REGISTER
007270                 AT END
007280                     SET WS-EOF TO TRUE
007290             END-READ
007300         WHEN WS-FILE-FMDTABLE
007310             READ MYDATA-TABLE-FILE
007320                 AT END
007330                     SET WS-EOF TO TRUE
007340             END-READ
007350         WHEN WS-FILE-CONTRHIS
007360             READ CONTRACT-HIST
007370                 AT END
007380                     SET WS-EOF TO TRUE
007390             END-READ
007400     END-EVALUATE.
007410 6100-EXIT.
007420     EXIT.
007430
007440*================================================================
007450 6200-OPEN-TARGET-OUTPUT.
007460*================================================================
007470*    OPEN OUTPUT EMPTIES THE FILE; THE ENTRIES GO BACK IN THE
007480*    KEY ORDER THEY WERE UNLOADED IN.
007490*----------------------------------------------------------------
007500     EVALUATE TRUE
007510         WHEN WS-FILE-CONTRMST
007520             OPEN OUTPUT CONTRACT-MASTER
007530         WHEN WS-FILE-FAPPLHST
007540             OPEN OUTPUT FAPPEL-HIST
007550         WHEN WS-FILE-FAPREG
007560             OPEN OUTPUT APPEL-REGISTER
007570         WHEN WS-FILE-FMDTABLE
007580             OPEN OUTPUT MYDATA-TABLE-FILE
007590         WHEN WS-FILE-CONTRHIS
007600             OPEN OUTPUT CONTRACT-HIST
007610     END-EVALUATE.
007620
007630     IF NOT WS-TARGET-OK
007640         DISPLAY 'FILEBKUP - CANNOT OPEN ' WS-FILE-PARM
007650             ' FOR RELOAD, STATUS = ' WS-TARGET-STATUS
007660         MOVE 16 TO RETURN-CODE
007670         STOP RUN
007680     END-IF.
007690 6200-EXIT.
007700     EXIT.
007710
007720*================================================================
007730 6300-CLOSE-TARGET.
007740*================================================================
007750     EVALUATE TRUE
007760         WHEN WS-FILE-CONTRMST
007770             CLOSE CONTRACT-MASTER
007780         WHEN WS-FILE-FAPPLHST
007790             CLOSE FAPPEL-HIST
007800         WHEN WS-FILE-FAPREG
007810             CLOSE APPEL-REGISTER
007820         WHEN WS-FILE-FMDTABLE
007830             CLOSE MYDATA-TABLE-FILE
007840         WHEN WS-FILE-CONTRHIS
007850             CLOSE CONTRACT-HIST
007860     END-EVALUATE.
007870 6300-EXIT.
007880     EXIT.
007890
007900*================================================================
007910 7000-HASH-ENTRY.
007920*================================================================
007930*    THE KEY IS TAKEN FROM THE BACKUP IMAGE, SO UNLOAD AND
007940*    RELOAD HASH EXACTLY THE SAME BYTES.
007950*----------------------------------------------------------------
007960     MOVE SPACES TO WS-HASH-KEY.
007970     EVALUATE TRUE
007980         WHEN WS-FILE-CONTRMST
007990             MOVE BACKUP-RECORD (1:10)  TO WS-HASH-KEY
008000         WHEN WS-FILE-FAPPLHST
008010             MOVE BACKUP-RECORD (1:18)  TO WS-HASH-KEY
008020         WHEN WS-FILE-FAPREG
008030             MOVE BACKUP-RECORD (1:12)  TO WS-HASH-KEY
008040         WHEN WS-FILE-FMDTABLE
008050             MOVE BACKUP-RECORD (1:1)   TO WS-HASH-KEY
008060         WHEN WS-FILE-CONTRHIS
008070             MOVE BACKUP-RECORD (1:10)  TO WS-HASH-KEY (1:10)
008080             MOVE BACKUP-RECORD (28:8)  TO WS-HASH-KEY (11:8)
008090     END-EVALUATE.
008100
008110     PERFORM 7050-HASH-BYTE
008120         THRU 7050-EXIT
008130         VARYING WS-HASH-SUB FROM 1 BY 1
008140         UNTIL WS-HASH-SUB > 18.
008150 7000-EXIT.
008160     EXIT.
008170
008180*================================================================
008190 7050-HASH-BYTE.
008200*================================================================
008210     COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL
008220           + FUNCTION ORD(WS-HASH-KEY (WS-HASH-SUB:1))
008230           * WS-HASH-SUB.
008240 7050-EXIT.
008250     EXIT.
008260
008270*================================================================
008280 7100-HASH-CHECK-DIGITS.
008290*================================================================
008300     DIVIDE WS-HASH-TOTAL BY 1000000000
008310         GIVING WS-HASH-QUOTIENT
008320         REMAINDER WS-HASH-CHECK.
008330 7100-EXIT.
008340     EXIT.
008350
008360*================================================================
008370 8000-PRINT-SUMMARY.
008380*================================================================
008390     MOVE SPACES TO RPT-LINE.
008400     WRITE RPT-LINE.
008410
008420     IF WS-MODE-UNLOAD
008430         MOVE 'RECORDS UNLOADED        : ' TO RPT-SUM-LABEL
008440         MOVE WS-CNT-RECORDS               TO RPT-SUM-COUNT
008450         MOVE RPT-SUMMARY-LINE TO RPT-LINE
008460         WRITE RPT-LINE
008470         MOVE 'KEY HASH TOTAL          : ' TO RPT-HSH-LABEL
008480         MOVE WS-HASH-CHECK                TO RPT-HSH-VALUE
008490         MOVE RPT-HASH-LINE TO RPT-LINE
008500         WRITE RPT-LINE
008510         GO TO 8000-EXIT
008520     END-IF.
008530
008540     MOVE 'BACKUP RECORDS READ     : ' TO RPT-SUM-LABEL.
008550     MOVE WS-CNT-BACKUP-READ           TO RPT-SUM-COUNT.
008560     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
008570     WRITE RPT-LINE.
008580
008590     MOVE 'ENTRIES COUNTED         : ' TO RPT-SUM-LABEL.
008600     MOVE WS-CNT-RECORDS               TO RPT-SUM-COUNT.
008610     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
008620     WRITE RPT-LINE.
008630
008640     IF WS-TRAILER-SEEN
008650         MOVE 'TRAILER RECORD COUNT    : ' TO RPT-SUM-LABEL
008660         MOVE CTL-RECORD-COUNT             TO RPT-SUM-COUNT
008670         MOVE RPT-SUMMARY-LINE TO RPT-LINE
008680         WRITE RPT-LINE
008690         MOVE 'KEY HASH RECOMPUTED     : ' TO RPT-HSH-LABEL
008700         MOVE WS-HASH-CHECK                TO RPT-HSH-VALUE
008710         MOVE RPT-HASH-LINE TO RPT-LINE
008720         WRITE RPT-LINE
008730         MOVE 'TRAILER KEY HASH        : ' TO RPT-HSH-LABEL
008740         MOVE CTL-COUNT-A                  TO RPT-HSH-VALUE
008750         MOVE RPT-HASH-LINE TO RPT-LINE
008760         WRITE RPT-LINE
008770     END-IF.
008780
008790     MOVE 'ENTRIES RELOADED        : ' TO RPT-SUM-LABEL.
008800     MOVE WS-CNT-LOADED                TO RPT-SUM-COUNT.
008810     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
008820     WRITE RPT-LINE.
008830 8000-EXIT.
008840     EXIT.
008850
008860*================================================================
008870 8100-PRINT-RUN-LINE.
008880*================================================================
008890*    ON A RELOAD THIS FOLLOWS THE PROVING PASS, SO THE LINE SHOWS
008900*    THE GENERATION DATE THE BACKUP HEADER CARRIES.
008910*----------------------------------------------------------------
008920     MOVE RPT-HEADING-2 TO RPT-LINE.
008930     WRITE RPT-LINE.
008940     MOVE SPACES TO RPT-LINE.
008950     WRITE RPT-LINE.
008960 8100-EXIT.
008970     EXIT.
008980
008990*================================================================
009000 9000-TERMINATE.
009010*================================================================
009020     CLOSE FBKUPRPT.
009030
009040     MOVE 'END'   TO WS-RUNCTL-FUNCTION.
009050     MOVE '00'    TO WS-RUNCTL-END-CODE.
009060     CALL 'RUNCTL1' USING WS-RUNCTL-FUNCTION
009070                          WS-RUNCTL-PROGRAM
009080                          WS-CURRENT-DATE
009090                          WS-RUNCTL-END-CODE
009100                          WS-RUNCTL-RESULT.
009110 9000-EXIT.
009120     EXIT.
