000010*================================================================
000020 IDENTIFICATION DIVISION.
000030*================================================================
000040 PROGRAM-ID.    FAPCONV.
000050 AUTHOR.        J D HARTLEY.
000060 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000070 DATE-WRITTEN.  2026-10-08.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100*  MODIFICATION HISTORY
000110*  DATE       INIT  DESCRIPTION
000120*  ---------- ----  ------------------------------------------
000130*  2026-10-08 JDH   ORIGINAL PROGRAM.  CONVERSION FRONT END FOR
000140*                   A SWITCH VENDOR WHOSE CALL RECORDS DO NOT
000150*                   ARRIVE IN THE FAPPEL LAYOUT.  THE VENDOR'S
000160*                   PROFILE ON FVENDPRF (SEE CVENDPRF) GIVES THE
000170*                   POSITION OF EACH FIELD IN ITS RECORD, ITS
000180*                   DATE ORDER, ITS DURATION UNIT AND THE
000190*                   TRANSLATION OF ITS STATUS CODES INTO MYDATA
000200*                   CODES.  EACH CALL RECORD ON FVNDRAW IS MAPPED
000210*                   ONTO ONE FAPPEL RECORD ON FAPPELCV, STAMPED
000220*                   WITH THE PROFILE'S FEED SOURCE; THE JCL
000230*                   CONCATENATES FAPPELCV BEHIND THE ORIGINAL
000240*                   SWITCH'S FAPPEL INTO FAPEDIT, WHICH DOES ALL
000250*                   THE EDITING.  NOTHING IS DROPPED HERE BUT
000260*                   THE VENDOR'S NON-CALL RECORDS - A FIELD THAT
000270*                   CANNOT BE CONVERTED GOES THROUGH AS IT
000280*                   STANDS SO FAPEDIT REJECTS IT AND THE VENDOR
000290*                   SEES IT ON ITS ACKNOWLEDGMENT.
000300*                   THE PROFILE IS CHECKED BEFORE ANY RECORD IS
000310*                   READ; A BAD PROFILE STOPS THE RUN WITH
000320*                   RETURN CODE 16.  ONE STEP PER CONVERTED
000330*                   FEED, AHEAD OF FAPEDIT IN THE JCL; LIKE
000340*                   FAPTREND IT IS NOT A RUN-CONTROL STEP.
000350*                   PARM: THE FEED SOURCE CODE IN 1-2.
000360*================================================================
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.
000410 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT  FVENDPRF        ASSIGN TO UT-S-FVENDPRF
000450             FILE STATUS IS WS-FVENDPRF-STATUS.
000460
000470     SELECT  FVNDRAW         ASSIGN TO UT-S-FVNDRAW
000480             FILE STATUS IS WS-FVNDRAW-STATUS.
000490
000500     SELECT  FAPPELCV        ASSIGN TO UT-S-FAPPELCV
000510             FILE STATUS IS WS-FAPPELCV-STATUS.
000520
000530     SELECT  FCONVRPT        ASSIGN TO UT-S-FCONVRPT
000540             FILE STATUS IS WS-FCONVRPT-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  FVENDPRF
000590     BLOCK 0 RECORDS
000600     LABEL RECORD STANDARD
000610     RECORDING MODE F.
000620 01  PRF-CARD                  PIC X(128).
000630
000640*----------------------------------------------------------------
000650*    THE VENDOR'S OWN RECORDS, UP TO 512 BYTES EACH.
000660*----------------------------------------------------------------
000670 FD  FVNDRAW
000680     BLOCK 0 RECORDS
000690     LABEL RECORD STANDARD
000700     RECORDING MODE V
000710     RECORD VARYING IN SIZE FROM 1 TO 512 CHARACTERS
000720         DEPENDING ON WS-RAW-LENGTH.
000730 01  RAW-VENDOR-RECORD         PIC X(512).
000740
000750 FD  FAPPELCV
000760     BLOCK 0 RECORDS
000770     LABEL RECORD STANDARD
000780     RECORDING MODE F.
000790     COPY CAPPEL.
000800
000810 FD  FCONVRPT
000820     BLOCK 0 RECORDS
000830     LABEL RECORD STANDARD
000840     RECORDING MODE F.
000850 01  RPT-LINE                  PIC X(80).
000860
000870 WORKING-STORAGE SECTION.
000880*----------------------------------------------------------------
000890*    FILE STATUS AND END-OF-FILE SWITCHES
000900*----------------------------------------------------------------
000910 01  WS-FVENDPRF-STATUS        PIC X(02).
000920     88  WS-FVENDPRF-OK                  VALUE '00'.
000930
000940 01  WS-FVNDRAW-STATUS         PIC X(02).
000950     88  WS-FVNDRAW-OK                   VALUE '00'.
000960
000970 01  WS-FAPPELCV-STATUS        PIC X(02).
000980     88  WS-FAPPELCV-OK                  VALUE '00'.
000990
001000 01  WS-FCONVRPT-STATUS        PIC X(02).
001010     88  WS-FCONVRPT-OK                  VALUE '00'.
001020
001030 01  WS-SWITCHES.
001040     05  WS-PRF-EOF-SWITCH     PIC X(01) VALUE 'N'.
001050         88  WS-PRF-EOF                  VALUE 'Y'.
001060     05  WS-RAW-EOF-SWITCH     PIC X(01) VALUE 'N'.
001070         88  WS-RAW-EOF                  VALUE 'Y'.
001080     05  WS-PRF-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001090         88  WS-PRF-FOUND                VALUE 'Y'.
001100     05  WS-TRIMMED-SWITCH     PIC X(01) VALUE 'N'.
001110         88  WS-TRIMMED                  VALUE 'Y'.
001120
001130*----------------------------------------------------------------
001140*    OPERATOR PARM - THE FEED SOURCE CODE IN 1-2.
001150*----------------------------------------------------------------
001160 01  WS-CMD-PARM.
001170     05  WS-FEED-PARM          PIC X(02) VALUE SPACES.
001180     05  FILLER                PIC X(78) VALUE SPACES.
001190
001200 01  WS-CURRENT-DATE           PIC 9(08).
001210
001220*----------------------------------------------------------------
001230*    THE PROFILE OF THE FEED BEING CONVERTED
001240*----------------------------------------------------------------
001250 COPY CVENDPRF.
001260
001270*----------------------------------------------------------------
001280*    LENGTH LIMITS FOR THE SEVEN MAPPED FIELDS, IN FIELD MAP
001290*    ORDER - NAME, SHORTEST, LONGEST.
001300*----------------------------------------------------------------
001310 01  WS-FIELD-LIMIT-VALUES.
001320     05  FILLER                PIC X(14) VALUE 'APPEL NUM 0110'.
001330     05  FILLER                PIC X(14) VALUE 'CALL DATE 0808'.
001340     05  FILLER                PIC X(14) VALUE 'MYDATA    0102'.
001350     05  FILLER                PIC X(14) VALUE 'CONTRACT  0010'.
001360     05  FILLER                PIC X(14) VALUE 'DURATION  0006'.
001370     05  FILLER                PIC X(14) VALUE 'START TIME0006'.
001380     05  FILLER                PIC X(14) VALUE 'AGENT ID  0008'.
001390 01  WS-FIELD-LIMIT-TABLE REDEFINES WS-FIELD-LIMIT-VALUES.
001400     05  WS-FIELD-LIMIT OCCURS 7.
001410         10  WS-FLD-NAME       PIC X(10).
001420         10  WS-FLD-MIN-LENGTH PIC 9(02).
001430         10  WS-FLD-MAX-LENGTH PIC 9(02).
001440
001450 01  WS-FLD-SUB                PIC S9(04) COMP VALUE ZERO.
001460 01  WS-FLD-END                PIC S9(04) COMP VALUE ZERO.
001470 01  WS-PRF-ERROR              PIC X(40) VALUE SPACES.
001480
001490*----------------------------------------------------------------
001500*    THE VENDOR RECORD, SPACE-FILLED PAST ITS OWN LENGTH SO A
001510*    SHORT RECORD MAPS AS BLANKS.
001520*----------------------------------------------------------------
001530 01  WS-RAW-LENGTH             PIC S9(04) COMP VALUE ZERO.
001540 01  WS-RAW-AREA               PIC X(512).
001550
001560*----------------------------------------------------------------
001570*    CONVERSION WORK FIELDS
001580*----------------------------------------------------------------
001590 01  WS-CNV-DATE-IN            PIC X(08).
001600 01  WS-CNV-DATE-OUT.
001610     05  WS-CNV-YYYY           PIC X(04).
001620     05  WS-CNV-MM             PIC X(02).
001630     05  WS-CNV-DD             PIC X(02).
001640
001650 01  WS-CNV-VENDOR-CODE        PIC X(02).
001660
001670 01  WS-CNV-DUR-WORK           PIC X(06).
001680 01  WS-CNV-DUR-OUT            PIC X(06).
001690 01  WS-CNV-DUR-OUT-N REDEFINES WS-CNV-DUR-OUT
001700                               PIC 9(06).
001710 01  WS-CNV-DUR-SECONDS        PIC 9(06).
001720 01  WS-CNV-LEN                PIC S9(04) COMP VALUE ZERO.
001730 01  WS-CNV-LEAD               PIC S9(04) COMP VALUE ZERO.
001740 01  WS-CNV-DIGITS             PIC S9(04) COMP VALUE ZERO.
001750
001760*----------------------------------------------------------------
001770*    RUN COUNTERS
001780*----------------------------------------------------------------
001790 01  WS-CNT-READ               PIC 9(07) COMP-3 VALUE ZERO.
001800 01  WS-CNT-SKIPPED            PIC 9(07) COMP-3 VALUE ZERO.
001810 01  WS-CNT-CONVERTED          PIC 9(07) COMP-3 VALUE ZERO.
001820 01  WS-CNT-SHORT              PIC 9(07) COMP-3 VALUE ZERO.
001830 01  WS-CNT-NO-XLATE           PIC 9(07) COMP-3 VALUE ZERO.
001840 01  WS-CNT-BAD-DURATION       PIC 9(07) COMP-3 VALUE ZERO.
001850
001860*----------------------------------------------------------------
001870*    CONVERSION SUMMARY REPORT LINE LAYOUTS
001880*----------------------------------------------------------------
001890 01  RPT-HEADING-1.
001900     05  FILLER                PIC X(80) VALUE
001910         'FAPCONV - VENDOR FEED CONVERSION SUMMARY'.
001920
001930 01  RPT-HEADING-2.
001940     05  FILLER                PIC X(09) VALUE 'RUN DATE '.
001950     05  RPT-HDG-RUN-DATE      PIC 9(08).
001960     05  FILLER                PIC X(08) VALUE '   FEED '.
001970     05  RPT-HDG-FEED-SOURCE   PIC X(02).
001980     05  FILLER                PIC X(01) VALUE SPACE.
001990     05  RPT-HDG-VENDOR-NAME   PIC X(20).
002000     05  FILLER                PIC X(32) VALUE SPACES.
002010
002020 01  RPT-SUMMARY-LINE.
002030     05  RPT-SUM-LABEL         PIC X(26).
002040     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
002050                         BY RPT-SUM-COUNT.
002060     05  FILLER                PIC X(47) VALUE SPACES.
002070
002080 PROCEDURE DIVISION.
002090*================================================================
002100 0000-MAINLINE.
002110*================================================================
002120     PERFORM 1000-INITIALIZE
002130         THRU 1000-EXIT.
002140
002150     PERFORM 2000-CONVERT-RECORD
002160         THRU 2000-EXIT
002170         UNTIL WS-RAW-EOF.
002180
002190     PERFORM 8000-PRINT-SUMMARY
002200         THRU 8000-EXIT.
002210
002220     PERFORM 9000-TERMINATE
002230         THRU 9000-EXIT.
002240
002250     GOBACK.
002260
002270*================================================================
002280 1000-INITIALIZE.
002290*================================================================
002300     ACCEPT WS-CMD-PARM FROM COMMAND-LINE.
002310     IF WS-FEED-PARM NOT NUMERIC
002320        OR WS-FEED-PARM < '02'
002330         DISPLAY 'FAPCONV - FEED SOURCE PARM MUST BE 02-99: '
002340             WS-FEED-PARM
002350         MOVE 16 TO RETURN-CODE
002360         STOP RUN
002370     END-IF.
002380
002390     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002400
002410     OPEN INPUT  FVENDPRF.
002420     IF NOT WS-FVENDPRF-OK
002430         DISPLAY 'FAPCONV - CANNOT OPEN FVENDPRF, STATUS = '
002440             WS-FVENDPRF-STATUS
002450         MOVE 16 TO RETURN-CODE
002460         STOP RUN
002470     END-IF.
002480
002490     PERFORM 1100-READ-PROFILE
002500         THRU 1100-EXIT
002510         UNTIL WS-PRF-EOF.
002520     CLOSE FVENDPRF.
002530
002540     IF NOT WS-PRF-FOUND
002550         DISPLAY 'FAPCONV - NO FVENDPRF PROFILE FOR FEED '
002560             WS-FEED-PARM
002570         MOVE 16 TO RETURN-CODE
002580         STOP RUN
002590     END-IF.
002600
002610     PERFORM 1200-VALIDATE-PROFILE
002620         THRU 1200-EXIT.
002630
002640     OPEN INPUT  FVNDRAW.
002650     IF NOT WS-FVNDRAW-OK
002660         DISPLAY 'FAPCONV - CANNOT OPEN FVNDRAW, STATUS = '
002670             WS-FVNDRAW-STATUS
002680         MOVE 16 TO RETURN-CODE
002690         STOP RUN
002700     END-IF.
002710
002720     OPEN OUTPUT FAPPELCV.
002730     IF NOT WS-FAPPELCV-OK
002740         DISPLAY 'FAPCONV - CANNOT OPEN FAPPELCV, STATUS = '
002750             WS-FAPPELCV-STATUS
002760         MOVE 16 TO RETURN-CODE
002770         STOP RUN
002780     END-IF.
002790
002800     OPEN OUTPUT FCONVRPT.
002810     IF NOT WS-FCONVRPT-OK
002820         DISPLAY 'FAPCONV - CANNOT OPEN FCONVRPT, STATUS = '
002830             WS-FCONVRPT-STATUS
002840         MOVE 16 TO RETURN-CODE
002850         STOP RUN
002860     END-IF.
002870
002880     MOVE RPT-HEADING-1 TO RPT-LINE.
002890     WRITE RPT-LINE.
002900     MOVE WS-CURRENT-DATE TO RPT-HDG-RUN-DATE.
002910     MOVE VPR-FEED-SOURCE TO RPT-HDG-FEED-SOURCE.
002920     MOVE VPR-VENDOR-NAME TO RPT-HDG-VENDOR-NAME.
002930     MOVE RPT-HEADING-2 TO RPT-LINE.
002940     WRITE RPT-LINE.
002950
002960     PERFORM 2100-READ-RAW
002970         THRU 2100-EXIT.
002980 1000-EXIT.
002990     EXIT.
003000
003010*================================================================
003020 1100-READ-PROFILE.
003030*================================================================
003040*    KEEP THE PROFILE FOR THE PARM FEED.  A SECOND PROFILE FOR
003050*    THE SAME FEED LEAVES THE MAPPING IN DOUBT, SO IT STOPS THE
003060*    RUN.
003070*----------------------------------------------------------------
003080     READ FVENDPRF
003090         AT END
003100             SET WS-PRF-EOF TO TRUE
003110             GO TO 1100-EXIT
003120     END-READ.
003130
003140     IF PRF-CARD (1:2) NOT = WS-FEED-PARM
003150         GO TO 1100-EXIT
003160     END-IF.
003170
003180     IF WS-PRF-FOUND
003190         DISPLAY 'FAPCONV - MORE THAN ONE FVENDPRF PROFILE FOR '
003200             'FEED ' WS-FEED-PARM
003210         MOVE 16 TO RETURN-CODE
003220         STOP RUN
003230     END-IF.
003240
003250     MOVE PRF-CARD TO VENDOR-PROFILE-RECORD.
003260     SET WS-PRF-FOUND TO TRUE.
003270 1100-EXIT.
003280     EXIT.
003290
003300*================================================================
003310 1200-VALIDATE-PROFILE.
003320*================================================================
003330*    EVERY POSITION MUST FALL INSIDE THE VENDOR RECORD AND EVERY
003340*    LENGTH INSIDE WHAT THE FAPPEL FIELD CAN HOLD - A MAPPING
003350*    THAT CANNOT BE TRUSTED IS NOT RUN AT ALL.
003360*----------------------------------------------------------------
003370     IF VPR-RECORD-LENGTH NOT NUMERIC
003380        OR VPR-RECORD-LENGTH < 1
003390        OR VPR-RECORD-LENGTH > 512
003400         MOVE 'RECORD LENGTH NOT 1-512' TO WS-PRF-ERROR
003410         GO TO 1290-PROFILE-ERROR
003420     END-IF.
003430
003440     IF VPR-CALL-ID-START NOT NUMERIC
003450        OR VPR-CALL-ID-LENGTH NOT NUMERIC
003460        OR VPR-CALL-ID-LENGTH > 8
003470         MOVE 'CALL ID POSITION INVALID' TO WS-PRF-ERROR
003480         GO TO 1290-PROFILE-ERROR
003490     END-IF.
003500     IF VPR-CALL-ID-LENGTH > ZERO
003510         COMPUTE WS-FLD-END = VPR-CALL-ID-START
003520                            + VPR-CALL-ID-LENGTH - 1
003530         IF VPR-CALL-ID-START < 1
003540            OR WS-FLD-END > VPR-RECORD-LENGTH
003550             MOVE 'CALL ID OUTSIDE RECORD' TO WS-PRF-ERROR
003560             GO TO 1290-PROFILE-ERROR
003570         END-IF
003580     END-IF.
003590
003600     PERFORM 1210-CHECK-FIELD
003610         THRU 1210-EXIT
003620         VARYING WS-FLD-SUB FROM 1 BY 1
003630         UNTIL WS-FLD-SUB > 7.
003640
003650     IF VPR-TIME-LENGTH NOT = ZERO
003660        AND VPR-TIME-LENGTH NOT = 4
003670        AND VPR-TIME-LENGTH NOT = 6
003680         MOVE 'START TIME LENGTH NOT 0, 4 OR 6' TO WS-PRF-ERROR
003690         GO TO 1290-PROFILE-ERROR
003700     END-IF.
003710
003720     IF NOT VPR-DATE-FORMAT-OK
003730         MOVE 'DATE FORMAT NOT RECOGNISED' TO WS-PRF-ERROR
003740         GO TO 1290-PROFILE-ERROR
003750     END-IF.
003760
003770     IF NOT VPR-DURATION-UNIT-OK
003780         MOVE 'DURATION UNIT NOT S OR M' TO WS-PRF-ERROR
003790         GO TO 1290-PROFILE-ERROR
003800     END-IF.
003810
003820     IF VPR-XLATE-COUNT NOT NUMERIC
003830        OR VPR-XLATE-COUNT > 10
003840         MOVE 'TRANSLATION COUNT NOT 0-10' TO WS-PRF-ERROR
003850         GO TO 1290-PROFILE-ERROR
003860     END-IF.
003870     IF VPR-XLATE-COUNT = ZERO
003880        AND VPR-MYDATA-LENGTH > 1
003890         MOVE 'TWO-BYTE MYDATA CODE NEEDS A TABLE'
003900             TO WS-PRF-ERROR
003910         GO TO 1290-PROFILE-ERROR
003920     END-IF.
003930     GO TO 1200-EXIT.
003940
003950 1290-PROFILE-ERROR.
003960     DISPLAY 'FAPCONV - FVENDPRF PROFILE FOR FEED '
003970         WS-FEED-PARM ' REFUSED: ' WS-PRF-ERROR.
003980     MOVE 16 TO RETURN-CODE.
003990     STOP RUN.
004000 1200-EXIT.
004010     EXIT.
004020
004030*================================================================
004040 1210-CHECK-FIELD.
004050*================================================================
004060     IF VPR-FLD-START (WS-FLD-SUB) NOT NUMERIC
004070        OR VPR-FLD-LENGTH (WS-FLD-SUB) NOT NUMERIC
004080         MOVE WS-FLD-NAME (WS-FLD-SUB) TO WS-PRF-ERROR
004090         MOVE ' POSITION NOT NUMERIC' TO WS-PRF-ERROR (11:)
004100         GO TO 1290-PROFILE-ERROR
004110     END-IF.
004120
004130     IF VPR-FLD-LENGTH (WS-FLD-SUB)
004140            < WS-FLD-MIN-LENGTH (WS-FLD-SUB)
004150        OR VPR-FLD-LENGTH (WS-FLD-SUB)
004160            > WS-FLD-MAX-LENGTH (WS-FLD-SUB)
004170         MOVE WS-FLD-NAME (WS-FLD-SUB) TO WS-PRF-ERROR
004180         MOVE ' LENGTH OUT OF RANGE' TO WS-PRF-ERROR (11:)
004190         GO TO 1290-PROFILE-ERROR
004200     END-IF.
004210
004220     IF VPR-FLD-LENGTH (WS-FLD-SUB) = ZERO
004230         GO TO 1210-EXIT
004240     END-IF.
004250
004260     COMPUTE WS-FLD-END = VPR-FLD-START (WS-FLD-SUB)
004270                        + VPR-FLD-LENGTH (WS-FLD-SUB) - 1.
004280     IF VPR-FLD-START (WS-FLD-SUB) < 1
004290        OR WS-FLD-END > VPR-RECORD-LENGTH
004300         MOVE WS-FLD-NAME (WS-FLD-SUB) TO WS-PRF-ERROR
004310         MOVE ' OUTSIDE RECORD' TO WS-PRF-ERROR (11:)
004320         GO TO 1290-PROFILE-ERROR
004330     END-IF.
004340 1210-EXIT.
004350     EXIT.
004360
004370*================================================================
004380 2000-CONVERT-RECORD.
004390*================================================================
004400*    ONE VENDOR RECORD TO ONE FAPPEL RECORD.  A FIELD THE
004410*    VENDOR DOES NOT SEND IS BLANK, EXCEPT DURATION AND START
004420*    TIME, WHICH ARE ZERO SO THEY STILL PASS FAPEDIT.
004430*----------------------------------------------------------------
004440     ADD 1 TO WS-CNT-READ.
004450
004460     IF VPR-CALL-ID-LENGTH > ZERO
004470         IF WS-RAW-AREA (VPR-CALL-ID-START:VPR-CALL-ID-LENGTH)
004480            NOT = VPR-CALL-ID-VALUE (1:VPR-CALL-ID-LENGTH)
004490             ADD 1 TO WS-CNT-SKIPPED
004500             GO TO 2000-NEXT
004510         END-IF
004520     END-IF.
004530
004540     IF WS-RAW-LENGTH < VPR-RECORD-LENGTH
004550         ADD 1 TO WS-CNT-SHORT
004560     END-IF.
004570
004580     MOVE SPACES TO FIC-APPEL.
004590
004600     MOVE WS-RAW-AREA (VPR-NUM-START:VPR-NUM-LENGTH)
004610         TO FIC-APPEL-NUM.
004620
004630     PERFORM 2200-CONVERT-DATE
004640         THRU 2200-EXIT.
004650     PERFORM 2300-CONVERT-MYDATA
004660         THRU 2300-EXIT.
004670
004680     IF VPR-CONTRACT-LENGTH > ZERO
004690         MOVE WS-RAW-AREA (VPR-CONTRACT-START:
004700                           VPR-CONTRACT-LENGTH)
004710             TO FIC-APPEL-CONTRACT-NO
004720     END-IF.
004730
004740     PERFORM 2400-CONVERT-DURATION
004750         THRU 2400-EXIT.
004760     PERFORM 2500-CONVERT-START-TIME
004770         THRU 2500-EXIT.
004780
004790     IF VPR-AGENT-LENGTH > ZERO
004800         MOVE WS-RAW-AREA (VPR-AGENT-START:VPR-AGENT-LENGTH)
004810             TO FIC-APPEL-AGENT-ID
004820     END-IF.
004830
004840     MOVE VPR-FEED-SOURCE TO FIC-APPEL-FEED-SOURCE.
004850
004860     WRITE FIC-APPEL.
004870     IF NOT WS-FAPPELCV-OK
004880         DISPLAY 'FAPCONV - WRITE TO FAPPELCV FAILED, STATUS = '
004890             WS-FAPPELCV-STATUS
004900         MOVE 16 TO RETURN-CODE
004910         STOP RUN
004920     END-IF.
004930     ADD 1 TO WS-CNT-CONVERTED.
004940
004950 2000-NEXT.
004960     PERFORM 2100-READ-RAW
004970         THRU 2100-EXIT.
004980 2000-EXIT.
004990     EXIT.
005000
005010*================================================================
005020 2100-READ-RAW.
005030*================================================================
005040     READ FVNDRAW
005050         AT END
005060             SET WS-RAW-EOF TO TRUE
005070             GO TO 2100-EXIT
005080     END-READ.
005090
005100     MOVE SPACES TO WS-RAW-AREA.
005110     MOVE RAW-VENDOR-RECORD (1:WS-RAW-LENGTH) TO WS-RAW-AREA.
005120 2100-EXIT.
005130     EXIT.
005140
005150*================================================================
005160 2200-CONVERT-DATE.
005170*================================================================
005180*    REORDER THE VENDOR'S DATE TO YYYYMMDD.  THE BYTES ARE
005190*    MOVED AS THEY STAND SO A BAD DATE STILL REACHES FAPEDIT'S
005200*    DATE EDIT.
005210*----------------------------------------------------------------
005220     MOVE WS-RAW-AREA (VPR-DATE-START:8) TO WS-CNV-DATE-IN.
005230
005240     EVALUATE TRUE
005250         WHEN VPR-DATE-DDMMYYYY
005260             MOVE WS-CNV-DATE-IN (5:4) TO WS-CNV-YYYY
005270             MOVE WS-CNV-DATE-IN (3:2) TO WS-CNV-MM
005280             MOVE WS-CNV-DATE-IN (1:2) TO WS-CNV-DD
005290         WHEN VPR-DATE-MMDDYYYY
005300             MOVE WS-CNV-DATE-IN (5:4) TO WS-CNV-YYYY
005310             MOVE WS-CNV-DATE-IN (1:2) TO WS-CNV-MM
005320             MOVE WS-CNV-DATE-IN (3:2) TO WS-CNV-DD
005330         WHEN OTHER
005340             MOVE WS-CNV-DATE-IN       TO WS-CNV-DATE-OUT
005350     END-EVALUATE.
005360
005370     MOVE WS-CNV-DATE-OUT TO FIC-APPEL (11:8).
005380 2200-EXIT.
005390     EXIT.
005400
005410*================================================================
005420 2300-CONVERT-MYDATA.
005430*================================================================
005440*    A VENDOR CODE WITH NO TRANSLATION IS SENT BLANK - THE
005450*    CLASSIFICATION STEP REJECTS IT FOR CORRECTION, THE SAME AS
005460*    AN UNKNOWN CODE FROM THE ORIGINAL SWITCH.
005470*----------------------------------------------------------------
005480     MOVE SPACES TO WS-CNV-VENDOR-CODE.
005490     MOVE WS-RAW-AREA (VPR-MYDATA-START:VPR-MYDATA-LENGTH)
005500         TO WS-CNV-VENDOR-CODE.
005510
005520     IF VPR-XLATE-COUNT = ZERO
005530         MOVE WS-CNV-VENDOR-CODE (1:1) TO FIC-APPEL-MYDATA
005540         GO TO 2300-EXIT
005550     END-IF.
005560
005570     SET VPR-XLT-IDX TO 1.
005580     SEARCH VPR-XLATE-ENTRY
005590         AT END
005600             MOVE SPACE TO FIC-APPEL-MYDATA
005610             ADD 1 TO WS-CNT-NO-XLATE
005620         WHEN VPR-XLT-IDX > VPR-XLATE-COUNT
005630             MOVE SPACE TO FIC-APPEL-MYDATA
005640             ADD 1 TO WS-CNT-NO-XLATE
005650         WHEN VPR-XLT-VENDOR-CODE (VPR-XLT-IDX)
005660                 = WS-CNV-VENDOR-CODE
005670             MOVE VPR-XLT-MYDATA (VPR-XLT-IDX)
005680                 TO FIC-APPEL-MYDATA
005690     END-SEARCH.
005700 2300-EXIT.
005710     EXIT.
005720
005730*================================================================
005740 2400-CONVERT-DURATION.
005750*================================================================
005760*    THE VENDOR'S DIGITS, LEFT OR RIGHT JUSTIFIED, BECOME A
005770*    ZERO-FILLED SIX-DIGIT SECONDS FIGURE.  A FIGURE THAT IS
005780*    NOT DIGITS, OR TOO MANY MINUTES TO HOLD AS SECONDS, GOES
005790*    THROUGH NON-NUMERIC SO FAPEDIT REJECTS IT AS BDUR.
005800*----------------------------------------------------------------
005810     MOVE '000000' TO FIC-APPEL-DURATION.
005820     IF VPR-DURATION-LENGTH = ZERO
005830         GO TO 2400-EXIT
005840     END-IF.
005850
005860     MOVE SPACES TO WS-CNV-DUR-WORK.
005870     MOVE WS-RAW-AREA (VPR-DURATION-START:VPR-DURATION-LENGTH)
005880         TO WS-CNV-DUR-WORK.
005890
005900     MOVE VPR-DURATION-LENGTH TO WS-CNV-LEN.
005910     MOVE 'N' TO WS-TRIMMED-SWITCH.
005920     PERFORM 2410-DROP-TRAILING-SPACE
005930         THRU 2410-EXIT
005940         UNTIL WS-CNV-LEN = ZERO
005950            OR WS-TRIMMED.
005960     IF WS-CNV-LEN = ZERO
005970         GO TO 2400-EXIT
005980     END-IF.
005990
006000     MOVE ZERO TO WS-CNV-LEAD.
006010     INSPECT WS-CNV-DUR-WORK (1:WS-CNV-LEN)
006020         TALLYING WS-CNV-LEAD FOR LEADING SPACES.
006030     COMPUTE WS-CNV-DIGITS = WS-CNV-LEN - WS-CNV-LEAD.
006040
006050     MOVE '000000' TO WS-CNV-DUR-OUT.
006060     MOVE WS-CNV-DUR-WORK (WS-CNV-LEAD + 1:WS-CNV-DIGITS)
006070         TO WS-CNV-DUR-OUT (7 - WS-CNV-DIGITS:WS-CNV-DIGITS).
006080
006090     IF WS-CNV-DUR-OUT NOT NUMERIC
006100         ADD 1 TO WS-CNT-BAD-DURATION
006110         MOVE WS-CNV-DUR-OUT TO FIC-APPEL-DURATION
006120         GO TO 2400-EXIT
006130     END-IF.
006140
006150     IF VPR-DURATION-SECONDS
006160         MOVE WS-CNV-DUR-OUT TO FIC-APPEL-DURATION
006170         GO TO 2400-EXIT
006180     END-IF.
006190
006200     COMPUTE WS-CNV-DUR-SECONDS = WS-CNV-DUR-OUT-N * 60
006210         ON SIZE ERROR
006220             ADD 1 TO WS-CNT-BAD-DURATION
006230             MOVE SPACES TO FIC-APPEL-DURATION
006240             GO TO 2400-EXIT
006250     END-COMPUTE.
006260     MOVE WS-CNV-DUR-SECONDS TO FIC-APPEL-DURATION-N.
006270 2400-EXIT.
006280     EXIT.
006290
006300*================================================================
006310 2410-DROP-TRAILING-SPACE.
006320*================================================================
006330     IF WS-CNV-DUR-WORK (WS-CNV-LEN:1) = SPACE
006340         SUBTRACT 1 FROM WS-CNV-LEN
006350     ELSE
006360         SET WS-TRIMMED TO TRUE
006370     END-IF.
006380 2410-EXIT.
006390     EXIT.
006400
006410*================================================================
006420 2500-CONVERT-START-TIME.
006430*================================================================
006440*    AN HHMM START TIME IS TAKEN AS ON THE MINUTE.
006450*----------------------------------------------------------------
006460     EVALUATE VPR-TIME-LENGTH
006470         WHEN 6
006480             MOVE WS-RAW-AREA (VPR-TIME-START:6)
006490                 TO FIC-APPEL-START-TIME
006500         WHEN 4
006510             MOVE WS-RAW-AREA (VPR-TIME-START:4)
006520                 TO FIC-APPEL-START-TIME (1:4)
006530             MOVE '00' TO FIC-APPEL-START-TIME (5:2)
006540         WHEN OTHER
006550             MOVE '000000' TO FIC-APPEL-START-TIME
006560     END-EVALUATE.
006570 2500-EXIT.
006580     EXIT.
006590
006600*================================================================
006610 8000-PRINT-SUMMARY.
006620*================================================================
006630     MOVE 'RECORDS READ            : ' TO RPT-SUM-LABEL.
006640     MOVE WS-CNT-READ                  TO RPT-SUM-COUNT.
006650     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
006660     WRITE RPT-LINE.
006670
006680     MOVE 'NOT CALL RECORDS        : ' TO RPT-SUM-LABEL.
006690     MOVE WS-CNT-SKIPPED               TO RPT-SUM-COUNT.
006700     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
006710     WRITE RPT-LINE.
006720
006730     MOVE 'RECORDS CONVERTED       : ' TO RPT-SUM-LABEL.
006740     MOVE WS-CNT-CONVERTED             TO RPT-SUM-COUNT.
006750     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
006760     WRITE RPT-LINE.
006770
006780     MOVE '  SHORT RECORDS         : ' TO RPT-SUM-LABEL.
006790     MOVE WS-CNT-SHORT                 TO RPT-SUM-COUNT.
006800     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
006810     WRITE RPT-LINE.
006820
006830     MOVE '  STATUS NOT TRANSLATED : ' TO RPT-SUM-LABEL.
006840     MOVE WS-CNT-NO-XLATE              TO RPT-SUM-COUNT.
006850     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
006860     WRITE RPT-LINE.
006870
006880     MOVE '  DURATION NOT CONVERTED: ' TO RPT-SUM-LABEL.
006890     MOVE WS-CNT-BAD-DURATION          TO RPT-SUM-COUNT.
006900     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
006910     WRITE RPT-LINE.
006920 8000-EXIT.
006930     EXIT.
006940
006950*================================================================
006960 9000-TERMINATE.
006970*================================================================
006980     CLOSE FVNDRAW.
006990     CLOSE FAPPELCV.
007000     CLOSE FCONVRPT.
007010
007020     DISPLAY 'FAPCONV - FEED ' VPR-FEED-SOURCE ' '
007030         WS-CNT-CONVERTED ' RECORDS CONVERTED'.
007040 9000-EXIT.
007050     EXIT.
