000010*================================================================
000020 IDENTIFICATION DIVISION.
000030*================================================================
000040 PROGRAM-ID.    CONTRENQ.
000050 AUTHOR.        J D HARTLEY.
000060 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000070 DATE-WRITTEN.  2026-10-05.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100*  CONTRACT ENQUIRY - CONVERSATIONAL, READ-ONLY.  RUN FROM A
000110*  TERMINAL SESSION, IT PROMPTS FOR A CONTRACT NUMBER AND SHOWS
000120*  ON ONE SCREEN:
000130*    - THE CURRENT TERMS FROM CONTRACT-MASTER;
000140*    - THE CONTRHIS BEFORE-IMAGES, MOST RECENTLY SUPERSEDED
000150*      FIRST;
000160*    - THE CONTRACT'S APPELS FROM FAPPEL-HIST OVER THE LOOK-BACK
000170*      WINDOW, NEWEST ARCHIVE DATE FIRST, WITH THE MYDATA
000180*      DESCRIPTION FROM FMDTABLE, A PAGE AT A TIME;
000190*    - THE CONTRACT'S ITEMS STILL HELD ON FSUSPENS, WITH THEIR
000200*      REASON AND AGE IN DAYS SINCE THEY WERE SUSPENDED.
000210*  EVERY CONTRACT LOOKED AT IS LOGGED THROUGH ENQLOG1 (FENQLOG)
000220*  WITH THE USER ID, WHETHER OR NOT IT IS ON THE MASTER.
000230*
000240*  FAPPEL-HIST IS KEYED ON ARCHIVE DATE + APPEL, SO THE APPELS
000250*  ARE FOUND BY POSITIONING ON EACH DAY OF THE WINDOW IN TURN,
000260*  TODAY BACKWARDS, AND STOP AT THE TABLE LIMIT.  CONTRHIS AND
000270*  FSUSPENS ARE SEQUENTIAL AND ARE READ THROUGH ON EACH
000280*  ENQUIRY; NOTHING IS EVER OPENED FOR OUTPUT.
000290*
000300*  PARM: USER ID IN 1-8 (PASSED BY THE LOGON PROCEDURE; BLANK
000310*        PROMPTS FOR IT), A SPACE, THEN AN OPTIONAL LOOK-BACK
000320*        IN DAYS IN 10-12 (BLANK MEANS 030).
000330*
000340*  COMMANDS AT THE FOOT OF THE SCREEN:
000350*    ENTER OR N - NEXT PAGE OF APPELS (PAST THE LAST PAGE,
000360*                 BACK TO THE CONTRACT PROMPT)
000370*    P          - PREVIOUS PAGE OF APPELS
000380*    C          - ANOTHER CONTRACT
000390*    X          - END THE SESSION
000400*  A BLANK OR X AT THE CONTRACT PROMPT ALSO ENDS THE SESSION.
000410*----------------------------------------------------------------
000420*  MODIFICATION HISTORY
000430*  DATE       INIT  DESCRIPTION
000440*  ---------- ----  ------------------------------------------
000450*  2026-10-05 JDH   ORIGINAL PROGRAM.
000460*================================================================
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-370.
000500 OBJECT-COMPUTER. IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT  CONTRACT-MASTER ASSIGN TO UT-S-CONTRMST
000540             ORGANIZATION IS INDEXED
000550             ACCESS MODE IS RANDOM
000560             RECORD KEY IS CM-CONTRACT-NO
000570             FILE STATUS IS WS-CONTRMST-STATUS.
000580
000590     SELECT  CONTRACT-HIST   ASSIGN TO UT-S-CONTRHIS
000600             FILE STATUS IS WS-CONTRHIS-STATUS.
000610
000620     SELECT  FAPPEL-HIST     ASSIGN TO UT-S-FAPPLHST
000630             ORGANIZATION IS INDEXED
000640             ACCESS MODE IS DYNAMIC
000650             RECORD KEY IS HIST-ARCHIVE-KEY
000660             FILE STATUS IS WS-FAPPLHST-STATUS.
000670
000680     SELECT  FSUSPENS        ASSIGN TO UT-S-FSUSPENS
000690             FILE STATUS IS WS-FSUSPENS-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  CONTRACT-MASTER
000740     LABEL RECORD STANDARD.
000750     COPY CONTRMST.
000760
000770 FD  CONTRACT-HIST
000780     BLOCK 0 RECORDS
000790     LABEL RECORD STANDARD
000800     RECORDING MODE F.
000810     COPY CCONTHIS.
000820
000830 FD  FAPPEL-HIST
000840     LABEL RECORD STANDARD.
000850     COPY CAPPLHST.
000860
000870 FD  FSUSPENS
000880     BLOCK 0 RECORDS
000890     LABEL RECORD STANDARD
000900     RECORDING MODE F.
000910     COPY CSUSPENS.
000920
000930 WORKING-STORAGE SECTION.
000940*----------------------------------------------------------------
000950*    FILE STATUS AND END-OF-FILE SWITCHES
000960*----------------------------------------------------------------
000970 01  WS-CONTRMST-STATUS        PIC X(02).
000980     88  WS-CONTRMST-OK                  VALUE '00'.
000990     88  WS-CONTRMST-NOTFOUND            VALUE '23'.
001000
001010 01  WS-CONTRHIS-STATUS        PIC X(02).
001020     88  WS-CONTRHIS-OK                  VALUE '00'.
001030     88  WS-CONTRHIS-NOT-FOUND           VALUE '35'.
001040
001050 01  WS-FAPPLHST-STATUS        PIC X(02).
001060     88  WS-FAPPLHST-OK                  VALUE '00'.
001070
001080 01  WS-FSUSPENS-STATUS        PIC X(02).
001090     88  WS-FSUSPENS-OK                  VALUE '00'.
001100
001110 01  WS-SWITCHES.
001120     05  WS-SESSION-END-SWITCH PIC X(01) VALUE 'N'.
001130         88  WS-SESSION-END              VALUE 'Y'.
001140     05  WS-NEXT-CONTRACT-SWITCH
001150                               PIC X(01) VALUE 'N'.
001160         88  WS-NEXT-CONTRACT            VALUE 'Y'.
001170     05  WS-ON-MASTER-SWITCH   PIC X(01) VALUE 'N'.
001180         88  WS-ON-MASTER                VALUE 'Y'.
001190     05  WS-CHS-EOF-SWITCH     PIC X(01) VALUE 'N'.
001200         88  WS-CHS-EOF                  VALUE 'Y'.
001210     05  WS-SUS-EOF-SWITCH     PIC X(01) VALUE 'N'.
001220         88  WS-SUS-EOF                  VALUE 'Y'.
001230     05  WS-DAY-END-SWITCH     PIC X(01) VALUE 'N'.
001240         88  WS-DAY-END                  VALUE 'Y'.
001250     05  WS-APL-FULL-SWITCH    PIC X(01) VALUE 'N'.
001260         88  WS-APL-FULL                 VALUE 'Y'.
001270     05  WS-CODE-FOUND-SWITCH  PIC X(01) VALUE 'N'.
001280         88  WS-CODE-FOUND               VALUE 'Y'.
001290     05  WS-MDT-LOADED-SWITCH  PIC X(01) VALUE 'N'.
001300         88  WS-MDT-LOADED               VALUE 'Y'.
001310
001320*----------------------------------------------------------------
001330*    PARM - USER ID IN 1-8, A SPACE, THEN AN OPTIONAL LOOK-BACK
001340*    IN DAYS IN 10-12 (BLANK MEANS 030).
001350*----------------------------------------------------------------
001360 01  WS-CMD-PARM.
001370     05  WS-USER-PARM          PIC X(08) VALUE SPACES.
001380     05  FILLER                PIC X(01) VALUE SPACES.
001390     05  WS-LOOKBACK-PARM      PIC X(03) VALUE SPACES.
001400     05  WS-LOOKBACK-PARM-N REDEFINES WS-LOOKBACK-PARM
001410                               PIC 9(03).
001420
001430 01  WS-USER-ID                PIC X(08) VALUE SPACES.
001440 01  WS-PROGRAM-NAME           PIC X(08) VALUE 'CONTRENQ'.
001450 01  WS-LOOKBACK-DAYS          PIC 9(03) VALUE 030.
001460 01  WS-CURRENT-DATE           PIC 9(08).
001470 01  WS-CURRENT-INTEGER        PIC S9(09) COMP-3.
001480 01  WS-CUTOFF-INTEGER         PIC S9(09) COMP-3.
001490 01  WS-SCAN-INTEGER           PIC S9(09) COMP-3.
001500 01  WS-SCAN-DATE              PIC 9(08).
001510
001520*----------------------------------------------------------------
001530*    TERMINAL REPLIES - KEYED IN EITHER CASE, FOLDED TO UPPER.
001540*----------------------------------------------------------------
001550 01  WS-REPLY                  PIC X(10) VALUE SPACES.
001560 01  WS-REPLY-CMD REDEFINES WS-REPLY.
001570     05  WS-REPLY-CMD-CHAR     PIC X(01).
001580         88  WS-CMD-NEXT                 VALUE 'N' ' '.
001590         88  WS-CMD-PREVIOUS             VALUE 'P'.
001600         88  WS-CMD-CONTRACT             VALUE 'C'.
001610         88  WS-CMD-EXIT                 VALUE 'X'.
001620     05  WS-REPLY-CMD-REST     PIC X(09).
001630
001640 01  WS-LOWER-CASE             PIC X(26) VALUE
001650     'abcdefghijklmnopqrstuvwxyz'.
001660 01  WS-UPPER-CASE             PIC X(26) VALUE
001670     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001680
001690*----------------------------------------------------------------
001700*    THE CONTRACT BEING LOOKED AT AND THE LOG RESULT -
001710*    F = ON CONTRACT-MASTER, N = NOT (SEE CENQLOG).
001720*----------------------------------------------------------------
001730 01  WS-ENQ-CONTRACT-NO        PIC X(10) VALUE SPACES.
001740 01  WS-ENQ-RESULT             PIC X(01) VALUE SPACES.
001750
001760*----------------------------------------------------------------
001770*    THE MAINTAINED STATUS CODE TABLE, LOADED FROM FMDTABLE
001780*    THROUGH MDTABL1 AT START-UP - ACTIVE AND DEACTIVATED
001790*    ENTRIES BOTH.
001800*----------------------------------------------------------------
001810 COPY CMDTABW.
001820
001830 01  WS-MDTABL-FIELDS.
001840     05  WS-MDTABL-FUNCTION    PIC X(05).
001850     05  WS-MDTABL-RESULT      PIC X(02) VALUE SPACES.
001860
001870 01  WS-MDT-SUB                PIC S9(04) COMP VALUE ZERO.
001880
001890*----------------------------------------------------------------
001900*    THE LATEST CONTRHIS IMAGES OF THE CONTRACT - KEPT AS A
001910*    RING, SO THE SLOTS HOLD THE LAST ONES IN FILE ORDER, WHICH
001920*    IS THE ORDER CONTRMNT SUPERSEDED THEM.
001930*----------------------------------------------------------------
001940 01  WS-HIS-TABLE.
001950     05  WS-HIS-ENTRY OCCURS 3 TIMES.
001960         10  WS-HIS-EFFECTIVE-DATE
001970                               PIC 9(08).
001980         10  WS-HIS-EXPIRY-DATE
001990                               PIC 9(08).
002000         10  WS-HIS-STATUS     PIC X(01).
002010         10  WS-HIS-SUPERSEDED-DATE
002020                               PIC 9(08).
002030
002040 01  WS-HIS-MAX                PIC S9(04) COMP VALUE 3.
002050 01  WS-HIS-COUNT              PIC S9(04) COMP VALUE ZERO.
002060 01  WS-HIS-LAST               PIC S9(04) COMP VALUE ZERO.
002070 01  WS-HIS-SHOWN              PIC S9(04) COMP VALUE ZERO.
002080 01  WS-HIS-SUB                PIC S9(04) COMP VALUE ZERO.
002090
002100*----------------------------------------------------------------
002110*    THE CONTRACT'S APPELS, NEWEST ARCHIVE DATE FIRST.
002120*----------------------------------------------------------------
002130 01  WS-APL-TABLE.
002140     05  WS-APL-COUNT          PIC S9(04) COMP VALUE ZERO.
002150     05  WS-APL-ENTRY OCCURS 200
002160                      DEPENDING ON WS-APL-COUNT.
002170         10  WS-APL-NUM        PIC X(10).
002180         10  WS-APL-DATE       PIC 9(08).
002190         10  WS-APL-START-TIME PIC X(06).
002200         10  WS-APL-DURATION   PIC X(06).
002210         10  WS-APL-MYDATA     PIC X(01).
002220         10  WS-APL-AGENT-ID   PIC X(08).
002230
002240 01  WS-APL-MAX                PIC S9(04) COMP VALUE 200.
002246 01  WS-APL-SUB                PIC S9(04) COMP VALUE ZERO.
002252 01  WS-APL-FIRST              PIC S9(04) COMP VALUE ZERO.
002260 01  WS-APL-LAST               PIC S9(04) COMP VALUE ZERO.
002270 01  WS-PAGE-SIZE              PIC S9(04) COMP VALUE 7.
002280 01  WS-PAGE                   PIC S9(04) COMP VALUE ZERO.
002290 01  WS-PAGES                  PIC S9(04) COMP VALUE ZERO.
002300
002310*----------------------------------------------------------------
002320*    THE CONTRACT'S ITEMS STILL HELD ON FSUSPENS - THE FIRST
002330*    ONES IN FILE ORDER, WHICH ARE THE OLDEST.
002340*----------------------------------------------------------------
002350 01  WS-SUS-TABLE.
002360     05  WS-SUS-ENTRY OCCURS 3 TIMES.
002370         10  WS-SUS-NUM        PIC X(10).
002380         10  WS-SUS-DATE       PIC 9(08).
002390         10  WS-SUS-REASON     PIC X(08).
002400         10  WS-SUS-RECON-DATE PIC 9(08).
002410         10  WS-SUS-AGE-DAYS   PIC S9(05) COMP-3.
002420
002430 01  WS-SUS-MAX                PIC S9(04) COMP VALUE 3.
002440 01  WS-SUS-COUNT              PIC S9(04) COMP VALUE ZERO.
002450 01  WS-SUS-SHOWN              PIC S9(04) COMP VALUE ZERO.
002460 01  WS-SUS-SUB                PIC S9(04) COMP VALUE ZERO.
002470
002480*----------------------------------------------------------------
002490*    SCREEN LINES
002500*----------------------------------------------------------------
002510 01  SCR-TITLE-LINE.
002520     05  FILLER                PIC X(30) VALUE
002530         'CONTRENQ   CONTRACT ENQUIRY'.
002540     05  FILLER                PIC X(06) VALUE 'USER '.
002550     05  SCR-TTL-USER          PIC X(08).
002560     05  FILLER                PIC X(08) VALUE '   DATE '.
002570     05  SCR-TTL-DATE          PIC 9(08).
002580
002590 01  SCR-MASTER-LINE.
002600     05  FILLER                PIC X(09) VALUE 'CONTRACT '.
002610     05  SCR-MST-CONTRACT-NO   PIC X(10).
002620     05  FILLER                PIC X(09) VALUE '  STATUS '.
002630     05  SCR-MST-STATUS        PIC X(01).
002640     05  FILLER                PIC X(01) VALUE SPACES.
002650     05  SCR-MST-STATUS-DESC   PIC X(11).
002660     05  FILLER                PIC X(12) VALUE
002670         '  EFFECTIVE '.
002680     05  SCR-MST-EFFECTIVE-DATE
002690                               PIC 9(08).
002700     05  FILLER                PIC X(09) VALUE '  EXPIRY '.
002710     05  SCR-MST-EXPIRY-DATE   PIC 9(08).
002720
002730 01  SCR-NOT-ON-MASTER-LINE.
002740     05  FILLER                PIC X(09) VALUE 'CONTRACT '.
002750     05  SCR-NOM-CONTRACT-NO   PIC X(10).
002760     05  FILLER                PIC X(40) VALUE
002770         '  NOT ON CONTRACT-MASTER'.
002780
002790 01  SCR-HIS-HEAD-LINE.
002800     05  FILLER                PIC X(17) VALUE
002810         'CONTRHIS IMAGES: '.
002820     05  SCR-HIS-COUNT         PIC ZZZ9.
002830     05  FILLER                PIC X(16) VALUE
002840         '  LATEST SHOWN: '.
002850     05  SCR-HIS-SHOWN         PIC 9.
002860
002870 01  SCR-HIS-DETAIL-LINE.
002880     05  FILLER                PIC X(14) VALUE
002890         '  SUPERSEDED '.
002900     05  SCR-HIS-SUPERSEDED-DATE
002910                               PIC 9(08).
002920     05  FILLER                PIC X(12) VALUE
002930         '  EFFECTIVE '.
002940     05  SCR-HIS-EFFECTIVE-DATE
002950                               PIC 9(08).
002960     05  FILLER                PIC X(09) VALUE '  EXPIRY '.
002970     05  SCR-HIS-EXPIRY-DATE   PIC 9(08).
002980     05  FILLER                PIC X(09) VALUE '  STATUS '.
002990     05  SCR-HIS-STATUS        PIC X(01).
003000
003010 01  SCR-APL-HEAD-LINE.
003020     05  FILLER                PIC X(14) VALUE
003030         'APPELS - LAST '.
003040     05  SCR-APL-DAYS          PIC ZZ9.
003050     05  FILLER                PIC X(07) VALUE ' DAYS: '.
003060     05  SCR-APL-COUNT         PIC ZZZ9.
003070     05  FILLER                PIC X(13) VALUE
003080         ' FOUND, PAGE '.
003090     05  SCR-APL-PAGE          PIC Z9.
003100     05  FILLER                PIC X(04) VALUE ' OF '.
003110     05  SCR-APL-PAGES         PIC Z9.
003120     05  SCR-APL-FULL-NOTE     PIC X(27).
003130
003140 01  SCR-APL-COLUMN-LINE.
003150     05  FILLER                PIC X(14) VALUE '  APPEL NUM'.
003160     05  FILLER                PIC X(10) VALUE 'DATE'.
003170     05  FILLER                PIC X(08) VALUE 'START'.
003180     05  FILLER                PIC X(08) VALUE 'DURATN'.
003190     05  FILLER                PIC X(02) VALUE 'MD'.
003200     05  FILLER                PIC X(21) VALUE 'DESCRIPTION'.
003210     05  FILLER                PIC X(08) VALUE 'AGENT'.
003220
003230 01  SCR-APL-DETAIL-LINE.
003240     05  FILLER                PIC X(02) VALUE SPACES.
003250     05  SCR-APL-NUM           PIC X(10).
003260     05  FILLER                PIC X(02) VALUE SPACES.
003270     05  SCR-APL-DATE          PIC 9(08).
003280     05  FILLER                PIC X(02) VALUE SPACES.
003290     05  SCR-APL-START-TIME    PIC X(06).
003300     05  FILLER                PIC X(02) VALUE SPACES.
003310     05  SCR-APL-DURATION      PIC X(06).
003320     05  FILLER                PIC X(02) VALUE SPACES.
003330     05  SCR-APL-MYDATA        PIC X(01).
003340     05  FILLER                PIC X(01) VALUE SPACES.
003350     05  SCR-APL-DESC          PIC X(19).
003360     05  FILLER                PIC X(02) VALUE SPACES.
003370     05  SCR-APL-AGENT-ID      PIC X(08).
003380
003390 01  SCR-SUS-HEAD-LINE.
003400     05  FILLER                PIC X(21) VALUE
003410         'OPEN SUSPENSE ITEMS: '.
003420     05  SCR-SUS-COUNT         PIC ZZZ9.
003430     05  FILLER                PIC X(16) VALUE
003440         '  OLDEST SHOWN: '.
003450     05  SCR-SUS-SHOWN         PIC 9.
003460
003470 01  SCR-SUS-DETAIL-LINE.
003480     05  FILLER                PIC X(02) VALUE SPACES.
003490     05  SCR-SUS-NUM           PIC X(10).
003500     05  FILLER                PIC X(02) VALUE SPACES.
003510     05  SCR-SUS-DATE          PIC 9(08).
003520     05  FILLER                PIC X(10) VALUE '  REASON '.
003530     05  SCR-SUS-REASON        PIC X(08).
003540     05  FILLER                PIC X(13) VALUE
003550         '  SUSPENDED '.
003560     05  SCR-SUS-RECON-DATE    PIC 9(08).
003570     05  FILLER                PIC X(07) VALUE '  AGE '.
003580     05  SCR-SUS-AGE-DAYS      PIC ZZZZ9.
003590     05  FILLER                PIC X(05) VALUE ' DAYS'.
003600
003610 01  SCR-COMMAND-LINE          PIC X(60) VALUE
003620     'ENTER=NEXT PAGE  P=PREVIOUS  C=ANOTHER CONTRACT  X=EXIT'.
003630
003650 PROCEDURE DIVISION.
003660*================================================================
003670 0000-MAINLINE.
003675*================================================================
003680     PERFORM 1000-INITIALIZE
003690         THRU 1000-EXIT.
003700
003710     PERFORM 2000-PROCESS-ENQUIRY
003720         THRU 2000-EXIT
003730         UNTIL WS-SESSION-END.
003740
003750     PERFORM 9000-TERMINATE
003760         THRU 9000-EXIT.
003770
003780     GOBACK.
003790
003800*================================================================
003810 1000-INITIALIZE.
003820*================================================================
003830     ACCEPT WS-CMD-PARM FROM COMMAND-LINE.
003840     MOVE WS-USER-PARM TO WS-USER-ID.
003850     IF WS-USER-ID = SPACES
003860         DISPLAY 'CONTRENQ - ENTER YOUR USER ID'
003870         ACCEPT WS-USER-ID
003880         INSPECT WS-USER-ID
003890             CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
003900     END-IF.
003910     IF WS-USER-ID = SPACES
003920         DISPLAY 'CONTRENQ - NO USER ID - ENQUIRIES ARE LOGGED '
003930             'BY USER, SESSION ENDED'
003940         MOVE 16 TO RETURN-CODE
003950         STOP RUN
003960     END-IF.
003970
003980     IF WS-LOOKBACK-PARM NOT = SPACES
003990         IF WS-LOOKBACK-PARM NOT NUMERIC
004000             DISPLAY 'CONTRENQ - LOOK-BACK PARM NOT NUMERIC: '
004010                 WS-LOOKBACK-PARM
004020             MOVE 16 TO RETURN-CODE
004030             STOP RUN
004040         END-IF
004050         MOVE WS-LOOKBACK-PARM-N TO WS-LOOKBACK-DAYS
004060     END-IF.
004070
004080     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004090     COMPUTE WS-CURRENT-INTEGER =
004100             FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
004110     COMPUTE WS-CUTOFF-INTEGER =
004120             WS-CURRENT-INTEGER - WS-LOOKBACK-DAYS.
004130
004140*    WITHOUT FMDTABLE THE ENQUIRY STILL RUNS - THE CODES SHOW,
004150*    THE DESCRIPTIONS SAY THE TABLE COULD NOT BE LOADED.
004160     MOVE 'LOAD' TO WS-MDTABL-FUNCTION.
004170     CALL 'MDTABL1' USING WS-MDTABL-FUNCTION
004180                          MYDATA-CODE-TABLE
004190                          WS-MDTABL-RESULT.
004200     IF WS-MDTABL-RESULT = 'OK'
004210         SET WS-MDT-LOADED TO TRUE
004220     ELSE
004230         DISPLAY 'CONTRENQ - MYDATA CODE TABLE UNAVAILABLE - '
004240             'DESCRIPTIONS WILL NOT BE SHOWN'
004250     END-IF.
004260
004270     OPEN INPUT  CONTRACT-MASTER.
004280     IF NOT WS-CONTRMST-OK
004290         DISPLAY 'CONTRENQ - CANNOT OPEN CONTRMST, STATUS = '
004300             WS-CONTRMST-STATUS
004310         MOVE 16 TO RETURN-CODE
004320         STOP RUN
004330     END-IF.
004340
004350     OPEN INPUT  FAPPEL-HIST.
004360     IF NOT WS-FAPPLHST-OK
004370         DISPLAY 'CONTRENQ - CANNOT OPEN FAPPEL-HIST, STATUS = '
004380             WS-FAPPLHST-STATUS
004390         MOVE 16 TO RETURN-CODE
004400         STOP RUN
004410     END-IF.
004420
004430     MOVE WS-USER-ID      TO SCR-TTL-USER.
004440     MOVE WS-CURRENT-DATE TO SCR-TTL-DATE.
004450     MOVE WS-LOOKBACK-DAYS TO SCR-APL-DAYS.
004460 1000-EXIT.
004470     EXIT.
004480
004490*================================================================
004493 2000-PROCESS-ENQUIRY.
004496*================================================================
004500*    ONE CONTRACT: PROMPT, GATHER, LOG, THEN PAGE THROUGH IT
004510*    UNTIL THE USER ASKS FOR ANOTHER OR ENDS THE SESSION.
004520*----------------------------------------------------------------
004540     DISPLAY ' '.
004550     DISPLAY 'CONTRENQ - ENTER CONTRACT NUMBER '
004560         '(BLANK OR X TO END)'.
004570     MOVE SPACES TO WS-REPLY.
004580     ACCEPT WS-REPLY.
004590     INSPECT WS-REPLY
004600         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
004610     IF WS-REPLY = SPACES OR WS-REPLY = 'X'
004620         SET WS-SESSION-END TO TRUE
004630         GO TO 2000-EXIT
004640     END-IF.
004650
004660     MOVE WS-REPLY TO WS-ENQ-CONTRACT-NO.
004670
004680     PERFORM 3000-READ-MASTER
004690         THRU 3000-EXIT.
004700
004710     PERFORM 3100-LOAD-HISTORY
004720         THRU 3100-EXIT.
004730
004740     PERFORM 3300-LOAD-APPELS
004750         THRU 3300-EXIT.
004760
004770     PERFORM 3500-LOAD-SUSPENSE
004780         THRU 3500-EXIT.
004790
004800     CALL 'ENQLOG1' USING WS-USER-ID
004810                          WS-PROGRAM-NAME
004820                          WS-ENQ-CONTRACT-NO
004830                          WS-ENQ-RESULT.
004840
004850     MOVE 1 TO WS-PAGE.
004860     MOVE 'N' TO WS-NEXT-CONTRACT-SWITCH.
004870     PERFORM 4000-SHOW-SCREEN
004880         THRU 4000-EXIT
004890         UNTIL WS-NEXT-CONTRACT
004900            OR WS-SESSION-END.
004910 2000-EXIT.
004920     EXIT.
004930
004940*================================================================
004950 3000-READ-MASTER.
004960*================================================================
004970     MOVE 'N' TO WS-ON-MASTER-SWITCH.
004980     MOVE 'N' TO WS-ENQ-RESULT.
004990     MOVE WS-ENQ-CONTRACT-NO TO CM-CONTRACT-NO.
005000     READ CONTRACT-MASTER.
005010     IF WS-CONTRMST-NOTFOUND
005020         GO TO 3000-EXIT
005030     END-IF.
005040     IF NOT WS-CONTRMST-OK
005050         DISPLAY 'CONTRENQ - CONTRMST READ ERROR, STATUS = '
005060             WS-CONTRMST-STATUS
005070         MOVE 16 TO RETURN-CODE
005080         STOP RUN
005090     END-IF.
005100
005110     SET WS-ON-MASTER TO TRUE.
005120     MOVE 'F' TO WS-ENQ-RESULT.
005130 3000-EXIT.
005140     EXIT.
005150
005160*================================================================
005163 3100-LOAD-HISTORY.
005166*================================================================
005170*    CONTRHIS IS READ THROUGH FOR THIS CONTRACT'S IMAGES.  A
005180*    MISSING FILE MEANS NO IMAGES YET, AS IN CONTRCHK.
005190*----------------------------------------------------------------
005210     MOVE ZERO TO WS-HIS-COUNT.
005220     MOVE ZERO TO WS-HIS-LAST.
005230     MOVE 'N'  TO WS-CHS-EOF-SWITCH.
005240
005250     OPEN INPUT  CONTRACT-HIST.
005260     IF WS-CONTRHIS-NOT-FOUND
005270         GO TO 3100-EXIT
005280     END-IF.
005290     IF NOT WS-CONTRHIS-OK
005300         DISPLAY 'CONTRENQ - CANNOT OPEN CONTRHIS, STATUS = '
005310             WS-CONTRHIS-STATUS
005320         MOVE 16 TO RETURN-CODE
005330         STOP RUN
005340     END-IF.
005350
005360     PERFORM 3200-READ-HISTORY
005370         THRU 3200-EXIT
005380         UNTIL WS-CHS-EOF.
005390
005400     CLOSE CONTRACT-HIST.
005410 3100-EXIT.
005420     EXIT.
005430
005440*================================================================
005450 3200-READ-HISTORY.
005460*================================================================
005470     READ CONTRACT-HIST
005480         AT END
005490             SET WS-CHS-EOF TO TRUE
005500             GO TO 3200-EXIT
005510     END-READ.
005520
005530     IF CH-CONTRACT-NO NOT = WS-ENQ-CONTRACT-NO
005540         GO TO 3200-EXIT
005550     END-IF.
005560
005570     ADD 1 TO WS-HIS-COUNT.
005580     ADD 1 TO WS-HIS-LAST.
005590     IF WS-HIS-LAST > WS-HIS-MAX
005600         MOVE 1 TO WS-HIS-LAST
005610     END-IF.
005620     MOVE CH-EFFECTIVE-DATE  TO
005630         WS-HIS-EFFECTIVE-DATE (WS-HIS-LAST).
005640     MOVE CH-EXPIRY-DATE     TO
005650         WS-HIS-EXPIRY-DATE (WS-HIS-LAST).
005660     MOVE CH-STATUS          TO WS-HIS-STATUS (WS-HIS-LAST).
005670     MOVE CH-SUPERSEDED-DATE TO
005680         WS-HIS-SUPERSEDED-DATE (WS-HIS-LAST).
005690 3200-EXIT.
005700     EXIT.
005710
005720*================================================================
005723 3300-LOAD-APPELS.
005726*================================================================
005730*    WALK THE ARCHIVE ONE ARCHIVE DATE AT A TIME, TODAY BACK TO
005740*    THE START OF THE LOOK-BACK WINDOW, STOPPING WHEN THE TABLE
005750*    IS FULL.  THE APPELS THEREFORE COME OUT NEWEST DAY FIRST.
005760*----------------------------------------------------------------
005780     MOVE ZERO TO WS-APL-COUNT.
005790     MOVE 'N'  TO WS-APL-FULL-SWITCH.
005800     MOVE WS-CURRENT-INTEGER TO WS-SCAN-INTEGER.
005810
005820     PERFORM 3400-SCAN-ONE-DAY
005830         THRU 3400-EXIT
005840         UNTIL WS-SCAN-INTEGER < WS-CUTOFF-INTEGER
005850            OR WS-APL-FULL.
005860 3300-EXIT.
005870     EXIT.
005880
005890*================================================================
005900 3400-SCAN-ONE-DAY.
005910*================================================================
005920     MOVE FUNCTION DATE-OF-INTEGER(WS-SCAN-INTEGER)
005930         TO WS-SCAN-DATE.
005940     SUBTRACT 1 FROM WS-SCAN-INTEGER.
005950
005960     MOVE 'N' TO WS-DAY-END-SWITCH.
005970     MOVE WS-SCAN-DATE TO HIST-ARCHIVE-DATE.
005980     MOVE LOW-VALUES   TO HIST-APPEL-NUM.
005990     START FAPPEL-HIST
006000         KEY NOT LESS THAN HIST-ARCHIVE-KEY
006010         INVALID KEY
006020             SET WS-DAY-END TO TRUE
006030     END-START.
006040
006050     PERFORM 3410-READ-DAY
006060         THRU 3410-EXIT
006070         UNTIL WS-DAY-END
006080            OR WS-APL-FULL.
006090 3400-EXIT.
006100     EXIT.
006110
006120*================================================================
006130 3410-READ-DAY.
006140*================================================================
006150     READ FAPPEL-HIST NEXT RECORD
006160         AT END
006170             SET WS-DAY-END TO TRUE
006180             GO TO 3410-EXIT
006190     END-READ.
006200
006210     IF HIST-ARCHIVE-DATE NOT = WS-SCAN-DATE
006220         SET WS-DAY-END TO TRUE
006230         GO TO 3410-EXIT
006240     END-IF.
006250
006260     IF HIST-APPEL-CONTRACT-NO NOT = WS-ENQ-CONTRACT-NO
006270         GO TO 3410-EXIT
006280     END-IF.
006290
006300     IF WS-APL-COUNT NOT < WS-APL-MAX
006310         SET WS-APL-FULL TO TRUE
006320         GO TO 3410-EXIT
006330     END-IF.
006340
006350     ADD 1 TO WS-APL-COUNT.
006360     MOVE HIST-APPEL-NUM        TO WS-APL-NUM (WS-APL-COUNT).
006370     MOVE HIST-APPEL-DATE       TO WS-APL-DATE (WS-APL-COUNT).
006380     MOVE HIST-APPEL-START-TIME TO
006390         WS-APL-START-TIME (WS-APL-COUNT).
006400     MOVE HIST-APPEL-DURATION   TO
006410         WS-APL-DURATION (WS-APL-COUNT).
006420     MOVE HIST-APPEL-MYDATA     TO WS-APL-MYDATA (WS-APL-COUNT).
006430     MOVE HIST-APPEL-AGENT-ID   TO
006440         WS-APL-AGENT-ID (WS-APL-COUNT).
006450 3410-EXIT.
006460     EXIT.
006470
006480*================================================================
006483 3500-LOAD-SUSPENSE.
006486*================================================================
006490*    FSUSPENS HOLDS ONLY ITEMS STILL WAITING, SO EVERY RECORD
006500*    FOR THE CONTRACT IS AN OPEN ITEM.
006510*----------------------------------------------------------------
006530     MOVE ZERO TO WS-SUS-COUNT.
006540     MOVE 'N'  TO WS-SUS-EOF-SWITCH.
006550
006560     OPEN INPUT  FSUSPENS.
006570     IF NOT WS-FSUSPENS-OK
006580         DISPLAY 'CONTRENQ - CANNOT OPEN FSUSPENS, STATUS = '
006590             WS-FSUSPENS-STATUS
006600         MOVE 16 TO RETURN-CODE
006610         STOP RUN
006620     END-IF.
006630
006640     PERFORM 3600-READ-SUSPENSE
006650         THRU 3600-EXIT
006660         UNTIL WS-SUS-EOF.
006670
006680     CLOSE FSUSPENS.
006690 3500-EXIT.
006700     EXIT.
006710
006720*================================================================
006730 3600-READ-SUSPENSE.
006740*================================================================
006750     READ FSUSPENS
006760         AT END
006770             SET WS-SUS-EOF TO TRUE
006780             GO TO 3600-EXIT
006790     END-READ.
006800
006810     IF FIC-APPEL-SUSP-CONTRACT-NO NOT = WS-ENQ-CONTRACT-NO
006820         GO TO 3600-EXIT
006830     END-IF.
006840
006850     ADD 1 TO WS-SUS-COUNT.
006860     IF WS-SUS-COUNT > WS-SUS-MAX
006870         GO TO 3600-EXIT
006880     END-IF.
006890
006900     MOVE FIC-APPEL-SUSP-NUM    TO WS-SUS-NUM (WS-SUS-COUNT).
006910     MOVE FIC-APPEL-SUSP-DATE   TO WS-SUS-DATE (WS-SUS-COUNT).
006920     MOVE FIC-APPEL-SUSP-REASON TO
006930         WS-SUS-REASON (WS-SUS-COUNT).
006940     MOVE FIC-APPEL-SUSP-RECON-DATE TO
006950         WS-SUS-RECON-DATE (WS-SUS-COUNT).
006960     MOVE ZERO TO WS-SUS-AGE-DAYS (WS-SUS-COUNT).
006970     IF FIC-APPEL-SUSP-RECON-DATE NUMERIC
006980        AND FIC-APPEL-SUSP-RECON-DATE > ZERO
006990         COMPUTE WS-SUS-AGE-DAYS (WS-SUS-COUNT) =
007000                 WS-CURRENT-INTEGER
007010               - FUNCTION INTEGER-OF-DATE
007020                     (FIC-APPEL-SUSP-RECON-DATE)
007030     END-IF.
007040 3600-EXIT.
007050     EXIT.
007060
007070*================================================================
007073 4000-SHOW-SCREEN.
007076*================================================================
007080*    ONE SCREEN: TITLE, MASTER TERMS, HISTORY IMAGES, ONE PAGE
007090*    OF APPELS, SUSPENSE ITEMS, THEN THE COMMAND.
007100*----------------------------------------------------------------
007120     DISPLAY ' '.
007130     DISPLAY SCR-TITLE-LINE.
007140     DISPLAY ' '.
007150
007160     IF WS-ON-MASTER
007170         MOVE CM-CONTRACT-NO    TO SCR-MST-CONTRACT-NO
007180         MOVE CM-STATUS         TO SCR-MST-STATUS
007190         MOVE CM-EFFECTIVE-DATE TO SCR-MST-EFFECTIVE-DATE
007200         MOVE CM-EXPIRY-DATE    TO SCR-MST-EXPIRY-DATE
007210         EVALUATE TRUE
007220             WHEN CM-STATUS-ACTIVE
007230                 MOVE '(ACTIVE)'    TO SCR-MST-STATUS-DESC
007240             WHEN CM-STATUS-SUSPENDED
007250                 MOVE '(SUSPENDED)' TO SCR-MST-STATUS-DESC
007260             WHEN CM-STATUS-CANCELLED
007270                 MOVE '(CANCELLED)' TO SCR-MST-STATUS-DESC
007280             WHEN OTHER
007290                 MOVE '(UNKNOWN)'   TO SCR-MST-STATUS-DESC
007300         END-EVALUATE
007310         DISPLAY SCR-MASTER-LINE
007320     ELSE
007330         MOVE WS-ENQ-CONTRACT-NO TO SCR-NOM-CONTRACT-NO
007340         DISPLAY SCR-NOT-ON-MASTER-LINE
007350     END-IF.
007360
007370     PERFORM 4100-SHOW-HISTORY
007380         THRU 4100-EXIT.
007390
007400     PERFORM 4200-SHOW-APPELS
007410         THRU 4200-EXIT.
007420
007430     PERFORM 4400-SHOW-SUSPENSE
007440         THRU 4400-EXIT.
007450
007460     DISPLAY ' '.
007470     DISPLAY SCR-COMMAND-LINE.
007480     MOVE SPACES TO WS-REPLY.
007490     ACCEPT WS-REPLY.
007500     INSPECT WS-REPLY
007510         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
007520
007530     EVALUATE TRUE
007540         WHEN WS-CMD-EXIT
007550             SET WS-SESSION-END TO TRUE
007560         WHEN WS-CMD-CONTRACT
007570             SET WS-NEXT-CONTRACT TO TRUE
007580         WHEN WS-CMD-PREVIOUS
007590             IF WS-PAGE > 1
007600                 SUBTRACT 1 FROM WS-PAGE
007610             END-IF
007620         WHEN WS-CMD-NEXT
007630             IF WS-PAGE < WS-PAGES
007640                 ADD 1 TO WS-PAGE
007650             ELSE
007660                 SET WS-NEXT-CONTRACT TO TRUE
007670             END-IF
007680         WHEN OTHER
007690             DISPLAY 'CONTRENQ - UNKNOWN COMMAND: ' WS-REPLY
007700     END-EVALUATE.
007710 4000-EXIT.
007720     EXIT.
007730
007740*================================================================
007743 4100-SHOW-HISTORY.
007746*================================================================
007750*    THE RING HOLDS THE LATEST IMAGES; SHOW THEM BACKWARDS FROM
007760*    THE LAST ONE STORED.
007770*----------------------------------------------------------------
007790     IF WS-HIS-COUNT > WS-HIS-MAX
007800         MOVE WS-HIS-MAX   TO WS-HIS-SHOWN
007810     ELSE
007820         MOVE WS-HIS-COUNT TO WS-HIS-SHOWN
007830     END-IF.
007840     MOVE WS-HIS-COUNT TO SCR-HIS-COUNT.
007850     MOVE WS-HIS-SHOWN TO SCR-HIS-SHOWN.
007860     DISPLAY SCR-HIS-HEAD-LINE.
007870
007880     MOVE WS-HIS-LAST TO WS-HIS-SUB.
007890     PERFORM 4110-SHOW-IMAGE
007900         THRU 4110-EXIT
007910         WS-HIS-SHOWN TIMES.
007920 4100-EXIT.
007930     EXIT.
007940
007950*================================================================
007960 4110-SHOW-IMAGE.
007970*================================================================
007980     MOVE WS-HIS-SUPERSEDED-DATE (WS-HIS-SUB)
007990         TO SCR-HIS-SUPERSEDED-DATE.
008000     MOVE WS-HIS-EFFECTIVE-DATE (WS-HIS-SUB)
008010         TO SCR-HIS-EFFECTIVE-DATE.
008020     MOVE WS-HIS-EXPIRY-DATE (WS-HIS-SUB)
008030         TO SCR-HIS-EXPIRY-DATE.
008040     MOVE WS-HIS-STATUS (WS-HIS-SUB) TO SCR-HIS-STATUS.
008050     DISPLAY SCR-HIS-DETAIL-LINE.
008060
008070     SUBTRACT 1 FROM WS-HIS-SUB.
008080     IF WS-HIS-SUB < 1
008090         MOVE WS-HIS-MAX TO WS-HIS-SUB
008100     END-IF.
008110 4110-EXIT.
008120     EXIT.
008130
008140*================================================================
008150 4200-SHOW-APPELS.
008160*================================================================
008170     COMPUTE WS-PAGES =
008180             (WS-APL-COUNT + WS-PAGE-SIZE - 1) / WS-PAGE-SIZE.
008190     IF WS-PAGES < 1
008200         MOVE 1 TO WS-PAGES
008210     END-IF.
008220
008230     MOVE WS-APL-COUNT TO SCR-APL-COUNT.
008240     MOVE WS-PAGE      TO SCR-APL-PAGE.
008250     MOVE WS-PAGES     TO SCR-APL-PAGES.
008260     IF WS-APL-FULL
008270         MOVE '  (LIMIT - OLDER NOT SHOWN)' TO SCR-APL-FULL-NOTE
008280     ELSE
008290         MOVE SPACES TO SCR-APL-FULL-NOTE
008300     END-IF.
008310     DISPLAY SCR-APL-HEAD-LINE.
008320
008330     IF WS-APL-COUNT = ZERO
008340         GO TO 4200-EXIT
008350     END-IF.
008360
008370     DISPLAY SCR-APL-COLUMN-LINE.
008380
008390     COMPUTE WS-APL-FIRST = (WS-PAGE - 1) * WS-PAGE-SIZE + 1.
008400     COMPUTE WS-APL-LAST  = WS-APL-FIRST + WS-PAGE-SIZE - 1.
008410     IF WS-APL-LAST > WS-APL-COUNT
008420         MOVE WS-APL-COUNT TO WS-APL-LAST
008430     END-IF.
008440
008450     PERFORM 4300-SHOW-APPEL
008460         THRU 4300-EXIT
008470         VARYING WS-APL-SUB FROM WS-APL-FIRST BY 1
008480         UNTIL WS-APL-SUB > WS-APL-LAST.
008490 4200-EXIT.
008500     EXIT.
008510
008520*================================================================
008530 4300-SHOW-APPEL.
008540*================================================================
008550     MOVE WS-APL-NUM (WS-APL-SUB)      TO SCR-APL-NUM.
008560     MOVE WS-APL-DATE (WS-APL-SUB)     TO SCR-APL-DATE.
008570     MOVE WS-APL-START-TIME (WS-APL-SUB)
008580         TO SCR-APL-START-TIME.
008590     MOVE WS-APL-DURATION (WS-APL-SUB) TO SCR-APL-DURATION.
008600     MOVE WS-APL-MYDATA (WS-APL-SUB)   TO SCR-APL-MYDATA.
008610     MOVE WS-APL-AGENT-ID (WS-APL-SUB) TO SCR-APL-AGENT-ID.
008620
008630     IF WS-MDT-LOADED
008640         MOVE 'N' TO WS-CODE-FOUND-SWITCH
008650         MOVE '*NOT ON FMDTABLE*' TO SCR-APL-DESC
008660         PERFORM 4310-FIND-DESCRIPTION
008670             THRU 4310-EXIT
008680             VARYING WS-MDT-SUB FROM 1 BY 1
008690             UNTIL WS-MDT-SUB > MDT-ENTRY-COUNT
008700                OR WS-CODE-FOUND
008710     ELSE
008720         MOVE '*TABLE UNAVAILABLE*' TO SCR-APL-DESC
008730     END-IF.
008740
008750     DISPLAY SCR-APL-DETAIL-LINE.
008770 4300-EXIT.
008780     EXIT.
008790
008800*================================================================
008810 4310-FIND-DESCRIPTION.
008820*================================================================
008830     IF MDT-TBL-CODE (WS-MDT-SUB) = WS-APL-MYDATA (WS-APL-SUB)
008840         MOVE MDT-TBL-DESC (WS-MDT-SUB) TO SCR-APL-DESC
008850         SET WS-CODE-FOUND TO TRUE
008860     END-IF.
008870 4310-EXIT.
008880     EXIT.
008890
008900*================================================================
008910 4400-SHOW-SUSPENSE.
008920*================================================================
008930     IF WS-SUS-COUNT > WS-SUS-MAX
008940         MOVE WS-SUS-MAX   TO WS-SUS-SHOWN
008950     ELSE
008960         MOVE WS-SUS-COUNT TO WS-SUS-SHOWN
008970     END-IF.
008980     MOVE WS-SUS-COUNT TO SCR-SUS-COUNT.
008990     MOVE WS-SUS-SHOWN TO SCR-SUS-SHOWN.
009000     DISPLAY SCR-SUS-HEAD-LINE.
009010
009020     PERFORM 4410-SHOW-SUSPENSE-ITEM
009030         THRU 4410-EXIT
009040         VARYING WS-SUS-SUB FROM 1 BY 1
009050         UNTIL WS-SUS-SUB > WS-SUS-SHOWN.
009060 4400-EXIT.
009070     EXIT.
009080
009090*================================================================
009100 4410-SHOW-SUSPENSE-ITEM.
009110*================================================================
009120     MOVE WS-SUS-NUM (WS-SUS-SUB)        TO SCR-SUS-NUM.
009130     MOVE WS-SUS-DATE (WS-SUS-SUB)       TO SCR-SUS-DATE.
009140     MOVE WS-SUS-REASON (WS-SUS-SUB)     TO SCR-SUS-REASON.
009150     MOVE WS-SUS-RECON-DATE (WS-SUS-SUB) TO SCR-SUS-RECON-DATE.
009160     MOVE WS-SUS-AGE-DAYS (WS-SUS-SUB)   TO SCR-SUS-AGE-DAYS.
009170     DISPLAY SCR-SUS-DETAIL-LINE.
009180 4410-EXIT.
009190     EXIT.
009200
009210*================================================================
009220 9000-TERMINATE.
009230*================================================================
009240     CLOSE CONTRACT-MASTER
009250           FAPPEL-HIST.
009260 9000-EXIT.
009270     EXIT.
