000010*================================================================
000020 IDENTIFICATION DIVISION.
000030*================================================================
000040 PROGRAM-ID.    AGTROST.
000050 AUTHOR.        J D HARTLEY.
000060 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000070 DATE-WRITTEN.  2026-09-09.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100*  MODIFICATION HISTORY
000110*  DATE       INIT  DESCRIPTION
000120*  ---------- ----  ------------------------------------------
000130*  2026-09-09 JDH   ORIGINAL PROGRAM.  NIGHTLY SHIFT-ROSTER
000140*                   CHECK.  READS THE CLASSIFIED FAPPEL, LOOKS
000150*                   EVERY ANSWERED CALL'S FIC-APPEL-AGENT-ID UP
000160*                   ON THE FAGENT AGENT MASTER (SEE CAGENT) AND
000170*                   LISTS THREE EXCEPTIONS: AN AGENT ID NOT ON
000180*                   THE MASTER, A CALL ANSWERED UNDER A
000190*                   DEACTIVATED AGENT'S ID, AND A CALL WHOSE
000200*                   FIC-APPEL-START-TIME FALLS OUTSIDE THE
000210*                   AGENT'S ROSTERED SHIFT.  THE EXCEPTIONS ARE
000220*                   SORTED AND PRINTED BY TEAM WITH A SUBTOTAL
000230*                   PER TEAM, SO A LEAVER'S ID STILL IN USE
000240*                   SHOWS UP THE NEXT MORNING INSTEAD OF WEEKS
000250*                   LATER.  A BLANK AGENT ID (AN UNANSWERED
000260*                   CALL) IS COUNTED AND NOT CHECKED.  A
000270*                   NON-NUMERIC START TIME (ONLY POSSIBLE ON A
000280*                   FORCED FEED THAT BYPASSED FAPEDIT) IS
000290*                   COUNTED AND LEFT OUT OF THE SHIFT TEST.
000300*================================================================
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT  FAPPEL      ASSIGN TO UT-S-FAPPEL
000390             FILE STATUS IS WS-FAPPEL-STATUS.
000400
000410     SELECT  AGENT-MASTER ASSIGN TO UT-S-FAGENT
000420             ORGANIZATION IS INDEXED
000430             ACCESS MODE IS RANDOM
000440             RECORD KEY IS AM-AGENT-ID
000450             FILE STATUS IS WS-FAGENT-STATUS.
000460
000470     SELECT  FROSTRPT    ASSIGN TO UT-S-FROSTRPT
000480             FILE STATUS IS WS-FROSTRPT-STATUS.
000490
000500     SELECT  SORT-FILE   ASSIGN TO UT-S-SORTWK01.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  FAPPEL
000550     BLOCK 0 RECORDS
000560     LABEL RECORD STANDARD
000570     RECORDING MODE F.
000580     COPY CAPPEL.
000590
000600 FD  AGENT-MASTER
000610     LABEL RECORD STANDARD.
000620     COPY CAGENT.
000630
000640 FD  FROSTRPT
000650     BLOCK 0 RECORDS
000660     LABEL RECORD STANDARD
000670     RECORDING MODE F.
000680 01  RPT-LINE                  PIC X(80).
000690
000700*----------------------------------------------------------------
000710*    ONE SORT RECORD PER EXCEPTION CALL, RELEASED AS IT IS
000720*    FOUND AND RETURNED IN TEAM / AGENT / APPEL ORDER.
000730*----------------------------------------------------------------
000740 SD  SORT-FILE.
000750 01  SRT-EXCEPTION.
000760     05  SRT-TEAM                 PIC X(06).
000770     05  SRT-AGENT-ID             PIC X(08).
000780     05  SRT-APPEL-NUM            PIC X(10).
000790     05  SRT-NAME                 PIC X(30).
000800     05  SRT-START-TIME           PIC X(06).
000810     05  SRT-SHIFT-START          PIC 9(06).
000820     05  SRT-SHIFT-END            PIC 9(06).
000830     05  SRT-EXCEPTION-CODE       PIC X(01).
000840         88  SRT-UNKNOWN-ID               VALUE 'U'.
000850         88  SRT-DEACTIVATED              VALUE 'D'.
000860         88  SRT-OFF-SHIFT                VALUE 'O'.
000870
000880 WORKING-STORAGE SECTION.
000890*----------------------------------------------------------------
000900*    FILE STATUS AND END-OF-FILE SWITCHES
000910*----------------------------------------------------------------
000920 01  WS-FAPPEL-STATUS          PIC X(02).
000930     88  WS-FAPPEL-OK                    VALUE '00'.
000940
000950 01  WS-FAGENT-STATUS          PIC X(02).
000960     88  WS-FAGENT-OK                    VALUE '00'.
000970     88  WS-FAGENT-NOTFOUND              VALUE '23'.
000980
000990 01  WS-FROSTRPT-STATUS        PIC X(02).
001000     88  WS-FROSTRPT-OK                  VALUE '00'.
001010
001020 01  WS-SWITCHES.
001030     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
001040         88  WS-EOF                      VALUE 'Y'.
001050     05  WS-SORT-EOF-SWITCH    PIC X(01) VALUE 'N'.
001060         88  WS-SORT-EOF                 VALUE 'Y'.
001070     05  WS-ON-SHIFT-SWITCH    PIC X(01) VALUE 'N'.
001080         88  WS-ON-SHIFT                 VALUE 'Y'.
001090
001100*----------------------------------------------------------------
001110*    HEADER/TRAILER CONTROL RECORD - USED TO RECOGNIZE THE
001120*    CONTROL RECORDS FAPEDIT WRITES ON FAPPEL.
001130*----------------------------------------------------------------
001140 COPY CCTLREC.
001150
001160*----------------------------------------------------------------
001170*    SHIFT TEST WORK FIELD AND THE TEAM CODE UNKNOWN AGENT IDS
001180*    ARE FILED UNDER (IT SORTS AHEAD OF EVERY REAL TEAM).
001190*----------------------------------------------------------------
001200 01  WS-START-TIME             PIC 9(06) VALUE ZERO.
001210 01  WS-NO-TEAM                PIC X(06) VALUE '*NONE*'.
001220
001230*----------------------------------------------------------------
001240*    TEAM CONTROL-BREAK FIELDS
001250*----------------------------------------------------------------
001260 01  WS-BREAK-FIELDS.
001270     05  WS-BRK-TEAM           PIC X(06) VALUE SPACES.
001280     05  WS-BRK-UNKNOWN        PIC 9(07) COMP-3 VALUE ZERO.
001290     05  WS-BRK-DEACTIVATED    PIC 9(07) COMP-3 VALUE ZERO.
001300     05  WS-BRK-OFF-SHIFT      PIC 9(07) COMP-3 VALUE ZERO.
001310
001320*----------------------------------------------------------------
001330*    RUN COUNTERS
001340*----------------------------------------------------------------
001350 01  WS-CNT-READ               PIC 9(07) COMP-3 VALUE ZERO.
001360 01  WS-CNT-NO-AGENT           PIC 9(07) COMP-3 VALUE ZERO.
001370 01  WS-CNT-CHECKED            PIC 9(07) COMP-3 VALUE ZERO.
001380 01  WS-CNT-UNKNOWN            PIC 9(07) COMP-3 VALUE ZERO.
001390 01  WS-CNT-DEACTIVATED        PIC 9(07) COMP-3 VALUE ZERO.
001400 01  WS-CNT-OFF-SHIFT          PIC 9(07) COMP-3 VALUE ZERO.
001410 01  WS-CNT-BAD-TIME           PIC 9(07) COMP-3 VALUE ZERO.
001420
001430*----------------------------------------------------------------
001440*    ROSTER EXCEPTION REPORT LINE LAYOUTS
001450*----------------------------------------------------------------
001460 01  RPT-HEADING-1.
001470     05  FILLER                PIC X(80) VALUE
001480         'AGTROST - AGENT SHIFT-ROSTER EXCEPTIONS BY TEAM'.
001490
001500 01  RPT-HEADING-2.
001510     05  FILLER                PIC X(40) VALUE
001520         'APPEL NUM   AGENT ID  NAME              '.
001530     05  FILLER                PIC X(40) VALUE
001540         '    START   SHIFT          EXCEPTION    '.
001550
001560 01  RPT-TEAM-LINE.
001570     05  FILLER                PIC X(06) VALUE 'TEAM: '.
001580     05  RPT-TEAM-CODE         PIC X(06).
001590     05  FILLER                PIC X(68) VALUE SPACES.
001600
001610 01  RPT-DETAIL-LINE.
001620     05  RPT-DET-APPEL-NUM     PIC X(10).
001630     05  FILLER                PIC X(02) VALUE SPACES.
001640     05  RPT-DET-AGENT-ID      PIC X(08).
001650     05  FILLER                PIC X(02) VALUE SPACES.
001660     05  RPT-DET-NAME          PIC X(20).
001670     05  FILLER                PIC X(02) VALUE SPACES.
001680     05  RPT-DET-START-TIME    PIC X(06).
001690     05  FILLER                PIC X(02) VALUE SPACES.
001700     05  RPT-DET-SHIFT.
001710         10  RPT-DET-SHIFT-START
001720                               PIC 9(06).
001730         10  RPT-DET-SHIFT-DASH
001740                               PIC X(01).
001750         10  RPT-DET-SHIFT-END PIC 9(06).
001760     05  FILLER                PIC X(02) VALUE SPACES.
001770     05  RPT-DET-EXCEPTION     PIC X(12).
001780     05  FILLER                PIC X(01) VALUE SPACES.
001790
001800 01  RPT-TEAM-TOTAL-LINE.
001810     05  FILLER                PIC X(04) VALUE SPACES.
001820     05  RPT-TTL-LABEL         PIC X(10).
001830     05  FILLER                PIC X(09) VALUE 'UNKNOWN: '.
001840     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
001850                         BY RPT-TTL-UNKNOWN.
001860     05  FILLER                PIC X(14) VALUE
001870         '  DEACTIVATED:'.
001880     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
001890                         BY RPT-TTL-DEACTIVATED.
001900     05  FILLER                PIC X(13) VALUE
001910         '  OFF SHIFT: '.
001920     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
001930                         BY RPT-TTL-OFF-SHIFT.
001940     05  FILLER                PIC X(09) VALUE SPACES.
001950
001960 01  RPT-SUMMARY-LINE.
001970     05  RPT-SUM-LABEL         PIC X(26).
001980     COPY EDITCNT REPLACING EDITPIC-COUNT-FIELD
001990                         BY RPT-SUM-COUNT.
002000     05  FILLER                PIC X(47) VALUE SPACES.
002010
002020 PROCEDURE DIVISION.
002030*================================================================
002040 0000-MAINLINE.
002050*================================================================
002060     PERFORM 1000-INITIALIZE
002070         THRU 1000-EXIT.
002080
002090     SORT SORT-FILE
002100         ON ASCENDING KEY SRT-TEAM
002110                          SRT-AGENT-ID
002120                          SRT-APPEL-NUM
002130         INPUT PROCEDURE IS 2000-CHECK-APPELS
002140                         THRU 2000-EXIT
002150         OUTPUT PROCEDURE IS 8000-PRINT-EXCEPTIONS
002160                         THRU 8000-EXIT.
002170
002180     PERFORM 9000-TERMINATE
002190         THRU 9000-EXIT.
002200
002210     GOBACK.
002220
002230*================================================================
002240 1000-INITIALIZE.
002250*================================================================
002260     OPEN INPUT  FAPPEL.
002270     IF NOT WS-FAPPEL-OK
002280         DISPLAY 'AGTROST - CANNOT OPEN FAPPEL, STATUS = '
002290             WS-FAPPEL-STATUS
002300         MOVE 16 TO RETURN-CODE
002310         STOP RUN
002320     END-IF.
002330
002340     OPEN INPUT  AGENT-MASTER.
002350     IF NOT WS-FAGENT-OK
002360         DISPLAY 'AGTROST - CANNOT OPEN FAGENT, STATUS = '
002370             WS-FAGENT-STATUS
002380         MOVE 16 TO RETURN-CODE
002390         STOP RUN
002400     END-IF.
002410
002420     OPEN OUTPUT FROSTRPT.
002430     IF NOT WS-FROSTRPT-OK
002440         DISPLAY 'AGTROST - CANNOT OPEN FROSTRPT, STATUS = '
002450             WS-FROSTRPT-STATUS
002460         MOVE 16 TO RETURN-CODE
002470         STOP RUN
002480     END-IF.
002490 1000-EXIT.
002500     EXIT.
002510
002520*================================================================
002530 2000-CHECK-APPELS.
002540*================================================================
002550*    SORT INPUT PROCEDURE - CHECK EVERY ANSWERED CALL AGAINST
002560*    THE AGENT MASTER AND RELEASE EACH EXCEPTION FOUND.
002570*----------------------------------------------------------------
002580     PERFORM 2100-READ-APPEL
002590         THRU 2100-EXIT.
002600
002610     PERFORM 2200-CHECK-AGENT
002620         THRU 2200-EXIT
002630         UNTIL WS-EOF.
002640 2000-EXIT.
002650     EXIT.
002660
002670*================================================================
002680 2100-READ-APPEL.
002690*================================================================
002700*    FAPEDIT'S HEADER/TRAILER CONTROL RECORDS ARE NOT APPEL DATA
002710*    AND CARRY NO AGENT.
002720*----------------------------------------------------------------
002730     READ FAPPEL
002740         AT END
002750             SET WS-EOF TO TRUE
002760             GO TO 2100-EXIT
002770     END-READ.
002780
002790     MOVE FIC-APPEL (1:8) TO CTL-RECORD-TYPE.
002800     IF CTL-CONTROL-REC
002810         GO TO 2100-READ-APPEL
002820     END-IF.
002830 2100-EXIT.
002840     EXIT.
002850
002860*================================================================
002870 2200-CHECK-AGENT.
002880*================================================================
002890*    AN ID NOT ON THE MASTER IS FILED UNDER THE *NONE* TEAM.  A
002900*    DEACTIVATED AGENT IS REPORTED AS SUCH AND NOT SHIFT-TESTED
002910*    - THE ID SHOULD NOT BE IN USE AT ALL.
002920*----------------------------------------------------------------
002930     ADD 1 TO WS-CNT-READ.
002940
002950     IF FIC-APPEL-AGENT-ID = SPACES
002960         ADD 1 TO WS-CNT-NO-AGENT
002970         GO TO 2200-NEXT
002980     END-IF.
002990
003000     ADD 1 TO WS-CNT-CHECKED.
003010     MOVE FIC-APPEL-AGENT-ID   TO SRT-AGENT-ID.
003020     MOVE FIC-APPEL-NUM        TO SRT-APPEL-NUM.
003030     MOVE FIC-APPEL-START-TIME TO SRT-START-TIME.
003040
003050     MOVE FIC-APPEL-AGENT-ID TO AM-AGENT-ID.
003060     READ AGENT-MASTER
003070         INVALID KEY
003080             ADD 1 TO WS-CNT-UNKNOWN
003090             MOVE WS-NO-TEAM TO SRT-TEAM
003100             MOVE SPACES     TO SRT-NAME
003110             MOVE ZERO       TO SRT-SHIFT-START
003120                                SRT-SHIFT-END
003130             SET SRT-UNKNOWN-ID TO TRUE
003140             RELEASE SRT-EXCEPTION
003150             GO TO 2200-NEXT
003160     END-READ.
003170
003180     MOVE AM-TEAM        TO SRT-TEAM.
003190     MOVE AM-NAME        TO SRT-NAME.
003200     MOVE AM-SHIFT-START TO SRT-SHIFT-START.
003210     MOVE AM-SHIFT-END   TO SRT-SHIFT-END.
003220
003230     IF AM-DEACTIVATED
003240         ADD 1 TO WS-CNT-DEACTIVATED
003250         SET SRT-DEACTIVATED TO TRUE
003260         RELEASE SRT-EXCEPTION
003270         GO TO 2200-NEXT
003280     END-IF.
003290
003300     IF FIC-APPEL-START-TIME NOT NUMERIC
003310         ADD 1 TO WS-CNT-BAD-TIME
003320         GO TO 2200-NEXT
003330     END-IF.
003340
003350     PERFORM 2300-TEST-SHIFT
003360         THRU 2300-EXIT.
003370     IF NOT WS-ON-SHIFT
003380         ADD 1 TO WS-CNT-OFF-SHIFT
003390         SET SRT-OFF-SHIFT TO TRUE
003400         RELEASE SRT-EXCEPTION
003410     END-IF.
003420
003430 2200-NEXT.
003440     PERFORM 2100-READ-APPEL
003450         THRU 2100-EXIT.
003460 2200-EXIT.
003470     EXIT.
003480
003490*================================================================
003500 2300-TEST-SHIFT.
003510*================================================================
003520*    THE SHIFT RUNS FROM ITS START (INCLUSIVE) TO ITS END
003530*    (EXCLUSIVE).  A START LATER THAN THE END WRAPS PAST
003540*    MIDNIGHT; EQUAL START AND END IS ROUND THE CLOCK.
003550*----------------------------------------------------------------
003560     MOVE 'N' TO WS-ON-SHIFT-SWITCH.
003570     MOVE FIC-APPEL-START-TIME-N TO WS-START-TIME.
003580
003590     EVALUATE TRUE
003600         WHEN AM-SHIFT-START = AM-SHIFT-END
003610             SET WS-ON-SHIFT TO TRUE
003620         WHEN AM-SHIFT-START < AM-SHIFT-END
003630             IF WS-START-TIME >= AM-SHIFT-START
003640                AND WS-START-TIME < AM-SHIFT-END
003650                 SET WS-ON-SHIFT TO TRUE
003660             END-IF
003670         WHEN OTHER
003680             IF WS-START-TIME >= AM-SHIFT-START
003690                OR WS-START-TIME < AM-SHIFT-END
003700                 SET WS-ON-SHIFT TO TRUE
003710             END-IF
003720     END-EVALUATE.
003730 2300-EXIT.
003740     EXIT.
003750
003760*================================================================
003770 8000-PRINT-EXCEPTIONS.
003780*================================================================
003790*    SORT OUTPUT PROCEDURE - EXCEPTIONS GROUPED BY TEAM, A
003800*    SUBTOTAL AFTER EACH TEAM, A GRAND TOTAL, THEN THE RUN
003810*    COUNTS.
003820*----------------------------------------------------------------
003830     MOVE RPT-HEADING-1 TO RPT-LINE.
003840     WRITE RPT-LINE.
003850     MOVE RPT-HEADING-2 TO RPT-LINE.
003860     WRITE RPT-LINE.
003870
003880     PERFORM 8100-RETURN-EXCEPTION
003890         THRU 8100-EXIT.
003900     IF NOT WS-SORT-EOF
003910         PERFORM 8400-START-TEAM
003920             THRU 8400-EXIT
003930     END-IF.
003940
003950     PERFORM 8200-PRINT-EXCEPTION
003960         THRU 8200-EXIT
003970         UNTIL WS-SORT-EOF.
003980
003990     IF WS-BRK-TEAM NOT = SPACES
004000         PERFORM 8300-PRINT-TEAM-TOTAL
004010             THRU 8300-EXIT
004020     END-IF.
004030
004040     MOVE 'ALL TEAMS'        TO RPT-TTL-LABEL.
004050     MOVE WS-CNT-UNKNOWN     TO RPT-TTL-UNKNOWN.
004060     MOVE WS-CNT-DEACTIVATED TO RPT-TTL-DEACTIVATED.
004070     MOVE WS-CNT-OFF-SHIFT   TO RPT-TTL-OFF-SHIFT.
004080     MOVE RPT-TEAM-TOTAL-LINE TO RPT-LINE.
004090     WRITE RPT-LINE.
004100
004110     MOVE SPACES TO RPT-LINE.
004120     WRITE RPT-LINE.
004130
004140     MOVE 'CALLS READ              : ' TO RPT-SUM-LABEL.
004150     MOVE WS-CNT-READ                  TO RPT-SUM-COUNT.
004160     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
004170     WRITE RPT-LINE.
004180
004190     MOVE 'NO AGENT (UNANSWERED)   : ' TO RPT-SUM-LABEL.
004200     MOVE WS-CNT-NO-AGENT              TO RPT-SUM-COUNT.
004210     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
004220     WRITE RPT-LINE.
004230
004240     MOVE 'CALLS CHECKED           : ' TO RPT-SUM-LABEL.
004250     MOVE WS-CNT-CHECKED               TO RPT-SUM-COUNT.
004260     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
004270     WRITE RPT-LINE.
004280
004290     MOVE 'AGENT ID NOT ON MASTER  : ' TO RPT-SUM-LABEL.
004300     MOVE WS-CNT-UNKNOWN               TO RPT-SUM-COUNT.
004310     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
004320     WRITE RPT-LINE.
004330
004340     MOVE 'DEACTIVATED AGENT       : ' TO RPT-SUM-LABEL.
004350     MOVE WS-CNT-DEACTIVATED           TO RPT-SUM-COUNT.
004360     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
004370     WRITE RPT-LINE.
004380
004390     MOVE 'OUTSIDE ROSTERED SHIFT  : ' TO RPT-SUM-LABEL.
004400     MOVE WS-CNT-OFF-SHIFT             TO RPT-SUM-COUNT.
004410     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
004420     WRITE RPT-LINE.
004430
004440     MOVE 'START TIME NOT NUMERIC  : ' TO RPT-SUM-LABEL.
004450     MOVE WS-CNT-BAD-TIME              TO RPT-SUM-COUNT.
004460     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
004470     WRITE RPT-LINE.
004480 8000-EXIT.
004490     EXIT.
004500
004510*================================================================
004520 8100-RETURN-EXCEPTION.
004530*================================================================
004540     RETURN SORT-FILE
004550         AT END
004560             SET WS-SORT-EOF TO TRUE
004570     END-RETURN.
004580 8100-EXIT.
004590     EXIT.
004600
004610*================================================================
004620 8200-PRINT-EXCEPTION.
004630*================================================================
004640*    A CHANGE OF TEAM PRINTS THE FINISHED TEAM'S SUBTOTAL AND
004650*    STARTS THE NEXT ONE UNDER ITS OWN HEADING.
004660*----------------------------------------------------------------
004670     IF SRT-TEAM NOT = WS-BRK-TEAM
004680         PERFORM 8300-PRINT-TEAM-TOTAL
004690             THRU 8300-EXIT
004700         PERFORM 8400-START-TEAM
004710             THRU 8400-EXIT
004720     END-IF.
004730
004740     MOVE SRT-APPEL-NUM  TO RPT-DET-APPEL-NUM.
004750     MOVE SRT-AGENT-ID   TO RPT-DET-AGENT-ID.
004760     MOVE SRT-NAME       TO RPT-DET-NAME.
004770     MOVE SRT-START-TIME TO RPT-DET-START-TIME.
004780     EVALUATE TRUE
004790         WHEN SRT-UNKNOWN-ID
004800             ADD 1 TO WS-BRK-UNKNOWN
004810             MOVE SPACES        TO RPT-DET-SHIFT
004820             MOVE 'UNKNOWN ID'  TO RPT-DET-EXCEPTION
004830         WHEN SRT-DEACTIVATED
004840             ADD 1 TO WS-BRK-DEACTIVATED
004850             MOVE SRT-SHIFT-START TO RPT-DET-SHIFT-START
004860             MOVE '-'             TO RPT-DET-SHIFT-DASH
004870             MOVE SRT-SHIFT-END   TO RPT-DET-SHIFT-END
004880             MOVE 'DEACTIVATED'   TO RPT-DET-EXCEPTION
004890         WHEN OTHER
004900             ADD 1 TO WS-BRK-OFF-SHIFT
004910             MOVE SRT-SHIFT-START TO RPT-DET-SHIFT-START
004920             MOVE '-'             TO RPT-DET-SHIFT-DASH
004930             MOVE SRT-SHIFT-END   TO RPT-DET-SHIFT-END
004940             MOVE 'OFF SHIFT'     TO RPT-DET-EXCEPTION
004950     END-EVALUATE.
004960     MOVE RPT-DETAIL-LINE TO RPT-LINE.
004970     WRITE RPT-LINE.
004980
004990     PERFORM 8100-RETURN-EXCEPTION
005000         THRU 8100-EXIT.
005010 8200-EXIT.
005020     EXIT.
005030
005040*================================================================
005050 8300-PRINT-TEAM-TOTAL.
005060*================================================================
005070     MOVE 'TEAM TOTAL'       TO RPT-TTL-LABEL.
005080     MOVE WS-BRK-UNKNOWN     TO RPT-TTL-UNKNOWN.
005090     MOVE WS-BRK-DEACTIVATED TO RPT-TTL-DEACTIVATED.
005100     MOVE WS-BRK-OFF-SHIFT   TO RPT-TTL-OFF-SHIFT.
005110     MOVE RPT-TEAM-TOTAL-LINE TO RPT-LINE.
005120     WRITE RPT-LINE.
005130
005140     MOVE SPACES TO RPT-LINE.
005150     WRITE RPT-LINE.
005160
005170     MOVE ZERO TO WS-BRK-UNKNOWN
005180                  WS-BRK-DEACTIVATED
005190                  WS-BRK-OFF-SHIFT.
005200 8300-EXIT.
005210     EXIT.
005220
005230*================================================================
005240 8400-START-TEAM.
005250*================================================================
005260     MOVE SRT-TEAM      TO WS-BRK-TEAM.
005270     MOVE SRT-TEAM      TO RPT-TEAM-CODE.
005280     MOVE RPT-TEAM-LINE TO RPT-LINE.
005290     WRITE RPT-LINE.
005300 8400-EXIT.
005310     EXIT.
005320
005330*================================================================
005340 9000-TERMINATE.
005350*================================================================
005360     CLOSE FAPPEL.
005370     CLOSE AGENT-MASTER.
005380     CLOSE FROSTRPT.
005390 9000-EXIT.
005400     EXIT.
