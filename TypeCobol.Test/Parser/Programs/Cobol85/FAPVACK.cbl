000010*================================================================
000020 IDENTIFICATION DIVISION.
000030*================================================================
000040 PROGRAM-ID.    FAPVACK.
000050 AUTHOR.        J D HARTLEY.
000060 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000070 DATE-WRITTEN.  2026-10-08.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100*  MODIFICATION HISTORY
000110*  DATE       INIT  DESCRIPTION
000120*  ---------- ----  ------------------------------------------
000130*  2026-10-08 JDH   ORIGINAL PROGRAM.  CUTS ONE SWITCH VENDOR'S
000140*                   ACKNOWLEDGMENT OUT OF FAPEDIT'S FACKALL FILE,
000150*                   WHICH CARRIES THE REJECTS AND THE SUMMARY
000160*                   FIGURES OF EVERY FEED, EACH RECORD TAGGED
000170*                   WITH ITS FEED SOURCE (SEE CVENDACK).  THE
000180*                   VENDOR'S OWN RECORDS GO TO FVENDACK IN THE
000190*                   LAYOUT THE ORIGINAL SWITCH HAS ALWAYS
000200*                   RECEIVED, UNDER A FRESH CCTLREC PAIR FOR
000210*                   THAT VENDOR ALONE - COUNT = RECORDS WRITTEN,
000220*                   A = RECORDS RECEIVED, B = RECORDS REJECTED.
000230*                   FACKALL IS PROVED ON THE WAY THROUGH -
000240*                   HEADER FIRST, TRAILER LAST, TRAILER COUNT AS
000250*                   READ - AND A FILE THAT DOES NOT PROVE STOPS
000260*                   THE RUN WITH RETURN CODE 16 RATHER THAN SEND
000270*                   A VENDOR A PART ACKNOWLEDGMENT.  A FEED WITH
000280*                   NO RECORDS ON FACKALL GETS AN EMPTY FVENDACK
000290*                   AND RETURN CODE 4.
000300*                   ONE STEP PER VENDOR AFTER FAPEDIT IN THE JCL,
000310*                   EACH WITH ITS OWN FVENDACK DATA SET; LIKE
000320*                   FAPTREND IT IS NOT A RUN-CONTROL STEP.
000330*                   PARM: THE FEED SOURCE CODE IN 1-2.
000340*================================================================
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.
000390 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT  FACKALL         ASSIGN TO UT-S-FACKALL
000430             FILE STATUS IS WS-FACKALL-STATUS.
000440
000450     SELECT  FVENDACK        ASSIGN TO UT-S-FVENDACK
000460             FILE STATUS IS WS-FVENDACK-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  FACKALL
000510     BLOCK 0 RECORDS
000520     LABEL RECORD STANDARD
000530     RECORDING MODE F.
000540 01  ACKALL-RECORD             PIC X(128).
000550
000560 FD  FVENDACK
000570     BLOCK 0 RECORDS
000580     LABEL RECORD STANDARD
000590     RECORDING MODE F.
000600     COPY CVENDACK.
000610
000620 WORKING-STORAGE SECTION.
000630*----------------------------------------------------------------
000640*    FILE STATUS AND END-OF-FILE SWITCHES
000650*----------------------------------------------------------------
000660 01  WS-FACKALL-STATUS         PIC X(02).
000670     88  WS-FACKALL-OK                   VALUE '00'.
000680
000690 01  WS-FVENDACK-STATUS        PIC X(02).
000700     88  WS-FVENDACK-OK                  VALUE '00'.
000710
000720 01  WS-SWITCHES.
000730     05  WS-ALL-EOF-SWITCH     PIC X(01) VALUE 'N'.
000740         88  WS-ALL-EOF                  VALUE 'Y'.
000750     05  WS-TRAILER-SWITCH     PIC X(01) VALUE 'N'.
000760         88  WS-TRAILER-SEEN             VALUE 'Y'.
000770
000780*----------------------------------------------------------------
000790*    HEADER/TRAILER CONTROL RECORD
000800*----------------------------------------------------------------
000810 COPY CCTLREC.
000820
000830*----------------------------------------------------------------
000840*    OPERATOR PARM - THE FEED SOURCE CODE IN 1-2.
000850*----------------------------------------------------------------
000860 01  WS-CMD-PARM.
000870     05  WS-FEED-PARM          PIC X(02) VALUE SPACES.
000880     05  FILLER                PIC X(78) VALUE SPACES.
000890
000900 01  WS-RUN-DATE               PIC 9(08) VALUE ZERO.
000910
000920*----------------------------------------------------------------
000930*    FACKALL'S OWN FIGURES, AND THE VENDOR'S
000940*----------------------------------------------------------------
000950 01  WS-CNT-ALL-DATA           PIC 9(09) COMP-3 VALUE ZERO.
000960 01  WS-ALL-TRAILER-COUNT      PIC 9(09) COMP-3 VALUE ZERO.
000970 01  WS-CNT-WRITTEN            PIC 9(09) COMP-3 VALUE ZERO.
000980 01  WS-CNT-RECEIVED           PIC 9(09) COMP-3 VALUE ZERO.
000990 01  WS-CNT-ACCEPTED           PIC 9(09) COMP-3 VALUE ZERO.
001000
001010 PROCEDURE DIVISION.
001020*================================================================
001030 0000-MAINLINE.
001040*================================================================
001050     PERFORM 1000-INITIALIZE
001060         THRU 1000-EXIT.
001070
001080     PERFORM 2000-SPLIT-RECORD
001090         THRU 2000-EXIT
001100         UNTIL WS-ALL-EOF.
001110
001120     PERFORM 9000-TERMINATE
001130         THRU 9000-EXIT.
001140
001150     GOBACK.
001160
001170*================================================================
001180 1000-INITIALIZE.
001190*================================================================
001200*    FACKALL MUST OPEN ON ITS HEADER; THE VENDOR'S HEADER
001210*    CARRIES THE SAME RUN DATE.
001220*----------------------------------------------------------------
001230     ACCEPT WS-CMD-PARM FROM COMMAND-LINE.
001240     IF WS-FEED-PARM NOT NUMERIC
001250        OR WS-FEED-PARM = '00'
001260         DISPLAY 'FAPVACK - FEED SOURCE PARM MUST BE 01-99: '
001270             WS-FEED-PARM
001280         MOVE 16 TO RETURN-CODE
001290         STOP RUN
001300     END-IF.
001310
001320     OPEN INPUT  FACKALL.
001330     IF NOT WS-FACKALL-OK
001340         DISPLAY 'FAPVACK - CANNOT OPEN FACKALL, STATUS = '
001350             WS-FACKALL-STATUS
001360         MOVE 16 TO RETURN-CODE
001370         STOP RUN
001380     END-IF.
001390
001400     PERFORM 2100-READ-ACKALL
001410         THRU 2100-EXIT.
001420     IF WS-ALL-EOF
001430         MOVE SPACES TO CTL-RECORD-TYPE
001440     ELSE
001450         MOVE ACKALL-RECORD TO FIC-CONTROL-RECORD
001460     END-IF.
001470     IF NOT CTL-HEADER-REC
001480        OR CTL-FILE-ID NOT = 'FACKALL'
001490         DISPLAY 'FAPVACK - FACKALL DOES NOT START WITH ITS '
001500             'HEADER - NOT ACKNOWLEDGED'
001510         MOVE 16 TO RETURN-CODE
001520         STOP RUN
001530     END-IF.
001540     MOVE CTL-RUN-DATE TO WS-RUN-DATE.
001550
001560     OPEN OUTPUT FVENDACK.
001570     IF NOT WS-FVENDACK-OK
001580         DISPLAY 'FAPVACK - CANNOT OPEN FVENDACK, STATUS = '
001590             WS-FVENDACK-STATUS
001600         MOVE 16 TO RETURN-CODE
001610         STOP RUN
001620     END-IF.
001630
001640     MOVE SPACES          TO FIC-CONTROL-RECORD.
001650     SET  CTL-HEADER-REC  TO TRUE.
001660     MOVE 'FVENDACK'      TO CTL-FILE-ID.
001670     MOVE WS-RUN-DATE     TO CTL-RUN-DATE.
001680     MOVE ZERO            TO CTL-RECORD-COUNT
001690                             CTL-COUNT-A
001700                             CTL-COUNT-B.
001710     WRITE VENDOR-ACK-RECORD FROM FIC-CONTROL-RECORD.
001720
001730     PERFORM 2100-READ-ACKALL
001740         THRU 2100-EXIT.
001750 1000-EXIT.
001760     EXIT.
001770
001780*================================================================
001790 2000-SPLIT-RECORD.
001800*================================================================
001810*    NOTHING MAY FOLLOW THE TRAILER.  A DATA RECORD OF ANOTHER
001820*    FEED IS COUNTED FOR THE PROOF AND PASSED OVER.
001830*----------------------------------------------------------------
001840     IF WS-TRAILER-SEEN
001850         DISPLAY 'FAPVACK - FACKALL HAS RECORDS AFTER ITS '
001860             'TRAILER - NOT ACKNOWLEDGED'
001870         MOVE 16 TO RETURN-CODE
001880         STOP RUN
001890     END-IF.
001900
001910     MOVE ACKALL-RECORD (1:8) TO CTL-RECORD-TYPE.
001920     IF CTL-CONTROL-REC
001930         MOVE ACKALL-RECORD TO FIC-CONTROL-RECORD
001940         IF NOT CTL-TRAILER-REC
001950             DISPLAY 'FAPVACK - SECOND HEADER ON FACKALL - '
001960                 'NOT ACKNOWLEDGED'
001970             MOVE 16 TO RETURN-CODE
001980             STOP RUN
001990         END-IF
002000         MOVE CTL-RECORD-COUNT TO WS-ALL-TRAILER-COUNT
002010         SET WS-TRAILER-SEEN TO TRUE
002020         GO TO 2000-NEXT
002030     END-IF.
002040
002050     ADD 1 TO WS-CNT-ALL-DATA.
002060     MOVE ACKALL-RECORD TO VENDOR-ACK-RECORD.
002070     IF ACK-FEED-SOURCE NOT = WS-FEED-PARM
002080         GO TO 2000-NEXT
002090     END-IF.
002100
002110     IF ACK-SUMMARY-REC
002120         EVALUATE ACK-REASON
002130             WHEN 'RECV'
002140                 MOVE ACK-COUNT TO WS-CNT-RECEIVED
002150             WHEN 'ACPT'
002160                 MOVE ACK-COUNT TO WS-CNT-ACCEPTED
002170             WHEN OTHER
002180                 CONTINUE
002190         END-EVALUATE
002200     END-IF.
002210
002220     WRITE VENDOR-ACK-RECORD.
002230     IF NOT WS-FVENDACK-OK
002240         DISPLAY 'FAPVACK - WRITE TO FVENDACK FAILED, STATUS = '
002250             WS-FVENDACK-STATUS
002260         MOVE 16 TO RETURN-CODE
002270         STOP RUN
002280     END-IF.
002290     ADD 1 TO WS-CNT-WRITTEN.
002300
002310 2000-NEXT.
002320     PERFORM 2100-READ-ACKALL
002330         THRU 2100-EXIT.
002340 2000-EXIT.
002350     EXIT.
002360
002370*================================================================
002380 2100-READ-ACKALL.
002390*================================================================
002400     READ FACKALL
002410         AT END
002420             SET WS-ALL-EOF TO TRUE
002430     END-READ.
002440 2100-EXIT.
002450     EXIT.
002460
002470*================================================================
002480 9000-TERMINATE.
002490*================================================================
002500*    FACKALL MUST HAVE ENDED ON A TRAILER WHOSE COUNT MATCHES
002510*    THE DATA RECORDS READ, OR THE VENDOR'S FILE MAY BE SHORT.
002520*----------------------------------------------------------------
002530     IF NOT WS-TRAILER-SEEN
002540         DISPLAY 'FAPVACK - FACKALL HAS NO TRAILER - '
002550             'NOT ACKNOWLEDGED'
002560         MOVE 16 TO RETURN-CODE
002570         STOP RUN
002580     END-IF.
002590
002600     IF WS-ALL-TRAILER-COUNT NOT = WS-CNT-ALL-DATA
002610         DISPLAY 'FAPVACK - FACKALL TRAILER COUNT '
002620             WS-ALL-TRAILER-COUNT ' BUT ' WS-CNT-ALL-DATA
002630             ' RECORDS READ - NOT ACKNOWLEDGED'
002640         MOVE 16 TO RETURN-CODE
002650         STOP RUN
002660     END-IF.
002670
002680     MOVE SPACES            TO FIC-CONTROL-RECORD.
002690     SET  CTL-TRAILER-REC   TO TRUE.
002700     MOVE 'FVENDACK'        TO CTL-FILE-ID.
002710     MOVE WS-RUN-DATE       TO CTL-RUN-DATE.
002720     MOVE WS-CNT-WRITTEN    TO CTL-RECORD-COUNT.
002730     MOVE WS-CNT-RECEIVED   TO CTL-COUNT-A.
002740     COMPUTE CTL-COUNT-B    = WS-CNT-RECEIVED - WS-CNT-ACCEPTED.
002750     WRITE VENDOR-ACK-RECORD FROM FIC-CONTROL-RECORD.
002760
002770     CLOSE FACKALL.
002780     CLOSE FVENDACK.
002790
002800     IF WS-CNT-WRITTEN = ZERO
002810         DISPLAY 'FAPVACK - NO ACKNOWLEDGMENT RECORDS FOR FEED '
002820             WS-FEED-PARM ' - EMPTY FVENDACK WRITTEN'
002830         MOVE 4 TO RETURN-CODE
002840     ELSE
002850         DISPLAY 'FAPVACK - FEED ' WS-FEED-PARM ' '
002860             WS-CNT-WRITTEN ' ACKNOWLEDGMENT RECORDS WRITTEN'
002870     END-IF.
002880 9000-EXIT.
002890     EXIT.
