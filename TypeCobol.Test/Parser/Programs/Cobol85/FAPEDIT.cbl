000446*                   CHECKS, REGISTERS AND STAMPS UNDER THE
000447*                   STREAM DATE BEING RECOVERED; A BLANK DATE
000448*                   FALLS BACK TO TODAY AS BEFORE.
000449*  2026-10-08 JDH   SECOND SWITCH VENDOR.  EACH RECORD NOW CARRIES
000450*                   THE FEED IT ARRIVED ON (FIC-APPEL-FEED-SOURCE,
000451*                   SEE CAPPEL).  THE ORIGINAL SWITCH SENDS IT
000452*                   BLANK AND IT IS STAMPED '01' HERE; A CONVERTED
000453*                   FEED ARRIVES STAMPED BY FAPCONV AND IS
000454*                   CONCATENATED ONTO FAPPEL.  THE SORT IS NOW ON
000455*                   APPEL NUMBER THEN FEED, AND BOTH THE DUPL
000456*                   COMPARE AND THE FAPREG RE-SEND PROBE ARE
000457*                   SCOPED TO THE FEED, SO ONE VENDOR'S NUMBERS
000458*                   NO LONGER BOUNCE OFF ANOTHER'S.  FAPPEL-HIST
000459*                   IS STILL KEYED ON ARCHIVE DATE + APPEL NUMBER,
000460*                   SO A NUMBER ALREADY ACCEPTED TONIGHT FROM
000461*                   ANOTHER FEED IS FILED UNDER A NEW REASON CODE:
000462*                     XNUM - APPEL NUMBER ALREADY ACCEPTED TONIGHT
000463*                            FROM ANOTHER FEED
000464*                   THE ACKNOWLEDGMENT NOW GOES TO FACKALL - EVERY
000465*                   RECORD TAGGED WITH ITS FEED, THE SUMMARY
000466*                   FIGURES WRITTEN ONCE PER FEED - AND FAPVACK
000467*                   CUTS EACH VENDOR'S OWN FVENDACK FROM IT.  THE
000468*                   FEDTRPT SUMMARY GAINS THE XNUM COUNT AND THE
000469*                   RECORDS READ AND CLEAN FOR EACH FEED.
000470*================================================================
000471 ENVIRONMENT DIVISION.
000472 CONFIGURATION SECTION.
000473 SOURCE-COMPUTER. IBM-370.
000474 OBJECT-COMPUTER. IBM-370.
000475 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
000476 INPUT-OUTPUT SECTION.
000477 FILE-CONTROL.
000478     SELECT  FAPPEL      ASSIGN TO UT-S-FAPPEL
000479             FILE STATUS IS WS-FAPPEL-STATUS.
000480
000490     SELECT  SORT-FILE   ASSIGN TO UT-S-SORTWK01.
000500
000562     SELECT  APPEL-REGISTER ASSIGN TO UT-S-FAPREG
000563             ORGANIZATION IS INDEXED
000564             ACCESS MODE IS RANDOM
000565             RECORD KEY IS REG-REGISTER-KEY
000566             FILE STATUS IS WS-FAPREG-STATUS.
000568
000570     SELECT  FEDTRPT     ASSIGN TO UT-S-FEDTRPT
000580             FILE STATUS IS WS-FEDTRPT-STATUS.
000582
000584     SELECT  FACKALL     ASSIGN TO UT-S-FACKALL
000586             FILE STATUS IS WS-FACKALL-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000765         10  SRT-APPEL-START-TIME-N REDEFINES
000766             SRT-APPEL-START-TIME PIC 9(06).
000767         10  SRT-APPEL-AGENT-ID   PIC X(08).
000768         10  SRT-APPEL-FEED-SOURCE PIC X(02).
000769         10  FILLER               PIC X(77).
000770
000780 FD  FAPPEL-EDT
000790     BLOCK 0 RECORDS
000940     RECORDING MODE F.
000950 01  RPT-LINE                  PIC X(80).
000952
000954 FD  FACKALL
000955     BLOCK 0 RECORDS
000956     LABEL RECORD STANDARD
000957     RECORDING MODE F.
001100 01  WS-FEDTRPT-STATUS         PIC X(02).
001110     88  WS-FEDTRPT-OK                   VALUE '00'.
001112
001114 01  WS-FACKALL-STATUS         PIC X(02).
001116     88  WS-FACKALL-OK                   VALUE '00'.
001120
001130 01  WS-SWITCHES.
001140     05  WS-SORT-EOF-SWITCH    PIC X(01) VALUE 'N'.
001332     88  WS-REASON-BAD-DURATION          VALUE 'BDUR'.
001334     88  WS-REASON-BAD-TIME              VALUE 'BTIM'.
001336     88  WS-REASON-RESENT                VALUE 'RSNT'.
001338     88  WS-REASON-NUM-TAKEN             VALUE 'XNUM'.
001340
001350*----------------------------------------------------------------
001360*    DATE VALIDATION WORK FIELDS - DAYS-PER-MONTH TABLE WITH THE
001600 01  WS-CTR-SUB                PIC S9(04) COMP VALUE ZERO.
001610 01  WS-CTR-CHAR               PIC X(01).
001620
001621 01  WS-PREV-APPEL-NUM         PIC X(10) VALUE LOW-VALUES.
001622 01  WS-PREV-FEED-SOURCE       PIC X(02) VALUE LOW-VALUES.
001623
001624*----------------------------------------------------------------
001625*    THE LAST APPEL NUMBER WRITTEN CLEAN TONIGHT.  THE FEED IS
001626*    THE MINOR SORT KEY, SO THE SAME NUMBER FROM ANOTHER FEED
001627*    FOLLOWS STRAIGHT ON.
001628*----------------------------------------------------------------
001629 01  WS-LAST-CLEAN-APPEL-NUM   PIC X(10) VALUE LOW-VALUES.
001630
001631*----------------------------------------------------------------
001632*    THE ORIGINAL SWITCH SENDS THE FEED SOURCE BLANK; IT IS
001633*    STAMPED WITH THIS CODE.  CONVERTED FEEDS USE 02-99.
001634*----------------------------------------------------------------
001635 01  WS-PRIMARY-FEED-SOURCE    PIC X(02) VALUE '01'.
001640
001641 01  WS-CURRENT-DATE           PIC 9(08).
001642
001742     05  WS-CNT-BAD-DURATION   PIC 9(07) COMP-3 VALUE ZERO.
001744     05  WS-CNT-BAD-TIME       PIC 9(07) COMP-3 VALUE ZERO.
001746     05  WS-CNT-RESENT         PIC 9(07) COMP-3 VALUE ZERO.
001747     05  WS-CNT-NUM-TAKEN      PIC 9(07) COMP-3 VALUE ZERO.
001748
001750 01  WS-CNT-ACK-RECS           PIC 9(07) COMP-3 VALUE ZERO.
001751
001752*----------------------------------------------------------------
001753*    THE SAME FIGURES PER FEED, FOR THE ACKNOWLEDGMENT AND THE
001754*    PER-FEED LINES OF THE SUMMARY.  THE ORIGINAL SWITCH IS
001755*    ENTERED AT START-UP SO IT IS ALWAYS ACKNOWLEDGED, EVEN ON
001756*    A NIGHT IT SENDS NOTHING.
001757*----------------------------------------------------------------
001758 01  WS-FEED-TABLE.
001759     05  WS-FEED-COUNT         PIC S9(04) COMP VALUE ZERO.
001760     05  WS-FEED-ENTRY OCCURS 20
001761                       DEPENDING ON WS-FEED-COUNT
001762                       INDEXED   BY WS-FEED-IDX.
001763         10  WS-FD-FEED-SOURCE PIC X(02).
001764         10  WS-FD-CNT-READ    PIC 9(07) COMP-3.
001765         10  WS-FD-CNT-CLEAN   PIC 9(07) COMP-3.
001766         10  WS-FD-CNT-MISSING-NUM
001767                               PIC 9(07) COMP-3.
001768         10  WS-FD-CNT-DUP-NUM PIC 9(07) COMP-3.
001769         10  WS-FD-CNT-BAD-DATE
001770                               PIC 9(07) COMP-3.
001771         10  WS-FD-CNT-BAD-CONTRACT
001772                               PIC 9(07) COMP-3.
001773         10  WS-FD-CNT-BAD-DURATION
001774                               PIC 9(07) COMP-3.
001775         10  WS-FD-CNT-BAD-TIME
001776                               PIC 9(07) COMP-3.
001777         10  WS-FD-CNT-RESENT  PIC 9(07) COMP-3.
001778         10  WS-FD-CNT-NUM-TAKEN
001779                               PIC 9(07) COMP-3.
001780
001781 01  WS-FEED-MAX               PIC S9(04) COMP VALUE 20.
001782 01  WS-FEED-KEY               PIC X(02) VALUE SPACES.
001783 01  WS-FEED-FOUND-SWITCH      PIC X(01) VALUE 'N'.
001784     88  WS-FEED-FOUND                   VALUE 'Y'.
001785
001786*----------------------------------------------------------------
001787*    EDIT SUMMARY REPORT LINE LAYOUTS
001788*----------------------------------------------------------------
001790 01  RPT-HEADING-1.
001800     05  FILLER                PIC X(80) VALUE
001810         'FAPEDIT - FAPPEL FRONT-END EDIT SUMMARY'.
001860                         BY RPT-SUM-COUNT.
001870     05  FILLER                PIC X(47) VALUE SPACES.
001880
001881 01  RPT-FEED-LABEL.
001882     05  FILLER                PIC X(05) VALUE 'FEED '.
001883     05  RPT-FEED-SOURCE       PIC X(02).
001884     05  RPT-FEED-TEXT         PIC X(19).
001885
001890 PROCEDURE DIVISION.
001900*================================================================
001910 0000-MAINLINE.
001950
001960     SORT SORT-FILE
001970         ON ASCENDING KEY SRT-APPEL-NUM
001975                          SRT-APPEL-FEED-SOURCE
001980         USING FAPPEL
001990         OUTPUT PROCEDURE IS 3000-EDIT-SORTED
002000                         THRU 3000-EXIT.
002340         STOP RUN
002350     END-IF.
002351
002352     OPEN OUTPUT FACKALL.
002353     IF NOT WS-FACKALL-OK
002354         DISPLAY 'FAPEDIT - CANNOT OPEN FACKALL, STATUS = '
002355             WS-FACKALL-STATUS
002356         MOVE 16 TO RETURN-CODE
002357         STOP RUN
002358     END-IF.
002373         STOP RUN
002374     END-IF.
002375
002376     MOVE WS-PRIMARY-FEED-SOURCE TO WS-FEED-KEY.
002377     PERFORM 3150-LOCATE-FEED
002378         THRU 3150-EXIT.
002379
002380     PERFORM 8100-WRITE-EDT-HEADER
002381         THRU 8100-EXIT.
002382     PERFORM 8300-WRITE-ACK-HEADER
002383         THRU 8300-EXIT.
002384 1000-EXIT.
002385     EXIT.
002386
002390*================================================================
002400 3000-EDIT-SORTED.
002410*================================================================
002576     IF CTL-CONTROL-REC
002578         GO TO 3100-RETURN-SORTED
002579     END-IF.
002580
002581*    THE ORIGINAL SWITCH SENDS NO FEED SOURCE - STAMP IT HERE SO
002582*    EVERY RECORD WRITTEN FROM NOW ON CARRIES ITS FEED.
002583     IF SRT-APPEL-FEED-SOURCE = SPACES
002584         MOVE WS-PRIMARY-FEED-SOURCE TO SRT-APPEL-FEED-SOURCE
002585     END-IF.
002586 3100-EXIT.
002587     EXIT.
002588
002589*================================================================
002590 3150-LOCATE-FEED.
002591*================================================================
002592*    POINT WS-FEED-IDX AT THE FEED TABLE ENTRY FOR WS-FEED-KEY,
002593*    ADDING A ZEROED ENTRY THE FIRST TIME A FEED IS MET.
002594*----------------------------------------------------------------
002595     MOVE 'N' TO WS-FEED-FOUND-SWITCH.
002596     SET WS-FEED-IDX TO 1.
002597     SEARCH WS-FEED-ENTRY
002598         AT END
002599             CONTINUE
002600         WHEN WS-FD-FEED-SOURCE (WS-FEED-IDX) = WS-FEED-KEY
002601             SET WS-FEED-FOUND TO TRUE
002602     END-SEARCH.
002603
002604     IF WS-FEED-FOUND
002605         GO TO 3150-EXIT
002606     END-IF.
002607
002608     IF WS-FEED-COUNT NOT < WS-FEED-MAX
002609         DISPLAY 'FAPEDIT - FEED TABLE FULL AT ' WS-FEED-MAX
002610             ' FEEDS, FEED ' WS-FEED-KEY
002611         MOVE 16 TO RETURN-CODE
002612         STOP RUN
002613     END-IF.
002614
002615     ADD 1 TO WS-FEED-COUNT.
002616     SET WS-FEED-IDX TO WS-FEED-COUNT.
002617     MOVE WS-FEED-KEY TO WS-FD-FEED-SOURCE (WS-FEED-IDX).
002618     MOVE ZERO        TO WS-FD-CNT-READ         (WS-FEED-IDX)
002619                         WS-FD-CNT-CLEAN        (WS-FEED-IDX)
002620                         WS-FD-CNT-MISSING-NUM  (WS-FEED-IDX)
002621                         WS-FD-CNT-DUP-NUM      (WS-FEED-IDX)
002622                         WS-FD-CNT-BAD-DATE     (WS-FEED-IDX)
002623                         WS-FD-CNT-BAD-CONTRACT (WS-FEED-IDX)
002624                         WS-FD-CNT-BAD-DURATION (WS-FEED-IDX)
002625                         WS-FD-CNT-BAD-TIME     (WS-FEED-IDX)
002626                         WS-FD-CNT-RESENT       (WS-FEED-IDX)
002627                         WS-FD-CNT-NUM-TAKEN    (WS-FEED-IDX).
002628 3150-EXIT.
002629     EXIT.
002630
002631*================================================================
002632 3200-EDIT-APPEL.
002633*================================================================
002640*    RUN EVERY EDIT, THEN SETTLE THE RECORD UNDER THE MOST
002650*    FUNDAMENTAL FAILURE - A RECORD WITH NO USABLE APPEL NUMBER
002660*    IS FILED UNDER THAT BEFORE ANYTHING ELSE IS REPORTED.
002670*----------------------------------------------------------------
002680     ADD 1 TO WS-CNT-READ.
002682     MOVE SRT-APPEL-FEED-SOURCE TO WS-FEED-KEY.
002684     PERFORM 3150-LOCATE-FEED
002686         THRU 3150-EXIT.
002688     ADD 1 TO WS-FD-CNT-READ (WS-FEED-IDX).
002690
002700     PERFORM 3300-VALIDATE-DATE
002710         THRU 3300-EXIT.
002760         WHEN SRT-APPEL-NUM = SPACES
002770             SET WS-REASON-MISSING-NUM TO TRUE
002780             ADD 1 TO WS-CNT-MISSING-NUM
002785                      WS-FD-CNT-MISSING-NUM (WS-FEED-IDX)
002790         WHEN SRT-APPEL-NUM = WS-PREV-APPEL-NUM
002795          AND SRT-APPEL-FEED-SOURCE = WS-PREV-FEED-SOURCE
002800             SET WS-REASON-DUP-NUM TO TRUE
002810             ADD 1 TO WS-CNT-DUP-NUM
002811                      WS-FD-CNT-DUP-NUM (WS-FEED-IDX)
002812         WHEN WS-SEEN-PRIOR-RUN
002814             SET WS-REASON-RESENT TO TRUE
002816             ADD 1 TO WS-CNT-RESENT
002818                      WS-FD-CNT-RESENT (WS-FEED-IDX)
002820         WHEN SRT-APPEL-NUM = WS-LAST-CLEAN-APPEL-NUM
002822             SET WS-REASON-NUM-TAKEN TO TRUE
002824             ADD 1 TO WS-CNT-NUM-TAKEN
002826                      WS-FD-CNT-NUM-TAKEN (WS-FEED-IDX)
002828         WHEN NOT WS-DATE-OK
002830             SET WS-REASON-BAD-DATE TO TRUE
002840             ADD 1 TO WS-CNT-BAD-DATE
002845                      WS-FD-CNT-BAD-DATE (WS-FEED-IDX)
002850         WHEN NOT WS-CONTRACT-OK
002860             SET WS-REASON-BAD-CONTRACT TO TRUE
002870             ADD 1 TO WS-CNT-BAD-CONTRACT
002871                      WS-FD-CNT-BAD-CONTRACT (WS-FEED-IDX)
002872         WHEN NOT WS-DURATION-OK
002873             SET WS-REASON-BAD-DURATION TO TRUE
002874             ADD 1 TO WS-CNT-BAD-DURATION
002875                      WS-FD-CNT-BAD-DURATION (WS-FEED-IDX)
002876         WHEN NOT WS-TIME-OK
002877             SET WS-REASON-BAD-TIME TO TRUE
002878             ADD 1 TO WS-CNT-BAD-TIME
002879                      WS-FD-CNT-BAD-TIME (WS-FEED-IDX)
002880         WHEN OTHER
002890             SET WS-REASON-CLEAN TO TRUE
002900             ADD 1 TO WS-CNT-CLEAN
002905                      WS-FD-CNT-CLEAN (WS-FEED-IDX)
002910     END-EVALUATE.
002920
002930     IF WS-REASON-CLEAN
002990     END-IF.
003000
003010     IF SRT-APPEL-NUM NOT = SPACES
003020         MOVE SRT-APPEL-NUM         TO WS-PREV-APPEL-NUM
003025         MOVE SRT-APPEL-FEED-SOURCE TO WS-PREV-FEED-SOURCE
003030     END-IF.
003040
003050     PERFORM 3100-RETURN-SORTED
004119*    RUN DATE BELONGS TO AN EARLIER ATTEMPT AT TONIGHT'S OWN
004120*    RUN - A RERUN RE-EDITS THE WHOLE FEED, SO THAT IS NOT A
004121*    RE-SEND.  A BLANK NUMBER IS SETTLED BY THE MNUM EDIT.
004122*    THE REGISTER IS KEYED BY FEED, SO ONLY THE SAME FEED'S
004123*    EARLIER SENDING OF A NUMBER MAKES IT A RE-SEND.
004124*----------------------------------------------------------------
004125     MOVE 'N' TO WS-REGISTERED-SWITCH.
004126     MOVE 'N' TO WS-ON-REGISTER-SWITCH.
004127
004128     IF SRT-APPEL-NUM = SPACES
004129         GO TO 3470-EXIT
004130     END-IF.
004131
004132     MOVE SRT-APPEL-FEED-SOURCE TO REG-FEED-SOURCE.
004133     MOVE SRT-APPEL-NUM TO REG-APPEL-NUM.
004134     READ APPEL-REGISTER
004135         INVALID KEY
004136             CONTINUE
004137         NOT INVALID KEY
004138             SET WS-ON-REGISTER TO TRUE
004139             IF REG-FIRST-SEEN-DATE NOT = WS-CURRENT-DATE
004140                 SET WS-SEEN-PRIOR-RUN TO TRUE
004141             END-IF
004142     END-READ.
004143 3470-EXIT.
004144     EXIT.
004145
004146*================================================================
004147 3500-WRITE-CLEAN.
004148*================================================================
004149*    A CLEAN RECORD GOES OUT TO FAPPEL-EDT AND ITS NUMBER ONTO
004150*    THE REGISTER, SO A LATER RE-SEND OF THE SAME FEED CANNOT
004151*    PROCESS IT TWICE.  A NUMBER ALREADY REGISTERED UNDER THE
004152*    RUN DATE (BY AN EARLIER ATTEMPT AT THIS RUN) IS LEFT AS
004153*    IT STANDS.  A DUPLICATE-KEY WRITE IS THAT SAME BENIGN
004154*    CASE; ANY OTHER WRITE FAILURE STOPS THE RUN - A REGISTER
004155*    THAT STOPS EXTENDING WOULD SILENTLY DISABLE CROSS-RUN
004156*    DUPLICATE DETECTION FROM THAT RECORD ON.
004157*----------------------------------------------------------------
004158     MOVE SRT-APPEL TO EDT-APPEL.
004159     WRITE EDT-APPEL.
004160     MOVE SRT-APPEL-NUM TO WS-LAST-CLEAN-APPEL-NUM.
004161
004162     IF NOT WS-ON-REGISTER
004163         MOVE SRT-APPEL-FEED-SOURCE
004164                               TO REG-FEED-SOURCE
004165         MOVE SRT-APPEL-NUM    TO REG-APPEL-NUM
004166         MOVE WS-CURRENT-DATE  TO REG-FIRST-SEEN-DATE
004167         WRITE APPEL-REGISTER-RECORD
004168             INVALID KEY
004169                 CONTINUE
004170         END-WRITE
004171         IF NOT WS-FAPREG-OK
004172            AND NOT WS-FAPREG-DUP-KEY
004173             DISPLAY 'FAPEDIT - REGISTER WRITE FAILED FOR '
004174                 REG-APPEL-NUM ', STATUS = ' WS-FAPREG-STATUS
004175             MOVE 16 TO RETURN-CODE
004176             STOP RUN
004177         END-IF
004178     END-IF.
004179 3500-EXIT.
004180     EXIT.
004181
004182*================================================================
004183 3600-WRITE-EDIT-REJECT.
004190*================================================================
004200*    THE FAILED RECORD GOES OUT BYTE-FOR-BYTE AS IT ARRIVED -
004210*    THE GROUP MOVE KEEPS A NON-NUMERIC DATE INTACT FOR SUPPORT
004267     SET  ACK-REJECT-REC  TO TRUE.
004268     MOVE WS-EDIT-REASON  TO ACK-REASON.
004269     MOVE SRT-APPEL-NUM   TO ACK-APPEL-NUM.
004270     MOVE SRT-APPEL-FEED-SOURCE
004271                          TO ACK-FEED-SOURCE.
004272     MOVE ZERO            TO ACK-COUNT.
004273     WRITE VENDOR-ACK-RECORD.
004274     ADD 1 TO WS-CNT-ACK-RECS.
004275 3600-EXIT.
004280     EXIT.
004290
004300*================================================================
004580     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
004590     WRITE RPT-LINE.
004600
004601     MOVE 'CONTRACT NO MALFORMED   : ' TO RPT-SUM-LABEL.
004602     MOVE WS-CNT-BAD-CONTRACT          TO RPT-SUM-COUNT.
004603     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
004604     WRITE RPT-LINE.
004605
004606     MOVE 'CALL DURATION INVALID   : ' TO RPT-SUM-LABEL.
004607     MOVE WS-CNT-BAD-DURATION          TO RPT-SUM-COUNT.
004608     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
004609     WRITE RPT-LINE.
004610
004611     MOVE 'CALL START TIME INVALID : ' TO RPT-SUM-LABEL.
004612     MOVE WS-CNT-BAD-TIME              TO RPT-SUM-COUNT.
004613     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
004614     WRITE RPT-LINE.
004615
004616     MOVE 'RE-SENT FROM PRIOR RUN  : ' TO RPT-SUM-LABEL.
004617     MOVE WS-CNT-RESENT                TO RPT-SUM-COUNT.
004618     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
004619     WRITE RPT-LINE.
004620
004621     MOVE 'TAKEN BY ANOTHER FEED   : ' TO RPT-SUM-LABEL.
004622     MOVE WS-CNT-NUM-TAKEN             TO RPT-SUM-COUNT.
004623     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
004624     WRITE RPT-LINE.
004625
004626     PERFORM 8050-PRINT-FEED-LINES
004627         THRU 8050-EXIT
004628         VARYING WS-FEED-IDX FROM 1 BY 1
004629         UNTIL WS-FEED-IDX > WS-FEED-COUNT.
004630 8000-EXIT.
004631     EXIT.
004632
004633*================================================================
004634 8050-PRINT-FEED-LINES.
004635*================================================================
004636*    RECORDS READ AND CLEAN FOR THE FEED AT WS-FEED-IDX.
004637*----------------------------------------------------------------
004638     MOVE WS-FD-FEED-SOURCE (WS-FEED-IDX) TO RPT-FEED-SOURCE.
004639
004640     MOVE ' RECORDS READ    : '  TO RPT-FEED-TEXT.
004641     MOVE RPT-FEED-LABEL         TO RPT-SUM-LABEL.
004642     MOVE WS-FD-CNT-READ (WS-FEED-IDX) TO RPT-SUM-COUNT.
004643     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
004644     WRITE RPT-LINE.
004645
004646     MOVE ' RECORDS CLEAN   : '  TO RPT-FEED-TEXT.
004647     MOVE RPT-FEED-LABEL         TO RPT-SUM-LABEL.
004648     MOVE WS-FD-CNT-CLEAN (WS-FEED-IDX) TO RPT-SUM-COUNT.
004649     MOVE RPT-SUMMARY-LINE TO RPT-LINE.
004650     WRITE RPT-LINE.
004651 8050-EXIT.
004660     EXIT.
004670
004671*================================================================
004701*================================================================
004702     MOVE SPACES          TO FIC-CONTROL-RECORD.
004703     SET  CTL-HEADER-REC  TO TRUE.
004704     MOVE 'FACKALL'       TO CTL-FILE-ID.
004705     MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
004706     MOVE ZERO            TO CTL-RECORD-COUNT
004707                             CTL-COUNT-A
004713*================================================================
004714 8400-WRITE-ACK-SUMMARY.
004715*================================================================
004725*    ONE SET OF SUMMARY RECORDS PER FEED, IN THE ORDER THE FEEDS
004735*    WERE FIRST MET, SO FAPVACK CAN CUT EACH VENDOR'S FIGURES
004745*    OUT WITH ITS REJECTS.
004755*----------------------------------------------------------------
004765     PERFORM 8410-WRITE-FEED-SUMMARY
004775         THRU 8410-EXIT
004785         VARYING WS-FEED-IDX FROM 1 BY 1
004795         UNTIL WS-FEED-IDX > WS-FEED-COUNT.
004805 8400-EXIT.
004815     EXIT.
004825
004835*================================================================
004845 8410-WRITE-FEED-SUMMARY.
004855*================================================================
004865*    ONE SUMMARY RECORD PER FIGURE - RECEIVED, ACCEPTED, THEN
004875*    ONE PER REJECT REASON CODE WITH ITS COUNT.
004885*----------------------------------------------------------------
004895     MOVE 'RECV' TO ACK-REASON.
004905     MOVE WS-FD-CNT-READ (WS-FEED-IDX) TO ACK-COUNT.
004915     PERFORM 8450-WRITE-ONE-SUMMARY
004925         THRU 8450-EXIT.
004935
004945     MOVE 'ACPT' TO ACK-REASON.
004955     MOVE WS-FD-CNT-CLEAN (WS-FEED-IDX) TO ACK-COUNT.
004965     PERFORM 8450-WRITE-ONE-SUMMARY
004975         THRU 8450-EXIT.
004985
004995     MOVE 'MNUM' TO ACK-REASON.
005005     MOVE WS-FD-CNT-MISSING-NUM (WS-FEED-IDX) TO ACK-COUNT.
005015     PERFORM 8450-WRITE-ONE-SUMMARY
005025         THRU 8450-EXIT.
005035
005045     MOVE 'DUPL' TO ACK-REASON.
005055     MOVE WS-FD-CNT-DUP-NUM (WS-FEED-IDX) TO ACK-COUNT.
005065     PERFORM 8450-WRITE-ONE-SUMMARY
005075         THRU 8450-EXIT.
005085
005095     MOVE 'BDTE' TO ACK-REASON.
005105     MOVE WS-FD-CNT-BAD-DATE (WS-FEED-IDX) TO ACK-COUNT.
005115     PERFORM 8450-WRITE-ONE-SUMMARY
005125         THRU 8450-EXIT.
005135
005145     MOVE 'BCTR' TO ACK-REASON.
005155     MOVE WS-FD-CNT-BAD-CONTRACT (WS-FEED-IDX) TO ACK-COUNT.
005165     PERFORM 8450-WRITE-ONE-SUMMARY
005175         THRU 8450-EXIT.
005185
005195     MOVE 'BDUR' TO ACK-REASON.
005205     MOVE WS-FD-CNT-BAD-DURATION (WS-FEED-IDX) TO ACK-COUNT.
005215     PERFORM 8450-WRITE-ONE-SUMMARY
005225         THRU 8450-EXIT.
005235
005245     MOVE 'BTIM' TO ACK-REASON.
005255     MOVE WS-FD-CNT-BAD-TIME (WS-FEED-IDX) TO ACK-COUNT.
005265     PERFORM 8450-WRITE-ONE-SUMMARY
005275         THRU 8450-EXIT.
005285
005295     MOVE 'RSNT' TO ACK-REASON.
005305     MOVE WS-FD-CNT-RESENT (WS-FEED-IDX) TO ACK-COUNT.
005315     PERFORM 8450-WRITE-ONE-SUMMARY
005325         THRU 8450-EXIT.
005335
005345     MOVE 'XNUM' TO ACK-REASON.
005355     MOVE WS-FD-CNT-NUM-TAKEN (WS-FEED-IDX) TO ACK-COUNT.
005365     PERFORM 8450-WRITE-ONE-SUMMARY
005375         THRU 8450-EXIT.
005385 8410-EXIT.
005395     EXIT.
005405
005415*================================================================
005425 8450-WRITE-ONE-SUMMARY.
005435*================================================================
005445*    THE REASON AND COUNT ARE ALREADY SET AND WS-FEED-IDX NAMES
005455*    THE FEED - FINISH THE RECORD AND WRITE IT.
005465*----------------------------------------------------------------
005475     SET  ACK-SUMMARY-REC TO TRUE.
005485     MOVE SPACES          TO ACK-APPEL-NUM.
005495     MOVE WS-FD-FEED-SOURCE (WS-FEED-IDX)
005505                          TO ACK-FEED-SOURCE.
005515     MOVE SPACES          TO VENDOR-ACK-RECORD (34:).
005525     WRITE VENDOR-ACK-RECORD.
005535     ADD 1 TO WS-CNT-ACK-RECS.
005545 8450-EXIT.
005555     EXIT.
005565
005575*================================================================
005585 8500-WRITE-ACK-TRAILER.
005595*================================================================
005605     MOVE SPACES          TO FIC-CONTROL-RECORD.
005615     SET  CTL-TRAILER-REC TO TRUE.
005625     MOVE 'FACKALL'       TO CTL-FILE-ID.
005635     MOVE WS-CURRENT-DATE TO CTL-RUN-DATE.
005645     MOVE WS-CNT-ACK-RECS TO CTL-RECORD-COUNT.
005655     MOVE WS-CNT-READ     TO CTL-COUNT-A.
005665     COMPUTE CTL-COUNT-B  = WS-CNT-READ - WS-CNT-CLEAN.
005675     WRITE VENDOR-ACK-RECORD FROM FIC-CONTROL-RECORD.
005685 8500-EXIT.
005695     EXIT.
005705
005715*================================================================
005725 9000-TERMINATE.
005735*================================================================
005745     PERFORM 8200-WRITE-EDT-TRAILER
005755         THRU 8200-EXIT.
005765
005775     PERFORM 8400-WRITE-ACK-SUMMARY
005785         THRU 8400-EXIT.
005795     PERFORM 8500-WRITE-ACK-TRAILER
005805         THRU 8500-EXIT.
005815
005825     CLOSE FAPPEL-EDT.
005835     CLOSE FAPPEL-EREJ.
005845     CLOSE APPEL-REGISTER.
005855     CLOSE FACKALL.
005865     CLOSE FEDTRPT.
005875
005885     MOVE 'END'   TO WS-RUNCTL-FUNCTION.
005895     MOVE '00'    TO WS-RUNCTL-END-CODE.
005905     CALL 'RUNCTL1' USING WS-RUNCTL-FUNCTION
005915                          WS-RUNCTL-PROGRAM
005925                          WS-CURRENT-DATE
005935                          WS-RUNCTL-END-CODE
005945                          WS-RUNCTL-RESULT.
005955 9000-EXIT.
005965     EXIT.
