000340*                   CHECKS AND REGISTERS UNDER THE STREAM DATE
000341*                   BEING RECOVERED; A BLANK DATE FALLS BACK TO
000342*                   TODAY AS BEFORE.
000343*  2026-09-28 JDH   NOW ALSO PROVES THE FCREDIT CREDIT-REVERSAL
000344*                   HAND-OFF FAPDISP WRITES - HEADER AND
000345*                   TRAILER PRESENT, TRAILER COUNT = RECORDS ON
000346*                   THE FILE, REVERSALS = CREDIT CARDS READ LESS
000347*                   CREDIT CARDS REJECTED (SIDE COUNTS A AND B),
000348*                   AND ITS RUN DATE AGREES WITH THE STREAM.
000349*================================================================
000350 ENVIRONMENT DIVISION.
000351 CONFIGURATION SECTION.
000352 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
000380 INPUT-OUTPUT SECTION.
000480
000482     SELECT  FBILLTRN    ASSIGN TO UT-S-FBILLTRN
000484             FILE STATUS IS WS-FBILLTRN-STATUS.
000485
000486     SELECT  FCREDIT     ASSIGN TO UT-S-FCREDIT
000487             FILE STATUS IS WS-FCREDIT-STATUS.
000488
000490     SELECT  FBALRPT     ASSIGN TO UT-S-FBALRPT
000500             FILE STATUS IS WS-FBALRPT-STATUS.
000510
000716     RECORDING MODE F.
000717     COPY CBILLTRN.
000718
000719 FD  FCREDIT
000720     BLOCK 0 RECORDS
000721     LABEL RECORD STANDARD
000722     RECORDING MODE F.
000723     COPY CCREDIT.
000724
000725 FD  FBALRPT
000730     BLOCK 0 RECORDS
000740     LABEL RECORD STANDARD
000750     RECORDING MODE F.
000902 01  WS-FBILLTRN-STATUS        PIC X(02).
000904     88  WS-FBILLTRN-OK                  VALUE '00'.
000906
000907 01  WS-FCREDIT-STATUS         PIC X(02).
000908     88  WS-FCREDIT-OK                   VALUE '00'.
000909
000910 01  WS-FBALRPT-STATUS         PIC X(02).
000920     88  WS-FBALRPT-OK                   VALUE '00'.
000930
001002     05  WS-BIL-EOF-SWITCH     PIC X(01) VALUE 'N'.
001004         88  WS-BIL-EOF                  VALUE 'Y'.
001006     05  WS-HCT-EOF-SWITCH     PIC X(01) VALUE 'N'.
001007         88  WS-HCT-EOF                  VALUE 'Y'.
001008     05  WS-CRD-EOF-SWITCH     PIC X(01) VALUE 'N'.
001009         88  WS-CRD-EOF                  VALUE 'Y'.
001010     05  WS-BALANCE-SWITCH     PIC X(01) VALUE 'N'.
001020         88  WS-OUT-OF-BALANCE           VALUE 'Y'.
001030
001420     05  WS-HST-TRL-COUNT      PIC 9(09) COMP-3 VALUE ZERO.
001430     05  WS-HST-TRL-A          PIC 9(09) COMP-3 VALUE ZERO.
001440     05  WS-HST-TRL-B          PIC 9(09) COMP-3 VALUE ZERO.
001441     05  WS-HST-TRL-DATE       PIC 9(08) VALUE ZERO.
001442
001443 01  WS-BIL-CONTROL.
001444     05  WS-BIL-HDR-SWITCH     PIC X(01) VALUE 'N'.
001445         88  WS-BIL-HDR-FOUND            VALUE 'Y'.
001446     05  WS-BIL-TRL-SWITCH     PIC X(01) VALUE 'N'.
001447         88  WS-BIL-TRL-FOUND            VALUE 'Y'.
001448     05  WS-BIL-DATA-COUNT     PIC 9(09) COMP-3 VALUE ZERO.
001449     05  WS-BIL-TRL-COUNT      PIC 9(09) COMP-3 VALUE ZERO.
001450     05  WS-BIL-TRL-A          PIC 9(09) COMP-3 VALUE ZERO.
001451     05  WS-BIL-TRL-B          PIC 9(09) COMP-3 VALUE ZERO.
001452     05  WS-BIL-TRL-DATE       PIC 9(08) VALUE ZERO.
001453
001454 01  WS-CRD-CONTROL.
001455     05  WS-CRD-HDR-SWITCH     PIC X(01) VALUE 'N'.
001456         88  WS-CRD-HDR-FOUND            VALUE 'Y'.
001457     05  WS-CRD-TRL-SWITCH     PIC X(01) VALUE 'N'.
001458         88  WS-CRD-TRL-FOUND            VALUE 'Y'.
001459     05  WS-CRD-DATA-COUNT     PIC 9(09) COMP-3 VALUE ZERO.
001460     05  WS-CRD-TRL-COUNT      PIC 9(09) COMP-3 VALUE ZERO.
001461     05  WS-CRD-TRL-A          PIC 9(09) COMP-3 VALUE ZERO.
001462     05  WS-CRD-TRL-B          PIC 9(09) COMP-3 VALUE ZERO.
001463     05  WS-CRD-TRL-DATE       PIC 9(08) VALUE ZERO.
001464
001465*----------------------------------------------------------------
001466*    RUN-CONTROL HANDSHAKE FIELDS FOR THE RUNCTL1 SUBPROGRAM
001957         THRU 4500-EXIT
001958         UNTIL WS-BIL-EOF.
001960
001962     PERFORM 4700-SCAN-CREDIT
001964         THRU 4700-EXIT
001966         UNTIL WS-CRD-EOF.
001968
001970     PERFORM 5000-CHECK-BALANCE
001980         THRU 5000-EXIT.
001990
002316         STOP RUN
002317     END-IF.
002318
002319     OPEN INPUT  FCREDIT.
002320     IF NOT WS-FCREDIT-OK
002321         DISPLAY 'FAPBAL - CANNOT OPEN FCREDIT, STATUS = '
002322             WS-FCREDIT-STATUS
002323         MOVE 16 TO RETURN-CODE
002324         STOP RUN
002325     END-IF.
002326
002327     OPEN OUTPUT FBALRPT.
002330     IF NOT WS-FBALRPT-OK
002340         DISPLAY 'FAPBAL - CANNOT OPEN FBALRPT, STATUS = '
002350             WS-FBALRPT-STATUS
002482         THRU 4300-EXIT.
002483     PERFORM 4600-READ-BILL
002484         THRU 4600-EXIT.
002486     PERFORM 4800-READ-CREDIT
002488         THRU 4800-EXIT.
002490 1000-EXIT.
002500     EXIT.
002510
003575     EXIT.
003576
003577*================================================================
003578 4700-SCAN-CREDIT.
003579*================================================================
003580     MOVE CREDIT-REVERSAL-RECORD (1:8) TO CTL-RECORD-TYPE.
003581
003582     EVALUATE TRUE
003583         WHEN CTL-HEADER-REC
003584             SET WS-CRD-HDR-FOUND TO TRUE
003585         WHEN CTL-TRAILER-REC
003586             SET WS-CRD-TRL-FOUND TO TRUE
003587             MOVE CREDIT-REVERSAL-RECORD TO FIC-CONTROL-RECORD
003588             MOVE CTL-RECORD-COUNT TO WS-CRD-TRL-COUNT
003589             MOVE CTL-COUNT-A      TO WS-CRD-TRL-A
003590             MOVE CTL-COUNT-B      TO WS-CRD-TRL-B
003591             MOVE CTL-RUN-DATE     TO WS-CRD-TRL-DATE
003592         WHEN OTHER
003593             ADD 1 TO WS-CRD-DATA-COUNT
003594     END-EVALUATE.
003595
003596     PERFORM 4800-READ-CREDIT
003597         THRU 4800-EXIT.
003598 4700-EXIT.
003599     EXIT.
003600
003601*================================================================
003602 4800-READ-CREDIT.
003603*================================================================
003604     READ FCREDIT
003605         AT END
003606             SET WS-CRD-EOF TO TRUE
003607     END-READ.
003608 4800-EXIT.
003609     EXIT.
003610
003611*================================================================
003612 5000-CHECK-BALANCE.
003613*================================================================
003614*    STRUCTURE FIRST - EVERY FILE MUST CARRY ITS HEADER AND
003615*    TRAILER AND THE TRAILER MUST AGREE WITH THE FILE ITSELF -
003616*    THEN THE CROSS-FILE ARITHMETIC.  EACH CHECK PRINTS ITS TWO
003617*    SIDES SO AN OUT-OF-BALANCE LINE SHOWS THE ACTUAL FIGURES.
003618*----------------------------------------------------------------
003620     PERFORM 5100-CHECK-STRUCTURE
003630         THRU 5100-EXIT.
003640
003877     PERFORM 5900-WRITE-CHECK-LINE
003878         THRU 5900-EXIT.
003880
003881     MOVE 'CREDITS = APPROVALS - REJECTED   ' TO WS-CHK-LABEL.
003882     MOVE WS-CRD-TRL-COUNT TO WS-CHK-LHS.
003883     COMPUTE WS-CHK-RHS = WS-CRD-TRL-A - WS-CRD-TRL-B.
003884     PERFORM 5900-WRITE-CHECK-LINE
003885         THRU 5900-EXIT.
003886
003890     IF WS-FAP-TRL-DATE NOT = WS-REJ-TRL-DATE
003900        OR WS-FAP-TRL-DATE NOT = WS-HST-TRL-DATE
003902        OR WS-FAP-TRL-DATE NOT = WS-BIL-TRL-DATE
003906        OR WS-FAP-TRL-DATE NOT = WS-CRD-TRL-DATE
003910         SET WS-OUT-OF-BALANCE TO TRUE
003920         MOVE 'TRAILER RUN DATES DISAGREE ACROSS THE FILES'
003930             TO RPT-MIS-TEXT
004258         WRITE RPT-LINE
004259     END-IF.
004260
004261     IF NOT WS-CRD-HDR-FOUND OR NOT WS-CRD-TRL-FOUND
004262         SET WS-OUT-OF-BALANCE TO TRUE
004263         MOVE 'FCREDIT IS MISSING ITS HEADER OR TRAILER'
004264             TO RPT-MIS-TEXT
004265         MOVE RPT-MISSING-LINE TO RPT-LINE
004266         WRITE RPT-LINE
004267     END-IF.
004268
004270     MOVE 'FAPPEL TRAILER = RECORDS ON FILE ' TO WS-CHK-LABEL.
004280     MOVE WS-FAP-TRL-COUNT  TO WS-CHK-LHS.
004290     MOVE WS-FAP-DATA-COUNT TO WS-CHK-RHS.
004435     MOVE WS-BIL-DATA-COUNT TO WS-CHK-RHS.
004436     PERFORM 5900-WRITE-CHECK-LINE
004437         THRU 5900-EXIT.
004438
004439     MOVE 'CREDIT TRAILER = RECORDS ON FILE ' TO WS-CHK-LABEL.
004440     MOVE WS-CRD-TRL-COUNT  TO WS-CHK-LHS.
004441     MOVE WS-CRD-DATA-COUNT TO WS-CHK-RHS.
004442     PERFORM 5900-WRITE-CHECK-LINE
004443         THRU 5900-EXIT.
004444 5100-EXIT.
004450     EXIT.
004460
004470*================================================================
004750     CLOSE FAPPEL-HIST.
004752     CLOSE HIST-CONTROL.
004755     CLOSE FBILLTRN.
004757     CLOSE FCREDIT.
004760     CLOSE FBALRPT.
004762
004763     MOVE 'END' TO WS-RUNCTL-FUNCTION.
