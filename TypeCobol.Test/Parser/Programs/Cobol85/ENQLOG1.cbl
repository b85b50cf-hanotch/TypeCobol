000010*================================================================
000020 IDENTIFICATION DIVISION.
000030*================================================================
000040 PROGRAM-ID.    ENQLOG1.
000050 AUTHOR.        J D HARTLEY.
000060 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000070 DATE-WRITTEN.  2026-10-05.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100*  ENQUIRY LOG - APPENDS ONE RECORD (SEE CENQLOG) PER CONTRACT
000110*  AN ENQUIRY SESSION DISPLAYS, IN THE SAME SPIRIT AS CALLREG1
000120*  FOR THE CALL AUDIT TRAIL.  THE FILE IS OPENED AND CLOSED ON
000130*  EVERY CALL SO NO SESSION HOLDS IT BETWEEN ENQUIRIES.
000140*----------------------------------------------------------------
000150*  MODIFICATION HISTORY
000160*  DATE       INIT  DESCRIPTION
000170*  ---------- ----  ------------------------------------------
000180*  2026-10-05 JDH   ORIGINAL PROGRAM.
000190*================================================================
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER. IBM-370.
000230 OBJECT-COMPUTER. IBM-370.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT  ENQUIRY-LOG      ASSIGN TO UT-S-FENQLOG
000270             ORGANIZATION IS LINE SEQUENTIAL
000280             FILE STATUS IS WS-ENQLOG-STATUS.
000290
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  ENQUIRY-LOG
000330     RECORDING MODE F.
000340     COPY CENQLOG.
000350
000360 WORKING-STORAGE SECTION.
000370*----------------------------------------------------------------
000380*    FILE STATUS SWITCH
000390*----------------------------------------------------------------
000400 01  WS-ENQLOG-STATUS          PIC X(02).
000410     88  WS-ENQLOG-OK                    VALUE '00'.
000420     88  WS-ENQLOG-NOT-FOUND             VALUE '35'.
000430
000440 LINKAGE SECTION.
000450 01  LK-USER-ID                PIC X(08).
000460 01  LK-PROGRAM                PIC X(08).
000470 01  LK-CONTRACT-NO            PIC X(10).
000480 01  LK-RESULT                 PIC X(01).
000490
000500 PROCEDURE DIVISION USING BY REFERENCE LK-USER-ID
000510                          BY REFERENCE LK-PROGRAM
000520                          BY REFERENCE LK-CONTRACT-NO
000530                          BY REFERENCE LK-RESULT.
000540*================================================================
000550 0000-MAINLINE.
000560*================================================================
000570     PERFORM 1000-INITIALIZE
000580         THRU 1000-EXIT.
000590
000600     PERFORM 2000-WRITE-LOG-RECORD
000610         THRU 2000-EXIT.
000620
000630     PERFORM 9000-TERMINATE
000640         THRU 9000-EXIT.
000650
000660     GOBACK.
000670
000680*================================================================
000690 1000-INITIALIZE.
000700*================================================================
000710     OPEN EXTEND ENQUIRY-LOG.
000720     IF WS-ENQLOG-NOT-FOUND
000730         OPEN OUTPUT ENQUIRY-LOG
000740     END-IF.
000750 1000-EXIT.
000760     EXIT.
000770
000780*================================================================
000790 2000-WRITE-LOG-RECORD.
000800*================================================================
000810     MOVE LK-USER-ID      TO ENQ-USER-ID.
000820     MOVE LK-PROGRAM      TO ENQ-PROGRAM.
000830     MOVE LK-CONTRACT-NO  TO ENQ-CONTRACT-NO.
000840     MOVE LK-RESULT       TO ENQ-RESULT.
000850     ACCEPT ENQ-DATE FROM DATE YYYYMMDD.
000860     ACCEPT ENQ-TIME FROM TIME.
000870
000880     WRITE ENQUIRY-LOG-RECORD.
000890 2000-EXIT.
000900     EXIT.
000910
000920*================================================================
000930 9000-TERMINATE.
000940*================================================================
000950     CLOSE ENQUIRY-LOG.
000960 9000-EXIT.
000970     EXIT.
000980
000990 END PROGRAM ENQLOG1.
