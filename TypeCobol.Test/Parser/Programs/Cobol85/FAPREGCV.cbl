000010*================================================================
000020 IDENTIFICATION DIVISION.
000030*================================================================
000040 PROGRAM-ID.    FAPREGCV.
000050 AUTHOR.        J D HARTLEY.
000060 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000070 DATE-WRITTEN.  2026-10-08.
000080 DATE-COMPILED.
000090*----------------------------------------------------------------
000100*  MODIFICATION HISTORY
000110*  DATE       INIT  DESCRIPTION
000120*  ---------- ----  ------------------------------------------
000130*  2026-10-08 JDH   ORIGINAL PROGRAM.  ONE-TIME CARRY-OVER OF
000140*                   THE FAPREG APPEL-NUMBER REGISTER TO ITS NEW
000150*                   KEY OF FEED SOURCE + APPEL NUMBER (SEE
000160*                   CAPREG).  EVERY ENTRY ON THE OLD REGISTER
000170*                   (FAPREGO, KEYED ON APPEL NUMBER ALONE) CAME
000180*                   FROM THE ORIGINAL SWITCH, SO EACH IS WRITTEN
000190*                   TO THE NEW FAPREG UNDER FEED '01' WITH ITS
000200*                   FIRST-SEEN DATE UNCHANGED.  THE OLD KEY
000210*                   ORDER IS THE NEW KEY ORDER, SO THE NEW FILE
000220*                   IS LOADED SEQUENTIALLY.  RUN ONCE, BEFORE
000230*                   THE FIRST NIGHT OF THE CHANGED FAPEDIT; ANY
000240*                   FAILURE ENDS WITH RETURN CODE 16 AND THE OLD
000250*                   REGISTER UNTOUCHED.
000260*================================================================
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000300 OBJECT-COMPUTER. IBM-370.
000310 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT  OLD-REGISTER    ASSIGN TO UT-S-FAPREGO
000350             ORGANIZATION IS INDEXED
000360             ACCESS MODE IS SEQUENTIAL
000370             RECORD KEY IS OLD-REG-APPEL-NUM
000380             FILE STATUS IS WS-FAPREGO-STATUS.
000390
000400     SELECT  APPEL-REGISTER  ASSIGN TO UT-S-FAPREG
000410             ORGANIZATION IS INDEXED
000420             ACCESS MODE IS SEQUENTIAL
000430             RECORD KEY IS REG-REGISTER-KEY
000440             FILE STATUS IS WS-FAPREG-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480*----------------------------------------------------------------
000490*    THE REGISTER AS IT STOOD BEFORE THE FEED SOURCE WAS ADDED.
000500*----------------------------------------------------------------
000510 FD  OLD-REGISTER
000520     LABEL RECORD STANDARD.
000530 01  OLD-REGISTER-RECORD.
000540     05  OLD-REG-APPEL-NUM     PIC X(10).
000550     05  OLD-REG-FIRST-SEEN-DATE
000560                               PIC 9(08).
000570
000580 FD  APPEL-REGISTER
000590     LABEL RECORD STANDARD.
000600     COPY CAPREG.
000610
000620 WORKING-STORAGE SECTION.
000630*----------------------------------------------------------------
000640*    FILE STATUS AND END-OF-FILE SWITCHES
000650*----------------------------------------------------------------
000660 01  WS-FAPREGO-STATUS         PIC X(02).
000670     88  WS-FAPREGO-OK                   VALUE '00'.
000680
000690 01  WS-FAPREG-STATUS          PIC X(02).
000700     88  WS-FAPREG-OK                    VALUE '00'.
000710
000720 01  WS-SWITCHES.
000730     05  WS-OLD-EOF-SWITCH     PIC X(01) VALUE 'N'.
000740         88  WS-OLD-EOF                  VALUE 'Y'.
000750
000760*----------------------------------------------------------------
000770*    EVERY ENTRY ON THE OLD REGISTER IS THE ORIGINAL SWITCH'S.
000780*----------------------------------------------------------------
000790 01  WS-PRIMARY-FEED-SOURCE    PIC X(02) VALUE '01'.
000800
000810 01  WS-CNT-READ               PIC 9(09) COMP-3 VALUE ZERO.
000820 01  WS-CNT-WRITTEN            PIC 9(09) COMP-3 VALUE ZERO.
000830
000840 PROCEDURE DIVISION.
000850*================================================================
000860 0000-MAINLINE.
000870*================================================================
000880     PERFORM 1000-INITIALIZE
000890         THRU 1000-EXIT.
000900
000910     PERFORM 2000-CARRY-ENTRY
000920         THRU 2000-EXIT
000930         UNTIL WS-OLD-EOF.
000940
000950     PERFORM 9000-TERMINATE
000960         THRU 9000-EXIT.
000970
000980     GOBACK.
000990
001000*================================================================
001010 1000-INITIALIZE.
001020*================================================================
001030     OPEN INPUT  OLD-REGISTER.
001040     IF NOT WS-FAPREGO-OK
001050         DISPLAY 'FAPREGCV - CANNOT OPEN FAPREGO, STATUS = '
001060             WS-FAPREGO-STATUS
001070         MOVE 16 TO RETURN-CODE
001080         STOP RUN
001090     END-IF.
001100
001110     OPEN OUTPUT APPEL-REGISTER.
001120     IF NOT WS-FAPREG-OK
001130         DISPLAY 'FAPREGCV - CANNOT OPEN FAPREG, STATUS = '
001140             WS-FAPREG-STATUS
001150         MOVE 16 TO RETURN-CODE
001160         STOP RUN
001170     END-IF.
001180
001190     PERFORM 2100-READ-OLD
001200         THRU 2100-EXIT.
001210 1000-EXIT.
001220     EXIT.
001230
001240*================================================================
001250 2000-CARRY-ENTRY.
001260*================================================================
001270     ADD 1 TO WS-CNT-READ.
001280
001290     MOVE WS-PRIMARY-FEED-SOURCE  TO REG-FEED-SOURCE.
001300     MOVE OLD-REG-APPEL-NUM       TO REG-APPEL-NUM.
001310     MOVE OLD-REG-FIRST-SEEN-DATE TO REG-FIRST-SEEN-DATE.
001320     WRITE APPEL-REGISTER-RECORD.
001330     IF NOT WS-FAPREG-OK
001340         DISPLAY 'FAPREGCV - WRITE TO FAPREG FAILED FOR '
001350             OLD-REG-APPEL-NUM ', STATUS = ' WS-FAPREG-STATUS
001360         MOVE 16 TO RETURN-CODE
001370         STOP RUN
001380     END-IF.
001390     ADD 1 TO WS-CNT-WRITTEN.
001400
001410     PERFORM 2100-READ-OLD
001420         THRU 2100-EXIT.
001430 2000-EXIT.
001440     EXIT.
001450
001460*================================================================
001470 2100-READ-OLD.
001480*================================================================
001490     READ OLD-REGISTER
001500         AT END
001510             SET WS-OLD-EOF TO TRUE
001520             GO TO 2100-EXIT
001530     END-READ.
001540     IF NOT WS-FAPREGO-OK
001550         DISPLAY 'FAPREGCV - READ OF FAPREGO FAILED, STATUS = '
001560             WS-FAPREGO-STATUS
001570         MOVE 16 TO RETURN-CODE
001580         STOP RUN
001590     END-IF.
001600 2100-EXIT.
001610     EXIT.
001620
001630*================================================================
001640 9000-TERMINATE.
001650*================================================================
001660     CLOSE OLD-REGISTER.
001670     CLOSE APPEL-REGISTER.
001680
001690     DISPLAY 'FAPREGCV - ' WS-CNT-READ ' ENTRIES READ, '
001700         WS-CNT-WRITTEN ' CARRIED TO FAPREG UNDER FEED '
001710         WS-PRIMARY-FEED-SOURCE.
001720 9000-EXIT.
001730     EXIT.
