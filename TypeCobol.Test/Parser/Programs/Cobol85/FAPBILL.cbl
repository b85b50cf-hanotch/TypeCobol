000406*                   AND THE RELEASES BILLED GO IN THE NEW
000407*                   TRAILER SIDE COUNT C (SEE CCTLREC), SO
000408*                   FAPBAL'S ARITHMETIC STILL PROVES THE FILE.
000409*  2026-09-07 JDH   EACH CBILLTRN TRANSACTION NOW ALSO CARRIES THE
000410*                   CALL DURATION AND START TIME (SEE CBILLTRN)
000411*                   FOR THE NEW FAPRATE RATING STEP, WHICH PRICES
000412*                   FBILLTRN AGAINST THE MAINTAINED TARIFF FILE.
000413*================================================================
000414 ENVIRONMENT DIVISION.
000415 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-370.
000430 OBJECT-COMPUTER. IBM-370.
000440 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
004690     MOVE MyData                TO BILL-MYDATA.
004700     MOVE FIC-APPEL-CONTRACT-NO TO BILL-CONTRACT-NO.
004710     MOVE CM-STATUS             TO BILL-CONTRACT-STATUS.
004713     MOVE FIC-APPEL-DURATION    TO BILL-DURATION.
004716     MOVE FIC-APPEL-START-TIME  TO BILL-START-TIME.
004720     WRITE BILLING-TRANSACTION.
004722     IF WS-RELEASE-PHASE
004724         ADD 1 TO WS-CNT-REL-BILLED
