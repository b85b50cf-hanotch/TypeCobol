000160*  DATE       INIT  DESCRIPTION
000170*  ---------- ----  ------------------------------------------
000180*  2026-08-24 JDH   ORIGINAL COPYBOOK.
000181*  2026-09-07 JDH   CARRIES THE CALL DURATION (SECONDS) AND CALL
000182*                   START TIME (HHMMSS) OUT OF THE FILLER, IN THE
000183*                   SAME SHAPE AS CAPPEL - PIC X WITH NUMERIC
000184*                   REDEFINES - SO THE FAPRATE RATING STEP CAN
000185*                   PRICE A TRANSACTION WITHOUT GOING BACK TO
000186*                   FAPPEL.  THE RECORD STAYS 128 BYTES.
000190*================================================================
000200    01  BILLING-TRANSACTION.
000210        05  BILL-APPEL-NUM           PIC X(10).
000230        05  BILL-MYDATA              PIC X(01).
000240        05  BILL-CONTRACT-NO         PIC X(10).
000250        05  BILL-CONTRACT-STATUS     PIC X(01).
000260        05  BILL-DURATION            PIC X(06).
000270        05  BILL-DURATION-N REDEFINES
000280            BILL-DURATION            PIC 9(06).
000290        05  BILL-START-TIME          PIC X(06).
000300        05  BILL-START-TIME-N REDEFINES
000310            BILL-START-TIME          PIC 9(06).
000320        05  FILLER                   PIC X(86).
