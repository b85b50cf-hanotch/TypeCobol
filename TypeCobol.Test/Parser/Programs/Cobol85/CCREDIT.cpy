000010*================================================================
000020*  COPYBOOK:    CCREDIT
000030*  DESCRIPTION: CREDIT REVERSAL RECORD ON THE FCREDIT HAND-OFF
000040*               FILE WRITTEN BY FAPDISP - ONE RECORD PER
000050*               APPROVED DISPUTE.  THE FIRST 42 BYTES REPEAT THE
000060*               ORIGINAL FBILLTRN TRANSACTION IN THE CBILLTRN
000070*               SHAPE SO THE BILLING SYSTEM REVERSES EXACTLY
000080*               WHAT IT WAS SENT; THE REST TIES THE REVERSAL TO
000090*               THE CREDIT NOTE, THE DISPUTE AND THE FAPPEL-HIST
000100*               ARCHIVE ENTRY.  THE FILE CARRIES A CCTLREC
000110*               HEADER/TRAILER PAIR SO FAPBAL CAN PROVE IT.
000120*  LENGTH:      128 BYTES.
000130*----------------------------------------------------------------
000140*  MODIFICATION HISTORY
000150*  DATE       INIT  DESCRIPTION
000160*  ---------- ----  ------------------------------------------
000170*  2026-09-28 JDH   ORIGINAL COPYBOOK.
000180*================================================================
000190    01  CREDIT-REVERSAL-RECORD.
000200        05  CRD-APPEL-NUM            PIC X(10).
000210        05  CRD-APPEL-DATE           PIC 9(08).
000220        05  CRD-MYDATA               PIC X(01).
000230        05  CRD-CONTRACT-NO          PIC X(10).
000240        05  CRD-CONTRACT-STATUS      PIC X(01).
000250        05  CRD-DURATION             PIC X(06).
000260        05  CRD-START-TIME           PIC X(06).
000270        05  CRD-TRAN-TYPE            PIC X(01).
000280            88  CRD-REVERSAL                 VALUE 'R'.
000290        05  CRD-CREDIT-DATE          PIC 9(08).
000300        05  CRD-RAISED-DATE          PIC 9(08).
000310        05  CRD-REASON               PIC X(02).
000320        05  CRD-CREDIT-REF           PIC X(12).
000330        05  CRD-CUSTOMER-REF         PIC X(12).
000340        05  CRD-ARCHIVE-DATE         PIC 9(08).
000350        05  CRD-APPROVED-USER        PIC X(08).
000360        05  FILLER                   PIC X(27).
