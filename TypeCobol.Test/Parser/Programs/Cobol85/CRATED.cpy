000010*================================================================
000020*  COPYBOOK:    CRATED
000030*  DESCRIPTION: RATED-CALL RECORD ON THE FRATED HAND-OFF FILE
000040*               WRITTEN BY FAPRATE - ONE RECORD PER FBILLTRN
000050*               TRANSACTION IT COULD PRICE, CARRYING THE BILLING
000060*               FIELDS THROUGH UNCHANGED PLUS THE TARIFF ROW
000070*               APPLIED (THE CONTRACT'S OWN OR '*DEFAULT*'), THE
000080*               PEAK/OFF-PEAK BAND, THE BILLED MINUTES (SECONDS
000090*               ROUNDED UP TO WHOLE MINUTES), THE PER-CALL AND
000100*               PER-MINUTE PRICES USED AND THE RESULTING CHARGE,
000110*               SO THE BILLING SYSTEM INVOICES AMOUNTS INSTEAD
000120*               OF PRICING RAW CALLS ITSELF.  THE FILE CARRIES A
000130*               CCTLREC HEADER/TRAILER PAIR OF ITS OWN.
000140*  LENGTH:      128 BYTES.
000150*----------------------------------------------------------------
000160*  MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000180*  ---------- ----  ------------------------------------------
000190*  2026-09-07 JDH   ORIGINAL COPYBOOK.
000200*================================================================
000210    01  RATED-CALL-RECORD.
000220        05  RTD-APPEL-NUM            PIC X(10).
000230        05  RTD-APPEL-DATE           PIC 9(08).
000240        05  RTD-MYDATA               PIC X(01).
000250        05  RTD-CONTRACT-NO          PIC X(10).
000260        05  RTD-CONTRACT-STATUS      PIC X(01).
000270        05  RTD-DURATION             PIC 9(06).
000280        05  RTD-START-TIME           PIC 9(06).
000290        05  RTD-TARIFF-KEY           PIC X(10).
000300        05  RTD-BAND                 PIC X(01).
000310            88  RTD-BAND-PEAK                VALUE 'P'.
000320            88  RTD-BAND-OFFPEAK             VALUE 'O'.
000330        05  RTD-MINUTES              PIC 9(05).
000340        05  RTD-CALL-CHARGE          PIC 9(03)V99.
000350        05  RTD-MINUTE-RATE          PIC 9(03)V9(04).
000360        05  RTD-USAGE-CHARGE         PIC 9(07)V99.
000370        05  RTD-TOTAL-CHARGE         PIC 9(07)V99.
000380        05  FILLER                   PIC X(40).
