000010*================================================================
000020*  COPYBOOK:    CTARIFF
000030*  DESCRIPTION: RECORD LAYOUT FOR THE FTARIFF INDEXED TARIFF
000040*               FILE - ONE ENTRY PER CONTRACT WITH NEGOTIATED
000050*               TERMS, KEYED BY CONTRACT NUMBER, USED BY FAPRATE
000060*               TO PRICE EACH FBILLTRN TRANSACTION AND KEPT UP
000070*               BY TRFMAINT.  A CONTRACT WITH NO ENTRY OF ITS
000080*               OWN IS PRICED ON THE DEFAULT ROW, KEYED
000090*               '*DEFAULT*' - THE '*' CAN NEVER APPEAR IN A REAL
000100*               CONTRACT NUMBER, THE SAME SENTINEL RULE CCTLREC
000110*               RELIES ON.
000120*               EACH CALL PAYS THE PER-CALL CHARGE PLUS ITS
000130*               BILLED MINUTES AT THE PEAK OR OFF-PEAK RATE,
000140*               CHOSEN BY THE CALL START TIME.  THE PEAK BAND
000150*               RUNS FROM TRF-PEAK-START (INCLUSIVE) TO
000160*               TRF-PEAK-END (EXCLUSIVE), BOTH HHMMSS.  A START
000170*               LATER THAN THE END IS A BAND THAT WRAPS PAST
000180*               MIDNIGHT; EQUAL START AND END MEANS NO PEAK BAND
000190*               AT ALL, EVERY CALL OFF-PEAK.
000200*  LENGTH:      50 BYTES.
000210*----------------------------------------------------------------
000220*  MODIFICATION HISTORY
000230*  DATE       INIT  DESCRIPTION
000240*  ---------- ----  ------------------------------------------
000250*  2026-09-07 JDH   ORIGINAL COPYBOOK.
000260*================================================================
000270    01  TARIFF-RECORD.
000280        05  TRF-CONTRACT-NO          PIC X(10).
000290            88  TRF-DEFAULT-ROW              VALUE '*DEFAULT*'.
000300        05  TRF-CALL-CHARGE          PIC 9(03)V99.
000310        05  TRF-PEAK-RATE            PIC 9(03)V9(04).
000320        05  TRF-OFFPEAK-RATE         PIC 9(03)V9(04).
000330        05  TRF-PEAK-START           PIC 9(06).
000340        05  TRF-PEAK-END             PIC 9(06).
000350        05  FILLER                   PIC X(09).
