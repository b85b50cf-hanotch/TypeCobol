000010*================================================================
000020*  COPYBOOK:    CTRFTRN
000030*  DESCRIPTION: MAINTENANCE TRANSACTION CARD FOR THE FTARIFF
000040*               TARIFF FILE (SEE CTARIFF), APPLIED BY TRFMAINT
000050*               IN THE CONTRMNT STYLE.  ONE CARD PER ACTION,
000060*               KEYED ON THE CONTRACT NUMBER ('*DEFAULT*' FOR
000070*               THE DEFAULT ROW).  ON A CHANGE, A BLANK FIELD
000080*               MEANS "LEAVE THE TARIFF VALUE AS IT STANDS"; ON
000090*               AN ADD EVERY FIELD MUST BE SUPPLIED.  MONEY AND
000100*               RATES ARE PUNCHED WITH IMPLIED DECIMALS, TIMES
000110*               AS HHMMSS.
000120*  LENGTH:      80 BYTES (CARD IMAGE).
000130*----------------------------------------------------------------
000140*  MODIFICATION HISTORY
000150*  DATE       INIT  DESCRIPTION
000160*  ---------- ----  ------------------------------------------
000170*  2026-09-07 JDH   ORIGINAL COPYBOOK.
000180*================================================================
000190    01  TRF-TRANSACTION.
000200        05  TRFT-ACTION              PIC X(01).
000210            88  TRFT-ACTION-ADD              VALUE 'A'.
000220            88  TRFT-ACTION-CHANGE           VALUE 'C'.
000230            88  TRFT-ACTION-DELETE           VALUE 'D'.
000240        05  TRFT-CONTRACT-NO         PIC X(10).
000250        05  TRFT-CALL-CHARGE         PIC X(05).
000260        05  TRFT-CALL-CHARGE-N REDEFINES TRFT-CALL-CHARGE
000270                                     PIC 9(03)V99.
000280        05  TRFT-PEAK-RATE           PIC X(07).
000290        05  TRFT-PEAK-RATE-N REDEFINES TRFT-PEAK-RATE
000300                                     PIC 9(03)V9(04).
000310        05  TRFT-OFFPEAK-RATE        PIC X(07).
000320        05  TRFT-OFFPEAK-RATE-N REDEFINES TRFT-OFFPEAK-RATE
000330                                     PIC 9(03)V9(04).
000340        05  TRFT-PEAK-START          PIC X(06).
000350        05  TRFT-PEAK-START-N REDEFINES TRFT-PEAK-START
000360                                     PIC 9(06).
000370        05  TRFT-PEAK-END            PIC X(06).
000380        05  TRFT-PEAK-END-N REDEFINES TRFT-PEAK-END
000390                                     PIC 9(06).
000400        05  FILLER                   PIC X(38).
