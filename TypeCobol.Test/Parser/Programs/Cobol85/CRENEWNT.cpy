000010*================================================================
000020*  COPYBOOK:    CRENEWNT
000030*  DESCRIPTION: RECORD LAYOUT FOR THE FRENEWNT RENEWAL-NOTICE
000040*               FILE CONTREXP WRITES EACH WEEK FOR ACCOUNT
000050*               MANAGEMENT - ONE RECORD PER ACTIVE CONTRACT
000060*               WHOSE CM-EXPIRY-DATE FALLS INSIDE THE WARNING
000070*               WINDOW, IN RANK ORDER (MOST APPELS OVER THE LAST
000080*               30 DAYS FIRST, THEN MOST MINUTES), SO THE
000090*               BUSIEST EXPIRING CONTRACTS ARE WORKED FIRST.
000093*               THE 30 DAYS ARE THE 30 BEFORE THE RUN DATE - THE
000096*               RUN DATE ITSELF IS NOT COUNTED.
000100*               RNW-DAYS-TO-EXPIRY IS ZERO FOR A CONTRACT THAT
000110*               EXPIRES ON THE RUN DATE ITSELF.
000120*  LENGTH:      80 BYTES.
000130*----------------------------------------------------------------
000140*  MODIFICATION HISTORY
000150*  DATE       INIT  DESCRIPTION
000160*  ---------- ----  ------------------------------------------
000170*  2026-09-16 JDH   ORIGINAL COPYBOOK.
000180*================================================================
000190    01  RENEWAL-NOTICE-RECORD.
000200        05  RNW-RUN-DATE             PIC 9(08).
000210        05  RNW-RANK                 PIC 9(05).
000220        05  RNW-CONTRACT-NO          PIC X(10).
000230        05  RNW-EFFECTIVE-DATE       PIC 9(08).
000240        05  RNW-EXPIRY-DATE          PIC 9(08).
000250        05  RNW-DAYS-TO-EXPIRY       PIC 9(05).
000260        05  RNW-APPELS-30D           PIC 9(07).
000270        05  RNW-MINUTES-30D          PIC 9(07).
000280        05  FILLER                   PIC X(22).
