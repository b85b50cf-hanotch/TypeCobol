000262*                 FAPBILL  (FBILLTRN)    A=RECORDS READ
000264*                                        B=RECORDS HELD
000265*                                        C=RELEASES BILLED
000266*                 FAPEDIT  (FACKALL)     A=RECORDS RECEIVED
000268*                                        B=RECORDS REJECTED
000269*                                          (ALL FEEDS)
000270*                 FAPVACK  (FVENDACK)    A=RECORDS RECEIVED
000271*                                        B=RECORDS REJECTED (THE
000272*                                          ONE FEED)
000273*                 FAPRATE  (FRATED)      A=BILLING RECORDS READ
000274*                                        B=RECORDS NOT RATED
000275*                                        C=TOTAL CHARGE IN
000276*                                          HUNDREDTHS (HASH)
000277*                 FAPANOM  (FANOMALY)    A=VOLUME-SPIKE APPELS
000278*                                        B=OVERLAP APPELS
000279*                                        C=CONTRACTS FLAGGED
000280*                 FILEBKUP (FBACKUP)     A=KEY HASH TOTAL (LOW
000281*                                          NINE DIGITS); THE
000282*                                          FILE-ID NAMES THE
000283*                                          FILE UNLOADED
000284*                 FAPDISP  (FCREDIT)     A=CREDIT CARDS READ
000285*                                        B=CREDIT CARDS
000286*                                          REJECTED
000287*                 FAPXREF  (FXREFDSC)    A=HISTORY ROWS READ
000288*                                        B=REGISTER ENTRIES
000289*                                          CHECKED
000290*                                        C=SUSPENSE ITEMS READ
000291*  LENGTH:      128 BYTES.
000292*----------------------------------------------------------------
000293*  MODIFICATION HISTORY
000300*  DATE       INIT  DESCRIPTION
000310*  ---------- ----  ------------------------------------------
000320*  2026-08-22 JDH   ORIGINAL COPYBOOK.
000339*                   SEPARATELY FROM THE FEED FIGURES.  EVERY
000340*                   OTHER PRODUCER LEAVES IT AS SPACES; NO
000341*                   EXISTING FIELD MOVES.
000342*  2026-09-07 JDH   SIDE COUNT TABLE EXTENDED FOR THE NEW
000343*                   FRATED CARRIER (FAPRATE).  COMMENT CHANGE
000344*                   ONLY.
000345*  2026-09-21 JDH   SIDE COUNT TABLE EXTENDED FOR THE NEW
000346*                   FANOMALY CARRIER (FAPANOM).  COMMENT
000347*                   CHANGE ONLY.
000348*  2026-09-24 JDH   SIDE COUNT TABLE EXTENDED FOR THE NEW
000349*                   FBACKUP CARRIER (FILEBKUP).  COMMENT
000350*                   CHANGE ONLY.
000351*  2026-09-28 JDH   SIDE COUNT TABLE EXTENDED FOR THE NEW
000352*                   FCREDIT CARRIER (FAPDISP).  COMMENT
000353*                   CHANGE ONLY.
000354*  2026-10-01 JDH   SIDE COUNT TABLE EXTENDED FOR THE NEW
000355*                   FXREFDSC CARRIER (FAPXREF).  COMMENT
000356*                   CHANGE ONLY.
000357*  2026-10-08 JDH   SIDE COUNT TABLE: FAPEDIT'S ACKNOWLEDGMENT
000358*                   CARRIER IS NOW FACKALL, COVERING EVERY FEED;
000359*                   EACH VENDOR'S FVENDACK IS CUT FROM IT BY
000360*                   FAPVACK.  COMMENT CHANGE ONLY.
000361*================================================================
000362    01  FIC-CONTROL-RECORD.
000363        05  CTL-RECORD-TYPE          PIC X(08).
000364            88  CTL-HEADER-REC               VALUE 'HDR*CTL*'.
000370            88  CTL-TRAILER-REC              VALUE 'TRL*CTL*'.
000380            88  CTL-CONTROL-REC              VALUES 'HDR*CTL*'
000390                                                    'TRL*CTL*'.
