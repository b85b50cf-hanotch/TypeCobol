000154*                   AGENT ID OUT OF FIC-APPEL-SUSP-FILLER, IN
000156*                   STEP WITH CAPPEL - THE FILLER STAYS A
000158*                   99-BYTE GROUP SO GROUP MOVES STILL WORK.
000160*  2026-10-08 JDH   CARVED FIC-APPEL-SUSP-FEED-SOURCE OUT OF THE
000162*                   TRAILING FILLER, IN STEP WITH CAPPEL.  SPACES
000164*                   ON ITEMS SUSPENDED BEFORE THIS CHANGE MEAN
000166*                   '01'.
000168*================================================================
000170    01  FIC-APPEL-SUSP.
000180        05  FIC-APPEL-SUSP-NUM           PIC X(10).
000190        05  FIC-APPEL-SUSP-DATE          PIC 9(08).
000270            10  FIC-APPEL-SUSP-START-TIME-N REDEFINES
000280                FIC-APPEL-SUSP-START-TIME PIC 9(06).
000290            10  FIC-APPEL-SUSP-AGENT-ID  PIC X(08).
000293            10  FIC-APPEL-SUSP-FEED-SOURCE PIC X(02).
000296            10  FILLER                   PIC X(77).
000301        05  FIC-APPEL-SUSP-REASON        PIC X(08).
000302        05  FIC-APPEL-SUSP-RECON-DATE    PIC 9(08).
