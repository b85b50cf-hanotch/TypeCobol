000122*  2026-08-25 JDH   BROKE THE CALL DURATION, START TIME AND
000124*                   AGENT ID OUT OF FIC-APPEL-REJ-FILLER, IN
000126*                   STEP WITH CAPPEL - THE FILLER STAYS A
000127*                   99-BYTE GROUP SO GROUP MOVES STILL WORK.
000128*  2026-10-08 JDH   CARVED FIC-APPEL-REJ-FEED-SOURCE OUT OF THE
000129*                   TRAILING FILLER, IN STEP WITH CAPPEL.
000130*================================================================
000140    01  FIC-APPEL-REJ.
000150        05  FIC-APPEL-REJ-NUM            PIC X(10).
000195            10  FIC-APPEL-REJ-START-TIME-N REDEFINES
000196                FIC-APPEL-REJ-START-TIME PIC 9(06).
000197            10  FIC-APPEL-REJ-AGENT-ID   PIC X(08).
000198            10  FIC-APPEL-REJ-FEED-SOURCE PIC X(02).
000199            10  FILLER                   PIC X(77).
000200        05  FIC-APPEL-REJ-REASON         PIC X(04).
