000136*                   THE WHOLE ARCHIVE.  THE BYTE LAYOUT IS
000137*                   UNCHANGED.  THE GENERATION'S CCTLREC PAIR
000138*                   MOVED TO THE FAPPLHCT SIDE FILE.
000139*  2026-10-08 JDH   CARVED HIST-APPEL-FEED-SOURCE OUT OF THE
000140*                   TRAILING FILLER, IN STEP WITH CAPPEL - THE
000141*                   SWITCH FEED THE CALL ARRIVED ON.  SPACES ON
000142*                   ROWS ARCHIVED BEFORE THIS CHANGE MEAN '01'.
000143*                   THE BYTE LAYOUT AND THE KEY ARE UNCHANGED.
000144*================================================================
000150    01  FIC-APPEL-HIST.
000160        05  HIST-ARCHIVE-KEY.
000170            10  HIST-ARCHIVE-DATE    PIC 9(08).
000250            10  HIST-APPEL-START-TIME-N REDEFINES
000260                HIST-APPEL-START-TIME PIC 9(06).
000270            10  HIST-APPEL-AGENT-ID  PIC X(08).
000280            10  HIST-APPEL-FEED-SOURCE PIC X(02).
000290            10  FILLER               PIC X(77).
