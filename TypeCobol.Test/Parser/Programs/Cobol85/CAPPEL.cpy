000163*                   CARRIES THE WHOLE AREA; THE NEW FIELDS ARE
000164*                   SUBORDINATES, PIC X WITH NUMERIC REDEFINES
000165*                   SO A GARBLED FEED BYTE CANNOT ABEND A READER.
000166*  2026-10-08 JDH   CARVED FIC-APPEL-FEED-SOURCE OUT OF THE FIRST
000167*                   TWO BYTES OF THE TRAILING FILLER - THE SWITCH
000168*                   FEED THE CALL ARRIVED ON.  THE ORIGINAL SWITCH
000169*                   SENDS IT BLANK AND FAPEDIT STAMPS IT '01'; A
000170*                   CONVERTED FEED ARRIVES STAMPED BY FAPCONV FROM
000171*                   ITS VENDOR PROFILE (SEE CVENDPRF).  IT STAYS
000172*                   INSIDE FIC-APPEL-FILLER, SO THE EXISTING GROUP
000173*                   MOVES CARRY IT THROUGH TO FAPPEL-HIST AND
000174*                   FSUSPENS.  RECORDS FROM BEFORE THIS CHANGE
000175*                   CARRY SPACES, WHICH MEAN '01'.
000176*================================================================
000177    01  FIC-APPEL.
000180        05  FIC-APPEL-NUM            PIC X(10).
000190        05  FIC-APPEL-DATE           PIC 9(08).
000200        05  FIC-APPEL-MYDATA         PIC X(01).
000270            10  FIC-APPEL-START-TIME-N REDEFINES
000280                FIC-APPEL-START-TIME PIC 9(06).
000290            10  FIC-APPEL-AGENT-ID   PIC X(08).
000300            10  FIC-APPEL-FEED-SOURCE PIC X(02).
000310            10  FILLER               PIC X(77).
