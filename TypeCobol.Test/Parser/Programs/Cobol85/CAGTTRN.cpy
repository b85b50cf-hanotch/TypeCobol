000010*================================================================
000020*  COPYBOOK:    CAGTTRN
000030*  DESCRIPTION: MAINTENANCE TRANSACTION CARD FOR THE FAGENT
000040*               AGENT MASTER (SEE CAGENT), APPLIED BY AGTMAINT
000050*               IN THE MDTMAINT STYLE.  ONE CARD PER ACTION,
000060*               KEYED ON THE AGENT ID.  ON A CHANGE, A BLANK
000070*               FIELD MEANS "LEAVE IT AS IT STANDS"; ON AN ADD
000080*               EVERY FIELD MUST BE SUPPLIED.  DEACTIVATE AND
000090*               REACTIVATE FLIP THE ACTIVE FLAG - AN AGENT IS
000100*               NEVER PHYSICALLY DELETED.  SHIFT TIMES ARE
000110*               PUNCHED AS HHMMSS.
000120*  LENGTH:      80 BYTES (CARD IMAGE).
000130*----------------------------------------------------------------
000140*  MODIFICATION HISTORY
000150*  DATE       INIT  DESCRIPTION
000160*  ---------- ----  ------------------------------------------
000170*  2026-09-09 JDH   ORIGINAL COPYBOOK.
000180*================================================================
000190    01  AGT-TRANSACTION.
000200        05  AGTT-ACTION              PIC X(01).
000210            88  AGTT-ACTION-ADD              VALUE 'A'.
000220            88  AGTT-ACTION-CHANGE           VALUE 'C'.
000230            88  AGTT-ACTION-DEACT            VALUE 'D'.
000240            88  AGTT-ACTION-REACT            VALUE 'R'.
000250        05  AGTT-AGENT-ID            PIC X(08).
000260        05  AGTT-NAME                PIC X(30).
000270        05  AGTT-TEAM                PIC X(06).
000280        05  AGTT-SHIFT-START         PIC X(06).
000290        05  AGTT-SHIFT-START-N REDEFINES AGTT-SHIFT-START
000300                                     PIC 9(06).
000310        05  AGTT-SHIFT-END           PIC X(06).
000320        05  AGTT-SHIFT-END-N REDEFINES AGTT-SHIFT-END
000330                                     PIC 9(06).
000340        05  FILLER                   PIC X(23).
