000010*================================================================
000020*  COPYBOOK:    CANOMALY
000030*  DESCRIPTION: RECORD LAYOUT FOR THE FANOMALY FILE FAPANOM
000040*               WRITES EACH NIGHT - ONE RECORD PER FLAGGED APPEL.
000050*               TYPE 'V' IS A CALL ON A CONTRACT WHOSE DAY'S
000060*               APPEL COUNT OR TOTAL DURATION RAN OVER THE PARM
000070*               MULTIPLE OF ITS OWN TRAILING DAILY AVERAGE; THE
000080*               CONTRACT'S DAY AND AVERAGE FIGURES RIDE ON EVERY
000090*               SUCH RECORD.  TYPE 'O' IS A CALL THAT OVERLAPS
000100*               ANOTHER CALL TAKEN UNDER THE SAME AGENT ID;
000110*               ANM-RELATED-APPEL NAMES THE CALL IT OVERLAPS.
000120*               ONE APPEL CAN APPEAR ONCE UNDER EACH TYPE.
000130*               THE FILE CARRIES A CCTLREC HEADER/TRAILER PAIR.
000140*  LENGTH:      128 BYTES.
000150*----------------------------------------------------------------
000160*  MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000180*  ---------- ----  ------------------------------------------
000190*  2026-09-21 JDH   ORIGINAL COPYBOOK.
000200*================================================================
000210    01  ANOMALY-RECORD.
000220        05  ANM-RUN-DATE             PIC 9(08).
000230        05  ANM-TYPE                 PIC X(01).
000240            88  ANM-VOLUME-SPIKE             VALUE 'V'.
000250            88  ANM-AGENT-OVERLAP            VALUE 'O'.
000260        05  ANM-APPEL-NUM            PIC X(10).
000270        05  ANM-APPEL-DATE           PIC 9(08).
000280        05  ANM-CONTRACT-NO          PIC X(10).
000290        05  ANM-AGENT-ID             PIC X(08).
000300        05  ANM-START-TIME           PIC X(06).
000310        05  ANM-DURATION             PIC X(06).
000320        05  ANM-RELATED-APPEL        PIC X(10).
000330        05  ANM-DAY-APPELS           PIC 9(07).
000340        05  ANM-AVG-APPELS           PIC 9(05)V99.
000350        05  ANM-DAY-SECONDS          PIC 9(09).
000360        05  ANM-AVG-SECONDS          PIC 9(07)V99.
000370        05  FILLER                   PIC X(29).
