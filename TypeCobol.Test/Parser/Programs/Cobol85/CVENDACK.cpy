000010*================================================================
000020*  COPYBOOK:    CVENDACK
000030*  DESCRIPTION: ACKNOWLEDGMENT RECORD ON THE FVENDACK RETURN
000040*               FILE, WRITTEN ONE PER FEED BY FAPVACK FROM
000045*               FAPEDIT'S FACKALL FILE, FOR TRANSMISSION
000050*               BACK TO THE SWITCH VENDOR - MACHINE-READABLE, SO
000060*               THE VENDOR'S TWO-DAY CORRECT-AND-RESEND
000070*               OBLIGATION CAN BE HELD TO WITHOUT ANYONE READING
000250*  DATE       INIT  DESCRIPTION
000260*  ---------- ----  ------------------------------------------
000270*  2026-09-02 JDH   ORIGINAL COPYBOOK.
000271*  2026-10-08 JDH   ADDED ACK-FEED-SOURCE OUT OF THE FILLER.  WITH
000272*                   A SECOND SWITCH VENDOR FAPEDIT NOW WRITES ONE
000273*                   FACKALL FILE FOR EVERY FEED, EACH DATA RECORD
000274*                   TAGGED WITH THE FEED IT ACKNOWLEDGES AND THE
000275*                   SUMMARY FIGURES REPEATED PER FEED, UNDER A
000276*                   CCTLREC PAIR WITH FILE-ID 'FACKALL'.  FAPVACK
000277*                   THEN CUTS ONE FVENDACK PER VENDOR FROM IT IN
000278*                   THE SHAPE DESCRIBED ABOVE, SO EACH VENDOR SEES
000279*                   ONLY ITS OWN RECORDS.
000280*================================================================
000290    01  VENDOR-ACK-RECORD.
000300        05  ACK-RECORD-TYPE          PIC X(08).
000330        05  ACK-REASON               PIC X(04).
000340        05  ACK-APPEL-NUM            PIC X(10).
000350        05  ACK-COUNT                PIC 9(09).
000360        05  ACK-FEED-SOURCE          PIC X(02).
000370        05  FILLER                   PIC X(95).
