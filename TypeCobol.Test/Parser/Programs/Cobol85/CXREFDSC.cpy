000010*================================================================
000020*  COPYBOOK:    CXREFDSC
000030*  DESCRIPTION: RECORD LAYOUT FOR THE FXREFDSC DISCREPANCY FILE
000040*               THE WEEKLY FAPXREF CROSS-FILE AUDIT WRITES - ONE
000050*               RECORD PER FINDING, CATEGORY CODE FIRST SO THE
000060*               FILE CAN BE SORTED OR SPLIT WITHOUT A PROGRAM:
000070*                 HC - FAPPEL-HIST APPEL WHOSE CONTRACT IS ON
000080*                      NEITHER CONTRACT-MASTER NOR CONTRHIS.
000090*                      KEY DATE = ARCHIVE DATE.
000100*                 SC - FSUSPENS ITEM WHOSE CONTRACT IS NO LONGER
000110*                      ON CONTRACT-MASTER BUT HAS A CONTRHIS
000115*                      IMAGE, I.E. WAS DELETED.  KEY DATE = THE
000120*                      RECONCILIATION DATE IT WAS SUSPENDED.
000130*                 RH - FAPREG ENTRY FIRST SEEN INSIDE THE
000140*                      RETENTION WINDOW WITH NO FAPPEL-HIST
000150*                      RECORD.  KEY DATE = FIRST-SEEN DATE.
000160*                 MN - FAPPEL-HIST ROW WHOSE MYDATA CODE IS NOT
000170*                      ON FMDTABLE.  KEY DATE = ARCHIVE DATE.
000180*                 MD - FAPPEL-HIST ROW WHOSE MYDATA CODE IS ON
000190*                      FMDTABLE BUT DEACTIVATED.  KEY DATE =
000200*                      ARCHIVE DATE.
000210*                 CO - CONTRHIS IMAGE WHOSE EFFECTIVE DATE FALLS
000220*                      INSIDE THE TERM OF AN EARLIER IMAGE OF THE
000230*                      SAME CONTRACT.  THE IMAGE DATES ARE THE
000240*                      LATER IMAGE, THE PRIOR DATES THE EARLIER
000250*                      TERM THAT RUNS LATEST; KEY DATE = THE LATER
000260*                      IMAGE'S SUPERSEDED DATE.
000270*               FIELDS A CATEGORY DOES NOT USE ARE SPACES OR
000280*               ZERO.  THE FILE CARRIES A CCTLREC HEADER/TRAILER
000290*               PAIR.
000300*  LENGTH:      128 BYTES.
000310*----------------------------------------------------------------
000320*  MODIFICATION HISTORY
000330*  DATE       INIT  DESCRIPTION
000340*  ---------- ----  ------------------------------------------
000350*  2026-10-01 JDH   ORIGINAL COPYBOOK.
000360*================================================================
000370    01  XREF-DISCREPANCY-RECORD.
000380        05  XRD-RUN-DATE             PIC 9(08).
000390        05  XRD-CATEGORY             PIC X(02).
000400            88  XRD-HIST-NO-CONTRACT         VALUE 'HC'.
000410            88  XRD-SUSP-NO-CONTRACT         VALUE 'SC'.
000420            88  XRD-REG-NO-HISTORY           VALUE 'RH'.
000430            88  XRD-MYDATA-NOT-ON-TABLE      VALUE 'MN'.
000440            88  XRD-MYDATA-DEACTIVATED       VALUE 'MD'.
000450            88  XRD-CONTRHIS-OVERLAP         VALUE 'CO'.
000460        05  XRD-SOURCE-FILE          PIC X(08).
000470        05  XRD-APPEL-NUM            PIC X(10).
000480        05  XRD-CONTRACT-NO          PIC X(10).
000490        05  XRD-KEY-DATE             PIC 9(08).
000500        05  XRD-APPEL-DATE           PIC 9(08).
000510        05  XRD-MYDATA               PIC X(01).
000520        05  XRD-SUSP-REASON          PIC X(08).
000530        05  XRD-EFFECTIVE-DATE       PIC 9(08).
000540        05  XRD-EXPIRY-DATE          PIC 9(08).
000550        05  XRD-PRIOR-EFFECTIVE-DATE PIC 9(08).
000560        05  XRD-PRIOR-EXPIRY-DATE    PIC 9(08).
000570        05  FILLER                   PIC X(33).
