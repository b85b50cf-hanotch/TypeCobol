000010*================================================================
000020*  COPYBOOK:    CDISPUTE
000030*  DESCRIPTION: RECORD LAYOUT FOR THE FDISPUTE INDEXED DISPUTE
000040*               FILE KEPT BY FAPDISP - ONE ENTRY PER DISPUTED
000050*               APPEL, KEYED BY APPEL NUMBER.  THE ENTRY CARRIES
000060*               THE BILLED TRANSACTION AS FBILLTRN SENT IT, THE
000070*               FAPPEL-HIST ARCHIVE DATE THE CALL WAS FOUND
000080*               UNDER, AND WHO OPENED AND CLOSED THE DISPUTE.
000090*               A CLOSED DISPUTE (CREDITED OR DENIED) IS NEVER
000100*               DELETED - THE CREDITED ENTRY IS WHAT STOPS THE
000110*               SAME APPEL BEING CREDITED TWICE, AND ITS CREDIT
000120*               NOTE NUMBER IS THE TRAIL FROM THE NOTE BACK TO
000130*               THE CALL.
000140*  LENGTH:      120 BYTES.
000150*----------------------------------------------------------------
000160*  MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000180*  ---------- ----  ------------------------------------------
000190*  2026-09-28 JDH   ORIGINAL COPYBOOK.
000200*================================================================
000210    01  DISPUTE-RECORD.
000220        05  DSP-APPEL-NUM            PIC X(10).
000230        05  DSP-STATUS               PIC X(01).
000240            88  DSP-STATUS-OPEN              VALUE 'O'.
000250            88  DSP-STATUS-CREDITED          VALUE 'C'.
000260            88  DSP-STATUS-DENIED            VALUE 'D'.
000270        05  DSP-CONTRACT-NO          PIC X(10).
000280        05  DSP-CONTRACT-STATUS      PIC X(01).
000290        05  DSP-APPEL-DATE           PIC 9(08).
000300        05  DSP-MYDATA               PIC X(01).
000310        05  DSP-DURATION             PIC X(06).
000320        05  DSP-START-TIME           PIC X(06).
000330        05  DSP-ARCHIVE-DATE         PIC 9(08).
000340        05  DSP-RAISED-DATE          PIC 9(08).
000350        05  DSP-REASON               PIC X(02).
000360        05  DSP-CUSTOMER-REF         PIC X(12).
000370        05  DSP-OPENED-DATE          PIC 9(08).
000380        05  DSP-OPENED-USER          PIC X(08).
000390        05  DSP-CLOSED-DATE          PIC 9(08).
000400        05  DSP-CLOSED-USER          PIC X(08).
000410        05  DSP-CREDIT-REF           PIC X(12).
000420        05  FILLER                   PIC X(03).
