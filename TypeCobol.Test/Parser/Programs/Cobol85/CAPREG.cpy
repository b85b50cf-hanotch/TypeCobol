000020*  COPYBOOK:    CAPREG
000030*  DESCRIPTION: APPEL-NUMBER REGISTER ENTRY ON THE KEYED FAPREG
000040*               FILE - ONE ENTRY PER APPEL NUMBER EVER ACCEPTED
000050*               ONTO FAPPEL-EDT FROM EACH FEED, KEYED BY FEED AND
000060*               APPEL NUMBER AND CARRYING THE DATE THE NUMBER WAS
000065*               FIRST SEEN.
000070*               MAINTAINED BY FAPEDIT AS PART OF THE NIGHTLY
000080*               EDIT: EVERY CLEAN RECORD IS REGISTERED, AND A
000090*               RECORD WHOSE NUMBER WAS REGISTERED ON AN
000132*               DELETES AN ENTRY WHEN IT RECYCLES THE APPEL, SO
000133*               A SUPPORT CORRECTION RE-ENTERS THE EDIT INSTEAD
000134*               OF BOUNCING AS A RE-SEND.
000140*  LENGTH:      20 BYTES.
000150*----------------------------------------------------------------
000160*  MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000194*                   ARE RERUNS, NOT RE-SENDS, AND FAPRECYC NOW
000196*                   RELEASES RECYCLED ENTRIES.  NO LAYOUT
000198*                   CHANGE.
000199*  2026-10-08 JDH   THE KEY IS NOW FEED SOURCE + APPEL NUMBER
000200*                   (REG-REGISTER-KEY), SO THE RE-SEND CHECK IS
000201*                   SCOPED PER SWITCH VENDOR - TWO VENDORS' NUMBER
000202*                   RANGES MAY OVERLAP.  LENGTH 18 -> 20; THE
000203*                   EXISTING REGISTER IS CARRIED OVER ONCE BY
000204*                   FAPREGCV, EVERY ENTRY UNDER FEED '01'.
000205*================================================================
000210    01  APPEL-REGISTER-RECORD.
000220        05  REG-REGISTER-KEY.
000223            10  REG-FEED-SOURCE      PIC X(02).
000226            10  REG-APPEL-NUM        PIC X(10).
000230        05  REG-FIRST-SEEN-DATE      PIC 9(08).
