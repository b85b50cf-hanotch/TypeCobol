000010*================================================================
000020*  COPYBOOK:    CDSPTRN
000030*  DESCRIPTION: DISPUTE TRANSACTION CARD APPLIED BY FAPDISP -
000040*               ONE CARD PER ACTION, KEYED ON THE APPEL NUMBER
000050*               OF THE BILLED CALL THE CUSTOMER DISPUTES.
000060*                 'O' OPEN   - RAISES THE DISPUTE.  CONTRACT
000070*                              AND REASON ARE REQUIRED; A
000080*                              BLANK RAISED DATE MEANS THE RUN
000090*                              DATE.  THE CUSTOMER'S OWN
000100*                              REFERENCE RIDES IN DSPT-REFERENCE.
000110*                 'C' CREDIT - APPROVES AN OPEN DISPUTE AND
000120*                              ISSUES THE REVERSAL.  THE CREDIT
000130*                              NOTE NUMBER IN DSPT-REFERENCE IS
000140*                              REQUIRED - IT IS THE AUDITORS'
000150*                              WAY BACK TO THE CALL.
000160*                 'D' DENY   - CLOSES AN OPEN DISPUTE WITH NO
000170*                              CREDIT.
000180*               DSPT-USER IS WHOEVER KEYED THE CARD.
000190*  LENGTH:      80 BYTES (CARD IMAGE).
000200*----------------------------------------------------------------
000210*  MODIFICATION HISTORY
000220*  DATE       INIT  DESCRIPTION
000230*  ---------- ----  ------------------------------------------
000240*  2026-09-28 JDH   ORIGINAL COPYBOOK.
000250*================================================================
000260    01  DISPUTE-TRANSACTION.
000270        05  DSPT-ACTION              PIC X(01).
000280            88  DSPT-ACTION-OPEN             VALUE 'O'.
000290            88  DSPT-ACTION-CREDIT           VALUE 'C'.
000300            88  DSPT-ACTION-DENY             VALUE 'D'.
000310        05  DSPT-APPEL-NUM           PIC X(10).
000320        05  DSPT-CONTRACT-NO         PIC X(10).
000330        05  DSPT-RAISED-DATE         PIC X(08).
000340        05  DSPT-RAISED-DATE-N REDEFINES DSPT-RAISED-DATE
000350                                     PIC 9(08).
000360        05  DSPT-REASON              PIC X(02).
000370        05  DSPT-REFERENCE           PIC X(12).
000380        05  DSPT-USER                PIC X(08).
000390        05  FILLER                   PIC X(29).
