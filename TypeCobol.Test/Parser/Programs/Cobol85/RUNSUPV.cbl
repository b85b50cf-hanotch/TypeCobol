000402*                   UNDER DATE X INSTEAD OF SPLITTING THE
000403*                   STREAM ACROSS X AND X+1 AND BOUNCING OFF
000404*                   THE UPSTREAM 'EN' GATES.
000405*  2026-09-07 JDH   FAPRATE TAKES ITS PLACE IN THE REQUIRED
000406*                   ORDER STRAIGHT AFTER FAPBILL - IT PRICES
000407*                   FBILLTRN AND GATES ON FAPBILL'S CLEAN END,
000408*                   SO IT MUST BE SETTLED BEFORE THE STEPS
000409*                   BEHIND IT.  ITS PARM TAKES THE RUN DATE IN
000410*                   7-14 LIKE MOST STEPS.
000411*  2026-09-28 JDH   FAPDISP TAKES ITS PLACE IN THE REQUIRED
000412*                   ORDER BETWEEN FAPHIST AND FAPBAL - IT
000413*                   GATES ON FAPHIST'S CLEAN END AND FAPBAL
000414*                   NOW PROVES ITS FCREDIT HAND-OFF.  ITS
000415*                   PARM TAKES THE RUN DATE IN 7-14.
000416*================================================================
000417 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000440 OBJECT-COMPUTER. IBM-370.
000850     05  FILLER                PIC X(09) VALUE 'FILECTL Y'.
000860     05  FILLER                PIC X(09) VALUE 'CONTRCHKN'.
000865     05  FILLER                PIC X(09) VALUE 'FAPBILL N'.
000867     05  FILLER                PIC X(09) VALUE 'FAPRATE N'.
000870     05  FILLER                PIC X(09) VALUE 'FAPHIST N'.
000875     05  FILLER                PIC X(09) VALUE 'FAPDISP N'.
000880     05  FILLER                PIC X(09) VALUE 'FAPBAL  N'.
000890
000900 01  WS-STEP-LIST REDEFINES WS-STEP-LIST-DATA.
000910     05  WS-STEP-ENTRY         OCCURS 8 TIMES.
000920         10  WS-STEP-PROGRAM   PIC X(08).
000930         10  WS-STEP-CKPT-SW   PIC X(01).
000940             88  WS-STEP-HAS-CHECKPOINT  VALUE 'Y'.
000950
000960 01  WS-STEP-COUNT             PIC S9(04) COMP VALUE 8.
000970 01  WS-STEP-SUB               PIC S9(04) COMP VALUE ZERO.
000980
000990*----------------------------------------------------------------
