000010*================================================================
000020*  COPYBOOK:    CENQLOG
000030*  DESCRIPTION: CONTRACT ENQUIRY LOG RECORD - WHO LOOKED AT
000040*               WHICH CONTRACT, AND WHEN.  WRITTEN BY ENQLOG1
000050*               FOR EVERY CONTRACT A CONTRENQ SESSION DISPLAYS.
000060*  LENGTH:      43 BYTES.
000070*----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*  DATE       INIT  DESCRIPTION
000100*  ---------- ----  ------------------------------------------
000110*  2026-10-05 JDH   ORIGINAL COPYBOOK.
000120*================================================================
000130    01  ENQUIRY-LOG-RECORD.
000140        05  ENQ-USER-ID             PIC X(08).
000150        05  ENQ-PROGRAM             PIC X(08).
000160        05  ENQ-CONTRACT-NO         PIC X(10).
000170        05  ENQ-DATE                PIC 9(08).
000180        05  ENQ-TIME                PIC 9(08).
000190        05  ENQ-RESULT              PIC X(01).
000200            88  ENQ-RESULT-FOUND           VALUE 'F'.
000210            88  ENQ-RESULT-NOT-ON-MASTER   VALUE 'N'.
