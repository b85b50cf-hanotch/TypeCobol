000010*================================================================
000020*  COPYBOOK:    CVENDPRF
000030*  DESCRIPTION: RECORD LAYOUT FOR THE FVENDPRF VENDOR PROFILE
000040*               FILE - ONE CARD-IMAGE RECORD PER CONVERTED
000050*               SWITCH FEED, TELLING FAPCONV HOW TO MAP THAT
000060*               VENDOR'S CALL RECORDS INTO THE FAPPEL LAYOUT
000070*               (SEE CAPPEL).  THE ORIGINAL SWITCH ALREADY SENDS
000080*               FAPPEL AND HAS NO PROFILE.
000090*               VPR-FEED-SOURCE IS THE CODE STAMPED ON EVERY
000100*               CONVERTED RECORD, '02' THROUGH '99' ('01' IS THE
000110*               ORIGINAL SWITCH).
000120*               VPR-RECORD-LENGTH IS THE VENDOR'S FULL RECORD
000130*               LENGTH, AT MOST 512.
000140*               VPR-CALL-ID, WHEN ITS LENGTH IS NOT ZERO, PICKS
000150*               THE CALL RECORDS OUT OF A FEED THAT ALSO CARRIES
000160*               HEADERS, TRAILERS OR OTHER RECORD TYPES - ONLY A
000170*               RECORD CARRYING THE VALUE AT THAT POSITION IS
000180*               CONVERTED.
000190*               EACH FIELD MAP ENTRY IS THE 1-BASED START AND
000200*               THE LENGTH OF THE FIELD IN THE VENDOR RECORD.
000210*               A LENGTH OF ZERO MEANS THE VENDOR DOES NOT SEND
000220*               IT:
000230*                 APPEL NUMBER  1-10, REQUIRED
000240*                 CALL DATE     8, REQUIRED, IN VPR-DATE-FORMAT
000250*                 MYDATA CODE   1-2, REQUIRED
000260*                 CONTRACT NO   0-10
000270*                 DURATION      0-6, DIGITS IN VPR-DURATION-UNIT
000280*                 START TIME    0, 4 (HHMM) OR 6 (HHMMSS)
000290*                 AGENT ID      0-8
000300*               THE TRANSLATION TABLE MAPS THE VENDOR'S OWN
000310*               STATUS CODE ONTO A MYDATA CODE.  WITH NO ENTRIES
000320*               A ONE-BYTE VENDOR CODE IS CARRIED ACROSS AS IT
000330*               STANDS.
000340*  LENGTH:      128 BYTES.
000350*----------------------------------------------------------------
000360*  MODIFICATION HISTORY
000370*  DATE       INIT  DESCRIPTION
000380*  ---------- ----  ------------------------------------------
000390*  2026-10-08 JDH   ORIGINAL COPYBOOK.
000400*================================================================
000410    01  VENDOR-PROFILE-RECORD.
000420        05  VPR-FEED-SOURCE          PIC X(02).
000430        05  VPR-VENDOR-NAME          PIC X(20).
000440        05  VPR-RECORD-LENGTH        PIC 9(04).
000450        05  VPR-CALL-ID.
000460            10  VPR-CALL-ID-START    PIC 9(04).
000470            10  VPR-CALL-ID-LENGTH   PIC 9(02).
000480            10  VPR-CALL-ID-VALUE    PIC X(08).
000490        05  VPR-FIELD-MAP.
000500            10  VPR-NUM-START        PIC 9(04).
000510            10  VPR-NUM-LENGTH       PIC 9(02).
000520            10  VPR-DATE-START       PIC 9(04).
000530            10  VPR-DATE-LENGTH      PIC 9(02).
000540            10  VPR-MYDATA-START     PIC 9(04).
000550            10  VPR-MYDATA-LENGTH    PIC 9(02).
000560            10  VPR-CONTRACT-START   PIC 9(04).
000570            10  VPR-CONTRACT-LENGTH  PIC 9(02).
000580            10  VPR-DURATION-START   PIC 9(04).
000590            10  VPR-DURATION-LENGTH  PIC 9(02).
000600            10  VPR-TIME-START       PIC 9(04).
000610            10  VPR-TIME-LENGTH      PIC 9(02).
000620            10  VPR-AGENT-START      PIC 9(04).
000630            10  VPR-AGENT-LENGTH     PIC 9(02).
000640        05  VPR-FIELD-TABLE REDEFINES VPR-FIELD-MAP.
000650            10  VPR-FLD OCCURS 7.
000660                15  VPR-FLD-START    PIC 9(04).
000670                15  VPR-FLD-LENGTH   PIC 9(02).
000680        05  VPR-DATE-FORMAT          PIC X(08).
000690            88  VPR-DATE-YYYYMMDD            VALUE 'YYYYMMDD'.
000700            88  VPR-DATE-DDMMYYYY            VALUE 'DDMMYYYY'.
000710            88  VPR-DATE-MMDDYYYY            VALUE 'MMDDYYYY'.
000720            88  VPR-DATE-FORMAT-OK           VALUES 'YYYYMMDD'
000730                                                    'DDMMYYYY'
000740                                                    'MMDDYYYY'.
000750        05  VPR-DURATION-UNIT        PIC X(01).
000760            88  VPR-DURATION-SECONDS         VALUE 'S'.
000770            88  VPR-DURATION-MINUTES         VALUE 'M'.
000780            88  VPR-DURATION-UNIT-OK         VALUES 'S' 'M'.
000790        05  VPR-XLATE-COUNT          PIC 9(02).
000800        05  VPR-XLATE-ENTRY OCCURS 10
000810                            INDEXED BY VPR-XLT-IDX.
000820            10  VPR-XLT-VENDOR-CODE  PIC X(02).
000830            10  VPR-XLT-MYDATA       PIC X(01).
000840        05  FILLER                   PIC X(05).
