000010*================================================================
000020*  COPYBOOK:    CAGENT
000030*  DESCRIPTION: RECORD LAYOUT FOR THE FAGENT INDEXED AGENT
000040*               MASTER - ONE ENTRY PER ANSWERING AGENT ID (THE
000050*               FIC-APPEL-AGENT-ID THE SWITCH SENDS), KEYED BY
000060*               AGENT ID, CARRYING THE AGENT'S NAME, TEAM,
000070*               ROSTERED SHIFT AND AN ACTIVE FLAG.  KEPT UP BY
000080*               AGTMAINT; READ BY AGTROST FOR THE NIGHTLY
000090*               ROSTER CHECK.  A LEAVER IS DEACTIVATED, NEVER
000100*               DELETED, SO CALLS STILL LOGGED UNDER THE ID ARE
000110*               NAMED AND FLAGGED RATHER THAN UNKNOWN.
000120*               THE SHIFT RUNS FROM AM-SHIFT-START (INCLUSIVE)
000130*               TO AM-SHIFT-END (EXCLUSIVE), BOTH HHMMSS.  A
000140*               START LATER THAN THE END IS A NIGHT SHIFT THAT
000150*               WRAPS PAST MIDNIGHT; EQUAL START AND END MEANS
000160*               ROSTERED ROUND THE CLOCK.
000170*  LENGTH:      57 BYTES.
000180*----------------------------------------------------------------
000190*  MODIFICATION HISTORY
000200*  DATE       INIT  DESCRIPTION
000210*  ---------- ----  ------------------------------------------
000220*  2026-09-09 JDH   ORIGINAL COPYBOOK.
000230*================================================================
000240    01  AGENT-MASTER-RECORD.
000250        05  AM-AGENT-ID              PIC X(08).
000260        05  AM-NAME                  PIC X(30).
000270        05  AM-TEAM                  PIC X(06).
000280        05  AM-SHIFT-START           PIC 9(06).
000290        05  AM-SHIFT-END             PIC 9(06).
000300        05  AM-ACTIVE                PIC X(01).
000310            88  AM-ACTIVE-YES                VALUE 'Y'.
000320            88  AM-DEACTIVATED               VALUE 'N'.
