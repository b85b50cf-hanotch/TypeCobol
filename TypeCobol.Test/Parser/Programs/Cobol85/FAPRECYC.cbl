000327*                   ENTRY GIVES THE CORRECTION ITS PATH BACK
000328*                   THROUGH THE EDIT; FAPEDIT RE-REGISTERS IT
000329*                   WHEN IT IS ACCEPTED AGAIN.
000330*  2026-10-08 JDH   FAPREG IS NOW KEYED ON FEED SOURCE + APPEL
000331*                   NUMBER (SEE CAPREG).  THE DELETE USES THE FEED
000332*                   CARRIED IN THE REJECT'S FILLER, WHICH FAPEDIT
000333*                   STAMPED; A BLANK FEED IS THE ORIGINAL SWITCH
000334*                   ('01').  THE RECYCLED RECORD KEEPS ITS FEED
000335*                   THROUGH THE FILLER MOVE.
000336*================================================================
000337 ENVIRONMENT DIVISION.
000338 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360 SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
000502     SELECT  APPEL-REGISTER ASSIGN TO UT-S-FAPREG
000504             ORGANIZATION IS INDEXED
000505             ACCESS MODE IS RANDOM
000506             RECORD KEY IS REG-REGISTER-KEY
000507             FILE STATUS IS WS-FAPREG-STATUS.
000508
000510     SELECT  FRCYRPT     ASSIGN TO UT-S-FRCYRPT
003870     MOVE FIC-APPEL-REJ-FILLER OF FIC-APPEL-REJ
003880         TO FIC-APPEL-FILLER.
003890
003891     WRITE FIC-APPEL.
003892
003893     IF NOT WS-FAPREG-ABSENT
003894         MOVE FIC-APPEL-FEED-SOURCE TO REG-FEED-SOURCE
003895         IF REG-FEED-SOURCE = SPACES
003896             MOVE '01' TO REG-FEED-SOURCE
003897         END-IF
003898         MOVE FIC-APPEL-NUM         TO REG-APPEL-NUM
003905         DELETE APPEL-REGISTER
003906             INVALID KEY
003907                 CONTINUE
