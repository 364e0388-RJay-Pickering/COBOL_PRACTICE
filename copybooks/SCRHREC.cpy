000100*    SCRHREC.CPY
000200*    EXCLUSION SCREENING RUN HISTORY RECORD - ONE ROW PER RUN
000300*    OF THE MONTHLY DOCTSCRN JOB ON THE KEYED SCREENING
000400*    HISTORY FILE (SCRNHIST), KEPT FOREVER AS COMPLIANCE'S
000500*    PROOF THAT THE PANEL WAS SCREENED EACH MONTH, HOW MANY
000600*    DOCTORS THE RUN COVERED AND WHAT IT FOUND.  A RERUN ON
000700*    THE SAME DAY FILES A SECOND ROW UNDER ITS OWN TIME.
000800 01  SCREEN-RUN-RECORD.
000900     05  SCRH-KEY.
001000         10  SCRH-RUN-DATE       PIC 9(08).
001100         10  SCRH-RUN-TIME       PIC 9(08).
001200     05  SCRH-DOCTORS-SCREENED   PIC 9(08).
001300     05  SCRH-OIG-ENTRIES        PIC 9(08).
001400     05  SCRH-STATE-ENTRIES      PIC 9(08).
001500     05  SCRH-HIT-COUNT          PIC 9(06).
001600     05  SCRH-PROBABLE-COUNT     PIC 9(06).
001700     05  SCRH-NEW-COUNT          PIC 9(06).
