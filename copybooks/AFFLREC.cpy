000200*    DOCTOR-FACILITY AFFILIATION RECORD - ONE ROW PER FACILITY
000300*    A DOCTOR PRACTICES AT, ON THE KEYED AFFILIATION FILE
000400*    (DOCTAFFL), KEYED BY DOCTOR NUMBER PLUS FACILITY CODE.
000500*    ATTACHED AND DETACHED FROM THE FIRST.CBL MAINTENANCE MENU,
000550*    AND NIGHTLY FROM THE HOSPITALS' PRIVILEGING FEED (DOCTPRIV).
000600*    A DETACH KEEPS THE ROW WITH AN END DATE - THE HISTORY OF
000700*    WHERE A DOCTOR HELD PRIVILEGES IS NEVER THROWN AWAY - AND
000800*    A RE-ATTACH PUTS THE SAME ROW BACK TO ACTIVE WITH A NEW
000900*    PRIVILEGE EFFECTIVE DATE.
000925*    WHEN DOCTARCH ARCHIVES A DOCTOR THE ROWS MOVE, UNCHANGED, TO
000950*    THE AFFILIATION HISTORY FILE (AFFLHIST) IN THIS SAME LAYOUT,
000975*    AND COME BACK WITH THE DOCTOR ON A RESTORE.
001000 01  DOCTOR-FACILITY-RECORD.
001100     05  AFFL-KEY.
001200         10  AFFL-DOCT-NUMBER    PIC 9(08).
