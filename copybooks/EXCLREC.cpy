000100*    EXCLREC.CPY
000200*    EXCLUSION LIST RECORD - ONE ROW PER EXCLUDED PROVIDER ON
000300*    THE FEDERAL OIG EXCLUSION FILE (OIGEXCL) AND THE STATE
000400*    MEDICAID EXCLUSION FILE (STEXCL).  BOTH LISTS ARE
000500*    RECEIVED IN THIS ONE LAYOUT, SO THE MONTHLY DOCTSCRN
000600*    SCREENING MATCHES THEM THE SAME WAY.  AN ENTRY WITH NO
000700*    NPI CARRIES ZERO THERE AND IS MATCHED ON NAME AND STATE
000800*    LICENSE INSTEAD.  CALLING PROGRAM COPIES THIS IN WITH THE
000900*    REPLACING PHRASE TO RENAME THE 01-LEVEL, E.G.
001000*
001100*        COPY EXCLREC REPLACING ==EXCLREC-LAYOUT==
001200*                           BY ==OIG-EXCLUSION-RECORD==.
001300*
001400 01  EXCLREC-LAYOUT.
001500     05  EXCL-NPI                PIC 9(10).
001600     05  EXCL-NAME               PIC X(20).
001700     05  EXCL-LICENSE-NO         PIC X(10).
001800     05  EXCL-LICENSE-STATE      PIC X(02).
001900     05  EXCL-TYPE               PIC X(09).
002000     05  EXCL-DATE               PIC 9(08).
