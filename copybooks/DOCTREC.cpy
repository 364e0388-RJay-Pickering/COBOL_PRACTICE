001910*            SUSPENDED IS SET AND CLEARED BY THE NIGHTLY
001920*            DOCTSUSP JOB WHEN THE STATE LICENSE LAPSES OR IS
001930*            BROUGHT CURRENT - NOT BY THE FRONT DESK.
001932*            A SUPERVISOR CONFIRMING AN EXCLUSION HIT (SEE
001934*            HITREC.CPY) ALSO SETS IT, AND DOCTSUSP LEAVES
001936*            THAT SUSPENSION IN PLACE.
001940         88  DOCT-SUSPENDED          VALUE 'S'.
002000     05  DOCT-STATUS-DATE        PIC 9(08).
002100     05  DOCT-LICENSE-NO         PIC X(10).
