000100*    HISTREC.CPY
000200*    DOCTOR HISTORY RECORD - ONE ROW PER DOCTOR ARCHIVED OFF THE
000300*    LIVE MASTER, ON THE KEYED DOCTOR HISTORY FILE (DOCTHIST),
000400*    KEYED BY THE PERMANENT DOCTOR NUMBER.  THE PERIODIC ARCHIVE
000500*    JOB (DOCTARCH) MOVES A DOCTOR HERE ONCE THE DOCTOR HAS BEEN
000600*    RETIRED OR INACTIVE LONGER THAN THE RETENTION CUTOFF; THE
000700*    DOCTOR'S AFFILIATION ROWS GO TO THE AFFILIATION HISTORY
000800*    FILE (AFFLHIST, THE AFFLREC.CPY LAYOUT) WITH IT.  THE DESK
000900*    INQUIRY FALLS BACK TO THIS FILE AND A SUPERVISOR CAN PUT
001000*    THE DOCTOR BACK ON THE MASTER, WHICH TAKES THE ROW OFF.
001100*    THE DOCTOR FIELDS MIRROR THE DOCTOR RECORD FIELD FOR FIELD
001200*    (SEE DOCTREC.CPY) SO A WHOLE DOCTOR RECORD CAN BE MOVED TO
001300*    OR FROM HIST-DOCTOR-FIELDS AS A GROUP.
001400 01  DOCTOR-HISTORY-RECORD.
001500     05  HIST-DOCTOR-FIELDS.
001600         10  HIST-DOCT-NUMBER        PIC 9(08).
001700         10  HIST-DOCTNAME           PIC A(20).
001800         10  HIST-ADDRESS            PIC X(20).
001900         10  HIST-PHONE              PIC 9(10).
002000         10  HIST-SPECIALT           PIC X(20).
002100         10  HIST-ADDL-SPECIALTIES.
002200             15  HIST-ADDL-SPECIALT  OCCURS 3 TIMES
002300                                     PIC X(20).
002400         10  HIST-STATUS             PIC X(01).
002500         10  HIST-STATUS-DATE        PIC 9(08).
002600         10  HIST-LICENSE-NO         PIC X(10).
002700         10  HIST-LICENSE-STATE      PIC X(02).
002800         10  HIST-LICENSE-EXPIRE     PIC 9(08).
002900         10  HIST-NPI                PIC 9(10).
003000         10  HIST-CRED-STATUS        PIC X(01).
003100         10  HIST-CRED-DATE          PIC 9(08).
003200         10  HIST-CRED-REVIEWER      PIC X(08).
003300     05  HIST-ARCHIVED-DATE          PIC 9(08).
003400     05  HIST-ARCHIVED-BY            PIC X(08).
