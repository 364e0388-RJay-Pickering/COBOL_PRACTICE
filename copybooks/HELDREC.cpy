000100*    HELDREC.CPY
000200*    HELD CHANGE RECORD - ONE ROW PER DOCTOR ON THE KEYED HELD
000300*    APPROVAL FILE (DOCTHELD), FILED FROM THE FIRST.CBL MENU.
000400*    A CHANGE TO THE NPI OR ANY OF THE STATE LICENSE FIELDS,
000500*    AND ANY REINSTATEMENT, DOES NOT GO STRAIGHT ONTO THE
000600*    MASTER - IT WAITS HERE UNTIL A SUPERVISOR OTHER THAN THE
000700*    OPERATOR WHO KEYED IT APPROVES OR REJECTS IT.  ONE ITEM
000800*    PER DOCTOR AT A TIME; THE DESK TAKES NO FURTHER CHANGE OR
000900*    REINSTATEMENT FOR THAT DOCTOR WHILE ONE IS WAITING.
001000*    THE BEFORE IMAGE IS THE MASTER AS IT STOOD WHEN THE ITEM
001100*    WAS KEYED AND THE AFTER IMAGE IS WHAT WAS KEYED.  BOTH
001200*    MIRROR THE DOCTOR RECORD FIELD FOR FIELD (SEE DOCTREC.CPY)
001300*    SO A WHOLE DOCTOR RECORD CAN BE MOVED TO EITHER AS A GROUP.
001400*    THE KEYING IS LOGGED TO THE AUDIT TRAIL AS AN 'H' RECORD
001500*    UNDER THE OPERATOR; THE APPROVAL AS THE USUAL 'C' RECORD
001600*    UNDER THE SUPERVISOR, OR A REJECTION AS A 'J' RECORD.
001700 01  HELD-CHANGE-RECORD.
001800     05  HELD-DOCT-NUMBER        PIC 9(08).
001900     05  HELD-ACTION             PIC X(01).
002000         88  HELD-ACTION-CHANGE      VALUE 'C'.
002100         88  HELD-ACTION-REINSTATE   VALUE 'A'.
002200     05  HELD-KEYED-BY           PIC X(08).
002300     05  HELD-KEYED-DATE         PIC 9(08).
002400     05  HELD-KEYED-TIME         PIC 9(08).
002500     05  HELD-BEFORE-IMAGE.
002600         10  HELD-OLD-DOCT-NUMBER    PIC 9(08).
002700         10  HELD-OLD-DOCTNAME       PIC A(20).
002800         10  HELD-OLD-ADDRESS        PIC X(20).
002900         10  HELD-OLD-PHONE          PIC 9(10).
003000         10  HELD-OLD-SPECIALT       PIC X(20).
003100         10  HELD-OLD-ADDL-SPECIALTIES.
003200             15  HELD-OLD-ADDL-SPECIALT OCCURS 3 TIMES
003300                                     PIC X(20).
003400         10  HELD-OLD-STATUS         PIC X(01).
003500         10  HELD-OLD-STATUS-DATE    PIC 9(08).
003600         10  HELD-OLD-LICENSE-NO     PIC X(10).
003700         10  HELD-OLD-LICENSE-STATE  PIC X(02).
003800         10  HELD-OLD-LICENSE-EXPIR  PIC 9(08).
003900         10  HELD-OLD-NPI            PIC 9(10).
004000         10  HELD-OLD-CRED-STATUS    PIC X(01).
004100         10  HELD-OLD-CRED-DATE      PIC 9(08).
004200         10  HELD-OLD-CRED-REVIEWER  PIC X(08).
004300     05  HELD-AFTER-IMAGE.
004400         10  HELD-NEW-DOCT-NUMBER    PIC 9(08).
004500         10  HELD-NEW-DOCTNAME       PIC A(20).
004600         10  HELD-NEW-ADDRESS        PIC X(20).
004700         10  HELD-NEW-PHONE          PIC 9(10).
004800         10  HELD-NEW-SPECIALT       PIC X(20).
004900         10  HELD-NEW-ADDL-SPECIALTIES.
005000             15  HELD-NEW-ADDL-SPECIALT OCCURS 3 TIMES
005100                                     PIC X(20).
005200         10  HELD-NEW-STATUS         PIC X(01).
005300         10  HELD-NEW-STATUS-DATE    PIC 9(08).
005400         10  HELD-NEW-LICENSE-NO     PIC X(10).
005500         10  HELD-NEW-LICENSE-STATE  PIC X(02).
005600         10  HELD-NEW-LICENSE-EXPIR  PIC 9(08).
005700         10  HELD-NEW-NPI            PIC 9(10).
005800         10  HELD-NEW-CRED-STATUS    PIC X(01).
005900         10  HELD-NEW-CRED-DATE      PIC 9(08).
006000         10  HELD-NEW-CRED-REVIEWER  PIC X(08).
