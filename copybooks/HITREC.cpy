000100*    HITREC.CPY
000200*    EXCLUSION SCREENING HIT RECORD - ONE ROW PER DOCTOR
000300*    MATCHED TO AN EXCLUSION LIST ENTRY, ON THE KEYED HIT FILE
000400*    (SCRNHIT) WRITTEN BY THE MONTHLY DOCTSCRN JOB.  THE KEY
000500*    IS THE DOCTOR, THE LIST THE ENTRY CAME FROM AND THE
000600*    EXCLUSION DATE, SO THE SAME LISTING FOUND AGAIN NEXT
000700*    MONTH UPDATES ITS ROW INSTEAD OF OPENING A NEW ONE - AND A
000800*    ROW A SUPERVISOR HAS ALREADY CLEARED STAYS CLEARED.
000900*    A HIT ON NPI, OR ON STATE LICENSE WITH THE NAME AGREEING,
001000*    IS A HIT; A LICENSE OR NAME MATCH ALONE IS A PROBABLE
001100*    MATCH FOR A PERSON TO LOOK AT.  THE SUPERVISOR CLEARS OR
001200*    CONFIRMS EACH OPEN ROW FROM THE FIRST.CBL MENU; A CONFIRM
001300*    SUSPENDS THE DOCTOR, AND THE NIGHTLY DOCTSUSP JOB WILL NOT
001400*    LIFT A SUSPENSION WHILE A CONFIRMED ROW STANDS.
001500 01  SCREEN-HIT-RECORD.
001600     05  HIT-KEY.
001700         10  HIT-DOCT-NUMBER     PIC 9(08).
001800         10  HIT-SOURCE          PIC X(01).
001900             88  HIT-SOURCE-OIG      VALUE 'O'.
002000             88  HIT-SOURCE-STATE    VALUE 'S'.
002100         10  HIT-EXCL-DATE       PIC 9(08).
002200     05  HIT-MATCH-TYPE          PIC X(01).
002300         88  HIT-MATCH-NPI           VALUE 'N'.
002400         88  HIT-MATCH-LICENSE       VALUE 'L'.
002500         88  HIT-MATCH-PROBABLE      VALUE 'P'.
002600     05  HIT-STATUS              PIC X(01).
002700         88  HIT-OPEN                VALUE 'O'.
002800         88  HIT-CLEARED             VALUE 'C'.
002900         88  HIT-CONFIRMED           VALUE 'F'.
003000     05  HIT-FIRST-FOUND         PIC 9(08).
003100     05  HIT-LAST-FOUND          PIC 9(08).
003200     05  HIT-EXCL-NAME           PIC X(20).
003300     05  HIT-EXCL-NPI            PIC 9(10).
003400     05  HIT-EXCL-LICENSE-NO     PIC X(10).
003500     05  HIT-EXCL-LICENSE-STATE  PIC X(02).
003600     05  HIT-EXCL-TYPE           PIC X(09).
003700     05  HIT-DECIDED-BY          PIC X(08).
003800     05  HIT-DECIDED-DATE        PIC 9(08).
