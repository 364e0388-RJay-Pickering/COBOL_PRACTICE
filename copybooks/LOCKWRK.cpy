000400*    PROGRAM THAT COPIES LOCKPROC INTO ITS PROCEDURE DIVISION.
000500*    THE CALLER PUTS ITS OWN NAME IN WS-LOCK-HOLDER-ID BEFORE
000600*    TAKING THE LOCK; THE TYPE DEFAULTS TO BATCH.
000625*    WS-LOCK-OUTCOME KEEPS WHAT HAPPENED AT 7800 AFTER THE LOCK
000650*    IS RELEASED - TAKEN, OR FOUND HELD - FOR THE RUN LEDGER.
000700 01  WS-MASTER-LOCK-FIELDS.
000800     05  WS-LOCK-STATUS          PIC X(02).
000900     05  WS-LOCK-GOT-SW          PIC X(01) VALUE 'N'.
001000         88  WS-LOCK-TAKEN           VALUE 'Y'.
001100     05  WS-LOCK-HOLDER-ID       PIC X(08) VALUE SPACES.
001200     05  WS-LOCK-TYPE-WANTED     PIC X(01) VALUE 'B'.
001300     05  WS-LOCK-OUTCOME         PIC X(01) VALUE SPACE.
001400         88  WS-LOCK-WAS-TAKEN       VALUE 'T'.
001500         88  WS-LOCK-WAS-BUSY        VALUE 'W'.
