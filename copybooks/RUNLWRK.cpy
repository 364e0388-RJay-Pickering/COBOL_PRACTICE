000100*    RUNLWRK.CPY
000200*    WORK FIELDS FOR THE SHARED RUN LEDGER LOGIC IN
000300*    RUNLPROC.CPY.  COPY THIS INTO WORKING-STORAGE OF ANY
000400*    PROGRAM THAT COPIES RUNLPROC INTO ITS PROCEDURE DIVISION.
000500*    THE CALLER PUTS ITS NAME IN WS-RUNL-JOB-NAME, AND BEFORE
000600*    WRITING THE ENTRY FILLS IN THE THREE COUNTS AND, WHEN ITS
000700*    FEED CARRIES ONE, THE FEED'S HDR DATE.
000800 01  WS-RUN-LEDGER-FIELDS.
000900     05  WS-RUNL-STATUS          PIC X(02).
001000     05  WS-RUNL-JOB-NAME        PIC X(08) VALUE SPACES.
001100     05  WS-RUNL-FEED-DATE       PIC 9(08) VALUE ZERO.
001200     05  WS-RUNL-START-DATE      PIC 9(08) VALUE ZERO.
001300     05  WS-RUNL-START-TIME      PIC 9(08) VALUE ZERO.
001400     05  WS-RUNL-READ-COUNT      PIC 9(08) COMP VALUE ZERO.
001500     05  WS-RUNL-APPLIED-COUNT   PIC 9(08) COMP VALUE ZERO.
001600     05  WS-RUNL-REJECTED-COUNT  PIC 9(08) COMP VALUE ZERO.
