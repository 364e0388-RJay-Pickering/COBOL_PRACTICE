000100*    RUNLREC.CPY
000200*    NIGHTLY RUN LEDGER ENTRY - ONE RECORD APPENDED TO THE
000300*    SHARED RUN LEDGER (RUNLEDG) BY EACH BATCH JOB OF THE NIGHT
000400*    STREAM AS IT FINISHES, WHETHER IT ENDED CLEAN, STOPPED ON
000500*    ITS CONTROLS, OR BACKED OFF A BUSY MASTER.  RUNLRPT READS
000600*    THE LEDGER FOR THE MORNING OPERATIONS SUMMARY.  THE
000700*    BUSINESS DATE IS THE DATE THE JOB STARTED, THE SAME FOR
000800*    EVERY JOB, SO ONE NIGHT'S ENTRIES GROUP TOGETHER.  A JOB
000825*    WHOSE FEED CARRIES ITS OWN HDR DATE KEEPS THAT DATE IN
000850*    THE FEED DATE, OTHERWISE ZERO.  THE COUNTS ARE
000900*    THE JOB'S OWN - RECORDS READ, RECORDS APPLIED TO A FILE,
001000*    AND RECORDS REJECTED OR AGED OUT.  THE LOCK OUTCOME SAYS
001100*    WHETHER THE JOB TOOK THE SHARED MASTER LOCK ('T') OR FOUND
001200*    IT HELD AND HAD TO WAIT FOR A RERUN ('W').
001300 01  RUN-LEDGER-RECORD.
001400     05  RUNL-JOB-NAME           PIC X(08).
001500     05  RUNL-BUSINESS-DATE      PIC 9(08).
001600     05  RUNL-START-DATE         PIC 9(08).
001700     05  RUNL-START-TIME         PIC 9(08).
001800     05  RUNL-END-DATE           PIC 9(08).
001900     05  RUNL-END-TIME           PIC 9(08).
002000     05  RUNL-READ-COUNT         PIC 9(08).
002100     05  RUNL-APPLIED-COUNT      PIC 9(08).
002200     05  RUNL-REJECTED-COUNT     PIC 9(08).
002300     05  RUNL-COND-CODE          PIC 9(04).
002400     05  RUNL-LOCK-OUTCOME       PIC X(01).
002500         88  RUNL-LOCK-TAKEN         VALUE 'T'.
002600         88  RUNL-LOCK-WAITED        VALUE 'W'.
002650     05  RUNL-FEED-DATE          PIC 9(08).
002700     05  FILLER                  PIC X(03).
