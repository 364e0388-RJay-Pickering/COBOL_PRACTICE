000100*    RCRQREC.CPY
000200*    OUTBOUND RECREDENTIALING REQUEST RECORD - ONE ROW PER
000300*    DOCTOR THE CREDENTIALING SYSTEM IS ASKED TO START A
000400*    RECREDENTIALING REVIEW FOR, WRITTEN BY THE MONTHLY DOCTRCRD
000500*    JOB.  A SEPARATE, SMALL INTERFACE FROM THE FULL DOCTEXT
000600*    EXTRACT - ONLY THE DOCTORS DUE, ONLY THE FIELDS THE REVIEW
000700*    STARTS FROM.  THE FILE IS WRAPPED IN THE SAME HDR AND TRL
000800*    CONTROL RECORDS AS THE INBOUND FEEDS (SEE TRANCTL.CPY).
000900*    THE DECISION COMES BACK ON THE NORMAL RESPONSE FILE
001000*    THROUGH CREDPOST, KEYED BY THE DOCTOR NUMBER.
001100 01  RECRED-REQUEST-RECORD.
001200     05  RCRQ-DOCT-NUMBER        PIC 9(08).
001300     05  RCRQ-NPI                PIC 9(10).
001400     05  RCRQ-DOCTNAME           PIC A(20).
001500     05  RCRQ-LICENSE-NO         PIC X(10).
001600     05  RCRQ-LICENSE-STATE      PIC X(02).
001700     05  RCRQ-LICENSE-EXPIRE     PIC 9(08).
001800     05  RCRQ-LAST-CRED-DATE     PIC 9(08).
001900     05  RCRQ-LAST-REVIEWER      PIC X(08).
002000     05  RCRQ-DUE-DATE           PIC 9(08).
002100     05  RCRQ-REQUEST-DATE       PIC 9(08).
