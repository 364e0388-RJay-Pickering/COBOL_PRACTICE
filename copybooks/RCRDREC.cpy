000100*    RCRDREC.CPY
000200*    RECREDENTIALING REQUEST TRACKING RECORD - ONE ROW PER
000300*    DOCTOR ON THE KEYED TRACKING FILE (RCRDSENT) KEPT BY THE
000400*    MONTHLY DOCTRCRD JOB.  THE ROW REMEMBERS THE LAST REQUEST
000500*    SENT TO THE CREDENTIALING SYSTEM AND THE CREDENTIALING
000600*    DATE IT WAS RAISED AGAINST, SO THE SAME CYCLE IS NEVER
000700*    REQUESTED TWICE.  ONLY CREDPOST CHANGES A DOCTOR'S
000800*    CREDENTIALING STATUS AND DATE, SO WHEN EITHER NO LONGER
000900*    MATCHES THE ROW THE REQUEST HAS BEEN ANSWERED AND DOCTRCRD
001000*    CLOSES IT WITH WHAT CAME BACK.  A ROW STILL OPEN 60 DAYS
001100*    AFTER IT WAS SENT IS OVERDUE.  A NEW CREDENTIALING DATE
001200*    STARTS A NEW CYCLE AND THE ROW IS REUSED FOR ITS REQUEST.
001225*    AN OPEN ROW WHOSE DOCTOR HAS LEFT THE MASTER (ARCHIVED BY
001250*    DOCTARCH) CAN NEVER BE ANSWERED AND IS CLOSED AS GONE.
001300 01  RECRED-SENT-RECORD.
001400     05  RCRD-DOCT-NUMBER        PIC 9(08).
001500     05  RCRD-CRED-DATE          PIC 9(08).
001600     05  RCRD-DUE-DATE           PIC 9(08).
001700     05  RCRD-SENT-DATE          PIC 9(08).
001800     05  RCRD-STATUS             PIC X(01).
001900         88  RCRD-OPEN               VALUE 'O'.
002000         88  RCRD-ANSWERED           VALUE 'A'.
002050         88  RCRD-DOCTOR-GONE        VALUE 'G'.
002100     05  RCRD-ANSWER-SEEN-DATE   PIC 9(08).
002200     05  RCRD-ANSWER-CRED-STATUS PIC X(01).
002300     05  RCRD-ANSWER-CRED-DATE   PIC 9(08).
