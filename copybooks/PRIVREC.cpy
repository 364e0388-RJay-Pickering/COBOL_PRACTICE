000100*    PRIVREC.CPY
000200*    HOSPITAL PRIVILEGING TRANSACTION - ONE ROW PER PRIVILEGE
000300*    GRANT, RENEWAL OR TERMINATION SENT BY A FACILITY'S MEDICAL
000400*    STAFF OFFICE ON THE PRIVILEGING FEED (DOCTPRIV), WRAPPED IN
000500*    THE SAME HDR/TRL CONTROL RECORDS AS THE DOCTOR LOAD (SEE
000600*    TRANCTL.CPY).  THE DOCTOR IS NAMED BY THE PERMANENT DOCTOR
000700*    NUMBER; THE NAME RIDES ALONG ONLY SO THE REPORT AND THE
000800*    REJECTS RETURNED TO THE FACILITY ARE READABLE.  THE DATE IS
000900*    THE PRIVILEGE EFFECTIVE DATE ON A GRANT OR RENEWAL AND THE
001000*    END DATE ON A TERMINATION - ZERO MEANS THE BUSINESS DATE.
001100 01  PRIV-TRANS-RECORD.
001200     05  PRIV-DOCT-NUMBER        PIC 9(08).
001300     05  PRIV-FAC-CODE           PIC X(06).
001400     05  PRIV-ACTION-CODE        PIC X(01).
001500         88  PRIV-ACTION-GRANT       VALUE 'G'.
001600         88  PRIV-ACTION-RENEW       VALUE 'R'.
001700         88  PRIV-ACTION-TERMINATE   VALUE 'T'.
001800     05  PRIV-EFF-DATE           PIC 9(08).
001900     05  PRIV-DOCTNAME           PIC X(20).
