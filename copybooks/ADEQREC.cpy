000100*    ADEQREC.CPY
000200*    NETWORK ADEQUACY STANDARD - ONE ROW PER FACILITY AND
000300*    SPECIALTY ON THE KEYED STANDARDS FILE (ADEQSTD), HOLDING
000400*    THE MINIMUM NUMBER OF ACTIVE, CREDENTIALING-APPROVED
000500*    DOCTORS THE HEALTH PLAN CONTRACTS REQUIRE THERE, E.G. TWO
000600*    CARDIOLOGISTS AT EVERY HOSPITAL.  MAINTAINED ONLINE BY
000700*    ADEQMNT THE WAY FACMNT MAINTAINS THE FACILITY MASTER, AND
000800*    MEASURED MONTHLY BY DOCTADEQ.  THE SPECIALTY IS HELD AS
000900*    THE SPECMAST CODE; DOCTORS CARRY THE DESCRIPTION, SO THE
001000*    REPORT MATCHES THROUGH SPECMAST.
001100 01  ADEQUACY-STANDARD-RECORD.
001200     05  ADEQ-KEY.
001300         10  ADEQ-FAC-CODE       PIC X(06).
001400         10  ADEQ-SPEC-CODE      PIC X(04).
001500     05  ADEQ-MIN-COUNT          PIC 9(03).
001600     05  ADEQ-CONTRACT-REF       PIC X(20).
001700     05  ADEQ-CHANGED-DATE       PIC 9(08).
