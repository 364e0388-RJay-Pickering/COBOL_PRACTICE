004615*                     SO IT NO LONGER WORKS A MASTER THE ONLINE
004616*                     DESK IS CHANGING - A BUSY MASTER ENDS THE
004617*                     RUN CONDITION 8 TO BE RERUN WHEN FREE.
004620*    2026-10-15  RJP  EACH RUN NOW APPENDS AN ENTRY TO THE SHARED
004630*                     NIGHTLY RUN LEDGER AS IT ENDS, A BUSY
004640*                     MASTER INCLUDED - SEE RUNLREC/RUNLPROC.CPY.
004650*    2026-10-15  RJP  A FILE THAT WILL NOT OPEN ONCE THE LOCK
004660*                     IS TAKEN, AT THE START OR AT A
004670*                     CHECKPOINT, NOW ENDS THE RUN WITH
004680*                     CONDITION CODE 12 AND A RUN LEDGER ENTRY.
004690*    ---------------------------------------------------------
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005792     SELECT MASTER-LOCK ASSIGN TO 'DOCTLOCK'
005794         ORGANIZATION IS LINE SEQUENTIAL
005796         FILE STATUS IS WS-LOCK-STATUS.
005797     SELECT RUN-LEDGER ASSIGN TO 'RUNLEDG'
005798         ORGANIZATION IS LINE SEQUENTIAL
005799         FILE STATUS IS WS-RUNL-STATUS.
005800     SELECT CHECKPOINT-FILE ASSIGN TO 'DOCTCKPT'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-CKPT-STATUS.
008280                    LEADING ==REJ== BY ==RCY==.
008290 FD  MASTER-LOCK.
008295     COPY LOCKREC.
008296 FD  RUN-LEDGER.
008298     COPY RUNLREC.
008300 FD  RUN-CONTROL.
008400 01  RUNCTL-LINE                  PIC X(80).
008500 FD  SPECIALTY-MASTER.
011600 01  WS-COUNT-EDIT                 PIC ZZ,ZZZ,ZZ9.
011700 COPY DATEWRK.
011710 COPY LOCKWRK.
011725 COPY RUNLWRK.
011750 COPY NPIWRK.
011800 COPY SPECTAB.
011900 PROCEDURE DIVISION.
013000*    1000-INITIALIZE - OPEN THE TRANSACTION AND MASTER FILES
013100*----------------------------------------------------------------*
013200 1000-INITIALIZE.
013225     MOVE WS-LOAD-JOB-NAME TO WS-RUNL-JOB-NAME.
013250     PERFORM 7940-START-RUN-LEDGER THRU 7940-EXIT.
013300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
013400     OPEN INPUT DOCTOR-TRANS.
013500     IF WS-TRAN-STATUS NOT = '00'
013930     IF NOT WS-LOCK-TAKEN
013940         DISPLAY 'DOCTOR MASTER BUSY - RERUN WHEN FREE'
013950         MOVE 8 TO RETURN-CODE
013955         PERFORM 7950-WRITE-RUN-LEDGER THRU 7950-EXIT
013960         STOP RUN
013970     END-IF.
014000     OPEN I-O DOCTOR-MASTER.
014700     IF WS-RUNCTL-STATUS NOT = '00'
014800         DISPLAY 'UNABLE TO OPEN RUN-CONTROL - STATUS '
014900             WS-RUNCTL-STATUS
014950         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
015100     END-IF.
015200     OPEN EXTEND AUDIT-LOG.
015300     IF WS-AUDIT-STATUS NOT = '00'
015720     IF WS-REJ-STATUS NOT = '00'
015730         DISPLAY 'UNABLE TO OPEN DOCTREJ - STATUS '
015740             WS-REJ-STATUS
015745         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
015760     END-IF.
015800     PERFORM 7500-LOAD-SPECIALTY-TABLE THRU 7500-EXIT.
015900     PERFORM 1100-LOAD-CHECKPOINT THRU 1100-EXIT.
025000     ADD 1 TO WS-READ-COUNT.
025100 1200-EXIT.
025200     EXIT.
025205*----------------------------------------------------------------*
025210*    1900-ABANDON-RUN - A FILE THE RUN CANNOT DO WITHOUT, AT
025215*    THE START OR AT A CHECKPOINT.  HAND THE LOCK BACK, END
025220*    WITH CONDITION CODE 12 AND SAY SO ON THE RUN LEDGER WITH
025225*    THE COUNTS SO FAR.
025230*----------------------------------------------------------------*
025235 1900-ABANDON-RUN.
025240     PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT.
025245     MOVE 12 TO RETURN-CODE.
025250     PERFORM 9950-SET-LEDGER-COUNTS THRU 9950-EXIT.
025255     PERFORM 7950-WRITE-RUN-LEDGER THRU 7950-EXIT.
025260     STOP RUN.
025265 1900-EXIT.
025270     EXIT.
025300*----------------------------------------------------------------*
025400*    2000-LOAD-ONE-DOCTOR - VALIDATE AND WRITE ONE TRANSACTION
025500*----------------------------------------------------------------*
040000     IF WS-CKPT-STATUS NOT = '00'
040100         DISPLAY 'UNABLE TO OPEN DOCTCKPT - STATUS '
040200             WS-CKPT-STATUS
040250         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
040400     END-IF.
040500     WRITE CHKPT-RECORD.
040600     CLOSE CHECKPOINT-FILE.
043100     IF WS-CKPT-STATUS NOT = '00'
043200         DISPLAY 'UNABLE TO OPEN DOCTCKPT - STATUS '
043300             WS-CKPT-STATUS
043350         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
043500     END-IF.
043600     WRITE CHKPT-RECORD.
043700     CLOSE CHECKPOINT-FILE.
044300     DISPLAY 'DOCTORS REJECTED: ' WS-REJECTED-COUNT.
044310     DISPLAY 'REJECTS RECYCLED: ' WS-RECYCLED-COUNT.
044320     DISPLAY 'REJECTS AGED OUT: ' WS-AGED-COUNT.
044325     PERFORM 9950-SET-LEDGER-COUNTS THRU 9950-EXIT.
044350     PERFORM 7950-WRITE-RUN-LEDGER THRU 7950-EXIT.
044400 9000-EXIT.
044500     EXIT.
044600*----------------------------------------------------------------*
051800     CLOSE AUDIT-LOG.
051850     CLOSE REJECT-FILE.
051900     MOVE 12 TO RETURN-CODE.
051925     PERFORM 9950-SET-LEDGER-COUNTS THRU 9950-EXIT.
051950     PERFORM 7950-WRITE-RUN-LEDGER THRU 7950-EXIT.
052000     STOP RUN.
052100 9900-EXIT.
052200     EXIT.
052205*----------------------------------------------------------------*
052210*    9950-SET-LEDGER-COUNTS - THE RUN LEDGER COUNTS RECYCLED
052215*    REJECTS WITH THE FEED AND AGED-OUT REJECTS AS REJECTED.
052220*    THE FEED'S HDR DATE RIDES ALONG AS THE FEED DATE, ONCE
052225*    THE HDR HAS BEEN READ.
052230*----------------------------------------------------------------*
052235 9950-SET-LEDGER-COUNTS.
052240     COMPUTE WS-RUNL-READ-COUNT
052245         = WS-READ-COUNT + WS-RECYCLED-COUNT.
052250     MOVE WS-LOADED-COUNT TO WS-RUNL-APPLIED-COUNT.
052255     COMPUTE WS-RUNL-REJECTED-COUNT
052260         = WS-REJECTED-COUNT + WS-AGED-COUNT.
052265     MOVE WS-BUSINESS-DATE TO WS-RUNL-FEED-DATE.
052270 9950-EXIT.
052275     EXIT.
052300*----------------------------------------------------------------*
052400*    8000-WRITE-AUDIT - LOG ONE LOADED DOCTOR UNDER THE LOAD
052500*    JOB'S OWN NAME SO FORWARD RECOVERY CAN REPLAY IT.  CALLER
055000 COPY NBRASGN.
055100 COPY NPICHK.
055200 COPY LOCKPROC.
055300 COPY RUNLPROC.
