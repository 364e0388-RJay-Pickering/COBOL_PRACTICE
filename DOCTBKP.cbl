001560*                     TIME COPY EVEN WHILE A DESK SESSION IS
001570*                     STILL SIGNED ON - THE SESSION JUST SEES
001580*                     'MASTER BUSY' FOR THE LENGTH OF THE RUN.
001582*    2026-10-15  RJP  EACH RUN NOW APPENDS AN ENTRY TO THE SHARED
001584*                     NIGHTLY RUN LEDGER AS IT ENDS, A BUSY
001586*                     MASTER INCLUDED - SEE RUNLREC/RUNLPROC.CPY.
001588*    2026-10-15  RJP  A FILE THAT WILL NOT OPEN ONCE THE LOCK
001590*                     IS TAKEN NOW ENDS THE RUN WITH CONDITION
001592*                     CODE 12 AND A RUN LEDGER ENTRY.
001600*    ---------------------------------------------------------
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
002710     SELECT MASTER-LOCK ASSIGN TO 'DOCTLOCK'
002720         ORGANIZATION IS LINE SEQUENTIAL
002730         FILE STATUS IS WS-LOCK-STATUS.
002740     SELECT RUN-LEDGER ASSIGN TO 'RUNLEDG'
002760         ORGANIZATION IS LINE SEQUENTIAL
002780         FILE STATUS IS WS-RUNL-STATUS.
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD  DOCTOR-MASTER.
003600     COPY BKPREC.
003610 FD  MASTER-LOCK.
003620     COPY LOCKREC.
003625 FD  RUN-LEDGER.
003650     COPY RUNLREC.
003700 WORKING-STORAGE SECTION.
003800 01  WS-MAST-STATUS              PIC X(02).
003900 01  WS-BKUP-STATUS              PIC X(02).
004300 01  WS-BACKUP-DATE              PIC 9(08).
004400 01  WS-BACKUP-TIME              PIC 9(08).
004410 COPY LOCKWRK.
004450 COPY RUNLWRK.
004500 PROCEDURE DIVISION.
004600*----------------------------------------------------------------*
004700*    0000-MAINLINE
005600*    1000-INITIALIZE - OPEN THE FILES AND WRITE THE HEADER
005700*----------------------------------------------------------------*
005800 1000-INITIALIZE.
005825     MOVE 'DOCTBKP' TO WS-RUNL-JOB-NAME.
005850     PERFORM 7940-START-RUN-LEDGER THRU 7940-EXIT.
005900     ACCEPT WS-BACKUP-DATE FROM DATE YYYYMMDD.
006000     ACCEPT WS-BACKUP-TIME FROM TIME.
006010     MOVE 'DOCTBKP' TO WS-LOCK-HOLDER-ID.
006030     IF NOT WS-LOCK-TAKEN
006040         DISPLAY 'DOCTOR MASTER BUSY - RERUN WHEN FREE'
006050         MOVE 8 TO RETURN-CODE
006055         PERFORM 7950-WRITE-RUN-LEDGER THRU 7950-EXIT
006060         STOP RUN
006070     END-IF.
006100     OPEN INPUT DOCTOR-MASTER.
006200     IF WS-MAST-STATUS NOT = '00'
006300         DISPLAY 'UNABLE TO OPEN DOCTOR-MASTER - STATUS '
006400             WS-MAST-STATUS
006450         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
006600     END-IF.
006700     OPEN OUTPUT BACKUP-FILE.
006800     IF WS-BKUP-STATUS NOT = '00'
006900         DISPLAY 'UNABLE TO OPEN BACKUP-FILE - STATUS '
007000             WS-BKUP-STATUS
007050         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
007200     END-IF.
007300     MOVE SPACES TO BACKUP-CONTROL-RECORD.
007400     SET BKP-HEADER TO TRUE.
007900     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
008000 1000-EXIT.
008100     EXIT.
008105*----------------------------------------------------------------*
008110*    1900-ABANDON-RUN - A FILE THE RUN CANNOT DO WITHOUT.
008115*    HAND THE LOCK BACK, END WITH CONDITION CODE 12 AND SAY
008120*    SO ON THE RUN LEDGER.
008125*----------------------------------------------------------------*
008130 1900-ABANDON-RUN.
008135     PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT.
008140     MOVE 12 TO RETURN-CODE.
008145     PERFORM 7950-WRITE-RUN-LEDGER THRU 7950-EXIT.
008150     STOP RUN.
008155 1900-EXIT.
008160     EXIT.
008200*----------------------------------------------------------------*
008300*    2000-BACKUP-ONE-DOCTOR - COPY ONE MASTER RECORD OUT
008400*----------------------------------------------------------------*
011510     PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT.
011600     CLOSE BACKUP-FILE.
011700     DISPLAY 'DOCTORS BACKED UP: ' WS-BACKUP-COUNT.
011725     MOVE WS-BACKUP-COUNT TO WS-RUNL-READ-COUNT.
011750     MOVE WS-BACKUP-COUNT TO WS-RUNL-APPLIED-COUNT.
011775     PERFORM 7950-WRITE-RUN-LEDGER THRU 7950-EXIT.
011800 9000-EXIT.
011900     EXIT.
012000 COPY LOCKPROC.
012100 COPY RUNLPROC.
