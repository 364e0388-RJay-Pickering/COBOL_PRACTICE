002230*                     PENDING FILE ONCE IT HOLDS THE LOCK - THE
002240*                     DESK TOUCHES THAT FILE IN THE SAME LOCK
002250*                     WINDOW.
002255*    2026-10-15  RJP  EACH RUN NOW APPENDS AN ENTRY TO THE SHARED
002260*                     NIGHTLY RUN LEDGER AS IT ENDS, A BUSY
002265*                     MASTER INCLUDED - SEE RUNLREC/RUNLPROC.CPY.
002270*    2026-10-15  RJP  A FILE THAT WILL NOT OPEN ONCE THE LOCK
002275*                     IS TAKEN NOW ENDS THE RUN WITH CONDITION
002280*                     CODE 12 AND A RUN LEDGER ENTRY.
002300*    ---------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
004210     SELECT MASTER-LOCK ASSIGN TO 'DOCTLOCK'
004220         ORGANIZATION IS LINE SEQUENTIAL
004230         FILE STATUS IS WS-LOCK-STATUS.
004240     SELECT RUN-LEDGER ASSIGN TO 'RUNLEDG'
004260         ORGANIZATION IS LINE SEQUENTIAL
004280         FILE STATUS IS WS-RUNL-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  PENDING-CHANGES.
005300 01  REPORT-LINE                 PIC X(100).
005310 FD  MASTER-LOCK.
005320     COPY LOCKREC.
005325 FD  RUN-LEDGER.
005350     COPY RUNLREC.
005400 WORKING-STORAGE SECTION.
005500 01  WS-PEND-STATUS              PIC X(02).
005510     88  WS-PEND-NOT-FOUND           VALUE '35'.
006600 01  WS-ACTION-WORD              PIC X(10).
006700 01  WS-RESULT-TEXT              PIC X(30).
006750 COPY LOCKWRK.
006775 COPY RUNLWRK.
006800 COPY DOCTREC REPLACING ==DOCTREC-LAYOUT==
006900                     BY ==WS-BEFORE-DOCTOR-FIELDS==.
007000 PROCEDURE DIVISION.
008100*    1000-INITIALIZE - OPEN THE FILES AND PRINT THE HEADINGS
008200*----------------------------------------------------------------*
008300 1000-INITIALIZE.
008325     MOVE WS-JOB-NAME TO WS-RUNL-JOB-NAME.
008350     PERFORM 7940-START-RUN-LEDGER THRU 7940-EXIT.
008400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
008410*    THE LOCK COMES FIRST - THE DESK OPENS THE PENDING FILE
008420*    INSIDE THE SAME LOCK WINDOW, SO TAKING THE LOCK BEFORE
009030     IF NOT WS-LOCK-TAKEN
009040         DISPLAY 'DOCTOR MASTER BUSY - RERUN WHEN FREE'
009050         MOVE 8 TO RETURN-CODE
009055         PERFORM 7950-WRITE-RUN-LEDGER THRU 7950-EXIT
009060         STOP RUN
009070     END-IF.
009072     OPEN I-O PENDING-CHANGES.
009078     IF WS-PEND-STATUS NOT = '00'
009079         DISPLAY 'UNABLE TO OPEN PENDING-CHANGES - STATUS '
009080             WS-PEND-STATUS
009081         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
009084     END-IF.
009100     OPEN I-O DOCTOR-MASTER.
009200     IF WS-MAST-STATUS NOT = '00'
009300         DISPLAY 'UNABLE TO OPEN DOCTOR-MASTER - STATUS '
009400             WS-MAST-STATUS
009450         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
009600     END-IF.
009700     OPEN EXTEND AUDIT-LOG.
009800     IF WS-AUDIT-STATUS NOT = '00'
010400     IF WS-RPT-STATUS NOT = '00'
010500         DISPLAY 'UNABLE TO OPEN PENDING-REPORT - STATUS '
010600             WS-RPT-STATUS
010650         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
010800     END-IF.
010900     MOVE SPACES TO REPORT-LINE.
011000     STRING 'PENDING CHANGE APPLY - RUN DATE '
011600     WRITE REPORT-LINE.
011700 1000-EXIT.
011800     EXIT.
011805*----------------------------------------------------------------*
011810*    1900-ABANDON-RUN - A FILE THE RUN CANNOT DO WITHOUT.
011815*    HAND THE LOCK BACK, END WITH CONDITION CODE 12 AND SAY
011820*    SO ON THE RUN LEDGER.
011825*----------------------------------------------------------------*
011830 1900-ABANDON-RUN.
011835     PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT.
011840     MOVE 12 TO RETURN-CODE.
011845     PERFORM 7950-WRITE-RUN-LEDGER THRU 7950-EXIT.
011850     STOP RUN.
011855 1900-EXIT.
011860     EXIT.
011900*----------------------------------------------------------------*
012000*    2000-TAKE-ONE-DUE-ITEM - POSITION TO THE FRONT OF THE
012100*    PENDING FILE AND TAKE THE FIRST RECORD.  THE KEY LEADS
033100     CLOSE PENDING-REPORT.
033200     DISPLAY 'PENDING APPLIED: ' WS-APPLIED-COUNT.
033300     DISPLAY 'PENDING DROPPED: ' WS-SKIPPED-COUNT.
033310     MOVE WS-APPLIED-COUNT TO WS-RUNL-APPLIED-COUNT.
033320     MOVE WS-SKIPPED-COUNT TO WS-RUNL-REJECTED-COUNT.
033330     COMPUTE WS-RUNL-READ-COUNT
033340         = WS-APPLIED-COUNT + WS-SKIPPED-COUNT.
033350     PERFORM 7950-WRITE-RUN-LEDGER THRU 7950-EXIT.
033400 9000-EXIT.
033500     EXIT.
033600 COPY LOCKPROC.
033700 COPY RUNLPROC.
