001285*    2026-09-02  RJP  THE RUN NOW TAKES THE SHARED MASTER LOCK
001290*                     FOR ITS DURATION (LOCKREC/LOCKPROC.CPY)
001295*                     SO THE EXTRACT IS A CONSISTENT SNAPSHOT.
001296*    2026-10-15  RJP  EACH RUN NOW APPENDS AN ENTRY TO THE SHARED
001297*                     NIGHTLY RUN LEDGER (RUNLREC/RUNLPROC.CPY) AS
001298*                     IT ENDS - A BUSY MASTER, OR A FILE THAT WILL
001299*                     NOT OPEN (CONDITION CODE 12), INCLUDED.
001300*    ---------------------------------------------------------
001400 ENVIRONMENT DIVISION.
001500 INPUT-OUTPUT SECTION.
002410     SELECT MASTER-LOCK ASSIGN TO 'DOCTLOCK'
002420         ORGANIZATION IS LINE SEQUENTIAL
002430         FILE STATUS IS WS-LOCK-STATUS.
002440     SELECT RUN-LEDGER ASSIGN TO 'RUNLEDG'
002460         ORGANIZATION IS LINE SEQUENTIAL
002480         FILE STATUS IS WS-RUNL-STATUS.
002500 DATA DIVISION.
002600 FILE SECTION.
002700 FD  DOCTOR-MASTER.
003200                         BY ==EXTRACT-RECORD==.
003210 FD  MASTER-LOCK.
003220     COPY LOCKREC.
003225 FD  RUN-LEDGER.
003250     COPY RUNLREC.
003300 WORKING-STORAGE SECTION.
003400 01  WS-MAST-STATUS              PIC X(02).
003500 01  WS-XTR-STATUS               PIC X(02).
003700     88  WS-EOF                      VALUE 'Y'.
003800 01  WS-EXTRACT-COUNT            PIC 9(08) COMP VALUE ZERO.
003810 COPY LOCKWRK.
003850 COPY RUNLWRK.
003900 PROCEDURE DIVISION.
004000*----------------------------------------------------------------*
004100*    0000-MAINLINE
005000*    1000-INITIALIZE - OPEN THE MASTER AND THE INTERFACE FILE
005100*----------------------------------------------------------------*
005200 1000-INITIALIZE.
005202     MOVE 'DOCTEXT' TO WS-RUNL-JOB-NAME.
005204     PERFORM 7940-START-RUN-LEDGER THRU 7940-EXIT.
005210     MOVE 'DOCTEXT' TO WS-LOCK-HOLDER-ID.
005220     PERFORM 7800-TAKE-MASTER-LOCK THRU 7800-EXIT.
005230     IF NOT WS-LOCK-TAKEN
005240         DISPLAY 'DOCTOR MASTER BUSY - RERUN WHEN FREE'
005250         MOVE 8 TO RETURN-CODE
005255         PERFORM 7950-WRITE-RUN-LEDGER THRU 7950-EXIT
005260         STOP RUN
005270     END-IF.
005300     OPEN INPUT DOCTOR-MASTER.
005310     IF WS-MAST-STATUS NOT = '00'
005320         DISPLAY 'UNABLE TO OPEN DOCTOR-MASTER - STATUS '
005330             WS-MAST-STATUS
005335         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
005350     END-IF.
005400     OPEN OUTPUT EXTRACT-FILE.
005410     IF WS-XTR-STATUS NOT = '00'
005420         DISPLAY 'UNABLE TO OPEN EXTRACT-FILE - STATUS '
005430             WS-XTR-STATUS
005435         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
005450     END-IF.
005500     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
005600 1000-EXIT.
005700     EXIT.
005705*----------------------------------------------------------------*
005710*    1900-ABANDON-RUN - A FILE THE RUN CANNOT DO WITHOUT.
005715*    HAND THE LOCK BACK, END WITH CONDITION CODE 12 AND SAY
005720*    SO ON THE RUN LEDGER.
005725*----------------------------------------------------------------*
005730 1900-ABANDON-RUN.
005735     PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT.
005740     MOVE 12 TO RETURN-CODE.
005745     PERFORM 7950-WRITE-RUN-LEDGER THRU 7950-EXIT.
005750     STOP RUN.
005755 1900-EXIT.
005760     EXIT.
005800*----------------------------------------------------------------*
005900*    2000-EXTRACT-DOCTOR - COPY ONE MASTER RECORD TO THE EXTRACT
006000*----------------------------------------------------------------*
008210     PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT.
008300     CLOSE EXTRACT-FILE.
008400     DISPLAY 'DOCTORS EXTRACTED: ' WS-EXTRACT-COUNT.
008425     MOVE WS-EXTRACT-COUNT TO WS-RUNL-READ-COUNT.
008450     MOVE WS-EXTRACT-COUNT TO WS-RUNL-APPLIED-COUNT.
008475     PERFORM 7950-WRITE-RUN-LEDGER THRU 7950-EXIT.
008500 9000-EXIT.
008600     EXIT.
008700 COPY LOCKPROC.
008800 COPY RUNLPROC.
