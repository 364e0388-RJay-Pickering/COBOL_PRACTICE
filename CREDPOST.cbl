001580*                     FOR ITS DURATION (LOCKREC/LOCKPROC.CPY) -
001590*                     A MASTER HELD BY THE ONLINE DESK ENDS THE
001595*                     RUN CONDITION 8 TO BE RERUN WHEN FREE.
001596*    2026-10-15  RJP  EACH RUN NOW APPENDS AN ENTRY TO THE SHARED
001597*                     NIGHTLY RUN LEDGER (RUNLREC/RUNLPROC.CPY) AS
001598*                     IT ENDS - A BUSY MASTER, OR A FILE THAT WILL
001599*                     NOT OPEN (CONDITION CODE 12), INCLUDED.
001600*    ---------------------------------------------------------
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
003310     SELECT MASTER-LOCK ASSIGN TO 'DOCTLOCK'
003320         ORGANIZATION IS LINE SEQUENTIAL
003330         FILE STATUS IS WS-LOCK-STATUS.
003340     SELECT RUN-LEDGER ASSIGN TO 'RUNLEDG'
003360         ORGANIZATION IS LINE SEQUENTIAL
003380         FILE STATUS IS WS-RUNL-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  CRED-RESPONSES.
004400 01  REPORT-LINE                 PIC X(100).
004410 FD  MASTER-LOCK.
004420     COPY LOCKREC.
004425 FD  RUN-LEDGER.
004450     COPY RUNLREC.
004500 WORKING-STORAGE SECTION.
004600 01  WS-RESP-STATUS              PIC X(02).
004700 01  WS-MAST-STATUS              PIC X(02).
006000 01  WS-RUN-DATE                 PIC 9(08).
006100 COPY DATEWRK.
006110 COPY LOCKWRK.
006150 COPY RUNLWRK.
006200 COPY DOCTREC REPLACING ==DOCTREC-LAYOUT==
006300                     BY ==WS-BEFORE-DOCTOR-FIELDS==.
006400 PROCEDURE DIVISION.
007500*    1000-INITIALIZE - OPEN THE FILES AND PRINT THE HEADINGS
007600*----------------------------------------------------------------*
007700 1000-INITIALIZE.
007725     MOVE 'CREDPOST' TO WS-RUNL-JOB-NAME.
007750     PERFORM 7940-START-RUN-LEDGER THRU 7940-EXIT.
007800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
007900     OPEN INPUT CRED-RESPONSES.
008000     IF WS-RESP-STATUS NOT = '00'
008430     IF NOT WS-LOCK-TAKEN
008440         DISPLAY 'DOCTOR MASTER BUSY - RERUN WHEN FREE'
008450         MOVE 8 TO RETURN-CODE
008455         PERFORM 7950-WRITE-RUN-LEDGER THRU 7950-EXIT
008460         STOP RUN
008470     END-IF.
008500     OPEN I-O DOCTOR-MASTER.
008600     IF WS-MAST-STATUS NOT = '00'
008700         DISPLAY 'UNABLE TO OPEN DOCTOR-MASTER - STATUS '
008800             WS-MAST-STATUS
008850         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
009000     END-IF.
009100     OPEN EXTEND AUDIT-LOG.
009200     IF WS-AUDIT-STATUS NOT = '00'
009800     IF WS-RPT-STATUS NOT = '00'
009900         DISPLAY 'UNABLE TO OPEN POSTING-REPORT - STATUS '
010000             WS-RPT-STATUS
010050         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
010200     END-IF.
010300     MOVE SPACES TO REPORT-LINE.
010400     STRING 'CREDENTIALING DECISION POSTING - RUN DATE '
011100     PERFORM 2100-READ-RESPONSE THRU 2100-EXIT.
011200 1000-EXIT.
011300     EXIT.
011305*----------------------------------------------------------------*
011310*    1900-ABANDON-RUN - A FILE THE RUN CANNOT DO WITHOUT.
011315*    HAND THE LOCK BACK, END WITH CONDITION CODE 12 AND SAY
011320*    SO ON THE RUN LEDGER.
011325*----------------------------------------------------------------*
011330 1900-ABANDON-RUN.
011335     PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT.
011340     MOVE 12 TO RETURN-CODE.
011345     PERFORM 7950-WRITE-RUN-LEDGER THRU 7950-EXIT.
011350     STOP RUN.
011355 1900-EXIT.
011360     EXIT.
011400*----------------------------------------------------------------*
011500*    2000-POST-ONE-RESPONSE - VALIDATE ONE RESPONSE AND POST IT
011600*    TO THE DOCTOR'S MASTER RECORD
028400     DISPLAY 'RESPONSES APPLIED:   ' WS-APPLIED-COUNT.
028500     DISPLAY 'RESPONSES UNMATCHED: ' WS-UNMATCHED-COUNT.
028600     DISPLAY 'RESPONSES REJECTED:  ' WS-REJECTED-COUNT.
028610     MOVE WS-APPLIED-COUNT TO WS-RUNL-APPLIED-COUNT.
028620     COMPUTE WS-RUNL-REJECTED-COUNT
028630         = WS-UNMATCHED-COUNT + WS-REJECTED-COUNT.
028640     COMPUTE WS-RUNL-READ-COUNT
028650         = WS-RUNL-APPLIED-COUNT + WS-RUNL-REJECTED-COUNT.
028660     PERFORM 7950-WRITE-RUN-LEDGER THRU 7950-EXIT.
028700 9000-EXIT.
028800     EXIT.
028900 COPY DATEVAL.
029000 COPY LOCKPROC.
029100 COPY RUNLPROC.
