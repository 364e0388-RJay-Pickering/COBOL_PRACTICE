001817*                     FOR ITS DURATION (LOCKREC/LOCKPROC.CPY) -
001818*                     A MASTER HELD BY THE ONLINE DESK ENDS THE
001819*                     RUN CONDITION 8 TO BE RERUN WHEN FREE.
001820*    2026-10-15  RJP  EACH RUN NOW APPENDS AN ENTRY TO THE SHARED
001830*                     NIGHTLY RUN LEDGER AS IT ENDS, A BUSY
001840*                     MASTER INCLUDED - SEE RUNLREC/RUNLPROC.CPY.
001850*    2026-10-15  RJP  A FILE THAT WILL NOT OPEN ONCE THE LOCK
001860*                     IS TAKEN NOW ENDS THE RUN WITH CONDITION
001870*                     CODE 12 AND A RUN LEDGER ENTRY.
001880*    ---------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
003530         ACCESS MODE IS SEQUENTIAL
003540         RECORD KEY IS SPEC-REC-CODE
003550         FILE STATUS IS WS-SPEC-STATUS.
003560     SELECT RUN-LEDGER ASSIGN TO 'RUNLEDG'
003570         ORGANIZATION IS LINE SEQUENTIAL
003580         FILE STATUS IS WS-RUNL-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  MAINT-TRANS.
004400     COPY AUDITREC.
004500 FD  MAINT-REPORT.
004600 01  REPORT-LINE                 PIC X(100).
004602 FD  RUN-LEDGER.
004604     COPY RUNLREC.
004610 FD  SPECIALTY-MASTER.
004620     COPY SPECREC.
004630 FD  DOCTOR-NUMBER-FILE.
006580 01  WS-AGED-COUNT               PIC 9(08) COMP VALUE ZERO.
006600 COPY DATEWRK.
006610 COPY LOCKWRK.
006625 COPY RUNLWRK.
006650 COPY NPIWRK.
006700 COPY DOCTREC REPLACING ==DOCTREC-LAYOUT==
006800                     BY ==WS-BEFORE-DOCTOR-FIELDS==.
008100*    1000-INITIALIZE - OPEN THE FILES AND PRINT THE HEADINGS
008200*----------------------------------------------------------------*
008300 1000-INITIALIZE.
008325     MOVE 'DOCTMNT' TO WS-RUNL-JOB-NAME.
008350     PERFORM 7940-START-RUN-LEDGER THRU 7940-EXIT.
008400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
008500     OPEN INPUT MAINT-TRANS.
008600     IF WS-TRAN-STATUS NOT = '00'
009030     IF NOT WS-LOCK-TAKEN
009040         DISPLAY 'DOCTOR MASTER BUSY - RERUN WHEN FREE'
009050         MOVE 8 TO RETURN-CODE
009055         PERFORM 7950-WRITE-RUN-LEDGER THRU 7950-EXIT
009060         STOP RUN
009070     END-IF.
009100     OPEN I-O DOCTOR-MASTER.
009200     IF WS-MAST-STATUS NOT = '00'
009300         DISPLAY 'UNABLE TO OPEN DOCTOR-MASTER - STATUS '
009400             WS-MAST-STATUS
009450         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
009600     END-IF.
009700     OPEN EXTEND AUDIT-LOG.
009800     IF WS-AUDIT-STATUS NOT = '00'
010400     IF WS-RPT-STATUS NOT = '00'
010500         DISPLAY 'UNABLE TO OPEN MAINT-REPORT - STATUS '
010600             WS-RPT-STATUS
010650         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
010800     END-IF.
010850     PERFORM 7500-LOAD-SPECIALTY-TABLE THRU 7500-EXIT.
010860     OPEN OUTPUT REJECT-FILE.
010870     IF WS-REJ-STATUS NOT = '00'
010880         DISPLAY 'UNABLE TO OPEN DOCTMREJ - STATUS '
010890             WS-REJ-STATUS
010891         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
010894     END-IF.
010900     MOVE SPACES TO REPORT-LINE.
011000     STRING 'REGIONAL MAINTENANCE POSTING - RUN DATE '
011700     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
011800 1000-EXIT.
011900     EXIT.
011905*----------------------------------------------------------------*
011910*    1900-ABANDON-RUN - A FILE THE RUN CANNOT DO WITHOUT.
011915*    HAND THE LOCK BACK, END WITH CONDITION CODE 12 AND SAY
011920*    SO ON THE RUN LEDGER.
011925*----------------------------------------------------------------*
011930 1900-ABANDON-RUN.
011935     PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT.
011940     MOVE 12 TO RETURN-CODE.
011945     PERFORM 7950-WRITE-RUN-LEDGER THRU 7950-EXIT.
011950     STOP RUN.
011955 1900-EXIT.
011960     EXIT.
012000*----------------------------------------------------------------*
012100*    2000-APPLY-ONE-TRAN - DISPATCH ONE TRANSACTION BY ACTION
012200*----------------------------------------------------------------*
044400     DISPLAY 'REJECTED:    ' WS-REJECTED-COUNT.
044410     DISPLAY 'RECYCLED:    ' WS-RECYCLED-COUNT.
044420     DISPLAY 'AGED OUT:    ' WS-AGED-COUNT.
044430     COMPUTE WS-RUNL-APPLIED-COUNT
044440         = WS-ADDED-COUNT + WS-CHANGED-COUNT + WS-DELETED-COUNT.
044450     COMPUTE WS-RUNL-REJECTED-COUNT
044460         = WS-REJECTED-COUNT + WS-AGED-COUNT.
044470     COMPUTE WS-RUNL-READ-COUNT
044480         = WS-RUNL-APPLIED-COUNT + WS-RUNL-REJECTED-COUNT.
044490     PERFORM 7950-WRITE-RUN-LEDGER THRU 7950-EXIT.
044500 9000-EXIT.
044600     EXIT.
044700 COPY SPECVAL.
045000 COPY NBRASGN.
045100 COPY NPICHK.
045200 COPY LOCKPROC.
045300 COPY RUNLPROC.
