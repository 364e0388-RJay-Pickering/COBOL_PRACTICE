002100*                     AND EVERY DOCTOR TOUCHED IS REPORTED.
002110*                     THE RUN TAKES THE SHARED MASTER LOCK FOR
002120*                     ITS DURATION (LOCKREC/LOCKPROC.CPY).
002125*    2026-10-15  RJP  A SUSPENDED DOCTOR WITH A CONFIRMED
002130*                     EXCLUSION HIT ON THE SCREENING HIT FILE
002135*                     (SEE HITREC.CPY) IS NO LONGER PUT BACK TO
002140*                     ACTIVE WHEN THE LICENSE COMES CURRENT -
002145*                     A CURRENT LICENSE DOES NOT LIFT AN
002150*                     EXCLUSION.  SUCH DOCTORS ARE REPORTED AS
002155*                     HELD INSTEAD.
002160*    2026-10-15  RJP  EACH RUN NOW APPENDS AN ENTRY TO THE SHARED
002165*                     NIGHTLY RUN LEDGER AS IT ENDS, A BUSY
002170*                     MASTER INCLUDED - SEE RUNLREC/RUNLPROC.CPY.
002175*    2026-10-15  RJP  A FILE THAT WILL NOT OPEN ONCE THE LOCK
002180*                     IS TAKEN NOW ENDS THE RUN WITH CONDITION
002185*                     CODE 12 AND A RUN LEDGER ENTRY.
002200*    ---------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003610     SELECT MASTER-LOCK ASSIGN TO 'DOCTLOCK'
003620         ORGANIZATION IS LINE SEQUENTIAL
003630         FILE STATUS IS WS-LOCK-STATUS.
003635     SELECT RUN-LEDGER ASSIGN TO 'RUNLEDG'
003640         ORGANIZATION IS LINE SEQUENTIAL
003645         FILE STATUS IS WS-RUNL-STATUS.
003650     SELECT SCREEN-HITS ASSIGN TO 'SCRNHIT'
003655         ORGANIZATION IS INDEXED
003660         ACCESS MODE IS DYNAMIC
003665         RECORD KEY IS HIT-KEY
003670         FILE STATUS IS WS-HIT-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  DOCTOR-MASTER.
004500 01  REPORT-LINE                 PIC X(100).
004510 FD  MASTER-LOCK.
004520     COPY LOCKREC.
004530 FD  RUN-LEDGER.
004540     COPY RUNLREC.
004550 FD  SCREEN-HITS.
004560     COPY HITREC.
004600 WORKING-STORAGE SECTION.
004700 01  WS-MAST-STATUS              PIC X(02).
004800 01  WS-AUDIT-STATUS             PIC X(02).
004900 01  WS-RPT-STATUS               PIC X(02).
004910 01  WS-HIT-STATUS               PIC X(02).
004920 01  WS-HITS-OPEN-SW             PIC X(01) VALUE 'N'.
004930     88  WS-HITS-OPEN                VALUE 'Y'.
004940 01  WS-EXCLUDED-SW              PIC X(01) VALUE 'N'.
004950     88  WS-EXCLUDED                 VALUE 'Y'.
004960 01  WS-HIT-EOF-SW               PIC X(01) VALUE 'N'.
004970     88  WS-HIT-EOF                  VALUE 'Y'.
005000 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
005100     88  WS-EOF                      VALUE 'Y'.
005200 01  WS-VALID-SW                 PIC X(01) VALUE 'N'.
005500 01  WS-SUSPENDED-COUNT          PIC 9(06) COMP VALUE ZERO.
005600 01  WS-REINSTATED-COUNT         PIC 9(06) COMP VALUE ZERO.
005700 01  WS-BADDATE-COUNT            PIC 9(06) COMP VALUE ZERO.
005725 01  WS-HELD-COUNT               PIC 9(06) COMP VALUE ZERO.
005750 01  WS-READ-COUNT               PIC 9(06) COMP VALUE ZERO.
005800 01  WS-COUNT-EDIT               PIC ZZ,ZZ9.
005900 01  WS-JOB-NAME                 PIC X(08) VALUE 'DOCTSUSP'.
006000 01  WS-ACTION-WORD              PIC X(10).
006100 COPY DATEWRK.
006110 COPY LOCKWRK.
006150 COPY RUNLWRK.
006200 COPY DOCTREC REPLACING ==DOCTREC-LAYOUT==
006300                     BY ==WS-BEFORE-DOCTOR-FIELDS==.
006400 PROCEDURE DIVISION.
007500*    1000-INITIALIZE - OPEN THE FILES AND PRINT THE HEADINGS
007600*----------------------------------------------------------------*
007700 1000-INITIALIZE.
007725     MOVE WS-JOB-NAME TO WS-RUNL-JOB-NAME.
007750     PERFORM 7940-START-RUN-LEDGER THRU 7940-EXIT.
007800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
007810     MOVE WS-JOB-NAME TO WS-LOCK-HOLDER-ID.
007820     PERFORM 7800-TAKE-MASTER-LOCK THRU 7800-EXIT.
007830     IF NOT WS-LOCK-TAKEN
007840         DISPLAY 'DOCTOR MASTER BUSY - RERUN WHEN FREE'
007850         MOVE 8 TO RETURN-CODE
007855         PERFORM 7950-WRITE-RUN-LEDGER THRU 7950-EXIT
007860         STOP RUN
007870     END-IF.
007900     OPEN I-O DOCTOR-MASTER.
008000     IF WS-MAST-STATUS NOT = '00'
008100         DISPLAY 'UNABLE TO OPEN DOCTOR-MASTER - STATUS '
008200             WS-MAST-STATUS
008250         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
008400     END-IF.
008500     OPEN EXTEND AUDIT-LOG.
008600     IF WS-AUDIT-STATUS NOT = '00'
009200     IF WS-RPT-STATUS NOT = '00'
009300         DISPLAY 'UNABLE TO OPEN SUSPEND-REPORT - STATUS '
009400             WS-RPT-STATUS
009450         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
009500     END-IF.
009525     OPEN INPUT SCREEN-HITS.
009550     IF WS-HIT-STATUS = '00'
009575         SET WS-HITS-OPEN TO TRUE
009600     END-IF.
009700     MOVE SPACES TO REPORT-LINE.
009800     STRING 'LICENSE ENFORCEMENT - RUN DATE '
011100     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
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
011500*    2000-CHECK-ONE-DOCTOR - SUSPEND AN ACTIVE DOCTOR WHOSE
011600*    LICENSE HAS LAPSED; REINSTATE A SUSPENDED DOCTOR WHOSE
014200     IF DOCT-SUSPENDED OF DOCTOR-MASTER-RECORD
014300         AND DOCT-LICENSE-EXPIRE OF DOCTOR-MASTER-RECORD
014400             NOT < WS-RUN-DATE
014500         PERFORM 4500-CHECK-EXCLUSION THRU 4500-EXIT
014510         IF WS-EXCLUDED
014520             PERFORM 4700-PRINT-HELD THRU 4700-EXIT
014530         ELSE
014540             PERFORM 4000-REINSTATE-DOCTOR THRU 4000-EXIT
014550         END-IF
014600     END-IF.
014700 2000-NEXT.
014800     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
015900     IF WS-MAST-STATUS NOT = '00'
016000         SET WS-EOF TO TRUE
016100     END-IF.
016125     IF NOT WS-EOF
016150         ADD 1 TO WS-READ-COUNT
016175     END-IF.
016200 2100-EXIT.
016300     EXIT.
016400*----------------------------------------------------------------*
018900     PERFORM 5000-REWRITE-AND-AUDIT THRU 5000-EXIT.
019000 4000-EXIT.
019100     EXIT.
019101*----------------------------------------------------------------*
019102*    4500-CHECK-EXCLUSION - LOOK FOR A CONFIRMED EXCLUSION HIT
019103*    ON THIS DOCTOR.  NO HIT FILE YET MEANS NOTHING CONFIRMED.
019104*----------------------------------------------------------------*
019105 4500-CHECK-EXCLUSION.
019106     MOVE 'N' TO WS-EXCLUDED-SW.
019107     IF NOT WS-HITS-OPEN
019108         GO TO 4500-EXIT
019109     END-IF.
019110     MOVE DOCT-NUMBER OF DOCTOR-MASTER-RECORD
019111         TO HIT-DOCT-NUMBER.
019112     MOVE LOW-VALUES TO HIT-SOURCE.
019113     MOVE ZERO TO HIT-EXCL-DATE.
019114     MOVE 'N' TO WS-HIT-EOF-SW.
019115     START SCREEN-HITS
019116         KEY NOT LESS THAN HIT-KEY
019117         INVALID KEY
019118             SET WS-HIT-EOF TO TRUE
019119     END-START.
019120     PERFORM 4600-READ-ONE-HIT THRU 4600-EXIT
019121         UNTIL WS-HIT-EOF.
019122 4500-EXIT.
019123     EXIT.
019124*----------------------------------------------------------------*
019125*    4600-READ-ONE-HIT - NEXT HIT ROW FOR THIS DOCTOR; STOP AT
019126*    THE FIRST CONFIRMED ONE OR THE NEXT DOCTOR'S ROWS
019127*----------------------------------------------------------------*
019128 4600-READ-ONE-HIT.
019129     READ SCREEN-HITS NEXT RECORD
019130         AT END
019131             SET WS-HIT-EOF TO TRUE
019132     END-READ.
019133     IF WS-HIT-STATUS NOT = '00'
019134         SET WS-HIT-EOF TO TRUE
019135     END-IF.
019136     IF WS-HIT-EOF
019137         GO TO 4600-EXIT
019138     END-IF.
019139     IF HIT-DOCT-NUMBER NOT = DOCT-NUMBER OF DOCTOR-MASTER-RECORD
019140         SET WS-HIT-EOF TO TRUE
019141         GO TO 4600-EXIT
019142     END-IF.
019143     IF HIT-CONFIRMED
019144         SET WS-EXCLUDED TO TRUE
019145         SET WS-HIT-EOF TO TRUE
019146     END-IF.
019147 4600-EXIT.
019148     EXIT.
019149*----------------------------------------------------------------*
019150*    4700-PRINT-HELD - THE LICENSE IS CURRENT BUT A CONFIRMED
019151*    EXCLUSION KEEPS THE DOCTOR SUSPENDED
019152*----------------------------------------------------------------*
019153 4700-PRINT-HELD.
019154     ADD 1 TO WS-HELD-COUNT.
019155     MOVE SPACES TO REPORT-LINE.
019156     STRING '  HELD       ' DELIMITED BY SIZE
019157            DOCT-NUMBER OF DOCTOR-MASTER-RECORD
019158                DELIMITED BY SIZE
019159            ' ' DELIMITED BY SIZE
019160            DOCTNAME OF DOCTOR-MASTER-RECORD DELIMITED BY SIZE
019161            ' CONFIRMED EXCLUSION - STAYS SUSPENDED'
019162                DELIMITED BY SIZE
019163            INTO REPORT-LINE.
019164     WRITE REPORT-LINE.
019165 4700-EXIT.
019166     EXIT.
019200*----------------------------------------------------------------*
019300*    5000-REWRITE-AND-AUDIT - FILE THE STATUS CHANGE, WRITE THE
019400*    BEFORE/AFTER AUDIT RECORD UNDER THE JOB'S NAME, AND REPORT
024700            WS-COUNT-EDIT DELIMITED BY SIZE
024800            INTO REPORT-LINE.
024900     WRITE REPORT-LINE.
024910     MOVE SPACES TO REPORT-LINE.
024920     MOVE WS-HELD-COUNT TO WS-COUNT-EDIT.
024930     STRING 'HELD FOR EXCLUSION: ' DELIMITED BY SIZE
024940            WS-COUNT-EDIT DELIMITED BY SIZE
024950            INTO REPORT-LINE.
024960     WRITE REPORT-LINE.
025000     CLOSE DOCTOR-MASTER.
025010     PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT.
025100     CLOSE AUDIT-LOG.
025200     CLOSE SUSPEND-REPORT.
025225     IF WS-HITS-OPEN
025250         CLOSE SCREEN-HITS
025275     END-IF.
025300     DISPLAY 'SUSPENDED:  ' WS-SUSPENDED-COUNT.
025400     DISPLAY 'REINSTATED: ' WS-REINSTATED-COUNT.
025410     MOVE WS-READ-COUNT TO WS-RUNL-READ-COUNT.
025420     COMPUTE WS-RUNL-APPLIED-COUNT
025430         = WS-SUSPENDED-COUNT + WS-REINSTATED-COUNT.
025440     MOVE WS-BADDATE-COUNT TO WS-RUNL-REJECTED-COUNT.
025450     PERFORM 7950-WRITE-RUN-LEDGER THRU 7950-EXIT.
025500 9000-EXIT.
025600     EXIT.
025700 COPY DATEVAL.
025800 COPY LOCKPROC.
025900 COPY RUNLPROC.
