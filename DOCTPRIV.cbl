000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DOCTPRIV.
000300 AUTHOR. R JAY PICKERING.
000400 INSTALLATION. CREDENTIALING - FRONT DESK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    ---------------------------------------------------------
001000*    2026-10-15  RJP  ORIGINAL - NIGHTLY HOSPITAL PRIVILEGING
001100*                     FEED.  APPLIES THE GRANTS, RENEWALS AND
001200*                     TERMINATIONS SENT BY THE FACILITIES'
001300*                     MEDICAL STAFF OFFICES (SEE PRIVREC.CPY)
001400*                     TO THE AFFILIATION FILE WITH THE SAME
001500*                     EDITS AS THE ONLINE ATTACH AND DETACH -
001600*                     THE FACILITY MUST BE ACTIVE ON THE
001700*                     FACILITY MASTER, THE DOCTOR MUST BE ON
001800*                     THE DOCTOR MASTER, AND A DOCTOR IS NEVER
001900*                     ATTACHED TWICE.  THE FILE IS WRAPPED IN
002000*                     HDR/TRL CONTROL RECORDS (TRANCTL.CPY) AND
002100*                     EVERY REJECT GOES BACK TO THE SENDING
002200*                     FACILITY ON THE REJECT FILE (REJREC.CPY).
002220*    2026-10-15  RJP  THE FEED JOINS THE NIGHT STREAM'S RUN
002240*                     LEDGER (RUNLREC/RUNLPROC.CPY), AND A FILE
002260*                     THAT WILL NOT OPEN ONCE THE LOCK IS TAKEN
002280*                     NOW ENDS THE RUN WITH CONDITION CODE 12.
002300*    ---------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT PRIV-TRANS ASSIGN TO 'PRIVTRAN'
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-TRAN-STATUS.
003000     SELECT DOCTOR-MASTER ASSIGN TO 'DOCTMAST'
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS DOCT-NUMBER OF DOCTOR-MASTER-RECORD
003400         FILE STATUS IS WS-MAST-STATUS.
003500     SELECT FACILITY-MASTER ASSIGN TO 'FACMAST'
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS FAC-CODE
003900         FILE STATUS IS WS-FAC-STATUS.
004000     SELECT DOCTOR-FACILITY ASSIGN TO 'DOCTAFFL'
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS AFFL-KEY
004400         FILE STATUS IS WS-AFFL-STATUS.
004500     SELECT MASTER-LOCK ASSIGN TO 'DOCTLOCK'
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-LOCK-STATUS.
004800     SELECT REJECT-FILE ASSIGN TO 'PRIVREJ'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-REJ-STATUS.
005100     SELECT PRIV-REPORT ASSIGN TO 'PRIVRPT'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-RPT-STATUS.
005325     SELECT RUN-LEDGER ASSIGN TO 'RUNLEDG'
005350         ORGANIZATION IS LINE SEQUENTIAL
005375         FILE STATUS IS WS-RUNL-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  PRIV-TRANS.
005700     COPY PRIVREC.
005800     COPY TRANCTL.
005900 FD  DOCTOR-MASTER.
006000     COPY DOCTREC REPLACING ==DOCTREC-LAYOUT==
006100                         BY ==DOCTOR-MASTER-RECORD==.
006200 FD  FACILITY-MASTER.
006300     COPY FACREC.
006400 FD  DOCTOR-FACILITY.
006500     COPY AFFLREC.
006600 FD  MASTER-LOCK.
006700     COPY LOCKREC.
006800 FD  REJECT-FILE.
006900     COPY REJREC REPLACING ==REJECT-RECORD==
007000                        BY ==PRIV-REJECT-RECORD==
007100                    ==X(194)== BY ==X(43)==
007200                    LEADING ==REJ== BY ==PRJ==.
007300 FD  PRIV-REPORT.
007400 01  REPORT-LINE                 PIC X(100).
007425 FD  RUN-LEDGER.
007450     COPY RUNLREC.
007500 WORKING-STORAGE SECTION.
007600 01  WS-TRAN-STATUS              PIC X(02).
007700 01  WS-MAST-STATUS              PIC X(02).
007800 01  WS-FAC-STATUS               PIC X(02).
007900 01  WS-AFFL-STATUS              PIC X(02).
008000     88  WS-AFFL-NOT-FOUND           VALUE '35'.
008100 01  WS-REJ-STATUS               PIC X(02).
008200 01  WS-RPT-STATUS               PIC X(02).
008300 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
008400     88  WS-EOF                      VALUE 'Y'.
008500 01  WS-VALID-SW                 PIC X(01) VALUE 'N'.
008600     88  WS-FIELD-VALID              VALUE 'Y'.
008700 01  WS-REJECT-REASON            PIC X(30).
008800 01  WS-ACTION-WORD              PIC X(11).
008900 01  WS-RUN-DATE                 PIC 9(08).
009000 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
009100 01  WS-PRIV-DATE                PIC 9(08) VALUE ZERO.
009200 01  WS-TRL-SEEN-SW              PIC X(01) VALUE 'N'.
009300     88  WS-TRL-SEEN                 VALUE 'Y'.
009400 01  WS-EXPECTED-COUNT           PIC 9(08) COMP VALUE ZERO.
009500 01  WS-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
009600 01  WS-ATTACHED-COUNT           PIC 9(08) COMP VALUE ZERO.
009700 01  WS-REATTACHED-COUNT         PIC 9(08) COMP VALUE ZERO.
009800 01  WS-RENEWED-COUNT            PIC 9(08) COMP VALUE ZERO.
009900 01  WS-DETACHED-COUNT           PIC 9(08) COMP VALUE ZERO.
010000 01  WS-REJECTED-COUNT           PIC 9(08) COMP VALUE ZERO.
010100 01  WS-CTL-ERROR-TEXT           PIC X(40).
010200 01  WS-COUNT-EDIT               PIC ZZ,ZZZ,ZZ9.
010300 COPY DATEWRK.
010400 COPY LOCKWRK.
010450 COPY RUNLWRK.
010500 PROCEDURE DIVISION.
010600*----------------------------------------------------------------*
010700*    0000-MAINLINE
010800*----------------------------------------------------------------*
010900 0000-MAINLINE.
011000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011100     PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
011200         UNTIL WS-EOF.
011300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011400     STOP RUN.
011500*----------------------------------------------------------------*
011600*    1000-INITIALIZE - OPEN THE FILES, TAKE THE MASTER LOCK AND
011700*    CHECK THE HEADER.  THE DESK ONLY ATTACHES AND DETACHES
011800*    WHILE IT HOLDS THE MASTER LOCK, SO HOLDING IT HERE KEEPS
011900*    THE FEED AND THE DESK OFF THE SAME AFFILIATION AT ONCE.
012000*----------------------------------------------------------------*
012100 1000-INITIALIZE.
012125     MOVE 'DOCTPRIV' TO WS-RUNL-JOB-NAME.
012150     PERFORM 7940-START-RUN-LEDGER THRU 7940-EXIT.
012200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012300     OPEN INPUT PRIV-TRANS.
012400     IF WS-TRAN-STATUS NOT = '00'
012500         DISPLAY 'UNABLE TO OPEN PRIV-TRANS - STATUS '
012600             WS-TRAN-STATUS
012700         STOP RUN
012800     END-IF.
012900     MOVE 'DOCTPRIV' TO WS-LOCK-HOLDER-ID.
013000     PERFORM 7800-TAKE-MASTER-LOCK THRU 7800-EXIT.
013100     IF NOT WS-LOCK-TAKEN
013200         DISPLAY 'DOCTOR MASTER BUSY - RERUN WHEN FREE'
013300         MOVE 8 TO RETURN-CODE
013350         PERFORM 7950-WRITE-RUN-LEDGER THRU 7950-EXIT
013400         STOP RUN
013500     END-IF.
013600     OPEN INPUT DOCTOR-MASTER.
013700     IF WS-MAST-STATUS NOT = '00'
013800         DISPLAY 'UNABLE TO OPEN DOCTOR-MASTER - STATUS '
013900             WS-MAST-STATUS
014000         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
014200     END-IF.
014300     OPEN INPUT FACILITY-MASTER.
014400     IF WS-FAC-STATUS NOT = '00'
014500         DISPLAY 'UNABLE TO OPEN FACILITY-MASTER - STATUS '
014600             WS-FAC-STATUS
014700         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
014900     END-IF.
015000     OPEN I-O DOCTOR-FACILITY.
015100     IF WS-AFFL-NOT-FOUND
015200         OPEN OUTPUT DOCTOR-FACILITY
015300         CLOSE DOCTOR-FACILITY
015400         OPEN I-O DOCTOR-FACILITY
015500     END-IF.
015600     IF WS-AFFL-STATUS NOT = '00'
015700         DISPLAY 'UNABLE TO OPEN DOCTOR-FACILITY - STATUS '
015800             WS-AFFL-STATUS
015900         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
016100     END-IF.
016200     OPEN OUTPUT PRIV-REPORT.
016300     IF WS-RPT-STATUS NOT = '00'
016400         DISPLAY 'UNABLE TO OPEN PRIV-REPORT - STATUS '
016500             WS-RPT-STATUS
016600         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
016800     END-IF.
016900     OPEN OUTPUT REJECT-FILE.
017000     IF WS-REJ-STATUS NOT = '00'
017100         DISPLAY 'UNABLE TO OPEN PRIVREJ - STATUS '
017200             WS-REJ-STATUS
017300         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
017500     END-IF.
017600     PERFORM 1300-CHECK-HEADER THRU 1300-EXIT.
017700     MOVE SPACES TO REPORT-LINE.
017800     STRING 'HOSPITAL PRIVILEGING FEED - BUSINESS DATE '
017900             DELIMITED BY SIZE
018000            WS-BUSINESS-DATE DELIMITED BY SIZE
018100            INTO REPORT-LINE.
018200     WRITE REPORT-LINE.
018300     MOVE SPACES TO REPORT-LINE.
018400     WRITE REPORT-LINE.
018500     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
018600 1000-EXIT.
018700     EXIT.
018705*----------------------------------------------------------------*
018710*    1900-ABANDON-RUN - A FILE THE RUN CANNOT DO WITHOUT.  HAND
018715*    THE LOCK BACK, END WITH CONDITION CODE 12 BEFORE ANY
018720*    AFFILIATION IS TOUCHED, AND SAY SO ON THE RUN LEDGER.
018725*----------------------------------------------------------------*
018730 1900-ABANDON-RUN.
018735     PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT.
018740     MOVE 12 TO RETURN-CODE.
018745     PERFORM 7950-WRITE-RUN-LEDGER THRU 7950-EXIT.
018750     STOP RUN.
018755 1900-EXIT.
018760     EXIT.
018800*----------------------------------------------------------------*
018900*    1300-CHECK-HEADER - THE FIRST RECORD MUST BE AN HDR WHOSE
019000*    BUSINESS DATE IS TODAY'S RUN DATE - A WRONG OR MISSING
019100*    HEADER STOPS THE RUN BEFORE ANYTHING IS APPLIED
019200*----------------------------------------------------------------*
019300 1300-CHECK-HEADER.
019400     READ PRIV-TRANS
019500         AT END
019600             MOVE 'EMPTY FILE - NO HEADER RECORD'
019700                 TO WS-CTL-ERROR-TEXT
019800             PERFORM 9900-CONTROL-ERROR THRU 9900-EXIT
019900     END-READ.
020000     IF NOT CTL-HEADER
020100         MOVE 'FILE DOES NOT BEGIN WITH AN HDR RECORD'
020200             TO WS-CTL-ERROR-TEXT
020300         PERFORM 9900-CONTROL-ERROR THRU 9900-EXIT
020400     END-IF.
020500     IF CTL-BUSINESS-DATE NOT NUMERIC
020600         MOVE 'HEADER BUSINESS DATE IS NOT NUMERIC'
020700             TO WS-CTL-ERROR-TEXT
020800         PERFORM 9900-CONTROL-ERROR THRU 9900-EXIT
020900     END-IF.
021000     MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE.
021100     IF WS-BUSINESS-DATE NOT = WS-RUN-DATE
021200         MOVE 'HEADER DATE IS NOT THE RUN DATE'
021300             TO WS-CTL-ERROR-TEXT
021400         PERFORM 9900-CONTROL-ERROR THRU 9900-EXIT
021500     END-IF.
021600 1300-EXIT.
021700     EXIT.
021800*----------------------------------------------------------------*
021900*    2000-APPLY-ONE-TRAN - EDIT ONE TRANSACTION AND APPLY IT BY
022000*    ITS ACTION CODE
022100*----------------------------------------------------------------*
022200 2000-APPLY-ONE-TRAN.
022300     PERFORM 2200-VALIDATE-TRAN THRU 2200-EXIT.
022400     IF NOT WS-FIELD-VALID
022500         PERFORM 8500-PRINT-REJECTED THRU 8500-EXIT
022600     ELSE
022700         IF PRIV-ACTION-TERMINATE
022800             PERFORM 4000-APPLY-TERMINATE THRU 4000-EXIT
022900         ELSE
023000             PERFORM 3000-APPLY-GRANT THRU 3000-EXIT
023100         END-IF
023200     END-IF.
023300     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
023400 2000-EXIT.
023500     EXIT.
023600*----------------------------------------------------------------*
023700*    2100-READ-TRAN - READ THE NEXT DETAIL RECORD, TAKING THE
023800*    TRAILER COUNT AS IT GOES BY
023900*----------------------------------------------------------------*
024000 2100-READ-TRAN.
024100     READ PRIV-TRANS
024200         AT END
024300             SET WS-EOF TO TRUE
024400     END-READ.
024500     IF WS-EOF
024600         GO TO 2100-EXIT
024700     END-IF.
024800     IF CTL-TRAILER
024900         IF WS-TRL-SEEN
025000             MOVE 'MORE THAN ONE TRAILER RECORD'
025100                 TO WS-CTL-ERROR-TEXT
025200             PERFORM 9900-CONTROL-ERROR THRU 9900-EXIT
025300         END-IF
025400         IF CTL-RECORD-COUNT NOT NUMERIC
025500             MOVE 'TRAILER RECORD COUNT IS NOT NUMERIC'
025600                 TO WS-CTL-ERROR-TEXT
025700             PERFORM 9900-CONTROL-ERROR THRU 9900-EXIT
025800         END-IF
025900         SET WS-TRL-SEEN TO TRUE
026000         MOVE CTL-RECORD-COUNT TO WS-EXPECTED-COUNT
026100         GO TO 2100-READ-TRAN
026200     END-IF.
026300     IF CTL-HEADER
026400         MOVE 'EXTRA HEADER RECORD IN THE FILE'
026500             TO WS-CTL-ERROR-TEXT
026600         PERFORM 9900-CONTROL-ERROR THRU 9900-EXIT
026700     END-IF.
026800     IF WS-TRL-SEEN
026900         MOVE 'DETAIL RECORDS AFTER THE TRAILER'
027000             TO WS-CTL-ERROR-TEXT
027100         PERFORM 9900-CONTROL-ERROR THRU 9900-EXIT
027200     END-IF.
027300     ADD 1 TO WS-READ-COUNT.
027400 2100-EXIT.
027500     EXIT.
027600*----------------------------------------------------------------*
027700*    2200-VALIDATE-TRAN - THE ONLINE EDITS: A KNOWN ACTION, A
027800*    DOCTOR ON THE MASTER, A FACILITY ON THE FACILITY MASTER
027900*    THAT IS STILL ACTIVE FOR A GRANT OR RENEWAL, AND A REAL
028000*    DATE.  ON A REJECT, WS-REJECT-REASON SAYS WHY.
028100*----------------------------------------------------------------*
028200 2200-VALIDATE-TRAN.
028300     MOVE 'N' TO WS-VALID-SW.
028400     MOVE SPACES TO WS-REJECT-REASON.
028500     IF NOT PRIV-ACTION-GRANT
028600         AND NOT PRIV-ACTION-RENEW
028700         AND NOT PRIV-ACTION-TERMINATE
028800         MOVE 'BAD ACTION CODE' TO WS-REJECT-REASON
028900         GO TO 2200-EXIT
029000     END-IF.
029100     IF PRIV-DOCT-NUMBER NOT NUMERIC OR PRIV-DOCT-NUMBER = ZERO
029200         MOVE 'BAD DOCTOR NUMBER' TO WS-REJECT-REASON
029300         GO TO 2200-EXIT
029400     END-IF.
029500     MOVE PRIV-DOCT-NUMBER
029600         TO DOCT-NUMBER OF DOCTOR-MASTER-RECORD.
029700     READ DOCTOR-MASTER
029800         INVALID KEY
029900             MOVE 'NO DOCTOR ON FILE' TO WS-REJECT-REASON
030000             GO TO 2200-EXIT
030100     END-READ.
030200     MOVE FUNCTION UPPER-CASE(PRIV-FAC-CODE) TO PRIV-FAC-CODE.
030300     IF PRIV-FAC-CODE = SPACES
030400         MOVE 'MISSING FACILITY CODE' TO WS-REJECT-REASON
030500         GO TO 2200-EXIT
030600     END-IF.
030700     MOVE PRIV-FAC-CODE TO FAC-CODE.
030800     READ FACILITY-MASTER
030900         INVALID KEY
031000             MOVE 'NO FACILITY ON FILE' TO WS-REJECT-REASON
031100             GO TO 2200-EXIT
031200     END-READ.
031300     IF NOT PRIV-ACTION-TERMINATE AND NOT FAC-ACTIVE
031400         MOVE 'FACILITY IS DEACTIVATED' TO WS-REJECT-REASON
031500         GO TO 2200-EXIT
031600     END-IF.
031700     IF PRIV-EFF-DATE NOT NUMERIC
031800         MOVE 'BAD EFFECTIVE DATE' TO WS-REJECT-REASON
031900         GO TO 2200-EXIT
032000     END-IF.
032100     IF PRIV-EFF-DATE = ZERO
032200         MOVE WS-BUSINESS-DATE TO WS-PRIV-DATE
032300     ELSE
032400         MOVE PRIV-EFF-DATE TO WS-DATE-CHECK
032500         PERFORM 7100-VALIDATE-DATE THRU 7100-EXIT
032600         IF NOT WS-FIELD-VALID
032700             MOVE 'BAD EFFECTIVE DATE' TO WS-REJECT-REASON
032800             GO TO 2200-EXIT
032900         END-IF
033000         MOVE PRIV-EFF-DATE TO WS-PRIV-DATE
033100     END-IF.
033200     MOVE 'Y' TO WS-VALID-SW.
033300 2200-EXIT.
033400     EXIT.
033500*----------------------------------------------------------------*
033600*    3000-APPLY-GRANT - A GRANT FILES A NEW ACTIVE AFFILIATION,
033700*    OR PUTS A DETACHED ONE BACK TO ACTIVE THE WAY THE ONLINE
033800*    ATTACH DOES.  A GRANT FOR A DOCTOR ALREADY ATTACHED THERE
033900*    IS REJECTED.  A RENEWAL OF AN ACTIVE AFFILIATION CARRIES
034000*    THE NEW PRIVILEGE EFFECTIVE DATE; A RENEWAL WITH NOTHING
034100*    ACTIVE TO RENEW IS TAKEN AS A GRANT.
034200*----------------------------------------------------------------*
034300 3000-APPLY-GRANT.
034400     MOVE PRIV-DOCT-NUMBER TO AFFL-DOCT-NUMBER.
034500     MOVE PRIV-FAC-CODE TO AFFL-FAC-CODE.
034600     READ DOCTOR-FACILITY
034700         INVALID KEY
034800             MOVE PRIV-DOCT-NUMBER TO AFFL-DOCT-NUMBER
034900             MOVE PRIV-FAC-CODE TO AFFL-FAC-CODE
035000             MOVE WS-PRIV-DATE TO AFFL-PRIV-EFF-DATE
035100             SET AFFL-ACTIVE TO TRUE
035200             MOVE ZERO TO AFFL-END-DATE
035300             WRITE DOCTOR-FACILITY-RECORD
035400                 INVALID KEY
035500                     MOVE 'UNABLE TO WRITE' TO WS-REJECT-REASON
035600                     PERFORM 8500-PRINT-REJECTED THRU 8500-EXIT
035700                 NOT INVALID KEY
035800                     ADD 1 TO WS-ATTACHED-COUNT
035900                     MOVE 'ATTACHED' TO WS-ACTION-WORD
036000                     PERFORM 8400-PRINT-APPLIED THRU 8400-EXIT
036100             END-WRITE
036200             GO TO 3000-EXIT
036300     END-READ.
036400     IF AFFL-ACTIVE AND PRIV-ACTION-GRANT
036500         MOVE 'ALREADY ATTACHED' TO WS-REJECT-REASON
036600         PERFORM 8500-PRINT-REJECTED THRU 8500-EXIT
036700         GO TO 3000-EXIT
036800     END-IF.
036900     IF AFFL-ACTIVE
037000         MOVE 'RENEWED' TO WS-ACTION-WORD
037100     ELSE
037200         MOVE 'RE-ATTACHED' TO WS-ACTION-WORD
037300     END-IF.
037400     MOVE WS-PRIV-DATE TO AFFL-PRIV-EFF-DATE.
037500     SET AFFL-ACTIVE TO TRUE.
037600     MOVE ZERO TO AFFL-END-DATE.
037700     REWRITE DOCTOR-FACILITY-RECORD
037800         INVALID KEY
037900             MOVE 'UNABLE TO REWRITE' TO WS-REJECT-REASON
038000             PERFORM 8500-PRINT-REJECTED THRU 8500-EXIT
038100         NOT INVALID KEY
038200             IF WS-ACTION-WORD = 'RENEWED'
038300                 ADD 1 TO WS-RENEWED-COUNT
038400             ELSE
038500                 ADD 1 TO WS-REATTACHED-COUNT
038600             END-IF
038700             PERFORM 8400-PRINT-APPLIED THRU 8400-EXIT
038800     END-REWRITE.
038900 3000-EXIT.
039000     EXIT.
039100*----------------------------------------------------------------*
039200*    4000-APPLY-TERMINATE - END-DATE AN ACTIVE AFFILIATION THE
039300*    WAY THE ONLINE DETACH DOES.  THE ROW STAYS ON FILE SO THE
039400*    PRIVILEGE HISTORY IS KEPT.
039500*----------------------------------------------------------------*
039600 4000-APPLY-TERMINATE.
039700     MOVE PRIV-DOCT-NUMBER TO AFFL-DOCT-NUMBER.
039800     MOVE PRIV-FAC-CODE TO AFFL-FAC-CODE.
039900     READ DOCTOR-FACILITY
040000         INVALID KEY
040100             MOVE 'NOT ATTACHED AT FACILITY' TO WS-REJECT-REASON
040200             PERFORM 8500-PRINT-REJECTED THRU 8500-EXIT
040300             GO TO 4000-EXIT
040400     END-READ.
040500     IF AFFL-DETACHED
040600         MOVE 'ALREADY DETACHED' TO WS-REJECT-REASON
040700         PERFORM 8500-PRINT-REJECTED THRU 8500-EXIT
040800         GO TO 4000-EXIT
040900     END-IF.
041000     MOVE WS-PRIV-DATE TO AFFL-END-DATE.
041100     SET AFFL-DETACHED TO TRUE.
041200     REWRITE DOCTOR-FACILITY-RECORD
041300         INVALID KEY
041400             MOVE 'UNABLE TO REWRITE' TO WS-REJECT-REASON
041500             PERFORM 8500-PRINT-REJECTED THRU 8500-EXIT
041600         NOT INVALID KEY
041700             ADD 1 TO WS-DETACHED-COUNT
041800             MOVE 'DETACHED' TO WS-ACTION-WORD
041900             PERFORM 8400-PRINT-APPLIED THRU 8400-EXIT
042000     END-REWRITE.
042100 4000-EXIT.
042200     EXIT.
042300*----------------------------------------------------------------*
042400*    8400-PRINT-APPLIED - REPORT ONE APPLIED TRANSACTION
042500*----------------------------------------------------------------*
042600 8400-PRINT-APPLIED.
042700     MOVE SPACES TO REPORT-LINE.
042800     STRING '  ' DELIMITED BY SIZE
042900            WS-ACTION-WORD DELIMITED BY SIZE
043000            ' ' DELIMITED BY SIZE
043100            PRIV-DOCT-NUMBER DELIMITED BY SIZE
043200            ' ' DELIMITED BY SIZE
043300            DOCTNAME OF DOCTOR-MASTER-RECORD DELIMITED BY SIZE
043400            ' AT ' DELIMITED BY SIZE
043500            PRIV-FAC-CODE DELIMITED BY SIZE
043600            ' ' DELIMITED BY SIZE
043700            FAC-NAME DELIMITED BY SIZE
043800            ' AS OF ' DELIMITED BY SIZE
043900            WS-PRIV-DATE DELIMITED BY SIZE
044000            INTO REPORT-LINE.
044100     WRITE REPORT-LINE.
044200 8400-EXIT.
044300     EXIT.
044400*----------------------------------------------------------------*
044500*    8500-PRINT-REJECTED - REPORT ONE REJECTED TRANSACTION AND
044600*    WRITE IT TO THE REJECT FILE IN ITS ORIGINAL LAYOUT WITH
044700*    THE REASON ATTACHED (SEE REJREC.CPY), FOR RETURN TO THE
044800*    FACILITY THAT SENT IT.  THE FACILITIES RESEND A CORRECTED
044900*    ROW ON A LATER FEED, SO THE CYCLE COUNT IS ALWAYS ONE.
045000*----------------------------------------------------------------*
045100 8500-PRINT-REJECTED.
045200     ADD 1 TO WS-REJECTED-COUNT.
045300     MOVE SPACES TO REPORT-LINE.
045400     STRING '  REJECTED    ' DELIMITED BY SIZE
045500            PRIV-ACTION-CODE DELIMITED BY SIZE
045600            ' ' DELIMITED BY SIZE
045700            PRIV-DOCT-NUMBER DELIMITED BY SIZE
045800            ' ' DELIMITED BY SIZE
045900            PRIV-DOCTNAME DELIMITED BY SIZE
046000            ' FROM ' DELIMITED BY SIZE
046100            PRIV-FAC-CODE DELIMITED BY SIZE
046200            ' - ' DELIMITED BY SIZE
046300            FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
046400            INTO REPORT-LINE.
046500     WRITE REPORT-LINE.
046600     MOVE SPACES TO PRIV-REJECT-RECORD.
046700     MOVE PRIV-TRANS-RECORD TO PRJ-TRAN-IMAGE.
046800     MOVE WS-REJECT-REASON TO PRJ-REASON.
046900     MOVE 1 TO PRJ-CYCLE-COUNT.
047000     WRITE PRIV-REJECT-RECORD.
047100 8500-EXIT.
047200     EXIT.
047300*----------------------------------------------------------------*
047400*    9000-TERMINATE - BALANCE THE RUN AGAINST THE TRAILER, PRINT
047500*    THE TOTALS AND CLOSE.  AN OUT-OF-BALANCE RUN ENDS WITH
047600*    CONDITION CODE 12.
047700*----------------------------------------------------------------*
047800 9000-TERMINATE.
047900     PERFORM 9200-WRITE-TOTALS THRU 9200-EXIT.
048000     IF NOT WS-TRL-SEEN
048100         OR WS-READ-COUNT NOT = WS-EXPECTED-COUNT
048200         DISPLAY 'RUN DID NOT BALANCE TO THE TRAILER'
048300         MOVE 12 TO RETURN-CODE
048400     END-IF.
048500     CLOSE PRIV-TRANS.
048600     CLOSE DOCTOR-MASTER.
048700     CLOSE FACILITY-MASTER.
048800     CLOSE DOCTOR-FACILITY.
048900     PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT.
049000     CLOSE PRIV-REPORT.
049100     CLOSE REJECT-FILE.
049200     DISPLAY 'ATTACHED:    ' WS-ATTACHED-COUNT.
049300     DISPLAY 'RE-ATTACHED: ' WS-REATTACHED-COUNT.
049400     DISPLAY 'RENEWED:     ' WS-RENEWED-COUNT.
049500     DISPLAY 'DETACHED:    ' WS-DETACHED-COUNT.
049600     DISPLAY 'REJECTED:    ' WS-REJECTED-COUNT.
049625     PERFORM 9950-SET-LEDGER-COUNTS THRU 9950-EXIT.
049650     PERFORM 7950-WRITE-RUN-LEDGER THRU 7950-EXIT.
049700 9000-EXIT.
049800     EXIT.
049900*----------------------------------------------------------------*
050000*    9200-WRITE-TOTALS - THE RUN-CONTROL TOTALS - RECORDS READ
050100*    AND EXPECTED, EACH OUTCOME, AND WHETHER THE RUN BALANCED
050200*----------------------------------------------------------------*
050300 9200-WRITE-TOTALS.
050400     MOVE SPACES TO REPORT-LINE.
050500     WRITE REPORT-LINE.
050600     MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
050700     STRING 'DETAIL RECORDS READ:     ' DELIMITED BY SIZE
050800            WS-COUNT-EDIT DELIMITED BY SIZE
050900            INTO REPORT-LINE.
051000     WRITE REPORT-LINE.
051100     MOVE SPACES TO REPORT-LINE.
051200     IF WS-TRL-SEEN
051300         MOVE WS-EXPECTED-COUNT TO WS-COUNT-EDIT
051400         STRING 'TRAILER EXPECTED COUNT:  ' DELIMITED BY SIZE
051500                WS-COUNT-EDIT DELIMITED BY SIZE
051600                INTO REPORT-LINE
051700     ELSE
051800         MOVE 'TRAILER EXPECTED COUNT:  NO TRAILER FOUND'
051900             TO REPORT-LINE
052000     END-IF.
052100     WRITE REPORT-LINE.
052200     MOVE SPACES TO REPORT-LINE.
052300     MOVE WS-ATTACHED-COUNT TO WS-COUNT-EDIT.
052400     STRING 'AFFILIATIONS ATTACHED:   ' DELIMITED BY SIZE
052500            WS-COUNT-EDIT DELIMITED BY SIZE
052600            INTO REPORT-LINE.
052700     WRITE REPORT-LINE.
052800     MOVE SPACES TO REPORT-LINE.
052900     MOVE WS-REATTACHED-COUNT TO WS-COUNT-EDIT.
053000     STRING 'AFFILIATIONS RE-ATTACHED:' DELIMITED BY SIZE
053100            WS-COUNT-EDIT DELIMITED BY SIZE
053200            INTO REPORT-LINE.
053300     WRITE REPORT-LINE.
053400     MOVE SPACES TO REPORT-LINE.
053500     MOVE WS-RENEWED-COUNT TO WS-COUNT-EDIT.
053600     STRING 'AFFILIATIONS RENEWED:    ' DELIMITED BY SIZE
053700            WS-COUNT-EDIT DELIMITED BY SIZE
053800            INTO REPORT-LINE.
053900     WRITE REPORT-LINE.
054000     MOVE SPACES TO REPORT-LINE.
054100     MOVE WS-DETACHED-COUNT TO WS-COUNT-EDIT.
054200     STRING 'AFFILIATIONS DETACHED:   ' DELIMITED BY SIZE
054300            WS-COUNT-EDIT DELIMITED BY SIZE
054400            INTO REPORT-LINE.
054500     WRITE REPORT-LINE.
054600     MOVE SPACES TO REPORT-LINE.
054700     MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT.
054800     STRING 'TRANSACTIONS REJECTED:   ' DELIMITED BY SIZE
054900            WS-COUNT-EDIT DELIMITED BY SIZE
055000            INTO REPORT-LINE.
055100     WRITE REPORT-LINE.
055200     MOVE SPACES TO REPORT-LINE.
055300     IF WS-TRL-SEEN
055400         AND WS-READ-COUNT = WS-EXPECTED-COUNT
055500         MOVE 'RUN STATUS:              BALANCED'
055600             TO REPORT-LINE
055700     ELSE
055800         MOVE 'RUN STATUS:              OUT OF BALANCE'
055900             TO REPORT-LINE
056000     END-IF.
056100     WRITE REPORT-LINE.
056200 9200-EXIT.
056300     EXIT.
056400*----------------------------------------------------------------*
056500*    9900-CONTROL-ERROR - THE CONTROL RECORDS SAY THIS IS THE
056600*    WRONG FILE.  SAY WHY ON THE REPORT AND THE CONSOLE AND STOP
056700*    BEFORE ANY MORE IS APPLIED.
056800*----------------------------------------------------------------*
056900 9900-CONTROL-ERROR.
057000     DISPLAY 'RUN STOPPED - ' WS-CTL-ERROR-TEXT.
057100     MOVE SPACES TO REPORT-LINE.
057200     STRING 'RUN STOPPED - ' DELIMITED BY SIZE
057300            WS-CTL-ERROR-TEXT DELIMITED BY SIZE
057400            INTO REPORT-LINE.
057500     WRITE REPORT-LINE.
057600     MOVE 'RUN STATUS:              OUT OF BALANCE'
057700         TO REPORT-LINE.
057800     WRITE REPORT-LINE.
057900     CLOSE PRIV-TRANS.
058000     CLOSE DOCTOR-MASTER.
058100     CLOSE FACILITY-MASTER.
058200     CLOSE DOCTOR-FACILITY.
058300     IF WS-LOCK-TAKEN
058400         PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT
058500     END-IF.
058600     CLOSE PRIV-REPORT.
058700     CLOSE REJECT-FILE.
058800     MOVE 12 TO RETURN-CODE.
058825     PERFORM 9950-SET-LEDGER-COUNTS THRU 9950-EXIT.
058850     PERFORM 7950-WRITE-RUN-LEDGER THRU 7950-EXIT.
058900     STOP RUN.
059000 9900-EXIT.
059100     EXIT.
059105*----------------------------------------------------------------*
059110*    9950-SET-LEDGER-COUNTS - THE RUN LEDGER COUNTS EVERY GRANT,
059115*    RENEWAL AND TERMINATION APPLIED AS APPLIED.  THE FEED'S
059120*    HDR DATE RIDES ALONG AS THE FEED DATE.
059125*----------------------------------------------------------------*
059130 9950-SET-LEDGER-COUNTS.
059135     MOVE WS-READ-COUNT TO WS-RUNL-READ-COUNT.
059140     COMPUTE WS-RUNL-APPLIED-COUNT
059145         = WS-ATTACHED-COUNT + WS-REATTACHED-COUNT
059150         + WS-RENEWED-COUNT + WS-DETACHED-COUNT.
059155     MOVE WS-REJECTED-COUNT TO WS-RUNL-REJECTED-COUNT.
059160     MOVE WS-BUSINESS-DATE TO WS-RUNL-FEED-DATE.
059165 9950-EXIT.
059170     EXIT.
059200 COPY DATEVAL.
059300 COPY LOCKPROC.
059400 COPY RUNLPROC.
