000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DOCTRCRD.
000300 AUTHOR. R JAY PICKERING.
000400 INSTALLATION. CREDENTIALING - FRONT DESK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    ---------------------------------------------------------
001000*    2026-10-15  RJP  ORIGINAL - MONTHLY RECREDENTIALING CYCLE.
001100*                     EVERY APPROVED DOCTOR IS RECREDENTIALED
001200*                     36 MONTHS AFTER THE CREDENTIALING DATE.
001300*                     LISTS EVERY APPROVED DOCTOR DUE WITHIN
001400*                     180 DAYS OR ALREADY PAST DUE, GROUPED BY
001500*                     THE MONTH DUE, AND WRITES AN OUTBOUND
001600*                     REQUEST (SEE RCRQREC.CPY) ASKING THE
001700*                     CREDENTIALING SYSTEM TO START THE REVIEW.
001800*                     WHAT WAS SENT IS KEPT ON THE TRACKING
001900*                     FILE (SEE RCRDREC.CPY) SO A DOCTOR IS
002000*                     ASKED FOR ONCE PER CYCLE, AND A REQUEST
002100*                     WITH NO ANSWER BACK THROUGH CREDPOST
002200*                     AFTER 60 DAYS IS LISTED AS OVERDUE.
002220*    2026-10-15  RJP  ONLY ACTIVE DOCTORS ARE SCHEDULED, AND AN
002240*                     OPEN REQUEST WHOSE DOCTOR HAS LEFT THE
002260*                     MASTER IS CLOSED AS GONE AND COUNTED
002280*                     INSTEAD OF LISTED AS OVERDUE FOREVER.
002285*    2026-10-15  RJP  A FILE THAT WILL NOT OPEN ONCE THE LOCK
002290*                     IS TAKEN NOW ENDS THE RUN CONDITION 12
002295*                     INSTEAD OF A CLEAN-LOOKING ZERO.
002300*    ---------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT DOCTOR-MASTER ASSIGN TO 'DOCTMAST'
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS DOCT-NUMBER OF DOCTOR-MASTER-RECORD
003100         FILE STATUS IS WS-MAST-STATUS.
003200     SELECT RECRED-SENT ASSIGN TO 'RCRDSENT'
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS RCRD-DOCT-NUMBER
003600         FILE STATUS IS WS-SENT-STATUS.
003700     SELECT RECRED-REQUESTS ASSIGN TO 'RCRDREQ'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-REQ-STATUS.
004000     SELECT MASTER-LOCK ASSIGN TO 'DOCTLOCK'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-LOCK-STATUS.
004300     SELECT SORT-WORK-FILE ASSIGN TO 'SORTWK01'.
004400     SELECT RECRED-REPORT ASSIGN TO 'RCRDRPT'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-RPT-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  DOCTOR-MASTER.
005000     COPY DOCTREC REPLACING ==DOCTREC-LAYOUT==
005100                         BY ==DOCTOR-MASTER-RECORD==.
005200 FD  RECRED-SENT.
005300     COPY RCRDREC.
005400 FD  RECRED-REQUESTS.
005500     COPY RCRQREC.
005600     COPY TRANCTL.
005700 FD  MASTER-LOCK.
005800     COPY LOCKREC.
005900 SD  SORT-WORK-FILE.
006000 01  SORT-WORK-RECORD.
006100     05  SORT-DUE-DATE           PIC 9(08).
006200     05  SORT-DUE-DATE-R REDEFINES SORT-DUE-DATE.
006300         10  SORT-DUE-MONTH          PIC 9(06).
006400         10  FILLER                  PIC 9(02).
006500     05  SORT-DOCT-NUMBER        PIC 9(08).
006600     05  SORT-DOCTNAME           PIC A(20).
006700     05  SORT-NPI                PIC 9(10).
006800     05  SORT-LICENSE-NO         PIC X(10).
006900     05  SORT-LICENSE-STATE      PIC X(02).
007000     05  SORT-LICENSE-EXPIRE     PIC 9(08).
007100     05  SORT-CRED-DATE          PIC 9(08).
007200     05  SORT-CRED-REVIEWER      PIC X(08).
007300     05  SORT-ACTION             PIC X(01).
007400         88  SORT-SEND-REQUEST       VALUE 'N'.
007500         88  SORT-ALREADY-SENT       VALUE 'S'.
007600         88  SORT-BAD-DATE           VALUE 'B'.
007700     05  SORT-SENT-DATE          PIC 9(08).
007800 FD  RECRED-REPORT.
007900 01  REPORT-LINE                 PIC X(100).
008000 WORKING-STORAGE SECTION.
008100 01  WS-MAST-STATUS              PIC X(02).
008200 01  WS-SENT-STATUS              PIC X(02).
008300     88  WS-SENT-NOT-FOUND           VALUE '35'.
008400 01  WS-REQ-STATUS               PIC X(02).
008500 01  WS-RPT-STATUS               PIC X(02).
008600 01  WS-SWITCHES.
008700     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
008800         88  WS-EOF                      VALUE 'Y'.
008900     05  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
009000         88  WS-SORT-EOF                 VALUE 'Y'.
009100     05  WS-SENT-EOF-SW              PIC X(01) VALUE 'N'.
009200         88  WS-SENT-EOF                 VALUE 'Y'.
009300     05  WS-SENT-FOUND-SW            PIC X(01) VALUE 'N'.
009400         88  WS-SENT-FOUND               VALUE 'Y'.
009500 01  WS-VALID-SW                 PIC X(01) VALUE 'N'.
009600     88  WS-FIELD-VALID              VALUE 'Y'.
009700*    THE CYCLE.  A DOCTOR COMES DUE 36 MONTHS AFTER THE
009800*    CREDENTIALING DATE, IS LISTED FROM 180 DAYS BEFORE THAT,
009900*    AND A REQUEST UNANSWERED 60 DAYS AFTER IT WAS SENT IS
010000*    OVERDUE.
010100 01  WS-CYCLE-YEARS              PIC 9(02) VALUE 3.
010200 01  WS-LEAD-DAYS                PIC 9(04) VALUE 180.
010300 01  WS-OVERDUE-DAYS             PIC 9(04) VALUE 60.
010400 01  WS-RUN-DATE                 PIC 9(08).
010500 01  WS-RUN-DAY-INT              PIC 9(08) COMP.
010600 01  WS-DUE-DATE                 PIC 9(08).
010700 01  WS-DUE-DAY-INT              PIC 9(08) COMP.
010800 01  WS-SENT-DAY-INT             PIC 9(08) COMP.
010900 01  WS-DAYS-LEFT                PIC S9(06) COMP.
011000 01  WS-DAYS-OUT                 PIC S9(06) COMP.
011100 01  WS-CURRENT-MONTH            PIC 9(06) VALUE ZERO.
011200 01  WS-MONTH-WORK               PIC 9(06).
011300 01  WS-MONTH-WORK-R REDEFINES WS-MONTH-WORK.
011400     05  WS-MONTH-YYYY               PIC 9(04).
011500     05  WS-MONTH-MM                 PIC 9(02).
011600 01  WS-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
011700 01  WS-DUE-COUNT                PIC 9(08) COMP VALUE ZERO.
011800 01  WS-MONTH-COUNT              PIC 9(08) COMP VALUE ZERO.
011900 01  WS-REQUEST-COUNT            PIC 9(08) COMP VALUE ZERO.
012000 01  WS-OUTSTANDING-COUNT        PIC 9(08) COMP VALUE ZERO.
012100 01  WS-PAST-DUE-COUNT           PIC 9(08) COMP VALUE ZERO.
012200 01  WS-BADDATE-COUNT            PIC 9(08) COMP VALUE ZERO.
012300 01  WS-ANSWERED-COUNT           PIC 9(08) COMP VALUE ZERO.
012400 01  WS-OVERDUE-COUNT            PIC 9(08) COMP VALUE ZERO.
012450 01  WS-GONE-COUNT               PIC 9(08) COMP VALUE ZERO.
012500 01  WS-COUNT-EDIT               PIC ZZ,ZZZ,ZZ9.
012600 01  WS-DAYS-EDIT                PIC ----9.
012700 01  WS-REQUEST-TAG              PIC X(24).
012800 01  WS-PAST-DUE-TAG             PIC X(08).
012900 01  WS-OVERDUE-NAME             PIC A(20).
013000 COPY DATEWRK.
013100 COPY LOCKWRK.
013200 PROCEDURE DIVISION.
013300*----------------------------------------------------------------*
013400*    0000-MAINLINE - SORT THE DOCTORS DUE BY DUE DATE FOR THE
013500*    WORKLIST AND THE REQUESTS, THEN WORK THE TRACKING FILE
013600*    FOR ANSWERS AND OVERDUE REQUESTS
013700*----------------------------------------------------------------*
013800 0000-MAINLINE.
013900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014000     SORT SORT-WORK-FILE
014100         ON ASCENDING KEY SORT-DUE-DATE
014200                          SORT-DOCT-NUMBER
014300         INPUT PROCEDURE IS 2000-RELEASE-DUE-DOCTORS
014400         OUTPUT PROCEDURE IS 3000-PRODUCE-WORKLIST.
014500     PERFORM 5000-CHECK-OUTSTANDING THRU 5000-EXIT.
014600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014700     STOP RUN.
014800*----------------------------------------------------------------*
014900*    1000-INITIALIZE - TAKE THE MASTER LOCK SO THE CYCLE IS
015000*    WORKED FROM A CONSISTENT SNAPSHOT, OPEN THE FILES, AND
015100*    WRITE THE REQUEST FILE HEADER.  THE TRACKING FILE IS
015200*    CREATED ON THE FIRST RUN.
015300*----------------------------------------------------------------*
015400 1000-INITIALIZE.
015500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015600     COMPUTE WS-RUN-DAY-INT
015700         = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
015800     MOVE 'DOCTRCRD' TO WS-LOCK-HOLDER-ID.
015900     PERFORM 7800-TAKE-MASTER-LOCK THRU 7800-EXIT.
016000     IF NOT WS-LOCK-TAKEN
016100         DISPLAY 'DOCTOR MASTER BUSY - RERUN WHEN FREE'
016200         MOVE 8 TO RETURN-CODE
016300         STOP RUN
016400     END-IF.
016500     OPEN INPUT DOCTOR-MASTER.
016600     IF WS-MAST-STATUS NOT = '00'
016700         DISPLAY 'UNABLE TO OPEN DOCTOR-MASTER - STATUS '
016800             WS-MAST-STATUS
016900         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
017100     END-IF.
017200     OPEN I-O RECRED-SENT.
017300     IF WS-SENT-NOT-FOUND
017400         OPEN OUTPUT RECRED-SENT
017500         CLOSE RECRED-SENT
017600         OPEN I-O RECRED-SENT
017700     END-IF.
017800     IF WS-SENT-STATUS NOT = '00'
017900         DISPLAY 'UNABLE TO OPEN RECRED-SENT - STATUS '
018000             WS-SENT-STATUS
018100         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
018300     END-IF.
018400     OPEN OUTPUT RECRED-REQUESTS.
018500     IF WS-REQ-STATUS NOT = '00'
018600         DISPLAY 'UNABLE TO OPEN RECRED-REQUESTS - STATUS '
018700             WS-REQ-STATUS
018800         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
019000     END-IF.
019100     OPEN OUTPUT RECRED-REPORT.
019200     IF WS-RPT-STATUS NOT = '00'
019300         DISPLAY 'UNABLE TO OPEN RECRED-REPORT - STATUS '
019400             WS-RPT-STATUS
019500         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
019700     END-IF.
019800     MOVE SPACES TO TRAN-CONTROL-RECORD.
019900     SET CTL-HEADER TO TRUE.
020000     MOVE WS-RUN-DATE TO CTL-BUSINESS-DATE.
020100     MOVE ZERO TO CTL-RECORD-COUNT.
020200     WRITE TRAN-CONTROL-RECORD.
020300     MOVE SPACES TO REPORT-LINE.
020400     STRING 'RECREDENTIALING WORKLIST - RUN DATE '
020500             DELIMITED BY SIZE
020600            WS-RUN-DATE DELIMITED BY SIZE
020700            INTO REPORT-LINE.
020800     WRITE REPORT-LINE.
020900     MOVE SPACES TO REPORT-LINE.
021000     STRING 'APPROVED DOCTORS DUE FOR THE 36-MONTH CYCLE WITHIN '
021100             DELIMITED BY SIZE
021200            '180 DAYS OR PAST DUE, BY MONTH DUE' DELIMITED BY SIZE
021300            INTO REPORT-LINE.
021400     WRITE REPORT-LINE.
021500     MOVE SPACES TO REPORT-LINE.
021600     WRITE REPORT-LINE.
021700     MOVE SPACES TO REPORT-LINE.
021800     STRING '  DOCTOR   NAME                 NPI        '
021900             DELIMITED BY SIZE
022000            'CREDENTIALED DUE                 REQUEST'
022100             DELIMITED BY SIZE
022200            INTO REPORT-LINE.
022300     WRITE REPORT-LINE.
022400 1000-EXIT.
022500     EXIT.
022505*----------------------------------------------------------------*
022510*    1900-ABANDON-RUN - A FILE THE CYCLE CANNOT DO WITHOUT IS
022515*    MISSING.  HAND THE LOCK BACK AND END WITH CONDITION CODE
022520*    12 BEFORE ANY REQUEST IS RAISED.
022525*----------------------------------------------------------------*
022530 1900-ABANDON-RUN.
022535     PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT.
022540     MOVE 12 TO RETURN-CODE.
022545     STOP RUN.
022550 1900-EXIT.
022555     EXIT.
022600*----------------------------------------------------------------*
022700*    2000-RELEASE-DUE-DOCTORS - FEED THE SORT WITH EVERY
022800*    APPROVED DOCTOR INSIDE THE WINDOW, MARKED WITH WHETHER A
022900*    REQUEST GOES OUT TONIGHT OR ONE IS ALREADY OUTSTANDING
023000*----------------------------------------------------------------*
023100 2000-RELEASE-DUE-DOCTORS.
023200     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
023300     PERFORM 2200-CHECK-ONE-DOCTOR THRU 2200-EXIT
023400         UNTIL WS-EOF.
023500 2000-EXIT.
023600     EXIT.
023700*----------------------------------------------------------------*
023800*    2100-READ-MASTER - READ THE MASTER SEQUENTIALLY BY KEY
023900*----------------------------------------------------------------*
024000 2100-READ-MASTER.
024100     READ DOCTOR-MASTER NEXT RECORD
024200         AT END
024300             SET WS-EOF TO TRUE
024400     END-READ.
024500     IF WS-MAST-STATUS NOT = '00'
024600         SET WS-EOF TO TRUE
024700     END-IF.
024800     IF NOT WS-EOF
024900         ADD 1 TO WS-READ-COUNT
025000     END-IF.
025100 2100-EXIT.
025200     EXIT.
025300*----------------------------------------------------------------*
025400*    2200-CHECK-ONE-DOCTOR - WORK OUT THE DUE DATE AND DECIDE.
025425*    ONLY AN ACTIVE, APPROVED DOCTOR IS SCHEDULED - A
025450*    SUSPENDED OR RETIRED ONE IS NOT PRACTICING UNDER US.
025500*    AN APPROVED DOCTOR WITH NO USABLE CREDENTIALING DATE
025600*    CANNOT BE SCHEDULED AND IS LISTED AHEAD OF THE MONTHS.
025700*    A TRACKING ROW RAISED AGAINST THE SAME CREDENTIALING DATE
025800*    MEANS THIS CYCLE HAS ALREADY BEEN ASKED FOR.
025900*----------------------------------------------------------------*
026000 2200-CHECK-ONE-DOCTOR.
026100     IF NOT DOCT-CRED-APPROVED OF DOCTOR-MASTER-RECORD
026150         OR NOT DOCT-ACTIVE OF DOCTOR-MASTER-RECORD
026200         GO TO 2200-NEXT
026300     END-IF.
026400     MOVE DOCT-NUMBER OF DOCTOR-MASTER-RECORD
026500         TO SORT-DOCT-NUMBER.
026600     MOVE DOCTNAME OF DOCTOR-MASTER-RECORD TO SORT-DOCTNAME.
026700     MOVE DOCT-NPI OF DOCTOR-MASTER-RECORD TO SORT-NPI.
026800     MOVE DOCT-LICENSE-NO OF DOCTOR-MASTER-RECORD
026900         TO SORT-LICENSE-NO.
027000     MOVE DOCT-LICENSE-STATE OF DOCTOR-MASTER-RECORD
027100         TO SORT-LICENSE-STATE.
027200     MOVE DOCT-LICENSE-EXPIRE OF DOCTOR-MASTER-RECORD
027300         TO SORT-LICENSE-EXPIRE.
027400     MOVE DOCT-CRED-DATE OF DOCTOR-MASTER-RECORD
027500         TO SORT-CRED-DATE.
027600     MOVE DOCT-CRED-REVIEWER OF DOCTOR-MASTER-RECORD
027700         TO SORT-CRED-REVIEWER.
027800     MOVE ZERO TO SORT-SENT-DATE.
027900     IF DOCT-CRED-DATE OF DOCTOR-MASTER-RECORD NOT NUMERIC
028000         MOVE 'N' TO WS-VALID-SW
028100     ELSE
028200         MOVE DOCT-CRED-DATE OF DOCTOR-MASTER-RECORD
028300             TO WS-DATE-CHECK
028400         PERFORM 7100-VALIDATE-DATE THRU 7100-EXIT
028500     END-IF.
028600     IF NOT WS-FIELD-VALID
028700         MOVE ZERO TO SORT-DUE-DATE
028800         SET SORT-BAD-DATE TO TRUE
028900         RELEASE SORT-WORK-RECORD
029000         GO TO 2200-NEXT
029100     END-IF.
029200     PERFORM 2300-FIGURE-DUE-DATE THRU 2300-EXIT.
029300     COMPUTE WS-DAYS-LEFT = WS-DUE-DAY-INT - WS-RUN-DAY-INT.
029400     IF WS-DAYS-LEFT > WS-LEAD-DAYS
029500         GO TO 2200-NEXT
029600     END-IF.
029700     MOVE WS-DUE-DATE TO SORT-DUE-DATE.
029800     SET SORT-SEND-REQUEST TO TRUE.
029900     MOVE DOCT-NUMBER OF DOCTOR-MASTER-RECORD
030000         TO RCRD-DOCT-NUMBER.
030100     READ RECRED-SENT
030200         INVALID KEY
030300             CONTINUE
030400         NOT INVALID KEY
030500             IF RCRD-OPEN
030600                 AND RCRD-CRED-DATE
030700                     = DOCT-CRED-DATE OF DOCTOR-MASTER-RECORD
030800                 SET SORT-ALREADY-SENT TO TRUE
030900                 MOVE RCRD-SENT-DATE TO SORT-SENT-DATE
031000             END-IF
031100     END-READ.
031200     RELEASE SORT-WORK-RECORD.
031300 2200-NEXT.
031400     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
031500 2200-EXIT.
031600     EXIT.
031700*----------------------------------------------------------------*
031800*    2300-FIGURE-DUE-DATE - THE SAME MONTH AND DAY THREE YEARS
031900*    ON.  A 29 FEBRUARY CREDENTIALING DATE FALLS DUE ON THE
032000*    28TH WHEN THE DUE YEAR IS NOT A LEAP YEAR.
032100*----------------------------------------------------------------*
032200 2300-FIGURE-DUE-DATE.
032300     ADD WS-CYCLE-YEARS TO WS-DATE-CHECK-YEAR.
032400     PERFORM 7100-VALIDATE-DATE THRU 7100-EXIT.
032500     IF NOT WS-FIELD-VALID
032600         MOVE 28 TO WS-DATE-CHECK-DAY
032700     END-IF.
032800     MOVE WS-DATE-CHECK TO WS-DUE-DATE.
032900     COMPUTE WS-DUE-DAY-INT
033000         = FUNCTION INTEGER-OF-DATE(WS-DUE-DATE).
033100 2300-EXIT.
033200     EXIT.
033300*----------------------------------------------------------------*
033400*    3000-PRODUCE-WORKLIST - READ THE SORTED DOCTORS, BREAKING
033500*    ON THE MONTH DUE, AND SEND THE REQUESTS IN DUE ORDER
033600*----------------------------------------------------------------*
033700 3000-PRODUCE-WORKLIST.
033800     MOVE 'N' TO WS-SORT-EOF-SW.
033900     PERFORM 3100-LIST-ONE-DOCTOR THRU 3100-EXIT
034000         UNTIL WS-SORT-EOF.
034100     IF WS-DUE-COUNT > ZERO
034200         OR WS-BADDATE-COUNT > ZERO
034300         PERFORM 3400-PRINT-MONTH-COUNT THRU 3400-EXIT
034400     END-IF.
034500 3000-EXIT.
034600     EXIT.
034700*----------------------------------------------------------------*
034800*    3100-LIST-ONE-DOCTOR - ONE WORKLIST LINE, AND THE REQUEST
034900*    AND TRACKING ROW WHEN THIS CYCLE HAS NOT BEEN ASKED FOR
035000*----------------------------------------------------------------*
035100 3100-LIST-ONE-DOCTOR.
035200     RETURN SORT-WORK-FILE
035300         AT END
035400             SET WS-SORT-EOF TO TRUE
035500     END-RETURN.
035600     IF WS-SORT-EOF
035700         GO TO 3100-EXIT
035800     END-IF.
035900     IF SORT-DUE-MONTH NOT = WS-CURRENT-MONTH
036000         OR (WS-DUE-COUNT = ZERO AND WS-BADDATE-COUNT = ZERO)
036100         PERFORM 3300-PRINT-MONTH-HEADING THRU 3300-EXIT
036200     END-IF.
036300     ADD 1 TO WS-MONTH-COUNT.
036400     EVALUATE TRUE
036500         WHEN SORT-BAD-DATE
036600             ADD 1 TO WS-BADDATE-COUNT
036700             MOVE 'NO USABLE CRED DATE' TO WS-REQUEST-TAG
036800         WHEN SORT-ALREADY-SENT
036900             ADD 1 TO WS-DUE-COUNT
037000             ADD 1 TO WS-OUTSTANDING-COUNT
037100             MOVE SPACES TO WS-REQUEST-TAG
037200             STRING 'SENT ' DELIMITED BY SIZE
037300                    SORT-SENT-DATE DELIMITED BY SIZE
037400                    INTO WS-REQUEST-TAG
037500         WHEN OTHER
037600             ADD 1 TO WS-DUE-COUNT
037700             PERFORM 3200-SEND-REQUEST THRU 3200-EXIT
037800             MOVE 'REQUESTED TODAY' TO WS-REQUEST-TAG
037900     END-EVALUATE.
038000     MOVE SPACES TO WS-PAST-DUE-TAG.
038100     IF NOT SORT-BAD-DATE
038200         AND SORT-DUE-DATE < WS-RUN-DATE
038300         ADD 1 TO WS-PAST-DUE-COUNT
038400         MOVE 'PAST DUE' TO WS-PAST-DUE-TAG
038500     END-IF.
038600     MOVE SPACES TO REPORT-LINE.
038700     STRING '  ' DELIMITED BY SIZE
038800            SORT-DOCT-NUMBER DELIMITED BY SIZE
038900            ' ' DELIMITED BY SIZE
039000            SORT-DOCTNAME DELIMITED BY SIZE
039100            ' ' DELIMITED BY SIZE
039200            SORT-NPI DELIMITED BY SIZE
039300            ' ' DELIMITED BY SIZE
039400            SORT-CRED-DATE DELIMITED BY SIZE
039500            '     ' DELIMITED BY SIZE
039600            SORT-DUE-DATE DELIMITED BY SIZE
039700            '   ' DELIMITED BY SIZE
039800            WS-PAST-DUE-TAG DELIMITED BY SIZE
039900            ' ' DELIMITED BY SIZE
040000            WS-REQUEST-TAG DELIMITED BY SIZE
040100            INTO REPORT-LINE.
040200     WRITE REPORT-LINE.
040300 3100-EXIT.
040400     EXIT.
040500*----------------------------------------------------------------*
040600*    3200-SEND-REQUEST - WRITE THE OUTBOUND REQUEST AND RECORD
040700*    IT ON THE TRACKING FILE.  A ROW LEFT FROM AN EARLIER
040800*    CYCLE IS REUSED FOR THIS ONE.
040900*----------------------------------------------------------------*
041000 3200-SEND-REQUEST.
041100     MOVE SORT-DOCT-NUMBER    TO RCRQ-DOCT-NUMBER.
041200     MOVE SORT-NPI            TO RCRQ-NPI.
041300     MOVE SORT-DOCTNAME       TO RCRQ-DOCTNAME.
041400     MOVE SORT-LICENSE-NO     TO RCRQ-LICENSE-NO.
041500     MOVE SORT-LICENSE-STATE  TO RCRQ-LICENSE-STATE.
041600     MOVE SORT-LICENSE-EXPIRE TO RCRQ-LICENSE-EXPIRE.
041700     MOVE SORT-CRED-DATE      TO RCRQ-LAST-CRED-DATE.
041800     MOVE SORT-CRED-REVIEWER  TO RCRQ-LAST-REVIEWER.
041900     MOVE SORT-DUE-DATE       TO RCRQ-DUE-DATE.
042000     MOVE WS-RUN-DATE         TO RCRQ-REQUEST-DATE.
042100     WRITE RECRED-REQUEST-RECORD.
042200     ADD 1 TO WS-REQUEST-COUNT.
042300     MOVE SORT-DOCT-NUMBER    TO RCRD-DOCT-NUMBER.
042400     MOVE SORT-CRED-DATE      TO RCRD-CRED-DATE.
042500     MOVE SORT-DUE-DATE       TO RCRD-DUE-DATE.
042600     MOVE WS-RUN-DATE         TO RCRD-SENT-DATE.
042700     SET RCRD-OPEN            TO TRUE.
042800     MOVE ZERO                TO RCRD-ANSWER-SEEN-DATE.
042900     MOVE SPACE               TO RCRD-ANSWER-CRED-STATUS.
043000     MOVE ZERO                TO RCRD-ANSWER-CRED-DATE.
043100     WRITE RECRED-SENT-RECORD
043200         INVALID KEY
043300             REWRITE RECRED-SENT-RECORD
043400                 INVALID KEY
043500                     DISPLAY 'UNABLE TO RECORD REQUEST FOR '
043600                         SORT-DOCT-NUMBER ' - STATUS '
043700                         WS-SENT-STATUS
043800             END-REWRITE
043900     END-WRITE.
044000 3200-EXIT.
044100     EXIT.
044200*----------------------------------------------------------------*
044300*    3300-PRINT-MONTH-HEADING - CLOSE THE LAST MONTH, OPEN THE
044400*    NEXT.  THE UNSCHEDULABLE DOCTORS SORT AHEAD OF THE MONTHS.
044500*----------------------------------------------------------------*
044600 3300-PRINT-MONTH-HEADING.
044700     IF WS-DUE-COUNT > ZERO
044800         OR WS-BADDATE-COUNT > ZERO
044900         PERFORM 3400-PRINT-MONTH-COUNT THRU 3400-EXIT
045000     END-IF.
045100     MOVE SORT-DUE-MONTH TO WS-CURRENT-MONTH.
045200     MOVE ZERO TO WS-MONTH-COUNT.
045300     MOVE SPACES TO REPORT-LINE.
045400     WRITE REPORT-LINE.
045500     IF SORT-BAD-DATE
045600         MOVE 'CANNOT BE SCHEDULED - NO USABLE CREDENTIALING DATE'
045700             TO REPORT-LINE
045800     ELSE
045900         MOVE SORT-DUE-MONTH TO WS-MONTH-WORK
046000         STRING 'DUE ' DELIMITED BY SIZE
046100                WS-MONTH-YYYY DELIMITED BY SIZE
046200                '-' DELIMITED BY SIZE
046300                WS-MONTH-MM DELIMITED BY SIZE
046400                INTO REPORT-LINE
046500     END-IF.
046600     WRITE REPORT-LINE.
046700 3300-EXIT.
046800     EXIT.
046900*----------------------------------------------------------------*
047000*    3400-PRINT-MONTH-COUNT - THE COUNT UNDER EACH MONTH
047100*----------------------------------------------------------------*
047200 3400-PRINT-MONTH-COUNT.
047300     MOVE WS-MONTH-COUNT TO WS-COUNT-EDIT.
047400     MOVE SPACES TO REPORT-LINE.
047500     STRING '  DOCTORS:  ' DELIMITED BY SIZE
047600            WS-COUNT-EDIT DELIMITED BY SIZE
047700            INTO REPORT-LINE.
047800     WRITE REPORT-LINE.
047900 3400-EXIT.
048000     EXIT.
048100*----------------------------------------------------------------*
048200*    5000-CHECK-OUTSTANDING - WALK THE TRACKING FILE.  AN OPEN
048300*    REQUEST WHOSE DOCTOR NO LONGER CARRIES THE CREDENTIALING
048400*    STATUS AND DATE IT WAS RAISED AGAINST HAS BEEN ANSWERED
048500*    THROUGH CREDPOST AND IS CLOSED; ONE WHOSE DOCTOR HAS LEFT
048550*    THE MASTER IS CLOSED AS GONE; ONE STILL OPEN MORE THAN
048600*    60 DAYS AFTER IT WAS SENT IS LISTED AS OVERDUE.
048700*----------------------------------------------------------------*
048800 5000-CHECK-OUTSTANDING.
048900     MOVE SPACES TO REPORT-LINE.
049000     WRITE REPORT-LINE.
049100     MOVE SPACES TO REPORT-LINE.
049200     STRING 'OVERDUE REQUESTS - NO ANSWER THROUGH CREDPOST '
049300             DELIMITED BY SIZE
049400            'AFTER 60 DAYS' DELIMITED BY SIZE
049500            INTO REPORT-LINE.
049600     WRITE REPORT-LINE.
049700     MOVE SPACES TO REPORT-LINE.
049800     STRING '  DOCTOR   NAME                 SENT       '
049900             DELIMITED BY SIZE
050000            'DUE         DAYS OUT' DELIMITED BY SIZE
050100            INTO REPORT-LINE.
050200     WRITE REPORT-LINE.
050300     MOVE ZERO TO RCRD-DOCT-NUMBER.
050400     START RECRED-SENT
050500         KEY NOT LESS THAN RCRD-DOCT-NUMBER
050600         INVALID KEY
050700             SET WS-SENT-EOF TO TRUE
050800     END-START.
050900     PERFORM 5100-CHECK-ONE-REQUEST THRU 5100-EXIT
051000         UNTIL WS-SENT-EOF.
051100     MOVE WS-OVERDUE-COUNT TO WS-COUNT-EDIT.
051200     MOVE SPACES TO REPORT-LINE.
051300     STRING '  OVERDUE:  ' DELIMITED BY SIZE
051400            WS-COUNT-EDIT DELIMITED BY SIZE
051500            INTO REPORT-LINE.
051600     WRITE REPORT-LINE.
051700 5000-EXIT.
051800     EXIT.
051900*----------------------------------------------------------------*
052000*    5100-CHECK-ONE-REQUEST
052100*----------------------------------------------------------------*
052200 5100-CHECK-ONE-REQUEST.
052300     READ RECRED-SENT NEXT RECORD
052400         AT END
052500             SET WS-SENT-EOF TO TRUE
052600     END-READ.
052700     IF WS-SENT-STATUS NOT = '00'
052800         SET WS-SENT-EOF TO TRUE
052900     END-IF.
053000     IF WS-SENT-EOF
053100         GO TO 5100-EXIT
053200     END-IF.
053300     IF NOT RCRD-OPEN
053400         GO TO 5100-EXIT
053500     END-IF.
053600     MOVE RCRD-DOCT-NUMBER TO DOCT-NUMBER OF DOCTOR-MASTER-RECORD.
053700     READ DOCTOR-MASTER
053800         INVALID KEY
053900             PERFORM 5200-CLOSE-GONE-REQUEST THRU 5200-EXIT
054000         NOT INVALID KEY
054100             MOVE DOCTNAME OF DOCTOR-MASTER-RECORD
054200                 TO WS-OVERDUE-NAME
054300     END-READ.
054325     IF WS-MAST-STATUS NOT = '00'
054350         GO TO 5100-EXIT
054375     END-IF.
054400     IF WS-MAST-STATUS = '00'
054500         AND (DOCT-CRED-DATE OF DOCTOR-MASTER-RECORD
054600                  NOT = RCRD-CRED-DATE
054700              OR NOT DOCT-CRED-APPROVED OF DOCTOR-MASTER-RECORD)
054800         SET RCRD-ANSWERED TO TRUE
054900         MOVE WS-RUN-DATE TO RCRD-ANSWER-SEEN-DATE
055000         MOVE DOCT-CRED-STATUS OF DOCTOR-MASTER-RECORD
055100             TO RCRD-ANSWER-CRED-STATUS
055200         MOVE DOCT-CRED-DATE OF DOCTOR-MASTER-RECORD
055300             TO RCRD-ANSWER-CRED-DATE
055400         REWRITE RECRED-SENT-RECORD
055500             INVALID KEY
055600                 DISPLAY 'UNABLE TO CLOSE REQUEST FOR '
055700                     RCRD-DOCT-NUMBER ' - STATUS '
055800                     WS-SENT-STATUS
055900             NOT INVALID KEY
056000                 ADD 1 TO WS-ANSWERED-COUNT
056100         END-REWRITE
056200         GO TO 5100-EXIT
056300     END-IF.
056400     COMPUTE WS-SENT-DAY-INT
056500         = FUNCTION INTEGER-OF-DATE(RCRD-SENT-DATE).
056600     COMPUTE WS-DAYS-OUT = WS-RUN-DAY-INT - WS-SENT-DAY-INT.
056700     IF WS-DAYS-OUT <= WS-OVERDUE-DAYS
056800         GO TO 5100-EXIT
056900     END-IF.
057000     ADD 1 TO WS-OVERDUE-COUNT.
057100     MOVE WS-DAYS-OUT TO WS-DAYS-EDIT.
057200     MOVE SPACES TO REPORT-LINE.
057300     STRING '  ' DELIMITED BY SIZE
057400            RCRD-DOCT-NUMBER DELIMITED BY SIZE
057500            ' ' DELIMITED BY SIZE
057600            WS-OVERDUE-NAME DELIMITED BY SIZE
057700            ' ' DELIMITED BY SIZE
057800            RCRD-SENT-DATE DELIMITED BY SIZE
057900            '   ' DELIMITED BY SIZE
058000            RCRD-DUE-DATE DELIMITED BY SIZE
058100            '   ' DELIMITED BY SIZE
058200            WS-DAYS-EDIT DELIMITED BY SIZE
058300            INTO REPORT-LINE.
058400     WRITE REPORT-LINE.
058500 5100-EXIT.
058600     EXIT.
058700*----------------------------------------------------------------*
058705*    5200-CLOSE-GONE-REQUEST - THE DOCTOR HAS LEFT THE MASTER,
058710*    SO NO ANSWER CAN EVER COME BACK THROUGH CREDPOST.  CLOSE
058715*    THE ROW AS GONE RATHER THAN CARRY IT AS OVERDUE.
058720*----------------------------------------------------------------*
058725 5200-CLOSE-GONE-REQUEST.
058730     SET RCRD-DOCTOR-GONE TO TRUE.
058735     MOVE WS-RUN-DATE TO RCRD-ANSWER-SEEN-DATE.
058740     REWRITE RECRED-SENT-RECORD
058745         INVALID KEY
058750             DISPLAY 'UNABLE TO CLOSE REQUEST FOR '
058755                 RCRD-DOCT-NUMBER ' - STATUS '
058760                 WS-SENT-STATUS
058765         NOT INVALID KEY
058770             ADD 1 TO WS-GONE-COUNT
058775     END-REWRITE.
058780 5200-EXIT.
058785     EXIT.
058790*----------------------------------------------------------------*
058800*    9000-TERMINATE - REQUEST FILE TRAILER, TOTALS AND CLOSE
058900*----------------------------------------------------------------*
059000 9000-TERMINATE.
059100     MOVE SPACES TO TRAN-CONTROL-RECORD.
059200     SET CTL-TRAILER TO TRUE.
059300     MOVE WS-RUN-DATE TO CTL-BUSINESS-DATE.
059400     MOVE WS-REQUEST-COUNT TO CTL-RECORD-COUNT.
059500     WRITE TRAN-CONTROL-RECORD.
059600     MOVE SPACES TO REPORT-LINE.
059700     WRITE REPORT-LINE.
059800     MOVE WS-DUE-COUNT TO WS-COUNT-EDIT.
059900     STRING 'DOCTORS DUE OR PAST DUE:     ' DELIMITED BY SIZE
060000            WS-COUNT-EDIT DELIMITED BY SIZE
060100            INTO REPORT-LINE.
060200     WRITE REPORT-LINE.
060300     MOVE SPACES TO REPORT-LINE.
060400     MOVE WS-PAST-DUE-COUNT TO WS-COUNT-EDIT.
060500     STRING '  OF WHICH PAST DUE:         ' DELIMITED BY SIZE
060600            WS-COUNT-EDIT DELIMITED BY SIZE
060700            INTO REPORT-LINE.
060800     WRITE REPORT-LINE.
060900     MOVE SPACES TO REPORT-LINE.
061000     MOVE WS-REQUEST-COUNT TO WS-COUNT-EDIT.
061100     STRING 'REQUESTS SENT THIS RUN:      ' DELIMITED BY SIZE
061200            WS-COUNT-EDIT DELIMITED BY SIZE
061300            INTO REPORT-LINE.
061400     WRITE REPORT-LINE.
061500     MOVE SPACES TO REPORT-LINE.
061600     MOVE WS-OUTSTANDING-COUNT TO WS-COUNT-EDIT.
061700     STRING 'ALREADY REQUESTED EARLIER:   ' DELIMITED BY SIZE
061800            WS-COUNT-EDIT DELIMITED BY SIZE
061900            INTO REPORT-LINE.
062000     WRITE REPORT-LINE.
062100     MOVE SPACES TO REPORT-LINE.
062200     MOVE WS-ANSWERED-COUNT TO WS-COUNT-EDIT.
062300     STRING 'REQUESTS ANSWERED AND CLOSED:' DELIMITED BY SIZE
062400            WS-COUNT-EDIT DELIMITED BY SIZE
062500            INTO REPORT-LINE.
062600     WRITE REPORT-LINE.
062700     MOVE SPACES TO REPORT-LINE.
062710     MOVE WS-GONE-COUNT TO WS-COUNT-EDIT.
062720     STRING 'CLOSED - DOCTOR OFF MASTER:  ' DELIMITED BY SIZE
062730            WS-COUNT-EDIT DELIMITED BY SIZE
062740            INTO REPORT-LINE.
062750     WRITE REPORT-LINE.
062760     MOVE SPACES TO REPORT-LINE.
062800     MOVE WS-OVERDUE-COUNT TO WS-COUNT-EDIT.
062900     STRING 'REQUESTS OVERDUE:            ' DELIMITED BY SIZE
063000            WS-COUNT-EDIT DELIMITED BY SIZE
063100            INTO REPORT-LINE.
063200     WRITE REPORT-LINE.
063300     MOVE SPACES TO REPORT-LINE.
063400     MOVE WS-BADDATE-COUNT TO WS-COUNT-EDIT.
063500     STRING 'UNUSABLE CREDENTIALING DATES:' DELIMITED BY SIZE
063600            WS-COUNT-EDIT DELIMITED BY SIZE
063700            INTO REPORT-LINE.
063800     WRITE REPORT-LINE.
063900     CLOSE DOCTOR-MASTER.
064000     CLOSE RECRED-SENT.
064100     PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT.
064200     CLOSE RECRED-REQUESTS.
064300     CLOSE RECRED-REPORT.
064400     DISPLAY 'DOCTORS DUE:      ' WS-DUE-COUNT.
064500     DISPLAY 'REQUESTS SENT:    ' WS-REQUEST-COUNT.
064600     DISPLAY 'REQUESTS OVERDUE: ' WS-OVERDUE-COUNT.
064650     DISPLAY 'DOCTOR GONE:      ' WS-GONE-COUNT.
064700     DISPLAY 'UNUSABLE DATES:   ' WS-BADDATE-COUNT.
064800 9000-EXIT.
064900     EXIT.
065000 COPY DATEVAL.
065100 COPY LOCKPROC.
