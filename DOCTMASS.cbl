000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DOCTMASS.
000300 AUTHOR. R JAY PICKERING.
000400 INSTALLATION. CREDENTIALING - FRONT DESK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    ---------------------------------------------------------
001000*    2026-10-15  RJP  ORIGINAL - MASS CHANGE UTILITY FOR FACILITY
001100*                     CLOSURES AND SPECIALTY RETIREMENTS.  ONE
001200*                     SYSIN CONTROL CARD PICKS THE DOCTORS - BY
001300*                     SPECIALTY CODE, BY ACTIVE AFFILIATION AT A
001400*                     FACILITY, OR BY LICENSE STATE - AND ONE
001500*                     ACTION FOR ALL OF THEM - REASSIGN THE
001600*                     SPECIALTY, DETACH THE AFFILIATION WITH AN
001700*                     END DATE, OR INACTIVATE.  A PREVIEW RUN
001800*                     ONLY LISTS WHO WOULD BE TOUCHED.  AN UPDATE
001900*                     RUN WRITES THE USUAL BEFORE/AFTER AUDIT
002000*                     RECORD UNDER THE JOB'S NAME FOR EVERY
002100*                     DOCTOR CHANGED.  BOTH PRINT THE SAME
002200*                     CONTROL TOTAL SO THE TWO CAN BE MATCHED.
002300*                     A DOCTOR WITH A CHANGE HELD FOR APPROVAL
002400*                     IS LEFT ALONE AND LISTED.  THE RUN TAKES
002500*                     THE SHARED MASTER LOCK, PREVIEW INCLUDED.
002600*    ---------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT DOCTOR-MASTER ASSIGN TO 'DOCTMAST'
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS DOCT-NUMBER OF DOCTOR-MASTER-RECORD
003400         FILE STATUS IS WS-MAST-STATUS.
003500     SELECT DOCTOR-FACILITY ASSIGN TO 'DOCTAFFL'
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS AFFL-KEY
003900         FILE STATUS IS WS-AFFL-STATUS.
004000     SELECT HELD-CHANGES ASSIGN TO 'DOCTHELD'
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS HELD-DOCT-NUMBER
004400         FILE STATUS IS WS-HELD-STATUS.
004500     SELECT SPECIALTY-MASTER ASSIGN TO 'SPECMAST'
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS SPEC-REC-CODE
004900         FILE STATUS IS WS-SPEC-STATUS.
005000     SELECT FACILITY-MASTER ASSIGN TO 'FACMAST'
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS FAC-CODE
005400         FILE STATUS IS WS-FAC-STATUS.
005500     SELECT AUDIT-LOG ASSIGN TO 'AUDITLOG'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-AUDIT-STATUS.
005800     SELECT MASS-REPORT ASSIGN TO 'MASSRPT'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-RPT-STATUS.
006100     SELECT MASTER-LOCK ASSIGN TO 'DOCTLOCK'
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-LOCK-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  DOCTOR-MASTER.
006700     COPY DOCTREC REPLACING ==DOCTREC-LAYOUT==
006800                         BY ==DOCTOR-MASTER-RECORD==.
006900 FD  DOCTOR-FACILITY.
007000     COPY AFFLREC.
007100 FD  HELD-CHANGES.
007200     COPY HELDREC.
007300 FD  SPECIALTY-MASTER.
007400     COPY SPECREC.
007500 FD  FACILITY-MASTER.
007600     COPY FACREC.
007700 FD  AUDIT-LOG.
007800     COPY AUDITREC.
007900 FD  MASS-REPORT.
008000 01  REPORT-LINE                 PIC X(100).
008100 FD  MASTER-LOCK.
008200     COPY LOCKREC.
008300 WORKING-STORAGE SECTION.
008400 01  WS-MAST-STATUS              PIC X(02).
008500 01  WS-AFFL-STATUS              PIC X(02).
008600 01  WS-HELD-STATUS              PIC X(02).
008700 01  WS-SPEC-STATUS              PIC X(02).
008800 01  WS-FAC-STATUS               PIC X(02).
008900 01  WS-AUDIT-STATUS             PIC X(02).
009000 01  WS-RPT-STATUS               PIC X(02).
009100 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
009200     88  WS-EOF                      VALUE 'Y'.
009300 01  WS-HELD-OPEN-SW             PIC X(01) VALUE 'N'.
009400     88  WS-HELD-OPEN                VALUE 'Y'.
009500 01  WS-VALID-SW                 PIC X(01) VALUE 'N'.
009600     88  WS-FIELD-VALID              VALUE 'Y'.
009700 01  WS-SELECTED-SW              PIC X(01) VALUE 'N'.
009800     88  WS-DOCTOR-SELECTED          VALUE 'Y'.
009900 01  WS-SKIP-SW                  PIC X(01) VALUE 'N'.
010000     88  WS-SKIP-DOCTOR              VALUE 'Y'.
010100 01  WS-ADDL-DUP-SW              PIC X(01) VALUE 'N'.
010200     88  WS-ADDL-DUP                 VALUE 'Y'.
010300*
010400*    THE SYSIN CONTROL CARD.  ONE CARD, ONE SELECTION, ONE
010500*    ACTION PER RUN -
010600*      COL  1     P = PREVIEW ONLY, U = UPDATE
010700*      COL  3     S = SPECIALTY CODE, F = FACILITY CODE,
010800*                 L = LICENSE STATE
010900*      COL  5-10  THE CODE OR STATE SELECTED
011000*      COL 12     R = REASSIGN SPECIALTY (SELECTION S ONLY),
011100*                 D = DETACH AFFILIATION (SELECTION F ONLY),
011200*                 I = INACTIVATE (ANY SELECTION)
011300*      COL 14-17  NEW SPECIALTY CODE FOR R
011400*      COL 19-26  END DATE FOR D, STATUS DATE FOR I (YYYYMMDD,
011500*                 BLANK = RUN DATE)
011600*
011700 01  WS-CONTROL-CARD.
011800     05  WS-CARD-MODE            PIC X(01).
011900         88  WS-PREVIEW-RUN          VALUE 'P'.
012000         88  WS-UPDATE-RUN           VALUE 'U'.
012100     05  FILLER                  PIC X(01).
012200     05  WS-CARD-SELECT          PIC X(01).
012300         88  WS-SELECT-SPECIALTY     VALUE 'S'.
012400         88  WS-SELECT-FACILITY      VALUE 'F'.
012500         88  WS-SELECT-STATE         VALUE 'L'.
012600     05  FILLER                  PIC X(01).
012700     05  WS-CARD-SELECT-VALUE    PIC X(06).
012800     05  WS-CARD-SELECT-PARTS REDEFINES WS-CARD-SELECT-VALUE.
012900         10  WS-CARD-SELECT-CODE PIC X(04).
013000         10  WS-CARD-SELECT-REST PIC X(02).
013100     05  FILLER                  PIC X(01).
013200     05  WS-CARD-ACTION          PIC X(01).
013300         88  WS-ACTION-REASSIGN      VALUE 'R'.
013400         88  WS-ACTION-DETACH        VALUE 'D'.
013500         88  WS-ACTION-INACTIVATE    VALUE 'I'.
013600     05  FILLER                  PIC X(01).
013700     05  WS-CARD-NEW-SPEC        PIC X(04).
013800     05  FILLER                  PIC X(01).
013900     05  WS-CARD-EFF-DATE        PIC X(08).
014000     05  WS-CARD-EFF-DATE-N REDEFINES WS-CARD-EFF-DATE
014100                                 PIC 9(08).
014200     05  FILLER                  PIC X(54).
014300 01  WS-RUN-DATE                 PIC 9(08).
014400 01  WS-EFF-DATE                 PIC 9(08) VALUE ZERO.
014500 01  WS-JOB-NAME                 PIC X(08) VALUE 'DOCTMASS'.
014600 01  WS-SPECIALT-INPUT           PIC X(20).
014700 01  WS-OLD-SPEC-CODE            PIC X(20).
014800 01  WS-OLD-SPEC-DESC            PIC X(20).
014900 01  WS-NEW-SPEC-DESC            PIC X(20).
015000 01  WS-FAC-NAME                 PIC X(30).
015100 01  WS-ACTION-WORD              PIC X(12).
015200 01  WS-MODE-WORD                PIC X(30).
015300 01  WS-PRINT-NAME               PIC X(20).
015400 01  WS-DETAIL                   PIC X(40).
015500 01  WS-SKIP-REASON              PIC X(30).
015600 01  WS-TOUCH-DOCT-NO            PIC 9(08).
015700 01  WS-ADDL-IDX                 PIC 9(04) COMP VALUE ZERO.
015800 01  WS-ADDL-SCAN                PIC 9(04) COMP VALUE ZERO.
015900 01  WS-ADDL-OUT                 PIC 9(04) COMP VALUE ZERO.
016000 01  WS-ADDL-SAVE-TABLE.
016100     05  WS-ADDL-SAVE            PIC X(20) OCCURS 3 TIMES.
016200 01  WS-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
016300 01  WS-TOUCHED-COUNT            PIC 9(08) COMP VALUE ZERO.
016400 01  WS-SKIPPED-COUNT            PIC 9(08) COMP VALUE ZERO.
016500 01  WS-ERROR-COUNT              PIC 9(08) COMP VALUE ZERO.
016600 01  WS-HASH-TOTAL               PIC 9(15) VALUE ZERO.
016700 01  WS-COUNT-EDIT               PIC ZZ,ZZZ,ZZ9.
016800 01  WS-HASH-EDIT                PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
016900 COPY SPECTAB.
017000 COPY DATEWRK.
017100 COPY LOCKWRK.
017200 COPY DOCTREC REPLACING ==DOCTREC-LAYOUT==
017300                     BY ==WS-BEFORE-DOCTOR-FIELDS==.
017400 PROCEDURE DIVISION.
017500*----------------------------------------------------------------*
017600*    0000-MAINLINE
017700*----------------------------------------------------------------*
017800 0000-MAINLINE.
017900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018000     IF WS-SELECT-FACILITY
018100         PERFORM 3000-CHECK-ONE-AFFL THRU 3000-EXIT
018200             UNTIL WS-EOF
018300     ELSE
018400         PERFORM 2000-CHECK-ONE-DOCTOR THRU 2000-EXIT
018500             UNTIL WS-EOF
018600     END-IF.
018700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018800     STOP RUN.
018900*----------------------------------------------------------------*
019000*    1000-INITIALIZE - CONTROL CARD, LOCK, FILES AND HEADINGS.
019100*    A BAD CARD ENDS THE RUN BEFORE ANYTHING IS OPENED.
019200*----------------------------------------------------------------*
019300 1000-INITIALIZE.
019400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019500     MOVE SPACES TO WS-CONTROL-CARD.
019600     ACCEPT WS-CONTROL-CARD.
019700     MOVE FUNCTION UPPER-CASE(WS-CONTROL-CARD) TO WS-CONTROL-CARD.
019800     PERFORM 1100-CHECK-CARD THRU 1100-EXIT.
019900     MOVE WS-JOB-NAME TO WS-LOCK-HOLDER-ID.
020000     PERFORM 7800-TAKE-MASTER-LOCK THRU 7800-EXIT.
020100     IF NOT WS-LOCK-TAKEN
020200         DISPLAY 'DOCTOR MASTER BUSY - RERUN WHEN FREE'
020300         MOVE 8 TO RETURN-CODE
020400         STOP RUN
020500     END-IF.
020600     IF WS-UPDATE-RUN
020700         OPEN I-O DOCTOR-MASTER
020800     ELSE
020900         OPEN INPUT DOCTOR-MASTER
021000     END-IF.
021100     IF WS-MAST-STATUS NOT = '00'
021200         DISPLAY 'UNABLE TO OPEN DOCTOR-MASTER - STATUS '
021300             WS-MAST-STATUS
021400         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
021500     END-IF.
021600     IF WS-SELECT-FACILITY
021700         IF WS-UPDATE-RUN
021800             OPEN I-O DOCTOR-FACILITY
021900         ELSE
022000             OPEN INPUT DOCTOR-FACILITY
022100         END-IF
022200         IF WS-AFFL-STATUS NOT = '00'
022300             DISPLAY 'UNABLE TO OPEN DOCTOR-FACILITY - STATUS '
022400                 WS-AFFL-STATUS
022500             PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
022600         END-IF
022700     END-IF.
022800     OPEN INPUT HELD-CHANGES.
022900     IF WS-HELD-STATUS = '00'
023000         SET WS-HELD-OPEN TO TRUE
023100     END-IF.
023200     IF WS-SELECT-SPECIALTY
023300         PERFORM 1200-LOOK-UP-SPECIALTIES THRU 1200-EXIT
023400     END-IF.
023500     IF WS-SELECT-FACILITY
023600         PERFORM 1300-LOOK-UP-FACILITY THRU 1300-EXIT
023700     END-IF.
023800     IF WS-UPDATE-RUN
023900         OPEN EXTEND AUDIT-LOG
024000         IF WS-AUDIT-STATUS NOT = '00'
024100             OPEN OUTPUT AUDIT-LOG
024200             CLOSE AUDIT-LOG
024300             OPEN EXTEND AUDIT-LOG
024400         END-IF
024500     END-IF.
024600     OPEN OUTPUT MASS-REPORT.
024700     IF WS-RPT-STATUS NOT = '00'
024800         DISPLAY 'UNABLE TO OPEN MASS-REPORT - STATUS '
024900             WS-RPT-STATUS
025000         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
025100     END-IF.
025200     PERFORM 1400-PRINT-HEADINGS THRU 1400-EXIT.
025300     IF WS-SELECT-FACILITY
025400         MOVE LOW-VALUES TO AFFL-KEY
025500         START DOCTOR-FACILITY
025600             KEY NOT LESS THAN AFFL-KEY
025700             INVALID KEY
025800                 SET WS-EOF TO TRUE
025900         END-START
026000         PERFORM 3100-READ-AFFL THRU 3100-EXIT
026100     ELSE
026200         MOVE ZERO TO DOCT-NUMBER OF DOCTOR-MASTER-RECORD
026300         START DOCTOR-MASTER
026400             KEY NOT LESS THAN DOCT-NUMBER OF DOCTOR-MASTER-RECORD
026500             INVALID KEY
026600                 SET WS-EOF TO TRUE
026700         END-START
026800         PERFORM 2100-READ-MASTER THRU 2100-EXIT
026900     END-IF.
027000 1000-EXIT.
027100     EXIT.
027200*----------------------------------------------------------------*
027300*    1100-CHECK-CARD - EVERY COLUMN THE ACTION NEEDS MUST BE
027400*    THERE AND MAKE SENSE TOGETHER
027500*----------------------------------------------------------------*
027600 1100-CHECK-CARD.
027700     IF NOT WS-PREVIEW-RUN AND NOT WS-UPDATE-RUN
027800         DISPLAY 'SYSIN CARD COLUMN 1 MUST BE P OR U - GOT '
027900             WS-CARD-MODE
028000         PERFORM 1190-REJECT-CARD THRU 1190-EXIT
028100     END-IF.
028200     IF NOT WS-SELECT-SPECIALTY
028300         AND NOT WS-SELECT-FACILITY
028400         AND NOT WS-SELECT-STATE
028500         DISPLAY 'SYSIN CARD COLUMN 3 MUST BE S, F OR L - GOT '
028600             WS-CARD-SELECT
028700         PERFORM 1190-REJECT-CARD THRU 1190-EXIT
028800     END-IF.
028900     IF WS-CARD-SELECT-VALUE = SPACES
029000         DISPLAY 'SYSIN CARD COLUMNS 5-10 MUST HOLD THE CODE '
029100             'OR STATE TO SELECT'
029200         PERFORM 1190-REJECT-CARD THRU 1190-EXIT
029300     END-IF.
029400     IF WS-SELECT-SPECIALTY
029500         AND WS-CARD-SELECT-REST NOT = SPACES
029600         DISPLAY 'SPECIALTY CODE IS FOUR CHARACTERS - GOT '
029700             WS-CARD-SELECT-VALUE
029800         PERFORM 1190-REJECT-CARD THRU 1190-EXIT
029900     END-IF.
030000     IF NOT WS-ACTION-REASSIGN
030100         AND NOT WS-ACTION-DETACH
030200         AND NOT WS-ACTION-INACTIVATE
030300         DISPLAY 'SYSIN CARD COLUMN 12 MUST BE R, D OR I - GOT '
030400             WS-CARD-ACTION
030500         PERFORM 1190-REJECT-CARD THRU 1190-EXIT
030600     END-IF.
030700     IF WS-ACTION-REASSIGN
030800         AND NOT WS-SELECT-SPECIALTY
030900         DISPLAY 'REASSIGN (R) NEEDS A SPECIALTY SELECTION (S)'
031000         PERFORM 1190-REJECT-CARD THRU 1190-EXIT
031100     END-IF.
031200     IF WS-ACTION-REASSIGN
031300         AND WS-CARD-NEW-SPEC = SPACES
031400         DISPLAY 'REASSIGN (R) NEEDS THE NEW SPECIALTY CODE IN '
031500             'COLUMNS 14-17'
031600         PERFORM 1190-REJECT-CARD THRU 1190-EXIT
031700     END-IF.
031800     IF WS-ACTION-DETACH
031900         AND NOT WS-SELECT-FACILITY
032000         DISPLAY 'DETACH (D) NEEDS A FACILITY SELECTION (F)'
032100         PERFORM 1190-REJECT-CARD THRU 1190-EXIT
032200     END-IF.
032300     IF WS-ACTION-REASSIGN
032400         MOVE 'REASSIGNED' TO WS-ACTION-WORD
032500         GO TO 1100-EXIT
032600     END-IF.
032700     IF WS-ACTION-DETACH
032800         MOVE 'DETACHED' TO WS-ACTION-WORD
032900     ELSE
033000         MOVE 'INACTIVATED' TO WS-ACTION-WORD
033100     END-IF.
033200     IF WS-CARD-EFF-DATE = SPACES
033300         MOVE WS-RUN-DATE TO WS-EFF-DATE
033400         GO TO 1100-EXIT
033500     END-IF.
033600     IF WS-CARD-EFF-DATE NOT NUMERIC
033700         DISPLAY 'SYSIN CARD COLUMNS 19-26 MUST BE YYYYMMDD - '
033800             'GOT ' WS-CARD-EFF-DATE
033900         PERFORM 1190-REJECT-CARD THRU 1190-EXIT
034000     END-IF.
034100     MOVE WS-CARD-EFF-DATE-N TO WS-DATE-CHECK.
034200     PERFORM 7100-VALIDATE-DATE THRU 7100-EXIT.
034300     IF NOT WS-FIELD-VALID
034400         DISPLAY 'SYSIN CARD DATE IS NOT A REAL DATE - GOT '
034500             WS-CARD-EFF-DATE
034600         PERFORM 1190-REJECT-CARD THRU 1190-EXIT
034700     END-IF.
034800     MOVE WS-CARD-EFF-DATE-N TO WS-EFF-DATE.
034900 1100-EXIT.
035000     EXIT.
035100*----------------------------------------------------------------*
035200*    1190-REJECT-CARD - SHOW THE CARD AS READ AND END WITH
035300*    CONDITION CODE 12.  NOTHING HAS BEEN OPENED YET.
035400*----------------------------------------------------------------*
035500 1190-REJECT-CARD.
035600     DISPLAY 'CONTROL CARD: ' WS-CONTROL-CARD.
035700     MOVE 12 TO RETURN-CODE.
035800     STOP RUN.
035900 1190-EXIT.
036000     EXIT.
036100*----------------------------------------------------------------*
036200*    1200-LOOK-UP-SPECIALTIES - THE SELECTED CODE MUST BE ON
036300*    SPECMAST, ACTIVE OR NOT - A RETIRED CODE IS THE USUAL
036400*    REASON FOR THE RUN.  DOCTORS CARRY THE DESCRIPTION, SO
036500*    BOTH ARE KEPT FOR THE MATCH.  A NEW CODE FOR A REASSIGN
036600*    MUST BE ACTIVE, THE SAME TEST THE DESK APPLIES.
036700*----------------------------------------------------------------*
036800 1200-LOOK-UP-SPECIALTIES.
036900     IF WS-ACTION-REASSIGN
037000         PERFORM 7500-LOAD-SPECIALTY-TABLE THRU 7500-EXIT
037100         MOVE WS-CARD-NEW-SPEC TO WS-SPECIALT-INPUT
037200         PERFORM 7000-VALIDATE-SPECIALTY THRU 7000-EXIT
037300         IF NOT WS-FIELD-VALID
037400             DISPLAY 'NEW SPECIALTY ' WS-CARD-NEW-SPEC
037500                 ' IS NOT AN ACTIVE SPECIALTY ON SPECMAST'
037600             PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
037700         END-IF
037800         MOVE SPEC-DESC (SPEC-IDX) TO WS-NEW-SPEC-DESC
037900     END-IF.
038000     OPEN INPUT SPECIALTY-MASTER.
038100     IF WS-SPEC-STATUS NOT = '00'
038200         DISPLAY 'UNABLE TO OPEN SPECIALTY-MASTER - STATUS '
038300             WS-SPEC-STATUS
038400         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
038500     END-IF.
038600     MOVE WS-CARD-SELECT-CODE TO SPEC-REC-CODE.
038700     READ SPECIALTY-MASTER
038800         INVALID KEY
038900             DISPLAY 'SPECIALTY ' WS-CARD-SELECT-CODE
039000                 ' IS NOT ON SPECMAST'
039100             CLOSE SPECIALTY-MASTER
039200             PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
039300     END-READ.
039400     CLOSE SPECIALTY-MASTER.
039500     MOVE WS-CARD-SELECT-CODE TO WS-OLD-SPEC-CODE.
039600     MOVE SPEC-REC-DESC TO WS-OLD-SPEC-DESC.
039700     IF WS-ACTION-REASSIGN
039800         AND WS-NEW-SPEC-DESC = WS-OLD-SPEC-DESC
039900         DISPLAY 'NEW SPECIALTY IS THE ONE BEING REPLACED'
040000         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
040100     END-IF.
040200 1200-EXIT.
040300     EXIT.
040400*----------------------------------------------------------------*
040500*    1300-LOOK-UP-FACILITY - THE SELECTED FACILITY MUST BE ON
040600*    FACMAST, ACTIVE OR NOT - A CLOSED ONE IS THE USUAL REASON
040700*----------------------------------------------------------------*
040800 1300-LOOK-UP-FACILITY.
040900     OPEN INPUT FACILITY-MASTER.
041000     IF WS-FAC-STATUS NOT = '00'
041100         DISPLAY 'UNABLE TO OPEN FACILITY-MASTER - STATUS '
041200             WS-FAC-STATUS
041300         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
041400     END-IF.
041500     MOVE WS-CARD-SELECT-VALUE TO FAC-CODE.
041600     READ FACILITY-MASTER
041700         INVALID KEY
041800             DISPLAY 'FACILITY ' WS-CARD-SELECT-VALUE
041900                 ' IS NOT ON FACMAST'
042000             CLOSE FACILITY-MASTER
042100             PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
042200     END-READ.
042300     MOVE FAC-NAME TO WS-FAC-NAME.
042400     CLOSE FACILITY-MASTER.
042500 1300-EXIT.
042600     EXIT.
042700*----------------------------------------------------------------*
042800*    1400-PRINT-HEADINGS - RUN DATE AND MODE, THEN THE CARD IN
042900*    WORDS SO THE PREVIEW AND THE UPDATE CAN BE LAID SIDE BY SIDE
043000*----------------------------------------------------------------*
043100 1400-PRINT-HEADINGS.
043200     IF WS-PREVIEW-RUN
043300         MOVE 'PREVIEW - NOTHING IS CHANGED' TO WS-MODE-WORD
043400     ELSE
043500         MOVE 'UPDATE' TO WS-MODE-WORD
043600     END-IF.
043700     MOVE SPACES TO REPORT-LINE.
043800     STRING 'DOCTOR MASS CHANGE - RUN DATE ' DELIMITED BY SIZE
043900            WS-RUN-DATE DELIMITED BY SIZE
044000            '   ' DELIMITED BY SIZE
044100            WS-MODE-WORD DELIMITED BY SIZE
044200            INTO REPORT-LINE.
044300     WRITE REPORT-LINE.
044400     MOVE SPACES TO REPORT-LINE.
044500     EVALUATE TRUE
044600         WHEN WS-SELECT-SPECIALTY
044700             STRING 'SELECT: DOCTORS FILED UNDER SPECIALTY '
044800                     DELIMITED BY SIZE
044900                    WS-CARD-SELECT-CODE DELIMITED BY SIZE
045000                    ' ' DELIMITED BY SIZE
045100                    WS-OLD-SPEC-DESC DELIMITED BY SIZE
045200                    INTO REPORT-LINE
045300         WHEN WS-SELECT-FACILITY
045400             STRING 'SELECT: ACTIVE AFFILIATIONS AT FACILITY '
045500                     DELIMITED BY SIZE
045600                    WS-CARD-SELECT-VALUE DELIMITED BY SIZE
045700                    ' ' DELIMITED BY SIZE
045800                    WS-FAC-NAME DELIMITED BY SIZE
045900                    INTO REPORT-LINE
046000         WHEN OTHER
046100             STRING 'SELECT: DOCTORS LICENSED IN STATE '
046200                     DELIMITED BY SIZE
046300                    WS-CARD-SELECT-VALUE DELIMITED BY SIZE
046400                    INTO REPORT-LINE
046500     END-EVALUATE.
046600     WRITE REPORT-LINE.
046700     MOVE SPACES TO REPORT-LINE.
046800     EVALUATE TRUE
046900         WHEN WS-ACTION-REASSIGN
047000             STRING 'ACTION: REASSIGN SPECIALTY TO '
047100                     DELIMITED BY SIZE
047200                    WS-CARD-NEW-SPEC DELIMITED BY SIZE
047300                    ' ' DELIMITED BY SIZE
047400                    WS-NEW-SPEC-DESC DELIMITED BY SIZE
047500                    INTO REPORT-LINE
047600         WHEN WS-ACTION-DETACH
047700             STRING 'ACTION: DETACH WITH END DATE '
047800                     DELIMITED BY SIZE
047900                    WS-EFF-DATE DELIMITED BY SIZE
048000                    INTO REPORT-LINE
048100         WHEN OTHER
048200             STRING 'ACTION: INACTIVATE ACTIVE DOCTORS AS OF '
048300                     DELIMITED BY SIZE
048400                    WS-EFF-DATE DELIMITED BY SIZE
048500                    INTO REPORT-LINE
048600     END-EVALUATE.
048700     WRITE REPORT-LINE.
048800     MOVE SPACES TO REPORT-LINE.
048900     WRITE REPORT-LINE.
049000 1400-EXIT.
049100     EXIT.
049200*----------------------------------------------------------------*
049300*    1900-ABANDON-RUN - A FILE OR CODE THE RUN CANNOT DO
049400*    WITHOUT.  HAND THE LOCK BACK AND END WITH CONDITION CODE
049500*    12 BEFORE ANY DOCTOR IS TOUCHED.
049600*----------------------------------------------------------------*
049700 1900-ABANDON-RUN.
049800     PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT.
049900     MOVE 12 TO RETURN-CODE.
050000     STOP RUN.
050100 1900-EXIT.
050200     EXIT.
050300*----------------------------------------------------------------*
050400*    2000-CHECK-ONE-DOCTOR - SPECIALTY OR STATE SELECTION.  A
050500*    REASSIGN TAKES EVERY DOCTOR FILED UNDER THE OLD CODE,
050600*    WHATEVER THE STATUS; AN INACTIVATE TAKES ONLY THE ACTIVE
050700*    ONES, THE WAY THE DESK DOES.
050800*----------------------------------------------------------------*
050900 2000-CHECK-ONE-DOCTOR.
051000     MOVE 'N' TO WS-SELECTED-SW.
051100     IF WS-SELECT-STATE
051200         IF DOCT-LICENSE-STATE OF DOCTOR-MASTER-RECORD
051300                 = WS-CARD-SELECT-VALUE
051400             SET WS-DOCTOR-SELECTED TO TRUE
051500         END-IF
051600     ELSE
051700         PERFORM 2200-MATCH-SPECIALTY THRU 2200-EXIT
051800     END-IF.
051900     IF NOT WS-DOCTOR-SELECTED
052000         GO TO 2000-NEXT
052100     END-IF.
052200     IF WS-ACTION-INACTIVATE
052300         AND NOT DOCT-ACTIVE OF DOCTOR-MASTER-RECORD
052400         GO TO 2000-NEXT
052500     END-IF.
052600     PERFORM 2300-CHECK-HELD THRU 2300-EXIT.
052700     IF WS-SKIP-DOCTOR
052800         PERFORM 2900-PRINT-SKIPPED THRU 2900-EXIT
052900         GO TO 2000-NEXT
053000     END-IF.
053100     MOVE DOCTOR-MASTER-RECORD TO WS-BEFORE-DOCTOR-FIELDS.
053200     IF WS-ACTION-REASSIGN
053300         PERFORM 4000-REASSIGN-SPECIALTY THRU 4000-EXIT
053400     ELSE
053500         PERFORM 5000-INACTIVATE-DOCTOR THRU 5000-EXIT
053600     END-IF.
053700     PERFORM 6000-FILE-DOCTOR-CHANGE THRU 6000-EXIT.
053800 2000-NEXT.
053900     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
054000 2000-EXIT.
054100     EXIT.
054200*----------------------------------------------------------------*
054300*    2100-READ-MASTER - READ THE MASTER SEQUENTIALLY BY KEY
054400*----------------------------------------------------------------*
054500 2100-READ-MASTER.
054600     READ DOCTOR-MASTER NEXT RECORD
054700         AT END
054800             SET WS-EOF TO TRUE
054900     END-READ.
055000     IF WS-MAST-STATUS NOT = '00'
055100         SET WS-EOF TO TRUE
055200     END-IF.
055300     IF NOT WS-EOF
055400         ADD 1 TO WS-READ-COUNT
055500     END-IF.
055600 2100-EXIT.
055700     EXIT.
055800*----------------------------------------------------------------*
055900*    2200-MATCH-SPECIALTY - THE PRIMARY OR ANY OF THE THREE
056000*    ADDITIONAL SPECIALTIES FILED UNDER THE SELECTED CODE, BY
056100*    DESCRIPTION OR BY THE CODE ITSELF
056200*----------------------------------------------------------------*
056300 2200-MATCH-SPECIALTY.
056400     IF SPECIALT OF DOCTOR-MASTER-RECORD = WS-OLD-SPEC-DESC
056500         OR SPECIALT OF DOCTOR-MASTER-RECORD = WS-OLD-SPEC-CODE
056600         SET WS-DOCTOR-SELECTED TO TRUE
056700     END-IF.
056800     PERFORM 2250-MATCH-ONE-ADDL THRU 2250-EXIT
056900         VARYING WS-ADDL-IDX FROM 1 BY 1
057000         UNTIL WS-ADDL-IDX > 3 OR WS-DOCTOR-SELECTED.
057100 2200-EXIT.
057200     EXIT.
057300*----------------------------------------------------------------*
057400*    2250-MATCH-ONE-ADDL - ONE ADDITIONAL SPECIALTY SLOT
057500*----------------------------------------------------------------*
057600 2250-MATCH-ONE-ADDL.
057700     IF DOCT-ADDL-SPECIALT OF DOCTOR-MASTER-RECORD (WS-ADDL-IDX)
057800             = WS-OLD-SPEC-DESC
057900         OR DOCT-ADDL-SPECIALT OF DOCTOR-MASTER-RECORD
058000             (WS-ADDL-IDX) = WS-OLD-SPEC-CODE
058100         SET WS-DOCTOR-SELECTED TO TRUE
058200     END-IF.
058300 2250-EXIT.
058400     EXIT.
058500*----------------------------------------------------------------*
058600*    2300-CHECK-HELD - A CHANGE OR REINSTATEMENT WAITING FOR A
058700*    SUPERVISOR'S APPROVAL WAS KEYED AGAINST THE RECORD AS IT
058800*    STANDS; CHANGING IT UNDERNEATH WOULD LEAVE THE ITEM STALE.
058900*    NO HELD FILE YET MEANS NOTHING IS WAITING.
059000*----------------------------------------------------------------*
059100 2300-CHECK-HELD.
059200     MOVE 'N' TO WS-SKIP-SW.
059300     IF NOT WS-HELD-OPEN
059400         GO TO 2300-EXIT
059500     END-IF.
059600     MOVE DOCT-NUMBER OF DOCTOR-MASTER-RECORD
059700         TO HELD-DOCT-NUMBER.
059800     READ HELD-CHANGES
059900         INVALID KEY
060000             GO TO 2300-EXIT
060100     END-READ.
060200     SET WS-SKIP-DOCTOR TO TRUE.
060300     MOVE 'CHANGE HELD FOR APPROVAL' TO WS-SKIP-REASON.
060400 2300-EXIT.
060500     EXIT.
060600*----------------------------------------------------------------*
060700*    2900-PRINT-SKIPPED - A SELECTED DOCTOR LEFT AS IT IS, WITH
060800*    THE REASON.  LISTED THE SAME WAY IN A PREVIEW.
060900*----------------------------------------------------------------*
061000 2900-PRINT-SKIPPED.
061100     ADD 1 TO WS-SKIPPED-COUNT.
061200     MOVE SPACES TO REPORT-LINE.
061300     STRING '  KEPT        ' DELIMITED BY SIZE
061400            DOCT-NUMBER OF DOCTOR-MASTER-RECORD
061500                DELIMITED BY SIZE
061600            ' ' DELIMITED BY SIZE
061700            DOCTNAME OF DOCTOR-MASTER-RECORD DELIMITED BY SIZE
061800            ' ' DELIMITED BY SIZE
061900            WS-SKIP-REASON DELIMITED BY SIZE
062000            INTO REPORT-LINE.
062100     WRITE REPORT-LINE.
062200 2900-EXIT.
062300     EXIT.
062400*----------------------------------------------------------------*
062500*    3000-CHECK-ONE-AFFL - FACILITY SELECTION.  THE AFFILIATION
062600*    FILE IS KEYED BY DOCTOR FIRST, SO EVERY ROW IS READ AND
062700*    THE ACTIVE ONES AT THE SELECTED FACILITY ARE TAKEN.
062800*----------------------------------------------------------------*
062900 3000-CHECK-ONE-AFFL.
063000     IF AFFL-FAC-CODE NOT = WS-CARD-SELECT-VALUE
063100         OR NOT AFFL-ACTIVE
063200         GO TO 3000-NEXT
063300     END-IF.
063400     MOVE AFFL-DOCT-NUMBER TO DOCT-NUMBER OF DOCTOR-MASTER-RECORD.
063500     MOVE 'Y' TO WS-SELECTED-SW.
063600     READ DOCTOR-MASTER
063700         INVALID KEY
063800             MOVE 'N' TO WS-SELECTED-SW
063900     END-READ.
064000     IF WS-ACTION-DETACH
064100         PERFORM 3500-DETACH-AFFILIATION THRU 3500-EXIT
064200         GO TO 3000-NEXT
064300     END-IF.
064400     IF NOT WS-DOCTOR-SELECTED
064500         GO TO 3000-NEXT
064600     END-IF.
064700     IF NOT DOCT-ACTIVE OF DOCTOR-MASTER-RECORD
064800         GO TO 3000-NEXT
064900     END-IF.
065000     PERFORM 2300-CHECK-HELD THRU 2300-EXIT.
065100     IF WS-SKIP-DOCTOR
065200         PERFORM 2900-PRINT-SKIPPED THRU 2900-EXIT
065300         GO TO 3000-NEXT
065400     END-IF.
065500     MOVE DOCTOR-MASTER-RECORD TO WS-BEFORE-DOCTOR-FIELDS.
065600     PERFORM 5000-INACTIVATE-DOCTOR THRU 5000-EXIT.
065700     PERFORM 6000-FILE-DOCTOR-CHANGE THRU 6000-EXIT.
065800 3000-NEXT.
065900     PERFORM 3100-READ-AFFL THRU 3100-EXIT.
066000 3000-EXIT.
066100     EXIT.
066200*----------------------------------------------------------------*
066300*    3100-READ-AFFL - READ THE AFFILIATION FILE SEQUENTIALLY
066400*----------------------------------------------------------------*
066500 3100-READ-AFFL.
066600     READ DOCTOR-FACILITY NEXT RECORD
066700         AT END
066800             SET WS-EOF TO TRUE
066900     END-READ.
067000     IF WS-AFFL-STATUS NOT = '00'
067100         SET WS-EOF TO TRUE
067200     END-IF.
067300     IF NOT WS-EOF
067400         ADD 1 TO WS-READ-COUNT
067500     END-IF.
067600 3100-EXIT.
067700     EXIT.
067800*----------------------------------------------------------------*
067900*    3500-DETACH-AFFILIATION - CLOSE THE ROW WITH THE CARD'S END
068000*    DATE, THE SAME CHANGE THE DESK'S DETACH MAKES.  THE ROW IS
068100*    KEPT FOR HISTORY.  THE DOCTOR RECORD ITSELF DOES NOT
068200*    CHANGE, SO NO AUDIT RECORD IS WRITTEN - THE DETACHED ROW
068300*    AND ITS END DATE ARE THE TRAIL, AS THEY ARE FOR THE DESK
068400*    AND THE PRIVILEGING FEED.  A ROW FOR A DOCTOR NO LONGER ON
068500*    THE MASTER IS DETACHED ALL THE SAME.
068600*----------------------------------------------------------------*
068700 3500-DETACH-AFFILIATION.
068800     IF WS-DOCTOR-SELECTED
068900         MOVE DOCTNAME OF DOCTOR-MASTER-RECORD TO WS-PRINT-NAME
069000     ELSE
069100         MOVE 'NOT ON DOCTOR MASTER' TO WS-PRINT-NAME
069200     END-IF.
069300     MOVE SPACES TO WS-DETAIL.
069400     STRING 'FACILITY ' DELIMITED BY SIZE
069500            AFFL-FAC-CODE DELIMITED BY SIZE
069600            ' END DATE ' DELIMITED BY SIZE
069700            WS-EFF-DATE DELIMITED BY SIZE
069800            INTO WS-DETAIL.
069900     MOVE AFFL-DOCT-NUMBER TO WS-TOUCH-DOCT-NO.
070000     IF WS-PREVIEW-RUN
070100         PERFORM 6900-COUNT-AND-PRINT THRU 6900-EXIT
070200         GO TO 3500-EXIT
070300     END-IF.
070400     SET AFFL-DETACHED TO TRUE.
070500     MOVE WS-EFF-DATE TO AFFL-END-DATE.
070600     REWRITE DOCTOR-FACILITY-RECORD
070700         INVALID KEY
070800             DISPLAY 'UNABLE TO REWRITE AFFILIATION '
070900                 AFFL-DOCT-NUMBER ' ' AFFL-FAC-CODE
071000             ADD 1 TO WS-ERROR-COUNT
071100             GO TO 3500-EXIT
071200     END-REWRITE.
071300     PERFORM 6900-COUNT-AND-PRINT THRU 6900-EXIT.
071400 3500-EXIT.
071500     EXIT.
071600*----------------------------------------------------------------*
071700*    4000-REASSIGN-SPECIALTY - PUT THE NEW SPECIALTY WHEREVER
071800*    THE OLD ONE WAS FILED.  AN ADDITIONAL SPECIALTY THAT WOULD
071900*    DUPLICATE ONE THE DOCTOR ALREADY CARRIES IS DROPPED, AND
072000*    THE SLOTS ARE CLOSED UP SO THE LIST STAYS CONTIGUOUS THE
072100*    WAY THE DESK KEYS IT.
072200*----------------------------------------------------------------*
072300 4000-REASSIGN-SPECIALTY.
072400     MOVE 'ADDITIONAL SPECIALTY' TO WS-DETAIL.
072500     IF SPECIALT OF DOCTOR-MASTER-RECORD = WS-OLD-SPEC-DESC
072600         OR SPECIALT OF DOCTOR-MASTER-RECORD = WS-OLD-SPEC-CODE
072700         MOVE WS-NEW-SPEC-DESC TO SPECIALT OF DOCTOR-MASTER-RECORD
072800         MOVE 'PRIMARY SPECIALTY' TO WS-DETAIL
072900     END-IF.
073000     PERFORM 4100-REASSIGN-ONE-ADDL THRU 4100-EXIT
073100         VARYING WS-ADDL-IDX FROM 1 BY 1
073200         UNTIL WS-ADDL-IDX > 3.
073300     MOVE DOCT-ADDL-SPECIALTIES OF DOCTOR-MASTER-RECORD
073400         TO WS-ADDL-SAVE-TABLE.
073500     MOVE SPACES TO DOCT-ADDL-SPECIALTIES OF DOCTOR-MASTER-RECORD.
073600     MOVE ZERO TO WS-ADDL-OUT.
073700     PERFORM 4300-CLOSE-UP-ONE-ADDL THRU 4300-EXIT
073800         VARYING WS-ADDL-IDX FROM 1 BY 1
073900         UNTIL WS-ADDL-IDX > 3.
074000 4000-EXIT.
074100     EXIT.
074200*----------------------------------------------------------------*
074300*    4100-REASSIGN-ONE-ADDL - REPLACE THE OLD SPECIALTY IN ONE
074400*    SLOT, OR CLEAR THE SLOT WHEN THE NEW ONE IS ALREADY CARRIED
074500*----------------------------------------------------------------*
074600 4100-REASSIGN-ONE-ADDL.
074700     IF DOCT-ADDL-SPECIALT OF DOCTOR-MASTER-RECORD (WS-ADDL-IDX)
074800             NOT = WS-OLD-SPEC-DESC
074900         AND DOCT-ADDL-SPECIALT OF DOCTOR-MASTER-RECORD
075000             (WS-ADDL-IDX) NOT = WS-OLD-SPEC-CODE
075100         IF DOCT-ADDL-SPECIALT OF DOCTOR-MASTER-RECORD
075200                 (WS-ADDL-IDX) = SPECIALT OF DOCTOR-MASTER-RECORD
075300             MOVE SPACES TO DOCT-ADDL-SPECIALT
075400                 OF DOCTOR-MASTER-RECORD (WS-ADDL-IDX)
075500         END-IF
075600         GO TO 4100-EXIT
075700     END-IF.
075800     MOVE 'N' TO WS-ADDL-DUP-SW.
075900     IF WS-NEW-SPEC-DESC = SPECIALT OF DOCTOR-MASTER-RECORD
076000         SET WS-ADDL-DUP TO TRUE
076100     END-IF.
076200     PERFORM 4200-TEST-ONE-ADDL-DUP THRU 4200-EXIT
076300         VARYING WS-ADDL-SCAN FROM 1 BY 1
076400         UNTIL WS-ADDL-SCAN > 3 OR WS-ADDL-DUP.
076500     IF WS-ADDL-DUP
076600         MOVE SPACES TO DOCT-ADDL-SPECIALT
076700             OF DOCTOR-MASTER-RECORD (WS-ADDL-IDX)
076800     ELSE
076900         MOVE WS-NEW-SPEC-DESC TO DOCT-ADDL-SPECIALT
077000             OF DOCTOR-MASTER-RECORD (WS-ADDL-IDX)
077100     END-IF.
077200 4100-EXIT.
077300     EXIT.
077400*----------------------------------------------------------------*
077500*    4200-TEST-ONE-ADDL-DUP - DOES ANOTHER SLOT ALREADY CARRY
077600*    THE NEW SPECIALTY
077700*----------------------------------------------------------------*
077800 4200-TEST-ONE-ADDL-DUP.
077900     IF WS-ADDL-SCAN NOT = WS-ADDL-IDX
078000         AND DOCT-ADDL-SPECIALT OF DOCTOR-MASTER-RECORD
078100             (WS-ADDL-SCAN) = WS-NEW-SPEC-DESC
078200         SET WS-ADDL-DUP TO TRUE
078300     END-IF.
078400 4200-EXIT.
078500     EXIT.
078600*----------------------------------------------------------------*
078700*    4300-CLOSE-UP-ONE-ADDL - MOVE ONE NON-BLANK SLOT BACK UP
078800*    TO THE NEXT FREE POSITION
078900*----------------------------------------------------------------*
079000 4300-CLOSE-UP-ONE-ADDL.
079100     IF WS-ADDL-SAVE (WS-ADDL-IDX) NOT = SPACES
079200         ADD 1 TO WS-ADDL-OUT
079300         MOVE WS-ADDL-SAVE (WS-ADDL-IDX) TO DOCT-ADDL-SPECIALT
079400             OF DOCTOR-MASTER-RECORD (WS-ADDL-OUT)
079500     END-IF.
079600 4300-EXIT.
079700     EXIT.
079800*----------------------------------------------------------------*
079900*    5000-INACTIVATE-DOCTOR - INACTIVE AS OF THE CARD'S DATE
080000*----------------------------------------------------------------*
080100 5000-INACTIVATE-DOCTOR.
080200     SET DOCT-INACTIVE OF DOCTOR-MASTER-RECORD TO TRUE.
080300     MOVE WS-EFF-DATE TO DOCT-STATUS-DATE OF DOCTOR-MASTER-RECORD.
080400     MOVE SPACES TO WS-DETAIL.
080500     STRING 'STATUS DATE ' DELIMITED BY SIZE
080600            WS-EFF-DATE DELIMITED BY SIZE
080700            INTO WS-DETAIL.
080800 5000-EXIT.
080900     EXIT.
081000*----------------------------------------------------------------*
081100*    6000-FILE-DOCTOR-CHANGE - IN AN UPDATE RUN FILE THE CHANGE
081200*    AND WRITE THE BEFORE/AFTER AUDIT RECORD UNDER THE JOB'S
081300*    NAME.  A PREVIEW ONLY COUNTS AND LISTS THE DOCTOR.  CALLER
081400*    HAS SAVED THE BEFORE IMAGE AND MADE THE CHANGE IN THE
081500*    RECORD AREA.
081600*----------------------------------------------------------------*
081700 6000-FILE-DOCTOR-CHANGE.
081800     MOVE DOCTNAME OF DOCTOR-MASTER-RECORD TO WS-PRINT-NAME.
081900     MOVE DOCT-NUMBER OF DOCTOR-MASTER-RECORD TO WS-TOUCH-DOCT-NO.
082000     IF WS-PREVIEW-RUN
082100         PERFORM 6900-COUNT-AND-PRINT THRU 6900-EXIT
082200         GO TO 6000-EXIT
082300     END-IF.
082400     REWRITE DOCTOR-MASTER-RECORD
082500         INVALID KEY
082600             DISPLAY 'UNABLE TO REWRITE DOCTOR '
082700                 DOCT-NUMBER OF DOCTOR-MASTER-RECORD
082800             ADD 1 TO WS-ERROR-COUNT
082900             GO TO 6000-EXIT
083000     END-REWRITE.
083100     SET AUDIT-ACTION-CHANGE TO TRUE.
083200     MOVE WS-BEFORE-DOCTOR-FIELDS TO AUDIT-BEFORE-IMAGE.
083300     MOVE DOCTOR-MASTER-RECORD TO AUDIT-AFTER-IMAGE.
083400     MOVE WS-JOB-NAME TO AUDIT-OPERATOR-ID.
083500     ACCEPT AUDIT-ACTION-DATE FROM DATE YYYYMMDD.
083600     ACCEPT AUDIT-ACTION-TIME FROM TIME.
083700     WRITE AUDIT-LOG-RECORD.
083800     PERFORM 6900-COUNT-AND-PRINT THRU 6900-EXIT.
083900 6000-EXIT.
084000     EXIT.
084100*----------------------------------------------------------------*
084200*    6900-COUNT-AND-PRINT - ADD THE RECORD TO THE CONTROL TOTAL
084300*    AND LIST IT.  THE SAME LINE PRINTS IN A PREVIEW AND AN
084400*    UPDATE, SO THE TWO LISTS AND TOTALS MATCH LINE FOR LINE.
084500*----------------------------------------------------------------*
084600 6900-COUNT-AND-PRINT.
084700     ADD 1 TO WS-TOUCHED-COUNT.
084800     ADD WS-TOUCH-DOCT-NO TO WS-HASH-TOTAL.
084900     MOVE SPACES TO REPORT-LINE.
085000     STRING '  ' DELIMITED BY SIZE
085100            WS-ACTION-WORD DELIMITED BY SIZE
085200            WS-TOUCH-DOCT-NO DELIMITED BY SIZE
085300            ' ' DELIMITED BY SIZE
085400            WS-PRINT-NAME DELIMITED BY SIZE
085500            ' ' DELIMITED BY SIZE
085600            WS-DETAIL DELIMITED BY SIZE
085700            INTO REPORT-LINE.
085800     WRITE REPORT-LINE.
085900 6900-EXIT.
086000     EXIT.
086100*----------------------------------------------------------------*
086200*    9000-TERMINATE - TOTALS, THE CONTROL TOTAL AND CLOSE.  THE
086300*    CONTROL TOTAL IS THE RECORD COUNT AND THE SUM OF THE DOCTOR
086400*    NUMBERS TOUCHED; AN UPDATE RUN SHOULD MATCH ITS PREVIEW.
086500*    A RECORD THAT COULD NOT BE REWRITTEN ENDS THE RUN WITH
086600*    CONDITION CODE 4.
086700*----------------------------------------------------------------*
086800 9000-TERMINATE.
086900     MOVE SPACES TO REPORT-LINE.
087000     WRITE REPORT-LINE.
087100     MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
087200     STRING 'RECORDS READ:                 ' DELIMITED BY SIZE
087300            WS-COUNT-EDIT DELIMITED BY SIZE
087400            INTO REPORT-LINE.
087500     WRITE REPORT-LINE.
087600     MOVE SPACES TO REPORT-LINE.
087700     MOVE WS-SKIPPED-COUNT TO WS-COUNT-EDIT.
087800     STRING 'SELECTED BUT KEPT:            ' DELIMITED BY SIZE
087900            WS-COUNT-EDIT DELIMITED BY SIZE
088000            INTO REPORT-LINE.
088100     WRITE REPORT-LINE.
088200     MOVE SPACES TO REPORT-LINE.
088300     MOVE WS-ERROR-COUNT TO WS-COUNT-EDIT.
088400     STRING 'NOT CHANGED - ERRORS:         ' DELIMITED BY SIZE
088500            WS-COUNT-EDIT DELIMITED BY SIZE
088600            INTO REPORT-LINE.
088700     WRITE REPORT-LINE.
088800     MOVE SPACES TO REPORT-LINE.
088900     MOVE WS-TOUCHED-COUNT TO WS-COUNT-EDIT.
089000     STRING 'CONTROL TOTAL - RECORDS:      ' DELIMITED BY SIZE
089100            WS-COUNT-EDIT DELIMITED BY SIZE
089200            INTO REPORT-LINE.
089300     WRITE REPORT-LINE.
089400     MOVE SPACES TO REPORT-LINE.
089500     MOVE WS-HASH-TOTAL TO WS-HASH-EDIT.
089600     STRING 'CONTROL TOTAL - DOCTOR NO HASH: ' DELIMITED BY SIZE
089700            WS-HASH-EDIT DELIMITED BY SIZE
089800            INTO REPORT-LINE.
089900     WRITE REPORT-LINE.
090000     IF WS-PREVIEW-RUN
090100         MOVE SPACES TO REPORT-LINE
090200         WRITE REPORT-LINE
090300         MOVE 'PREVIEW ONLY - RERUN WITH U IN COLUMN 1 TO APPLY'
090400             TO REPORT-LINE
090500         WRITE REPORT-LINE
090600     END-IF.
090700     CLOSE DOCTOR-MASTER.
090800     PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT.
090900     IF WS-SELECT-FACILITY
091000         CLOSE DOCTOR-FACILITY
091100     END-IF.
091200     IF WS-HELD-OPEN
091300         CLOSE HELD-CHANGES
091400     END-IF.
091500     IF WS-UPDATE-RUN
091600         CLOSE AUDIT-LOG
091700     END-IF.
091800     CLOSE MASS-REPORT.
091900     DISPLAY 'MODE:    ' WS-CARD-MODE.
092000     DISPLAY 'TOUCHED: ' WS-TOUCHED-COUNT.
092100     DISPLAY 'HASH:    ' WS-HASH-TOTAL.
092200     DISPLAY 'KEPT:    ' WS-SKIPPED-COUNT.
092300     IF WS-ERROR-COUNT > ZERO
092400         DISPLAY 'ERRORS:  ' WS-ERROR-COUNT
092500         MOVE 4 TO RETURN-CODE
092600     END-IF.
092700 9000-EXIT.
092800     EXIT.
092900 COPY SPECLOAD.
093000 COPY SPECVAL.
093100 COPY DATEVAL.
093200 COPY LOCKPROC.
