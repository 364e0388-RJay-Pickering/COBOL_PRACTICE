000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DOCTPUB.
000300 AUTHOR. R JAY PICKERING.
000400 INSTALLATION. CREDENTIALING - FRONT DESK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    ---------------------------------------------------------
001000*    2026-10-15  RJP  ORIGINAL - PUBLIC PROVIDER DIRECTORY FOR
001100*                     THE WEBSITE AND THE HEALTH PLAN
001200*                     DIRECTORIES.  UNLIKE THE DOCTEXT EXTRACT
001300*                     ONLY DOCTORS WHO ARE ACTIVE AND
001400*                     CREDENTIALING-APPROVED ARE PUBLISHED -
001500*                     SUSPENDED, RETIRED, INACTIVE, DENIED AND
001600*                     NOT-YET-APPROVED DOCTORS NEVER APPEAR.
001700*                     EACH ROW CARRIES EVERY SPECIALTY (PRIMARY
001800*                     AND ADDITIONAL) IN ITS SPECIALTY MASTER
001900*                     SPELLING AND EVERY ACTIVE AFFILIATION AT
002000*                     AN ACTIVE FACILITY WITH THE FACILITY NAME
002100*                     AND ADDRESS.  THE FILE IS '|'-DELIMITED
002200*                     WITH A COLUMN HEADER ROW AND A CONTROL
002300*                     TRAILER, AND IS MATCHED AGAINST THE LAST
002400*                     PUBLICATION FOR AN ADDED / DROPPED REPORT.
002420*    2026-10-15  RJP  A FILE THAT WILL NOT OPEN ONCE THE LOCK
002440*                     IS TAKEN NOW ENDS THE RUN CONDITION 12
002460*                     INSTEAD OF A CLEAN-LOOKING ZERO, SO THE
002480*                     JOB DISCARDS THE GENERATION IT STARTED.
002500*    ---------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT DOCTOR-MASTER ASSIGN TO 'DOCTMAST'
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS DOCT-NUMBER OF DOCTOR-MASTER-RECORD
003300         FILE STATUS IS WS-MAST-STATUS.
003400     SELECT DOCTOR-FACILITY ASSIGN TO 'DOCTAFFL'
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS AFFL-KEY
003800         FILE STATUS IS WS-AFFL-STATUS.
003900     SELECT FACILITY-MASTER ASSIGN TO 'FACMAST'
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS FAC-CODE
004300         FILE STATUS IS WS-FAC-STATUS.
004400     SELECT SPECIALTY-MASTER ASSIGN TO 'SPECMAST'
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS SPEC-REC-CODE
004800         FILE STATUS IS WS-SPEC-STATUS.
004900     SELECT MASTER-LOCK ASSIGN TO 'DOCTLOCK'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-LOCK-STATUS.
005200     SELECT PREVIOUS-DIRECTORY ASSIGN TO 'PUBPREV'
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-PREV-STATUS.
005500     SELECT PUBLIC-DIRECTORY ASSIGN TO 'PUBDIR'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-PUB-STATUS.
005800     SELECT PUB-REPORT ASSIGN TO 'PUBRPT'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-RPT-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  DOCTOR-MASTER.
006400     COPY DOCTREC REPLACING ==DOCTREC-LAYOUT==
006500                         BY ==DOCTOR-MASTER-RECORD==.
006600 FD  DOCTOR-FACILITY.
006700     COPY AFFLREC.
006800 FD  FACILITY-MASTER.
006900     COPY FACREC.
007000 FD  SPECIALTY-MASTER.
007100     COPY SPECREC.
007200 FD  MASTER-LOCK.
007300     COPY LOCKREC.
007400 FD  PREVIOUS-DIRECTORY.
007500 01  PREV-LINE                   PIC X(1000).
007600 FD  PUBLIC-DIRECTORY.
007700 01  PUB-LINE                    PIC X(1000).
007800 FD  PUB-REPORT.
007900 01  REPORT-LINE                 PIC X(100).
008000 WORKING-STORAGE SECTION.
008100 01  WS-MAST-STATUS              PIC X(02).
008200 01  WS-AFFL-STATUS              PIC X(02).
008300 01  WS-FAC-STATUS               PIC X(02).
008400 01  WS-SPEC-STATUS              PIC X(02).
008500 01  WS-PREV-STATUS              PIC X(02).
008600 01  WS-PUB-STATUS               PIC X(02).
008700 01  WS-RPT-STATUS               PIC X(02).
008800 01  WS-SWITCHES.
008900     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
009000         88  WS-EOF                      VALUE 'Y'.
009100     05  WS-PREV-EOF-SW              PIC X(01) VALUE 'N'.
009200         88  WS-PREV-EOF                 VALUE 'Y'.
009300     05  WS-PREV-OPEN-SW             PIC X(01) VALUE 'N'.
009400         88  WS-PREV-OPEN                VALUE 'Y'.
009500     05  WS-AFFL-EOF-SW              PIC X(01) VALUE 'N'.
009600         88  WS-AFFL-EOF                 VALUE 'Y'.
009700     05  WS-LISTED-SW                PIC X(01) VALUE 'N'.
009800         88  WS-LISTED                   VALUE 'Y'.
009900     05  WS-TRUNCATED-SW             PIC X(01) VALUE 'N'.
010000         88  WS-TRUNCATED                VALUE 'Y'.
010100 01  WS-VALID-SW                 PIC X(01) VALUE 'N'.
010200     88  WS-FIELD-VALID              VALUE 'Y'.
010300 01  WS-SPECIALT-INPUT           PIC X(20).
010400 01  WS-RUN-DATE                 PIC 9(08).
010500 01  WS-ADDL-IDX                 PIC 9(04) COMP VALUE ZERO.
010600 01  WS-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
010700 01  WS-PUBLISHED-COUNT          PIC 9(08) COMP VALUE ZERO.
010800 01  WS-PUB-FAC-COUNT            PIC 9(08) COMP VALUE ZERO.
010900 01  WS-ADDED-COUNT              PIC 9(08) COMP VALUE ZERO.
011000 01  WS-DROPPED-COUNT            PIC 9(08) COMP VALUE ZERO.
011100 01  WS-KEPT-COUNT               PIC 9(08) COMP VALUE ZERO.
011200 01  WS-TRUNC-COUNT              PIC 9(08) COMP VALUE ZERO.
011300 01  WS-COUNT-EDIT               PIC ZZ,ZZZ,ZZ9.
011400 01  WS-ROW-COUNT                PIC 9(08).
011500*    THE THREE REPEATING COLUMNS ARE BUILT SEPARATELY AND
011600*    JOINED INTO THE ROW LAST.  ENTRIES WITHIN A COLUMN ARE
011700*    SEPARATED BY ';' - THE FACILITY NAME AND ADDRESS COLUMNS
011800*    RUN IN THE SAME ORDER, ONE ENTRY PER FACILITY.
011900 01  WS-PUB-SPECIALTIES          PIC X(90).
012000 01  WS-SPEC-PTR                 PIC 9(04) COMP VALUE 1.
012100 01  WS-PUB-FAC-NAMES            PIC X(400).
012200 01  WS-NAME-PTR                 PIC 9(04) COMP VALUE 1.
012300 01  WS-PUB-FAC-ADDRS            PIC X(400).
012400 01  WS-ADDR-PTR                 PIC 9(04) COMP VALUE 1.
012500 01  WS-PUB-SPEC-DESC            PIC X(20).
012600 01  WS-PREV-FIELDS.
012700     05  WS-PREV-DOCT-NO-X           PIC X(08).
012800     05  WS-PREV-DOCT-NO REDEFINES WS-PREV-DOCT-NO-X
012900                                     PIC 9(08).
013000     05  WS-PREV-NPI-X               PIC X(10).
013100     05  WS-PREV-NAME                PIC X(20).
013200 01  WS-DROP-REASON              PIC X(20).
013300 COPY LOCKWRK.
013400 COPY SPECTAB.
013500 PROCEDURE DIVISION.
013600*----------------------------------------------------------------*
013700*    0000-MAINLINE
013800*----------------------------------------------------------------*
013900 0000-MAINLINE.
014000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014100     PERFORM 2000-PUBLISH-ONE-DOCTOR THRU 2000-EXIT
014200         UNTIL WS-EOF.
014300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014400     STOP RUN.
014500*----------------------------------------------------------------*
014600*    1000-INITIALIZE - TAKE THE MASTER LOCK SO THE DIRECTORY IS
014700*    A CONSISTENT SNAPSHOT, OPEN THE FILES, LOAD THE SPECIALTY
014800*    TABLE AND WRITE THE COLUMN HEADER ROW.  THE PREVIOUS
014900*    PUBLICATION IS OPTIONAL - WITHOUT ONE EVERY DOCTOR
015000*    PUBLISHED COUNTS AS ADDED.
015100*----------------------------------------------------------------*
015200 1000-INITIALIZE.
015300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015400     MOVE 'DOCTPUB' TO WS-LOCK-HOLDER-ID.
015500     PERFORM 7800-TAKE-MASTER-LOCK THRU 7800-EXIT.
015600     IF NOT WS-LOCK-TAKEN
015700         DISPLAY 'DOCTOR MASTER BUSY - RERUN WHEN FREE'
015800         MOVE 8 TO RETURN-CODE
015900         STOP RUN
016000     END-IF.
016100     OPEN INPUT DOCTOR-MASTER.
016200     IF WS-MAST-STATUS NOT = '00'
016300         DISPLAY 'UNABLE TO OPEN DOCTOR-MASTER - STATUS '
016400             WS-MAST-STATUS
016500         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
016700     END-IF.
016800     OPEN INPUT DOCTOR-FACILITY.
016900     IF WS-AFFL-STATUS NOT = '00'
017000         DISPLAY 'UNABLE TO OPEN DOCTOR-FACILITY - STATUS '
017100             WS-AFFL-STATUS
017200         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
017400     END-IF.
017500     OPEN INPUT FACILITY-MASTER.
017600     IF WS-FAC-STATUS NOT = '00'
017700         DISPLAY 'UNABLE TO OPEN FACILITY-MASTER - STATUS '
017800             WS-FAC-STATUS
017900         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
018100     END-IF.
018200     PERFORM 7500-LOAD-SPECIALTY-TABLE THRU 7500-EXIT.
018300     OPEN OUTPUT PUBLIC-DIRECTORY.
018400     IF WS-PUB-STATUS NOT = '00'
018500         DISPLAY 'UNABLE TO OPEN PUBLIC-DIRECTORY - STATUS '
018600             WS-PUB-STATUS
018700         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
018900     END-IF.
019000     OPEN OUTPUT PUB-REPORT.
019100     IF WS-RPT-STATUS NOT = '00'
019200         DISPLAY 'UNABLE TO OPEN PUB-REPORT - STATUS '
019300             WS-RPT-STATUS
019400         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
019600     END-IF.
019700     MOVE SPACES TO REPORT-LINE.
019800     STRING 'PUBLIC DIRECTORY PUBLICATION - RUN DATE '
019900             DELIMITED BY SIZE
020000            WS-RUN-DATE DELIMITED BY SIZE
020100            INTO REPORT-LINE.
020200     WRITE REPORT-LINE.
020300     MOVE SPACES TO REPORT-LINE.
020400     WRITE REPORT-LINE.
020500     OPEN INPUT PREVIOUS-DIRECTORY.
020600     IF WS-PREV-STATUS = '00'
020700         SET WS-PREV-OPEN TO TRUE
020800         PERFORM 2700-READ-PREVIOUS THRU 2700-EXIT
020900     ELSE
021000         SET WS-PREV-EOF TO TRUE
021100         MOVE 'NO PREVIOUS PUBLICATION - EVERY DOCTOR IS ADDED'
021200             TO REPORT-LINE
021300         WRITE REPORT-LINE
021400         MOVE SPACES TO REPORT-LINE
021500         WRITE REPORT-LINE
021600     END-IF.
021700     MOVE SPACES TO PUB-LINE.
021800     STRING 'DOCTOR NUMBER|NPI|NAME|ADDRESS|PHONE|SPECIALTIES|'
021900             DELIMITED BY SIZE
022000            'FACILITY NAMES|FACILITY ADDRESSES'
022100             DELIMITED BY SIZE
022200            INTO PUB-LINE.
022300     WRITE PUB-LINE.
022400     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
022500 1000-EXIT.
022600     EXIT.
022605*----------------------------------------------------------------*
022610*    1900-ABANDON-RUN - A FILE THE PUBLICATION CANNOT DO
022615*    WITHOUT IS MISSING.  HAND THE LOCK BACK AND END WITH
022620*    CONDITION CODE 12 - THE JCL THEN DROPS THE NEW GENERATION
022625*    SO A PARTIAL DIRECTORY IS NEVER READ BACK AS PUBPREV.
022630*----------------------------------------------------------------*
022635 1900-ABANDON-RUN.
022640     PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT.
022645     MOVE 12 TO RETURN-CODE.
022650     STOP RUN.
022655 1900-EXIT.
022660     EXIT.
022700*----------------------------------------------------------------*
022800*    2000-PUBLISH-ONE-DOCTOR - EVERY MASTER RECORD IS MATCHED
022900*    AGAINST THE PREVIOUS PUBLICATION, SO A DOCTOR WHO FELL OFF
023000*    IS REPORTED WITH THE STATUS THAT TOOK IT OFF.  ONLY AN
023100*    ACTIVE, CREDENTIALING-APPROVED DOCTOR IS WRITTEN.
023200*----------------------------------------------------------------*
023300 2000-PUBLISH-ONE-DOCTOR.
023400     MOVE 'N' TO WS-LISTED-SW.
023500     IF DOCT-ACTIVE OF DOCTOR-MASTER-RECORD
023600         AND DOCT-CRED-APPROVED OF DOCTOR-MASTER-RECORD
023700         SET WS-LISTED TO TRUE
023800         PERFORM 2200-WRITE-DIRECTORY-ROW THRU 2200-EXIT
023900     END-IF.
024000     PERFORM 3000-MATCH-PREVIOUS THRU 3000-EXIT.
024100     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
024200 2000-EXIT.
024300     EXIT.
024400*----------------------------------------------------------------*
024500*    2100-READ-MASTER - READ THE MASTER SEQUENTIALLY BY KEY
024600*----------------------------------------------------------------*
024700 2100-READ-MASTER.
024800     READ DOCTOR-MASTER NEXT RECORD
024900         AT END
025000             SET WS-EOF TO TRUE
025100     END-READ.
025200     IF WS-MAST-STATUS NOT = '00'
025300         SET WS-EOF TO TRUE
025400     END-IF.
025500     IF NOT WS-EOF
025600         ADD 1 TO WS-READ-COUNT
025700     END-IF.
025800 2100-EXIT.
025900     EXIT.
026000*----------------------------------------------------------------*
026100*    2200-WRITE-DIRECTORY-ROW - BUILD THE SPECIALTY AND
026200*    FACILITY COLUMNS AND WRITE THE DOCTOR'S ROW
026300*----------------------------------------------------------------*
026400 2200-WRITE-DIRECTORY-ROW.
026500     MOVE 'N' TO WS-TRUNCATED-SW.
026600     MOVE SPACES TO WS-PUB-SPECIALTIES.
026700     MOVE 1 TO WS-SPEC-PTR.
026800     MOVE SPECIALT OF DOCTOR-MASTER-RECORD TO WS-SPECIALT-INPUT.
026900     PERFORM 2300-ADD-ONE-SPECIALTY THRU 2300-EXIT.
027000     PERFORM 2250-ADD-ONE-ADDL THRU 2250-EXIT
027100         VARYING WS-ADDL-IDX FROM 1 BY 1
027200         UNTIL WS-ADDL-IDX > 3.
027300     MOVE SPACES TO WS-PUB-FAC-NAMES.
027400     MOVE SPACES TO WS-PUB-FAC-ADDRS.
027500     MOVE 1 TO WS-NAME-PTR.
027600     MOVE 1 TO WS-ADDR-PTR.
027700     MOVE DOCT-NUMBER OF DOCTOR-MASTER-RECORD
027800         TO AFFL-DOCT-NUMBER.
027900     MOVE LOW-VALUES TO AFFL-FAC-CODE.
028000     MOVE 'N' TO WS-AFFL-EOF-SW.
028100     START DOCTOR-FACILITY
028200         KEY NOT LESS THAN AFFL-KEY
028300         INVALID KEY
028400             SET WS-AFFL-EOF TO TRUE
028500     END-START.
028600     PERFORM 2400-ADD-ONE-FACILITY THRU 2400-EXIT
028700         UNTIL WS-AFFL-EOF.
028800     MOVE SPACES TO PUB-LINE.
028900     STRING DOCT-NUMBER OF DOCTOR-MASTER-RECORD
029000                DELIMITED BY SIZE
029100            '|' DELIMITED BY SIZE
029200            DOCT-NPI OF DOCTOR-MASTER-RECORD DELIMITED BY SIZE
029300            '|' DELIMITED BY SIZE
029400            FUNCTION TRIM(DOCTNAME OF DOCTOR-MASTER-RECORD)
029500                DELIMITED BY SIZE
029600            '|' DELIMITED BY SIZE
029700            FUNCTION TRIM(DOCT-ADDRESS OF DOCTOR-MASTER-RECORD)
029800                DELIMITED BY SIZE
029900            '|' DELIMITED BY SIZE
030000            DOCT-PHONE OF DOCTOR-MASTER-RECORD DELIMITED BY SIZE
030100            '|' DELIMITED BY SIZE
030200            FUNCTION TRIM(WS-PUB-SPECIALTIES) DELIMITED BY SIZE
030300            '|' DELIMITED BY SIZE
030400            FUNCTION TRIM(WS-PUB-FAC-NAMES) DELIMITED BY SIZE
030500            '|' DELIMITED BY SIZE
030600            FUNCTION TRIM(WS-PUB-FAC-ADDRS) DELIMITED BY SIZE
030700            INTO PUB-LINE.
030800     WRITE PUB-LINE.
030900     ADD 1 TO WS-PUBLISHED-COUNT.
031000     IF WS-TRUNCATED
031100         ADD 1 TO WS-TRUNC-COUNT
031200         MOVE SPACES TO REPORT-LINE
031300         STRING '  TRUNCATED ' DELIMITED BY SIZE
031400                DOCT-NUMBER OF DOCTOR-MASTER-RECORD
031500                    DELIMITED BY SIZE
031600                ' ' DELIMITED BY SIZE
031700                DOCTNAME OF DOCTOR-MASTER-RECORD
031800                    DELIMITED BY SIZE
031900                ' - FACILITY LIST TOO LONG FOR THE ROW'
032000                    DELIMITED BY SIZE
032100                INTO REPORT-LINE
032200         WRITE REPORT-LINE
032300     END-IF.
032400 2200-EXIT.
032500     EXIT.
032600*----------------------------------------------------------------*
032700*    2250-ADD-ONE-ADDL - ONE ADDITIONAL SPECIALTY SLOT
032800*----------------------------------------------------------------*
032900 2250-ADD-ONE-ADDL.
033000     MOVE DOCT-ADDL-SPECIALT
033100         OF DOCTOR-MASTER-RECORD (WS-ADDL-IDX)
033200         TO WS-SPECIALT-INPUT.
033300     PERFORM 2300-ADD-ONE-SPECIALTY THRU 2300-EXIT.
033400 2250-EXIT.
033500     EXIT.
033600*----------------------------------------------------------------*
033700*    2300-ADD-ONE-SPECIALTY - APPEND ONE SPECIALTY TO THE
033800*    COLUMN IN ITS SPECIALTY MASTER SPELLING.  A SPECIALTY
033900*    SINCE DEACTIVATED IS NO LONGER IN THE TABLE AND GOES OUT
034000*    AS FILED ON THE DOCTOR.  AN EMPTY SLOT ADDS NOTHING.
034100*----------------------------------------------------------------*
034200 2300-ADD-ONE-SPECIALTY.
034300     IF WS-SPECIALT-INPUT = SPACES
034400         GO TO 2300-EXIT
034500     END-IF.
034600     MOVE WS-SPECIALT-INPUT TO WS-PUB-SPEC-DESC.
034700     PERFORM 7000-VALIDATE-SPECIALTY THRU 7000-EXIT.
034800     IF WS-FIELD-VALID
034900         MOVE SPEC-DESC (SPEC-IDX) TO WS-PUB-SPEC-DESC
035000     END-IF.
035100     IF WS-SPEC-PTR > 1
035200         STRING ';' DELIMITED BY SIZE
035300                INTO WS-PUB-SPECIALTIES
035400                WITH POINTER WS-SPEC-PTR
035500     END-IF.
035600     STRING FUNCTION TRIM(WS-PUB-SPEC-DESC) DELIMITED BY SIZE
035700            INTO WS-PUB-SPECIALTIES
035800            WITH POINTER WS-SPEC-PTR.
035900 2300-EXIT.
036000     EXIT.
036100*----------------------------------------------------------------*
036200*    2400-ADD-ONE-FACILITY - NEXT AFFILIATION FOR THE DOCTOR.
036300*    ONLY AN ACTIVE AFFILIATION AT A FACILITY STILL ACTIVE ON
036400*    THE FACILITY MASTER IS PUBLISHED.
036500*----------------------------------------------------------------*
036600 2400-ADD-ONE-FACILITY.
036700     READ DOCTOR-FACILITY NEXT RECORD
036800         AT END
036900             SET WS-AFFL-EOF TO TRUE
037000     END-READ.
037100     IF WS-AFFL-STATUS NOT = '00'
037200         SET WS-AFFL-EOF TO TRUE
037300     END-IF.
037400     IF WS-AFFL-EOF
037500         GO TO 2400-EXIT
037600     END-IF.
037700     IF AFFL-DOCT-NUMBER NOT = DOCT-NUMBER OF DOCTOR-MASTER-RECORD
037800         SET WS-AFFL-EOF TO TRUE
037900         GO TO 2400-EXIT
038000     END-IF.
038100     IF NOT AFFL-ACTIVE
038200         GO TO 2400-EXIT
038300     END-IF.
038400     MOVE AFFL-FAC-CODE TO FAC-CODE.
038500     READ FACILITY-MASTER
038600         INVALID KEY
038700             GO TO 2400-EXIT
038800     END-READ.
038900     IF NOT FAC-ACTIVE
039000         GO TO 2400-EXIT
039100     END-IF.
039200     IF WS-NAME-PTR > 1
039300         STRING ';' DELIMITED BY SIZE
039400                INTO WS-PUB-FAC-NAMES
039500                WITH POINTER WS-NAME-PTR
039600             ON OVERFLOW
039700                 SET WS-TRUNCATED TO TRUE
039800         END-STRING
039900         STRING ';' DELIMITED BY SIZE
040000                INTO WS-PUB-FAC-ADDRS
040100                WITH POINTER WS-ADDR-PTR
040200             ON OVERFLOW
040300                 SET WS-TRUNCATED TO TRUE
040400         END-STRING
040500     END-IF.
040600     STRING FUNCTION TRIM(FAC-NAME) DELIMITED BY SIZE
040700            INTO WS-PUB-FAC-NAMES
040800            WITH POINTER WS-NAME-PTR
040900         ON OVERFLOW
041000             SET WS-TRUNCATED TO TRUE
041100     END-STRING.
041200     STRING FUNCTION TRIM(FAC-ADDRESS) DELIMITED BY SIZE
041300            INTO WS-PUB-FAC-ADDRS
041400            WITH POINTER WS-ADDR-PTR
041500         ON OVERFLOW
041600             SET WS-TRUNCATED TO TRUE
041700     END-STRING.
041800     ADD 1 TO WS-PUB-FAC-COUNT.
041900 2400-EXIT.
042000     EXIT.
042100*----------------------------------------------------------------*
042200*    2700-READ-PREVIOUS - NEXT DOCTOR ROW OF THE LAST
042300*    PUBLICATION, SKIPPING ITS COLUMN HEADER AND TRAILER
042400*----------------------------------------------------------------*
042500 2700-READ-PREVIOUS.
042600     READ PREVIOUS-DIRECTORY
042700         AT END
042800             SET WS-PREV-EOF TO TRUE
042900     END-READ.
043000     IF WS-PREV-EOF
043100         GO TO 2700-EXIT
043200     END-IF.
043300     MOVE SPACES TO WS-PREV-FIELDS.
043400     UNSTRING PREV-LINE DELIMITED BY '|'
043500         INTO WS-PREV-DOCT-NO-X
043600              WS-PREV-NPI-X
043700              WS-PREV-NAME.
043800     IF WS-PREV-DOCT-NO-X NOT NUMERIC
043900         GO TO 2700-READ-PREVIOUS
044000     END-IF.
044100 2700-EXIT.
044200     EXIT.
044300*----------------------------------------------------------------*
044400*    3000-MATCH-PREVIOUS - BOTH SIDES ARE IN DOCTOR NUMBER
044500*    ORDER.  A PREVIOUS ROW BELOW THE CURRENT MASTER KEY IS A
044600*    DOCTOR NO LONGER ON THE MASTER AT ALL; AN EQUAL ROW IS
044700*    KEPT WHEN THE DOCTOR IS STILL LISTED AND DROPPED WHEN NOT;
044800*    A LISTED DOCTOR WITH NO PREVIOUS ROW IS NEW.
044900*----------------------------------------------------------------*
045000 3000-MATCH-PREVIOUS.
045100     MOVE 'NO LONGER ON FILE' TO WS-DROP-REASON.
045200     PERFORM 3100-DROP-ONE-PREVIOUS THRU 3100-EXIT
045300         UNTIL WS-PREV-EOF
045400         OR WS-PREV-DOCT-NO
045500             NOT < DOCT-NUMBER OF DOCTOR-MASTER-RECORD.
045600     IF NOT WS-PREV-EOF
045700         AND WS-PREV-DOCT-NO = DOCT-NUMBER OF DOCTOR-MASTER-RECORD
045800         IF WS-LISTED
045900             ADD 1 TO WS-KEPT-COUNT
046000         ELSE
046100             PERFORM 3200-SET-DROP-REASON THRU 3200-EXIT
046200             PERFORM 3100-DROP-ONE-PREVIOUS THRU 3100-EXIT
046300             GO TO 3000-EXIT
046400         END-IF
046500         PERFORM 2700-READ-PREVIOUS THRU 2700-EXIT
046600         GO TO 3000-EXIT
046700     END-IF.
046800     IF WS-LISTED
046900         ADD 1 TO WS-ADDED-COUNT
047000         MOVE SPACES TO REPORT-LINE
047100         STRING '  ADDED     ' DELIMITED BY SIZE
047200                DOCT-NUMBER OF DOCTOR-MASTER-RECORD
047300                    DELIMITED BY SIZE
047400                ' ' DELIMITED BY SIZE
047500                DOCTNAME OF DOCTOR-MASTER-RECORD
047600                    DELIMITED BY SIZE
047700                INTO REPORT-LINE
047800         WRITE REPORT-LINE
047900     END-IF.
048000 3000-EXIT.
048100     EXIT.
048200*----------------------------------------------------------------*
048300*    3100-DROP-ONE-PREVIOUS - REPORT THE PREVIOUS ROW AS
048400*    DROPPED WITH WS-DROP-REASON AND MOVE PAST IT
048500*----------------------------------------------------------------*
048600 3100-DROP-ONE-PREVIOUS.
048700     ADD 1 TO WS-DROPPED-COUNT.
048800     MOVE SPACES TO REPORT-LINE.
048900     STRING '  DROPPED   ' DELIMITED BY SIZE
049000            WS-PREV-DOCT-NO-X DELIMITED BY SIZE
049100            ' ' DELIMITED BY SIZE
049200            WS-PREV-NAME DELIMITED BY SIZE
049300            ' - ' DELIMITED BY SIZE
049400            FUNCTION TRIM(WS-DROP-REASON) DELIMITED BY SIZE
049500            INTO REPORT-LINE.
049600     WRITE REPORT-LINE.
049700     PERFORM 2700-READ-PREVIOUS THRU 2700-EXIT.
049800 3100-EXIT.
049900     EXIT.
050000*----------------------------------------------------------------*
050100*    3200-SET-DROP-REASON - WHY A DOCTOR STILL ON THE MASTER
050200*    IS NO LONGER PUBLISHED
050300*----------------------------------------------------------------*
050400 3200-SET-DROP-REASON.
050500     EVALUATE TRUE
050600         WHEN DOCT-SUSPENDED OF DOCTOR-MASTER-RECORD
050700             MOVE 'SUSPENDED' TO WS-DROP-REASON
050800         WHEN DOCT-RETIRED OF DOCTOR-MASTER-RECORD
050900             MOVE 'RETIRED' TO WS-DROP-REASON
051000         WHEN DOCT-INACTIVE OF DOCTOR-MASTER-RECORD
051100             MOVE 'INACTIVE' TO WS-DROP-REASON
051200         WHEN DOCT-CRED-DENIED OF DOCTOR-MASTER-RECORD
051300             MOVE 'CREDENTIALING DENIED' TO WS-DROP-REASON
051400         WHEN DOCT-CRED-PENDING OF DOCTOR-MASTER-RECORD
051500             MOVE 'CREDENTIALING PENDING' TO WS-DROP-REASON
051600         WHEN OTHER
051700             MOVE 'NOT APPROVED' TO WS-DROP-REASON
051800     END-EVALUATE.
051900 3200-EXIT.
052000     EXIT.
052100*----------------------------------------------------------------*
052200*    9000-TERMINATE - ANY PREVIOUS ROWS LEFT PAST THE END OF
052300*    THE MASTER ARE DROPPED.  WRITE THE CONTROL TRAILER, PRINT
052400*    THE TOTALS AND CLOSE.
052500*----------------------------------------------------------------*
052600 9000-TERMINATE.
052700     MOVE 'NO LONGER ON FILE' TO WS-DROP-REASON.
052800     PERFORM 3100-DROP-ONE-PREVIOUS THRU 3100-EXIT
052900         UNTIL WS-PREV-EOF.
053000     MOVE WS-PUBLISHED-COUNT TO WS-ROW-COUNT.
053100     MOVE SPACES TO PUB-LINE.
053200     STRING 'TRAILER|' DELIMITED BY SIZE
053300            WS-RUN-DATE DELIMITED BY SIZE
053400            '|' DELIMITED BY SIZE
053500            WS-ROW-COUNT DELIMITED BY SIZE
053600            INTO PUB-LINE.
053700     WRITE PUB-LINE.
053800     PERFORM 9200-WRITE-TOTALS THRU 9200-EXIT.
053900     CLOSE DOCTOR-MASTER.
054000     CLOSE DOCTOR-FACILITY.
054100     CLOSE FACILITY-MASTER.
054200     PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT.
054300     IF WS-PREV-OPEN
054400         CLOSE PREVIOUS-DIRECTORY
054500     END-IF.
054600     CLOSE PUBLIC-DIRECTORY.
054700     CLOSE PUB-REPORT.
054800     DISPLAY 'DOCTORS READ:      ' WS-READ-COUNT.
054900     DISPLAY 'DOCTORS PUBLISHED: ' WS-PUBLISHED-COUNT.
055000     DISPLAY 'ADDED:             ' WS-ADDED-COUNT.
055100     DISPLAY 'DROPPED:           ' WS-DROPPED-COUNT.
055200 9000-EXIT.
055300     EXIT.
055400*----------------------------------------------------------------*
055500*    9200-WRITE-TOTALS - THE PUBLICATION TOTALS
055600*----------------------------------------------------------------*
055700 9200-WRITE-TOTALS.
055800     MOVE SPACES TO REPORT-LINE.
055900     WRITE REPORT-LINE.
056000     MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
056100     STRING 'DOCTORS READ:            ' DELIMITED BY SIZE
056200            WS-COUNT-EDIT DELIMITED BY SIZE
056300            INTO REPORT-LINE.
056400     WRITE REPORT-LINE.
056500     MOVE SPACES TO REPORT-LINE.
056600     MOVE WS-PUBLISHED-COUNT TO WS-COUNT-EDIT.
056700     STRING 'DOCTORS PUBLISHED:       ' DELIMITED BY SIZE
056800            WS-COUNT-EDIT DELIMITED BY SIZE
056900            INTO REPORT-LINE.
057000     WRITE REPORT-LINE.
057100     MOVE SPACES TO REPORT-LINE.
057200     MOVE WS-PUB-FAC-COUNT TO WS-COUNT-EDIT.
057300     STRING 'FACILITY LISTINGS:       ' DELIMITED BY SIZE
057400            WS-COUNT-EDIT DELIMITED BY SIZE
057500            INTO REPORT-LINE.
057600     WRITE REPORT-LINE.
057700     MOVE SPACES TO REPORT-LINE.
057800     MOVE WS-ADDED-COUNT TO WS-COUNT-EDIT.
057900     STRING 'ADDED SINCE LAST RUN:    ' DELIMITED BY SIZE
058000            WS-COUNT-EDIT DELIMITED BY SIZE
058100            INTO REPORT-LINE.
058200     WRITE REPORT-LINE.
058300     MOVE SPACES TO REPORT-LINE.
058400     MOVE WS-DROPPED-COUNT TO WS-COUNT-EDIT.
058500     STRING 'DROPPED SINCE LAST RUN:  ' DELIMITED BY SIZE
058600            WS-COUNT-EDIT DELIMITED BY SIZE
058700            INTO REPORT-LINE.
058800     WRITE REPORT-LINE.
058900     MOVE SPACES TO REPORT-LINE.
059000     MOVE WS-KEPT-COUNT TO WS-COUNT-EDIT.
059100     STRING 'STILL LISTED:            ' DELIMITED BY SIZE
059200            WS-COUNT-EDIT DELIMITED BY SIZE
059300            INTO REPORT-LINE.
059400     WRITE REPORT-LINE.
059500     IF WS-TRUNC-COUNT > ZERO
059600         MOVE SPACES TO REPORT-LINE
059700         MOVE WS-TRUNC-COUNT TO WS-COUNT-EDIT
059800         STRING 'ROWS TRUNCATED:          ' DELIMITED BY SIZE
059900                WS-COUNT-EDIT DELIMITED BY SIZE
060000                INTO REPORT-LINE
060100         WRITE REPORT-LINE
060200     END-IF.
060300 9200-EXIT.
060400     EXIT.
060500 COPY SPECVAL.
060600 COPY SPECLOAD.
060700 COPY LOCKPROC.
