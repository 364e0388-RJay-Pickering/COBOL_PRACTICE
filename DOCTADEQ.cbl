000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DOCTADEQ.
000300 AUTHOR. R JAY PICKERING.
000400 INSTALLATION. CREDENTIALING - FRONT DESK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    ---------------------------------------------------------
001000*    2026-10-15  RJP  ORIGINAL - MONTHLY NETWORK ADEQUACY REPORT.
001100*                     COUNTS THE ACTIVE, CREDENTIALING-APPROVED
001200*                     DOCTORS AT EACH FACILITY (ACTIVE DOCTAFFL
001300*                     ROWS) IN EACH SPECIALTY (THE PRIMARY AND
001400*                     THE ADDITIONAL SPECIALTIES) AND PRINTS
001500*                     EVERY STANDARD ON THE ADEQUACY STANDARDS
001600*                     FILE (SEE ADEQREC.CPY) AGAINST ITS
001700*                     MINIMUM, FLAGGING EACH SHORTFALL AND EACH
001800*                     STANDARD THAT EXPIRING LICENSES WOULD PUT
001900*                     SHORT.  THEN LISTS THE COUNTED DOCTORS
002000*                     WHOSE LICENSE EXPIRES WITHIN 90 DAYS, WITH
002100*                     THE GAP LOSING EACH ONE WOULD OPEN.  ANY
002200*                     SHORTFALL ENDS THE RUN WITH CONDITION
002300*                     CODE 4.
002400*    ---------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT DOCTOR-FACILITY ASSIGN TO 'DOCTAFFL'
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS AFFL-KEY
003200         FILE STATUS IS WS-AFFL-STATUS.
003300     SELECT DOCTOR-MASTER ASSIGN TO 'DOCTMAST'
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS DOCT-NUMBER OF DOCTOR-MASTER-RECORD
003700         FILE STATUS IS WS-MAST-STATUS.
003800     SELECT FACILITY-MASTER ASSIGN TO 'FACMAST'
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS FAC-CODE
004200         FILE STATUS IS WS-FAC-STATUS.
004300     SELECT SPECIALTY-MASTER ASSIGN TO 'SPECMAST'
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS SPEC-REC-CODE
004700         FILE STATUS IS WS-SPEC-STATUS.
004800     SELECT ADEQUACY-STANDARDS ASSIGN TO 'ADEQSTD'
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS ADEQ-KEY
005200         FILE STATUS IS WS-ADEQ-STATUS.
005300     SELECT ADEQUACY-REPORT ASSIGN TO 'ADEQRPT'
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-RPT-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  DOCTOR-FACILITY.
005900     COPY AFFLREC.
006000 FD  DOCTOR-MASTER.
006100     COPY DOCTREC REPLACING ==DOCTREC-LAYOUT==
006200                         BY ==DOCTOR-MASTER-RECORD==.
006300 FD  FACILITY-MASTER.
006400     COPY FACREC.
006500 FD  SPECIALTY-MASTER.
006600     COPY SPECREC.
006700 FD  ADEQUACY-STANDARDS.
006800     COPY ADEQREC.
006900 FD  ADEQUACY-REPORT.
007000 01  REPORT-LINE                 PIC X(100).
007100 WORKING-STORAGE SECTION.
007200 01  WS-AFFL-STATUS              PIC X(02).
007300 01  WS-MAST-STATUS              PIC X(02).
007400 01  WS-FAC-STATUS               PIC X(02).
007500 01  WS-SPEC-STATUS              PIC X(02).
007600 01  WS-ADEQ-STATUS              PIC X(02).
007700 01  WS-RPT-STATUS               PIC X(02).
007800 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
007900     88  WS-EOF                      VALUE 'Y'.
008000 01  WS-VALID-SW                 PIC X(01) VALUE 'N'.
008100     88  WS-FIELD-VALID              VALUE 'Y'.
008200 01  WS-COUNTABLE-SW             PIC X(01) VALUE 'N'.
008300     88  WS-DOCTOR-COUNTABLE         VALUE 'Y'.
008400 01  WS-EXPIRING-SW              PIC X(01) VALUE 'N'.
008500     88  WS-LICENSE-EXPIRING         VALUE 'Y'.
008600 01  WS-STD-FOUND-SW             PIC X(01) VALUE 'N'.
008700     88  WS-STD-FOUND                VALUE 'Y'.
008800 01  WS-DSPEC-DUP-SW             PIC X(01) VALUE 'N'.
008900     88  WS-DSPEC-DUP                VALUE 'Y'.
009000 01  WS-RUN-DATE                 PIC 9(08).
009100 01  WS-RUN-DAY-INT              PIC 9(08) COMP.
009200 01  WS-EXP-DAY-INT              PIC 9(08) COMP.
009300 01  WS-DAYS-LEFT                PIC S9(06) COMP.
009400 01  WS-WARN-DAYS                PIC 9(03) COMP VALUE 90.
009500 01  WS-CURRENT-FAC-CODE         PIC X(06) VALUE SPACES.
009600 01  WS-FAC-NAME-HOLD            PIC X(30).
009700 01  WS-FAC-TAG                  PIC X(12).
009800 01  WS-SPEC-CHECK               PIC X(20).
009900 01  WS-SPEC-DESC-HOLD           PIC X(20).
010000 01  WS-STATUS-FLAG              PIC X(20).
010100 01  WS-EFFECT-FLAG              PIC X(16).
010200 01  WS-SHORT-BY                 PIC 9(05) COMP.
010300 01  WS-AFTER-LOSS               PIC S9(05) COMP.
010400 01  WS-DSPEC-SUB                PIC 9(04) COMP VALUE ZERO.
010500 01  WS-ADDL-IDX                 PIC 9(04) COMP VALUE ZERO.
010600 01  WS-AFFL-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
010700 01  WS-COUNTED-COUNT            PIC 9(08) COMP VALUE ZERO.
010800 01  WS-MET-COUNT                PIC 9(08) COMP VALUE ZERO.
010900 01  WS-RISK-COUNT               PIC 9(08) COMP VALUE ZERO.
011000 01  WS-SHORT-COUNT              PIC 9(08) COMP VALUE ZERO.
011100 01  WS-EXPIRING-COUNT           PIC 9(08) COMP VALUE ZERO.
011200 01  WS-COUNT-EDIT               PIC ZZ,ZZZ,ZZ9.
011300 01  WS-MIN-EDIT                 PIC ZZ9.
011400 01  WS-HAVE-EDIT                PIC ZZ,ZZ9.
011500 01  WS-EXPG-EDIT                PIC ZZ,ZZ9.
011600 01  WS-SHORT-EDIT               PIC ZZ,ZZ9.
011700 01  WS-DAYS-EDIT                PIC ----9.
011800*
011900*    EVERY SPECIALTY MASTER ROW, ACTIVE OR NOT.  DOCTORS CARRY
012000*    THE DESCRIPTION AND THE STANDARDS THE CODE, SO THIS TABLE
012100*    TURNS ONE INTO THE OTHER.
012200*
012300 01  WS-ASPEC-FIELDS.
012400     05  WS-ASPEC-COUNT          PIC 9(04) COMP VALUE ZERO.
012500     05  WS-ASPEC-ENTRY OCCURS 200 TIMES
012600             INDEXED BY WS-ASPEC-IDX.
012700         10  WS-ASPEC-CODE       PIC X(04).
012800         10  WS-ASPEC-DESC       PIC X(20).
012900*
013000*    THE STANDARDS, IN FACILITY AND SPECIALTY ORDER, WITH THE
013100*    DOCTORS COUNTED AGAINST EACH AND HOW MANY OF THEM HOLD A
013200*    LICENSE THAT EXPIRES WITHIN THE WARNING WINDOW.
013300*
013400 01  WS-STD-TABLE-FIELDS.
013500     05  WS-STD-COUNT            PIC 9(04) COMP VALUE ZERO.
013600     05  WS-STD-MAX              PIC 9(04) COMP VALUE 2000.
013700 01  WS-STD-TABLE.
013800     05  WS-STD-ENTRY OCCURS 2000 TIMES
013900             INDEXED BY WS-STD-IDX.
014000         10  WS-STD-FAC-CODE     PIC X(06).
014100         10  WS-STD-SPEC-CODE    PIC X(04).
014200         10  WS-STD-MIN          PIC 9(03).
014300         10  WS-STD-HAVE         PIC 9(05) COMP.
014400         10  WS-STD-EXPIRING     PIC 9(05) COMP.
014500*
014600*    THE DISTINCT SPECIALTY CODES OF THE DOCTOR IN HAND - THE
014700*    PRIMARY AND UP TO THREE ADDITIONAL
014800*
014900 01  WS-DSPEC-FIELDS.
015000     05  WS-DSPEC-COUNT          PIC 9(04) COMP VALUE ZERO.
015100     05  WS-DSPEC-CODE           PIC X(04) OCCURS 4 TIMES.
015200 COPY DATEWRK.
015300 PROCEDURE DIVISION.
015400*----------------------------------------------------------------*
015500*    0000-MAINLINE - COUNT THE PANEL AGAINST THE STANDARDS, PRINT
015600*    THE STANDARDS, THEN GO ROUND AGAIN FOR THE EXPIRING LICENSES
015700*----------------------------------------------------------------*
015800 0000-MAINLINE.
015900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016000     PERFORM 2000-COUNT-ONE-AFFL THRU 2000-EXIT
016100         UNTIL WS-EOF.
016200     PERFORM 3000-PRINT-STANDARDS THRU 3000-EXIT.
016300     PERFORM 4000-START-EXPIRING-LIST THRU 4000-EXIT.
016400     PERFORM 4100-LIST-ONE-AFFL THRU 4100-EXIT
016500         UNTIL WS-EOF.
016600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016700     STOP RUN.
016800*----------------------------------------------------------------*
016900*    1000-INITIALIZE - OPEN THE FILES, TABLE THE SPECIALTIES
017000*    AND THE STANDARDS, AND START THE FIRST AFFILIATION PASS
017100*----------------------------------------------------------------*
017200 1000-INITIALIZE.
017300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017400     COMPUTE WS-RUN-DAY-INT
017500         = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
017600     OPEN INPUT DOCTOR-MASTER.
017700     IF WS-MAST-STATUS NOT = '00'
017800         DISPLAY 'UNABLE TO OPEN DOCTOR-MASTER - STATUS '
017900             WS-MAST-STATUS
018000         MOVE 12 TO RETURN-CODE
018100         STOP RUN
018200     END-IF.
018300     OPEN INPUT DOCTOR-FACILITY.
018400     IF WS-AFFL-STATUS NOT = '00'
018500         DISPLAY 'UNABLE TO OPEN DOCTOR-FACILITY - STATUS '
018600             WS-AFFL-STATUS
018700         MOVE 12 TO RETURN-CODE
018800         STOP RUN
018900     END-IF.
019000     OPEN INPUT FACILITY-MASTER.
019100     IF WS-FAC-STATUS NOT = '00'
019200         DISPLAY 'UNABLE TO OPEN FACILITY-MASTER - STATUS '
019300             WS-FAC-STATUS
019400         MOVE 12 TO RETURN-CODE
019500         STOP RUN
019600     END-IF.
019700     PERFORM 1100-LOAD-SPECIALTIES THRU 1100-EXIT.
019800     PERFORM 1300-LOAD-STANDARDS THRU 1300-EXIT.
019900     OPEN OUTPUT ADEQUACY-REPORT.
020000     IF WS-RPT-STATUS NOT = '00'
020100         DISPLAY 'UNABLE TO OPEN ADEQUACY-REPORT - STATUS '
020200             WS-RPT-STATUS
020300         MOVE 12 TO RETURN-CODE
020400         STOP RUN
020500     END-IF.
020600     MOVE SPACES TO REPORT-LINE.
020700     STRING 'NETWORK ADEQUACY REPORT - RUN DATE '
020800                DELIMITED BY SIZE
020900            WS-RUN-DATE DELIMITED BY SIZE
021000            INTO REPORT-LINE.
021100     WRITE REPORT-LINE.
021200     MOVE SPACES TO REPORT-LINE.
021300     WRITE REPORT-LINE.
021400     MOVE 'N' TO WS-EOF-SW.
021500     PERFORM 2100-READ-AFFL THRU 2100-EXIT.
021600 1000-EXIT.
021700     EXIT.
021800*----------------------------------------------------------------*
021900*    1100-LOAD-SPECIALTIES - TABLE EVERY SPECIALTY MASTER ROW
022000*----------------------------------------------------------------*
022100 1100-LOAD-SPECIALTIES.
022200     MOVE SPACES TO WS-ASPEC-FIELDS.
022300     MOVE ZERO TO WS-ASPEC-COUNT.
022400     OPEN INPUT SPECIALTY-MASTER.
022500     IF WS-SPEC-STATUS NOT = '00'
022600         DISPLAY 'UNABLE TO OPEN SPECIALTY-MASTER - STATUS '
022700             WS-SPEC-STATUS
022800         MOVE 12 TO RETURN-CODE
022900         STOP RUN
023000     END-IF.
023100     MOVE 'N' TO WS-EOF-SW.
023200     PERFORM 1200-LOAD-ONE-SPECIALTY THRU 1200-EXIT
023300         UNTIL WS-EOF.
023400     CLOSE SPECIALTY-MASTER.
023500 1100-EXIT.
023600     EXIT.
023700*----------------------------------------------------------------*
023800*    1200-LOAD-ONE-SPECIALTY - TABLE ONE ROW, ACTIVE OR NOT
023900*----------------------------------------------------------------*
024000 1200-LOAD-ONE-SPECIALTY.
024100     READ SPECIALTY-MASTER NEXT RECORD
024200         AT END
024300             SET WS-EOF TO TRUE
024400     END-READ.
024500     IF WS-SPEC-STATUS NOT = '00'
024600         SET WS-EOF TO TRUE
024700     END-IF.
024800     IF WS-EOF
024900         GO TO 1200-EXIT
025000     END-IF.
025100     IF WS-ASPEC-COUNT < 200
025200         ADD 1 TO WS-ASPEC-COUNT
025300         MOVE SPEC-REC-CODE TO WS-ASPEC-CODE (WS-ASPEC-COUNT)
025400         MOVE SPEC-REC-DESC TO WS-ASPEC-DESC (WS-ASPEC-COUNT)
025500     ELSE
025600         DISPLAY 'SPECIALTY TABLE FULL - '
025700             SPEC-REC-CODE ' NOT LOADED'
025800     END-IF.
025900 1200-EXIT.
026000     EXIT.
026100*----------------------------------------------------------------*
026200*    1300-LOAD-STANDARDS - TABLE THE STANDARDS FILE.  NO FILE
026300*    OR AN EMPTY ONE MEANS THERE IS NOTHING TO MEASURE.  A FULL
026400*    TABLE ENDS THE RUN - A REPORT THAT QUIETLY LEFT STANDARDS
026500*    OFF WOULD LOOK CLEANER THAN THE NETWORK IS.
026600*----------------------------------------------------------------*
026700 1300-LOAD-STANDARDS.
026800     MOVE SPACES TO WS-STD-TABLE.
026900     MOVE ZERO TO WS-STD-COUNT.
027000     OPEN INPUT ADEQUACY-STANDARDS.
027100     IF WS-ADEQ-STATUS NOT = '00'
027200         DISPLAY 'NO ADEQUACY STANDARDS FILE - NOTHING TO MEASURE'
027300         MOVE 12 TO RETURN-CODE
027400         STOP RUN
027500     END-IF.
027600     MOVE 'N' TO WS-EOF-SW.
027700     PERFORM 1400-LOAD-ONE-STANDARD THRU 1400-EXIT
027800         UNTIL WS-EOF.
027900     CLOSE ADEQUACY-STANDARDS.
028000     IF WS-STD-COUNT = ZERO
028100         DISPLAY 'NO ADEQUACY STANDARDS ON FILE - NOTHING TO '
028200             'MEASURE'
028300         MOVE 12 TO RETURN-CODE
028400         STOP RUN
028500     END-IF.
028600 1300-EXIT.
028700     EXIT.
028800*----------------------------------------------------------------*
028900*    1400-LOAD-ONE-STANDARD - TABLE ONE STANDARD WITH ITS COUNTS
029000*    AT ZERO
029100*----------------------------------------------------------------*
029200 1400-LOAD-ONE-STANDARD.
029300     READ ADEQUACY-STANDARDS NEXT RECORD
029400         AT END
029500             SET WS-EOF TO TRUE
029600     END-READ.
029700     IF WS-ADEQ-STATUS NOT = '00'
029800         SET WS-EOF TO TRUE
029900     END-IF.
030000     IF WS-EOF
030100         GO TO 1400-EXIT
030200     END-IF.
030300     IF WS-STD-COUNT NOT < WS-STD-MAX
030400         DISPLAY 'STANDARDS TABLE FULL AT ' WS-STD-MAX
030500             ' - NO REPORT PRODUCED'
030600         CLOSE ADEQUACY-STANDARDS
030700         MOVE 12 TO RETURN-CODE
030800         STOP RUN
030900     END-IF.
031000     ADD 1 TO WS-STD-COUNT.
031100     MOVE ADEQ-FAC-CODE TO WS-STD-FAC-CODE (WS-STD-COUNT).
031200     MOVE ADEQ-SPEC-CODE TO WS-STD-SPEC-CODE (WS-STD-COUNT).
031300     MOVE ADEQ-MIN-COUNT TO WS-STD-MIN (WS-STD-COUNT).
031400     MOVE ZERO TO WS-STD-HAVE (WS-STD-COUNT).
031500     MOVE ZERO TO WS-STD-EXPIRING (WS-STD-COUNT).
031600 1400-EXIT.
031700     EXIT.
031800*----------------------------------------------------------------*
031900*    2000-COUNT-ONE-AFFL - COUNT A COUNTABLE DOCTOR ONCE UNDER
032000*    EACH OF THE DOCTOR'S SPECIALTIES THAT HAS A STANDARD AT
032100*    THIS FACILITY
032200*----------------------------------------------------------------*
032300 2000-COUNT-ONE-AFFL.
032400     ADD 1 TO WS-AFFL-READ-COUNT.
032500     PERFORM 2200-CHECK-DOCTOR THRU 2200-EXIT.
032600     IF NOT WS-DOCTOR-COUNTABLE
032700         GO TO 2000-NEXT
032800     END-IF.
032900     ADD 1 TO WS-COUNTED-COUNT.
033000     PERFORM 2500-COUNT-ONE-SPEC THRU 2500-EXIT
033100         VARYING WS-DSPEC-SUB FROM 1 BY 1
033200         UNTIL WS-DSPEC-SUB > WS-DSPEC-COUNT.
033300 2000-NEXT.
033400     PERFORM 2100-READ-AFFL THRU 2100-EXIT.
033500 2000-EXIT.
033600     EXIT.
033700*----------------------------------------------------------------*
033800*    2100-READ-AFFL - READ THE AFFILIATION FILE SEQUENTIALLY
033900*----------------------------------------------------------------*
034000 2100-READ-AFFL.
034100     READ DOCTOR-FACILITY NEXT RECORD
034200         AT END
034300             SET WS-EOF TO TRUE
034400     END-READ.
034500     IF WS-AFFL-STATUS NOT = '00'
034600         SET WS-EOF TO TRUE
034700     END-IF.
034800 2100-EXIT.
034900     EXIT.
035000*----------------------------------------------------------------*
035100*    2200-CHECK-DOCTOR - AN ACTIVE AFFILIATION ROW COUNTS WHEN
035200*    THE DOCTOR IS ON THE ACTIVE PANEL AND CREDENTIALING HAS
035300*    APPROVED THEM.  FOR A COUNTABLE DOCTOR THE SPECIALTY CODES
035400*    AND THE LICENSE WINDOW ARE WORKED OUT HERE FOR BOTH PASSES.
035500*----------------------------------------------------------------*
035600 2200-CHECK-DOCTOR.
035700     MOVE 'N' TO WS-COUNTABLE-SW.
035800     IF NOT AFFL-ACTIVE
035900         GO TO 2200-EXIT
036000     END-IF.
036100     MOVE AFFL-DOCT-NUMBER TO DOCT-NUMBER OF DOCTOR-MASTER-RECORD.
036200     READ DOCTOR-MASTER
036300         INVALID KEY
036400             GO TO 2200-EXIT
036500     END-READ.
036600     IF NOT DOCT-ACTIVE OF DOCTOR-MASTER-RECORD
036700         OR NOT DOCT-CRED-APPROVED OF DOCTOR-MASTER-RECORD
036800         GO TO 2200-EXIT
036900     END-IF.
037000     SET WS-DOCTOR-COUNTABLE TO TRUE.
037100     MOVE SPACES TO WS-DSPEC-FIELDS.
037200     MOVE ZERO TO WS-DSPEC-COUNT.
037300     MOVE SPECIALT OF DOCTOR-MASTER-RECORD TO WS-SPEC-CHECK.
037400     PERFORM 2300-ADD-DOCTOR-SPEC THRU 2300-EXIT.
037500     PERFORM 2250-ADD-ONE-ADDL THRU 2250-EXIT
037600         VARYING WS-ADDL-IDX FROM 1 BY 1
037700         UNTIL WS-ADDL-IDX > 3.
037800     PERFORM 2400-CHECK-LICENSE THRU 2400-EXIT.
037900 2200-EXIT.
038000     EXIT.
038100*----------------------------------------------------------------*
038200*    2250-ADD-ONE-ADDL - ONE ADDITIONAL SPECIALTY SLOT
038300*----------------------------------------------------------------*
038400 2250-ADD-ONE-ADDL.
038500     MOVE DOCT-ADDL-SPECIALT OF DOCTOR-MASTER-RECORD
038600         (WS-ADDL-IDX) TO WS-SPEC-CHECK.
038700     PERFORM 2300-ADD-DOCTOR-SPEC THRU 2300-EXIT.
038800 2250-EXIT.
038900     EXIT.
039000*----------------------------------------------------------------*
039100*    2300-ADD-DOCTOR-SPEC - TURN THE SPECIALTY IN WS-SPEC-CHECK
039200*    INTO ITS CODE AND KEEP IT, ONCE, FOR THIS DOCTOR.  A BLANK
039300*    SLOT OR ONE NOT ON SPECMAST CANNOT MEET A STANDARD.
039400*----------------------------------------------------------------*
039500 2300-ADD-DOCTOR-SPEC.
039600     IF WS-SPEC-CHECK = SPACES
039700         GO TO 2300-EXIT
039800     END-IF.
039900     SET WS-ASPEC-IDX TO 1.
040000     SEARCH WS-ASPEC-ENTRY
040100         AT END
040200             GO TO 2300-EXIT
040300         WHEN WS-ASPEC-DESC (WS-ASPEC-IDX) = WS-SPEC-CHECK
040400             CONTINUE
040500         WHEN WS-ASPEC-CODE (WS-ASPEC-IDX) = WS-SPEC-CHECK
040600             CONTINUE
040700     END-SEARCH.
040800     MOVE 'N' TO WS-DSPEC-DUP-SW.
040900     PERFORM 2350-TEST-ONE-DSPEC THRU 2350-EXIT
041000         VARYING WS-DSPEC-SUB FROM 1 BY 1
041100         UNTIL WS-DSPEC-SUB > WS-DSPEC-COUNT OR WS-DSPEC-DUP.
041200     IF WS-DSPEC-DUP
041300         GO TO 2300-EXIT
041400     END-IF.
041500     ADD 1 TO WS-DSPEC-COUNT.
041600     MOVE WS-ASPEC-CODE (WS-ASPEC-IDX)
041700         TO WS-DSPEC-CODE (WS-DSPEC-COUNT).
041800 2300-EXIT.
041900     EXIT.
042000*----------------------------------------------------------------*
042100*    2350-TEST-ONE-DSPEC - IS THE CODE ALREADY KEPT
042200*----------------------------------------------------------------*
042300 2350-TEST-ONE-DSPEC.
042400     IF WS-DSPEC-CODE (WS-DSPEC-SUB)
042500         = WS-ASPEC-CODE (WS-ASPEC-IDX)
042600         SET WS-DSPEC-DUP TO TRUE
042700     END-IF.
042800 2350-EXIT.
042900     EXIT.
043000*----------------------------------------------------------------*
043100*    2400-CHECK-LICENSE - IS THE LICENSE EXPIRED OR DUE TO
043200*    EXPIRE WITHIN THE WARNING WINDOW.  AN UNUSABLE DATE IS NOT
043300*    FLAGGED HERE - DOCTRNWL REPORTS THOSE.
043400*----------------------------------------------------------------*
043500 2400-CHECK-LICENSE.
043600     MOVE 'N' TO WS-EXPIRING-SW.
043700     MOVE ZERO TO WS-DAYS-LEFT.
043800     IF DOCT-LICENSE-EXPIRE OF DOCTOR-MASTER-RECORD NOT NUMERIC
043900         GO TO 2400-EXIT
044000     END-IF.
044100     MOVE DOCT-LICENSE-EXPIRE OF DOCTOR-MASTER-RECORD
044200         TO WS-DATE-CHECK.
044300     PERFORM 7100-VALIDATE-DATE THRU 7100-EXIT.
044400     IF NOT WS-FIELD-VALID
044500         GO TO 2400-EXIT
044600     END-IF.
044700     COMPUTE WS-EXP-DAY-INT
044800         = FUNCTION INTEGER-OF-DATE(WS-DATE-CHECK).
044900     COMPUTE WS-DAYS-LEFT = WS-EXP-DAY-INT - WS-RUN-DAY-INT.
045000     IF WS-DAYS-LEFT NOT > WS-WARN-DAYS
045100         SET WS-LICENSE-EXPIRING TO TRUE
045200     END-IF.
045300 2400-EXIT.
045400     EXIT.
045500*----------------------------------------------------------------*
045600*    2500-COUNT-ONE-SPEC - ADD THE DOCTOR TO THE STANDARD FOR
045700*    THIS FACILITY AND ONE OF THE DOCTOR'S SPECIALTIES, IF THERE
045800*    IS ONE
045900*----------------------------------------------------------------*
046000 2500-COUNT-ONE-SPEC.
046100     PERFORM 2600-FIND-STANDARD THRU 2600-EXIT.
046200     IF NOT WS-STD-FOUND
046300         GO TO 2500-EXIT
046400     END-IF.
046500     ADD 1 TO WS-STD-HAVE (WS-STD-IDX).
046600     IF WS-LICENSE-EXPIRING
046700         ADD 1 TO WS-STD-EXPIRING (WS-STD-IDX)
046800     END-IF.
046900 2500-EXIT.
047000     EXIT.
047100*----------------------------------------------------------------*
047200*    2600-FIND-STANDARD - LOOK UP THE STANDARD FOR THE ROW'S
047300*    FACILITY AND THE DOCTOR SPECIALTY AT WS-DSPEC-SUB
047400*----------------------------------------------------------------*
047500 2600-FIND-STANDARD.
047600     MOVE 'N' TO WS-STD-FOUND-SW.
047700     SET WS-STD-IDX TO 1.
047800     SEARCH WS-STD-ENTRY
047900         AT END
048000             CONTINUE
048100         WHEN WS-STD-FAC-CODE (WS-STD-IDX) = AFFL-FAC-CODE
048200             AND WS-STD-SPEC-CODE (WS-STD-IDX)
048300                 = WS-DSPEC-CODE (WS-DSPEC-SUB)
048400             SET WS-STD-FOUND TO TRUE
048500     END-SEARCH.
048600 2600-EXIT.
048700     EXIT.
048800*----------------------------------------------------------------*
048900*    3000-PRINT-STANDARDS - EVERY STANDARD AGAINST ITS MINIMUM,
049000*    A HEADING AT EACH FACILITY
049100*----------------------------------------------------------------*
049200 3000-PRINT-STANDARDS.
049300     PERFORM 3100-PRINT-ONE-STANDARD THRU 3100-EXIT
049400         VARYING WS-STD-IDX FROM 1 BY 1
049500         UNTIL WS-STD-IDX > WS-STD-COUNT.
049600 3000-EXIT.
049700     EXIT.
049800*----------------------------------------------------------------*
049900*    3100-PRINT-ONE-STANDARD - ONE LINE: MINIMUM, DOCTORS
050000*    COUNTED, HOW MANY OF THOSE HOLD AN EXPIRING LICENSE, AND
050100*    WHETHER THE STANDARD IS MET, AT RISK OR SHORT
050200*----------------------------------------------------------------*
050300 3100-PRINT-ONE-STANDARD.
050400     IF WS-STD-FAC-CODE (WS-STD-IDX) NOT = WS-CURRENT-FAC-CODE
050500         MOVE WS-STD-FAC-CODE (WS-STD-IDX) TO WS-CURRENT-FAC-CODE
050600         PERFORM 3200-PRINT-FACILITY-HEADING THRU 3200-EXIT
050700     END-IF.
050800     MOVE WS-STD-SPEC-CODE (WS-STD-IDX) TO WS-SPEC-CHECK.
050900     PERFORM 3300-GET-SPEC-DESC THRU 3300-EXIT.
051000     EVALUATE TRUE
051100         WHEN WS-STD-HAVE (WS-STD-IDX) < WS-STD-MIN (WS-STD-IDX)
051200             ADD 1 TO WS-SHORT-COUNT
051300             COMPUTE WS-SHORT-BY = WS-STD-MIN (WS-STD-IDX)
051400                 - WS-STD-HAVE (WS-STD-IDX)
051500             MOVE WS-SHORT-BY TO WS-SHORT-EDIT
051600             MOVE SPACES TO WS-STATUS-FLAG
051700             STRING '*** SHORT ' DELIMITED BY SIZE
051800                    WS-SHORT-EDIT DELIMITED BY SIZE
051900                    ' ***' DELIMITED BY SIZE
052000                    INTO WS-STATUS-FLAG
052100         WHEN WS-STD-HAVE (WS-STD-IDX)
052200                 - WS-STD-EXPIRING (WS-STD-IDX)
052300                 < WS-STD-MIN (WS-STD-IDX)
052400             ADD 1 TO WS-RISK-COUNT
052500             MOVE 'AT RISK - LICENSES' TO WS-STATUS-FLAG
052600         WHEN OTHER
052700             ADD 1 TO WS-MET-COUNT
052800             MOVE 'MET' TO WS-STATUS-FLAG
052900     END-EVALUATE.
053000     MOVE WS-STD-MIN (WS-STD-IDX) TO WS-MIN-EDIT.
053100     MOVE WS-STD-HAVE (WS-STD-IDX) TO WS-HAVE-EDIT.
053200     MOVE WS-STD-EXPIRING (WS-STD-IDX) TO WS-EXPG-EDIT.
053300     MOVE SPACES TO REPORT-LINE.
053400     STRING '  ' DELIMITED BY SIZE
053500            WS-STD-SPEC-CODE (WS-STD-IDX) DELIMITED BY SIZE
053600            ' ' DELIMITED BY SIZE
053700            WS-SPEC-DESC-HOLD DELIMITED BY SIZE
053800            '     ' DELIMITED BY SIZE
053900            WS-MIN-EDIT DELIMITED BY SIZE
054000            '  ' DELIMITED BY SIZE
054100            WS-HAVE-EDIT DELIMITED BY SIZE
054200            '    ' DELIMITED BY SIZE
054300            WS-EXPG-EDIT DELIMITED BY SIZE
054400            '  ' DELIMITED BY SIZE
054500            WS-STATUS-FLAG DELIMITED BY SIZE
054600            INTO REPORT-LINE.
054700     WRITE REPORT-LINE.
054800 3100-EXIT.
054900     EXIT.
055000*----------------------------------------------------------------*
055100*    3200-PRINT-FACILITY-HEADING - HEADING FOR A NEW FACILITY,
055200*    WITH ITS NAME PULLED FROM THE FACILITY MASTER
055300*----------------------------------------------------------------*
055400 3200-PRINT-FACILITY-HEADING.
055500     MOVE WS-CURRENT-FAC-CODE TO FAC-CODE.
055600     MOVE SPACES TO WS-FAC-TAG.
055700     READ FACILITY-MASTER
055800         INVALID KEY
055900             MOVE '(NOT ON FACILITY MASTER)' TO FAC-NAME
056000             MOVE 'A' TO FAC-STATUS
056100     END-READ.
056200     IF FAC-INACTIVE
056300         MOVE ' (INACTIVE)' TO WS-FAC-TAG
056400     END-IF.
056500     MOVE FAC-NAME TO WS-FAC-NAME-HOLD.
056600     MOVE SPACES TO REPORT-LINE.
056700     WRITE REPORT-LINE.
056800     STRING 'FACILITY: ' DELIMITED BY SIZE
056900            WS-CURRENT-FAC-CODE DELIMITED BY SIZE
057000            ' ' DELIMITED BY SIZE
057100            WS-FAC-NAME-HOLD DELIMITED BY SIZE
057200            WS-FAC-TAG DELIMITED BY SIZE
057300            INTO REPORT-LINE.
057400     WRITE REPORT-LINE.
057500     MOVE '  SPEC DESCRIPTION           MINIMUM    HAVE  EXPIRING
057600-         '  STATUS' TO REPORT-LINE.
057700     WRITE REPORT-LINE.
057800 3200-EXIT.
057900     EXIT.
058000*----------------------------------------------------------------*
058100*    3300-GET-SPEC-DESC - DESCRIPTION FOR THE CODE IN
058200*    WS-SPEC-CHECK
058300*----------------------------------------------------------------*
058400 3300-GET-SPEC-DESC.
058500     MOVE '(NOT ON SPECMAST)' TO WS-SPEC-DESC-HOLD.
058600     SET WS-ASPEC-IDX TO 1.
058700     SEARCH WS-ASPEC-ENTRY
058800         AT END
058900             CONTINUE
059000         WHEN WS-ASPEC-CODE (WS-ASPEC-IDX) = WS-SPEC-CHECK
059100             MOVE WS-ASPEC-DESC (WS-ASPEC-IDX)
059200                 TO WS-SPEC-DESC-HOLD
059300     END-SEARCH.
059400 3300-EXIT.
059500     EXIT.
059600*----------------------------------------------------------------*
059700*    4000-START-EXPIRING-LIST - HEADINGS FOR THE SECOND SECTION
059800*    AND BACK TO THE TOP OF THE AFFILIATION FILE
059900*----------------------------------------------------------------*
060000 4000-START-EXPIRING-LIST.
060100     MOVE SPACES TO REPORT-LINE.
060200     WRITE REPORT-LINE.
060300     WRITE REPORT-LINE.
060400     MOVE 'COUNTED DOCTORS WHOSE LICENSE EXPIRES WITHIN 90 DAYS'
060500         TO REPORT-LINE.
060600     WRITE REPORT-LINE.
060700     MOVE SPACES TO REPORT-LINE.
060800     WRITE REPORT-LINE.
060900     MOVE '  DOCT NO  NAME                 FACIL  SPEC EXPIRES
061000-         '    DAYS  IF LOST' TO REPORT-LINE.
061100     WRITE REPORT-LINE.
061200     MOVE 'N' TO WS-EOF-SW.
061300     MOVE LOW-VALUES TO AFFL-KEY.
061400     START DOCTOR-FACILITY
061500         KEY NOT LESS THAN AFFL-KEY
061600         INVALID KEY
061700             SET WS-EOF TO TRUE
061800     END-START.
061900     IF NOT WS-EOF
062000         PERFORM 2100-READ-AFFL THRU 2100-EXIT
062100     END-IF.
062200 4000-EXIT.
062300     EXIT.
062400*----------------------------------------------------------------*
062500*    4100-LIST-ONE-AFFL - A COUNTED DOCTOR WITH AN EXPIRING
062600*    LICENSE, ONCE FOR EACH STANDARD THE DOCTOR COUNTS TOWARD
062700*----------------------------------------------------------------*
062800 4100-LIST-ONE-AFFL.
062900     PERFORM 2200-CHECK-DOCTOR THRU 2200-EXIT.
063000     IF NOT WS-DOCTOR-COUNTABLE
063100         OR NOT WS-LICENSE-EXPIRING
063200         GO TO 4100-NEXT
063300     END-IF.
063400     PERFORM 4200-LIST-ONE-SPEC THRU 4200-EXIT
063500         VARYING WS-DSPEC-SUB FROM 1 BY 1
063600         UNTIL WS-DSPEC-SUB > WS-DSPEC-COUNT.
063700 4100-NEXT.
063800     PERFORM 2100-READ-AFFL THRU 2100-EXIT.
063900 4100-EXIT.
064000     EXIT.
064100*----------------------------------------------------------------*
064200*    4200-LIST-ONE-SPEC - ONE LINE PER STANDARD, SAYING WHETHER
064300*    LOSING THE DOCTOR WOULD OPEN A NEW GAP THERE
064400*----------------------------------------------------------------*
064500 4200-LIST-ONE-SPEC.
064600     PERFORM 2600-FIND-STANDARD THRU 2600-EXIT.
064700     IF NOT WS-STD-FOUND
064800         GO TO 4200-EXIT
064900     END-IF.
065000     COMPUTE WS-AFTER-LOSS = WS-STD-HAVE (WS-STD-IDX) - 1.
065100     EVALUATE TRUE
065200         WHEN WS-STD-HAVE (WS-STD-IDX) < WS-STD-MIN (WS-STD-IDX)
065300             MOVE 'ALREADY SHORT' TO WS-EFFECT-FLAG
065400         WHEN WS-AFTER-LOSS < WS-STD-MIN (WS-STD-IDX)
065500             MOVE '*** NEW GAP ***' TO WS-EFFECT-FLAG
065600         WHEN OTHER
065700             MOVE 'STILL MET' TO WS-EFFECT-FLAG
065800     END-EVALUATE.
065900     ADD 1 TO WS-EXPIRING-COUNT.
066000     MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT.
066100     MOVE SPACES TO REPORT-LINE.
066200     STRING '  ' DELIMITED BY SIZE
066300            DOCT-NUMBER OF DOCTOR-MASTER-RECORD
066400                DELIMITED BY SIZE
066500            ' ' DELIMITED BY SIZE
066600            DOCTNAME OF DOCTOR-MASTER-RECORD DELIMITED BY SIZE
066700            ' ' DELIMITED BY SIZE
066800            AFFL-FAC-CODE DELIMITED BY SIZE
066900            ' ' DELIMITED BY SIZE
067000            WS-DSPEC-CODE (WS-DSPEC-SUB) DELIMITED BY SIZE
067100            ' ' DELIMITED BY SIZE
067200            DOCT-LICENSE-EXPIRE OF DOCTOR-MASTER-RECORD
067300                DELIMITED BY SIZE
067400            ' ' DELIMITED BY SIZE
067500            WS-DAYS-EDIT DELIMITED BY SIZE
067600            '  ' DELIMITED BY SIZE
067700            WS-EFFECT-FLAG DELIMITED BY SIZE
067800            INTO REPORT-LINE.
067900     WRITE REPORT-LINE.
068000 4200-EXIT.
068100     EXIT.
068200*----------------------------------------------------------------*
068300*    9000-TERMINATE - TOTALS AND CLOSE.  ANY STANDARD SHORT ENDS
068400*    THE RUN WITH CONDITION CODE 4.
068500*----------------------------------------------------------------*
068600 9000-TERMINATE.
068700     MOVE SPACES TO REPORT-LINE.
068800     WRITE REPORT-LINE.
068900     MOVE WS-STD-COUNT TO WS-COUNT-EDIT.
069000     STRING 'STANDARDS MEASURED:          ' DELIMITED BY SIZE
069100            WS-COUNT-EDIT DELIMITED BY SIZE
069200            INTO REPORT-LINE.
069300     WRITE REPORT-LINE.
069400     MOVE SPACES TO REPORT-LINE.
069500     MOVE WS-MET-COUNT TO WS-COUNT-EDIT.
069600     STRING 'STANDARDS MET:               ' DELIMITED BY SIZE
069700            WS-COUNT-EDIT DELIMITED BY SIZE
069800            INTO REPORT-LINE.
069900     WRITE REPORT-LINE.
070000     MOVE SPACES TO REPORT-LINE.
070100     MOVE WS-RISK-COUNT TO WS-COUNT-EDIT.
070200     STRING 'MET BUT AT RISK:             ' DELIMITED BY SIZE
070300            WS-COUNT-EDIT DELIMITED BY SIZE
070400            INTO REPORT-LINE.
070500     WRITE REPORT-LINE.
070600     MOVE SPACES TO REPORT-LINE.
070700     MOVE WS-SHORT-COUNT TO WS-COUNT-EDIT.
070800     STRING 'STANDARDS SHORT:             ' DELIMITED BY SIZE
070900            WS-COUNT-EDIT DELIMITED BY SIZE
071000            INTO REPORT-LINE.
071100     WRITE REPORT-LINE.
071200     MOVE SPACES TO REPORT-LINE.
071300     MOVE WS-COUNTED-COUNT TO WS-COUNT-EDIT.
071400     STRING 'AFFILIATIONS COUNTED:        ' DELIMITED BY SIZE
071500            WS-COUNT-EDIT DELIMITED BY SIZE
071600            INTO REPORT-LINE.
071700     WRITE REPORT-LINE.
071800     MOVE SPACES TO REPORT-LINE.
071900     MOVE WS-EXPIRING-COUNT TO WS-COUNT-EDIT.
072000     STRING 'EXPIRING LICENSE LINES:      ' DELIMITED BY SIZE
072100            WS-COUNT-EDIT DELIMITED BY SIZE
072200            INTO REPORT-LINE.
072300     WRITE REPORT-LINE.
072400     CLOSE DOCTOR-FACILITY.
072500     CLOSE DOCTOR-MASTER.
072600     CLOSE FACILITY-MASTER.
072700     CLOSE ADEQUACY-REPORT.
072800     DISPLAY 'AFFILIATION ROWS READ: ' WS-AFFL-READ-COUNT.
072900     DISPLAY 'STANDARDS MEASURED:    ' WS-STD-COUNT.
073000     DISPLAY 'STANDARDS SHORT:       ' WS-SHORT-COUNT.
073100     IF WS-SHORT-COUNT > ZERO
073200         MOVE 4 TO RETURN-CODE
073300     END-IF.
073400 9000-EXIT.
073500     EXIT.
073600 COPY DATEVAL.
