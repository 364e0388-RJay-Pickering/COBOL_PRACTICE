000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DOCTVRFY.
000300 AUTHOR. R JAY PICKERING.
000400 INSTALLATION. CREDENTIALING - FRONT DESK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    ---------------------------------------------------------
001000*    2026-10-15  RJP  ORIGINAL - WEEKLY CROSS-FILE INTEGRITY
001100*                     CHECK.  PROVES THE KEYED FILES THAT POINT
001200*                     AT EACH OTHER STILL AGREE - DOCTMAST,
001300*                     DOCTAFFL, FACMAST, SPECMAST, DOCTPEND,
001400*                     DOCTNBRS AND CENSMAST - AFTER A RESTORE,
001500*                     A DOCTRST ROLL-FORWARD OR A BAD NIGHT.
001600*                     NOTHING IS CHANGED; EVERY EXCEPTION IS
001700*                     PRINTED UNDER THE RULE IT BREAKS, WITH A
001800*                     COUNT PER RULE.  A SERIOUS EXCEPTION ENDS
001900*                     CONDITION CODE 12 SO THE DESK IS NOT
002000*                     REOPENED ON TOP OF IT; WARNINGS ALONE END
002100*                     CONDITION CODE 4.
002120*    2026-10-15  RJP  RULE 11 WARNS OF AN ACTIVE DOCTOR FILED
002140*                     UNDER A SPECIALTY THAT IS ON SPECMAST ONLY
002160*                     AS A DEACTIVATED ROW, AS RULE 3 DOES FOR AN
002180*                     INACTIVE FACILITY.
002200*    ---------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT DOCTOR-MASTER ASSIGN TO 'DOCTMAST'
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS DOCT-NUMBER OF DOCTOR-MASTER-RECORD
003000         FILE STATUS IS WS-MAST-STATUS.
003100     SELECT DOCTOR-FACILITY ASSIGN TO 'DOCTAFFL'
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS AFFL-KEY
003500         FILE STATUS IS WS-AFFL-STATUS.
003600     SELECT FACILITY-MASTER ASSIGN TO 'FACMAST'
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS FAC-CODE
004000         FILE STATUS IS WS-FAC-STATUS.
004100     SELECT SPECIALTY-MASTER ASSIGN TO 'SPECMAST'
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS SPEC-REC-CODE
004500         FILE STATUS IS WS-SPEC-STATUS.
004600     SELECT PENDING-CHANGES ASSIGN TO 'DOCTPEND'
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS PEND-KEY
005000         FILE STATUS IS WS-PEND-STATUS.
005100     SELECT DOCTOR-NUMBER-FILE ASSIGN TO 'DOCTNBRS'
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-NBR-STATUS.
005400     SELECT CENSUS-HISTORY ASSIGN TO 'CENSMAST'
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS SEQUENTIAL
005700         RECORD KEY IS CENS-KEY
005800         FILE STATUS IS WS-CENS-STATUS.
005900     SELECT MASTER-LOCK ASSIGN TO 'DOCTLOCK'
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-LOCK-STATUS.
006200     SELECT SORT-WORK-FILE ASSIGN TO 'SORTWK01'.
006300     SELECT VERIFY-REPORT ASSIGN TO 'VRFYRPT'
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-RPT-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  DOCTOR-MASTER.
006900     COPY DOCTREC REPLACING ==DOCTREC-LAYOUT==
007000                         BY ==DOCTOR-MASTER-RECORD==.
007100 FD  DOCTOR-FACILITY.
007200     COPY AFFLREC.
007300 FD  FACILITY-MASTER.
007400     COPY FACREC.
007500 FD  SPECIALTY-MASTER.
007600     COPY SPECREC.
007700 FD  PENDING-CHANGES.
007800     COPY PENDREC.
007900 FD  DOCTOR-NUMBER-FILE.
008000     COPY DOCTNBR.
008100 FD  CENSUS-HISTORY.
008200     COPY CENSREC.
008300 FD  MASTER-LOCK.
008400     COPY LOCKREC.
008500 SD  SORT-WORK-FILE.
008600 01  SORT-WORK-RECORD.
008700     05  SORT-DUP-TYPE           PIC X(01).
008800     05  SORT-DUP-VALUE          PIC 9(10).
008900     05  SORT-DOCT-NUMBER        PIC 9(08).
009000     05  SORT-DOCTNAME           PIC X(20).
009100 FD  VERIFY-REPORT.
009200 01  REPORT-LINE                 PIC X(100).
009300 WORKING-STORAGE SECTION.
009400 01  WS-MAST-STATUS              PIC X(02).
009500 01  WS-AFFL-STATUS              PIC X(02).
009600 01  WS-FAC-STATUS               PIC X(02).
009700 01  WS-SPEC-STATUS              PIC X(02).
009800 01  WS-PEND-STATUS              PIC X(02).
009900 01  WS-NBR-STATUS               PIC X(02).
010000 01  WS-CENS-STATUS              PIC X(02).
010100 01  WS-RPT-STATUS               PIC X(02).
010200 01  WS-SWITCHES.
010300     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
010400         88  WS-EOF                      VALUE 'Y'.
010500     05  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
010600         88  WS-SORT-EOF                 VALUE 'Y'.
010700     05  WS-PEND-OPEN-SW             PIC X(01) VALUE 'N'.
010800         88  WS-PEND-OPEN                VALUE 'Y'.
010900     05  WS-CENS-OPEN-SW             PIC X(01) VALUE 'N'.
011000         88  WS-CENS-OPEN                VALUE 'Y'.
011100     05  WS-DUP-GROUP-SW             PIC X(01) VALUE 'N'.
011200         88  WS-DUP-GROUP                VALUE 'Y'.
011300     05  WS-SPEC-FOUND-SW            PIC X(01) VALUE 'N'.
011400         88  WS-SPEC-FOUND               VALUE 'Y'.
011500 01  WS-RUN-DATE                 PIC 9(08).
011600 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
011700     05  WS-RUN-MONTH                PIC 9(06).
011800     05  FILLER                      PIC 9(02).
011900*    THE RULES IN REPORT ORDER.  'S' IS SERIOUS - THE FILES NO
012000*    LONGER AGREE AND THE DESK SHOULD STAY CLOSED UNTIL IT IS
012100*    PUT RIGHT.  'W' IS A WARNING - ALLOWED BY THE DESIGN OR
012200*    HARMLESS TO THE DESK, BUT SOMEONE SHOULD LOOK.
012300 01  WS-RULE-NAMES.
012400     05  FILLER                      PIC X(01) VALUE 'S'.
012500     05  FILLER                      PIC X(45) VALUE
012600             'AFFILIATION FOR A DOCTOR NOT ON THE MASTER'.
012700     05  FILLER                      PIC X(01) VALUE 'S'.
012800     05  FILLER                      PIC X(45) VALUE
012900             'AFFILIATION AT A FACILITY NOT ON FACMAST'.
013000     05  FILLER                      PIC X(01) VALUE 'W'.
013100     05  FILLER                      PIC X(45) VALUE
013200             'ACTIVE AFFILIATION AT AN INACTIVE FACILITY'.
013300     05  FILLER                      PIC X(01) VALUE 'S'.
013400     05  FILLER                      PIC X(45) VALUE
013500             'DOCTOR SPECIALTY NOT ON SPECMAST'.
013600     05  FILLER                      PIC X(01) VALUE 'S'.
013700     05  FILLER                      PIC X(45) VALUE
013800             'PENDING ITEM FOR A DOCTOR NOT ON THE MASTER'.
013900     05  FILLER                      PIC X(01) VALUE 'W'.
014000     05  FILLER                      PIC X(45) VALUE
014100             'PENDING ITEM FOR A RETIRED DOCTOR'.
014200     05  FILLER                      PIC X(01) VALUE 'S'.
014300     05  FILLER                      PIC X(45) VALUE
014400             'DOCTOR NUMBER ABOVE DNBR-LAST-ASSIGNED'.
014500     05  FILLER                      PIC X(01) VALUE 'S'.
014600     05  FILLER                      PIC X(45) VALUE
014700             'NPI FILED ON MORE THAN ONE ACTIVE DOCTOR'.
014800     05  FILLER                      PIC X(01) VALUE 'W'.
014900     05  FILLER                      PIC X(45) VALUE
015000             'PHONE FILED ON MORE THAN ONE ACTIVE DOCTOR'.
015100     05  FILLER                      PIC X(01) VALUE 'W'.
015200     05  FILLER                      PIC X(45) VALUE
015300             'CENSUS HISTORY ROW THAT DOES NOT FIT'.
015325     05  FILLER                      PIC X(01) VALUE 'W'.
015350     05  FILLER                      PIC X(45) VALUE
015375             'ACTIVE DOCTOR UNDER A DEACTIVATED SPECIALTY'.
015400 01  WS-RULE-TABLE REDEFINES WS-RULE-NAMES.
015500     05  WS-RULE-ENTRY               OCCURS 11 TIMES.
015600         10  WS-RULE-SEVERITY            PIC X(01).
015700             88  WS-RULE-SERIOUS             VALUE 'S'.
015800         10  WS-RULE-TITLE               PIC X(45).
015900 01  WS-RULE-COUNTS.
016000     05  WS-RULE-COUNT               PIC 9(08) COMP VALUE ZERO
016100                                     OCCURS 11 TIMES.
016200 01  WS-RULE-SIZE                PIC 9(04) COMP VALUE 11.
016300 01  WS-RULE-NO                  PIC 9(04) COMP VALUE ZERO.
016400 01  WS-RULE-NO-EDIT             PIC 9(02).
016500 01  WS-SEVERITY-WORD            PIC X(09).
016600 01  WS-SERIOUS-COUNT            PIC 9(08) COMP VALUE ZERO.
016700 01  WS-WARNING-COUNT            PIC 9(08) COMP VALUE ZERO.
016800 01  WS-COUNT-EDIT               PIC ZZ,ZZZ,ZZ9.
016900 01  WS-DETAIL-TEXT              PIC X(90).
017000 01  WS-AFFL-NOTE                PIC X(24).
017100 01  WS-ADDL-IDX                 PIC 9(04) COMP VALUE ZERO.
017200 01  WS-SLOT-EDIT                PIC 9(01).
017300*    THE WHOLE SPECIALTY MASTER, DEACTIVATED ROWS INCLUDED -
017400*    A DOCTOR FILED UNDER A DEACTIVATED SPECIALTY IS STILL
017500*    EXPLAINABLE, SO THE SHARED SPECTAB.CPY TABLE (ACTIVE ROWS
017600*    ONLY) IS THE WRONG YARDSTICK HERE.
017700 01  WS-VSPEC-FIELDS.
017800     05  WS-VSPEC-COUNT              PIC 9(04) COMP VALUE ZERO.
017900     05  WS-VSPEC-ENTRY OCCURS 200 TIMES
018000             INDEXED BY WS-VSPEC-IDX.
018100         10  WS-VSPEC-CODE               PIC X(04).
018200         10  WS-VSPEC-DESC               PIC X(20).
018225         10  WS-VSPEC-STATUS             PIC X(01).
018250             88  WS-VSPEC-ACTIVE             VALUE 'A'.
018275         10  WS-VSPEC-END-DATE           PIC 9(08).
018300 01  WS-SPEC-CHECK               PIC X(20).
018325 01  WS-SPEC-ENDED               PIC 9(08).
018350 01  WS-SPEC-NOTE                PIC X(15).
018400 01  WS-SPEC-SLOT-NAME           PIC X(12).
018500 01  WS-DUP-PREV.
018600     05  WS-DUP-PREV-TYPE            PIC X(01) VALUE SPACE.
018700     05  WS-DUP-PREV-VALUE           PIC 9(10) VALUE ZERO.
018800     05  WS-DUP-PREV-NUMBER          PIC 9(08) VALUE ZERO.
018900     05  WS-DUP-PREV-NAME            PIC X(20) VALUE SPACES.
019000 01  WS-DUP-SHOW.
019100     05  WS-DUP-SHOW-TYPE            PIC X(01).
019200     05  WS-DUP-SHOW-VALUE           PIC 9(10).
019300     05  WS-DUP-SHOW-NUMBER          PIC 9(08).
019400     05  WS-DUP-SHOW-NAME            PIC X(20).
019500 01  WS-DUP-WORD                 PIC X(06).
019600 01  WS-CENS-MONTH-WORK          PIC 9(06).
019700 01  WS-CENS-MONTH-R REDEFINES WS-CENS-MONTH-WORK.
019800     05  WS-CENS-YYYY                PIC 9(04).
019900     05  WS-CENS-MM                  PIC 9(02).
020000 01  WS-CENS-PROBLEM             PIC X(30).
020100 COPY LOCKWRK.
020200 PROCEDURE DIVISION.
020300*----------------------------------------------------------------*
020400*    0000-MAINLINE - ONE PASS PER RULE, IN REPORT ORDER, SO THE
020500*    REPORT COMES OUT GROUPED BY RULE
020600*----------------------------------------------------------------*
020700 0000-MAINLINE.
020800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020900     PERFORM 3000-CHECK-AFFILIATIONS THRU 3000-EXIT
021000         VARYING WS-RULE-NO FROM 1 BY 1
021100         UNTIL WS-RULE-NO > 3.
021200     MOVE 4 TO WS-RULE-NO.
021300     PERFORM 4000-CHECK-SPECIALTIES THRU 4000-EXIT.
021400     PERFORM 5000-CHECK-PENDING THRU 5000-EXIT
021500         VARYING WS-RULE-NO FROM 5 BY 1
021600         UNTIL WS-RULE-NO > 6.
021700     MOVE 7 TO WS-RULE-NO.
021800     PERFORM 6000-CHECK-NUMBERS THRU 6000-EXIT.
021900     MOVE 8 TO WS-RULE-NO.
022000     PERFORM 8900-PRINT-RULE-HEADING THRU 8900-EXIT.
022100     SORT SORT-WORK-FILE
022200         ON ASCENDING KEY SORT-DUP-TYPE
022300                          SORT-DUP-VALUE
022400                          SORT-DOCT-NUMBER
022500         INPUT PROCEDURE IS 6500-RELEASE-ACTIVE-DOCTORS
022600         OUTPUT PROCEDURE IS 6600-FIND-DUPLICATES.
022700     IF WS-RULE-NO = 8
022800         PERFORM 8950-PRINT-RULE-COUNT THRU 8950-EXIT
022900         MOVE 9 TO WS-RULE-NO
023000         PERFORM 8900-PRINT-RULE-HEADING THRU 8900-EXIT
023100     END-IF.
023200     PERFORM 8950-PRINT-RULE-COUNT THRU 8950-EXIT.
023300     MOVE 10 TO WS-RULE-NO.
023400     PERFORM 8000-CHECK-CENSUS THRU 8000-EXIT.
023425     MOVE 11 TO WS-RULE-NO.
023450     PERFORM 4000-CHECK-SPECIALTIES THRU 4000-EXIT.
023500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023600     STOP RUN.
023700*----------------------------------------------------------------*
023800*    1000-INITIALIZE - TAKE THE MASTER LOCK SO THE FILES HOLD
023900*    STILL WHILE THEY ARE COMPARED, OPEN THEM AND TABLE THE
024000*    SPECIALTY MASTER.  THE PENDING FILE AND THE CENSUS
024100*    HISTORY ARE ALLOWED NOT TO EXIST YET - THERE IS THEN
024200*    NOTHING ON THEM TO DISAGREE.
024300*----------------------------------------------------------------*
024400 1000-INITIALIZE.
024500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024600     MOVE 'DOCTVRFY' TO WS-LOCK-HOLDER-ID.
024700     PERFORM 7800-TAKE-MASTER-LOCK THRU 7800-EXIT.
024800     IF NOT WS-LOCK-TAKEN
024900         DISPLAY 'DOCTOR MASTER BUSY - RERUN WHEN FREE'
025000         MOVE 8 TO RETURN-CODE
025100         STOP RUN
025200     END-IF.
025300     OPEN INPUT DOCTOR-MASTER.
025400     IF WS-MAST-STATUS NOT = '00'
025500         DISPLAY 'UNABLE TO OPEN DOCTOR-MASTER - STATUS '
025600             WS-MAST-STATUS
025700         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
025800     END-IF.
025900     OPEN INPUT DOCTOR-FACILITY.
026000     IF WS-AFFL-STATUS NOT = '00'
026100         DISPLAY 'UNABLE TO OPEN DOCTOR-FACILITY - STATUS '
026200             WS-AFFL-STATUS
026300         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
026400     END-IF.
026500     OPEN INPUT FACILITY-MASTER.
026600     IF WS-FAC-STATUS NOT = '00'
026700         DISPLAY 'UNABLE TO OPEN FACILITY-MASTER - STATUS '
026800             WS-FAC-STATUS
026900         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
027000     END-IF.
027100     PERFORM 1100-LOAD-SPECIALTIES THRU 1100-EXIT.
027200     OPEN INPUT PENDING-CHANGES.
027300     IF WS-PEND-STATUS = '00'
027400         SET WS-PEND-OPEN TO TRUE
027500     END-IF.
027600     OPEN INPUT CENSUS-HISTORY.
027700     IF WS-CENS-STATUS = '00'
027800         SET WS-CENS-OPEN TO TRUE
027900     END-IF.
028000     OPEN OUTPUT VERIFY-REPORT.
028100     IF WS-RPT-STATUS NOT = '00'
028200         DISPLAY 'UNABLE TO OPEN VERIFY-REPORT - STATUS '
028300             WS-RPT-STATUS
028400         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
028500     END-IF.
028600     MOVE SPACES TO REPORT-LINE.
028700     STRING 'CROSS-FILE INTEGRITY CHECK - RUN DATE '
028800             DELIMITED BY SIZE
028900            WS-RUN-DATE DELIMITED BY SIZE
029000            INTO REPORT-LINE.
029100     WRITE REPORT-LINE.
029200 1000-EXIT.
029300     EXIT.
029400*----------------------------------------------------------------*
029500*    1100-LOAD-SPECIALTIES - TABLE EVERY SPECIALTY MASTER ROW
029600*----------------------------------------------------------------*
029700 1100-LOAD-SPECIALTIES.
029800     OPEN INPUT SPECIALTY-MASTER.
029900     IF WS-SPEC-STATUS NOT = '00'
030000         DISPLAY 'UNABLE TO OPEN SPECIALTY-MASTER - STATUS '
030100             WS-SPEC-STATUS
030200         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
030300     END-IF.
030400     MOVE 'N' TO WS-EOF-SW.
030500     PERFORM 1200-LOAD-ONE-SPECIALTY THRU 1200-EXIT
030600         UNTIL WS-EOF.
030700     CLOSE SPECIALTY-MASTER.
030800     IF WS-VSPEC-COUNT = ZERO
030900         DISPLAY 'SPECIALTY MASTER IS EMPTY'
031000         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
031100     END-IF.
031200 1100-EXIT.
031300     EXIT.
031400*----------------------------------------------------------------*
031500*    1200-LOAD-ONE-SPECIALTY - TABLE ONE ROW, ACTIVE OR NOT
031600*----------------------------------------------------------------*
031700 1200-LOAD-ONE-SPECIALTY.
031800     READ SPECIALTY-MASTER NEXT RECORD
031900         AT END
032000             SET WS-EOF TO TRUE
032100     END-READ.
032200     IF WS-SPEC-STATUS NOT = '00'
032300         SET WS-EOF TO TRUE
032400     END-IF.
032500     IF WS-EOF
032600         GO TO 1200-EXIT
032700     END-IF.
032800     IF WS-VSPEC-COUNT < 200
032900         ADD 1 TO WS-VSPEC-COUNT
033000         MOVE SPEC-REC-CODE TO WS-VSPEC-CODE (WS-VSPEC-COUNT)
033100         MOVE SPEC-REC-DESC TO WS-VSPEC-DESC (WS-VSPEC-COUNT)
033120         MOVE SPEC-REC-STATUS
033140             TO WS-VSPEC-STATUS (WS-VSPEC-COUNT)
033160         MOVE SPEC-REC-END-DATE
033180             TO WS-VSPEC-END-DATE (WS-VSPEC-COUNT)
033200     ELSE
033300         DISPLAY 'SPECIALTY TABLE FULL - '
033400             SPEC-REC-CODE ' NOT LOADED'
033500     END-IF.
033600 1200-EXIT.
033700     EXIT.
033800*----------------------------------------------------------------*
033900*    1900-ABANDON-RUN - A FILE THE CHECK CANNOT DO WITHOUT IS
034000*    MISSING.  HAND THE LOCK BACK AND END CONDITION CODE 12 -
034100*    AN UNCHECKED RESTORE IS NOT A CLEAN ONE.
034200*----------------------------------------------------------------*
034300 1900-ABANDON-RUN.
034400     PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT.
034500     MOVE 12 TO RETURN-CODE.
034600     STOP RUN.
034700 1900-EXIT.
034800     EXIT.
034900*----------------------------------------------------------------*
035000*    3000-CHECK-AFFILIATIONS - ONE PASS OF THE AFFILIATION FILE
035100*    FOR THE RULE IN WS-RULE-NO (1, 2 OR 3)
035200*----------------------------------------------------------------*
035300 3000-CHECK-AFFILIATIONS.
035400     PERFORM 8900-PRINT-RULE-HEADING THRU 8900-EXIT.
035500     MOVE 'N' TO WS-EOF-SW.
035600     MOVE LOW-VALUES TO AFFL-KEY.
035700     START DOCTOR-FACILITY
035800         KEY NOT LESS THAN AFFL-KEY
035900         INVALID KEY
036000             SET WS-EOF TO TRUE
036100     END-START.
036200     PERFORM 3100-CHECK-ONE-AFFILIATION THRU 3100-EXIT
036300         UNTIL WS-EOF.
036400     PERFORM 8950-PRINT-RULE-COUNT THRU 8950-EXIT.
036500 3000-EXIT.
036600     EXIT.
036700*----------------------------------------------------------------*
036800*    3100-CHECK-ONE-AFFILIATION - RULE 1 LOOKS THE DOCTOR UP,
036900*    RULES 2 AND 3 THE FACILITY.  A DETACHED ROW STILL NEEDS
037000*    ITS DOCTOR AND FACILITY TO EXIST - IT IS HISTORY THAT HAS
037100*    TO STAY EXPLAINABLE - BUT ONLY AN ACTIVE ROW AT AN
037200*    INACTIVE FACILITY IS WORTH A WARNING.
037300*----------------------------------------------------------------*
037400 3100-CHECK-ONE-AFFILIATION.
037500     READ DOCTOR-FACILITY NEXT RECORD
037600         AT END
037700             SET WS-EOF TO TRUE
037800     END-READ.
037900     IF WS-AFFL-STATUS NOT = '00'
038000         SET WS-EOF TO TRUE
038100     END-IF.
038200     IF WS-EOF
038300         GO TO 3100-EXIT
038400     END-IF.
038500     EVALUATE WS-RULE-NO
038600         WHEN 1
038700             MOVE AFFL-DOCT-NUMBER
038800                 TO DOCT-NUMBER OF DOCTOR-MASTER-RECORD
038900             READ DOCTOR-MASTER
039000                 INVALID KEY
039100                     PERFORM 3200-SHOW-AFFILIATION THRU 3200-EXIT
039200             END-READ
039300         WHEN 2
039400             MOVE AFFL-FAC-CODE TO FAC-CODE
039500             READ FACILITY-MASTER
039600                 INVALID KEY
039700                     PERFORM 3200-SHOW-AFFILIATION THRU 3200-EXIT
039800             END-READ
039900         WHEN 3
040000             IF AFFL-ACTIVE
040100                 MOVE AFFL-FAC-CODE TO FAC-CODE
040200                 READ FACILITY-MASTER
040300                     INVALID KEY
040400                         MOVE 'A' TO FAC-STATUS
040500                 END-READ
040600                 IF FAC-INACTIVE
040700                     PERFORM 3200-SHOW-AFFILIATION
040800                         THRU 3200-EXIT
040900                 END-IF
041000             END-IF
041100     END-EVALUATE.
041200 3100-EXIT.
041300     EXIT.
041400*----------------------------------------------------------------*
041500*    3200-SHOW-AFFILIATION - ONE EXCEPTION LINE FOR THE ROW
041600*----------------------------------------------------------------*
041700 3200-SHOW-AFFILIATION.
041800     MOVE SPACES TO WS-AFFL-NOTE.
041900     IF WS-RULE-NO = 3
042000         STRING 'FACILITY ENDED ' DELIMITED BY SIZE
042100                FAC-END-DATE DELIMITED BY SIZE
042200                INTO WS-AFFL-NOTE
042300     ELSE
042400         IF AFFL-ACTIVE
042500             MOVE 'ACTIVE' TO WS-AFFL-NOTE
042600         ELSE
042700             MOVE 'DETACHED' TO WS-AFFL-NOTE
042800         END-IF
042900     END-IF.
043000     MOVE SPACES TO WS-DETAIL-TEXT.
043100     STRING 'DOCTOR ' DELIMITED BY SIZE
043200            AFFL-DOCT-NUMBER DELIMITED BY SIZE
043300            '  FACILITY ' DELIMITED BY SIZE
043400            AFFL-FAC-CODE DELIMITED BY SIZE
043500            '  PRIVILEGES FROM ' DELIMITED BY SIZE
043600            AFFL-PRIV-EFF-DATE DELIMITED BY SIZE
043700            '  ' DELIMITED BY SIZE
043800            WS-AFFL-NOTE DELIMITED BY SIZE
043900            INTO WS-DETAIL-TEXT.
044000     PERFORM 8800-WRITE-EXCEPTION THRU 8800-EXIT.
044100 3200-EXIT.
044200     EXIT.
044300*----------------------------------------------------------------*
044400*    4000-CHECK-SPECIALTIES - RULE 4.  EVERY DOCTOR'S PRIMARY
044500*    AND ADDITIONAL SPECIALTIES MUST STILL BE ON THE SPECIALTY
044600*    MASTER, BY CODE OR BY DESCRIPTION.  RULE 11 MAKES THE
044625*    SAME PASS FOR THE ACTIVE DOCTORS ONLY, LOOKING FOR A
044650*    SPECIALTY THAT IS THERE BUT DEACTIVATED.
044700*----------------------------------------------------------------*
044800 4000-CHECK-SPECIALTIES.
044900     PERFORM 8900-PRINT-RULE-HEADING THRU 8900-EXIT.
045000     PERFORM 4900-START-MASTER THRU 4900-EXIT.
045100     PERFORM 4100-CHECK-ONE-DOCTOR THRU 4100-EXIT
045200         UNTIL WS-EOF.
045300     PERFORM 8950-PRINT-RULE-COUNT THRU 8950-EXIT.
045400 4000-EXIT.
045500     EXIT.
045600*----------------------------------------------------------------*
045700*    4100-CHECK-ONE-DOCTOR - PRIMARY, THEN THE THREE SLOTS
045800*----------------------------------------------------------------*
045900 4100-CHECK-ONE-DOCTOR.
046000     PERFORM 4950-READ-MASTER THRU 4950-EXIT.
046100     IF WS-EOF
046200         GO TO 4100-EXIT
046300     END-IF.
046320     IF WS-RULE-NO = 11
046340         AND NOT DOCT-ACTIVE OF DOCTOR-MASTER-RECORD
046360         GO TO 4100-EXIT
046380     END-IF.
046400     MOVE SPECIALT OF DOCTOR-MASTER-RECORD TO WS-SPEC-CHECK.
046500     MOVE 'PRIMARY' TO WS-SPEC-SLOT-NAME.
046600     PERFORM 4300-CHECK-ONE-SPECIALTY THRU 4300-EXIT.
046700     PERFORM 4200-CHECK-ONE-ADDL THRU 4200-EXIT
046800         VARYING WS-ADDL-IDX FROM 1 BY 1
046900         UNTIL WS-ADDL-IDX > 3.
047000 4100-EXIT.
047100     EXIT.
047200*----------------------------------------------------------------*
047300*    4200-CHECK-ONE-ADDL - ONE ADDITIONAL SPECIALTY SLOT
047400*----------------------------------------------------------------*
047500 4200-CHECK-ONE-ADDL.
047600     MOVE DOCT-ADDL-SPECIALT OF DOCTOR-MASTER-RECORD
047700         (WS-ADDL-IDX) TO WS-SPEC-CHECK.
047800     MOVE WS-ADDL-IDX TO WS-SLOT-EDIT.
047900     MOVE SPACES TO WS-SPEC-SLOT-NAME.
048000     STRING 'ADDITIONAL ' DELIMITED BY SIZE
048100            WS-SLOT-EDIT DELIMITED BY SIZE
048200            INTO WS-SPEC-SLOT-NAME.
048300     PERFORM 4300-CHECK-ONE-SPECIALTY THRU 4300-EXIT.
048400 4200-EXIT.
048500     EXIT.
048600*----------------------------------------------------------------*
048700*    4300-CHECK-ONE-SPECIALTY - AN EMPTY SLOT IS FINE; ANYTHING
048800*    ELSE HAS TO MATCH A SPECIALTY MASTER ROW FOR RULE 4, AND
048825*    AN ACTIVE ROW FOR RULE 11.  A SLOT RULE 4 ALREADY CAUGHT
048850*    IS NOT REPORTED AGAIN UNDER RULE 11.
048900*----------------------------------------------------------------*
049000 4300-CHECK-ONE-SPECIALTY.
049100     IF WS-SPEC-CHECK = SPACES
049200         GO TO 4300-EXIT
049300     END-IF.
049400     MOVE FUNCTION UPPER-CASE(WS-SPEC-CHECK) TO WS-SPEC-CHECK.
049500     MOVE 'N' TO WS-SPEC-FOUND-SW.
049600     SET WS-VSPEC-IDX TO 1.
049700     SEARCH WS-VSPEC-ENTRY
049800         AT END
049900             MOVE 'N' TO WS-SPEC-FOUND-SW
050000         WHEN WS-VSPEC-IDX > WS-VSPEC-COUNT
050100             MOVE 'N' TO WS-SPEC-FOUND-SW
050200         WHEN WS-VSPEC-CODE (WS-VSPEC-IDX) = WS-SPEC-CHECK
050300             SET WS-SPEC-FOUND TO TRUE
050400         WHEN WS-VSPEC-DESC (WS-VSPEC-IDX) = WS-SPEC-CHECK
050500             SET WS-SPEC-FOUND TO TRUE
050600     END-SEARCH.
050700     IF WS-RULE-NO = 4
050750         AND WS-SPEC-FOUND
050800         GO TO 4300-EXIT
050900     END-IF.
050905     IF WS-RULE-NO = 11
050910         IF NOT WS-SPEC-FOUND
050915             GO TO 4300-EXIT
050920         END-IF
050925         PERFORM 4400-FIND-ACTIVE-SPECIALTY THRU 4400-EXIT
050930         IF WS-SPEC-FOUND
050935             GO TO 4300-EXIT
050940         END-IF
050945     END-IF.
050950     MOVE SPACES TO WS-SPEC-NOTE.
050955     IF WS-RULE-NO = 11
050960         STRING ' ENDED ' DELIMITED BY SIZE
050965                WS-SPEC-ENDED DELIMITED BY SIZE
050970                INTO WS-SPEC-NOTE
050975     END-IF.
051000     MOVE SPACES TO WS-DETAIL-TEXT.
051100     STRING 'DOCTOR ' DELIMITED BY SIZE
051200            DOCT-NUMBER OF DOCTOR-MASTER-RECORD
051300                DELIMITED BY SIZE
051400            ' ' DELIMITED BY SIZE
051500            DOCTNAME OF DOCTOR-MASTER-RECORD DELIMITED BY SIZE
051600            ' ' DELIMITED BY SIZE
051700            WS-SPEC-SLOT-NAME DELIMITED BY SIZE
051800            ' ' DELIMITED BY SIZE
051900            WS-SPEC-CHECK DELIMITED BY SIZE
051950            WS-SPEC-NOTE DELIMITED BY SIZE
052000            INTO WS-DETAIL-TEXT.
052100     PERFORM 8800-WRITE-EXCEPTION THRU 8800-EXIT.
052200 4300-EXIT.
052300     EXIT.
052302*----------------------------------------------------------------*
052304*    4400-FIND-ACTIVE-SPECIALTY - THE SLOT MATCHED A ROW.  KEEP
052306*    THAT ROW'S END DATE AND LOOK AGAIN FOR AN ACTIVE ROW THE
052308*    SLOT MATCHES - A CODE AND A DESCRIPTION CAN HIT TWO ROWS.
052310*----------------------------------------------------------------*
052312 4400-FIND-ACTIVE-SPECIALTY.
052314     MOVE WS-VSPEC-END-DATE (WS-VSPEC-IDX) TO WS-SPEC-ENDED.
052316     MOVE 'N' TO WS-SPEC-FOUND-SW.
052318     SET WS-VSPEC-IDX TO 1.
052320     SEARCH WS-VSPEC-ENTRY
052322         AT END
052324             MOVE 'N' TO WS-SPEC-FOUND-SW
052326         WHEN WS-VSPEC-IDX > WS-VSPEC-COUNT
052328             MOVE 'N' TO WS-SPEC-FOUND-SW
052330         WHEN WS-VSPEC-CODE (WS-VSPEC-IDX) = WS-SPEC-CHECK
052332             AND WS-VSPEC-ACTIVE (WS-VSPEC-IDX)
052334             SET WS-SPEC-FOUND TO TRUE
052336         WHEN WS-VSPEC-DESC (WS-VSPEC-IDX) = WS-SPEC-CHECK
052338             AND WS-VSPEC-ACTIVE (WS-VSPEC-IDX)
052340             SET WS-SPEC-FOUND TO TRUE
052342     END-SEARCH.
052344 4400-EXIT.
052346     EXIT.
052400*----------------------------------------------------------------*
052500*    4900-START-MASTER - POSITION AT THE FRONT OF THE MASTER
052600*----------------------------------------------------------------*
052700 4900-START-MASTER.
052800     MOVE 'N' TO WS-EOF-SW.
052900     MOVE ZERO TO DOCT-NUMBER OF DOCTOR-MASTER-RECORD.
053000     START DOCTOR-MASTER
053100         KEY NOT LESS THAN DOCT-NUMBER OF DOCTOR-MASTER-RECORD
053200         INVALID KEY
053300             SET WS-EOF TO TRUE
053400     END-START.
053500 4900-EXIT.
053600     EXIT.
053700*----------------------------------------------------------------*
053800*    4950-READ-MASTER - NEXT DOCTOR IN NUMBER ORDER
053900*----------------------------------------------------------------*
054000 4950-READ-MASTER.
054100     READ DOCTOR-MASTER NEXT RECORD
054200         AT END
054300             SET WS-EOF TO TRUE
054400     END-READ.
054500     IF WS-MAST-STATUS NOT = '00'
054600         SET WS-EOF TO TRUE
054700     END-IF.
054800 4950-EXIT.
054900     EXIT.
055000*----------------------------------------------------------------*
055100*    5000-CHECK-PENDING - ONE PASS OF THE PENDING FILE FOR THE
055200*    RULE IN WS-RULE-NO (5 OR 6)
055300*----------------------------------------------------------------*
055400 5000-CHECK-PENDING.
055500     PERFORM 8900-PRINT-RULE-HEADING THRU 8900-EXIT.
055600     IF NOT WS-PEND-OPEN
055700         MOVE SPACES TO REPORT-LINE
055800         MOVE '    NO PENDING FILE ON HAND - NOTHING TO CHECK'
055900             TO REPORT-LINE
056000         WRITE REPORT-LINE
056100         GO TO 5000-COUNT
056200     END-IF.
056300     MOVE 'N' TO WS-EOF-SW.
056400     MOVE LOW-VALUES TO PEND-KEY.
056500     START PENDING-CHANGES
056600         KEY NOT LESS THAN PEND-KEY
056700         INVALID KEY
056800             SET WS-EOF TO TRUE
056900     END-START.
057000     PERFORM 5100-CHECK-ONE-PENDING THRU 5100-EXIT
057100         UNTIL WS-EOF.
057200 5000-COUNT.
057300     PERFORM 8950-PRINT-RULE-COUNT THRU 8950-EXIT.
057400 5000-EXIT.
057500     EXIT.
057600*----------------------------------------------------------------*
057700*    5100-CHECK-ONE-PENDING - RULE 5 WANTS THE DOCTOR MISSING,
057800*    RULE 6 WANTS THE DOCTOR RETIRED.  THE NIGHTLY DOCTPEND JOB
057900*    DROPS AN ITEM FOR A RETIRED DOCTOR, SO IT IS ONLY A
058000*    WARNING - BUT SOMEBODY FILED IT.
058100*----------------------------------------------------------------*
058200 5100-CHECK-ONE-PENDING.
058300     READ PENDING-CHANGES NEXT RECORD
058400         AT END
058500             SET WS-EOF TO TRUE
058600     END-READ.
058700     IF WS-PEND-STATUS NOT = '00'
058800         SET WS-EOF TO TRUE
058900     END-IF.
059000     IF WS-EOF
059100         GO TO 5100-EXIT
059200     END-IF.
059300     MOVE PEND-DOCT-NUMBER TO DOCT-NUMBER OF DOCTOR-MASTER-RECORD.
059400     READ DOCTOR-MASTER
059500         INVALID KEY
059600             MOVE SPACES TO DOCT-STATUS OF DOCTOR-MASTER-RECORD
059700     END-READ.
059800     IF WS-RULE-NO = 5
059900         AND WS-MAST-STATUS = '00'
060000         GO TO 5100-EXIT
060100     END-IF.
060200     IF WS-RULE-NO = 6
060300         AND (WS-MAST-STATUS NOT = '00'
060400              OR NOT DOCT-RETIRED OF DOCTOR-MASTER-RECORD)
060500         GO TO 5100-EXIT
060600     END-IF.
060700     MOVE SPACES TO WS-DETAIL-TEXT.
060800     STRING 'DOCTOR ' DELIMITED BY SIZE
060900            PEND-DOCT-NUMBER DELIMITED BY SIZE
061000            '  EFFECTIVE ' DELIMITED BY SIZE
061100            PEND-EFF-DATE DELIMITED BY SIZE
061200            '  SEQ ' DELIMITED BY SIZE
061300            PEND-SEQ DELIMITED BY SIZE
061400            '  ACTION ' DELIMITED BY SIZE
061500            PEND-ACTION DELIMITED BY SIZE
061600            '  FILED BY ' DELIMITED BY SIZE
061700            PEND-FILED-BY DELIMITED BY SIZE
061800            ' ON ' DELIMITED BY SIZE
061900            PEND-FILED-DATE DELIMITED BY SIZE
062000            INTO WS-DETAIL-TEXT.
062100     PERFORM 8800-WRITE-EXCEPTION THRU 8800-EXIT.
062200 5100-EXIT.
062300     EXIT.
062400*----------------------------------------------------------------*
062500*    6000-CHECK-NUMBERS - RULE 7.  NO DOCTOR MAY CARRY A NUMBER
062600*    THE CONTROL FILE HAS NOT HANDED OUT YET - THE NEXT NEW
062700*    DOCTOR WOULD COLLIDE WITH IT.  A MISSING OR UNREADABLE
062800*    CONTROL FILE IS ITSELF THE EXCEPTION.
062900*----------------------------------------------------------------*
063000 6000-CHECK-NUMBERS.
063100     PERFORM 8900-PRINT-RULE-HEADING THRU 8900-EXIT.
063200     OPEN INPUT DOCTOR-NUMBER-FILE.
063300     IF WS-NBR-STATUS NOT = '00'
063400         MOVE SPACES TO WS-DETAIL-TEXT
063500         STRING 'DOCTNBRS CONTROL FILE WILL NOT OPEN - STATUS '
063600                 DELIMITED BY SIZE
063700                WS-NBR-STATUS DELIMITED BY SIZE
063800                INTO WS-DETAIL-TEXT
063900         PERFORM 8800-WRITE-EXCEPTION THRU 8800-EXIT
064000         GO TO 6000-COUNT
064100     END-IF.
064200     MOVE ZERO TO DNBR-LAST-ASSIGNED.
064300     READ DOCTOR-NUMBER-FILE
064400         AT END
064500             MOVE ZERO TO DNBR-LAST-ASSIGNED
064600     END-READ.
064700     CLOSE DOCTOR-NUMBER-FILE.
064800     IF DNBR-LAST-ASSIGNED NOT NUMERIC
064900         OR DNBR-LAST-ASSIGNED = ZERO
065000         MOVE 'DOCTNBRS CONTROL FILE IS EMPTY OR NOT NUMERIC'
065100             TO WS-DETAIL-TEXT
065200         PERFORM 8800-WRITE-EXCEPTION THRU 8800-EXIT
065300         GO TO 6000-COUNT
065400     END-IF.
065500     MOVE SPACES TO REPORT-LINE.
065600     STRING '    LAST DOCTOR NUMBER ASSIGNED: ' DELIMITED BY SIZE
065700            DNBR-LAST-ASSIGNED DELIMITED BY SIZE
065800            INTO REPORT-LINE.
065900     WRITE REPORT-LINE.
066000     MOVE 'N' TO WS-EOF-SW.
066100     MOVE DNBR-LAST-ASSIGNED
066200         TO DOCT-NUMBER OF DOCTOR-MASTER-RECORD.
066300     START DOCTOR-MASTER
066400         KEY GREATER THAN DOCT-NUMBER OF DOCTOR-MASTER-RECORD
066500         INVALID KEY
066600             SET WS-EOF TO TRUE
066700     END-START.
066800     PERFORM 6100-SHOW-ONE-NUMBER THRU 6100-EXIT
066900         UNTIL WS-EOF.
067000 6000-COUNT.
067100     PERFORM 8950-PRINT-RULE-COUNT THRU 8950-EXIT.
067200 6000-EXIT.
067300     EXIT.
067400*----------------------------------------------------------------*
067500*    6100-SHOW-ONE-NUMBER - EVERY DOCTOR PAST THE CONTROL VALUE
067600*----------------------------------------------------------------*
067700 6100-SHOW-ONE-NUMBER.
067800     PERFORM 4950-READ-MASTER THRU 4950-EXIT.
067900     IF WS-EOF
068000         GO TO 6100-EXIT
068100     END-IF.
068200     MOVE SPACES TO WS-DETAIL-TEXT.
068300     STRING 'DOCTOR ' DELIMITED BY SIZE
068400            DOCT-NUMBER OF DOCTOR-MASTER-RECORD
068500                DELIMITED BY SIZE
068600            ' ' DELIMITED BY SIZE
068700            DOCTNAME OF DOCTOR-MASTER-RECORD DELIMITED BY SIZE
068800            INTO WS-DETAIL-TEXT.
068900     PERFORM 8800-WRITE-EXCEPTION THRU 8800-EXIT.
069000 6100-EXIT.
069100     EXIT.
069200*----------------------------------------------------------------*
069300*    6500-RELEASE-ACTIVE-DOCTORS - FEED THE SORT WITH THE NPI
069400*    AND THE PHONE OF EVERY ACTIVE DOCTOR.  A ZERO VALUE WAS
069500*    NEVER KEYED AND IS NOT A DUPLICATE.
069600*----------------------------------------------------------------*
069700 6500-RELEASE-ACTIVE-DOCTORS.
069800     PERFORM 4900-START-MASTER THRU 4900-EXIT.
069900     PERFORM 6550-RELEASE-ONE-DOCTOR THRU 6550-EXIT
070000         UNTIL WS-EOF.
070100 6500-EXIT.
070200     EXIT.
070300*----------------------------------------------------------------*
070400*    6550-RELEASE-ONE-DOCTOR
070500*----------------------------------------------------------------*
070600 6550-RELEASE-ONE-DOCTOR.
070700     PERFORM 4950-READ-MASTER THRU 4950-EXIT.
070800     IF WS-EOF
070900         GO TO 6550-EXIT
071000     END-IF.
071100     IF NOT DOCT-ACTIVE OF DOCTOR-MASTER-RECORD
071200         GO TO 6550-EXIT
071300     END-IF.
071400     MOVE DOCT-NUMBER OF DOCTOR-MASTER-RECORD
071500         TO SORT-DOCT-NUMBER.
071600     MOVE DOCTNAME OF DOCTOR-MASTER-RECORD TO SORT-DOCTNAME.
071700     IF DOCT-NPI OF DOCTOR-MASTER-RECORD NUMERIC
071800         AND DOCT-NPI OF DOCTOR-MASTER-RECORD NOT = ZERO
071900         MOVE 'N' TO SORT-DUP-TYPE
072000         MOVE DOCT-NPI OF DOCTOR-MASTER-RECORD TO SORT-DUP-VALUE
072100         RELEASE SORT-WORK-RECORD
072200     END-IF.
072300     IF DOCT-PHONE OF DOCTOR-MASTER-RECORD NUMERIC
072400         AND DOCT-PHONE OF DOCTOR-MASTER-RECORD NOT = ZERO
072500         MOVE 'P' TO SORT-DUP-TYPE
072600         MOVE DOCT-PHONE OF DOCTOR-MASTER-RECORD
072700             TO SORT-DUP-VALUE
072800         RELEASE SORT-WORK-RECORD
072900     END-IF.
073000 6550-EXIT.
073100     EXIT.
073200*----------------------------------------------------------------*
073300*    6600-FIND-DUPLICATES - THE SORTED NPIS COME BACK FIRST,
073400*    THEN THE PHONES.  EQUAL VALUES ARE ADJACENT; EVERY DOCTOR
073500*    SHARING A VALUE IS LISTED.  THE FIRST PHONE CLOSES RULE 8
073600*    AND OPENS RULE 9.
073700*----------------------------------------------------------------*
073800 6600-FIND-DUPLICATES.
073900     MOVE 'N' TO WS-SORT-EOF-SW.
074000     PERFORM 6700-CHECK-ONE-SORTED THRU 6700-EXIT
074100         UNTIL WS-SORT-EOF.
074200 6600-EXIT.
074300     EXIT.
074400*----------------------------------------------------------------*
074500*    6700-CHECK-ONE-SORTED - COMPARE WITH THE ONE BEFORE
074600*----------------------------------------------------------------*
074700 6700-CHECK-ONE-SORTED.
074800     RETURN SORT-WORK-FILE
074900         AT END
075000             SET WS-SORT-EOF TO TRUE
075100     END-RETURN.
075200     IF WS-SORT-EOF
075300         GO TO 6700-EXIT
075400     END-IF.
075500     IF SORT-DUP-TYPE = 'P'
075600         AND WS-RULE-NO = 8
075700         PERFORM 8950-PRINT-RULE-COUNT THRU 8950-EXIT
075800         MOVE 9 TO WS-RULE-NO
075900         PERFORM 8900-PRINT-RULE-HEADING THRU 8900-EXIT
076000     END-IF.
076100     IF SORT-DUP-TYPE = WS-DUP-PREV-TYPE
076200         AND SORT-DUP-VALUE = WS-DUP-PREV-VALUE
076300         IF NOT WS-DUP-GROUP
076400             MOVE WS-DUP-PREV TO WS-DUP-SHOW
076500             PERFORM 6800-SHOW-DUPLICATE THRU 6800-EXIT
076600             SET WS-DUP-GROUP TO TRUE
076700         END-IF
076800         MOVE SORT-WORK-RECORD TO WS-DUP-SHOW
076900         PERFORM 6800-SHOW-DUPLICATE THRU 6800-EXIT
077000     ELSE
077100         MOVE 'N' TO WS-DUP-GROUP-SW
077200     END-IF.
077300     MOVE SORT-WORK-RECORD TO WS-DUP-PREV.
077400 6700-EXIT.
077500     EXIT.
077600*----------------------------------------------------------------*
077700*    6800-SHOW-DUPLICATE - ONE DOCTOR SHARING AN NPI OR PHONE
077800*----------------------------------------------------------------*
077900 6800-SHOW-DUPLICATE.
078000     IF WS-DUP-SHOW-TYPE = 'N'
078100         MOVE 'NPI' TO WS-DUP-WORD
078200     ELSE
078300         MOVE 'PHONE' TO WS-DUP-WORD
078400     END-IF.
078500     MOVE SPACES TO WS-DETAIL-TEXT.
078600     STRING WS-DUP-WORD DELIMITED BY SIZE
078700            WS-DUP-SHOW-VALUE DELIMITED BY SIZE
078800            '  DOCTOR ' DELIMITED BY SIZE
078900            WS-DUP-SHOW-NUMBER DELIMITED BY SIZE
079000            ' ' DELIMITED BY SIZE
079100            WS-DUP-SHOW-NAME DELIMITED BY SIZE
079200            INTO WS-DETAIL-TEXT.
079300     PERFORM 8800-WRITE-EXCEPTION THRU 8800-EXIT.
079400 6800-EXIT.
079500     EXIT.
079600*----------------------------------------------------------------*
079700*    8000-CHECK-CENSUS - RULE 10.  EVERY CENSUS ROW NEEDS A
079800*    REAL MONTH NO LATER THAN THIS ONE, ONE OF THE THREE COUNT
079900*    TYPES AND A CATEGORY; A SPECIALTY ROW'S CATEGORY MUST
080000*    STILL BE ON THE SPECIALTY MASTER.
080100*----------------------------------------------------------------*
080200 8000-CHECK-CENSUS.
080300     PERFORM 8900-PRINT-RULE-HEADING THRU 8900-EXIT.
080400     IF NOT WS-CENS-OPEN
080500         MOVE SPACES TO REPORT-LINE
080600         MOVE '    NO CENSUS HISTORY ON HAND - NOTHING TO CHECK'
080700             TO REPORT-LINE
080800         WRITE REPORT-LINE
080900         GO TO 8000-COUNT
081000     END-IF.
081100     MOVE 'N' TO WS-EOF-SW.
081200     PERFORM 8100-CHECK-ONE-CENSUS THRU 8100-EXIT
081300         UNTIL WS-EOF.
081400 8000-COUNT.
081500     PERFORM 8950-PRINT-RULE-COUNT THRU 8950-EXIT.
081600 8000-EXIT.
081700     EXIT.
081800*----------------------------------------------------------------*
081900*    8100-CHECK-ONE-CENSUS
082000*----------------------------------------------------------------*
082100 8100-CHECK-ONE-CENSUS.
082200     READ CENSUS-HISTORY NEXT RECORD
082300         AT END
082400             SET WS-EOF TO TRUE
082500     END-READ.
082600     IF WS-CENS-STATUS NOT = '00'
082700         SET WS-EOF TO TRUE
082800     END-IF.
082900     IF WS-EOF
083000         GO TO 8100-EXIT
083100     END-IF.
083200     MOVE SPACES TO WS-CENS-PROBLEM.
083300     IF CENS-MONTH NOT NUMERIC
083400         MOVE 'MONTH NOT NUMERIC' TO WS-CENS-PROBLEM
083500         GO TO 8100-SHOW
083600     END-IF.
083700     MOVE CENS-MONTH TO WS-CENS-MONTH-WORK.
083800     IF WS-CENS-MM < 1 OR WS-CENS-MM > 12
083900         MOVE 'MONTH NOT 01-12' TO WS-CENS-PROBLEM
084000         GO TO 8100-SHOW
084100     END-IF.
084200     IF CENS-MONTH > WS-RUN-MONTH
084300         MOVE 'MONTH IN THE FUTURE' TO WS-CENS-PROBLEM
084400         GO TO 8100-SHOW
084500     END-IF.
084600     IF NOT CENS-TYPE-SPECIALTY
084700         AND NOT CENS-TYPE-STATUS
084800         AND NOT CENS-TYPE-CRED
084900         MOVE 'UNKNOWN COUNT TYPE' TO WS-CENS-PROBLEM
085000         GO TO 8100-SHOW
085100     END-IF.
085200     IF CENS-CATEGORY = SPACES
085300         MOVE 'NO CATEGORY' TO WS-CENS-PROBLEM
085400         GO TO 8100-SHOW
085500     END-IF.
085600     IF NOT CENS-TYPE-SPECIALTY
085700         GO TO 8100-EXIT
085800     END-IF.
085900     MOVE FUNCTION UPPER-CASE(CENS-CATEGORY) TO WS-SPEC-CHECK.
086000     MOVE 'N' TO WS-SPEC-FOUND-SW.
086100     SET WS-VSPEC-IDX TO 1.
086200     SEARCH WS-VSPEC-ENTRY
086300         AT END
086400             MOVE 'N' TO WS-SPEC-FOUND-SW
086500         WHEN WS-VSPEC-IDX > WS-VSPEC-COUNT
086600             MOVE 'N' TO WS-SPEC-FOUND-SW
086700         WHEN WS-VSPEC-CODE (WS-VSPEC-IDX) = WS-SPEC-CHECK
086800             SET WS-SPEC-FOUND TO TRUE
086900         WHEN WS-VSPEC-DESC (WS-VSPEC-IDX) = WS-SPEC-CHECK
087000             SET WS-SPEC-FOUND TO TRUE
087100     END-SEARCH.
087200     IF WS-SPEC-FOUND
087300         GO TO 8100-EXIT
087400     END-IF.
087500     MOVE 'SPECIALTY NOT ON SPECMAST' TO WS-CENS-PROBLEM.
087600 8100-SHOW.
087700     MOVE SPACES TO WS-DETAIL-TEXT.
087800     STRING 'MONTH ' DELIMITED BY SIZE
087900            CENS-MONTH DELIMITED BY SIZE
088000            '  TYPE ' DELIMITED BY SIZE
088100            CENS-TYPE DELIMITED BY SIZE
088200            '  ' DELIMITED BY SIZE
088300            CENS-CATEGORY DELIMITED BY SIZE
088400            '  ' DELIMITED BY SIZE
088500            WS-CENS-PROBLEM DELIMITED BY SIZE
088600            INTO WS-DETAIL-TEXT.
088700     PERFORM 8800-WRITE-EXCEPTION THRU 8800-EXIT.
088800 8100-EXIT.
088900     EXIT.
089000*----------------------------------------------------------------*
089100*    8800-WRITE-EXCEPTION - PRINT WS-DETAIL-TEXT UNDER THE
089200*    CURRENT RULE AND COUNT IT AGAINST THAT RULE
089300*----------------------------------------------------------------*
089400 8800-WRITE-EXCEPTION.
089500     MOVE SPACES TO REPORT-LINE.
089600     STRING '    ' DELIMITED BY SIZE
089700            WS-DETAIL-TEXT DELIMITED BY SIZE
089800            INTO REPORT-LINE.
089900     WRITE REPORT-LINE.
090000     ADD 1 TO WS-RULE-COUNT (WS-RULE-NO).
090100 8800-EXIT.
090200     EXIT.
090300*----------------------------------------------------------------*
090400*    8900-PRINT-RULE-HEADING - NUMBER, TITLE AND SEVERITY
090500*----------------------------------------------------------------*
090600 8900-PRINT-RULE-HEADING.
090700     IF WS-RULE-SERIOUS (WS-RULE-NO)
090800         MOVE '(SERIOUS)' TO WS-SEVERITY-WORD
090900     ELSE
091000         MOVE '(WARNING)' TO WS-SEVERITY-WORD
091100     END-IF.
091200     MOVE WS-RULE-NO TO WS-RULE-NO-EDIT.
091300     MOVE SPACES TO REPORT-LINE.
091400     WRITE REPORT-LINE.
091500     STRING 'RULE ' DELIMITED BY SIZE
091600            WS-RULE-NO-EDIT DELIMITED BY SIZE
091700            ' - ' DELIMITED BY SIZE
091800            WS-RULE-TITLE (WS-RULE-NO) DELIMITED BY SIZE
091900            WS-SEVERITY-WORD DELIMITED BY SIZE
092000            INTO REPORT-LINE.
092100     WRITE REPORT-LINE.
092200 8900-EXIT.
092300     EXIT.
092400*----------------------------------------------------------------*
092500*    8950-PRINT-RULE-COUNT - THE COUNT UNDER EACH RULE
092600*----------------------------------------------------------------*
092700 8950-PRINT-RULE-COUNT.
092800     MOVE WS-RULE-COUNT (WS-RULE-NO) TO WS-COUNT-EDIT.
092900     MOVE SPACES TO REPORT-LINE.
093000     STRING '    EXCEPTIONS: ' DELIMITED BY SIZE
093100            WS-COUNT-EDIT DELIMITED BY SIZE
093200            INTO REPORT-LINE.
093300     WRITE REPORT-LINE.
093400 8950-EXIT.
093500     EXIT.
093600*----------------------------------------------------------------*
093700*    9000-TERMINATE - THE RULE-BY-RULE SUMMARY AND VERDICT,
093800*    CLOSE AND HAND THE LOCK BACK.  A SERIOUS EXCEPTION ENDS
093900*    CONDITION CODE 12, WARNINGS ALONE CONDITION CODE 4.
094000*----------------------------------------------------------------*
094100 9000-TERMINATE.
094200     MOVE SPACES TO REPORT-LINE.
094300     WRITE REPORT-LINE.
094400     MOVE 'SUMMARY BY RULE' TO REPORT-LINE.
094500     WRITE REPORT-LINE.
094600     PERFORM 9100-SUMMARIZE-ONE-RULE THRU 9100-EXIT
094700         VARYING WS-RULE-NO FROM 1 BY 1
094800         UNTIL WS-RULE-NO > WS-RULE-SIZE.
094900     MOVE SPACES TO REPORT-LINE.
095000     WRITE REPORT-LINE.
095100     MOVE WS-SERIOUS-COUNT TO WS-COUNT-EDIT.
095200     STRING 'SERIOUS EXCEPTIONS:    ' DELIMITED BY SIZE
095300            WS-COUNT-EDIT DELIMITED BY SIZE
095400            INTO REPORT-LINE.
095500     WRITE REPORT-LINE.
095600     MOVE SPACES TO REPORT-LINE.
095700     MOVE WS-WARNING-COUNT TO WS-COUNT-EDIT.
095800     STRING 'WARNINGS:              ' DELIMITED BY SIZE
095900            WS-COUNT-EDIT DELIMITED BY SIZE
096000            INTO REPORT-LINE.
096100     WRITE REPORT-LINE.
096200     MOVE SPACES TO REPORT-LINE.
096300     WRITE REPORT-LINE.
096400     EVALUATE TRUE
096500         WHEN WS-SERIOUS-COUNT > ZERO
096600             MOVE 'FILES DO NOT AGREE - KEEP THE DESK CLOSED'
096700                 TO REPORT-LINE
096800             MOVE 12 TO RETURN-CODE
096900         WHEN WS-WARNING-COUNT > ZERO
097000             MOVE 'FILES AGREE - WARNINGS TO REVIEW'
097100                 TO REPORT-LINE
097200             MOVE 4 TO RETURN-CODE
097300         WHEN OTHER
097400             MOVE 'FILES AGREE - CLEAN' TO REPORT-LINE
097500     END-EVALUATE.
097600     WRITE REPORT-LINE.
097700     CLOSE DOCTOR-MASTER.
097800     CLOSE DOCTOR-FACILITY.
097900     CLOSE FACILITY-MASTER.
098000     IF WS-PEND-OPEN
098100         CLOSE PENDING-CHANGES
098200     END-IF.
098300     IF WS-CENS-OPEN
098400         CLOSE CENSUS-HISTORY
098500     END-IF.
098600     CLOSE VERIFY-REPORT.
098700     PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT.
098800     DISPLAY 'SERIOUS EXCEPTIONS: ' WS-SERIOUS-COUNT.
098900     DISPLAY 'WARNINGS:           ' WS-WARNING-COUNT.
099000 9000-EXIT.
099100     EXIT.
099200*----------------------------------------------------------------*
099300*    9100-SUMMARIZE-ONE-RULE - ONE SUMMARY LINE PER RULE
099400*----------------------------------------------------------------*
099500 9100-SUMMARIZE-ONE-RULE.
099600     IF WS-RULE-SERIOUS (WS-RULE-NO)
099700         ADD WS-RULE-COUNT (WS-RULE-NO) TO WS-SERIOUS-COUNT
099800         MOVE 'SERIOUS' TO WS-SEVERITY-WORD
099900     ELSE
100000         ADD WS-RULE-COUNT (WS-RULE-NO) TO WS-WARNING-COUNT
100100         MOVE 'WARNING' TO WS-SEVERITY-WORD
100200     END-IF.
100300     MOVE WS-RULE-NO TO WS-RULE-NO-EDIT.
100400     MOVE WS-RULE-COUNT (WS-RULE-NO) TO WS-COUNT-EDIT.
100500     MOVE SPACES TO REPORT-LINE.
100600     STRING '  ' DELIMITED BY SIZE
100700            WS-RULE-NO-EDIT DELIMITED BY SIZE
100800            '  ' DELIMITED BY SIZE
100900            WS-SEVERITY-WORD DELIMITED BY SIZE
101000            WS-RULE-TITLE (WS-RULE-NO) DELIMITED BY SIZE
101100            WS-COUNT-EDIT DELIMITED BY SIZE
101200            INTO REPORT-LINE.
101300     WRITE REPORT-LINE.
101400 9100-EXIT.
101500     EXIT.
101600 COPY LOCKPROC.
