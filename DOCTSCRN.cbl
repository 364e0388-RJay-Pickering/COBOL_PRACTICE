000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DOCTSCRN.
000300 AUTHOR. R JAY PICKERING.
000400 INSTALLATION. CREDENTIALING - FRONT DESK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    ---------------------------------------------------------
001000*    2026-10-15  RJP  ORIGINAL - MONTHLY EXCLUSION SCREENING.
001100*                     MATCHES EVERY DOCTOR ON THE MASTER
001200*                     AGAINST THE FEDERAL OIG EXCLUSION FILE
001300*                     AND THE STATE MEDICAID EXCLUSION FILE
001400*                     (SEE EXCLREC.CPY).  THE NPI IS THE MATCH
001500*                     WHEN BOTH SIDES CARRY ONE; WHEN EITHER
001600*                     SIDE HAS NO NPI THE JOB FALLS BACK TO THE
001700*                     STATE LICENSE AND THE NAME.  NPI, OR
001800*                     LICENSE WITH THE NAME AGREEING, IS A HIT;
001900*                     LICENSE OR NAME ALONE IS A PROBABLE
002000*                     MATCH.  EVERYTHING FOUND IS PRINTED AND
002100*                     FILED ON THE KEYED HIT FILE (SEE
002200*                     HITREC.CPY) FOR A SUPERVISOR TO CLEAR OR
002300*                     CONFIRM FROM THE FIRST.CBL MENU, AND THE
002400*                     RUN ITSELF IS FILED ON THE SCREENING
002500*                     HISTORY (SEE SCRHREC.CPY) AS COMPLIANCE'S
002600*                     PROOF OF THE MONTHLY SCREEN.  THE MASTER
002700*                     IS ONLY READ.  NEW FINDINGS END THE RUN
002800*                     CONDITION 4; A MISSING LIST ENDS IT 12
002900*                     WITH NOTHING FILED.
002910*    2026-10-15  RJP  THE RUN NOW HOLDS THE SHARED MASTER LOCK
002920*                     (SEE LOCKREC.CPY) WHILE IT FILES HITS, SO
002930*                     A HIT CANNOT BE RE-FILED UNDER A
002940*                     SUPERVISOR WHO IS DECIDING IT AT THE DESK.
002950*                     A BUSY MASTER ENDS THE RUN CONDITION 8.
003000*    ---------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT DOCTOR-MASTER ASSIGN TO 'DOCTMAST'
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS DOCT-NUMBER OF DOCTOR-MASTER-RECORD
003800         FILE STATUS IS WS-MAST-STATUS.
003900     SELECT OIG-EXCLUSIONS ASSIGN TO 'OIGEXCL'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-OIG-STATUS.
004200     SELECT STATE-EXCLUSIONS ASSIGN TO 'STEXCL'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-STX-STATUS.
004500     SELECT SCREEN-HITS ASSIGN TO 'SCRNHIT'
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS HIT-KEY
004900         FILE STATUS IS WS-HIT-STATUS.
005000     SELECT SCREEN-HISTORY ASSIGN TO 'SCRNHIST'
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS SCRH-KEY
005400         FILE STATUS IS WS-SCRH-STATUS.
005500     SELECT SORT-WORK-FILE ASSIGN TO 'SORTWK01'.
005600     SELECT SCREEN-REPORT ASSIGN TO 'SCRNRPT'
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-RPT-STATUS.
005825     SELECT MASTER-LOCK ASSIGN TO 'DOCTLOCK'
005850         ORGANIZATION IS LINE SEQUENTIAL
005875         FILE STATUS IS WS-LOCK-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  DOCTOR-MASTER.
006200     COPY DOCTREC REPLACING ==DOCTREC-LAYOUT==
006300                         BY ==DOCTOR-MASTER-RECORD==.
006400 FD  OIG-EXCLUSIONS.
006500     COPY EXCLREC REPLACING ==EXCLREC-LAYOUT==
006600                         BY ==OIG-EXCLUSION-RECORD==.
006700 FD  STATE-EXCLUSIONS.
006800     COPY EXCLREC REPLACING ==EXCLREC-LAYOUT==
006900                         BY ==STATE-EXCLUSION-RECORD==.
007000 FD  SCREEN-HITS.
007100     COPY HITREC.
007200 FD  SCREEN-HISTORY.
007300     COPY SCRHREC.
007400 SD  SORT-WORK-FILE.
007500 01  SORT-WORK-RECORD.
007600     05  SORT-MATCH-KEY          PIC X(20).
007700     05  SORT-REC-TYPE           PIC X(01).
007800         88  SORT-IS-DOCTOR          VALUE 'D'.
007900         88  SORT-IS-EXCLUSION       VALUE 'E'.
008000     05  SORT-SOURCE             PIC X(01).
008100     05  SORT-DOCT-NUMBER        PIC 9(08).
008200     05  SORT-NAME               PIC X(20).
008300     05  SORT-NPI                PIC 9(10).
008400     05  SORT-LICENSE-NO         PIC X(10).
008500     05  SORT-LICENSE-STATE      PIC X(02).
008600     05  SORT-EXCL-TYPE          PIC X(09).
008700     05  SORT-EXCL-DATE          PIC 9(08).
008800 FD  SCREEN-REPORT.
008900 01  REPORT-LINE                 PIC X(100).
008925 FD  MASTER-LOCK.
008950     COPY LOCKREC.
009000 WORKING-STORAGE SECTION.
009100 01  WS-MAST-STATUS              PIC X(02).
009200 01  WS-OIG-STATUS               PIC X(02).
009300 01  WS-STX-STATUS               PIC X(02).
009400 01  WS-HIT-STATUS               PIC X(02).
009500     88  WS-HIT-NOT-FOUND            VALUE '35'.
009600 01  WS-SCRH-STATUS              PIC X(02).
009700     88  WS-SCRH-NOT-FOUND           VALUE '35'.
009800 01  WS-RPT-STATUS               PIC X(02).
009900 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
010000     88  WS-EOF                      VALUE 'Y'.
010100 01  WS-NEW-HIT-SW               PIC X(01) VALUE 'N'.
010200     88  WS-NEW-HIT                  VALUE 'Y'.
010300*        WHICH OF THE THREE MATCH PASSES IS RUNNING
010400 01  WS-PASS-SW                  PIC X(01) VALUE 'N'.
010500     88  WS-PASS-NPI                 VALUE 'N'.
010600     88  WS-PASS-LICENSE             VALUE 'L'.
010700     88  WS-PASS-NAME                VALUE 'M'.
010800 01  WS-SOURCE                   PIC X(01).
010900     88  WS-SOURCE-OIG               VALUE 'O'.
011000     88  WS-SOURCE-STATE             VALUE 'S'.
011100 01  WS-MATCH-TYPE               PIC X(01).
011200 01  WS-RUN-DATE                 PIC 9(08).
011300 01  WS-DOCTOR-COUNT             PIC 9(08) COMP VALUE ZERO.
011400 01  WS-OIG-COUNT                PIC 9(08) COMP VALUE ZERO.
011500 01  WS-STATE-COUNT              PIC 9(08) COMP VALUE ZERO.
011600 01  WS-HIT-COUNT                PIC 9(06) COMP VALUE ZERO.
011700 01  WS-PROBABLE-COUNT           PIC 9(06) COMP VALUE ZERO.
011800 01  WS-NEW-COUNT                PIC 9(06) COMP VALUE ZERO.
011900 01  WS-COUNT-EDIT               PIC ZZ,ZZZ,ZZ9.
012000 01  WS-LINE-TAG                 PIC X(10).
012100 01  WS-SOURCE-WORD              PIC X(05).
012200 01  WS-BASIS-WORD               PIC X(12).
012300 01  WS-STATUS-TAG               PIC X(09).
012400*        DOCTORS SHARING THE CURRENT SORT KEY, HELD SO EVERY
012500*        LIST ENTRY ON THE SAME KEY IS TESTED AGAINST EACH ONE
012600 01  WS-HOLD-FIELDS.
012700     05  WS-HOLD-KEY             PIC X(20).
012800     05  WS-HOLD-COUNT           PIC 9(04) COMP VALUE ZERO.
012900     05  WS-HOLD-IDX             PIC 9(04) COMP VALUE ZERO.
013000     05  WS-HOLD-ENTRY OCCURS 50 TIMES.
013100         10  WS-HLD-DOCT-NUMBER      PIC 9(08).
013200         10  WS-HLD-NAME             PIC X(20).
013300         10  WS-HLD-NPI              PIC 9(10).
013400         10  WS-HLD-LICENSE-NO       PIC X(10).
013500         10  WS-HLD-LICENSE-STATE    PIC X(02).
013600 COPY EXCLREC REPLACING ==EXCLREC-LAYOUT==
013700                     BY ==WS-EXCLUSION-FIELDS==.
013750 COPY LOCKWRK.
013800 PROCEDURE DIVISION.
013900*----------------------------------------------------------------*
014000*    0000-MAINLINE - THREE MATCH PASSES OVER THE MASTER AND
014100*    BOTH LISTS - NPI, STATE LICENSE, NAME - THEN FILE THE RUN
014200*----------------------------------------------------------------*
014300 0000-MAINLINE.
014400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014500     SET WS-PASS-NPI TO TRUE.
014600     SORT SORT-WORK-FILE
014700         ON ASCENDING KEY SORT-MATCH-KEY
014800                          SORT-REC-TYPE
014900         INPUT PROCEDURE IS 2000-RELEASE-PASS
015000         OUTPUT PROCEDURE IS 3000-MATCH-PASS.
015100     SET WS-PASS-LICENSE TO TRUE.
015200     SORT SORT-WORK-FILE
015300         ON ASCENDING KEY SORT-MATCH-KEY
015400                          SORT-REC-TYPE
015500         INPUT PROCEDURE IS 2000-RELEASE-PASS
015600         OUTPUT PROCEDURE IS 3000-MATCH-PASS.
015700     SET WS-PASS-NAME TO TRUE.
015800     SORT SORT-WORK-FILE
015900         ON ASCENDING KEY SORT-MATCH-KEY
016000                          SORT-REC-TYPE
016100         INPUT PROCEDURE IS 2000-RELEASE-PASS
016200         OUTPUT PROCEDURE IS 3000-MATCH-PASS.
016300     PERFORM 8000-FILE-RUN-HISTORY THRU 8000-EXIT.
016400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016500     STOP RUN.
016600*----------------------------------------------------------------*
016700*    1000-INITIALIZE - TAKE THE MASTER LOCK SO NO SUPERVISOR
016725*    IS WORKING THE HIT FILE AT THE DESK WHILE THIS RUN FILES
016750*    TO IT, THEN OPEN THE HIT FILE, THE HISTORY AND THE
016800*    REPORT, CREATING THE KEYED FILES ON FIRST USE
016900*----------------------------------------------------------------*
017000 1000-INITIALIZE.
017100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017110     MOVE 'DOCTSCRN' TO WS-LOCK-HOLDER-ID.
017120     PERFORM 7800-TAKE-MASTER-LOCK THRU 7800-EXIT.
017130     IF NOT WS-LOCK-TAKEN
017140         DISPLAY 'DOCTOR MASTER BUSY - RERUN WHEN FREE'
017150         MOVE 8 TO RETURN-CODE
017160         STOP RUN
017170     END-IF.
017200     OPEN I-O SCREEN-HITS.
017300     IF WS-HIT-NOT-FOUND
017400         OPEN OUTPUT SCREEN-HITS
017500         CLOSE SCREEN-HITS
017600         OPEN I-O SCREEN-HITS
017700     END-IF.
017800     IF WS-HIT-STATUS NOT = '00'
017900         DISPLAY 'UNABLE TO OPEN SCREEN-HITS - STATUS '
018000             WS-HIT-STATUS
018100         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
018300     END-IF.
018400     OPEN I-O SCREEN-HISTORY.
018500     IF WS-SCRH-NOT-FOUND
018600         OPEN OUTPUT SCREEN-HISTORY
018700         CLOSE SCREEN-HISTORY
018800         OPEN I-O SCREEN-HISTORY
018900     END-IF.
019000     IF WS-SCRH-STATUS NOT = '00'
019100         DISPLAY 'UNABLE TO OPEN SCREEN-HISTORY - STATUS '
019200             WS-SCRH-STATUS
019300         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
019500     END-IF.
019600     OPEN OUTPUT SCREEN-REPORT.
019700     IF WS-RPT-STATUS NOT = '00'
019800         DISPLAY 'UNABLE TO OPEN SCREEN-REPORT - STATUS '
019900             WS-RPT-STATUS
020000         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
020200     END-IF.
020300     MOVE SPACES TO REPORT-LINE.
020400     STRING 'EXCLUSION SCREENING - RUN DATE ' DELIMITED BY SIZE
020500            WS-RUN-DATE DELIMITED BY SIZE
020600            INTO REPORT-LINE.
020700     WRITE REPORT-LINE.
020800     MOVE SPACES TO REPORT-LINE.
020900     WRITE REPORT-LINE.
021000 1000-EXIT.
021100     EXIT.
021105*----------------------------------------------------------------*
021110*    1900-ABANDON-RUN - A FILE THE SCREEN CANNOT DO WITHOUT IS
021115*    MISSING.  HAND THE LOCK BACK AND END CONDITION CODE 12.
021120*----------------------------------------------------------------*
021125 1900-ABANDON-RUN.
021130     PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT.
021135     MOVE 12 TO RETURN-CODE.
021140     STOP RUN.
021145 1900-EXIT.
021150     EXIT.
021200*----------------------------------------------------------------*
021300*    2000-RELEASE-PASS - FEED THE SORT WITH THE MASTER AND BOTH
021400*    EXCLUSION LISTS, KEYED FOR THE PASS THAT IS RUNNING.  THE
021500*    DOCTORS AND LIST ENTRIES ARE COUNTED ON THE FIRST PASS
021600*    ONLY - THAT COUNT IS WHAT THE RUN HISTORY RECORDS.
021700*----------------------------------------------------------------*
021800 2000-RELEASE-PASS.
021900     OPEN INPUT DOCTOR-MASTER.
022000     IF WS-MAST-STATUS NOT = '00'
022100         DISPLAY 'UNABLE TO OPEN DOCTOR-MASTER - STATUS '
022200             WS-MAST-STATUS
022300         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
022500     END-IF.
022600     MOVE 'N' TO WS-EOF-SW.
022700     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
022800     PERFORM 2200-RELEASE-DOCTOR THRU 2200-EXIT
022900         UNTIL WS-EOF.
023000     CLOSE DOCTOR-MASTER.
023100     OPEN INPUT OIG-EXCLUSIONS.
023200     IF WS-OIG-STATUS NOT = '00'
023300         DISPLAY 'UNABLE TO OPEN OIG-EXCLUSIONS - STATUS '
023400             WS-OIG-STATUS
023500         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
023700     END-IF.
023800     SET WS-SOURCE-OIG TO TRUE.
023900     MOVE 'N' TO WS-EOF-SW.
024000     PERFORM 2300-READ-OIG THRU 2300-EXIT.
024100     PERFORM 2500-RELEASE-EXCLUSION THRU 2500-EXIT
024200         UNTIL WS-EOF.
024300     CLOSE OIG-EXCLUSIONS.
024400     OPEN INPUT STATE-EXCLUSIONS.
024500     IF WS-STX-STATUS NOT = '00'
024600         DISPLAY 'UNABLE TO OPEN STATE-EXCLUSIONS - STATUS '
024700             WS-STX-STATUS
024800         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
025000     END-IF.
025100     SET WS-SOURCE-STATE TO TRUE.
025200     MOVE 'N' TO WS-EOF-SW.
025300     PERFORM 2400-READ-STATE THRU 2400-EXIT.
025400     PERFORM 2500-RELEASE-EXCLUSION THRU 2500-EXIT
025500         UNTIL WS-EOF.
025600     CLOSE STATE-EXCLUSIONS.
025700 2000-EXIT.
025800     EXIT.
025900*----------------------------------------------------------------*
026000*    2100-READ-MASTER - READ THE MASTER SEQUENTIALLY BY KEY
026100*----------------------------------------------------------------*
026200 2100-READ-MASTER.
026300     READ DOCTOR-MASTER NEXT RECORD
026400         AT END
026500             SET WS-EOF TO TRUE
026600     END-READ.
026700     IF WS-MAST-STATUS NOT = '00'
026800         SET WS-EOF TO TRUE
026900     END-IF.
027000 2100-EXIT.
027100     EXIT.
027200*----------------------------------------------------------------*
027300*    2200-RELEASE-DOCTOR - HAND ONE DOCTOR TO THE SORT UNDER
027400*    THIS PASS'S KEY.  A DOCTOR WITH NOTHING TO MATCH ON FOR
027500*    THE PASS (NO NPI, NO LICENSE) SITS THAT PASS OUT.
027600*----------------------------------------------------------------*
027700 2200-RELEASE-DOCTOR.
027800     IF WS-PASS-NPI
027900         ADD 1 TO WS-DOCTOR-COUNT
028000     END-IF.
028100     MOVE SPACES TO SORT-WORK-RECORD.
028200     SET SORT-IS-DOCTOR TO TRUE.
028300     MOVE DOCT-NUMBER OF DOCTOR-MASTER-RECORD
028400         TO SORT-DOCT-NUMBER.
028500     MOVE FUNCTION UPPER-CASE(DOCTNAME OF DOCTOR-MASTER-RECORD)
028600         TO SORT-NAME.
028700     MOVE DOCT-NPI OF DOCTOR-MASTER-RECORD TO SORT-NPI.
028800     MOVE FUNCTION UPPER-CASE
028900             (DOCT-LICENSE-NO OF DOCTOR-MASTER-RECORD)
029000         TO SORT-LICENSE-NO.
029100     MOVE FUNCTION UPPER-CASE
029200             (DOCT-LICENSE-STATE OF DOCTOR-MASTER-RECORD)
029300         TO SORT-LICENSE-STATE.
029400     MOVE ZERO TO SORT-EXCL-DATE.
029500     PERFORM 2600-BUILD-MATCH-KEY THRU 2600-EXIT.
029600     IF SORT-MATCH-KEY NOT = SPACES
029700         RELEASE SORT-WORK-RECORD
029800     END-IF.
029900     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
030000 2200-EXIT.
030100     EXIT.
030200*----------------------------------------------------------------*
030300*    2300-READ-OIG - READ THE NEXT FEDERAL LIST ENTRY
030400*----------------------------------------------------------------*
030500 2300-READ-OIG.
030600     READ OIG-EXCLUSIONS INTO WS-EXCLUSION-FIELDS
030700         AT END
030800             SET WS-EOF TO TRUE
030900     END-READ.
031000 2300-EXIT.
031100     EXIT.
031200*----------------------------------------------------------------*
031300*    2400-READ-STATE - READ THE NEXT STATE LIST ENTRY
031400*----------------------------------------------------------------*
031500 2400-READ-STATE.
031600     READ STATE-EXCLUSIONS INTO WS-EXCLUSION-FIELDS
031700         AT END
031800             SET WS-EOF TO TRUE
031900     END-READ.
032000 2400-EXIT.
032100     EXIT.
032200*----------------------------------------------------------------*
032300*    2500-RELEASE-EXCLUSION - HAND ONE LIST ENTRY TO THE SORT
032400*    UNDER THIS PASS'S KEY, TAGGED WITH THE LIST IT CAME FROM,
032500*    AND READ THE NEXT ENTRY FROM THAT SAME LIST
032600*----------------------------------------------------------------*
032700 2500-RELEASE-EXCLUSION.
032800     IF WS-PASS-NPI
032900         IF WS-SOURCE-OIG
033000             ADD 1 TO WS-OIG-COUNT
033100         ELSE
033200             ADD 1 TO WS-STATE-COUNT
033300         END-IF
033400     END-IF.
033500     MOVE SPACES TO SORT-WORK-RECORD.
033600     SET SORT-IS-EXCLUSION TO TRUE.
033700     MOVE WS-SOURCE TO SORT-SOURCE.
033800     MOVE ZERO TO SORT-DOCT-NUMBER.
033900     MOVE FUNCTION UPPER-CASE(EXCL-NAME OF WS-EXCLUSION-FIELDS)
034000         TO SORT-NAME.
034100     IF EXCL-NPI OF WS-EXCLUSION-FIELDS NUMERIC
034200         MOVE EXCL-NPI OF WS-EXCLUSION-FIELDS TO SORT-NPI
034300     ELSE
034400         MOVE ZERO TO SORT-NPI
034500     END-IF.
034600     MOVE FUNCTION UPPER-CASE
034700             (EXCL-LICENSE-NO OF WS-EXCLUSION-FIELDS)
034800         TO SORT-LICENSE-NO.
034900     MOVE FUNCTION UPPER-CASE
035000             (EXCL-LICENSE-STATE OF WS-EXCLUSION-FIELDS)
035100         TO SORT-LICENSE-STATE.
035200     MOVE EXCL-TYPE OF WS-EXCLUSION-FIELDS TO SORT-EXCL-TYPE.
035300     IF EXCL-DATE OF WS-EXCLUSION-FIELDS NUMERIC
035400         MOVE EXCL-DATE OF WS-EXCLUSION-FIELDS TO SORT-EXCL-DATE
035500     ELSE
035600         MOVE ZERO TO SORT-EXCL-DATE
035700     END-IF.
035800     PERFORM 2600-BUILD-MATCH-KEY THRU 2600-EXIT.
035900     IF SORT-MATCH-KEY NOT = SPACES
036000         RELEASE SORT-WORK-RECORD
036100     END-IF.
036200     IF WS-SOURCE-OIG
036300         PERFORM 2300-READ-OIG THRU 2300-EXIT
036400     ELSE
036500         PERFORM 2400-READ-STATE THRU 2400-EXIT
036600     END-IF.
036700 2500-EXIT.
036800     EXIT.
036900*----------------------------------------------------------------*
037000*    2600-BUILD-MATCH-KEY - THE SORT KEY FOR THIS PASS: THE NPI,
037100*    THE LICENSE STATE AND NUMBER, OR THE NAME.  LEFT BLANK
037200*    WHEN THE RECORD HAS NOTHING TO OFFER THE PASS.
037300*----------------------------------------------------------------*
037400 2600-BUILD-MATCH-KEY.
037500     MOVE SPACES TO SORT-MATCH-KEY.
037600     EVALUATE TRUE
037700         WHEN WS-PASS-NPI
037800             IF SORT-NPI NOT = ZERO
037900                 MOVE SORT-NPI TO SORT-MATCH-KEY
038000             END-IF
038100         WHEN WS-PASS-LICENSE
038200             IF SORT-LICENSE-NO NOT = SPACES
038300                 AND SORT-LICENSE-STATE NOT = SPACES
038400                 MOVE SORT-LICENSE-STATE TO SORT-MATCH-KEY (1:2)
038500                 MOVE SORT-LICENSE-NO TO SORT-MATCH-KEY (3:10)
038600             END-IF
038700         WHEN WS-PASS-NAME
038800             MOVE SORT-NAME TO SORT-MATCH-KEY
038900     END-EVALUATE.
039000 2600-EXIT.
039100     EXIT.
039200*----------------------------------------------------------------*
039300*    3000-MATCH-PASS - READ THE SORTED PASS BACK.  ON EACH KEY
039400*    THE DOCTORS COME FIRST AND ARE HELD; EVERY LIST ENTRY ON
039500*    THE SAME KEY IS THEN TESTED AGAINST EACH HELD DOCTOR.
039600*----------------------------------------------------------------*
039700 3000-MATCH-PASS.
039800     MOVE SPACES TO REPORT-LINE.
039900     EVALUATE TRUE
040000         WHEN WS-PASS-NPI
040100             MOVE 'MATCHES ON NPI' TO REPORT-LINE
040200         WHEN WS-PASS-LICENSE
040300             MOVE 'MATCHES ON STATE LICENSE' TO REPORT-LINE
040400         WHEN WS-PASS-NAME
040500             MOVE 'MATCHES ON NAME' TO REPORT-LINE
040600     END-EVALUATE.
040700     WRITE REPORT-LINE.
040800     MOVE LOW-VALUES TO WS-HOLD-KEY.
040900     MOVE ZERO TO WS-HOLD-COUNT.
041000     MOVE 'N' TO WS-EOF-SW.
041100     PERFORM 3100-RETURN-RECORD THRU 3100-EXIT.
041200     PERFORM 3200-MATCH-ONE-RECORD THRU 3200-EXIT
041300         UNTIL WS-EOF.
041400     MOVE SPACES TO REPORT-LINE.
041500     WRITE REPORT-LINE.
041600 3000-EXIT.
041700     EXIT.
041800*----------------------------------------------------------------*
041900*    3100-RETURN-RECORD - PULL THE NEXT RECORD BACK FROM THE SORT
042000*----------------------------------------------------------------*
042100 3100-RETURN-RECORD.
042200     RETURN SORT-WORK-FILE
042300         AT END
042400             SET WS-EOF TO TRUE
042500     END-RETURN.
042600 3100-EXIT.
042700     EXIT.
042800*----------------------------------------------------------------*
042900*    3200-MATCH-ONE-RECORD - A NEW KEY EMPTIES THE HOLD TABLE.
043000*    A DOCTOR IS HELD; A LIST ENTRY IS TESTED AGAINST EVERY
043100*    DOCTOR HELD UNDER ITS KEY.
043200*----------------------------------------------------------------*
043300 3200-MATCH-ONE-RECORD.
043400     IF SORT-MATCH-KEY NOT = WS-HOLD-KEY
043500         MOVE SORT-MATCH-KEY TO WS-HOLD-KEY
043600         MOVE ZERO TO WS-HOLD-COUNT
043700     END-IF.
043800     IF SORT-IS-DOCTOR
043900         IF WS-HOLD-COUNT < 50
044000             ADD 1 TO WS-HOLD-COUNT
044100             MOVE SORT-DOCT-NUMBER
044200                 TO WS-HLD-DOCT-NUMBER (WS-HOLD-COUNT)
044300             MOVE SORT-NAME TO WS-HLD-NAME (WS-HOLD-COUNT)
044400             MOVE SORT-NPI TO WS-HLD-NPI (WS-HOLD-COUNT)
044500             MOVE SORT-LICENSE-NO
044600                 TO WS-HLD-LICENSE-NO (WS-HOLD-COUNT)
044700             MOVE SORT-LICENSE-STATE
044800                 TO WS-HLD-LICENSE-STATE (WS-HOLD-COUNT)
044900         ELSE
045000             DISPLAY 'HOLD TABLE FULL - DOCTOR '
045100                 SORT-DOCT-NUMBER ' NOT TESTED ON '
045200                 SORT-MATCH-KEY
045300         END-IF
045400     ELSE
045500         PERFORM 3300-TEST-ONE-DOCTOR THRU 3300-EXIT
045600             VARYING WS-HOLD-IDX FROM 1 BY 1
045700             UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
045800     END-IF.
045900     PERFORM 3100-RETURN-RECORD THRU 3100-EXIT.
046000 3200-EXIT.
046100     EXIT.
046200*----------------------------------------------------------------*
046300*    3300-TEST-ONE-DOCTOR - DECIDE WHAT KIND OF MATCH THIS
046400*    HELD DOCTOR AND THIS LIST ENTRY MAKE.  ON THE FALLBACK
046500*    PASSES A PAIR THAT BOTH CARRY AN NPI IS LEFT TO THE NPI
046600*    PASS - DIFFERENT NPIS ARE DIFFERENT PEOPLE - AND THE NAME
046700*    PASS SKIPS A PAIR WHOSE LICENSE AGREES, WHICH THE LICENSE
046800*    PASS HAS ALREADY REPORTED.
046900*----------------------------------------------------------------*
047000 3300-TEST-ONE-DOCTOR.
047100     IF WS-PASS-NPI
047200         MOVE 'N' TO WS-MATCH-TYPE
047300         MOVE 'NPI' TO WS-BASIS-WORD
047400         PERFORM 3500-FILE-HIT THRU 3500-EXIT
047500         GO TO 3300-EXIT
047600     END-IF.
047700     IF WS-HLD-NPI (WS-HOLD-IDX) NOT = ZERO
047800         AND SORT-NPI NOT = ZERO
047900         GO TO 3300-EXIT
048000     END-IF.
048100     IF WS-PASS-LICENSE
048200         IF WS-HLD-NAME (WS-HOLD-IDX) = SORT-NAME
048300             MOVE 'L' TO WS-MATCH-TYPE
048400             MOVE 'LICENSE+NAME' TO WS-BASIS-WORD
048500         ELSE
048600             MOVE 'P' TO WS-MATCH-TYPE
048700             MOVE 'LICENSE ONLY' TO WS-BASIS-WORD
048800         END-IF
048900         PERFORM 3500-FILE-HIT THRU 3500-EXIT
049000         GO TO 3300-EXIT
049100     END-IF.
049200     IF WS-HLD-LICENSE-NO (WS-HOLD-IDX) = SORT-LICENSE-NO
049300         AND WS-HLD-LICENSE-STATE (WS-HOLD-IDX)
049400             = SORT-LICENSE-STATE
049500         AND SORT-LICENSE-NO NOT = SPACES
049600         GO TO 3300-EXIT
049700     END-IF.
049800     MOVE 'P' TO WS-MATCH-TYPE.
049900     MOVE 'NAME ONLY' TO WS-BASIS-WORD.
050000     PERFORM 3500-FILE-HIT THRU 3500-EXIT.
050100 3300-EXIT.
050200     EXIT.
050300*----------------------------------------------------------------*
050400*    3500-FILE-HIT - FILE THE MATCH ON THE HIT FILE.  A LISTING
050500*    NOT SEEN BEFORE OPENS A NEW ROW FOR REVIEW; ONE ALREADY ON
050600*    FILE IS STAMPED WITH THIS RUN'S DATE AND KEEPS WHATEVER
050700*    THE SUPERVISOR DECIDED, TAKING THE STRONGER MATCH TYPE.
050800*----------------------------------------------------------------*
050900 3500-FILE-HIT.
051000     MOVE WS-HLD-DOCT-NUMBER (WS-HOLD-IDX) TO HIT-DOCT-NUMBER.
051100     MOVE SORT-SOURCE TO HIT-SOURCE.
051200     MOVE SORT-EXCL-DATE TO HIT-EXCL-DATE.
051300     MOVE 'N' TO WS-NEW-HIT-SW.
051400     READ SCREEN-HITS
051500         INVALID KEY
051600             SET WS-NEW-HIT TO TRUE
051700     END-READ.
051800     IF WS-NEW-HIT
051900         MOVE WS-HLD-DOCT-NUMBER (WS-HOLD-IDX) TO HIT-DOCT-NUMBER
052000         MOVE SORT-SOURCE TO HIT-SOURCE
052100         MOVE SORT-EXCL-DATE TO HIT-EXCL-DATE
052200         MOVE WS-MATCH-TYPE TO HIT-MATCH-TYPE
052300         SET HIT-OPEN TO TRUE
052400         MOVE WS-RUN-DATE TO HIT-FIRST-FOUND
052500         MOVE WS-RUN-DATE TO HIT-LAST-FOUND
052600         MOVE SORT-NAME TO HIT-EXCL-NAME
052700         MOVE SORT-NPI TO HIT-EXCL-NPI
052800         MOVE SORT-LICENSE-NO TO HIT-EXCL-LICENSE-NO
052900         MOVE SORT-LICENSE-STATE TO HIT-EXCL-LICENSE-STATE
053000         MOVE SORT-EXCL-TYPE TO HIT-EXCL-TYPE
053100         MOVE SPACES TO HIT-DECIDED-BY
053200         MOVE ZERO TO HIT-DECIDED-DATE
053300         WRITE SCREEN-HIT-RECORD
053400             INVALID KEY
053500                 DISPLAY 'UNABLE TO FILE HIT FOR DOCTOR '
053600                     HIT-DOCT-NUMBER
053700         END-WRITE
053800         ADD 1 TO WS-NEW-COUNT
053900     ELSE
054000         IF WS-MATCH-TYPE NOT = 'P'
054100             MOVE WS-MATCH-TYPE TO HIT-MATCH-TYPE
054200         END-IF
054300         MOVE WS-RUN-DATE TO HIT-LAST-FOUND
054400         REWRITE SCREEN-HIT-RECORD
054500             INVALID KEY
054600                 DISPLAY 'UNABLE TO UPDATE HIT FOR DOCTOR '
054700                     HIT-DOCT-NUMBER
054800         END-REWRITE
054900     END-IF.
055000     IF WS-MATCH-TYPE = 'P'
055100         ADD 1 TO WS-PROBABLE-COUNT
055200     ELSE
055300         ADD 1 TO WS-HIT-COUNT
055400     END-IF.
055500     PERFORM 3600-PRINT-HIT THRU 3600-EXIT.
055600 3500-EXIT.
055700     EXIT.
055800*----------------------------------------------------------------*
055900*    3600-PRINT-HIT - TWO LINES PER MATCH: THE DOCTOR WITH HOW
056000*    AND WHERE THEY MATCHED AND THE ROW'S REVIEW STATE, THEN
056100*    THE LISTING AS THE LIST CARRIES IT
056200*----------------------------------------------------------------*
056300 3600-PRINT-HIT.
056400     IF WS-MATCH-TYPE = 'P'
056500         MOVE '  PROBABLE' TO WS-LINE-TAG
056600     ELSE
056700         MOVE '  HIT     ' TO WS-LINE-TAG
056800     END-IF.
056900     IF HIT-SOURCE-OIG
057000         MOVE 'OIG  ' TO WS-SOURCE-WORD
057100     ELSE
057200         MOVE 'STATE' TO WS-SOURCE-WORD
057300     END-IF.
057400     EVALUATE TRUE
057500         WHEN WS-NEW-HIT
057600             MOVE 'NEW'       TO WS-STATUS-TAG
057700         WHEN HIT-CLEARED
057800             MOVE 'CLEARED'   TO WS-STATUS-TAG
057900         WHEN HIT-CONFIRMED
058000             MOVE 'CONFIRMED' TO WS-STATUS-TAG
058100         WHEN OTHER
058200             MOVE 'OPEN'      TO WS-STATUS-TAG
058300     END-EVALUATE.
058400     MOVE SPACES TO REPORT-LINE.
058500     STRING WS-LINE-TAG DELIMITED BY SIZE
058600            ' ' DELIMITED BY SIZE
058700            HIT-DOCT-NUMBER DELIMITED BY SIZE
058800            ' ' DELIMITED BY SIZE
058900            WS-HLD-NAME (WS-HOLD-IDX) DELIMITED BY SIZE
059000            ' ' DELIMITED BY SIZE
059100            WS-SOURCE-WORD DELIMITED BY SIZE
059200            ' ' DELIMITED BY SIZE
059300            WS-BASIS-WORD DELIMITED BY SIZE
059400            ' EXCL ' DELIMITED BY SIZE
059500            HIT-EXCL-DATE DELIMITED BY SIZE
059600            ' ' DELIMITED BY SIZE
059700            WS-STATUS-TAG DELIMITED BY SIZE
059800            INTO REPORT-LINE.
059900     WRITE REPORT-LINE.
060000     MOVE SPACES TO REPORT-LINE.
060100     STRING '             LISTED AS ' DELIMITED BY SIZE
060200            SORT-NAME DELIMITED BY SIZE
060300            ' NPI ' DELIMITED BY SIZE
060400            SORT-NPI DELIMITED BY SIZE
060500            ' LIC ' DELIMITED BY SIZE
060600            SORT-LICENSE-STATE DELIMITED BY SIZE
060700            ' ' DELIMITED BY SIZE
060800            SORT-LICENSE-NO DELIMITED BY SIZE
060900            ' ' DELIMITED BY SIZE
061000            SORT-EXCL-TYPE DELIMITED BY SIZE
061100            INTO REPORT-LINE.
061200     WRITE REPORT-LINE.
061300 3600-EXIT.
061400     EXIT.
061500*----------------------------------------------------------------*
061600*    8000-FILE-RUN-HISTORY - FILE THIS RUN ON THE SCREENING
061700*    HISTORY: WHEN, HOW MANY DOCTORS, AND WHAT IT FOUND
061800*----------------------------------------------------------------*
061900 8000-FILE-RUN-HISTORY.
062000     MOVE WS-RUN-DATE TO SCRH-RUN-DATE.
062100     ACCEPT SCRH-RUN-TIME FROM TIME.
062200     MOVE WS-DOCTOR-COUNT TO SCRH-DOCTORS-SCREENED.
062300     MOVE WS-OIG-COUNT TO SCRH-OIG-ENTRIES.
062400     MOVE WS-STATE-COUNT TO SCRH-STATE-ENTRIES.
062500     MOVE WS-HIT-COUNT TO SCRH-HIT-COUNT.
062600     MOVE WS-PROBABLE-COUNT TO SCRH-PROBABLE-COUNT.
062700     MOVE WS-NEW-COUNT TO SCRH-NEW-COUNT.
062800     WRITE SCREEN-RUN-RECORD
062900         INVALID KEY
063000             DISPLAY 'UNABLE TO FILE THE SCREENING RUN - STATUS '
063100                 WS-SCRH-STATUS
063200             MOVE 12 TO RETURN-CODE
063300     END-WRITE.
063400 8000-EXIT.
063500     EXIT.
063600*----------------------------------------------------------------*
063700*    9000-TERMINATE - TOTALS, CLOSE AND HAND THE LOCK BACK.
063800*    NEW FINDINGS FOR THE SUPERVISOR END THE RUN CONDITION 4.
063900*----------------------------------------------------------------*
064000 9000-TERMINATE.
064100     MOVE SPACES TO REPORT-LINE.
064200     MOVE WS-DOCTOR-COUNT TO WS-COUNT-EDIT.
064300     STRING 'DOCTORS SCREENED:       ' DELIMITED BY SIZE
064400            WS-COUNT-EDIT DELIMITED BY SIZE
064500            INTO REPORT-LINE.
064600     WRITE REPORT-LINE.
064700     MOVE SPACES TO REPORT-LINE.
064800     MOVE WS-OIG-COUNT TO WS-COUNT-EDIT.
064900     STRING 'OIG LIST ENTRIES:       ' DELIMITED BY SIZE
065000            WS-COUNT-EDIT DELIMITED BY SIZE
065100            INTO REPORT-LINE.
065200     WRITE REPORT-LINE.
065300     MOVE SPACES TO REPORT-LINE.
065400     MOVE WS-STATE-COUNT TO WS-COUNT-EDIT.
065500     STRING 'STATE LIST ENTRIES:     ' DELIMITED BY SIZE
065600            WS-COUNT-EDIT DELIMITED BY SIZE
065700            INTO REPORT-LINE.
065800     WRITE REPORT-LINE.
065900     MOVE SPACES TO REPORT-LINE.
066000     MOVE WS-HIT-COUNT TO WS-COUNT-EDIT.
066100     STRING 'HITS:                   ' DELIMITED BY SIZE
066200            WS-COUNT-EDIT DELIMITED BY SIZE
066300            INTO REPORT-LINE.
066400     WRITE REPORT-LINE.
066500     MOVE SPACES TO REPORT-LINE.
066600     MOVE WS-PROBABLE-COUNT TO WS-COUNT-EDIT.
066700     STRING 'PROBABLE MATCHES:       ' DELIMITED BY SIZE
066800            WS-COUNT-EDIT DELIMITED BY SIZE
066900            INTO REPORT-LINE.
067000     WRITE REPORT-LINE.
067100     MOVE SPACES TO REPORT-LINE.
067200     MOVE WS-NEW-COUNT TO WS-COUNT-EDIT.
067300     STRING 'NEW FOR REVIEW:         ' DELIMITED BY SIZE
067400            WS-COUNT-EDIT DELIMITED BY SIZE
067500            INTO REPORT-LINE.
067600     WRITE REPORT-LINE.
067700     CLOSE SCREEN-HITS.
067800     CLOSE SCREEN-HISTORY.
067900     CLOSE SCREEN-REPORT.
067950     PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT.
068000     IF WS-NEW-COUNT > ZERO
068100         AND RETURN-CODE < 4
068200         MOVE 4 TO RETURN-CODE
068300     END-IF.
068400     DISPLAY 'DOCTORS SCREENED: ' WS-DOCTOR-COUNT.
068500     DISPLAY 'HITS:             ' WS-HIT-COUNT.
068600     DISPLAY 'PROBABLE MATCHES: ' WS-PROBABLE-COUNT.
068700     DISPLAY 'NEW FOR REVIEW:   ' WS-NEW-COUNT.
068800 9000-EXIT.
068900     EXIT.
069000 COPY LOCKPROC.
