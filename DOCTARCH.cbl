000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DOCTARCH.
000300 AUTHOR. R JAY PICKERING.
000400 INSTALLATION. CREDENTIALING - FRONT DESK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    ---------------------------------------------------------
001000*    2026-10-15  RJP  ORIGINAL - PERIODIC ARCHIVE OF LONG-RETIRED
001100*                     DOCTORS.  A DOCTOR RETIRED OR INACTIVE WITH
001200*                     A DOCT-STATUS-DATE BEFORE THE SYSIN CUTOFF
001300*                     (YYYYMMDD) IS MOVED OFF THE LIVE MASTER TO
001400*                     THE KEYED DOCTOR HISTORY FILE (SEE
001500*                     HISTREC.CPY), AND THE DOCTOR'S AFFILIATION
001600*                     ROWS TO THE AFFILIATION HISTORY FILE.  THE
001700*                     CUTOFF MAY BE NO LATER THAN SEVEN YEARS
001800*                     BEFORE THE RUN DATE.  A DOCTOR WITH A
001900*                     PENDING CHANGE ON DOCTPEND, A CHANGE HELD
002000*                     FOR APPROVAL OR A CREDENTIALING DECISION
002100*                     STILL PENDING IS LEFT ON THE MASTER AND
002200*                     LISTED.  EACH DOCTOR ARCHIVED WRITES A
002300*                     DELETE AUDIT RECORD UNDER THE JOB'S NAME,
002400*                     SO A DOCTRST REPLAY TAKES IT OFF AGAIN.
002500*                     THE RUN TAKES THE SHARED MASTER LOCK.
002520*    2026-10-15  RJP  THE AFFILIATION ROWS MOVE ONLY ONCE THE
002540*                     DOCTOR IS OFF THE MASTER, AND AN
002560*                     AFFILIATION HISTORY ROW THAT CANNOT BE
002580*                     WRITTEN COUNTS AS AN ERROR.
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
004000     SELECT PENDING-CHANGES ASSIGN TO 'DOCTPEND'
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS PEND-KEY
004400         FILE STATUS IS WS-PEND-STATUS.
004500     SELECT HELD-CHANGES ASSIGN TO 'DOCTHELD'
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS HELD-DOCT-NUMBER
004900         FILE STATUS IS WS-HELD-STATUS.
005000     SELECT DOCTOR-HISTORY ASSIGN TO 'DOCTHIST'
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS HIST-DOCT-NUMBER
005400         FILE STATUS IS WS-HIST-STATUS.
005500     SELECT AFFL-HISTORY ASSIGN TO 'AFFLHIST'
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS AFHS-KEY
005900         FILE STATUS IS WS-AFHS-STATUS.
006000     SELECT AUDIT-LOG ASSIGN TO 'AUDITLOG'
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-AUDIT-STATUS.
006300     SELECT ARCHIVE-REPORT ASSIGN TO 'ARCHRPT'
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-RPT-STATUS.
006600     SELECT MASTER-LOCK ASSIGN TO 'DOCTLOCK'
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-LOCK-STATUS.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  DOCTOR-MASTER.
007200     COPY DOCTREC REPLACING ==DOCTREC-LAYOUT==
007300                         BY ==DOCTOR-MASTER-RECORD==.
007400 FD  DOCTOR-FACILITY.
007500     COPY AFFLREC.
007600 FD  PENDING-CHANGES.
007700     COPY PENDREC.
007800 FD  HELD-CHANGES.
007900     COPY HELDREC.
008000 FD  DOCTOR-HISTORY.
008100     COPY HISTREC.
008200 FD  AFFL-HISTORY.
008300     COPY AFFLREC REPLACING ==DOCTOR-FACILITY-RECORD==
008400                         BY ==AFFL-HISTORY-RECORD==
008500                         LEADING ==AFFL== BY ==AFHS==.
008600 FD  AUDIT-LOG.
008700     COPY AUDITREC.
008800 FD  ARCHIVE-REPORT.
008900 01  REPORT-LINE                 PIC X(100).
009000 FD  MASTER-LOCK.
009100     COPY LOCKREC.
009200 WORKING-STORAGE SECTION.
009300 01  WS-MAST-STATUS              PIC X(02).
009400 01  WS-AFFL-STATUS              PIC X(02).
009500 01  WS-PEND-STATUS              PIC X(02).
009600 01  WS-HELD-STATUS              PIC X(02).
009700 01  WS-HIST-STATUS              PIC X(02).
009800     88  WS-HIST-NOT-FOUND           VALUE '35'.
009900 01  WS-AFHS-STATUS              PIC X(02).
010000     88  WS-AFHS-NOT-FOUND           VALUE '35'.
010100 01  WS-AUDIT-STATUS             PIC X(02).
010200 01  WS-RPT-STATUS               PIC X(02).
010300 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
010400     88  WS-EOF                      VALUE 'Y'.
010500 01  WS-AFFL-EOF-SW              PIC X(01) VALUE 'N'.
010600     88  WS-AFFL-EOF                 VALUE 'Y'.
010700 01  WS-PEND-EOF-SW              PIC X(01) VALUE 'N'.
010800     88  WS-PEND-EOF                 VALUE 'Y'.
010900 01  WS-HELD-OPEN-SW             PIC X(01) VALUE 'N'.
011000     88  WS-HELD-OPEN                VALUE 'Y'.
011100 01  WS-VALID-SW                 PIC X(01) VALUE 'N'.
011200     88  WS-FIELD-VALID              VALUE 'Y'.
011300 01  WS-SKIP-SW                  PIC X(01) VALUE 'N'.
011400     88  WS-SKIP-DOCTOR              VALUE 'Y'.
011500 01  WS-CUTOFF-DATE              PIC X(08).
011600 01  WS-CUTOFF-DATE-N REDEFINES WS-CUTOFF-DATE
011700                                 PIC 9(08).
011800 01  WS-RUN-DATE                 PIC 9(08).
011900 01  WS-LATEST-CUTOFF            PIC 9(08).
012000 01  WS-JOB-NAME                 PIC X(08) VALUE 'DOCTARCH'.
012100 01  WS-STATUS-WORD              PIC X(08).
012200 01  WS-SKIP-REASON              PIC X(30).
012300 01  WS-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
012400 01  WS-ARCHIVED-COUNT           PIC 9(08) COMP VALUE ZERO.
012500 01  WS-AFFL-MOVED-COUNT         PIC 9(08) COMP VALUE ZERO.
012600 01  WS-SKIPPED-COUNT            PIC 9(08) COMP VALUE ZERO.
012700 01  WS-BADDATE-COUNT            PIC 9(08) COMP VALUE ZERO.
012800 01  WS-ERROR-COUNT              PIC 9(08) COMP VALUE ZERO.
012900 01  WS-DOCT-AFFL-COUNT          PIC 9(04) COMP VALUE ZERO.
013000 01  WS-COUNT-EDIT               PIC ZZ,ZZZ,ZZ9.
013100 01  WS-AFFL-EDIT                PIC ZZ9.
013200*
013300*    DOCTORS WITH AN ITEM ON THE PENDING FILE.  THAT FILE IS
013400*    KEYED BY EFFECTIVE DATE FIRST, SO IT IS READ ONCE UP FRONT
013500*    AND THE DOCTOR NUMBERS KEPT HERE FOR THE LOOKUP.
013600*
013700 01  WS-PEND-TABLE-FIELDS.
013800     05  WS-PEND-DOCT-COUNT      PIC 9(04) COMP VALUE ZERO.
013900     05  WS-PEND-DOCT-MAX        PIC 9(04) COMP VALUE 2000.
014000 01  WS-PEND-DOCT-TABLE.
014100     05  WS-PEND-DOCT-ENTRY OCCURS 2000 TIMES
014200             INDEXED BY WS-PEND-IDX.
014300         10  WS-PEND-DOCT-NO     PIC 9(08).
014400 COPY DATEWRK.
014500 COPY LOCKWRK.
014600 PROCEDURE DIVISION.
014700*----------------------------------------------------------------*
014800*    0000-MAINLINE
014900*----------------------------------------------------------------*
015000 0000-MAINLINE.
015100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015200     PERFORM 2000-CHECK-ONE-DOCTOR THRU 2000-EXIT
015300         UNTIL WS-EOF.
015400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015500     STOP RUN.
015600*----------------------------------------------------------------*
015700*    1000-INITIALIZE - PARM CARD, LOCK, FILES AND THE PENDING
015800*    DOCTOR TABLE.  NOTHING IS MOVED UNTIL ALL OF IT IS IN HAND.
015900*----------------------------------------------------------------*
016000 1000-INITIALIZE.
016100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016200     ACCEPT WS-CUTOFF-DATE.
016300     IF WS-CUTOFF-DATE NOT NUMERIC
016400         OR WS-CUTOFF-DATE-N = ZERO
016500         DISPLAY 'SYSIN PARM MUST BE YYYYMMDD - GOT '
016600             WS-CUTOFF-DATE
016700         MOVE 12 TO RETURN-CODE
016800         STOP RUN
016900     END-IF.
017000     MOVE WS-CUTOFF-DATE-N TO WS-DATE-CHECK.
017100     PERFORM 7100-VALIDATE-DATE THRU 7100-EXIT.
017200     IF NOT WS-FIELD-VALID
017300         DISPLAY 'SYSIN PARM IS NOT A REAL DATE - GOT '
017400             WS-CUTOFF-DATE
017500         MOVE 12 TO RETURN-CODE
017600         STOP RUN
017700     END-IF.
017800     COMPUTE WS-LATEST-CUTOFF = WS-RUN-DATE - 70000.
017900     IF WS-CUTOFF-DATE-N > WS-LATEST-CUTOFF
018000         DISPLAY 'CUTOFF ' WS-CUTOFF-DATE
018100             ' IS LESS THAN SEVEN YEARS BEFORE THE RUN DATE - '
018200             'LATEST ALLOWED IS ' WS-LATEST-CUTOFF
018300         MOVE 12 TO RETURN-CODE
018400         STOP RUN
018500     END-IF.
018600     MOVE WS-JOB-NAME TO WS-LOCK-HOLDER-ID.
018700     PERFORM 7800-TAKE-MASTER-LOCK THRU 7800-EXIT.
018800     IF NOT WS-LOCK-TAKEN
018900         DISPLAY 'DOCTOR MASTER BUSY - RERUN WHEN FREE'
019000         MOVE 8 TO RETURN-CODE
019100         STOP RUN
019200     END-IF.
019300     OPEN I-O DOCTOR-MASTER.
019400     IF WS-MAST-STATUS NOT = '00'
019500         DISPLAY 'UNABLE TO OPEN DOCTOR-MASTER - STATUS '
019600             WS-MAST-STATUS
019700         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
019800     END-IF.
019900     OPEN I-O DOCTOR-FACILITY.
020000     IF WS-AFFL-STATUS NOT = '00'
020100         DISPLAY 'UNABLE TO OPEN DOCTOR-FACILITY - STATUS '
020200             WS-AFFL-STATUS
020300         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
020400     END-IF.
020500     OPEN I-O DOCTOR-HISTORY.
020600     IF WS-HIST-NOT-FOUND
020700         OPEN OUTPUT DOCTOR-HISTORY
020800         CLOSE DOCTOR-HISTORY
020900         OPEN I-O DOCTOR-HISTORY
021000     END-IF.
021100     IF WS-HIST-STATUS NOT = '00'
021200         DISPLAY 'UNABLE TO OPEN DOCTOR-HISTORY - STATUS '
021300             WS-HIST-STATUS
021400         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
021500     END-IF.
021600     OPEN I-O AFFL-HISTORY.
021700     IF WS-AFHS-NOT-FOUND
021800         OPEN OUTPUT AFFL-HISTORY
021900         CLOSE AFFL-HISTORY
022000         OPEN I-O AFFL-HISTORY
022100     END-IF.
022200     IF WS-AFHS-STATUS NOT = '00'
022300         DISPLAY 'UNABLE TO OPEN AFFL-HISTORY - STATUS '
022400             WS-AFHS-STATUS
022500         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
022600     END-IF.
022700     OPEN INPUT HELD-CHANGES.
022800     IF WS-HELD-STATUS = '00'
022900         SET WS-HELD-OPEN TO TRUE
023000     END-IF.
023100     PERFORM 1500-LOAD-PENDING-DOCTORS THRU 1500-EXIT.
023200     OPEN EXTEND AUDIT-LOG.
023300     IF WS-AUDIT-STATUS NOT = '00'
023400         OPEN OUTPUT AUDIT-LOG
023500         CLOSE AUDIT-LOG
023600         OPEN EXTEND AUDIT-LOG
023700     END-IF.
023800     OPEN OUTPUT ARCHIVE-REPORT.
023900     IF WS-RPT-STATUS NOT = '00'
024000         DISPLAY 'UNABLE TO OPEN ARCHIVE-REPORT - STATUS '
024100             WS-RPT-STATUS
024200         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
024300     END-IF.
024400     MOVE SPACES TO REPORT-LINE.
024500     STRING 'DOCTOR ARCHIVE - RUN DATE ' DELIMITED BY SIZE
024600            WS-RUN-DATE DELIMITED BY SIZE
024700            '   STATUS DATE BEFORE ' DELIMITED BY SIZE
024800            WS-CUTOFF-DATE DELIMITED BY SIZE
024900            INTO REPORT-LINE.
025000     WRITE REPORT-LINE.
025100     MOVE SPACES TO REPORT-LINE.
025200     WRITE REPORT-LINE.
025300     MOVE ZERO TO DOCT-NUMBER OF DOCTOR-MASTER-RECORD.
025400     START DOCTOR-MASTER
025500         KEY NOT LESS THAN DOCT-NUMBER OF DOCTOR-MASTER-RECORD
025600         INVALID KEY
025700             SET WS-EOF TO TRUE
025800     END-START.
025900     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
026000 1000-EXIT.
026100     EXIT.
026200*----------------------------------------------------------------*
026300*    1500-LOAD-PENDING-DOCTORS - TABLE THE DOCTOR NUMBER OF
026400*    EVERY ITEM ON THE PENDING FILE.  NO PENDING FILE YET MEANS
026500*    NOTHING PENDING.  A FULL TABLE ENDS THE RUN BEFORE ANYONE
026600*    IS MOVED - ARCHIVING A DOCTOR WITH A CHANGE STILL DUE WOULD
026700*    LEAVE THE NIGHTLY DOCTPEND RUN NOTHING TO APPLY IT TO.
026800*----------------------------------------------------------------*
026900 1500-LOAD-PENDING-DOCTORS.
027000     MOVE ZEROS TO WS-PEND-DOCT-TABLE.
027100     MOVE ZERO TO WS-PEND-DOCT-COUNT.
027200     OPEN INPUT PENDING-CHANGES.
027300     IF WS-PEND-STATUS NOT = '00'
027400         GO TO 1500-EXIT
027500     END-IF.
027600     MOVE 'N' TO WS-PEND-EOF-SW.
027700     PERFORM 1550-LOAD-ONE-PENDING THRU 1550-EXIT
027800         UNTIL WS-PEND-EOF.
027900     CLOSE PENDING-CHANGES.
028000 1500-EXIT.
028100     EXIT.
028200*----------------------------------------------------------------*
028300*    1550-LOAD-ONE-PENDING - TABLE ONE PENDING ITEM'S DOCTOR
028400*----------------------------------------------------------------*
028500 1550-LOAD-ONE-PENDING.
028600     READ PENDING-CHANGES NEXT RECORD
028700         AT END
028800             SET WS-PEND-EOF TO TRUE
028900     END-READ.
029000     IF WS-PEND-STATUS NOT = '00'
029100         SET WS-PEND-EOF TO TRUE
029200     END-IF.
029300     IF WS-PEND-EOF
029400         GO TO 1550-EXIT
029500     END-IF.
029600     IF WS-PEND-DOCT-COUNT NOT < WS-PEND-DOCT-MAX
029700         DISPLAY 'PENDING DOCTOR TABLE FULL AT '
029800             WS-PEND-DOCT-MAX ' - NOTHING ARCHIVED'
029900         CLOSE PENDING-CHANGES
030000         PERFORM 1900-ABANDON-RUN THRU 1900-EXIT
030100     END-IF.
030200     ADD 1 TO WS-PEND-DOCT-COUNT.
030300     MOVE PEND-DOCT-NUMBER
030400         TO WS-PEND-DOCT-NO (WS-PEND-DOCT-COUNT).
030500 1550-EXIT.
030600     EXIT.
030700*----------------------------------------------------------------*
030800*    1900-ABANDON-RUN - A FILE THE RUN CANNOT DO WITHOUT, OR A
030900*    PENDING FILE TOO BIG TO TABLE.  HAND THE LOCK BACK AND END
031000*    WITH CONDITION CODE 12 BEFORE ANY DOCTOR IS MOVED.
031100*----------------------------------------------------------------*
031200 1900-ABANDON-RUN.
031300     PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT.
031400     MOVE 12 TO RETURN-CODE.
031500     STOP RUN.
031600 1900-EXIT.
031700     EXIT.
031800*----------------------------------------------------------------*
031900*    2000-CHECK-ONE-DOCTOR - ARCHIVE A DOCTOR RETIRED OR INACTIVE
032000*    SINCE BEFORE THE CUTOFF, UNLESS SOMETHING IS STILL OPEN
032100*    AGAINST THE DOCTOR.  ACTIVE AND SUSPENDED DOCTORS ARE NEVER
032200*    TOUCHED.
032300*----------------------------------------------------------------*
032400 2000-CHECK-ONE-DOCTOR.
032500     IF NOT DOCT-RETIRED OF DOCTOR-MASTER-RECORD
032600         AND NOT DOCT-INACTIVE OF DOCTOR-MASTER-RECORD
032700         GO TO 2000-NEXT
032800     END-IF.
032900     MOVE DOCT-STATUS-DATE OF DOCTOR-MASTER-RECORD
033000         TO WS-DATE-CHECK.
033100     PERFORM 7100-VALIDATE-DATE THRU 7100-EXIT.
033200     IF NOT WS-FIELD-VALID
033300         ADD 1 TO WS-BADDATE-COUNT
033400         MOVE 'UNUSABLE STATUS DATE' TO WS-SKIP-REASON
033500         PERFORM 2900-PRINT-SKIPPED THRU 2900-EXIT
033600         GO TO 2000-NEXT
033700     END-IF.
033800     IF DOCT-STATUS-DATE OF DOCTOR-MASTER-RECORD
033900             NOT < WS-CUTOFF-DATE-N
034000         GO TO 2000-NEXT
034100     END-IF.
034200     MOVE 'N' TO WS-SKIP-SW.
034300     IF DOCT-CRED-PENDING OF DOCTOR-MASTER-RECORD
034400         SET WS-SKIP-DOCTOR TO TRUE
034500         MOVE 'CREDENTIALING DECISION PENDING' TO WS-SKIP-REASON
034600     END-IF.
034700     IF NOT WS-SKIP-DOCTOR
034800         PERFORM 2200-CHECK-PENDING THRU 2200-EXIT
034900     END-IF.
035000     IF NOT WS-SKIP-DOCTOR
035100         PERFORM 2300-CHECK-HELD THRU 2300-EXIT
035200     END-IF.
035300     IF WS-SKIP-DOCTOR
035400         ADD 1 TO WS-SKIPPED-COUNT
035500         PERFORM 2900-PRINT-SKIPPED THRU 2900-EXIT
035600     ELSE
035700         PERFORM 3000-ARCHIVE-DOCTOR THRU 3000-EXIT
035800     END-IF.
035900 2000-NEXT.
036000     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
036100 2000-EXIT.
036200     EXIT.
036300*----------------------------------------------------------------*
036400*    2100-READ-MASTER - READ THE MASTER SEQUENTIALLY BY KEY
036500*----------------------------------------------------------------*
036600 2100-READ-MASTER.
036700     READ DOCTOR-MASTER NEXT RECORD
036800         AT END
036900             SET WS-EOF TO TRUE
037000     END-READ.
037100     IF WS-MAST-STATUS NOT = '00'
037200         SET WS-EOF TO TRUE
037300     END-IF.
037400     IF NOT WS-EOF
037500         ADD 1 TO WS-READ-COUNT
037600     END-IF.
037700 2100-EXIT.
037800     EXIT.
037900*----------------------------------------------------------------*
038000*    2200-CHECK-PENDING - ANY ITEM ON THE PENDING FILE FOR THIS
038100*    DOCTOR, APPLIED OR NOT, KEEPS THE DOCTOR ON THE MASTER
038200*----------------------------------------------------------------*
038300 2200-CHECK-PENDING.
038400     IF WS-PEND-DOCT-COUNT = ZERO
038500         GO TO 2200-EXIT
038600     END-IF.
038700     SET WS-PEND-IDX TO 1.
038800     SEARCH WS-PEND-DOCT-ENTRY
038900         AT END
039000             CONTINUE
039100         WHEN WS-PEND-DOCT-NO (WS-PEND-IDX)
039200                 = DOCT-NUMBER OF DOCTOR-MASTER-RECORD
039300             SET WS-SKIP-DOCTOR TO TRUE
039400             MOVE 'PENDING CHANGE ON FILE' TO WS-SKIP-REASON
039500     END-SEARCH.
039600 2200-EXIT.
039700     EXIT.
039800*----------------------------------------------------------------*
039900*    2300-CHECK-HELD - A CHANGE OR REINSTATEMENT WAITING FOR A
040000*    SUPERVISOR'S APPROVAL KEEPS THE DOCTOR ON THE MASTER.  NO
040100*    HELD FILE YET MEANS NOTHING IS WAITING.
040200*----------------------------------------------------------------*
040300 2300-CHECK-HELD.
040400     IF NOT WS-HELD-OPEN
040500         GO TO 2300-EXIT
040600     END-IF.
040700     MOVE DOCT-NUMBER OF DOCTOR-MASTER-RECORD
040800         TO HELD-DOCT-NUMBER.
040900     READ HELD-CHANGES
041000         INVALID KEY
041100             GO TO 2300-EXIT
041200     END-READ.
041300     SET WS-SKIP-DOCTOR TO TRUE.
041400     MOVE 'CHANGE HELD FOR APPROVAL' TO WS-SKIP-REASON.
041500 2300-EXIT.
041600     EXIT.
041700*----------------------------------------------------------------*
041800*    2900-PRINT-SKIPPED - A DOCTOR PAST THE CUTOFF LEFT ON THE
041900*    MASTER, WITH THE REASON
042000*----------------------------------------------------------------*
042100 2900-PRINT-SKIPPED.
042200     PERFORM 2950-SET-STATUS-WORD THRU 2950-EXIT.
042300     MOVE SPACES TO REPORT-LINE.
042400     STRING '  KEPT      ' DELIMITED BY SIZE
042500            DOCT-NUMBER OF DOCTOR-MASTER-RECORD
042600                DELIMITED BY SIZE
042700            ' ' DELIMITED BY SIZE
042800            DOCTNAME OF DOCTOR-MASTER-RECORD DELIMITED BY SIZE
042900            ' ' DELIMITED BY SIZE
043000            WS-STATUS-WORD DELIMITED BY SIZE
043100            ' ' DELIMITED BY SIZE
043200            WS-SKIP-REASON DELIMITED BY SIZE
043300            INTO REPORT-LINE.
043400     WRITE REPORT-LINE.
043500 2900-EXIT.
043600     EXIT.
043700*----------------------------------------------------------------*
043800*    2950-SET-STATUS-WORD - THE PANEL STATUS IN WORDS
043900*----------------------------------------------------------------*
044000 2950-SET-STATUS-WORD.
044100     IF DOCT-RETIRED OF DOCTOR-MASTER-RECORD
044200         MOVE 'RETIRED' TO WS-STATUS-WORD
044300     ELSE
044400         MOVE 'INACTIVE' TO WS-STATUS-WORD
044500     END-IF.
044600 2950-EXIT.
044700     EXIT.
044800*----------------------------------------------------------------*
044900*    3000-ARCHIVE-DOCTOR - WRITE THE HISTORY ROW, TAKE THE
045000*    DOCTOR OFF THE MASTER WITH A DELETE AUDIT RECORD UNDER THE
045100*    JOB'S NAME, AND ONLY THEN MOVE THE AFFILIATION ROWS ACROSS.
045200*    A DOCTOR THE MASTER WILL NOT GIVE UP KEEPS THE ROWS, AND
045300*    THE HISTORY ROW JUST WRITTEN IS TAKEN BACK.  A DOCTOR
045325*    ALREADY ON THE HISTORY FILE IS LEFT ALONE AND COUNTED AS AN
045350*    ERROR - ONE OF THE TWO COPIES IS WRONG.
045400*----------------------------------------------------------------*
045500 3000-ARCHIVE-DOCTOR.
045600     MOVE DOCTOR-MASTER-RECORD TO HIST-DOCTOR-FIELDS.
045700     MOVE WS-RUN-DATE TO HIST-ARCHIVED-DATE.
045800     MOVE WS-JOB-NAME TO HIST-ARCHIVED-BY.
045900     WRITE DOCTOR-HISTORY-RECORD
046000         INVALID KEY
046100             ADD 1 TO WS-ERROR-COUNT
046200             MOVE 'ALREADY ON THE HISTORY FILE' TO WS-SKIP-REASON
046300             PERFORM 2900-PRINT-SKIPPED THRU 2900-EXIT
046400             GO TO 3000-EXIT
046500     END-WRITE.
047800     DELETE DOCTOR-MASTER RECORD
047900         INVALID KEY
048000             DISPLAY 'UNABLE TO DELETE DOCTOR '
048100                 DOCT-NUMBER OF DOCTOR-MASTER-RECORD
048200                 ' - STATUS ' WS-MAST-STATUS
048220             DELETE DOCTOR-HISTORY RECORD
048240                 INVALID KEY
048260                     CONTINUE
048280             END-DELETE
048300             ADD 1 TO WS-ERROR-COUNT
048400             GO TO 3000-EXIT
048500     END-DELETE.
048600     ADD 1 TO WS-ARCHIVED-COUNT.
048700     SET AUDIT-ACTION-DELETE TO TRUE.
048800     MOVE DOCTOR-MASTER-RECORD TO AUDIT-BEFORE-IMAGE.
048900     MOVE SPACES TO AUDIT-AFTER-IMAGE.
049000     MOVE ZERO   TO AUDIT-NEW-DOCT-NUMBER.
049100     MOVE ZERO   TO AUDIT-NEW-PHONE.
049200     MOVE ZERO   TO AUDIT-NEW-STATUS-DATE.
049300     MOVE ZERO   TO AUDIT-NEW-LICENSE-EXPIR.
049400     MOVE ZERO   TO AUDIT-NEW-NPI.
049500     MOVE ZERO   TO AUDIT-NEW-CRED-DATE.
049600     MOVE WS-JOB-NAME TO AUDIT-OPERATOR-ID.
049700     ACCEPT AUDIT-ACTION-DATE FROM DATE YYYYMMDD.
049800     ACCEPT AUDIT-ACTION-TIME FROM TIME.
049900     WRITE AUDIT-LOG-RECORD.
049905     MOVE ZERO TO WS-DOCT-AFFL-COUNT.
049910     MOVE DOCT-NUMBER OF DOCTOR-MASTER-RECORD
049915         TO AFFL-DOCT-NUMBER.
049920     MOVE LOW-VALUES TO AFFL-FAC-CODE.
049925     MOVE 'N' TO WS-AFFL-EOF-SW.
049930     START DOCTOR-FACILITY
049935         KEY NOT LESS THAN AFFL-KEY
049940         INVALID KEY
049945             SET WS-AFFL-EOF TO TRUE
049950     END-START.
049955     PERFORM 3100-MOVE-ONE-AFFL THRU 3100-EXIT
049960         UNTIL WS-AFFL-EOF.
050000     PERFORM 2950-SET-STATUS-WORD THRU 2950-EXIT.
050100     MOVE WS-DOCT-AFFL-COUNT TO WS-AFFL-EDIT.
050200     MOVE SPACES TO REPORT-LINE.
050300     STRING '  ARCHIVED  ' DELIMITED BY SIZE
050400            DOCT-NUMBER OF DOCTOR-MASTER-RECORD
050500                DELIMITED BY SIZE
050600            ' ' DELIMITED BY SIZE
050700            DOCTNAME OF DOCTOR-MASTER-RECORD DELIMITED BY SIZE
050800            ' ' DELIMITED BY SIZE
050900            WS-STATUS-WORD DELIMITED BY SIZE
051000            ' SINCE ' DELIMITED BY SIZE
051100            DOCT-STATUS-DATE OF DOCTOR-MASTER-RECORD
051200                DELIMITED BY SIZE
051300            ' FACILITY ROWS ' DELIMITED BY SIZE
051400            WS-AFFL-EDIT DELIMITED BY SIZE
051500            INTO REPORT-LINE.
051600     WRITE REPORT-LINE.
051700 3000-EXIT.
051800     EXIT.
051900*----------------------------------------------------------------*
052000*    3100-MOVE-ONE-AFFL - COPY ONE OF THE DOCTOR'S AFFILIATION
052100*    ROWS TO THE AFFILIATION HISTORY FILE AND DELETE IT FROM
052200*    THE LIVE FILE.  A ROW LEFT OVER ON THE HISTORY FILE FROM AN
052300*    EARLIER ARCHIVE IS REPLACED.  A ROW THE HISTORY FILE WILL
052350*    NOT TAKE STAYS ON THE LIVE FILE AND COUNTS AS AN ERROR.
052400*----------------------------------------------------------------*
052500 3100-MOVE-ONE-AFFL.
052600     READ DOCTOR-FACILITY NEXT RECORD
052700         AT END
052800             SET WS-AFFL-EOF TO TRUE
052900     END-READ.
053000     IF WS-AFFL-STATUS NOT = '00'
053100         SET WS-AFFL-EOF TO TRUE
053200     END-IF.
053300     IF WS-AFFL-EOF
053400         GO TO 3100-EXIT
053500     END-IF.
053600     IF AFFL-DOCT-NUMBER NOT = DOCT-NUMBER OF DOCTOR-MASTER-RECORD
053700         SET WS-AFFL-EOF TO TRUE
053800         GO TO 3100-EXIT
053900     END-IF.
054000     MOVE DOCTOR-FACILITY-RECORD TO AFFL-HISTORY-RECORD.
054100     WRITE AFFL-HISTORY-RECORD
054200         INVALID KEY
054300             REWRITE AFFL-HISTORY-RECORD
054325                 INVALID KEY
054350                     CONTINUE
054375             END-REWRITE
054400     END-WRITE.
054410     IF WS-AFHS-STATUS NOT = '00'
054420         DISPLAY 'UNABLE TO MOVE AFFILIATION '
054430             AFFL-DOCT-NUMBER ' ' AFFL-FAC-CODE
054440             ' - STATUS ' WS-AFHS-STATUS
054450         ADD 1 TO WS-ERROR-COUNT
054460         GO TO 3100-EXIT
054470     END-IF.
054500     DELETE DOCTOR-FACILITY RECORD
054600         INVALID KEY
054700             DISPLAY 'UNABLE TO DELETE AFFILIATION '
054800                 AFFL-DOCT-NUMBER ' ' AFFL-FAC-CODE
054900     END-DELETE.
055000     ADD 1 TO WS-DOCT-AFFL-COUNT.
055100     ADD 1 TO WS-AFFL-MOVED-COUNT.
055200 3100-EXIT.
055300     EXIT.
055400*----------------------------------------------------------------*
055500*    9000-TERMINATE - TOTALS AND CLOSE.  ANY DOCTOR THAT COULD
055600*    NOT BE MOVED CLEANLY ENDS THE RUN WITH CONDITION CODE 4.
055700*----------------------------------------------------------------*
055800 9000-TERMINATE.
055900     MOVE SPACES TO REPORT-LINE.
056000     WRITE REPORT-LINE.
056100     MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
056200     STRING 'DOCTORS READ:             ' DELIMITED BY SIZE
056300            WS-COUNT-EDIT DELIMITED BY SIZE
056400            INTO REPORT-LINE.
056500     WRITE REPORT-LINE.
056600     MOVE SPACES TO REPORT-LINE.
056700     MOVE WS-ARCHIVED-COUNT TO WS-COUNT-EDIT.
056800     STRING 'DOCTORS ARCHIVED:         ' DELIMITED BY SIZE
056900            WS-COUNT-EDIT DELIMITED BY SIZE
057000            INTO REPORT-LINE.
057100     WRITE REPORT-LINE.
057200     MOVE SPACES TO REPORT-LINE.
057300     MOVE WS-AFFL-MOVED-COUNT TO WS-COUNT-EDIT.
057400     STRING 'AFFILIATION ROWS MOVED:   ' DELIMITED BY SIZE
057500            WS-COUNT-EDIT DELIMITED BY SIZE
057600            INTO REPORT-LINE.
057700     WRITE REPORT-LINE.
057800     MOVE SPACES TO REPORT-LINE.
057900     MOVE WS-SKIPPED-COUNT TO WS-COUNT-EDIT.
058000     STRING 'PAST CUTOFF BUT KEPT:     ' DELIMITED BY SIZE
058100            WS-COUNT-EDIT DELIMITED BY SIZE
058200            INTO REPORT-LINE.
058300     WRITE REPORT-LINE.
058400     MOVE SPACES TO REPORT-LINE.
058500     MOVE WS-BADDATE-COUNT TO WS-COUNT-EDIT.
058600     STRING 'UNUSABLE STATUS DATES:    ' DELIMITED BY SIZE
058700            WS-COUNT-EDIT DELIMITED BY SIZE
058800            INTO REPORT-LINE.
058900     WRITE REPORT-LINE.
059000     MOVE SPACES TO REPORT-LINE.
059100     MOVE WS-ERROR-COUNT TO WS-COUNT-EDIT.
059200     STRING 'NOT MOVED - ERRORS:       ' DELIMITED BY SIZE
059300            WS-COUNT-EDIT DELIMITED BY SIZE
059400            INTO REPORT-LINE.
059500     WRITE REPORT-LINE.
059600     CLOSE DOCTOR-MASTER.
059700     PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT.
059800     CLOSE DOCTOR-FACILITY.
059900     CLOSE DOCTOR-HISTORY.
060000     CLOSE AFFL-HISTORY.
060100     IF WS-HELD-OPEN
060200         CLOSE HELD-CHANGES
060300     END-IF.
060400     CLOSE AUDIT-LOG.
060500     CLOSE ARCHIVE-REPORT.
060600     DISPLAY 'ARCHIVED: ' WS-ARCHIVED-COUNT.
060700     DISPLAY 'KEPT:     ' WS-SKIPPED-COUNT.
060800     IF WS-ERROR-COUNT > ZERO
060900         DISPLAY 'ERRORS:   ' WS-ERROR-COUNT
061000         MOVE 4 TO RETURN-CODE
061100     END-IF.
061200 9000-EXIT.
061300     EXIT.
061400 COPY DATEVAL.
061500 COPY LOCKPROC.
