000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RUNLRPT.
000300 AUTHOR. R JAY PICKERING.
000400 INSTALLATION. CREDENTIALING - FRONT DESK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    ---------------------------------------------------------
001000*    2026-10-15  RJP  ORIGINAL - MORNING OPERATIONS SUMMARY.
001100*                     READS THE SHARED NIGHTLY RUN LEDGER (SEE
001200*                     RUNLREC.CPY) AND SHOWS THE WHOLE NIGHT ON
001300*                     ONE PAGE - ONE LINE PER JOB RUN, IN THE
001400*                     ORDER THE RUNS FINISHED.  A JOB OF THE
001500*                     NIGHT STREAM THAT DID NOT RUN, RAN AHEAD
001600*                     OF A JOB THAT COMES BEFORE IT IN THE
001700*                     DOCUMENTED ORDER, OR ENDED ABOVE CONDITION
001800*                     CODE 4 IS FLAGGED, AND ANY FLAG ENDS THE
001900*                     SUMMARY WITH CONDITION CODE 4.  THE SYSIN
002000*                     PARM CARD NAMES THE BUSINESS DATE
002100*                     (YYYYMMDD); A BLANK CARD TAKES THE LATEST
002200*                     BUSINESS DATE ON THE LEDGER.
002220*    2026-10-15  RJP  DOCTPRIV JOINS THE NIGHT STREAM AFTER
002240*                     DOCTPEND.  EVERY JOB NOW LOGS ITS START
002260*                     DATE AS THE BUSINESS DATE, AND A FEED'S
002280*                     OWN HDR DATE IS NOTED WHEN IT DIFFERS.
002300*    ---------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT RUN-LEDGER ASSIGN TO 'RUNLEDG'
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-RUNL-STATUS.
003000     SELECT SUMMARY-REPORT ASSIGN TO 'RUNLRPT'
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-RPT-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  RUN-LEDGER.
003600     COPY RUNLREC.
003700 FD  SUMMARY-REPORT.
003800 01  REPORT-LINE                 PIC X(100).
003900 WORKING-STORAGE SECTION.
004000 01  WS-RUNL-STATUS              PIC X(02).
004100 01  WS-RPT-STATUS               PIC X(02).
004200 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
004300     88  WS-EOF                      VALUE 'Y'.
004400 01  WS-FLAGGED-SW               PIC X(01) VALUE 'N'.
004500     88  WS-FLAGGED                  VALUE 'Y'.
004600 01  WS-REPORT-DATE              PIC X(08).
004700 01  WS-REPORT-DATE-N REDEFINES WS-REPORT-DATE
004800                                 PIC 9(08).
004900*    THE NIGHT STREAM IN ITS DOCUMENTED RUN ORDER
005000 01  WS-STREAM-NAMES.
005100     05  FILLER                      PIC X(08) VALUE 'DOCTLOAD'.
005200     05  FILLER                      PIC X(08) VALUE 'DOCTMNT '.
005300     05  FILLER                      PIC X(08) VALUE 'DOCTPEND'.
005350     05  FILLER                      PIC X(08) VALUE 'DOCTPRIV'.
005400     05  FILLER                      PIC X(08) VALUE 'DOCTSUSP'.
005500     05  FILLER                      PIC X(08) VALUE 'CREDPOST'.
005600     05  FILLER                      PIC X(08) VALUE 'DOCTEXT '.
005700     05  FILLER                      PIC X(08) VALUE 'DOCTBKP '.
005800 01  WS-STREAM-TABLE REDEFINES WS-STREAM-NAMES.
005900     05  WS-STREAM-JOB               PIC X(08) OCCURS 8 TIMES.
006000 01  WS-STREAM-RUNS.
006100     05  WS-STREAM-RUN-COUNT         PIC 9(04) COMP VALUE ZERO
006200                                     OCCURS 8 TIMES.
006300 01  WS-STREAM-SIZE              PIC 9(04) COMP VALUE 8.
006400 01  WS-STREAM-IDX               PIC 9(04) COMP VALUE ZERO.
006500 01  WS-JOB-POS                  PIC 9(04) COMP VALUE ZERO.
006600 01  WS-HIGH-POS                 PIC 9(04) COMP VALUE ZERO.
006700 01  WS-ENTRY-COUNT              PIC 9(08) COMP VALUE ZERO.
006800 01  WS-MISSING-COUNT            PIC 9(08) COMP VALUE ZERO.
006900 01  WS-ORDER-COUNT              PIC 9(08) COMP VALUE ZERO.
007000 01  WS-HIGH-CC-COUNT            PIC 9(08) COMP VALUE ZERO.
007100 01  WS-BUSY-COUNT               PIC 9(08) COMP VALUE ZERO.
007200 01  WS-COUNT-EDIT               PIC ZZ,ZZZ,ZZ9.
007300 01  WS-READ-EDIT                PIC ZZZZZZ9.
007400 01  WS-APPLIED-EDIT             PIC ZZZZZZ9.
007500 01  WS-REJECTED-EDIT            PIC ZZZZZZ9.
007600 01  WS-CC-EDIT                  PIC ZZZ9.
007700 01  WS-FLAG-MARK                PIC X(01).
007800 01  WS-LOCK-WORD                PIC X(04).
007900 01  WS-NOTE-TEXT                PIC X(38).
008000 01  WS-NOTE-PTR                 PIC 9(04) COMP VALUE 1.
008100 01  WS-TIME-WORK.
008200     05  WS-TIME-HH                  PIC 9(02).
008300     05  WS-TIME-MM                  PIC 9(02).
008400     05  WS-TIME-SS                  PIC 9(02).
008500     05  FILLER                      PIC 9(02).
008600 01  WS-START-EDIT               PIC X(08).
008700 01  WS-END-EDIT                 PIC X(08).
008800 PROCEDURE DIVISION.
008900*----------------------------------------------------------------*
009000*    0000-MAINLINE
009100*----------------------------------------------------------------*
009200 0000-MAINLINE.
009300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009400     PERFORM 2000-REPORT-ONE-ENTRY THRU 2000-EXIT
009500         UNTIL WS-EOF.
009600     PERFORM 3000-CHECK-ONE-STREAM-JOB THRU 3000-EXIT
009700         VARYING WS-STREAM-IDX FROM 1 BY 1
009800         UNTIL WS-STREAM-IDX > WS-STREAM-SIZE.
009900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010000     STOP RUN.
010100*----------------------------------------------------------------*
010200*    1000-INITIALIZE - PARM CARD, FILES AND HEADINGS
010300*----------------------------------------------------------------*
010400 1000-INITIALIZE.
010500     ACCEPT WS-REPORT-DATE.
010600     IF WS-REPORT-DATE = SPACES
010700         PERFORM 1100-FIND-LATEST-DATE THRU 1100-EXIT
010800     END-IF.
010900     IF WS-REPORT-DATE NOT NUMERIC
011000         OR WS-REPORT-DATE-N = ZERO
011100         DISPLAY 'SYSIN PARM MUST BE YYYYMMDD OR BLANK - GOT '
011200             WS-REPORT-DATE
011300         MOVE 12 TO RETURN-CODE
011400         STOP RUN
011500     END-IF.
011600     OPEN INPUT RUN-LEDGER.
011700     IF WS-RUNL-STATUS NOT = '00'
011800         DISPLAY 'UNABLE TO OPEN RUN-LEDGER - STATUS '
011900             WS-RUNL-STATUS
012000         MOVE 12 TO RETURN-CODE
012100         STOP RUN
012200     END-IF.
012300     OPEN OUTPUT SUMMARY-REPORT.
012400     IF WS-RPT-STATUS NOT = '00'
012500         DISPLAY 'UNABLE TO OPEN SUMMARY-REPORT - STATUS '
012600             WS-RPT-STATUS
012700         MOVE 12 TO RETURN-CODE
012800         STOP RUN
012900     END-IF.
013000     MOVE SPACES TO REPORT-LINE.
013100     STRING 'NIGHTLY RUN SUMMARY - BUSINESS DATE '
013200             DELIMITED BY SIZE
013300            WS-REPORT-DATE DELIMITED BY SIZE
013400            INTO REPORT-LINE.
013500     WRITE REPORT-LINE.
013600     MOVE SPACES TO REPORT-LINE.
013650     STRING 'STREAM ORDER: DOCTLOAD DOCTMNT DOCTPEND DOCTPRIV '
013700             DELIMITED BY SIZE
013750            'DOCTSUSP CREDPOST DOCTEXT DOCTBKP' DELIMITED BY SIZE
013900            INTO REPORT-LINE.
014000     WRITE REPORT-LINE.
014100     MOVE SPACES TO REPORT-LINE.
014200     WRITE REPORT-LINE.
014250     MOVE SPACES TO REPORT-LINE.
014300     STRING ' JOB      START    END         READ APPLIED REJECTS'
014350             DELIMITED BY SIZE
014400            '   CC LOCK NOTES' DELIMITED BY SIZE
014450            INTO REPORT-LINE.
014500     WRITE REPORT-LINE.
014600     PERFORM 2100-READ-LEDGER THRU 2100-EXIT.
014700 1000-EXIT.
014800     EXIT.
014900*----------------------------------------------------------------*
015000*    1100-FIND-LATEST-DATE - NO DATE ON THE PARM CARD - TAKE
015100*    THE LATEST BUSINESS DATE ANY JOB HAS LOGGED.  AN EMPTY OR
015200*    MISSING LEDGER LEAVES THE DATE BLANK AND THE PARM CHECK
015300*    STOPS THE RUN.
015400*----------------------------------------------------------------*
015500 1100-FIND-LATEST-DATE.
015600     MOVE ZERO TO WS-REPORT-DATE-N.
015700     OPEN INPUT RUN-LEDGER.
015800     IF WS-RUNL-STATUS NOT = '00'
015900         MOVE SPACES TO WS-REPORT-DATE
016000         GO TO 1100-EXIT
016100     END-IF.
016200     PERFORM 1150-CHECK-ONE-DATE THRU 1150-EXIT
016300         UNTIL WS-EOF.
016400     CLOSE RUN-LEDGER.
016500     MOVE 'N' TO WS-EOF-SW.
016600     IF WS-REPORT-DATE-N = ZERO
016700         MOVE SPACES TO WS-REPORT-DATE
016800     END-IF.
016900 1100-EXIT.
017000     EXIT.
017100*----------------------------------------------------------------*
017200*    1150-CHECK-ONE-DATE - KEEP THE HIGHEST BUSINESS DATE
017300*----------------------------------------------------------------*
017400 1150-CHECK-ONE-DATE.
017500     READ RUN-LEDGER
017600         AT END
017700             SET WS-EOF TO TRUE
017800     END-READ.
017900     IF WS-EOF
018000         GO TO 1150-EXIT
018100     END-IF.
018200     IF RUNL-BUSINESS-DATE NUMERIC
018300         AND RUNL-BUSINESS-DATE > WS-REPORT-DATE-N
018400         MOVE RUNL-BUSINESS-DATE TO WS-REPORT-DATE-N
018500     END-IF.
018600 1150-EXIT.
018700     EXIT.
018800*----------------------------------------------------------------*
018900*    2000-REPORT-ONE-ENTRY - ONE LINE PER LEDGER ENTRY FOR THE
019000*    NIGHT.  THE LEDGER IS IN THE ORDER THE RUNS FINISHED, SO A
019100*    STREAM JOB WHOSE PLACE IN THE ORDER IS BELOW ONE ALREADY
019200*    SEEN RAN OUT OF ORDER.  A FLAGGED LINE IS MARKED '*'.
019300*----------------------------------------------------------------*
019400 2000-REPORT-ONE-ENTRY.
019500     IF RUNL-BUSINESS-DATE NOT = WS-REPORT-DATE-N
019600         GO TO 2000-NEXT
019700     END-IF.
019800     ADD 1 TO WS-ENTRY-COUNT.
019900     MOVE 'N' TO WS-FLAGGED-SW.
020000     MOVE SPACES TO WS-NOTE-TEXT.
020100     MOVE 1 TO WS-NOTE-PTR.
020200     MOVE ZERO TO WS-JOB-POS.
020300     PERFORM 2200-MATCH-ONE-STREAM-JOB THRU 2200-EXIT
020400         VARYING WS-STREAM-IDX FROM 1 BY 1
020500         UNTIL WS-STREAM-IDX > WS-STREAM-SIZE.
020600     IF WS-JOB-POS = ZERO
020700         STRING 'NOT IN NIGHT STREAM ' DELIMITED BY SIZE
020800                INTO WS-NOTE-TEXT
020900                WITH POINTER WS-NOTE-PTR
021000     ELSE
021100         ADD 1 TO WS-STREAM-RUN-COUNT (WS-JOB-POS)
021200         IF WS-JOB-POS < WS-HIGH-POS
021300             SET WS-FLAGGED TO TRUE
021400             ADD 1 TO WS-ORDER-COUNT
021500             STRING 'OUT OF ORDER ' DELIMITED BY SIZE
021600                    INTO WS-NOTE-TEXT
021700                    WITH POINTER WS-NOTE-PTR
021800         ELSE
021900             MOVE WS-JOB-POS TO WS-HIGH-POS
022000         END-IF
022100         IF WS-STREAM-RUN-COUNT (WS-JOB-POS) > 1
022200             STRING 'RERUN ' DELIMITED BY SIZE
022300                    INTO WS-NOTE-TEXT
022400                    WITH POINTER WS-NOTE-PTR
022500         END-IF
022600     END-IF.
022700     IF RUNL-COND-CODE > 4
022800         SET WS-FLAGGED TO TRUE
022900         ADD 1 TO WS-HIGH-CC-COUNT
023000         STRING 'CC ABOVE 4 ' DELIMITED BY SIZE
023100                INTO WS-NOTE-TEXT
023200                WITH POINTER WS-NOTE-PTR
023300     END-IF.
023310     IF RUNL-FEED-DATE NUMERIC
023320         AND RUNL-FEED-DATE NOT = ZERO
023330         AND RUNL-FEED-DATE NOT = RUNL-BUSINESS-DATE
023340         STRING 'FEED ' RUNL-FEED-DATE ' ' DELIMITED BY SIZE
023350                INTO WS-NOTE-TEXT
023360                WITH POINTER WS-NOTE-PTR
023370     END-IF.
023400     EVALUATE TRUE
023500         WHEN RUNL-LOCK-TAKEN
023600             MOVE 'TOOK' TO WS-LOCK-WORD
023700         WHEN RUNL-LOCK-WAITED
023800             MOVE 'BUSY' TO WS-LOCK-WORD
023900             ADD 1 TO WS-BUSY-COUNT
024000         WHEN OTHER
024100             MOVE '-' TO WS-LOCK-WORD
024200     END-EVALUATE.
024300     PERFORM 2300-PRINT-ENTRY THRU 2300-EXIT.
024400 2000-NEXT.
024500     PERFORM 2100-READ-LEDGER THRU 2100-EXIT.
024600 2000-EXIT.
024700     EXIT.
024800*----------------------------------------------------------------*
024900*    2100-READ-LEDGER - READ THE NEXT LEDGER ENTRY
025000*----------------------------------------------------------------*
025100 2100-READ-LEDGER.
025200     READ RUN-LEDGER
025300         AT END
025400             SET WS-EOF TO TRUE
025500     END-READ.
025600 2100-EXIT.
025700     EXIT.
025800*----------------------------------------------------------------*
025900*    2200-MATCH-ONE-STREAM-JOB - PLACE OF THE ENTRY'S JOB IN
026000*    THE DOCUMENTED ORDER, ZERO WHEN IT IS NOT A STREAM JOB
026100*----------------------------------------------------------------*
026200 2200-MATCH-ONE-STREAM-JOB.
026300     IF WS-JOB-POS = ZERO
026400         AND WS-STREAM-JOB (WS-STREAM-IDX) = RUNL-JOB-NAME
026500         MOVE WS-STREAM-IDX TO WS-JOB-POS
026600     END-IF.
026700 2200-EXIT.
026800     EXIT.
026900*----------------------------------------------------------------*
027000*    2300-PRINT-ENTRY - THE DETAIL LINE FOR ONE RUN
027100*----------------------------------------------------------------*
027200 2300-PRINT-ENTRY.
027300     IF WS-FLAGGED
027400         MOVE '*' TO WS-FLAG-MARK
027500     ELSE
027600         MOVE SPACE TO WS-FLAG-MARK
027700     END-IF.
027800     MOVE RUNL-START-TIME TO WS-TIME-WORK.
027900     MOVE SPACES TO WS-START-EDIT.
028000     STRING WS-TIME-HH ':' WS-TIME-MM ':' WS-TIME-SS
028100             DELIMITED BY SIZE
028200            INTO WS-START-EDIT.
028300     MOVE RUNL-END-TIME TO WS-TIME-WORK.
028400     MOVE SPACES TO WS-END-EDIT.
028500     STRING WS-TIME-HH ':' WS-TIME-MM ':' WS-TIME-SS
028600             DELIMITED BY SIZE
028700            INTO WS-END-EDIT.
028800     MOVE RUNL-READ-COUNT TO WS-READ-EDIT.
028900     MOVE RUNL-APPLIED-COUNT TO WS-APPLIED-EDIT.
029000     MOVE RUNL-REJECTED-COUNT TO WS-REJECTED-EDIT.
029100     MOVE RUNL-COND-CODE TO WS-CC-EDIT.
029200     MOVE SPACES TO REPORT-LINE.
029300     STRING WS-FLAG-MARK DELIMITED BY SIZE
029400            RUNL-JOB-NAME DELIMITED BY SIZE
029500            ' ' DELIMITED BY SIZE
029600            WS-START-EDIT DELIMITED BY SIZE
029700            ' ' DELIMITED BY SIZE
029800            WS-END-EDIT DELIMITED BY SIZE
029900            ' ' DELIMITED BY SIZE
030000            WS-READ-EDIT DELIMITED BY SIZE
030100            ' ' DELIMITED BY SIZE
030200            WS-APPLIED-EDIT DELIMITED BY SIZE
030300            ' ' DELIMITED BY SIZE
030400            WS-REJECTED-EDIT DELIMITED BY SIZE
030500            ' ' DELIMITED BY SIZE
030600            WS-CC-EDIT DELIMITED BY SIZE
030700            ' ' DELIMITED BY SIZE
030800            WS-LOCK-WORD DELIMITED BY SIZE
030900            ' ' DELIMITED BY SIZE
031000            WS-NOTE-TEXT DELIMITED BY SIZE
031100            INTO REPORT-LINE.
031200     WRITE REPORT-LINE.
031300 2300-EXIT.
031400     EXIT.
031500*----------------------------------------------------------------*
031600*    3000-CHECK-ONE-STREAM-JOB - A STREAM JOB WITH NO LEDGER
031700*    ENTRY FOR THE NIGHT DID NOT RUN, OR NEVER GOT AS FAR AS
031800*    THE MASTER LOCK
031900*----------------------------------------------------------------*
032000 3000-CHECK-ONE-STREAM-JOB.
032100     IF WS-STREAM-RUN-COUNT (WS-STREAM-IDX) > ZERO
032200         GO TO 3000-EXIT
032300     END-IF.
032400     ADD 1 TO WS-MISSING-COUNT.
032500     MOVE SPACES TO REPORT-LINE.
032600     STRING '*' DELIMITED BY SIZE
032700            WS-STREAM-JOB (WS-STREAM-IDX) DELIMITED BY SIZE
032800            ' DID NOT RUN' DELIMITED BY SIZE
032900            INTO REPORT-LINE.
033000     WRITE REPORT-LINE.
033100 3000-EXIT.
033200     EXIT.
033300*----------------------------------------------------------------*
033400*    9000-TERMINATE - TOTALS, THE NIGHT'S VERDICT, AND CLOSE.
033500*    ANY FLAG ENDS THE SUMMARY WITH CONDITION CODE 4.
033600*----------------------------------------------------------------*
033700 9000-TERMINATE.
033800     MOVE SPACES TO REPORT-LINE.
033900     WRITE REPORT-LINE.
034000     MOVE WS-ENTRY-COUNT TO WS-COUNT-EDIT.
034100     STRING 'RUNS LOGGED:           ' DELIMITED BY SIZE
034200            WS-COUNT-EDIT DELIMITED BY SIZE
034300            INTO REPORT-LINE.
034400     WRITE REPORT-LINE.
034500     MOVE SPACES TO REPORT-LINE.
034600     MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT.
034700     STRING 'JOBS THAT DID NOT RUN: ' DELIMITED BY SIZE
034800            WS-COUNT-EDIT DELIMITED BY SIZE
034900            INTO REPORT-LINE.
035000     WRITE REPORT-LINE.
035100     MOVE SPACES TO REPORT-LINE.
035200     MOVE WS-ORDER-COUNT TO WS-COUNT-EDIT.
035300     STRING 'RUNS OUT OF ORDER:     ' DELIMITED BY SIZE
035400            WS-COUNT-EDIT DELIMITED BY SIZE
035500            INTO REPORT-LINE.
035600     WRITE REPORT-LINE.
035700     MOVE SPACES TO REPORT-LINE.
035800     MOVE WS-HIGH-CC-COUNT TO WS-COUNT-EDIT.
035900     STRING 'RUNS ABOVE CC 4:       ' DELIMITED BY SIZE
036000            WS-COUNT-EDIT DELIMITED BY SIZE
036100            INTO REPORT-LINE.
036200     WRITE REPORT-LINE.
036300     MOVE SPACES TO REPORT-LINE.
036400     MOVE WS-BUSY-COUNT TO WS-COUNT-EDIT.
036500     STRING 'MASTER FOUND BUSY:     ' DELIMITED BY SIZE
036600            WS-COUNT-EDIT DELIMITED BY SIZE
036700            INTO REPORT-LINE.
036800     WRITE REPORT-LINE.
036900     MOVE SPACES TO REPORT-LINE.
037000     WRITE REPORT-LINE.
037100     IF WS-MISSING-COUNT = ZERO
037200         AND WS-ORDER-COUNT = ZERO
037300         AND WS-HIGH-CC-COUNT = ZERO
037400         MOVE 'NIGHT STATUS:          CLEAN' TO REPORT-LINE
037500     ELSE
037600         MOVE 'NIGHT STATUS:          EXCEPTIONS - SEE * LINES'
037700             TO REPORT-LINE
037800         MOVE 4 TO RETURN-CODE
037900     END-IF.
038000     WRITE REPORT-LINE.
038100     CLOSE RUN-LEDGER.
038200     CLOSE SUMMARY-REPORT.
038300     DISPLAY 'RUNS LOGGED:      ' WS-ENTRY-COUNT.
038400     DISPLAY 'JOBS NOT RUN:     ' WS-MISSING-COUNT.
038500     DISPLAY 'OUT OF ORDER:     ' WS-ORDER-COUNT.
038600     DISPLAY 'ABOVE CC 4:       ' WS-HIGH-CC-COUNT.
038700 9000-EXIT.
038800     EXIT.
