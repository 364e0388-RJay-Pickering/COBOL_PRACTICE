000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ADEQMNT.
000300 AUTHOR. R JAY PICKERING.
000400 INSTALLATION. CREDENTIALING - FRONT DESK.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    ---------------------------------------------------------
001000*    2026-10-15  RJP  ORIGINAL - MAINTENANCE MENU FOR THE KEYED
001100*                     NETWORK ADEQUACY STANDARDS FILE (SEE
001200*                     ADEQREC.CPY), BUILT THE WAY FACMNT
001300*                     MAINTAINS THE FACILITY MASTER.  EACH ROW
001400*                     SETS THE MINIMUM NUMBER OF DOCTORS A
001500*                     FACILITY NEEDS IN ONE SPECIALTY; THE
001600*                     MONTHLY DOCTADEQ REPORT MEASURES THE PANEL
001700*                     AGAINST THEM.  A NEW STANDARD MUST NAME AN
001800*                     ACTIVE FACILITY ON FACMAST AND AN ACTIVE
001900*                     SPECIALTY ON SPECMAST.
002000*    ---------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT ADEQUACY-STANDARDS ASSIGN TO 'ADEQSTD'
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS ADEQ-KEY
002800         FILE STATUS IS WS-ADEQ-STATUS.
002900     SELECT FACILITY-MASTER ASSIGN TO 'FACMAST'
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS FAC-CODE
003300         FILE STATUS IS WS-FAC-STATUS.
003400     SELECT SPECIALTY-MASTER ASSIGN TO 'SPECMAST'
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS SPEC-REC-CODE
003800         FILE STATUS IS WS-SPEC-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  ADEQUACY-STANDARDS.
004200     COPY ADEQREC.
004300 FD  FACILITY-MASTER.
004400     COPY FACREC.
004500 FD  SPECIALTY-MASTER.
004600     COPY SPECREC.
004700 WORKING-STORAGE SECTION.
004800 01  WS-ADEQ-STATUS              PIC X(02).
004900     88  WS-ADEQ-NOT-FOUND           VALUE '35'.
005000 01  WS-FAC-STATUS               PIC X(02).
005100 01  WS-SPEC-STATUS              PIC X(02).
005200 01  WS-MENU-CHOICE              PIC X(01).
005300 01  WS-SWITCHES.
005400     05  WS-DONE-SW                  PIC X(01) VALUE 'N'.
005500         88  WS-DONE                     VALUE 'Y'.
005600     05  WS-FOUND-SW                 PIC X(01) VALUE 'N'.
005700         88  WS-RECORD-FOUND             VALUE 'Y'.
005800     05  WS-EOF-SW                   PIC X(01) VALUE 'N'.
005900         88  WS-EOF                      VALUE 'Y'.
006000     05  WS-VALID-SW                 PIC X(01) VALUE 'N'.
006100         88  WS-FIELD-VALID              VALUE 'Y'.
006200 01  WS-FAC-CODE-INPUT           PIC X(06).
006300 01  WS-SPEC-CODE-INPUT          PIC X(04).
006400 01  WS-MIN-INPUT                PIC X(03).
006500 01  WS-MIN-INPUT-N REDEFINES WS-MIN-INPUT
006600                                 PIC 9(03).
006700 01  WS-CONFIRM                  PIC X(01).
006800 01  WS-TODAY-DATE               PIC 9(08).
006900 01  WS-LIST-COUNT               PIC 9(05) COMP VALUE ZERO.
007000 01  WS-MIN-EDIT                 PIC ZZ9.
007100 PROCEDURE DIVISION.
007200*----------------------------------------------------------------*
007300*    0000-MAINLINE
007400*----------------------------------------------------------------*
007500 0000-MAINLINE.
007600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007700     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
007800         UNTIL WS-DONE.
007900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
008000     STOP RUN.
008100*----------------------------------------------------------------*
008200*    1000-INITIALIZE - OPEN THE STANDARDS FILE, CREATING IT IF
008300*    NEEDED, AND THE TWO MASTERS IT IS CHECKED AGAINST
008400*----------------------------------------------------------------*
008500 1000-INITIALIZE.
008600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
008700     OPEN I-O ADEQUACY-STANDARDS.
008800     IF WS-ADEQ-NOT-FOUND
008900         OPEN OUTPUT ADEQUACY-STANDARDS
009000         CLOSE ADEQUACY-STANDARDS
009100         OPEN I-O ADEQUACY-STANDARDS
009200     END-IF.
009300     OPEN INPUT FACILITY-MASTER.
009400     IF WS-FAC-STATUS NOT = '00'
009500         DISPLAY 'UNABLE TO OPEN FACILITY-MASTER - STATUS '
009600             WS-FAC-STATUS
009700         CLOSE ADEQUACY-STANDARDS
009800         STOP RUN
009900     END-IF.
010000     OPEN INPUT SPECIALTY-MASTER.
010100     IF WS-SPEC-STATUS NOT = '00'
010200         DISPLAY 'UNABLE TO OPEN SPECIALTY-MASTER - STATUS '
010300             WS-SPEC-STATUS
010400         CLOSE ADEQUACY-STANDARDS
010500         CLOSE FACILITY-MASTER
010600         STOP RUN
010700     END-IF.
010800 1000-EXIT.
010900     EXIT.
011000*----------------------------------------------------------------*
011100*    2000-PROCESS-MENU - DISPLAY THE MENU AND DISPATCH ONE CHOICE
011200*----------------------------------------------------------------*
011300 2000-PROCESS-MENU.
011400     DISPLAY ' '.
011500     DISPLAY 'NETWORK ADEQUACY STANDARDS MENU'.
011600     DISPLAY '  1.  ADD A STANDARD'.
011700     DISPLAY '  2.  CHANGE A MINIMUM'.
011800     DISPLAY '  3.  REMOVE A STANDARD'.
011900     DISPLAY '  4.  LIST ALL STANDARDS'.
012000     DISPLAY '  X.  EXIT'.
012100     DISPLAY 'ENTER YOUR CHOICE: '.
012200     ACCEPT WS-MENU-CHOICE.
012300     EVALUATE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
012400         WHEN '1'
012500             PERFORM 3000-ADD-STANDARD THRU 3000-EXIT
012600         WHEN '2'
012700             PERFORM 4000-CHANGE-STANDARD THRU 4000-EXIT
012800         WHEN '3'
012900             PERFORM 5000-REMOVE-STANDARD THRU 5000-EXIT
013000         WHEN '4'
013100             PERFORM 6000-LIST-STANDARDS THRU 6000-EXIT
013200         WHEN 'X'
013300             SET WS-DONE TO TRUE
013400         WHEN OTHER
013500             DISPLAY 'NOT A VALID CHOICE - TRY AGAIN'
013600     END-EVALUATE.
013700 2000-EXIT.
013800     EXIT.
013900*----------------------------------------------------------------*
014000*    2100-GET-KEY - ACCEPT THE FACILITY AND SPECIALTY CODES
014100*----------------------------------------------------------------*
014200 2100-GET-KEY.
014300     DISPLAY 'Facility code (6 characters): '.
014400     ACCEPT WS-FAC-CODE-INPUT.
014500     MOVE FUNCTION UPPER-CASE(WS-FAC-CODE-INPUT)
014600         TO WS-FAC-CODE-INPUT.
014700     IF WS-FAC-CODE-INPUT = SPACES
014800         DISPLAY 'CODE CANNOT BE BLANK - RE-ENTER'
014900         GO TO 2100-GET-KEY
015000     END-IF.
015100 2100-GET-SPEC.
015200     DISPLAY 'Specialty code (4 characters): '.
015300     ACCEPT WS-SPEC-CODE-INPUT.
015400     MOVE FUNCTION UPPER-CASE(WS-SPEC-CODE-INPUT)
015500         TO WS-SPEC-CODE-INPUT.
015600     IF WS-SPEC-CODE-INPUT = SPACES
015700         DISPLAY 'CODE CANNOT BE BLANK - RE-ENTER'
015800         GO TO 2100-GET-SPEC
015900     END-IF.
016000     MOVE WS-FAC-CODE-INPUT TO ADEQ-FAC-CODE.
016100     MOVE WS-SPEC-CODE-INPUT TO ADEQ-SPEC-CODE.
016200 2100-EXIT.
016300     EXIT.
016400*----------------------------------------------------------------*
016500*    2200-GET-MINIMUM - ACCEPT THE MINIMUM DOCTOR COUNT
016600*----------------------------------------------------------------*
016700 2200-GET-MINIMUM.
016800     DISPLAY 'Minimum doctors required (3 digits, e.g. 002): '.
016900     ACCEPT WS-MIN-INPUT.
017000     IF WS-MIN-INPUT NOT NUMERIC
017100         OR WS-MIN-INPUT-N = ZERO
017200         DISPLAY 'MINIMUM MUST BE 3 DIGITS, 001-999 - RE-ENTER'
017300         GO TO 2200-GET-MINIMUM
017400     END-IF.
017500     MOVE WS-MIN-INPUT-N TO ADEQ-MIN-COUNT.
017600 2200-EXIT.
017700     EXIT.
017800*----------------------------------------------------------------*
017900*    2250-GET-CONTRACT - ACCEPT THE CONTRACT THE MINIMUM COMES
018000*    FROM.  OPTIONAL - A BLANK IS FILED AS IS.
018100*----------------------------------------------------------------*
018200 2250-GET-CONTRACT.
018300     DISPLAY 'Health plan contract reference (optional): '.
018400     ACCEPT ADEQ-CONTRACT-REF.
018500     MOVE FUNCTION UPPER-CASE(ADEQ-CONTRACT-REF)
018600         TO ADEQ-CONTRACT-REF.
018700 2250-EXIT.
018800     EXIT.
018900*----------------------------------------------------------------*
019000*    2300-CHECK-CODES - A NEW STANDARD MUST NAME AN ACTIVE
019100*    FACILITY AND AN ACTIVE SPECIALTY
019200*----------------------------------------------------------------*
019300 2300-CHECK-CODES.
019400     MOVE 'N' TO WS-VALID-SW.
019500     MOVE ADEQ-FAC-CODE TO FAC-CODE.
019600     READ FACILITY-MASTER
019700         INVALID KEY
019800             DISPLAY 'NO FACILITY ON FILE WITH THAT CODE'
019900             GO TO 2300-EXIT
020000     END-READ.
020100     IF FAC-INACTIVE
020200         DISPLAY 'FACILITY ' FAC-CODE ' IS INACTIVE'
020300         GO TO 2300-EXIT
020400     END-IF.
020500     MOVE ADEQ-SPEC-CODE TO SPEC-REC-CODE.
020600     READ SPECIALTY-MASTER
020700         INVALID KEY
020800             DISPLAY 'NO SPECIALTY ON FILE WITH THAT CODE'
020900             GO TO 2300-EXIT
021000     END-READ.
021100     IF SPEC-REC-INACTIVE
021200         DISPLAY 'SPECIALTY ' SPEC-REC-CODE ' IS INACTIVE'
021300         GO TO 2300-EXIT
021400     END-IF.
021500     SET WS-FIELD-VALID TO TRUE.
021600     DISPLAY 'FACILITY:  ' FAC-CODE ' ' FAC-NAME.
021700     DISPLAY 'SPECIALTY: ' SPEC-REC-CODE ' ' SPEC-REC-DESC.
021800 2300-EXIT.
021900     EXIT.
022000*----------------------------------------------------------------*
022100*    3000-ADD-STANDARD - FILE A NEW MINIMUM FOR A FACILITY AND
022200*    SPECIALTY
022300*----------------------------------------------------------------*
022400 3000-ADD-STANDARD.
022500     PERFORM 2100-GET-KEY THRU 2100-EXIT.
022600     PERFORM 2300-CHECK-CODES THRU 2300-EXIT.
022700     IF NOT WS-FIELD-VALID
022800         GO TO 3000-EXIT
022900     END-IF.
023000     PERFORM 2200-GET-MINIMUM THRU 2200-EXIT.
023100     PERFORM 2250-GET-CONTRACT THRU 2250-EXIT.
023200     MOVE WS-TODAY-DATE TO ADEQ-CHANGED-DATE.
023300     WRITE ADEQUACY-STANDARD-RECORD
023400         INVALID KEY
023500             DISPLAY 'A STANDARD IS ALREADY ON FILE FOR THAT '
023600                 'FACILITY AND SPECIALTY'
023700         NOT INVALID KEY
023800             DISPLAY 'STANDARD ADDED: ' ADEQ-FAC-CODE
023900                 ' ' ADEQ-SPEC-CODE ' MINIMUM ' ADEQ-MIN-COUNT
024000     END-WRITE.
024100 3000-EXIT.
024200     EXIT.
024300*----------------------------------------------------------------*
024400*    4000-CHANGE-STANDARD - RE-KEY THE MINIMUM AND CONTRACT
024500*----------------------------------------------------------------*
024600 4000-CHANGE-STANDARD.
024700     PERFORM 2100-GET-KEY THRU 2100-EXIT.
024800     PERFORM 7200-READ-STANDARD THRU 7200-EXIT.
024900     IF NOT WS-RECORD-FOUND
025000         GO TO 4000-EXIT
025100     END-IF.
025200     PERFORM 2200-GET-MINIMUM THRU 2200-EXIT.
025300     PERFORM 2250-GET-CONTRACT THRU 2250-EXIT.
025400     MOVE WS-TODAY-DATE TO ADEQ-CHANGED-DATE.
025500     REWRITE ADEQUACY-STANDARD-RECORD
025600         INVALID KEY
025700             DISPLAY 'CHANGE FAILED - UNABLE TO REWRITE'
025800         NOT INVALID KEY
025900             DISPLAY 'STANDARD CHANGED: ' ADEQ-FAC-CODE
026000                 ' ' ADEQ-SPEC-CODE ' MINIMUM ' ADEQ-MIN-COUNT
026100     END-REWRITE.
026200 4000-EXIT.
026300     EXIT.
026400*----------------------------------------------------------------*
026500*    5000-REMOVE-STANDARD - TAKE A MINIMUM OFF THE FILE ONCE THE
026600*    CONTRACT NO LONGER CALLS FOR IT.  ASKS FIRST.
026700*----------------------------------------------------------------*
026800 5000-REMOVE-STANDARD.
026900     PERFORM 2100-GET-KEY THRU 2100-EXIT.
027000     PERFORM 7200-READ-STANDARD THRU 7200-EXIT.
027100     IF NOT WS-RECORD-FOUND
027200         GO TO 5000-EXIT
027300     END-IF.
027400     DISPLAY 'REMOVE THIS STANDARD (Y/N): '.
027500     ACCEPT WS-CONFIRM.
027600     IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = 'Y'
027700         DISPLAY 'REMOVE CANCELLED'
027800         GO TO 5000-EXIT
027900     END-IF.
028000     DELETE ADEQUACY-STANDARDS RECORD
028100         INVALID KEY
028200             DISPLAY 'REMOVE FAILED - UNABLE TO DELETE'
028300         NOT INVALID KEY
028400             DISPLAY 'STANDARD REMOVED: ' ADEQ-FAC-CODE
028500                 ' ' ADEQ-SPEC-CODE
028600     END-DELETE.
028700 5000-EXIT.
028800     EXIT.
028900*----------------------------------------------------------------*
029000*    6000-LIST-STANDARDS - EVERY STANDARD, IN FACILITY ORDER
029100*----------------------------------------------------------------*
029200 6000-LIST-STANDARDS.
029300     MOVE SPACES TO ADEQ-KEY.
029400     START ADEQUACY-STANDARDS
029500         KEY NOT LESS THAN ADEQ-KEY
029600         INVALID KEY
029700             DISPLAY 'NO STANDARDS ON FILE'
029800             GO TO 6000-EXIT
029900     END-START.
030000     MOVE 'N' TO WS-EOF-SW.
030100     MOVE ZERO TO WS-LIST-COUNT.
030200     PERFORM 6100-LIST-ONE-STANDARD THRU 6100-EXIT
030300         UNTIL WS-EOF.
030400     DISPLAY 'STANDARDS LISTED: ' WS-LIST-COUNT.
030500 6000-EXIT.
030600     EXIT.
030700*----------------------------------------------------------------*
030800*    6100-LIST-ONE-STANDARD - ONE LINE PER STANDARD
030900*----------------------------------------------------------------*
031000 6100-LIST-ONE-STANDARD.
031100     READ ADEQUACY-STANDARDS NEXT RECORD
031200         AT END
031300             SET WS-EOF TO TRUE
031400     END-READ.
031500     IF WS-ADEQ-STATUS NOT = '00'
031600         SET WS-EOF TO TRUE
031700     END-IF.
031800     IF WS-EOF
031900         GO TO 6100-EXIT
032000     END-IF.
032100     ADD 1 TO WS-LIST-COUNT.
032200     MOVE ADEQ-MIN-COUNT TO WS-MIN-EDIT.
032300     DISPLAY ADEQ-FAC-CODE ' ' ADEQ-SPEC-CODE
032400         ' MINIMUM ' WS-MIN-EDIT
032500         ' ' ADEQ-CONTRACT-REF
032600         ' CHANGED ' ADEQ-CHANGED-DATE.
032700 6100-EXIT.
032800     EXIT.
032900*----------------------------------------------------------------*
033000*    7200-READ-STANDARD - FETCH ONE STANDARD BY ITS KEY
033100*----------------------------------------------------------------*
033200 7200-READ-STANDARD.
033300     MOVE 'N' TO WS-FOUND-SW.
033400     READ ADEQUACY-STANDARDS
033500         INVALID KEY
033600             DISPLAY 'NO STANDARD ON FILE FOR THAT FACILITY AND '
033700                 'SPECIALTY'
033800         NOT INVALID KEY
033900             SET WS-RECORD-FOUND TO TRUE
034000             MOVE ADEQ-MIN-COUNT TO WS-MIN-EDIT
034100             DISPLAY 'CURRENT: ' ADEQ-FAC-CODE ' '
034200                 ADEQ-SPEC-CODE ' MINIMUM ' WS-MIN-EDIT
034300                 ' ' ADEQ-CONTRACT-REF
034400     END-READ.
034500 7200-EXIT.
034600     EXIT.
034700*----------------------------------------------------------------*
034800*    9000-TERMINATE - CLOSE THE FILES BEFORE ENDING
034900*----------------------------------------------------------------*
035000 9000-TERMINATE.
035100     CLOSE ADEQUACY-STANDARDS.
035200     CLOSE FACILITY-MASTER.
035300     CLOSE SPECIALTY-MASTER.
035400 9000-EXIT.
035500     EXIT.
