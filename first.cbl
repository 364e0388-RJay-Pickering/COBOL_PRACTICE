007497*                     THE ACTION ENDS - SO THE NIGHT STREAM CAN
007498*                     RUN WHILE THE DESK IS STILL SIGNED ON,
007499*                     AND A BUSY MASTER SAYS 'TRY SHORTLY'.
007500*    2026-10-15  RJP  A NEW SUPERVISOR OPTION WORKS THE OPEN
007502*                     HITS FROM THE MONTHLY DOCTSCRN EXCLUSION
007504*                     SCREENING (SEE HITREC.CPY).  A CLEARED HIT
007506*                     IS STAMPED WITH THE SUPERVISOR AND DATE; A
007508*                     CONFIRMED ONE ALSO SUSPENDS AN ACTIVE
007510*                     DOCTOR WITH THE USUAL BEFORE/AFTER AUDIT
007512*                     RECORD.
007514*    2026-10-15  RJP  A CHANGE TO THE NPI OR THE STATE LICENSE
007516*                     NUMBER, STATE OR EXPIRATION, AND EVERY
007518*                     REINSTATEMENT, NOW WAITS ON THE HELD FILE
007520*                     (SEE HELDREC.CPY) INSTEAD OF GOING STRAIGHT
007522*                     ONTO THE MASTER.  A NEW SUPERVISOR OPTION
007524*                     APPROVES OR REJECTS EACH ITEM - NEVER ONE
007526*                     THE SUPERVISOR KEYED - AND THE AUDIT TRAIL
007528*                     CARRIES THE KEYING ('H') UNDER THE OPERATOR
007530*                     AND THE RELEASE UNDER THE SUPERVISOR.  THOSE
007532*                     FIELDS AND REINSTATEMENTS CAN NO LONGER BE
007534*                     FILED AS FUTURE-DATED PENDING ITEMS.
007536*    2026-10-15  RJP  INQUIRY FALLS BACK TO THE DOCTOR HISTORY
007538*                     FILE (SEE HISTREC.CPY) FOR A DOCTOR THE
007540*                     DOCTARCH JOB HAS ARCHIVED, SHOWING THE
007542*                     RECORD MARKED ARCHIVED WITH ITS ARCHIVED
007544*                     AFFILIATIONS.  NEW SUPERVISOR OPTION R PUTS
007546*                     AN ARCHIVED DOCTOR BACK ON THE MASTER AS IT
007548*                     STOOD, AFFILIATIONS AND ALL, WITH AN ADD
007550*                     AUDIT RECORD.
007552*    ---------------------------------------------------------
007600 ENVIRONMENT DIVISION.
007700 INPUT-OUTPUT SECTION.
007800 FILE-CONTROL.
010460     SELECT MASTER-LOCK ASSIGN TO 'DOCTLOCK'
010470         ORGANIZATION IS LINE SEQUENTIAL
010480         FILE STATUS IS WS-LOCK-STATUS.
010481     SELECT SCREEN-HITS ASSIGN TO 'SCRNHIT'
010482         ORGANIZATION IS INDEXED
010483         ACCESS MODE IS DYNAMIC
010484         RECORD KEY IS HIT-KEY
010485         FILE STATUS IS WS-HIT-STATUS.
010486     SELECT HELD-CHANGES ASSIGN TO 'DOCTHELD'
010487         ORGANIZATION IS INDEXED
010488         ACCESS MODE IS DYNAMIC
010489         RECORD KEY IS HELD-DOCT-NUMBER
010490         FILE STATUS IS WS-HELD-STATUS.
010500     SELECT OPERATOR-SECURITY ASSIGN TO 'OPERSEC'
010600         ORGANIZATION IS INDEXED
010700         ACCESS MODE IS DYNAMIC
010800         RECORD KEY IS OPER-ID
010900         FILE STATUS IS WS-OPER-STATUS.
010905     SELECT DOCTOR-HISTORY ASSIGN TO 'DOCTHIST'
010910         ORGANIZATION IS INDEXED
010915         ACCESS MODE IS DYNAMIC
010920         RECORD KEY IS HIST-DOCT-NUMBER
010925         FILE STATUS IS WS-HIST-STATUS.
010930     SELECT AFFL-HISTORY ASSIGN TO 'AFFLHIST'
010935         ORGANIZATION IS INDEXED
010940         ACCESS MODE IS DYNAMIC
010945         RECORD KEY IS AFHS-KEY
010950         FILE STATUS IS WS-AFHS-STATUS.
011000 DATA DIVISION.
011100 FILE SECTION.
011200 FD  DOCTOR-MASTER.
012220     COPY PENDREC.
012230 FD  MASTER-LOCK.
012240     COPY LOCKREC.
012250 FD  SCREEN-HITS.
012260     COPY HITREC.
012270 FD  HELD-CHANGES.
012280     COPY HELDREC.
012300 FD  SPECIALTY-MASTER.
012400     COPY SPECREC.
012500 FD  OPERATOR-SECURITY.
012600     COPY OPERREC.
012610 FD  DOCTOR-HISTORY.
012620     COPY HISTREC.
012630 FD  AFFL-HISTORY.
012640     COPY AFFLREC REPLACING ==DOCTOR-FACILITY-RECORD==
012650                         BY ==AFFL-HISTORY-RECORD==
012660                         LEADING ==AFFL== BY ==AFHS==.
012700 WORKING-STORAGE SECTION.
012800 01  WS-MAST-STATUS              PIC X(02).
012900     88  WS-MAST-NOT-FOUND           VALUE '35'.
021300                                   PIC 9(10).
021400 01  WS-STATUS-WORD                PIC X(09).
021500 01  WS-CRED-WORD                  PIC X(12).
021510 01  WS-HIST-STATUS                PIC X(02).
021520     88  WS-HIST-NOT-FOUND             VALUE '35'.
021530 01  WS-AFHS-STATUS                PIC X(02).
021540     88  WS-AFHS-NOT-FOUND             VALUE '35'.
021550 01  WS-ARCHIVED-SW                PIC X(01) VALUE 'N'.
021560     88  WS-SHOWING-ARCHIVED           VALUE 'Y'.
021570 01  WS-RESTORED-AFFL-COUNT        PIC 9(04) COMP VALUE ZERO.
021600 COPY DATEWRK.
021700 COPY NPIWRK.
021710 COPY LOCKWRK.
021720 01  WS-MASTER-OPEN-SW             PIC X(01) VALUE 'N'.
021730     88  WS-MASTER-HELD                VALUE 'Y'.
021732 01  WS-HIT-STATUS                 PIC X(02).
021734     88  WS-HIT-NOT-FOUND              VALUE '35'.
021736 01  WS-HIT-EOF-SW                 PIC X(01) VALUE 'N'.
021738     88  WS-HIT-EOF                    VALUE 'Y'.
021740 01  WS-HIT-COUNT                  PIC 9(04) COMP VALUE ZERO.
021742 01  WS-HIT-SOURCE-INPUT           PIC X(01).
021744 01  WS-HIT-SOURCE-WORD            PIC X(05).
021746 01  WS-HIT-MATCH-WORD             PIC X(08).
021748 01  WS-HELD-STATUS                PIC X(02).
021750     88  WS-HELD-NOT-FOUND             VALUE '35'.
021752 01  WS-HELD-EOF-SW                PIC X(01) VALUE 'N'.
021754     88  WS-HELD-EOF                   VALUE 'Y'.
021756 01  WS-HELD-COUNT                 PIC 9(04) COMP VALUE ZERO.
021758 01  WS-HELD-WAITING-SW            PIC X(01) VALUE 'N'.
021760     88  WS-HELD-WAITING               VALUE 'Y'.
021762 01  WS-HELD-STALE-SW              PIC X(01) VALUE 'N'.
021764     88  WS-HELD-STALE                 VALUE 'Y'.
021766 01  WS-SENSITIVE-SW               PIC X(01) VALUE 'N'.
021768     88  WS-SENSITIVE-CHANGE           VALUE 'Y'.
021770 01  WS-HELD-ACTION-WORD           PIC X(13).
021800 COPY DOCTREC REPLACING ==DOCTREC-LAYOUT==
021900                     BY ==WS-BEFORE-DOCTOR-FIELDS==.
022000 COPY DOCTREC REPLACING ==DOCTREC-LAYOUT==
040710         DISPLAY '  8.  FILE A FUTURE-DATED CHANGE'
040800     END-IF.
040810     DISPLAY '  9.  REVIEW / CANCEL PENDING CHANGES'.
040820     IF WS-AUTH-SUPERVISOR
040830         DISPLAY '  S.  CLEAR / CONFIRM EXCLUSION HITS'
040840         DISPLAY '  A.  APPROVE / REJECT HELD CHANGES'
040850         DISPLAY '  R.  RESTORE AN ARCHIVED DOCTOR'
040860     END-IF.
040900     DISPLAY '  X.  EXIT'.
041000     DISPLAY 'ENTER YOUR CHOICE: '.
041100     ACCEPT WS-MENU-CHOICE.
045060             END-IF
045070         WHEN '9'
045080             PERFORM 6900-REVIEW-PENDING THRU 6900-EXIT
045081         WHEN 'S'
045082             IF WS-AUTH-SUPERVISOR
045083                 PERFORM 6980-REVIEW-SCREEN-HITS THRU 6980-EXIT
045084             ELSE
045085                 PERFORM 8200-LOG-DENIED-ACTION THRU 8200-EXIT
045086             END-IF
045087         WHEN 'A'
045088             IF WS-AUTH-SUPERVISOR
045089                 PERFORM 6990-REVIEW-HELD-CHANGES THRU 6990-EXIT
045090             ELSE
045091                 PERFORM 8200-LOG-DENIED-ACTION THRU 8200-EXIT
045092             END-IF
045093         WHEN 'R'
045094             IF WS-AUTH-SUPERVISOR
045095                 PERFORM 6975-RESTORE-ARCHIVED THRU 6975-EXIT
045096             ELSE
045097                 PERFORM 8200-LOG-DENIED-ACTION THRU 8200-EXIT
045098             END-IF
045100         WHEN OTHER
045400             DISPLAY 'NOT A VALID CHOICE - TRY AGAIN'
045500     END-EVALUATE.
052700*----------------------------------------------------------------*
052800*    4000-CHANGE-DOCTOR - LOOK UP A DOCTOR AND RE-KEY ITS FIELDS.
052900*    THE PHONE IS RE-KEYED LIKE ANY OTHER FIELD - THE PERMANENT
053000*    DOCTOR NUMBER IS THE KEY AND NEVER CHANGES.  A CHANGE THAT
053025*    TOUCHES THE NPI OR THE LICENSE IS HELD FOR A SUPERVISOR
053050*    INSTEAD OF GOING ONTO THE MASTER.
053100*----------------------------------------------------------------*
053200 4000-CHANGE-DOCTOR.
053250     MOVE 'N' TO WS-FOUND-SW.
053300     PERFORM 2300-GET-DOCTOR-NO THRU 2300-EXIT.
053400     READ DOCTOR-MASTER
053500         INVALID KEY
053600             DISPLAY 'NO DOCTOR ON FILE WITH THAT NUMBER'
053700         NOT INVALID KEY
053750             SET WS-RECORD-FOUND TO TRUE
053800             DISPLAY 'CURRENT RECORD: '
053900             DISPLAY FUNCTION TRIM(DOCTOR-MASTER-RECORD)
055800     END-READ.
055802     IF NOT WS-RECORD-FOUND
055804         GO TO 4000-EXIT
055806     END-IF.
055808     PERFORM 4050-CHECK-HELD THRU 4050-EXIT.
055810     IF WS-HELD-WAITING
055812         GO TO 4000-EXIT
055814     END-IF.
055816     MOVE DOCTOR-MASTER-RECORD TO WS-BEFORE-DOCTOR-FIELDS.
055818     PERFORM 2100-GET-NAME THRU 2100-EXIT.
055820     PERFORM 2200-GET-ADDRESS THRU 2200-EXIT.
055822     PERFORM 2350-GET-PHONE THRU 2350-EXIT.
055824     PERFORM 2400-GET-SPECIALTY THRU 2400-EXIT.
055826     PERFORM 2450-GET-ADDL-SPECIALTIES THRU 2450-EXIT.
055828     PERFORM 2900-GET-LICENSE-NO THRU 2900-EXIT.
055830     PERFORM 2920-GET-LICENSE-STATE THRU 2920-EXIT.
055832     PERFORM 2950-GET-LICENSE-EXPIRE THRU 2950-EXIT.
055834     PERFORM 2980-GET-NPI THRU 2980-EXIT.
055836     MOVE 'N' TO WS-DUP-SW.
055838     MOVE DOCT-NUMBER OF DOCTOR-MASTER-RECORD
055840         TO WS-NPI-SKIP-DOCT-NO.
055842     PERFORM 3500-CHECK-DUP-NPI THRU 3500-EXIT.
055844     IF WS-DUPLICATE-FOUND
055846         DISPLAY 'CHANGE CANCELLED'
055848         GO TO 4000-EXIT
055850     END-IF.
055852     PERFORM 4060-CHECK-SENSITIVE THRU 4060-EXIT.
055854     IF WS-SENSITIVE-CHANGE
055856         SET HELD-ACTION-CHANGE TO TRUE
055858         PERFORM 4600-HOLD-FOR-APPROVAL THRU 4600-EXIT
055860     ELSE
055862         PERFORM 4550-REWRITE-DOCTOR THRU 4550-EXIT
055864     END-IF.
055900 4000-EXIT.
056000     EXIT.
056001*----------------------------------------------------------------*
056002*    4050-CHECK-HELD - ONE HELD ITEM PER DOCTOR.  WHILE A CHANGE
056003*    OR REINSTATEMENT IS WAITING FOR APPROVAL NOTHING FURTHER IS
056004*    KEYED FOR THAT DOCTOR.  CALLER HAS READ THE MASTER.
056005*----------------------------------------------------------------*
056006 4050-CHECK-HELD.
056007     MOVE 'N' TO WS-HELD-WAITING-SW.
056008     MOVE DOCT-NUMBER OF DOCTOR-MASTER-RECORD TO HELD-DOCT-NUMBER.
056009     READ HELD-CHANGES
056010         INVALID KEY
056011             GO TO 4050-EXIT
056012     END-READ.
056013     SET WS-HELD-WAITING TO TRUE.
056014     PERFORM 6998-SET-HELD-WORD THRU 6998-EXIT.
056015     DISPLAY 'A ' FUNCTION TRIM(WS-HELD-ACTION-WORD)
056016         ' KEYED BY ' HELD-KEYED-BY ' ON ' HELD-KEYED-DATE
056017         ' IS WAITING FOR APPROVAL'.
056018     DISPLAY 'NOTHING MORE CAN BE KEYED FOR THIS DOCTOR UNTIL A '
056019         'SUPERVISOR APPROVES OR REJECTS IT'.
056020 4050-EXIT.
056021     EXIT.
056022*----------------------------------------------------------------*
056023*    4060-CHECK-SENSITIVE - DOES THE RE-KEYED RECORD TOUCH THE
056024*    NPI OR THE STATE LICENSE NUMBER, STATE OR EXPIRATION?
056025*    COMPARES THE RECORD AREA WITH WS-BEFORE-DOCTOR-FIELDS.
056026*----------------------------------------------------------------*
056027 4060-CHECK-SENSITIVE.
056028     MOVE 'N' TO WS-SENSITIVE-SW.
056029     IF DOCT-NPI OF DOCTOR-MASTER-RECORD
056030             NOT = DOCT-NPI OF WS-BEFORE-DOCTOR-FIELDS
056031         OR DOCT-LICENSE-NO OF DOCTOR-MASTER-RECORD
056032             NOT = DOCT-LICENSE-NO OF WS-BEFORE-DOCTOR-FIELDS
056033         OR DOCT-LICENSE-STATE OF DOCTOR-MASTER-RECORD
056034             NOT = DOCT-LICENSE-STATE OF WS-BEFORE-DOCTOR-FIELDS
056035         OR DOCT-LICENSE-EXPIRE OF DOCTOR-MASTER-RECORD
056036             NOT = DOCT-LICENSE-EXPIRE OF WS-BEFORE-DOCTOR-FIELDS
056037         SET WS-SENSITIVE-CHANGE TO TRUE
056038     END-IF.
056039 4060-EXIT.
056040     EXIT.
056041*----------------------------------------------------------------*
056042*    4600-HOLD-FOR-APPROVAL - PUT THE KEYED RECORD ON THE HELD
056043*    FILE INSTEAD OF THE MASTER, WITH THE MASTER AS IT STANDS AS
056044*    THE BEFORE IMAGE, AND LOG THE KEYING AS AN 'H' AUDIT RECORD
056045*    UNDER THIS OPERATOR.  CALLER SETS THE HELD ACTION.
056046*----------------------------------------------------------------*
056047 4600-HOLD-FOR-APPROVAL.
056048     MOVE DOCT-NUMBER OF DOCTOR-MASTER-RECORD TO HELD-DOCT-NUMBER.
056049     MOVE WS-OPERATOR-ID TO HELD-KEYED-BY.
056050     MOVE WS-TODAY-DATE TO HELD-KEYED-DATE.
056051     ACCEPT HELD-KEYED-TIME FROM TIME.
056052     MOVE WS-BEFORE-DOCTOR-FIELDS TO HELD-BEFORE-IMAGE.
056053     MOVE DOCTOR-MASTER-RECORD TO HELD-AFTER-IMAGE.
056054     WRITE HELD-CHANGE-RECORD
056055         INVALID KEY
056056             DISPLAY 'HOLD FAILED - UNABLE TO WRITE, STATUS '
056057                 WS-HELD-STATUS
056058             GO TO 4600-EXIT
056059     END-WRITE.
056060     PERFORM 6998-SET-HELD-WORD THRU 6998-EXIT.
056061     DISPLAY FUNCTION TRIM(WS-HELD-ACTION-WORD)
056062         ' HELD FOR SUPERVISOR APPROVAL - MASTER NOT CHANGED'.
056063     SET AUDIT-ACTION-HELD TO TRUE.
056064     MOVE WS-BEFORE-DOCTOR-FIELDS TO AUDIT-BEFORE-IMAGE.
056065     MOVE DOCTOR-MASTER-RECORD TO AUDIT-AFTER-IMAGE.
056066     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
056067 4600-EXIT.
056068     EXIT.
056100*----------------------------------------------------------------*
056200*    4550-REWRITE-DOCTOR - FILE THE CHANGE WITHOUT DISTURBING THE
056300*    RECORD KEY, AND WRITE THE BEFORE/AFTER AUDIT RECORD
058300     PERFORM 2300-GET-DOCTOR-NO THRU 2300-EXIT.
058400     READ DOCTOR-MASTER
058500         INVALID KEY
058600             PERFORM 5300-SHOW-ARCHIVED THRU 5300-EXIT
058700         NOT INVALID KEY
058800             PERFORM 5100-SHOW-DOCTOR THRU 5100-EXIT
058900     END-READ.
062800     DISPLAY 'STATUS:        ' WS-STATUS-WORD
062900         ' EFFECTIVE '
063000         DOCT-STATUS-DATE OF DOCTOR-MASTER-RECORD.
063020     IF WS-SHOWING-ARCHIVED
063040         DISPLAY 'ARCHIVED:      ' HIST-ARCHIVED-DATE
063060             ' BY ' HIST-ARCHIVED-BY ' - OFF THE LIVE MASTER'
063080     END-IF.
063100     DISPLAY 'LICENSE:       '
063200         DOCT-LICENSE-NO OF DOCTOR-MASTER-RECORD
063300         ' ' DOCT-LICENSE-STATE OF DOCTOR-MASTER-RECORD
064200             ' BY '
064300             DOCT-CRED-REVIEWER OF DOCTOR-MASTER-RECORD
064400     END-IF.
064500     IF WS-SHOWING-ARCHIVED
064520         PERFORM 5250-SHOW-ARCH-AFFILIATIONS THRU 5250-EXIT
064540     ELSE
064560         PERFORM 5200-SHOW-AFFILIATIONS THRU 5200-EXIT
064580     END-IF.
064600 5100-EXIT.
064700     EXIT.
064710*----------------------------------------------------------------*
070400 5220-EXIT.
070500     EXIT.
070600*----------------------------------------------------------------*
070601*    5250-SHOW-ARCH-AFFILIATIONS - THE SAME LIST FOR AN ARCHIVED
070602*    DOCTOR, FROM THE AFFILIATION HISTORY FILE
070603*----------------------------------------------------------------*
070604 5250-SHOW-ARCH-AFFILIATIONS.
070605     MOVE DOCT-NUMBER OF DOCTOR-MASTER-RECORD
070606         TO WS-AFFL-DOCT-NO.
070607     MOVE WS-AFFL-DOCT-NO TO AFHS-DOCT-NUMBER.
070608     MOVE LOW-VALUES TO AFHS-FAC-CODE.
070609     MOVE 'N' TO WS-AFFL-EOF-SW.
070610     MOVE ZERO TO WS-AFFL-COUNT.
070611     START AFFL-HISTORY
070612         KEY NOT LESS THAN AFHS-KEY
070613         INVALID KEY
070614             SET WS-AFFL-EOF TO TRUE
070615     END-START.
070616     PERFORM 5270-SHOW-ONE-ARCH-AFFL THRU 5270-EXIT
070617         UNTIL WS-AFFL-EOF.
070618     IF WS-AFFL-COUNT = ZERO
070619         DISPLAY 'FACILITIES:    NONE ON FILE'
070620     END-IF.
070621 5250-EXIT.
070622     EXIT.
070623*----------------------------------------------------------------*
070624*    5270-SHOW-ONE-ARCH-AFFL - ONE ARCHIVED AFFILIATION LINE
070625*----------------------------------------------------------------*
070626 5270-SHOW-ONE-ARCH-AFFL.
070627     READ AFFL-HISTORY NEXT RECORD
070628         AT END
070629             SET WS-AFFL-EOF TO TRUE
070630     END-READ.
070631     IF WS-AFHS-STATUS NOT = '00'
070632         SET WS-AFFL-EOF TO TRUE
070633     END-IF.
070634     IF WS-AFFL-EOF
070635         GO TO 5270-EXIT
070636     END-IF.
070637     IF AFHS-DOCT-NUMBER NOT = WS-AFFL-DOCT-NO
070638         SET WS-AFFL-EOF TO TRUE
070639         GO TO 5270-EXIT
070640     END-IF.
070641     ADD 1 TO WS-AFFL-COUNT.
070642     MOVE AFHS-FAC-CODE TO FAC-CODE.
070643     READ FACILITY-MASTER
070644         INVALID KEY
070645             MOVE '(NOT ON FACILITY MASTER)' TO FAC-NAME
070646     END-READ.
070647     IF AFHS-ACTIVE
070648         DISPLAY 'FACILITY:      ' AFHS-FAC-CODE ' ' FAC-NAME
070649             ' PRIVILEGES FROM ' AFHS-PRIV-EFF-DATE
070650     ELSE
070651         DISPLAY 'FACILITY:      ' AFHS-FAC-CODE ' ' FAC-NAME
070652             ' DETACHED ' AFHS-END-DATE
070653     END-IF.
070654 5270-EXIT.
070655     EXIT.
070656*----------------------------------------------------------------*
070657*    5300-SHOW-ARCHIVED - NOT ON THE LIVE MASTER, SO LOOK FOR THE
070658*    DOCTOR ON THE HISTORY FILE AND SHOW THE ARCHIVED RECORD.
070659*    CALLER HAS THE DOCTOR NUMBER IN THE MASTER RECORD AREA.
070660*----------------------------------------------------------------*
070661 5300-SHOW-ARCHIVED.
070662     MOVE DOCT-NUMBER OF DOCTOR-MASTER-RECORD TO HIST-DOCT-NUMBER.
070663     READ DOCTOR-HISTORY
070664         INVALID KEY
070665             DISPLAY 'NO DOCTOR ON FILE WITH THAT NUMBER'
070666             GO TO 5300-EXIT
070667     END-READ.
070668     DISPLAY '*** ARCHIVED DOCTOR - NOT ON THE LIVE MASTER ***'.
070669     MOVE HIST-DOCTOR-FIELDS TO DOCTOR-MASTER-RECORD.
070670     SET WS-SHOWING-ARCHIVED TO TRUE.
070671     PERFORM 5100-SHOW-DOCTOR THRU 5100-EXIT.
070672     MOVE 'N' TO WS-ARCHIVED-SW.
070673 5300-EXIT.
070674     EXIT.
070675*----------------------------------------------------------------*
070700*    6000-INACTIVATE-DOCTOR - LOOK UP A DOCTOR AND MARK THE
070800*    RECORD INACTIVE OR RETIRED AS OF AN EFFECTIVE DATE.  THE
070900*    RECORD STAYS ON FILE SO THE ACTION CAN BE REVERSED AND THE
076600     EXIT.
076700*----------------------------------------------------------------*
076800*    6500-REINSTATE-DOCTOR - PUT AN INACTIVE OR RETIRED DOCTOR
076900*    BACK ON THE ACTIVE PANEL WITHOUT RE-KEYING THE RECORD.  THE
076950*    REINSTATEMENT IS HELD FOR A SECOND SUPERVISOR TO RELEASE.
077000*----------------------------------------------------------------*
077100 6500-REINSTATE-DOCTOR.
077200     MOVE 'N' TO WS-FOUND-SW.
078500         DISPLAY 'DOCTOR IS ALREADY ACTIVE'
078600         GO TO 6500-EXIT
078700     END-IF.
078720     PERFORM 4050-CHECK-HELD THRU 4050-EXIT.
078740     IF WS-HELD-WAITING
078760         GO TO 6500-EXIT
078780     END-IF.
078800     DISPLAY 'REINSTATE THIS DOCTOR? (Y/N): '.
078900     ACCEPT WS-MENU-CHOICE.
079000     IF FUNCTION UPPER-CASE(WS-MENU-CHOICE) = 'Y'
079100         MOVE DOCTOR-MASTER-RECORD TO WS-BEFORE-DOCTOR-FIELDS
079200         SET DOCT-ACTIVE OF DOCTOR-MASTER-RECORD TO TRUE
079300         PERFORM 2800-GET-STATUS-DATE THRU 2800-EXIT
079400         SET HELD-ACTION-REINSTATE TO TRUE
079450         PERFORM 4600-HOLD-FOR-APPROVAL THRU 4600-EXIT
079500     ELSE
079600         DISPLAY 'REINSTATE CANCELLED'
079700     END-IF.
098906*    ACTION WITH A FUTURE EFFECTIVE DATE ONTO THE PENDING FILE
098908*    FOR THE NIGHTLY DOCTPEND JOB TO APPLY ON THE DAY.  STATUS
098910*    ACTIONS NEED A SUPERVISOR, THE SAME AS APPLYING THEM NOW.
098911*    NPI/LICENSE CHANGES AND REINSTATEMENTS ARE KEYED ON THE DAY.
098912*----------------------------------------------------------------*
098914 6800-FILE-PENDING-CHANGE.
098916     MOVE 'N' TO WS-FOUND-SW.
098938         GO TO 6800-EXIT
098940     END-IF.
098942     DISPLAY 'ACTION - C=CHANGE FIELDS, I=INACTIVATE,'.
098944     DISPLAY '         R=RETIRE, X=CANCEL: '.
098946     ACCEPT WS-MENU-CHOICE.
098948     MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
098950         TO WS-MENU-CHOICE.
098952     IF WS-MENU-CHOICE NOT = 'C' AND WS-MENU-CHOICE NOT = 'I'
098954         AND WS-MENU-CHOICE NOT = 'R'
098958         DISPLAY 'PENDING ITEM CANCELLED'
098960         GO TO 6800-EXIT
098962     END-IF.
098986     MOVE ZERO TO PEND-LICENSE-EXPIRE.
098988     MOVE ZERO TO PEND-NPI.
098990     IF PEND-ACTION-CHANGE
098991         MOVE DOCTOR-MASTER-RECORD TO WS-BEFORE-DOCTOR-FIELDS
098992         PERFORM 2100-GET-NAME THRU 2100-EXIT
098994         PERFORM 2200-GET-ADDRESS THRU 2200-EXIT
098996         PERFORM 2350-GET-PHONE THRU 2350-EXIT
099037         MOVE DOCT-NPI OF DOCTOR-MASTER-RECORD
099038             TO PEND-NPI
099039     END-IF.
099040     IF PEND-ACTION-CHANGE
099041         PERFORM 4060-CHECK-SENSITIVE THRU 4060-EXIT
099042         IF WS-SENSITIVE-CHANGE
099043             DISPLAY 'NPI AND LICENSE CHANGES NEED SUPERVISOR '
099044                 'APPROVAL - KEY THEM THROUGH OPTION 2'
099045             DISPLAY 'PENDING ITEM CANCELLED'
099046             GO TO 6800-EXIT
099047         END-IF
099048     END-IF.
099049     MOVE WS-OPERATOR-ID TO PEND-FILED-BY.
099050     MOVE WS-TODAY-DATE TO PEND-FILED-DATE.
099051     PERFORM 6850-WRITE-PENDING THRU 6850-EXIT.
099056 6800-EXIT.
099058     EXIT.
099060*----------------------------------------------------------------*
099370     END-IF.
099372 6970-EXIT.
099374     EXIT.
099375*----------------------------------------------------------------*
099376*    6975-RESTORE-ARCHIVED - PUT AN ARCHIVED DOCTOR BACK ON THE
099377*    LIVE MASTER EXACTLY AS ARCHIVED, WITH THE AFFILIATION ROWS,
099378*    AND WRITE AN ADD AUDIT RECORD UNDER THE SUPERVISOR.  THE
099379*    DOCTOR COMES BACK RETIRED OR INACTIVE - PUTTING THE DOCTOR
099380*    BACK ON THE PANEL IS A REINSTATEMENT LIKE ANY OTHER.  THE
099381*    ARCHIVED NPI GETS THE SAME DUPLICATE CHECK AS AN ADD.
099382*    THE HISTORY ROW COMES OFF RIGHT AFTER THE MASTER WRITE; IF
099383*    IT WILL NOT, THE MASTER ROW IS TAKEN BACK AND THE RESTORE
099384*    STOPS THERE, WITH NO AUDIT AND NO AFFILIATIONS MOVED.
099385*----------------------------------------------------------------*
099386 6975-RESTORE-ARCHIVED.
099387     DISPLAY 'Doctor number (8 digits): '.
099388     ACCEPT WS-DOCTOR-INPUT.
099389     IF WS-DOCTOR-INPUT NOT NUMERIC
099390         OR WS-DOCTOR-INPUT-N = ZERO
099391         DISPLAY 'RESTORE ABANDONED - BAD DOCTOR NUMBER'
099392         GO TO 6975-EXIT
099393     END-IF.
099394     MOVE WS-DOCTOR-INPUT-N
099395         TO DOCT-NUMBER OF DOCTOR-MASTER-RECORD.
099396     READ DOCTOR-MASTER
099397         INVALID KEY
099398             CONTINUE
099399         NOT INVALID KEY
099400             DISPLAY 'THAT DOCTOR IS ON THE LIVE MASTER'
099401             GO TO 6975-EXIT
099402     END-READ.
099403     MOVE WS-DOCTOR-INPUT-N TO HIST-DOCT-NUMBER.
099404     READ DOCTOR-HISTORY
099405         INVALID KEY
099406             DISPLAY 'NO ARCHIVED DOCTOR WITH THAT NUMBER'
099407             GO TO 6975-EXIT
099408     END-READ.
099409     DISPLAY '*** ARCHIVED DOCTOR - NOT ON THE LIVE MASTER ***'.
099410     MOVE HIST-DOCTOR-FIELDS TO DOCTOR-MASTER-RECORD.
099411     SET WS-SHOWING-ARCHIVED TO TRUE.
099412     PERFORM 5100-SHOW-DOCTOR THRU 5100-EXIT.
099413     MOVE 'N' TO WS-ARCHIVED-SW.
099414     DISPLAY 'RESTORE THIS DOCTOR TO THE LIVE MASTER? (Y/N): '.
099415     ACCEPT WS-MENU-CHOICE.
099416     IF FUNCTION UPPER-CASE(WS-MENU-CHOICE) NOT = 'Y'
099417         DISPLAY 'RESTORE CANCELLED'
099418         GO TO 6975-EXIT
099419     END-IF.
099420     MOVE HIST-DOCTOR-FIELDS TO DOCTOR-MASTER-RECORD.
099421     MOVE 'N' TO WS-DUP-SW.
099422     MOVE DOCT-NUMBER OF DOCTOR-MASTER-RECORD
099423         TO WS-NPI-SKIP-DOCT-NO.
099424     PERFORM 3500-CHECK-DUP-NPI THRU 3500-EXIT.
099425     IF WS-DUPLICATE-FOUND
099426         DISPLAY 'RESTORE CANCELLED'
099427         GO TO 6975-EXIT
099428     END-IF.
099429     WRITE DOCTOR-MASTER-RECORD
099430         INVALID KEY
099431             DISPLAY 'RESTORE FAILED - UNABLE TO WRITE, STATUS '
099432                 WS-MAST-STATUS
099433             GO TO 6975-EXIT
099434     END-WRITE.
099435     DELETE DOCTOR-HISTORY RECORD
099436         INVALID KEY
099437             DISPLAY 'RESTORE FAILED - HISTORY ROW NOT CLEARED, '
099438                 'STATUS ' WS-HIST-STATUS
099439             DELETE DOCTOR-MASTER RECORD
099440                 INVALID KEY
099441                     CONTINUE
099442             END-DELETE
099443             GO TO 6975-EXIT
099444     END-DELETE.
099445     PERFORM 8100-CLEAR-BEFORE-IMAGE THRU 8100-EXIT.
099446     SET AUDIT-ACTION-ADD TO TRUE.
099447     MOVE DOCTOR-MASTER-RECORD TO AUDIT-AFTER-IMAGE.
099448     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
099449     MOVE ZERO TO WS-RESTORED-AFFL-COUNT.
099450     MOVE HIST-DOCT-NUMBER TO AFHS-DOCT-NUMBER.
099451     MOVE LOW-VALUES TO AFHS-FAC-CODE.
099452     MOVE 'N' TO WS-AFFL-EOF-SW.
099453     START AFFL-HISTORY
099454         KEY NOT LESS THAN AFHS-KEY
099455         INVALID KEY
099456             SET WS-AFFL-EOF TO TRUE
099457     END-START.
099458     PERFORM 6977-RESTORE-ONE-AFFL THRU 6977-EXIT
099459         UNTIL WS-AFFL-EOF.
099460     DISPLAY 'DOCTOR ' DOCT-NUMBER OF DOCTOR-MASTER-RECORD
099461         ' RESTORED WITH ' WS-RESTORED-AFFL-COUNT
099462         ' FACILITY ROWS'.
099463 6975-EXIT.
099464     EXIT.
099465*----------------------------------------------------------------*
099466*    6977-RESTORE-ONE-AFFL - PUT ONE ARCHIVED AFFILIATION ROW
099467*    BACK ON THE LIVE FILE AND TAKE IT OFF THE HISTORY FILE.  A
099468*    ROW ALREADY ON THE LIVE FILE STAYS ON THE HISTORY FILE.
099469*----------------------------------------------------------------*
099470 6977-RESTORE-ONE-AFFL.
099471     READ AFFL-HISTORY NEXT RECORD
099472         AT END
099473             SET WS-AFFL-EOF TO TRUE
099474     END-READ.
099475     IF WS-AFHS-STATUS NOT = '00'
099476         SET WS-AFFL-EOF TO TRUE
099477     END-IF.
099478     IF WS-AFFL-EOF
099479         GO TO 6977-EXIT
099480     END-IF.
099481     IF AFHS-DOCT-NUMBER NOT = HIST-DOCT-NUMBER
099482         SET WS-AFFL-EOF TO TRUE
099483         GO TO 6977-EXIT
099484     END-IF.
099485     MOVE AFFL-HISTORY-RECORD TO DOCTOR-FACILITY-RECORD.
099486     WRITE DOCTOR-FACILITY-RECORD
099487         INVALID KEY
099488             DISPLAY 'FACILITY ' AFFL-FAC-CODE
099489                 ' ALREADY ON THE LIVE FILE - LEFT AS IT IS'
099490             GO TO 6977-EXIT
099491     END-WRITE.
099492     DELETE AFFL-HISTORY RECORD
099493         INVALID KEY
099494             DISPLAY 'UNABLE TO CLEAR HISTORY ROW ' AFHS-FAC-CODE
099495     END-DELETE.
099496     ADD 1 TO WS-RESTORED-AFFL-COUNT.
099497 6977-EXIT.
099498     EXIT.
099499*----------------------------------------------------------------*
099500*    6980-REVIEW-SCREEN-HITS - LIST THE EXCLUSION SCREENING HITS
099501*    STILL WAITING ON A DECISION AND LET THE SUPERVISOR CLEAR OR
099502*    CONFIRM ONE.  THE HIT FILE IS ONLY OPENED FOR THIS ACTION.
099503*----------------------------------------------------------------*
099504 6980-REVIEW-SCREEN-HITS.
099505     OPEN I-O SCREEN-HITS.
099506     IF WS-HIT-NOT-FOUND
099507         DISPLAY 'NO SCREENING HITS ON FILE'
099508         GO TO 6980-EXIT
099509     END-IF.
099510     IF WS-HIT-STATUS NOT = '00'
099511         DISPLAY 'UNABLE TO OPEN SCREEN-HITS - STATUS '
099512             WS-HIT-STATUS
099513         GO TO 6980-EXIT
099514     END-IF.
099515     MOVE LOW-VALUES TO HIT-KEY.
099516     MOVE 'N' TO WS-HIT-EOF-SW.
099517     MOVE ZERO TO WS-HIT-COUNT.
099518     START SCREEN-HITS
099519         KEY NOT LESS THAN HIT-KEY
099520         INVALID KEY
099521             SET WS-HIT-EOF TO TRUE
099522     END-START.
099523     PERFORM 6982-LIST-ONE-HIT THRU 6982-EXIT
099524         UNTIL WS-HIT-EOF.
099525     IF WS-HIT-COUNT = ZERO
099526         DISPLAY 'NO OPEN SCREENING HITS'
099527         CLOSE SCREEN-HITS
099528         GO TO 6980-EXIT
099529     END-IF.
099530     DISPLAY 'WORK ONE OF THESE HITS? (Y/N): '.
099531     ACCEPT WS-MENU-CHOICE.
099532     IF FUNCTION UPPER-CASE(WS-MENU-CHOICE) = 'Y'
099533         PERFORM 6984-DECIDE-HIT THRU 6984-EXIT
099534     END-IF.
099535     CLOSE SCREEN-HITS.
099536 6980-EXIT.
099537     EXIT.
099538*----------------------------------------------------------------*
099539*    6982-LIST-ONE-HIT - ONE LINE PER HIT STILL OPEN
099540*----------------------------------------------------------------*
099541 6982-LIST-ONE-HIT.
099542     READ SCREEN-HITS NEXT RECORD
099543         AT END
099544             SET WS-HIT-EOF TO TRUE
099545     END-READ.
099546     IF WS-HIT-STATUS NOT = '00'
099547         SET WS-HIT-EOF TO TRUE
099548     END-IF.
099549     IF WS-HIT-EOF OR NOT HIT-OPEN
099550         GO TO 6982-EXIT
099551     END-IF.
099552     ADD 1 TO WS-HIT-COUNT.
099553     PERFORM 6988-SET-HIT-WORDS THRU 6988-EXIT.
099554     DISPLAY HIT-DOCT-NUMBER ' ' WS-HIT-SOURCE-WORD
099555         ' EXCL ' HIT-EXCL-DATE ' ' WS-HIT-MATCH-WORD
099556         ' LISTED AS ' HIT-EXCL-NAME
099557         ' FOUND ' HIT-FIRST-FOUND.
099558 6982-EXIT.
099559     EXIT.
099560*----------------------------------------------------------------*
099561*    6984-DECIDE-HIT - PICK ONE OPEN HIT BY DOCTOR NUMBER, LIST
099562*    AND EXCLUSION DATE, AND CLEAR IT AS NOT OUR DOCTOR OR
099563*    CONFIRM IT.  A CONFIRM SUSPENDS THE DOCTOR AS OF TODAY.
099564*----------------------------------------------------------------*
099565 6984-DECIDE-HIT.
099566     DISPLAY 'Doctor number (8 digits): '.
099567     ACCEPT WS-DOCTOR-INPUT.
099568     IF WS-DOCTOR-INPUT NOT NUMERIC
099569         OR WS-DOCTOR-INPUT-N = ZERO
099570         DISPLAY 'DECISION ABANDONED - BAD DOCTOR NUMBER'
099571         GO TO 6984-EXIT
099572     END-IF.
099573     DISPLAY 'List (O=OIG, S=STATE): '.
099574     ACCEPT WS-HIT-SOURCE-INPUT.
099575     MOVE FUNCTION UPPER-CASE(WS-HIT-SOURCE-INPUT)
099576         TO WS-HIT-SOURCE-INPUT.
099577     IF WS-HIT-SOURCE-INPUT NOT = 'O'
099578         AND WS-HIT-SOURCE-INPUT NOT = 'S'
099579         DISPLAY 'DECISION ABANDONED - LIST MUST BE O OR S'
099580         GO TO 6984-EXIT
099581     END-IF.
099582     DISPLAY 'Exclusion date (YYYYMMDD): '.
099583     ACCEPT WS-DATE-INPUT.
099584     IF WS-DATE-INPUT NOT NUMERIC
099585         DISPLAY 'DECISION ABANDONED - BAD DATE'
099586         GO TO 6984-EXIT
099587     END-IF.
099588     MOVE WS-DOCTOR-INPUT-N TO HIT-DOCT-NUMBER.
099589     MOVE WS-HIT-SOURCE-INPUT TO HIT-SOURCE.
099590     MOVE WS-DATE-INPUT-N TO HIT-EXCL-DATE.
099591     READ SCREEN-HITS
099592         INVALID KEY
099593             DISPLAY 'NO SCREENING HIT WITH THAT KEY'
099594             GO TO 6984-EXIT
099595     END-READ.
099596     IF NOT HIT-OPEN
099597         DISPLAY 'THAT HIT WAS ALREADY DECIDED BY '
099598             HIT-DECIDED-BY ' ON ' HIT-DECIDED-DATE
099599         GO TO 6984-EXIT
099600     END-IF.
099601     PERFORM 6988-SET-HIT-WORDS THRU 6988-EXIT.
099602     DISPLAY 'LISTED AS:     ' HIT-EXCL-NAME.
099603     DISPLAY 'LIST:          ' WS-HIT-SOURCE-WORD
099604         ' TYPE ' HIT-EXCL-TYPE ' MATCHED ON ' WS-HIT-MATCH-WORD.
099605     DISPLAY 'LISTED NPI:    ' HIT-EXCL-NPI.
099606     DISPLAY 'LISTED LIC:    ' HIT-EXCL-LICENSE-STATE ' '
099607         HIT-EXCL-LICENSE-NO.
099608     MOVE HIT-DOCT-NUMBER TO DOCT-NUMBER OF DOCTOR-MASTER-RECORD.
099609     READ DOCTOR-MASTER
099610         INVALID KEY
099611             DISPLAY 'DOCTOR ' HIT-DOCT-NUMBER
099612                 ' IS NO LONGER ON THE MASTER'
099613             GO TO 6984-EXIT
099614     END-READ.
099615     PERFORM 5100-SHOW-DOCTOR THRU 5100-EXIT.
099616     DISPLAY 'CONFIRM (F), CLEAR (C), OR LEAVE OPEN (X): '.
099617     ACCEPT WS-MENU-CHOICE.
099618     EVALUATE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
099619         WHEN 'F'
099620             PERFORM 6986-CONFIRM-HIT THRU 6986-EXIT
099621         WHEN 'C'
099622             SET HIT-CLEARED TO TRUE
099623             MOVE WS-OPERATOR-ID TO HIT-DECIDED-BY
099624             MOVE WS-TODAY-DATE TO HIT-DECIDED-DATE
099625             REWRITE SCREEN-HIT-RECORD
099626                 INVALID KEY
099627                     DISPLAY 'CLEAR FAILED - UNABLE TO REWRITE'
099628                 NOT INVALID KEY
099629                     DISPLAY 'HIT CLEARED'
099630             END-REWRITE
099631         WHEN OTHER
099632             DISPLAY 'HIT LEFT OPEN'
099633     END-EVALUATE.
099634 6984-EXIT.
099635     EXIT.
099636*----------------------------------------------------------------*
099637*    6986-CONFIRM-HIT - SUSPEND THE DOCTOR AS OF TODAY WITH THE
099638*    BEFORE/AFTER AUDIT RECORD, THEN MARK THE HIT CONFIRMED.  A
099639*    DOCTOR ALREADY SUSPENDED KEEPS THE RECORD AS IT IS - THE
099640*    CONFIRMED HIT IS WHAT KEEPS DOCTSUSP FROM LIFTING IT.  ONLY
099641*    AN ACTIVE DOCTOR IS SUSPENDED - AN INACTIVE OR RETIRED ONE
099642*    KEEPS THAT STATUS AND THE HIT IS SIMPLY CONFIRMED.  WHILE A
099643*    CHANGE OR REINSTATEMENT IS HELD FOR APPROVAL THE HIT STAYS
099644*    OPEN, OR RELEASING THE HELD ITEM WOULD UNDO THE SUSPENSION.
099645*----------------------------------------------------------------*
099646 6986-CONFIRM-HIT.
099647     PERFORM 4050-CHECK-HELD THRU 4050-EXIT.
099648     IF WS-HELD-WAITING
099649         DISPLAY 'HIT LEFT OPEN - DECIDE THE HELD ITEM FIRST'
099650         GO TO 6986-EXIT
099651     END-IF.
099652     IF DOCT-ACTIVE OF DOCTOR-MASTER-RECORD
099653         MOVE DOCTOR-MASTER-RECORD TO WS-BEFORE-DOCTOR-FIELDS
099654         SET DOCT-SUSPENDED OF DOCTOR-MASTER-RECORD TO TRUE
099655         MOVE WS-TODAY-DATE
099656             TO DOCT-STATUS-DATE OF DOCTOR-MASTER-RECORD
099657         PERFORM 6100-FILE-STATUS-CHANGE THRU 6100-EXIT
099658         IF WS-MAST-STATUS NOT = '00'
099659             DISPLAY 'HIT LEFT OPEN - DOCTOR NOT SUSPENDED'
099660             GO TO 6986-EXIT
099661         END-IF
099662     END-IF.
099663     SET HIT-CONFIRMED TO TRUE.
099664     MOVE WS-OPERATOR-ID TO HIT-DECIDED-BY.
099665     MOVE WS-TODAY-DATE TO HIT-DECIDED-DATE.
099666     REWRITE SCREEN-HIT-RECORD
099667         INVALID KEY
099668             DISPLAY 'CONFIRM FAILED - UNABLE TO REWRITE HIT'
099669             GO TO 6986-EXIT
099670     END-REWRITE.
099671     IF DOCT-SUSPENDED OF DOCTOR-MASTER-RECORD
099672         DISPLAY 'HIT CONFIRMED - DOCTOR SUSPENDED'
099673     ELSE
099674         DISPLAY 'HIT CONFIRMED - DOCTOR NOT ACTIVE, STATUS '
099675             'LEFT AS IT IS'
099676     END-IF.
099677 6986-EXIT.
099678     EXIT.
099679*----------------------------------------------------------------*
099680*    6988-SET-HIT-WORDS - THE LIST AND MATCH TYPE IN WORDS
099681*----------------------------------------------------------------*
099682 6988-SET-HIT-WORDS.
099683     IF HIT-SOURCE-OIG
099684         MOVE 'OIG' TO WS-HIT-SOURCE-WORD
099685     ELSE
099686         MOVE 'STATE' TO WS-HIT-SOURCE-WORD
099687     END-IF.
099688     EVALUATE TRUE
099689         WHEN HIT-MATCH-NPI
099690             MOVE 'NPI'      TO WS-HIT-MATCH-WORD
099691         WHEN HIT-MATCH-LICENSE
099692             MOVE 'LICENSE'  TO WS-HIT-MATCH-WORD
099693         WHEN OTHER
099694             MOVE 'PROBABLE' TO WS-HIT-MATCH-WORD
099695     END-EVALUATE.
099696 6988-EXIT.
099697     EXIT.
099698*----------------------------------------------------------------*
099699*    6990-REVIEW-HELD-CHANGES - LIST THE CHANGES AND
099700*    REINSTATEMENTS WAITING ON THE HELD FILE AND LET THE
099701*    SUPERVISOR APPROVE OR REJECT ONE
099702*----------------------------------------------------------------*
099703 6990-REVIEW-HELD-CHANGES.
099704     MOVE ZERO TO HELD-DOCT-NUMBER.
099705     MOVE 'N' TO WS-HELD-EOF-SW.
099706     MOVE ZERO TO WS-HELD-COUNT.
099707     START HELD-CHANGES
099708         KEY NOT LESS THAN HELD-DOCT-NUMBER
099709         INVALID KEY
099710             SET WS-HELD-EOF TO TRUE
099711     END-START.
099712     PERFORM 6992-LIST-ONE-HELD THRU 6992-EXIT
099713         UNTIL WS-HELD-EOF.
099714     IF WS-HELD-COUNT = ZERO
099715         DISPLAY 'NO CHANGES WAITING FOR APPROVAL'
099716         GO TO 6990-EXIT
099717     END-IF.
099718     DISPLAY 'WORK ONE OF THESE? (Y/N): '.
099719     ACCEPT WS-MENU-CHOICE.
099720     IF FUNCTION UPPER-CASE(WS-MENU-CHOICE) = 'Y'
099721         PERFORM 6994-DECIDE-HELD THRU 6994-EXIT
099722     END-IF.
099723 6990-EXIT.
099724     EXIT.
099725*----------------------------------------------------------------*
099726*    6992-LIST-ONE-HELD - ONE LINE PER ITEM WAITING
099727*----------------------------------------------------------------*
099728 6992-LIST-ONE-HELD.
099729     READ HELD-CHANGES NEXT RECORD
099730         AT END
099731             SET WS-HELD-EOF TO TRUE
099732     END-READ.
099733     IF WS-HELD-STATUS NOT = '00'
099734         SET WS-HELD-EOF TO TRUE
099735     END-IF.
099736     IF WS-HELD-EOF
099737         GO TO 6992-EXIT
099738     END-IF.
099739     ADD 1 TO WS-HELD-COUNT.
099740     PERFORM 6998-SET-HELD-WORD THRU 6998-EXIT.
099741     DISPLAY HELD-DOCT-NUMBER ' ' HELD-OLD-DOCTNAME ' '
099742         WS-HELD-ACTION-WORD ' KEYED BY ' HELD-KEYED-BY
099743         ' ON ' HELD-KEYED-DATE.
099744 6992-EXIT.
099745     EXIT.
099746*----------------------------------------------------------------*
099747*    6993-CHECK-STALE - A HELD ITEM CANNOT BE APPROVED ONCE THE
099748*    MASTER HAS MOVED ON FROM THE RECORD IT WAS KEYED AGAINST -
099749*    APPROVING IT WOULD QUIETLY UNDO THE LATER CHANGE.  THE
099750*    CREDENTIALING FIELDS ARE NOT COMPARED; A RELEASE LEAVES
099751*    THEM AS THEY STAND.
099752*----------------------------------------------------------------*
099753 6993-CHECK-STALE.
099754     IF HELD-ACTION-REINSTATE
099755         IF DOCT-STATUS OF DOCTOR-MASTER-RECORD
099756                 NOT = HELD-OLD-STATUS
099757             OR DOCT-STATUS-DATE OF DOCTOR-MASTER-RECORD
099758                 NOT = HELD-OLD-STATUS-DATE
099759             SET WS-HELD-STALE TO TRUE
099760         END-IF
099761     ELSE
099762         IF DOCTNAME OF DOCTOR-MASTER-RECORD
099763                 NOT = HELD-OLD-DOCTNAME
099764             OR DOCT-ADDRESS OF DOCTOR-MASTER-RECORD
099765                 NOT = HELD-OLD-ADDRESS
099766             OR DOCT-PHONE OF DOCTOR-MASTER-RECORD
099767                 NOT = HELD-OLD-PHONE
099768             OR SPECIALT OF DOCTOR-MASTER-RECORD
099769                 NOT = HELD-OLD-SPECIALT
099770             OR DOCT-ADDL-SPECIALTIES OF DOCTOR-MASTER-RECORD
099771                 NOT = HELD-OLD-ADDL-SPECIALTIES
099772             OR DOCT-LICENSE-NO OF DOCTOR-MASTER-RECORD
099773                 NOT = HELD-OLD-LICENSE-NO
099774             OR DOCT-LICENSE-STATE OF DOCTOR-MASTER-RECORD
099775                 NOT = HELD-OLD-LICENSE-STATE
099776             OR DOCT-LICENSE-EXPIRE OF DOCTOR-MASTER-RECORD
099777                 NOT = HELD-OLD-LICENSE-EXPIR
099778             OR DOCT-NPI OF DOCTOR-MASTER-RECORD
099779                 NOT = HELD-OLD-NPI
099780             SET WS-HELD-STALE TO TRUE
099781         END-IF
099782     END-IF.
099783     IF WS-HELD-STALE
099784         DISPLAY 'THE MASTER HAS CHANGED SINCE THIS WAS KEYED'
099785     END-IF.
099786 6993-EXIT.
099787     EXIT.
099788*----------------------------------------------------------------*
099789*    6994-DECIDE-HELD - PICK ONE HELD ITEM BY DOCTOR NUMBER, SHOW
099790*    WHAT WAS KEYED AGAINST THE MASTER AS IT STANDS, AND APPROVE
099791*    OR REJECT IT.  A SUPERVISOR MAY REJECT AN ITEM THEY KEYED
099792*    BUT NOT APPROVE IT - THAT TAKES A SECOND PERSON, AND THE
099793*    ATTEMPT IS LOGGED AS A DENIED ACTION.
099794*----------------------------------------------------------------*
099795 6994-DECIDE-HELD.
099796     DISPLAY 'Doctor number (8 digits): '.
099797     ACCEPT WS-DOCTOR-INPUT.
099798     IF WS-DOCTOR-INPUT NOT NUMERIC
099799         OR WS-DOCTOR-INPUT-N = ZERO
099800         DISPLAY 'DECISION ABANDONED - BAD DOCTOR NUMBER'
099801         GO TO 6994-EXIT
099802     END-IF.
099803     MOVE WS-DOCTOR-INPUT-N TO HELD-DOCT-NUMBER.
099804     READ HELD-CHANGES
099805         INVALID KEY
099806             DISPLAY 'NOTHING WAITING FOR THAT DOCTOR'
099807             GO TO 6994-EXIT
099808     END-READ.
099809     PERFORM 6998-SET-HELD-WORD THRU 6998-EXIT.
099810     DISPLAY 'WAITING:       ' WS-HELD-ACTION-WORD.
099811     DISPLAY 'KEYED BY:      ' HELD-KEYED-BY ' ON '
099812         HELD-KEYED-DATE ' AT ' HELD-KEYED-TIME.
099813     IF HELD-ACTION-REINSTATE
099814         DISPLAY 'STATUS WAS:    ' HELD-OLD-STATUS ' SINCE '
099815             HELD-OLD-STATUS-DATE
099816         DISPLAY 'ACTIVE FROM:   ' HELD-NEW-STATUS-DATE
099817     ELSE
099818         DISPLAY 'LICENSE WAS:   ' HELD-OLD-LICENSE-STATE ' '
099819             HELD-OLD-LICENSE-NO ' EXPIRES '
099820             HELD-OLD-LICENSE-EXPIR
099821         DISPLAY 'LICENSE KEYED: ' HELD-NEW-LICENSE-STATE ' '
099822             HELD-NEW-LICENSE-NO ' EXPIRES '
099823             HELD-NEW-LICENSE-EXPIR
099824         DISPLAY 'NPI WAS:       ' HELD-OLD-NPI
099825         DISPLAY 'NPI KEYED:     ' HELD-NEW-NPI
099826         DISPLAY 'KEYED RECORD:  '
099827         DISPLAY FUNCTION TRIM(HELD-AFTER-IMAGE)
099828     END-IF.
099829     MOVE 'N' TO WS-HELD-STALE-SW.
099830     MOVE HELD-DOCT-NUMBER TO DOCT-NUMBER OF DOCTOR-MASTER-RECORD.
099831     READ DOCTOR-MASTER
099832         INVALID KEY
099833             DISPLAY 'DOCTOR ' HELD-DOCT-NUMBER
099834                 ' IS NO LONGER ON THE MASTER'
099835             SET WS-HELD-STALE TO TRUE
099836         NOT INVALID KEY
099837             DISPLAY 'MASTER AS IT STANDS:'
099838             PERFORM 5100-SHOW-DOCTOR THRU 5100-EXIT
099839             PERFORM 6993-CHECK-STALE THRU 6993-EXIT
099840     END-READ.
099841     DISPLAY 'APPROVE (P), REJECT (J), OR LEAVE WAITING (X): '.
099842     ACCEPT WS-MENU-CHOICE.
099843     MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE.
099844     EVALUATE TRUE
099845         WHEN WS-MENU-CHOICE = 'P' AND WS-HELD-STALE
099846             DISPLAY 'CANNOT BE APPROVED - REJECT IT AND RE-KEY'
099847         WHEN WS-MENU-CHOICE = 'P'
099848             AND HELD-KEYED-BY = WS-OPERATOR-ID
099849             DISPLAY 'YOU KEYED THIS ONE - ANOTHER SUPERVISOR '
099850                 'MUST APPROVE IT'
099851             PERFORM 8200-LOG-DENIED-ACTION THRU 8200-EXIT
099852         WHEN WS-MENU-CHOICE = 'P'
099853             PERFORM 6995-RELEASE-HELD THRU 6995-EXIT
099854         WHEN WS-MENU-CHOICE = 'J'
099855             PERFORM 6997-REJECT-HELD THRU 6997-EXIT
099856         WHEN OTHER
099857             DISPLAY 'LEFT WAITING FOR APPROVAL'
099858     END-EVALUATE.
099859 6994-EXIT.
099860     EXIT.
099861*----------------------------------------------------------------*
099862*    6995-RELEASE-HELD - APPLY THE HELD ITEM TO THE MASTER WITH
099863*    THE USUAL BEFORE/AFTER AUDIT RECORD UNDER THE APPROVING
099864*    SUPERVISOR, THEN TAKE IT OFF THE HELD FILE.  A CHANGE
099865*    CARRIES ONLY THE KEYED FIELDS ACROSS, SO STATUS AND
099866*    CREDENTIALING POSTED SINCE ARE LEFT AS THEY STAND.  THE
099867*    NPI IS CHECKED AGAIN ON RELEASE - ANOTHER DOCTOR MAY HAVE
099868*    BEEN FILED WITH IT SINCE THE CHANGE WAS KEYED.
099869*----------------------------------------------------------------*
099870 6995-RELEASE-HELD.
099871     MOVE DOCTOR-MASTER-RECORD TO WS-BEFORE-DOCTOR-FIELDS.
099872     IF HELD-ACTION-REINSTATE
099873         MOVE HELD-NEW-STATUS
099874             TO DOCT-STATUS OF DOCTOR-MASTER-RECORD
099875         MOVE HELD-NEW-STATUS-DATE
099876             TO DOCT-STATUS-DATE OF DOCTOR-MASTER-RECORD
099877         PERFORM 6100-FILE-STATUS-CHANGE THRU 6100-EXIT
099878     ELSE
099879         MOVE HELD-NEW-DOCTNAME
099880             TO DOCTNAME OF DOCTOR-MASTER-RECORD
099881         MOVE HELD-NEW-ADDRESS
099882             TO DOCT-ADDRESS OF DOCTOR-MASTER-RECORD
099883         MOVE HELD-NEW-PHONE TO DOCT-PHONE OF DOCTOR-MASTER-RECORD
099884         MOVE HELD-NEW-SPECIALT
099885             TO SPECIALT OF DOCTOR-MASTER-RECORD
099886         MOVE HELD-NEW-ADDL-SPECIALTIES
099887             TO DOCT-ADDL-SPECIALTIES OF DOCTOR-MASTER-RECORD
099888         MOVE HELD-NEW-LICENSE-NO
099889             TO DOCT-LICENSE-NO OF DOCTOR-MASTER-RECORD
099890         MOVE HELD-NEW-LICENSE-STATE
099891             TO DOCT-LICENSE-STATE OF DOCTOR-MASTER-RECORD
099892         MOVE HELD-NEW-LICENSE-EXPIR
099893             TO DOCT-LICENSE-EXPIRE OF DOCTOR-MASTER-RECORD
099894         MOVE HELD-NEW-NPI TO DOCT-NPI OF DOCTOR-MASTER-RECORD
099895         MOVE 'N' TO WS-DUP-SW
099896         MOVE DOCT-NUMBER OF DOCTOR-MASTER-RECORD
099897             TO WS-NPI-SKIP-DOCT-NO
099898         PERFORM 3500-CHECK-DUP-NPI THRU 3500-EXIT
099899         IF WS-DUPLICATE-FOUND
099900             DISPLAY 'LEFT WAITING FOR APPROVAL'
099901             GO TO 6995-EXIT
099902         END-IF
099903         PERFORM 4550-REWRITE-DOCTOR THRU 4550-EXIT
099904     END-IF.
099905     IF WS-MAST-STATUS NOT = '00'
099906         DISPLAY 'LEFT WAITING FOR APPROVAL'
099907         GO TO 6995-EXIT
099908     END-IF.
099909     DELETE HELD-CHANGES RECORD
099910         INVALID KEY
099911             DISPLAY 'UNABLE TO CLEAR THE HELD ITEM - STATUS '
099912                 WS-HELD-STATUS
099913     END-DELETE.
099914     DISPLAY 'KEYED BY ' HELD-KEYED-BY
099915         ' - APPROVED BY ' WS-OPERATOR-ID.
099916 6995-EXIT.
099917     EXIT.
099918*----------------------------------------------------------------*
099919*    6997-REJECT-HELD - TAKE THE HELD ITEM OFF THE FILE WITHOUT
099920*    TOUCHING THE MASTER AND LOG THE REJECTION AS A 'J' AUDIT
099921*    RECORD CARRYING WHAT HAD BEEN KEYED
099922*----------------------------------------------------------------*
099923 6997-REJECT-HELD.
099924     DELETE HELD-CHANGES RECORD
099925         INVALID KEY
099926             DISPLAY 'REJECT FAILED - STATUS ' WS-HELD-STATUS
099927             GO TO 6997-EXIT
099928     END-DELETE.
099929     SET AUDIT-ACTION-REJECTED TO TRUE.
099930     MOVE HELD-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE.
099931     MOVE HELD-AFTER-IMAGE TO AUDIT-AFTER-IMAGE.
099932     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
099933     DISPLAY FUNCTION TRIM(WS-HELD-ACTION-WORD)
099934         ' REJECTED - MASTER NOT CHANGED'.
099935 6997-EXIT.
099936     EXIT.
099937*----------------------------------------------------------------*
099938*    6998-SET-HELD-WORD - THE HELD ACTION IN WORDS
099939*----------------------------------------------------------------*
099940 6998-SET-HELD-WORD.
099941     IF HELD-ACTION-REINSTATE
099942         MOVE 'REINSTATEMENT' TO WS-HELD-ACTION-WORD
099943     ELSE
099944         MOVE 'CHANGE' TO WS-HELD-ACTION-WORD
099945     END-IF.
099946 6998-EXIT.
099947     EXIT.
099948*----------------------------------------------------------------*
099949*    2100-GET-NAME - ACCEPT AND VALIDATE THE DOCTOR'S NAME
099950*----------------------------------------------------------------*
099951 2100-GET-NAME.
099952     DISPLAY 'Whats your name? '.
099953     ACCEPT DOCTNAME OF DOCTOR-MASTER-RECORD.
099954     IF DOCTNAME OF DOCTOR-MASTER-RECORD = SPACES
099955         DISPLAY 'DOCTOR NAME CANNOT BE BLANK - RE-ENTER'
099956         GO TO 2100-GET-NAME
099957     END-IF.
100000 2100-EXIT.
100100     EXIT.
100200*----------------------------------------------------------------*
147528*    THE LOCK EXISTS TO PREVENT.  WHEN THE NIGHT STREAM HAS
147530*    THE MASTER THE OPERATOR IS TOLD TO TRY SHORTLY INSTEAD OF
147532*    FAILING OR COLLIDING WITH IT.
147534*    THE HELD AND HISTORY FILES FOLLOW - SEE 7895.
147535*----------------------------------------------------------------*
147540 7810-TAKE-MASTER.
147545     MOVE 'N' TO WS-MASTER-OPEN-SW.
147617         PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT
147618         GO TO 7810-EXIT
147619     END-IF.
147620     PERFORM 7895-OPEN-SIDE-FILES THRU 7895-EXIT.
147621 7810-EXIT.
147622     EXIT.
147623*----------------------------------------------------------------*
147624*    7890-RELEASE-MASTER - CLOSE THE MASTER, THE PENDING FILE
147625*    AND THE HELD AND HISTORY FILES AND HAND THE LOCK BACK SO
147626*    THE NIGHT STREAM CAN TAKE IT BETWEEN MENU ACTIONS
147627*----------------------------------------------------------------*
147628 7890-RELEASE-MASTER.
147629     IF WS-MASTER-HELD
147630         CLOSE DOCTOR-MASTER PENDING-CHANGES
147631         CLOSE HELD-CHANGES DOCTOR-HISTORY AFFL-HISTORY
147632         MOVE 'N' TO WS-MASTER-OPEN-SW
147633     END-IF.
147634     IF WS-LOCK-TAKEN
147636     END-IF.
147637 7890-EXIT.
147638     EXIT.
147639*----------------------------------------------------------------*
147640*    7895-OPEN-SIDE-FILES - OPEN THE HELD FILE AND THE TWO
147641*    HISTORY FILES IN THE SAME LOCK WINDOW, CREATING THEM ON
147642*    FIRST USE - DOCTARCH WRITES THE HISTORY FILES, AND DOCTARCH
147643*    AND DOCTMASS READ THE HELD FILE.  ONLY WHEN ALL OF THEM ARE
147644*    OPEN IS THE MASTER HELD; OTHERWISE EVERYTHING 7810 OPENED
147645*    IS CLOSED AGAIN AND THE LOCK HANDED BACK.
147646*----------------------------------------------------------------*
147647 7895-OPEN-SIDE-FILES.
147648     OPEN I-O HELD-CHANGES.
147649     IF WS-HELD-NOT-FOUND
147650         OPEN OUTPUT HELD-CHANGES
147651         CLOSE HELD-CHANGES
147652         OPEN I-O HELD-CHANGES
147653     END-IF.
147654     IF WS-HELD-STATUS NOT = '00'
147655         DISPLAY 'UNABLE TO OPEN HELD-CHANGES - STATUS '
147656             WS-HELD-STATUS
147657         CLOSE DOCTOR-MASTER PENDING-CHANGES
147658         PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT
147659         GO TO 7895-EXIT
147660     END-IF.
147661     OPEN I-O DOCTOR-HISTORY.
147662     IF WS-HIST-NOT-FOUND
147663         OPEN OUTPUT DOCTOR-HISTORY
147664         CLOSE DOCTOR-HISTORY
147665         OPEN I-O DOCTOR-HISTORY
147666     END-IF.
147667     IF WS-HIST-STATUS NOT = '00'
147668         DISPLAY 'UNABLE TO OPEN DOCTOR-HISTORY - STATUS '
147669             WS-HIST-STATUS
147670         CLOSE DOCTOR-MASTER PENDING-CHANGES HELD-CHANGES
147671         PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT
147672         GO TO 7895-EXIT
147673     END-IF.
147674     OPEN I-O AFFL-HISTORY.
147675     IF WS-AFHS-NOT-FOUND
147676         OPEN OUTPUT AFFL-HISTORY
147677         CLOSE AFFL-HISTORY
147678         OPEN I-O AFFL-HISTORY
147679     END-IF.
147680     IF WS-AFHS-STATUS NOT = '00'
147681         DISPLAY 'UNABLE TO OPEN AFFL-HISTORY - STATUS '
147682             WS-AFHS-STATUS
147683         CLOSE DOCTOR-MASTER PENDING-CHANGES HELD-CHANGES
147684         CLOSE DOCTOR-HISTORY
147685         PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT
147686         GO TO 7895-EXIT
147687     END-IF.
147688     SET WS-MASTER-HELD TO TRUE.
147689 7895-EXIT.
147690     EXIT.
147691*----------------------------------------------------------------*
147700*    8000-WRITE-AUDIT - LOG ONE ADD/CHANGE/DELETE TO THE AUDIT
147800*    FILE.  CALLER SETS AUDIT-ACTION-CODE AND THE BEFORE/AFTER
147900*    IMAGE FIELDS BEFORE PERFORMING THIS PARAGRAPH.
