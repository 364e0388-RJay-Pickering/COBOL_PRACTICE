000100*    RUNLPROC.CPY
000200*    SHARED RUN LEDGER - COPIED INTO THE PROCEDURE DIVISION OF
000300*    EVERY JOB IN THE NIGHT STREAM.  THE CALLER DECLARES THE
000400*    RUN-LEDGER FILE (SELECT TO 'RUNLEDG', LINE SEQUENTIAL,
000500*    STATUS FIELD WS-RUNL-STATUS, FD OVER RUNLREC.CPY), COPIES
000600*    RUNLWRK.CPY INTO WORKING-STORAGE, PERFORMS
000700*    7940-START-RUN-LEDGER FIRST THING, AND PERFORMS
000800*    7950-WRITE-RUN-LEDGER JUST BEFORE EVERY STOP RUN THAT ENDS
000900*    A RUN WHICH GOT AS FAR AS THE MASTER LOCK - AFTER
001000*    RETURN-CODE IS SET, SO THE ENTRY CARRIES THE REAL ENDING
001100*    CONDITION CODE.  THE LOCK OUTCOME COMES FROM LOCKWRK.CPY.
001200*    THE LEDGER IS ONLY EVER APPENDED TO; A LEDGER THAT WAS
001300*    NEVER CREATED IS STARTED.  A LEDGER THAT CANNOT BE WRITTEN
001400*    IS REPORTED ON THE CONSOLE BUT DOES NOT CHANGE THE JOB'S
001500*    CONDITION CODE - THE JOB'S OWN WORK IS ALREADY DONE.
001600 7940-START-RUN-LEDGER.
001700     ACCEPT WS-RUNL-START-DATE FROM DATE YYYYMMDD.
001800     ACCEPT WS-RUNL-START-TIME FROM TIME.
001900 7940-EXIT.
002000     EXIT.
002100*----------------------------------------------------------------*
002200*    7950-WRITE-RUN-LEDGER - APPEND THIS RUN'S ENTRY
002300*----------------------------------------------------------------*
002400 7950-WRITE-RUN-LEDGER.
002500     MOVE SPACES TO RUN-LEDGER-RECORD.
002600     MOVE WS-RUNL-JOB-NAME TO RUNL-JOB-NAME.
002700     MOVE WS-RUNL-START-DATE TO RUNL-BUSINESS-DATE.
002800     MOVE WS-RUNL-FEED-DATE TO RUNL-FEED-DATE.
003200     MOVE WS-RUNL-START-DATE TO RUNL-START-DATE.
003300     MOVE WS-RUNL-START-TIME TO RUNL-START-TIME.
003400     ACCEPT RUNL-END-DATE FROM DATE YYYYMMDD.
003500     ACCEPT RUNL-END-TIME FROM TIME.
003600     MOVE WS-RUNL-READ-COUNT TO RUNL-READ-COUNT.
003700     MOVE WS-RUNL-APPLIED-COUNT TO RUNL-APPLIED-COUNT.
003800     MOVE WS-RUNL-REJECTED-COUNT TO RUNL-REJECTED-COUNT.
003900     MOVE RETURN-CODE TO RUNL-COND-CODE.
004000     MOVE WS-LOCK-OUTCOME TO RUNL-LOCK-OUTCOME.
004100     OPEN EXTEND RUN-LEDGER.
004200     IF WS-RUNL-STATUS NOT = '00'
004300         OPEN OUTPUT RUN-LEDGER
004400         CLOSE RUN-LEDGER
004500         OPEN EXTEND RUN-LEDGER
004600     END-IF.
004700     IF WS-RUNL-STATUS NOT = '00'
004800         DISPLAY 'UNABLE TO WRITE THE RUN LEDGER - STATUS '
004900             WS-RUNL-STATUS
005000         GO TO 7950-EXIT
005100     END-IF.
005200     WRITE RUN-LEDGER-RECORD.
005300     CLOSE RUN-LEDGER.
005400 7950-EXIT.
005500     EXIT.
