001010*    EVERY CALLER ALSO CARRIES THE MASTER LOCK (LOCKWRK/
001020*    LOCKPROC.CPY); WHEN THE STOP HAPPENS WITH THE LOCK HELD
001030*    IT IS HANDED BACK FIRST, SO A BAD SPECIALTY MASTER DOES
001040*    NOT LEAVE THE DOCTOR MASTER MARKED BUSY FOREVER.  THE STOP
001050*    ENDS CONDITION CODE 12 SO THE STEP DOES NOT LOOK CLEAN.
001100 7500-LOAD-SPECIALTY-TABLE.
001200     MOVE ZERO TO SPEC-COUNT.
001300     MOVE SPACES TO SPECIALTY-TABLE.
001810         IF WS-LOCK-TAKEN
001820             PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT
001830         END-IF
001840         MOVE 12 TO RETURN-CODE
001900         STOP RUN
002000     END-IF.
002100     PERFORM 7510-LOAD-ONE-SPECIALTY THRU 7510-EXIT
002510         IF WS-LOCK-TAKEN
002520             PERFORM 7850-RELEASE-MASTER-LOCK THRU 7850-EXIT
002530         END-IF
002540         MOVE 12 TO RETURN-CODE
002600         STOP RUN
002700     END-IF.
002800 7500-EXIT.
