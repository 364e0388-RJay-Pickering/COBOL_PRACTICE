002300         CLOSE MASTER-LOCK
002400         IF LOCK-HOLDER NOT = SPACES
002500             DISPLAY 'DOCTOR MASTER IS HELD BY ' LOCK-HOLDER
002550             SET WS-LOCK-WAS-BUSY TO TRUE
002600             GO TO 7800-EXIT
002700         END-IF
002800     END-IF.
003900     WRITE MASTER-LOCK-RECORD.
004000     CLOSE MASTER-LOCK.
004100     SET WS-LOCK-TAKEN TO TRUE.
004150     SET WS-LOCK-WAS-TAKEN TO TRUE.
004200 7800-EXIT.
004300     EXIT.
004400*----------------------------------------------------------------*
