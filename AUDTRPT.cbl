001440*    2026-09-02  RJP  THE DETAIL LINE NOW SHOWS THE PERMANENT
001450*                     DOCTOR NUMBER INSTEAD OF THE PHONE, WHICH
001460*                     IS NO LONGER THE DOCTOR'S IDENTITY.
001465*    2026-10-15  RJP  A SENSITIVE DESK CHANGE HELD FOR A
001470*                     SUPERVISOR ('H') AND A HELD CHANGE THE
001475*                     SUPERVISOR REJECTED ('J') NOW PRINT BY
001480*                     NAME AND ROLL INTO THE OTHER TOTAL.
001500*    ---------------------------------------------------------
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
011840         WHEN AUDIT-ACTION-DENIED
011850             MOVE 'DENIED'   TO WS-ACTION-WORD
011860             ADD 1 TO WS-OTHER-COUNT
011865         WHEN AUDIT-ACTION-HELD
011870             MOVE 'HELD'     TO WS-ACTION-WORD
011875             ADD 1 TO WS-OTHER-COUNT
011880         WHEN AUDIT-ACTION-REJECTED
011885             MOVE 'REJECTED' TO WS-ACTION-WORD
011890             ADD 1 TO WS-OTHER-COUNT
011900         WHEN OTHER
012000             MOVE 'UNKNOWN'  TO WS-ACTION-WORD
012100             ADD 1 TO WS-OTHER-COUNT
