001470*                     PHONE - THE NUMBER FOLLOWS THE DOCTOR FOR
001480*                     LIFE, SO THE HISTORY NO LONGER SPLITS WHEN
001490*                     A PHONE CHANGES.
001492*    2026-10-15  RJP  A SENSITIVE DESK CHANGE HELD FOR A
001494*                     SUPERVISOR ('H') AND A HELD CHANGE THE
001496*                     SUPERVISOR REJECTED ('J') NOW SHOW AS
001498*                     SUCH, WITH THE PROPOSED AFTER IMAGE.
001500*    ---------------------------------------------------------
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
021120             MOVE 'SIGNFAIL' TO WS-ACTION-WORD
021130         WHEN AUDIT-ACTION-DENIED
021140             MOVE 'DENIED'   TO WS-ACTION-WORD
021150         WHEN AUDIT-ACTION-HELD
021160             MOVE 'HELD'     TO WS-ACTION-WORD
021170         WHEN AUDIT-ACTION-REJECTED
021180             MOVE 'REJECTED' TO WS-ACTION-WORD
021200         WHEN OTHER
021300             MOVE 'UNKNOWN'  TO WS-ACTION-WORD
021400     END-EVALUATE.
