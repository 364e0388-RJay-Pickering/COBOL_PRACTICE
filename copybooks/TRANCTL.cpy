000400*    AND END WITH A 'TRL' RECORD CARRYING THE DETAIL RECORD
000500*    COUNT, SO A TRUNCATED OR RE-SENT FILE IS CAUGHT BEFORE AND
000600*    AFTER THE LOAD INSTEAD OF BEING QUIETLY PROCESSED.
000625*    THE HOSPITAL PRIVILEGING FEED (PRIVREC.CPY) CARRIES THE
000650*    SAME HDR AND TRL RECORDS, AND SO DOES THE OUTBOUND
000675*    RECREDENTIALING REQUEST FILE (RCRQREC.CPY).
000700 01  TRAN-CONTROL-RECORD.
000800     05  CTL-RECORD-TYPE         PIC X(03).
000900         88  CTL-HEADER              VALUE 'HDR'.
