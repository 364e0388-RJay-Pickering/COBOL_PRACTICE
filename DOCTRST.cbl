039300 4200-EXIT.
039400     EXIT.
039500*----------------------------------------------------------------*
039600*    4300-APPLY-DELETE - REPLAY A PHYSICAL DELETE.  THE DESK NO
039700*    LONGER DELETES, BUT DOCTARCH DOES WHEN IT ARCHIVES A
039750*    LONG-RETIRED DOCTOR, SO ITS DELETES ARE REPLAYED HERE
039800*----------------------------------------------------------------*
039900 4300-APPLY-DELETE.
040000     PERFORM 4500-PRINT-REPLAY-LINE THRU 4500-EXIT.
