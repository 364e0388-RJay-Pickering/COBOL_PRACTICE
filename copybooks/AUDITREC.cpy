000410*    MIRROR THE DOCTOR RECORD FIELD FOR FIELD (SEE DOCTREC.CPY)
000420*    SO A WHOLE DOCTOR RECORD CAN BE MOVED TO EITHER IMAGE AS
000430*    A GROUP.
000440*    A SENSITIVE CHANGE OR A REINSTATEMENT KEYED AT THE DESK IS
000450*    HELD FOR A SUPERVISOR (SEE HELDREC.CPY).  THE KEYING IS AN
000460*    'H' RECORD UNDER THE OPERATOR WITH THE PROPOSED AFTER IMAGE
000470*    - THE MASTER IS NOT YET CHANGED.  THE RELEASE IS THE USUAL
000480*    'C' RECORD UNDER THE SUPERVISOR; A REJECTION IS A 'J'
000490*    RECORD UNDER THE SUPERVISOR CARRYING THE HELD IMAGES.
000500 01  AUDIT-LOG-RECORD.
000600     05  AUDIT-OPERATOR-ID       PIC X(08).
000700     05  AUDIT-ACTION-DATE       PIC 9(08).
001200         88  AUDIT-ACTION-DELETE     VALUE 'D'.
001210         88  AUDIT-ACTION-SIGNFAIL   VALUE 'F'.
001220         88  AUDIT-ACTION-DENIED     VALUE 'V'.
001225         88  AUDIT-ACTION-HELD       VALUE 'H'.
001250         88  AUDIT-ACTION-REJECTED   VALUE 'J'.
001300     05  AUDIT-BEFORE-IMAGE.
001310         10  AUDIT-OLD-DOCT-NUMBER   PIC 9(08).
001400         10  AUDIT-OLD-DOCTNAME      PIC A(20).
