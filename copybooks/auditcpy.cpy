000070*    DATE-WRITTEN.   08/08/26.
000080*    MODIFICATION HISTORY.
000090*        08/08/26  RLH  INITIAL VERSION.
000100*        10/15/26  RLH  ADDED THE OPERATOR ID - THE SIGNED-ON
000110*                       OPERATOR FOR A SCREEN EVENT, "BATCH"
000120*                       FOR A BATCH STEP.  THE LOG RECORD IS
000130*                       NOW 100 BYTES.
000140*****************************************************************
000150 01  AU-AUDIT-RECORD.
000160     05  AU-LOG-DATE             PIC 9(08).
000170     05  AU-LOG-TIME             PIC 9(08).
000180     05  AU-PROGRAM-ID           PIC X(10).
000190     05  AU-EVENT-TYPE           PIC X(10).
000200     05  AU-DETAIL-TEXT          PIC X(50).
000210     05  AU-OPERATOR-ID          PIC X(08).
