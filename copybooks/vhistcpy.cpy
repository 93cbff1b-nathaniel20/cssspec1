000110*    DATE-WRITTEN.   08/21/26.
000120*    MODIFICATION HISTORY.
000130*        08/21/26  RLH  INITIAL VERSION.
000140*        10/15/26  RLH  ADDED THE WRITE-OFF FLAG AND AMOUNT.  A
000150*                       ROW WHOSE VARIANCE INCLUDES A WRITE-OFF
000160*                       ADJUSTMENT (TRANSACTION TYPE WO) IS
000170*                       FLAGGED "W" AND CARRIES THE ADJUSTMENT'S
000180*                       PART OF THE VARIANCE, SO A WRITTEN-OFF
000190*                       ACCOUNT NO LONGER READS AS ONE THAT PAID.
000200*                       ROWS WRITTEN BEFORE THE CHANGE READ BACK
000210*                       WITH A BLANK FLAG - TEST THE FLAG BEFORE
000220*                       USING THE AMOUNT.
000230*****************************************************************
000240 01  VH-HISTORY-RECORD.
000250     05  VH-ACCOUNT-ID           PIC X(10).
000260     05  VH-RUN-DATE             PIC 9(08).
000270     05  VH-VARIANCE             PIC S9(7)V9(2).
000280     05  VH-WRITEOFF-FLAG        PIC X(01).
000290         88  VH-WRITEOFF-ADJUSTED    VALUE "W".
000300     05  VH-WRITEOFF-AMT         PIC S9(7)V9(2).
