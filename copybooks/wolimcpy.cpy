000010*****************************************************************
000020*    WOLIMCPY   -  WRITE-OFF DUAL-CONTROL LIMIT
000030*                  USED BY EXCPMNT AND WRITEOFF TO DECIDE WHICH
000040*                  WRITE-OFFS NEED A SUPERVISOR'S SECOND
000050*                  APPROVAL BEFORE AN ADJUSTMENT IS GENERATED.
000060*                  A WRITE-OFF WHOSE VARIANCE, EITHER SIGN, IS
000070*                  ABOVE THE LIMIT NEEDS THE SECOND APPROVAL.
000080*-----------------------------------------------------------------
000090*    DATE-WRITTEN.   10/15/26.
000100*    MODIFICATION HISTORY.
000110*        10/15/26  RLH  INITIAL VERSION - EXTERNALIZE THE
000120*                       500.00 LIMIT SO FINANCE CAN CHANGE IT
000130*                       WITHOUT A PROGRAM CHANGE.
000140*****************************************************************
000150 01  WL-DUAL-CONTROL-TABLE.
000160     05  WL-DUAL-CONTROL-AMT     PIC S9(7)V9(2) VALUE +500.00.
