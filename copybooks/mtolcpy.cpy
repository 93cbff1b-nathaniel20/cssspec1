000010*****************************************************************
000020*    MTOLCPY    -  MISAPPLIED-PAYMENT MATCH TOLERANCE
000030*                  USED BY PAYMATCH TO DECIDE WHICH OFFSETTING
000040*                  VARIANCES ARE CLOSE ENOUGH TO SUGGEST AS A
000050*                  NEAR MATCH OR A SPLIT, AND BY EXCPMNT TO
000060*                  DECIDE WHETHER A PAIR THE ANALYST ACCEPTS
000070*                  NETS CLOSE ENOUGH TO ZERO TO RESOLVE.
000080*-----------------------------------------------------------------
000090*    DATE-WRITTEN.   10/15/26.
000100*    MODIFICATION HISTORY.
000110*        10/15/26  RLH  INITIAL VERSION - EXTERNALIZE THE
000120*                       0.05 TOLERANCE SO THE RECONCILIATION
000130*                       TEAM CAN CHANGE IT WITHOUT A PROGRAM
000140*                       CHANGE.
000150*****************************************************************
000160 01  MT-MATCH-TOLERANCE-TABLE.
000170     05  MT-MATCH-TOLERANCE-AMT  PIC S9(7)V9(2) VALUE +0.05.
