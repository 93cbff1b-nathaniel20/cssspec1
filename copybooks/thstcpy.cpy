000010*****************************************************************
000020*    THSTCPY   -  TRANSACTION HISTORY RECORD LAYOUT.
000030*                 ONE RECORD PER COMPANY/ACCOUNT PER BUSINESS
000040*                 DAY THAT CARRIED BILLED ACTIVITY - THE NIGHT'S
000050*                 TRANFILE BILLED SIDE, WRITE-OFF ADJUSTMENTS
000060*                 EXCLUDED, TOTALLED PER ACCOUNT.  MAINTAINED BY
000070*                 CLASSBLD, WHICH KEEPS EACH ACCOUNT'S LATEST
000080*                 THREE BILLED DAYS AND BUILDS CLASSIN FROM
000090*                 THEM.
000100*-----------------------------------------------------------------
000110*    DATE-WRITTEN.   10/15/26.
000120*    MODIFICATION HISTORY.
000130*        10/15/26  RLH  INITIAL VERSION.
000140*****************************************************************
000150 01  TH-HISTORY-RECORD.
000160     05  TH-COMPANY-CODE         PIC X(02).
000170     05  TH-ACCOUNT-ID           PIC X(10).
000180     05  TH-BUSINESS-DATE        PIC 9(08).
000190     05  TH-BILLED-AMT           PIC S9(7)V9(2).
