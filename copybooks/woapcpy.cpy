000010*****************************************************************
000020*    WOAPCPY   -  WRITE-OFF APPROVAL RECORD LAYOUT.  ONE RECORD
000030*                 PER ACCOUNT WHOSE EXCPMNT RESOLUTION APPROVED
000040*                 A WRITE-OFF, KEYED BY ACCOUNT, NAMING WHO
000050*                 APPROVED IT AND WHEN.  A WRITE-OFF ABOVE THE
000060*                 WOLIMCPY DUAL-CONTROL LIMIT ALSO CARRIES THE
000070*                 SUPERVISOR WHO GAVE THE SECOND APPROVAL - THE
000080*                 WRITEOFF RUN WILL NOT GENERATE ONE WITHOUT IT.
000090*                 A LATER APPROVAL ON THE SAME ACCOUNT REPLACES
000100*                 THE EARLIER RECORD.
000110*-----------------------------------------------------------------
000120*    DATE-WRITTEN.   10/15/26.
000130*    MODIFICATION HISTORY.
000140*        10/15/26  RLH  INITIAL VERSION.
000150*****************************************************************
000160 01  WA-APPROVAL-RECORD.
000170     05  WA-ACCOUNT-ID           PIC X(10).
000180     05  WA-COMPANY-CODE         PIC X(02).
000190     05  WA-WRITEOFF-AMT         PIC S9(7)V9(2).
000200     05  WA-FIRST-APPROVER       PIC X(08).
000210     05  WA-FIRST-DATE           PIC 9(08).
000220     05  WA-SECOND-APPROVER      PIC X(08).
000230     05  WA-SECOND-DATE          PIC 9(08).
