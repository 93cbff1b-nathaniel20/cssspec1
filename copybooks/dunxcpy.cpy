000010*****************************************************************
000020*    DUNXCPY   -  PRINT-VENDOR DUNNING EXTRACT RECORD LAYOUT.
000030*                 FIXED 80-BYTE RECORDS WRITTEN BY THE DUNNING
000040*                 RUN TO DUNEXTR - ONE "D" RECORD PER NOTICE TO
000050*                 PRINT AND MAIL, THEN ONE "T" TRAILER WITH THE
000060*                 NOTICE COUNT AND TOTAL AMOUNT DEMANDED, WHICH
000070*                 THE VENDOR'S ACKNOWLEDGMENT IS RECONCILED
000080*                 AGAINST.  AMOUNTS ARE UNSIGNED - A NOTICE IS
000090*                 ONLY EVER FOR MONEY OWED.  THE NOTICE CODE
000100*                 PICKS THE VENDOR'S LETTER TEMPLATE.
000110*-----------------------------------------------------------------
000120*    DATE-WRITTEN.   10/15/26.
000130*    MODIFICATION HISTORY.
000140*        10/15/26  RLH  INITIAL VERSION.
000150*****************************************************************
000160 01  DX-NOTICE-RECORD.
000170     05  DX-RECORD-TYPE          PIC X(01).
000180         88  DX-TYPE-NOTICE          VALUE "D".
000190         88  DX-TYPE-TRAILER         VALUE "T".
000200     05  DX-NOTICE-CODE          PIC X(02).
000210         88  DX-FIRST-NOTICE         VALUE "N1".
000220         88  DX-SECOND-NOTICE        VALUE "N2".
000230         88  DX-FINAL-DEMAND         VALUE "FD".
000240     05  DX-COMPANY-CODE         PIC X(02).
000250     05  DX-ACCOUNT-ID           PIC X(10).
000260     05  DX-CUSTOMER-ID          PIC X(08).
000270     05  DX-CUSTOMER-NAME        PIC X(20).
000280     05  DX-AMOUNT-DUE           PIC 9(7)V9(2).
000290     05  DX-DAYS-OUTSTANDING     PIC 9(05).
000300     05  DX-FIRST-SEEN           PIC 9(08).
000310     05  DX-NOTICE-DATE          PIC 9(08).
000320     05  FILLER                  PIC X(07).
000330 01  DX-TRAILER-RECORD REDEFINES DX-NOTICE-RECORD.
000340     05  DX-TR-RECORD-TYPE       PIC X(01).
000350     05  DX-TR-TAG               PIC X(07).
000360     05  DX-TR-RUN-DATE          PIC 9(08).
000370     05  DX-TR-NOTICE-COUNT      PIC 9(07).
000380     05  DX-TR-AMOUNT-TOTAL      PIC 9(9)V9(2).
000390     05  DX-TR-FIRST-COUNT       PIC 9(07).
000400     05  DX-TR-SECOND-COUNT      PIC 9(07).
000410     05  DX-TR-FINAL-COUNT       PIC 9(07).
000420     05  FILLER                  PIC X(25).
