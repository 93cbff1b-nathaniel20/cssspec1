000010*****************************************************************
000020*    TRTYPCPY  -  TRANSACTION-TYPE CODE TABLE.
000030*                 EVERY TRANFILE DETAIL CARRIES ONE OF THESE
000040*                 TWO-BYTE CODES AFTER ITS PAID AMOUNT, AND THE
000050*                 UPSTREAM EXTRACT SENDS ONE TTRAILER RECORD OF
000060*                 COUNT AND BILLED/PAID HASH TOTALS PER CODE
000070*                 AHEAD OF THE GRAND TRAILER.  THE ORDER OF THE
000080*                 ENTRIES IS THE ORDER THE PER-TYPE TOTALS ARE
000090*                 KEPT AND PRINTED IN - ADD A NEW CODE AT THE
000100*                 END AND RAISE TC-TYPE-MAX AND EVERY OCCURS 5
000110*                 THAT SHADOWS THIS TABLE.
000120*                   IN  INVOICE
000130*                   CM  CREDIT MEMO
000140*                   PY  CASH PAYMENT
000150*                   RF  REFUND
000160*                   WO  WRITE-OFF ADJUSTMENT (STAGED BY WRITEOFF)
000170*-----------------------------------------------------------------
000180*    DATE-WRITTEN.   10/15/26.
000190*    MODIFICATION HISTORY.
000200*        10/15/26  RLH  INITIAL VERSION.
000210*****************************************************************
000220 01  TC-TYPE-VALUES.
000230     05  FILLER                  PIC X(16)
000240                                 VALUE "ININVOICE       ".
000250     05  FILLER                  PIC X(16)
000260                                 VALUE "CMCREDIT MEMO   ".
000270     05  FILLER                  PIC X(16)
000280                                 VALUE "PYPAYMENT       ".
000290     05  FILLER                  PIC X(16)
000300                                 VALUE "RFREFUND        ".
000310     05  FILLER                  PIC X(16)
000320                                 VALUE "WOWRITE-OFF ADJ ".
000330 01  TC-TYPE-TABLE REDEFINES TC-TYPE-VALUES.
000340     05  TC-TYPE-ENTRY OCCURS 5 TIMES.
000350         10  TC-TYPE-CODE        PIC X(02).
000360         10  TC-TYPE-NAME        PIC X(14).
000370 01  TC-TYPE-MAX                 PIC 9(02) VALUE 5.
