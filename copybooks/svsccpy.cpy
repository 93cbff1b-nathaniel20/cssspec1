000130*    DATE-WRITTEN.   09/02/26.
000140*    MODIFICATION HISTORY.
000150*        09/02/26  RLH  INITIAL VERSION.
000160*        09/02/26  RLH  ADDED PER-COMPANY BILLED/PAID HASHES SO
000170*                       THE MERGE CAN PROVE EVERY CTRAILER, NOT
000180*                       JUST THE GRAND TRAILER.
000190*        10/15/26  RLH  ADDED PER-COMPANY, PER-TRANSACTION-TYPE
000200*                       COUNTS AND BILLED/PAID HASHES (TRTYPCPY
000210*                       ORDER) FOR THE TTRAILER PROOF AND THE
000220*                       VARIANCE-BY-TYPE SECTION OF THE REPORT.
000230*****************************************************************
000240 01  SC-STREAM-CONTROL.
000250     05  SC-BUSINESS-DATE        PIC 9(08).
000260     05  SC-RANGE-LOW            PIC X(12).
000270     05  SC-RANGE-HIGH           PIC X(12).
000280     05  SC-RECORD-COUNT         PIC 9(07).
000290     05  SC-ACCOUNT-COUNT        PIC 9(07).
000300     05  SC-NET-VARIANCE         PIC S9(7)V9(2).
000310     05  SC-EXCEPTION-COUNT      PIC 9(05).
000320     05  SC-BILLED-HASH          PIC S9(9)V9(2).
000330     05  SC-PAID-HASH            PIC S9(9)V9(2).
000340     05  SC-COMPANY-TOTALS.
000350         10  SC-CO-ENTRY-COUNT   PIC 9(02).
000360         10  SC-CO-ENTRY OCCURS 10 TIMES.
000370             15  SC-CO-CODE          PIC X(02).
000380             15  SC-CO-RECORD-COUNT  PIC 9(07).
000390             15  SC-CO-ACCT-COUNT    PIC 9(07).
000400             15  SC-CO-NET-VARIANCE  PIC S9(7)V9(2).
000410             15  SC-CO-EXCEPTION-CNT PIC 9(05).
000420             15  SC-CO-BILLED-HASH   PIC S9(9)V9(2).
000430             15  SC-CO-PAID-HASH     PIC S9(9)V9(2).
000440             15  SC-CO-TYPE-ENTRY OCCURS 5 TIMES.
000450                 20  SC-CO-TY-COUNT      PIC 9(07).
000460                 20  SC-CO-TY-BILLED     PIC S9(9)V9(2).
000470                 20  SC-CO-TY-PAID       PIC S9(9)V9(2).
