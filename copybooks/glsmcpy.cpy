000130*    DATE-WRITTEN.   09/02/26.
000140*    MODIFICATION HISTORY.
000150*        09/02/26  RLH  INITIAL VERSION.
000160*        09/02/26  RLH  ONE RECORD PER OPERATING COMPANY - THE
000170*                       COMPANY SPLIT PUT THE COMPANY ON EVERY
000180*                       EXTRACT RECORD SO EACH ENTITY POSTS
000190*                       SEPARATELY, AND THE PERIOD JOURNAL MUST
000200*                       NOT FOLD THEM BACK INTO ONE POT.
000210*        10/15/26  RLH  ONE RECORD PER COMPANY PER GL NATURAL
000220*                       ACCOUNT AND COST CENTER, READ FROM THE
000230*                       BALANCED DOUBLE-ENTRY JOURNAL, SO THE
000240*                       PERIOD JOURNAL POSTS STRAIGHT TO THE
000250*                       LEDGER ACCOUNTS.  THE COMPANY'S DEBITS
000260*                       AND CREDITS ACROSS ITS RECORDS MUST
000270*                       AGREE.
000280*****************************************************************
000290 01  GS-SUMMARY-RECORD.
000300     05  GS-PERIOD               PIC 9(06).
000310     05  GS-COMPANY-CODE         PIC X(02).
000320     05  GS-NATURAL-ACCOUNT      PIC X(06).
000330     05  GS-COST-CENTER          PIC X(04).
000340     05  GS-DEBIT-TOTAL          PIC 9(11)V9(02).
000350     05  GS-CREDIT-TOTAL         PIC 9(11)V9(02).
000360     05  GS-NET-DR-CR            PIC X(02).
000370     05  GS-NET-AMOUNT           PIC 9(11)V9(02).
000380     05  GS-RECORD-COUNT         PIC 9(07).
