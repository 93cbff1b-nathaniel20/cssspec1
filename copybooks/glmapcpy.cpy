000010*****************************************************************
000020*    GLMAPCPY  -  GL CHART-OF-ACCOUNTS MAPPING RECORD LAYOUT.
000030*                 ONE RECORD PER OPERATING COMPANY ON THE GLMAP
000040*                 CONTROL FILE, KEPT BY ACCOUNTING.  NAMES THE
000050*                 GL NATURAL ACCOUNT AND COST CENTER EACH KIND
000060*                 OF VARIANCE POSTS TO - NET UNDERPAYMENTS, NET
000070*                 OVERPAYMENTS, AND WRITE-OFF ADJUSTMENTS (THE
000080*                 BAD-DEBT EXPENSE ACCOUNT) - AND THE AR CLEARING
000090*                 ACCOUNT EVERY ENTRY OFFSETS AGAINST.  SUBVERB
000100*                 TURNS EACH ACCOUNT'S VARIANCE INTO A BALANCED
000110*                 TWO-LINE JOURNAL ENTRY FROM IT, SO ACCOUNTING
000120*                 NO LONGER BUILDS THE OFFSET OR LOOKS UP THE
000130*                 LEDGER ACCOUNT BY HAND.  A COMPANY WITH NO
000140*                 RECORD HERE HAS ITS JOURNAL HELD, NOT POSTED.
000150*-----------------------------------------------------------------
000160*    DATE-WRITTEN.   10/15/26.
000170*    MODIFICATION HISTORY.
000180*        10/15/26  RLH  INITIAL VERSION.
000190*****************************************************************
000200 01  MP-GL-MAP-RECORD.
000210     05  MP-COMPANY-CODE         PIC X(02).
000220     05  MP-CLEARING-ACCOUNT     PIC X(06).
000230     05  MP-CLEARING-COST-CTR    PIC X(04).
000240     05  MP-UNDERPAY-ACCOUNT     PIC X(06).
000250     05  MP-UNDERPAY-COST-CTR    PIC X(04).
000260     05  MP-OVERPAY-ACCOUNT      PIC X(06).
000270     05  MP-OVERPAY-COST-CTR     PIC X(04).
000280     05  MP-BADDEBT-ACCOUNT      PIC X(06).
000290     05  MP-BADDEBT-COST-CTR     PIC X(04).
