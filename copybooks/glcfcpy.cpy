000120*    DATE-WRITTEN.   08/21/26.
000130*    MODIFICATION HISTORY.
000140*        08/21/26  RLH  INITIAL VERSION.
000150*        10/15/26  RLH  ONE CONFIRMATION PER POSTED JOURNAL LINE
000160*                       OF THE BALANCED GLEXCPY JOURNAL - SAME
000170*                       COMPANY/SOURCE ACCOUNT/PERIOD/LINE KEY,
000180*                       AND THE NATURAL ACCOUNT AND COST CENTER
000190*                       THE LEDGER ACTUALLY POSTED TO.
000200*****************************************************************
000210 01  GC-CONFIRM-RECORD.
000220     05  GC-COMPANY-CODE         PIC X(02).
000230     05  GC-SOURCE-ACCOUNT       PIC X(10).
000240     05  GC-PERIOD               PIC 9(06).
000250     05  GC-LINE-NUMBER          PIC 9(01).
000260     05  GC-NATURAL-ACCOUNT      PIC X(06).
000270     05  GC-COST-CENTER          PIC X(04).
000280     05  GC-AMOUNT               PIC 9(07)V9(02).
000290     05  GC-DR-CR-INDICATOR      PIC X(02).
000300     05  GC-POST-REF             PIC X(08).
