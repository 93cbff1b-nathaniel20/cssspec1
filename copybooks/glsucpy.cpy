000130*    DATE-WRITTEN.   09/02/26.
000140*    MODIFICATION HISTORY.
000150*        09/02/26  RLH  INITIAL VERSION.
000160*        10/15/26  RLH  CARRIES THE BALANCED JOURNAL LINE - THE
000170*                       COMPANY/SOURCE ACCOUNT/PERIOD/LINE KEY
000180*                       PLUS THE NATURAL ACCOUNT AND COST CENTER.
000190*****************************************************************
000200 01  SU-SUSPENSE-RECORD.
000210     05  SU-COMPANY-CODE         PIC X(02).
000220     05  SU-SOURCE-ACCOUNT       PIC X(10).
000230     05  SU-PERIOD               PIC 9(06).
000240     05  SU-LINE-NUMBER          PIC 9(01).
000250     05  SU-NATURAL-ACCOUNT      PIC X(06).
000260     05  SU-COST-CENTER          PIC X(04).
000270     05  SU-AMOUNT               PIC 9(07)V9(02).
000280     05  SU-DR-CR-INDICATOR      PIC X(02).
000290     05  SU-FIRST-SEEN           PIC 9(08).
000300     05  SU-LAST-SEEN            PIC 9(08).
