000120*    DATE-WRITTEN.   08/21/26.
000130*    MODIFICATION HISTORY.
000140*        08/21/26  RLH  INITIAL VERSION.
000150*        10/15/26  RLH  KEY WIDENED TO THE TWELVE-BYTE
000160*                       COMPANY/ACCOUNT, AS CLASSCPY.
000170*****************************************************************
000180 01  CH-HISTORY-RECORD.
000190     05  CH-ARCHIVE-DATE         PIC 9(08).
000200     05  CH-RESULT-KEY           PIC X(12).
000210     05  CH-RESULT-NUM1          PIC 9(05).
000220     05  CH-RESULT-NUM2          PIC 9(05).
000230     05  CH-RESULT-NUM3          PIC 9(05).
000240     05  CH-RESULT-WINNER        PIC X(05).
000250     05  CH-RESULT-WINNER-VALUE  PIC 9(05).
000260     05  CH-RESULT-TIER-CODE     PIC X(01).
000270     05  CH-RESULT-TIER-NAME     PIC X(10).
