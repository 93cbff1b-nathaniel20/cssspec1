000070*    DATE-WRITTEN.   08/08/26.
000080*    MODIFICATION HISTORY.
000090*        08/08/26  RLH  INITIAL VERSION.
000100*        10/15/26  RLH  THE KEY IS NOW THE FULL COMPANY/ACCOUNT
000110*                       SUBVERB RECONCILES, NOT AN EIGHT-BYTE
000120*                       OUTSIDE KEY.
000130*****************************************************************
000140 01  CL-RESULT-RECORD.
000150     05  CL-RESULT-KEY.
000160         10  CL-RESULT-COMPANY   PIC X(02).
000170         10  CL-RESULT-ACCOUNT   PIC X(10).
000180     05  CL-RESULT-NUM1          PIC 9(05).
000190     05  CL-RESULT-NUM2          PIC 9(05).
000200     05  CL-RESULT-NUM3          PIC 9(05).
000210     05  CL-RESULT-WINNER        PIC X(05).
000220     05  CL-RESULT-WINNER-VALUE  PIC 9(05).
000230     05  CL-RESULT-TIER-CODE     PIC X(01).
000240     05  CL-RESULT-TIER-NAME     PIC X(10).
