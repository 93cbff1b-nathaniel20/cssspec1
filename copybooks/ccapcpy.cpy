000010*****************************************************************
000020*    CCAPCPY    -  CONTACT-ATTEMPT FREQUENCY CAP
000030*                  USED BY CONTCAP, THE SHARED CAP CHECK THE
000040*                  INSPECT-SAMPLE DIALER EXTRACT AND THE DIALDISP
000050*                  RETRY EXTRACT BOTH CALL.  A CUSTOMER ALREADY
000060*                  DIALED THE MAXIMUM NUMBER OF TIMES IN THE
000070*                  ROLLING WINDOW ENDING ON THE DAY THE CALL WOULD
000080*                  BE MADE, OR ALREADY REACHED THE MAXIMUM NUMBER
000090*                  OF TIMES THAT DAY, IS NOT SENT TO THE DIALER.
000100*-----------------------------------------------------------------
000110*    DATE-WRITTEN.   10/15/26.
000120*    MODIFICATION HISTORY.
000130*        10/15/26  RLH  INITIAL VERSION.
000140*****************************************************************
000150 01  CC-CONTACT-CAP-TABLE.
000160     05  CC-WINDOW-DAYS          PIC 9(02) VALUE 07.
000170     05  CC-MAX-ATTEMPTS         PIC 9(03) VALUE 007.
000180     05  CC-MAX-ANSWERED-DAY     PIC 9(03) VALUE 001.
