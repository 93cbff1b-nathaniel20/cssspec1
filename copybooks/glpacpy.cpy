000010*****************************************************************
000020*    GLPACPY   -  GL CLOSED-PERIOD POSTING ACTION
000030*                 USED BY GLPERCK TO DECIDE WHAT HAPPENS TO AN
000040*                 ENTRY DATED INTO A HARD-CLOSED PERIOD.
000050*                   R  REDIRECT - THE ENTRY POSTS TO THE
000060*                      COMPANY'S CURRENT OPEN PERIOD, FLAGGED AS
000070*                      A PRIOR-PERIOD ADJUSTMENT, AND IS LISTED
000080*                      ON THE CALLER'S PRIOR-PERIOD REPORT.
000090*                   H  HOLD - THE ENTRY IS REFUSED AND HELD FOR
000100*                      ACCOUNTING TO DEAL WITH BY HAND.
000110*                 GA-PERIOD-SEARCH-MAX BOUNDS HOW MANY MONTHS
000120*                 FORWARD THE SEARCH FOR AN OPEN PERIOD GOES.
000130*-----------------------------------------------------------------
000140*    DATE-WRITTEN.   10/15/26.
000150*    MODIFICATION HISTORY.
000160*        10/15/26  RLH  INITIAL VERSION.
000170*****************************************************************
000180 01  GA-CLOSED-PERIOD-CONTROL.
000190     05  GA-CLOSED-PERIOD-ACTION PIC X(01) VALUE "R".
000200         88  GA-REDIRECT-TO-OPEN     VALUE "R".
000210         88  GA-HOLD-CLOSED          VALUE "H".
000220     05  GA-PERIOD-SEARCH-MAX    PIC 9(02) VALUE 24.
