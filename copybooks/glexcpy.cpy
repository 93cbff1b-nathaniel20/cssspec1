000070*    DATE-WRITTEN.   08/08/26.
000080*    MODIFICATION HISTORY.
000090*        08/08/26  RLH  INITIAL VERSION.
000100*        09/02/26  RLH  ADDED THE OPERATING-COMPANY CODE SO
000110*                       ACCOUNTING CAN POST EACH COMPANY'S
000120*                       VARIANCES AS ITS OWN ENTITY.
000130*        10/15/26  RLH  NOW A BALANCED DOUBLE-ENTRY JOURNAL LINE.
000140*                       EACH ENTRY IS TWO LINES - LINE 1 TO
000150*                       THE GL NATURAL ACCOUNT AND COST CENTER
000160*                       THE GLMAP TABLE NAMES FOR THE ENTRY TYPE,
000170*                       LINE 2 THE OPPOSITE SIDE TO THE COMPANY'S
000180*                       AR CLEARING ACCOUNT.  AN ACCOUNT WITH A
000190*                       WRITE-OFF AND OTHER ACTIVITY CARRIES A
000200*                       SECOND ENTRY AS LINES 3 AND 4.  THE
000210*                       RECONCILIATION ACCOUNT THE ENTRY CAME
000220*                       FROM IS KEPT AS GL-SOURCE-ACCOUNT FOR
000230*                       THE AUDIT TRAIL.
000240*                       THE COMPANY, SOURCE ACCOUNT, PERIOD AND
000250*                       LINE NUMBER LEAD THE RECORD AS THE
000260*                       GLRECON MATCH KEY.
000270*        10/15/26  RLH  ADDED THE PRIOR-PERIOD ADJUSTMENT FLAG AND
000280*                       THE ORIGINAL PERIOD.  GLRLSE SETS THEM ON
000290*                       A LINE DATED INTO A HARD-CLOSED PERIOD
000300*                       THAT IT MOVES TO THE COMPANY'S CURRENT
000310*                       OPEN PERIOD; GL-PERIOD THEN CARRIES THE
000320*                       OPEN PERIOD AND GL-ORIGINAL-PERIOD THE
000330*                       ONE THE ENTRY BELONGED TO.  ZERO AND
000340*                       BLANK ON EVERY OTHER LINE.
000350*****************************************************************
000360 01  GL-EXTRACT-RECORD.
000370     05  GL-COMPANY-CODE         PIC X(02).
000380     05  GL-SOURCE-ACCOUNT       PIC X(10).
000390     05  GL-PERIOD               PIC 9(06).
000400     05  GL-LINE-NUMBER          PIC 9(01).
000410         88  GL-NATURAL-LINE         VALUE 1 3.
000420         88  GL-CLEARING-LINE        VALUE 2 4.
000430     05  GL-NATURAL-ACCOUNT      PIC X(06).
000440     05  GL-COST-CENTER          PIC X(04).
000450     05  GL-AMOUNT               PIC 9(07)V9(02).
000460     05  GL-DR-CR-INDICATOR      PIC X(02).
000470     05  GL-ENTRY-TYPE           PIC X(02).
000480         88  GL-ENTRY-UNDERPAY       VALUE "UP".
000490         88  GL-ENTRY-OVERPAY        VALUE "OP".
000500         88  GL-ENTRY-WRITEOFF       VALUE "WO".
000510     05  GL-EFFECTIVE-DATE       PIC 9(08).
000520     05  GL-PRIOR-PERIOD-FLAG    PIC X(01).
000530         88  GL-PRIOR-PERIOD-ADJ     VALUE "P".
000540     05  GL-ORIGINAL-PERIOD      PIC 9(06).
