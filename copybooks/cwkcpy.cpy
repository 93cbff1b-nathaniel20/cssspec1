000080*                 ACCOUNT'S CLASSIFICATION TIER, SO THE CALL
000090*                 SYSTEM CAN TAKE THE FILE AS ITS QUEUE WITHOUT
000100*                 ANYONE EYEBALLING THREE REPORTS FIRST.
000110*                 EACH ACCOUNT ALSO CARRIES THE CUSTOMER LINKED
000120*                 TO IT ON THE XREFMST CROSS-REFERENCE - NAME,
000130*                 NUMBER, CALLING WINDOW BY THE SAME AREATZ
000140*                 RULES AS THE DIALEXTE/C/M/P EXTRACTS, AND THE
000150*                 CONSENT AND BAD-NUMBER STATE - SO THE FILE IS
000160*                 A DIALABLE CAMPAIGN, NOT JUST A LIST.
000170*                 AN ACCOUNT WITH AN OPEN PROMISE TO PAY RANKS
000180*                 LOWER UNTIL THE PROMISE FALLS DUE; ONE WHOSE
000190*                 PROMISE WAS BROKEN RANKS AT THE TOP.
000200*-----------------------------------------------------------------
000210*    DATE-WRITTEN.   09/02/26.
000220*    MODIFICATION HISTORY.
000230*        09/02/26  RLH  INITIAL VERSION.
000240*        10/15/26  RLH  ADDED COMPANY, LINKED CUSTOMER, NUMBER,
000250*                       CALLING WINDOW, CONSENT/BAD-NUMBER
000260*                       FLAGS, AND THE DIAL STATUS.
000270*        10/15/26  RLH  ADDED THE PROMISE-TO-PAY STATUS AND DUE
000280*                       DATE FROM THE PROMMST FILE.
000290*        10/15/26  RLH  ADDED THE TYPE OF THE NUMBER CHOSEN FROM
000300*                       THE CUSTOMER'S PHONENUM ENTRIES.
000310*        10/15/26  RLH  ADDED THE ANALYST THE EXCEPTION IS
000320*                       ASSIGNED TO, FOR THE ANWORK PERSONAL
000330*                       WORKLISTS.
000340*****************************************************************
000350 01  CW-WORKLIST-RECORD.
000360     05  CW-RANK                 PIC 9(05).
000370     05  CW-ACCOUNT-ID           PIC X(10).
000380     05  CW-TIER-CODE            PIC X(01).
000390     05  CW-DAYS-OUT             PIC 9(05).
000400     05  CW-LAST-VARIANCE        PIC S9(7)V9(2).
000410     05  CW-SCORE                PIC 9(09).
000420     05  CW-COMPANY-CODE         PIC X(02).
000430     05  CW-CUSTOMER-ID          PIC X(08).
000440     05  CW-CUSTOMER-NAME        PIC X(20).
000450     05  CW-PHONE-NUMBER.
000460         10  CW-AREA-CODE        PIC X(03).
000470         10  CW-PREFIX-NUM       PIC X(03).
000480         10  CW-LAST-FOUR        PIC X(04).
000490     05  CW-E164-NUMBER          PIC X(12).
000500     05  CW-WINDOW-CODE          PIC X(01).
000510         88  CW-WINDOW-EASTERN       VALUE "E".
000520         88  CW-WINDOW-CENTRAL       VALUE "C".
000530         88  CW-WINDOW-MOUNTAIN      VALUE "M".
000540         88  CW-WINDOW-PACIFIC       VALUE "P".
000550     05  CW-DNC-FLAG             PIC X(01).
000560     05  CW-BADNO-FLAG           PIC X(01).
000570*    ONLY "D" GOES TO THE DIALER.  THE OTHERS STAY ON THE LIST
000580*    SO COLLECTIONS CAN SEE WHY AN ACCOUNT IS NOT BEING CALLED.
000590     05  CW-DIAL-STATUS          PIC X(01).
000600         88  CW-DIALABLE             VALUE "D".
000610         88  CW-NOT-LINKED           VALUE "L".
000620         88  CW-DO-NOT-CALL          VALUE "X".
000630         88  CW-BAD-NUMBER           VALUE "B".
000640         88  CW-NO-WINDOW            VALUE "W".
000650*    ANY PROMISE TO PAY ON THE ACCOUNT AND WHERE IT STANDS - AN
000660*    OPEN ONE RANKS THE ACCOUNT LOWER UNTIL ITS DUE DATE, A
000670*    BROKEN ONE PUTS IT AT THE TOP.
000680     05  CW-PROMISE-STATUS       PIC X(01).
000690         88  CW-PROMISE-NONE         VALUE " ".
000700         88  CW-PROMISE-OPEN         VALUE "O".
000710         88  CW-PROMISE-BROKEN       VALUE "B".
000720     05  CW-PROMISE-DUE-DATE     PIC 9(08).
000730*    WHICH OF THE CUSTOMER'S NUMBERS WAS CHOSEN - H, M OR W, OR
000740*    SPACE FOR THE OLD DIRECTORY NUMBER ON PHONEMST.
000750     05  CW-PHONE-TYPE           PIC X(01).
000760*    SPACES WHEN THE EXCEPTION IS NOT ASSIGNED TO AN ANALYST.
000770     05  CW-ASSIGNED-TO          PIC X(08).
