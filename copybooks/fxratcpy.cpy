000010*****************************************************************
000020*    FXRATCPY  -  DAILY EXCHANGE-RATE RECORD LAYOUT.  ONE RECORD
000030*                 PER CURRENCY PER RATE DATE ON THE FXRATE FILE
000040*                 TREASURY SENDS EACH BUSINESS DAY, GIVING HOW
000050*                 MANY UNITS OF THE REPORTING CURRENCY ONE UNIT
000060*                 OF THE CURRENCY BUYS.  THE REPORTING CURRENCY
000070*                 ITSELF NEED NOT BE ON FILE - IT IS ALWAYS 1.
000080*                 READ BY GLSUMM FOR THE CONSOLIDATED JOURNAL.
000090*-----------------------------------------------------------------
000100*    DATE-WRITTEN.   10/15/26.
000110*    MODIFICATION HISTORY.
000120*        10/15/26  RLH  INITIAL VERSION.
000130*****************************************************************
000140 01  FX-RATE-RECORD.
000150     05  FX-RATE-DATE            PIC 9(08).
000160     05  FX-CURRENCY-CODE        PIC X(03).
000170     05  FX-RATE                 PIC 9(04)V9(06).
