000010*****************************************************************
000020*    CHSTCPY   -  CONTACT-ATTEMPT HISTORY RECORD LAYOUT.
000030*                 ONE RECORD PER CUSTOMER PER DAY DIALED ON THE
000040*                 CONTHIST FILE, KEYED BY CUSTOMER AND DATE,
000050*                 BUILT BY THE DIALDISP DISPOSITION PASS FROM THE
000060*                 NIGHT'S DISPCPY RECORDS - EVERY ATTEMPT,
000070*                 WHATEVER ITS RESULT, AND HOW MANY WERE ANSWERED.
000080*                 READ BY CONTCAP TO ENFORCE THE CCAPCPY FREQUENCY
000090*                 CAP.  THE LOAD STAMP IDENTIFIES THE DIALDISP RUN
000100*                 THAT BUILT THE COUNTS, SO A RERUN OF THE SAME
000110*                 NIGHT REPLACES THEM INSTEAD OF COUNTING TWICE.
000120*-----------------------------------------------------------------
000130*    DATE-WRITTEN.   10/15/26.
000140*    MODIFICATION HISTORY.
000150*        10/15/26  RLH  INITIAL VERSION.
000160*****************************************************************
000170 01  CA-CONTACT-RECORD.
000180     05  CA-CONTACT-KEY.
000190         10  CA-CUSTOMER-ID      PIC X(08).
000200         10  CA-CONTACT-DATE     PIC 9(08).
000210     05  CA-ATTEMPT-COUNT        PIC 9(05).
000220     05  CA-ANSWERED-COUNT       PIC 9(05).
000230     05  CA-NO-ANSWER-COUNT      PIC 9(05).
000240     05  CA-BADNO-COUNT          PIC 9(05).
000250     05  CA-NO-CONTACT-COUNT     PIC 9(05).
000260     05  CA-LOAD-STAMP.
000270         10  CA-LOAD-DATE        PIC 9(08).
000280         10  CA-LOAD-TIME        PIC 9(08).
