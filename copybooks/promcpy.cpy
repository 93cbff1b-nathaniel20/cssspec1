000010*****************************************************************
000020*    PROMCPY   -  PROMISE-TO-PAY RECORD LAYOUT.  ONE RECORD PER
000030*                 EXCEPTION ACCOUNT, HOLDING THE PROMISE
000040*                 COLLECTIONS MOST RECENTLY TOOK ON IT - THE
000050*                 AMOUNT, THE DATE IT IS DUE BY, AND WHO TOOK
000060*                 IT.  KEYED BY ACCOUNT LIKE THE EXCEPTION
000070*                 MASTER.  MAINTAINED BY PROMMNT; THE PROMCHK
000080*                 RUN ADDS EACH NIGHT'S PAYMENTS FROM TRANFILE
000090*                 AND DECIDES KEPT, PARTLY KEPT, OR BROKEN.  A
000100*                 NEW PROMISE MAY ONLY REPLACE ONE NO LONGER
000110*                 OPEN.
000120*-----------------------------------------------------------------
000130*    DATE-WRITTEN.   10/15/26.
000140*    MODIFICATION HISTORY.
000150*        10/15/26  RLH  INITIAL VERSION.
000160*****************************************************************
000170 01  PR-PROMISE-RECORD.
000180     05  PR-ACCOUNT-ID           PIC X(10).
000190     05  PR-COMPANY-CODE         PIC X(02).
000200     05  PR-PROMISED-AMT         PIC 9(7)V9(2).
000210     05  PR-DUE-DATE             PIC 9(08).
000220     05  PR-TAKEN-BY             PIC X(08).
000230     05  PR-TAKEN-DATE           PIC 9(08).
000240     05  PR-STATUS               PIC X(01).
000250         88  PR-STATUS-OPEN          VALUE "O".
000260         88  PR-STATUS-KEPT          VALUE "K".
000270         88  PR-STATUS-PARTLY-KEPT   VALUE "P".
000280         88  PR-STATUS-BROKEN        VALUE "B".
000290         88  PR-STATUS-CANCELLED     VALUE "C".
000300     05  PR-PAID-TO-DATE         PIC S9(7)V9(2).
000310     05  PR-PAID-THRU-DATE       PIC 9(08).
000320     05  PR-LAST-VARIANCE        PIC S9(7)V9(2).
000330     05  PR-CLOSE-DATE           PIC 9(08).
