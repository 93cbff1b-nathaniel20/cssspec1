000010*****************************************************************
000020*    DSPTCPY   -  CUSTOMER DISPUTE RECORD LAYOUT.  ONE RECORD
000030*                 PER EXCEPTION ACCOUNT THE CUSTOMER HAS RAISED
000040*                 A DISPUTE ON, KEYED BY ACCOUNT LIKE THE
000050*                 EXCEPTION MASTER.  OPENED AND CLOSED ON THE
000060*                 EXCPMNT D OPTION, WITH WHO DID EACH AND WHEN.
000070*                 WHILE A DISPUTE IS OPEN THE DUNNING RUN SENDS
000080*                 THE ACCOUNT NO NOTICES.  A CLOSED DISPUTE IS
000090*                 KEPT AS THE LAST ONE ON THE ACCOUNT UNTIL A
000100*                 NEW ONE IS OPENED OVER IT.
000110*-----------------------------------------------------------------
000120*    DATE-WRITTEN.   10/15/26.
000130*    MODIFICATION HISTORY.
000140*        10/15/26  RLH  INITIAL VERSION.
000150*****************************************************************
000160 01  DS-DISPUTE-RECORD.
000170     05  DS-ACCOUNT-ID           PIC X(10).
000180     05  DS-COMPANY-CODE         PIC X(02).
000190     05  DS-STATUS               PIC X(01).
000200         88  DS-STATUS-OPEN          VALUE "O".
000210         88  DS-STATUS-CLOSED        VALUE "C".
000220     05  DS-REASON               PIC X(30).
000230     05  DS-OPENED-BY            PIC X(08).
000240     05  DS-OPENED-DATE          PIC 9(08).
000250     05  DS-CLOSED-BY            PIC X(08).
000260     05  DS-CLOSED-DATE          PIC 9(08).
