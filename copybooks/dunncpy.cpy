000010*****************************************************************
000020*    DUNNCPY   -  DUNNING STATE RECORD LAYOUT.  ONE RECORD PER
000030*                 EXCEPTION ACCOUNT THE DUNNING RUN HAS SENT A
000040*                 NOTICE ON, KEYED BY ACCOUNT LIKE THE EXCEPTION
000050*                 MASTER - THE LAST NOTICE LEVEL SENT, THE DATE
000060*                 IT WENT, AND THE AMOUNT IT DEMANDED.  THE RUN
000070*                 ESCALATES ONE LEVEL AT A TIME FROM HERE AND
000080*                 NEVER SENDS AGAIN INSIDE ITS MINIMUM GAP.  THE
000090*                 LEVEL GOES BACK TO NONE WHEN THE EXCEPTION IS
000100*                 RESOLVED, SO A REOPENED ACCOUNT STARTS AGAIN AT
000110*                 THE FIRST NOTICE; THE DATE IS KEPT.
000120*-----------------------------------------------------------------
000130*    DATE-WRITTEN.   10/15/26.
000140*    MODIFICATION HISTORY.
000150*        10/15/26  RLH  INITIAL VERSION.
000160*****************************************************************
000170 01  DN-DUNNING-RECORD.
000180     05  DN-ACCOUNT-ID           PIC X(10).
000190     05  DN-COMPANY-CODE         PIC X(02).
000200     05  DN-LEVEL                PIC 9(01).
000210         88  DN-LEVEL-NONE           VALUE 0.
000220         88  DN-LEVEL-FIRST          VALUE 1.
000230         88  DN-LEVEL-SECOND         VALUE 2.
000240         88  DN-LEVEL-FINAL          VALUE 3.
000250     05  DN-LAST-SENT-DATE       PIC 9(08).
000260     05  DN-LAST-AMOUNT          PIC 9(7)V9(2).
000270     05  DN-NOTICE-COUNT         PIC 9(03).
