000010*****************************************************************
000020*    COMPCPY   -  OPERATING-COMPANY MASTER RECORD LAYOUT.  ONE
000030*                 RECORD PER OPERATING COMPANY, KEYED BY THE
000040*                 TWO-BYTE COMPANY CODE EVERY TRANSACTION, GL
000050*                 LINE AND EXCEPTION CARRIES.  HOLDS THE NAME
000060*                 THE REPORTS PRINT, WHETHER THE COMPANY IS
000070*                 ACTIVE, THE GENERAL LEDGER IT POSTS TO, AND
000080*                 ITS FUNCTIONAL CURRENCY (ISO CODE).  A CODE
000090*                 NOT ON FILE, OR ON FILE INACTIVE, IS REJECTED
000100*                 BY THE SUBVERB PRE-PASS.  KEPT ON THE COMPMST
000110*                 FILE; MAINTAINED BY ACCOUNTING ON COMPMNT.
000120*-----------------------------------------------------------------
000130*    DATE-WRITTEN.   10/15/26.
000140*    MODIFICATION HISTORY.
000150*        10/15/26  RLH  INITIAL VERSION.
000160*****************************************************************
000170 01  CM-COMPANY-RECORD.
000180     05  CM-COMPANY-CODE         PIC X(02).
000190     05  CM-COMPANY-NAME         PIC X(30).
000200     05  CM-ACTIVE-FLAG          PIC X(01).
000210         88  CM-ACTIVE               VALUE "Y".
000220         88  CM-INACTIVE             VALUE "N".
000230         88  CM-ACTIVE-FLAG-VALID    VALUE "Y" "N".
000240     05  CM-LEDGER-ID            PIC X(06).
000250     05  CM-CURRENCY-CODE        PIC X(03).
000260     05  CM-CHANGED-BY           PIC X(08).
000270     05  CM-CHANGED-DATE         PIC 9(08).
