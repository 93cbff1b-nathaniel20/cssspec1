000010*****************************************************************
000020*    XREFCPY   -  CUSTOMER-TO-ACCOUNT CROSS-REFERENCE RECORD
000030*                 LAYOUT.  ONE RECORD PER COMPANY/ACCOUNT THE
000040*                 RECONCILIATION RUNS AGAINST, NAMING THE
000050*                 PHONEMST CUSTOMER WHO PAYS ON IT.  KEYED BY
000060*                 COMPANY PLUS ACCOUNT (THE TRANFILE KEY), WITH
000070*                 THE CUSTOMER ID AS A DUPLICATES-ALLOWED
000080*                 ALTERNATE KEY SINCE ONE CUSTOMER MAY PAY ON
000090*                 SEVERAL ACCOUNTS.  MAINTAINED BY XREFMNT AND
000100*                 PROVEN NIGHTLY BY XREFCHK.
000110*-----------------------------------------------------------------
000120*    DATE-WRITTEN.   10/15/26.
000130*    MODIFICATION HISTORY.
000140*        10/15/26  RLH  INITIAL VERSION.
000150*****************************************************************
000160 01  XR-XREF-RECORD.
000170     05  XR-XREF-KEY.
000180         10  XR-COMPANY-CODE     PIC X(02).
000190         10  XR-ACCOUNT-ID       PIC X(10).
000200     05  XR-CUSTOMER-ID          PIC X(08).
000210     05  XR-LINK-DATE            PIC 9(08).
