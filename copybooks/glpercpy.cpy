000010*****************************************************************
000020*    GLPERCPY  -  GL PERIOD STATUS RECORD LAYOUT.  ONE RECORD PER
000030*                 OPERATING COMPANY AND ACCOUNTING PERIOD
000040*                 (YYYYMM), SAYING WHETHER THE PERIOD IS STILL
000050*                 OPEN FOR POSTING, SOFT-CLOSED (GLSUMM HAS
000060*                 PRODUCED ITS FINAL JOURNAL), OR HARD-CLOSED
000070*                 (ACCOUNTING HAS POSTED IT AND NOTHING MORE MAY
000080*                 GO IN).  A PERIOD WITH NO RECORD IS OPEN.
000090*                 KEPT ON THE GLPERIOD FILE, KEYED BY COMPANY AND
000100*                 PERIOD.  MAINTAINED BY ACCOUNTING ON GLPERMNT;
000110*                 GLSUMM SOFT-CLOSES; GLPERCK READS IT FOR
000120*                 GLRLSE AND WRITEOFF.
000130*-----------------------------------------------------------------
000140*    DATE-WRITTEN.   10/15/26.
000150*    MODIFICATION HISTORY.
000160*        10/15/26  RLH  INITIAL VERSION.
000170*****************************************************************
000180 01  GP-PERIOD-RECORD.
000190     05  GP-PERIOD-KEY.
000200         10  GP-COMPANY-CODE     PIC X(02).
000210         10  GP-PERIOD           PIC 9(06).
000220     05  GP-STATUS               PIC X(01).
000230         88  GP-STATUS-OPEN          VALUE "O".
000240         88  GP-STATUS-SOFT-CLOSED   VALUE "S".
000250         88  GP-STATUS-HARD-CLOSED   VALUE "H".
000260         88  GP-STATUS-VALID         VALUE "O" "S" "H".
000270     05  GP-CHANGED-BY           PIC X(08).
000280     05  GP-CHANGED-DATE         PIC 9(08).
000290     05  GP-SUMMARIZED-DATE      PIC 9(08).
