000010*****************************************************************
000020*    PNUMCPY   -  CUSTOMER PHONE NUMBER RECORD LAYOUT.  ONE
000030*                 RECORD PER TYPED NUMBER A CUSTOMER HAS GIVEN
000040*                 US - HOME, MOBILE, OR WORK - ON THE PHONENUM
000050*                 FILE, KEYED BY CUSTOMER PLUS TYPE, WITH THE
000060*                 FULL NUMBER AS A DUPLICATES-ALLOWED ALTERNATE
000070*                 KEY SO THE LOADER CAN SEE WHO ELSE HOLDS IT.
000080*                 EACH NUMBER CARRIES ITS OWN DIAL PRIORITY
000090*                 (1 DIALS FIRST) AND ITS OWN DO-NOT-CALL AND
000100*                 BAD-NUMBER FLAGS, SO ONE BAD OR WITHDRAWN
000110*                 NUMBER NO LONGER TAKES THE CUSTOMER OUT OF
000120*                 THE DIALER.  THE PHONEMST DIRECTORY KEEPS THE
000130*                 NAME AND THE CUSTOMER-WIDE DO-NOT-CALL FLAG.
000140*                 MAINTAINED BY PHONEMNT AND PHONELOD, FLAGGED
000150*                 BY DIALDISP, AND RANKED BY PHONESEL.
000160*-----------------------------------------------------------------
000170*    DATE-WRITTEN.   10/15/26.
000180*    MODIFICATION HISTORY.
000190*        10/15/26  RLH  INITIAL VERSION.
000200*****************************************************************
000210 01  PN-NUMBER-RECORD.
000220     05  PN-NUMBER-KEY.
000230         10  PN-CUSTOMER-ID      PIC X(08).
000240         10  PN-PHONE-TYPE       PIC X(01).
000250             88  PN-TYPE-HOME        VALUE "H".
000260             88  PN-TYPE-MOBILE      VALUE "M".
000270             88  PN-TYPE-WORK        VALUE "W".
000280             88  PN-TYPE-VALID       VALUE "H" "M" "W".
000290     05  PN-DIAL-PRIORITY        PIC 9(01).
000300     05  PN-PHONE-NUMBER.
000310         10  PN-AREA-CODE        PIC X(03).
000320         10  PN-PREFIX-NUM       PIC X(03).
000330         10  PN-LAST-FOUR        PIC X(04).
000340     05  PN-DNC-FLAG             PIC X(01).
000350         88  PN-DO-NOT-CALL          VALUE "Y".
000360         88  PN-OK-TO-CALL           VALUE "N" " ".
000370     05  PN-BADNO-FLAG           PIC X(01).
000380         88  PN-BAD-NUMBER           VALUE "Y".
000390         88  PN-NUMBER-OK            VALUE "N" " ".
