000120*    MODIFICATION HISTORY.
000130*        08/08/26  RLH  INITIAL VERSION - BUILT FROM THE ORIGINAL
000140*                       INSPECT-SAMPLE PHONE-NUMBER GROUP.
000150*        08/21/26  RLH  ADDED THE DO-NOT-CALL CONSENT FLAG -
000160*                       SET AND SHOWN BY PHONEMNT, HONORED BY
000170*                       THE DIALER-EXTRACT PASS.  SPACE ON A
000180*                       RECORD WRITTEN BEFORE THE FLAG EXISTED
000190*                       READS AS OK-TO-CALL.
000200*        09/02/26  RLH  ADDED THE BAD-NUMBER FLAG SET BY THE
000210*                       DIALDISP DISPOSITION PASS WHEN THE
000220*                       DIALER REPORTS A NUMBER BAD, AND
000230*                       CLEARED WHEN A NEW NUMBER IS KEYED OR
000240*                       LOADED.  SPACE ON AN OLDER RECORD READS
000250*                       AS NUMBER-OK.
000260*        10/15/26  RLH  A CUSTOMER'S NUMBERS NOW LIVE ON PHONENUM
000270*                       (PNUMCPY), ONE PER TYPE.  THE NUMBER AND
000280*                       BAD-NUMBER FLAG HERE ARE KEPT ONLY FOR A
000290*                       CUSTOMER WITH NO PHONENUM ENTRIES; NEW
000300*                       CUSTOMERS GET A BLANK DIRECTORY NUMBER.
000310*                       THE DO-NOT-CALL FLAG STILL COVERS EVERY
000320*                       NUMBER THE CUSTOMER HAS.
000330*****************************************************************
000340 01  PH-DIRECTORY-RECORD.
000350     05  PH-CUSTOMER-ID          PIC X(08).
000360     05  PH-PHONE-NUMBER.
000370         10  PH-AREA-CODE        PIC X(03).
000380         10  PH-PREFIX-NUM       PIC X(03).
000390         10  PH-LAST-FOUR        PIC X(04).
000400     05  PH-CUSTOMER-NAME        PIC X(20).
000410     05  PH-DNC-FLAG             PIC X(01).
000420         88  PH-DO-NOT-CALL          VALUE "Y".
000430         88  PH-OK-TO-CALL           VALUE "N" " ".
000440     05  PH-BADNO-FLAG           PIC X(01).
000450         88  PH-BAD-NUMBER           VALUE "Y".
000460         88  PH-NUMBER-OK            VALUE "N" " ".
