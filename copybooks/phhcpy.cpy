000140*    DATE-WRITTEN.   09/02/26.
000150*    MODIFICATION HISTORY.
000160*        09/02/26  RLH  INITIAL VERSION.
000170*        10/15/26  RLH  ADDED THE OPERATOR ID - THE OPERATOR
000180*                       SIGNED ON TO PHONEMNT FOR A SCREEN
000190*                       CHANGE, "BATCH" FOR THE LOADER AND THE
000200*                       DISPOSITION PASS.
000210*        10/15/26  RLH  ADDED THE PHONE TYPE.  A CHANGE TO ONE OF
000220*                       A CUSTOMER'S TYPED NUMBERS ON PHONENUM
000230*                       CARRIES ITS TYPE (H/M/W) AND PNUMCPY
000240*                       IMAGES; A DIRECTORY CHANGE, AND EVERY
000250*                       ENTRY WRITTEN BEFORE THE FIELD EXISTED,
000260*                       CARRIES A SPACE AND PHONECPY IMAGES.
000270*****************************************************************
000280 01  HP-HISTORY-RECORD.
000290     05  HP-CUSTOMER-ID          PIC X(08).
000300     05  HP-CHANGE-DATE          PIC 9(08).
000310     05  HP-CHANGE-TIME          PIC 9(08).
000320     05  HP-SOURCE-CODE          PIC X(01).
000330         88  HP-SOURCE-SCREEN        VALUE "S".
000340         88  HP-SOURCE-LOAD          VALUE "L".
000350         88  HP-SOURCE-DIALER        VALUE "D".
000360     05  HP-ACTION-CODE          PIC X(01).
000370         88  HP-ACTION-ADD           VALUE "A".
000380         88  HP-ACTION-CHANGE        VALUE "C".
000390     05  HP-BEFORE-IMAGE         PIC X(40).
000400     05  HP-AFTER-IMAGE          PIC X(40).
000410     05  HP-OPERATOR-ID          PIC X(08).
000420     05  HP-PHONE-TYPE           PIC X(01).
000430         88  HP-DIRECTORY-ENTRY      VALUE " ".
