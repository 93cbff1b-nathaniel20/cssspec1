000120*    DATE-WRITTEN.   08/21/26.
000130*    MODIFICATION HISTORY.
000140*        08/21/26  RLH  INITIAL VERSION.
000150*        09/02/26  RLH  ADDED THE OPERATING-COMPANY CODE CARRIED
000160*                       ON THE TRANSACTION EXTRACT SO DOWNSTREAM
000170*                       WORK ON AN EXCEPTION KNOWS WHICH ENTITY
000180*                       IT BELONGS TO.
000190*        09/02/26  RLH  ADDED THE WRITE-OFF FLAG - SET TO "W"
000200*                       WHEN AN EXCPMNT RESOLUTION APPROVES A
000210*                       WRITE-OFF, ADVANCED TO "G" ONCE THE
000220*                       WRITEOFF RUN HAS GENERATED THE
000230*                       ADJUSTMENT, SO THE SAME APPROVAL CANNOT
000240*                       GENERATE TWICE.
000250*        10/15/26  RLH  ADDED "P" - A WRITE-OFF ABOVE THE
000260*                       WOLIMCPY DUAL-CONTROL LIMIT WAITING ON
000270*                       A SUPERVISOR'S SECOND APPROVAL.  IT
000280*                       BECOMES "W" ONLY ONCE THAT IS GIVEN.
000290*        10/15/26  RLH  ADDED THE ANALYST THE EXCEPTION IS
000300*                       ASSIGNED TO AND THE DATE IT WAS
000310*                       ASSIGNED - SET BY EXCASGN WHEN SUBVERB
000320*                       OR SUBMERGE POSTS A NEW OR REOPENED
000330*                       EXCEPTION, CHANGED ON EXCPMNT.  SPACES
000340*                       MEANS NO ANALYST COULD BE FOUND.
000350*****************************************************************
000360 01  EX-EXCEPTION-RECORD.
000370     05  EX-ACCOUNT-ID           PIC X(10).
000380     05  EX-FIRST-SEEN           PIC 9(08).
000390     05  EX-LAST-SEEN            PIC 9(08).
000400     05  EX-STATUS               PIC X(01).
000410         88  EX-STATUS-NEW           VALUE "N".
000420         88  EX-STATUS-RECURRING     VALUE "R".
000430         88  EX-STATUS-RESOLVED      VALUE "D".
000440     05  EX-LAST-VARIANCE        PIC S9(7)V9(2).
000450     05  EX-RESOLVE-DATE         PIC 9(08).
000460     05  EX-RESOLVE-NOTE         PIC X(30).
000470     05  EX-COMPANY-CODE         PIC X(02).
000480     05  EX-WRITEOFF-FLAG        PIC X(01).
000490         88  EX-WRITEOFF-NONE        VALUE "N" " ".
000500         88  EX-WRITEOFF-APPROVED    VALUE "W".
000510         88  EX-WRITEOFF-GENERATED   VALUE "G".
000520         88  EX-WRITEOFF-PENDING     VALUE "P".
000530     05  EX-ASSIGNED-TO          PIC X(08).
000540         88  EX-UNASSIGNED           VALUE SPACES.
000550     05  EX-ASSIGNED-DATE        PIC 9(08).
