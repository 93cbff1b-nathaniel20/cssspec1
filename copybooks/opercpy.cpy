000010*****************************************************************
000020*    OPERCPY   -  OPERATOR MASTER RECORD LAYOUT.  ONE RECORD PER
000030*                 PERSON ALLOWED ON THE MAINTENANCE SCREENS,
000040*                 KEYED BY OPERATOR ID, CARRYING THE ROLE THAT
000050*                 DECIDES WHICH SCREENS AND WHICH APPROVALS THE
000060*                 OPERATOR MAY USE.  ROLES RANK CLERK BELOW
000070*                 ANALYST BELOW SUPERVISOR - A SCREEN THAT NEEDS
000080*                 A GIVEN ROLE ADMITS ANY HIGHER ONE TOO.  AN
000090*                 OPERATOR WHO MISKEYS THE PASSWORD TOO MANY
000100*                 TIMES IS LOCKED UNTIL A SUPERVISOR REINSTATES
000110*                 THEM ON OPERMNT.  SIGNED ON THROUGH OPSIGNON.
000120*-----------------------------------------------------------------
000130*    DATE-WRITTEN.   10/15/26.
000140*    MODIFICATION HISTORY.
000150*        10/15/26  RLH  INITIAL VERSION.
000160*****************************************************************
000170 01  OP-OPERATOR-RECORD.
000180     05  OP-OPERATOR-ID          PIC X(08).
000190     05  OP-OPERATOR-NAME        PIC X(20).
000200     05  OP-ROLE                 PIC X(01).
000210         88  OP-ROLE-CLERK           VALUE "C".
000220         88  OP-ROLE-ANALYST         VALUE "A".
000230         88  OP-ROLE-SUPERVISOR      VALUE "S".
000240         88  OP-ROLE-VALID           VALUE "C" "A" "S".
000250     05  OP-PASSWORD             PIC X(08).
000260     05  OP-ACTIVE-FLAG          PIC X(01).
000270         88  OP-ACTIVE               VALUE "Y".
000280         88  OP-INACTIVE             VALUE "N".
000290         88  OP-LOCKED               VALUE "L".
000300     05  OP-FAILED-COUNT         PIC 9(01).
000310     05  OP-LAST-SIGNON          PIC 9(08).
000320     05  OP-ADDED-BY             PIC X(08).
000330     05  OP-ADDED-DATE           PIC 9(08).
