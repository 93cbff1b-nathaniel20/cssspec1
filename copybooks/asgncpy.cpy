000010*****************************************************************
000020*    ASGNCPY   -  EXCEPTION ASSIGNMENT RULE RECORD LAYOUT.  ONE
000030*                 RECORD PER ANALYST PER RULE ON THE ASGNRULE
000040*                 CONTROL FILE, KEPT BY THE RECONCILIATION TEAM
000050*                 LEAD.  A RULE NAMES A COMPANY AND A
000060*                 CLASSIFICATION TIER AND AN ANALYST WHO WORKS
000070*                 THEM; SPACES IN EITHER MEANS ANY.  THE ANALYSTS
000080*                 LISTED FOR THE SAME COMPANY AND TIER ARE THAT
000090*                 RULE'S POOL, AND EXCASGN GIVES A NEW EXCEPTION
000100*                 TO WHOEVER IN THE MOST SPECIFIC MATCHING POOL
000110*                 HOLDS THE FEWEST OPEN ITEMS.  THE AVAILABLE
000120*                 FLAG IS SET TO N WHILE AN ANALYST IS AWAY, SO
000130*                 NOTHING NEW IS GIVEN TO THEM; WHAT THEY ALREADY
000140*                 HOLD STAYS WITH THEM UNTIL IT IS REASSIGNED ON
000150*                 EXCPMNT.  A RECORD WITH AN ASTERISK IN COLUMN 1
000160*                 IS A COMMENT.
000170*-----------------------------------------------------------------
000180*    DATE-WRITTEN.   10/15/26.
000190*    MODIFICATION HISTORY.
000200*        10/15/26  RLH  INITIAL VERSION.
000210*****************************************************************
000220 01  AS-ASSIGN-RULE-RECORD.
000230     05  AS-COMPANY-CODE         PIC X(02).
000240     05  AS-TIER-CODE            PIC X(01).
000250     05  AS-ANALYST-ID           PIC X(08).
000260     05  AS-AVAILABLE-FLAG       PIC X(01).
000270         88  AS-AVAILABLE            VALUE "Y".
000280         88  AS-AWAY                 VALUE "N".
