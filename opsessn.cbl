000010*****************************************************************
000020*    PROGRAM-ID.  OPSESSN
000030*    AUTHOR.      R. HOLLOWAY, BATCH SUPPORT GROUP.
000040*    INSTALLATION. DAILY RECONCILIATION SYSTEM.
000050*    DATE-WRITTEN. 10/15/26.
000060*    DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    REMARKS.
000090*        HOLDS THE SIGNED-ON OPERATOR FOR THE REST OF THE RUN.
000100*        OPSIGNON SETS IT ("S") ONCE THE OPERATOR PASSES
000110*        SIGN-ON; AUDITLOG, PHONHIST, AND ANY SCREEN THAT
000120*        NEEDS TO KNOW WHO IS AT THE KEYBOARD GET IT ("G").
000130*        WORKING-STORAGE IS KEPT BETWEEN CALLS, SO THE
000140*        OPERATOR SET BY THE SIGN-ON IS THE ONE EVERY LATER
000150*        CALL IN THE SAME RUN SEES.  A BATCH PROGRAM NEVER
000160*        SIGNS ON, SO IT GETS "BATCH" AND NO ROLE - THE AUDIT
000170*        TRAIL AND PHONE HISTORY SAY SO RATHER THAN GOING
000180*        BLANK.
000190*-----------------------------------------------------------------
000200*    MODIFICATION HISTORY.
000210*        10/15/26  RLH  INITIAL VERSION.
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. OPSESSN.
000250 AUTHOR. R. HOLLOWAY.
000260 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000270 DATE-WRITTEN. 10/15/26.
000280 DATE-COMPILED. 10/15/26.
000290 ENVIRONMENT DIVISION.
000300 DATA DIVISION.
000310 WORKING-STORAGE SECTION.
000320 01  SN-SESSION.
000330     05  SN-OPERATOR-ID           PIC X(08) VALUE "BATCH".
000340     05  SN-ROLE                  PIC X(01) VALUE SPACE.
000350 LINKAGE SECTION.
000360 01  LK-FUNCTION                  PIC X(01).
000370 01  LK-OPERATOR-ID               PIC X(08).
000380 01  LK-ROLE                      PIC X(01).
000390 PROCEDURE DIVISION USING LK-FUNCTION
000400                          LK-OPERATOR-ID
000410                          LK-ROLE.
000420 0000-MAINLINE.
000430     EVALUATE LK-FUNCTION
000440         WHEN "S"
000450             MOVE LK-OPERATOR-ID TO SN-OPERATOR-ID
000460             MOVE LK-ROLE        TO SN-ROLE
000470         WHEN OTHER
000480             MOVE SN-OPERATOR-ID TO LK-OPERATOR-ID
000490             MOVE SN-ROLE        TO LK-ROLE
000500     END-EVALUATE.
000510     GOBACK.
