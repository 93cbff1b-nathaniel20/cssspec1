000010*****************************************************************
000020*    AHSTCPY   -  EXCEPTION ASSIGNMENT HISTORY RECORD LAYOUT.
000030*                 ONE RECORD PER EVENT IN THE LIFE OF AN
000040*                 ASSIGNED EXCEPTION, APPENDED TO THE ASGNHIST
000050*                 FILE BY EXCASGN - ASSIGNED TO AN ANALYST (BY
000060*                 THE NIGHTLY RUN OR ON REASSIGNMENT), TAKEN
000070*                 AWAY BY REASSIGNMENT, RESOLVED, OR WRITTEN OFF.
000080*                 THE ANALYST IS THE ONE THE EVENT COUNTS FOR;
000090*                 THE OPERATOR IS WHO CAUSED IT (THE PROGRAM
000100*                 NAME FOR A BATCH STEP).  A RESOLUTION CARRIES
000110*                 THE DAYS FROM ASSIGNMENT TO RESOLUTION.  THE
000120*                 WEEKLY ASGNPROD PRODUCTIVITY REPORT IS BUILT
000130*                 FROM THIS FILE.
000140*-----------------------------------------------------------------
000150*    DATE-WRITTEN.   10/15/26.
000160*    MODIFICATION HISTORY.
000170*        10/15/26  RLH  INITIAL VERSION.
000180*****************************************************************
000190 01  AH-ASSIGN-HIST-RECORD.
000200     05  AH-EVENT-DATE           PIC 9(08).
000210     05  AH-ANALYST-ID           PIC X(08).
000220     05  AH-ACCOUNT-ID           PIC X(10).
000230     05  AH-COMPANY-CODE         PIC X(02).
000240     05  AH-EVENT-TYPE           PIC X(01).
000250         88  AH-EVENT-ASSIGNED       VALUE "A".
000260         88  AH-EVENT-TAKEN-AWAY     VALUE "T".
000270         88  AH-EVENT-RESOLVED       VALUE "D".
000280         88  AH-EVENT-WRITTEN-OFF    VALUE "W".
000290     05  AH-DAYS-TO-RESOLVE      PIC 9(05).
000300     05  AH-OPERATOR-ID          PIC X(08).
