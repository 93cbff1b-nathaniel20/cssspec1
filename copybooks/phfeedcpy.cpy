000100*    DATE-WRITTEN.   08/08/26.
000110*    MODIFICATION HISTORY.
000120*        08/08/26  RLH  INITIAL VERSION.
000130*        10/15/26  RLH  ADDED THE PHONE TYPE (H HOME, M MOBILE,
000140*                       W WORK) AND DIAL PRIORITY (1 DIALS
000150*                       FIRST) - A CUSTOMER MAY NOW SEND SEVERAL
000160*                       NUMBERS, ONE RECORD EACH, GROUPED BY
000170*                       CUSTOMER.  A RECORD FROM A FEED THAT
000180*                       PREDATES THE FIELDS CARRIES SPACES AND
000190*                       LOADS AS THE HOME NUMBER, PRIORITY 1.
000200*****************************************************************
000210 01  PHONE-FEED-RECORD.
000220     05  PF-CUSTOMER-ID          PIC X(08).
000230     05  PF-PHONE-NUMBER.
000240         10  PF-AREA-CODE        PIC X(03).
000250         10  PF-PREFIX-NUM       PIC X(03).
000260         10  PF-LAST-FOUR        PIC X(04).
000270*    A TYPE AND PRIORITY OF SPACES READ AS HOME, PRIORITY 1.
000280     05  PF-PHONE-TYPE           PIC X(01).
000290     05  PF-DIAL-PRIORITY        PIC X(01).
