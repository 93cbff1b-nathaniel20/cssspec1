000100*    DATE-WRITTEN.   08/21/26.
000110*    MODIFICATION HISTORY.
000120*        08/21/26  RLH  INITIAL VERSION.
000130*        10/15/26  RLH  ADDED THE WARNED, BLOCKED, NOTDUE AND
000140*                       HELD OUTCOMES FOR THE JOBSTRM-DRIVEN
000150*                       STREAM.
000160*****************************************************************
000170 01  RC-RUN-CONTROL-RECORD.
000180     05  RC-STAGE-NAME           PIC X(14).
000190     05  RC-START-DATE           PIC 9(08).
000200     05  RC-START-TIME           PIC 9(08).
000210     05  RC-END-DATE             PIC 9(08).
000220     05  RC-END-TIME             PIC 9(08).
000230     05  RC-OUTCOME              PIC X(08).
000240         88  RC-OUTCOME-STARTED      VALUE "STARTED".
000250         88  RC-OUTCOME-CLEAN        VALUE "CLEAN".
000260         88  RC-OUTCOME-FAILED       VALUE "FAILED".
000270*        NON-ZERO RETURN-CODE FROM A WARN-ONLY STAGE.
000280         88  RC-OUTCOME-WARNED       VALUE "WARNED".
000290*        NOT RUN - A STAGE IT DEPENDS ON DID NOT COMPLETE.
000300         88  RC-OUTCOME-BLOCKED      VALUE "BLOCKED".
000310*        PERIOD-END STAGE ON AN ORDINARY BUSINESS DAY.
000320         88  RC-OUTCOME-NOTDUE       VALUE "NOTDUE".
000330*        HELD ON THE JOBSTRM DEFINITION.
000340         88  RC-OUTCOME-HELD         VALUE "HELD".
000350     05  RC-RETURN-CODE          PIC 9(05).
