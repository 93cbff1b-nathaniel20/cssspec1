000010*****************************************************************
000020*    JOBSTCPY   -  NIGHTLY JOB-STREAM DEFINITION RECORD LAYOUT.
000030*                  ONE RECORD PER STAGE ON THE JOBSTRM CONTROL
000040*                  FILE, MAINTAINED BY OPERATIONS.  DAILYJOB
000050*                  RUNS THE STAGES IN FILE ORDER.  EACH RECORD
000060*                  NAMES THE PROGRAM, WHETHER A NON-ZERO
000070*                  RETURN-CODE HALTS THE STAGES THAT DEPEND ON
000080*                  IT OR IS ONLY A WARNING, WHETHER IT RUNS
000090*                  EVERY BUSINESS DAY, ONLY ON A BUSCAL
000100*                  PERIOD-END DAY, ONLY ON THE LAST BUSINESS
000110*                  DAY OF THE WEEK, OR IS HELD, AND UP TO FIVE
000120*                  STAGES IT DEPENDS ON.  A DEPENDENCY MUST BE
000130*                  DEFINED AHEAD OF THE STAGE THAT NAMES IT.  A
000140*                  RECORD WITH AN ASTERISK IN COLUMN 1 IS A
000150*                  COMMENT.
000160*-----------------------------------------------------------------
000170*    DATE-WRITTEN.   10/15/26.
000180*    MODIFICATION HISTORY.
000190*        10/15/26  RLH  INITIAL VERSION.
000200*****************************************************************
000210 01  JS-STAGE-RECORD.
000220     05  JS-STAGE-NAME           PIC X(14).
000230     05  JS-FAIL-ACTION          PIC X(01).
000240         88  JS-HALT-ON-FAIL         VALUE "H".
000250         88  JS-WARN-ON-FAIL         VALUE "W".
000260     05  JS-RUN-FREQUENCY        PIC X(01).
000270         88  JS-RUN-DAILY            VALUE "D".
000280         88  JS-RUN-PERIOD-END       VALUE "P".
000290         88  JS-RUN-WEEKLY           VALUE "W".
000300         88  JS-RUN-HELD             VALUE "N".
000310     05  JS-DEPENDS-ON           PIC X(14) OCCURS 5 TIMES.
