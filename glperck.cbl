000010*****************************************************************
000020*    PROGRAM-ID.  GLPERCK
000030*    AUTHOR.      R. HOLLOWAY, BATCH SUPPORT GROUP.
000040*    INSTALLATION. DAILY RECONCILIATION SYSTEM.
000050*    DATE-WRITTEN. 10/15/26.
000060*    DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    REMARKS.
000090*        SHARED GL PERIOD-CONTROL RULE.  GIVEN AN OPERATING
000100*        COMPANY AND THE PERIOD (YYYYMM) AN ENTRY IS DATED
000110*        INTO, LOOKS THE PERIOD UP ON THE GLPERIOD FILE
000120*        (GLPERCPY LAYOUT) AND SAYS WHETHER AND WHERE THE
000130*        ENTRY MAY POST.  CALLED BY GLRLSE FOR EVERY JOURNAL
000140*        LINE AND BY WRITEOFF FOR EVERY APPROVAL, SO THE
000150*        JOURNAL AND THE WRITE-OFFS OBEY THE SAME CLOSE.
000160*        RESULT CODES -
000170*          O  OPEN (OR NO RECORD) - POST IN THE PERIOD GIVEN,
000180*          S  SOFT-CLOSED - POST IN THE PERIOD GIVEN, BUT ITS
000190*             GLSUMM JOURNAL IS NOW OUT OF DATE,
000200*          R  HARD-CLOSED - POST IN THE CURRENT OPEN PERIOD
000210*             RETURNED, AS A PRIOR-PERIOD ADJUSTMENT,
000220*          H  HARD-CLOSED - DO NOT POST.
000230*        WHETHER A HARD-CLOSED PERIOD REDIRECTS OR HOLDS IS
000240*        SET IN GLPACPY.  THE CURRENT OPEN PERIOD IS THE FIRST
000250*        LATER PERIOD THAT IS OPEN OR HAS NO RECORD; IF NONE IS
000260*        FOUND WITHIN THE GLPACPY SEARCH LIMIT THE ENTRY HOLDS.
000270*        GLPERIOD IS OPENED ON THE FIRST CALL AND HELD OPEN FOR
000280*        THE RUN, AS IN PHONESEL; FUNCTION "C" CLOSES IT.  A
000290*        GLPERIOD NOT YET BUILT CLOSES NOTHING.  A GLPERIOD THAT
000300*        EXISTS BUT WILL NOT OPEN HOLDS EVERY ENTRY - NOTHING
000310*        POSTS UNTIL THE PERIOD CONTROL CAN BE READ.
000320*-----------------------------------------------------------------
000330*    MODIFICATION HISTORY.
000340*        10/15/26  RLH  INITIAL VERSION.
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. GLPERCK.
000380 AUTHOR. R. HOLLOWAY.
000390 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000400 DATE-WRITTEN. 10/15/26.
000410 DATE-COMPILED. 10/15/26.
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PERIOD-FILE ASSIGN TO GLPERIOD
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS GP-PERIOD-KEY
000490         FILE STATUS IS PK-PERD-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  PERIOD-FILE.
000530 COPY glpercpy.
000540 WORKING-STORAGE SECTION.
000550 COPY glpacpy.
000560 01  PK-PERD-STATUS               PIC X(02) VALUE "00".
000570 01  PK-SWITCHES.
000580     05  PK-OPEN-SW               PIC X(01) VALUE "N".
000590         88  PK-NOT-YET-OPEN          VALUE "N".
000600         88  PK-FILE-OPEN             VALUE "Y".
000610         88  PK-FILE-ABSENT           VALUE "A".
000620         88  PK-FILE-ERROR            VALUE "E".
000630     05  PK-FOUND-SW              PIC X(01) VALUE "N".
000640         88  PK-OPEN-FOUND            VALUE "Y".
000650 01  PK-SEARCH-STEPS              PIC 9(02) COMP VALUE 0.
000660 01  PK-NEXT-PERIOD               PIC 9(06).
000670 01  PK-NEXT-PERIOD-R REDEFINES PK-NEXT-PERIOD.
000680     05  PK-NEXT-YYYY             PIC 9(04).
000690     05  PK-NEXT-MM               PIC 9(02).
000700*    THE LAST ANSWER GIVEN - A JOURNAL ARRIVES IN COMPANY ORDER,
000710*    SO MOST CALLS REPEAT THE ONE BEFORE.
000720 01  PK-LAST-ANSWER.
000730     05  PK-LAST-COMPANY          PIC X(02) VALUE SPACES.
000740     05  PK-LAST-PERIOD           PIC 9(06) VALUE 0.
000750     05  PK-LAST-RESULT           PIC X(01) VALUE SPACE.
000760     05  PK-LAST-POST-PERIOD      PIC 9(06) VALUE 0.
000770 LINKAGE SECTION.
000780 01  LK-FUNCTION                  PIC X(01).
000790 01  LK-COMPANY-CODE              PIC X(02).
000800 01  LK-PERIOD                    PIC 9(06).
000810 01  LK-RESULT                    PIC X(01).
000820     88  LK-POST-OPEN                 VALUE "O".
000830     88  LK-POST-SOFT-CLOSED          VALUE "S".
000840     88  LK-REDIRECT                  VALUE "R".
000850     88  LK-HOLD                      VALUE "H".
000860 01  LK-POST-PERIOD               PIC 9(06).
000870 PROCEDURE DIVISION USING LK-FUNCTION
000880                          LK-COMPANY-CODE
000890                          LK-PERIOD
000900                          LK-RESULT
000910                          LK-POST-PERIOD.
000920 0000-MAINLINE.
000930     IF LK-FUNCTION = "C"
000940         PERFORM 8000-CLOSE-PERIODS THRU 8000-EXIT
000950     ELSE
000960         PERFORM 1000-OPEN-PERIODS THRU 1000-EXIT
000970         PERFORM 2000-CHECK-PERIOD THRU 2000-EXIT
000980     END-IF.
000990     GOBACK.
001000*-----------------------------------------------------------------
001010* FIRST CALL ONLY.  NO GLPERIOD YET (STATUS 35) IS NOT AN ERROR -
001020* ACCOUNTING HAS CLOSED NOTHING.  ANY OTHER OPEN FAILURE IS SHOWN
001030* AND EVERY ENTRY IS THEN HELD - A PERIOD CONTROL FILE THAT
001040* CANNOT BE READ MUST NOT LET A CLOSED PERIOD TAKE POSTINGS.
001050*-----------------------------------------------------------------
001060 1000-OPEN-PERIODS.
001070     IF NOT PK-NOT-YET-OPEN
001080         GO TO 1000-EXIT
001090     END-IF.
001100     OPEN INPUT PERIOD-FILE.
001110     IF PK-PERD-STATUS = "00"
001120         SET PK-FILE-OPEN TO TRUE
001130     ELSE
001140         IF PK-PERD-STATUS = "35"
001150             SET PK-FILE-ABSENT TO TRUE
001160         ELSE
001170             DISPLAY "GLPERCK - GLPERIOD OPEN ERROR "
001180                     PK-PERD-STATUS " - ALL ENTRIES HELD"
001190             SET PK-FILE-ERROR TO TRUE
001200         END-IF
001210     END-IF.
001220 1000-EXIT.
001230     EXIT.
001240 2000-CHECK-PERIOD.
001250     IF PK-FILE-ERROR
001260         SET LK-HOLD TO TRUE
001270         MOVE LK-PERIOD TO LK-POST-PERIOD
001280         GO TO 2000-EXIT
001290     END-IF.
001300     IF LK-COMPANY-CODE = PK-LAST-COMPANY
001310        AND LK-PERIOD = PK-LAST-PERIOD
001320         MOVE PK-LAST-RESULT      TO LK-RESULT
001330         MOVE PK-LAST-POST-PERIOD TO LK-POST-PERIOD
001340         GO TO 2000-EXIT
001350     END-IF.
001360     SET LK-POST-OPEN TO TRUE.
001370     MOVE LK-PERIOD TO LK-POST-PERIOD.
001380     IF NOT PK-FILE-OPEN
001390         GO TO 2000-SAVE-ANSWER
001400     END-IF.
001410     MOVE LK-COMPANY-CODE TO GP-COMPANY-CODE.
001420     MOVE LK-PERIOD       TO GP-PERIOD.
001430     READ PERIOD-FILE
001440         INVALID KEY
001450             GO TO 2000-SAVE-ANSWER
001460     END-READ.
001470     EVALUATE TRUE
001480         WHEN GP-STATUS-SOFT-CLOSED
001490             SET LK-POST-SOFT-CLOSED TO TRUE
001500         WHEN GP-STATUS-HARD-CLOSED
001510             IF GA-HOLD-CLOSED
001520                 SET LK-HOLD TO TRUE
001530             ELSE
001540                 PERFORM 2100-FIND-OPEN-PERIOD THRU 2100-EXIT
001550             END-IF
001560         WHEN OTHER
001570             CONTINUE
001580     END-EVALUATE.
001590 2000-SAVE-ANSWER.
001600     MOVE LK-COMPANY-CODE TO PK-LAST-COMPANY.
001610     MOVE LK-PERIOD       TO PK-LAST-PERIOD.
001620     MOVE LK-RESULT       TO PK-LAST-RESULT.
001630     MOVE LK-POST-PERIOD  TO PK-LAST-POST-PERIOD.
001640 2000-EXIT.
001650     EXIT.
001660*-----------------------------------------------------------------
001670* WALK FORWARD A MONTH AT A TIME FROM THE CLOSED PERIOD.  A
001680* SOFT-CLOSED MONTH IS PASSED OVER AS WELL - ITS FINAL JOURNAL
001690* IS ALREADY WITH ACCOUNTING.
001700*-----------------------------------------------------------------
001710 2100-FIND-OPEN-PERIOD.
001720     MOVE LK-PERIOD TO PK-NEXT-PERIOD.
001730     MOVE 0 TO PK-SEARCH-STEPS.
001740     MOVE "N" TO PK-FOUND-SW.
001750     PERFORM 2150-TRY-NEXT-MONTH THRU 2150-EXIT
001760         UNTIL PK-OPEN-FOUND
001770            OR PK-SEARCH-STEPS NOT < GA-PERIOD-SEARCH-MAX.
001780     IF PK-OPEN-FOUND
001790         SET LK-REDIRECT TO TRUE
001800         MOVE PK-NEXT-PERIOD TO LK-POST-PERIOD
001810     ELSE
001820         DISPLAY "GLPERCK - NO OPEN PERIOD AFTER " LK-PERIOD
001830                 " FOR COMPANY " LK-COMPANY-CODE
001840         SET LK-HOLD TO TRUE
001850     END-IF.
001860 2100-EXIT.
001870     EXIT.
001880 2150-TRY-NEXT-MONTH.
001890     ADD 1 TO PK-SEARCH-STEPS.
001900     IF PK-NEXT-MM = 12
001910         ADD 1 TO PK-NEXT-YYYY
001920         MOVE 1 TO PK-NEXT-MM
001930     ELSE
001940         ADD 1 TO PK-NEXT-MM
001950     END-IF.
001960     MOVE LK-COMPANY-CODE TO GP-COMPANY-CODE.
001970     MOVE PK-NEXT-PERIOD  TO GP-PERIOD.
001980     READ PERIOD-FILE
001990         INVALID KEY
002000             SET PK-OPEN-FOUND TO TRUE
002010             GO TO 2150-EXIT
002020     END-READ.
002030     IF GP-STATUS-OPEN
002040         SET PK-OPEN-FOUND TO TRUE
002050     END-IF.
002060 2150-EXIT.
002070     EXIT.
002080 8000-CLOSE-PERIODS.
002090     IF PK-FILE-OPEN
002100         CLOSE PERIOD-FILE
002110     END-IF.
002120     SET PK-NOT-YET-OPEN TO TRUE.
002130     MOVE SPACES TO PK-LAST-COMPANY.
002140     MOVE 0      TO PK-LAST-PERIOD.
002150 8000-EXIT.
002160     EXIT.
