000140*        STEADILY IN ONE DIRECTION OVER ITS LAST N RUNS.  THE
000150*        TOLERANCE IS THE SAME SVTOLCPY VALUE SUBVERB USES, SO
000160*        THIS REPORT AND THE NIGHTLY EXCEPTION LISTING NEVER
000170*        DISAGREE ABOUT WHAT "OUT OF TOLERANCE" MEANS.  THE
000180*        PART OF A NIGHT'S VARIANCE MADE UP BY A WRITE-OFF
000190*        ADJUSTMENT IS LEFT OUT - A WRITE-OFF IS NOT A TREND.
000200*-----------------------------------------------------------------
000210*    MODIFICATION HISTORY.
000220*        08/21/26  RLH  INITIAL VERSION.
000230*        10/15/26  RLH  VARHIST ROWS CARRY A WRITE-OFF FLAG AND
000240*                       AMOUNT; A FLAGGED ROW IS JUDGED ON ITS
000250*                       VARIANCE LESS THE WRITE-OFF AMOUNT.
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. VARTREND.
000290 AUTHOR. R. HOLLOWAY.
000300 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000310 DATE-WRITTEN. 08/21/26.
000320 DATE-COMPILED. 08/21/26.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT VARIANCE-HISTORY ASSIGN TO VARHIST
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS VT-HIST-STATUS.
000390     SELECT TREND-REPORT ASSIGN TO VTRNDRPT
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS VT-TRPT-STATUS.
000420     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  VARIANCE-HISTORY.
000460 COPY vhistcpy.
000470 FD  TREND-REPORT.
000480 01  TREND-REPORT-LINE           PIC X(70).
000490 SD  SORT-WORK-FILE.
000500 01  SORT-WORK-RECORD.
000510     05  SD-ACCOUNT-ID           PIC X(10).
000520     05  SD-RUN-DATE             PIC 9(08).
000530     05  SD-VARIANCE             PIC S9(7)V9(2).
000540     05  SD-WRITEOFF-FLAG        PIC X(01).
000550         88  SD-WRITEOFF-ADJUSTED    VALUE "W".
000560     05  SD-WRITEOFF-AMT         PIC S9(7)V9(2).
000570 WORKING-STORAGE SECTION.
000580*-----------------------------------------------------------------
000590* AN ACCOUNT IS FLAGGED AFTER THIS MANY CONSECUTIVE RUNS OUT OF
000600* TOLERANCE, OR THIS MANY RUNS MOVING STEADILY ONE WAY.  CHANGE
000610* THE VALUE HERE WHEN COLLECTIONS WANTS A LONGER OR SHORTER
000620* LOOK-BACK - THE COMPARISON LOGIC BELOW NEVER CHANGES.
000630*-----------------------------------------------------------------
000640 77  VT-FLAG-THRESHOLD            PIC 9(02) VALUE 3.
000650 COPY svtolcpy.
000660 01  VT-FILE-STATUSES.
000670     05  VT-HIST-STATUS           PIC X(02) VALUE "00".
000680     05  VT-TRPT-STATUS           PIC X(02) VALUE "00".
000690 01  VT-SWITCHES.
000700     05  VT-SORT-EOF-SW           PIC X(01) VALUE "N".
000710         88  VT-SORT-EOF              VALUE "Y".
000720     05  VT-FIRST-ENTRY-SW        PIC X(01) VALUE "Y".
000730         88  VT-FIRST-ENTRY           VALUE "Y".
000740 01  VT-CURRENT-ACCOUNT           PIC X(10) VALUE SPACES.
000750 01  VT-PREV-VARIANCE             PIC S9(7)V9(2) VALUE 0.
000760 01  VT-ENTRY-VARIANCE            PIC S9(7)V9(2) VALUE 0.
000770 01  VT-TREND-DIRECTION           PIC X(01) VALUE SPACE.
000780 01  VT-COUNTS.
000790     05  VT-STREAK-COUNT          PIC 9(05) VALUE 0.
000800     05  VT-TREND-RUN             PIC 9(05) VALUE 0.
000810     05  VT-ENTRY-COUNT           PIC 9(05) VALUE 0.
000820     05  VT-FLAGGED-COUNT         PIC 9(05) VALUE 0.
000830 01  VT-EDIT-RUNS                 PIC ZZ,ZZ9.
000840 01  VT-EDIT-FLAGGED              PIC ZZZ,ZZ9.
000850 01  VT-AUDIT-DETAIL              PIC X(50).
000860 PROCEDURE DIVISION.
000870 0000-MAINLINE.
000880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000890     SORT SORT-WORK-FILE
000900         ON ASCENDING KEY SD-ACCOUNT-ID
000910                          SD-RUN-DATE
000920         USING VARIANCE-HISTORY
000930         OUTPUT PROCEDURE IS 3000-SCAN-SORTED THRU 3000-EXIT.
000940     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.
000950     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000960     MOVE 0 TO RETURN-CODE.
000970     GOBACK.
000980 1000-INITIALIZE.
000990*    PROBE THE HISTORY FILE FIRST - A RUN BEFORE SUBVERB HAS
001000*    EVER WRITTEN A ROW FAILS WITH THE STANDARD OPEN-ERROR
001010*    MESSAGE INSTEAD OF DYING INSIDE THE SORT.
001020     OPEN INPUT VARIANCE-HISTORY.
001030     IF VT-HIST-STATUS NOT = "00"
001040         DISPLAY "VARTREND - VARHIST OPEN ERROR " VT-HIST-STATUS
001050         MOVE 99 TO RETURN-CODE
001060         GOBACK
001070     END-IF.
001080     CLOSE VARIANCE-HISTORY.
001090     OPEN OUTPUT TREND-REPORT.
001100     IF VT-TRPT-STATUS NOT = "00"
001110         DISPLAY "VARTREND - VTRNDRPT OPEN ERROR " VT-TRPT-STATUS
001120         MOVE 99 TO RETURN-CODE
001130         GOBACK
001140     END-IF.
001150     MOVE "VARIANCE TREND REPORT BEGUN" TO VT-AUDIT-DETAIL.
001160     CALL "AUDITLOG" USING "VARTREND  "
001170                            "START     "
001180                            VT-AUDIT-DETAIL.
001190 1000-EXIT.
001200     EXIT.
001210*-----------------------------------------------------------------
001220* ONE PASS OVER THE SORTED HISTORY.  THE STREAK AND TREND
001230* COUNTERS CARRY THE STATE OF THE RUNS SEEN SO FAR FOR THE
001240* ACCOUNT IN HAND; THE ACCOUNT BREAK DECIDES WHETHER EITHER ONE
001250* EARNS A REPORT LINE.
001260*-----------------------------------------------------------------
001270 3000-SCAN-SORTED.
001280     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
001290     PERFORM 3100-PROCESS-ENTRY THRU 3100-EXIT
001300         UNTIL VT-SORT-EOF.
001310     IF VT-CURRENT-ACCOUNT NOT = SPACES
001320         PERFORM 3500-ACCOUNT-BREAK THRU 3500-EXIT
001330     END-IF.
001340 3000-EXIT.
001350     EXIT.
001360 3100-PROCESS-ENTRY.
001370     IF SD-ACCOUNT-ID NOT = VT-CURRENT-ACCOUNT
001380         IF VT-CURRENT-ACCOUNT NOT = SPACES
001390             PERFORM 3500-ACCOUNT-BREAK THRU 3500-EXIT
001400         END-IF
001410         MOVE SD-ACCOUNT-ID TO VT-CURRENT-ACCOUNT
001420         MOVE 0 TO VT-STREAK-COUNT
001430         MOVE 0 TO VT-TREND-RUN
001440         MOVE 0 TO VT-ENTRY-COUNT
001450         MOVE SPACE TO VT-TREND-DIRECTION
001460         MOVE "Y" TO VT-FIRST-ENTRY-SW
001470     END-IF.
001480     ADD 1 TO VT-ENTRY-COUNT.
001490*    A ROW FROM BEFORE THE WRITE-OFF FLAG READS BACK BLANK.
001500     MOVE SD-VARIANCE TO VT-ENTRY-VARIANCE.
001510     IF SD-WRITEOFF-ADJUSTED
001520         SUBTRACT SD-WRITEOFF-AMT FROM VT-ENTRY-VARIANCE
001530     END-IF.
001540     IF VT-ENTRY-VARIANCE > SV-TOLERANCE-AMT
001550        OR VT-ENTRY-VARIANCE < - SV-TOLERANCE-AMT
001560         ADD 1 TO VT-STREAK-COUNT
001570     ELSE
001580         MOVE 0 TO VT-STREAK-COUNT
001590     END-IF.
001600     PERFORM 3200-TRACK-DIRECTION THRU 3200-EXIT.
001610     MOVE VT-ENTRY-VARIANCE TO VT-PREV-VARIANCE.
001620     MOVE "N" TO VT-FIRST-ENTRY-SW.
001630     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
001640 3100-EXIT.
001650     EXIT.
001660*-----------------------------------------------------------------
001670* A TREND RUN IS A TAIL OF ENTRIES EACH STRICTLY ABOVE (OR EACH
001680* STRICTLY BELOW) THE ENTRY BEFORE IT.  A FLAT OR REVERSING
001690* NIGHT RESTARTS THE RUN IN THE NEW DIRECTION.
001700*-----------------------------------------------------------------
001710 3200-TRACK-DIRECTION.
001720     IF VT-FIRST-ENTRY
001730         MOVE 0 TO VT-TREND-RUN
001740         MOVE SPACE TO VT-TREND-DIRECTION
001750     ELSE
001760         IF VT-ENTRY-VARIANCE > VT-PREV-VARIANCE
001770             IF VT-TREND-DIRECTION = "U"
001780                 ADD 1 TO VT-TREND-RUN
001790             ELSE
001800                 MOVE "U" TO VT-TREND-DIRECTION
001810                 MOVE 1 TO VT-TREND-RUN
001820             END-IF
001830         ELSE
001840             IF VT-ENTRY-VARIANCE < VT-PREV-VARIANCE
001850                 IF VT-TREND-DIRECTION = "D"
001860                     ADD 1 TO VT-TREND-RUN
001870                 ELSE
001880                     MOVE "D" TO VT-TREND-DIRECTION
001890                     MOVE 1 TO VT-TREND-RUN
001900                 END-IF
001910             ELSE
001920                 MOVE 0 TO VT-TREND-RUN
001930                 MOVE SPACE TO VT-TREND-DIRECTION
001940             END-IF
001950         END-IF
001960     END-IF.
001970 3200-EXIT.
001980     EXIT.
001990*-----------------------------------------------------------------
002000* THE STREAK TEST OUTRANKS THE TREND TEST - AN ACCOUNT OUT OF
002010* TOLERANCE N NIGHTS RUNNING IS THE CALL COLLECTIONS WANTS
002020* FIRST.  A TREND RUN OF N-1 COMPARISONS SPANS N RUNS.
002030*-----------------------------------------------------------------
002040 3500-ACCOUNT-BREAK.
002050     IF VT-STREAK-COUNT NOT < VT-FLAG-THRESHOLD
002060         MOVE VT-STREAK-COUNT TO VT-EDIT-RUNS
002070         MOVE SPACES TO TREND-REPORT-LINE
002080         STRING VT-CURRENT-ACCOUNT       DELIMITED BY SIZE
002090                "  OUT OF TOLERANCE"     DELIMITED BY SIZE
002100                VT-EDIT-RUNS             DELIMITED BY SIZE
002110                " CONSECUTIVE RUNS"      DELIMITED BY SIZE
002120           INTO TREND-REPORT-LINE
002130         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
002140         ADD 1 TO VT-FLAGGED-COUNT
002150     ELSE
002160         IF VT-TREND-RUN + 1 NOT < VT-FLAG-THRESHOLD
002170             PERFORM 3600-WRITE-TREND-LINE THRU 3600-EXIT
002180             ADD 1 TO VT-FLAGGED-COUNT
002190         END-IF
002200     END-IF.
002210 3500-EXIT.
002220     EXIT.
002230 3600-WRITE-TREND-LINE.
002240     COMPUTE VT-EDIT-RUNS = VT-TREND-RUN + 1.
002250     MOVE SPACES TO TREND-REPORT-LINE.
002260     IF VT-TREND-DIRECTION = "U"
002270         STRING VT-CURRENT-ACCOUNT       DELIMITED BY SIZE
002280                "  TRENDING UP OVER"     DELIMITED BY SIZE
002290                VT-EDIT-RUNS             DELIMITED BY SIZE
002300                " RUNS"                  DELIMITED BY SIZE
002310           INTO TREND-REPORT-LINE
002320     ELSE
002330         STRING VT-CURRENT-ACCOUNT       DELIMITED BY SIZE
002340                "  TRENDING DOWN OVER"   DELIMITED BY SIZE
002350                VT-EDIT-RUNS             DELIMITED BY SIZE
002360                " RUNS"                  DELIMITED BY SIZE
002370           INTO TREND-REPORT-LINE
002380     END-IF.
002390     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
002400 3600-EXIT.
002410     EXIT.
002420 3900-RETURN-SORTED.
002430     RETURN SORT-WORK-FILE
002440         AT END SET VT-SORT-EOF TO TRUE
002450     END-RETURN.
002460 3900-EXIT.
002470     EXIT.
002480 7500-WRITE-REPORT-LINE.
002490     WRITE TREND-REPORT-LINE.
002500     IF VT-TRPT-STATUS NOT = "00"
002510         DISPLAY "VARTREND - VTRNDRPT WRITE ERROR " VT-TRPT-STATUS
002520         MOVE 99 TO RETURN-CODE
002530         GOBACK
002540     END-IF.
002550 7500-EXIT.
002560     EXIT.
002570 8000-WRITE-TRAILER.
002580     MOVE VT-FLAGGED-COUNT TO VT-EDIT-FLAGGED.
002590     MOVE SPACES TO TREND-REPORT-LINE.
002600     STRING "ACCOUNTS FLAGGED: "  DELIMITED BY SIZE
002610            VT-EDIT-FLAGGED       DELIMITED BY SIZE
002620       INTO TREND-REPORT-LINE.
002630     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
002640     DISPLAY "VARTREND - " TREND-REPORT-LINE.
002650 8000-EXIT.
002660     EXIT.
002670 9000-TERMINATE.
002680     MOVE VT-FLAGGED-COUNT TO VT-EDIT-FLAGGED.
002690     STRING "RUN COMPLETE - FLAGGED: " DELIMITED BY SIZE
002700            VT-EDIT-FLAGGED            DELIMITED BY SIZE
002710       INTO VT-AUDIT-DETAIL.
002720     CALL "AUDITLOG" USING "VARTREND  "
002730                            "END       "
002740                            VT-AUDIT-DETAIL.
002750     CLOSE TREND-REPORT.
002760 9000-EXIT.
002770     EXIT.
