000160*        IS FLAGGED WHEN IT APPROACHES THE BATCH WINDOW, SO
000170*        "SUBVERB HAS BEEN FINISHING LATER EVERY WEEK" IS A
000180*        REPORT LINE INSTEAD OF AN OPERATOR'S MEMORY.  ONLY
000190*        CLEAN AND WARNED STAGE RECORDS CARRY USABLE TIMINGS -
000200*        STARTED, FAILED, BLOCKED, NOT-DUE AND HELD RECORDS ARE
000210*        COUNTED BUT NOT TIMED.
000220*-----------------------------------------------------------------
000230*    MODIFICATION HISTORY.
000240*        09/02/26  RLH  INITIAL VERSION.
000250*        10/15/26  RLH  A WARNED STAGE RAN TO COMPLETION AND IS
000260*                       TIMED LIKE A CLEAN ONE.
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. RUNTREND.
000300 AUTHOR. R. HOLLOWAY.
000310 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000320 DATE-WRITTEN. 09/02/26.
000330 DATE-COMPILED. 09/02/26.
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS RT-RSTA-STATUS.
000400     SELECT TREND-REPORT ASSIGN TO RTRNDRPT
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS RT-TRPT-STATUS.
000430     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  RUN-STATS-FILE.
000470 COPY runctlcpy.
000480 FD  TREND-REPORT.
000490 01  TREND-REPORT-LINE           PIC X(80).
000500 SD  SORT-WORK-FILE.
000510 01  SORT-WORK-RECORD.
000520     05  SD-STAGE-NAME           PIC X(14).
000530     05  SD-START-DATE           PIC 9(08).
000540     05  SD-START-TIME           PIC 9(08).
000550     05  SD-END-DATE             PIC 9(08).
000560     05  SD-END-TIME             PIC 9(08).
000570     05  SD-OUTCOME              PIC X(08).
000580     05  SD-RETURN-CODE          PIC 9(05).
000590 WORKING-STORAGE SECTION.
000600*-----------------------------------------------------------------
000610* A STAGE IS FLAGGED AFTER ITS ELAPSED TIME RISES ON THIS MANY
000620* CONSECUTIVE CLEAN NIGHTS, AND A NIGHT IS FLAGGED WHEN THE
000630* WHOLE CHAIN'S ELAPSED SECONDS REACH THE WARNING MARK BELOW
000640* (THE BATCH WINDOW IS FOUR HOURS - THE WARNING FIRES AT THREE
000650* AND A HALF).  CHANGE THE VALUES HERE, NOT THE LOGIC.
000660*-----------------------------------------------------------------
000670 77  RT-FLAG-THRESHOLD            PIC 9(02) VALUE 3.
000680 77  RT-WINDOW-WARN-SECS          PIC 9(07) VALUE 12600.
000690 01  RT-FILE-STATUSES.
000700     05  RT-RSTA-STATUS           PIC X(02) VALUE "00".
000710     05  RT-TRPT-STATUS           PIC X(02) VALUE "00".
000720 01  RT-SWITCHES.
000730     05  RT-SORT-EOF-SW           PIC X(01) VALUE "N".
000740         88  RT-SORT-EOF              VALUE "Y".
000750     05  RT-FIRST-ENTRY-SW        PIC X(01) VALUE "Y".
000760         88  RT-FIRST-ENTRY           VALUE "Y".
000770     05  RT-NIGHT-FOUND-SW        PIC X(01) VALUE "N".
000780         88  RT-NIGHT-FOUND           VALUE "Y".
000790 01  RT-CURRENT-STAGE             PIC X(14) VALUE SPACES.
000800 01  RT-ELAPSED-SECS              PIC S9(07) COMP VALUE 0.
000810 01  RT-PREV-ELAPSED              PIC S9(07) COMP VALUE 0.
000820 01  RT-RISE-RUN                  PIC 9(05) VALUE 0.
000830 01  RT-TIME-WORK                 PIC 9(08).
000840 01  RT-TIME-WORK-R REDEFINES RT-TIME-WORK.
000850     05  RT-TIME-HH               PIC 9(02).
000860     05  RT-TIME-MM               PIC 9(02).
000870     05  RT-TIME-SS               PIC 9(02).
000880     05  FILLER                   PIC 9(02).
000890 01  RT-TIME-SECONDS              PIC S9(07) COMP VALUE 0.
000900 01  RT-NIGHT-MAX                 PIC 9(02) VALUE 31.
000910 01  RT-NIGHT-SUB                 PIC 9(02) COMP VALUE 0.
000920 01  RT-NIGHT-WORK-SUB            PIC 9(02) COMP VALUE 0.
000930 01  RT-NIGHT-TOTALS.
000940     05  RT-NIGHT-COUNT           PIC 9(02) VALUE 0.
000950     05  RT-NIGHT-ENTRY OCCURS 31 TIMES.
000960         10  RT-NT-DATE           PIC 9(08).
000970         10  RT-NT-SECONDS        PIC 9(07).
000980 01  RT-COUNTS.
000990     05  RT-READ-COUNT            PIC 9(07) VALUE 0.
001000     05  RT-TIMED-COUNT           PIC 9(07) VALUE 0.
001010     05  RT-FLAGGED-COUNT         PIC 9(05) VALUE 0.
001020 01  RT-EDIT-SECONDS              PIC ZZZ,ZZ9.
001030 01  RT-EDIT-COUNT                PIC ZZZ,ZZ9.
001040 01  RT-AUDIT-DETAIL              PIC X(50).
001050 PROCEDURE DIVISION.
001060 0000-MAINLINE.
001070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001080     SORT SORT-WORK-FILE
001090         ON ASCENDING KEY SD-STAGE-NAME
001100                          SD-START-DATE
001110                          SD-START-TIME
001120         USING RUN-STATS-FILE
001130         OUTPUT PROCEDURE IS 3000-SCAN-SORTED THRU 3000-EXIT.
001140     PERFORM 5000-WRITE-NIGHT-TOTALS THRU 5000-EXIT.
001150     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.
001160     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001170     MOVE 0 TO RETURN-CODE.
001180     GOBACK.
001190 1000-INITIALIZE.
001200*    PROBE THE HISTORY FIRST - A RUN BEFORE DAILYJOB HAS EVER
001210*    PRESERVED A NIGHT FAILS WITH THE STANDARD OPEN-ERROR
001220*    MESSAGE INSTEAD OF DYING INSIDE THE SORT.
001230     OPEN INPUT RUN-STATS-FILE.
001240     IF RT-RSTA-STATUS NOT = "00"
001250         DISPLAY "RUNTREND - RUNSTATS OPEN ERROR " RT-RSTA-STATUS
001260         MOVE 99 TO RETURN-CODE
001270         GOBACK
001280     END-IF.
001290     CLOSE RUN-STATS-FILE.
001300     OPEN OUTPUT TREND-REPORT.
001310     IF RT-TRPT-STATUS NOT = "00"
001320         DISPLAY "RUNTREND - RTRNDRPT OPEN ERROR " RT-TRPT-STATUS
001330         MOVE 99 TO RETURN-CODE
001340         GOBACK
001350     END-IF.
001360     MOVE "BATCH-WINDOW TREND REPORT BEGUN" TO RT-AUDIT-DETAIL.
001370     CALL "AUDITLOG" USING "RUNTREND  "
001380                            "START     "
001390                            RT-AUDIT-DETAIL.
001400 1000-EXIT.
001410     EXIT.
001420*-----------------------------------------------------------------
001430* ONE PASS OVER THE SORTED HISTORY.  THE RISE COUNTER CARRIES
001440* HOW MANY CONSECUTIVE CLEAN NIGHTS THE STAGE IN HAND HAS RUN
001450* LONGER THAN THE NIGHT BEFORE; THE STAGE BREAK DECIDES WHETHER
001460* THAT EARNS THE FLAG LINE.
001470*-----------------------------------------------------------------
001480 3000-SCAN-SORTED.
001490     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
001500     PERFORM 3100-PROCESS-ENTRY THRU 3100-EXIT
001510         UNTIL RT-SORT-EOF.
001520     IF RT-CURRENT-STAGE NOT = SPACES
001530         PERFORM 3500-STAGE-BREAK THRU 3500-EXIT
001540     END-IF.
001550 3000-EXIT.
001560     EXIT.
001570 3100-PROCESS-ENTRY.
001580     ADD 1 TO RT-READ-COUNT.
001590     IF (SD-OUTCOME NOT = "CLEAN" AND SD-OUTCOME NOT = "WARNED")
001600        OR SD-START-DATE = 0
001610        OR SD-END-DATE = 0
001620         GO TO 3100-NEXT
001630     END-IF.
001640     IF SD-STAGE-NAME NOT = RT-CURRENT-STAGE
001650         IF RT-CURRENT-STAGE NOT = SPACES
001660             PERFORM 3500-STAGE-BREAK THRU 3500-EXIT
001670         END-IF
001680         MOVE SD-STAGE-NAME TO RT-CURRENT-STAGE
001690         MOVE 0 TO RT-RISE-RUN
001700         MOVE "Y" TO RT-FIRST-ENTRY-SW
001710     END-IF.
001720     PERFORM 3200-COMPUTE-ELAPSED THRU 3200-EXIT.
001730     ADD 1 TO RT-TIMED-COUNT.
001740     PERFORM 3300-WRITE-STAGE-LINE THRU 3300-EXIT.
001750     IF NOT RT-FIRST-ENTRY
001760         IF RT-ELAPSED-SECS > RT-PREV-ELAPSED
001770             ADD 1 TO RT-RISE-RUN
001780         ELSE
001790             MOVE 0 TO RT-RISE-RUN
001800         END-IF
001810     END-IF.
001820     MOVE RT-ELAPSED-SECS TO RT-PREV-ELAPSED.
001830     MOVE "N" TO RT-FIRST-ENTRY-SW.
001840     PERFORM 3400-POST-NIGHT-TOTAL THRU 3400-EXIT.
001850 3100-NEXT.
001860     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
001870 3100-EXIT.
001880     EXIT.
001890*-----------------------------------------------------------------
001900* ELAPSED SECONDS FROM THE START AND END STAMPS.  THE DAY-NUMBER
001910* CONVERSION KEEPS A STAGE THAT CROSSES MIDNIGHT HONEST.
001920*-----------------------------------------------------------------
001930 3200-COMPUTE-ELAPSED.
001940     MOVE SD-END-TIME TO RT-TIME-WORK.
001950     PERFORM 3250-TIME-TO-SECONDS THRU 3250-EXIT.
001960     COMPUTE RT-ELAPSED-SECS =
001970         (FUNCTION INTEGER-OF-DATE (SD-END-DATE)
001980          - FUNCTION INTEGER-OF-DATE (SD-START-DATE)) * 86400
001990         + RT-TIME-SECONDS.
002000     MOVE SD-START-TIME TO RT-TIME-WORK.
002010     PERFORM 3250-TIME-TO-SECONDS THRU 3250-EXIT.
002020     SUBTRACT RT-TIME-SECONDS FROM RT-ELAPSED-SECS.
002030     IF RT-ELAPSED-SECS < 0
002040         MOVE 0 TO RT-ELAPSED-SECS
002050     END-IF.
002060 3200-EXIT.
002070     EXIT.
002080 3250-TIME-TO-SECONDS.
002090     COMPUTE RT-TIME-SECONDS =
002100         RT-TIME-HH * 3600 + RT-TIME-MM * 60 + RT-TIME-SS.
002110 3250-EXIT.
002120     EXIT.
002130 3300-WRITE-STAGE-LINE.
002140     MOVE RT-ELAPSED-SECS TO RT-EDIT-SECONDS.
002150     MOVE SPACES TO TREND-REPORT-LINE.
002160     STRING SD-STAGE-NAME          DELIMITED BY SIZE
002170            " "                    DELIMITED BY SIZE
002180            SD-START-DATE          DELIMITED BY SIZE
002190            "  ELAPSED"            DELIMITED BY SIZE
002200            RT-EDIT-SECONDS        DELIMITED BY SIZE
002210            " SEC"                 DELIMITED BY SIZE
002220       INTO TREND-REPORT-LINE.
002230     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
002240 3300-EXIT.
002250     EXIT.
002260 3400-POST-NIGHT-TOTAL.
002270     MOVE "N" TO RT-NIGHT-FOUND-SW.
002280     PERFORM 3450-MATCH-NIGHT THRU 3450-EXIT
002290         VARYING RT-NIGHT-WORK-SUB FROM 1 BY 1
002300         UNTIL RT-NIGHT-WORK-SUB > RT-NIGHT-COUNT
002310            OR RT-NIGHT-FOUND.
002320     IF NOT RT-NIGHT-FOUND
002330         IF RT-NIGHT-COUNT NOT < RT-NIGHT-MAX
002340             GO TO 3400-EXIT
002350         END-IF
002360         ADD 1 TO RT-NIGHT-COUNT
002370         MOVE RT-NIGHT-COUNT TO RT-NIGHT-SUB
002380         MOVE SD-START-DATE TO RT-NT-DATE (RT-NIGHT-SUB)
002390         MOVE 0 TO RT-NT-SECONDS (RT-NIGHT-SUB)
002400     END-IF.
002410     ADD RT-ELAPSED-SECS TO RT-NT-SECONDS (RT-NIGHT-SUB).
002420 3400-EXIT.
002430     EXIT.
002440 3450-MATCH-NIGHT.
002450     IF RT-NT-DATE (RT-NIGHT-WORK-SUB) = SD-START-DATE
002460         MOVE RT-NIGHT-WORK-SUB TO RT-NIGHT-SUB
002470         SET RT-NIGHT-FOUND TO TRUE
002480     END-IF.
002490 3450-EXIT.
002500     EXIT.
002510*-----------------------------------------------------------------
002520* A RISE RUN OF N-1 COMPARISONS SPANS N NIGHTS - THE SAME
002530* COUNTING THE VARTREND REPORT USES.
002540*-----------------------------------------------------------------
002550 3500-STAGE-BREAK.
002560     IF RT-RISE-RUN + 1 NOT < RT-FLAG-THRESHOLD
002570         MOVE SPACES TO TREND-REPORT-LINE
002580         STRING RT-CURRENT-STAGE       DELIMITED BY SIZE
002590                " *** ELAPSED TRENDING UP ***" DELIMITED BY SIZE
002600           INTO TREND-REPORT-LINE
002610         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
002620         ADD 1 TO RT-FLAGGED-COUNT
002630     END-IF.
002640 3500-EXIT.
002650     EXIT.
002660 3900-RETURN-SORTED.
002670     RETURN SORT-WORK-FILE
002680         AT END SET RT-SORT-EOF TO TRUE
002690     END-RETURN.
002700 3900-EXIT.
002710     EXIT.
002720*-----------------------------------------------------------------
002730* THE WHOLE-CHAIN VIEW - ONE LINE PER NIGHT, FLAGGED WHEN THE
002740* CHAIN'S TOTAL ELAPSED TIME REACHES THE WARNING MARK.
002750*-----------------------------------------------------------------
002760 5000-WRITE-NIGHT-TOTALS.
002770     PERFORM 5100-WRITE-ONE-NIGHT THRU 5100-EXIT
002780         VARYING RT-NIGHT-SUB FROM 1 BY 1
002790         UNTIL RT-NIGHT-SUB > RT-NIGHT-COUNT.
002800 5000-EXIT.
002810     EXIT.
002820 5100-WRITE-ONE-NIGHT.
002830     MOVE RT-NT-SECONDS (RT-NIGHT-SUB) TO RT-EDIT-SECONDS.
002840     MOVE SPACES TO TREND-REPORT-LINE.
002850     IF RT-NT-SECONDS (RT-NIGHT-SUB) NOT < RT-WINDOW-WARN-SECS
002860         STRING "NIGHT "               DELIMITED BY SIZE
002870                RT-NT-DATE (RT-NIGHT-SUB) DELIMITED BY SIZE
002880                "  TOTAL"              DELIMITED BY SIZE
002890                RT-EDIT-SECONDS        DELIMITED BY SIZE
002900                " SEC *** NEAR BATCH WINDOW ***"
002910                                       DELIMITED BY SIZE
002920           INTO TREND-REPORT-LINE
002930         ADD 1 TO RT-FLAGGED-COUNT
002940     ELSE
002950         STRING "NIGHT "               DELIMITED BY SIZE
002960                RT-NT-DATE (RT-NIGHT-SUB) DELIMITED BY SIZE
002970                "  TOTAL"              DELIMITED BY SIZE
002980                RT-EDIT-SECONDS        DELIMITED BY SIZE
002990                " SEC"                 DELIMITED BY SIZE
003000           INTO TREND-REPORT-LINE
003010     END-IF.
003020     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
003030 5100-EXIT.
003040     EXIT.
003050 7500-WRITE-REPORT-LINE.
003060     WRITE TREND-REPORT-LINE.
003070     IF RT-TRPT-STATUS NOT = "00"
003080         DISPLAY "RUNTREND - RTRNDRPT WRITE ERROR "
003090                 RT-TRPT-STATUS
003100         MOVE 99 TO RETURN-CODE
003110         GOBACK
003120     END-IF.
003130 7500-EXIT.
003140     EXIT.
003150 8000-WRITE-TRAILER.
003160     MOVE RT-FLAGGED-COUNT TO RT-EDIT-COUNT.
003170     MOVE SPACES TO TREND-REPORT-LINE.
003180     STRING "FLAGS RAISED: "     DELIMITED BY SIZE
003190            RT-EDIT-COUNT        DELIMITED BY SIZE
003200       INTO TREND-REPORT-LINE.
003210     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
003220     DISPLAY "RUNTREND - " TREND-REPORT-LINE.
003230 8000-EXIT.
003240     EXIT.
003250 9000-TERMINATE.
003260     MOVE RT-FLAGGED-COUNT TO RT-EDIT-COUNT.
003270     MOVE SPACES TO RT-AUDIT-DETAIL.
003280     STRING "RUN COMPLETE - FLAGS: " DELIMITED BY SIZE
003290            RT-EDIT-COUNT            DELIMITED BY SIZE
003300       INTO RT-AUDIT-DETAIL.
003310     CALL "AUDITLOG" USING "RUNTREND  "
003320                            "END       "
003330                            RT-AUDIT-DETAIL.
003340     CLOSE TREND-REPORT.
003350 9000-EXIT.
003360     EXIT.
