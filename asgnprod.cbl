000010*****************************************************************
000020*    PROGRAM-ID.  ASGNPROD
000030*    AUTHOR.      R. HOLLOWAY, BATCH SUPPORT GROUP.
000040*    INSTALLATION. DAILY RECONCILIATION SYSTEM.
000050*    DATE-WRITTEN. 10/15/26.
000060*    DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    REMARKS.
000090*        WEEKLY ANALYST PRODUCTIVITY REPORT.  RUNS ON THE LAST
000100*        BUSINESS DAY OF THE WEEK AND READS THE ASGNHIST
000110*        ASSIGNMENT HISTORY (AHSTCPY LAYOUT) THAT EXCASGN
000120*        KEEPS FOR SUBVERB, SUBMERGE AND EXCPMNT.  FOR EACH
000130*        ANALYST WITH ANY EVENT IN THE SEVEN DAYS ENDING TODAY
000140*        IT SHOWS THE EXCEPTIONS ASSIGNED TO THEM (NIGHTLY OR
000150*        BY REASSIGNMENT), THE ONES REASSIGNED AWAY FROM THEM,
000160*        THE ONES THEY RESOLVED, THE ONES WRITTEN OFF, AND THE
000170*        AVERAGE DAYS FROM ASSIGNMENT TO RESOLUTION, WITH
000180*        TOTALS FOR THE TEAM.  THE NAME COMES FROM OPERMST.
000190*        WRITES THE ASGNPRPT PRINT REPORT.  NO HISTORY YET
000200*        WRITES AN EMPTY REPORT.
000210*-----------------------------------------------------------------
000220*    MODIFICATION HISTORY.
000230*        10/15/26  RLH  INITIAL VERSION.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. ASGNPROD.
000270 AUTHOR. R. HOLLOWAY.
000280 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000290 DATE-WRITTEN. 10/15/26.
000300 DATE-COMPILED. 10/15/26.
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT ASSIGN-HISTORY ASSIGN TO ASGNHIST
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS PD-HIST-STATUS.
000370     SELECT OPERATOR-MASTER ASSIGN TO OPERMST
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS OP-OPERATOR-ID
000410         FILE STATUS IS PD-OPER-STATUS.
000420     SELECT PRODUCTIVITY-REPORT ASSIGN TO ASGNPRPT
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS PD-PRPT-STATUS.
000450     SELECT EVENT-SORT-FILE ASSIGN TO SORTWK01.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  ASSIGN-HISTORY.
000490 COPY ahstcpy.
000500 FD  OPERATOR-MASTER.
000510 COPY opercpy.
000520 FD  PRODUCTIVITY-REPORT.
000530 01  PRODUCTIVITY-REPORT-LINE    PIC X(100).
000540 SD  EVENT-SORT-FILE.
000550 01  EVENT-SORT-RECORD.
000560     05  SE-ANALYST-ID           PIC X(08).
000570     05  SE-EVENT-TYPE           PIC X(01).
000580         88  SE-EVENT-ASSIGNED       VALUE "A".
000590         88  SE-EVENT-TAKEN-AWAY     VALUE "T".
000600         88  SE-EVENT-RESOLVED       VALUE "D".
000610         88  SE-EVENT-WRITTEN-OFF    VALUE "W".
000620     05  SE-DAYS-TO-RESOLVE      PIC 9(05).
000630 WORKING-STORAGE SECTION.
000640 01  PD-FILE-STATUSES.
000650     05  PD-HIST-STATUS           PIC X(02) VALUE "00".
000660     05  PD-OPER-STATUS           PIC X(02) VALUE "00".
000670     05  PD-PRPT-STATUS           PIC X(02) VALUE "00".
000680 01  PD-SWITCHES.
000690     05  PD-HIST-EOF-SW           PIC X(01) VALUE "N".
000700         88  PD-HIST-EOF              VALUE "Y".
000710     05  PD-SORT-EOF-SW           PIC X(01) VALUE "N".
000720         88  PD-SORT-EOF              VALUE "Y".
000730     05  PD-OPER-SW               PIC X(01) VALUE "N".
000740         88  PD-OPER-AVAILABLE        VALUE "Y".
000750 01  PD-TODAY-DATE                PIC 9(08).
000760 01  PD-WEEK-START-DATE           PIC 9(08).
000770 01  PD-CURRENT-ANALYST           PIC X(08) VALUE SPACES.
000780 01  PD-ANALYST-NAME              PIC X(20).
000790*-----------------------------------------------------------------
000800* ONE SET FOR THE ANALYST BEING TOTALLED, ONE FOR THE TEAM.
000810*-----------------------------------------------------------------
000820 01  PD-ANALYST-COUNTS.
000830     05  PD-AN-ASSIGNED           PIC 9(05) VALUE 0.
000840     05  PD-AN-TAKEN-AWAY         PIC 9(05) VALUE 0.
000850     05  PD-AN-RESOLVED           PIC 9(05) VALUE 0.
000860     05  PD-AN-WRITTEN-OFF        PIC 9(05) VALUE 0.
000870     05  PD-AN-DAYS               PIC 9(09) VALUE 0.
000880 01  PD-TEAM-COUNTS.
000890     05  PD-TM-ASSIGNED           PIC 9(07) VALUE 0.
000900     05  PD-TM-TAKEN-AWAY         PIC 9(07) VALUE 0.
000910     05  PD-TM-RESOLVED           PIC 9(07) VALUE 0.
000920     05  PD-TM-WRITTEN-OFF        PIC 9(07) VALUE 0.
000930     05  PD-TM-DAYS               PIC 9(09) VALUE 0.
000940     05  PD-TM-ANALYSTS           PIC 9(05) VALUE 0.
000950 01  PD-READ-COUNT                PIC 9(07) VALUE 0.
000960 01  PD-SELECTED-COUNT            PIC 9(07) VALUE 0.
000970 01  PD-AVERAGE-DAYS              PIC 9(05)V9(01).
000980 01  PD-EDIT-ASSIGNED             PIC Z,ZZZ,ZZ9.
000990 01  PD-EDIT-TAKEN-AWAY           PIC Z,ZZZ,ZZ9.
001000 01  PD-EDIT-RESOLVED             PIC Z,ZZZ,ZZ9.
001010 01  PD-EDIT-WRITTEN-OFF          PIC Z,ZZZ,ZZ9.
001020 01  PD-EDIT-AVERAGE              PIC ZZ,ZZ9.9.
001030 01  PD-EDIT-COUNT                PIC Z,ZZZ,ZZ9.
001040 01  PD-AUDIT-DETAIL              PIC X(50).
001050 PROCEDURE DIVISION.
001060 0000-MAINLINE.
001070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001080     PERFORM 2000-SUMMARIZE-WEEK THRU 2000-EXIT.
001090     PERFORM 8000-WRITE-TEAM-TOTALS THRU 8000-EXIT.
001100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001110     MOVE 0 TO RETURN-CODE.
001120     GOBACK.
001130*-----------------------------------------------------------------
001140* THE WEEK IS THE SEVEN DAYS ENDING TODAY, WHATEVER DAY THE
001150* STREAM RUNS IT ON.  OPERMST ONLY SUPPLIES THE NAMES.
001160*-----------------------------------------------------------------
001170 1000-INITIALIZE.
001180     ACCEPT PD-TODAY-DATE FROM DATE YYYYMMDD.
001190     COMPUTE PD-WEEK-START-DATE =
001200         FUNCTION DATE-OF-INTEGER
001210             (FUNCTION INTEGER-OF-DATE (PD-TODAY-DATE) - 6).
001220     OPEN INPUT OPERATOR-MASTER.
001230     IF PD-OPER-STATUS = "00"
001240         SET PD-OPER-AVAILABLE TO TRUE
001250     ELSE
001260         IF PD-OPER-STATUS NOT = "35"
001270             DISPLAY "ASGNPROD - OPERMST OPEN ERROR "
001280                     PD-OPER-STATUS
001290             MOVE 99 TO RETURN-CODE
001300             GOBACK
001310         END-IF
001320     END-IF.
001330     OPEN OUTPUT PRODUCTIVITY-REPORT.
001340     IF PD-PRPT-STATUS NOT = "00"
001350         DISPLAY "ASGNPROD - ASGNPRPT OPEN ERROR " PD-PRPT-STATUS
001360         MOVE 99 TO RETURN-CODE
001370         GOBACK
001380     END-IF.
001390     MOVE "ANALYST PRODUCTIVITY REPORT BEGUN" TO PD-AUDIT-DETAIL.
001400     CALL "AUDITLOG" USING "ASGNPROD  "
001410                            "START     "
001420                            PD-AUDIT-DETAIL.
001430     MOVE SPACES TO PRODUCTIVITY-REPORT-LINE.
001440     STRING "ANALYST PRODUCTIVITY - WEEK "  DELIMITED BY SIZE
001450            PD-WEEK-START-DATE              DELIMITED BY SIZE
001460            " THROUGH "                     DELIMITED BY SIZE
001470            PD-TODAY-DATE                   DELIMITED BY SIZE
001480       INTO PRODUCTIVITY-REPORT-LINE.
001490     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
001500     MOVE SPACES TO PRODUCTIVITY-REPORT-LINE.
001510     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
001520     MOVE SPACES TO PRODUCTIVITY-REPORT-LINE.
001530     STRING "ANALYST  NAME                 "    DELIMITED BY SIZE
001540            " ASSIGNED REASSIGNED  RESOLVED"  DELIMITED BY SIZE
001550            " WRITTEN-OFF  AVG DAYS"          DELIMITED BY SIZE
001560       INTO PRODUCTIVITY-REPORT-LINE.
001570     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
001580 1000-EXIT.
001590     EXIT.
001600*-----------------------------------------------------------------
001610* THE WEEK'S EVENTS ARE SORTED INTO ANALYST ORDER AND TOTALLED
001620* AT EACH ANALYST BREAK.
001630*-----------------------------------------------------------------
001640 2000-SUMMARIZE-WEEK.
001650     SORT EVENT-SORT-FILE
001660         ON ASCENDING KEY SE-ANALYST-ID
001670         INPUT PROCEDURE IS 2100-RELEASE-EVENTS THRU 2100-EXIT
001680         OUTPUT PROCEDURE IS 3000-TOTAL-ANALYSTS THRU 3000-EXIT.
001690 2000-EXIT.
001700     EXIT.
001710 2100-RELEASE-EVENTS.
001720     OPEN INPUT ASSIGN-HISTORY.
001730     IF PD-HIST-STATUS = "35"
001740         DISPLAY "ASGNPROD - NO ASSIGNMENT HISTORY ON FILE YET."
001750         GO TO 2100-EXIT
001760     END-IF.
001770     IF PD-HIST-STATUS NOT = "00"
001780         DISPLAY "ASGNPROD - ASGNHIST OPEN ERROR " PD-HIST-STATUS
001790         MOVE 99 TO RETURN-CODE
001800         GOBACK
001810     END-IF.
001820     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
001830     PERFORM 2200-RELEASE-ONE-EVENT THRU 2200-EXIT
001840         UNTIL PD-HIST-EOF.
001850     CLOSE ASSIGN-HISTORY.
001860 2100-EXIT.
001870     EXIT.
001880*-----------------------------------------------------------------
001890* ONLY THIS WEEK'S EVENTS, AND ONLY THOSE NAMING AN ANALYST.
001900*-----------------------------------------------------------------
001910 2200-RELEASE-ONE-EVENT.
001920     IF AH-EVENT-DATE NOT < PD-WEEK-START-DATE
001930        AND AH-EVENT-DATE NOT > PD-TODAY-DATE
001940        AND AH-ANALYST-ID NOT = SPACES
001950         MOVE AH-ANALYST-ID      TO SE-ANALYST-ID
001960         MOVE AH-EVENT-TYPE      TO SE-EVENT-TYPE
001970         MOVE AH-DAYS-TO-RESOLVE TO SE-DAYS-TO-RESOLVE
001980         RELEASE EVENT-SORT-RECORD
001990         ADD 1 TO PD-SELECTED-COUNT
002000     END-IF.
002010     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
002020 2200-EXIT.
002030     EXIT.
002040 2900-READ-HISTORY.
002050     READ ASSIGN-HISTORY
002060         AT END SET PD-HIST-EOF TO TRUE
002070     END-READ.
002080     IF NOT PD-HIST-EOF
002090         ADD 1 TO PD-READ-COUNT
002100     END-IF.
002110 2900-EXIT.
002120     EXIT.
002130 3000-TOTAL-ANALYSTS.
002140     PERFORM 3900-RETURN-EVENT THRU 3900-EXIT.
002150     PERFORM 3100-TOTAL-ONE-EVENT THRU 3100-EXIT
002160         UNTIL PD-SORT-EOF.
002170     IF PD-CURRENT-ANALYST NOT = SPACES
002180         PERFORM 3300-WRITE-ANALYST-LINE THRU 3300-EXIT
002190     END-IF.
002200 3000-EXIT.
002210     EXIT.
002220 3100-TOTAL-ONE-EVENT.
002230     IF SE-ANALYST-ID NOT = PD-CURRENT-ANALYST
002240         IF PD-CURRENT-ANALYST NOT = SPACES
002250             PERFORM 3300-WRITE-ANALYST-LINE THRU 3300-EXIT
002260         END-IF
002270         MOVE SE-ANALYST-ID TO PD-CURRENT-ANALYST
002280         MOVE 0 TO PD-AN-ASSIGNED
002290                   PD-AN-TAKEN-AWAY
002300                   PD-AN-RESOLVED
002310                   PD-AN-WRITTEN-OFF
002320                   PD-AN-DAYS
002330     END-IF.
002340     EVALUATE TRUE
002350         WHEN SE-EVENT-ASSIGNED
002360             ADD 1 TO PD-AN-ASSIGNED
002370         WHEN SE-EVENT-TAKEN-AWAY
002380             ADD 1 TO PD-AN-TAKEN-AWAY
002390         WHEN SE-EVENT-RESOLVED
002400             ADD 1 TO PD-AN-RESOLVED
002410             ADD SE-DAYS-TO-RESOLVE TO PD-AN-DAYS
002420         WHEN SE-EVENT-WRITTEN-OFF
002430             ADD 1 TO PD-AN-WRITTEN-OFF
002440     END-EVALUATE.
002450     PERFORM 3900-RETURN-EVENT THRU 3900-EXIT.
002460 3100-EXIT.
002470     EXIT.
002480*-----------------------------------------------------------------
002490* THE AVERAGE IS OVER THE ITEMS RESOLVED THIS WEEK; AN ANALYST
002500* WHO RESOLVED NOTHING SHOWS ZERO.
002510*-----------------------------------------------------------------
002520 3300-WRITE-ANALYST-LINE.
002530     MOVE SPACES TO PD-ANALYST-NAME.
002540     IF PD-OPER-AVAILABLE
002550         MOVE PD-CURRENT-ANALYST TO OP-OPERATOR-ID
002560         READ OPERATOR-MASTER
002570             INVALID KEY
002580                 MOVE "(NOT ON OPERMST)" TO PD-ANALYST-NAME
002590             NOT INVALID KEY
002600                 MOVE OP-OPERATOR-NAME TO PD-ANALYST-NAME
002610         END-READ
002620     END-IF.
002630     MOVE 0 TO PD-AVERAGE-DAYS.
002640     IF PD-AN-RESOLVED > 0
002650         COMPUTE PD-AVERAGE-DAYS ROUNDED =
002660             PD-AN-DAYS / PD-AN-RESOLVED
002670     END-IF.
002680     MOVE PD-AN-ASSIGNED    TO PD-EDIT-ASSIGNED.
002690     MOVE PD-AN-TAKEN-AWAY  TO PD-EDIT-TAKEN-AWAY.
002700     MOVE PD-AN-RESOLVED    TO PD-EDIT-RESOLVED.
002710     MOVE PD-AN-WRITTEN-OFF TO PD-EDIT-WRITTEN-OFF.
002720     MOVE PD-AVERAGE-DAYS   TO PD-EDIT-AVERAGE.
002730     MOVE SPACES TO PRODUCTIVITY-REPORT-LINE.
002740     STRING PD-CURRENT-ANALYST   DELIMITED BY SIZE
002750            " "                  DELIMITED BY SIZE
002760            PD-ANALYST-NAME      DELIMITED BY SIZE
002770            " "                  DELIMITED BY SIZE
002780            PD-EDIT-ASSIGNED     DELIMITED BY SIZE
002790            "  "                 DELIMITED BY SIZE
002800            PD-EDIT-TAKEN-AWAY   DELIMITED BY SIZE
002810            " "                  DELIMITED BY SIZE
002820            PD-EDIT-RESOLVED     DELIMITED BY SIZE
002830            "   "                DELIMITED BY SIZE
002840            PD-EDIT-WRITTEN-OFF  DELIMITED BY SIZE
002850            "  "                 DELIMITED BY SIZE
002860            PD-EDIT-AVERAGE      DELIMITED BY SIZE
002870       INTO PRODUCTIVITY-REPORT-LINE.
002880     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
002890     ADD 1                 TO PD-TM-ANALYSTS.
002900     ADD PD-AN-ASSIGNED    TO PD-TM-ASSIGNED.
002910     ADD PD-AN-TAKEN-AWAY  TO PD-TM-TAKEN-AWAY.
002920     ADD PD-AN-RESOLVED    TO PD-TM-RESOLVED.
002930     ADD PD-AN-WRITTEN-OFF TO PD-TM-WRITTEN-OFF.
002940     ADD PD-AN-DAYS        TO PD-TM-DAYS.
002950 3300-EXIT.
002960     EXIT.
002970 3900-RETURN-EVENT.
002980     RETURN EVENT-SORT-FILE
002990         AT END SET PD-SORT-EOF TO TRUE
003000     END-RETURN.
003010 3900-EXIT.
003020     EXIT.
003030 7500-WRITE-REPORT-LINE.
003040     WRITE PRODUCTIVITY-REPORT-LINE.
003050     IF PD-PRPT-STATUS NOT = "00"
003060         DISPLAY "ASGNPROD - ASGNPRPT WRITE ERROR "
003070                 PD-PRPT-STATUS
003080         MOVE 99 TO RETURN-CODE
003090         GOBACK
003100     END-IF.
003110 7500-EXIT.
003120     EXIT.
003130 8000-WRITE-TEAM-TOTALS.
003140     MOVE 0 TO PD-AVERAGE-DAYS.
003150     IF PD-TM-RESOLVED > 0
003160         COMPUTE PD-AVERAGE-DAYS ROUNDED =
003170             PD-TM-DAYS / PD-TM-RESOLVED
003180     END-IF.
003190     MOVE PD-TM-ASSIGNED    TO PD-EDIT-ASSIGNED.
003200     MOVE PD-TM-TAKEN-AWAY  TO PD-EDIT-TAKEN-AWAY.
003210     MOVE PD-TM-RESOLVED    TO PD-EDIT-RESOLVED.
003220     MOVE PD-TM-WRITTEN-OFF TO PD-EDIT-WRITTEN-OFF.
003230     MOVE PD-AVERAGE-DAYS   TO PD-EDIT-AVERAGE.
003240     MOVE SPACES TO PRODUCTIVITY-REPORT-LINE.
003250     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
003260     STRING "TEAM TOTAL                    " DELIMITED BY SIZE
003270            PD-EDIT-ASSIGNED     DELIMITED BY SIZE
003280            "  "                 DELIMITED BY SIZE
003290            PD-EDIT-TAKEN-AWAY   DELIMITED BY SIZE
003300            " "                  DELIMITED BY SIZE
003310            PD-EDIT-RESOLVED     DELIMITED BY SIZE
003320            "   "                DELIMITED BY SIZE
003330            PD-EDIT-WRITTEN-OFF  DELIMITED BY SIZE
003340            "  "                 DELIMITED BY SIZE
003350            PD-EDIT-AVERAGE      DELIMITED BY SIZE
003360       INTO PRODUCTIVITY-REPORT-LINE.
003370     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
003380     MOVE PD-TM-ANALYSTS TO PD-EDIT-COUNT.
003390     MOVE SPACES TO PRODUCTIVITY-REPORT-LINE.
003400     STRING "ANALYSTS WITH ACTIVITY THIS WEEK: " DELIMITED BY SIZE
003410            PD-EDIT-COUNT                        DELIMITED BY SIZE
003420       INTO PRODUCTIVITY-REPORT-LINE.
003430     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
003440     DISPLAY "ASGNPROD - " PRODUCTIVITY-REPORT-LINE.
003450 8000-EXIT.
003460     EXIT.
003470 9000-TERMINATE.
003480     MOVE PD-SELECTED-COUNT TO PD-EDIT-COUNT.
003490     MOVE SPACES TO PD-AUDIT-DETAIL.
003500     STRING "RUN COMPLETE - EVENTS: " DELIMITED BY SIZE
003510            PD-EDIT-COUNT             DELIMITED BY SIZE
003520       INTO PD-AUDIT-DETAIL.
003530     CALL "AUDITLOG" USING "ASGNPROD  "
003540                            "END       "
003550                            PD-AUDIT-DETAIL.
003560     IF PD-OPER-AVAILABLE
003570         CLOSE OPERATOR-MASTER
003580     END-IF.
003590     CLOSE PRODUCTIVITY-REPORT.
003600 9000-EXIT.
003610     EXIT.
