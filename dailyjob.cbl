000060*    DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    REMARKS.
000090*        NIGHTLY CONTROL PROGRAM.  THE NIGHT'S STAGES ARE NOT
000100*        CODED HERE - THEY ARE READ AT START-UP FROM THE JOBSTRM
000110*        JOB-STREAM DEFINITION (JOBSTCPY LAYOUT) THAT
000120*        OPERATIONS MAINTAINS, AND RUN IN FILE ORDER.  EACH
000130*        STAGE PROGRAM RETURNS ITS OWN EXCEPTION COUNT IN THE
000140*        RETURN-CODE SPECIAL REGISTER.  A STAGE RUNS ONLY WHEN
000150*        EVERY STAGE IT DEPENDS ON HAS COMPLETED TONIGHT.  A
000160*        NON-ZERO RETURN-CODE FROM A HALT STAGE LEAVES EVERY
000170*        STAGE DOWNSTREAM OF IT UNRUN SO NOTHING RUNS AGAINST
000180*        DATA A FAILED STAGE MAY HAVE LEFT IN QUESTION, WHILE
000190*        BRANCHES THAT DO NOT DEPEND ON IT CARRY ON; FROM A
000200*        WARN STAGE IT IS REPORTED AND THE STREAM CARRIES ON.
000210*        A STAGE MARKED PERIOD-END RUNS ONLY ON A DAY THE BUSCAL
000220*        CALENDAR MARKS PERIOD-END, ONE MARKED WEEKLY ONLY ON THE
000230*        LAST BUSINESS DAY BEFORE A BUSCAL WEEKEND, AND A HELD
000240*        STAGE IS CARRIED ON THE DEFINITION BUT NOT RUN
000250*        (SUBMERGE IS HELD ON A SINGLE-STREAM INSTALLATION).
000260*        DAILYJOB ENDS WITH A NON-ZERO RETURN-CODE, SO THE
000270*        SCHEDULER FLAGS THE NIGHT AS EXCEPTIONAL, WHEN ANY HALT
000280*        STAGE FAILED.
000290*        GLRLSE IS A SUBPROGRAM CALLED BY SUBVERB AND SUBMERGE,
000300*        NOT A STAGE OF ITS OWN.
000310*        EACH STAGE'S START, END, AND OUTCOME ARE RECORDED ON
000320*        THE RUN-CONTROL FILE (RUNCTL).  WHEN THE PRIOR RUN
000330*        LEFT A STAGE FAILED, BLOCKED OR UNFINISHED, THE NEXT
000340*        INVOCATION COMES UP IN RESTART MODE - STAGES ALREADY
000350*        COMPLETED ARE SKIPPED UNLESS A STAGE THEY DEPEND ON IS
000360*        RERUN, SO A GOOD THREE-HOUR SUBVERB PASS IS NOT RERUN
000370*        BECAUSE THE PHONE BRANCH WENT DOWN.
000380*-----------------------------------------------------------------
000390*    MODIFICATION HISTORY.
000400*        08/08/26  RLH  INITIAL VERSION.
000410*        08/08/26  RLH  REPLACED THE GO TO 9000-ABORT WITH A
000420*                       PERFORMED PARAGRAPH TO MATCH THE HOUSE
000430*                       STYLE USED ELSEWHERE IN THIS CHANGE SET.
000440*        08/21/26  RLH  ADDED THE RUN-CONTROL FILE AND RESTART
000450*                       MODE - STAGES RECORDED CLEAN BY THE
000460*                       PRIOR RUN ARE SKIPPED AND THE CHAIN
000470*                       RESUMES AT THE FIRST STAGE THAT DID NOT
000480*                       COMPLETE.  RESTART ONLY ARMS WHEN THE
000490*                       PRIOR RECORDS ARE FROM TODAY - A FAILED
000500*                       NIGHT LEFT UNRECOVERED MUST NOT MAKE
000510*                       THE NEXT SCHEDULED NIGHT SKIP ITS OWN
000520*                       FRESH INPUT.
000530*        08/21/26  RLH  ADDED THE PHONEVAL DATA-QUALITY PASS
000540*                       AND THE PHONELOD FEED LOADER AS STAGES
000550*                       AHEAD OF THE DIALER EXTRACT, SO A FEED
000560*                       THAT FAILED DATA QUALITY NEVER REACHES
000570*                       THE PHONE MASTER.
000580*        08/21/26  RLH  ADDED THE NIGHTBAL CROSS-SYSTEM
000590*                       BALANCING REPORT AS THE FINAL STAGE -
000600*                       ITS ONE-PAGE SUMMARY IS THE SIGN-OFF
000610*                       DOCUMENT FOR THE NIGHT.
000620*        09/02/26  RLH  CONSULTS THE BUSCAL PROCESSING CALENDAR
000630*                       AT START-UP AND REFUSES TO RUN ON A
000640*                       DATE MARKED WEEKEND OR HOLIDAY, SO A
000650*                       MISKEYED HOLIDAY NIGHT NO LONGER TURNS
000660*                       INTO A BACKDATED REPROCESSING EXERCISE.
000670*                       A DATE MISSING FROM THE CALENDAR (OR NO
000680*                       CALENDAR AT ALL) WARNS AND RUNS.
000690*        09/02/26  RLH  EVERY RUN-CONTROL RECORD IS NOW ALSO
000700*                       APPENDED TO THE RUNSTATS HISTORY FILE,
000710*                       SO THE STAGE TIMINGS RUNCTL THROWS AWAY
000720*                       EACH NIGHT SURVIVE FOR THE RUNTREND
000730*                       BATCH-WINDOW TREND REPORT.
000740*        10/15/26  RLH  THE STAGE CHAIN IS NOW READ FROM THE
000750*                       JOBSTRM CONTROL FILE INSTEAD OF THE
000760*                       FIXED SIX-ENTRY TABLE, WITH PER-STAGE
000770*                       DEPENDENCIES, HALT OR WARN ON A NON-ZERO
000780*                       RETURN-CODE, AND DAILY, PERIOD-END OR
000790*                       HELD SCHEDULING.  A FAILED STAGE NOW
000800*                       STOPS ONLY THE STAGES THAT DEPEND ON IT,
000810*                       AND RESTART RERUNS A COMPLETED STAGE
000820*                       WHEN A STAGE IT DEPENDS ON IS RERUN.
000830*        10/15/26  RLH  NEW WEEKLY RUN FREQUENCY - THE STAGE
000840*                       RUNS ON THE LAST BUSINESS DAY OF THE
000850*                       WEEK, THE DAY WHOSE NEXT CALENDAR DAY
000860*                       OTHER THAN A HOLIDAY IS A WEEKEND DAY.
000870*****************************************************************
000880 IDENTIFICATION DIVISION.
000890 PROGRAM-ID. DAILYJOB.
000900 AUTHOR. R. HOLLOWAY.
000910 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000920 DATE-WRITTEN. 08/08/26.
000930 DATE-COMPILED. 08/21/26.
000940 ENVIRONMENT DIVISION.
000950 INPUT-OUTPUT SECTION.
000960 FILE-CONTROL.
000970     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS DJ-RCTL-STATUS.
001000     SELECT PROCESSING-CALENDAR ASSIGN TO BUSCAL
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS DJ-BCAL-STATUS.
001030     SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS DJ-RSTA-STATUS.
001060     SELECT JOB-STREAM-FILE ASSIGN TO JOBSTRM
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS DJ-JSTR-STATUS.
001090 DATA DIVISION.
001100 FILE SECTION.
001110 FD  RUN-CONTROL-FILE.
001120 COPY runctlcpy.
001130 FD  PROCESSING-CALENDAR.
001140 COPY buscalcpy.
001150 FD  RUN-STATS-FILE.
001160 01  RUN-STATS-RECORD            PIC X(59).
001170 FD  JOB-STREAM-FILE.
001180 COPY jobstcpy.
001190 WORKING-STORAGE SECTION.
001200 01  DJ-STAGE-NAME                PIC X(14) VALUE SPACES.
001210 01  DJ-RCTL-STATUS               PIC X(02) VALUE "00".
001220 01  DJ-BCAL-STATUS               PIC X(02) VALUE "00".
001230 01  DJ-RSTA-STATUS               PIC X(02) VALUE "00".
001240 01  DJ-JSTR-STATUS               PIC X(02) VALUE "00".
001250 01  DJ-SWITCHES.
001260     05  DJ-RCTL-EOF-SW           PIC X(01) VALUE "N".
001270         88  DJ-RCTL-EOF              VALUE "Y".
001280     05  DJ-BCAL-EOF-SW           PIC X(01) VALUE "N".
001290         88  DJ-BCAL-EOF              VALUE "Y".
001300     05  DJ-JSTR-EOF-SW           PIC X(01) VALUE "N".
001310         88  DJ-JSTR-EOF              VALUE "Y".
001320     05  DJ-CAL-FOUND-SW          PIC X(01) VALUE "N".
001330         88  DJ-CAL-DATE-FOUND        VALUE "Y".
001340     05  DJ-CAL-REFUSE-SW         PIC X(01) VALUE "N".
001350         88  DJ-CAL-REFUSED           VALUE "Y".
001360     05  DJ-PERIOD-END-SW         PIC X(01) VALUE "N".
001370         88  DJ-PERIOD-END-DAY        VALUE "Y".
001380     05  DJ-WEEK-END-SW           PIC X(01) VALUE "N".
001390         88  DJ-WEEK-END-DAY          VALUE "Y".
001400     05  DJ-RESTART-SW            PIC X(01) VALUE "N".
001410         88  DJ-RESTART-MODE          VALUE "Y".
001420     05  DJ-STALE-SW              PIC X(01) VALUE "N".
001430         88  DJ-STALE-RECORDS         VALUE "Y".
001440     05  DJ-BLOCKED-SW            PIC X(01) VALUE "N".
001450         88  DJ-DEPENDENCY-BLOCKED    VALUE "Y".
001460     05  DJ-DEP-RERUN-SW          PIC X(01) VALUE "N".
001470         88  DJ-DEPENDENCY-RERUN      VALUE "Y".
001480     05  DJ-DEP-FOUND-SW          PIC X(01) VALUE "N".
001490         88  DJ-DEPENDENCY-FOUND      VALUE "Y".
001500*-----------------------------------------------------------------
001510* THE MOST STAGES THE JOBSTRM DEFINITION MAY CARRY, AND THE MOST
001520* DEPENDENCIES ONE STAGE MAY NAME (THE JOBSTCPY LAYOUT).
001530*-----------------------------------------------------------------
001540 01  DJ-STAGE-LIMIT               PIC 9(02) VALUE 30.
001550 01  DJ-DEPEND-LIMIT              PIC 9(01) VALUE 5.
001560 01  DJ-STAGE-MAX                 PIC 9(02) VALUE 0.
001570 01  DJ-CLEAN-COUNT               PIC 9(02) VALUE 0.
001580 01  DJ-NIGHT-COUNTS.
001590     05  DJ-RAN-COUNT             PIC 9(02) VALUE 0.
001600     05  DJ-WARNED-COUNT          PIC 9(02) VALUE 0.
001610     05  DJ-FAILED-COUNT          PIC 9(02) VALUE 0.
001620     05  DJ-BLOCKED-COUNT         PIC 9(02) VALUE 0.
001630 01  DJ-STAGE-RC                  PIC S9(09) VALUE 0.
001640 01  DJ-NIGHT-RC                  PIC S9(09) VALUE 0.
001650 01  DJ-EDIT-RC                   PIC -(8)9.
001660 01  DJ-BLOCKING-NAME             PIC X(14).
001670 01  DJ-DEF-ERROR                 PIC X(50).
001680 01  DJ-WS-DATE                   PIC 9(08).
001690 01  DJ-TODAY-DATE                PIC 9(08).
001700 01  DJ-NEXT-BUSINESS-DATE        PIC 9(08) VALUE 99999999.
001710 01  DJ-NEXT-WEEKEND-DATE         PIC 9(08) VALUE 99999999.
001720 01  DJ-WS-TIME                   PIC 9(08).
001730 01  DJ-HOLD-START-DATE           PIC 9(08).
001740 01  DJ-HOLD-START-TIME           PIC 9(08).
001750*-----------------------------------------------------------------
001760* ONE ENTRY PER JOBSTRM STAGE, IN RUN ORDER.  EACH DEPENDENCY IS
001770* HELD AS THE TABLE SLOT OF THE STAGE IT NAMES, RESOLVED WHEN
001780* THE DEFINITION IS LOADED.  STG-PRIOR IS THE OUTCOME THE PRIOR
001790* RUN LEFT ON RUNCTL; STG-TONIGHT IS THIS RUN'S.
001800*-----------------------------------------------------------------
001810 01  DJ-STAGE-TABLE.
001820     05  DJ-STAGE-ENTRY OCCURS 30 TIMES
001830             INDEXED BY DJ-STG-IDX DJ-LOOK-IDX.
001840         10  DJ-STG-NAME          PIC X(14).
001850         10  DJ-STG-FAIL-ACTION   PIC X(01).
001860             88  DJ-STG-HALTS         VALUE "H".
001870         10  DJ-STG-FREQUENCY     PIC X(01).
001880             88  DJ-STG-PERIOD-END    VALUE "P".
001890             88  DJ-STG-WEEKLY        VALUE "W".
001900             88  DJ-STG-HELD          VALUE "N".
001910         10  DJ-STG-DEP-COUNT     PIC 9(01).
001920         10  DJ-STG-DEP-SLOT      PIC 9(02) OCCURS 5 TIMES
001930                 INDEXED BY DJ-DEP-IDX.
001940         10  DJ-STG-PRIOR         PIC X(08).
001950             88  DJ-STG-PRIOR-CLEAN   VALUE "CLEAN".
001960             88  DJ-STG-PRIOR-DONE    VALUE "CLEAN" "WARNED"
001970                                            "NOTDUE" "HELD".
001980             88  DJ-STG-PRIOR-RAN-OK  VALUE "CLEAN" "WARNED".
001990         10  DJ-STG-TONIGHT       PIC X(08).
002000             88  DJ-STG-SATISFIED     VALUE "CLEAN" "WARNED"
002010                                            "NOTDUE" "HELD".
002020         10  DJ-STG-RAN-SW        PIC X(01).
002030             88  DJ-STG-RAN-TONIGHT   VALUE "Y".
002040 PROCEDURE DIVISION.
002050 0000-MAINLINE.
002060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002070     PERFORM 2000-RUN-ONE-STAGE THRU 2000-EXIT
002080         VARYING DJ-STG-IDX FROM 1 BY 1
002090         UNTIL DJ-STG-IDX > DJ-STAGE-MAX.
002100     CLOSE RUN-CONTROL-FILE.
002110     CLOSE RUN-STATS-FILE.
002120     PERFORM 8000-REPORT-NIGHT THRU 8000-EXIT.
002130     STOP RUN.
002140*-----------------------------------------------------------------
002150* LOAD THE STREAM DEFINITION, THEN READ WHAT THE PRIOR RUN LEFT
002160* ON THE RUN-CONTROL FILE.  IF SOME STAGES COMPLETED AND SOME DID
002170* NOT, THIS INVOCATION IS A RESTART - THE COMPLETED STAGES ARE
002180* SKIPPED.  A FILE SHOWING EVERY STAGE COMPLETE (OR NO FILE AT
002190* ALL) MEANS A NORMAL FRESH NIGHT.
002200*-----------------------------------------------------------------
002210 1000-INITIALIZE.
002220     ACCEPT DJ-TODAY-DATE FROM DATE YYYYMMDD.
002230     PERFORM 1020-CHECK-CALENDAR THRU 1020-EXIT.
002240     IF DJ-CAL-REFUSED
002250         DISPLAY "DAILYJOB - " DJ-TODAY-DATE
002260                 " IS NOT A PROCESSING DAY - RUN REFUSED."
002270         MOVE 99 TO RETURN-CODE
002280         STOP RUN
002290     END-IF.
002300     PERFORM 1300-LOAD-JOB-STREAM THRU 1300-EXIT.
002310     PERFORM 1050-CLEAR-PRIOR-OUTCOMES THRU 1050-EXIT
002320         VARYING DJ-STG-IDX FROM 1 BY 1
002330         UNTIL DJ-STG-IDX > DJ-STAGE-MAX.
002340     OPEN INPUT RUN-CONTROL-FILE.
002350     IF DJ-RCTL-STATUS = "00"
002360         PERFORM 1100-READ-PRIOR-RUN THRU 1100-EXIT
002370             UNTIL DJ-RCTL-EOF
002380         CLOSE RUN-CONTROL-FILE
002390     END-IF.
002400     MOVE 0 TO DJ-CLEAN-COUNT.
002410     PERFORM 1200-COUNT-CLEAN-STAGES THRU 1200-EXIT
002420         VARYING DJ-STG-IDX FROM 1 BY 1
002430         UNTIL DJ-STG-IDX > DJ-STAGE-MAX.
002440     IF DJ-CLEAN-COUNT > 0 AND DJ-CLEAN-COUNT < DJ-STAGE-MAX
002450         SET DJ-RESTART-MODE TO TRUE
002460         DISPLAY "DAILYJOB - PRIOR RUN DID NOT COMPLETE - "
002470                 "RESTART MODE."
002480     ELSE
002490         IF DJ-STALE-RECORDS
002500             DISPLAY "DAILYJOB - PRIOR RUN-CONTROL NOT FROM "
002510                     "TODAY - RUNNING FRESH."
002520         END-IF
002530         PERFORM 1050-CLEAR-PRIOR-OUTCOMES THRU 1050-EXIT
002540             VARYING DJ-STG-IDX FROM 1 BY 1
002550             UNTIL DJ-STG-IDX > DJ-STAGE-MAX
002560     END-IF.
002570     OPEN OUTPUT RUN-CONTROL-FILE.
002580     IF DJ-RCTL-STATUS NOT = "00"
002590         DISPLAY "DAILYJOB - RUNCTL OPEN ERROR " DJ-RCTL-STATUS
002600         MOVE 99 TO RETURN-CODE
002610         STOP RUN
002620     END-IF.
002630*    THE HISTORY COPY ACCUMULATES ACROSS NIGHTS - RUNCTL ALONE
002640*    IS REWRITTEN FRESH AND ITS TIMINGS WOULD BE GONE BY
002650*    TOMORROW EVENING.
002660     OPEN EXTEND RUN-STATS-FILE.
002670     IF DJ-RSTA-STATUS = "35"
002680         OPEN OUTPUT RUN-STATS-FILE
002690     END-IF.
002700     IF DJ-RSTA-STATUS NOT = "00"
002710         DISPLAY "DAILYJOB - RUNSTATS OPEN ERROR " DJ-RSTA-STATUS
002720         MOVE 99 TO RETURN-CODE
002730         STOP RUN
002740     END-IF.
002750 1000-EXIT.
002760     EXIT.
002770*-----------------------------------------------------------------
002780* THE PROCESSING CALENDAR DECIDES WHETHER TONIGHT RUNS AT ALL.
002790* A DATE MARKED WEEKEND OR HOLIDAY REFUSES THE CHAIN BEFORE ANY
002800* STAGE TOUCHES A FILE.  A DATE NOT ON THE CALENDAR, OR NO
002810* CALENDAR FILE AT ALL, WARNS AND RUNS - A THIN CALENDAR MUST
002820* NOT STOP THE BOOKS.  IT ALSO SAYS WHETHER TONIGHT CLOSES A GL
002830* PERIOD; WITHOUT THE CALENDAR ENTRY THE PERIOD-END STAGES WAIT
002840* FOR A NIGHT THE CALENDAR DOES MARK.  TONIGHT ENDS THE WEEK WHEN
002850* THE NEAREST LATER WEEKEND DAY COMES BEFORE THE NEAREST LATER
002860* BUSINESS DAY - HOLIDAYS IN BETWEEN DO NOT COUNT EITHER WAY, SO
002870* A THURSDAY BEFORE A GOOD FRIDAY ENDS ITS WEEK.
002880*-----------------------------------------------------------------
002890 1020-CHECK-CALENDAR.
002900     OPEN INPUT PROCESSING-CALENDAR.
002910     IF DJ-BCAL-STATUS = "35"
002920         DISPLAY "DAILYJOB - NO PROCESSING CALENDAR ON FILE - "
002930                 "RUNNING UNCHECKED."
002940         GO TO 1020-EXIT
002950     END-IF.
002960     IF DJ-BCAL-STATUS NOT = "00"
002970         DISPLAY "DAILYJOB - BUSCAL OPEN ERROR " DJ-BCAL-STATUS
002980         MOVE 99 TO RETURN-CODE
002990         STOP RUN
003000     END-IF.
003010     PERFORM 1030-SCAN-CALENDAR-DAY THRU 1030-EXIT
003020         UNTIL DJ-BCAL-EOF.
003030     CLOSE PROCESSING-CALENDAR.
003040     IF NOT DJ-CAL-DATE-FOUND
003050         DISPLAY "DAILYJOB - " DJ-TODAY-DATE
003060                 " NOT ON THE PROCESSING CALENDAR - RUNNING."
003070     END-IF.
003080     IF DJ-PERIOD-END-DAY
003090         DISPLAY "DAILYJOB - " DJ-TODAY-DATE
003100                 " IS A PERIOD-END DAY."
003110     END-IF.
003120     IF DJ-CAL-DATE-FOUND AND NOT DJ-CAL-REFUSED
003130        AND DJ-NEXT-WEEKEND-DATE < DJ-NEXT-BUSINESS-DATE
003140         SET DJ-WEEK-END-DAY TO TRUE
003150         DISPLAY "DAILYJOB - " DJ-TODAY-DATE
003160                 " IS THE LAST BUSINESS DAY OF THE WEEK."
003170     END-IF.
003180 1020-EXIT.
003190     EXIT.
003200 1030-SCAN-CALENDAR-DAY.
003210     READ PROCESSING-CALENDAR
003220         AT END SET DJ-BCAL-EOF TO TRUE
003230     END-READ.
003240     IF NOT DJ-BCAL-EOF
003250         IF BC-DATE = DJ-TODAY-DATE
003260             SET DJ-CAL-DATE-FOUND TO TRUE
003270             IF NOT BC-BUSINESS-DAY
003280                 SET DJ-CAL-REFUSED TO TRUE
003290             END-IF
003300             IF BC-PERIOD-END
003310                 SET DJ-PERIOD-END-DAY TO TRUE
003320             END-IF
003330         END-IF
003340         IF BC-DATE > DJ-TODAY-DATE
003350             IF BC-BUSINESS-DAY
003360                AND BC-DATE < DJ-NEXT-BUSINESS-DATE
003370                 MOVE BC-DATE TO DJ-NEXT-BUSINESS-DATE
003380             END-IF
003390             IF BC-WEEKEND
003400                AND BC-DATE < DJ-NEXT-WEEKEND-DATE
003410                 MOVE BC-DATE TO DJ-NEXT-WEEKEND-DATE
003420             END-IF
003430         END-IF
003440     END-IF.
003450 1030-EXIT.
003460     EXIT.
003470 1050-CLEAR-PRIOR-OUTCOMES.
003480     MOVE SPACES TO DJ-STG-PRIOR (DJ-STG-IDX).
003490 1050-EXIT.
003500     EXIT.
003510*-----------------------------------------------------------------
003520* THE LAST RECORD ON FILE FOR A STAGE WINS - A "STARTED" WITH NO
003530* "CLEAN" BEHIND IT MEANS THE STAGE WENT DOWN MID-FLIGHT AND
003540* MUST BE RERUN.  ONLY RECORDS STARTED TODAY COUNT - A STALE
003550* FILE FROM AN UNRECOVERED EARLIER NIGHT MUST NOT SKIP ANY OF
003560* TONIGHT'S STAGES AGAINST TONIGHT'S FRESH INPUT.
003570*-----------------------------------------------------------------
003580 1100-READ-PRIOR-RUN.
003590     READ RUN-CONTROL-FILE
003600         AT END SET DJ-RCTL-EOF TO TRUE
003610     END-READ.
003620     IF NOT DJ-RCTL-EOF
003630         IF RC-START-DATE = DJ-TODAY-DATE
003640             PERFORM 1150-POST-PRIOR-OUTCOME THRU 1150-EXIT
003650                 VARYING DJ-STG-IDX FROM 1 BY 1
003660                 UNTIL DJ-STG-IDX > DJ-STAGE-MAX
003670         ELSE
003680             SET DJ-STALE-RECORDS TO TRUE
003690         END-IF
003700     END-IF.
003710 1100-EXIT.
003720     EXIT.
003730 1150-POST-PRIOR-OUTCOME.
003740     IF RC-STAGE-NAME = DJ-STG-NAME (DJ-STG-IDX)
003750         MOVE RC-OUTCOME TO DJ-STG-PRIOR (DJ-STG-IDX)
003760     END-IF.
003770 1150-EXIT.
003780     EXIT.
003790*    A STAGE NOT DUE OR HELD LAST TIME COUNTS AS DONE - OTHERWISE
003800*    A NIGHT WITH NO FAILURE AT ALL WOULD LOOK UNFINISHED.
003810 1200-COUNT-CLEAN-STAGES.
003820     IF DJ-STG-PRIOR-DONE (DJ-STG-IDX)
003830         ADD 1 TO DJ-CLEAN-COUNT
003840     END-IF.
003850 1200-EXIT.
003860     EXIT.
003870*-----------------------------------------------------------------
003880* LOAD THE JOBSTRM DEFINITION INTO THE STAGE TABLE.  A MISSING OR
003890* EMPTY FILE, AN UNKNOWN ACTION OR FREQUENCY CODE, A STAGE NAMED
003900* TWICE, OR A DEPENDENCY ON A STAGE NOT DEFINED AHEAD OF IT
003910* REFUSES THE NIGHT BEFORE ANY STAGE RUNS - A STREAM THAT CANNOT
003920* BE TRUSTED TO RUN IN THE RIGHT ORDER MUST NOT RUN AT ALL.
003930*-----------------------------------------------------------------
003940 1300-LOAD-JOB-STREAM.
003950     OPEN INPUT JOB-STREAM-FILE.
003960     IF DJ-JSTR-STATUS = "35"
003970         MOVE "NO JOB-STREAM DEFINITION ON FILE" TO DJ-DEF-ERROR
003980         PERFORM 1900-DEFINITION-ERROR THRU 1900-EXIT
003990     END-IF.
004000     IF DJ-JSTR-STATUS NOT = "00"
004010         DISPLAY "DAILYJOB - JOBSTRM OPEN ERROR " DJ-JSTR-STATUS
004020         MOVE 99 TO RETURN-CODE
004030         STOP RUN
004040     END-IF.
004050     MOVE 0 TO DJ-STAGE-MAX.
004060     PERFORM 1350-LOAD-ONE-STAGE THRU 1350-EXIT
004070         UNTIL DJ-JSTR-EOF.
004080     CLOSE JOB-STREAM-FILE.
004090     IF DJ-STAGE-MAX = 0
004100         MOVE "JOB-STREAM DEFINITION HAS NO STAGES"
004110             TO DJ-DEF-ERROR
004120         PERFORM 1900-DEFINITION-ERROR THRU 1900-EXIT
004130     END-IF.
004140     DISPLAY "DAILYJOB - " DJ-STAGE-MAX
004150             " STAGES ON THE JOB-STREAM DEFINITION.".
004160 1300-EXIT.
004170     EXIT.
004180 1350-LOAD-ONE-STAGE.
004190     READ JOB-STREAM-FILE
004200         AT END SET DJ-JSTR-EOF TO TRUE
004210     END-READ.
004220     IF DJ-JSTR-EOF
004230         GO TO 1350-EXIT
004240     END-IF.
004250     IF JS-STAGE-NAME = SPACES
004260        OR JS-STAGE-NAME (1:1) = "*"
004270         GO TO 1350-EXIT
004280     END-IF.
004290     MOVE JS-STAGE-NAME TO DJ-STAGE-NAME.
004300     IF DJ-STAGE-MAX NOT < DJ-STAGE-LIMIT
004310         MOVE "MORE STAGES THAN THE STREAM TABLE HOLDS"
004320             TO DJ-DEF-ERROR
004330         PERFORM 1900-DEFINITION-ERROR THRU 1900-EXIT
004340     END-IF.
004350     IF NOT JS-HALT-ON-FAIL AND NOT JS-WARN-ON-FAIL
004360         MOVE "FAIL ACTION IS NOT H OR W" TO DJ-DEF-ERROR
004370         PERFORM 1900-DEFINITION-ERROR THRU 1900-EXIT
004380     END-IF.
004390     IF NOT JS-RUN-DAILY AND NOT JS-RUN-PERIOD-END
004400        AND NOT JS-RUN-WEEKLY AND NOT JS-RUN-HELD
004410         MOVE "RUN FREQUENCY IS NOT D, P, W OR N" TO DJ-DEF-ERROR
004420         PERFORM 1900-DEFINITION-ERROR THRU 1900-EXIT
004430     END-IF.
004440     PERFORM 1360-CHECK-DUPLICATE THRU 1360-EXIT
004450         VARYING DJ-LOOK-IDX FROM 1 BY 1
004460         UNTIL DJ-LOOK-IDX > DJ-STAGE-MAX.
004470     ADD 1 TO DJ-STAGE-MAX.
004480     SET DJ-STG-IDX TO DJ-STAGE-MAX.
004490     MOVE JS-STAGE-NAME    TO DJ-STG-NAME (DJ-STG-IDX).
004500     MOVE JS-FAIL-ACTION   TO DJ-STG-FAIL-ACTION (DJ-STG-IDX).
004510     MOVE JS-RUN-FREQUENCY TO DJ-STG-FREQUENCY (DJ-STG-IDX).
004520     MOVE 0                TO DJ-STG-DEP-COUNT (DJ-STG-IDX).
004530     MOVE SPACES           TO DJ-STG-TONIGHT (DJ-STG-IDX).
004540     MOVE "N"              TO DJ-STG-RAN-SW (DJ-STG-IDX).
004550     PERFORM 1400-RESOLVE-DEPENDENCY THRU 1400-EXIT
004560         VARYING DJ-DEP-IDX FROM 1 BY 1
004570         UNTIL DJ-DEP-IDX > DJ-DEPEND-LIMIT.
004580 1350-EXIT.
004590     EXIT.
004600 1360-CHECK-DUPLICATE.
004610     IF DJ-STG-NAME (DJ-LOOK-IDX) = JS-STAGE-NAME
004620         MOVE "STAGE DEFINED TWICE" TO DJ-DEF-ERROR
004630         PERFORM 1900-DEFINITION-ERROR THRU 1900-EXIT
004640     END-IF.
004650 1360-EXIT.
004660     EXIT.
004670*    A DEPENDENCY IS LOOKED FOR ONLY AMONG THE STAGES ALREADY
004680*    LOADED, SO FILE ORDER IS ALWAYS A VALID RUN ORDER AND A
004690*    DEPENDENCY LOOP CANNOT BE DEFINED.
004700 1400-RESOLVE-DEPENDENCY.
004710     IF JS-DEPENDS-ON (DJ-DEP-IDX) = SPACES
004720         GO TO 1400-EXIT
004730     END-IF.
004740     MOVE "N" TO DJ-DEP-FOUND-SW.
004750     PERFORM 1450-FIND-DEPENDENCY THRU 1450-EXIT
004760         VARYING DJ-LOOK-IDX FROM 1 BY 1
004770         UNTIL DJ-LOOK-IDX NOT < DJ-STG-IDX
004780            OR DJ-DEPENDENCY-FOUND.
004790     IF NOT DJ-DEPENDENCY-FOUND
004800         MOVE SPACES TO DJ-DEF-ERROR
004810         STRING "DEPENDS ON "             DELIMITED BY SIZE
004820                JS-DEPENDS-ON (DJ-DEP-IDX) DELIMITED BY SPACE
004830                ", NOT DEFINED AHEAD OF IT" DELIMITED BY SIZE
004840           INTO DJ-DEF-ERROR
004850         PERFORM 1900-DEFINITION-ERROR THRU 1900-EXIT
004860     END-IF.
004870 1400-EXIT.
004880     EXIT.
004890 1450-FIND-DEPENDENCY.
004900     IF DJ-STG-NAME (DJ-LOOK-IDX) = JS-DEPENDS-ON (DJ-DEP-IDX)
004910         SET DJ-DEPENDENCY-FOUND TO TRUE
004920         ADD 1 TO DJ-STG-DEP-COUNT (DJ-STG-IDX)
004930         SET DJ-STG-DEP-SLOT (DJ-STG-IDX,
004940                              DJ-STG-DEP-COUNT (DJ-STG-IDX))
004950             TO DJ-LOOK-IDX
004960     END-IF.
004970 1450-EXIT.
004980     EXIT.
004990 1900-DEFINITION-ERROR.
005000     DISPLAY "DAILYJOB - JOBSTRM " DJ-STAGE-NAME " " DJ-DEF-ERROR.
005010     DISPLAY "DAILYJOB - JOB-STREAM DEFINITION REJECTED - "
005020             "RUN REFUSED.".
005030     MOVE 99 TO RETURN-CODE.
005040     STOP RUN.
005050 1900-EXIT.
005060     EXIT.
005070*-----------------------------------------------------------------
005080* ONE STAGE OF THE STREAM.  A HELD STAGE, OR A PERIOD-END OR
005090* WEEKLY STAGE ON AN ORDINARY DAY, IS RECORDED AND PASSED OVER -
005100* NOTHING DOWNSTREAM WAITS ON WORK THAT WAS NEVER DUE.  A STAGE
005110* WHOSE DEPENDENCY DID NOT COMPLETE TONIGHT IS BLOCKED.  ON A
005120* RESTART A STAGE THAT ALREADY RAN TODAY IS SKIPPED, UNLESS A
005130* STAGE IT DEPENDS ON HAS JUST BEEN RERUN AND ITS INPUT HAS
005140* CHANGED.
005150*-----------------------------------------------------------------
005160 2000-RUN-ONE-STAGE.
005170     MOVE DJ-STG-NAME (DJ-STG-IDX) TO DJ-STAGE-NAME.
005180     IF DJ-STG-HELD (DJ-STG-IDX)
005190         MOVE "HELD" TO DJ-STG-TONIGHT (DJ-STG-IDX)
005200         PERFORM 7400-RECORD-STAGE-NOT-RUN THRU 7400-EXIT
005210         DISPLAY "DAILYJOB - " DJ-STAGE-NAME
005220                 " HELD ON THE JOB STREAM - NOT RUN."
005230         GO TO 2000-EXIT
005240     END-IF.
005250     IF DJ-STG-PERIOD-END (DJ-STG-IDX)
005260        AND NOT DJ-PERIOD-END-DAY
005270         MOVE "NOTDUE" TO DJ-STG-TONIGHT (DJ-STG-IDX)
005280         PERFORM 7400-RECORD-STAGE-NOT-RUN THRU 7400-EXIT
005290         DISPLAY "DAILYJOB - " DJ-STAGE-NAME
005300                 " RUNS AT PERIOD-END ONLY - NOT DUE."
005310         GO TO 2000-EXIT
005320     END-IF.
005330     IF DJ-STG-WEEKLY (DJ-STG-IDX)
005340        AND NOT DJ-WEEK-END-DAY
005350         MOVE "NOTDUE" TO DJ-STG-TONIGHT (DJ-STG-IDX)
005360         PERFORM 7400-RECORD-STAGE-NOT-RUN THRU 7400-EXIT
005370         DISPLAY "DAILYJOB - " DJ-STAGE-NAME
005380                 " RUNS AT WEEK-END ONLY - NOT DUE."
005390         GO TO 2000-EXIT
005400     END-IF.
005410     PERFORM 2100-CHECK-DEPENDENCIES THRU 2100-EXIT.
005420     IF DJ-DEPENDENCY-BLOCKED
005430         MOVE "BLOCKED" TO DJ-STG-TONIGHT (DJ-STG-IDX)
005440         ADD 1 TO DJ-BLOCKED-COUNT
005450         PERFORM 7400-RECORD-STAGE-NOT-RUN THRU 7400-EXIT
005460         DISPLAY "DAILYJOB - " DJ-STAGE-NAME
005470                 " NOT RUN - " DJ-BLOCKING-NAME
005480                 " DID NOT COMPLETE."
005490         GO TO 2000-EXIT
005500     END-IF.
005510     IF DJ-RESTART-MODE
005520        AND DJ-STG-PRIOR-RAN-OK (DJ-STG-IDX)
005530        AND NOT DJ-DEPENDENCY-RERUN
005540         MOVE DJ-STG-PRIOR (DJ-STG-IDX)
005550             TO DJ-STG-TONIGHT (DJ-STG-IDX)
005560         PERFORM 7300-RECORD-STAGE-SKIPPED THRU 7300-EXIT
005570         GO TO 2000-EXIT
005580     END-IF.
005590     PERFORM 7100-RECORD-STAGE-START THRU 7100-EXIT.
005600     MOVE "Y" TO DJ-STG-RAN-SW (DJ-STG-IDX).
005610     ADD 1 TO DJ-RAN-COUNT.
005620     CALL DJ-STAGE-NAME.
005630     MOVE RETURN-CODE TO DJ-STAGE-RC.
005640     PERFORM 7200-RECORD-STAGE-END THRU 7200-EXIT.
005650     IF DJ-STAGE-RC NOT = 0
005660         PERFORM 9000-STAGE-EXCEPTION THRU 9000-EXIT
005670     END-IF.
005680 2000-EXIT.
005690     EXIT.
005700 2100-CHECK-DEPENDENCIES.
005710     MOVE "N" TO DJ-BLOCKED-SW.
005720     MOVE "N" TO DJ-DEP-RERUN-SW.
005730     MOVE SPACES TO DJ-BLOCKING-NAME.
005740     PERFORM 2150-CHECK-ONE-DEPENDENCY THRU 2150-EXIT
005750         VARYING DJ-DEP-IDX FROM 1 BY 1
005760         UNTIL DJ-DEP-IDX > DJ-STG-DEP-COUNT (DJ-STG-IDX).
005770 2100-EXIT.
005780     EXIT.
005790 2150-CHECK-ONE-DEPENDENCY.
005800     SET DJ-LOOK-IDX TO DJ-STG-DEP-SLOT (DJ-STG-IDX, DJ-DEP-IDX).
005810     IF NOT DJ-STG-SATISFIED (DJ-LOOK-IDX)
005820         IF NOT DJ-DEPENDENCY-BLOCKED
005830             MOVE DJ-STG-NAME (DJ-LOOK-IDX) TO DJ-BLOCKING-NAME
005840         END-IF
005850         SET DJ-DEPENDENCY-BLOCKED TO TRUE
005860     END-IF.
005870     IF DJ-STG-RAN-TONIGHT (DJ-LOOK-IDX)
005880         SET DJ-DEPENDENCY-RERUN TO TRUE
005890     END-IF.
005900 2150-EXIT.
005910     EXIT.
005920*-----------------------------------------------------------------
005930* RUN-CONTROL BOOKKEEPING SHARED BY EVERY STAGE.
005940*-----------------------------------------------------------------
005950 7100-RECORD-STAGE-START.
005960     ACCEPT DJ-WS-DATE FROM DATE YYYYMMDD.
005970     ACCEPT DJ-WS-TIME FROM TIME.
005980     MOVE DJ-WS-DATE TO DJ-HOLD-START-DATE.
005990     MOVE DJ-WS-TIME TO DJ-HOLD-START-TIME.
006000     MOVE SPACES TO RC-RUN-CONTROL-RECORD.
006010     MOVE DJ-STAGE-NAME      TO RC-STAGE-NAME.
006020     MOVE DJ-WS-DATE         TO RC-START-DATE.
006030     MOVE DJ-WS-TIME         TO RC-START-TIME.
006040     MOVE 0                  TO RC-END-DATE.
006050     MOVE 0                  TO RC-END-TIME.
006060     MOVE "STARTED"          TO RC-OUTCOME.
006070     MOVE 0                  TO RC-RETURN-CODE.
006080     PERFORM 7500-WRITE-RUN-CONTROL THRU 7500-EXIT.
006090     DISPLAY "DAILYJOB - " DJ-STAGE-NAME " STARTED.".
006100 7100-EXIT.
006110     EXIT.
006120*    A NON-ZERO RETURN-CODE FAILS A HALT STAGE; A WARN STAGE IS
006130*    RECORDED WARNED AND COUNTS AS COMPLETE FOR ITS DEPENDENTS.
006140 7200-RECORD-STAGE-END.
006150     ACCEPT DJ-WS-DATE FROM DATE YYYYMMDD.
006160     ACCEPT DJ-WS-TIME FROM TIME.
006170     MOVE SPACES TO RC-RUN-CONTROL-RECORD.
006180     MOVE DJ-STAGE-NAME      TO RC-STAGE-NAME.
006190     MOVE DJ-HOLD-START-DATE TO RC-START-DATE.
006200     MOVE DJ-HOLD-START-TIME TO RC-START-TIME.
006210     MOVE DJ-WS-DATE         TO RC-END-DATE.
006220     MOVE DJ-WS-TIME         TO RC-END-TIME.
006230     IF DJ-STAGE-RC = 0
006240         MOVE "CLEAN"        TO RC-OUTCOME
006250     ELSE
006260         IF DJ-STG-HALTS (DJ-STG-IDX)
006270             MOVE "FAILED"   TO RC-OUTCOME
006280         ELSE
006290             MOVE "WARNED"   TO RC-OUTCOME
006300         END-IF
006310     END-IF.
006320     MOVE RC-OUTCOME         TO DJ-STG-TONIGHT (DJ-STG-IDX).
006330     MOVE DJ-STAGE-RC        TO RC-RETURN-CODE.
006340     PERFORM 7500-WRITE-RUN-CONTROL THRU 7500-EXIT.
006350 7200-EXIT.
006360     EXIT.
006370*-----------------------------------------------------------------
006380* A SKIPPED STAGE IS CARRIED FORWARD WITH ITS PRIOR OUTCOME SO A
006390* SECOND RESTART STILL SEES IT AS ALREADY DONE.
006400*-----------------------------------------------------------------
006410 7300-RECORD-STAGE-SKIPPED.
006420     ACCEPT DJ-WS-DATE FROM DATE YYYYMMDD.
006430     ACCEPT DJ-WS-TIME FROM TIME.
006440     MOVE SPACES TO RC-RUN-CONTROL-RECORD.
006450     MOVE DJ-STAGE-NAME      TO RC-STAGE-NAME.
006460     MOVE DJ-WS-DATE         TO RC-START-DATE.
006470     MOVE DJ-WS-TIME         TO RC-START-TIME.
006480     MOVE DJ-WS-DATE         TO RC-END-DATE.
006490     MOVE DJ-WS-TIME         TO RC-END-TIME.
006500     MOVE DJ-STG-PRIOR (DJ-STG-IDX) TO RC-OUTCOME.
006510     MOVE 0                  TO RC-RETURN-CODE.
006520     PERFORM 7500-WRITE-RUN-CONTROL THRU 7500-EXIT.
006530     DISPLAY "DAILYJOB - " DJ-STAGE-NAME
006540             " ALREADY COMPLETE - SKIPPED.".
006550 7300-EXIT.
006560     EXIT.
006570*    HELD, NOT DUE, AND BLOCKED STAGES STILL GET A RECORD, SO THE
006580*    RUN-CONTROL FILE ACCOUNTS FOR EVERY STAGE ON THE STREAM.
006590 7400-RECORD-STAGE-NOT-RUN.
006600     ACCEPT DJ-WS-DATE FROM DATE YYYYMMDD.
006610     ACCEPT DJ-WS-TIME FROM TIME.
006620     MOVE SPACES TO RC-RUN-CONTROL-RECORD.
006630     MOVE DJ-STAGE-NAME      TO RC-STAGE-NAME.
006640     MOVE DJ-WS-DATE         TO RC-START-DATE.
006650     MOVE DJ-WS-TIME         TO RC-START-TIME.
006660     MOVE DJ-WS-DATE         TO RC-END-DATE.
006670     MOVE DJ-WS-TIME         TO RC-END-TIME.
006680     MOVE DJ-STG-TONIGHT (DJ-STG-IDX) TO RC-OUTCOME.
006690     MOVE 0                  TO RC-RETURN-CODE.
006700     PERFORM 7500-WRITE-RUN-CONTROL THRU 7500-EXIT.
006710 7400-EXIT.
006720     EXIT.
006730 7500-WRITE-RUN-CONTROL.
006740     WRITE RC-RUN-CONTROL-RECORD.
006750     IF DJ-RCTL-STATUS NOT = "00"
006760         DISPLAY "DAILYJOB - RUNCTL WRITE ERROR " DJ-RCTL-STATUS
006770     END-IF.
006780     MOVE SPACES TO RUN-STATS-RECORD.
006790     MOVE RC-RUN-CONTROL-RECORD TO RUN-STATS-RECORD.
006800     WRITE RUN-STATS-RECORD.
006810     IF DJ-RSTA-STATUS NOT = "00"
006820         DISPLAY "DAILYJOB - RUNSTATS WRITE ERROR " DJ-RSTA-STATUS
006830     END-IF.
006840 7500-EXIT.
006850     EXIT.
006860*-----------------------------------------------------------------
006870* THE NIGHT'S VERDICT.  A FAILED HALT STAGE (AND THEREFORE ANY
006880* BLOCKED ONE) ENDS DAILYJOB WITH THE HIGHEST FAILING STAGE'S
006890* RETURN-CODE SO THE SCHEDULER FLAGS THE NIGHT; WARNINGS ALONE
006900* ARE REPORTED AND THE NIGHT ENDS ZERO.
006910*-----------------------------------------------------------------
006920 8000-REPORT-NIGHT.
006930     IF DJ-FAILED-COUNT > 0
006940         DISPLAY "DAILYJOB - " DJ-FAILED-COUNT
006950                 " STAGE(S) FAILED, " DJ-BLOCKED-COUNT
006960                 " NOT RUN - RERUN TO RESTART."
006970         MOVE DJ-NIGHT-RC TO RETURN-CODE
006980         GO TO 8000-EXIT
006990     END-IF.
007000     IF DJ-WARNED-COUNT > 0
007010         DISPLAY "DAILYJOB - ALL STAGES COMPLETED, "
007020                 DJ-WARNED-COUNT " WITH WARNINGS."
007030     ELSE
007040         DISPLAY "DAILYJOB - ALL STAGES COMPLETED CLEAN."
007050     END-IF.
007060     MOVE 0 TO RETURN-CODE.
007070 8000-EXIT.
007080     EXIT.
007090 9000-STAGE-EXCEPTION.
007100     MOVE DJ-STAGE-RC TO DJ-EDIT-RC.
007110     DISPLAY "DAILYJOB - " DJ-STAGE-NAME
007120             " ENDED WITH EXCEPTIONS - RETURN-CODE=" DJ-EDIT-RC.
007130     IF NOT DJ-STG-HALTS (DJ-STG-IDX)
007140         ADD 1 TO DJ-WARNED-COUNT
007150         DISPLAY "DAILYJOB - " DJ-STAGE-NAME
007160                 " IS WARN-ONLY - STREAM CONTINUES."
007170         GO TO 9000-EXIT
007180     END-IF.
007190     ADD 1 TO DJ-FAILED-COUNT.
007200     IF DJ-STAGE-RC > DJ-NIGHT-RC
007210         MOVE DJ-STAGE-RC TO DJ-NIGHT-RC
007220     END-IF.
007230     DISPLAY "DAILYJOB - STAGES DEPENDING ON " DJ-STAGE-NAME
007240             " WILL NOT RUN.".
007250     DISPLAY "DAILYJOB - RERUN TO RESTART AT " DJ-STAGE-NAME ".".
007260 9000-EXIT.
007270     EXIT.
