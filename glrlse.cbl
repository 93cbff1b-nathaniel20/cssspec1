000010*****************************************************************
000020*    PROGRAM-ID.  GLRLSE
000030*    AUTHOR.      R. HOLLOWAY, BATCH SUPPORT GROUP.
000040*    INSTALLATION. DAILY RECONCILIATION SYSTEM.
000050*    DATE-WRITTEN. 10/15/26.
000060*    DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    REMARKS.
000090*        GL JOURNAL RELEASE.  CALLED BY SUBVERB AT THE END OF A
000100*        SINGLE-STREAM RUN AND BY SUBMERGE ONCE THE STREAMS'
000110*        JOURNALS ARE COMBINED, AFTER THE NIGHT'S GLEXTR
000120*        JOURNAL (GLEXCPY LAYOUT) IS COMPLETE AND CLOSED.  IT
000130*        PROVES EACH OPERATING COMPANY'S JOURNAL - TOTAL DEBITS
000140*        MUST EQUAL TOTAL CREDITS AND EVERY LINE MUST CARRY A
000150*        GL NATURAL ACCOUNT FROM THE GLMAP TABLE - AND REFUSES
000160*        TO RELEASE A COMPANY THAT FAILS EITHER TEST: ITS LINES
000170*        ARE MOVED OFF GLEXTR ONTO THE GLHOLD FILE, SO ONLY
000180*        BALANCED JOURNALS REACH ACCOUNTING, AND THE HELD LINES
000190*        ARE THERE TO CORRECT AND RELEASE BY HAND.  ONE LINE PER
000200*        COMPANY GOES TO THE GLRLSRPT RELEASE REPORT.  THE
000210*        NUMBER OF COMPANIES HELD IS HANDED BACK TO THE CALLER
000220*        (99 ON A FILE ERROR) FOR ITS RETURN-CODE.
000230*        EVERY LINE IS ALSO PUT TO THE GLPERCK PERIOD-CONTROL
000240*        RULE.  A COMPANY WITH ANY LINE DATED INTO A
000250*        HARD-CLOSED PERIOD THAT MAY NOT BE REDIRECTED IS HELD
000260*        LIKE AN UNBALANCED ONE.  A LINE THAT IS REDIRECTED
000270*        MOVES TO THE COMPANY'S CURRENT OPEN PERIOD, FLAGGED AS
000280*        A PRIOR-PERIOD ADJUSTMENT WITH ITS ORIGINAL PERIOD
000290*        KEPT, AND IS LISTED ON THE GLPPARPT PRIOR-PERIOD
000300*        REPORT.  A RELEASE INTO A SOFT-CLOSED PERIOD IS NOTED
000310*        ON THE RELEASE REPORT SO GLSUMM IS RERUN FOR IT.
000320*-----------------------------------------------------------------
000330*    MODIFICATION HISTORY.
000340*        10/15/26  RLH  INITIAL VERSION.
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. GLRLSE.
000380 AUTHOR. R. HOLLOWAY.
000390 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000400 DATE-WRITTEN. 10/15/26.
000410 DATE-COMPILED. 10/15/26.
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT GL-EXTRACT-FILE ASSIGN TO GLEXTR
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS JR-GLEX-STATUS.
000480     SELECT RELEASE-WORK ASSIGN TO GLRLSW
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS JR-RLSW-STATUS.
000510     SELECT HOLD-FILE ASSIGN TO GLHOLD
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS JR-HOLD-STATUS.
000540     SELECT RELEASE-REPORT ASSIGN TO GLRLSRPT
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS JR-RRPT-STATUS.
000570     SELECT PRIOR-PERIOD-REPORT ASSIGN TO GLPPARPT
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS JR-PPAR-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  GL-EXTRACT-FILE.
000630 COPY glexcpy.
000640 FD  RELEASE-WORK.
000650 01  RELEASE-WORK-RECORD         PIC X(57).
000660 FD  HOLD-FILE.
000670 01  HOLD-RECORD                 PIC X(57).
000680 FD  RELEASE-REPORT.
000690 01  RELEASE-REPORT-LINE         PIC X(80).
000700 FD  PRIOR-PERIOD-REPORT.
000710 01  PRIOR-PERIOD-LINE           PIC X(80).
000720 WORKING-STORAGE SECTION.
000730 01  JR-FILE-STATUSES.
000740     05  JR-GLEX-STATUS           PIC X(02) VALUE "00".
000750     05  JR-RLSW-STATUS           PIC X(02) VALUE "00".
000760     05  JR-HOLD-STATUS           PIC X(02) VALUE "00".
000770     05  JR-RRPT-STATUS           PIC X(02) VALUE "00".
000780     05  JR-PPAR-STATUS           PIC X(02) VALUE "00".
000790 01  JR-SWITCHES.
000800     05  JR-EOF-SW                PIC X(01) VALUE "N".
000810         88  JR-EOF                   VALUE "Y".
000820     05  JR-CO-FOUND-SW           PIC X(01) VALUE "N".
000830         88  JR-CO-FOUND              VALUE "Y".
000840 01  JR-CO-MAX                    PIC 9(02) VALUE 10.
000850 01  JR-CO-SUB                    PIC 9(02) COMP VALUE 0.
000860 01  JR-CO-WORK-SUB               PIC 9(02) COMP VALUE 0.
000870 01  JR-COMPANY-TABLE.
000880     05  JR-CO-ENTRY-COUNT        PIC 9(02) VALUE 0.
000890     05  JR-CO-ENTRY OCCURS 10 TIMES.
000900         10  JR-CO-CODE           PIC X(02).
000910         10  JR-CO-DEBIT          PIC 9(11)V9(02).
000920         10  JR-CO-CREDIT         PIC 9(11)V9(02).
000930         10  JR-CO-LINES          PIC 9(07).
000940         10  JR-CO-UNMAPPED-SW    PIC X(01).
000950             88  JR-CO-UNMAPPED       VALUE "Y".
000960         10  JR-CO-HOLD-SW        PIC X(01).
000970             88  JR-CO-HELD           VALUE "Y".
000980         10  JR-CO-CLOSED-SW      PIC X(01).
000990             88  JR-CO-PERIOD-CLOSED  VALUE "Y".
001000         10  JR-CO-SOFT-SW        PIC X(01).
001010             88  JR-CO-SOFT-CLOSED    VALUE "Y".
001020         10  JR-CO-PPA-LINES      PIC 9(07).
001030 01  JR-COUNTS.
001040     05  JR-HELD-COUNT            PIC 9(05) VALUE 0.
001050     05  JR-RELEASED-LINES        PIC 9(07) VALUE 0.
001060     05  JR-HELD-LINES            PIC 9(07) VALUE 0.
001070     05  JR-REDIRECT-PENDING      PIC 9(07) VALUE 0.
001080     05  JR-PPA-LINES             PIC 9(07) VALUE 0.
001090 01  JR-PPA-TOTALS.
001100     05  JR-PPA-DEBIT             PIC 9(11)V9(02) VALUE 0.
001110     05  JR-PPA-CREDIT            PIC 9(11)V9(02) VALUE 0.
001120 01  JR-PERIOD-RESULT             PIC X(01).
001130     88  JR-PERIOD-SOFT-CLOSED        VALUE "S".
001140     88  JR-PERIOD-REDIRECT           VALUE "R".
001150     88  JR-PERIOD-HOLD               VALUE "H".
001160 01  JR-POST-PERIOD               PIC 9(06).
001170 01  JR-DISPOSITION               PIC X(20).
001180 01  JR-EDIT-DEBIT                PIC Z(10)9.99.
001190 01  JR-EDIT-CREDIT               PIC Z(10)9.99.
001200 01  JR-EDIT-LINES                PIC ZZZ,ZZ9.
001210 01  JR-EDIT-HELD-LINES           PIC ZZZ,ZZ9.
001220 01  JR-EDIT-HELD                 PIC ZZ9.
001230 01  JR-EDIT-AMOUNT               PIC Z(6)9.99.
001240 01  JR-EDIT-PPA-LINES            PIC ZZZ,ZZ9.
001250 01  JR-AUDIT-DETAIL              PIC X(50).
001260 LINKAGE SECTION.
001270 01  LK-PROGRAM-ID                PIC X(10).
001280 01  LK-HELD-COUNT                PIC 9(05).
001290 PROCEDURE DIVISION USING LK-PROGRAM-ID
001300                           LK-HELD-COUNT.
001310 0000-MAINLINE.
001320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001330     PERFORM 2000-PROVE-ONE-LINE THRU 2000-EXIT
001340         UNTIL JR-EOF.
001350     CLOSE GL-EXTRACT-FILE.
001360     PERFORM 3000-DECIDE-COMPANY THRU 3000-EXIT
001370         VARYING JR-CO-SUB FROM 1 BY 1
001380         UNTIL JR-CO-SUB > JR-CO-ENTRY-COUNT.
001390     IF JR-HELD-COUNT > 0 OR JR-REDIRECT-PENDING > 0
001400         PERFORM 4000-SEPARATE-HELD THRU 4000-EXIT
001410     END-IF.
001420     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001430     MOVE JR-HELD-COUNT TO LK-HELD-COUNT.
001440     GOBACK.
001450*-----------------------------------------------------------------
001460* THE COUNTS ARE CLEARED ON EVERY CALL - WORKING-STORAGE STAYS
001470* PUT BETWEEN CALLS IN THE SAME RUN UNIT.  GLHOLD IS OPENED
001480* OUTPUT EVEN WHEN NOTHING IS HELD, SO LAST NIGHT'S HELD LINES
001490* NEVER LOOK LIKE TONIGHT'S.
001500*-----------------------------------------------------------------
001510 1000-INITIALIZE.
001520     MOVE 0 TO LK-HELD-COUNT.
001530     MOVE 0 TO JR-CO-ENTRY-COUNT.
001540     MOVE 0 TO JR-HELD-COUNT.
001550     MOVE 0 TO JR-RELEASED-LINES.
001560     MOVE 0 TO JR-HELD-LINES.
001570     MOVE 0 TO JR-REDIRECT-PENDING.
001580     MOVE 0 TO JR-PPA-LINES.
001590     MOVE 0 TO JR-PPA-DEBIT.
001600     MOVE 0 TO JR-PPA-CREDIT.
001610     MOVE "N" TO JR-EOF-SW.
001620     OPEN INPUT GL-EXTRACT-FILE.
001630     IF JR-GLEX-STATUS NOT = "00"
001640         DISPLAY "GLRLSE - GLEXTR OPEN ERROR " JR-GLEX-STATUS
001650         MOVE 99 TO LK-HELD-COUNT
001660         GOBACK
001670     END-IF.
001680     OPEN OUTPUT HOLD-FILE.
001690     IF JR-HOLD-STATUS NOT = "00"
001700         DISPLAY "GLRLSE - GLHOLD OPEN ERROR " JR-HOLD-STATUS
001710         MOVE 99 TO LK-HELD-COUNT
001720         GOBACK
001730     END-IF.
001740     OPEN OUTPUT RELEASE-REPORT.
001750     IF JR-RRPT-STATUS NOT = "00"
001760         DISPLAY "GLRLSE - GLRLSRPT OPEN ERROR " JR-RRPT-STATUS
001770         MOVE 99 TO LK-HELD-COUNT
001780         GOBACK
001790     END-IF.
001800     MOVE SPACES TO RELEASE-REPORT-LINE.
001810     STRING "GL JOURNAL RELEASE - " DELIMITED BY SIZE
001820            LK-PROGRAM-ID           DELIMITED BY SIZE
001830       INTO RELEASE-REPORT-LINE.
001840     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
001850     OPEN OUTPUT PRIOR-PERIOD-REPORT.
001860     IF JR-PPAR-STATUS NOT = "00"
001870         DISPLAY "GLRLSE - GLPPARPT OPEN ERROR " JR-PPAR-STATUS
001880         MOVE 99 TO LK-HELD-COUNT
001890         GOBACK
001900     END-IF.
001910     MOVE SPACES TO PRIOR-PERIOD-LINE.
001920     STRING "PRIOR-PERIOD ADJUSTMENTS - " DELIMITED BY SIZE
001930            LK-PROGRAM-ID                 DELIMITED BY SIZE
001940       INTO PRIOR-PERIOD-LINE.
001950     PERFORM 7600-WRITE-PPA-LINE THRU 7600-EXIT.
001960     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
001970 1000-EXIT.
001980     EXIT.
001990*-----------------------------------------------------------------
002000* FIRST PASS - EACH COMPANY'S DEBITS, CREDITS, AND LINE COUNT,
002010* AND WHETHER ANY OF ITS LINES CAME THROUGH WITHOUT A MAPPED
002020* NATURAL ACCOUNT OR INTO A CLOSED PERIOD.
002030*-----------------------------------------------------------------
002040 2000-PROVE-ONE-LINE.
002050     PERFORM 2100-FIND-COMPANY THRU 2100-EXIT.
002060     PERFORM 2200-CHECK-LINE-PERIOD THRU 2200-EXIT.
002070     EVALUATE TRUE
002080         WHEN JR-PERIOD-HOLD
002090             MOVE "Y" TO JR-CO-CLOSED-SW (JR-CO-SUB)
002100         WHEN JR-PERIOD-REDIRECT
002110             ADD 1 TO JR-CO-PPA-LINES (JR-CO-SUB)
002120         WHEN JR-PERIOD-SOFT-CLOSED
002130             MOVE "Y" TO JR-CO-SOFT-SW (JR-CO-SUB)
002140         WHEN OTHER
002150             CONTINUE
002160     END-EVALUATE.
002170     ADD 1 TO JR-CO-LINES (JR-CO-SUB).
002180     IF GL-DR-CR-INDICATOR = "DR"
002190         ADD GL-AMOUNT TO JR-CO-DEBIT (JR-CO-SUB)
002200     ELSE
002210         ADD GL-AMOUNT TO JR-CO-CREDIT (JR-CO-SUB)
002220     END-IF.
002230     IF GL-NATURAL-ACCOUNT = SPACES
002240         MOVE "Y" TO JR-CO-UNMAPPED-SW (JR-CO-SUB)
002250     END-IF.
002260     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
002270 2000-EXIT.
002280     EXIT.
002290 2100-FIND-COMPANY.
002300     MOVE "N" TO JR-CO-FOUND-SW.
002310     PERFORM 2150-MATCH-CO-ENTRY THRU 2150-EXIT
002320         VARYING JR-CO-WORK-SUB FROM 1 BY 1
002330         UNTIL JR-CO-WORK-SUB > JR-CO-ENTRY-COUNT
002340            OR JR-CO-FOUND.
002350     IF NOT JR-CO-FOUND
002360         IF JR-CO-ENTRY-COUNT NOT < JR-CO-MAX
002370             DISPLAY "GLRLSE - COMPANY TABLE FULL AT "
002380                     GL-COMPANY-CODE
002390             MOVE 99 TO LK-HELD-COUNT
002400             GOBACK
002410         END-IF
002420         ADD 1 TO JR-CO-ENTRY-COUNT
002430         MOVE JR-CO-ENTRY-COUNT TO JR-CO-SUB
002440         MOVE GL-COMPANY-CODE TO JR-CO-CODE (JR-CO-SUB)
002450         MOVE 0 TO JR-CO-DEBIT (JR-CO-SUB)
002460         MOVE 0 TO JR-CO-CREDIT (JR-CO-SUB)
002470         MOVE 0 TO JR-CO-LINES (JR-CO-SUB)
002480         MOVE "N" TO JR-CO-UNMAPPED-SW (JR-CO-SUB)
002490         MOVE "N" TO JR-CO-HOLD-SW (JR-CO-SUB)
002500         MOVE "N" TO JR-CO-CLOSED-SW (JR-CO-SUB)
002510         MOVE "N" TO JR-CO-SOFT-SW (JR-CO-SUB)
002520         MOVE 0 TO JR-CO-PPA-LINES (JR-CO-SUB)
002530     END-IF.
002540 2100-EXIT.
002550     EXIT.
002560 2150-MATCH-CO-ENTRY.
002570     IF JR-CO-CODE (JR-CO-WORK-SUB) = GL-COMPANY-CODE
002580         MOVE JR-CO-WORK-SUB TO JR-CO-SUB
002590         SET JR-CO-FOUND TO TRUE
002600     END-IF.
002610 2150-EXIT.
002620     EXIT.
002630*-----------------------------------------------------------------
002640* THE SAME RULE ANSWERS BOTH PASSES - GLPERCK REMEMBERS ITS LAST
002650* ANSWER, AND THE JOURNAL RUNS IN COMPANY ORDER.
002660*-----------------------------------------------------------------
002670 2200-CHECK-LINE-PERIOD.
002680     CALL "GLPERCK" USING "S"
002690                          GL-COMPANY-CODE
002700                          GL-PERIOD
002710                          JR-PERIOD-RESULT
002720                          JR-POST-PERIOD.
002730 2200-EXIT.
002740     EXIT.
002750 2900-READ-JOURNAL.
002760     READ GL-EXTRACT-FILE
002770         AT END SET JR-EOF TO TRUE
002780     END-READ.
002790 2900-EXIT.
002800     EXIT.
002810*-----------------------------------------------------------------
002820* A COMPANY IS RELEASED ONLY WHEN EVERY LINE IS MAPPED AND ITS
002830* DEBITS EQUAL ITS CREDITS TO THE PENNY.  ANYTHING ELSE IS HELD
002840* WHOLE - HALF A COMPANY'S JOURNAL IS NEVER POSTED.  SO IS ONE
002850* WITH A LINE IN A CLOSED PERIOD THAT MAY NOT BE REDIRECTED.
002860*-----------------------------------------------------------------
002870 3000-DECIDE-COMPANY.
002880     EVALUATE TRUE
002890         WHEN JR-CO-PERIOD-CLOSED (JR-CO-SUB)
002900             MOVE "HELD - PERIOD CLOSED" TO JR-DISPOSITION
002910             MOVE "Y" TO JR-CO-HOLD-SW (JR-CO-SUB)
002920         WHEN JR-CO-UNMAPPED (JR-CO-SUB)
002930             MOVE "HELD - NOT ON GLMAP" TO JR-DISPOSITION
002940             MOVE "Y" TO JR-CO-HOLD-SW (JR-CO-SUB)
002950         WHEN JR-CO-DEBIT (JR-CO-SUB)
002960                 NOT = JR-CO-CREDIT (JR-CO-SUB)
002970             MOVE "HELD - DR NOT = CR" TO JR-DISPOSITION
002980             MOVE "Y" TO JR-CO-HOLD-SW (JR-CO-SUB)
002990         WHEN OTHER
003000             MOVE "RELEASED" TO JR-DISPOSITION
003010             ADD JR-CO-LINES (JR-CO-SUB) TO JR-RELEASED-LINES
003020             ADD JR-CO-PPA-LINES (JR-CO-SUB)
003030                 TO JR-REDIRECT-PENDING
003040     END-EVALUATE.
003050     MOVE JR-CO-DEBIT (JR-CO-SUB)  TO JR-EDIT-DEBIT.
003060     MOVE JR-CO-CREDIT (JR-CO-SUB) TO JR-EDIT-CREDIT.
003070     MOVE JR-CO-LINES (JR-CO-SUB)  TO JR-EDIT-LINES.
003080     MOVE SPACES TO RELEASE-REPORT-LINE.
003090     STRING "CO "                  DELIMITED BY SIZE
003100            JR-CO-CODE (JR-CO-SUB) DELIMITED BY SIZE
003110            " DR"                  DELIMITED BY SIZE
003120            JR-EDIT-DEBIT          DELIMITED BY SIZE
003130            " CR"                  DELIMITED BY SIZE
003140            JR-EDIT-CREDIT         DELIMITED BY SIZE
003150            " LINES"               DELIMITED BY SIZE
003160            JR-EDIT-LINES          DELIMITED BY SIZE
003170            " "                    DELIMITED BY SIZE
003180            JR-DISPOSITION         DELIMITED BY SIZE
003190       INTO RELEASE-REPORT-LINE.
003200     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
003210     IF NOT JR-CO-HELD (JR-CO-SUB)
003220         PERFORM 3100-NOTE-PERIODS THRU 3100-EXIT
003230     END-IF.
003240     IF JR-CO-HELD (JR-CO-SUB)
003250         ADD 1 TO JR-HELD-COUNT
003260         DISPLAY "GLRLSE - COMPANY " JR-CO-CODE (JR-CO-SUB)
003270                 " JOURNAL " JR-DISPOSITION
003280         MOVE SPACES TO JR-AUDIT-DETAIL
003290         STRING "COMPANY "             DELIMITED BY SIZE
003300                JR-CO-CODE (JR-CO-SUB) DELIMITED BY SIZE
003310                " JOURNAL "            DELIMITED BY SIZE
003320                JR-DISPOSITION         DELIMITED BY SIZE
003330           INTO JR-AUDIT-DETAIL
003340         CALL "AUDITLOG" USING LK-PROGRAM-ID
003350                                "GLHOLD    "
003360                                JR-AUDIT-DETAIL
003370     END-IF.
003380 3000-EXIT.
003390     EXIT.
003400*-----------------------------------------------------------------
003410* A RELEASED COMPANY'S PERIOD NOTES - LINES MOVED OUT OF A
003420* HARD-CLOSED PERIOD, AND LINES INTO A SOFT-CLOSED ONE WHOSE
003430* GLSUMM JOURNAL IS NOW SHORT.
003440*-----------------------------------------------------------------
003450 3100-NOTE-PERIODS.
003460     IF JR-CO-PPA-LINES (JR-CO-SUB) > 0
003470         MOVE JR-CO-PPA-LINES (JR-CO-SUB) TO JR-EDIT-PPA-LINES
003480         MOVE SPACES TO RELEASE-REPORT-LINE
003490         STRING "   CO "                DELIMITED BY SIZE
003500                JR-CO-CODE (JR-CO-SUB)  DELIMITED BY SIZE
003510                JR-EDIT-PPA-LINES       DELIMITED BY SIZE
003520                " LINES MOVED TO THE OPEN PERIOD - SEE GLPPARPT"
003530                                        DELIMITED BY SIZE
003540           INTO RELEASE-REPORT-LINE
003550         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
003560     END-IF.
003570     IF JR-CO-SOFT-CLOSED (JR-CO-SUB)
003580         MOVE SPACES TO RELEASE-REPORT-LINE
003590         STRING "   CO "                DELIMITED BY SIZE
003600                JR-CO-CODE (JR-CO-SUB)  DELIMITED BY SIZE
003610                " POSTED INTO A SOFT-CLOSED PERIOD - RERUN GLSUMM"
003620                                        DELIMITED BY SIZE
003630           INTO RELEASE-REPORT-LINE
003640         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
003650         DISPLAY "GLRLSE - COMPANY " JR-CO-CODE (JR-CO-SUB)
003660                 " POSTED INTO A SOFT-CLOSED PERIOD"
003670     END-IF.
003680 3100-EXIT.
003690     EXIT.
003700*-----------------------------------------------------------------
003710* SECOND PASS - ONLY WHEN SOMETHING IS HELD OR REDIRECTED.
003720* RELEASED LINES GO TO THE GLRLSW WORK FILE AND HELD LINES TO
003730* GLHOLD, THEN GLEXTR IS REBUILT FROM THE WORK FILE, SO
003740* ACCOUNTING'S FILE NEVER CARRIES A LINE OF A HELD COMPANY OR
003750* A LINE STILL DATED INTO A HARD-CLOSED PERIOD.
003760*-----------------------------------------------------------------
003770 4000-SEPARATE-HELD.
003780     OPEN INPUT GL-EXTRACT-FILE.
003790     IF JR-GLEX-STATUS NOT = "00"
003800         DISPLAY "GLRLSE - GLEXTR REOPEN ERROR " JR-GLEX-STATUS
003810         MOVE 99 TO LK-HELD-COUNT
003820         GOBACK
003830     END-IF.
003840     OPEN OUTPUT RELEASE-WORK.
003850     IF JR-RLSW-STATUS NOT = "00"
003860         DISPLAY "GLRLSE - GLRLSW OPEN ERROR " JR-RLSW-STATUS
003870         MOVE 99 TO LK-HELD-COUNT
003880         GOBACK
003890     END-IF.
003900     MOVE "N" TO JR-EOF-SW.
003910     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
003920     PERFORM 4100-ROUTE-ONE-LINE THRU 4100-EXIT
003930         UNTIL JR-EOF.
003940     CLOSE GL-EXTRACT-FILE.
003950     CLOSE RELEASE-WORK.
003960     OPEN INPUT RELEASE-WORK.
003970     IF JR-RLSW-STATUS NOT = "00"
003980         DISPLAY "GLRLSE - GLRLSW REOPEN ERROR " JR-RLSW-STATUS
003990         MOVE 99 TO LK-HELD-COUNT
004000         GOBACK
004010     END-IF.
004020     OPEN OUTPUT GL-EXTRACT-FILE.
004030     IF JR-GLEX-STATUS NOT = "00"
004040         DISPLAY "GLRLSE - GLEXTR REWRITE OPEN ERROR "
004050                 JR-GLEX-STATUS
004060         MOVE 99 TO LK-HELD-COUNT
004070         GOBACK
004080     END-IF.
004090     MOVE "N" TO JR-EOF-SW.
004100     PERFORM 4200-COPY-ONE-BACK THRU 4200-EXIT
004110         UNTIL JR-EOF.
004120     CLOSE RELEASE-WORK.
004130     CLOSE GL-EXTRACT-FILE.
004140 4000-EXIT.
004150     EXIT.
004160 4100-ROUTE-ONE-LINE.
004170     PERFORM 2100-FIND-COMPANY THRU 2100-EXIT.
004180     IF JR-CO-HELD (JR-CO-SUB)
004190         WRITE HOLD-RECORD FROM GL-EXTRACT-RECORD
004200         IF JR-HOLD-STATUS NOT = "00"
004210             DISPLAY "GLRLSE - GLHOLD WRITE ERROR "
004220                     JR-HOLD-STATUS
004230             MOVE 99 TO LK-HELD-COUNT
004240             GOBACK
004250         END-IF
004260         ADD 1 TO JR-HELD-LINES
004270     ELSE
004280         PERFORM 2200-CHECK-LINE-PERIOD THRU 2200-EXIT
004290         IF JR-PERIOD-REDIRECT
004300             PERFORM 4150-REDIRECT-LINE THRU 4150-EXIT
004310         END-IF
004320         WRITE RELEASE-WORK-RECORD FROM GL-EXTRACT-RECORD
004330         IF JR-RLSW-STATUS NOT = "00"
004340             DISPLAY "GLRLSE - GLRLSW WRITE ERROR "
004350                     JR-RLSW-STATUS
004360             MOVE 99 TO LK-HELD-COUNT
004370             GOBACK
004380         END-IF
004390     END-IF.
004400     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
004410 4100-EXIT.
004420     EXIT.
004430*-----------------------------------------------------------------
004440* THE LINE KEEPS ITS EFFECTIVE DATE AND CARRIES ITS ORIGINAL
004450* PERIOD; ONLY THE POSTING PERIOD MOVES.  BOTH LINES OF AN ENTRY
004460* MOVE TOGETHER, SO THE COMPANY STAYS IN BALANCE.  A LINE THAT
004470* COMES ALREADY FLAGGED - A WRITE-OFF STAGED OUT OF A CLOSED
004480* PERIOD - KEEPS THE ORIGINAL PERIOD IT CAME WITH.
004490*-----------------------------------------------------------------
004500 4150-REDIRECT-LINE.
004510     IF NOT GL-PRIOR-PERIOD-ADJ
004520         MOVE GL-PERIOD TO GL-ORIGINAL-PERIOD
004530     END-IF.
004540     MOVE JR-POST-PERIOD TO GL-PERIOD.
004550     SET GL-PRIOR-PERIOD-ADJ TO TRUE.
004560     ADD 1 TO JR-PPA-LINES.
004570     IF GL-DR-CR-INDICATOR = "DR"
004580         ADD GL-AMOUNT TO JR-PPA-DEBIT
004590     ELSE
004600         ADD GL-AMOUNT TO JR-PPA-CREDIT
004610     END-IF.
004620     MOVE GL-AMOUNT TO JR-EDIT-AMOUNT.
004630     MOVE SPACES TO PRIOR-PERIOD-LINE.
004640     STRING "CO "                DELIMITED BY SIZE
004650            GL-COMPANY-CODE      DELIMITED BY SIZE
004660            " "                  DELIMITED BY SIZE
004670            GL-SOURCE-ACCOUNT    DELIMITED BY SIZE
004680            " LINE "             DELIMITED BY SIZE
004690            GL-LINE-NUMBER       DELIMITED BY SIZE
004700            " "                  DELIMITED BY SIZE
004710            GL-ENTRY-TYPE        DELIMITED BY SIZE
004720            " "                  DELIMITED BY SIZE
004730            JR-EDIT-AMOUNT       DELIMITED BY SIZE
004740            " "                  DELIMITED BY SIZE
004750            GL-DR-CR-INDICATOR   DELIMITED BY SIZE
004760            "  PERIOD "          DELIMITED BY SIZE
004770            GL-ORIGINAL-PERIOD   DELIMITED BY SIZE
004780            " POSTS IN "         DELIMITED BY SIZE
004790            GL-PERIOD            DELIMITED BY SIZE
004800       INTO PRIOR-PERIOD-LINE.
004810     PERFORM 7600-WRITE-PPA-LINE THRU 7600-EXIT.
004820 4150-EXIT.
004830     EXIT.
004840 4200-COPY-ONE-BACK.
004850     READ RELEASE-WORK
004860         AT END SET JR-EOF TO TRUE
004870     END-READ.
004880     IF NOT JR-EOF
004890         WRITE GL-EXTRACT-RECORD FROM RELEASE-WORK-RECORD
004900         IF JR-GLEX-STATUS NOT = "00"
004910             DISPLAY "GLRLSE - GLEXTR WRITE ERROR "
004920                     JR-GLEX-STATUS
004930             MOVE 99 TO LK-HELD-COUNT
004940             GOBACK
004950         END-IF
004960     END-IF.
004970 4200-EXIT.
004980     EXIT.
004990 7500-WRITE-REPORT-LINE.
005000     WRITE RELEASE-REPORT-LINE.
005010     IF JR-RRPT-STATUS NOT = "00"
005020         DISPLAY "GLRLSE - GLRLSRPT WRITE ERROR " JR-RRPT-STATUS
005030         MOVE 99 TO LK-HELD-COUNT
005040         GOBACK
005050     END-IF.
005060 7500-EXIT.
005070     EXIT.
005080 7600-WRITE-PPA-LINE.
005090     WRITE PRIOR-PERIOD-LINE.
005100     IF JR-PPAR-STATUS NOT = "00"
005110         DISPLAY "GLRLSE - GLPPARPT WRITE ERROR " JR-PPAR-STATUS
005120         MOVE 99 TO LK-HELD-COUNT
005130         GOBACK
005140     END-IF.
005150 7600-EXIT.
005160     EXIT.
005170 9000-TERMINATE.
005180     MOVE JR-RELEASED-LINES TO JR-EDIT-LINES.
005190     MOVE JR-HELD-LINES     TO JR-EDIT-HELD-LINES.
005200     MOVE JR-HELD-COUNT     TO JR-EDIT-HELD.
005210     MOVE SPACES TO RELEASE-REPORT-LINE.
005220     STRING "LINES RELEASED: "    DELIMITED BY SIZE
005230            JR-EDIT-LINES         DELIMITED BY SIZE
005240            "  LINES HELD: "      DELIMITED BY SIZE
005250            JR-EDIT-HELD-LINES    DELIMITED BY SIZE
005260            "  COMPANIES HELD: "  DELIMITED BY SIZE
005270            JR-EDIT-HELD          DELIMITED BY SIZE
005280       INTO RELEASE-REPORT-LINE.
005290     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
005300     DISPLAY "GLRLSE - " RELEASE-REPORT-LINE.
005310     MOVE SPACES TO JR-AUDIT-DETAIL.
005320     STRING "JOURNAL RELEASED - COMPANIES HELD: "
005330                              DELIMITED BY SIZE
005340            JR-EDIT-HELD      DELIMITED BY SIZE
005350       INTO JR-AUDIT-DETAIL.
005360     CALL "AUDITLOG" USING LK-PROGRAM-ID
005370                            "GLRELEASE "
005380                            JR-AUDIT-DETAIL.
005390     MOVE JR-PPA-LINES TO JR-EDIT-PPA-LINES.
005400     MOVE JR-PPA-DEBIT TO JR-EDIT-DEBIT.
005410     MOVE JR-PPA-CREDIT TO JR-EDIT-CREDIT.
005420     MOVE SPACES TO PRIOR-PERIOD-LINE.
005430     STRING "LINES REDIRECTED: "  DELIMITED BY SIZE
005440            JR-EDIT-PPA-LINES     DELIMITED BY SIZE
005450            "  DR"                DELIMITED BY SIZE
005460            JR-EDIT-DEBIT         DELIMITED BY SIZE
005470            "  CR"                DELIMITED BY SIZE
005480            JR-EDIT-CREDIT        DELIMITED BY SIZE
005490       INTO PRIOR-PERIOD-LINE.
005500     PERFORM 7600-WRITE-PPA-LINE THRU 7600-EXIT.
005510     IF JR-PPA-LINES > 0
005520         DISPLAY "GLRLSE - " PRIOR-PERIOD-LINE
005530         MOVE SPACES TO JR-AUDIT-DETAIL
005540         STRING "PRIOR-PERIOD LINES REDIRECTED: "
005550                                  DELIMITED BY SIZE
005560                JR-EDIT-PPA-LINES DELIMITED BY SIZE
005570           INTO JR-AUDIT-DETAIL
005580         CALL "AUDITLOG" USING LK-PROGRAM-ID
005590                                "PRIORPER  "
005600                                JR-AUDIT-DETAIL
005610     END-IF.
005620     CALL "GLPERCK" USING "C"
005630                          GL-COMPANY-CODE
005640                          GL-PERIOD
005650                          JR-PERIOD-RESULT
005660                          JR-POST-PERIOD.
005670     CLOSE HOLD-FILE.
005680     CLOSE RELEASE-REPORT.
005690     CLOSE PRIOR-PERIOD-REPORT.
005700 9000-EXIT.
005710     EXIT.
