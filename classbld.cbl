000010*****************************************************************
000020*    PROGRAM-ID.  CLASSBLD
000030*    AUTHOR.      R. HOLLOWAY, BATCH SUPPORT GROUP.
000040*    INSTALLATION. DAILY RECONCILIATION SYSTEM.
000050*    DATE-WRITTEN. 10/15/26.
000060*    DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    REMARKS.
000090*        BUILDS CLASSBAT'S CLASSIN INPUT FROM THIS SYSTEM'S OWN
000100*        BILLING HISTORY, SO CLASSIFICATION DESCRIBES THE
000110*        ACCOUNTS SUBVERB ACTUALLY RECONCILES AND SUBVERB'S
000120*        PER-TIER TOLERANCE FINDS THEM.  RUNS AFTER SUBVERB.
000130*        TONIGHT'S TRANFILE BILLED SIDE (WRITE-OFF ADJUSTMENTS
000140*        EXCLUDED) IS TOTALLED PER COMPANY/ACCOUNT AND DATED
000150*        WITH THE BUSINESS DATE - THE LATEST VARHIST RUN DATE,
000160*        THE PROMCHK RULE - AND MERGED INTO THE TRANSACTION
000170*        HISTORY (TRANHIST, THSTCPY LAYOUT).  EACH ACCOUNT'S
000180*        LATEST THREE BILLED BUSINESS DAYS ARE KEPT; AN ACCOUNT
000190*        WITH ALL THREE GETS A CLASSIN RECORD KEYED ON THE
000200*        TWELVE-BYTE COMPANY/ACCOUNT, THE THREE VALUES BEING
000210*        THE BILLED TOTALS, LATEST FIRST.  AN ACCOUNT WITH
000220*        FEWER IS LEFT OFF CLASSIN (SUBVERB GIVES IT THE FLAT
000230*        DEFAULT) AND LISTED ON THE CLBLDRPT REPORT.  A RERUN
000240*        OF THE SAME NIGHT REPLACES THAT NIGHT'S ROWS RATHER
000250*        THAN ADDING THEM TWICE.
000260*-----------------------------------------------------------------
000270*    MODIFICATION HISTORY.
000280*        10/15/26  RLH  INITIAL VERSION.
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. CLASSBLD.
000320 AUTHOR. R. HOLLOWAY.
000330 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000340 DATE-WRITTEN. 10/15/26.
000350 DATE-COMPILED. 10/15/26.
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT VARIANCE-HISTORY ASSIGN TO VARHIST
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS BD-HIST-STATUS.
000420     SELECT TRANSACTION-FILE ASSIGN TO TRANFILE
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS BD-TRAN-STATUS.
000450     SELECT TRANSACTION-HISTORY ASSIGN TO TRANHIST
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS BD-THIS-STATUS.
000480     SELECT TRANSACTION-HIST-WORK ASSIGN TO TRANHNEW
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS BD-THWK-STATUS.
000510     SELECT CLASSIN-FILE ASSIGN TO CLASSIN
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS BD-CLIN-STATUS.
000540     SELECT BUILD-REPORT ASSIGN TO CLBLDRPT
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS BD-BRPT-STATUS.
000570     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  VARIANCE-HISTORY.
000610 COPY vhistcpy.
000620 FD  TRANSACTION-FILE.
000630 01  TRAN-RECORD.
000640     05  TRAN-COMPANY-CODE       PIC X(02).
000650     05  TRAN-ACCT-ID            PIC X(10).
000660     05  TRAN-BILLED-AMT         PIC S9(7)V9(2).
000670     05  TRAN-PAID-AMT           PIC S9(7)V9(2).
000680     05  TRAN-TYPE-CODE          PIC X(02).
000690         88  TRAN-TYPE-WRITEOFF      VALUE "WO".
000700 01  TRAN-TRAILER-RECORD.
000710     05  TT-TRAILER-TAG          PIC X(10).
000720 FD  TRANSACTION-HISTORY.
000730 COPY thstcpy.
000740 FD  TRANSACTION-HIST-WORK.
000750 01  TRANSACTION-WORK-RECORD     PIC X(29).
000760 FD  CLASSIN-FILE.
000770 01  CLASSIN-RECORD.
000780     05  CI-KEY.
000790         10  CI-COMPANY-CODE     PIC X(02).
000800         10  CI-ACCOUNT-ID       PIC X(10).
000810     05  CI-NUM1                 PIC 9(05).
000820     05  CI-NUM2                 PIC 9(05).
000830     05  CI-NUM3                 PIC 9(05).
000840 FD  BUILD-REPORT.
000850 01  BUILD-REPORT-LINE           PIC X(80).
000860 SD  SORT-WORK-FILE.
000870 01  SORT-WORK-RECORD.
000880     05  SD-COMPANY-CODE         PIC X(02).
000890     05  SD-ACCOUNT-ID           PIC X(10).
000900     05  SD-BUSINESS-DATE        PIC 9(08).
000910     05  SD-BILLED-AMT           PIC S9(7)V9(2).
000920 WORKING-STORAGE SECTION.
000930 01  BD-FILE-STATUSES.
000940     05  BD-HIST-STATUS           PIC X(02) VALUE "00".
000950     05  BD-TRAN-STATUS           PIC X(02) VALUE "00".
000960     05  BD-THIS-STATUS           PIC X(02) VALUE "00".
000970     05  BD-THWK-STATUS           PIC X(02) VALUE "00".
000980     05  BD-CLIN-STATUS           PIC X(02) VALUE "00".
000990     05  BD-BRPT-STATUS           PIC X(02) VALUE "00".
001000 01  BD-SWITCHES.
001010     05  BD-HIST-EOF-SW           PIC X(01) VALUE "N".
001020         88  BD-HIST-EOF              VALUE "Y".
001030     05  BD-TRAN-EOF-SW           PIC X(01) VALUE "N".
001040         88  BD-TRAN-EOF              VALUE "Y".
001050     05  BD-THIS-EOF-SW           PIC X(01) VALUE "N".
001060         88  BD-THIS-EOF              VALUE "Y".
001070     05  BD-SORT-EOF-SW           PIC X(01) VALUE "N".
001080         88  BD-SORT-EOF              VALUE "Y".
001090     05  BD-COPY-EOF-SW           PIC X(01) VALUE "N".
001100         88  BD-COPY-EOF              VALUE "Y".
001110*-----------------------------------------------------------------
001120* THE NUMBER OF BILLED BUSINESS DAYS CLASSBAT'S HIGHEST-OF-THREE
001130* RULE NEEDS, AND THEREFORE THE NUMBER KEPT PER ACCOUNT.
001140*-----------------------------------------------------------------
001150 01  BD-PERIODS-WANTED            PIC 9(01) VALUE 3.
001160 01  BD-BUSINESS-DATE             PIC 9(08) VALUE 0.
001170 01  BD-CURRENT-COMP              PIC X(02) VALUE SPACES.
001180 01  BD-CURRENT-ACCT              PIC X(10) VALUE SPACES.
001190 01  BD-ACCT-BILLED               PIC S9(7)V9(2) VALUE 0.
001200 01  BD-PERIOD-COUNT              PIC 9(01) VALUE 0.
001210 01  BD-PERIOD-TABLE.
001220     05  BD-PERIOD-VALUE          PIC 9(05) OCCURS 3 TIMES.
001230 01  BD-LAST-BILLED-DATE          PIC 9(08).
001240 01  BD-COUNTS.
001250     05  BD-ACCOUNT-COUNT         PIC 9(05) VALUE 0.
001260     05  BD-CLASSIN-COUNT         PIC 9(05) VALUE 0.
001270     05  BD-SHORT-COUNT           PIC 9(05) VALUE 0.
001280     05  BD-TONIGHT-COUNT         PIC 9(05) VALUE 0.
001290 01  BD-EDIT-ACCOUNTS             PIC ZZZ,ZZ9.
001300 01  BD-EDIT-CLASSIN              PIC ZZZ,ZZ9.
001310 01  BD-EDIT-SHORT                PIC ZZZ,ZZ9.
001320 01  BD-EDIT-TONIGHT              PIC ZZZ,ZZ9.
001330 01  BD-AUDIT-DETAIL              PIC X(50).
001340 PROCEDURE DIVISION.
001350 0000-MAINLINE.
001360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001370     PERFORM 2000-BUILD-PERIODS THRU 2000-EXIT.
001380     PERFORM 4000-REPLACE-HISTORY THRU 4000-EXIT.
001390     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.
001400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001410     MOVE 0 TO RETURN-CODE.
001420     GOBACK.
001430 1000-INITIALIZE.
001440     OPEN OUTPUT BUILD-REPORT.
001450     IF BD-BRPT-STATUS NOT = "00"
001460         DISPLAY "CLASSBLD - CLBLDRPT OPEN ERROR " BD-BRPT-STATUS
001470         MOVE 99 TO RETURN-CODE
001480         GOBACK
001490     END-IF.
001500     OPEN OUTPUT CLASSIN-FILE.
001510     IF BD-CLIN-STATUS NOT = "00"
001520         DISPLAY "CLASSBLD - CLASSIN OPEN ERROR " BD-CLIN-STATUS
001530         MOVE 99 TO RETURN-CODE
001540         GOBACK
001550     END-IF.
001560     OPEN OUTPUT TRANSACTION-HIST-WORK.
001570     IF BD-THWK-STATUS NOT = "00"
001580         DISPLAY "CLASSBLD - TRANHNEW OPEN ERROR " BD-THWK-STATUS
001590         MOVE 99 TO RETURN-CODE
001600         GOBACK
001610     END-IF.
001620     MOVE "CLASSIN BUILD BEGUN" TO BD-AUDIT-DETAIL.
001630     CALL "AUDITLOG" USING "CLASSBLD  "
001640                            "START     "
001650                            BD-AUDIT-DETAIL.
001660     PERFORM 1100-FIND-BUSINESS-DATE THRU 1100-EXIT.
001670     MOVE SPACES TO BUILD-REPORT-LINE.
001680     STRING "CLASSIN BUILD - ACCOUNTS SHORT OF THREE BILLED "
001690                                    DELIMITED BY SIZE
001700            "DAYS FOR "             DELIMITED BY SIZE
001710            BD-BUSINESS-DATE        DELIMITED BY SIZE
001720       INTO BUILD-REPORT-LINE.
001730     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
001740 1000-EXIT.
001750     EXIT.
001760 1100-FIND-BUSINESS-DATE.
001770     OPEN INPUT VARIANCE-HISTORY.
001780     IF BD-HIST-STATUS = "35"
001790         ACCEPT BD-BUSINESS-DATE FROM DATE YYYYMMDD
001800         GO TO 1100-EXIT
001810     END-IF.
001820     IF BD-HIST-STATUS NOT = "00"
001830         DISPLAY "CLASSBLD - VARHIST OPEN ERROR " BD-HIST-STATUS
001840         MOVE 99 TO RETURN-CODE
001850         GOBACK
001860     END-IF.
001870     PERFORM 1150-SCAN-ONE-DATE THRU 1150-EXIT
001880         UNTIL BD-HIST-EOF.
001890     CLOSE VARIANCE-HISTORY.
001900     IF BD-BUSINESS-DATE = 0
001910         ACCEPT BD-BUSINESS-DATE FROM DATE YYYYMMDD
001920     END-IF.
001930 1100-EXIT.
001940     EXIT.
001950 1150-SCAN-ONE-DATE.
001960     READ VARIANCE-HISTORY
001970         AT END SET BD-HIST-EOF TO TRUE
001980     END-READ.
001990     IF NOT BD-HIST-EOF
002000         IF VH-RUN-DATE > BD-BUSINESS-DATE
002010             MOVE VH-RUN-DATE TO BD-BUSINESS-DATE
002020         END-IF
002030     END-IF.
002040 1150-EXIT.
002050     EXIT.
002060*-----------------------------------------------------------------
002070* THE KEPT HISTORY AND TONIGHT'S TOTALS GO THROUGH ONE SORT INTO
002080* COMPANY/ACCOUNT ORDER, LATEST BUSINESS DAY FIRST WITHIN THE
002090* ACCOUNT, SO THE FIRST THREE ROWS OF EACH GROUP ARE THE ONES
002100* THAT COUNT.
002110*-----------------------------------------------------------------
002120 2000-BUILD-PERIODS.
002130     SORT SORT-WORK-FILE
002140         ON ASCENDING KEY SD-COMPANY-CODE
002150                          SD-ACCOUNT-ID
002160         ON DESCENDING KEY SD-BUSINESS-DATE
002170         INPUT PROCEDURE IS 2100-RELEASE-ROWS THRU 2100-EXIT
002180         OUTPUT PROCEDURE IS 3000-TAKE-PERIODS THRU 3000-EXIT.
002190 2000-EXIT.
002200     EXIT.
002210 2100-RELEASE-ROWS.
002220     PERFORM 2200-RELEASE-HISTORY THRU 2200-EXIT.
002230     PERFORM 2300-RELEASE-TONIGHT THRU 2300-EXIT.
002240 2100-EXIT.
002250     EXIT.
002260*-----------------------------------------------------------------
002270* NO TRANSACTION HISTORY YET IS THE FIRST NIGHT - TONIGHT'S ROWS
002280* START IT.  A ROW ALREADY DATED TONIGHT IS FROM AN EARLIER RUN
002290* OF THE SAME NIGHT AND IS DROPPED; TONIGHT'S TOTALS REPLACE IT.
002300*-----------------------------------------------------------------
002310 2200-RELEASE-HISTORY.
002320     OPEN INPUT TRANSACTION-HISTORY.
002330     IF BD-THIS-STATUS = "35"
002340         GO TO 2200-EXIT
002350     END-IF.
002360     IF BD-THIS-STATUS NOT = "00"
002370         DISPLAY "CLASSBLD - TRANHIST OPEN ERROR " BD-THIS-STATUS
002380         MOVE 99 TO RETURN-CODE
002390         GOBACK
002400     END-IF.
002410     PERFORM 2250-RELEASE-ONE-HISTORY THRU 2250-EXIT
002420         UNTIL BD-THIS-EOF.
002430     CLOSE TRANSACTION-HISTORY.
002440 2200-EXIT.
002450     EXIT.
002460 2250-RELEASE-ONE-HISTORY.
002470     READ TRANSACTION-HISTORY
002480         AT END SET BD-THIS-EOF TO TRUE
002490     END-READ.
002500     IF NOT BD-THIS-EOF
002510        AND TH-BUSINESS-DATE NOT = BD-BUSINESS-DATE
002520         MOVE TH-COMPANY-CODE  TO SD-COMPANY-CODE
002530         MOVE TH-ACCOUNT-ID    TO SD-ACCOUNT-ID
002540         MOVE TH-BUSINESS-DATE TO SD-BUSINESS-DATE
002550         MOVE TH-BILLED-AMT    TO SD-BILLED-AMT
002560         RELEASE SORT-WORK-RECORD
002570     END-IF.
002580 2250-EXIT.
002590     EXIT.
002600*-----------------------------------------------------------------
002610* TRANFILE ARRIVES IN COMPANY/ACCOUNT SEQUENCE (SUBVERB ENFORCES
002620* IT), SO THE BILLED SIDE IS TOTALLED AT THE ACCOUNT BREAK.  A
002630* WRITE-OFF ADJUSTMENT IS NOT BILLING, AND AN ACCOUNT WHOSE
002640* BILLED SIDE NETS TO NOTHING HAD NO BILLED ACTIVITY TONIGHT.
002650* NO TRANFILE MEANS NOTHING WAS BILLED, NOT A FAILURE.
002660*-----------------------------------------------------------------
002670 2300-RELEASE-TONIGHT.
002680     OPEN INPUT TRANSACTION-FILE.
002690     IF BD-TRAN-STATUS = "35"
002700         GO TO 2300-EXIT
002710     END-IF.
002720     IF BD-TRAN-STATUS NOT = "00"
002730         DISPLAY "CLASSBLD - TRANFILE OPEN ERROR " BD-TRAN-STATUS
002740         MOVE 99 TO RETURN-CODE
002750         GOBACK
002760     END-IF.
002770     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
002780     PERFORM 2350-TOTAL-ONE-RECORD THRU 2350-EXIT
002790         UNTIL BD-TRAN-EOF.
002800     IF BD-CURRENT-ACCT NOT = SPACES
002810         PERFORM 2400-RELEASE-ACCOUNT THRU 2400-EXIT
002820     END-IF.
002830     CLOSE TRANSACTION-FILE.
002840 2300-EXIT.
002850     EXIT.
002860 2350-TOTAL-ONE-RECORD.
002870     IF TRAN-COMPANY-CODE NOT = BD-CURRENT-COMP
002880        OR TRAN-ACCT-ID NOT = BD-CURRENT-ACCT
002890         IF BD-CURRENT-ACCT NOT = SPACES
002900             PERFORM 2400-RELEASE-ACCOUNT THRU 2400-EXIT
002910         END-IF
002920         MOVE TRAN-COMPANY-CODE TO BD-CURRENT-COMP
002930         MOVE TRAN-ACCT-ID      TO BD-CURRENT-ACCT
002940         MOVE 0                 TO BD-ACCT-BILLED
002950     END-IF.
002960     IF NOT TRAN-TYPE-WRITEOFF
002970         ADD TRAN-BILLED-AMT TO BD-ACCT-BILLED
002980     END-IF.
002990     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
003000 2350-EXIT.
003010     EXIT.
003020 2400-RELEASE-ACCOUNT.
003030     IF BD-ACCT-BILLED = 0
003040         GO TO 2400-EXIT
003050     END-IF.
003060     MOVE BD-CURRENT-COMP  TO SD-COMPANY-CODE.
003070     MOVE BD-CURRENT-ACCT  TO SD-ACCOUNT-ID.
003080     MOVE BD-BUSINESS-DATE TO SD-BUSINESS-DATE.
003090     MOVE BD-ACCT-BILLED   TO SD-BILLED-AMT.
003100     RELEASE SORT-WORK-RECORD.
003110     ADD 1 TO BD-TONIGHT-COUNT.
003120 2400-EXIT.
003130     EXIT.
003140 2900-READ-TRANSACTION.
003150     READ TRANSACTION-FILE
003160         AT END SET BD-TRAN-EOF TO TRUE
003170     END-READ.
003180     IF NOT BD-TRAN-EOF
003190         IF TT-TRAILER-TAG = "TRAILER"
003200            OR TT-TRAILER-TAG = "CTRAILER"
003210            OR TT-TRAILER-TAG = "TTRAILER"
003220             SET BD-TRAN-EOF TO TRUE
003230         END-IF
003240     END-IF.
003250 2900-EXIT.
003260     EXIT.
003270*-----------------------------------------------------------------
003280* THE SORTED ROWS COME BACK ONE ACCOUNT AT A TIME, LATEST DAY
003290* FIRST.  THE FIRST THREE ARE KEPT ON THE NEW HISTORY AND
003300* BECOME THE ACCOUNT'S THREE CLASSIFICATION VALUES; ANY OLDER
003310* ROWS ARE NO LONGER NEEDED AND FALL AWAY.
003320*-----------------------------------------------------------------
003330 3000-TAKE-PERIODS.
003340     MOVE SPACES TO BD-CURRENT-COMP.
003350     MOVE SPACES TO BD-CURRENT-ACCT.
003360     PERFORM 3900-RETURN-ROW THRU 3900-EXIT.
003370     PERFORM 3100-TAKE-ONE-ROW THRU 3100-EXIT
003380         UNTIL BD-SORT-EOF.
003390     IF BD-CURRENT-ACCT NOT = SPACES
003400         PERFORM 3200-FINISH-ACCOUNT THRU 3200-EXIT
003410     END-IF.
003420 3000-EXIT.
003430     EXIT.
003440 3100-TAKE-ONE-ROW.
003450     IF SD-COMPANY-CODE NOT = BD-CURRENT-COMP
003460        OR SD-ACCOUNT-ID NOT = BD-CURRENT-ACCT
003470         IF BD-CURRENT-ACCT NOT = SPACES
003480             PERFORM 3200-FINISH-ACCOUNT THRU 3200-EXIT
003490         END-IF
003500         MOVE SD-COMPANY-CODE  TO BD-CURRENT-COMP
003510         MOVE SD-ACCOUNT-ID    TO BD-CURRENT-ACCT
003520         MOVE SD-BUSINESS-DATE TO BD-LAST-BILLED-DATE
003530         MOVE 0                TO BD-PERIOD-COUNT
003540         MOVE ZEROS            TO BD-PERIOD-TABLE
003550         ADD 1 TO BD-ACCOUNT-COUNT
003560     END-IF.
003570     IF BD-PERIOD-COUNT < BD-PERIODS-WANTED
003580         ADD 1 TO BD-PERIOD-COUNT
003590         PERFORM 3150-SET-PERIOD-VALUE THRU 3150-EXIT
003600         MOVE SORT-WORK-RECORD TO TRANSACTION-WORK-RECORD
003610         WRITE TRANSACTION-WORK-RECORD
003620         IF BD-THWK-STATUS NOT = "00"
003630             DISPLAY "CLASSBLD - TRANHNEW WRITE ERROR "
003640                     BD-THWK-STATUS
003650             MOVE 99 TO RETURN-CODE
003660             GOBACK
003670         END-IF
003680     END-IF.
003690     PERFORM 3900-RETURN-ROW THRU 3900-EXIT.
003700 3100-EXIT.
003710     EXIT.
003720*    CLASSIFICATION VALUES ARE WHOLE, UNSIGNED AND FIVE DIGITS -
003730*    A CREDIT DAY COUNTS AS NOTHING AND A HUGE ONE AS THE MOST.
003740 3150-SET-PERIOD-VALUE.
003750     IF SD-BILLED-AMT < 0
003760         MOVE 0 TO BD-PERIOD-VALUE (BD-PERIOD-COUNT)
003770     ELSE
003780         IF SD-BILLED-AMT > 99999
003790             MOVE 99999 TO BD-PERIOD-VALUE (BD-PERIOD-COUNT)
003800         ELSE
003810             MOVE SD-BILLED-AMT
003820                 TO BD-PERIOD-VALUE (BD-PERIOD-COUNT)
003830         END-IF
003840     END-IF.
003850 3150-EXIT.
003860     EXIT.
003870 3200-FINISH-ACCOUNT.
003880     IF BD-PERIOD-COUNT < BD-PERIODS-WANTED
003890         PERFORM 3300-REPORT-SHORT THRU 3300-EXIT
003900         GO TO 3200-EXIT
003910     END-IF.
003920     MOVE BD-CURRENT-COMP       TO CI-COMPANY-CODE.
003930     MOVE BD-CURRENT-ACCT       TO CI-ACCOUNT-ID.
003940     MOVE BD-PERIOD-VALUE (1)   TO CI-NUM1.
003950     MOVE BD-PERIOD-VALUE (2)   TO CI-NUM2.
003960     MOVE BD-PERIOD-VALUE (3)   TO CI-NUM3.
003970     WRITE CLASSIN-RECORD.
003980     IF BD-CLIN-STATUS NOT = "00"
003990         DISPLAY "CLASSBLD - CLASSIN WRITE ERROR " BD-CLIN-STATUS
004000         MOVE 99 TO RETURN-CODE
004010         GOBACK
004020     END-IF.
004030     ADD 1 TO BD-CLASSIN-COUNT.
004040 3200-EXIT.
004050     EXIT.
004060 3300-REPORT-SHORT.
004070     ADD 1 TO BD-SHORT-COUNT.
004080     MOVE SPACES TO BUILD-REPORT-LINE.
004090     STRING BD-CURRENT-COMP          DELIMITED BY SIZE
004100            " "                      DELIMITED BY SIZE
004110            BD-CURRENT-ACCT          DELIMITED BY SIZE
004120            "  BILLED DAYS ON FILE: " DELIMITED BY SIZE
004130            BD-PERIOD-COUNT          DELIMITED BY SIZE
004140            "  LAST BILLED "         DELIMITED BY SIZE
004150            BD-LAST-BILLED-DATE      DELIMITED BY SIZE
004160            "  NOT CLASSIFIED"       DELIMITED BY SIZE
004170       INTO BUILD-REPORT-LINE.
004180     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
004190 3300-EXIT.
004200     EXIT.
004210 3900-RETURN-ROW.
004220     RETURN SORT-WORK-FILE
004230         AT END SET BD-SORT-EOF TO TRUE
004240     END-RETURN.
004250 3900-EXIT.
004260     EXIT.
004270*-----------------------------------------------------------------
004280* THE KEPT ROWS WENT TO THE TRANHNEW WORK FILE AND ARE COPIED
004290* BACK OVER TRANHIST ONLY NOW, THE AUDITARC REBUILD DISCIPLINE -
004300* A FAILURE BEFORE THIS POINT LEAVES TRANHIST AS IT WAS, AND THE
004310* RERUN PICKS UP THE SAME HISTORY.
004320*-----------------------------------------------------------------
004330 4000-REPLACE-HISTORY.
004340     CLOSE TRANSACTION-HIST-WORK.
004350     OPEN INPUT TRANSACTION-HIST-WORK.
004360     IF BD-THWK-STATUS NOT = "00"
004370         DISPLAY "CLASSBLD - TRANHNEW REOPEN ERROR "
004380                 BD-THWK-STATUS
004390         MOVE 99 TO RETURN-CODE
004400         GOBACK
004410     END-IF.
004420     OPEN OUTPUT TRANSACTION-HISTORY.
004430     IF BD-THIS-STATUS NOT = "00"
004440         DISPLAY "CLASSBLD - TRANHIST REWRITE OPEN ERROR "
004450                 BD-THIS-STATUS
004460         MOVE 99 TO RETURN-CODE
004470         GOBACK
004480     END-IF.
004490     PERFORM 4100-COPY-ONE-BACK THRU 4100-EXIT
004500         UNTIL BD-COPY-EOF.
004510     CLOSE TRANSACTION-HIST-WORK.
004520     CLOSE TRANSACTION-HISTORY.
004530 4000-EXIT.
004540     EXIT.
004550 4100-COPY-ONE-BACK.
004560     READ TRANSACTION-HIST-WORK
004570         AT END SET BD-COPY-EOF TO TRUE
004580     END-READ.
004590     IF NOT BD-COPY-EOF
004600         MOVE TRANSACTION-WORK-RECORD TO TH-HISTORY-RECORD
004610         WRITE TH-HISTORY-RECORD
004620         IF BD-THIS-STATUS NOT = "00"
004630             DISPLAY "CLASSBLD - TRANHIST WRITE ERROR "
004640                     BD-THIS-STATUS
004650             MOVE 99 TO RETURN-CODE
004660             GOBACK
004670         END-IF
004680     END-IF.
004690 4100-EXIT.
004700     EXIT.
004710 7500-WRITE-REPORT-LINE.
004720     WRITE BUILD-REPORT-LINE.
004730     IF BD-BRPT-STATUS NOT = "00"
004740         DISPLAY "CLASSBLD - CLBLDRPT WRITE ERROR " BD-BRPT-STATUS
004750         MOVE 99 TO RETURN-CODE
004760         GOBACK
004770     END-IF.
004780 7500-EXIT.
004790     EXIT.
004800 8000-WRITE-TRAILER.
004810     MOVE BD-ACCOUNT-COUNT TO BD-EDIT-ACCOUNTS.
004820     MOVE BD-CLASSIN-COUNT TO BD-EDIT-CLASSIN.
004830     MOVE BD-SHORT-COUNT   TO BD-EDIT-SHORT.
004840     MOVE BD-TONIGHT-COUNT TO BD-EDIT-TONIGHT.
004850     MOVE SPACES TO BUILD-REPORT-LINE.
004860     STRING "ACCOUNTS: "          DELIMITED BY SIZE
004870            BD-EDIT-ACCOUNTS      DELIMITED BY SIZE
004880            ", BILLED TONIGHT: "  DELIMITED BY SIZE
004890            BD-EDIT-TONIGHT       DELIMITED BY SIZE
004900            ", CLASSIN: "         DELIMITED BY SIZE
004910            BD-EDIT-CLASSIN       DELIMITED BY SIZE
004920            ", SHORT: "           DELIMITED BY SIZE
004930            BD-EDIT-SHORT         DELIMITED BY SIZE
004940       INTO BUILD-REPORT-LINE.
004950     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
004960     DISPLAY "CLASSBLD - " BUILD-REPORT-LINE.
004970 8000-EXIT.
004980     EXIT.
004990 9000-TERMINATE.
005000     MOVE BD-CLASSIN-COUNT TO BD-EDIT-CLASSIN.
005010     MOVE BD-SHORT-COUNT   TO BD-EDIT-SHORT.
005020     MOVE SPACES TO BD-AUDIT-DETAIL.
005030     STRING "RUN COMPLETE - CLASSIN: " DELIMITED BY SIZE
005040            BD-EDIT-CLASSIN            DELIMITED BY SIZE
005050            ", SHORT: "                DELIMITED BY SIZE
005060            BD-EDIT-SHORT              DELIMITED BY SIZE
005070       INTO BD-AUDIT-DETAIL.
005080     CALL "AUDITLOG" USING "CLASSBLD  "
005090                            "END       "
005100                            BD-AUDIT-DETAIL.
005110     CLOSE CLASSIN-FILE.
005120     CLOSE BUILD-REPORT.
005130 9000-EXIT.
005140     EXIT.
