000010*****************************************************************
000020*    PROGRAM-ID.  PAYMATCH
000030*    AUTHOR.      R. HOLLOWAY, BATCH SUPPORT GROUP.
000040*    INSTALLATION. DAILY RECONCILIATION SYSTEM.
000050*    DATE-WRITTEN. 10/15/26.
000060*    DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    REMARKS.
000090*        NIGHTLY MISAPPLIED-PAYMENT MATCHER.  A PAYMENT POSTED
000100*        TO THE WRONG ACCOUNT SHOWS UP AS TWO EXCEPTIONS IN THE
000110*        SAME COMPANY - AN OVERPAYMENT ON THE ACCOUNT THAT GOT
000120*        THE MONEY AND AN UNDERPAYMENT OF THE SAME SIZE ON THE
000130*        ACCOUNT THAT SHOULD HAVE.  THIS RUN TAKES EVERY OPEN
000140*        EXCEPTION ON EXCPMST (NOT RESOLVED, NO WRITE-OFF IN
000150*        HAND) WHOSE LATEST VARHIST ROW IS FROM TONIGHT, AND
000160*        WITHIN EACH COMPANY PAIRS OFFSETTING VARIANCES IN
000170*        THREE PASSES - EXACT MATCHES FIRST, THEN NEAR MATCHES
000180*        WITHIN THE MTOLCPY TOLERANCE, THEN ONE PAYMENT SPLIT
000190*        ACROSS TWO ACCOUNTS (OR TWO PAYMENTS LANDING ON ONE).
000200*        AN ACCOUNT IS USED IN ONE SUGGESTION AT MOST.  THE
000210*        SUGGESTED TRANSFERS ARE PRINTED ON MATCHRPT FOR THE
000220*        RECONCILIATION TEAM, WHO ACCEPT THEM THROUGH THE
000230*        EXCPMNT MATCH OPTION.  NOTHING IS UPDATED HERE.
000240*-----------------------------------------------------------------
000250*    MODIFICATION HISTORY.
000260*        10/15/26  RLH  INITIAL VERSION.
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. PAYMATCH.
000300 AUTHOR. R. HOLLOWAY.
000310 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000320 DATE-WRITTEN. 10/15/26.
000330 DATE-COMPILED. 10/15/26.
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT EXCEPTION-MASTER ASSIGN TO EXCPMST
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS EX-ACCOUNT-ID
000410         FILE STATUS IS PM-EXCM-STATUS.
000420     SELECT VARIANCE-HISTORY ASSIGN TO VARHIST
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS PM-HIST-STATUS.
000450     SELECT HISTORY-SORTED ASSIGN TO VARHSRT
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS PM-HSRT-STATUS.
000480     SELECT CANDIDATE-WORK-FILE ASSIGN TO PMCANDW
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS PM-CAND-STATUS.
000510     SELECT MATCH-REPORT ASSIGN TO MATCHRPT
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS PM-MRPT-STATUS.
000540     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
000550     SELECT CANDIDATE-SORT-FILE ASSIGN TO SORTWK02.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  EXCEPTION-MASTER.
000590 COPY excmcpy.
000600 FD  VARIANCE-HISTORY.
000610 COPY vhistcpy.
000620 FD  HISTORY-SORTED.
000630 01  HS-HISTORY-RECORD.
000640     05  HS-ACCOUNT-ID           PIC X(10).
000650     05  HS-RUN-DATE             PIC 9(08).
000660     05  HS-VARIANCE             PIC S9(7)V9(2).
000670     05  HS-WRITEOFF-FLAG        PIC X(01).
000680         88  HS-WRITEOFF-ADJUSTED    VALUE "W".
000690     05  HS-WRITEOFF-AMT         PIC S9(7)V9(2).
000700 FD  CANDIDATE-WORK-FILE.
000710 01  CD-CANDIDATE-RECORD.
000720     05  CD-COMPANY-CODE         PIC X(02).
000730     05  CD-VARIANCE             PIC S9(7)V9(2).
000740     05  CD-ACCOUNT-ID           PIC X(10).
000750 FD  MATCH-REPORT.
000760 01  MATCH-REPORT-LINE           PIC X(80).
000770 SD  SORT-WORK-FILE.
000780 01  SORT-WORK-RECORD.
000790     05  SD-ACCOUNT-ID           PIC X(10).
000800     05  SD-RUN-DATE             PIC 9(08).
000810     05  SD-VARIANCE             PIC S9(7)V9(2).
000820     05  SD-WRITEOFF-FLAG        PIC X(01).
000830     05  SD-WRITEOFF-AMT         PIC S9(7)V9(2).
000840 SD  CANDIDATE-SORT-FILE.
000850 01  CANDIDATE-SORT-RECORD.
000860     05  CS-COMPANY-CODE         PIC X(02).
000870     05  CS-VARIANCE             PIC S9(7)V9(2).
000880     05  CS-ACCOUNT-ID           PIC X(10).
000890 WORKING-STORAGE SECTION.
000900 COPY mtolcpy.
000910 01  PM-FILE-STATUSES.
000920     05  PM-EXCM-STATUS           PIC X(02) VALUE "00".
000930     05  PM-HIST-STATUS           PIC X(02) VALUE "00".
000940     05  PM-HSRT-STATUS           PIC X(02) VALUE "00".
000950     05  PM-CAND-STATUS           PIC X(02) VALUE "00".
000960     05  PM-MRPT-STATUS           PIC X(02) VALUE "00".
000970 01  PM-SWITCHES.
000980     05  PM-EXCM-EOF-SW           PIC X(01) VALUE "N".
000990         88  PM-EXCM-EOF              VALUE "Y".
001000     05  PM-HIST-EOF-SW           PIC X(01) VALUE "N".
001010         88  PM-HIST-EOF              VALUE "Y".
001020     05  PM-HSRT-EOF-SW           PIC X(01) VALUE "N".
001030         88  PM-HSRT-EOF              VALUE "Y".
001040     05  PM-CSRT-EOF-SW           PIC X(01) VALUE "N".
001050         88  PM-CSRT-EOF              VALUE "Y".
001060     05  PM-EXCM-SW               PIC X(01) VALUE "N".
001070         88  PM-EXCM-AVAILABLE        VALUE "Y".
001080     05  PM-HSRT-SW               PIC X(01) VALUE "N".
001090         88  PM-HSRT-AVAILABLE        VALUE "Y".
001100     05  PM-HELD-SW               PIC X(01) VALUE "N".
001110         88  PM-HELD-FOUND            VALUE "Y".
001120     05  PM-OVER-SW               PIC X(01) VALUE "N".
001130         88  PM-I-IS-OVER             VALUE "Y".
001140*-----------------------------------------------------------------
001150* ONE COMPANY'S CANDIDATES AT A TIME, IN ASCENDING VARIANCE
001160* ORDER - UNDERPAYMENTS FIRST, OVERPAYMENTS AFTER.  A COMPANY
001170* WITH MORE OPEN CANDIDATES THAN THE TABLE HOLDS HAS THE REST
001180* COUNTED AS NOT CONSIDERED ON THE TRAILER.
001190*-----------------------------------------------------------------
001200 01  PM-CAND-MAX                  PIC 9(04) VALUE 500.
001210 01  PM-CAND-TABLE.
001220     05  PM-CAND-COUNT            PIC 9(04) VALUE 0.
001230     05  PM-CAND-ENTRY            OCCURS 500 TIMES.
001240         10  PM-CAND-ACCOUNT      PIC X(10).
001250         10  PM-CAND-VARIANCE     PIC S9(7)V9(2).
001260         10  PM-CAND-USED-SW      PIC X(01).
001270             88  PM-CAND-USED         VALUE "Y".
001280 01  PM-SUBSCRIPTS.
001290     05  PM-I                     PIC 9(04) COMP.
001300     05  PM-J                     PIC 9(04) COMP.
001310     05  PM-K                     PIC 9(04) COMP.
001320     05  PM-BEST-J                PIC 9(04) COMP.
001330     05  PM-BEST-K                PIC 9(04) COMP.
001340     05  PM-FROM-SUB              PIC 9(04) COMP.
001350     05  PM-TO-SUB                PIC 9(04) COMP.
001360 01  PM-BUSINESS-DATE             PIC 9(08) VALUE 0.
001370 01  PM-CURRENT-COMP              PIC X(02) VALUE SPACES.
001380 01  PM-HIST-KEY                  PIC X(10).
001390 01  PM-HELD-DATE                 PIC 9(08).
001400 01  PM-HELD-VARIANCE             PIC S9(7)V9(2).
001410 01  PM-DIFF                      PIC S9(8)V9(2).
001420 01  PM-ABS-DIFF                  PIC 9(8)V9(2).
001430 01  PM-BEST-DIFF                 PIC 9(8)V9(2).
001440 01  PM-XFER-AMT                  PIC S9(7)V9(2).
001450 01  PM-GROUP                     PIC 9(05) VALUE 0.
001460 01  PM-MATCH-WORD                PIC X(05).
001470 01  PM-COUNTS.
001480     05  PM-CANDIDATE-COUNT       PIC 9(05) VALUE 0.
001490     05  PM-EXACT-COUNT           PIC 9(05) VALUE 0.
001500     05  PM-NEAR-COUNT            PIC 9(05) VALUE 0.
001510     05  PM-SPLIT-COUNT           PIC 9(05) VALUE 0.
001520     05  PM-UNMATCHED-COUNT       PIC 9(05) VALUE 0.
001530     05  PM-OVERFLOW-COUNT        PIC 9(05) VALUE 0.
001540 01  PM-EDIT-GROUP                PIC ZZZZ9.
001550 01  PM-EDIT-FROM-VAR             PIC +Z(6)9.99.
001560 01  PM-EDIT-TO-VAR               PIC +Z(6)9.99.
001570 01  PM-EDIT-XFER                 PIC Z(6)9.99.
001580 01  PM-EDIT-CANDIDATES           PIC ZZZ,ZZ9.
001590 01  PM-EDIT-EXACT                PIC ZZZ,ZZ9.
001600 01  PM-EDIT-NEAR                 PIC ZZZ,ZZ9.
001610 01  PM-EDIT-SPLIT                PIC ZZZ,ZZ9.
001620 01  PM-EDIT-UNMATCHED            PIC ZZZ,ZZ9.
001630 01  PM-EDIT-OVERFLOW             PIC ZZZ,ZZ9.
001640 01  PM-AUDIT-DETAIL              PIC X(50).
001650 PROCEDURE DIVISION.
001660 0000-MAINLINE.
001670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001680     PERFORM 2000-SELECT-CANDIDATES THRU 2000-EXIT
001690         UNTIL PM-EXCM-EOF.
001700     PERFORM 3000-MATCH-CANDIDATES THRU 3000-EXIT.
001710     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.
001720     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001730     MOVE 0 TO RETURN-CODE.
001740     GOBACK.
001750*-----------------------------------------------------------------
001760* NO EXCEPTION MASTER OR NO HISTORY MEANS NOTHING TO MATCH - THE
001770* REPORT COMES OUT EMPTY RATHER THAN FAILING THE NIGHT.  THE
001780* BUSINESS DATE IS THE LATEST VARHIST RUN DATE (THE PROMCHK
001790* RULE), AND THE HISTORY IS THEN SORTED INTO ACCOUNT/RUN-DATE
001800* ORDER SO EACH ACCOUNT'S LATEST ROW IS THE LAST OF ITS GROUP.
001810*-----------------------------------------------------------------
001820 1000-INITIALIZE.
001830     OPEN OUTPUT MATCH-REPORT.
001840     IF PM-MRPT-STATUS NOT = "00"
001850         DISPLAY "PAYMATCH - MATCHRPT OPEN ERROR " PM-MRPT-STATUS
001860         MOVE 99 TO RETURN-CODE
001870         GOBACK
001880     END-IF.
001890     OPEN OUTPUT CANDIDATE-WORK-FILE.
001900     IF PM-CAND-STATUS NOT = "00"
001910         DISPLAY "PAYMATCH - PMCANDW OPEN ERROR " PM-CAND-STATUS
001920         MOVE 99 TO RETURN-CODE
001930         GOBACK
001940     END-IF.
001950     MOVE "PAYMENT MATCH BEGUN" TO PM-AUDIT-DETAIL.
001960     CALL "AUDITLOG" USING "PAYMATCH  "
001970                            "START     "
001980                            PM-AUDIT-DETAIL.
001990     PERFORM 1100-FIND-BUSINESS-DATE THRU 1100-EXIT.
002000     MOVE SPACES TO MATCH-REPORT-LINE.
002010     STRING "SUGGESTED TRANSFERS - MISAPPLIED PAYMENTS FOR "
002020                                    DELIMITED BY SIZE
002030            PM-BUSINESS-DATE        DELIMITED BY SIZE
002040       INTO MATCH-REPORT-LINE.
002050     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
002060     MOVE SPACES TO MATCH-REPORT-LINE.
002070     STRING "CO   GRP TYPE  FROM ACCT    OVERPAID    "
002080                                    DELIMITED BY SIZE
002090            "TO ACCT     UNDERPAID   TRANSFER"
002100                                    DELIMITED BY SIZE
002110       INTO MATCH-REPORT-LINE.
002120     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
002130     IF PM-HIST-STATUS = "35"
002140         SET PM-EXCM-EOF TO TRUE
002150         GO TO 1000-EXIT
002160     END-IF.
002170     OPEN INPUT EXCEPTION-MASTER.
002180     IF PM-EXCM-STATUS = "35"
002190         SET PM-EXCM-EOF TO TRUE
002200         GO TO 1000-EXIT
002210     END-IF.
002220     IF PM-EXCM-STATUS NOT = "00"
002230         DISPLAY "PAYMATCH - EXCPMST OPEN ERROR " PM-EXCM-STATUS
002240         MOVE 99 TO RETURN-CODE
002250         GOBACK
002260     END-IF.
002270     SET PM-EXCM-AVAILABLE TO TRUE.
002280     PERFORM 1200-PREPARE-HISTORY THRU 1200-EXIT.
002290     PERFORM 2900-READ-EXCEPTION THRU 2900-EXIT.
002300 1000-EXIT.
002310     EXIT.
002320 1100-FIND-BUSINESS-DATE.
002330     OPEN INPUT VARIANCE-HISTORY.
002340     IF PM-HIST-STATUS = "35"
002350         ACCEPT PM-BUSINESS-DATE FROM DATE YYYYMMDD
002360         GO TO 1100-EXIT
002370     END-IF.
002380     IF PM-HIST-STATUS NOT = "00"
002390         DISPLAY "PAYMATCH - VARHIST OPEN ERROR " PM-HIST-STATUS
002400         MOVE 99 TO RETURN-CODE
002410         GOBACK
002420     END-IF.
002430     PERFORM 1150-SCAN-ONE-DATE THRU 1150-EXIT
002440         UNTIL PM-HIST-EOF.
002450     CLOSE VARIANCE-HISTORY.
002460     IF PM-BUSINESS-DATE = 0
002470         ACCEPT PM-BUSINESS-DATE FROM DATE YYYYMMDD
002480     END-IF.
002490 1100-EXIT.
002500     EXIT.
002510 1150-SCAN-ONE-DATE.
002520     READ VARIANCE-HISTORY
002530         AT END SET PM-HIST-EOF TO TRUE
002540     END-READ.
002550     IF NOT PM-HIST-EOF
002560         IF VH-RUN-DATE > PM-BUSINESS-DATE
002570             MOVE VH-RUN-DATE TO PM-BUSINESS-DATE
002580         END-IF
002590     END-IF.
002600 1150-EXIT.
002610     EXIT.
002620 1200-PREPARE-HISTORY.
002630     MOVE HIGH-VALUES TO PM-HIST-KEY.
002640     SORT SORT-WORK-FILE
002650         ON ASCENDING KEY SD-ACCOUNT-ID
002660                          SD-RUN-DATE
002670         USING VARIANCE-HISTORY
002680         GIVING HISTORY-SORTED.
002690     OPEN INPUT HISTORY-SORTED.
002700     IF PM-HSRT-STATUS NOT = "00"
002710         DISPLAY "PAYMATCH - VARHSRT OPEN ERROR " PM-HSRT-STATUS
002720         MOVE 99 TO RETURN-CODE
002730         GOBACK
002740     END-IF.
002750     SET PM-HSRT-AVAILABLE TO TRUE.
002760     PERFORM 2950-READ-HISTORY THRU 2950-EXIT.
002770 1200-EXIT.
002780     EXIT.
002790*-----------------------------------------------------------------
002800* CANDIDATE SELECTION - THE EXCEPTION MASTER AND THE SORTED
002810* HISTORY BOTH RUN ASCENDING BY ACCOUNT, SO THE JOIN IS THE
002820* COLWORK TWO-FILE MATCH.  AN ACCOUNT IS A CANDIDATE ONLY IF IT
002830* IS STILL OPEN, HAS NO WRITE-OFF APPROVED, PENDING OR
002840* GENERATED, CARRIES A COMPANY CODE, AND WAS OUT OF BALANCE
002850* TONIGHT.  ANY WRITE-OFF PART OF TONIGHT'S ROW IS TAKEN OUT -
002860* IT IS NOT MONEY THAT CAN HAVE BEEN MISAPPLIED.
002870*-----------------------------------------------------------------
002880 2000-SELECT-CANDIDATES.
002890     IF EX-STATUS-RESOLVED
002900        OR NOT EX-WRITEOFF-NONE
002910        OR EX-COMPANY-CODE = SPACES
002920         PERFORM 2900-READ-EXCEPTION THRU 2900-EXIT
002930         GO TO 2000-EXIT
002940     END-IF.
002950     PERFORM 2100-MATCH-HISTORY THRU 2100-EXIT.
002960     IF PM-HELD-FOUND
002970        AND PM-HELD-DATE = PM-BUSINESS-DATE
002980        AND PM-HELD-VARIANCE NOT = 0
002990         MOVE EX-COMPANY-CODE  TO CD-COMPANY-CODE
003000         MOVE EX-ACCOUNT-ID    TO CD-ACCOUNT-ID
003010         MOVE PM-HELD-VARIANCE TO CD-VARIANCE
003020         WRITE CD-CANDIDATE-RECORD
003030         IF PM-CAND-STATUS NOT = "00"
003040             DISPLAY "PAYMATCH - PMCANDW WRITE ERROR "
003050                     PM-CAND-STATUS
003060             MOVE 99 TO RETURN-CODE
003070             GOBACK
003080         END-IF
003090         ADD 1 TO PM-CANDIDATE-COUNT
003100     END-IF.
003110     PERFORM 2900-READ-EXCEPTION THRU 2900-EXIT.
003120 2000-EXIT.
003130     EXIT.
003140 2100-MATCH-HISTORY.
003150     MOVE "N" TO PM-HELD-SW.
003160     PERFORM 2150-DRAIN-LOW-HISTORY THRU 2150-EXIT
003170         UNTIL PM-HSRT-EOF
003180            OR PM-HIST-KEY NOT < EX-ACCOUNT-ID.
003190     PERFORM 2160-TAKE-ACCOUNT-ROWS THRU 2160-EXIT
003200         UNTIL PM-HSRT-EOF
003210            OR PM-HIST-KEY NOT = EX-ACCOUNT-ID.
003220 2100-EXIT.
003230     EXIT.
003240 2150-DRAIN-LOW-HISTORY.
003250     PERFORM 2950-READ-HISTORY THRU 2950-EXIT.
003260 2150-EXIT.
003270     EXIT.
003280 2160-TAKE-ACCOUNT-ROWS.
003290     MOVE HS-RUN-DATE TO PM-HELD-DATE.
003300     MOVE HS-VARIANCE TO PM-HELD-VARIANCE.
003310*    A ROW FROM BEFORE THE WRITE-OFF FLAG READS BACK BLANK.
003320     IF HS-WRITEOFF-ADJUSTED
003330         SUBTRACT HS-WRITEOFF-AMT FROM PM-HELD-VARIANCE
003340     END-IF.
003350     SET PM-HELD-FOUND TO TRUE.
003360     PERFORM 2950-READ-HISTORY THRU 2950-EXIT.
003370 2160-EXIT.
003380     EXIT.
003390 2900-READ-EXCEPTION.
003400     READ EXCEPTION-MASTER NEXT RECORD
003410         AT END SET PM-EXCM-EOF TO TRUE
003420     END-READ.
003430 2900-EXIT.
003440     EXIT.
003450 2950-READ-HISTORY.
003460     READ HISTORY-SORTED
003470         AT END
003480             SET PM-HSRT-EOF TO TRUE
003490             MOVE HIGH-VALUES TO PM-HIST-KEY
003500         NOT AT END
003510             MOVE HS-ACCOUNT-ID TO PM-HIST-KEY
003520     END-READ.
003530 2950-EXIT.
003540     EXIT.
003550*-----------------------------------------------------------------
003560* THE CANDIDATES COME BACK IN COMPANY/VARIANCE ORDER AND ARE
003570* MATCHED ONE COMPANY AT A TIME - MONEY IS NEVER SUGGESTED
003580* ACROSS COMPANIES.
003590*-----------------------------------------------------------------
003600 3000-MATCH-CANDIDATES.
003610     CLOSE CANDIDATE-WORK-FILE.
003620     SORT CANDIDATE-SORT-FILE
003630         ON ASCENDING KEY CS-COMPANY-CODE
003640                          CS-VARIANCE
003650                          CS-ACCOUNT-ID
003660         USING CANDIDATE-WORK-FILE
003670         OUTPUT PROCEDURE IS 3100-MATCH-BY-COMPANY THRU 3100-EXIT.
003680 3000-EXIT.
003690     EXIT.
003700 3100-MATCH-BY-COMPANY.
003710     MOVE 0 TO PM-CAND-COUNT.
003720     PERFORM 3900-RETURN-CANDIDATE THRU 3900-EXIT.
003730     PERFORM 3200-LOAD-ONE-CANDIDATE THRU 3200-EXIT
003740         UNTIL PM-CSRT-EOF.
003750     IF PM-CAND-COUNT > 0
003760         PERFORM 4000-MATCH-COMPANY THRU 4000-EXIT
003770     END-IF.
003780 3100-EXIT.
003790     EXIT.
003800 3200-LOAD-ONE-CANDIDATE.
003810     IF CS-COMPANY-CODE NOT = PM-CURRENT-COMP
003820         IF PM-CAND-COUNT > 0
003830             PERFORM 4000-MATCH-COMPANY THRU 4000-EXIT
003840         END-IF
003850         MOVE CS-COMPANY-CODE TO PM-CURRENT-COMP
003860         MOVE 0 TO PM-CAND-COUNT
003870     END-IF.
003880     IF PM-CAND-COUNT NOT < PM-CAND-MAX
003890         ADD 1 TO PM-OVERFLOW-COUNT
003900     ELSE
003910         ADD 1 TO PM-CAND-COUNT
003920         MOVE CS-ACCOUNT-ID TO PM-CAND-ACCOUNT (PM-CAND-COUNT)
003930         MOVE CS-VARIANCE   TO PM-CAND-VARIANCE (PM-CAND-COUNT)
003940         MOVE "N"           TO PM-CAND-USED-SW (PM-CAND-COUNT)
003950     END-IF.
003960     PERFORM 3900-RETURN-CANDIDATE THRU 3900-EXIT.
003970 3200-EXIT.
003980     EXIT.
003990 3900-RETURN-CANDIDATE.
004000     RETURN CANDIDATE-SORT-FILE
004010         AT END SET PM-CSRT-EOF TO TRUE
004020     END-RETURN.
004030 3900-EXIT.
004040     EXIT.
004050*-----------------------------------------------------------------
004060* THE THREE PASSES OVER ONE COMPANY, IN THE ORDER THE TEAM
004070* TRUSTS THEM.  EACH PASS ONLY SEES ACCOUNTS NO EARLIER PASS HAS
004080* USED, SO AN EXACT MATCH IS NEVER BROKEN UP TO MAKE A NEAR ONE.
004090*-----------------------------------------------------------------
004100 4000-MATCH-COMPANY.
004110     PERFORM 4100-EXACT-PASS THRU 4100-EXIT
004120         VARYING PM-I FROM 1 BY 1
004130         UNTIL PM-I > PM-CAND-COUNT.
004140     PERFORM 4200-NEAR-PASS THRU 4200-EXIT
004150         VARYING PM-I FROM 1 BY 1
004160         UNTIL PM-I > PM-CAND-COUNT.
004170     PERFORM 4300-SPLIT-PASS THRU 4300-EXIT
004180         VARYING PM-I FROM 1 BY 1
004190         UNTIL PM-I > PM-CAND-COUNT.
004200     PERFORM 4400-COUNT-UNMATCHED THRU 4400-EXIT
004210         VARYING PM-I FROM 1 BY 1
004220         UNTIL PM-I > PM-CAND-COUNT.
004230 4000-EXIT.
004240     EXIT.
004250*    PASS ONE - AN OVERPAYMENT AND AN UNDERPAYMENT OF EXACTLY
004260*    THE SAME SIZE.
004270 4100-EXACT-PASS.
004280     IF PM-CAND-USED (PM-I)
004290        OR PM-CAND-VARIANCE (PM-I) NOT > 0
004300         GO TO 4100-EXIT
004310     END-IF.
004320     MOVE 0 TO PM-BEST-J.
004330     PERFORM 4110-FIND-EXACT THRU 4110-EXIT
004340         VARYING PM-J FROM 1 BY 1
004350         UNTIL PM-J > PM-CAND-COUNT
004360            OR PM-BEST-J > 0.
004370     IF PM-BEST-J > 0
004380         MOVE "EXACT" TO PM-MATCH-WORD
004390         ADD 1 TO PM-EXACT-COUNT
004400         PERFORM 5000-REPORT-PAIR THRU 5000-EXIT
004410     END-IF.
004420 4100-EXIT.
004430     EXIT.
004440 4110-FIND-EXACT.
004450     IF NOT PM-CAND-USED (PM-J)
004460        AND PM-CAND-VARIANCE (PM-J) + PM-CAND-VARIANCE (PM-I) = 0
004470         MOVE PM-J TO PM-BEST-J
004480     END-IF.
004490 4110-EXIT.
004500     EXIT.
004510*    PASS TWO - THE UNDERPAYMENT THAT COMES CLOSEST TO CANCELLING
004520*    THE OVERPAYMENT, IF IT COMES WITHIN THE TOLERANCE.
004530 4200-NEAR-PASS.
004540     IF PM-CAND-USED (PM-I)
004550        OR PM-CAND-VARIANCE (PM-I) NOT > 0
004560         GO TO 4200-EXIT
004570     END-IF.
004580     MOVE 0 TO PM-BEST-J.
004590     PERFORM 4210-FIND-NEAR THRU 4210-EXIT
004600         VARYING PM-J FROM 1 BY 1
004610         UNTIL PM-J > PM-CAND-COUNT.
004620     IF PM-BEST-J > 0
004630         MOVE "NEAR " TO PM-MATCH-WORD
004640         ADD 1 TO PM-NEAR-COUNT
004650         PERFORM 5000-REPORT-PAIR THRU 5000-EXIT
004660     END-IF.
004670 4200-EXIT.
004680     EXIT.
004690 4210-FIND-NEAR.
004700     IF PM-CAND-USED (PM-J)
004710        OR PM-CAND-VARIANCE (PM-J) NOT < 0
004720         GO TO 4210-EXIT
004730     END-IF.
004740     COMPUTE PM-DIFF = PM-CAND-VARIANCE (PM-I)
004750                     + PM-CAND-VARIANCE (PM-J).
004760     PERFORM 4900-ABSOLUTE-DIFF THRU 4900-EXIT.
004770     IF PM-ABS-DIFF NOT > MT-MATCH-TOLERANCE-AMT
004780        AND (PM-BEST-J = 0 OR PM-ABS-DIFF < PM-BEST-DIFF)
004790         MOVE PM-J        TO PM-BEST-J
004800         MOVE PM-ABS-DIFF TO PM-BEST-DIFF
004810     END-IF.
004820 4210-EXIT.
004830     EXIT.
004840*    PASS THREE - ONE ACCOUNT AGAINST TWO OF THE OPPOSITE SIGN
004850*    WHOSE SUM COMES CLOSEST TO CANCELLING IT, WITHIN THE
004860*    TOLERANCE.  WORKS BOTH WAYS - ONE PAYMENT SPREAD OVER TWO
004870*    WRONG ACCOUNTS, OR TWO PAYMENTS PILED ONTO ONE.
004880 4300-SPLIT-PASS.
004890     IF PM-CAND-USED (PM-I)
004900         GO TO 4300-EXIT
004910     END-IF.
004920     IF PM-CAND-VARIANCE (PM-I) > 0
004930         SET PM-I-IS-OVER TO TRUE
004940     ELSE
004950         MOVE "N" TO PM-OVER-SW
004960     END-IF.
004970     MOVE 0 TO PM-BEST-J.
004980     MOVE 0 TO PM-BEST-K.
004990     PERFORM 4310-SPLIT-FIRST THRU 4310-EXIT
005000         VARYING PM-J FROM 1 BY 1
005010         UNTIL PM-J > PM-CAND-COUNT.
005020     IF PM-BEST-J > 0
005030         ADD 1 TO PM-SPLIT-COUNT
005040         PERFORM 5100-REPORT-SPLIT THRU 5100-EXIT
005050     END-IF.
005060 4300-EXIT.
005070     EXIT.
005080 4310-SPLIT-FIRST.
005090     IF PM-CAND-USED (PM-J)
005100         GO TO 4310-EXIT
005110     END-IF.
005120     IF PM-I-IS-OVER
005130        AND PM-CAND-VARIANCE (PM-J) NOT < 0
005140         GO TO 4310-EXIT
005150     END-IF.
005160     IF NOT PM-I-IS-OVER
005170        AND PM-CAND-VARIANCE (PM-J) NOT > 0
005180         GO TO 4310-EXIT
005190     END-IF.
005200     PERFORM 4320-SPLIT-SECOND THRU 4320-EXIT
005210         VARYING PM-K FROM PM-J BY 1
005220         UNTIL PM-K > PM-CAND-COUNT.
005230 4310-EXIT.
005240     EXIT.
005250 4320-SPLIT-SECOND.
005260     IF PM-K = PM-J
005270        OR PM-CAND-USED (PM-K)
005280         GO TO 4320-EXIT
005290     END-IF.
005300     IF PM-I-IS-OVER
005310        AND PM-CAND-VARIANCE (PM-K) NOT < 0
005320         GO TO 4320-EXIT
005330     END-IF.
005340     IF NOT PM-I-IS-OVER
005350        AND PM-CAND-VARIANCE (PM-K) NOT > 0
005360         GO TO 4320-EXIT
005370     END-IF.
005380     COMPUTE PM-DIFF = PM-CAND-VARIANCE (PM-I)
005390                     + PM-CAND-VARIANCE (PM-J)
005400                     + PM-CAND-VARIANCE (PM-K).
005410     PERFORM 4900-ABSOLUTE-DIFF THRU 4900-EXIT.
005420     IF PM-ABS-DIFF NOT > MT-MATCH-TOLERANCE-AMT
005430        AND (PM-BEST-J = 0 OR PM-ABS-DIFF < PM-BEST-DIFF)
005440         MOVE PM-J        TO PM-BEST-J
005450         MOVE PM-K        TO PM-BEST-K
005460         MOVE PM-ABS-DIFF TO PM-BEST-DIFF
005470     END-IF.
005480 4320-EXIT.
005490     EXIT.
005500 4400-COUNT-UNMATCHED.
005510     IF NOT PM-CAND-USED (PM-I)
005520         ADD 1 TO PM-UNMATCHED-COUNT
005530     END-IF.
005540 4400-EXIT.
005550     EXIT.
005560 4900-ABSOLUTE-DIFF.
005570     IF PM-DIFF < 0
005580         COMPUTE PM-ABS-DIFF = 0 - PM-DIFF
005590     ELSE
005600         MOVE PM-DIFF TO PM-ABS-DIFF
005610     END-IF.
005620 4900-EXIT.
005630     EXIT.
005640*-----------------------------------------------------------------
005650* THE SUGGESTION - MONEY MOVES FROM THE OVERPAID ACCOUNT, WHICH
005660* RECEIVED IT, TO THE UNDERPAID ACCOUNT, WHICH SHOULD HAVE.  A
005670* PAIR MOVES THE SMALLER OF THE TWO AMOUNTS, SO A NEAR MATCH
005680* LEAVES ONLY THE ODD CENTS BEHIND.  A SPLIT MOVES EACH OF THE
005690* TWO SIDE ACCOUNTS' OWN AMOUNT.
005700*-----------------------------------------------------------------
005710 5000-REPORT-PAIR.
005720     ADD 1 TO PM-GROUP.
005730     SET PM-CAND-USED (PM-I)      TO TRUE.
005740     SET PM-CAND-USED (PM-BEST-J) TO TRUE.
005750     MOVE PM-I      TO PM-FROM-SUB.
005760     MOVE PM-BEST-J TO PM-TO-SUB.
005770     COMPUTE PM-XFER-AMT = 0 - PM-CAND-VARIANCE (PM-BEST-J).
005780     IF PM-CAND-VARIANCE (PM-I) < PM-XFER-AMT
005790         MOVE PM-CAND-VARIANCE (PM-I) TO PM-XFER-AMT
005800     END-IF.
005810     PERFORM 5200-WRITE-TRANSFER THRU 5200-EXIT.
005820 5000-EXIT.
005830     EXIT.
005840 5100-REPORT-SPLIT.
005850     ADD 1 TO PM-GROUP.
005860     MOVE "SPLIT" TO PM-MATCH-WORD.
005870     SET PM-CAND-USED (PM-I)      TO TRUE.
005880     SET PM-CAND-USED (PM-BEST-J) TO TRUE.
005890     SET PM-CAND-USED (PM-BEST-K) TO TRUE.
005900     IF PM-I-IS-OVER
005910         MOVE PM-I TO PM-FROM-SUB
005920         MOVE PM-BEST-J TO PM-TO-SUB
005930         COMPUTE PM-XFER-AMT = 0 - PM-CAND-VARIANCE (PM-BEST-J)
005940         PERFORM 5200-WRITE-TRANSFER THRU 5200-EXIT
005950         MOVE PM-BEST-K TO PM-TO-SUB
005960         COMPUTE PM-XFER-AMT = 0 - PM-CAND-VARIANCE (PM-BEST-K)
005970         PERFORM 5200-WRITE-TRANSFER THRU 5200-EXIT
005980     ELSE
005990         MOVE PM-I TO PM-TO-SUB
006000         MOVE PM-BEST-J TO PM-FROM-SUB
006010         MOVE PM-CAND-VARIANCE (PM-BEST-J) TO PM-XFER-AMT
006020         PERFORM 5200-WRITE-TRANSFER THRU 5200-EXIT
006030         MOVE PM-BEST-K TO PM-FROM-SUB
006040         MOVE PM-CAND-VARIANCE (PM-BEST-K) TO PM-XFER-AMT
006050         PERFORM 5200-WRITE-TRANSFER THRU 5200-EXIT
006060     END-IF.
006070 5100-EXIT.
006080     EXIT.
006090 5200-WRITE-TRANSFER.
006100     MOVE PM-GROUP                         TO PM-EDIT-GROUP.
006110     MOVE PM-CAND-VARIANCE (PM-FROM-SUB)   TO PM-EDIT-FROM-VAR.
006120     MOVE PM-CAND-VARIANCE (PM-TO-SUB)     TO PM-EDIT-TO-VAR.
006130     MOVE PM-XFER-AMT                      TO PM-EDIT-XFER.
006140     MOVE SPACES TO MATCH-REPORT-LINE.
006150     STRING PM-CURRENT-COMP                DELIMITED BY SIZE
006160            " "                            DELIMITED BY SIZE
006170            PM-EDIT-GROUP                  DELIMITED BY SIZE
006180            " "                            DELIMITED BY SIZE
006190            PM-MATCH-WORD                  DELIMITED BY SIZE
006200            " "                            DELIMITED BY SIZE
006210            PM-CAND-ACCOUNT (PM-FROM-SUB)  DELIMITED BY SIZE
006220            " "                            DELIMITED BY SIZE
006230            PM-EDIT-FROM-VAR               DELIMITED BY SIZE
006240            " > "                          DELIMITED BY SIZE
006250            PM-CAND-ACCOUNT (PM-TO-SUB)    DELIMITED BY SIZE
006260            " "                            DELIMITED BY SIZE
006270            PM-EDIT-TO-VAR                 DELIMITED BY SIZE
006280            " "                            DELIMITED BY SIZE
006290            PM-EDIT-XFER                   DELIMITED BY SIZE
006300       INTO MATCH-REPORT-LINE.
006310     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
006320 5200-EXIT.
006330     EXIT.
006340 7500-WRITE-REPORT-LINE.
006350     WRITE MATCH-REPORT-LINE.
006360     IF PM-MRPT-STATUS NOT = "00"
006370         DISPLAY "PAYMATCH - MATCHRPT WRITE ERROR " PM-MRPT-STATUS
006380         MOVE 99 TO RETURN-CODE
006390         GOBACK
006400     END-IF.
006410 7500-EXIT.
006420     EXIT.
006430 8000-WRITE-TRAILER.
006440     MOVE PM-CANDIDATE-COUNT TO PM-EDIT-CANDIDATES.
006450     MOVE PM-EXACT-COUNT     TO PM-EDIT-EXACT.
006460     MOVE PM-NEAR-COUNT      TO PM-EDIT-NEAR.
006470     MOVE PM-SPLIT-COUNT     TO PM-EDIT-SPLIT.
006480     MOVE PM-UNMATCHED-COUNT TO PM-EDIT-UNMATCHED.
006490     MOVE PM-OVERFLOW-COUNT  TO PM-EDIT-OVERFLOW.
006500     MOVE SPACES TO MATCH-REPORT-LINE.
006510     STRING "CANDIDATES: "        DELIMITED BY SIZE
006520            PM-EDIT-CANDIDATES    DELIMITED BY SIZE
006530            ", EXACT: "           DELIMITED BY SIZE
006540            PM-EDIT-EXACT         DELIMITED BY SIZE
006550            ", NEAR: "            DELIMITED BY SIZE
006560            PM-EDIT-NEAR          DELIMITED BY SIZE
006570            ", SPLIT: "           DELIMITED BY SIZE
006580            PM-EDIT-SPLIT         DELIMITED BY SIZE
006590       INTO MATCH-REPORT-LINE.
006600     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
006610     DISPLAY "PAYMATCH - " MATCH-REPORT-LINE.
006620     MOVE SPACES TO MATCH-REPORT-LINE.
006630     STRING "UNMATCHED: "         DELIMITED BY SIZE
006640            PM-EDIT-UNMATCHED     DELIMITED BY SIZE
006650            ", NOT CONSIDERED (TABLE FULL): "
006660                                  DELIMITED BY SIZE
006670            PM-EDIT-OVERFLOW      DELIMITED BY SIZE
006680       INTO MATCH-REPORT-LINE.
006690     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
006700     DISPLAY "PAYMATCH - " MATCH-REPORT-LINE.
006710 8000-EXIT.
006720     EXIT.
006730 9000-TERMINATE.
006740     COMPUTE PM-GROUP = PM-EXACT-COUNT + PM-NEAR-COUNT
006750                      + PM-SPLIT-COUNT.
006760     MOVE PM-GROUP TO PM-EDIT-GROUP.
006770     MOVE SPACES TO PM-AUDIT-DETAIL.
006780     STRING "RUN COMPLETE - SUGGESTIONS: " DELIMITED BY SIZE
006790            PM-EDIT-GROUP                  DELIMITED BY SIZE
006800       INTO PM-AUDIT-DETAIL.
006810     CALL "AUDITLOG" USING "PAYMATCH  "
006820                            "END       "
006830                            PM-AUDIT-DETAIL.
006840     IF PM-EXCM-AVAILABLE
006850         CLOSE EXCEPTION-MASTER
006860     END-IF.
006870     IF PM-HSRT-AVAILABLE
006880         CLOSE HISTORY-SORTED
006890     END-IF.
006900     CLOSE MATCH-REPORT.
006910 9000-EXIT.
006920     EXIT.
