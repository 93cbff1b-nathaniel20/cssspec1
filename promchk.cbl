000010*****************************************************************
000020*    PROGRAM-ID.  PROMCHK
000030*    AUTHOR.      R. HOLLOWAY, BATCH SUPPORT GROUP.
000040*    INSTALLATION. DAILY RECONCILIATION SYSTEM.
000050*    DATE-WRITTEN. 10/15/26.
000060*    DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    REMARKS.
000090*        NIGHTLY PROMISE-TO-PAY CHECK.  RUNS AFTER SUBVERB.
000100*        PASS ONE WALKS THE NIGHT'S TRANFILE AND ADDS EACH
000110*        ACCOUNT'S PAID SIDE TO ANY OPEN PROMISE ON THE
000120*        PROMMST FILE (PROMCPY LAYOUT) FOR THE SAME COMPANY.
000130*        PASS TWO WALKS THE PROMISES AGAINST EACH ACCOUNT'S
000140*        LATEST VARHIST VARIANCE AND DECIDES EVERY OPEN ONE:
000150*          - KEPT         THE PAYMENTS SINCE THE PROMISE
000160*                         REACH THE PROMISED AMOUNT, OR THE
000170*                         ACCOUNT'S VARIANCE HAS CLEARED
000180*          - PARTLY KEPT  PAST DUE WITH SOME BUT NOT ALL OF
000190*                         THE PROMISED AMOUNT PAID
000200*          - BROKEN       PAST DUE WITH NOTHING PAID
000210*        A PROMISE NOT YET DUE STAYS OPEN.  BROKEN AND PARTLY
000220*        KEPT PROMISES ARE LISTED ON THE BROKEN-PROMISE
000230*        REPORT (PROMRPT).  THE BUSINESS DATE IS THE LATEST
000240*        RUN DATE ON VARHIST, SO A RERUN OF THE SAME NIGHT
000250*        NEVER COUNTS THE SAME PAYMENTS TWICE.  WRITE-OFF
000260*        ADJUSTMENTS (TRANSACTION TYPE WO) ARE NOT PAYMENTS:
000270*        THEY ARE NEVER CREDITED TO A PROMISE, AND THE PART
000280*        OF A NIGHT'S VARIANCE THEY MAKE UP DOES NOT COUNT
000290*        TOWARD BRINGING THE ACCOUNT UP TO DATE.
000300*-----------------------------------------------------------------
000310*    MODIFICATION HISTORY.
000320*        10/15/26  RLH  INITIAL VERSION.
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. PROMCHK.
000360 AUTHOR. R. HOLLOWAY.
000370 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000380 DATE-WRITTEN. 10/15/26.
000390 DATE-COMPILED. 10/15/26.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PROMISE-MASTER ASSIGN TO PROMMST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS PR-ACCOUNT-ID
000470         FILE STATUS IS PC-PROM-STATUS.
000480     SELECT TRANSACTION-FILE ASSIGN TO TRANFILE
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS PC-TRAN-STATUS.
000510     SELECT VARIANCE-HISTORY ASSIGN TO VARHIST
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS PC-HIST-STATUS.
000540     SELECT HISTORY-SORTED ASSIGN TO VARHSRT
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS PC-HSRT-STATUS.
000570     SELECT PROMISE-REPORT ASSIGN TO PROMRPT
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS PC-PRPT-STATUS.
000600     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  PROMISE-MASTER.
000640 COPY promcpy.
000650 FD  TRANSACTION-FILE.
000660 01  TRAN-RECORD.
000670     05  TRAN-COMPANY-CODE       PIC X(02).
000680     05  TRAN-ACCT-ID            PIC X(10).
000690     05  TRAN-BILLED-AMT         PIC S9(7)V9(2).
000700     05  TRAN-PAID-AMT           PIC S9(7)V9(2).
000710     05  TRAN-TYPE-CODE          PIC X(02).
000720         88  TRAN-TYPE-WRITEOFF      VALUE "WO".
000730 01  TRAN-TRAILER-RECORD.
000740     05  TT-TRAILER-TAG          PIC X(10).
000750 FD  VARIANCE-HISTORY.
000760 COPY vhistcpy.
000770 FD  HISTORY-SORTED.
000780 01  HS-HISTORY-RECORD.
000790     05  HS-ACCOUNT-ID           PIC X(10).
000800     05  HS-RUN-DATE             PIC 9(08).
000810     05  HS-VARIANCE             PIC S9(7)V9(2).
000820     05  HS-WRITEOFF-FLAG        PIC X(01).
000830         88  HS-WRITEOFF-ADJUSTED    VALUE "W".
000840     05  HS-WRITEOFF-AMT         PIC S9(7)V9(2).
000850 FD  PROMISE-REPORT.
000860 01  PROMISE-REPORT-LINE         PIC X(80).
000870 SD  SORT-WORK-FILE.
000880 01  SORT-WORK-RECORD.
000890     05  SD-ACCOUNT-ID           PIC X(10).
000900     05  SD-RUN-DATE             PIC 9(08).
000910     05  SD-VARIANCE             PIC S9(7)V9(2).
000920     05  SD-WRITEOFF-FLAG        PIC X(01).
000930     05  SD-WRITEOFF-AMT         PIC S9(7)V9(2).
000940 WORKING-STORAGE SECTION.
000950 01  PC-FILE-STATUSES.
000960     05  PC-PROM-STATUS           PIC X(02) VALUE "00".
000970     05  PC-TRAN-STATUS           PIC X(02) VALUE "00".
000980     05  PC-HIST-STATUS           PIC X(02) VALUE "00".
000990     05  PC-HSRT-STATUS           PIC X(02) VALUE "00".
001000     05  PC-PRPT-STATUS           PIC X(02) VALUE "00".
001010 01  PC-SWITCHES.
001020     05  PC-PROM-EOF-SW           PIC X(01) VALUE "N".
001030         88  PC-PROM-EOF              VALUE "Y".
001040     05  PC-TRAN-EOF-SW           PIC X(01) VALUE "N".
001050         88  PC-TRAN-EOF              VALUE "Y".
001060     05  PC-HIST-EOF-SW           PIC X(01) VALUE "N".
001070         88  PC-HIST-EOF              VALUE "Y".
001080     05  PC-HSRT-EOF-SW           PIC X(01) VALUE "N".
001090         88  PC-HSRT-EOF              VALUE "Y".
001100     05  PC-PROM-SW               PIC X(01) VALUE "N".
001110         88  PC-PROM-AVAILABLE        VALUE "Y".
001120     05  PC-HSRT-SW               PIC X(01) VALUE "N".
001130         88  PC-HSRT-AVAILABLE        VALUE "Y".
001140     05  PC-HELD-SW               PIC X(01) VALUE "N".
001150         88  PC-HELD-FOUND            VALUE "Y".
001160 01  PC-BUSINESS-DATE             PIC 9(08) VALUE 0.
001170 01  PC-CURRENT-COMP              PIC X(02) VALUE SPACES.
001180 01  PC-CURRENT-ACCT              PIC X(10) VALUE SPACES.
001190 01  PC-ACCT-PAID                 PIC S9(7)V9(2) VALUE 0.
001200 01  PC-HIST-KEY                  PIC X(10).
001210 01  PC-HELD-DATE                 PIC 9(08).
001220 01  PC-HELD-VARIANCE             PIC S9(7)V9(2).
001230 01  PC-HELD-PAID-VARIANCE        PIC S9(7)V9(2).
001240 01  PC-HELD-WO-ONLY-SW           PIC X(01) VALUE "N".
001250     88  PC-HELD-WO-ONLY              VALUE "Y".
001260 01  PC-COUNTS.
001270     05  PC-APPLIED-COUNT         PIC 9(05) VALUE 0.
001280     05  PC-CHECKED-COUNT         PIC 9(05) VALUE 0.
001290     05  PC-KEPT-COUNT            PIC 9(05) VALUE 0.
001300     05  PC-PARTLY-COUNT          PIC 9(05) VALUE 0.
001310     05  PC-BROKEN-COUNT          PIC 9(05) VALUE 0.
001320     05  PC-OPEN-COUNT            PIC 9(05) VALUE 0.
001330 01  PC-EDIT-CHECKED              PIC ZZZ,ZZ9.
001340 01  PC-EDIT-KEPT                 PIC ZZZ,ZZ9.
001350 01  PC-EDIT-PARTLY               PIC ZZZ,ZZ9.
001360 01  PC-EDIT-BROKEN               PIC ZZZ,ZZ9.
001370 01  PC-EDIT-OPEN                 PIC ZZZ,ZZ9.
001380 01  PC-EDIT-APPLIED              PIC ZZZ,ZZ9.
001390 01  PC-EDIT-PROMISED             PIC Z,ZZZ,ZZ9.99.
001400 01  PC-EDIT-PAID                 PIC -,---,--9.99.
001410 01  PC-OUTCOME-WORD              PIC X(11).
001420 01  PC-AUDIT-DETAIL              PIC X(50).
001430 PROCEDURE DIVISION.
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001460     IF PC-PROM-AVAILABLE
001470         PERFORM 2000-APPLY-PAYMENTS THRU 2000-EXIT
001480         PERFORM 2950-POSITION-PROMISES THRU 2950-EXIT
001490         PERFORM 3000-CHECK-PROMISES THRU 3000-EXIT
001500             UNTIL PC-PROM-EOF
001510     END-IF.
001520     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.
001530     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001540     MOVE 0 TO RETURN-CODE.
001550     GOBACK.
001560*-----------------------------------------------------------------
001570* NO PROMISE FILE YET MEANS COLLECTIONS HAS NOT TAKEN ONE - THE
001580* REPORT COMES OUT EMPTY RATHER THAN FAILING THE NIGHT.  THE
001590* HISTORY, WHEN IT IS THERE, FIXES THE BUSINESS DATE AND IS
001600* THEN SORTED INTO ACCOUNT/RUN-DATE ORDER (THE COLWORK
001610* DISCIPLINE) SO EACH ACCOUNT'S LATEST VARIANCE IS THE LAST
001620* ROW OF ITS GROUP.
001630*-----------------------------------------------------------------
001640 1000-INITIALIZE.
001650     OPEN OUTPUT PROMISE-REPORT.
001660     IF PC-PRPT-STATUS NOT = "00"
001670         DISPLAY "PROMCHK - PROMRPT OPEN ERROR " PC-PRPT-STATUS
001680         MOVE 99 TO RETURN-CODE
001690         GOBACK
001700     END-IF.
001710     MOVE "PROMISE CHECK BEGUN" TO PC-AUDIT-DETAIL.
001720     CALL "AUDITLOG" USING "PROMCHK   "
001730                            "START     "
001740                            PC-AUDIT-DETAIL.
001750     OPEN I-O PROMISE-MASTER.
001760     IF PC-PROM-STATUS = "35"
001770         GO TO 1000-EXIT
001780     END-IF.
001790     IF PC-PROM-STATUS NOT = "00"
001800         DISPLAY "PROMCHK - PROMMST OPEN ERROR " PC-PROM-STATUS
001810         MOVE 99 TO RETURN-CODE
001820         GOBACK
001830     END-IF.
001840     SET PC-PROM-AVAILABLE TO TRUE.
001850     PERFORM 1100-FIND-BUSINESS-DATE THRU 1100-EXIT.
001860     PERFORM 1200-PREPARE-HISTORY THRU 1200-EXIT.
001870 1000-EXIT.
001880     EXIT.
001890 1100-FIND-BUSINESS-DATE.
001900     OPEN INPUT VARIANCE-HISTORY.
001910     IF PC-HIST-STATUS = "35"
001920         ACCEPT PC-BUSINESS-DATE FROM DATE YYYYMMDD
001930         GO TO 1100-EXIT
001940     END-IF.
001950     IF PC-HIST-STATUS NOT = "00"
001960         DISPLAY "PROMCHK - VARHIST OPEN ERROR " PC-HIST-STATUS
001970         MOVE 99 TO RETURN-CODE
001980         GOBACK
001990     END-IF.
002000     PERFORM 1150-SCAN-ONE-DATE THRU 1150-EXIT
002010         UNTIL PC-HIST-EOF.
002020     CLOSE VARIANCE-HISTORY.
002030     IF PC-BUSINESS-DATE = 0
002040         ACCEPT PC-BUSINESS-DATE FROM DATE YYYYMMDD
002050     END-IF.
002060 1100-EXIT.
002070     EXIT.
002080 1150-SCAN-ONE-DATE.
002090     READ VARIANCE-HISTORY
002100         AT END SET PC-HIST-EOF TO TRUE
002110     END-READ.
002120     IF NOT PC-HIST-EOF
002130         IF VH-RUN-DATE > PC-BUSINESS-DATE
002140             MOVE VH-RUN-DATE TO PC-BUSINESS-DATE
002150         END-IF
002160     END-IF.
002170 1150-EXIT.
002180     EXIT.
002190 1200-PREPARE-HISTORY.
002200     MOVE HIGH-VALUES TO PC-HIST-KEY.
002210     IF PC-HIST-STATUS = "35"
002220         SET PC-HSRT-EOF TO TRUE
002230         GO TO 1200-EXIT
002240     END-IF.
002250     SORT SORT-WORK-FILE
002260         ON ASCENDING KEY SD-ACCOUNT-ID
002270                          SD-RUN-DATE
002280         USING VARIANCE-HISTORY
002290         GIVING HISTORY-SORTED.
002300     OPEN INPUT HISTORY-SORTED.
002310     IF PC-HSRT-STATUS NOT = "00"
002320         DISPLAY "PROMCHK - VARHSRT OPEN ERROR " PC-HSRT-STATUS
002330         MOVE 99 TO RETURN-CODE
002340         GOBACK
002350     END-IF.
002360     SET PC-HSRT-AVAILABLE TO TRUE.
002370     PERFORM 3950-READ-HISTORY THRU 3950-EXIT.
002380 1200-EXIT.
002390     EXIT.
002400*-----------------------------------------------------------------
002410* PASS ONE - TRANFILE ARRIVES IN COMPANY/ACCOUNT SEQUENCE
002420* (SUBVERB ENFORCES IT), SO EACH ACCOUNT'S PAID SIDE IS TOTALLED
002430* AT THE BREAK AND OFFERED TO THE PROMISE ON FILE.  NO TRANFILE
002440* MEANS NO PAYMENTS TONIGHT, NOT A FAILURE.
002450*-----------------------------------------------------------------
002460 2000-APPLY-PAYMENTS.
002470     OPEN INPUT TRANSACTION-FILE.
002480     IF PC-TRAN-STATUS = "35"
002490         GO TO 2000-EXIT
002500     END-IF.
002510     IF PC-TRAN-STATUS NOT = "00"
002520         DISPLAY "PROMCHK - TRANFILE OPEN ERROR " PC-TRAN-STATUS
002530         MOVE 99 TO RETURN-CODE
002540         GOBACK
002550     END-IF.
002560     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
002570     PERFORM 2100-TOTAL-ONE-RECORD THRU 2100-EXIT
002580         UNTIL PC-TRAN-EOF.
002590     IF PC-CURRENT-ACCT NOT = SPACES
002600         PERFORM 2500-POST-PAYMENT THRU 2500-EXIT
002610     END-IF.
002620     CLOSE TRANSACTION-FILE.
002630 2000-EXIT.
002640     EXIT.
002650 2100-TOTAL-ONE-RECORD.
002660     IF TRAN-COMPANY-CODE NOT = PC-CURRENT-COMP
002670        OR TRAN-ACCT-ID NOT = PC-CURRENT-ACCT
002680         IF PC-CURRENT-ACCT NOT = SPACES
002690             PERFORM 2500-POST-PAYMENT THRU 2500-EXIT
002700         END-IF
002710         MOVE TRAN-COMPANY-CODE TO PC-CURRENT-COMP
002720         MOVE TRAN-ACCT-ID      TO PC-CURRENT-ACCT
002730         MOVE 0                 TO PC-ACCT-PAID
002740     END-IF.
002750     IF NOT TRAN-TYPE-WRITEOFF
002760         ADD TRAN-PAID-AMT TO PC-ACCT-PAID
002770     END-IF.
002780     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
002790 2100-EXIT.
002800     EXIT.
002810*-----------------------------------------------------------------
002820* A PAYMENT COUNTS TOWARD A PROMISE ONLY IF THE PROMISE IS OPEN,
002830* BELONGS TO THE SAME COMPANY, WAS TAKEN ON OR BEFORE THE
002840* BUSINESS DATE, AND HAS NOT ALREADY BEEN CREDITED FOR THIS
002850* BUSINESS DATE BY AN EARLIER RUN OF THE SAME NIGHT.
002860*-----------------------------------------------------------------
002870 2500-POST-PAYMENT.
002880     IF PC-ACCT-PAID = 0
002890         GO TO 2500-EXIT
002900     END-IF.
002910     MOVE PC-CURRENT-ACCT TO PR-ACCOUNT-ID.
002920     READ PROMISE-MASTER
002930         INVALID KEY
002940             GO TO 2500-EXIT
002950     END-READ.
002960     IF NOT PR-STATUS-OPEN
002970        OR PR-COMPANY-CODE NOT = PC-CURRENT-COMP
002980        OR PR-TAKEN-DATE > PC-BUSINESS-DATE
002990        OR PR-PAID-THRU-DATE NOT < PC-BUSINESS-DATE
003000         GO TO 2500-EXIT
003010     END-IF.
003020     ADD PC-ACCT-PAID TO PR-PAID-TO-DATE.
003030     MOVE PC-BUSINESS-DATE TO PR-PAID-THRU-DATE.
003040     REWRITE PR-PROMISE-RECORD
003050         INVALID KEY
003060             DISPLAY "PROMCHK - PROMMST REWRITE ERROR "
003070                     PC-PROM-STATUS
003080             MOVE 99 TO RETURN-CODE
003090             GOBACK
003100     END-REWRITE.
003110     ADD 1 TO PC-APPLIED-COUNT.
003120 2500-EXIT.
003130     EXIT.
003140 2900-READ-TRANSACTION.
003150     READ TRANSACTION-FILE
003160         AT END SET PC-TRAN-EOF TO TRUE
003170     END-READ.
003180     IF NOT PC-TRAN-EOF
003190         IF TT-TRAILER-TAG = "TRAILER"
003200            OR TT-TRAILER-TAG = "CTRAILER"
003210            OR TT-TRAILER-TAG = "TTRAILER"
003220             SET PC-TRAN-EOF TO TRUE
003230         END-IF
003240     END-IF.
003250 2900-EXIT.
003260     EXIT.
003270 2950-POSITION-PROMISES.
003280     MOVE LOW-VALUES TO PR-ACCOUNT-ID.
003290     START PROMISE-MASTER
003300         KEY IS NOT < PR-ACCOUNT-ID
003310         INVALID KEY
003320             SET PC-PROM-EOF TO TRUE
003330             GO TO 2950-EXIT
003340     END-START.
003350     PERFORM 3900-READ-PROMISE THRU 3900-EXIT.
003360 2950-EXIT.
003370     EXIT.
003380*-----------------------------------------------------------------
003390* PASS TWO - THE PROMISE FILE IS WALKED FROM THE TOP IN ACCOUNT
003400* ORDER, MATCHED TO THE SORTED HISTORY THE SAME TWO-FILE WAY
003410* COLWORK MATCHES THE EXCEPTION MASTER.  ONLY OPEN PROMISES
003420* ARE DECIDED; A CLOSED ONE KEEPS THE OUTCOME IT ALREADY HAS.
003430*-----------------------------------------------------------------
003440 3000-CHECK-PROMISES.
003450     IF NOT PR-STATUS-OPEN
003460         PERFORM 3900-READ-PROMISE THRU 3900-EXIT
003470         GO TO 3000-EXIT
003480     END-IF.
003490     ADD 1 TO PC-CHECKED-COUNT.
003500     PERFORM 3100-MATCH-HISTORY THRU 3100-EXIT.
003510     PERFORM 3200-DECIDE-PROMISE THRU 3200-EXIT.
003520     PERFORM 3900-READ-PROMISE THRU 3900-EXIT.
003530 3000-EXIT.
003540     EXIT.
003550 3100-MATCH-HISTORY.
003560     MOVE "N" TO PC-HELD-SW.
003570     PERFORM 3150-DRAIN-LOW-HISTORY THRU 3150-EXIT
003580         UNTIL PC-HSRT-EOF
003590            OR PC-HIST-KEY NOT < PR-ACCOUNT-ID.
003600     PERFORM 3160-TAKE-ACCOUNT-ROWS THRU 3160-EXIT
003610         UNTIL PC-HSRT-EOF
003620            OR PC-HIST-KEY NOT = PR-ACCOUNT-ID.
003630 3100-EXIT.
003640     EXIT.
003650 3150-DRAIN-LOW-HISTORY.
003660     PERFORM 3950-READ-HISTORY THRU 3950-EXIT.
003670 3150-EXIT.
003680     EXIT.
003690 3160-TAKE-ACCOUNT-ROWS.
003700     MOVE HS-RUN-DATE TO PC-HELD-DATE.
003710     MOVE HS-VARIANCE TO PC-HELD-VARIANCE.
003720     MOVE HS-VARIANCE TO PC-HELD-PAID-VARIANCE.
003730     MOVE "N" TO PC-HELD-WO-ONLY-SW.
003740*    A ROW FROM BEFORE THE WRITE-OFF FLAG READS BACK BLANK.
003750     IF HS-WRITEOFF-ADJUSTED
003760         SUBTRACT HS-WRITEOFF-AMT FROM PC-HELD-PAID-VARIANCE
003770         IF PC-HELD-PAID-VARIANCE = 0
003780             SET PC-HELD-WO-ONLY TO TRUE
003790         END-IF
003800     END-IF.
003810     SET PC-HELD-FOUND TO TRUE.
003820     PERFORM 3950-READ-HISTORY THRU 3950-EXIT.
003830 3160-EXIT.
003840     EXIT.
003850*-----------------------------------------------------------------
003860* THE DECISION.  VARHIST CARRIES PAID MINUS BILLED, SO A
003870* VARIANCE OF ZERO OR ABOVE ON A NIGHT SINCE THE PROMISE WAS
003880* TAKEN MEANS THE ACCOUNT HAS BEEN BROUGHT UP TO DATE AND THE
003890* PROMISE HAS DONE ITS JOB EVEN IF THE MONEY CAME IN SOME WAY
003900* THE PAID SIDE DID NOT SHOW.  NOTHING IS BROKEN BEFORE THE
003910* DAY AFTER THE DUE DATE.  A WRITE-OFF CLEARS A VARIANCE
003920* WITHOUT THE CUSTOMER PAYING, SO THE TEST LOOKS AT THE NIGHT'S
003930* VARIANCE LESS ITS WRITE-OFF PART, AND A NIGHT THAT WAS
003940* NOTHING BUT A WRITE-OFF SAYS NOTHING ABOUT THE PROMISE.
003950*-----------------------------------------------------------------
003960 3200-DECIDE-PROMISE.
003970     IF PC-HELD-FOUND
003980        AND PC-HELD-DATE NOT < PR-TAKEN-DATE
003990         MOVE PC-HELD-VARIANCE TO PR-LAST-VARIANCE
004000     ELSE
004010         MOVE "N" TO PC-HELD-SW
004020     END-IF.
004030     EVALUATE TRUE
004040         WHEN PR-PAID-TO-DATE NOT < PR-PROMISED-AMT
004050             MOVE "K" TO PR-STATUS
004060             ADD 1 TO PC-KEPT-COUNT
004070         WHEN PC-HELD-FOUND
004080          AND PC-HELD-PAID-VARIANCE NOT < 0
004090          AND NOT PC-HELD-WO-ONLY
004100             MOVE "K" TO PR-STATUS
004110             ADD 1 TO PC-KEPT-COUNT
004120         WHEN PC-BUSINESS-DATE NOT > PR-DUE-DATE
004130             ADD 1 TO PC-OPEN-COUNT
004140         WHEN PR-PAID-TO-DATE > 0
004150             MOVE "P" TO PR-STATUS
004160             ADD 1 TO PC-PARTLY-COUNT
004170             MOVE "PARTLY KEPT" TO PC-OUTCOME-WORD
004180             PERFORM 3300-REPORT-SHORTFALL THRU 3300-EXIT
004190         WHEN OTHER
004200             MOVE "B" TO PR-STATUS
004210             ADD 1 TO PC-BROKEN-COUNT
004220             MOVE "BROKEN     " TO PC-OUTCOME-WORD
004230             PERFORM 3300-REPORT-SHORTFALL THRU 3300-EXIT
004240     END-EVALUATE.
004250     IF NOT PR-STATUS-OPEN
004260         MOVE PC-BUSINESS-DATE TO PR-CLOSE-DATE
004270     END-IF.
004280     REWRITE PR-PROMISE-RECORD
004290         INVALID KEY
004300             DISPLAY "PROMCHK - PROMMST REWRITE ERROR "
004310                     PC-PROM-STATUS
004320             MOVE 99 TO RETURN-CODE
004330             GOBACK
004340     END-REWRITE.
004350 3200-EXIT.
004360     EXIT.
004370 3300-REPORT-SHORTFALL.
004380     MOVE PR-PROMISED-AMT TO PC-EDIT-PROMISED.
004390     MOVE PR-PAID-TO-DATE TO PC-EDIT-PAID.
004400     MOVE SPACES TO PROMISE-REPORT-LINE.
004410     STRING PR-COMPANY-CODE      DELIMITED BY SIZE
004420            " "                  DELIMITED BY SIZE
004430            PR-ACCOUNT-ID        DELIMITED BY SIZE
004440            "  DUE "             DELIMITED BY SIZE
004450            PR-DUE-DATE          DELIMITED BY SIZE
004460            "  PROM "            DELIMITED BY SIZE
004470            PC-EDIT-PROMISED     DELIMITED BY SIZE
004480            "  PAID "            DELIMITED BY SIZE
004490            PC-EDIT-PAID         DELIMITED BY SIZE
004500            "  "                 DELIMITED BY SIZE
004510            PC-OUTCOME-WORD      DELIMITED BY SIZE
004520       INTO PROMISE-REPORT-LINE.
004530     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
004540     MOVE SPACES TO PROMISE-REPORT-LINE.
004550     STRING "              TAKEN "  DELIMITED BY SIZE
004560            PR-TAKEN-DATE           DELIMITED BY SIZE
004570            " BY "                  DELIMITED BY SIZE
004580            PR-TAKEN-BY             DELIMITED BY SIZE
004590       INTO PROMISE-REPORT-LINE.
004600     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
004610 3300-EXIT.
004620     EXIT.
004630 3900-READ-PROMISE.
004640     READ PROMISE-MASTER NEXT
004650         AT END SET PC-PROM-EOF TO TRUE
004660     END-READ.
004670 3900-EXIT.
004680     EXIT.
004690 3950-READ-HISTORY.
004700     READ HISTORY-SORTED
004710         AT END
004720             SET PC-HSRT-EOF TO TRUE
004730             MOVE HIGH-VALUES TO PC-HIST-KEY
004740         NOT AT END
004750             MOVE HS-ACCOUNT-ID TO PC-HIST-KEY
004760     END-READ.
004770 3950-EXIT.
004780     EXIT.
004790 7500-WRITE-REPORT-LINE.
004800     WRITE PROMISE-REPORT-LINE.
004810     IF PC-PRPT-STATUS NOT = "00"
004820         DISPLAY "PROMCHK - PROMRPT WRITE ERROR " PC-PRPT-STATUS
004830         MOVE 99 TO RETURN-CODE
004840         GOBACK
004850     END-IF.
004860 7500-EXIT.
004870     EXIT.
004880 8000-WRITE-TRAILER.
004890     MOVE PC-CHECKED-COUNT  TO PC-EDIT-CHECKED.
004900     MOVE PC-KEPT-COUNT     TO PC-EDIT-KEPT.
004910     MOVE PC-PARTLY-COUNT   TO PC-EDIT-PARTLY.
004920     MOVE PC-BROKEN-COUNT   TO PC-EDIT-BROKEN.
004930     MOVE PC-OPEN-COUNT     TO PC-EDIT-OPEN.
004940     MOVE PC-APPLIED-COUNT  TO PC-EDIT-APPLIED.
004950     MOVE SPACES TO PROMISE-REPORT-LINE.
004960     STRING "PROMISES CHECKED: "  DELIMITED BY SIZE
004970            PC-EDIT-CHECKED       DELIMITED BY SIZE
004980            ", PAYMENTS APPLIED: " DELIMITED BY SIZE
004990            PC-EDIT-APPLIED       DELIMITED BY SIZE
005000            ", FOR "              DELIMITED BY SIZE
005010            PC-BUSINESS-DATE      DELIMITED BY SIZE
005020       INTO PROMISE-REPORT-LINE.
005030     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
005040     DISPLAY "PROMCHK - " PROMISE-REPORT-LINE.
005050     MOVE SPACES TO PROMISE-REPORT-LINE.
005060     STRING "KEPT: "              DELIMITED BY SIZE
005070            PC-EDIT-KEPT          DELIMITED BY SIZE
005080            ", PARTLY KEPT: "     DELIMITED BY SIZE
005090            PC-EDIT-PARTLY        DELIMITED BY SIZE
005100            ", BROKEN: "          DELIMITED BY SIZE
005110            PC-EDIT-BROKEN        DELIMITED BY SIZE
005120            ", STILL OPEN: "      DELIMITED BY SIZE
005130            PC-EDIT-OPEN          DELIMITED BY SIZE
005140       INTO PROMISE-REPORT-LINE.
005150     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
005160     DISPLAY "PROMCHK - " PROMISE-REPORT-LINE.
005170 8000-EXIT.
005180     EXIT.
005190 9000-TERMINATE.
005200     MOVE PC-BROKEN-COUNT   TO PC-EDIT-BROKEN.
005210     MOVE PC-PARTLY-COUNT   TO PC-EDIT-PARTLY.
005220     MOVE SPACES TO PC-AUDIT-DETAIL.
005230     STRING "RUN COMPLETE - BROKEN: " DELIMITED BY SIZE
005240            PC-EDIT-BROKEN            DELIMITED BY SIZE
005250            ", PARTLY: "              DELIMITED BY SIZE
005260            PC-EDIT-PARTLY            DELIMITED BY SIZE
005270       INTO PC-AUDIT-DETAIL.
005280     CALL "AUDITLOG" USING "PROMCHK   "
005290                            "END       "
005300                            PC-AUDIT-DETAIL.
005310     IF PC-PROM-AVAILABLE
005320         CLOSE PROMISE-MASTER
005330     END-IF.
005340     IF PC-HSRT-AVAILABLE
005350         CLOSE HISTORY-SORTED
005360     END-IF.
005370     CLOSE PROMISE-REPORT.
005380 9000-EXIT.
005390     EXIT.
