000010*****************************************************************
000020*    PROGRAM-ID.  TRANBLD
000030*    AUTHOR.      R. HOLLOWAY, BATCH SUPPORT GROUP.
000040*    INSTALLATION. DAILY RECONCILIATION SYSTEM.
000050*    DATE-WRITTEN. 10/15/26.
000060*    DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    REMARKS.
000090*        BUILDS THE NIGHT'S TRANSACTION EXTRACT (TRANFILE) FROM
000100*        ITS THREE SOURCES, SO THE MERGE IS NO LONGER A MANUAL
000110*        STEP OUTSIDE THE SYSTEM - THE BILLING SYSTEM'S FEED
000120*        (BILLFEED, INVOICES AND CREDIT MEMOS), THE PAYMENT
000130*        SYSTEM'S FEED (PAYFEED, PAYMENTS AND REFUNDS), AND
000140*        THE WRITE-OFF ADJUSTMENTS WRITEOFF STAGED (WOADJUST).
000150*        EACH FEED CARRIES THE TRANSACTION-EXTRACT DETAIL
000160*        LAYOUT AND ENDS WITH ITS OWN GRAND TRAILER; A FEED MAY
000170*        ALSO CARRY CTRAILER AND TTRAILER RECORDS (WOADJUST
000180*        DOES), AND THOSE ARE PROVED AS WELL.  A WOADJUST
000190*        DETAIL MAY ALSO CARRY THE PRIOR-PERIOD FLAG AND ITS
000200*        ORIGINAL AND POSTING PERIODS, WHICH PASS THROUGH TO
000210*        TRANFILE FOR SUBVERB; THE OTHER FEEDS LEAVE THEM CLEAR.
000220*        FIRST EACH FEED IS PROVED AGAINST ITS OWN TRAILERS AND
000230*        EVERY DETAIL IS CHECKED - COMPANY AND ACCOUNT PRESENT,
000240*        AMOUNTS NUMERIC, A TRTYPCPY TYPE THE FEED MAY SEND.
000250*        REJECTED RECORDS AND FAILED PROOFS ARE LISTED ON THE
000260*        TRANBRPT REPORT, NAMING THE FEED, WITH EACH FEED'S
000270*        COUNTS AND TOTALS.  ONLY WHEN EVERY FEED PROVES AND
000280*        NOTHING IS REJECTED ARE THE FEEDS MERGED INTO
000290*        COMPANY/ACCOUNT SEQUENCE AND WRITTEN TO TRANFILE WITH
000300*        THE CTRAILER, TTRAILER AND GRAND TRAILER RECORDS
000310*        SUBVERB'S PRE-PASS PROVES.  OTHERWISE TRANFILE IS LEFT
000320*        EMPTY, SO SUBVERB CANNOT RUN AGAINST LAST NIGHT'S FILE,
000330*        AND THE RETURN-CODE IS THE NUMBER OF REJECTED RECORDS
000340*        PLUS FAILED FEEDS.  NO WOADJUST MEANS NOTHING WAS
000350*        STAGED; A MISSING BILLING OR PAYMENT FEED FAILS.
000360*        WRITEOFF STAMPS THE WOADJUST GRAND TRAILER WITH ITS RUN
000370*        DATE AND TIME, AND A BUILD THAT MERGES IT KEEPS THAT
000380*        STAMP ON THE TRANBCTL CONTROL RECORD.  A WOADJUST WHOSE
000390*        STAMP IS NOT NEWER - LEFT OVER FROM A NIGHT WRITEOFF DID
000400*        NOT RUN - IS REPORTED AND TREATED AS NOTHING STAGED,
000410*        UNLESS IT WAS MERGED EARLIER THE SAME DAY (A RERUN OF
000420*        THE BUILD, WHOSE TRANFILE REPLACES THE ONE THAT CARRIED
000430*        IT).  A WOADJUST TRAILER WITH NO STAMP FAILS THE FEED.
000440*-----------------------------------------------------------------
000450*    MODIFICATION HISTORY.
000460*        10/15/26  RLH  INITIAL VERSION.
000470*****************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. TRANBLD.
000500 AUTHOR. R. HOLLOWAY.
000510 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000520 DATE-WRITTEN. 10/15/26.
000530 DATE-COMPILED. 10/15/26.
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT BILLING-FEED ASSIGN TO BILLFEED
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS TB-BILL-STATUS.
000600     SELECT PAYMENT-FEED ASSIGN TO PAYFEED
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS TB-PAYF-STATUS.
000630     SELECT ADJUSTMENT-FEED ASSIGN TO WOADJUST
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS TB-WOAD-STATUS.
000660     SELECT TRANSACTION-FILE ASSIGN TO TRANFILE
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS TB-TRAN-STATUS.
000690     SELECT BUILD-REPORT ASSIGN TO TRANBRPT
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS TB-BRPT-STATUS.
000720     SELECT MERGE-CONTROL ASSIGN TO TRANBCTL
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS TB-BCTL-STATUS.
000750     SELECT MERGE-SORT-FILE ASSIGN TO SORTWK01.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  BILLING-FEED.
000790 01  BILLING-FEED-RECORD         PIC X(41).
000800 FD  PAYMENT-FEED.
000810 01  PAYMENT-FEED-RECORD         PIC X(41).
000820 FD  ADJUSTMENT-FEED.
000830 01  ADJUSTMENT-FEED-RECORD      PIC X(57).
000840 FD  TRANSACTION-FILE.
000850 01  TF-TRAN-RECORD.
000860     05  TF-COMPANY-CODE         PIC X(02).
000870     05  TF-ACCT-ID              PIC X(10).
000880     05  TF-BILLED-AMT           PIC S9(7)V9(2).
000890     05  TF-PAID-AMT             PIC S9(7)V9(2).
000900     05  TF-TYPE-CODE            PIC X(02).
000910     05  TF-PPA-DATA.
000920         10  TF-PPA-FLAG         PIC X(01).
000930         10  TF-PPA-ORIG-PERIOD  PIC 9(06).
000940         10  TF-PPA-POST-PERIOD  PIC 9(06).
000950 01  TF-TRAILER-RECORD.
000960     05  TF-TRAILER-TAG          PIC X(10).
000970     05  TF-RECORD-COUNT         PIC 9(07).
000980     05  TF-BILLED-HASH          PIC S9(9)V9(2).
000990     05  TF-PAID-HASH            PIC S9(9)V9(2).
001000 01  TF-COMPANY-TRAILER.
001010     05  TF-CT-TAG               PIC X(10).
001020     05  TF-CT-COMPANY           PIC X(02).
001030     05  TF-CT-COUNT             PIC 9(07).
001040     05  TF-CT-BILLED-HASH       PIC S9(9)V9(2).
001050     05  TF-CT-PAID-HASH         PIC S9(9)V9(2).
001060 01  TF-TYPE-TRAILER.
001070     05  TF-TY-TAG               PIC X(10).
001080     05  TF-TY-TYPE-CODE         PIC X(02).
001090     05  TF-TY-COUNT             PIC 9(07).
001100     05  TF-TY-BILLED-HASH       PIC S9(9)V9(2).
001110     05  TF-TY-PAID-HASH         PIC S9(9)V9(2).
001120 FD  BUILD-REPORT.
001130 01  BUILD-REPORT-LINE           PIC X(100).
001140 FD  MERGE-CONTROL.
001150 01  MERGE-CONTROL-RECORD.
001160     05  MC-WOADJ-STAMP.
001170         10  MC-WOADJ-RUN-DATE   PIC 9(08).
001180         10  MC-WOADJ-RUN-TIME   PIC 9(08).
001190     05  MC-MERGED-DATE          PIC 9(08).
001200 SD  MERGE-SORT-FILE.
001210 01  MERGE-SORT-RECORD.
001220     05  MS-COMPANY-CODE         PIC X(02).
001230     05  MS-ACCT-ID              PIC X(10).
001240     05  MS-SOURCE               PIC 9(01).
001250     05  MS-SEQUENCE             PIC 9(07).
001260     05  MS-BILLED-AMT           PIC S9(7)V9(2).
001270     05  MS-PAID-AMT             PIC S9(7)V9(2).
001280     05  MS-TYPE-CODE            PIC X(02).
001290     05  MS-PPA-DATA.
001300         10  MS-PPA-FLAG         PIC X(01).
001310         10  MS-PPA-ORIG-PERIOD  PIC 9(06).
001320         10  MS-PPA-POST-PERIOD  PIC 9(06).
001330 WORKING-STORAGE SECTION.
001340 COPY trtypcpy.
001350*-----------------------------------------------------------------
001360* THE THREE FEEDS IN MERGE ORDER - WITHIN AN ACCOUNT THE BILLING
001370* RECORDS COME FIRST, THEN THE PAYMENTS, THEN THE ADJUSTMENTS.
001380* EACH NAMES THE TRANSACTION TYPES IT MAY SEND.  A NEW TYPE OR A
001390* TYPE MOVING BETWEEN SYSTEMS IS CHANGED HERE.
001400*-----------------------------------------------------------------
001410 01  TB-SOURCE-VALUES.
001420     05  FILLER                  PIC X(22)
001430                                 VALUE "BILLFEEDBILLING   INCM".
001440     05  FILLER                  PIC X(22)
001450                                 VALUE "PAYFEED PAYMENT   PYRF".
001460     05  FILLER                  PIC X(22)
001470                                 VALUE "WOADJUSTWRITE-OFF WOWO".
001480 01  TB-SOURCE-TABLE REDEFINES TB-SOURCE-VALUES.
001490     05  TB-SOURCE-ENTRY OCCURS 3 TIMES.
001500         10  TB-SR-DDNAME        PIC X(08).
001510         10  TB-SR-LABEL         PIC X(10).
001520         10  TB-SR-TYPE          PIC X(02) OCCURS 2 TIMES.
001530 01  TB-SOURCE-MAX                PIC 9(01) VALUE 3.
001540 01  TB-SRC                       PIC 9(01) VALUE 0.
001550 01  TB-FILE-STATUSES.
001560     05  TB-BILL-STATUS           PIC X(02) VALUE "00".
001570     05  TB-PAYF-STATUS           PIC X(02) VALUE "00".
001580     05  TB-WOAD-STATUS           PIC X(02) VALUE "00".
001590     05  TB-TRAN-STATUS           PIC X(02) VALUE "00".
001600     05  TB-BRPT-STATUS           PIC X(02) VALUE "00".
001610     05  TB-BCTL-STATUS           PIC X(02) VALUE "00".
001620 01  TB-FEED-STATUS               PIC X(02) VALUE "00".
001630 01  TB-SWITCHES.
001640     05  TB-FEED-EOF-SW           PIC X(01) VALUE "N".
001650         88  TB-FEED-EOF              VALUE "Y".
001660     05  TB-SORT-EOF-SW           PIC X(01) VALUE "N".
001670         88  TB-SORT-EOF              VALUE "Y".
001680     05  TB-TRAILER-SW            PIC X(01) VALUE "N".
001690         88  TB-TRAILER-FOUND         VALUE "Y".
001700     05  TB-FOUND-SW              PIC X(01) VALUE "N".
001710         88  TB-ENTRY-FOUND           VALUE "Y".
001720     05  TB-TYPE-SW               PIC X(01) VALUE "N".
001730         88  TB-TYPE-FOUND            VALUE "Y".
001740     05  TB-TTRAILER-SW           PIC X(01) VALUE "N".
001750         88  TB-TTRAILER-ON-FEED      VALUE "Y".
001760     05  TB-STAMP-SW              PIC X(01) VALUE "N".
001770         88  TB-STAMP-ALREADY-MERGED  VALUE "Y".
001780*-----------------------------------------------------------------
001790* ONE FEED RECORD AS READ - A DETAIL OR ONE OF THE THREE KINDS
001800* OF TRAILER, TOLD APART BY THE TAG IN THE FIRST TEN BYTES.
001810* ONLY THE WOADJUST GRAND TRAILER CARRIES A RUN STAMP.
001820*-----------------------------------------------------------------
001830 01  TB-FEED-WORK.
001840     05  FW-COMPANY-CODE         PIC X(02).
001850     05  FW-ACCT-ID              PIC X(10).
001860     05  FW-BILLED-AMT           PIC S9(7)V9(2).
001870     05  FW-PAID-AMT             PIC S9(7)V9(2).
001880     05  FW-TYPE-CODE            PIC X(02).
001890     05  FW-PPA-DATA.
001900         10  FW-PPA-FLAG         PIC X(01).
001910         10  FW-PPA-ORIG-PERIOD  PIC 9(06).
001920         10  FW-PPA-POST-PERIOD  PIC 9(06).
001930     05  FILLER                  PIC X(12).
001940 01  TB-FEED-TRAILER REDEFINES TB-FEED-WORK.
001950     05  FT-TRAILER-TAG          PIC X(10).
001960     05  FT-RECORD-COUNT         PIC 9(07).
001970     05  FT-BILLED-HASH          PIC S9(9)V9(2).
001980     05  FT-PAID-HASH            PIC S9(9)V9(2).
001990     05  FT-RUN-STAMP            PIC X(16).
002000     05  FILLER                  PIC X(02).
002010 01  TB-FEED-CO-TRAILER REDEFINES TB-FEED-WORK.
002020     05  FC-TRAILER-TAG          PIC X(10).
002030     05  FC-COMPANY-CODE         PIC X(02).
002040     05  FC-RECORD-COUNT         PIC 9(07).
002050     05  FC-BILLED-HASH          PIC S9(9)V9(2).
002060     05  FC-PAID-HASH            PIC S9(9)V9(2).
002070 01  TB-FEED-TY-TRAILER REDEFINES TB-FEED-WORK.
002080     05  FY-TRAILER-TAG          PIC X(10).
002090     05  FY-TYPE-CODE            PIC X(02).
002100     05  FY-RECORD-COUNT         PIC 9(07).
002110     05  FY-BILLED-HASH          PIC S9(9)V9(2).
002120     05  FY-PAID-HASH            PIC S9(9)V9(2).
002130*-----------------------------------------------------------------
002140* WHAT EACH FEED PROVED TO, FOR THE SUMMARY AT THE END.
002150*-----------------------------------------------------------------
002160 01  TB-SOURCE-RESULTS.
002170     05  TB-SS-ENTRY OCCURS 3 TIMES.
002180         10  TB-SS-OUTCOME        PIC X(01).
002190             88  TB-SS-PROVED         VALUE "P".
002200             88  TB-SS-FAILED         VALUE "F".
002210             88  TB-SS-MISSING        VALUE "M".
002220             88  TB-SS-NONE-STAGED    VALUE "N".
002230             88  TB-SS-MERGED-BEFORE  VALUE "A".
002240         10  TB-SS-READ-COUNT     PIC 9(07).
002250         10  TB-SS-TRLR-COUNT     PIC 9(07).
002260         10  TB-SS-ACCEPTED       PIC 9(07).
002270         10  TB-SS-REJECTED       PIC 9(07).
002280         10  TB-SS-BILLED         PIC S9(9)V9(2).
002290         10  TB-SS-PAID           PIC S9(9)V9(2).
002300*-----------------------------------------------------------------
002310* THE FEED BEING PROVED - ITS DETAIL TOTALS AND TRAILER VALUES,
002320* BY COMPANY AND BY TYPE AS WELL AS FOR THE WHOLE FEED.
002330*-----------------------------------------------------------------
002340 01  TB-FEED-TOTALS.
002350     05  TB-VER-COUNT             PIC 9(07).
002360     05  TB-VER-BILLED            PIC S9(9)V9(2).
002370     05  TB-VER-PAID              PIC S9(9)V9(2).
002380     05  TB-TRLR-COUNT            PIC 9(07).
002390     05  TB-TRLR-BILLED           PIC S9(9)V9(2).
002400     05  TB-TRLR-PAID             PIC S9(9)V9(2).
002410 01  TB-CO-MAX                    PIC 9(02) VALUE 10.
002420 01  TB-FEED-CO-TABLE.
002430     05  TB-FV-CNT                PIC 9(02).
002440     05  TB-FV-ENTRY OCCURS 10 TIMES.
002450         10  TB-FV-CODE           PIC X(02).
002460         10  TB-FV-COUNT          PIC 9(07).
002470         10  TB-FV-BILLED         PIC S9(9)V9(2).
002480         10  TB-FV-PAID           PIC S9(9)V9(2).
002490 01  TB-FEED-CT-TABLE.
002500     05  TB-FC-CNT                PIC 9(02).
002510     05  TB-FC-ENTRY OCCURS 10 TIMES.
002520         10  TB-FC-CODE           PIC X(02).
002530         10  TB-FC-COUNT          PIC 9(07).
002540         10  TB-FC-BILLED         PIC S9(9)V9(2).
002550         10  TB-FC-PAID           PIC S9(9)V9(2).
002560 01  TB-FEED-TYPE-TABLE.
002570     05  TB-FT-ENTRY OCCURS 5 TIMES.
002580         10  TB-FT-VER-COUNT      PIC 9(07).
002590         10  TB-FT-VER-BILLED     PIC S9(9)V9(2).
002600         10  TB-FT-VER-PAID       PIC S9(9)V9(2).
002610         10  TB-FT-SEEN-SW        PIC X(01).
002620             88  TB-FT-SEEN           VALUE "Y".
002630         10  TB-FT-TRLR-COUNT     PIC 9(07).
002640         10  TB-FT-TRLR-BILLED    PIC S9(9)V9(2).
002650         10  TB-FT-TRLR-PAID      PIC S9(9)V9(2).
002660*-----------------------------------------------------------------
002670* THE COMPANIES ACROSS ALL THREE FEEDS.  SUBVERB TAKES TEN, SO
002680* THE BUILD DOES TOO - AN ELEVENTH IS REJECTED HERE BY NAME
002690* RATHER THAN ABORTING SUBVERB'S PRE-PASS.  THE MERGE FILLS IN
002700* THE TOTALS FOR THE CTRAILERS.
002710*-----------------------------------------------------------------
002720 01  TB-ALL-CO-TABLE.
002730     05  TB-AC-CNT                PIC 9(02) VALUE 0.
002740     05  TB-AC-ENTRY OCCURS 10 TIMES.
002750         10  TB-AC-CODE           PIC X(02).
002760         10  TB-AC-COUNT          PIC 9(07).
002770         10  TB-AC-BILLED         PIC S9(9)V9(2).
002780         10  TB-AC-PAID           PIC S9(9)V9(2).
002790 01  TB-OUT-TYPE-TABLE.
002800     05  TB-OT-ENTRY OCCURS 5 TIMES.
002810         10  TB-OT-COUNT          PIC 9(07).
002820         10  TB-OT-BILLED         PIC S9(9)V9(2).
002830         10  TB-OT-PAID           PIC S9(9)V9(2).
002840 01  TB-OUT-TOTALS.
002850     05  TB-OUT-COUNT             PIC 9(07) VALUE 0.
002860     05  TB-OUT-BILLED            PIC S9(9)V9(2) VALUE 0.
002870     05  TB-OUT-PAID              PIC S9(9)V9(2) VALUE 0.
002880 01  TB-SUBSCRIPTS.
002890     05  TB-CO-SUB                PIC 9(02) COMP VALUE 0.
002900     05  TB-WORK-SUB              PIC 9(02) COMP VALUE 0.
002910     05  TB-MATCH-SUB             PIC 9(02) COMP VALUE 0.
002920     05  TB-TY-SUB                PIC 9(02) COMP VALUE 0.
002930 01  TB-TYPE-WANTED               PIC X(02).
002940 01  TB-CO-WANTED                 PIC X(02).
002950 01  TB-SEQUENCE                  PIC 9(07) VALUE 0.
002960 01  TB-FAILED-FEEDS              PIC 9(01) VALUE 0.
002970 01  TB-REJECT-TOTAL              PIC 9(07) VALUE 0.
002980 01  TB-FEED-FAILED-SW            PIC X(01) VALUE "N".
002990     88  TB-FEED-FAILED               VALUE "Y".
003000 01  TB-FAIL-MESSAGE              PIC X(40).
003010 01  TB-REJECT-REASON             PIC X(30).
003020 01  TB-TODAY-DATE                PIC 9(08).
003030 01  TB-OUTCOME-WORD              PIC X(12).
003040 01  TB-EDIT-AMOUNT               PIC +Z(6).Z(2).
003050 01  TB-EDIT-PAID                 PIC +Z(6).Z(2).
003060 01  TB-EDIT-BILLED-HASH          PIC +Z(8).Z(2).
003070 01  TB-EDIT-PAID-HASH            PIC +Z(8).Z(2).
003080 01  TB-EDIT-READ                 PIC ZZZZZZ9.
003090 01  TB-EDIT-TRLR                 PIC ZZZZZZ9.
003100 01  TB-EDIT-ACCEPTED             PIC ZZZZZZ9.
003110 01  TB-EDIT-REJECTED             PIC ZZZZZZ9.
003120 01  TB-EDIT-COUNT                PIC ZZZZZZ9.
003130 01  TB-EDIT-COMPANIES            PIC Z9.
003140 01  TB-AUDIT-DETAIL              PIC X(50).
003150*-----------------------------------------------------------------
003160* THE WOADJUST RUN STAMP LAST MERGED, FROM TRANBCTL, AND THE ONE
003170* ON TONIGHT'S WOADJUST GRAND TRAILER.
003180*-----------------------------------------------------------------
003190 01  TB-LAST-STAMP                PIC X(16) VALUE SPACES.
003200 01  TB-LAST-MERGED-DATE          PIC 9(08) VALUE 0.
003210 01  TB-WOADJ-STAMP               PIC X(16) VALUE SPACES.
003220 PROCEDURE DIVISION.
003230 0000-MAINLINE.
003240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003250     PERFORM 2000-PROVE-ONE-FEED THRU 2000-EXIT
003260         VARYING TB-SRC FROM 1 BY 1
003270         UNTIL TB-SRC > TB-SOURCE-MAX.
003280     IF TB-FAILED-FEEDS = 0 AND TB-REJECT-TOTAL = 0
003290         PERFORM 4000-MERGE-FEEDS THRU 4000-EXIT
003300         PERFORM 4950-RECORD-MERGE THRU 4950-EXIT
003310     ELSE
003320         PERFORM 4900-LEAVE-TRANFILE-EMPTY THRU 4900-EXIT
003330     END-IF.
003340     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
003350     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003360     COMPUTE RETURN-CODE = TB-REJECT-TOTAL + TB-FAILED-FEEDS.
003370     GOBACK.
003380 1000-INITIALIZE.
003390     OPEN OUTPUT BUILD-REPORT.
003400     IF TB-BRPT-STATUS NOT = "00"
003410         DISPLAY "TRANBLD - TRANBRPT OPEN ERROR " TB-BRPT-STATUS
003420         MOVE 99 TO RETURN-CODE
003430         GOBACK
003440     END-IF.
003450     ACCEPT TB-TODAY-DATE FROM DATE YYYYMMDD.
003460     MOVE "TRANFILE BUILD BEGUN" TO TB-AUDIT-DETAIL.
003470     CALL "AUDITLOG" USING "TRANBLD   "
003480                            "START     "
003490                            TB-AUDIT-DETAIL.
003500     MOVE SPACES TO BUILD-REPORT-LINE.
003510     STRING "TRANFILE BUILD AND FEED PROOF - "  DELIMITED BY SIZE
003520            TB-TODAY-DATE                       DELIMITED BY SIZE
003530       INTO BUILD-REPORT-LINE.
003540     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
003550     MOVE SPACES TO BUILD-REPORT-LINE.
003560     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
003570     PERFORM 1100-READ-MERGE-CONTROL THRU 1100-EXIT.
003580 1000-EXIT.
003590     EXIT.
003600*-----------------------------------------------------------------
003610* NO TRANBCTL YET MEANS NO WOADJUST HAS EVER BEEN MERGED.
003620*-----------------------------------------------------------------
003630 1100-READ-MERGE-CONTROL.
003640     OPEN INPUT MERGE-CONTROL.
003650     IF TB-BCTL-STATUS = "35"
003660         GO TO 1100-EXIT
003670     END-IF.
003680     IF TB-BCTL-STATUS NOT = "00"
003690         DISPLAY "TRANBLD - TRANBCTL OPEN ERROR " TB-BCTL-STATUS
003700         MOVE 99 TO RETURN-CODE
003710         GOBACK
003720     END-IF.
003730     READ MERGE-CONTROL
003740         AT END
003750             MOVE SPACES TO MERGE-CONTROL-RECORD
003760     END-READ.
003770     IF MC-WOADJ-STAMP IS NUMERIC
003780         MOVE MC-WOADJ-STAMP TO TB-LAST-STAMP
003790     END-IF.
003800     IF MC-MERGED-DATE IS NUMERIC
003810         MOVE MC-MERGED-DATE TO TB-LAST-MERGED-DATE
003820     END-IF.
003830     CLOSE MERGE-CONTROL.
003840 1100-EXIT.
003850     EXIT.
003860*-----------------------------------------------------------------
003870* PASS ONE, ONE FEED AT A TIME - COUNT AND TOTAL EVERY DETAIL,
003880* CHECK EACH ONE, THEN HOLD THE TOTALS UP AGAINST THE FEED'S OWN
003890* TRAILERS.  A DETAIL FOLLOWING THE GRAND TRAILER, OR A SECOND
003900* GRAND TRAILER, MEANS TWO TRANSMISSIONS RAN TOGETHER.
003910*-----------------------------------------------------------------
003920 2000-PROVE-ONE-FEED.
003930     MOVE "N" TO TB-FEED-EOF-SW.
003940     MOVE "N" TO TB-TRAILER-SW.
003950     MOVE "N" TO TB-TTRAILER-SW.
003960     MOVE "N" TO TB-FEED-FAILED-SW.
003970     MOVE 0 TO TB-VER-COUNT TB-VER-BILLED TB-VER-PAID
003980               TB-TRLR-COUNT TB-TRLR-BILLED TB-TRLR-PAID
003990               TB-FV-CNT TB-FC-CNT.
004000     PERFORM 2010-CLEAR-FEED-TYPE THRU 2010-EXIT
004010         VARYING TB-TY-SUB FROM 1 BY 1
004020         UNTIL TB-TY-SUB > TC-TYPE-MAX.
004030     MOVE 0 TO TB-SS-READ-COUNT (TB-SRC)
004040               TB-SS-TRLR-COUNT (TB-SRC)
004050               TB-SS-ACCEPTED (TB-SRC)
004060               TB-SS-REJECTED (TB-SRC)
004070               TB-SS-BILLED (TB-SRC)
004080               TB-SS-PAID (TB-SRC).
004090     PERFORM 2100-OPEN-FEED THRU 2100-EXIT.
004100     IF TB-FEED-STATUS = "35"
004110         IF TB-SRC = TB-SOURCE-MAX
004120             SET TB-SS-NONE-STAGED (TB-SRC) TO TRUE
004130         ELSE
004140             SET TB-SS-MISSING (TB-SRC) TO TRUE
004150             MOVE "FEED NOT RECEIVED" TO TB-FAIL-MESSAGE
004160             PERFORM 2590-FEED-FAILED THRU 2590-EXIT
004170             ADD 1 TO TB-FAILED-FEEDS
004180         END-IF
004190         GO TO 2000-EXIT
004200     END-IF.
004210     IF TB-FEED-STATUS NOT = "00"
004220         DISPLAY "TRANBLD - " TB-SR-DDNAME (TB-SRC)
004230                 " OPEN ERROR " TB-FEED-STATUS
004240         MOVE 99 TO RETURN-CODE
004250         GOBACK
004260     END-IF.
004270     IF TB-SRC = TB-SOURCE-MAX
004280         PERFORM 2050-CHECK-RUN-STAMP THRU 2050-EXIT
004290         IF TB-STAMP-ALREADY-MERGED
004300             SET TB-SS-MERGED-BEFORE (TB-SRC) TO TRUE
004310             GO TO 2000-EXIT
004320         END-IF
004330     END-IF.
004340     PERFORM 2900-READ-FEED THRU 2900-EXIT.
004350     PERFORM 2200-TALLY-FEED-RECORD THRU 2200-EXIT
004360         UNTIL TB-FEED-EOF.
004370     PERFORM 2800-CLOSE-FEED THRU 2800-EXIT.
004380     PERFORM 2500-CHECK-FEED-TRAILERS THRU 2500-EXIT.
004390     MOVE TB-VER-COUNT   TO TB-SS-READ-COUNT (TB-SRC).
004400     MOVE TB-TRLR-COUNT  TO TB-SS-TRLR-COUNT (TB-SRC).
004410     MOVE TB-VER-BILLED  TO TB-SS-BILLED (TB-SRC).
004420     MOVE TB-VER-PAID    TO TB-SS-PAID (TB-SRC).
004430     IF TB-FEED-FAILED
004440         SET TB-SS-FAILED (TB-SRC) TO TRUE
004450         ADD 1 TO TB-FAILED-FEEDS
004460     ELSE
004470         SET TB-SS-PROVED (TB-SRC) TO TRUE
004480     END-IF.
004490 2000-EXIT.
004500     EXIT.
004510 2010-CLEAR-FEED-TYPE.
004520     MOVE 0   TO TB-FT-VER-COUNT (TB-TY-SUB)
004530                 TB-FT-VER-BILLED (TB-TY-SUB)
004540                 TB-FT-VER-PAID (TB-TY-SUB)
004550                 TB-FT-TRLR-COUNT (TB-TY-SUB)
004560                 TB-FT-TRLR-BILLED (TB-TY-SUB)
004570                 TB-FT-TRLR-PAID (TB-TY-SUB).
004580     MOVE "N" TO TB-FT-SEEN-SW (TB-TY-SUB).
004590 2010-EXIT.
004600     EXIT.
004610*-----------------------------------------------------------------
004620* WOADJUST IS READ THROUGH ONCE FOR THE STAMP ON ITS GRAND
004630* TRAILER BEFORE ANYTHING ON IT IS COUNTED.  ONE NO NEWER THAN
004640* THE LAST MERGED WAS MERGED ON AN EARLIER NIGHT AND WRITEOFF
004650* HAS NOT REPLACED IT SINCE - IT IS LEFT OUT, NOT FAILED, SO
004660* THE BILLING AND PAYMENT FEEDS STILL GO THROUGH.  A REBUILD THE
004670* SAME DAY AS THE MERGE TAKES IT AGAIN.  A MISSING STAMP IS LEFT
004680* FOR THE PROOF TO FAIL.  THE FEED IS LEFT OPEN AT THE START.
004690*-----------------------------------------------------------------
004700 2050-CHECK-RUN-STAMP.
004710     MOVE "N" TO TB-STAMP-SW.
004720     MOVE SPACES TO TB-WOADJ-STAMP.
004730     PERFORM 2900-READ-FEED THRU 2900-EXIT.
004740     PERFORM 2060-FIND-RUN-STAMP THRU 2060-EXIT
004750         UNTIL TB-FEED-EOF.
004760     PERFORM 2800-CLOSE-FEED THRU 2800-EXIT.
004770     MOVE "N" TO TB-FEED-EOF-SW.
004780     IF TB-WOADJ-STAMP IS NUMERIC
004790        AND TB-LAST-STAMP NOT = SPACES
004800        AND TB-WOADJ-STAMP NOT > TB-LAST-STAMP
004810        AND TB-LAST-MERGED-DATE NOT = TB-TODAY-DATE
004820         SET TB-STAMP-ALREADY-MERGED TO TRUE
004830         MOVE SPACES TO BUILD-REPORT-LINE
004840         STRING "WRITE-OFF  (WOADJUST) RUN "  DELIMITED BY SIZE
004850                TB-WOADJ-STAMP (1:8)          DELIMITED BY SIZE
004860                " "                           DELIMITED BY SIZE
004870                TB-WOADJ-STAMP (9:6)          DELIMITED BY SIZE
004880                " ALREADY MERGED "            DELIMITED BY SIZE
004890                TB-LAST-MERGED-DATE           DELIMITED BY SIZE
004900                " - NOT MERGED AGAIN"         DELIMITED BY SIZE
004910           INTO BUILD-REPORT-LINE
004920         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
004930         DISPLAY "TRANBLD - " BUILD-REPORT-LINE
004940         GO TO 2050-EXIT
004950     END-IF.
004960     PERFORM 2100-OPEN-FEED THRU 2100-EXIT.
004970     IF TB-FEED-STATUS NOT = "00"
004980         DISPLAY "TRANBLD - " TB-SR-DDNAME (TB-SRC)
004990                 " REOPEN ERROR " TB-FEED-STATUS
005000         MOVE 99 TO RETURN-CODE
005010         GOBACK
005020     END-IF.
005030 2050-EXIT.
005040     EXIT.
005050 2060-FIND-RUN-STAMP.
005060     IF FT-TRAILER-TAG = "TRAILER"
005070         MOVE FT-RUN-STAMP TO TB-WOADJ-STAMP
005080     END-IF.
005090     PERFORM 2900-READ-FEED THRU 2900-EXIT.
005100 2060-EXIT.
005110     EXIT.
005120 2100-OPEN-FEED.
005130     EVALUATE TB-SRC
005140         WHEN 1
005150             OPEN INPUT BILLING-FEED
005160             MOVE TB-BILL-STATUS TO TB-FEED-STATUS
005170         WHEN 2
005180             OPEN INPUT PAYMENT-FEED
005190             MOVE TB-PAYF-STATUS TO TB-FEED-STATUS
005200         WHEN 3
005210             OPEN INPUT ADJUSTMENT-FEED
005220             MOVE TB-WOAD-STATUS TO TB-FEED-STATUS
005230     END-EVALUATE.
005240 2100-EXIT.
005250     EXIT.
005260 2200-TALLY-FEED-RECORD.
005270     EVALUATE FT-TRAILER-TAG
005280         WHEN "TRAILER"
005290             IF TB-TRAILER-FOUND
005300                 MOVE "SECOND GRAND TRAILER" TO TB-FAIL-MESSAGE
005310                 PERFORM 2590-FEED-FAILED THRU 2590-EXIT
005320             END-IF
005330             MOVE FT-RECORD-COUNT TO TB-TRLR-COUNT
005340             MOVE FT-BILLED-HASH  TO TB-TRLR-BILLED
005350             MOVE FT-PAID-HASH    TO TB-TRLR-PAID
005360             SET TB-TRAILER-FOUND TO TRUE
005370         WHEN "CTRAILER"
005380             PERFORM 2300-TALLY-CO-TRAILER THRU 2300-EXIT
005390         WHEN "TTRAILER"
005400             PERFORM 2350-TALLY-TYPE-TRAILER THRU 2350-EXIT
005410         WHEN OTHER
005420             IF TB-TRAILER-FOUND
005430                 MOVE "DETAIL RECORD FOLLOWS TRAILER"
005440                     TO TB-FAIL-MESSAGE
005450                 PERFORM 2590-FEED-FAILED THRU 2590-EXIT
005460             END-IF
005470             ADD 1 TO TB-VER-COUNT
005480             PERFORM 2400-CHECK-DETAIL THRU 2400-EXIT
005490     END-EVALUATE.
005500     PERFORM 2900-READ-FEED THRU 2900-EXIT.
005510 2200-EXIT.
005520     EXIT.
005530 2300-TALLY-CO-TRAILER.
005540     IF TB-FC-CNT NOT < TB-CO-MAX
005550         MOVE "TOO MANY COMPANY TRAILERS" TO TB-FAIL-MESSAGE
005560         PERFORM 2590-FEED-FAILED THRU 2590-EXIT
005570         GO TO 2300-EXIT
005580     END-IF.
005590     ADD 1 TO TB-FC-CNT.
005600     MOVE FC-COMPANY-CODE TO TB-FC-CODE (TB-FC-CNT).
005610     MOVE FC-RECORD-COUNT TO TB-FC-COUNT (TB-FC-CNT).
005620     MOVE FC-BILLED-HASH  TO TB-FC-BILLED (TB-FC-CNT).
005630     MOVE FC-PAID-HASH    TO TB-FC-PAID (TB-FC-CNT).
005640 2300-EXIT.
005650     EXIT.
005660 2350-TALLY-TYPE-TRAILER.
005670     SET TB-TTRAILER-ON-FEED TO TRUE.
005680     MOVE FY-TYPE-CODE TO TB-TYPE-WANTED.
005690     PERFORM 7100-FIND-TYPE THRU 7100-EXIT.
005700     IF NOT TB-TYPE-FOUND
005710         MOVE "TTRAILER FOR AN UNKNOWN TYPE" TO TB-FAIL-MESSAGE
005720         PERFORM 2590-FEED-FAILED THRU 2590-EXIT
005730         GO TO 2350-EXIT
005740     END-IF.
005750     IF TB-FT-SEEN (TB-TY-SUB)
005760         MOVE "DUPLICATE TYPE TRAILER" TO TB-FAIL-MESSAGE
005770         PERFORM 2590-FEED-FAILED THRU 2590-EXIT
005780         GO TO 2350-EXIT
005790     END-IF.
005800     SET TB-FT-SEEN (TB-TY-SUB) TO TRUE.
005810     MOVE FY-RECORD-COUNT TO TB-FT-TRLR-COUNT (TB-TY-SUB).
005820     MOVE FY-BILLED-HASH  TO TB-FT-TRLR-BILLED (TB-TY-SUB).
005830     MOVE FY-PAID-HASH    TO TB-FT-TRLR-PAID (TB-TY-SUB).
005840 2350-EXIT.
005850     EXIT.
005860*-----------------------------------------------------------------
005870* ONE DETAIL.  ITS AMOUNTS COUNT TOWARDS THE PROOF WHETHER OR
005880* NOT IT IS ACCEPTED - THE TRAILER SAYS WHAT WAS SENT.  THE
005890* FIRST REASON FOUND IS THE ONE REPORTED.
005900*-----------------------------------------------------------------
005910 2400-CHECK-DETAIL.
005920     MOVE SPACES TO TB-REJECT-REASON.
005930     MOVE "N" TO TB-TYPE-SW.
005940     IF FW-BILLED-AMT IS NUMERIC AND FW-PAID-AMT IS NUMERIC
005950         ADD FW-BILLED-AMT TO TB-VER-BILLED
005960         ADD FW-PAID-AMT   TO TB-VER-PAID
005970         MOVE FW-TYPE-CODE TO TB-TYPE-WANTED
005980         PERFORM 7100-FIND-TYPE THRU 7100-EXIT
005990         PERFORM 2420-TALLY-FEED-COMPANY THRU 2420-EXIT
006000     END-IF.
006010     IF TB-TYPE-FOUND
006020         ADD 1 TO TB-FT-VER-COUNT (TB-TY-SUB)
006030         ADD FW-BILLED-AMT TO TB-FT-VER-BILLED (TB-TY-SUB)
006040         ADD FW-PAID-AMT   TO TB-FT-VER-PAID (TB-TY-SUB)
006050     END-IF.
006060     EVALUATE TRUE
006070         WHEN FW-COMPANY-CODE = SPACES
006080             MOVE "NO COMPANY CODE" TO TB-REJECT-REASON
006090         WHEN FW-ACCT-ID = SPACES
006100             MOVE "NO ACCOUNT" TO TB-REJECT-REASON
006110         WHEN FW-BILLED-AMT NOT NUMERIC
006120             MOVE "BILLED AMOUNT NOT NUMERIC"
006130                 TO TB-REJECT-REASON
006140         WHEN FW-PAID-AMT NOT NUMERIC
006150             MOVE "PAID AMOUNT NOT NUMERIC" TO TB-REJECT-REASON
006160         WHEN NOT TB-TYPE-FOUND
006170             MOVE "UNKNOWN TRANSACTION TYPE" TO TB-REJECT-REASON
006180         WHEN FW-TYPE-CODE NOT = TB-SR-TYPE (TB-SRC 1)
006190          AND FW-TYPE-CODE NOT = TB-SR-TYPE (TB-SRC 2)
006200             MOVE "TYPE NOT SENT BY THIS FEED"
006210                 TO TB-REJECT-REASON
006220     END-EVALUATE.
006230     IF TB-REJECT-REASON = SPACES
006240         MOVE FW-COMPANY-CODE TO TB-CO-WANTED
006250         PERFORM 2440-REGISTER-COMPANY THRU 2440-EXIT
006260     END-IF.
006270     IF TB-REJECT-REASON = SPACES
006280         ADD 1 TO TB-SS-ACCEPTED (TB-SRC)
006290     ELSE
006300         PERFORM 2450-WRITE-REJECT THRU 2450-EXIT
006310     END-IF.
006320 2400-EXIT.
006330     EXIT.
006340 2420-TALLY-FEED-COMPANY.
006350     MOVE "N" TO TB-FOUND-SW.
006360     PERFORM 2425-MATCH-FEED-COMPANY THRU 2425-EXIT
006370         VARYING TB-WORK-SUB FROM 1 BY 1
006380         UNTIL TB-WORK-SUB > TB-FV-CNT
006390            OR TB-ENTRY-FOUND.
006400     IF NOT TB-ENTRY-FOUND
006410         IF TB-FV-CNT NOT < TB-CO-MAX
006420             MOVE "TOO MANY COMPANIES ON THE FEED"
006430                 TO TB-FAIL-MESSAGE
006440             PERFORM 2590-FEED-FAILED THRU 2590-EXIT
006450             GO TO 2420-EXIT
006460         END-IF
006470         ADD 1 TO TB-FV-CNT
006480         MOVE TB-FV-CNT       TO TB-MATCH-SUB
006490         MOVE FW-COMPANY-CODE TO TB-FV-CODE (TB-MATCH-SUB)
006500         MOVE 0 TO TB-FV-COUNT (TB-MATCH-SUB)
006510                   TB-FV-BILLED (TB-MATCH-SUB)
006520                   TB-FV-PAID (TB-MATCH-SUB)
006530     END-IF.
006540     ADD 1             TO TB-FV-COUNT (TB-MATCH-SUB).
006550     ADD FW-BILLED-AMT TO TB-FV-BILLED (TB-MATCH-SUB).
006560     ADD FW-PAID-AMT   TO TB-FV-PAID (TB-MATCH-SUB).
006570 2420-EXIT.
006580     EXIT.
006590 2425-MATCH-FEED-COMPANY.
006600     IF TB-FV-CODE (TB-WORK-SUB) = FW-COMPANY-CODE
006610         MOVE TB-WORK-SUB TO TB-MATCH-SUB
006620         SET TB-ENTRY-FOUND TO TRUE
006630     END-IF.
006640 2425-EXIT.
006650     EXIT.
006660*-----------------------------------------------------------------
006670* EVERY COMPANY THE BUILD WILL WRITE, ACROSS ALL THE FEEDS.
006680*-----------------------------------------------------------------
006690 2440-REGISTER-COMPANY.
006700     PERFORM 7200-FIND-COMPANY THRU 7200-EXIT.
006710     IF TB-ENTRY-FOUND
006720         GO TO 2440-EXIT
006730     END-IF.
006740     IF TB-AC-CNT NOT < TB-CO-MAX
006750         MOVE "MORE COMPANIES THAN TRANFILE TAKES"
006760             TO TB-REJECT-REASON
006770         GO TO 2440-EXIT
006780     END-IF.
006790     ADD 1 TO TB-AC-CNT.
006800     MOVE TB-CO-WANTED TO TB-AC-CODE (TB-AC-CNT).
006810     MOVE 0 TO TB-AC-COUNT (TB-AC-CNT)
006820               TB-AC-BILLED (TB-AC-CNT)
006830               TB-AC-PAID (TB-AC-CNT).
006840 2440-EXIT.
006850     EXIT.
006860 2450-WRITE-REJECT.
006870     ADD 1 TO TB-SS-REJECTED (TB-SRC).
006880     ADD 1 TO TB-REJECT-TOTAL.
006890     MOVE SPACES TO BUILD-REPORT-LINE.
006900     IF FW-BILLED-AMT IS NUMERIC AND FW-PAID-AMT IS NUMERIC
006910         MOVE FW-BILLED-AMT TO TB-EDIT-AMOUNT
006920         MOVE FW-PAID-AMT   TO TB-EDIT-PAID
006930         STRING "REJECT "              DELIMITED BY SIZE
006940                TB-SR-LABEL (TB-SRC)   DELIMITED BY SIZE
006950                " "                    DELIMITED BY SIZE
006960                TB-REJECT-REASON       DELIMITED BY SIZE
006970                " CO "                 DELIMITED BY SIZE
006980                FW-COMPANY-CODE        DELIMITED BY SIZE
006990                " "                    DELIMITED BY SIZE
007000                FW-ACCT-ID             DELIMITED BY SIZE
007010                " "                    DELIMITED BY SIZE
007020                FW-TYPE-CODE           DELIMITED BY SIZE
007030                " B"                   DELIMITED BY SIZE
007040                TB-EDIT-AMOUNT         DELIMITED BY SIZE
007050                " P"                   DELIMITED BY SIZE
007060                TB-EDIT-PAID           DELIMITED BY SIZE
007070           INTO BUILD-REPORT-LINE
007080     ELSE
007090         STRING "REJECT "              DELIMITED BY SIZE
007100                TB-SR-LABEL (TB-SRC)   DELIMITED BY SIZE
007110                " "                    DELIMITED BY SIZE
007120                TB-REJECT-REASON       DELIMITED BY SIZE
007130                " "                    DELIMITED BY SIZE
007140                TB-FEED-WORK           DELIMITED BY SIZE
007150           INTO BUILD-REPORT-LINE
007160     END-IF.
007170     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
007180 2450-EXIT.
007190     EXIT.
007200*-----------------------------------------------------------------
007210* THE PROOF ITSELF.  THE GRAND TRAILER IS REQUIRED AND MUST
007220* AGREE ON COUNT AND BOTH HASHES.  A FEED THAT SENDS CTRAILERS
007230* MUST SEND ONE PER COMPANY AND EACH MUST AGREE; ONE THAT SENDS
007240* TTRAILERS LIKEWISE PER TYPE - THE SAME RULES SUBVERB APPLIES
007250* TO THE MERGED FILE.
007260*-----------------------------------------------------------------
007270 2500-CHECK-FEED-TRAILERS.
007280     IF NOT TB-TRAILER-FOUND
007290         MOVE "NO TRAILER RECORD" TO TB-FAIL-MESSAGE
007300         PERFORM 2590-FEED-FAILED THRU 2590-EXIT
007310         GO TO 2500-EXIT
007320     END-IF.
007330     IF TB-TRLR-COUNT NOT = TB-VER-COUNT
007340         MOVE "RECORD COUNT DISAGREES WITH TRAILER"
007350             TO TB-FAIL-MESSAGE
007360         PERFORM 2590-FEED-FAILED THRU 2590-EXIT
007370     END-IF.
007380     IF TB-TRLR-BILLED NOT = TB-VER-BILLED
007390         MOVE "BILLED HASH DISAGREES WITH TRAILER"
007400             TO TB-FAIL-MESSAGE
007410         PERFORM 2590-FEED-FAILED THRU 2590-EXIT
007420     END-IF.
007430     IF TB-TRLR-PAID NOT = TB-VER-PAID
007440         MOVE "PAID HASH DISAGREES WITH TRAILER"
007450             TO TB-FAIL-MESSAGE
007460         PERFORM 2590-FEED-FAILED THRU 2590-EXIT
007470     END-IF.
007480     IF TB-SRC = TB-SOURCE-MAX
007490        AND TB-WOADJ-STAMP IS NOT NUMERIC
007500         MOVE "GRAND TRAILER CARRIES NO RUN STAMP"
007510             TO TB-FAIL-MESSAGE
007520         PERFORM 2590-FEED-FAILED THRU 2590-EXIT
007530     END-IF.
007540     IF TB-FC-CNT > 0
007550         PERFORM 2520-CHECK-COMPANY-TRAILERS THRU 2520-EXIT
007560     END-IF.
007570     IF TB-TTRAILER-ON-FEED
007580         PERFORM 2550-CHECK-ONE-TYPE THRU 2550-EXIT
007590             VARYING TB-TY-SUB FROM 1 BY 1
007600             UNTIL TB-TY-SUB > TC-TYPE-MAX
007610     END-IF.
007620 2500-EXIT.
007630     EXIT.
007640 2520-CHECK-COMPANY-TRAILERS.
007650     IF TB-FC-CNT NOT = TB-FV-CNT
007660         MOVE "COMPANY TRAILER COUNT MISMATCH"
007670             TO TB-FAIL-MESSAGE
007680         PERFORM 2590-FEED-FAILED THRU 2590-EXIT
007690     END-IF.
007700     PERFORM 2530-CHECK-ONE-COMPANY THRU 2530-EXIT
007710         VARYING TB-CO-SUB FROM 1 BY 1
007720         UNTIL TB-CO-SUB > TB-FV-CNT.
007730 2520-EXIT.
007740     EXIT.
007750 2530-CHECK-ONE-COMPANY.
007760     MOVE "N" TO TB-FOUND-SW.
007770     PERFORM 2535-MATCH-CO-TRAILER THRU 2535-EXIT
007780         VARYING TB-WORK-SUB FROM 1 BY 1
007790         UNTIL TB-WORK-SUB > TB-FC-CNT
007800            OR TB-ENTRY-FOUND.
007810     IF NOT TB-ENTRY-FOUND
007820         MOVE SPACES TO TB-FAIL-MESSAGE
007830         STRING "NO CTRAILER FOR COMPANY "  DELIMITED BY SIZE
007840                TB-FV-CODE (TB-CO-SUB)      DELIMITED BY SIZE
007850           INTO TB-FAIL-MESSAGE
007860         PERFORM 2590-FEED-FAILED THRU 2590-EXIT
007870         GO TO 2530-EXIT
007880     END-IF.
007890     IF TB-FC-COUNT (TB-MATCH-SUB) NOT = TB-FV-COUNT (TB-CO-SUB)
007900        OR TB-FC-BILLED (TB-MATCH-SUB)
007910            NOT = TB-FV-BILLED (TB-CO-SUB)
007920        OR TB-FC-PAID (TB-MATCH-SUB)
007930            NOT = TB-FV-PAID (TB-CO-SUB)
007940         MOVE SPACES TO TB-FAIL-MESSAGE
007950         STRING "COMPANY "                  DELIMITED BY SIZE
007960                TB-FV-CODE (TB-CO-SUB)      DELIMITED BY SIZE
007970                " DISAGREES WITH CTRAILER"  DELIMITED BY SIZE
007980           INTO TB-FAIL-MESSAGE
007990         PERFORM 2590-FEED-FAILED THRU 2590-EXIT
008000     END-IF.
008010 2530-EXIT.
008020     EXIT.
008030 2535-MATCH-CO-TRAILER.
008040     IF TB-FC-CODE (TB-WORK-SUB) = TB-FV-CODE (TB-CO-SUB)
008050         MOVE TB-WORK-SUB TO TB-MATCH-SUB
008060         SET TB-ENTRY-FOUND TO TRUE
008070     END-IF.
008080 2535-EXIT.
008090     EXIT.
008100 2550-CHECK-ONE-TYPE.
008110     IF NOT TB-FT-SEEN (TB-TY-SUB)
008120         IF TB-FT-VER-COUNT (TB-TY-SUB) > 0
008130             MOVE SPACES TO TB-FAIL-MESSAGE
008140             STRING "NO TTRAILER FOR TYPE "   DELIMITED BY SIZE
008150                    TC-TYPE-CODE (TB-TY-SUB)  DELIMITED BY SIZE
008160               INTO TB-FAIL-MESSAGE
008170             PERFORM 2590-FEED-FAILED THRU 2590-EXIT
008180         END-IF
008190         GO TO 2550-EXIT
008200     END-IF.
008210     IF TB-FT-TRLR-COUNT (TB-TY-SUB)
008220            NOT = TB-FT-VER-COUNT (TB-TY-SUB)
008230        OR TB-FT-TRLR-BILLED (TB-TY-SUB)
008240            NOT = TB-FT-VER-BILLED (TB-TY-SUB)
008250        OR TB-FT-TRLR-PAID (TB-TY-SUB)
008260            NOT = TB-FT-VER-PAID (TB-TY-SUB)
008270         MOVE SPACES TO TB-FAIL-MESSAGE
008280         STRING "TYPE "                     DELIMITED BY SIZE
008290                TC-TYPE-CODE (TB-TY-SUB)    DELIMITED BY SIZE
008300                " DISAGREES WITH TTRAILER"  DELIMITED BY SIZE
008310           INTO TB-FAIL-MESSAGE
008320         PERFORM 2590-FEED-FAILED THRU 2590-EXIT
008330     END-IF.
008340 2550-EXIT.
008350     EXIT.
008360*-----------------------------------------------------------------
008370* EVERY REASON A FEED FAILS IS LISTED, NOT JUST THE FIRST, SO
008380* ONE CALL TO THE SENDING SYSTEM COVERS THEM ALL.
008390*-----------------------------------------------------------------
008400 2590-FEED-FAILED.
008410     SET TB-FEED-FAILED TO TRUE.
008420     MOVE SPACES TO BUILD-REPORT-LINE.
008430     STRING "PROOF FAILED "        DELIMITED BY SIZE
008440            TB-SR-LABEL (TB-SRC)   DELIMITED BY SIZE
008450            " ("                   DELIMITED BY SIZE
008460            TB-SR-DDNAME (TB-SRC)  DELIMITED BY SPACE
008470            ") "                   DELIMITED BY SIZE
008480            TB-FAIL-MESSAGE        DELIMITED BY SIZE
008490       INTO BUILD-REPORT-LINE.
008500     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
008510     DISPLAY "TRANBLD - " BUILD-REPORT-LINE.
008520 2590-EXIT.
008530     EXIT.
008540 2800-CLOSE-FEED.
008550     EVALUATE TB-SRC
008560         WHEN 1
008570             CLOSE BILLING-FEED
008580         WHEN 2
008590             CLOSE PAYMENT-FEED
008600         WHEN 3
008610             CLOSE ADJUSTMENT-FEED
008620     END-EVALUATE.
008630 2800-EXIT.
008640     EXIT.
008650 2900-READ-FEED.
008660     EVALUATE TB-SRC
008670         WHEN 1
008680             READ BILLING-FEED INTO TB-FEED-WORK
008690                 AT END SET TB-FEED-EOF TO TRUE
008700             END-READ
008710         WHEN 2
008720             READ PAYMENT-FEED INTO TB-FEED-WORK
008730                 AT END SET TB-FEED-EOF TO TRUE
008740             END-READ
008750         WHEN 3
008760             READ ADJUSTMENT-FEED INTO TB-FEED-WORK
008770                 AT END SET TB-FEED-EOF TO TRUE
008780             END-READ
008790     END-EVALUATE.
008800 2900-EXIT.
008810     EXIT.
008820*-----------------------------------------------------------------
008830* PASS TWO - EVERY FEED PROVED AND NOTHING REJECTED.  THE
008840* DETAILS OF ALL THREE GO THROUGH ONE SORT INTO COMPANY/ACCOUNT
008850* SEQUENCE, EACH FEED'S OWN ORDER KEPT WITHIN THE ACCOUNT, AND
008860* THE TRAILERS ARE WRITTEN FROM WHAT WAS ACTUALLY WRITTEN.
008870*-----------------------------------------------------------------
008880 4000-MERGE-FEEDS.
008890     OPEN OUTPUT TRANSACTION-FILE.
008900     IF TB-TRAN-STATUS NOT = "00"
008910         DISPLAY "TRANBLD - TRANFILE OPEN ERROR " TB-TRAN-STATUS
008920         MOVE 99 TO RETURN-CODE
008930         GOBACK
008940     END-IF.
008950     PERFORM 4010-CLEAR-OUT-TYPE THRU 4010-EXIT
008960         VARYING TB-TY-SUB FROM 1 BY 1
008970         UNTIL TB-TY-SUB > TC-TYPE-MAX.
008980     SORT MERGE-SORT-FILE
008990         ON ASCENDING KEY MS-COMPANY-CODE
009000                          MS-ACCT-ID
009010                          MS-SOURCE
009020                          MS-SEQUENCE
009030         INPUT PROCEDURE IS 4100-RELEASE-FEEDS THRU 4100-EXIT
009040         OUTPUT PROCEDURE IS 5000-WRITE-DETAILS THRU 5000-EXIT.
009050     PERFORM 6000-WRITE-TRAILERS THRU 6000-EXIT.
009060     CLOSE TRANSACTION-FILE.
009070 4000-EXIT.
009080     EXIT.
009090 4010-CLEAR-OUT-TYPE.
009100     MOVE 0 TO TB-OT-COUNT (TB-TY-SUB)
009110               TB-OT-BILLED (TB-TY-SUB)
009120               TB-OT-PAID (TB-TY-SUB).
009130 4010-EXIT.
009140     EXIT.
009150 4100-RELEASE-FEEDS.
009160     PERFORM 4200-RELEASE-ONE-FEED THRU 4200-EXIT
009170         VARYING TB-SRC FROM 1 BY 1
009180         UNTIL TB-SRC > TB-SOURCE-MAX.
009190 4100-EXIT.
009200     EXIT.
009210 4200-RELEASE-ONE-FEED.
009220     IF TB-SS-NONE-STAGED (TB-SRC)
009230        OR TB-SS-MERGED-BEFORE (TB-SRC)
009240         GO TO 4200-EXIT
009250     END-IF.
009260     MOVE "N" TO TB-FEED-EOF-SW.
009270     PERFORM 2100-OPEN-FEED THRU 2100-EXIT.
009280     IF TB-FEED-STATUS NOT = "00"
009290         DISPLAY "TRANBLD - " TB-SR-DDNAME (TB-SRC)
009300                 " REOPEN ERROR " TB-FEED-STATUS
009310         MOVE 99 TO RETURN-CODE
009320         GOBACK
009330     END-IF.
009340     PERFORM 2900-READ-FEED THRU 2900-EXIT.
009350     PERFORM 4300-RELEASE-ONE-DETAIL THRU 4300-EXIT
009360         UNTIL TB-FEED-EOF.
009370     PERFORM 2800-CLOSE-FEED THRU 2800-EXIT.
009380 4200-EXIT.
009390     EXIT.
009400 4300-RELEASE-ONE-DETAIL.
009410     IF FT-TRAILER-TAG NOT = "TRAILER"
009420        AND FT-TRAILER-TAG NOT = "CTRAILER"
009430        AND FT-TRAILER-TAG NOT = "TTRAILER"
009440         ADD 1 TO TB-SEQUENCE
009450         MOVE FW-COMPANY-CODE TO MS-COMPANY-CODE
009460         MOVE FW-ACCT-ID      TO MS-ACCT-ID
009470         MOVE TB-SRC          TO MS-SOURCE
009480         MOVE TB-SEQUENCE     TO MS-SEQUENCE
009490         MOVE FW-BILLED-AMT   TO MS-BILLED-AMT
009500         MOVE FW-PAID-AMT     TO MS-PAID-AMT
009510         MOVE FW-TYPE-CODE    TO MS-TYPE-CODE
009520         IF FW-PPA-FLAG = "P"
009530             MOVE FW-PPA-DATA TO MS-PPA-DATA
009540         ELSE
009550             MOVE SPACE TO MS-PPA-FLAG
009560             MOVE 0 TO MS-PPA-ORIG-PERIOD MS-PPA-POST-PERIOD
009570         END-IF
009580         RELEASE MERGE-SORT-RECORD
009590     END-IF.
009600     PERFORM 2900-READ-FEED THRU 2900-EXIT.
009610 4300-EXIT.
009620     EXIT.
009630*-----------------------------------------------------------------
009640* A FAILED BUILD STILL REPLACES TRANFILE - WITH AN EMPTY FILE,
009650* WHICH SUBVERB'S PRE-PASS REFUSES FOR WANT OF A TRAILER, SO
009660* NOTHING CAN BE RECONCILED AGAINST LAST NIGHT'S TRANSACTIONS.
009670*-----------------------------------------------------------------
009680 4900-LEAVE-TRANFILE-EMPTY.
009690     OPEN OUTPUT TRANSACTION-FILE.
009700     IF TB-TRAN-STATUS NOT = "00"
009710         DISPLAY "TRANBLD - TRANFILE OPEN ERROR " TB-TRAN-STATUS
009720         MOVE 99 TO RETURN-CODE
009730         GOBACK
009740     END-IF.
009750     CLOSE TRANSACTION-FILE.
009760 4900-EXIT.
009770     EXIT.
009780*-----------------------------------------------------------------
009790* TRANFILE IS BUILT - A WOADJUST THAT WENT INTO IT IS RECORDED
009800* ON TRANBCTL SO THE SAME FILE IS NOT MERGED ON A LATER NIGHT.
009810*-----------------------------------------------------------------
009820 4950-RECORD-MERGE.
009830     IF NOT TB-SS-PROVED (TB-SOURCE-MAX)
009840         GO TO 4950-EXIT
009850     END-IF.
009860     OPEN OUTPUT MERGE-CONTROL.
009870     IF TB-BCTL-STATUS NOT = "00"
009880         DISPLAY "TRANBLD - TRANBCTL OPEN ERROR " TB-BCTL-STATUS
009890         MOVE 99 TO RETURN-CODE
009900         GOBACK
009910     END-IF.
009920     MOVE TB-WOADJ-STAMP TO MC-WOADJ-STAMP.
009930     MOVE TB-TODAY-DATE  TO MC-MERGED-DATE.
009940     WRITE MERGE-CONTROL-RECORD.
009950     IF TB-BCTL-STATUS NOT = "00"
009960         DISPLAY "TRANBLD - TRANBCTL WRITE ERROR " TB-BCTL-STATUS
009970         MOVE 99 TO RETURN-CODE
009980         GOBACK
009990     END-IF.
010000     CLOSE MERGE-CONTROL.
010010 4950-EXIT.
010020     EXIT.
010030 5000-WRITE-DETAILS.
010040     PERFORM 5900-RETURN-DETAIL THRU 5900-EXIT.
010050     PERFORM 5100-WRITE-ONE-DETAIL THRU 5100-EXIT
010060         UNTIL TB-SORT-EOF.
010070 5000-EXIT.
010080     EXIT.
010090 5100-WRITE-ONE-DETAIL.
010100     MOVE MS-COMPANY-CODE TO TF-COMPANY-CODE.
010110     MOVE MS-ACCT-ID      TO TF-ACCT-ID.
010120     MOVE MS-BILLED-AMT   TO TF-BILLED-AMT.
010130     MOVE MS-PAID-AMT     TO TF-PAID-AMT.
010140     MOVE MS-TYPE-CODE    TO TF-TYPE-CODE.
010150     MOVE MS-PPA-DATA     TO TF-PPA-DATA.
010160     WRITE TF-TRAN-RECORD.
010170     IF TB-TRAN-STATUS NOT = "00"
010180         DISPLAY "TRANBLD - TRANFILE WRITE ERROR " TB-TRAN-STATUS
010190         MOVE 99 TO RETURN-CODE
010200         GOBACK
010210     END-IF.
010220     ADD 1             TO TB-OUT-COUNT.
010230     ADD MS-BILLED-AMT TO TB-OUT-BILLED.
010240     ADD MS-PAID-AMT   TO TB-OUT-PAID.
010250     MOVE MS-COMPANY-CODE TO TB-CO-WANTED.
010260     PERFORM 7200-FIND-COMPANY THRU 7200-EXIT.
010270     ADD 1             TO TB-AC-COUNT (TB-MATCH-SUB).
010280     ADD MS-BILLED-AMT TO TB-AC-BILLED (TB-MATCH-SUB).
010290     ADD MS-PAID-AMT   TO TB-AC-PAID (TB-MATCH-SUB).
010300     MOVE MS-TYPE-CODE TO TB-TYPE-WANTED.
010310     PERFORM 7100-FIND-TYPE THRU 7100-EXIT.
010320     ADD 1             TO TB-OT-COUNT (TB-TY-SUB).
010330     ADD MS-BILLED-AMT TO TB-OT-BILLED (TB-TY-SUB).
010340     ADD MS-PAID-AMT   TO TB-OT-PAID (TB-TY-SUB).
010350     PERFORM 5900-RETURN-DETAIL THRU 5900-EXIT.
010360 5100-EXIT.
010370     EXIT.
010380 5900-RETURN-DETAIL.
010390     RETURN MERGE-SORT-FILE
010400         AT END SET TB-SORT-EOF TO TRUE
010410     END-RETURN.
010420 5900-EXIT.
010430     EXIT.
010440*-----------------------------------------------------------------
010450* THE SHAPE SUBVERB'S PRE-PASS PROVES - ONE CTRAILER PER
010460* COMPANY, ONE TTRAILER PER TYPE PRESENT IN TRTYPCPY ORDER, THEN
010470* THE GRAND TRAILER.
010480*-----------------------------------------------------------------
010490 6000-WRITE-TRAILERS.
010500     PERFORM 6100-WRITE-ONE-CTRAILER THRU 6100-EXIT
010510         VARYING TB-CO-SUB FROM 1 BY 1
010520         UNTIL TB-CO-SUB > TB-AC-CNT.
010530     PERFORM 6200-WRITE-ONE-TTRAILER THRU 6200-EXIT
010540         VARYING TB-TY-SUB FROM 1 BY 1
010550         UNTIL TB-TY-SUB > TC-TYPE-MAX.
010560     MOVE SPACES        TO TF-TRAILER-RECORD.
010570     MOVE "TRAILER"     TO TF-TRAILER-TAG.
010580     MOVE TB-OUT-COUNT  TO TF-RECORD-COUNT.
010590     MOVE TB-OUT-BILLED TO TF-BILLED-HASH.
010600     MOVE TB-OUT-PAID   TO TF-PAID-HASH.
010610     WRITE TF-TRAILER-RECORD.
010620     IF TB-TRAN-STATUS NOT = "00"
010630         DISPLAY "TRANBLD - TRANFILE WRITE ERROR " TB-TRAN-STATUS
010640         MOVE 99 TO RETURN-CODE
010650         GOBACK
010660     END-IF.
010670 6000-EXIT.
010680     EXIT.
010690 6100-WRITE-ONE-CTRAILER.
010700     MOVE SPACES                   TO TF-COMPANY-TRAILER.
010710     MOVE "CTRAILER"               TO TF-CT-TAG.
010720     MOVE TB-AC-CODE (TB-CO-SUB)   TO TF-CT-COMPANY.
010730     MOVE TB-AC-COUNT (TB-CO-SUB)  TO TF-CT-COUNT.
010740     MOVE TB-AC-BILLED (TB-CO-SUB) TO TF-CT-BILLED-HASH.
010750     MOVE TB-AC-PAID (TB-CO-SUB)   TO TF-CT-PAID-HASH.
010760     WRITE TF-COMPANY-TRAILER.
010770     IF TB-TRAN-STATUS NOT = "00"
010780         DISPLAY "TRANBLD - TRANFILE WRITE ERROR " TB-TRAN-STATUS
010790         MOVE 99 TO RETURN-CODE
010800         GOBACK
010810     END-IF.
010820 6100-EXIT.
010830     EXIT.
010840 6200-WRITE-ONE-TTRAILER.
010850     IF TB-OT-COUNT (TB-TY-SUB) = 0
010860         GO TO 6200-EXIT
010870     END-IF.
010880     MOVE SPACES                   TO TF-TYPE-TRAILER.
010890     MOVE "TTRAILER"               TO TF-TY-TAG.
010900     MOVE TC-TYPE-CODE (TB-TY-SUB) TO TF-TY-TYPE-CODE.
010910     MOVE TB-OT-COUNT (TB-TY-SUB)  TO TF-TY-COUNT.
010920     MOVE TB-OT-BILLED (TB-TY-SUB) TO TF-TY-BILLED-HASH.
010930     MOVE TB-OT-PAID (TB-TY-SUB)   TO TF-TY-PAID-HASH.
010940     WRITE TF-TYPE-TRAILER.
010950     IF TB-TRAN-STATUS NOT = "00"
010960         DISPLAY "TRANBLD - TRANFILE WRITE ERROR " TB-TRAN-STATUS
010970         MOVE 99 TO RETURN-CODE
010980         GOBACK
010990     END-IF.
011000 6200-EXIT.
011010     EXIT.
011020*-----------------------------------------------------------------
011030* TRTYPCPY LOOKUP - TB-TY-SUB IS LEFT ON THE CODE WHEN FOUND.
011040*-----------------------------------------------------------------
011050 7100-FIND-TYPE.
011060     MOVE "N" TO TB-TYPE-SW.
011070     PERFORM 7110-MATCH-TYPE THRU 7110-EXIT
011080         VARYING TB-WORK-SUB FROM 1 BY 1
011090         UNTIL TB-WORK-SUB > TC-TYPE-MAX
011100            OR TB-TYPE-FOUND.
011110 7100-EXIT.
011120     EXIT.
011130 7110-MATCH-TYPE.
011140     IF TC-TYPE-CODE (TB-WORK-SUB) = TB-TYPE-WANTED
011150         MOVE TB-WORK-SUB TO TB-TY-SUB
011160         SET TB-TYPE-FOUND TO TRUE
011170     END-IF.
011180 7110-EXIT.
011190     EXIT.
011200*-----------------------------------------------------------------
011210* ALL-FEEDS COMPANY LOOKUP - TB-MATCH-SUB IS LEFT ON THE ENTRY.
011220*-----------------------------------------------------------------
011230 7200-FIND-COMPANY.
011240     MOVE "N" TO TB-FOUND-SW.
011250     PERFORM 7210-MATCH-COMPANY THRU 7210-EXIT
011260         VARYING TB-WORK-SUB FROM 1 BY 1
011270         UNTIL TB-WORK-SUB > TB-AC-CNT
011280            OR TB-ENTRY-FOUND.
011290 7200-EXIT.
011300     EXIT.
011310 7210-MATCH-COMPANY.
011320     IF TB-AC-CODE (TB-WORK-SUB) = TB-CO-WANTED
011330         MOVE TB-WORK-SUB TO TB-MATCH-SUB
011340         SET TB-ENTRY-FOUND TO TRUE
011350     END-IF.
011360 7210-EXIT.
011370     EXIT.
011380 7500-WRITE-REPORT-LINE.
011390     WRITE BUILD-REPORT-LINE.
011400     IF TB-BRPT-STATUS NOT = "00"
011410         DISPLAY "TRANBLD - TRANBRPT WRITE ERROR " TB-BRPT-STATUS
011420         MOVE 99 TO RETURN-CODE
011430         GOBACK
011440     END-IF.
011450 7500-EXIT.
011460     EXIT.
011470*-----------------------------------------------------------------
011480* THE SOURCE COUNTS - ONE BLOCK PER FEED, THEN THE OUTCOME.
011490*-----------------------------------------------------------------
011500 8000-WRITE-SUMMARY.
011510     MOVE SPACES TO BUILD-REPORT-LINE.
011520     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
011530     PERFORM 8100-WRITE-SOURCE-COUNTS THRU 8100-EXIT
011540         VARYING TB-SRC FROM 1 BY 1
011550         UNTIL TB-SRC > TB-SOURCE-MAX.
011560     MOVE SPACES TO BUILD-REPORT-LINE.
011570     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
011580     IF TB-FAILED-FEEDS = 0 AND TB-REJECT-TOTAL = 0
011590         MOVE TB-OUT-COUNT TO TB-EDIT-COUNT
011600         MOVE TB-AC-CNT    TO TB-EDIT-COMPANIES
011610         MOVE TB-OUT-BILLED TO TB-EDIT-BILLED-HASH
011620         MOVE TB-OUT-PAID   TO TB-EDIT-PAID-HASH
011630         STRING "TRANFILE BUILT - RECORDS "  DELIMITED BY SIZE
011640                TB-EDIT-COUNT                DELIMITED BY SIZE
011650                "  COMPANIES "               DELIMITED BY SIZE
011660                TB-EDIT-COMPANIES            DELIMITED BY SIZE
011670                "  BILLED "                  DELIMITED BY SIZE
011680                TB-EDIT-BILLED-HASH          DELIMITED BY SIZE
011690                "  PAID "                    DELIMITED BY SIZE
011700                TB-EDIT-PAID-HASH            DELIMITED BY SIZE
011710           INTO BUILD-REPORT-LINE
011720     ELSE
011730         MOVE TB-REJECT-TOTAL TO TB-EDIT-COUNT
011740         MOVE TB-FAILED-FEEDS TO TB-EDIT-COMPANIES
011750         STRING "TRANFILE NOT BUILT - LEFT EMPTY.  REJECTED "
011760                                             DELIMITED BY SIZE
011770                TB-EDIT-COUNT                DELIMITED BY SIZE
011780                "  FEEDS FAILED "            DELIMITED BY SIZE
011790                TB-EDIT-COMPANIES            DELIMITED BY SIZE
011800           INTO BUILD-REPORT-LINE
011810     END-IF.
011820     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
011830     DISPLAY "TRANBLD - " BUILD-REPORT-LINE.
011840 8000-EXIT.
011850     EXIT.
011860 8100-WRITE-SOURCE-COUNTS.
011870     EVALUATE TRUE
011880         WHEN TB-SS-PROVED (TB-SRC)
011890             MOVE "PROVED"       TO TB-OUTCOME-WORD
011900         WHEN TB-SS-FAILED (TB-SRC)
011910             MOVE "PROOF FAILED" TO TB-OUTCOME-WORD
011920         WHEN TB-SS-MISSING (TB-SRC)
011930             MOVE "NOT RECEIVED" TO TB-OUTCOME-WORD
011940         WHEN TB-SS-MERGED-BEFORE (TB-SRC)
011950             MOVE "MERGED PRIOR" TO TB-OUTCOME-WORD
011960         WHEN OTHER
011970             MOVE "NONE STAGED"  TO TB-OUTCOME-WORD
011980     END-EVALUATE.
011990     MOVE TB-SS-READ-COUNT (TB-SRC) TO TB-EDIT-READ.
012000     MOVE TB-SS-TRLR-COUNT (TB-SRC) TO TB-EDIT-TRLR.
012010     MOVE TB-SS-ACCEPTED (TB-SRC)   TO TB-EDIT-ACCEPTED.
012020     MOVE TB-SS-REJECTED (TB-SRC)   TO TB-EDIT-REJECTED.
012030     MOVE SPACES TO BUILD-REPORT-LINE.
012040     STRING TB-SR-LABEL (TB-SRC)   DELIMITED BY SIZE
012050            " "                    DELIMITED BY SIZE
012060            TB-SR-DDNAME (TB-SRC)  DELIMITED BY SIZE
012070            " "                    DELIMITED BY SIZE
012080            TB-OUTCOME-WORD        DELIMITED BY SIZE
012090            "  READ"               DELIMITED BY SIZE
012100            TB-EDIT-READ           DELIMITED BY SIZE
012110            "  TRAILER"            DELIMITED BY SIZE
012120            TB-EDIT-TRLR           DELIMITED BY SIZE
012130            "  ACCEPTED"           DELIMITED BY SIZE
012140            TB-EDIT-ACCEPTED       DELIMITED BY SIZE
012150            "  REJECTED"           DELIMITED BY SIZE
012160            TB-EDIT-REJECTED       DELIMITED BY SIZE
012170       INTO BUILD-REPORT-LINE.
012180     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
012190     MOVE TB-SS-BILLED (TB-SRC) TO TB-EDIT-BILLED-HASH.
012200     MOVE TB-SS-PAID (TB-SRC)   TO TB-EDIT-PAID-HASH.
012210     MOVE SPACES TO BUILD-REPORT-LINE.
012220     STRING "                    BILLED "  DELIMITED BY SIZE
012230            TB-EDIT-BILLED-HASH            DELIMITED BY SIZE
012240            "  PAID "                      DELIMITED BY SIZE
012250            TB-EDIT-PAID-HASH              DELIMITED BY SIZE
012260       INTO BUILD-REPORT-LINE.
012270     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
012280 8100-EXIT.
012290     EXIT.
012300 9000-TERMINATE.
012310     MOVE SPACES TO TB-AUDIT-DETAIL.
012320     IF TB-FAILED-FEEDS = 0 AND TB-REJECT-TOTAL = 0
012330         MOVE TB-OUT-COUNT TO TB-EDIT-COUNT
012340         STRING "RUN COMPLETE - RECORDS: " DELIMITED BY SIZE
012350                TB-EDIT-COUNT              DELIMITED BY SIZE
012360           INTO TB-AUDIT-DETAIL
012370     ELSE
012380         MOVE TB-REJECT-TOTAL TO TB-EDIT-COUNT
012390         STRING "NOT BUILT - REJECTS: "    DELIMITED BY SIZE
012400                TB-EDIT-COUNT              DELIMITED BY SIZE
012410           INTO TB-AUDIT-DETAIL
012420     END-IF.
012430     CALL "AUDITLOG" USING "TRANBLD   "
012440                            "END       "
012450                            TB-AUDIT-DETAIL.
012460     CLOSE BUILD-REPORT.
012470 9000-EXIT.
012480     EXIT.
