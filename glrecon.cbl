000080*    REMARKS.
000090*        GL POSTING RECONCILIATION.  MATCHES THE LEDGER'S
000100*        POSTING-CONFIRMATION FILE (GLCONF, GLCFCPY LAYOUT)
000110*        BACK AGAINST THE GL JOURNAL SUBVERB HANDED TO
000120*        ACCOUNTING (GLEXTR, GLEXCPY LAYOUT) BY COMPANY, SOURCE
000130*        ACCOUNT, PERIOD, AND JOURNAL LINE.  ANYTHING EXTRACTED
000140*        BUT NEVER POSTED, POSTED BUT NEVER EXTRACTED, OR POSTED
000150*        AT A DIFFERENT AMOUNT, DR/CR INDICATOR, OR GL NATURAL
000160*        ACCOUNT AND COST CENTER GOES TO THE RECONCILIATION
000170*        REPORT.  BOTH FILES ARE SORTED HERE INTO KEY ORDER
000180*        BEFORE THE MATCH - THE LEDGER RETURNS CONFIRMATIONS
000190*        IN POSTING ORDER, AND THE JOURNAL MAY HAVE BEEN
000200*        COMBINED FROM STREAMS OR REBUILT BY GLRLSE.
000210*        RETURNS THE MISMATCH COUNT IN THE RETURN-CODE SPECIAL
000220*        REGISTER.  CLOSES THE LOOP ON THE ONE OUTPUT OF THIS
000230*        SYSTEM THAT MOVES REAL MONEY.  PRIOR-PERIOD ADJUSTMENTS
000240*        (LINES GLRLSE MOVED OUT OF A HARD-CLOSED PERIOD) ARE
000250*        KEPT OUT OF THE MATCHED COUNT AND LISTED IN THEIR OWN
000260*        SECTION AT THE END OF THE REPORT, WITH THE PERIOD EACH
000270*        CAME FROM, THROUGH THE GLRECPW WORK FILE.
000280*-----------------------------------------------------------------
000290*    MODIFICATION HISTORY.
000300*        08/21/26  RLH  INITIAL VERSION.
000310*        09/02/26  RLH  UNMATCHED EXTRACT RECORDS NOW CARRY ON
000320*                       THE PERSISTENT GLSUSP SUSPENSE FILE
000330*                       (GLSUCPY LAYOUT) WITH FIRST-SEEN/
000340*                       LAST-SEEN AGING THE WAY EXCPMST AGES
000350*                       EXCEPTIONS.  A LATER CONFIRMATION
000360*                       CLEARS THE ITEM AUTOMATICALLY, AND THE
000370*                       REPORT SHOWS EVERY CARRIED ITEM WITH AN
000380*                       AGING COLUMN - YESTERDAY'S UNPOSTED
000390*                       ITEM NO LONGER VANISHES WITH THE
000400*                       PRINTOUT.  THE FILE IS REBUILT THROUGH
000410*                       THE GLSUSPN WORK FILE SO A FAILED RUN
000420*                       LEAVES IT INTACT.
000430*        09/02/26  RLH  THE EXTRACT IS NOW SORTED INTO ACCOUNT/
000440*                       PERIOD ORDER AHEAD OF THE MATCH - SINCE
000450*                       THE COMPANY SPLIT IT ARRIVES IN
000460*                       COMPANY/ACCOUNT ORDER, AND A LATER
000470*                       COMPANY MAY LEGALLY CARRY LOWER ACCOUNT
000480*                       IDS, WHICH WOULD SILENTLY BREAK THE
000490*                       TWO-FILE MATCH AND THE SUSPENSE MERGE.
000500*        10/15/26  RLH  READS THE TWO-LINE DOUBLE-ENTRY JOURNAL.
000510*                       THE MATCH KEY IS COMPANY/SOURCE
000520*                       ACCOUNT/PERIOD/LINE, A MATCHED LINE MUST
000530*                       ALSO AGREE ON GL NATURAL ACCOUNT AND
000540*                       COST CENTER, AND THE REPORT AND THE
000550*                       GLSUSP SUSPENSE ITEMS CARRY ALL FOUR.
000560*        10/15/26  RLH  PRIOR-PERIOD ADJUSTMENTS REPORTED IN A
000570*                       SEPARATE SECTION WITH THEIR OWN COUNT
000580*                       AND TOTALS.
000590*****************************************************************
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID. GLRECON.
000620 AUTHOR. R. HOLLOWAY.
000630 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000640 DATE-WRITTEN. 08/21/26.
000650 DATE-COMPILED. 08/21/26.
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT GL-EXTRACT-FILE ASSIGN TO GLEXTR
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS GR-EXTR-STATUS.
000720     SELECT EXTRACT-SORTED ASSIGN TO GLEXTRS
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS GR-ESRT-STATUS.
000750     SELECT CONFIRM-FILE ASSIGN TO GLCONF
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS GR-CONF-STATUS.
000780     SELECT CONFIRM-SORTED ASSIGN TO GLCONFS
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS GR-CSRT-STATUS.
000810     SELECT RECON-REPORT ASSIGN TO GLRECRPT
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS GR-RRPT-STATUS.
000840     SELECT SUSPENSE-FILE ASSIGN TO GLSUSP
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS GR-SUSP-STATUS.
000870     SELECT SUSPENSE-WORK ASSIGN TO GLSUSPW
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS GR-SUSW-STATUS.
000900     SELECT SUSPENSE-NEW ASSIGN TO GLSUSPN
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS GR-SUSN-STATUS.
000930     SELECT PRIOR-PERIOD-WORK ASSIGN TO GLRECPW
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS GR-PPAW-STATUS.
000960     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
000970     SELECT EXTRACT-SORT-FILE ASSIGN TO SORTWK02.
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  GL-EXTRACT-FILE.
001010 COPY glexcpy.
001020 FD  CONFIRM-FILE.
001030 COPY glcfcpy.
001040 FD  EXTRACT-SORTED.
001050 01  ES-EXTRACT-RECORD.
001060     05  ES-COMPANY-CODE         PIC X(02).
001070     05  ES-SOURCE-ACCOUNT       PIC X(10).
001080     05  ES-PERIOD               PIC 9(06).
001090     05  ES-LINE-NUMBER          PIC 9(01).
001100     05  ES-NATURAL-ACCOUNT      PIC X(06).
001110     05  ES-COST-CENTER          PIC X(04).
001120     05  ES-AMOUNT               PIC 9(07)V9(02).
001130     05  ES-DR-CR-INDICATOR      PIC X(02).
001140     05  ES-ENTRY-TYPE           PIC X(02).
001150     05  ES-EFFECTIVE-DATE       PIC 9(08).
001160     05  ES-PRIOR-PERIOD-FLAG    PIC X(01).
001170         88  ES-PRIOR-PERIOD-ADJ     VALUE "P".
001180     05  ES-ORIGINAL-PERIOD      PIC 9(06).
001190 FD  CONFIRM-SORTED.
001200 01  CS-CONFIRM-RECORD.
001210     05  CS-COMPANY-CODE         PIC X(02).
001220     05  CS-SOURCE-ACCOUNT       PIC X(10).
001230     05  CS-PERIOD               PIC 9(06).
001240     05  CS-LINE-NUMBER          PIC 9(01).
001250     05  CS-NATURAL-ACCOUNT      PIC X(06).
001260     05  CS-COST-CENTER          PIC X(04).
001270     05  CS-AMOUNT               PIC 9(07)V9(02).
001280     05  CS-DR-CR-INDICATOR      PIC X(02).
001290     05  CS-POST-REF             PIC X(08).
001300 FD  SUSPENSE-FILE.
001310 COPY glsucpy.
001320 FD  SUSPENSE-WORK.
001330 01  SW-SUSPENSE-RECORD.
001340     05  SW-COMPANY-CODE         PIC X(02).
001350     05  SW-SOURCE-ACCOUNT       PIC X(10).
001360     05  SW-PERIOD               PIC 9(06).
001370     05  SW-LINE-NUMBER          PIC 9(01).
001380     05  SW-NATURAL-ACCOUNT      PIC X(06).
001390     05  SW-COST-CENTER          PIC X(04).
001400     05  SW-AMOUNT               PIC 9(07)V9(02).
001410     05  SW-DR-CR-INDICATOR      PIC X(02).
001420     05  SW-FIRST-SEEN           PIC 9(08).
001430     05  SW-LAST-SEEN            PIC 9(08).
001440 FD  SUSPENSE-NEW.
001450 01  SN-SUSPENSE-RECORD          PIC X(56).
001460 FD  RECON-REPORT.
001470 01  RECON-REPORT-LINE           PIC X(132).
001480 FD  PRIOR-PERIOD-WORK.
001490 01  PRIOR-PERIOD-WORK-LINE      PIC X(132).
001500 SD  SORT-WORK-FILE.
001510 01  SORT-WORK-RECORD.
001520     05  SD-COMPANY-CODE         PIC X(02).
001530     05  SD-SOURCE-ACCOUNT       PIC X(10).
001540     05  SD-PERIOD               PIC 9(06).
001550     05  SD-LINE-NUMBER          PIC 9(01).
001560     05  SD-REST                 PIC X(29).
001570 SD  EXTRACT-SORT-FILE.
001580 01  EXTRACT-SORT-RECORD.
001590     05  XS-COMPANY-CODE         PIC X(02).
001600     05  XS-SOURCE-ACCOUNT       PIC X(10).
001610     05  XS-PERIOD               PIC 9(06).
001620     05  XS-LINE-NUMBER          PIC 9(01).
001630     05  XS-REST                 PIC X(38).
001640 WORKING-STORAGE SECTION.
001650 01  GR-FILE-STATUSES.
001660     05  GR-EXTR-STATUS           PIC X(02) VALUE "00".
001670     05  GR-CONF-STATUS           PIC X(02) VALUE "00".
001680     05  GR-CSRT-STATUS           PIC X(02) VALUE "00".
001690     05  GR-ESRT-STATUS           PIC X(02) VALUE "00".
001700     05  GR-RRPT-STATUS           PIC X(02) VALUE "00".
001710     05  GR-SUSP-STATUS           PIC X(02) VALUE "00".
001720     05  GR-SUSW-STATUS           PIC X(02) VALUE "00".
001730     05  GR-SUSN-STATUS           PIC X(02) VALUE "00".
001740     05  GR-PPAW-STATUS           PIC X(02) VALUE "00".
001750 01  GR-SWITCHES.
001760     05  GR-EXTR-EOF-SW           PIC X(01) VALUE "N".
001770         88  GR-EXTR-EOF              VALUE "Y".
001780     05  GR-CONF-EOF-SW           PIC X(01) VALUE "N".
001790         88  GR-CONF-EOF              VALUE "Y".
001800     05  GR-OLD-EOF-SW            PIC X(01) VALUE "N".
001810         88  GR-OLD-EOF               VALUE "Y".
001820     05  GR-NEW-EOF-SW            PIC X(01) VALUE "N".
001830         88  GR-NEW-EOF               VALUE "Y".
001840     05  GR-COPY-EOF-SW           PIC X(01) VALUE "N".
001850         88  GR-COPY-EOF              VALUE "Y".
001860     05  GR-PPA-EOF-SW            PIC X(01) VALUE "N".
001870         88  GR-PPA-EOF               VALUE "Y".
001880 01  GR-EXT-KEY.
001890     05  GR-EXT-COMPANY           PIC X(02).
001900     05  GR-EXT-ACCOUNT           PIC X(10).
001910     05  GR-EXT-PERIOD            PIC 9(06).
001920     05  GR-EXT-LINE              PIC 9(01).
001930 01  GR-CNF-KEY.
001940     05  GR-CNF-COMPANY           PIC X(02).
001950     05  GR-CNF-ACCOUNT           PIC X(10).
001960     05  GR-CNF-PERIOD            PIC 9(06).
001970     05  GR-CNF-LINE              PIC 9(01).
001980 01  GR-OLD-KEY.
001990     05  GR-OLD-COMPANY           PIC X(02).
002000     05  GR-OLD-ACCOUNT           PIC X(10).
002010     05  GR-OLD-PERIOD            PIC 9(06).
002020     05  GR-OLD-LINE              PIC 9(01).
002030 01  GR-NEW-KEY.
002040     05  GR-NEW-COMPANY           PIC X(02).
002050     05  GR-NEW-ACCOUNT           PIC X(10).
002060     05  GR-NEW-PERIOD            PIC 9(06).
002070     05  GR-NEW-LINE              PIC 9(01).
002080 01  GR-ITEM-FIELDS.
002090     05  GR-ITEM-COMPANY          PIC X(02).
002100     05  GR-ITEM-ACCOUNT          PIC X(10).
002110     05  GR-ITEM-PERIOD           PIC 9(06).
002120     05  GR-ITEM-LINE             PIC 9(01).
002130     05  GR-ITEM-NATURAL          PIC X(06).
002140     05  GR-ITEM-COST-CTR         PIC X(04).
002150     05  GR-ITEM-AMOUNT           PIC 9(07)V9(02).
002160     05  GR-ITEM-DR-CR            PIC X(02).
002170     05  GR-ITEM-FIRST-SEEN       PIC 9(08).
002180 01  GR-ITEM-KEY.
002190     05  GR-ITEM-KEY-COMP         PIC X(02).
002200     05  GR-ITEM-KEY-ACCT         PIC X(10).
002210     05  GR-ITEM-KEY-PER          PIC 9(06).
002220     05  GR-ITEM-KEY-LINE         PIC 9(01).
002230*    EVERY REPORT LINE OPENS WITH THE JOURNAL LINE IT IS ABOUT -
002240*    COMPANY-ACCOUNT PERIOD/LINE NATURAL-COSTCTR.
002250 01  GR-LINE-ID.
002260     05  GR-LID-COMPANY           PIC X(02).
002270     05  FILLER                   PIC X(01) VALUE "-".
002280     05  GR-LID-ACCOUNT           PIC X(10).
002290     05  FILLER                   PIC X(01) VALUE SPACE.
002300     05  GR-LID-PERIOD            PIC 9(06).
002310     05  FILLER                   PIC X(01) VALUE "/".
002320     05  GR-LID-LINE              PIC 9(01).
002330     05  FILLER                   PIC X(01) VALUE SPACE.
002340     05  GR-LID-NATURAL           PIC X(06).
002350     05  FILLER                   PIC X(01) VALUE "-".
002360     05  GR-LID-COST-CTR          PIC X(04).
002370 01  GR-DIFF-REASON               PIC X(20).
002380 01  GR-PPA-OUTCOME               PIC X(20).
002390 01  GR-TODAY-DATE                PIC 9(08).
002400 01  GR-AGE-DAYS                  PIC S9(05) COMP.
002410 01  GR-COUNTS.
002420     05  GR-MATCHED-COUNT         PIC 9(07) VALUE 0.
002430     05  GR-NOT-POSTED-COUNT      PIC 9(05) VALUE 0.
002440     05  GR-NOT-EXTR-COUNT        PIC 9(05) VALUE 0.
002450     05  GR-AMT-DIFF-COUNT        PIC 9(05) VALUE 0.
002460     05  GR-MISMATCH-COUNT        PIC 9(05) VALUE 0.
002470     05  GR-SUSP-CARRIED-COUNT    PIC 9(05) VALUE 0.
002480     05  GR-SUSP-CLEARED-COUNT    PIC 9(05) VALUE 0.
002490     05  GR-PPA-COUNT             PIC 9(05) VALUE 0.
002500     05  GR-PPA-MATCHED-COUNT     PIC 9(05) VALUE 0.
002510 01  GR-PPA-TOTALS.
002520     05  GR-PPA-DEBIT             PIC 9(11)V9(02) VALUE 0.
002530     05  GR-PPA-CREDIT            PIC 9(11)V9(02) VALUE 0.
002540 01  GR-EDIT-PPA-COUNT            PIC ZZZ,ZZ9.
002550 01  GR-EDIT-PPA-MATCHED          PIC ZZZ,ZZ9.
002560 01  GR-EDIT-PPA-DEBIT            PIC Z(10)9.99.
002570 01  GR-EDIT-PPA-CREDIT           PIC Z(10)9.99.
002580 01  GR-EDIT-DAYS                 PIC ZZ,ZZ9.
002590 01  GR-BUILD-SUSPENSE.
002600     05  GR-BS-COMPANY            PIC X(02).
002610     05  GR-BS-ACCOUNT            PIC X(10).
002620     05  GR-BS-PERIOD             PIC 9(06).
002630     05  GR-BS-LINE               PIC 9(01).
002640     05  GR-BS-NATURAL            PIC X(06).
002650     05  GR-BS-COST-CTR           PIC X(04).
002660     05  GR-BS-AMOUNT             PIC 9(07)V9(02).
002670     05  GR-BS-DR-CR              PIC X(02).
002680     05  GR-BS-FIRST-SEEN         PIC 9(08).
002690     05  GR-BS-LAST-SEEN          PIC 9(08).
002700 01  GR-EDIT-CARRIED              PIC ZZZ,ZZ9.
002710 01  GR-EDIT-CLEARED              PIC ZZZ,ZZ9.
002720 01  GR-EDIT-AMT-EXT              PIC Z(6)9.99.
002730 01  GR-EDIT-AMT-CNF              PIC Z(6)9.99.
002740 01  GR-EDIT-MATCHED              PIC ZZZ,ZZ9.
002750 01  GR-EDIT-MISMATCH             PIC ZZZ,ZZ9.
002760 01  GR-AUDIT-DETAIL              PIC X(50).
002770 PROCEDURE DIVISION.
002780 0000-MAINLINE.
002790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002800     PERFORM 3000-MATCH-FILES THRU 3000-EXIT
002810         UNTIL GR-EXTR-EOF AND GR-CONF-EOF.
002820     PERFORM 6000-PROCESS-SUSPENSE THRU 6000-EXIT.
002830     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.
002840     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002850     MOVE GR-MISMATCH-COUNT TO RETURN-CODE.
002860     GOBACK.
002870*-----------------------------------------------------------------
002880* SORT THE CONFIRMATIONS INTO EXTRACT ORDER FIRST - THE LEDGER
002890* RETURNS THEM IN POSTING ORDER, NOT ACCOUNT ORDER.  THE FILE
002900* IS PROBE-OPENED FIRST SO A MORNING WHEN GLCONF HAS NOT
002910* ARRIVED YET FAILS WITH THE STANDARD OPEN-ERROR MESSAGE, NOT
002920* INSIDE THE SORT.
002930*-----------------------------------------------------------------
002940 1000-INITIALIZE.
002950     OPEN INPUT CONFIRM-FILE.
002960     IF GR-CONF-STATUS NOT = "00"
002970         DISPLAY "GLRECON - GLCONF OPEN ERROR " GR-CONF-STATUS
002980         MOVE 99 TO RETURN-CODE
002990         GOBACK
003000     END-IF.
003010     CLOSE CONFIRM-FILE.
003020     SORT SORT-WORK-FILE
003030         ON ASCENDING KEY SD-COMPANY-CODE
003040                          SD-SOURCE-ACCOUNT
003050                          SD-PERIOD
003060                          SD-LINE-NUMBER
003070         USING CONFIRM-FILE
003080         GIVING CONFIRM-SORTED.
003090*    THE EXTRACT IS SORTED TOO - THE MATCH AND THE SUSPENSE
003100*    MERGE DEPEND ON EXACT KEY ORDER, AND A JOURNAL REBUILT OR
003110*    COMBINED UPSTREAM IS NOT TRUSTED TO KEEP IT.
003120     OPEN INPUT GL-EXTRACT-FILE.
003130     IF GR-EXTR-STATUS NOT = "00"
003140         DISPLAY "GLRECON - GLEXTR OPEN ERROR " GR-EXTR-STATUS
003150         MOVE 99 TO RETURN-CODE
003160         GOBACK
003170     END-IF.
003180     CLOSE GL-EXTRACT-FILE.
003190     SORT EXTRACT-SORT-FILE
003200         ON ASCENDING KEY XS-COMPANY-CODE
003210                          XS-SOURCE-ACCOUNT
003220                          XS-PERIOD
003230                          XS-LINE-NUMBER
003240         USING GL-EXTRACT-FILE
003250         GIVING EXTRACT-SORTED.
003260     OPEN INPUT EXTRACT-SORTED.
003270     IF GR-ESRT-STATUS NOT = "00"
003280         DISPLAY "GLRECON - GLEXTRS OPEN ERROR " GR-ESRT-STATUS
003290         MOVE 99 TO RETURN-CODE
003300         GOBACK
003310     END-IF.
003320     OPEN INPUT CONFIRM-SORTED.
003330     IF GR-CSRT-STATUS NOT = "00"
003340         DISPLAY "GLRECON - GLCONFS OPEN ERROR " GR-CSRT-STATUS
003350         MOVE 99 TO RETURN-CODE
003360         GOBACK
003370     END-IF.
003380     OPEN OUTPUT RECON-REPORT.
003390     IF GR-RRPT-STATUS NOT = "00"
003400         DISPLAY "GLRECON - GLRECRPT OPEN ERROR " GR-RRPT-STATUS
003410         MOVE 99 TO RETURN-CODE
003420         GOBACK
003430     END-IF.
003440     ACCEPT GR-TODAY-DATE FROM DATE YYYYMMDD.
003450     OPEN OUTPUT SUSPENSE-WORK.
003460     IF GR-SUSW-STATUS NOT = "00"
003470         DISPLAY "GLRECON - GLSUSPW OPEN ERROR " GR-SUSW-STATUS
003480         MOVE 99 TO RETURN-CODE
003490         GOBACK
003500     END-IF.
003510     OPEN OUTPUT PRIOR-PERIOD-WORK.
003520     IF GR-PPAW-STATUS NOT = "00"
003530         DISPLAY "GLRECON - GLRECPW OPEN ERROR " GR-PPAW-STATUS
003540         MOVE 99 TO RETURN-CODE
003550         GOBACK
003560     END-IF.
003570     MOVE "GL POSTING RECONCILIATION BEGUN" TO GR-AUDIT-DETAIL.
003580     CALL "AUDITLOG" USING "GLRECON   "
003590                            "START     "
003600                            GR-AUDIT-DETAIL.
003610     PERFORM 2900-READ-EXTRACT THRU 2900-EXIT.
003620     PERFORM 2950-READ-CONFIRM THRU 2950-EXIT.
003630 1000-EXIT.
003640     EXIT.
003650*-----------------------------------------------------------------
003660* CLASSIC TWO-FILE MATCH ON COMPANY/ACCOUNT/PERIOD/LINE.  A KEY
003670* ONLY ON THE EXTRACT SIDE WAS NEVER POSTED; ONE ONLY ON THE
003680* CONFIRMATION SIDE WAS POSTED WITHOUT AN EXTRACT BEHIND IT;
003690* EQUAL KEYS MUST STILL AGREE ON AMOUNT, DR/CR, AND GL NATURAL
003700* ACCOUNT AND COST CENTER BEFORE THEY COUNT AS MATCHED.
003710*-----------------------------------------------------------------
003720 3000-MATCH-FILES.
003730     IF GR-EXT-KEY < GR-CNF-KEY
003740         PERFORM 3100-EXTRACT-NOT-POSTED THRU 3100-EXIT
003750         PERFORM 2900-READ-EXTRACT THRU 2900-EXIT
003760     ELSE
003770         IF GR-EXT-KEY > GR-CNF-KEY
003780             PERFORM 3200-POSTED-NOT-EXTRACTED THRU 3200-EXIT
003790             PERFORM 2950-READ-CONFIRM THRU 2950-EXIT
003800         ELSE
003810             PERFORM 3300-COMPARE-MATCHED THRU 3300-EXIT
003820             PERFORM 2900-READ-EXTRACT THRU 2900-EXIT
003830             PERFORM 2950-READ-CONFIRM THRU 2950-EXIT
003840         END-IF
003850     END-IF.
003860 3000-EXIT.
003870     EXIT.
003880 3100-EXTRACT-NOT-POSTED.
003890     MOVE ES-AMOUNT TO GR-EDIT-AMT-EXT.
003900     PERFORM 7300-EXTRACT-LINE-ID THRU 7300-EXIT.
003910     MOVE SPACES TO RECON-REPORT-LINE.
003920     STRING GR-LINE-ID              DELIMITED BY SIZE
003930            "  EXTRACTED "          DELIMITED BY SIZE
003940            GR-EDIT-AMT-EXT         DELIMITED BY SIZE
003950            " "                     DELIMITED BY SIZE
003960            ES-DR-CR-INDICATOR      DELIMITED BY SIZE
003970            " - NEVER POSTED"       DELIMITED BY SIZE
003980       INTO RECON-REPORT-LINE.
003990     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
004000     ADD 1 TO GR-NOT-POSTED-COUNT.
004010     ADD 1 TO GR-MISMATCH-COUNT.
004020     IF ES-PRIOR-PERIOD-ADJ
004030         MOVE " - NEVER POSTED" TO GR-PPA-OUTCOME
004040         PERFORM 3400-NOTE-PRIOR-PERIOD THRU 3400-EXIT
004050     END-IF.
004060*    THE UNPOSTED ITEM ALSO GOES TO THE SUSPENSE WORK FILE SO
004070*    IT STAYS VISIBLE UNTIL A CONFIRMATION CLEARS IT.
004080     MOVE ES-COMPANY-CODE    TO SW-COMPANY-CODE.
004090     MOVE ES-SOURCE-ACCOUNT  TO SW-SOURCE-ACCOUNT.
004100     MOVE ES-PERIOD          TO SW-PERIOD.
004110     MOVE ES-LINE-NUMBER     TO SW-LINE-NUMBER.
004120     MOVE ES-NATURAL-ACCOUNT TO SW-NATURAL-ACCOUNT.
004130     MOVE ES-COST-CENTER     TO SW-COST-CENTER.
004140     MOVE ES-AMOUNT          TO SW-AMOUNT.
004150     MOVE ES-DR-CR-INDICATOR TO SW-DR-CR-INDICATOR.
004160     MOVE GR-TODAY-DATE      TO SW-FIRST-SEEN.
004170     MOVE GR-TODAY-DATE      TO SW-LAST-SEEN.
004180     WRITE SW-SUSPENSE-RECORD.
004190     IF GR-SUSW-STATUS NOT = "00"
004200         DISPLAY "GLRECON - GLSUSPW WRITE ERROR " GR-SUSW-STATUS
004210         MOVE 99 TO RETURN-CODE
004220         GOBACK
004230     END-IF.
004240 3100-EXIT.
004250     EXIT.
004260 3200-POSTED-NOT-EXTRACTED.
004270     MOVE CS-AMOUNT TO GR-EDIT-AMT-CNF.
004280     MOVE CS-COMPANY-CODE    TO GR-LID-COMPANY.
004290     MOVE CS-SOURCE-ACCOUNT  TO GR-LID-ACCOUNT.
004300     MOVE CS-PERIOD          TO GR-LID-PERIOD.
004310     MOVE CS-LINE-NUMBER     TO GR-LID-LINE.
004320     MOVE CS-NATURAL-ACCOUNT TO GR-LID-NATURAL.
004330     MOVE CS-COST-CENTER     TO GR-LID-COST-CTR.
004340     MOVE SPACES TO RECON-REPORT-LINE.
004350     STRING GR-LINE-ID              DELIMITED BY SIZE
004360            "  POSTED "             DELIMITED BY SIZE
004370            GR-EDIT-AMT-CNF         DELIMITED BY SIZE
004380            " "                     DELIMITED BY SIZE
004390            CS-DR-CR-INDICATOR      DELIMITED BY SIZE
004400            " REF "                 DELIMITED BY SIZE
004410            CS-POST-REF             DELIMITED BY SIZE
004420            " - NEVER EXTRACTED"    DELIMITED BY SIZE
004430       INTO RECON-REPORT-LINE.
004440     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
004450     ADD 1 TO GR-NOT-EXTR-COUNT.
004460     ADD 1 TO GR-MISMATCH-COUNT.
004470 3200-EXIT.
004480     EXIT.
004490 3300-COMPARE-MATCHED.
004500     IF ES-AMOUNT = CS-AMOUNT
004510        AND ES-DR-CR-INDICATOR = CS-DR-CR-INDICATOR
004520        AND ES-NATURAL-ACCOUNT = CS-NATURAL-ACCOUNT
004530        AND ES-COST-CENTER = CS-COST-CENTER
004540         IF ES-PRIOR-PERIOD-ADJ
004550             ADD 1 TO GR-PPA-MATCHED-COUNT
004560             MOVE " - POSTED" TO GR-PPA-OUTCOME
004570             PERFORM 3400-NOTE-PRIOR-PERIOD THRU 3400-EXIT
004580         ELSE
004590             ADD 1 TO GR-MATCHED-COUNT
004600         END-IF
004610     ELSE
004620         IF ES-AMOUNT = CS-AMOUNT
004630            AND ES-DR-CR-INDICATOR = CS-DR-CR-INDICATOR
004640             MOVE " - GL ACCT DIFFERS" TO GR-DIFF-REASON
004650         ELSE
004660             MOVE " - AMOUNT DIFFERS"  TO GR-DIFF-REASON
004670         END-IF
004680         MOVE ES-AMOUNT TO GR-EDIT-AMT-EXT
004690         MOVE CS-AMOUNT TO GR-EDIT-AMT-CNF
004700         PERFORM 7300-EXTRACT-LINE-ID THRU 7300-EXIT
004710         MOVE SPACES TO RECON-REPORT-LINE
004720         STRING GR-LINE-ID              DELIMITED BY SIZE
004730                "  EXTRACTED "          DELIMITED BY SIZE
004740                GR-EDIT-AMT-EXT         DELIMITED BY SIZE
004750                " "                     DELIMITED BY SIZE
004760                ES-DR-CR-INDICATOR      DELIMITED BY SIZE
004770                " POSTED "              DELIMITED BY SIZE
004780                CS-NATURAL-ACCOUNT      DELIMITED BY SIZE
004790                "-"                     DELIMITED BY SIZE
004800                CS-COST-CENTER          DELIMITED BY SIZE
004810                " "                     DELIMITED BY SIZE
004820                GR-EDIT-AMT-CNF         DELIMITED BY SIZE
004830                " "                     DELIMITED BY SIZE
004840                CS-DR-CR-INDICATOR      DELIMITED BY SIZE
004850                GR-DIFF-REASON          DELIMITED BY SIZE
004860           INTO RECON-REPORT-LINE
004870         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
004880         ADD 1 TO GR-AMT-DIFF-COUNT
004890         ADD 1 TO GR-MISMATCH-COUNT
004900         IF ES-PRIOR-PERIOD-ADJ
004910             MOVE GR-DIFF-REASON TO GR-PPA-OUTCOME
004920             PERFORM 3400-NOTE-PRIOR-PERIOD THRU 3400-EXIT
004930         END-IF
004940     END-IF.
004950 3300-EXIT.
004960     EXIT.
004970*-----------------------------------------------------------------
004980* A PRIOR-PERIOD ADJUSTMENT IS NOTED ON THE GLRECPW WORK FILE
004990* WHATEVER ITS OUTCOME, SO THE SEPARATE SECTION LISTS EVERY ONE
005000* IN KEY ORDER.  A MISMATCH IS STILL REPORTED ABOVE AS WELL.
005010*-----------------------------------------------------------------
005020 3400-NOTE-PRIOR-PERIOD.
005030     ADD 1 TO GR-PPA-COUNT.
005040     IF ES-DR-CR-INDICATOR = "DR"
005050         ADD ES-AMOUNT TO GR-PPA-DEBIT
005060     ELSE
005070         ADD ES-AMOUNT TO GR-PPA-CREDIT
005080     END-IF.
005090     MOVE ES-AMOUNT TO GR-EDIT-AMT-EXT.
005100     PERFORM 7300-EXTRACT-LINE-ID THRU 7300-EXIT.
005110     MOVE SPACES TO PRIOR-PERIOD-WORK-LINE.
005120     STRING GR-LINE-ID              DELIMITED BY SIZE
005130            "  "                    DELIMITED BY SIZE
005140            ES-ENTRY-TYPE           DELIMITED BY SIZE
005150            " "                     DELIMITED BY SIZE
005160            GR-EDIT-AMT-EXT         DELIMITED BY SIZE
005170            " "                     DELIMITED BY SIZE
005180            ES-DR-CR-INDICATOR      DELIMITED BY SIZE
005190            "  FROM PERIOD "        DELIMITED BY SIZE
005200            ES-ORIGINAL-PERIOD      DELIMITED BY SIZE
005210            GR-PPA-OUTCOME          DELIMITED BY SIZE
005220       INTO PRIOR-PERIOD-WORK-LINE.
005230     WRITE PRIOR-PERIOD-WORK-LINE.
005240     IF GR-PPAW-STATUS NOT = "00"
005250         DISPLAY "GLRECON - GLRECPW WRITE ERROR " GR-PPAW-STATUS
005260         MOVE 99 TO RETURN-CODE
005270         GOBACK
005280     END-IF.
005290 3400-EXIT.
005300     EXIT.
005310*-----------------------------------------------------------------
005320* HIGH-VALUES AT END OF EITHER FILE LETS THE MATCH LOOP DRAIN
005330* THE OTHER SIDE WITHOUT A SPECIAL CASE PER FILE.
005340*-----------------------------------------------------------------
005350 2900-READ-EXTRACT.
005360     READ EXTRACT-SORTED
005370         AT END
005380             SET GR-EXTR-EOF TO TRUE
005390             MOVE HIGH-VALUES TO GR-EXT-KEY
005400         NOT AT END
005410             MOVE ES-COMPANY-CODE   TO GR-EXT-COMPANY
005420             MOVE ES-SOURCE-ACCOUNT TO GR-EXT-ACCOUNT
005430             MOVE ES-PERIOD         TO GR-EXT-PERIOD
005440             MOVE ES-LINE-NUMBER    TO GR-EXT-LINE
005450     END-READ.
005460 2900-EXIT.
005470     EXIT.
005480 2950-READ-CONFIRM.
005490     READ CONFIRM-SORTED
005500         AT END
005510             SET GR-CONF-EOF TO TRUE
005520             MOVE HIGH-VALUES TO GR-CNF-KEY
005530         NOT AT END
005540             MOVE CS-COMPANY-CODE   TO GR-CNF-COMPANY
005550             MOVE CS-SOURCE-ACCOUNT TO GR-CNF-ACCOUNT
005560             MOVE CS-PERIOD         TO GR-CNF-PERIOD
005570             MOVE CS-LINE-NUMBER    TO GR-CNF-LINE
005580     END-READ.
005590 2950-EXIT.
005600     EXIT.
005610*-----------------------------------------------------------------
005620* THE SUSPENSE PASS.  LAST NIGHT'S CARRIED ITEMS (GLSUSP) AND
005630* TONIGHT'S NEW UNPOSTED ITEMS (GLSUSPW) MERGE IN KEY
005640* ORDER AGAINST A FRESH PASS OF THE SORTED
005650* CONFIRMATIONS.  AN ITEM A CONFIRMATION NOW COVERS CLEARS OFF;
005660* EVERYTHING ELSE CARRIES FORWARD TO THE REBUILT GLSUSP WITH
005670* ITS FIRST-SEEN DATE PRESERVED AND AN AGING LINE ON THE
005680* REPORT.  AN ITEM ON BOTH SIDES (RE-EXTRACTED AND STILL
005690* UNPOSTED) CARRIES ONCE, AGED FROM ITS ORIGINAL FIRST-SEEN.
005700*-----------------------------------------------------------------
005710 6000-PROCESS-SUSPENSE.
005720     CLOSE SUSPENSE-WORK.
005730     CLOSE CONFIRM-SORTED.
005740     OPEN INPUT CONFIRM-SORTED.
005750     IF GR-CSRT-STATUS NOT = "00"
005760         DISPLAY "GLRECON - GLCONFS REOPEN ERROR " GR-CSRT-STATUS
005770         MOVE 99 TO RETURN-CODE
005780         GOBACK
005790     END-IF.
005800     MOVE "N" TO GR-CONF-EOF-SW.
005810     PERFORM 2950-READ-CONFIRM THRU 2950-EXIT.
005820     OPEN INPUT SUSPENSE-WORK.
005830     IF GR-SUSW-STATUS NOT = "00"
005840         DISPLAY "GLRECON - GLSUSPW REOPEN ERROR " GR-SUSW-STATUS
005850         MOVE 99 TO RETURN-CODE
005860         GOBACK
005870     END-IF.
005880     OPEN INPUT SUSPENSE-FILE.
005890     IF GR-SUSP-STATUS = "35"
005900         SET GR-OLD-EOF TO TRUE
005910         MOVE HIGH-VALUES TO GR-OLD-KEY
005920     ELSE
005930         IF GR-SUSP-STATUS NOT = "00"
005940             DISPLAY "GLRECON - GLSUSP OPEN ERROR "
005950                     GR-SUSP-STATUS
005960             MOVE 99 TO RETURN-CODE
005970             GOBACK
005980         END-IF
005990         PERFORM 6900-READ-OLD-SUSPENSE THRU 6900-EXIT
006000     END-IF.
006010     OPEN OUTPUT SUSPENSE-NEW.
006020     IF GR-SUSN-STATUS NOT = "00"
006030         DISPLAY "GLRECON - GLSUSPN OPEN ERROR " GR-SUSN-STATUS
006040         MOVE 99 TO RETURN-CODE
006050         GOBACK
006060     END-IF.
006070     PERFORM 6950-READ-NEW-SUSPENSE THRU 6950-EXIT.
006080     PERFORM 6100-MERGE-ONE-ITEM THRU 6100-EXIT
006090         UNTIL GR-OLD-EOF AND GR-NEW-EOF.
006100     IF GR-SUSP-STATUS NOT = "35"
006110         CLOSE SUSPENSE-FILE
006120     END-IF.
006130     CLOSE SUSPENSE-WORK.
006140     CLOSE SUSPENSE-NEW.
006150     PERFORM 6800-REBUILD-SUSPENSE THRU 6800-EXIT.
006160 6000-EXIT.
006170     EXIT.
006180 6100-MERGE-ONE-ITEM.
006190     IF GR-OLD-KEY < GR-NEW-KEY
006200         MOVE SU-COMPANY-CODE     TO GR-ITEM-COMPANY
006210         MOVE SU-SOURCE-ACCOUNT   TO GR-ITEM-ACCOUNT
006220         MOVE SU-PERIOD           TO GR-ITEM-PERIOD
006230         MOVE SU-LINE-NUMBER      TO GR-ITEM-LINE
006240         MOVE SU-NATURAL-ACCOUNT  TO GR-ITEM-NATURAL
006250         MOVE SU-COST-CENTER      TO GR-ITEM-COST-CTR
006260         MOVE SU-AMOUNT           TO GR-ITEM-AMOUNT
006270         MOVE SU-DR-CR-INDICATOR  TO GR-ITEM-DR-CR
006280         MOVE SU-FIRST-SEEN       TO GR-ITEM-FIRST-SEEN
006290         PERFORM 6200-PROCESS-ONE-ITEM THRU 6200-EXIT
006300         PERFORM 6900-READ-OLD-SUSPENSE THRU 6900-EXIT
006310     ELSE
006320         IF GR-NEW-KEY < GR-OLD-KEY
006330             MOVE SW-COMPANY-CODE    TO GR-ITEM-COMPANY
006340             MOVE SW-SOURCE-ACCOUNT  TO GR-ITEM-ACCOUNT
006350             MOVE SW-PERIOD          TO GR-ITEM-PERIOD
006360             MOVE SW-LINE-NUMBER     TO GR-ITEM-LINE
006370             MOVE SW-NATURAL-ACCOUNT TO GR-ITEM-NATURAL
006380             MOVE SW-COST-CENTER     TO GR-ITEM-COST-CTR
006390             MOVE SW-AMOUNT          TO GR-ITEM-AMOUNT
006400             MOVE SW-DR-CR-INDICATOR TO GR-ITEM-DR-CR
006410             MOVE SW-FIRST-SEEN      TO GR-ITEM-FIRST-SEEN
006420             PERFORM 6200-PROCESS-ONE-ITEM THRU 6200-EXIT
006430             PERFORM 6950-READ-NEW-SUSPENSE THRU 6950-EXIT
006440         ELSE
006450             MOVE SW-COMPANY-CODE    TO GR-ITEM-COMPANY
006460             MOVE SW-SOURCE-ACCOUNT  TO GR-ITEM-ACCOUNT
006470             MOVE SW-PERIOD          TO GR-ITEM-PERIOD
006480             MOVE SW-LINE-NUMBER     TO GR-ITEM-LINE
006490             MOVE SW-NATURAL-ACCOUNT TO GR-ITEM-NATURAL
006500             MOVE SW-COST-CENTER     TO GR-ITEM-COST-CTR
006510             MOVE SW-AMOUNT          TO GR-ITEM-AMOUNT
006520             MOVE SW-DR-CR-INDICATOR TO GR-ITEM-DR-CR
006530             MOVE SU-FIRST-SEEN      TO GR-ITEM-FIRST-SEEN
006540             PERFORM 6200-PROCESS-ONE-ITEM THRU 6200-EXIT
006550             PERFORM 6900-READ-OLD-SUSPENSE THRU 6900-EXIT
006560             PERFORM 6950-READ-NEW-SUSPENSE THRU 6950-EXIT
006570         END-IF
006580     END-IF.
006590 6100-EXIT.
006600     EXIT.
006610 6200-PROCESS-ONE-ITEM.
006620     MOVE GR-ITEM-COMPANY TO GR-ITEM-KEY-COMP.
006630     MOVE GR-ITEM-ACCOUNT TO GR-ITEM-KEY-ACCT.
006640     MOVE GR-ITEM-PERIOD  TO GR-ITEM-KEY-PER.
006650     MOVE GR-ITEM-LINE    TO GR-ITEM-KEY-LINE.
006660     MOVE GR-ITEM-COMPANY  TO GR-LID-COMPANY.
006670     MOVE GR-ITEM-ACCOUNT  TO GR-LID-ACCOUNT.
006680     MOVE GR-ITEM-PERIOD   TO GR-LID-PERIOD.
006690     MOVE GR-ITEM-LINE     TO GR-LID-LINE.
006700     MOVE GR-ITEM-NATURAL  TO GR-LID-NATURAL.
006710     MOVE GR-ITEM-COST-CTR TO GR-LID-COST-CTR.
006720     PERFORM 6250-ADVANCE-CONFIRM THRU 6250-EXIT
006730         UNTIL GR-CONF-EOF
006740            OR GR-CNF-KEY NOT < GR-ITEM-KEY.
006750     IF GR-CNF-KEY = GR-ITEM-KEY
006760         PERFORM 6300-CLEAR-ITEM THRU 6300-EXIT
006770     ELSE
006780         PERFORM 6400-CARRY-ITEM THRU 6400-EXIT
006790     END-IF.
006800 6200-EXIT.
006810     EXIT.
006820 6250-ADVANCE-CONFIRM.
006830     PERFORM 2950-READ-CONFIRM THRU 2950-EXIT.
006840 6250-EXIT.
006850     EXIT.
006860 6300-CLEAR-ITEM.
006870     MOVE GR-ITEM-AMOUNT TO GR-EDIT-AMT-EXT.
006880     MOVE SPACES TO RECON-REPORT-LINE.
006890     STRING GR-LINE-ID              DELIMITED BY SIZE
006900            "  SUSPENSE "           DELIMITED BY SIZE
006910            GR-EDIT-AMT-EXT         DELIMITED BY SIZE
006920            " "                     DELIMITED BY SIZE
006930            GR-ITEM-DR-CR           DELIMITED BY SIZE
006940            " - CLEARED BY POSTING REF " DELIMITED BY SIZE
006950            CS-POST-REF             DELIMITED BY SIZE
006960       INTO RECON-REPORT-LINE.
006970     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
006980     ADD 1 TO GR-SUSP-CLEARED-COUNT.
006990 6300-EXIT.
007000     EXIT.
007010 6400-CARRY-ITEM.
007020     MOVE GR-ITEM-COMPANY    TO GR-BS-COMPANY.
007030     MOVE GR-ITEM-ACCOUNT    TO GR-BS-ACCOUNT.
007040     MOVE GR-ITEM-PERIOD     TO GR-BS-PERIOD.
007050     MOVE GR-ITEM-LINE       TO GR-BS-LINE.
007060     MOVE GR-ITEM-NATURAL    TO GR-BS-NATURAL.
007070     MOVE GR-ITEM-COST-CTR   TO GR-BS-COST-CTR.
007080     MOVE GR-ITEM-AMOUNT     TO GR-BS-AMOUNT.
007090     MOVE GR-ITEM-DR-CR      TO GR-BS-DR-CR.
007100     MOVE GR-ITEM-FIRST-SEEN TO GR-BS-FIRST-SEEN.
007110     MOVE GR-TODAY-DATE      TO GR-BS-LAST-SEEN.
007120     MOVE GR-BUILD-SUSPENSE  TO SN-SUSPENSE-RECORD.
007130     WRITE SN-SUSPENSE-RECORD.
007140     IF GR-SUSN-STATUS NOT = "00"
007150         DISPLAY "GLRECON - GLSUSPN WRITE ERROR " GR-SUSN-STATUS
007160         MOVE 99 TO RETURN-CODE
007170         GOBACK
007180     END-IF.
007190     COMPUTE GR-AGE-DAYS =
007200         FUNCTION INTEGER-OF-DATE (GR-TODAY-DATE)
007210         - FUNCTION INTEGER-OF-DATE (GR-ITEM-FIRST-SEEN)
007220         + 1.
007230     MOVE GR-AGE-DAYS TO GR-EDIT-DAYS.
007240     MOVE GR-ITEM-AMOUNT TO GR-EDIT-AMT-EXT.
007250     MOVE SPACES TO RECON-REPORT-LINE.
007260     STRING GR-LINE-ID              DELIMITED BY SIZE
007270            "  SUSPENSE "           DELIMITED BY SIZE
007280            GR-EDIT-AMT-EXT         DELIMITED BY SIZE
007290            " "                     DELIMITED BY SIZE
007300            GR-ITEM-DR-CR           DELIMITED BY SIZE
007310            " - UNPOSTED"           DELIMITED BY SIZE
007320            GR-EDIT-DAYS            DELIMITED BY SIZE
007330            " DAYS"                 DELIMITED BY SIZE
007340       INTO RECON-REPORT-LINE.
007350     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
007360     ADD 1 TO GR-SUSP-CARRIED-COUNT.
007370 6400-EXIT.
007380     EXIT.
007390*-----------------------------------------------------------------
007400* THE MERGED SET IS COMPLETE - ONLY NOW IS THE LIVE GLSUSP
007410* REBUILT FROM THE WORK FILE, THE SAME DISCIPLINE AS THE
007420* AUDITARC AND VARHIST REBUILDS.
007430*-----------------------------------------------------------------
007440 6800-REBUILD-SUSPENSE.
007450     OPEN INPUT SUSPENSE-NEW.
007460     IF GR-SUSN-STATUS NOT = "00"
007470         DISPLAY "GLRECON - GLSUSPN REOPEN ERROR " GR-SUSN-STATUS
007480         MOVE 99 TO RETURN-CODE
007490         GOBACK
007500     END-IF.
007510     OPEN OUTPUT SUSPENSE-FILE.
007520     IF GR-SUSP-STATUS NOT = "00"
007530         DISPLAY "GLRECON - GLSUSP REWRITE OPEN ERROR "
007540                 GR-SUSP-STATUS
007550         MOVE 99 TO RETURN-CODE
007560         GOBACK
007570     END-IF.
007580     PERFORM 6850-COPY-ONE-BACK THRU 6850-EXIT
007590         UNTIL GR-COPY-EOF.
007600     CLOSE SUSPENSE-NEW.
007610     CLOSE SUSPENSE-FILE.
007620 6800-EXIT.
007630     EXIT.
007640 6850-COPY-ONE-BACK.
007650     READ SUSPENSE-NEW
007660         AT END SET GR-COPY-EOF TO TRUE
007670     END-READ.
007680     IF NOT GR-COPY-EOF
007690         MOVE SN-SUSPENSE-RECORD TO SU-SUSPENSE-RECORD
007700         WRITE SU-SUSPENSE-RECORD
007710         IF GR-SUSP-STATUS NOT = "00"
007720             DISPLAY "GLRECON - GLSUSP WRITE ERROR "
007730                     GR-SUSP-STATUS
007740             MOVE 99 TO RETURN-CODE
007750             GOBACK
007760         END-IF
007770     END-IF.
007780 6850-EXIT.
007790     EXIT.
007800 6900-READ-OLD-SUSPENSE.
007810     READ SUSPENSE-FILE
007820         AT END
007830             SET GR-OLD-EOF TO TRUE
007840             MOVE HIGH-VALUES TO GR-OLD-KEY
007850         NOT AT END
007860             MOVE SU-COMPANY-CODE   TO GR-OLD-COMPANY
007870             MOVE SU-SOURCE-ACCOUNT TO GR-OLD-ACCOUNT
007880             MOVE SU-PERIOD         TO GR-OLD-PERIOD
007890             MOVE SU-LINE-NUMBER    TO GR-OLD-LINE
007900     END-READ.
007910 6900-EXIT.
007920     EXIT.
007930 6950-READ-NEW-SUSPENSE.
007940     READ SUSPENSE-WORK
007950         AT END
007960             SET GR-NEW-EOF TO TRUE
007970             MOVE HIGH-VALUES TO GR-NEW-KEY
007980         NOT AT END
007990             MOVE SW-COMPANY-CODE   TO GR-NEW-COMPANY
008000             MOVE SW-SOURCE-ACCOUNT TO GR-NEW-ACCOUNT
008010             MOVE SW-PERIOD         TO GR-NEW-PERIOD
008020             MOVE SW-LINE-NUMBER    TO GR-NEW-LINE
008030     END-READ.
008040 6950-EXIT.
008050     EXIT.
008060 7300-EXTRACT-LINE-ID.
008070     MOVE ES-COMPANY-CODE    TO GR-LID-COMPANY.
008080     MOVE ES-SOURCE-ACCOUNT  TO GR-LID-ACCOUNT.
008090     MOVE ES-PERIOD          TO GR-LID-PERIOD.
008100     MOVE ES-LINE-NUMBER     TO GR-LID-LINE.
008110     MOVE ES-NATURAL-ACCOUNT TO GR-LID-NATURAL.
008120     MOVE ES-COST-CENTER     TO GR-LID-COST-CTR.
008130 7300-EXIT.
008140     EXIT.
008150 7500-WRITE-REPORT-LINE.
008160     WRITE RECON-REPORT-LINE.
008170     IF GR-RRPT-STATUS NOT = "00"
008180         DISPLAY "GLRECON - GLRECRPT WRITE ERROR " GR-RRPT-STATUS
008190         MOVE 99 TO RETURN-CODE
008200         GOBACK
008210     END-IF.
008220 7500-EXIT.
008230     EXIT.
008240 8000-WRITE-TRAILER.
008250     PERFORM 8100-PRIOR-PERIOD-SECTION THRU 8100-EXIT.
008260     MOVE GR-MATCHED-COUNT  TO GR-EDIT-MATCHED.
008270     MOVE GR-MISMATCH-COUNT TO GR-EDIT-MISMATCH.
008280     MOVE SPACES TO RECON-REPORT-LINE.
008290     STRING "MATCHED: "        DELIMITED BY SIZE
008300            GR-EDIT-MATCHED    DELIMITED BY SIZE
008310            ", MISMATCHES: "   DELIMITED BY SIZE
008320            GR-EDIT-MISMATCH   DELIMITED BY SIZE
008330       INTO RECON-REPORT-LINE.
008340     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
008350     MOVE GR-SUSP-CARRIED-COUNT TO GR-EDIT-CARRIED.
008360     MOVE GR-SUSP-CLEARED-COUNT TO GR-EDIT-CLEARED.
008370     MOVE SPACES TO RECON-REPORT-LINE.
008380     STRING "SUSPENSE CARRIED: "  DELIMITED BY SIZE
008390            GR-EDIT-CARRIED       DELIMITED BY SIZE
008400            ", CLEARED: "         DELIMITED BY SIZE
008410            GR-EDIT-CLEARED       DELIMITED BY SIZE
008420       INTO RECON-REPORT-LINE.
008430     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
008440     DISPLAY "GLRECON - " RECON-REPORT-LINE.
008450 8000-EXIT.
008460     EXIT.
008470*-----------------------------------------------------------------
008480* THE PRIOR-PERIOD SECTION - EVERY ADJUSTMENT NOTED DURING THE
008490* MATCH, COPIED FROM GLRECPW UNDER ITS OWN HEADING, THEN ITS
008500* COUNT AND DEBIT AND CREDIT TOTALS.
008510*-----------------------------------------------------------------
008520 8100-PRIOR-PERIOD-SECTION.
008530     CLOSE PRIOR-PERIOD-WORK.
008540     MOVE SPACES TO RECON-REPORT-LINE.
008550     MOVE "PRIOR-PERIOD ADJUSTMENTS" TO RECON-REPORT-LINE.
008560     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
008570     OPEN INPUT PRIOR-PERIOD-WORK.
008580     IF GR-PPAW-STATUS NOT = "00"
008590         DISPLAY "GLRECON - GLRECPW REOPEN ERROR " GR-PPAW-STATUS
008600         MOVE 99 TO RETURN-CODE
008610         GOBACK
008620     END-IF.
008630     PERFORM 8150-COPY-ONE-PPA THRU 8150-EXIT
008640         UNTIL GR-PPA-EOF.
008650     CLOSE PRIOR-PERIOD-WORK.
008660     MOVE GR-PPA-COUNT         TO GR-EDIT-PPA-COUNT.
008670     MOVE GR-PPA-MATCHED-COUNT TO GR-EDIT-PPA-MATCHED.
008680     MOVE GR-PPA-DEBIT         TO GR-EDIT-PPA-DEBIT.
008690     MOVE GR-PPA-CREDIT        TO GR-EDIT-PPA-CREDIT.
008700     MOVE SPACES TO RECON-REPORT-LINE.
008710     STRING "PRIOR-PERIOD ADJUSTMENTS: " DELIMITED BY SIZE
008720            GR-EDIT-PPA-COUNT            DELIMITED BY SIZE
008730            ", POSTED: "                 DELIMITED BY SIZE
008740            GR-EDIT-PPA-MATCHED          DELIMITED BY SIZE
008750            ", DR"                       DELIMITED BY SIZE
008760            GR-EDIT-PPA-DEBIT            DELIMITED BY SIZE
008770            ", CR"                       DELIMITED BY SIZE
008780            GR-EDIT-PPA-CREDIT           DELIMITED BY SIZE
008790       INTO RECON-REPORT-LINE.
008800     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
008810 8100-EXIT.
008820     EXIT.
008830 8150-COPY-ONE-PPA.
008840     READ PRIOR-PERIOD-WORK
008850         AT END SET GR-PPA-EOF TO TRUE
008860     END-READ.
008870     IF NOT GR-PPA-EOF
008880         MOVE PRIOR-PERIOD-WORK-LINE TO RECON-REPORT-LINE
008890         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
008900     END-IF.
008910 8150-EXIT.
008920     EXIT.
008930 9000-TERMINATE.
008940     MOVE GR-MISMATCH-COUNT TO GR-EDIT-MISMATCH.
008950     MOVE SPACES TO GR-AUDIT-DETAIL.
008960     STRING "RUN COMPLETE - MISMATCHES: " DELIMITED BY SIZE
008970            GR-EDIT-MISMATCH              DELIMITED BY SIZE
008980       INTO GR-AUDIT-DETAIL.
008990     CALL "AUDITLOG" USING "GLRECON   "
009000                            "END       "
009010                            GR-AUDIT-DETAIL.
009020     CLOSE EXTRACT-SORTED.
009030     CLOSE CONFIRM-SORTED.
009040     CLOSE RECON-REPORT.
009050 9000-EXIT.
009060     EXIT.
