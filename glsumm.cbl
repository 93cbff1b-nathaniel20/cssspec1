000130*        NAMED ON THE GLSMPRM PARAMETER FILE: SEPARATE DEBIT
000140*        AND CREDIT TOTALS, A NET PROOF LINE WITH ITS DR/CR
000150*        SIDE, AND THE COUNT OF SOURCE RECORDS, SUBTOTALED BY
000160*        OPERATING COMPANY SO EACH ENTITY POSTS ITS OWN
000170*        JOURNAL, AND WITHIN EACH COMPANY BY GL NATURAL ACCOUNT
000180*        AND COST CENTER.  THE RESULT GOES TO THE GLSUMRPT PRINT
000190*        REPORT AND TO THE GLSUMOUT SUMMARY FILE (GLSMCPY
000200*        LAYOUT, ONE RECORD PER COMPANY/ACCOUNT/COST CENTER)
000210*        ACCOUNTING POSTS FROM, REPLACING A MONTH-END DAY OF
000220*        ADDING-MACHINE WORK.  EACH COMPANY'S DEBITS MUST EQUAL
000230*        ITS CREDITS; A COMPANY THAT DOES NOT IS FLAGGED OUT OF
000240*        BALANCE AND COUNTED INTO THE RETURN-CODE.
000250*        RECORDS ON THE ACCUMULATION FOR A DIFFERENT PERIOD
000260*        (A FILE SPANNING THE MONTH BOUNDARY) ARE COUNTED AND
000270*        REPORTED, NEVER SILENTLY FOLDED IN.
000280*        PRODUCING THE FINAL JOURNAL SOFT-CLOSES THE PERIOD FOR
000290*        EACH COMPANY THAT BALANCES, ON THE GLPERIOD FILE
000300*        (GLPERCPY LAYOUT), SO A LATE POSTING INTO IT IS
000310*        FLAGGED BY GLRLSE.  A "T" IN GLSMPRM COLUMN 7 ASKS FOR
000320*        A TRIAL JOURNAL INSTEAD, WHICH CLOSES NOTHING.  A
000330*        PERIOD ACCOUNTING HAS ALREADY HARD-CLOSED IS LEFT AS
000340*        IT IS.
000350*        EACH COMPANY'S JOURNAL IS HEADED WITH ITS NAME, LEDGER
000360*        AND FUNCTIONAL CURRENCY FROM THE COMPANY MASTER
000370*        (COMPMST, COMPCPY LAYOUT) AND STAYS IN THAT CURRENCY.
000380*        A CONSOLIDATED ALL-COMPANIES JOURNAL FOLLOWS, EACH
000390*        COMPANY'S TOTALS TRANSLATED INTO THE REPORTING
000400*        CURRENCY AT THE LATEST RATE DATED IN OR BEFORE THE
000410*        PERIOD ON THE DAILY EXCHANGE-RATE FILE (FXRATE,
000420*        FXRATCPY LAYOUT).  A COMPANY THAT CANNOT
000430*        BE TRANSLATED IS LEFT OUT OF THE CONSOLIDATION, LISTED,
000440*        AND COUNTED INTO THE RETURN-CODE.
000450*-----------------------------------------------------------------
000460*    MODIFICATION HISTORY.
000470*        09/02/26  RLH  INITIAL VERSION.
000480*        09/02/26  RLH  SUBTOTALS BY OPERATING COMPANY - ONE
000490*                       SUMMARY RECORD AND REPORT BLOCK PER
000500*                       COMPANY, WITH THE ALL-COMPANIES TOTALS
000510*                       KEPT AS THE GRAND PROOF.  THE COMPANY
000520*                       SPLIT MUST NOT BE RE-MERGED AT CLOSE.
000530*        10/15/26  RLH  READS THE TWO-LINE DOUBLE-ENTRY JOURNAL.
000540*                       SUMMARIZES BY COMPANY, GL NATURAL
000550*                       ACCOUNT, AND COST CENTER, WITH A
000560*                       DR = CR PROOF PER COMPANY; THE
000570*                       RETURN-CODE IS THE NUMBER OF COMPANIES
000580*                       OUT OF BALANCE.
000590*        10/15/26  RLH  THE FINAL JOURNAL SOFT-CLOSES EACH
000600*                       BALANCED COMPANY'S PERIOD ON GLPERIOD.
000610*                       GLSMPRM COLUMN 7 "T" RUNS A TRIAL
000620*                       JOURNAL THAT CLOSES NOTHING.
000630*        10/15/26  RLH  COMPANY NAME, LEDGER AND CURRENCY FROM
000640*                       COMPMST ON EACH COMPANY'S JOURNAL.  NEW
000650*                       CONSOLIDATED JOURNAL IN THE REPORTING
000660*                       CURRENCY AT THE FXRATE RATES; A COMPANY
000670*                       LEFT UNTRANSLATED COUNTS INTO THE
000680*                       RETURN-CODE.
000690*****************************************************************
000700 IDENTIFICATION DIVISION.
000710 PROGRAM-ID. GLSUMM.
000720 AUTHOR. R. HOLLOWAY.
000730 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000740 DATE-WRITTEN. 09/02/26.
000750 DATE-COMPILED. 09/02/26.
000760 ENVIRONMENT DIVISION.
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT GL-EXTRACT-MONTH ASSIGN TO GLEXTRM
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS GM-EXTM-STATUS.
000820     SELECT SUMMARY-PARM-FILE ASSIGN TO GLSMPRM
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS GM-PARM-STATUS.
000850     SELECT SUMMARY-REPORT ASSIGN TO GLSUMRPT
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS GM-SRPT-STATUS.
000880     SELECT SUMMARY-FILE ASSIGN TO GLSUMOUT
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS GM-SOUT-STATUS.
000910     SELECT PERIOD-FILE ASSIGN TO GLPERIOD
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS RANDOM
000940         RECORD KEY IS GP-PERIOD-KEY
000950         FILE STATUS IS GM-PERD-STATUS.
000960     SELECT COMPANY-MASTER ASSIGN TO COMPMST
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS RANDOM
000990         RECORD KEY IS CM-COMPANY-CODE
001000         FILE STATUS IS GM-COMP-STATUS.
001010     SELECT FX-RATE-FILE ASSIGN TO FXRATE
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS GM-FXRT-STATUS.
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD  GL-EXTRACT-MONTH.
001070 COPY glexcpy.
001080 FD  SUMMARY-PARM-FILE.
001090 01  SUMMARY-PARM-RECORD.
001100     05  SP-GL-PERIOD            PIC X(06).
001110     05  SP-RUN-TYPE             PIC X(01).
001120 FD  SUMMARY-REPORT.
001130 01  SUMMARY-REPORT-LINE         PIC X(80).
001140 FD  SUMMARY-FILE.
001150 COPY glsmcpy.
001160 FD  PERIOD-FILE.
001170 COPY glpercpy.
001180 FD  COMPANY-MASTER.
001190 COPY compcpy.
001200 FD  FX-RATE-FILE.
001210 COPY fxratcpy.
001220 WORKING-STORAGE SECTION.
001230 01  GM-FILE-STATUSES.
001240     05  GM-EXTM-STATUS           PIC X(02) VALUE "00".
001250     05  GM-PARM-STATUS           PIC X(02) VALUE "00".
001260     05  GM-SRPT-STATUS           PIC X(02) VALUE "00".
001270     05  GM-SOUT-STATUS           PIC X(02) VALUE "00".
001280     05  GM-PERD-STATUS           PIC X(02) VALUE "00".
001290     05  GM-COMP-STATUS           PIC X(02) VALUE "00".
001300     05  GM-FXRT-STATUS           PIC X(02) VALUE "00".
001310 01  GM-SWITCHES.
001320     05  GM-EOF-SW                PIC X(01) VALUE "N".
001330         88  GM-EOF                   VALUE "Y".
001340     05  GM-FX-EOF-SW             PIC X(01) VALUE "N".
001350         88  GM-FX-EOF                VALUE "Y".
001360     05  GM-FX-FOUND-SW           PIC X(01) VALUE "N".
001370         88  GM-FX-FOUND              VALUE "Y".
001380     05  GM-RUN-TYPE-SW           PIC X(01) VALUE "F".
001390         88  GM-FINAL-RUN             VALUE "F".
001400         88  GM-TRIAL-RUN             VALUE "T".
001410 01  GM-TODAY-DATE                PIC 9(08).
001420 01  GM-CLOSE-WORD                PIC X(30).
001430 01  GM-SELECT-PERIOD             PIC 9(06).
001440 01  GM-PARM-PERIOD-X             PIC X(06).
001450 01  GM-TOTALS.
001460     05  GM-DEBIT-TOTAL           PIC 9(11)V9(02) VALUE 0.
001470     05  GM-CREDIT-TOTAL          PIC 9(11)V9(02) VALUE 0.
001480     05  GM-NET-AMOUNT            PIC S9(11)V9(02) VALUE 0.
001490 01  GM-COUNTS.
001500     05  GM-SOURCE-COUNT          PIC 9(07) VALUE 0.
001510     05  GM-OTHER-PERIOD-COUNT    PIC 9(07) VALUE 0.
001520 01  GM-CO-MAX                    PIC 9(02) VALUE 10.
001530 01  GM-CO-SUB                    PIC 9(02) COMP VALUE 0.
001540 01  GM-CO-WORK-SUB               PIC 9(02) COMP VALUE 0.
001550 01  GM-CO-FOUND-SW               PIC X(01) VALUE "N".
001560     88  GM-CO-FOUND                  VALUE "Y".
001570 01  GM-COMPANY-TOTALS.
001580     05  GM-CO-ENTRY-COUNT        PIC 9(02) VALUE 0.
001590     05  GM-CO-ENTRY OCCURS 10 TIMES.
001600         10  GM-CO-CODE           PIC X(02).
001610         10  GM-CO-DEBIT          PIC 9(11)V9(02).
001620         10  GM-CO-CREDIT         PIC 9(11)V9(02).
001630         10  GM-CO-NET            PIC S9(11)V9(02).
001640         10  GM-CO-COUNT          PIC 9(07).
001650         10  GM-CO-NAME           PIC X(30).
001660         10  GM-CO-LEDGER         PIC X(06).
001670         10  GM-CO-CURRENCY       PIC X(03).
001680*-----------------------------------------------------------------
001690* THE CONSOLIDATED JOURNAL IS STATED IN THIS CURRENCY.  CHANGE
001700* THE VALUE HERE IF GROUP REPORTING EVER MOVES - THE FXRATE
001710* RATES MUST THEN BE QUOTED IN THE NEW CURRENCY TOO.
001720*-----------------------------------------------------------------
001730 77  GM-REPORTING-CURRENCY        PIC X(03) VALUE "USD".
001740*-----------------------------------------------------------------
001750* THE LATEST RATE ON THE FXRATE FILE FOR EACH CURRENCY, AS OF THE
001760* PERIOD.  TWENTY ENTRIES IS AMPLE FOR TEN COMPANIES.
001770*-----------------------------------------------------------------
001780 01  GM-FX-MAX                    PIC 9(02) VALUE 20.
001790 01  GM-FX-SUB                    PIC 9(02) COMP VALUE 0.
001800 01  GM-FX-WORK-SUB               PIC 9(02) COMP VALUE 0.
001810 01  GM-RATE-TABLE.
001820     05  GM-FX-ENTRY-COUNT        PIC 9(02) VALUE 0.
001830     05  GM-FX-ENTRY OCCURS 20 TIMES.
001840         10  GM-FX-CURRENCY       PIC X(03).
001850         10  GM-FX-DATE           PIC 9(08).
001860         10  GM-FX-RATE           PIC 9(04)V9(06).
001870 01  GM-CURRENCY-WANTED           PIC X(03).
001880 01  GM-WORK-RATE                 PIC 9(04)V9(06).
001890 01  GM-WORK-RATE-DATE            PIC X(08).
001900 01  GM-CONSOLIDATED-TOTALS.
001910     05  GM-RPT-DEBIT             PIC 9(11)V9(02) VALUE 0.
001920     05  GM-RPT-CREDIT            PIC 9(11)V9(02) VALUE 0.
001930     05  GM-CONS-DEBIT-TOTAL      PIC 9(11)V9(02) VALUE 0.
001940     05  GM-CONS-CREDIT-TOTAL     PIC 9(11)V9(02) VALUE 0.
001950     05  GM-CONS-NET              PIC S9(11)V9(02) VALUE 0.
001960 01  GM-UNCONVERTED-COUNT         PIC 9(05) VALUE 0.
001970 01  GM-EDIT-AMOUNT-2             PIC Z(10)9.99.
001980 01  GM-EDIT-RATE                 PIC ZZZ9.999999.
001990*-----------------------------------------------------------------
002000* THE PERIOD'S POSTINGS BY COMPANY/NATURAL ACCOUNT/COST CENTER.
002010* EACH COMPANY POSTS TO A HANDFUL OF MAPPED ACCOUNTS, SO ONE
002020* HUNDRED ENTRIES IS AMPLE FOR TEN COMPANIES.
002030*-----------------------------------------------------------------
002040 01  GM-AC-MAX                    PIC 9(03) VALUE 100.
002050 01  GM-AC-SUB                    PIC 9(03) COMP VALUE 0.
002060 01  GM-AC-WORK-SUB               PIC 9(03) COMP VALUE 0.
002070 01  GM-AC-FOUND-SW               PIC X(01) VALUE "N".
002080     88  GM-AC-FOUND                  VALUE "Y".
002090 01  GM-ACCOUNT-TOTALS.
002100     05  GM-AC-ENTRY-COUNT        PIC 9(03) VALUE 0.
002110     05  GM-AC-ENTRY OCCURS 100 TIMES.
002120         10  GM-AC-COMPANY        PIC X(02).
002130         10  GM-AC-NATURAL        PIC X(06).
002140         10  GM-AC-COST-CTR       PIC X(04).
002150         10  GM-AC-DEBIT          PIC 9(11)V9(02).
002160         10  GM-AC-CREDIT         PIC 9(11)V9(02).
002170         10  GM-AC-NET            PIC S9(11)V9(02).
002180         10  GM-AC-COUNT          PIC 9(07).
002190 01  GM-UNBALANCED-COUNT          PIC 9(05) VALUE 0.
002200 01  GM-NET-DR-CR                 PIC X(02).
002210 01  GM-NET-ABS                   PIC 9(11)V9(02).
002220 01  GM-EDIT-AMOUNT               PIC Z(10)9.99.
002230 01  GM-EDIT-COUNT                PIC ZZZ,ZZZ,ZZ9.
002240 01  GM-AUDIT-DETAIL              PIC X(50).
002250 PROCEDURE DIVISION.
002260 0000-MAINLINE.
002270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002280     PERFORM 2000-SUMMARIZE-RECORDS THRU 2000-EXIT
002290         UNTIL GM-EOF.
002300     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
002310     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002320     MOVE GM-UNBALANCED-COUNT TO RETURN-CODE.
002330     ADD GM-UNCONVERTED-COUNT TO RETURN-CODE.
002340     GOBACK.
002350*-----------------------------------------------------------------
002360* THE PERIOD BEING CLOSED COMES FROM THE GLSMPRM PARAMETER FILE.
002370* A MISSING OR GARBAGE PARAMETER IS AN OPERATOR ERROR, NOT A
002380* REASON TO GUESS A PERIOD - STOP AND SAY SO BEFORE ACCOUNTING
002390* POSTS THE WRONG MONTH.
002400*-----------------------------------------------------------------
002410 1000-INITIALIZE.
002420     PERFORM 1100-GET-PERIOD-PARM THRU 1100-EXIT.
002430     OPEN INPUT GL-EXTRACT-MONTH.
002440     IF GM-EXTM-STATUS NOT = "00"
002450         DISPLAY "GLSUMM - GLEXTRM OPEN ERROR " GM-EXTM-STATUS
002460         MOVE 99 TO RETURN-CODE
002470         GOBACK
002480     END-IF.
002490     OPEN OUTPUT SUMMARY-REPORT.
002500     IF GM-SRPT-STATUS NOT = "00"
002510         DISPLAY "GLSUMM - GLSUMRPT OPEN ERROR " GM-SRPT-STATUS
002520         MOVE 99 TO RETURN-CODE
002530         GOBACK
002540     END-IF.
002550     OPEN OUTPUT SUMMARY-FILE.
002560     IF GM-SOUT-STATUS NOT = "00"
002570         DISPLAY "GLSUMM - GLSUMOUT OPEN ERROR " GM-SOUT-STATUS
002580         MOVE 99 TO RETURN-CODE
002590         GOBACK
002600     END-IF.
002610     PERFORM 1200-OPEN-PERIOD-FILE THRU 1200-EXIT.
002620     OPEN INPUT COMPANY-MASTER.
002630     IF GM-COMP-STATUS NOT = "00"
002640         DISPLAY "GLSUMM - COMPMST OPEN ERROR " GM-COMP-STATUS
002650         MOVE 99 TO RETURN-CODE
002660         GOBACK
002670     END-IF.
002680     PERFORM 1300-LOAD-RATES THRU 1300-EXIT.
002690     MOVE SPACES TO GM-AUDIT-DETAIL.
002700     STRING "PERIOD SUMMARY BEGUN FOR " DELIMITED BY SIZE
002710            GM-SELECT-PERIOD            DELIMITED BY SIZE
002720       INTO GM-AUDIT-DETAIL.
002730     CALL "AUDITLOG" USING "GLSUMM    "
002740                            "START     "
002750                            GM-AUDIT-DETAIL.
002760     PERFORM 2900-READ-EXTRACT THRU 2900-EXIT.
002770 1000-EXIT.
002780     EXIT.
002790 1100-GET-PERIOD-PARM.
002800     OPEN INPUT SUMMARY-PARM-FILE.
002810     IF GM-PARM-STATUS NOT = "00"
002820         DISPLAY "GLSUMM - GLSMPRM OPEN ERROR " GM-PARM-STATUS
002830         MOVE 99 TO RETURN-CODE
002840         GOBACK
002850     END-IF.
002860     MOVE SPACES TO SUMMARY-PARM-RECORD.
002870     READ SUMMARY-PARM-FILE
002880         AT END CONTINUE
002890     END-READ.
002900     CLOSE SUMMARY-PARM-FILE.
002910     MOVE SP-GL-PERIOD TO GM-PARM-PERIOD-X.
002920     IF GM-PARM-PERIOD-X IS NOT NUMERIC
002930        OR GM-PARM-PERIOD-X = "000000"
002940         DISPLAY "GLSUMM - GLSMPRM PERIOD INVALID: "
002950                 GM-PARM-PERIOD-X
002960         MOVE 99 TO RETURN-CODE
002970         GOBACK
002980     END-IF.
002990     MOVE GM-PARM-PERIOD-X TO GM-SELECT-PERIOD.
003000     IF SP-RUN-TYPE = "T"
003010         SET GM-TRIAL-RUN TO TRUE
003020     ELSE
003030         SET GM-FINAL-RUN TO TRUE
003040     END-IF.
003050 1100-EXIT.
003060     EXIT.
003070*-----------------------------------------------------------------
003080* THE PERIOD FILE IS OPENED ONLY FOR A FINAL JOURNAL, AND IS
003090* CREATED HERE IF ACCOUNTING HAS NEVER CLOSED A PERIOD.
003100*-----------------------------------------------------------------
003110 1200-OPEN-PERIOD-FILE.
003120     IF GM-TRIAL-RUN
003130         GO TO 1200-EXIT
003140     END-IF.
003150     ACCEPT GM-TODAY-DATE FROM DATE YYYYMMDD.
003160     OPEN I-O PERIOD-FILE.
003170     IF GM-PERD-STATUS = "35"
003180         OPEN OUTPUT PERIOD-FILE
003190         CLOSE PERIOD-FILE
003200         OPEN I-O PERIOD-FILE
003210     END-IF.
003220     IF GM-PERD-STATUS NOT = "00"
003230         DISPLAY "GLSUMM - GLPERIOD OPEN ERROR " GM-PERD-STATUS
003240         MOVE 99 TO RETURN-CODE
003250         GOBACK
003260     END-IF.
003270 1200-EXIT.
003280     EXIT.
003290*-----------------------------------------------------------------
003300* THE EXCHANGE RATES ARE LOADED ONCE.  THE FILE MAY HOLD MORE
003310* THAN ONE DAY - FOR EACH CURRENCY THE LATEST RATE DATED IN OR
003320* BEFORE THE PERIOD BEING SUMMARIZED WINS, SO A RERUN OF AN OLD
003330* PERIOD TRANSLATES AT THAT PERIOD'S RATE, NOT TODAY'S.  A
003340* MISSING FILE IS NOT FATAL: THE OWN-CURRENCY JOURNALS ARE STILL
003350* GOOD, AND ONLY COMPANIES ALREADY IN THE REPORTING CURRENCY
003360* CONSOLIDATE.  A RATE THAT IS NOT A POSITIVE NUMBER IS SKIPPED.
003370*-----------------------------------------------------------------
003380 1300-LOAD-RATES.
003390     OPEN INPUT FX-RATE-FILE.
003400     IF GM-FXRT-STATUS = "35"
003410         DISPLAY "GLSUMM - NO FXRATE FILE - ONLY "
003420                 GM-REPORTING-CURRENCY " COMPANIES CONSOLIDATE"
003430         GO TO 1300-EXIT
003440     END-IF.
003450     IF GM-FXRT-STATUS NOT = "00"
003460         DISPLAY "GLSUMM - FXRATE OPEN ERROR " GM-FXRT-STATUS
003470         MOVE 99 TO RETURN-CODE
003480         GOBACK
003490     END-IF.
003500     PERFORM 1390-READ-RATE THRU 1390-EXIT.
003510     PERFORM 1310-TAKE-RATE THRU 1310-EXIT
003520         UNTIL GM-FX-EOF.
003530     CLOSE FX-RATE-FILE.
003540 1300-EXIT.
003550     EXIT.
003560 1310-TAKE-RATE.
003570     IF FX-RATE-DATE IS NOT NUMERIC
003580        OR FX-RATE IS NOT NUMERIC
003590        OR FX-RATE = 0
003600         DISPLAY "GLSUMM - FXRATE RECORD SKIPPED FOR "
003610                 FX-CURRENCY-CODE
003620         GO TO 1310-NEXT
003630     END-IF.
003640     IF FX-RATE-DATE (1:6) > GM-SELECT-PERIOD
003650         GO TO 1310-NEXT
003660     END-IF.
003670     MOVE FX-CURRENCY-CODE TO GM-CURRENCY-WANTED.
003680     PERFORM 1350-FIND-RATE THRU 1350-EXIT.
003690     IF NOT GM-FX-FOUND
003700         IF GM-FX-ENTRY-COUNT NOT < GM-FX-MAX
003710             DISPLAY "GLSUMM - RATE TABLE FULL AT "
003720                     FX-CURRENCY-CODE
003730             MOVE 99 TO RETURN-CODE
003740             GOBACK
003750         END-IF
003760         ADD 1 TO GM-FX-ENTRY-COUNT
003770         MOVE GM-FX-ENTRY-COUNT TO GM-FX-SUB
003780         MOVE FX-CURRENCY-CODE TO GM-FX-CURRENCY (GM-FX-SUB)
003790         MOVE 0 TO GM-FX-DATE (GM-FX-SUB)
003800     END-IF.
003810     IF FX-RATE-DATE NOT < GM-FX-DATE (GM-FX-SUB)
003820         MOVE FX-RATE-DATE TO GM-FX-DATE (GM-FX-SUB)
003830         MOVE FX-RATE      TO GM-FX-RATE (GM-FX-SUB)
003840     END-IF.
003850 1310-NEXT.
003860     PERFORM 1390-READ-RATE THRU 1390-EXIT.
003870 1310-EXIT.
003880     EXIT.
003890 1350-FIND-RATE.
003900     MOVE "N" TO GM-FX-FOUND-SW.
003910     PERFORM 1360-MATCH-RATE-ENTRY THRU 1360-EXIT
003920         VARYING GM-FX-WORK-SUB FROM 1 BY 1
003930         UNTIL GM-FX-WORK-SUB > GM-FX-ENTRY-COUNT
003940            OR GM-FX-FOUND.
003950 1350-EXIT.
003960     EXIT.
003970 1360-MATCH-RATE-ENTRY.
003980     IF GM-FX-CURRENCY (GM-FX-WORK-SUB) = GM-CURRENCY-WANTED
003990         MOVE GM-FX-WORK-SUB TO GM-FX-SUB
004000         SET GM-FX-FOUND TO TRUE
004010     END-IF.
004020 1360-EXIT.
004030     EXIT.
004040 1390-READ-RATE.
004050     READ FX-RATE-FILE
004060         AT END SET GM-FX-EOF TO TRUE
004070     END-READ.
004080 1390-EXIT.
004090     EXIT.
004100*-----------------------------------------------------------------
004110* ONE PASS OVER THE ACCUMULATION.  DEBITS AND CREDITS KEEP THEIR
004120* OWN TOTALS SO THE JOURNAL SHOWS BOTH SIDES, AND THE NET CARRIES
004130* THE SIGN FOR THE PROOF LINE.  A RECORD FOR ANY OTHER PERIOD IS
004140* COUNTED, NOT SUMMARIZED.
004150*-----------------------------------------------------------------
004160 2000-SUMMARIZE-RECORDS.
004170     IF GL-PERIOD = GM-SELECT-PERIOD
004180         ADD 1 TO GM-SOURCE-COUNT
004190         IF GL-DR-CR-INDICATOR = "DR"
004200             ADD GL-AMOUNT TO GM-DEBIT-TOTAL
004210             SUBTRACT GL-AMOUNT FROM GM-NET-AMOUNT
004220         ELSE
004230             ADD GL-AMOUNT TO GM-CREDIT-TOTAL
004240             ADD GL-AMOUNT TO GM-NET-AMOUNT
004250         END-IF
004260         PERFORM 2100-POST-COMPANY THRU 2100-EXIT
004270         PERFORM 2200-POST-ACCOUNT THRU 2200-EXIT
004280     ELSE
004290         ADD 1 TO GM-OTHER-PERIOD-COUNT
004300     END-IF.
004310     PERFORM 2900-READ-EXTRACT THRU 2900-EXIT.
004320 2000-EXIT.
004330     EXIT.
004340*-----------------------------------------------------------------
004350* EACH COMPANY KEEPS ITS OWN DEBIT/CREDIT/NET SUBTOTALS - THE
004360* COMPANY SPLIT EXISTS SO EACH ENTITY POSTS SEPARATELY, AND THE
004370* PERIOD JOURNAL MUST NOT FOLD THEM BACK INTO ONE POT.
004380*-----------------------------------------------------------------
004390 2100-POST-COMPANY.
004400     MOVE "N" TO GM-CO-FOUND-SW.
004410     PERFORM 2150-MATCH-CO-ENTRY THRU 2150-EXIT
004420         VARYING GM-CO-WORK-SUB FROM 1 BY 1
004430         UNTIL GM-CO-WORK-SUB > GM-CO-ENTRY-COUNT
004440            OR GM-CO-FOUND.
004450     IF NOT GM-CO-FOUND
004460         IF GM-CO-ENTRY-COUNT NOT < GM-CO-MAX
004470             DISPLAY "GLSUMM - COMPANY TABLE FULL AT "
004480                     GL-COMPANY-CODE
004490             MOVE 99 TO RETURN-CODE
004500             GOBACK
004510         END-IF
004520         ADD 1 TO GM-CO-ENTRY-COUNT
004530         MOVE GM-CO-ENTRY-COUNT TO GM-CO-SUB
004540         MOVE GL-COMPANY-CODE TO GM-CO-CODE (GM-CO-SUB)
004550         MOVE 0 TO GM-CO-DEBIT (GM-CO-SUB)
004560         MOVE 0 TO GM-CO-CREDIT (GM-CO-SUB)
004570         MOVE 0 TO GM-CO-NET (GM-CO-SUB)
004580         MOVE 0 TO GM-CO-COUNT (GM-CO-SUB)
004590         PERFORM 2160-GET-COMPANY-MASTER THRU 2160-EXIT
004600     END-IF.
004610     ADD 1 TO GM-CO-COUNT (GM-CO-SUB).
004620     IF GL-DR-CR-INDICATOR = "DR"
004630         ADD GL-AMOUNT TO GM-CO-DEBIT (GM-CO-SUB)
004640         SUBTRACT GL-AMOUNT FROM GM-CO-NET (GM-CO-SUB)
004650     ELSE
004660         ADD GL-AMOUNT TO GM-CO-CREDIT (GM-CO-SUB)
004670         ADD GL-AMOUNT TO GM-CO-NET (GM-CO-SUB)
004680     END-IF.
004690 2100-EXIT.
004700     EXIT.
004710 2150-MATCH-CO-ENTRY.
004720     IF GM-CO-CODE (GM-CO-WORK-SUB) = GL-COMPANY-CODE
004730         MOVE GM-CO-WORK-SUB TO GM-CO-SUB
004740         SET GM-CO-FOUND TO TRUE
004750     END-IF.
004760 2150-EXIT.
004770     EXIT.
004780*-----------------------------------------------------------------
004790* A COMPANY'S NAME, LEDGER AND CURRENCY COME FROM THE COMPANY
004800* MASTER.  ITS JOURNAL IS STILL PRODUCED IF IT IS NOT ON FILE -
004810* THE POSTINGS HAPPENED - BUT WITH NO CURRENCY IT CANNOT BE
004820* CONSOLIDATED.  AN INACTIVE COMPANY MAY STILL HAVE POSTED
004830* EARLIER IN THE PERIOD, SO THE FLAG IS NOT CHECKED HERE.
004840*-----------------------------------------------------------------
004850 2160-GET-COMPANY-MASTER.
004860     MOVE GL-COMPANY-CODE TO CM-COMPANY-CODE.
004870     READ COMPANY-MASTER
004880         INVALID KEY
004890             DISPLAY "GLSUMM - COMPANY " GL-COMPANY-CODE
004900                     " NOT ON COMPANY MASTER"
004910             MOVE "** NOT ON COMPANY MASTER **"
004920                 TO GM-CO-NAME (GM-CO-SUB)
004930             MOVE SPACES TO GM-CO-LEDGER (GM-CO-SUB)
004940             MOVE SPACES TO GM-CO-CURRENCY (GM-CO-SUB)
004950             GO TO 2160-EXIT
004960     END-READ.
004970     MOVE CM-COMPANY-NAME  TO GM-CO-NAME (GM-CO-SUB).
004980     MOVE CM-LEDGER-ID     TO GM-CO-LEDGER (GM-CO-SUB).
004990     MOVE CM-CURRENCY-CODE TO GM-CO-CURRENCY (GM-CO-SUB).
005000 2160-EXIT.
005010     EXIT.
005020 2200-POST-ACCOUNT.
005030     MOVE "N" TO GM-AC-FOUND-SW.
005040     PERFORM 2250-MATCH-AC-ENTRY THRU 2250-EXIT
005050         VARYING GM-AC-WORK-SUB FROM 1 BY 1
005060         UNTIL GM-AC-WORK-SUB > GM-AC-ENTRY-COUNT
005070            OR GM-AC-FOUND.
005080     IF NOT GM-AC-FOUND
005090         IF GM-AC-ENTRY-COUNT NOT < GM-AC-MAX
005100             DISPLAY "GLSUMM - ACCOUNT TABLE FULL AT "
005110                     GL-COMPANY-CODE " " GL-NATURAL-ACCOUNT
005120                     " " GL-COST-CENTER
005130             MOVE 99 TO RETURN-CODE
005140             GOBACK
005150         END-IF
005160         ADD 1 TO GM-AC-ENTRY-COUNT
005170         MOVE GM-AC-ENTRY-COUNT TO GM-AC-SUB
005180         MOVE GL-COMPANY-CODE    TO GM-AC-COMPANY (GM-AC-SUB)
005190         MOVE GL-NATURAL-ACCOUNT TO GM-AC-NATURAL (GM-AC-SUB)
005200         MOVE GL-COST-CENTER     TO GM-AC-COST-CTR (GM-AC-SUB)
005210         MOVE 0 TO GM-AC-DEBIT (GM-AC-SUB)
005220         MOVE 0 TO GM-AC-CREDIT (GM-AC-SUB)
005230         MOVE 0 TO GM-AC-NET (GM-AC-SUB)
005240         MOVE 0 TO GM-AC-COUNT (GM-AC-SUB)
005250     END-IF.
005260     ADD 1 TO GM-AC-COUNT (GM-AC-SUB).
005270     IF GL-DR-CR-INDICATOR = "DR"
005280         ADD GL-AMOUNT TO GM-AC-DEBIT (GM-AC-SUB)
005290         SUBTRACT GL-AMOUNT FROM GM-AC-NET (GM-AC-SUB)
005300     ELSE
005310         ADD GL-AMOUNT TO GM-AC-CREDIT (GM-AC-SUB)
005320         ADD GL-AMOUNT TO GM-AC-NET (GM-AC-SUB)
005330     END-IF.
005340 2200-EXIT.
005350     EXIT.
005360 2250-MATCH-AC-ENTRY.
005370     IF GM-AC-COMPANY (GM-AC-WORK-SUB) = GL-COMPANY-CODE
005380        AND GM-AC-NATURAL (GM-AC-WORK-SUB) = GL-NATURAL-ACCOUNT
005390        AND GM-AC-COST-CTR (GM-AC-WORK-SUB) = GL-COST-CENTER
005400         MOVE GM-AC-WORK-SUB TO GM-AC-SUB
005410         SET GM-AC-FOUND TO TRUE
005420     END-IF.
005430 2250-EXIT.
005440     EXIT.
005450 2900-READ-EXTRACT.
005460     READ GL-EXTRACT-MONTH
005470         AT END SET GM-EOF TO TRUE
005480     END-READ.
005490 2900-EXIT.
005500     EXIT.
005510*-----------------------------------------------------------------
005520* THE JOURNAL ITSELF - ONE REPORT BLOCK PER OPERATING COMPANY
005530* WITH ONE SUMMARY RECORD PER NATURAL ACCOUNT/COST CENTER, THEN
005540* THE ALL-COMPANIES TOTALS AS THE GRAND PROOF.  EACH LINE'S NET
005550* TAKES THE SIDE OF THE LARGER TOTAL, THE SAME DR/CR CONVENTION
005560* AS THE NIGHTLY JOURNAL LINES.  THE ALL-COMPANIES TOTALS ADD
005570* EACH COMPANY IN ITS OWN CURRENCY - THEY PROVE EVERY SOURCE
005580* RECORD LANDED IN A JOURNAL, AND THE CONSOLIDATED JOURNAL
005590* AFTER THEM CARRIES THE TRANSLATED AMOUNTS.
005600*-----------------------------------------------------------------
005610 5000-WRITE-SUMMARY.
005620     MOVE SPACES TO SUMMARY-REPORT-LINE.
005630     STRING "GL SUMMARY JOURNAL - PERIOD " DELIMITED BY SIZE
005640            GM-SELECT-PERIOD              DELIMITED BY SIZE
005650       INTO SUMMARY-REPORT-LINE.
005660     IF GM-TRIAL-RUN
005670         MOVE "(TRIAL - NO PERIOD CLOSED)"
005680             TO SUMMARY-REPORT-LINE (37:26)
005690     END-IF.
005700     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
005710     PERFORM 5100-WRITE-ONE-COMPANY THRU 5100-EXIT
005720         VARYING GM-CO-SUB FROM 1 BY 1
005730         UNTIL GM-CO-SUB > GM-CO-ENTRY-COUNT.
005740     MOVE GM-DEBIT-TOTAL TO GM-EDIT-AMOUNT.
005750     MOVE SPACES TO SUMMARY-REPORT-LINE.
005760     STRING "ALL COMPANIES - DEBITS:  " DELIMITED BY SIZE
005770            GM-EDIT-AMOUNT     DELIMITED BY SIZE
005780       INTO SUMMARY-REPORT-LINE.
005790     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
005800     MOVE GM-CREDIT-TOTAL TO GM-EDIT-AMOUNT.
005810     MOVE SPACES TO SUMMARY-REPORT-LINE.
005820     STRING "ALL COMPANIES - CREDITS: " DELIMITED BY SIZE
005830            GM-EDIT-AMOUNT     DELIMITED BY SIZE
005840       INTO SUMMARY-REPORT-LINE.
005850     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
005860     IF GM-NET-AMOUNT < 0
005870         MOVE "DR" TO GM-NET-DR-CR
005880         COMPUTE GM-NET-ABS = GM-NET-AMOUNT * -1
005890     ELSE
005900         MOVE "CR" TO GM-NET-DR-CR
005910         MOVE GM-NET-AMOUNT TO GM-NET-ABS
005920     END-IF.
005930     MOVE GM-NET-ABS TO GM-EDIT-AMOUNT.
005940     MOVE SPACES TO SUMMARY-REPORT-LINE.
005950     STRING "NET PROOF:     "  DELIMITED BY SIZE
005960            GM-EDIT-AMOUNT     DELIMITED BY SIZE
005970            " "                DELIMITED BY SIZE
005980            GM-NET-DR-CR       DELIMITED BY SIZE
005990       INTO SUMMARY-REPORT-LINE.
006000     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
006010     MOVE GM-SOURCE-COUNT TO GM-EDIT-COUNT.
006020     MOVE SPACES TO SUMMARY-REPORT-LINE.
006030     STRING "SOURCE RECORDS: " DELIMITED BY SIZE
006040            GM-EDIT-COUNT      DELIMITED BY SIZE
006050       INTO SUMMARY-REPORT-LINE.
006060     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
006070     IF GM-OTHER-PERIOD-COUNT > 0
006080         MOVE GM-OTHER-PERIOD-COUNT TO GM-EDIT-COUNT
006090         MOVE SPACES TO SUMMARY-REPORT-LINE
006100         STRING "RECORDS FOR OTHER PERIODS (NOT SUMMARIZED): "
006110                                   DELIMITED BY SIZE
006120                GM-EDIT-COUNT      DELIMITED BY SIZE
006130           INTO SUMMARY-REPORT-LINE
006140         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
006150     END-IF.
006160     PERFORM 5400-WRITE-CONSOLIDATED THRU 5400-EXIT.
006170     MOVE GM-SOURCE-COUNT TO GM-EDIT-COUNT.
006180     DISPLAY "GLSUMM - PERIOD " GM-SELECT-PERIOD
006190             " RECORDS " GM-EDIT-COUNT.
006200 5000-EXIT.
006210     EXIT.
006220*-----------------------------------------------------------------
006230* ONE COMPANY'S JOURNAL - ITS DEBIT AND CREDIT TOTALS, ONE LINE
006240* AND SUMMARY RECORD PER ACCOUNT IT POSTED TO, AND THE PROOF.  A
006250* BALANCED JOURNAL NETS TO ZERO; ANYTHING ELSE IS FLAGGED SO THE
006260* COMPANY IS NOT POSTED UNTIL IT IS EXPLAINED.
006270*-----------------------------------------------------------------
006280 5100-WRITE-ONE-COMPANY.
006290     MOVE SPACES TO SUMMARY-REPORT-LINE.
006300     STRING "COMPANY "                 DELIMITED BY SIZE
006310            GM-CO-CODE (GM-CO-SUB)     DELIMITED BY SIZE
006320            "  "                       DELIMITED BY SIZE
006330            GM-CO-NAME (GM-CO-SUB)     DELIMITED BY SIZE
006340            "  LEDGER "                DELIMITED BY SIZE
006350            GM-CO-LEDGER (GM-CO-SUB)   DELIMITED BY SIZE
006360            "  CURRENCY "              DELIMITED BY SIZE
006370            GM-CO-CURRENCY (GM-CO-SUB) DELIMITED BY SIZE
006380       INTO SUMMARY-REPORT-LINE.
006390     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
006400     MOVE GM-CO-DEBIT (GM-CO-SUB) TO GM-EDIT-AMOUNT.
006410     MOVE SPACES TO SUMMARY-REPORT-LINE.
006420     STRING "COMPANY "                 DELIMITED BY SIZE
006430            GM-CO-CODE (GM-CO-SUB)     DELIMITED BY SIZE
006440            "  DEBITS:  "              DELIMITED BY SIZE
006450            GM-EDIT-AMOUNT             DELIMITED BY SIZE
006460            " "                        DELIMITED BY SIZE
006470            GM-CO-CURRENCY (GM-CO-SUB) DELIMITED BY SIZE
006480       INTO SUMMARY-REPORT-LINE.
006490     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
006500     MOVE GM-CO-CREDIT (GM-CO-SUB) TO GM-EDIT-AMOUNT.
006510     MOVE SPACES TO SUMMARY-REPORT-LINE.
006520     STRING "COMPANY "                 DELIMITED BY SIZE
006530            GM-CO-CODE (GM-CO-SUB)     DELIMITED BY SIZE
006540            "  CREDITS: "              DELIMITED BY SIZE
006550            GM-EDIT-AMOUNT             DELIMITED BY SIZE
006560            " "                        DELIMITED BY SIZE
006570            GM-CO-CURRENCY (GM-CO-SUB) DELIMITED BY SIZE
006580       INTO SUMMARY-REPORT-LINE.
006590     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
006600     PERFORM 5200-WRITE-ONE-ACCOUNT THRU 5200-EXIT
006610         VARYING GM-AC-SUB FROM 1 BY 1
006620         UNTIL GM-AC-SUB > GM-AC-ENTRY-COUNT.
006630     IF GM-CO-NET (GM-CO-SUB) < 0
006640         MOVE "DR" TO GM-NET-DR-CR
006650         COMPUTE GM-NET-ABS = GM-CO-NET (GM-CO-SUB) * -1
006660     ELSE
006670         MOVE "CR" TO GM-NET-DR-CR
006680         MOVE GM-CO-NET (GM-CO-SUB) TO GM-NET-ABS
006690     END-IF.
006700     MOVE GM-NET-ABS TO GM-EDIT-AMOUNT.
006710     MOVE GM-CO-COUNT (GM-CO-SUB) TO GM-EDIT-COUNT.
006720     MOVE SPACES TO SUMMARY-REPORT-LINE.
006730     STRING "COMPANY "             DELIMITED BY SIZE
006740            GM-CO-CODE (GM-CO-SUB) DELIMITED BY SIZE
006750            "  NET: "              DELIMITED BY SIZE
006760            GM-EDIT-AMOUNT         DELIMITED BY SIZE
006770            " "                    DELIMITED BY SIZE
006780            GM-NET-DR-CR           DELIMITED BY SIZE
006790            "  RECORDS: "          DELIMITED BY SIZE
006800            GM-EDIT-COUNT          DELIMITED BY SIZE
006810       INTO SUMMARY-REPORT-LINE.
006820     IF GM-CO-DEBIT (GM-CO-SUB) NOT = GM-CO-CREDIT (GM-CO-SUB)
006830         MOVE "*** OUT OF BALANCE ***"
006840                 TO SUMMARY-REPORT-LINE (58:22)
006850         ADD 1 TO GM-UNBALANCED-COUNT
006860         DISPLAY "GLSUMM - COMPANY " GM-CO-CODE (GM-CO-SUB)
006870                 " JOURNAL OUT OF BALANCE"
006880     END-IF.
006890     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
006900     IF GM-FINAL-RUN
006910        AND GM-CO-DEBIT (GM-CO-SUB) = GM-CO-CREDIT (GM-CO-SUB)
006920         PERFORM 5300-SOFT-CLOSE THRU 5300-EXIT
006930     END-IF.
006940 5100-EXIT.
006950     EXIT.
006960 5200-WRITE-ONE-ACCOUNT.
006970     IF GM-AC-COMPANY (GM-AC-SUB) NOT = GM-CO-CODE (GM-CO-SUB)
006980         GO TO 5200-EXIT
006990     END-IF.
007000     MOVE GM-SELECT-PERIOD TO GS-PERIOD.
007010     MOVE GM-AC-COMPANY (GM-AC-SUB)  TO GS-COMPANY-CODE.
007020     MOVE GM-AC-NATURAL (GM-AC-SUB)  TO GS-NATURAL-ACCOUNT.
007030     MOVE GM-AC-COST-CTR (GM-AC-SUB) TO GS-COST-CENTER.
007040     MOVE GM-AC-DEBIT (GM-AC-SUB)    TO GS-DEBIT-TOTAL.
007050     MOVE GM-AC-CREDIT (GM-AC-SUB)   TO GS-CREDIT-TOTAL.
007060     IF GM-AC-NET (GM-AC-SUB) < 0
007070         MOVE "DR" TO GS-NET-DR-CR
007080         COMPUTE GS-NET-AMOUNT = GM-AC-NET (GM-AC-SUB) * -1
007090     ELSE
007100         MOVE "CR" TO GS-NET-DR-CR
007110         MOVE GM-AC-NET (GM-AC-SUB) TO GS-NET-AMOUNT
007120     END-IF.
007130     MOVE GM-AC-COUNT (GM-AC-SUB) TO GS-RECORD-COUNT.
007140     MOVE GS-NET-AMOUNT TO GM-EDIT-AMOUNT.
007150     MOVE GM-AC-COUNT (GM-AC-SUB) TO GM-EDIT-COUNT.
007160     MOVE SPACES TO SUMMARY-REPORT-LINE.
007170     STRING "  ACCOUNT "                DELIMITED BY SIZE
007180            GM-AC-NATURAL (GM-AC-SUB)  DELIMITED BY SIZE
007190            "-"                        DELIMITED BY SIZE
007200            GM-AC-COST-CTR (GM-AC-SUB) DELIMITED BY SIZE
007210            "  NET: "                  DELIMITED BY SIZE
007220            GM-EDIT-AMOUNT             DELIMITED BY SIZE
007230            " "                        DELIMITED BY SIZE
007240            GS-NET-DR-CR               DELIMITED BY SIZE
007250            "  LINES: "                DELIMITED BY SIZE
007260            GM-EDIT-COUNT              DELIMITED BY SIZE
007270       INTO SUMMARY-REPORT-LINE.
007280     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
007290     WRITE GS-SUMMARY-RECORD.
007300     IF GM-SOUT-STATUS NOT = "00"
007310         DISPLAY "GLSUMM - GLSUMOUT WRITE ERROR " GM-SOUT-STATUS
007320         MOVE 99 TO RETURN-CODE
007330         GOBACK
007340     END-IF.
007350 5200-EXIT.
007360     EXIT.
007370*-----------------------------------------------------------------
007380* THE FINAL JOURNAL IS WITH ACCOUNTING - THE COMPANY'S PERIOD
007390* GOES TO SOFT-CLOSED.  A RERUN ONLY RESTAMPS THE SUMMARY DATE,
007400* AND A HARD CLOSE IS ACCOUNTING'S AND IS NEVER UNDONE HERE.
007410* AN OUT-OF-BALANCE COMPANY IS NOT CLOSED - ITS JOURNAL IS NOT
007420* FINAL UNTIL IT IS EXPLAINED.
007430*-----------------------------------------------------------------
007440 5300-SOFT-CLOSE.
007450     MOVE GM-CO-CODE (GM-CO-SUB) TO GP-COMPANY-CODE.
007460     MOVE GM-SELECT-PERIOD       TO GP-PERIOD.
007470     READ PERIOD-FILE
007480         INVALID KEY
007490             MOVE GM-CO-CODE (GM-CO-SUB) TO GP-COMPANY-CODE
007500             MOVE GM-SELECT-PERIOD       TO GP-PERIOD
007510             MOVE "S"                    TO GP-STATUS
007520             MOVE "GLSUMM"               TO GP-CHANGED-BY
007530             MOVE GM-TODAY-DATE          TO GP-CHANGED-DATE
007540             MOVE GM-TODAY-DATE          TO GP-SUMMARIZED-DATE
007550             WRITE GP-PERIOD-RECORD
007560             MOVE "PERIOD SOFT-CLOSED" TO GM-CLOSE-WORD
007570             GO TO 5300-REPORT
007580     END-READ.
007590     EVALUATE TRUE
007600         WHEN GP-STATUS-HARD-CLOSED
007610             MOVE "PERIOD ALREADY HARD-CLOSED" TO GM-CLOSE-WORD
007620             GO TO 5300-REPORT
007630         WHEN GP-STATUS-SOFT-CLOSED
007640             MOVE "PERIOD ALREADY SOFT-CLOSED" TO GM-CLOSE-WORD
007650         WHEN OTHER
007660             MOVE "S"             TO GP-STATUS
007670             MOVE "GLSUMM"        TO GP-CHANGED-BY
007680             MOVE GM-TODAY-DATE   TO GP-CHANGED-DATE
007690             MOVE "PERIOD SOFT-CLOSED" TO GM-CLOSE-WORD
007700     END-EVALUATE.
007710     MOVE GM-TODAY-DATE TO GP-SUMMARIZED-DATE.
007720     REWRITE GP-PERIOD-RECORD.
007730 5300-REPORT.
007740     IF GM-PERD-STATUS NOT = "00"
007750         DISPLAY "GLSUMM - GLPERIOD UPDATE ERROR " GM-PERD-STATUS
007760         MOVE 99 TO RETURN-CODE
007770         GOBACK
007780     END-IF.
007790     MOVE SPACES TO SUMMARY-REPORT-LINE.
007800     STRING "COMPANY "             DELIMITED BY SIZE
007810            GM-CO-CODE (GM-CO-SUB) DELIMITED BY SIZE
007820            "  "                   DELIMITED BY SIZE
007830            GM-CLOSE-WORD          DELIMITED BY SIZE
007840       INTO SUMMARY-REPORT-LINE.
007850     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
007860     MOVE SPACES TO GM-AUDIT-DETAIL.
007870     STRING "COMPANY "             DELIMITED BY SIZE
007880            GM-CO-CODE (GM-CO-SUB) DELIMITED BY SIZE
007890            " PERIOD "             DELIMITED BY SIZE
007900            GM-SELECT-PERIOD       DELIMITED BY SIZE
007910            " "                    DELIMITED BY SIZE
007920            GM-CLOSE-WORD          DELIMITED BY SIZE
007930       INTO GM-AUDIT-DETAIL.
007940     CALL "AUDITLOG" USING "GLSUMM    "
007950                            "SOFTCLOSE "
007960                            GM-AUDIT-DETAIL.
007970 5300-EXIT.
007980     EXIT.
007990*-----------------------------------------------------------------
008000* THE CONSOLIDATED JOURNAL - EVERY COMPANY'S DEBIT AND CREDIT
008010* TOTALS TRANSLATED INTO THE REPORTING CURRENCY AT ITS RATE,
008020* THEN THE CONSOLIDATED TOTALS AND PROOF.  A COMPANY IS
008030* TRANSLATED WHOLE, DEBITS AND CREDITS AT THE ONE RATE, SO A
008040* BALANCED COMPANY STAYS BALANCED TO THE PENNY.  ITS OUT-OF-
008050* BALANCE IS ALREADY COUNTED ABOVE AND IS NOT COUNTED AGAIN.
008060*-----------------------------------------------------------------
008070 5400-WRITE-CONSOLIDATED.
008080     MOVE SPACES TO SUMMARY-REPORT-LINE.
008090     STRING "CONSOLIDATED JOURNAL - REPORTING CURRENCY "
008100                                   DELIMITED BY SIZE
008110            GM-REPORTING-CURRENCY  DELIMITED BY SIZE
008120       INTO SUMMARY-REPORT-LINE.
008130     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
008140     PERFORM 5410-TRANSLATE-ONE-COMPANY THRU 5410-EXIT
008150         VARYING GM-CO-SUB FROM 1 BY 1
008160         UNTIL GM-CO-SUB > GM-CO-ENTRY-COUNT.
008170     MOVE GM-CONS-DEBIT-TOTAL TO GM-EDIT-AMOUNT.
008180     MOVE SPACES TO SUMMARY-REPORT-LINE.
008190     STRING "CONSOLIDATED - DEBITS:  " DELIMITED BY SIZE
008200            GM-EDIT-AMOUNT             DELIMITED BY SIZE
008210            " "                        DELIMITED BY SIZE
008220            GM-REPORTING-CURRENCY      DELIMITED BY SIZE
008230       INTO SUMMARY-REPORT-LINE.
008240     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
008250     MOVE GM-CONS-CREDIT-TOTAL TO GM-EDIT-AMOUNT.
008260     MOVE SPACES TO SUMMARY-REPORT-LINE.
008270     STRING "CONSOLIDATED - CREDITS: " DELIMITED BY SIZE
008280            GM-EDIT-AMOUNT             DELIMITED BY SIZE
008290            " "                        DELIMITED BY SIZE
008300            GM-REPORTING-CURRENCY      DELIMITED BY SIZE
008310       INTO SUMMARY-REPORT-LINE.
008320     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
008330     COMPUTE GM-CONS-NET = GM-CONS-CREDIT-TOTAL
008340                         - GM-CONS-DEBIT-TOTAL.
008350     IF GM-CONS-NET < 0
008360         MOVE "DR" TO GM-NET-DR-CR
008370         COMPUTE GM-NET-ABS = GM-CONS-NET * -1
008380     ELSE
008390         MOVE "CR" TO GM-NET-DR-CR
008400         MOVE GM-CONS-NET TO GM-NET-ABS
008410     END-IF.
008420     MOVE GM-NET-ABS TO GM-EDIT-AMOUNT.
008430     MOVE SPACES TO SUMMARY-REPORT-LINE.
008440     STRING "CONSOLIDATED NET PROOF: " DELIMITED BY SIZE
008450            GM-EDIT-AMOUNT             DELIMITED BY SIZE
008460            " "                        DELIMITED BY SIZE
008470            GM-NET-DR-CR               DELIMITED BY SIZE
008480       INTO SUMMARY-REPORT-LINE.
008490     IF GM-CONS-DEBIT-TOTAL NOT = GM-CONS-CREDIT-TOTAL
008500         MOVE "*** OUT OF BALANCE ***"
008510                 TO SUMMARY-REPORT-LINE (58:22)
008520     END-IF.
008530     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
008540     IF GM-UNCONVERTED-COUNT > 0
008550         MOVE GM-UNCONVERTED-COUNT TO GM-EDIT-COUNT
008560         MOVE SPACES TO SUMMARY-REPORT-LINE
008570         STRING "COMPANIES NOT CONSOLIDATED: " DELIMITED BY SIZE
008580                GM-EDIT-COUNT                  DELIMITED BY SIZE
008590           INTO SUMMARY-REPORT-LINE
008600         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
008610     END-IF.
008620 5400-EXIT.
008630     EXIT.
008640 5410-TRANSLATE-ONE-COMPANY.
008650     PERFORM 5450-GET-COMPANY-RATE THRU 5450-EXIT.
008660     IF NOT GM-FX-FOUND
008670         ADD 1 TO GM-UNCONVERTED-COUNT
008680         DISPLAY "GLSUMM - COMPANY " GM-CO-CODE (GM-CO-SUB)
008690                 " NOT CONSOLIDATED - NO RATE FOR "
008700                 GM-CO-CURRENCY (GM-CO-SUB)
008710         MOVE SPACES TO SUMMARY-REPORT-LINE
008720         STRING "  CO "                     DELIMITED BY SIZE
008730                GM-CO-CODE (GM-CO-SUB)      DELIMITED BY SIZE
008740                " "                         DELIMITED BY SIZE
008750                GM-CO-CURRENCY (GM-CO-SUB)  DELIMITED BY SIZE
008760                "  *** NO EXCHANGE RATE - NOT CONSOLIDATED ***"
008770                                            DELIMITED BY SIZE
008780           INTO SUMMARY-REPORT-LINE
008790         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
008800         GO TO 5410-EXIT
008810     END-IF.
008820     COMPUTE GM-RPT-DEBIT ROUNDED
008830           = GM-CO-DEBIT (GM-CO-SUB) * GM-WORK-RATE.
008840     COMPUTE GM-RPT-CREDIT ROUNDED
008850           = GM-CO-CREDIT (GM-CO-SUB) * GM-WORK-RATE.
008860     ADD GM-RPT-DEBIT  TO GM-CONS-DEBIT-TOTAL.
008870     ADD GM-RPT-CREDIT TO GM-CONS-CREDIT-TOTAL.
008880     MOVE GM-WORK-RATE  TO GM-EDIT-RATE.
008890     MOVE GM-RPT-DEBIT  TO GM-EDIT-AMOUNT.
008900     MOVE GM-RPT-CREDIT TO GM-EDIT-AMOUNT-2.
008910     MOVE SPACES TO SUMMARY-REPORT-LINE.
008920     STRING "  CO "                     DELIMITED BY SIZE
008930            GM-CO-CODE (GM-CO-SUB)      DELIMITED BY SIZE
008940            " "                         DELIMITED BY SIZE
008950            GM-CO-CURRENCY (GM-CO-SUB)  DELIMITED BY SIZE
008960            " @"                        DELIMITED BY SIZE
008970            GM-EDIT-RATE                DELIMITED BY SIZE
008980            " "                         DELIMITED BY SIZE
008990            GM-WORK-RATE-DATE           DELIMITED BY SIZE
009000            " DR"                       DELIMITED BY SIZE
009010            GM-EDIT-AMOUNT              DELIMITED BY SIZE
009020            " CR"                       DELIMITED BY SIZE
009030            GM-EDIT-AMOUNT-2            DELIMITED BY SIZE
009040       INTO SUMMARY-REPORT-LINE.
009050     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
009060 5410-EXIT.
009070     EXIT.
009080*-----------------------------------------------------------------
009090* A COMPANY ALREADY IN THE REPORTING CURRENCY TRANSLATES AT PAR.
009100* ANY OTHER NEEDS ITS CURRENCY ON THE FXRATE FILE; ONE WITH NO
009110* CURRENCY (NOT ON THE COMPANY MASTER) HAS NO RATE.
009120*-----------------------------------------------------------------
009130 5450-GET-COMPANY-RATE.
009140     MOVE "N" TO GM-FX-FOUND-SW.
009150     IF GM-CO-CURRENCY (GM-CO-SUB) = SPACES
009160         GO TO 5450-EXIT
009170     END-IF.
009180     IF GM-CO-CURRENCY (GM-CO-SUB) = GM-REPORTING-CURRENCY
009190         MOVE 1        TO GM-WORK-RATE
009200         MOVE "AT PAR" TO GM-WORK-RATE-DATE
009210         SET GM-FX-FOUND TO TRUE
009220         GO TO 5450-EXIT
009230     END-IF.
009240     MOVE GM-CO-CURRENCY (GM-CO-SUB) TO GM-CURRENCY-WANTED.
009250     PERFORM 1350-FIND-RATE THRU 1350-EXIT.
009260     IF GM-FX-FOUND
009270         MOVE GM-FX-RATE (GM-FX-SUB) TO GM-WORK-RATE
009280         MOVE GM-FX-DATE (GM-FX-SUB) TO GM-WORK-RATE-DATE
009290     END-IF.
009300 5450-EXIT.
009310     EXIT.
009320 7500-WRITE-REPORT-LINE.
009330     WRITE SUMMARY-REPORT-LINE.
009340     IF GM-SRPT-STATUS NOT = "00"
009350         DISPLAY "GLSUMM - GLSUMRPT WRITE ERROR " GM-SRPT-STATUS
009360         MOVE 99 TO RETURN-CODE
009370         GOBACK
009380     END-IF.
009390 7500-EXIT.
009400     EXIT.
009410 9000-TERMINATE.
009420     MOVE GM-SOURCE-COUNT TO GM-EDIT-COUNT.
009430     MOVE SPACES TO GM-AUDIT-DETAIL.
009440     STRING "RUN COMPLETE - RECORDS: " DELIMITED BY SIZE
009450            GM-EDIT-COUNT              DELIMITED BY SIZE
009460       INTO GM-AUDIT-DETAIL.
009470     CALL "AUDITLOG" USING "GLSUMM    "
009480                            "END       "
009490                            GM-AUDIT-DETAIL.
009500     CLOSE GL-EXTRACT-MONTH.
009510     CLOSE SUMMARY-REPORT.
009520     CLOSE SUMMARY-FILE.
009530     IF GM-FINAL-RUN
009540         CLOSE PERIOD-FILE
009550     END-IF.
009560     CLOSE COMPANY-MASTER.
009570 9000-EXIT.
009580     EXIT.
