000100*        DAILYJOB STAGE AND CROSS-FOOTS THE WHOLE NIGHT ONTO
000110*        ONE OPERATIONS SUMMARY PAGE (BALRPT):
000120*          - TRANFILE DETAIL RECORDS AND DISTINCT ACCOUNTS
000130*            AGAINST VARIANCE REPORT LINES AND GL JOURNAL
000140*            LINES (RELEASED PLUS HELD, TWO PER NON-ZERO
000150*            ENTRY - THE WRITE-OFF PART OF AN ACCOUNT'S
000160*            VARIANCE AND THE REST ARE SEPARATE ENTRIES), AND
000170*            THE RELEASED JOURNAL'S DEBITS AGAINST ITS CREDITS,
000180*          - ACCOUNTS WHOSE WRITE-OFF ADJUSTMENTS (TYPE WO) NET
000190*            TO OTHER THAN ZERO AGAINST WRITE-OFF JOURNAL
000200*            ENTRIES, RELEASED PLUS HELD,
000210*          - CLASSIN RECORDS AGAINST CLASSOUT RESULTS,
000220*          - PHONE FEED CUSTOMERS AGAINST THE FOUR CALLING-
000230*            WINDOW EXTRACTS PLUS THE ERROR-REPORT LINES PLUS
000240*            THE CONTACT-CAPPED LINES,
000250*          - AND A MATCHED START/END AUDIT PAIR FOR EVERY STAGE.
000260*        EVERY DISAGREEMENT GETS A LOUD MISMATCH FLAG AND COUNTS
000270*        INTO THE RETURN-CODE, SO THE ONE PAGE IS THE SIGN-OFF
000280*        DOCUMENT FOR THE NIGHT INSTEAD OF FOUR CONSOLE
000290*        DISPLAYS SCRAPED TOGETHER BY HAND.  A STAGE FILE THAT
000300*        DOES NOT EXIST COUNTS AS ZERO RECORDS - THE AUDIT-PAIR
000310*        CHECK SAYS WHETHER THE STAGE EVER RAN.
000320*-----------------------------------------------------------------
000330*    MODIFICATION HISTORY.
000340*        08/21/26  RLH  INITIAL VERSION.
000350*        09/02/26  RLH  THE TRANSACTION EXTRACT NOW CARRIES THE
000360*                       OPERATING-COMPANY CODE AHEAD OF THE
000370*                       ACCOUNT AND PER-COMPANY CTRAILER
000380*                       RECORDS AHEAD OF THE GRAND TRAILER -
000390*                       NEITHER TRAILER KIND COUNTS AS A
000400*                       DETAIL, AND DISTINCT ACCOUNTS BREAK ON
000410*                       COMPANY PLUS ACCOUNT.
000420*        10/15/26  RLH  AUDIT RECORD WIDENED TO 100 BYTES FOR THE
000430*                       OPERATOR ID.
000440*        10/15/26  RLH  THE GL EXTRACT IS NOW A TWO-LINE
000450*                       DOUBLE-ENTRY JOURNAL AND GLRLSE MOVES
000460*                       AN UNBALANCED COMPANY'S LINES TO
000470*                       GLHOLD.  RELEASED PLUS HELD LINES MUST
000480*                       COME TO TWO PER NON-ZERO ENTRY, WORKED
000490*                       OUT FROM THE TRANFILE AMOUNTS, AND THE
000500*                       RELEASED DEBITS MUST EQUAL THE
000510*                       RELEASED CREDITS.
000520*        10/15/26  RLH  TRANFILE DETAILS CARRY A TRANSACTION-TYPE
000530*                       CODE AND THE FILE CARRIES TTRAILER
000540*                       RECORDS, WHICH ARE NOT DETAILS.  THE
000550*                       ACCOUNTS WHOSE WRITE-OFF ADJUSTMENTS DO
000560*                       NOT NET TO ZERO MUST EQUAL THE WRITE-OFF
000570*                       JOURNAL ENTRIES.
000580*        10/15/26  RLH  CLASSIN RECORDS ARE NOW 27 BYTES - THE
000590*                       KEY IS THE TWELVE-BYTE COMPANY/ACCOUNT.
000600*        10/15/26  RLH  CLASSBLD, WHICH NOW BUILDS CLASSIN AHEAD
000610*                       OF CLASSBAT, JOINS THE STAGE AUDIT-PAIR
000620*                       CHECK.
000630*        10/15/26  RLH  THE PHONE FEED NOW CARRIES ONE RECORD PER
000640*                       TYPED NUMBER, CUSTOMERS TOGETHER, AND
000650*                       THE EXTRACT PASS DIALS EACH CUSTOMER
000660*                       ONCE - THE PHONE CROSS-FOOT COUNTS
000670*                       DISTINCT FEED CUSTOMERS (KEY BREAKS).
000680*        10/15/26  RLH  A CUSTOMER HELD BACK BY THE CONTACT
000690*                       FREQUENCY CAP LANDS ON THE DIALCAP
000700*                       REPORT - THOSE LINES NOW COUNT INTO THE
000710*                       PHONE CROSS-FOOT AND PRINT ON THEIR OWN
000720*                       LINE UNDER IT.
000730*        10/15/26  RLH  GLHOLD RECORDS ARE NOW 57 BYTES WITH THE
000740*                       JOURNAL LINE.
000750*        10/15/26  RLH  THE TRANFILE LINE IS BROKEN DOWN BY
000760*                       OPERATING COMPANY, EACH NAMED FROM THE
000770*                       COMPANY MASTER (COMPMST).  A COMPANY NOT
000780*                       ON FILE OR INACTIVE IS FLAGGED.  WITH NO
000790*                       COMPANY MASTER THE LINES GO UNNAMED.
000800*****************************************************************
000810 IDENTIFICATION DIVISION.
000820 PROGRAM-ID. NIGHTBAL.
000830 AUTHOR. R. HOLLOWAY.
000840 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000850 DATE-WRITTEN. 08/21/26.
000860 DATE-COMPILED. 08/21/26.
000870 ENVIRONMENT DIVISION.
000880 INPUT-OUTPUT SECTION.
000890 FILE-CONTROL.
000900     SELECT TRANSACTION-FILE ASSIGN TO TRANFILE
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS NB-TRAN-STATUS.
000930     SELECT VARIANCE-REPORT ASSIGN TO VARIRPT
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS NB-VARI-STATUS.
000960     SELECT GL-EXTRACT-FILE ASSIGN TO GLEXTR
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS NB-GLEX-STATUS.
000990     SELECT GL-HOLD-FILE ASSIGN TO GLHOLD
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS NB-GHLD-STATUS.
001020     SELECT CLASSIN-FILE ASSIGN TO CLASSIN
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS NB-CLIN-STATUS.
001050     SELECT CLASSOUT-FILE ASSIGN TO CLASSOUT
001060         ORGANIZATION IS INDEXED
001070         ACCESS MODE IS DYNAMIC
001080         RECORD KEY IS CL-RESULT-KEY
001090         FILE STATUS IS NB-CLOUT-STATUS.
001100     SELECT PHONE-FEED-FILE ASSIGN TO PHONEFEED
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS NB-FEED-STATUS.
001130     SELECT EASTERN-EXTRACT ASSIGN TO DIALEXTE
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS NB-EAST-STATUS.
001160     SELECT CENTRAL-EXTRACT ASSIGN TO DIALEXTC
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS NB-CENT-STATUS.
001190     SELECT MOUNTAIN-EXTRACT ASSIGN TO DIALEXTM
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS NB-MNTN-STATUS.
001220     SELECT PACIFIC-EXTRACT ASSIGN TO DIALEXTP
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS NB-PACF-STATUS.
001250     SELECT PHONE-ERROR-REPORT ASSIGN TO PHONERRR
001260         ORGANIZATION IS LINE SEQUENTIAL
001270         FILE STATUS IS NB-ERRR-STATUS.
001280     SELECT CAP-REPORT ASSIGN TO DIALCAP
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS NB-CAPR-STATUS.
001310     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
001320         ORGANIZATION IS LINE SEQUENTIAL
001330         FILE STATUS IS NB-ALOG-STATUS.
001340     SELECT BALANCE-REPORT ASSIGN TO BALRPT
001350         ORGANIZATION IS LINE SEQUENTIAL
001360         FILE STATUS IS NB-BRPT-STATUS.
001370     SELECT COMPANY-MASTER ASSIGN TO COMPMST
001380         ORGANIZATION IS INDEXED
001390         ACCESS MODE IS RANDOM
001400         RECORD KEY IS CM-COMPANY-CODE
001410         FILE STATUS IS NB-COMP-STATUS.
001420 DATA DIVISION.
001430 FILE SECTION.
001440 FD  TRANSACTION-FILE.
001450*    WIDE ENOUGH FOR THE UPSTREAM TRAILER RECORDS, WHICH RUN
001460*    LONGER THAN A DETAIL.
001470 01  TRAN-RECORD.
001480     05  TRAN-COMPANY-CODE       PIC X(02).
001490     05  TRAN-ACCT-ID            PIC X(10).
001500     05  TRAN-BILLED-AMT         PIC S9(7)V9(2).
001510     05  TRAN-PAID-AMT           PIC S9(7)V9(2).
001520     05  TRAN-TYPE-CODE          PIC X(02).
001530         88  TRAN-TYPE-WRITEOFF      VALUE "WO".
001540     05  FILLER                  PIC X(09).
001550 01  TRAN-TRAILER-RECORD.
001560     05  TT-TRAILER-TAG          PIC X(10).
001570     05  FILLER                  PIC X(31).
001580 FD  VARIANCE-REPORT.
001590 01  VARIANCE-LINE               PIC X(80).
001600 FD  GL-EXTRACT-FILE.
001610 COPY glexcpy.
001620 FD  GL-HOLD-FILE.
001630 01  GL-HOLD-RECORD.
001640     05  FILLER                  PIC X(18).
001650     05  GL-HOLD-LINE-NUMBER     PIC X(01).
001660     05  FILLER                  PIC X(21).
001670     05  GL-HOLD-ENTRY-TYPE      PIC X(02).
001680     05  FILLER                  PIC X(15).
001690 FD  CLASSIN-FILE.
001700 01  CLASSIN-RECORD              PIC X(27).
001710 FD  CLASSOUT-FILE.
001720 COPY classcpy.
001730 FD  PHONE-FEED-FILE.
001740 COPY phfeedcpy.
001750 FD  EASTERN-EXTRACT.
001760 01  EASTERN-EXTRACT-RECORD      PIC X(46).
001770 FD  CENTRAL-EXTRACT.
001780 01  CENTRAL-EXTRACT-RECORD      PIC X(46).
001790 FD  MOUNTAIN-EXTRACT.
001800 01  MOUNTAIN-EXTRACT-RECORD     PIC X(46).
001810 FD  PACIFIC-EXTRACT.
001820 01  PACIFIC-EXTRACT-RECORD      PIC X(46).
001830 FD  PHONE-ERROR-REPORT.
001840 01  PHONE-ERROR-LINE            PIC X(60).
001850 FD  CAP-REPORT.
001860 01  CAP-REPORT-LINE             PIC X(60).
001870 FD  AUDIT-LOG-FILE.
001880 01  AUDIT-LOG-RECORD            PIC X(100).
001890 FD  BALANCE-REPORT.
001900 01  BALANCE-REPORT-LINE         PIC X(90).
001910 FD  COMPANY-MASTER.
001920 COPY compcpy.
001930 WORKING-STORAGE SECTION.
001940 COPY auditcpy.
001950 01  NB-FILE-STATUSES.
001960     05  NB-TRAN-STATUS           PIC X(02) VALUE "00".
001970     05  NB-VARI-STATUS           PIC X(02) VALUE "00".
001980     05  NB-GLEX-STATUS           PIC X(02) VALUE "00".
001990     05  NB-GHLD-STATUS           PIC X(02) VALUE "00".
002000     05  NB-CLIN-STATUS           PIC X(02) VALUE "00".
002010     05  NB-CLOUT-STATUS          PIC X(02) VALUE "00".
002020     05  NB-FEED-STATUS           PIC X(02) VALUE "00".
002030     05  NB-EAST-STATUS           PIC X(02) VALUE "00".
002040     05  NB-CENT-STATUS           PIC X(02) VALUE "00".
002050     05  NB-MNTN-STATUS           PIC X(02) VALUE "00".
002060     05  NB-PACF-STATUS           PIC X(02) VALUE "00".
002070     05  NB-ERRR-STATUS           PIC X(02) VALUE "00".
002080     05  NB-CAPR-STATUS           PIC X(02) VALUE "00".
002090     05  NB-ALOG-STATUS           PIC X(02) VALUE "00".
002100     05  NB-BRPT-STATUS           PIC X(02) VALUE "00".
002110     05  NB-COMP-STATUS           PIC X(02) VALUE "00".
002120 01  NB-SWITCHES.
002130     05  NB-EOF-SW                PIC X(01) VALUE "N".
002140         88  NB-EOF                   VALUE "Y".
002150     05  NB-COMP-OPEN-SW          PIC X(01) VALUE "N".
002160         88  NB-COMP-AVAILABLE        VALUE "Y".
002170     05  NB-CO-FOUND-SW           PIC X(01) VALUE "N".
002180         88  NB-CO-FOUND              VALUE "Y".
002190 01  NB-CURRENT-KEY.
002200     05  NB-CURRENT-COMP          PIC X(02) VALUE SPACES.
002210     05  NB-CURRENT-ACCT          PIC X(10) VALUE SPACES.
002220 01  NB-PRIOR-FEED-CUSTOMER       PIC X(08) VALUE LOW-VALUES.
002230 01  NB-WO-KEY.
002240     05  NB-WO-COMP               PIC X(02) VALUE SPACES.
002250     05  NB-WO-ACCT               PIC X(10) VALUE SPACES.
002260 01  NB-RECORD-KEY.
002270     05  NB-RECORD-COMP           PIC X(02).
002280     05  NB-RECORD-ACCT           PIC X(10).
002290 01  NB-COUNTS.
002300     05  NB-TRAN-RECORDS          PIC 9(07) VALUE 0.
002310     05  NB-TRAN-ACCOUNTS         PIC 9(07) VALUE 0.
002320     05  NB-VARI-LINES            PIC 9(07) VALUE 0.
002330     05  NB-GLEX-RECORDS          PIC 9(07) VALUE 0.
002340     05  NB-GHLD-RECORDS          PIC 9(07) VALUE 0.
002350     05  NB-WO-DETAILS            PIC 9(07) VALUE 0.
002360     05  NB-WO-ACCOUNTS           PIC 9(07) VALUE 0.
002370     05  NB-GL-WO-ENTRIES         PIC 9(07) VALUE 0.
002380     05  NB-WO-EXPECTED           PIC 9(07) VALUE 0.
002390     05  NB-CLIN-RECORDS          PIC 9(07) VALUE 0.
002400     05  NB-CLOUT-RECORDS         PIC 9(07) VALUE 0.
002410     05  NB-FEED-CUSTOMERS        PIC 9(07) VALUE 0.
002420     05  NB-WINDOW-RECORDS        PIC 9(07) VALUE 0.
002430     05  NB-ERRR-LINES            PIC 9(07) VALUE 0.
002440     05  NB-CAPPED-LINES          PIC 9(07) VALUE 0.
002450 01  NB-MISMATCH-COUNT            PIC 9(05) VALUE 0.
002460*-----------------------------------------------------------------
002470* TRANFILE DETAILS AND ACCOUNTS BY OPERATING COMPANY - TEN
002480* ENTRIES, THE SAME CEILING SUBVERB HOLDS THE FILE TO.
002490*-----------------------------------------------------------------
002500 01  NB-CO-MAX                    PIC 9(02) VALUE 10.
002510 01  NB-CO-SUB                    PIC 9(02) COMP VALUE 0.
002520 01  NB-CO-WORK-SUB               PIC 9(02) COMP VALUE 0.
002530 01  NB-COMPANY-COUNTS.
002540     05  NB-CO-ENTRY-COUNT        PIC 9(02) VALUE 0.
002550     05  NB-CO-ENTRY OCCURS 10 TIMES.
002560         10  NB-CO-CODE           PIC X(02).
002570         10  NB-CO-DETAILS        PIC 9(07).
002580         10  NB-CO-ACCOUNTS       PIC 9(07).
002590 01  NB-CO-NAME                   PIC X(30).
002600 01  NB-EDIT-CO-DETAILS           PIC Z,ZZZ,ZZ9.
002610 01  NB-EDIT-CO-ACCOUNTS          PIC Z,ZZZ,ZZ9.
002620 01  NB-GL-TOTALS.
002630     05  NB-GLEX-DEBITS           PIC 9(11)V9(02) VALUE 0.
002640     05  NB-GLEX-CREDITS          PIC 9(11)V9(02) VALUE 0.
002650 01  NB-GL-EXPECTED               PIC 9(07) VALUE 0.
002660 01  NB-ACCT-NETS.
002670     05  NB-ACCT-WO-NET           PIC S9(9)V9(2) VALUE 0.
002680     05  NB-ACCT-OTHER-NET        PIC S9(9)V9(2) VALUE 0.
002690 01  NB-EDIT-AMOUNT-A             PIC Z(10)9.99.
002700 01  NB-EDIT-AMOUNT-B             PIC Z(10)9.99.
002710 01  NB-TODAY-DATE                PIC 9(08).
002720 01  NB-STAGE-MAX                 PIC 9(02) VALUE 6.
002730 01  NB-STAGE-AUDIT-TABLE.
002740     05  NB-STAGE-ENTRY OCCURS 6 TIMES
002750             INDEXED BY NB-STG-IDX.
002760         10  NB-STG-PROGRAM       PIC X(10).
002770         10  NB-STG-STARTS        PIC 9(05).
002780         10  NB-STG-ENDS          PIC 9(05).
002790 01  NB-EDIT-COUNT-A              PIC ZZZ,ZZZ,ZZ9.
002800 01  NB-EDIT-COUNT-B              PIC ZZZ,ZZZ,ZZ9.
002810 01  NB-EDIT-COUNT-C              PIC ZZZ,ZZZ,ZZ9.
002820 01  NB-EDIT-MISMATCH             PIC ZZZ,ZZ9.
002830 01  NB-AUDIT-DETAIL              PIC X(50).
002840 PROCEDURE DIVISION.
002850 0000-MAINLINE.
002860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002870     PERFORM 2000-COUNT-TRANFILE THRU 2000-EXIT.
002880     PERFORM 2100-COUNT-VARIANCE-LINES THRU 2100-EXIT.
002890     PERFORM 2200-COUNT-GL-EXTRACT THRU 2200-EXIT.
002900     PERFORM 2300-COUNT-CLASSIN THRU 2300-EXIT.
002910     PERFORM 2400-COUNT-CLASSOUT THRU 2400-EXIT.
002920     PERFORM 2500-COUNT-PHONE-FILES THRU 2500-EXIT.
002930     PERFORM 2600-TALLY-AUDIT-PAIRS THRU 2600-EXIT.
002940     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
002950     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002960     MOVE NB-MISMATCH-COUNT TO RETURN-CODE.
002970     GOBACK.
002980 1000-INITIALIZE.
002990     ACCEPT NB-TODAY-DATE FROM DATE YYYYMMDD.
003000     OPEN OUTPUT BALANCE-REPORT.
003010     IF NB-BRPT-STATUS NOT = "00"
003020         DISPLAY "NIGHTBAL - BALRPT OPEN ERROR " NB-BRPT-STATUS
003030         MOVE 99 TO RETURN-CODE
003040         GOBACK
003050     END-IF.
003060*    NO COMPANY MASTER MEANS THE COMPANY LINES GO UNNAMED, NOT
003070*    THAT EVERY COMPANY IS A MISMATCH.
003080     OPEN INPUT COMPANY-MASTER.
003090     IF NB-COMP-STATUS = "00"
003100         SET NB-COMP-AVAILABLE TO TRUE
003110     ELSE
003120         IF NB-COMP-STATUS NOT = "35"
003130             DISPLAY "NIGHTBAL - COMPMST OPEN ERROR "
003140                     NB-COMP-STATUS
003150             MOVE 99 TO RETURN-CODE
003160             GOBACK
003170         END-IF
003180     END-IF.
003190     MOVE "SUBVERB   " TO NB-STG-PROGRAM (1).
003200     MOVE "CLASSBAT  " TO NB-STG-PROGRAM (2).
003210     MOVE "PHONEVAL  " TO NB-STG-PROGRAM (3).
003220     MOVE "PHONELOD  " TO NB-STG-PROGRAM (4).
003230     MOVE "INSPECT   " TO NB-STG-PROGRAM (5).
003240     MOVE "CLASSBLD  " TO NB-STG-PROGRAM (6).
003250     PERFORM 1100-CLEAR-STAGE-COUNTS THRU 1100-EXIT
003260         VARYING NB-STG-IDX FROM 1 BY 1
003270         UNTIL NB-STG-IDX > NB-STAGE-MAX.
003280     MOVE "NIGHTLY BALANCING BEGUN" TO NB-AUDIT-DETAIL.
003290     CALL "AUDITLOG" USING "NIGHTBAL  "
003300                            "START     "
003310                            NB-AUDIT-DETAIL.
003320 1000-EXIT.
003330     EXIT.
003340 1100-CLEAR-STAGE-COUNTS.
003350     MOVE 0 TO NB-STG-STARTS (NB-STG-IDX).
003360     MOVE 0 TO NB-STG-ENDS (NB-STG-IDX).
003370 1100-EXIT.
003380     EXIT.
003390*-----------------------------------------------------------------
003400* TRANFILE ARRIVES IN ACCOUNT SEQUENCE (SUBVERB ENFORCES IT),
003410* SO DISTINCT ACCOUNTS ARE JUST THE KEY BREAKS.  THE UPSTREAM
003420* TRAILER RECORDS ARE NOT DETAILS AND ARE NOT COUNTED.  AN
003430* ACCOUNT WITH ANY WRITE-OFF ADJUSTMENT COUNTS ONCE AS A
003440* WRITE-OFF ACCOUNT.  EACH ACCOUNT'S PAID-MINUS-BILLED IS ALSO
003450* NETTED HERE, WRITE-OFF DETAILS APART FROM THE REST, THE WAY
003460* SUBVERB JOURNALS IT - ONE TWO-LINE ENTRY FOR EACH PART THAT
003470* DOES NOT COME TO ZERO - SO THE JOURNAL LINES EXPECTED ARE
003480* WORKED OUT FROM THE FILE ITSELF.
003490* DETAILS AND ACCOUNTS ARE ALSO COUNTED BY COMPANY.
003500*-----------------------------------------------------------------
003510 2000-COUNT-TRANFILE.
003520     MOVE "N" TO NB-EOF-SW.
003530     MOVE SPACES TO NB-CURRENT-KEY.
003540     MOVE SPACES TO NB-WO-KEY.
003550     OPEN INPUT TRANSACTION-FILE.
003560     IF NB-TRAN-STATUS = "35"
003570         GO TO 2000-EXIT
003580     END-IF.
003590     IF NB-TRAN-STATUS NOT = "00"
003600         DISPLAY "NIGHTBAL - TRANFILE OPEN ERROR " NB-TRAN-STATUS
003610         MOVE 99 TO RETURN-CODE
003620         GOBACK
003630     END-IF.
003640     PERFORM 2050-COUNT-ONE-TRAN THRU 2050-EXIT
003650         UNTIL NB-EOF.
003660     PERFORM 2065-CLOSE-ACCOUNT THRU 2065-EXIT.
003670     CLOSE TRANSACTION-FILE.
003680 2000-EXIT.
003690     EXIT.
003700 2050-COUNT-ONE-TRAN.
003710     READ TRANSACTION-FILE
003720         AT END SET NB-EOF TO TRUE
003730     END-READ.
003740     IF NOT NB-EOF
003750         IF TT-TRAILER-TAG NOT = "TRAILER"
003760            AND TT-TRAILER-TAG NOT = "CTRAILER"
003770            AND TT-TRAILER-TAG NOT = "TTRAILER"
003780             ADD 1 TO NB-TRAN-RECORDS
003790             MOVE TRAN-COMPANY-CODE TO NB-RECORD-COMP
003800             MOVE TRAN-ACCT-ID      TO NB-RECORD-ACCT
003810             PERFORM 2070-POST-COMPANY THRU 2070-EXIT
003820             IF NB-RECORD-KEY NOT = NB-CURRENT-KEY
003830                 PERFORM 2065-CLOSE-ACCOUNT THRU 2065-EXIT
003840                 ADD 1 TO NB-TRAN-ACCOUNTS
003850                 MOVE NB-RECORD-KEY TO NB-CURRENT-KEY
003860                 IF NB-CO-SUB > 0
003870                     ADD 1 TO NB-CO-ACCOUNTS (NB-CO-SUB)
003880                 END-IF
003890             END-IF
003900             IF TRAN-TYPE-WRITEOFF
003910                 PERFORM 2060-COUNT-WRITEOFF THRU 2060-EXIT
003920             ELSE
003930                 ADD TRAN-PAID-AMT TO NB-ACCT-OTHER-NET
003940                 SUBTRACT TRAN-BILLED-AMT FROM NB-ACCT-OTHER-NET
003950             END-IF
003960         END-IF
003970     END-IF.
003980 2050-EXIT.
003990     EXIT.
004000 2060-COUNT-WRITEOFF.
004010     ADD 1 TO NB-WO-DETAILS.
004020     ADD TRAN-PAID-AMT TO NB-ACCT-WO-NET.
004030     SUBTRACT TRAN-BILLED-AMT FROM NB-ACCT-WO-NET.
004040     IF NB-RECORD-KEY NOT = NB-WO-KEY
004050         ADD 1 TO NB-WO-ACCOUNTS
004060         MOVE NB-RECORD-KEY TO NB-WO-KEY
004070     END-IF.
004080 2060-EXIT.
004090     EXIT.
004100 2065-CLOSE-ACCOUNT.
004110     IF NB-ACCT-WO-NET NOT = 0
004120         ADD 2 TO NB-GL-EXPECTED
004130         ADD 1 TO NB-WO-EXPECTED
004140     END-IF.
004150     IF NB-ACCT-OTHER-NET NOT = 0
004160         ADD 2 TO NB-GL-EXPECTED
004170     END-IF.
004180     MOVE 0 TO NB-ACCT-WO-NET.
004190     MOVE 0 TO NB-ACCT-OTHER-NET.
004200 2065-EXIT.
004210     EXIT.
004220 2070-POST-COMPANY.
004230     MOVE "N" TO NB-CO-FOUND-SW.
004240     PERFORM 2080-MATCH-CO-ENTRY THRU 2080-EXIT
004250         VARYING NB-CO-WORK-SUB FROM 1 BY 1
004260         UNTIL NB-CO-WORK-SUB > NB-CO-ENTRY-COUNT
004270            OR NB-CO-FOUND.
004280     IF NOT NB-CO-FOUND
004290         IF NB-CO-ENTRY-COUNT NOT < NB-CO-MAX
004300             DISPLAY "NIGHTBAL - COMPANY TABLE FULL AT "
004310                     TRAN-COMPANY-CODE
004320             MOVE 0 TO NB-CO-SUB
004330             GO TO 2070-EXIT
004340         END-IF
004350         ADD 1 TO NB-CO-ENTRY-COUNT
004360         MOVE NB-CO-ENTRY-COUNT TO NB-CO-SUB
004370         MOVE TRAN-COMPANY-CODE TO NB-CO-CODE (NB-CO-SUB)
004380         MOVE 0 TO NB-CO-DETAILS (NB-CO-SUB)
004390         MOVE 0 TO NB-CO-ACCOUNTS (NB-CO-SUB)
004400     END-IF.
004410     ADD 1 TO NB-CO-DETAILS (NB-CO-SUB).
004420 2070-EXIT.
004430     EXIT.
004440 2080-MATCH-CO-ENTRY.
004450     IF NB-CO-CODE (NB-CO-WORK-SUB) = TRAN-COMPANY-CODE
004460         MOVE NB-CO-WORK-SUB TO NB-CO-SUB
004470         SET NB-CO-FOUND TO TRUE
004480     END-IF.
004490 2080-EXIT.
004500     EXIT.
004510*-----------------------------------------------------------------
004520* EVERY VARIANCE REPORT LINE EXCEPT THE CONTROL TRAILER AND THE
004530* PER-COMPANY SUBTOTALS IS ONE ACCOUNT'S RESULT.
004540*-----------------------------------------------------------------
004550 2100-COUNT-VARIANCE-LINES.
004560     MOVE "N" TO NB-EOF-SW.
004570     OPEN INPUT VARIANCE-REPORT.
004580     IF NB-VARI-STATUS = "35"
004590         GO TO 2100-EXIT
004600     END-IF.
004610     IF NB-VARI-STATUS NOT = "00"
004620         DISPLAY "NIGHTBAL - VARIRPT OPEN ERROR " NB-VARI-STATUS
004630         MOVE 99 TO RETURN-CODE
004640         GOBACK
004650     END-IF.
004660     PERFORM 2150-COUNT-ONE-VARI THRU 2150-EXIT
004670         UNTIL NB-EOF.
004680     CLOSE VARIANCE-REPORT.
004690 2100-EXIT.
004700     EXIT.
004710 2150-COUNT-ONE-VARI.
004720     READ VARIANCE-REPORT
004730         AT END SET NB-EOF TO TRUE
004740     END-READ.
004750     IF NOT NB-EOF
004760         IF VARIANCE-LINE (1:19) NOT = "RECORDS PROCESSED: "
004770            AND VARIANCE-LINE (1:8) NOT = "COMPANY "
004780             ADD 1 TO NB-VARI-LINES
004790         END-IF
004800     END-IF.
004810 2150-EXIT.
004820     EXIT.
004830 2200-COUNT-GL-EXTRACT.
004840     MOVE "N" TO NB-EOF-SW.
004850     OPEN INPUT GL-EXTRACT-FILE.
004860     IF NB-GLEX-STATUS = "35"
004870         GO TO 2200-EXIT
004880     END-IF.
004890     IF NB-GLEX-STATUS NOT = "00"
004900         DISPLAY "NIGHTBAL - GLEXTR OPEN ERROR " NB-GLEX-STATUS
004910         MOVE 99 TO RETURN-CODE
004920         GOBACK
004930     END-IF.
004940     PERFORM 2250-COUNT-ONE-GLEX THRU 2250-EXIT
004950         UNTIL NB-EOF.
004960     CLOSE GL-EXTRACT-FILE.
004970     PERFORM 2260-COUNT-GL-HOLD THRU 2260-EXIT.
004980 2200-EXIT.
004990     EXIT.
005000 2250-COUNT-ONE-GLEX.
005010     READ GL-EXTRACT-FILE
005020         AT END SET NB-EOF TO TRUE
005030     END-READ.
005040     IF NOT NB-EOF
005050         ADD 1 TO NB-GLEX-RECORDS
005060         IF GL-DR-CR-INDICATOR = "DR"
005070             ADD GL-AMOUNT TO NB-GLEX-DEBITS
005080         ELSE
005090             ADD GL-AMOUNT TO NB-GLEX-CREDITS
005100         END-IF
005110         IF GL-NATURAL-LINE AND GL-ENTRY-WRITEOFF
005120             ADD 1 TO NB-GL-WO-ENTRIES
005130         END-IF
005140     END-IF.
005150 2250-EXIT.
005160     EXIT.
005170*-----------------------------------------------------------------
005180* LINES GLRLSE HELD BACK FROM AN UNBALANCED OR UNMAPPED COMPANY
005190* STILL BELONG TO TONIGHT'S ACCOUNTS - THEY COUNT TOWARD THE
005200* LINE CROSS-FOOT BUT NOT THE RELEASED DEBIT/CREDIT PROOF.
005210*-----------------------------------------------------------------
005220 2260-COUNT-GL-HOLD.
005230     MOVE "N" TO NB-EOF-SW.
005240     OPEN INPUT GL-HOLD-FILE.
005250     IF NB-GHLD-STATUS = "35"
005260         GO TO 2260-EXIT
005270     END-IF.
005280     IF NB-GHLD-STATUS NOT = "00"
005290         DISPLAY "NIGHTBAL - GLHOLD OPEN ERROR " NB-GHLD-STATUS
005300         MOVE 99 TO RETURN-CODE
005310         GOBACK
005320     END-IF.
005330     PERFORM 2270-COUNT-ONE-HOLD THRU 2270-EXIT
005340         UNTIL NB-EOF.
005350     CLOSE GL-HOLD-FILE.
005360 2260-EXIT.
005370     EXIT.
005380 2270-COUNT-ONE-HOLD.
005390     READ GL-HOLD-FILE
005400         AT END SET NB-EOF TO TRUE
005410     END-READ.
005420     IF NOT NB-EOF
005430         ADD 1 TO NB-GHLD-RECORDS
005440         IF GL-HOLD-LINE-NUMBER = "1"
005450            AND GL-HOLD-ENTRY-TYPE = "WO"
005460             ADD 1 TO NB-GL-WO-ENTRIES
005470         END-IF
005480     END-IF.
005490 2270-EXIT.
005500     EXIT.
005510 2300-COUNT-CLASSIN.
005520     MOVE "N" TO NB-EOF-SW.
005530     OPEN INPUT CLASSIN-FILE.
005540     IF NB-CLIN-STATUS = "35"
005550         GO TO 2300-EXIT
005560     END-IF.
005570     IF NB-CLIN-STATUS NOT = "00"
005580         DISPLAY "NIGHTBAL - CLASSIN OPEN ERROR " NB-CLIN-STATUS
005590         MOVE 99 TO RETURN-CODE
005600         GOBACK
005610     END-IF.
005620     PERFORM 2350-COUNT-ONE-CLIN THRU 2350-EXIT
005630         UNTIL NB-EOF.
005640     CLOSE CLASSIN-FILE.
005650 2300-EXIT.
005660     EXIT.
005670 2350-COUNT-ONE-CLIN.
005680     READ CLASSIN-FILE
005690         AT END SET NB-EOF TO TRUE
005700     END-READ.
005710     IF NOT NB-EOF
005720         ADD 1 TO NB-CLIN-RECORDS
005730     END-IF.
005740 2350-EXIT.
005750     EXIT.
005760 2400-COUNT-CLASSOUT.
005770     MOVE "N" TO NB-EOF-SW.
005780     OPEN INPUT CLASSOUT-FILE.
005790     IF NB-CLOUT-STATUS = "35"
005800         GO TO 2400-EXIT
005810     END-IF.
005820     IF NB-CLOUT-STATUS NOT = "00"
005830         DISPLAY "NIGHTBAL - CLASSOUT OPEN ERROR " NB-CLOUT-STATUS
005840         MOVE 99 TO RETURN-CODE
005850         GOBACK
005860     END-IF.
005870     PERFORM 2450-COUNT-ONE-CLOUT THRU 2450-EXIT
005880         UNTIL NB-EOF.
005890     CLOSE CLASSOUT-FILE.
005900 2400-EXIT.
005910     EXIT.
005920 2450-COUNT-ONE-CLOUT.
005930     READ CLASSOUT-FILE NEXT
005940         AT END SET NB-EOF TO TRUE
005950     END-READ.
005960     IF NOT NB-EOF
005970         ADD 1 TO NB-CLOUT-RECORDS
005980     END-IF.
005990 2450-EXIT.
006000     EXIT.
006010*-----------------------------------------------------------------
006020* THE PHONE SIDE BALANCES WHEN EVERY FEED RECORD IS ACCOUNTED
006030* FOR - ON ONE OF THE FOUR WINDOW EXTRACTS OR, AS A REJECT OR
006040* A DO-NOT-CALL SUPPRESSION, ON THE ERROR REPORT, OR, HELD BACK
006050* BY THE CONTACT FREQUENCY CAP, ON THE CAP REPORT.
006060*-----------------------------------------------------------------
006070 2500-COUNT-PHONE-FILES.
006080     MOVE "N" TO NB-EOF-SW.
006090     MOVE LOW-VALUES TO NB-PRIOR-FEED-CUSTOMER.
006100     OPEN INPUT PHONE-FEED-FILE.
006110     IF NB-FEED-STATUS = "00"
006120         PERFORM 2510-COUNT-ONE-FEED THRU 2510-EXIT
006130             UNTIL NB-EOF
006140         CLOSE PHONE-FEED-FILE
006150     END-IF.
006160     MOVE "N" TO NB-EOF-SW.
006170     OPEN INPUT EASTERN-EXTRACT.
006180     IF NB-EAST-STATUS = "00"
006190         PERFORM 2520-COUNT-ONE-EAST THRU 2520-EXIT
006200             UNTIL NB-EOF
006210         CLOSE EASTERN-EXTRACT
006220     END-IF.
006230     MOVE "N" TO NB-EOF-SW.
006240     OPEN INPUT CENTRAL-EXTRACT.
006250     IF NB-CENT-STATUS = "00"
006260         PERFORM 2530-COUNT-ONE-CENT THRU 2530-EXIT
006270             UNTIL NB-EOF
006280         CLOSE CENTRAL-EXTRACT
006290     END-IF.
006300     MOVE "N" TO NB-EOF-SW.
006310     OPEN INPUT MOUNTAIN-EXTRACT.
006320     IF NB-MNTN-STATUS = "00"
006330         PERFORM 2540-COUNT-ONE-MNTN THRU 2540-EXIT
006340             UNTIL NB-EOF
006350         CLOSE MOUNTAIN-EXTRACT
006360     END-IF.
006370     MOVE "N" TO NB-EOF-SW.
006380     OPEN INPUT PACIFIC-EXTRACT.
006390     IF NB-PACF-STATUS = "00"
006400         PERFORM 2550-COUNT-ONE-PACF THRU 2550-EXIT
006410             UNTIL NB-EOF
006420         CLOSE PACIFIC-EXTRACT
006430     END-IF.
006440     MOVE "N" TO NB-EOF-SW.
006450     OPEN INPUT PHONE-ERROR-REPORT.
006460     IF NB-ERRR-STATUS = "00"
006470         PERFORM 2560-COUNT-ONE-ERRR THRU 2560-EXIT
006480             UNTIL NB-EOF
006490         CLOSE PHONE-ERROR-REPORT
006500     END-IF.
006510     MOVE "N" TO NB-EOF-SW.
006520     OPEN INPUT CAP-REPORT.
006530     IF NB-CAPR-STATUS = "00"
006540         PERFORM 2570-COUNT-ONE-CAPR THRU 2570-EXIT
006550             UNTIL NB-EOF
006560         CLOSE CAP-REPORT
006570     END-IF.
006580 2500-EXIT.
006590     EXIT.
006600 2510-COUNT-ONE-FEED.
006610     READ PHONE-FEED-FILE
006620         AT END SET NB-EOF TO TRUE
006630     END-READ.
006640     IF NOT NB-EOF
006650        AND PF-CUSTOMER-ID NOT = NB-PRIOR-FEED-CUSTOMER
006660         ADD 1 TO NB-FEED-CUSTOMERS
006670         MOVE PF-CUSTOMER-ID TO NB-PRIOR-FEED-CUSTOMER
006680     END-IF.
006690 2510-EXIT.
006700     EXIT.
006710 2520-COUNT-ONE-EAST.
006720     READ EASTERN-EXTRACT
006730         AT END SET NB-EOF TO TRUE
006740     END-READ.
006750     IF NOT NB-EOF
006760         ADD 1 TO NB-WINDOW-RECORDS
006770     END-IF.
006780 2520-EXIT.
006790     EXIT.
006800 2530-COUNT-ONE-CENT.
006810     READ CENTRAL-EXTRACT
006820         AT END SET NB-EOF TO TRUE
006830     END-READ.
006840     IF NOT NB-EOF
006850         ADD 1 TO NB-WINDOW-RECORDS
006860     END-IF.
006870 2530-EXIT.
006880     EXIT.
006890 2540-COUNT-ONE-MNTN.
006900     READ MOUNTAIN-EXTRACT
006910         AT END SET NB-EOF TO TRUE
006920     END-READ.
006930     IF NOT NB-EOF
006940         ADD 1 TO NB-WINDOW-RECORDS
006950     END-IF.
006960 2540-EXIT.
006970     EXIT.
006980 2550-COUNT-ONE-PACF.
006990     READ PACIFIC-EXTRACT
007000         AT END SET NB-EOF TO TRUE
007010     END-READ.
007020     IF NOT NB-EOF
007030         ADD 1 TO NB-WINDOW-RECORDS
007040     END-IF.
007050 2550-EXIT.
007060     EXIT.
007070 2560-COUNT-ONE-ERRR.
007080     READ PHONE-ERROR-REPORT
007090         AT END SET NB-EOF TO TRUE
007100     END-READ.
007110     IF NOT NB-EOF
007120         ADD 1 TO NB-ERRR-LINES
007130     END-IF.
007140 2560-EXIT.
007150     EXIT.
007160 2570-COUNT-ONE-CAPR.
007170     READ CAP-REPORT
007180         AT END SET NB-EOF TO TRUE
007190     END-READ.
007200     IF NOT NB-EOF
007210         ADD 1 TO NB-CAPPED-LINES
007220     END-IF.
007230 2570-EXIT.
007240     EXIT.
007250*-----------------------------------------------------------------
007260* EVERY STAGE THAT STARTED MUST HAVE ENDED, AND EVERY STAGE
007270* MUST HAVE STARTED AT LEAST ONCE TONIGHT.  ONLY ENTRIES DATED
007280* TODAY COUNT - THE LIVE LOG ACCUMULATES ACROSS NIGHTS UNTIL
007290* AUDITARC ROLLS IT, AND A PRIOR NIGHT'S PAIR (OR A PRIOR
007300* NIGHT'S ABORTED, ENDLESS START) MUST NOT DECIDE TONIGHT.
007310* NIGHTBAL'S OWN ENTRIES ARE NOT CHECKED - ITS END IS NOT ON
007320* FILE YET WHILE IT IS THE ONE DOING THE CHECKING.
007330*-----------------------------------------------------------------
007340 2600-TALLY-AUDIT-PAIRS.
007350     MOVE "N" TO NB-EOF-SW.
007360     OPEN INPUT AUDIT-LOG-FILE.
007370     IF NB-ALOG-STATUS = "35"
007380         GO TO 2600-EXIT
007390     END-IF.
007400     IF NB-ALOG-STATUS NOT = "00"
007410         DISPLAY "NIGHTBAL - AUDITLOG OPEN ERROR " NB-ALOG-STATUS
007420         MOVE 99 TO RETURN-CODE
007430         GOBACK
007440     END-IF.
007450     PERFORM 2650-TALLY-ONE-ENTRY THRU 2650-EXIT
007460         UNTIL NB-EOF.
007470     CLOSE AUDIT-LOG-FILE.
007480 2600-EXIT.
007490     EXIT.
007500 2650-TALLY-ONE-ENTRY.
007510     READ AUDIT-LOG-FILE
007520         AT END SET NB-EOF TO TRUE
007530     END-READ.
007540     IF NOT NB-EOF
007550         MOVE AUDIT-LOG-RECORD TO AU-AUDIT-RECORD
007560         IF AU-LOG-DATE = NB-TODAY-DATE
007570             PERFORM 2660-POST-STAGE-EVENT THRU 2660-EXIT
007580                 VARYING NB-STG-IDX FROM 1 BY 1
007590                 UNTIL NB-STG-IDX > NB-STAGE-MAX
007600         END-IF
007610     END-IF.
007620 2650-EXIT.
007630     EXIT.
007640 2660-POST-STAGE-EVENT.
007650     IF AU-PROGRAM-ID = NB-STG-PROGRAM (NB-STG-IDX)
007660         EVALUATE AU-EVENT-TYPE
007670             WHEN "START     "
007680                 ADD 1 TO NB-STG-STARTS (NB-STG-IDX)
007690             WHEN "END       "
007700                 ADD 1 TO NB-STG-ENDS (NB-STG-IDX)
007710             WHEN OTHER
007720                 CONTINUE
007730         END-EVALUATE
007740     END-IF.
007750 2660-EXIT.
007760     EXIT.
007770*-----------------------------------------------------------------
007780* THE ONE PAGE.  EACH RULE THAT FAILS GETS ITS LOUD FLAG AND
007790* COUNTS INTO THE RETURN-CODE SO THE SCHEDULER SEES A BAD NIGHT.
007800*-----------------------------------------------------------------
007810 5000-WRITE-SUMMARY.
007820     MOVE "NIGHTLY CROSS-SYSTEM BALANCING SUMMARY"
007830             TO BALANCE-REPORT-LINE.
007840     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
007850     MOVE NB-TRAN-RECORDS  TO NB-EDIT-COUNT-A.
007860     MOVE NB-TRAN-ACCOUNTS TO NB-EDIT-COUNT-B.
007870     MOVE SPACES TO BALANCE-REPORT-LINE.
007880     STRING "TRANFILE DETAILS: "   DELIMITED BY SIZE
007890            NB-EDIT-COUNT-A        DELIMITED BY SIZE
007900            "  ACCOUNTS: "         DELIMITED BY SIZE
007910            NB-EDIT-COUNT-B        DELIMITED BY SIZE
007920       INTO BALANCE-REPORT-LINE.
007930     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
007940     PERFORM 5100-WRITE-COMPANY-LINE THRU 5100-EXIT
007950         VARYING NB-CO-SUB FROM 1 BY 1
007960         UNTIL NB-CO-SUB > NB-CO-ENTRY-COUNT.
007970     MOVE NB-VARI-LINES TO NB-EDIT-COUNT-A.
007980     MOVE SPACES TO BALANCE-REPORT-LINE.
007990     STRING "VARIANCE LINES: "     DELIMITED BY SIZE
008000            NB-EDIT-COUNT-A        DELIMITED BY SIZE
008010       INTO BALANCE-REPORT-LINE.
008020     IF NB-VARI-LINES NOT = NB-TRAN-ACCOUNTS
008030         PERFORM 5900-FLAG-MISMATCH THRU 5900-EXIT
008040     END-IF.
008050     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
008060     MOVE NB-GLEX-RECORDS TO NB-EDIT-COUNT-A.
008070     MOVE NB-GHLD-RECORDS TO NB-EDIT-COUNT-B.
008080     MOVE SPACES TO BALANCE-REPORT-LINE.
008090     MOVE NB-GL-EXPECTED  TO NB-EDIT-COUNT-C.
008100     STRING "GL JOURNAL LINES: "   DELIMITED BY SIZE
008110            NB-EDIT-COUNT-A        DELIMITED BY SIZE
008120            "  HELD: "             DELIMITED BY SIZE
008130            NB-EDIT-COUNT-B        DELIMITED BY SIZE
008140            "  EXPECTED: "         DELIMITED BY SIZE
008150            NB-EDIT-COUNT-C        DELIMITED BY SIZE
008160       INTO BALANCE-REPORT-LINE.
008170     IF NB-GLEX-RECORDS + NB-GHLD-RECORDS NOT = NB-GL-EXPECTED
008180         PERFORM 5900-FLAG-MISMATCH THRU 5900-EXIT
008190     END-IF.
008200     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
008210     MOVE NB-GLEX-DEBITS  TO NB-EDIT-AMOUNT-A.
008220     MOVE NB-GLEX-CREDITS TO NB-EDIT-AMOUNT-B.
008230     MOVE SPACES TO BALANCE-REPORT-LINE.
008240     STRING "GL JOURNAL DEBITS: "  DELIMITED BY SIZE
008250            NB-EDIT-AMOUNT-A       DELIMITED BY SIZE
008260            "  CREDITS: "          DELIMITED BY SIZE
008270            NB-EDIT-AMOUNT-B       DELIMITED BY SIZE
008280       INTO BALANCE-REPORT-LINE.
008290     IF NB-GLEX-DEBITS NOT = NB-GLEX-CREDITS
008300         PERFORM 5900-FLAG-MISMATCH THRU 5900-EXIT
008310     END-IF.
008320     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
008330*    EVERY ACCOUNT WHOSE WRITE-OFF ADJUSTMENTS DO NOT NET TO ZERO
008340*    MUST SHOW UP AS EXACTLY ONE WRITE-OFF ENTRY, RELEASED OR
008350*    HELD.
008360     MOVE NB-WO-ACCOUNTS   TO NB-EDIT-COUNT-A.
008370     MOVE NB-GL-WO-ENTRIES TO NB-EDIT-COUNT-B.
008380     MOVE NB-WO-DETAILS    TO NB-EDIT-COUNT-C.
008390     MOVE SPACES TO BALANCE-REPORT-LINE.
008400     STRING "WO ACCOUNTS: "        DELIMITED BY SIZE
008410            NB-EDIT-COUNT-A        DELIMITED BY SIZE
008420            "  GL WO ENTRIES: "    DELIMITED BY SIZE
008430            NB-EDIT-COUNT-B        DELIMITED BY SIZE
008440            "  DETAILS: "          DELIMITED BY SIZE
008450            NB-EDIT-COUNT-C        DELIMITED BY SIZE
008460       INTO BALANCE-REPORT-LINE.
008470     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
008480     MOVE NB-WO-EXPECTED   TO NB-EDIT-COUNT-A.
008490     MOVE SPACES TO BALANCE-REPORT-LINE.
008500     STRING "WO ENTRIES EXPECTED: " DELIMITED BY SIZE
008510            NB-EDIT-COUNT-A         DELIMITED BY SIZE
008520       INTO BALANCE-REPORT-LINE.
008530     IF NB-WO-EXPECTED NOT = NB-GL-WO-ENTRIES
008540         PERFORM 5900-FLAG-MISMATCH THRU 5900-EXIT
008550     END-IF.
008560     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
008570     MOVE NB-CLIN-RECORDS  TO NB-EDIT-COUNT-A.
008580     MOVE NB-CLOUT-RECORDS TO NB-EDIT-COUNT-B.
008590     MOVE SPACES TO BALANCE-REPORT-LINE.
008600     STRING "CLASSIN RECORDS: "    DELIMITED BY SIZE
008610            NB-EDIT-COUNT-A        DELIMITED BY SIZE
008620            "  CLASSOUT RESULTS: " DELIMITED BY SIZE
008630            NB-EDIT-COUNT-B        DELIMITED BY SIZE
008640       INTO BALANCE-REPORT-LINE.
008650     IF NB-CLIN-RECORDS NOT = NB-CLOUT-RECORDS
008660         PERFORM 5900-FLAG-MISMATCH THRU 5900-EXIT
008670     END-IF.
008680     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
008690     MOVE NB-FEED-CUSTOMERS TO NB-EDIT-COUNT-A.
008700     MOVE NB-WINDOW-RECORDS TO NB-EDIT-COUNT-B.
008710     MOVE NB-ERRR-LINES     TO NB-EDIT-COUNT-C.
008720     MOVE SPACES TO BALANCE-REPORT-LINE.
008730     STRING "FEED CUSTOMERS: "     DELIMITED BY SIZE
008740            NB-EDIT-COUNT-A        DELIMITED BY SIZE
008750            "  WINDOWS: "          DELIMITED BY SIZE
008760            NB-EDIT-COUNT-B        DELIMITED BY SIZE
008770            "  ERRORS: "           DELIMITED BY SIZE
008780            NB-EDIT-COUNT-C        DELIMITED BY SIZE
008790       INTO BALANCE-REPORT-LINE.
008800     IF NB-FEED-CUSTOMERS NOT = NB-WINDOW-RECORDS + NB-ERRR-LINES
008810                              + NB-CAPPED-LINES
008820         PERFORM 5900-FLAG-MISMATCH THRU 5900-EXIT
008830     END-IF.
008840     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
008850     MOVE NB-CAPPED-LINES TO NB-EDIT-COUNT-A.
008860     MOVE SPACES TO BALANCE-REPORT-LINE.
008870     STRING "                CONTACT-CAPPED: " DELIMITED BY SIZE
008880            NB-EDIT-COUNT-A                    DELIMITED BY SIZE
008890       INTO BALANCE-REPORT-LINE.
008900     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
008910     PERFORM 5500-WRITE-STAGE-LINE THRU 5500-EXIT
008920         VARYING NB-STG-IDX FROM 1 BY 1
008930         UNTIL NB-STG-IDX > NB-STAGE-MAX.
008940     MOVE NB-MISMATCH-COUNT TO NB-EDIT-MISMATCH.
008950     MOVE SPACES TO BALANCE-REPORT-LINE.
008960     STRING "MISMATCHES: "         DELIMITED BY SIZE
008970            NB-EDIT-MISMATCH       DELIMITED BY SIZE
008980       INTO BALANCE-REPORT-LINE.
008990     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
009000     DISPLAY "NIGHTBAL - " BALANCE-REPORT-LINE.
009010 5000-EXIT.
009020     EXIT.
009030*-----------------------------------------------------------------
009040* ONE LINE PER OPERATING COMPANY UNDER THE TRANFILE COUNTS,
009050* NAMED FROM THE COMPANY MASTER.  SUBVERB REJECTS A FILE
009060* CARRYING AN UNKNOWN OR INACTIVE COMPANY, SO ONE SHOWING UP
009070* HERE MEANS THE FILE CHANGED AFTER SUBVERB PROVED IT.
009080*-----------------------------------------------------------------
009090 5100-WRITE-COMPANY-LINE.
009100     MOVE SPACES TO NB-CO-NAME.
009110     SET NB-CO-FOUND TO TRUE.
009120     IF NB-COMP-AVAILABLE
009130         MOVE "** NOT ON COMPANY MASTER **" TO NB-CO-NAME
009140         MOVE "N" TO NB-CO-FOUND-SW
009150         MOVE NB-CO-CODE (NB-CO-SUB) TO CM-COMPANY-CODE
009160         READ COMPANY-MASTER
009170             INVALID KEY
009180                 CONTINUE
009190             NOT INVALID KEY
009200                 IF CM-ACTIVE
009210                     MOVE CM-COMPANY-NAME TO NB-CO-NAME
009220                     SET NB-CO-FOUND TO TRUE
009230                 ELSE
009240                     MOVE "** INACTIVE COMPANY **" TO NB-CO-NAME
009250                 END-IF
009260         END-READ
009270     END-IF.
009280     MOVE NB-CO-DETAILS (NB-CO-SUB)  TO NB-EDIT-CO-DETAILS.
009290     MOVE NB-CO-ACCOUNTS (NB-CO-SUB) TO NB-EDIT-CO-ACCOUNTS.
009300     MOVE SPACES TO BALANCE-REPORT-LINE.
009310     STRING "  CO "                DELIMITED BY SIZE
009320            NB-CO-CODE (NB-CO-SUB) DELIMITED BY SIZE
009330            " "                    DELIMITED BY SIZE
009340            NB-CO-NAME             DELIMITED BY SIZE
009350            " DETAILS:"            DELIMITED BY SIZE
009360            NB-EDIT-CO-DETAILS     DELIMITED BY SIZE
009370            " ACCTS:"              DELIMITED BY SIZE
009380            NB-EDIT-CO-ACCOUNTS    DELIMITED BY SIZE
009390       INTO BALANCE-REPORT-LINE.
009400     IF NOT NB-CO-FOUND
009410         PERFORM 5900-FLAG-MISMATCH THRU 5900-EXIT
009420     END-IF.
009430     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
009440 5100-EXIT.
009450     EXIT.
009460 5500-WRITE-STAGE-LINE.
009470     MOVE NB-STG-STARTS (NB-STG-IDX) TO NB-EDIT-COUNT-A.
009480     MOVE NB-STG-ENDS (NB-STG-IDX)   TO NB-EDIT-COUNT-B.
009490     MOVE SPACES TO BALANCE-REPORT-LINE.
009500     STRING NB-STG-PROGRAM (NB-STG-IDX) DELIMITED BY SIZE
009510            " STARTS: "            DELIMITED BY SIZE
009520            NB-EDIT-COUNT-A        DELIMITED BY SIZE
009530            "  ENDS: "             DELIMITED BY SIZE
009540            NB-EDIT-COUNT-B        DELIMITED BY SIZE
009550       INTO BALANCE-REPORT-LINE.
009560     IF NB-STG-STARTS (NB-STG-IDX) NOT = NB-STG-ENDS (NB-STG-IDX)
009570        OR NB-STG-STARTS (NB-STG-IDX) = 0
009580         PERFORM 5900-FLAG-MISMATCH THRU 5900-EXIT
009590     END-IF.
009600     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
009610 5500-EXIT.
009620     EXIT.
009630*-----------------------------------------------------------------
009640* THE FLAG LANDS ON THE SAME LINE AS THE COUNTS IT DISPUTES,
009650* IN THE CLEAR COLUMNS PAST EVERY LINE'S CONTENT.
009660*-----------------------------------------------------------------
009670 5900-FLAG-MISMATCH.
009680     MOVE "*** MISMATCH ***" TO BALANCE-REPORT-LINE (75:16).
009690     ADD 1 TO NB-MISMATCH-COUNT.
009700 5900-EXIT.
009710     EXIT.
009720 7500-WRITE-REPORT-LINE.
009730     WRITE BALANCE-REPORT-LINE.
009740     IF NB-BRPT-STATUS NOT = "00"
009750         DISPLAY "NIGHTBAL - BALRPT WRITE ERROR " NB-BRPT-STATUS
009760         MOVE 99 TO RETURN-CODE
009770         GOBACK
009780     END-IF.
009790 7500-EXIT.
009800     EXIT.
009810 9000-TERMINATE.
009820     MOVE NB-MISMATCH-COUNT TO NB-EDIT-MISMATCH.
009830     MOVE SPACES TO NB-AUDIT-DETAIL.
009840     STRING "RUN COMPLETE - MISMATCHES: " DELIMITED BY SIZE
009850            NB-EDIT-MISMATCH              DELIMITED BY SIZE
009860       INTO NB-AUDIT-DETAIL.
009870     CALL "AUDITLOG" USING "NIGHTBAL  "
009880                            "END       "
009890                            NB-AUDIT-DETAIL.
009900     CLOSE BALANCE-REPORT.
009910     IF NB-COMP-AVAILABLE
009920         CLOSE COMPANY-MASTER
009930     END-IF.
009940 9000-EXIT.
009950     EXIT.
