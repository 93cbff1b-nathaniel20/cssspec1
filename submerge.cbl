000150*          - PROVES THE STREAM RANGES ARE IN ORDER AND DO NOT
000160*            OVERLAP, AND THAT THE SUMMED CONTROL TOTALS AGREE
000170*            WITH THE UPSTREAM TRANFILE TRAILER - GRAND TRAILER
000180*            AND EVERY COMPANY CTRAILER - EXACTLY AS A
000190*            SINGLE-STREAM RUN PROVES ITSELF,
000200*          - CONCATENATES THE REPORTS AND THE GL EXTRACT IN
000210*            ACCOUNT ORDER AND WRITES THE COMBINED PER-COMPANY
000220*            SUBTOTALS AND CONTROL-TOTAL TRAILER,
000230*          - RELEASES THE COMBINED GL JOURNAL THROUGH GLRLSE,
000240*            WHICH HOLDS ANY COMPANY WHOSE DEBITS AND CREDITS
000250*            DO NOT AGREE,
000260*          - POSTS THE STAGED EXCEPTIONS TO THE EXCEPTION MASTER
000270*            ONCE FOR ALL STREAMS,
000280*          - AND JOINS THE STAGED HISTORY ROWS TO VARHIST WITH THE
000290*            SAME REBUILD DISCIPLINE AS A SINGLE-STREAM RUN.
000300*        A STREAM WHOSE CONTROL FILE IS ABSENT WAS NOT RUN, AND
000310*        ITS SLICE FILES ARE IGNORED.  RETURNS THE COMBINED
000320*        EXCEPTION COUNT PLUS THE NUMBER OF COMPANIES WHOSE GL
000330*        JOURNAL WAS HELD IN THE RETURN-CODE SPECIAL REGISTER.
000340*-----------------------------------------------------------------
000350*    MODIFICATION HISTORY.
000360*        09/02/26  RLH  INITIAL VERSION.
000370*        10/15/26  RLH  THE STREAM GL EXTRACTS ARE NOW THE
000380*                       50-BYTE TWO-LINE JOURNAL (GLEXCPY).
000390*                       THE COMBINED JOURNAL IS RELEASED BY
000400*                       GLRLSE AND ITS HELD-COMPANY COUNT IS
000410*                       ADDED TO THE RETURN-CODE.
000420*        10/15/26  RLH  PROVES EVERY TTRAILER AGAINST THE
000430*                       STREAMS' SUMMED PER-TYPE TOTALS AND
000440*                       WRITES THE VARIANCE-BY-TRANSACTION-TYPE
000450*                       SECTION.  VARHIST ROWS ARE NOW 37 BYTES
000460*                       (WRITE-OFF FLAG AND AMOUNT).
000470*        10/15/26  RLH  STREAM GLEXTR RECORDS ARE NOW 57 BYTES
000480*                       (PRIOR-PERIOD FLAG AND ORIGINAL PERIOD).
000490*        10/15/26  RLH  STAGED EXCEPTIONS CARRY THE ACCOUNT'S
000500*                       TIER (22 BYTES).  A NEW OR REOPENED
000510*                       EXCEPTION IS ASSIGNED TO AN ANALYST BY
000520*                       EXCASGN AS IT IS POSTED, THE SAME AS A
000530*                       SINGLE-STREAM SUBVERB RUN.
000540*        10/15/26  RLH  EVERY COMPANY THE STREAMS SAW IS LOOKED
000550*                       UP ON THE COMPANY MASTER (COMPMST) - A
000560*                       CODE NOT ON FILE OR INACTIVE FAILS THE
000570*                       MERGE, AS IT FAILS THE SUBVERB PRE-PASS.
000580*                       THE VARIANCE REPORT PRINTS EACH
000590*                       COMPANY'S NAME, LEDGER AND CURRENCY.
000600*****************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID. SUBMERGE.
000630 AUTHOR. R. HOLLOWAY.
000640 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000650 DATE-WRITTEN. 09/02/26.
000660 DATE-COMPILED. 09/02/26.
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT TRANSACTION-FILE ASSIGN TO TRANFILE
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS SM-TRAN-STATUS.
000730     SELECT VARIANCE-REPORT ASSIGN TO VARIRPT
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS SM-VARI-STATUS.
000760     SELECT EXCEPTION-REPORT ASSIGN TO EXCPRPT
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS SM-EXCP-STATUS.
000790     SELECT GL-EXTRACT-FILE ASSIGN TO GLEXTR
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS SM-GLEX-STATUS.
000820     SELECT VARIANCE-HISTORY ASSIGN TO VARHIST
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS SM-HIST-STATUS.
000850     SELECT VARIANCE-HIST-NEW ASSIGN TO VARHISTN
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS SM-HSTN-STATUS.
000880     SELECT EXCEPTION-MASTER ASSIGN TO EXCPMST
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS EX-ACCOUNT-ID
000920         FILE STATUS IS SM-EXCM-STATUS.
000930     SELECT STREAM1-CONTROL ASSIGN TO SVSTCTL1
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS SM-SC1-STATUS.
000960     SELECT STREAM1-VARIANCE ASSIGN TO VARIRPT1
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS SM-SV1-STATUS.
000990     SELECT STREAM1-EXCEPTION ASSIGN TO EXCPRPT1
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS SM-SE1-STATUS.
001020     SELECT STREAM1-GLEXTR ASSIGN TO GLEXTR1
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS SM-SG1-STATUS.
001050     SELECT STREAM1-HISTWORK ASSIGN TO VARHISTW1
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS SM-SH1-STATUS.
001080     SELECT STREAM1-EXCPWORK ASSIGN TO EXCPWRK1
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS SM-SW1-STATUS.
001110     SELECT STREAM2-CONTROL ASSIGN TO SVSTCTL2
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS SM-SC2-STATUS.
001140     SELECT STREAM2-VARIANCE ASSIGN TO VARIRPT2
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS SM-SV2-STATUS.
001170     SELECT STREAM2-EXCEPTION ASSIGN TO EXCPRPT2
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS SM-SE2-STATUS.
001200     SELECT STREAM2-GLEXTR ASSIGN TO GLEXTR2
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS SM-SG2-STATUS.
001230     SELECT STREAM2-HISTWORK ASSIGN TO VARHISTW2
001240         ORGANIZATION IS LINE SEQUENTIAL
001250         FILE STATUS IS SM-SH2-STATUS.
001260     SELECT STREAM2-EXCPWORK ASSIGN TO EXCPWRK2
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS SM-SW2-STATUS.
001290     SELECT STREAM3-CONTROL ASSIGN TO SVSTCTL3
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS SM-SC3-STATUS.
001320     SELECT STREAM3-VARIANCE ASSIGN TO VARIRPT3
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         FILE STATUS IS SM-SV3-STATUS.
001350     SELECT STREAM3-EXCEPTION ASSIGN TO EXCPRPT3
001360         ORGANIZATION IS LINE SEQUENTIAL
001370         FILE STATUS IS SM-SE3-STATUS.
001380     SELECT STREAM3-GLEXTR ASSIGN TO GLEXTR3
001390         ORGANIZATION IS LINE SEQUENTIAL
001400         FILE STATUS IS SM-SG3-STATUS.
001410     SELECT STREAM3-HISTWORK ASSIGN TO VARHISTW3
001420         ORGANIZATION IS LINE SEQUENTIAL
001430         FILE STATUS IS SM-SH3-STATUS.
001440     SELECT STREAM3-EXCPWORK ASSIGN TO EXCPWRK3
001450         ORGANIZATION IS LINE SEQUENTIAL
001460         FILE STATUS IS SM-SW3-STATUS.
001470     SELECT STREAM4-CONTROL ASSIGN TO SVSTCTL4
001480         ORGANIZATION IS LINE SEQUENTIAL
001490         FILE STATUS IS SM-SC4-STATUS.
001500     SELECT STREAM4-VARIANCE ASSIGN TO VARIRPT4
001510         ORGANIZATION IS LINE SEQUENTIAL
001520         FILE STATUS IS SM-SV4-STATUS.
001530     SELECT STREAM4-EXCEPTION ASSIGN TO EXCPRPT4
001540         ORGANIZATION IS LINE SEQUENTIAL
001550         FILE STATUS IS SM-SE4-STATUS.
001560     SELECT STREAM4-GLEXTR ASSIGN TO GLEXTR4
001570         ORGANIZATION IS LINE SEQUENTIAL
001580         FILE STATUS IS SM-SG4-STATUS.
001590     SELECT STREAM4-HISTWORK ASSIGN TO VARHISTW4
001600         ORGANIZATION IS LINE SEQUENTIAL
001610         FILE STATUS IS SM-SH4-STATUS.
001620     SELECT STREAM4-EXCPWORK ASSIGN TO EXCPWRK4
001630         ORGANIZATION IS LINE SEQUENTIAL
001640         FILE STATUS IS SM-SW4-STATUS.
001650     SELECT COMPANY-MASTER ASSIGN TO COMPMST
001660         ORGANIZATION IS INDEXED
001670         ACCESS MODE IS RANDOM
001680         RECORD KEY IS CM-COMPANY-CODE
001690         FILE STATUS IS SM-COMP-STATUS.
001700 DATA DIVISION.
001710 FILE SECTION.
001720 FD  TRANSACTION-FILE.
001730 01  TRAN-RECORD.
001740     05  TRAN-COMPANY-CODE       PIC X(02).
001750     05  TRAN-ACCT-ID            PIC X(10).
001760     05  FILLER                  PIC X(29).
001770 01  TRAN-TRAILER-RECORD.
001780     05  TT-TRAILER-TAG          PIC X(10).
001790     05  TT-RECORD-COUNT         PIC 9(07).
001800     05  TT-BILLED-HASH          PIC S9(9)V9(2).
001810     05  TT-PAID-HASH            PIC S9(9)V9(2).
001820 01  TRAN-COMPANY-TRAILER.
001830     05  CT-TRAILER-TAG          PIC X(10).
001840     05  CT-COMPANY-CODE         PIC X(02).
001850     05  CT-RECORD-COUNT         PIC 9(07).
001860     05  CT-BILLED-HASH          PIC S9(9)V9(2).
001870     05  CT-PAID-HASH            PIC S9(9)V9(2).
001880 01  TRAN-TYPE-TRAILER.
001890     05  TY-TRAILER-TAG          PIC X(10).
001900     05  TY-TYPE-CODE            PIC X(02).
001910     05  TY-RECORD-COUNT         PIC 9(07).
001920     05  TY-BILLED-HASH          PIC S9(9)V9(2).
001930     05  TY-PAID-HASH            PIC S9(9)V9(2).
001940 FD  VARIANCE-REPORT.
001950 01  VARIANCE-LINE               PIC X(80).
001960 FD  EXCEPTION-REPORT.
001970 01  EXCEPTION-LINE              PIC X(80).
001980 FD  GL-EXTRACT-FILE.
001990 COPY glexcpy.
002000 FD  VARIANCE-HISTORY.
002010 01  VARIANCE-HISTORY-RECORD     PIC X(37).
002020 FD  VARIANCE-HIST-NEW.
002030 01  VARIANCE-HIST-NEW-REC       PIC X(37).
002040 FD  EXCEPTION-MASTER.
002050 COPY excmcpy.
002060 FD  STREAM1-CONTROL.
002070 01  S1-CONTROL-RECORD          PIC X(2100).
002080 FD  STREAM1-VARIANCE.
002090 01  S1-VARIANCE-LINE           PIC X(80).
002100 FD  STREAM1-EXCEPTION.
002110 01  S1-EXCEPTION-LINE          PIC X(80).
002120 FD  STREAM1-GLEXTR.
002130 01  S1-GLEXTR-RECORD           PIC X(57).
002140 FD  STREAM1-HISTWORK.
002150 01  S1-HISTWORK-RECORD         PIC X(37).
002160 FD  STREAM1-EXCPWORK.
002170 01  S1-EXCPWORK-RECORD         PIC X(22).
002180 FD  STREAM2-CONTROL.
002190 01  S2-CONTROL-RECORD          PIC X(2100).
002200 FD  STREAM2-VARIANCE.
002210 01  S2-VARIANCE-LINE           PIC X(80).
002220 FD  STREAM2-EXCEPTION.
002230 01  S2-EXCEPTION-LINE          PIC X(80).
002240 FD  STREAM2-GLEXTR.
002250 01  S2-GLEXTR-RECORD           PIC X(57).
002260 FD  STREAM2-HISTWORK.
002270 01  S2-HISTWORK-RECORD         PIC X(37).
002280 FD  STREAM2-EXCPWORK.
002290 01  S2-EXCPWORK-RECORD         PIC X(22).
002300 FD  STREAM3-CONTROL.
002310 01  S3-CONTROL-RECORD          PIC X(2100).
002320 FD  STREAM3-VARIANCE.
002330 01  S3-VARIANCE-LINE           PIC X(80).
002340 FD  STREAM3-EXCEPTION.
002350 01  S3-EXCEPTION-LINE          PIC X(80).
002360 FD  STREAM3-GLEXTR.
002370 01  S3-GLEXTR-RECORD           PIC X(57).
002380 FD  STREAM3-HISTWORK.
002390 01  S3-HISTWORK-RECORD         PIC X(37).
002400 FD  STREAM3-EXCPWORK.
002410 01  S3-EXCPWORK-RECORD         PIC X(22).
002420 FD  STREAM4-CONTROL.
002430 01  S4-CONTROL-RECORD          PIC X(2100).
002440 FD  STREAM4-VARIANCE.
002450 01  S4-VARIANCE-LINE           PIC X(80).
002460 FD  STREAM4-EXCEPTION.
002470 01  S4-EXCEPTION-LINE          PIC X(80).
002480 FD  STREAM4-GLEXTR.
002490 01  S4-GLEXTR-RECORD           PIC X(57).
002500 FD  STREAM4-HISTWORK.
002510 01  S4-HISTWORK-RECORD         PIC X(37).
002520 FD  STREAM4-EXCPWORK.
002530 01  S4-EXCPWORK-RECORD         PIC X(22).
002540 FD  COMPANY-MASTER.
002550 COPY compcpy.
002560 WORKING-STORAGE SECTION.
002570 COPY svsccpy.
002580 COPY trtypcpy.
002590 01  SM-FILE-STATUSES.
002600     05  SM-TRAN-STATUS           PIC X(02) VALUE "00".
002610     05  SM-VARI-STATUS           PIC X(02) VALUE "00".
002620     05  SM-EXCP-STATUS           PIC X(02) VALUE "00".
002630     05  SM-GLEX-STATUS           PIC X(02) VALUE "00".
002640     05  SM-HIST-STATUS           PIC X(02) VALUE "00".
002650     05  SM-HSTN-STATUS           PIC X(02) VALUE "00".
002660     05  SM-EXCM-STATUS           PIC X(02) VALUE "00".
002670     05  SM-SC1-STATUS            PIC X(02) VALUE "00".
002680     05  SM-SV1-STATUS            PIC X(02) VALUE "00".
002690     05  SM-SE1-STATUS            PIC X(02) VALUE "00".
002700     05  SM-SG1-STATUS            PIC X(02) VALUE "00".
002710     05  SM-SH1-STATUS            PIC X(02) VALUE "00".
002720     05  SM-SW1-STATUS            PIC X(02) VALUE "00".
002730     05  SM-SC2-STATUS            PIC X(02) VALUE "00".
002740     05  SM-SV2-STATUS            PIC X(02) VALUE "00".
002750     05  SM-SE2-STATUS            PIC X(02) VALUE "00".
002760     05  SM-SG2-STATUS            PIC X(02) VALUE "00".
002770     05  SM-SH2-STATUS            PIC X(02) VALUE "00".
002780     05  SM-SW2-STATUS            PIC X(02) VALUE "00".
002790     05  SM-SC3-STATUS            PIC X(02) VALUE "00".
002800     05  SM-SV3-STATUS            PIC X(02) VALUE "00".
002810     05  SM-SE3-STATUS            PIC X(02) VALUE "00".
002820     05  SM-SG3-STATUS            PIC X(02) VALUE "00".
002830     05  SM-SH3-STATUS            PIC X(02) VALUE "00".
002840     05  SM-SW3-STATUS            PIC X(02) VALUE "00".
002850     05  SM-SC4-STATUS            PIC X(02) VALUE "00".
002860     05  SM-SV4-STATUS            PIC X(02) VALUE "00".
002870     05  SM-SE4-STATUS            PIC X(02) VALUE "00".
002880     05  SM-SG4-STATUS            PIC X(02) VALUE "00".
002890     05  SM-SH4-STATUS            PIC X(02) VALUE "00".
002900     05  SM-SW4-STATUS            PIC X(02) VALUE "00".
002910     05  SM-COMP-STATUS           PIC X(02) VALUE "00".
002920 01  SM-SWITCHES.
002930     05  SM-EOF-SW                PIC X(01) VALUE "N".
002940         88  SM-EOF                   VALUE "Y".
002950     05  SM-TRAILER-FOUND-SW      PIC X(01) VALUE "N".
002960         88  SM-TRAILER-FOUND         VALUE "Y".
002970     05  SM-CO-FOUND-SW           PIC X(01) VALUE "N".
002980         88  SM-CO-FOUND              VALUE "Y".
002990     05  SM-DATE-SET-SW           PIC X(01) VALUE "N".
003000         88  SM-DATE-SET              VALUE "Y".
003010     05  SM-TYPE-FOUND-SW         PIC X(01) VALUE "N".
003020         88  SM-TYPE-FOUND            VALUE "Y".
003030 01  SM-STREAM-MAX                PIC 9(02) VALUE 4.
003040 01  SM-STR-SUB                   PIC 9(02) COMP VALUE 0.
003050 01  SM-STREAM-TABLE.
003060     05  SM-STREAM-ENTRY OCCURS 4 TIMES.
003070         10  SM-STR-PRESENT-SW    PIC X(01).
003080             88  SM-STR-PRESENT       VALUE "Y".
003090         10  SM-STR-RANGE-LOW     PIC X(12).
003100         10  SM-STR-RANGE-HIGH    PIC X(12).
003110 01  SM-PREV-HIGH                 PIC X(12) VALUE LOW-VALUES.
003120 01  SM-BUSINESS-DATE             PIC 9(08) VALUE 0.
003130 01  SM-COMBINED-TOTALS.
003140     05  SM-TOT-RECORDS           PIC 9(07) VALUE 0.
003150     05  SM-TOT-ACCOUNTS          PIC 9(07) VALUE 0.
003160     05  SM-TOT-NET-VARIANCE      PIC S9(7)V9(2) VALUE 0.
003170     05  SM-TOT-EXCEPTIONS        PIC 9(05) VALUE 0.
003180     05  SM-TOT-BILLED-HASH       PIC S9(9)V9(2) VALUE 0.
003190     05  SM-TOT-PAID-HASH         PIC S9(9)V9(2) VALUE 0.
003200 01  SM-TRAILER-TOTALS.
003210     05  SM-TRLR-COUNT            PIC 9(07) VALUE 0.
003220     05  SM-TRLR-BILLED-HASH      PIC S9(9)V9(2) VALUE 0.
003230     05  SM-TRLR-PAID-HASH        PIC S9(9)V9(2) VALUE 0.
003240 01  SM-TRLR-CO-TOTALS.
003250     05  SM-TRLR-CO-CNT           PIC 9(02) VALUE 0.
003260     05  SM-TRLR-CO-ENTRY OCCURS 10 TIMES.
003270         10  SM-TRLR-CO-CODE      PIC X(02).
003280         10  SM-TRLR-CO-COUNT     PIC 9(07).
003290         10  SM-TRLR-CO-BILLED    PIC S9(9)V9(2).
003300         10  SM-TRLR-CO-PAID      PIC S9(9)V9(2).
003310 01  SM-TY-SUB                    PIC 9(02) COMP VALUE 0.
003320 01  SM-TY-WORK-SUB               PIC 9(02) COMP VALUE 0.
003330 01  SM-TRLR-TYPE-TOTALS.
003340     05  SM-TRLR-TY-ENTRY OCCURS 5 TIMES.
003350         10  SM-TRLR-TY-SEEN-SW   PIC X(01) VALUE "N".
003360             88  SM-TRLR-TY-SEEN      VALUE "Y".
003370         10  SM-TRLR-TY-COUNT     PIC 9(07) VALUE 0.
003380         10  SM-TRLR-TY-BILLED    PIC S9(9)V9(2) VALUE 0.
003390         10  SM-TRLR-TY-PAID      PIC S9(9)V9(2) VALUE 0.
003400 01  SM-TOT-TYPE-TOTALS.
003410     05  SM-TOT-TY-ENTRY OCCURS 5 TIMES.
003420         10  SM-TOT-TY-COUNT      PIC 9(07) VALUE 0.
003430         10  SM-TOT-TY-BILLED     PIC S9(9)V9(2) VALUE 0.
003440         10  SM-TOT-TY-PAID       PIC S9(9)V9(2) VALUE 0.
003450 01  SM-TC-SUB                    PIC 9(02) COMP VALUE 0.
003460 01  SM-CO-MAX                    PIC 9(02) VALUE 10.
003470 01  SM-CO-SUB                    PIC 9(02) COMP VALUE 0.
003480 01  SM-CO-WORK-SUB               PIC 9(02) COMP VALUE 0.
003490 01  SM-SC-SUB                    PIC 9(02) COMP VALUE 0.
003500 01  SM-COMPANY-TOTALS.
003510     05  SM-CO-ENTRY-COUNT        PIC 9(02) VALUE 0.
003520     05  SM-CO-ENTRY OCCURS 10 TIMES.
003530         10  SM-CO-CODE           PIC X(02).
003540         10  SM-CO-RECORD-COUNT   PIC 9(07).
003550         10  SM-CO-ACCT-COUNT     PIC 9(07).
003560         10  SM-CO-NET-VARIANCE   PIC S9(7)V9(2).
003570         10  SM-CO-EXCEPTION-CNT  PIC 9(05).
003580         10  SM-CO-BILLED-HASH    PIC S9(9)V9(2).
003590         10  SM-CO-PAID-HASH      PIC S9(9)V9(2).
003600         10  SM-CO-TYPE-ENTRY OCCURS 5 TIMES.
003610             15  SM-CO-TY-COUNT       PIC 9(07).
003620             15  SM-CO-TY-BILLED      PIC S9(9)V9(2).
003630             15  SM-CO-TY-PAID        PIC S9(9)V9(2).
003640*    WHAT THE COMPANY MASTER SAYS ABOUT EACH COMBINED COMPANY,
003650*    ENTRY FOR ENTRY WITH THE TABLE ABOVE.
003660 01  SM-COMPANY-MASTER-INFO.
003670     05  SM-CM-ENTRY OCCURS 10 TIMES.
003680         10  SM-CM-NAME           PIC X(30).
003690         10  SM-CM-LEDGER         PIC X(06).
003700         10  SM-CM-CURRENCY       PIC X(03).
003710 01  SM-EW-WORK.
003720     05  SM-EW-COMPANY            PIC X(02).
003730     05  SM-EW-ACCOUNT            PIC X(10).
003740     05  SM-EW-VARIANCE           PIC S9(7)V9(2).
003750     05  SM-EW-TIER               PIC X(01).
003760 01  SM-UNASSIGNED-COUNT          PIC 9(05) VALUE 0.
003770 COPY ahstcpy.
003780 01  SM-HIST-ROW.
003790     05  SM-HIST-ROW-ACCT         PIC X(10).
003800     05  SM-HIST-ROW-DATE         PIC 9(08).
003810     05  SM-HIST-ROW-REST         PIC X(19).
003820 01  SM-ABORT-MESSAGE             PIC X(40).
003830 01  SM-EDIT-CNT-TRLR             PIC Z,ZZZ,ZZ9.
003840 01  SM-EDIT-CNT-FILE             PIC Z,ZZZ,ZZ9.
003850 01  SM-EDIT-AMT-TRLR             PIC +Z(8).Z(2).
003860 01  SM-EDIT-AMT-FILE             PIC +Z(8).Z(2).
003870 01  SM-TRAILER-EDIT-COUNT        PIC ZZZ,ZZZ,ZZ9.
003880 01  SM-TRAILER-EDIT-ACCTS        PIC ZZZ,ZZZ,ZZ9.
003890 01  SM-TRAILER-EDIT-NET          PIC +Z(6).Z(2).
003900 01  SM-EDIT-CO-RECORDS           PIC ZZZ,ZZ9.
003910 01  SM-EDIT-CO-ACCTS             PIC ZZZ,ZZ9.
003920 01  SM-EDIT-CO-NET               PIC +Z(6).Z(2).
003930 01  SM-EDIT-CO-EXC               PIC ZZZ,ZZ9.
003940 01  SM-TY-NET                    PIC S9(9)V9(2) VALUE 0.
003950 01  SM-EDIT-TY-RECORDS           PIC ZZZ,ZZ9.
003960 01  SM-EDIT-TY-NET               PIC +Z(8).Z(2).
003970 01  SM-AUDIT-EDIT-COUNT          PIC ZZZ,ZZ9.
003980 01  SM-AUDIT-DETAIL              PIC X(50).
003990 01  SM-GL-HELD-COUNT             PIC 9(05) VALUE 0.
004000 PROCEDURE DIVISION.
004010 0000-MAINLINE.
004020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004030     PERFORM 4000-COMBINE-OUTPUTS THRU 4000-EXIT.
004040     PERFORM 5000-POST-EXCEPTIONS THRU 5000-EXIT.
004050     PERFORM 6000-JOIN-HISTORY THRU 6000-EXIT.
004060     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004070     MOVE SM-TOT-EXCEPTIONS TO RETURN-CODE.
004080     ADD SM-GL-HELD-COUNT TO RETURN-CODE.
004090     GOBACK.
004100*-----------------------------------------------------------------
004110* READ EVERY STREAM'S CONTROL RECORD, PROVE THE RANGES LINE UP IN
004120* ORDER WITHOUT OVERLAP AND CARRY ONE BUSINESS DATE, AND PROVE THE
004130* SUMMED TOTALS AGAINST THE UPSTREAM TRAILER BEFORE A SINGLE
004140* COMBINED OUTPUT IS OPENED - THE SAME PRE-PASS DISCIPLINE AS A
004150* SINGLE-STREAM RUN.
004160*-----------------------------------------------------------------
004170 1000-INITIALIZE.
004180     MOVE "STREAM MERGE BEGUN" TO SM-AUDIT-DETAIL.
004190     CALL "AUDITLOG" USING "SUBMERGE  "
004200                            "START     "
004210                            SM-AUDIT-DETAIL.
004220     PERFORM 1100-READ-CONTROL-1 THRU 1100-EXIT.
004230     PERFORM 1110-READ-CONTROL-2 THRU 1110-EXIT.
004240     PERFORM 1120-READ-CONTROL-3 THRU 1120-EXIT.
004250     PERFORM 1130-READ-CONTROL-4 THRU 1130-EXIT.
004260     IF NOT SM-DATE-SET
004270         MOVE "NO STREAM CONTROL RECORDS FOUND"
004280                 TO SM-ABORT-MESSAGE
004290         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
004300     END-IF.
004310     PERFORM 1500-VERIFY-TRAILER THRU 1500-EXIT.
004320 1000-EXIT.
004330     EXIT.
004340 1100-READ-CONTROL-1.
004350     OPEN INPUT STREAM1-CONTROL.
004360     IF SM-SC1-STATUS = "35"
004370         MOVE "N" TO SM-STR-PRESENT-SW (1)
004380         GO TO 1100-EXIT
004390     END-IF.
004400     IF SM-SC1-STATUS NOT = "00"
004410         DISPLAY "SUBMERGE - SVSTCTL1 OPEN ERROR "
004420                 SM-SC1-STATUS
004430         MOVE 99 TO RETURN-CODE
004440         GOBACK
004450     END-IF.
004460     READ STREAM1-CONTROL
004470         AT END
004480             MOVE "N" TO SM-STR-PRESENT-SW (1)
004490             CLOSE STREAM1-CONTROL
004500             GO TO 1100-EXIT
004510     END-READ.
004520     CLOSE STREAM1-CONTROL.
004530     MOVE S1-CONTROL-RECORD TO SC-STREAM-CONTROL.
004540     MOVE 1 TO SM-STR-SUB.
004550     PERFORM 1200-TAKE-ONE-CONTROL THRU 1200-EXIT.
004560 1100-EXIT.
004570     EXIT.
004580 1110-READ-CONTROL-2.
004590     OPEN INPUT STREAM2-CONTROL.
004600     IF SM-SC2-STATUS = "35"
004610         MOVE "N" TO SM-STR-PRESENT-SW (2)
004620         GO TO 1110-EXIT
004630     END-IF.
004640     IF SM-SC2-STATUS NOT = "00"
004650         DISPLAY "SUBMERGE - SVSTCTL2 OPEN ERROR "
004660                 SM-SC2-STATUS
004670         MOVE 99 TO RETURN-CODE
004680         GOBACK
004690     END-IF.
004700     READ STREAM2-CONTROL
004710         AT END
004720             MOVE "N" TO SM-STR-PRESENT-SW (2)
004730             CLOSE STREAM2-CONTROL
004740             GO TO 1110-EXIT
004750     END-READ.
004760     CLOSE STREAM2-CONTROL.
004770     MOVE S2-CONTROL-RECORD TO SC-STREAM-CONTROL.
004780     MOVE 2 TO SM-STR-SUB.
004790     PERFORM 1200-TAKE-ONE-CONTROL THRU 1200-EXIT.
004800 1110-EXIT.
004810     EXIT.
004820 1120-READ-CONTROL-3.
004830     OPEN INPUT STREAM3-CONTROL.
004840     IF SM-SC3-STATUS = "35"
004850         MOVE "N" TO SM-STR-PRESENT-SW (3)
004860         GO TO 1120-EXIT
004870     END-IF.
004880     IF SM-SC3-STATUS NOT = "00"
004890         DISPLAY "SUBMERGE - SVSTCTL3 OPEN ERROR "
004900                 SM-SC3-STATUS
004910         MOVE 99 TO RETURN-CODE
004920         GOBACK
004930     END-IF.
004940     READ STREAM3-CONTROL
004950         AT END
004960             MOVE "N" TO SM-STR-PRESENT-SW (3)
004970             CLOSE STREAM3-CONTROL
004980             GO TO 1120-EXIT
004990     END-READ.
005000     CLOSE STREAM3-CONTROL.
005010     MOVE S3-CONTROL-RECORD TO SC-STREAM-CONTROL.
005020     MOVE 3 TO SM-STR-SUB.
005030     PERFORM 1200-TAKE-ONE-CONTROL THRU 1200-EXIT.
005040 1120-EXIT.
005050     EXIT.
005060 1130-READ-CONTROL-4.
005070     OPEN INPUT STREAM4-CONTROL.
005080     IF SM-SC4-STATUS = "35"
005090         MOVE "N" TO SM-STR-PRESENT-SW (4)
005100         GO TO 1130-EXIT
005110     END-IF.
005120     IF SM-SC4-STATUS NOT = "00"
005130         DISPLAY "SUBMERGE - SVSTCTL4 OPEN ERROR "
005140                 SM-SC4-STATUS
005150         MOVE 99 TO RETURN-CODE
005160         GOBACK
005170     END-IF.
005180     READ STREAM4-CONTROL
005190         AT END
005200             MOVE "N" TO SM-STR-PRESENT-SW (4)
005210             CLOSE STREAM4-CONTROL
005220             GO TO 1130-EXIT
005230     END-READ.
005240     CLOSE STREAM4-CONTROL.
005250     MOVE S4-CONTROL-RECORD TO SC-STREAM-CONTROL.
005260     MOVE 4 TO SM-STR-SUB.
005270     PERFORM 1200-TAKE-ONE-CONTROL THRU 1200-EXIT.
005280 1130-EXIT.
005290     EXIT.
005300*-----------------------------------------------------------------
005310* ONE CONTROL RECORD FOLDS INTO THE COMBINED TOTALS.  THE RANGES
005320* MUST ARRIVE IN ASCENDING STREAM ORDER WITHOUT OVERLAP, AND EVERY
005330* STREAM MUST CARRY THE SAME BUSINESS DATE.
005340*-----------------------------------------------------------------
005350 1200-TAKE-ONE-CONTROL.
005360     MOVE "Y" TO SM-STR-PRESENT-SW (SM-STR-SUB).
005370     MOVE SC-RANGE-LOW  TO SM-STR-RANGE-LOW (SM-STR-SUB).
005380     MOVE SC-RANGE-HIGH TO SM-STR-RANGE-HIGH (SM-STR-SUB).
005390     IF SC-RANGE-LOW NOT > SM-PREV-HIGH
005400         DISPLAY "SUBMERGE - STREAM RANGES OVERLAP AT "
005410                 SC-RANGE-LOW
005420         MOVE "STREAM RANGES OVERLAP" TO SM-ABORT-MESSAGE
005430         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
005440     END-IF.
005450     MOVE SC-RANGE-HIGH TO SM-PREV-HIGH.
005460     IF SM-DATE-SET
005470         IF SC-BUSINESS-DATE NOT = SM-BUSINESS-DATE
005480             MOVE "STREAM BUSINESS DATES DISAGREE"
005490                     TO SM-ABORT-MESSAGE
005500             PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
005510         END-IF
005520     ELSE
005530         MOVE SC-BUSINESS-DATE TO SM-BUSINESS-DATE
005540         SET SM-DATE-SET TO TRUE
005550     END-IF.
005560     ADD SC-RECORD-COUNT    TO SM-TOT-RECORDS.
005570     ADD SC-ACCOUNT-COUNT   TO SM-TOT-ACCOUNTS.
005580     ADD SC-NET-VARIANCE    TO SM-TOT-NET-VARIANCE.
005590     ADD SC-EXCEPTION-COUNT TO SM-TOT-EXCEPTIONS.
005600     ADD SC-BILLED-HASH     TO SM-TOT-BILLED-HASH.
005610     ADD SC-PAID-HASH       TO SM-TOT-PAID-HASH.
005620     PERFORM 1300-MERGE-ONE-COMPANY THRU 1300-EXIT
005630         VARYING SM-SC-SUB FROM 1 BY 1
005640         UNTIL SM-SC-SUB > SC-CO-ENTRY-COUNT.
005650 1200-EXIT.
005660     EXIT.
005670 1300-MERGE-ONE-COMPANY.
005680     MOVE "N" TO SM-CO-FOUND-SW.
005690     PERFORM 1350-MATCH-CO-ENTRY THRU 1350-EXIT
005700         VARYING SM-CO-WORK-SUB FROM 1 BY 1
005710         UNTIL SM-CO-WORK-SUB > SM-CO-ENTRY-COUNT
005720            OR SM-CO-FOUND.
005730     IF NOT SM-CO-FOUND
005740         IF SM-CO-ENTRY-COUNT NOT < SM-CO-MAX
005750             MOVE "COMBINED COMPANY TABLE FULL"
005760                     TO SM-ABORT-MESSAGE
005770             PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
005780         END-IF
005790         ADD 1 TO SM-CO-ENTRY-COUNT
005800         MOVE SM-CO-ENTRY-COUNT TO SM-CO-SUB
005810         MOVE SC-CO-CODE (SM-SC-SUB) TO SM-CO-CODE (SM-CO-SUB)
005820         MOVE 0 TO SM-CO-RECORD-COUNT (SM-CO-SUB)
005830         MOVE 0 TO SM-CO-ACCT-COUNT (SM-CO-SUB)
005840         MOVE 0 TO SM-CO-NET-VARIANCE (SM-CO-SUB)
005850         MOVE 0 TO SM-CO-EXCEPTION-CNT (SM-CO-SUB)
005860         MOVE 0 TO SM-CO-BILLED-HASH (SM-CO-SUB)
005870         MOVE 0 TO SM-CO-PAID-HASH (SM-CO-SUB)
005880         PERFORM 1320-CLEAR-CO-TYPE THRU 1320-EXIT
005890             VARYING SM-TY-SUB FROM 1 BY 1
005900             UNTIL SM-TY-SUB > TC-TYPE-MAX
005910     END-IF.
005920     ADD SC-CO-RECORD-COUNT (SM-SC-SUB)
005930         TO SM-CO-RECORD-COUNT (SM-CO-SUB).
005940     ADD SC-CO-ACCT-COUNT (SM-SC-SUB)
005950         TO SM-CO-ACCT-COUNT (SM-CO-SUB).
005960     ADD SC-CO-NET-VARIANCE (SM-SC-SUB)
005970         TO SM-CO-NET-VARIANCE (SM-CO-SUB).
005980     ADD SC-CO-EXCEPTION-CNT (SM-SC-SUB)
005990         TO SM-CO-EXCEPTION-CNT (SM-CO-SUB).
006000     ADD SC-CO-BILLED-HASH (SM-SC-SUB)
006010         TO SM-CO-BILLED-HASH (SM-CO-SUB).
006020     ADD SC-CO-PAID-HASH (SM-SC-SUB)
006030         TO SM-CO-PAID-HASH (SM-CO-SUB).
006040     PERFORM 1330-MERGE-CO-TYPE THRU 1330-EXIT
006050         VARYING SM-TY-SUB FROM 1 BY 1
006060         UNTIL SM-TY-SUB > TC-TYPE-MAX.
006070 1300-EXIT.
006080     EXIT.
006090 1320-CLEAR-CO-TYPE.
006100     MOVE 0 TO SM-CO-TY-COUNT (SM-CO-SUB, SM-TY-SUB).
006110     MOVE 0 TO SM-CO-TY-BILLED (SM-CO-SUB, SM-TY-SUB).
006120     MOVE 0 TO SM-CO-TY-PAID (SM-CO-SUB, SM-TY-SUB).
006130 1320-EXIT.
006140     EXIT.
006150*-----------------------------------------------------------------
006160* EACH STREAM'S TYPE TOTALS GO TO THE COMPANY, FOR THE REPORT,
006170* AND TO THE NIGHT'S TYPE TOTALS, FOR THE TTRAILER PROOF.
006180*-----------------------------------------------------------------
006190 1330-MERGE-CO-TYPE.
006200     ADD SC-CO-TY-COUNT (SM-SC-SUB, SM-TY-SUB)
006210         TO SM-CO-TY-COUNT (SM-CO-SUB, SM-TY-SUB)
006220            SM-TOT-TY-COUNT (SM-TY-SUB).
006230     ADD SC-CO-TY-BILLED (SM-SC-SUB, SM-TY-SUB)
006240         TO SM-CO-TY-BILLED (SM-CO-SUB, SM-TY-SUB)
006250            SM-TOT-TY-BILLED (SM-TY-SUB).
006260     ADD SC-CO-TY-PAID (SM-SC-SUB, SM-TY-SUB)
006270         TO SM-CO-TY-PAID (SM-CO-SUB, SM-TY-SUB)
006280            SM-TOT-TY-PAID (SM-TY-SUB).
006290 1330-EXIT.
006300     EXIT.
006310 1350-MATCH-CO-ENTRY.
006320     IF SM-CO-CODE (SM-CO-WORK-SUB) = SC-CO-CODE (SM-SC-SUB)
006330         MOVE SM-CO-WORK-SUB TO SM-CO-SUB
006340         SET SM-CO-FOUND TO TRUE
006350     END-IF.
006360 1350-EXIT.
006370     EXIT.
006380*-----------------------------------------------------------------
006390* THE UPSTREAM TRAILER MUST AGREE WITH THE SUMMED STREAM TOTALS ON
006400* COUNT AND BOTH HASHES - A STREAM THAT DIED SHORT, A SLICE RUN
006410* TWICE, OR A GAP BETWEEN RANGES ALL DIE RIGHT HERE WITH LAST
006420* NIGHT'S COMBINED OUTPUTS STILL INTACT ON DISK.
006430*-----------------------------------------------------------------
006440 1500-VERIFY-TRAILER.
006450     OPEN INPUT TRANSACTION-FILE.
006460     IF SM-TRAN-STATUS NOT = "00"
006470         DISPLAY "SUBMERGE - TRANFILE OPEN ERROR " SM-TRAN-STATUS
006480         MOVE 99 TO RETURN-CODE
006490         GOBACK
006500     END-IF.
006510     MOVE "N" TO SM-EOF-SW.
006520     PERFORM 1550-SCAN-FOR-TRAILER THRU 1550-EXIT
006530         UNTIL SM-EOF.
006540     CLOSE TRANSACTION-FILE.
006550     IF NOT SM-TRAILER-FOUND
006560         MOVE "NO TRAILER RECORD ON TRANFILE" TO SM-ABORT-MESSAGE
006570         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
006580     END-IF.
006590     IF SM-TRLR-COUNT NOT = SM-TOT-RECORDS
006600         MOVE SM-TRLR-COUNT  TO SM-EDIT-CNT-TRLR
006610         MOVE SM-TOT-RECORDS TO SM-EDIT-CNT-FILE
006620         DISPLAY "SUBMERGE - TRAILER COUNT " SM-EDIT-CNT-TRLR
006630                 " STREAMS COUNT " SM-EDIT-CNT-FILE
006640         MOVE "STREAM RECORD COUNT MISMATCH" TO SM-ABORT-MESSAGE
006650         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
006660     END-IF.
006670     IF SM-TRLR-BILLED-HASH NOT = SM-TOT-BILLED-HASH
006680         MOVE SM-TRLR-BILLED-HASH TO SM-EDIT-AMT-TRLR
006690         MOVE SM-TOT-BILLED-HASH  TO SM-EDIT-AMT-FILE
006700         DISPLAY "SUBMERGE - TRAILER BILLED " SM-EDIT-AMT-TRLR
006710                 " STREAMS BILLED " SM-EDIT-AMT-FILE
006720         MOVE "STREAM BILLED HASH MISMATCH" TO SM-ABORT-MESSAGE
006730         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
006740     END-IF.
006750     IF SM-TRLR-PAID-HASH NOT = SM-TOT-PAID-HASH
006760         MOVE SM-TRLR-PAID-HASH TO SM-EDIT-AMT-TRLR
006770         MOVE SM-TOT-PAID-HASH  TO SM-EDIT-AMT-FILE
006780         DISPLAY "SUBMERGE - TRAILER PAID " SM-EDIT-AMT-TRLR
006790                 " STREAMS PAID " SM-EDIT-AMT-FILE
006800         MOVE "STREAM PAID HASH MISMATCH" TO SM-ABORT-MESSAGE
006810         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
006820     END-IF.
006830     PERFORM 1600-VERIFY-COMPANY-TRAILERS THRU 1600-EXIT.
006840     PERFORM 1700-VERIFY-TYPE-TRAILERS THRU 1700-EXIT.
006850 1500-EXIT.
006860     EXIT.
006870*-----------------------------------------------------------------
006880* THE TRAILER TOTALS ARE CAPTURED AS THE RECORDS GO PAST - THE
006890* RECORD AREA IS UNDEFINED ONCE THE READ LOOP HITS END OF FILE.
006900* EVERY CTRAILER IS KEPT TOO, SO THE COMPANY PROOF BELOW CAN
006910* MATCH THEM AGAINST THE SUMMED STREAM SUBTOTALS.
006920*-----------------------------------------------------------------
006930 1550-SCAN-FOR-TRAILER.
006940     READ TRANSACTION-FILE
006950         AT END SET SM-EOF TO TRUE
006960     END-READ.
006970     IF NOT SM-EOF
006980         EVALUATE TT-TRAILER-TAG
006990             WHEN "TRAILER"
007000                 MOVE TT-RECORD-COUNT TO SM-TRLR-COUNT
007010                 MOVE TT-BILLED-HASH  TO SM-TRLR-BILLED-HASH
007020                 MOVE TT-PAID-HASH    TO SM-TRLR-PAID-HASH
007030                 SET SM-TRAILER-FOUND TO TRUE
007040             WHEN "CTRAILER"
007050                 PERFORM 1560-TAKE-CO-TRAILER THRU 1560-EXIT
007060             WHEN "TTRAILER"
007070                 PERFORM 1570-TAKE-TYPE-TRAILER THRU 1570-EXIT
007080             WHEN OTHER
007090                 CONTINUE
007100         END-EVALUATE
007110     END-IF.
007120 1550-EXIT.
007130     EXIT.
007140 1560-TAKE-CO-TRAILER.
007150     IF SM-TRLR-CO-CNT NOT < SM-CO-MAX
007160         MOVE "TOO MANY COMPANY TRAILERS" TO SM-ABORT-MESSAGE
007170         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
007180     END-IF.
007190     ADD 1 TO SM-TRLR-CO-CNT.
007200     MOVE CT-COMPANY-CODE TO SM-TRLR-CO-CODE (SM-TRLR-CO-CNT).
007210     MOVE CT-RECORD-COUNT TO SM-TRLR-CO-COUNT (SM-TRLR-CO-CNT).
007220     MOVE CT-BILLED-HASH  TO SM-TRLR-CO-BILLED (SM-TRLR-CO-CNT).
007230     MOVE CT-PAID-HASH    TO SM-TRLR-CO-PAID (SM-TRLR-CO-CNT).
007240 1560-EXIT.
007250     EXIT.
007260 1570-TAKE-TYPE-TRAILER.
007270     MOVE "N" TO SM-TYPE-FOUND-SW.
007280     PERFORM 1580-MATCH-TRAN-TYPE THRU 1580-EXIT
007290         VARYING SM-TY-WORK-SUB FROM 1 BY 1
007300         UNTIL SM-TY-WORK-SUB > TC-TYPE-MAX
007310            OR SM-TYPE-FOUND.
007320     IF NOT SM-TYPE-FOUND
007330         DISPLAY "SUBMERGE - TTRAILER FOR UNKNOWN TYPE "
007340                 TY-TYPE-CODE
007350         MOVE "UNKNOWN TYPE ON TTRAILER" TO SM-ABORT-MESSAGE
007360         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
007370     END-IF.
007380     IF SM-TRLR-TY-SEEN (SM-TY-SUB)
007390         MOVE "DUPLICATE TYPE TRAILER" TO SM-ABORT-MESSAGE
007400         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
007410     END-IF.
007420     SET SM-TRLR-TY-SEEN (SM-TY-SUB) TO TRUE.
007430     MOVE TY-RECORD-COUNT TO SM-TRLR-TY-COUNT (SM-TY-SUB).
007440     MOVE TY-BILLED-HASH  TO SM-TRLR-TY-BILLED (SM-TY-SUB).
007450     MOVE TY-PAID-HASH    TO SM-TRLR-TY-PAID (SM-TY-SUB).
007460 1570-EXIT.
007470     EXIT.
007480 1580-MATCH-TRAN-TYPE.
007490     IF TC-TYPE-CODE (SM-TY-WORK-SUB) = TY-TYPE-CODE
007500         MOVE SM-TY-WORK-SUB TO SM-TY-SUB
007510         SET SM-TYPE-FOUND TO TRUE
007520     END-IF.
007530 1580-EXIT.
007540     EXIT.
007550*-----------------------------------------------------------------
007560* EVERY COMPANY THE STREAMS SAW MUST HAVE A CTRAILER THAT
007570* AGREES ON RECORD COUNT AND BOTH HASHES, AND THERE MUST BE
007580* EXACTLY AS MANY CTRAILERS AS COMPANIES - THE SAME PER-COMPANY
007590* PROOF A SINGLE-STREAM RUN APPLIES IN ITS PRE-PASS.  EACH
007600* COMPANY MUST ALSO BE ON THE COMPANY MASTER AND ACTIVE.
007610*-----------------------------------------------------------------
007620 1600-VERIFY-COMPANY-TRAILERS.
007630     IF SM-TRLR-CO-CNT NOT = SM-CO-ENTRY-COUNT
007640         MOVE "COMPANY TRAILER COUNT MISMATCH"
007650                 TO SM-ABORT-MESSAGE
007660         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
007670     END-IF.
007680     OPEN INPUT COMPANY-MASTER.
007690     IF SM-COMP-STATUS NOT = "00"
007700         DISPLAY "SUBMERGE - COMPMST OPEN ERROR " SM-COMP-STATUS
007710         MOVE 99 TO RETURN-CODE
007720         GOBACK
007730     END-IF.
007740     PERFORM 1610-VERIFY-ONE-COMPANY THRU 1610-EXIT
007750         VARYING SM-CO-SUB FROM 1 BY 1
007760         UNTIL SM-CO-SUB > SM-CO-ENTRY-COUNT.
007770     CLOSE COMPANY-MASTER.
007780 1600-EXIT.
007790     EXIT.
007800 1610-VERIFY-ONE-COMPANY.
007810     MOVE "N" TO SM-CO-FOUND-SW.
007820     PERFORM 1620-MATCH-TRLR-ENTRY THRU 1620-EXIT
007830         VARYING SM-CO-WORK-SUB FROM 1 BY 1
007840         UNTIL SM-CO-WORK-SUB > SM-TRLR-CO-CNT
007850            OR SM-CO-FOUND.
007860     IF NOT SM-CO-FOUND
007870         DISPLAY "SUBMERGE - NO CTRAILER FOR COMPANY "
007880                 SM-CO-CODE (SM-CO-SUB)
007890         MOVE "COMPANY TRAILER MISSING" TO SM-ABORT-MESSAGE
007900         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
007910     END-IF.
007920     IF SM-TRLR-CO-COUNT (SM-TC-SUB)
007930             NOT = SM-CO-RECORD-COUNT (SM-CO-SUB)
007940        OR SM-TRLR-CO-BILLED (SM-TC-SUB)
007950             NOT = SM-CO-BILLED-HASH (SM-CO-SUB)
007960        OR SM-TRLR-CO-PAID (SM-TC-SUB)
007970             NOT = SM-CO-PAID-HASH (SM-CO-SUB)
007980         DISPLAY "SUBMERGE - COMPANY " SM-CO-CODE (SM-CO-SUB)
007990                 " TOTALS DISAGREE WITH ITS CTRAILER"
008000         MOVE "COMPANY HASH MISMATCH" TO SM-ABORT-MESSAGE
008010         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
008020     END-IF.
008030     PERFORM 1630-CHECK-COMPANY-MASTER THRU 1630-EXIT.
008040 1610-EXIT.
008050     EXIT.
008060 1620-MATCH-TRLR-ENTRY.
008070     IF SM-TRLR-CO-CODE (SM-CO-WORK-SUB)
008080             = SM-CO-CODE (SM-CO-SUB)
008090         MOVE SM-CO-WORK-SUB TO SM-TC-SUB
008100         SET SM-CO-FOUND TO TRUE
008110     END-IF.
008120 1620-EXIT.
008130     EXIT.
008140 1630-CHECK-COMPANY-MASTER.
008150     MOVE SM-CO-CODE (SM-CO-SUB) TO CM-COMPANY-CODE.
008160     READ COMPANY-MASTER
008170         INVALID KEY
008180             DISPLAY "SUBMERGE - COMPANY " SM-CO-CODE (SM-CO-SUB)
008190                     " NOT ON COMPANY MASTER"
008200             MOVE "UNKNOWN COMPANY ON TRANFILE"
008210                     TO SM-ABORT-MESSAGE
008220             PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
008230     END-READ.
008240     IF NOT CM-ACTIVE
008250         DISPLAY "SUBMERGE - COMPANY " SM-CO-CODE (SM-CO-SUB)
008260                 " IS INACTIVE ON COMPANY MASTER"
008270         MOVE "INACTIVE COMPANY ON TRANFILE" TO SM-ABORT-MESSAGE
008280         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
008290     END-IF.
008300     MOVE CM-COMPANY-NAME  TO SM-CM-NAME (SM-CO-SUB).
008310     MOVE CM-LEDGER-ID     TO SM-CM-LEDGER (SM-CO-SUB).
008320     MOVE CM-CURRENCY-CODE TO SM-CM-CURRENCY (SM-CO-SUB).
008330 1630-EXIT.
008340     EXIT.
008350*-----------------------------------------------------------------
008360* EVERY TYPE THE STREAMS SAW MUST HAVE A TTRAILER, AND EVERY
008370* TTRAILER MUST AGREE WITH THE SUMMED STREAM TYPE TOTALS - THE
008380* SAME PER-TYPE PROOF A SINGLE-STREAM RUN APPLIES IN ITS
008390* PRE-PASS.  A ZERO TTRAILER FOR AN UNUSED TYPE PROVES CLEAN.
008400*-----------------------------------------------------------------
008410 1700-VERIFY-TYPE-TRAILERS.
008420     PERFORM 1710-VERIFY-ONE-TYPE THRU 1710-EXIT
008430         VARYING SM-TY-SUB FROM 1 BY 1
008440         UNTIL SM-TY-SUB > TC-TYPE-MAX.
008450 1700-EXIT.
008460     EXIT.
008470 1710-VERIFY-ONE-TYPE.
008480     IF NOT SM-TRLR-TY-SEEN (SM-TY-SUB)
008490         IF SM-TOT-TY-COUNT (SM-TY-SUB) = 0
008500             GO TO 1710-EXIT
008510         END-IF
008520         DISPLAY "SUBMERGE - NO TTRAILER FOR TYPE "
008530                 TC-TYPE-CODE (SM-TY-SUB)
008540         MOVE "TYPE TRAILER MISSING" TO SM-ABORT-MESSAGE
008550         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
008560     END-IF.
008570     IF SM-TRLR-TY-COUNT (SM-TY-SUB)
008580             NOT = SM-TOT-TY-COUNT (SM-TY-SUB)
008590        OR SM-TRLR-TY-BILLED (SM-TY-SUB)
008600             NOT = SM-TOT-TY-BILLED (SM-TY-SUB)
008610        OR SM-TRLR-TY-PAID (SM-TY-SUB)
008620             NOT = SM-TOT-TY-PAID (SM-TY-SUB)
008630         DISPLAY "SUBMERGE - TYPE " TC-TYPE-CODE (SM-TY-SUB)
008640                 " TOTALS DISAGREE WITH ITS TTRAILER"
008650         MOVE "TYPE HASH MISMATCH" TO SM-ABORT-MESSAGE
008660         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
008670     END-IF.
008680 1710-EXIT.
008690     EXIT.
008700 1900-MERGE-ABORT.
008710     DISPLAY "SUBMERGE - " SM-ABORT-MESSAGE.
008720     MOVE SM-ABORT-MESSAGE TO SM-AUDIT-DETAIL.
008730     CALL "AUDITLOG" USING "SUBMERGE  "
008740                            "ABORT     "
008750                            SM-AUDIT-DETAIL.
008760     MOVE 99 TO RETURN-CODE.
008770     GOBACK.
008780 1900-EXIT.
008790     EXIT.
008800*-----------------------------------------------------------------
008810* THE RANGES ARE CONTIGUOUS AND ASCENDING, SO CONCATENATING THE
008820* SLICES IN STREAM ORDER YIELDS THE REPORTS AND THE GL EXTRACT IN
008830* ACCOUNT ORDER, EXACTLY AS A SINGLE-STREAM RUN WRITES THEM.  THE
008840* COMBINED COMPANY SUBTOTALS AND CONTROL-TOTAL TRAILER GO ON THE
008850* END OF THE VARIANCE REPORT.
008860*-----------------------------------------------------------------
008870 4000-COMBINE-OUTPUTS.
008880     OPEN OUTPUT VARIANCE-REPORT.
008890     IF SM-VARI-STATUS NOT = "00"
008900         DISPLAY "SUBMERGE - VARIRPT OPEN ERROR " SM-VARI-STATUS
008910         MOVE 99 TO RETURN-CODE
008920         GOBACK
008930     END-IF.
008940     OPEN OUTPUT EXCEPTION-REPORT.
008950     IF SM-EXCP-STATUS NOT = "00"
008960         DISPLAY "SUBMERGE - EXCPRPT OPEN ERROR " SM-EXCP-STATUS
008970         MOVE 99 TO RETURN-CODE
008980         GOBACK
008990     END-IF.
009000     OPEN OUTPUT GL-EXTRACT-FILE.
009010     IF SM-GLEX-STATUS NOT = "00"
009020         DISPLAY "SUBMERGE - GLEXTR OPEN ERROR " SM-GLEX-STATUS
009030         MOVE 99 TO RETURN-CODE
009040         GOBACK
009050     END-IF.
009060     IF SM-STR-PRESENT (1)
009070         PERFORM 4110-COPY-STREAM-1 THRU 4110-EXIT
009080     END-IF.
009090     IF SM-STR-PRESENT (2)
009100         PERFORM 4120-COPY-STREAM-2 THRU 4120-EXIT
009110     END-IF.
009120     IF SM-STR-PRESENT (3)
009130         PERFORM 4130-COPY-STREAM-3 THRU 4130-EXIT
009140     END-IF.
009150     IF SM-STR-PRESENT (4)
009160         PERFORM 4140-COPY-STREAM-4 THRU 4140-EXIT
009170     END-IF.
009180     PERFORM 4500-WRITE-COMPANY-LINE THRU 4500-EXIT
009190         VARYING SM-CO-SUB FROM 1 BY 1
009200         UNTIL SM-CO-SUB > SM-CO-ENTRY-COUNT.
009210     MOVE "COMPANY NET VARIANCE BY TRANSACTION TYPE"
009220             TO VARIANCE-LINE.
009230     WRITE VARIANCE-LINE.
009240     IF SM-VARI-STATUS NOT = "00"
009250         DISPLAY "SUBMERGE - VARIRPT WRITE ERROR " SM-VARI-STATUS
009260         MOVE 99 TO RETURN-CODE
009270         GOBACK
009280     END-IF.
009290     PERFORM 4550-WRITE-COMPANY-TYPES THRU 4550-EXIT
009300         VARYING SM-CO-SUB FROM 1 BY 1
009310         UNTIL SM-CO-SUB > SM-CO-ENTRY-COUNT.
009320     MOVE SM-TOT-RECORDS      TO SM-TRAILER-EDIT-COUNT.
009330     MOVE SM-TOT-ACCOUNTS     TO SM-TRAILER-EDIT-ACCTS.
009340     MOVE SM-TOT-NET-VARIANCE TO SM-TRAILER-EDIT-NET.
009350     MOVE SPACES TO VARIANCE-LINE.
009360     STRING "RECORDS PROCESSED: "   DELIMITED BY SIZE
009370            SM-TRAILER-EDIT-COUNT   DELIMITED BY SIZE
009380            ", ACCOUNTS: "          DELIMITED BY SIZE
009390            SM-TRAILER-EDIT-ACCTS   DELIMITED BY SIZE
009400            ", NET VARIANCE: "      DELIMITED BY SIZE
009410            SM-TRAILER-EDIT-NET     DELIMITED BY SIZE
009420       INTO VARIANCE-LINE.
009430     WRITE VARIANCE-LINE.
009440     IF SM-VARI-STATUS NOT = "00"
009450         DISPLAY "SUBMERGE - VARIRPT WRITE ERROR " SM-VARI-STATUS
009460         MOVE 99 TO RETURN-CODE
009470         GOBACK
009480     END-IF.
009490     DISPLAY VARIANCE-LINE.
009500     CLOSE VARIANCE-REPORT.
009510     CLOSE EXCEPTION-REPORT.
009520     CLOSE GL-EXTRACT-FILE.
009530*    THE STREAMS LEFT THEIR JOURNALS UNRELEASED - THE COMBINED
009540*    FILE IS PROVED AND RELEASED HERE, ONCE FOR THE NIGHT.
009550     CALL "GLRLSE" USING "SUBMERGE  "
009560                          SM-GL-HELD-COUNT.
009570 4000-EXIT.
009580     EXIT.
009590 4110-COPY-STREAM-1.
009600     OPEN INPUT STREAM1-VARIANCE.
009610     IF SM-SV1-STATUS NOT = "00"
009620         DISPLAY "SUBMERGE - VARIRPT1 OPEN ERROR " SM-SV1-STATUS
009630         MOVE "STREAM SLICE FILE MISSING" TO SM-ABORT-MESSAGE
009640         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
009650     END-IF.
009660     MOVE "N" TO SM-EOF-SW.
009670     PERFORM 4111-COPY-ONE THRU 4111-EXIT
009680         UNTIL SM-EOF.
009690     CLOSE STREAM1-VARIANCE.
009700     OPEN INPUT STREAM1-EXCEPTION.
009710     IF SM-SE1-STATUS NOT = "00"
009720         DISPLAY "SUBMERGE - EXCPRPT1 OPEN ERROR " SM-SE1-STATUS
009730         MOVE "STREAM SLICE FILE MISSING" TO SM-ABORT-MESSAGE
009740         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
009750     END-IF.
009760     MOVE "N" TO SM-EOF-SW.
009770     PERFORM 4112-COPY-ONE THRU 4112-EXIT
009780         UNTIL SM-EOF.
009790     CLOSE STREAM1-EXCEPTION.
009800     OPEN INPUT STREAM1-GLEXTR.
009810     IF SM-SG1-STATUS NOT = "00"
009820         DISPLAY "SUBMERGE - GLEXTR1 OPEN ERROR " SM-SG1-STATUS
009830         MOVE "STREAM SLICE FILE MISSING" TO SM-ABORT-MESSAGE
009840         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
009850     END-IF.
009860     MOVE "N" TO SM-EOF-SW.
009870     PERFORM 4113-COPY-ONE THRU 4113-EXIT
009880         UNTIL SM-EOF.
009890     CLOSE STREAM1-GLEXTR.
009900 4110-EXIT.
009910     EXIT.
009920 4111-COPY-ONE.
009930     READ STREAM1-VARIANCE
009940         AT END SET SM-EOF TO TRUE
009950     END-READ.
009960     IF NOT SM-EOF
009970         WRITE VARIANCE-LINE FROM S1-VARIANCE-LINE
009980     END-IF.
009990 4111-EXIT.
010000     EXIT.
010010 4112-COPY-ONE.
010020     READ STREAM1-EXCEPTION
010030         AT END SET SM-EOF TO TRUE
010040     END-READ.
010050     IF NOT SM-EOF
010060         WRITE EXCEPTION-LINE FROM S1-EXCEPTION-LINE
010070     END-IF.
010080 4112-EXIT.
010090     EXIT.
010100 4113-COPY-ONE.
010110     READ STREAM1-GLEXTR
010120         AT END SET SM-EOF TO TRUE
010130     END-READ.
010140     IF NOT SM-EOF
010150         MOVE S1-GLEXTR-RECORD TO GL-EXTRACT-RECORD
010160         WRITE GL-EXTRACT-RECORD
010170     END-IF.
010180 4113-EXIT.
010190     EXIT.
010200 4120-COPY-STREAM-2.
010210     OPEN INPUT STREAM2-VARIANCE.
010220     IF SM-SV2-STATUS NOT = "00"
010230         DISPLAY "SUBMERGE - VARIRPT2 OPEN ERROR " SM-SV2-STATUS
010240         MOVE "STREAM SLICE FILE MISSING" TO SM-ABORT-MESSAGE
010250         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
010260     END-IF.
010270     MOVE "N" TO SM-EOF-SW.
010280     PERFORM 4121-COPY-ONE THRU 4121-EXIT
010290         UNTIL SM-EOF.
010300     CLOSE STREAM2-VARIANCE.
010310     OPEN INPUT STREAM2-EXCEPTION.
010320     IF SM-SE2-STATUS NOT = "00"
010330         DISPLAY "SUBMERGE - EXCPRPT2 OPEN ERROR " SM-SE2-STATUS
010340         MOVE "STREAM SLICE FILE MISSING" TO SM-ABORT-MESSAGE
010350         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
010360     END-IF.
010370     MOVE "N" TO SM-EOF-SW.
010380     PERFORM 4122-COPY-ONE THRU 4122-EXIT
010390         UNTIL SM-EOF.
010400     CLOSE STREAM2-EXCEPTION.
010410     OPEN INPUT STREAM2-GLEXTR.
010420     IF SM-SG2-STATUS NOT = "00"
010430         DISPLAY "SUBMERGE - GLEXTR2 OPEN ERROR " SM-SG2-STATUS
010440         MOVE "STREAM SLICE FILE MISSING" TO SM-ABORT-MESSAGE
010450         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
010460     END-IF.
010470     MOVE "N" TO SM-EOF-SW.
010480     PERFORM 4123-COPY-ONE THRU 4123-EXIT
010490         UNTIL SM-EOF.
010500     CLOSE STREAM2-GLEXTR.
010510 4120-EXIT.
010520     EXIT.
010530 4121-COPY-ONE.
010540     READ STREAM2-VARIANCE
010550         AT END SET SM-EOF TO TRUE
010560     END-READ.
010570     IF NOT SM-EOF
010580         WRITE VARIANCE-LINE FROM S2-VARIANCE-LINE
010590     END-IF.
010600 4121-EXIT.
010610     EXIT.
010620 4122-COPY-ONE.
010630     READ STREAM2-EXCEPTION
010640         AT END SET SM-EOF TO TRUE
010650     END-READ.
010660     IF NOT SM-EOF
010670         WRITE EXCEPTION-LINE FROM S2-EXCEPTION-LINE
010680     END-IF.
010690 4122-EXIT.
010700     EXIT.
010710 4123-COPY-ONE.
010720     READ STREAM2-GLEXTR
010730         AT END SET SM-EOF TO TRUE
010740     END-READ.
010750     IF NOT SM-EOF
010760         MOVE S2-GLEXTR-RECORD TO GL-EXTRACT-RECORD
010770         WRITE GL-EXTRACT-RECORD
010780     END-IF.
010790 4123-EXIT.
010800     EXIT.
010810 4130-COPY-STREAM-3.
010820     OPEN INPUT STREAM3-VARIANCE.
010830     IF SM-SV3-STATUS NOT = "00"
010840         DISPLAY "SUBMERGE - VARIRPT3 OPEN ERROR " SM-SV3-STATUS
010850         MOVE "STREAM SLICE FILE MISSING" TO SM-ABORT-MESSAGE
010860         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
010870     END-IF.
010880     MOVE "N" TO SM-EOF-SW.
010890     PERFORM 4131-COPY-ONE THRU 4131-EXIT
010900         UNTIL SM-EOF.
010910     CLOSE STREAM3-VARIANCE.
010920     OPEN INPUT STREAM3-EXCEPTION.
010930     IF SM-SE3-STATUS NOT = "00"
010940         DISPLAY "SUBMERGE - EXCPRPT3 OPEN ERROR " SM-SE3-STATUS
010950         MOVE "STREAM SLICE FILE MISSING" TO SM-ABORT-MESSAGE
010960         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
010970     END-IF.
010980     MOVE "N" TO SM-EOF-SW.
010990     PERFORM 4132-COPY-ONE THRU 4132-EXIT
011000         UNTIL SM-EOF.
011010     CLOSE STREAM3-EXCEPTION.
011020     OPEN INPUT STREAM3-GLEXTR.
011030     IF SM-SG3-STATUS NOT = "00"
011040         DISPLAY "SUBMERGE - GLEXTR3 OPEN ERROR " SM-SG3-STATUS
011050         MOVE "STREAM SLICE FILE MISSING" TO SM-ABORT-MESSAGE
011060         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
011070     END-IF.
011080     MOVE "N" TO SM-EOF-SW.
011090     PERFORM 4133-COPY-ONE THRU 4133-EXIT
011100         UNTIL SM-EOF.
011110     CLOSE STREAM3-GLEXTR.
011120 4130-EXIT.
011130     EXIT.
011140 4131-COPY-ONE.
011150     READ STREAM3-VARIANCE
011160         AT END SET SM-EOF TO TRUE
011170     END-READ.
011180     IF NOT SM-EOF
011190         WRITE VARIANCE-LINE FROM S3-VARIANCE-LINE
011200     END-IF.
011210 4131-EXIT.
011220     EXIT.
011230 4132-COPY-ONE.
011240     READ STREAM3-EXCEPTION
011250         AT END SET SM-EOF TO TRUE
011260     END-READ.
011270     IF NOT SM-EOF
011280         WRITE EXCEPTION-LINE FROM S3-EXCEPTION-LINE
011290     END-IF.
011300 4132-EXIT.
011310     EXIT.
011320 4133-COPY-ONE.
011330     READ STREAM3-GLEXTR
011340         AT END SET SM-EOF TO TRUE
011350     END-READ.
011360     IF NOT SM-EOF
011370         MOVE S3-GLEXTR-RECORD TO GL-EXTRACT-RECORD
011380         WRITE GL-EXTRACT-RECORD
011390     END-IF.
011400 4133-EXIT.
011410     EXIT.
011420 4140-COPY-STREAM-4.
011430     OPEN INPUT STREAM4-VARIANCE.
011440     IF SM-SV4-STATUS NOT = "00"
011450         DISPLAY "SUBMERGE - VARIRPT4 OPEN ERROR " SM-SV4-STATUS
011460         MOVE "STREAM SLICE FILE MISSING" TO SM-ABORT-MESSAGE
011470         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
011480     END-IF.
011490     MOVE "N" TO SM-EOF-SW.
011500     PERFORM 4141-COPY-ONE THRU 4141-EXIT
011510         UNTIL SM-EOF.
011520     CLOSE STREAM4-VARIANCE.
011530     OPEN INPUT STREAM4-EXCEPTION.
011540     IF SM-SE4-STATUS NOT = "00"
011550         DISPLAY "SUBMERGE - EXCPRPT4 OPEN ERROR " SM-SE4-STATUS
011560         MOVE "STREAM SLICE FILE MISSING" TO SM-ABORT-MESSAGE
011570         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
011580     END-IF.
011590     MOVE "N" TO SM-EOF-SW.
011600     PERFORM 4142-COPY-ONE THRU 4142-EXIT
011610         UNTIL SM-EOF.
011620     CLOSE STREAM4-EXCEPTION.
011630     OPEN INPUT STREAM4-GLEXTR.
011640     IF SM-SG4-STATUS NOT = "00"
011650         DISPLAY "SUBMERGE - GLEXTR4 OPEN ERROR " SM-SG4-STATUS
011660         MOVE "STREAM SLICE FILE MISSING" TO SM-ABORT-MESSAGE
011670         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
011680     END-IF.
011690     MOVE "N" TO SM-EOF-SW.
011700     PERFORM 4143-COPY-ONE THRU 4143-EXIT
011710         UNTIL SM-EOF.
011720     CLOSE STREAM4-GLEXTR.
011730 4140-EXIT.
011740     EXIT.
011750 4141-COPY-ONE.
011760     READ STREAM4-VARIANCE
011770         AT END SET SM-EOF TO TRUE
011780     END-READ.
011790     IF NOT SM-EOF
011800         WRITE VARIANCE-LINE FROM S4-VARIANCE-LINE
011810     END-IF.
011820 4141-EXIT.
011830     EXIT.
011840 4142-COPY-ONE.
011850     READ STREAM4-EXCEPTION
011860         AT END SET SM-EOF TO TRUE
011870     END-READ.
011880     IF NOT SM-EOF
011890         WRITE EXCEPTION-LINE FROM S4-EXCEPTION-LINE
011900     END-IF.
011910 4142-EXIT.
011920     EXIT.
011930 4143-COPY-ONE.
011940     READ STREAM4-GLEXTR
011950         AT END SET SM-EOF TO TRUE
011960     END-READ.
011970     IF NOT SM-EOF
011980         MOVE S4-GLEXTR-RECORD TO GL-EXTRACT-RECORD
011990         WRITE GL-EXTRACT-RECORD
012000     END-IF.
012010 4143-EXIT.
012020     EXIT.
012030 4500-WRITE-COMPANY-LINE.
012040     MOVE SPACES TO VARIANCE-LINE.
012050     STRING "COMPANY "               DELIMITED BY SIZE
012060            SM-CO-CODE (SM-CO-SUB)   DELIMITED BY SIZE
012070            "  "                     DELIMITED BY SIZE
012080            SM-CM-NAME (SM-CO-SUB)   DELIMITED BY SIZE
012090            "  LEDGER "              DELIMITED BY SIZE
012100            SM-CM-LEDGER (SM-CO-SUB) DELIMITED BY SIZE
012110            "  CURRENCY "            DELIMITED BY SIZE
012120            SM-CM-CURRENCY (SM-CO-SUB)
012130                                     DELIMITED BY SIZE
012140       INTO VARIANCE-LINE.
012150     WRITE VARIANCE-LINE.
012160     IF SM-VARI-STATUS NOT = "00"
012170         DISPLAY "SUBMERGE - VARIRPT WRITE ERROR " SM-VARI-STATUS
012180         MOVE 99 TO RETURN-CODE
012190         GOBACK
012200     END-IF.
012210     MOVE SM-CO-RECORD-COUNT (SM-CO-SUB)  TO SM-EDIT-CO-RECORDS.
012220     MOVE SM-CO-ACCT-COUNT (SM-CO-SUB)    TO SM-EDIT-CO-ACCTS.
012230     MOVE SM-CO-NET-VARIANCE (SM-CO-SUB)  TO SM-EDIT-CO-NET.
012240     MOVE SM-CO-EXCEPTION-CNT (SM-CO-SUB) TO SM-EDIT-CO-EXC.
012250     MOVE SPACES TO VARIANCE-LINE.
012260     STRING "COMPANY "             DELIMITED BY SIZE
012270            SM-CO-CODE (SM-CO-SUB) DELIMITED BY SIZE
012280            "  RECORDS: "          DELIMITED BY SIZE
012290            SM-EDIT-CO-RECORDS     DELIMITED BY SIZE
012300            "  ACCTS: "            DELIMITED BY SIZE
012310            SM-EDIT-CO-ACCTS       DELIMITED BY SIZE
012320            "  NET: "              DELIMITED BY SIZE
012330            SM-EDIT-CO-NET         DELIMITED BY SIZE
012340            "  EXC: "              DELIMITED BY SIZE
012350            SM-EDIT-CO-EXC         DELIMITED BY SIZE
012360       INTO VARIANCE-LINE.
012370     WRITE VARIANCE-LINE.
012380     IF SM-VARI-STATUS NOT = "00"
012390         DISPLAY "SUBMERGE - VARIRPT WRITE ERROR " SM-VARI-STATUS
012400         MOVE 99 TO RETURN-CODE
012410         GOBACK
012420     END-IF.
012430 4500-EXIT.
012440     EXIT.
012450*-----------------------------------------------------------------
012460* THE BY-TYPE SECTION, LAID OUT EXACTLY AS SUBVERB WRITES IT.
012470*-----------------------------------------------------------------
012480 4550-WRITE-COMPANY-TYPES.
012490     PERFORM 4560-WRITE-TYPE-LINE THRU 4560-EXIT
012500         VARYING SM-TY-SUB FROM 1 BY 1
012510         UNTIL SM-TY-SUB > TC-TYPE-MAX.
012520 4550-EXIT.
012530     EXIT.
012540 4560-WRITE-TYPE-LINE.
012550     IF SM-CO-TY-COUNT (SM-CO-SUB, SM-TY-SUB) = 0
012560         GO TO 4560-EXIT
012570     END-IF.
012580     COMPUTE SM-TY-NET = SM-CO-TY-PAID (SM-CO-SUB, SM-TY-SUB)
012590                       - SM-CO-TY-BILLED (SM-CO-SUB, SM-TY-SUB).
012600     MOVE SM-CO-TY-COUNT (SM-CO-SUB, SM-TY-SUB)
012610             TO SM-EDIT-TY-RECORDS.
012620     MOVE SM-TY-NET TO SM-EDIT-TY-NET.
012630     MOVE SPACES TO VARIANCE-LINE.
012640     STRING "COMPANY "               DELIMITED BY SIZE
012650            SM-CO-CODE (SM-CO-SUB)   DELIMITED BY SIZE
012660            "    TYPE "              DELIMITED BY SIZE
012670            TC-TYPE-CODE (SM-TY-SUB) DELIMITED BY SIZE
012680            " "                      DELIMITED BY SIZE
012690            TC-TYPE-NAME (SM-TY-SUB) DELIMITED BY SIZE
012700            " RECORDS: "             DELIMITED BY SIZE
012710            SM-EDIT-TY-RECORDS       DELIMITED BY SIZE
012720            "  NET: "                DELIMITED BY SIZE
012730            SM-EDIT-TY-NET           DELIMITED BY SIZE
012740       INTO VARIANCE-LINE.
012750     WRITE VARIANCE-LINE.
012760     IF SM-VARI-STATUS NOT = "00"
012770         DISPLAY "SUBMERGE - VARIRPT WRITE ERROR " SM-VARI-STATUS
012780         MOVE 99 TO RETURN-CODE
012790         GOBACK
012800     END-IF.
012810 4560-EXIT.
012820     EXIT.
012830*-----------------------------------------------------------------
012840* THE STAGED EXCEPTIONS POST TO THE EXCEPTION MASTER ONCE FOR ALL
012850* STREAMS, WITH EXACTLY THE NEW/RECURRING/FIRST-SEEN RULES THE
012860* SINGLE-STREAM TOLERANCE CHECK APPLIES.
012870*-----------------------------------------------------------------
012880 5000-POST-EXCEPTIONS.
012890     CALL "EXCASGN" USING "L" SM-EW-TIER AH-ASSIGN-HIST-RECORD.
012900     OPEN I-O EXCEPTION-MASTER.
012910     IF SM-EXCM-STATUS = "35"
012920         OPEN OUTPUT EXCEPTION-MASTER
012930         CLOSE EXCEPTION-MASTER
012940         OPEN I-O EXCEPTION-MASTER
012950     END-IF.
012960     IF SM-EXCM-STATUS NOT = "00"
012970         DISPLAY "SUBMERGE - EXCPMST OPEN ERROR " SM-EXCM-STATUS
012980         MOVE 99 TO RETURN-CODE
012990         GOBACK
013000     END-IF.
013010     IF SM-STR-PRESENT (1)
013020         PERFORM 5110-POST-STREAM-1 THRU 5110-EXIT
013030     END-IF.
013040     IF SM-STR-PRESENT (2)
013050         PERFORM 5120-POST-STREAM-2 THRU 5120-EXIT
013060     END-IF.
013070     IF SM-STR-PRESENT (3)
013080         PERFORM 5130-POST-STREAM-3 THRU 5130-EXIT
013090     END-IF.
013100     IF SM-STR-PRESENT (4)
013110         PERFORM 5140-POST-STREAM-4 THRU 5140-EXIT
013120     END-IF.
013130     CLOSE EXCEPTION-MASTER.
013140     CALL "EXCASGN" USING "C" SM-EW-TIER AH-ASSIGN-HIST-RECORD.
013150     IF SM-UNASSIGNED-COUNT > 0
013160         DISPLAY "SUBMERGE - " SM-UNASSIGNED-COUNT
013170                 " EXCEPTIONS LEFT UNASSIGNED - NO "
013180                 "ASGNRULE ANALYST AVAILABLE"
013190     END-IF.
013200 5000-EXIT.
013210     EXIT.
013220 5110-POST-STREAM-1.
013230     OPEN INPUT STREAM1-EXCPWORK.
013240     IF SM-SW1-STATUS NOT = "00"
013250         DISPLAY "SUBMERGE - EXCPWRK1 OPEN ERROR " SM-SW1-STATUS
013260         MOVE "STREAM SLICE FILE MISSING" TO SM-ABORT-MESSAGE
013270         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
013280     END-IF.
013290     MOVE "N" TO SM-EOF-SW.
013300     PERFORM 5115-POST-ONE THRU 5115-EXIT
013310         UNTIL SM-EOF.
013320     CLOSE STREAM1-EXCPWORK.
013330 5110-EXIT.
013340     EXIT.
013350 5115-POST-ONE.
013360     READ STREAM1-EXCPWORK
013370         AT END SET SM-EOF TO TRUE
013380     END-READ.
013390     IF NOT SM-EOF
013400         MOVE S1-EXCPWORK-RECORD TO SM-EW-WORK
013410         PERFORM 5200-POST-EXCEPTION THRU 5200-EXIT
013420     END-IF.
013430 5115-EXIT.
013440     EXIT.
013450 5120-POST-STREAM-2.
013460     OPEN INPUT STREAM2-EXCPWORK.
013470     IF SM-SW2-STATUS NOT = "00"
013480         DISPLAY "SUBMERGE - EXCPWRK2 OPEN ERROR " SM-SW2-STATUS
013490         MOVE "STREAM SLICE FILE MISSING" TO SM-ABORT-MESSAGE
013500         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
013510     END-IF.
013520     MOVE "N" TO SM-EOF-SW.
013530     PERFORM 5125-POST-ONE THRU 5125-EXIT
013540         UNTIL SM-EOF.
013550     CLOSE STREAM2-EXCPWORK.
013560 5120-EXIT.
013570     EXIT.
013580 5125-POST-ONE.
013590     READ STREAM2-EXCPWORK
013600         AT END SET SM-EOF TO TRUE
013610     END-READ.
013620     IF NOT SM-EOF
013630         MOVE S2-EXCPWORK-RECORD TO SM-EW-WORK
013640         PERFORM 5200-POST-EXCEPTION THRU 5200-EXIT
013650     END-IF.
013660 5125-EXIT.
013670     EXIT.
013680 5130-POST-STREAM-3.
013690     OPEN INPUT STREAM3-EXCPWORK.
013700     IF SM-SW3-STATUS NOT = "00"
013710         DISPLAY "SUBMERGE - EXCPWRK3 OPEN ERROR " SM-SW3-STATUS
013720         MOVE "STREAM SLICE FILE MISSING" TO SM-ABORT-MESSAGE
013730         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
013740     END-IF.
013750     MOVE "N" TO SM-EOF-SW.
013760     PERFORM 5135-POST-ONE THRU 5135-EXIT
013770         UNTIL SM-EOF.
013780     CLOSE STREAM3-EXCPWORK.
013790 5130-EXIT.
013800     EXIT.
013810 5135-POST-ONE.
013820     READ STREAM3-EXCPWORK
013830         AT END SET SM-EOF TO TRUE
013840     END-READ.
013850     IF NOT SM-EOF
013860         MOVE S3-EXCPWORK-RECORD TO SM-EW-WORK
013870         PERFORM 5200-POST-EXCEPTION THRU 5200-EXIT
013880     END-IF.
013890 5135-EXIT.
013900     EXIT.
013910 5140-POST-STREAM-4.
013920     OPEN INPUT STREAM4-EXCPWORK.
013930     IF SM-SW4-STATUS NOT = "00"
013940         DISPLAY "SUBMERGE - EXCPWRK4 OPEN ERROR " SM-SW4-STATUS
013950         MOVE "STREAM SLICE FILE MISSING" TO SM-ABORT-MESSAGE
013960         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
013970     END-IF.
013980     MOVE "N" TO SM-EOF-SW.
013990     PERFORM 5145-POST-ONE THRU 5145-EXIT
014000         UNTIL SM-EOF.
014010     CLOSE STREAM4-EXCPWORK.
014020 5140-EXIT.
014030     EXIT.
014040 5145-POST-ONE.
014050     READ STREAM4-EXCPWORK
014060         AT END SET SM-EOF TO TRUE
014070     END-READ.
014080     IF NOT SM-EOF
014090         MOVE S4-EXCPWORK-RECORD TO SM-EW-WORK
014100         PERFORM 5200-POST-EXCEPTION THRU 5200-EXIT
014110     END-IF.
014120 5145-EXIT.
014130     EXIT.
014140 5200-POST-EXCEPTION.
014150     MOVE SM-EW-ACCOUNT TO EX-ACCOUNT-ID.
014160     READ EXCEPTION-MASTER
014170         INVALID KEY
014180             PERFORM 5300-ADD-NEW-EXCEPTION THRU 5300-EXIT
014190         NOT INVALID KEY
014200             PERFORM 5400-UPDATE-EXCEPTION THRU 5400-EXIT
014210     END-READ.
014220 5200-EXIT.
014230     EXIT.
014240 5300-ADD-NEW-EXCEPTION.
014250     MOVE SPACES           TO EX-EXCEPTION-RECORD.
014260     MOVE SM-EW-ACCOUNT    TO EX-ACCOUNT-ID.
014270     MOVE SM-BUSINESS-DATE TO EX-FIRST-SEEN.
014280     MOVE SM-BUSINESS-DATE TO EX-LAST-SEEN.
014290     MOVE "N"              TO EX-STATUS.
014300     MOVE SM-EW-VARIANCE   TO EX-LAST-VARIANCE.
014310     MOVE 0                TO EX-RESOLVE-DATE.
014320     MOVE SPACES           TO EX-RESOLVE-NOTE.
014330     MOVE SM-EW-COMPANY    TO EX-COMPANY-CODE.
014340     PERFORM 5500-ASSIGN-ANALYST THRU 5500-EXIT.
014350     WRITE EX-EXCEPTION-RECORD
014360         INVALID KEY
014370             CONTINUE
014380     END-WRITE.
014390     IF SM-EXCM-STATUS NOT = "00"
014400         DISPLAY "SUBMERGE - EXCPMST WRITE ERROR " SM-EXCM-STATUS
014410         MOVE 99 TO RETURN-CODE
014420         GOBACK
014430     END-IF.
014440 5300-EXIT.
014450     EXIT.
014460 5400-UPDATE-EXCEPTION.
014470     MOVE SM-BUSINESS-DATE TO EX-LAST-SEEN.
014480     MOVE SM-EW-COMPANY    TO EX-COMPANY-CODE.
014490     MOVE SM-EW-VARIANCE   TO EX-LAST-VARIANCE.
014500     IF EX-STATUS-RESOLVED
014510         MOVE 0      TO EX-RESOLVE-DATE
014520         MOVE SPACES TO EX-RESOLVE-NOTE
014530         MOVE "R"    TO EX-STATUS
014540         PERFORM 5500-ASSIGN-ANALYST THRU 5500-EXIT
014550     ELSE
014560         IF EX-FIRST-SEEN NOT = SM-BUSINESS-DATE
014570             MOVE "R" TO EX-STATUS
014580         END-IF
014590         IF EX-UNASSIGNED
014600             PERFORM 5500-ASSIGN-ANALYST THRU 5500-EXIT
014610         END-IF
014620     END-IF.
014630     REWRITE EX-EXCEPTION-RECORD
014640         INVALID KEY
014650             CONTINUE
014660     END-REWRITE.
014670     IF SM-EXCM-STATUS NOT = "00"
014680         DISPLAY "SUBMERGE - EXCPMST REWRITE ERROR "
014690                 SM-EXCM-STATUS
014700         MOVE 99 TO RETURN-CODE
014710         GOBACK
014720     END-IF.
014730 5400-EXIT.
014740     EXIT.
014750*-----------------------------------------------------------------
014760* THE SAME ASSIGNMENT AS SUBVERB'S 2390 - A NEW OR REOPENED
014770* EXCEPTION GOES TO AN ANALYST BY THE ASGNRULE RULES, ONE STILL
014780* OPEN KEEPS ITS ANALYST.
014790*-----------------------------------------------------------------
014800 5500-ASSIGN-ANALYST.
014810     MOVE SM-BUSINESS-DATE TO AH-EVENT-DATE.
014820     MOVE SM-EW-ACCOUNT    TO AH-ACCOUNT-ID.
014830     MOVE SM-EW-COMPANY    TO AH-COMPANY-CODE.
014840     MOVE "SUBMERGE"       TO AH-OPERATOR-ID.
014850     CALL "EXCASGN" USING "A" SM-EW-TIER AH-ASSIGN-HIST-RECORD.
014860     MOVE AH-ANALYST-ID    TO EX-ASSIGNED-TO.
014870     MOVE SM-BUSINESS-DATE TO EX-ASSIGNED-DATE.
014880     IF EX-UNASSIGNED
014890         MOVE 0 TO EX-ASSIGNED-DATE
014900         ADD 1 TO SM-UNASSIGNED-COUNT
014910     END-IF.
014920 5500-EXIT.
014930     EXIT.
014940*-----------------------------------------------------------------
014950* THE HISTORY JOIN - PRIOR BUSINESS DATES CARRY FORWARD, ROWS
014960* ALREADY ON FILE FOR TONIGHT'S DATE (AN EARLIER MERGE OF THIS
014970* SAME NIGHT) ARE DROPPED, AND EVERY STREAM'S STAGED ROWS ARE
014980* APPENDED, SO A DATE LANDS ON VARHIST EXACTLY ONCE HOWEVER MANY
014990* TIMES THE NIGHT IS RERUN.  A FAILURE BEFORE THE FINAL COPY-BACK
015000* LEAVES THE ORIGINAL FILE INTACT.
015010*-----------------------------------------------------------------
015020 6000-JOIN-HISTORY.
015030     OPEN OUTPUT VARIANCE-HIST-NEW.
015040     IF SM-HSTN-STATUS NOT = "00"
015050         DISPLAY "SUBMERGE - VARHISTN OPEN ERROR " SM-HSTN-STATUS
015060         MOVE 99 TO RETURN-CODE
015070         GOBACK
015080     END-IF.
015090     OPEN INPUT VARIANCE-HISTORY.
015100     IF SM-HIST-STATUS = "35"
015110         CONTINUE
015120     ELSE
015130         IF SM-HIST-STATUS NOT = "00"
015140             DISPLAY "SUBMERGE - VARHIST OPEN ERROR "
015150                     SM-HIST-STATUS
015160             MOVE 99 TO RETURN-CODE
015170             GOBACK
015180         END-IF
015190         MOVE "N" TO SM-EOF-SW
015200         PERFORM 6100-CARRY-ONE-ROW THRU 6100-EXIT
015210             UNTIL SM-EOF
015220         CLOSE VARIANCE-HISTORY
015230     END-IF.
015240     IF SM-STR-PRESENT (1)
015250         PERFORM 6210-APPEND-STREAM-1 THRU 6210-EXIT
015260     END-IF.
015270     IF SM-STR-PRESENT (2)
015280         PERFORM 6220-APPEND-STREAM-2 THRU 6220-EXIT
015290     END-IF.
015300     IF SM-STR-PRESENT (3)
015310         PERFORM 6230-APPEND-STREAM-3 THRU 6230-EXIT
015320     END-IF.
015330     IF SM-STR-PRESENT (4)
015340         PERFORM 6240-APPEND-STREAM-4 THRU 6240-EXIT
015350     END-IF.
015360     CLOSE VARIANCE-HIST-NEW.
015370     OPEN INPUT VARIANCE-HIST-NEW.
015380     IF SM-HSTN-STATUS NOT = "00"
015390         DISPLAY "SUBMERGE - VARHISTN REOPEN ERROR "
015400                 SM-HSTN-STATUS
015410         MOVE 99 TO RETURN-CODE
015420         GOBACK
015430     END-IF.
015440     OPEN OUTPUT VARIANCE-HISTORY.
015450     IF SM-HIST-STATUS NOT = "00"
015460         DISPLAY "SUBMERGE - VARHIST REWRITE OPEN ERROR "
015470                 SM-HIST-STATUS
015480         MOVE 99 TO RETURN-CODE
015490         GOBACK
015500     END-IF.
015510     MOVE "N" TO SM-EOF-SW.
015520     PERFORM 6800-COPY-ONE-BACK THRU 6800-EXIT
015530         UNTIL SM-EOF.
015540     CLOSE VARIANCE-HIST-NEW.
015550     CLOSE VARIANCE-HISTORY.
015560 6000-EXIT.
015570     EXIT.
015580 6100-CARRY-ONE-ROW.
015590     READ VARIANCE-HISTORY
015600         AT END SET SM-EOF TO TRUE
015610     END-READ.
015620     IF NOT SM-EOF
015630         MOVE VARIANCE-HISTORY-RECORD TO SM-HIST-ROW
015640         IF SM-HIST-ROW-DATE NOT = SM-BUSINESS-DATE
015650             WRITE VARIANCE-HIST-NEW-REC
015660                 FROM VARIANCE-HISTORY-RECORD
015670             IF SM-HSTN-STATUS NOT = "00"
015680                 DISPLAY "SUBMERGE - VARHISTN WRITE ERROR "
015690                         SM-HSTN-STATUS
015700                 MOVE 99 TO RETURN-CODE
015710                 GOBACK
015720             END-IF
015730         END-IF
015740     END-IF.
015750 6100-EXIT.
015760     EXIT.
015770 6210-APPEND-STREAM-1.
015780     OPEN INPUT STREAM1-HISTWORK.
015790     IF SM-SH1-STATUS NOT = "00"
015800         DISPLAY "SUBMERGE - VARHISTW1 OPEN ERROR " SM-SH1-STATUS
015810         MOVE "STREAM SLICE FILE MISSING" TO SM-ABORT-MESSAGE
015820         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
015830     END-IF.
015840     MOVE "N" TO SM-EOF-SW.
015850     PERFORM 6215-APPEND-ONE THRU 6215-EXIT
015860         UNTIL SM-EOF.
015870     CLOSE STREAM1-HISTWORK.
015880 6210-EXIT.
015890     EXIT.
015900 6215-APPEND-ONE.
015910     READ STREAM1-HISTWORK
015920         AT END SET SM-EOF TO TRUE
015930     END-READ.
015940     IF NOT SM-EOF
015950         WRITE VARIANCE-HIST-NEW-REC
015960             FROM S1-HISTWORK-RECORD
015970         IF SM-HSTN-STATUS NOT = "00"
015980             DISPLAY "SUBMERGE - VARHISTN WRITE ERROR "
015990                     SM-HSTN-STATUS
016000             MOVE 99 TO RETURN-CODE
016010             GOBACK
016020         END-IF
016030     END-IF.
016040 6215-EXIT.
016050     EXIT.
016060 6220-APPEND-STREAM-2.
016070     OPEN INPUT STREAM2-HISTWORK.
016080     IF SM-SH2-STATUS NOT = "00"
016090         DISPLAY "SUBMERGE - VARHISTW2 OPEN ERROR " SM-SH2-STATUS
016100         MOVE "STREAM SLICE FILE MISSING" TO SM-ABORT-MESSAGE
016110         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
016120     END-IF.
016130     MOVE "N" TO SM-EOF-SW.
016140     PERFORM 6225-APPEND-ONE THRU 6225-EXIT
016150         UNTIL SM-EOF.
016160     CLOSE STREAM2-HISTWORK.
016170 6220-EXIT.
016180     EXIT.
016190 6225-APPEND-ONE.
016200     READ STREAM2-HISTWORK
016210         AT END SET SM-EOF TO TRUE
016220     END-READ.
016230     IF NOT SM-EOF
016240         WRITE VARIANCE-HIST-NEW-REC
016250             FROM S2-HISTWORK-RECORD
016260         IF SM-HSTN-STATUS NOT = "00"
016270             DISPLAY "SUBMERGE - VARHISTN WRITE ERROR "
016280                     SM-HSTN-STATUS
016290             MOVE 99 TO RETURN-CODE
016300             GOBACK
016310         END-IF
016320     END-IF.
016330 6225-EXIT.
016340     EXIT.
016350 6230-APPEND-STREAM-3.
016360     OPEN INPUT STREAM3-HISTWORK.
016370     IF SM-SH3-STATUS NOT = "00"
016380         DISPLAY "SUBMERGE - VARHISTW3 OPEN ERROR " SM-SH3-STATUS
016390         MOVE "STREAM SLICE FILE MISSING" TO SM-ABORT-MESSAGE
016400         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
016410     END-IF.
016420     MOVE "N" TO SM-EOF-SW.
016430     PERFORM 6235-APPEND-ONE THRU 6235-EXIT
016440         UNTIL SM-EOF.
016450     CLOSE STREAM3-HISTWORK.
016460 6230-EXIT.
016470     EXIT.
016480 6235-APPEND-ONE.
016490     READ STREAM3-HISTWORK
016500         AT END SET SM-EOF TO TRUE
016510     END-READ.
016520     IF NOT SM-EOF
016530         WRITE VARIANCE-HIST-NEW-REC
016540             FROM S3-HISTWORK-RECORD
016550         IF SM-HSTN-STATUS NOT = "00"
016560             DISPLAY "SUBMERGE - VARHISTN WRITE ERROR "
016570                     SM-HSTN-STATUS
016580             MOVE 99 TO RETURN-CODE
016590             GOBACK
016600         END-IF
016610     END-IF.
016620 6235-EXIT.
016630     EXIT.
016640 6240-APPEND-STREAM-4.
016650     OPEN INPUT STREAM4-HISTWORK.
016660     IF SM-SH4-STATUS NOT = "00"
016670         DISPLAY "SUBMERGE - VARHISTW4 OPEN ERROR " SM-SH4-STATUS
016680         MOVE "STREAM SLICE FILE MISSING" TO SM-ABORT-MESSAGE
016690         PERFORM 1900-MERGE-ABORT THRU 1900-EXIT
016700     END-IF.
016710     MOVE "N" TO SM-EOF-SW.
016720     PERFORM 6245-APPEND-ONE THRU 6245-EXIT
016730         UNTIL SM-EOF.
016740     CLOSE STREAM4-HISTWORK.
016750 6240-EXIT.
016760     EXIT.
016770 6245-APPEND-ONE.
016780     READ STREAM4-HISTWORK
016790         AT END SET SM-EOF TO TRUE
016800     END-READ.
016810     IF NOT SM-EOF
016820         WRITE VARIANCE-HIST-NEW-REC
016830             FROM S4-HISTWORK-RECORD
016840         IF SM-HSTN-STATUS NOT = "00"
016850             DISPLAY "SUBMERGE - VARHISTN WRITE ERROR "
016860                     SM-HSTN-STATUS
016870             MOVE 99 TO RETURN-CODE
016880             GOBACK
016890         END-IF
016900     END-IF.
016910 6245-EXIT.
016920     EXIT.
016930 6800-COPY-ONE-BACK.
016940     READ VARIANCE-HIST-NEW
016950         AT END SET SM-EOF TO TRUE
016960     END-READ.
016970     IF NOT SM-EOF
016980         WRITE VARIANCE-HISTORY-RECORD
016990             FROM VARIANCE-HIST-NEW-REC
017000         IF SM-HIST-STATUS NOT = "00"
017010             DISPLAY "SUBMERGE - VARHIST WRITE ERROR "
017020                     SM-HIST-STATUS
017030             MOVE 99 TO RETURN-CODE
017040             GOBACK
017050         END-IF
017060     END-IF.
017070 6800-EXIT.
017080     EXIT.
017090 9000-TERMINATE.
017100     MOVE SM-TOT-EXCEPTIONS TO SM-AUDIT-EDIT-COUNT.
017110     MOVE SPACES TO SM-AUDIT-DETAIL.
017120     STRING "MERGE COMPLETE FOR " DELIMITED BY SIZE
017130            SM-BUSINESS-DATE     DELIMITED BY SIZE
017140            " - EXCEPTIONS: "    DELIMITED BY SIZE
017150            SM-AUDIT-EDIT-COUNT  DELIMITED BY SIZE
017160       INTO SM-AUDIT-DETAIL.
017170     CALL "AUDITLOG" USING "SUBMERGE  "
017180                            "END       "
017190                            SM-AUDIT-DETAIL.
017200 9000-EXIT.
017210     EXIT.
