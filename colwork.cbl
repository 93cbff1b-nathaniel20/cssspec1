000230*-----------------------------------------------------------------
000240*    MODIFICATION HISTORY.
000250*        09/02/26  RLH  INITIAL VERSION.
000260*        10/15/26  RLH  EACH WORKLIST ENTRY NOW CARRIES THE
000270*                       CUSTOMER LINKED TO ITS COMPANY/ACCOUNT
000280*                       ON THE XREFMST CROSS-REFERENCE - NAME,
000290*                       NUMBER, CALLING WINDOW FROM AREATZ BY
000300*                       THE INSPECT-SAMPLE RULES, CONSENT AND
000310*                       BAD-NUMBER FLAGS, AND A DIAL STATUS -
000320*                       SO THE FILE IS A DIALABLE CAMPAIGN.
000330*                       WITHOUT AN AREATZ FILE NO CALLING WINDOW
000340*                       IS APPLIED.
000350*        10/15/26  RLH  AN OPEN PROMISE TO PAY ON THE PROMMST
000360*                       FILE RANKS THE ACCOUNT LOWER UNTIL ITS
000370*                       DUE DATE; A BROKEN ONE RANKS IT AT THE
000380*                       TOP OF THE LIST.
000390*        10/15/26  RLH  VARHIST ROWS ARE NOW 37 BYTES - THE
000400*                       SORTED HISTORY RECORDS CARRY THE
000410*                       WRITE-OFF FLAG AND AMOUNT.
000420*        10/15/26  RLH  THE TIER LOOKUP KEYS CLASSOUT ON THE
000430*                       FULL COMPANY/ACCOUNT, NOT THE EIGHT-BYTE
000440*                       ACCOUNT ROOT.
000450*        10/15/26  RLH  THE NUMBER DIALED IS THE CUSTOMER'S BEST
000460*                       NUMBER ON PHONENUM, CHOSEN BY PHONESEL
000470*                       THE SAME WAY AS THE DIALER EXTRACT; THE
000480*                       PHONEMST NUMBER IS USED ONLY WHEN THE
000490*                       CUSTOMER HAS NONE.
000500*        10/15/26  RLH  EACH ENTRY CARRIES THE ANALYST THE
000510*                       EXCEPTION IS ASSIGNED TO, SO ANWORK CAN
000520*                       CUT THE PERSONAL WORKLISTS FROM THE FILE.
000530*****************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. COLWORK.
000560 AUTHOR. R. HOLLOWAY.
000570 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000580 DATE-WRITTEN. 09/02/26.
000590 DATE-COMPILED. 09/02/26.
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT EXCEPTION-MASTER ASSIGN TO EXCPMST
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS EX-ACCOUNT-ID
000670         FILE STATUS IS CK-EXCM-STATUS.
000680     SELECT VARIANCE-HISTORY ASSIGN TO VARHIST
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS CK-HIST-STATUS.
000710     SELECT HISTORY-SORTED ASSIGN TO VARHSRT
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS CK-HSRT-STATUS.
000740     SELECT CLASSOUT-FILE ASSIGN TO CLASSOUT
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS CL-RESULT-KEY
000780         FILE STATUS IS CK-CLOUT-STATUS.
000790     SELECT SCORED-WORK-FILE ASSIGN TO COLWKWRK
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS CK-SCRD-STATUS.
000820     SELECT WORKLIST-REPORT ASSIGN TO COLWKRPT
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS CK-WRPT-STATUS.
000850     SELECT WORKLIST-FILE ASSIGN TO COLWORK
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS CK-WLST-STATUS.
000880     SELECT XREF-MASTER ASSIGN TO XREFMST
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS RANDOM
000910         RECORD KEY IS XR-XREF-KEY
000920         ALTERNATE RECORD KEY IS XR-CUSTOMER-ID
000930             WITH DUPLICATES
000940         FILE STATUS IS CK-XREF-STATUS.
000950     SELECT PHONEMST-FILE ASSIGN TO PHONEMST
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS RANDOM
000980         RECORD KEY IS PH-CUSTOMER-ID
000990         ALTERNATE RECORD KEY IS PH-PHONE-NUMBER
001000             WITH DUPLICATES
001010         FILE STATUS IS CK-MAST-STATUS.
001020     SELECT AREA-TZ-FILE ASSIGN TO AREATZ
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS CK-ATZF-STATUS.
001050     SELECT PROMISE-MASTER ASSIGN TO PROMMST
001060         ORGANIZATION IS INDEXED
001070         ACCESS MODE IS RANDOM
001080         RECORD KEY IS PR-ACCOUNT-ID
001090         FILE STATUS IS CK-PROM-STATUS.
001100     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
001110     SELECT RANK-SORT-FILE ASSIGN TO SORTWK02.
001120 DATA DIVISION.
001130 FILE SECTION.
001140 FD  EXCEPTION-MASTER.
001150 COPY excmcpy.
001160 FD  VARIANCE-HISTORY.
001170 COPY vhistcpy.
001180 FD  HISTORY-SORTED.
001190 01  HS-HISTORY-RECORD.
001200     05  HS-ACCOUNT-ID           PIC X(10).
001210     05  HS-RUN-DATE             PIC 9(08).
001220     05  HS-VARIANCE             PIC S9(7)V9(2).
001230     05  HS-WRITEOFF-FLAG        PIC X(01).
001240     05  HS-WRITEOFF-AMT         PIC S9(7)V9(2).
001250 FD  CLASSOUT-FILE.
001260 COPY classcpy.
001270 FD  SCORED-WORK-FILE.
001280 01  SC-SCORED-RECORD.
001290     05  SC-ACCOUNT-ID           PIC X(10).
001300     05  SC-TIER-CODE            PIC X(01).
001310     05  SC-DAYS-OUT             PIC 9(05).
001320     05  SC-LAST-VARIANCE        PIC S9(7)V9(2).
001330     05  SC-SCORE                PIC 9(09).
001340     05  SC-COMPANY-CODE         PIC X(02).
001350     05  SC-PROMISE-CODE         PIC X(01).
001360     05  SC-PROMISE-DUE          PIC 9(08).
001370     05  SC-ASSIGNED-TO          PIC X(08).
001380 FD  WORKLIST-REPORT.
001390 01  WORKLIST-REPORT-LINE        PIC X(90).
001400 FD  WORKLIST-FILE.
001410 COPY cwkcpy.
001420 FD  XREF-MASTER.
001430 COPY xrefcpy.
001440 FD  PHONEMST-FILE.
001450 COPY phonecpy.
001460 FD  AREA-TZ-FILE.
001470 01  AREA-TZ-RECORD.
001480     05  AZ-AREA-CODE            PIC X(03).
001490     05  AZ-TIME-ZONE            PIC X(01).
001500     05  AZ-EFF-DATE             PIC X(08).
001510 FD  PROMISE-MASTER.
001520 COPY promcpy.
001530 SD  SORT-WORK-FILE.
001540 01  SORT-WORK-RECORD.
001550     05  SD-ACCOUNT-ID           PIC X(10).
001560     05  SD-RUN-DATE             PIC 9(08).
001570     05  SD-VARIANCE             PIC S9(7)V9(2).
001580     05  SD-WRITEOFF-FLAG        PIC X(01).
001590     05  SD-WRITEOFF-AMT         PIC S9(7)V9(2).
001600 SD  RANK-SORT-FILE.
001610 01  RANK-SORT-RECORD.
001620     05  RS-ACCOUNT-ID           PIC X(10).
001630     05  RS-TIER-CODE            PIC X(01).
001640     05  RS-DAYS-OUT             PIC 9(05).
001650     05  RS-LAST-VARIANCE        PIC S9(7)V9(2).
001660     05  RS-SCORE                PIC 9(09).
001670     05  RS-COMPANY-CODE         PIC X(02).
001680     05  RS-PROMISE-CODE         PIC X(01).
001690     05  RS-PROMISE-DUE          PIC 9(08).
001700     05  RS-ASSIGNED-TO          PIC X(08).
001710 WORKING-STORAGE SECTION.
001720*-----------------------------------------------------------------
001730* THE SCORE WEIGHTS - DAYS OUTSTANDING COUNT THIS MANY POINTS
001740* PER DAY TIMES THE TIER FACTOR, AND EACH WHOLE DOLLAR OF THE
001750* LAST VARIANCE COUNTS ONE MORE.  CHANGE THE VALUES HERE WHEN
001760* COLLECTIONS WANTS THE RANKING REBALANCED - THE SCORING LOGIC
001770* BELOW NEVER CHANGES.
001780*-----------------------------------------------------------------
001790 77  CK-DAY-POINTS                PIC 9(03) VALUE 100.
001800 77  CK-HIGH-TIER-FACTOR          PIC 9(02) VALUE 3.
001810 77  CK-MID-TIER-FACTOR           PIC 9(02) VALUE 2.
001820 77  CK-LOW-TIER-FACTOR           PIC 9(02) VALUE 1.
001830*-----------------------------------------------------------------
001840* AN OPEN PROMISE TO PAY DIVIDES THE SCORE BY THE DIVISOR UNTIL
001850* IT FALLS DUE; A BROKEN ONE ADDS THE BOOST, WHICH IS LARGER
001860* THAN ANY SCORE THE WEIGHTS ABOVE CAN PRODUCE.
001870*-----------------------------------------------------------------
001880 77  CK-PROMISE-DIVISOR           PIC 9(02) VALUE 10.
001890 77  CK-BROKEN-BOOST              PIC 9(09) VALUE 900000000.
001900 01  CK-FILE-STATUSES.
001910     05  CK-EXCM-STATUS           PIC X(02) VALUE "00".
001920     05  CK-HIST-STATUS           PIC X(02) VALUE "00".
001930     05  CK-HSRT-STATUS           PIC X(02) VALUE "00".
001940     05  CK-CLOUT-STATUS          PIC X(02) VALUE "00".
001950     05  CK-SCRD-STATUS           PIC X(02) VALUE "00".
001960     05  CK-WRPT-STATUS           PIC X(02) VALUE "00".
001970     05  CK-WLST-STATUS           PIC X(02) VALUE "00".
001980     05  CK-XREF-STATUS           PIC X(02) VALUE "00".
001990     05  CK-MAST-STATUS           PIC X(02) VALUE "00".
002000     05  CK-ATZF-STATUS           PIC X(02) VALUE "00".
002010     05  CK-PROM-STATUS           PIC X(02) VALUE "00".
002020 01  CK-SWITCHES.
002030     05  CK-EXC-EOF-SW            PIC X(01) VALUE "N".
002040         88  CK-EXC-EOF               VALUE "Y".
002050     05  CK-HSRT-EOF-SW           PIC X(01) VALUE "N".
002060         88  CK-HSRT-EOF              VALUE "Y".
002070     05  CK-RANK-EOF-SW           PIC X(01) VALUE "N".
002080         88  CK-RANK-EOF              VALUE "Y".
002090     05  CK-MASTER-SW             PIC X(01) VALUE "N".
002100         88  CK-MASTER-AVAILABLE      VALUE "Y".
002110     05  CK-HIST-SW               PIC X(01) VALUE "N".
002120         88  CK-HIST-AVAILABLE        VALUE "Y".
002130     05  CK-CLOUT-SW              PIC X(01) VALUE "N".
002140         88  CK-CLOUT-AVAILABLE       VALUE "Y".
002150     05  CK-XREF-SW               PIC X(01) VALUE "N".
002160         88  CK-XREF-AVAILABLE        VALUE "Y".
002170     05  CK-MAST-SW               PIC X(01) VALUE "N".
002180         88  CK-MAST-AVAILABLE        VALUE "Y".
002190     05  CK-ATZ-EOF-SW            PIC X(01) VALUE "N".
002200         88  CK-ATZ-EOF               VALUE "Y".
002210     05  CK-PROM-SW               PIC X(01) VALUE "N".
002220         88  CK-PROM-AVAILABLE        VALUE "Y".
002230     05  CK-ATZ-SW                PIC X(01) VALUE "N".
002240         88  CK-ATZ-AVAILABLE         VALUE "Y".
002250     05  CK-NOWIN-SW              PIC X(01) VALUE "N".
002260         88  CK-NO-WINDOW             VALUE "Y".
002270 01  CK-TODAY-DATE                PIC 9(08).
002280 01  CK-HIST-KEY                  PIC X(10).
002290 01  CK-HELD-VARIANCE             PIC S9(7)V9(2) VALUE 0.
002300 01  CK-ABS-VARIANCE              PIC 9(7)V9(2).
002310 01  CK-DAYS-OUT                  PIC S9(05) COMP.
002320 01  CK-TIER-FACTOR               PIC 9(02).
002330 01  CK-RANK                      PIC 9(05) VALUE 0.
002340 01  CK-LISTED-COUNT              PIC 9(05) VALUE 0.
002350 01  CK-EDIT-DAYS                 PIC ZZ,ZZ9.
002360 01  CK-EDIT-VARIANCE             PIC +Z(6).Z(2).
002370 01  CK-EDIT-SCORE                PIC ZZZ,ZZZ,ZZ9.
002380 01  CK-EDIT-LISTED               PIC ZZZ,ZZ9.
002390 01  CK-DIALABLE-COUNT            PIC 9(05) VALUE 0.
002400 01  CK-UNLINKED-COUNT            PIC 9(05) VALUE 0.
002410 01  CK-DNC-COUNT                 PIC 9(05) VALUE 0.
002420 01  CK-BADNO-COUNT               PIC 9(05) VALUE 0.
002430 01  CK-NOZONE-COUNT              PIC 9(05) VALUE 0.
002440 01  CK-EDIT-DIALABLE             PIC ZZZ,ZZ9.
002450 01  CK-EDIT-UNLINKED             PIC ZZZ,ZZ9.
002460 01  CK-EDIT-DNC                  PIC ZZZ,ZZ9.
002470 01  CK-EDIT-BADNO                PIC ZZZ,ZZ9.
002480 01  CK-EDIT-NOZONE               PIC ZZZ,ZZ9.
002490 01  CK-DIAL-WORD                 PIC X(12).
002500 01  CK-VALID-SW                  PIC X(01).
002510 01  CK-STANDARD-NUMBER           PIC X(14).
002520 01  CK-DASHED-NUMBER             PIC X(12).
002530*-----------------------------------------------------------------
002540* THE NUMBER PHONESEL CHOSE FOR THE CUSTOMER, AND HOW IT CAME TO
002550* BE CHOSEN.
002560*-----------------------------------------------------------------
002570 01  CK-DIAL-NUMBER.
002580     05  CK-DIAL-AREA-CODE        PIC X(03).
002590     05  CK-DIAL-PREFIX-NUM       PIC X(03).
002600     05  CK-DIAL-LAST-FOUR        PIC X(04).
002610 01  CK-SEL-RESULT                PIC X(01).
002620     88  CK-SEL-GOOD                  VALUE "G".
002630     88  CK-SEL-ALL-BAD               VALUE "B".
002640     88  CK-SEL-ALL-WITHDRAWN         VALUE "D".
002650     88  CK-SEL-NONE-ON-FILE          VALUE "N".
002660 01  CK-SEL-TYPE                  PIC X(01).
002670 01  CK-SEL-FALLBACK-SW           PIC X(01).
002680*-----------------------------------------------------------------
002690* THE INSPECT-SAMPLE ZONE TABLE - ONE BYTE PER AREA CODE,
002700* SUBSCRIPTED BY THE CODE ITSELF.  A SPACE MEANS NO WINDOW.
002710*-----------------------------------------------------------------
002720 01  CK-ZONE-TABLE.
002730     05  CK-ZONE-BYTE OCCURS 999 TIMES
002740                                  PIC X(01).
002750 01  CK-AREA-SUB                  PIC 9(03).
002760 01  CK-ZONE                      PIC X(01).
002770 01  CK-EFF-DATE-N                PIC 9(08).
002780 01  CK-PROMISED-COUNT            PIC 9(05) VALUE 0.
002790 01  CK-BROKEN-COUNT              PIC 9(05) VALUE 0.
002800 01  CK-EDIT-PROMISED             PIC ZZZ,ZZ9.
002810 01  CK-EDIT-BROKEN               PIC ZZZ,ZZ9.
002820 01  CK-PROMISE-WORD              PIC X(06).
002830 01  CK-AUDIT-DETAIL              PIC X(50).
002840 PROCEDURE DIVISION.
002850 0000-MAINLINE.
002860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002870     IF CK-MASTER-AVAILABLE
002880         PERFORM 2000-SCORE-EXCEPTIONS THRU 2000-EXIT
002890             UNTIL CK-EXC-EOF
002900     END-IF.
002910     PERFORM 4000-RANK-WORKLIST THRU 4000-EXIT.
002920     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.
002930     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002940     MOVE 0 TO RETURN-CODE.
002950     GOBACK.
002960*-----------------------------------------------------------------
002970* A MISSING EXCEPTION MASTER OR HISTORY FILE JUST MEANS THE
002980* NIGHTLY CHAIN HAS NOT BUILT THEM YET - THE WORKLIST COMES OUT
002990* EMPTY RATHER THAN FAILING THE NIGHT.  WHEN THE HISTORY IS
003000* THERE IT IS SORTED INTO ACCOUNT/RUN-DATE ORDER FIRST (THE
003010* VARTREND DISCIPLINE) SO EACH ACCOUNT'S LATEST VARIANCE IS THE
003020* LAST ROW OF ITS GROUP.
003030*-----------------------------------------------------------------
003040 1000-INITIALIZE.
003050     ACCEPT CK-TODAY-DATE FROM DATE YYYYMMDD.
003060     OPEN INPUT EXCEPTION-MASTER.
003070     IF CK-EXCM-STATUS = "35"
003080         SET CK-EXC-EOF TO TRUE
003090     ELSE
003100         IF CK-EXCM-STATUS NOT = "00"
003110             DISPLAY "COLWORK - EXCPMST OPEN ERROR "
003120                     CK-EXCM-STATUS
003130             MOVE 99 TO RETURN-CODE
003140             GOBACK
003150         END-IF
003160         SET CK-MASTER-AVAILABLE TO TRUE
003170     END-IF.
003180     OPEN OUTPUT WORKLIST-REPORT.
003190     IF CK-WRPT-STATUS NOT = "00"
003200         DISPLAY "COLWORK - COLWKRPT OPEN ERROR " CK-WRPT-STATUS
003210         MOVE 99 TO RETURN-CODE
003220         GOBACK
003230     END-IF.
003240     OPEN OUTPUT WORKLIST-FILE.
003250     IF CK-WLST-STATUS NOT = "00"
003260         DISPLAY "COLWORK - COLWORK OPEN ERROR " CK-WLST-STATUS
003270         MOVE 99 TO RETURN-CODE
003280         GOBACK
003290     END-IF.
003300     OPEN OUTPUT SCORED-WORK-FILE.
003310     IF CK-SCRD-STATUS NOT = "00"
003320         DISPLAY "COLWORK - COLWKWRK OPEN ERROR " CK-SCRD-STATUS
003330         MOVE 99 TO RETURN-CODE
003340         GOBACK
003350     END-IF.
003360     MOVE "COLLECTIONS WORKLIST BEGUN" TO CK-AUDIT-DETAIL.
003370     CALL "AUDITLOG" USING "COLWORK   "
003380                            "START     "
003390                            CK-AUDIT-DETAIL.
003400     IF CK-MASTER-AVAILABLE
003410         PERFORM 1100-PREPARE-HISTORY THRU 1100-EXIT
003420         PERFORM 1200-OPEN-CLASSOUT THRU 1200-EXIT
003430         PERFORM 1250-OPEN-PROMISES THRU 1250-EXIT
003440         PERFORM 1300-OPEN-CONTACT-FILES THRU 1300-EXIT
003450         PERFORM 2900-READ-EXCEPTION THRU 2900-EXIT
003460     END-IF.
003470 1000-EXIT.
003480     EXIT.
003490 1100-PREPARE-HISTORY.
003500     OPEN INPUT VARIANCE-HISTORY.
003510     IF CK-HIST-STATUS = "35"
003520         SET CK-HSRT-EOF TO TRUE
003530         MOVE HIGH-VALUES TO CK-HIST-KEY
003540         GO TO 1100-EXIT
003550     END-IF.
003560     IF CK-HIST-STATUS NOT = "00"
003570         DISPLAY "COLWORK - VARHIST OPEN ERROR " CK-HIST-STATUS
003580         MOVE 99 TO RETURN-CODE
003590         GOBACK
003600     END-IF.
003610     CLOSE VARIANCE-HISTORY.
003620     SORT SORT-WORK-FILE
003630         ON ASCENDING KEY SD-ACCOUNT-ID
003640                          SD-RUN-DATE
003650         USING VARIANCE-HISTORY
003660         GIVING HISTORY-SORTED.
003670     OPEN INPUT HISTORY-SORTED.
003680     IF CK-HSRT-STATUS NOT = "00"
003690         DISPLAY "COLWORK - VARHSRT OPEN ERROR " CK-HSRT-STATUS
003700         MOVE 99 TO RETURN-CODE
003710         GOBACK
003720     END-IF.
003730     SET CK-HIST-AVAILABLE TO TRUE.
003740     PERFORM 2950-READ-HISTORY THRU 2950-EXIT.
003750 1100-EXIT.
003760     EXIT.
003770 1200-OPEN-CLASSOUT.
003780     OPEN INPUT CLASSOUT-FILE.
003790     IF CK-CLOUT-STATUS = "35"
003800         GO TO 1200-EXIT
003810     END-IF.
003820     IF CK-CLOUT-STATUS NOT = "00"
003830         DISPLAY "COLWORK - CLASSOUT OPEN ERROR " CK-CLOUT-STATUS
003840         MOVE 99 TO RETURN-CODE
003850         GOBACK
003860     END-IF.
003870     SET CK-CLOUT-AVAILABLE TO TRUE.
003880 1200-EXIT.
003890     EXIT.
003900*-----------------------------------------------------------------
003910* THE PROMISE FILE IS OPTIONAL THE SAME WAY CLASSOUT IS - UNTIL
003920* COLLECTIONS TAKES A PROMISE THERE IS NOTHING TO MOVE THE
003930* RANKING.
003940*-----------------------------------------------------------------
003950 1250-OPEN-PROMISES.
003960     OPEN INPUT PROMISE-MASTER.
003970     IF CK-PROM-STATUS = "35"
003980         GO TO 1250-EXIT
003990     END-IF.
004000     IF CK-PROM-STATUS NOT = "00"
004010         DISPLAY "COLWORK - PROMMST OPEN ERROR " CK-PROM-STATUS
004020         MOVE 99 TO RETURN-CODE
004030         GOBACK
004040     END-IF.
004050     SET CK-PROM-AVAILABLE TO TRUE.
004060 1250-EXIT.
004070     EXIT.
004080*-----------------------------------------------------------------
004090* THE CROSS-REFERENCE AND THE PHONE DIRECTORY ARE OPTIONAL THE
004100* SAME WAY CLASSOUT IS - WITHOUT THEM THE LIST STILL RANKS, IT
004110* JUST CARRIES NOBODY TO CALL.  THE AREATZ REFERENCE IS LOADED
004120* EXACTLY AS INSPECT-SAMPLE LOADS IT, EFFECTIVE DATES AND ALL,
004130* SO A WORKLIST NUMBER LANDS IN THE SAME WINDOW THE DIALER
004140* EXTRACT WOULD PUT IT IN.  WITHOUT AN AREATZ FILE AT ALL THERE
004150* IS NO TIME-ZONE RESTRICTION - A GOOD NUMBER GOES OUT WITH A
004160* BLANK WINDOW RATHER THAN AS NO WINDOW.
004170*-----------------------------------------------------------------
004180 1300-OPEN-CONTACT-FILES.
004190     OPEN INPUT XREF-MASTER.
004200     IF CK-XREF-STATUS NOT = "35"
004210         IF CK-XREF-STATUS NOT = "00"
004220             DISPLAY "COLWORK - XREFMST OPEN ERROR "
004230                     CK-XREF-STATUS
004240             MOVE 99 TO RETURN-CODE
004250             GOBACK
004260         END-IF
004270         SET CK-XREF-AVAILABLE TO TRUE
004280     END-IF.
004290     OPEN INPUT PHONEMST-FILE.
004300     IF CK-MAST-STATUS NOT = "35"
004310         IF CK-MAST-STATUS NOT = "00"
004320             DISPLAY "COLWORK - PHONEMST OPEN ERROR "
004330                     CK-MAST-STATUS
004340             MOVE 99 TO RETURN-CODE
004350             GOBACK
004360         END-IF
004370         SET CK-MAST-AVAILABLE TO TRUE
004380     END-IF.
004390     PERFORM 1350-LOAD-ZONE-TABLE THRU 1350-EXIT.
004400 1300-EXIT.
004410     EXIT.
004420 1350-LOAD-ZONE-TABLE.
004430     MOVE SPACES TO CK-ZONE-TABLE.
004440     OPEN INPUT AREA-TZ-FILE.
004450     IF CK-ATZF-STATUS = "35"
004460         DISPLAY "COLWORK - NO AREATZ ON FILE - CALLING WINDOWS "
004470                 "NOT APPLIED"
004480         GO TO 1350-EXIT
004490     END-IF.
004500     IF CK-ATZF-STATUS NOT = "00"
004510         DISPLAY "COLWORK - AREATZ OPEN ERROR " CK-ATZF-STATUS
004520         MOVE 99 TO RETURN-CODE
004530         GOBACK
004540     END-IF.
004550     SET CK-ATZ-AVAILABLE TO TRUE.
004560     PERFORM 1360-LOAD-ONE-ZONE THRU 1360-EXIT
004570         UNTIL CK-ATZ-EOF.
004580     CLOSE AREA-TZ-FILE.
004590 1350-EXIT.
004600     EXIT.
004610 1360-LOAD-ONE-ZONE.
004620     READ AREA-TZ-FILE
004630         AT END SET CK-ATZ-EOF TO TRUE
004640     END-READ.
004650     IF NOT CK-ATZ-EOF
004660         IF AZ-AREA-CODE IS NOT NUMERIC
004670            OR AZ-AREA-CODE = "000"
004680            OR (AZ-TIME-ZONE NOT = "E"
004690                AND AZ-TIME-ZONE NOT = "C"
004700                AND AZ-TIME-ZONE NOT = "M"
004710                AND AZ-TIME-ZONE NOT = "P")
004720            OR (AZ-EFF-DATE NOT = SPACES
004730                AND AZ-EFF-DATE IS NOT NUMERIC)
004740             DISPLAY "COLWORK - BAD AREATZ ENTRY: "
004750                     AREA-TZ-RECORD
004760             MOVE 99 TO RETURN-CODE
004770             GOBACK
004780         END-IF
004790         IF AZ-EFF-DATE = SPACES
004800             MOVE AZ-AREA-CODE TO CK-AREA-SUB
004810             MOVE AZ-TIME-ZONE TO CK-ZONE-BYTE (CK-AREA-SUB)
004820         ELSE
004830             MOVE AZ-EFF-DATE TO CK-EFF-DATE-N
004840             IF CK-EFF-DATE-N NOT > CK-TODAY-DATE
004850                 MOVE AZ-AREA-CODE TO CK-AREA-SUB
004860                 MOVE AZ-TIME-ZONE TO CK-ZONE-BYTE (CK-AREA-SUB)
004870             END-IF
004880         END-IF
004890     END-IF.
004900 1360-EXIT.
004910     EXIT.
004920*-----------------------------------------------------------------
004930* ONE SCORED WORK RECORD PER OPEN EXCEPTION.  THE MASTER AND THE
004940* SORTED HISTORY BOTH RUN ASCENDING BY ACCOUNT, SO THE JOIN IS A
004950* CLASSIC TWO-FILE STEP - THE HISTORY SIDE IS DRAINED UP TO EACH
004960* EXCEPTION'S ACCOUNT AND THE LAST ROW OF THE GROUP IS THE
004970* ACCOUNT'S LATEST VARIANCE.  AN ACCOUNT WITH NO HISTORY ROW
004980* FALLS BACK ON THE VARIANCE THE MASTER ALREADY CARRIES.
004990*-----------------------------------------------------------------
005000 2000-SCORE-EXCEPTIONS.
005010     IF EX-STATUS-RESOLVED
005020         PERFORM 2900-READ-EXCEPTION THRU 2900-EXIT
005030         GO TO 2000-EXIT
005040     END-IF.
005050     MOVE EX-LAST-VARIANCE TO CK-HELD-VARIANCE.
005060     PERFORM 2100-MATCH-HISTORY THRU 2100-EXIT.
005070     PERFORM 2200-GET-TIER THRU 2200-EXIT.
005080     PERFORM 2300-WRITE-SCORED THRU 2300-EXIT.
005090     PERFORM 2900-READ-EXCEPTION THRU 2900-EXIT.
005100 2000-EXIT.
005110     EXIT.
005120 2100-MATCH-HISTORY.
005130     PERFORM 2150-DRAIN-LOW-HISTORY THRU 2150-EXIT
005140         UNTIL CK-HSRT-EOF
005150            OR CK-HIST-KEY NOT < EX-ACCOUNT-ID.
005160     PERFORM 2160-TAKE-ACCOUNT-ROWS THRU 2160-EXIT
005170         UNTIL CK-HSRT-EOF
005180            OR CK-HIST-KEY NOT = EX-ACCOUNT-ID.
005190 2100-EXIT.
005200     EXIT.
005210 2150-DRAIN-LOW-HISTORY.
005220     PERFORM 2950-READ-HISTORY THRU 2950-EXIT.
005230 2150-EXIT.
005240     EXIT.
005250 2160-TAKE-ACCOUNT-ROWS.
005260     MOVE HS-VARIANCE TO CK-HELD-VARIANCE.
005270     PERFORM 2950-READ-HISTORY THRU 2950-EXIT.
005280 2160-EXIT.
005290     EXIT.
005300*-----------------------------------------------------------------
005310* THE CLASSIFICATION KEY IS THE EXCEPTION'S COMPANY AND FULL
005320* TEN-BYTE ACCOUNT ID.  AN ACCOUNT NOT ON CLASSOUT GETS NO TIER
005330* AND THE LOW WEIGHT.
005340*-----------------------------------------------------------------
005350 2200-GET-TIER.
005360     MOVE CK-LOW-TIER-FACTOR TO CK-TIER-FACTOR.
005370     MOVE SPACE TO SC-TIER-CODE.
005380     IF NOT CK-CLOUT-AVAILABLE
005390         GO TO 2200-EXIT
005400     END-IF.
005410     MOVE EX-COMPANY-CODE TO CL-RESULT-COMPANY.
005420     MOVE EX-ACCOUNT-ID   TO CL-RESULT-ACCOUNT.
005430     READ CLASSOUT-FILE
005440         INVALID KEY
005450             GO TO 2200-EXIT
005460     END-READ.
005470     MOVE CL-RESULT-TIER-CODE TO SC-TIER-CODE.
005480     EVALUATE CL-RESULT-TIER-CODE
005490         WHEN "H"
005500             MOVE CK-HIGH-TIER-FACTOR TO CK-TIER-FACTOR
005510         WHEN "M"
005520             MOVE CK-MID-TIER-FACTOR TO CK-TIER-FACTOR
005530         WHEN OTHER
005540             MOVE CK-LOW-TIER-FACTOR TO CK-TIER-FACTOR
005550     END-EVALUATE.
005560 2200-EXIT.
005570     EXIT.
005580 2300-WRITE-SCORED.
005590     COMPUTE CK-DAYS-OUT =
005600         FUNCTION INTEGER-OF-DATE (CK-TODAY-DATE)
005610         - FUNCTION INTEGER-OF-DATE (EX-FIRST-SEEN)
005620         + 1.
005630     IF CK-DAYS-OUT < 1
005640         MOVE 1 TO CK-DAYS-OUT
005650     END-IF.
005660     IF CK-HELD-VARIANCE < 0
005670         COMPUTE CK-ABS-VARIANCE = CK-HELD-VARIANCE * -1
005680     ELSE
005690         MOVE CK-HELD-VARIANCE TO CK-ABS-VARIANCE
005700     END-IF.
005710     MOVE EX-ACCOUNT-ID    TO SC-ACCOUNT-ID.
005720     MOVE CK-DAYS-OUT      TO SC-DAYS-OUT.
005730     MOVE CK-HELD-VARIANCE TO SC-LAST-VARIANCE.
005740     MOVE EX-COMPANY-CODE  TO SC-COMPANY-CODE.
005750     MOVE EX-ASSIGNED-TO   TO SC-ASSIGNED-TO.
005760     COMPUTE SC-SCORE =
005770         (CK-DAYS-OUT * CK-DAY-POINTS * CK-TIER-FACTOR)
005780         + CK-ABS-VARIANCE.
005790     PERFORM 2350-APPLY-PROMISE THRU 2350-EXIT.
005800     WRITE SC-SCORED-RECORD.
005810     IF CK-SCRD-STATUS NOT = "00"
005820         DISPLAY "COLWORK - COLWKWRK WRITE ERROR " CK-SCRD-STATUS
005830         MOVE 99 TO RETURN-CODE
005840         GOBACK
005850     END-IF.
005860 2300-EXIT.
005870     EXIT.
005880*-----------------------------------------------------------------
005890* A PROMISE TO PAY MOVES THE ACCOUNT.  WHILE AN OPEN PROMISE IS
005900* STILL WITHIN ITS DUE DATE THE CUSTOMER IS GIVEN THE CHANCE TO
005910* PAY AND THE SCORE IS CUT BY THE PROMISE DIVISOR; ONCE PROMCHK
005920* HAS FOUND THE PROMISE BROKEN THE BOOST LIFTS THE ACCOUNT ABOVE
005930* EVERY ORDINARY SCORE, SO BROKEN PROMISES HEAD THE LIST IN
005940* THEIR OWN SCORE ORDER.  KEPT, PARTLY KEPT, AND CANCELLED
005950* PROMISES LEAVE THE SCORE ALONE.
005960*-----------------------------------------------------------------
005970 2350-APPLY-PROMISE.
005980     MOVE SPACE TO SC-PROMISE-CODE.
005990     MOVE 0     TO SC-PROMISE-DUE.
006000     IF NOT CK-PROM-AVAILABLE
006010         GO TO 2350-EXIT
006020     END-IF.
006030     MOVE EX-ACCOUNT-ID TO PR-ACCOUNT-ID.
006040     READ PROMISE-MASTER
006050         INVALID KEY
006060             GO TO 2350-EXIT
006070     END-READ.
006080     IF PR-COMPANY-CODE NOT = EX-COMPANY-CODE
006090         GO TO 2350-EXIT
006100     END-IF.
006110     EVALUATE TRUE
006120         WHEN PR-STATUS-OPEN
006130          AND CK-TODAY-DATE NOT > PR-DUE-DATE
006140             MOVE "O" TO SC-PROMISE-CODE
006150             MOVE PR-DUE-DATE TO SC-PROMISE-DUE
006160             DIVIDE CK-PROMISE-DIVISOR INTO SC-SCORE
006170             ADD 1 TO CK-PROMISED-COUNT
006180         WHEN PR-STATUS-BROKEN
006190             MOVE "B" TO SC-PROMISE-CODE
006200             MOVE PR-DUE-DATE TO SC-PROMISE-DUE
006210             ADD CK-BROKEN-BOOST TO SC-SCORE
006220             ADD 1 TO CK-BROKEN-COUNT
006230         WHEN OTHER
006240             CONTINUE
006250     END-EVALUATE.
006260 2350-EXIT.
006270     EXIT.
006280 2900-READ-EXCEPTION.
006290     READ EXCEPTION-MASTER NEXT
006300         AT END SET CK-EXC-EOF TO TRUE
006310     END-READ.
006320 2900-EXIT.
006330     EXIT.
006340 2950-READ-HISTORY.
006350     READ HISTORY-SORTED
006360         AT END
006370             SET CK-HSRT-EOF TO TRUE
006380             MOVE HIGH-VALUES TO CK-HIST-KEY
006390         NOT AT END
006400             MOVE HS-ACCOUNT-ID TO CK-HIST-KEY
006410     END-READ.
006420 2950-EXIT.
006430     EXIT.
006440*-----------------------------------------------------------------
006450* THE RANKING ITSELF - THE SCORED RECORDS COME BACK IN
006460* DESCENDING SCORE ORDER AND EACH ONE TAKES THE NEXT RANK ON
006470* BOTH THE REPORT AND THE CALL-SYSTEM FILE.
006480*-----------------------------------------------------------------
006490 4000-RANK-WORKLIST.
006500     CLOSE SCORED-WORK-FILE.
006510     SORT RANK-SORT-FILE
006520         ON DESCENDING KEY RS-SCORE
006530         ON ASCENDING KEY RS-ACCOUNT-ID
006540         USING SCORED-WORK-FILE
006550         OUTPUT PROCEDURE IS 4100-WRITE-RANKED THRU 4100-EXIT.
006560 4000-EXIT.
006570     EXIT.
006580 4100-WRITE-RANKED.
006590     PERFORM 4900-RETURN-RANKED THRU 4900-EXIT.
006600     PERFORM 4200-WRITE-ONE-RANK THRU 4200-EXIT
006610         UNTIL CK-RANK-EOF.
006620 4100-EXIT.
006630     EXIT.
006640 4200-WRITE-ONE-RANK.
006650     ADD 1 TO CK-RANK.
006660     MOVE CK-RANK             TO CW-RANK.
006670     MOVE RS-ACCOUNT-ID       TO CW-ACCOUNT-ID.
006680     MOVE RS-TIER-CODE        TO CW-TIER-CODE.
006690     MOVE RS-DAYS-OUT         TO CW-DAYS-OUT.
006700     MOVE RS-LAST-VARIANCE    TO CW-LAST-VARIANCE.
006710     MOVE RS-SCORE            TO CW-SCORE.
006720     MOVE RS-COMPANY-CODE     TO CW-COMPANY-CODE.
006730     MOVE RS-PROMISE-CODE     TO CW-PROMISE-STATUS.
006740     MOVE RS-PROMISE-DUE      TO CW-PROMISE-DUE-DATE.
006750     MOVE RS-ASSIGNED-TO      TO CW-ASSIGNED-TO.
006760     MOVE SPACES              TO CK-STANDARD-NUMBER.
006770     PERFORM 4300-GET-CONTACT THRU 4300-EXIT.
006780     PERFORM 4400-COUNT-DIAL-STATUS THRU 4400-EXIT.
006790     WRITE CW-WORKLIST-RECORD.
006800     IF CK-WLST-STATUS NOT = "00"
006810         DISPLAY "COLWORK - COLWORK WRITE ERROR " CK-WLST-STATUS
006820         MOVE 99 TO RETURN-CODE
006830         GOBACK
006840     END-IF.
006850     MOVE RS-DAYS-OUT      TO CK-EDIT-DAYS.
006860     MOVE RS-LAST-VARIANCE TO CK-EDIT-VARIANCE.
006870     MOVE RS-SCORE         TO CK-EDIT-SCORE.
006880     MOVE SPACES TO WORKLIST-REPORT-LINE.
006890     STRING RS-ACCOUNT-ID        DELIMITED BY SIZE
006900            "  TIER "            DELIMITED BY SIZE
006910            RS-TIER-CODE         DELIMITED BY SIZE
006920            "  OUT"              DELIMITED BY SIZE
006930            CK-EDIT-DAYS         DELIMITED BY SIZE
006940            " DAYS  VARIANCE="   DELIMITED BY SIZE
006950            CK-EDIT-VARIANCE     DELIMITED BY SIZE
006960            "  SCORE="           DELIMITED BY SIZE
006970            CK-EDIT-SCORE        DELIMITED BY SIZE
006980       INTO WORKLIST-REPORT-LINE.
006990     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
007000     MOVE SPACES TO WORKLIST-REPORT-LINE.
007010     STRING "           CALL "   DELIMITED BY SIZE
007020            CW-CUSTOMER-ID       DELIMITED BY SIZE
007030            " "                  DELIMITED BY SIZE
007040            CW-CUSTOMER-NAME     DELIMITED BY SIZE
007050            " "                  DELIMITED BY SIZE
007060            CK-STANDARD-NUMBER   DELIMITED BY SIZE
007070            "  WINDOW "          DELIMITED BY SIZE
007080            CW-WINDOW-CODE       DELIMITED BY SIZE
007090            "  "                 DELIMITED BY SIZE
007100            CK-DIAL-WORD         DELIMITED BY SIZE
007110       INTO WORKLIST-REPORT-LINE.
007120     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
007130     IF NOT CW-PROMISE-NONE
007140         PERFORM 4500-WRITE-PROMISE-LINE THRU 4500-EXIT
007150     END-IF.
007160     ADD 1 TO CK-LISTED-COUNT.
007170     PERFORM 4900-RETURN-RANKED THRU 4900-EXIT.
007180 4200-EXIT.
007190     EXIT.
007200*-----------------------------------------------------------------
007210* WHO TO CALL - THE ACCOUNT'S CROSS-REFERENCE LINK NAMES THE
007220* CUSTOMER, THE PHONE DIRECTORY GIVES THE NUMBER AND ITS
007230* CONSENT AND BAD-NUMBER STATE, AND THE AREATZ ZONE TABLE GIVES
007240* THE CALLING WINDOW BY THE SAME RULES AS INSPECT-SAMPLE.  THE
007250* FIRST REASON NOT TO DIAL WINS, IN THE SAME ORDER THE DIALER
007260* EXTRACT APPLIES THEM - CONSENT BEFORE ANYTHING ELSE.
007270*-----------------------------------------------------------------
007280 4300-GET-CONTACT.
007290     MOVE SPACES TO CW-CUSTOMER-ID
007300                    CW-CUSTOMER-NAME
007310                    CW-PHONE-NUMBER
007320                    CW-E164-NUMBER
007330                    CW-WINDOW-CODE
007340                    CW-DNC-FLAG
007350                    CW-BADNO-FLAG
007360                    CW-PHONE-TYPE.
007370     SET CW-NOT-LINKED TO TRUE.
007380     IF NOT CK-XREF-AVAILABLE
007390         GO TO 4300-EXIT
007400     END-IF.
007410     MOVE RS-COMPANY-CODE TO XR-COMPANY-CODE.
007420     MOVE RS-ACCOUNT-ID   TO XR-ACCOUNT-ID.
007430     READ XREF-MASTER
007440         INVALID KEY
007450             GO TO 4300-EXIT
007460     END-READ.
007470     MOVE XR-CUSTOMER-ID TO CW-CUSTOMER-ID.
007480     IF NOT CK-MAST-AVAILABLE
007490         GO TO 4300-EXIT
007500     END-IF.
007510     MOVE XR-CUSTOMER-ID TO PH-CUSTOMER-ID.
007520     READ PHONEMST-FILE
007530         INVALID KEY
007540             GO TO 4300-EXIT
007550     END-READ.
007560     MOVE PH-CUSTOMER-NAME TO CW-CUSTOMER-NAME.
007570     MOVE PH-DNC-FLAG      TO CW-DNC-FLAG.
007580     PERFORM 4320-SELECT-NUMBER THRU 4320-EXIT.
007590     MOVE CK-DIAL-NUMBER   TO CW-PHONE-NUMBER.
007600     CALL "PHONEFMT" USING CK-DIAL-AREA-CODE
007610                            CK-DIAL-PREFIX-NUM
007620                            CK-DIAL-LAST-FOUR
007630                            CK-VALID-SW
007640                            CK-STANDARD-NUMBER
007650                            CW-E164-NUMBER
007660                            CK-DASHED-NUMBER.
007670     PERFORM 4350-FIND-WINDOW THRU 4350-EXIT.
007680     MOVE CK-ZONE TO CW-WINDOW-CODE.
007690     EVALUATE TRUE
007700         WHEN CW-DNC-FLAG = "Y"
007710             SET CW-DO-NOT-CALL TO TRUE
007720         WHEN CW-BADNO-FLAG = "Y"
007730             SET CW-BAD-NUMBER TO TRUE
007740         WHEN CK-NO-WINDOW
007750             SET CW-NO-WINDOW TO TRUE
007760         WHEN OTHER
007770             SET CW-DIALABLE TO TRUE
007780     END-EVALUATE.
007790 4300-EXIT.
007800     EXIT.
007810*-----------------------------------------------------------------
007820* PHONESEL PICKS THE BEST DIALABLE NUMBER ON PHONENUM.  WHEN
007830* EVERY NUMBER IS BAD OR WITHDRAWN THE TOP-RANKED ONE STILL GOES
007840* ON THE LIST, FLAGGED, SO COLLECTIONS CAN SEE WHY THE ACCOUNT
007850* IS NOT BEING CALLED.  A CUSTOMER WITH NO PHONENUM ENTRIES
007860* KEEPS THE OLD PHONEMST DIRECTORY NUMBER AND ITS BAD FLAG.
007870*-----------------------------------------------------------------
007880 4320-SELECT-NUMBER.
007890     CALL "PHONESEL" USING "S"
007900                           XR-CUSTOMER-ID
007910                           CK-SEL-RESULT
007920                           CK-SEL-TYPE
007930                           CK-DIAL-NUMBER
007940                           CK-SEL-FALLBACK-SW.
007950     EVALUATE TRUE
007960         WHEN CK-SEL-NONE-ON-FILE
007970             MOVE PH-PHONE-NUMBER TO CK-DIAL-NUMBER
007980             MOVE PH-BADNO-FLAG   TO CW-BADNO-FLAG
007990         WHEN CK-SEL-ALL-BAD
008000             MOVE CK-SEL-TYPE     TO CW-PHONE-TYPE
008010             MOVE "Y"             TO CW-BADNO-FLAG
008020         WHEN CK-SEL-ALL-WITHDRAWN
008030             MOVE CK-SEL-TYPE     TO CW-PHONE-TYPE
008040             MOVE "Y"             TO CW-DNC-FLAG
008050             MOVE "N"             TO CW-BADNO-FLAG
008060         WHEN OTHER
008070             MOVE CK-SEL-TYPE     TO CW-PHONE-TYPE
008080             MOVE "N"             TO CW-BADNO-FLAG
008090     END-EVALUATE.
008100 4320-EXIT.
008110     EXIT.
008120*-----------------------------------------------------------------
008130* A NUMBER PHONEFMT COULD NOT FORMAT, OR AREA CODE "000", HAS
008140* NO WINDOW - THE SAME OUTCOME AS A REJECT ON THE EXTRACT.
008150* WITH NO AREATZ A GOOD NUMBER IS NOT RESTRICTED.
008160*-----------------------------------------------------------------
008170 4350-FIND-WINDOW.
008180     MOVE "N" TO CK-NOWIN-SW.
008190     IF CK-VALID-SW NOT = "Y"
008200        OR CK-DIAL-AREA-CODE = "000"
008210         MOVE SPACE TO CK-ZONE
008220     ELSE
008230         IF NOT CK-ATZ-AVAILABLE
008240             MOVE SPACE TO CK-ZONE
008250             GO TO 4350-EXIT
008260         END-IF
008270         MOVE CK-DIAL-AREA-CODE TO CK-AREA-SUB
008280         MOVE CK-ZONE-BYTE (CK-AREA-SUB) TO CK-ZONE
008290     END-IF.
008300     IF CK-ZONE = SPACE
008310         SET CK-NO-WINDOW TO TRUE
008320     END-IF.
008330 4350-EXIT.
008340     EXIT.
008350 4400-COUNT-DIAL-STATUS.
008360     EVALUATE TRUE
008370         WHEN CW-DIALABLE
008380             ADD 1 TO CK-DIALABLE-COUNT
008390             MOVE "DIALABLE    " TO CK-DIAL-WORD
008400         WHEN CW-DO-NOT-CALL
008410             ADD 1 TO CK-DNC-COUNT
008420             MOVE "DO NOT CALL " TO CK-DIAL-WORD
008430         WHEN CW-BAD-NUMBER
008440             ADD 1 TO CK-BADNO-COUNT
008450             MOVE "BAD NUMBER  " TO CK-DIAL-WORD
008460         WHEN CW-NO-WINDOW
008470             ADD 1 TO CK-NOZONE-COUNT
008480             MOVE "NO WINDOW   " TO CK-DIAL-WORD
008490         WHEN OTHER
008500             ADD 1 TO CK-UNLINKED-COUNT
008510             MOVE "NOT LINKED  " TO CK-DIAL-WORD
008520     END-EVALUATE.
008530 4400-EXIT.
008540     EXIT.
008550 4500-WRITE-PROMISE-LINE.
008560     IF CW-PROMISE-BROKEN
008570         MOVE "BROKEN" TO CK-PROMISE-WORD
008580     ELSE
008590         MOVE "OPEN  " TO CK-PROMISE-WORD
008600     END-IF.
008610     MOVE SPACES TO WORKLIST-REPORT-LINE.
008620     STRING "           PROMISE TO PAY "  DELIMITED BY SIZE
008630            CK-PROMISE-WORD               DELIMITED BY SIZE
008640            " - DUE "                     DELIMITED BY SIZE
008650            CW-PROMISE-DUE-DATE           DELIMITED BY SIZE
008660       INTO WORKLIST-REPORT-LINE.
008670     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
008680 4500-EXIT.
008690     EXIT.
008700 4900-RETURN-RANKED.
008710     RETURN RANK-SORT-FILE
008720         AT END SET CK-RANK-EOF TO TRUE
008730     END-RETURN.
008740 4900-EXIT.
008750     EXIT.
008760 7500-WRITE-REPORT-LINE.
008770     WRITE WORKLIST-REPORT-LINE.
008780     IF CK-WRPT-STATUS NOT = "00"
008790         DISPLAY "COLWORK - COLWKRPT WRITE ERROR " CK-WRPT-STATUS
008800         MOVE 99 TO RETURN-CODE
008810         GOBACK
008820     END-IF.
008830 7500-EXIT.
008840     EXIT.
008850 8000-WRITE-TRAILER.
008860     MOVE CK-LISTED-COUNT TO CK-EDIT-LISTED.
008870     MOVE SPACES TO WORKLIST-REPORT-LINE.
008880     STRING "ACCOUNTS LISTED: "  DELIMITED BY SIZE
008890            CK-EDIT-LISTED       DELIMITED BY SIZE
008900       INTO WORKLIST-REPORT-LINE.
008910     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
008920     DISPLAY "COLWORK - " WORKLIST-REPORT-LINE.
008930     MOVE CK-DIALABLE-COUNT  TO CK-EDIT-DIALABLE.
008940     MOVE CK-UNLINKED-COUNT  TO CK-EDIT-UNLINKED.
008950     MOVE CK-DNC-COUNT       TO CK-EDIT-DNC.
008960     MOVE CK-BADNO-COUNT     TO CK-EDIT-BADNO.
008970     MOVE CK-NOZONE-COUNT    TO CK-EDIT-NOZONE.
008980     MOVE SPACES TO WORKLIST-REPORT-LINE.
008990     STRING "DIALABLE: "         DELIMITED BY SIZE
009000            CK-EDIT-DIALABLE     DELIMITED BY SIZE
009010            ", NOT LINKED: "     DELIMITED BY SIZE
009020            CK-EDIT-UNLINKED     DELIMITED BY SIZE
009030            ", DNC: "            DELIMITED BY SIZE
009040            CK-EDIT-DNC          DELIMITED BY SIZE
009050            ", BAD NUMBER: "     DELIMITED BY SIZE
009060            CK-EDIT-BADNO        DELIMITED BY SIZE
009070            ", NO WINDOW: "      DELIMITED BY SIZE
009080            CK-EDIT-NOZONE       DELIMITED BY SIZE
009090       INTO WORKLIST-REPORT-LINE.
009100     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
009110     DISPLAY "COLWORK - " WORKLIST-REPORT-LINE.
009120     MOVE CK-PROMISED-COUNT  TO CK-EDIT-PROMISED.
009130     MOVE CK-BROKEN-COUNT    TO CK-EDIT-BROKEN.
009140     MOVE SPACES TO WORKLIST-REPORT-LINE.
009150     STRING "OPEN PROMISES: "    DELIMITED BY SIZE
009160            CK-EDIT-PROMISED     DELIMITED BY SIZE
009170            ", BROKEN PROMISES: " DELIMITED BY SIZE
009180            CK-EDIT-BROKEN       DELIMITED BY SIZE
009190       INTO WORKLIST-REPORT-LINE.
009200     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
009210     DISPLAY "COLWORK - " WORKLIST-REPORT-LINE.
009220 8000-EXIT.
009230     EXIT.
009240 9000-TERMINATE.
009250     MOVE CK-LISTED-COUNT TO CK-EDIT-LISTED.
009260     MOVE SPACES TO CK-AUDIT-DETAIL.
009270     STRING "RUN COMPLETE - LISTED: " DELIMITED BY SIZE
009280            CK-EDIT-LISTED            DELIMITED BY SIZE
009290       INTO CK-AUDIT-DETAIL.
009300     CALL "AUDITLOG" USING "COLWORK   "
009310                            "END       "
009320                            CK-AUDIT-DETAIL.
009330     IF CK-MASTER-AVAILABLE
009340         CLOSE EXCEPTION-MASTER
009350     END-IF.
009360     IF CK-HIST-AVAILABLE
009370         CLOSE HISTORY-SORTED
009380     END-IF.
009390     IF CK-CLOUT-AVAILABLE
009400         CLOSE CLASSOUT-FILE
009410     END-IF.
009420     IF CK-XREF-AVAILABLE
009430         CLOSE XREF-MASTER
009440     END-IF.
009450     IF CK-MAST-AVAILABLE
009460         CLOSE PHONEMST-FILE
009470     END-IF.
009480     IF CK-PROM-AVAILABLE
009490         CLOSE PROMISE-MASTER
009500     END-IF.
009510     CALL "PHONESEL" USING "C"
009520                           XR-CUSTOMER-ID
009530                           CK-SEL-RESULT
009540                           CK-SEL-TYPE
009550                           CK-DIAL-NUMBER
009560                           CK-SEL-FALLBACK-SW.
009570     CLOSE WORKLIST-REPORT.
009580     CLOSE WORKLIST-FILE.
009590 9000-EXIT.
009600     EXIT.
