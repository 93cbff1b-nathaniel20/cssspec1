000060*    DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    REMARKS.
000090*        NIGHTLY DIALER-EXTRACT PASS.  READS THE PHONE FEED -
000100*        ONE RECORD PER TYPED NUMBER, EACH CUSTOMER'S RECORDS
000110*        TOGETHER - AND PICKS ONE NUMBER PER CUSTOMER: THE BEST
000120*        GOOD NUMBER ON PHONENUM BY DIAL PRIORITY, THROUGH THE
000130*        SHARED PHONESEL RULE, SO A NUMBER THE DIALER FLAGGED
000140*        BAD OR THE CUSTOMER WITHDREW FALLS BACK TO THE NEXT-
000150*        RANKED ONE.  A CUSTOMER WITH NO PHONENUM RECORDS IS
000160*        DIALED ON THE FEED NUMBER AS BEFORE.  ALL THREE
000170*        OUTBOUND PHONE FORMATS (STANDARD, E.164, DASHED) ARE
000180*        BUILT FOR THE NUMBER CHOSEN THROUGH THE SHARED
000190*        PHONEFMT SUBPROGRAM.  EACH FORMATTED RECORD
000200*        IS WRITTEN TO THE CALLING-WINDOW EXTRACT FOR ITS AREA
000210*        CODE'S TIME ZONE (EASTERN/CENTRAL/MOUNTAIN/PACIFIC,
000220*        FROM THE AREATZ REFERENCE FILE) SO THE AUTODIALER
000230*        NEVER RINGS A WEST-COAST CUSTOMER AT 7 AM EASTERN.
000240*        ANY RECORD WHOSE PHONE COMPONENTS ARE NOT NUMERIC, OR
000250*        WHOSE AREA CODE IS MISSING FROM THE REFERENCE, IS
000260*        REJECTED TO THE ERROR REPORT INSTEAD OF BEING GUESSED
000270*        INTO A WINDOW.  CUSTOMERS FLAGGED DO-NOT-CALL ON THE
000280*        PHONE MASTER ARE SUPPRESSED, NOT EXTRACTED, AS ARE
000290*        CUSTOMERS WITH NO GOOD NUMBER LEFT.  A CUSTOMER WHO
000300*        WOULD OTHERWISE BE DIALED BUT HAS REACHED THE CONTACT
000310*        FREQUENCY CAP (CONTCAP, AGAINST THE CONTHIST HISTORY
000320*        DIALDISP BUILDS) IS HELD BACK TO ITS OWN REPORT,
000330*        DIALCAP.  EVERY CUSTOMER ON THE FEED LANDS ON EXACTLY
000340*        ONE EXTRACT, ERROR-REPORT, OR CAP-REPORT LINE - THE
000350*        CROSS-FOOT NIGHTBAL PROVES.
000360*-----------------------------------------------------------------
000370*    MODIFICATION HISTORY.
000380*        08/08/26  RLH  REWRITTEN FROM THE ORIGINAL ONE-SHOT
000390*                       REPLACING/CONVERTING DEMONSTRATION INTO A
000400*                       BATCH RUN AGAINST THE PHONE FEED, WRITING
000410*                       A MULTI-FORMAT DIALER EXTRACT.
000420*        08/08/26  RLH  ADDED THE NUMERIC FORMAT CHECK AHEAD OF
000430*                       THE PHONEFMT CALL.  CCOUNT (CARRIED OVER
000440*                       FROM THE ORIGINAL WORKING-STORAGE) NOW
000450*                       COUNTS REJECTS INSTEAD OF SITTING UNUSED,
000460*                       AND EACH REJECT GOES TO THE ERROR REPORT.
000470*        08/08/26  RLH  RETURNS CCOUNT IN THE RETURN-CODE SPECIAL
000480*                       REGISTER SO DAILYJOB CAN TELL WHETHER
000490*                       THIS RUN WAS CLEAN.
000500*        08/08/26  RLH  LOGS START/END EVENTS TO THE SHARED
000510*                       AUDIT TRAIL VIA AUDITLOG.
000520*        08/21/26  RLH  HONORS THE DO-NOT-CALL FLAG ON THE
000530*                       PHONE MASTER - A FLAGGED CUSTOMER IS
000540*                       SUPPRESSED FROM THE DIALER EXTRACT,
000550*                       NOTED ON THE ERROR REPORT, AND COUNTED
000560*                       ALONGSIDE THE REJECTS AT TERMINATION.
000570*                       SUPPRESSIONS ARE NOT EXCEPTIONS AND DO
000580*                       NOT GO INTO THE RETURN-CODE.
000590*        08/21/26  RLH  SPLIT THE SINGLE DIALEXT EXTRACT INTO
000600*                       THE FOUR CALLING-WINDOW EXTRACTS
000610*                       (DIALEXTE/C/M/P) DRIVEN BY THE AREATZ
000620*                       AREA-CODE TIME-ZONE REFERENCE.  AN AREA
000630*                       CODE NOT ON THE REFERENCE REJECTS TO
000640*                       THE ERROR REPORT RATHER THAN GUESSING A
000650*                       WINDOW, ENDING THE DIALER TEAM'S DAILY
000660*                       HAND-SORT.
000670*        09/02/26  RLH  AREATZ ENTRIES MAY NOW CARRY AN
000680*                       EFFECTIVE DATE (MAINTAINED BY AREAMNT)
000690*                       SO A SCHEDULED NPA SPLIT CAN BE LOADED
000700*                       AHEAD OF ITS CUTOVER.  AN ENTRY DATED
000710*                       IN THE FUTURE IS SKIPPED; ENTRIES FOR
000720*                       THE SAME CODE APPLY IN FILE ORDER
000730*                       (AREAMNT KEEPS THAT ORDER BY EFFECTIVE
000740*                       DATE) SO THE LATEST IN-EFFECT ONE WINS.
000750*                       A BLANK DATE MEANS ALWAYS IN EFFECT.
000760*        10/15/26  RLH  ONE EXTRACT PER CUSTOMER, NOT PER FEED
000770*                       RECORD - THE FEED NOW CARRIES SEVERAL
000780*                       TYPED NUMBERS A CUSTOMER.  THE NUMBER
000790*                       DIALED IS THE BEST GOOD ONE ON PHONENUM
000800*                       (PHONESEL), FALLING BACK PAST BAD AND
000810*                       WITHDRAWN NUMBERS; FALLBACKS ARE
000820*                       COUNTED.  NO GOOD NUMBER LEFT IS A
000830*                       SUPPRESSION, NOT A REJECT.  THE
000840*                       CUSTOMER-WIDE DO-NOT-CALL CHECK NOW
000850*                       COMES FIRST.
000860*        10/15/26  RLH  ENFORCES THE CONTACT FREQUENCY CAP
000870*                       THROUGH CONTCAP FOR TOMORROW'S DIALING
000880*                       DAY.  A CAPPED CUSTOMER GOES TO THE NEW
000890*                       DIALCAP REPORT WITH ITS OWN COUNT - A
000900*                       SUPPRESSION, NOT A REJECT.
000910*****************************************************************
000920 IDENTIFICATION DIVISION.
000930 PROGRAM-ID. INSPECT-SAMPLE.
000940 AUTHOR. R. HOLLOWAY.
000950 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000960 DATE-WRITTEN. 08/08/26.
000970 DATE-COMPILED. 08/21/26.
000980 ENVIRONMENT DIVISION.
000990 INPUT-OUTPUT SECTION.
001000 FILE-CONTROL.
001010     SELECT PHONE-FEED-FILE ASSIGN TO PHONEFEED
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS IS-FEED-STATUS.
001040     SELECT AREA-TZ-FILE ASSIGN TO AREATZ
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS IS-ATZF-STATUS.
001070     SELECT EASTERN-EXTRACT ASSIGN TO DIALEXTE
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS IS-EAST-STATUS.
001100     SELECT CENTRAL-EXTRACT ASSIGN TO DIALEXTC
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS IS-CENT-STATUS.
001130     SELECT MOUNTAIN-EXTRACT ASSIGN TO DIALEXTM
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS IS-MNTN-STATUS.
001160     SELECT PACIFIC-EXTRACT ASSIGN TO DIALEXTP
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS IS-PACF-STATUS.
001190     SELECT PHONE-ERROR-REPORT ASSIGN TO PHONERRR
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS IS-ERRR-STATUS.
001220     SELECT CAP-REPORT ASSIGN TO DIALCAP
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS IS-CAPR-STATUS.
001250     SELECT PHONEMST-FILE ASSIGN TO PHONEMST
001260         ORGANIZATION IS INDEXED
001270         ACCESS MODE IS DYNAMIC
001280         RECORD KEY IS PH-CUSTOMER-ID
001290         ALTERNATE RECORD KEY IS PH-PHONE-NUMBER
001300             WITH DUPLICATES
001310         FILE STATUS IS IS-MAST-STATUS.
001320 DATA DIVISION.
001330 FILE SECTION.
001340 FD  PHONE-FEED-FILE.
001350 COPY phfeedcpy.
001360 FD  AREA-TZ-FILE.
001370 01  AREA-TZ-RECORD.
001380     05  AZ-AREA-CODE            PIC X(03).
001390     05  AZ-TIME-ZONE            PIC X(01).
001400*    X(08) SO THE SHORT RECORDS WRITTEN BEFORE EFFECTIVE DATING
001410*    READ AS SPACES - ALWAYS IN EFFECT.
001420     05  AZ-EFF-DATE             PIC X(08).
001430 FD  EASTERN-EXTRACT.
001440 01  EASTERN-EXTRACT-RECORD      PIC X(46).
001450 FD  CENTRAL-EXTRACT.
001460 01  CENTRAL-EXTRACT-RECORD      PIC X(46).
001470 FD  MOUNTAIN-EXTRACT.
001480 01  MOUNTAIN-EXTRACT-RECORD     PIC X(46).
001490 FD  PACIFIC-EXTRACT.
001500 01  PACIFIC-EXTRACT-RECORD      PIC X(46).
001510 FD  PHONE-ERROR-REPORT.
001520 01  PHONE-ERROR-LINE            PIC X(60).
001530 FD  CAP-REPORT.
001540 01  CAP-REPORT-LINE             PIC X(60).
001550 FD  PHONEMST-FILE.
001560 COPY phonecpy.
001570 WORKING-STORAGE SECTION.
001580 01  CCOUNT                       PIC 9(05) VALUE 00.
001590 01  IS-FILE-STATUSES.
001600     05  IS-FEED-STATUS           PIC X(02) VALUE "00".
001610     05  IS-ATZF-STATUS           PIC X(02) VALUE "00".
001620     05  IS-EAST-STATUS           PIC X(02) VALUE "00".
001630     05  IS-CENT-STATUS           PIC X(02) VALUE "00".
001640     05  IS-MNTN-STATUS           PIC X(02) VALUE "00".
001650     05  IS-PACF-STATUS           PIC X(02) VALUE "00".
001660     05  IS-ERRR-STATUS           PIC X(02) VALUE "00".
001670     05  IS-MAST-STATUS           PIC X(02) VALUE "00".
001680     05  IS-CAPR-STATUS           PIC X(02) VALUE "00".
001690 01  IS-SWITCHES.
001700     05  IS-EOF-SW                PIC X(01) VALUE "N".
001710         88  IS-EOF                   VALUE "Y".
001720     05  IS-ATZ-EOF-SW            PIC X(01) VALUE "N".
001730         88  IS-ATZ-EOF               VALUE "Y".
001740     05  IS-SUPPRESS-SW           PIC X(01) VALUE "N".
001750         88  IS-SUPPRESS              VALUE "Y".
001760 01  IS-VALID-SW                  PIC X(01).
001770     88  IS-IS-VALID                  VALUE "Y".
001780     88  IS-IS-INVALID                 VALUE "N".
001790 01  IS-SUPPRESS-COUNT            PIC 9(05) VALUE 0.
001800 01  IS-FALLBACK-COUNT            PIC 9(05) VALUE 0.
001810 01  IS-ALTERNATE-COUNT           PIC 9(05) VALUE 0.
001820 01  IS-CAPPED-COUNT              PIC 9(05) VALUE 0.
001830 01  IS-PRIOR-CUSTOMER            PIC X(08) VALUE LOW-VALUES.
001840*-----------------------------------------------------------------
001850* THE NUMBER TO DIAL - PHONESEL'S CHOICE, OR THE FEED NUMBER FOR
001860* A CUSTOMER WITH NO PHONENUM RECORDS.
001870*-----------------------------------------------------------------
001880 01  IS-DIAL-NUMBER.
001890     05  IS-DIAL-AREA-CODE        PIC X(03).
001900     05  IS-DIAL-PREFIX-NUM       PIC X(03).
001910     05  IS-DIAL-LAST-FOUR        PIC X(04).
001920 01  IS-SEL-RESULT                PIC X(01).
001930     88  IS-SEL-GOOD                  VALUE "G".
001940     88  IS-SEL-ALL-BAD               VALUE "B".
001950     88  IS-SEL-ALL-WITHDRAWN         VALUE "D".
001960     88  IS-SEL-NONE-ON-FILE          VALUE "N".
001970 01  IS-SEL-TYPE                  PIC X(01).
001980 01  IS-SEL-FALLBACK-SW           PIC X(01).
001990     88  IS-SEL-FELL-BACK             VALUE "Y".
002000 01  IS-EDIT-SUPPRESSED           PIC ZZZ,ZZ9.
002010*-----------------------------------------------------------------
002020* THE CONTACT CAP CHECK - THE EXTRACT IS DIALED TOMORROW, SO THAT
002030* IS THE DATE THE CAP IS MEASURED AGAINST.
002040*-----------------------------------------------------------------
002050 01  IS-DIAL-DATE                 PIC 9(08).
002060 01  IS-CAP-RESULT                PIC X(01).
002070     88  IS-NOT-CAPPED                VALUE "N".
002080     88  IS-ATTEMPTS-CAPPED           VALUE "W".
002090     88  IS-ANSWERED-CAPPED           VALUE "A".
002100     88  IS-CAP-HISTORY-ERROR         VALUE "E".
002110 01  IS-CAP-ATTEMPTS              PIC 9(05).
002120 01  IS-CAP-ANSWERED              PIC 9(05).
002130 01  IS-EDIT-CAP-COUNT            PIC ZZ,ZZ9.
002140*-----------------------------------------------------------------
002150* ONE ZONE BYTE PER POSSIBLE THREE-DIGIT AREA CODE, SUBSCRIPTED
002160* DIRECTLY BY THE AREA CODE ITSELF - NO SEARCH, AND NO CAP TO
002170* OUTGROW.  A SPACE MEANS THE CODE IS NOT ON THE REFERENCE.
002180*-----------------------------------------------------------------
002190 01  IS-ZONE-TABLE.
002200     05  IS-ZONE-BYTE OCCURS 999 TIMES
002210                                  PIC X(01).
002220 01  IS-AREA-SUB                  PIC 9(03).
002230 01  IS-ZONE                      PIC X(01).
002240 01  IS-ZONE-LOAD-COUNT           PIC 9(03) VALUE 0.
002250 01  IS-TODAY-DATE                PIC 9(08).
002260 01  IS-EFF-DATE-N                PIC 9(08).
002270 01  IS-WINDOW-COUNTS.
002280     05  IS-EAST-COUNT            PIC 9(05) VALUE 0.
002290     05  IS-CENT-COUNT            PIC 9(05) VALUE 0.
002300     05  IS-MNTN-COUNT            PIC 9(05) VALUE 0.
002310     05  IS-PACF-COUNT            PIC 9(05) VALUE 0.
002320 01  DIALER-EXTRACT-RECORD.
002330     05  DE-CUSTOMER-ID          PIC X(08).
002340     05  DE-STANDARD-NUMBER      PIC X(14).
002350     05  DE-E164-NUMBER          PIC X(12).
002360     05  DE-DASHED-NUMBER        PIC X(12).
002370 01  IS-AUDIT-DETAIL              PIC X(50).
002380 01  IS-AUDIT-EDIT-COUNT          PIC ZZZ,ZZ9.
002390 PROCEDURE DIVISION.
002400 0000-MAINLINE.
002410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002420     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
002430         UNTIL IS-EOF.
002440     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002450     MOVE CCOUNT TO RETURN-CODE.
002460     GOBACK.
002470 1000-INITIALIZE.
002480     OPEN INPUT PHONE-FEED-FILE.
002490     IF IS-FEED-STATUS NOT = "00"
002500         DISPLAY "INSPECT - PHONEFEED OPEN ERROR " IS-FEED-STATUS
002510         MOVE 99 TO RETURN-CODE
002520         GOBACK
002530     END-IF.
002540     PERFORM 1100-LOAD-ZONE-TABLE THRU 1100-EXIT.
002550     OPEN OUTPUT EASTERN-EXTRACT.
002560     IF IS-EAST-STATUS NOT = "00"
002570         DISPLAY "INSPECT - DIALEXTE OPEN ERROR " IS-EAST-STATUS
002580         MOVE 99 TO RETURN-CODE
002590         GOBACK
002600     END-IF.
002610     OPEN OUTPUT CENTRAL-EXTRACT.
002620     IF IS-CENT-STATUS NOT = "00"
002630         DISPLAY "INSPECT - DIALEXTC OPEN ERROR " IS-CENT-STATUS
002640         MOVE 99 TO RETURN-CODE
002650         GOBACK
002660     END-IF.
002670     OPEN OUTPUT MOUNTAIN-EXTRACT.
002680     IF IS-MNTN-STATUS NOT = "00"
002690         DISPLAY "INSPECT - DIALEXTM OPEN ERROR " IS-MNTN-STATUS
002700         MOVE 99 TO RETURN-CODE
002710         GOBACK
002720     END-IF.
002730     OPEN OUTPUT PACIFIC-EXTRACT.
002740     IF IS-PACF-STATUS NOT = "00"
002750         DISPLAY "INSPECT - DIALEXTP OPEN ERROR " IS-PACF-STATUS
002760         MOVE 99 TO RETURN-CODE
002770         GOBACK
002780     END-IF.
002790     OPEN OUTPUT PHONE-ERROR-REPORT.
002800     IF IS-ERRR-STATUS NOT = "00"
002810         DISPLAY "INSPECT - PHONERRR OPEN ERROR " IS-ERRR-STATUS
002820         MOVE 99 TO RETURN-CODE
002830         GOBACK
002840     END-IF.
002850     OPEN INPUT PHONEMST-FILE.
002860     IF IS-MAST-STATUS NOT = "00"
002870         DISPLAY "INSPECT - PHONEMST OPEN ERROR " IS-MAST-STATUS
002880         MOVE 99 TO RETURN-CODE
002890         GOBACK
002900     END-IF.
002910     OPEN OUTPUT CAP-REPORT.
002920     IF IS-CAPR-STATUS NOT = "00"
002930         DISPLAY "INSPECT - DIALCAP OPEN ERROR " IS-CAPR-STATUS
002940         MOVE 99 TO RETURN-CODE
002950         GOBACK
002960     END-IF.
002970     COMPUTE IS-DIAL-DATE = FUNCTION DATE-OF-INTEGER
002980         (FUNCTION INTEGER-OF-DATE (IS-TODAY-DATE) + 1).
002990     MOVE "DIALER EXTRACT RUN BEGUN" TO IS-AUDIT-DETAIL.
003000     CALL "AUDITLOG" USING "INSPECT   "
003010                            "START     "
003020                            IS-AUDIT-DETAIL.
003030     PERFORM 2900-READ-FEED THRU 2900-EXIT.
003040 1000-EXIT.
003050     EXIT.
003060*-----------------------------------------------------------------
003070* THE REFERENCE IS SMALL AND MUST BE RIGHT - A MISSING FILE OR A
003080* GARBAGE ENTRY STOPS THE RUN RATHER THAN LETTING THE DIALER
003090* CALL INTO THE WRONG WINDOW.
003100*-----------------------------------------------------------------
003110 1100-LOAD-ZONE-TABLE.
003120     ACCEPT IS-TODAY-DATE FROM DATE YYYYMMDD.
003130     MOVE SPACES TO IS-ZONE-TABLE.
003140     OPEN INPUT AREA-TZ-FILE.
003150     IF IS-ATZF-STATUS NOT = "00"
003160         DISPLAY "INSPECT - AREATZ OPEN ERROR " IS-ATZF-STATUS
003170         MOVE 99 TO RETURN-CODE
003180         GOBACK
003190     END-IF.
003200     PERFORM 1150-LOAD-ONE-ZONE THRU 1150-EXIT
003210         UNTIL IS-ATZ-EOF.
003220     CLOSE AREA-TZ-FILE.
003230     IF IS-ZONE-LOAD-COUNT = 0
003240         DISPLAY "INSPECT - AREATZ REFERENCE IS EMPTY"
003250         MOVE 99 TO RETURN-CODE
003260         GOBACK
003270     END-IF.
003280 1100-EXIT.
003290     EXIT.
003300 1150-LOAD-ONE-ZONE.
003310     READ AREA-TZ-FILE
003320         AT END SET IS-ATZ-EOF TO TRUE
003330     END-READ.
003340     IF NOT IS-ATZ-EOF
003350         IF AZ-AREA-CODE IS NOT NUMERIC
003360            OR AZ-AREA-CODE = "000"
003370            OR (AZ-TIME-ZONE NOT = "E"
003380                AND AZ-TIME-ZONE NOT = "C"
003390                AND AZ-TIME-ZONE NOT = "M"
003400                AND AZ-TIME-ZONE NOT = "P")
003410            OR (AZ-EFF-DATE NOT = SPACES
003420                AND AZ-EFF-DATE IS NOT NUMERIC)
003430             DISPLAY "INSPECT - BAD AREATZ ENTRY: "
003440                     AREA-TZ-RECORD
003450             MOVE 99 TO RETURN-CODE
003460             GOBACK
003470         END-IF
003480*        A DATED ENTRY LOADS ONLY ONCE ITS CUTOVER HAS ARRIVED -
003490*        A FUTURE SPLIT SITS ON THE FILE WITHOUT STEERING
003500*        TONIGHT'S CALLS.  ENTRIES APPLY IN FILE ORDER, SO THE
003510*        LATEST IN-EFFECT DATE FOR A CODE WINS.
003520         IF AZ-EFF-DATE = SPACES
003530             MOVE AZ-AREA-CODE TO IS-AREA-SUB
003540             MOVE AZ-TIME-ZONE TO IS-ZONE-BYTE (IS-AREA-SUB)
003550             ADD 1 TO IS-ZONE-LOAD-COUNT
003560         ELSE
003570             MOVE AZ-EFF-DATE TO IS-EFF-DATE-N
003580             IF IS-EFF-DATE-N NOT > IS-TODAY-DATE
003590                 MOVE AZ-AREA-CODE TO IS-AREA-SUB
003600                 MOVE AZ-TIME-ZONE TO IS-ZONE-BYTE (IS-AREA-SUB)
003610                 ADD 1 TO IS-ZONE-LOAD-COUNT
003620             END-IF
003630         END-IF
003640     END-IF.
003650 1150-EXIT.
003660     EXIT.
003670*-----------------------------------------------------------------
003680* ONE PASS PER CUSTOMER.  THE CUSTOMER'S FIRST FEED RECORD DOES
003690* THE WORK; THE REST ARE ITS OTHER NUMBERS, ALREADY LOADED TO
003700* PHONENUM BY PHONELOD, AND ARE ONLY COUNTED.
003710*-----------------------------------------------------------------
003720 2000-PROCESS-RECORDS.
003730     IF PF-CUSTOMER-ID = IS-PRIOR-CUSTOMER
003740         ADD 1 TO IS-ALTERNATE-COUNT
003750         GO TO 2000-NEXT
003760     END-IF.
003770     MOVE PF-CUSTOMER-ID TO IS-PRIOR-CUSTOMER.
003780     PERFORM 2060-CHECK-DO-NOT-CALL THRU 2060-EXIT.
003790     IF IS-SUPPRESS
003800         PERFORM 2500-WRITE-SUPPRESS-LINE THRU 2500-EXIT
003810         GO TO 2000-NEXT
003820     END-IF.
003830     PERFORM 2040-SELECT-NUMBER THRU 2040-EXIT.
003840     IF IS-SEL-ALL-BAD OR IS-SEL-ALL-WITHDRAWN
003850         PERFORM 2550-WRITE-NO-NUMBER-LINE THRU 2550-EXIT
003860         GO TO 2000-NEXT
003870     END-IF.
003880     PERFORM 2050-VALIDATE-RECORD THRU 2050-EXIT.
003890     IF IS-IS-INVALID
003900         PERFORM 2400-WRITE-ERROR-LINE THRU 2400-EXIT
003910         GO TO 2000-NEXT
003920     END-IF.
003930     PERFORM 2150-FIND-WINDOW THRU 2150-EXIT.
003940     IF IS-ZONE = SPACE
003950         PERFORM 2600-WRITE-NOZONE-LINE THRU 2600-EXIT
003960         GO TO 2000-NEXT
003970     END-IF.
003980     PERFORM 2170-CHECK-CONTACT-CAP THRU 2170-EXIT.
003990     IF NOT IS-NOT-CAPPED
004000         PERFORM 2650-WRITE-CAPPED-LINE THRU 2650-EXIT
004010         GO TO 2000-NEXT
004020     END-IF.
004030     PERFORM 2100-FORMAT-NUMBER THRU 2100-EXIT.
004040     PERFORM 2200-WRITE-EXTRACT THRU 2200-EXIT.
004050 2000-NEXT.
004060     PERFORM 2900-READ-FEED THRU 2900-EXIT.
004070 2000-EXIT.
004080     EXIT.
004090*-----------------------------------------------------------------
004100* THE BEST GOOD NUMBER ON PHONENUM.  A CUSTOMER WITH NONE ON FILE
004110* IS DIALED ON THE FEED NUMBER, AS EVERY CUSTOMER WAS BEFORE
004120* PHONENUM.
004130*-----------------------------------------------------------------
004140 2040-SELECT-NUMBER.
004150     CALL "PHONESEL" USING "S"
004160                            PF-CUSTOMER-ID
004170                            IS-SEL-RESULT
004180                            IS-SEL-TYPE
004190                            IS-DIAL-NUMBER
004200                            IS-SEL-FALLBACK-SW.
004210     IF IS-SEL-NONE-ON-FILE
004220         MOVE PF-PHONE-NUMBER TO IS-DIAL-NUMBER
004230     END-IF.
004240     IF IS-SEL-GOOD AND IS-SEL-FELL-BACK
004250         ADD 1 TO IS-FALLBACK-COUNT
004260     END-IF.
004270 2040-EXIT.
004280     EXIT.
004290*-----------------------------------------------------------------
004300* REJECT ANY RECORD WHOSE PHONE COMPONENTS ARE NOT NUMERIC BEFORE
004310* IT EVER REACHES PHONEFMT - A MALFORMED COMPONENT HAS NO BUSINESS
004320* BEING ON THE DIALER EXTRACT AT ALL.
004330*-----------------------------------------------------------------
004340 2050-VALIDATE-RECORD.
004350     SET IS-IS-VALID TO TRUE.
004360     IF IS-DIAL-AREA-CODE IS NOT NUMERIC
004370         SET IS-IS-INVALID TO TRUE
004380     END-IF.
004390     IF IS-DIAL-PREFIX-NUM IS NOT NUMERIC
004400         SET IS-IS-INVALID TO TRUE
004410     END-IF.
004420     IF IS-DIAL-LAST-FOUR IS NOT NUMERIC
004430         SET IS-IS-INVALID TO TRUE
004440     END-IF.
004450 2050-EXIT.
004460     EXIT.
004470*-----------------------------------------------------------------
004480* A CUSTOMER WHO ASKED NOT TO BE CALLED NEVER REACHES THE
004490* DIALER, WHATEVER THE FEED SAYS.  A FEED RECORD NOT YET ON THE
004500* MASTER HAS NO CONSENT RECORDED AGAINST IT AND EXTRACTS AS
004510* BEFORE.
004520*-----------------------------------------------------------------
004530 2060-CHECK-DO-NOT-CALL.
004540     MOVE "N" TO IS-SUPPRESS-SW.
004550     MOVE PF-CUSTOMER-ID TO PH-CUSTOMER-ID.
004560     READ PHONEMST-FILE
004570         INVALID KEY
004580             CONTINUE
004590         NOT INVALID KEY
004600             IF PH-DO-NOT-CALL
004610                 SET IS-SUPPRESS TO TRUE
004620             END-IF
004630     END-READ.
004640 2060-EXIT.
004650     EXIT.
004660*-----------------------------------------------------------------
004670* THE AREA CODE IS ALREADY PROVEN NUMERIC - LOOK ITS CALLING
004680* WINDOW STRAIGHT UP BY SUBSCRIPT.  "000" CANNOT BE A REAL AREA
004690* CODE AND FALLS OUT AS NO-WINDOW.
004700*-----------------------------------------------------------------
004710 2150-FIND-WINDOW.
004720     IF IS-DIAL-AREA-CODE = "000"
004730         MOVE SPACE TO IS-ZONE
004740     ELSE
004750         MOVE IS-DIAL-AREA-CODE TO IS-AREA-SUB
004760         MOVE IS-ZONE-BYTE (IS-AREA-SUB) TO IS-ZONE
004770     END-IF.
004780 2150-EXIT.
004790     EXIT.
004800*-----------------------------------------------------------------
004810* ONLY A CUSTOMER WHO WOULD OTHERWISE BE DIALED IS CHECKED, SO A
004820* REJECT STILL SHOWS UP NIGHTLY WHILE THE CUSTOMER IS CAPPED.
004830*-----------------------------------------------------------------
004840 2170-CHECK-CONTACT-CAP.
004850     CALL "CONTCAP" USING "S"
004860                          PF-CUSTOMER-ID
004870                          IS-DIAL-DATE
004880                          IS-CAP-RESULT
004890                          IS-CAP-ATTEMPTS
004900                          IS-CAP-ANSWERED.
004910     IF IS-CAP-HISTORY-ERROR
004920         DISPLAY "INSPECT - CONTACT CAP UNAVAILABLE - RUN STOPPED"
004930         MOVE 99 TO RETURN-CODE
004940         GOBACK
004950     END-IF.
004960 2170-EXIT.
004970     EXIT.
004980*-----------------------------------------------------------------
004990* PHONEFMT BUILDS ALL THREE FORMATS IN ONE CALL SO PHONEMNT'S
005000* INQUIRY SHOWS EXACTLY THE SAME NUMBER THIS EXTRACT DOES.
005010*-----------------------------------------------------------------
005020 2100-FORMAT-NUMBER.
005030     CALL "PHONEFMT" USING IS-DIAL-AREA-CODE
005040                            IS-DIAL-PREFIX-NUM
005050                            IS-DIAL-LAST-FOUR
005060                            IS-VALID-SW
005070                            DE-STANDARD-NUMBER
005080                            DE-E164-NUMBER
005090                            DE-DASHED-NUMBER.
005100 2100-EXIT.
005110     EXIT.
005120 2200-WRITE-EXTRACT.
005130     MOVE PF-CUSTOMER-ID TO DE-CUSTOMER-ID.
005140     EVALUATE IS-ZONE
005150         WHEN "E"
005160             WRITE EASTERN-EXTRACT-RECORD
005170                 FROM DIALER-EXTRACT-RECORD
005180             IF IS-EAST-STATUS NOT = "00"
005190                 DISPLAY "INSPECT - DIALEXTE WRITE ERROR "
005200                         IS-EAST-STATUS
005210                 MOVE 99 TO RETURN-CODE
005220                 GOBACK
005230             END-IF
005240             ADD 1 TO IS-EAST-COUNT
005250         WHEN "C"
005260             WRITE CENTRAL-EXTRACT-RECORD
005270                 FROM DIALER-EXTRACT-RECORD
005280             IF IS-CENT-STATUS NOT = "00"
005290                 DISPLAY "INSPECT - DIALEXTC WRITE ERROR "
005300                         IS-CENT-STATUS
005310                 MOVE 99 TO RETURN-CODE
005320                 GOBACK
005330             END-IF
005340             ADD 1 TO IS-CENT-COUNT
005350         WHEN "M"
005360             WRITE MOUNTAIN-EXTRACT-RECORD
005370                 FROM DIALER-EXTRACT-RECORD
005380             IF IS-MNTN-STATUS NOT = "00"
005390                 DISPLAY "INSPECT - DIALEXTM WRITE ERROR "
005400                         IS-MNTN-STATUS
005410                 MOVE 99 TO RETURN-CODE
005420                 GOBACK
005430             END-IF
005440             ADD 1 TO IS-MNTN-COUNT
005450         WHEN "P"
005460             WRITE PACIFIC-EXTRACT-RECORD
005470                 FROM DIALER-EXTRACT-RECORD
005480             IF IS-PACF-STATUS NOT = "00"
005490                 DISPLAY "INSPECT - DIALEXTP WRITE ERROR "
005500                         IS-PACF-STATUS
005510                 MOVE 99 TO RETURN-CODE
005520                 GOBACK
005530             END-IF
005540             ADD 1 TO IS-PACF-COUNT
005550     END-EVALUATE.
005560     MOVE SPACES TO IS-AUDIT-DETAIL.
005570     STRING PF-CUSTOMER-ID  DELIMITED BY SIZE
005580            "  FORMATTED"   DELIMITED BY SIZE
005590       INTO IS-AUDIT-DETAIL.
005600     CALL "AUDITLOG" USING "INSPECT   "
005610                            "FORMAT    "
005620                            IS-AUDIT-DETAIL.
005630 2200-EXIT.
005640     EXIT.
005650 2400-WRITE-ERROR-LINE.
005660     MOVE SPACES TO PHONE-ERROR-LINE.
005670     STRING PF-CUSTOMER-ID        DELIMITED BY SIZE
005680            "  MALFORMED PHONE NUMBER: " DELIMITED BY SIZE
005690            IS-DIAL-NUMBER        DELIMITED BY SIZE
005700       INTO PHONE-ERROR-LINE.
005710     WRITE PHONE-ERROR-LINE.
005720     IF IS-ERRR-STATUS NOT = "00"
005730         DISPLAY "INSPECT - PHONERRR WRITE ERROR " IS-ERRR-STATUS
005740         MOVE 99 TO RETURN-CODE
005750         GOBACK
005760     END-IF.
005770     ADD 1 TO CCOUNT.
005780     MOVE SPACES TO IS-AUDIT-DETAIL.
005790     STRING PF-CUSTOMER-ID  DELIMITED BY SIZE
005800            "  REJECTED"    DELIMITED BY SIZE
005810       INTO IS-AUDIT-DETAIL.
005820     CALL "AUDITLOG" USING "INSPECT   "
005830                            "REJECT    "
005840                            IS-AUDIT-DETAIL.
005850 2400-EXIT.
005860     EXIT.
005870 2500-WRITE-SUPPRESS-LINE.
005880     MOVE SPACES TO PHONE-ERROR-LINE.
005890     STRING PF-CUSTOMER-ID             DELIMITED BY SIZE
005900            "  DO NOT CALL - SUPPRESSED" DELIMITED BY SIZE
005910       INTO PHONE-ERROR-LINE.
005920     WRITE PHONE-ERROR-LINE.
005930     IF IS-ERRR-STATUS NOT = "00"
005940         DISPLAY "INSPECT - PHONERRR WRITE ERROR " IS-ERRR-STATUS
005950         MOVE 99 TO RETURN-CODE
005960         GOBACK
005970     END-IF.
005980     ADD 1 TO IS-SUPPRESS-COUNT.
005990     MOVE SPACES TO IS-AUDIT-DETAIL.
006000     STRING PF-CUSTOMER-ID  DELIMITED BY SIZE
006010            "  SUPPRESSED"  DELIMITED BY SIZE
006020       INTO IS-AUDIT-DETAIL.
006030     CALL "AUDITLOG" USING "INSPECT   "
006040                            "SUPPRESS  "
006050                            IS-AUDIT-DETAIL.
006060 2500-EXIT.
006070     EXIT.
006080*-----------------------------------------------------------------
006090* EVERY NUMBER THE CUSTOMER GAVE US IS FLAGGED BAD OR WITHDRAWN -
006100* NOTHING LEFT TO FALL BACK TO.  SUPPRESSED LIKE A DO-NOT-CALL,
006110* NOT A REJECT: THE FIX IS A NEW NUMBER KEYED IN PHONEMNT.
006120*-----------------------------------------------------------------
006130 2550-WRITE-NO-NUMBER-LINE.
006140     MOVE SPACES TO PHONE-ERROR-LINE.
006150     IF IS-SEL-ALL-WITHDRAWN
006160         STRING PF-CUSTOMER-ID             DELIMITED BY SIZE
006170                "  ALL NUMBERS DO NOT CALL - SUPPRESSED"
006180                                           DELIMITED BY SIZE
006190           INTO PHONE-ERROR-LINE
006200     ELSE
006210         STRING PF-CUSTOMER-ID             DELIMITED BY SIZE
006220                "  NO GOOD NUMBER - SUPPRESSED"
006230                                           DELIMITED BY SIZE
006240           INTO PHONE-ERROR-LINE
006250     END-IF.
006260     WRITE PHONE-ERROR-LINE.
006270     IF IS-ERRR-STATUS NOT = "00"
006280         DISPLAY "INSPECT - PHONERRR WRITE ERROR " IS-ERRR-STATUS
006290         MOVE 99 TO RETURN-CODE
006300         GOBACK
006310     END-IF.
006320     ADD 1 TO IS-SUPPRESS-COUNT.
006330     MOVE SPACES TO IS-AUDIT-DETAIL.
006340     STRING PF-CUSTOMER-ID  DELIMITED BY SIZE
006350            "  NO GOOD NUMBER" DELIMITED BY SIZE
006360       INTO IS-AUDIT-DETAIL.
006370     CALL "AUDITLOG" USING "INSPECT   "
006380                            "SUPPRESS  "
006390                            IS-AUDIT-DETAIL.
006400 2550-EXIT.
006410     EXIT.
006420*-----------------------------------------------------------------
006430* AN AREA CODE THE REFERENCE DOES NOT KNOW GETS NO GUESSED
006440* WINDOW - IT GOES TO THE ERROR REPORT AND COUNTS AS A REJECT
006450* SO THE NIGHT IS FLAGGED UNTIL SOMEONE MAINTAINS THE REFERENCE.
006460*-----------------------------------------------------------------
006470 2600-WRITE-NOZONE-LINE.
006480     MOVE SPACES TO PHONE-ERROR-LINE.
006490     STRING PF-CUSTOMER-ID        DELIMITED BY SIZE
006500            "  NO CALLING WINDOW FOR AREA CODE " DELIMITED BY SIZE
006510            IS-DIAL-AREA-CODE     DELIMITED BY SIZE
006520       INTO PHONE-ERROR-LINE.
006530     WRITE PHONE-ERROR-LINE.
006540     IF IS-ERRR-STATUS NOT = "00"
006550         DISPLAY "INSPECT - PHONERRR WRITE ERROR " IS-ERRR-STATUS
006560         MOVE 99 TO RETURN-CODE
006570         GOBACK
006580     END-IF.
006590     ADD 1 TO CCOUNT.
006600     MOVE SPACES TO IS-AUDIT-DETAIL.
006610     STRING PF-CUSTOMER-ID        DELIMITED BY SIZE
006620            "  NO WINDOW FOR "    DELIMITED BY SIZE
006630            IS-DIAL-AREA-CODE     DELIMITED BY SIZE
006640       INTO IS-AUDIT-DETAIL.
006650     CALL "AUDITLOG" USING "INSPECT   "
006660                            "REJECT    "
006670                            IS-AUDIT-DETAIL.
006680 2600-EXIT.
006690     EXIT.
006700*-----------------------------------------------------------------
006710* THE CAP IS A COMPLIANCE HOLD, NOT A DATA FAULT - THE CUSTOMER
006720* GOES TO THE CAP REPORT WITH ITS OWN COUNT, NOT THE ERROR
006730* REPORT, AND STAYS OUT OF THE RETURN-CODE.
006740*-----------------------------------------------------------------
006750 2650-WRITE-CAPPED-LINE.
006760     MOVE SPACES TO CAP-REPORT-LINE.
006770     IF IS-ATTEMPTS-CAPPED
006780         MOVE IS-CAP-ATTEMPTS TO IS-EDIT-CAP-COUNT
006790         STRING PF-CUSTOMER-ID            DELIMITED BY SIZE
006800                "  CAPPED - "             DELIMITED BY SIZE
006810                IS-EDIT-CAP-COUNT         DELIMITED BY SIZE
006820                " ATTEMPTS IN WINDOW"     DELIMITED BY SIZE
006830           INTO CAP-REPORT-LINE
006840     ELSE
006850         MOVE IS-CAP-ANSWERED TO IS-EDIT-CAP-COUNT
006860         STRING PF-CUSTOMER-ID            DELIMITED BY SIZE
006870                "  CAPPED - "             DELIMITED BY SIZE
006880                IS-EDIT-CAP-COUNT         DELIMITED BY SIZE
006890                " ANSWERED ON DIAL DATE"  DELIMITED BY SIZE
006900           INTO CAP-REPORT-LINE
006910     END-IF.
006920     WRITE CAP-REPORT-LINE.
006930     IF IS-CAPR-STATUS NOT = "00"
006940         DISPLAY "INSPECT - DIALCAP WRITE ERROR " IS-CAPR-STATUS
006950         MOVE 99 TO RETURN-CODE
006960         GOBACK
006970     END-IF.
006980     ADD 1 TO IS-CAPPED-COUNT.
006990     MOVE SPACES TO IS-AUDIT-DETAIL.
007000     STRING PF-CUSTOMER-ID  DELIMITED BY SIZE
007010            "  CONTACT CAP" DELIMITED BY SIZE
007020       INTO IS-AUDIT-DETAIL.
007030     CALL "AUDITLOG" USING "INSPECT   "
007040                           "CAPPED    "
007050                           IS-AUDIT-DETAIL.
007060 2650-EXIT.
007070     EXIT.
007080 2900-READ-FEED.
007090     READ PHONE-FEED-FILE
007100         AT END SET IS-EOF TO TRUE
007110     END-READ.
007120 2900-EXIT.
007130     EXIT.
007140 9000-TERMINATE.
007150     DISPLAY "INSPECT-SAMPLE - RECORDS REJECTED: " CCOUNT.
007160     DISPLAY "INSPECT-SAMPLE - RECORDS SUPPRESSED: "
007170             IS-SUPPRESS-COUNT.
007180     DISPLAY "INSPECT-SAMPLE - EASTERN:  " IS-EAST-COUNT.
007190     DISPLAY "INSPECT-SAMPLE - CENTRAL:  " IS-CENT-COUNT.
007200     DISPLAY "INSPECT-SAMPLE - MOUNTAIN: " IS-MNTN-COUNT.
007210     DISPLAY "INSPECT-SAMPLE - PACIFIC:  " IS-PACF-COUNT.
007220     DISPLAY "INSPECT-SAMPLE - FELL BACK TO A LOWER-RANKED "
007230             "NUMBER: " IS-FALLBACK-COUNT.
007240     DISPLAY "INSPECT-SAMPLE - OTHER NUMBERS ON THE FEED: "
007250             IS-ALTERNATE-COUNT.
007260     DISPLAY "INSPECT-SAMPLE - CONTACT-CAPPED: " IS-CAPPED-COUNT.
007270     MOVE CCOUNT TO IS-AUDIT-EDIT-COUNT.
007280     MOVE IS-SUPPRESS-COUNT TO IS-EDIT-SUPPRESSED.
007290     MOVE SPACES TO IS-AUDIT-DETAIL.
007300     STRING "RUN COMPLETE - REJECTED: " DELIMITED BY SIZE
007310            IS-AUDIT-EDIT-COUNT         DELIMITED BY SIZE
007320            ", DNC: "                   DELIMITED BY SIZE
007330            IS-EDIT-SUPPRESSED          DELIMITED BY SIZE
007340       INTO IS-AUDIT-DETAIL.
007350     CALL "AUDITLOG" USING "INSPECT   "
007360                            "END       "
007370                            IS-AUDIT-DETAIL.
007380     CLOSE PHONE-FEED-FILE.
007390     CLOSE EASTERN-EXTRACT.
007400     CLOSE CENTRAL-EXTRACT.
007410     CLOSE MOUNTAIN-EXTRACT.
007420     CLOSE PACIFIC-EXTRACT.
007430     CLOSE PHONE-ERROR-REPORT.
007440     CLOSE CAP-REPORT.
007450     CLOSE PHONEMST-FILE.
007460     CALL "PHONESEL" USING "C"
007470                            PF-CUSTOMER-ID
007480                            IS-SEL-RESULT
007490                            IS-SEL-TYPE
007500                            IS-DIAL-NUMBER
007510                            IS-SEL-FALLBACK-SW.
007520     CALL "CONTCAP" USING "C"
007530                          PF-CUSTOMER-ID
007540                          IS-DIAL-DATE
007550                          IS-CAP-RESULT
007560                          IS-CAP-ATTEMPTS
007570                          IS-CAP-ANSWERED.
007580 9000-EXIT.
007590     EXIT.
