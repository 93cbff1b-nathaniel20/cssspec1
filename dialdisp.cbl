000110*        ONE RECORD PER DIAL ATTEMPT WITH CUSTOMER, NUMBER,
000120*        CALLING WINDOW, AND RESULT) AND CLOSES THE LOOP THE
000130*        CALLING-WINDOW EXTRACTS LEFT OPEN:
000140*          - A BAD-NUMBER RESULT FLAGS THE NUMBER DIALED - THE
000150*            CUSTOMER'S PHONENUM RECORD FOR IT, OR THE PHONEMST
000160*            DIRECTORY NUMBER FOR A CUSTOMER WITH NO PHONENUM
000170*            RECORDS - FOR PHONEMNT FOLLOW-UP, SO A
000180*            DISCONNECTED NUMBER IS NOT DIALED EVERY NIGHT
000190*            FOREVER AND THE EXTRACT FALLS BACK TO THE
000200*            CUSTOMER'S NEXT-RANKED NUMBER,
000210*          - A NO-CONTACT REQUEST SETS THE DO-NOT-CALL FLAG,
000220*          - A NO-ANSWER GOES TO THE DIALRTRY RETRY EXTRACT
000230*            (PHFEEDCPY LAYOUT) FOR THE NEXT CALLING PASS,
000240*          - AND EVERY ATTEMPT TALLIES INTO THE PER-WINDOW
000250*            CONTACT-RATE REPORT (DIALDRPT).
000260*        BEFORE ANY OF THAT, A PRE-PASS RECORDS EVERY ATTEMPT,
000270*        DATED WITH THE RUN DATE, ON THE CONTHIST CONTACT
000280*        HISTORY (CHSTCPY), AND A NO-ANSWER IS RETRIED ONLY
000290*        IF THE SHARED CONTCAP CHECK SAYS ONE MORE CALL STAYS
000300*        WITHIN THE CCAPCPY FREQUENCY CAP.  A CAPPED RETRY IS
000310*        LISTED ON DIALDRPT AND COUNTED SEPARATELY.
000320*        A RESULT FOR A CUSTOMER NOT ON THE MASTER, OR A RECORD
000330*        WITH A RESULT CODE THE LAYOUT DOES NOT KNOW, COUNTS AS
000340*        AN EXCEPTION AND COMES BACK IN THE RETURN-CODE.
000350*-----------------------------------------------------------------
000360*    MODIFICATION HISTORY.
000370*        09/02/26  RLH  INITIAL VERSION.
000380*        09/02/26  RLH  FLAG CHANGES TO THE PHONE MASTER NOW
000390*                       WRITE BEFORE/AFTER IMAGES TO THE
000400*                       PHONHIST CHANGE HISTORY, SOURCE "D".
000410*        09/02/26  RLH  THE CUSTOMER IS VALIDATED AGAINST THE
000420*                       MASTER ON EVERY RESULT, NOT JUST THE
000430*                       FLAG-SETTING ONES - AN UNKNOWN
000440*                       CUSTOMER'S NO-ANSWER MUST NOT RIDE THE
000450*                       RETRY EXTRACT BACK INTO THE DIALER.
000460*        10/15/26  RLH  A BAD NUMBER IS FLAGGED ON THE PHONENUM
000470*                       RECORD THAT HOLDS IT, SO ONLY THAT ONE
000480*                       NUMBER DROPS OUT; THE DIRECTORY FLAG IS
000490*                       SET ONLY FOR A CUSTOMER WITH NO PHONENUM
000500*                       RECORDS.  A RETRY CARRIES THE DIALED
000510*                       NUMBER'S TYPE AND PRIORITY.
000520*        10/15/26  RLH  A PRE-PASS RECORDS EACH NIGHT'S ATTEMPTS
000530*                       ON THE NEW CONTHIST CONTACT HISTORY; A
000540*                       RERUN OF THE SAME NIGHT REPLACES THEM.
000550*                       NO-ANSWER RETRIES OBEY THE CONTACT
000560*                       FREQUENCY CAP THROUGH CONTCAP - CAPPED
000570*                       RETRIES ARE LISTED AND COUNTED, NOT
000580*                       WRITTEN.
000590*****************************************************************
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID. DIALDISP.
000620 AUTHOR. R. HOLLOWAY.
000630 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000640 DATE-WRITTEN. 09/02/26.
000650 DATE-COMPILED. 09/02/26.
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT DISPOSITION-FILE ASSIGN TO DIALDISP
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS DD-DISP-STATUS.
000720     SELECT PHONEMST-FILE ASSIGN TO PHONEMST
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS PH-CUSTOMER-ID
000760         ALTERNATE RECORD KEY IS PH-PHONE-NUMBER
000770             WITH DUPLICATES
000780         FILE STATUS IS DD-MAST-STATUS.
000790     SELECT PHONENUM-FILE ASSIGN TO PHONENUM
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS PN-NUMBER-KEY
000830         ALTERNATE RECORD KEY IS PN-PHONE-NUMBER
000840             WITH DUPLICATES
000850         FILE STATUS IS DD-NUM-STATUS.
000860     SELECT RETRY-EXTRACT ASSIGN TO DIALRTRY
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS DD-RTRY-STATUS.
000890     SELECT CONTACT-HISTORY ASSIGN TO CONTHIST
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS CA-CONTACT-KEY
000930         FILE STATUS IS DD-CHST-STATUS.
000940     SELECT DISPOSITION-REPORT ASSIGN TO DIALDRPT
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS DD-DRPT-STATUS.
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  DISPOSITION-FILE.
001000 COPY dispcpy.
001010 FD  PHONEMST-FILE.
001020 COPY phonecpy.
001030 FD  PHONENUM-FILE.
001040 COPY pnumcpy.
001050 FD  RETRY-EXTRACT.
001060 COPY phfeedcpy.
001070 FD  CONTACT-HISTORY.
001080 COPY chstcpy.
001090 FD  DISPOSITION-REPORT.
001100 01  DISPOSITION-REPORT-LINE     PIC X(70).
001110 WORKING-STORAGE SECTION.
001120 01  DD-FILE-STATUSES.
001130     05  DD-DISP-STATUS           PIC X(02) VALUE "00".
001140     05  DD-MAST-STATUS           PIC X(02) VALUE "00".
001150     05  DD-NUM-STATUS            PIC X(02) VALUE "00".
001160     05  DD-RTRY-STATUS           PIC X(02) VALUE "00".
001170     05  DD-CHST-STATUS           PIC X(02) VALUE "00".
001180     05  DD-DRPT-STATUS           PIC X(02) VALUE "00".
001190 01  DD-SWITCHES.
001200     05  DD-EOF-SW                PIC X(01) VALUE "N".
001210         88  DD-EOF                   VALUE "Y".
001220     05  DD-CUST-FOUND-SW         PIC X(01) VALUE "N".
001230         88  DD-CUST-FOUND            VALUE "Y".
001240     05  DD-NUM-FOUND-SW          PIC X(01) VALUE "N".
001250         88  DD-NUM-FOUND             VALUE "Y".
001260     05  DD-SCAN-DONE-SW          PIC X(01) VALUE "N".
001270         88  DD-SCAN-DONE             VALUE "Y".
001280     05  DD-CHST-FOUND-SW         PIC X(01) VALUE "N".
001290         88  DD-CHST-FOUND            VALUE "Y".
001300 01  DD-WINDOW-MAX                PIC 9(02) VALUE 4.
001310 01  DD-WINDOW-TABLE.
001320     05  DD-WINDOW-ENTRY OCCURS 4 TIMES
001330             INDEXED BY DD-WIN-IDX.
001340         10  DD-WIN-CODE          PIC X(01).
001350         10  DD-WIN-NAME          PIC X(08).
001360         10  DD-WIN-DIALS         PIC 9(07).
001370         10  DD-WIN-ANSWERED      PIC 9(07).
001380 01  DD-COUNTS.
001390     05  DD-READ-COUNT            PIC 9(07) VALUE 0.
001400     05  DD-ANSWERED-COUNT        PIC 9(05) VALUE 0.
001410     05  DD-RETRY-COUNT           PIC 9(05) VALUE 0.
001420     05  DD-BADNO-COUNT           PIC 9(05) VALUE 0.
001430     05  DD-DNC-COUNT             PIC 9(05) VALUE 0.
001440     05  DD-NOTFOUND-COUNT        PIC 9(05) VALUE 0.
001450     05  DD-INVALID-COUNT         PIC 9(05) VALUE 0.
001460     05  DD-CAPPED-COUNT          PIC 9(05) VALUE 0.
001470     05  DD-RECORDED-COUNT        PIC 9(07) VALUE 0.
001480 01  DD-RUN-STAMP.
001490     05  DD-RUN-DATE              PIC 9(08).
001500     05  DD-RUN-TIME              PIC 9(08).
001510 01  DD-CAP-RESULT                PIC X(01).
001520     88  DD-NOT-CAPPED                VALUE "N".
001530     88  DD-ATTEMPTS-CAPPED           VALUE "W".
001540     88  DD-ANSWERED-CAPPED           VALUE "A".
001550     88  DD-CAP-HISTORY-ERROR         VALUE "E".
001560 01  DD-CAP-ATTEMPTS              PIC 9(05).
001570 01  DD-CAP-ANSWERED              PIC 9(05).
001580 01  DD-EDIT-CAP-COUNT            PIC ZZ,ZZ9.
001590 01  DD-BEFORE-IMAGE              PIC X(40).
001600 01  DD-AFTER-IMAGE               PIC X(40).
001610 01  DD-EXCEPTION-COUNT           PIC 9(05) VALUE 0.
001620 01  DD-CONTACT-RATE              PIC 9(03) VALUE 0.
001630 01  DD-EDIT-DIALS                PIC ZZZ,ZZ9.
001640 01  DD-EDIT-ANSWERED             PIC ZZZ,ZZ9.
001650 01  DD-EDIT-RATE                 PIC ZZ9.
001660 01  DD-EDIT-COUNT                PIC ZZZ,ZZ9.
001670 01  DD-AUDIT-DETAIL              PIC X(50).
001680 PROCEDURE DIVISION.
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001710     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
001720         UNTIL DD-EOF.
001730     PERFORM 5000-WRITE-WINDOW-REPORT THRU 5000-EXIT.
001740     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001750     MOVE DD-EXCEPTION-COUNT TO RETURN-CODE.
001760     GOBACK.
001770 1000-INITIALIZE.
001780     OPEN INPUT DISPOSITION-FILE.
001790     IF DD-DISP-STATUS NOT = "00"
001800         DISPLAY "DIALDISP - DIALDISP OPEN ERROR " DD-DISP-STATUS
001810         MOVE 99 TO RETURN-CODE
001820         GOBACK
001830     END-IF.
001840     PERFORM 1500-RECORD-ATTEMPTS THRU 1500-EXIT.
001850     OPEN I-O PHONEMST-FILE.
001860     IF DD-MAST-STATUS NOT = "00"
001870         DISPLAY "DIALDISP - PHONEMST OPEN ERROR " DD-MAST-STATUS
001880         MOVE 99 TO RETURN-CODE
001890         GOBACK
001900     END-IF.
001910     OPEN I-O PHONENUM-FILE.
001920     IF DD-NUM-STATUS = "35"
001930         OPEN OUTPUT PHONENUM-FILE
001940         CLOSE PHONENUM-FILE
001950         OPEN I-O PHONENUM-FILE
001960     END-IF.
001970     IF DD-NUM-STATUS NOT = "00"
001980         DISPLAY "DIALDISP - PHONENUM OPEN ERROR " DD-NUM-STATUS
001990         MOVE 99 TO RETURN-CODE
002000         GOBACK
002010     END-IF.
002020     OPEN OUTPUT RETRY-EXTRACT.
002030     IF DD-RTRY-STATUS NOT = "00"
002040         DISPLAY "DIALDISP - DIALRTRY OPEN ERROR " DD-RTRY-STATUS
002050         MOVE 99 TO RETURN-CODE
002060         GOBACK
002070     END-IF.
002080     OPEN OUTPUT DISPOSITION-REPORT.
002090     IF DD-DRPT-STATUS NOT = "00"
002100         DISPLAY "DIALDISP - DIALDRPT OPEN ERROR " DD-DRPT-STATUS
002110         MOVE 99 TO RETURN-CODE
002120         GOBACK
002130     END-IF.
002140     MOVE "E"        TO DD-WIN-CODE (1).
002150     MOVE "EASTERN " TO DD-WIN-NAME (1).
002160     MOVE "C"        TO DD-WIN-CODE (2).
002170     MOVE "CENTRAL " TO DD-WIN-NAME (2).
002180     MOVE "M"        TO DD-WIN-CODE (3).
002190     MOVE "MOUNTAIN" TO DD-WIN-NAME (3).
002200     MOVE "P"        TO DD-WIN-CODE (4).
002210     MOVE "PACIFIC " TO DD-WIN-NAME (4).
002220     PERFORM 1100-CLEAR-WINDOW-COUNTS THRU 1100-EXIT
002230         VARYING DD-WIN-IDX FROM 1 BY 1
002240         UNTIL DD-WIN-IDX > DD-WINDOW-MAX.
002250     MOVE "DISPOSITION PASS BEGUN" TO DD-AUDIT-DETAIL.
002260     CALL "AUDITLOG" USING "DIALDISP  "
002270                            "START     "
002280                            DD-AUDIT-DETAIL.
002290     PERFORM 2900-READ-DISPOSITION THRU 2900-EXIT.
002300 1000-EXIT.
002310     EXIT.
002320 1100-CLEAR-WINDOW-COUNTS.
002330     MOVE 0 TO DD-WIN-DIALS (DD-WIN-IDX).
002340     MOVE 0 TO DD-WIN-ANSWERED (DD-WIN-IDX).
002350 1100-EXIT.
002360     EXIT.
002370*-----------------------------------------------------------------
002380* PRE-PASS - EVERY ATTEMPT ON TONIGHT'S FILE GOES ON THE CONTACT
002390* HISTORY BEFORE ANY RETRY IS DECIDED, SO THE CAP SEES ALL OF
002400* TODAY'S CALLS AND NOT JUST THOSE READ SO FAR.  AN ATTEMPT IS
002410* AN ATTEMPT WHATEVER ITS RESULT - AN UNKNOWN CUSTOMER OR
002420* RESULT CODE STILL RANG SOMEONE'S PHONE.  A CUSTOMER'S RECORD
002430* FOR TODAY LAST LOADED BY AN EARLIER RUN IS STARTED AGAIN FROM
002440* ZERO, SO A RERUN REPLACES THE NIGHT'S COUNTS.  THE FILE IS
002450* THEN REOPENED FOR THE MAIN PASS.
002460*-----------------------------------------------------------------
002470 1500-RECORD-ATTEMPTS.
002480     ACCEPT DD-RUN-DATE FROM DATE YYYYMMDD.
002490     ACCEPT DD-RUN-TIME FROM TIME.
002500     OPEN I-O CONTACT-HISTORY.
002510     IF DD-CHST-STATUS = "35"
002520         OPEN OUTPUT CONTACT-HISTORY
002530         CLOSE CONTACT-HISTORY
002540         OPEN I-O CONTACT-HISTORY
002550     END-IF.
002560     IF DD-CHST-STATUS NOT = "00"
002570         DISPLAY "DIALDISP - CONTHIST OPEN ERROR " DD-CHST-STATUS
002580         MOVE 99 TO RETURN-CODE
002590         GOBACK
002600     END-IF.
002610     PERFORM 2900-READ-DISPOSITION THRU 2900-EXIT.
002620     PERFORM 1550-RECORD-ONE-ATTEMPT THRU 1550-EXIT
002630         UNTIL DD-EOF.
002640     CLOSE CONTACT-HISTORY.
002650     CLOSE DISPOSITION-FILE.
002660     MOVE "N" TO DD-EOF-SW.
002670     OPEN INPUT DISPOSITION-FILE.
002680     IF DD-DISP-STATUS NOT = "00"
002690         DISPLAY "DIALDISP - DIALDISP OPEN ERROR " DD-DISP-STATUS
002700         MOVE 99 TO RETURN-CODE
002710         GOBACK
002720     END-IF.
002730 1500-EXIT.
002740     EXIT.
002750 1550-RECORD-ONE-ATTEMPT.
002760     MOVE DP-CUSTOMER-ID TO CA-CUSTOMER-ID.
002770     MOVE DD-RUN-DATE    TO CA-CONTACT-DATE.
002780     MOVE "N" TO DD-CHST-FOUND-SW.
002790     READ CONTACT-HISTORY
002800         INVALID KEY
002810             CONTINUE
002820         NOT INVALID KEY
002830             SET DD-CHST-FOUND TO TRUE
002840     END-READ.
002850     IF NOT DD-CHST-FOUND
002860        OR CA-LOAD-STAMP NOT = DD-RUN-STAMP
002870         MOVE 0 TO CA-ATTEMPT-COUNT
002880                   CA-ANSWERED-COUNT
002890                   CA-NO-ANSWER-COUNT
002900                   CA-BADNO-COUNT
002910                   CA-NO-CONTACT-COUNT
002920         MOVE DD-RUN-STAMP TO CA-LOAD-STAMP
002930     END-IF.
002940     ADD 1 TO CA-ATTEMPT-COUNT.
002950     EVALUATE TRUE
002960         WHEN DP-ANSWERED
002970             ADD 1 TO CA-ANSWERED-COUNT
002980         WHEN DP-NO-ANSWER
002990             ADD 1 TO CA-NO-ANSWER-COUNT
003000         WHEN DP-BAD-NUMBER
003010             ADD 1 TO CA-BADNO-COUNT
003020         WHEN DP-NO-CONTACT-REQUEST
003030             ADD 1 TO CA-NO-CONTACT-COUNT
003040     END-EVALUATE.
003050     IF DD-CHST-FOUND
003060         REWRITE CA-CONTACT-RECORD
003070     ELSE
003080         WRITE CA-CONTACT-RECORD
003090     END-IF.
003100     IF DD-CHST-STATUS NOT = "00"
003110         DISPLAY "DIALDISP - CONTHIST WRITE ERROR " DD-CHST-STATUS
003120         MOVE 99 TO RETURN-CODE
003130         GOBACK
003140     END-IF.
003150     ADD 1 TO DD-RECORDED-COUNT.
003160     PERFORM 2900-READ-DISPOSITION THRU 2900-EXIT.
003170 1550-EXIT.
003180     EXIT.
003190*-----------------------------------------------------------------
003200* ONE PASS PER DISPOSITION.  EVERY ATTEMPT COUNTS INTO ITS
003210* CALLING WINDOW'S TALLY FIRST; THEN THE CUSTOMER IS PROVED
003220* AGAINST THE MASTER ON EVERY RESULT - AN UNKNOWN CUSTOMER IS
003230* REPORTED AND GOES NO FURTHER, SO A BAD FEED ROW CANNOT RIDE
003240* THE RETRY EXTRACT BACK INTO THE DIALER - AND ONLY THEN DOES
003250* THE RESULT DECIDE WHAT HAPPENS.
003260*-----------------------------------------------------------------
003270 2000-PROCESS-RECORDS.
003280     ADD 1 TO DD-READ-COUNT.
003290     PERFORM 2100-TALLY-WINDOW THRU 2100-EXIT.
003300     PERFORM 2050-VALIDATE-CUSTOMER THRU 2050-EXIT.
003310     IF NOT DD-CUST-FOUND
003320         PERFORM 4900-REPORT-NOT-FOUND THRU 4900-EXIT
003330         GO TO 2000-NEXT
003340     END-IF.
003350     EVALUATE TRUE
003360         WHEN DP-ANSWERED
003370             ADD 1 TO DD-ANSWERED-COUNT
003380         WHEN DP-NO-ANSWER
003390             PERFORM 3000-WRITE-RETRY THRU 3000-EXIT
003400         WHEN DP-BAD-NUMBER
003410             PERFORM 4000-FLAG-BAD-NUMBER THRU 4000-EXIT
003420         WHEN DP-NO-CONTACT-REQUEST
003430             PERFORM 4500-SET-DO-NOT-CALL THRU 4500-EXIT
003440         WHEN OTHER
003450             PERFORM 4800-REPORT-INVALID THRU 4800-EXIT
003460     END-EVALUATE.
003470 2000-NEXT.
003480     PERFORM 2900-READ-DISPOSITION THRU 2900-EXIT.
003490 2000-EXIT.
003500     EXIT.
003510 2050-VALIDATE-CUSTOMER.
003520     MOVE "N" TO DD-CUST-FOUND-SW.
003530     MOVE DP-CUSTOMER-ID TO PH-CUSTOMER-ID.
003540     READ PHONEMST-FILE
003550         INVALID KEY
003560             CONTINUE
003570         NOT INVALID KEY
003580             SET DD-CUST-FOUND TO TRUE
003590     END-READ.
003600 2050-EXIT.
003610     EXIT.
003620*-----------------------------------------------------------------
003630* FIND THE CUSTOMER'S PHONENUM RECORD FOR THE NUMBER DIALED BY
003640* WALKING THE HOLDERS OF THAT NUMBER ON THE ALTERNATE KEY.  NOT
003650* FOUND MEANS THE CUSTOMER WAS DIALED ON THE DIRECTORY NUMBER.
003660*-----------------------------------------------------------------
003670 2070-FIND-DIALED-NUMBER.
003680     MOVE "N" TO DD-NUM-FOUND-SW.
003690     MOVE "N" TO DD-SCAN-DONE-SW.
003700     MOVE DP-PHONE-NUMBER TO PN-PHONE-NUMBER.
003710     START PHONENUM-FILE KEY = PN-PHONE-NUMBER
003720         INVALID KEY
003730             SET DD-SCAN-DONE TO TRUE
003740     END-START.
003750     PERFORM 2080-SCAN-ONE-HOLDER THRU 2080-EXIT
003760         UNTIL DD-SCAN-DONE.
003770 2070-EXIT.
003780     EXIT.
003790 2080-SCAN-ONE-HOLDER.
003800     READ PHONENUM-FILE NEXT
003810         AT END SET DD-SCAN-DONE TO TRUE
003820     END-READ.
003830     IF NOT DD-SCAN-DONE
003840         IF PN-PHONE-NUMBER NOT = DP-PHONE-NUMBER
003850             SET DD-SCAN-DONE TO TRUE
003860         ELSE
003870             IF PN-CUSTOMER-ID = DP-CUSTOMER-ID
003880                 SET DD-NUM-FOUND TO TRUE
003890                 SET DD-SCAN-DONE TO TRUE
003900             END-IF
003910         END-IF
003920     END-IF.
003930 2080-EXIT.
003940     EXIT.
003950 2100-TALLY-WINDOW.
003960     PERFORM 2150-TALLY-ONE-WINDOW THRU 2150-EXIT
003970         VARYING DD-WIN-IDX FROM 1 BY 1
003980         UNTIL DD-WIN-IDX > DD-WINDOW-MAX.
003990 2100-EXIT.
004000     EXIT.
004010 2150-TALLY-ONE-WINDOW.
004020     IF DD-WIN-CODE (DD-WIN-IDX) = DP-WINDOW-CODE
004030         ADD 1 TO DD-WIN-DIALS (DD-WIN-IDX)
004040         IF DP-ANSWERED
004050             ADD 1 TO DD-WIN-ANSWERED (DD-WIN-IDX)
004060         END-IF
004070     END-IF.
004080 2150-EXIT.
004090     EXIT.
004100*-----------------------------------------------------------------
004110* A NO-ANSWER IS STILL A GOOD NUMBER - IT GOES BACK OUT ON THE
004120* RETRY EXTRACT IN THE SAME FEED LAYOUT THE EXTRACT PASS READS,
004130* WITH THE TYPE AND PRIORITY OF THE NUMBER DIALED (SPACES FOR A
004140* DIRECTORY NUMBER).  THE RETRY IS THE NEXT CALLING PASS OF THE
004150* SAME DIALING DAY, SO THE CAP IS CHECKED AGAINST TODAY - A
004160* CUSTOMER ALREADY REACHED TODAY, OR ALREADY AT THE WINDOW'S
004170* ATTEMPT LIMIT, IS NOT RETRIED.
004180*-----------------------------------------------------------------
004190 3000-WRITE-RETRY.
004200     CALL "CONTCAP" USING "S"
004210                          DP-CUSTOMER-ID
004220                          DD-RUN-DATE
004230                          DD-CAP-RESULT
004240                          DD-CAP-ATTEMPTS
004250                          DD-CAP-ANSWERED.
004260     IF DD-CAP-HISTORY-ERROR
004270         DISPLAY "DIALDISP - CONTACT CAP UNAVAILABLE - "
004280                 "RUN STOPPED"
004290         MOVE 99 TO RETURN-CODE
004300         GOBACK
004310     END-IF.
004320     IF NOT DD-NOT-CAPPED
004330         PERFORM 3100-REPORT-CAPPED THRU 3100-EXIT
004340         GO TO 3000-EXIT
004350     END-IF.
004360     PERFORM 2070-FIND-DIALED-NUMBER THRU 2070-EXIT.
004370     MOVE DP-CUSTOMER-ID TO PF-CUSTOMER-ID.
004380     MOVE DP-AREA-CODE   TO PF-AREA-CODE.
004390     MOVE DP-PREFIX-NUM  TO PF-PREFIX-NUM.
004400     MOVE DP-LAST-FOUR   TO PF-LAST-FOUR.
004410     IF DD-NUM-FOUND
004420         MOVE PN-PHONE-TYPE    TO PF-PHONE-TYPE
004430         MOVE PN-DIAL-PRIORITY TO PF-DIAL-PRIORITY
004440     ELSE
004450         MOVE SPACE TO PF-PHONE-TYPE
004460         MOVE SPACE TO PF-DIAL-PRIORITY
004470     END-IF.
004480     WRITE PHONE-FEED-RECORD.
004490     IF DD-RTRY-STATUS NOT = "00"
004500         DISPLAY "DIALDISP - DIALRTRY WRITE ERROR " DD-RTRY-STATUS
004510         MOVE 99 TO RETURN-CODE
004520         GOBACK
004530     END-IF.
004540     ADD 1 TO DD-RETRY-COUNT.
004550 3000-EXIT.
004560     EXIT.
004570*-----------------------------------------------------------------
004580* A CAPPED RETRY IS A COMPLIANCE OUTCOME, NOT A RUN FAULT - IT IS
004590* LISTED AND COUNTED BUT DOES NOT GO INTO THE RETURN-CODE.
004600*-----------------------------------------------------------------
004610 3100-REPORT-CAPPED.
004620     MOVE SPACES TO DISPOSITION-REPORT-LINE.
004630     IF DD-ATTEMPTS-CAPPED
004640         MOVE DD-CAP-ATTEMPTS TO DD-EDIT-CAP-COUNT
004650         STRING DP-CUSTOMER-ID            DELIMITED BY SIZE
004660                "  RETRY CAPPED - "       DELIMITED BY SIZE
004670                DD-EDIT-CAP-COUNT         DELIMITED BY SIZE
004680                " ATTEMPTS IN WINDOW"     DELIMITED BY SIZE
004690           INTO DISPOSITION-REPORT-LINE
004700     ELSE
004710         MOVE DD-CAP-ANSWERED TO DD-EDIT-CAP-COUNT
004720         STRING DP-CUSTOMER-ID            DELIMITED BY SIZE
004730                "  RETRY CAPPED - "       DELIMITED BY SIZE
004740                DD-EDIT-CAP-COUNT         DELIMITED BY SIZE
004750                " ANSWERED TODAY"         DELIMITED BY SIZE
004760           INTO DISPOSITION-REPORT-LINE
004770     END-IF.
004780     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
004790     ADD 1 TO DD-CAPPED-COUNT.
004800 3100-EXIT.
004810     EXIT.
004820*-----------------------------------------------------------------
004830* THE DIALER SAYS THE NUMBER IS BAD - FLAG IT SO PHONEMNT'S
004840* FOLLOW-UP QUEUE SEES IT AND THE NEXT CHANGE TO THAT NUMBER
004850* CLEARS IT.  ONLY THE ONE NUMBER'S FLAG CHANGES; THE CUSTOMER'S
004860* OTHER NUMBERS STAY DIALABLE.
004870*-----------------------------------------------------------------
004880 4000-FLAG-BAD-NUMBER.
004890     PERFORM 2070-FIND-DIALED-NUMBER THRU 2070-EXIT.
004900     IF DD-NUM-FOUND
004910         PERFORM 4100-FLAG-TYPED-NUMBER THRU 4100-EXIT
004920         GO TO 4000-EXIT
004930     END-IF.
004940     MOVE DP-CUSTOMER-ID TO PH-CUSTOMER-ID.
004950     READ PHONEMST-FILE
004960         INVALID KEY
004970             PERFORM 4900-REPORT-NOT-FOUND THRU 4900-EXIT
004980         NOT INVALID KEY
004990             MOVE PH-DIRECTORY-RECORD TO DD-BEFORE-IMAGE
005000             MOVE "Y" TO PH-BADNO-FLAG
005010             REWRITE PH-DIRECTORY-RECORD
005020             IF DD-MAST-STATUS NOT = "00"
005030                 DISPLAY "DIALDISP - PHONEMST REWRITE ERROR "
005040                         DD-MAST-STATUS
005050                 MOVE 99 TO RETURN-CODE
005060                 GOBACK
005070             END-IF
005080             MOVE PH-DIRECTORY-RECORD TO DD-AFTER-IMAGE
005090             CALL "PHONHIST" USING "D" "C"
005100                                    DD-BEFORE-IMAGE
005110                                    DD-AFTER-IMAGE
005120                                    " "
005130             ADD 1 TO DD-BADNO-COUNT
005140             MOVE SPACES TO DD-AUDIT-DETAIL
005150             STRING DP-CUSTOMER-ID    DELIMITED BY SIZE
005160                    "  NUMBER FLAGGED BAD" DELIMITED BY SIZE
005170               INTO DD-AUDIT-DETAIL
005180             CALL "AUDITLOG" USING "DIALDISP  "
005190                                    "BADNUMBER "
005200                                    DD-AUDIT-DETAIL
005210     END-READ.
005220 4000-EXIT.
005230     EXIT.
005240 4100-FLAG-TYPED-NUMBER.
005250     MOVE PN-NUMBER-RECORD TO DD-BEFORE-IMAGE.
005260     MOVE "Y" TO PN-BADNO-FLAG.
005270     REWRITE PN-NUMBER-RECORD.
005280     IF DD-NUM-STATUS NOT = "00"
005290         DISPLAY "DIALDISP - PHONENUM REWRITE ERROR "
005300                 DD-NUM-STATUS
005310         MOVE 99 TO RETURN-CODE
005320         GOBACK
005330     END-IF.
005340     MOVE PN-NUMBER-RECORD TO DD-AFTER-IMAGE.
005350     CALL "PHONHIST" USING "D" "C"
005360                            DD-BEFORE-IMAGE
005370                            DD-AFTER-IMAGE
005380                            PN-PHONE-TYPE.
005390     ADD 1 TO DD-BADNO-COUNT.
005400     MOVE SPACES TO DD-AUDIT-DETAIL.
005410     STRING DP-CUSTOMER-ID    DELIMITED BY SIZE
005420            "  NUMBER TYPE "  DELIMITED BY SIZE
005430            PN-PHONE-TYPE     DELIMITED BY SIZE
005440            " FLAGGED BAD"    DELIMITED BY SIZE
005450       INTO DD-AUDIT-DETAIL.
005460     CALL "AUDITLOG" USING "DIALDISP  "
005470                            "BADNUMBER "
005480                            DD-AUDIT-DETAIL.
005490 4100-EXIT.
005500     EXIT.
005510*-----------------------------------------------------------------
005520* THE CUSTOMER ASKED NOT TO BE CONTACTED - THE SAME FLAG THE
005530* PHONEMNT SCREEN SETS, SO THE EXTRACT PASS SUPPRESSES THEM
005540* FROM TOMORROW NIGHT ON.
005550*-----------------------------------------------------------------
005560 4500-SET-DO-NOT-CALL.
005570     MOVE DP-CUSTOMER-ID TO PH-CUSTOMER-ID.
005580     READ PHONEMST-FILE
005590         INVALID KEY
005600             PERFORM 4900-REPORT-NOT-FOUND THRU 4900-EXIT
005610         NOT INVALID KEY
005620             MOVE PH-DIRECTORY-RECORD TO DD-BEFORE-IMAGE
005630             MOVE "Y" TO PH-DNC-FLAG
005640             REWRITE PH-DIRECTORY-RECORD
005650             IF DD-MAST-STATUS NOT = "00"
005660                 DISPLAY "DIALDISP - PHONEMST REWRITE ERROR "
005670                         DD-MAST-STATUS
005680                 MOVE 99 TO RETURN-CODE
005690                 GOBACK
005700             END-IF
005710             MOVE PH-DIRECTORY-RECORD TO DD-AFTER-IMAGE
005720             CALL "PHONHIST" USING "D" "C"
005730                                    DD-BEFORE-IMAGE
005740                                    DD-AFTER-IMAGE
005750                                    " "
005760             ADD 1 TO DD-DNC-COUNT
005770             MOVE SPACES TO DD-AUDIT-DETAIL
005780             STRING DP-CUSTOMER-ID    DELIMITED BY SIZE
005790                    "  DO-NOT-CALL SET" DELIMITED BY SIZE
005800               INTO DD-AUDIT-DETAIL
005810             CALL "AUDITLOG" USING "DIALDISP  "
005820                                    "SETDNC    "
005830                                    DD-AUDIT-DETAIL
005840     END-READ.
005850 4500-EXIT.
005860     EXIT.
005870 4800-REPORT-INVALID.
005880     MOVE SPACES TO DISPOSITION-REPORT-LINE.
005890     STRING DP-CUSTOMER-ID            DELIMITED BY SIZE
005900            "  INVALID RESULT CODE "  DELIMITED BY SIZE
005910            DP-RESULT-CODE            DELIMITED BY SIZE
005920       INTO DISPOSITION-REPORT-LINE.
005930     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
005940     ADD 1 TO DD-INVALID-COUNT.
005950     ADD 1 TO DD-EXCEPTION-COUNT.
005960 4800-EXIT.
005970     EXIT.
005980 4900-REPORT-NOT-FOUND.
005990     MOVE SPACES TO DISPOSITION-REPORT-LINE.
006000     STRING DP-CUSTOMER-ID            DELIMITED BY SIZE
006010            "  NOT ON PHONE MASTER"   DELIMITED BY SIZE
006020       INTO DISPOSITION-REPORT-LINE.
006030     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
006040     ADD 1 TO DD-NOTFOUND-COUNT.
006050     ADD 1 TO DD-EXCEPTION-COUNT.
006060 4900-EXIT.
006070     EXIT.
006080 2900-READ-DISPOSITION.
006090     READ DISPOSITION-FILE
006100         AT END SET DD-EOF TO TRUE
006110     END-READ.
006120 2900-EXIT.
006130     EXIT.
006140*-----------------------------------------------------------------
006150* THE CONTACT-RATE PAGE - ONE LINE PER CALLING WINDOW, THEN THE
006160* DISPOSITION TOTALS THAT TIE BACK TO THE INPUT COUNT.
006170*-----------------------------------------------------------------
006180 5000-WRITE-WINDOW-REPORT.
006190     PERFORM 5100-WRITE-ONE-WINDOW THRU 5100-EXIT
006200         VARYING DD-WIN-IDX FROM 1 BY 1
006210         UNTIL DD-WIN-IDX > DD-WINDOW-MAX.
006220     MOVE DD-RETRY-COUNT TO DD-EDIT-COUNT.
006230     MOVE SPACES TO DISPOSITION-REPORT-LINE.
006240     STRING "NO-ANSWER RETRIES:  " DELIMITED BY SIZE
006250            DD-EDIT-COUNT          DELIMITED BY SIZE
006260       INTO DISPOSITION-REPORT-LINE.
006270     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
006280     MOVE DD-CAPPED-COUNT TO DD-EDIT-COUNT.
006290     MOVE SPACES TO DISPOSITION-REPORT-LINE.
006300     STRING "RETRIES CAPPED:     " DELIMITED BY SIZE
006310            DD-EDIT-COUNT          DELIMITED BY SIZE
006320       INTO DISPOSITION-REPORT-LINE.
006330     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
006340     MOVE DD-BADNO-COUNT TO DD-EDIT-COUNT.
006350     MOVE SPACES TO DISPOSITION-REPORT-LINE.
006360     STRING "BAD NUMBERS FLAGGED: " DELIMITED BY SIZE
006370            DD-EDIT-COUNT           DELIMITED BY SIZE
006380       INTO DISPOSITION-REPORT-LINE.
006390     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
006400     MOVE DD-DNC-COUNT TO DD-EDIT-COUNT.
006410     MOVE SPACES TO DISPOSITION-REPORT-LINE.
006420     STRING "DO-NOT-CALL SET:    " DELIMITED BY SIZE
006430            DD-EDIT-COUNT          DELIMITED BY SIZE
006440       INTO DISPOSITION-REPORT-LINE.
006450     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
006460     MOVE DD-NOTFOUND-COUNT TO DD-EDIT-COUNT.
006470     MOVE SPACES TO DISPOSITION-REPORT-LINE.
006480     STRING "NOT ON MASTER:      " DELIMITED BY SIZE
006490            DD-EDIT-COUNT          DELIMITED BY SIZE
006500       INTO DISPOSITION-REPORT-LINE.
006510     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
006520     MOVE DD-INVALID-COUNT TO DD-EDIT-COUNT.
006530     MOVE SPACES TO DISPOSITION-REPORT-LINE.
006540     STRING "INVALID RECORDS:    " DELIMITED BY SIZE
006550            DD-EDIT-COUNT          DELIMITED BY SIZE
006560       INTO DISPOSITION-REPORT-LINE.
006570     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
006580 5000-EXIT.
006590     EXIT.
006600 5100-WRITE-ONE-WINDOW.
006610     MOVE DD-WIN-DIALS (DD-WIN-IDX)    TO DD-EDIT-DIALS.
006620     MOVE DD-WIN-ANSWERED (DD-WIN-IDX) TO DD-EDIT-ANSWERED.
006630     IF DD-WIN-DIALS (DD-WIN-IDX) > 0
006640         COMPUTE DD-CONTACT-RATE ROUNDED =
006650             DD-WIN-ANSWERED (DD-WIN-IDX) * 100
006660             / DD-WIN-DIALS (DD-WIN-IDX)
006670     ELSE
006680         MOVE 0 TO DD-CONTACT-RATE
006690     END-IF.
006700     MOVE DD-CONTACT-RATE TO DD-EDIT-RATE.
006710     MOVE SPACES TO DISPOSITION-REPORT-LINE.
006720     STRING DD-WIN-NAME (DD-WIN-IDX) DELIMITED BY SIZE
006730            "  DIALS: "             DELIMITED BY SIZE
006740            DD-EDIT-DIALS           DELIMITED BY SIZE
006750            "  ANSWERED: "          DELIMITED BY SIZE
006760            DD-EDIT-ANSWERED        DELIMITED BY SIZE
006770            "  CONTACT RATE: "      DELIMITED BY SIZE
006780            DD-EDIT-RATE            DELIMITED BY SIZE
006790            " PCT"                  DELIMITED BY SIZE
006800       INTO DISPOSITION-REPORT-LINE.
006810     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
006820 5100-EXIT.
006830     EXIT.
006840 7500-WRITE-REPORT-LINE.
006850     WRITE DISPOSITION-REPORT-LINE.
006860     IF DD-DRPT-STATUS NOT = "00"
006870         DISPLAY "DIALDISP - DIALDRPT WRITE ERROR " DD-DRPT-STATUS
006880         MOVE 99 TO RETURN-CODE
006890         GOBACK
006900     END-IF.
006910 7500-EXIT.
006920     EXIT.
006930 9000-TERMINATE.
006940     DISPLAY "DIALDISP - DISPOSITIONS READ: " DD-READ-COUNT.
006950     DISPLAY "DIALDISP - RETRIES: " DD-RETRY-COUNT
006960             "  BAD NUMBERS: " DD-BADNO-COUNT
006970             "  DNC SET: " DD-DNC-COUNT.
006980     DISPLAY "DIALDISP - ATTEMPTS RECORDED: " DD-RECORDED-COUNT
006990             "  RETRIES CAPPED: " DD-CAPPED-COUNT.
007000     MOVE DD-EXCEPTION-COUNT TO DD-EDIT-COUNT.
007010     MOVE SPACES TO DD-AUDIT-DETAIL.
007020     STRING "RUN COMPLETE - EXCEPTIONS: " DELIMITED BY SIZE
007030            DD-EDIT-COUNT                 DELIMITED BY SIZE
007040       INTO DD-AUDIT-DETAIL.
007050     CALL "AUDITLOG" USING "DIALDISP  "
007060                            "END       "
007070                            DD-AUDIT-DETAIL.
007080     CLOSE DISPOSITION-FILE.
007090     CLOSE PHONEMST-FILE.
007100     CLOSE PHONENUM-FILE.
007110     CLOSE RETRY-EXTRACT.
007120     CALL "CONTCAP" USING "C"
007130                          DP-CUSTOMER-ID
007140                          DD-RUN-DATE
007150                          DD-CAP-RESULT
007160                          DD-CAP-ATTEMPTS
007170                          DD-CAP-ANSWERED.
007180     CLOSE DISPOSITION-REPORT.
007190 9000-EXIT.
007200     EXIT.
