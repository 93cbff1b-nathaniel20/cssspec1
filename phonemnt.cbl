000070*-----------------------------------------------------------------
000080*    REMARKS.
000090*        MENU-DRIVEN MAINTENANCE OF THE CUSTOMER PHONE DIRECTORY
000100*        MASTER (PHONEMST), KEYED BY CUSTOMER ID, AND OF EACH
000110*        CUSTOMER'S TYPED NUMBERS ON PHONENUM (HOME, MOBILE,
000120*        WORK - EACH WITH ITS OWN DIAL PRIORITY AND ITS OWN
000130*        DO-NOT-CALL FLAG).  SUPPORTS ADD, CHANGE, NUMBER
000140*        MAINTENANCE, AND INQUIRE.  INQUIRE CALLS THE SAME
000150*        PHONEFMT SUBPROGRAM THE INSPECT-SAMPLE DIALER-EXTRACT
000160*        PASS USES SO THE FORMATTED NUMBER SHOWN HERE MATCHES
000170*        THE DIALER FEED EXACTLY.
000180*-----------------------------------------------------------------
000190*    MODIFICATION HISTORY.
000200*        08/08/26  RLH  INITIAL VERSION.
000210*        08/21/26  RLH  ADDED THE PHONE-NUMBER ALTERNATE KEY TO
000220*                       THE PHONEMST SELECT SO THE PHONELOD
000230*                       BATCH LOADER CAN CHECK WHICH CUSTOMER
000240*                       ALREADY HOLDS A NUMBER.  THE CREATE-ON-
000250*                       OPEN FALLBACK NOW FIRES ONLY ON FILE
000260*                       STATUS 35 (NOT FOUND) SO A MASTER BUILT
000270*                       WITHOUT THE NEW KEY CANNOT BE WIPED BY
000280*                       AN ATTRIBUTE-CONFLICT OPEN.
000290*        08/21/26  RLH  DO-NOT-CALL FLAG SETTABLE ON ADD AND
000300*                       CHANGE AND SHOWN ON INQUIRE, SO A
000310*                       CUSTOMER WHO ASKS NOT TO BE CALLED IS
000320*                       RECORDED HERE AND SUPPRESSED FROM THE
000330*                       DIALER EXTRACT.
000340*        09/02/26  RLH  SHOWS THE BAD-NUMBER FLAG THE DIALDISP
000350*                       DISPOSITION PASS SETS, AND CLEARS IT
000360*                       WHEN A CHANGE KEYS A FRESH NUMBER - THE
000370*                       FOLLOW-UP THE FLAG EXISTS TO TRIGGER.
000380*        09/02/26  RLH  EVERY ADD AND CHANGE NOW WRITES A
000390*                       BEFORE/AFTER IMAGE PAIR TO THE PHONHIST
000400*                       CHANGE HISTORY THROUGH THE SHARED
000410*                       PHONHIST WRITER, AND THE NEW H OPTION
000420*                       WALKS ONE CUSTOMER'S CHANGES, SO "WHO
000430*                       CHANGED THIS NUMBER" HAS AN ANSWER.
000440*        10/15/26  RLH  OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
000450*                       THE MENU (CLERK OR ABOVE), SO EVERY
000460*                       HISTORY ENTRY NAMES WHO MADE THE CHANGE;
000470*                       THE H OPTION SHOWS THAT OPERATOR.
000480*        10/15/26  RLH  NUMBERS NOW LIVE ON PHONENUM, ONE PER
000490*                       TYPE.  ADD FILES THE FIRST NUMBER AS
000500*                       THE HOME NUMBER, PRIORITY 1; CHANGE
000510*                       COVERS NAME AND THE CUSTOMER-WIDE
000520*                       DO-NOT-CALL FLAG; THE NEW N OPTION ADDS
000530*                       OR CHANGES ONE TYPED NUMBER, ITS
000540*                       PRIORITY, AND ITS OWN DO-NOT-CALL FLAG.
000550*                       INQUIRE LISTS EVERY NUMBER; H SHOWS THE
000560*                       TYPE OF EACH NUMBER CHANGE.
000570*****************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. PHONEMNT.
000600 AUTHOR. R. HOLLOWAY.
000610 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000620 DATE-WRITTEN. 08/08/26.
000630 DATE-COMPILED. 08/08/26.
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT PHONEMST-FILE ASSIGN TO PHONEMST
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS PH-CUSTOMER-ID
000710         ALTERNATE RECORD KEY IS PH-PHONE-NUMBER
000720             WITH DUPLICATES
000730         FILE STATUS IS PM-FILE-STATUS.
000740     SELECT PHONENUM-FILE ASSIGN TO PHONENUM
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS PN-NUMBER-KEY
000780         ALTERNATE RECORD KEY IS PN-PHONE-NUMBER
000790             WITH DUPLICATES
000800         FILE STATUS IS PM-NUM-STATUS.
000810     SELECT PHONE-HISTORY-FILE ASSIGN TO PHONHIST
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS PM-HIST-STATUS.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  PHONEMST-FILE.
000870 COPY phonecpy.
000880 FD  PHONENUM-FILE.
000890 COPY pnumcpy.
000900 FD  PHONE-HISTORY-FILE.
000910 COPY phhcpy.
000920 WORKING-STORAGE SECTION.
000930 01  PM-FILE-STATUS               PIC X(02) VALUE "00".
000940 01  PM-HIST-STATUS               PIC X(02) VALUE "00".
000950 01  PM-NUM-STATUS                PIC X(02) VALUE "00".
000960 01  PM-MENU-CHOICE               PIC X(01).
000970 01  PM-SWITCHES.
000980     05  PM-CONTINUE-SW           PIC X(01) VALUE "Y".
000990         88  PM-CONTINUE              VALUE "Y".
001000     05  PM-HIST-EOF-SW           PIC X(01) VALUE "N".
001010         88  PM-HIST-EOF              VALUE "Y".
001020     05  PM-SIGNON-SW             PIC X(01) VALUE "N".
001030         88  PM-SIGNED-ON             VALUE "Y".
001040     05  PM-LIST-DONE-SW          PIC X(01) VALUE "N".
001050         88  PM-LIST-DONE             VALUE "Y".
001060     05  PM-NUM-FOUND-SW          PIC X(01) VALUE "N".
001070         88  PM-NUM-FOUND             VALUE "Y".
001080 01  PM-ENTRY-FIELDS.
001090     05  PM-AREA-ENTRY            PIC X(03).
001100     05  PM-PREFIX-ENTRY          PIC X(03).
001110     05  PM-LAST-FOUR-ENTRY       PIC X(04).
001120 01  PM-DNC-ENTRY                 PIC X(01).
001130 01  PM-TYPE-ENTRY                PIC X(01).
001140 01  PM-PRIORITY-ENTRY            PIC X(01).
001150 01  PM-LIST-LINE                 PIC 9(02).
001160 01  PM-NUMBERS-SHOWN             PIC 9(02).
001170 01  PM-VALID-SW                  PIC X(01).
001180     88  PM-IS-VALID                  VALUE "Y".
001190     88  PM-IS-INVALID                VALUE "N".
001200 01  PM-STANDARD-NUMBER            PIC X(14).
001210 01  PM-E164-NUMBER                PIC X(12).
001220 01  PM-DASHED-NUMBER              PIC X(12).
001230 01  PM-BEFORE-IMAGE               PIC X(40).
001240 01  PM-AFTER-IMAGE                PIC X(40).
001250 01  PM-HIST-CUSTOMER              PIC X(08).
001260 01  PM-HIST-SHOWN                 PIC 9(05) VALUE 0.
001270 01  PM-PAUSE-ENTRY                PIC X(01).
001280 PROCEDURE DIVISION.
001290 0000-MAINLINE.
001300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001310     PERFORM 2000-MENU-CYCLE THRU 2000-EXIT
001320         UNTIL NOT PM-CONTINUE.
001330     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001340     STOP RUN.
001350 1000-INITIALIZE.
001360     CALL "OPSIGNON" USING "PHONEMNT  " "C" PM-SIGNON-SW.
001370     IF NOT PM-SIGNED-ON
001380         DISPLAY "PHONEMNT - SIGN-ON REFUSED"
001390         STOP RUN
001400     END-IF.
001410     OPEN I-O PHONEMST-FILE.
001420     IF PM-FILE-STATUS = "35"
001430         OPEN OUTPUT PHONEMST-FILE
001440         CLOSE PHONEMST-FILE
001450         OPEN I-O PHONEMST-FILE
001460     END-IF.
001470     IF PM-FILE-STATUS NOT = "00"
001480         DISPLAY "PHONEMNT - PHONEMST OPEN ERROR " PM-FILE-STATUS
001490         STOP RUN
001500     END-IF.
001510     OPEN I-O PHONENUM-FILE.
001520     IF PM-NUM-STATUS = "35"
001530         OPEN OUTPUT PHONENUM-FILE
001540         CLOSE PHONENUM-FILE
001550         OPEN I-O PHONENUM-FILE
001560     END-IF.
001570     IF PM-NUM-STATUS NOT = "00"
001580         DISPLAY "PHONEMNT - PHONENUM OPEN ERROR " PM-NUM-STATUS
001590         CLOSE PHONEMST-FILE
001600         STOP RUN
001610     END-IF.
001620 1000-EXIT.
001630     EXIT.
001640 2000-MENU-CYCLE.
001650     PERFORM 2100-SHOW-MENU THRU 2100-EXIT.
001660     EVALUATE PM-MENU-CHOICE
001670         WHEN "A"
001680             PERFORM 3000-ADD-RECORD THRU 3000-EXIT
001690         WHEN "C"
001700             PERFORM 4000-CHANGE-RECORD THRU 4000-EXIT
001710         WHEN "N"
001720             PERFORM 7000-NUMBER-RECORD THRU 7000-EXIT
001730         WHEN "I"
001740             PERFORM 5000-INQUIRE-RECORD THRU 5000-EXIT
001750         WHEN "H"
001760             PERFORM 6000-HISTORY-INQUIRY THRU 6000-EXIT
001770         WHEN "X"
001780             SET PM-CONTINUE-SW TO "N"
001790         WHEN OTHER
001800             DISPLAY "INVALID CHOICE - A,C,N,I,H,X" LINE 15 COL 5
001810     END-EVALUATE.
001820 2000-EXIT.
001830     EXIT.
001840 2100-SHOW-MENU.
001850     DISPLAY ERASE.
001860     DISPLAY "PHONE DIRECTORY MAINTENANCE" LINE 2 COL 5.
001870     DISPLAY "A - ADD A CUSTOMER"          LINE 4 COL 5.
001880     DISPLAY "C - CHANGE A CUSTOMER"       LINE 5 COL 5.
001890     DISPLAY "N - ADD/CHANGE A NUMBER"     LINE 6 COL 5.
001900     DISPLAY "I - INQUIRE ON A CUSTOMER"   LINE 7 COL 5.
001910     DISPLAY "H - CHANGE HISTORY"          LINE 8 COL 5.
001920     DISPLAY "X - EXIT"                    LINE 9 COL 5.
001930     DISPLAY "SELECTION:"                  LINE 10 COL 5.
001940     ACCEPT PM-MENU-CHOICE LINE 10 COL 16.
001950 2100-EXIT.
001960     EXIT.
001970*-----------------------------------------------------------------
001980* ADD - THE THREE PHONE COMPONENTS ARE RE-PROMPTED UNTIL NUMERIC,
001990* THE SAME DISCIPLINE CONDITIONALS USES ON ITS SCREEN.  THE
002000* NUMBER GOES TO PHONENUM AS THE HOME NUMBER, PRIORITY 1; THE
002010* DIRECTORY RECORD KEEPS THE NAME AND THE CUSTOMER-WIDE FLAG AND
002020* A BLANK DIRECTORY NUMBER.  OTHER TYPES ARE ADDED UNDER N.
002030*-----------------------------------------------------------------
002040 3000-ADD-RECORD.
002050     DISPLAY ERASE.
002060     DISPLAY "ADD CUSTOMER" LINE 2 COL 5.
002070     DISPLAY "CUSTOMER ID:" LINE 4 COL 5.
002080     ACCEPT PH-CUSTOMER-ID LINE 4 COL 19.
002090     DISPLAY "CUSTOMER NAME:" LINE 5 COL 5.
002100     ACCEPT PH-CUSTOMER-NAME LINE 5 COL 21.
002110     PERFORM 3100-GET-PHONE THRU 3100-EXIT.
002120     PERFORM 3200-GET-DNC-FLAG THRU 3200-EXIT.
002130     MOVE SPACES             TO PH-PHONE-NUMBER.
002140     MOVE PM-DNC-ENTRY       TO PH-DNC-FLAG.
002150     MOVE "N"                TO PH-BADNO-FLAG.
002160     WRITE PH-DIRECTORY-RECORD
002170         INVALID KEY
002180             DISPLAY "CUSTOMER ID ALREADY ON FILE" LINE 15 COL 5
002190         NOT INVALID KEY
002200             MOVE SPACES TO PM-BEFORE-IMAGE
002210             MOVE PH-DIRECTORY-RECORD TO PM-AFTER-IMAGE
002220             CALL "PHONHIST" USING "S" "A"
002230                                    PM-BEFORE-IMAGE
002240                                    PM-AFTER-IMAGE
002250                                    " "
002260             PERFORM 3300-ADD-FIRST-NUMBER THRU 3300-EXIT
002270     END-WRITE.
002280 3000-EXIT.
002290     EXIT.
002300 3100-GET-PHONE.
002310     MOVE SPACES TO PM-ENTRY-FIELDS.
002320     DISPLAY "AREA CODE:"  LINE 7 COL 5.
002330     DISPLAY "PREFIX:"     LINE 8 COL 5.
002340     DISPLAY "LAST FOUR:"  LINE 9 COL 5.
002350     PERFORM 3110-GET-AREA THRU 3110-EXIT
002360         UNTIL PM-AREA-ENTRY IS NUMERIC.
002370     PERFORM 3120-GET-PREFIX THRU 3120-EXIT
002380         UNTIL PM-PREFIX-ENTRY IS NUMERIC.
002390     PERFORM 3130-GET-LAST-FOUR THRU 3130-EXIT
002400         UNTIL PM-LAST-FOUR-ENTRY IS NUMERIC.
002410 3100-EXIT.
002420     EXIT.
002430 3110-GET-AREA.
002440     ACCEPT PM-AREA-ENTRY LINE 7 COL 17.
002450     IF PM-AREA-ENTRY IS NOT NUMERIC
002460         DISPLAY "AREA CODE MUST BE NUMERIC" LINE 15 COL 5
002470     ELSE
002480         DISPLAY SPACES LINE 15 COL 5
002490     END-IF.
002500 3110-EXIT.
002510     EXIT.
002520 3120-GET-PREFIX.
002530     ACCEPT PM-PREFIX-ENTRY LINE 8 COL 17.
002540     IF PM-PREFIX-ENTRY IS NOT NUMERIC
002550         DISPLAY "PREFIX MUST BE NUMERIC" LINE 15 COL 5
002560     ELSE
002570         DISPLAY SPACES LINE 15 COL 5
002580     END-IF.
002590 3120-EXIT.
002600     EXIT.
002610 3130-GET-LAST-FOUR.
002620     ACCEPT PM-LAST-FOUR-ENTRY LINE 9 COL 17.
002630     IF PM-LAST-FOUR-ENTRY IS NOT NUMERIC
002640         DISPLAY "LAST FOUR MUST BE NUMERIC" LINE 15 COL 5
002650     ELSE
002660         DISPLAY SPACES LINE 15 COL 5
002670     END-IF.
002680 3130-EXIT.
002690     EXIT.
002700*-----------------------------------------------------------------
002710* THE CONSENT FLAG IS RE-PROMPTED UNTIL IT IS AN EXPLICIT Y OR
002720* N - THE SAME DISCIPLINE AS THE NUMERIC PHONE FIELDS.
002730*-----------------------------------------------------------------
002740 3200-GET-DNC-FLAG.
002750     MOVE SPACE TO PM-DNC-ENTRY.
002760     PERFORM 3210-GET-DNC-ENTRY THRU 3210-EXIT
002770         UNTIL PM-DNC-ENTRY = "Y" OR PM-DNC-ENTRY = "N".
002780 3200-EXIT.
002790     EXIT.
002800 3210-GET-DNC-ENTRY.
002810     DISPLAY "DO NOT CALL (Y/N):" LINE 10 COL 5.
002820     ACCEPT PM-DNC-ENTRY LINE 10 COL 25.
002830     IF PM-DNC-ENTRY NOT = "Y" AND PM-DNC-ENTRY NOT = "N"
002840         DISPLAY "DO NOT CALL MUST BE Y OR N" LINE 15 COL 5
002850     ELSE
002860         DISPLAY SPACES LINE 15 COL 5
002870     END-IF.
002880 3210-EXIT.
002890     EXIT.
002900 3300-ADD-FIRST-NUMBER.
002910     MOVE PH-CUSTOMER-ID     TO PN-CUSTOMER-ID.
002920     MOVE "H"                TO PN-PHONE-TYPE.
002930     MOVE 1                  TO PN-DIAL-PRIORITY.
002940     MOVE PM-AREA-ENTRY      TO PN-AREA-CODE.
002950     MOVE PM-PREFIX-ENTRY    TO PN-PREFIX-NUM.
002960     MOVE PM-LAST-FOUR-ENTRY TO PN-LAST-FOUR.
002970     MOVE "N"                TO PN-DNC-FLAG.
002980     MOVE "N"                TO PN-BADNO-FLAG.
002990     WRITE PN-NUMBER-RECORD
003000         INVALID KEY
003010             DISPLAY "HOME NUMBER ALREADY ON FILE" LINE 15 COL 5
003020         NOT INVALID KEY
003030             MOVE SPACES TO PM-BEFORE-IMAGE
003040             MOVE PN-NUMBER-RECORD TO PM-AFTER-IMAGE
003050             CALL "PHONHIST" USING "S" "A"
003060                                    PM-BEFORE-IMAGE
003070                                    PM-AFTER-IMAGE
003080                                    PN-PHONE-TYPE
003090     END-WRITE.
003100 3300-EXIT.
003110     EXIT.
003120*-----------------------------------------------------------------
003130* CHANGE - NAME AND THE CUSTOMER-WIDE DO-NOT-CALL FLAG.  THE
003140* CUSTOMER ID IS THE KEY AND IS NOT CHANGEABLE HERE.  NUMBERS
003150* ARE CHANGED UNDER N, ONE TYPE AT A TIME.
003160*-----------------------------------------------------------------
003170 4000-CHANGE-RECORD.
003180     DISPLAY ERASE.
003190     DISPLAY "CHANGE CUSTOMER" LINE 2 COL 5.
003200     DISPLAY "CUSTOMER ID:" LINE 4 COL 5.
003210     ACCEPT PH-CUSTOMER-ID LINE 4 COL 19.
003220     READ PHONEMST-FILE
003230         INVALID KEY
003240             DISPLAY "CUSTOMER NOT ON FILE" LINE 15 COL 5
003250         NOT INVALID KEY
003260             MOVE PH-DIRECTORY-RECORD TO PM-BEFORE-IMAGE
003270             DISPLAY "CUSTOMER NAME:" LINE 5 COL 5
003280             ACCEPT PH-CUSTOMER-NAME LINE 5 COL 21
003290             PERFORM 3200-GET-DNC-FLAG THRU 3200-EXIT
003300             MOVE PM-DNC-ENTRY       TO PH-DNC-FLAG
003310             REWRITE PH-DIRECTORY-RECORD
003320             MOVE PH-DIRECTORY-RECORD TO PM-AFTER-IMAGE
003330             CALL "PHONHIST" USING "S" "C"
003340                                    PM-BEFORE-IMAGE
003350                                    PM-AFTER-IMAGE
003360                                    " "
003370     END-READ.
003380 4000-EXIT.
003390     EXIT.
003400*-----------------------------------------------------------------
003410* INQUIRE - FORMATS THE STORED NUMBERS THROUGH PHONEFMT SO THIS
003420* SCREEN SHOWS EXACTLY WHAT THE DIALER EXTRACT WOULD PRODUCE.
003430* A CUSTOMER WITH NO PHONENUM ENTRIES IS STILL DIALED ON THE OLD
003440* DIRECTORY NUMBER, SO THAT IS SHOWN INSTEAD.
003450*-----------------------------------------------------------------
003460 5000-INQUIRE-RECORD.
003470     DISPLAY ERASE.
003480     DISPLAY "INQUIRE CUSTOMER" LINE 2 COL 5.
003490     DISPLAY "CUSTOMER ID:" LINE 4 COL 5.
003500     ACCEPT PH-CUSTOMER-ID LINE 4 COL 19.
003510     READ PHONEMST-FILE
003520         INVALID KEY
003530             DISPLAY "CUSTOMER NOT ON FILE" LINE 15 COL 5
003540         NOT INVALID KEY
003550             DISPLAY "NAME: " PH-CUSTOMER-NAME LINE 6 COL 5
003560             DISPLAY "DO NOT CALL: " PH-DNC-FLAG     LINE 7 COL 5
003570             PERFORM 5100-LIST-NUMBERS THRU 5100-EXIT
003580     END-READ.
003590 5000-EXIT.
003600     EXIT.
003610 5100-LIST-NUMBERS.
003620     DISPLAY "TYPE PRI NUMBER          DNC BAD" LINE 9 COL 5.
003630     MOVE 10 TO PM-LIST-LINE.
003640     MOVE 0 TO PM-NUMBERS-SHOWN.
003650     MOVE "N" TO PM-LIST-DONE-SW.
003660     MOVE PH-CUSTOMER-ID TO PN-CUSTOMER-ID.
003670     MOVE LOW-VALUES     TO PN-PHONE-TYPE.
003680     START PHONENUM-FILE KEY NOT < PN-NUMBER-KEY
003690         INVALID KEY
003700             SET PM-LIST-DONE TO TRUE
003710     END-START.
003720     PERFORM 5150-SHOW-ONE-NUMBER THRU 5150-EXIT
003730         UNTIL PM-LIST-DONE.
003740     IF PM-NUMBERS-SHOWN = 0
003750         PERFORM 5200-SHOW-DIRECTORY THRU 5200-EXIT
003760     END-IF.
003770 5100-EXIT.
003780     EXIT.
003790 5150-SHOW-ONE-NUMBER.
003800     READ PHONENUM-FILE NEXT RECORD
003810         AT END
003820             SET PM-LIST-DONE TO TRUE
003830             GO TO 5150-EXIT
003840     END-READ.
003850     IF PN-CUSTOMER-ID NOT = PH-CUSTOMER-ID
003860         SET PM-LIST-DONE TO TRUE
003870         GO TO 5150-EXIT
003880     END-IF.
003890     CALL "PHONEFMT" USING PN-AREA-CODE
003900                           PN-PREFIX-NUM
003910                           PN-LAST-FOUR
003920                           PM-VALID-SW
003930                           PM-STANDARD-NUMBER
003940                           PM-E164-NUMBER
003950                           PM-DASHED-NUMBER.
003960     DISPLAY PN-PHONE-TYPE      LINE PM-LIST-LINE COL 6.
003970     DISPLAY PN-DIAL-PRIORITY   LINE PM-LIST-LINE COL 11.
003980     DISPLAY PM-STANDARD-NUMBER LINE PM-LIST-LINE COL 14.
003990     DISPLAY PN-DNC-FLAG        LINE PM-LIST-LINE COL 31.
004000     DISPLAY PN-BADNO-FLAG      LINE PM-LIST-LINE COL 35.
004010     ADD 1 TO PM-LIST-LINE.
004020     ADD 1 TO PM-NUMBERS-SHOWN.
004030 5150-EXIT.
004040     EXIT.
004050 5200-SHOW-DIRECTORY.
004060     DISPLAY "NO TYPED NUMBERS - DIRECTORY NUMBER:"
004070             LINE 10 COL 5.
004080     CALL "PHONEFMT" USING PH-AREA-CODE
004090                           PH-PREFIX-NUM
004100                           PH-LAST-FOUR
004110                           PM-VALID-SW
004120                           PM-STANDARD-NUMBER
004130                           PM-E164-NUMBER
004140                           PM-DASHED-NUMBER.
004150     DISPLAY "STANDARD: " PM-STANDARD-NUMBER LINE 11 COL 5.
004160     DISPLAY "E.164:    " PM-E164-NUMBER     LINE 12 COL 5.
004170     DISPLAY "DASHED:   " PM-DASHED-NUMBER   LINE 13 COL 5.
004180     DISPLAY "BAD NUMBER:  " PH-BADNO-FLAG   LINE 14 COL 5.
004190 5200-EXIT.
004200     EXIT.
004210*-----------------------------------------------------------------
004220* WALK ONE CUSTOMER'S CHANGE HISTORY - EVERY ADD AND CHANGE THE
004230* SCREENS, THE LOADER, OR THE DISPOSITION PASS EVER APPLIED,
004240* WITH THE NUMBER BEFORE AND AFTER AND WHICH PATH CHANGED IT.
004250* THE LIST SCROLLS ON THE CONSOLE BELOW THE SCREEN FIELDS.
004260* A TYPED-NUMBER ENTRY HOLDS A PHONENUM IMAGE, WHOSE NUMBER SITS
004270* AFTER THE TYPE AND PRIORITY; A DIRECTORY ENTRY HOLDS A PHONEMST
004280* IMAGE.
004290*-----------------------------------------------------------------
004300 6000-HISTORY-INQUIRY.
004310     DISPLAY ERASE.
004320     DISPLAY "CHANGE HISTORY" LINE 2 COL 5.
004330     DISPLAY "CUSTOMER ID:" LINE 4 COL 5.
004340     ACCEPT PM-HIST-CUSTOMER LINE 4 COL 19.
004350     MOVE 0 TO PM-HIST-SHOWN.
004360     MOVE "N" TO PM-HIST-EOF-SW.
004370     OPEN INPUT PHONE-HISTORY-FILE.
004380     IF PM-HIST-STATUS = "35"
004390         DISPLAY "NO CHANGE HISTORY ON FILE YET" LINE 15 COL 5
004400         GO TO 6000-EXIT
004410     END-IF.
004420     IF PM-HIST-STATUS NOT = "00"
004430         DISPLAY "PHONEMNT - PHONHIST OPEN ERROR "
004440                 PM-HIST-STATUS LINE 15 COL 5
004450         GO TO 6000-EXIT
004460     END-IF.
004470     PERFORM 6100-SHOW-ONE-ENTRY THRU 6100-EXIT
004480         UNTIL PM-HIST-EOF.
004490     CLOSE PHONE-HISTORY-FILE.
004500     IF PM-HIST-SHOWN = 0
004510         DISPLAY "NO CHANGES ON FILE FOR " PM-HIST-CUSTOMER
004520     END-IF.
004530     DISPLAY "PRESS ENTER TO CONTINUE".
004540     ACCEPT PM-PAUSE-ENTRY.
004550 6000-EXIT.
004560     EXIT.
004570 6100-SHOW-ONE-ENTRY.
004580     READ PHONE-HISTORY-FILE
004590         AT END SET PM-HIST-EOF TO TRUE
004600     END-READ.
004610     IF NOT PM-HIST-EOF
004620         IF HP-CUSTOMER-ID = PM-HIST-CUSTOMER
004630             IF HP-DIRECTORY-ENTRY
004640                 DISPLAY HP-CHANGE-DATE " " HP-CHANGE-TIME
004650                         " " HP-OPERATOR-ID
004660                         " " HP-SOURCE-CODE "/" HP-ACTION-CODE
004670                         " WAS " HP-BEFORE-IMAGE (9:10)
004680                         " NOW " HP-AFTER-IMAGE (9:10)
004690             ELSE
004700                 DISPLAY HP-CHANGE-DATE " " HP-CHANGE-TIME
004710                         " " HP-OPERATOR-ID
004720                         " " HP-SOURCE-CODE "/" HP-ACTION-CODE
004730                         " " HP-PHONE-TYPE
004740                         " WAS " HP-BEFORE-IMAGE (11:10)
004750                         " NOW " HP-AFTER-IMAGE (11:10)
004760             END-IF
004770             ADD 1 TO PM-HIST-SHOWN
004780         END-IF
004790     END-IF.
004800 6100-EXIT.
004810     EXIT.
004820*-----------------------------------------------------------------
004830* ADD OR CHANGE ONE TYPED NUMBER.  THE CUSTOMER MUST ALREADY BE
004840* ON THE DIRECTORY.  THE TYPE AND PRIORITY ARE RE-PROMPTED UNTIL
004850* VALID, THE SAME DISCIPLINE AS THE PHONE FIELDS.  A FRESH
004860* NUMBER CLEARS THAT NUMBER'S BAD-NUMBER FLAG - THE FOLLOW-UP
004870* THE DIALDISP FLAG EXISTS TO TRIGGER.  THE DO-NOT-CALL FLAG
004880* HERE WITHDRAWS CONSENT FOR THIS NUMBER ONLY.
004890*-----------------------------------------------------------------
004900 7000-NUMBER-RECORD.
004910     DISPLAY ERASE.
004920     DISPLAY "ADD/CHANGE A NUMBER" LINE 2 COL 5.
004930     DISPLAY "CUSTOMER ID:" LINE 4 COL 5.
004940     ACCEPT PH-CUSTOMER-ID LINE 4 COL 19.
004950     READ PHONEMST-FILE
004960         INVALID KEY
004970             DISPLAY "CUSTOMER NOT ON FILE" LINE 15 COL 5
004980             GO TO 7000-EXIT
004990     END-READ.
005000     DISPLAY "NAME: " PH-CUSTOMER-NAME LINE 5 COL 5.
005010     MOVE SPACE TO PM-TYPE-ENTRY.
005020     PERFORM 7100-GET-TYPE THRU 7100-EXIT
005030         UNTIL PM-TYPE-ENTRY = "H" OR PM-TYPE-ENTRY = "M"
005040            OR PM-TYPE-ENTRY = "W".
005050     MOVE PH-CUSTOMER-ID TO PN-CUSTOMER-ID.
005060     MOVE PM-TYPE-ENTRY  TO PN-PHONE-TYPE.
005070     MOVE "N" TO PM-NUM-FOUND-SW.
005080     READ PHONENUM-FILE
005090         INVALID KEY
005100             MOVE SPACES TO PM-BEFORE-IMAGE
005110         NOT INVALID KEY
005120             SET PM-NUM-FOUND TO TRUE
005130             MOVE PN-NUMBER-RECORD TO PM-BEFORE-IMAGE
005140             DISPLAY "NOW: " PN-PHONE-NUMBER
005150                     "  PRIORITY " PN-DIAL-PRIORITY
005160                     LINE 6 COL 30
005170     END-READ.
005180     PERFORM 3100-GET-PHONE THRU 3100-EXIT.
005190     MOVE SPACE TO PM-PRIORITY-ENTRY.
005200     PERFORM 7200-GET-PRIORITY THRU 7200-EXIT
005210         UNTIL PM-PRIORITY-ENTRY IS NUMERIC
005220           AND PM-PRIORITY-ENTRY NOT = "0".
005230     PERFORM 3200-GET-DNC-FLAG THRU 3200-EXIT.
005240     IF NOT PM-NUM-FOUND
005250        OR PN-AREA-CODE   NOT = PM-AREA-ENTRY
005260        OR PN-PREFIX-NUM  NOT = PM-PREFIX-ENTRY
005270        OR PN-LAST-FOUR   NOT = PM-LAST-FOUR-ENTRY
005280         MOVE "N" TO PN-BADNO-FLAG
005290     END-IF.
005300     MOVE PH-CUSTOMER-ID     TO PN-CUSTOMER-ID.
005310     MOVE PM-TYPE-ENTRY      TO PN-PHONE-TYPE.
005320     MOVE PM-PRIORITY-ENTRY  TO PN-DIAL-PRIORITY.
005330     MOVE PM-AREA-ENTRY      TO PN-AREA-CODE.
005340     MOVE PM-PREFIX-ENTRY    TO PN-PREFIX-NUM.
005350     MOVE PM-LAST-FOUR-ENTRY TO PN-LAST-FOUR.
005360     MOVE PM-DNC-ENTRY       TO PN-DNC-FLAG.
005370     MOVE PN-NUMBER-RECORD   TO PM-AFTER-IMAGE.
005380     IF PM-NUM-FOUND
005390         REWRITE PN-NUMBER-RECORD
005400             INVALID KEY
005410                 DISPLAY "PHONEMNT - PHONENUM REWRITE ERROR "
005420                         PM-NUM-STATUS LINE 15 COL 5
005430             NOT INVALID KEY
005440                 CALL "PHONHIST" USING "S" "C"
005450                                       PM-BEFORE-IMAGE
005460                                       PM-AFTER-IMAGE
005470                                       PN-PHONE-TYPE
005480         END-REWRITE
005490     ELSE
005500         WRITE PN-NUMBER-RECORD
005510             INVALID KEY
005520                 DISPLAY "PHONEMNT - PHONENUM WRITE ERROR "
005530                         PM-NUM-STATUS LINE 15 COL 5
005540             NOT INVALID KEY
005550                 CALL "PHONHIST" USING "S" "A"
005560                                       PM-BEFORE-IMAGE
005570                                       PM-AFTER-IMAGE
005580                                       PN-PHONE-TYPE
005590         END-WRITE
005600     END-IF.
005610 7000-EXIT.
005620     EXIT.
005630 7100-GET-TYPE.
005640     DISPLAY "TYPE (H/M/W):" LINE 6 COL 5.
005650     ACCEPT PM-TYPE-ENTRY LINE 6 COL 20.
005660     IF PM-TYPE-ENTRY NOT = "H" AND PM-TYPE-ENTRY NOT = "M"
005670        AND PM-TYPE-ENTRY NOT = "W"
005680         DISPLAY "TYPE MUST BE H, M, OR W" LINE 15 COL 5
005690     ELSE
005700         DISPLAY SPACES LINE 15 COL 5
005710     END-IF.
005720 7100-EXIT.
005730     EXIT.
005740 7200-GET-PRIORITY.
005750     DISPLAY "PRIORITY (1-9):" LINE 11 COL 5.
005760     ACCEPT PM-PRIORITY-ENTRY LINE 11 COL 22.
005770     IF PM-PRIORITY-ENTRY IS NOT NUMERIC
005780        OR PM-PRIORITY-ENTRY = "0"
005790         DISPLAY "PRIORITY MUST BE 1-9" LINE 15 COL 5
005800     ELSE
005810         DISPLAY SPACES LINE 15 COL 5
005820     END-IF.
005830 7200-EXIT.
005840     EXIT.
005850 9000-TERMINATE.
005860     CLOSE PHONEMST-FILE.
005870     CLOSE PHONENUM-FILE.
005880 9000-EXIT.
005890     EXIT.
