000130*        BEEN RESEARCHED, AND SUBVERB REOPENS IT AS RECURRING
000140*        IF THE ACCOUNT GOES OUT OF TOLERANCE AGAIN.  FOLLOWS
000150*        THE SAME SCREEN DISCIPLINE AS PHONEMNT.
000160*        EVERY RESOLUTION, WRITE-OFF AND REASSIGNMENT IS
000170*        RECORDED ON THE ASGNHIST ASSIGNMENT HISTORY THROUGH
000180*        EXCASGN, FOR THE WEEKLY ASGNPROD REPORT.  CUSTOMER
000190*        DISPUTES ARE OPENED AND CLOSED HERE ON THE DISPMST
000200*        FILE, WHICH KEEPS THE DUNNING RUN FROM SENDING NOTICES.
000210*-----------------------------------------------------------------
000220*    MODIFICATION HISTORY.
000230*        08/21/26  RLH  INITIAL VERSION.
000240*        09/02/26  RLH  A RESOLUTION CAN NOW CARRY AN APPROVED
000250*                       WRITE-OFF DECISION - THE FLAG THE
000260*                       WRITEOFF RUN TURNS INTO AN ADJUSTMENT
000270*                       TRANSACTION SO THE VARIANCE ACTUALLY
000280*                       CLEARS INSTEAD OF RECURRING.  THE
000290*                       INQUIRY SHOWS THE WRITE-OFF STATE.
000300*        10/15/26  RLH  OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
000310*                       THE MENU (ANALYST OR ABOVE).  EVERY
000320*                       WRITE-OFF APPROVAL IS RECORDED ON THE
000330*                       WOAPPR FILE WITH WHO GAVE IT.  ONE ABOVE
000340*                       THE WOLIMCPY DUAL-CONTROL LIMIT IS HELD
000350*                       PENDING ("P") UNTIL A DIFFERENT OPERATOR
000360*                       SIGNED ON AS A SUPERVISOR GIVES THE
000370*                       SECOND APPROVAL (OR DECLINES IT) ON THE
000380*                       NEW A OPTION.  THE INQUIRY SHOWS THE
000390*                       APPROVERS.
000400*        10/15/26  RLH  NEW M OPTION - ACCEPT A MISAPPLIED
000410*                       PAYMENT MATCH SUGGESTED ON THE PAYMATCH
000420*                       REPORT (A PAIR, OR ONE ACCOUNT AGAINST
000430*                       TWO FOR A SPLIT).  ALL THE ACCOUNTS ARE
000440*                       RESOLVED TOGETHER, EACH NOTE NAMING THE
000450*                       ACCOUNT IT IS LINKED TO.
000460*        10/15/26  RLH  THE INQUIRY SHOWS THE ANALYST THE ITEM
000470*                       IS ASSIGNED TO.  NEW T OPTION - REASSIGN
000480*                       AN OPEN ITEM TO ANOTHER ACTIVE ANALYST
000490*                       ON OPERMST (ITS OWN ANALYST, ANYONE IF IT
000500*                       IS UNASSIGNED, OR A SUPERVISOR).
000510*                       RESOLUTIONS AND WRITE-OFFS ARE RECORDED
000520*                       ON ASGNHIST AGAINST THE ANALYST.
000530*        10/15/26  RLH  NEW D OPTION - OPEN A CUSTOMER DISPUTE ON
000540*                       AN OPEN ITEM, WITH A REASON, OR CLOSE THE
000550*                       ONE OPEN ON IT (DISPMST, DSPTCPY).  THE
000560*                       INQUIRY SHOWS AN OPEN DISPUTE.
000570*****************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. EXCPMNT.
000600 AUTHOR. R. HOLLOWAY.
000610 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000620 DATE-WRITTEN. 08/21/26.
000630 DATE-COMPILED. 08/21/26.
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT EXCEPTION-MASTER ASSIGN TO EXCPMST
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS EX-ACCOUNT-ID
000710         FILE STATUS IS EM-FILE-STATUS.
000720     SELECT APPROVAL-FILE ASSIGN TO WOAPPR
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS RANDOM
000750         RECORD KEY IS WA-ACCOUNT-ID
000760         FILE STATUS IS EM-APPR-STATUS.
000770     SELECT OPERATOR-MASTER ASSIGN TO OPERMST
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS RANDOM
000800         RECORD KEY IS OP-OPERATOR-ID
000810         FILE STATUS IS EM-OPER-STATUS.
000820     SELECT DISPUTE-FILE ASSIGN TO DISPMST
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS RANDOM
000850         RECORD KEY IS DS-ACCOUNT-ID
000860         FILE STATUS IS EM-DISP-STATUS.
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  EXCEPTION-MASTER.
000900 COPY excmcpy.
000910 FD  APPROVAL-FILE.
000920 COPY woapcpy.
000930 FD  OPERATOR-MASTER.
000940 COPY opercpy.
000950 FD  DISPUTE-FILE.
000960 COPY dsptcpy.
000970 WORKING-STORAGE SECTION.
000980 COPY wolimcpy.
000990 COPY mtolcpy.
001000 COPY ahstcpy.
001010 01  EM-FILE-STATUS               PIC X(02) VALUE "00".
001020 01  EM-APPR-STATUS               PIC X(02) VALUE "00".
001030 01  EM-OPER-STATUS               PIC X(02) VALUE "00".
001040 01  EM-DISP-STATUS               PIC X(02) VALUE "00".
001050 01  EM-MENU-CHOICE               PIC X(01).
001060 01  EM-SWITCHES.
001070     05  EM-CONTINUE-SW           PIC X(01) VALUE "Y".
001080         88  EM-CONTINUE              VALUE "Y".
001090     05  EM-SIGNON-SW             PIC X(01) VALUE "N".
001100         88  EM-SIGNED-ON             VALUE "Y".
001110     05  EM-APPR-SW               PIC X(01) VALUE "N".
001120         88  EM-APPR-ON-FILE          VALUE "Y".
001130     05  EM-OPER-SW               PIC X(01) VALUE "N".
001140         88  EM-OPER-AVAILABLE        VALUE "Y".
001150     05  EM-DISP-SW               PIC X(01) VALUE "N".
001160         88  EM-DISP-ON-FILE          VALUE "Y".
001170     05  EM-MAST-OPEN-SW          PIC X(01) VALUE "N".
001180         88  EM-MAST-OPEN             VALUE "Y".
001190     05  EM-APPR-OPEN-SW          PIC X(01) VALUE "N".
001200         88  EM-APPR-OPEN             VALUE "Y".
001210     05  EM-DISP-OPEN-SW          PIC X(01) VALUE "N".
001220         88  EM-DISP-OPEN             VALUE "Y".
001230 01  EM-NOTE-ENTRY                PIC X(30).
001240 01  EM-WOFF-ENTRY                PIC X(01).
001250 01  EM-DECISION-ENTRY            PIC X(01).
001260 01  EM-TODAY-DATE                PIC 9(08).
001270 01  EM-STATUS-WORD               PIC X(09).
001280 01  EM-WOFF-WORD                 PIC X(09).
001290 01  EM-WOFF-AMOUNT               PIC S9(7)V9(2).
001300 01  EM-SESSION-ID                PIC X(08).
001310 01  EM-SESSION-ROLE              PIC X(01).
001320 01  EM-EVENT-TYPE                PIC X(10).
001330 01  EM-ACTION-WORD               PIC X(09).
001340 01  EM-EDIT-AMOUNT               PIC +Z(6).Z(2).
001350 01  EM-AUDIT-DETAIL              PIC X(50).
001360 01  EM-NEW-ANALYST               PIC X(08).
001370 01  EM-OLD-ANALYST               PIC X(08).
001380 01  EM-TIER-CODE                 PIC X(01) VALUE SPACE.
001390 01  EM-START-DATE                PIC 9(08).
001400 01  EM-CONFIRM-PROMPT            PIC X(15).
001410*-----------------------------------------------------------------
001420* THE ACCOUNTS OF A MISAPPLIED-PAYMENT MATCH - THE FIRST ONE
001430* KEYED AND ONE PARTNER, OR TWO PARTNERS FOR A SPLIT.
001440*-----------------------------------------------------------------
001450 01  EM-MATCH-TABLE.
001460     05  EM-MA-COUNT              PIC 9(02) COMP VALUE 0.
001470     05  EM-MA-ENTRY              OCCURS 3 TIMES.
001480         10  EM-MA-ACCOUNT        PIC X(10).
001490         10  EM-MA-VARIANCE       PIC S9(7)V9(2).
001500 01  EM-MA-SUB                    PIC 9(02) COMP VALUE 0.
001510 01  EM-MA-DUP-SUB                PIC 9(02) COMP VALUE 0.
001520 01  EM-MATCH-COMPANY             PIC X(02).
001530 01  EM-MATCH-NET                 PIC S9(8)V9(2).
001540 01  EM-MATCH-ABS-NET             PIC 9(8)V9(2).
001550 01  EM-MATCH-ERROR-SW            PIC X(01) VALUE "N".
001560     88  EM-MATCH-ERROR               VALUE "Y".
001570 01  EM-MATCH-LINE                PIC 9(02).
001580 01  EM-MATCH-NOTE                PIC X(30).
001590 PROCEDURE DIVISION.
001600 0000-MAINLINE.
001610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001620     PERFORM 2000-MENU-CYCLE THRU 2000-EXIT
001630         UNTIL NOT EM-CONTINUE.
001640     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001650     STOP RUN.
001660*-----------------------------------------------------------------
001670* THE MASTER IS BUILT BY SUBVERB - IF IT IS NOT OUT THERE YET
001680* THERE IS NOTHING TO RESOLVE, SO SAY SO AND QUIT RATHER THAN
001690* CREATING AN EMPTY FILE UNDERNEATH THE NIGHTLY RUN.  THE
001700* APPROVAL FILE IS OWNED HERE AND CREATED ON FIRST USE.
001710*-----------------------------------------------------------------
001720 1000-INITIALIZE.
001730     CALL "OPSIGNON" USING "EXCPMNT   " "A" EM-SIGNON-SW.
001740     IF NOT EM-SIGNED-ON
001750         DISPLAY "EXCPMNT - SIGN-ON REFUSED"
001760         STOP RUN
001770     END-IF.
001780     CALL "OPSESSN" USING "G" EM-SESSION-ID EM-SESSION-ROLE.
001790     OPEN I-O EXCEPTION-MASTER.
001800     IF EM-FILE-STATUS = "35"
001810         DISPLAY "EXCPMNT - NO EXCEPTION MASTER ON FILE YET."
001820         SET EM-CONTINUE-SW TO "N"
001830     ELSE
001840         IF EM-FILE-STATUS NOT = "00"
001850             DISPLAY "EXCPMNT - EXCPMST OPEN ERROR "
001860                     EM-FILE-STATUS
001870             SET EM-CONTINUE-SW TO "N"
001880         END-IF
001890     END-IF.
001900     IF NOT EM-CONTINUE
001910         GO TO 1000-EXIT
001920     END-IF.
001930     SET EM-MAST-OPEN TO TRUE.
001940     OPEN I-O APPROVAL-FILE.
001950     IF EM-APPR-STATUS = "35"
001960         OPEN OUTPUT APPROVAL-FILE
001970         CLOSE APPROVAL-FILE
001980         OPEN I-O APPROVAL-FILE
001990     END-IF.
002000     IF EM-APPR-STATUS NOT = "00"
002010         DISPLAY "EXCPMNT - WOAPPR OPEN ERROR " EM-APPR-STATUS
002020         SET EM-CONTINUE-SW TO "N"
002030         GO TO 1000-EXIT
002040     END-IF.
002050     SET EM-APPR-OPEN TO TRUE.
002060     OPEN I-O DISPUTE-FILE.
002070     IF EM-DISP-STATUS = "35"
002080         OPEN OUTPUT DISPUTE-FILE
002090         CLOSE DISPUTE-FILE
002100         OPEN I-O DISPUTE-FILE
002110     END-IF.
002120     IF EM-DISP-STATUS NOT = "00"
002130         DISPLAY "EXCPMNT - DISPMST OPEN ERROR " EM-DISP-STATUS
002140         SET EM-CONTINUE-SW TO "N"
002150         GO TO 1000-EXIT
002160     END-IF.
002170     SET EM-DISP-OPEN TO TRUE.
002180*    OPERMST ONLY VALIDATES A REASSIGNMENT - WITHOUT IT THE
002190*    REST OF THE MENU STILL WORKS.
002200     OPEN INPUT OPERATOR-MASTER.
002210     IF EM-OPER-STATUS = "00"
002220         SET EM-OPER-AVAILABLE TO TRUE
002230     ELSE
002240         DISPLAY "EXCPMNT - OPERMST OPEN ERROR " EM-OPER-STATUS
002250     END-IF.
002260 1000-EXIT.
002270     EXIT.
002280 2000-MENU-CYCLE.
002290     PERFORM 2100-SHOW-MENU THRU 2100-EXIT.
002300     EVALUATE EM-MENU-CHOICE
002310         WHEN "R"
002320             PERFORM 3000-RESOLVE-ITEM THRU 3000-EXIT
002330         WHEN "I"
002340             PERFORM 4000-INQUIRE-ITEM THRU 4000-EXIT
002350         WHEN "A"
002360             PERFORM 5000-SECOND-APPROVAL THRU 5000-EXIT
002370         WHEN "M"
002380             PERFORM 6000-MATCH-PAYMENT THRU 6000-EXIT
002390         WHEN "T"
002400             PERFORM 8000-REASSIGN-ITEM THRU 8000-EXIT
002410         WHEN "D"
002420             PERFORM 8700-MAINTAIN-DISPUTE THRU 8700-EXIT
002430         WHEN "X"
002440             SET EM-CONTINUE-SW TO "N"
002450         WHEN OTHER
002460             DISPLAY "INVALID CHOICE - R,I,A,M,T,D,X"
002470                 LINE 15 COL 5
002480     END-EVALUATE.
002490 2000-EXIT.
002500     EXIT.
002510 2100-SHOW-MENU.
002520     DISPLAY ERASE.
002530     DISPLAY "EXCEPTION RESOLUTION"         LINE 2 COL 5.
002540     DISPLAY "R - RESOLVE AN EXCEPTION"     LINE 4 COL 5.
002550     DISPLAY "I - INQUIRE ON AN EXCEPTION"  LINE 5 COL 5.
002560     DISPLAY "A - SECOND APPROVAL OF A WRITE-OFF" LINE 6 COL 5.
002570     DISPLAY "M - MATCH A MISAPPLIED PAYMENT" LINE 7 COL 5.
002580     DISPLAY "T - REASSIGN AN EXCEPTION"    LINE 8 COL 5.
002590     DISPLAY "D - OPEN OR CLOSE A DISPUTE"  LINE 9 COL 5.
002600     DISPLAY "X - EXIT"                     LINE 10 COL 5.
002610     DISPLAY "SELECTION:"                   LINE 11 COL 5.
002620     ACCEPT EM-MENU-CHOICE LINE 11 COL 16.
002630 2100-EXIT.
002640     EXIT.
002650*-----------------------------------------------------------------
002660* RESOLVE - SHOW THE ITEM, TAKE THE RESEARCH NOTE, STAMP TODAY'S
002670* DATE.  AN ITEM ALREADY RESOLVED IS LEFT ALONE SO ONE ANALYST
002680* DOES NOT OVERTYPE ANOTHER'S NOTE WITHOUT SEEING IT FIRST.
002690*-----------------------------------------------------------------
002700 3000-RESOLVE-ITEM.
002710     DISPLAY ERASE.
002720     DISPLAY "RESOLVE EXCEPTION" LINE 2 COL 5.
002730     DISPLAY "ACCOUNT:" LINE 4 COL 5.
002740     ACCEPT EX-ACCOUNT-ID LINE 4 COL 15.
002750     READ EXCEPTION-MASTER
002760         INVALID KEY
002770             DISPLAY "ACCOUNT NOT ON EXCEPTION MASTER"
002780                 LINE 15 COL 5
002790         NOT INVALID KEY
002800             PERFORM 3100-TAKE-RESOLUTION THRU 3100-EXIT
002810     END-READ.
002820 3000-EXIT.
002830     EXIT.
002840 3100-TAKE-RESOLUTION.
002850     PERFORM 4100-SHOW-ITEM THRU 4100-EXIT.
002860     IF EX-STATUS-RESOLVED
002870         DISPLAY "ALREADY RESOLVED - NO CHANGE MADE"
002880             LINE 15 COL 5
002890     ELSE
002900         DISPLAY "RESOLUTION NOTE:" LINE 11 COL 5
002910         ACCEPT EM-NOTE-ENTRY LINE 11 COL 23
002920         PERFORM 3200-GET-WRITEOFF THRU 3200-EXIT
002930         ACCEPT EM-TODAY-DATE FROM DATE YYYYMMDD
002940         MOVE EM-NOTE-ENTRY  TO EX-RESOLVE-NOTE
002950         MOVE EM-TODAY-DATE  TO EX-RESOLVE-DATE
002960         MOVE "D"            TO EX-STATUS
002970         IF EM-WOFF-ENTRY = "Y"
002980             PERFORM 3300-SET-WRITEOFF-FLAG THRU 3300-EXIT
002990         ELSE
003000             MOVE "N" TO EX-WRITEOFF-FLAG
003010         END-IF
003020         REWRITE EX-EXCEPTION-RECORD
003030             INVALID KEY
003040                 DISPLAY "EXCPMNT - EXCPMST REWRITE ERROR "
003050                         EM-FILE-STATUS LINE 15 COL 5
003060             NOT INVALID KEY
003070                 DISPLAY "MARKED RESOLVED" LINE 15 COL 5
003080                 IF EM-WOFF-ENTRY = "Y"
003090                     PERFORM 3400-RECORD-APPROVAL THRU 3400-EXIT
003100                 END-IF
003110                 PERFORM 8500-RECORD-RESOLUTION THRU 8500-EXIT
003120         END-REWRITE
003130     END-IF.
003140 3100-EXIT.
003150     EXIT.
003160*-----------------------------------------------------------------
003170* THE WRITE-OFF DECISION IS RE-PROMPTED UNTIL IT IS AN EXPLICIT
003180* Y OR N - THE SAME DISCIPLINE AS THE PHONEMNT CONSENT FLAG.
003190* Y MEANS THE WRITEOFF RUN WILL STAGE AN ADJUSTMENT THAT
003200* ACTUALLY CLEARS THE VARIANCE ON THE NEXT NIGHT'S FILE.
003210*-----------------------------------------------------------------
003220 3200-GET-WRITEOFF.
003230     MOVE SPACE TO EM-WOFF-ENTRY.
003240     PERFORM 3210-GET-WRITEOFF-ENTRY THRU 3210-EXIT
003250         UNTIL EM-WOFF-ENTRY = "Y" OR EM-WOFF-ENTRY = "N".
003260 3200-EXIT.
003270     EXIT.
003280 3210-GET-WRITEOFF-ENTRY.
003290     DISPLAY "WRITE OFF (Y/N):" LINE 12 COL 5.
003300     ACCEPT EM-WOFF-ENTRY LINE 12 COL 23.
003310     IF EM-WOFF-ENTRY NOT = "Y" AND EM-WOFF-ENTRY NOT = "N"
003320         DISPLAY "WRITE OFF MUST BE Y OR N" LINE 15 COL 5
003330     ELSE
003340         DISPLAY SPACES LINE 15 COL 5
003350     END-IF.
003360 3210-EXIT.
003370     EXIT.
003380*-----------------------------------------------------------------
003390* DUAL CONTROL - A WRITE-OFF WHOSE VARIANCE, EITHER SIGN, IS
003400* ABOVE THE LIMIT IS HELD PENDING A SUPERVISOR'S SECOND APPROVAL
003410* INSTEAD OF GOING STRAIGHT TO THE WRITEOFF RUN.
003420*-----------------------------------------------------------------
003430 3300-SET-WRITEOFF-FLAG.
003440     IF EX-LAST-VARIANCE < 0
003450         COMPUTE EM-WOFF-AMOUNT = EX-LAST-VARIANCE * -1
003460     ELSE
003470         MOVE EX-LAST-VARIANCE TO EM-WOFF-AMOUNT
003480     END-IF.
003490     IF EM-WOFF-AMOUNT > WL-DUAL-CONTROL-AMT
003500         MOVE "P" TO EX-WRITEOFF-FLAG
003510     ELSE
003520         MOVE "W" TO EX-WRITEOFF-FLAG
003530     END-IF.
003540 3300-EXIT.
003550     EXIT.
003560*-----------------------------------------------------------------
003570* THE APPROVAL RECORD NAMES WHO APPROVED THE WRITE-OFF AND FOR
003580* WHAT AMOUNT.  A FRESH APPROVAL ON AN ACCOUNT APPROVED BEFORE
003590* (RESOLVED, REOPENED AS RECURRING, RESOLVED AGAIN) REPLACES
003600* THE OLD ONE, SECOND APPROVAL AND ALL.
003610*-----------------------------------------------------------------
003620 3400-RECORD-APPROVAL.
003630     MOVE EX-ACCOUNT-ID TO WA-ACCOUNT-ID.
003640     READ APPROVAL-FILE
003650         INVALID KEY
003660             MOVE "N" TO EM-APPR-SW
003670         NOT INVALID KEY
003680             MOVE "Y" TO EM-APPR-SW
003690     END-READ.
003700     MOVE EX-ACCOUNT-ID     TO WA-ACCOUNT-ID.
003710     MOVE EX-COMPANY-CODE   TO WA-COMPANY-CODE.
003720     MOVE EX-LAST-VARIANCE  TO WA-WRITEOFF-AMT.
003730     MOVE EM-SESSION-ID     TO WA-FIRST-APPROVER.
003740     MOVE EM-TODAY-DATE     TO WA-FIRST-DATE.
003750     MOVE SPACES            TO WA-SECOND-APPROVER.
003760     MOVE 0                 TO WA-SECOND-DATE.
003770     IF EM-APPR-ON-FILE
003780         REWRITE WA-APPROVAL-RECORD
003790             INVALID KEY
003800                 DISPLAY "EXCPMNT - WOAPPR REWRITE ERROR "
003810                         EM-APPR-STATUS LINE 15 COL 5
003820         END-REWRITE
003830     ELSE
003840         WRITE WA-APPROVAL-RECORD
003850             INVALID KEY
003860                 DISPLAY "EXCPMNT - WOAPPR WRITE ERROR "
003870                         EM-APPR-STATUS LINE 15 COL 5
003880         END-WRITE
003890     END-IF.
003900     IF EX-WRITEOFF-PENDING
003910         DISPLAY "RESOLVED - WRITE-OFF AWAITS SECOND APPROVAL"
003920             LINE 15 COL 5
003930         MOVE "PENDING" TO EM-ACTION-WORD
003940     ELSE
003950         MOVE "APPROVED" TO EM-ACTION-WORD
003960     END-IF.
003970     MOVE "WOAPPROVE " TO EM-EVENT-TYPE.
003980     PERFORM 7000-LOG-APPROVAL THRU 7000-EXIT.
003990 3400-EXIT.
004000     EXIT.
004010 4000-INQUIRE-ITEM.
004020     DISPLAY ERASE.
004030     DISPLAY "EXCEPTION INQUIRY" LINE 2 COL 5.
004040     DISPLAY "ACCOUNT:" LINE 4 COL 5.
004050     ACCEPT EX-ACCOUNT-ID LINE 4 COL 15.
004060     READ EXCEPTION-MASTER
004070         INVALID KEY
004080             DISPLAY "ACCOUNT NOT ON EXCEPTION MASTER"
004090                 LINE 15 COL 5
004100         NOT INVALID KEY
004110             PERFORM 4100-SHOW-ITEM THRU 4100-EXIT
004120             PERFORM 8790-SHOW-DISPUTE THRU 8790-EXIT
004130     END-READ.
004140 4000-EXIT.
004150     EXIT.
004160 4100-SHOW-ITEM.
004170     EVALUATE TRUE
004180         WHEN EX-STATUS-NEW
004190             MOVE "NEW      " TO EM-STATUS-WORD
004200         WHEN EX-STATUS-RECURRING
004210             MOVE "RECURRING" TO EM-STATUS-WORD
004220         WHEN EX-STATUS-RESOLVED
004230             MOVE "RESOLVED " TO EM-STATUS-WORD
004240         WHEN OTHER
004250             MOVE "UNKNOWN  " TO EM-STATUS-WORD
004260     END-EVALUATE.
004270     EVALUATE TRUE
004280         WHEN EX-WRITEOFF-APPROVED
004290             MOVE "APPROVED " TO EM-WOFF-WORD
004300         WHEN EX-WRITEOFF-GENERATED
004310             MOVE "GENERATED" TO EM-WOFF-WORD
004320         WHEN EX-WRITEOFF-PENDING
004330             MOVE "PENDING  " TO EM-WOFF-WORD
004340         WHEN OTHER
004350             MOVE "NONE     " TO EM-WOFF-WORD
004360     END-EVALUATE.
004370     IF EX-UNASSIGNED
004380         DISPLAY "ANALYST:    (UNASSIGNED)"  LINE 5 COL 5
004390     ELSE
004400         DISPLAY "ANALYST:    " EX-ASSIGNED-TO " SINCE "
004410                 EX-ASSIGNED-DATE             LINE 5 COL 5
004420     END-IF.
004430     DISPLAY "STATUS:     " EM-STATUS-WORD    LINE 6 COL 5.
004440     DISPLAY "FIRST SEEN: " EX-FIRST-SEEN     LINE 7 COL 5.
004450     DISPLAY "LAST SEEN:  " EX-LAST-SEEN      LINE 8 COL 5.
004460     DISPLAY "VARIANCE:   " EX-LAST-VARIANCE  LINE 9 COL 5.
004470     DISPLAY "NOTE:       " EX-RESOLVE-NOTE   LINE 10 COL 5.
004480     DISPLAY "WRITE OFF:  " EM-WOFF-WORD      LINE 13 COL 5.
004490     IF NOT EX-WRITEOFF-NONE
004500         PERFORM 4200-SHOW-APPROVERS THRU 4200-EXIT
004510     END-IF.
004520 4100-EXIT.
004530     EXIT.
004540 4200-SHOW-APPROVERS.
004550     MOVE EX-ACCOUNT-ID TO WA-ACCOUNT-ID.
004560     READ APPROVAL-FILE
004570         INVALID KEY
004580             GO TO 4200-EXIT
004590     END-READ.
004600     DISPLAY "APPROVED BY " WA-FIRST-APPROVER " " WA-FIRST-DATE
004610         LINE 14 COL 5.
004620     IF WA-SECOND-APPROVER NOT = SPACES
004630         DISPLAY "SECOND " WA-SECOND-APPROVER " " WA-SECOND-DATE
004640             LINE 14 COL 40
004650     END-IF.
004660 4200-EXIT.
004670     EXIT.
004680*-----------------------------------------------------------------
004690* SECOND APPROVAL - ONLY AN OPERATOR SIGNED ON AS A SUPERVISOR,
004700* AND NEVER THE ONE WHO GAVE THE FIRST APPROVAL.  APPROVING
004710* RELEASES THE WRITE-OFF TO THE WRITEOFF RUN; DECLINING CLEARS
004720* THE WRITE-OFF AND LEAVES THE ITEM RESOLVED; N LEAVES IT
004730* PENDING FOR ANOTHER LOOK.
004740*-----------------------------------------------------------------
004750 5000-SECOND-APPROVAL.
004760     DISPLAY ERASE.
004770     DISPLAY "WRITE-OFF SECOND APPROVAL" LINE 2 COL 5.
004780     IF EM-SESSION-ROLE NOT = "S"
004790         DISPLAY "SECOND APPROVAL NEEDS A SUPERVISOR SIGN-ON"
004800             LINE 15 COL 5
004810         GO TO 5000-EXIT
004820     END-IF.
004830     DISPLAY "ACCOUNT:" LINE 4 COL 5.
004840     ACCEPT EX-ACCOUNT-ID LINE 4 COL 15.
004850     READ EXCEPTION-MASTER
004860         INVALID KEY
004870             DISPLAY "ACCOUNT NOT ON EXCEPTION MASTER"
004880                 LINE 15 COL 5
004890             GO TO 5000-EXIT
004900     END-READ.
004910     PERFORM 4100-SHOW-ITEM THRU 4100-EXIT.
004920     IF NOT EX-WRITEOFF-PENDING
004930         DISPLAY "NO WRITE-OFF WAITING ON A SECOND APPROVAL"
004940             LINE 15 COL 5
004950         GO TO 5000-EXIT
004960     END-IF.
004970     MOVE EX-ACCOUNT-ID TO WA-ACCOUNT-ID.
004980     READ APPROVAL-FILE
004990         INVALID KEY
005000             DISPLAY "NO FIRST APPROVAL ON FILE FOR THIS ACCOUNT"
005010                 LINE 15 COL 5
005020             GO TO 5000-EXIT
005030     END-READ.
005040     IF WA-FIRST-APPROVER = EM-SESSION-ID
005050         DISPLAY "FIRST APPROVER CANNOT GIVE THE SECOND"
005060             LINE 15 COL 5
005070         GO TO 5000-EXIT
005080     END-IF.
005090     MOVE SPACE TO EM-DECISION-ENTRY.
005100     PERFORM 5100-GET-DECISION THRU 5100-EXIT
005110         UNTIL EM-DECISION-ENTRY = "Y" OR "D" OR "N".
005120     EVALUATE EM-DECISION-ENTRY
005130         WHEN "Y"
005140             PERFORM 5200-APPROVE THRU 5200-EXIT
005150         WHEN "D"
005160             PERFORM 5300-DECLINE THRU 5300-EXIT
005170         WHEN OTHER
005180             DISPLAY "LEFT PENDING - NO CHANGE MADE" LINE 15 COL 5
005190     END-EVALUATE.
005200 5000-EXIT.
005210     EXIT.
005220 5100-GET-DECISION.
005230     DISPLAY "APPROVE (Y), DECLINE (D), LEAVE (N):"
005240         LINE 11 COL 5.
005250     ACCEPT EM-DECISION-ENTRY LINE 11 COL 42.
005260     IF EM-DECISION-ENTRY NOT = "Y"
005270        AND EM-DECISION-ENTRY NOT = "D"
005280        AND EM-DECISION-ENTRY NOT = "N"
005290         DISPLAY "DECISION MUST BE Y, D, OR N" LINE 15 COL 5
005300     ELSE
005310         DISPLAY SPACES LINE 15 COL 5
005320     END-IF.
005330 5100-EXIT.
005340     EXIT.
005350 5200-APPROVE.
005360     ACCEPT EM-TODAY-DATE FROM DATE YYYYMMDD.
005370     MOVE EM-SESSION-ID TO WA-SECOND-APPROVER.
005380     MOVE EM-TODAY-DATE TO WA-SECOND-DATE.
005390     REWRITE WA-APPROVAL-RECORD
005400         INVALID KEY
005410             DISPLAY "EXCPMNT - WOAPPR REWRITE ERROR "
005420                     EM-APPR-STATUS LINE 15 COL 5
005430             GO TO 5200-EXIT
005440     END-REWRITE.
005450     MOVE "W" TO EX-WRITEOFF-FLAG.
005460     REWRITE EX-EXCEPTION-RECORD
005470         INVALID KEY
005480             DISPLAY "EXCPMNT - EXCPMST REWRITE ERROR "
005490                     EM-FILE-STATUS LINE 15 COL 5
005500             GO TO 5200-EXIT
005510     END-REWRITE.
005520     DISPLAY "WRITE-OFF APPROVED" LINE 15 COL 5.
005530     MOVE "APPROVED" TO EM-ACTION-WORD.
005540     MOVE "WOSECOND  " TO EM-EVENT-TYPE.
005550     PERFORM 7000-LOG-APPROVAL THRU 7000-EXIT.
005560*    AN UNASSIGNED ITEM'S WRITE-OFF COUNTS FOR THE ANALYST WHO
005570*    RESOLVED IT, NOT THE SUPERVISOR GIVING THE SECOND APPROVAL.
005580     IF EX-UNASSIGNED
005590         MOVE WA-FIRST-APPROVER TO AH-ANALYST-ID
005600     ELSE
005610         MOVE EX-ASSIGNED-TO TO AH-ANALYST-ID
005620     END-IF.
005630     PERFORM 8600-RECORD-WRITEOFF THRU 8600-EXIT.
005640 5200-EXIT.
005650     EXIT.
005660 5300-DECLINE.
005670     MOVE "N" TO EX-WRITEOFF-FLAG.
005680     REWRITE EX-EXCEPTION-RECORD
005690         INVALID KEY
005700             DISPLAY "EXCPMNT - EXCPMST REWRITE ERROR "
005710                     EM-FILE-STATUS LINE 15 COL 5
005720             GO TO 5300-EXIT
005730     END-REWRITE.
005740     DISPLAY "WRITE-OFF DECLINED" LINE 15 COL 5.
005750     MOVE "DECLINED" TO EM-ACTION-WORD.
005760     MOVE "WOSECOND  " TO EM-EVENT-TYPE.
005770     PERFORM 7000-LOG-APPROVAL THRU 7000-EXIT.
005780 5300-EXIT.
005790     EXIT.
005800*-----------------------------------------------------------------
005810* MATCH - THE ANALYST KEYS THE ACCOUNTS OF A SUGGESTION FROM THE
005820* PAYMATCH REPORT.  EVERY ACCOUNT MUST BE AN OPEN EXCEPTION WITH
005830* NO WRITE-OFF IN HAND, ALL IN THE SAME COMPANY; THE PARTNERS
005840* MUST BE OF THE OPPOSITE SIGN TO THE FIRST ACCOUNT, AND THE
005850* WHOLE MATCH MUST NET TO ZERO WITHIN THE MTOLCPY TOLERANCE.
005860* NOTHING IS CHANGED UNTIL ALL OF THAT HOLDS AND THE ANALYST
005870* CONFIRMS; THEN EVERY ACCOUNT IS RESOLVED IN THE ONE STEP.
005880*-----------------------------------------------------------------
005890 6000-MATCH-PAYMENT.
005900     DISPLAY ERASE.
005910     DISPLAY "MATCH MISAPPLIED PAYMENT" LINE 2 COL 5.
005920     MOVE SPACES TO EM-MATCH-TABLE.
005930     MOVE 0 TO EM-MA-COUNT.
005940     MOVE "N" TO EM-MATCH-ERROR-SW.
005950     DISPLAY "FIRST ACCOUNT:" LINE 4 COL 5.
005960     ACCEPT EM-MA-ACCOUNT (1) LINE 4 COL 30.
005970     DISPLAY "PARTNER ACCOUNT:" LINE 5 COL 5.
005980     ACCEPT EM-MA-ACCOUNT (2) LINE 5 COL 30.
005990     DISPLAY "SECOND PARTNER (SPLIT):" LINE 6 COL 5.
006000     ACCEPT EM-MA-ACCOUNT (3) LINE 6 COL 30.
006010     IF EM-MA-ACCOUNT (1) = SPACES
006020        OR EM-MA-ACCOUNT (2) = SPACES
006030         DISPLAY "FIRST AND PARTNER ACCOUNTS ARE REQUIRED"
006040             LINE 15 COL 5
006050         GO TO 6000-EXIT
006060     END-IF.
006070     IF EM-MA-ACCOUNT (3) = SPACES
006080         MOVE 2 TO EM-MA-COUNT
006090     ELSE
006100         MOVE 3 TO EM-MA-COUNT
006110     END-IF.
006120     MOVE 0 TO EM-MATCH-NET.
006130     PERFORM 6100-CHECK-ONE-ACCOUNT THRU 6100-EXIT
006140         VARYING EM-MA-SUB FROM 1 BY 1
006150         UNTIL EM-MA-SUB > EM-MA-COUNT
006160            OR EM-MATCH-ERROR.
006170     IF EM-MATCH-ERROR
006180         GO TO 6000-EXIT
006190     END-IF.
006200     IF EM-MATCH-NET < 0
006210         COMPUTE EM-MATCH-ABS-NET = 0 - EM-MATCH-NET
006220     ELSE
006230         MOVE EM-MATCH-NET TO EM-MATCH-ABS-NET
006240     END-IF.
006250     MOVE EM-MATCH-NET TO EM-EDIT-AMOUNT.
006260     DISPLAY "NET OF THE MATCH:  " EM-EDIT-AMOUNT LINE 11 COL 5.
006270     IF EM-MATCH-ABS-NET > MT-MATCH-TOLERANCE-AMT
006280         DISPLAY "ACCOUNTS DO NOT NET TO ZERO - NO CHANGE MADE"
006290             LINE 15 COL 5
006300         GO TO 6000-EXIT
006310     END-IF.
006320     MOVE SPACE TO EM-DECISION-ENTRY.
006330     PERFORM 6200-GET-CONFIRMATION THRU 6200-EXIT
006340         UNTIL EM-DECISION-ENTRY = "Y" OR "N".
006350     IF EM-DECISION-ENTRY NOT = "Y"
006360         DISPLAY "MATCH NOT ACCEPTED - NO CHANGE MADE"
006370             LINE 15 COL 5
006380         GO TO 6000-EXIT
006390     END-IF.
006400     ACCEPT EM-TODAY-DATE FROM DATE YYYYMMDD.
006410     PERFORM 6300-RESOLVE-ONE-ACCOUNT THRU 6300-EXIT
006420         VARYING EM-MA-SUB FROM 1 BY 1
006430         UNTIL EM-MA-SUB > EM-MA-COUNT
006440            OR EM-MATCH-ERROR.
006450     IF NOT EM-MATCH-ERROR
006460         DISPLAY "MATCH ACCEPTED - ACCOUNTS RESOLVED"
006470             LINE 15 COL 5
006480         PERFORM 6500-LOG-MATCH THRU 6500-EXIT
006490     END-IF.
006500 6000-EXIT.
006510     EXIT.
006520 6100-CHECK-ONE-ACCOUNT.
006530     PERFORM 6110-CHECK-DUPLICATE THRU 6110-EXIT
006540         VARYING EM-MA-DUP-SUB FROM 1 BY 1
006550         UNTIL EM-MA-DUP-SUB NOT < EM-MA-SUB
006560            OR EM-MATCH-ERROR.
006570     IF EM-MATCH-ERROR
006580         GO TO 6100-EXIT
006590     END-IF.
006600     MOVE EM-MA-ACCOUNT (EM-MA-SUB) TO EX-ACCOUNT-ID.
006610     READ EXCEPTION-MASTER
006620         INVALID KEY
006630             DISPLAY "NOT ON EXCEPTION MASTER: " EX-ACCOUNT-ID
006640                 LINE 15 COL 5
006650             SET EM-MATCH-ERROR TO TRUE
006660             GO TO 6100-EXIT
006670     END-READ.
006680     COMPUTE EM-MATCH-LINE = EM-MA-SUB + 7.
006690     MOVE EX-LAST-VARIANCE TO EM-EDIT-AMOUNT.
006700     DISPLAY EX-ACCOUNT-ID "  CO " EX-COMPANY-CODE
006710             "  VARIANCE " EM-EDIT-AMOUNT
006720         LINE EM-MATCH-LINE COL 5.
006730     IF EX-STATUS-RESOLVED
006740         DISPLAY "ALREADY RESOLVED: " EX-ACCOUNT-ID
006750             LINE 15 COL 5
006760         SET EM-MATCH-ERROR TO TRUE
006770         GO TO 6100-EXIT
006780     END-IF.
006790     IF NOT EX-WRITEOFF-NONE
006800         DISPLAY "WRITE-OFF IN HAND: " EX-ACCOUNT-ID
006810             LINE 15 COL 5
006820         SET EM-MATCH-ERROR TO TRUE
006830         GO TO 6100-EXIT
006840     END-IF.
006850     IF EM-MA-SUB = 1
006860         MOVE EX-COMPANY-CODE TO EM-MATCH-COMPANY
006870     END-IF.
006880     IF EX-COMPANY-CODE NOT = EM-MATCH-COMPANY
006890         DISPLAY "NOT THE SAME COMPANY: " EX-ACCOUNT-ID
006900             LINE 15 COL 5
006910         SET EM-MATCH-ERROR TO TRUE
006920         GO TO 6100-EXIT
006930     END-IF.
006940     IF EX-LAST-VARIANCE = 0
006950        OR (EM-MA-SUB > 1
006960            AND EM-MA-VARIANCE (1) > 0
006970            AND EX-LAST-VARIANCE > 0)
006980        OR (EM-MA-SUB > 1
006990            AND EM-MA-VARIANCE (1) < 0
007000            AND EX-LAST-VARIANCE < 0)
007010         DISPLAY "VARIANCE DOES NOT OFFSET: " EX-ACCOUNT-ID
007020             LINE 15 COL 5
007030         SET EM-MATCH-ERROR TO TRUE
007040         GO TO 6100-EXIT
007050     END-IF.
007060     MOVE EX-LAST-VARIANCE TO EM-MA-VARIANCE (EM-MA-SUB).
007070     ADD EX-LAST-VARIANCE TO EM-MATCH-NET.
007080 6100-EXIT.
007090     EXIT.
007100 6110-CHECK-DUPLICATE.
007110     IF EM-MA-ACCOUNT (EM-MA-DUP-SUB) = EM-MA-ACCOUNT (EM-MA-SUB)
007120         DISPLAY "ACCOUNT KEYED TWICE: " EM-MA-ACCOUNT (EM-MA-SUB)
007130             LINE 15 COL 5
007140         SET EM-MATCH-ERROR TO TRUE
007150     END-IF.
007160 6110-EXIT.
007170     EXIT.
007180 6200-GET-CONFIRMATION.
007190     DISPLAY "ACCEPT THE MATCH (Y/N):" LINE 12 COL 5.
007200     ACCEPT EM-DECISION-ENTRY LINE 12 COL 30.
007210     IF EM-DECISION-ENTRY NOT = "Y"
007220        AND EM-DECISION-ENTRY NOT = "N"
007230         DISPLAY "ANSWER MUST BE Y OR N" LINE 15 COL 5
007240     ELSE
007250         DISPLAY SPACES LINE 15 COL 5
007260     END-IF.
007270 6200-EXIT.
007280     EXIT.
007290*-----------------------------------------------------------------
007300* EACH PARTNER'S NOTE NAMES THE FIRST ACCOUNT; THE FIRST
007310* ACCOUNT'S NOTE NAMES ITS PARTNER, OR BOTH OF THEM FOR A SPLIT,
007320* SO WHICHEVER ACCOUNT IS LOOKED UP LEADS TO THE REST.
007330*-----------------------------------------------------------------
007340 6300-RESOLVE-ONE-ACCOUNT.
007350     MOVE EM-MA-ACCOUNT (EM-MA-SUB) TO EX-ACCOUNT-ID.
007360     READ EXCEPTION-MASTER
007370         INVALID KEY
007380             DISPLAY "EXCPMNT - EXCPMST READ ERROR "
007390                     EM-FILE-STATUS LINE 15 COL 5
007400             SET EM-MATCH-ERROR TO TRUE
007410             GO TO 6300-EXIT
007420     END-READ.
007430     MOVE SPACES TO EM-MATCH-NOTE.
007440     EVALUATE TRUE
007450         WHEN EM-MA-SUB > 1
007460             STRING "MISAPPLIED, LINKED "   DELIMITED BY SIZE
007470                    EM-MA-ACCOUNT (1)       DELIMITED BY SIZE
007480               INTO EM-MATCH-NOTE
007490         WHEN EM-MA-COUNT = 2
007500             STRING "MISAPPLIED, LINKED "   DELIMITED BY SIZE
007510                    EM-MA-ACCOUNT (2)       DELIMITED BY SIZE
007520               INTO EM-MATCH-NOTE
007530         WHEN OTHER
007540             STRING "SPLIT "                DELIMITED BY SIZE
007550                    EM-MA-ACCOUNT (2)       DELIMITED BY SIZE
007560                    "+"                     DELIMITED BY SIZE
007570                    EM-MA-ACCOUNT (3)       DELIMITED BY SIZE
007580               INTO EM-MATCH-NOTE
007590     END-EVALUATE.
007600     MOVE EM-MATCH-NOTE  TO EX-RESOLVE-NOTE.
007610     MOVE EM-TODAY-DATE  TO EX-RESOLVE-DATE.
007620     MOVE "D"            TO EX-STATUS.
007630     MOVE "N"            TO EX-WRITEOFF-FLAG.
007640     REWRITE EX-EXCEPTION-RECORD
007650         INVALID KEY
007660             DISPLAY "EXCPMNT - EXCPMST REWRITE ERROR "
007670                     EM-FILE-STATUS LINE 15 COL 5
007680             SET EM-MATCH-ERROR TO TRUE
007690         NOT INVALID KEY
007700             PERFORM 8500-RECORD-RESOLUTION THRU 8500-EXIT
007710     END-REWRITE.
007720 6300-EXIT.
007730     EXIT.
007740 6500-LOG-MATCH.
007750     MOVE SPACES TO EM-AUDIT-DETAIL.
007760     STRING "MATCHED "         DELIMITED BY SIZE
007770            EM-MA-ACCOUNT (1)  DELIMITED BY SIZE
007780            " "                DELIMITED BY SIZE
007790            EM-MA-ACCOUNT (2)  DELIMITED BY SIZE
007800            " "                DELIMITED BY SIZE
007810            EM-MA-ACCOUNT (3)  DELIMITED BY SIZE
007820            " CO "             DELIMITED BY SIZE
007830            EM-MATCH-COMPANY   DELIMITED BY SIZE
007840       INTO EM-AUDIT-DETAIL.
007850     CALL "AUDITLOG" USING "EXCPMNT   "
007860                            "MATCHPAIR "
007870                            EM-AUDIT-DETAIL.
007880 6500-EXIT.
007890     EXIT.
007900 7000-LOG-APPROVAL.
007910     MOVE EX-LAST-VARIANCE TO EM-EDIT-AMOUNT.
007920     MOVE SPACES TO EM-AUDIT-DETAIL.
007930     STRING EM-ACTION-WORD     DELIMITED BY SPACE
007940            " "                DELIMITED BY SIZE
007950            EX-ACCOUNT-ID      DELIMITED BY SIZE
007960            " CO "             DELIMITED BY SIZE
007970            EX-COMPANY-CODE    DELIMITED BY SIZE
007980            " VARIANCE"        DELIMITED BY SIZE
007990            EM-EDIT-AMOUNT     DELIMITED BY SIZE
008000       INTO EM-AUDIT-DETAIL.
008010     CALL "AUDITLOG" USING "EXCPMNT   "
008020                            EM-EVENT-TYPE
008030                            EM-AUDIT-DETAIL.
008040 7000-EXIT.
008050     EXIT.
008060*-----------------------------------------------------------------
008070* REASSIGN - AN OPEN ITEM MOVES TO ANOTHER ANALYST WHO IS ACTIVE
008080* ON OPERMST AND NOT A CLERK.  THE ANALYST WHO HOLDS IT MAY HAND
008090* IT ON, ANYONE MAY PICK UP AN UNASSIGNED ITEM, AND A SUPERVISOR
008100* MAY MOVE ANY ITEM.  THE HISTORY SHOWS IT TAKEN AWAY FROM THE
008110* OLD ANALYST AND ASSIGNED TO THE NEW ONE, SO THE WEEKLY REPORT
008120* CREDITS EACH WITH WHAT THEY ACTUALLY HELD.
008130*-----------------------------------------------------------------
008140 8000-REASSIGN-ITEM.
008150     DISPLAY ERASE.
008160     DISPLAY "REASSIGN EXCEPTION" LINE 2 COL 5.
008170     IF NOT EM-OPER-AVAILABLE
008180         DISPLAY "OPERATOR MASTER NOT AVAILABLE - CANNOT REASSIGN"
008190             LINE 15 COL 5
008200         GO TO 8000-EXIT
008210     END-IF.
008220     DISPLAY "ACCOUNT:" LINE 4 COL 5.
008230     ACCEPT EX-ACCOUNT-ID LINE 4 COL 15.
008240     READ EXCEPTION-MASTER
008250         INVALID KEY
008260             DISPLAY "ACCOUNT NOT ON EXCEPTION MASTER"
008270                 LINE 15 COL 5
008280             GO TO 8000-EXIT
008290     END-READ.
008300     PERFORM 4100-SHOW-ITEM THRU 4100-EXIT.
008310     IF EX-STATUS-RESOLVED
008320         DISPLAY "RESOLVED - NOTHING TO REASSIGN" LINE 15 COL 5
008330         GO TO 8000-EXIT
008340     END-IF.
008350     IF EM-SESSION-ROLE NOT = "S"
008360        AND NOT EX-UNASSIGNED
008370        AND EX-ASSIGNED-TO NOT = EM-SESSION-ID
008380         DISPLAY "ONLY ITS ANALYST OR A SUPERVISOR CAN REASSIGN"
008390             LINE 15 COL 5
008400         GO TO 8000-EXIT
008410     END-IF.
008420     DISPLAY "NEW ANALYST:" LINE 11 COL 5.
008430     ACCEPT EM-NEW-ANALYST LINE 11 COL 23.
008440     IF EM-NEW-ANALYST = SPACES
008450         DISPLAY "NEW ANALYST IS REQUIRED" LINE 15 COL 5
008460         GO TO 8000-EXIT
008470     END-IF.
008480     IF EM-NEW-ANALYST = EX-ASSIGNED-TO
008490         DISPLAY "ALREADY ASSIGNED TO THAT ANALYST" LINE 15 COL 5
008500         GO TO 8000-EXIT
008510     END-IF.
008520     MOVE EM-NEW-ANALYST TO OP-OPERATOR-ID.
008530     READ OPERATOR-MASTER
008540         INVALID KEY
008550             DISPLAY "NOT A KNOWN OPERATOR" LINE 15 COL 5
008560             GO TO 8000-EXIT
008570     END-READ.
008580     IF NOT OP-ACTIVE OR OP-ROLE-CLERK
008590         DISPLAY "OPERATOR CANNOT TAKE EXCEPTIONS" LINE 15 COL 5
008600         GO TO 8000-EXIT
008610     END-IF.
008620     MOVE SPACE TO EM-DECISION-ENTRY.
008630     PERFORM 8100-GET-CONFIRMATION THRU 8100-EXIT
008640         UNTIL EM-DECISION-ENTRY = "Y" OR "N".
008650     IF EM-DECISION-ENTRY NOT = "Y"
008660         DISPLAY "NOT REASSIGNED - NO CHANGE MADE" LINE 15 COL 5
008670         GO TO 8000-EXIT
008680     END-IF.
008690     ACCEPT EM-TODAY-DATE FROM DATE YYYYMMDD.
008700     MOVE EX-ASSIGNED-TO TO EM-OLD-ANALYST.
008710     MOVE EM-NEW-ANALYST TO EX-ASSIGNED-TO.
008720     MOVE EM-TODAY-DATE  TO EX-ASSIGNED-DATE.
008730     REWRITE EX-EXCEPTION-RECORD
008740         INVALID KEY
008750             DISPLAY "EXCPMNT - EXCPMST REWRITE ERROR "
008760                     EM-FILE-STATUS LINE 15 COL 5
008770             GO TO 8000-EXIT
008780     END-REWRITE.
008790     DISPLAY "REASSIGNED" LINE 15 COL 5.
008800     PERFORM 8200-RECORD-REASSIGNMENT THRU 8200-EXIT.
008810 8000-EXIT.
008820     EXIT.
008830 8100-GET-CONFIRMATION.
008840     DISPLAY "REASSIGN (Y/N):" LINE 12 COL 5.
008850     ACCEPT EM-DECISION-ENTRY LINE 12 COL 23.
008860     IF EM-DECISION-ENTRY NOT = "Y"
008870        AND EM-DECISION-ENTRY NOT = "N"
008880         DISPLAY "ANSWER MUST BE Y OR N" LINE 15 COL 5
008890     ELSE
008900         DISPLAY SPACES LINE 15 COL 5
008910     END-IF.
008920 8100-EXIT.
008930     EXIT.
008940 8200-RECORD-REASSIGNMENT.
008950     MOVE EM-TODAY-DATE    TO AH-EVENT-DATE.
008960     MOVE EX-ACCOUNT-ID    TO AH-ACCOUNT-ID.
008970     MOVE EX-COMPANY-CODE  TO AH-COMPANY-CODE.
008980     MOVE 0                TO AH-DAYS-TO-RESOLVE.
008990     MOVE EM-SESSION-ID    TO AH-OPERATOR-ID.
009000     IF EM-OLD-ANALYST NOT = SPACES
009010         MOVE EM-OLD-ANALYST TO AH-ANALYST-ID
009020         SET AH-EVENT-TAKEN-AWAY TO TRUE
009030         CALL "EXCASGN" USING "E" EM-TIER-CODE
009040                              AH-ASSIGN-HIST-RECORD
009050     END-IF.
009060     MOVE EM-NEW-ANALYST   TO AH-ANALYST-ID.
009070     SET AH-EVENT-ASSIGNED TO TRUE.
009080     CALL "EXCASGN" USING "E" EM-TIER-CODE
009090                          AH-ASSIGN-HIST-RECORD.
009100     MOVE SPACES TO EM-AUDIT-DETAIL.
009110     STRING EX-ACCOUNT-ID      DELIMITED BY SIZE
009120            " CO "             DELIMITED BY SIZE
009130            EX-COMPANY-CODE    DELIMITED BY SIZE
009140            " FROM "           DELIMITED BY SIZE
009150            EM-OLD-ANALYST     DELIMITED BY SIZE
009160            " TO "             DELIMITED BY SIZE
009170            EM-NEW-ANALYST     DELIMITED BY SIZE
009180       INTO EM-AUDIT-DETAIL.
009190     CALL "AUDITLOG" USING "EXCPMNT   "
009200                            "REASSIGN  "
009210                            EM-AUDIT-DETAIL.
009220 8200-EXIT.
009230     EXIT.
009240*-----------------------------------------------------------------
009250* A RESOLUTION COUNTS FOR THE ANALYST THE ITEM IS ASSIGNED TO -
009260* OR, FOR AN ITEM NEVER ASSIGNED, THE OPERATOR WHO RESOLVED IT -
009270* WITH THE DAYS SINCE IT WAS ASSIGNED (SINCE IT WAS FIRST SEEN
009280* WHEN THERE IS NO ASSIGNMENT DATE).  A WRITE-OFF ALREADY
009290* APPROVED AT RESOLUTION IS COUNTED AS WELL; ONE HELD FOR A
009300* SECOND APPROVAL IS COUNTED WHEN THAT APPROVAL IS GIVEN.
009310*-----------------------------------------------------------------
009320 8500-RECORD-RESOLUTION.
009330     IF EX-UNASSIGNED
009340         MOVE EM-SESSION-ID  TO AH-ANALYST-ID
009350     ELSE
009360         MOVE EX-ASSIGNED-TO TO AH-ANALYST-ID
009370     END-IF.
009380     IF EX-ASSIGNED-DATE > 0
009390         MOVE EX-ASSIGNED-DATE TO EM-START-DATE
009400     ELSE
009410         MOVE EX-FIRST-SEEN    TO EM-START-DATE
009420     END-IF.
009430     MOVE 0 TO AH-DAYS-TO-RESOLVE.
009440     IF EM-START-DATE > 0 AND EM-START-DATE < EM-TODAY-DATE
009450         COMPUTE AH-DAYS-TO-RESOLVE =
009460             FUNCTION INTEGER-OF-DATE (EM-TODAY-DATE)
009470             - FUNCTION INTEGER-OF-DATE (EM-START-DATE)
009480     END-IF.
009490     MOVE EM-TODAY-DATE    TO AH-EVENT-DATE.
009500     MOVE EX-ACCOUNT-ID    TO AH-ACCOUNT-ID.
009510     MOVE EX-COMPANY-CODE  TO AH-COMPANY-CODE.
009520     MOVE EM-SESSION-ID    TO AH-OPERATOR-ID.
009530     SET AH-EVENT-RESOLVED TO TRUE.
009540     CALL "EXCASGN" USING "E" EM-TIER-CODE
009550                          AH-ASSIGN-HIST-RECORD.
009560     IF EX-WRITEOFF-APPROVED
009570         PERFORM 8600-RECORD-WRITEOFF THRU 8600-EXIT
009580     END-IF.
009590 8500-EXIT.
009600     EXIT.
009610*-----------------------------------------------------------------
009620* THE CALLER HAS SET THE ANALYST THE WRITE-OFF COUNTS FOR.
009630*-----------------------------------------------------------------
009640 8600-RECORD-WRITEOFF.
009650     MOVE EM-TODAY-DATE    TO AH-EVENT-DATE.
009660     MOVE EX-ACCOUNT-ID    TO AH-ACCOUNT-ID.
009670     MOVE EX-COMPANY-CODE  TO AH-COMPANY-CODE.
009680     MOVE 0                TO AH-DAYS-TO-RESOLVE.
009690     MOVE EM-SESSION-ID    TO AH-OPERATOR-ID.
009700     SET AH-EVENT-WRITTEN-OFF TO TRUE.
009710     CALL "EXCASGN" USING "E" EM-TIER-CODE
009720                          AH-ASSIGN-HIST-RECORD.
009730 8600-EXIT.
009740     EXIT.
009750*-----------------------------------------------------------------
009760* DISPUTE - A CUSTOMER WHO DISPUTES WHAT THEY OWE IS NOT SENT
009770* DUNNING NOTICES UNTIL THE DISPUTE IS CLOSED.  A DISPUTE CAN BE
009780* OPENED ONLY ON AN ITEM STILL OPEN, AND ONLY ONE AT A TIME; A
009790* NEW ONE REPLACES THE LAST CLOSED ONE.  EITHER WAY THE CHANGE
009800* IS CONFIRMED FIRST AND GOES TO THE AUDIT LOG.
009810*-----------------------------------------------------------------
009820 8700-MAINTAIN-DISPUTE.
009830     DISPLAY ERASE.
009840     DISPLAY "CUSTOMER DISPUTE" LINE 2 COL 5.
009850     DISPLAY "ACCOUNT:" LINE 4 COL 5.
009860     ACCEPT EX-ACCOUNT-ID LINE 4 COL 15.
009870     READ EXCEPTION-MASTER
009880         INVALID KEY
009890             DISPLAY "ACCOUNT NOT ON EXCEPTION MASTER"
009900                 LINE 15 COL 5
009910             GO TO 8700-EXIT
009920     END-READ.
009930     PERFORM 4100-SHOW-ITEM THRU 4100-EXIT.
009940     MOVE EX-ACCOUNT-ID TO DS-ACCOUNT-ID.
009950     READ DISPUTE-FILE
009960         INVALID KEY
009970             MOVE "N" TO EM-DISP-SW
009980         NOT INVALID KEY
009990             MOVE "Y" TO EM-DISP-SW
010000     END-READ.
010010     IF EM-DISP-ON-FILE AND DS-STATUS-OPEN
010020         PERFORM 8720-CLOSE-DISPUTE THRU 8720-EXIT
010030     ELSE
010040         PERFORM 8710-OPEN-DISPUTE THRU 8710-EXIT
010050     END-IF.
010060 8700-EXIT.
010070     EXIT.
010080 8710-OPEN-DISPUTE.
010090     IF EX-STATUS-RESOLVED
010100         DISPLAY "RESOLVED - NO DISPUTE CAN BE OPENED"
010110             LINE 15 COL 5
010120         GO TO 8710-EXIT
010130     END-IF.
010140     DISPLAY "DISPUTE REASON:" LINE 11 COL 5.
010150     ACCEPT EM-NOTE-ENTRY LINE 11 COL 23.
010160     IF EM-NOTE-ENTRY = SPACES
010170         DISPLAY "A DISPUTE REASON IS REQUIRED" LINE 15 COL 5
010180         GO TO 8710-EXIT
010190     END-IF.
010200     MOVE "OPEN (Y/N):" TO EM-CONFIRM-PROMPT.
010210     MOVE SPACE TO EM-DECISION-ENTRY.
010220     PERFORM 8750-GET-DISPUTE-CONFIRM THRU 8750-EXIT
010230         UNTIL EM-DECISION-ENTRY = "Y" OR "N".
010240     IF EM-DECISION-ENTRY NOT = "Y"
010250         DISPLAY "NOT OPENED - NO CHANGE MADE" LINE 15 COL 5
010260         GO TO 8710-EXIT
010270     END-IF.
010280     ACCEPT EM-TODAY-DATE FROM DATE YYYYMMDD.
010290     MOVE EX-ACCOUNT-ID   TO DS-ACCOUNT-ID.
010300     MOVE EX-COMPANY-CODE TO DS-COMPANY-CODE.
010310     SET DS-STATUS-OPEN   TO TRUE.
010320     MOVE EM-NOTE-ENTRY   TO DS-REASON.
010330     MOVE EM-SESSION-ID   TO DS-OPENED-BY.
010340     MOVE EM-TODAY-DATE   TO DS-OPENED-DATE.
010350     MOVE SPACES          TO DS-CLOSED-BY.
010360     MOVE 0               TO DS-CLOSED-DATE.
010370     IF EM-DISP-ON-FILE
010380         REWRITE DS-DISPUTE-RECORD
010390             INVALID KEY
010400                 DISPLAY "EXCPMNT - DISPMST REWRITE ERROR "
010410                         EM-DISP-STATUS LINE 15 COL 5
010420                 GO TO 8710-EXIT
010430         END-REWRITE
010440     ELSE
010450         WRITE DS-DISPUTE-RECORD
010460             INVALID KEY
010470                 DISPLAY "EXCPMNT - DISPMST WRITE ERROR "
010480                         EM-DISP-STATUS LINE 15 COL 5
010490                 GO TO 8710-EXIT
010500         END-WRITE
010510     END-IF.
010520     DISPLAY "DISPUTE OPENED" LINE 15 COL 5.
010530     MOVE "OPENED" TO EM-ACTION-WORD.
010540     PERFORM 8780-LOG-DISPUTE THRU 8780-EXIT.
010550 8710-EXIT.
010560     EXIT.
010570 8720-CLOSE-DISPUTE.
010580     PERFORM 8790-SHOW-DISPUTE THRU 8790-EXIT.
010590     MOVE "CLOSE (Y/N):" TO EM-CONFIRM-PROMPT.
010600     MOVE SPACE TO EM-DECISION-ENTRY.
010610     PERFORM 8750-GET-DISPUTE-CONFIRM THRU 8750-EXIT
010620         UNTIL EM-DECISION-ENTRY = "Y" OR "N".
010630     IF EM-DECISION-ENTRY NOT = "Y"
010640         DISPLAY "STILL OPEN - NO CHANGE MADE" LINE 15 COL 5
010650         GO TO 8720-EXIT
010660     END-IF.
010670     ACCEPT EM-TODAY-DATE FROM DATE YYYYMMDD.
010680     SET DS-STATUS-CLOSED TO TRUE.
010690     MOVE EM-SESSION-ID   TO DS-CLOSED-BY.
010700     MOVE EM-TODAY-DATE   TO DS-CLOSED-DATE.
010710     REWRITE DS-DISPUTE-RECORD
010720         INVALID KEY
010730             DISPLAY "EXCPMNT - DISPMST REWRITE ERROR "
010740                     EM-DISP-STATUS LINE 15 COL 5
010750             GO TO 8720-EXIT
010760     END-REWRITE.
010770     DISPLAY "DISPUTE CLOSED" LINE 15 COL 5.
010780     MOVE "CLOSED" TO EM-ACTION-WORD.
010790     PERFORM 8780-LOG-DISPUTE THRU 8780-EXIT.
010800 8720-EXIT.
010810     EXIT.
010820 8750-GET-DISPUTE-CONFIRM.
010830     DISPLAY EM-CONFIRM-PROMPT LINE 12 COL 5.
010840     ACCEPT EM-DECISION-ENTRY LINE 12 COL 23.
010850     IF EM-DECISION-ENTRY NOT = "Y"
010860        AND EM-DECISION-ENTRY NOT = "N"
010870         DISPLAY "ANSWER MUST BE Y OR N" LINE 15 COL 5
010880     ELSE
010890         DISPLAY SPACES LINE 15 COL 5
010900     END-IF.
010910 8750-EXIT.
010920     EXIT.
010930 8780-LOG-DISPUTE.
010940     MOVE SPACES TO EM-AUDIT-DETAIL.
010950     STRING EM-ACTION-WORD     DELIMITED BY SPACE
010960            " "                DELIMITED BY SIZE
010970            EX-ACCOUNT-ID      DELIMITED BY SIZE
010980            " CO "             DELIMITED BY SIZE
010990            EX-COMPANY-CODE    DELIMITED BY SIZE
011000       INTO EM-AUDIT-DETAIL.
011010     CALL "AUDITLOG" USING "EXCPMNT   "
011020                            "DISPUTE   "
011030                            EM-AUDIT-DETAIL.
011040 8780-EXIT.
011050     EXIT.
011060*-----------------------------------------------------------------
011070* AN OPEN DISPUTE SHOWS ON LINE 11, UNDER THE ITEM.
011080*-----------------------------------------------------------------
011090 8790-SHOW-DISPUTE.
011100     MOVE EX-ACCOUNT-ID TO DS-ACCOUNT-ID.
011110     READ DISPUTE-FILE
011120         INVALID KEY
011130             GO TO 8790-EXIT
011140     END-READ.
011150     IF DS-STATUS-OPEN
011160         DISPLAY "DISPUTE:    OPEN " DS-OPENED-DATE " "
011170                 DS-OPENED-BY " " DS-REASON   LINE 11 COL 5
011180     END-IF.
011190 8790-EXIT.
011200     EXIT.
011210 9000-TERMINATE.
011220     IF EM-MAST-OPEN
011230         CLOSE EXCEPTION-MASTER
011240     END-IF.
011250     IF EM-APPR-OPEN
011260         CLOSE APPROVAL-FILE
011270     END-IF.
011280     IF EM-DISP-OPEN
011290         CLOSE DISPUTE-FILE
011300     END-IF.
011310     IF EM-OPER-AVAILABLE
011320         CLOSE OPERATOR-MASTER
011330     END-IF.
011340     CALL "EXCASGN" USING "C" EM-TIER-CODE AH-ASSIGN-HIST-RECORD.
011350 9000-EXIT.
011360     EXIT.
