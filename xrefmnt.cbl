000010*****************************************************************
000020*    PROGRAM-ID.  XREFMNT
000030*    AUTHOR.      R. HOLLOWAY, BATCH SUPPORT GROUP.
000040*    INSTALLATION. DAILY RECONCILIATION SYSTEM.
000050*    DATE-WRITTEN. 10/15/26.
000060*    DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    REMARKS.
000090*        MENU-DRIVEN MAINTENANCE OF THE CUSTOMER-TO-ACCOUNT
000100*        CROSS-REFERENCE MASTER (XREFMST, XREFCPY LAYOUT),
000110*        KEYED BY COMPANY AND ACCOUNT.  SUPPORTS ADD, CHANGE,
000120*        DELETE, AND INQUIRE.  A LINK MAY ONLY NAME A CUSTOMER
000130*        ALREADY ON THE PHONEMST DIRECTORY, SO THE COLWORK
000140*        WORKLIST ALWAYS HAS SOMEONE TO CALL.  INQUIRE SHOWS
000150*        THE LINKED CUSTOMER'S NAME AND THE NUMBER THE DIALER
000160*        WOULD USE - CHOSEN BY PHONESEL, FORMATTED BY PHONEFMT,
000170*        THE SAME SUBPROGRAMS THE DIALER EXTRACT USES, OR THE
000180*        OLD DIRECTORY NUMBER WHEN PHONENUM HAS NONE.  THE
000190*        OPERATOR SIGNS ON THROUGH OPSIGNON (CLERK OR ABOVE).
000200*        FOLLOWS THE SAME SCREEN DISCIPLINE AS PHONEMNT.
000210*-----------------------------------------------------------------
000220*    MODIFICATION HISTORY.
000230*        10/15/26  RLH  INITIAL VERSION.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. XREFMNT.
000270 AUTHOR. R. HOLLOWAY.
000280 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000290 DATE-WRITTEN. 10/15/26.
000300 DATE-COMPILED. 10/15/26.
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT XREF-MASTER ASSIGN TO XREFMST
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS XR-XREF-KEY
000380         ALTERNATE RECORD KEY IS XR-CUSTOMER-ID
000390             WITH DUPLICATES
000400         FILE STATUS IS XM-XREF-STATUS.
000410     SELECT PHONEMST-FILE ASSIGN TO PHONEMST
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS PH-CUSTOMER-ID
000450         ALTERNATE RECORD KEY IS PH-PHONE-NUMBER
000460             WITH DUPLICATES
000470         FILE STATUS IS XM-MAST-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  XREF-MASTER.
000510 COPY xrefcpy.
000520 FD  PHONEMST-FILE.
000530 COPY phonecpy.
000540 WORKING-STORAGE SECTION.
000550 01  XM-XREF-STATUS               PIC X(02) VALUE "00".
000560 01  XM-MAST-STATUS               PIC X(02) VALUE "00".
000570 01  XM-MENU-CHOICE               PIC X(01).
000580 01  XM-SWITCHES.
000590     05  XM-CONTINUE-SW           PIC X(01) VALUE "Y".
000600         88  XM-CONTINUE              VALUE "Y".
000610     05  XM-CUST-SW               PIC X(01) VALUE "N".
000620         88  XM-CUST-FOUND            VALUE "Y".
000630         88  XM-CUST-CANCELLED        VALUE "X".
000640     05  XM-SIGNON-SW             PIC X(01) VALUE "N".
000650         88  XM-SIGNED-ON             VALUE "Y".
000660 01  XM-CUSTOMER-ENTRY            PIC X(08).
000670 01  XM-CONFIRM-ENTRY             PIC X(01).
000680 01  XM-TODAY-DATE                PIC 9(08).
000690 01  XM-VALID-SW                  PIC X(01).
000700 01  XM-STANDARD-NUMBER           PIC X(14).
000710 01  XM-E164-NUMBER               PIC X(12).
000720 01  XM-DASHED-NUMBER             PIC X(12).
000730 01  XM-ACTION-WORD               PIC X(08).
000740 01  XM-AUDIT-DETAIL              PIC X(50).
000750 01  XM-DIAL-NUMBER.
000760     05  XM-DIAL-AREA-CODE        PIC X(03).
000770     05  XM-DIAL-PREFIX-NUM       PIC X(03).
000780     05  XM-DIAL-LAST-FOUR        PIC X(04).
000790 01  XM-SEL-RESULT                PIC X(01).
000800     88  XM-SEL-GOOD                  VALUE "G".
000810     88  XM-SEL-ALL-BAD               VALUE "B".
000820     88  XM-SEL-ALL-WITHDRAWN         VALUE "D".
000830     88  XM-SEL-NONE-ON-FILE          VALUE "N".
000840 01  XM-SEL-TYPE                  PIC X(01).
000850 01  XM-SEL-FALLBACK-SW           PIC X(01).
000860 01  XM-DIAL-DNC-FLAG             PIC X(01).
000870 01  XM-DIAL-BADNO-FLAG           PIC X(01).
000880 PROCEDURE DIVISION.
000890 0000-MAINLINE.
000900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000910     PERFORM 2000-MENU-CYCLE THRU 2000-EXIT
000920         UNTIL NOT XM-CONTINUE.
000930     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000940     STOP RUN.
000950*-----------------------------------------------------------------
000960* THE CROSS-REFERENCE IS OWNED HERE, SO IT IS CREATED ON FIRST
000970* USE THE WAY PHONEMNT CREATES ITS MASTER.  THE PHONE DIRECTORY
000980* IS NOT - WITHOUT IT THERE IS NO CUSTOMER TO LINK TO.
000990*-----------------------------------------------------------------
001000 1000-INITIALIZE.
001010     CALL "OPSIGNON" USING "XREFMNT   " "C" XM-SIGNON-SW.
001020     IF NOT XM-SIGNED-ON
001030         DISPLAY "XREFMNT - SIGN-ON REFUSED"
001040         STOP RUN
001050     END-IF.
001060     OPEN I-O XREF-MASTER.
001070     IF XM-XREF-STATUS = "35"
001080         OPEN OUTPUT XREF-MASTER
001090         CLOSE XREF-MASTER
001100         OPEN I-O XREF-MASTER
001110     END-IF.
001120     IF XM-XREF-STATUS NOT = "00"
001130         DISPLAY "XREFMNT - XREFMST OPEN ERROR " XM-XREF-STATUS
001140         STOP RUN
001150     END-IF.
001160     OPEN INPUT PHONEMST-FILE.
001170     IF XM-MAST-STATUS NOT = "00"
001180         DISPLAY "XREFMNT - PHONEMST OPEN ERROR " XM-MAST-STATUS
001190         CLOSE XREF-MASTER
001200         STOP RUN
001210     END-IF.
001220 1000-EXIT.
001230     EXIT.
001240 2000-MENU-CYCLE.
001250     PERFORM 2100-SHOW-MENU THRU 2100-EXIT.
001260     EVALUATE XM-MENU-CHOICE
001270         WHEN "A"
001280             PERFORM 3000-ADD-LINK THRU 3000-EXIT
001290         WHEN "C"
001300             PERFORM 4000-CHANGE-LINK THRU 4000-EXIT
001310         WHEN "D"
001320             PERFORM 5000-DELETE-LINK THRU 5000-EXIT
001330         WHEN "I"
001340             PERFORM 6000-INQUIRE-LINK THRU 6000-EXIT
001350         WHEN "X"
001360             SET XM-CONTINUE-SW TO "N"
001370         WHEN OTHER
001380             DISPLAY "INVALID CHOICE - A,C,D,I,X" LINE 15 COL 5
001390     END-EVALUATE.
001400 2000-EXIT.
001410     EXIT.
001420 2100-SHOW-MENU.
001430     DISPLAY ERASE.
001440     DISPLAY "CUSTOMER/ACCOUNT CROSS-REFERENCE" LINE 2 COL 5.
001450     DISPLAY "A - ADD A LINK"              LINE 4 COL 5.
001460     DISPLAY "C - CHANGE A LINK"           LINE 5 COL 5.
001470     DISPLAY "D - DELETE A LINK"           LINE 6 COL 5.
001480     DISPLAY "I - INQUIRE ON A LINK"       LINE 7 COL 5.
001490     DISPLAY "X - EXIT"                    LINE 8 COL 5.
001500     DISPLAY "SELECTION:"                  LINE 9 COL 5.
001510     ACCEPT XM-MENU-CHOICE LINE 9 COL 16.
001520 2100-EXIT.
001530     EXIT.
001540 2200-GET-KEY.
001550     DISPLAY "COMPANY:" LINE 4 COL 5.
001560     ACCEPT XR-COMPANY-CODE LINE 4 COL 15.
001570     DISPLAY "ACCOUNT:" LINE 5 COL 5.
001580     ACCEPT XR-ACCOUNT-ID LINE 5 COL 15.
001590 2200-EXIT.
001600     EXIT.
001610*-----------------------------------------------------------------
001620* THE CUSTOMER IS RE-PROMPTED UNTIL IT NAMES ONE ON THE PHONE
001630* DIRECTORY - A LINK TO NOBODY IS EXACTLY WHAT THE NIGHTLY
001640* ORPHAN CHECK EXISTS TO CATCH, SO IT IS NOT ALLOWED IN HERE.
001650* A BLANK CUSTOMER ID, OR X, BACKS OUT OF THE ADD OR CHANGE.
001660*-----------------------------------------------------------------
001670 2300-GET-CUSTOMER.
001680     MOVE "N" TO XM-CUST-SW.
001690     PERFORM 2310-GET-CUSTOMER-ENTRY THRU 2310-EXIT
001700         UNTIL XM-CUST-FOUND OR XM-CUST-CANCELLED.
001710 2300-EXIT.
001720     EXIT.
001730 2310-GET-CUSTOMER-ENTRY.
001740     DISPLAY "CUSTOMER ID (X=CANCEL):" LINE 7 COL 5.
001750     ACCEPT XM-CUSTOMER-ENTRY LINE 7 COL 29.
001760     IF XM-CUSTOMER-ENTRY = SPACES OR XM-CUSTOMER-ENTRY = "X"
001770         SET XM-CUST-CANCELLED TO TRUE
001780         GO TO 2310-EXIT
001790     END-IF.
001800     MOVE XM-CUSTOMER-ENTRY TO PH-CUSTOMER-ID.
001810     READ PHONEMST-FILE
001820         INVALID KEY
001830             DISPLAY "CUSTOMER NOT ON PHONE DIRECTORY"
001840                 LINE 15 COL 5
001850         NOT INVALID KEY
001860             SET XM-CUST-FOUND TO TRUE
001870             DISPLAY SPACES LINE 15 COL 5
001880             DISPLAY "NAME: " PH-CUSTOMER-NAME LINE 8 COL 5
001890     END-READ.
001900 2310-EXIT.
001910     EXIT.
001920*-----------------------------------------------------------------
001930* ADD - COMPANY AND ACCOUNT MUST BOTH BE PRESENT; THE TRANFILE
001940* NEVER CARRIES A DETAIL WITHOUT EITHER.
001950*-----------------------------------------------------------------
001960 3000-ADD-LINK.
001970     DISPLAY ERASE.
001980     DISPLAY "ADD LINK" LINE 2 COL 5.
001990     PERFORM 2200-GET-KEY THRU 2200-EXIT.
002000     IF XR-COMPANY-CODE = SPACES OR XR-ACCOUNT-ID = SPACES
002010         DISPLAY "COMPANY AND ACCOUNT ARE BOTH REQUIRED"
002020             LINE 15 COL 5
002030         GO TO 3000-EXIT
002040     END-IF.
002050     PERFORM 2300-GET-CUSTOMER THRU 2300-EXIT.
002060     IF XM-CUST-CANCELLED
002070         DISPLAY "ADD CANCELLED" LINE 15 COL 5
002080         GO TO 3000-EXIT
002090     END-IF.
002100     ACCEPT XM-TODAY-DATE FROM DATE YYYYMMDD.
002110     MOVE XM-CUSTOMER-ENTRY TO XR-CUSTOMER-ID.
002120     MOVE XM-TODAY-DATE     TO XR-LINK-DATE.
002130     WRITE XR-XREF-RECORD
002140         INVALID KEY
002150             DISPLAY "ACCOUNT ALREADY LINKED" LINE 15 COL 5
002160         NOT INVALID KEY
002170             MOVE "LINKED" TO XM-ACTION-WORD
002180             PERFORM 7000-LOG-CHANGE THRU 7000-EXIT
002190             DISPLAY "LINK ADDED" LINE 15 COL 5
002200     END-WRITE.
002210 3000-EXIT.
002220     EXIT.
002230*-----------------------------------------------------------------
002240* CHANGE - MOVES AN ACCOUNT TO A DIFFERENT CUSTOMER.  THE
002250* COMPANY/ACCOUNT IS THE KEY AND IS NOT CHANGEABLE HERE.
002260*-----------------------------------------------------------------
002270 4000-CHANGE-LINK.
002280     DISPLAY ERASE.
002290     DISPLAY "CHANGE LINK" LINE 2 COL 5.
002300     PERFORM 2200-GET-KEY THRU 2200-EXIT.
002310     READ XREF-MASTER
002320         INVALID KEY
002330             DISPLAY "ACCOUNT NOT LINKED" LINE 15 COL 5
002340         NOT INVALID KEY
002350             DISPLAY "NOW LINKED TO: " XR-CUSTOMER-ID
002360                 LINE 6 COL 5
002370             PERFORM 2300-GET-CUSTOMER THRU 2300-EXIT
002380             IF XM-CUST-CANCELLED
002390                 DISPLAY "CHANGE CANCELLED" LINE 15 COL 5
002400                 GO TO 4000-EXIT
002410             END-IF
002420             ACCEPT XM-TODAY-DATE FROM DATE YYYYMMDD
002430             MOVE XM-CUSTOMER-ENTRY TO XR-CUSTOMER-ID
002440             MOVE XM-TODAY-DATE     TO XR-LINK-DATE
002450             REWRITE XR-XREF-RECORD
002460                 INVALID KEY
002470                     DISPLAY "XREFMNT - XREFMST REWRITE ERROR "
002480                             XM-XREF-STATUS LINE 15 COL 5
002490                 NOT INVALID KEY
002500                     MOVE "RELINKED" TO XM-ACTION-WORD
002510                     PERFORM 7000-LOG-CHANGE THRU 7000-EXIT
002520                     DISPLAY "LINK CHANGED" LINE 15 COL 5
002530             END-REWRITE
002540     END-READ.
002550 4000-EXIT.
002560     EXIT.
002570*-----------------------------------------------------------------
002580* DELETE - SHOWS THE LINK AND ASKS FOR A Y BEFORE REMOVING IT.
002590*-----------------------------------------------------------------
002600 5000-DELETE-LINK.
002610     DISPLAY ERASE.
002620     DISPLAY "DELETE LINK" LINE 2 COL 5.
002630     PERFORM 2200-GET-KEY THRU 2200-EXIT.
002640     READ XREF-MASTER
002650         INVALID KEY
002660             DISPLAY "ACCOUNT NOT LINKED" LINE 15 COL 5
002670             GO TO 5000-EXIT
002680     END-READ.
002690     DISPLAY "LINKED TO:   " XR-CUSTOMER-ID LINE 7 COL 5.
002700     DISPLAY "DELETE (Y/N):" LINE 9 COL 5.
002710     ACCEPT XM-CONFIRM-ENTRY LINE 9 COL 20.
002720     IF XM-CONFIRM-ENTRY NOT = "Y"
002730         DISPLAY "NOT DELETED" LINE 15 COL 5
002740         GO TO 5000-EXIT
002750     END-IF.
002760     DELETE XREF-MASTER
002770         INVALID KEY
002780             DISPLAY "XREFMNT - XREFMST DELETE ERROR "
002790                     XM-XREF-STATUS LINE 15 COL 5
002800         NOT INVALID KEY
002810             MOVE "UNLINKED" TO XM-ACTION-WORD
002820             PERFORM 7000-LOG-CHANGE THRU 7000-EXIT
002830             DISPLAY "LINK DELETED" LINE 15 COL 5
002840     END-DELETE.
002850 5000-EXIT.
002860     EXIT.
002870*-----------------------------------------------------------------
002880* INQUIRE - SHOWS THE LINKED CUSTOMER'S NAME, NUMBER, AND CALL
002890* STATE AS THE WORKLIST WILL CARRY THEM.
002900*-----------------------------------------------------------------
002910 6000-INQUIRE-LINK.
002920     DISPLAY ERASE.
002930     DISPLAY "INQUIRE LINK" LINE 2 COL 5.
002940     PERFORM 2200-GET-KEY THRU 2200-EXIT.
002950     READ XREF-MASTER
002960         INVALID KEY
002970             DISPLAY "ACCOUNT NOT LINKED" LINE 15 COL 5
002980             GO TO 6000-EXIT
002990     END-READ.
003000     DISPLAY "CUSTOMER ID: " XR-CUSTOMER-ID LINE 7 COL 5.
003010     DISPLAY "LINKED ON:   " XR-LINK-DATE   LINE 8 COL 5.
003020     MOVE XR-CUSTOMER-ID TO PH-CUSTOMER-ID.
003030     READ PHONEMST-FILE
003040         INVALID KEY
003050             DISPLAY "CUSTOMER NO LONGER ON PHONE DIRECTORY"
003060                 LINE 15 COL 5
003070             GO TO 6000-EXIT
003080     END-READ.
003090     PERFORM 6100-SELECT-NUMBER THRU 6100-EXIT.
003100     CALL "PHONEFMT" USING XM-DIAL-AREA-CODE
003110                            XM-DIAL-PREFIX-NUM
003120                            XM-DIAL-LAST-FOUR
003130                            XM-VALID-SW
003140                            XM-STANDARD-NUMBER
003150                            XM-E164-NUMBER
003160                            XM-DASHED-NUMBER.
003170     DISPLAY "NAME:        " PH-CUSTOMER-NAME   LINE 9 COL 5.
003180     DISPLAY "PHONE:       " XM-STANDARD-NUMBER LINE 10 COL 5.
003190     DISPLAY "TYPE:        " XM-SEL-TYPE        LINE 10 COL 35.
003200     DISPLAY "DO NOT CALL: " XM-DIAL-DNC-FLAG   LINE 11 COL 5.
003210     DISPLAY "BAD NUMBER:  " XM-DIAL-BADNO-FLAG LINE 12 COL 5.
003220 6000-EXIT.
003230     EXIT.
003240*-----------------------------------------------------------------
003250* THE NUMBER SHOWN IS THE ONE COLWORK WOULD PUT ON THE WORKLIST -
003260* THE BEST DIALABLE NUMBER ON PHONENUM, ELSE THE TOP-RANKED ONE
003270* WITH WHY IT CANNOT BE DIALED, ELSE THE DIRECTORY NUMBER.
003280*-----------------------------------------------------------------
003290 6100-SELECT-NUMBER.
003300     CALL "PHONESEL" USING "S"
003310                           XR-CUSTOMER-ID
003320                           XM-SEL-RESULT
003330                           XM-SEL-TYPE
003340                           XM-DIAL-NUMBER
003350                           XM-SEL-FALLBACK-SW.
003360     MOVE PH-DNC-FLAG TO XM-DIAL-DNC-FLAG.
003370     MOVE "N"         TO XM-DIAL-BADNO-FLAG.
003380     EVALUATE TRUE
003390         WHEN XM-SEL-NONE-ON-FILE
003400             MOVE PH-PHONE-NUMBER TO XM-DIAL-NUMBER
003410             MOVE PH-BADNO-FLAG   TO XM-DIAL-BADNO-FLAG
003420             MOVE SPACE           TO XM-SEL-TYPE
003430         WHEN XM-SEL-ALL-BAD
003440             MOVE "Y"             TO XM-DIAL-BADNO-FLAG
003450         WHEN XM-SEL-ALL-WITHDRAWN
003460             MOVE "Y"             TO XM-DIAL-DNC-FLAG
003470     END-EVALUATE.
003480 6100-EXIT.
003490     EXIT.
003500 7000-LOG-CHANGE.
003510     MOVE SPACES TO XM-AUDIT-DETAIL.
003520     STRING XM-ACTION-WORD    DELIMITED BY SIZE
003530            " "               DELIMITED BY SIZE
003540            XR-COMPANY-CODE   DELIMITED BY SIZE
003550            XR-ACCOUNT-ID     DELIMITED BY SIZE
003560            " "               DELIMITED BY SIZE
003570            XR-CUSTOMER-ID    DELIMITED BY SIZE
003580       INTO XM-AUDIT-DETAIL.
003590     CALL "AUDITLOG" USING "XREFMNT   "
003600                            "MAINTAIN  "
003610                            XM-AUDIT-DETAIL.
003620 7000-EXIT.
003630     EXIT.
003640 9000-TERMINATE.
003650     CLOSE XREF-MASTER.
003660     CLOSE PHONEMST-FILE.
003670     CALL "PHONESEL" USING "C"
003680                           XR-CUSTOMER-ID
003690                           XM-SEL-RESULT
003700                           XM-SEL-TYPE
003710                           XM-DIAL-NUMBER
003720                           XM-SEL-FALLBACK-SW.
003730 9000-EXIT.
003740     EXIT.
