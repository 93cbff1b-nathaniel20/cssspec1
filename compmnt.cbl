000010*****************************************************************
000020*    PROGRAM-ID.  COMPMNT
000030*    AUTHOR.      R. HOLLOWAY, BATCH SUPPORT GROUP.
000040*    INSTALLATION. DAILY RECONCILIATION SYSTEM.
000050*    DATE-WRITTEN. 10/15/26.
000060*    DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    REMARKS.
000090*        MENU-DRIVEN MAINTENANCE OF THE OPERATING-COMPANY MASTER
000100*        (COMPMST, COMPCPY LAYOUT), KEYED BY COMPANY CODE.
000110*        ACCOUNTING ADDS A COMPANY HERE BEFORE ITS FIRST
000120*        TRANSACTION ARRIVES - THE SUBVERB PRE-PASS REJECTS A
000130*        TRANSACTION FILE CARRYING A CODE THAT IS NOT ON FILE
000140*        OR IS INACTIVE.  SUPPORTS ADD, CHANGE, INQUIRE, AND A
000150*        LIST OF EVERY COMPANY.  A COMPANY IS NEVER DELETED -
000160*        ITS HISTORY STILL CARRIES THE CODE - IT IS SET
000170*        INACTIVE INSTEAD.  SUPERVISOR SIGN-ON THROUGH
000180*        OPSIGNON; THE CHANGE IS STAMPED WITH THE SIGNED-ON
000190*        OPERATOR AND AUDITED.  FOLLOWS THE SAME SCREEN
000200*        DISCIPLINE AS GLPERMNT.
000210*-----------------------------------------------------------------
000220*    MODIFICATION HISTORY.
000230*        10/15/26  RLH  INITIAL VERSION.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. COMPMNT.
000270 AUTHOR. R. HOLLOWAY.
000280 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000290 DATE-WRITTEN. 10/15/26.
000300 DATE-COMPILED. 10/15/26.
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT COMPANY-MASTER ASSIGN TO COMPMST
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS CM-COMPANY-CODE
000380         FILE STATUS IS CN-COMP-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  COMPANY-MASTER.
000420 COPY compcpy.
000430 WORKING-STORAGE SECTION.
000440 01  CN-COMP-STATUS               PIC X(02) VALUE "00".
000450 01  CN-MENU-CHOICE               PIC X(01).
000460 01  CN-SWITCHES.
000470     05  CN-CONTINUE-SW           PIC X(01) VALUE "Y".
000480         88  CN-CONTINUE              VALUE "Y".
000490     05  CN-SIGNON-SW             PIC X(01) VALUE "N".
000500         88  CN-SIGNED-ON             VALUE "Y".
000510     05  CN-LIST-END-SW           PIC X(01) VALUE "N".
000520         88  CN-LIST-END              VALUE "Y".
000530 01  CN-SESSION-ID                PIC X(08).
000540 01  CN-SESSION-ROLE              PIC X(01).
000550 01  CN-COMPANY-ENTRY             PIC X(02).
000560 01  CN-NAME-ENTRY                PIC X(30).
000570 01  CN-ACTIVE-ENTRY              PIC X(01).
000580     88  CN-ACTIVE-ENTRY-VALID        VALUE "Y" "N".
000590 01  CN-LEDGER-ENTRY              PIC X(06).
000600 01  CN-CURRENCY-ENTRY            PIC X(03).
000610 01  CN-CONFIRM-ENTRY             PIC X(01).
000620 01  CN-TODAY-DATE                PIC 9(08).
000630 01  CN-ACTION-WORD               PIC X(08).
000640 01  CN-LIST-LINE                 PIC 9(02) COMP.
000650 01  CN-AUDIT-DETAIL              PIC X(50).
000660 PROCEDURE DIVISION.
000670 0000-MAINLINE.
000680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000690     PERFORM 2000-MENU-CYCLE THRU 2000-EXIT
000700         UNTIL NOT CN-CONTINUE.
000710     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000720     STOP RUN.
000730*-----------------------------------------------------------------
000740* THE COMPANY MASTER DECIDES WHAT THE NIGHTLY RUN WILL ACCEPT,
000750* SO IT IS A SUPERVISOR'S JOB.  THE FILE IS OWNED HERE AND IS
000760* CREATED ON FIRST USE.
000770*-----------------------------------------------------------------
000780 1000-INITIALIZE.
000790     CALL "OPSIGNON" USING "COMPMNT   " "S" CN-SIGNON-SW.
000800     IF NOT CN-SIGNED-ON
000810         DISPLAY "COMPMNT - SIGN-ON REFUSED"
000820         STOP RUN
000830     END-IF.
000840     CALL "OPSESSN" USING "G" CN-SESSION-ID CN-SESSION-ROLE.
000850     OPEN I-O COMPANY-MASTER.
000860     IF CN-COMP-STATUS = "35"
000870         OPEN OUTPUT COMPANY-MASTER
000880         CLOSE COMPANY-MASTER
000890         OPEN I-O COMPANY-MASTER
000900     END-IF.
000910     IF CN-COMP-STATUS NOT = "00"
000920         DISPLAY "COMPMNT - COMPMST OPEN ERROR " CN-COMP-STATUS
000930         STOP RUN
000940     END-IF.
000950 1000-EXIT.
000960     EXIT.
000970 2000-MENU-CYCLE.
000980     PERFORM 2100-SHOW-MENU THRU 2100-EXIT.
000990     EVALUATE CN-MENU-CHOICE
001000         WHEN "A"
001010             PERFORM 3000-ADD-COMPANY THRU 3000-EXIT
001020         WHEN "C"
001030             PERFORM 4000-CHANGE-COMPANY THRU 4000-EXIT
001040         WHEN "I"
001050             PERFORM 5000-INQUIRE-COMPANY THRU 5000-EXIT
001060         WHEN "L"
001070             PERFORM 6000-LIST-COMPANIES THRU 6000-EXIT
001080         WHEN "X"
001090             SET CN-CONTINUE-SW TO "N"
001100         WHEN OTHER
001110             DISPLAY "INVALID CHOICE - A,C,I,L,X" LINE 15 COL 5
001120     END-EVALUATE.
001130 2000-EXIT.
001140     EXIT.
001150 2100-SHOW-MENU.
001160     DISPLAY ERASE.
001170     DISPLAY "OPERATING-COMPANY MASTER"      LINE 2 COL 5.
001180     DISPLAY "A - ADD A COMPANY"             LINE 4 COL 5.
001190     DISPLAY "C - CHANGE A COMPANY"          LINE 5 COL 5.
001200     DISPLAY "I - INQUIRE ON A COMPANY"      LINE 6 COL 5.
001210     DISPLAY "L - LIST ALL COMPANIES"        LINE 7 COL 5.
001220     DISPLAY "X - EXIT"                      LINE 8 COL 5.
001230     DISPLAY "SELECTION:"                    LINE 9 COL 5.
001240     ACCEPT CN-MENU-CHOICE LINE 9 COL 16.
001250 2100-EXIT.
001260     EXIT.
001270 2300-GET-COMPANY.
001280     DISPLAY "COMPANY:" LINE 4 COL 5.
001290     ACCEPT CN-COMPANY-ENTRY LINE 4 COL 22.
001300     IF CN-COMPANY-ENTRY = SPACES
001310         DISPLAY "COMPANY IS REQUIRED" LINE 15 COL 5
001320     ELSE
001330         DISPLAY SPACES LINE 15 COL 5
001340     END-IF.
001350 2300-EXIT.
001360     EXIT.
001370*-----------------------------------------------------------------
001380* ADD - EVERY FIELD IS RE-PROMPTED UNTIL IT HOLDS SOMETHING
001390* USABLE.  A NEW COMPANY STARTS ACTIVE.
001400*-----------------------------------------------------------------
001410 3000-ADD-COMPANY.
001420     DISPLAY ERASE.
001430     DISPLAY "ADD COMPANY" LINE 2 COL 5.
001440     MOVE SPACES TO CN-COMPANY-ENTRY.
001450     PERFORM 2300-GET-COMPANY THRU 2300-EXIT
001460         UNTIL CN-COMPANY-ENTRY NOT = SPACES.
001470     MOVE CN-COMPANY-ENTRY TO CM-COMPANY-CODE.
001480     READ COMPANY-MASTER
001490         INVALID KEY
001500             CONTINUE
001510         NOT INVALID KEY
001520             DISPLAY "COMPANY ALREADY ON FILE" LINE 15 COL 5
001530             GO TO 3000-EXIT
001540     END-READ.
001550     MOVE SPACES TO CN-NAME-ENTRY.
001560     PERFORM 3100-GET-NAME THRU 3100-EXIT
001570         UNTIL CN-NAME-ENTRY NOT = SPACES.
001580     MOVE SPACES TO CN-LEDGER-ENTRY.
001590     PERFORM 3200-GET-LEDGER THRU 3200-EXIT
001600         UNTIL CN-LEDGER-ENTRY NOT = SPACES.
001610     MOVE SPACES TO CN-CURRENCY-ENTRY.
001620     PERFORM 3300-GET-CURRENCY THRU 3300-EXIT
001630         UNTIL CN-CURRENCY-ENTRY NOT = SPACES.
001640     ACCEPT CN-TODAY-DATE FROM DATE YYYYMMDD.
001650     MOVE CN-COMPANY-ENTRY  TO CM-COMPANY-CODE.
001660     MOVE CN-NAME-ENTRY     TO CM-COMPANY-NAME.
001670     MOVE "Y"               TO CM-ACTIVE-FLAG.
001680     MOVE CN-LEDGER-ENTRY   TO CM-LEDGER-ID.
001690     MOVE CN-CURRENCY-ENTRY TO CM-CURRENCY-CODE.
001700     MOVE CN-SESSION-ID     TO CM-CHANGED-BY.
001710     MOVE CN-TODAY-DATE     TO CM-CHANGED-DATE.
001720     WRITE CM-COMPANY-RECORD
001730         INVALID KEY
001740             DISPLAY "COMPMNT - COMPMST WRITE ERROR "
001750                     CN-COMP-STATUS LINE 15 COL 5
001760         NOT INVALID KEY
001770             DISPLAY "COMPANY ADDED" LINE 15 COL 5
001780             MOVE "ADDED" TO CN-ACTION-WORD
001790             PERFORM 7000-LOG-CHANGE THRU 7000-EXIT
001800     END-WRITE.
001810 3000-EXIT.
001820     EXIT.
001830 3100-GET-NAME.
001840     DISPLAY "NAME:" LINE 5 COL 5.
001850     ACCEPT CN-NAME-ENTRY LINE 5 COL 22.
001860     IF CN-NAME-ENTRY = SPACES
001870         DISPLAY "NAME IS REQUIRED" LINE 15 COL 5
001880     ELSE
001890         DISPLAY SPACES LINE 15 COL 5
001900     END-IF.
001910 3100-EXIT.
001920     EXIT.
001930 3200-GET-LEDGER.
001940     DISPLAY "LEDGER ID:" LINE 6 COL 5.
001950     ACCEPT CN-LEDGER-ENTRY LINE 6 COL 22.
001960     IF CN-LEDGER-ENTRY = SPACES
001970         DISPLAY "LEDGER ID IS REQUIRED" LINE 15 COL 5
001980     ELSE
001990         DISPLAY SPACES LINE 15 COL 5
002000     END-IF.
002010 3200-EXIT.
002020     EXIT.
002030 3300-GET-CURRENCY.
002040     DISPLAY "CURRENCY (ISO):" LINE 7 COL 5.
002050     ACCEPT CN-CURRENCY-ENTRY LINE 7 COL 22.
002060     IF CN-CURRENCY-ENTRY = SPACES
002070         DISPLAY "CURRENCY IS REQUIRED" LINE 15 COL 5
002080     ELSE
002090         DISPLAY SPACES LINE 15 COL 5
002100     END-IF.
002110 3300-EXIT.
002120     EXIT.
002130*-----------------------------------------------------------------
002140* CHANGE - A BLANK NAME, LEDGER OR CURRENCY KEEPS WHAT IS ON
002150* FILE.  SETTING A COMPANY INACTIVE STOPS THE NEXT NIGHTLY RUN
002160* ACCEPTING ITS TRANSACTIONS, SO IT IS ASKED FOR A SECOND TIME.
002170* A CURRENCY CHANGE ALTERS HOW ITS JOURNAL IS CONSOLIDATED.
002180*-----------------------------------------------------------------
002190 4000-CHANGE-COMPANY.
002200     DISPLAY ERASE.
002210     DISPLAY "CHANGE COMPANY" LINE 2 COL 5.
002220     MOVE SPACES TO CN-COMPANY-ENTRY.
002230     PERFORM 2300-GET-COMPANY THRU 2300-EXIT
002240         UNTIL CN-COMPANY-ENTRY NOT = SPACES.
002250     MOVE CN-COMPANY-ENTRY TO CM-COMPANY-CODE.
002260     READ COMPANY-MASTER
002270         INVALID KEY
002280             DISPLAY "COMPANY NOT ON FILE" LINE 15 COL 5
002290             GO TO 4000-EXIT
002300     END-READ.
002310     DISPLAY "NAME:" LINE 5 COL 5.
002320     DISPLAY CM-COMPANY-NAME LINE 5 COL 22.
002330     MOVE SPACES TO CN-NAME-ENTRY.
002340     ACCEPT CN-NAME-ENTRY LINE 5 COL 54.
002350     IF CN-NAME-ENTRY NOT = SPACES
002360         MOVE CN-NAME-ENTRY TO CM-COMPANY-NAME
002370     END-IF.
002380     DISPLAY "LEDGER ID:" LINE 6 COL 5.
002390     DISPLAY CM-LEDGER-ID LINE 6 COL 22.
002400     MOVE SPACES TO CN-LEDGER-ENTRY.
002410     ACCEPT CN-LEDGER-ENTRY LINE 6 COL 54.
002420     IF CN-LEDGER-ENTRY NOT = SPACES
002430         MOVE CN-LEDGER-ENTRY TO CM-LEDGER-ID
002440     END-IF.
002450     DISPLAY "CURRENCY (ISO):" LINE 7 COL 5.
002460     DISPLAY CM-CURRENCY-CODE LINE 7 COL 22.
002470     MOVE SPACES TO CN-CURRENCY-ENTRY.
002480     ACCEPT CN-CURRENCY-ENTRY LINE 7 COL 54.
002490     IF CN-CURRENCY-ENTRY NOT = SPACES
002500         MOVE CN-CURRENCY-ENTRY TO CM-CURRENCY-CODE
002510     END-IF.
002520     MOVE SPACE TO CN-ACTIVE-ENTRY.
002530     PERFORM 4100-GET-ACTIVE THRU 4100-EXIT
002540         UNTIL CN-ACTIVE-ENTRY-VALID.
002550     IF CN-ACTIVE-ENTRY = "N" AND CM-ACTIVE
002560         DISPLAY "INACTIVE COMPANIES ARE REJECTED - SURE (Y/N):"
002570             LINE 13 COL 5
002580         ACCEPT CN-CONFIRM-ENTRY LINE 13 COL 52
002590         IF CN-CONFIRM-ENTRY NOT = "Y"
002600             DISPLAY "NOT CHANGED" LINE 15 COL 5
002610             GO TO 4000-EXIT
002620         END-IF
002630     END-IF.
002640     MOVE CN-ACTIVE-ENTRY TO CM-ACTIVE-FLAG.
002650     ACCEPT CN-TODAY-DATE FROM DATE YYYYMMDD.
002660     MOVE CN-SESSION-ID   TO CM-CHANGED-BY.
002670     MOVE CN-TODAY-DATE   TO CM-CHANGED-DATE.
002680     REWRITE CM-COMPANY-RECORD
002690         INVALID KEY
002700             DISPLAY "COMPMNT - COMPMST REWRITE ERROR "
002710                     CN-COMP-STATUS LINE 15 COL 5
002720         NOT INVALID KEY
002730             DISPLAY "COMPANY CHANGED" LINE 15 COL 5
002740             MOVE "CHANGED" TO CN-ACTION-WORD
002750             PERFORM 7000-LOG-CHANGE THRU 7000-EXIT
002760     END-REWRITE.
002770 4000-EXIT.
002780     EXIT.
002790 4100-GET-ACTIVE.
002800     DISPLAY "ACTIVE (Y/N):" LINE 8 COL 5.
002810     ACCEPT CN-ACTIVE-ENTRY LINE 8 COL 22.
002820     IF NOT CN-ACTIVE-ENTRY-VALID
002830         DISPLAY "ACTIVE MUST BE Y OR N" LINE 15 COL 5
002840     ELSE
002850         DISPLAY SPACES LINE 15 COL 5
002860     END-IF.
002870 4100-EXIT.
002880     EXIT.
002890 5000-INQUIRE-COMPANY.
002900     DISPLAY ERASE.
002910     DISPLAY "COMPANY INQUIRY" LINE 2 COL 5.
002920     MOVE SPACES TO CN-COMPANY-ENTRY.
002930     PERFORM 2300-GET-COMPANY THRU 2300-EXIT
002940         UNTIL CN-COMPANY-ENTRY NOT = SPACES.
002950     MOVE CN-COMPANY-ENTRY TO CM-COMPANY-CODE.
002960     READ COMPANY-MASTER
002970         INVALID KEY
002980             DISPLAY "COMPANY NOT ON FILE" LINE 15 COL 5
002990         NOT INVALID KEY
003000             PERFORM 5100-SHOW-COMPANY THRU 5100-EXIT
003010     END-READ.
003020 5000-EXIT.
003030     EXIT.
003040 5100-SHOW-COMPANY.
003050     DISPLAY "NAME:       " CM-COMPANY-NAME  LINE 6 COL 5.
003060     DISPLAY "ACTIVE:     " CM-ACTIVE-FLAG   LINE 7 COL 5.
003070     DISPLAY "LEDGER ID:  " CM-LEDGER-ID     LINE 8 COL 5.
003080     DISPLAY "CURRENCY:   " CM-CURRENCY-CODE LINE 9 COL 5.
003090     DISPLAY "CHANGED BY: " CM-CHANGED-BY    LINE 10 COL 5.
003100     DISPLAY "CHANGED ON: " CM-CHANGED-DATE  LINE 11 COL 5.
003110 5100-EXIT.
003120     EXIT.
003130*-----------------------------------------------------------------
003140* LIST - EVERY COMPANY ON FILE IN CODE ORDER, AS MANY AS FIT ON
003150* THE SCREEN.
003160*-----------------------------------------------------------------
003170 6000-LIST-COMPANIES.
003180     DISPLAY ERASE.
003190     DISPLAY "OPERATING COMPANIES" LINE 2 COL 5.
003200     DISPLAY "CO  NAME                            ACT LEDGER CUR"
003210         LINE 4 COL 5.
003220     MOVE LOW-VALUES TO CM-COMPANY-CODE.
003230     MOVE "N" TO CN-LIST-END-SW.
003240     START COMPANY-MASTER KEY IS NOT LESS THAN CM-COMPANY-CODE
003250         INVALID KEY
003260             SET CN-LIST-END TO TRUE
003270     END-START.
003280     MOVE 5 TO CN-LIST-LINE.
003290     PERFORM 6100-LIST-ONE THRU 6100-EXIT
003300         UNTIL CN-LIST-END OR CN-LIST-LINE > 20.
003310     IF CN-LIST-LINE = 5
003320         DISPLAY "NO COMPANIES ON FILE" LINE 5 COL 5
003330     END-IF.
003340     DISPLAY "PRESS ENTER:" LINE 22 COL 5.
003350     ACCEPT CN-CONFIRM-ENTRY LINE 22 COL 18.
003360 6000-EXIT.
003370     EXIT.
003380 6100-LIST-ONE.
003390     READ COMPANY-MASTER NEXT RECORD
003400         AT END
003410             SET CN-LIST-END TO TRUE
003420             GO TO 6100-EXIT
003430     END-READ.
003440     DISPLAY CM-COMPANY-CODE  LINE CN-LIST-LINE COL 5.
003450     DISPLAY CM-COMPANY-NAME  LINE CN-LIST-LINE COL 9.
003460     DISPLAY CM-ACTIVE-FLAG   LINE CN-LIST-LINE COL 41.
003470     DISPLAY CM-LEDGER-ID     LINE CN-LIST-LINE COL 45.
003480     DISPLAY CM-CURRENCY-CODE LINE CN-LIST-LINE COL 52.
003490     ADD 1 TO CN-LIST-LINE.
003500 6100-EXIT.
003510     EXIT.
003520 7000-LOG-CHANGE.
003530     MOVE SPACES TO CN-AUDIT-DETAIL.
003540     STRING CN-ACTION-WORD     DELIMITED BY SPACE
003550            " COMPANY "        DELIMITED BY SIZE
003560            CM-COMPANY-CODE    DELIMITED BY SIZE
003570            " LEDGER "         DELIMITED BY SIZE
003580            CM-LEDGER-ID       DELIMITED BY SIZE
003590            " CUR "            DELIMITED BY SIZE
003600            CM-CURRENCY-CODE   DELIMITED BY SIZE
003610            " ACTIVE "         DELIMITED BY SIZE
003620            CM-ACTIVE-FLAG     DELIMITED BY SIZE
003630       INTO CN-AUDIT-DETAIL.
003640     CALL "AUDITLOG" USING "COMPMNT   "
003650                            "MAINTAIN  "
003660                            CN-AUDIT-DETAIL.
003670 7000-EXIT.
003680     EXIT.
003690 9000-TERMINATE.
003700     CLOSE COMPANY-MASTER.
003710 9000-EXIT.
003720     EXIT.
