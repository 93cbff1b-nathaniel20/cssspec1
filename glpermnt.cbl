000010*****************************************************************
000020*    PROGRAM-ID.  GLPERMNT
000030*    AUTHOR.      R. HOLLOWAY, BATCH SUPPORT GROUP.
000040*    INSTALLATION. DAILY RECONCILIATION SYSTEM.
000050*    DATE-WRITTEN. 10/15/26.
000060*    DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    REMARKS.
000090*        MENU-DRIVEN MAINTENANCE OF THE GL PERIOD STATUS FILE
000100*        (GLPERIOD, GLPERCPY LAYOUT), KEYED BY COMPANY AND
000110*        PERIOD.  ACCOUNTING SETS A COMPANY'S PERIOD OPEN,
000120*        SOFT-CLOSED OR HARD-CLOSED HERE; GLSUMM SOFT-CLOSES
000130*        ON ITS OWN WHEN IT PRODUCES THE FINAL JOURNAL, BUT
000140*        ONLY ACCOUNTING HARD-CLOSES, AND ONLY ACCOUNTING MAY
000150*        REOPEN.  SUPPORTS SET, INQUIRE, AND A LIST OF ONE
000160*        COMPANY'S PERIODS.  A PERIOD WITH NO RECORD IS OPEN.
000170*        SUPERVISOR SIGN-ON THROUGH OPSIGNON; THE CHANGE IS
000180*        STAMPED WITH THE SIGNED-ON OPERATOR AND AUDITED.
000190*        FOLLOWS THE SAME SCREEN DISCIPLINE AS EXCPMNT.
000200*-----------------------------------------------------------------
000210*    MODIFICATION HISTORY.
000220*        10/15/26  RLH  INITIAL VERSION.
000230*****************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. GLPERMNT.
000260 AUTHOR. R. HOLLOWAY.
000270 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000280 DATE-WRITTEN. 10/15/26.
000290 DATE-COMPILED. 10/15/26.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PERIOD-FILE ASSIGN TO GLPERIOD
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS GP-PERIOD-KEY
000370         FILE STATUS IS GT-PERD-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  PERIOD-FILE.
000410 COPY glpercpy.
000420 WORKING-STORAGE SECTION.
000430 01  GT-PERD-STATUS               PIC X(02) VALUE "00".
000440 01  GT-MENU-CHOICE               PIC X(01).
000450 01  GT-SWITCHES.
000460     05  GT-CONTINUE-SW           PIC X(01) VALUE "Y".
000470         88  GT-CONTINUE              VALUE "Y".
000480     05  GT-ON-FILE-SW            PIC X(01) VALUE "N".
000490         88  GT-ON-FILE               VALUE "Y".
000500     05  GT-SIGNON-SW             PIC X(01) VALUE "N".
000510         88  GT-SIGNED-ON             VALUE "Y".
000520     05  GT-LIST-END-SW           PIC X(01) VALUE "N".
000530         88  GT-LIST-END              VALUE "Y".
000540 01  GT-SESSION-ID                PIC X(08).
000550 01  GT-SESSION-ROLE              PIC X(01).
000560 01  GT-COMPANY-ENTRY             PIC X(02).
000570 01  GT-PERIOD-ENTRY              PIC X(06).
000580 01  GT-PERIOD-ENTRY-N REDEFINES GT-PERIOD-ENTRY.
000590     05  GT-ENTRY-YEAR            PIC 9(04).
000600     05  GT-ENTRY-MONTH           PIC 9(02).
000610 01  GT-STATUS-ENTRY              PIC X(01).
000620     88  GT-STATUS-ENTRY-VALID        VALUE "O" "S" "H".
000630 01  GT-CONFIRM-ENTRY             PIC X(01).
000640 01  GT-OLD-STATUS                PIC X(01).
000650 01  GT-TODAY-DATE                PIC 9(08).
000660 01  GT-STATUS-WORD               PIC X(11).
000670 01  GT-LIST-LINE                 PIC 9(02) COMP.
000680 01  GT-AUDIT-DETAIL              PIC X(50).
000690 PROCEDURE DIVISION.
000700 0000-MAINLINE.
000710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000720     PERFORM 2000-MENU-CYCLE THRU 2000-EXIT
000730         UNTIL NOT GT-CONTINUE.
000740     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000750     STOP RUN.
000760*-----------------------------------------------------------------
000770* CLOSING AND REOPENING PERIODS IS A SUPERVISOR'S JOB.  THE
000780* PERIOD FILE IS OWNED HERE AND IS CREATED ON FIRST USE.
000790*-----------------------------------------------------------------
000800 1000-INITIALIZE.
000810     CALL "OPSIGNON" USING "GLPERMNT  " "S" GT-SIGNON-SW.
000820     IF NOT GT-SIGNED-ON
000830         DISPLAY "GLPERMNT - SIGN-ON REFUSED"
000840         STOP RUN
000850     END-IF.
000860     CALL "OPSESSN" USING "G" GT-SESSION-ID GT-SESSION-ROLE.
000870     OPEN I-O PERIOD-FILE.
000880     IF GT-PERD-STATUS = "35"
000890         OPEN OUTPUT PERIOD-FILE
000900         CLOSE PERIOD-FILE
000910         OPEN I-O PERIOD-FILE
000920     END-IF.
000930     IF GT-PERD-STATUS NOT = "00"
000940         DISPLAY "GLPERMNT - GLPERIOD OPEN ERROR " GT-PERD-STATUS
000950         STOP RUN
000960     END-IF.
000970 1000-EXIT.
000980     EXIT.
000990 2000-MENU-CYCLE.
001000     PERFORM 2100-SHOW-MENU THRU 2100-EXIT.
001010     EVALUATE GT-MENU-CHOICE
001020         WHEN "S"
001030             PERFORM 3000-SET-STATUS THRU 3000-EXIT
001040         WHEN "I"
001050             PERFORM 4000-INQUIRE-PERIOD THRU 4000-EXIT
001060         WHEN "L"
001070             PERFORM 5000-LIST-PERIODS THRU 5000-EXIT
001080         WHEN "X"
001090             SET GT-CONTINUE-SW TO "N"
001100         WHEN OTHER
001110             DISPLAY "INVALID CHOICE - S,I,L,X" LINE 15 COL 5
001120     END-EVALUATE.
001130 2000-EXIT.
001140     EXIT.
001150 2100-SHOW-MENU.
001160     DISPLAY ERASE.
001170     DISPLAY "GL PERIOD STATUS"              LINE 2 COL 5.
001180     DISPLAY "S - SET A PERIOD'S STATUS"     LINE 4 COL 5.
001190     DISPLAY "I - INQUIRE ON A PERIOD"       LINE 5 COL 5.
001200     DISPLAY "L - LIST A COMPANY'S PERIODS"  LINE 6 COL 5.
001210     DISPLAY "X - EXIT"                      LINE 7 COL 5.
001220     DISPLAY "SELECTION:"                    LINE 8 COL 5.
001230     ACCEPT GT-MENU-CHOICE LINE 8 COL 16.
001240 2100-EXIT.
001250     EXIT.
001260*-----------------------------------------------------------------
001270* COMPANY AND PERIOD ARE PROMPTED UNTIL GOOD, THEN THE RECORD
001280* IS READ.  NO RECORD MEANS THE PERIOD HAS NEVER BEEN CLOSED.
001290*-----------------------------------------------------------------
001300 2200-GET-PERIOD.
001310     MOVE "N" TO GT-ON-FILE-SW.
001320     MOVE SPACES TO GT-COMPANY-ENTRY.
001330     PERFORM 2300-GET-COMPANY THRU 2300-EXIT
001340         UNTIL GT-COMPANY-ENTRY NOT = SPACES.
001350     MOVE "N" TO GT-PERIOD-ENTRY.
001360     PERFORM 2400-GET-PERIOD-ENTRY THRU 2400-EXIT
001370         UNTIL GT-PERIOD-ENTRY IS NUMERIC
001380           AND GT-ENTRY-MONTH > 0
001390           AND GT-ENTRY-MONTH < 13.
001400     MOVE GT-COMPANY-ENTRY TO GP-COMPANY-CODE.
001410     MOVE GT-PERIOD-ENTRY  TO GP-PERIOD.
001420     READ PERIOD-FILE
001430         INVALID KEY
001440             MOVE GT-COMPANY-ENTRY TO GP-COMPANY-CODE
001450             MOVE GT-PERIOD-ENTRY  TO GP-PERIOD
001460             MOVE "O"              TO GP-STATUS
001470             MOVE SPACES           TO GP-CHANGED-BY
001480             MOVE 0                TO GP-CHANGED-DATE
001490             MOVE 0                TO GP-SUMMARIZED-DATE
001500         NOT INVALID KEY
001510             SET GT-ON-FILE TO TRUE
001520     END-READ.
001530 2200-EXIT.
001540     EXIT.
001550 2300-GET-COMPANY.
001560     DISPLAY "COMPANY:" LINE 4 COL 5.
001570     ACCEPT GT-COMPANY-ENTRY LINE 4 COL 27.
001580     IF GT-COMPANY-ENTRY = SPACES
001590         DISPLAY "COMPANY IS REQUIRED" LINE 15 COL 5
001600     ELSE
001610         DISPLAY SPACES LINE 15 COL 5
001620     END-IF.
001630 2300-EXIT.
001640     EXIT.
001650 2400-GET-PERIOD-ENTRY.
001660     DISPLAY "PERIOD (YYYYMM):" LINE 5 COL 5.
001670     ACCEPT GT-PERIOD-ENTRY LINE 5 COL 27.
001680     IF GT-PERIOD-ENTRY IS NOT NUMERIC
001690         DISPLAY "PERIOD MUST BE YYYYMM - RE-ENTER"
001700             LINE 15 COL 5
001710     ELSE
001720         IF GT-ENTRY-MONTH = 0 OR GT-ENTRY-MONTH > 12
001730             DISPLAY "MONTH MUST BE 01 TO 12 - RE-ENTER"
001740                 LINE 15 COL 5
001750         ELSE
001760             DISPLAY SPACES LINE 15 COL 5
001770         END-IF
001780     END-IF.
001790 2400-EXIT.
001800     EXIT.
001810*-----------------------------------------------------------------
001820* SET - THE OPERATOR SEES THE CURRENT STATUS, KEYS THE NEW ONE,
001830* AND ANSWERS Y.  REOPENING A HARD-CLOSED PERIOD IS ALLOWED
001840* BUT ASKED FOR A SECOND TIME - POSTINGS WILL FLOW INTO IT
001850* AGAIN FROM THE NEXT NIGHTLY RUN.
001860*-----------------------------------------------------------------
001870 3000-SET-STATUS.
001880     DISPLAY ERASE.
001890     DISPLAY "SET PERIOD STATUS" LINE 2 COL 5.
001900     PERFORM 2200-GET-PERIOD THRU 2200-EXIT.
001910     PERFORM 4100-SHOW-PERIOD THRU 4100-EXIT.
001920     MOVE GP-STATUS TO GT-OLD-STATUS.
001930     MOVE SPACES TO GT-STATUS-ENTRY.
001940     PERFORM 3100-GET-STATUS THRU 3100-EXIT
001950         UNTIL GT-STATUS-ENTRY-VALID.
001960     IF GT-STATUS-ENTRY = GT-OLD-STATUS
001970         DISPLAY "STATUS UNCHANGED - NO CHANGE MADE"
001980             LINE 15 COL 5
001990         GO TO 3000-EXIT
002000     END-IF.
002010     DISPLAY "CHANGE (Y/N):" LINE 13 COL 5.
002020     ACCEPT GT-CONFIRM-ENTRY LINE 13 COL 20.
002030     IF GT-CONFIRM-ENTRY NOT = "Y"
002040         DISPLAY "NOT CHANGED" LINE 15 COL 5
002050         GO TO 3000-EXIT
002060     END-IF.
002070     IF GP-STATUS-HARD-CLOSED
002080         DISPLAY "PERIOD IS HARD-CLOSED - REOPEN (Y/N):"
002090             LINE 14 COL 5
002100         ACCEPT GT-CONFIRM-ENTRY LINE 14 COL 44
002110         IF GT-CONFIRM-ENTRY NOT = "Y"
002120             DISPLAY "NOT CHANGED" LINE 15 COL 5
002130             GO TO 3000-EXIT
002140         END-IF
002150     END-IF.
002160     ACCEPT GT-TODAY-DATE FROM DATE YYYYMMDD.
002170     MOVE GT-STATUS-ENTRY TO GP-STATUS.
002180     MOVE GT-SESSION-ID   TO GP-CHANGED-BY.
002190     MOVE GT-TODAY-DATE   TO GP-CHANGED-DATE.
002200     IF GT-ON-FILE
002210         REWRITE GP-PERIOD-RECORD
002220             INVALID KEY
002230                 DISPLAY "GLPERMNT - GLPERIOD REWRITE ERROR "
002240                         GT-PERD-STATUS LINE 15 COL 5
002250                 GO TO 3000-EXIT
002260         END-REWRITE
002270     ELSE
002280         WRITE GP-PERIOD-RECORD
002290             INVALID KEY
002300                 DISPLAY "GLPERMNT - GLPERIOD WRITE ERROR "
002310                         GT-PERD-STATUS LINE 15 COL 5
002320                 GO TO 3000-EXIT
002330         END-WRITE
002340     END-IF.
002350     PERFORM 7000-LOG-CHANGE THRU 7000-EXIT.
002360     DISPLAY "PERIOD STATUS CHANGED" LINE 15 COL 5.
002370 3000-EXIT.
002380     EXIT.
002390 3100-GET-STATUS.
002400     DISPLAY "NEW STATUS (O/S/H):" LINE 12 COL 5.
002410     ACCEPT GT-STATUS-ENTRY LINE 12 COL 27.
002420     IF NOT GT-STATUS-ENTRY-VALID
002430         DISPLAY "STATUS MUST BE O, S OR H - RE-ENTER"
002440             LINE 15 COL 5
002450     ELSE
002460         DISPLAY SPACES LINE 15 COL 5
002470     END-IF.
002480 3100-EXIT.
002490     EXIT.
002500 4000-INQUIRE-PERIOD.
002510     DISPLAY ERASE.
002520     DISPLAY "PERIOD INQUIRY" LINE 2 COL 5.
002530     PERFORM 2200-GET-PERIOD THRU 2200-EXIT.
002540     PERFORM 4100-SHOW-PERIOD THRU 4100-EXIT.
002550     IF NOT GT-ON-FILE
002560         DISPLAY "NO RECORD ON FILE - PERIOD IS OPEN"
002570             LINE 15 COL 5
002580     END-IF.
002590 4000-EXIT.
002600     EXIT.
002610 4100-SHOW-PERIOD.
002620     PERFORM 4200-STATUS-WORD THRU 4200-EXIT.
002630     DISPLAY "STATUS:     " GT-STATUS-WORD     LINE 7 COL 5.
002640     DISPLAY "CHANGED BY: " GP-CHANGED-BY      LINE 8 COL 5.
002650     DISPLAY "CHANGED ON: " GP-CHANGED-DATE    LINE 9 COL 5.
002660     DISPLAY "SUMMARIZED: " GP-SUMMARIZED-DATE LINE 10 COL 5.
002670 4100-EXIT.
002680     EXIT.
002690 4200-STATUS-WORD.
002700     EVALUATE TRUE
002710         WHEN GP-STATUS-OPEN
002720             MOVE "OPEN       " TO GT-STATUS-WORD
002730         WHEN GP-STATUS-SOFT-CLOSED
002740             MOVE "SOFT-CLOSED" TO GT-STATUS-WORD
002750         WHEN GP-STATUS-HARD-CLOSED
002760             MOVE "HARD-CLOSED" TO GT-STATUS-WORD
002770         WHEN OTHER
002780             MOVE "UNKNOWN    " TO GT-STATUS-WORD
002790     END-EVALUATE.
002800 4200-EXIT.
002810     EXIT.
002820*-----------------------------------------------------------------
002830* LIST - EVERY PERIOD ON FILE FOR ONE COMPANY, OLDEST FIRST, AS
002840* MANY AS FIT ON THE SCREEN.  PERIODS NOT LISTED ARE OPEN.
002850*-----------------------------------------------------------------
002860 5000-LIST-PERIODS.
002870     DISPLAY ERASE.
002880     DISPLAY "COMPANY PERIODS" LINE 2 COL 5.
002890     MOVE SPACES TO GT-COMPANY-ENTRY.
002900     PERFORM 2300-GET-COMPANY THRU 2300-EXIT
002910         UNTIL GT-COMPANY-ENTRY NOT = SPACES.
002920     DISPLAY "PERIOD  STATUS       CHANGED BY  ON" LINE 6 COL 5.
002930     MOVE GT-COMPANY-ENTRY TO GP-COMPANY-CODE.
002940     MOVE 0                TO GP-PERIOD.
002950     MOVE "N" TO GT-LIST-END-SW.
002960     START PERIOD-FILE KEY IS NOT LESS THAN GP-PERIOD-KEY
002970         INVALID KEY
002980             SET GT-LIST-END TO TRUE
002990     END-START.
003000     MOVE 7 TO GT-LIST-LINE.
003010     PERFORM 5100-LIST-ONE THRU 5100-EXIT
003020         UNTIL GT-LIST-END OR GT-LIST-LINE > 20.
003030     IF GT-LIST-LINE = 7
003040         DISPLAY "NO PERIODS ON FILE - ALL OPEN" LINE 7 COL 5
003050     END-IF.
003060     DISPLAY "PRESS ENTER:" LINE 22 COL 5.
003070     ACCEPT GT-CONFIRM-ENTRY LINE 22 COL 18.
003080 5000-EXIT.
003090     EXIT.
003100 5100-LIST-ONE.
003110     READ PERIOD-FILE NEXT RECORD
003120         AT END
003130             SET GT-LIST-END TO TRUE
003140             GO TO 5100-EXIT
003150     END-READ.
003160     IF GP-COMPANY-CODE NOT = GT-COMPANY-ENTRY
003170         SET GT-LIST-END TO TRUE
003180         GO TO 5100-EXIT
003190     END-IF.
003200     PERFORM 4200-STATUS-WORD THRU 4200-EXIT.
003210     DISPLAY GP-PERIOD        LINE GT-LIST-LINE COL 5.
003220     DISPLAY GT-STATUS-WORD   LINE GT-LIST-LINE COL 13.
003230     DISPLAY GP-CHANGED-BY    LINE GT-LIST-LINE COL 26.
003240     DISPLAY GP-CHANGED-DATE  LINE GT-LIST-LINE COL 38.
003250     ADD 1 TO GT-LIST-LINE.
003260 5100-EXIT.
003270     EXIT.
003280 7000-LOG-CHANGE.
003290     MOVE SPACES TO GT-AUDIT-DETAIL.
003300     STRING "PERIOD "         DELIMITED BY SIZE
003310            GP-COMPANY-CODE   DELIMITED BY SIZE
003320            " "               DELIMITED BY SIZE
003330            GP-PERIOD         DELIMITED BY SIZE
003340            " FROM "          DELIMITED BY SIZE
003350            GT-OLD-STATUS     DELIMITED BY SIZE
003360            " TO "            DELIMITED BY SIZE
003370            GP-STATUS         DELIMITED BY SIZE
003380       INTO GT-AUDIT-DETAIL.
003390     CALL "AUDITLOG" USING "GLPERMNT  "
003400                            "MAINTAIN  "
003410                            GT-AUDIT-DETAIL.
003420 7000-EXIT.
003430     EXIT.
003440 9000-TERMINATE.
003450     CLOSE PERIOD-FILE.
003460 9000-EXIT.
003470     EXIT.
