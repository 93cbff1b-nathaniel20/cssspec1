000010*****************************************************************
000020*    PROGRAM-ID.  PROMMNT
000030*    AUTHOR.      R. HOLLOWAY, BATCH SUPPORT GROUP.
000040*    INSTALLATION. DAILY RECONCILIATION SYSTEM.
000050*    DATE-WRITTEN. 10/15/26.
000060*    DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    REMARKS.
000090*        MENU-DRIVEN MAINTENANCE OF THE PROMISE-TO-PAY FILE
000100*        (PROMMST, PROMCPY LAYOUT), KEYED BY ACCOUNT.  WHEN
000110*        COLLECTIONS REACHES A CUSTOMER ON AN OPEN EXCEPTION
000120*        AND GETS A PROMISE, IT IS KEYED HERE - THE AMOUNT AND
000130*        THE DATE IT IS DUE BY - INSTEAD OF ON A NOTE STUCK TO
000140*        THE WORKLIST.  THE OPERATOR SIGNS ON THROUGH OPSIGNON
000150*        (CLERK OR ABOVE) AND THE PROMISE IS RECORDED AS TAKEN
000160*        BY THE SIGNED-ON OPERATOR.  SUPPORTS TAKE,
000170*        CANCEL, AND INQUIRE.  A PROMISE MAY ONLY BE TAKEN ON
000180*        AN ACCOUNT WITH AN UNRESOLVED EXCPMST EXCEPTION, AND
000190*        ONLY ONE PROMISE PER ACCOUNT MAY BE OPEN AT A TIME.
000200*        THE NIGHTLY PROMCHK RUN DECIDES KEPT OR BROKEN.
000210*        FOLLOWS THE SAME SCREEN DISCIPLINE AS EXCPMNT.
000220*-----------------------------------------------------------------
000230*    MODIFICATION HISTORY.
000240*        10/15/26  RLH  INITIAL VERSION.
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. PROMMNT.
000280 AUTHOR. R. HOLLOWAY.
000290 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000300 DATE-WRITTEN. 10/15/26.
000310 DATE-COMPILED. 10/15/26.
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PROMISE-MASTER ASSIGN TO PROMMST
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS PR-ACCOUNT-ID
000390         FILE STATUS IS PP-PROM-STATUS.
000400     SELECT EXCEPTION-MASTER ASSIGN TO EXCPMST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS EX-ACCOUNT-ID
000440         FILE STATUS IS PP-EXCM-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  PROMISE-MASTER.
000480 COPY promcpy.
000490 FD  EXCEPTION-MASTER.
000500 COPY excmcpy.
000510 WORKING-STORAGE SECTION.
000520 01  PP-PROM-STATUS               PIC X(02) VALUE "00".
000530 01  PP-EXCM-STATUS               PIC X(02) VALUE "00".
000540 01  PP-MENU-CHOICE               PIC X(01).
000550 01  PP-SWITCHES.
000560     05  PP-CONTINUE-SW           PIC X(01) VALUE "Y".
000570         88  PP-CONTINUE              VALUE "Y".
000580     05  PP-ON-FILE-SW            PIC X(01) VALUE "N".
000590         88  PP-ON-FILE               VALUE "Y".
000600     05  PP-SIGNON-SW             PIC X(01) VALUE "N".
000610         88  PP-SIGNED-ON             VALUE "Y".
000620 01  PP-ACCOUNT-ENTRY             PIC X(10).
000630 01  PP-AMOUNT-ENTRY              PIC X(09).
000640 01  PP-AMOUNT-ENTRY-N REDEFINES PP-AMOUNT-ENTRY
000650                                  PIC 9(7)V9(2).
000660 01  PP-DUE-ENTRY                 PIC X(08).
000670 01  PP-DUE-ENTRY-N REDEFINES PP-DUE-ENTRY
000680                                  PIC 9(08).
000690 01  PP-SESSION-ID                PIC X(08).
000700 01  PP-SESSION-ROLE              PIC X(01).
000710 01  PP-CONFIRM-ENTRY             PIC X(01).
000720 01  PP-TODAY-DATE                PIC 9(08).
000730 01  PP-STATUS-WORD               PIC X(11).
000740 01  PP-ACTION-WORD               PIC X(09).
000750 01  PP-EDIT-AMOUNT               PIC Z,ZZZ,ZZ9.99.
000760 01  PP-EDIT-PAID                 PIC -,---,--9.99.
000770 01  PP-AUDIT-DETAIL              PIC X(50).
000780 PROCEDURE DIVISION.
000790 0000-MAINLINE.
000800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000810     PERFORM 2000-MENU-CYCLE THRU 2000-EXIT
000820         UNTIL NOT PP-CONTINUE.
000830     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000840     STOP RUN.
000850*-----------------------------------------------------------------
000860* THE PROMISE FILE IS OWNED HERE AND IS CREATED ON FIRST USE.
000870* THE EXCEPTION MASTER IS NOT - A PROMISE IS ONLY EVER TAKEN
000880* AGAINST AN EXCEPTION SUBVERB HAS ALREADY POSTED.
000890*-----------------------------------------------------------------
000900 1000-INITIALIZE.
000910     CALL "OPSIGNON" USING "PROMMNT   " "C" PP-SIGNON-SW.
000920     IF NOT PP-SIGNED-ON
000930         DISPLAY "PROMMNT - SIGN-ON REFUSED"
000940         STOP RUN
000950     END-IF.
000960     CALL "OPSESSN" USING "G" PP-SESSION-ID PP-SESSION-ROLE.
000970     OPEN INPUT EXCEPTION-MASTER.
000980     IF PP-EXCM-STATUS = "35"
000990         DISPLAY "PROMMNT - NO EXCEPTION MASTER ON FILE YET."
001000         STOP RUN
001010     END-IF.
001020     IF PP-EXCM-STATUS NOT = "00"
001030         DISPLAY "PROMMNT - EXCPMST OPEN ERROR " PP-EXCM-STATUS
001040         STOP RUN
001050     END-IF.
001060     OPEN I-O PROMISE-MASTER.
001070     IF PP-PROM-STATUS = "35"
001080         OPEN OUTPUT PROMISE-MASTER
001090         CLOSE PROMISE-MASTER
001100         OPEN I-O PROMISE-MASTER
001110     END-IF.
001120     IF PP-PROM-STATUS NOT = "00"
001130         DISPLAY "PROMMNT - PROMMST OPEN ERROR " PP-PROM-STATUS
001140         CLOSE EXCEPTION-MASTER
001150         STOP RUN
001160     END-IF.
001170 1000-EXIT.
001180     EXIT.
001190 2000-MENU-CYCLE.
001200     PERFORM 2100-SHOW-MENU THRU 2100-EXIT.
001210     EVALUATE PP-MENU-CHOICE
001220         WHEN "T"
001230             PERFORM 3000-TAKE-PROMISE THRU 3000-EXIT
001240         WHEN "C"
001250             PERFORM 4000-CANCEL-PROMISE THRU 4000-EXIT
001260         WHEN "I"
001270             PERFORM 5000-INQUIRE-PROMISE THRU 5000-EXIT
001280         WHEN "X"
001290             SET PP-CONTINUE-SW TO "N"
001300         WHEN OTHER
001310             DISPLAY "INVALID CHOICE - T,C,I,X" LINE 15 COL 5
001320     END-EVALUATE.
001330 2000-EXIT.
001340     EXIT.
001350 2100-SHOW-MENU.
001360     DISPLAY ERASE.
001370     DISPLAY "PROMISE TO PAY"              LINE 2 COL 5.
001380     DISPLAY "T - TAKE A PROMISE"          LINE 4 COL 5.
001390     DISPLAY "C - CANCEL A PROMISE"        LINE 5 COL 5.
001400     DISPLAY "I - INQUIRE ON A PROMISE"    LINE 6 COL 5.
001410     DISPLAY "X - EXIT"                    LINE 7 COL 5.
001420     DISPLAY "SELECTION:"                  LINE 8 COL 5.
001430     ACCEPT PP-MENU-CHOICE LINE 8 COL 16.
001440 2100-EXIT.
001450     EXIT.
001460*-----------------------------------------------------------------
001470* THE ACCOUNT IS READ ON BOTH FILES - THE EXCEPTION FOR ITS
001480* COMPANY AND STATE, THE PROMISE FILE FOR WHATEVER PROMISE IS
001490* ALREADY THERE.
001500*-----------------------------------------------------------------
001510 2200-GET-ACCOUNT.
001520     MOVE "N" TO PP-ON-FILE-SW.
001530     DISPLAY "ACCOUNT:" LINE 4 COL 5.
001540     ACCEPT PP-ACCOUNT-ENTRY LINE 4 COL 15.
001550     MOVE PP-ACCOUNT-ENTRY TO PR-ACCOUNT-ID.
001560     READ PROMISE-MASTER
001570         INVALID KEY
001580             CONTINUE
001590         NOT INVALID KEY
001600             SET PP-ON-FILE TO TRUE
001610     END-READ.
001620 2200-EXIT.
001630     EXIT.
001640*-----------------------------------------------------------------
001650* TAKE - THE ACCOUNT MUST BE AN UNRESOLVED EXCEPTION, AND ANY
001660* PROMISE ALREADY ON FILE MUST BE CLOSED (KEPT, PARTLY KEPT,
001670* BROKEN, OR CANCELLED) BEFORE A NEW ONE REPLACES IT.
001680*-----------------------------------------------------------------
001690 3000-TAKE-PROMISE.
001700     DISPLAY ERASE.
001710     DISPLAY "TAKE PROMISE" LINE 2 COL 5.
001720     PERFORM 2200-GET-ACCOUNT THRU 2200-EXIT.
001730     MOVE PP-ACCOUNT-ENTRY TO EX-ACCOUNT-ID.
001740     READ EXCEPTION-MASTER
001750         INVALID KEY
001760             DISPLAY "ACCOUNT NOT ON EXCEPTION MASTER"
001770                 LINE 15 COL 5
001780             GO TO 3000-EXIT
001790     END-READ.
001800     IF EX-STATUS-RESOLVED
001810         DISPLAY "EXCEPTION ALREADY RESOLVED" LINE 15 COL 5
001820         GO TO 3000-EXIT
001830     END-IF.
001840     IF PP-ON-FILE AND PR-STATUS-OPEN
001850         DISPLAY "OPEN PROMISE ALREADY ON FILE - DUE "
001860                 PR-DUE-DATE LINE 15 COL 5
001870         GO TO 3000-EXIT
001880     END-IF.
001890     ACCEPT PP-TODAY-DATE FROM DATE YYYYMMDD.
001900     MOVE "N" TO PP-AMOUNT-ENTRY.
001910     PERFORM 3100-GET-AMOUNT THRU 3100-EXIT
001920         UNTIL PP-AMOUNT-ENTRY IS NUMERIC
001930           AND PP-AMOUNT-ENTRY-N > 0.
001940     MOVE "N" TO PP-DUE-ENTRY.
001950     PERFORM 3200-GET-DUE-DATE THRU 3200-EXIT
001960         UNTIL PP-DUE-ENTRY IS NUMERIC
001970           AND PP-DUE-ENTRY-N > PP-TODAY-DATE.
001980     MOVE PP-ACCOUNT-ENTRY   TO PR-ACCOUNT-ID.
001990     MOVE EX-COMPANY-CODE    TO PR-COMPANY-CODE.
002000     MOVE PP-AMOUNT-ENTRY-N  TO PR-PROMISED-AMT.
002010     MOVE PP-DUE-ENTRY-N     TO PR-DUE-DATE.
002020     MOVE PP-SESSION-ID      TO PR-TAKEN-BY.
002030     MOVE PP-TODAY-DATE      TO PR-TAKEN-DATE.
002040     MOVE "O"                TO PR-STATUS.
002050     MOVE 0                  TO PR-PAID-TO-DATE.
002060     MOVE 0                  TO PR-PAID-THRU-DATE.
002070     MOVE EX-LAST-VARIANCE   TO PR-LAST-VARIANCE.
002080     MOVE 0                  TO PR-CLOSE-DATE.
002090     IF PP-ON-FILE
002100         REWRITE PR-PROMISE-RECORD
002110             INVALID KEY
002120                 DISPLAY "PROMMNT - PROMMST REWRITE ERROR "
002130                         PP-PROM-STATUS LINE 15 COL 5
002140                 GO TO 3000-EXIT
002150         END-REWRITE
002160     ELSE
002170         WRITE PR-PROMISE-RECORD
002180             INVALID KEY
002190                 DISPLAY "PROMMNT - PROMMST WRITE ERROR "
002200                         PP-PROM-STATUS LINE 15 COL 5
002210                 GO TO 3000-EXIT
002220         END-WRITE
002230     END-IF.
002240     MOVE "TAKEN" TO PP-ACTION-WORD.
002250     PERFORM 7000-LOG-CHANGE THRU 7000-EXIT.
002260     DISPLAY "PROMISE RECORDED" LINE 15 COL 5.
002270 3000-EXIT.
002280     EXIT.
002290*-----------------------------------------------------------------
002300* ONE PARAGRAPH PER FIELD, RE-PROMPTED ON THE SAME LINE UNTIL
002310* THE ENTRY IS GOOD - THE CONDITIONALS DISCIPLINE.  THE AMOUNT
002320* IS KEYED AS NINE DIGITS WITH TWO IMPLIED DECIMALS.
002330*-----------------------------------------------------------------
002340 3100-GET-AMOUNT.
002350     DISPLAY "AMOUNT (9999999V99):" LINE 6 COL 5.
002360     ACCEPT PP-AMOUNT-ENTRY LINE 6 COL 27.
002370     IF PP-AMOUNT-ENTRY IS NOT NUMERIC
002380         DISPLAY "AMOUNT MUST BE NINE DIGITS - RE-ENTER"
002390             LINE 15 COL 5
002400     ELSE
002410         IF PP-AMOUNT-ENTRY-N = 0
002420             DISPLAY "AMOUNT MUST BE ABOVE ZERO - RE-ENTER"
002430                 LINE 15 COL 5
002440         ELSE
002450             DISPLAY SPACES LINE 15 COL 5
002460         END-IF
002470     END-IF.
002480 3100-EXIT.
002490     EXIT.
002500 3200-GET-DUE-DATE.
002510     DISPLAY "DUE BY (YYYYMMDD):" LINE 7 COL 5.
002520     ACCEPT PP-DUE-ENTRY LINE 7 COL 27.
002530     IF PP-DUE-ENTRY IS NOT NUMERIC
002540         DISPLAY "DUE DATE MUST BE YYYYMMDD - RE-ENTER"
002550             LINE 15 COL 5
002560     ELSE
002570         IF PP-DUE-ENTRY-N NOT > PP-TODAY-DATE
002580             DISPLAY "DUE DATE MUST BE AFTER TODAY - RE-ENTER"
002590                 LINE 15 COL 5
002600         ELSE
002610             DISPLAY SPACES LINE 15 COL 5
002620         END-IF
002630     END-IF.
002640 3200-EXIT.
002650     EXIT.
002660*-----------------------------------------------------------------
002670* CANCEL - ONLY AN OPEN PROMISE CAN BE WITHDRAWN, AND ONLY
002680* AFTER THE OPERATOR HAS SEEN IT AND ANSWERED Y.  A CANCELLED
002690* PROMISE NEVER COUNTS AS BROKEN.
002700*-----------------------------------------------------------------
002710 4000-CANCEL-PROMISE.
002720     DISPLAY ERASE.
002730     DISPLAY "CANCEL PROMISE" LINE 2 COL 5.
002740     PERFORM 2200-GET-ACCOUNT THRU 2200-EXIT.
002750     IF NOT PP-ON-FILE
002760         DISPLAY "NO PROMISE ON FILE" LINE 15 COL 5
002770         GO TO 4000-EXIT
002780     END-IF.
002790     PERFORM 5100-SHOW-PROMISE THRU 5100-EXIT.
002800     IF NOT PR-STATUS-OPEN
002810         DISPLAY "PROMISE IS NOT OPEN - NO CHANGE MADE"
002820             LINE 15 COL 5
002830         GO TO 4000-EXIT
002840     END-IF.
002850     DISPLAY "CANCEL (Y/N):" LINE 13 COL 5.
002860     ACCEPT PP-CONFIRM-ENTRY LINE 13 COL 20.
002870     IF PP-CONFIRM-ENTRY NOT = "Y"
002880         DISPLAY "NOT CANCELLED" LINE 15 COL 5
002890         GO TO 4000-EXIT
002900     END-IF.
002910     ACCEPT PP-TODAY-DATE FROM DATE YYYYMMDD.
002920     MOVE "C"           TO PR-STATUS.
002930     MOVE PP-TODAY-DATE TO PR-CLOSE-DATE.
002940     REWRITE PR-PROMISE-RECORD
002950         INVALID KEY
002960             DISPLAY "PROMMNT - PROMMST REWRITE ERROR "
002970                     PP-PROM-STATUS LINE 15 COL 5
002980         NOT INVALID KEY
002990             MOVE "CANCELLED" TO PP-ACTION-WORD
003000             PERFORM 7000-LOG-CHANGE THRU 7000-EXIT
003010             DISPLAY "PROMISE CANCELLED" LINE 15 COL 5
003020     END-REWRITE.
003030 4000-EXIT.
003040     EXIT.
003050 5000-INQUIRE-PROMISE.
003060     DISPLAY ERASE.
003070     DISPLAY "PROMISE INQUIRY" LINE 2 COL 5.
003080     PERFORM 2200-GET-ACCOUNT THRU 2200-EXIT.
003090     IF NOT PP-ON-FILE
003100         DISPLAY "NO PROMISE ON FILE" LINE 15 COL 5
003110         GO TO 5000-EXIT
003120     END-IF.
003130     PERFORM 5100-SHOW-PROMISE THRU 5100-EXIT.
003140 5000-EXIT.
003150     EXIT.
003160 5100-SHOW-PROMISE.
003170     EVALUATE TRUE
003180         WHEN PR-STATUS-OPEN
003190             MOVE "OPEN       " TO PP-STATUS-WORD
003200         WHEN PR-STATUS-KEPT
003210             MOVE "KEPT       " TO PP-STATUS-WORD
003220         WHEN PR-STATUS-PARTLY-KEPT
003230             MOVE "PARTLY KEPT" TO PP-STATUS-WORD
003240         WHEN PR-STATUS-BROKEN
003250             MOVE "BROKEN     " TO PP-STATUS-WORD
003260         WHEN PR-STATUS-CANCELLED
003270             MOVE "CANCELLED  " TO PP-STATUS-WORD
003280         WHEN OTHER
003290             MOVE "UNKNOWN    " TO PP-STATUS-WORD
003300     END-EVALUATE.
003310     MOVE PR-PROMISED-AMT TO PP-EDIT-AMOUNT.
003320     MOVE PR-PAID-TO-DATE TO PP-EDIT-PAID.
003330     DISPLAY "COMPANY:    " PR-COMPANY-CODE  LINE 5 COL 5.
003340     DISPLAY "PROMISED:   " PP-EDIT-AMOUNT   LINE 6 COL 5.
003350     DISPLAY "DUE BY:     " PR-DUE-DATE      LINE 7 COL 5.
003360     DISPLAY "TAKEN BY:   " PR-TAKEN-BY      LINE 8 COL 5.
003370     DISPLAY "TAKEN ON:   " PR-TAKEN-DATE    LINE 9 COL 5.
003380     DISPLAY "STATUS:     " PP-STATUS-WORD   LINE 10 COL 5.
003390     DISPLAY "PAID SO FAR:" PP-EDIT-PAID     LINE 11 COL 5.
003400     DISPLAY "CLOSED ON:  " PR-CLOSE-DATE    LINE 12 COL 5.
003410 5100-EXIT.
003420     EXIT.
003430 7000-LOG-CHANGE.
003440     MOVE PR-PROMISED-AMT TO PP-EDIT-AMOUNT.
003450     MOVE SPACES TO PP-AUDIT-DETAIL.
003460     STRING PP-ACTION-WORD    DELIMITED BY SIZE
003470            " "               DELIMITED BY SIZE
003480            PR-ACCOUNT-ID     DELIMITED BY SIZE
003490            " "               DELIMITED BY SIZE
003500            PP-EDIT-AMOUNT    DELIMITED BY SIZE
003510            " DUE "           DELIMITED BY SIZE
003520            PR-DUE-DATE       DELIMITED BY SIZE
003530       INTO PP-AUDIT-DETAIL.
003540     CALL "AUDITLOG" USING "PROMMNT   "
003550                            "MAINTAIN  "
003560                            PP-AUDIT-DETAIL.
003570 7000-EXIT.
003580     EXIT.
003590 9000-TERMINATE.
003600     CLOSE PROMISE-MASTER.
003610     CLOSE EXCEPTION-MASTER.
003620 9000-EXIT.
003630     EXIT.
