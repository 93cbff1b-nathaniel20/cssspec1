000010*****************************************************************
000020*    PROGRAM-ID.  OPERMNT
000030*    AUTHOR.      R. HOLLOWAY, BATCH SUPPORT GROUP.
000040*    INSTALLATION. DAILY RECONCILIATION SYSTEM.
000050*    DATE-WRITTEN. 10/15/26.
000060*    DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    REMARKS.
000090*        MENU-DRIVEN MAINTENANCE OF THE OPERATOR MASTER
000100*        (OPERMST, OPERCPY LAYOUT), KEYED BY OPERATOR ID.
000110*        SUPPORTS ADD, CHANGE, AND INQUIRE.  SUPERVISORS ONLY -
000120*        THE SCREEN SIGNS ON THROUGH OPSIGNON LIKE EVERY OTHER
000130*        MAINTENANCE SCREEN.  THE ONE EXCEPTION IS THE VERY
000140*        FIRST RUN: WITH NO OPERATOR MASTER ON FILE THERE IS
000150*        NOBODY TO SIGN ON AS, SO THE MASTER IS CREATED AND
000160*        THE FIRST OPERATOR ENROLLED MUST BE A SUPERVISOR.  A
000170*        CHANGE CAN REINSTATE A LOCKED OR INACTIVE OPERATOR AND
000180*        RESET THE PASSWORD; A SUPERVISOR MAY NOT CHANGE THEIR
000190*        OWN ROLE OR STATUS, SO THE LAST SUPERVISOR CANNOT
000200*        LOCK EVERYONE OUT.  PASSWORDS ARE NEVER DISPLAYED.
000210*        EVERY ADD AND CHANGE IS LOGGED.  FOLLOWS THE SAME
000220*        SCREEN DISCIPLINE AS PHONEMNT.
000230*-----------------------------------------------------------------
000240*    MODIFICATION HISTORY.
000250*        10/15/26  RLH  INITIAL VERSION.
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. OPERMNT.
000290 AUTHOR. R. HOLLOWAY.
000300 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000310 DATE-WRITTEN. 10/15/26.
000320 DATE-COMPILED. 10/15/26.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OPERATOR-MASTER ASSIGN TO OPERMST
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS OP-OPERATOR-ID
000400         FILE STATUS IS OM-OPER-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  OPERATOR-MASTER.
000440 COPY opercpy.
000450 WORKING-STORAGE SECTION.
000460 01  OM-OPER-STATUS               PIC X(02) VALUE "00".
000470 01  OM-MENU-CHOICE               PIC X(01).
000480 01  OM-SWITCHES.
000490     05  OM-CONTINUE-SW           PIC X(01) VALUE "Y".
000500         88  OM-CONTINUE              VALUE "Y".
000510     05  OM-FIRST-RUN-SW          PIC X(01) VALUE "N".
000520         88  OM-FIRST-RUN             VALUE "Y".
000530     05  OM-SIGNON-SW             PIC X(01) VALUE "N".
000540         88  OM-SIGNED-ON             VALUE "Y".
000550 01  OM-ID-ENTRY                  PIC X(08).
000560 01  OM-NAME-ENTRY                PIC X(20).
000570 01  OM-ROLE-ENTRY                PIC X(01).
000580 01  OM-ACTIVE-ENTRY              PIC X(01).
000590 01  OM-PASSWORD-ENTRY            PIC X(08).
000600 01  OM-SESSION-ID                PIC X(08).
000610 01  OM-SESSION-ROLE              PIC X(01).
000620 01  OM-TODAY-DATE                PIC 9(08).
000630 01  OM-ROLE-WORD                 PIC X(10).
000640 01  OM-STATUS-WORD               PIC X(08).
000650 01  OM-ACTION-WORD               PIC X(08).
000660 01  OM-AUDIT-DETAIL              PIC X(50).
000670 PROCEDURE DIVISION.
000680 0000-MAINLINE.
000690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000700     PERFORM 2000-MENU-CYCLE THRU 2000-EXIT
000710         UNTIL NOT OM-CONTINUE.
000720     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000730     STOP RUN.
000740*-----------------------------------------------------------------
000750* THE OPERATOR MASTER IS OWNED HERE AND CREATED ON FIRST USE.
000760* ON THAT FIRST RUN THE ONLY THING ALLOWED IS ENROLLING A
000770* SUPERVISOR, WHO THEN COUNTS AS SIGNED ON FOR THE REST OF THE
000780* SESSION.  EVERY LATER RUN SIGNS ON AS A SUPERVISOR.
000790*-----------------------------------------------------------------
000800 1000-INITIALIZE.
000810     ACCEPT OM-TODAY-DATE FROM DATE YYYYMMDD.
000820     OPEN I-O OPERATOR-MASTER.
000830     IF OM-OPER-STATUS = "35"
000840         OPEN OUTPUT OPERATOR-MASTER
000850         CLOSE OPERATOR-MASTER
000860         OPEN I-O OPERATOR-MASTER
000870         SET OM-FIRST-RUN TO TRUE
000880     END-IF.
000890     IF OM-OPER-STATUS NOT = "00"
000900         DISPLAY "OPERMNT - OPERMST OPEN ERROR " OM-OPER-STATUS
000910         STOP RUN
000920     END-IF.
000930     IF OM-FIRST-RUN
000940         PERFORM 1100-ENROLL-FIRST THRU 1100-EXIT
000950     ELSE
000960         CLOSE OPERATOR-MASTER
000970         CALL "OPSIGNON" USING "OPERMNT   " "S" OM-SIGNON-SW
000980         IF NOT OM-SIGNED-ON
000990             DISPLAY "OPERMNT - SIGN-ON REFUSED"
001000             STOP RUN
001010         END-IF
001020         OPEN I-O OPERATOR-MASTER
001030         IF OM-OPER-STATUS NOT = "00"
001040             DISPLAY "OPERMNT - OPERMST OPEN ERROR "
001050                     OM-OPER-STATUS
001060             STOP RUN
001070         END-IF
001080     END-IF.
001090     CALL "OPSESSN" USING "G" OM-SESSION-ID OM-SESSION-ROLE.
001100 1000-EXIT.
001110     EXIT.
001120 1100-ENROLL-FIRST.
001130     DISPLAY ERASE.
001140     DISPLAY "NO OPERATORS ON FILE - ENROLL THE FIRST SUPERVISOR"
001150         LINE 2 COL 5.
001160     MOVE SPACES TO OM-ID-ENTRY.
001170     MOVE SPACES TO OM-NAME-ENTRY.
001180     MOVE SPACES TO OM-PASSWORD-ENTRY.
001190     PERFORM 3100-GET-NEW-ID THRU 3100-EXIT
001200         UNTIL OM-ID-ENTRY NOT = SPACES.
001210     PERFORM 3200-GET-NAME THRU 3200-EXIT
001220         UNTIL OM-NAME-ENTRY NOT = SPACES.
001230     PERFORM 3400-GET-PASSWORD THRU 3400-EXIT
001240         UNTIL OM-PASSWORD-ENTRY NOT = SPACES.
001250     MOVE "S" TO OM-ROLE-ENTRY.
001260     MOVE OM-ID-ENTRY TO OM-SESSION-ID.
001270     CALL "OPSESSN" USING "S" OM-ID-ENTRY OM-ROLE-ENTRY.
001280     PERFORM 3500-WRITE-OPERATOR THRU 3500-EXIT.
001290 1100-EXIT.
001300     EXIT.
001310 2000-MENU-CYCLE.
001320     PERFORM 2100-SHOW-MENU THRU 2100-EXIT.
001330     EVALUATE OM-MENU-CHOICE
001340         WHEN "A"
001350             PERFORM 3000-ADD-OPERATOR THRU 3000-EXIT
001360         WHEN "C"
001370             PERFORM 4000-CHANGE-OPERATOR THRU 4000-EXIT
001380         WHEN "I"
001390             PERFORM 5000-INQUIRE-OPERATOR THRU 5000-EXIT
001400         WHEN "X"
001410             SET OM-CONTINUE-SW TO "N"
001420         WHEN OTHER
001430             DISPLAY "INVALID CHOICE - A,C,I,X" LINE 15 COL 5
001440     END-EVALUATE.
001450 2000-EXIT.
001460     EXIT.
001470 2100-SHOW-MENU.
001480     DISPLAY ERASE.
001490     DISPLAY "OPERATOR MAINTENANCE"        LINE 2 COL 5.
001500     DISPLAY "A - ADD AN OPERATOR"         LINE 4 COL 5.
001510     DISPLAY "C - CHANGE AN OPERATOR"      LINE 5 COL 5.
001520     DISPLAY "I - INQUIRE ON AN OPERATOR"  LINE 6 COL 5.
001530     DISPLAY "X - EXIT"                    LINE 7 COL 5.
001540     DISPLAY "SELECTION:"                  LINE 9 COL 5.
001550     ACCEPT OM-MENU-CHOICE LINE 9 COL 16.
001560 2100-EXIT.
001570     EXIT.
001580*-----------------------------------------------------------------
001590* ADD - EVERY FIELD IS RE-PROMPTED UNTIL IT HOLDS SOMETHING
001600* USABLE.  A NEW OPERATOR STARTS ACTIVE WITH NO FAILED TRIES.
001610*-----------------------------------------------------------------
001620 3000-ADD-OPERATOR.
001630     DISPLAY ERASE.
001640     DISPLAY "ADD OPERATOR" LINE 2 COL 5.
001650     MOVE SPACES TO OM-ID-ENTRY.
001660     PERFORM 3100-GET-NEW-ID THRU 3100-EXIT
001670         UNTIL OM-ID-ENTRY NOT = SPACES.
001680     MOVE OM-ID-ENTRY TO OP-OPERATOR-ID.
001690     READ OPERATOR-MASTER
001700         INVALID KEY
001710             CONTINUE
001720         NOT INVALID KEY
001730             DISPLAY "OPERATOR ID ALREADY ON FILE" LINE 15 COL 5
001740             GO TO 3000-EXIT
001750     END-READ.
001760     MOVE SPACES TO OM-NAME-ENTRY.
001770     PERFORM 3200-GET-NAME THRU 3200-EXIT
001780         UNTIL OM-NAME-ENTRY NOT = SPACES.
001790     MOVE SPACE TO OM-ROLE-ENTRY.
001800     PERFORM 3300-GET-ROLE THRU 3300-EXIT
001810         UNTIL OM-ROLE-ENTRY = "C" OR "A" OR "S".
001820     MOVE SPACES TO OM-PASSWORD-ENTRY.
001830     PERFORM 3400-GET-PASSWORD THRU 3400-EXIT
001840         UNTIL OM-PASSWORD-ENTRY NOT = SPACES.
001850     PERFORM 3500-WRITE-OPERATOR THRU 3500-EXIT.
001860 3000-EXIT.
001870     EXIT.
001880 3100-GET-NEW-ID.
001890     DISPLAY "OPERATOR ID:" LINE 4 COL 5.
001900     ACCEPT OM-ID-ENTRY LINE 4 COL 19.
001910     IF OM-ID-ENTRY = SPACES
001920         DISPLAY "OPERATOR ID IS REQUIRED" LINE 15 COL 5
001930     ELSE
001940         DISPLAY SPACES LINE 15 COL 5
001950     END-IF.
001960 3100-EXIT.
001970     EXIT.
001980 3200-GET-NAME.
001990     DISPLAY "NAME:" LINE 5 COL 5.
002000     ACCEPT OM-NAME-ENTRY LINE 5 COL 19.
002010     IF OM-NAME-ENTRY = SPACES
002020         DISPLAY "NAME IS REQUIRED" LINE 15 COL 5
002030     ELSE
002040         DISPLAY SPACES LINE 15 COL 5
002050     END-IF.
002060 3200-EXIT.
002070     EXIT.
002080 3300-GET-ROLE.
002090     DISPLAY "ROLE (C/A/S):" LINE 6 COL 5.
002100     ACCEPT OM-ROLE-ENTRY LINE 6 COL 19.
002110     IF OM-ROLE-ENTRY NOT = "C" AND OM-ROLE-ENTRY NOT = "A"
002120        AND OM-ROLE-ENTRY NOT = "S"
002130         DISPLAY "ROLE MUST BE C, A, OR S" LINE 15 COL 5
002140     ELSE
002150         DISPLAY SPACES LINE 15 COL 5
002160     END-IF.
002170 3300-EXIT.
002180     EXIT.
002190 3400-GET-PASSWORD.
002200     DISPLAY "PASSWORD:" LINE 7 COL 5.
002210     ACCEPT OM-PASSWORD-ENTRY LINE 7 COL 19 WITH SECURE.
002220     IF OM-PASSWORD-ENTRY = SPACES
002230         DISPLAY "PASSWORD IS REQUIRED" LINE 15 COL 5
002240     ELSE
002250         DISPLAY SPACES LINE 15 COL 5
002260     END-IF.
002270 3400-EXIT.
002280     EXIT.
002290 3500-WRITE-OPERATOR.
002300     MOVE OM-ID-ENTRY       TO OP-OPERATOR-ID.
002310     MOVE OM-NAME-ENTRY     TO OP-OPERATOR-NAME.
002320     MOVE OM-ROLE-ENTRY     TO OP-ROLE.
002330     MOVE OM-PASSWORD-ENTRY TO OP-PASSWORD.
002340     MOVE "Y"               TO OP-ACTIVE-FLAG.
002350     MOVE 0                 TO OP-FAILED-COUNT.
002360     MOVE 0                 TO OP-LAST-SIGNON.
002370     MOVE OM-SESSION-ID     TO OP-ADDED-BY.
002380     MOVE OM-TODAY-DATE     TO OP-ADDED-DATE.
002390     WRITE OP-OPERATOR-RECORD
002400         INVALID KEY
002410             DISPLAY "OPERMNT - OPERMST WRITE ERROR "
002420                     OM-OPER-STATUS LINE 15 COL 5
002430         NOT INVALID KEY
002440             DISPLAY "OPERATOR ADDED" LINE 15 COL 5
002450             MOVE "ADDED" TO OM-ACTION-WORD
002460             PERFORM 7000-LOG-CHANGE THRU 7000-EXIT
002470     END-WRITE.
002480 3500-EXIT.
002490     EXIT.
002500*-----------------------------------------------------------------
002510* CHANGE - A BLANK NAME OR PASSWORD KEEPS WHAT IS ON FILE.
002520* SETTING THE STATUS BACK TO Y REINSTATES A LOCKED OPERATOR AND
002530* CLEARS THE FAILED-TRY COUNT.  A SUPERVISOR CHANGING THEIR OWN
002540* RECORD GETS NAME AND PASSWORD ONLY.
002550*-----------------------------------------------------------------
002560 4000-CHANGE-OPERATOR.
002570     DISPLAY ERASE.
002580     DISPLAY "CHANGE OPERATOR" LINE 2 COL 5.
002590     DISPLAY "OPERATOR ID:" LINE 4 COL 5.
002600     ACCEPT OP-OPERATOR-ID LINE 4 COL 19.
002610     READ OPERATOR-MASTER
002620         INVALID KEY
002630             DISPLAY "OPERATOR NOT ON FILE" LINE 15 COL 5
002640             GO TO 4000-EXIT
002650     END-READ.
002660     DISPLAY "NAME:" LINE 5 COL 5.
002670     DISPLAY OP-OPERATOR-NAME LINE 5 COL 19.
002680     MOVE SPACES TO OM-NAME-ENTRY.
002690     ACCEPT OM-NAME-ENTRY LINE 5 COL 40.
002700     IF OM-NAME-ENTRY NOT = SPACES
002710         MOVE OM-NAME-ENTRY TO OP-OPERATOR-NAME
002720     END-IF.
002730     IF OP-OPERATOR-ID NOT = OM-SESSION-ID
002740         MOVE SPACE TO OM-ROLE-ENTRY
002750         PERFORM 3300-GET-ROLE THRU 3300-EXIT
002760             UNTIL OM-ROLE-ENTRY = "C" OR "A" OR "S"
002770         MOVE OM-ROLE-ENTRY TO OP-ROLE
002780         MOVE SPACE TO OM-ACTIVE-ENTRY
002790         PERFORM 4100-GET-ACTIVE THRU 4100-EXIT
002800             UNTIL OM-ACTIVE-ENTRY = "Y" OR "N"
002810         IF OM-ACTIVE-ENTRY = "Y"
002820             MOVE 0 TO OP-FAILED-COUNT
002830         END-IF
002840         MOVE OM-ACTIVE-ENTRY TO OP-ACTIVE-FLAG
002850     END-IF.
002860     DISPLAY "NEW PASSWORD (BLANK TO KEEP):" LINE 9 COL 5.
002870     MOVE SPACES TO OM-PASSWORD-ENTRY.
002880     ACCEPT OM-PASSWORD-ENTRY LINE 9 COL 36 WITH SECURE.
002890     IF OM-PASSWORD-ENTRY NOT = SPACES
002900         MOVE OM-PASSWORD-ENTRY TO OP-PASSWORD
002910         MOVE 0 TO OP-FAILED-COUNT
002920     END-IF.
002930     REWRITE OP-OPERATOR-RECORD
002940         INVALID KEY
002950             DISPLAY "OPERMNT - OPERMST REWRITE ERROR "
002960                     OM-OPER-STATUS LINE 15 COL 5
002970         NOT INVALID KEY
002980             DISPLAY "OPERATOR CHANGED" LINE 15 COL 5
002990             MOVE "CHANGED" TO OM-ACTION-WORD
003000             PERFORM 7000-LOG-CHANGE THRU 7000-EXIT
003010     END-REWRITE.
003020 4000-EXIT.
003030     EXIT.
003040 4100-GET-ACTIVE.
003050     DISPLAY "ACTIVE (Y/N):" LINE 7 COL 5.
003060     ACCEPT OM-ACTIVE-ENTRY LINE 7 COL 19.
003070     IF OM-ACTIVE-ENTRY NOT = "Y" AND OM-ACTIVE-ENTRY NOT = "N"
003080         DISPLAY "ACTIVE MUST BE Y OR N" LINE 15 COL 5
003090     ELSE
003100         DISPLAY SPACES LINE 15 COL 5
003110     END-IF.
003120 4100-EXIT.
003130     EXIT.
003140 5000-INQUIRE-OPERATOR.
003150     DISPLAY ERASE.
003160     DISPLAY "OPERATOR INQUIRY" LINE 2 COL 5.
003170     DISPLAY "OPERATOR ID:" LINE 4 COL 5.
003180     ACCEPT OP-OPERATOR-ID LINE 4 COL 19.
003190     READ OPERATOR-MASTER
003200         INVALID KEY
003210             DISPLAY "OPERATOR NOT ON FILE" LINE 15 COL 5
003220         NOT INVALID KEY
003230             PERFORM 5100-SHOW-OPERATOR THRU 5100-EXIT
003240     END-READ.
003250 5000-EXIT.
003260     EXIT.
003270 5100-SHOW-OPERATOR.
003280     EVALUATE TRUE
003290         WHEN OP-ROLE-SUPERVISOR
003300             MOVE "SUPERVISOR" TO OM-ROLE-WORD
003310         WHEN OP-ROLE-ANALYST
003320             MOVE "ANALYST   " TO OM-ROLE-WORD
003330         WHEN OP-ROLE-CLERK
003340             MOVE "CLERK     " TO OM-ROLE-WORD
003350         WHEN OTHER
003360             MOVE "UNKNOWN   " TO OM-ROLE-WORD
003370     END-EVALUATE.
003380     EVALUATE TRUE
003390         WHEN OP-ACTIVE
003400             MOVE "ACTIVE  " TO OM-STATUS-WORD
003410         WHEN OP-LOCKED
003420             MOVE "LOCKED  " TO OM-STATUS-WORD
003430         WHEN OTHER
003440             MOVE "INACTIVE" TO OM-STATUS-WORD
003450     END-EVALUATE.
003460     DISPLAY "NAME:        " OP-OPERATOR-NAME LINE 6 COL 5.
003470     DISPLAY "ROLE:        " OM-ROLE-WORD     LINE 7 COL 5.
003480     DISPLAY "STATUS:      " OM-STATUS-WORD   LINE 8 COL 5.
003490     DISPLAY "FAILED TRIES:" OP-FAILED-COUNT  LINE 9 COL 5.
003500     DISPLAY "LAST SIGN-ON:" OP-LAST-SIGNON   LINE 10 COL 5.
003510     DISPLAY "ADDED BY:    " OP-ADDED-BY      LINE 11 COL 5.
003520     DISPLAY "ADDED ON:    " OP-ADDED-DATE    LINE 12 COL 5.
003530 5100-EXIT.
003540     EXIT.
003550 7000-LOG-CHANGE.
003560     MOVE SPACES TO OM-AUDIT-DETAIL.
003570     STRING OM-ACTION-WORD     DELIMITED BY SPACE
003580            " OPERATOR "       DELIMITED BY SIZE
003590            OP-OPERATOR-ID     DELIMITED BY SIZE
003600            " ROLE "           DELIMITED BY SIZE
003610            OP-ROLE            DELIMITED BY SIZE
003620            " STATUS "         DELIMITED BY SIZE
003630            OP-ACTIVE-FLAG     DELIMITED BY SIZE
003640       INTO OM-AUDIT-DETAIL.
003650     CALL "AUDITLOG" USING "OPERMNT   "
003660                            "MAINTAIN  "
003670                            OM-AUDIT-DETAIL.
003680 7000-EXIT.
003690     EXIT.
003700 9000-TERMINATE.
003710     CLOSE OPERATOR-MASTER.
003720 9000-EXIT.
003730     EXIT.
