000240*-----------------------------------------------------------------
000250*    MODIFICATION HISTORY.
000260*        09/02/26  RLH  INITIAL VERSION.
000270*        10/15/26  RLH  OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
000280*                       THE MENU - SUPERVISORS ONLY, SINCE A BAD
000290*                       ZONE MOVES WHO GETS CALLED WHEN.
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. AREAMNT.
000330 AUTHOR. R. HOLLOWAY.
000340 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000350 DATE-WRITTEN. 09/02/26.
000360 DATE-COMPILED. 09/02/26.
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT AREA-TZ-FILE ASSIGN TO AREATZ
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS AM-ATZF-STATUS.
000430     SELECT AREA-TZ-WORK ASSIGN TO AREATZN
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS AM-ATZW-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  AREA-TZ-FILE.
000490 01  AREA-TZ-RECORD.
000500     05  AZ-AREA-CODE            PIC X(03).
000510     05  AZ-TIME-ZONE            PIC X(01).
000520     05  AZ-EFF-DATE             PIC X(08).
000530 FD  AREA-TZ-WORK.
000540 01  AREA-TZ-WORK-RECORD         PIC X(12).
000550 WORKING-STORAGE SECTION.
000560 77  AM-TABLE-MAX                 PIC 9(03) VALUE 500.
000570 01  AM-ATZF-STATUS               PIC X(02) VALUE "00".
000580 01  AM-ATZW-STATUS               PIC X(02) VALUE "00".
000590 01  AM-MENU-CHOICE               PIC X(01).
000600 01  AM-SWITCHES.
000610     05  AM-CONTINUE-SW           PIC X(01) VALUE "Y".
000620         88  AM-CONTINUE              VALUE "Y".
000630     05  AM-ATZ-EOF-SW            PIC X(01) VALUE "N".
000640         88  AM-ATZ-EOF               VALUE "Y".
000650     05  AM-FOUND-SW              PIC X(01) VALUE "N".
000660         88  AM-ENTRY-FOUND           VALUE "Y".
000670     05  AM-SWAPPED-SW            PIC X(01) VALUE "N".
000680         88  AM-SWAPPED               VALUE "Y".
000690     05  AM-SIGNON-SW             PIC X(01) VALUE "N".
000700         88  AM-SIGNED-ON             VALUE "Y".
000710 01  AM-ENTRY-COUNT               PIC 9(03) VALUE 0.
000720 01  AM-SUB                       PIC 9(03) COMP VALUE 0.
000730 01  AM-SUB-2                     PIC 9(03) COMP VALUE 0.
000740 01  AM-FOUND-SUB                 PIC 9(03) COMP VALUE 0.
000750 01  AM-SHOWN-COUNT               PIC 9(03) VALUE 0.
000760 01  AM-ZONE-TABLE.
000770     05  AM-ENTRY OCCURS 500 TIMES.
000780         10  AM-TBL-KEY.
000790             15  AM-TBL-CODE      PIC X(03).
000800             15  AM-TBL-EFF       PIC X(08).
000810         10  AM-TBL-ZONE          PIC X(01).
000820         10  AM-TBL-DELETED       PIC X(01).
000830 01  AM-SWAP-HOLD.
000840     05  AM-HOLD-KEY              PIC X(11).
000850     05  AM-HOLD-ZONE             PIC X(01).
000860     05  AM-HOLD-DELETED          PIC X(01).
000870 01  AM-ENTRY-FIELDS.
000880     05  AM-CODE-ENTRY            PIC X(03).
000890     05  AM-ZONE-ENTRY            PIC X(01).
000900     05  AM-CONFIRM-ENTRY         PIC X(01).
000910 01  AM-EFF-ENTRY                 PIC X(08).
000920 01  AM-EFF-ENTRY-MMDD REDEFINES AM-EFF-ENTRY.
000930     05  FILLER                   PIC X(04).
000940     05  AM-EFF-MM                PIC 9(02).
000950     05  AM-EFF-DD                PIC 9(02).
000960 01  AM-SEARCH-KEY.
000970     05  AM-SEARCH-CODE           PIC X(03).
000980     05  AM-SEARCH-EFF            PIC X(08).
000990 PROCEDURE DIVISION.
001000 0000-MAINLINE.
001010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001020     PERFORM 2000-MENU-CYCLE THRU 2000-EXIT
001030         UNTIL NOT AM-CONTINUE.
001040     PERFORM 9000-SAVE-AND-EXIT THRU 9000-EXIT.
001050     STOP RUN.
001060*-----------------------------------------------------------------
001070* THE WHOLE REFERENCE LOADS INTO THE TABLE - IT IS A FEW HUNDRED
001080* ENTRIES AT MOST.  NO FILE YET JUST MEANS A FIRST-TIME BUILD.
001090*-----------------------------------------------------------------
001100 1000-INITIALIZE.
001110     CALL "OPSIGNON" USING "AREAMNT   " "S" AM-SIGNON-SW.
001120     IF NOT AM-SIGNED-ON
001130         DISPLAY "AREAMNT - SIGN-ON REFUSED"
001140         STOP RUN
001150     END-IF.
001160     OPEN INPUT AREA-TZ-FILE.
001170     IF AM-ATZF-STATUS = "35"
001180         DISPLAY "AREAMNT - NO AREATZ FILE YET - STARTING EMPTY."
001190         GO TO 1000-EXIT
001200     END-IF.
001210     IF AM-ATZF-STATUS NOT = "00"
001220         DISPLAY "AREAMNT - AREATZ OPEN ERROR " AM-ATZF-STATUS
001230         STOP RUN
001240     END-IF.
001250     PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
001260         UNTIL AM-ATZ-EOF.
001270     CLOSE AREA-TZ-FILE.
001280 1000-EXIT.
001290     EXIT.
001300 1100-LOAD-ONE-ENTRY.
001310     READ AREA-TZ-FILE
001320         AT END SET AM-ATZ-EOF TO TRUE
001330     END-READ.
001340     IF NOT AM-ATZ-EOF
001350         IF AM-ENTRY-COUNT NOT < AM-TABLE-MAX
001360             DISPLAY "AREAMNT - REFERENCE TABLE FULL"
001370             STOP RUN
001380         END-IF
001390         ADD 1 TO AM-ENTRY-COUNT
001400         MOVE AZ-AREA-CODE TO AM-TBL-CODE (AM-ENTRY-COUNT)
001410         MOVE AZ-EFF-DATE  TO AM-TBL-EFF (AM-ENTRY-COUNT)
001420         MOVE AZ-TIME-ZONE TO AM-TBL-ZONE (AM-ENTRY-COUNT)
001430         MOVE "N"          TO AM-TBL-DELETED (AM-ENTRY-COUNT)
001440     END-IF.
001450 1100-EXIT.
001460     EXIT.
001470 2000-MENU-CYCLE.
001480     PERFORM 2100-SHOW-MENU THRU 2100-EXIT.
001490     EVALUATE AM-MENU-CHOICE
001500         WHEN "A"
001510             PERFORM 3000-ADD-ENTRY THRU 3000-EXIT
001520         WHEN "C"
001530             PERFORM 4000-CHANGE-ENTRY THRU 4000-EXIT
001540         WHEN "I"
001550             PERFORM 5000-INQUIRE-CODE THRU 5000-EXIT
001560         WHEN "D"
001570             PERFORM 6000-DELETE-ENTRY THRU 6000-EXIT
001580         WHEN "X"
001590             SET AM-CONTINUE-SW TO "N"
001600         WHEN OTHER
001610             DISPLAY "INVALID CHOICE - A,C,I,D,X" LINE 15 COL 5
001620     END-EVALUATE.
001630 2000-EXIT.
001640     EXIT.
001650 2100-SHOW-MENU.
001660     DISPLAY ERASE.
001670     DISPLAY "AREA CODE TIME-ZONE MAINTENANCE" LINE 2 COL 5.
001680     DISPLAY "A - ADD AN ENTRY"             LINE 4 COL 5.
001690     DISPLAY "C - CHANGE AN ENTRY"          LINE 5 COL 5.
001700     DISPLAY "I - INQUIRE ON AN AREA CODE"  LINE 6 COL 5.
001710     DISPLAY "D - DELETE AN ENTRY"          LINE 7 COL 5.
001720     DISPLAY "X - SAVE AND EXIT"            LINE 8 COL 5.
001730     DISPLAY "SELECTION:"                   LINE 10 COL 5.
001740     ACCEPT AM-MENU-CHOICE LINE 10 COL 16.
001750 2100-EXIT.
001760     EXIT.
001770*-----------------------------------------------------------------
001780* THE PROMPTS RE-ASK UNTIL THE FIELD PASSES THE SAME RULES THE
001790* EXTRACT PASS ENFORCES - A VALUE THIS SCREEN ACCEPTS CAN NEVER
001800* ABORT THE NIGHTLY RUN.  A BLANK EFFECTIVE DATE MEANS THE
001810* ENTRY IS ALWAYS IN EFFECT.
001820*-----------------------------------------------------------------
001830 3000-ADD-ENTRY.
001840     DISPLAY ERASE.
001850     DISPLAY "ADD ENTRY" LINE 2 COL 5.
001860     PERFORM 7000-GET-AREA-CODE THRU 7000-EXIT.
001870     PERFORM 7100-GET-ZONE THRU 7100-EXIT.
001880     PERFORM 7200-GET-EFF-DATE THRU 7200-EXIT.
001890     MOVE AM-CODE-ENTRY TO AM-SEARCH-CODE.
001900     MOVE AM-EFF-ENTRY  TO AM-SEARCH-EFF.
001910     PERFORM 7300-FIND-ENTRY THRU 7300-EXIT.
001920     IF AM-ENTRY-FOUND
001930         DISPLAY "ENTRY ALREADY ON FILE FOR THAT CODE AND DATE"
001940             LINE 15 COL 5
001950         GO TO 3000-EXIT
001960     END-IF.
001970     IF AM-ENTRY-COUNT NOT < AM-TABLE-MAX
001980         DISPLAY "REFERENCE TABLE FULL" LINE 15 COL 5
001990         GO TO 3000-EXIT
002000     END-IF.
002010     ADD 1 TO AM-ENTRY-COUNT.
002020     MOVE AM-CODE-ENTRY TO AM-TBL-CODE (AM-ENTRY-COUNT).
002030     MOVE AM-EFF-ENTRY  TO AM-TBL-EFF (AM-ENTRY-COUNT).
002040     MOVE AM-ZONE-ENTRY TO AM-TBL-ZONE (AM-ENTRY-COUNT).
002050     MOVE "N"           TO AM-TBL-DELETED (AM-ENTRY-COUNT).
002060     DISPLAY "ENTRY ADDED" LINE 15 COL 5.
002070 3000-EXIT.
002080     EXIT.
002090 4000-CHANGE-ENTRY.
002100     DISPLAY ERASE.
002110     DISPLAY "CHANGE ENTRY" LINE 2 COL 5.
002120     PERFORM 7000-GET-AREA-CODE THRU 7000-EXIT.
002130     PERFORM 7200-GET-EFF-DATE THRU 7200-EXIT.
002140     MOVE AM-CODE-ENTRY TO AM-SEARCH-CODE.
002150     MOVE AM-EFF-ENTRY  TO AM-SEARCH-EFF.
002160     PERFORM 7300-FIND-ENTRY THRU 7300-EXIT.
002170     IF NOT AM-ENTRY-FOUND
002180         DISPLAY "NO ENTRY FOR THAT CODE AND DATE" LINE 15 COL 5
002190         GO TO 4000-EXIT
002200     END-IF.
002210     DISPLAY "CURRENT ZONE: " AM-TBL-ZONE (AM-FOUND-SUB)
002220         LINE 8 COL 5.
002230     PERFORM 7100-GET-ZONE THRU 7100-EXIT.
002240     MOVE AM-ZONE-ENTRY TO AM-TBL-ZONE (AM-FOUND-SUB).
002250     DISPLAY "ENTRY CHANGED" LINE 15 COL 5.
002260 4000-EXIT.
002270     EXIT.
002280*-----------------------------------------------------------------
002290* INQUIRE SHOWS EVERY ENTRY FOR THE CODE - THE LIVE ONE AND ANY
002300* FUTURE-DATED SPLIT WAITING FOR ITS CUTOVER - ON THE CONSOLE
002310* BELOW THE SCREEN FIELDS.
002320*-----------------------------------------------------------------
002330 5000-INQUIRE-CODE.
002340     DISPLAY ERASE.
002350     DISPLAY "INQUIRE AREA CODE" LINE 2 COL 5.
002360     PERFORM 7000-GET-AREA-CODE THRU 7000-EXIT.
002370     MOVE 0 TO AM-SHOWN-COUNT.
002380     PERFORM 5100-SHOW-ONE-ENTRY THRU 5100-EXIT
002390         VARYING AM-SUB FROM 1 BY 1
002400         UNTIL AM-SUB > AM-ENTRY-COUNT.
002410     IF AM-SHOWN-COUNT = 0
002420         DISPLAY "NO ENTRIES FOR AREA CODE " AM-CODE-ENTRY
002430     END-IF.
002440     DISPLAY "PRESS ENTER TO CONTINUE".
002450     ACCEPT AM-CONFIRM-ENTRY.
002460 5000-EXIT.
002470     EXIT.
002480 5100-SHOW-ONE-ENTRY.
002490     IF AM-TBL-CODE (AM-SUB) = AM-CODE-ENTRY
002500        AND AM-TBL-DELETED (AM-SUB) NOT = "Y"
002510         IF AM-TBL-EFF (AM-SUB) = SPACES
002520             DISPLAY AM-TBL-CODE (AM-SUB)
002530                     " ZONE " AM-TBL-ZONE (AM-SUB)
002540                     " ALWAYS IN EFFECT"
002550         ELSE
002560             DISPLAY AM-TBL-CODE (AM-SUB)
002570                     " ZONE " AM-TBL-ZONE (AM-SUB)
002580                     " EFFECTIVE " AM-TBL-EFF (AM-SUB)
002590         END-IF
002600         ADD 1 TO AM-SHOWN-COUNT
002610     END-IF.
002620 5100-EXIT.
002630     EXIT.
002640 6000-DELETE-ENTRY.
002650     DISPLAY ERASE.
002660     DISPLAY "DELETE ENTRY" LINE 2 COL 5.
002670     PERFORM 7000-GET-AREA-CODE THRU 7000-EXIT.
002680     PERFORM 7200-GET-EFF-DATE THRU 7200-EXIT.
002690     MOVE AM-CODE-ENTRY TO AM-SEARCH-CODE.
002700     MOVE AM-EFF-ENTRY  TO AM-SEARCH-EFF.
002710     PERFORM 7300-FIND-ENTRY THRU 7300-EXIT.
002720     IF NOT AM-ENTRY-FOUND
002730         DISPLAY "NO ENTRY FOR THAT CODE AND DATE" LINE 15 COL 5
002740         GO TO 6000-EXIT
002750     END-IF.
002760     DISPLAY "ZONE " AM-TBL-ZONE (AM-FOUND-SUB)
002770             " - DELETE (Y/N):" LINE 8 COL 5.
002780     ACCEPT AM-CONFIRM-ENTRY LINE 8 COL 28.
002790     IF AM-CONFIRM-ENTRY = "Y"
002800         MOVE "Y" TO AM-TBL-DELETED (AM-FOUND-SUB)
002810         DISPLAY "ENTRY DELETED" LINE 15 COL 5
002820     ELSE
002830         DISPLAY "NOT DELETED" LINE 15 COL 5
002840     END-IF.
002850 6000-EXIT.
002860     EXIT.
002870 7000-GET-AREA-CODE.
002880     MOVE SPACES TO AM-CODE-ENTRY.
002890     PERFORM 7010-GET-CODE-ENTRY THRU 7010-EXIT
002900         UNTIL AM-CODE-ENTRY IS NUMERIC
002910           AND AM-CODE-ENTRY NOT = "000".
002920 7000-EXIT.
002930     EXIT.
002940 7010-GET-CODE-ENTRY.
002950     DISPLAY "AREA CODE:" LINE 4 COL 5.
002960     ACCEPT AM-CODE-ENTRY LINE 4 COL 17.
002970     IF AM-CODE-ENTRY IS NOT NUMERIC
002980        OR AM-CODE-ENTRY = "000"
002990         DISPLAY "AREA CODE MUST BE NUMERIC AND NOT 000"
003000             LINE 15 COL 5
003010     ELSE
003020         DISPLAY SPACES LINE 15 COL 5
003030     END-IF.
003040 7010-EXIT.
003050     EXIT.
003060 7100-GET-ZONE.
003070     MOVE SPACE TO AM-ZONE-ENTRY.
003080     PERFORM 7110-GET-ZONE-ENTRY THRU 7110-EXIT
003090         UNTIL AM-ZONE-ENTRY = "E" OR AM-ZONE-ENTRY = "C"
003100            OR AM-ZONE-ENTRY = "M" OR AM-ZONE-ENTRY = "P".
003110 7100-EXIT.
003120     EXIT.
003130 7110-GET-ZONE-ENTRY.
003140     DISPLAY "ZONE (E/C/M/P):" LINE 5 COL 5.
003150     ACCEPT AM-ZONE-ENTRY LINE 5 COL 22.
003160     IF AM-ZONE-ENTRY NOT = "E" AND AM-ZONE-ENTRY NOT = "C"
003170        AND AM-ZONE-ENTRY NOT = "M" AND AM-ZONE-ENTRY NOT = "P"
003180         DISPLAY "ZONE MUST BE E, C, M, OR P" LINE 15 COL 5
003190     ELSE
003200         DISPLAY SPACES LINE 15 COL 5
003210     END-IF.
003220 7110-EXIT.
003230     EXIT.
003240 7200-GET-EFF-DATE.
003250     MOVE "?" TO AM-EFF-ENTRY.
003260     PERFORM 7210-GET-EFF-ENTRY THRU 7210-EXIT
003270         UNTIL AM-EFF-ENTRY = SPACES
003280            OR (AM-EFF-ENTRY IS NUMERIC
003290                AND AM-EFF-MM > 00 AND AM-EFF-MM < 13
003300                AND AM-EFF-DD > 00 AND AM-EFF-DD < 32).
003310 7200-EXIT.
003320     EXIT.
003330 7210-GET-EFF-ENTRY.
003340     DISPLAY "EFFECTIVE DATE (YYYYMMDD OR BLANK):" LINE 6 COL 5.
003350     ACCEPT AM-EFF-ENTRY LINE 6 COL 42.
003360     IF AM-EFF-ENTRY = SPACES
003370         DISPLAY SPACES LINE 15 COL 5
003380     ELSE
003390         IF AM-EFF-ENTRY IS NOT NUMERIC
003400            OR AM-EFF-MM < 01 OR AM-EFF-MM > 12
003410            OR AM-EFF-DD < 01 OR AM-EFF-DD > 31
003420             DISPLAY "DATE MUST BE YYYYMMDD OR BLANK"
003430                 LINE 15 COL 5
003440         ELSE
003450             DISPLAY SPACES LINE 15 COL 5
003460         END-IF
003470     END-IF.
003480 7210-EXIT.
003490     EXIT.
003500 7300-FIND-ENTRY.
003510     MOVE "N" TO AM-FOUND-SW.
003520     PERFORM 7310-MATCH-ONE-ENTRY THRU 7310-EXIT
003530         VARYING AM-SUB FROM 1 BY 1
003540         UNTIL AM-SUB > AM-ENTRY-COUNT
003550            OR AM-ENTRY-FOUND.
003560 7300-EXIT.
003570     EXIT.
003580 7310-MATCH-ONE-ENTRY.
003590     IF AM-TBL-CODE (AM-SUB) = AM-SEARCH-CODE
003600        AND AM-TBL-EFF (AM-SUB) = AM-SEARCH-EFF
003610        AND AM-TBL-DELETED (AM-SUB) NOT = "Y"
003620         MOVE AM-SUB TO AM-FOUND-SUB
003630         SET AM-ENTRY-FOUND TO TRUE
003640     END-IF.
003650 7310-EXIT.
003660     EXIT.
003670*-----------------------------------------------------------------
003680* SAVE - THE SURVIVING ENTRIES ARE EXCHANGE-SORTED INTO AREA
003690* CODE/EFFECTIVE-DATE ORDER (A BLANK DATE SORTS FIRST, SO THE
003700* EXTRACT PASS APPLIES DATED OVERRIDES LAST), WRITTEN TO THE
003710* AREATZN WORK FILE, AND ONLY THEN COPIED OVER THE LIVE
003720* REFERENCE - THE SAME REBUILD DISCIPLINE AS AUDITARC.
003730*-----------------------------------------------------------------
003740 9000-SAVE-AND-EXIT.
003750     PERFORM 9100-SORT-TABLE THRU 9100-EXIT.
003760     OPEN OUTPUT AREA-TZ-WORK.
003770     IF AM-ATZW-STATUS NOT = "00"
003780         DISPLAY "AREAMNT - AREATZN OPEN ERROR " AM-ATZW-STATUS
003790         STOP RUN
003800     END-IF.
003810     PERFORM 9200-WRITE-ONE-WORK THRU 9200-EXIT
003820         VARYING AM-SUB FROM 1 BY 1
003830         UNTIL AM-SUB > AM-ENTRY-COUNT.
003840     CLOSE AREA-TZ-WORK.
003850     OPEN INPUT AREA-TZ-WORK.
003860     IF AM-ATZW-STATUS NOT = "00"
003870         DISPLAY "AREAMNT - AREATZN REOPEN ERROR " AM-ATZW-STATUS
003880         STOP RUN
003890     END-IF.
003900     OPEN OUTPUT AREA-TZ-FILE.
003910     IF AM-ATZF-STATUS NOT = "00"
003920         DISPLAY "AREAMNT - AREATZ REWRITE OPEN ERROR "
003930                 AM-ATZF-STATUS
003940         STOP RUN
003950     END-IF.
003960     MOVE "N" TO AM-ATZ-EOF-SW.
003970     PERFORM 9300-COPY-ONE-BACK THRU 9300-EXIT
003980         UNTIL AM-ATZ-EOF.
003990     CLOSE AREA-TZ-WORK.
004000     CLOSE AREA-TZ-FILE.
004010     DISPLAY "AREAMNT - REFERENCE SAVED.".
004020 9000-EXIT.
004030     EXIT.
004040 9100-SORT-TABLE.
004050     SET AM-SWAPPED TO TRUE.
004060     PERFORM 9150-ONE-SORT-PASS THRU 9150-EXIT
004070         UNTIL NOT AM-SWAPPED.
004080 9100-EXIT.
004090     EXIT.
004100 9150-ONE-SORT-PASS.
004110     MOVE "N" TO AM-SWAPPED-SW.
004120     PERFORM 9160-COMPARE-PAIR THRU 9160-EXIT
004130         VARYING AM-SUB FROM 1 BY 1
004140         UNTIL AM-SUB NOT < AM-ENTRY-COUNT.
004150 9150-EXIT.
004160     EXIT.
004170 9160-COMPARE-PAIR.
004180     COMPUTE AM-SUB-2 = AM-SUB + 1.
004190     IF AM-TBL-KEY (AM-SUB) > AM-TBL-KEY (AM-SUB-2)
004200         MOVE AM-TBL-KEY (AM-SUB)     TO AM-HOLD-KEY
004210         MOVE AM-TBL-ZONE (AM-SUB)    TO AM-HOLD-ZONE
004220         MOVE AM-TBL-DELETED (AM-SUB) TO AM-HOLD-DELETED
004230         MOVE AM-TBL-KEY (AM-SUB-2)     TO AM-TBL-KEY (AM-SUB)
004240         MOVE AM-TBL-ZONE (AM-SUB-2)    TO AM-TBL-ZONE (AM-SUB)
004250         MOVE AM-TBL-DELETED (AM-SUB-2)
004260             TO AM-TBL-DELETED (AM-SUB)
004270         MOVE AM-HOLD-KEY     TO AM-TBL-KEY (AM-SUB-2)
004280         MOVE AM-HOLD-ZONE    TO AM-TBL-ZONE (AM-SUB-2)
004290         MOVE AM-HOLD-DELETED TO AM-TBL-DELETED (AM-SUB-2)
004300         SET AM-SWAPPED TO TRUE
004310     END-IF.
004320 9160-EXIT.
004330     EXIT.
004340 9200-WRITE-ONE-WORK.
004350     IF AM-TBL-DELETED (AM-SUB) NOT = "Y"
004360         MOVE SPACES TO AREA-TZ-WORK-RECORD
004370         MOVE AM-TBL-CODE (AM-SUB) TO AREA-TZ-WORK-RECORD (1:3)
004380         MOVE AM-TBL-ZONE (AM-SUB) TO AREA-TZ-WORK-RECORD (4:1)
004390         MOVE AM-TBL-EFF (AM-SUB)  TO AREA-TZ-WORK-RECORD (5:8)
004400         WRITE AREA-TZ-WORK-RECORD
004410         IF AM-ATZW-STATUS NOT = "00"
004420             DISPLAY "AREAMNT - AREATZN WRITE ERROR "
004430                     AM-ATZW-STATUS
004440             STOP RUN
004450         END-IF
004460     END-IF.
004470 9200-EXIT.
004480     EXIT.
004490 9300-COPY-ONE-BACK.
004500     READ AREA-TZ-WORK
004510         AT END SET AM-ATZ-EOF TO TRUE
004520     END-READ.
004530     IF NOT AM-ATZ-EOF
004540         MOVE AREA-TZ-WORK-RECORD TO AREA-TZ-RECORD
004550         WRITE AREA-TZ-RECORD
004560         IF AM-ATZF-STATUS NOT = "00"
004570             DISPLAY "AREAMNT - AREATZ WRITE ERROR "
004580                     AM-ATZF-STATUS
004590             STOP RUN
004600         END-IF
004610     END-IF.
004620 9300-EXIT.
004630     EXIT.
