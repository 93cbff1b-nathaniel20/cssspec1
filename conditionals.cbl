000280*                       EACH ENTRY FIELD - OPERATORS WERE ABLE TO
000290*                       KEY PAST AN INVALID ENTRY AND FEED GARBAGE
000300*                       INTO THE CLASSIFICATION RULE.
000310*        08/08/26  RLH  LOGS EACH CLASSIFICATION TO THE SHARED
000320*                       AUDIT TRAIL VIA AUDITLOG.
000330*        08/08/26  RLH  ADDED A MENU IN FRONT OF THE SCREEN SO
000340*                       THE OPERATOR CAN EITHER CLASSIFY A NEW
000350*                      ENTRY OR LOOK UP AN ACCOUNT ALREADY
000360*                      CLASSIFIED BY CLASSBAT, WITHOUT LEAVING
000370*                      AND RESTARTING THE PROGRAM.
000380*        10/15/26  RLH  OPERATOR SIGN-ON THROUGH OPSIGNON BEFORE
000390*                       THE MENU (CLERK OR ABOVE).
000400*        10/15/26  RLH  THE INQUIRY KEY IS NOW THE COMPANY CODE
000410*                       FOLLOWED BY THE TEN-BYTE ACCOUNT.
000420*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. CONDITIONALS.
000450 AUTHOR. R. HOLLOWAY.
000460 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000470 DATE-WRITTEN. 08/08/26.
000480 DATE-COMPILED. 08/08/26.
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT CLASSOUT-FILE ASSIGN TO CLASSOUT
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS CL-RESULT-KEY
000560         FILE STATUS IS CR-CLOUT-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CLASSOUT-FILE.
000600 COPY classcpy.
000610 WORKING-STORAGE SECTION.
000620 01  CR-CLOUT-STATUS              PIC X(02) VALUE "00".
000630 01  CR-MENU-CHOICE               PIC X(01).
000640 01  CR-SWITCHES.
000650     05  CR-CONTINUE-SW           PIC X(01) VALUE "Y".
000660        88  CR-CONTINUE              VALUE "Y".
000670     05  CR-SIGNON-SW             PIC X(01) VALUE "N".
000680         88  CR-SIGNED-ON             VALUE "Y".
000690 01  CR-ENTRY-FIELDS.
000700     05  XNUM1-ENTRY             PIC X(05).
000710     05  XNUM2-ENTRY             PIC X(05).
000720     05  XNUM3-ENTRY             PIC X(05).
000730 01  XNUM1                       PIC 9(05).
000740 01  XNUM2                       PIC 9(05).
000750 01  XNUM3                       PIC 9(05).
000760 01  CR-WINNER-FIELD             PIC X(05).
000770 01  CR-WINNER-VALUE             PIC 9(05).
000780 01  CR-TIER-CODE                PIC X(01).
000790 01  CR-TIER-NAME                PIC X(10).
000800 01  CR-AUDIT-DETAIL              PIC X(50).
000810 PROCEDURE DIVISION.
000820 0000-MAINLINE.
000830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000840     PERFORM 1200-MENU-CYCLE THRU 1200-EXIT
000850         UNTIL NOT CR-CONTINUE.
000860     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000870     STOP RUN.
000880 1000-INITIALIZE.
000890     CALL "OPSIGNON" USING "CONDITION " "C" CR-SIGNON-SW.
000900     IF NOT CR-SIGNED-ON
000910         DISPLAY "CONDITION - SIGN-ON REFUSED"
000920         STOP RUN
000930     END-IF.
000940     OPEN I-O CLASSOUT-FILE.
000950     IF CR-CLOUT-STATUS NOT = "00"
000960         OPEN OUTPUT CLASSOUT-FILE
000970         CLOSE CLASSOUT-FILE
000980         OPEN I-O CLASSOUT-FILE
000990     END-IF.
001000 1000-EXIT.
001010     EXIT.
001020 1100-SHOW-MENU.
001030     DISPLAY ERASE.
001040     DISPLAY "ACCOUNT CLASSIFICATION" LINE 2 COL 5.
001050     DISPLAY "C - CLASSIFY A NEW ENTRY" LINE 4 COL 5.
001060     DISPLAY "I - INQUIRE ON AN ACCOUNT" LINE 5 COL 5.
001070     DISPLAY "X - EXIT" LINE 6 COL 5.
001080     DISPLAY "SELECTION:" LINE 8 COL 5.
001090     ACCEPT CR-MENU-CHOICE LINE 8 COL 16.
001100 1100-EXIT.
001110     EXIT.
001120 1200-MENU-CYCLE.
001130     PERFORM 1100-SHOW-MENU THRU 1100-EXIT.
001140     EVALUATE CR-MENU-CHOICE
001150         WHEN "C"
001160             PERFORM 1500-RUN-CLASSIFY THRU 1500-EXIT
001170         WHEN "I"
001180             PERFORM 6000-INQUIRE-ACCOUNT THRU 6000-EXIT
001190         WHEN "X"
001200             SET CR-CONTINUE-SW TO "N"
001210         WHEN OTHER
001220             DISPLAY "INVALID CHOICE - C,I,X" LINE 15 COL 5
001230     END-EVALUATE.
001240 1200-EXIT.
001250     EXIT.
001260*-----------------------------------------------------------------
001270* THE ORIGINAL SCREEN FLOW - ENTRY, CLASSIFY, DISPLAY - NOW RUN AS
001280* ONE MENU OPTION INSTEAD OF THE WHOLE PROGRAM.
001290*-----------------------------------------------------------------
001300 1500-RUN-CLASSIFY.
001310     PERFORM 2000-GET-ENTRY THRU 2000-EXIT.
001320     PERFORM 3000-CLASSIFY THRU 3000-EXIT.
001330     PERFORM 4000-CHECK-NUMERIC THRU 4000-EXIT.
001340     PERFORM 5000-SHOW-RESULTS THRU 5000-EXIT.
001350 1500-EXIT.
001360     EXIT.
001370 2000-GET-ENTRY.
001380     DISPLAY ERASE.
001390     DISPLAY "ENTER NUM-1:" LINE 5 COL 5.
001400     DISPLAY "ENTER NUM-2:" LINE 6 COL 5.
001410     DISPLAY "ENTER NUM-3:" LINE 7 COL 5.
001420     PERFORM 2100-GET-NUM1 THRU 2100-EXIT
001430         UNTIL XNUM1-ENTRY IS NUMERIC.
001440     PERFORM 2200-GET-NUM2 THRU 2200-EXIT
001450         UNTIL XNUM2-ENTRY IS NUMERIC.
001460     PERFORM 2300-GET-NUM3 THRU 2300-EXIT
001470         UNTIL XNUM3-ENTRY IS NUMERIC.
001480     MOVE XNUM1-ENTRY TO XNUM1.
001490     MOVE XNUM2-ENTRY TO XNUM2.
001500     MOVE XNUM3-ENTRY TO XNUM3.
001510 2000-EXIT.
001520     EXIT.
001530*-----------------------------------------------------------------
001540* ONE PARAGRAPH PER FIELD SO THE ERROR MESSAGE LANDS ON THE SAME
001550* LINE THE FIELD WAS ENTERED ON, AND RE-PROMPTS IMMEDIATELY RATHER
001560* THAN WAITING FOR ALL THREE FIELDS TO BE KEYED.
001570*-----------------------------------------------------------------
001580 2100-GET-NUM1.
001590     ACCEPT XNUM1-ENTRY LINE 5 COL 19.
001600     IF XNUM1-ENTRY IS NOT NUMERIC
001610         DISPLAY "NUM-1 MUST BE NUMERIC - RE-ENTER" LINE 13 COL 5
001620     ELSE
001630         DISPLAY SPACES LINE 13 COL 5
001640     END-IF.
001650 2100-EXIT.
001660     EXIT.
001670 2200-GET-NUM2.
001680     ACCEPT XNUM2-ENTRY LINE 6 COL 19.
001690     IF XNUM2-ENTRY IS NOT NUMERIC
001700         DISPLAY "NUM-2 MUST BE NUMERIC - RE-ENTER" LINE 13 COL 5
001710     ELSE
001720         DISPLAY SPACES LINE 13 COL 5
001730     END-IF.
001740 2200-EXIT.
001750     EXIT.
001760 2300-GET-NUM3.
001770     ACCEPT XNUM3-ENTRY LINE 7 COL 19.
001780     IF XNUM3-ENTRY IS NOT NUMERIC
001790         DISPLAY "NUM-3 MUST BE NUMERIC - RE-ENTER" LINE 13 COL 5
001800     ELSE
001810         DISPLAY SPACES LINE 13 COL 5
001820     END-IF.
001830 2300-EXIT.
001840     EXIT.
001850*-----------------------------------------------------------------
001860* GET HIGHEST, THEN CLASSIFY IT - BOTH DONE BY CLASSRULE SO THE
001870* RULE STAYS IN ONE PLACE FOR BOTH SCREEN AND BATCH ENGINE.
001880*-----------------------------------------------------------------
001890 3000-CLASSIFY.
001900     CALL "CLASSRULE" USING XNUM1
001910                             XNUM2
001920                             XNUM3
001930                             CR-WINNER-FIELD
001940                             CR-WINNER-VALUE
001950                             CR-TIER-CODE
001960                             CR-TIER-NAME.
001970     STRING "WINNER=" DELIMITED BY SIZE
001980            CR-WINNER-FIELD DELIMITED BY SIZE
001990            " TIER=" DELIMITED BY SIZE
002000            CR-TIER-NAME DELIMITED BY SIZE
002010       INTO CR-AUDIT-DETAIL.
002020     CALL "AUDITLOG" USING "CONDITION "
002030                            "CLASSIFY  "
002040                            CR-AUDIT-DETAIL.
002050 3000-EXIT.
002060     EXIT.
002070*-----------------------------------------------------------------
002080* CHECK FOR CLASS
002090*-----------------------------------------------------------------
002100 4000-CHECK-NUMERIC.
002110     IF XNUM3 IS NUMERIC
002120         DISPLAY "XNUM3 IS NUMERIC" LINE 10 COL 5
002130     END-IF.
002140 4000-EXIT.
002150     EXIT.
002160 5000-SHOW-RESULTS.
002170     DISPLAY CR-WINNER-VALUE LINE 9 COL 5.
002180     IF CR-TIER-CODE = SPACE
002190         DISPLAY "WINNER OUT OF TIER RANGE" LINE 11 COL 5
002200     ELSE
002210         DISPLAY "WINNER: " CR-WINNER-FIELD
002220             "  TIER: " CR-TIER-NAME LINE 11 COL 5
002230     END-IF.
002240 5000-EXIT.
002250     EXIT.
002260*-----------------------------------------------------------------
002270* AD HOC LOOKUP AGAINST THE RESULTS CLASSBAT WROTE OVERNIGHT -
002280* NO SEPARATE REPORT TO HUNT THROUGH FOR ONE ACCOUNT.
002290*-----------------------------------------------------------------
002300 6000-INQUIRE-ACCOUNT.
002310     DISPLAY ERASE.
002320     DISPLAY "ACCOUNT INQUIRY" LINE 2 COL 5.
002330     DISPLAY "CO/ACCOUNT:" LINE 4 COL 5.
002340     ACCEPT CL-RESULT-KEY LINE 4 COL 18.
002350     READ CLASSOUT-FILE
002360         INVALID KEY
002370             DISPLAY "ACCOUNT NOT ON FILE" LINE 15 COL 5
002380         NOT INVALID KEY
002390             DISPLAY "NUM-1: " CL-RESULT-NUM1 LINE 6 COL 5
002400             DISPLAY "NUM-2: " CL-RESULT-NUM2 LINE 7 COL 5
002410             DISPLAY "NUM-3: " CL-RESULT-NUM3 LINE 8 COL 5
002420             DISPLAY "WINNER: " CL-RESULT-WINNER LINE 9 COL 5
002430             DISPLAY "WINNER VALUE: " CL-RESULT-WINNER-VALUE
002440                 LINE 10 COL 5
002450             DISPLAY "TIER: " CL-RESULT-TIER-CODE "  ("
002460                 CL-RESULT-TIER-NAME ")" LINE 11 COL 5
002470     END-READ.
002480 6000-EXIT.
002490     EXIT.
002500 9000-TERMINATE.
002510     CLOSE CLASSOUT-FILE.
002520 9000-EXIT.
002530     EXIT.
