000010*****************************************************************
000020*    PROGRAM-ID.  EXCASGN
000030*    AUTHOR.      R. HOLLOWAY, BATCH SUPPORT GROUP.
000040*    INSTALLATION. DAILY RECONCILIATION SYSTEM.
000050*    DATE-WRITTEN. 10/15/26.
000060*    DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    REMARKS.
000090*        SHARED EXCEPTION ASSIGNMENT.  CALLED BY SUBVERB AND
000100*        SUBMERGE AS THEY POST A NEW OR REOPENED EXCEPTION TO
000110*        EXCPMST, SO BOTH GIVE IT TO AN ANALYST BY THE SAME
000120*        RULES, AND BY EXCPMNT TO RECORD A REASSIGNMENT OR A
000130*        RESOLUTION.  EVERY EVENT IS APPENDED TO THE ASGNHIST
000140*        ASSIGNMENT HISTORY (AHSTCPY) FOR THE WEEKLY ASGNPROD
000150*        PRODUCTIVITY REPORT.
000160*        FUNCTIONS -
000170*          L  LOAD THE ASGNRULE RULES (ASGNCPY), CHECK EACH
000180*             ANALYST IS AN ACTIVE ANALYST OR SUPERVISOR ON
000190*             OPERMST, AND COUNT WHAT EACH ALREADY HOLDS OPEN
000200*             ON EXCPMST.  CALLED BEFORE THE CALLER OPENS
000210*             EXCPMST FOR UPDATE.
000220*          A  ASSIGN - THE MOST SPECIFIC RULE POOL WITH AN
000230*             AVAILABLE ANALYST IS USED (COMPANY AND TIER, THEN
000240*             COMPANY, THEN TIER, THEN ANY), AND WITHIN IT THE
000250*             ANALYST WITH THE FEWEST OPEN ITEMS, THE FIRST ON
000260*             THE FILE ON A TIE.  THE ANALYST IS RETURNED IN
000270*             AH-ANALYST-ID, SPACES WHEN NO RULE FITS.
000280*          E  RECORD THE EVENT THE CALLER HAS BUILT.
000290*          C  CLOSE ASGNHIST AND FORGET THE RULES.
000300*        NO ASGNRULE FILE ASSIGNS NOTHING; THE NIGHTLY RUN IS
000310*        NEVER STOPPED FOR WANT OF AN ANALYST.
000320*-----------------------------------------------------------------
000330*    MODIFICATION HISTORY.
000340*        10/15/26  RLH  INITIAL VERSION.
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. EXCASGN.
000380 AUTHOR. R. HOLLOWAY.
000390 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000400 DATE-WRITTEN. 10/15/26.
000410 DATE-COMPILED. 10/15/26.
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ASSIGN-RULE-FILE ASSIGN TO ASGNRULE
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS XA-RULE-STATUS.
000480     SELECT OPERATOR-MASTER ASSIGN TO OPERMST
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS OP-OPERATOR-ID
000520         FILE STATUS IS XA-OPER-STATUS.
000530     SELECT EXCEPTION-MASTER ASSIGN TO EXCPMST
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS EX-ACCOUNT-ID
000570         FILE STATUS IS XA-EXCM-STATUS.
000580     SELECT ASSIGN-HISTORY ASSIGN TO ASGNHIST
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS XA-HIST-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  ASSIGN-RULE-FILE.
000640 COPY asgncpy.
000650 FD  OPERATOR-MASTER.
000660 COPY opercpy.
000670 FD  EXCEPTION-MASTER.
000680 COPY excmcpy.
000690 FD  ASSIGN-HISTORY.
000700 01  ASSIGN-HISTORY-LINE         PIC X(42).
000710 WORKING-STORAGE SECTION.
000720 01  XA-FILE-STATUSES.
000730     05  XA-RULE-STATUS           PIC X(02) VALUE "00".
000740     05  XA-OPER-STATUS           PIC X(02) VALUE "00".
000750     05  XA-EXCM-STATUS           PIC X(02) VALUE "00".
000760     05  XA-HIST-STATUS           PIC X(02) VALUE "00".
000770 01  XA-SWITCHES.
000780     05  XA-LOADED-SW             PIC X(01) VALUE "N".
000790         88  XA-LOADED                VALUE "Y".
000800     05  XA-HIST-SW               PIC X(01) VALUE "N".
000810         88  XA-HIST-NOT-YET-OPEN     VALUE "N".
000820         88  XA-HIST-OPEN             VALUE "Y".
000830         88  XA-HIST-UNUSABLE         VALUE "U".
000840     05  XA-EOF-SW                PIC X(01) VALUE "N".
000850         88  XA-EOF                   VALUE "Y".
000860     05  XA-OPER-SW               PIC X(01) VALUE "N".
000870         88  XA-OPER-AVAILABLE        VALUE "Y".
000880*-----------------------------------------------------------------
000890* THE ANALYSTS NAMED ON THE RULES, EACH ONCE, WITH WHETHER
000900* OPERMST LETS THEM TAKE WORK AND HOW MANY OPEN ITEMS THEY HOLD.
000910*-----------------------------------------------------------------
000920 01  XA-ANALYST-MAX               PIC 9(03) COMP VALUE 50.
000930 01  XA-ANALYST-TABLE.
000940     05  XA-AN-COUNT              PIC 9(03) COMP VALUE 0.
000950     05  XA-AN-ENTRY              OCCURS 50 TIMES.
000960         10  XA-AN-ID             PIC X(08).
000970         10  XA-AN-ACTIVE-SW      PIC X(01).
000980             88  XA-AN-ACTIVE         VALUE "Y".
000990         10  XA-AN-OPEN-COUNT     PIC 9(07) COMP.
001000 01  XA-AN-SUB                    PIC 9(03) COMP VALUE 0.
001010 01  XA-FIND-SUB                  PIC 9(03) COMP VALUE 0.
001020 01  XA-FIND-ID                   PIC X(08).
001030*-----------------------------------------------------------------
001040* ONE ENTRY PER RULE LINE, POINTING AT ITS ANALYST.
001050*-----------------------------------------------------------------
001060 01  XA-RULE-MAX                  PIC 9(03) COMP VALUE 200.
001070 01  XA-RULE-TABLE.
001080     05  XA-RU-COUNT              PIC 9(03) COMP VALUE 0.
001090     05  XA-RU-ENTRY              OCCURS 200 TIMES.
001100         10  XA-RU-COMPANY        PIC X(02).
001110         10  XA-RU-TIER           PIC X(01).
001120         10  XA-RU-AVAILABLE-SW   PIC X(01).
001130             88  XA-RU-AVAILABLE      VALUE "Y".
001140         10  XA-RU-AN-SUB         PIC 9(03) COMP.
001150 01  XA-RU-SUB                    PIC 9(03) COMP VALUE 0.
001160 01  XA-LEVEL                     PIC 9(01) COMP VALUE 0.
001170 01  XA-BEST-SUB                  PIC 9(03) COMP VALUE 0.
001180 01  XA-MATCH-SW                  PIC X(01).
001190     88  XA-RULE-MATCHES              VALUE "Y".
001200 LINKAGE SECTION.
001210 01  LK-FUNCTION                  PIC X(01).
001220 01  LK-TIER-CODE                 PIC X(01).
001230 COPY ahstcpy.
001240 PROCEDURE DIVISION USING LK-FUNCTION
001250                          LK-TIER-CODE
001260                          AH-ASSIGN-HIST-RECORD.
001270 0000-MAINLINE.
001280     EVALUATE LK-FUNCTION
001290         WHEN "L"
001300             PERFORM 1000-LOAD-RULES THRU 1000-EXIT
001310         WHEN "A"
001320             PERFORM 2000-ASSIGN-ANALYST THRU 2000-EXIT
001330         WHEN "E"
001340             PERFORM 7000-WRITE-EVENT THRU 7000-EXIT
001350         WHEN "C"
001360             PERFORM 8000-CLOSE-HISTORY THRU 8000-EXIT
001370     END-EVALUATE.
001380     GOBACK.
001390*-----------------------------------------------------------------
001400* LOAD ONCE PER RUN.  THE RULES FIRST, THEN OPERMST FOR WHO MAY
001410* TAKE WORK, THEN ONE PASS OF EXCPMST FOR THE OPEN COUNTS.
001420*-----------------------------------------------------------------
001430 1000-LOAD-RULES.
001440     IF XA-LOADED
001450         GO TO 1000-EXIT
001460     END-IF.
001470     SET XA-LOADED TO TRUE.
001480     MOVE 0 TO XA-AN-COUNT.
001490     MOVE 0 TO XA-RU-COUNT.
001500     OPEN INPUT ASSIGN-RULE-FILE.
001510     IF XA-RULE-STATUS = "35"
001520         DISPLAY "EXCASGN - NO ASGNRULE ON FILE - EXCEPTIONS "
001530                 "WILL NOT BE ASSIGNED"
001540         GO TO 1000-EXIT
001550     END-IF.
001560     IF XA-RULE-STATUS NOT = "00"
001570         DISPLAY "EXCASGN - ASGNRULE OPEN ERROR " XA-RULE-STATUS
001580         GO TO 1000-EXIT
001590     END-IF.
001600     MOVE "N" TO XA-EOF-SW.
001610     PERFORM 1100-LOAD-ONE-RULE THRU 1100-EXIT
001620         UNTIL XA-EOF.
001630     CLOSE ASSIGN-RULE-FILE.
001640     PERFORM 1300-CHECK-OPERATORS THRU 1300-EXIT.
001650     PERFORM 1500-COUNT-OPEN-ITEMS THRU 1500-EXIT.
001660 1000-EXIT.
001670     EXIT.
001680 1100-LOAD-ONE-RULE.
001690     READ ASSIGN-RULE-FILE
001700         AT END
001710             SET XA-EOF TO TRUE
001720             GO TO 1100-EXIT
001730     END-READ.
001740     IF AS-ASSIGN-RULE-RECORD (1:1) = "*"
001750        OR AS-ANALYST-ID = SPACES
001760         GO TO 1100-EXIT
001770     END-IF.
001780     IF XA-RU-COUNT NOT < XA-RULE-MAX
001790         DISPLAY "EXCASGN - ASGNRULE TABLE FULL - RULE FOR "
001800                 AS-ANALYST-ID " IGNORED"
001810         GO TO 1100-EXIT
001820     END-IF.
001830     PERFORM 1200-FIND-ANALYST THRU 1200-EXIT.
001840     IF XA-AN-SUB = 0
001850         DISPLAY "EXCASGN - ANALYST TABLE FULL - RULE FOR "
001860                 AS-ANALYST-ID " IGNORED"
001870         GO TO 1100-EXIT
001880     END-IF.
001890     ADD 1 TO XA-RU-COUNT.
001900     MOVE AS-COMPANY-CODE TO XA-RU-COMPANY (XA-RU-COUNT).
001910     MOVE AS-TIER-CODE    TO XA-RU-TIER (XA-RU-COUNT).
001920     MOVE AS-AVAILABLE-FLAG
001930         TO XA-RU-AVAILABLE-SW (XA-RU-COUNT).
001940     MOVE XA-AN-SUB       TO XA-RU-AN-SUB (XA-RU-COUNT).
001950 1100-EXIT.
001960     EXIT.
001970*-----------------------------------------------------------------
001980* FIND THE RULE'S ANALYST IN THE TABLE, ADDING THEM THE FIRST
001990* TIME THEY APPEAR.  ZERO BACK MEANS THE TABLE IS FULL.
002000*-----------------------------------------------------------------
002010 1200-FIND-ANALYST.
002020     MOVE AS-ANALYST-ID TO XA-FIND-ID.
002030     MOVE 0 TO XA-AN-SUB.
002040     PERFORM 1250-MATCH-ANALYST THRU 1250-EXIT
002050         VARYING XA-FIND-SUB FROM 1 BY 1
002060         UNTIL XA-FIND-SUB > XA-AN-COUNT
002070            OR XA-AN-SUB > 0.
002080     IF XA-AN-SUB > 0
002090         GO TO 1200-EXIT
002100     END-IF.
002110     IF XA-AN-COUNT NOT < XA-ANALYST-MAX
002120         GO TO 1200-EXIT
002130     END-IF.
002140     ADD 1 TO XA-AN-COUNT.
002150     MOVE XA-AN-COUNT   TO XA-AN-SUB.
002160     MOVE AS-ANALYST-ID TO XA-AN-ID (XA-AN-SUB).
002170     MOVE "Y"           TO XA-AN-ACTIVE-SW (XA-AN-SUB).
002180     MOVE 0             TO XA-AN-OPEN-COUNT (XA-AN-SUB).
002190 1200-EXIT.
002200     EXIT.
002210 1250-MATCH-ANALYST.
002220     IF XA-AN-ID (XA-FIND-SUB) = XA-FIND-ID
002230         MOVE XA-FIND-SUB TO XA-AN-SUB
002240     END-IF.
002250 1250-EXIT.
002260     EXIT.
002270*-----------------------------------------------------------------
002280* AN ANALYST WHO HAS LEFT, BEEN LOCKED OUT, OR IS ONLY A CLERK
002290* IS GIVEN NOTHING NEW, WHATEVER THE RULES SAY.  WITH NO
002300* OPERATOR MASTER YET THE RULES ARE TAKEN AS THEY STAND.
002310*-----------------------------------------------------------------
002320 1300-CHECK-OPERATORS.
002330     OPEN INPUT OPERATOR-MASTER.
002340     IF XA-OPER-STATUS = "35"
002350         GO TO 1300-EXIT
002360     END-IF.
002370     IF XA-OPER-STATUS NOT = "00"
002380         DISPLAY "EXCASGN - OPERMST OPEN ERROR " XA-OPER-STATUS
002390         GO TO 1300-EXIT
002400     END-IF.
002410     PERFORM 1350-CHECK-ONE-OPERATOR THRU 1350-EXIT
002420         VARYING XA-AN-SUB FROM 1 BY 1
002430         UNTIL XA-AN-SUB > XA-AN-COUNT.
002440     CLOSE OPERATOR-MASTER.
002450 1300-EXIT.
002460     EXIT.
002470 1350-CHECK-ONE-OPERATOR.
002480     MOVE XA-AN-ID (XA-AN-SUB) TO OP-OPERATOR-ID.
002490     READ OPERATOR-MASTER
002500         INVALID KEY
002510             MOVE "N" TO XA-AN-ACTIVE-SW (XA-AN-SUB)
002520             DISPLAY "EXCASGN - ANALYST " XA-AN-ID (XA-AN-SUB)
002530                     " NOT ON OPERMST - NOT ASSIGNED"
002540             GO TO 1350-EXIT
002550     END-READ.
002560     IF NOT OP-ACTIVE OR OP-ROLE-CLERK
002570         MOVE "N" TO XA-AN-ACTIVE-SW (XA-AN-SUB)
002580         DISPLAY "EXCASGN - ANALYST " XA-AN-ID (XA-AN-SUB)
002590                 " NOT AN ACTIVE ANALYST - NOT ASSIGNED"
002600     END-IF.
002610 1350-EXIT.
002620     EXIT.
002630 1500-COUNT-OPEN-ITEMS.
002640     OPEN INPUT EXCEPTION-MASTER.
002650     IF XA-EXCM-STATUS = "35"
002660         GO TO 1500-EXIT
002670     END-IF.
002680     IF XA-EXCM-STATUS NOT = "00"
002690         DISPLAY "EXCASGN - EXCPMST OPEN ERROR " XA-EXCM-STATUS
002700         GO TO 1500-EXIT
002710     END-IF.
002720     MOVE "N" TO XA-EOF-SW.
002730     PERFORM 1550-COUNT-ONE-ITEM THRU 1550-EXIT
002740         UNTIL XA-EOF.
002750     CLOSE EXCEPTION-MASTER.
002760 1500-EXIT.
002770     EXIT.
002780 1550-COUNT-ONE-ITEM.
002790     READ EXCEPTION-MASTER NEXT RECORD
002800         AT END
002810             SET XA-EOF TO TRUE
002820             GO TO 1550-EXIT
002830     END-READ.
002840     IF EX-STATUS-RESOLVED OR EX-UNASSIGNED
002850         GO TO 1550-EXIT
002860     END-IF.
002870     MOVE EX-ASSIGNED-TO TO XA-FIND-ID.
002880     MOVE 0 TO XA-AN-SUB.
002890     PERFORM 1250-MATCH-ANALYST THRU 1250-EXIT
002900         VARYING XA-FIND-SUB FROM 1 BY 1
002910         UNTIL XA-FIND-SUB > XA-AN-COUNT
002920            OR XA-AN-SUB > 0.
002930     IF XA-AN-SUB > 0
002940         ADD 1 TO XA-AN-OPEN-COUNT (XA-AN-SUB)
002950     END-IF.
002960 1550-EXIT.
002970     EXIT.
002980*-----------------------------------------------------------------
002990* FOUR PASSES AT MOST, FROM THE MOST SPECIFIC POOL OUT.  A POOL
003000* WITH NO ONE AVAILABLE IN IT FALLS THROUGH TO THE NEXT.  THE
003010* WINNER'S OPEN COUNT GOES UP AT ONCE SO THE NEXT EXCEPTION OF
003020* THE NIGHT SEES IT.
003030*-----------------------------------------------------------------
003040 2000-ASSIGN-ANALYST.
003050     MOVE SPACES TO AH-ANALYST-ID.
003060     MOVE "A"    TO AH-EVENT-TYPE.
003070     MOVE 0      TO AH-DAYS-TO-RESOLVE.
003080     MOVE 0      TO XA-BEST-SUB.
003090     PERFORM 2100-SCAN-LEVEL THRU 2100-EXIT
003100         VARYING XA-LEVEL FROM 1 BY 1
003110         UNTIL XA-LEVEL > 4
003120            OR XA-BEST-SUB > 0.
003130     IF XA-BEST-SUB = 0
003140         GO TO 2000-EXIT
003150     END-IF.
003160     MOVE XA-AN-ID (XA-BEST-SUB) TO AH-ANALYST-ID.
003170     ADD 1 TO XA-AN-OPEN-COUNT (XA-BEST-SUB).
003180     PERFORM 7000-WRITE-EVENT THRU 7000-EXIT.
003190 2000-EXIT.
003200     EXIT.
003210 2100-SCAN-LEVEL.
003220     PERFORM 2200-CHECK-RULE THRU 2200-EXIT
003230         VARYING XA-RU-SUB FROM 1 BY 1
003240         UNTIL XA-RU-SUB > XA-RU-COUNT.
003250 2100-EXIT.
003260     EXIT.
003270 2200-CHECK-RULE.
003280     MOVE "N" TO XA-MATCH-SW.
003290     EVALUATE XA-LEVEL
003300         WHEN 1
003310             IF XA-RU-COMPANY (XA-RU-SUB) = AH-COMPANY-CODE
003320                AND XA-RU-TIER (XA-RU-SUB) = LK-TIER-CODE
003330                AND LK-TIER-CODE NOT = SPACE
003340                 SET XA-RULE-MATCHES TO TRUE
003350             END-IF
003360         WHEN 2
003370             IF XA-RU-COMPANY (XA-RU-SUB) = AH-COMPANY-CODE
003380                AND XA-RU-TIER (XA-RU-SUB) = SPACE
003390                 SET XA-RULE-MATCHES TO TRUE
003400             END-IF
003410         WHEN 3
003420             IF XA-RU-COMPANY (XA-RU-SUB) = SPACES
003430                AND XA-RU-TIER (XA-RU-SUB) = LK-TIER-CODE
003440                AND LK-TIER-CODE NOT = SPACE
003450                 SET XA-RULE-MATCHES TO TRUE
003460             END-IF
003470         WHEN OTHER
003480             IF XA-RU-COMPANY (XA-RU-SUB) = SPACES
003490                AND XA-RU-TIER (XA-RU-SUB) = SPACE
003500                 SET XA-RULE-MATCHES TO TRUE
003510             END-IF
003520     END-EVALUATE.
003530     IF NOT XA-RULE-MATCHES
003540        OR NOT XA-RU-AVAILABLE (XA-RU-SUB)
003550         GO TO 2200-EXIT
003560     END-IF.
003570     MOVE XA-RU-AN-SUB (XA-RU-SUB) TO XA-AN-SUB.
003580     IF NOT XA-AN-ACTIVE (XA-AN-SUB)
003590         GO TO 2200-EXIT
003600     END-IF.
003610     IF XA-BEST-SUB = 0
003620         MOVE XA-AN-SUB TO XA-BEST-SUB
003630         GO TO 2200-EXIT
003640     END-IF.
003650     IF XA-AN-OPEN-COUNT (XA-AN-SUB)
003660             < XA-AN-OPEN-COUNT (XA-BEST-SUB)
003670         MOVE XA-AN-SUB TO XA-BEST-SUB
003680     END-IF.
003690 2200-EXIT.
003700     EXIT.
003710*-----------------------------------------------------------------
003720* ASGNHIST IS OPENED ON THE FIRST EVENT AND HELD OPEN, AS
003730* AUDITLOG DOES.  A HISTORY THAT CANNOT BE WRITTEN IS SHOWN
003740* ONCE AND DOES NOT STOP THE CALLER.
003750*-----------------------------------------------------------------
003760 7000-WRITE-EVENT.
003770     IF XA-HIST-NOT-YET-OPEN
003780         OPEN EXTEND ASSIGN-HISTORY
003790         IF XA-HIST-STATUS NOT = "00"
003800             OPEN OUTPUT ASSIGN-HISTORY
003810         END-IF
003820         IF XA-HIST-STATUS = "00"
003830             SET XA-HIST-OPEN TO TRUE
003840         ELSE
003850             DISPLAY "EXCASGN - ASGNHIST OPEN ERROR "
003860                     XA-HIST-STATUS
003870             SET XA-HIST-UNUSABLE TO TRUE
003880         END-IF
003890     END-IF.
003900     IF NOT XA-HIST-OPEN
003910         GO TO 7000-EXIT
003920     END-IF.
003930     MOVE AH-ASSIGN-HIST-RECORD TO ASSIGN-HISTORY-LINE.
003940     WRITE ASSIGN-HISTORY-LINE.
003950     IF XA-HIST-STATUS NOT = "00"
003960         DISPLAY "EXCASGN - ASGNHIST WRITE ERROR " XA-HIST-STATUS
003970     END-IF.
003980 7000-EXIT.
003990     EXIT.
004000 8000-CLOSE-HISTORY.
004010     IF XA-HIST-OPEN
004020         CLOSE ASSIGN-HISTORY
004030     END-IF.
004040     SET XA-HIST-NOT-YET-OPEN TO TRUE.
004050     MOVE "N" TO XA-LOADED-SW.
004060 8000-EXIT.
004070     EXIT.
