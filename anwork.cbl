000010*****************************************************************
000020*    PROGRAM-ID.  ANWORK
000030*    AUTHOR.      R. HOLLOWAY, BATCH SUPPORT GROUP.
000040*    INSTALLATION. DAILY RECONCILIATION SYSTEM.
000050*    DATE-WRITTEN. 10/15/26.
000060*    DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    REMARKS.
000090*        PERSONAL ANALYST WORKLISTS.  RUNS AFTER COLWORK AND
000100*        CUTS TONIGHT'S RANKED COLLECTIONS WORKLIST (COLWORK,
000110*        CWKCPY LAYOUT) INTO ONE LIST PER ANALYST, BY THE
000120*        ANALYST EACH EXCEPTION IS ASSIGNED TO ON EXCPMST.
000130*        WITHIN AN ANALYST THE ITEMS KEEP THEIR COLWORK RANK
000140*        ORDER, SO EACH ANALYST WORKS THEIR OWN LIST FROM THE
000150*        TOP.  UNASSIGNED ITEMS COME LAST AS THEIR OWN SECTION
000160*        FOR A SUPERVISOR TO HAND OUT ON EXCPMNT.  WRITES THE
000170*        LISTS AS A PRINT REPORT (ANWKRPT), ONE SECTION PER
000180*        ANALYST WITH THE NAME FROM OPERMST, AND AS THE ANWORK
000190*        FILE IN THE SAME CWKCPY LAYOUT, IN ANALYST ORDER.
000200*        NO COLWORK FILE TONIGHT WRITES EMPTY LISTS.
000210*-----------------------------------------------------------------
000220*    MODIFICATION HISTORY.
000230*        10/15/26  RLH  INITIAL VERSION.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. ANWORK.
000270 AUTHOR. R. HOLLOWAY.
000280 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000290 DATE-WRITTEN. 10/15/26.
000300 DATE-COMPILED. 10/15/26.
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT WORKLIST-FILE ASSIGN TO COLWORK
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS AW-WLST-STATUS.
000370     SELECT OPERATOR-MASTER ASSIGN TO OPERMST
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS OP-OPERATOR-ID
000410         FILE STATUS IS AW-OPER-STATUS.
000420     SELECT ANALYST-WORKLIST ASSIGN TO ANWORK
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS AW-ANWK-STATUS.
000450     SELECT ANALYST-REPORT ASSIGN TO ANWKRPT
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS AW-ARPT-STATUS.
000480     SELECT ANALYST-SORT-FILE ASSIGN TO SORTWK01.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  WORKLIST-FILE.
000520 01  WORKLIST-INPUT-RECORD       PIC X(113).
000530 FD  OPERATOR-MASTER.
000540 COPY opercpy.
000550 FD  ANALYST-WORKLIST.
000560 COPY cwkcpy.
000570 FD  ANALYST-REPORT.
000580 01  ANALYST-REPORT-LINE         PIC X(110).
000590 SD  ANALYST-SORT-FILE.
000600 01  ANALYST-SORT-RECORD.
000610*    UNASSIGNED ITEMS CARRY HIGH-VALUES SO THEY SORT LAST.
000620     05  SA-ANALYST-KEY          PIC X(08).
000630     05  SA-RANK                 PIC 9(05).
000640     05  SA-WORKLIST-DATA        PIC X(113).
000650 WORKING-STORAGE SECTION.
000660 01  AW-FILE-STATUSES.
000670     05  AW-WLST-STATUS           PIC X(02) VALUE "00".
000680     05  AW-OPER-STATUS           PIC X(02) VALUE "00".
000690     05  AW-ANWK-STATUS           PIC X(02) VALUE "00".
000700     05  AW-ARPT-STATUS           PIC X(02) VALUE "00".
000710 01  AW-SWITCHES.
000720     05  AW-WLST-EOF-SW           PIC X(01) VALUE "N".
000730         88  AW-WLST-EOF              VALUE "Y".
000740     05  AW-SORT-EOF-SW           PIC X(01) VALUE "N".
000750         88  AW-SORT-EOF              VALUE "Y".
000760     05  AW-OPER-SW               PIC X(01) VALUE "N".
000770         88  AW-OPER-AVAILABLE        VALUE "Y".
000780 01  AW-TODAY-DATE                PIC 9(08).
000790 01  AW-CURRENT-KEY               PIC X(08) VALUE SPACES.
000800 01  AW-ANALYST-NAME              PIC X(20).
000810 01  AW-COUNTS.
000820     05  AW-READ-COUNT            PIC 9(07) VALUE 0.
000830     05  AW-ANALYST-COUNT         PIC 9(05) VALUE 0.
000840     05  AW-ASSIGNED-COUNT        PIC 9(07) VALUE 0.
000850     05  AW-UNASSIGNED-COUNT      PIC 9(07) VALUE 0.
000860     05  AW-SECTION-COUNT         PIC 9(05) VALUE 0.
000870 01  AW-DIAL-WORD                 PIC X(11).
000880 01  AW-EDIT-SEQ                  PIC Z,ZZ9.
000890 01  AW-EDIT-RANK                 PIC ZZ,ZZ9.
000900 01  AW-EDIT-DAYS                 PIC ZZ,ZZ9.
000910 01  AW-EDIT-VARIANCE             PIC +Z(6).Z(2).
000920 01  AW-EDIT-COUNT                PIC Z,ZZZ,ZZ9.
000930 01  AW-EDIT-ANALYSTS             PIC ZZ,ZZ9.
000940 01  AW-EDIT-ASSIGNED             PIC Z,ZZZ,ZZ9.
000950 01  AW-EDIT-UNASSIGNED           PIC Z,ZZZ,ZZ9.
000960 01  AW-AUDIT-DETAIL              PIC X(50).
000970 PROCEDURE DIVISION.
000980 0000-MAINLINE.
000990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001000     PERFORM 2000-BUILD-WORKLISTS THRU 2000-EXIT.
001010     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.
001020     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001030     MOVE 0 TO RETURN-CODE.
001040     GOBACK.
001050*-----------------------------------------------------------------
001060* OPERMST ONLY SUPPLIES THE ANALYSTS' NAMES - WITHOUT IT THE
001070* LISTS ARE STILL CUT, HEADED BY THE OPERATOR ID ALONE.
001080*-----------------------------------------------------------------
001090 1000-INITIALIZE.
001100     OPEN INPUT OPERATOR-MASTER.
001110     IF AW-OPER-STATUS = "00"
001120         SET AW-OPER-AVAILABLE TO TRUE
001130     ELSE
001140         IF AW-OPER-STATUS NOT = "35"
001150             DISPLAY "ANWORK - OPERMST OPEN ERROR "
001160                     AW-OPER-STATUS
001170             MOVE 99 TO RETURN-CODE
001180             GOBACK
001190         END-IF
001200     END-IF.
001210     OPEN OUTPUT ANALYST-WORKLIST.
001220     IF AW-ANWK-STATUS NOT = "00"
001230         DISPLAY "ANWORK - ANWORK OPEN ERROR " AW-ANWK-STATUS
001240         MOVE 99 TO RETURN-CODE
001250         GOBACK
001260     END-IF.
001270     OPEN OUTPUT ANALYST-REPORT.
001280     IF AW-ARPT-STATUS NOT = "00"
001290         DISPLAY "ANWORK - ANWKRPT OPEN ERROR " AW-ARPT-STATUS
001300         MOVE 99 TO RETURN-CODE
001310         GOBACK
001320     END-IF.
001330     ACCEPT AW-TODAY-DATE FROM DATE YYYYMMDD.
001340     MOVE "ANALYST WORKLISTS BEGUN" TO AW-AUDIT-DETAIL.
001350     CALL "AUDITLOG" USING "ANWORK    "
001360                            "START     "
001370                            AW-AUDIT-DETAIL.
001380     MOVE SPACES TO ANALYST-REPORT-LINE.
001390     STRING "ANALYST WORKLISTS FOR "  DELIMITED BY SIZE
001400            AW-TODAY-DATE             DELIMITED BY SIZE
001410       INTO ANALYST-REPORT-LINE.
001420     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
001430 1000-EXIT.
001440     EXIT.
001450*-----------------------------------------------------------------
001460* ONE SORT PUTS THE WORKLIST INTO ANALYST ORDER, COLWORK RANK
001470* WITHIN THE ANALYST, WITH THE UNASSIGNED ITEMS AT THE END.
001480*-----------------------------------------------------------------
001490 2000-BUILD-WORKLISTS.
001500     SORT ANALYST-SORT-FILE
001510         ON ASCENDING KEY SA-ANALYST-KEY
001520                          SA-RANK
001530         INPUT PROCEDURE IS 2100-RELEASE-ENTRIES THRU 2100-EXIT
001540         OUTPUT PROCEDURE IS 3000-WRITE-WORKLISTS THRU 3000-EXIT.
001550 2000-EXIT.
001560     EXIT.
001570 2100-RELEASE-ENTRIES.
001580     OPEN INPUT WORKLIST-FILE.
001590     IF AW-WLST-STATUS = "35"
001600         DISPLAY "ANWORK - NO COLWORK FILE - LISTS ARE EMPTY"
001610         GO TO 2100-EXIT
001620     END-IF.
001630     IF AW-WLST-STATUS NOT = "00"
001640         DISPLAY "ANWORK - COLWORK OPEN ERROR " AW-WLST-STATUS
001650         MOVE 99 TO RETURN-CODE
001660         GOBACK
001670     END-IF.
001680     PERFORM 2900-READ-WORKLIST THRU 2900-EXIT.
001690     PERFORM 2200-RELEASE-ONE-ENTRY THRU 2200-EXIT
001700         UNTIL AW-WLST-EOF.
001710     CLOSE WORKLIST-FILE.
001720 2100-EXIT.
001730     EXIT.
001740 2200-RELEASE-ONE-ENTRY.
001750     IF CW-ASSIGNED-TO = SPACES
001760         MOVE HIGH-VALUES    TO SA-ANALYST-KEY
001770     ELSE
001780         MOVE CW-ASSIGNED-TO TO SA-ANALYST-KEY
001790     END-IF.
001800     MOVE CW-RANK            TO SA-RANK.
001810     MOVE CW-WORKLIST-RECORD TO SA-WORKLIST-DATA.
001820     RELEASE ANALYST-SORT-RECORD.
001830     PERFORM 2900-READ-WORKLIST THRU 2900-EXIT.
001840 2200-EXIT.
001850     EXIT.
001860 2900-READ-WORKLIST.
001870     READ WORKLIST-FILE INTO CW-WORKLIST-RECORD
001880         AT END SET AW-WLST-EOF TO TRUE
001890     END-READ.
001900     IF NOT AW-WLST-EOF
001910         ADD 1 TO AW-READ-COUNT
001920     END-IF.
001930 2900-EXIT.
001940     EXIT.
001950*-----------------------------------------------------------------
001960* THE SORTED ENTRIES COME BACK ONE ANALYST AT A TIME.  EACH
001970* ANALYST'S SECTION OPENS WITH A HEADING AND CLOSES WITH THE
001980* COUNT OF ITEMS ON THEIR LIST.
001990*-----------------------------------------------------------------
002000 3000-WRITE-WORKLISTS.
002010     PERFORM 3900-RETURN-ENTRY THRU 3900-EXIT.
002020     PERFORM 3100-WRITE-ONE-ENTRY THRU 3100-EXIT
002030         UNTIL AW-SORT-EOF.
002040     IF AW-CURRENT-KEY NOT = SPACES
002050         PERFORM 3300-END-SECTION THRU 3300-EXIT
002060     END-IF.
002070 3000-EXIT.
002080     EXIT.
002090 3100-WRITE-ONE-ENTRY.
002100     IF SA-ANALYST-KEY NOT = AW-CURRENT-KEY
002110         IF AW-CURRENT-KEY NOT = SPACES
002120             PERFORM 3300-END-SECTION THRU 3300-EXIT
002130         END-IF
002140         PERFORM 3200-START-SECTION THRU 3200-EXIT
002150     END-IF.
002160     MOVE SA-WORKLIST-DATA TO CW-WORKLIST-RECORD.
002170     WRITE CW-WORKLIST-RECORD.
002180     IF AW-ANWK-STATUS NOT = "00"
002190         DISPLAY "ANWORK - ANWORK WRITE ERROR " AW-ANWK-STATUS
002200         MOVE 99 TO RETURN-CODE
002210         GOBACK
002220     END-IF.
002230     ADD 1 TO AW-SECTION-COUNT.
002240     IF SA-ANALYST-KEY = HIGH-VALUES
002250         ADD 1 TO AW-UNASSIGNED-COUNT
002260     ELSE
002270         ADD 1 TO AW-ASSIGNED-COUNT
002280     END-IF.
002290     PERFORM 3400-WRITE-ITEM-LINE THRU 3400-EXIT.
002300     PERFORM 3900-RETURN-ENTRY THRU 3900-EXIT.
002310 3100-EXIT.
002320     EXIT.
002330 3200-START-SECTION.
002340     MOVE SA-ANALYST-KEY TO AW-CURRENT-KEY.
002350     MOVE 0 TO AW-SECTION-COUNT.
002360     MOVE SPACES TO ANALYST-REPORT-LINE.
002370     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
002380     IF AW-CURRENT-KEY = HIGH-VALUES
002390         MOVE "UNASSIGNED - FOR A SUPERVISOR TO HAND OUT"
002400             TO ANALYST-REPORT-LINE
002410         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
002420         GO TO 3200-EXIT
002430     END-IF.
002440     ADD 1 TO AW-ANALYST-COUNT.
002450     MOVE SPACES TO AW-ANALYST-NAME.
002460     IF AW-OPER-AVAILABLE
002470         MOVE AW-CURRENT-KEY TO OP-OPERATOR-ID
002480         READ OPERATOR-MASTER
002490             INVALID KEY
002500                 MOVE "(NOT ON OPERMST)" TO AW-ANALYST-NAME
002510             NOT INVALID KEY
002520                 MOVE OP-OPERATOR-NAME TO AW-ANALYST-NAME
002530         END-READ
002540     END-IF.
002550     MOVE SPACES TO ANALYST-REPORT-LINE.
002560     STRING "ANALYST "         DELIMITED BY SIZE
002570            AW-CURRENT-KEY     DELIMITED BY SIZE
002580            "  "               DELIMITED BY SIZE
002590            AW-ANALYST-NAME    DELIMITED BY SIZE
002600       INTO ANALYST-REPORT-LINE.
002610     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
002620 3200-EXIT.
002630     EXIT.
002640 3300-END-SECTION.
002650     MOVE AW-SECTION-COUNT TO AW-EDIT-COUNT.
002660     MOVE SPACES TO ANALYST-REPORT-LINE.
002670     STRING "   ITEMS ON THIS LIST: " DELIMITED BY SIZE
002680            AW-EDIT-COUNT             DELIMITED BY SIZE
002690       INTO ANALYST-REPORT-LINE.
002700     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
002710 3300-EXIT.
002720     EXIT.
002730*-----------------------------------------------------------------
002740* ONE LINE PER ITEM - ITS PLACE ON THE ANALYST'S LIST, ITS RANK
002750* ON THE FULL COLWORK LIST, AND WHAT THE CALLER NEEDS TO START.
002760*-----------------------------------------------------------------
002770 3400-WRITE-ITEM-LINE.
002780     EVALUATE TRUE
002790         WHEN CW-DIALABLE
002800             MOVE "DIALABLE   " TO AW-DIAL-WORD
002810         WHEN CW-DO-NOT-CALL
002820             MOVE "DO NOT CALL" TO AW-DIAL-WORD
002830         WHEN CW-BAD-NUMBER
002840             MOVE "BAD NUMBER " TO AW-DIAL-WORD
002850         WHEN CW-NO-WINDOW
002860             MOVE "NO WINDOW  " TO AW-DIAL-WORD
002870         WHEN OTHER
002880             MOVE "NOT LINKED " TO AW-DIAL-WORD
002890     END-EVALUATE.
002900     MOVE AW-SECTION-COUNT TO AW-EDIT-SEQ.
002910     MOVE CW-RANK          TO AW-EDIT-RANK.
002920     MOVE CW-DAYS-OUT      TO AW-EDIT-DAYS.
002930     MOVE CW-LAST-VARIANCE TO AW-EDIT-VARIANCE.
002940     MOVE SPACES TO ANALYST-REPORT-LINE.
002950     STRING AW-EDIT-SEQ          DELIMITED BY SIZE
002960            "  RANK"             DELIMITED BY SIZE
002970            AW-EDIT-RANK         DELIMITED BY SIZE
002980            "  "                 DELIMITED BY SIZE
002990            CW-ACCOUNT-ID        DELIMITED BY SIZE
003000            " CO "               DELIMITED BY SIZE
003010            CW-COMPANY-CODE      DELIMITED BY SIZE
003020            " TIER "             DELIMITED BY SIZE
003030            CW-TIER-CODE         DELIMITED BY SIZE
003040            " OUT"               DELIMITED BY SIZE
003050            AW-EDIT-DAYS         DELIMITED BY SIZE
003060            " VAR "              DELIMITED BY SIZE
003070            AW-EDIT-VARIANCE     DELIMITED BY SIZE
003080            "  "                 DELIMITED BY SIZE
003090            AW-DIAL-WORD         DELIMITED BY SIZE
003100            " "                  DELIMITED BY SIZE
003110            CW-CUSTOMER-NAME     DELIMITED BY SIZE
003120       INTO ANALYST-REPORT-LINE.
003130     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
003140 3400-EXIT.
003150     EXIT.
003160 3900-RETURN-ENTRY.
003170     RETURN ANALYST-SORT-FILE
003180         AT END SET AW-SORT-EOF TO TRUE
003190     END-RETURN.
003200 3900-EXIT.
003210     EXIT.
003220 7500-WRITE-REPORT-LINE.
003230     WRITE ANALYST-REPORT-LINE.
003240     IF AW-ARPT-STATUS NOT = "00"
003250         DISPLAY "ANWORK - ANWKRPT WRITE ERROR " AW-ARPT-STATUS
003260         MOVE 99 TO RETURN-CODE
003270         GOBACK
003280     END-IF.
003290 7500-EXIT.
003300     EXIT.
003310 8000-WRITE-TRAILER.
003320     MOVE AW-ANALYST-COUNT    TO AW-EDIT-ANALYSTS.
003330     MOVE AW-ASSIGNED-COUNT   TO AW-EDIT-ASSIGNED.
003340     MOVE AW-UNASSIGNED-COUNT TO AW-EDIT-UNASSIGNED.
003350     MOVE SPACES TO ANALYST-REPORT-LINE.
003360     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
003370     STRING "ANALYSTS: "         DELIMITED BY SIZE
003380            AW-EDIT-ANALYSTS     DELIMITED BY SIZE
003390            ", ITEMS ASSIGNED: " DELIMITED BY SIZE
003400            AW-EDIT-ASSIGNED     DELIMITED BY SIZE
003410            ", UNASSIGNED: "     DELIMITED BY SIZE
003420            AW-EDIT-UNASSIGNED   DELIMITED BY SIZE
003430       INTO ANALYST-REPORT-LINE.
003440     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
003450     DISPLAY "ANWORK - " ANALYST-REPORT-LINE.
003460 8000-EXIT.
003470     EXIT.
003480 9000-TERMINATE.
003490     MOVE AW-READ-COUNT TO AW-EDIT-COUNT.
003500     MOVE SPACES TO AW-AUDIT-DETAIL.
003510     STRING "RUN COMPLETE - ITEMS: " DELIMITED BY SIZE
003520            AW-EDIT-COUNT            DELIMITED BY SIZE
003530       INTO AW-AUDIT-DETAIL.
003540     CALL "AUDITLOG" USING "ANWORK    "
003550                            "END       "
003560                            AW-AUDIT-DETAIL.
003570     IF AW-OPER-AVAILABLE
003580         CLOSE OPERATOR-MASTER
003590     END-IF.
003600     CLOSE ANALYST-WORKLIST.
003610     CLOSE ANALYST-REPORT.
003620 9000-EXIT.
003630     EXIT.
