000170*        FILE (WOADJUST) CARRIES THE TRANSACTION-EXTRACT
000180*        DETAIL LAYOUT IN COMPANY/ACCOUNT SEQUENCE WITH
000190*        CONFORMING PER-COMPANY CTRAILER RECORDS AND A GRAND
000200*        TRAILER, AND A WO TTRAILER FOR THE TRANSACTION-TYPE
000210*        PROOF, SO TRANBLD CAN PROVE IT AS A FEED OF ITS OWN
000220*        AND MERGE IT INTO THE NEXT NIGHT'S TRANFILE.  THE GRAND
000230*        TRAILER CARRIES THIS RUN'S DATE AND TIME, WHICH TRANBLD
000240*        KEEPS ONCE MERGED, SO A WOADJUST LEFT OVER FROM A NIGHT
000250*        WRITEOFF DID NOT RUN IS NEVER MERGED A SECOND TIME.
000260*        APPROVALS ARE ADVANCED TO GENERATED ("G") ONLY AFTER
000270*        THE STAGED FILE IS COMPLETE ON DISK, SO A FAILED RUN
000280*        GENERATES AGAIN AND A CLEAN RUN NEVER GENERATES
000290*        TWICE.  AN APPROVAL WITH NO COMPANY CODE (A RECORD
000300*        FROM BEFORE THE COMPANY SPLIT) IS REPORTED AND LEFT
000310*        APPROVED, AND COUNTS INTO THE RETURN-CODE.  EACH
000320*        APPROVAL IS ALSO PUT TO THE GLPERCK PERIOD-CONTROL RULE
000330*        FOR THE PERIOD IT WAS RESOLVED IN.  ONE RESOLVED IN A
000340*        HARD-CLOSED PERIOD IS EITHER REFUSED (REPORTED, LEFT
000350*        APPROVED, COUNTED INTO THE RETURN-CODE) OR STAGED TO
000360*        POST IN THE COMPANY'S CURRENT OPEN PERIOD AND LISTED ON
000370*        THE WOPPARPT PRIOR-PERIOD REPORT, AS GLPACPY SAYS.  THE
000380*        STAGED DETAIL CARRIES THE PRIOR-PERIOD FLAG, THE PERIOD
000390*        IT WAS RESOLVED IN AND THE PERIOD IT POSTS IN, AND
000400*        SUBVERB POSTS THE WRITE-OFF LINES THAT WAY.
000410*-----------------------------------------------------------------
000420*    MODIFICATION HISTORY.
000430*        09/02/26  RLH  INITIAL VERSION.
000440*        10/15/26  RLH  DUAL CONTROL - AN APPROVAL WHOSE VARIANCE
000450*                       IS ABOVE THE WOLIMCPY LIMIT IS STAGED ONLY
000460*                       WHEN THE WOAPPR APPROVAL FILE SHOWS A
000470*                       SECOND APPROVAL BY A DIFFERENT OPERATOR
000480*                       FOR THAT SAME AMOUNT.  ONE WITHOUT IT IS
000490*                       REPORTED, LEFT APPROVED, AND COUNTS INTO
000500*                       THE RETURN-CODE.  WRITE-OFFS STILL PENDING
000510*                       THE SECOND APPROVAL ("P") ARE NOT PICKED
000520*                       UP AT ALL.
000530*        10/15/26  RLH  ADJUSTMENTS CARRY TRANSACTION TYPE "WO"
000540*                       (TRTYPCPY) AND THE FILE ENDS WITH A WO
000550*                       TTRAILER AHEAD OF THE GRAND TRAILER.
000560*        10/15/26  RLH  GL PERIOD CONTROL THROUGH GLPERCK - A
000570*                       WRITE-OFF RESOLVED IN A HARD-CLOSED
000580*                       PERIOD IS REFUSED OR STAGED AS A
000590*                       PRIOR-PERIOD ADJUSTMENT ON THE WOPPARPT
000600*                       REPORT, THE DETAIL CARRYING THE FLAG AND
000610*                       BOTH PERIODS FOR SUBVERB.  THE SAME TEST
000620*                       DECIDES WHAT IS ADVANCED TO GENERATED.
000630*        10/15/26  RLH  WOADJUST IS NOW MERGED INTO TRANFILE BY
000640*                       TRANBLD, WHICH PROVES IT AGAINST THESE
000650*                       TRAILERS FIRST.  THE GRAND TRAILER NOW
000660*                       CARRIES THE RUN DATE AND TIME SO TRANBLD
000670*                       CAN REFUSE ONE IT HAS ALREADY MERGED.
000680*****************************************************************
000690 IDENTIFICATION DIVISION.
000700 PROGRAM-ID. WRITEOFF.
000710 AUTHOR. R. HOLLOWAY.
000720 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000730 DATE-WRITTEN. 09/02/26.
000740 DATE-COMPILED. 09/02/26.
000750 ENVIRONMENT DIVISION.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT EXCEPTION-MASTER ASSIGN TO EXCPMST
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS EX-ACCOUNT-ID
000820         FILE STATUS IS WF-EXCM-STATUS.
000830     SELECT CANDIDATE-WORK ASSIGN TO WOADJWRK
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WF-CAND-STATUS.
000860     SELECT ADJUSTMENT-FILE ASSIGN TO WOADJUST
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WF-ADJF-STATUS.
000890     SELECT WRITEOFF-REPORT ASSIGN TO WOADJRPT
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WF-WRPT-STATUS.
000920     SELECT APPROVAL-FILE ASSIGN TO WOAPPR
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS RANDOM
000950         RECORD KEY IS WA-ACCOUNT-ID
000960         FILE STATUS IS WF-APPR-STATUS.
000970     SELECT PRIOR-PERIOD-REPORT ASSIGN TO WOPPARPT
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WF-PPAR-STATUS.
001000     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  EXCEPTION-MASTER.
001040 COPY excmcpy.
001050 FD  CANDIDATE-WORK.
001060 01  WK-CANDIDATE-RECORD.
001070     05  WK-COMPANY-CODE         PIC X(02).
001080     05  WK-ACCOUNT-ID           PIC X(10).
001090     05  WK-VARIANCE             PIC S9(7)V9(2).
001100     05  WK-PPA-DATA.
001110         10  WK-PPA-FLAG         PIC X(01).
001120         10  WK-PPA-ORIG-PERIOD  PIC 9(06).
001130         10  WK-PPA-POST-PERIOD  PIC 9(06).
001140 FD  ADJUSTMENT-FILE.
001150 01  WO-ADJUST-RECORD.
001160     05  WO-COMPANY-CODE         PIC X(02).
001170     05  WO-ACCT-ID              PIC X(10).
001180     05  WO-BILLED-AMT           PIC S9(7)V9(2).
001190     05  WO-PAID-AMT             PIC S9(7)V9(2).
001200     05  WO-TYPE-CODE            PIC X(02).
001210     05  WO-PPA-DATA.
001220         10  WO-PPA-FLAG         PIC X(01).
001230         10  WO-PPA-ORIG-PERIOD  PIC 9(06).
001240         10  WO-PPA-POST-PERIOD  PIC 9(06).
001250 01  WO-TRAILER-RECORD.
001260     05  WO-TRAILER-TAG          PIC X(10).
001270     05  WO-RECORD-COUNT         PIC 9(07).
001280     05  WO-BILLED-HASH          PIC S9(9)V9(2).
001290     05  WO-PAID-HASH            PIC S9(9)V9(2).
001300     05  WO-RUN-DATE             PIC 9(08).
001310     05  WO-RUN-TIME             PIC 9(08).
001320 01  WO-COMPANY-TRAILER.
001330     05  WO-CT-TAG               PIC X(10).
001340     05  WO-CT-COMPANY           PIC X(02).
001350     05  WO-CT-COUNT             PIC 9(07).
001360     05  WO-CT-BILLED-HASH       PIC S9(9)V9(2).
001370     05  WO-CT-PAID-HASH         PIC S9(9)V9(2).
001380 01  WO-TYPE-TRAILER.
001390     05  WO-TY-TAG               PIC X(10).
001400     05  WO-TY-TYPE-CODE         PIC X(02).
001410     05  WO-TY-COUNT             PIC 9(07).
001420     05  WO-TY-BILLED-HASH       PIC S9(9)V9(2).
001430     05  WO-TY-PAID-HASH         PIC S9(9)V9(2).
001440 FD  WRITEOFF-REPORT.
001450 01  WRITEOFF-REPORT-LINE        PIC X(80).
001460 FD  APPROVAL-FILE.
001470 COPY woapcpy.
001480 FD  PRIOR-PERIOD-REPORT.
001490 01  PRIOR-PERIOD-LINE           PIC X(80).
001500 SD  SORT-WORK-FILE.
001510 01  SORT-WORK-RECORD.
001520     05  SD-COMPANY-CODE         PIC X(02).
001530     05  SD-ACCOUNT-ID           PIC X(10).
001540     05  SD-VARIANCE             PIC S9(7)V9(2).
001550     05  SD-PPA-DATA.
001560         10  SD-PPA-FLAG         PIC X(01).
001570         10  SD-PPA-ORIG-PERIOD  PIC 9(06).
001580         10  SD-PPA-POST-PERIOD  PIC 9(06).
001590 WORKING-STORAGE SECTION.
001600 COPY wolimcpy.
001610 01  WF-FILE-STATUSES.
001620     05  WF-EXCM-STATUS           PIC X(02) VALUE "00".
001630     05  WF-CAND-STATUS           PIC X(02) VALUE "00".
001640     05  WF-ADJF-STATUS           PIC X(02) VALUE "00".
001650     05  WF-WRPT-STATUS           PIC X(02) VALUE "00".
001660     05  WF-APPR-STATUS           PIC X(02) VALUE "00".
001670     05  WF-PPAR-STATUS           PIC X(02) VALUE "00".
001680 01  WF-SWITCHES.
001690     05  WF-EXCM-EOF-SW           PIC X(01) VALUE "N".
001700         88  WF-EXCM-EOF              VALUE "Y".
001710     05  WF-SORT-EOF-SW           PIC X(01) VALUE "N".
001720         88  WF-SORT-EOF              VALUE "Y".
001730     05  WF-CO-FOUND-SW           PIC X(01) VALUE "N".
001740         88  WF-CO-FOUND              VALUE "Y".
001750     05  WF-DUAL-OK-SW            PIC X(01) VALUE "Y".
001760         88  WF-DUAL-OK               VALUE "Y".
001770     05  WF-PERIOD-OK-SW          PIC X(01) VALUE "Y".
001780         88  WF-PERIOD-OK             VALUE "Y".
001790 01  WF-CO-MAX                    PIC 9(02) VALUE 10.
001800 01  WF-CO-SUB                    PIC 9(02) COMP VALUE 0.
001810 01  WF-CO-WORK-SUB               PIC 9(02) COMP VALUE 0.
001820 01  WF-COMPANY-TOTALS.
001830     05  WF-CO-ENTRY-COUNT        PIC 9(02) VALUE 0.
001840     05  WF-CO-ENTRY OCCURS 10 TIMES.
001850         10  WF-CO-CODE           PIC X(02).
001860         10  WF-CO-COUNT          PIC 9(07).
001870         10  WF-CO-BILLED         PIC S9(9)V9(2).
001880         10  WF-CO-PAID           PIC S9(9)V9(2).
001890 01  WF-GRAND-TOTALS.
001900     05  WF-GRAND-COUNT           PIC 9(07) VALUE 0.
001910     05  WF-GRAND-BILLED          PIC S9(9)V9(2) VALUE 0.
001920     05  WF-GRAND-PAID            PIC S9(9)V9(2) VALUE 0.
001930 01  WF-COUNTS.
001940     05  WF-APPROVED-COUNT        PIC 9(05) VALUE 0.
001950     05  WF-STAGED-COUNT          PIC 9(05) VALUE 0.
001960     05  WF-ZERO-COUNT            PIC 9(05) VALUE 0.
001970     05  WF-SKIPPED-COUNT         PIC 9(05) VALUE 0.
001980     05  WF-MARKED-COUNT          PIC 9(05) VALUE 0.
001990     05  WF-PPA-COUNT             PIC 9(05) VALUE 0.
002000 01  WF-PERIOD-CONTROL.
002010     05  WF-RESOLVE-PERIOD        PIC 9(06).
002020     05  WF-POST-PERIOD           PIC 9(06).
002030     05  WF-PERIOD-RESULT         PIC X(01).
002040         88  WF-PERIOD-REDIRECT       VALUE "R".
002050         88  WF-PERIOD-HOLD           VALUE "H".
002060     05  WF-PPA-AMOUNT            PIC S9(9)V9(2) VALUE 0.
002070     05  WF-PPA-DATA.
002080         10  WF-PPA-FLAG          PIC X(01).
002090             88  WF-PPA-ADJUSTMENT    VALUE "P".
002100         10  WF-PPA-ORIG-PERIOD   PIC 9(06).
002110         10  WF-PPA-POST-PERIOD   PIC 9(06).
002120 01  WF-WOFF-AMOUNT               PIC S9(7)V9(2).
002130 01  WF-EDIT-AMOUNT               PIC +Z(6).Z(2).
002140 01  WF-EDIT-COUNT                PIC ZZZ,ZZ9.
002150 01  WF-EDIT-PPA-AMOUNT           PIC +Z(8).Z(2).
002160 01  WF-AUDIT-DETAIL              PIC X(50).
002170 01  WF-RUN-DATE                  PIC 9(08).
002180 01  WF-RUN-TIME                  PIC 9(08).
002190 PROCEDURE DIVISION.
002200 0000-MAINLINE.
002210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002220     PERFORM 2000-COLLECT-APPROVALS THRU 2000-EXIT
002230         UNTIL WF-EXCM-EOF.
002240     PERFORM 3000-STAGE-ADJUSTMENTS THRU 3000-EXIT.
002250     PERFORM 5000-MARK-GENERATED THRU 5000-EXIT.
002260     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.
002270     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002280     MOVE WF-SKIPPED-COUNT TO RETURN-CODE.
002290     GOBACK.
002300*-----------------------------------------------------------------
002310* NO EXCEPTION MASTER YET MEANS NOTHING APPROVED - THE STAGED
002320* FILE COMES OUT EMPTY BUT CONFORMING, SO TRANBLD NEVER HAS A
002330* MISSING-FILE SPECIAL CASE.
002340*-----------------------------------------------------------------
002350 1000-INITIALIZE.
002360     ACCEPT WF-RUN-DATE FROM DATE YYYYMMDD.
002370     ACCEPT WF-RUN-TIME FROM TIME.
002380     OPEN I-O EXCEPTION-MASTER.
002390     IF WF-EXCM-STATUS = "35"
002400         SET WF-EXCM-EOF TO TRUE
002410     ELSE
002420         IF WF-EXCM-STATUS NOT = "00"
002430             DISPLAY "WRITEOFF - EXCPMST OPEN ERROR "
002440                     WF-EXCM-STATUS
002450             MOVE 99 TO RETURN-CODE
002460             GOBACK
002470         END-IF
002480     END-IF.
002490     OPEN OUTPUT CANDIDATE-WORK.
002500     IF WF-CAND-STATUS NOT = "00"
002510         DISPLAY "WRITEOFF - WOADJWRK OPEN ERROR " WF-CAND-STATUS
002520         MOVE 99 TO RETURN-CODE
002530         GOBACK
002540     END-IF.
002550     OPEN OUTPUT ADJUSTMENT-FILE.
002560     IF WF-ADJF-STATUS NOT = "00"
002570         DISPLAY "WRITEOFF - WOADJUST OPEN ERROR " WF-ADJF-STATUS
002580         MOVE 99 TO RETURN-CODE
002590         GOBACK
002600     END-IF.
002610     OPEN OUTPUT WRITEOFF-REPORT.
002620     IF WF-WRPT-STATUS NOT = "00"
002630         DISPLAY "WRITEOFF - WOADJRPT OPEN ERROR " WF-WRPT-STATUS
002640         MOVE 99 TO RETURN-CODE
002650         GOBACK
002660     END-IF.
002670*    NO APPROVAL FILE YET - NOTHING ABOVE THE LIMIT CAN PASS
002680     OPEN INPUT APPROVAL-FILE.
002690     IF WF-APPR-STATUS NOT = "00" AND WF-APPR-STATUS NOT = "35"
002700         DISPLAY "WRITEOFF - WOAPPR OPEN ERROR " WF-APPR-STATUS
002710         MOVE 99 TO RETURN-CODE
002720         GOBACK
002730     END-IF.
002740     OPEN OUTPUT PRIOR-PERIOD-REPORT.
002750     IF WF-PPAR-STATUS NOT = "00"
002760         DISPLAY "WRITEOFF - WOPPARPT OPEN ERROR " WF-PPAR-STATUS
002770         MOVE 99 TO RETURN-CODE
002780         GOBACK
002790     END-IF.
002800     MOVE "WRITE-OFF PRIOR-PERIOD ADJUSTMENTS"
002810         TO PRIOR-PERIOD-LINE.
002820     PERFORM 7600-WRITE-PPA-LINE THRU 7600-EXIT.
002830     MOVE "WRITE-OFF GENERATION BEGUN" TO WF-AUDIT-DETAIL.
002840     CALL "AUDITLOG" USING "WRITEOFF  "
002850                            "START     "
002860                            WF-AUDIT-DETAIL.
002870     IF NOT WF-EXCM-EOF
002880         PERFORM 2900-READ-EXCEPTION THRU 2900-EXIT
002890     END-IF.
002900 1000-EXIT.
002910     EXIT.
002920*-----------------------------------------------------------------
002930* AN APPROVAL COUNTS ONLY WHEN THE ITEM IS STILL RESOLVED -
002940* SUBVERB REOPENING IT AS RECURRING MEANS THE BOOKS MOVED AGAIN
002950* AND THE TEAM MUST LOOK BEFORE MONEY IS WRITTEN OFF.
002960*-----------------------------------------------------------------
002970 2000-COLLECT-APPROVALS.
002980     IF EX-WRITEOFF-APPROVED AND EX-STATUS-RESOLVED
002990         ADD 1 TO WF-APPROVED-COUNT
003000         PERFORM 2300-CHECK-DUAL-CONTROL THRU 2300-EXIT
003010         PERFORM 2500-CHECK-PERIOD THRU 2500-EXIT
003020         EVALUATE TRUE
003030             WHEN EX-COMPANY-CODE = SPACES
003040                 PERFORM 2200-REPORT-NO-COMPANY THRU 2200-EXIT
003050             WHEN NOT WF-DUAL-OK
003060                 PERFORM 2400-REPORT-NO-SECOND THRU 2400-EXIT
003070             WHEN NOT WF-PERIOD-OK
003080                 PERFORM 2600-REPORT-PERIOD-CLOSED THRU 2600-EXIT
003090             WHEN OTHER
003100                 MOVE EX-COMPANY-CODE   TO WK-COMPANY-CODE
003110                 MOVE EX-ACCOUNT-ID     TO WK-ACCOUNT-ID
003120                 MOVE EX-LAST-VARIANCE  TO WK-VARIANCE
003130                 MOVE WF-PPA-DATA       TO WK-PPA-DATA
003140                 WRITE WK-CANDIDATE-RECORD
003150                 IF WF-CAND-STATUS NOT = "00"
003160                     DISPLAY "WRITEOFF - WOADJWRK WRITE ERROR "
003170                             WF-CAND-STATUS
003180                     MOVE 99 TO RETURN-CODE
003190                     GOBACK
003200                 END-IF
003210                 IF WF-PERIOD-REDIRECT
003220                    AND EX-LAST-VARIANCE NOT = 0
003230                     PERFORM 2700-LIST-PRIOR-PERIOD THRU 2700-EXIT
003240                 END-IF
003250         END-EVALUATE
003260     END-IF.
003270     PERFORM 2900-READ-EXCEPTION THRU 2900-EXIT.
003280 2000-EXIT.
003290     EXIT.
003300 2200-REPORT-NO-COMPANY.
003310     MOVE SPACES TO WRITEOFF-REPORT-LINE.
003320     STRING EX-ACCOUNT-ID              DELIMITED BY SIZE
003330            "  APPROVED BUT NO COMPANY CODE - NOT STAGED"
003340                                       DELIMITED BY SIZE
003350       INTO WRITEOFF-REPORT-LINE.
003360     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
003370     ADD 1 TO WF-SKIPPED-COUNT.
003380 2200-EXIT.
003390     EXIT.
003400*-----------------------------------------------------------------
003410* DUAL CONTROL - AN APPROVAL ABOVE THE LIMIT PASSES ONLY WITH A
003420* SECOND APPROVER ON FILE WHO IS NOT THE FIRST, GIVEN FOR THE
003430* VARIANCE NOW ON THE MASTER.  ANYTHING ELSE - NO RECORD, NO
003440* SECOND APPROVER, THE SAME OPERATOR TWICE, A DIFFERENT AMOUNT -
003450* IS HELD.  THE SAME TEST DECIDES WHAT 5100 ADVANCES.
003460*-----------------------------------------------------------------
003470 2300-CHECK-DUAL-CONTROL.
003480     MOVE "Y" TO WF-DUAL-OK-SW.
003490     IF EX-LAST-VARIANCE < 0
003500         COMPUTE WF-WOFF-AMOUNT = EX-LAST-VARIANCE * -1
003510     ELSE
003520         MOVE EX-LAST-VARIANCE TO WF-WOFF-AMOUNT
003530     END-IF.
003540     IF WF-WOFF-AMOUNT NOT > WL-DUAL-CONTROL-AMT
003550         GO TO 2300-EXIT
003560     END-IF.
003570     MOVE "N" TO WF-DUAL-OK-SW.
003580     IF WF-APPR-STATUS = "35"
003590         GO TO 2300-EXIT
003600     END-IF.
003610     MOVE EX-ACCOUNT-ID TO WA-ACCOUNT-ID.
003620     READ APPROVAL-FILE
003630         INVALID KEY
003640             GO TO 2300-EXIT
003650     END-READ.
003660     IF WA-SECOND-APPROVER NOT = SPACES
003670        AND WA-SECOND-APPROVER NOT = WA-FIRST-APPROVER
003680        AND WA-WRITEOFF-AMT = EX-LAST-VARIANCE
003690         MOVE "Y" TO WF-DUAL-OK-SW
003700     END-IF.
003710 2300-EXIT.
003720     EXIT.
003730 2400-REPORT-NO-SECOND.
003740     MOVE SPACES TO WRITEOFF-REPORT-LINE.
003750     STRING EX-ACCOUNT-ID              DELIMITED BY SIZE
003760            "  ABOVE LIMIT WITHOUT A VALID SECOND APPROVAL"
003770                                       DELIMITED BY SIZE
003780            " - NOT STAGED"            DELIMITED BY SIZE
003790       INTO WRITEOFF-REPORT-LINE.
003800     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
003810     ADD 1 TO WF-SKIPPED-COUNT.
003820 2400-EXIT.
003830     EXIT.
003840*-----------------------------------------------------------------
003850* PERIOD CONTROL - THE WRITE-OFF BELONGS TO THE PERIOD IT WAS
003860* RESOLVED IN.  GLPERCK SAYS WHETHER THAT PERIOD MAY STILL TAKE
003870* IT, OR WHICH OPEN PERIOD IT MOVES TO.  AN ITEM WITH NO COMPANY
003880* OR NO RESOLVE DATE IS LEFT TO THE OTHER TESTS.  THE SAME TEST
003890* DECIDES WHAT 5100 ADVANCES.
003900*-----------------------------------------------------------------
003910 2500-CHECK-PERIOD.
003920     MOVE "Y" TO WF-PERIOD-OK-SW.
003930     MOVE SPACE TO WF-PERIOD-RESULT.
003940     MOVE SPACE TO WF-PPA-FLAG.
003950     MOVE 0 TO WF-PPA-ORIG-PERIOD WF-PPA-POST-PERIOD.
003960     IF EX-COMPANY-CODE = SPACES
003970        OR EX-RESOLVE-DATE = 0
003980         GO TO 2500-EXIT
003990     END-IF.
004000     COMPUTE WF-RESOLVE-PERIOD = EX-RESOLVE-DATE / 100.
004010     CALL "GLPERCK" USING "S"
004020                          EX-COMPANY-CODE
004030                          WF-RESOLVE-PERIOD
004040                          WF-PERIOD-RESULT
004050                          WF-POST-PERIOD.
004060     IF WF-PERIOD-HOLD
004070         MOVE "N" TO WF-PERIOD-OK-SW
004080     END-IF.
004090     IF WF-PERIOD-REDIRECT
004100         SET WF-PPA-ADJUSTMENT TO TRUE
004110         MOVE WF-RESOLVE-PERIOD TO WF-PPA-ORIG-PERIOD
004120         MOVE WF-POST-PERIOD    TO WF-PPA-POST-PERIOD
004130     END-IF.
004140 2500-EXIT.
004150     EXIT.
004160 2600-REPORT-PERIOD-CLOSED.
004170     MOVE SPACES TO WRITEOFF-REPORT-LINE.
004180     STRING EX-ACCOUNT-ID              DELIMITED BY SIZE
004190            "  RESOLVED IN CLOSED PERIOD "
004200                                       DELIMITED BY SIZE
004210            WF-RESOLVE-PERIOD          DELIMITED BY SIZE
004220            " - NOT STAGED"            DELIMITED BY SIZE
004230       INTO WRITEOFF-REPORT-LINE.
004240     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
004250     ADD 1 TO WF-SKIPPED-COUNT.
004260 2600-EXIT.
004270     EXIT.
004280 2700-LIST-PRIOR-PERIOD.
004290     ADD 1 TO WF-PPA-COUNT.
004300     ADD EX-LAST-VARIANCE TO WF-PPA-AMOUNT.
004310     MOVE EX-LAST-VARIANCE TO WF-EDIT-AMOUNT.
004320     MOVE SPACES TO PRIOR-PERIOD-LINE.
004330     STRING EX-ACCOUNT-ID          DELIMITED BY SIZE
004340            "  COMPANY "           DELIMITED BY SIZE
004350            EX-COMPANY-CODE        DELIMITED BY SIZE
004360            "  VARIANCE"           DELIMITED BY SIZE
004370            WF-EDIT-AMOUNT         DELIMITED BY SIZE
004380            "  PERIOD "            DELIMITED BY SIZE
004390            WF-RESOLVE-PERIOD      DELIMITED BY SIZE
004400            " POSTS IN "           DELIMITED BY SIZE
004410            WF-POST-PERIOD         DELIMITED BY SIZE
004420       INTO PRIOR-PERIOD-LINE.
004430     PERFORM 7600-WRITE-PPA-LINE THRU 7600-EXIT.
004440 2700-EXIT.
004450     EXIT.
004460 2900-READ-EXCEPTION.
004470     READ EXCEPTION-MASTER NEXT
004480         AT END SET WF-EXCM-EOF TO TRUE
004490     END-READ.
004500 2900-EXIT.
004510     EXIT.
004520*-----------------------------------------------------------------
004530* THE CANDIDATES ARE SORTED INTO COMPANY/ACCOUNT SEQUENCE - THE
004540* ORDER SUBVERB ENFORCES - AND EACH BECOMES ONE DETAIL RECORD.
004550* A NET OVERPAYMENT (POSITIVE VARIANCE) STAGES AS BILLED SO THE
004560* NETTING CANCELS IT; A NET UNDERPAYMENT STAGES AS PAID.  THE
004570* COMPANY AND GRAND HASH TOTALS ACCUMULATE FOR THE TRAILERS.
004580*-----------------------------------------------------------------
004590 3000-STAGE-ADJUSTMENTS.
004600     CLOSE CANDIDATE-WORK.
004610     SORT SORT-WORK-FILE
004620         ON ASCENDING KEY SD-COMPANY-CODE
004630                          SD-ACCOUNT-ID
004640         USING CANDIDATE-WORK
004650         OUTPUT PROCEDURE IS 3100-WRITE-DETAILS THRU 3100-EXIT.
004660     PERFORM 4000-WRITE-TRAILERS THRU 4000-EXIT.
004670 3000-EXIT.
004680     EXIT.
004690 3100-WRITE-DETAILS.
004700     PERFORM 3900-RETURN-CANDIDATE THRU 3900-EXIT.
004710     PERFORM 3200-WRITE-ONE-DETAIL THRU 3200-EXIT
004720         UNTIL WF-SORT-EOF.
004730 3100-EXIT.
004740     EXIT.
004750 3200-WRITE-ONE-DETAIL.
004760     IF SD-VARIANCE = 0
004770         PERFORM 3300-REPORT-ZERO THRU 3300-EXIT
004780     ELSE
004790         PERFORM 3500-STAGE-ONE THRU 3500-EXIT
004800     END-IF.
004810     PERFORM 3900-RETURN-CANDIDATE THRU 3900-EXIT.
004820 3200-EXIT.
004830     EXIT.
004840 3500-STAGE-ONE.
004850     MOVE SD-COMPANY-CODE TO WO-COMPANY-CODE.
004860     MOVE SD-ACCOUNT-ID   TO WO-ACCT-ID.
004870     IF SD-VARIANCE > 0
004880         MOVE SD-VARIANCE TO WO-BILLED-AMT
004890         MOVE 0           TO WO-PAID-AMT
004900     ELSE
004910         MOVE 0           TO WO-BILLED-AMT
004920         COMPUTE WO-PAID-AMT = SD-VARIANCE * -1
004930     END-IF.
004940     MOVE "WO"            TO WO-TYPE-CODE.
004950     MOVE SD-PPA-DATA     TO WO-PPA-DATA.
004960     WRITE WO-ADJUST-RECORD.
004970     IF WF-ADJF-STATUS NOT = "00"
004980         DISPLAY "WRITEOFF - WOADJUST WRITE ERROR "
004990                 WF-ADJF-STATUS
005000         MOVE 99 TO RETURN-CODE
005010         GOBACK
005020     END-IF.
005030     ADD 1 TO WF-STAGED-COUNT.
005040     ADD 1 TO WF-GRAND-COUNT.
005050     ADD WO-BILLED-AMT TO WF-GRAND-BILLED.
005060     ADD WO-PAID-AMT   TO WF-GRAND-PAID.
005070     PERFORM 3400-POST-COMPANY-TOTAL THRU 3400-EXIT.
005080     MOVE SD-VARIANCE TO WF-EDIT-AMOUNT.
005090     MOVE SPACES TO WRITEOFF-REPORT-LINE.
005100     STRING SD-ACCOUNT-ID          DELIMITED BY SIZE
005110            "  COMPANY "           DELIMITED BY SIZE
005120            SD-COMPANY-CODE        DELIMITED BY SIZE
005130            "  VARIANCE"           DELIMITED BY SIZE
005140            WF-EDIT-AMOUNT         DELIMITED BY SIZE
005150            " WRITTEN OFF"         DELIMITED BY SIZE
005160       INTO WRITEOFF-REPORT-LINE.
005170     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
005180 3500-EXIT.
005190     EXIT.
005200 3300-REPORT-ZERO.
005210     MOVE SPACES TO WRITEOFF-REPORT-LINE.
005220     STRING SD-ACCOUNT-ID          DELIMITED BY SIZE
005230            "  APPROVED WITH ZERO VARIANCE - NOTHING STAGED"
005240                                   DELIMITED BY SIZE
005250       INTO WRITEOFF-REPORT-LINE.
005260     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
005270     ADD 1 TO WF-ZERO-COUNT.
005280 3300-EXIT.
005290     EXIT.
005300 3400-POST-COMPANY-TOTAL.
005310     MOVE "N" TO WF-CO-FOUND-SW.
005320     PERFORM 3450-MATCH-CO-ENTRY THRU 3450-EXIT
005330         VARYING WF-CO-WORK-SUB FROM 1 BY 1
005340         UNTIL WF-CO-WORK-SUB > WF-CO-ENTRY-COUNT
005350            OR WF-CO-FOUND.
005360     IF NOT WF-CO-FOUND
005370         IF WF-CO-ENTRY-COUNT NOT < WF-CO-MAX
005380             DISPLAY "WRITEOFF - COMPANY TABLE FULL AT "
005390                     SD-COMPANY-CODE
005400             MOVE 99 TO RETURN-CODE
005410             GOBACK
005420         END-IF
005430         ADD 1 TO WF-CO-ENTRY-COUNT
005440         MOVE WF-CO-ENTRY-COUNT TO WF-CO-SUB
005450         MOVE SD-COMPANY-CODE TO WF-CO-CODE (WF-CO-SUB)
005460         MOVE 0 TO WF-CO-COUNT (WF-CO-SUB)
005470         MOVE 0 TO WF-CO-BILLED (WF-CO-SUB)
005480         MOVE 0 TO WF-CO-PAID (WF-CO-SUB)
005490     END-IF.
005500     ADD 1 TO WF-CO-COUNT (WF-CO-SUB).
005510     ADD WO-BILLED-AMT TO WF-CO-BILLED (WF-CO-SUB).
005520     ADD WO-PAID-AMT   TO WF-CO-PAID (WF-CO-SUB).
005530 3400-EXIT.
005540     EXIT.
005550 3450-MATCH-CO-ENTRY.
005560     IF WF-CO-CODE (WF-CO-WORK-SUB) = SD-COMPANY-CODE
005570         MOVE WF-CO-WORK-SUB TO WF-CO-SUB
005580         SET WF-CO-FOUND TO TRUE
005590     END-IF.
005600 3450-EXIT.
005610     EXIT.
005620 3900-RETURN-CANDIDATE.
005630     RETURN SORT-WORK-FILE
005640         AT END SET WF-SORT-EOF TO TRUE
005650     END-RETURN.
005660 3900-EXIT.
005670     EXIT.
005680*-----------------------------------------------------------------
005690* THE CONFORMING TRAILERS - ONE CTRAILER PER COMPANY STAGED,
005700* THE WO TTRAILER (EVERY STAGED RECORD IS TYPE WO, SO IT CARRIES
005710* THE GRAND TOTALS), THEN THE GRAND TRAILER, EXACTLY THE SHAPE
005720* TRANBLD PROVES BEFORE IT MERGES THE FILE INTO TRANFILE.  THE
005730* GRAND TRAILER ALSO CARRIES THE RUN STAMP TRANBLD CHECKS.
005740*-----------------------------------------------------------------
005750 4000-WRITE-TRAILERS.
005760     PERFORM 4100-WRITE-ONE-CTRAILER THRU 4100-EXIT
005770         VARYING WF-CO-SUB FROM 1 BY 1
005780         UNTIL WF-CO-SUB > WF-CO-ENTRY-COUNT.
005790     MOVE SPACES          TO WO-TYPE-TRAILER.
005800     MOVE "TTRAILER"      TO WO-TY-TAG.
005810     MOVE "WO"            TO WO-TY-TYPE-CODE.
005820     MOVE WF-GRAND-COUNT  TO WO-TY-COUNT.
005830     MOVE WF-GRAND-BILLED TO WO-TY-BILLED-HASH.
005840     MOVE WF-GRAND-PAID   TO WO-TY-PAID-HASH.
005850     WRITE WO-TYPE-TRAILER.
005860     IF WF-ADJF-STATUS NOT = "00"
005870         DISPLAY "WRITEOFF - WOADJUST WRITE ERROR "
005880                 WF-ADJF-STATUS
005890         MOVE 99 TO RETURN-CODE
005900         GOBACK
005910     END-IF.
005920     MOVE SPACES          TO WO-TRAILER-RECORD.
005930     MOVE "TRAILER"       TO WO-TRAILER-TAG.
005940     MOVE WF-GRAND-COUNT  TO WO-RECORD-COUNT.
005950     MOVE WF-GRAND-BILLED TO WO-BILLED-HASH.
005960     MOVE WF-GRAND-PAID   TO WO-PAID-HASH.
005970     MOVE WF-RUN-DATE     TO WO-RUN-DATE.
005980     MOVE WF-RUN-TIME     TO WO-RUN-TIME.
005990     WRITE WO-TRAILER-RECORD.
006000     IF WF-ADJF-STATUS NOT = "00"
006010         DISPLAY "WRITEOFF - WOADJUST WRITE ERROR "
006020                 WF-ADJF-STATUS
006030         MOVE 99 TO RETURN-CODE
006040         GOBACK
006050     END-IF.
006060 4000-EXIT.
006070     EXIT.
006080 4100-WRITE-ONE-CTRAILER.
006090     MOVE SPACES                   TO WO-COMPANY-TRAILER.
006100     MOVE "CTRAILER"               TO WO-CT-TAG.
006110     MOVE WF-CO-CODE (WF-CO-SUB)   TO WO-CT-COMPANY.
006120     MOVE WF-CO-COUNT (WF-CO-SUB)  TO WO-CT-COUNT.
006130     MOVE WF-CO-BILLED (WF-CO-SUB) TO WO-CT-BILLED-HASH.
006140     MOVE WF-CO-PAID (WF-CO-SUB)   TO WO-CT-PAID-HASH.
006150     WRITE WO-COMPANY-TRAILER.
006160     IF WF-ADJF-STATUS NOT = "00"
006170         DISPLAY "WRITEOFF - WOADJUST WRITE ERROR "
006180                 WF-ADJF-STATUS
006190         MOVE 99 TO RETURN-CODE
006200         GOBACK
006210     END-IF.
006220 4100-EXIT.
006230     EXIT.
006240*-----------------------------------------------------------------
006250* THE STAGED FILE IS COMPLETE ON DISK - ONLY NOW ARE THE
006260* APPROVALS ADVANCED TO GENERATED, SO A RUN THAT DIED EARLIER
006270* LEAVES EVERY APPROVAL EXACTLY AS THE SCREEN SET IT AND THE
006280* RERUN STAGES THE FULL SET AGAIN.
006290*-----------------------------------------------------------------
006300 5000-MARK-GENERATED.
006310     IF WF-EXCM-STATUS = "35"
006320         GO TO 5000-EXIT
006330     END-IF.
006340     MOVE SPACES TO EX-ACCOUNT-ID.
006350     START EXCEPTION-MASTER KEY NOT < EX-ACCOUNT-ID
006360         INVALID KEY
006370             GO TO 5000-EXIT
006380     END-START.
006390     MOVE "N" TO WF-EXCM-EOF-SW.
006400     PERFORM 5100-MARK-ONE THRU 5100-EXIT
006410         UNTIL WF-EXCM-EOF.
006420 5000-EXIT.
006430     EXIT.
006440 5100-MARK-ONE.
006450     READ EXCEPTION-MASTER NEXT
006460         AT END SET WF-EXCM-EOF TO TRUE
006470     END-READ.
006480     IF NOT WF-EXCM-EOF
006490         IF EX-WRITEOFF-APPROVED AND EX-STATUS-RESOLVED
006500            AND EX-COMPANY-CODE NOT = SPACES
006510             PERFORM 2300-CHECK-DUAL-CONTROL THRU 2300-EXIT
006520             PERFORM 2500-CHECK-PERIOD THRU 2500-EXIT
006530         ELSE
006540             MOVE "N" TO WF-DUAL-OK-SW
006550         END-IF
006560         IF WF-DUAL-OK AND WF-PERIOD-OK
006570             MOVE "G" TO EX-WRITEOFF-FLAG
006580             REWRITE EX-EXCEPTION-RECORD
006590                 INVALID KEY
006600                     CONTINUE
006610             END-REWRITE
006620             IF WF-EXCM-STATUS NOT = "00"
006630                 DISPLAY "WRITEOFF - EXCPMST REWRITE ERROR "
006640                         WF-EXCM-STATUS
006650                 MOVE 99 TO RETURN-CODE
006660                 GOBACK
006670             END-IF
006680             ADD 1 TO WF-MARKED-COUNT
006690         END-IF
006700     END-IF.
006710 5100-EXIT.
006720     EXIT.
006730 7500-WRITE-REPORT-LINE.
006740     WRITE WRITEOFF-REPORT-LINE.
006750     IF WF-WRPT-STATUS NOT = "00"
006760         DISPLAY "WRITEOFF - WOADJRPT WRITE ERROR "
006770                 WF-WRPT-STATUS
006780         MOVE 99 TO RETURN-CODE
006790         GOBACK
006800     END-IF.
006810 7500-EXIT.
006820     EXIT.
006830 7600-WRITE-PPA-LINE.
006840     WRITE PRIOR-PERIOD-LINE.
006850     IF WF-PPAR-STATUS NOT = "00"
006860         DISPLAY "WRITEOFF - WOPPARPT WRITE ERROR "
006870                 WF-PPAR-STATUS
006880         MOVE 99 TO RETURN-CODE
006890         GOBACK
006900     END-IF.
006910 7600-EXIT.
006920     EXIT.
006930 8000-WRITE-TRAILER.
006940     MOVE WF-STAGED-COUNT TO WF-EDIT-COUNT.
006950     MOVE SPACES TO WRITEOFF-REPORT-LINE.
006960     STRING "ADJUSTMENTS STAGED: " DELIMITED BY SIZE
006970            WF-EDIT-COUNT          DELIMITED BY SIZE
006980       INTO WRITEOFF-REPORT-LINE.
006990     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
007000     MOVE WF-SKIPPED-COUNT TO WF-EDIT-COUNT.
007010     MOVE SPACES TO WRITEOFF-REPORT-LINE.
007020     STRING "APPROVALS NOT STAGED: " DELIMITED BY SIZE
007030            WF-EDIT-COUNT            DELIMITED BY SIZE
007040       INTO WRITEOFF-REPORT-LINE.
007050     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
007060     DISPLAY "WRITEOFF - STAGED: " WF-STAGED-COUNT
007070             "  NOT STAGED: " WF-SKIPPED-COUNT.
007080     MOVE WF-PPA-COUNT  TO WF-EDIT-COUNT.
007090     MOVE WF-PPA-AMOUNT TO WF-EDIT-PPA-AMOUNT.
007100     MOVE SPACES TO PRIOR-PERIOD-LINE.
007110     STRING "PRIOR-PERIOD ADJUSTMENTS: " DELIMITED BY SIZE
007120            WF-EDIT-COUNT                DELIMITED BY SIZE
007130            "  VARIANCE"                 DELIMITED BY SIZE
007140            WF-EDIT-PPA-AMOUNT           DELIMITED BY SIZE
007150       INTO PRIOR-PERIOD-LINE.
007160     PERFORM 7600-WRITE-PPA-LINE THRU 7600-EXIT.
007170 8000-EXIT.
007180     EXIT.
007190 9000-TERMINATE.
007200     MOVE WF-STAGED-COUNT TO WF-EDIT-COUNT.
007210     MOVE SPACES TO WF-AUDIT-DETAIL.
007220     STRING "RUN COMPLETE - STAGED: " DELIMITED BY SIZE
007230            WF-EDIT-COUNT             DELIMITED BY SIZE
007240       INTO WF-AUDIT-DETAIL.
007250     CALL "AUDITLOG" USING "WRITEOFF  "
007260                            "END       "
007270                            WF-AUDIT-DETAIL.
007280     IF WF-EXCM-STATUS NOT = "35"
007290         CLOSE EXCEPTION-MASTER
007300     END-IF.
007310     IF WF-APPR-STATUS NOT = "35"
007320         CLOSE APPROVAL-FILE
007330     END-IF.
007340     CALL "GLPERCK" USING "C"
007350                          EX-COMPANY-CODE
007360                          WF-RESOLVE-PERIOD
007370                          WF-PERIOD-RESULT
007380                          WF-POST-PERIOD.
007390     CLOSE ADJUSTMENT-FILE.
007400     CLOSE WRITEOFF-REPORT.
007410     CLOSE PRIOR-PERIOD-REPORT.
007420 9000-EXIT.
007430     EXIT.
