000350*                       CLASSOUT FAILURE IS COUNTED TOO, NOT
000360*                       JUST A DUPLICATE KEY.  ALSO DISPLAYS THE
000370*                       RECORD-COUNT TOTAL AT TERMINATION.
000380*        08/21/26  RLH  WRITES A TIER-MIGRATION REPORT (CLASSMIG)
000390*                       LISTING EVERY ACCOUNT WHOSE TIER CHANGED
000400*                       FROM THE LAST CLEAN RUN, WITH OLD AND
000410*                       NEW WINNER VALUES.  THE CLASSHIS ARCHIVE
000420*                       AND THE CLASSPRV MIGRATION BASELINE ARE
000430*                       ROLLED AT TERMINATION, AND ONLY BY A RUN
000440*                       WITH NO EXCEPTIONS, SO NEITHER A MID-RUN
000450*                       FAILURE NOR THE RERUN OF AN EXCEPTIONAL
000460*                       NIGHT CAN ARCHIVE TWICE OR COMPARE A
000470*                       NIGHT AGAINST ITSELF.
000480*        10/15/26  RLH  CLASSIN IS NOW BUILT BY CLASSBLD FROM
000490*                       THE SYSTEM'S OWN BILLING HISTORY AND IS
000500*                       KEYED, LIKE CLASSOUT, CLASSHIS AND
000510*                       CLASSPRV, ON THE TWELVE-BYTE
000520*                       COMPANY/ACCOUNT SUBVERB RECONCILES.
000530*****************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. CLASSBAT.
000560 AUTHOR. R. HOLLOWAY.
000570 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000580 DATE-WRITTEN. 08/08/26.
000590 DATE-COMPILED. 08/08/26.
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT CLASSIN-FILE ASSIGN TO CLASSIN
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS CB-CLIN-STATUS.
000660     SELECT CLASSOUT-FILE ASSIGN TO CLASSOUT
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS CL-RESULT-KEY
000700         FILE STATUS IS CB-CLOUT-STATUS.
000710     SELECT CLASSRPT-FILE ASSIGN TO CLASSRPT
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS CB-CLRPT-STATUS.
000740     SELECT CLASSOUT-PRIOR ASSIGN TO CLASSOUT
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS CP-RESULT-KEY
000780         FILE STATUS IS CB-PRIO-STATUS.
000790     SELECT CLASS-HISTORY ASSIGN TO CLASSHIS
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS CB-CHIS-STATUS.
000820     SELECT CLASS-PRIOR-WORK ASSIGN TO CLASSPRV
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS CV-RESULT-KEY
000860         FILE STATUS IS CB-CPRV-STATUS.
000870     SELECT MIGRATION-REPORT ASSIGN TO CLASSMIG
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS CB-CMIG-STATUS.
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  CLASSIN-FILE.
000930 01  CLASSIN-RECORD.
000940     05  CI-KEY                  PIC X(12).
000950     05  CI-NUM1                 PIC 9(05).
000960     05  CI-NUM2                 PIC 9(05).
000970     05  CI-NUM3                 PIC 9(05).
000980 FD  CLASSOUT-FILE.
000990 COPY classcpy.
001000 FD  CLASSRPT-FILE.
001010 01  CLASSRPT-LINE               PIC X(70).
001020 FD  CLASSOUT-PRIOR.
001030 01  CP-PRIOR-RECORD.
001040     05  CP-RESULT-KEY           PIC X(12).
001050     05  CP-RESULT-NUM1          PIC 9(05).
001060     05  CP-RESULT-NUM2          PIC 9(05).
001070     05  CP-RESULT-NUM3          PIC 9(05).
001080     05  CP-RESULT-WINNER        PIC X(05).
001090     05  CP-RESULT-WINNER-VALUE  PIC 9(05).
001100     05  CP-RESULT-TIER-CODE     PIC X(01).
001110     05  CP-RESULT-TIER-NAME     PIC X(10).
001120 FD  CLASS-HISTORY.
001130 COPY clhiscpy.
001140 FD  CLASS-PRIOR-WORK.
001150 01  CV-PRIOR-RECORD.
001160     05  CV-RESULT-KEY           PIC X(12).
001170     05  CV-RESULT-WINNER-VALUE  PIC 9(05).
001180     05  CV-RESULT-TIER-CODE     PIC X(01).
001190     05  CV-RESULT-TIER-NAME     PIC X(10).
001200 FD  MIGRATION-REPORT.
001210 01  MIGRATION-LINE              PIC X(90).
001220 WORKING-STORAGE SECTION.
001230 01  CB-FILE-STATUSES.
001240     05  CB-CLIN-STATUS           PIC X(02) VALUE "00".
001250     05  CB-CLOUT-STATUS          PIC X(02) VALUE "00".
001260     05  CB-CLRPT-STATUS          PIC X(02) VALUE "00".
001270     05  CB-PRIO-STATUS           PIC X(02) VALUE "00".
001280     05  CB-CHIS-STATUS           PIC X(02) VALUE "00".
001290     05  CB-CPRV-STATUS           PIC X(02) VALUE "00".
001300     05  CB-CMIG-STATUS           PIC X(02) VALUE "00".
001310 01  CB-SWITCHES.
001320     05  CB-EOF-SW                PIC X(01) VALUE "N".
001330         88  CB-EOF                   VALUE "Y".
001340     05  CB-ARCH-EOF-SW           PIC X(01) VALUE "N".
001350         88  CB-ARCH-EOF              VALUE "Y".
001360     05  CB-PRIOR-SW              PIC X(01) VALUE "N".
001370         88  CB-PRIOR-AVAILABLE       VALUE "Y".
001380 01  CB-RECORD-COUNT              PIC 9(07) VALUE 0.
001390 01  CB-EXCEPTION-COUNT           PIC 9(05) VALUE 0.
001400 01  CB-MIGRATION-COUNT           PIC 9(05) VALUE 0.
001410 01  CB-RUN-DATE                  PIC 9(08).
001420 01  CB-AUDIT-DETAIL              PIC X(50).
001430 01  CB-AUDIT-EDIT-COUNT          PIC ZZZ,ZZ9.
001440 01  CB-EDIT-MIGRATIONS           PIC ZZZ,ZZ9.
001450 LINKAGE SECTION.
001460 PROCEDURE DIVISION.
001470 0000-MAINLINE.
001480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001490     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
001500         UNTIL CB-EOF.
001510     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001520     MOVE CB-EXCEPTION-COUNT TO RETURN-CODE.
001530     GOBACK.
001540 1000-INITIALIZE.
001550     OPEN INPUT CLASSIN-FILE.
001560     IF CB-CLIN-STATUS NOT = "00"
001570         DISPLAY "CLASSBAT - CLASSIN OPEN ERROR " CB-CLIN-STATUS
001580         MOVE 99 TO RETURN-CODE
001590         GOBACK
001600     END-IF.
001610     PERFORM 1100-OPEN-PRIOR-BASELINE THRU 1100-EXIT.
001620     OPEN OUTPUT CLASSOUT-FILE.
001630     IF CB-CLOUT-STATUS NOT = "00"
001640         DISPLAY "CLASSBAT - CLASSOUT OPEN ERROR " CB-CLOUT-STATUS
001650         MOVE 99 TO RETURN-CODE
001660         GOBACK
001670     END-IF.
001680     OPEN OUTPUT CLASSRPT-FILE.
001690     IF CB-CLRPT-STATUS NOT = "00"
001700         DISPLAY "CLASSBAT - CLASSRPT OPEN ERROR " CB-CLRPT-STATUS
001710         MOVE 99 TO RETURN-CODE
001720         GOBACK
001730     END-IF.
001740     MOVE "CLASSIFICATION RUN BEGUN" TO CB-AUDIT-DETAIL.
001750     CALL "AUDITLOG" USING "CLASSBAT  "
001760                            "START     "
001770                            CB-AUDIT-DETAIL.
001780     OPEN OUTPUT MIGRATION-REPORT.
001790     IF CB-CMIG-STATUS NOT = "00"
001800         DISPLAY "CLASSBAT - CLASSMIG OPEN ERROR " CB-CMIG-STATUS
001810         MOVE 99 TO RETURN-CODE
001820         GOBACK
001830     END-IF.
001840     PERFORM 2900-READ-CLASSIN THRU 2900-EXIT.
001850 1000-EXIT.
001860     EXIT.
001870*-----------------------------------------------------------------
001880* THE MIGRATION BASELINE (CLASSPRV) IS THE KEYED COPY OF THE
001890* LAST COMPLETED RUN, REBUILT ONLY AT TERMINATION ALONGSIDE THE
001900* CLASSHIS ARCHIVE - OPENING IT HERE FOR INPUT ONLY MEANS A
001910* RERUN AFTER A MID-RUN FAILURE STILL COMPARES AGAINST THE LAST
001920* GOOD NIGHT, NEVER AGAINST ITS OWN HALF-BUILT RESULTS.  NO
001930* BASELINE ON FILE JUST MEANS THE FIRST EVER RUN - NO MIGRATION
001940* LINES THAT NIGHT.
001950*-----------------------------------------------------------------
001960 1100-OPEN-PRIOR-BASELINE.
001970     ACCEPT CB-RUN-DATE FROM DATE YYYYMMDD.
001980     OPEN INPUT CLASS-PRIOR-WORK.
001990     IF CB-CPRV-STATUS = "35"
002000         GO TO 1100-EXIT
002010     END-IF.
002020     IF CB-CPRV-STATUS NOT = "00"
002030         DISPLAY "CLASSBAT - CLASSPRV OPEN ERROR " CB-CPRV-STATUS
002040         MOVE 99 TO RETURN-CODE
002050         GOBACK
002060     END-IF.
002070     SET CB-PRIOR-AVAILABLE TO TRUE.
002080 1100-EXIT.
002090     EXIT.
002100 2000-PROCESS-RECORDS.
002110     PERFORM 2100-CLASSIFY-RECORD THRU 2100-EXIT.
002120     PERFORM 2150-CHECK-MIGRATION THRU 2150-EXIT.
002130     PERFORM 2200-WRITE-RESULT THRU 2200-EXIT.
002140     PERFORM 2300-WRITE-REPORT-LINE THRU 2300-EXIT.
002150     ADD 1 TO CB-RECORD-COUNT.
002160     PERFORM 2900-READ-CLASSIN THRU 2900-EXIT.
002170 2000-EXIT.
002180     EXIT.
002190*-----------------------------------------------------------------
002200* COMPARE TONIGHT'S TIER WITH LAST NIGHT'S.  AN ACCOUNT WITH NO
002210* PRIOR RECORD IS SIMPLY NEW - ONLY A CHANGED TIER EARNS A
002220* MIGRATION LINE.  FINANCE WATCHES THE CROSSINGS INTO HIGH.
002230*-----------------------------------------------------------------
002240 2150-CHECK-MIGRATION.
002250     IF NOT CB-PRIOR-AVAILABLE
002260         GO TO 2150-EXIT
002270     END-IF.
002280     MOVE CL-RESULT-KEY TO CV-RESULT-KEY.
002290     READ CLASS-PRIOR-WORK
002300         INVALID KEY
002310             CONTINUE
002320         NOT INVALID KEY
002330             IF CV-RESULT-TIER-CODE NOT = CL-RESULT-TIER-CODE
002340                 PERFORM 2160-WRITE-MIGRATION-LINE THRU 2160-EXIT
002350             END-IF
002360     END-READ.
002370 2150-EXIT.
002380     EXIT.
002390 2160-WRITE-MIGRATION-LINE.
002400     MOVE SPACES TO MIGRATION-LINE.
002410     STRING CL-RESULT-KEY            DELIMITED BY SIZE
002420            "  TIER "                DELIMITED BY SIZE
002430            CV-RESULT-TIER-CODE      DELIMITED BY SIZE
002440            " ("                     DELIMITED BY SIZE
002450            CV-RESULT-TIER-NAME      DELIMITED BY SIZE
002460            ") WINNER "              DELIMITED BY SIZE
002470            CV-RESULT-WINNER-VALUE   DELIMITED BY SIZE
002480            " -> TIER "              DELIMITED BY SIZE
002490            CL-RESULT-TIER-CODE      DELIMITED BY SIZE
002500            " ("                     DELIMITED BY SIZE
002510            CL-RESULT-TIER-NAME      DELIMITED BY SIZE
002520            ") WINNER "              DELIMITED BY SIZE
002530            CL-RESULT-WINNER-VALUE   DELIMITED BY SIZE
002540       INTO MIGRATION-LINE.
002550     WRITE MIGRATION-LINE.
002560     IF CB-CMIG-STATUS NOT = "00"
002570         DISPLAY "CLASSBAT - CLASSMIG WRITE ERROR " CB-CMIG-STATUS
002580         MOVE 99 TO RETURN-CODE
002590         GOBACK
002600     END-IF.
002610     ADD 1 TO CB-MIGRATION-COUNT.
002620 2160-EXIT.
002630     EXIT.
002640*-----------------------------------------------------------------
002650* THE RULE ITSELF - HIGHEST-OF-THREE PLUS TIER LOOKUP - LIVES IN
002660* CLASSRULE SO THIS ENGINE AND THE CONDITIONALS SCREEN NEVER GET
002670* OUT OF SYNC WITH EACH OTHER.
002680*-----------------------------------------------------------------
002690 2100-CLASSIFY-RECORD.
002700     MOVE CI-KEY  TO CL-RESULT-KEY.
002710     MOVE CI-NUM1 TO CL-RESULT-NUM1.
002720     MOVE CI-NUM2 TO CL-RESULT-NUM2.
002730     MOVE CI-NUM3 TO CL-RESULT-NUM3.
002740     CALL "CLASSRULE" USING CI-NUM1
002750                             CI-NUM2
002760                             CI-NUM3
002770                             CL-RESULT-WINNER
002780                             CL-RESULT-WINNER-VALUE
002790                             CL-RESULT-TIER-CODE
002800                             CL-RESULT-TIER-NAME.
002810     IF CL-RESULT-TIER-CODE = SPACE
002820         ADD 1 TO CB-EXCEPTION-COUNT
002830     END-IF.
002840 2100-EXIT.
002850     EXIT.
002860 2200-WRITE-RESULT.
002870     WRITE CL-RESULT-RECORD
002880         INVALID KEY
002890             CONTINUE
002900     END-WRITE.
002910     IF CB-CLOUT-STATUS NOT = "00"
002920         IF CB-CLOUT-STATUS = "22"
002930             DISPLAY "CLASSBAT - DUPLICATE KEY: "
002940                     CL-RESULT-KEY
002950         ELSE
002960             DISPLAY "CLASSBAT - CLASSOUT WRITE ERROR "
002970                     CB-CLOUT-STATUS
002980         END-IF
002990         ADD 1 TO CB-EXCEPTION-COUNT
003000     END-IF.
003010 2200-EXIT.
003020     EXIT.
003030 2300-WRITE-REPORT-LINE.
003040     MOVE SPACES TO CLASSRPT-LINE.
003050     STRING CL-RESULT-KEY         DELIMITED BY SIZE
003060            "  WINNER="            DELIMITED BY SIZE
003070            CL-RESULT-WINNER       DELIMITED BY SIZE
003080            "  TIER="              DELIMITED BY SIZE
003090            CL-RESULT-TIER-CODE    DELIMITED BY SIZE
003100            " ("                   DELIMITED BY SIZE
003110            CL-RESULT-TIER-NAME    DELIMITED BY SIZE
003120            ")"                    DELIMITED BY SIZE
003130       INTO CLASSRPT-LINE.
003140     WRITE CLASSRPT-LINE.
003150     IF CB-CLRPT-STATUS NOT = "00"
003160         DISPLAY "CLASSBAT - CLASSRPT WRITE ERROR "
003170                 CB-CLRPT-STATUS
003180         MOVE 99 TO RETURN-CODE
003190         GOBACK
003200     END-IF.
003210 2300-EXIT.
003220     EXIT.
003230 2900-READ-CLASSIN.
003240     READ CLASSIN-FILE
003250         AT END SET CB-EOF TO TRUE
003260     END-READ.
003270 2900-EXIT.
003280     EXIT.
003290 9000-TERMINATE.
003300     DISPLAY "CLASSBAT - RECORDS PROCESSED: " CB-RECORD-COUNT.
003310     DISPLAY "CLASSBAT - EXCEPTIONS: " CB-EXCEPTION-COUNT.
003320     DISPLAY "CLASSBAT - TIER MIGRATIONS: " CB-MIGRATION-COUNT.
003330     MOVE CB-MIGRATION-COUNT TO CB-EDIT-MIGRATIONS.
003340     MOVE SPACES TO MIGRATION-LINE.
003350     STRING "TIER MIGRATIONS: "  DELIMITED BY SIZE
003360            CB-EDIT-MIGRATIONS   DELIMITED BY SIZE
003370       INTO MIGRATION-LINE.
003380     WRITE MIGRATION-LINE.
003390     IF CB-CMIG-STATUS NOT = "00"
003400         DISPLAY "CLASSBAT - CLASSMIG WRITE ERROR " CB-CMIG-STATUS
003410         MOVE 99 TO RETURN-CODE
003420         GOBACK
003430     END-IF.
003440     MOVE CB-EXCEPTION-COUNT TO CB-AUDIT-EDIT-COUNT.
003450     STRING "RUN COMPLETE - EXCEPTIONS: "     DELIMITED BY SIZE
003460            CB-AUDIT-EDIT-COUNT             DELIMITED BY SIZE
003470       INTO CB-AUDIT-DETAIL.
003480     CALL "AUDITLOG" USING "CLASSBAT  "
003490                            "END       "
003500                            CB-AUDIT-DETAIL.
003510     CLOSE CLASSIN-FILE.
003520     CLOSE CLASSOUT-FILE.
003530     CLOSE CLASSRPT-FILE.
003540     CLOSE MIGRATION-REPORT.
003550     IF CB-PRIOR-AVAILABLE
003560         CLOSE CLASS-PRIOR-WORK
003570     END-IF.
003580     IF CB-EXCEPTION-COUNT = 0
003590         PERFORM 9100-ARCHIVE-RESULTS THRU 9100-EXIT
003600     ELSE
003610         DISPLAY "CLASSBAT - EXCEPTIONS PRESENT - HISTORY AND "
003620                 "BASELINE NOT ROLLED"
003630     END-IF.
003640 9000-EXIT.
003650     EXIT.
003660*-----------------------------------------------------------------
003670* THE NIGHT COMPLETED CLEAN - APPEND ITS RESULTS TO THE CLASSHIS
003680* HISTORY FILE AND REBUILD THE CLASSPRV MIGRATION BASELINE FROM
003690* THEM.  ONLY A CLEAN RUN ROLLS EITHER ONE: AN EXCEPTIONAL RUN
003700* COMES BACK NON-ZERO, DAILYJOB RECORDS THE STAGE FAILED, AND
003710* THE RERUN MUST FIND HISTORY AND BASELINE EXACTLY AS THE LAST
003720* CLEAN NIGHT LEFT THEM - OTHERWISE THE RERUN WOULD COMPARE
003730* TONIGHT AGAINST ITSELF, WIPE THE REAL MIGRATION LINES, AND
003740* ARCHIVE THE SAME NIGHT TWICE.  A FAILED OR EXCEPTIONAL RUN
003750* THEREFORE LEAVES BOTH UNTOUCHED.
003760*-----------------------------------------------------------------
003770 9100-ARCHIVE-RESULTS.
003780     OPEN INPUT CLASSOUT-PRIOR.
003790     IF CB-PRIO-STATUS NOT = "00"
003800         DISPLAY "CLASSBAT - CLASSOUT ARCHIVE OPEN ERROR "
003810                 CB-PRIO-STATUS
003820         MOVE 99 TO RETURN-CODE
003830         GOBACK
003840     END-IF.
003850     OPEN EXTEND CLASS-HISTORY.
003860     IF CB-CHIS-STATUS = "35"
003870         OPEN OUTPUT CLASS-HISTORY
003880     END-IF.
003890     IF CB-CHIS-STATUS NOT = "00"
003900         DISPLAY "CLASSBAT - CLASSHIS OPEN ERROR " CB-CHIS-STATUS
003910         MOVE 99 TO RETURN-CODE
003920         GOBACK
003930     END-IF.
003940     OPEN OUTPUT CLASS-PRIOR-WORK.
003950     IF CB-CPRV-STATUS NOT = "00"
003960         DISPLAY "CLASSBAT - CLASSPRV OPEN ERROR " CB-CPRV-STATUS
003970         MOVE 99 TO RETURN-CODE
003980         GOBACK
003990     END-IF.
004000     PERFORM 9150-ARCHIVE-ONE-RESULT THRU 9150-EXIT
004010         UNTIL CB-ARCH-EOF.
004020     CLOSE CLASSOUT-PRIOR.
004030     CLOSE CLASS-HISTORY.
004040     CLOSE CLASS-PRIOR-WORK.
004050 9100-EXIT.
004060     EXIT.
004070 9150-ARCHIVE-ONE-RESULT.
004080     READ CLASSOUT-PRIOR NEXT
004090         AT END SET CB-ARCH-EOF TO TRUE
004100     END-READ.
004110     IF NOT CB-ARCH-EOF
004120         MOVE CB-RUN-DATE            TO CH-ARCHIVE-DATE
004130         MOVE CP-RESULT-KEY          TO CH-RESULT-KEY
004140         MOVE CP-RESULT-NUM1         TO CH-RESULT-NUM1
004150         MOVE CP-RESULT-NUM2         TO CH-RESULT-NUM2
004160         MOVE CP-RESULT-NUM3         TO CH-RESULT-NUM3
004170         MOVE CP-RESULT-WINNER       TO CH-RESULT-WINNER
004180         MOVE CP-RESULT-WINNER-VALUE TO CH-RESULT-WINNER-VALUE
004190         MOVE CP-RESULT-TIER-CODE    TO CH-RESULT-TIER-CODE
004200         MOVE CP-RESULT-TIER-NAME    TO CH-RESULT-TIER-NAME
004210         WRITE CH-HISTORY-RECORD
004220         IF CB-CHIS-STATUS NOT = "00"
004230             DISPLAY "CLASSBAT - CLASSHIS WRITE ERROR "
004240                     CB-CHIS-STATUS
004250             MOVE 99 TO RETURN-CODE
004260             GOBACK
004270         END-IF
004280         MOVE CP-RESULT-KEY          TO CV-RESULT-KEY
004290         MOVE CP-RESULT-WINNER-VALUE TO CV-RESULT-WINNER-VALUE
004300         MOVE CP-RESULT-TIER-CODE    TO CV-RESULT-TIER-CODE
004310         MOVE CP-RESULT-TIER-NAME    TO CV-RESULT-TIER-NAME
004320         WRITE CV-PRIOR-RECORD
004330             INVALID KEY
004340                 CONTINUE
004350         END-WRITE
004360         IF CB-CPRV-STATUS NOT = "00"
004370             DISPLAY "CLASSBAT - CLASSPRV WRITE ERROR "
004380                     CB-CPRV-STATUS
004390             MOVE 99 TO RETURN-CODE
004400             GOBACK
004410         END-IF
004420     END-IF.
004430 9150-EXIT.
004440     EXIT.
