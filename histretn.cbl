000260*-----------------------------------------------------------------
000270*    MODIFICATION HISTORY.
000280*        09/02/26  RLH  INITIAL VERSION.
000290*        10/15/26  RLH  VARHIST ROWS ARE NOW 37 BYTES (WRITE-OFF
000300*                       FLAG AND AMOUNT).
000310*        10/15/26  RLH  CLASSHIS ROWS ARE NOW 56 BYTES (THE
000320*                       TWELVE-BYTE COMPANY/ACCOUNT KEY).
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. HISTRETN.
000360 AUTHOR. R. HOLLOWAY.
000370 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000380 DATE-WRITTEN. 09/02/26.
000390 DATE-COMPILED. 09/02/26.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT RETAIN-PARM-FILE ASSIGN TO HRETPRM
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS HR-PARM-STATUS.
000460     SELECT VARIANCE-HISTORY ASSIGN TO VARHIST
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS HR-VHIS-STATUS.
000490     SELECT VARIANCE-HIST-WORK ASSIGN TO VARHNEW
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS HR-VHWK-STATUS.
000520     SELECT VARIANCE-ARCHIVE ASSIGN TO VARHARCH
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS HR-VARC-STATUS.
000550     SELECT VARIANCE-PULL ASSIGN TO VARHPULL
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS HR-VPUL-STATUS.
000580     SELECT CLASS-HISTORY ASSIGN TO CLASSHIS
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS HR-CHIS-STATUS.
000610     SELECT CLASS-HIST-WORK ASSIGN TO CLASHNEW
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS HR-CHWK-STATUS.
000640     SELECT CLASS-ARCHIVE ASSIGN TO CLASHARC
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS HR-CARC-STATUS.
000670     SELECT CLASS-PULL ASSIGN TO CLASPULL
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS HR-CPUL-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  RETAIN-PARM-FILE.
000730 01  RETAIN-PARM-RECORD.
000740     05  HR-FUNCTION             PIC X(08).
000750     05  HR-TARGET               PIC X(08).
000760     05  HR-FROM-DATE            PIC X(08).
000770     05  HR-TO-DATE              PIC X(08).
000780 FD  VARIANCE-HISTORY.
000790 COPY vhistcpy.
000800 FD  VARIANCE-HIST-WORK.
000810 01  VARIANCE-WORK-RECORD        PIC X(37).
000820 FD  VARIANCE-ARCHIVE.
000830 01  VARIANCE-ARCHIVE-RECORD     PIC X(37).
000840 FD  VARIANCE-PULL.
000850 01  VARIANCE-PULL-RECORD        PIC X(37).
000860 FD  CLASS-HISTORY.
000870 COPY clhiscpy.
000880 FD  CLASS-HIST-WORK.
000890 01  CLASS-WORK-RECORD           PIC X(56).
000900 FD  CLASS-ARCHIVE.
000910 01  CLASS-ARCHIVE-RECORD        PIC X(56).
000920 FD  CLASS-PULL.
000930 01  CLASS-PULL-RECORD           PIC X(56).
000940 WORKING-STORAGE SECTION.
000950*-----------------------------------------------------------------
000960* ROWS OLDER THAN THIS MANY DAYS ROLL OFF TO THE ARCHIVE.
000970* VARTREND ONLY EVER LOOKS AT THE LAST FEW RUNS PER ACCOUNT -
000980* CHANGE THE VALUE HERE WHEN THE LIVE WINDOW SHOULD BE LONGER
000990* OR SHORTER, NOT THE SPLIT LOGIC BELOW.
001000*-----------------------------------------------------------------
001010 77  HR-RETAIN-DAYS               PIC 9(03) VALUE 45.
001020 01  HR-FILE-STATUSES.
001030     05  HR-PARM-STATUS           PIC X(02) VALUE "00".
001040     05  HR-VHIS-STATUS           PIC X(02) VALUE "00".
001050     05  HR-VHWK-STATUS           PIC X(02) VALUE "00".
001060     05  HR-VARC-STATUS           PIC X(02) VALUE "00".
001070     05  HR-VPUL-STATUS           PIC X(02) VALUE "00".
001080     05  HR-CHIS-STATUS           PIC X(02) VALUE "00".
001090     05  HR-CHWK-STATUS           PIC X(02) VALUE "00".
001100     05  HR-CARC-STATUS           PIC X(02) VALUE "00".
001110     05  HR-CPUL-STATUS           PIC X(02) VALUE "00".
001120 01  HR-SWITCHES.
001130     05  HR-EOF-SW                PIC X(01) VALUE "N".
001140         88  HR-EOF                   VALUE "Y".
001150     05  HR-COPY-EOF-SW           PIC X(01) VALUE "N".
001160         88  HR-COPY-EOF              VALUE "Y".
001170 01  HR-TODAY-DATE                PIC 9(08).
001180 01  HR-ROW-AGE-DAYS              PIC S9(05) COMP.
001190 01  HR-FROM-DATE-N               PIC 9(08) VALUE 0.
001200 01  HR-TO-DATE-N                 PIC 9(08) VALUE 99999999.
001210 01  HR-COUNTS.
001220     05  HR-ARCHIVED-COUNT        PIC 9(07) VALUE 0.
001230     05  HR-RETAINED-COUNT        PIC 9(07) VALUE 0.
001240     05  HR-PULLED-COUNT          PIC 9(07) VALUE 0.
001250 01  HR-EDIT-ARCHIVED             PIC ZZZ,ZZZ,ZZ9.
001260 01  HR-EDIT-RETAINED             PIC ZZZ,ZZZ,ZZ9.
001270 01  HR-EDIT-PULLED               PIC ZZZ,ZZZ,ZZ9.
001280 01  HR-AUDIT-DETAIL              PIC X(50).
001290 PROCEDURE DIVISION.
001300 0000-MAINLINE.
001310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001320     EVALUATE HR-FUNCTION
001330         WHEN "RETAIN"
001340             PERFORM 2000-RUN-RETENTION THRU 2000-EXIT
001350         WHEN "RECALL"
001360             PERFORM 6000-RUN-RECALL THRU 6000-EXIT
001370         WHEN OTHER
001380             DISPLAY "HISTRETN - HRETPRM FUNCTION INVALID: "
001390                     HR-FUNCTION
001400             MOVE 99 TO RETURN-CODE
001410             GOBACK
001420     END-EVALUATE.
001430     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001440     MOVE 0 TO RETURN-CODE.
001450     GOBACK.
001460*-----------------------------------------------------------------
001470* NO PARAMETER FILE MEANS THE SCHEDULED NIGHTLY RETENTION PASS
001480* OVER BOTH FILES.  RECALL DEMANDS AN EXPLICIT TARGET AND DATE
001490* RANGE - PULLING AN UNBOUNDED ARCHIVE BACK IS NEVER THE
001500* INTENT.
001510*-----------------------------------------------------------------
001520 1000-INITIALIZE.
001530     ACCEPT HR-TODAY-DATE FROM DATE YYYYMMDD.
001540     MOVE "RETAIN" TO HR-FUNCTION.
001550     MOVE "ALL"    TO HR-TARGET.
001560     OPEN INPUT RETAIN-PARM-FILE.
001570     IF HR-PARM-STATUS = "00"
001580         MOVE SPACES TO RETAIN-PARM-RECORD
001590         READ RETAIN-PARM-FILE
001600             AT END CONTINUE
001610         END-READ
001620         CLOSE RETAIN-PARM-FILE
001630         IF HR-FUNCTION = SPACES
001640             MOVE "RETAIN" TO HR-FUNCTION
001650         END-IF
001660         IF HR-TARGET = SPACES
001670             MOVE "ALL" TO HR-TARGET
001680         END-IF
001690     END-IF.
001700     IF HR-FUNCTION = "RECALL"
001710         IF HR-FROM-DATE IS NOT NUMERIC
001720            OR HR-TO-DATE IS NOT NUMERIC
001730             DISPLAY "HISTRETN - RECALL DATE RANGE INVALID: "
001740                     HR-FROM-DATE " " HR-TO-DATE
001750             MOVE 99 TO RETURN-CODE
001760             GOBACK
001770         END-IF
001780         MOVE HR-FROM-DATE TO HR-FROM-DATE-N
001790         MOVE HR-TO-DATE   TO HR-TO-DATE-N
001800     END-IF.
001810     MOVE SPACES TO HR-AUDIT-DETAIL.
001820     STRING HR-FUNCTION           DELIMITED BY SIZE
001830            " BEGUN FOR "         DELIMITED BY SIZE
001840            HR-TARGET             DELIMITED BY SIZE
001850       INTO HR-AUDIT-DETAIL.
001860     CALL "AUDITLOG" USING "HISTRETN  "
001870                            "START     "
001880                            HR-AUDIT-DETAIL.
001890 1000-EXIT.
001900     EXIT.
001910 2000-RUN-RETENTION.
001920     IF HR-TARGET = "VARHIST" OR HR-TARGET = "ALL"
001930         PERFORM 3000-RETAIN-VARHIST THRU 3000-EXIT
001940     END-IF.
001950     IF HR-TARGET = "CLASSHIS" OR HR-TARGET = "ALL"
001960         PERFORM 4000-RETAIN-CLASSHIS THRU 4000-EXIT
001970     END-IF.
001980 2000-EXIT.
001990     EXIT.
002000*-----------------------------------------------------------------
002010* THE VARIANCE-HISTORY SPLIT.  ROWS INSIDE THE RETENTION WINDOW
002020* GO TO THE WORK FILE AND COME BACK AS THE NEW LIVE FILE; OLDER
002030* ROWS APPEND TO THE VARHARCH ARCHIVE.  A HISTORY NOT ON FILE
002040* YET IS SIMPLY NOTHING TO RETAIN.
002050*-----------------------------------------------------------------
002060 3000-RETAIN-VARHIST.
002070     OPEN INPUT VARIANCE-HISTORY.
002080     IF HR-VHIS-STATUS = "35"
002090         DISPLAY "HISTRETN - VARHIST NOT ON FILE - SKIPPED."
002100         GO TO 3000-EXIT
002110     END-IF.
002120     IF HR-VHIS-STATUS NOT = "00"
002130         DISPLAY "HISTRETN - VARHIST OPEN ERROR " HR-VHIS-STATUS
002140         MOVE 99 TO RETURN-CODE
002150         GOBACK
002160     END-IF.
002170     OPEN EXTEND VARIANCE-ARCHIVE.
002180     IF HR-VARC-STATUS = "35"
002190         OPEN OUTPUT VARIANCE-ARCHIVE
002200     END-IF.
002210     IF HR-VARC-STATUS NOT = "00"
002220         DISPLAY "HISTRETN - VARHARCH OPEN ERROR " HR-VARC-STATUS
002230         MOVE 99 TO RETURN-CODE
002240         GOBACK
002250     END-IF.
002260     OPEN OUTPUT VARIANCE-HIST-WORK.
002270     IF HR-VHWK-STATUS NOT = "00"
002280         DISPLAY "HISTRETN - VARHNEW OPEN ERROR " HR-VHWK-STATUS
002290         MOVE 99 TO RETURN-CODE
002300         GOBACK
002310     END-IF.
002320     MOVE "N" TO HR-EOF-SW.
002330     PERFORM 3100-SPLIT-ONE-VARIANCE THRU 3100-EXIT
002340         UNTIL HR-EOF.
002350     CLOSE VARIANCE-HISTORY.
002360     CLOSE VARIANCE-ARCHIVE.
002370     CLOSE VARIANCE-HIST-WORK.
002380     PERFORM 3200-REBUILD-VARHIST THRU 3200-EXIT.
002390 3000-EXIT.
002400     EXIT.
002410 3100-SPLIT-ONE-VARIANCE.
002420     READ VARIANCE-HISTORY
002430         AT END SET HR-EOF TO TRUE
002440     END-READ.
002450     IF NOT HR-EOF
002460         COMPUTE HR-ROW-AGE-DAYS =
002470             FUNCTION INTEGER-OF-DATE (HR-TODAY-DATE)
002480             - FUNCTION INTEGER-OF-DATE (VH-RUN-DATE)
002490         IF HR-ROW-AGE-DAYS > HR-RETAIN-DAYS
002500             MOVE VH-HISTORY-RECORD TO VARIANCE-ARCHIVE-RECORD
002510             WRITE VARIANCE-ARCHIVE-RECORD
002520             IF HR-VARC-STATUS NOT = "00"
002530                 DISPLAY "HISTRETN - VARHARCH WRITE ERROR "
002540                         HR-VARC-STATUS
002550                 MOVE 99 TO RETURN-CODE
002560                 GOBACK
002570             END-IF
002580             ADD 1 TO HR-ARCHIVED-COUNT
002590         ELSE
002600             MOVE VH-HISTORY-RECORD TO VARIANCE-WORK-RECORD
002610             WRITE VARIANCE-WORK-RECORD
002620             IF HR-VHWK-STATUS NOT = "00"
002630                 DISPLAY "HISTRETN - VARHNEW WRITE ERROR "
002640                         HR-VHWK-STATUS
002650                 MOVE 99 TO RETURN-CODE
002660                 GOBACK
002670             END-IF
002680             ADD 1 TO HR-RETAINED-COUNT
002690         END-IF
002700     END-IF.
002710 3100-EXIT.
002720     EXIT.
002730 3200-REBUILD-VARHIST.
002740     OPEN INPUT VARIANCE-HIST-WORK.
002750     IF HR-VHWK-STATUS NOT = "00"
002760         DISPLAY "HISTRETN - VARHNEW REOPEN ERROR "
002770                 HR-VHWK-STATUS
002780         MOVE 99 TO RETURN-CODE
002790         GOBACK
002800     END-IF.
002810     OPEN OUTPUT VARIANCE-HISTORY.
002820     IF HR-VHIS-STATUS NOT = "00"
002830         DISPLAY "HISTRETN - VARHIST REWRITE OPEN ERROR "
002840                 HR-VHIS-STATUS
002850         MOVE 99 TO RETURN-CODE
002860         GOBACK
002870     END-IF.
002880     MOVE "N" TO HR-COPY-EOF-SW.
002890     PERFORM 3250-COPY-ONE-BACK THRU 3250-EXIT
002900         UNTIL HR-COPY-EOF.
002910     CLOSE VARIANCE-HIST-WORK.
002920     CLOSE VARIANCE-HISTORY.
002930 3200-EXIT.
002940     EXIT.
002950 3250-COPY-ONE-BACK.
002960     READ VARIANCE-HIST-WORK
002970         AT END SET HR-COPY-EOF TO TRUE
002980     END-READ.
002990     IF NOT HR-COPY-EOF
003000         MOVE VARIANCE-WORK-RECORD TO VH-HISTORY-RECORD
003010         WRITE VH-HISTORY-RECORD
003020         IF HR-VHIS-STATUS NOT = "00"
003030             DISPLAY "HISTRETN - VARHIST WRITE ERROR "
003040                     HR-VHIS-STATUS
003050             MOVE 99 TO RETURN-CODE
003060             GOBACK
003070         END-IF
003080     END-IF.
003090 3250-EXIT.
003100     EXIT.
003110 4000-RETAIN-CLASSHIS.
003120     OPEN INPUT CLASS-HISTORY.
003130     IF HR-CHIS-STATUS = "35"
003140         DISPLAY "HISTRETN - CLASSHIS NOT ON FILE - SKIPPED."
003150         GO TO 4000-EXIT
003160     END-IF.
003170     IF HR-CHIS-STATUS NOT = "00"
003180         DISPLAY "HISTRETN - CLASSHIS OPEN ERROR " HR-CHIS-STATUS
003190         MOVE 99 TO RETURN-CODE
003200         GOBACK
003210     END-IF.
003220     OPEN EXTEND CLASS-ARCHIVE.
003230     IF HR-CARC-STATUS = "35"
003240         OPEN OUTPUT CLASS-ARCHIVE
003250     END-IF.
003260     IF HR-CARC-STATUS NOT = "00"
003270         DISPLAY "HISTRETN - CLASHARC OPEN ERROR " HR-CARC-STATUS
003280         MOVE 99 TO RETURN-CODE
003290         GOBACK
003300     END-IF.
003310     OPEN OUTPUT CLASS-HIST-WORK.
003320     IF HR-CHWK-STATUS NOT = "00"
003330         DISPLAY "HISTRETN - CLASHNEW OPEN ERROR " HR-CHWK-STATUS
003340         MOVE 99 TO RETURN-CODE
003350         GOBACK
003360     END-IF.
003370     MOVE "N" TO HR-EOF-SW.
003380     PERFORM 4100-SPLIT-ONE-CLASS THRU 4100-EXIT
003390         UNTIL HR-EOF.
003400     CLOSE CLASS-HISTORY.
003410     CLOSE CLASS-ARCHIVE.
003420     CLOSE CLASS-HIST-WORK.
003430     PERFORM 4200-REBUILD-CLASSHIS THRU 4200-EXIT.
003440 4000-EXIT.
003450     EXIT.
003460 4100-SPLIT-ONE-CLASS.
003470     READ CLASS-HISTORY
003480         AT END SET HR-EOF TO TRUE
003490     END-READ.
003500     IF NOT HR-EOF
003510         COMPUTE HR-ROW-AGE-DAYS =
003520             FUNCTION INTEGER-OF-DATE (HR-TODAY-DATE)
003530             - FUNCTION INTEGER-OF-DATE (CH-ARCHIVE-DATE)
003540         IF HR-ROW-AGE-DAYS > HR-RETAIN-DAYS
003550             MOVE CH-HISTORY-RECORD TO CLASS-ARCHIVE-RECORD
003560             WRITE CLASS-ARCHIVE-RECORD
003570             IF HR-CARC-STATUS NOT = "00"
003580                 DISPLAY "HISTRETN - CLASHARC WRITE ERROR "
003590                         HR-CARC-STATUS
003600                 MOVE 99 TO RETURN-CODE
003610                 GOBACK
003620             END-IF
003630             ADD 1 TO HR-ARCHIVED-COUNT
003640         ELSE
003650             MOVE CH-HISTORY-RECORD TO CLASS-WORK-RECORD
003660             WRITE CLASS-WORK-RECORD
003670             IF HR-CHWK-STATUS NOT = "00"
003680                 DISPLAY "HISTRETN - CLASHNEW WRITE ERROR "
003690                         HR-CHWK-STATUS
003700                 MOVE 99 TO RETURN-CODE
003710                 GOBACK
003720             END-IF
003730             ADD 1 TO HR-RETAINED-COUNT
003740         END-IF
003750     END-IF.
003760 4100-EXIT.
003770     EXIT.
003780 4200-REBUILD-CLASSHIS.
003790     OPEN INPUT CLASS-HIST-WORK.
003800     IF HR-CHWK-STATUS NOT = "00"
003810         DISPLAY "HISTRETN - CLASHNEW REOPEN ERROR "
003820                 HR-CHWK-STATUS
003830         MOVE 99 TO RETURN-CODE
003840         GOBACK
003850     END-IF.
003860     OPEN OUTPUT CLASS-HISTORY.
003870     IF HR-CHIS-STATUS NOT = "00"
003880         DISPLAY "HISTRETN - CLASSHIS REWRITE OPEN ERROR "
003890                 HR-CHIS-STATUS
003900         MOVE 99 TO RETURN-CODE
003910         GOBACK
003920     END-IF.
003930     MOVE "N" TO HR-COPY-EOF-SW.
003940     PERFORM 4250-COPY-ONE-BACK THRU 4250-EXIT
003950         UNTIL HR-COPY-EOF.
003960     CLOSE CLASS-HIST-WORK.
003970     CLOSE CLASS-HISTORY.
003980 4200-EXIT.
003990     EXIT.
004000 4250-COPY-ONE-BACK.
004010     READ CLASS-HIST-WORK
004020         AT END SET HR-COPY-EOF TO TRUE
004030     END-READ.
004040     IF NOT HR-COPY-EOF
004050         MOVE CLASS-WORK-RECORD TO CH-HISTORY-RECORD
004060         WRITE CH-HISTORY-RECORD
004070         IF HR-CHIS-STATUS NOT = "00"
004080             DISPLAY "HISTRETN - CLASSHIS WRITE ERROR "
004090                     HR-CHIS-STATUS
004100             MOVE 99 TO RETURN-CODE
004110             GOBACK
004120         END-IF
004130     END-IF.
004140 4250-EXIT.
004150     EXIT.
004160*-----------------------------------------------------------------
004170* RECALL - THE REQUESTED DATE RANGE COMES OFF THE ARCHIVE INTO
004180* A RESEARCH EXTRACT.  NEITHER THE ARCHIVE NOR THE LIVE FILE
004190* IS TOUCHED.
004200*-----------------------------------------------------------------
004210 6000-RUN-RECALL.
004220     EVALUATE HR-TARGET
004230         WHEN "VARHIST"
004240             PERFORM 6100-RECALL-VARHIST THRU 6100-EXIT
004250         WHEN "CLASSHIS"
004260             PERFORM 6200-RECALL-CLASSHIS THRU 6200-EXIT
004270         WHEN OTHER
004280             DISPLAY "HISTRETN - RECALL TARGET INVALID: "
004290                     HR-TARGET
004300             MOVE 99 TO RETURN-CODE
004310             GOBACK
004320     END-EVALUATE.
004330 6000-EXIT.
004340     EXIT.
004350 6100-RECALL-VARHIST.
004360     OPEN INPUT VARIANCE-ARCHIVE.
004370     IF HR-VARC-STATUS NOT = "00"
004380         DISPLAY "HISTRETN - VARHARCH OPEN ERROR " HR-VARC-STATUS
004390         MOVE 99 TO RETURN-CODE
004400         GOBACK
004410     END-IF.
004420     OPEN OUTPUT VARIANCE-PULL.
004430     IF HR-VPUL-STATUS NOT = "00"
004440         DISPLAY "HISTRETN - VARHPULL OPEN ERROR " HR-VPUL-STATUS
004450         MOVE 99 TO RETURN-CODE
004460         GOBACK
004470     END-IF.
004480     MOVE "N" TO HR-EOF-SW.
004490     PERFORM 6150-PULL-ONE-VARIANCE THRU 6150-EXIT
004500         UNTIL HR-EOF.
004510     CLOSE VARIANCE-ARCHIVE.
004520     CLOSE VARIANCE-PULL.
004530 6100-EXIT.
004540     EXIT.
004550 6150-PULL-ONE-VARIANCE.
004560     READ VARIANCE-ARCHIVE
004570         AT END SET HR-EOF TO TRUE
004580     END-READ.
004590     IF NOT HR-EOF
004600         MOVE VARIANCE-ARCHIVE-RECORD TO VH-HISTORY-RECORD
004610         IF VH-RUN-DATE NOT < HR-FROM-DATE-N
004620            AND VH-RUN-DATE NOT > HR-TO-DATE-N
004630             MOVE VARIANCE-ARCHIVE-RECORD
004640                 TO VARIANCE-PULL-RECORD
004650             WRITE VARIANCE-PULL-RECORD
004660             IF HR-VPUL-STATUS NOT = "00"
004670                 DISPLAY "HISTRETN - VARHPULL WRITE ERROR "
004680                         HR-VPUL-STATUS
004690                 MOVE 99 TO RETURN-CODE
004700                 GOBACK
004710             END-IF
004720             ADD 1 TO HR-PULLED-COUNT
004730         END-IF
004740     END-IF.
004750 6150-EXIT.
004760     EXIT.
004770 6200-RECALL-CLASSHIS.
004780     OPEN INPUT CLASS-ARCHIVE.
004790     IF HR-CARC-STATUS NOT = "00"
004800         DISPLAY "HISTRETN - CLASHARC OPEN ERROR " HR-CARC-STATUS
004810         MOVE 99 TO RETURN-CODE
004820         GOBACK
004830     END-IF.
004840     OPEN OUTPUT CLASS-PULL.
004850     IF HR-CPUL-STATUS NOT = "00"
004860         DISPLAY "HISTRETN - CLASPULL OPEN ERROR " HR-CPUL-STATUS
004870         MOVE 99 TO RETURN-CODE
004880         GOBACK
004890     END-IF.
004900     MOVE "N" TO HR-EOF-SW.
004910     PERFORM 6250-PULL-ONE-CLASS THRU 6250-EXIT
004920         UNTIL HR-EOF.
004930     CLOSE CLASS-ARCHIVE.
004940     CLOSE CLASS-PULL.
004950 6200-EXIT.
004960     EXIT.
004970 6250-PULL-ONE-CLASS.
004980     READ CLASS-ARCHIVE
004990         AT END SET HR-EOF TO TRUE
005000     END-READ.
005010     IF NOT HR-EOF
005020         MOVE CLASS-ARCHIVE-RECORD TO CH-HISTORY-RECORD
005030         IF CH-ARCHIVE-DATE NOT < HR-FROM-DATE-N
005040            AND CH-ARCHIVE-DATE NOT > HR-TO-DATE-N
005050             MOVE CLASS-ARCHIVE-RECORD TO CLASS-PULL-RECORD
005060             WRITE CLASS-PULL-RECORD
005070             IF HR-CPUL-STATUS NOT = "00"
005080                 DISPLAY "HISTRETN - CLASPULL WRITE ERROR "
005090                         HR-CPUL-STATUS
005100                 MOVE 99 TO RETURN-CODE
005110                 GOBACK
005120             END-IF
005130             ADD 1 TO HR-PULLED-COUNT
005140         END-IF
005150     END-IF.
005160 6250-EXIT.
005170     EXIT.
005180 9000-TERMINATE.
005190     DISPLAY "HISTRETN - ROWS ARCHIVED: " HR-ARCHIVED-COUNT.
005200     DISPLAY "HISTRETN - ROWS RETAINED: " HR-RETAINED-COUNT.
005210     DISPLAY "HISTRETN - ROWS RECALLED: " HR-PULLED-COUNT.
005220     MOVE HR-ARCHIVED-COUNT TO HR-EDIT-ARCHIVED.
005230     MOVE HR-RETAINED-COUNT TO HR-EDIT-RETAINED.
005240     MOVE HR-PULLED-COUNT   TO HR-EDIT-PULLED.
005250     MOVE SPACES TO HR-AUDIT-DETAIL.
005260     STRING HR-FUNCTION               DELIMITED BY SIZE
005270            " COMPLETE - ROLLED OFF: " DELIMITED BY SIZE
005280            HR-EDIT-ARCHIVED          DELIMITED BY SIZE
005290       INTO HR-AUDIT-DETAIL.
005300     CALL "AUDITLOG" USING "HISTRETN  "
005310                            "END       "
005320                            HR-AUDIT-DETAIL.
005330 9000-EXIT.
005340     EXIT.
