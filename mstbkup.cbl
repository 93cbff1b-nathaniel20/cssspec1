000270*-----------------------------------------------------------------
000280*    MODIFICATION HISTORY.
000290*        09/02/26  RLH  INITIAL VERSION.
000300*        10/15/26  RLH  CLASSPRV KEY IS NOW THE TWELVE-BYTE
000310*                       COMPANY/ACCOUNT.
000320*        10/15/26  RLH  EXCPBKP RECORDS ARE NOW 100 BYTES - THE
000330*                       EXCEPTION MASTER CARRIES THE ASSIGNED
000340*                       ANALYST AND DATE.
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. MSTBKUP.
000380 AUTHOR. R. HOLLOWAY.
000390 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000400 DATE-WRITTEN. 09/02/26.
000410 DATE-COMPILED. 09/02/26.
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT BACKUP-PARM-FILE ASSIGN TO BKUPPRM
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS BK-PARM-STATUS.
000480     SELECT PHONEMST-FILE ASSIGN TO PHONEMST
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS PH-CUSTOMER-ID
000520         ALTERNATE RECORD KEY IS PH-PHONE-NUMBER
000530             WITH DUPLICATES
000540         FILE STATUS IS BK-PHON-STATUS.
000550     SELECT EXCEPTION-MASTER ASSIGN TO EXCPMST
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS EX-ACCOUNT-ID
000590         FILE STATUS IS BK-EXCM-STATUS.
000600     SELECT CLASS-PRIOR-WORK ASSIGN TO CLASSPRV
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS CV-RESULT-KEY
000640         FILE STATUS IS BK-CPRV-STATUS.
000650     SELECT PHONE-SNAPSHOT ASSIGN TO PHONEBKP
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS BK-PSNP-STATUS.
000680     SELECT EXCP-SNAPSHOT ASSIGN TO EXCPBKP
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS BK-ESNP-STATUS.
000710     SELECT CLASS-SNAPSHOT ASSIGN TO CLASPBKP
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS BK-CSNP-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  BACKUP-PARM-FILE.
000770 01  BACKUP-PARM-RECORD.
000780     05  BP-FUNCTION             PIC X(08).
000790     05  BP-TARGET               PIC X(08).
000800 FD  PHONEMST-FILE.
000810 COPY phonecpy.
000820 FD  EXCEPTION-MASTER.
000830 COPY excmcpy.
000840 FD  CLASS-PRIOR-WORK.
000850 01  CV-PRIOR-RECORD.
000860     05  CV-RESULT-KEY           PIC X(12).
000870     05  CV-RESULT-WINNER-VALUE  PIC 9(05).
000880     05  CV-RESULT-TIER-CODE     PIC X(01).
000890     05  CV-RESULT-TIER-NAME     PIC X(10).
000900 FD  PHONE-SNAPSHOT.
000910 01  PHONE-SNAPSHOT-RECORD       PIC X(90).
000920 FD  EXCP-SNAPSHOT.
000930 01  EXCP-SNAPSHOT-RECORD        PIC X(100).
000940 FD  CLASS-SNAPSHOT.
000950 01  CLASS-SNAPSHOT-RECORD       PIC X(90).
000960 WORKING-STORAGE SECTION.
000970 01  BK-FILE-STATUSES.
000980     05  BK-PARM-STATUS           PIC X(02) VALUE "00".
000990     05  BK-PHON-STATUS           PIC X(02) VALUE "00".
001000     05  BK-EXCM-STATUS           PIC X(02) VALUE "00".
001010     05  BK-CPRV-STATUS           PIC X(02) VALUE "00".
001020     05  BK-PSNP-STATUS           PIC X(02) VALUE "00".
001030     05  BK-ESNP-STATUS           PIC X(02) VALUE "00".
001040     05  BK-CSNP-STATUS           PIC X(02) VALUE "00".
001050 01  BK-SWITCHES.
001060     05  BK-EOF-SW                PIC X(01) VALUE "N".
001070         88  BK-EOF                   VALUE "Y".
001080     05  BK-SNAP-OK-SW            PIC X(01) VALUE "N".
001090         88  BK-SNAP-OK               VALUE "Y".
001100     05  BK-MODE-SW               PIC X(01) VALUE "B".
001110         88  BK-BACKUP-MODE           VALUE "B".
001120         88  BK-RESTORE-MODE          VALUE "R".
001130 01  BK-TODAY-DATE                PIC 9(08).
001140 01  BK-COPIED-COUNT              PIC 9(07) VALUE 0.
001150 01  BK-REREAD-COUNT              PIC 9(07) VALUE 0.
001160 01  BK-TRAILER-COUNT             PIC 9(07) VALUE 0.
001170 01  BK-ERROR-COUNT               PIC 9(05) VALUE 0.
001180 01  BK-HEADER-AREA.
001190     05  BK-HDR-TAG               PIC X(10).
001200     05  BK-HDR-TARGET            PIC X(08).
001210     05  BK-HDR-DATE              PIC 9(08).
001220 01  BK-TRAILER-AREA.
001230     05  BK-TRL-TAG               PIC X(10).
001240     05  BK-TRL-COUNT             PIC 9(07).
001250 01  BK-SNAPSHOT-WORK             PIC X(100).
001260 01  BK-EDIT-COUNT                PIC ZZZ,ZZZ,ZZ9.
001270 01  BK-AUDIT-DETAIL              PIC X(50).
001280 PROCEDURE DIVISION.
001290 0000-MAINLINE.
001300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001310     EVALUATE BP-FUNCTION
001320         WHEN "BACKUP"
001330             PERFORM 2000-RUN-BACKUPS THRU 2000-EXIT
001340         WHEN "RESTORE"
001350             PERFORM 6000-RUN-RESTORE THRU 6000-EXIT
001360         WHEN OTHER
001370             DISPLAY "MSTBKUP - BKUPPRM FUNCTION INVALID: "
001380                     BP-FUNCTION
001390             MOVE 99 TO RETURN-CODE
001400             GOBACK
001410     END-EVALUATE.
001420     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001430     MOVE BK-ERROR-COUNT TO RETURN-CODE.
001440     GOBACK.
001450*-----------------------------------------------------------------
001460* THE FUNCTION AND TARGET COME FROM BKUPPRM.  A MISSING OR
001470* GARBAGE PARAMETER IS AN OPERATOR ERROR - SAY SO AND STOP
001480* BEFORE A MASTER IS TOUCHED, ESPECIALLY IN RESTORE.
001490*-----------------------------------------------------------------
001500 1000-INITIALIZE.
001510     ACCEPT BK-TODAY-DATE FROM DATE YYYYMMDD.
001520     OPEN INPUT BACKUP-PARM-FILE.
001530     IF BK-PARM-STATUS NOT = "00"
001540         DISPLAY "MSTBKUP - BKUPPRM OPEN ERROR " BK-PARM-STATUS
001550         MOVE 99 TO RETURN-CODE
001560         GOBACK
001570     END-IF.
001580     MOVE SPACES TO BACKUP-PARM-RECORD.
001590     READ BACKUP-PARM-FILE
001600         AT END CONTINUE
001610     END-READ.
001620     CLOSE BACKUP-PARM-FILE.
001630     IF BP-FUNCTION = SPACES
001640         DISPLAY "MSTBKUP - BKUPPRM FUNCTION MISSING"
001650         MOVE 99 TO RETURN-CODE
001660         GOBACK
001670     END-IF.
001680     MOVE SPACES TO BK-AUDIT-DETAIL.
001690     STRING BP-FUNCTION           DELIMITED BY SIZE
001700            " BEGUN FOR "         DELIMITED BY SIZE
001710            BP-TARGET             DELIMITED BY SIZE
001720       INTO BK-AUDIT-DETAIL.
001730     CALL "AUDITLOG" USING "MSTBKUP   "
001740                            "START     "
001750                            BK-AUDIT-DETAIL.
001760 1000-EXIT.
001770     EXIT.
001780 2000-RUN-BACKUPS.
001790     IF BP-TARGET = "PHONEMST" OR BP-TARGET = "ALL"
001800         PERFORM 3000-BACKUP-PHONEMST THRU 3000-EXIT
001810     END-IF.
001820     IF BP-TARGET = "EXCPMST" OR BP-TARGET = "ALL"
001830         PERFORM 3500-BACKUP-EXCPMST THRU 3500-EXIT
001840     END-IF.
001850     IF BP-TARGET = "CLASSPRV" OR BP-TARGET = "ALL"
001860         PERFORM 3800-BACKUP-CLASSPRV THRU 3800-EXIT
001870     END-IF.
001880 2000-EXIT.
001890     EXIT.
001900*-----------------------------------------------------------------
001910* EACH BACKUP IS SNAPSHOT, THEN VERIFY.  A MASTER NOT ON FILE
001920* YET IS NOTED AND SKIPPED - THERE IS NOTHING TO LOSE.  THE
001930* SNAPSHOT CARRIES A DATED HEADER AND A COUNT TRAILER; VERIFY
001940* RE-READS THE WHOLE SNAPSHOT AND DEMANDS THE HEADER, THE
001950* TRAILER COUNT, AND THE RECORDS COPIED ALL AGREE BEFORE THE
001960* BACKUP IS DECLARED GOOD.
001970*-----------------------------------------------------------------
001980 3000-BACKUP-PHONEMST.
001990     OPEN INPUT PHONEMST-FILE.
002000     IF BK-PHON-STATUS = "35"
002010         DISPLAY "MSTBKUP - PHONEMST NOT ON FILE - SKIPPED."
002020         GO TO 3000-EXIT
002030     END-IF.
002040     IF BK-PHON-STATUS NOT = "00"
002050         DISPLAY "MSTBKUP - PHONEMST OPEN ERROR " BK-PHON-STATUS
002060         MOVE 99 TO RETURN-CODE
002070         GOBACK
002080     END-IF.
002090     OPEN OUTPUT PHONE-SNAPSHOT.
002100     IF BK-PSNP-STATUS NOT = "00"
002110         DISPLAY "MSTBKUP - PHONEBKP OPEN ERROR " BK-PSNP-STATUS
002120         MOVE 99 TO RETURN-CODE
002130         GOBACK
002140     END-IF.
002150     MOVE "*SNAPSHOT*" TO BK-HDR-TAG.
002160     MOVE "PHONEMST"   TO BK-HDR-TARGET.
002170     MOVE BK-TODAY-DATE TO BK-HDR-DATE.
002180     MOVE SPACES TO PHONE-SNAPSHOT-RECORD.
002190     MOVE BK-HEADER-AREA TO PHONE-SNAPSHOT-RECORD.
002200     WRITE PHONE-SNAPSHOT-RECORD.
002210     MOVE 0 TO BK-COPIED-COUNT.
002220     MOVE "N" TO BK-EOF-SW.
002230     PERFORM 3100-COPY-ONE-PHONE THRU 3100-EXIT
002240         UNTIL BK-EOF.
002250     MOVE "*COUNT*"      TO BK-TRL-TAG.
002260     MOVE BK-COPIED-COUNT TO BK-TRL-COUNT.
002270     MOVE SPACES TO PHONE-SNAPSHOT-RECORD.
002280     MOVE BK-TRAILER-AREA TO PHONE-SNAPSHOT-RECORD.
002290     WRITE PHONE-SNAPSHOT-RECORD.
002300     CLOSE PHONEMST-FILE.
002310     CLOSE PHONE-SNAPSHOT.
002320     PERFORM 3200-VERIFY-PHONE-SNAP THRU 3200-EXIT.
002330 3000-EXIT.
002340     EXIT.
002350 3100-COPY-ONE-PHONE.
002360     READ PHONEMST-FILE NEXT
002370         AT END SET BK-EOF TO TRUE
002380     END-READ.
002390     IF NOT BK-EOF
002400         MOVE SPACES TO PHONE-SNAPSHOT-RECORD
002410         MOVE PH-DIRECTORY-RECORD TO PHONE-SNAPSHOT-RECORD
002420         WRITE PHONE-SNAPSHOT-RECORD
002430         IF BK-PSNP-STATUS NOT = "00"
002440             DISPLAY "MSTBKUP - PHONEBKP WRITE ERROR "
002450                     BK-PSNP-STATUS
002460             MOVE 99 TO RETURN-CODE
002470             GOBACK
002480         END-IF
002490         ADD 1 TO BK-COPIED-COUNT
002500     END-IF.
002510 3100-EXIT.
002520     EXIT.
002530 3200-VERIFY-PHONE-SNAP.
002540     OPEN INPUT PHONE-SNAPSHOT.
002550     IF BK-PSNP-STATUS NOT = "00"
002560         DISPLAY "MSTBKUP - PHONEBKP REOPEN ERROR "
002570                 BK-PSNP-STATUS
002580         MOVE 99 TO RETURN-CODE
002590         GOBACK
002600     END-IF.
002610     MOVE "N" TO BK-SNAP-OK-SW.
002620     MOVE "PHONEMST" TO BK-HDR-TARGET.
002630     MOVE 0 TO BK-REREAD-COUNT.
002640     MOVE "N" TO BK-EOF-SW.
002650     PERFORM 3300-CHECK-ONE-PHONE THRU 3300-EXIT
002660         UNTIL BK-EOF.
002670     CLOSE PHONE-SNAPSHOT.
002680     PERFORM 5000-JUDGE-SNAPSHOT THRU 5000-EXIT.
002690 3200-EXIT.
002700     EXIT.
002710 3300-CHECK-ONE-PHONE.
002720     READ PHONE-SNAPSHOT
002730         AT END SET BK-EOF TO TRUE
002740     END-READ.
002750     IF NOT BK-EOF
002760         MOVE PHONE-SNAPSHOT-RECORD TO BK-SNAPSHOT-WORK
002770         PERFORM 5100-TALLY-SNAP-RECORD THRU 5100-EXIT
002780     END-IF.
002790 3300-EXIT.
002800     EXIT.
002810 3500-BACKUP-EXCPMST.
002820     OPEN INPUT EXCEPTION-MASTER.
002830     IF BK-EXCM-STATUS = "35"
002840         DISPLAY "MSTBKUP - EXCPMST NOT ON FILE - SKIPPED."
002850         GO TO 3500-EXIT
002860     END-IF.
002870     IF BK-EXCM-STATUS NOT = "00"
002880         DISPLAY "MSTBKUP - EXCPMST OPEN ERROR " BK-EXCM-STATUS
002890         MOVE 99 TO RETURN-CODE
002900         GOBACK
002910     END-IF.
002920     OPEN OUTPUT EXCP-SNAPSHOT.
002930     IF BK-ESNP-STATUS NOT = "00"
002940         DISPLAY "MSTBKUP - EXCPBKP OPEN ERROR " BK-ESNP-STATUS
002950         MOVE 99 TO RETURN-CODE
002960         GOBACK
002970     END-IF.
002980     MOVE "*SNAPSHOT*" TO BK-HDR-TAG.
002990     MOVE "EXCPMST"    TO BK-HDR-TARGET.
003000     MOVE BK-TODAY-DATE TO BK-HDR-DATE.
003010     MOVE SPACES TO EXCP-SNAPSHOT-RECORD.
003020     MOVE BK-HEADER-AREA TO EXCP-SNAPSHOT-RECORD.
003030     WRITE EXCP-SNAPSHOT-RECORD.
003040     MOVE 0 TO BK-COPIED-COUNT.
003050     MOVE "N" TO BK-EOF-SW.
003060     PERFORM 3600-COPY-ONE-EXCP THRU 3600-EXIT
003070         UNTIL BK-EOF.
003080     MOVE "*COUNT*"      TO BK-TRL-TAG.
003090     MOVE BK-COPIED-COUNT TO BK-TRL-COUNT.
003100     MOVE SPACES TO EXCP-SNAPSHOT-RECORD.
003110     MOVE BK-TRAILER-AREA TO EXCP-SNAPSHOT-RECORD.
003120     WRITE EXCP-SNAPSHOT-RECORD.
003130     CLOSE EXCEPTION-MASTER.
003140     CLOSE EXCP-SNAPSHOT.
003150     PERFORM 3700-VERIFY-EXCP-SNAP THRU 3700-EXIT.
003160 3500-EXIT.
003170     EXIT.
003180 3600-COPY-ONE-EXCP.
003190     READ EXCEPTION-MASTER NEXT
003200         AT END SET BK-EOF TO TRUE
003210     END-READ.
003220     IF NOT BK-EOF
003230         MOVE SPACES TO EXCP-SNAPSHOT-RECORD
003240         MOVE EX-EXCEPTION-RECORD TO EXCP-SNAPSHOT-RECORD
003250         WRITE EXCP-SNAPSHOT-RECORD
003260         IF BK-ESNP-STATUS NOT = "00"
003270             DISPLAY "MSTBKUP - EXCPBKP WRITE ERROR "
003280                     BK-ESNP-STATUS
003290             MOVE 99 TO RETURN-CODE
003300             GOBACK
003310         END-IF
003320         ADD 1 TO BK-COPIED-COUNT
003330     END-IF.
003340 3600-EXIT.
003350     EXIT.
003360 3700-VERIFY-EXCP-SNAP.
003370     OPEN INPUT EXCP-SNAPSHOT.
003380     IF BK-ESNP-STATUS NOT = "00"
003390         DISPLAY "MSTBKUP - EXCPBKP REOPEN ERROR " BK-ESNP-STATUS
003400         MOVE 99 TO RETURN-CODE
003410         GOBACK
003420     END-IF.
003430     MOVE "N" TO BK-SNAP-OK-SW.
003440     MOVE "EXCPMST" TO BK-HDR-TARGET.
003450     MOVE 0 TO BK-REREAD-COUNT.
003460     MOVE "N" TO BK-EOF-SW.
003470     PERFORM 3750-CHECK-ONE-EXCP THRU 3750-EXIT
003480         UNTIL BK-EOF.
003490     CLOSE EXCP-SNAPSHOT.
003500     PERFORM 5000-JUDGE-SNAPSHOT THRU 5000-EXIT.
003510 3700-EXIT.
003520     EXIT.
003530 3750-CHECK-ONE-EXCP.
003540     READ EXCP-SNAPSHOT
003550         AT END SET BK-EOF TO TRUE
003560     END-READ.
003570     IF NOT BK-EOF
003580         MOVE EXCP-SNAPSHOT-RECORD TO BK-SNAPSHOT-WORK
003590         PERFORM 5100-TALLY-SNAP-RECORD THRU 5100-EXIT
003600     END-IF.
003610 3750-EXIT.
003620     EXIT.
003630 3800-BACKUP-CLASSPRV.
003640     OPEN INPUT CLASS-PRIOR-WORK.
003650     IF BK-CPRV-STATUS = "35"
003660         DISPLAY "MSTBKUP - CLASSPRV NOT ON FILE - SKIPPED."
003670         GO TO 3800-EXIT
003680     END-IF.
003690     IF BK-CPRV-STATUS NOT = "00"
003700         DISPLAY "MSTBKUP - CLASSPRV OPEN ERROR " BK-CPRV-STATUS
003710         MOVE 99 TO RETURN-CODE
003720         GOBACK
003730     END-IF.
003740     OPEN OUTPUT CLASS-SNAPSHOT.
003750     IF BK-CSNP-STATUS NOT = "00"
003760         DISPLAY "MSTBKUP - CLASPBKP OPEN ERROR " BK-CSNP-STATUS
003770         MOVE 99 TO RETURN-CODE
003780         GOBACK
003790     END-IF.
003800     MOVE "*SNAPSHOT*" TO BK-HDR-TAG.
003810     MOVE "CLASSPRV"   TO BK-HDR-TARGET.
003820     MOVE BK-TODAY-DATE TO BK-HDR-DATE.
003830     MOVE SPACES TO CLASS-SNAPSHOT-RECORD.
003840     MOVE BK-HEADER-AREA TO CLASS-SNAPSHOT-RECORD.
003850     WRITE CLASS-SNAPSHOT-RECORD.
003860     MOVE 0 TO BK-COPIED-COUNT.
003870     MOVE "N" TO BK-EOF-SW.
003880     PERFORM 3850-COPY-ONE-CLASS THRU 3850-EXIT
003890         UNTIL BK-EOF.
003900     MOVE "*COUNT*"      TO BK-TRL-TAG.
003910     MOVE BK-COPIED-COUNT TO BK-TRL-COUNT.
003920     MOVE SPACES TO CLASS-SNAPSHOT-RECORD.
003930     MOVE BK-TRAILER-AREA TO CLASS-SNAPSHOT-RECORD.
003940     WRITE CLASS-SNAPSHOT-RECORD.
003950     CLOSE CLASS-PRIOR-WORK.
003960     CLOSE CLASS-SNAPSHOT.
003970     PERFORM 3900-VERIFY-CLASS-SNAP THRU 3900-EXIT.
003980 3800-EXIT.
003990     EXIT.
004000 3850-COPY-ONE-CLASS.
004010     READ CLASS-PRIOR-WORK NEXT
004020         AT END SET BK-EOF TO TRUE
004030     END-READ.
004040     IF NOT BK-EOF
004050         MOVE SPACES TO CLASS-SNAPSHOT-RECORD
004060         MOVE CV-PRIOR-RECORD TO CLASS-SNAPSHOT-RECORD
004070         WRITE CLASS-SNAPSHOT-RECORD
004080         IF BK-CSNP-STATUS NOT = "00"
004090             DISPLAY "MSTBKUP - CLASPBKP WRITE ERROR "
004100                     BK-CSNP-STATUS
004110             MOVE 99 TO RETURN-CODE
004120             GOBACK
004130         END-IF
004140         ADD 1 TO BK-COPIED-COUNT
004150     END-IF.
004160 3850-EXIT.
004170     EXIT.
004180 3900-VERIFY-CLASS-SNAP.
004190     OPEN INPUT CLASS-SNAPSHOT.
004200     IF BK-CSNP-STATUS NOT = "00"
004210         DISPLAY "MSTBKUP - CLASPBKP REOPEN ERROR "
004220                 BK-CSNP-STATUS
004230         MOVE 99 TO RETURN-CODE
004240         GOBACK
004250     END-IF.
004260     MOVE "N" TO BK-SNAP-OK-SW.
004270     MOVE "CLASSPRV" TO BK-HDR-TARGET.
004280     MOVE 0 TO BK-REREAD-COUNT.
004290     MOVE "N" TO BK-EOF-SW.
004300     PERFORM 3950-CHECK-ONE-CLASS THRU 3950-EXIT
004310         UNTIL BK-EOF.
004320     CLOSE CLASS-SNAPSHOT.
004330     PERFORM 5000-JUDGE-SNAPSHOT THRU 5000-EXIT.
004340 3900-EXIT.
004350     EXIT.
004360 3950-CHECK-ONE-CLASS.
004370     READ CLASS-SNAPSHOT
004380         AT END SET BK-EOF TO TRUE
004390     END-READ.
004400     IF NOT BK-EOF
004410         MOVE CLASS-SNAPSHOT-RECORD TO BK-SNAPSHOT-WORK
004420         PERFORM 5100-TALLY-SNAP-RECORD THRU 5100-EXIT
004430     END-IF.
004440 3950-EXIT.
004450     EXIT.
004460*-----------------------------------------------------------------
004470* THE VERIFY TALLY AND VERDICT ARE SHARED BY ALL THREE MASTERS.
004480* THE HEADER MUST NAME THE EXPECTED MASTER, THE TRAILER COUNT
004490* MUST MATCH BOTH THE RECORDS RE-READ AND THE RECORDS COPIED,
004500* AND ONLY THEN IS THE SNAPSHOT DECLARED GOOD.
004510*-----------------------------------------------------------------
004520 5000-JUDGE-SNAPSHOT.
004530     IF NOT BK-SNAP-OK
004540         DISPLAY "MSTBKUP - " BK-HDR-TARGET
004550                 " SNAPSHOT HAS NO COUNT TRAILER - BAD."
004560         ADD 1 TO BK-ERROR-COUNT
004570         GO TO 5000-EXIT
004580     END-IF.
004590*    A RESTORE HAS NO COPIED COUNT TO TIE BACK TO - THE TRAILER
004600*    AND THE RECORDS ON FILE MUST STILL AGREE.
004610     IF BK-TRAILER-COUNT NOT = BK-REREAD-COUNT
004620        OR (BK-BACKUP-MODE
004630            AND BK-TRAILER-COUNT NOT = BK-COPIED-COUNT)
004640         DISPLAY "MSTBKUP - " BK-HDR-TARGET
004650                 " SNAPSHOT COUNT MISMATCH - BAD."
004660         ADD 1 TO BK-ERROR-COUNT
004670         GO TO 5000-EXIT
004680     END-IF.
004690     MOVE BK-TRAILER-COUNT TO BK-EDIT-COUNT.
004700     DISPLAY "MSTBKUP - " BK-HDR-TARGET " SNAPSHOT GOOD - "
004710             BK-EDIT-COUNT " RECORDS.".
004720 5000-EXIT.
004730     EXIT.
004740 5100-TALLY-SNAP-RECORD.
004750     IF BK-SNAPSHOT-WORK (1:10) = "*SNAPSHOT*"
004760         IF BK-SNAPSHOT-WORK (11:8) NOT = BK-HDR-TARGET
004770             DISPLAY "MSTBKUP - SNAPSHOT HEADER NAMES "
004780                     BK-SNAPSHOT-WORK (11:8)
004790                     " NOT " BK-HDR-TARGET
004800             ADD 1 TO BK-ERROR-COUNT
004810         END-IF
004820     ELSE
004830         IF BK-SNAPSHOT-WORK (1:10) = "*COUNT*"
004840             MOVE BK-SNAPSHOT-WORK (11:7) TO BK-TRAILER-COUNT
004850             SET BK-SNAP-OK TO TRUE
004860         ELSE
004870             ADD 1 TO BK-REREAD-COUNT
004880         END-IF
004890     END-IF.
004900 5100-EXIT.
004910     EXIT.
004920*-----------------------------------------------------------------
004930* RESTORE - THE SNAPSHOT IS PROVED FIRST (HEADER NAMES THE
004940* TARGET, TRAILER COUNT MATCHES THE RECORDS ON FILE) AND ONLY
004950* THEN IS THE INDEXED MASTER REBUILT FROM IT.  A SNAPSHOT THAT
004960* FAILS THE PROOF LEAVES THE LIVE MASTER UNTOUCHED.
004970*-----------------------------------------------------------------
004980 6000-RUN-RESTORE.
004990     SET BK-RESTORE-MODE TO TRUE.
005000     EVALUATE BP-TARGET
005010         WHEN "PHONEMST"
005020             PERFORM 6100-RESTORE-PHONEMST THRU 6100-EXIT
005030         WHEN "EXCPMST"
005040             PERFORM 6400-RESTORE-EXCPMST THRU 6400-EXIT
005050         WHEN "CLASSPRV"
005060             PERFORM 6700-RESTORE-CLASSPRV THRU 6700-EXIT
005070         WHEN OTHER
005080             DISPLAY "MSTBKUP - RESTORE TARGET INVALID: "
005090                     BP-TARGET
005100             MOVE 99 TO RETURN-CODE
005110             GOBACK
005120     END-EVALUATE.
005130 6000-EXIT.
005140     EXIT.
005150 6100-RESTORE-PHONEMST.
005160     PERFORM 3200-VERIFY-PHONE-SNAP THRU 3200-EXIT.
005170     IF BK-ERROR-COUNT > 0
005180         DISPLAY "MSTBKUP - PHONEMST NOT RESTORED."
005190         GO TO 6100-EXIT
005200     END-IF.
005210     OPEN OUTPUT PHONEMST-FILE.
005220     IF BK-PHON-STATUS NOT = "00"
005230         DISPLAY "MSTBKUP - PHONEMST REBUILD OPEN ERROR "
005240                 BK-PHON-STATUS
005250         MOVE 99 TO RETURN-CODE
005260         GOBACK
005270     END-IF.
005280     OPEN INPUT PHONE-SNAPSHOT.
005290     MOVE 0 TO BK-REREAD-COUNT.
005300     MOVE "N" TO BK-EOF-SW.
005310     PERFORM 6200-LOAD-ONE-PHONE THRU 6200-EXIT
005320         UNTIL BK-EOF.
005330     CLOSE PHONE-SNAPSHOT.
005340     CLOSE PHONEMST-FILE.
005350     MOVE BK-REREAD-COUNT TO BK-EDIT-COUNT.
005360     DISPLAY "MSTBKUP - PHONEMST RESTORED - "
005370             BK-EDIT-COUNT " RECORDS.".
005380 6100-EXIT.
005390     EXIT.
005400 6200-LOAD-ONE-PHONE.
005410     READ PHONE-SNAPSHOT
005420         AT END SET BK-EOF TO TRUE
005430     END-READ.
005440     IF NOT BK-EOF
005450         IF PHONE-SNAPSHOT-RECORD (1:10) NOT = "*SNAPSHOT*"
005460            AND PHONE-SNAPSHOT-RECORD (1:10) NOT = "*COUNT*"
005470             MOVE PHONE-SNAPSHOT-RECORD TO PH-DIRECTORY-RECORD
005480             WRITE PH-DIRECTORY-RECORD
005490                 INVALID KEY
005500                     CONTINUE
005510             END-WRITE
005520             IF BK-PHON-STATUS NOT = "00"
005530                 DISPLAY "MSTBKUP - PHONEMST LOAD ERROR "
005540                         BK-PHON-STATUS
005550                 MOVE 99 TO RETURN-CODE
005560                 GOBACK
005570             END-IF
005580             ADD 1 TO BK-REREAD-COUNT
005590         END-IF
005600     END-IF.
005610 6200-EXIT.
005620     EXIT.
005630 6400-RESTORE-EXCPMST.
005640     PERFORM 3700-VERIFY-EXCP-SNAP THRU 3700-EXIT.
005650     IF BK-ERROR-COUNT > 0
005660         DISPLAY "MSTBKUP - EXCPMST NOT RESTORED."
005670         GO TO 6400-EXIT
005680     END-IF.
005690     OPEN OUTPUT EXCEPTION-MASTER.
005700     IF BK-EXCM-STATUS NOT = "00"
005710         DISPLAY "MSTBKUP - EXCPMST REBUILD OPEN ERROR "
005720                 BK-EXCM-STATUS
005730         MOVE 99 TO RETURN-CODE
005740         GOBACK
005750     END-IF.
005760     OPEN INPUT EXCP-SNAPSHOT.
005770     MOVE 0 TO BK-REREAD-COUNT.
005780     MOVE "N" TO BK-EOF-SW.
005790     PERFORM 6500-LOAD-ONE-EXCP THRU 6500-EXIT
005800         UNTIL BK-EOF.
005810     CLOSE EXCP-SNAPSHOT.
005820     CLOSE EXCEPTION-MASTER.
005830     MOVE BK-REREAD-COUNT TO BK-EDIT-COUNT.
005840     DISPLAY "MSTBKUP - EXCPMST RESTORED - "
005850             BK-EDIT-COUNT " RECORDS.".
005860 6400-EXIT.
005870     EXIT.
005880 6500-LOAD-ONE-EXCP.
005890     READ EXCP-SNAPSHOT
005900         AT END SET BK-EOF TO TRUE
005910     END-READ.
005920     IF NOT BK-EOF
005930         IF EXCP-SNAPSHOT-RECORD (1:10) NOT = "*SNAPSHOT*"
005940            AND EXCP-SNAPSHOT-RECORD (1:10) NOT = "*COUNT*"
005950             MOVE EXCP-SNAPSHOT-RECORD TO EX-EXCEPTION-RECORD
005960             WRITE EX-EXCEPTION-RECORD
005970                 INVALID KEY
005980                     CONTINUE
005990             END-WRITE
006000             IF BK-EXCM-STATUS NOT = "00"
006010                 DISPLAY "MSTBKUP - EXCPMST LOAD ERROR "
006020                         BK-EXCM-STATUS
006030                 MOVE 99 TO RETURN-CODE
006040                 GOBACK
006050             END-IF
006060             ADD 1 TO BK-REREAD-COUNT
006070         END-IF
006080     END-IF.
006090 6500-EXIT.
006100     EXIT.
006110 6700-RESTORE-CLASSPRV.
006120     PERFORM 3900-VERIFY-CLASS-SNAP THRU 3900-EXIT.
006130     IF BK-ERROR-COUNT > 0
006140         DISPLAY "MSTBKUP - CLASSPRV NOT RESTORED."
006150         GO TO 6700-EXIT
006160     END-IF.
006170     OPEN OUTPUT CLASS-PRIOR-WORK.
006180     IF BK-CPRV-STATUS NOT = "00"
006190         DISPLAY "MSTBKUP - CLASSPRV REBUILD OPEN ERROR "
006200                 BK-CPRV-STATUS
006210         MOVE 99 TO RETURN-CODE
006220         GOBACK
006230     END-IF.
006240     OPEN INPUT CLASS-SNAPSHOT.
006250     MOVE 0 TO BK-REREAD-COUNT.
006260     MOVE "N" TO BK-EOF-SW.
006270     PERFORM 6800-LOAD-ONE-CLASS THRU 6800-EXIT
006280         UNTIL BK-EOF.
006290     CLOSE CLASS-SNAPSHOT.
006300     CLOSE CLASS-PRIOR-WORK.
006310     MOVE BK-REREAD-COUNT TO BK-EDIT-COUNT.
006320     DISPLAY "MSTBKUP - CLASSPRV RESTORED - "
006330             BK-EDIT-COUNT " RECORDS.".
006340 6700-EXIT.
006350     EXIT.
006360 6800-LOAD-ONE-CLASS.
006370     READ CLASS-SNAPSHOT
006380         AT END SET BK-EOF TO TRUE
006390     END-READ.
006400     IF NOT BK-EOF
006410         IF CLASS-SNAPSHOT-RECORD (1:10) NOT = "*SNAPSHOT*"
006420            AND CLASS-SNAPSHOT-RECORD (1:10) NOT = "*COUNT*"
006430             MOVE CLASS-SNAPSHOT-RECORD TO CV-PRIOR-RECORD
006440             WRITE CV-PRIOR-RECORD
006450                 INVALID KEY
006460                     CONTINUE
006470             END-WRITE
006480             IF BK-CPRV-STATUS NOT = "00"
006490                 DISPLAY "MSTBKUP - CLASSPRV LOAD ERROR "
006500                         BK-CPRV-STATUS
006510                 MOVE 99 TO RETURN-CODE
006520                 GOBACK
006530             END-IF
006540             ADD 1 TO BK-REREAD-COUNT
006550         END-IF
006560     END-IF.
006570 6800-EXIT.
006580     EXIT.
006590 9000-TERMINATE.
006600     MOVE BK-ERROR-COUNT TO BK-EDIT-COUNT.
006610     MOVE SPACES TO BK-AUDIT-DETAIL.
006620     STRING BP-FUNCTION              DELIMITED BY SIZE
006630            " COMPLETE - ERRORS: "   DELIMITED BY SIZE
006640            BK-EDIT-COUNT            DELIMITED BY SIZE
006650       INTO BK-AUDIT-DETAIL.
006660     CALL "AUDITLOG" USING "MSTBKUP   "
006670                            "END       "
006680                            BK-AUDIT-DETAIL.
006690 9000-EXIT.
006700     EXIT.
