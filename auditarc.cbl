000160*        ENTRIES PASS THROUGH THE AUDITNEW WORK FILE AND ARE
000170*        COPIED BACK, SO A FAILURE BEFORE THE COPY LEAVES THE
000180*        ORIGINAL LOG INTACT.  LOGS A MATCHED START/END PAIR
000190*        LIKE EVERY OTHER BATCH PROGRAM - THE START CARRIES
000200*        TODAY'S DATE, SO BOTH ENTRIES SURVIVE THE REBUILD.
000210*-----------------------------------------------------------------
000220*    MODIFICATION HISTORY.
000230*        08/21/26  RLH  INITIAL VERSION.
000240*        10/15/26  RLH  AUDIT RECORD WIDENED TO 100 BYTES FOR THE
000250*                       OPERATOR ID.
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. AUDITARC.
000290 AUTHOR. R. HOLLOWAY.
000300 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000310 DATE-WRITTEN. 08/21/26.
000320 DATE-COMPILED. 08/21/26.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS AR-ALOG-STATUS.
000390     SELECT AUDIT-ARCHIVE ASSIGN TO AUDITARCH
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS AR-ARCH-STATUS.
000420     SELECT AUDIT-WORK-FILE ASSIGN TO AUDITNEW
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS AR-WORK-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  AUDIT-LOG-FILE.
000480 01  AUDIT-LOG-RECORD            PIC X(100).
000490 FD  AUDIT-ARCHIVE.
000500 01  AUDIT-ARCHIVE-RECORD        PIC X(100).
000510 FD  AUDIT-WORK-FILE.
000520 01  AUDIT-WORK-RECORD           PIC X(100).
000530 WORKING-STORAGE SECTION.
000540 COPY auditcpy.
000550 01  AR-FILE-STATUSES.
000560     05  AR-ALOG-STATUS           PIC X(02) VALUE "00".
000570     05  AR-ARCH-STATUS           PIC X(02) VALUE "00".
000580     05  AR-WORK-STATUS           PIC X(02) VALUE "00".
000590 01  AR-SWITCHES.
000600     05  AR-EOF-SW                PIC X(01) VALUE "N".
000610         88  AR-EOF                   VALUE "Y".
000620     05  AR-COPY-EOF-SW           PIC X(01) VALUE "N".
000630         88  AR-COPY-EOF              VALUE "Y".
000640 01  AR-TODAY-DATE                PIC 9(08).
000650 01  AR-COUNTS.
000660     05  AR-ARCHIVED-COUNT        PIC 9(07) VALUE 0.
000670     05  AR-RETAINED-COUNT        PIC 9(07) VALUE 0.
000680 01  AR-EDIT-ARCHIVED             PIC ZZZ,ZZZ,ZZ9.
000690 01  AR-EDIT-RETAINED             PIC ZZZ,ZZZ,ZZ9.
000700 01  AR-AUDIT-DETAIL              PIC X(50).
000710 PROCEDURE DIVISION.
000720 0000-MAINLINE.
000730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000740     PERFORM 2000-SPLIT-LOG THRU 2000-EXIT
000750         UNTIL AR-EOF.
000760     PERFORM 3000-REWRITE-LIVE-LOG THRU 3000-EXIT.
000770     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000780     MOVE 0 TO RETURN-CODE.
000790     GOBACK.
000800 1000-INITIALIZE.
000810     ACCEPT AR-TODAY-DATE FROM DATE YYYYMMDD.
000820     MOVE "AUDIT RETENTION PASS BEGUN" TO AR-AUDIT-DETAIL.
000830     CALL "AUDITLOG" USING "AUDITARC  "
000840                            "START     "
000850                            AR-AUDIT-DETAIL.
000860     OPEN INPUT AUDIT-LOG-FILE.
000870     IF AR-ALOG-STATUS NOT = "00"
000880         DISPLAY "AUDITARC - AUDITLOG OPEN ERROR " AR-ALOG-STATUS
000890         MOVE 99 TO RETURN-CODE
000900         GOBACK
000910     END-IF.
000920     OPEN EXTEND AUDIT-ARCHIVE.
000930     IF AR-ARCH-STATUS = "35"
000940         OPEN OUTPUT AUDIT-ARCHIVE
000950     END-IF.
000960     IF AR-ARCH-STATUS NOT = "00"
000970         DISPLAY "AUDITARC - AUDITARCH OPEN ERROR "
000980                 AR-ARCH-STATUS
000990         MOVE 99 TO RETURN-CODE
001000         GOBACK
001010     END-IF.
001020     OPEN OUTPUT AUDIT-WORK-FILE.
001030     IF AR-WORK-STATUS NOT = "00"
001040         DISPLAY "AUDITARC - AUDITNEW OPEN ERROR " AR-WORK-STATUS
001050         MOVE 99 TO RETURN-CODE
001060         GOBACK
001070     END-IF.
001080     PERFORM 2900-READ-LOG THRU 2900-EXIT.
001090 1000-EXIT.
001100     EXIT.
001110*-----------------------------------------------------------------
001120* CLOSED DAYS GO TO THE RETENTION FILE; THE CURRENT DAY IS KEPT
001130* ASIDE ON THE WORK FILE TO BECOME THE NEW LIVE LOG.
001140*-----------------------------------------------------------------
001150 2000-SPLIT-LOG.
001160     MOVE AUDIT-LOG-RECORD TO AU-AUDIT-RECORD.
001170     IF AU-LOG-DATE < AR-TODAY-DATE
001180         MOVE AUDIT-LOG-RECORD TO AUDIT-ARCHIVE-RECORD
001190         WRITE AUDIT-ARCHIVE-RECORD
001200         IF AR-ARCH-STATUS NOT = "00"
001210             DISPLAY "AUDITARC - AUDITARCH WRITE ERROR "
001220                     AR-ARCH-STATUS
001230             MOVE 99 TO RETURN-CODE
001240             GOBACK
001250         END-IF
001260         ADD 1 TO AR-ARCHIVED-COUNT
001270     ELSE
001280         MOVE AUDIT-LOG-RECORD TO AUDIT-WORK-RECORD
001290         WRITE AUDIT-WORK-RECORD
001300         IF AR-WORK-STATUS NOT = "00"
001310             DISPLAY "AUDITARC - AUDITNEW WRITE ERROR "
001320                     AR-WORK-STATUS
001330             MOVE 99 TO RETURN-CODE
001340             GOBACK
001350         END-IF
001360         ADD 1 TO AR-RETAINED-COUNT
001370     END-IF.
001380     PERFORM 2900-READ-LOG THRU 2900-EXIT.
001390 2000-EXIT.
001400     EXIT.
001410 2900-READ-LOG.
001420     READ AUDIT-LOG-FILE
001430         AT END SET AR-EOF TO TRUE
001440     END-READ.
001450 2900-EXIT.
001460     EXIT.
001470*-----------------------------------------------------------------
001480* EVERYTHING SPLIT CLEAN - ONLY NOW IS THE LIVE LOG REBUILT
001490* FROM THE WORK FILE.  A FAILURE ANYWHERE ABOVE LEAVES THE
001500* ORIGINAL LOG EXACTLY AS IT WAS.
001510*-----------------------------------------------------------------
001520 3000-REWRITE-LIVE-LOG.
001530     CLOSE AUDIT-LOG-FILE.
001540     CLOSE AUDIT-ARCHIVE.
001550     CLOSE AUDIT-WORK-FILE.
001560     OPEN INPUT AUDIT-WORK-FILE.
001570     IF AR-WORK-STATUS NOT = "00"
001580         DISPLAY "AUDITARC - AUDITNEW REOPEN ERROR "
001590                 AR-WORK-STATUS
001600         MOVE 99 TO RETURN-CODE
001610         GOBACK
001620     END-IF.
001630     OPEN OUTPUT AUDIT-LOG-FILE.
001640     IF AR-ALOG-STATUS NOT = "00"
001650         DISPLAY "AUDITARC - AUDITLOG REWRITE OPEN ERROR "
001660                 AR-ALOG-STATUS
001670         MOVE 99 TO RETURN-CODE
001680         GOBACK
001690     END-IF.
001700     PERFORM 3100-COPY-ONE-BACK THRU 3100-EXIT
001710         UNTIL AR-COPY-EOF.
001720     CLOSE AUDIT-WORK-FILE.
001730     CLOSE AUDIT-LOG-FILE.
001740 3000-EXIT.
001750     EXIT.
001760 3100-COPY-ONE-BACK.
001770     READ AUDIT-WORK-FILE
001780         AT END SET AR-COPY-EOF TO TRUE
001790         NOT AT END
001800             MOVE AUDIT-WORK-RECORD TO AUDIT-LOG-RECORD
001810             WRITE AUDIT-LOG-RECORD
001820             IF AR-ALOG-STATUS NOT = "00"
001830                 DISPLAY "AUDITARC - AUDITLOG WRITE ERROR "
001840                         AR-ALOG-STATUS
001850                 MOVE 99 TO RETURN-CODE
001860                 GOBACK
001870             END-IF
001880     END-READ.
001890 3100-EXIT.
001900     EXIT.
001910 9000-TERMINATE.
001920     DISPLAY "AUDITARC - ENTRIES ARCHIVED: " AR-ARCHIVED-COUNT.
001930     DISPLAY "AUDITARC - ENTRIES RETAINED: " AR-RETAINED-COUNT.
001940     MOVE AR-ARCHIVED-COUNT TO AR-EDIT-ARCHIVED.
001950     MOVE SPACES TO AR-AUDIT-DETAIL.
001960     STRING "ARCHIVE COMPLETE - ROLLED OFF: " DELIMITED BY SIZE
001970            AR-EDIT-ARCHIVED                  DELIMITED BY SIZE
001980       INTO AR-AUDIT-DETAIL.
001990     CALL "AUDITLOG" USING "AUDITARC  "
002000                            "END       "
002010                            AR-AUDIT-DETAIL.
002020 9000-EXIT.
002030     EXIT.
