000140*-----------------------------------------------------------------
000150*    MODIFICATION HISTORY.
000160*        08/08/26  RLH  INITIAL VERSION.
000170*        08/08/26  RLH  CLEARED THE RECORD AREA BEFORE MOVING IN
000180*                       THE AUDIT GROUP - THE FD RECORD RAN A FEW
000190*                       BYTES WIDER THAN THE GROUP AND THE
000200*                       LEFTOVER BYTES WERE FAILING THE WRITE.
000210*                       NOW LOGS THE STATUS IF A WRITE STILL
000220*                       FAILS.
000230*        10/15/26  RLH  EVERY ENTRY NOW CARRIES THE OPERATOR
000240*                       SIGNED ON THROUGH OPSIGNON, OR "BATCH"
000250*                       FOR A BATCH STEP, TAKEN FROM OPSESSN SO
000260*                       NO CALLER HAD TO CHANGE.  RECORD WIDENED
000270*                       TO 100 BYTES.
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. AUDITLOG.
000310 AUTHOR. R. HOLLOWAY.
000320 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000330 DATE-WRITTEN. 08/08/26.
000340 DATE-COMPILED. 08/08/26.
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS AU-FILE-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  AUDIT-LOG-FILE.
000440 01  AUDIT-LOG-RECORD            PIC X(100).
000450 WORKING-STORAGE SECTION.
000460 01  AU-FILE-STATUS              PIC X(02) VALUE "00".
000470 01  AU-WS-DATE                  PIC 9(08).
000480 01  AU-WS-TIME                  PIC 9(08).
000490 01  AU-WS-ROLE                  PIC X(01).
000500 COPY auditcpy.
000510 LINKAGE SECTION.
000520 01  LK-PROGRAM-ID                PIC X(10).
000530 01  LK-EVENT-TYPE                PIC X(10).
000540 01  LK-DETAIL-TEXT                PIC X(50).
000550 PROCEDURE DIVISION USING LK-PROGRAM-ID
000560                           LK-EVENT-TYPE
000570                           LK-DETAIL-TEXT.
000580 0000-MAINLINE.
000590     PERFORM 1000-OPEN-LOG THRU 1000-EXIT.
000600     PERFORM 2000-WRITE-ENTRY THRU 2000-EXIT.
000610     PERFORM 3000-CLOSE-LOG THRU 3000-EXIT.
000620     GOBACK.
000630*-----------------------------------------------------------------
000640* OPEN THE SHARED LOG FOR EXTEND SO EVERY CALLING PROGRAM'S
000650* ENTRIES ACCUMULATE ACROSS THE BUSINESS DAY.  ON THE FIRST
000660* CALL OF THE DAY THE FILE WILL NOT EXIST YET, SO FALL BACK
000670* TO OPEN OUTPUT WHEN EXTEND FAILS.
000680*-----------------------------------------------------------------
000690 1000-OPEN-LOG.
000700     OPEN EXTEND AUDIT-LOG-FILE.
000710     IF AU-FILE-STATUS NOT = "00"
000720         OPEN OUTPUT AUDIT-LOG-FILE
000730     END-IF.
000740 1000-EXIT.
000750     EXIT.
000760 2000-WRITE-ENTRY.
000770     ACCEPT AU-WS-DATE FROM DATE YYYYMMDD.
000780     ACCEPT AU-WS-TIME FROM TIME.
000790     MOVE AU-WS-DATE      TO AU-LOG-DATE.
000800     MOVE AU-WS-TIME      TO AU-LOG-TIME.
000810     MOVE LK-PROGRAM-ID   TO AU-PROGRAM-ID.
000820     MOVE LK-EVENT-TYPE   TO AU-EVENT-TYPE.
000830     MOVE LK-DETAIL-TEXT  TO AU-DETAIL-TEXT.
000840     CALL "OPSESSN" USING "G" AU-OPERATOR-ID AU-WS-ROLE.
000850     MOVE SPACES          TO AUDIT-LOG-RECORD.
000860     MOVE AU-AUDIT-RECORD TO AUDIT-LOG-RECORD.
000870     WRITE AUDIT-LOG-RECORD.
000880     IF AU-FILE-STATUS NOT = "00"
000890         DISPLAY "AUDITLOG - WRITE ERROR " AU-FILE-STATUS
000900     END-IF.
000910 2000-EXIT.
000920     EXIT.
000930 3000-CLOSE-LOG.
000940     CLOSE AUDIT-LOG-FILE.
000950 3000-EXIT.
000960     EXIT.
