000170*-----------------------------------------------------------------
000180*    MODIFICATION HISTORY.
000190*        09/02/26  RLH  INITIAL VERSION.
000200*        10/15/26  RLH  EACH ENTRY NOW CARRIES THE OPERATOR
000210*                       SIGNED ON THROUGH OPSIGNON, OR "BATCH",
000220*                       TAKEN FROM OPSESSN - THE SOURCE CODE
000230*                       SAYS WHICH PATH, THIS SAYS WHO.  THE
000240*                       RECORD IS WRITTEN AT THE FULL PHHCPY
000250*                       LENGTH.
000260*        10/15/26  RLH  NEW PHONE-TYPE PARAMETER SO A CHANGE TO
000270*                       ONE OF A CUSTOMER'S TYPED NUMBERS IS
000280*                       RECORDED AGAINST THAT NUMBER; SPACE FOR
000290*                       A DIRECTORY CHANGE.
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. PHONHIST.
000330 AUTHOR. R. HOLLOWAY.
000340 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000350 DATE-WRITTEN. 09/02/26.
000360 DATE-COMPILED. 09/02/26.
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT PHONE-HISTORY-FILE ASSIGN TO PHONHIST
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS HP-FILE-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  PHONE-HISTORY-FILE.
000460 01  PHONE-HISTORY-RECORD        PIC X(115).
000470 WORKING-STORAGE SECTION.
000480 01  HP-FILE-STATUS              PIC X(02) VALUE "00".
000490 01  HP-WS-DATE                  PIC 9(08).
000500 01  HP-WS-TIME                  PIC 9(08).
000510 01  HP-WS-ROLE                  PIC X(01).
000520 COPY phhcpy.
000530 LINKAGE SECTION.
000540 01  LK-SOURCE-CODE               PIC X(01).
000550 01  LK-ACTION-CODE               PIC X(01).
000560 01  LK-BEFORE-IMAGE              PIC X(40).
000570 01  LK-AFTER-IMAGE               PIC X(40).
000580 01  LK-PHONE-TYPE                PIC X(01).
000590 PROCEDURE DIVISION USING LK-SOURCE-CODE
000600                           LK-ACTION-CODE
000610                           LK-BEFORE-IMAGE
000620                           LK-AFTER-IMAGE
000630                           LK-PHONE-TYPE.
000640 0000-MAINLINE.
000650     PERFORM 1000-OPEN-HISTORY THRU 1000-EXIT.
000660     PERFORM 2000-WRITE-ENTRY THRU 2000-EXIT.
000670     PERFORM 3000-CLOSE-HISTORY THRU 3000-EXIT.
000680     GOBACK.
000690*-----------------------------------------------------------------
000700* OPEN FOR EXTEND SO EVERY SOURCE'S ENTRIES ACCUMULATE; THE
000710* FIRST CHANGE EVER FALLS BACK TO OPEN OUTPUT.
000720*-----------------------------------------------------------------
000730 1000-OPEN-HISTORY.
000740     OPEN EXTEND PHONE-HISTORY-FILE.
000750     IF HP-FILE-STATUS NOT = "00"
000760         OPEN OUTPUT PHONE-HISTORY-FILE
000770     END-IF.
000780 1000-EXIT.
000790     EXIT.
000800 2000-WRITE-ENTRY.
000810     ACCEPT HP-WS-DATE FROM DATE YYYYMMDD.
000820     ACCEPT HP-WS-TIME FROM TIME.
000830     MOVE LK-AFTER-IMAGE (1:8) TO HP-CUSTOMER-ID.
000840     MOVE HP-WS-DATE       TO HP-CHANGE-DATE.
000850     MOVE HP-WS-TIME       TO HP-CHANGE-TIME.
000860     MOVE LK-SOURCE-CODE   TO HP-SOURCE-CODE.
000870     MOVE LK-ACTION-CODE   TO HP-ACTION-CODE.
000880     MOVE LK-BEFORE-IMAGE  TO HP-BEFORE-IMAGE.
000890     MOVE LK-AFTER-IMAGE   TO HP-AFTER-IMAGE.
000900     MOVE LK-PHONE-TYPE    TO HP-PHONE-TYPE.
000910     CALL "OPSESSN" USING "G" HP-OPERATOR-ID HP-WS-ROLE.
000920     MOVE SPACES           TO PHONE-HISTORY-RECORD.
000930     MOVE HP-HISTORY-RECORD TO PHONE-HISTORY-RECORD.
000940     WRITE PHONE-HISTORY-RECORD.
000950     IF HP-FILE-STATUS NOT = "00"
000960         DISPLAY "PHONHIST - WRITE ERROR " HP-FILE-STATUS
000970     END-IF.
000980 2000-EXIT.
000990     EXIT.
001000 3000-CLOSE-HISTORY.
001010     CLOSE PHONE-HISTORY-FILE.
001020 3000-EXIT.
001030     EXIT.
