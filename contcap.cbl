000010*****************************************************************
000020*    PROGRAM-ID.  CONTCAP
000030*    AUTHOR.      R. HOLLOWAY, BATCH SUPPORT GROUP.
000040*    INSTALLATION. DAILY RECONCILIATION SYSTEM.
000050*    DATE-WRITTEN. 10/15/26.
000060*    DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    REMARKS.
000090*        SHARED CONTACT-ATTEMPT FREQUENCY CAP.  GIVEN A CUSTOMER
000100*        ID AND THE DATE A CALL WOULD BE MADE, TOTALS THE
000110*        CUSTOMER'S ATTEMPTS ON THE CONTHIST CONTACT HISTORY
000120*        (CHSTCPY, BUILT BY DIALDISP) OVER THE CCAPCPY ROLLING
000130*        WINDOW ENDING ON THAT DATE, AND THE ANSWERED CONTACTS ON
000140*        THAT DATE ITSELF, AND SAYS WHETHER ONE MORE CALL WOULD
000150*        BREAK THE CAP.  CALLED BY THE INSPECT-SAMPLE DIALER
000160*        EXTRACT AND THE DIALDISP RETRY EXTRACT SO BOTH ENFORCE
000170*        THE SAME LIMITS.
000180*        RESULT CODES -
000190*          N  NOT CAPPED - THE CALL MAY GO OUT,
000200*          W  THE WINDOW ALREADY HOLDS THE MAXIMUM ATTEMPTS,
000210*          A  THE CUSTOMER WAS ALREADY REACHED THE MAXIMUM
000220*             NUMBER OF TIMES ON THE DATE OF THE CALL,
000230*          E  CONTHIST EXISTS BUT WILL NOT OPEN - THE CAP
000240*             CANNOT BE PROVED, SO NO CALL MAY GO OUT AND THE
000250*             CALLER STOPS THE RUN.
000260*        THE COUNTS FOUND ARE RETURNED FOR THE CALLER'S REPORT.
000270*        CONTHIST IS OPENED ON THE FIRST CALL AND HELD OPEN FOR
000280*        THE RUN, AS IN PHONESEL; FUNCTION "C" CLOSES IT.  A
000290*        CONTHIST NOT YET BUILT CAPS NO ONE.
000300*-----------------------------------------------------------------
000310*    MODIFICATION HISTORY.
000320*        10/15/26  RLH  INITIAL VERSION.
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. CONTCAP.
000360 AUTHOR. R. HOLLOWAY.
000370 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000380 DATE-WRITTEN. 10/15/26.
000390 DATE-COMPILED. 10/15/26.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CONTACT-HISTORY ASSIGN TO CONTHIST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CA-CONTACT-KEY
000470         FILE STATUS IS CC-HIST-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  CONTACT-HISTORY.
000510 COPY chstcpy.
000520 WORKING-STORAGE SECTION.
000530 COPY ccapcpy.
000540 01  CC-HIST-STATUS               PIC X(02) VALUE "00".
000550 01  CC-SWITCHES.
000560     05  CC-OPEN-SW               PIC X(01) VALUE "N".
000570         88  CC-NOT-YET-OPEN          VALUE "N".
000580         88  CC-FILE-OPEN             VALUE "Y".
000590         88  CC-FILE-ABSENT           VALUE "A".
000600         88  CC-FILE-ERROR            VALUE "E".
000610     05  CC-SCAN-DONE-SW          PIC X(01) VALUE "N".
000620         88  CC-SCAN-DONE             VALUE "Y".
000630 01  CC-WINDOW-START              PIC 9(08).
000640 LINKAGE SECTION.
000650 01  LK-FUNCTION                  PIC X(01).
000660 01  LK-CUSTOMER-ID               PIC X(08).
000670 01  LK-DIAL-DATE                 PIC 9(08).
000680 01  LK-RESULT                    PIC X(01).
000690     88  LK-NOT-CAPPED                VALUE "N".
000700     88  LK-ATTEMPTS-CAPPED           VALUE "W".
000710     88  LK-ANSWERED-CAPPED           VALUE "A".
000720     88  LK-HISTORY-ERROR             VALUE "E".
000730 01  LK-ATTEMPTS                  PIC 9(05).
000740 01  LK-ANSWERED                  PIC 9(05).
000750 PROCEDURE DIVISION USING LK-FUNCTION
000760                          LK-CUSTOMER-ID
000770                          LK-DIAL-DATE
000780                          LK-RESULT
000790                          LK-ATTEMPTS
000800                          LK-ANSWERED.
000810 0000-MAINLINE.
000820     IF LK-FUNCTION = "C"
000830         PERFORM 8000-CLOSE-HISTORY THRU 8000-EXIT
000840     ELSE
000850         PERFORM 1000-OPEN-HISTORY THRU 1000-EXIT
000860         PERFORM 2000-CHECK-CAP THRU 2000-EXIT
000870     END-IF.
000880     GOBACK.
000890*-----------------------------------------------------------------
000900* FIRST CALL ONLY.  NO CONTHIST YET (STATUS 35) IS NOT AN ERROR -
000910* NOTHING HAS BEEN DIALED.  ANY OTHER OPEN FAILURE IS SHOWN AND
000920* EVERY CALL IS ANSWERED "E" - THE COMPLIANCE LIMIT IS NEVER
000930* SWITCHED OFF BY A FILE THAT CANNOT BE READ.
000940*-----------------------------------------------------------------
000950 1000-OPEN-HISTORY.
000960     IF NOT CC-NOT-YET-OPEN
000970         GO TO 1000-EXIT
000980     END-IF.
000990     OPEN INPUT CONTACT-HISTORY.
001000     IF CC-HIST-STATUS = "00"
001010         SET CC-FILE-OPEN TO TRUE
001020     ELSE
001030         IF CC-HIST-STATUS = "35"
001040             SET CC-FILE-ABSENT TO TRUE
001050         ELSE
001060             DISPLAY "CONTCAP - CONTHIST OPEN ERROR "
001070                     CC-HIST-STATUS
001080             SET CC-FILE-ERROR TO TRUE
001090         END-IF
001100     END-IF.
001110 1000-EXIT.
001120     EXIT.
001130*-----------------------------------------------------------------
001140* THE WINDOW IS THE DATE OF THE CALL AND THE DAYS BEFORE IT, SO A
001150* SEVEN-DAY WINDOW FOR A CALL ON THE 15TH RUNS FROM THE 9TH.  THE
001160* CUSTOMER'S RECORDS ARE READ IN DATE ORDER FROM THE WINDOW START.
001170*-----------------------------------------------------------------
001180 2000-CHECK-CAP.
001190     SET LK-NOT-CAPPED TO TRUE.
001200     MOVE 0 TO LK-ATTEMPTS.
001210     MOVE 0 TO LK-ANSWERED.
001220     MOVE "N" TO CC-SCAN-DONE-SW.
001230     IF CC-FILE-ERROR
001240         SET LK-HISTORY-ERROR TO TRUE
001250         GO TO 2000-EXIT
001260     END-IF.
001270     IF NOT CC-FILE-OPEN
001280         GO TO 2000-EXIT
001290     END-IF.
001300     COMPUTE CC-WINDOW-START = FUNCTION DATE-OF-INTEGER
001310         (FUNCTION INTEGER-OF-DATE (LK-DIAL-DATE)
001320          - CC-WINDOW-DAYS + 1).
001330     MOVE LK-CUSTOMER-ID  TO CA-CUSTOMER-ID.
001340     MOVE CC-WINDOW-START TO CA-CONTACT-DATE.
001350     START CONTACT-HISTORY KEY NOT < CA-CONTACT-KEY
001360         INVALID KEY
001370             SET CC-SCAN-DONE TO TRUE
001380     END-START.
001390     PERFORM 2100-COUNT-ONE-DAY THRU 2100-EXIT
001400         UNTIL CC-SCAN-DONE.
001410     IF LK-ATTEMPTS NOT < CC-MAX-ATTEMPTS
001420         SET LK-ATTEMPTS-CAPPED TO TRUE
001430     ELSE
001440         IF LK-ANSWERED NOT < CC-MAX-ANSWERED-DAY
001450             SET LK-ANSWERED-CAPPED TO TRUE
001460         END-IF
001470     END-IF.
001480 2000-EXIT.
001490     EXIT.
001500 2100-COUNT-ONE-DAY.
001510     READ CONTACT-HISTORY NEXT
001520         AT END SET CC-SCAN-DONE TO TRUE
001530     END-READ.
001540     IF CC-SCAN-DONE
001550         GO TO 2100-EXIT
001560     END-IF.
001570     IF CA-CUSTOMER-ID NOT = LK-CUSTOMER-ID
001580        OR CA-CONTACT-DATE > LK-DIAL-DATE
001590         SET CC-SCAN-DONE TO TRUE
001600         GO TO 2100-EXIT
001610     END-IF.
001620     ADD CA-ATTEMPT-COUNT TO LK-ATTEMPTS.
001630     IF CA-CONTACT-DATE = LK-DIAL-DATE
001640         ADD CA-ANSWERED-COUNT TO LK-ANSWERED
001650     END-IF.
001660 2100-EXIT.
001670     EXIT.
001680 8000-CLOSE-HISTORY.
001690     IF CC-FILE-OPEN
001700         CLOSE CONTACT-HISTORY
001710     END-IF.
001720     SET CC-NOT-YET-OPEN TO TRUE.
001730 8000-EXIT.
001740     EXIT.
