000010*****************************************************************
000020*    PROGRAM-ID.  DUNNING
000030*    AUTHOR.      R. HOLLOWAY, BATCH SUPPORT GROUP.
000040*    INSTALLATION. DAILY RECONCILIATION SYSTEM.
000050*    DATE-WRITTEN. 10/15/26.
000060*    DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    REMARKS.
000090*        NIGHTLY DUNNING NOTICE RUN.  READS THE EXCEPTION MASTER
000100*        (EXCPMST) FOR OPEN UNDERPAID EXCEPTIONS AND, BY DAYS
000110*        OUTSTANDING SINCE FIRST SEEN, ESCALATES EACH ACCOUNT
000120*        ONE STEP AT A TIME THROUGH FIRST NOTICE, SECOND NOTICE
000130*        AND FINAL DEMAND.  THE DUNMST STATE FILE (DUNNCPY)
000140*        HOLDS THE LAST LEVEL SENT AND ITS DATE, AND NO NOTICE
000150*        GOES OUT INSIDE THE MINIMUM GAP AFTER THE LAST ONE.
000160*        RESOLVED ACCOUNTS, ACCOUNTS APPROVED FOR WRITE-OFF
000170*        (OR AWAITING THE SECOND APPROVAL), AND ACCOUNTS UNDER
000180*        AN OPEN DISPUTE ON DISPMST ARE SKIPPED; RESOLVING AN
000190*        ACCOUNT PUTS ITS LEVEL BACK TO NONE.  THE CUSTOMER IS
000200*        THE ONE LINKED TO THE COMPANY/ACCOUNT ON XREFMST, WITH
000210*        THE NAME FROM PHONEMST - AN ACCOUNT WITH NO NAMED
000220*        CUSTOMER CANNOT BE ADDRESSED AND IS LISTED INSTEAD.
000230*        WRITES THE PRINT VENDOR'S FIXED-FORMAT EXTRACT
000240*        (DUNEXTR, DUNXCPY LAYOUT) ENDING WITH A COUNT-AND-
000250*        AMOUNT TRAILER, AND A CONTROL REPORT (DUNNRPT).
000260*        A RERUN ON THE SAME DAY SENDS AGAIN EXACTLY THE
000270*        NOTICES ALREADY RECORDED AS SENT TODAY, SO A RUN THAT
000280*        FAILED PART WAY STILL GIVES THE VENDOR ONE WHOLE FILE.
000290*-----------------------------------------------------------------
000300*    MODIFICATION HISTORY.
000310*        10/15/26  RLH  INITIAL VERSION.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. DUNNING.
000350 AUTHOR. R. HOLLOWAY.
000360 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000370 DATE-WRITTEN. 10/15/26.
000380 DATE-COMPILED. 10/15/26.
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT EXCEPTION-MASTER ASSIGN TO EXCPMST
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS EX-ACCOUNT-ID
000460         FILE STATUS IS DU-EXCM-STATUS.
000470     SELECT DUNNING-MASTER ASSIGN TO DUNMST
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS DN-ACCOUNT-ID
000510         FILE STATUS IS DU-DUNM-STATUS.
000520     SELECT DISPUTE-MASTER ASSIGN TO DISPMST
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS DS-ACCOUNT-ID
000560         FILE STATUS IS DU-DISP-STATUS.
000570     SELECT XREF-MASTER ASSIGN TO XREFMST
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS XR-XREF-KEY
000610         ALTERNATE RECORD KEY IS XR-CUSTOMER-ID
000620             WITH DUPLICATES
000630         FILE STATUS IS DU-XREF-STATUS.
000640     SELECT PHONEMST-FILE ASSIGN TO PHONEMST
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS PH-CUSTOMER-ID
000680         ALTERNATE RECORD KEY IS PH-PHONE-NUMBER
000690             WITH DUPLICATES
000700         FILE STATUS IS DU-MAST-STATUS.
000710     SELECT NOTICE-EXTRACT ASSIGN TO DUNEXTR
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS DU-DEXT-STATUS.
000740     SELECT DUNNING-REPORT ASSIGN TO DUNNRPT
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS DU-DRPT-STATUS.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  EXCEPTION-MASTER.
000800 COPY excmcpy.
000810 FD  DUNNING-MASTER.
000820 COPY dunncpy.
000830 FD  DISPUTE-MASTER.
000840 COPY dsptcpy.
000850 FD  XREF-MASTER.
000860 COPY xrefcpy.
000870 FD  PHONEMST-FILE.
000880 COPY phonecpy.
000890 FD  NOTICE-EXTRACT.
000900 COPY dunxcpy.
000910 FD  DUNNING-REPORT.
000920 01  DUNNING-REPORT-LINE         PIC X(100).
000930 WORKING-STORAGE SECTION.
000940*-----------------------------------------------------------------
000950* THE ESCALATION SCHEDULE - THE DAYS OUTSTANDING AT WHICH EACH
000960* LEVEL FALLS DUE, THE LEAST NUMBER OF DAYS BETWEEN TWO NOTICES
000970* ON ONE ACCOUNT, AND THE SMALLEST SHORTFALL WORTH A LETTER.
000980* CHANGE THE VALUES HERE WHEN COLLECTIONS WANTS THE SCHEDULE
000990* MOVED - THE ESCALATION LOGIC BELOW NEVER CHANGES.
001000*-----------------------------------------------------------------
001010 77  DU-FIRST-NOTICE-DAYS         PIC 9(03) VALUE 30.
001020 77  DU-SECOND-NOTICE-DAYS        PIC 9(03) VALUE 60.
001030 77  DU-FINAL-DEMAND-DAYS         PIC 9(03) VALUE 90.
001040 77  DU-MIN-GAP-DAYS              PIC 9(03) VALUE 14.
001050 77  DU-MIN-AMOUNT                PIC 9(7)V9(2) VALUE 5.00.
001060 01  DU-FILE-STATUSES.
001070     05  DU-EXCM-STATUS           PIC X(02) VALUE "00".
001080     05  DU-DUNM-STATUS           PIC X(02) VALUE "00".
001090     05  DU-DISP-STATUS           PIC X(02) VALUE "00".
001100     05  DU-XREF-STATUS           PIC X(02) VALUE "00".
001110     05  DU-MAST-STATUS           PIC X(02) VALUE "00".
001120     05  DU-DEXT-STATUS           PIC X(02) VALUE "00".
001130     05  DU-DRPT-STATUS           PIC X(02) VALUE "00".
001140 01  DU-SWITCHES.
001150     05  DU-EXC-EOF-SW            PIC X(01) VALUE "N".
001160         88  DU-EXC-EOF               VALUE "Y".
001170     05  DU-MASTER-SW             PIC X(01) VALUE "N".
001180         88  DU-MASTER-AVAILABLE      VALUE "Y".
001190     05  DU-DISP-SW               PIC X(01) VALUE "N".
001200         88  DU-DISP-AVAILABLE        VALUE "Y".
001210     05  DU-XREF-SW               PIC X(01) VALUE "N".
001220         88  DU-XREF-AVAILABLE        VALUE "Y".
001230     05  DU-MAST-SW               PIC X(01) VALUE "N".
001240         88  DU-MAST-AVAILABLE        VALUE "Y".
001250     05  DU-DUNN-SW               PIC X(01) VALUE "N".
001260         88  DU-DUNN-ON-FILE          VALUE "Y".
001270     05  DU-RESEND-SW             PIC X(01) VALUE "N".
001280         88  DU-RESENDING             VALUE "Y".
001290 01  DU-TODAY-DATE                PIC 9(08).
001300 01  DU-DAYS-OUT                  PIC S9(05) COMP.
001310 01  DU-DAYS-SINCE-LAST           PIC S9(05) COMP.
001320 01  DU-AMOUNT-DUE                PIC 9(7)V9(2).
001330 01  DU-DUE-LEVEL                 PIC 9(01).
001340 01  DU-SEND-LEVEL                PIC 9(01).
001350 01  DU-CUSTOMER-ID               PIC X(08).
001360 01  DU-CUSTOMER-NAME             PIC X(20).
001370 01  DU-LEVEL-WORD                PIC X(14).
001380 01  DU-COUNTERS.
001390     05  DU-READ-COUNT            PIC 9(07) VALUE 0.
001400     05  DU-NOTICE-COUNT          PIC 9(07) VALUE 0.
001410     05  DU-RESENT-COUNT          PIC 9(07) VALUE 0.
001420     05  DU-FIRST-COUNT           PIC 9(07) VALUE 0.
001430     05  DU-SECOND-COUNT          PIC 9(07) VALUE 0.
001440     05  DU-FINAL-COUNT           PIC 9(07) VALUE 0.
001450     05  DU-RESOLVED-COUNT        PIC 9(07) VALUE 0.
001460     05  DU-RESET-COUNT           PIC 9(07) VALUE 0.
001470     05  DU-WRITEOFF-COUNT        PIC 9(07) VALUE 0.
001480     05  DU-NOT-OWED-COUNT        PIC 9(07) VALUE 0.
001490     05  DU-DISPUTE-COUNT         PIC 9(07) VALUE 0.
001500     05  DU-NOT-DUE-COUNT         PIC 9(07) VALUE 0.
001510     05  DU-TOO-SOON-COUNT        PIC 9(07) VALUE 0.
001520     05  DU-EXHAUSTED-COUNT       PIC 9(07) VALUE 0.
001530     05  DU-UNLINKED-COUNT        PIC 9(07) VALUE 0.
001540 01  DU-AMOUNT-TOTAL              PIC 9(9)V9(2) VALUE 0.
001550 01  DU-EDIT-AMOUNT               PIC Z(6)9.99.
001560 01  DU-EDIT-TOTAL                PIC Z(8)9.99.
001570 01  DU-EDIT-DAYS                 PIC ZZ,ZZ9.
001580 01  DU-EDIT-COUNT                PIC ZZZ,ZZ9.
001590 01  DU-EDIT-COUNT-2              PIC ZZZ,ZZ9.
001600 01  DU-EDIT-COUNT-3              PIC ZZZ,ZZ9.
001610 01  DU-EDIT-COUNT-4              PIC ZZZ,ZZ9.
001620 01  DU-AUDIT-DETAIL              PIC X(50).
001630 PROCEDURE DIVISION.
001640 0000-MAINLINE.
001650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001660     IF DU-MASTER-AVAILABLE
001670         PERFORM 2000-DUN-EXCEPTIONS THRU 2000-EXIT
001680             UNTIL DU-EXC-EOF
001690     END-IF.
001700     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.
001710     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001720     MOVE 0 TO RETURN-CODE.
001730     GOBACK.
001740*-----------------------------------------------------------------
001750* NO EXCEPTION MASTER YET MEANS NOTHING IS OWED - THE EXTRACT
001760* STILL GOES OUT, HOLDING ONLY ITS TRAILER, SO THE VENDOR ALWAYS
001770* HAS A FILE TO ACKNOWLEDGE.  THE DUNNING STATE FILE IS OWNED
001780* HERE AND CREATED ON FIRST USE.  THE DISPUTE, CROSS-REFERENCE
001790* AND PHONE FILES ARE OPTIONAL THE WAY THEY ARE FOR COLWORK.
001800*-----------------------------------------------------------------
001810 1000-INITIALIZE.
001820     ACCEPT DU-TODAY-DATE FROM DATE YYYYMMDD.
001830     OPEN INPUT EXCEPTION-MASTER.
001840     IF DU-EXCM-STATUS = "35"
001850         SET DU-EXC-EOF TO TRUE
001860     ELSE
001870         IF DU-EXCM-STATUS NOT = "00"
001880             DISPLAY "DUNNING - EXCPMST OPEN ERROR "
001890                     DU-EXCM-STATUS
001900             MOVE 99 TO RETURN-CODE
001910             GOBACK
001920         END-IF
001930         SET DU-MASTER-AVAILABLE TO TRUE
001940     END-IF.
001950     OPEN OUTPUT NOTICE-EXTRACT.
001960     IF DU-DEXT-STATUS NOT = "00"
001970         DISPLAY "DUNNING - DUNEXTR OPEN ERROR " DU-DEXT-STATUS
001980         MOVE 99 TO RETURN-CODE
001990         GOBACK
002000     END-IF.
002010     OPEN OUTPUT DUNNING-REPORT.
002020     IF DU-DRPT-STATUS NOT = "00"
002030         DISPLAY "DUNNING - DUNNRPT OPEN ERROR " DU-DRPT-STATUS
002040         MOVE 99 TO RETURN-CODE
002050         GOBACK
002060     END-IF.
002070     MOVE "DUNNING NOTICE RUN BEGUN" TO DU-AUDIT-DETAIL.
002080     CALL "AUDITLOG" USING "DUNNING   "
002090                            "START     "
002100                            DU-AUDIT-DETAIL.
002110     MOVE SPACES TO DUNNING-REPORT-LINE.
002120     STRING "DUNNING NOTICES - " DELIMITED BY SIZE
002130            DU-TODAY-DATE        DELIMITED BY SIZE
002140       INTO DUNNING-REPORT-LINE.
002150     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
002160     MOVE SPACES TO DUNNING-REPORT-LINE.
002170     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
002180     IF DU-MASTER-AVAILABLE
002190         PERFORM 1100-OPEN-DUNNING-MASTER THRU 1100-EXIT
002200         PERFORM 1200-OPEN-REFERENCE-FILES THRU 1200-EXIT
002210         PERFORM 2900-READ-EXCEPTION THRU 2900-EXIT
002220     END-IF.
002230 1000-EXIT.
002240     EXIT.
002250 1100-OPEN-DUNNING-MASTER.
002260     OPEN I-O DUNNING-MASTER.
002270     IF DU-DUNM-STATUS = "35"
002280         OPEN OUTPUT DUNNING-MASTER
002290         CLOSE DUNNING-MASTER
002300         OPEN I-O DUNNING-MASTER
002310     END-IF.
002320     IF DU-DUNM-STATUS NOT = "00"
002330         DISPLAY "DUNNING - DUNMST OPEN ERROR " DU-DUNM-STATUS
002340         MOVE 99 TO RETURN-CODE
002350         GOBACK
002360     END-IF.
002370 1100-EXIT.
002380     EXIT.
002390 1200-OPEN-REFERENCE-FILES.
002400     OPEN INPUT DISPUTE-MASTER.
002410     IF DU-DISP-STATUS NOT = "35"
002420         IF DU-DISP-STATUS NOT = "00"
002430             DISPLAY "DUNNING - DISPMST OPEN ERROR "
002440                     DU-DISP-STATUS
002450             MOVE 99 TO RETURN-CODE
002460             GOBACK
002470         END-IF
002480         SET DU-DISP-AVAILABLE TO TRUE
002490     END-IF.
002500     OPEN INPUT XREF-MASTER.
002510     IF DU-XREF-STATUS NOT = "35"
002520         IF DU-XREF-STATUS NOT = "00"
002530             DISPLAY "DUNNING - XREFMST OPEN ERROR "
002540                     DU-XREF-STATUS
002550             MOVE 99 TO RETURN-CODE
002560             GOBACK
002570         END-IF
002580         SET DU-XREF-AVAILABLE TO TRUE
002590     END-IF.
002600     OPEN INPUT PHONEMST-FILE.
002610     IF DU-MAST-STATUS NOT = "35"
002620         IF DU-MAST-STATUS NOT = "00"
002630             DISPLAY "DUNNING - PHONEMST OPEN ERROR "
002640                     DU-MAST-STATUS
002650             MOVE 99 TO RETURN-CODE
002660             GOBACK
002670         END-IF
002680         SET DU-MAST-AVAILABLE TO TRUE
002690     END-IF.
002700 1200-EXIT.
002710     EXIT.
002720*-----------------------------------------------------------------
002730* ONE EXCEPTION.  THE REASONS NOT TO SEND ARE TAKEN IN ORDER AND
002740* THE FIRST ONE WINS - RESOLVED, WRITE-OFF, NOTHING OWED, OPEN
002750* DISPUTE, THEN THE SCHEDULE ITSELF.
002760*-----------------------------------------------------------------
002770 2000-DUN-EXCEPTIONS.
002780     ADD 1 TO DU-READ-COUNT.
002790     PERFORM 2100-GET-DUNNING-STATE THRU 2100-EXIT.
002800     IF EX-STATUS-RESOLVED
002810         ADD 1 TO DU-RESOLVED-COUNT
002820         PERFORM 2150-RESET-LEVEL THRU 2150-EXIT
002830         GO TO 2000-NEXT
002840     END-IF.
002850     IF NOT EX-WRITEOFF-NONE
002860         ADD 1 TO DU-WRITEOFF-COUNT
002870         GO TO 2000-NEXT
002880     END-IF.
002890     IF EX-LAST-VARIANCE NOT < 0
002900         ADD 1 TO DU-NOT-OWED-COUNT
002910         GO TO 2000-NEXT
002920     END-IF.
002930     COMPUTE DU-AMOUNT-DUE = EX-LAST-VARIANCE * -1.
002940     IF DU-AMOUNT-DUE < DU-MIN-AMOUNT
002950         ADD 1 TO DU-NOT-OWED-COUNT
002960         GO TO 2000-NEXT
002970     END-IF.
002980     IF DU-DISP-AVAILABLE
002990         MOVE EX-ACCOUNT-ID TO DS-ACCOUNT-ID
003000         READ DISPUTE-MASTER
003010             INVALID KEY
003020                 MOVE SPACE TO DS-STATUS
003030         END-READ
003040         IF DS-STATUS-OPEN
003050             ADD 1 TO DU-DISPUTE-COUNT
003060             GO TO 2000-NEXT
003070         END-IF
003080     END-IF.
003090     COMPUTE DU-DAYS-OUT =
003100         FUNCTION INTEGER-OF-DATE (DU-TODAY-DATE)
003110         - FUNCTION INTEGER-OF-DATE (EX-FIRST-SEEN)
003120         + 1.
003130     IF DU-DAYS-OUT < 1
003140         MOVE 1 TO DU-DAYS-OUT
003150     END-IF.
003160     PERFORM 2200-DECIDE-LEVEL THRU 2200-EXIT.
003170     IF DU-SEND-LEVEL = 0
003180         GO TO 2000-NEXT
003190     END-IF.
003200     PERFORM 2300-GET-CUSTOMER THRU 2300-EXIT.
003210     IF DU-CUSTOMER-NAME = SPACES
003220         ADD 1 TO DU-UNLINKED-COUNT
003230         PERFORM 2350-LIST-UNLINKED THRU 2350-EXIT
003240         GO TO 2000-NEXT
003250     END-IF.
003260     PERFORM 2400-WRITE-NOTICE THRU 2400-EXIT.
003270     IF NOT DU-RESENDING
003280         PERFORM 2500-RECORD-NOTICE THRU 2500-EXIT
003290     END-IF.
003300 2000-NEXT.
003310     PERFORM 2900-READ-EXCEPTION THRU 2900-EXIT.
003320 2000-EXIT.
003330     EXIT.
003340 2100-GET-DUNNING-STATE.
003350     MOVE EX-ACCOUNT-ID TO DN-ACCOUNT-ID.
003360     READ DUNNING-MASTER
003370         INVALID KEY
003380             MOVE "N" TO DU-DUNN-SW
003390         NOT INVALID KEY
003400             MOVE "Y" TO DU-DUNN-SW
003410     END-READ.
003420     IF NOT DU-DUNN-ON-FILE
003430         MOVE EX-ACCOUNT-ID   TO DN-ACCOUNT-ID
003440         MOVE EX-COMPANY-CODE TO DN-COMPANY-CODE
003450         MOVE 0 TO DN-LEVEL
003460                   DN-LAST-SENT-DATE
003470                   DN-LAST-AMOUNT
003480                   DN-NOTICE-COUNT
003490     END-IF.
003500 2100-EXIT.
003510     EXIT.
003520*-----------------------------------------------------------------
003530* A RESOLVED ACCOUNT'S DUNNING IS OVER.  THE LEVEL GOES BACK TO
003540* NONE SO THAT IF SUBVERB REOPENS IT THE CUSTOMER GETS A FIRST
003550* NOTICE AGAIN, NOT A FINAL DEMAND OUT OF NOWHERE.  THE DATE OF
003560* THE LAST NOTICE STAYS, SO THE GAP STILL HOLDS.
003570*-----------------------------------------------------------------
003580 2150-RESET-LEVEL.
003590     IF NOT DU-DUNN-ON-FILE OR DN-LEVEL-NONE
003600         GO TO 2150-EXIT
003610     END-IF.
003620     MOVE 0 TO DN-LEVEL.
003630     REWRITE DN-DUNNING-RECORD
003640         INVALID KEY
003650             DISPLAY "DUNNING - DUNMST REWRITE ERROR "
003660                     DU-DUNM-STATUS
003670             MOVE 99 TO RETURN-CODE
003680             GOBACK
003690     END-REWRITE.
003700     ADD 1 TO DU-RESET-COUNT.
003710 2150-EXIT.
003720     EXIT.
003730*-----------------------------------------------------------------
003740* THE SCHEDULE.  A NOTICE ALREADY SENT TODAY IS SENT AGAIN AT
003750* THE SAME LEVEL (A RERUN).  OTHERWISE THE NEXT LEVEL UP IS SENT
003760* WHEN THE DAYS OUTSTANDING HAVE REACHED IT AND THE GAP SINCE
003770* THE LAST NOTICE HAS PASSED - ONE STEP PER NOTICE, SO AN
003780* ACCOUNT FIRST FOUND LONG OVERDUE STILL STARTS AT THE FIRST
003790* NOTICE.  AFTER THE FINAL DEMAND NOTHING MORE IS SENT.
003800*-----------------------------------------------------------------
003810 2200-DECIDE-LEVEL.
003820     MOVE 0   TO DU-SEND-LEVEL.
003830     MOVE "N" TO DU-RESEND-SW.
003840     IF DU-DUNN-ON-FILE
003850        AND NOT DN-LEVEL-NONE
003860        AND DN-LAST-SENT-DATE = DU-TODAY-DATE
003870         MOVE DN-LEVEL TO DU-SEND-LEVEL
003880         SET DU-RESENDING TO TRUE
003890         GO TO 2200-EXIT
003900     END-IF.
003910     IF DN-LEVEL-FINAL
003920         ADD 1 TO DU-EXHAUSTED-COUNT
003930         GO TO 2200-EXIT
003940     END-IF.
003950     EVALUATE TRUE
003960         WHEN DU-DAYS-OUT NOT < DU-FINAL-DEMAND-DAYS
003970             MOVE 3 TO DU-DUE-LEVEL
003980         WHEN DU-DAYS-OUT NOT < DU-SECOND-NOTICE-DAYS
003990             MOVE 2 TO DU-DUE-LEVEL
004000         WHEN DU-DAYS-OUT NOT < DU-FIRST-NOTICE-DAYS
004010             MOVE 1 TO DU-DUE-LEVEL
004020         WHEN OTHER
004030             MOVE 0 TO DU-DUE-LEVEL
004040     END-EVALUATE.
004050     IF DN-LEVEL NOT < DU-DUE-LEVEL
004060         ADD 1 TO DU-NOT-DUE-COUNT
004070         GO TO 2200-EXIT
004080     END-IF.
004090     IF DN-LAST-SENT-DATE > 0
004100         COMPUTE DU-DAYS-SINCE-LAST =
004110             FUNCTION INTEGER-OF-DATE (DU-TODAY-DATE)
004120             - FUNCTION INTEGER-OF-DATE (DN-LAST-SENT-DATE)
004130         IF DU-DAYS-SINCE-LAST < DU-MIN-GAP-DAYS
004140             ADD 1 TO DU-TOO-SOON-COUNT
004150             GO TO 2200-EXIT
004160         END-IF
004170     END-IF.
004180     COMPUTE DU-SEND-LEVEL = DN-LEVEL + 1.
004190 2200-EXIT.
004200     EXIT.
004210*-----------------------------------------------------------------
004220* WHO THE LETTER GOES TO - THE CUSTOMER LINKED TO THE COMPANY/
004230* ACCOUNT ON THE CROSS-REFERENCE, BY THE NAME ON THE PHONE
004240* DIRECTORY.  NO NAME LEAVES DU-CUSTOMER-NAME BLANK.
004250*-----------------------------------------------------------------
004260 2300-GET-CUSTOMER.
004270     MOVE SPACES TO DU-CUSTOMER-ID
004280                    DU-CUSTOMER-NAME.
004290     IF NOT DU-XREF-AVAILABLE
004300         GO TO 2300-EXIT
004310     END-IF.
004320     MOVE EX-COMPANY-CODE TO XR-COMPANY-CODE.
004330     MOVE EX-ACCOUNT-ID   TO XR-ACCOUNT-ID.
004340     READ XREF-MASTER
004350         INVALID KEY
004360             GO TO 2300-EXIT
004370     END-READ.
004380     MOVE XR-CUSTOMER-ID TO DU-CUSTOMER-ID.
004390     IF NOT DU-MAST-AVAILABLE
004400         GO TO 2300-EXIT
004410     END-IF.
004420     MOVE XR-CUSTOMER-ID TO PH-CUSTOMER-ID.
004430     READ PHONEMST-FILE
004440         INVALID KEY
004450             GO TO 2300-EXIT
004460     END-READ.
004470     MOVE PH-CUSTOMER-NAME TO DU-CUSTOMER-NAME.
004480 2300-EXIT.
004490     EXIT.
004500 2350-LIST-UNLINKED.
004510     MOVE DU-AMOUNT-DUE TO DU-EDIT-AMOUNT.
004520     MOVE SPACES TO DUNNING-REPORT-LINE.
004530     STRING EX-ACCOUNT-ID          DELIMITED BY SIZE
004540            " CO "                 DELIMITED BY SIZE
004550            EX-COMPANY-CODE        DELIMITED BY SIZE
004560            "  NOT SENT - NO NAMED CUSTOMER LINKED  OWED "
004570                                   DELIMITED BY SIZE
004580            DU-EDIT-AMOUNT         DELIMITED BY SIZE
004590       INTO DUNNING-REPORT-LINE.
004600     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
004610 2350-EXIT.
004620     EXIT.
004630 2400-WRITE-NOTICE.
004640     MOVE SPACES             TO DX-NOTICE-RECORD.
004650     SET DX-TYPE-NOTICE      TO TRUE.
004660     EVALUATE DU-SEND-LEVEL
004670         WHEN 1
004680             SET DX-FIRST-NOTICE TO TRUE
004690             MOVE "FIRST NOTICE"   TO DU-LEVEL-WORD
004700             ADD 1 TO DU-FIRST-COUNT
004710         WHEN 2
004720             SET DX-SECOND-NOTICE TO TRUE
004730             MOVE "SECOND NOTICE"  TO DU-LEVEL-WORD
004740             ADD 1 TO DU-SECOND-COUNT
004750         WHEN OTHER
004760             SET DX-FINAL-DEMAND TO TRUE
004770             MOVE "FINAL DEMAND"   TO DU-LEVEL-WORD
004780             ADD 1 TO DU-FINAL-COUNT
004790     END-EVALUATE.
004800     MOVE EX-COMPANY-CODE    TO DX-COMPANY-CODE.
004810     MOVE EX-ACCOUNT-ID      TO DX-ACCOUNT-ID.
004820     MOVE DU-CUSTOMER-ID     TO DX-CUSTOMER-ID.
004830     MOVE DU-CUSTOMER-NAME   TO DX-CUSTOMER-NAME.
004840     MOVE DU-AMOUNT-DUE      TO DX-AMOUNT-DUE.
004850     MOVE DU-DAYS-OUT        TO DX-DAYS-OUTSTANDING.
004860     MOVE EX-FIRST-SEEN      TO DX-FIRST-SEEN.
004870     MOVE DU-TODAY-DATE      TO DX-NOTICE-DATE.
004880     WRITE DX-NOTICE-RECORD.
004890     IF DU-DEXT-STATUS NOT = "00"
004900         DISPLAY "DUNNING - DUNEXTR WRITE ERROR " DU-DEXT-STATUS
004910         MOVE 99 TO RETURN-CODE
004920         GOBACK
004930     END-IF.
004940     ADD 1             TO DU-NOTICE-COUNT.
004950     ADD DU-AMOUNT-DUE TO DU-AMOUNT-TOTAL.
004960     IF DU-RESENDING
004970         ADD 1 TO DU-RESENT-COUNT
004980     END-IF.
004990     MOVE DU-AMOUNT-DUE TO DU-EDIT-AMOUNT.
005000     MOVE DU-DAYS-OUT   TO DU-EDIT-DAYS.
005010     MOVE SPACES TO DUNNING-REPORT-LINE.
005020     STRING EX-ACCOUNT-ID          DELIMITED BY SIZE
005030            " CO "                 DELIMITED BY SIZE
005040            EX-COMPANY-CODE        DELIMITED BY SIZE
005050            "  "                   DELIMITED BY SIZE
005060            DU-LEVEL-WORD          DELIMITED BY SIZE
005070            " "                    DELIMITED BY SIZE
005080            DU-CUSTOMER-ID         DELIMITED BY SIZE
005090            " "                    DELIMITED BY SIZE
005100            DU-CUSTOMER-NAME       DELIMITED BY SIZE
005110            "  OWED "              DELIMITED BY SIZE
005120            DU-EDIT-AMOUNT         DELIMITED BY SIZE
005130            "  OUT"                DELIMITED BY SIZE
005140            DU-EDIT-DAYS           DELIMITED BY SIZE
005150            " DAYS"                DELIMITED BY SIZE
005160       INTO DUNNING-REPORT-LINE.
005170     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
005180 2400-EXIT.
005190     EXIT.
005200 2500-RECORD-NOTICE.
005210     MOVE EX-COMPANY-CODE TO DN-COMPANY-CODE.
005220     MOVE DU-SEND-LEVEL   TO DN-LEVEL.
005230     MOVE DU-TODAY-DATE   TO DN-LAST-SENT-DATE.
005240     MOVE DU-AMOUNT-DUE   TO DN-LAST-AMOUNT.
005250     IF DN-NOTICE-COUNT < 999
005260         ADD 1 TO DN-NOTICE-COUNT
005270     END-IF.
005280     IF DU-DUNN-ON-FILE
005290         REWRITE DN-DUNNING-RECORD
005300             INVALID KEY
005310                 DISPLAY "DUNNING - DUNMST REWRITE ERROR "
005320                         DU-DUNM-STATUS
005330                 MOVE 99 TO RETURN-CODE
005340                 GOBACK
005350         END-REWRITE
005360     ELSE
005370         WRITE DN-DUNNING-RECORD
005380             INVALID KEY
005390                 DISPLAY "DUNNING - DUNMST WRITE ERROR "
005400                         DU-DUNM-STATUS
005410                 MOVE 99 TO RETURN-CODE
005420                 GOBACK
005430         END-WRITE
005440     END-IF.
005450 2500-EXIT.
005460     EXIT.
005470 2900-READ-EXCEPTION.
005480     READ EXCEPTION-MASTER NEXT
005490         AT END SET DU-EXC-EOF TO TRUE
005500     END-READ.
005510 2900-EXIT.
005520     EXIT.
005530 7500-WRITE-REPORT-LINE.
005540     WRITE DUNNING-REPORT-LINE.
005550     IF DU-DRPT-STATUS NOT = "00"
005560         DISPLAY "DUNNING - DUNNRPT WRITE ERROR " DU-DRPT-STATUS
005570         MOVE 99 TO RETURN-CODE
005580         GOBACK
005590     END-IF.
005600 7500-EXIT.
005610     EXIT.
005620*-----------------------------------------------------------------
005630* THE VENDOR TRAILER - NOTICE COUNT AND TOTAL AMOUNT DEMANDED,
005640* WITH THE SPLIT BY LEVEL - THEN THE SAME FIGURES AND THE SKIP
005650* COUNTS ON THE CONTROL REPORT.
005660*-----------------------------------------------------------------
005670 8000-WRITE-TRAILER.
005680     MOVE SPACES             TO DX-TRAILER-RECORD.
005690     SET DX-TYPE-TRAILER     TO TRUE.
005700     MOVE "TRAILER"          TO DX-TR-TAG.
005710     MOVE DU-TODAY-DATE      TO DX-TR-RUN-DATE.
005720     MOVE DU-NOTICE-COUNT    TO DX-TR-NOTICE-COUNT.
005730     MOVE DU-AMOUNT-TOTAL    TO DX-TR-AMOUNT-TOTAL.
005740     MOVE DU-FIRST-COUNT     TO DX-TR-FIRST-COUNT.
005750     MOVE DU-SECOND-COUNT    TO DX-TR-SECOND-COUNT.
005760     MOVE DU-FINAL-COUNT     TO DX-TR-FINAL-COUNT.
005770     WRITE DX-TRAILER-RECORD.
005780     IF DU-DEXT-STATUS NOT = "00"
005790         DISPLAY "DUNNING - DUNEXTR WRITE ERROR " DU-DEXT-STATUS
005800         MOVE 99 TO RETURN-CODE
005810         GOBACK
005820     END-IF.
005830     MOVE SPACES TO DUNNING-REPORT-LINE.
005840     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
005850     MOVE DU-NOTICE-COUNT TO DU-EDIT-COUNT.
005860     MOVE DU-AMOUNT-TOTAL TO DU-EDIT-TOTAL.
005870     MOVE DU-RESENT-COUNT TO DU-EDIT-COUNT-2.
005880     MOVE SPACES TO DUNNING-REPORT-LINE.
005890     STRING "NOTICES: "          DELIMITED BY SIZE
005900            DU-EDIT-COUNT        DELIMITED BY SIZE
005910            "  AMOUNT: "         DELIMITED BY SIZE
005920            DU-EDIT-TOTAL        DELIMITED BY SIZE
005930            "  OF WHICH RESENT: " DELIMITED BY SIZE
005940            DU-EDIT-COUNT-2      DELIMITED BY SIZE
005950       INTO DUNNING-REPORT-LINE.
005960     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
005970     DISPLAY "DUNNING - " DUNNING-REPORT-LINE.
005980     MOVE DU-FIRST-COUNT  TO DU-EDIT-COUNT.
005990     MOVE DU-SECOND-COUNT TO DU-EDIT-COUNT-2.
006000     MOVE DU-FINAL-COUNT  TO DU-EDIT-COUNT-3.
006010     MOVE SPACES TO DUNNING-REPORT-LINE.
006020     STRING "FIRST NOTICES: "    DELIMITED BY SIZE
006030            DU-EDIT-COUNT        DELIMITED BY SIZE
006040            ", SECOND NOTICES: " DELIMITED BY SIZE
006050            DU-EDIT-COUNT-2      DELIMITED BY SIZE
006060            ", FINAL DEMANDS: "  DELIMITED BY SIZE
006070            DU-EDIT-COUNT-3      DELIMITED BY SIZE
006080       INTO DUNNING-REPORT-LINE.
006090     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
006100     MOVE DU-RESOLVED-COUNT TO DU-EDIT-COUNT.
006110     MOVE DU-RESET-COUNT    TO DU-EDIT-COUNT-2.
006120     MOVE DU-WRITEOFF-COUNT TO DU-EDIT-COUNT-3.
006130     MOVE DU-NOT-OWED-COUNT TO DU-EDIT-COUNT-4.
006140     MOVE SPACES TO DUNNING-REPORT-LINE.
006150     STRING "SKIPPED - RESOLVED: " DELIMITED BY SIZE
006160            DU-EDIT-COUNT          DELIMITED BY SIZE
006170            " (RESET "             DELIMITED BY SIZE
006180            DU-EDIT-COUNT-2        DELIMITED BY SIZE
006190            "), WRITE-OFF: "       DELIMITED BY SIZE
006200            DU-EDIT-COUNT-3        DELIMITED BY SIZE
006210            ", NOTHING OWED: "     DELIMITED BY SIZE
006220            DU-EDIT-COUNT-4        DELIMITED BY SIZE
006230       INTO DUNNING-REPORT-LINE.
006240     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
006250     MOVE DU-DISPUTE-COUNT   TO DU-EDIT-COUNT.
006260     MOVE DU-NOT-DUE-COUNT   TO DU-EDIT-COUNT-2.
006270     MOVE DU-TOO-SOON-COUNT  TO DU-EDIT-COUNT-3.
006280     MOVE DU-EXHAUSTED-COUNT TO DU-EDIT-COUNT-4.
006290     MOVE SPACES TO DUNNING-REPORT-LINE.
006300     STRING "          DISPUTED: " DELIMITED BY SIZE
006310            DU-EDIT-COUNT          DELIMITED BY SIZE
006320            ", NOT YET DUE: "      DELIMITED BY SIZE
006330            DU-EDIT-COUNT-2        DELIMITED BY SIZE
006340            ", TOO SOON: "         DELIMITED BY SIZE
006350            DU-EDIT-COUNT-3        DELIMITED BY SIZE
006360            ", FINAL SENT: "       DELIMITED BY SIZE
006370            DU-EDIT-COUNT-4        DELIMITED BY SIZE
006380       INTO DUNNING-REPORT-LINE.
006390     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
006400     MOVE DU-UNLINKED-COUNT TO DU-EDIT-COUNT.
006410     MOVE SPACES TO DUNNING-REPORT-LINE.
006420     STRING "          NO NAMED CUSTOMER: " DELIMITED BY SIZE
006430            DU-EDIT-COUNT                   DELIMITED BY SIZE
006440       INTO DUNNING-REPORT-LINE.
006450     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
006460 8000-EXIT.
006470     EXIT.
006480 9000-TERMINATE.
006490     MOVE DU-NOTICE-COUNT TO DU-EDIT-COUNT.
006500     MOVE SPACES TO DU-AUDIT-DETAIL.
006510     STRING "RUN COMPLETE - NOTICES: " DELIMITED BY SIZE
006520            DU-EDIT-COUNT              DELIMITED BY SIZE
006530       INTO DU-AUDIT-DETAIL.
006540     CALL "AUDITLOG" USING "DUNNING   "
006550                            "END       "
006560                            DU-AUDIT-DETAIL.
006570     IF DU-MASTER-AVAILABLE
006580         CLOSE EXCEPTION-MASTER
006590         CLOSE DUNNING-MASTER
006600     END-IF.
006610     IF DU-DISP-AVAILABLE
006620         CLOSE DISPUTE-MASTER
006630     END-IF.
006640     IF DU-XREF-AVAILABLE
006650         CLOSE XREF-MASTER
006660     END-IF.
006670     IF DU-MAST-AVAILABLE
006680         CLOSE PHONEMST-FILE
006690     END-IF.
006700     CLOSE NOTICE-EXTRACT.
006710     CLOSE DUNNING-REPORT.
006720 9000-EXIT.
006730     EXIT.
