000070*-----------------------------------------------------------------
000080*    REMARKS.
000090*        BATCH LOADER FOR THE VALIDATED PHONE FEED.  READS THE
000100*        PHONE FEED (PHFEEDCPY LAYOUT) - ONE RECORD PER TYPED
000110*        NUMBER - AND APPLIES EACH TO THE CUSTOMER'S NUMBERS ON
000120*        PHONENUM (PNUMCPY): A TYPE THE CUSTOMER DOES NOT HAVE
000130*        YET IS ADDED AND AN EXISTING ONE HAS ITS NUMBER AND
000140*        DIAL PRIORITY UPDATED IN PLACE.  A CUSTOMER ID NOT YET
000150*        ON THE PHONEMST DIRECTORY IS ADDED THERE FIRST.  A FEED
000160*        RECORD WHOSE FULL NUMBER IS ALREADY ASSIGNED TO A
000170*        DIFFERENT CUSTOMER ID - ON PHONENUM OR AS A DIRECTORY
000180*        NUMBER - IS REJECTED TO THE LOAD REPORT INSTEAD, USING
000190*        THE PHONE-NUMBER ALTERNATE KEYS.  RUNS AS THE
000200*        DAILYJOB STAGE AFTER PHONEVAL, SO A FEED THAT FAILED
000210*        DATA QUALITY NEVER REACHES THE MASTER.  RETURNS THE
000220*        REJECT COUNT IN THE RETURN-CODE SPECIAL REGISTER SO
000230*        DAILYJOB CAN TELL WHETHER THIS RUN WAS CLEAN.
000240*-----------------------------------------------------------------
000250*    MODIFICATION HISTORY.
000260*        08/21/26  RLH  INITIAL VERSION - REPLACES THE HAND
000270*                       KEYING OF THE FEED THROUGH PHONEMNT'S
000280*                       ADD/CHANGE SCREENS.
000290*        08/21/26  RLH  A LOADED ADD STARTS OUT OK-TO-CALL; AN
000300*                       UPDATE LEAVES THE DO-NOT-CALL FLAG THE
000310*                       SCREENS MAINTAIN UNTOUCHED.
000320*        09/02/26  RLH  A LOADED NUMBER - ADD OR UPDATE -
000330*                       CLEARS THE DIALER'S BAD-NUMBER FLAG,
000340*                       SINCE THE FEED JUST SUPPLIED A FRESH
000350*                       NUMBER FOR THE CUSTOMER.
000360*        09/02/26  RLH  EVERY ADD AND UPDATE NOW WRITES A
000370*                       BEFORE/AFTER IMAGE PAIR TO THE PHONHIST
000380*                       CHANGE HISTORY THROUGH THE SHARED
000390*                       PHONHIST WRITER, SOURCE "L".
000400*        10/15/26  RLH  NUMBERS NOW LOAD TO PHONENUM, ONE RECORD
000410*                       PER CUSTOMER AND PHONE TYPE WITH ITS
000420*                       DIAL PRIORITY; A BLANK TYPE LOADS AS
000430*                       HOME, PRIORITY 1.  A NEW CUSTOMER GETS A
000440*                       DIRECTORY RECORD WITH NO NUMBER ON IT.
000450*                       THE OWNER CHECK COVERS BOTH FILES.  A
000460*                       CHANGED NUMBER CLEARS ONLY ITS OWN
000470*                       BAD-NUMBER FLAG; A RECORD THAT CHANGES
000480*                       NOTHING IS COUNTED UNCHANGED AND WRITES
000490*                       NO HISTORY.  HISTORY ENTRIES CARRY THE
000500*                       PHONE TYPE.
000510*****************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. PHONELOD.
000540 AUTHOR. R. HOLLOWAY.
000550 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000560 DATE-WRITTEN. 08/21/26.
000570 DATE-COMPILED. 08/21/26.
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT PHONE-FEED-FILE ASSIGN TO PHONEFEED
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS PL-FEED-STATUS.
000640     SELECT PHONEMST-FILE ASSIGN TO PHONEMST
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS PH-CUSTOMER-ID
000680         ALTERNATE RECORD KEY IS PH-PHONE-NUMBER
000690             WITH DUPLICATES
000700         FILE STATUS IS PL-MAST-STATUS.
000710     SELECT PHONENUM-FILE ASSIGN TO PHONENUM
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS PN-NUMBER-KEY
000750         ALTERNATE RECORD KEY IS PN-PHONE-NUMBER
000760             WITH DUPLICATES
000770         FILE STATUS IS PL-NUM-STATUS.
000780     SELECT LOAD-REPORT ASSIGN TO PHONELDR
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS PL-LDRP-STATUS.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  PHONE-FEED-FILE.
000840 COPY phfeedcpy.
000850 FD  PHONEMST-FILE.
000860 COPY phonecpy.
000870 FD  PHONENUM-FILE.
000880 COPY pnumcpy.
000890 FD  LOAD-REPORT.
000900 01  LOAD-REPORT-LINE            PIC X(70).
000910 WORKING-STORAGE SECTION.
000920 01  PL-FILE-STATUSES.
000930     05  PL-FEED-STATUS           PIC X(02) VALUE "00".
000940     05  PL-MAST-STATUS           PIC X(02) VALUE "00".
000950     05  PL-NUM-STATUS            PIC X(02) VALUE "00".
000960     05  PL-LDRP-STATUS           PIC X(02) VALUE "00".
000970 01  PL-SWITCHES.
000980     05  PL-EOF-SW                PIC X(01) VALUE "N".
000990         88  PL-EOF                   VALUE "Y".
001000     05  PL-CONFLICT-SW           PIC X(01) VALUE "N".
001010         88  PL-NUMBER-CONFLICT       VALUE "Y".
001020     05  PL-SCAN-DONE-SW          PIC X(01) VALUE "N".
001030         88  PL-SCAN-DONE             VALUE "Y".
001040 01  PL-HOLD-FEED-FIELDS.
001050     05  PL-HOLD-CUSTOMER-ID      PIC X(08).
001060     05  PL-HOLD-FULL-NUMBER      PIC X(10).
001070     05  PL-HOLD-PHONE-TYPE       PIC X(01).
001080     05  PL-HOLD-PRIORITY         PIC 9(01).
001090 01  PL-BEFORE-IMAGE              PIC X(40).
001100 01  PL-AFTER-IMAGE               PIC X(40).
001110 01  PL-CONFLICT-CUSTOMER         PIC X(08).
001120 01  PL-COUNTS.
001130     05  PL-ADDED-COUNT           PIC 9(05) VALUE 0.
001140     05  PL-UPDATED-COUNT         PIC 9(05) VALUE 0.
001150     05  PL-UNCHANGED-COUNT       PIC 9(05) VALUE 0.
001160     05  PL-REJECT-COUNT          PIC 9(05) VALUE 0.
001170     05  PL-NEW-CUSTOMER-COUNT    PIC 9(05) VALUE 0.
001180 01  PL-EDIT-COUNTS.
001190     05  PL-EDIT-ADDED            PIC ZZZ,ZZ9.
001200     05  PL-EDIT-UPDATED          PIC ZZZ,ZZ9.
001210     05  PL-EDIT-UNCHANGED        PIC ZZZ,ZZ9.
001220     05  PL-EDIT-NEW-CUSTOMERS    PIC ZZZ,ZZ9.
001230     05  PL-EDIT-REJECTED         PIC ZZZ,ZZ9.
001240 01  PL-AUDIT-DETAIL              PIC X(50).
001250 PROCEDURE DIVISION.
001260 0000-MAINLINE.
001270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001280     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
001290         UNTIL PL-EOF.
001300     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.
001310     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001320     MOVE PL-REJECT-COUNT TO RETURN-CODE.
001330     GOBACK.
001340 1000-INITIALIZE.
001350     OPEN INPUT PHONE-FEED-FILE.
001360     IF PL-FEED-STATUS NOT = "00"
001370         DISPLAY "PHONELOD - PHONEFEED OPEN ERROR " PL-FEED-STATUS
001380         MOVE 99 TO RETURN-CODE
001390         GOBACK
001400     END-IF.
001410     OPEN I-O PHONEMST-FILE.
001420     IF PL-MAST-STATUS = "35"
001430         OPEN OUTPUT PHONEMST-FILE
001440         CLOSE PHONEMST-FILE
001450         OPEN I-O PHONEMST-FILE
001460     END-IF.
001470     IF PL-MAST-STATUS NOT = "00"
001480         DISPLAY "PHONELOD - PHONEMST OPEN ERROR " PL-MAST-STATUS
001490         MOVE 99 TO RETURN-CODE
001500         GOBACK
001510     END-IF.
001520     OPEN I-O PHONENUM-FILE.
001530     IF PL-NUM-STATUS = "35"
001540         OPEN OUTPUT PHONENUM-FILE
001550         CLOSE PHONENUM-FILE
001560         OPEN I-O PHONENUM-FILE
001570     END-IF.
001580     IF PL-NUM-STATUS NOT = "00"
001590         DISPLAY "PHONELOD - PHONENUM OPEN ERROR " PL-NUM-STATUS
001600         MOVE 99 TO RETURN-CODE
001610         GOBACK
001620     END-IF.
001630     OPEN OUTPUT LOAD-REPORT.
001640     IF PL-LDRP-STATUS NOT = "00"
001650         DISPLAY "PHONELOD - PHONELDR OPEN ERROR " PL-LDRP-STATUS
001660         MOVE 99 TO RETURN-CODE
001670         GOBACK
001680     END-IF.
001690     MOVE "PHONE FEED LOAD BEGUN" TO PL-AUDIT-DETAIL.
001700     CALL "AUDITLOG" USING "PHONELOD  "
001710                            "START     "
001720                            PL-AUDIT-DETAIL.
001730     PERFORM 2900-READ-FEED THRU 2900-EXIT.
001740 1000-EXIT.
001750     EXIT.
001760 2000-PROCESS-RECORDS.
001770     MOVE PF-CUSTOMER-ID TO PL-HOLD-CUSTOMER-ID.
001780     MOVE SPACES TO PL-HOLD-FULL-NUMBER.
001790     STRING PF-AREA-CODE  DELIMITED BY SIZE
001800            PF-PREFIX-NUM DELIMITED BY SIZE
001810            PF-LAST-FOUR  DELIMITED BY SIZE
001820       INTO PL-HOLD-FULL-NUMBER.
001830     MOVE PF-PHONE-TYPE TO PL-HOLD-PHONE-TYPE.
001840     IF PL-HOLD-PHONE-TYPE = SPACE
001850         MOVE "H" TO PL-HOLD-PHONE-TYPE
001860     END-IF.
001870     IF PF-DIAL-PRIORITY = SPACE
001880         MOVE 1 TO PL-HOLD-PRIORITY
001890     ELSE
001900         MOVE PF-DIAL-PRIORITY TO PL-HOLD-PRIORITY
001910     END-IF.
001920     PERFORM 3000-CHECK-NUMBER-OWNER THRU 3000-EXIT.
001930     IF NOT PL-NUMBER-CONFLICT
001940         PERFORM 3200-CHECK-NUMBER-FILE THRU 3200-EXIT
001950     END-IF.
001960     IF PL-NUMBER-CONFLICT
001970         PERFORM 4000-REJECT-RECORD THRU 4000-EXIT
001980     ELSE
001990         PERFORM 5000-APPLY-RECORD THRU 5000-EXIT
002000     END-IF.
002010     PERFORM 2900-READ-FEED THRU 2900-EXIT.
002020 2000-EXIT.
002030     EXIT.
002040*-----------------------------------------------------------------
002050* WALK EVERY MASTER RECORD HOLDING THIS FULL NUMBER VIA THE
002060* PHONE-NUMBER ALTERNATE KEY.  ANY HOLDER OTHER THAN THE FEED'S
002070* OWN CUSTOMER ID MEANS THE NUMBER IS TAKEN AND THE FEED RECORD
002080* MUST BE REJECTED RATHER THAN LOADED.  THE DIRECTORY STILL
002090* HOLDS THE SINGLE NUMBER OF EVERY CUSTOMER SET UP BEFORE
002100* PHONENUM, SO IT IS WALKED FIRST, THEN PHONENUM ITSELF.
002110*-----------------------------------------------------------------
002120 3000-CHECK-NUMBER-OWNER.
002130     MOVE "N" TO PL-CONFLICT-SW.
002140     MOVE "N" TO PL-SCAN-DONE-SW.
002150     MOVE PL-HOLD-FULL-NUMBER TO PH-PHONE-NUMBER.
002160     START PHONEMST-FILE KEY = PH-PHONE-NUMBER
002170         INVALID KEY
002180             SET PL-SCAN-DONE TO TRUE
002190     END-START.
002200     PERFORM 3100-SCAN-NUMBER-HOLDERS THRU 3100-EXIT
002210         UNTIL PL-SCAN-DONE.
002220 3000-EXIT.
002230     EXIT.
002240 3100-SCAN-NUMBER-HOLDERS.
002250     READ PHONEMST-FILE NEXT
002260         AT END SET PL-SCAN-DONE TO TRUE
002270     END-READ.
002280     IF NOT PL-SCAN-DONE
002290         IF PH-PHONE-NUMBER NOT = PL-HOLD-FULL-NUMBER
002300             SET PL-SCAN-DONE TO TRUE
002310         ELSE
002320             IF PH-CUSTOMER-ID NOT = PL-HOLD-CUSTOMER-ID
002330                 MOVE PH-CUSTOMER-ID TO PL-CONFLICT-CUSTOMER
002340                 SET PL-NUMBER-CONFLICT TO TRUE
002350                 SET PL-SCAN-DONE TO TRUE
002360             END-IF
002370         END-IF
002380     END-IF.
002390 3100-EXIT.
002400     EXIT.
002410 3200-CHECK-NUMBER-FILE.
002420     MOVE "N" TO PL-SCAN-DONE-SW.
002430     MOVE PL-HOLD-FULL-NUMBER TO PN-PHONE-NUMBER.
002440     START PHONENUM-FILE KEY = PN-PHONE-NUMBER
002450         INVALID KEY
002460             SET PL-SCAN-DONE TO TRUE
002470     END-START.
002480     PERFORM 3300-SCAN-NUMBER-FILE THRU 3300-EXIT
002490         UNTIL PL-SCAN-DONE.
002500 3200-EXIT.
002510     EXIT.
002520 3300-SCAN-NUMBER-FILE.
002530     READ PHONENUM-FILE NEXT
002540         AT END SET PL-SCAN-DONE TO TRUE
002550     END-READ.
002560     IF NOT PL-SCAN-DONE
002570         IF PN-PHONE-NUMBER NOT = PL-HOLD-FULL-NUMBER
002580             SET PL-SCAN-DONE TO TRUE
002590         ELSE
002600             IF PN-CUSTOMER-ID NOT = PL-HOLD-CUSTOMER-ID
002610                 MOVE PN-CUSTOMER-ID TO PL-CONFLICT-CUSTOMER
002620                 SET PL-NUMBER-CONFLICT TO TRUE
002630                 SET PL-SCAN-DONE TO TRUE
002640             END-IF
002650         END-IF
002660     END-IF.
002670 3300-EXIT.
002680     EXIT.
002690 4000-REJECT-RECORD.
002700     MOVE SPACES TO LOAD-REPORT-LINE.
002710     STRING PL-HOLD-CUSTOMER-ID   DELIMITED BY SIZE
002720            "  REJECTED - NUMBER " DELIMITED BY SIZE
002730            PL-HOLD-FULL-NUMBER   DELIMITED BY SIZE
002740            " ASSIGNED TO "       DELIMITED BY SIZE
002750            PL-CONFLICT-CUSTOMER  DELIMITED BY SIZE
002760       INTO LOAD-REPORT-LINE.
002770     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
002780     ADD 1 TO PL-REJECT-COUNT.
002790     MOVE SPACES TO PL-AUDIT-DETAIL.
002800     STRING PL-HOLD-CUSTOMER-ID  DELIMITED BY SIZE
002810            "  NUMBER ASSIGNED TO " DELIMITED BY SIZE
002820            PL-CONFLICT-CUSTOMER DELIMITED BY SIZE
002830       INTO PL-AUDIT-DETAIL.
002840     CALL "AUDITLOG" USING "PHONELOD  "
002850                            "REJECT    "
002860                            PL-AUDIT-DETAIL.
002870 4000-EXIT.
002880     EXIT.
002890*-----------------------------------------------------------------
002900* THE NUMBER IS FREE (OR ALREADY THIS CUSTOMER'S).  A CUSTOMER
002910* NEW TO THE DIRECTORY IS ADDED THERE FIRST; THEN THE TYPED
002920* NUMBER IS ADDED OR UPDATED IN PLACE ON PHONENUM.  THE FEED
002930* CARRIES NO CUSTOMER NAME, SO A NEW DIRECTORY RECORD LEAVES IT
002940* FOR PHONEMNT TO FILL IN.
002950*-----------------------------------------------------------------
002960 5000-APPLY-RECORD.
002970     MOVE PL-HOLD-CUSTOMER-ID TO PH-CUSTOMER-ID.
002980     READ PHONEMST-FILE
002990         INVALID KEY
003000             PERFORM 5050-ADD-CUSTOMER THRU 5050-EXIT
003010     END-READ.
003020     MOVE PL-HOLD-CUSTOMER-ID TO PN-CUSTOMER-ID.
003030     MOVE PL-HOLD-PHONE-TYPE  TO PN-PHONE-TYPE.
003040     READ PHONENUM-FILE
003050         INVALID KEY
003060             PERFORM 5100-ADD-RECORD THRU 5100-EXIT
003070         NOT INVALID KEY
003080             PERFORM 5200-UPDATE-RECORD THRU 5200-EXIT
003090     END-READ.
003100 5000-EXIT.
003110     EXIT.
003120*-----------------------------------------------------------------
003130* THE DIRECTORY RECORD CARRIES NO NUMBER FOR A CUSTOMER SET UP
003140* THROUGH PHONENUM - THE NUMBERS LIVE THERE.
003150*-----------------------------------------------------------------
003160 5050-ADD-CUSTOMER.
003170     MOVE SPACES TO PH-DIRECTORY-RECORD.
003180     MOVE PL-HOLD-CUSTOMER-ID TO PH-CUSTOMER-ID.
003190     MOVE "N"                 TO PH-DNC-FLAG.
003200     MOVE "N"                 TO PH-BADNO-FLAG.
003210     WRITE PH-DIRECTORY-RECORD
003220         INVALID KEY
003230             CONTINUE
003240     END-WRITE.
003250     IF PL-MAST-STATUS NOT = "00"
003260         DISPLAY "PHONELOD - PHONEMST WRITE ERROR "
003270                 PL-MAST-STATUS
003280         MOVE 99 TO RETURN-CODE
003290         GOBACK
003300     END-IF.
003310     MOVE SPACES TO PL-BEFORE-IMAGE.
003320     MOVE PH-DIRECTORY-RECORD TO PL-AFTER-IMAGE.
003330     CALL "PHONHIST" USING "L" "A"
003340                            PL-BEFORE-IMAGE
003350                            PL-AFTER-IMAGE
003360                            " ".
003370     ADD 1 TO PL-NEW-CUSTOMER-COUNT.
003380 5050-EXIT.
003390     EXIT.
003400*-----------------------------------------------------------------
003410* A LOADED NUMBER STARTS OUT OK-TO-CALL AND NOT BAD.
003420*-----------------------------------------------------------------
003430 5100-ADD-RECORD.
003440     MOVE SPACES TO PN-NUMBER-RECORD.
003450     MOVE PL-HOLD-CUSTOMER-ID TO PN-CUSTOMER-ID.
003460     MOVE PL-HOLD-PHONE-TYPE  TO PN-PHONE-TYPE.
003470     MOVE PL-HOLD-PRIORITY    TO PN-DIAL-PRIORITY.
003480     MOVE PL-HOLD-FULL-NUMBER TO PN-PHONE-NUMBER.
003490     MOVE "N"                 TO PN-DNC-FLAG.
003500     MOVE "N"                 TO PN-BADNO-FLAG.
003510     WRITE PN-NUMBER-RECORD
003520         INVALID KEY
003530             CONTINUE
003540     END-WRITE.
003550     IF PL-NUM-STATUS NOT = "00"
003560         DISPLAY "PHONELOD - PHONENUM WRITE ERROR "
003570                 PL-NUM-STATUS
003580         MOVE 99 TO RETURN-CODE
003590         GOBACK
003600     END-IF.
003610     MOVE SPACES TO PL-BEFORE-IMAGE.
003620     MOVE PN-NUMBER-RECORD TO PL-AFTER-IMAGE.
003630     CALL "PHONHIST" USING "L" "A"
003640                            PL-BEFORE-IMAGE
003650                            PL-AFTER-IMAGE
003660                            PN-PHONE-TYPE.
003670     ADD 1 TO PL-ADDED-COUNT.
003680 5100-EXIT.
003690     EXIT.
003700*-----------------------------------------------------------------
003710* A FRESH NUMBER CLEARS THAT NUMBER'S BAD-NUMBER FLAG; A NEW
003720* PRIORITY ALONE DOES NOT.  THE DO-NOT-CALL FLAG THE SCREENS
003730* MAINTAIN IS LEFT AS IT IS.  THE SAME NUMBER AND PRIORITY
003740* AGAIN - THE USUAL CASE NIGHT TO NIGHT - CHANGES NOTHING.
003750*-----------------------------------------------------------------
003760 5200-UPDATE-RECORD.
003770     IF PN-PHONE-NUMBER = PL-HOLD-FULL-NUMBER
003780        AND PN-DIAL-PRIORITY = PL-HOLD-PRIORITY
003790         ADD 1 TO PL-UNCHANGED-COUNT
003800         GO TO 5200-EXIT
003810     END-IF.
003820     MOVE PN-NUMBER-RECORD TO PL-BEFORE-IMAGE.
003830     IF PN-PHONE-NUMBER NOT = PL-HOLD-FULL-NUMBER
003840         MOVE PL-HOLD-FULL-NUMBER TO PN-PHONE-NUMBER
003850         MOVE "N"                 TO PN-BADNO-FLAG
003860     END-IF.
003870     MOVE PL-HOLD-PRIORITY TO PN-DIAL-PRIORITY.
003880     REWRITE PN-NUMBER-RECORD
003890         INVALID KEY
003900             CONTINUE
003910     END-REWRITE.
003920     IF PL-NUM-STATUS NOT = "00"
003930         DISPLAY "PHONELOD - PHONENUM REWRITE ERROR "
003940                 PL-NUM-STATUS
003950         MOVE 99 TO RETURN-CODE
003960         GOBACK
003970     END-IF.
003980     MOVE PN-NUMBER-RECORD TO PL-AFTER-IMAGE.
003990     CALL "PHONHIST" USING "L" "C"
004000                            PL-BEFORE-IMAGE
004010                            PL-AFTER-IMAGE
004020                            PN-PHONE-TYPE.
004030     ADD 1 TO PL-UPDATED-COUNT.
004040 5200-EXIT.
004050     EXIT.
004060 7500-WRITE-REPORT-LINE.
004070     WRITE LOAD-REPORT-LINE.
004080     IF PL-LDRP-STATUS NOT = "00"
004090         DISPLAY "PHONELOD - PHONELDR WRITE ERROR " PL-LDRP-STATUS
004100         MOVE 99 TO RETURN-CODE
004110         GOBACK
004120     END-IF.
004130 7500-EXIT.
004140     EXIT.
004150 2900-READ-FEED.
004160     READ PHONE-FEED-FILE
004170         AT END SET PL-EOF TO TRUE
004180     END-READ.
004190 2900-EXIT.
004200     EXIT.
004210*-----------------------------------------------------------------
004220* CONTROL TOTAL - ADDED/UPDATED/UNCHANGED/REJECTED MUST TIE BACK
004230* TO THE FEED RECORD COUNT BEFORE SIGN-OFF.  NEW DIRECTORY
004240* CUSTOMERS ARE A SEPARATE LINE - THEY ARE NOT FEED RECORDS.
004250*-----------------------------------------------------------------
004260 8000-WRITE-TRAILER.
004270     MOVE PL-ADDED-COUNT   TO PL-EDIT-ADDED.
004280     MOVE PL-UPDATED-COUNT TO PL-EDIT-UPDATED.
004290     MOVE PL-UNCHANGED-COUNT TO PL-EDIT-UNCHANGED.
004300     MOVE PL-REJECT-COUNT  TO PL-EDIT-REJECTED.
004310     MOVE SPACES TO LOAD-REPORT-LINE.
004320     STRING "ADDED: "       DELIMITED BY SIZE
004330            PL-EDIT-ADDED   DELIMITED BY SIZE
004340            ", UPDATED: "   DELIMITED BY SIZE
004350            PL-EDIT-UPDATED DELIMITED BY SIZE
004360            ", UNCHANGED: " DELIMITED BY SIZE
004370            PL-EDIT-UNCHANGED DELIMITED BY SIZE
004380            ", REJECTED: "  DELIMITED BY SIZE
004390            PL-EDIT-REJECTED DELIMITED BY SIZE
004400       INTO LOAD-REPORT-LINE.
004410     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
004420     DISPLAY "PHONELOD - " LOAD-REPORT-LINE.
004430     MOVE PL-NEW-CUSTOMER-COUNT TO PL-EDIT-NEW-CUSTOMERS.
004440     MOVE SPACES TO LOAD-REPORT-LINE.
004450     STRING "NEW DIRECTORY CUSTOMERS: " DELIMITED BY SIZE
004460            PL-EDIT-NEW-CUSTOMERS       DELIMITED BY SIZE
004470       INTO LOAD-REPORT-LINE.
004480     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
004490 8000-EXIT.
004500     EXIT.
004510 9000-TERMINATE.
004520     MOVE PL-REJECT-COUNT TO PL-EDIT-REJECTED.
004530     STRING "RUN COMPLETE - REJECTED: " DELIMITED BY SIZE
004540            PL-EDIT-REJECTED            DELIMITED BY SIZE
004550       INTO PL-AUDIT-DETAIL.
004560     CALL "AUDITLOG" USING "PHONELOD  "
004570                            "END       "
004580                            PL-AUDIT-DETAIL.
004590     CLOSE PHONE-FEED-FILE.
004600     CLOSE PHONEMST-FILE.
004610     CLOSE PHONENUM-FILE.
004620     CLOSE LOAD-REPORT.
004630 9000-EXIT.
004640     EXIT.
