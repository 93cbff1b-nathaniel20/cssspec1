000150*        SO THE DUPLICATE CHECK IS ONE PASS OVER ADJACENT
000160*        SORTED RECORDS AND COVERS A FEED OF ANY SIZE.  BOTH
000170*        CLASSES OF PROBLEM GO TO ONE DATA-QUALITY REPORT.
000180*        A CUSTOMER MAY SEND SEVERAL TYPED NUMBERS (HOME,
000190*        MOBILE, WORK), ONE RECORD EACH; THE FEED MUST ARRIVE
000200*        IN CUSTOMER-ID ORDER SO EACH CUSTOMER'S NUMBERS ARE
000210*        TOGETHER FOR THE EXTRACT PASS, AND A CUSTOMER MAY LIST
000220*        EACH TYPE ONCE.  THE SAME NUMBER UNDER TWO OF ONE
000230*        CUSTOMER'S TYPES IS NOT A DUPLICATE - ONLY A NUMBER
000240*        HELD BY TWO CUSTOMERS IS.
000250*-----------------------------------------------------------------
000260*    MODIFICATION HISTORY.
000270*        08/08/26  RLH  INITIAL VERSION.
000280*        08/21/26  RLH  REPLACED THE FIXED 2000-ENTRY
000290*                       WORKING-STORAGE TABLE AND THE PAIRWISE
000300*                       EVERY-ENTRY-AGAINST-EVERY-LATER-ENTRY
000310*                       COMPARE WITH A SORT ON FULL NUMBER AND
000320*                       AN ADJACENT-RECORD CHECK.  THE FEED HAS
000330*                       TRIPLED SINCE THE DIRECTORY PROJECT AND
000340*                       RECORDS PAST THE CAP WERE BEING SKIPPED
000350*                       OUT OF THE DUPLICATE CHECK ENTIRELY.
000360*        10/15/26  RLH  CHECKS THE NEW PHONE TYPE AND DIAL
000370*                       PRIORITY, THE CUSTOMER-ID ORDER OF THE
000380*                       FEED, AND A TYPE LISTED TWICE FOR ONE
000390*                       CUSTOMER.  A NUMBER REPEATED ACROSS ONE
000400*                       CUSTOMER'S OWN TYPES IS NO LONGER
000410*                       REPORTED AS A DUPLICATE.
000420*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. PHONEVAL.
000450 AUTHOR. R. HOLLOWAY.
000460 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000470 DATE-WRITTEN. 08/08/26.
000480 DATE-COMPILED. 08/21/26.
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT PHONE-FEED-FILE ASSIGN TO PHONEFEED
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS PV-FEED-STATUS.
000550     SELECT PHONE-DQ-REPORT ASSIGN TO PHONEDQR
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS PV-DQRP-STATUS.
000580     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  PHONE-FEED-FILE.
000620 COPY phfeedcpy.
000630 FD  PHONE-DQ-REPORT.
000640 01  PHONE-DQ-LINE               PIC X(70).
000650 SD  SORT-WORK-FILE.
000660 01  SORT-WORK-RECORD.
000670     05  SD-FULL-NUMBER          PIC X(10).
000680     05  SD-CUSTOMER-ID          PIC X(08).
000690 WORKING-STORAGE SECTION.
000700 01  PV-FILE-STATUSES.
000710     05  PV-FEED-STATUS           PIC X(02) VALUE "00".
000720     05  PV-DQRP-STATUS           PIC X(02) VALUE "00".
000730 01  PV-SWITCHES.
000740     05  PV-EOF-SW                PIC X(01) VALUE "N".
000750         88  PV-EOF                   VALUE "Y".
000760     05  PV-SORT-EOF-SW           PIC X(01) VALUE "N".
000770         88  PV-SORT-EOF              VALUE "Y".
000780 01  PV-DIGIT-COUNT               PIC 9(02) VALUE 0.
000790 01  PV-PROBLEM-COUNT             PIC 9(05) VALUE 0.
000800 01  PV-HOLD-FIELDS.
000810     05  PV-HOLD-NUMBER           PIC X(10) VALUE SPACES.
000820     05  PV-HOLD-CUSTOMER         PIC X(08) VALUE SPACES.
000830*-----------------------------------------------------------------
000840* THE PREVIOUS FEED RECORD'S CUSTOMER AND TYPES SEEN SO FAR FOR
000850* IT - ONE BYTE EACH FOR H, M, AND W.
000860*-----------------------------------------------------------------
000870 01  PV-PRIOR-CUSTOMER            PIC X(08) VALUE LOW-VALUES.
000880 01  PV-TYPES-SEEN.
000890     05  PV-HOME-SEEN             PIC X(01).
000900     05  PV-MOBILE-SEEN           PIC X(01).
000910     05  PV-WORK-SEEN             PIC X(01).
000920 01  PV-FEED-TYPE                 PIC X(01).
000930 01  PV-AUDIT-DETAIL              PIC X(50).
000940 01  PV-DQ-MESSAGE                PIC X(40).
000950 01  PV-AUDIT-EDIT-COUNT          PIC ZZZ,ZZ9.
000960 PROCEDURE DIVISION.
000970 0000-MAINLINE.
000980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000990     SORT SORT-WORK-FILE
001000         ON ASCENDING KEY SD-FULL-NUMBER
001010                          SD-CUSTOMER-ID
001020         INPUT PROCEDURE IS 2000-VALIDATE-AND-RELEASE
001030             THRU 2000-EXIT
001040         OUTPUT PROCEDURE IS 7000-CHECK-DUPLICATES
001050             THRU 7000-EXIT.
001060     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001070     MOVE PV-PROBLEM-COUNT TO RETURN-CODE.
001080     GOBACK.
001090 1000-INITIALIZE.
001100     OPEN INPUT PHONE-FEED-FILE.
001110     IF PV-FEED-STATUS NOT = "00"
001120         DISPLAY "PHONEVAL - PHONEFEED OPEN ERROR " PV-FEED-STATUS
001130         MOVE 99 TO RETURN-CODE
001140         GOBACK
001150     END-IF.
001160     OPEN OUTPUT PHONE-DQ-REPORT.
001170     IF PV-DQRP-STATUS NOT = "00"
001180         DISPLAY "PHONEVAL - PHONEDQR OPEN ERROR " PV-DQRP-STATUS
001190         MOVE 99 TO RETURN-CODE
001200         GOBACK
001210     END-IF.
001220     MOVE "PHONE FEED DATA-QUALITY PASS BEGUN" TO PV-AUDIT-DETAIL.
001230     CALL "AUDITLOG" USING "PHONEVAL  "
001240                            "START     "
001250                            PV-AUDIT-DETAIL.
001260 1000-EXIT.
001270     EXIT.
001280*-----------------------------------------------------------------
001290* SORT INPUT SIDE - EVERY FEED RECORD IS COMPONENT-CHECKED AND
001300* ITS FULL NUMBER RELEASED TO THE SORT, SO NO RECORD CAN FALL
001310* OUT OF THE DUPLICATE CHECK NO MATTER HOW BIG THE FEED GETS.
001320*-----------------------------------------------------------------
001330 2000-VALIDATE-AND-RELEASE.
001340     PERFORM 2900-READ-FEED THRU 2900-EXIT.
001350     PERFORM 2010-PROCESS-RECORD THRU 2010-EXIT
001360         UNTIL PV-EOF.
001370 2000-EXIT.
001380     EXIT.
001390 2010-PROCESS-RECORD.
001400     PERFORM 2100-VALIDATE-COMPONENTS THRU 2100-EXIT.
001410     PERFORM 2200-VALIDATE-TYPE-AND-ORDER THRU 2200-EXIT.
001420     PERFORM 2500-RELEASE-TO-SORT THRU 2500-EXIT.
001430     PERFORM 2900-READ-FEED THRU 2900-EXIT.
001440 2010-EXIT.
001450     EXIT.
001460*-----------------------------------------------------------------
001470* TALLY THE DIGIT CHARACTERS IN EACH COMPONENT - ANYTHING OTHER
001480* THAN THE EXPECTED COUNT MEANS THE COMPONENT IS NOT A CLEAN
001490* NUMBER, EVEN IF IT HAPPENED TO PASS AN IS-NUMERIC TEST.
001500*-----------------------------------------------------------------
001510 2100-VALIDATE-COMPONENTS.
001520     MOVE 0 TO PV-DIGIT-COUNT.
001530     INSPECT PF-AREA-CODE TALLYING PV-DIGIT-COUNT
001540         FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
001550                 ALL "5" ALL "6" ALL "7" ALL "8" ALL "9".
001560     IF PV-DIGIT-COUNT NOT = 3
001570         MOVE "AREA CODE NOT 3 DIGITS" TO PV-DQ-MESSAGE
001580         PERFORM 2400-WRITE-DQ-LINE THRU 2400-EXIT
001590     END-IF.
001600     MOVE 0 TO PV-DIGIT-COUNT.
001610     INSPECT PF-PREFIX-NUM TALLYING PV-DIGIT-COUNT
001620         FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
001630                 ALL "5" ALL "6" ALL "7" ALL "8" ALL "9".
001640     IF PV-DIGIT-COUNT NOT = 3
001650         MOVE "PREFIX NOT 3 DIGITS" TO PV-DQ-MESSAGE
001660         PERFORM 2400-WRITE-DQ-LINE THRU 2400-EXIT
001670     END-IF.
001680     MOVE 0 TO PV-DIGIT-COUNT.
001690     INSPECT PF-LAST-FOUR TALLYING PV-DIGIT-COUNT
001700         FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
001710                 ALL "5" ALL "6" ALL "7" ALL "8" ALL "9".
001720     IF PV-DIGIT-COUNT NOT = 4
001730         MOVE "LAST FOUR NOT 4 DIGITS" TO PV-DQ-MESSAGE
001740         PERFORM 2400-WRITE-DQ-LINE THRU 2400-EXIT
001750     END-IF.
001760 2100-EXIT.
001770     EXIT.
001780*-----------------------------------------------------------------
001790* THE TYPE MUST BE H, M, OR W (SPACE - AN OLDER FEED - IS HOME)
001800* AND THE PRIORITY 1 THROUGH 9 (SPACE IS 1).  A CUSTOMER ID
001810* BELOW THE ONE BEFORE IT BREAKS THE ORDER THE EXTRACT PASS
001820* DEPENDS ON; WITHIN ONE CUSTOMER EACH TYPE MAY APPEAR ONCE.
001830*-----------------------------------------------------------------
001840 2200-VALIDATE-TYPE-AND-ORDER.
001850     MOVE PF-PHONE-TYPE TO PV-FEED-TYPE.
001860     IF PV-FEED-TYPE = SPACE
001870         MOVE "H" TO PV-FEED-TYPE
001880     END-IF.
001890     IF PV-FEED-TYPE NOT = "H" AND PV-FEED-TYPE NOT = "M"
001900        AND PV-FEED-TYPE NOT = "W"
001910         MOVE "PHONE TYPE NOT H, M, OR W" TO PV-DQ-MESSAGE
001920         PERFORM 2400-WRITE-DQ-LINE THRU 2400-EXIT
001930     END-IF.
001940     IF PF-DIAL-PRIORITY NOT = SPACE
001950        AND (PF-DIAL-PRIORITY < "1" OR PF-DIAL-PRIORITY > "9")
001960         MOVE "DIAL PRIORITY NOT 1-9" TO PV-DQ-MESSAGE
001970         PERFORM 2400-WRITE-DQ-LINE THRU 2400-EXIT
001980     END-IF.
001990     IF PF-CUSTOMER-ID < PV-PRIOR-CUSTOMER
002000         MOVE "OUT OF CUSTOMER-ID ORDER" TO PV-DQ-MESSAGE
002010         PERFORM 2400-WRITE-DQ-LINE THRU 2400-EXIT
002020     END-IF.
002030     IF PF-CUSTOMER-ID NOT = PV-PRIOR-CUSTOMER
002040         MOVE SPACES TO PV-TYPES-SEEN
002050         MOVE PF-CUSTOMER-ID TO PV-PRIOR-CUSTOMER
002060     END-IF.
002070     EVALUATE PV-FEED-TYPE
002080         WHEN "H"
002090             IF PV-HOME-SEEN = "Y"
002100                 PERFORM 2250-TYPE-LISTED-TWICE THRU 2250-EXIT
002110             END-IF
002120             MOVE "Y" TO PV-HOME-SEEN
002130         WHEN "M"
002140             IF PV-MOBILE-SEEN = "Y"
002150                 PERFORM 2250-TYPE-LISTED-TWICE THRU 2250-EXIT
002160             END-IF
002170             MOVE "Y" TO PV-MOBILE-SEEN
002180         WHEN "W"
002190             IF PV-WORK-SEEN = "Y"
002200                 PERFORM 2250-TYPE-LISTED-TWICE THRU 2250-EXIT
002210             END-IF
002220             MOVE "Y" TO PV-WORK-SEEN
002230     END-EVALUATE.
002240 2200-EXIT.
002250     EXIT.
002260 2250-TYPE-LISTED-TWICE.
002270     MOVE SPACES TO PV-DQ-MESSAGE.
002280     STRING "PHONE TYPE "          DELIMITED BY SIZE
002290            PV-FEED-TYPE           DELIMITED BY SIZE
002300            " LISTED TWICE"        DELIMITED BY SIZE
002310       INTO PV-DQ-MESSAGE.
002320     PERFORM 2400-WRITE-DQ-LINE THRU 2400-EXIT.
002330 2250-EXIT.
002340     EXIT.
002350*-----------------------------------------------------------------
002360* ONE REPORT LINE PER PROBLEM FOUND - SHARED BY THE COMPONENT
002370* TALLY CHECKS ABOVE AND THE DUPLICATE CHECK BELOW.
002380*-----------------------------------------------------------------
002390 2400-WRITE-DQ-LINE.
002400     MOVE SPACES TO PHONE-DQ-LINE.
002410     STRING PF-CUSTOMER-ID        DELIMITED BY SIZE
002420            "  "                  DELIMITED BY SIZE
002430            PV-DQ-MESSAGE         DELIMITED BY SIZE
002440       INTO PHONE-DQ-LINE.
002450     WRITE PHONE-DQ-LINE.
002460     IF PV-DQRP-STATUS NOT = "00"
002470         DISPLAY "PHONEVAL - PHONEDQR WRITE ERROR " PV-DQRP-STATUS
002480         MOVE 99 TO RETURN-CODE
002490         GOBACK
002500     END-IF.
002510     ADD 1 TO PV-PROBLEM-COUNT.
002520 2400-EXIT.
002530     EXIT.
002540 2500-RELEASE-TO-SORT.
002550     MOVE SPACES TO SORT-WORK-RECORD.
002560     STRING PF-AREA-CODE  DELIMITED BY SIZE
002570            PF-PREFIX-NUM DELIMITED BY SIZE
002580            PF-LAST-FOUR  DELIMITED BY SIZE
002590       INTO SD-FULL-NUMBER.
002600     MOVE PF-CUSTOMER-ID TO SD-CUSTOMER-ID.
002610     RELEASE SORT-WORK-RECORD.
002620 2500-EXIT.
002630     EXIT.
002640 2900-READ-FEED.
002650     READ PHONE-FEED-FILE
002660         AT END SET PV-EOF TO TRUE
002670     END-READ.
002680 2900-EXIT.
002690     EXIT.
002700*-----------------------------------------------------------------
002710* SORT OUTPUT SIDE - EQUAL FULL NUMBERS COME BACK ADJACENT, SO
002720* EVERY EXTRA HOLDER OF A NUMBER EARNS ONE REPORT LINE AGAINST
002730* THE HOLDER SORTED AHEAD OF IT.  ONE PASS, ANY FEED SIZE.
002740* ONE CUSTOMER CARRYING THE SAME NUMBER UNDER TWO TYPES SORTS
002750* ADJACENT TOO, BUT IS NOT A SECOND HOLDER.
002760*-----------------------------------------------------------------
002770 7000-CHECK-DUPLICATES.
002780     MOVE SPACES TO PV-HOLD-NUMBER.
002790     MOVE SPACES TO PV-HOLD-CUSTOMER.
002800     PERFORM 7900-RETURN-SORTED THRU 7900-EXIT.
002810     PERFORM 7100-COMPARE-ADJACENT THRU 7100-EXIT
002820         UNTIL PV-SORT-EOF.
002830 7000-EXIT.
002840     EXIT.
002850 7100-COMPARE-ADJACENT.
002860     IF SD-FULL-NUMBER = PV-HOLD-NUMBER
002870        AND PV-HOLD-NUMBER NOT = SPACES
002880        AND SD-CUSTOMER-ID NOT = PV-HOLD-CUSTOMER
002890         MOVE PV-HOLD-CUSTOMER TO PF-CUSTOMER-ID
002900         MOVE SPACES TO PV-DQ-MESSAGE
002910         STRING "DUPLICATE NUMBER WITH "  DELIMITED BY SIZE
002920                SD-CUSTOMER-ID            DELIMITED BY SIZE
002930           INTO PV-DQ-MESSAGE
002940         PERFORM 2400-WRITE-DQ-LINE THRU 2400-EXIT
002950     END-IF.
002960     MOVE SD-FULL-NUMBER TO PV-HOLD-NUMBER.
002970     MOVE SD-CUSTOMER-ID TO PV-HOLD-CUSTOMER.
002980     PERFORM 7900-RETURN-SORTED THRU 7900-EXIT.
002990 7100-EXIT.
003000     EXIT.
003010 7900-RETURN-SORTED.
003020     RETURN SORT-WORK-FILE
003030         AT END SET PV-SORT-EOF TO TRUE
003040     END-RETURN.
003050 7900-EXIT.
003060     EXIT.
003070 9000-TERMINATE.
003080     DISPLAY "PHONEVAL - DQ PROBLEMS FOUND: " PV-PROBLEM-COUNT.
003090     MOVE PV-PROBLEM-COUNT TO PV-AUDIT-EDIT-COUNT.
003100     STRING "RUN COMPLETE - PROBLEMS FOUND: " DELIMITED BY SIZE
003110            PV-AUDIT-EDIT-COUNT              DELIMITED BY SIZE
003120       INTO PV-AUDIT-DETAIL.
003130     CALL "AUDITLOG" USING "PHONEVAL  "
003140                            "END       "
003150                            PV-AUDIT-DETAIL.
003160     CLOSE PHONE-FEED-FILE.
003170     CLOSE PHONE-DQ-REPORT.
003180 9000-EXIT.
003190     EXIT.
