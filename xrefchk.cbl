000010*****************************************************************
000020*    PROGRAM-ID.  XREFCHK
000030*    AUTHOR.      R. HOLLOWAY, BATCH SUPPORT GROUP.
000040*    INSTALLATION. DAILY RECONCILIATION SYSTEM.
000050*    DATE-WRITTEN. 10/15/26.
000060*    DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    REMARKS.
000090*        NIGHTLY ORPHAN CHECK OF THE CUSTOMER-TO-ACCOUNT
000100*        CROSS-REFERENCE (XREFMST, XREFCPY LAYOUT).  PASS ONE
000110*        WALKS EVERY LINK AND PROVES ITS CUSTOMER IS STILL ON
000120*        THE PHONEMST DIRECTORY - A LINK TO A CUSTOMER WHO HAS
000130*        GONE IS AN ORPHAN, REPORTED AND COUNTED AS AN
000140*        EXCEPTION.  PASS TWO WALKS THE OPEN ITEMS ON THE
000150*        EXCEPTION MASTER AND LISTS EVERY ACCOUNT THAT HAS NO
000160*        LINK AT ALL, SO COLLECTIONS KNOWS WHICH WORKLIST
000170*        ENTRIES WILL COME OUT WITH NOBODY TO CALL.  THOSE ARE
000180*        A WORK QUEUE, NOT A DATA FAULT, AND ARE COUNTED
000190*        SEPARATELY FROM THE RETURN-CODE.
000200*-----------------------------------------------------------------
000210*    MODIFICATION HISTORY.
000220*        10/15/26  RLH  INITIAL VERSION.
000230*****************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. XREFCHK.
000260 AUTHOR. R. HOLLOWAY.
000270 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000280 DATE-WRITTEN. 10/15/26.
000290 DATE-COMPILED. 10/15/26.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT XREF-MASTER ASSIGN TO XREFMST
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS XR-XREF-KEY
000370         ALTERNATE RECORD KEY IS XR-CUSTOMER-ID
000380             WITH DUPLICATES
000390         FILE STATUS IS XC-XREF-STATUS.
000400     SELECT PHONEMST-FILE ASSIGN TO PHONEMST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS PH-CUSTOMER-ID
000440         ALTERNATE RECORD KEY IS PH-PHONE-NUMBER
000450             WITH DUPLICATES
000460         FILE STATUS IS XC-MAST-STATUS.
000470     SELECT EXCEPTION-MASTER ASSIGN TO EXCPMST
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS EX-ACCOUNT-ID
000510         FILE STATUS IS XC-EXCM-STATUS.
000520     SELECT XREF-CHECK-REPORT ASSIGN TO XREFCHKR
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS XC-XRPT-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  XREF-MASTER.
000580 COPY xrefcpy.
000590 FD  PHONEMST-FILE.
000600 COPY phonecpy.
000610 FD  EXCEPTION-MASTER.
000620 COPY excmcpy.
000630 FD  XREF-CHECK-REPORT.
000640 01  XREF-CHECK-LINE             PIC X(80).
000650 WORKING-STORAGE SECTION.
000660 01  XC-FILE-STATUSES.
000670     05  XC-XREF-STATUS           PIC X(02) VALUE "00".
000680     05  XC-MAST-STATUS           PIC X(02) VALUE "00".
000690     05  XC-EXCM-STATUS           PIC X(02) VALUE "00".
000700     05  XC-XRPT-STATUS           PIC X(02) VALUE "00".
000710 01  XC-SWITCHES.
000720     05  XC-XREF-EOF-SW           PIC X(01) VALUE "N".
000730         88  XC-XREF-EOF              VALUE "Y".
000740     05  XC-EXC-EOF-SW            PIC X(01) VALUE "N".
000750         88  XC-EXC-EOF               VALUE "Y".
000760     05  XC-XREF-SW               PIC X(01) VALUE "N".
000770         88  XC-XREF-AVAILABLE        VALUE "Y".
000780     05  XC-EXCM-SW               PIC X(01) VALUE "N".
000790         88  XC-EXCM-AVAILABLE        VALUE "Y".
000800 01  XC-COUNTS.
000810     05  XC-LINK-COUNT            PIC 9(05) VALUE 0.
000820     05  XC-ORPHAN-COUNT          PIC 9(05) VALUE 0.
000830     05  XC-OPEN-COUNT            PIC 9(05) VALUE 0.
000840     05  XC-UNLINKED-COUNT        PIC 9(05) VALUE 0.
000850 01  XC-EDIT-LINKS                PIC ZZZ,ZZ9.
000860 01  XC-EDIT-ORPHANS              PIC ZZZ,ZZ9.
000870 01  XC-EDIT-OPEN                 PIC ZZZ,ZZ9.
000880 01  XC-EDIT-UNLINKED             PIC ZZZ,ZZ9.
000890 01  XC-AUDIT-DETAIL              PIC X(50).
000900 PROCEDURE DIVISION.
000910 0000-MAINLINE.
000920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000930     IF XC-XREF-AVAILABLE
000940         PERFORM 2000-CHECK-LINKS THRU 2000-EXIT
000950             UNTIL XC-XREF-EOF
000960     END-IF.
000970     IF XC-EXCM-AVAILABLE
000980         PERFORM 3000-CHECK-EXCEPTIONS THRU 3000-EXIT
000990             UNTIL XC-EXC-EOF
001000     END-IF.
001010     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.
001020     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001030     MOVE XC-ORPHAN-COUNT TO RETURN-CODE.
001040     GOBACK.
001050*-----------------------------------------------------------------
001060* NO CROSS-REFERENCE YET MEANS NOTHING HAS BEEN LINKED AND
001070* THERE IS NOTHING TO ORPHAN; NO EXCEPTION MASTER YET MEANS
001080* NOTHING IS WAITING TO BE CALLED.  THE PHONE DIRECTORY HAS TO
001090* BE THERE - WITHOUT IT EVERY LINK WOULD READ AS AN ORPHAN.
001100*-----------------------------------------------------------------
001110 1000-INITIALIZE.
001120     OPEN OUTPUT XREF-CHECK-REPORT.
001130     IF XC-XRPT-STATUS NOT = "00"
001140         DISPLAY "XREFCHK - XREFCHKR OPEN ERROR " XC-XRPT-STATUS
001150         MOVE 99 TO RETURN-CODE
001160         GOBACK
001170     END-IF.
001180     OPEN INPUT PHONEMST-FILE.
001190     IF XC-MAST-STATUS NOT = "00"
001200         DISPLAY "XREFCHK - PHONEMST OPEN ERROR " XC-MAST-STATUS
001210         MOVE 99 TO RETURN-CODE
001220         GOBACK
001230     END-IF.
001240     OPEN INPUT XREF-MASTER.
001250     IF XC-XREF-STATUS NOT = "35"
001260         IF XC-XREF-STATUS NOT = "00"
001270             DISPLAY "XREFCHK - XREFMST OPEN ERROR "
001280                     XC-XREF-STATUS
001290             MOVE 99 TO RETURN-CODE
001300             GOBACK
001310         END-IF
001320         SET XC-XREF-AVAILABLE TO TRUE
001330         PERFORM 2900-READ-XREF THRU 2900-EXIT
001340     END-IF.
001350     OPEN INPUT EXCEPTION-MASTER.
001360     IF XC-EXCM-STATUS NOT = "35"
001370         IF XC-EXCM-STATUS NOT = "00"
001380             DISPLAY "XREFCHK - EXCPMST OPEN ERROR "
001390                     XC-EXCM-STATUS
001400             MOVE 99 TO RETURN-CODE
001410             GOBACK
001420         END-IF
001430         SET XC-EXCM-AVAILABLE TO TRUE
001440         PERFORM 3900-READ-EXCEPTION THRU 3900-EXIT
001450     END-IF.
001460     MOVE "CROSS-REFERENCE CHECK BEGUN" TO XC-AUDIT-DETAIL.
001470     CALL "AUDITLOG" USING "XREFCHK   "
001480                            "START     "
001490                            XC-AUDIT-DETAIL.
001500 1000-EXIT.
001510     EXIT.
001520*-----------------------------------------------------------------
001530* PASS ONE - EVERY LINK'S CUSTOMER MUST STILL BE ON THE PHONE
001540* DIRECTORY.
001550*-----------------------------------------------------------------
001560 2000-CHECK-LINKS.
001570     ADD 1 TO XC-LINK-COUNT.
001580     MOVE XR-CUSTOMER-ID TO PH-CUSTOMER-ID.
001590     READ PHONEMST-FILE
001600         INVALID KEY
001610             PERFORM 2100-REPORT-ORPHAN THRU 2100-EXIT
001620     END-READ.
001630     PERFORM 2900-READ-XREF THRU 2900-EXIT.
001640 2000-EXIT.
001650     EXIT.
001660 2100-REPORT-ORPHAN.
001670     ADD 1 TO XC-ORPHAN-COUNT.
001680     MOVE SPACES TO XREF-CHECK-LINE.
001690     STRING XR-COMPANY-CODE          DELIMITED BY SIZE
001700            " "                      DELIMITED BY SIZE
001710            XR-ACCOUNT-ID            DELIMITED BY SIZE
001720            "  ORPHAN - CUSTOMER "   DELIMITED BY SIZE
001730            XR-CUSTOMER-ID           DELIMITED BY SIZE
001740            " NOT ON PHONE DIRECTORY" DELIMITED BY SIZE
001750       INTO XREF-CHECK-LINE.
001760     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
001770     MOVE SPACES TO XC-AUDIT-DETAIL.
001780     STRING XR-COMPANY-CODE   DELIMITED BY SIZE
001790            XR-ACCOUNT-ID     DELIMITED BY SIZE
001800            "  ORPHAN "       DELIMITED BY SIZE
001810            XR-CUSTOMER-ID    DELIMITED BY SIZE
001820       INTO XC-AUDIT-DETAIL.
001830     CALL "AUDITLOG" USING "XREFCHK   "
001840                            "ORPHAN    "
001850                            XC-AUDIT-DETAIL.
001860 2100-EXIT.
001870     EXIT.
001880 2900-READ-XREF.
001890     READ XREF-MASTER NEXT
001900         AT END SET XC-XREF-EOF TO TRUE
001910     END-READ.
001920 2900-EXIT.
001930     EXIT.
001940*-----------------------------------------------------------------
001950* PASS TWO - AN OPEN EXCEPTION WITH NO LINK WILL REACH THE
001960* WORKLIST WITH NO ONE TO CALL.  RESOLVED ITEMS ARE SKIPPED,
001970* THE SAME WORK-QUEUE DISCIPLINE AS COLWORK.
001980*-----------------------------------------------------------------
001990 3000-CHECK-EXCEPTIONS.
002000     IF EX-STATUS-RESOLVED
002010         PERFORM 3900-READ-EXCEPTION THRU 3900-EXIT
002020         GO TO 3000-EXIT
002030     END-IF.
002040     ADD 1 TO XC-OPEN-COUNT.
002050     IF NOT XC-XREF-AVAILABLE
002060         PERFORM 3100-REPORT-UNLINKED THRU 3100-EXIT
002070         PERFORM 3900-READ-EXCEPTION THRU 3900-EXIT
002080         GO TO 3000-EXIT
002090     END-IF.
002100     MOVE EX-COMPANY-CODE TO XR-COMPANY-CODE.
002110     MOVE EX-ACCOUNT-ID   TO XR-ACCOUNT-ID.
002120     READ XREF-MASTER
002130         INVALID KEY
002140             PERFORM 3100-REPORT-UNLINKED THRU 3100-EXIT
002150     END-READ.
002160     PERFORM 3900-READ-EXCEPTION THRU 3900-EXIT.
002170 3000-EXIT.
002180     EXIT.
002190 3100-REPORT-UNLINKED.
002200     ADD 1 TO XC-UNLINKED-COUNT.
002210     MOVE SPACES TO XREF-CHECK-LINE.
002220     STRING EX-COMPANY-CODE          DELIMITED BY SIZE
002230            " "                      DELIMITED BY SIZE
002240            EX-ACCOUNT-ID            DELIMITED BY SIZE
002250            "  OPEN EXCEPTION - NO CUSTOMER LINKED"
002260                                     DELIMITED BY SIZE
002270       INTO XREF-CHECK-LINE.
002280     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
002290 3100-EXIT.
002300     EXIT.
002310 3900-READ-EXCEPTION.
002320     READ EXCEPTION-MASTER NEXT
002330         AT END SET XC-EXC-EOF TO TRUE
002340     END-READ.
002350 3900-EXIT.
002360     EXIT.
002370 7500-WRITE-REPORT-LINE.
002380     WRITE XREF-CHECK-LINE.
002390     IF XC-XRPT-STATUS NOT = "00"
002400         DISPLAY "XREFCHK - XREFCHKR WRITE ERROR " XC-XRPT-STATUS
002410         MOVE 99 TO RETURN-CODE
002420         GOBACK
002430     END-IF.
002440 7500-EXIT.
002450     EXIT.
002460 8000-WRITE-TRAILER.
002470     MOVE XC-LINK-COUNT     TO XC-EDIT-LINKS.
002480     MOVE XC-ORPHAN-COUNT   TO XC-EDIT-ORPHANS.
002490     MOVE XC-OPEN-COUNT     TO XC-EDIT-OPEN.
002500     MOVE XC-UNLINKED-COUNT TO XC-EDIT-UNLINKED.
002510     MOVE SPACES TO XREF-CHECK-LINE.
002520     STRING "LINKS CHECKED: "     DELIMITED BY SIZE
002530            XC-EDIT-LINKS         DELIMITED BY SIZE
002540            ", ORPHANS: "         DELIMITED BY SIZE
002550            XC-EDIT-ORPHANS       DELIMITED BY SIZE
002560       INTO XREF-CHECK-LINE.
002570     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
002580     DISPLAY "XREFCHK - " XREF-CHECK-LINE.
002590     MOVE SPACES TO XREF-CHECK-LINE.
002600     STRING "OPEN EXCEPTIONS: "   DELIMITED BY SIZE
002610            XC-EDIT-OPEN          DELIMITED BY SIZE
002620            ", NOT LINKED: "      DELIMITED BY SIZE
002630            XC-EDIT-UNLINKED      DELIMITED BY SIZE
002640       INTO XREF-CHECK-LINE.
002650     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
002660     DISPLAY "XREFCHK - " XREF-CHECK-LINE.
002670 8000-EXIT.
002680     EXIT.
002690 9000-TERMINATE.
002700     MOVE XC-ORPHAN-COUNT   TO XC-EDIT-ORPHANS.
002710     MOVE XC-UNLINKED-COUNT TO XC-EDIT-UNLINKED.
002720     MOVE SPACES TO XC-AUDIT-DETAIL.
002730     STRING "RUN COMPLETE - ORPHANS: " DELIMITED BY SIZE
002740            XC-EDIT-ORPHANS            DELIMITED BY SIZE
002750            ", NO LINK: "              DELIMITED BY SIZE
002760            XC-EDIT-UNLINKED           DELIMITED BY SIZE
002770       INTO XC-AUDIT-DETAIL.
002780     CALL "AUDITLOG" USING "XREFCHK   "
002790                            "END       "
002800                            XC-AUDIT-DETAIL.
002810     IF XC-XREF-AVAILABLE
002820         CLOSE XREF-MASTER
002830     END-IF.
002840     IF XC-EXCM-AVAILABLE
002850         CLOSE EXCEPTION-MASTER
002860     END-IF.
002870     CLOSE PHONEMST-FILE.
002880     CLOSE XREF-CHECK-REPORT.
002890 9000-EXIT.
002900     EXIT.
