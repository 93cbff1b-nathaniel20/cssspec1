000010*****************************************************************
000020*    PROGRAM-ID.  PHONESEL
000030*    AUTHOR.      R. HOLLOWAY, BATCH SUPPORT GROUP.
000040*    INSTALLATION. DAILY RECONCILIATION SYSTEM.
000050*    DATE-WRITTEN. 10/15/26.
000060*    DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    REMARKS.
000090*        SHARED BEST-NUMBER RULE.  GIVEN A CUSTOMER ID, WALKS
000100*        THE CUSTOMER'S TYPED NUMBERS ON PHONENUM (PNUMCPY) AND
000110*        PICKS THE ONE TO DIAL - THE LOWEST DIAL PRIORITY THAT
000120*        IS NOT FLAGGED BAD, NOT WITHDRAWN (DO-NOT-CALL), AND
000130*        ALL DIGITS.  ON EQUAL PRIORITY HOME BEATS MOBILE BEATS
000140*        WORK (KEY ORDER).  WHEN THE TOP-RANKED NUMBER IS
000150*        PASSED OVER FOR A LOWER-RANKED ONE THE FALLBACK SWITCH
000160*        IS SET SO THE CALLER CAN COUNT IT.  CALLED BY THE
000170*        INSPECT-SAMPLE DIALER EXTRACT, COLWORK, AND THE
000180*        XREFMNT INQUIRY SO ALL OF THEM AGREE ON WHICH NUMBER
000190*        A CUSTOMER IS CALLED ON.
000200*        RESULT CODES -
000210*          G  A GOOD NUMBER WAS SELECTED,
000220*          B  NUMBERS ON FILE BUT NONE DIALABLE (BAD, OR BAD
000230*             AND WITHDRAWN) - THE TOP-RANKED ONE IS RETURNED,
000240*          D  EVERY NUMBER ON FILE IS WITHDRAWN - THE TOP-
000250*             RANKED ONE IS RETURNED,
000260*          N  NO NUMBERS ON FILE - THE CALLER FALLS BACK TO
000270*             THE NUMBER ON THE PHONEMST DIRECTORY RECORD.
000280*        PHONENUM IS OPENED ON THE FIRST CALL AND HELD OPEN
000290*        FOR THE RUN (WORKING-STORAGE IS KEPT BETWEEN CALLS, AS
000300*        IN OPSESSN); FUNCTION "C" CLOSES IT.  A PHONENUM NOT
000310*        YET BUILT ANSWERS "N" FOR EVERY CUSTOMER.
000320*-----------------------------------------------------------------
000330*    MODIFICATION HISTORY.
000340*        10/15/26  RLH  INITIAL VERSION.
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. PHONESEL.
000380 AUTHOR. R. HOLLOWAY.
000390 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000400 DATE-WRITTEN. 10/15/26.
000410 DATE-COMPILED. 10/15/26.
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PHONENUM-FILE ASSIGN TO PHONENUM
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS PN-NUMBER-KEY
000490         ALTERNATE RECORD KEY IS PN-PHONE-NUMBER
000500             WITH DUPLICATES
000510         FILE STATUS IS PS-NUM-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  PHONENUM-FILE.
000550 COPY pnumcpy.
000560 WORKING-STORAGE SECTION.
000570 01  PS-NUM-STATUS                PIC X(02) VALUE "00".
000580 01  PS-SWITCHES.
000590     05  PS-OPEN-SW               PIC X(01) VALUE "N".
000600         88  PS-NOT-YET-OPEN          VALUE "N".
000610         88  PS-FILE-OPEN             VALUE "Y".
000620         88  PS-FILE-ABSENT           VALUE "A".
000630     05  PS-SCAN-DONE-SW          PIC X(01) VALUE "N".
000640         88  PS-SCAN-DONE             VALUE "Y".
000650     05  PS-GOOD-FOUND-SW         PIC X(01) VALUE "N".
000660         88  PS-GOOD-FOUND            VALUE "Y".
000670 01  PS-COUNTS.
000680     05  PS-NUMBER-COUNT          PIC 9(03) VALUE 0.
000690     05  PS-DNC-COUNT             PIC 9(03) VALUE 0.
000700 01  PS-TOP-NUMBER.
000710     05  PS-TOP-TYPE              PIC X(01).
000720     05  PS-TOP-PRIORITY          PIC 9(01).
000730     05  PS-TOP-PHONE-NUMBER      PIC X(10).
000740 01  PS-GOOD-NUMBER.
000750     05  PS-GOOD-TYPE             PIC X(01).
000760     05  PS-GOOD-PRIORITY         PIC 9(01).
000770     05  PS-GOOD-PHONE-NUMBER     PIC X(10).
000780 LINKAGE SECTION.
000790 01  LK-FUNCTION                  PIC X(01).
000800 01  LK-CUSTOMER-ID               PIC X(08).
000810 01  LK-RESULT                    PIC X(01).
000820     88  LK-GOOD-NUMBER               VALUE "G".
000830     88  LK-ALL-BAD                   VALUE "B".
000840     88  LK-ALL-WITHDRAWN             VALUE "D".
000850     88  LK-NO-NUMBERS                VALUE "N".
000860 01  LK-PHONE-TYPE                PIC X(01).
000870 01  LK-PHONE-NUMBER              PIC X(10).
000880 01  LK-FALLBACK-SW               PIC X(01).
000890 PROCEDURE DIVISION USING LK-FUNCTION
000900                          LK-CUSTOMER-ID
000910                          LK-RESULT
000920                          LK-PHONE-TYPE
000930                          LK-PHONE-NUMBER
000940                          LK-FALLBACK-SW.
000950 0000-MAINLINE.
000960     IF LK-FUNCTION = "C"
000970         PERFORM 8000-CLOSE-NUMBERS THRU 8000-EXIT
000980     ELSE
000990         PERFORM 1000-OPEN-NUMBERS THRU 1000-EXIT
001000         PERFORM 2000-SELECT-NUMBER THRU 2000-EXIT
001010     END-IF.
001020     GOBACK.
001030*-----------------------------------------------------------------
001040* FIRST CALL ONLY.  NO PHONENUM YET (STATUS 35) IS NOT AN ERROR -
001050* EVERY CUSTOMER IS STILL ON THE DIRECTORY NUMBER.  ANY OTHER
001060* OPEN FAILURE IS SHOWN AND TREATED THE SAME WAY, SO THE CALLER
001070* KEEPS RUNNING ON THE DIRECTORY NUMBERS.
001080*-----------------------------------------------------------------
001090 1000-OPEN-NUMBERS.
001100     IF NOT PS-NOT-YET-OPEN
001110         GO TO 1000-EXIT
001120     END-IF.
001130     OPEN INPUT PHONENUM-FILE.
001140     IF PS-NUM-STATUS = "00"
001150         SET PS-FILE-OPEN TO TRUE
001160     ELSE
001170         IF PS-NUM-STATUS NOT = "35"
001180             DISPLAY "PHONESEL - PHONENUM OPEN ERROR "
001190                     PS-NUM-STATUS
001200         END-IF
001210         SET PS-FILE-ABSENT TO TRUE
001220     END-IF.
001230 1000-EXIT.
001240     EXIT.
001250 2000-SELECT-NUMBER.
001260     SET LK-NO-NUMBERS TO TRUE.
001270     MOVE SPACE  TO LK-PHONE-TYPE.
001280     MOVE SPACES TO LK-PHONE-NUMBER.
001290     MOVE "N"    TO LK-FALLBACK-SW.
001300     MOVE 0 TO PS-NUMBER-COUNT.
001310     MOVE 0 TO PS-DNC-COUNT.
001320     MOVE "N" TO PS-GOOD-FOUND-SW.
001330     MOVE "N" TO PS-SCAN-DONE-SW.
001340     IF NOT PS-FILE-OPEN
001350         GO TO 2000-EXIT
001360     END-IF.
001370     MOVE LK-CUSTOMER-ID TO PN-CUSTOMER-ID.
001380     MOVE LOW-VALUES     TO PN-PHONE-TYPE.
001390     START PHONENUM-FILE KEY NOT < PN-NUMBER-KEY
001400         INVALID KEY
001410             SET PS-SCAN-DONE TO TRUE
001420     END-START.
001430     PERFORM 2100-RANK-ONE-NUMBER THRU 2100-EXIT
001440         UNTIL PS-SCAN-DONE.
001450     IF PS-NUMBER-COUNT = 0
001460         GO TO 2000-EXIT
001470     END-IF.
001480     IF PS-GOOD-FOUND
001490         SET LK-GOOD-NUMBER TO TRUE
001500         MOVE PS-GOOD-TYPE         TO LK-PHONE-TYPE
001510         MOVE PS-GOOD-PHONE-NUMBER TO LK-PHONE-NUMBER
001520         IF PS-GOOD-TYPE NOT = PS-TOP-TYPE
001530             MOVE "Y" TO LK-FALLBACK-SW
001540         END-IF
001550     ELSE
001560         IF PS-DNC-COUNT = PS-NUMBER-COUNT
001570             SET LK-ALL-WITHDRAWN TO TRUE
001580         ELSE
001590             SET LK-ALL-BAD TO TRUE
001600         END-IF
001610         MOVE PS-TOP-TYPE          TO LK-PHONE-TYPE
001620         MOVE PS-TOP-PHONE-NUMBER  TO LK-PHONE-NUMBER
001630     END-IF.
001640 2000-EXIT.
001650     EXIT.
001660*-----------------------------------------------------------------
001670* ONE OF THE CUSTOMER'S NUMBERS.  THE TOP-RANKED NUMBER IS KEPT
001680* WHATEVER ITS STATE, TO TELL A FALLBACK FROM A FIRST CHOICE;
001690* THE BEST DIALABLE ONE IS KEPT SEPARATELY.  STRICT LESS-THAN
001700* LEAVES A TIE WITH THE NUMBER READ FIRST.
001710*-----------------------------------------------------------------
001720 2100-RANK-ONE-NUMBER.
001730     READ PHONENUM-FILE NEXT
001740         AT END SET PS-SCAN-DONE TO TRUE
001750     END-READ.
001760     IF PS-SCAN-DONE
001770         GO TO 2100-EXIT
001780     END-IF.
001790     IF PN-CUSTOMER-ID NOT = LK-CUSTOMER-ID
001800         SET PS-SCAN-DONE TO TRUE
001810         GO TO 2100-EXIT
001820     END-IF.
001830     ADD 1 TO PS-NUMBER-COUNT.
001840     IF PS-NUMBER-COUNT = 1
001850        OR PN-DIAL-PRIORITY < PS-TOP-PRIORITY
001860         MOVE PN-PHONE-TYPE    TO PS-TOP-TYPE
001870         MOVE PN-DIAL-PRIORITY TO PS-TOP-PRIORITY
001880         MOVE PN-PHONE-NUMBER  TO PS-TOP-PHONE-NUMBER
001890     END-IF.
001900     IF PN-DO-NOT-CALL
001910         ADD 1 TO PS-DNC-COUNT
001920         GO TO 2100-EXIT
001930     END-IF.
001940     IF PN-BAD-NUMBER
001950        OR PN-PHONE-NUMBER IS NOT NUMERIC
001960         GO TO 2100-EXIT
001970     END-IF.
001980     IF NOT PS-GOOD-FOUND
001990        OR PN-DIAL-PRIORITY < PS-GOOD-PRIORITY
002000         SET PS-GOOD-FOUND TO TRUE
002010         MOVE PN-PHONE-TYPE    TO PS-GOOD-TYPE
002020         MOVE PN-DIAL-PRIORITY TO PS-GOOD-PRIORITY
002030         MOVE PN-PHONE-NUMBER  TO PS-GOOD-PHONE-NUMBER
002040     END-IF.
002050 2100-EXIT.
002060     EXIT.
002070 8000-CLOSE-NUMBERS.
002080     IF PS-FILE-OPEN
002090         CLOSE PHONENUM-FILE
002100     END-IF.
002110     SET PS-NOT-YET-OPEN TO TRUE.
002120 8000-EXIT.
002130     EXIT.
