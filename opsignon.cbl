000010*****************************************************************
000020*    PROGRAM-ID.  OPSIGNON
000030*    AUTHOR.      R. HOLLOWAY, BATCH SUPPORT GROUP.
000040*    INSTALLATION. DAILY RECONCILIATION SYSTEM.
000050*    DATE-WRITTEN. 10/15/26.
000060*    DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    REMARKS.
000090*        SHARED OPERATOR SIGN-ON.  EVERY MAINTENANCE SCREEN
000100*        CALLS THIS FIRST WITH ITS OWN PROGRAM ID AND THE
000110*        LOWEST ROLE ALLOWED TO USE IT (C CLERK, A ANALYST,
000120*        S SUPERVISOR).  THE OPERATOR KEYS AN ID AND PASSWORD,
000130*        CHECKED AGAINST THE OPERMST OPERATOR MASTER; AN
000140*        ACTIVE OPERATOR WHOSE ROLE RANKS HIGH ENOUGH IS
000150*        SIGNED ON THROUGH OPSESSN, SO EVERY AUDITLOG AND
000160*        PHONHIST RECORD WRITTEN FOR THE REST OF THE RUN
000170*        CARRIES THEIR ID.  THREE TRIES ARE ALLOWED; A WRONG
000180*        PASSWORD COUNTS AGAINST THE OPERATOR AND THE THIRD
000190*        IN A ROW LOCKS THEM UNTIL A SUPERVISOR REINSTATES
000200*        THEM ON OPERMNT.  EVERY SIGN-ON AND EVERY REFUSAL IS
000210*        LOGGED.  THE RESULT SWITCH COMES BACK "Y" ONLY ON A
000220*        GOOD SIGN-ON - THE CALLING SCREEN STOPS OTHERWISE.
000230*-----------------------------------------------------------------
000240*    MODIFICATION HISTORY.
000250*        10/15/26  RLH  INITIAL VERSION.
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. OPSIGNON.
000290 AUTHOR. R. HOLLOWAY.
000300 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000310 DATE-WRITTEN. 10/15/26.
000320 DATE-COMPILED. 10/15/26.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OPERATOR-MASTER ASSIGN TO OPERMST
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS OP-OPERATOR-ID
000400         FILE STATUS IS OS-OPER-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  OPERATOR-MASTER.
000440 COPY opercpy.
000450 WORKING-STORAGE SECTION.
000460 77  OS-MAX-TRIES                 PIC 9(01) VALUE 3.
000470 77  OS-LOCKOUT-COUNT             PIC 9(01) VALUE 3.
000480 01  OS-OPER-STATUS               PIC X(02) VALUE "00".
000490 01  OS-SWITCHES.
000500     05  OS-DONE-SW               PIC X(01) VALUE "N".
000510         88  OS-DONE                  VALUE "Y".
000520     05  OS-OPER-SW               PIC X(01) VALUE "N".
000530         88  OS-OPER-AVAILABLE        VALUE "Y".
000540 01  OS-TRIES                     PIC 9(01) VALUE 0.
000550 01  OS-ID-ENTRY                  PIC X(08).
000560 01  OS-PASSWORD-ENTRY            PIC X(08).
000570 01  OS-HAVE-RANK                 PIC 9(01) VALUE 0.
000580 01  OS-NEED-RANK                 PIC 9(01) VALUE 0.
000590 01  OS-TODAY-DATE                PIC 9(08).
000600 01  OS-EVENT-TYPE                PIC X(10).
000610 01  OS-REASON                    PIC X(20).
000620 01  OS-AUDIT-DETAIL              PIC X(50).
000630 LINKAGE SECTION.
000640 01  LK-PROGRAM-ID                PIC X(10).
000650 01  LK-REQUIRED-ROLE             PIC X(01).
000660 01  LK-SIGNON-SW                 PIC X(01).
000670 PROCEDURE DIVISION USING LK-PROGRAM-ID
000680                          LK-REQUIRED-ROLE
000690                          LK-SIGNON-SW.
000700 0000-MAINLINE.
000710     MOVE "N" TO LK-SIGNON-SW.
000720     MOVE "N" TO OS-DONE-SW.
000730     MOVE 0   TO OS-TRIES.
000740     MOVE SPACES TO OS-REASON.
000750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000760     PERFORM 2000-TRY-SIGNON THRU 2000-EXIT
000770         UNTIL OS-DONE
000780            OR OS-TRIES NOT < OS-MAX-TRIES.
000790     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000800     GOBACK.
000810*-----------------------------------------------------------------
000820* NO OPERATOR MASTER MEANS NOBODY HAS BEEN ENROLLED - OPERMNT
000830* ENROLLS THE FIRST SUPERVISOR WITHOUT A SIGN-ON, AND UNTIL
000840* THEN NO SCREEN MAY BE USED.
000850*-----------------------------------------------------------------
000860 1000-INITIALIZE.
000870     ACCEPT OS-TODAY-DATE FROM DATE YYYYMMDD.
000880     EVALUATE LK-REQUIRED-ROLE
000890         WHEN "S"
000900             MOVE 3 TO OS-NEED-RANK
000910         WHEN "A"
000920             MOVE 2 TO OS-NEED-RANK
000930         WHEN OTHER
000940             MOVE 1 TO OS-NEED-RANK
000950     END-EVALUATE.
000960     OPEN I-O OPERATOR-MASTER.
000970     IF OS-OPER-STATUS = "35"
000980         DISPLAY "NO OPERATORS ENROLLED - RUN OPERMNT FIRST"
000990         SET OS-DONE TO TRUE
001000         GO TO 1000-EXIT
001010     END-IF.
001020     IF OS-OPER-STATUS NOT = "00"
001030         DISPLAY "OPSIGNON - OPERMST OPEN ERROR " OS-OPER-STATUS
001040         SET OS-DONE TO TRUE
001050         GO TO 1000-EXIT
001060     END-IF.
001070     SET OS-OPER-AVAILABLE TO TRUE.
001080 1000-EXIT.
001090     EXIT.
001100 2000-TRY-SIGNON.
001110     ADD 1 TO OS-TRIES.
001120     PERFORM 2100-SHOW-SIGNON THRU 2100-EXIT.
001130     MOVE OS-ID-ENTRY TO OP-OPERATOR-ID.
001140     READ OPERATOR-MASTER
001150         INVALID KEY
001160             MOVE "UNKNOWN OPERATOR" TO OS-REASON
001170             PERFORM 2800-REFUSE THRU 2800-EXIT
001180             GO TO 2000-EXIT
001190     END-READ.
001200     IF NOT OP-ACTIVE
001210         MOVE "OPERATOR NOT ACTIVE" TO OS-REASON
001220         PERFORM 2800-REFUSE THRU 2800-EXIT
001230         SET OS-DONE TO TRUE
001240         GO TO 2000-EXIT
001250     END-IF.
001260     IF OS-PASSWORD-ENTRY NOT = OP-PASSWORD
001270         PERFORM 2300-COUNT-FAILURE THRU 2300-EXIT
001280         GO TO 2000-EXIT
001290     END-IF.
001300     PERFORM 2200-RANK-ROLE THRU 2200-EXIT.
001310     IF OS-HAVE-RANK < OS-NEED-RANK
001320         MOVE "ROLE NOT AUTHORIZED" TO OS-REASON
001330         PERFORM 2800-REFUSE THRU 2800-EXIT
001340         SET OS-DONE TO TRUE
001350         GO TO 2000-EXIT
001360     END-IF.
001370     PERFORM 2500-ACCEPT-SIGNON THRU 2500-EXIT.
001380 2000-EXIT.
001390     EXIT.
001400 2100-SHOW-SIGNON.
001410     DISPLAY ERASE.
001420     DISPLAY "OPERATOR SIGN-ON" LINE 2 COL 5.
001430     DISPLAY LK-PROGRAM-ID LINE 2 COL 30.
001440     DISPLAY "OPERATOR ID:" LINE 4 COL 5.
001450     DISPLAY "PASSWORD:"    LINE 5 COL 5.
001460*    THE REASON THE LAST TRY WAS REFUSED STAYS IN VIEW
001470     DISPLAY OS-REASON LINE 15 COL 5.
001480     MOVE SPACES TO OS-ID-ENTRY.
001490     MOVE SPACES TO OS-PASSWORD-ENTRY.
001500     ACCEPT OS-ID-ENTRY LINE 4 COL 19.
001510     ACCEPT OS-PASSWORD-ENTRY LINE 5 COL 19 WITH SECURE.
001520 2100-EXIT.
001530     EXIT.
001540 2200-RANK-ROLE.
001550     EVALUATE TRUE
001560         WHEN OP-ROLE-SUPERVISOR
001570             MOVE 3 TO OS-HAVE-RANK
001580         WHEN OP-ROLE-ANALYST
001590             MOVE 2 TO OS-HAVE-RANK
001600         WHEN OP-ROLE-CLERK
001610             MOVE 1 TO OS-HAVE-RANK
001620         WHEN OTHER
001630             MOVE 0 TO OS-HAVE-RANK
001640     END-EVALUATE.
001650 2200-EXIT.
001660     EXIT.
001670*-----------------------------------------------------------------
001680* A WRONG PASSWORD COUNTS AGAINST THE OPERATOR ON FILE, NOT
001690* JUST THIS ATTEMPT - GUESSING ACROSS SEVERAL RUNS LOCKS THEM
001700* OUT JUST THE SAME.
001710*-----------------------------------------------------------------
001720 2300-COUNT-FAILURE.
001730     ADD 1 TO OP-FAILED-COUNT.
001740     IF OP-FAILED-COUNT NOT < OS-LOCKOUT-COUNT
001750         MOVE "L" TO OP-ACTIVE-FLAG
001760         MOVE "PASSWORD - LOCKED" TO OS-REASON
001770         SET OS-DONE TO TRUE
001780     ELSE
001790         MOVE "WRONG PASSWORD" TO OS-REASON
001800     END-IF.
001810     REWRITE OP-OPERATOR-RECORD
001820         INVALID KEY
001830             DISPLAY "OPSIGNON - OPERMST REWRITE ERROR "
001840                     OS-OPER-STATUS LINE 15 COL 5
001850     END-REWRITE.
001860     PERFORM 2800-REFUSE THRU 2800-EXIT.
001870 2300-EXIT.
001880     EXIT.
001890 2500-ACCEPT-SIGNON.
001900     MOVE 0             TO OP-FAILED-COUNT.
001910     MOVE OS-TODAY-DATE TO OP-LAST-SIGNON.
001920     REWRITE OP-OPERATOR-RECORD
001930         INVALID KEY
001940             DISPLAY "OPSIGNON - OPERMST REWRITE ERROR "
001950                     OS-OPER-STATUS LINE 15 COL 5
001960     END-REWRITE.
001970     CALL "OPSESSN" USING "S" OP-OPERATOR-ID OP-ROLE.
001980     MOVE "Y" TO LK-SIGNON-SW.
001990     SET OS-DONE TO TRUE.
002000     MOVE SPACES TO OS-AUDIT-DETAIL.
002010     STRING "OPERATOR "        DELIMITED BY SIZE
002020            OP-OPERATOR-ID     DELIMITED BY SIZE
002030            " ROLE "           DELIMITED BY SIZE
002040            OP-ROLE            DELIMITED BY SIZE
002050            " SIGNED ON"       DELIMITED BY SIZE
002060       INTO OS-AUDIT-DETAIL.
002070     MOVE "SIGNON    " TO OS-EVENT-TYPE.
002080     CALL "AUDITLOG" USING LK-PROGRAM-ID
002090                            OS-EVENT-TYPE
002100                            OS-AUDIT-DETAIL.
002110 2500-EXIT.
002120     EXIT.
002130 2800-REFUSE.
002140     DISPLAY OS-REASON LINE 15 COL 5.
002150     MOVE SPACES TO OS-AUDIT-DETAIL.
002160     STRING "OPERATOR "        DELIMITED BY SIZE
002170            OS-ID-ENTRY        DELIMITED BY SIZE
002180            " REFUSED - "      DELIMITED BY SIZE
002190            OS-REASON          DELIMITED BY SIZE
002200       INTO OS-AUDIT-DETAIL.
002210     MOVE "SIGNONFAIL" TO OS-EVENT-TYPE.
002220     CALL "AUDITLOG" USING LK-PROGRAM-ID
002230                            OS-EVENT-TYPE
002240                            OS-AUDIT-DETAIL.
002250 2800-EXIT.
002260     EXIT.
002270 9000-TERMINATE.
002280     IF OS-OPER-AVAILABLE
002290         CLOSE OPERATOR-MASTER
002300         MOVE "N" TO OS-OPER-SW
002310     END-IF.
002320 9000-EXIT.
002330     EXIT.
