000130*        WRITES ONE VARIANCE REPORT LINE PER ACCOUNT UNTIL
000140*        END OF FILE.  ANY NET VARIANCE OUTSIDE THE CONFIGURED
000150*        TOLERANCE ALSO GOES TO A SEPARATE EXCEPTION REPORT WITH
000160*        BOTH NETTED AMOUNTS.
000170*-----------------------------------------------------------------
000180*    MODIFICATION HISTORY.
000190*        08/08/26  RLH  REWRITTEN FROM THE ORIGINAL ONE-SHOT
000200*                       CONSOLE ACCEPT/SUBTRACT/DISPLAY INTO A
000210*                       BATCH RUN AGAINST A TRANSACTION FILE.
000220*        08/08/26  RLH  ADDED THE OUT-OF-TOLERANCE EXCEPTION
000230*                       LISTING.
000240*        08/08/26  RLH  WIDENED THE AMOUNT FIELDS TO S9(7)V9(2)
000250*                       SO LARGE-DOLLAR COMMERCIAL ACCOUNTS NO
000260*                       LONGER TRUNCATE.
000270*        08/08/26  RLH  ADDED THE RECORD-COUNT/NET-VARIANCE
000280*                       CONTROL-TOTAL TRAILER.
000290*        08/08/26  RLH  RETURNS THE EXCEPTION COUNT IN THE
000300*                       RETURN-CODE SPECIAL REGISTER SO DAILYJOB
000310*                       CAN TELL WHETHER THIS RUN WAS CLEAN.
000320*        08/08/26  RLH  LOGS START/END EVENTS TO THE SHARED
000330*                       AUDIT TRAIL VIA AUDITLOG.
000340*        08/08/26  RLH  ADDED A GENERAL-LEDGER EXTRACT RECORD
000350*                       PER ACCOUNT SO ACCOUNTING CAN POST THE
000360*                       DAY'S VARIANCE WITHOUT RE-KEYING IT.
000370*        08/21/26  RLH  APPENDS EACH ACCOUNT'S VARIANCE TO THE
000380*                       VARIANCE HISTORY FILE (VARHIST) SO THE
000390*                       VARTREND REPORT CAN SHOW ACCOUNTS OUT OF
000400*                       TOLERANCE NIGHT AFTER NIGHT.  THE ROWS
000410*                       ARE STAGED ON THE VARHISTW WORK FILE AND
000420*                       JOIN VARHIST ONLY AT CLEAN TERMINATION,
000430*                       SO AN ABORTED RUN AND ITS RESTART CANNOT
000440*                       DOUBLE UP A BUSINESS DATE.
000450*        08/21/26  RLH  POSTS EACH OUT-OF-TOLERANCE ACCOUNT TO
000460*                       THE EXCEPTION MASTER (EXCPMST) WITH
000470*                       FIRST-SEEN/LAST-SEEN DATES AND A
000480*                       NEW/RECURRING/RESOLVED STATUS FOR THE
000490*                       EXCPAGE AGING REPORT AND THE EXCPMNT
000500*                       RESOLUTION SCREEN.
000510*        08/21/26  RLH  PROVES THE FILE AGAINST THE UPSTREAM
000520*                       TRAILER (RECORD COUNT AND BILLED/PAID
000530*                       HASH TOTALS) IN A PRE-PASS BEFORE ANY
000540*                       OUTPUT IS OPENED, AND ABORTS WITH A
000550*                       CLEAR MESSAGE WHEN THEY DISAGREE, SO A
000560*                       TRUNCATED TRANSMISSION CAN NO LONGER
000570*                       POST A SHORT FILE TO THE GL.
000580*        08/21/26  RLH  NETS ALL OF AN ACCOUNT'S TRANSACTIONS AT
000590*                       AN ACCOUNT BREAK INSTEAD OF ASSUMING ONE
000600*                       PAIR EACH - ONE VARIANCE LINE, ONE
000610*                       TOLERANCE DECISION, AND ONE GL EXTRACT
000620*                       RECORD PER ACCOUNT - AND REJECTS A FILE
000630*                       ARRIVING OUT OF ACCOUNT SEQUENCE.
000640*        08/21/26  RLH  TAKES THE BUSINESS DATE FROM THE SVRUNPRM
000650*                       PARAMETER FILE (DEFAULT TODAY) SO A
000660*                       MISSED NIGHT RERUN THE NEXT MORNING
000670*                       CARRIES THE PERIOD THE DATA BELONGS TO,
000680*                       AND THE AUDIT START/END ENTRIES NAME THE
000690*                       BUSINESS DATE BEING PROCESSED.
000700*        09/02/26  RLH  TOLERANCE DECISION NOW KEYED TO THE
000710*                       ACCOUNT'S CLASSIFICATION TIER FROM THE
000720*                       CLASSOUT RESULTS FILE, WITH THE PER-TIER
000730*                       AMOUNTS EXTERNALIZED IN SVTTCPY THE WAY
000740*                       TIERCPY EXTERNALIZED THE BANDS.  THE
000750*                       FLAT SVTOLCPY AMOUNT REMAINS THE DEFAULT
000760*                       FOR ACCOUNTS NOT ON CLASSOUT, AND THE
000770*                       EXCEPTION LINES NOW NAME THE TIER.
000780*        09/02/26  RLH  TAKES A CHECKPOINT (LAST COMPLETED
000790*                       ACCOUNT PLUS RUNNING CONTROL TOTALS) ON
000800*                       THE SVCHKPT FILE EVERY FEW THOUSAND
000810*                       ACCOUNT BREAKS.  A RERUN AFTER A
000820*                       MID-FILE FAILURE RESTORES THE TOTALS,
000830*                       SKIPS FORWARD PAST THE COMPLETED
000840*                       ACCOUNTS, AND EXTENDS THE REPORTS, GL
000850*                       EXTRACT, AND HISTORY WORK FILE WHERE
000860*                       THEY LEFT OFF INSTEAD OF STARTING THE
000870*                       TRANSACTION FILE OVER FROM RECORD ONE.
000880*                       A CLEAN RUN CLEARS THE CHECKPOINT AT
000890*                       TERMINATION.
000900*        09/02/26  RLH  THE DEFAULT BUSINESS DATE NOW CONSULTS
000910*                       THE BUSCAL PROCESSING CALENDAR - A RUN
000920*                       DATED ON A WEEKEND OR HOLIDAY ROLLS
000930*                       BACK TO THE PRIOR BUSINESS DAY
000940*                       AUTOMATICALLY INSTEAD OF TRUSTING AN
000950*                       OPERATOR TO KEY SVRUNPRM.  AN EXPLICIT
000960*                       SVRUNPRM DATE STILL WINS.
000970*        09/02/26  RLH  THE TRANSACTION EXTRACT NOW CARRIES THE
000980*                       OPERATING-COMPANY CODE AHEAD OF THE
000990*                       ACCOUNT AND ARRIVES IN COMPANY/ACCOUNT
001000*                       SEQUENCE, WITH ONE CTRAILER RECORD OF
001010*                       HASH TOTALS PER COMPANY AHEAD OF THE
001020*                       GRAND TRAILER.  THE PRE-PASS PROVES THE
001030*                       COMPANY TRAILERS TOO, THE RUN SUBTOTALS
001040*                       VARIANCE AND EXCEPTION COUNTS PER
001050*                       COMPANY ON THE VARIANCE REPORT, AND THE
001060*                       GL EXTRACT AND EXCEPTION MASTER CARRY
001070*                       THE COMPANY SO ACCOUNTING CAN POST AND
001080*                       PROVE EACH ENTITY SEPARATELY.
001090*        09/02/26  RLH  STREAM MODE - AN SVRUNPRM RECORD MAY
001100*                       CARRY A COMPANY/ACCOUNT RANGE, AND THE
001110*                       RUN THEN PROCESSES ONLY ITS SLICE:
001120*                       TRAILER VERIFY, EXCPMST POSTING, THE
001130*                       REPORT TRAILER, AND THE HISTORY JOIN
001140*                       ARE LEFT TO THE SUBMERGE STEP, WHICH
001150*                       GETS A STREAM CONTROL RECORD (SVSCCPY)
001160*                       AND AN EXCEPTION WORK FILE INSTEAD.
001170*                       RUN N STREAMS AGAINST THE SAME FILE
001180*                       WITH EACH STREAM'S OUTPUTS ON ITS OWN
001190*                       DATASETS AND THE CRITICAL PATH IS THE
001200*                       LONGEST SLICE, NOT THE WHOLE FILE.  A
001210*                       RUN WITH NO RANGE IS UNCHANGED.
001220*        10/15/26  RLH  THE GL EXTRACT IS NOW A BALANCED
001230*                       DOUBLE-ENTRY JOURNAL.  EACH ACCOUNT'S
001240*                       VARIANCE POSTS AS TWO LINES - THE GL
001250*                       NATURAL ACCOUNT AND COST CENTER FROM
001260*                       THE COMPANY'S GLMAP RECORD (UNDERPAY,
001270*                       OVERPAY, OR BAD-DEBT FOR A WRITE-OFF
001280*                       ADJUSTMENT) AND THE OFFSET TO THE AR
001290*                       CLEARING ACCOUNT.  A SINGLE-STREAM RUN
001300*                       CALLS GLRLSE AT THE END, WHICH HOLDS
001310*                       BACK ANY COMPANY WHOSE DEBITS DO NOT
001320*                       EQUAL ITS CREDITS; THE NUMBER HELD IS
001330*                       ADDED TO THE RETURN-CODE.
001340*        10/15/26  RLH  EVERY TRANFILE DETAIL NOW CARRIES A
001350*                       TRANSACTION-TYPE CODE (TRTYPCPY) - IN,
001360*                       CM, PY, RF, OR WO FOR A WRITE-OFF
001370*                       ADJUSTMENT - AND THE FILE ONE TTRAILER
001380*                       OF HASH TOTALS PER TYPE.  THE PRE-PASS
001390*                       REJECTS AN UNKNOWN CODE AND PROVES EVERY
001400*                       TTRAILER, THE VARIANCE REPORT BREAKS
001410*                       EACH COMPANY'S NET VARIANCE DOWN BY
001420*                       TYPE, AND THE VARHIST ROW FLAGS THE
001430*                       WRITE-OFF PART OF AN ACCOUNT'S VARIANCE.
001440*                       THE JOURNAL NOW RECOGNIZES A WRITE-OFF
001450*                       BY ITS TYPE CODE, SO A STREAM NO LONGER
001460*                       OPENS THE EXCEPTION MASTER AT ALL.  THE
001470*                       WRITE-OFF PART POSTS AS ITS OWN BAD-DEBT
001480*                       ENTRY AND THE REST AS AN UNDERPAY OR
001490*                       OVERPAY ENTRY; AN ENTRY THAT COMES TO
001500*                       ZERO IS NOT WRITTEN.  THE CHECKPOINT
001510*                       CARRIES THE JOURNAL LINE COUNT FOR THE
001520*                       RESUME TRIM.
001530*        10/15/26  RLH  THE TIER LOOKUP NOW KEYS CLASSOUT ON THE
001540*                       FULL COMPANY/ACCOUNT CLASSBLD BUILDS
001550*                       CLASSIN ON, INSTEAD OF THE EIGHT-BYTE
001560*                       ACCOUNT ROOT THAT MATCHED NOTHING.
001570*        10/15/26  RLH  JOURNAL LINES GO OUT WITH NO PRIOR-PERIOD
001580*                       FLAG AND A ZERO ORIGINAL PERIOD, EXCEPT
001590*                       THE BAD-DEBT ENTRY OF A WRITE-OFF THAT
001600*                       WRITEOFF STAGED OUT OF A HARD-CLOSED
001610*                       PERIOD - ITS TRANFILE DETAIL CARRIES THE
001620*                       FLAG AND BOTH PERIODS, SO THE ENTRY IS
001630*                       FLAGGED, KEEPS THE PERIOD IT WAS RESOLVED
001640*                       IN, AND POSTS IN THE PERIOD WRITEOFF
001650*                       LISTED ON WOPPARPT.  THE
001660*                       GLRLSE RELEASE AT THE END NOW APPLIES THE
001670*                       GLPERIOD CLOSE - A COMPANY DATED INTO A
001680*                       HARD-CLOSED PERIOD IS HELD, OR ITS LINES
001690*                       MOVE TO THE OPEN PERIOD AS PRIOR-PERIOD
001700*                       ADJUSTMENTS, PER GLPACPY.
001710*        10/15/26  RLH  A NEW EXCEPTION, OR ONE REOPENED FROM
001720*                       RESOLVED, IS ASSIGNED TO AN ANALYST BY
001730*                       EXCASGN AS IT IS POSTED TO EXCPMST.  A
001740*                       STREAM STAGES THE ACCOUNT'S TIER WITH
001750*                       THE EXCEPTION SO SUBMERGE CAN DO THE
001760*                       SAME.
001770*        10/15/26  RLH  THE PRE-PASS LOOKS EVERY COMPANY ON THE
001780*                       FILE UP ON THE COMPANY MASTER (COMPMST)
001790*                       AND REJECTS THE FILE FOR A CODE NOT ON
001800*                       FILE OR INACTIVE.  THE VARIANCE REPORT
001810*                       PRINTS EACH COMPANY'S NAME, LEDGER AND
001820*                       CURRENCY AHEAD OF ITS SUBTOTALS.
001830*****************************************************************
001840 IDENTIFICATION DIVISION.
001850 PROGRAM-ID. SUBVERB.
001860 AUTHOR. R. HOLLOWAY.
001870 INSTALLATION. DAILY RECONCILIATION SYSTEM.
001880 DATE-WRITTEN. 08/08/26.
001890 DATE-COMPILED. 08/08/26.
001900 ENVIRONMENT DIVISION.
001910 INPUT-OUTPUT SECTION.
001920 FILE-CONTROL.
001930     SELECT TRANSACTION-FILE ASSIGN TO TRANFILE
001940         ORGANIZATION IS LINE SEQUENTIAL
001950         FILE STATUS IS SV-TRAN-STATUS.
001960     SELECT VARIANCE-REPORT ASSIGN TO VARIRPT
001970         ORGANIZATION IS LINE SEQUENTIAL
001980         FILE STATUS IS SV-VARI-STATUS.
001990     SELECT EXCEPTION-REPORT ASSIGN TO EXCPRPT
002000         ORGANIZATION IS LINE SEQUENTIAL
002010         FILE STATUS IS SV-EXCP-STATUS.
002020     SELECT GL-EXTRACT-FILE ASSIGN TO GLEXTR
002030         ORGANIZATION IS LINE SEQUENTIAL
002040         FILE STATUS IS SV-GLEX-STATUS.
002050     SELECT VARIANCE-HISTORY ASSIGN TO VARHIST
002060         ORGANIZATION IS LINE SEQUENTIAL
002070         FILE STATUS IS SV-HIST-STATUS.
002080     SELECT VARIANCE-HIST-WORK ASSIGN TO VARHISTW
002090         ORGANIZATION IS LINE SEQUENTIAL
002100         FILE STATUS IS SV-HSTW-STATUS.
002110     SELECT VARIANCE-HIST-NEW ASSIGN TO VARHISTN
002120         ORGANIZATION IS LINE SEQUENTIAL
002130         FILE STATUS IS SV-HSTN-STATUS.
002140     SELECT EXCEPTION-MASTER ASSIGN TO EXCPMST
002150         ORGANIZATION IS INDEXED
002160         ACCESS MODE IS DYNAMIC
002170         RECORD KEY IS EX-ACCOUNT-ID
002180         FILE STATUS IS SV-EXCM-STATUS.
002190     SELECT CLASSOUT-FILE ASSIGN TO CLASSOUT
002200         ORGANIZATION IS INDEXED
002210         ACCESS MODE IS RANDOM
002220         RECORD KEY IS CL-RESULT-KEY
002230         FILE STATUS IS SV-CLSS-STATUS.
002240     SELECT RUN-PARM-FILE ASSIGN TO SVRUNPRM
002250         ORGANIZATION IS LINE SEQUENTIAL
002260         FILE STATUS IS SV-PARM-STATUS.
002270     SELECT CHECKPOINT-FILE ASSIGN TO SVCHKPT
002280         ORGANIZATION IS LINE SEQUENTIAL
002290         FILE STATUS IS SV-CHKP-STATUS.
002300     SELECT TRIM-WORK-FILE ASSIGN TO SVTRIMW
002310         ORGANIZATION IS LINE SEQUENTIAL
002320         FILE STATUS IS SV-TRMW-STATUS.
002330     SELECT PROCESSING-CALENDAR ASSIGN TO BUSCAL
002340         ORGANIZATION IS LINE SEQUENTIAL
002350         FILE STATUS IS SV-BCAL-STATUS.
002360     SELECT STREAM-CONTROL-FILE ASSIGN TO SVSTRCTL
002370         ORGANIZATION IS LINE SEQUENTIAL
002380         FILE STATUS IS SV-STRC-STATUS.
002390     SELECT EXCEPTION-WORK ASSIGN TO EXCPWORK
002400         ORGANIZATION IS LINE SEQUENTIAL
002410         FILE STATUS IS SV-EXCW-STATUS.
002420     SELECT GL-MAP-FILE ASSIGN TO GLMAP
002430         ORGANIZATION IS LINE SEQUENTIAL
002440         FILE STATUS IS SV-GMAP-STATUS.
002450     SELECT COMPANY-MASTER ASSIGN TO COMPMST
002460         ORGANIZATION IS INDEXED
002470         ACCESS MODE IS RANDOM
002480         RECORD KEY IS CM-COMPANY-CODE
002490         FILE STATUS IS SV-COMP-STATUS.
002500 DATA DIVISION.
002510 FILE SECTION.
002520 FD  TRANSACTION-FILE.
002530 01  TRAN-RECORD.
002540     05  TRAN-COMPANY-CODE       PIC X(02).
002550     05  TRAN-ACCT-ID            PIC X(10).
002560     05  TRAN-BILLED-AMT         PIC S9(7)V9(2).
002570     05  TRAN-PAID-AMT           PIC S9(7)V9(2).
002580     05  TRAN-TYPE-CODE          PIC X(02).
002590         88  TRAN-TYPE-WRITEOFF      VALUE "WO".
002600     05  TRAN-PPA-DATA.
002610         10  TRAN-PPA-FLAG        PIC X(01).
002620         10  TRAN-PPA-ORIG-PERIOD PIC 9(06).
002630         10  TRAN-PPA-POST-PERIOD PIC 9(06).
002640 01  TRAN-TRAILER-RECORD.
002650     05  TT-TRAILER-TAG          PIC X(10).
002660     05  TT-RECORD-COUNT         PIC 9(07).
002670     05  TT-BILLED-HASH          PIC S9(9)V9(2).
002680     05  TT-PAID-HASH            PIC S9(9)V9(2).
002690 01  TRAN-COMPANY-TRAILER.
002700     05  CT-TRAILER-TAG          PIC X(10).
002710     05  CT-COMPANY-CODE         PIC X(02).
002720     05  CT-RECORD-COUNT         PIC 9(07).
002730     05  CT-BILLED-HASH          PIC S9(9)V9(2).
002740     05  CT-PAID-HASH            PIC S9(9)V9(2).
002750 01  TRAN-TYPE-TRAILER.
002760     05  TY-TRAILER-TAG          PIC X(10).
002770     05  TY-TYPE-CODE            PIC X(02).
002780     05  TY-RECORD-COUNT         PIC 9(07).
002790     05  TY-BILLED-HASH          PIC S9(9)V9(2).
002800     05  TY-PAID-HASH            PIC S9(9)V9(2).
002810 FD  VARIANCE-REPORT.
002820 01  VARIANCE-LINE               PIC X(80).
002830 FD  EXCEPTION-REPORT.
002840 01  EXCEPTION-LINE              PIC X(80).
002850 FD  GL-EXTRACT-FILE.
002860 COPY glexcpy.
002870 FD  VARIANCE-HISTORY.
002880 01  VARIANCE-HISTORY-RECORD     PIC X(37).
002890 FD  VARIANCE-HIST-WORK.
002900 COPY vhistcpy.
002910 FD  VARIANCE-HIST-NEW.
002920 01  VARIANCE-HIST-NEW-REC       PIC X(37).
002930 FD  EXCEPTION-MASTER.
002940 COPY excmcpy.
002950 FD  CLASSOUT-FILE.
002960 COPY classcpy.
002970 FD  RUN-PARM-FILE.
002980 01  RUN-PARM-RECORD.
002990     05  RP-BUSINESS-DATE        PIC X(08).
003000*    A SUPPLIED RANGE (COMPANY+ACCOUNT, INCLUSIVE) PUTS THE RUN
003010*    IN STREAM MODE.
003020     05  RP-STREAM-LOW           PIC X(12).
003030     05  RP-STREAM-HIGH          PIC X(12).
003040 FD  CHECKPOINT-FILE.
003050 01  CHECKPOINT-RECORD.
003060     05  CP-BUSINESS-DATE        PIC 9(08).
003070     05  CP-LAST-ACCOUNT         PIC X(10).
003080     05  CP-RECORD-COUNT         PIC 9(07).
003090     05  CP-ACCOUNT-COUNT        PIC 9(07).
003100     05  CP-NET-VARIANCE         PIC S9(7)V9(2).
003110     05  CP-EXCEPTION-COUNT      PIC 9(05).
003120     05  CP-CURRENT-COMP         PIC X(02).
003130     05  CP-GL-LINE-COUNT        PIC 9(07).
003140     05  CP-COMPANY-TOTALS.
003150         10  CP-CO-ENTRY-COUNT   PIC 9(02).
003160         10  CP-CO-ENTRY OCCURS 10 TIMES.
003170             15  CP-CO-CODE          PIC X(02).
003180             15  CP-CO-RECORD-COUNT  PIC 9(07).
003190             15  CP-CO-ACCT-COUNT    PIC 9(07).
003200             15  CP-CO-NET-VARIANCE  PIC S9(7)V9(2).
003210             15  CP-CO-EXCEPTION-CNT PIC 9(05).
003220             15  CP-CO-BILLED-HASH   PIC S9(9)V9(2).
003230             15  CP-CO-PAID-HASH     PIC S9(9)V9(2).
003240             15  CP-CO-TYPE-ENTRY OCCURS 5 TIMES.
003250                 20  CP-CO-TY-COUNT      PIC 9(07).
003260                 20  CP-CO-TY-BILLED     PIC S9(9)V9(2).
003270                 20  CP-CO-TY-PAID       PIC S9(9)V9(2).
003280 FD  TRIM-WORK-FILE.
003290 01  TRIM-WORK-RECORD            PIC X(80).
003300 FD  PROCESSING-CALENDAR.
003310 COPY buscalcpy.
003320 FD  STREAM-CONTROL-FILE.
003330 COPY svsccpy.
003340 FD  EXCEPTION-WORK.
003350 01  EW-EXCEPTION-WORK-RECORD.
003360     05  EW-COMPANY-CODE         PIC X(02).
003370     05  EW-ACCOUNT-ID           PIC X(10).
003380     05  EW-VARIANCE             PIC S9(7)V9(2).
003390     05  EW-TIER-CODE            PIC X(01).
003400 FD  GL-MAP-FILE.
003410 COPY glmapcpy.
003420 FD  COMPANY-MASTER.
003430 COPY compcpy.
003440 WORKING-STORAGE SECTION.
003450 77    A    PIC S9(7)V9(2) VALUE 0.
003460 77    B     PIC S9(7)V9(2) VALUE 0.
003470 77    E-B    PIC +Z(6).Z(2).
003480 COPY svtolcpy.
003490 COPY svttcpy.
003500 COPY trtypcpy.
003510 01  SV-FILE-STATUSES.
003520     05  SV-TRAN-STATUS           PIC X(02) VALUE "00".
003530     05  SV-VARI-STATUS           PIC X(02) VALUE "00".
003540     05  SV-EXCP-STATUS           PIC X(02) VALUE "00".
003550     05  SV-GLEX-STATUS           PIC X(02) VALUE "00".
003560     05  SV-HIST-STATUS           PIC X(02) VALUE "00".
003570     05  SV-HSTW-STATUS           PIC X(02) VALUE "00".
003580     05  SV-HSTN-STATUS           PIC X(02) VALUE "00".
003590     05  SV-EXCM-STATUS           PIC X(02) VALUE "00".
003600     05  SV-PARM-STATUS           PIC X(02) VALUE "00".
003610     05  SV-CLSS-STATUS           PIC X(02) VALUE "00".
003620     05  SV-CHKP-STATUS           PIC X(02) VALUE "00".
003630     05  SV-TRMW-STATUS           PIC X(02) VALUE "00".
003640     05  SV-BCAL-STATUS           PIC X(02) VALUE "00".
003650     05  SV-STRC-STATUS           PIC X(02) VALUE "00".
003660     05  SV-EXCW-STATUS           PIC X(02) VALUE "00".
003670     05  SV-GMAP-STATUS           PIC X(02) VALUE "00".
003680     05  SV-COMP-STATUS           PIC X(02) VALUE "00".
003690 01  SV-GL-DATE                   PIC 9(08).
003700 01  SV-GL-DATE-R REDEFINES SV-GL-DATE.
003710     05  SV-GL-YYYYMM             PIC 9(06).
003720     05  SV-GL-DD                 PIC 9(02).
003730 01  SV-TODAY-DATE                PIC 9(08).
003740 01  SV-PARM-DATE-X               PIC X(08).
003750 01  SV-PARM-DATE-N REDEFINES SV-PARM-DATE-X
003760                                  PIC 9(08).
003770 01  SV-PARM-DATE-MMDD REDEFINES SV-PARM-DATE-X.
003780     05  FILLER                   PIC X(04).
003790     05  SV-PARM-MM               PIC 9(02).
003800     05  SV-PARM-DD               PIC 9(02).
003810 01  SV-HIST-ROW.
003820     05  SV-HIST-ROW-ACCT         PIC X(10).
003830     05  SV-HIST-ROW-DATE         PIC 9(08).
003840     05  SV-HIST-ROW-REST         PIC X(19).
003850 01  SV-SWITCHES.
003860     05  SV-EOF-SW                PIC X(01) VALUE "N".
003870         88  SV-EOF                   VALUE "Y".
003880     05  SV-TRAILER-FOUND-SW      PIC X(01) VALUE "N".
003890         88  SV-TRAILER-FOUND         VALUE "Y".
003900     05  SV-CLOUT-SW              PIC X(01) VALUE "N".
003910         88  SV-CLOUT-AVAILABLE       VALUE "Y".
003920     05  SV-RESUME-SW             PIC X(01) VALUE "N".
003930         88  SV-RESUMING              VALUE "Y".
003940     05  SV-BCAL-EOF-SW           PIC X(01) VALUE "N".
003950         88  SV-BCAL-EOF              VALUE "Y".
003960     05  SV-NONBUS-SW             PIC X(01) VALUE "N".
003970         88  SV-NON-BUSINESS-DAY      VALUE "Y".
003980     05  SV-STREAM-SW             PIC X(01) VALUE "N".
003990         88  SV-STREAM-MODE           VALUE "Y".
004000     05  SV-EXCM-OPEN-SW          PIC X(01) VALUE "N".
004010         88  SV-EXCM-AVAILABLE        VALUE "Y".
004020     05  SV-GMAP-EOF-SW           PIC X(01) VALUE "N".
004030         88  SV-GMAP-EOF              VALUE "Y".
004040     05  SV-WRITEOFF-SW           PIC X(01) VALUE "N".
004050         88  SV-WRITEOFF-ENTRY        VALUE "Y".
004060     05  SV-TYPE-FOUND-SW         PIC X(01) VALUE "N".
004070         88  SV-TYPE-FOUND            VALUE "Y".
004080*-----------------------------------------------------------------
004090* A CHECKPOINT GOES OUT EVERY THIS MANY ACCOUNT BREAKS.  CHANGE
004100* THE VALUE WHEN OPERATIONS WANTS CHECKPOINTS CLOSER TOGETHER -
004110* THE RESUME LOGIC NEVER CHANGES.
004120*-----------------------------------------------------------------
004130 77  SV-CHECKPOINT-EVERY          PIC 9(05) VALUE 1000.
004140 01  SV-PRIOR-BUSDAY              PIC 9(08) VALUE 0.
004150 01  SV-RANGE-LOW                 PIC X(12) VALUE SPACES.
004160 01  SV-RANGE-HIGH                PIC X(12) VALUE SPACES.
004170 01  SV-REC-KEY.
004180     05  SV-REC-COMP              PIC X(02).
004190     05  SV-REC-ACCT              PIC X(10).
004200 01  SV-RUN-HASHES.
004210     05  SV-RUN-BILLED-HASH       PIC S9(9)V9(2) VALUE 0.
004220     05  SV-RUN-PAID-HASH         PIC S9(9)V9(2) VALUE 0.
004230 01  SV-CHECKPOINT-KEY.
004240     05  SV-CHKP-KEY-COMP         PIC X(02).
004250     05  SV-CHKP-KEY-ACCT         PIC X(10).
004260 01  SV-ACCTS-SINCE-CHKP          PIC 9(05) VALUE 0.
004270 01  SV-TRIM-KEEP                 PIC 9(07) VALUE 0.
004280 01  SV-TRIM-SEEN                 PIC 9(07) VALUE 0.
004290 01  SV-ACCT-TIER                 PIC X(01) VALUE SPACE.
004300 01  SV-ACCT-TOLERANCE            PIC S9(7)V9(2) VALUE 0.
004310 01  SV-EXCEPTION-COUNT           PIC 9(05) VALUE 0.
004320 01  SV-UNASSIGNED-COUNT          PIC 9(05) VALUE 0.
004330 COPY ahstcpy.
004340 01  SV-EXCP-EDIT-BILLED          PIC +Z(6).Z(2).
004350 01  SV-EXCP-EDIT-PAID            PIC +Z(6).Z(2).
004360 01  SV-CONTROL-TOTALS.
004370     05  SV-RECORD-COUNT          PIC 9(07) VALUE 0.
004380     05  SV-ACCOUNT-COUNT         PIC 9(07) VALUE 0.
004390     05  SV-NET-VARIANCE          PIC S9(7)V9(2) VALUE 0.
004400     05  SV-GL-LINE-COUNT         PIC 9(07) VALUE 0.
004410 01  SV-ACCOUNT-BREAK-FIELDS.
004420     05  SV-CURRENT-ACCT          PIC X(10) VALUE SPACES.
004430     05  SV-CURRENT-COMP          PIC X(02) VALUE SPACES.
004440     05  SV-ACCT-BILLED           PIC S9(7)V9(2) VALUE 0.
004450     05  SV-ACCT-PAID             PIC S9(7)V9(2) VALUE 0.
004460     05  SV-ACCT-WO-NET           PIC S9(7)V9(2) VALUE 0.
004470     05  SV-ACCT-WO-PPA.
004480         10  SV-ACCT-WO-PPA-FLAG  PIC X(01) VALUE SPACE.
004490         10  SV-ACCT-WO-ORIG-PER  PIC 9(06) VALUE 0.
004500         10  SV-ACCT-WO-POST-PER  PIC 9(06) VALUE 0.
004510 01  SV-AUDIT-DETAIL              PIC X(50).
004520 01  SV-AUDIT-EDIT-COUNT          PIC ZZZ,ZZ9.
004530 01  SV-VERIFY-TOTALS.
004540     05  SV-VER-COUNT             PIC 9(07) VALUE 0.
004550     05  SV-VER-BILLED-HASH       PIC S9(9)V9(2) VALUE 0.
004560     05  SV-VER-PAID-HASH         PIC S9(9)V9(2) VALUE 0.
004570 01  SV-TRAILER-TOTALS.
004580     05  SV-TRLR-COUNT            PIC 9(07) VALUE 0.
004590     05  SV-TRLR-BILLED-HASH      PIC S9(9)V9(2) VALUE 0.
004600     05  SV-TRLR-PAID-HASH        PIC S9(9)V9(2) VALUE 0.
004610*-----------------------------------------------------------------
004620* PER-COMPANY RUNNING TOTALS FOR THE MAIN PASS, AND THE TWO
004630* PRE-PASS TABLES THAT PROVE EACH COMPANY'S CTRAILER RECORD THE
004640* WAY THE GRAND TRAILER IS PROVED.  TEN ENTRIES COVERS THE
004650* THREE OPERATING COMPANIES WITH ROOM TO GROW.  THE PRE-PASS
004660* TABLE ALSO KEEPS WHAT THE COMPANY MASTER SAYS ABOUT EACH
004670* COMPANY, FOR THE VARIANCE REPORT.
004680*-----------------------------------------------------------------
004690 01  SV-CO-MAX                    PIC 9(02) VALUE 10.
004700 01  SV-CO-SUB                    PIC 9(02) COMP VALUE 0.
004710 01  SV-VC-SUB                    PIC 9(02) COMP VALUE 0.
004720 01  SV-TC-SUB                    PIC 9(02) COMP VALUE 0.
004730 01  SV-CO-WORK-SUB               PIC 9(02) COMP VALUE 0.
004740 01  SV-CO-FOUND-SW               PIC X(01) VALUE "N".
004750     88  SV-CO-FOUND                  VALUE "Y".
004760 01  SV-COMPANY-TOTALS.
004770     05  SV-CO-ENTRY-COUNT        PIC 9(02) VALUE 0.
004780     05  SV-CO-ENTRY OCCURS 10 TIMES.
004790         10  SV-CO-CODE           PIC X(02).
004800         10  SV-CO-RECORD-COUNT   PIC 9(07).
004810         10  SV-CO-ACCT-COUNT     PIC 9(07).
004820         10  SV-CO-NET-VARIANCE   PIC S9(7)V9(2).
004830         10  SV-CO-EXCEPTION-CNT  PIC 9(05).
004840         10  SV-CO-BILLED-HASH    PIC S9(9)V9(2).
004850         10  SV-CO-PAID-HASH      PIC S9(9)V9(2).
004860         10  SV-CO-TYPE-ENTRY OCCURS 5 TIMES.
004870             15  SV-CO-TY-COUNT   PIC 9(07).
004880             15  SV-CO-TY-BILLED  PIC S9(9)V9(2).
004890             15  SV-CO-TY-PAID    PIC S9(9)V9(2).
004900 01  SV-VER-CO-TOTALS.
004910     05  SV-VER-CO-CNT            PIC 9(02) VALUE 0.
004920     05  SV-VER-CO-ENTRY OCCURS 10 TIMES.
004930         10  SV-VER-CO-CODE       PIC X(02).
004940         10  SV-VER-CO-COUNT      PIC 9(07).
004950         10  SV-VER-CO-BILLED     PIC S9(9)V9(2).
004960         10  SV-VER-CO-PAID       PIC S9(9)V9(2).
004970         10  SV-VER-CO-NAME       PIC X(30).
004980         10  SV-VER-CO-LEDGER     PIC X(06).
004990         10  SV-VER-CO-CURRENCY   PIC X(03).
005000 01  SV-TRLR-CO-TOTALS.
005010     05  SV-TRLR-CO-CNT           PIC 9(02) VALUE 0.
005020     05  SV-TRLR-CO-ENTRY OCCURS 10 TIMES.
005030         10  SV-TRLR-CO-CODE      PIC X(02).
005040         10  SV-TRLR-CO-COUNT     PIC 9(07).
005050         10  SV-TRLR-CO-BILLED    PIC S9(9)V9(2).
005060         10  SV-TRLR-CO-PAID      PIC S9(9)V9(2).
005070*-----------------------------------------------------------------
005080* PER-TRANSACTION-TYPE PROOF - THE PRE-PASS TALLY AND THE
005090* TTRAILER TOTALS, ONE ENTRY PER TRTYPCPY CODE IN TABLE ORDER.
005100*-----------------------------------------------------------------
005110 01  SV-TY-SUB                    PIC 9(02) COMP VALUE 0.
005120 01  SV-TY-WORK-SUB               PIC 9(02) COMP VALUE 0.
005130 01  SV-TYPE-WANTED               PIC X(02) VALUE SPACES.
005140 01  SV-VER-TYPE-TOTALS.
005150     05  SV-VER-TY-ENTRY OCCURS 5 TIMES.
005160         10  SV-VER-TY-COUNT      PIC 9(07) VALUE 0.
005170         10  SV-VER-TY-BILLED     PIC S9(9)V9(2) VALUE 0.
005180         10  SV-VER-TY-PAID       PIC S9(9)V9(2) VALUE 0.
005190 01  SV-TRLR-TYPE-TOTALS.
005200     05  SV-TRLR-TY-ENTRY OCCURS 5 TIMES.
005210         10  SV-TRLR-TY-SEEN-SW   PIC X(01) VALUE "N".
005220             88  SV-TRLR-TY-SEEN      VALUE "Y".
005230         10  SV-TRLR-TY-COUNT     PIC 9(07) VALUE 0.
005240         10  SV-TRLR-TY-BILLED    PIC S9(9)V9(2) VALUE 0.
005250         10  SV-TRLR-TY-PAID      PIC S9(9)V9(2) VALUE 0.
005260 01  SV-TY-NET                    PIC S9(9)V9(2) VALUE 0.
005270 01  SV-EDIT-TY-RECORDS           PIC ZZZ,ZZ9.
005280 01  SV-EDIT-TY-NET               PIC +Z(8).Z(2).
005290 01  SV-EDIT-CO-RECORDS           PIC ZZZ,ZZ9.
005300 01  SV-EDIT-CO-ACCTS             PIC ZZZ,ZZ9.
005310 01  SV-EDIT-CO-NET               PIC +Z(6).Z(2).
005320 01  SV-EDIT-CO-EXC               PIC ZZZ,ZZ9.
005330 01  SV-ABORT-MESSAGE             PIC X(40).
005340 01  SV-EDIT-CNT-TRLR             PIC Z,ZZZ,ZZ9.
005350 01  SV-EDIT-CNT-FILE             PIC Z,ZZZ,ZZ9.
005360 01  SV-EDIT-AMT-TRLR             PIC +Z(8).Z(2).
005370 01  SV-EDIT-AMT-FILE             PIC +Z(8).Z(2).
005380 01  SV-TRAILER-LINE.
005390     05  SV-TRAILER-EDIT-COUNT    PIC ZZZ,ZZZ,ZZ9.
005400     05  SV-TRAILER-EDIT-ACCTS    PIC ZZZ,ZZZ,ZZ9.
005410     05  SV-TRAILER-EDIT-NET      PIC +Z(6).Z(2).
005420*-----------------------------------------------------------------
005430* THE GLMAP CHART-OF-ACCOUNTS MAPPING, ONE ENTRY PER COMPANY IN
005440* THE GLMAPCPY LAYOUT, AND THE ENTRY FOR THE COMPANY NOW BEING
005450* JOURNALED.  A COMPANY WITH NO ENTRY JOURNALS WITH BLANK
005460* ACCOUNTS, WHICH GLRLSE HOLDS RATHER THAN RELEASES.
005470*-----------------------------------------------------------------
005480 01  SV-MAP-SUB                   PIC 9(02) COMP VALUE 0.
005490 01  SV-MAP-TABLE.
005500     05  SV-MAP-COUNT             PIC 9(02) VALUE 0.
005510     05  SV-MAP-ENTRY OCCURS 10 TIMES
005520                                  PIC X(42).
005530 01  SV-CURRENT-MAP               VALUE SPACES.
005540     05  SV-MAP-COMPANY           PIC X(02).
005550     05  SV-MAP-CLEARING-ACCT     PIC X(06).
005560     05  SV-MAP-CLEARING-CC       PIC X(04).
005570     05  SV-MAP-UNDERPAY-ACCT     PIC X(06).
005580     05  SV-MAP-UNDERPAY-CC       PIC X(04).
005590     05  SV-MAP-OVERPAY-ACCT      PIC X(06).
005600     05  SV-MAP-OVERPAY-CC        PIC X(04).
005610     05  SV-MAP-BADDEBT-ACCT      PIC X(06).
005620     05  SV-MAP-BADDEBT-CC        PIC X(04).
005630 01  SV-GL-NATURAL-SIDE           PIC X(02) VALUE SPACES.
005640 01  SV-GL-ENTRY-AMT              PIC S9(7)V9(2) VALUE 0.
005650 01  SV-GL-NEXT-LINE              PIC 9(01) VALUE 0.
005660 01  SV-GL-HELD-COUNT             PIC 9(05) VALUE 0.
005670 PROCEDURE DIVISION.
005680 0000-MAINLINE.
005690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005700     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
005710         UNTIL SV-EOF.
005720     IF SV-CURRENT-ACCT NOT = SPACES
005730         PERFORM 2500-ACCOUNT-BREAK THRU 2500-EXIT
005740     END-IF.
005750     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.
005760     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005770     MOVE SV-EXCEPTION-COUNT TO RETURN-CODE.
005780     ADD SV-GL-HELD-COUNT TO RETURN-CODE.
005790     GOBACK.
005800*-----------------------------------------------------------------
005810* OPEN THE TRANSACTION FILE AND BOTH REPORTS, THEN PRIME THE
005820* READ LOOP WITH THE FIRST RECORD.
005830*-----------------------------------------------------------------
005840 1000-INITIALIZE.
005850     PERFORM 1200-GET-BUSINESS-DATE THRU 1200-EXIT.
005860     PERFORM 1400-READ-CHECKPOINT THRU 1400-EXIT.
005870     OPEN INPUT TRANSACTION-FILE.
005880     IF SV-TRAN-STATUS NOT = "00"
005890         DISPLAY "SUBVERB - TRANFILE OPEN ERROR " SV-TRAN-STATUS
005900         MOVE 99 TO RETURN-CODE
005910         GOBACK
005920     END-IF.
005930*    A STREAM RUN PROCESSES ONE SLICE OF THE FILE - THE MERGE
005940*    STEP PROVES THE COMBINED TOTALS AGAINST THE TRAILER.
005950     IF NOT SV-STREAM-MODE
005960         PERFORM 1500-VERIFY-TRAILER THRU 1500-EXIT
005970     END-IF.
005980*    A RESUMED RUN PICKS ITS OUTPUTS UP WHERE THE FAILED RUN
005990*    LEFT THEM - EVERYTHING ALREADY WRITTEN FOR COMPLETED
006000*    ACCOUNTS STAYS, AND THE NEW LINES EXTEND IT.
006010     IF SV-RESUMING
006020         OPEN EXTEND VARIANCE-REPORT
006030     ELSE
006040         OPEN OUTPUT VARIANCE-REPORT
006050     END-IF.
006060     IF SV-VARI-STATUS NOT = "00"
006070         DISPLAY "SUBVERB - VARIRPT OPEN ERROR " SV-VARI-STATUS
006080         MOVE 99 TO RETURN-CODE
006090         GOBACK
006100     END-IF.
006110     IF SV-RESUMING
006120         OPEN EXTEND EXCEPTION-REPORT
006130     ELSE
006140         OPEN OUTPUT EXCEPTION-REPORT
006150     END-IF.
006160     IF SV-EXCP-STATUS NOT = "00"
006170         DISPLAY "SUBVERB - EXCPRPT OPEN ERROR " SV-EXCP-STATUS
006180         MOVE 99 TO RETURN-CODE
006190         GOBACK
006200     END-IF.
006210     IF SV-RESUMING
006220         OPEN EXTEND GL-EXTRACT-FILE
006230     ELSE
006240         OPEN OUTPUT GL-EXTRACT-FILE
006250     END-IF.
006260     IF SV-GLEX-STATUS NOT = "00"
006270         DISPLAY "SUBVERB - GLEXTR OPEN ERROR " SV-GLEX-STATUS
006280         MOVE 99 TO RETURN-CODE
006290         GOBACK
006300     END-IF.
006310*    A STREAM LEAVES THE SHARED EXCEPTION MASTER TO THE MERGE
006320*    STEP AND STAGES ITS EXCEPTIONS ON ITS OWN WORK FILE, SO
006330*    PARALLEL STREAMS NEVER CONTEND FOR THE INDEXED FILE.
006340     IF SV-STREAM-MODE
006350         PERFORM 1380-OPEN-EXCP-WORK THRU 1380-EXIT
006360         GO TO 1005-OPEN-REST
006370     END-IF.
006380*    THE ANALYSTS' OPEN COUNTS ARE TAKEN BEFORE THE MASTER IS
006390*    OPENED FOR UPDATE.
006400     CALL "EXCASGN" USING "L" SV-ACCT-TIER AH-ASSIGN-HIST-RECORD.
006410     OPEN I-O EXCEPTION-MASTER.
006420     IF SV-EXCM-STATUS = "35"
006430         OPEN OUTPUT EXCEPTION-MASTER
006440         CLOSE EXCEPTION-MASTER
006450         OPEN I-O EXCEPTION-MASTER
006460     END-IF.
006470     IF SV-EXCM-STATUS NOT = "00"
006480         DISPLAY "SUBVERB - EXCPMST OPEN ERROR " SV-EXCM-STATUS
006490         MOVE 99 TO RETURN-CODE
006500         GOBACK
006510     END-IF.
006520     SET SV-EXCM-AVAILABLE TO TRUE.
006530 1005-OPEN-REST.
006540     PERFORM 1300-LOAD-TIER-TOLERANCES THRU 1300-EXIT.
006550     PERFORM 1320-LOAD-GL-MAP THRU 1320-EXIT.
006560     PERFORM 1350-OPEN-CLASSOUT THRU 1350-EXIT.
006570     IF SV-RESUMING
006580         OPEN EXTEND VARIANCE-HIST-WORK
006590     ELSE
006600         OPEN OUTPUT VARIANCE-HIST-WORK
006610     END-IF.
006620     IF SV-HSTW-STATUS NOT = "00"
006630         DISPLAY "SUBVERB - VARHISTW OPEN ERROR " SV-HSTW-STATUS
006640         MOVE 99 TO RETURN-CODE
006650         GOBACK
006660     END-IF.
006670     MOVE SPACES TO SV-AUDIT-DETAIL.
006680     STRING "RUN BEGUN FOR BUSINESS DATE " DELIMITED BY SIZE
006690            SV-GL-DATE                     DELIMITED BY SIZE
006700       INTO SV-AUDIT-DETAIL.
006710     CALL "AUDITLOG" USING "SUBVERB   "
006720                            "START     "
006730                            SV-AUDIT-DETAIL.
006740     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
006750     IF SV-RESUMING
006760         PERFORM 1450-SKIP-TO-CHECKPOINT THRU 1450-EXIT
006770     END-IF.
006780 1000-EXIT.
006790     EXIT.
006800 1200-GET-BUSINESS-DATE.
006810     ACCEPT SV-TODAY-DATE FROM DATE YYYYMMDD.
006820     MOVE SV-TODAY-DATE TO SV-GL-DATE.
006830     PERFORM 1220-APPLY-CALENDAR THRU 1220-EXIT.
006840     OPEN INPUT RUN-PARM-FILE.
006850     IF SV-PARM-STATUS NOT = "00"
006860         GO TO 1200-EXIT
006870     END-IF.
006880     MOVE SPACES TO RUN-PARM-RECORD.
006890     READ RUN-PARM-FILE
006900         AT END CONTINUE
006910     END-READ.
006920     CLOSE RUN-PARM-FILE.
006930     IF RP-STREAM-LOW NOT = SPACES
006940        AND RP-STREAM-HIGH NOT = SPACES
006950         SET SV-STREAM-MODE TO TRUE
006960         MOVE RP-STREAM-LOW  TO SV-RANGE-LOW
006970         MOVE RP-STREAM-HIGH TO SV-RANGE-HIGH
006980         DISPLAY "SUBVERB - STREAM RANGE " SV-RANGE-LOW
006990                 " THRU " SV-RANGE-HIGH
007000     END-IF.
007010     IF RP-BUSINESS-DATE = SPACES
007020        OR RP-BUSINESS-DATE = "00000000"
007030         GO TO 1200-EXIT
007040     END-IF.
007050     MOVE RP-BUSINESS-DATE TO SV-PARM-DATE-X.
007060     PERFORM 1250-EDIT-PARM-DATE THRU 1250-EXIT.
007070     MOVE SV-PARM-DATE-N TO SV-GL-DATE.
007080     IF SV-GL-DATE NOT = SV-TODAY-DATE
007090         DISPLAY "SUBVERB - BACKDATED RUN FOR BUSINESS DATE "
007100                 SV-GL-DATE
007110     END-IF.
007120 1200-EXIT.
007130     EXIT.
007140*-----------------------------------------------------------------
007150* THE PROCESSING CALENDAR TURNS A WEEKEND OR HOLIDAY RUN DATE
007160* INTO THE PRIOR BUSINESS DAY AUTOMATICALLY.  NO CALENDAR, OR A
007170* DATE THE CALENDAR DOES NOT KNOW, LEAVES THE DEFAULT ALONE -
007180* AND AN EXPLICIT SVRUNPRM DATE STILL OVERRIDES EVERYTHING.
007190*-----------------------------------------------------------------
007200 1220-APPLY-CALENDAR.
007210     OPEN INPUT PROCESSING-CALENDAR.
007220     IF SV-BCAL-STATUS NOT = "00"
007230         GO TO 1220-EXIT
007240     END-IF.
007250     MOVE "N" TO SV-BCAL-EOF-SW.
007260     PERFORM 1230-SCAN-ONE-CAL-DAY THRU 1230-EXIT
007270         UNTIL SV-BCAL-EOF.
007280     CLOSE PROCESSING-CALENDAR.
007290     IF SV-NON-BUSINESS-DAY AND SV-PRIOR-BUSDAY > 0
007300         MOVE SV-PRIOR-BUSDAY TO SV-GL-DATE
007310         DISPLAY "SUBVERB - " SV-TODAY-DATE
007320                 " IS NOT A BUSINESS DAY - USING "
007330                 SV-GL-DATE
007340     END-IF.
007350 1220-EXIT.
007360     EXIT.
007370*-----------------------------------------------------------------
007380* ONE PASS OVER THE CALENDAR - REMEMBER THE LATEST BUSINESS DAY
007390* BEFORE TODAY, AND WHETHER TODAY ITSELF IS MARKED
007400* NON-PROCESSING.  THE FILE IS NOT TRUSTED TO BE IN DATE ORDER.
007410*-----------------------------------------------------------------
007420 1230-SCAN-ONE-CAL-DAY.
007430     READ PROCESSING-CALENDAR
007440         AT END SET SV-BCAL-EOF TO TRUE
007450     END-READ.
007460     IF NOT SV-BCAL-EOF
007470         IF BC-DATE = SV-TODAY-DATE
007480             IF NOT BC-BUSINESS-DAY
007490                 SET SV-NON-BUSINESS-DAY TO TRUE
007500             END-IF
007510         ELSE
007520             IF BC-DATE < SV-TODAY-DATE
007530                AND BC-BUSINESS-DAY
007540                AND BC-DATE > SV-PRIOR-BUSDAY
007550                 MOVE BC-DATE TO SV-PRIOR-BUSDAY
007560             END-IF
007570         END-IF
007580     END-IF.
007590 1230-EXIT.
007600     EXIT.
007610*-----------------------------------------------------------------
007620* A SUPPLIED PARAMETER THAT DOES NOT LOOK LIKE A REAL DATE IS AN
007630* OPERATOR ERROR, NOT A REASON TO QUIETLY STAMP TODAY - STOP AND
007640* SAY SO BEFORE ANYTHING CARRIES THE WRONG PERIOD.
007650*-----------------------------------------------------------------
007660 1250-EDIT-PARM-DATE.
007670     IF SV-PARM-DATE-X IS NOT NUMERIC
007680         DISPLAY "SUBVERB - SVRUNPRM DATE NOT NUMERIC: "
007690                 SV-PARM-DATE-X
007700         MOVE 99 TO RETURN-CODE
007710         GOBACK
007720     END-IF.
007730     IF SV-PARM-MM < 01 OR SV-PARM-MM > 12
007740        OR SV-PARM-DD < 01 OR SV-PARM-DD > 31
007750         DISPLAY "SUBVERB - SVRUNPRM DATE INVALID: "
007760                 SV-PARM-DATE-X
007770         MOVE 99 TO RETURN-CODE
007780         GOBACK
007790     END-IF.
007800 1250-EXIT.
007810     EXIT.
007820*-----------------------------------------------------------------
007830* LOAD THE PER-TIER TOLERANCES.  THESE ARE THE ONLY LINES TO
007840* CHANGE WHEN FINANCE RE-SETS A TIER'S TOLERANCE - THE DECISION
007850* IN 2300-CHECK-TOLERANCE NEVER CHANGES.  ACCOUNTS NOT ON
007860* CLASSOUT KEEP THE FLAT SVTOLCPY DEFAULT.
007870*-----------------------------------------------------------------
007880 1300-LOAD-TIER-TOLERANCES.
007890     MOVE "H"      TO SV-TTOL-TIER-CODE (1).
007900     MOVE +250.00  TO SV-TTOL-AMOUNT (1).
007910     MOVE "M"      TO SV-TTOL-TIER-CODE (2).
007920     MOVE +25.00   TO SV-TTOL-AMOUNT (2).
007930     MOVE "L"      TO SV-TTOL-TIER-CODE (3).
007940     MOVE +5.00    TO SV-TTOL-AMOUNT (3).
007950 1300-EXIT.
007960     EXIT.
007970*-----------------------------------------------------------------
007980* LOAD ACCOUNTING'S GLMAP CHART-OF-ACCOUNTS MAPPING.  A MISSING
007990* FILE DOES NOT STOP THE RECONCILIATION - EVERY COMPANY'S
008000* JOURNAL IS SIMPLY HELD BY GLRLSE UNTIL THE MAPPING IS THERE.
008010*-----------------------------------------------------------------
008020 1320-LOAD-GL-MAP.
008030     MOVE 0 TO SV-MAP-COUNT.
008040     OPEN INPUT GL-MAP-FILE.
008050     IF SV-GMAP-STATUS = "35"
008060         DISPLAY "SUBVERB - GLMAP NOT FOUND - JOURNALS WILL BE "
008070                 "HELD"
008080         GO TO 1320-EXIT
008090     END-IF.
008100     IF SV-GMAP-STATUS NOT = "00"
008110         DISPLAY "SUBVERB - GLMAP OPEN ERROR " SV-GMAP-STATUS
008120         MOVE 99 TO RETURN-CODE
008130         GOBACK
008140     END-IF.
008150     PERFORM 1325-LOAD-ONE-MAP THRU 1325-EXIT
008160         UNTIL SV-GMAP-EOF.
008170     CLOSE GL-MAP-FILE.
008180 1320-EXIT.
008190     EXIT.
008200 1325-LOAD-ONE-MAP.
008210     READ GL-MAP-FILE
008220         AT END SET SV-GMAP-EOF TO TRUE
008230     END-READ.
008240     IF NOT SV-GMAP-EOF
008250         IF SV-MAP-COUNT NOT < SV-CO-MAX
008260             DISPLAY "SUBVERB - GLMAP TABLE FULL - COMPANY "
008270                     MP-COMPANY-CODE " IGNORED"
008280         ELSE
008290             ADD 1 TO SV-MAP-COUNT
008300             MOVE MP-GL-MAP-RECORD
008310                 TO SV-MAP-ENTRY (SV-MAP-COUNT)
008320         END-IF
008330     END-IF.
008340 1325-EXIT.
008350     EXIT.
008360*-----------------------------------------------------------------
008370* THE CLASSIFICATION RESULTS ARE A REFERENCE HERE, NOT AN INPUT
008380* THE RUN DEPENDS ON - A NIGHT BEFORE CLASSBAT HAS EVER BUILT
008390* CLASSOUT SIMPLY RUNS EVERY ACCOUNT ON THE FLAT DEFAULT.
008400*-----------------------------------------------------------------
008410 1350-OPEN-CLASSOUT.
008420     OPEN INPUT CLASSOUT-FILE.
008430     IF SV-CLSS-STATUS = "35"
008440         GO TO 1350-EXIT
008450     END-IF.
008460     IF SV-CLSS-STATUS NOT = "00"
008470         DISPLAY "SUBVERB - CLASSOUT OPEN ERROR " SV-CLSS-STATUS
008480         MOVE 99 TO RETURN-CODE
008490         GOBACK
008500     END-IF.
008510     SET SV-CLOUT-AVAILABLE TO TRUE.
008520 1350-EXIT.
008530     EXIT.
008540 1380-OPEN-EXCP-WORK.
008550     IF SV-RESUMING
008560         OPEN EXTEND EXCEPTION-WORK
008570         IF SV-EXCW-STATUS = "35"
008580             OPEN OUTPUT EXCEPTION-WORK
008590         END-IF
008600     ELSE
008610         OPEN OUTPUT EXCEPTION-WORK
008620     END-IF.
008630     IF SV-EXCW-STATUS NOT = "00"
008640         DISPLAY "SUBVERB - EXCPWORK OPEN ERROR " SV-EXCW-STATUS
008650         MOVE 99 TO RETURN-CODE
008660         GOBACK
008670     END-IF.
008680 1380-EXIT.
008690     EXIT.
008700*-----------------------------------------------------------------
008710* THE CHECKPOINT IS HONORED ONLY WHEN IT CARRIES TONIGHT'S
008720* BUSINESS DATE - A LEFTOVER FROM SOME OTHER NIGHT MEANS THAT
008730* NIGHT WAS RECOVERED ANOTHER WAY AND THIS RUN STARTS FRESH.
008740* ON A GENUINE RESUME THE CONTROL TOTALS COME BACK FROM THE
008750* CHECKPOINT AND EVERY OUTPUT IS TRIMMED BACK TO THE LAST
008760* CHECKPOINTED ACCOUNT, SO ROWS THE FAILED RUN WROTE PAST THE
008770* CHECKPOINT CAN NEVER DOUBLE UP WHEN THEY ARE REPROCESSED.
008780*-----------------------------------------------------------------
008790 1400-READ-CHECKPOINT.
008800     OPEN INPUT CHECKPOINT-FILE.
008810     IF SV-CHKP-STATUS NOT = "00"
008820         GO TO 1400-EXIT
008830     END-IF.
008840     MOVE SPACES TO CHECKPOINT-RECORD.
008850     READ CHECKPOINT-FILE
008860         AT END CONTINUE
008870     END-READ.
008880     CLOSE CHECKPOINT-FILE.
008890     IF CP-LAST-ACCOUNT = SPACES
008900         GO TO 1400-EXIT
008910     END-IF.
008920     IF CP-BUSINESS-DATE NOT = SV-GL-DATE
008930         DISPLAY "SUBVERB - STALE CHECKPOINT IGNORED FOR "
008940                 CP-BUSINESS-DATE
008950         GO TO 1400-EXIT
008960     END-IF.
008970     SET SV-RESUMING TO TRUE.
008980     MOVE CP-CURRENT-COMP    TO SV-CHKP-KEY-COMP.
008990     MOVE CP-LAST-ACCOUNT    TO SV-CHKP-KEY-ACCT.
009000     MOVE CP-RECORD-COUNT    TO SV-RECORD-COUNT.
009010     MOVE CP-ACCOUNT-COUNT   TO SV-ACCOUNT-COUNT.
009020     MOVE CP-GL-LINE-COUNT   TO SV-GL-LINE-COUNT.
009030     MOVE CP-NET-VARIANCE    TO SV-NET-VARIANCE.
009040     MOVE CP-EXCEPTION-COUNT TO SV-EXCEPTION-COUNT.
009050     MOVE CP-CURRENT-COMP    TO SV-CURRENT-COMP.
009060     MOVE CP-COMPANY-TOTALS  TO SV-COMPANY-TOTALS.
009070     IF SV-CURRENT-COMP NOT = SPACES
009080         PERFORM 2080-FIND-COMPANY-ENTRY THRU 2080-EXIT
009090     END-IF.
009100*    THE RUN HASHES ARE THE SUM OF THE PER-COMPANY HASHES -
009110*    EVERY DETAIL RECORD FEEDS BOTH - SO A RESUME REBUILDS
009120*    THEM FROM THE RESTORED COMPANY TABLE AND A STREAM'S
009130*    CONTROL RECORD STILL PROVES AGAINST THE TRAILER.
009140     MOVE 0 TO SV-RUN-BILLED-HASH.
009150     MOVE 0 TO SV-RUN-PAID-HASH.
009160     PERFORM 1405-RESTORE-RUN-HASHES THRU 1405-EXIT
009170         VARYING SV-CO-WORK-SUB FROM 1 BY 1
009180         UNTIL SV-CO-WORK-SUB > SV-CO-ENTRY-COUNT.
009190     DISPLAY "SUBVERB - RESUMING AFTER "
009200             SV-CHECKPOINT-KEY.
009210     PERFORM 1410-TRIM-OUTPUTS THRU 1410-EXIT.
009220 1400-EXIT.
009230     EXIT.
009240 1405-RESTORE-RUN-HASHES.
009250     ADD SV-CO-BILLED-HASH (SV-CO-WORK-SUB)
009260         TO SV-RUN-BILLED-HASH.
009270     ADD SV-CO-PAID-HASH (SV-CO-WORK-SUB)
009280         TO SV-RUN-PAID-HASH.
009290 1405-EXIT.
009300     EXIT.
009310*-----------------------------------------------------------------
009320* THE CHECKPOINT TOTALS SAY EXACTLY HOW MANY ROWS EACH OUTPUT
009330* HELD WHEN THE CHECKPOINT WAS CUT - ONE VARIANCE LINE AND
009340* HISTORY ROW PER COMPLETED ACCOUNT, THE GL JOURNAL LINES
009350* COUNTED AS THEY WERE WRITTEN (NONE, TWO, OR FOUR PER ACCOUNT),
009360* ONE EXCEPTION ROW PER COUNTED EXCEPTION.  THE TRIM KEEPS THAT
009370* MANY ROWS AND DROPS WHATEVER THE FAILED RUN WROTE PAST THE
009380* CHECKPOINT, SO A RESUME CAN NEVER DOUBLE A ROW WHATEVER THE
009390* COMPANY/ACCOUNT MIX.  EACH FILE PASSES THROUGH THE SVTRIMW
009400* WORK FILE AND IS COPIED BACK, THE SAME REBUILD DISCIPLINE AS
009410* THE HISTORY JOIN.
009420*-----------------------------------------------------------------
009430 1410-TRIM-OUTPUTS.
009440     PERFORM 1412-TRIM-VARIANCE-RPT THRU 1412-EXIT.
009450     PERFORM 1414-TRIM-EXCEPTION-RPT THRU 1414-EXIT.
009460     PERFORM 1416-TRIM-GL-EXTRACT THRU 1416-EXIT.
009470     PERFORM 1418-TRIM-HIST-WORK THRU 1418-EXIT.
009480     IF SV-STREAM-MODE
009490         PERFORM 1432-TRIM-EXCP-WORK THRU 1432-EXIT
009500     END-IF.
009510     MOVE "N" TO SV-EOF-SW.
009520 1410-EXIT.
009530     EXIT.
009540 1412-TRIM-VARIANCE-RPT.
009550     MOVE SV-ACCOUNT-COUNT TO SV-TRIM-KEEP.
009560     MOVE 0 TO SV-TRIM-SEEN.
009570     OPEN INPUT VARIANCE-REPORT.
009580     IF SV-VARI-STATUS NOT = "00"
009590         GO TO 1412-EXIT
009600     END-IF.
009610     OPEN OUTPUT TRIM-WORK-FILE.
009620     IF SV-TRMW-STATUS NOT = "00"
009630         DISPLAY "SUBVERB - SVTRIMW OPEN ERROR " SV-TRMW-STATUS
009640         MOVE 99 TO RETURN-CODE
009650         GOBACK
009660     END-IF.
009670     MOVE "N" TO SV-EOF-SW.
009680     PERFORM 1413-TRIM-ONE-VARI THRU 1413-EXIT
009690         UNTIL SV-EOF.
009700     CLOSE VARIANCE-REPORT.
009710     CLOSE TRIM-WORK-FILE.
009720     OPEN INPUT TRIM-WORK-FILE.
009730     OPEN OUTPUT VARIANCE-REPORT.
009740     MOVE "N" TO SV-EOF-SW.
009750     PERFORM 1423-COPY-ONE-VARI THRU 1423-EXIT
009760         UNTIL SV-EOF.
009770     CLOSE TRIM-WORK-FILE.
009780     CLOSE VARIANCE-REPORT.
009790 1412-EXIT.
009800     EXIT.
009810 1413-TRIM-ONE-VARI.
009820     READ VARIANCE-REPORT
009830         AT END SET SV-EOF TO TRUE
009840     END-READ.
009850     IF NOT SV-EOF
009860         IF SV-TRIM-SEEN < SV-TRIM-KEEP
009870             ADD 1 TO SV-TRIM-SEEN
009880             MOVE SPACES TO TRIM-WORK-RECORD
009890             MOVE VARIANCE-LINE TO TRIM-WORK-RECORD
009900             WRITE TRIM-WORK-RECORD
009910         END-IF
009920     END-IF.
009930 1413-EXIT.
009940     EXIT.
009950 1423-COPY-ONE-VARI.
009960     READ TRIM-WORK-FILE
009970         AT END SET SV-EOF TO TRUE
009980     END-READ.
009990     IF NOT SV-EOF
010000         MOVE TRIM-WORK-RECORD TO VARIANCE-LINE
010010         WRITE VARIANCE-LINE
010020     END-IF.
010030 1423-EXIT.
010040     EXIT.
010050 1414-TRIM-EXCEPTION-RPT.
010060     MOVE SV-EXCEPTION-COUNT TO SV-TRIM-KEEP.
010070     MOVE 0 TO SV-TRIM-SEEN.
010080     OPEN INPUT EXCEPTION-REPORT.
010090     IF SV-EXCP-STATUS NOT = "00"
010100         GO TO 1414-EXIT
010110     END-IF.
010120     OPEN OUTPUT TRIM-WORK-FILE.
010130     IF SV-TRMW-STATUS NOT = "00"
010140         DISPLAY "SUBVERB - SVTRIMW OPEN ERROR " SV-TRMW-STATUS
010150         MOVE 99 TO RETURN-CODE
010160         GOBACK
010170     END-IF.
010180     MOVE "N" TO SV-EOF-SW.
010190     PERFORM 1415-TRIM-ONE-EXCP THRU 1415-EXIT
010200         UNTIL SV-EOF.
010210     CLOSE EXCEPTION-REPORT.
010220     CLOSE TRIM-WORK-FILE.
010230     OPEN INPUT TRIM-WORK-FILE.
010240     OPEN OUTPUT EXCEPTION-REPORT.
010250     MOVE "N" TO SV-EOF-SW.
010260     PERFORM 1425-COPY-ONE-EXCP THRU 1425-EXIT
010270         UNTIL SV-EOF.
010280     CLOSE TRIM-WORK-FILE.
010290     CLOSE EXCEPTION-REPORT.
010300 1414-EXIT.
010310     EXIT.
010320 1415-TRIM-ONE-EXCP.
010330     READ EXCEPTION-REPORT
010340         AT END SET SV-EOF TO TRUE
010350     END-READ.
010360     IF NOT SV-EOF
010370         IF SV-TRIM-SEEN < SV-TRIM-KEEP
010380             ADD 1 TO SV-TRIM-SEEN
010390             MOVE SPACES TO TRIM-WORK-RECORD
010400             MOVE EXCEPTION-LINE TO TRIM-WORK-RECORD
010410             WRITE TRIM-WORK-RECORD
010420         END-IF
010430     END-IF.
010440 1415-EXIT.
010450     EXIT.
010460 1425-COPY-ONE-EXCP.
010470     READ TRIM-WORK-FILE
010480         AT END SET SV-EOF TO TRUE
010490     END-READ.
010500     IF NOT SV-EOF
010510         MOVE TRIM-WORK-RECORD TO EXCEPTION-LINE
010520         WRITE EXCEPTION-LINE
010530     END-IF.
010540 1425-EXIT.
010550     EXIT.
010560 1416-TRIM-GL-EXTRACT.
010570     MOVE SV-GL-LINE-COUNT TO SV-TRIM-KEEP.
010580     MOVE 0 TO SV-TRIM-SEEN.
010590     OPEN INPUT GL-EXTRACT-FILE.
010600     IF SV-GLEX-STATUS NOT = "00"
010610         GO TO 1416-EXIT
010620     END-IF.
010630     OPEN OUTPUT TRIM-WORK-FILE.
010640     IF SV-TRMW-STATUS NOT = "00"
010650         DISPLAY "SUBVERB - SVTRIMW OPEN ERROR " SV-TRMW-STATUS
010660         MOVE 99 TO RETURN-CODE
010670         GOBACK
010680     END-IF.
010690     MOVE "N" TO SV-EOF-SW.
010700     PERFORM 1417-TRIM-ONE-GLEX THRU 1417-EXIT
010710         UNTIL SV-EOF.
010720     CLOSE GL-EXTRACT-FILE.
010730     CLOSE TRIM-WORK-FILE.
010740     OPEN INPUT TRIM-WORK-FILE.
010750     OPEN OUTPUT GL-EXTRACT-FILE.
010760     MOVE "N" TO SV-EOF-SW.
010770     PERFORM 1427-COPY-ONE-GLEX THRU 1427-EXIT
010780         UNTIL SV-EOF.
010790     CLOSE TRIM-WORK-FILE.
010800     CLOSE GL-EXTRACT-FILE.
010810 1416-EXIT.
010820     EXIT.
010830 1417-TRIM-ONE-GLEX.
010840     READ GL-EXTRACT-FILE
010850         AT END SET SV-EOF TO TRUE
010860     END-READ.
010870     IF NOT SV-EOF
010880         IF SV-TRIM-SEEN < SV-TRIM-KEEP
010890             ADD 1 TO SV-TRIM-SEEN
010900             MOVE SPACES TO TRIM-WORK-RECORD
010910             MOVE GL-EXTRACT-RECORD TO TRIM-WORK-RECORD
010920             WRITE TRIM-WORK-RECORD
010930         END-IF
010940     END-IF.
010950 1417-EXIT.
010960     EXIT.
010970 1427-COPY-ONE-GLEX.
010980     READ TRIM-WORK-FILE
010990         AT END SET SV-EOF TO TRUE
011000     END-READ.
011010     IF NOT SV-EOF
011020         MOVE TRIM-WORK-RECORD TO GL-EXTRACT-RECORD
011030         WRITE GL-EXTRACT-RECORD
011040     END-IF.
011050 1427-EXIT.
011060     EXIT.
011070 1418-TRIM-HIST-WORK.
011080     MOVE SV-ACCOUNT-COUNT TO SV-TRIM-KEEP.
011090     MOVE 0 TO SV-TRIM-SEEN.
011100     OPEN INPUT VARIANCE-HIST-WORK.
011110     IF SV-HSTW-STATUS NOT = "00"
011120         GO TO 1418-EXIT
011130     END-IF.
011140     OPEN OUTPUT TRIM-WORK-FILE.
011150     IF SV-TRMW-STATUS NOT = "00"
011160         DISPLAY "SUBVERB - SVTRIMW OPEN ERROR " SV-TRMW-STATUS
011170         MOVE 99 TO RETURN-CODE
011180         GOBACK
011190     END-IF.
011200     MOVE "N" TO SV-EOF-SW.
011210     PERFORM 1419-TRIM-ONE-HIST THRU 1419-EXIT
011220         UNTIL SV-EOF.
011230     CLOSE VARIANCE-HIST-WORK.
011240     CLOSE TRIM-WORK-FILE.
011250     OPEN INPUT TRIM-WORK-FILE.
011260     OPEN OUTPUT VARIANCE-HIST-WORK.
011270     MOVE "N" TO SV-EOF-SW.
011280     PERFORM 1429-COPY-ONE-HIST THRU 1429-EXIT
011290         UNTIL SV-EOF.
011300     CLOSE TRIM-WORK-FILE.
011310     CLOSE VARIANCE-HIST-WORK.
011320 1418-EXIT.
011330     EXIT.
011340 1419-TRIM-ONE-HIST.
011350     READ VARIANCE-HIST-WORK
011360         AT END SET SV-EOF TO TRUE
011370     END-READ.
011380     IF NOT SV-EOF
011390         IF SV-TRIM-SEEN < SV-TRIM-KEEP
011400             ADD 1 TO SV-TRIM-SEEN
011410             MOVE SPACES TO TRIM-WORK-RECORD
011420             MOVE VH-HISTORY-RECORD TO TRIM-WORK-RECORD
011430             WRITE TRIM-WORK-RECORD
011440         END-IF
011450     END-IF.
011460 1419-EXIT.
011470     EXIT.
011480 1429-COPY-ONE-HIST.
011490     READ TRIM-WORK-FILE
011500         AT END SET SV-EOF TO TRUE
011510     END-READ.
011520     IF NOT SV-EOF
011530         MOVE TRIM-WORK-RECORD TO VH-HISTORY-RECORD
011540         WRITE VH-HISTORY-RECORD
011550     END-IF.
011560 1429-EXIT.
011570     EXIT.
011580 1432-TRIM-EXCP-WORK.
011590     MOVE SV-EXCEPTION-COUNT TO SV-TRIM-KEEP.
011600     MOVE 0 TO SV-TRIM-SEEN.
011610     OPEN INPUT EXCEPTION-WORK.
011620     IF SV-EXCW-STATUS NOT = "00"
011630         GO TO 1432-EXIT
011640     END-IF.
011650     OPEN OUTPUT TRIM-WORK-FILE.
011660     IF SV-TRMW-STATUS NOT = "00"
011670         DISPLAY "SUBVERB - SVTRIMW OPEN ERROR " SV-TRMW-STATUS
011680         MOVE 99 TO RETURN-CODE
011690         GOBACK
011700     END-IF.
011710     MOVE "N" TO SV-EOF-SW.
011720     PERFORM 1433-TRIM-ONE-EXCW THRU 1433-EXIT
011730         UNTIL SV-EOF.
011740     CLOSE EXCEPTION-WORK.
011750     CLOSE TRIM-WORK-FILE.
011760     OPEN INPUT TRIM-WORK-FILE.
011770     OPEN OUTPUT EXCEPTION-WORK.
011780     MOVE "N" TO SV-EOF-SW.
011790     PERFORM 1435-COPY-ONE-EXCW THRU 1435-EXIT
011800         UNTIL SV-EOF.
011810     CLOSE TRIM-WORK-FILE.
011820     CLOSE EXCEPTION-WORK.
011830 1432-EXIT.
011840     EXIT.
011850 1433-TRIM-ONE-EXCW.
011860     READ EXCEPTION-WORK
011870         AT END SET SV-EOF TO TRUE
011880     END-READ.
011890     IF NOT SV-EOF
011900         IF SV-TRIM-SEEN < SV-TRIM-KEEP
011910             ADD 1 TO SV-TRIM-SEEN
011920             MOVE SPACES TO TRIM-WORK-RECORD
011930             MOVE EW-EXCEPTION-WORK-RECORD TO TRIM-WORK-RECORD
011940             WRITE TRIM-WORK-RECORD
011950         END-IF
011960     END-IF.
011970 1433-EXIT.
011980     EXIT.
011990 1435-COPY-ONE-EXCW.
012000     READ TRIM-WORK-FILE
012010         AT END SET SV-EOF TO TRUE
012020     END-READ.
012030     IF NOT SV-EOF
012040         MOVE TRIM-WORK-RECORD TO EW-EXCEPTION-WORK-RECORD
012050         WRITE EW-EXCEPTION-WORK-RECORD
012060     END-IF.
012070 1435-EXIT.
012080     EXIT.
012090*-----------------------------------------------------------------
012100* THE TRANSACTION FILE IS ALREADY PRIMED - WALK PAST EVERY
012110* RECORD THE CHECKPOINT ALREADY COVERS.  THE FILE RUNS IN
012120* COMPANY/ACCOUNT ORDER, SO THE SKIP COMPARES THE SAME
012130* COMPANY+ACCOUNT KEY THE SEQUENCE CHECK USES - A LATER
012140* COMPANY MAY LEGALLY CARRY LOWER ACCOUNT IDS.  THE RESTORED
012150* TOTALS ALREADY COUNT THE RECORDS WALKED PAST.
012160*-----------------------------------------------------------------
012170 1450-SKIP-TO-CHECKPOINT.
012180     MOVE TRAN-COMPANY-CODE TO SV-REC-COMP.
012190     MOVE TRAN-ACCT-ID      TO SV-REC-ACCT.
012200     PERFORM 1460-SKIP-ONE-RECORD THRU 1460-EXIT
012210         UNTIL SV-EOF
012220            OR SV-REC-KEY > SV-CHECKPOINT-KEY.
012230     MOVE SPACES TO SV-AUDIT-DETAIL.
012240     STRING "RESUMED AFTER " DELIMITED BY SIZE
012250            SV-CHECKPOINT-KEY DELIMITED BY SIZE
012260       INTO SV-AUDIT-DETAIL.
012270     CALL "AUDITLOG" USING "SUBVERB   "
012280                            "RESTART   "
012290                            SV-AUDIT-DETAIL.
012300 1450-EXIT.
012310     EXIT.
012320 1460-SKIP-ONE-RECORD.
012330     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
012340     IF NOT SV-EOF
012350         MOVE TRAN-COMPANY-CODE TO SV-REC-COMP
012360         MOVE TRAN-ACCT-ID      TO SV-REC-ACCT
012370     END-IF.
012380 1460-EXIT.
012390     EXIT.
012400*-----------------------------------------------------------------
012410* PROVE THE FILE AGAINST THE UPSTREAM TRAILER BEFORE A SINGLE
012420* OUTPUT IS OPENED.  THE PRE-PASS COUNTS THE DETAIL RECORDS AND
012430* ACCUMULATES BILLED/PAID HASH TOTALS, THEN DEMANDS THE TRAILER
012440* AGREE ON ALL THREE.  A TRUNCATED OR PADDED TRANSMISSION DIES
012450* RIGHT HERE WITH LAST NIGHT'S REPORTS STILL INTACT ON DISK.
012460*-----------------------------------------------------------------
012470 1500-VERIFY-TRAILER.
012480     OPEN INPUT COMPANY-MASTER.
012490     IF SV-COMP-STATUS NOT = "00"
012500         DISPLAY "SUBVERB - COMPMST OPEN ERROR " SV-COMP-STATUS
012510         MOVE 99 TO RETURN-CODE
012520         GOBACK
012530     END-IF.
012540     PERFORM 2905-READ-VERIFY THRU 2905-EXIT.
012550     PERFORM 1550-TALLY-RECORD THRU 1550-EXIT
012560         UNTIL SV-EOF.
012570     IF NOT SV-TRAILER-FOUND
012580         MOVE "NO TRAILER RECORD ON TRANFILE" TO SV-ABORT-MESSAGE
012590         PERFORM 1900-TRAILER-ABORT THRU 1900-EXIT
012600     END-IF.
012610     IF SV-TRLR-COUNT NOT = SV-VER-COUNT
012620         MOVE SV-TRLR-COUNT TO SV-EDIT-CNT-TRLR
012630         MOVE SV-VER-COUNT  TO SV-EDIT-CNT-FILE
012640         DISPLAY "SUBVERB - TRAILER COUNT " SV-EDIT-CNT-TRLR
012650                 " FILE COUNT " SV-EDIT-CNT-FILE
012660         MOVE "TRANFILE RECORD COUNT MISMATCH" TO SV-ABORT-MESSAGE
012670         PERFORM 1900-TRAILER-ABORT THRU 1900-EXIT
012680     END-IF.
012690     IF SV-TRLR-BILLED-HASH NOT = SV-VER-BILLED-HASH
012700         MOVE SV-TRLR-BILLED-HASH TO SV-EDIT-AMT-TRLR
012710         MOVE SV-VER-BILLED-HASH  TO SV-EDIT-AMT-FILE
012720         DISPLAY "SUBVERB - TRAILER BILLED " SV-EDIT-AMT-TRLR
012730                 " FILE BILLED " SV-EDIT-AMT-FILE
012740         MOVE "TRANFILE BILLED HASH MISMATCH" TO SV-ABORT-MESSAGE
012750         PERFORM 1900-TRAILER-ABORT THRU 1900-EXIT
012760     END-IF.
012770     IF SV-TRLR-PAID-HASH NOT = SV-VER-PAID-HASH
012780         MOVE SV-TRLR-PAID-HASH TO SV-EDIT-AMT-TRLR
012790         MOVE SV-VER-PAID-HASH  TO SV-EDIT-AMT-FILE
012800         DISPLAY "SUBVERB - TRAILER PAID " SV-EDIT-AMT-TRLR
012810                 " FILE PAID " SV-EDIT-AMT-FILE
012820         MOVE "TRANFILE PAID HASH MISMATCH" TO SV-ABORT-MESSAGE
012830         PERFORM 1900-TRAILER-ABORT THRU 1900-EXIT
012840     END-IF.
012850     PERFORM 1570-VERIFY-COMPANY-TOTALS THRU 1570-EXIT.
012860     PERFORM 1598-VERIFY-TYPE-TOTALS THRU 1598-EXIT.
012870     CLOSE COMPANY-MASTER.
012880     CLOSE TRANSACTION-FILE.
012890     OPEN INPUT TRANSACTION-FILE.
012900     IF SV-TRAN-STATUS NOT = "00"
012910         DISPLAY "SUBVERB - TRANFILE REOPEN ERROR " SV-TRAN-STATUS
012920         MOVE 99 TO RETURN-CODE
012930         GOBACK
012940     END-IF.
012950     MOVE "N" TO SV-EOF-SW.
012960 1500-EXIT.
012970     EXIT.
012980 1550-TALLY-RECORD.
012990     EVALUATE TT-TRAILER-TAG
013000         WHEN "TRAILER"
013010             MOVE TT-RECORD-COUNT TO SV-TRLR-COUNT
013020             MOVE TT-BILLED-HASH  TO SV-TRLR-BILLED-HASH
013030             MOVE TT-PAID-HASH    TO SV-TRLR-PAID-HASH
013040             SET SV-TRAILER-FOUND TO TRUE
013050         WHEN "CTRAILER"
013060             PERFORM 1560-TALLY-CO-TRAILER THRU 1560-EXIT
013070         WHEN "TTRAILER"
013080             PERFORM 1590-TALLY-TYPE-TRAILER THRU 1590-EXIT
013090         WHEN OTHER
013100             IF SV-TRAILER-FOUND
013110                 MOVE "DETAIL RECORD FOLLOWS TRAILER"
013120                         TO SV-ABORT-MESSAGE
013130                 PERFORM 1900-TRAILER-ABORT THRU 1900-EXIT
013140             END-IF
013150             ADD 1 TO SV-VER-COUNT
013160             ADD TRAN-BILLED-AMT TO SV-VER-BILLED-HASH
013170             ADD TRAN-PAID-AMT   TO SV-VER-PAID-HASH
013180             PERFORM 1565-TALLY-CO-DETAIL THRU 1565-EXIT
013190             PERFORM 1595-TALLY-TYPE-DETAIL THRU 1595-EXIT
013200     END-EVALUATE.
013210     PERFORM 2905-READ-VERIFY THRU 2905-EXIT.
013220 1550-EXIT.
013230     EXIT.
013240 1560-TALLY-CO-TRAILER.
013250     IF SV-TRLR-CO-CNT NOT < SV-CO-MAX
013260         MOVE "TOO MANY COMPANY TRAILERS" TO SV-ABORT-MESSAGE
013270         PERFORM 1900-TRAILER-ABORT THRU 1900-EXIT
013280     END-IF.
013290     ADD 1 TO SV-TRLR-CO-CNT.
013300     MOVE CT-COMPANY-CODE TO SV-TRLR-CO-CODE (SV-TRLR-CO-CNT).
013310     MOVE CT-RECORD-COUNT TO SV-TRLR-CO-COUNT (SV-TRLR-CO-CNT).
013320     MOVE CT-BILLED-HASH  TO SV-TRLR-CO-BILLED (SV-TRLR-CO-CNT).
013330     MOVE CT-PAID-HASH    TO SV-TRLR-CO-PAID (SV-TRLR-CO-CNT).
013340 1560-EXIT.
013350     EXIT.
013360 1565-TALLY-CO-DETAIL.
013370     MOVE "N" TO SV-CO-FOUND-SW.
013380     PERFORM 1566-MATCH-VER-ENTRY THRU 1566-EXIT
013390         VARYING SV-CO-WORK-SUB FROM 1 BY 1
013400         UNTIL SV-CO-WORK-SUB > SV-VER-CO-CNT
013410            OR SV-CO-FOUND.
013420     IF NOT SV-CO-FOUND
013430         PERFORM 1567-CHECK-COMPANY-MASTER THRU 1567-EXIT
013440         IF SV-VER-CO-CNT NOT < SV-CO-MAX
013450             MOVE "TOO MANY COMPANIES ON TRANFILE"
013460                     TO SV-ABORT-MESSAGE
013470             PERFORM 1900-TRAILER-ABORT THRU 1900-EXIT
013480         END-IF
013490         ADD 1 TO SV-VER-CO-CNT
013500         MOVE SV-VER-CO-CNT TO SV-VC-SUB
013510         MOVE TRAN-COMPANY-CODE TO SV-VER-CO-CODE (SV-VC-SUB)
013520         MOVE 0 TO SV-VER-CO-COUNT (SV-VC-SUB)
013530         MOVE 0 TO SV-VER-CO-BILLED (SV-VC-SUB)
013540         MOVE 0 TO SV-VER-CO-PAID (SV-VC-SUB)
013550         MOVE CM-COMPANY-NAME  TO SV-VER-CO-NAME (SV-VC-SUB)
013560         MOVE CM-LEDGER-ID     TO SV-VER-CO-LEDGER (SV-VC-SUB)
013570         MOVE CM-CURRENCY-CODE TO SV-VER-CO-CURRENCY (SV-VC-SUB)
013580     END-IF.
013590     ADD 1 TO SV-VER-CO-COUNT (SV-VC-SUB).
013600     ADD TRAN-BILLED-AMT TO SV-VER-CO-BILLED (SV-VC-SUB).
013610     ADD TRAN-PAID-AMT   TO SV-VER-CO-PAID (SV-VC-SUB).
013620 1565-EXIT.
013630     EXIT.
013640 1566-MATCH-VER-ENTRY.
013650     IF SV-VER-CO-CODE (SV-CO-WORK-SUB) = TRAN-COMPANY-CODE
013660         MOVE SV-CO-WORK-SUB TO SV-VC-SUB
013670         SET SV-CO-FOUND TO TRUE
013680     END-IF.
013690 1566-EXIT.
013700     EXIT.
013710*-----------------------------------------------------------------
013720* THE FIRST RECORD FOR EACH COMPANY IS CHECKED AGAINST THE
013730* COMPANY MASTER.  A MISTYPED CODE WOULD OTHERWISE POST AS AN
013740* ENTITY OF ITS OWN, AND AN INACTIVE COMPANY HAS NO LEDGER TO
013750* TAKE ITS JOURNAL - EITHER WAY THE FILE GOES BACK UPSTREAM.
013760*-----------------------------------------------------------------
013770 1567-CHECK-COMPANY-MASTER.
013780     MOVE TRAN-COMPANY-CODE TO CM-COMPANY-CODE.
013790     READ COMPANY-MASTER
013800         INVALID KEY
013810             DISPLAY "SUBVERB - COMPANY " TRAN-COMPANY-CODE
013820                     " NOT ON COMPANY MASTER"
013830             MOVE "UNKNOWN COMPANY ON TRANFILE"
013840                     TO SV-ABORT-MESSAGE
013850             PERFORM 1900-TRAILER-ABORT THRU 1900-EXIT
013860     END-READ.
013870     IF NOT CM-ACTIVE
013880         DISPLAY "SUBVERB - COMPANY " TRAN-COMPANY-CODE
013890                 " IS INACTIVE ON COMPANY MASTER"
013900         MOVE "INACTIVE COMPANY ON TRANFILE" TO SV-ABORT-MESSAGE
013910         PERFORM 1900-TRAILER-ABORT THRU 1900-EXIT
013920     END-IF.
013930 1567-EXIT.
013940     EXIT.
013950*-----------------------------------------------------------------
013960* EVERY COMPANY SEEN ON THE FILE MUST HAVE A CTRAILER THAT
013970* AGREES ON COUNT AND BOTH HASHES, AND THERE MUST BE EXACTLY AS
013980* MANY CTRAILERS AS COMPANIES - A MERGE THAT DROPPED OR
013990* DOUBLED AN ENTITY DIES HERE, NOT IN ACCOUNTING'S POSTINGS.
014000*-----------------------------------------------------------------
014010 1570-VERIFY-COMPANY-TOTALS.
014020     IF SV-TRLR-CO-CNT NOT = SV-VER-CO-CNT
014030         MOVE "COMPANY TRAILER COUNT MISMATCH"
014040                 TO SV-ABORT-MESSAGE
014050         PERFORM 1900-TRAILER-ABORT THRU 1900-EXIT
014060     END-IF.
014070     PERFORM 1580-VERIFY-ONE-COMPANY THRU 1580-EXIT
014080         VARYING SV-VC-SUB FROM 1 BY 1
014090         UNTIL SV-VC-SUB > SV-VER-CO-CNT.
014100 1570-EXIT.
014110     EXIT.
014120 1580-VERIFY-ONE-COMPANY.
014130     MOVE "N" TO SV-CO-FOUND-SW.
014140     PERFORM 1585-MATCH-TRLR-ENTRY THRU 1585-EXIT
014150         VARYING SV-CO-WORK-SUB FROM 1 BY 1
014160         UNTIL SV-CO-WORK-SUB > SV-TRLR-CO-CNT
014170            OR SV-CO-FOUND.
014180     IF NOT SV-CO-FOUND
014190         DISPLAY "SUBVERB - NO CTRAILER FOR COMPANY "
014200                 SV-VER-CO-CODE (SV-VC-SUB)
014210         MOVE "COMPANY TRAILER MISSING" TO SV-ABORT-MESSAGE
014220         PERFORM 1900-TRAILER-ABORT THRU 1900-EXIT
014230     END-IF.
014240     IF SV-TRLR-CO-COUNT (SV-TC-SUB)
014250             NOT = SV-VER-CO-COUNT (SV-VC-SUB)
014260        OR SV-TRLR-CO-BILLED (SV-TC-SUB)
014270             NOT = SV-VER-CO-BILLED (SV-VC-SUB)
014280        OR SV-TRLR-CO-PAID (SV-TC-SUB)
014290             NOT = SV-VER-CO-PAID (SV-VC-SUB)
014300         DISPLAY "SUBVERB - COMPANY " SV-VER-CO-CODE (SV-VC-SUB)
014310                 " TOTALS DISAGREE WITH ITS CTRAILER"
014320         MOVE "COMPANY HASH MISMATCH" TO SV-ABORT-MESSAGE
014330         PERFORM 1900-TRAILER-ABORT THRU 1900-EXIT
014340     END-IF.
014350 1580-EXIT.
014360     EXIT.
014370 1585-MATCH-TRLR-ENTRY.
014380     IF SV-TRLR-CO-CODE (SV-CO-WORK-SUB)
014390             = SV-VER-CO-CODE (SV-VC-SUB)
014400         MOVE SV-CO-WORK-SUB TO SV-TC-SUB
014410         SET SV-CO-FOUND TO TRUE
014420     END-IF.
014430 1585-EXIT.
014440     EXIT.
014450*-----------------------------------------------------------------
014460* ONE TTRAILER PER TRANSACTION TYPE.  A CODE TRTYPCPY DOES NOT
014470* KNOW, OR A SECOND TTRAILER FOR THE SAME CODE, MEANS THE
014480* UPSTREAM BUILD WENT WRONG - THE FILE IS REJECTED.
014490*-----------------------------------------------------------------
014500 1590-TALLY-TYPE-TRAILER.
014510     MOVE TY-TYPE-CODE TO SV-TYPE-WANTED.
014520     PERFORM 2040-FIND-TRAN-TYPE THRU 2040-EXIT.
014530     IF NOT SV-TYPE-FOUND
014540         DISPLAY "SUBVERB - TTRAILER FOR UNKNOWN TYPE "
014550                 TY-TYPE-CODE
014560         MOVE "UNKNOWN TYPE ON TTRAILER" TO SV-ABORT-MESSAGE
014570         PERFORM 1900-TRAILER-ABORT THRU 1900-EXIT
014580     END-IF.
014590     IF SV-TRLR-TY-SEEN (SV-TY-SUB)
014600         MOVE "DUPLICATE TYPE TRAILER" TO SV-ABORT-MESSAGE
014610         PERFORM 1900-TRAILER-ABORT THRU 1900-EXIT
014620     END-IF.
014630     SET SV-TRLR-TY-SEEN (SV-TY-SUB) TO TRUE.
014640     MOVE TY-RECORD-COUNT TO SV-TRLR-TY-COUNT (SV-TY-SUB).
014650     MOVE TY-BILLED-HASH  TO SV-TRLR-TY-BILLED (SV-TY-SUB).
014660     MOVE TY-PAID-HASH    TO SV-TRLR-TY-PAID (SV-TY-SUB).
014670 1590-EXIT.
014680     EXIT.
014690 1595-TALLY-TYPE-DETAIL.
014700     MOVE TRAN-TYPE-CODE TO SV-TYPE-WANTED.
014710     PERFORM 2040-FIND-TRAN-TYPE THRU 2040-EXIT.
014720     IF NOT SV-TYPE-FOUND
014730         DISPLAY "SUBVERB - UNKNOWN TRANSACTION TYPE "
014740                 TRAN-TYPE-CODE " AT " TRAN-ACCT-ID
014750         MOVE "UNKNOWN TRANSACTION TYPE ON TRANFILE"
014760                 TO SV-ABORT-MESSAGE
014770         PERFORM 1900-TRAILER-ABORT THRU 1900-EXIT
014780     END-IF.
014790     ADD 1 TO SV-VER-TY-COUNT (SV-TY-SUB).
014800     ADD TRAN-BILLED-AMT TO SV-VER-TY-BILLED (SV-TY-SUB).
014810     ADD TRAN-PAID-AMT   TO SV-VER-TY-PAID (SV-TY-SUB).
014820 1595-EXIT.
014830     EXIT.
014840*-----------------------------------------------------------------
014850* EVERY TYPE ON THE FILE MUST HAVE ITS TTRAILER, AND EVERY
014860* TTRAILER MUST AGREE ON COUNT AND BOTH HASHES.  A TTRAILER FOR
014870* A TYPE WITH NO DETAILS TONIGHT PROVES AGAINST ZEROS.
014880*-----------------------------------------------------------------
014890 1598-VERIFY-TYPE-TOTALS.
014900     PERFORM 1599-VERIFY-ONE-TYPE THRU 1599-EXIT
014910         VARYING SV-TY-SUB FROM 1 BY 1
014920         UNTIL SV-TY-SUB > TC-TYPE-MAX.
014930 1598-EXIT.
014940     EXIT.
014950 1599-VERIFY-ONE-TYPE.
014960     IF NOT SV-TRLR-TY-SEEN (SV-TY-SUB)
014970         IF SV-VER-TY-COUNT (SV-TY-SUB) = 0
014980             GO TO 1599-EXIT
014990         END-IF
015000         DISPLAY "SUBVERB - NO TTRAILER FOR TYPE "
015010                 TC-TYPE-CODE (SV-TY-SUB)
015020         MOVE "TYPE TRAILER MISSING" TO SV-ABORT-MESSAGE
015030         PERFORM 1900-TRAILER-ABORT THRU 1900-EXIT
015040     END-IF.
015050     IF SV-TRLR-TY-COUNT (SV-TY-SUB)
015060             NOT = SV-VER-TY-COUNT (SV-TY-SUB)
015070        OR SV-TRLR-TY-BILLED (SV-TY-SUB)
015080             NOT = SV-VER-TY-BILLED (SV-TY-SUB)
015090        OR SV-TRLR-TY-PAID (SV-TY-SUB)
015100             NOT = SV-VER-TY-PAID (SV-TY-SUB)
015110         DISPLAY "SUBVERB - TYPE " TC-TYPE-CODE (SV-TY-SUB)
015120                 " TOTALS DISAGREE WITH ITS TTRAILER"
015130         MOVE "TYPE HASH MISMATCH" TO SV-ABORT-MESSAGE
015140         PERFORM 1900-TRAILER-ABORT THRU 1900-EXIT
015150     END-IF.
015160 1599-EXIT.
015170     EXIT.
015180*-----------------------------------------------------------------
015190* THE FILE FAILED ITS CONTROL TOTALS - SAY WHY ON THE CONSOLE
015200* AND THE AUDIT TRAIL, THEN GET OUT BEFORE ANYTHING IS WRITTEN.
015210*-----------------------------------------------------------------
015220 1900-TRAILER-ABORT.
015230     DISPLAY "SUBVERB - " SV-ABORT-MESSAGE.
015240     MOVE SV-ABORT-MESSAGE TO SV-AUDIT-DETAIL.
015250     CALL "AUDITLOG" USING "SUBVERB   "
015260                            "ABORT     "
015270                            SV-AUDIT-DETAIL.
015280     CLOSE COMPANY-MASTER.
015290     CLOSE TRANSACTION-FILE.
015300     MOVE 99 TO RETURN-CODE.
015310     GOBACK.
015320 1900-EXIT.
015330     EXIT.
015340*-----------------------------------------------------------------
015350* ONE PASS PER TRANSACTION RECORD, ACCUMULATING EACH ACCOUNT'S
015360* BILLED AND PAID AMOUNTS.  THE BUSY-DAY FILES NOW CARRY SEVERAL
015370* TRANSACTIONS PER ACCOUNT, SO THE VARIANCE WORK HAPPENS AT THE
015380* ACCOUNT BREAK, NOT PER RECORD, AND A KEY RUNNING BACKWARDS
015390* MEANS THE UPSTREAM SORT FAILED - REJECT THE WHOLE FILE.
015400*-----------------------------------------------------------------
015410 2000-PROCESS-RECORDS.
015420*    IN STREAM MODE ONLY THE SLICE BETWEEN THE RANGE BOUNDS IS
015430*    PROCESSED - RECORDS BELOW IT ARE WALKED PAST, AND THE
015440*    FIRST RECORD ABOVE IT ENDS THE RUN EARLY.
015450     IF SV-STREAM-MODE
015460         MOVE TRAN-COMPANY-CODE TO SV-REC-COMP
015470         MOVE TRAN-ACCT-ID      TO SV-REC-ACCT
015480         IF SV-REC-KEY > SV-RANGE-HIGH
015490             SET SV-EOF TO TRUE
015500             GO TO 2000-EXIT
015510         END-IF
015520         IF SV-REC-KEY < SV-RANGE-LOW
015530             PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT
015540             GO TO 2000-EXIT
015550         END-IF
015560     END-IF.
015570     IF TRAN-COMPANY-CODE NOT = SV-CURRENT-COMP
015580        OR TRAN-ACCT-ID NOT = SV-CURRENT-ACCT
015590         IF SV-CURRENT-ACCT NOT = SPACES
015600             IF TRAN-COMPANY-CODE < SV-CURRENT-COMP
015610                OR (TRAN-COMPANY-CODE = SV-CURRENT-COMP
015620                    AND TRAN-ACCT-ID < SV-CURRENT-ACCT)
015630                 PERFORM 2600-SEQUENCE-ABORT THRU 2600-EXIT
015640             END-IF
015650             PERFORM 2500-ACCOUNT-BREAK THRU 2500-EXIT
015660         END-IF
015670         IF TRAN-COMPANY-CODE NOT = SV-CURRENT-COMP
015680             PERFORM 2070-START-COMPANY THRU 2070-EXIT
015690         END-IF
015700         PERFORM 2050-START-ACCOUNT THRU 2050-EXIT
015710     END-IF.
015720*    THE PRE-PASS HAS PROVED EVERY CODE ON A SINGLE-STREAM RUN;
015730*    A STREAM MEETS ITS CODES HERE FOR THE FIRST TIME.
015740     MOVE TRAN-TYPE-CODE TO SV-TYPE-WANTED.
015750     PERFORM 2040-FIND-TRAN-TYPE THRU 2040-EXIT.
015760     IF NOT SV-TYPE-FOUND
015770         PERFORM 2610-TYPE-ABORT THRU 2610-EXIT
015780     END-IF.
015790     ADD TRAN-BILLED-AMT TO SV-ACCT-BILLED.
015800     ADD TRAN-PAID-AMT   TO SV-ACCT-PAID.
015810     ADD 1 TO SV-RECORD-COUNT.
015820     ADD TRAN-BILLED-AMT TO SV-RUN-BILLED-HASH.
015830     ADD TRAN-PAID-AMT   TO SV-RUN-PAID-HASH.
015840     ADD 1 TO SV-CO-RECORD-COUNT (SV-CO-SUB).
015850     ADD TRAN-BILLED-AMT TO SV-CO-BILLED-HASH (SV-CO-SUB).
015860     ADD TRAN-PAID-AMT   TO SV-CO-PAID-HASH (SV-CO-SUB).
015870     ADD 1 TO SV-CO-TY-COUNT (SV-CO-SUB, SV-TY-SUB).
015880     ADD TRAN-BILLED-AMT
015890         TO SV-CO-TY-BILLED (SV-CO-SUB, SV-TY-SUB).
015900     ADD TRAN-PAID-AMT
015910         TO SV-CO-TY-PAID (SV-CO-SUB, SV-TY-SUB).
015920*    A WRITE-OFF ADJUSTMENT'S OWN PAID-MINUS-BILLED IS KEPT
015930*    APART - IT IS JOURNALLED TO BAD DEBT SEPARATELY FROM THE
015940*    REST OF THE ACCOUNT'S VARIANCE, AND GOES ON THE HISTORY ROW.
015950     IF TRAN-TYPE-WRITEOFF
015960         SET SV-WRITEOFF-ENTRY TO TRUE
015970         ADD TRAN-PAID-AMT        TO SV-ACCT-WO-NET
015980         SUBTRACT TRAN-BILLED-AMT FROM SV-ACCT-WO-NET
015990         IF TRAN-PPA-FLAG = "P"
016000             MOVE TRAN-PPA-DATA TO SV-ACCT-WO-PPA
016010         END-IF
016020     END-IF.
016030     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
016040 2000-EXIT.
016050     EXIT.
016060*-----------------------------------------------------------------
016070* LOOK SV-TYPE-WANTED UP IN THE TRTYPCPY TABLE - SV-TY-SUB NAMES
016080* ITS ENTRY WHEN SV-TYPE-FOUND.
016090*-----------------------------------------------------------------
016100 2040-FIND-TRAN-TYPE.
016110     MOVE "N" TO SV-TYPE-FOUND-SW.
016120     PERFORM 2045-MATCH-TRAN-TYPE THRU 2045-EXIT
016130         VARYING SV-TY-WORK-SUB FROM 1 BY 1
016140         UNTIL SV-TY-WORK-SUB > TC-TYPE-MAX
016150            OR SV-TYPE-FOUND.
016160 2040-EXIT.
016170     EXIT.
016180 2045-MATCH-TRAN-TYPE.
016190     IF TC-TYPE-CODE (SV-TY-WORK-SUB) = SV-TYPE-WANTED
016200         MOVE SV-TY-WORK-SUB TO SV-TY-SUB
016210         SET SV-TYPE-FOUND TO TRUE
016220     END-IF.
016230 2045-EXIT.
016240     EXIT.
016250 2050-START-ACCOUNT.
016260     MOVE TRAN-ACCT-ID TO SV-CURRENT-ACCT.
016270     MOVE 0 TO SV-ACCT-BILLED.
016280     MOVE 0 TO SV-ACCT-PAID.
016290     MOVE 0 TO SV-ACCT-WO-NET.
016300     MOVE SPACE TO SV-ACCT-WO-PPA-FLAG.
016310     MOVE 0 TO SV-ACCT-WO-ORIG-PER SV-ACCT-WO-POST-PER.
016320     MOVE "N" TO SV-WRITEOFF-SW.
016330 2050-EXIT.
016340     EXIT.
016350*-----------------------------------------------------------------
016360* THE COMPANY IS THE MAJOR KEY - ITS SUBTOTAL ENTRY IS FOUND OR
016370* CREATED WHEN THE FIRST OF ITS RECORDS ARRIVES, AND EVERYTHING
016380* THE RUN COUNTS FOR THE COMPANY LANDS IN THAT ENTRY.
016390*-----------------------------------------------------------------
016400 2070-START-COMPANY.
016410     MOVE TRAN-COMPANY-CODE TO SV-CURRENT-COMP.
016420     PERFORM 2080-FIND-COMPANY-ENTRY THRU 2080-EXIT.
016430 2070-EXIT.
016440     EXIT.
016450 2080-FIND-COMPANY-ENTRY.
016460     MOVE "N" TO SV-CO-FOUND-SW.
016470     PERFORM 2085-MATCH-CO-ENTRY THRU 2085-EXIT
016480         VARYING SV-CO-WORK-SUB FROM 1 BY 1
016490         UNTIL SV-CO-WORK-SUB > SV-CO-ENTRY-COUNT
016500            OR SV-CO-FOUND.
016510     IF NOT SV-CO-FOUND
016520         IF SV-CO-ENTRY-COUNT NOT < SV-CO-MAX
016530             DISPLAY "SUBVERB - COMPANY TABLE FULL AT "
016540                     SV-CURRENT-COMP
016550             MOVE 99 TO RETURN-CODE
016560             GOBACK
016570         END-IF
016580         ADD 1 TO SV-CO-ENTRY-COUNT
016590         MOVE SV-CO-ENTRY-COUNT TO SV-CO-SUB
016600         MOVE SV-CURRENT-COMP TO SV-CO-CODE (SV-CO-SUB)
016610         MOVE 0 TO SV-CO-RECORD-COUNT (SV-CO-SUB)
016620         MOVE 0 TO SV-CO-ACCT-COUNT (SV-CO-SUB)
016630         MOVE 0 TO SV-CO-NET-VARIANCE (SV-CO-SUB)
016640         MOVE 0 TO SV-CO-EXCEPTION-CNT (SV-CO-SUB)
016650         MOVE 0 TO SV-CO-BILLED-HASH (SV-CO-SUB)
016660         MOVE 0 TO SV-CO-PAID-HASH (SV-CO-SUB)
016670         PERFORM 2090-CLEAR-CO-TYPE THRU 2090-EXIT
016680             VARYING SV-TY-SUB FROM 1 BY 1
016690             UNTIL SV-TY-SUB > TC-TYPE-MAX
016700     END-IF.
016710 2080-EXIT.
016720     EXIT.
016730 2085-MATCH-CO-ENTRY.
016740     IF SV-CO-CODE (SV-CO-WORK-SUB) = SV-CURRENT-COMP
016750         MOVE SV-CO-WORK-SUB TO SV-CO-SUB
016760         SET SV-CO-FOUND TO TRUE
016770     END-IF.
016780 2085-EXIT.
016790     EXIT.
016800 2090-CLEAR-CO-TYPE.
016810     MOVE 0 TO SV-CO-TY-COUNT (SV-CO-SUB, SV-TY-SUB).
016820     MOVE 0 TO SV-CO-TY-BILLED (SV-CO-SUB, SV-TY-SUB).
016830     MOVE 0 TO SV-CO-TY-PAID (SV-CO-SUB, SV-TY-SUB).
016840 2090-EXIT.
016850     EXIT.
016860*-----------------------------------------------------------------
016870* THE ACCOUNT IS COMPLETE - NET ITS AMOUNTS AND PRODUCE THE ONE
016880* VARIANCE LINE, HISTORY RECORD, GL JOURNAL ENTRY, AND
016890* TOLERANCE DECISION THE ACCOUNT GETS FOR THE NIGHT.
016900*-----------------------------------------------------------------
016910 2500-ACCOUNT-BREAK.
016920     PERFORM 2100-CALCULATE-VARIANCE THRU 2100-EXIT.
016930     PERFORM 2200-WRITE-VARIANCE-LINE THRU 2200-EXIT.
016940     PERFORM 2230-WRITE-HISTORY THRU 2230-EXIT.
016950     PERFORM 2250-WRITE-GL-EXTRACT THRU 2250-EXIT.
016960     PERFORM 2300-CHECK-TOLERANCE THRU 2300-EXIT.
016970     ADD 1 TO SV-ACCOUNT-COUNT.
016980     ADD 1 TO SV-CO-ACCT-COUNT (SV-CO-SUB).
016990     ADD 1 TO SV-ACCTS-SINCE-CHKP.
017000     IF SV-ACCTS-SINCE-CHKP NOT < SV-CHECKPOINT-EVERY
017010         PERFORM 2700-TAKE-CHECKPOINT THRU 2700-EXIT
017020     END-IF.
017030 2500-EXIT.
017040     EXIT.
017050 2600-SEQUENCE-ABORT.
017060     DISPLAY "SUBVERB - TRANFILE OUT OF SEQUENCE AT "
017070             TRAN-ACCT-ID.
017080     MOVE "TRANFILE OUT OF ACCOUNT SEQUENCE"
017090             TO SV-AUDIT-DETAIL.
017100     CALL "AUDITLOG" USING "SUBVERB   "
017110                            "ABORT     "
017120                            SV-AUDIT-DETAIL.
017130     PERFORM 2620-ABORT-CLOSE THRU 2620-EXIT.
017140 2600-EXIT.
017150     EXIT.
017160*-----------------------------------------------------------------
017170* ONLY A STREAM CAN MEET AN UNKNOWN TYPE CODE IN THE MAIN PASS.
017180* IT DIES THE SAME WAY AS A SEQUENCE BREAK, SO THE MERGE STEP
017190* NEVER SEES ITS CONTROL RECORD.
017200*-----------------------------------------------------------------
017210 2610-TYPE-ABORT.
017220     DISPLAY "SUBVERB - UNKNOWN TRANSACTION TYPE "
017230             TRAN-TYPE-CODE " AT " TRAN-ACCT-ID.
017240     MOVE "UNKNOWN TRANSACTION TYPE ON TRANFILE"
017250             TO SV-AUDIT-DETAIL.
017260     CALL "AUDITLOG" USING "SUBVERB   "
017270                            "ABORT     "
017280                            SV-AUDIT-DETAIL.
017290     PERFORM 2620-ABORT-CLOSE THRU 2620-EXIT.
017300 2610-EXIT.
017310     EXIT.
017320*-----------------------------------------------------------------
017330* THE CLOSE-DOWN SHARED BY THE MAIN-PASS ABORTS - EVERY FILE THE
017340* MAIN PASS HAS OPEN IS CLOSED AND THE RUN ENDS WITH RC 99.
017350*-----------------------------------------------------------------
017360 2620-ABORT-CLOSE.
017370     CLOSE TRANSACTION-FILE.
017380     CLOSE VARIANCE-REPORT.
017390     CLOSE EXCEPTION-REPORT.
017400     CLOSE GL-EXTRACT-FILE.
017410     CLOSE VARIANCE-HIST-WORK.
017420     IF SV-STREAM-MODE
017430         CLOSE EXCEPTION-WORK
017440     END-IF.
017450     IF SV-EXCM-AVAILABLE
017460         CLOSE EXCEPTION-MASTER
017470     END-IF.
017480     IF SV-CLOUT-AVAILABLE
017490         CLOSE CLASSOUT-FILE
017500     END-IF.
017510     MOVE 99 TO RETURN-CODE.
017520     GOBACK.
017530 2620-EXIT.
017540     EXIT.
017550*-----------------------------------------------------------------
017560* THE CHECKPOINT IS A ONE-RECORD FILE REWRITTEN IN PLACE - THE
017570* LAST COMPLETED ACCOUNT PLUS THE RUNNING CONTROL TOTALS.  AT
017580* THE MOMENT IT IS CUT, EVERY OUTPUT ROW FOR THE ACCOUNTS THE
017590* TOTALS COVER IS ALREADY ON DISK, SO A RERUN CAN TRUST THE
017600* PAIR TOGETHER.  EXCPMST POSTINGS ARE SAFE TO REPLAY - THE
017610* SAME ACCOUNT ON THE SAME BUSINESS DATE LANDS IN THE SAME
017620* STATE HOWEVER MANY TIMES THE NIGHT IS RERUN.
017630*-----------------------------------------------------------------
017640 2700-TAKE-CHECKPOINT.
017650     OPEN OUTPUT CHECKPOINT-FILE.
017660     IF SV-CHKP-STATUS NOT = "00"
017670         DISPLAY "SUBVERB - SVCHKPT OPEN ERROR " SV-CHKP-STATUS
017680         MOVE 99 TO RETURN-CODE
017690         GOBACK
017700     END-IF.
017710     MOVE SV-GL-DATE         TO CP-BUSINESS-DATE.
017720     MOVE SV-CURRENT-ACCT    TO CP-LAST-ACCOUNT.
017730     MOVE SV-RECORD-COUNT    TO CP-RECORD-COUNT.
017740     MOVE SV-ACCOUNT-COUNT   TO CP-ACCOUNT-COUNT.
017750     MOVE SV-GL-LINE-COUNT   TO CP-GL-LINE-COUNT.
017760     MOVE SV-NET-VARIANCE    TO CP-NET-VARIANCE.
017770     MOVE SV-EXCEPTION-COUNT TO CP-EXCEPTION-COUNT.
017780     MOVE SV-CURRENT-COMP    TO CP-CURRENT-COMP.
017790     MOVE SV-COMPANY-TOTALS  TO CP-COMPANY-TOTALS.
017800     WRITE CHECKPOINT-RECORD.
017810     IF SV-CHKP-STATUS NOT = "00"
017820         DISPLAY "SUBVERB - SVCHKPT WRITE ERROR " SV-CHKP-STATUS
017830         MOVE 99 TO RETURN-CODE
017840         GOBACK
017850     END-IF.
017860     CLOSE CHECKPOINT-FILE.
017870     MOVE 0 TO SV-ACCTS-SINCE-CHKP.
017880 2700-EXIT.
017890     EXIT.
017900 2100-CALCULATE-VARIANCE.
017910     MOVE SV-ACCT-BILLED TO A.
017920     MOVE SV-ACCT-PAID   TO B.
017930     SUBTRACT A FROM B.
017940     MOVE B TO E-B.
017950     ADD B TO SV-NET-VARIANCE.
017960     ADD B TO SV-CO-NET-VARIANCE (SV-CO-SUB).
017970 2100-EXIT.
017980     EXIT.
017990 2200-WRITE-VARIANCE-LINE.
018000     MOVE SPACES TO VARIANCE-LINE.
018010     STRING SV-CURRENT-ACCT DELIMITED BY SIZE
018020            "  VARIANCE (PAID-BILLED) = " DELIMITED BY SIZE
018030            E-B           DELIMITED BY SIZE
018040       INTO VARIANCE-LINE.
018050     WRITE VARIANCE-LINE.
018060     IF SV-VARI-STATUS NOT = "00"
018070         DISPLAY "SUBVERB - VARIRPT WRITE ERROR " SV-VARI-STATUS
018080         MOVE 99 TO RETURN-CODE
018090         GOBACK
018100     END-IF.
018110     MOVE SPACES TO SV-AUDIT-DETAIL.
018120     STRING SV-CURRENT-ACCT DELIMITED BY SIZE
018130            "  VARIANCE=" DELIMITED BY SIZE
018140            E-B           DELIMITED BY SIZE
018150       INTO SV-AUDIT-DETAIL.
018160     CALL "AUDITLOG" USING "SUBVERB   "
018170                            "VARIANCE  "
018180                            SV-AUDIT-DETAIL.
018190 2200-EXIT.
018200     EXIT.
018210*-----------------------------------------------------------------
018220* ONE HISTORY RECORD PER ACCOUNT PER RUN, STAGED ON THE VARHISTW
018230* WORK FILE.  THE LIVE VARHIST IS EXTENDED ONLY AT TERMINATION,
018240* SO A RUN THAT ABORTS MID-FILE LEAVES NO HALF-NIGHT ROWS
018250* BEHIND AND A RESTART CANNOT DOUBLE UP AN ACCOUNT'S DATE FOR
018260* THE VARTREND STREAK COUNTS.
018270*-----------------------------------------------------------------
018280 2230-WRITE-HISTORY.
018290     MOVE SV-CURRENT-ACCT TO VH-ACCOUNT-ID.
018300     MOVE SV-GL-DATE   TO VH-RUN-DATE.
018310     MOVE B            TO VH-VARIANCE.
018320     IF SV-WRITEOFF-ENTRY
018330         MOVE "W"      TO VH-WRITEOFF-FLAG
018340     ELSE
018350         MOVE SPACE    TO VH-WRITEOFF-FLAG
018360     END-IF.
018370     MOVE SV-ACCT-WO-NET TO VH-WRITEOFF-AMT.
018380     WRITE VH-HISTORY-RECORD.
018390     IF SV-HSTW-STATUS NOT = "00"
018400         DISPLAY "SUBVERB - VARHISTW WRITE ERROR " SV-HSTW-STATUS
018410         MOVE 99 TO RETURN-CODE
018420         GOBACK
018430     END-IF.
018440 2230-EXIT.
018450     EXIT.
018460*-----------------------------------------------------------------
018470* EVERY ACCOUNT'S VARIANCE POSTS AS BALANCED TWO-LINE JOURNAL
018480* ENTRIES SO ACCOUNTING NEITHER RE-KEYS IT NOR BUILDS THE OFFSET.
018490* THE WRITE-OFF ADJUSTMENTS' PART OF THE VARIANCE POSTS FIRST,
018500* TO BAD-DEBT EXPENSE; THE REST POSTS AS ITS OWN ENTRY - A NET
018510* UNDERPAYMENT DEBITS THE UNDERPAY ACCOUNT, A NET OVERPAYMENT
018520* CREDITS THE OVERPAY ACCOUNT.  EACH ENTRY'S NATURAL LINE GOES
018530* TO THE GL NATURAL ACCOUNT AND COST CENTER THE COMPANY'S GLMAP
018540* RECORD NAMES FOR ITS KIND, AND ITS CLEARING LINE TAKES THE
018550* OPPOSITE SIDE TO THE AR CLEARING ACCOUNT FOR THE SAME AMOUNT.
018560* AN ENTRY THAT COMES TO ZERO IS NOT WRITTEN.  THE LINES ARE
018570* NUMBERED 1-2, THEN 3-4, WITHIN THE ACCOUNT SO THE GLRECON
018580* MATCH KEY STAYS UNIQUE.
018590* A WRITE-OFF WRITEOFF STAGED OUT OF A HARD-CLOSED PERIOD POSTS
018600* ITS BAD-DEBT ENTRY AS A PRIOR-PERIOD ADJUSTMENT - FLAGGED,
018610* CARRYING THE PERIOD IT WAS RESOLVED IN, AND IN THE PERIOD
018620* WRITEOFF LISTED ON WOPPARPT.  THE REST OF THE ACCOUNT POSTS
018630* IN THE RUN'S OWN PERIOD AS BEFORE.
018640*-----------------------------------------------------------------
018650 2250-WRITE-GL-EXTRACT.
018660     IF SV-MAP-COMPANY NOT = SV-CURRENT-COMP
018670         PERFORM 2260-FIND-GL-MAP THRU 2260-EXIT
018680     END-IF.
018690     MOVE SPACES TO GL-EXTRACT-RECORD.
018700     MOVE 0 TO GL-ORIGINAL-PERIOD.
018710     MOVE SV-CURRENT-COMP TO GL-COMPANY-CODE.
018720     MOVE SV-CURRENT-ACCT TO GL-SOURCE-ACCOUNT.
018730     MOVE SV-GL-YYYYMM  TO GL-PERIOD.
018740     MOVE SV-GL-DATE    TO GL-EFFECTIVE-DATE.
018750     MOVE 0 TO SV-GL-NEXT-LINE.
018760*    A WRITE-OFF REVERSES THE VARIANCE IT CLEARS, SO A POSITIVE
018770*    WRITE-OFF NET IS AN UNDERPAYMENT BEING WRITTEN OFF - AN
018780*    EXPENSE.
018790     IF SV-ACCT-WO-NET NOT = 0
018800         MOVE SV-ACCT-WO-NET      TO SV-GL-ENTRY-AMT
018810         MOVE "WO"                TO GL-ENTRY-TYPE
018820         MOVE SV-MAP-BADDEBT-ACCT TO GL-NATURAL-ACCOUNT
018830         MOVE SV-MAP-BADDEBT-CC   TO GL-COST-CENTER
018840         IF SV-ACCT-WO-NET > 0
018850             MOVE "DR" TO SV-GL-NATURAL-SIDE
018860         ELSE
018870             MOVE "CR" TO SV-GL-NATURAL-SIDE
018880         END-IF
018890         IF SV-ACCT-WO-PPA-FLAG = "P"
018900             SET GL-PRIOR-PERIOD-ADJ TO TRUE
018910             MOVE SV-ACCT-WO-ORIG-PER TO GL-ORIGINAL-PERIOD
018920             MOVE SV-ACCT-WO-POST-PER TO GL-PERIOD
018930         END-IF
018940         PERFORM 2257-PUT-GL-ENTRY THRU 2257-EXIT
018950         MOVE SPACE        TO GL-PRIOR-PERIOD-FLAG
018960         MOVE 0            TO GL-ORIGINAL-PERIOD
018970         MOVE SV-GL-YYYYMM TO GL-PERIOD
018980     END-IF.
018990     COMPUTE SV-GL-ENTRY-AMT = B - SV-ACCT-WO-NET.
019000     IF SV-GL-ENTRY-AMT = 0
019010         GO TO 2250-EXIT
019020     END-IF.
019030     IF SV-GL-ENTRY-AMT < 0
019040         MOVE "UP"                 TO GL-ENTRY-TYPE
019050         MOVE SV-MAP-UNDERPAY-ACCT TO GL-NATURAL-ACCOUNT
019060         MOVE SV-MAP-UNDERPAY-CC   TO GL-COST-CENTER
019070         MOVE "DR"                 TO SV-GL-NATURAL-SIDE
019080     ELSE
019090         MOVE "OP"                TO GL-ENTRY-TYPE
019100         MOVE SV-MAP-OVERPAY-ACCT TO GL-NATURAL-ACCOUNT
019110         MOVE SV-MAP-OVERPAY-CC   TO GL-COST-CENTER
019120         MOVE "CR"                TO SV-GL-NATURAL-SIDE
019130     END-IF.
019140     PERFORM 2257-PUT-GL-ENTRY THRU 2257-EXIT.
019150 2250-EXIT.
019160     EXIT.
019170 2255-PUT-GL-LINE.
019180     WRITE GL-EXTRACT-RECORD.
019190     IF SV-GLEX-STATUS NOT = "00"
019200         DISPLAY "SUBVERB - GLEXTR WRITE ERROR " SV-GLEX-STATUS
019210         MOVE 99 TO RETURN-CODE
019220         GOBACK
019230     END-IF.
019240     ADD 1 TO SV-GL-LINE-COUNT.
019250 2255-EXIT.
019260     EXIT.
019270*-----------------------------------------------------------------
019280* ONE ENTRY - THE NATURAL LINE AS SET UP BY THE CALLER, THEN THE
019290* CLEARING LINE ON THE OPPOSITE SIDE, BOTH FOR SV-GL-ENTRY-AMT.
019300*-----------------------------------------------------------------
019310 2257-PUT-GL-ENTRY.
019320     IF SV-GL-ENTRY-AMT < 0
019330         COMPUTE GL-AMOUNT = SV-GL-ENTRY-AMT * -1
019340     ELSE
019350         MOVE SV-GL-ENTRY-AMT TO GL-AMOUNT
019360     END-IF.
019370     ADD 1 TO SV-GL-NEXT-LINE.
019380     MOVE SV-GL-NEXT-LINE TO GL-LINE-NUMBER.
019390     MOVE SV-GL-NATURAL-SIDE TO GL-DR-CR-INDICATOR.
019400     PERFORM 2255-PUT-GL-LINE THRU 2255-EXIT.
019410     ADD 1 TO SV-GL-NEXT-LINE.
019420     MOVE SV-GL-NEXT-LINE TO GL-LINE-NUMBER.
019430     MOVE SV-MAP-CLEARING-ACCT TO GL-NATURAL-ACCOUNT.
019440     MOVE SV-MAP-CLEARING-CC   TO GL-COST-CENTER.
019450     IF SV-GL-NATURAL-SIDE = "DR"
019460         MOVE "CR" TO GL-DR-CR-INDICATOR
019470     ELSE
019480         MOVE "DR" TO GL-DR-CR-INDICATOR
019490     END-IF.
019500     PERFORM 2255-PUT-GL-LINE THRU 2255-EXIT.
019510 2257-EXIT.
019520     EXIT.
019530*-----------------------------------------------------------------
019540* THE MAPPING IS LOOKED UP ONCE PER COMPANY.  AN UNMAPPED COMPANY
019550* KEEPS BLANK ACCOUNTS, SO ITS LINES STILL BALANCE AND STILL
019560* COUNT BUT GLRLSE WILL NOT RELEASE THEM.
019570*-----------------------------------------------------------------
019580 2260-FIND-GL-MAP.
019590     MOVE SPACES TO SV-CURRENT-MAP.
019600     PERFORM 2265-MATCH-GL-MAP THRU 2265-EXIT
019610         VARYING SV-MAP-SUB FROM 1 BY 1
019620         UNTIL SV-MAP-SUB > SV-MAP-COUNT
019630            OR SV-MAP-COMPANY = SV-CURRENT-COMP.
019640     IF SV-MAP-COMPANY NOT = SV-CURRENT-COMP
019650         DISPLAY "SUBVERB - NO GLMAP ENTRY FOR COMPANY "
019660                 SV-CURRENT-COMP
019670         MOVE SV-CURRENT-COMP TO SV-MAP-COMPANY
019680     END-IF.
019690 2260-EXIT.
019700     EXIT.
019710 2265-MATCH-GL-MAP.
019720     IF SV-MAP-ENTRY (SV-MAP-SUB) (1:2) = SV-CURRENT-COMP
019730         MOVE SV-MAP-ENTRY (SV-MAP-SUB) TO SV-CURRENT-MAP
019740     END-IF.
019750 2265-EXIT.
019760     EXIT.
019770*-----------------------------------------------------------------
019780* ANY VARIANCE OUTSIDE THE ACCOUNT'S TOLERANCE GOES TO THE
019790* EXCEPTION REPORT WITH BOTH ORIGINAL AMOUNTS SO THE
019800* RECONCILIATION TEAM DOES NOT HAVE TO SCAN EVERY LINE.  THE
019810* TOLERANCE IS THE ACCOUNT'S TIER AMOUNT FROM SVTTCPY WHEN THE
019820* ACCOUNT IS ON CLASSOUT, OTHERWISE THE FLAT SVTOLCPY DEFAULT,
019830* AND THE EXCEPTION LINE NAMES THE TIER THAT DECIDED IT.
019840*-----------------------------------------------------------------
019850 2300-CHECK-TOLERANCE.
019860     PERFORM 2280-GET-ACCOUNT-TOLERANCE THRU 2280-EXIT.
019870     IF B > SV-ACCT-TOLERANCE OR B < - SV-ACCT-TOLERANCE
019880         MOVE SV-ACCT-BILLED TO SV-EXCP-EDIT-BILLED
019890         MOVE SV-ACCT-PAID   TO SV-EXCP-EDIT-PAID
019900         MOVE SPACES TO EXCEPTION-LINE
019910         STRING SV-CURRENT-ACCT     DELIMITED BY SIZE
019920                "  BILLED="          DELIMITED BY SIZE
019930                SV-EXCP-EDIT-BILLED  DELIMITED BY SIZE
019940                "  PAID="            DELIMITED BY SIZE
019950                SV-EXCP-EDIT-PAID    DELIMITED BY SIZE
019960                "  VARIANCE="        DELIMITED BY SIZE
019970                E-B                  DELIMITED BY SIZE
019980                "  TIER="            DELIMITED BY SIZE
019990                SV-ACCT-TIER         DELIMITED BY SIZE
020000           INTO EXCEPTION-LINE
020010         WRITE EXCEPTION-LINE
020020         IF SV-EXCP-STATUS NOT = "00"
020030             DISPLAY "SUBVERB - EXCPRPT WRITE ERROR "
020040                     SV-EXCP-STATUS
020050             MOVE 99 TO RETURN-CODE
020060             GOBACK
020070         END-IF
020080         ADD 1 TO SV-EXCEPTION-COUNT
020090         ADD 1 TO SV-CO-EXCEPTION-CNT (SV-CO-SUB)
020100         IF SV-STREAM-MODE
020110             PERFORM 2380-STAGE-EXCEPTION THRU 2380-EXIT
020120         ELSE
020130             PERFORM 2350-POST-EXCEPTION-MASTER THRU 2350-EXIT
020140         END-IF
020150     END-IF.
020160 2300-EXIT.
020170     EXIT.
020180*-----------------------------------------------------------------
020190* THE CLASSIFICATION KEY IS THE FULL COMPANY/ACCOUNT - CLASSBLD
020200* BUILDS CLASSIN FROM THIS SYSTEM'S OWN BILLING HISTORY ON THE
020210* SAME KEY.  A TIER CODE WITH NO TABLE ENTRY FALLS BACK ON THE
020220* FLAT DEFAULT LIKE AN UNLISTED ACCOUNT.
020230*-----------------------------------------------------------------
020240 2280-GET-ACCOUNT-TOLERANCE.
020250     MOVE SV-TOLERANCE-AMT TO SV-ACCT-TOLERANCE.
020260     MOVE SPACE TO SV-ACCT-TIER.
020270     IF NOT SV-CLOUT-AVAILABLE
020280         GO TO 2280-EXIT
020290     END-IF.
020300     MOVE SV-CURRENT-COMP TO CL-RESULT-COMPANY.
020310     MOVE SV-CURRENT-ACCT TO CL-RESULT-ACCOUNT.
020320     READ CLASSOUT-FILE
020330         INVALID KEY
020340             GO TO 2280-EXIT
020350     END-READ.
020360     MOVE CL-RESULT-TIER-CODE TO SV-ACCT-TIER.
020370     PERFORM 2290-MATCH-TIER-TOLERANCE THRU 2290-EXIT
020380         VARYING SV-TTOL-IDX FROM 1 BY 1
020390         UNTIL SV-TTOL-IDX > SV-TIER-TOL-MAX.
020400 2280-EXIT.
020410     EXIT.
020420 2290-MATCH-TIER-TOLERANCE.
020430     IF SV-TTOL-TIER-CODE (SV-TTOL-IDX) = SV-ACCT-TIER
020440         MOVE SV-TTOL-AMOUNT (SV-TTOL-IDX) TO SV-ACCT-TOLERANCE
020450     END-IF.
020460 2290-EXIT.
020470     EXIT.
020480*-----------------------------------------------------------------
020490* CARRY THE EXCEPTION ON THE MASTER.  AN ACCOUNT NOT YET ON FILE
020500* GOES ON AS NEW; ONE ALREADY ON FILE FROM AN EARLIER NIGHT (OR
020510* ONE THE TEAM HAD MARKED RESOLVED) COMES BACK AS RECURRING WITH
020520* ITS FIRST-SEEN DATE PRESERVED, SO THE AGING REPORT SHOWS HOW
020530* LONG THE ACCOUNT HAS REALLY BEEN OUTSTANDING.
020540*-----------------------------------------------------------------
020550 2350-POST-EXCEPTION-MASTER.
020560     MOVE SV-CURRENT-ACCT TO EX-ACCOUNT-ID.
020570     READ EXCEPTION-MASTER
020580         INVALID KEY
020590             PERFORM 2360-ADD-NEW-EXCEPTION THRU 2360-EXIT
020600         NOT INVALID KEY
020610             PERFORM 2370-UPDATE-EXCEPTION THRU 2370-EXIT
020620     END-READ.
020630 2350-EXIT.
020640     EXIT.
020650 2360-ADD-NEW-EXCEPTION.
020660     MOVE SPACES     TO EX-EXCEPTION-RECORD.
020670     MOVE SV-CURRENT-ACCT TO EX-ACCOUNT-ID.
020680     MOVE SV-GL-DATE TO EX-FIRST-SEEN.
020690     MOVE SV-GL-DATE TO EX-LAST-SEEN.
020700     MOVE "N"        TO EX-STATUS.
020710     MOVE B          TO EX-LAST-VARIANCE.
020720     MOVE 0          TO EX-RESOLVE-DATE.
020730     MOVE SPACES     TO EX-RESOLVE-NOTE.
020740     MOVE SV-CURRENT-COMP TO EX-COMPANY-CODE.
020750     PERFORM 2390-ASSIGN-ANALYST THRU 2390-EXIT.
020760     WRITE EX-EXCEPTION-RECORD
020770         INVALID KEY
020780             CONTINUE
020790     END-WRITE.
020800     IF SV-EXCM-STATUS NOT = "00"
020810         DISPLAY "SUBVERB - EXCPMST WRITE ERROR " SV-EXCM-STATUS
020820         MOVE 99 TO RETURN-CODE
020830         GOBACK
020840     END-IF.
020850 2360-EXIT.
020860     EXIT.
020870 2370-UPDATE-EXCEPTION.
020880     MOVE SV-GL-DATE TO EX-LAST-SEEN.
020890     MOVE SV-CURRENT-COMP TO EX-COMPANY-CODE.
020900     MOVE B          TO EX-LAST-VARIANCE.
020910     IF EX-STATUS-RESOLVED
020920         MOVE 0      TO EX-RESOLVE-DATE
020930         MOVE SPACES TO EX-RESOLVE-NOTE
020940         MOVE "R"    TO EX-STATUS
020950         PERFORM 2390-ASSIGN-ANALYST THRU 2390-EXIT
020960     ELSE
020970         IF EX-FIRST-SEEN NOT = SV-GL-DATE
020980             MOVE "R" TO EX-STATUS
020990         END-IF
021000         IF EX-UNASSIGNED
021010             PERFORM 2390-ASSIGN-ANALYST THRU 2390-EXIT
021020         END-IF
021030     END-IF.
021040     REWRITE EX-EXCEPTION-RECORD
021050         INVALID KEY
021060             CONTINUE
021070     END-REWRITE.
021080     IF SV-EXCM-STATUS NOT = "00"
021090         DISPLAY "SUBVERB - EXCPMST REWRITE ERROR "
021100                 SV-EXCM-STATUS
021110         MOVE 99 TO RETURN-CODE
021120         GOBACK
021130     END-IF.
021140 2370-EXIT.
021150     EXIT.
021160*-----------------------------------------------------------------
021170* STREAM MODE - THE EXCEPTION IS STAGED FOR THE MERGE STEP,
021180* WHICH POSTS THE EXCEPTION MASTER ONCE FOR ALL STREAMS.
021190*-----------------------------------------------------------------
021200 2380-STAGE-EXCEPTION.
021210     MOVE SV-CURRENT-COMP TO EW-COMPANY-CODE.
021220     MOVE SV-CURRENT-ACCT TO EW-ACCOUNT-ID.
021230     MOVE B               TO EW-VARIANCE.
021240     MOVE SV-ACCT-TIER    TO EW-TIER-CODE.
021250     WRITE EW-EXCEPTION-WORK-RECORD.
021260     IF SV-EXCW-STATUS NOT = "00"
021270         DISPLAY "SUBVERB - EXCPWORK WRITE ERROR " SV-EXCW-STATUS
021280         MOVE 99 TO RETURN-CODE
021290         GOBACK
021300     END-IF.
021310 2380-EXIT.
021320     EXIT.
021330*-----------------------------------------------------------------
021340* A NEW OR REOPENED EXCEPTION GOES TO AN ANALYST BY THE ASGNRULE
021350* RULES FOR ITS COMPANY AND TIER - AN ITEM STILL OPEN FROM AN
021360* EARLIER NIGHT KEEPS ITS ANALYST.  ONE NO RULE FITS IS LEFT
021370* UNASSIGNED AND COUNTED, AND SHOWS UP UNASSIGNED ON THE
021380* ANALYST WORKLISTS.
021390*-----------------------------------------------------------------
021400 2390-ASSIGN-ANALYST.
021410     MOVE SV-GL-DATE      TO AH-EVENT-DATE.
021420     MOVE SV-CURRENT-ACCT TO AH-ACCOUNT-ID.
021430     MOVE SV-CURRENT-COMP TO AH-COMPANY-CODE.
021440     MOVE "SUBVERB"       TO AH-OPERATOR-ID.
021450     CALL "EXCASGN" USING "A" SV-ACCT-TIER AH-ASSIGN-HIST-RECORD.
021460     MOVE AH-ANALYST-ID   TO EX-ASSIGNED-TO.
021470     MOVE SV-GL-DATE      TO EX-ASSIGNED-DATE.
021480     IF EX-UNASSIGNED
021490         MOVE 0 TO EX-ASSIGNED-DATE
021500         ADD 1 TO SV-UNASSIGNED-COUNT
021510     END-IF.
021520 2390-EXIT.
021530     EXIT.
021540*-----------------------------------------------------------------
021550* MAIN-PASS READ - THE TRAILER WAS ALREADY PROVED IN THE PRE-PASS
021560* AND MARKS THE END OF THE DETAIL RECORDS HERE.
021570*-----------------------------------------------------------------
021580 2900-READ-TRANSACTION.
021590     READ TRANSACTION-FILE
021600         AT END SET SV-EOF TO TRUE
021610     END-READ.
021620     IF NOT SV-EOF
021630         IF TT-TRAILER-TAG = "TRAILER"
021640            OR TT-TRAILER-TAG = "CTRAILER"
021650            OR TT-TRAILER-TAG = "TTRAILER"
021660             SET SV-EOF TO TRUE
021670         END-IF
021680     END-IF.
021690 2900-EXIT.
021700     EXIT.
021710 2905-READ-VERIFY.
021720     READ TRANSACTION-FILE
021730         AT END SET SV-EOF TO TRUE
021740     END-READ.
021750 2905-EXIT.
021760     EXIT.
021770*-----------------------------------------------------------------
021780* CONTROL TOTAL - TIES BACK TO THE SOURCE EXTRACT BEFORE SIGN-OFF.
021790*-----------------------------------------------------------------
021800 8000-WRITE-TRAILER.
021810     IF SV-STREAM-MODE
021820         PERFORM 8200-WRITE-STREAM-CONTROL THRU 8200-EXIT
021830         GO TO 8000-EXIT
021840     END-IF.
021850     PERFORM 8100-WRITE-COMPANY-LINE THRU 8100-EXIT
021860         VARYING SV-CO-SUB FROM 1 BY 1
021870         UNTIL SV-CO-SUB > SV-CO-ENTRY-COUNT.
021880     MOVE "COMPANY NET VARIANCE BY TRANSACTION TYPE"
021890             TO VARIANCE-LINE.
021900     WRITE VARIANCE-LINE.
021910     IF SV-VARI-STATUS NOT = "00"
021920         DISPLAY "SUBVERB - VARIRPT WRITE ERROR " SV-VARI-STATUS
021930         MOVE 99 TO RETURN-CODE
021940         GOBACK
021950     END-IF.
021960     PERFORM 8150-WRITE-COMPANY-TYPES THRU 8150-EXIT
021970         VARYING SV-CO-SUB FROM 1 BY 1
021980         UNTIL SV-CO-SUB > SV-CO-ENTRY-COUNT.
021990     MOVE SV-RECORD-COUNT  TO SV-TRAILER-EDIT-COUNT.
022000     MOVE SV-ACCOUNT-COUNT TO SV-TRAILER-EDIT-ACCTS.
022010     MOVE SV-NET-VARIANCE  TO SV-TRAILER-EDIT-NET.
022020     MOVE SPACES TO VARIANCE-LINE.
022030     STRING "RECORDS PROCESSED: "   DELIMITED BY SIZE
022040            SV-TRAILER-EDIT-COUNT   DELIMITED BY SIZE
022050            ", ACCOUNTS: "          DELIMITED BY SIZE
022060            SV-TRAILER-EDIT-ACCTS   DELIMITED BY SIZE
022070            ", NET VARIANCE: "      DELIMITED BY SIZE
022080            SV-TRAILER-EDIT-NET     DELIMITED BY SIZE
022090       INTO VARIANCE-LINE.
022100     WRITE VARIANCE-LINE.
022110     IF SV-VARI-STATUS NOT = "00"
022120         DISPLAY "SUBVERB - VARIRPT WRITE ERROR " SV-VARI-STATUS
022130         MOVE 99 TO RETURN-CODE
022140         GOBACK
022150     END-IF.
022160     DISPLAY VARIANCE-LINE.
022170 8000-EXIT.
022180     EXIT.
022190*-----------------------------------------------------------------
022200* ONE SUBTOTAL LINE PER OPERATING COMPANY AHEAD OF THE GRAND
022210* CONTROL TOTAL - THE SPLIT ACCOUNTING PROVES EACH ENTITY FROM -
022220* UNDER A LINE NAMING THE COMPANY FROM THE COMPANY MASTER.
022230*-----------------------------------------------------------------
022240 8100-WRITE-COMPANY-LINE.
022250     PERFORM 8110-WRITE-COMPANY-NAME THRU 8110-EXIT.
022260     MOVE SV-CO-RECORD-COUNT (SV-CO-SUB)  TO SV-EDIT-CO-RECORDS.
022270     MOVE SV-CO-ACCT-COUNT (SV-CO-SUB)    TO SV-EDIT-CO-ACCTS.
022280     MOVE SV-CO-NET-VARIANCE (SV-CO-SUB)  TO SV-EDIT-CO-NET.
022290     MOVE SV-CO-EXCEPTION-CNT (SV-CO-SUB) TO SV-EDIT-CO-EXC.
022300     MOVE SPACES TO VARIANCE-LINE.
022310     STRING "COMPANY "            DELIMITED BY SIZE
022320            SV-CO-CODE (SV-CO-SUB) DELIMITED BY SIZE
022330            "  RECORDS: "         DELIMITED BY SIZE
022340            SV-EDIT-CO-RECORDS    DELIMITED BY SIZE
022350            "  ACCTS: "           DELIMITED BY SIZE
022360            SV-EDIT-CO-ACCTS      DELIMITED BY SIZE
022370            "  NET: "             DELIMITED BY SIZE
022380            SV-EDIT-CO-NET        DELIMITED BY SIZE
022390            "  EXC: "             DELIMITED BY SIZE
022400            SV-EDIT-CO-EXC        DELIMITED BY SIZE
022410       INTO VARIANCE-LINE.
022420     WRITE VARIANCE-LINE.
022430     IF SV-VARI-STATUS NOT = "00"
022440         DISPLAY "SUBVERB - VARIRPT WRITE ERROR " SV-VARI-STATUS
022450         MOVE 99 TO RETURN-CODE
022460         GOBACK
022470     END-IF.
022480 8100-EXIT.
022490     EXIT.
022500*-----------------------------------------------------------------
022510* THE LINE NAMING A COMPANY AHEAD OF ITS SUBTOTAL - NAME, LEDGER
022520* AND CURRENCY AS THE PRE-PASS FOUND THEM ON THE COMPANY MASTER.
022530* A COMPANY THE PRE-PASS HAS NO ENTRY FOR GETS NO NAME LINE.
022540*-----------------------------------------------------------------
022550 8110-WRITE-COMPANY-NAME.
022560     MOVE "N" TO SV-CO-FOUND-SW.
022570     PERFORM 8120-MATCH-NAME-ENTRY THRU 8120-EXIT
022580         VARYING SV-CO-WORK-SUB FROM 1 BY 1
022590         UNTIL SV-CO-WORK-SUB > SV-VER-CO-CNT
022600            OR SV-CO-FOUND.
022610     IF NOT SV-CO-FOUND
022620         GO TO 8110-EXIT
022630     END-IF.
022640     MOVE SPACES TO VARIANCE-LINE.
022650     STRING "COMPANY "                 DELIMITED BY SIZE
022660            SV-CO-CODE (SV-CO-SUB)     DELIMITED BY SIZE
022670            "  "                       DELIMITED BY SIZE
022680            SV-VER-CO-NAME (SV-VC-SUB) DELIMITED BY SIZE
022690            "  LEDGER "                DELIMITED BY SIZE
022700            SV-VER-CO-LEDGER (SV-VC-SUB)
022710                                       DELIMITED BY SIZE
022720            "  CURRENCY "              DELIMITED BY SIZE
022730            SV-VER-CO-CURRENCY (SV-VC-SUB)
022740                                       DELIMITED BY SIZE
022750       INTO VARIANCE-LINE.
022760     WRITE VARIANCE-LINE.
022770     IF SV-VARI-STATUS NOT = "00"
022780         DISPLAY "SUBVERB - VARIRPT WRITE ERROR " SV-VARI-STATUS
022790         MOVE 99 TO RETURN-CODE
022800         GOBACK
022810     END-IF.
022820 8110-EXIT.
022830     EXIT.
022840 8120-MATCH-NAME-ENTRY.
022850     IF SV-VER-CO-CODE (SV-CO-WORK-SUB) = SV-CO-CODE (SV-CO-SUB)
022860         MOVE SV-CO-WORK-SUB TO SV-VC-SUB
022870         SET SV-CO-FOUND TO TRUE
022880     END-IF.
022890 8120-EXIT.
022900     EXIT.
022910*-----------------------------------------------------------------
022920* THE BY-TYPE SECTION - ONE LINE FOR EVERY TYPE A COMPANY HAD
022930* ACTIVITY IN, ITS PAID LESS BILLED.  THE LINES FOR A COMPANY
022940* FOOT TO THAT COMPANY'S NET ABOVE, AND THE WO LINE IS THE PART
022950* OF IT THAT WRITE-OFFS, NOT MONEY, CLEARED.  EVERY LINE OPENS
022960* WITH "COMPANY " LIKE THE SUBTOTALS, SO NIGHTBAL'S COUNT OF
022970* ACCOUNT LINES STILL PASSES THEM BY.
022980*-----------------------------------------------------------------
022990 8150-WRITE-COMPANY-TYPES.
023000     PERFORM 8160-WRITE-TYPE-LINE THRU 8160-EXIT
023010         VARYING SV-TY-SUB FROM 1 BY 1
023020         UNTIL SV-TY-SUB > TC-TYPE-MAX.
023030 8150-EXIT.
023040     EXIT.
023050 8160-WRITE-TYPE-LINE.
023060     IF SV-CO-TY-COUNT (SV-CO-SUB, SV-TY-SUB) = 0
023070         GO TO 8160-EXIT
023080     END-IF.
023090     COMPUTE SV-TY-NET = SV-CO-TY-PAID (SV-CO-SUB, SV-TY-SUB)
023100                       - SV-CO-TY-BILLED (SV-CO-SUB, SV-TY-SUB).
023110     MOVE SV-CO-TY-COUNT (SV-CO-SUB, SV-TY-SUB)
023120             TO SV-EDIT-TY-RECORDS.
023130     MOVE SV-TY-NET TO SV-EDIT-TY-NET.
023140     MOVE SPACES TO VARIANCE-LINE.
023150     STRING "COMPANY "               DELIMITED BY SIZE
023160            SV-CO-CODE (SV-CO-SUB)   DELIMITED BY SIZE
023170            "    TYPE "              DELIMITED BY SIZE
023180            TC-TYPE-CODE (SV-TY-SUB) DELIMITED BY SIZE
023190            " "                      DELIMITED BY SIZE
023200            TC-TYPE-NAME (SV-TY-SUB) DELIMITED BY SIZE
023210            " RECORDS: "             DELIMITED BY SIZE
023220            SV-EDIT-TY-RECORDS       DELIMITED BY SIZE
023230            "  NET: "                DELIMITED BY SIZE
023240            SV-EDIT-TY-NET           DELIMITED BY SIZE
023250       INTO VARIANCE-LINE.
023260     WRITE VARIANCE-LINE.
023270     IF SV-VARI-STATUS NOT = "00"
023280         DISPLAY "SUBVERB - VARIRPT WRITE ERROR " SV-VARI-STATUS
023290         MOVE 99 TO RETURN-CODE
023300         GOBACK
023310     END-IF.
023320 8160-EXIT.
023330     EXIT.
023340*-----------------------------------------------------------------
023350* STREAM MODE - THE TRAILER'S JOB PASSES TO THE STREAM CONTROL
023360* RECORD: THE RANGE, THE CONTROL TOTALS, THE BILLED/PAID HASHES
023370* FOR THE SLICE, AND THE PER-COMPANY SUBTOTALS, ALL FOR THE
023380* MERGE STEP TO SUM AND PROVE AGAINST THE UPSTREAM TRAILER.
023390*-----------------------------------------------------------------
023400 8200-WRITE-STREAM-CONTROL.
023410     OPEN OUTPUT STREAM-CONTROL-FILE.
023420     IF SV-STRC-STATUS NOT = "00"
023430         DISPLAY "SUBVERB - SVSTRCTL OPEN ERROR " SV-STRC-STATUS
023440         MOVE 99 TO RETURN-CODE
023450         GOBACK
023460     END-IF.
023470     MOVE SV-GL-DATE         TO SC-BUSINESS-DATE.
023480     MOVE SV-RANGE-LOW       TO SC-RANGE-LOW.
023490     MOVE SV-RANGE-HIGH      TO SC-RANGE-HIGH.
023500     MOVE SV-RECORD-COUNT    TO SC-RECORD-COUNT.
023510     MOVE SV-ACCOUNT-COUNT   TO SC-ACCOUNT-COUNT.
023520     MOVE SV-NET-VARIANCE    TO SC-NET-VARIANCE.
023530     MOVE SV-EXCEPTION-COUNT TO SC-EXCEPTION-COUNT.
023540     MOVE SV-RUN-BILLED-HASH TO SC-BILLED-HASH.
023550     MOVE SV-RUN-PAID-HASH   TO SC-PAID-HASH.
023560     MOVE SV-COMPANY-TOTALS  TO SC-COMPANY-TOTALS.
023570     WRITE SC-STREAM-CONTROL.
023580     IF SV-STRC-STATUS NOT = "00"
023590         DISPLAY "SUBVERB - SVSTRCTL WRITE ERROR " SV-STRC-STATUS
023600         MOVE 99 TO RETURN-CODE
023610         GOBACK
023620     END-IF.
023630     CLOSE STREAM-CONTROL-FILE.
023640     MOVE SV-RECORD-COUNT  TO SV-TRAILER-EDIT-COUNT.
023650     MOVE SV-ACCOUNT-COUNT TO SV-TRAILER-EDIT-ACCTS.
023660     DISPLAY "SUBVERB - STREAM COMPLETE - RECORDS: "
023670             SV-TRAILER-EDIT-COUNT
023680             " ACCOUNTS: " SV-TRAILER-EDIT-ACCTS.
023690 8200-EXIT.
023700     EXIT.
023710 9000-TERMINATE.
023720*    A STREAM LEAVES ITS STAGED HISTORY ROWS FOR THE MERGE STEP
023730*    TO JOIN ONCE FOR ALL STREAMS.
023740     IF SV-STREAM-MODE
023750         CLOSE VARIANCE-HIST-WORK
023760         CLOSE EXCEPTION-WORK
023770     ELSE
023780         PERFORM 9100-APPEND-HISTORY THRU 9100-EXIT
023790     END-IF.
023800     MOVE SV-EXCEPTION-COUNT TO SV-AUDIT-EDIT-COUNT.
023810     MOVE SPACES TO SV-AUDIT-DETAIL.
023820     STRING "RUN COMPLETE FOR "  DELIMITED BY SIZE
023830            SV-GL-DATE           DELIMITED BY SIZE
023840            " - EXCEPTIONS: "    DELIMITED BY SIZE
023850            SV-AUDIT-EDIT-COUNT  DELIMITED BY SIZE
023860       INTO SV-AUDIT-DETAIL.
023870     CALL "AUDITLOG" USING "SUBVERB   "
023880                            "END       "
023890                            SV-AUDIT-DETAIL.
023900     CLOSE TRANSACTION-FILE.
023910     CLOSE VARIANCE-REPORT.
023920     CLOSE EXCEPTION-REPORT.
023930     CLOSE GL-EXTRACT-FILE.
023940     IF SV-EXCM-AVAILABLE
023950         CLOSE EXCEPTION-MASTER
023960         CALL "EXCASGN" USING "C" SV-ACCT-TIER
023970                              AH-ASSIGN-HIST-RECORD
023980         IF SV-UNASSIGNED-COUNT > 0
023990             DISPLAY "SUBVERB - " SV-UNASSIGNED-COUNT
024000                     " EXCEPTIONS LEFT UNASSIGNED - NO "
024010                     "ASGNRULE ANALYST AVAILABLE"
024020         END-IF
024030     END-IF.
024040*    A SINGLE-STREAM RUN RELEASES ITS OWN JOURNAL; STREAMS LEAVE
024050*    IT TO SUBMERGE, WHICH RELEASES THE COMBINED FILE.
024060     IF NOT SV-STREAM-MODE
024070         CALL "GLRLSE" USING "SUBVERB   "
024080                              SV-GL-HELD-COUNT
024090     END-IF.
024100     IF SV-CLOUT-AVAILABLE
024110         CLOSE CLASSOUT-FILE
024120     END-IF.
024130*    THE NIGHT COMPLETED - AN EMPTY CHECKPOINT FILE MEANS THE
024140*    NEXT RUN STARTS FRESH.
024150     OPEN OUTPUT CHECKPOINT-FILE.
024160     CLOSE CHECKPOINT-FILE.
024170 9000-EXIT.
024180     EXIT.
024190*-----------------------------------------------------------------
024200* THE RUN COMPLETED - THE LIVE VARHIST IS REBUILT THROUGH THE
024210* VARHISTN WORK FILE: EVERY PRIOR BUSINESS DATE IS CARRIED
024220* FORWARD, ANY ROWS ALREADY ON FILE FOR TONIGHT'S BUSINESS DATE
024230* ARE DROPPED, AND THE STAGED ROWS ARE APPENDED, SO A DATE
024240* LANDS THERE EXACTLY ONCE HOWEVER MANY TIMES THE NIGHT IS
024250* RERUN.  A FAILURE BEFORE THE FINAL COPY-BACK LEAVES THE
024260* ORIGINAL FILE INTACT (THE AUDITARC REBUILD DISCIPLINE).
024270*-----------------------------------------------------------------
024280 9100-APPEND-HISTORY.
024290     CLOSE VARIANCE-HIST-WORK.
024300     OPEN OUTPUT VARIANCE-HIST-NEW.
024310     IF SV-HSTN-STATUS NOT = "00"
024320         DISPLAY "SUBVERB - VARHISTN OPEN ERROR " SV-HSTN-STATUS
024330         MOVE 99 TO RETURN-CODE
024340         GOBACK
024350     END-IF.
024360     OPEN INPUT VARIANCE-HISTORY.
024370     IF SV-HIST-STATUS = "35"
024380         CONTINUE
024390     ELSE
024400         IF SV-HIST-STATUS NOT = "00"
024410             DISPLAY "SUBVERB - VARHIST OPEN ERROR "
024420                     SV-HIST-STATUS
024430             MOVE 99 TO RETURN-CODE
024440             GOBACK
024450         END-IF
024460         MOVE "N" TO SV-EOF-SW
024470         PERFORM 9130-CARRY-ONE-ROW THRU 9130-EXIT
024480             UNTIL SV-EOF
024490         CLOSE VARIANCE-HISTORY
024500     END-IF.
024510     OPEN INPUT VARIANCE-HIST-WORK.
024520     IF SV-HSTW-STATUS NOT = "00"
024530         DISPLAY "SUBVERB - VARHISTW REOPEN ERROR "
024540                 SV-HSTW-STATUS
024550         MOVE 99 TO RETURN-CODE
024560         GOBACK
024570     END-IF.
024580     MOVE "N" TO SV-EOF-SW.
024590     PERFORM 9150-APPEND-ONE-ROW THRU 9150-EXIT
024600         UNTIL SV-EOF.
024610     CLOSE VARIANCE-HIST-WORK.
024620     CLOSE VARIANCE-HIST-NEW.
024630     OPEN INPUT VARIANCE-HIST-NEW.
024640     IF SV-HSTN-STATUS NOT = "00"
024650         DISPLAY "SUBVERB - VARHISTN REOPEN ERROR "
024660                 SV-HSTN-STATUS
024670         MOVE 99 TO RETURN-CODE
024680         GOBACK
024690     END-IF.
024700     OPEN OUTPUT VARIANCE-HISTORY.
024710     IF SV-HIST-STATUS NOT = "00"
024720         DISPLAY "SUBVERB - VARHIST REWRITE OPEN ERROR "
024730                 SV-HIST-STATUS
024740         MOVE 99 TO RETURN-CODE
024750         GOBACK
024760     END-IF.
024770     MOVE "N" TO SV-EOF-SW.
024780     PERFORM 9170-COPY-ONE-BACK THRU 9170-EXIT
024790         UNTIL SV-EOF.
024800     CLOSE VARIANCE-HIST-NEW.
024810     CLOSE VARIANCE-HISTORY.
024820 9100-EXIT.
024830     EXIT.
024840*-----------------------------------------------------------------
024850* PRIOR NIGHTS CARRY FORWARD; ROWS ALREADY ON FILE FOR TONIGHT'S
024860* BUSINESS DATE ARE THE LEFTOVERS OF AN EARLIER RUN OF THIS SAME
024870* NIGHT AND ARE DROPPED IN FAVOR OF THE STAGED SET.
024880*-----------------------------------------------------------------
024890 9130-CARRY-ONE-ROW.
024900     READ VARIANCE-HISTORY
024910         AT END SET SV-EOF TO TRUE
024920     END-READ.
024930     IF NOT SV-EOF
024940         MOVE VARIANCE-HISTORY-RECORD TO SV-HIST-ROW
024950         IF SV-HIST-ROW-DATE NOT = SV-GL-DATE
024960             WRITE VARIANCE-HIST-NEW-REC
024970                 FROM VARIANCE-HISTORY-RECORD
024980             IF SV-HSTN-STATUS NOT = "00"
024990                 DISPLAY "SUBVERB - VARHISTN WRITE ERROR "
025000                         SV-HSTN-STATUS
025010                 MOVE 99 TO RETURN-CODE
025020                 GOBACK
025030             END-IF
025040         END-IF
025050     END-IF.
025060 9130-EXIT.
025070     EXIT.
025080 9150-APPEND-ONE-ROW.
025090     READ VARIANCE-HIST-WORK
025100         AT END SET SV-EOF TO TRUE
025110     END-READ.
025120     IF NOT SV-EOF
025130         WRITE VARIANCE-HIST-NEW-REC FROM VH-HISTORY-RECORD
025140         IF SV-HSTN-STATUS NOT = "00"
025150             DISPLAY "SUBVERB - VARHISTN WRITE ERROR "
025160                     SV-HSTN-STATUS
025170             MOVE 99 TO RETURN-CODE
025180             GOBACK
025190         END-IF
025200     END-IF.
025210 9150-EXIT.
025220     EXIT.
025230 9170-COPY-ONE-BACK.
025240     READ VARIANCE-HIST-NEW
025250         AT END SET SV-EOF TO TRUE
025260     END-READ.
025270     IF NOT SV-EOF
025280         WRITE VARIANCE-HISTORY-RECORD
025290             FROM VARIANCE-HIST-NEW-REC
025300         IF SV-HIST-STATUS NOT = "00"
025310             DISPLAY "SUBVERB - VARHIST WRITE ERROR "
025320                     SV-HIST-STATUS
025330             MOVE 99 TO RETURN-CODE
025340             GOBACK
025350         END-IF
025360     END-IF.
025370 9170-EXIT.
025380     EXIT.
