000180*-----------------------------------------------------------------
000190*    MODIFICATION HISTORY.
000200*        08/21/26  RLH  INITIAL VERSION.
000210*        10/15/26  RLH  ENTRIES CAN ALSO BE SELECTED BY OPERATOR
000220*                       ID, CARRIED ON THE PARAMETER RECORD
000230*                       AFTER THE TIME RANGE, SO "WHAT DID THIS
000240*                       OPERATOR CHANGE" IS ONE RUN.  RECORD AND
000250*                       REPORT LINE WIDENED TO 100 BYTES.
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. AUDITINQ.
000290 AUTHOR. R. HOLLOWAY.
000300 INSTALLATION. DAILY RECONCILIATION SYSTEM.
000310 DATE-WRITTEN. 08/21/26.
000320 DATE-COMPILED. 08/21/26.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS AQ-ALOG-STATUS.
000390     SELECT INQUIRY-PARM-FILE ASSIGN TO AUDITPRM
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS AQ-PARM-STATUS.
000420     SELECT INQUIRY-REPORT ASSIGN TO AUDITRPT
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS AQ-IRPT-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  AUDIT-LOG-FILE.
000480 01  AUDIT-LOG-RECORD            PIC X(100).
000490 FD  INQUIRY-PARM-FILE.
000500 01  INQUIRY-PARM-RECORD.
000510     05  AP-PROGRAM-ID           PIC X(10).
000520     05  AP-EVENT-TYPE           PIC X(10).
000530     05  AP-FROM-DATE            PIC X(08).
000540     05  AP-FROM-TIME            PIC X(08).
000550     05  AP-TO-DATE              PIC X(08).
000560     05  AP-TO-TIME              PIC X(08).
000570     05  AP-OPERATOR-ID          PIC X(08).
000580 FD  INQUIRY-REPORT.
000590 01  INQUIRY-REPORT-LINE         PIC X(100).
000600 WORKING-STORAGE SECTION.
000610 COPY auditcpy.
000620 01  AQ-FILE-STATUSES.
000630     05  AQ-ALOG-STATUS           PIC X(02) VALUE "00".
000640     05  AQ-PARM-STATUS           PIC X(02) VALUE "00".
000650     05  AQ-IRPT-STATUS           PIC X(02) VALUE "00".
000660 01  AQ-SWITCHES.
000670     05  AQ-EOF-SW                PIC X(01) VALUE "N".
000680         88  AQ-EOF                   VALUE "Y".
000690 01  AQ-SELECT-CRITERIA.
000700     05  AQ-SEL-PROGRAM           PIC X(10) VALUE SPACES.
000710     05  AQ-SEL-EVENT             PIC X(10) VALUE SPACES.
000720     05  AQ-SEL-OPERATOR          PIC X(08) VALUE SPACES.
000730     05  AQ-SEL-FROM-STAMP        PIC X(16) VALUE LOW-VALUES.
000740     05  AQ-SEL-TO-STAMP          PIC X(16) VALUE HIGH-VALUES.
000750 01  AQ-ENTRY-STAMP.
000760     05  AQ-ENTRY-DATE            PIC 9(08).
000770     05  AQ-ENTRY-TIME            PIC 9(08).
000780 01  AQ-COUNTS.
000790     05  AQ-READ-COUNT            PIC 9(07) VALUE 0.
000800     05  AQ-SELECT-COUNT          PIC 9(07) VALUE 0.
000810 01  AQ-EDIT-READ                 PIC ZZZ,ZZZ,ZZ9.
000820 01  AQ-EDIT-SELECTED             PIC ZZZ,ZZZ,ZZ9.
000830 PROCEDURE DIVISION.
000840 0000-MAINLINE.
000850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000860     PERFORM 2000-SCAN-LOG THRU 2000-EXIT
000870         UNTIL AQ-EOF.
000880     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.
000890     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000900     MOVE 0 TO RETURN-CODE.
000910     GOBACK.
000920*-----------------------------------------------------------------
000930* A MISSING OR BLANK PARAMETER FILE MEANS NO CRITERIA - THE
000940* WHOLE LOG IS SELECTED.  EACH SUPPLIED FIELD NARROWS THE
000950* SELECTION; DATES AND TIMES FOLD INTO ONE SORTABLE STAMP SO
000960* THE RANGE TEST IS A PAIR OF COMPARES, NOT CALENDAR LOGIC.
000970*-----------------------------------------------------------------
000980 1000-INITIALIZE.
000990     OPEN INPUT INQUIRY-PARM-FILE.
001000     IF AQ-PARM-STATUS = "00"
001010         MOVE SPACES TO INQUIRY-PARM-RECORD
001020         READ INQUIRY-PARM-FILE
001030             AT END CONTINUE
001040         END-READ
001050         CLOSE INQUIRY-PARM-FILE
001060         PERFORM 1100-BUILD-CRITERIA THRU 1100-EXIT
001070     END-IF.
001080     OPEN INPUT AUDIT-LOG-FILE.
001090     IF AQ-ALOG-STATUS NOT = "00"
001100         DISPLAY "AUDITINQ - AUDITLOG OPEN ERROR " AQ-ALOG-STATUS
001110         MOVE 99 TO RETURN-CODE
001120         GOBACK
001130     END-IF.
001140     OPEN OUTPUT INQUIRY-REPORT.
001150     IF AQ-IRPT-STATUS NOT = "00"
001160         DISPLAY "AUDITINQ - AUDITRPT OPEN ERROR " AQ-IRPT-STATUS
001170         MOVE 99 TO RETURN-CODE
001180         GOBACK
001190     END-IF.
001200     PERFORM 2900-READ-LOG THRU 2900-EXIT.
001210 1000-EXIT.
001220     EXIT.
001230 1100-BUILD-CRITERIA.
001240     MOVE AP-PROGRAM-ID TO AQ-SEL-PROGRAM.
001250     MOVE AP-EVENT-TYPE TO AQ-SEL-EVENT.
001260     MOVE AP-OPERATOR-ID TO AQ-SEL-OPERATOR.
001270     IF AP-FROM-DATE NOT = SPACES
001280        AND AP-FROM-DATE NOT = "00000000"
001290         MOVE SPACES TO AQ-SEL-FROM-STAMP
001300         STRING AP-FROM-DATE DELIMITED BY SIZE
001310                AP-FROM-TIME DELIMITED BY SIZE
001320           INTO AQ-SEL-FROM-STAMP
001330         INSPECT AQ-SEL-FROM-STAMP REPLACING ALL " " BY "0"
001340     END-IF.
001350     IF AP-TO-DATE NOT = SPACES
001360        AND AP-TO-DATE NOT = "00000000"
001370         MOVE SPACES TO AQ-SEL-TO-STAMP
001380         STRING AP-TO-DATE DELIMITED BY SIZE
001390                AP-TO-TIME DELIMITED BY SIZE
001400           INTO AQ-SEL-TO-STAMP
001410         INSPECT AQ-SEL-TO-STAMP REPLACING ALL " " BY "9"
001420     END-IF.
001430 1100-EXIT.
001440     EXIT.
001450 2000-SCAN-LOG.
001460     ADD 1 TO AQ-READ-COUNT.
001470     MOVE AUDIT-LOG-RECORD TO AU-AUDIT-RECORD.
001480     MOVE AU-LOG-DATE TO AQ-ENTRY-DATE.
001490     MOVE AU-LOG-TIME TO AQ-ENTRY-TIME.
001500     IF (AQ-SEL-PROGRAM = SPACES
001510            OR AU-PROGRAM-ID = AQ-SEL-PROGRAM)
001520        AND (AQ-SEL-EVENT = SPACES
001530            OR AU-EVENT-TYPE = AQ-SEL-EVENT)
001540        AND (AQ-SEL-OPERATOR = SPACES
001550            OR AU-OPERATOR-ID = AQ-SEL-OPERATOR)
001560        AND AQ-ENTRY-STAMP NOT < AQ-SEL-FROM-STAMP
001570        AND AQ-ENTRY-STAMP NOT > AQ-SEL-TO-STAMP
001580         MOVE AUDIT-LOG-RECORD TO INQUIRY-REPORT-LINE
001590         PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT
001600         ADD 1 TO AQ-SELECT-COUNT
001610     END-IF.
001620     PERFORM 2900-READ-LOG THRU 2900-EXIT.
001630 2000-EXIT.
001640     EXIT.
001650 2900-READ-LOG.
001660     READ AUDIT-LOG-FILE
001670         AT END SET AQ-EOF TO TRUE
001680     END-READ.
001690 2900-EXIT.
001700     EXIT.
001710 7500-WRITE-REPORT-LINE.
001720     WRITE INQUIRY-REPORT-LINE.
001730     IF AQ-IRPT-STATUS NOT = "00"
001740         DISPLAY "AUDITINQ - AUDITRPT WRITE ERROR " AQ-IRPT-STATUS
001750         MOVE 99 TO RETURN-CODE
001760         GOBACK
001770     END-IF.
001780 7500-EXIT.
001790     EXIT.
001800 8000-WRITE-TRAILER.
001810     MOVE AQ-SELECT-COUNT TO AQ-EDIT-SELECTED.
001820     MOVE AQ-READ-COUNT   TO AQ-EDIT-READ.
001830     MOVE SPACES TO INQUIRY-REPORT-LINE.
001840     STRING "ENTRIES SELECTED: " DELIMITED BY SIZE
001850            AQ-EDIT-SELECTED     DELIMITED BY SIZE
001860            " OF "               DELIMITED BY SIZE
001870            AQ-EDIT-READ         DELIMITED BY SIZE
001880       INTO INQUIRY-REPORT-LINE.
001890     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
001900     DISPLAY "AUDITINQ - " INQUIRY-REPORT-LINE.
001910 8000-EXIT.
001920     EXIT.
001930 9000-TERMINATE.
001940     CLOSE AUDIT-LOG-FILE.
001950     CLOSE INQUIRY-REPORT.
001960 9000-EXIT.
001970     EXIT.
