000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    StateExtract.
000120 AUTHOR.        M. OKONKWO-BELL, GRADING SYSTEMS GROUP.
000130 INSTALLATION.  DISTRICT OFFICE, ACADEMIC RECORDS.
000140 DATE-WRITTEN.  10/14/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY                                        *
000180*  ------------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION                                *
000200*  10/14/2026 MOB   ORIGINAL VERSION. STATE END-OF-YEAR        *
000210*                   COURSE-GRADE SUBMISSION. FOR ONE SCHOOL    *
000220*                   YEAR, WRITES A HEADER, ONE DETAIL PER      *
000230*                   STUDENT PER COURSE FROM THE CLOSED         *
000240*                   GRADE-MASTER TERMS (STATE COURSE CODE,     *
000250*                   CREDITS ATTEMPTED AND EARNED), AND A       *
000260*                   TRAILER OF RECORD COUNTS AND HASH TOTALS,  *
000270*                   AND PRINTS A BALANCING REPORT BY SCHOOL    *
000280*                   WHOSE TOTALS ARE CHECKED AGAINST THE       *
000290*                   TRAILER. EACH SUBMISSION IS LOGGED SO A    *
000300*                   CORRECTED RESUBMISSION TAKES THE NEXT      *
000310*                   SEQUENCE NUMBER.                           *
000311*  10/15/2026 MOB   THE BALANCING REPORT NOW TAKES ITS TRAILER *
000312*                   COLUMN FROM THE RUN'S OWN CONTROL TOTALS,  *
000313*                   THE SAME FIGURES MOVED INTO THE TRAILER    *
000314*                   RECORD, RATHER THAN FROM THE TRAILER       *
000315*                   RECORD AREA AFTER IT HAS BEEN WRITTEN.     *
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT STUDENT-DEMOG-FILE  ASSIGN TO "STUDEMOG"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS DM-STUDENT-ID
000400         FILE STATUS IS WS-STUDEMOG-STATUS.

000410     SELECT GRADE-MASTER-FILE   ASSIGN TO "GRDMSTR"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS GM-KEY
000450         FILE STATUS IS WS-GRDMSTR-STATUS.

000460     SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCAT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CRSCAT-STATUS.

000490     SELECT GRADE-SCALE-FILE    ASSIGN TO "GRDSCAL"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-GRDSCAL-STATUS.

000520     SELECT STATE-XREF-FILE     ASSIGN TO "STCRSXR"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-STCRSXR-STATUS.

000550     SELECT SUBMISSION-LOG-FILE ASSIGN TO "STSUBLG"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-STSUBLG-STATUS.

000580     SELECT STATE-SUBMISSION-FILE ASSIGN TO "STATESUB"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-STATESUB-STATUS.

000610     SELECT BALANCING-REPORT-FILE ASSIGN TO "STBALRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-STBALRPT-STATUS.

000640     SELECT RUN-HISTORY-FILE    ASSIGN TO "RUNHIST"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RUNHIST-STATUS.

000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  STUDENT-DEMOG-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 COPY DEMOGREC.

000720 FD  GRADE-MASTER-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 COPY GMSTRREC.

000750 FD  COURSE-CATALOG-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 COPY CRSCATLG.

000780 FD  GRADE-SCALE-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 COPY GRDSCALE.

000810 FD  STATE-XREF-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 COPY STXREF.

000840 FD  SUBMISSION-LOG-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 COPY SUBLGREC.

000870 FD  STATE-SUBMISSION-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 COPY STATEREC.

000900 FD  BALANCING-REPORT-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  BALANCING-REPORT-LINE          PIC X(132).

000930 FD  RUN-HISTORY-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 COPY RUNREC.

000960 WORKING-STORAGE SECTION.
000970*****************************************************************
000980*  FILE STATUS FIELDS                                           *
000990*****************************************************************
001000 77  WS-STUDEMOG-STATUS        PIC X(02)  VALUE SPACES.
001010 77  WS-GRDMSTR-STATUS         PIC X(02)  VALUE SPACES.
001020 77  WS-CRSCAT-STATUS          PIC X(02)  VALUE SPACES.
001030 77  WS-GRDSCAL-STATUS         PIC X(02)  VALUE SPACES.
001040 77  WS-STCRSXR-STATUS         PIC X(02)  VALUE SPACES.
001050 77  WS-STSUBLG-STATUS         PIC X(02)  VALUE SPACES.
001060 77  WS-STATESUB-STATUS        PIC X(02)  VALUE SPACES.
001070 77  WS-STBALRPT-STATUS        PIC X(02)  VALUE SPACES.
001080 77  WS-RUNHIST-STATUS         PIC X(02)  VALUE SPACES.

001090*****************************************************************
001100*  RUN CONTROL SWITCHES AND REQUEST FIELDS. THE SCHOOL YEAR IS  *
001110*  NAMED BY THE CALENDAR YEAR IT ENDS IN - SCHOOL YEAR 2026 IS  *
001120*  THE 2025FA TERM THROUGH THE 2026SU TERM.                     *
001130*****************************************************************
001140 77  WS-MASTER-EOF-SW          PIC X(01)  VALUE "N".
001150     88  WS-END-OF-MASTER      VALUE "Y".
001160 77  WS-LOG-EOF-SW             PIC X(01)  VALUE "N".
001170     88  WS-END-OF-LOG         VALUE "Y".
001180 77  WS-STUDENT-FOUND-SW       PIC X(01)  VALUE "N".
001190     88  WS-STUDENT-ON-FILE    VALUE "Y".

001200 77  WS-REQUEST-YEAR-INPUT     PIC X(04)  VALUE SPACES.
001210 77  WS-REQUEST-YEAR           PIC 9(04)  VALUE 0.
001220 77  WS-PRIOR-YEAR             PIC 9(04)  VALUE 0.
001230 77  WS-DISTRICT-ID            PIC X(08)  VALUE SPACES.
001240 77  WS-YEAR-FROM-KEY          PIC X(05)  VALUE SPACES.
001250 77  WS-YEAR-TO-KEY            PIC X(05)  VALUE SPACES.
001260 77  WS-TERM-OF-RECORD-KEY     PIC X(05)  VALUE SPACES.

001270 77  WS-LAST-SEQUENCE          PIC 9(03)  VALUE 0.
001280 77  WS-SUBMIT-SEQUENCE        PIC 9(03)  VALUE 0.
001290 77  WS-SUBMIT-TYPE            PIC X(01)  VALUE "O".
001300     88  WS-IS-RESUBMISSION    VALUE "R".

001310 77  WS-EXCEPTION-REASON       PIC X(40)  VALUE SPACES.

001320*****************************************************************
001330*  RUN COUNTS AND THE TRAILER CONTROL TOTALS                    *
001340*****************************************************************
001350 77  WS-TERMS-READ-COUNT       PIC 9(07)  COMP VALUE 0.
001360 77  WS-YEAR-TERM-COUNT        PIC 9(07)  COMP VALUE 0.
001370 77  WS-OPEN-TERM-COUNT        PIC 9(07)  COMP VALUE 0.
001380 77  WS-TRANSFER-COUNT         PIC 9(07)  COMP VALUE 0.
001390 77  WS-SUBMITTED-TERM-COUNT   PIC 9(07)  COMP VALUE 0.
001400 77  WS-EXCEPTION-COUNT        PIC 9(07)  COMP VALUE 0.

001410 77  WS-DETAIL-COUNT           PIC 9(07)  VALUE 0.
001420 77  WS-RECORD-COUNT           PIC 9(07)  VALUE 0.
001430 77  WS-STUDENT-ID-HASH        PIC 9(15)  VALUE 0.
001440 77  WS-GRADE-HASH             PIC 9(09)  VALUE 0.
001450 77  WS-TOTAL-ATTEMPTED        PIC 9(07)V9(01) VALUE 0.
001460 77  WS-TOTAL-EARNED           PIC 9(07)V9(01) VALUE 0.

001470*****************************************************************
001480*  PER-SCHOOL TOTALS FOR THE BALANCING REPORT. THEIR SUM IS     *
001490*  CHECKED AGAINST THE TRAILER TOTALS AT END OF RUN.            *
001500*****************************************************************
001510 77  WS-SCHOOL-COUNT           PIC 9(03)  COMP VALUE 0.
001520 77  WS-SCHOOL-LIMIT           PIC 9(03)  VALUE 50.
001530 77  WS-SCHOOL-INDEX           PIC 9(03)  COMP VALUE 0.
001540 77  WS-SCHOOL-FOUND-SW        PIC X(01)  VALUE "N".
001550     88  WS-SCHOOL-WAS-FOUND   VALUE "Y".

001560 01  WS-SCHOOL-TOTAL-TABLE.
001570     05  WS-SCHOOL-ENTRY OCCURS 50 TIMES.
001580         10  WS-SCH-CODE           PIC X(03).
001590         10  WS-SCH-DETAIL-COUNT   PIC 9(07).
001600         10  WS-SCH-ID-HASH        PIC 9(15).
001610         10  WS-SCH-GRADE-HASH     PIC 9(09).
001620         10  WS-SCH-ATTEMPTED      PIC 9(07)V9(01).
001630         10  WS-SCH-EARNED         PIC 9(07)V9(01).

001640 77  WS-CHECK-DETAIL-COUNT     PIC 9(07)  VALUE 0.
001650 77  WS-CHECK-ID-HASH          PIC 9(15)  VALUE 0.
001660 77  WS-CHECK-GRADE-HASH       PIC 9(09)  VALUE 0.
001670 77  WS-CHECK-ATTEMPTED        PIC 9(07)V9(01) VALUE 0.
001680 77  WS-CHECK-EARNED           PIC 9(07)V9(01) VALUE 0.

001690*****************************************************************
001700*  COURSE CATALOG TABLE, LOADED FROM CRSCAT AT INITIALIZATION,  *
001710*  FOR THE CREDIT HOURS OF EACH COURSE IN EFFECT FOR ITS TERM.  *
001720*****************************************************************
001730 77  WS-CATALOG-COUNT          PIC 9(03)  COMP VALUE 0.
001740 77  WS-CATALOG-LIMIT          PIC 9(03)  VALUE 200.
001750 77  WS-CATALOG-EOF-SW         PIC X(01)  VALUE "N".
001760     88  WS-END-OF-CATALOG     VALUE "Y".

001770 01  WS-COURSE-CATALOG-TABLE.
001780     05  WS-CATALOG-ENTRY OCCURS 200 TIMES.
001790         10  WS-CAT-COURSE-CODE    PIC X(06).
001800         10  WS-CAT-CREDIT-HOURS   PIC 9(01)V9(01).
001810         10  WS-CAT-EFF-FROM-KEY   PIC X(05).
001820         10  WS-CAT-EFF-TO-KEY     PIC X(05).

001830 77  WS-LOOKUP-CODE            PIC X(06)  VALUE SPACES.
001840 77  WS-LOOKUP-CREDITS         PIC 9(01)V9(01) VALUE 0.
001850 77  WS-LOOKUP-FOUND-SW        PIC X(01)  VALUE "N".
001860     88  WS-COURSE-WAS-FOUND   VALUE "Y".
001870 77  WS-LOOKUP-INDEX           PIC 9(03)  COMP VALUE 0.
001880 77  WS-LOOKUP-TERM            PIC X(06)  VALUE SPACES.
001890 77  WS-LOOKUP-TERM-KEY        PIC X(05)  VALUE SPACES.
001900 77  WS-BEST-FROM-KEY          PIC X(05)  VALUE SPACES.
001910 77  WS-TERM-KEY-INPUT         PIC X(06)  VALUE SPACES.
001920 77  WS-TERM-KEY               PIC X(05)  VALUE SPACES.

001930*****************************************************************
001940*  STATE COURSE-CODE CROSS-REFERENCE TABLE, LOADED FROM STCRSXR *
001950*****************************************************************
001960 77  WS-XREF-COUNT             PIC 9(03)  COMP VALUE 0.
001970 77  WS-XREF-LIMIT             PIC 9(03)  VALUE 200.
001980 77  WS-XREF-EOF-SW            PIC X(01)  VALUE "N".
001990     88  WS-END-OF-XREF        VALUE "Y".
002000 77  WS-XREF-INDEX             PIC 9(03)  COMP VALUE 0.
002010 77  WS-XREF-FOUND-SW          PIC X(01)  VALUE "N".
002020     88  WS-XREF-WAS-FOUND     VALUE "Y".
002030 77  WS-STATE-COURSE-CODE      PIC X(10)  VALUE SPACES.

002040 01  WS-STATE-XREF-TABLE.
002050     05  WS-XREF-ENTRY OCCURS 200 TIMES.
002060         10  WS-XRF-COURSE-CODE    PIC X(06).
002070         10  WS-XRF-STATE-CODE     PIC X(10).

002080*****************************************************************
002090*  SUBJECT GRADE FIELDS. A NUMERIC GRADE OR AN INCOMPLETE IS    *
002100*  ATTEMPTED FOR THE COURSE'S CREDIT HOURS; WITHDRAWN AND       *
002110*  EXEMPT ATTEMPT NOTHING. A NUMERIC GRADE EARNS THE CREDIT     *
002120*  HOURS WHEN IT DOES NOT FALL ON AN F STEP OF THE GRADING      *
002130*  SCALE IN EFFECT FOR ITS TERM (BELOW 60 ON THE STRAIGHT       *
002140*  SCALE).                                                      *
002150*****************************************************************
002160 77  WS-SUBJECT-INDEX          PIC 9(01)  COMP VALUE 0.
002170 77  WS-GRADE-CHECK            PIC X(03)  VALUE SPACES.
002180     88  WS-GRADE-IS-STATUS    VALUE "I  " "W  " "X  ".
002190     88  WS-GRADE-IS-INCOMPLETE VALUE "I  ".
002200 77  WS-GRADE-NUMERIC          PIC 9(03)  VALUE 0.
002210 77  WS-GRADE-PASSED-SW        PIC X(01)  VALUE "N".
002220     88  WS-GRADE-PASSED       VALUE "Y".
002230 77  WS-CREDITS-ATTEMPTED      PIC 9(01)V9(01) VALUE 0.
002240 77  WS-CREDITS-EARNED         PIC 9(01)V9(01) VALUE 0.

002250*****************************************************************
002260*  GRADING SCALE TABLE, LOADED FROM GRDSCAL AT INITIALIZATION.  *
002270*****************************************************************
002280 77  WS-SCALE-COUNT            PIC 9(03)  COMP VALUE 0.
002290 77  WS-SCALE-LIMIT            PIC 9(03)  VALUE 60.
002300 77  WS-SCALE-EOF-SW           PIC X(01)  VALUE "N".
002310     88  WS-END-OF-SCALE       VALUE "Y".

002320 01  WS-GRADE-SCALE-TABLE.
002330     05  WS-SCALE-ENTRY OCCURS 60 TIMES.
002340         10  WS-SCL-EFF-FROM-KEY   PIC X(05).
002350         10  WS-SCL-EFF-TO-KEY     PIC X(05).
002360         10  WS-SCL-MIN-SCORE      PIC 9(03)V9(02).
002370         10  WS-SCL-LETTER-GRADE   PIC X(01).
002380         10  WS-SCL-MODIFIER       PIC X(01).
002390         10  WS-SCL-REGULAR-POINTS PIC 9(01)V9(01).
002400         10  WS-SCL-HONORS-POINTS  PIC 9(01)V9(01).
002410         10  WS-SCL-AP-POINTS      PIC 9(01)V9(01).
002420         10  WS-SCL-HONOR-ROLL-SW  PIC X(01).

002430 77  WS-SCALE-INDEX            PIC 9(03)  COMP VALUE 0.
002440 77  WS-SCALE-TERM             PIC X(06)  VALUE SPACES.
002450 77  WS-SCALE-TERM-KEY         PIC X(05)  VALUE SPACES.
002460 77  WS-SCALE-FROM-KEY         PIC X(05)  VALUE SPACES.
002470 77  WS-SCALE-FOUND-SW         PIC X(01)  VALUE "N".
002480     88  WS-SCALE-IS-IN-EFFECT VALUE "Y".
002490 77  WS-SCALE-SCORE            PIC 9(03)V9(02) VALUE 0.
002500 77  WS-STEP-INDEX             PIC 9(03)  COMP VALUE 0.
002510 77  WS-STEP-FOUND-SW          PIC X(01)  VALUE "N".
002520     88  WS-STEP-WAS-FOUND     VALUE "Y".
002530 77  WS-STEP-MIN-SCORE         PIC 9(03)V9(02) VALUE 0.

002540*****************************************************************
002550*  TIMESTAMP FIELDS FOR THE RUN-HISTORY REGISTRATION            *
002560*****************************************************************
002570 01  WS-CURRENT-DATE           PIC 9(08).
002580 01  WS-CURRENT-TIME           PIC 9(08).
002590 01  WS-TIMESTAMP-DISPLAY      PIC X(26)  VALUE SPACES.
002600 77  WS-RUN-START-STAMP        PIC X(26)  VALUE SPACES.

002610*****************************************************************
002620*  DISPLAY / EDIT FIELDS FOR REPORT LINES                       *
002630*****************************************************************
002640 01  WS-EDIT-STUDENT-ID        PIC 9(09).
002650 01  WS-EDIT-SEQUENCE          PIC 9(03).
002660 01  WS-EDIT-COUNT             PIC ZZZZZZ9.
002670 01  WS-EDIT-ID-HASH           PIC ZZZZZZZZZZZZZZ9.
002680 01  WS-EDIT-GRADE-HASH        PIC ZZZZZZZZ9.
002690 01  WS-EDIT-CREDITS           PIC ZZZZZZ9.9.
002700 01  WS-EDIT-CHECK-CREDITS     PIC ZZZZZZ9.9.

002710 PROCEDURE DIVISION.
002720*****************************************************************
002730*  0000-MAINLINE                                                *
002740*  ENTRY POINT. LOADS THE REFERENCE FILES, WRITES THE HEADER,   *
002750*  EXTRACTS THE SCHOOL YEAR'S CLOSED TERMS, WRITES THE TRAILER, *
002760*  PRINTS THE BALANCING TOTALS, AND LOGS THE SUBMISSION.        *
002770*****************************************************************
002780 0000-MAINLINE.
002790     PERFORM 1200-BUILD-TIMESTAMP
002800         THRU 1200-BUILD-TIMESTAMP-EXIT.
002810     MOVE WS-TIMESTAMP-DISPLAY TO WS-RUN-START-STAMP.

002820     PERFORM 1000-INITIALIZE
002830         THRU 1000-INITIALIZE-EXIT.

002840     PERFORM 2000-EXTRACT-SCHOOL-YEAR
002850         THRU 2000-EXTRACT-SCHOOL-YEAR-EXIT.

002860     PERFORM 3000-WRITE-TRAILER
002870         THRU 3000-WRITE-TRAILER-EXIT.

002880     PERFORM 4000-PRINT-BALANCING-TOTALS
002890         THRU 4000-PRINT-BALANCING-TOTALS-EXIT.

002900     PERFORM 9800-TERMINATE
002910         THRU 9800-TERMINATE-EXIT.

002920     PERFORM 9400-LOG-SUBMISSION
002930         THRU 9400-LOG-SUBMISSION-EXIT.

002940     PERFORM 9300-REGISTER-RUN
002950         THRU 9300-REGISTER-RUN-EXIT.

002960     STOP RUN.

002970 0000-MAINLINE-EXIT.
002980     EXIT.

002990*****************************************************************
003000*  1000-INITIALIZE                                              *
003010*  OPENS STUDEMOG AND THE GRADE-MASTER, ASKS FOR THE SCHOOL     *
003020*  YEAR AND THE STATE-ASSIGNED DISTRICT ID, LOADS THE CATALOG,  *
003030*  GRADING SCALE, AND STATE CROSS-REFERENCE, TAKES THE NEXT     *
003040*  SUBMISSION SEQUENCE NUMBER FOR THE YEAR FROM THE SUBMISSION  *
003050*  LOG, AND WRITES THE HEADER RECORD AND REPORT HEADINGS.       *
003060*  THE RUN CANNOT GO ON WITHOUT STUDEMOG, THE GRADE-MASTER, A   *
003070*  VALID SCHOOL YEAR, OR A DISTRICT ID.                         *
003080*****************************************************************
003090 1000-INITIALIZE.
003100     OPEN INPUT STUDENT-DEMOG-FILE.
003110     IF WS-STUDEMOG-STATUS NOT = "00"
003120         DISPLAY "STUDENT DEMOGRAPHIC FILE STUDEMOG NOT "
003130             "AVAILABLE - STATUS " WS-STUDEMOG-STATUS
003140             " - NOTHING TO EXTRACT"
003150         STOP RUN
003160     END-IF.

003170     OPEN INPUT GRADE-MASTER-FILE.
003180     IF WS-GRDMSTR-STATUS NOT = "00"
003190         DISPLAY "GRADE-MASTER FILE GRDMSTR NOT AVAILABLE - "
003200             "STATUS " WS-GRDMSTR-STATUS " - NOTHING TO EXTRACT"
003210         CLOSE STUDENT-DEMOG-FILE
003220         STOP RUN
003230     END-IF.

003240     DISPLAY "STATE END-OF-YEAR COURSE-GRADE SUBMISSION".
003250     DISPLAY "ENTER SCHOOL YEAR (YYYY, THE YEAR IT ENDS IN): "
003260         WITH NO ADVANCING.
003270     MOVE SPACES TO WS-REQUEST-YEAR-INPUT.
003280     ACCEPT WS-REQUEST-YEAR-INPUT.
003290     IF WS-REQUEST-YEAR-INPUT IS NOT NUMERIC
003300             OR WS-REQUEST-YEAR-INPUT = "0000"
003310         DISPLAY "SCHOOL YEAR '" WS-REQUEST-YEAR-INPUT
003320             "' IS NOT A FOUR-DIGIT YEAR - EXTRACT ABORTED"
003330         CLOSE STUDENT-DEMOG-FILE
003340         CLOSE GRADE-MASTER-FILE
003350         STOP RUN
003360     END-IF.
003370     MOVE WS-REQUEST-YEAR-INPUT TO WS-REQUEST-YEAR.

003380     DISPLAY "ENTER STATE-ASSIGNED DISTRICT ID: "
003390         WITH NO ADVANCING.
003400     MOVE SPACES TO WS-DISTRICT-ID.
003410     ACCEPT WS-DISTRICT-ID.
003420     IF WS-DISTRICT-ID = SPACES
003430         DISPLAY "NO DISTRICT ID GIVEN - EXTRACT ABORTED"
003440         CLOSE STUDENT-DEMOG-FILE
003450         CLOSE GRADE-MASTER-FILE
003460         STOP RUN
003470     END-IF.

003480     COMPUTE WS-PRIOR-YEAR = WS-REQUEST-YEAR - 1.
003490     MOVE SPACES TO WS-YEAR-FROM-KEY.
003500     MOVE WS-PRIOR-YEAR TO WS-YEAR-FROM-KEY (1:4).
003510     MOVE "4" TO WS-YEAR-FROM-KEY (5:1).
003520     MOVE SPACES TO WS-YEAR-TO-KEY.
003530     MOVE WS-REQUEST-YEAR TO WS-YEAR-TO-KEY (1:4).
003540     MOVE "3" TO WS-YEAR-TO-KEY (5:1).

003550     PERFORM 1300-LOAD-COURSE-CATALOG
003560         THRU 1300-LOAD-COURSE-CATALOG-EXIT.
003570     PERFORM 1350-LOAD-GRADING-SCALE
003580         THRU 1350-LOAD-GRADING-SCALE-EXIT.
003590     PERFORM 1400-LOAD-STATE-XREF
003600         THRU 1400-LOAD-STATE-XREF-EXIT.
003610     PERFORM 1500-FIND-LAST-SEQUENCE
003620         THRU 1500-FIND-LAST-SEQUENCE-EXIT.

003630     IF WS-LAST-SEQUENCE = 999
003640         DISPLAY "SCHOOL YEAR " WS-REQUEST-YEAR " ALREADY HAS "
003650             "SUBMISSION 999 ON STSUBLG - EXTRACT ABORTED"
003660         CLOSE STUDENT-DEMOG-FILE
003670         CLOSE GRADE-MASTER-FILE
003680         STOP RUN
003690     END-IF.
003700     COMPUTE WS-SUBMIT-SEQUENCE = WS-LAST-SEQUENCE + 1.
003710     IF WS-LAST-SEQUENCE > 0
003720         MOVE "R" TO WS-SUBMIT-TYPE
003730         MOVE WS-SUBMIT-SEQUENCE TO WS-EDIT-SEQUENCE
003740         DISPLAY "SCHOOL YEAR " WS-REQUEST-YEAR " WAS SUBMITTED "
003750             "BEFORE - THIS FILE IS CORRECTED RESUBMISSION "
003760             WS-EDIT-SEQUENCE
003770     ELSE
003780         MOVE "O" TO WS-SUBMIT-TYPE
003790     END-IF.

003800     OPEN OUTPUT STATE-SUBMISSION-FILE.
003810     OPEN OUTPUT BALANCING-REPORT-FILE.

003820     MOVE SPACES TO STATE-SUBMISSION-RECORD.
003830     MOVE "H" TO SS-RECORD-TYPE.
003840     MOVE WS-DISTRICT-ID TO SS-HDR-DISTRICT-ID.
003850     MOVE WS-REQUEST-YEAR TO SS-HDR-SCHOOL-YEAR.
003860     MOVE WS-SUBMIT-SEQUENCE TO SS-HDR-SEQUENCE.
003870     MOVE WS-SUBMIT-TYPE TO SS-HDR-SUBMIT-TYPE.
003880     MOVE WS-CURRENT-DATE TO SS-HDR-CREATE-DATE.
003890     WRITE STATE-SUBMISSION-RECORD.
003900     MOVE 1 TO WS-RECORD-COUNT.

003910     MOVE WS-SUBMIT-SEQUENCE TO WS-EDIT-SEQUENCE.
003920     STRING "STATE END-OF-YEAR SUBMISSION - BALANCING REPORT "
003930             "AS OF " WS-CURRENT-DATE (5:2) "/"
003940             WS-CURRENT-DATE (7:2) "/" WS-CURRENT-DATE (1:4)
003950         DELIMITED BY SIZE INTO BALANCING-REPORT-LINE.
003960     WRITE BALANCING-REPORT-LINE.
003970     MOVE SPACES TO BALANCING-REPORT-LINE.
003980     STRING "DISTRICT " WS-DISTRICT-ID "  SCHOOL YEAR "
003990             WS-REQUEST-YEAR " (" WS-PRIOR-YEAR "FA THROUGH "
004000             WS-REQUEST-YEAR "SU)  SEQUENCE " WS-EDIT-SEQUENCE
004010         DELIMITED BY SIZE INTO BALANCING-REPORT-LINE.
004020     IF WS-IS-RESUBMISSION
004030         MOVE "  CORRECTED RESUBMISSION" TO
004040             BALANCING-REPORT-LINE (80:24)
004050     ELSE
004060         MOVE "  ORIGINAL SUBMISSION" TO
004070             BALANCING-REPORT-LINE (80:21)
004080     END-IF.
004090     WRITE BALANCING-REPORT-LINE.
004100     MOVE SPACES TO BALANCING-REPORT-LINE.
004110     WRITE BALANCING-REPORT-LINE.
004120     MOVE "EXCEPTIONS - COURSE GRADES NOT SUBMITTED"
004130         TO BALANCING-REPORT-LINE.
004140     WRITE BALANCING-REPORT-LINE.
004150     MOVE "----------------------------------------"
004160         TO BALANCING-REPORT-LINE.
004170     WRITE BALANCING-REPORT-LINE.
004180     MOVE SPACES TO BALANCING-REPORT-LINE.
004190     MOVE "STUDENT"  TO BALANCING-REPORT-LINE (1:7).
004200     MOVE "NAME"     TO BALANCING-REPORT-LINE (11:4).
004210     MOVE "TERM"     TO BALANCING-REPORT-LINE (42:4).
004220     MOVE "COURSE"   TO BALANCING-REPORT-LINE (49:6).
004230     MOVE "GRADE"    TO BALANCING-REPORT-LINE (56:5).
004240     MOVE "REASON"   TO BALANCING-REPORT-LINE (62:6).
004250     WRITE BALANCING-REPORT-LINE.
004260     MOVE SPACES TO BALANCING-REPORT-LINE.

004270 1000-INITIALIZE-EXIT.
004280     EXIT.

004290*****************************************************************
004300*  1200-BUILD-TIMESTAMP                                         *
004310*  BUILDS A DISPLAYABLE YYYY-MM-DD HH:MM:SS TIMESTAMP FOR THE   *
004320*  RUN-HISTORY REGISTRATION USING THE DATE/TIME SPECIAL         *
004330*  REGISTERS.                                                   *
004340*****************************************************************
004350 1200-BUILD-TIMESTAMP.
004360     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004370     ACCEPT WS-CURRENT-TIME FROM TIME.

004380     STRING WS-CURRENT-DATE (1:4) "-" WS-CURRENT-DATE (5:2) "-"
004390             WS-CURRENT-DATE (7:2) " " WS-CURRENT-TIME (1:2) ":"
004400             WS-CURRENT-TIME (3:2) ":" WS-CURRENT-TIME (5:2)
004410         DELIMITED BY SIZE INTO WS-TIMESTAMP-DISPLAY.

004420 1200-BUILD-TIMESTAMP-EXIT.
004430     EXIT.

004440*****************************************************************
004450*  1300-LOAD-COURSE-CATALOG                                     *
004460*  LOADS THE COURSE CATALOG REFERENCE FILE INTO THE IN-MEMORY   *
004470*  TABLE USED FOR CREDIT-HOUR LOOKUPS. WITHOUT THE CATALOG NO   *
004480*  COURSE CAN BE SUBMITTED, SO THE OPERATOR IS WARNED.          *
004490*****************************************************************
004500 1300-LOAD-COURSE-CATALOG.
004510     MOVE 0 TO WS-CATALOG-COUNT.
004520     MOVE "N" TO WS-CATALOG-EOF-SW.

004530     OPEN INPUT COURSE-CATALOG-FILE.
004540     IF WS-CRSCAT-STATUS NOT = "00"
004550         DISPLAY "COURSE CATALOG CRSCAT NOT AVAILABLE - EVERY "
004560             "COURSE GRADE WILL BE AN EXCEPTION"
004570         GO TO 1300-LOAD-COURSE-CATALOG-EXIT
004580     END-IF.

004590     PERFORM 1310-LOAD-ONE-COURSE
004600         THRU 1310-LOAD-ONE-COURSE-EXIT
004610         UNTIL WS-END-OF-CATALOG.

004620     CLOSE COURSE-CATALOG-FILE.

004630 1300-LOAD-COURSE-CATALOG-EXIT.
004640     EXIT.

004650 1310-LOAD-ONE-COURSE.
004660     READ COURSE-CATALOG-FILE
004670         AT END
004680             MOVE "Y" TO WS-CATALOG-EOF-SW
004690     END-READ.
004700     IF WS-CRSCAT-STATUS NOT = "00"
004710         MOVE "Y" TO WS-CATALOG-EOF-SW
004720         GO TO 1310-LOAD-ONE-COURSE-EXIT
004730     END-IF.

004740     IF WS-CATALOG-COUNT < WS-CATALOG-LIMIT
004750         ADD 1 TO WS-CATALOG-COUNT
004760         MOVE CC-COURSE-CODE TO
004770             WS-CAT-COURSE-CODE (WS-CATALOG-COUNT)
004780         MOVE CC-CREDIT-HOURS TO
004790             WS-CAT-CREDIT-HOURS (WS-CATALOG-COUNT)
004800         IF CC-EFF-FROM-TERM = SPACES
004810             MOVE LOW-VALUES TO
004820                 WS-CAT-EFF-FROM-KEY (WS-CATALOG-COUNT)
004830         ELSE
004840             MOVE CC-EFF-FROM-TERM TO WS-TERM-KEY-INPUT
004850             PERFORM 7300-BUILD-TERM-KEY
004860                 THRU 7300-BUILD-TERM-KEY-EXIT
004870             MOVE WS-TERM-KEY TO
004880                 WS-CAT-EFF-FROM-KEY (WS-CATALOG-COUNT)
004890         END-IF
004900         IF CC-EFF-TO-TERM = SPACES
004910             MOVE HIGH-VALUES TO
004920                 WS-CAT-EFF-TO-KEY (WS-CATALOG-COUNT)
004930         ELSE
004940             MOVE CC-EFF-TO-TERM TO WS-TERM-KEY-INPUT
004950             PERFORM 7300-BUILD-TERM-KEY
004960                 THRU 7300-BUILD-TERM-KEY-EXIT
004970             MOVE WS-TERM-KEY TO
004980                 WS-CAT-EFF-TO-KEY (WS-CATALOG-COUNT)
004990         END-IF
005000     ELSE
005010         DISPLAY "COURSE CATALOG ENTRY " CC-COURSE-CODE
005020             " IGNORED - 200-COURSE CATALOG TABLE IS FULL"
005030     END-IF.

005040 1310-LOAD-ONE-COURSE-EXIT.
005050     EXIT.


005060*****************************************************************
005070*  1350-LOAD-GRADING-SCALE                                      *
005080*  LOADS THE GRADING-SCALE REFERENCE FILE INTO THE IN-MEMORY    *
005090*  TABLE. A MISSING SCALE FILE IS NOT FATAL - EVERY TERM IS     *
005100*  THEN GRADED ON THE STRAIGHT 90/80/70/60 SCALE.               *
005110*****************************************************************
005120 1350-LOAD-GRADING-SCALE.
005130     MOVE 0 TO WS-SCALE-COUNT.
005140     MOVE "N" TO WS-SCALE-EOF-SW.

005150     OPEN INPUT GRADE-SCALE-FILE.
005160     IF WS-GRDSCAL-STATUS NOT = "00"
005170         DISPLAY "GRADING SCALE GRDSCAL NOT AVAILABLE - LETTER "
005180             "GRADES USE THE STRAIGHT 90/80/70/60 SCALE"
005190         GO TO 1350-LOAD-GRADING-SCALE-EXIT
005200     END-IF.

005210     PERFORM 1360-LOAD-ONE-SCALE-STEP
005220         THRU 1360-LOAD-ONE-SCALE-STEP-EXIT
005230         UNTIL WS-END-OF-SCALE.

005240     CLOSE GRADE-SCALE-FILE.

005250 1350-LOAD-GRADING-SCALE-EXIT.
005260     EXIT.

005270 1360-LOAD-ONE-SCALE-STEP.
005280     READ GRADE-SCALE-FILE
005290         AT END
005300             MOVE "Y" TO WS-SCALE-EOF-SW
005310     END-READ.
005320     IF WS-GRDSCAL-STATUS NOT = "00"
005330         MOVE "Y" TO WS-SCALE-EOF-SW
005340         GO TO 1360-LOAD-ONE-SCALE-STEP-EXIT
005350     END-IF.

005360     IF GS-MIN-SCORE IS NOT NUMERIC
005370             OR GS-REGULAR-POINTS IS NOT NUMERIC
005380             OR GS-HONORS-POINTS IS NOT NUMERIC
005390             OR GS-AP-POINTS IS NOT NUMERIC
005400         DISPLAY "GRADING SCALE STEP " GS-LETTER-GRADE
005410             GS-LETTER-MODIFIER " FROM " GS-EFF-FROM-TERM
005420             " IGNORED - SCORE OR POINTS NOT NUMERIC"
005430         GO TO 1360-LOAD-ONE-SCALE-STEP-EXIT
005440     END-IF.

005450     IF WS-SCALE-COUNT < WS-SCALE-LIMIT
005460         ADD 1 TO WS-SCALE-COUNT
005470         MOVE GS-MIN-SCORE TO
005480             WS-SCL-MIN-SCORE (WS-SCALE-COUNT)
005490         MOVE GS-LETTER-GRADE TO
005500             WS-SCL-LETTER-GRADE (WS-SCALE-COUNT)
005510         MOVE GS-LETTER-MODIFIER TO
005520             WS-SCL-MODIFIER (WS-SCALE-COUNT)
005530         MOVE GS-REGULAR-POINTS TO
005540             WS-SCL-REGULAR-POINTS (WS-SCALE-COUNT)
005550         MOVE GS-HONORS-POINTS TO
005560             WS-SCL-HONORS-POINTS (WS-SCALE-COUNT)
005570         MOVE GS-AP-POINTS TO
005580             WS-SCL-AP-POINTS (WS-SCALE-COUNT)
005590         MOVE GS-HONOR-ROLL-SW TO
005600             WS-SCL-HONOR-ROLL-SW (WS-SCALE-COUNT)
005610         IF GS-EFF-FROM-TERM = SPACES
005620             MOVE LOW-VALUES TO
005630                 WS-SCL-EFF-FROM-KEY (WS-SCALE-COUNT)
005640         ELSE
005650             MOVE GS-EFF-FROM-TERM TO WS-TERM-KEY-INPUT
005660             PERFORM 7300-BUILD-TERM-KEY
005670                 THRU 7300-BUILD-TERM-KEY-EXIT
005680             MOVE WS-TERM-KEY TO
005690                 WS-SCL-EFF-FROM-KEY (WS-SCALE-COUNT)
005700         END-IF
005710         IF GS-EFF-TO-TERM = SPACES
005720             MOVE HIGH-VALUES TO
005730                 WS-SCL-EFF-TO-KEY (WS-SCALE-COUNT)
005740         ELSE
005750             MOVE GS-EFF-TO-TERM TO WS-TERM-KEY-INPUT
005760             PERFORM 7300-BUILD-TERM-KEY
005770                 THRU 7300-BUILD-TERM-KEY-EXIT
005780             MOVE WS-TERM-KEY TO
005790                 WS-SCL-EFF-TO-KEY (WS-SCALE-COUNT)
005800         END-IF
005810     ELSE
005820         DISPLAY "GRADING SCALE STEP " GS-LETTER-GRADE
005830             GS-LETTER-MODIFIER " IGNORED - 60-STEP GRADING "
005840             "SCALE TABLE IS FULL"
005850     END-IF.

005860 1360-LOAD-ONE-SCALE-STEP-EXIT.
005870     EXIT.

005880*****************************************************************
005890*  1400-LOAD-STATE-XREF                                         *
005900*  LOADS THE STATE COURSE-CODE CROSS-REFERENCE. WITHOUT IT NO   *
005910*  COURSE CAN BE SUBMITTED, SO THE OPERATOR IS WARNED.          *
005920*****************************************************************
005930 1400-LOAD-STATE-XREF.
005940     MOVE 0 TO WS-XREF-COUNT.
005950     MOVE "N" TO WS-XREF-EOF-SW.

005960     OPEN INPUT STATE-XREF-FILE.
005970     IF WS-STCRSXR-STATUS NOT = "00"
005980         DISPLAY "STATE COURSE CROSS-REFERENCE STCRSXR NOT "
005990             "AVAILABLE - EVERY COURSE GRADE WILL BE AN EXCEPTION"
006000         GO TO 1400-LOAD-STATE-XREF-EXIT
006010     END-IF.

006020     PERFORM 1410-LOAD-ONE-XREF
006030         THRU 1410-LOAD-ONE-XREF-EXIT
006040         UNTIL WS-END-OF-XREF.

006050     CLOSE STATE-XREF-FILE.

006060 1400-LOAD-STATE-XREF-EXIT.
006070     EXIT.

006080 1410-LOAD-ONE-XREF.
006090     READ STATE-XREF-FILE
006100         AT END
006110             MOVE "Y" TO WS-XREF-EOF-SW
006120     END-READ.
006130     IF WS-STCRSXR-STATUS NOT = "00"
006140         MOVE "Y" TO WS-XREF-EOF-SW
006150         GO TO 1410-LOAD-ONE-XREF-EXIT
006160     END-IF.

006170     IF XR-COURSE-CODE = SPACES
006180             OR XR-STATE-COURSE-CODE = SPACES
006190         DISPLAY "STATE CROSS-REFERENCE FOR '" XR-COURSE-CODE
006200             "' IGNORED - A COURSE CODE IS BLANK"
006210         GO TO 1410-LOAD-ONE-XREF-EXIT
006220     END-IF.

006230     IF WS-XREF-COUNT < WS-XREF-LIMIT
006240         ADD 1 TO WS-XREF-COUNT
006250         MOVE XR-COURSE-CODE TO WS-XRF-COURSE-CODE (WS-XREF-COUNT)
006260         MOVE XR-STATE-COURSE-CODE TO
006270             WS-XRF-STATE-CODE (WS-XREF-COUNT)
006280     ELSE
006290         DISPLAY "STATE CROSS-REFERENCE FOR " XR-COURSE-CODE
006300             " IGNORED - 200-ENTRY CROSS-REFERENCE TABLE IS FULL"
006310     END-IF.

006320 1410-LOAD-ONE-XREF-EXIT.
006330     EXIT.

006340*****************************************************************
006350*  1500-FIND-LAST-SEQUENCE                                      *
006360*  READS THE SUBMISSION LOG FOR THE HIGHEST SEQUENCE NUMBER     *
006370*  ALREADY USED FOR THE SCHOOL YEAR. NO LOG, OR NO ENTRY FOR    *
006380*  THE YEAR, MEANS THIS IS THE ORIGINAL SUBMISSION.             *
006390*****************************************************************
006400 1500-FIND-LAST-SEQUENCE.
006410     MOVE 0 TO WS-LAST-SEQUENCE.
006420     MOVE "N" TO WS-LOG-EOF-SW.

006430     OPEN INPUT SUBMISSION-LOG-FILE.
006440     IF WS-STSUBLG-STATUS NOT = "00"
006450         GO TO 1500-FIND-LAST-SEQUENCE-EXIT
006460     END-IF.

006470     PERFORM 1510-CHECK-ONE-LOG-ENTRY
006480         THRU 1510-CHECK-ONE-LOG-ENTRY-EXIT
006490         UNTIL WS-END-OF-LOG.

006500     CLOSE SUBMISSION-LOG-FILE.

006510 1500-FIND-LAST-SEQUENCE-EXIT.
006520     EXIT.

006530 1510-CHECK-ONE-LOG-ENTRY.
006540     READ SUBMISSION-LOG-FILE
006550         AT END
006560             MOVE "Y" TO WS-LOG-EOF-SW
006570     END-READ.
006580     IF WS-STSUBLG-STATUS NOT = "00"
006590         MOVE "Y" TO WS-LOG-EOF-SW
006600         GO TO 1510-CHECK-ONE-LOG-ENTRY-EXIT
006610     END-IF.

006620     IF SL-SCHOOL-YEAR = WS-REQUEST-YEAR
006630         AND SL-SEQUENCE IS NUMERIC
006640         AND SL-SEQUENCE > WS-LAST-SEQUENCE
006650         MOVE SL-SEQUENCE TO WS-LAST-SEQUENCE
006660     END-IF.

006670 1510-CHECK-ONE-LOG-ENTRY-EXIT.
006680     EXIT.

006690*****************************************************************
006700*  2000-EXTRACT-SCHOOL-YEAR                                     *
006710*  READS THE WHOLE GRADE-MASTER IN KEY ORDER AND EXTRACTS EACH  *
006720*  TERM THAT FALLS IN THE SCHOOL YEAR.                          *
006730*****************************************************************
006740 2000-EXTRACT-SCHOOL-YEAR.
006750     MOVE "N" TO WS-MASTER-EOF-SW.
006760     MOVE LOW-VALUES TO GM-KEY.
006770     START GRADE-MASTER-FILE KEY >= GM-KEY
006780         INVALID KEY
006790             MOVE "Y" TO WS-MASTER-EOF-SW
006800     END-START.
006810     IF WS-GRDMSTR-STATUS NOT = "00"
006820         MOVE "Y" TO WS-MASTER-EOF-SW
006830     END-IF.

006840     IF NOT WS-END-OF-MASTER
006850         PERFORM 2100-READ-NEXT-MASTER
006860             THRU 2100-READ-NEXT-MASTER-EXIT
006870     END-IF.

006880     PERFORM 2200-EXTRACT-ONE-TERM
006890         THRU 2200-EXTRACT-ONE-TERM-EXIT
006900         UNTIL WS-END-OF-MASTER.

006910 2000-EXTRACT-SCHOOL-YEAR-EXIT.
006920     EXIT.

006930 2100-READ-NEXT-MASTER.
006940     READ GRADE-MASTER-FILE NEXT RECORD
006950         AT END
006960             MOVE "Y" TO WS-MASTER-EOF-SW
006970     END-READ.
006980     IF WS-GRDMSTR-STATUS NOT = "00"
006990         MOVE "Y" TO WS-MASTER-EOF-SW
007000     END-IF.

007010 2100-READ-NEXT-MASTER-EXIT.
007020     EXIT.

007030*****************************************************************
007040*  2200-EXTRACT-ONE-TERM                                        *
007050*  A TERM OUTSIDE THE SCHOOL YEAR IS PASSED OVER. WITHIN THE    *
007060*  YEAR, A TERM NOT YET MARKED CLOSED BY THE TERM-CLOSE RUN IS  *
007070*  LEFT OUT AND COUNTED, AS IS A TRANSFER TERM, WHICH THE       *
007080*  SENDING SCHOOL REPORTS AND NOT THE DISTRICT. EVERY SUBJECT   *
007090*  OF A CLOSED DISTRICT TERM BECOMES A DETAIL RECORD OR AN      *
007100*  EXCEPTION.                                                   *
007110*****************************************************************
007120 2200-EXTRACT-ONE-TERM.
007130     ADD 1 TO WS-TERMS-READ-COUNT.

007140     MOVE GM-TERM TO WS-TERM-KEY-INPUT.
007150     PERFORM 7300-BUILD-TERM-KEY
007160         THRU 7300-BUILD-TERM-KEY-EXIT.
007170     MOVE WS-TERM-KEY TO WS-TERM-OF-RECORD-KEY.
007180     IF WS-TERM-OF-RECORD-KEY < WS-YEAR-FROM-KEY
007190             OR WS-TERM-OF-RECORD-KEY > WS-YEAR-TO-KEY
007200         GO TO 2200-EXTRACT-NEXT
007210     END-IF.
007220     ADD 1 TO WS-YEAR-TERM-COUNT.

007230     IF GM-IS-TRANSFER-TERM
007240         ADD 1 TO WS-TRANSFER-COUNT
007250         GO TO 2200-EXTRACT-NEXT
007260     END-IF.
007270     IF NOT GM-TERM-IS-CLOSED
007280         ADD 1 TO WS-OPEN-TERM-COUNT
007290         GO TO 2200-EXTRACT-NEXT
007300     END-IF.

007310     MOVE "Y" TO WS-STUDENT-FOUND-SW.
007320     MOVE GM-STUDENT-ID TO DM-STUDENT-ID.
007330     READ STUDENT-DEMOG-FILE
007340         INVALID KEY
007350             MOVE "N" TO WS-STUDENT-FOUND-SW
007360     END-READ.
007370     IF WS-STUDEMOG-STATUS NOT = "00"
007380         MOVE "N" TO WS-STUDENT-FOUND-SW
007390     END-IF.

007400     ADD 1 TO WS-SUBMITTED-TERM-COUNT.
007410     MOVE GM-TERM TO WS-SCALE-TERM.
007420     PERFORM 7100-FIND-SCALE-IN-EFFECT
007430         THRU 7100-FIND-SCALE-IN-EFFECT-EXIT.

007440     MOVE 1 TO WS-SUBJECT-INDEX.
007450     PERFORM 2300-EXTRACT-ONE-SUBJECT
007460         THRU 2300-EXTRACT-ONE-SUBJECT-EXIT
007470         UNTIL WS-SUBJECT-INDEX > GM-SUBJECT-COUNT.

007480 2200-EXTRACT-NEXT.
007490     PERFORM 2100-READ-NEXT-MASTER
007500         THRU 2100-READ-NEXT-MASTER-EXIT.

007510 2200-EXTRACT-ONE-TERM-EXIT.
007520     EXIT.

007530*****************************************************************
007540*  2300-EXTRACT-ONE-SUBJECT                                     *
007550*  WRITES ONE DETAIL RECORD FOR A SUBJECT OF THE TERM AND ADDS  *
007560*  IT INTO THE TRAILER AND SCHOOL TOTALS. A SUBJECT WHOSE       *
007570*  STUDENT IS NOT ON STUDEMOG, WHOSE COURSE HAS NO STATE CODE   *
007580*  OR NO CATALOG ENTRY FOR THE TERM, OR WHOSE GRADE IS NOT      *
007590*  VALID IS LISTED AS AN EXCEPTION AND NOT SUBMITTED.           *
007600*****************************************************************
007610 2300-EXTRACT-ONE-SUBJECT.
007620     MOVE SPACES TO WS-EXCEPTION-REASON.
007630     IF NOT WS-STUDENT-ON-FILE
007640         MOVE "STUDENT NOT ON STUDEMOG" TO WS-EXCEPTION-REASON
007650         GO TO 2300-LIST-EXCEPTION
007660     END-IF.

007670     MOVE GM-SUBJECT-CODE (WS-SUBJECT-INDEX) TO WS-LOOKUP-CODE.
007680     PERFORM 2700-LOOKUP-STATE-CODE
007690         THRU 2700-LOOKUP-STATE-CODE-EXIT.
007700     IF NOT WS-XREF-WAS-FOUND
007710         MOVE "NO STATE COURSE CODE FOR THE COURSE"
007720             TO WS-EXCEPTION-REASON
007730         GO TO 2300-LIST-EXCEPTION
007740     END-IF.

007750     MOVE GM-TERM TO WS-LOOKUP-TERM.
007760     PERFORM 2600-LOOKUP-COURSE
007770         THRU 2600-LOOKUP-COURSE-EXIT.
007780     IF NOT WS-COURSE-WAS-FOUND
007790         MOVE "COURSE NOT ON THE CATALOG FOR THE TERM"
007800             TO WS-EXCEPTION-REASON
007810         GO TO 2300-LIST-EXCEPTION
007820     END-IF.

007830     MOVE GM-SUBJECT-GRADE (WS-SUBJECT-INDEX) TO WS-GRADE-CHECK.
007840     IF NOT WS-GRADE-IS-STATUS
007850             AND WS-GRADE-CHECK IS NOT NUMERIC
007860         MOVE "GRADE NOT NUMERIC OR I, W, X"
007870             TO WS-EXCEPTION-REASON
007880         GO TO 2300-LIST-EXCEPTION
007890     END-IF.

007900     PERFORM 2400-FIGURE-CREDITS
007910         THRU 2400-FIGURE-CREDITS-EXIT.

007920     MOVE SPACES TO STATE-SUBMISSION-RECORD.
007930     MOVE "D" TO SS-RECORD-TYPE.
007940     MOVE GM-STUDENT-ID TO SS-DTL-STUDENT-ID.
007950     MOVE DM-LEGAL-NAME TO SS-DTL-STUDENT-NAME.
007960     MOVE DM-GRADE-LEVEL TO SS-DTL-GRADE-LEVEL.
007970     MOVE GM-SCHOOL-CODE TO SS-DTL-SCHOOL-CODE.
007980     MOVE GM-TERM TO SS-DTL-TERM.
007990     MOVE WS-LOOKUP-CODE TO SS-DTL-LOCAL-COURSE.
008000     MOVE WS-STATE-COURSE-CODE TO SS-DTL-STATE-COURSE.
008010     MOVE WS-GRADE-CHECK TO SS-DTL-GRADE.
008020     MOVE WS-CREDITS-ATTEMPTED TO SS-DTL-CREDITS-ATTEMPTED.
008030     MOVE WS-CREDITS-EARNED TO SS-DTL-CREDITS-EARNED.
008040     WRITE STATE-SUBMISSION-RECORD.

008050     ADD 1 TO WS-DETAIL-COUNT.
008060     ADD 1 TO WS-RECORD-COUNT.
008070     ADD GM-STUDENT-ID TO WS-STUDENT-ID-HASH.
008080     ADD WS-GRADE-NUMERIC TO WS-GRADE-HASH.
008090     ADD WS-CREDITS-ATTEMPTED TO WS-TOTAL-ATTEMPTED.
008100     ADD WS-CREDITS-EARNED TO WS-TOTAL-EARNED.

008110     PERFORM 2500-ADD-TO-SCHOOL-TOTALS
008120         THRU 2500-ADD-TO-SCHOOL-TOTALS-EXIT.
008130     GO TO 2300-EXTRACT-NEXT.

008140 2300-LIST-EXCEPTION.
008150     ADD 1 TO WS-EXCEPTION-COUNT.
008160     MOVE GM-STUDENT-ID TO WS-EDIT-STUDENT-ID.
008170     MOVE SPACES TO BALANCING-REPORT-LINE.
008180     STRING WS-EDIT-STUDENT-ID " " GM-STUDENT-NAME " " GM-TERM
008190             " " GM-SUBJECT-CODE (WS-SUBJECT-INDEX) " "
008200             GM-SUBJECT-GRADE (WS-SUBJECT-INDEX) "   "
008210             WS-EXCEPTION-REASON
008220         DELIMITED BY SIZE INTO BALANCING-REPORT-LINE.
008230     WRITE BALANCING-REPORT-LINE.
008240     MOVE SPACES TO BALANCING-REPORT-LINE.

008250 2300-EXTRACT-NEXT.
008260     ADD 1 TO WS-SUBJECT-INDEX.

008270 2300-EXTRACT-ONE-SUBJECT-EXIT.
008280     EXIT.

008290*****************************************************************
008300*  2400-FIGURE-CREDITS                                          *
008310*  SETS THE CREDITS ATTEMPTED AND EARNED FOR THE SUBJECT GRADE  *
008320*  IN WS-GRADE-CHECK FROM THE CATALOG CREDIT HOURS JUST LOOKED  *
008330*  UP, AND THE NUMERIC GRADE THAT GOES INTO THE GRADE HASH      *
008340*  (ZERO FOR A STATUS GRADE).                                   *
008350*****************************************************************
008360 2400-FIGURE-CREDITS.
008370     MOVE 0 TO WS-CREDITS-ATTEMPTED.
008380     MOVE 0 TO WS-CREDITS-EARNED.
008390     MOVE 0 TO WS-GRADE-NUMERIC.
008400     MOVE "N" TO WS-GRADE-PASSED-SW.

008410     IF WS-GRADE-IS-STATUS
008420         IF WS-GRADE-IS-INCOMPLETE
008430             MOVE WS-LOOKUP-CREDITS TO WS-CREDITS-ATTEMPTED
008440         END-IF
008450         GO TO 2400-FIGURE-CREDITS-EXIT
008460     END-IF.

008470     MOVE WS-GRADE-CHECK TO WS-GRADE-NUMERIC.
008480     MOVE WS-LOOKUP-CREDITS TO WS-CREDITS-ATTEMPTED.
008490     IF WS-SCALE-IS-IN-EFFECT
008500         MOVE WS-GRADE-NUMERIC TO WS-SCALE-SCORE
008510         PERFORM 7200-FIND-SCALE-STEP
008520             THRU 7200-FIND-SCALE-STEP-EXIT
008530         IF WS-STEP-WAS-FOUND
008540             AND WS-SCL-LETTER-GRADE (WS-STEP-INDEX) NOT = "F"
008550             MOVE "Y" TO WS-GRADE-PASSED-SW
008560         END-IF
008570     ELSE
008580         IF WS-GRADE-NUMERIC >= 60
008590             MOVE "Y" TO WS-GRADE-PASSED-SW
008600         END-IF
008610     END-IF.
008620     IF WS-GRADE-PASSED
008630         MOVE WS-LOOKUP-CREDITS TO WS-CREDITS-EARNED
008640     END-IF.

008650 2400-FIGURE-CREDITS-EXIT.
008660     EXIT.

008670*****************************************************************
008680*  2500-ADD-TO-SCHOOL-TOTALS                                    *
008690*  ADDS THE DETAIL JUST WRITTEN INTO ITS SCHOOL'S TOTALS,       *
008700*  OPENING A SLOT FOR A SCHOOL SEEN FOR THE FIRST TIME. WHEN    *
008710*  THE TABLE IS FULL THE DETAIL IS LEFT OUT OF THE SCHOOL       *
008720*  TOTALS AND THE BALANCING CHECK WILL SHOW THE DIFFERENCE.     *
008730*****************************************************************
008740 2500-ADD-TO-SCHOOL-TOTALS.
008750     MOVE "N" TO WS-SCHOOL-FOUND-SW.
008760     MOVE 1 TO WS-SCHOOL-INDEX.
008770     PERFORM 2510-CHECK-ONE-SCHOOL
008780         THRU 2510-CHECK-ONE-SCHOOL-EXIT
008790         UNTIL WS-SCHOOL-WAS-FOUND
008800             OR WS-SCHOOL-INDEX > WS-SCHOOL-COUNT.

008810     IF NOT WS-SCHOOL-WAS-FOUND
008820         IF WS-SCHOOL-COUNT >= WS-SCHOOL-LIMIT
008830             DISPLAY "SCHOOL " GM-SCHOOL-CODE " NOT TOTALED - "
008840                 "50-SCHOOL TOTAL TABLE IS FULL"
008850             GO TO 2500-ADD-TO-SCHOOL-TOTALS-EXIT
008860         END-IF
008870         ADD 1 TO WS-SCHOOL-COUNT
008880         MOVE WS-SCHOOL-COUNT TO WS-SCHOOL-INDEX
008890         MOVE GM-SCHOOL-CODE TO WS-SCH-CODE (WS-SCHOOL-INDEX)
008900         MOVE 0 TO WS-SCH-DETAIL-COUNT (WS-SCHOOL-INDEX)
008910         MOVE 0 TO WS-SCH-ID-HASH (WS-SCHOOL-INDEX)
008920         MOVE 0 TO WS-SCH-GRADE-HASH (WS-SCHOOL-INDEX)
008930         MOVE 0 TO WS-SCH-ATTEMPTED (WS-SCHOOL-INDEX)
008940         MOVE 0 TO WS-SCH-EARNED (WS-SCHOOL-INDEX)
008950     END-IF.

008960     ADD 1 TO WS-SCH-DETAIL-COUNT (WS-SCHOOL-INDEX).
008970     ADD GM-STUDENT-ID TO WS-SCH-ID-HASH (WS-SCHOOL-INDEX).
008980     ADD WS-GRADE-NUMERIC TO WS-SCH-GRADE-HASH (WS-SCHOOL-INDEX).
008990     ADD WS-CREDITS-ATTEMPTED
009000         TO WS-SCH-ATTEMPTED (WS-SCHOOL-INDEX).
009010     ADD WS-CREDITS-EARNED TO WS-SCH-EARNED (WS-SCHOOL-INDEX).

009020 2500-ADD-TO-SCHOOL-TOTALS-EXIT.
009030     EXIT.

009040 2510-CHECK-ONE-SCHOOL.
009050     IF WS-SCH-CODE (WS-SCHOOL-INDEX) = GM-SCHOOL-CODE
009060         MOVE "Y" TO WS-SCHOOL-FOUND-SW
009070     ELSE
009080         ADD 1 TO WS-SCHOOL-INDEX
009090     END-IF.

009100 2510-CHECK-ONE-SCHOOL-EXIT.
009110     EXIT.

009120*****************************************************************
009130*  2600-LOOKUP-COURSE                                           *
009140*  LOOKS THE COURSE CODE IN WS-LOOKUP-CODE UP IN THE CATALOG    *
009150*  TABLE FOR THE TERM IN WS-LOOKUP-TERM. OF THE ENTRIES WHOSE   *
009160*  EFFECTIVE RANGE COVERS THE TERM, THE ONE WITH THE LATEST     *
009170*  FROM-TERM WINS. RETURNS THE CREDIT HOURS.                    *
009180*****************************************************************
009190 2600-LOOKUP-COURSE.
009200     MOVE "N" TO WS-LOOKUP-FOUND-SW.
009210     MOVE 0 TO WS-LOOKUP-CREDITS.

009220     IF WS-LOOKUP-CODE = SPACES
009230         GO TO 2600-LOOKUP-COURSE-EXIT
009240     END-IF.

009250     MOVE WS-LOOKUP-TERM TO WS-TERM-KEY-INPUT.
009260     PERFORM 7300-BUILD-TERM-KEY
009270         THRU 7300-BUILD-TERM-KEY-EXIT.
009280     MOVE WS-TERM-KEY TO WS-LOOKUP-TERM-KEY.
009290     MOVE LOW-VALUES TO WS-BEST-FROM-KEY.

009300     MOVE 1 TO WS-LOOKUP-INDEX.
009310     PERFORM 2610-LOOKUP-ONE-ENTRY
009320         THRU 2610-LOOKUP-ONE-ENTRY-EXIT
009330         UNTIL WS-LOOKUP-INDEX > WS-CATALOG-COUNT.

009340 2600-LOOKUP-COURSE-EXIT.
009350     EXIT.

009360 2610-LOOKUP-ONE-ENTRY.
009370     IF WS-CAT-COURSE-CODE (WS-LOOKUP-INDEX) = WS-LOOKUP-CODE
009380         AND WS-CAT-EFF-FROM-KEY (WS-LOOKUP-INDEX)
009390             <= WS-LOOKUP-TERM-KEY
009400         AND WS-CAT-EFF-TO-KEY (WS-LOOKUP-INDEX)
009410             >= WS-LOOKUP-TERM-KEY
009420         IF NOT WS-COURSE-WAS-FOUND
009430             OR WS-CAT-EFF-FROM-KEY (WS-LOOKUP-INDEX)
009440                 > WS-BEST-FROM-KEY
009450             MOVE "Y" TO WS-LOOKUP-FOUND-SW
009460             MOVE WS-CAT-EFF-FROM-KEY (WS-LOOKUP-INDEX)
009470                 TO WS-BEST-FROM-KEY
009480             MOVE WS-CAT-CREDIT-HOURS (WS-LOOKUP-INDEX)
009490                 TO WS-LOOKUP-CREDITS
009500         END-IF
009510     END-IF.
009520     ADD 1 TO WS-LOOKUP-INDEX.

009530 2610-LOOKUP-ONE-ENTRY-EXIT.
009540     EXIT.

009550*****************************************************************
009560*  2700-LOOKUP-STATE-CODE                                       *
009570*  FINDS THE STATE COURSE CODE FOR THE DISTRICT COURSE CODE IN  *
009580*  WS-LOOKUP-CODE ON THE CROSS-REFERENCE TABLE.                 *
009590*****************************************************************
009600 2700-LOOKUP-STATE-CODE.
009610     MOVE "N" TO WS-XREF-FOUND-SW.
009620     MOVE SPACES TO WS-STATE-COURSE-CODE.
009630     MOVE 1 TO WS-XREF-INDEX.
009640     PERFORM 2710-CHECK-ONE-XREF
009650         THRU 2710-CHECK-ONE-XREF-EXIT
009660         UNTIL WS-XREF-WAS-FOUND
009670             OR WS-XREF-INDEX > WS-XREF-COUNT.

009680 2700-LOOKUP-STATE-CODE-EXIT.
009690     EXIT.

009700 2710-CHECK-ONE-XREF.
009710     IF WS-XRF-COURSE-CODE (WS-XREF-INDEX) = WS-LOOKUP-CODE
009720         MOVE "Y" TO WS-XREF-FOUND-SW
009730         MOVE WS-XRF-STATE-CODE (WS-XREF-INDEX)
009740             TO WS-STATE-COURSE-CODE
009750     ELSE
009760         ADD 1 TO WS-XREF-INDEX
009770     END-IF.

009780 2710-CHECK-ONE-XREF-EXIT.
009790     EXIT.

009800*****************************************************************
009810*  3000-WRITE-TRAILER                                           *
009820*  WRITES THE TRAILER RECORD WITH THE RECORD COUNTS (THE TOTAL  *
009830*  INCLUDES THE HEADER AND THE TRAILER ITSELF) AND THE HASH AND *
009840*  CREDIT TOTALS OVER THE DETAIL RECORDS.                       *
009850*****************************************************************
009860 3000-WRITE-TRAILER.
009870     ADD 1 TO WS-RECORD-COUNT.

009880     MOVE SPACES TO STATE-SUBMISSION-RECORD.
009890     MOVE "T" TO SS-RECORD-TYPE.
009900     MOVE WS-RECORD-COUNT TO SS-TRL-RECORD-COUNT.
009910     MOVE WS-DETAIL-COUNT TO SS-TRL-DETAIL-COUNT.
009920     MOVE WS-STUDENT-ID-HASH TO SS-TRL-STUDENT-ID-HASH.
009930     MOVE WS-GRADE-HASH TO SS-TRL-GRADE-HASH.
009940     MOVE WS-TOTAL-ATTEMPTED TO SS-TRL-CREDITS-ATTEMPTED.
009950     MOVE WS-TOTAL-EARNED TO SS-TRL-CREDITS-EARNED.
009960     WRITE STATE-SUBMISSION-RECORD.

009970 3000-WRITE-TRAILER-EXIT.
009980     EXIT.

009990*****************************************************************
010000*  4000-PRINT-BALANCING-TOTALS                                  *
010010*  PRINTS THE TOTALS FOR EACH SCHOOL, THEN ADDS THE SCHOOLS UP  *
010020*  AND PRINTS THE SUMS NEXT TO THE TRAILER FIGURES. THE REPORT  *
010030*  SAYS WHETHER THE TWO AGREE. THE RUN COUNTS FOLLOW.           *
010040*****************************************************************
010050 4000-PRINT-BALANCING-TOTALS.
010060     IF WS-EXCEPTION-COUNT = 0
010070         MOVE "NO EXCEPTIONS." TO BALANCING-REPORT-LINE
010080         WRITE BALANCING-REPORT-LINE
010090     END-IF.

010100     MOVE SPACES TO BALANCING-REPORT-LINE.
010110     WRITE BALANCING-REPORT-LINE.
010120     MOVE "TOTALS BY SCHOOL" TO BALANCING-REPORT-LINE.
010130     WRITE BALANCING-REPORT-LINE.
010140     MOVE "----------------" TO BALANCING-REPORT-LINE.
010150     WRITE BALANCING-REPORT-LINE.
010160     MOVE SPACES TO BALANCING-REPORT-LINE.
010170     MOVE "SCHOOL"            TO BALANCING-REPORT-LINE (1:6).
010180     MOVE "DETAILS"           TO BALANCING-REPORT-LINE (10:7).
010190     MOVE "STUDENT ID HASH"   TO BALANCING-REPORT-LINE (21:15).
010200     MOVE "GRADE HASH"        TO BALANCING-REPORT-LINE (39:10).
010210     MOVE "ATTEMPTED"         TO BALANCING-REPORT-LINE (51:9).
010220     MOVE "EARNED"            TO BALANCING-REPORT-LINE (64:6).
010230     WRITE BALANCING-REPORT-LINE.
010240     MOVE SPACES TO BALANCING-REPORT-LINE.

010250     MOVE 0 TO WS-CHECK-DETAIL-COUNT.
010260     MOVE 0 TO WS-CHECK-ID-HASH.
010270     MOVE 0 TO WS-CHECK-GRADE-HASH.
010280     MOVE 0 TO WS-CHECK-ATTEMPTED.
010290     MOVE 0 TO WS-CHECK-EARNED.
010300     MOVE 1 TO WS-SCHOOL-INDEX.
010310     PERFORM 4100-PRINT-ONE-SCHOOL
010320         THRU 4100-PRINT-ONE-SCHOOL-EXIT
010330         UNTIL WS-SCHOOL-INDEX > WS-SCHOOL-COUNT.

010340     MOVE SPACES TO BALANCING-REPORT-LINE.
010350     WRITE BALANCING-REPORT-LINE.
010360     MOVE "CONTROL TOTALS              SCHOOLS ADDED    TRAILER"
010370         TO BALANCING-REPORT-LINE.
010380     WRITE BALANCING-REPORT-LINE.
010390     MOVE "--------------              -------------    -------"
010400         TO BALANCING-REPORT-LINE.
010410     WRITE BALANCING-REPORT-LINE.
010420     MOVE SPACES TO BALANCING-REPORT-LINE.

010430     MOVE WS-CHECK-DETAIL-COUNT TO WS-EDIT-COUNT.
010440     STRING "DETAIL RECORDS            :         " WS-EDIT-COUNT
010450         DELIMITED BY SIZE INTO BALANCING-REPORT-LINE.
010460     MOVE WS-DETAIL-COUNT TO WS-EDIT-COUNT.
010470     MOVE WS-EDIT-COUNT TO BALANCING-REPORT-LINE (47:7).
010480     WRITE BALANCING-REPORT-LINE.
010490     MOVE SPACES TO BALANCING-REPORT-LINE.

010500     MOVE WS-CHECK-ID-HASH TO WS-EDIT-ID-HASH.
010510     STRING "STUDENT ID HASH TOTAL     : " WS-EDIT-ID-HASH
010520         DELIMITED BY SIZE INTO BALANCING-REPORT-LINE.
010530     MOVE WS-STUDENT-ID-HASH TO WS-EDIT-ID-HASH.
010540     MOVE WS-EDIT-ID-HASH TO BALANCING-REPORT-LINE (47:15).
010550     WRITE BALANCING-REPORT-LINE.
010560     MOVE SPACES TO BALANCING-REPORT-LINE.

010570     MOVE WS-CHECK-GRADE-HASH TO WS-EDIT-GRADE-HASH.
010580     STRING "GRADE HASH TOTAL          :       "
010590             WS-EDIT-GRADE-HASH
010600         DELIMITED BY SIZE INTO BALANCING-REPORT-LINE.
010610     MOVE WS-GRADE-HASH TO WS-EDIT-GRADE-HASH.
010620     MOVE WS-EDIT-GRADE-HASH TO BALANCING-REPORT-LINE (47:9).
010630     WRITE BALANCING-REPORT-LINE.
010640     MOVE SPACES TO BALANCING-REPORT-LINE.

010650     MOVE WS-CHECK-ATTEMPTED TO WS-EDIT-CREDITS.
010660     STRING "CREDITS ATTEMPTED         :       " WS-EDIT-CREDITS
010670         DELIMITED BY SIZE INTO BALANCING-REPORT-LINE.
010680     MOVE WS-TOTAL-ATTEMPTED TO WS-EDIT-CHECK-CREDITS.
010690     MOVE WS-EDIT-CHECK-CREDITS TO BALANCING-REPORT-LINE (47:9).
010700     WRITE BALANCING-REPORT-LINE.
010710     MOVE SPACES TO BALANCING-REPORT-LINE.

010720     MOVE WS-CHECK-EARNED TO WS-EDIT-CREDITS.
010730     STRING "CREDITS EARNED            :       " WS-EDIT-CREDITS
010740         DELIMITED BY SIZE INTO BALANCING-REPORT-LINE.
010750     MOVE WS-TOTAL-EARNED TO WS-EDIT-CHECK-CREDITS.
010760     MOVE WS-EDIT-CHECK-CREDITS TO BALANCING-REPORT-LINE (47:9).
010770     WRITE BALANCING-REPORT-LINE.
010780     MOVE SPACES TO BALANCING-REPORT-LINE.

010790     MOVE WS-RECORD-COUNT TO WS-EDIT-COUNT.
010800     STRING "TOTAL RECORDS (WITH HEADER AND TRAILER)  : "
010810             WS-EDIT-COUNT
010820         DELIMITED BY SIZE INTO BALANCING-REPORT-LINE.
010830     WRITE BALANCING-REPORT-LINE.
010840     MOVE SPACES TO BALANCING-REPORT-LINE.
010850     WRITE BALANCING-REPORT-LINE.

010860     IF WS-CHECK-DETAIL-COUNT = WS-DETAIL-COUNT
010870         AND WS-CHECK-ID-HASH = WS-STUDENT-ID-HASH
010880         AND WS-CHECK-GRADE-HASH = WS-GRADE-HASH
010890         AND WS-CHECK-ATTEMPTED = WS-TOTAL-ATTEMPTED
010900         AND WS-CHECK-EARNED = WS-TOTAL-EARNED
010910         MOVE "SCHOOL TOTALS AGREE WITH THE TRAILER - IN BALANCE."
010920             TO BALANCING-REPORT-LINE
010930         DISPLAY "STATE SUBMISSION IN BALANCE."
010940     ELSE
010950         MOVE "SCHOOL TOTALS DO NOT AGREE WITH THE TRAILER - OUT "
010960             TO BALANCING-REPORT-LINE
010970         MOVE "OF BALANCE, DO NOT SEND." TO
010980             BALANCING-REPORT-LINE (51:24)
010990         DISPLAY "STATE SUBMISSION OUT OF BALANCE - SEE STBALRPT."
011000     END-IF.
011010     WRITE BALANCING-REPORT-LINE.
011020     MOVE SPACES TO BALANCING-REPORT-LINE.

011030     WRITE BALANCING-REPORT-LINE.
011040     MOVE "RUN COUNTS" TO BALANCING-REPORT-LINE.
011050     WRITE BALANCING-REPORT-LINE.
011060     MOVE "----------" TO BALANCING-REPORT-LINE.
011070     WRITE BALANCING-REPORT-LINE.
011080     MOVE SPACES TO BALANCING-REPORT-LINE.
011090     MOVE WS-TERMS-READ-COUNT TO WS-EDIT-COUNT.
011100     STRING "GRADE-MASTER TERMS READ              : "
011110             WS-EDIT-COUNT
011120         DELIMITED BY SIZE INTO BALANCING-REPORT-LINE.
011130     WRITE BALANCING-REPORT-LINE.
011140     MOVE SPACES TO BALANCING-REPORT-LINE.
011150     MOVE WS-YEAR-TERM-COUNT TO WS-EDIT-COUNT.
011160     STRING "TERMS IN THE SCHOOL YEAR             : "
011170             WS-EDIT-COUNT
011180         DELIMITED BY SIZE INTO BALANCING-REPORT-LINE.
011190     WRITE BALANCING-REPORT-LINE.
011200     MOVE SPACES TO BALANCING-REPORT-LINE.
011210     MOVE WS-SUBMITTED-TERM-COUNT TO WS-EDIT-COUNT.
011220     STRING "  CLOSED AND EXTRACTED               : "
011230             WS-EDIT-COUNT
011240         DELIMITED BY SIZE INTO BALANCING-REPORT-LINE.
011250     WRITE BALANCING-REPORT-LINE.
011260     MOVE SPACES TO BALANCING-REPORT-LINE.
011270     MOVE WS-OPEN-TERM-COUNT TO WS-EDIT-COUNT.
011280     STRING "  LEFT OUT - NOT CLOSED BY TERM CLOSE: "
011290             WS-EDIT-COUNT
011300         DELIMITED BY SIZE INTO BALANCING-REPORT-LINE.
011310     WRITE BALANCING-REPORT-LINE.
011320     MOVE SPACES TO BALANCING-REPORT-LINE.
011330     MOVE WS-TRANSFER-COUNT TO WS-EDIT-COUNT.
011340     STRING "  LEFT OUT - TRANSFER TERMS          : "
011350             WS-EDIT-COUNT
011360         DELIMITED BY SIZE INTO BALANCING-REPORT-LINE.
011370     WRITE BALANCING-REPORT-LINE.
011380     MOVE SPACES TO BALANCING-REPORT-LINE.
011390     MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT.
011400     STRING "COURSE GRADES NOT SUBMITTED          : "
011410             WS-EDIT-COUNT
011420         DELIMITED BY SIZE INTO BALANCING-REPORT-LINE.
011430     WRITE BALANCING-REPORT-LINE.
011440     MOVE SPACES TO BALANCING-REPORT-LINE.

011450     MOVE WS-DETAIL-COUNT TO WS-EDIT-COUNT.
011460     MOVE WS-SUBMIT-SEQUENCE TO WS-EDIT-SEQUENCE.
011470     DISPLAY "STATE SUBMISSION " WS-REQUEST-YEAR "-"
011480         WS-EDIT-SEQUENCE " WRITTEN TO STATESUB WITH "
011490         WS-EDIT-COUNT " DETAIL RECORD(S).".
011500     IF WS-EXCEPTION-COUNT > 0
011510         MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT
011520         DISPLAY WS-EDIT-COUNT " COURSE GRADE(S) NOT SUBMITTED - "
011530             "SEE THE EXCEPTIONS ON STBALRPT."
011540     END-IF.

011550 4000-PRINT-BALANCING-TOTALS-EXIT.
011560     EXIT.

011570 4100-PRINT-ONE-SCHOOL.
011580     ADD WS-SCH-DETAIL-COUNT (WS-SCHOOL-INDEX)
011590         TO WS-CHECK-DETAIL-COUNT.
011600     ADD WS-SCH-ID-HASH (WS-SCHOOL-INDEX) TO WS-CHECK-ID-HASH.
011610     ADD WS-SCH-GRADE-HASH (WS-SCHOOL-INDEX)
011620         TO WS-CHECK-GRADE-HASH.
011630     ADD WS-SCH-ATTEMPTED (WS-SCHOOL-INDEX) TO WS-CHECK-ATTEMPTED.
011640     ADD WS-SCH-EARNED (WS-SCHOOL-INDEX) TO WS-CHECK-EARNED.

011650     MOVE SPACES TO BALANCING-REPORT-LINE.
011660     MOVE WS-SCH-CODE (WS-SCHOOL-INDEX)
011670         TO BALANCING-REPORT-LINE (1:3).
011680     MOVE WS-SCH-DETAIL-COUNT (WS-SCHOOL-INDEX) TO WS-EDIT-COUNT.
011690     MOVE WS-EDIT-COUNT TO BALANCING-REPORT-LINE (10:7).
011700     MOVE WS-SCH-ID-HASH (WS-SCHOOL-INDEX) TO WS-EDIT-ID-HASH.
011710     MOVE WS-EDIT-ID-HASH TO BALANCING-REPORT-LINE (21:15).
011720     MOVE WS-SCH-GRADE-HASH (WS-SCHOOL-INDEX)
011730         TO WS-EDIT-GRADE-HASH.
011740     MOVE WS-EDIT-GRADE-HASH TO BALANCING-REPORT-LINE (39:9).
011750     MOVE WS-SCH-ATTEMPTED (WS-SCHOOL-INDEX) TO WS-EDIT-CREDITS.
011760     MOVE WS-EDIT-CREDITS TO BALANCING-REPORT-LINE (51:9).
011770     MOVE WS-SCH-EARNED (WS-SCHOOL-INDEX) TO WS-EDIT-CREDITS.
011780     MOVE WS-EDIT-CREDITS TO BALANCING-REPORT-LINE (61:9).
011790     WRITE BALANCING-REPORT-LINE.
011800     MOVE SPACES TO BALANCING-REPORT-LINE.
011810     ADD 1 TO WS-SCHOOL-INDEX.

011820 4100-PRINT-ONE-SCHOOL-EXIT.
011830     EXIT.

011840*****************************************************************
011850*  7100-FIND-SCALE-IN-EFFECT                                    *
011860*  FINDS THE GRADING SCALE IN EFFECT FOR THE TERM IN            *
011870*  WS-SCALE-TERM - OF THE SCALE STEPS WHOSE EFFECTIVE RANGE     *
011880*  COVERS THE TERM, THE LATEST FROM-TERM WINS. SETS THE FOUND   *
011890*  SWITCH AND WS-SCALE-FROM-KEY, WHICH TIES TOGETHER THE STEPS  *
011900*  OF THAT ONE SCALE.                                           *
011910*****************************************************************
011920 7100-FIND-SCALE-IN-EFFECT.
011930     MOVE "N" TO WS-SCALE-FOUND-SW.
011940     MOVE LOW-VALUES TO WS-SCALE-FROM-KEY.

011950     IF WS-SCALE-COUNT = 0
011960             OR WS-SCALE-TERM = SPACES
011970         GO TO 7100-FIND-SCALE-IN-EFFECT-EXIT
011980     END-IF.

011990     MOVE WS-SCALE-TERM TO WS-TERM-KEY-INPUT.
012000     PERFORM 7300-BUILD-TERM-KEY
012010         THRU 7300-BUILD-TERM-KEY-EXIT.
012020     MOVE WS-TERM-KEY TO WS-SCALE-TERM-KEY.

012030     MOVE 1 TO WS-SCALE-INDEX.
012040     PERFORM 7110-CHECK-ONE-SCALE-ENTRY
012050         THRU 7110-CHECK-ONE-SCALE-ENTRY-EXIT
012060         UNTIL WS-SCALE-INDEX > WS-SCALE-COUNT.

012070 7100-FIND-SCALE-IN-EFFECT-EXIT.
012080     EXIT.

012090 7110-CHECK-ONE-SCALE-ENTRY.
012100     IF WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX)
012110             <= WS-SCALE-TERM-KEY
012120         AND WS-SCL-EFF-TO-KEY (WS-SCALE-INDEX)
012130             >= WS-SCALE-TERM-KEY
012140         IF NOT WS-SCALE-IS-IN-EFFECT
012150             OR WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX)
012160                 > WS-SCALE-FROM-KEY
012170             MOVE "Y" TO WS-SCALE-FOUND-SW
012180             MOVE WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX)
012190                 TO WS-SCALE-FROM-KEY
012200         END-IF
012210     END-IF.
012220     ADD 1 TO WS-SCALE-INDEX.

012230 7110-CHECK-ONE-SCALE-ENTRY-EXIT.
012240     EXIT.

012250*****************************************************************
012260*  7200-FIND-SCALE-STEP                                         *
012270*  FINDS THE STEP OF THE SCALE IN EFFECT THAT THE SCORE IN      *
012280*  WS-SCALE-SCORE EARNS - THE STEP WITH THE HIGHEST MINIMUM     *
012290*  SCORE NOT ABOVE IT. RETURNS ITS TABLE POSITION IN            *
012300*  WS-STEP-INDEX. 7100 MUST HAVE RUN FOR THE TERM FIRST.        *
012310*****************************************************************
012320 7200-FIND-SCALE-STEP.
012330     MOVE "N" TO WS-STEP-FOUND-SW.
012340     MOVE 0 TO WS-STEP-INDEX.
012350     MOVE 0 TO WS-STEP-MIN-SCORE.

012360     MOVE 1 TO WS-SCALE-INDEX.
012370     PERFORM 7210-CHECK-ONE-SCALE-STEP
012380         THRU 7210-CHECK-ONE-SCALE-STEP-EXIT
012390         UNTIL WS-SCALE-INDEX > WS-SCALE-COUNT.

012400 7200-FIND-SCALE-STEP-EXIT.
012410     EXIT.

012420 7210-CHECK-ONE-SCALE-STEP.
012430     IF WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX) = WS-SCALE-FROM-KEY
012440         AND WS-SCL-EFF-TO-KEY (WS-SCALE-INDEX)
012450             >= WS-SCALE-TERM-KEY
012460         AND WS-SCL-MIN-SCORE (WS-SCALE-INDEX) <= WS-SCALE-SCORE
012470         IF NOT WS-STEP-WAS-FOUND
012480             OR WS-SCL-MIN-SCORE (WS-SCALE-INDEX)
012490                 > WS-STEP-MIN-SCORE
012500             MOVE "Y" TO WS-STEP-FOUND-SW
012510             MOVE WS-SCALE-INDEX TO WS-STEP-INDEX
012520             MOVE WS-SCL-MIN-SCORE (WS-SCALE-INDEX)
012530                 TO WS-STEP-MIN-SCORE
012540         END-IF
012550     END-IF.
012560     ADD 1 TO WS-SCALE-INDEX.

012570 7210-CHECK-ONE-SCALE-STEP-EXIT.
012580     EXIT.

012590*****************************************************************
012600*  7300-BUILD-TERM-KEY                                          *
012610*  BUILDS A SORTABLE KEY FROM THE TERM IN WS-TERM-KEY-INPUT -   *
012620*  THE FOUR-DIGIT YEAR FOLLOWED BY A SESSION SEQUENCE DIGIT     *
012630*  (WI=1, SP=2, SU=3, FA=4), SO TERMS COMPARE IN CALENDAR       *
012640*  ORDER INSTEAD OF ALPHABETIC ORDER. AN UNRECOGNIZED SESSION   *
012650*  CODE SORTS LAST WITHIN ITS YEAR.                             *
012660*****************************************************************
012670 7300-BUILD-TERM-KEY.
012680     MOVE SPACES TO WS-TERM-KEY.
012690     MOVE WS-TERM-KEY-INPUT (1:4) TO WS-TERM-KEY (1:4).
012700     EVALUATE WS-TERM-KEY-INPUT (5:2)
012710         WHEN "WI"
012720             MOVE "1" TO WS-TERM-KEY (5:1)
012730         WHEN "SP"
012740             MOVE "2" TO WS-TERM-KEY (5:1)
012750         WHEN "SU"
012760             MOVE "3" TO WS-TERM-KEY (5:1)
012770         WHEN "FA"
012780             MOVE "4" TO WS-TERM-KEY (5:1)
012790         WHEN OTHER
012800             MOVE "9" TO WS-TERM-KEY (5:1)
012810     END-EVALUATE.

012820 7300-BUILD-TERM-KEY-EXIT.
012830     EXIT.

012840*****************************************************************
012850*  9300-REGISTER-RUN                                            *
012860*  APPENDS THIS RUN'S RECORD TO THE RUN-HISTORY FILE - THE      *
012870*  DETAIL RECORDS SUBMITTED, THE COURSE GRADES LEFT AS          *
012880*  EXCEPTIONS, AND THE START/END TIMESTAMPS. THE SCHOOL YEAR    *
012890*  GOES IN THE TERM FIELD.                                      *
012900*****************************************************************
012910 9300-REGISTER-RUN.
012920     PERFORM 1200-BUILD-TIMESTAMP
012930         THRU 1200-BUILD-TIMESTAMP-EXIT.

012940     MOVE SPACES TO RUN-HISTORY-RECORD.
012950     MOVE "STATEEXT" TO RH-PROGRAM-NAME.
012960     MOVE "EXTRACT" TO RH-RUN-MODE.
012970     MOVE WS-REQUEST-YEAR-INPUT TO RH-TERM.
012980     MOVE WS-DETAIL-COUNT TO RH-INPUT-COUNT.
012990     MOVE WS-EXCEPTION-COUNT TO RH-REJECT-COUNT.
013000     MOVE 0 TO RH-RETURN-CODE.
013010     MOVE WS-RUN-START-STAMP TO RH-START-TIMESTAMP.
013020     MOVE WS-TIMESTAMP-DISPLAY TO RH-END-TIMESTAMP.
013030     MOVE "Y" TO RH-COMPLETE-SW.

013040     OPEN EXTEND RUN-HISTORY-FILE.
013050     IF WS-RUNHIST-STATUS = "35"
013060         OPEN OUTPUT RUN-HISTORY-FILE
013070     END-IF.
013080     IF WS-RUNHIST-STATUS = "00"
013090         WRITE RUN-HISTORY-RECORD
013100         CLOSE RUN-HISTORY-FILE
013110     ELSE
013120         DISPLAY "RUN-HISTORY FILE RUNHIST COULD NOT BE "
013130             "OPENED - STATUS " WS-RUNHIST-STATUS
013140             " - RUN NOT REGISTERED"
013150     END-IF.

013160 9300-REGISTER-RUN-EXIT.
013170     EXIT.

013180*****************************************************************
013190*  9400-LOG-SUBMISSION                                          *
013200*  APPENDS THE SUBMISSION TO THE SUBMISSION LOG SO THE NEXT RUN *
013210*  FOR THE SCHOOL YEAR TAKES THE NEXT SEQUENCE NUMBER.          *
013220*****************************************************************
013230 9400-LOG-SUBMISSION.
013240     MOVE SPACES TO SUBMISSION-LOG-RECORD.
013250     MOVE WS-REQUEST-YEAR TO SL-SCHOOL-YEAR.
013260     MOVE WS-SUBMIT-SEQUENCE TO SL-SEQUENCE.
013270     MOVE WS-RUN-START-STAMP TO SL-RUN-TIMESTAMP.
013280     MOVE WS-DETAIL-COUNT TO SL-DETAIL-COUNT.
013290     MOVE WS-STUDENT-ID-HASH TO SL-STUDENT-ID-HASH.
013300     MOVE WS-GRADE-HASH TO SL-GRADE-HASH.
013310     MOVE WS-EXCEPTION-COUNT TO SL-EXCEPTION-COUNT.

013320     OPEN EXTEND SUBMISSION-LOG-FILE.
013330     IF WS-STSUBLG-STATUS = "35"
013340         OPEN OUTPUT SUBMISSION-LOG-FILE
013350     END-IF.
013360     IF WS-STSUBLG-STATUS = "00"
013370         WRITE SUBMISSION-LOG-RECORD
013380         CLOSE SUBMISSION-LOG-FILE
013390     ELSE
013400         DISPLAY "SUBMISSION LOG STSUBLG COULD NOT BE OPENED - "
013410             "STATUS " WS-STSUBLG-STATUS " - THE NEXT RUN FOR "
013420             "THIS YEAR WILL REUSE THE SEQUENCE NUMBER"
013430     END-IF.

013440 9400-LOG-SUBMISSION-EXIT.
013450     EXIT.

013460*****************************************************************
013470*  9800-TERMINATE                                               *
013480*  CLOSES THE FILES AND ENDS THE RUN.                           *
013490*****************************************************************
013500 9800-TERMINATE.
013510     CLOSE STUDENT-DEMOG-FILE.
013520     CLOSE GRADE-MASTER-FILE.
013530     CLOSE STATE-SUBMISSION-FILE.
013540     CLOSE BALANCING-REPORT-FILE.

013550 9800-TERMINATE-EXIT.
013560     EXIT.
