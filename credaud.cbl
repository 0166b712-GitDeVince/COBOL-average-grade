000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CreditAudit.
000120 AUTHOR.        M. OKONKWO-BELL, GRADING SYSTEMS GROUP.
000130 INSTALLATION.  DISTRICT OFFICE, ACADEMIC RECORDS.
000140 DATE-WRITTEN.  10/14/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY                                        *
000180*  ------------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION                                *
000200*  10/14/2026 MOB   ORIGINAL VERSION. GRADUATION CREDIT AUDIT. *
000210*                   FOR EVERY ACTIVE STUDENT ON STUDEMOG,      *
000220*                   WALKS ALL OF THE STUDENT'S GRADE-MASTER    *
000230*                   TERMS AND EARNS THE CREDIT HOURS OF THE    *
000240*                   CATALOG ENTRY IN EFFECT FOR EACH PASSING   *
000250*                   SUBJECT GRADE TOWARD THE COURSE'S SUBJECT  *
000260*                   AREA, THEN MEASURES THE EARNED CREDITS     *
000270*                   AGAINST THE GRADUATION REQUIREMENTS        *
000280*                   (GRADREQ) FOR THE STUDENT'S GRADE LEVEL.   *
000290*                   PRINTS THE STUDENTS WHO ARE SHORT, BY      *
000300*                   SCHOOL, AND A COUNT OF STUDENTS SHORT IN   *
000310*                   EACH AREA.                                 *
000312*  10/14/2026 MOB   TRANSFER TERMS POSTED FROM A PRIOR SCHOOL  *
000314*                   STILL EARN CREDIT BUT NO LONGER SET THE    *
000316*                   STUDENT'S SCHOOL, WHICH NOW COMES FROM THE *
000318*                   LATEST DISTRICT TERM.                      *
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

000520     SELECT REQUIREMENTS-FILE   ASSIGN TO "GRADREQ"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-GRADREQ-STATUS.

000550     SELECT CREDIT-AUDIT-FILE   ASSIGN TO "CREDAUD"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-CREDAUD-STATUS.

000580     SELECT RUN-HISTORY-FILE    ASSIGN TO "RUNHIST"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RUNHIST-STATUS.

000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  STUDENT-DEMOG-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 COPY DEMOGREC.

000660 FD  GRADE-MASTER-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 COPY GMSTRREC.

000690 FD  COURSE-CATALOG-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 COPY CRSCATLG.

000720 FD  GRADE-SCALE-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 COPY GRDSCALE.

000750 FD  REQUIREMENTS-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 COPY GRADREQ.

000780 FD  CREDIT-AUDIT-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  CREDIT-AUDIT-LINE              PIC X(132).

000810 FD  RUN-HISTORY-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 COPY RUNREC.

000840 WORKING-STORAGE SECTION.
000850*****************************************************************
000860*  FILE STATUS FIELDS                                           *
000870*****************************************************************
000880 77  WS-STUDEMOG-STATUS        PIC X(02)  VALUE SPACES.
000890 77  WS-GRDMSTR-STATUS         PIC X(02)  VALUE SPACES.
000900 77  WS-CRSCAT-STATUS          PIC X(02)  VALUE SPACES.
000910 77  WS-GRDSCAL-STATUS         PIC X(02)  VALUE SPACES.
000920 77  WS-GRADREQ-STATUS         PIC X(02)  VALUE SPACES.
000930 77  WS-CREDAUD-STATUS         PIC X(02)  VALUE SPACES.
000940 77  WS-RUNHIST-STATUS         PIC X(02)  VALUE SPACES.

000950*****************************************************************
000960*  RUN CONTROL SWITCHES, REQUEST FIELDS, AND RUN COUNTS         *
000970*****************************************************************
000980 77  WS-DEMOG-EOF-SW           PIC X(01)  VALUE "N".
000990     88  WS-END-OF-DEMOG       VALUE "Y".
001000 77  WS-MASTER-EOF-SW          PIC X(01)  VALUE "N".
001010     88  WS-END-OF-STUDENT-TERMS VALUE "Y".
001020 77  WS-REQUEST-SCHOOL         PIC X(03)  VALUE SPACES.
001030 77  WS-STUDENT-SCHOOL         PIC X(03)  VALUE SPACES.
001040 77  WS-SCHOOL-TERM-KEY        PIC X(05)  VALUE SPACES.
001050 77  WS-STUDENT-SHORT-SW       PIC X(01)  VALUE "N".
001060     88  WS-STUDENT-IS-SHORT   VALUE "Y".
001070 77  WS-LEVEL-HAS-REQ-SW       PIC X(01)  VALUE "N".
001080     88  WS-LEVEL-HAS-REQUIREMENTS VALUE "Y".

001090 77  WS-AUDITED-COUNT          PIC 9(07)  COMP VALUE 0.
001100 77  WS-ON-TRACK-COUNT         PIC 9(07)  COMP VALUE 0.
001110 77  WS-SHORT-COUNT            PIC 9(07)  COMP VALUE 0.
001120 77  WS-INACTIVE-COUNT         PIC 9(07)  COMP VALUE 0.
001130 77  WS-NO-REQ-COUNT           PIC 9(07)  COMP VALUE 0.
001140 77  WS-OTHER-SCHOOL-COUNT     PIC 9(07)  COMP VALUE 0.
001150 77  WS-UNLISTED-COUNT         PIC 9(07)  COMP VALUE 0.

001160*****************************************************************
001170*  GRADUATION REQUIREMENTS TABLE, LOADED FROM GRADREQ, AND THE  *
001180*  LIST OF DISTINCT SUBJECT AREAS IT NAMES. THE AREA TABLE      *
001190*  CARRIES THE CURRENT STUDENT'S EARNED CREDITS PER AREA AND    *
001200*  THE RUN-WIDE COUNT OF STUDENTS SHORT IN THE AREA.            *
001210*****************************************************************
001220 77  WS-REQ-COUNT              PIC 9(03)  COMP VALUE 0.
001230 77  WS-REQ-LIMIT              PIC 9(03)  VALUE 300.
001240 77  WS-REQ-EOF-SW             PIC X(01)  VALUE "N".
001250     88  WS-END-OF-REQUIREMENTS VALUE "Y".
001260 77  WS-REQ-INDEX              PIC 9(03)  COMP VALUE 0.

001270 01  WS-REQUIREMENT-TABLE.
001280     05  WS-REQ-ENTRY OCCURS 300 TIMES.
001290         10  WS-REQ-GRADE-LEVEL    PIC 9(02).
001300         10  WS-REQ-AREA-INDEX     PIC 9(02).
001310         10  WS-REQ-CREDITS        PIC 9(02)V9(01).

001320 77  WS-AREA-COUNT             PIC 9(02)  COMP VALUE 0.
001330 77  WS-AREA-LIMIT             PIC 9(02)  VALUE 30.
001340 77  WS-AREA-INDEX             PIC 9(02)  COMP VALUE 0.
001350 77  WS-AREA-FOUND-SW          PIC X(01)  VALUE "N".
001360     88  WS-AREA-WAS-FOUND     VALUE "Y".
001370 77  WS-AREA-CODE-CHECK        PIC X(04)  VALUE SPACES.

001380 01  WS-AREA-TABLE.
001390     05  WS-AREA-ENTRY OCCURS 30 TIMES.
001400         10  WS-AREA-CODE          PIC X(04).
001410         10  WS-AREA-TITLE         PIC X(20).
001420         10  WS-AREA-EARNED        PIC 9(03)V9(01).
001430         10  WS-AREA-SHORT-COUNT   PIC 9(07).

001440 77  WS-TOTAL-EARNED           PIC 9(03)V9(01) VALUE 0.
001450 77  WS-CHECK-EARNED           PIC 9(03)V9(01) VALUE 0.
001460 77  WS-CHECK-SHORT            PIC 9(03)V9(01) VALUE 0.

001470*****************************************************************
001480*  DEFICIENCY TABLE. ONE ENTRY PER STUDENT PER AREA SHORT,      *
001490*  SORTED INTO SCHOOL, STUDENT, AND REQUIREMENT ORDER FOR THE   *
001500*  PRINTED REPORT.                                              *
001510*****************************************************************
001520 77  WS-DEF-COUNT              PIC 9(04)  COMP VALUE 0.
001530 77  WS-DEF-LIMIT              PIC 9(04)  VALUE 4000.

001540 01  WS-DEFICIENCY-TABLE.
001550     05  WS-DEF-ENTRY OCCURS 4000 TIMES.
001560         10  WS-DEF-SORT-KEY.
001570             15  WS-DEF-SCHOOL       PIC X(03).
001580             15  WS-DEF-STUDENT-ID   PIC 9(09).
001590             15  WS-DEF-REQ-INDEX    PIC 9(03).
001600         10  WS-DEF-STUDENT-NAME   PIC X(30).
001610         10  WS-DEF-GRADE-LEVEL    PIC 9(02).
001620         10  WS-DEF-AREA-INDEX     PIC 9(02).
001630         10  WS-DEF-REQUIRED       PIC 9(02)V9(01).
001640         10  WS-DEF-EARNED         PIC 9(03)V9(01).

001650 77  WS-OUTER-INDEX            PIC 9(04)  COMP VALUE 0.
001660 77  WS-INNER-INDEX            PIC 9(04)  COMP VALUE 0.
001670 01  WS-DEF-HOLD-ENTRY         PIC X(56).
001680 77  WS-PREV-SCHOOL            PIC X(03)  VALUE SPACES.
001690 77  WS-PREV-STUDENT-ID        PIC 9(09)  VALUE 0.

001700*****************************************************************
001710*  COURSE CATALOG TABLE AND LOOKUP FIELDS                       *
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
001830         10  WS-CAT-SUBJECT-AREA   PIC X(04).

001840 77  WS-LOOKUP-CODE            PIC X(06)  VALUE SPACES.
001850 77  WS-LOOKUP-CREDITS         PIC 9(01)V9(01) VALUE 0.
001860 77  WS-LOOKUP-AREA            PIC X(04)  VALUE SPACES.
001870 77  WS-LOOKUP-FOUND-SW        PIC X(01)  VALUE "N".
001880     88  WS-COURSE-WAS-FOUND   VALUE "Y".
001890 77  WS-LOOKUP-INDEX           PIC 9(03)  COMP VALUE 0.
001900 77  WS-LOOKUP-TERM            PIC X(06)  VALUE SPACES.
001910 77  WS-LOOKUP-TERM-KEY        PIC X(05)  VALUE SPACES.
001920 77  WS-BEST-FROM-KEY          PIC X(05)  VALUE SPACES.
001930 77  WS-TERM-KEY-INPUT         PIC X(06)  VALUE SPACES.
001940 77  WS-TERM-KEY               PIC X(05)  VALUE SPACES.

001950*****************************************************************
001960*  SUBJECT GRADE FIELDS. A SUBJECT EARNS CREDIT ONLY FOR A      *
001970*  NUMERIC GRADE THAT DOES NOT FALL ON AN F STEP OF THE GRADING *
001980*  SCALE IN EFFECT FOR ITS TERM (BELOW 60 ON THE STRAIGHT       *
001990*  SCALE). I, W, AND X EARN NOTHING.                            *
002000*****************************************************************
002010 77  WS-SUBJECT-INDEX          PIC 9(01)  COMP VALUE 0.
002020 77  WS-GRADE-CHECK            PIC X(03)  VALUE SPACES.
002030     88  WS-GRADE-IS-STATUS    VALUE "I  " "W  " "X  ".
002040 77  WS-GRADE-NUMERIC          PIC 9(03)  VALUE 0.
002050 77  WS-GRADE-PASSED-SW        PIC X(01)  VALUE "N".
002060     88  WS-GRADE-PASSED       VALUE "Y".

002070*****************************************************************
002080*  GRADING SCALE TABLE, LOADED FROM GRDSCAL AT INITIALIZATION.  *
002090*****************************************************************
002100 77  WS-SCALE-COUNT            PIC 9(03)  COMP VALUE 0.
002110 77  WS-SCALE-LIMIT            PIC 9(03)  VALUE 60.
002120 77  WS-SCALE-EOF-SW           PIC X(01)  VALUE "N".
002130     88  WS-END-OF-SCALE       VALUE "Y".

002140 01  WS-GRADE-SCALE-TABLE.
002150     05  WS-SCALE-ENTRY OCCURS 60 TIMES.
002160         10  WS-SCL-EFF-FROM-KEY   PIC X(05).
002170         10  WS-SCL-EFF-TO-KEY     PIC X(05).
002180         10  WS-SCL-MIN-SCORE      PIC 9(03)V9(02).
002190         10  WS-SCL-LETTER-GRADE   PIC X(01).
002200         10  WS-SCL-MODIFIER       PIC X(01).
002210         10  WS-SCL-REGULAR-POINTS PIC 9(01)V9(01).
002220         10  WS-SCL-HONORS-POINTS  PIC 9(01)V9(01).
002230         10  WS-SCL-AP-POINTS      PIC 9(01)V9(01).
002240         10  WS-SCL-HONOR-ROLL-SW  PIC X(01).

002250 77  WS-SCALE-INDEX            PIC 9(03)  COMP VALUE 0.
002260 77  WS-SCALE-TERM             PIC X(06)  VALUE SPACES.
002270 77  WS-SCALE-TERM-KEY         PIC X(05)  VALUE SPACES.
002280 77  WS-SCALE-FROM-KEY         PIC X(05)  VALUE SPACES.
002290 77  WS-SCALE-FOUND-SW         PIC X(01)  VALUE "N".
002300     88  WS-SCALE-IS-IN-EFFECT VALUE "Y".
002310 77  WS-SCALE-SCORE            PIC 9(03)V9(02) VALUE 0.
002320 77  WS-STEP-INDEX             PIC 9(03)  COMP VALUE 0.
002330 77  WS-STEP-FOUND-SW          PIC X(01)  VALUE "N".
002340     88  WS-STEP-WAS-FOUND     VALUE "Y".
002350 77  WS-STEP-MIN-SCORE         PIC 9(03)V9(02) VALUE 0.

002360*****************************************************************
002370*  TIMESTAMP FIELDS FOR THE RUN-HISTORY REGISTRATION            *
002380*****************************************************************
002390 01  WS-CURRENT-DATE           PIC 9(08).
002400 01  WS-CURRENT-TIME           PIC 9(08).
002410 01  WS-TIMESTAMP-DISPLAY      PIC X(26)  VALUE SPACES.
002420 77  WS-RUN-START-STAMP        PIC X(26)  VALUE SPACES.

002430*****************************************************************
002440*  DISPLAY / EDIT FIELDS FOR REPORT LINES                       *
002450*****************************************************************
002460 01  WS-EDIT-STUDENT-ID        PIC 9(09).
002470 01  WS-EDIT-GRADE-LEVEL       PIC Z9.
002480 01  WS-EDIT-REQUIRED          PIC Z9.9.
002490 01  WS-EDIT-EARNED            PIC ZZ9.9.
002500 01  WS-EDIT-SHORT             PIC ZZ9.9.
002510 01  WS-EDIT-COUNT             PIC ZZZZZZ9.

002520 PROCEDURE DIVISION.
002530*****************************************************************
002540*  0000-MAINLINE                                                *
002550*  ENTRY POINT. LOADS THE REFERENCE FILES, AUDITS EVERY ACTIVE  *
002560*  STUDENT, AND PRINTS THE DEFICIENCY REPORT AND SUMMARY.       *
002570*****************************************************************
002580 0000-MAINLINE.
002590     PERFORM 1200-BUILD-TIMESTAMP
002600         THRU 1200-BUILD-TIMESTAMP-EXIT.
002610     MOVE WS-TIMESTAMP-DISPLAY TO WS-RUN-START-STAMP.

002620     PERFORM 1000-INITIALIZE
002630         THRU 1000-INITIALIZE-EXIT.

002640     PERFORM 2000-AUDIT-STUDENTS
002650         THRU 2000-AUDIT-STUDENTS-EXIT.

002660     PERFORM 3000-SORT-DEFICIENCIES
002670         THRU 3000-SORT-DEFICIENCIES-EXIT.

002680     PERFORM 4000-PRINT-AUDIT-REPORT
002690         THRU 4000-PRINT-AUDIT-REPORT-EXIT.

002700     PERFORM 9800-TERMINATE
002710         THRU 9800-TERMINATE-EXIT.

002720     PERFORM 9300-REGISTER-RUN
002730         THRU 9300-REGISTER-RUN-EXIT.

002740     STOP RUN.

002750 0000-MAINLINE-EXIT.
002760     EXIT.

002770*****************************************************************
002780*  1000-INITIALIZE                                              *
002790*  OPENS THE FILES, LOADS THE CATALOG, GRADING SCALE, AND       *
002800*  GRADUATION REQUIREMENTS, AND ASKS WHICH SCHOOL TO AUDIT.     *
002810*  THE RUN CANNOT GO ON WITHOUT STUDEMOG, THE GRADE-MASTER, OR  *
002820*  THE REQUIREMENTS.                                            *
002830*****************************************************************
002840 1000-INITIALIZE.
002850     OPEN INPUT STUDENT-DEMOG-FILE.
002860     IF WS-STUDEMOG-STATUS NOT = "00"
002870         DISPLAY "STUDENT DEMOGRAPHIC FILE STUDEMOG NOT "
002880             "AVAILABLE - STATUS " WS-STUDEMOG-STATUS
002890             " - NOTHING TO AUDIT"
002900         STOP RUN
002910     END-IF.

002920     OPEN INPUT GRADE-MASTER-FILE.
002930     IF WS-GRDMSTR-STATUS NOT = "00"
002940         DISPLAY "GRADE-MASTER FILE GRDMSTR NOT AVAILABLE - "
002950             "STATUS " WS-GRDMSTR-STATUS " - NOTHING TO AUDIT"
002960         CLOSE STUDENT-DEMOG-FILE
002970         STOP RUN
002980     END-IF.

002990     PERFORM 1400-LOAD-REQUIREMENTS
003000         THRU 1400-LOAD-REQUIREMENTS-EXIT.
003010     IF WS-REQ-COUNT = 0
003020         DISPLAY "NO GRADUATION REQUIREMENTS LOADED FROM GRADREQ "
003030             "- NOTHING TO AUDIT AGAINST"
003040         CLOSE STUDENT-DEMOG-FILE
003050         CLOSE GRADE-MASTER-FILE
003060         STOP RUN
003070     END-IF.

003080     PERFORM 1300-LOAD-COURSE-CATALOG
003090         THRU 1300-LOAD-COURSE-CATALOG-EXIT.
003100     PERFORM 1350-LOAD-GRADING-SCALE
003110         THRU 1350-LOAD-GRADING-SCALE-EXIT.

003120     OPEN OUTPUT CREDIT-AUDIT-FILE.

003130     DISPLAY "GRADUATION CREDIT AUDIT".
003140     DISPLAY "ENTER SCHOOL CODE TO AUDIT (BLANK = ALL SCHOOLS): "
003150         WITH NO ADVANCING.
003160     MOVE SPACES TO WS-REQUEST-SCHOOL.
003170     ACCEPT WS-REQUEST-SCHOOL.

003180     STRING "GRADUATION CREDIT AUDIT - DEFICIENCY REPORT AS OF "
003190             WS-CURRENT-DATE (5:2) "/" WS-CURRENT-DATE (7:2) "/"
003200             WS-CURRENT-DATE (1:4)
003210         DELIMITED BY SIZE INTO CREDIT-AUDIT-LINE.
003220     WRITE CREDIT-AUDIT-LINE.
003230     MOVE SPACES TO CREDIT-AUDIT-LINE.
003240     IF WS-REQUEST-SCHOOL = SPACES
003250         MOVE "ALL SCHOOLS" TO CREDIT-AUDIT-LINE
003260     ELSE
003270         STRING "SCHOOL " WS-REQUEST-SCHOOL " ONLY"
003280             DELIMITED BY SIZE INTO CREDIT-AUDIT-LINE
003290     END-IF.
003300     WRITE CREDIT-AUDIT-LINE.
003310     MOVE "STUDENTS BELOW THE CREDITS REQUIRED FOR THEIR GRADE "
003320         TO CREDIT-AUDIT-LINE.
003330     WRITE CREDIT-AUDIT-LINE.
003340     MOVE "LEVEL IN ANY AREA ARE LISTED WITH EACH AREA SHORT."
003350         TO CREDIT-AUDIT-LINE.
003360     WRITE CREDIT-AUDIT-LINE.
003370     MOVE SPACES TO CREDIT-AUDIT-LINE.

003380 1000-INITIALIZE-EXIT.
003390     EXIT.

003400*****************************************************************
003410*  1200-BUILD-TIMESTAMP                                         *
003420*  BUILDS A DISPLAYABLE YYYY-MM-DD HH:MM:SS TIMESTAMP FOR THE   *
003430*  RUN-HISTORY REGISTRATION USING THE DATE/TIME SPECIAL         *
003440*  REGISTERS.                                                   *
003450*****************************************************************
003460 1200-BUILD-TIMESTAMP.
003470     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003480     ACCEPT WS-CURRENT-TIME FROM TIME.

003490     STRING WS-CURRENT-DATE (1:4) "-" WS-CURRENT-DATE (5:2) "-"
003500             WS-CURRENT-DATE (7:2) " " WS-CURRENT-TIME (1:2) ":"
003510             WS-CURRENT-TIME (3:2) ":" WS-CURRENT-TIME (5:2)
003520         DELIMITED BY SIZE INTO WS-TIMESTAMP-DISPLAY.

003530 1200-BUILD-TIMESTAMP-EXIT.
003540     EXIT.

003550*****************************************************************
003560*  1300-LOAD-COURSE-CATALOG                                     *
003570*  LOADS THE COURSE CATALOG REFERENCE FILE INTO THE IN-MEMORY   *
003580*  TABLE USED FOR CREDIT-HOUR AND SUBJECT-AREA LOOKUPS. WITH NO *
003590*  CATALOG NO SUBJECT CAN EARN CREDIT, SO EVERY STUDENT WILL    *
003600*  SHOW SHORT - THE OPERATOR IS WARNED.                         *
003610*****************************************************************
003620 1300-LOAD-COURSE-CATALOG.
003630     MOVE 0 TO WS-CATALOG-COUNT.
003640     MOVE "N" TO WS-CATALOG-EOF-SW.

003650     OPEN INPUT COURSE-CATALOG-FILE.
003660     IF WS-CRSCAT-STATUS NOT = "00"
003670         DISPLAY "COURSE CATALOG CRSCAT NOT AVAILABLE - NO "
003680             "SUBJECT CAN EARN CREDIT IN THIS RUN"
003690         GO TO 1300-LOAD-COURSE-CATALOG-EXIT
003700     END-IF.

003710     PERFORM 1310-LOAD-ONE-COURSE
003720         THRU 1310-LOAD-ONE-COURSE-EXIT
003730         UNTIL WS-END-OF-CATALOG.

003740     CLOSE COURSE-CATALOG-FILE.

003750 1300-LOAD-COURSE-CATALOG-EXIT.
003760     EXIT.

003770 1310-LOAD-ONE-COURSE.
003780     READ COURSE-CATALOG-FILE
003790         AT END
003800             MOVE "Y" TO WS-CATALOG-EOF-SW
003810     END-READ.
003820     IF WS-CRSCAT-STATUS NOT = "00"
003830         MOVE "Y" TO WS-CATALOG-EOF-SW
003840         GO TO 1310-LOAD-ONE-COURSE-EXIT
003850     END-IF.

003860     IF WS-CATALOG-COUNT < WS-CATALOG-LIMIT
003870         ADD 1 TO WS-CATALOG-COUNT
003880         MOVE CC-COURSE-CODE TO
003890             WS-CAT-COURSE-CODE (WS-CATALOG-COUNT)
003900         MOVE CC-CREDIT-HOURS TO
003910             WS-CAT-CREDIT-HOURS (WS-CATALOG-COUNT)
003920         MOVE CC-SUBJECT-AREA TO
003930             WS-CAT-SUBJECT-AREA (WS-CATALOG-COUNT)
003940         IF CC-EFF-FROM-TERM = SPACES
003950             MOVE LOW-VALUES TO
003960                 WS-CAT-EFF-FROM-KEY (WS-CATALOG-COUNT)
003970         ELSE
003980             MOVE CC-EFF-FROM-TERM TO WS-TERM-KEY-INPUT
003990             PERFORM 7300-BUILD-TERM-KEY
004000                 THRU 7300-BUILD-TERM-KEY-EXIT
004010             MOVE WS-TERM-KEY TO
004020                 WS-CAT-EFF-FROM-KEY (WS-CATALOG-COUNT)
004030         END-IF
004040         IF CC-EFF-TO-TERM = SPACES
004050             MOVE HIGH-VALUES TO
004060                 WS-CAT-EFF-TO-KEY (WS-CATALOG-COUNT)
004070         ELSE
004080             MOVE CC-EFF-TO-TERM TO WS-TERM-KEY-INPUT
004090             PERFORM 7300-BUILD-TERM-KEY
004100                 THRU 7300-BUILD-TERM-KEY-EXIT
004110             MOVE WS-TERM-KEY TO
004120                 WS-CAT-EFF-TO-KEY (WS-CATALOG-COUNT)
004130         END-IF
004140     ELSE
004150         DISPLAY "COURSE CATALOG ENTRY " CC-COURSE-CODE
004160             " IGNORED - 200-COURSE CATALOG TABLE IS FULL"
004170     END-IF.

004180 1310-LOAD-ONE-COURSE-EXIT.
004190     EXIT.


004200*****************************************************************
004210*  1350-LOAD-GRADING-SCALE                                      *
004220*  LOADS THE GRADING-SCALE REFERENCE FILE INTO THE IN-MEMORY    *
004230*  TABLE. A MISSING SCALE FILE IS NOT FATAL - EVERY TERM IS     *
004240*  THEN GRADED ON THE STRAIGHT 90/80/70/60 SCALE.               *
004250*****************************************************************
004260 1350-LOAD-GRADING-SCALE.
004270     MOVE 0 TO WS-SCALE-COUNT.
004280     MOVE "N" TO WS-SCALE-EOF-SW.

004290     OPEN INPUT GRADE-SCALE-FILE.
004300     IF WS-GRDSCAL-STATUS NOT = "00"
004310         DISPLAY "GRADING SCALE GRDSCAL NOT AVAILABLE - LETTER "
004320             "GRADES USE THE STRAIGHT 90/80/70/60 SCALE"
004330         GO TO 1350-LOAD-GRADING-SCALE-EXIT
004340     END-IF.

004350     PERFORM 1360-LOAD-ONE-SCALE-STEP
004360         THRU 1360-LOAD-ONE-SCALE-STEP-EXIT
004370         UNTIL WS-END-OF-SCALE.

004380     CLOSE GRADE-SCALE-FILE.

004390 1350-LOAD-GRADING-SCALE-EXIT.
004400     EXIT.

004410 1360-LOAD-ONE-SCALE-STEP.
004420     READ GRADE-SCALE-FILE
004430         AT END
004440             MOVE "Y" TO WS-SCALE-EOF-SW
004450     END-READ.
004460     IF WS-GRDSCAL-STATUS NOT = "00"
004470         MOVE "Y" TO WS-SCALE-EOF-SW
004480         GO TO 1360-LOAD-ONE-SCALE-STEP-EXIT
004490     END-IF.

004500     IF GS-MIN-SCORE IS NOT NUMERIC
004510             OR GS-REGULAR-POINTS IS NOT NUMERIC
004520             OR GS-HONORS-POINTS IS NOT NUMERIC
004530             OR GS-AP-POINTS IS NOT NUMERIC
004540         DISPLAY "GRADING SCALE STEP " GS-LETTER-GRADE
004550             GS-LETTER-MODIFIER " FROM " GS-EFF-FROM-TERM
004560             " IGNORED - SCORE OR POINTS NOT NUMERIC"
004570         GO TO 1360-LOAD-ONE-SCALE-STEP-EXIT
004580     END-IF.

004590     IF WS-SCALE-COUNT < WS-SCALE-LIMIT
004600         ADD 1 TO WS-SCALE-COUNT
004610         MOVE GS-MIN-SCORE TO
004620             WS-SCL-MIN-SCORE (WS-SCALE-COUNT)
004630         MOVE GS-LETTER-GRADE TO
004640             WS-SCL-LETTER-GRADE (WS-SCALE-COUNT)
004650         MOVE GS-LETTER-MODIFIER TO
004660             WS-SCL-MODIFIER (WS-SCALE-COUNT)
004670         MOVE GS-REGULAR-POINTS TO
004680             WS-SCL-REGULAR-POINTS (WS-SCALE-COUNT)
004690         MOVE GS-HONORS-POINTS TO
004700             WS-SCL-HONORS-POINTS (WS-SCALE-COUNT)
004710         MOVE GS-AP-POINTS TO
004720             WS-SCL-AP-POINTS (WS-SCALE-COUNT)
004730         MOVE GS-HONOR-ROLL-SW TO
004740             WS-SCL-HONOR-ROLL-SW (WS-SCALE-COUNT)
004750         IF GS-EFF-FROM-TERM = SPACES
004760             MOVE LOW-VALUES TO
004770                 WS-SCL-EFF-FROM-KEY (WS-SCALE-COUNT)
004780         ELSE
004790             MOVE GS-EFF-FROM-TERM TO WS-TERM-KEY-INPUT
004800             PERFORM 7300-BUILD-TERM-KEY
004810                 THRU 7300-BUILD-TERM-KEY-EXIT
004820             MOVE WS-TERM-KEY TO
004830                 WS-SCL-EFF-FROM-KEY (WS-SCALE-COUNT)
004840         END-IF
004850         IF GS-EFF-TO-TERM = SPACES
004860             MOVE HIGH-VALUES TO
004870                 WS-SCL-EFF-TO-KEY (WS-SCALE-COUNT)
004880         ELSE
004890             MOVE GS-EFF-TO-TERM TO WS-TERM-KEY-INPUT
004900             PERFORM 7300-BUILD-TERM-KEY
004910                 THRU 7300-BUILD-TERM-KEY-EXIT
004920             MOVE WS-TERM-KEY TO
004930                 WS-SCL-EFF-TO-KEY (WS-SCALE-COUNT)
004940         END-IF
004950     ELSE
004960         DISPLAY "GRADING SCALE STEP " GS-LETTER-GRADE
004970             GS-LETTER-MODIFIER " IGNORED - 60-STEP GRADING "
004980             "SCALE TABLE IS FULL"
004990     END-IF.

005000 1360-LOAD-ONE-SCALE-STEP-EXIT.
005010     EXIT.

005020*****************************************************************
005030*  1400-LOAD-REQUIREMENTS                                       *
005040*  LOADS THE GRADUATION REQUIREMENTS INTO THE REQUIREMENT       *
005050*  TABLE, ADDING EACH NEW SUBJECT AREA TO THE AREA TABLE AS IT  *
005060*  IS FIRST SEEN.                                               *
005070*****************************************************************
005080 1400-LOAD-REQUIREMENTS.
005090     MOVE 0 TO WS-REQ-COUNT.
005100     MOVE "N" TO WS-REQ-EOF-SW.

005110     OPEN INPUT REQUIREMENTS-FILE.
005120     IF WS-GRADREQ-STATUS NOT = "00"
005130         DISPLAY "GRADUATION REQUIREMENTS GRADREQ NOT AVAILABLE "
005140             "- STATUS " WS-GRADREQ-STATUS
005150         GO TO 1400-LOAD-REQUIREMENTS-EXIT
005160     END-IF.

005170     PERFORM 1410-LOAD-ONE-REQUIREMENT
005180         THRU 1410-LOAD-ONE-REQUIREMENT-EXIT
005190         UNTIL WS-END-OF-REQUIREMENTS.

005200     CLOSE REQUIREMENTS-FILE.

005210 1400-LOAD-REQUIREMENTS-EXIT.
005220     EXIT.

005230 1410-LOAD-ONE-REQUIREMENT.
005240     READ REQUIREMENTS-FILE
005250         AT END
005260             MOVE "Y" TO WS-REQ-EOF-SW
005270     END-READ.
005280     IF WS-GRADREQ-STATUS NOT = "00"
005290         MOVE "Y" TO WS-REQ-EOF-SW
005300         GO TO 1410-LOAD-ONE-REQUIREMENT-EXIT
005310     END-IF.

005320     IF GR-GRADE-LEVEL IS NOT NUMERIC
005330             OR GR-CREDITS-REQUIRED IS NOT NUMERIC
005340             OR GR-SUBJECT-AREA = SPACES
005350         DISPLAY "REQUIREMENT " GR-GRADE-LEVEL " " GR-SUBJECT-AREA
005360             " IGNORED - GRADE LEVEL, AREA, OR CREDITS NOT VALID"
005370         GO TO 1410-LOAD-ONE-REQUIREMENT-EXIT
005380     END-IF.

005390     IF WS-REQ-COUNT >= WS-REQ-LIMIT
005400         DISPLAY "REQUIREMENT " GR-GRADE-LEVEL " " GR-SUBJECT-AREA
005410             " IGNORED - 300-ENTRY REQUIREMENT TABLE IS FULL"
005420         GO TO 1410-LOAD-ONE-REQUIREMENT-EXIT
005430     END-IF.

005440     MOVE GR-SUBJECT-AREA TO WS-AREA-CODE-CHECK.
005450     PERFORM 2340-FIND-AREA-SLOT
005460         THRU 2340-FIND-AREA-SLOT-EXIT.
005470     IF NOT WS-AREA-WAS-FOUND
005480         IF WS-AREA-COUNT >= WS-AREA-LIMIT
005490             DISPLAY "REQUIREMENT " GR-GRADE-LEVEL " "
005500                 GR-SUBJECT-AREA
005510                 " IGNORED - 30-AREA TABLE IS FULL"
005520             GO TO 1410-LOAD-ONE-REQUIREMENT-EXIT
005530         END-IF
005540         ADD 1 TO WS-AREA-COUNT
005550         MOVE WS-AREA-COUNT TO WS-AREA-INDEX
005560         MOVE GR-SUBJECT-AREA TO WS-AREA-CODE (WS-AREA-INDEX)
005570         MOVE GR-AREA-TITLE TO WS-AREA-TITLE (WS-AREA-INDEX)
005580         MOVE 0 TO WS-AREA-EARNED (WS-AREA-INDEX)
005590         MOVE 0 TO WS-AREA-SHORT-COUNT (WS-AREA-INDEX)
005600     END-IF.

005610     ADD 1 TO WS-REQ-COUNT.
005620     MOVE GR-GRADE-LEVEL TO WS-REQ-GRADE-LEVEL (WS-REQ-COUNT).
005630     MOVE WS-AREA-INDEX TO WS-REQ-AREA-INDEX (WS-REQ-COUNT).
005640     MOVE GR-CREDITS-REQUIRED TO WS-REQ-CREDITS (WS-REQ-COUNT).

005650 1410-LOAD-ONE-REQUIREMENT-EXIT.
005660     EXIT.

005670*****************************************************************
005680*  2000-AUDIT-STUDENTS                                          *
005690*  WALKS STUDEMOG IN STUDENT-ID ORDER AND AUDITS EACH STUDENT.  *
005700*****************************************************************
005710 2000-AUDIT-STUDENTS.
005720     MOVE "N" TO WS-DEMOG-EOF-SW.
005730     MOVE ZEROS TO DM-STUDENT-ID.
005740     START STUDENT-DEMOG-FILE KEY >= DM-STUDENT-ID
005750         INVALID KEY
005760             MOVE "Y" TO WS-DEMOG-EOF-SW
005770     END-START.
005780     IF WS-STUDEMOG-STATUS NOT = "00"
005790         MOVE "Y" TO WS-DEMOG-EOF-SW
005800     END-IF.

005810     IF NOT WS-END-OF-DEMOG
005820         PERFORM 2100-READ-NEXT-STUDENT
005830             THRU 2100-READ-NEXT-STUDENT-EXIT
005840     END-IF.

005850     PERFORM 2200-AUDIT-ONE-STUDENT
005860         THRU 2200-AUDIT-ONE-STUDENT-EXIT
005870         UNTIL WS-END-OF-DEMOG.

005880 2000-AUDIT-STUDENTS-EXIT.
005890     EXIT.

005900 2100-READ-NEXT-STUDENT.
005910     READ STUDENT-DEMOG-FILE NEXT RECORD
005920         AT END
005930             MOVE "Y" TO WS-DEMOG-EOF-SW
005940     END-READ.
005950     IF WS-STUDEMOG-STATUS NOT = "00"
005960         MOVE "Y" TO WS-DEMOG-EOF-SW
005970     END-IF.

005980 2100-READ-NEXT-STUDENT-EXIT.
005990     EXIT.

006000*****************************************************************
006010*  2200-AUDIT-ONE-STUDENT                                       *
006020*  EARNS THE STUDENT'S CREDITS FROM THE GRADE-MASTER, TAKES THE *
006030*  SCHOOL FROM THE STUDENT'S LATEST TERM, AND MEASURES THE      *
006040*  CREDITS AGAINST THE REQUIREMENTS FOR THE GRADE LEVEL. ONLY   *
006050*  ACTIVE STUDENTS ARE AUDITED.                                 *
006052*  TRANSFER TERMS EARN CREDIT BUT CARRY NO DISTRICT SCHOOL, SO  *
006054*  THE SCHOOL COMES FROM THE LATEST DISTRICT TERM.              *
006060*****************************************************************
006070 2200-AUDIT-ONE-STUDENT.
006080     IF NOT DM-IS-ACTIVE
006090         ADD 1 TO WS-INACTIVE-COUNT
006100         GO TO 2200-AUDIT-NEXT
006110     END-IF.

006120     MOVE 0 TO WS-TOTAL-EARNED.
006130     MOVE 1 TO WS-AREA-INDEX.
006140     PERFORM 2210-CLEAR-ONE-AREA
006150         THRU 2210-CLEAR-ONE-AREA-EXIT
006160         UNTIL WS-AREA-INDEX > WS-AREA-COUNT.
006170     MOVE SPACES TO WS-STUDENT-SCHOOL.
006180     MOVE LOW-VALUES TO WS-SCHOOL-TERM-KEY.

006190     PERFORM 2300-EARN-STUDENT-CREDITS
006200         THRU 2300-EARN-STUDENT-CREDITS-EXIT.

006210     IF WS-REQUEST-SCHOOL NOT = SPACES
006220             AND WS-STUDENT-SCHOOL NOT = WS-REQUEST-SCHOOL
006230         ADD 1 TO WS-OTHER-SCHOOL-COUNT
006240         GO TO 2200-AUDIT-NEXT
006250     END-IF.

006260     PERFORM 2400-COMPARE-REQUIREMENTS
006270         THRU 2400-COMPARE-REQUIREMENTS-EXIT.

006280 2200-AUDIT-NEXT.
006290     PERFORM 2100-READ-NEXT-STUDENT
006300         THRU 2100-READ-NEXT-STUDENT-EXIT.

006310 2200-AUDIT-ONE-STUDENT-EXIT.
006320     EXIT.

006330 2210-CLEAR-ONE-AREA.
006340     MOVE 0 TO WS-AREA-EARNED (WS-AREA-INDEX).
006350     ADD 1 TO WS-AREA-INDEX.

006360 2210-CLEAR-ONE-AREA-EXIT.
006370     EXIT.

006380*****************************************************************
006390*  2300-EARN-STUDENT-CREDITS                                    *
006400*  READS EVERY GRADE-MASTER TERM ON FILE FOR THE STUDENT AND    *
006410*  EARNS CREDIT FOR EACH PASSING SUBJECT.                       *
006420*****************************************************************
006430 2300-EARN-STUDENT-CREDITS.
006440     MOVE "N" TO WS-MASTER-EOF-SW.
006450     MOVE DM-STUDENT-ID TO GM-STUDENT-ID.
006460     MOVE LOW-VALUES TO GM-TERM.
006470     START GRADE-MASTER-FILE KEY >= GM-KEY
006480         INVALID KEY
006490             MOVE "Y" TO WS-MASTER-EOF-SW
006500     END-START.
006510     IF WS-GRDMSTR-STATUS NOT = "00"
006520         MOVE "Y" TO WS-MASTER-EOF-SW
006530     END-IF.

006540     IF NOT WS-END-OF-STUDENT-TERMS
006550         PERFORM 2310-READ-NEXT-TERM
006560             THRU 2310-READ-NEXT-TERM-EXIT
006570     END-IF.

006580     PERFORM 2320-EARN-ONE-TERM
006590         THRU 2320-EARN-ONE-TERM-EXIT
006600         UNTIL WS-END-OF-STUDENT-TERMS.

006610 2300-EARN-STUDENT-CREDITS-EXIT.
006620     EXIT.

006630 2310-READ-NEXT-TERM.
006640     READ GRADE-MASTER-FILE NEXT RECORD
006650         AT END
006660             MOVE "Y" TO WS-MASTER-EOF-SW
006670     END-READ.
006680     IF WS-GRDMSTR-STATUS NOT = "00"
006690         MOVE "Y" TO WS-MASTER-EOF-SW
006700         GO TO 2310-READ-NEXT-TERM-EXIT
006710     END-IF.
006720     IF GM-STUDENT-ID NOT = DM-STUDENT-ID
006730         MOVE "Y" TO WS-MASTER-EOF-SW
006740     END-IF.

006750 2310-READ-NEXT-TERM-EXIT.
006760     EXIT.

006770 2320-EARN-ONE-TERM.
006780     MOVE GM-TERM TO WS-TERM-KEY-INPUT.
006790     PERFORM 7300-BUILD-TERM-KEY
006800         THRU 7300-BUILD-TERM-KEY-EXIT.
006810     IF WS-TERM-KEY > WS-SCHOOL-TERM-KEY
006812             AND NOT GM-IS-TRANSFER-TERM
006820         MOVE WS-TERM-KEY TO WS-SCHOOL-TERM-KEY
006830         MOVE GM-SCHOOL-CODE TO WS-STUDENT-SCHOOL
006840     END-IF.

006850     MOVE GM-TERM TO WS-SCALE-TERM.
006860     PERFORM 7100-FIND-SCALE-IN-EFFECT
006870         THRU 7100-FIND-SCALE-IN-EFFECT-EXIT.

006880     MOVE 1 TO WS-SUBJECT-INDEX.
006890     PERFORM 2330-EARN-ONE-SUBJECT
006900         THRU 2330-EARN-ONE-SUBJECT-EXIT
006910         UNTIL WS-SUBJECT-INDEX > GM-SUBJECT-COUNT.

006920     PERFORM 2310-READ-NEXT-TERM
006930         THRU 2310-READ-NEXT-TERM-EXIT.

006940 2320-EARN-ONE-TERM-EXIT.
006950     EXIT.

006960*****************************************************************
006970*  2330-EARN-ONE-SUBJECT                                        *
006980*  A PASSING NUMERIC GRADE EARNS THE CREDIT HOURS OF THE        *
006990*  CATALOG ENTRY IN EFFECT FOR THE TERM, COUNTED TOWARD TOTAL   *
007000*  CREDITS AND TOWARD THE COURSE'S SUBJECT AREA WHEN THE AREA   *
007010*  IS ONE THE REQUIREMENTS NAME. A COURSE WITH NO CATALOG ENTRY *
007020*  IN EFFECT EARNS NOTHING AND IS COUNTED FOR THE SUMMARY.      *
007030*****************************************************************
007040 2330-EARN-ONE-SUBJECT.
007050     MOVE "N" TO WS-GRADE-PASSED-SW.
007060     MOVE GM-SUBJECT-GRADE (WS-SUBJECT-INDEX) TO WS-GRADE-CHECK.
007070     IF WS-GRADE-IS-STATUS
007080             OR WS-GRADE-CHECK IS NOT NUMERIC
007090         GO TO 2330-EARN-NEXT
007100     END-IF.

007110     MOVE WS-GRADE-CHECK TO WS-GRADE-NUMERIC.
007120     IF WS-SCALE-IS-IN-EFFECT
007130         MOVE WS-GRADE-NUMERIC TO WS-SCALE-SCORE
007140         PERFORM 7200-FIND-SCALE-STEP
007150             THRU 7200-FIND-SCALE-STEP-EXIT
007160         IF WS-STEP-WAS-FOUND
007170             AND WS-SCL-LETTER-GRADE (WS-STEP-INDEX) NOT = "F"
007180             MOVE "Y" TO WS-GRADE-PASSED-SW
007190         END-IF
007200     ELSE
007210         IF WS-GRADE-NUMERIC >= 60
007220             MOVE "Y" TO WS-GRADE-PASSED-SW
007230         END-IF
007240     END-IF.
007250     IF NOT WS-GRADE-PASSED
007260         GO TO 2330-EARN-NEXT
007270     END-IF.

007280     MOVE GM-SUBJECT-CODE (WS-SUBJECT-INDEX) TO WS-LOOKUP-CODE.
007290     MOVE GM-TERM TO WS-LOOKUP-TERM.
007300     PERFORM 2600-LOOKUP-COURSE
007310         THRU 2600-LOOKUP-COURSE-EXIT.
007320     IF NOT WS-COURSE-WAS-FOUND
007330         ADD 1 TO WS-UNLISTED-COUNT
007340         GO TO 2330-EARN-NEXT
007350     END-IF.

007360     ADD WS-LOOKUP-CREDITS TO WS-TOTAL-EARNED.
007370     IF WS-LOOKUP-AREA = SPACES
007380         GO TO 2330-EARN-NEXT
007390     END-IF.
007400     MOVE WS-LOOKUP-AREA TO WS-AREA-CODE-CHECK.
007410     PERFORM 2340-FIND-AREA-SLOT
007420         THRU 2340-FIND-AREA-SLOT-EXIT.
007430     IF WS-AREA-WAS-FOUND
007440         ADD WS-LOOKUP-CREDITS TO WS-AREA-EARNED (WS-AREA-INDEX)
007450     END-IF.

007460 2330-EARN-NEXT.
007470     ADD 1 TO WS-SUBJECT-INDEX.

007480 2330-EARN-ONE-SUBJECT-EXIT.
007490     EXIT.

007500*****************************************************************
007510*  2340-FIND-AREA-SLOT                                          *
007520*  FINDS THE AREA CODE IN WS-AREA-CODE-CHECK IN THE AREA TABLE  *
007530*  AND RETURNS ITS POSITION IN WS-AREA-INDEX.                   *
007540*****************************************************************
007550 2340-FIND-AREA-SLOT.
007560     MOVE "N" TO WS-AREA-FOUND-SW.
007570     MOVE 1 TO WS-AREA-INDEX.
007580     PERFORM 2341-CHECK-ONE-AREA
007590         THRU 2341-CHECK-ONE-AREA-EXIT
007600         UNTIL WS-AREA-WAS-FOUND
007610             OR WS-AREA-INDEX > WS-AREA-COUNT.

007620 2340-FIND-AREA-SLOT-EXIT.
007630     EXIT.

007640 2341-CHECK-ONE-AREA.
007650     IF WS-AREA-CODE (WS-AREA-INDEX) = WS-AREA-CODE-CHECK
007660         MOVE "Y" TO WS-AREA-FOUND-SW
007670     ELSE
007680         ADD 1 TO WS-AREA-INDEX
007690     END-IF.

007700 2341-CHECK-ONE-AREA-EXIT.
007710     EXIT.

007720*****************************************************************
007730*  2400-COMPARE-REQUIREMENTS                                    *
007740*  MEASURES THE STUDENT'S EARNED CREDITS AGAINST EVERY          *
007750*  REQUIREMENT FOR THE STUDENT'S GRADE LEVEL. EACH AREA SHORT   *
007760*  GOES TO THE DEFICIENCY TABLE AND THE AREA'S SHORT COUNT. A   *
007770*  GRADE LEVEL WITH NO REQUIREMENTS ON FILE IS NOT AUDITED.     *
007780*****************************************************************
007790 2400-COMPARE-REQUIREMENTS.
007800     MOVE "N" TO WS-STUDENT-SHORT-SW.
007810     MOVE "N" TO WS-LEVEL-HAS-REQ-SW.
007820     MOVE 1 TO WS-REQ-INDEX.
007830     PERFORM 2410-CHECK-ONE-REQUIREMENT
007840         THRU 2410-CHECK-ONE-REQUIREMENT-EXIT
007850         UNTIL WS-REQ-INDEX > WS-REQ-COUNT.

007860     IF NOT WS-LEVEL-HAS-REQUIREMENTS
007870         ADD 1 TO WS-NO-REQ-COUNT
007880         GO TO 2400-COMPARE-REQUIREMENTS-EXIT
007890     END-IF.

007900     ADD 1 TO WS-AUDITED-COUNT.
007910     IF WS-STUDENT-IS-SHORT
007920         ADD 1 TO WS-SHORT-COUNT
007930     ELSE
007940         ADD 1 TO WS-ON-TRACK-COUNT
007950     END-IF.

007960 2400-COMPARE-REQUIREMENTS-EXIT.
007970     EXIT.

007980 2410-CHECK-ONE-REQUIREMENT.
007990     IF WS-REQ-GRADE-LEVEL (WS-REQ-INDEX) NOT = DM-GRADE-LEVEL
008000         GO TO 2410-CHECK-NEXT
008010     END-IF.

008020     MOVE "Y" TO WS-LEVEL-HAS-REQ-SW.
008030     MOVE WS-REQ-AREA-INDEX (WS-REQ-INDEX) TO WS-AREA-INDEX.
008040     IF WS-AREA-CODE (WS-AREA-INDEX) = "TOTL"
008050         MOVE WS-TOTAL-EARNED TO WS-CHECK-EARNED
008060     ELSE
008070         MOVE WS-AREA-EARNED (WS-AREA-INDEX) TO WS-CHECK-EARNED
008080     END-IF.
008090     IF WS-CHECK-EARNED >= WS-REQ-CREDITS (WS-REQ-INDEX)
008100         GO TO 2410-CHECK-NEXT
008110     END-IF.

008120     MOVE "Y" TO WS-STUDENT-SHORT-SW.
008130     ADD 1 TO WS-AREA-SHORT-COUNT (WS-AREA-INDEX).

008140     IF WS-DEF-COUNT >= WS-DEF-LIMIT
008150         DISPLAY "STUDENT " DM-STUDENT-ID " SHORT IN "
008160             WS-AREA-CODE (WS-AREA-INDEX)
008170             " NOT LISTED - 4000-LINE DEFICIENCY TABLE IS FULL"
008180         GO TO 2410-CHECK-NEXT
008190     END-IF.

008200     ADD 1 TO WS-DEF-COUNT.
008210     MOVE WS-STUDENT-SCHOOL TO WS-DEF-SCHOOL (WS-DEF-COUNT).
008220     MOVE DM-STUDENT-ID TO WS-DEF-STUDENT-ID (WS-DEF-COUNT).
008230     MOVE WS-REQ-INDEX TO WS-DEF-REQ-INDEX (WS-DEF-COUNT).
008240     MOVE DM-LEGAL-NAME TO WS-DEF-STUDENT-NAME (WS-DEF-COUNT).
008250     MOVE DM-GRADE-LEVEL TO WS-DEF-GRADE-LEVEL (WS-DEF-COUNT).
008260     MOVE WS-AREA-INDEX TO WS-DEF-AREA-INDEX (WS-DEF-COUNT).
008270     MOVE WS-REQ-CREDITS (WS-REQ-INDEX)
008280         TO WS-DEF-REQUIRED (WS-DEF-COUNT).
008290     MOVE WS-CHECK-EARNED TO WS-DEF-EARNED (WS-DEF-COUNT).

008300 2410-CHECK-NEXT.
008310     ADD 1 TO WS-REQ-INDEX.

008320 2410-CHECK-ONE-REQUIREMENT-EXIT.
008330     EXIT.

008340*****************************************************************
008350*  2600-LOOKUP-COURSE                                           *
008360*  LOOKS THE COURSE CODE IN WS-LOOKUP-CODE UP IN THE CATALOG    *
008370*  TABLE FOR THE TERM IN WS-LOOKUP-TERM. OF THE ENTRIES WHOSE   *
008380*  EFFECTIVE RANGE COVERS THE TERM, THE ONE WITH THE LATEST     *
008390*  FROM-TERM WINS. RETURNS THE CREDIT HOURS AND SUBJECT AREA.   *
008400*****************************************************************
008410 2600-LOOKUP-COURSE.
008420     MOVE "N" TO WS-LOOKUP-FOUND-SW.
008430     MOVE 0 TO WS-LOOKUP-CREDITS.
008440     MOVE SPACES TO WS-LOOKUP-AREA.

008450     IF WS-LOOKUP-CODE = SPACES
008460         GO TO 2600-LOOKUP-COURSE-EXIT
008470     END-IF.

008480     MOVE WS-LOOKUP-TERM TO WS-TERM-KEY-INPUT.
008490     PERFORM 7300-BUILD-TERM-KEY
008500         THRU 7300-BUILD-TERM-KEY-EXIT.
008510     MOVE WS-TERM-KEY TO WS-LOOKUP-TERM-KEY.
008520     MOVE LOW-VALUES TO WS-BEST-FROM-KEY.

008530     MOVE 1 TO WS-LOOKUP-INDEX.
008540     PERFORM 2610-LOOKUP-ONE-ENTRY
008550         THRU 2610-LOOKUP-ONE-ENTRY-EXIT
008560         UNTIL WS-LOOKUP-INDEX > WS-CATALOG-COUNT.

008570 2600-LOOKUP-COURSE-EXIT.
008580     EXIT.

008590 2610-LOOKUP-ONE-ENTRY.
008600     IF WS-CAT-COURSE-CODE (WS-LOOKUP-INDEX) = WS-LOOKUP-CODE
008610         AND WS-CAT-EFF-FROM-KEY (WS-LOOKUP-INDEX)
008620             <= WS-LOOKUP-TERM-KEY
008630         AND WS-CAT-EFF-TO-KEY (WS-LOOKUP-INDEX)
008640             >= WS-LOOKUP-TERM-KEY
008650         IF NOT WS-COURSE-WAS-FOUND
008660             OR WS-CAT-EFF-FROM-KEY (WS-LOOKUP-INDEX)
008670                 > WS-BEST-FROM-KEY
008680             MOVE "Y" TO WS-LOOKUP-FOUND-SW
008690             MOVE WS-CAT-EFF-FROM-KEY (WS-LOOKUP-INDEX)
008700                 TO WS-BEST-FROM-KEY
008710             MOVE WS-CAT-CREDIT-HOURS (WS-LOOKUP-INDEX)
008720                 TO WS-LOOKUP-CREDITS
008730             MOVE WS-CAT-SUBJECT-AREA (WS-LOOKUP-INDEX)
008740                 TO WS-LOOKUP-AREA
008750         END-IF
008760     END-IF.
008770     ADD 1 TO WS-LOOKUP-INDEX.

008780 2610-LOOKUP-ONE-ENTRY-EXIT.
008790     EXIT.

008800*****************************************************************
008810*  3000-SORT-DEFICIENCIES                                       *
008820*  IN-MEMORY SELECTION SORT OF THE DEFICIENCY TABLE INTO        *
008830*  SCHOOL, STUDENT-ID, AND REQUIREMENT ORDER.                   *
008840*****************************************************************
008850 3000-SORT-DEFICIENCIES.
008860     MOVE 1 TO WS-OUTER-INDEX.
008870     PERFORM 3100-SORT-OUTER-PASS
008880         THRU 3100-SORT-OUTER-PASS-EXIT
008890         UNTIL WS-OUTER-INDEX >= WS-DEF-COUNT.

008900 3000-SORT-DEFICIENCIES-EXIT.
008910     EXIT.

008920 3100-SORT-OUTER-PASS.
008930     COMPUTE WS-INNER-INDEX = WS-OUTER-INDEX + 1.
008940     PERFORM 3200-SORT-INNER-PASS
008950         THRU 3200-SORT-INNER-PASS-EXIT
008960         UNTIL WS-INNER-INDEX > WS-DEF-COUNT.
008970     ADD 1 TO WS-OUTER-INDEX.

008980 3100-SORT-OUTER-PASS-EXIT.
008990     EXIT.

009000 3200-SORT-INNER-PASS.
009010     IF WS-DEF-SORT-KEY (WS-INNER-INDEX)
009020             < WS-DEF-SORT-KEY (WS-OUTER-INDEX)
009030         MOVE WS-DEF-ENTRY (WS-OUTER-INDEX) TO WS-DEF-HOLD-ENTRY
009040         MOVE WS-DEF-ENTRY (WS-INNER-INDEX)
009050             TO WS-DEF-ENTRY (WS-OUTER-INDEX)
009060         MOVE WS-DEF-HOLD-ENTRY TO WS-DEF-ENTRY (WS-INNER-INDEX)
009070     END-IF.
009080     ADD 1 TO WS-INNER-INDEX.

009090 3200-SORT-INNER-PASS-EXIT.
009100     EXIT.

009110*****************************************************************
009120*  4000-PRINT-AUDIT-REPORT                                      *
009130*  PRINTS THE DEFICIENCIES GROUPED BY SCHOOL AND STUDENT, THEN  *
009140*  THE RUN TOTALS AND THE COUNT OF STUDENTS SHORT IN EACH AREA. *
009150*****************************************************************
009160 4000-PRINT-AUDIT-REPORT.
009170     MOVE HIGH-VALUES TO WS-PREV-SCHOOL.
009180     MOVE 0 TO WS-PREV-STUDENT-ID.
009190     MOVE 1 TO WS-OUTER-INDEX.
009200     PERFORM 4100-PRINT-ONE-DEFICIENCY
009210         THRU 4100-PRINT-ONE-DEFICIENCY-EXIT
009220         UNTIL WS-OUTER-INDEX > WS-DEF-COUNT.

009230     IF WS-DEF-COUNT = 0
009240         MOVE "NO STUDENTS ARE SHORT OF THEIR GRADE-LEVEL "
009250             TO CREDIT-AUDIT-LINE
009260         WRITE CREDIT-AUDIT-LINE
009270         MOVE "REQUIREMENTS." TO CREDIT-AUDIT-LINE
009280         WRITE CREDIT-AUDIT-LINE
009290         MOVE SPACES TO CREDIT-AUDIT-LINE
009300     END-IF.

009310     MOVE SPACES TO CREDIT-AUDIT-LINE.
009320     WRITE CREDIT-AUDIT-LINE.
009330     MOVE "SUMMARY" TO CREDIT-AUDIT-LINE.
009340     WRITE CREDIT-AUDIT-LINE.
009350     MOVE "-------" TO CREDIT-AUDIT-LINE.
009360     WRITE CREDIT-AUDIT-LINE.
009370     MOVE SPACES TO CREDIT-AUDIT-LINE.
009380     MOVE WS-AUDITED-COUNT TO WS-EDIT-COUNT.
009390     STRING "STUDENTS AUDITED                     : "
009400             WS-EDIT-COUNT
009410         DELIMITED BY SIZE INTO CREDIT-AUDIT-LINE.
009420     WRITE CREDIT-AUDIT-LINE.
009430     MOVE SPACES TO CREDIT-AUDIT-LINE.
009440     MOVE WS-ON-TRACK-COUNT TO WS-EDIT-COUNT.
009450     STRING "  ON TRACK                           : "
009460             WS-EDIT-COUNT
009470         DELIMITED BY SIZE INTO CREDIT-AUDIT-LINE.
009480     WRITE CREDIT-AUDIT-LINE.
009490     MOVE SPACES TO CREDIT-AUDIT-LINE.
009500     MOVE WS-SHORT-COUNT TO WS-EDIT-COUNT.
009510     STRING "  SHORT IN ONE OR MORE AREAS         : "
009520             WS-EDIT-COUNT
009530         DELIMITED BY SIZE INTO CREDIT-AUDIT-LINE.
009540     WRITE CREDIT-AUDIT-LINE.
009550     MOVE SPACES TO CREDIT-AUDIT-LINE.
009560     MOVE WS-NO-REQ-COUNT TO WS-EDIT-COUNT.
009570     STRING "NOT AUDITED - NO REQUIREMENTS FOR GRADE LEVEL : "
009580             WS-EDIT-COUNT
009590         DELIMITED BY SIZE INTO CREDIT-AUDIT-LINE.
009600     WRITE CREDIT-AUDIT-LINE.
009610     MOVE SPACES TO CREDIT-AUDIT-LINE.
009620     MOVE WS-INACTIVE-COUNT TO WS-EDIT-COUNT.
009630     STRING "NOT AUDITED - NOT ACTIVELY ENROLLED   : "
009640             WS-EDIT-COUNT
009650         DELIMITED BY SIZE INTO CREDIT-AUDIT-LINE.
009660     WRITE CREDIT-AUDIT-LINE.
009670     MOVE SPACES TO CREDIT-AUDIT-LINE.
009680     IF WS-REQUEST-SCHOOL NOT = SPACES
009690         MOVE WS-OTHER-SCHOOL-COUNT TO WS-EDIT-COUNT
009700         STRING "NOT AUDITED - OTHER SCHOOLS           : "
009710                 WS-EDIT-COUNT
009720             DELIMITED BY SIZE INTO CREDIT-AUDIT-LINE
009730         WRITE CREDIT-AUDIT-LINE
009740         MOVE SPACES TO CREDIT-AUDIT-LINE
009750     END-IF.
009760     MOVE WS-UNLISTED-COUNT TO WS-EDIT-COUNT.
009770     STRING "PASSING GRADES WITH NO CATALOG ENTRY (NO CREDIT) : "
009780             WS-EDIT-COUNT
009790         DELIMITED BY SIZE INTO CREDIT-AUDIT-LINE.
009800     WRITE CREDIT-AUDIT-LINE.
009810     MOVE SPACES TO CREDIT-AUDIT-LINE.

009820     WRITE CREDIT-AUDIT-LINE.
009830     MOVE "STUDENTS SHORT BY SUBJECT AREA" TO CREDIT-AUDIT-LINE.
009840     WRITE CREDIT-AUDIT-LINE.
009850     MOVE SPACES TO CREDIT-AUDIT-LINE.
009860     MOVE 1 TO WS-AREA-INDEX.
009870     PERFORM 4200-PRINT-ONE-AREA-COUNT
009880         THRU 4200-PRINT-ONE-AREA-COUNT-EXIT
009890         UNTIL WS-AREA-INDEX > WS-AREA-COUNT.

009900 4000-PRINT-AUDIT-REPORT-EXIT.
009910     EXIT.

009920 4100-PRINT-ONE-DEFICIENCY.
009930     IF WS-DEF-SCHOOL (WS-OUTER-INDEX) NOT = WS-PREV-SCHOOL
009940         MOVE WS-DEF-SCHOOL (WS-OUTER-INDEX) TO WS-PREV-SCHOOL
009950         MOVE 0 TO WS-PREV-STUDENT-ID
009960         MOVE SPACES TO CREDIT-AUDIT-LINE
009970         WRITE CREDIT-AUDIT-LINE
009980         IF WS-PREV-SCHOOL = SPACES
009990             MOVE "SCHOOL (NO GRADE-MASTER TERMS ON FILE)"
010000                 TO CREDIT-AUDIT-LINE
010010         ELSE
010020             STRING "SCHOOL " WS-PREV-SCHOOL
010030                 DELIMITED BY SIZE INTO CREDIT-AUDIT-LINE
010040         END-IF
010050         WRITE CREDIT-AUDIT-LINE
010060         MOVE "--------------------------" TO CREDIT-AUDIT-LINE
010070         WRITE CREDIT-AUDIT-LINE
010080         MOVE SPACES TO CREDIT-AUDIT-LINE
010090     END-IF.

010100     IF WS-DEF-STUDENT-ID (WS-OUTER-INDEX)
010110             NOT = WS-PREV-STUDENT-ID
010120         MOVE WS-DEF-STUDENT-ID (WS-OUTER-INDEX)
010130             TO WS-PREV-STUDENT-ID
010140         MOVE WS-DEF-STUDENT-ID (WS-OUTER-INDEX)
010150             TO WS-EDIT-STUDENT-ID
010160         MOVE WS-DEF-GRADE-LEVEL (WS-OUTER-INDEX)
010170             TO WS-EDIT-GRADE-LEVEL
010180         STRING WS-EDIT-STUDENT-ID " "
010190                 WS-DEF-STUDENT-NAME (WS-OUTER-INDEX)
010200                 "  GRADE " WS-EDIT-GRADE-LEVEL
010210             DELIMITED BY SIZE INTO CREDIT-AUDIT-LINE
010220         WRITE CREDIT-AUDIT-LINE
010230         MOVE SPACES TO CREDIT-AUDIT-LINE
010240     END-IF.

010250     MOVE WS-DEF-AREA-INDEX (WS-OUTER-INDEX) TO WS-AREA-INDEX.
010260     MOVE WS-DEF-REQUIRED (WS-OUTER-INDEX) TO WS-EDIT-REQUIRED.
010270     MOVE WS-DEF-EARNED (WS-OUTER-INDEX) TO WS-EDIT-EARNED.
010280     COMPUTE WS-CHECK-SHORT =
010290         WS-DEF-REQUIRED (WS-OUTER-INDEX)
010300             - WS-DEF-EARNED (WS-OUTER-INDEX).
010310     MOVE WS-CHECK-SHORT TO WS-EDIT-SHORT.
010320     STRING "    " WS-AREA-CODE (WS-AREA-INDEX)
010330             " " WS-AREA-TITLE (WS-AREA-INDEX)
010340             "  REQUIRED " WS-EDIT-REQUIRED
010350             "  EARNED " WS-EDIT-EARNED
010360             "  SHORT " WS-EDIT-SHORT
010370         DELIMITED BY SIZE INTO CREDIT-AUDIT-LINE.
010380     WRITE CREDIT-AUDIT-LINE.
010390     MOVE SPACES TO CREDIT-AUDIT-LINE.
010400     ADD 1 TO WS-OUTER-INDEX.

010410 4100-PRINT-ONE-DEFICIENCY-EXIT.
010420     EXIT.

010430 4200-PRINT-ONE-AREA-COUNT.
010440     MOVE WS-AREA-SHORT-COUNT (WS-AREA-INDEX) TO WS-EDIT-COUNT.
010450     STRING "    " WS-AREA-CODE (WS-AREA-INDEX)
010460             " " WS-AREA-TITLE (WS-AREA-INDEX)
010470             " : " WS-EDIT-COUNT
010480         DELIMITED BY SIZE INTO CREDIT-AUDIT-LINE.
010490     WRITE CREDIT-AUDIT-LINE.
010500     MOVE SPACES TO CREDIT-AUDIT-LINE.
010510     ADD 1 TO WS-AREA-INDEX.

010520 4200-PRINT-ONE-AREA-COUNT-EXIT.
010530     EXIT.

010540*****************************************************************
010550*  7100-FIND-SCALE-IN-EFFECT                                    *
010560*  FINDS THE GRADING SCALE IN EFFECT FOR THE TERM IN            *
010570*  WS-SCALE-TERM - OF THE SCALE STEPS WHOSE EFFECTIVE RANGE     *
010580*  COVERS THE TERM, THE LATEST FROM-TERM WINS. SETS THE FOUND   *
010590*  SWITCH AND WS-SCALE-FROM-KEY, WHICH TIES TOGETHER THE STEPS  *
010600*  OF THAT ONE SCALE.                                           *
010610*****************************************************************
010620 7100-FIND-SCALE-IN-EFFECT.
010630     MOVE "N" TO WS-SCALE-FOUND-SW.
010640     MOVE LOW-VALUES TO WS-SCALE-FROM-KEY.

010650     IF WS-SCALE-COUNT = 0
010660             OR WS-SCALE-TERM = SPACES
010670         GO TO 7100-FIND-SCALE-IN-EFFECT-EXIT
010680     END-IF.

010690     MOVE WS-SCALE-TERM TO WS-TERM-KEY-INPUT.
010700     PERFORM 7300-BUILD-TERM-KEY
010710         THRU 7300-BUILD-TERM-KEY-EXIT.
010720     MOVE WS-TERM-KEY TO WS-SCALE-TERM-KEY.

010730     MOVE 1 TO WS-SCALE-INDEX.
010740     PERFORM 7110-CHECK-ONE-SCALE-ENTRY
010750         THRU 7110-CHECK-ONE-SCALE-ENTRY-EXIT
010760         UNTIL WS-SCALE-INDEX > WS-SCALE-COUNT.

010770 7100-FIND-SCALE-IN-EFFECT-EXIT.
010780     EXIT.

010790 7110-CHECK-ONE-SCALE-ENTRY.
010800     IF WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX)
010810             <= WS-SCALE-TERM-KEY
010820         AND WS-SCL-EFF-TO-KEY (WS-SCALE-INDEX)
010830             >= WS-SCALE-TERM-KEY
010840         IF NOT WS-SCALE-IS-IN-EFFECT
010850             OR WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX)
010860                 > WS-SCALE-FROM-KEY
010870             MOVE "Y" TO WS-SCALE-FOUND-SW
010880             MOVE WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX)
010890                 TO WS-SCALE-FROM-KEY
010900         END-IF
010910     END-IF.
010920     ADD 1 TO WS-SCALE-INDEX.

010930 7110-CHECK-ONE-SCALE-ENTRY-EXIT.
010940     EXIT.

010950*****************************************************************
010960*  7200-FIND-SCALE-STEP                                         *
010970*  FINDS THE STEP OF THE SCALE IN EFFECT THAT THE SCORE IN      *
010980*  WS-SCALE-SCORE EARNS - THE STEP WITH THE HIGHEST MINIMUM     *
010990*  SCORE NOT ABOVE IT. RETURNS ITS TABLE POSITION IN            *
011000*  WS-STEP-INDEX. 7100 MUST HAVE RUN FOR THE TERM FIRST.        *
011010*****************************************************************
011020 7200-FIND-SCALE-STEP.
011030     MOVE "N" TO WS-STEP-FOUND-SW.
011040     MOVE 0 TO WS-STEP-INDEX.
011050     MOVE 0 TO WS-STEP-MIN-SCORE.

011060     MOVE 1 TO WS-SCALE-INDEX.
011070     PERFORM 7210-CHECK-ONE-SCALE-STEP
011080         THRU 7210-CHECK-ONE-SCALE-STEP-EXIT
011090         UNTIL WS-SCALE-INDEX > WS-SCALE-COUNT.

011100 7200-FIND-SCALE-STEP-EXIT.
011110     EXIT.

011120 7210-CHECK-ONE-SCALE-STEP.
011130     IF WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX) = WS-SCALE-FROM-KEY
011140         AND WS-SCL-EFF-TO-KEY (WS-SCALE-INDEX)
011150             >= WS-SCALE-TERM-KEY
011160         AND WS-SCL-MIN-SCORE (WS-SCALE-INDEX) <= WS-SCALE-SCORE
011170         IF NOT WS-STEP-WAS-FOUND
011180             OR WS-SCL-MIN-SCORE (WS-SCALE-INDEX)
011190                 > WS-STEP-MIN-SCORE
011200             MOVE "Y" TO WS-STEP-FOUND-SW
011210             MOVE WS-SCALE-INDEX TO WS-STEP-INDEX
011220             MOVE WS-SCL-MIN-SCORE (WS-SCALE-INDEX)
011230                 TO WS-STEP-MIN-SCORE
011240         END-IF
011250     END-IF.
011260     ADD 1 TO WS-SCALE-INDEX.

011270 7210-CHECK-ONE-SCALE-STEP-EXIT.
011280     EXIT.

011290*****************************************************************
011300*  7300-BUILD-TERM-KEY                                          *
011310*  BUILDS A SORTABLE KEY FROM THE TERM IN WS-TERM-KEY-INPUT -   *
011320*  THE FOUR-DIGIT YEAR FOLLOWED BY A SESSION SEQUENCE DIGIT     *
011330*  (WI=1, SP=2, SU=3, FA=4), SO TERMS COMPARE IN CALENDAR       *
011340*  ORDER INSTEAD OF ALPHABETIC ORDER. AN UNRECOGNIZED SESSION   *
011350*  CODE SORTS LAST WITHIN ITS YEAR.                             *
011360*****************************************************************
011370 7300-BUILD-TERM-KEY.
011380     MOVE SPACES TO WS-TERM-KEY.
011390     MOVE WS-TERM-KEY-INPUT (1:4) TO WS-TERM-KEY (1:4).
011400     EVALUATE WS-TERM-KEY-INPUT (5:2)
011410         WHEN "WI"
011420             MOVE "1" TO WS-TERM-KEY (5:1)
011430         WHEN "SP"
011440             MOVE "2" TO WS-TERM-KEY (5:1)
011450         WHEN "SU"
011460             MOVE "3" TO WS-TERM-KEY (5:1)
011470         WHEN "FA"
011480             MOVE "4" TO WS-TERM-KEY (5:1)
011490         WHEN OTHER
011500             MOVE "9" TO WS-TERM-KEY (5:1)
011510     END-EVALUATE.

011520 7300-BUILD-TERM-KEY-EXIT.
011530     EXIT.

011540*****************************************************************
011550*  9300-REGISTER-RUN                                            *
011560*  APPENDS THIS RUN'S RECORD TO THE RUN-HISTORY FILE - THE      *
011570*  STUDENTS AUDITED, THE STUDENTS FOUND SHORT, AND THE          *
011580*  START/END TIMESTAMPS.                                        *
011590*****************************************************************
011600 9300-REGISTER-RUN.
011610     PERFORM 1200-BUILD-TIMESTAMP
011620         THRU 1200-BUILD-TIMESTAMP-EXIT.

011630     MOVE SPACES TO RUN-HISTORY-RECORD.
011640     MOVE "CREDAUD" TO RH-PROGRAM-NAME.
011650     MOVE "AUDIT" TO RH-RUN-MODE.
011660     MOVE SPACES TO RH-TERM.
011670     MOVE WS-AUDITED-COUNT TO RH-INPUT-COUNT.
011680     MOVE WS-SHORT-COUNT TO RH-REJECT-COUNT.
011690     MOVE 0 TO RH-RETURN-CODE.
011700     MOVE WS-RUN-START-STAMP TO RH-START-TIMESTAMP.
011710     MOVE WS-TIMESTAMP-DISPLAY TO RH-END-TIMESTAMP.
011720     MOVE "Y" TO RH-COMPLETE-SW.

011730     OPEN EXTEND RUN-HISTORY-FILE.
011740     IF WS-RUNHIST-STATUS = "35"
011750         OPEN OUTPUT RUN-HISTORY-FILE
011760     END-IF.
011770     IF WS-RUNHIST-STATUS = "00"
011780         WRITE RUN-HISTORY-RECORD
011790         CLOSE RUN-HISTORY-FILE
011800     ELSE
011810         DISPLAY "RUN-HISTORY FILE RUNHIST COULD NOT BE "
011820             "OPENED - STATUS " WS-RUNHIST-STATUS
011830             " - RUN NOT REGISTERED"
011840     END-IF.

011850 9300-REGISTER-RUN-EXIT.
011860     EXIT.

011870*****************************************************************
011880*  9800-TERMINATE                                               *
011890*  CLOSES THE FILES AND ENDS THE RUN.                           *
011900*****************************************************************
011910 9800-TERMINATE.
011920     CLOSE STUDENT-DEMOG-FILE.
011930     CLOSE GRADE-MASTER-FILE.
011940     CLOSE CREDIT-AUDIT-FILE.

011950 9800-TERMINATE-EXIT.
011960     EXIT.
