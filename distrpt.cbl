000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    GradeDistributionReport.
000120 AUTHOR.        M. OKONKWO-BELL, GRADING SYSTEMS GROUP.
000130 INSTALLATION.  DISTRICT OFFICE, ACADEMIC RECORDS.
000140 DATE-WRITTEN.  10/14/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY                                        *
000180*  ------------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION                                *
000200*  10/14/2026 MOB   ORIGINAL VERSION. READS EVERY GRADE-MASTER *
000210*                   RECORD FOR A REQUESTED TERM AND TALLIES    *
000220*                   EACH SUBJECT GRADE INTO ITS SCHOOL,        *
000230*                   SECTION, AND COURSE, THEN PRINTS THE       *
000240*                   A/B/C/D/F/I/W/X DISTRIBUTION PER TEACHER   *
000250*                   OF RECORD (FROM THE SECTION MASTER,        *
000260*                   SECTMST), COURSE, AND SECTION. A SECTION   *
000270*                   WHOSE AVERAGE OR FAILURE RATE IS FURTHER   *
000280*                   FROM THE DISTRICT FIGURE FOR THE SAME      *
000290*                   COURSE THAN THE VARIANCE KEYED FOR THE RUN *
000300*                   IS FLAGGED.                                *
000302*  10/14/2026 MOB   TRANSFER TERMS POSTED FROM A PRIOR         *
000304*                   SCHOOL'S TRANSCRIPT ARE LEFT OUT - THEY    *
000306*                   HAVE NO DISTRICT SECTION OR TEACHER OF     *
000308*                   RECORD.                                    *
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT GRADE-MASTER-FILE   ASSIGN TO "GRDMSTR"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS GM-KEY
000390         FILE STATUS IS WS-GRDMSTR-STATUS.

000400     SELECT SECTION-ASSIGNMENT-FILE ASSIGN TO "SECTMST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS SA-KEY
000440         FILE STATUS IS WS-SECTMST-STATUS.

000450     SELECT GRADE-SCALE-FILE    ASSIGN TO "GRDSCAL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-GRDSCAL-STATUS.

000480     SELECT DISTRIBUTION-REPORT-FILE ASSIGN TO "DISTRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-DISTRPT-STATUS.

000510     SELECT RUN-HISTORY-FILE    ASSIGN TO "RUNHIST"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-RUNHIST-STATUS.

000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  GRADE-MASTER-FILE
000570     LABEL RECORDS ARE STANDARD.
000580 COPY GMSTRREC.

000590 FD  SECTION-ASSIGNMENT-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 COPY SECTREC.

000620 FD  GRADE-SCALE-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 COPY GRDSCALE.

000650 FD  DISTRIBUTION-REPORT-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 01  DISTRIBUTION-REPORT-LINE       PIC X(132).

000680 FD  RUN-HISTORY-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 COPY RUNREC.

000710 WORKING-STORAGE SECTION.
000720*****************************************************************
000730*  FILE STATUS FIELDS                                           *
000740*****************************************************************
000750 77  WS-GRDMSTR-STATUS         PIC X(02)  VALUE SPACES.
000760 77  WS-SECTMST-STATUS         PIC X(02)  VALUE SPACES.
000770 77  WS-GRDSCAL-STATUS         PIC X(02)  VALUE SPACES.
000780 77  WS-DISTRPT-STATUS         PIC X(02)  VALUE SPACES.
000790 77  WS-RUNHIST-STATUS         PIC X(02)  VALUE SPACES.

000800*****************************************************************
000810*  RUN CONTROL SWITCHES AND REQUEST FIELDS. THE VARIANCES ARE   *
000820*  HOW FAR A SECTION'S AVERAGE (IN GRADE POINTS) OR FAILURE     *
000830*  RATE (IN PERCENTAGE POINTS) MAY STRAY FROM THE DISTRICT      *
000840*  FIGURE FOR THE SAME COURSE BEFORE THE SECTION IS FLAGGED.    *
000850*****************************************************************
000860 77  WS-EOF-SW                 PIC X(01)  VALUE "N".
000870     88  WS-END-OF-MASTER      VALUE "Y".
000880 77  WS-SECTMST-OPEN-SW        PIC X(01)  VALUE "N".
000890     88  WS-SECTMST-IS-OPEN    VALUE "Y".
000900 77  WS-REQUEST-TERM           PIC X(06)  VALUE SPACES.
000910 77  WS-AVG-VARIANCE           PIC 9(03)V9(02) VALUE 10.00.
000920 77  WS-FAIL-VARIANCE          PIC 9(03)V9(02) VALUE 15.00.
000930 77  WS-VARIANCE-INPUT         PIC 9(03)  VALUE 0.
000940 77  WS-RECORD-COUNT           PIC 9(07)  COMP VALUE 0.
000950 77  WS-FLAGGED-COUNT          PIC 9(05)  COMP VALUE 0.
000960 77  WS-NO-TEACHER-COUNT       PIC 9(05)  COMP VALUE 0.

000970*****************************************************************
000980*  SECTION TALLY TABLE. ONE ENTRY PER SCHOOL, SECTION, AND      *
000990*  COURSE CODE SEEN ON THE TERM'S GRADE-MASTER RECORDS, WITH    *
001000*  THE TEACHER OF RECORD AND THE COUNT OF EACH LETTER IN THE    *
001010*  ORDER A, B, C, D, F, I, W, X. ONLY NUMERIC GRADES ENTER THE  *
001020*  GRADE SUM, THE AVERAGE, AND THE FAILURE RATE.                *
001030*****************************************************************
001040 77  WS-SECTION-COUNT          PIC 9(04)  COMP VALUE 0.
001050 77  WS-SECTION-LIMIT          PIC 9(04)  VALUE 1000.

001060 01  WS-SECTION-TABLE.
001070     05  WS-SECTION-ENTRY OCCURS 1000 TIMES.
001080         10  WS-SEC-SORT-KEY.
001090             15  WS-SEC-TEACHER-NAME PIC X(30).
001100             15  WS-SEC-TEACHER-ID   PIC X(09).
001110             15  WS-SEC-COURSE       PIC X(06).
001120             15  WS-SEC-SCHOOL       PIC X(03).
001130             15  WS-SEC-SECTION      PIC X(04).
001140         10  WS-SEC-LETTER-COUNT   PIC 9(05) OCCURS 8 TIMES.
001150         10  WS-SEC-GRADED-COUNT   PIC 9(05).
001160         10  WS-SEC-GRADE-SUM      PIC 9(07)V9(02).
001170         10  WS-SEC-AVERAGE        PIC 9(03)V9(02).
001180         10  WS-SEC-FAIL-RATE      PIC 9(03)V9(02).
001190         10  WS-SEC-AVG-FLAG       PIC X(01).
001200         10  WS-SEC-FAIL-FLAG      PIC X(01).

001210 77  WS-SECTION-INDEX          PIC 9(04)  COMP VALUE 0.
001220 77  WS-OUTER-INDEX            PIC 9(04)  COMP VALUE 0.
001230 77  WS-INNER-INDEX            PIC 9(04)  COMP VALUE 0.
001240 01  WS-SECTION-HOLD-ENTRY     PIC X(118).
001250 77  WS-SECTION-FOUND-SW       PIC X(01)  VALUE "N".
001260     88  WS-SECTION-WAS-FOUND  VALUE "Y".
001270 77  WS-SECTION-NEW-SW         PIC X(01)  VALUE "N".
001280     88  WS-SECTION-IS-NEW     VALUE "Y".

001290*****************************************************************
001300*  DISTRICT COURSE TABLE. ONE ENTRY PER COURSE CODE ACROSS ALL  *
001310*  SECTIONS AND SCHOOLS, GIVING THE DISTRICT AVERAGE AND        *
001320*  FAILURE RATE EACH SECTION IS MEASURED AGAINST.               *
001330*****************************************************************
001340 77  WS-COURSE-COUNT           PIC 9(03)  COMP VALUE 0.
001350 77  WS-COURSE-LIMIT           PIC 9(03)  VALUE 200.

001360 01  WS-DISTRICT-COURSE-TABLE.
001370     05  WS-COURSE-ENTRY OCCURS 200 TIMES.
001380         10  WS-CRS-CODE           PIC X(06).
001390         10  WS-CRS-SECTIONS       PIC 9(04).
001400         10  WS-CRS-GRADED-COUNT   PIC 9(07).
001410         10  WS-CRS-FAIL-COUNT     PIC 9(07).
001420         10  WS-CRS-GRADE-SUM      PIC 9(09)V9(02).
001430         10  WS-CRS-AVERAGE        PIC 9(03)V9(02).
001440         10  WS-CRS-FAIL-RATE      PIC 9(03)V9(02).

001450 77  WS-COURSE-INDEX           PIC 9(03)  COMP VALUE 0.
001460 77  WS-COURSE-FOUND-SW        PIC X(01)  VALUE "N".
001470     88  WS-COURSE-WAS-FOUND   VALUE "Y".

001480*****************************************************************
001490*  SUBJECT GRADE CLASSIFICATION FIELDS. THE LETTER LIST GIVES   *
001500*  THE POSITION OF EACH LETTER IN THE TALLY COUNTS.             *
001510*****************************************************************
001520 01  WS-LETTER-LIST            PIC X(08)  VALUE "ABCDFIWX".
001530 01  WS-LETTER-LIST-TABLE REDEFINES WS-LETTER-LIST.
001540     05  WS-LETTER-SLOT        PIC X(01)  OCCURS 8 TIMES.

001550 77  WS-LETTER-INDEX           PIC 9(01)  COMP VALUE 0.
001560 77  WS-LETTER-POSITION        PIC 9(01)  COMP VALUE 0.
001570 77  WS-SUBJECT-INDEX          PIC 9(01)  COMP VALUE 0.
001580 77  WS-SUBJECT-LETTER         PIC X(01)  VALUE SPACE.
001590 77  WS-GRADE-CHECK            PIC X(03)  VALUE SPACES.
001600     88  WS-GRADE-IS-STATUS    VALUE "I  " "W  " "X  ".
001610 77  WS-GRADE-NUMERIC          PIC 9(03)  VALUE 0.
001620 77  WS-GRADE-IS-NUMERIC-SW    PIC X(01)  VALUE "N".
001630     88  WS-GRADE-IS-NUMERIC   VALUE "Y".
001640 77  WS-VARIANCE-WORK          PIC S9(03)V9(02) VALUE 0.

001650*****************************************************************
001660*  GRADING SCALE TABLE, LOADED FROM GRDSCAL AT INITIALIZATION.  *
001670*  EACH NUMERIC SUBJECT GRADE IS GIVEN THE BASE LETTER OF THE   *
001680*  SCALE STEP IT EARNS UNDER THE SCALE IN EFFECT FOR THE TERM,  *
001690*  OR THE STRAIGHT 90/80/70/60 SCALE WHEN NONE IS.              *
001700*****************************************************************
001710 77  WS-SCALE-COUNT            PIC 9(03)  COMP VALUE 0.
001720 77  WS-SCALE-LIMIT            PIC 9(03)  VALUE 60.
001730 77  WS-SCALE-EOF-SW           PIC X(01)  VALUE "N".
001740     88  WS-END-OF-SCALE       VALUE "Y".

001750 01  WS-GRADE-SCALE-TABLE.
001760     05  WS-SCALE-ENTRY OCCURS 60 TIMES.
001770         10  WS-SCL-EFF-FROM-KEY   PIC X(05).
001780         10  WS-SCL-EFF-TO-KEY     PIC X(05).
001790         10  WS-SCL-MIN-SCORE      PIC 9(03)V9(02).
001800         10  WS-SCL-LETTER-GRADE   PIC X(01).
001810         10  WS-SCL-MODIFIER       PIC X(01).
001820         10  WS-SCL-REGULAR-POINTS PIC 9(01)V9(01).
001830         10  WS-SCL-HONORS-POINTS  PIC 9(01)V9(01).
001840         10  WS-SCL-AP-POINTS      PIC 9(01)V9(01).
001850         10  WS-SCL-HONOR-ROLL-SW  PIC X(01).

001860 77  WS-SCALE-INDEX            PIC 9(03)  COMP VALUE 0.
001870 77  WS-SCALE-TERM             PIC X(06)  VALUE SPACES.
001880 77  WS-SCALE-TERM-KEY         PIC X(05)  VALUE SPACES.
001890 77  WS-SCALE-FROM-KEY         PIC X(05)  VALUE SPACES.
001900 77  WS-SCALE-FOUND-SW         PIC X(01)  VALUE "N".
001910     88  WS-SCALE-IS-IN-EFFECT VALUE "Y".
001920 77  WS-SCALE-SCORE            PIC 9(03)V9(02) VALUE 0.
001930 77  WS-STEP-INDEX             PIC 9(03)  COMP VALUE 0.
001940 77  WS-STEP-FOUND-SW          PIC X(01)  VALUE "N".
001950     88  WS-STEP-WAS-FOUND     VALUE "Y".
001960 77  WS-STEP-MIN-SCORE         PIC 9(03)V9(02) VALUE 0.
001970 77  WS-TERM-KEY-INPUT         PIC X(06)  VALUE SPACES.
001980 77  WS-TERM-KEY               PIC X(05)  VALUE SPACES.

001990*****************************************************************
002000*  TIMESTAMP FIELDS FOR THE RUN-HISTORY REGISTRATION            *
002010*****************************************************************
002020 01  WS-CURRENT-DATE           PIC 9(08).
002030 01  WS-CURRENT-TIME           PIC 9(08).
002040 01  WS-TIMESTAMP-DISPLAY      PIC X(26)  VALUE SPACES.
002050 77  WS-RUN-START-STAMP        PIC X(26)  VALUE SPACES.

002060*****************************************************************
002070*  DISPLAY / EDIT FIELDS FOR REPORT LINES                       *
002080*****************************************************************
002090 01  WS-EDIT-LETTER-COUNTS.
002100     05  WS-EDIT-LETTER-ENTRY OCCURS 8 TIMES.
002110         10  FILLER            PIC X(01)  VALUE SPACE.
002120         10  WS-EDIT-LETTER-COUNT  PIC ZZZZ9.
002130 01  WS-EDIT-AVERAGE           PIC ZZ9.99.
002140 01  WS-EDIT-DISTRICT-AVG      PIC ZZ9.99.
002150 01  WS-EDIT-RATE              PIC ZZ9.99.
002160 01  WS-EDIT-DISTRICT-RATE     PIC ZZ9.99.
002170 01  WS-EDIT-VARIANCE          PIC ZZ9.99.
002180 01  WS-EDIT-SECTIONS          PIC ZZZ9.
002190 01  WS-EDIT-COUNT             PIC ZZZZZZ9.
002200 01  WS-FLAG-TEXT              PIC X(09)  VALUE SPACES.
002210 77  WS-PREV-TEACHER-ID        PIC X(09)  VALUE SPACES.
002220 77  WS-PREV-TEACHER-NAME      PIC X(30)  VALUE SPACES.

002230 PROCEDURE DIVISION.
002240*****************************************************************
002250*  0000-MAINLINE                                                *
002260*  ENTRY POINT. TALLIES THE REQUESTED TERM'S SUBJECT GRADES BY  *
002270*  SECTION AND COURSE, MEASURES EACH SECTION AGAINST THE        *
002280*  DISTRICT FIGURES FOR ITS COURSE, AND PRINTS THE              *
002290*  DISTRIBUTION GROUPED BY TEACHER OF RECORD.                   *
002300*****************************************************************
002310 0000-MAINLINE.
002320     PERFORM 1200-BUILD-TIMESTAMP
002330         THRU 1200-BUILD-TIMESTAMP-EXIT.
002340     MOVE WS-TIMESTAMP-DISPLAY TO WS-RUN-START-STAMP.

002350     PERFORM 1000-INITIALIZE
002360         THRU 1000-INITIALIZE-EXIT.

002370     PERFORM 2000-LOAD-TERM-GRADES
002380         THRU 2000-LOAD-TERM-GRADES-EXIT.

002390     IF WS-SECTION-COUNT = 0
002400         MOVE "NO SUBJECT GRADES ON FILE FOR THIS TERM."
002410             TO DISTRIBUTION-REPORT-LINE
002420         WRITE DISTRIBUTION-REPORT-LINE
002430         DISPLAY "NO SUBJECT GRADES ON FILE FOR TERM "
002440             WS-REQUEST-TERM "."
002450         GO TO 0000-MAINLINE-WRAPUP
002460     END-IF.

002470     PERFORM 4000-MEASURE-SECTIONS
002480         THRU 4000-MEASURE-SECTIONS-EXIT.

002490     PERFORM 5000-SORT-SECTION-TABLE
002500         THRU 5000-SORT-SECTION-TABLE-EXIT.

002510     PERFORM 6000-PRINT-DISTRIBUTION
002520         THRU 6000-PRINT-DISTRIBUTION-EXIT.

002530 0000-MAINLINE-WRAPUP.
002540     PERFORM 9800-TERMINATE
002550         THRU 9800-TERMINATE-EXIT.

002560     PERFORM 9300-REGISTER-RUN
002570         THRU 9300-REGISTER-RUN-EXIT.

002580     STOP RUN.

002590 0000-MAINLINE-EXIT.
002600     EXIT.

002610*****************************************************************
002620*  1000-INITIALIZE                                              *
002630*  OPENS THE FILES, LOADS THE GRADING SCALE, AND ASKS FOR THE   *
002640*  TERM AND THE TWO FLAGGING VARIANCES. A MISSING SECTION       *
002650*  MASTER IS NOT FATAL - EVERY SECTION THEN PRINTS WITHOUT A    *
002660*  TEACHER OF RECORD.                                           *
002670*****************************************************************
002680 1000-INITIALIZE.
002690     OPEN INPUT GRADE-MASTER-FILE.
002700     IF WS-GRDMSTR-STATUS NOT = "00"
002710         DISPLAY "GRADE-MASTER FILE GRDMSTR NOT AVAILABLE - "
002720             "STATUS " WS-GRDMSTR-STATUS " - NOTHING TO REPORT"
002730         CLOSE GRADE-MASTER-FILE
002740         STOP RUN
002750     END-IF.

002760     OPEN INPUT SECTION-ASSIGNMENT-FILE.
002770     IF WS-SECTMST-STATUS = "00"
002780         MOVE "Y" TO WS-SECTMST-OPEN-SW
002790     ELSE
002800         DISPLAY "SECTION MASTER SECTMST NOT AVAILABLE - STATUS "
002810             WS-SECTMST-STATUS " - NO TEACHERS OF RECORD SHOWN"
002820     END-IF.

002830     OPEN OUTPUT DISTRIBUTION-REPORT-FILE.

002840     PERFORM 1350-LOAD-GRADING-SCALE
002850         THRU 1350-LOAD-GRADING-SCALE-EXIT.

002860     DISPLAY "GRADE DISTRIBUTION REPORT".
002870     DISPLAY "ENTER TERM TO REPORT (E.G. 2026FA): "
002880         WITH NO ADVANCING.
002890     ACCEPT WS-REQUEST-TERM.

002900     MOVE 0 TO WS-VARIANCE-INPUT.
002910     DISPLAY "AVERAGE VARIANCE IN GRADE POINTS (DEFAULT 010), "
002920         "0 = KEEP DEFAULT: " WITH NO ADVANCING.
002930     ACCEPT WS-VARIANCE-INPUT.
002940     IF WS-VARIANCE-INPUT > 0
002950         MOVE WS-VARIANCE-INPUT TO WS-AVG-VARIANCE
002960     END-IF.

002970     MOVE 0 TO WS-VARIANCE-INPUT.
002980     DISPLAY "FAILURE-RATE VARIANCE IN PERCENT (DEFAULT 015), "
002990         "0 = KEEP DEFAULT: " WITH NO ADVANCING.
003000     ACCEPT WS-VARIANCE-INPUT.
003010     IF WS-VARIANCE-INPUT > 0
003020         MOVE WS-VARIANCE-INPUT TO WS-FAIL-VARIANCE
003030     END-IF.

003040     MOVE WS-REQUEST-TERM TO WS-SCALE-TERM.
003050     PERFORM 7100-FIND-SCALE-IN-EFFECT
003060         THRU 7100-FIND-SCALE-IN-EFFECT-EXIT.

003070     STRING "GRADE DISTRIBUTION REPORT - TERM " WS-REQUEST-TERM
003080         DELIMITED BY SIZE INTO DISTRIBUTION-REPORT-LINE.
003090     WRITE DISTRIBUTION-REPORT-LINE.
003100     MOVE SPACES TO DISTRIBUTION-REPORT-LINE.
003110     MOVE WS-AVG-VARIANCE TO WS-EDIT-VARIANCE.
003120     STRING "A SECTION IS FLAGGED AVG WHEN ITS AVERAGE IS "
003130             "MORE THAN "
003140             WS-EDIT-VARIANCE " POINTS FROM THE DISTRICT AVERAGE"
003150         DELIMITED BY SIZE INTO DISTRIBUTION-REPORT-LINE.
003160     WRITE DISTRIBUTION-REPORT-LINE.
003170     MOVE SPACES TO DISTRIBUTION-REPORT-LINE.
003180     MOVE WS-FAIL-VARIANCE TO WS-EDIT-VARIANCE.
003190     STRING "AND FLAGGED FAIL WHEN ITS FAILURE RATE IS MORE THAN "
003200             WS-EDIT-VARIANCE " PERCENT FROM THE DISTRICT RATE "
003210             "FOR THE SAME COURSE."
003220         DELIMITED BY SIZE INTO DISTRIBUTION-REPORT-LINE.
003230     WRITE DISTRIBUTION-REPORT-LINE.
003240     MOVE SPACES TO DISTRIBUTION-REPORT-LINE.
003250     WRITE DISTRIBUTION-REPORT-LINE.

003260 1000-INITIALIZE-EXIT.
003270     EXIT.

003280*****************************************************************
003290*  1200-BUILD-TIMESTAMP                                         *
003300*  BUILDS A DISPLAYABLE YYYY-MM-DD HH:MM:SS TIMESTAMP FOR THE   *
003310*  RUN-HISTORY REGISTRATION USING THE DATE/TIME SPECIAL         *
003320*  REGISTERS.                                                   *
003330*****************************************************************
003340 1200-BUILD-TIMESTAMP.
003350     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003360     ACCEPT WS-CURRENT-TIME FROM TIME.

003370     STRING WS-CURRENT-DATE (1:4) "-" WS-CURRENT-DATE (5:2) "-"
003380             WS-CURRENT-DATE (7:2) " " WS-CURRENT-TIME (1:2) ":"
003390             WS-CURRENT-TIME (3:2) ":" WS-CURRENT-TIME (5:2)
003400         DELIMITED BY SIZE INTO WS-TIMESTAMP-DISPLAY.

003410 1200-BUILD-TIMESTAMP-EXIT.
003420     EXIT.


003430*****************************************************************
003440*  1350-LOAD-GRADING-SCALE                                      *
003450*  LOADS THE GRADING-SCALE REFERENCE FILE INTO THE IN-MEMORY    *
003460*  TABLE. A MISSING SCALE FILE IS NOT FATAL - SUBJECT GRADES    *
003470*  ARE THEN LETTERED ON THE STRAIGHT 90/80/70/60 SCALE.         *
003480*****************************************************************
003490 1350-LOAD-GRADING-SCALE.
003500     MOVE 0 TO WS-SCALE-COUNT.
003510     MOVE "N" TO WS-SCALE-EOF-SW.

003520     OPEN INPUT GRADE-SCALE-FILE.
003530     IF WS-GRDSCAL-STATUS NOT = "00"
003540         DISPLAY "GRADING SCALE GRDSCAL NOT AVAILABLE - LETTER "
003550             "GRADES USE THE STRAIGHT 90/80/70/60 SCALE"
003560         GO TO 1350-LOAD-GRADING-SCALE-EXIT
003570     END-IF.

003580     PERFORM 1360-LOAD-ONE-SCALE-STEP
003590         THRU 1360-LOAD-ONE-SCALE-STEP-EXIT
003600         UNTIL WS-END-OF-SCALE.

003610     CLOSE GRADE-SCALE-FILE.

003620 1350-LOAD-GRADING-SCALE-EXIT.
003630     EXIT.

003640 1360-LOAD-ONE-SCALE-STEP.
003650     READ GRADE-SCALE-FILE
003660         AT END
003670             MOVE "Y" TO WS-SCALE-EOF-SW
003680     END-READ.
003690     IF WS-GRDSCAL-STATUS NOT = "00"
003700         MOVE "Y" TO WS-SCALE-EOF-SW
003710         GO TO 1360-LOAD-ONE-SCALE-STEP-EXIT
003720     END-IF.

003730     IF GS-MIN-SCORE IS NOT NUMERIC
003740             OR GS-REGULAR-POINTS IS NOT NUMERIC
003750             OR GS-HONORS-POINTS IS NOT NUMERIC
003760             OR GS-AP-POINTS IS NOT NUMERIC
003770         DISPLAY "GRADING SCALE STEP " GS-LETTER-GRADE
003780             GS-LETTER-MODIFIER " FROM " GS-EFF-FROM-TERM
003790             " IGNORED - SCORE OR POINTS NOT NUMERIC"
003800         GO TO 1360-LOAD-ONE-SCALE-STEP-EXIT
003810     END-IF.

003820     IF WS-SCALE-COUNT < WS-SCALE-LIMIT
003830         ADD 1 TO WS-SCALE-COUNT
003840         MOVE GS-MIN-SCORE TO
003850             WS-SCL-MIN-SCORE (WS-SCALE-COUNT)
003860         MOVE GS-LETTER-GRADE TO
003870             WS-SCL-LETTER-GRADE (WS-SCALE-COUNT)
003880         MOVE GS-LETTER-MODIFIER TO
003890             WS-SCL-MODIFIER (WS-SCALE-COUNT)
003900         MOVE GS-REGULAR-POINTS TO
003910             WS-SCL-REGULAR-POINTS (WS-SCALE-COUNT)
003920         MOVE GS-HONORS-POINTS TO
003930             WS-SCL-HONORS-POINTS (WS-SCALE-COUNT)
003940         MOVE GS-AP-POINTS TO
003950             WS-SCL-AP-POINTS (WS-SCALE-COUNT)
003960         MOVE GS-HONOR-ROLL-SW TO
003970             WS-SCL-HONOR-ROLL-SW (WS-SCALE-COUNT)
003980         IF GS-EFF-FROM-TERM = SPACES
003990             MOVE LOW-VALUES TO
004000                 WS-SCL-EFF-FROM-KEY (WS-SCALE-COUNT)
004010         ELSE
004020             MOVE GS-EFF-FROM-TERM TO WS-TERM-KEY-INPUT
004030             PERFORM 7300-BUILD-TERM-KEY
004040                 THRU 7300-BUILD-TERM-KEY-EXIT
004050             MOVE WS-TERM-KEY TO
004060                 WS-SCL-EFF-FROM-KEY (WS-SCALE-COUNT)
004070         END-IF
004080         IF GS-EFF-TO-TERM = SPACES
004090             MOVE HIGH-VALUES TO
004100                 WS-SCL-EFF-TO-KEY (WS-SCALE-COUNT)
004110         ELSE
004120             MOVE GS-EFF-TO-TERM TO WS-TERM-KEY-INPUT
004130             PERFORM 7300-BUILD-TERM-KEY
004140                 THRU 7300-BUILD-TERM-KEY-EXIT
004150             MOVE WS-TERM-KEY TO
004160                 WS-SCL-EFF-TO-KEY (WS-SCALE-COUNT)
004170         END-IF
004180     ELSE
004190         DISPLAY "GRADING SCALE STEP " GS-LETTER-GRADE
004200             GS-LETTER-MODIFIER " IGNORED - 60-STEP GRADING "
004210             "SCALE TABLE IS FULL"
004220     END-IF.

004230 1360-LOAD-ONE-SCALE-STEP-EXIT.
004240     EXIT.

004250*****************************************************************
004260*  2000-LOAD-TERM-GRADES                                        *
004270*  WALKS THE WHOLE GRADE-MASTER IN KEY ORDER AND TALLIES EVERY  *
004280*  SUBJECT GRADE ON THE REQUESTED TERM'S RECORDS.               *
004290*****************************************************************
004300 2000-LOAD-TERM-GRADES.
004310     MOVE "N" TO WS-EOF-SW.
004320     MOVE LOW-VALUES TO GM-KEY.
004330     START GRADE-MASTER-FILE KEY >= GM-KEY
004340         INVALID KEY
004350             MOVE "Y" TO WS-EOF-SW
004360     END-START.
004370     IF WS-GRDMSTR-STATUS NOT = "00"
004380         MOVE "Y" TO WS-EOF-SW
004390     END-IF.

004400     IF NOT WS-END-OF-MASTER
004410         PERFORM 2100-READ-NEXT-MASTER
004420             THRU 2100-READ-NEXT-MASTER-EXIT
004430     END-IF.

004440     PERFORM 2200-LOAD-ONE-RECORD
004450         THRU 2200-LOAD-ONE-RECORD-EXIT
004460         UNTIL WS-END-OF-MASTER.

004470 2000-LOAD-TERM-GRADES-EXIT.
004480     EXIT.

004490 2100-READ-NEXT-MASTER.
004500     READ GRADE-MASTER-FILE NEXT RECORD
004510         AT END
004520             MOVE "Y" TO WS-EOF-SW
004530     END-READ.
004540     IF WS-GRDMSTR-STATUS NOT = "00"
004550         MOVE "Y" TO WS-EOF-SW
004560     END-IF.

004570 2100-READ-NEXT-MASTER-EXIT.
004580     EXIT.

004590 2200-LOAD-ONE-RECORD.
004600     IF GM-TERM NOT = WS-REQUEST-TERM
004610         GO TO 2200-LOAD-NEXT
004620     END-IF.

004622     IF GM-IS-TRANSFER-TERM
004624         GO TO 2200-LOAD-NEXT
004626     END-IF.

004630     ADD 1 TO WS-RECORD-COUNT.
004640     MOVE 1 TO WS-SUBJECT-INDEX.
004650     PERFORM 2300-TALLY-ONE-SUBJECT
004660         THRU 2300-TALLY-ONE-SUBJECT-EXIT
004670         UNTIL WS-SUBJECT-INDEX > GM-SUBJECT-COUNT.

004680 2200-LOAD-NEXT.
004690     PERFORM 2100-READ-NEXT-MASTER
004700         THRU 2100-READ-NEXT-MASTER-EXIT.

004710 2200-LOAD-ONE-RECORD-EXIT.
004720     EXIT.

004730*****************************************************************
004740*  2300-TALLY-ONE-SUBJECT                                       *
004750*  CLASSIFIES ONE SUBJECT GRADE AND ADDS IT TO ITS SECTION      *
004760*  ENTRY AND ITS DISTRICT COURSE ENTRY. A GRADE THAT IS NEITHER *
004770*  NUMERIC NOR A STATUS CODE IS LEFT OUT, AS IT IS EVERYWHERE   *
004780*  ELSE.                                                        *
004790*****************************************************************
004800 2300-TALLY-ONE-SUBJECT.
004810     PERFORM 2400-CLASSIFY-GRADE
004820         THRU 2400-CLASSIFY-GRADE-EXIT.
004830     IF WS-SUBJECT-LETTER = SPACE
004840         GO TO 2300-TALLY-NEXT
004850     END-IF.

004860     PERFORM 2310-FIND-SECTION-ENTRY
004870         THRU 2310-FIND-SECTION-ENTRY-EXIT.
004880     IF NOT WS-SECTION-WAS-FOUND
004890         GO TO 2300-TALLY-NEXT
004900     END-IF.

004910     PERFORM 2320-FIND-COURSE-ENTRY
004920         THRU 2320-FIND-COURSE-ENTRY-EXIT.

004930     MOVE 0 TO WS-LETTER-POSITION.
004940     MOVE 1 TO WS-LETTER-INDEX.
004950     PERFORM 2330-FIND-LETTER-SLOT
004960         THRU 2330-FIND-LETTER-SLOT-EXIT
004970         UNTIL WS-LETTER-INDEX > 8.
004980     IF WS-LETTER-POSITION > 0
004990         ADD 1 TO WS-SEC-LETTER-COUNT
005000             (WS-SECTION-INDEX, WS-LETTER-POSITION)
005010     END-IF.

005020     IF NOT WS-GRADE-IS-NUMERIC
005030         GO TO 2300-TALLY-NEXT
005040     END-IF.

005050     ADD 1 TO WS-SEC-GRADED-COUNT (WS-SECTION-INDEX).
005060     ADD WS-GRADE-NUMERIC TO WS-SEC-GRADE-SUM (WS-SECTION-INDEX).
005070     IF WS-COURSE-WAS-FOUND
005080         ADD 1 TO WS-CRS-GRADED-COUNT (WS-COURSE-INDEX)
005090         ADD WS-GRADE-NUMERIC
005100             TO WS-CRS-GRADE-SUM (WS-COURSE-INDEX)
005110         IF WS-SUBJECT-LETTER = "F"
005120             ADD 1 TO WS-CRS-FAIL-COUNT (WS-COURSE-INDEX)
005130         END-IF
005140     END-IF.

005150 2300-TALLY-NEXT.
005160     ADD 1 TO WS-SUBJECT-INDEX.

005170 2300-TALLY-ONE-SUBJECT-EXIT.
005180     EXIT.

005190*****************************************************************
005200*  2310-FIND-SECTION-ENTRY                                      *
005210*  FINDS THE TALLY ENTRY FOR THE RECORD'S SCHOOL AND SECTION    *
005220*  AND THE SUBJECT'S COURSE CODE, ADDING ONE - WITH ITS TEACHER *
005230*  OF RECORD FROM THE SECTION MASTER - THE FIRST TIME THE       *
005240*  COMBINATION IS SEEN.                                         *
005250*****************************************************************
005260 2310-FIND-SECTION-ENTRY.
005270     MOVE "N" TO WS-SECTION-FOUND-SW.
005280     MOVE "N" TO WS-SECTION-NEW-SW.
005290     MOVE 1 TO WS-SECTION-INDEX.
005300     PERFORM 2311-CHECK-ONE-SECTION
005310         THRU 2311-CHECK-ONE-SECTION-EXIT
005320         UNTIL WS-SECTION-WAS-FOUND
005330             OR WS-SECTION-INDEX > WS-SECTION-COUNT.
005340     IF WS-SECTION-WAS-FOUND
005350         GO TO 2310-FIND-SECTION-ENTRY-EXIT
005360     END-IF.

005370     IF WS-SECTION-COUNT >= WS-SECTION-LIMIT
005380         DISPLAY "SECTION " GM-SCHOOL-CODE " " GM-SECTION-CODE
005390             " " GM-SUBJECT-CODE (WS-SUBJECT-INDEX)
005400             " NOT REPORTED - 1000-SECTION TABLE IS FULL"
005410         GO TO 2310-FIND-SECTION-ENTRY-EXIT
005420     END-IF.

005430     ADD 1 TO WS-SECTION-COUNT.
005440     MOVE WS-SECTION-COUNT TO WS-SECTION-INDEX.
005450     MOVE "Y" TO WS-SECTION-FOUND-SW.
005460     MOVE "Y" TO WS-SECTION-NEW-SW.
005470     INITIALIZE WS-SECTION-ENTRY (WS-SECTION-INDEX).
005480     MOVE GM-SCHOOL-CODE  TO WS-SEC-SCHOOL (WS-SECTION-INDEX).
005490     MOVE GM-SECTION-CODE TO WS-SEC-SECTION (WS-SECTION-INDEX).
005500     MOVE GM-SUBJECT-CODE (WS-SUBJECT-INDEX)
005510         TO WS-SEC-COURSE (WS-SECTION-INDEX).

005520     MOVE "** NO TEACHER OF RECORD **"
005530         TO WS-SEC-TEACHER-NAME (WS-SECTION-INDEX).
005540     IF NOT WS-SECTMST-IS-OPEN
005550         ADD 1 TO WS-NO-TEACHER-COUNT
005560         GO TO 2310-FIND-SECTION-ENTRY-EXIT
005570     END-IF.

005580     MOVE GM-SCHOOL-CODE  TO SA-SCHOOL-CODE.
005590     MOVE GM-SECTION-CODE TO SA-SECTION-CODE.
005600     MOVE GM-SUBJECT-CODE (WS-SUBJECT-INDEX) TO SA-COURSE-CODE.
005610     MOVE WS-REQUEST-TERM TO SA-TERM.
005620     READ SECTION-ASSIGNMENT-FILE
005630         INVALID KEY
005640             ADD 1 TO WS-NO-TEACHER-COUNT
005650             GO TO 2310-FIND-SECTION-ENTRY-EXIT
005660     END-READ.
005670     MOVE SA-TEACHER-NAME
005680         TO WS-SEC-TEACHER-NAME (WS-SECTION-INDEX).
005690     MOVE SA-TEACHER-ID   TO WS-SEC-TEACHER-ID (WS-SECTION-INDEX).

005700 2310-FIND-SECTION-ENTRY-EXIT.
005710     EXIT.

005720 2311-CHECK-ONE-SECTION.
005730     IF WS-SEC-SCHOOL (WS-SECTION-INDEX) = GM-SCHOOL-CODE
005740         AND WS-SEC-SECTION (WS-SECTION-INDEX) = GM-SECTION-CODE
005750         AND WS-SEC-COURSE (WS-SECTION-INDEX)
005760             = GM-SUBJECT-CODE (WS-SUBJECT-INDEX)
005770         MOVE "Y" TO WS-SECTION-FOUND-SW
005780     ELSE
005790         ADD 1 TO WS-SECTION-INDEX
005800     END-IF.

005810 2311-CHECK-ONE-SECTION-EXIT.
005820     EXIT.

005830*****************************************************************
005840*  2320-FIND-COURSE-ENTRY                                       *
005850*  FINDS OR ADDS THE DISTRICT ENTRY FOR THE SUBJECT'S COURSE    *
005860*  CODE. A SECTION ENTRY ADDED FOR THIS SUBJECT ALSO COUNTS AS *
005870*  ONE MORE SECTION OF THE COURSE.                              *
005880*****************************************************************
005890 2320-FIND-COURSE-ENTRY.
005900     MOVE "N" TO WS-COURSE-FOUND-SW.
005910     MOVE 1 TO WS-COURSE-INDEX.
005920     PERFORM 2321-CHECK-ONE-COURSE
005930         THRU 2321-CHECK-ONE-COURSE-EXIT
005940         UNTIL WS-COURSE-WAS-FOUND
005950             OR WS-COURSE-INDEX > WS-COURSE-COUNT.

005960     IF NOT WS-COURSE-WAS-FOUND
005970         IF WS-COURSE-COUNT < WS-COURSE-LIMIT
005980             ADD 1 TO WS-COURSE-COUNT
005990             MOVE WS-COURSE-COUNT TO WS-COURSE-INDEX
006000             MOVE "Y" TO WS-COURSE-FOUND-SW
006010             INITIALIZE WS-COURSE-ENTRY (WS-COURSE-INDEX)
006020             MOVE GM-SUBJECT-CODE (WS-SUBJECT-INDEX)
006030                 TO WS-CRS-CODE (WS-COURSE-INDEX)
006040         ELSE
006050             DISPLAY "COURSE " GM-SUBJECT-CODE (WS-SUBJECT-INDEX)
006060                 " HAS NO DISTRICT FIGURES - 200-COURSE TABLE "
006070                 "IS FULL"
006080             GO TO 2320-FIND-COURSE-ENTRY-EXIT
006090         END-IF
006100     END-IF.

006110     IF WS-SECTION-IS-NEW
006120         ADD 1 TO WS-CRS-SECTIONS (WS-COURSE-INDEX)
006130     END-IF.

006140 2320-FIND-COURSE-ENTRY-EXIT.
006150     EXIT.

006160 2321-CHECK-ONE-COURSE.
006170     IF WS-CRS-CODE (WS-COURSE-INDEX)
006180             = GM-SUBJECT-CODE (WS-SUBJECT-INDEX)
006190         MOVE "Y" TO WS-COURSE-FOUND-SW
006200     ELSE
006210         ADD 1 TO WS-COURSE-INDEX
006220     END-IF.

006230 2321-CHECK-ONE-COURSE-EXIT.
006240     EXIT.

006250 2330-FIND-LETTER-SLOT.
006260     IF WS-LETTER-SLOT (WS-LETTER-INDEX) = WS-SUBJECT-LETTER
006270         MOVE WS-LETTER-INDEX TO WS-LETTER-POSITION
006280     END-IF.
006290     ADD 1 TO WS-LETTER-INDEX.

006300 2330-FIND-LETTER-SLOT-EXIT.
006310     EXIT.

006320*****************************************************************
006330*  2400-CLASSIFY-GRADE                                          *
006340*  TURNS THE SUBJECT GRADE INTO ITS DISTRIBUTION LETTER. A      *
006350*  STATUS CODE (I, W, X) IS ITS OWN LETTER. A NUMERIC GRADE     *
006360*  TAKES THE BASE LETTER OF THE STEP IT EARNS ON THE GRADING    *
006370*  SCALE IN EFFECT FOR THE TERM - PLUS/MINUS MODIFIERS ARE NOT  *
006380*  SPLIT OUT - OR THE STRAIGHT 90/80/70/60 SCALE WHEN NO SCALE  *
006390*  IS IN EFFECT. ANYTHING ELSE LEAVES THE LETTER BLANK.         *
006400*****************************************************************
006410 2400-CLASSIFY-GRADE.
006420     MOVE SPACE TO WS-SUBJECT-LETTER.
006430     MOVE "N" TO WS-GRADE-IS-NUMERIC-SW.
006440     MOVE GM-SUBJECT-GRADE (WS-SUBJECT-INDEX) TO WS-GRADE-CHECK.

006450     IF WS-GRADE-IS-STATUS
006460         MOVE WS-GRADE-CHECK (1:1) TO WS-SUBJECT-LETTER
006470         GO TO 2400-CLASSIFY-GRADE-EXIT
006480     END-IF.
006490     IF WS-GRADE-CHECK IS NOT NUMERIC
006500         GO TO 2400-CLASSIFY-GRADE-EXIT
006510     END-IF.

006520     MOVE "Y" TO WS-GRADE-IS-NUMERIC-SW.
006530     MOVE WS-GRADE-CHECK TO WS-GRADE-NUMERIC.

006540     IF WS-SCALE-IS-IN-EFFECT
006550         MOVE WS-GRADE-NUMERIC TO WS-SCALE-SCORE
006560         PERFORM 7200-FIND-SCALE-STEP
006570             THRU 7200-FIND-SCALE-STEP-EXIT
006580         IF WS-STEP-WAS-FOUND
006590             MOVE WS-SCL-LETTER-GRADE (WS-STEP-INDEX)
006600                 TO WS-SUBJECT-LETTER
006610         ELSE
006620             MOVE "F" TO WS-SUBJECT-LETTER
006630         END-IF
006640         GO TO 2400-CLASSIFY-GRADE-EXIT
006650     END-IF.

006660     EVALUATE TRUE
006670         WHEN WS-GRADE-NUMERIC >= 90
006680             MOVE "A" TO WS-SUBJECT-LETTER
006690         WHEN WS-GRADE-NUMERIC >= 80
006700             MOVE "B" TO WS-SUBJECT-LETTER
006710         WHEN WS-GRADE-NUMERIC >= 70
006720             MOVE "C" TO WS-SUBJECT-LETTER
006730         WHEN WS-GRADE-NUMERIC >= 60
006740             MOVE "D" TO WS-SUBJECT-LETTER
006750         WHEN OTHER
006760             MOVE "F" TO WS-SUBJECT-LETTER
006770     END-EVALUATE.

006780 2400-CLASSIFY-GRADE-EXIT.
006790     EXIT.

006800*****************************************************************
006810*  4000-MEASURE-SECTIONS                                        *
006820*  WORKS OUT THE DISTRICT AVERAGE AND FAILURE RATE FOR EACH     *
006830*  COURSE, THEN EACH SECTION'S OWN FIGURES, AND FLAGS A SECTION *
006840*  WHOSE AVERAGE OR FAILURE RATE DIFFERS FROM ITS COURSE'S      *
006850*  DISTRICT FIGURE BY MORE THAN THE VARIANCE IN EITHER          *
006860*  DIRECTION. A SECTION WITH NO NUMERIC GRADES IS NOT MEASURED. *
006870*****************************************************************
006880 4000-MEASURE-SECTIONS.
006890     MOVE 1 TO WS-COURSE-INDEX.
006900     PERFORM 4100-MEASURE-ONE-COURSE
006910         THRU 4100-MEASURE-ONE-COURSE-EXIT
006920         UNTIL WS-COURSE-INDEX > WS-COURSE-COUNT.

006930     MOVE 1 TO WS-SECTION-INDEX.
006940     PERFORM 4200-MEASURE-ONE-SECTION
006950         THRU 4200-MEASURE-ONE-SECTION-EXIT
006960         UNTIL WS-SECTION-INDEX > WS-SECTION-COUNT.

006970 4000-MEASURE-SECTIONS-EXIT.
006980     EXIT.

006990 4100-MEASURE-ONE-COURSE.
007000     IF WS-CRS-GRADED-COUNT (WS-COURSE-INDEX) > 0
007010         COMPUTE WS-CRS-AVERAGE (WS-COURSE-INDEX) ROUNDED =
007020             WS-CRS-GRADE-SUM (WS-COURSE-INDEX)
007030                 / WS-CRS-GRADED-COUNT (WS-COURSE-INDEX)
007040         COMPUTE WS-CRS-FAIL-RATE (WS-COURSE-INDEX) ROUNDED =
007050             WS-CRS-FAIL-COUNT (WS-COURSE-INDEX) * 100
007060                 / WS-CRS-GRADED-COUNT (WS-COURSE-INDEX)
007070     END-IF.
007080     ADD 1 TO WS-COURSE-INDEX.

007090 4100-MEASURE-ONE-COURSE-EXIT.
007100     EXIT.

007110 4200-MEASURE-ONE-SECTION.
007120     MOVE SPACE TO WS-SEC-AVG-FLAG (WS-SECTION-INDEX).
007130     MOVE SPACE TO WS-SEC-FAIL-FLAG (WS-SECTION-INDEX).
007140     IF WS-SEC-GRADED-COUNT (WS-SECTION-INDEX) = 0
007150         GO TO 4200-MEASURE-NEXT
007160     END-IF.

007170     COMPUTE WS-SEC-AVERAGE (WS-SECTION-INDEX) ROUNDED =
007180         WS-SEC-GRADE-SUM (WS-SECTION-INDEX)
007190             / WS-SEC-GRADED-COUNT (WS-SECTION-INDEX).
007200     COMPUTE WS-SEC-FAIL-RATE (WS-SECTION-INDEX) ROUNDED =
007210         WS-SEC-LETTER-COUNT (WS-SECTION-INDEX, 5) * 100
007220             / WS-SEC-GRADED-COUNT (WS-SECTION-INDEX).

007230     MOVE "N" TO WS-COURSE-FOUND-SW.
007240     PERFORM 4210-FIND-SECTION-COURSE
007250         THRU 4210-FIND-SECTION-COURSE-EXIT.
007260     IF NOT WS-COURSE-WAS-FOUND
007270         GO TO 4200-MEASURE-NEXT
007280     END-IF.

007290     COMPUTE WS-VARIANCE-WORK =
007300         WS-SEC-AVERAGE (WS-SECTION-INDEX)
007310             - WS-CRS-AVERAGE (WS-COURSE-INDEX).
007320     IF WS-VARIANCE-WORK < 0
007330         COMPUTE WS-VARIANCE-WORK = 0 - WS-VARIANCE-WORK
007340     END-IF.
007350     IF WS-VARIANCE-WORK > WS-AVG-VARIANCE
007360         MOVE "Y" TO WS-SEC-AVG-FLAG (WS-SECTION-INDEX)
007370     END-IF.

007380     COMPUTE WS-VARIANCE-WORK =
007390         WS-SEC-FAIL-RATE (WS-SECTION-INDEX)
007400             - WS-CRS-FAIL-RATE (WS-COURSE-INDEX).
007410     IF WS-VARIANCE-WORK < 0
007420         COMPUTE WS-VARIANCE-WORK = 0 - WS-VARIANCE-WORK
007430     END-IF.
007440     IF WS-VARIANCE-WORK > WS-FAIL-VARIANCE
007450         MOVE "Y" TO WS-SEC-FAIL-FLAG (WS-SECTION-INDEX)
007460     END-IF.

007470     IF WS-SEC-AVG-FLAG (WS-SECTION-INDEX) = "Y"
007480             OR WS-SEC-FAIL-FLAG (WS-SECTION-INDEX) = "Y"
007490         ADD 1 TO WS-FLAGGED-COUNT
007500     END-IF.

007510 4200-MEASURE-NEXT.
007520     ADD 1 TO WS-SECTION-INDEX.

007530 4200-MEASURE-ONE-SECTION-EXIT.
007540     EXIT.

007550 4210-FIND-SECTION-COURSE.
007560     MOVE 1 TO WS-COURSE-INDEX.
007570     PERFORM 4211-CHECK-SECTION-COURSE
007580         THRU 4211-CHECK-SECTION-COURSE-EXIT
007590         UNTIL WS-COURSE-WAS-FOUND
007600             OR WS-COURSE-INDEX > WS-COURSE-COUNT.

007610 4210-FIND-SECTION-COURSE-EXIT.
007620     EXIT.

007630 4211-CHECK-SECTION-COURSE.
007640     IF WS-CRS-CODE (WS-COURSE-INDEX)
007650             = WS-SEC-COURSE (WS-SECTION-INDEX)
007660         MOVE "Y" TO WS-COURSE-FOUND-SW
007670     ELSE
007680         ADD 1 TO WS-COURSE-INDEX
007690     END-IF.

007700 4211-CHECK-SECTION-COURSE-EXIT.
007710     EXIT.

007720*****************************************************************
007730*  5000-SORT-SECTION-TABLE                                      *
007740*  IN-MEMORY SELECTION SORT OF THE SECTION TABLE INTO TEACHER   *
007750*  ORDER, THEN COURSE, SCHOOL, AND SECTION WITHIN TEACHER.      *
007760*  SECTIONS WITH NO TEACHER OF RECORD SORT TO THE FRONT.        *
007770*****************************************************************
007780 5000-SORT-SECTION-TABLE.
007790     MOVE 1 TO WS-OUTER-INDEX.
007800     PERFORM 5100-SORT-OUTER-PASS
007810         THRU 5100-SORT-OUTER-PASS-EXIT
007820         UNTIL WS-OUTER-INDEX >= WS-SECTION-COUNT.

007830 5000-SORT-SECTION-TABLE-EXIT.
007840     EXIT.

007850 5100-SORT-OUTER-PASS.
007860     COMPUTE WS-INNER-INDEX = WS-OUTER-INDEX + 1.
007870     PERFORM 5200-SORT-INNER-PASS
007880         THRU 5200-SORT-INNER-PASS-EXIT
007890         UNTIL WS-INNER-INDEX > WS-SECTION-COUNT.
007900     ADD 1 TO WS-OUTER-INDEX.

007910 5100-SORT-OUTER-PASS-EXIT.
007920     EXIT.

007930 5200-SORT-INNER-PASS.
007940     IF WS-SEC-SORT-KEY (WS-INNER-INDEX)
007950             < WS-SEC-SORT-KEY (WS-OUTER-INDEX)
007960         MOVE WS-SECTION-ENTRY (WS-OUTER-INDEX)
007970             TO WS-SECTION-HOLD-ENTRY
007980         MOVE WS-SECTION-ENTRY (WS-INNER-INDEX)
007990             TO WS-SECTION-ENTRY (WS-OUTER-INDEX)
008000         MOVE WS-SECTION-HOLD-ENTRY
008010             TO WS-SECTION-ENTRY (WS-INNER-INDEX)
008020     END-IF.
008030     ADD 1 TO WS-INNER-INDEX.

008040 5200-SORT-INNER-PASS-EXIT.
008050     EXIT.

008060*****************************************************************
008070*  6000-PRINT-DISTRIBUTION                                      *
008080*  PRINTS ONE LINE PER SECTION AND COURSE, GROUPED UNDER A      *
008090*  HEADING FOR EACH TEACHER OF RECORD, FOLLOWED BY THE RUN      *
008100*  TOTALS AND THE DISTRICT FIGURES FOR EACH COURSE.             *
008110*****************************************************************
008120 6000-PRINT-DISTRIBUTION.
008130     MOVE HIGH-VALUES TO WS-PREV-TEACHER-ID.
008140     MOVE HIGH-VALUES TO WS-PREV-TEACHER-NAME.
008150     MOVE 1 TO WS-OUTER-INDEX.
008160     PERFORM 6100-PRINT-ONE-SECTION
008170         THRU 6100-PRINT-ONE-SECTION-EXIT
008180         UNTIL WS-OUTER-INDEX > WS-SECTION-COUNT.

008190     MOVE SPACES TO DISTRIBUTION-REPORT-LINE.
008200     WRITE DISTRIBUTION-REPORT-LINE.
008210     MOVE WS-RECORD-COUNT TO WS-EDIT-COUNT.
008220     STRING "GRADE-MASTER RECORDS READ FOR TERM : " WS-EDIT-COUNT
008230         DELIMITED BY SIZE INTO DISTRIBUTION-REPORT-LINE.
008240     WRITE DISTRIBUTION-REPORT-LINE.
008250     MOVE SPACES TO DISTRIBUTION-REPORT-LINE.
008260     MOVE WS-SECTION-COUNT TO WS-EDIT-COUNT.
008270     STRING "SECTION/COURSE LINES PRINTED       : " WS-EDIT-COUNT
008280         DELIMITED BY SIZE INTO DISTRIBUTION-REPORT-LINE.
008290     WRITE DISTRIBUTION-REPORT-LINE.
008300     MOVE SPACES TO DISTRIBUTION-REPORT-LINE.
008310     MOVE WS-FLAGGED-COUNT TO WS-EDIT-COUNT.
008320     STRING "SECTIONS FLAGGED                   : " WS-EDIT-COUNT
008330         DELIMITED BY SIZE INTO DISTRIBUTION-REPORT-LINE.
008340     WRITE DISTRIBUTION-REPORT-LINE.
008350     MOVE SPACES TO DISTRIBUTION-REPORT-LINE.
008360     MOVE WS-NO-TEACHER-COUNT TO WS-EDIT-COUNT.
008370     STRING "SECTIONS WITH NO TEACHER OF RECORD : " WS-EDIT-COUNT
008380         DELIMITED BY SIZE INTO DISTRIBUTION-REPORT-LINE.
008390     WRITE DISTRIBUTION-REPORT-LINE.
008400     MOVE SPACES TO DISTRIBUTION-REPORT-LINE.

008410     WRITE DISTRIBUTION-REPORT-LINE.
008420     MOVE "DISTRICT FIGURES BY COURSE"
008430         TO DISTRIBUTION-REPORT-LINE.
008440     WRITE DISTRIBUTION-REPORT-LINE.
008450     MOVE "COURSE  SECTIONS   GRADED     AVG   FAIL%"
008460         TO DISTRIBUTION-REPORT-LINE.
008470     WRITE DISTRIBUTION-REPORT-LINE.
008480     MOVE SPACES TO DISTRIBUTION-REPORT-LINE.
008490     MOVE 1 TO WS-COURSE-INDEX.
008500     PERFORM 6200-PRINT-ONE-COURSE
008510         THRU 6200-PRINT-ONE-COURSE-EXIT
008520         UNTIL WS-COURSE-INDEX > WS-COURSE-COUNT.

008530 6000-PRINT-DISTRIBUTION-EXIT.
008540     EXIT.

008550 6100-PRINT-ONE-SECTION.
008560     IF WS-SEC-TEACHER-ID (WS-OUTER-INDEX)
008570             NOT = WS-PREV-TEACHER-ID
008580         OR WS-SEC-TEACHER-NAME (WS-OUTER-INDEX)
008590             NOT = WS-PREV-TEACHER-NAME
008600         MOVE WS-SEC-TEACHER-ID (WS-OUTER-INDEX)
008610             TO WS-PREV-TEACHER-ID
008620         MOVE WS-SEC-TEACHER-NAME (WS-OUTER-INDEX)
008630             TO WS-PREV-TEACHER-NAME
008640         MOVE SPACES TO DISTRIBUTION-REPORT-LINE
008650         WRITE DISTRIBUTION-REPORT-LINE
008660         STRING "TEACHER " WS-PREV-TEACHER-ID
008670                 " " WS-PREV-TEACHER-NAME
008680             DELIMITED BY SIZE INTO DISTRIBUTION-REPORT-LINE
008690         WRITE DISTRIBUTION-REPORT-LINE
008700         MOVE SPACES TO DISTRIBUTION-REPORT-LINE
008710         STRING "  SCH SECT COURSE     A     B     C     D     F"
008720                 "     I     W     X    AVG  FAIL%  D-AVG D-FAIL"
008730                 "  FLAG"
008740             DELIMITED BY SIZE INTO DISTRIBUTION-REPORT-LINE
008750         WRITE DISTRIBUTION-REPORT-LINE
008760         MOVE SPACES TO DISTRIBUTION-REPORT-LINE
008770     END-IF.

008780     MOVE 1 TO WS-LETTER-INDEX.
008790     PERFORM 6110-EDIT-ONE-COUNT
008800         THRU 6110-EDIT-ONE-COUNT-EXIT
008810         UNTIL WS-LETTER-INDEX > 8.

008820     MOVE WS-SEC-AVERAGE (WS-OUTER-INDEX) TO WS-EDIT-AVERAGE.
008830     MOVE WS-SEC-FAIL-RATE (WS-OUTER-INDEX) TO WS-EDIT-RATE.
008840     MOVE 0 TO WS-EDIT-DISTRICT-AVG.
008850     MOVE 0 TO WS-EDIT-DISTRICT-RATE.
008860     MOVE WS-OUTER-INDEX TO WS-SECTION-INDEX.
008870     MOVE "N" TO WS-COURSE-FOUND-SW.
008880     PERFORM 4210-FIND-SECTION-COURSE
008890         THRU 4210-FIND-SECTION-COURSE-EXIT.
008900     IF WS-COURSE-WAS-FOUND
008910         MOVE WS-CRS-AVERAGE (WS-COURSE-INDEX)
008920             TO WS-EDIT-DISTRICT-AVG
008930         MOVE WS-CRS-FAIL-RATE (WS-COURSE-INDEX)
008940             TO WS-EDIT-DISTRICT-RATE
008950     END-IF.

008960     MOVE SPACES TO WS-FLAG-TEXT.
008970     EVALUATE TRUE
008980         WHEN WS-SEC-GRADED-COUNT (WS-OUTER-INDEX) = 0
008990             MOVE "NO SCORES" TO WS-FLAG-TEXT
009000         WHEN WS-SEC-AVG-FLAG (WS-OUTER-INDEX) = "Y"
009010                 AND WS-SEC-FAIL-FLAG (WS-OUTER-INDEX) = "Y"
009020             MOVE "AVG FAIL" TO WS-FLAG-TEXT
009030         WHEN WS-SEC-AVG-FLAG (WS-OUTER-INDEX) = "Y"
009040             MOVE "AVG" TO WS-FLAG-TEXT
009050         WHEN WS-SEC-FAIL-FLAG (WS-OUTER-INDEX) = "Y"
009060             MOVE "FAIL" TO WS-FLAG-TEXT
009070     END-EVALUATE.

009080     STRING "  " WS-SEC-SCHOOL (WS-OUTER-INDEX)
009090             " " WS-SEC-SECTION (WS-OUTER-INDEX)
009100             " " WS-SEC-COURSE (WS-OUTER-INDEX)
009110             WS-EDIT-LETTER-COUNTS
009120             " " WS-EDIT-AVERAGE
009130             " " WS-EDIT-RATE
009140             " " WS-EDIT-DISTRICT-AVG
009150             " " WS-EDIT-DISTRICT-RATE
009160             "  " WS-FLAG-TEXT
009170         DELIMITED BY SIZE INTO DISTRIBUTION-REPORT-LINE.
009180     WRITE DISTRIBUTION-REPORT-LINE.
009190     MOVE SPACES TO DISTRIBUTION-REPORT-LINE.
009200     ADD 1 TO WS-OUTER-INDEX.

009210 6100-PRINT-ONE-SECTION-EXIT.
009220     EXIT.

009230 6110-EDIT-ONE-COUNT.
009240     MOVE WS-SEC-LETTER-COUNT (WS-OUTER-INDEX, WS-LETTER-INDEX)
009250         TO WS-EDIT-LETTER-COUNT (WS-LETTER-INDEX).
009260     ADD 1 TO WS-LETTER-INDEX.

009270 6110-EDIT-ONE-COUNT-EXIT.
009280     EXIT.

009290 6200-PRINT-ONE-COURSE.
009300     MOVE WS-CRS-SECTIONS (WS-COURSE-INDEX) TO WS-EDIT-SECTIONS.
009310     MOVE WS-CRS-GRADED-COUNT (WS-COURSE-INDEX) TO WS-EDIT-COUNT.
009320     MOVE WS-CRS-AVERAGE (WS-COURSE-INDEX) TO WS-EDIT-AVERAGE.
009330     MOVE WS-CRS-FAIL-RATE (WS-COURSE-INDEX) TO WS-EDIT-RATE.
009340     STRING WS-CRS-CODE (WS-COURSE-INDEX)
009350             "      " WS-EDIT-SECTIONS
009360             "  " WS-EDIT-COUNT
009370             "  " WS-EDIT-AVERAGE
009380             "  " WS-EDIT-RATE
009390         DELIMITED BY SIZE INTO DISTRIBUTION-REPORT-LINE.
009400     WRITE DISTRIBUTION-REPORT-LINE.
009410     MOVE SPACES TO DISTRIBUTION-REPORT-LINE.
009420     ADD 1 TO WS-COURSE-INDEX.

009430 6200-PRINT-ONE-COURSE-EXIT.
009440     EXIT.

009450*****************************************************************
009460*  7100-FIND-SCALE-IN-EFFECT                                    *
009470*  FINDS THE GRADING SCALE IN EFFECT FOR THE TERM IN            *
009480*  WS-SCALE-TERM - OF THE SCALE STEPS WHOSE EFFECTIVE RANGE     *
009490*  COVERS THE TERM, THE LATEST FROM-TERM WINS. SETS THE FOUND   *
009500*  SWITCH AND WS-SCALE-FROM-KEY, WHICH TIES TOGETHER THE STEPS  *
009510*  OF THAT ONE SCALE.                                           *
009520*****************************************************************
009530 7100-FIND-SCALE-IN-EFFECT.
009540     MOVE "N" TO WS-SCALE-FOUND-SW.
009550     MOVE LOW-VALUES TO WS-SCALE-FROM-KEY.

009560     IF WS-SCALE-COUNT = 0
009570             OR WS-SCALE-TERM = SPACES
009580         GO TO 7100-FIND-SCALE-IN-EFFECT-EXIT
009590     END-IF.

009600     MOVE WS-SCALE-TERM TO WS-TERM-KEY-INPUT.
009610     PERFORM 7300-BUILD-TERM-KEY
009620         THRU 7300-BUILD-TERM-KEY-EXIT.
009630     MOVE WS-TERM-KEY TO WS-SCALE-TERM-KEY.

009640     MOVE 1 TO WS-SCALE-INDEX.
009650     PERFORM 7110-CHECK-ONE-SCALE-ENTRY
009660         THRU 7110-CHECK-ONE-SCALE-ENTRY-EXIT
009670         UNTIL WS-SCALE-INDEX > WS-SCALE-COUNT.

009680 7100-FIND-SCALE-IN-EFFECT-EXIT.
009690     EXIT.

009700 7110-CHECK-ONE-SCALE-ENTRY.
009710     IF WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX)
009720             <= WS-SCALE-TERM-KEY
009730         AND WS-SCL-EFF-TO-KEY (WS-SCALE-INDEX)
009740             >= WS-SCALE-TERM-KEY
009750         IF NOT WS-SCALE-IS-IN-EFFECT
009760             OR WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX)
009770                 > WS-SCALE-FROM-KEY
009780             MOVE "Y" TO WS-SCALE-FOUND-SW
009790             MOVE WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX)
009800                 TO WS-SCALE-FROM-KEY
009810         END-IF
009820     END-IF.
009830     ADD 1 TO WS-SCALE-INDEX.

009840 7110-CHECK-ONE-SCALE-ENTRY-EXIT.
009850     EXIT.

009860*****************************************************************
009870*  7200-FIND-SCALE-STEP                                         *
009880*  FINDS THE STEP OF THE SCALE IN EFFECT THAT THE SCORE IN      *
009890*  WS-SCALE-SCORE EARNS - THE STEP WITH THE HIGHEST MINIMUM     *
009900*  SCORE NOT ABOVE IT. RETURNS ITS TABLE POSITION IN            *
009910*  WS-STEP-INDEX. 7100 MUST HAVE RUN FOR THE TERM FIRST.        *
009920*****************************************************************
009930 7200-FIND-SCALE-STEP.
009940     MOVE "N" TO WS-STEP-FOUND-SW.
009950     MOVE 0 TO WS-STEP-INDEX.
009960     MOVE 0 TO WS-STEP-MIN-SCORE.

009970     MOVE 1 TO WS-SCALE-INDEX.
009980     PERFORM 7210-CHECK-ONE-SCALE-STEP
009990         THRU 7210-CHECK-ONE-SCALE-STEP-EXIT
010000         UNTIL WS-SCALE-INDEX > WS-SCALE-COUNT.

010010 7200-FIND-SCALE-STEP-EXIT.
010020     EXIT.

010030 7210-CHECK-ONE-SCALE-STEP.
010040     IF WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX) = WS-SCALE-FROM-KEY
010050         AND WS-SCL-EFF-TO-KEY (WS-SCALE-INDEX)
010060             >= WS-SCALE-TERM-KEY
010070         AND WS-SCL-MIN-SCORE (WS-SCALE-INDEX) <= WS-SCALE-SCORE
010080         IF NOT WS-STEP-WAS-FOUND
010090             OR WS-SCL-MIN-SCORE (WS-SCALE-INDEX)
010100                 > WS-STEP-MIN-SCORE
010110             MOVE "Y" TO WS-STEP-FOUND-SW
010120             MOVE WS-SCALE-INDEX TO WS-STEP-INDEX
010130             MOVE WS-SCL-MIN-SCORE (WS-SCALE-INDEX)
010140                 TO WS-STEP-MIN-SCORE
010150         END-IF
010160     END-IF.
010170     ADD 1 TO WS-SCALE-INDEX.

010180 7210-CHECK-ONE-SCALE-STEP-EXIT.
010190     EXIT.

010200*****************************************************************
010210*  7300-BUILD-TERM-KEY                                          *
010220*  BUILDS A SORTABLE KEY FROM THE TERM IN WS-TERM-KEY-INPUT -   *
010230*  THE FOUR-DIGIT YEAR FOLLOWED BY A SESSION SEQUENCE DIGIT     *
010240*  (WI=1, SP=2, SU=3, FA=4), SO TERMS COMPARE IN CALENDAR       *
010250*  ORDER INSTEAD OF ALPHABETIC ORDER. AN UNRECOGNIZED SESSION   *
010260*  CODE SORTS LAST WITHIN ITS YEAR.                             *
010270*****************************************************************
010280 7300-BUILD-TERM-KEY.
010290     MOVE SPACES TO WS-TERM-KEY.
010300     MOVE WS-TERM-KEY-INPUT (1:4) TO WS-TERM-KEY (1:4).
010310     EVALUATE WS-TERM-KEY-INPUT (5:2)
010320         WHEN "WI"
010330             MOVE "1" TO WS-TERM-KEY (5:1)
010340         WHEN "SP"
010350             MOVE "2" TO WS-TERM-KEY (5:1)
010360         WHEN "SU"
010370             MOVE "3" TO WS-TERM-KEY (5:1)
010380         WHEN "FA"
010390             MOVE "4" TO WS-TERM-KEY (5:1)
010400         WHEN OTHER
010410             MOVE "9" TO WS-TERM-KEY (5:1)
010420     END-EVALUATE.

010430 7300-BUILD-TERM-KEY-EXIT.
010440     EXIT.

010450*****************************************************************
010460*  9300-REGISTER-RUN                                            *
010470*  APPENDS THIS RUN'S RECORD TO THE RUN-HISTORY FILE - THE TERM *
010480*  REPORTED, THE GRADE-MASTER RECORDS READ FOR IT, AND THE      *
010490*  START/END TIMESTAMPS.                                        *
010500*****************************************************************
010510 9300-REGISTER-RUN.
010520     PERFORM 1200-BUILD-TIMESTAMP
010530         THRU 1200-BUILD-TIMESTAMP-EXIT.

010540     MOVE SPACES TO RUN-HISTORY-RECORD.
010550     MOVE "GRADDIST" TO RH-PROGRAM-NAME.
010560     MOVE "REPORT" TO RH-RUN-MODE.
010570     MOVE WS-REQUEST-TERM TO RH-TERM.
010580     MOVE WS-RECORD-COUNT TO RH-INPUT-COUNT.
010590     MOVE 0 TO RH-REJECT-COUNT.
010600     MOVE 0 TO RH-RETURN-CODE.
010610     MOVE WS-RUN-START-STAMP TO RH-START-TIMESTAMP.
010620     MOVE WS-TIMESTAMP-DISPLAY TO RH-END-TIMESTAMP.
010630     MOVE "Y" TO RH-COMPLETE-SW.

010640     OPEN EXTEND RUN-HISTORY-FILE.
010650     IF WS-RUNHIST-STATUS = "35"
010660         OPEN OUTPUT RUN-HISTORY-FILE
010670     END-IF.
010680     IF WS-RUNHIST-STATUS = "00"
010690         WRITE RUN-HISTORY-RECORD
010700         CLOSE RUN-HISTORY-FILE
010710     ELSE
010720         DISPLAY "RUN-HISTORY FILE RUNHIST COULD NOT BE "
010730             "OPENED - STATUS " WS-RUNHIST-STATUS
010740             " - RUN NOT REGISTERED"
010750     END-IF.

010760 9300-REGISTER-RUN-EXIT.
010770     EXIT.

010780*****************************************************************
010790*  9800-TERMINATE                                               *
010800*  CLOSES THE FILES AND ENDS THE RUN.                           *
010810*****************************************************************
010820 9800-TERMINATE.
010830     CLOSE GRADE-MASTER-FILE.
010840     IF WS-SECTMST-IS-OPEN
010850         CLOSE SECTION-ASSIGNMENT-FILE
010860     END-IF.
010870     CLOSE DISTRIBUTION-REPORT-FILE.

010880 9800-TERMINATE-EXIT.
010890     EXIT.
