000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    ProgressNotice.
000120 AUTHOR.        M. OKONKWO-BELL, GRADING SYSTEMS GROUP.
000130 INSTALLATION.  DISTRICT OFFICE, ACADEMIC RECORDS.
000140 DATE-WRITTEN.  10/14/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY                                        *
000180*  ------------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION                                *
000200*  10/14/2026 MOB   ORIGINAL VERSION. INTERIM PROGRESS NOTICES *
000210*                   FOR ONE TERM AND PROGRESS PERIOD FROM THE  *
000220*                   INTERIM GRADE FILE - A DEFICIENCY LETTER   *
000230*                   TO THE GUARDIAN FOR EVERY STUDENT WITH A   *
000240*                   SUBJECT BELOW THE AT-RISK THRESHOLD,       *
000250*                   LISTING EACH SUCH SUBJECT, AND A COUNSELOR *
000260*                   LIST OF STUDENTS WHOSE PROGRESS AVERAGE    *
000270*                   DROPPED BY MORE THAN A SET NUMBER OF       *
000280*                   POINTS FROM THE PRIOR PROGRESS PERIOD.     *
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT INTERIM-GRADE-FILE  ASSIGN TO "INTGRD"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS IG-KEY
000370         FILE STATUS IS WS-INTGRD-STATUS.

000380     SELECT STUDENT-DEMOG-FILE  ASSIGN TO "STUDEMOG"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS DM-STUDENT-ID
000420         FILE STATUS IS WS-STUDEMOG-STATUS.

000430     SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCAT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-CRSCAT-STATUS.

000460     SELECT NOTICE-FILE         ASSIGN TO "PRGNOTC"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-PRGNOTC-STATUS.

000490     SELECT COUNSELOR-LIST-FILE ASSIGN TO "CNSLIST"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-CNSLIST-STATUS.

000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  INTERIM-GRADE-FILE
000550     LABEL RECORDS ARE STANDARD.
000560 COPY INTGREC.

000570 FD  STUDENT-DEMOG-FILE
000580     LABEL RECORDS ARE STANDARD.
000590 COPY DEMOGREC.

000600 FD  COURSE-CATALOG-FILE
000610     LABEL RECORDS ARE STANDARD.
000620 COPY CRSCATLG.

000630 FD  NOTICE-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 01  NOTICE-LINE                    PIC X(132).

000660 FD  COUNSELOR-LIST-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 01  COUNSELOR-LINE                 PIC X(132).

000690 WORKING-STORAGE SECTION.
000700*****************************************************************
000710*  FILE STATUS FIELDS                                           *
000720*****************************************************************
000730 77  WS-INTGRD-STATUS          PIC X(02)  VALUE SPACES.
000740 77  WS-STUDEMOG-STATUS        PIC X(02)  VALUE SPACES.
000750 77  WS-CRSCAT-STATUS          PIC X(02)  VALUE SPACES.
000760 77  WS-PRGNOTC-STATUS         PIC X(02)  VALUE SPACES.
000770 77  WS-CNSLIST-STATUS         PIC X(02)  VALUE SPACES.

000780*****************************************************************
000790*  RUN CONTROL SWITCHES AND REQUEST FIELDS                      *
000800*****************************************************************
000810 77  WS-EOF-SW                 PIC X(01)  VALUE "N".
000820     88  WS-END-OF-INTERIM     VALUE "Y".
000830 77  WS-REQUEST-TERM           PIC X(06)  VALUE SPACES.
000840 77  WS-REQUEST-PERIOD         PIC X(02)  VALUE SPACES.
000850 77  WS-VALID-PERIOD-SW        PIC X(01)  VALUE "N".
000860     88  WS-PERIOD-IS-VALID    VALUE "Y".
000870 77  WS-DEMOG-AVAILABLE-SW     PIC X(01)  VALUE "N".
000880     88  WS-DEMOG-IS-AVAILABLE VALUE "Y".
000890 77  WS-DEMOG-FOUND-SW         PIC X(01)  VALUE "N".
000900     88  WS-DEMOG-WAS-FOUND    VALUE "Y".
000910 77  WS-FIRST-NOTICE-SW        PIC X(01)  VALUE "Y".
000920     88  WS-IS-FIRST-NOTICE    VALUE "Y".
000930 77  WS-STUDENTS-READ          PIC 9(05)  COMP VALUE 0.
000940 77  WS-NOTICES-PRINTED        PIC 9(05)  COMP VALUE 0.
000950 77  WS-NO-ADDRESS-COUNT       PIC 9(05)  COMP VALUE 0.
000960 77  WS-COUNSELOR-COUNT        PIC 9(05)  COMP VALUE 0.
000970 77  WS-NO-PRIOR-COUNT         PIC 9(05)  COMP VALUE 0.

000980*****************************************************************
000990*  THRESHOLDS, OVERRIDABLE FOR THE RUN. A SUBJECT GRADE BELOW   *
001000*  THE AT-RISK THRESHOLD DRAWS A DEFICIENCY LETTER; A PROGRESS  *
001010*  AVERAGE THAT FELL BY MORE THAN THE DROP THRESHOLD SINCE THE  *
001020*  PRIOR PERIOD PUTS THE STUDENT ON THE COUNSELOR LIST. THE     *
001030*  AT-RISK DEFAULT MATCHES THE BATCH GRADING REPORT'S.          *
001040*****************************************************************
001050 77  WS-AT-RISK-THRESHOLD      PIC 9(03)V9(02) VALUE 60.00.
001060 77  WS-DROP-THRESHOLD         PIC 9(03)V9(02) VALUE 10.00.
001070 77  WS-THRESHOLD-INPUT        PIC 9(03)  VALUE 0.

001080 77  WS-SUBJECT-INDEX          PIC 9(01)  COMP VALUE 0.
001090 77  WS-DEFICIENT-COUNT        PIC 9(01)  COMP VALUE 0.
001100 77  WS-GRADE-CHECK            PIC X(03)  VALUE SPACES.
001110     88  WS-GRADE-IS-STATUS    VALUE "I  " "W  " "X  ".
001120 77  WS-GRADE-NUMERIC          PIC 9(03)  VALUE 0.

001130*****************************************************************
001140*  PRIOR-PERIOD HOLD AREA. THE INTERIM FILE IS READ IN KEY      *
001150*  ORDER - STUDENT, TERM, PERIOD - SO EACH STUDENT'S EARLIER    *
001160*  PERIODS FOR THE TERM ARE READ JUST BEFORE THE REQUESTED ONE. *
001170*  THE LATEST EARLIER PERIOD SEEN IS HELD HERE AS THE PRIOR.    *
001180*****************************************************************
001190 77  WS-PRIOR-FOUND-SW         PIC X(01)  VALUE "N".
001200     88  WS-PRIOR-WAS-FOUND    VALUE "Y".
001210 77  WS-PRIOR-STUDENT-ID       PIC 9(09)  VALUE 0.
001220 77  WS-PRIOR-PERIOD           PIC X(02)  VALUE SPACES.
001230 77  WS-PRIOR-AVERAGE          PIC 9(03)V9(02) VALUE 0.
001240 77  WS-PRIOR-LETTER           PIC X(01)  VALUE SPACE.
001250 77  WS-AVERAGE-DROP           PIC S9(03)V9(02) VALUE 0.

001260*****************************************************************
001270*  COURSE CATALOG TABLE, LOADED FROM CRSCAT AT INITIALIZATION.  *
001280*  A SUBJECT WHOSE CODE IS BLANK OR NOT ON FILE PRINTS WITH     *
001290*  THE DEFAULT TITLE.                                           *
001300*****************************************************************
001310 77  WS-CATALOG-COUNT          PIC 9(03)  COMP VALUE 0.
001320 77  WS-CATALOG-LIMIT          PIC 9(03)  VALUE 200.
001330 77  WS-CATALOG-EOF-SW         PIC X(01)  VALUE "N".
001340     88  WS-END-OF-CATALOG     VALUE "Y".

001350 01  WS-COURSE-CATALOG-TABLE.
001360     05  WS-CATALOG-ENTRY OCCURS 200 TIMES.
001370         10  WS-CAT-COURSE-CODE    PIC X(06).
001380         10  WS-CAT-COURSE-TITLE   PIC X(30).
001390         10  WS-CAT-EFF-FROM-KEY   PIC X(05).
001400         10  WS-CAT-EFF-TO-KEY     PIC X(05).

001410 77  WS-LOOKUP-CODE            PIC X(06)  VALUE SPACES.
001420 77  WS-LOOKUP-TITLE           PIC X(30)  VALUE SPACES.
001430 77  WS-LOOKUP-FOUND-SW        PIC X(01)  VALUE "N".
001440     88  WS-COURSE-WAS-FOUND   VALUE "Y".
001450 77  WS-LOOKUP-INDEX           PIC 9(03)  COMP VALUE 0.
001460 77  WS-LOOKUP-TERM            PIC X(06)  VALUE SPACES.
001470 77  WS-LOOKUP-TERM-KEY        PIC X(05)  VALUE SPACES.
001480 77  WS-BEST-FROM-KEY          PIC X(05)  VALUE SPACES.
001490 77  WS-TERM-KEY-INPUT         PIC X(06)  VALUE SPACES.
001500 77  WS-TERM-KEY               PIC X(05)  VALUE SPACES.

001510*****************************************************************
001520*  DISPLAY / EDIT FIELDS FOR REPORT LINES                       *
001530*****************************************************************
001540 01  WS-EDIT-AVERAGE           PIC ZZ9.99.
001550 01  WS-EDIT-PRIOR-AVERAGE     PIC ZZ9.99.
001560 01  WS-EDIT-DROP              PIC ZZ9.99.
001570 01  WS-EDIT-THRESHOLD         PIC ZZ9.99.
001580 01  WS-EDIT-STUDENT-ID        PIC 9(09).
001590 01  WS-EDIT-COUNT             PIC ZZZZ9.

001600 PROCEDURE DIVISION.
001610*****************************************************************
001620*  0000-MAINLINE                                                *
001630*  ENTRY POINT. ASKS FOR THE TERM, PROGRESS PERIOD, AND         *
001640*  THRESHOLDS, WALKS THE INTERIM GRADE FILE IN KEY ORDER, AND   *
001650*  PRINTS THE DEFICIENCY LETTERS AND THE COUNSELOR LIST FOR     *
001660*  THAT PERIOD.                                                 *
001670*****************************************************************
001680 0000-MAINLINE.
001690     PERFORM 1000-INITIALIZE
001700         THRU 1000-INITIALIZE-EXIT.

001710     PERFORM 2000-PRINT-NOTICES
001720         THRU 2000-PRINT-NOTICES-EXIT.

001730     PERFORM 9800-TERMINATE
001740         THRU 9800-TERMINATE-EXIT.

001750     STOP RUN.

001760 0000-MAINLINE-EXIT.
001770     EXIT.

001780*****************************************************************
001790*  1000-INITIALIZE                                              *
001800*  OPENS THE FILES, LOADS THE COURSE CATALOG, AND ASKS FOR THE  *
001810*  TERM, THE PROGRESS PERIOD, AND THE TWO THRESHOLDS. A MISSING *
001820*  DEMOGRAPHIC MASTER IS NOT FATAL - THE LETTERS THEN PRINT     *
001830*  WITHOUT A GUARDIAN ADDRESS BLOCK AND ARE COUNTED FOR         *
001840*  FOLLOW-UP.                                                   *
001850*****************************************************************
001860 1000-INITIALIZE.
001870     OPEN INPUT INTERIM-GRADE-FILE.
001880     IF WS-INTGRD-STATUS NOT = "00"
001890         DISPLAY "INTERIM GRADE FILE INTGRD NOT AVAILABLE - "
001900             "STATUS " WS-INTGRD-STATUS " - NOTHING TO PRINT"
001910         CLOSE INTERIM-GRADE-FILE
001920         STOP RUN
001930     END-IF.

001940     MOVE "N" TO WS-DEMOG-AVAILABLE-SW.
001950     OPEN INPUT STUDENT-DEMOG-FILE.
001960     IF WS-STUDEMOG-STATUS = "00"
001970         MOVE "Y" TO WS-DEMOG-AVAILABLE-SW
001980     ELSE
001990         DISPLAY "DEMOGRAPHIC MASTER STUDEMOG NOT AVAILABLE - "
002000             "LETTERS WILL PRINT WITHOUT GUARDIAN ADDRESSES"
002010     END-IF.

002020     OPEN OUTPUT NOTICE-FILE.
002030     OPEN OUTPUT COUNSELOR-LIST-FILE.

002040     PERFORM 1300-LOAD-COURSE-CATALOG
002050         THRU 1300-LOAD-COURSE-CATALOG-EXIT.

002060     DISPLAY "INTERIM PROGRESS NOTICE PRINT".
002070     DISPLAY "ENTER TERM (E.G. 2026FA): "
002080         WITH NO ADVANCING.
002090     ACCEPT WS-REQUEST-TERM.

002100     MOVE "N" TO WS-VALID-PERIOD-SW.
002110     PERFORM 1100-PROMPT-PERIOD
002120         THRU 1100-PROMPT-PERIOD-EXIT
002130         UNTIL WS-PERIOD-IS-VALID.

002140     MOVE 0 TO WS-THRESHOLD-INPUT.
002150     DISPLAY "AT-RISK THRESHOLD, WHOLE NUMBER (DEFAULT 060), "
002160         "0 = KEEP DEFAULT: " WITH NO ADVANCING.
002170     ACCEPT WS-THRESHOLD-INPUT.
002180     IF WS-THRESHOLD-INPUT > 0
002190         MOVE WS-THRESHOLD-INPUT TO WS-AT-RISK-THRESHOLD
002200     END-IF.

002210     MOVE 0 TO WS-THRESHOLD-INPUT.
002220     DISPLAY "COUNSELOR LIST DROP, WHOLE POINTS (DEFAULT 010), "
002230         "0 = KEEP DEFAULT: " WITH NO ADVANCING.
002240     ACCEPT WS-THRESHOLD-INPUT.
002250     IF WS-THRESHOLD-INPUT > 0
002260         MOVE WS-THRESHOLD-INPUT TO WS-DROP-THRESHOLD
002270     END-IF.

002280 1000-INITIALIZE-EXIT.
002290     EXIT.

002300 1100-PROMPT-PERIOD.
002310     MOVE SPACES TO WS-REQUEST-PERIOD.
002320     DISPLAY "ENTER PROGRESS PERIOD (P1-P9): "
002330         WITH NO ADVANCING.
002340     ACCEPT WS-REQUEST-PERIOD.

002350     IF WS-REQUEST-PERIOD (1:1) = "P"
002360             AND WS-REQUEST-PERIOD (2:1) >= "1"
002370             AND WS-REQUEST-PERIOD (2:1) <= "9"
002380         MOVE "Y" TO WS-VALID-PERIOD-SW
002390     ELSE
002400         DISPLAY "INVALID PROGRESS PERIOD - ENTER P1 THROUGH P9."
002410     END-IF.

002420 1100-PROMPT-PERIOD-EXIT.
002430     EXIT.

002440*****************************************************************
002450*  1300-LOAD-COURSE-CATALOG                                     *
002460*  LOADS THE COURSE CATALOG REFERENCE FILE INTO THE IN-MEMORY   *
002470*  TABLE USED FOR COURSE TITLES. A MISSING CATALOG IS NOT FATAL *
002480*  - SUBJECT LINES THEN PRINT WITH THE DEFAULT TITLE.           *
002490*****************************************************************
002500 1300-LOAD-COURSE-CATALOG.
002510     MOVE 0 TO WS-CATALOG-COUNT.
002520     MOVE "N" TO WS-CATALOG-EOF-SW.

002530     OPEN INPUT COURSE-CATALOG-FILE.
002540     IF WS-CRSCAT-STATUS NOT = "00"
002550         DISPLAY "COURSE CATALOG CRSCAT NOT AVAILABLE - "
002560             "SUBJECT LINES WILL NOT SHOW COURSE TITLES"
002570         GO TO 1300-LOAD-COURSE-CATALOG-EXIT
002580     END-IF.

002590     PERFORM 1310-LOAD-ONE-COURSE
002600         THRU 1310-LOAD-ONE-COURSE-EXIT
002610         UNTIL WS-END-OF-CATALOG.

002620     CLOSE COURSE-CATALOG-FILE.

002630 1300-LOAD-COURSE-CATALOG-EXIT.
002640     EXIT.

002650 1310-LOAD-ONE-COURSE.
002660     READ COURSE-CATALOG-FILE
002670         AT END
002680             MOVE "Y" TO WS-CATALOG-EOF-SW
002690     END-READ.
002700     IF WS-CRSCAT-STATUS NOT = "00"
002710         MOVE "Y" TO WS-CATALOG-EOF-SW
002720         GO TO 1310-LOAD-ONE-COURSE-EXIT
002730     END-IF.

002740     IF WS-CATALOG-COUNT < WS-CATALOG-LIMIT
002750         ADD 1 TO WS-CATALOG-COUNT
002760         MOVE CC-COURSE-CODE TO
002770             WS-CAT-COURSE-CODE (WS-CATALOG-COUNT)
002780         MOVE CC-COURSE-TITLE TO
002790             WS-CAT-COURSE-TITLE (WS-CATALOG-COUNT)
002800         IF CC-EFF-FROM-TERM = SPACES
002810             MOVE LOW-VALUES TO
002820                 WS-CAT-EFF-FROM-KEY (WS-CATALOG-COUNT)
002830         ELSE
002840             MOVE CC-EFF-FROM-TERM TO WS-TERM-KEY-INPUT
002850             PERFORM 2700-BUILD-TERM-KEY
002860                 THRU 2700-BUILD-TERM-KEY-EXIT
002870             MOVE WS-TERM-KEY TO
002880                 WS-CAT-EFF-FROM-KEY (WS-CATALOG-COUNT)
002890         END-IF
002900         IF CC-EFF-TO-TERM = SPACES
002910             MOVE HIGH-VALUES TO
002920                 WS-CAT-EFF-TO-KEY (WS-CATALOG-COUNT)
002930         ELSE
002940             MOVE CC-EFF-TO-TERM TO WS-TERM-KEY-INPUT
002950             PERFORM 2700-BUILD-TERM-KEY
002960                 THRU 2700-BUILD-TERM-KEY-EXIT
002970             MOVE WS-TERM-KEY TO
002980                 WS-CAT-EFF-TO-KEY (WS-CATALOG-COUNT)
002990         END-IF
003000     ELSE
003010         DISPLAY "COURSE CATALOG ENTRY " CC-COURSE-CODE
003020             " IGNORED - 200-COURSE CATALOG TABLE IS FULL"
003030     END-IF.

003040 1310-LOAD-ONE-COURSE-EXIT.
003050     EXIT.

003060*****************************************************************
003070*  2000-PRINT-NOTICES                                           *
003080*  WALKS THE WHOLE INTERIM GRADE FILE IN KEY ORDER. RECORDS FOR *
003090*  AN EARLIER PERIOD OF THE REQUESTED TERM ARE HELD AS THE      *
003100*  STUDENT'S PRIOR PERIOD; RECORDS FOR THE REQUESTED PERIOD GET *
003110*  A DEFICIENCY LETTER WHEN A SUBJECT IS BELOW THE AT-RISK      *
003120*  THRESHOLD AND ARE CHECKED AGAINST THE PRIOR PERIOD FOR THE   *
003130*  COUNSELOR LIST.                                              *
003140*****************************************************************
003150 2000-PRINT-NOTICES.
003160     PERFORM 3100-PRINT-COUNSELOR-HEADING
003170         THRU 3100-PRINT-COUNSELOR-HEADING-EXIT.

003180     MOVE "N" TO WS-EOF-SW.
003190     MOVE "N" TO WS-PRIOR-FOUND-SW.
003200     MOVE LOW-VALUES TO IG-KEY.
003210     START INTERIM-GRADE-FILE KEY >= IG-KEY
003220         INVALID KEY
003230             MOVE "Y" TO WS-EOF-SW
003240     END-START.
003250     IF WS-INTGRD-STATUS NOT = "00"
003260         MOVE "Y" TO WS-EOF-SW
003270     END-IF.

003280     IF NOT WS-END-OF-INTERIM
003290         PERFORM 2100-READ-NEXT-INTERIM
003300             THRU 2100-READ-NEXT-INTERIM-EXIT
003310     END-IF.

003320     PERFORM 2200-PROCESS-ONE-RECORD
003330         THRU 2200-PROCESS-ONE-RECORD-EXIT
003340         UNTIL WS-END-OF-INTERIM.

003350     PERFORM 3200-PRINT-COUNSELOR-TOTALS
003360         THRU 3200-PRINT-COUNSELOR-TOTALS-EXIT.

003370     IF WS-STUDENTS-READ = 0
003380         MOVE "NO INTERIM GRADES ON FILE FOR THIS PERIOD."
003390             TO NOTICE-LINE
003400         WRITE NOTICE-LINE
003410         DISPLAY "NO INTERIM GRADES ON FILE FOR TERM "
003420             WS-REQUEST-TERM " PERIOD " WS-REQUEST-PERIOD "."
003430         GO TO 2000-PRINT-NOTICES-EXIT
003440     END-IF.

003450     IF WS-NOTICES-PRINTED = 0
003460         MOVE "NO STUDENT HAS A SUBJECT BELOW THE AT-RISK LEVEL."
003470             TO NOTICE-LINE
003480         WRITE NOTICE-LINE
003490     END-IF.

003500     MOVE WS-STUDENTS-READ TO WS-EDIT-COUNT.
003510     DISPLAY "STUDENTS WITH INTERIM GRADES      : " WS-EDIT-COUNT.
003520     MOVE WS-NOTICES-PRINTED TO WS-EDIT-COUNT.
003530     DISPLAY "DEFICIENCY LETTERS PRINTED TO PRGNOTC: "
003540         WS-EDIT-COUNT.
003550     IF WS-NO-ADDRESS-COUNT > 0
003560         MOVE WS-NO-ADDRESS-COUNT TO WS-EDIT-COUNT
003570         DISPLAY "  LETTERS WITHOUT A GUARDIAN ADDRESS: "
003580             WS-EDIT-COUNT
003590     END-IF.
003600     MOVE WS-COUNSELOR-COUNT TO WS-EDIT-COUNT.
003610     DISPLAY "STUDENTS ON THE COUNSELOR LIST CNSLIST: "
003620         WS-EDIT-COUNT.

003630 2000-PRINT-NOTICES-EXIT.
003640     EXIT.

003650 2100-READ-NEXT-INTERIM.
003660     READ INTERIM-GRADE-FILE NEXT RECORD
003670         AT END
003680             MOVE "Y" TO WS-EOF-SW
003690     END-READ.
003700     IF WS-INTGRD-STATUS NOT = "00"
003710         MOVE "Y" TO WS-EOF-SW
003720     END-IF.

003730 2100-READ-NEXT-INTERIM-EXIT.
003740     EXIT.

003750 2200-PROCESS-ONE-RECORD.
003760     IF IG-TERM NOT = WS-REQUEST-TERM
003770         GO TO 2200-PROCESS-NEXT
003780     END-IF.

003790     IF IG-PERIOD < WS-REQUEST-PERIOD
003800         MOVE "Y" TO WS-PRIOR-FOUND-SW
003810         MOVE IG-STUDENT-ID    TO WS-PRIOR-STUDENT-ID
003820         MOVE IG-PERIOD        TO WS-PRIOR-PERIOD
003830         MOVE IG-AVERAGE-GRADE TO WS-PRIOR-AVERAGE
003840         MOVE IG-LETTER-GRADE  TO WS-PRIOR-LETTER
003850         GO TO 2200-PROCESS-NEXT
003860     END-IF.

003870     IF IG-PERIOD NOT = WS-REQUEST-PERIOD
003880         GO TO 2200-PROCESS-NEXT
003890     END-IF.

003900     ADD 1 TO WS-STUDENTS-READ.

003910     MOVE 0 TO WS-DEFICIENT-COUNT.
003920     MOVE 1 TO WS-SUBJECT-INDEX.
003930     PERFORM 2310-COUNT-ONE-DEFICIENCY
003940         THRU 2310-COUNT-ONE-DEFICIENCY-EXIT
003950         UNTIL WS-SUBJECT-INDEX > IG-SUBJECT-COUNT.

003960     IF WS-DEFICIENT-COUNT > 0
003970         PERFORM 2300-PRINT-ONE-NOTICE
003980             THRU 2300-PRINT-ONE-NOTICE-EXIT
003990     END-IF.

004000     PERFORM 3000-CHECK-AVERAGE-DROP
004010         THRU 3000-CHECK-AVERAGE-DROP-EXIT.

004020 2200-PROCESS-NEXT.
004030     PERFORM 2100-READ-NEXT-INTERIM
004040         THRU 2100-READ-NEXT-INTERIM-EXIT.

004050 2200-PROCESS-ONE-RECORD-EXIT.
004060     EXIT.

004070*****************************************************************
004080*  2300-PRINT-ONE-NOTICE                                        *
004090*  PRINTS ONE STUDENT'S DEFICIENCY LETTER - THE GUARDIAN        *
004100*  MAILING ADDRESS BLOCK, THE STUDENT, TERM, AND PERIOD         *
004110*  HEADING, THE LETTER TEXT, ONE LINE PER SUBJECT BELOW THE     *
004120*  AT-RISK THRESHOLD WITH THE CATALOG TITLE AND THE PROGRESS    *
004130*  GRADE, AND THE PROGRESS AVERAGE. EACH LETTER AFTER THE FIRST *
004140*  STARTS ON A NEW PAGE, AS THE REPORT CARDS DO.                *
004150*****************************************************************
004160 2300-PRINT-ONE-NOTICE.
004170     ADD 1 TO WS-NOTICES-PRINTED.

004180     IF WS-IS-FIRST-NOTICE
004190         MOVE "N" TO WS-FIRST-NOTICE-SW
004200         MOVE SPACES TO NOTICE-LINE
004210         WRITE NOTICE-LINE
004220     ELSE
004230         MOVE SPACES TO NOTICE-LINE
004240         WRITE NOTICE-LINE AFTER ADVANCING PAGE
004250     END-IF.

004260     PERFORM 2400-PRINT-ADDRESS-BLOCK
004270         THRU 2400-PRINT-ADDRESS-BLOCK-EXIT.

004280     MOVE IG-STUDENT-ID TO WS-EDIT-STUDENT-ID.
004290     STRING "INTERIM PROGRESS NOTICE - " IG-TERM
004300             "  PROGRESS PERIOD " IG-PERIOD
004310         DELIMITED BY SIZE INTO NOTICE-LINE.
004320     WRITE NOTICE-LINE.
004330     MOVE SPACES TO NOTICE-LINE.
004340     STRING "STUDENT " WS-EDIT-STUDENT-ID
004350             "  " IG-STUDENT-NAME
004360         DELIMITED BY SIZE INTO NOTICE-LINE.
004370     WRITE NOTICE-LINE.
004380     MOVE SPACES TO NOTICE-LINE.
004390     STRING "SCHOOL " IG-SCHOOL-CODE
004400             "  SECTION " IG-SECTION-CODE
004410         DELIMITED BY SIZE INTO NOTICE-LINE.
004420     WRITE NOTICE-LINE.
004430     MOVE "---------------------------------------------"
004440         TO NOTICE-LINE.
004450     WRITE NOTICE-LINE.
004460     MOVE SPACES TO NOTICE-LINE.
004470     WRITE NOTICE-LINE.

004480     MOVE WS-AT-RISK-THRESHOLD TO WS-EDIT-THRESHOLD.
004490     MOVE "AT THIS PROGRESS PERIOD YOUR STUDENT'S GRADE IN THE"
004500         TO NOTICE-LINE.
004510     WRITE NOTICE-LINE.
004520     MOVE SPACES TO NOTICE-LINE.
004530     STRING "COURSE(S) LISTED BELOW IS UNDER " WS-EDIT-THRESHOLD
004540             ", THE LEVEL AT WHICH THE DISTRICT"
004550         DELIMITED BY SIZE INTO NOTICE-LINE.
004560     WRITE NOTICE-LINE.
004570     MOVE "CONSIDERS A STUDENT AT RISK OF FAILING. THIS IS NOT A"
004580         TO NOTICE-LINE.
004590     WRITE NOTICE-LINE.
004600     MOVE "FINAL GRADE. PLEASE CONTACT THE SCHOOL TO ARRANGE A"
004610         TO NOTICE-LINE.
004620     WRITE NOTICE-LINE.
004630     MOVE "CONFERENCE WITH YOUR STUDENT'S TEACHERS."
004640         TO NOTICE-LINE.
004650     WRITE NOTICE-LINE.
004660     MOVE SPACES TO NOTICE-LINE.
004670     WRITE NOTICE-LINE.

004680     MOVE 1 TO WS-SUBJECT-INDEX.
004690     PERFORM 2500-PRINT-ONE-DEFICIENCY
004700         THRU 2500-PRINT-ONE-DEFICIENCY-EXIT
004710         UNTIL WS-SUBJECT-INDEX > IG-SUBJECT-COUNT.

004720     MOVE SPACES TO NOTICE-LINE.
004730     WRITE NOTICE-LINE.
004740     MOVE IG-AVERAGE-GRADE TO WS-EDIT-AVERAGE.
004750     STRING "PROGRESS AVERAGE : " WS-EDIT-AVERAGE
004760             "   LETTER GRADE : " IG-LETTER-GRADE
004770             IG-LETTER-MODIFIER
004780         DELIMITED BY SIZE INTO NOTICE-LINE.
004790     WRITE NOTICE-LINE.
004800     MOVE SPACES TO NOTICE-LINE.

004810 2300-PRINT-ONE-NOTICE-EXIT.
004820     EXIT.

004830*****************************************************************
004840*  2310-COUNT-ONE-DEFICIENCY                                    *
004850*  COUNTS ONE SUBJECT IF ITS PROGRESS GRADE IS NUMERIC AND      *
004860*  BELOW THE AT-RISK THRESHOLD. I, W, AND X ENTRIES ARE NOT     *
004870*  COUNTED.                                                     *
004880*****************************************************************
004890 2310-COUNT-ONE-DEFICIENCY.
004900     MOVE IG-SUBJECT-GRADE (WS-SUBJECT-INDEX) TO WS-GRADE-CHECK.
004910     IF WS-GRADE-IS-STATUS
004920             OR WS-GRADE-CHECK IS NOT NUMERIC
004930         GO TO 2310-COUNT-NEXT
004940     END-IF.

004950     MOVE WS-GRADE-CHECK TO WS-GRADE-NUMERIC.
004960     IF WS-GRADE-NUMERIC < WS-AT-RISK-THRESHOLD
004970         ADD 1 TO WS-DEFICIENT-COUNT
004980     END-IF.

004990 2310-COUNT-NEXT.
005000     ADD 1 TO WS-SUBJECT-INDEX.

005010 2310-COUNT-ONE-DEFICIENCY-EXIT.
005020     EXIT.

005030*****************************************************************
005040*  2400-PRINT-ADDRESS-BLOCK                                     *
005050*  PRINTS THE GUARDIAN NAME AND MAILING ADDRESS FROM THE        *
005060*  DEMOGRAPHIC MASTER AT THE TOP OF THE LETTER. A STUDENT WITH  *
005070*  NO DEMOGRAPHIC RECORD OR A BLANK ADDRESS BLOCK IS PRINTED    *
005080*  WITH A FOLLOW-UP NOTE AND COUNTED FOR THE RUN SUMMARY.       *
005090*****************************************************************
005100 2400-PRINT-ADDRESS-BLOCK.
005110     MOVE "N" TO WS-DEMOG-FOUND-SW.
005120     IF WS-DEMOG-IS-AVAILABLE
005130         MOVE IG-STUDENT-ID TO DM-STUDENT-ID
005140         READ STUDENT-DEMOG-FILE
005150             INVALID KEY
005160                 MOVE "N" TO WS-DEMOG-FOUND-SW
005170             NOT INVALID KEY
005180                 MOVE "Y" TO WS-DEMOG-FOUND-SW
005190         END-READ
005200     END-IF.

005210     IF NOT WS-DEMOG-WAS-FOUND
005220             OR DM-GUARDIAN-NAME = SPACES
005230         ADD 1 TO WS-NO-ADDRESS-COUNT
005240         MOVE "** NO GUARDIAN ADDRESS ON FILE **"
005250             TO NOTICE-LINE
005260         WRITE NOTICE-LINE
005270         MOVE SPACES TO NOTICE-LINE
005280         WRITE NOTICE-LINE
005290         GO TO 2400-PRINT-ADDRESS-BLOCK-EXIT
005300     END-IF.

005310     MOVE DM-GUARDIAN-NAME TO NOTICE-LINE.
005320     WRITE NOTICE-LINE.
005330     MOVE DM-MAIL-STREET TO NOTICE-LINE.
005340     WRITE NOTICE-LINE.
005350     MOVE SPACES TO NOTICE-LINE.
005360     STRING DM-MAIL-CITY ", " DM-MAIL-STATE " " DM-MAIL-ZIP
005370         DELIMITED BY SIZE INTO NOTICE-LINE.
005380     WRITE NOTICE-LINE.
005390     MOVE SPACES TO NOTICE-LINE.
005400     WRITE NOTICE-LINE.

005410 2400-PRINT-ADDRESS-BLOCK-EXIT.
005420     EXIT.

005430*****************************************************************
005440*  2500-PRINT-ONE-DEFICIENCY                                    *
005450*  PRINTS ONE COURSE LINE - CODE, CATALOG TITLE, AND PROGRESS   *
005460*  GRADE - FOR A SUBJECT BELOW THE AT-RISK THRESHOLD. OTHER     *
005470*  SUBJECTS ARE SKIPPED.                                        *
005480*****************************************************************
005490 2500-PRINT-ONE-DEFICIENCY.
005500     MOVE IG-SUBJECT-GRADE (WS-SUBJECT-INDEX) TO WS-GRADE-CHECK.
005510     IF WS-GRADE-IS-STATUS
005520             OR WS-GRADE-CHECK IS NOT NUMERIC
005530         GO TO 2500-PRINT-NEXT
005540     END-IF.
005550     MOVE WS-GRADE-CHECK TO WS-GRADE-NUMERIC.
005560     IF WS-GRADE-NUMERIC NOT < WS-AT-RISK-THRESHOLD
005570         GO TO 2500-PRINT-NEXT
005580     END-IF.

005590     MOVE IG-SUBJECT-CODE (WS-SUBJECT-INDEX) TO WS-LOOKUP-CODE.
005600     MOVE IG-TERM TO WS-LOOKUP-TERM.
005610     PERFORM 2600-LOOKUP-COURSE
005620         THRU 2600-LOOKUP-COURSE-EXIT.

005630     STRING "  " IG-SUBJECT-CODE (WS-SUBJECT-INDEX)
005640             " " WS-LOOKUP-TITLE
005650             " " WS-GRADE-CHECK
005660         DELIMITED BY SIZE INTO NOTICE-LINE.
005670     WRITE NOTICE-LINE.
005680     MOVE SPACES TO NOTICE-LINE.

005690 2500-PRINT-NEXT.
005700     ADD 1 TO WS-SUBJECT-INDEX.

005710 2500-PRINT-ONE-DEFICIENCY-EXIT.
005720     EXIT.

005730*****************************************************************
005740*  2600-LOOKUP-COURSE                                           *
005750*  LOOKS THE COURSE CODE IN WS-LOOKUP-CODE UP IN THE CATALOG    *
005760*  TABLE FOR THE TERM IN WS-LOOKUP-TERM. OF THE ENTRIES WHOSE   *
005770*  EFFECTIVE RANGE COVERS THE TERM, THE ONE WITH THE LATEST     *
005780*  FROM-TERM WINS. RETURNS THE TITLE, OR THE DEFAULT TITLE WHEN *
005790*  THE CODE IS BLANK OR NO ENTRY IS IN EFFECT.                  *
005800*****************************************************************
005810 2600-LOOKUP-COURSE.
005820     MOVE "N" TO WS-LOOKUP-FOUND-SW.
005830     MOVE "UNLISTED COURSE" TO WS-LOOKUP-TITLE.

005840     IF WS-LOOKUP-CODE = SPACES
005850         GO TO 2600-LOOKUP-COURSE-EXIT
005860     END-IF.

005870     MOVE WS-LOOKUP-TERM TO WS-TERM-KEY-INPUT.
005880     PERFORM 2700-BUILD-TERM-KEY
005890         THRU 2700-BUILD-TERM-KEY-EXIT.
005900     MOVE WS-TERM-KEY TO WS-LOOKUP-TERM-KEY.
005910     MOVE LOW-VALUES TO WS-BEST-FROM-KEY.

005920     MOVE 1 TO WS-LOOKUP-INDEX.
005930     PERFORM 2610-LOOKUP-ONE-ENTRY
005940         THRU 2610-LOOKUP-ONE-ENTRY-EXIT
005950         UNTIL WS-LOOKUP-INDEX > WS-CATALOG-COUNT.

005960 2600-LOOKUP-COURSE-EXIT.
005970     EXIT.

005980 2610-LOOKUP-ONE-ENTRY.
005990     IF WS-CAT-COURSE-CODE (WS-LOOKUP-INDEX) = WS-LOOKUP-CODE
006000         AND WS-CAT-EFF-FROM-KEY (WS-LOOKUP-INDEX)
006010             <= WS-LOOKUP-TERM-KEY
006020         AND WS-CAT-EFF-TO-KEY (WS-LOOKUP-INDEX)
006030             >= WS-LOOKUP-TERM-KEY
006040         IF NOT WS-COURSE-WAS-FOUND
006050             OR WS-CAT-EFF-FROM-KEY (WS-LOOKUP-INDEX)
006060                 > WS-BEST-FROM-KEY
006070             MOVE "Y" TO WS-LOOKUP-FOUND-SW
006080             MOVE WS-CAT-EFF-FROM-KEY (WS-LOOKUP-INDEX)
006090                 TO WS-BEST-FROM-KEY
006100             MOVE WS-CAT-COURSE-TITLE (WS-LOOKUP-INDEX)
006110                 TO WS-LOOKUP-TITLE
006120         END-IF
006130     END-IF.
006140     ADD 1 TO WS-LOOKUP-INDEX.

006150 2610-LOOKUP-ONE-ENTRY-EXIT.
006160     EXIT.

006170*****************************************************************
006180*  2700-BUILD-TERM-KEY                                          *
006190*  BUILDS A SORTABLE KEY FROM THE TERM IN WS-TERM-KEY-INPUT -   *
006200*  THE FOUR-DIGIT YEAR FOLLOWED BY A SESSION SEQUENCE DIGIT     *
006210*  (WI=1, SP=2, SU=3, FA=4), SO TERMS COMPARE IN CALENDAR ORDER *
006220*  INSTEAD OF ALPHABETIC ORDER. AN UNRECOGNIZED SESSION CODE    *
006230*  SORTS LAST WITHIN ITS YEAR.                                  *
006240*****************************************************************
006250 2700-BUILD-TERM-KEY.
006260     MOVE SPACES TO WS-TERM-KEY.
006270     MOVE WS-TERM-KEY-INPUT (1:4) TO WS-TERM-KEY (1:4).
006280     EVALUATE WS-TERM-KEY-INPUT (5:2)
006290         WHEN "WI"
006300             MOVE "1" TO WS-TERM-KEY (5:1)
006310         WHEN "SP"
006320             MOVE "2" TO WS-TERM-KEY (5:1)
006330         WHEN "SU"
006340             MOVE "3" TO WS-TERM-KEY (5:1)
006350         WHEN "FA"
006360             MOVE "4" TO WS-TERM-KEY (5:1)
006370         WHEN OTHER
006380             MOVE "9" TO WS-TERM-KEY (5:1)
006390     END-EVALUATE.

006400 2700-BUILD-TERM-KEY-EXIT.
006410     EXIT.

006420*****************************************************************
006430*  3000-CHECK-AVERAGE-DROP                                      *
006440*  COMPARES THE STUDENT'S PROGRESS AVERAGE FOR THE REQUESTED    *
006450*  PERIOD WITH THE PRIOR PERIOD HELD FOR THE SAME STUDENT. A    *
006460*  DROP OF MORE THAN THE DROP THRESHOLD PUTS THE STUDENT ON THE *
006470*  COUNSELOR LIST. A STUDENT WITH NO EARLIER PERIOD IN THE      *
006480*  TERM, OR WITH NO GRADED SUBJECT IN EITHER PERIOD, IS NOT     *
006490*  COMPARED.                                                    *
006500*****************************************************************
006510 3000-CHECK-AVERAGE-DROP.
006520     IF NOT WS-PRIOR-WAS-FOUND
006530             OR WS-PRIOR-STUDENT-ID NOT = IG-STUDENT-ID
006540         ADD 1 TO WS-NO-PRIOR-COUNT
006550         GO TO 3000-CHECK-AVERAGE-DROP-EXIT
006560     END-IF.

006570     IF WS-PRIOR-LETTER = "N" OR IG-LETTER-GRADE = "N"
006580         GO TO 3000-CHECK-AVERAGE-DROP-EXIT
006590     END-IF.

006600     COMPUTE WS-AVERAGE-DROP =
006610         WS-PRIOR-AVERAGE - IG-AVERAGE-GRADE.
006620     IF WS-AVERAGE-DROP NOT > WS-DROP-THRESHOLD
006630         GO TO 3000-CHECK-AVERAGE-DROP-EXIT
006640     END-IF.

006650     ADD 1 TO WS-COUNSELOR-COUNT.
006660     MOVE IG-STUDENT-ID    TO WS-EDIT-STUDENT-ID.
006670     MOVE WS-PRIOR-AVERAGE TO WS-EDIT-PRIOR-AVERAGE.
006680     MOVE IG-AVERAGE-GRADE TO WS-EDIT-AVERAGE.
006690     MOVE WS-AVERAGE-DROP  TO WS-EDIT-DROP.
006700     MOVE SPACES TO COUNSELOR-LINE.
006710     STRING WS-EDIT-STUDENT-ID " " IG-STUDENT-NAME
006720             " " IG-SCHOOL-CODE "  " IG-SECTION-CODE
006730             "    " WS-PRIOR-PERIOD " " WS-EDIT-PRIOR-AVERAGE
006740             "    " IG-PERIOD " " WS-EDIT-AVERAGE
006750             "   " WS-EDIT-DROP
006760         DELIMITED BY SIZE INTO COUNSELOR-LINE.
006770     WRITE COUNSELOR-LINE.
006780     MOVE SPACES TO COUNSELOR-LINE.

006790 3000-CHECK-AVERAGE-DROP-EXIT.
006800     EXIT.

006810*****************************************************************
006820*  3100-PRINT-COUNSELOR-HEADING                                 *
006830*  PRINTS THE COUNSELOR LIST TITLE, THE DROP THRESHOLD IN       *
006840*  EFFECT, AND THE COLUMN HEADINGS.                             *
006850*****************************************************************
006860 3100-PRINT-COUNSELOR-HEADING.
006870     MOVE SPACES TO COUNSELOR-LINE.
006880     STRING "INTERIM PROGRESS COUNSELOR LIST - " WS-REQUEST-TERM
006890             "  PROGRESS PERIOD " WS-REQUEST-PERIOD
006900         DELIMITED BY SIZE INTO COUNSELOR-LINE.
006910     WRITE COUNSELOR-LINE.
006920     MOVE SPACES TO COUNSELOR-LINE.
006930     MOVE WS-DROP-THRESHOLD TO WS-EDIT-DROP.
006940     STRING "STUDENTS WHOSE PROGRESS AVERAGE DROPPED MORE THAN "
006950             WS-EDIT-DROP " POINTS FROM THE PRIOR PERIOD"
006960         DELIMITED BY SIZE INTO COUNSELOR-LINE.
006970     WRITE COUNSELOR-LINE.
006980     MOVE SPACES TO COUNSELOR-LINE.
006990     WRITE COUNSELOR-LINE.
007000     MOVE "STUDENT   NAME" TO COUNSELOR-LINE.
007010     MOVE "SCH  SECT"      TO COUNSELOR-LINE (42:9).
007020     MOVE "PRIOR AVG"      TO COUNSELOR-LINE (55:9).
007030     MOVE "CURRENT AVG"    TO COUNSELOR-LINE (68:11).
007040     MOVE "DROP"           TO COUNSELOR-LINE (82:4).
007050     WRITE COUNSELOR-LINE.
007060     MOVE SPACES TO COUNSELOR-LINE.

007070 3100-PRINT-COUNSELOR-HEADING-EXIT.
007080     EXIT.

007090*****************************************************************
007100*  3200-PRINT-COUNSELOR-TOTALS                                  *
007110*  PRINTS THE COUNSELOR LIST FOOTING - HOW MANY STUDENTS WERE   *
007120*  LISTED AND HOW MANY HAD NO EARLIER PERIOD TO COMPARE WITH.   *
007130*****************************************************************
007140 3200-PRINT-COUNSELOR-TOTALS.
007150     MOVE SPACES TO COUNSELOR-LINE.
007160     WRITE COUNSELOR-LINE.
007170     MOVE WS-COUNSELOR-COUNT TO WS-EDIT-COUNT.
007180     STRING "STUDENTS LISTED              : " WS-EDIT-COUNT
007190         DELIMITED BY SIZE INTO COUNSELOR-LINE.
007200     WRITE COUNSELOR-LINE.
007210     MOVE SPACES TO COUNSELOR-LINE.
007220     MOVE WS-NO-PRIOR-COUNT TO WS-EDIT-COUNT.
007230     STRING "STUDENTS WITH NO PRIOR PERIOD: " WS-EDIT-COUNT
007240         DELIMITED BY SIZE INTO COUNSELOR-LINE.
007250     WRITE COUNSELOR-LINE.
007260     MOVE SPACES TO COUNSELOR-LINE.

007270 3200-PRINT-COUNSELOR-TOTALS-EXIT.
007280     EXIT.

007290*****************************************************************
007300*  9800-TERMINATE                                               *
007310*  CLOSES THE FILES AND ENDS THE RUN.                           *
007320*****************************************************************
007330 9800-TERMINATE.
007340     CLOSE INTERIM-GRADE-FILE.
007350     CLOSE NOTICE-FILE.
007360     CLOSE COUNSELOR-LIST-FILE.
007370     IF WS-DEMOG-IS-AVAILABLE
007380         CLOSE STUDENT-DEMOG-FILE
007390     END-IF.

007400 9800-TERMINATE-EXIT.
007410     EXIT.
