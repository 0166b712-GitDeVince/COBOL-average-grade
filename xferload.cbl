000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    TransferCreditLoad.
000120 AUTHOR.        M. OKONKWO-BELL, GRADING SYSTEMS GROUP.
000130 INSTALLATION.  DISTRICT OFFICE, ACADEMIC RECORDS.
000140 DATE-WRITTEN.  10/14/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY                                        *
000180*  ------------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION                                *
000200*  10/14/2026 MOB   ORIGINAL VERSION. TRANSFER-CREDIT LOAD.    *
000210*                   READS THE REGISTRAR'S TRANSFER-CREDIT      *
000220*                   LINES (XFRCRED), CHECKS EACH STUDENT ON    *
000230*                   STUDEMOG, MAPS EACH COURSE TO THE DISTRICT *
000240*                   CATALOG BY CODE OR BY THE SENDING SCHOOL'S *
000250*                   TITLE, AND POSTS IT TO A GRADE-MASTER TERM *
000260*                   FLAGGED AS TRANSFER, RECOMPUTING THE       *
000270*                   TERM'S AVERAGE, LETTER GRADE, AND GPA.     *
000280*                   LOGS AUDIT IMAGES, CUTS REGISTRAR EXPORT   *
000290*                   RECORDS, AND LISTS EVERY LINE IT CANNOT    *
000300*                   POST ON A SUSPENSE REPORT FOR THE          *
000310*                   REGISTRAR.                                 *
000311*  10/14/2026 MOB   EVERY GRADE-MASTER TERM THE LOAD ADDS OR   *
000312*                   ADDS A SUBJECT TO IS NOW JOURNALED TO      *
000313*                   GMJRNL UNDER THE RUN'S RUN-HISTORY START   *
000314*                   TIMESTAMP, SO GMUTIL CAN BACK A BAD LOAD   *
000315*                   OUT.                                       *
000316*  10/15/2026 MOB   A GRADE-MASTER JOURNAL THAT CANNOT BE      *
000317*                   OPENED NOW ENDS THE RUN BEFORE ANY         *
000318*                   GRADE-MASTER RECORD IS CHANGED, SO NO      *
000319*                   UPDATE IS EVER MADE THAT GMUTIL COULD NOT  *
000320*                   BACK OUT.                                  *
000321*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT TRANSFER-CREDIT-FILE ASSIGN TO "XFRCRED"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-XFRCRED-STATUS.

000390     SELECT STUDENT-DEMOG-FILE  ASSIGN TO "STUDEMOG"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS DM-STUDENT-ID
000430         FILE STATUS IS WS-STUDEMOG-STATUS.

000440     SELECT GRADE-MASTER-FILE   ASSIGN TO "GRDMSTR"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS GM-KEY
000480         FILE STATUS IS WS-GRDMSTR-STATUS.

000490     SELECT COURSE-CATALOG-FILE ASSIGN TO "CRSCAT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-CRSCAT-STATUS.

000520     SELECT GRADE-SCALE-FILE    ASSIGN TO "GRDSCAL"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-GRDSCAL-STATUS.

000550     SELECT AUDIT-LOG-FILE      ASSIGN TO "AUDITLG"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-AUDITLG-STATUS.

000580     SELECT REGISTRAR-EXPORT-FILE ASSIGN TO "EXPORT1"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-EXPORT-STATUS.

000610     SELECT TRANSFER-REPORT-FILE ASSIGN TO "XFRRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-XFRRPT-STATUS.

000640     SELECT TRANSFER-SUSPENSE-FILE ASSIGN TO "XFRSUSP"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-XFRSUSP-STATUS.

000670     SELECT RUN-HISTORY-FILE    ASSIGN TO "RUNHIST"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-RUNHIST-STATUS.

000692     SELECT GM-JOURNAL-FILE     ASSIGN TO "GMJRNL"
000694         ORGANIZATION IS LINE SEQUENTIAL
000696         FILE STATUS IS WS-GMJRNL-STATUS.

000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  TRANSFER-CREDIT-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 COPY XFERREC.

000750 FD  STUDENT-DEMOG-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 COPY DEMOGREC.

000780 FD  GRADE-MASTER-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 COPY GMSTRREC.

000810 FD  COURSE-CATALOG-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 COPY CRSCATLG.

000840 FD  GRADE-SCALE-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 COPY GRDSCALE.

000870 FD  AUDIT-LOG-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 COPY AUDITREC.

000900 FD  REGISTRAR-EXPORT-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 COPY EXPREC.

000930 FD  TRANSFER-REPORT-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 01  TRANSFER-REPORT-LINE           PIC X(132).

000960 FD  TRANSFER-SUSPENSE-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 01  TRANSFER-SUSPENSE-LINE         PIC X(132).

000990 FD  RUN-HISTORY-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 COPY RUNREC.

001012 FD  GM-JOURNAL-FILE
001014     LABEL RECORDS ARE STANDARD.
001016 COPY JRNLREC.

001020 WORKING-STORAGE SECTION.
001030*****************************************************************
001040*  FILE STATUS FIELDS                                           *
001050*****************************************************************
001060 77  WS-XFRCRED-STATUS         PIC X(02)  VALUE SPACES.
001070 77  WS-STUDEMOG-STATUS        PIC X(02)  VALUE SPACES.
001080 77  WS-GRDMSTR-STATUS         PIC X(02)  VALUE SPACES.
001090 77  WS-CRSCAT-STATUS          PIC X(02)  VALUE SPACES.
001100 77  WS-GRDSCAL-STATUS         PIC X(02)  VALUE SPACES.
001110 77  WS-AUDITLG-STATUS         PIC X(02)  VALUE SPACES.
001120 77  WS-EXPORT-STATUS          PIC X(02)  VALUE SPACES.
001130 77  WS-XFRRPT-STATUS          PIC X(02)  VALUE SPACES.
001140 77  WS-XFRSUSP-STATUS         PIC X(02)  VALUE SPACES.
001150 77  WS-RUNHIST-STATUS         PIC X(02)  VALUE SPACES.
001152 77  WS-GMJRNL-STATUS          PIC X(02)  VALUE SPACES.

001160*****************************************************************
001170*  RUN CONTROL SWITCHES AND RUN COUNTS                          *
001180*****************************************************************
001190 77  WS-XFER-EOF-SW            PIC X(01)  VALUE "N".
001200     88  WS-END-OF-TRANSFER-LINES VALUE "Y".
001210 77  WS-SUSPEND-REASON         PIC X(50)  VALUE SPACES.
001220 77  WS-POST-ACTION            PIC X(13)  VALUE SPACES.
001230 77  WS-AUDIT-ACTION           PIC X(08)  VALUE SPACES.
001240 77  WS-TERM-SESSION           PIC X(02)  VALUE SPACES.
001250     88  WS-SESSION-IS-VALID   VALUE "WI" "SP" "SU" "FA".
001260 77  WS-SUBJECT-ON-FILE-SW     PIC X(01)  VALUE "N".
001270     88  WS-SUBJECT-IS-ON-FILE VALUE "Y".

001280 77  WS-LINE-READ-COUNT        PIC 9(07)  COMP VALUE 0.
001290 77  WS-POSTED-COUNT           PIC 9(07)  COMP VALUE 0.
001300 77  WS-NEW-TERM-COUNT         PIC 9(07)  COMP VALUE 0.
001310 77  WS-SUSPENDED-COUNT        PIC 9(07)  COMP VALUE 0.
001320 77  WS-CREDIT-DIFF-COUNT      PIC 9(07)  COMP VALUE 0.
001330 77  WS-TITLE-MAPPED-COUNT     PIC 9(07)  COMP VALUE 0.
001340 77  WS-EXPORT-WRITE-COUNT     PIC 9(07)  COMP VALUE 0.

001350*****************************************************************
001360*  COURSE CATALOG TABLE AND LOOKUP FIELDS. A TRANSFER LINE MAPS *
001370*  BY ITS DISTRICT COURSE CODE WHEN THE REGISTRAR KEYED ONE     *
001380*  THAT IS IN EFFECT FOR THE TERM; OTHERWISE BY AN EXACT MATCH  *
001390*  OF THE SENDING SCHOOL'S TITLE ON THE CATALOG TITLE. A TITLE  *
001400*  THAT MATCHES MORE THAN ONE COURSE IS NOT GUESSED AT.         *
001410*****************************************************************
001420 77  WS-CATALOG-COUNT          PIC 9(03)  COMP VALUE 0.
001430 77  WS-CATALOG-LIMIT          PIC 9(03)  VALUE 200.
001440 77  WS-CATALOG-EOF-SW         PIC X(01)  VALUE "N".
001450     88  WS-END-OF-CATALOG     VALUE "Y".

001460 01  WS-COURSE-CATALOG-TABLE.
001470     05  WS-CATALOG-ENTRY OCCURS 200 TIMES.
001480         10  WS-CAT-COURSE-CODE    PIC X(06).
001490         10  WS-CAT-COURSE-TITLE   PIC X(30).
001500         10  WS-CAT-CREDIT-HOURS   PIC 9(01)V9(01).
001510         10  WS-CAT-EFF-FROM-KEY   PIC X(05).
001520         10  WS-CAT-EFF-TO-KEY     PIC X(05).
001530         10  WS-CAT-COURSE-LEVEL   PIC X(01).

001540 77  WS-LOOKUP-CODE            PIC X(06)  VALUE SPACES.
001550 77  WS-LOOKUP-TITLE           PIC X(30)  VALUE SPACES.
001560 77  WS-LOOKUP-CREDITS         PIC 9(01)V9(01) VALUE 1.0.
001570 77  WS-LOOKUP-LEVEL           PIC X(01)  VALUE SPACE.
001580     88  WS-LOOKUP-IS-HONORS   VALUE "H".
001590     88  WS-LOOKUP-IS-AP       VALUE "A".
001600 77  WS-LOOKUP-FOUND-SW        PIC X(01)  VALUE "N".
001610     88  WS-COURSE-WAS-FOUND   VALUE "Y".
001620 77  WS-TITLE-AMBIGUOUS-SW     PIC X(01)  VALUE "N".
001630     88  WS-TITLE-IS-AMBIGUOUS VALUE "Y".
001640 77  WS-LOOKUP-INDEX           PIC 9(03)  COMP VALUE 0.
001650 77  WS-LOOKUP-TERM            PIC X(06)  VALUE SPACES.
001660 77  WS-LOOKUP-TERM-KEY        PIC X(05)  VALUE SPACES.
001670 77  WS-BEST-FROM-KEY          PIC X(05)  VALUE SPACES.
001680 77  WS-TERM-KEY-INPUT         PIC X(06)  VALUE SPACES.
001690 77  WS-TERM-KEY               PIC X(05)  VALUE SPACES.

001700 77  WS-MAPPED-CODE            PIC X(06)  VALUE SPACES.
001710 77  WS-MAPPED-TITLE           PIC X(30)  VALUE SPACES.
001720 77  WS-MAPPED-CREDITS         PIC 9(01)V9(01) VALUE 0.

001730*****************************************************************
001740*  TERM RECOMPUTATION FIELDS. A TRANSFER TERM IS AVERAGED,      *
001750*  LETTERED, AND GIVEN GPA POINTS THE SAME WAY A DISTRICT TERM  *
001760*  IS - CREDIT-WEIGHTED ON THE CATALOG CREDIT HOURS, LETTERED   *
001770*  ON THE GRADING SCALE IN EFFECT FOR THE TERM.                 *
001780*****************************************************************
001790 77  WS-SUBJECT-INDEX          PIC 9(01)  COMP VALUE 0.
001800 77  WS-GRADE-CHECK            PIC X(03)  VALUE SPACES.
001810     88  WS-GRADE-IS-STATUS    VALUE "I  " "W  " "X  ".
001820 77  WS-GRADE-NUMERIC          PIC 9(03)  VALUE 0.
001830 77  WS-GRADED-COUNT           PIC 9(01)  COMP VALUE 0.
001840 77  WS-WEIGHTED-GRADE-SUM     PIC 9(05)V9(02) COMP VALUE 0.
001850 77  WS-CREDIT-HOUR-SUM        PIC 9(03)V9(01) COMP VALUE 0.
001860 77  WS-RECOMPUTED-AVERAGE     PIC 9(03)V9(02) VALUE 0.
001870 77  WS-LETTER-GRADE           PIC X(01)  VALUE SPACE.
001880 77  WS-LETTER-MODIFIER        PIC X(01)  VALUE SPACE.
001890 77  WS-GPA-POINTS             PIC 9(01)V9(01) VALUE 0.
001900 77  WS-WEIGHTED-GPA           PIC 9(01)V9(01) VALUE 0.
001910 77  WS-STEP-REGULAR-POINTS    PIC 9(01)V9(01) VALUE 0.
001920 77  WS-STEP-LEVEL-POINTS      PIC 9(01)V9(01) VALUE 0.
001930 77  WS-WEIGHT-BONUS-SUM       PIC S9(03)V9(02) COMP VALUE 0.
001940 77  WS-WEIGHT-CREDIT-SUM      PIC 9(03)V9(01) COMP VALUE 0.

001950*****************************************************************
001960*  GRADING SCALE TABLE, LOADED FROM GRDSCAL AT INITIALIZATION.  *
001970*****************************************************************
001980 77  WS-SCALE-COUNT            PIC 9(03)  COMP VALUE 0.
001990 77  WS-SCALE-LIMIT            PIC 9(03)  VALUE 60.
002000 77  WS-SCALE-EOF-SW           PIC X(01)  VALUE "N".
002010     88  WS-END-OF-SCALE       VALUE "Y".

002020 01  WS-GRADE-SCALE-TABLE.
002030     05  WS-SCALE-ENTRY OCCURS 60 TIMES.
002040         10  WS-SCL-EFF-FROM-KEY   PIC X(05).
002050         10  WS-SCL-EFF-TO-KEY     PIC X(05).
002060         10  WS-SCL-MIN-SCORE      PIC 9(03)V9(02).
002070         10  WS-SCL-LETTER-GRADE   PIC X(01).
002080         10  WS-SCL-MODIFIER       PIC X(01).
002090         10  WS-SCL-REGULAR-POINTS PIC 9(01)V9(01).
002100         10  WS-SCL-HONORS-POINTS  PIC 9(01)V9(01).
002110         10  WS-SCL-AP-POINTS      PIC 9(01)V9(01).
002120         10  WS-SCL-HONOR-ROLL-SW  PIC X(01).

002130 77  WS-SCALE-INDEX            PIC 9(03)  COMP VALUE 0.
002140 77  WS-SCALE-TERM             PIC X(06)  VALUE SPACES.
002150 77  WS-SCALE-TERM-KEY         PIC X(05)  VALUE SPACES.
002160 77  WS-SCALE-FROM-KEY         PIC X(05)  VALUE SPACES.
002170 77  WS-SCALE-FOUND-SW         PIC X(01)  VALUE "N".
002180     88  WS-SCALE-IS-IN-EFFECT VALUE "Y".
002190 77  WS-SCALE-SCORE            PIC 9(03)V9(02) VALUE 0.
002200 77  WS-STEP-INDEX             PIC 9(03)  COMP VALUE 0.
002210 77  WS-STEP-FOUND-SW          PIC X(01)  VALUE "N".
002220     88  WS-STEP-WAS-FOUND     VALUE "Y".
002230 77  WS-STEP-MIN-SCORE         PIC 9(03)V9(02) VALUE 0.

002240*****************************************************************
002250*  TIMESTAMP FIELDS FOR THE AUDIT LOG AND RUN-HISTORY           *
002260*****************************************************************
002270 01  WS-CURRENT-DATE           PIC 9(08).
002280 01  WS-CURRENT-TIME           PIC 9(08).
002290 01  WS-TIMESTAMP-DISPLAY      PIC X(26)  VALUE SPACES.
002300 77  WS-RUN-START-STAMP        PIC X(26)  VALUE SPACES.

002310*****************************************************************
002320*  DISPLAY / EDIT FIELDS FOR REPORT LINES                       *
002330*****************************************************************
002340 01  WS-EDIT-STUDENT-ID        PIC 9(09).
002350 01  WS-EDIT-CREDITS           PIC Z9.9.
002360 01  WS-EDIT-CATALOG-CREDITS   PIC Z9.9.
002370 01  WS-EDIT-COUNT             PIC ZZZZZZ9.
002380 77  WS-CREDITS-SHOWN          PIC X(04)  VALUE SPACES.

002381*****************************************************************
002382*  GRADE-MASTER JOURNAL FIELDS. THE IMAGE IS THE TERM AS IT     *
002383*  STOOD BEFORE THE LOAD ADDED A SUBJECT TO IT, OR THE TERM AS  *
002384*  WRITTEN WHEN THE LOAD ADDED IT.                              *
002385*****************************************************************
002386 77  WS-JOURNAL-ACTION         PIC X(01)  VALUE SPACE.
002387 01  WS-JOURNAL-IMAGE          PIC X(150).

002390 PROCEDURE DIVISION.
002400*****************************************************************
002410*  0000-MAINLINE                                                *
002420*  ENTRY POINT. LOADS THE REFERENCE FILES, POSTS OR SUSPENDS    *
002430*  EVERY TRANSFER-CREDIT LINE, AND PRINTS THE RUN TOTALS.       *
002440*****************************************************************
002450 0000-MAINLINE.
002460     PERFORM 1200-BUILD-TIMESTAMP
002470         THRU 1200-BUILD-TIMESTAMP-EXIT.
002480     MOVE WS-TIMESTAMP-DISPLAY TO WS-RUN-START-STAMP.

002490     PERFORM 1000-INITIALIZE
002500         THRU 1000-INITIALIZE-EXIT.

002510     PERFORM 2000-LOAD-TRANSFER-CREDITS
002520         THRU 2000-LOAD-TRANSFER-CREDITS-EXIT.

002530     PERFORM 9800-TERMINATE
002540         THRU 9800-TERMINATE-EXIT.

002550     PERFORM 9300-REGISTER-RUN
002560         THRU 9300-REGISTER-RUN-EXIT.

002570     STOP RUN.

002580 0000-MAINLINE-EXIT.
002590     EXIT.

002600*****************************************************************
002610*  1000-INITIALIZE                                              *
002620*  OPENS THE FILES AND LOADS THE CATALOG AND GRADING SCALE.     *
002630*  THE RUN CANNOT GO ON WITHOUT THE TRANSFER-CREDIT LINES,      *
002640*  STUDEMOG, OR THE GRADE-MASTER. WITH NO CATALOG NO LINE CAN   *
002650*  BE MAPPED, SO EVERY LINE WILL GO TO SUSPENSE - THE OPERATOR  *
002660*  IS WARNED.                                                   *
002670*****************************************************************
002680 1000-INITIALIZE.
002690     OPEN INPUT TRANSFER-CREDIT-FILE.
002700     IF WS-XFRCRED-STATUS NOT = "00"
002710         DISPLAY "TRANSFER-CREDIT FILE XFRCRED NOT AVAILABLE - "
002720             "STATUS " WS-XFRCRED-STATUS " - NOTHING TO LOAD"
002730         STOP RUN
002740     END-IF.

002750     OPEN INPUT STUDENT-DEMOG-FILE.
002760     IF WS-STUDEMOG-STATUS NOT = "00"
002770         DISPLAY "STUDENT DEMOGRAPHIC FILE STUDEMOG NOT "
002780             "AVAILABLE - STATUS " WS-STUDEMOG-STATUS
002790             " - TRANSFER LOAD ABORTED"
002800         CLOSE TRANSFER-CREDIT-FILE
002810         STOP RUN
002820     END-IF.

002830     OPEN I-O GRADE-MASTER-FILE.
002840     IF WS-GRDMSTR-STATUS NOT = "00"
002850         DISPLAY "GRADE-MASTER FILE GRDMSTR NOT AVAILABLE - "
002860             "STATUS " WS-GRDMSTR-STATUS
002870             " - TRANSFER LOAD ABORTED"
002880         CLOSE TRANSFER-CREDIT-FILE
002890         CLOSE STUDENT-DEMOG-FILE
002900         STOP RUN
002910     END-IF.

002920     PERFORM 1300-LOAD-COURSE-CATALOG
002930         THRU 1300-LOAD-COURSE-CATALOG-EXIT.
002940     PERFORM 1350-LOAD-GRADING-SCALE
002950         THRU 1350-LOAD-GRADING-SCALE-EXIT.

002960     OPEN EXTEND AUDIT-LOG-FILE.
002970     IF WS-AUDITLG-STATUS = "35"
002980         OPEN OUTPUT AUDIT-LOG-FILE
002990     END-IF.
003000     OPEN EXTEND REGISTRAR-EXPORT-FILE.
003010     IF WS-EXPORT-STATUS = "35"
003020         OPEN OUTPUT REGISTRAR-EXPORT-FILE
003030     END-IF.
003032     OPEN EXTEND GM-JOURNAL-FILE.
003034     IF WS-GMJRNL-STATUS = "35"
003036         OPEN OUTPUT GM-JOURNAL-FILE
003038     END-IF.
003039     IF WS-GMJRNL-STATUS NOT = "00"
003040         DISPLAY "GRADE-MASTER JOURNAL GMJRNL COULD NOT BE "
003041             "OPENED - STATUS " WS-GMJRNL-STATUS
003042             " - RUN ABORTED, NOTHING CHANGED"
003043         CLOSE TRANSFER-CREDIT-FILE
003044         CLOSE STUDENT-DEMOG-FILE
003045         CLOSE GRADE-MASTER-FILE
003046         CLOSE AUDIT-LOG-FILE
003047         CLOSE REGISTRAR-EXPORT-FILE
003048         STOP RUN
003049     END-IF.

003050     OPEN OUTPUT TRANSFER-REPORT-FILE.
003051     OPEN OUTPUT TRANSFER-SUSPENSE-FILE.

003060     STRING "TRANSFER-CREDIT LOAD - POSTING REPORT AS OF "
003070             WS-CURRENT-DATE (5:2) "/" WS-CURRENT-DATE (7:2) "/"
003080             WS-CURRENT-DATE (1:4)
003090         DELIMITED BY SIZE INTO TRANSFER-REPORT-LINE.
003100     WRITE TRANSFER-REPORT-LINE.
003110     MOVE SPACES TO TRANSFER-REPORT-LINE.
003120     WRITE TRANSFER-REPORT-LINE.
003130     MOVE "STUDENT   NAME" TO TRANSFER-REPORT-LINE.
003140     MOVE "TERM   FROM" TO TRANSFER-REPORT-LINE (42:11).
003150     MOVE "COURSE TITLE" TO TRANSFER-REPORT-LINE (59:12).
003160     MOVE "GRADE CREDITS ACTION" TO TRANSFER-REPORT-LINE (97:20).
003170     WRITE TRANSFER-REPORT-LINE.
003180     MOVE SPACES TO TRANSFER-REPORT-LINE.

003190     STRING "TRANSFER-CREDIT LOAD - SUSPENSE REPORT AS OF "
003200             WS-CURRENT-DATE (5:2) "/" WS-CURRENT-DATE (7:2) "/"
003210             WS-CURRENT-DATE (1:4)
003220         DELIMITED BY SIZE INTO TRANSFER-SUSPENSE-LINE.
003230     WRITE TRANSFER-SUSPENSE-LINE.
003240     MOVE "THE LINES BELOW WERE NOT POSTED. CORRECT EACH LINE"
003250         TO TRANSFER-SUSPENSE-LINE.
003260     WRITE TRANSFER-SUSPENSE-LINE.
003270     MOVE "(OR ADD THE COURSE TO THE CATALOG) AND RESUBMIT IT"
003280         TO TRANSFER-SUSPENSE-LINE.
003290     WRITE TRANSFER-SUSPENSE-LINE.
003300     MOVE "ON XFRCRED." TO TRANSFER-SUSPENSE-LINE.
003310     WRITE TRANSFER-SUSPENSE-LINE.
003320     MOVE SPACES TO TRANSFER-SUSPENSE-LINE.
003330     WRITE TRANSFER-SUSPENSE-LINE.
003340     MOVE "STUDENT   TERM   FROM      CODE"
003350         TO TRANSFER-SUSPENSE-LINE.
003360     MOVE "SENDING SCHOOL TITLE"
003370         TO TRANSFER-SUSPENSE-LINE (35:20).
003380     MOVE "GRADE CREDITS" TO TRANSFER-SUSPENSE-LINE (67:13).
003390     WRITE TRANSFER-SUSPENSE-LINE.
003400     MOVE SPACES TO TRANSFER-SUSPENSE-LINE.

003410 1000-INITIALIZE-EXIT.
003420     EXIT.

003430*****************************************************************
003440*  1200-BUILD-TIMESTAMP                                         *
003450*  BUILDS A DISPLAYABLE YYYY-MM-DD HH:MM:SS TIMESTAMP FOR THE   *
003460*  AUDIT LOG AND RUN-HISTORY USING THE DATE/TIME SPECIAL        *
003470*  REGISTERS.                                                   *
003480*****************************************************************
003490 1200-BUILD-TIMESTAMP.
003500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003510     ACCEPT WS-CURRENT-TIME FROM TIME.

003520     STRING WS-CURRENT-DATE (1:4) "-" WS-CURRENT-DATE (5:2) "-"
003530             WS-CURRENT-DATE (7:2) " " WS-CURRENT-TIME (1:2) ":"
003540             WS-CURRENT-TIME (3:2) ":" WS-CURRENT-TIME (5:2)
003550         DELIMITED BY SIZE INTO WS-TIMESTAMP-DISPLAY.

003560 1200-BUILD-TIMESTAMP-EXIT.
003570     EXIT.

003580*****************************************************************
003590*  1300-LOAD-COURSE-CATALOG                                     *
003600*  LOADS THE COURSE CATALOG REFERENCE FILE INTO THE IN-MEMORY   *
003610*  TABLE USED TO MAP TRANSFER COURSES AND FOR CREDIT-HOUR AND   *
003620*  COURSE-LEVEL LOOKUPS.                                        *
003630*****************************************************************
003640 1300-LOAD-COURSE-CATALOG.
003650     MOVE 0 TO WS-CATALOG-COUNT.
003660     MOVE "N" TO WS-CATALOG-EOF-SW.

003670     OPEN INPUT COURSE-CATALOG-FILE.
003680     IF WS-CRSCAT-STATUS NOT = "00"
003690         DISPLAY "COURSE CATALOG CRSCAT NOT AVAILABLE - NO "
003700             "TRANSFER COURSE CAN BE MAPPED IN THIS RUN"
003710         GO TO 1300-LOAD-COURSE-CATALOG-EXIT
003720     END-IF.

003730     PERFORM 1310-LOAD-ONE-COURSE
003740         THRU 1310-LOAD-ONE-COURSE-EXIT
003750         UNTIL WS-END-OF-CATALOG.

003760     CLOSE COURSE-CATALOG-FILE.

003770 1300-LOAD-COURSE-CATALOG-EXIT.
003780     EXIT.

003790 1310-LOAD-ONE-COURSE.
003800     READ COURSE-CATALOG-FILE
003810         AT END
003820             MOVE "Y" TO WS-CATALOG-EOF-SW
003830     END-READ.
003840     IF WS-CRSCAT-STATUS NOT = "00"
003850         MOVE "Y" TO WS-CATALOG-EOF-SW
003860         GO TO 1310-LOAD-ONE-COURSE-EXIT
003870     END-IF.

003880     IF WS-CATALOG-COUNT < WS-CATALOG-LIMIT
003890         ADD 1 TO WS-CATALOG-COUNT
003900         MOVE CC-COURSE-CODE TO
003910             WS-CAT-COURSE-CODE (WS-CATALOG-COUNT)
003920         MOVE CC-COURSE-TITLE TO
003930             WS-CAT-COURSE-TITLE (WS-CATALOG-COUNT)
003940         MOVE CC-CREDIT-HOURS TO
003950             WS-CAT-CREDIT-HOURS (WS-CATALOG-COUNT)
003960         MOVE CC-COURSE-LEVEL TO
003970             WS-CAT-COURSE-LEVEL (WS-CATALOG-COUNT)
003980         IF CC-EFF-FROM-TERM = SPACES
003990             MOVE LOW-VALUES TO
004000                 WS-CAT-EFF-FROM-KEY (WS-CATALOG-COUNT)
004010         ELSE
004020             MOVE CC-EFF-FROM-TERM TO WS-TERM-KEY-INPUT
004030             PERFORM 7400-BUILD-TERM-KEY
004040                 THRU 7400-BUILD-TERM-KEY-EXIT
004050             MOVE WS-TERM-KEY TO
004060                 WS-CAT-EFF-FROM-KEY (WS-CATALOG-COUNT)
004070         END-IF
004080         IF CC-EFF-TO-TERM = SPACES
004090             MOVE HIGH-VALUES TO
004100                 WS-CAT-EFF-TO-KEY (WS-CATALOG-COUNT)
004110         ELSE
004120             MOVE CC-EFF-TO-TERM TO WS-TERM-KEY-INPUT
004130             PERFORM 7400-BUILD-TERM-KEY
004140                 THRU 7400-BUILD-TERM-KEY-EXIT
004150             MOVE WS-TERM-KEY TO
004160                 WS-CAT-EFF-TO-KEY (WS-CATALOG-COUNT)
004170         END-IF
004180     ELSE
004190         DISPLAY "COURSE CATALOG ENTRY " CC-COURSE-CODE
004200             " IGNORED - 200-COURSE CATALOG TABLE IS FULL"
004210     END-IF.

004220 1310-LOAD-ONE-COURSE-EXIT.
004230     EXIT.


004240*****************************************************************
004250*  1350-LOAD-GRADING-SCALE                                      *
004260*  LOADS THE GRADING-SCALE REFERENCE FILE INTO THE IN-MEMORY    *
004270*  TABLE. A MISSING SCALE FILE IS NOT FATAL - EVERY TERM IS     *
004280*  THEN GRADED ON THE STRAIGHT 90/80/70/60 SCALE.               *
004290*****************************************************************
004300 1350-LOAD-GRADING-SCALE.
004310     MOVE 0 TO WS-SCALE-COUNT.
004320     MOVE "N" TO WS-SCALE-EOF-SW.

004330     OPEN INPUT GRADE-SCALE-FILE.
004340     IF WS-GRDSCAL-STATUS NOT = "00"
004350         DISPLAY "GRADING SCALE GRDSCAL NOT AVAILABLE - LETTER "
004360             "GRADES USE THE STRAIGHT 90/80/70/60 SCALE"
004370         GO TO 1350-LOAD-GRADING-SCALE-EXIT
004380     END-IF.

004390     PERFORM 1360-LOAD-ONE-SCALE-STEP
004400         THRU 1360-LOAD-ONE-SCALE-STEP-EXIT
004410         UNTIL WS-END-OF-SCALE.

004420     CLOSE GRADE-SCALE-FILE.

004430 1350-LOAD-GRADING-SCALE-EXIT.
004440     EXIT.

004450 1360-LOAD-ONE-SCALE-STEP.
004460     READ GRADE-SCALE-FILE
004470         AT END
004480             MOVE "Y" TO WS-SCALE-EOF-SW
004490     END-READ.
004500     IF WS-GRDSCAL-STATUS NOT = "00"
004510         MOVE "Y" TO WS-SCALE-EOF-SW
004520         GO TO 1360-LOAD-ONE-SCALE-STEP-EXIT
004530     END-IF.

004540     IF GS-MIN-SCORE IS NOT NUMERIC
004550             OR GS-REGULAR-POINTS IS NOT NUMERIC
004560             OR GS-HONORS-POINTS IS NOT NUMERIC
004570             OR GS-AP-POINTS IS NOT NUMERIC
004580         DISPLAY "GRADING SCALE STEP " GS-LETTER-GRADE
004590             GS-LETTER-MODIFIER " FROM " GS-EFF-FROM-TERM
004600             " IGNORED - SCORE OR POINTS NOT NUMERIC"
004610         GO TO 1360-LOAD-ONE-SCALE-STEP-EXIT
004620     END-IF.

004630     IF WS-SCALE-COUNT < WS-SCALE-LIMIT
004640         ADD 1 TO WS-SCALE-COUNT
004650         MOVE GS-MIN-SCORE TO
004660             WS-SCL-MIN-SCORE (WS-SCALE-COUNT)
004670         MOVE GS-LETTER-GRADE TO
004680             WS-SCL-LETTER-GRADE (WS-SCALE-COUNT)
004690         MOVE GS-LETTER-MODIFIER TO
004700             WS-SCL-MODIFIER (WS-SCALE-COUNT)
004710         MOVE GS-REGULAR-POINTS TO
004720             WS-SCL-REGULAR-POINTS (WS-SCALE-COUNT)
004730         MOVE GS-HONORS-POINTS TO
004740             WS-SCL-HONORS-POINTS (WS-SCALE-COUNT)
004750         MOVE GS-AP-POINTS TO
004760             WS-SCL-AP-POINTS (WS-SCALE-COUNT)
004770         MOVE GS-HONOR-ROLL-SW TO
004780             WS-SCL-HONOR-ROLL-SW (WS-SCALE-COUNT)
004790         IF GS-EFF-FROM-TERM = SPACES
004800             MOVE LOW-VALUES TO
004810                 WS-SCL-EFF-FROM-KEY (WS-SCALE-COUNT)
004820         ELSE
004830             MOVE GS-EFF-FROM-TERM TO WS-TERM-KEY-INPUT
004840             PERFORM 7400-BUILD-TERM-KEY
004850                 THRU 7400-BUILD-TERM-KEY-EXIT
004860             MOVE WS-TERM-KEY TO
004870                 WS-SCL-EFF-FROM-KEY (WS-SCALE-COUNT)
004880         END-IF
004890         IF GS-EFF-TO-TERM = SPACES
004900             MOVE HIGH-VALUES TO
004910                 WS-SCL-EFF-TO-KEY (WS-SCALE-COUNT)
004920         ELSE
004930             MOVE GS-EFF-TO-TERM TO WS-TERM-KEY-INPUT
004940             PERFORM 7400-BUILD-TERM-KEY
004950                 THRU 7400-BUILD-TERM-KEY-EXIT
004960             MOVE WS-TERM-KEY TO
004970                 WS-SCL-EFF-TO-KEY (WS-SCALE-COUNT)
004980         END-IF
004990     ELSE
005000         DISPLAY "GRADING SCALE STEP " GS-LETTER-GRADE
005010             GS-LETTER-MODIFIER " IGNORED - 60-STEP GRADING "
005020             "SCALE TABLE IS FULL"
005030     END-IF.

005040 1360-LOAD-ONE-SCALE-STEP-EXIT.
005050     EXIT.

005060*****************************************************************
005070*  2000-LOAD-TRANSFER-CREDITS                                   *
005080*  READS THE TRANSFER-CREDIT LINES IN FILE ORDER AND POSTS OR   *
005090*  SUSPENDS EACH ONE.                                           *
005100*****************************************************************
005110 2000-LOAD-TRANSFER-CREDITS.
005120     MOVE "N" TO WS-XFER-EOF-SW.
005130     PERFORM 2050-READ-TRANSFER-LINE
005140         THRU 2050-READ-TRANSFER-LINE-EXIT.
005150     PERFORM 2100-PROCESS-ONE-LINE
005160         THRU 2100-PROCESS-ONE-LINE-EXIT
005170         UNTIL WS-END-OF-TRANSFER-LINES.

005180 2000-LOAD-TRANSFER-CREDITS-EXIT.
005190     EXIT.

005200 2050-READ-TRANSFER-LINE.
005210     READ TRANSFER-CREDIT-FILE
005220         AT END
005230             MOVE "Y" TO WS-XFER-EOF-SW
005240     END-READ.
005250     IF WS-XFRCRED-STATUS NOT = "00"
005260         MOVE "Y" TO WS-XFER-EOF-SW
005270     END-IF.

005280 2050-READ-TRANSFER-LINE-EXIT.
005290     EXIT.

005300*****************************************************************
005310*  2100-PROCESS-ONE-LINE                                        *
005320*  VALIDATES ONE TRANSFER-CREDIT LINE, MAPS ITS COURSE TO THE   *
005330*  CATALOG, AND POSTS IT. A LINE THAT FAILS ANY STEP GOES TO    *
005340*  THE SUSPENSE REPORT WITH THE REASON AND NOTHING IS POSTED.   *
005350*****************************************************************
005360 2100-PROCESS-ONE-LINE.
005370     ADD 1 TO WS-LINE-READ-COUNT.
005380     MOVE SPACES TO WS-SUSPEND-REASON.

005390     PERFORM 2200-VALIDATE-LINE
005400         THRU 2200-VALIDATE-LINE-EXIT.
005410     IF WS-SUSPEND-REASON NOT = SPACES
005420         GO TO 2100-SUSPEND-LINE
005430     END-IF.

005440     PERFORM 2300-MAP-COURSE
005450         THRU 2300-MAP-COURSE-EXIT.
005460     IF WS-SUSPEND-REASON NOT = SPACES
005470         GO TO 2100-SUSPEND-LINE
005480     END-IF.

005490     PERFORM 2400-POST-SUBJECT
005500         THRU 2400-POST-SUBJECT-EXIT.
005510     IF WS-SUSPEND-REASON NOT = SPACES
005520         GO TO 2100-SUSPEND-LINE
005530     END-IF.

005540     PERFORM 2800-LIST-POSTED-LINE
005550         THRU 2800-LIST-POSTED-LINE-EXIT.
005560     GO TO 2100-PROCESS-NEXT.

005570 2100-SUSPEND-LINE.
005580     PERFORM 2900-LIST-SUSPENDED-LINE
005590         THRU 2900-LIST-SUSPENDED-LINE-EXIT.

005600 2100-PROCESS-NEXT.
005610     PERFORM 2050-READ-TRANSFER-LINE
005620         THRU 2050-READ-TRANSFER-LINE-EXIT.

005630 2100-PROCESS-ONE-LINE-EXIT.
005640     EXIT.

005650*****************************************************************
005660*  2200-VALIDATE-LINE                                           *
005670*  THE STUDENT MUST BE ON STUDEMOG AND ACTIVELY ENROLLED, THE    *
005680*  SENDING SCHOOL MUST BE GIVEN, THE TERM MUST BE A FOUR-DIGIT  *
005690*  YEAR AND A WI/SP/SU/FA SESSION, THE GRADE MUST BE NUMERIC    *
005700*  000-100 OR A STATUS CODE, AND THE CREDITS MUST BE NUMERIC    *
005710*  AND NOT ZERO. THE FIRST FAILURE FOUND IS THE REASON GIVEN.   *
005720*****************************************************************
005730 2200-VALIDATE-LINE.
005740     IF XC-STUDENT-ID IS NOT NUMERIC
005750             OR XC-STUDENT-ID = 0
005760         MOVE "STUDENT ID NOT NUMERIC" TO WS-SUSPEND-REASON
005770         GO TO 2200-VALIDATE-LINE-EXIT
005780     END-IF.

005790     MOVE XC-STUDENT-ID TO DM-STUDENT-ID.
005800     READ STUDENT-DEMOG-FILE
005810         INVALID KEY
005820             MOVE "STUDENT ID NOT ON STUDEMOG"
005830                 TO WS-SUSPEND-REASON
005840             GO TO 2200-VALIDATE-LINE-EXIT
005850     END-READ.
005860     IF NOT DM-IS-ACTIVE
005870         MOVE "STUDENT NOT ACTIVELY ENROLLED" TO WS-SUSPEND-REASON
005880         GO TO 2200-VALIDATE-LINE-EXIT
005890     END-IF.

005900     IF XC-SENDING-SCHOOL-CODE = SPACES
005910         MOVE "SENDING SCHOOL CODE NOT GIVEN" TO WS-SUSPEND-REASON
005920         GO TO 2200-VALIDATE-LINE-EXIT
005930     END-IF.

005940     MOVE XC-TERM (5:2) TO WS-TERM-SESSION.
005950     IF XC-TERM (1:4) IS NOT NUMERIC
005960             OR NOT WS-SESSION-IS-VALID
005970         MOVE "TERM NOT A YEAR AND WI/SP/SU/FA SESSION"
005980             TO WS-SUSPEND-REASON
005990         GO TO 2200-VALIDATE-LINE-EXIT
006000     END-IF.

006010     MOVE XC-GRADE TO WS-GRADE-CHECK.
006020     IF NOT WS-GRADE-IS-STATUS
006030         IF WS-GRADE-CHECK IS NOT NUMERIC
006040             MOVE "GRADE NOT NUMERIC 000-100 OR I, W, X"
006050                 TO WS-SUSPEND-REASON
006060             GO TO 2200-VALIDATE-LINE-EXIT
006070         END-IF
006080         MOVE WS-GRADE-CHECK TO WS-GRADE-NUMERIC
006090         IF WS-GRADE-NUMERIC > 100
006100             MOVE "GRADE NOT NUMERIC 000-100 OR I, W, X"
006110                 TO WS-SUSPEND-REASON
006120             GO TO 2200-VALIDATE-LINE-EXIT
006130         END-IF
006140     END-IF.

006150     IF XC-CREDITS IS NOT NUMERIC
006160             OR XC-CREDITS = 0
006170         MOVE "CREDITS NOT NUMERIC OR ZERO" TO WS-SUSPEND-REASON
006180     END-IF.

006190 2200-VALIDATE-LINE-EXIT.
006200     EXIT.

006210*****************************************************************
006220*  2300-MAP-COURSE                                              *
006230*  MAPS THE LINE TO THE DISTRICT COURSE IN EFFECT FOR THE TERM, *
006240*  FIRST BY THE COURSE CODE THE REGISTRAR KEYED, THEN BY THE    *
006250*  SENDING SCHOOL'S TITLE. RETURNS THE CODE, TITLE, AND CREDIT  *
006260*  HOURS OF THE CATALOG ENTRY.                                  *
006270*****************************************************************
006280 2300-MAP-COURSE.
006290     MOVE "N" TO WS-LOOKUP-FOUND-SW.
006300     MOVE "N" TO WS-TITLE-AMBIGUOUS-SW.
006310     MOVE XC-TERM TO WS-LOOKUP-TERM.

006320     IF XC-COURSE-CODE NOT = SPACES
006330         MOVE XC-COURSE-CODE TO WS-LOOKUP-CODE
006340         PERFORM 2600-LOOKUP-COURSE
006350             THRU 2600-LOOKUP-COURSE-EXIT
006360     END-IF.

006370     IF NOT WS-COURSE-WAS-FOUND
006380             AND XC-LOCAL-TITLE NOT = SPACES
006390         MOVE XC-LOCAL-TITLE TO WS-LOOKUP-TITLE
006400         PERFORM 2700-LOOKUP-TITLE
006410             THRU 2700-LOOKUP-TITLE-EXIT
006420         IF WS-TITLE-IS-AMBIGUOUS
006430             MOVE "TITLE MATCHES MORE THAN ONE CATALOG COURSE"
006440                 TO WS-SUSPEND-REASON
006450             GO TO 2300-MAP-COURSE-EXIT
006460         END-IF
006470         IF WS-COURSE-WAS-FOUND
006480             ADD 1 TO WS-TITLE-MAPPED-COUNT
006490         END-IF
006500     END-IF.

006510     IF NOT WS-COURSE-WAS-FOUND
006520         MOVE "COURSE NOT ON THE CATALOG FOR THE TERM"
006530             TO WS-SUSPEND-REASON
006540         GO TO 2300-MAP-COURSE-EXIT
006550     END-IF.

006560     MOVE WS-LOOKUP-CODE TO WS-MAPPED-CODE.
006570     MOVE WS-LOOKUP-TITLE TO WS-MAPPED-TITLE.
006580     MOVE WS-LOOKUP-CREDITS TO WS-MAPPED-CREDITS.

006590 2300-MAP-COURSE-EXIT.
006600     EXIT.

006610*****************************************************************
006620*  2400-POST-SUBJECT                                            *
006630*  POSTS THE MAPPED COURSE AND GRADE TO THE STUDENT'S TRANSFER  *
006640*  TERM. WITH NO TERM ON FILE A NEW TRANSFER TERM IS WRITTEN;   *
006650*  AN EXISTING TRANSFER TERM TAKES THE COURSE AS ONE MORE       *
006660*  SUBJECT AND IS RECOMPUTED. A TERM THE DISTRICT GRADED ITSELF *
006670*  IS NEVER TOUCHED, NOR IS A COURSE ALREADY POSTED TO THE TERM *
006680*  OR A TERM ALREADY HOLDING SEVEN SUBJECTS.                    *
006690*****************************************************************
006700 2400-POST-SUBJECT.
006710     MOVE XC-STUDENT-ID TO GM-STUDENT-ID.
006720     MOVE XC-TERM TO GM-TERM.
006730     READ GRADE-MASTER-FILE
006740         INVALID KEY
006750             PERFORM 2500-ADD-TRANSFER-TERM
006760                 THRU 2500-ADD-TRANSFER-TERM-EXIT
006770             GO TO 2400-POST-SUBJECT-EXIT
006780     END-READ.

006790     IF NOT GM-IS-TRANSFER-TERM
006800         MOVE "TERM ALREADY GRADED BY THE DISTRICT"
006810             TO WS-SUSPEND-REASON
006820         GO TO 2400-POST-SUBJECT-EXIT
006830     END-IF.

006840     MOVE "N" TO WS-SUBJECT-ON-FILE-SW.
006850     MOVE 1 TO WS-SUBJECT-INDEX.
006860     PERFORM 2410-CHECK-ONE-SUBJECT
006870         THRU 2410-CHECK-ONE-SUBJECT-EXIT
006880         UNTIL WS-SUBJECT-INDEX > GM-SUBJECT-COUNT.
006890     IF WS-SUBJECT-IS-ON-FILE
006900         MOVE "COURSE ALREADY POSTED TO THE TRANSFER TERM"
006910             TO WS-SUSPEND-REASON
006920         GO TO 2400-POST-SUBJECT-EXIT
006930     END-IF.
006940     IF GM-SUBJECT-COUNT >= 7
006950         MOVE "TRANSFER TERM ALREADY HOLDS SEVEN SUBJECTS"
006960             TO WS-SUSPEND-REASON
006970         GO TO 2400-POST-SUBJECT-EXIT
006980     END-IF.

006982     MOVE GRADE-MASTER-RECORD TO WS-JOURNAL-IMAGE.
006990     MOVE "XFR-BEF" TO WS-AUDIT-ACTION.
007000     PERFORM 9200-WRITE-AUDIT-ENTRY
007010         THRU 9200-WRITE-AUDIT-ENTRY-EXIT.

007020     ADD 1 TO GM-SUBJECT-COUNT.
007030     MOVE WS-MAPPED-CODE TO GM-SUBJECT-CODE (GM-SUBJECT-COUNT).
007040     MOVE XC-GRADE TO GM-SUBJECT-GRADE (GM-SUBJECT-COUNT).
007050     PERFORM 6000-RECOMPUTE-TERM
007060         THRU 6000-RECOMPUTE-TERM-EXIT.

007070     REWRITE GRADE-MASTER-RECORD
007080         INVALID KEY
007090             MOVE "GRADE-MASTER REWRITE FAILED"
007100                 TO WS-SUSPEND-REASON
007110             GO TO 2400-POST-SUBJECT-EXIT
007120     END-REWRITE.
007122     MOVE "C" TO WS-JOURNAL-ACTION.
007124     PERFORM 9400-WRITE-JOURNAL-ENTRY
007126         THRU 9400-WRITE-JOURNAL-ENTRY-EXIT.

007130     MOVE "XFR-AFT" TO WS-AUDIT-ACTION.
007140     PERFORM 9200-WRITE-AUDIT-ENTRY
007150         THRU 9200-WRITE-AUDIT-ENTRY-EXIT.
007160     PERFORM 9100-WRITE-EXPORT-RECORD
007170         THRU 9100-WRITE-EXPORT-RECORD-EXIT.
007180     ADD 1 TO WS-POSTED-COUNT.
007190     MOVE "ADDED TO TERM" TO WS-POST-ACTION.

007200 2400-POST-SUBJECT-EXIT.
007210     EXIT.

007220 2410-CHECK-ONE-SUBJECT.
007230     IF GM-SUBJECT-CODE (WS-SUBJECT-INDEX) = WS-MAPPED-CODE
007240         MOVE "Y" TO WS-SUBJECT-ON-FILE-SW
007250     END-IF.
007260     ADD 1 TO WS-SUBJECT-INDEX.

007270 2410-CHECK-ONE-SUBJECT-EXIT.
007280     EXIT.

007290*****************************************************************
007300*  2500-ADD-TRANSFER-TERM                                       *
007310*  BUILDS A NEW GRADE-MASTER TERM FOR THE STUDENT FLAGGED AS    *
007320*  TRANSFER, UNDER THE STUDEMOG LEGAL NAME, WITH NO DISTRICT    *
007330*  SCHOOL OR SECTION, NO CLASS RANK, AND THE TERM CLOSED - A    *
007340*  PRIOR SCHOOL'S TERM IS FINAL WHEN IT ARRIVES.                *
007350*****************************************************************
007360 2500-ADD-TRANSFER-TERM.
007370     MOVE SPACES             TO GRADE-MASTER-RECORD.
007380     MOVE XC-STUDENT-ID      TO GM-STUDENT-ID.
007390     MOVE XC-TERM            TO GM-TERM.
007400     MOVE DM-LEGAL-NAME      TO GM-STUDENT-NAME.
007410     MOVE 1                  TO GM-SUBJECT-COUNT.
007420     MOVE WS-MAPPED-CODE     TO GM-SUBJECT-CODE (1).
007430     MOVE XC-GRADE           TO GM-SUBJECT-GRADE (1).
007440     MOVE 0                  TO GM-CLASS-RANK.
007450     MOVE 0                  TO GM-CLASS-SIZE.
007460     MOVE 0                  TO GM-PERCENTILE.
007470     MOVE "C"                TO GM-TERM-STATUS.
007480     MOVE "T"                TO GM-TRANSFER-FLAG.
007490     MOVE XC-SENDING-SCHOOL-CODE TO GM-SENDING-SCHOOL.
007500     PERFORM 6000-RECOMPUTE-TERM
007510         THRU 6000-RECOMPUTE-TERM-EXIT.

007520     WRITE GRADE-MASTER-RECORD
007530         INVALID KEY
007540             MOVE "GRADE-MASTER WRITE FAILED" TO WS-SUSPEND-REASON
007550             GO TO 2500-ADD-TRANSFER-TERM-EXIT
007560     END-WRITE.
007562     MOVE "A" TO WS-JOURNAL-ACTION.
007564     MOVE GRADE-MASTER-RECORD TO WS-JOURNAL-IMAGE.
007566     PERFORM 9400-WRITE-JOURNAL-ENTRY
007568         THRU 9400-WRITE-JOURNAL-ENTRY-EXIT.

007570     MOVE "XFR-ADD" TO WS-AUDIT-ACTION.
007580     PERFORM 9200-WRITE-AUDIT-ENTRY
007590         THRU 9200-WRITE-AUDIT-ENTRY-EXIT.
007600     PERFORM 9100-WRITE-EXPORT-RECORD
007610         THRU 9100-WRITE-EXPORT-RECORD-EXIT.
007620     ADD 1 TO WS-POSTED-COUNT.
007630     ADD 1 TO WS-NEW-TERM-COUNT.
007640     MOVE "NEW TERM" TO WS-POST-ACTION.

007650 2500-ADD-TRANSFER-TERM-EXIT.
007660     EXIT.

007670*****************************************************************
007680*  2600-LOOKUP-COURSE                                           *
007690*  LOOKS THE COURSE CODE IN WS-LOOKUP-CODE UP IN THE CATALOG    *
007700*  TABLE FOR THE TERM IN WS-LOOKUP-TERM. OF THE ENTRIES WHOSE   *
007710*  EFFECTIVE RANGE COVERS THE TERM, THE ONE WITH THE LATEST     *
007720*  FROM-TERM WINS. RETURNS THE TITLE, CREDIT HOURS, AND LEVEL;  *
007730*  A COURSE NOT FOUND CARRIES ONE CREDIT HOUR AT REGULAR LEVEL. *
007740*****************************************************************
007750 2600-LOOKUP-COURSE.
007760     MOVE "N" TO WS-LOOKUP-FOUND-SW.
007770     MOVE SPACES TO WS-LOOKUP-TITLE.
007780     MOVE 1.0 TO WS-LOOKUP-CREDITS.
007790     MOVE SPACE TO WS-LOOKUP-LEVEL.

007800     IF WS-LOOKUP-CODE = SPACES
007810         GO TO 2600-LOOKUP-COURSE-EXIT
007820     END-IF.

007830     MOVE WS-LOOKUP-TERM TO WS-TERM-KEY-INPUT.
007840     PERFORM 7400-BUILD-TERM-KEY
007850         THRU 7400-BUILD-TERM-KEY-EXIT.
007860     MOVE WS-TERM-KEY TO WS-LOOKUP-TERM-KEY.
007870     MOVE LOW-VALUES TO WS-BEST-FROM-KEY.

007880     MOVE 1 TO WS-LOOKUP-INDEX.
007890     PERFORM 2610-LOOKUP-ONE-ENTRY
007900         THRU 2610-LOOKUP-ONE-ENTRY-EXIT
007910         UNTIL WS-LOOKUP-INDEX > WS-CATALOG-COUNT.

007920 2600-LOOKUP-COURSE-EXIT.
007930     EXIT.

007940 2610-LOOKUP-ONE-ENTRY.
007950     IF WS-CAT-COURSE-CODE (WS-LOOKUP-INDEX) = WS-LOOKUP-CODE
007960         AND WS-CAT-EFF-FROM-KEY (WS-LOOKUP-INDEX)
007970             <= WS-LOOKUP-TERM-KEY
007980         AND WS-CAT-EFF-TO-KEY (WS-LOOKUP-INDEX)
007990             >= WS-LOOKUP-TERM-KEY
008000         IF NOT WS-COURSE-WAS-FOUND
008010             OR WS-CAT-EFF-FROM-KEY (WS-LOOKUP-INDEX)
008020                 > WS-BEST-FROM-KEY
008030             MOVE "Y" TO WS-LOOKUP-FOUND-SW
008040             MOVE WS-CAT-EFF-FROM-KEY (WS-LOOKUP-INDEX)
008050                 TO WS-BEST-FROM-KEY
008060             MOVE WS-CAT-COURSE-TITLE (WS-LOOKUP-INDEX)
008070                 TO WS-LOOKUP-TITLE
008080             MOVE WS-CAT-CREDIT-HOURS (WS-LOOKUP-INDEX)
008090                 TO WS-LOOKUP-CREDITS
008100             MOVE WS-CAT-COURSE-LEVEL (WS-LOOKUP-INDEX)
008110                 TO WS-LOOKUP-LEVEL
008120         END-IF
008130     END-IF.
008140     ADD 1 TO WS-LOOKUP-INDEX.

008150 2610-LOOKUP-ONE-ENTRY-EXIT.
008160     EXIT.

008170*****************************************************************
008180*  2700-LOOKUP-TITLE                                            *
008190*  LOOKS THE TITLE IN WS-LOOKUP-TITLE UP AGAINST THE CATALOG    *
008200*  TITLES IN EFFECT FOR THE TERM IN WS-LOOKUP-TERM. THE MATCH   *
008210*  MUST BE EXACT. WHEN TWO DIFFERENT COURSES CARRY THE TITLE    *
008220*  THE AMBIGUOUS SWITCH IS SET AND NO COURSE IS RETURNED.       *
008230*****************************************************************
008240 2700-LOOKUP-TITLE.
008250     MOVE "N" TO WS-LOOKUP-FOUND-SW.
008260     MOVE SPACES TO WS-LOOKUP-CODE.
008270     MOVE 1.0 TO WS-LOOKUP-CREDITS.
008280     MOVE SPACE TO WS-LOOKUP-LEVEL.

008290     MOVE WS-LOOKUP-TERM TO WS-TERM-KEY-INPUT.
008300     PERFORM 7400-BUILD-TERM-KEY
008310         THRU 7400-BUILD-TERM-KEY-EXIT.
008320     MOVE WS-TERM-KEY TO WS-LOOKUP-TERM-KEY.
008330     MOVE LOW-VALUES TO WS-BEST-FROM-KEY.

008340     MOVE 1 TO WS-LOOKUP-INDEX.
008350     PERFORM 2710-CHECK-ONE-TITLE
008360         THRU 2710-CHECK-ONE-TITLE-EXIT
008370         UNTIL WS-LOOKUP-INDEX > WS-CATALOG-COUNT
008380             OR WS-TITLE-IS-AMBIGUOUS.

008390     IF WS-TITLE-IS-AMBIGUOUS
008400         MOVE "N" TO WS-LOOKUP-FOUND-SW
008410     END-IF.

008420 2700-LOOKUP-TITLE-EXIT.
008430     EXIT.

008440 2710-CHECK-ONE-TITLE.
008450     IF WS-CAT-COURSE-TITLE (WS-LOOKUP-INDEX)
008460             NOT = WS-LOOKUP-TITLE
008470         OR WS-CAT-EFF-FROM-KEY (WS-LOOKUP-INDEX)
008480             > WS-LOOKUP-TERM-KEY
008490         OR WS-CAT-EFF-TO-KEY (WS-LOOKUP-INDEX)
008500             < WS-LOOKUP-TERM-KEY
008510         GO TO 2710-CHECK-NEXT
008520     END-IF.

008530     IF WS-COURSE-WAS-FOUND
008540             AND WS-CAT-COURSE-CODE (WS-LOOKUP-INDEX)
008550                 NOT = WS-LOOKUP-CODE
008560         MOVE "Y" TO WS-TITLE-AMBIGUOUS-SW
008570         GO TO 2710-CHECK-NEXT
008580     END-IF.

008590     IF NOT WS-COURSE-WAS-FOUND
008600             OR WS-CAT-EFF-FROM-KEY (WS-LOOKUP-INDEX)
008610                 > WS-BEST-FROM-KEY
008620         MOVE "Y" TO WS-LOOKUP-FOUND-SW
008630         MOVE WS-CAT-EFF-FROM-KEY (WS-LOOKUP-INDEX)
008640             TO WS-BEST-FROM-KEY
008650         MOVE WS-CAT-COURSE-CODE (WS-LOOKUP-INDEX)
008660             TO WS-LOOKUP-CODE
008670         MOVE WS-CAT-CREDIT-HOURS (WS-LOOKUP-INDEX)
008680             TO WS-LOOKUP-CREDITS
008690         MOVE WS-CAT-COURSE-LEVEL (WS-LOOKUP-INDEX)
008700             TO WS-LOOKUP-LEVEL
008710     END-IF.

008720 2710-CHECK-NEXT.
008730     ADD 1 TO WS-LOOKUP-INDEX.

008740 2710-CHECK-ONE-TITLE-EXIT.
008750     EXIT.

008760*****************************************************************
008770*  2800-LIST-POSTED-LINE                                        *
008780*  LISTS ONE POSTED LINE ON THE POSTING REPORT. THE CATALOG     *
008790*  CREDIT HOURS ARE WHAT THE GRADE-MASTER CARRIES FOR THE       *
008800*  COURSE, SO A SENDING-SCHOOL CREDIT VALUE THAT DIFFERS IS     *
008810*  FLAGGED FOR THE REGISTRAR TO REVIEW.                         *
008820*****************************************************************
008830 2800-LIST-POSTED-LINE.
008840     MOVE XC-CREDITS TO WS-EDIT-CREDITS.
008850     STRING XC-STUDENT-ID " " DM-LEGAL-NAME " " XC-TERM " "
008860             XC-SENDING-SCHOOL-CODE " " WS-MAPPED-CODE " "
008870             WS-MAPPED-TITLE " " XC-GRADE "   " WS-EDIT-CREDITS
008880             "    " WS-POST-ACTION
008890         DELIMITED BY SIZE INTO TRANSFER-REPORT-LINE.
008900     WRITE TRANSFER-REPORT-LINE.
008910     MOVE SPACES TO TRANSFER-REPORT-LINE.

008920     IF XC-COURSE-CODE NOT = WS-MAPPED-CODE
008930         STRING "           MAPPED FROM SENDING-SCHOOL TITLE "
008940                 XC-LOCAL-TITLE
008950             DELIMITED BY SIZE INTO TRANSFER-REPORT-LINE
008960         WRITE TRANSFER-REPORT-LINE
008970         MOVE SPACES TO TRANSFER-REPORT-LINE
008980     END-IF.

008990     IF XC-CREDITS NOT = WS-MAPPED-CREDITS
009000         ADD 1 TO WS-CREDIT-DIFF-COUNT
009010         MOVE WS-MAPPED-CREDITS TO WS-EDIT-CATALOG-CREDITS
009020         STRING "           SENDING-SCHOOL CREDITS "
009030                 WS-EDIT-CREDITS
009040                 " DIFFER FROM CATALOG CREDITS "
009050                 WS-EDIT-CATALOG-CREDITS
009060                 " - CATALOG CREDITS APPLY, REVIEW"
009070             DELIMITED BY SIZE INTO TRANSFER-REPORT-LINE
009080         WRITE TRANSFER-REPORT-LINE
009090         MOVE SPACES TO TRANSFER-REPORT-LINE
009100     END-IF.

009110 2800-LIST-POSTED-LINE-EXIT.
009120     EXIT.

009130*****************************************************************
009140*  2900-LIST-SUSPENDED-LINE                                     *
009150*  LISTS ONE LINE THAT COULD NOT BE POSTED ON THE SUSPENSE      *
009160*  REPORT, AS KEYED, WITH THE REASON BENEATH IT.                *
009170*****************************************************************
009180 2900-LIST-SUSPENDED-LINE.
009190     ADD 1 TO WS-SUSPENDED-COUNT.
009200     IF XC-CREDITS IS NUMERIC
009210         MOVE XC-CREDITS TO WS-EDIT-CREDITS
009220         MOVE WS-EDIT-CREDITS TO WS-CREDITS-SHOWN
009230     ELSE
009240         MOVE "  ??" TO WS-CREDITS-SHOWN
009250     END-IF.
009260     STRING XC-STUDENT-ID " " XC-TERM " "
009270             XC-SENDING-SCHOOL-CODE " " XC-COURSE-CODE " "
009280             XC-LOCAL-TITLE "  " XC-GRADE "   " WS-CREDITS-SHOWN
009290         DELIMITED BY SIZE INTO TRANSFER-SUSPENSE-LINE.
009300     WRITE TRANSFER-SUSPENSE-LINE.
009310     MOVE SPACES TO TRANSFER-SUSPENSE-LINE.
009320     STRING "           REASON: " WS-SUSPEND-REASON
009330         DELIMITED BY SIZE INTO TRANSFER-SUSPENSE-LINE.
009340     WRITE TRANSFER-SUSPENSE-LINE.
009350     MOVE SPACES TO TRANSFER-SUSPENSE-LINE.

009360 2900-LIST-SUSPENDED-LINE-EXIT.
009370     EXIT.

009380*****************************************************************
009390*  6000-RECOMPUTE-TERM                                          *
009400*  RECOMPUTES THE TERM'S CREDIT-WEIGHTED AVERAGE OVER ITS       *
009410*  NUMERIC GRADES, THEN ITS LETTER GRADE, MODIFIER, AND         *
009420*  UNWEIGHTED AND WEIGHTED GPA FROM THE GRADING SCALE IN EFFECT *
009430*  FOR THE TERM, FALLING BACK TO THE STANDARD DISTRICT CUTOFFS. *
009440*  A TERM WITH NO GRADED SUBJECTS GETS LETTER N.                *
009450*****************************************************************
009460 6000-RECOMPUTE-TERM.
009470     MOVE GM-TERM TO WS-LOOKUP-TERM.
009480     MOVE 0 TO WS-WEIGHTED-GRADE-SUM.
009490     MOVE 0 TO WS-CREDIT-HOUR-SUM.
009500     MOVE 0 TO WS-GRADED-COUNT.
009510     MOVE 1 TO WS-SUBJECT-INDEX.
009520     PERFORM 6100-ADD-ONE-GRADE
009530         THRU 6100-ADD-ONE-GRADE-EXIT
009540         UNTIL WS-SUBJECT-INDEX > GM-SUBJECT-COUNT.

009550     IF WS-CREDIT-HOUR-SUM > 0 AND WS-GRADED-COUNT > 0
009560         COMPUTE WS-RECOMPUTED-AVERAGE ROUNDED =
009570             WS-WEIGHTED-GRADE-SUM / WS-CREDIT-HOUR-SUM
009580     ELSE
009590         MOVE 0 TO WS-RECOMPUTED-AVERAGE
009600     END-IF.

009610     PERFORM 6400-DETERMINE-LETTER-GRADE
009620         THRU 6400-DETERMINE-LETTER-GRADE-EXIT.

009630     MOVE WS-RECOMPUTED-AVERAGE TO GM-AVERAGE-GRADE.
009640     MOVE WS-LETTER-GRADE       TO GM-LETTER-GRADE.
009650     MOVE WS-LETTER-MODIFIER    TO GM-LETTER-MODIFIER.
009660     MOVE WS-GPA-POINTS         TO GM-GPA-POINTS.
009670     MOVE WS-WEIGHTED-GPA       TO GM-WEIGHTED-GPA.

009680 6000-RECOMPUTE-TERM-EXIT.
009690     EXIT.

009700 6100-ADD-ONE-GRADE.
009710     MOVE GM-SUBJECT-GRADE (WS-SUBJECT-INDEX) TO WS-GRADE-CHECK.
009720     IF WS-GRADE-IS-STATUS
009730             OR WS-GRADE-CHECK IS NOT NUMERIC
009740         ADD 1 TO WS-SUBJECT-INDEX
009750         GO TO 6100-ADD-ONE-GRADE-EXIT
009760     END-IF.

009770     MOVE GM-SUBJECT-CODE (WS-SUBJECT-INDEX) TO WS-LOOKUP-CODE.
009780     PERFORM 2600-LOOKUP-COURSE
009790         THRU 2600-LOOKUP-COURSE-EXIT.
009800     MOVE WS-GRADE-CHECK TO WS-GRADE-NUMERIC.
009810     COMPUTE WS-WEIGHTED-GRADE-SUM =
009820         WS-WEIGHTED-GRADE-SUM +
009830         WS-GRADE-NUMERIC * WS-LOOKUP-CREDITS.
009840     ADD WS-LOOKUP-CREDITS TO WS-CREDIT-HOUR-SUM.
009850     ADD 1 TO WS-GRADED-COUNT.
009860     ADD 1 TO WS-SUBJECT-INDEX.

009870 6100-ADD-ONE-GRADE-EXIT.
009880     EXIT.

009890*****************************************************************
009900*  6400-DETERMINE-LETTER-GRADE                                  *
009910*  TRANSLATES THE RECOMPUTED AVERAGE INTO A LETTER GRADE,       *
009920*  MODIFIER, AND UNWEIGHTED AND WEIGHTED GPA FROM THE GRADING   *
009930*  SCALE IN EFFECT FOR THE TERM. A TERM WITH NO SCALE IN EFFECT *
009940*  USES THE STANDARD DISTRICT CUTOFFS.                          *
009950*****************************************************************
009960 6400-DETERMINE-LETTER-GRADE.
009970     MOVE SPACE TO WS-LETTER-MODIFIER.
009980     IF WS-GRADED-COUNT = 0
009990         MOVE "N" TO WS-LETTER-GRADE
010000         MOVE 0.0 TO WS-GPA-POINTS
010010         MOVE 0.0 TO WS-WEIGHTED-GPA
010020         GO TO 6400-DETERMINE-LETTER-GRADE-EXIT
010030     END-IF.

010040     MOVE GM-TERM TO WS-SCALE-TERM.
010050     PERFORM 7100-FIND-SCALE-IN-EFFECT
010060         THRU 7100-FIND-SCALE-IN-EFFECT-EXIT.
010070     IF WS-SCALE-IS-IN-EFFECT
010080         GO TO 6400-APPLY-GRADING-SCALE
010090     END-IF.
010100     EVALUATE TRUE
010110         WHEN WS-RECOMPUTED-AVERAGE >= 90.00
010120             MOVE "A" TO WS-LETTER-GRADE
010130             MOVE 4.0 TO WS-GPA-POINTS
010140         WHEN WS-RECOMPUTED-AVERAGE >= 80.00
010150             MOVE "B" TO WS-LETTER-GRADE
010160             MOVE 3.0 TO WS-GPA-POINTS
010170         WHEN WS-RECOMPUTED-AVERAGE >= 70.00
010180             MOVE "C" TO WS-LETTER-GRADE
010190             MOVE 2.0 TO WS-GPA-POINTS
010200         WHEN WS-RECOMPUTED-AVERAGE >= 60.00
010210             MOVE "D" TO WS-LETTER-GRADE
010220             MOVE 1.0 TO WS-GPA-POINTS
010230         WHEN OTHER
010240             MOVE "F" TO WS-LETTER-GRADE
010250             MOVE 0.0 TO WS-GPA-POINTS
010260     END-EVALUATE.
010270     MOVE WS-GPA-POINTS TO WS-WEIGHTED-GPA.
010280     GO TO 6400-DETERMINE-LETTER-GRADE-EXIT.

010290 6400-APPLY-GRADING-SCALE.
010300     MOVE WS-RECOMPUTED-AVERAGE TO WS-SCALE-SCORE.
010310     PERFORM 7200-FIND-SCALE-STEP
010320         THRU 7200-FIND-SCALE-STEP-EXIT.
010330     IF NOT WS-STEP-WAS-FOUND
010340         MOVE "F" TO WS-LETTER-GRADE
010350         MOVE 0.0 TO WS-GPA-POINTS
010360         MOVE 0.0 TO WS-WEIGHTED-GPA
010370         GO TO 6400-DETERMINE-LETTER-GRADE-EXIT
010380     END-IF.

010390     MOVE WS-SCL-LETTER-GRADE (WS-STEP-INDEX) TO WS-LETTER-GRADE.
010400     MOVE WS-SCL-MODIFIER (WS-STEP-INDEX) TO WS-LETTER-MODIFIER.
010410     MOVE WS-SCL-REGULAR-POINTS (WS-STEP-INDEX) TO WS-GPA-POINTS.

010420     MOVE 0 TO WS-WEIGHT-BONUS-SUM.
010430     MOVE 0 TO WS-WEIGHT-CREDIT-SUM.
010440     MOVE 1 TO WS-SUBJECT-INDEX.
010450     PERFORM 7300-ADD-ONE-WEIGHT-BONUS
010460         THRU 7300-ADD-ONE-WEIGHT-BONUS-EXIT
010470         UNTIL WS-SUBJECT-INDEX > GM-SUBJECT-COUNT.

010480     IF WS-WEIGHT-CREDIT-SUM > 0
010490         COMPUTE WS-WEIGHTED-GPA ROUNDED =
010500             WS-GPA-POINTS +
010510             WS-WEIGHT-BONUS-SUM / WS-WEIGHT-CREDIT-SUM
010520     ELSE
010530         MOVE WS-GPA-POINTS TO WS-WEIGHTED-GPA
010540     END-IF.

010550 6400-DETERMINE-LETTER-GRADE-EXIT.
010560     EXIT.

010570*****************************************************************
010580*  7100-FIND-SCALE-IN-EFFECT                                    *
010590*  FINDS THE GRADING SCALE IN EFFECT FOR THE TERM IN            *
010600*  WS-SCALE-TERM - OF THE SCALE STEPS WHOSE EFFECTIVE RANGE     *
010610*  COVERS THE TERM, THE LATEST FROM-TERM WINS. SETS THE FOUND   *
010620*  SWITCH AND WS-SCALE-FROM-KEY, WHICH TIES TOGETHER THE STEPS  *
010630*  OF THAT ONE SCALE.                                           *
010640*****************************************************************
010650 7100-FIND-SCALE-IN-EFFECT.
010660     MOVE "N" TO WS-SCALE-FOUND-SW.
010670     MOVE LOW-VALUES TO WS-SCALE-FROM-KEY.

010680     IF WS-SCALE-COUNT = 0
010690             OR WS-SCALE-TERM = SPACES
010700         GO TO 7100-FIND-SCALE-IN-EFFECT-EXIT
010710     END-IF.

010720     MOVE WS-SCALE-TERM TO WS-TERM-KEY-INPUT.
010730     PERFORM 7400-BUILD-TERM-KEY
010740         THRU 7400-BUILD-TERM-KEY-EXIT.
010750     MOVE WS-TERM-KEY TO WS-SCALE-TERM-KEY.

010760     MOVE 1 TO WS-SCALE-INDEX.
010770     PERFORM 7110-CHECK-ONE-SCALE-ENTRY
010780         THRU 7110-CHECK-ONE-SCALE-ENTRY-EXIT
010790         UNTIL WS-SCALE-INDEX > WS-SCALE-COUNT.

010800 7100-FIND-SCALE-IN-EFFECT-EXIT.
010810     EXIT.

010820 7110-CHECK-ONE-SCALE-ENTRY.
010830     IF WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX)
010840             <= WS-SCALE-TERM-KEY
010850         AND WS-SCL-EFF-TO-KEY (WS-SCALE-INDEX)
010860             >= WS-SCALE-TERM-KEY
010870         IF NOT WS-SCALE-IS-IN-EFFECT
010880             OR WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX)
010890                 > WS-SCALE-FROM-KEY
010900             MOVE "Y" TO WS-SCALE-FOUND-SW
010910             MOVE WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX)
010920                 TO WS-SCALE-FROM-KEY
010930         END-IF
010940     END-IF.
010950     ADD 1 TO WS-SCALE-INDEX.

010960 7110-CHECK-ONE-SCALE-ENTRY-EXIT.
010970     EXIT.

010980*****************************************************************
010990*  7200-FIND-SCALE-STEP                                         *
011000*  FINDS THE STEP OF THE SCALE IN EFFECT THAT THE SCORE IN      *
011010*  WS-SCALE-SCORE EARNS - THE STEP WITH THE HIGHEST MINIMUM     *
011020*  SCORE NOT ABOVE IT. RETURNS ITS TABLE POSITION IN            *
011030*  WS-STEP-INDEX. 7100 MUST HAVE RUN FOR THE TERM FIRST.        *
011040*****************************************************************
011050 7200-FIND-SCALE-STEP.
011060     MOVE "N" TO WS-STEP-FOUND-SW.
011070     MOVE 0 TO WS-STEP-INDEX.
011080     MOVE 0 TO WS-STEP-MIN-SCORE.

011090     MOVE 1 TO WS-SCALE-INDEX.
011100     PERFORM 7210-CHECK-ONE-SCALE-STEP
011110         THRU 7210-CHECK-ONE-SCALE-STEP-EXIT
011120         UNTIL WS-SCALE-INDEX > WS-SCALE-COUNT.

011130 7200-FIND-SCALE-STEP-EXIT.
011140     EXIT.

011150 7210-CHECK-ONE-SCALE-STEP.
011160     IF WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX) = WS-SCALE-FROM-KEY
011170         AND WS-SCL-EFF-TO-KEY (WS-SCALE-INDEX)
011180             >= WS-SCALE-TERM-KEY
011190         AND WS-SCL-MIN-SCORE (WS-SCALE-INDEX) <= WS-SCALE-SCORE
011200         IF NOT WS-STEP-WAS-FOUND
011210             OR WS-SCL-MIN-SCORE (WS-SCALE-INDEX)
011220                 > WS-STEP-MIN-SCORE
011230             MOVE "Y" TO WS-STEP-FOUND-SW
011240             MOVE WS-SCALE-INDEX TO WS-STEP-INDEX
011250             MOVE WS-SCL-MIN-SCORE (WS-SCALE-INDEX)
011260                 TO WS-STEP-MIN-SCORE
011270         END-IF
011280     END-IF.
011290     ADD 1 TO WS-SCALE-INDEX.

011300 7210-CHECK-ONE-SCALE-STEP-EXIT.
011310     EXIT.

011320*****************************************************************
011330*  7300-ADD-ONE-WEIGHT-BONUS                                    *
011340*  FOR ONE GRADED SUBJECT, FINDS THE SCALE STEP ITS OWN GRADE   *
011350*  EARNS AND ADDS THE HONORS OR AP POINTS ABOVE THE REGULAR     *
011360*  POINTS FOR THAT STEP, WEIGHTED BY THE COURSE CREDIT HOURS.   *
011370*  THE COURSE LEVEL COMES FROM THE CATALOG ENTRY IN EFFECT FOR  *
011380*  THE TERM. STATUS GRADES CARRY NO WEIGHT.                     *
011390*****************************************************************
011400 7300-ADD-ONE-WEIGHT-BONUS.
011410     MOVE GM-SUBJECT-GRADE (WS-SUBJECT-INDEX) TO WS-GRADE-CHECK.
011420     IF WS-GRADE-IS-STATUS
011430             OR WS-GRADE-CHECK IS NOT NUMERIC
011440         ADD 1 TO WS-SUBJECT-INDEX
011450         GO TO 7300-ADD-ONE-WEIGHT-BONUS-EXIT
011460     END-IF.

011470     MOVE GM-SUBJECT-CODE (WS-SUBJECT-INDEX) TO WS-LOOKUP-CODE.
011480     PERFORM 2600-LOOKUP-COURSE
011490         THRU 2600-LOOKUP-COURSE-EXIT.
011500     MOVE WS-GRADE-CHECK TO WS-GRADE-NUMERIC.
011510     MOVE WS-GRADE-NUMERIC TO WS-SCALE-SCORE.
011520     PERFORM 7200-FIND-SCALE-STEP
011530         THRU 7200-FIND-SCALE-STEP-EXIT.

011540     IF WS-STEP-WAS-FOUND
011550         MOVE WS-SCL-REGULAR-POINTS (WS-STEP-INDEX)
011560             TO WS-STEP-REGULAR-POINTS
011570         EVALUATE TRUE
011580             WHEN WS-LOOKUP-IS-HONORS
011590                 MOVE WS-SCL-HONORS-POINTS (WS-STEP-INDEX)
011600                     TO WS-STEP-LEVEL-POINTS
011610             WHEN WS-LOOKUP-IS-AP
011620                 MOVE WS-SCL-AP-POINTS (WS-STEP-INDEX)
011630                     TO WS-STEP-LEVEL-POINTS
011640             WHEN OTHER
011650                 MOVE WS-STEP-REGULAR-POINTS
011660                     TO WS-STEP-LEVEL-POINTS
011670         END-EVALUATE
011680         COMPUTE WS-WEIGHT-BONUS-SUM =
011690             WS-WEIGHT-BONUS-SUM +
011700             (WS-STEP-LEVEL-POINTS - WS-STEP-REGULAR-POINTS)
011710                 * WS-LOOKUP-CREDITS
011720     END-IF.
011730     ADD WS-LOOKUP-CREDITS TO WS-WEIGHT-CREDIT-SUM.
011740     ADD 1 TO WS-SUBJECT-INDEX.

011750 7300-ADD-ONE-WEIGHT-BONUS-EXIT.
011760     EXIT.

011770*****************************************************************
011780*  7400-BUILD-TERM-KEY                                          *
011790*  BUILDS A SORTABLE KEY FROM THE TERM IN WS-TERM-KEY-INPUT -   *
011800*  THE FOUR-DIGIT YEAR FOLLOWED BY A SESSION SEQUENCE DIGIT     *
011810*  (WI=1, SP=2, SU=3, FA=4), SO TERMS COMPARE IN CALENDAR       *
011820*  ORDER INSTEAD OF ALPHABETIC ORDER. AN UNRECOGNIZED SESSION   *
011830*  CODE SORTS LAST WITHIN ITS YEAR.                             *
011840*****************************************************************
011850 7400-BUILD-TERM-KEY.
011860     MOVE SPACES TO WS-TERM-KEY.
011870     MOVE WS-TERM-KEY-INPUT (1:4) TO WS-TERM-KEY (1:4).
011880     EVALUATE WS-TERM-KEY-INPUT (5:2)
011890         WHEN "WI"
011900             MOVE "1" TO WS-TERM-KEY (5:1)
011910         WHEN "SP"
011920             MOVE "2" TO WS-TERM-KEY (5:1)
011930         WHEN "SU"
011940             MOVE "3" TO WS-TERM-KEY (5:1)
011950         WHEN "FA"
011960             MOVE "4" TO WS-TERM-KEY (5:1)
011970         WHEN OTHER
011980             MOVE "9" TO WS-TERM-KEY (5:1)
011990     END-EVALUATE.

012000 7400-BUILD-TERM-KEY-EXIT.
012010     EXIT.

012020*****************************************************************
012030*  9100-WRITE-EXPORT-RECORD                                     *
012040*  WRITES ONE FIXED-WIDTH RECORD FOR THE REGISTRAR'S STUDENT    *
012050*  INFORMATION SYSTEM, BUILT FROM THE TRANSFER TERM AS IT       *
012060*  STANDS AFTER THE POSTING.                                    *
012070*****************************************************************
012080 9100-WRITE-EXPORT-RECORD.
012090     MOVE SPACES           TO REGISTRAR-EXPORT-RECORD.
012100     MOVE GM-STUDENT-ID    TO RE-STUDENT-ID.
012110     MOVE GM-STUDENT-NAME  TO RE-STUDENT-NAME.
012120     MOVE GM-TERM          TO RE-TERM.
012130     MOVE GM-SUBJECT-COUNT TO RE-SUBJECT-COUNT.
012140     MOVE 1 TO WS-SUBJECT-INDEX.
012150     PERFORM 9110-MOVE-ONE-EXPORT-GRADE
012160         THRU 9110-MOVE-ONE-EXPORT-GRADE-EXIT
012170         UNTIL WS-SUBJECT-INDEX > 7.
012180     MOVE GM-AVERAGE-GRADE TO RE-AVERAGE-GRADE.
012190     MOVE GM-LETTER-GRADE  TO RE-LETTER-GRADE.
012200     MOVE GM-GPA-POINTS    TO RE-GPA-POINTS.
012210     MOVE GM-CLASS-RANK    TO RE-CLASS-RANK.
012220     MOVE GM-CLASS-SIZE    TO RE-CLASS-SIZE.
012230     MOVE GM-WEIGHTED-GPA  TO RE-WEIGHTED-GPA.
012240     MOVE GM-LETTER-MODIFIER TO RE-LETTER-MODIFIER.

012250     WRITE REGISTRAR-EXPORT-RECORD.
012260     ADD 1 TO WS-EXPORT-WRITE-COUNT.

012270 9100-WRITE-EXPORT-RECORD-EXIT.
012280     EXIT.

012290 9110-MOVE-ONE-EXPORT-GRADE.
012300     MOVE GM-SUBJECT-GRADE (WS-SUBJECT-INDEX)
012310         TO RE-SUBJECT-GRADE (WS-SUBJECT-INDEX).
012320     ADD 1 TO WS-SUBJECT-INDEX.

012330 9110-MOVE-ONE-EXPORT-GRADE-EXIT.
012340     EXIT.

012350*****************************************************************
012360*  9200-WRITE-AUDIT-ENTRY                                       *
012370*  APPENDS ONE AUDIT ENTRY BUILT STRAIGHT FROM THE CURRENT      *
012380*  GRADE-MASTER RECORD IMAGE, TAGGED BY WS-AUDIT-ACTION - THE   *
012390*  NEW TRANSFER TERM (XFR-ADD), OR A TRANSFER TERM BEFORE AND   *
012400*  AFTER A COURSE WAS ADDED TO IT (XFR-BEF, XFR-AFT).           *
012410*****************************************************************
012420 9200-WRITE-AUDIT-ENTRY.
012430     PERFORM 1200-BUILD-TIMESTAMP
012440         THRU 1200-BUILD-TIMESTAMP-EXIT.

012450     MOVE SPACES             TO AUDIT-LOG-RECORD.
012460     MOVE WS-TIMESTAMP-DISPLAY TO AL-RUN-TIMESTAMP.
012470     MOVE GM-STUDENT-ID      TO AL-STUDENT-ID.
012480     MOVE GM-STUDENT-NAME    TO AL-STUDENT-NAME.
012490     MOVE GM-TERM            TO AL-TERM.
012500     MOVE GM-SUBJECT-COUNT   TO AL-SUBJECT-COUNT.
012510     MOVE GM-SUBJECT-GRADES  TO AL-SUBJECT-GRADES.
012520     MOVE GM-AVERAGE-GRADE   TO AL-AVERAGE-GRADE.
012530     MOVE GM-LETTER-GRADE    TO AL-LETTER-GRADE.
012540     MOVE GM-LETTER-MODIFIER TO AL-LETTER-MODIFIER.
012550     MOVE WS-AUDIT-ACTION    TO AL-ACTION-CODE.

012560     WRITE AUDIT-LOG-RECORD.

012570 9200-WRITE-AUDIT-ENTRY-EXIT.
012580     EXIT.

012590*****************************************************************
012600*  9300-REGISTER-RUN                                            *
012610*  APPENDS THIS RUN'S RECORD TO THE RUN-HISTORY FILE - THE      *
012620*  LINES POSTED, THE LINES SUSPENDED, AND THE START/END         *
012630*  TIMESTAMPS.                                                  *
012640*****************************************************************
012650 9300-REGISTER-RUN.
012660     PERFORM 1200-BUILD-TIMESTAMP
012670         THRU 1200-BUILD-TIMESTAMP-EXIT.

012680     MOVE SPACES TO RUN-HISTORY-RECORD.
012690     MOVE "XFERLOAD" TO RH-PROGRAM-NAME.
012700     MOVE "TRANSFER" TO RH-RUN-MODE.
012710     MOVE SPACES TO RH-TERM.
012720     MOVE WS-POSTED-COUNT TO RH-INPUT-COUNT.
012730     MOVE WS-SUSPENDED-COUNT TO RH-REJECT-COUNT.
012740     MOVE 0 TO RH-RETURN-CODE.
012750     MOVE WS-RUN-START-STAMP TO RH-START-TIMESTAMP.
012760     MOVE WS-TIMESTAMP-DISPLAY TO RH-END-TIMESTAMP.
012770     MOVE "Y" TO RH-COMPLETE-SW.

012780     OPEN EXTEND RUN-HISTORY-FILE.
012790     IF WS-RUNHIST-STATUS = "35"
012800         OPEN OUTPUT RUN-HISTORY-FILE
012810     END-IF.
012820     IF WS-RUNHIST-STATUS = "00"
012830         WRITE RUN-HISTORY-RECORD
012840         CLOSE RUN-HISTORY-FILE
012850     ELSE
012860         DISPLAY "RUN-HISTORY FILE RUNHIST COULD NOT BE "
012870             "OPENED - STATUS " WS-RUNHIST-STATUS
012880             " - RUN NOT REGISTERED"
012890     END-IF.

012900 9300-REGISTER-RUN-EXIT.
012910     EXIT.

012920*****************************************************************
012930*  9800-TERMINATE                                               *
012940*  PRINTS THE RUN TOTALS ON BOTH REPORTS AND THE CONSOLE,       *
012950*  CLOSES THE FILES, AND ENDS THE RUN.                          *
012960*****************************************************************
012970 9800-TERMINATE.
012980     MOVE SPACES TO TRANSFER-REPORT-LINE.
012990     WRITE TRANSFER-REPORT-LINE.
013000     MOVE "TRANSFER-CREDIT LOAD SUMMARY" TO TRANSFER-REPORT-LINE.
013010     WRITE TRANSFER-REPORT-LINE.
013020     MOVE WS-LINE-READ-COUNT TO WS-EDIT-COUNT.
013030     STRING "  LINES READ                    : " WS-EDIT-COUNT
013040         DELIMITED BY SIZE INTO TRANSFER-REPORT-LINE.
013050     WRITE TRANSFER-REPORT-LINE.
013060     MOVE SPACES TO TRANSFER-REPORT-LINE.
013070     MOVE WS-POSTED-COUNT TO WS-EDIT-COUNT.
013080     STRING "  LINES POSTED                  : " WS-EDIT-COUNT
013090         DELIMITED BY SIZE INTO TRANSFER-REPORT-LINE.
013100     WRITE TRANSFER-REPORT-LINE.
013110     MOVE SPACES TO TRANSFER-REPORT-LINE.
013120     MOVE WS-NEW-TERM-COUNT TO WS-EDIT-COUNT.
013130     STRING "    NEW TRANSFER TERMS          : " WS-EDIT-COUNT
013140         DELIMITED BY SIZE INTO TRANSFER-REPORT-LINE.
013150     WRITE TRANSFER-REPORT-LINE.
013160     MOVE SPACES TO TRANSFER-REPORT-LINE.
013170     MOVE WS-TITLE-MAPPED-COUNT TO WS-EDIT-COUNT.
013180     STRING "    MAPPED BY TITLE             : " WS-EDIT-COUNT
013190         DELIMITED BY SIZE INTO TRANSFER-REPORT-LINE.
013200     WRITE TRANSFER-REPORT-LINE.
013210     MOVE SPACES TO TRANSFER-REPORT-LINE.
013220     MOVE WS-CREDIT-DIFF-COUNT TO WS-EDIT-COUNT.
013230     STRING "    CREDITS DIFFER FROM CATALOG : " WS-EDIT-COUNT
013240         DELIMITED BY SIZE INTO TRANSFER-REPORT-LINE.
013250     WRITE TRANSFER-REPORT-LINE.
013260     MOVE SPACES TO TRANSFER-REPORT-LINE.
013270     MOVE WS-SUSPENDED-COUNT TO WS-EDIT-COUNT.
013280     STRING "  LINES SUSPENDED (SEE XFRSUSP) : " WS-EDIT-COUNT
013290         DELIMITED BY SIZE INTO TRANSFER-REPORT-LINE.
013300     WRITE TRANSFER-REPORT-LINE.
013310     MOVE SPACES TO TRANSFER-REPORT-LINE.

013320     MOVE SPACES TO TRANSFER-SUSPENSE-LINE.
013330     WRITE TRANSFER-SUSPENSE-LINE.
013340     IF WS-SUSPENDED-COUNT = 0
013350         MOVE "NO LINES WERE SUSPENDED." TO TRANSFER-SUSPENSE-LINE
013360         WRITE TRANSFER-SUSPENSE-LINE
013370     END-IF.
013380     MOVE WS-SUSPENDED-COUNT TO WS-EDIT-COUNT.
013390     STRING "LINES SUSPENDED : " WS-EDIT-COUNT
013400         DELIMITED BY SIZE INTO TRANSFER-SUSPENSE-LINE.
013410     WRITE TRANSFER-SUSPENSE-LINE.

013420     CLOSE TRANSFER-CREDIT-FILE.
013430     CLOSE STUDENT-DEMOG-FILE.
013440     CLOSE GRADE-MASTER-FILE.
013450     CLOSE AUDIT-LOG-FILE.
013460     CLOSE REGISTRAR-EXPORT-FILE.
013462     CLOSE GM-JOURNAL-FILE.
013470     CLOSE TRANSFER-REPORT-FILE.
013480     CLOSE TRANSFER-SUSPENSE-FILE.

013490     DISPLAY "TRANSFER-CREDIT LOAD COMPLETE - SEE XFRRPT AND "
013500         "XFRSUSP.".
013510     MOVE WS-LINE-READ-COUNT TO WS-EDIT-COUNT.
013520     DISPLAY "  LINES READ      : " WS-EDIT-COUNT.
013530     MOVE WS-POSTED-COUNT TO WS-EDIT-COUNT.
013540     DISPLAY "  LINES POSTED    : " WS-EDIT-COUNT.
013550     MOVE WS-SUSPENDED-COUNT TO WS-EDIT-COUNT.
013560     DISPLAY "  LINES SUSPENDED : " WS-EDIT-COUNT.
013570     MOVE WS-EXPORT-WRITE-COUNT TO WS-EDIT-COUNT.
013580     DISPLAY "  EXPORTS CUT     : " WS-EDIT-COUNT.

013590 9800-TERMINATE-EXIT.
013600     EXIT.

013610*****************************************************************
013620*  9400-WRITE-JOURNAL-ENTRY                                     *
013630*  APPENDS ONE GRADE-MASTER JOURNAL ENTRY - THE IMAGE HELD IN   *
013640*  WS-JOURNAL-IMAGE, TAGGED WITH WS-JOURNAL-ACTION AND THE      *
013650*  START TIMESTAMP THIS RUN IS REGISTERED UNDER ON RUNHIST.     *
013660*****************************************************************
013670 9400-WRITE-JOURNAL-ENTRY.
013680     MOVE SPACES             TO GM-JOURNAL-RECORD.
013690     MOVE WS-RUN-START-STAMP TO JR-RUN-TIMESTAMP.
013700     MOVE "XFERLOAD"         TO JR-PROGRAM-NAME.
013710     MOVE WS-JOURNAL-ACTION  TO JR-ACTION-CODE.
013720     MOVE WS-JOURNAL-IMAGE   TO JR-GM-IMAGE.

013730     WRITE GM-JOURNAL-RECORD.

013740 9400-WRITE-JOURNAL-ENTRY-EXIT.
013750     EXIT.
