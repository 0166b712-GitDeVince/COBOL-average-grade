000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    AppealAging.
000120 AUTHOR.        M. OKONKWO-BELL, GRADING SYSTEMS GROUP.
000130 INSTALLATION.  DISTRICT OFFICE, ACADEMIC RECORDS.
000140 DATE-WRITTEN.  10/14/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY                                        *
000180*  ------------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION                                *
000200*  10/14/2026 MOB   ORIGINAL VERSION. WEEKLY AGING REPORT OF   *
000210*                   OPEN GRADE APPEAL CASES BY SCHOOL, OLDEST  *
000220*                   FIRST, WITH SCHOOL DAYS OUTSTANDING        *
000230*                   AGAINST THE 30-SCHOOL-DAY DECISION POLICY  *
000240*                   AND THE GRADEBOOK COMPONENT BREAKDOWN OF   *
000250*                   EACH DISPUTED SUBJECT GRADE.               *
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT APPEAL-CASE-FILE    ASSIGN TO "APPEALS"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS AP-CASE-NUMBER
000340         FILE STATUS IS WS-APPEALS-STATUS.

000350     SELECT SCHOOL-CALENDAR-FILE ASSIGN TO "SCHLCAL"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-SCHLCAL-STATUS.

000380     SELECT COMPONENT-DETAIL-FILE ASSIGN TO "CMPDTL"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-CMPDTL-STATUS.

000410     SELECT AGING-REPORT-FILE   ASSIGN TO "APLAGE"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-APLAGE-STATUS.

000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  APPEAL-CASE-FILE
000470     LABEL RECORDS ARE STANDARD.
000480 COPY APPLREC.

000490 FD  SCHOOL-CALENDAR-FILE
000500     LABEL RECORDS ARE STANDARD.
000510 COPY CALREC.

000520 FD  COMPONENT-DETAIL-FILE
000530     LABEL RECORDS ARE STANDARD.
000540 01  COMPONENT-DETAIL-RECORD.
000550     05  CD-COMPONENT-IMAGE         PIC X(45).
000560     05  CD-COMPUTED-GRADE          PIC X(03).
000570     05  FILLER                     PIC X(02).

000580 FD  AGING-REPORT-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 01  AGING-REPORT-LINE              PIC X(132).

000610 WORKING-STORAGE SECTION.
000620*****************************************************************
000630*  FILE STATUS FIELDS                                           *
000640*****************************************************************
000650 77  WS-APPEALS-STATUS         PIC X(02)  VALUE SPACES.
000660 77  WS-SCHLCAL-STATUS         PIC X(02)  VALUE SPACES.
000670 77  WS-CMPDTL-STATUS          PIC X(02)  VALUE SPACES.
000680 77  WS-APLAGE-STATUS          PIC X(02)  VALUE SPACES.

000690*****************************************************************
000700*  RUN CONTROL SWITCHES AND COUNTERS                            *
000710*****************************************************************
000720 77  WS-EOF-SW                 PIC X(01)  VALUE "N".
000730     88  WS-END-OF-FILE        VALUE "Y".
000740 77  WS-CALENDAR-AVAILABLE-SW  PIC X(01)  VALUE "N".
000750     88  WS-CALENDAR-IS-AVAILABLE VALUE "Y".
000760 77  WS-CMPDTL-AVAILABLE-SW    PIC X(01)  VALUE "N".
000770     88  WS-CMPDTL-IS-AVAILABLE VALUE "Y".
000780 77  WS-FIRST-SCHOOL-SW        PIC X(01)  VALUE "Y".
000790     88  WS-IS-FIRST-SCHOOL    VALUE "Y".
000800 77  WS-CASES-READ             PIC 9(05)  COMP VALUE 0.
000810 77  WS-CASES-SKIPPED          PIC 9(05)  COMP VALUE 0.
000820 77  WS-DETAIL-SEQUENCE        PIC 9(07)  COMP VALUE 0.
000830 77  WS-SCHOOL-OPEN-COUNT      PIC 9(05)  COMP VALUE 0.
000840 77  WS-SCHOOL-OVERDUE-COUNT   PIC 9(05)  COMP VALUE 0.
000850 77  WS-TOTAL-OVERDUE-COUNT    PIC 9(05)  COMP VALUE 0.
000860 77  WS-CURRENT-SCHOOL         PIC X(03)  VALUE SPACES.
000870 77  WS-SCHOOL-OLDEST-DAYS     PIC 9(04)  VALUE 0.

000880*****************************************************************
000890*  THE DECISION POLICY. A CASE STILL OPEN AFTER THIS MANY       *
000900*  SCHOOL DAYS FROM ITS FILED DATE IS FLAGGED OVERDUE.          *
000910*****************************************************************
000920 77  WS-POLICY-SCHOOL-DAYS     PIC 9(04)  VALUE 30.

000930*****************************************************************
000940*  AS-OF DATE FOR THE RUN. DAYS OUTSTANDING ARE COUNTED FROM    *
000950*  THE DAY AFTER A CASE WAS FILED THROUGH THIS DATE. IT         *
000960*  DEFAULTS TO TODAY AND MAY BE KEYED TO RE-RUN AN EARLIER      *
000970*  WEEK.                                                        *
000980*****************************************************************
000990 01  WS-TODAY-DATE             PIC 9(08)  VALUE 0.
001000 01  WS-AS-OF-DATE             PIC 9(08)  VALUE 0.
001010 01  WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
001020     05  WS-AS-OF-YEAR         PIC 9(04).
001030     05  WS-AS-OF-MONTH        PIC 9(02).
001040     05  WS-AS-OF-DAY          PIC 9(02).
001050 77  WS-AS-OF-INPUT            PIC 9(08)  VALUE 0.
001060 77  WS-AS-OF-DAY-NUMBER       PIC 9(07)  COMP VALUE 0.

001070*****************************************************************
001080*  DAY-NUMBER WORK AREA. A DATE IS TURNED INTO A SERIAL DAY     *
001090*  NUMBER SO THAT TWO DATES CAN BE SUBTRACTED AND THE DAY OF    *
001100*  THE WEEK FOUND. THE YEAR IS TAKEN TO START IN MARCH SO THAT  *
001110*  THE LEAP DAY FALLS AT THE END OF IT. UNDER THIS NUMBERING    *
001120*  THE DAY NUMBER DIVIDED BY 7 LEAVES 4 FOR A SATURDAY AND 5    *
001130*  FOR A SUNDAY.                                                *
001140*****************************************************************
001150 01  WS-DATE-WORK              PIC 9(08)  VALUE 0.
001160 01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
001170     05  WS-DATE-WORK-YEAR     PIC 9(04).
001180     05  WS-DATE-WORK-MONTH    PIC 9(02).
001190     05  WS-DATE-WORK-DAY      PIC 9(02).
001200 77  WS-DAY-NUMBER             PIC 9(07)  COMP VALUE 0.
001210 77  WS-CALC-YEAR              PIC 9(04)  COMP VALUE 0.
001220 77  WS-CALC-MONTH             PIC 9(02)  COMP VALUE 0.
001230 77  WS-CALC-LEAP-4            PIC 9(04)  COMP VALUE 0.
001240 77  WS-CALC-LEAP-100          PIC 9(04)  COMP VALUE 0.
001250 77  WS-CALC-LEAP-400          PIC 9(04)  COMP VALUE 0.
001260 77  WS-CALC-MONTH-WORK        PIC 9(05)  COMP VALUE 0.
001270 77  WS-CALC-MONTH-OFFSET      PIC 9(04)  COMP VALUE 0.
001280 77  WS-CALC-WEEKS             PIC 9(07)  COMP VALUE 0.
001290 77  WS-WEEKDAY-CODE           PIC 9(01)  VALUE 0.
001300     88  WS-DAY-IS-WEEKEND     VALUE 4 5.

001310 77  WS-FILED-DAY-NUMBER       PIC 9(07)  COMP VALUE 0.
001320 77  WS-DAY-SPAN               PIC 9(07)  COMP VALUE 0.
001330 77  WS-FULL-WEEKS             PIC 9(07)  COMP VALUE 0.
001340 77  WS-ODD-DAYS               PIC 9(01)  COMP VALUE 0.
001350 77  WS-ODD-INDEX              PIC 9(01)  COMP VALUE 0.
001360 77  WS-SCHOOL-DAYS            PIC 9(04)  VALUE 0.

001370*****************************************************************
001380*  CLOSED-DAY TABLE, LOADED FROM THE SCHOOL CALENDAR AT         *
001390*  INITIALIZATION. EACH ENTRY CARRIES ITS DAY NUMBER AND        *
001400*  WHETHER IT FALLS ON A WEEKDAY, SINCE ONLY A CLOSED WEEKDAY   *
001410*  TAKES A DAY OFF THE COUNT. WITHOUT THE CALENDAR EVERY        *
001420*  WEEKDAY IS COUNTED AS A SCHOOL DAY.                          *
001430*****************************************************************
001440 77  WS-CALENDAR-COUNT         PIC 9(03)  COMP VALUE 0.
001450 77  WS-CALENDAR-LIMIT         PIC 9(03)  VALUE 400.
001460 77  WS-CAL-INDEX              PIC 9(03)  COMP VALUE 0.

001470 01  WS-CLOSED-DAY-TABLE.
001480     05  WS-CLOSED-DAY-ENTRY OCCURS 400 TIMES.
001490         10  WS-CAL-DAY-NUMBER     PIC 9(07)  COMP.
001500         10  WS-CAL-SCHOOL-CODE    PIC X(03).
001510         10  WS-CAL-WEEKDAY-SW     PIC X(01).

001520*****************************************************************
001530*  OPEN CASE TABLE. ONE ENTRY PER OPEN APPEAL CASE, CARRYING    *
001540*  THE CASE FIELDS THE REPORT PRINTS, THE SCHOOL DAYS           *
001550*  OUTSTANDING, AND UP TO 12 GRADEBOOK COMPONENTS OF THE        *
001560*  DISPUTED SUBJECT GRADE FROM THE COMPONENT DETAIL FILE. THE   *
001570*  LAST-DETAIL FIELD IS THE SEQUENCE OF THE DETAIL RECORD LAST  *
001580*  TAKEN FOR THE CASE; A MATCHING RECORD THAT DOES NOT FOLLOW   *
001590*  IT DIRECTLY STARTS A LATER RUN'S BLOCK, WHICH REPLACES THE   *
001600*  COMPONENTS HELD.                                             *
001610*****************************************************************
001620 77  WS-CASE-COUNT             PIC 9(03)  COMP VALUE 0.
001630 77  WS-CASE-LIMIT             PIC 9(03)  VALUE 500.
001640 77  WS-CASE-INDEX             PIC 9(03)  COMP VALUE 0.
001650 77  WS-OUTER-INDEX            PIC 9(03)  COMP VALUE 0.
001660 77  WS-INNER-INDEX            PIC 9(03)  COMP VALUE 0.
001670 77  WS-COMP-INDEX             PIC 9(02)  COMP VALUE 0.
001680 77  WS-COMP-LIMIT             PIC 9(02)  VALUE 12.

001690 01  WS-OPEN-CASE-TABLE.
001700     05  WS-CASE-ENTRY OCCURS 500 TIMES.
001710         10  WS-CASE-NUMBER        PIC 9(07).
001720         10  WS-CASE-STUDENT-ID    PIC 9(09).
001730         10  WS-CASE-STUDENT-NAME  PIC X(30).
001740         10  WS-CASE-TERM          PIC X(06).
001750         10  WS-CASE-SCHOOL-CODE   PIC X(03).
001760         10  WS-CASE-COURSE-CODE   PIC X(06).
001770         10  WS-CASE-DISPUTED      PIC X(03).
001780         10  WS-CASE-REQUESTED     PIC X(03).
001790         10  WS-CASE-FILED-DATE    PIC 9(08).
001800         10  WS-CASE-REVIEWER      PIC X(30).
001810         10  WS-CASE-SCHOOL-DAYS   PIC 9(04).
001820         10  WS-CASE-COMP-COUNT    PIC 9(02).
001830         10  WS-CASE-COMP-MORE-SW  PIC X(01).
001840         10  WS-CASE-COMPUTED      PIC X(03).
001850         10  WS-CASE-LAST-DETAIL   PIC 9(07).
001860         10  WS-CASE-COMPONENT OCCURS 12 TIMES.
001870             15  WS-COMP-CATEGORY  PIC X(08).
001880             15  WS-COMP-SCORE     PIC X(03).
001890             15  WS-COMP-WEIGHT    PIC X(03).

001900 01  WS-CASE-HOLD              PIC X(290).

001910*****************************************************************
001920*  COMPONENT DETAIL WORK AREA. EACH DETAIL RECORD CARRIES THE   *
001930*  GRADEBOOK COMPONENT RECORD AS IT WAS READ BY THE GRADING     *
001940*  RUN.                                                         *
001950*****************************************************************
001960 COPY COMPREC.

001970*****************************************************************
001980*  DISPLAY / EDIT FIELDS FOR REPORT LINES                       *
001990*****************************************************************
002000 01  WS-EDIT-CASE              PIC 9(07).
002010 01  WS-EDIT-STUDENT-ID        PIC 9(09).
002020 01  WS-EDIT-DATE              PIC X(10).
002030 01  WS-EDIT-DAYS              PIC ZZZ9.
002040 01  WS-EDIT-COUNT             PIC ZZZZ9.
002050 01  WS-EDIT-FLAG              PIC X(07).

002060 PROCEDURE DIVISION.
002070*****************************************************************
002080*  0000-MAINLINE                                                *
002090*  ENTRY POINT. LOADS THE OPEN APPEAL CASES WITH THEIR SCHOOL   *
002100*  DAYS OUTSTANDING, ATTACHES THE COMPONENT BREAKDOWN OF EACH   *
002110*  DISPUTED SUBJECT, SORTS THE CASES BY SCHOOL AND AGE, AND     *
002120*  PRINTS THE AGING REPORT.                                     *
002130*****************************************************************
002140 0000-MAINLINE.
002150     PERFORM 1000-INITIALIZE
002160         THRU 1000-INITIALIZE-EXIT.

002170     PERFORM 2000-LOAD-OPEN-CASES
002180         THRU 2000-LOAD-OPEN-CASES-EXIT.

002190     PERFORM 3000-LOAD-COMPONENTS
002200         THRU 3000-LOAD-COMPONENTS-EXIT.

002210     PERFORM 4000-SORT-CASES
002220         THRU 4000-SORT-CASES-EXIT.

002230     PERFORM 5000-PRINT-REPORT
002240         THRU 5000-PRINT-REPORT-EXIT.

002250     PERFORM 9800-TERMINATE
002260         THRU 9800-TERMINATE-EXIT.

002270     STOP RUN.

002280 0000-MAINLINE-EXIT.
002290     EXIT.

002300*****************************************************************
002310*  1000-INITIALIZE                                              *
002320*  OPENS THE APPEAL CASE FILE AND THE REPORT, ASKS FOR THE      *
002330*  AS-OF DATE, AND LOADS THE SCHOOL CALENDAR. WITHOUT THE CASE  *
002340*  FILE THERE IS NOTHING TO REPORT. A MISSING CALENDAR IS NOT   *
002350*  FATAL - DAYS ARE THEN COUNTED AS WEEKDAYS AND THE REPORT     *
002360*  SAYS SO.                                                     *
002370*****************************************************************
002380 1000-INITIALIZE.
002390     OPEN INPUT APPEAL-CASE-FILE.
002400     IF WS-APPEALS-STATUS NOT = "00"
002410         DISPLAY "APPEAL CASE FILE APPEALS NOT AVAILABLE - "
002420             "STATUS " WS-APPEALS-STATUS " - NOTHING TO REPORT"
002430         STOP RUN
002440     END-IF.

002450     OPEN OUTPUT AGING-REPORT-FILE.

002460     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002470     DISPLAY "GRADE APPEAL AGING REPORT".
002480     PERFORM 1100-PROMPT-AS-OF-DATE
002490         THRU 1100-PROMPT-AS-OF-DATE-EXIT.

002500     MOVE WS-AS-OF-DATE TO WS-DATE-WORK.
002510     PERFORM 2800-COMPUTE-DAY-NUMBER
002520         THRU 2800-COMPUTE-DAY-NUMBER-EXIT.
002530     MOVE WS-DAY-NUMBER TO WS-AS-OF-DAY-NUMBER.

002540     PERFORM 1300-LOAD-CALENDAR
002550         THRU 1300-LOAD-CALENDAR-EXIT.

002560 1000-INITIALIZE-EXIT.
002570     EXIT.

002580*****************************************************************
002590*  1100-PROMPT-AS-OF-DATE                                       *
002600*  ASKS FOR THE AS-OF DATE. ZERO MEANS TODAY. A DATE THAT IS    *
002610*  NOT A PLAUSIBLE YYYYMMDD DATE OR IS LATER THAN TODAY IS      *
002620*  REFUSED AND TODAY IS USED.                                   *
002630*****************************************************************
002640 1100-PROMPT-AS-OF-DATE.
002650     MOVE WS-TODAY-DATE TO WS-AS-OF-DATE.
002660     MOVE 0 TO WS-AS-OF-INPUT.
002670     DISPLAY "ENTER AS-OF DATE YYYYMMDD (0 = TODAY): "
002680         WITH NO ADVANCING.
002690     ACCEPT WS-AS-OF-INPUT.
002700     IF WS-AS-OF-INPUT = 0
002710         GO TO 1100-PROMPT-AS-OF-DATE-EXIT
002720     END-IF.

002730     MOVE WS-AS-OF-INPUT TO WS-AS-OF-DATE.
002740     IF WS-AS-OF-MONTH < 1 OR WS-AS-OF-MONTH > 12
002750             OR WS-AS-OF-DAY < 1 OR WS-AS-OF-DAY > 31
002760             OR WS-AS-OF-DATE > WS-TODAY-DATE
002770         DISPLAY "AS-OF DATE " WS-AS-OF-INPUT
002780             " IS NOT VALID - TODAY'S DATE IS USED"
002790         MOVE WS-TODAY-DATE TO WS-AS-OF-DATE
002800     END-IF.

002810 1100-PROMPT-AS-OF-DATE-EXIT.
002820     EXIT.

002830*****************************************************************
002840*  1300-LOAD-CALENDAR                                           *
002850*  LOADS THE SCHOOL CALENDAR CLOSED DAYS INTO THE IN-MEMORY     *
002860*  TABLE WITH THEIR DAY NUMBERS.                                *
002870*****************************************************************
002880 1300-LOAD-CALENDAR.
002890     MOVE 0 TO WS-CALENDAR-COUNT.
002900     MOVE "N" TO WS-EOF-SW.

002910     OPEN INPUT SCHOOL-CALENDAR-FILE.
002920     IF WS-SCHLCAL-STATUS NOT = "00"
002930         DISPLAY "SCHOOL CALENDAR SCHLCAL NOT AVAILABLE - "
002940             "EVERY WEEKDAY COUNTS AS A SCHOOL DAY"
002950         GO TO 1300-LOAD-CALENDAR-EXIT
002960     END-IF.
002970     MOVE "Y" TO WS-CALENDAR-AVAILABLE-SW.

002980     PERFORM 1310-LOAD-ONE-CLOSED-DAY
002990         THRU 1310-LOAD-ONE-CLOSED-DAY-EXIT
003000         UNTIL WS-END-OF-FILE.

003010     CLOSE SCHOOL-CALENDAR-FILE.

003020 1300-LOAD-CALENDAR-EXIT.
003030     EXIT.

003040 1310-LOAD-ONE-CLOSED-DAY.
003050     READ SCHOOL-CALENDAR-FILE
003060         AT END
003070             MOVE "Y" TO WS-EOF-SW
003080     END-READ.
003090     IF WS-SCHLCAL-STATUS NOT = "00"
003100         MOVE "Y" TO WS-EOF-SW
003110         GO TO 1310-LOAD-ONE-CLOSED-DAY-EXIT
003120     END-IF.

003130     IF SC-CLOSED-DATE IS NOT NUMERIC
003140         DISPLAY "SCHOOL CALENDAR ENTRY '" SC-CLOSED-DATE
003150             "' IGNORED - DATE IS NOT NUMERIC"
003160         GO TO 1310-LOAD-ONE-CLOSED-DAY-EXIT
003170     END-IF.

003180     IF WS-CALENDAR-COUNT NOT < WS-CALENDAR-LIMIT
003190         DISPLAY "SCHOOL CALENDAR ENTRY " SC-CLOSED-DATE
003200             " IGNORED - 400-DAY CALENDAR TABLE IS FULL"
003210         GO TO 1310-LOAD-ONE-CLOSED-DAY-EXIT
003220     END-IF.

003230     ADD 1 TO WS-CALENDAR-COUNT.
003240     MOVE SC-CLOSED-DATE TO WS-DATE-WORK.
003250     PERFORM 2800-COMPUTE-DAY-NUMBER
003260         THRU 2800-COMPUTE-DAY-NUMBER-EXIT.
003270     MOVE WS-DAY-NUMBER TO WS-CAL-DAY-NUMBER (WS-CALENDAR-COUNT).
003280     MOVE SC-SCHOOL-CODE
003290         TO WS-CAL-SCHOOL-CODE (WS-CALENDAR-COUNT).
003300     PERFORM 2810-COMPUTE-WEEKDAY
003310         THRU 2810-COMPUTE-WEEKDAY-EXIT.
003320     IF WS-DAY-IS-WEEKEND
003330         MOVE "N" TO WS-CAL-WEEKDAY-SW (WS-CALENDAR-COUNT)
003340     ELSE
003350         MOVE "Y" TO WS-CAL-WEEKDAY-SW (WS-CALENDAR-COUNT)
003360     END-IF.

003370 1310-LOAD-ONE-CLOSED-DAY-EXIT.
003380     EXIT.

003390*****************************************************************
003400*  2000-LOAD-OPEN-CASES                                         *
003410*  READS THE APPEAL CASE FILE FROM THE LOWEST CASE NUMBER AND   *
003420*  LOADS EVERY OPEN CASE INTO THE CASE TABLE WITH ITS SCHOOL    *
003430*  DAYS OUTSTANDING. CLOSED CASES ARE PASSED OVER.              *
003440*****************************************************************
003450 2000-LOAD-OPEN-CASES.
003460     MOVE "N" TO WS-EOF-SW.
003470     MOVE 0 TO AP-CASE-NUMBER.
003480     START APPEAL-CASE-FILE KEY >= AP-CASE-NUMBER
003490         INVALID KEY
003500             MOVE "Y" TO WS-EOF-SW
003510     END-START.
003520     IF WS-APPEALS-STATUS NOT = "00"
003530         MOVE "Y" TO WS-EOF-SW
003540     END-IF.

003550     PERFORM 2100-LOAD-ONE-CASE
003560         THRU 2100-LOAD-ONE-CASE-EXIT
003570         UNTIL WS-END-OF-FILE.

003580     CLOSE APPEAL-CASE-FILE.

003590 2000-LOAD-OPEN-CASES-EXIT.
003600     EXIT.

003610 2100-LOAD-ONE-CASE.
003620     READ APPEAL-CASE-FILE NEXT RECORD
003630         AT END
003640             MOVE "Y" TO WS-EOF-SW
003650     END-READ.
003660     IF WS-APPEALS-STATUS NOT = "00"
003670         MOVE "Y" TO WS-EOF-SW
003680         GO TO 2100-LOAD-ONE-CASE-EXIT
003690     END-IF.

003700     ADD 1 TO WS-CASES-READ.
003710     IF NOT AP-CASE-IS-OPEN
003720         GO TO 2100-LOAD-ONE-CASE-EXIT
003730     END-IF.

003740     IF WS-CASE-COUNT NOT < WS-CASE-LIMIT
003750         ADD 1 TO WS-CASES-SKIPPED
003760         DISPLAY "OPEN CASE " AP-CASE-NUMBER
003770             " NOT REPORTED - 500-CASE TABLE IS FULL"
003780         GO TO 2100-LOAD-ONE-CASE-EXIT
003790     END-IF.

003800     ADD 1 TO WS-CASE-COUNT.
003810     MOVE WS-CASE-COUNT TO WS-CASE-INDEX.
003820     MOVE AP-CASE-NUMBER TO WS-CASE-NUMBER (WS-CASE-INDEX).
003830     MOVE AP-STUDENT-ID TO WS-CASE-STUDENT-ID (WS-CASE-INDEX).
003840     MOVE AP-STUDENT-NAME
003850         TO WS-CASE-STUDENT-NAME (WS-CASE-INDEX).
003860     MOVE AP-TERM TO WS-CASE-TERM (WS-CASE-INDEX).
003870     MOVE AP-SCHOOL-CODE TO WS-CASE-SCHOOL-CODE (WS-CASE-INDEX).
003880     MOVE AP-COURSE-CODE TO WS-CASE-COURSE-CODE (WS-CASE-INDEX).
003890     MOVE AP-DISPUTED-GRADE TO WS-CASE-DISPUTED (WS-CASE-INDEX).
003900     MOVE AP-REQUESTED-GRADE TO WS-CASE-REQUESTED (WS-CASE-INDEX).
003910     MOVE AP-FILED-DATE TO WS-CASE-FILED-DATE (WS-CASE-INDEX).
003920     MOVE AP-REVIEWER TO WS-CASE-REVIEWER (WS-CASE-INDEX).
003930     MOVE 0 TO WS-CASE-COMP-COUNT (WS-CASE-INDEX).
003940     MOVE "N" TO WS-CASE-COMP-MORE-SW (WS-CASE-INDEX).
003950     MOVE SPACES TO WS-CASE-COMPUTED (WS-CASE-INDEX).
003960     MOVE 0 TO WS-CASE-LAST-DETAIL (WS-CASE-INDEX).

003970     PERFORM 2300-COUNT-SCHOOL-DAYS
003980         THRU 2300-COUNT-SCHOOL-DAYS-EXIT.
003990     MOVE WS-SCHOOL-DAYS TO WS-CASE-SCHOOL-DAYS (WS-CASE-INDEX).

004000 2100-LOAD-ONE-CASE-EXIT.
004010     EXIT.

004020*****************************************************************
004030*  2300-COUNT-SCHOOL-DAYS                                       *
004040*  COUNTS THE SCHOOL DAYS FROM THE DAY AFTER THE CASE IN        *
004050*  WS-CASE-INDEX WAS FILED THROUGH THE AS-OF DATE. EVERY FULL   *
004060*  WEEK IN THE SPAN HOLDS FIVE WEEKDAYS AND THE ODD DAYS LEFT   *
004070*  OVER ARE CHECKED ONE BY ONE. CLOSED WEEKDAYS ON THE CALENDAR *
004080*  FOR THE DISTRICT OR THE CASE'S SCHOOL ARE THEN TAKEN OFF. A  *
004090*  CASE FILED ON OR AFTER THE AS-OF DATE HAS ZERO DAYS          *
004100*  OUTSTANDING.                                                 *
004110*****************************************************************
004120 2300-COUNT-SCHOOL-DAYS.
004130     MOVE 0 TO WS-SCHOOL-DAYS.
004140     IF WS-CASE-FILED-DATE (WS-CASE-INDEX) NOT < WS-AS-OF-DATE
004150         GO TO 2300-COUNT-SCHOOL-DAYS-EXIT
004160     END-IF.

004170     MOVE WS-CASE-FILED-DATE (WS-CASE-INDEX) TO WS-DATE-WORK.
004180     PERFORM 2800-COMPUTE-DAY-NUMBER
004190         THRU 2800-COMPUTE-DAY-NUMBER-EXIT.
004200     MOVE WS-DAY-NUMBER TO WS-FILED-DAY-NUMBER.

004210     COMPUTE WS-DAY-SPAN =
004220         WS-AS-OF-DAY-NUMBER - WS-FILED-DAY-NUMBER.
004230     DIVIDE WS-DAY-SPAN BY 7
004240         GIVING WS-FULL-WEEKS
004250         REMAINDER WS-ODD-DAYS.
004260     COMPUTE WS-SCHOOL-DAYS = WS-FULL-WEEKS * 5.

004270     MOVE 1 TO WS-ODD-INDEX.
004280     PERFORM 2310-COUNT-ONE-ODD-DAY
004290         THRU 2310-COUNT-ONE-ODD-DAY-EXIT
004300         UNTIL WS-ODD-INDEX > WS-ODD-DAYS.

004310     MOVE 1 TO WS-CAL-INDEX.
004320     PERFORM 2320-CHECK-ONE-CLOSED-DAY
004330         THRU 2320-CHECK-ONE-CLOSED-DAY-EXIT
004340         UNTIL WS-CAL-INDEX > WS-CALENDAR-COUNT.

004350 2300-COUNT-SCHOOL-DAYS-EXIT.
004360     EXIT.

004370 2310-COUNT-ONE-ODD-DAY.
004380     COMPUTE WS-DAY-NUMBER =
004390         WS-AS-OF-DAY-NUMBER - WS-ODD-INDEX + 1.
004400     PERFORM 2810-COMPUTE-WEEKDAY
004410         THRU 2810-COMPUTE-WEEKDAY-EXIT.
004420     IF NOT WS-DAY-IS-WEEKEND
004430         ADD 1 TO WS-SCHOOL-DAYS
004440     END-IF.
004450     ADD 1 TO WS-ODD-INDEX.

004460 2310-COUNT-ONE-ODD-DAY-EXIT.
004470     EXIT.

004480 2320-CHECK-ONE-CLOSED-DAY.
004490     IF WS-CAL-WEEKDAY-SW (WS-CAL-INDEX) = "Y"
004500             AND WS-CAL-DAY-NUMBER (WS-CAL-INDEX)
004510                 > WS-FILED-DAY-NUMBER
004520             AND WS-CAL-DAY-NUMBER (WS-CAL-INDEX)
004530                 NOT > WS-AS-OF-DAY-NUMBER
004540             AND (WS-CAL-SCHOOL-CODE (WS-CAL-INDEX) = SPACES
004550             OR WS-CAL-SCHOOL-CODE (WS-CAL-INDEX)
004560                 = WS-CASE-SCHOOL-CODE (WS-CASE-INDEX))
004570             AND WS-SCHOOL-DAYS > 0
004580         SUBTRACT 1 FROM WS-SCHOOL-DAYS
004590     END-IF.
004600     ADD 1 TO WS-CAL-INDEX.

004610 2320-CHECK-ONE-CLOSED-DAY-EXIT.
004620     EXIT.

004630*****************************************************************
004640*  2800-COMPUTE-DAY-NUMBER                                      *
004650*  TURNS THE YYYYMMDD DATE IN WS-DATE-WORK INTO A SERIAL DAY    *
004660*  NUMBER IN WS-DAY-NUMBER. JANUARY AND FEBRUARY ARE COUNTED AS *
004670*  MONTHS 13 AND 14 OF THE YEAR BEFORE, SO EACH YEAR ENDS WITH  *
004680*  ITS LEAP DAY AND THE DAYS BEFORE A MONTH FOLLOW A FIXED      *
004690*  PATTERN. EVERY DIVISION IS A WHOLE-NUMBER DIVISION.          *
004700*****************************************************************
004710 2800-COMPUTE-DAY-NUMBER.
004720     MOVE WS-DATE-WORK-YEAR  TO WS-CALC-YEAR.
004730     MOVE WS-DATE-WORK-MONTH TO WS-CALC-MONTH.
004740     IF WS-CALC-MONTH < 3
004750         SUBTRACT 1 FROM WS-CALC-YEAR
004760         ADD 12 TO WS-CALC-MONTH
004770     END-IF.

004780     DIVIDE WS-CALC-YEAR BY 4   GIVING WS-CALC-LEAP-4.
004790     DIVIDE WS-CALC-YEAR BY 100 GIVING WS-CALC-LEAP-100.
004800     DIVIDE WS-CALC-YEAR BY 400 GIVING WS-CALC-LEAP-400.
004810     COMPUTE WS-CALC-MONTH-WORK = 153 * (WS-CALC-MONTH - 3) + 2.
004820     DIVIDE WS-CALC-MONTH-WORK BY 5 GIVING WS-CALC-MONTH-OFFSET.

004830     COMPUTE WS-DAY-NUMBER = 365 * WS-CALC-YEAR
004840         + WS-CALC-LEAP-4 - WS-CALC-LEAP-100 + WS-CALC-LEAP-400
004850         + WS-CALC-MONTH-OFFSET + WS-DATE-WORK-DAY.

004860 2800-COMPUTE-DAY-NUMBER-EXIT.
004870     EXIT.

004880 2810-COMPUTE-WEEKDAY.
004890     DIVIDE WS-DAY-NUMBER BY 7
004900         GIVING WS-CALC-WEEKS
004910         REMAINDER WS-WEEKDAY-CODE.

004920 2810-COMPUTE-WEEKDAY-EXIT.
004930     EXIT.

004940*****************************************************************
004950*  3000-LOAD-COMPONENTS                                         *
004960*  ONE PASS OVER THE COMPONENT DETAIL FILE. EACH DETAIL RECORD  *
004970*  IS MATCHED ON STUDENT, TERM, AND COURSE TO EVERY OPEN CASE   *
004980*  FOR THAT SUBJECT AND ITS COMPONENT IS ADDED TO THE CASE. THE *
004990*  GRADING RUN APPENDS A FRESH BLOCK EACH TIME IT REGRADES A    *
005000*  SUBJECT, SO ONLY THE LAST BLOCK FOR A SUBJECT IS KEPT. A     *
005010*  SUBJECT GRADED FROM THE ROSTER HAS NO DETAIL RECORDS.        *
005020*****************************************************************
005030 3000-LOAD-COMPONENTS.
005040     IF WS-CASE-COUNT = 0
005050         GO TO 3000-LOAD-COMPONENTS-EXIT
005060     END-IF.

005070     OPEN INPUT COMPONENT-DETAIL-FILE.
005080     IF WS-CMPDTL-STATUS NOT = "00"
005090         DISPLAY "COMPONENT DETAIL FILE CMPDTL NOT AVAILABLE - "
005100             "NO COMPONENT BREAKDOWN WILL PRINT"
005110         GO TO 3000-LOAD-COMPONENTS-EXIT
005120     END-IF.
005130     MOVE "Y" TO WS-CMPDTL-AVAILABLE-SW.

005140     MOVE "N" TO WS-EOF-SW.
005150     MOVE 0 TO WS-DETAIL-SEQUENCE.
005160     PERFORM 3100-READ-ONE-DETAIL
005170         THRU 3100-READ-ONE-DETAIL-EXIT
005180         UNTIL WS-END-OF-FILE.

005190     CLOSE COMPONENT-DETAIL-FILE.

005200 3000-LOAD-COMPONENTS-EXIT.
005210     EXIT.

005220 3100-READ-ONE-DETAIL.
005230     READ COMPONENT-DETAIL-FILE
005240         AT END
005250             MOVE "Y" TO WS-EOF-SW
005260     END-READ.
005270     IF WS-CMPDTL-STATUS NOT = "00"
005280         MOVE "Y" TO WS-EOF-SW
005290         GO TO 3100-READ-ONE-DETAIL-EXIT
005300     END-IF.

005310     ADD 1 TO WS-DETAIL-SEQUENCE.
005320     MOVE CD-COMPONENT-IMAGE TO COMPONENT-SCORE-RECORD.

005330     MOVE 1 TO WS-CASE-INDEX.
005340     PERFORM 3200-MATCH-ONE-CASE
005350         THRU 3200-MATCH-ONE-CASE-EXIT
005360         UNTIL WS-CASE-INDEX > WS-CASE-COUNT.

005370 3100-READ-ONE-DETAIL-EXIT.
005380     EXIT.

005390 3200-MATCH-ONE-CASE.
005400     IF CS-STUDENT-ID NOT = WS-CASE-STUDENT-ID (WS-CASE-INDEX)
005410             OR CS-TERM NOT = WS-CASE-TERM (WS-CASE-INDEX)
005420             OR CS-COURSE-CODE
005430                 NOT = WS-CASE-COURSE-CODE (WS-CASE-INDEX)
005440         GO TO 3200-MATCH-NEXT
005450     END-IF.

005460     IF WS-CASE-LAST-DETAIL (WS-CASE-INDEX) + 1
005470             NOT = WS-DETAIL-SEQUENCE
005480         MOVE 0 TO WS-CASE-COMP-COUNT (WS-CASE-INDEX)
005490         MOVE "N" TO WS-CASE-COMP-MORE-SW (WS-CASE-INDEX)
005500     END-IF.
005510     MOVE WS-DETAIL-SEQUENCE
005520         TO WS-CASE-LAST-DETAIL (WS-CASE-INDEX).
005530     MOVE CD-COMPUTED-GRADE TO WS-CASE-COMPUTED (WS-CASE-INDEX).

005540     IF WS-CASE-COMP-COUNT (WS-CASE-INDEX) NOT < WS-COMP-LIMIT
005550         MOVE "Y" TO WS-CASE-COMP-MORE-SW (WS-CASE-INDEX)
005560         GO TO 3200-MATCH-NEXT
005570     END-IF.

005580     ADD 1 TO WS-CASE-COMP-COUNT (WS-CASE-INDEX).
005590     MOVE WS-CASE-COMP-COUNT (WS-CASE-INDEX) TO WS-COMP-INDEX.
005600     MOVE CS-CATEGORY TO
005610         WS-COMP-CATEGORY (WS-CASE-INDEX, WS-COMP-INDEX).
005620     MOVE CS-SCORE TO
005630         WS-COMP-SCORE (WS-CASE-INDEX, WS-COMP-INDEX).
005640     MOVE CS-WEIGHT TO
005650         WS-COMP-WEIGHT (WS-CASE-INDEX, WS-COMP-INDEX).

005660 3200-MATCH-NEXT.
005670     ADD 1 TO WS-CASE-INDEX.

005680 3200-MATCH-ONE-CASE-EXIT.
005690     EXIT.

005700*****************************************************************
005710*  4000-SORT-CASES                                              *
005720*  IN-MEMORY SELECTION SORT OF THE CASE TABLE INTO SCHOOL       *
005730*  ORDER, AND WITHIN A SCHOOL INTO DESCENDING SCHOOL DAYS       *
005740*  OUTSTANDING, OLDEST CASE NUMBER FIRST ON A TIE.              *
005750*****************************************************************
005760 4000-SORT-CASES.
005770     MOVE 1 TO WS-OUTER-INDEX.
005780     PERFORM 4100-SORT-OUTER-PASS
005790         THRU 4100-SORT-OUTER-PASS-EXIT
005800         UNTIL WS-OUTER-INDEX >= WS-CASE-COUNT.

005810 4000-SORT-CASES-EXIT.
005820     EXIT.

005830 4100-SORT-OUTER-PASS.
005840     COMPUTE WS-INNER-INDEX = WS-OUTER-INDEX + 1.
005850     PERFORM 4200-SORT-INNER-PASS
005860         THRU 4200-SORT-INNER-PASS-EXIT
005870         UNTIL WS-INNER-INDEX > WS-CASE-COUNT.
005880     ADD 1 TO WS-OUTER-INDEX.

005890 4100-SORT-OUTER-PASS-EXIT.
005900     EXIT.

005910 4200-SORT-INNER-PASS.
005920     IF WS-CASE-SCHOOL-CODE (WS-INNER-INDEX)
005930             < WS-CASE-SCHOOL-CODE (WS-OUTER-INDEX)
005940         GO TO 4200-SWAP-ENTRIES
005950     END-IF.
005960     IF WS-CASE-SCHOOL-CODE (WS-INNER-INDEX)
005970             > WS-CASE-SCHOOL-CODE (WS-OUTER-INDEX)
005980         GO TO 4200-SORT-NEXT
005990     END-IF.
006000     IF WS-CASE-SCHOOL-DAYS (WS-INNER-INDEX)
006010             > WS-CASE-SCHOOL-DAYS (WS-OUTER-INDEX)
006020         GO TO 4200-SWAP-ENTRIES
006030     END-IF.
006040     IF WS-CASE-SCHOOL-DAYS (WS-INNER-INDEX)
006050             = WS-CASE-SCHOOL-DAYS (WS-OUTER-INDEX)
006060             AND WS-CASE-NUMBER (WS-INNER-INDEX)
006070                 < WS-CASE-NUMBER (WS-OUTER-INDEX)
006080         GO TO 4200-SWAP-ENTRIES
006090     END-IF.
006100     GO TO 4200-SORT-NEXT.

006110 4200-SWAP-ENTRIES.
006120     MOVE WS-CASE-ENTRY (WS-OUTER-INDEX) TO WS-CASE-HOLD.
006130     MOVE WS-CASE-ENTRY (WS-INNER-INDEX)
006140         TO WS-CASE-ENTRY (WS-OUTER-INDEX).
006150     MOVE WS-CASE-HOLD TO WS-CASE-ENTRY (WS-INNER-INDEX).

006160 4200-SORT-NEXT.
006170     ADD 1 TO WS-INNER-INDEX.

006180 4200-SORT-INNER-PASS-EXIT.
006190     EXIT.

006200*****************************************************************
006210*  5000-PRINT-REPORT                                            *
006220*  PRINTS THE REPORT HEADING, THEN THE SORTED CASES WITH A      *
006230*  HEADING AND A TOTAL LINE FOR EACH SCHOOL, THEN THE DISTRICT  *
006240*  TOTALS. EACH SCHOOL AFTER THE FIRST STARTS ON A NEW PAGE SO  *
006250*  THE PAGES CAN GO TO THE SCHOOLS.                             *
006260*****************************************************************
006270 5000-PRINT-REPORT.
006280     MOVE SPACES TO AGING-REPORT-LINE.
006290     STRING WS-AS-OF-DATE (1:4) "-" WS-AS-OF-DATE (5:2) "-"
006300             WS-AS-OF-DATE (7:2)
006310         DELIMITED BY SIZE INTO WS-EDIT-DATE.
006320     MOVE WS-POLICY-SCHOOL-DAYS TO WS-EDIT-DAYS.
006330     STRING "GRADE APPEAL AGING REPORT - OPEN CASES AS OF "
006340             WS-EDIT-DATE
006350             " - DECISION DUE WITHIN " WS-EDIT-DAYS
006360             " SCHOOL DAYS OF FILING"
006370         DELIMITED BY SIZE INTO AGING-REPORT-LINE.
006380     WRITE AGING-REPORT-LINE.
006390     MOVE SPACES TO AGING-REPORT-LINE.
006400     IF NOT WS-CALENDAR-IS-AVAILABLE
006410         STRING "NOTE: SCHOOL CALENDAR NOT AVAILABLE - DAYS "
006420                 "OUTSTANDING COUNT EVERY WEEKDAY"
006430             DELIMITED BY SIZE INTO AGING-REPORT-LINE
006440         WRITE AGING-REPORT-LINE
006450         MOVE SPACES TO AGING-REPORT-LINE
006460     END-IF.
006470     IF NOT WS-CMPDTL-IS-AVAILABLE AND WS-CASE-COUNT > 0
006480         STRING "NOTE: COMPONENT DETAIL FILE NOT AVAILABLE - NO "
006490                 "COMPONENT BREAKDOWN PRINTED"
006500             DELIMITED BY SIZE INTO AGING-REPORT-LINE
006510         WRITE AGING-REPORT-LINE
006520         MOVE SPACES TO AGING-REPORT-LINE
006530     END-IF.

006540     IF WS-CASE-COUNT = 0
006550         WRITE AGING-REPORT-LINE
006560         MOVE "NO OPEN APPEAL CASES ON FILE." TO AGING-REPORT-LINE
006570         WRITE AGING-REPORT-LINE
006580         MOVE SPACES TO AGING-REPORT-LINE
006590         DISPLAY "NO OPEN APPEAL CASES ON FILE."
006600         GO TO 5000-PRINT-REPORT-EXIT
006610     END-IF.

006620     MOVE "Y" TO WS-FIRST-SCHOOL-SW.
006630     MOVE 1 TO WS-CASE-INDEX.
006640     PERFORM 5100-PRINT-ONE-CASE
006650         THRU 5100-PRINT-ONE-CASE-EXIT
006660         UNTIL WS-CASE-INDEX > WS-CASE-COUNT.
006670     PERFORM 5300-PRINT-SCHOOL-TOTALS
006680         THRU 5300-PRINT-SCHOOL-TOTALS-EXIT.

006690     WRITE AGING-REPORT-LINE.
006700     MOVE WS-CASE-COUNT TO WS-EDIT-COUNT.
006710     STRING "DISTRICT TOTAL   OPEN CASES: " WS-EDIT-COUNT
006720         DELIMITED BY SIZE INTO AGING-REPORT-LINE.
006730     MOVE WS-TOTAL-OVERDUE-COUNT TO WS-EDIT-COUNT.
006740     STRING "   OVERDUE: " WS-EDIT-COUNT
006750         DELIMITED BY SIZE INTO AGING-REPORT-LINE (35:20).
006760     WRITE AGING-REPORT-LINE.
006770     MOVE SPACES TO AGING-REPORT-LINE.

006780     MOVE WS-CASE-COUNT TO WS-EDIT-COUNT.
006790     DISPLAY "OPEN APPEAL CASES REPORTED TO APLAGE: "
006800         WS-EDIT-COUNT.
006810     MOVE WS-TOTAL-OVERDUE-COUNT TO WS-EDIT-COUNT.
006820     DISPLAY "  OVERDUE (OVER POLICY LIMIT)       : "
006830         WS-EDIT-COUNT.
006840     IF WS-CASES-SKIPPED > 0
006850         MOVE WS-CASES-SKIPPED TO WS-EDIT-COUNT
006860         DISPLAY "  OPEN CASES NOT REPORTED (TABLE FULL): "
006870             WS-EDIT-COUNT
006880     END-IF.

006890 5000-PRINT-REPORT-EXIT.
006900     EXIT.

006910*****************************************************************
006920*  5100-PRINT-ONE-CASE                                          *
006930*  PRINTS ONE CASE LINE AND ITS COMPONENT BREAKDOWN, STARTING A *
006940*  NEW SCHOOL SECTION WHEN THE SCHOOL CHANGES. A CASE OPEN      *
006950*  LONGER THAN THE POLICY ALLOWS IS FLAGGED OVERDUE.            *
006960*****************************************************************
006970 5100-PRINT-ONE-CASE.
006980     IF WS-IS-FIRST-SCHOOL
006990             OR WS-CASE-SCHOOL-CODE (WS-CASE-INDEX)
007000                 NOT = WS-CURRENT-SCHOOL
007010         IF NOT WS-IS-FIRST-SCHOOL
007020             PERFORM 5300-PRINT-SCHOOL-TOTALS
007030                 THRU 5300-PRINT-SCHOOL-TOTALS-EXIT
007040         END-IF
007050         PERFORM 5200-PRINT-SCHOOL-HEADING
007060             THRU 5200-PRINT-SCHOOL-HEADING-EXIT
007070     END-IF.

007080     ADD 1 TO WS-SCHOOL-OPEN-COUNT.
007090     MOVE SPACES TO WS-EDIT-FLAG.
007100     IF WS-CASE-SCHOOL-DAYS (WS-CASE-INDEX)
007110             > WS-POLICY-SCHOOL-DAYS
007120         MOVE "OVERDUE" TO WS-EDIT-FLAG
007130         ADD 1 TO WS-SCHOOL-OVERDUE-COUNT
007140         ADD 1 TO WS-TOTAL-OVERDUE-COUNT
007150     END-IF.

007160     MOVE WS-CASE-NUMBER (WS-CASE-INDEX) TO WS-EDIT-CASE.
007170     MOVE WS-CASE-STUDENT-ID (WS-CASE-INDEX)
007180         TO WS-EDIT-STUDENT-ID.
007190     MOVE WS-CASE-SCHOOL-DAYS (WS-CASE-INDEX) TO WS-EDIT-DAYS.
007200     STRING WS-CASE-FILED-DATE (WS-CASE-INDEX) (1:4) "-"
007210             WS-CASE-FILED-DATE (WS-CASE-INDEX) (5:2) "-"
007220             WS-CASE-FILED-DATE (WS-CASE-INDEX) (7:2)
007230         DELIMITED BY SIZE INTO WS-EDIT-DATE.

007240     MOVE SPACES TO AGING-REPORT-LINE.
007250     WRITE AGING-REPORT-LINE.
007260     STRING WS-EDIT-CASE "  " WS-EDIT-STUDENT-ID " "
007270             WS-CASE-STUDENT-NAME (WS-CASE-INDEX) " "
007280             WS-CASE-TERM (WS-CASE-INDEX) " "
007290             WS-CASE-COURSE-CODE (WS-CASE-INDEX) " "
007300             WS-CASE-DISPUTED (WS-CASE-INDEX) "  "
007310             WS-CASE-REQUESTED (WS-CASE-INDEX) "  "
007320             WS-EDIT-DATE " " WS-EDIT-DAYS "  "
007330             WS-CASE-REVIEWER (WS-CASE-INDEX) " "
007340             WS-EDIT-FLAG
007350         DELIMITED BY SIZE INTO AGING-REPORT-LINE.
007360     WRITE AGING-REPORT-LINE.
007370     MOVE SPACES TO AGING-REPORT-LINE.

007380     PERFORM 5400-PRINT-COMPONENTS
007390         THRU 5400-PRINT-COMPONENTS-EXIT.

007400     ADD 1 TO WS-CASE-INDEX.

007410 5100-PRINT-ONE-CASE-EXIT.
007420     EXIT.

007430 5200-PRINT-SCHOOL-HEADING.
007440     MOVE WS-CASE-SCHOOL-CODE (WS-CASE-INDEX)
007450         TO WS-CURRENT-SCHOOL.
007460     MOVE WS-CASE-SCHOOL-DAYS (WS-CASE-INDEX)
007470         TO WS-SCHOOL-OLDEST-DAYS.
007480     MOVE 0 TO WS-SCHOOL-OPEN-COUNT.
007490     MOVE 0 TO WS-SCHOOL-OVERDUE-COUNT.

007500     MOVE SPACES TO AGING-REPORT-LINE.
007510     IF WS-IS-FIRST-SCHOOL
007520         MOVE "N" TO WS-FIRST-SCHOOL-SW
007530         WRITE AGING-REPORT-LINE
007540     ELSE
007550         WRITE AGING-REPORT-LINE AFTER ADVANCING PAGE
007560     END-IF.
007570     STRING "SCHOOL " WS-CURRENT-SCHOOL
007580         DELIMITED BY SIZE INTO AGING-REPORT-LINE.
007590     WRITE AGING-REPORT-LINE.
007600     MOVE SPACES TO AGING-REPORT-LINE.
007610     STRING "CASE     STUDENT   NAME                           "
007620             "TERM   COURSE DISP REQ  FILED      DAYS  "
007630             "REVIEWER"
007640         DELIMITED BY SIZE INTO AGING-REPORT-LINE.
007650     WRITE AGING-REPORT-LINE.
007660     MOVE ALL "-" TO AGING-REPORT-LINE (1:129).
007670     WRITE AGING-REPORT-LINE.
007680     MOVE SPACES TO AGING-REPORT-LINE.

007690 5200-PRINT-SCHOOL-HEADING-EXIT.
007700     EXIT.

007710 5300-PRINT-SCHOOL-TOTALS.
007720     MOVE SPACES TO AGING-REPORT-LINE.
007730     WRITE AGING-REPORT-LINE.
007740     MOVE WS-SCHOOL-OPEN-COUNT TO WS-EDIT-COUNT.
007750     MOVE WS-SCHOOL-OLDEST-DAYS TO WS-EDIT-DAYS.
007760     STRING "SCHOOL " WS-CURRENT-SCHOOL "       OPEN CASES: "
007770             WS-EDIT-COUNT
007780         DELIMITED BY SIZE INTO AGING-REPORT-LINE.
007790     MOVE WS-SCHOOL-OVERDUE-COUNT TO WS-EDIT-COUNT.
007800     STRING "   OVERDUE: " WS-EDIT-COUNT
007810             "   OLDEST: " WS-EDIT-DAYS " SCHOOL DAYS"
007820         DELIMITED BY SIZE INTO AGING-REPORT-LINE (35:50).
007830     WRITE AGING-REPORT-LINE.
007840     MOVE SPACES TO AGING-REPORT-LINE.

007850 5300-PRINT-SCHOOL-TOTALS-EXIT.
007860     EXIT.

007870*****************************************************************
007880*  5400-PRINT-COMPONENTS                                        *
007890*  PRINTS THE GRADEBOOK COMPONENTS BEHIND THE DISPUTED SUBJECT  *
007900*  GRADE - CATEGORY, SCORE, AND WEIGHT - AND THE SUBJECT GRADE  *
007910*  THE GRADING RUN COMPUTED FROM THEM. A SUBJECT WITH NO DETAIL *
007920*  ON FILE WAS GRADED FROM THE ROSTER FIGURE.                   *
007930*****************************************************************
007940 5400-PRINT-COMPONENTS.
007950     IF NOT WS-CMPDTL-IS-AVAILABLE
007960         GO TO 5400-PRINT-COMPONENTS-EXIT
007970     END-IF.

007980     IF WS-CASE-COMP-COUNT (WS-CASE-INDEX) = 0
007990         STRING "          NO COMPONENT DETAIL ON FILE - "
008000                 "GRADE TAKEN FROM ROSTER"
008010             DELIMITED BY SIZE INTO AGING-REPORT-LINE
008020         WRITE AGING-REPORT-LINE
008030         MOVE SPACES TO AGING-REPORT-LINE
008040         GO TO 5400-PRINT-COMPONENTS-EXIT
008050     END-IF.

008060     MOVE "          COMPONENT  SCORE  WEIGHT"
008070         TO AGING-REPORT-LINE.
008080     WRITE AGING-REPORT-LINE.
008090     MOVE SPACES TO AGING-REPORT-LINE.
008100     MOVE 1 TO WS-COMP-INDEX.
008110     PERFORM 5410-PRINT-ONE-COMPONENT
008120         THRU 5410-PRINT-ONE-COMPONENT-EXIT
008130         UNTIL WS-COMP-INDEX > WS-CASE-COMP-COUNT (WS-CASE-INDEX).

008140     IF WS-CASE-COMP-MORE-SW (WS-CASE-INDEX) = "Y"
008150         MOVE "          (FURTHER COMPONENTS ON FILE NOT SHOWN)"
008160             TO AGING-REPORT-LINE
008170         WRITE AGING-REPORT-LINE
008180         MOVE SPACES TO AGING-REPORT-LINE
008190     END-IF.
008200     STRING "          COMPUTED SUBJECT GRADE "
008210             WS-CASE-COMPUTED (WS-CASE-INDEX)
008220         DELIMITED BY SIZE INTO AGING-REPORT-LINE.
008230     WRITE AGING-REPORT-LINE.
008240     MOVE SPACES TO AGING-REPORT-LINE.

008250 5400-PRINT-COMPONENTS-EXIT.
008260     EXIT.

008270 5410-PRINT-ONE-COMPONENT.
008280     STRING "          "
008290             WS-COMP-CATEGORY (WS-CASE-INDEX, WS-COMP-INDEX)
008300             "   " WS-COMP-SCORE (WS-CASE-INDEX, WS-COMP-INDEX)
008310             "    " WS-COMP-WEIGHT (WS-CASE-INDEX, WS-COMP-INDEX)
008320         DELIMITED BY SIZE INTO AGING-REPORT-LINE.
008330     WRITE AGING-REPORT-LINE.
008340     MOVE SPACES TO AGING-REPORT-LINE.
008350     ADD 1 TO WS-COMP-INDEX.

008360 5410-PRINT-ONE-COMPONENT-EXIT.
008370     EXIT.

008380*****************************************************************
008390*  9800-TERMINATE                                               *
008400*  CLOSES THE REPORT.                                           *
008410*****************************************************************
008420 9800-TERMINATE.
008430     CLOSE AGING-REPORT-FILE.

008440 9800-TERMINATE-EXIT.
008450     EXIT.
