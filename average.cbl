000989*                   PASS - SAME RESULTS, AUDIT ENTRIES, AND  *
000990*                   EXPORT OUTPUT AS KEYED BATCH, WITHOUT    *
000991*                   ONE RANDOM READ PER ROSTER RECORD.       *
000992*  10/14/2026 MOB   LETTER GRADES AND GPA POINTS NOW COME FROM *
000993*                   THE EFFECTIVE-DATED GRADING SCALE FILE     *
000994*                   (GRDSCAL) - PLUS/MINUS LETTERS, AND A      *
000995*                   WEIGHTED GPA ALONGSIDE THE UNWEIGHTED ONE  *
000996*                   FOR HONORS AND AP COURSES (CATALOG COURSE  *
000997*                   LEVEL). A TERM WITH NO SCALE IN EFFECT     *
000998*                   KEEPS THE STRAIGHT 90/80/70/60 SCALE, AND  *
000999*                   THE HONOR-ROLL CUTOFF NOW DEFAULTS FROM    *
001000*                   THE SCALE IN EFFECT FOR THE ROSTER TERM.   *
001001*  10/14/2026 MOB   EVERY GRADE-MASTER RECORD A RUN ADDS,      *
001002*                   CHANGES, OR DELETES IS NOW JOURNALED TO    *
001003*                   GMJRNL - THE BEFORE-IMAGE OF A CHANGED OR  *
001004*                   DELETED RECORD, THE NEW IMAGE OF AN ADDED  *
001005*                   ONE - TAGGED WITH THE RUN'S RUN-HISTORY    *
001006*                   START TIMESTAMP, SO GMUTIL CAN BACK A BAD  *
001007*                   RUN OUT.                                   *
001008*  10/14/2026 MOB   BATCH AND REPAIR RUNS CAN NOW POST INTERIM *
001009*                   PROGRESS-PERIOD GRADES (P1-P9) FROM        *
001010*                   PARMCRD OR THE CONSOLE. THEY GO TO THE NEW *
001011*                   INTERIM GRADE FILE (INTGRD) ONLY - THE     *
001012*                   GRADE-MASTER, JOURNAL, AUDIT LOG, EXPORT,  *
001013*                   AND COMPONENT DETAIL ARE NOT TOUCHED - AND *
001014*                   AN INTERIM RUN IS REGISTERED ON            *
001015*                   RUN-HISTORY AS INTRM-PN.                   *
001016*  10/14/2026 MOB   A MAINTENANCE CHG TRANSACTION CAN NOW      *
001017*                   CARRY A GRADE APPEAL CASE NUMBER. THE CASE *
001018*                   MUST BE OPEN ON THE APPEAL CASE FILE       *
001019*                   (APPEALS) FOR THE SAME STUDENT AND TERM    *
001020*                   AND THE TRANSACTION MUST CORRECT THE       *
001021*                   APPEALED COURSE'S GRADE; ONCE THE          *
001022*                   CORRECTION IS POSTED THE CASE IS CLOSED AS *
001023*                   UPHELD WITH THE POSTED GRADE.              *
001024*  10/14/2026 MOB   THE HONOR ROLL NOW WITHHOLDS THE NAME OF A *
001025*                   STUDENT WHOSE FAMILY HAS OPTED OUT OF      *
001026*                   DIRECTORY INFORMATION ON THE DEMOGRAPHIC   *
001027*                   MASTER. WHEN THE DEMOGRAPHIC MASTER IS NOT *
001028*                   AVAILABLE NO NAME CAN BE CLEARED, SO EVERY *
001029*                   HONOR-ROLL NAME IS WITHHELD.               *
001030*  10/15/2026 MOB   A SUSPENDED ROSTER ROW NOW CARRIES THE     *
001031*                   PROGRESS PERIOD OF THE RUN THAT REJECTED   *
001032*                   IT (BLANK = END OF TERM), AND A REPAIR RUN *
001033*                   ONLY REPROCESSES ROWS OF ITS OWN PERIOD -  *
001034*                   THE REST STAY IN SUSPENSE. AN INTERIM      *
001035*                   REPAIR RUN REGISTERS AS INTRM-PN. A ROSTER *
001036*                   ROW FOR A TERM ALREADY ON FILE AS A        *
001037*                   TRANSFER TERM IS SENT TO SUSPENSE INSTEAD  *
001038*                   OF OVERWRITING THE TRANSFER CREDIT.        *
001039*  10/15/2026 MOB   A GRADE-MASTER JOURNAL THAT CANNOT BE      *
001040*                   OPENED NOW ENDS THE RUN BEFORE ANY         *
001041*                   GRADE-MASTER RECORD IS CHANGED, SO NO      *
001042*                   UPDATE IS EVER MADE THAT GMUTIL COULD NOT  *
001043*                   BACK OUT.                                  *
001044*****************************************************************
001045 ENVIRONMENT DIVISION.
001046 INPUT-OUTPUT SECTION.
001047 FILE-CONTROL.
001048     SELECT STUDENT-INPUT-FILE  ASSIGN TO "STUDIN"
001049         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-STUDIN-STATUS.

001051     SELECT GRADE-MASTER-FILE   ASSIGN TO "GRDMSTR"
001052         ORGANIZATION IS INDEXED
001053         ACCESS MODE IS DYNAMIC
001060         RECORD KEY IS GM-KEY
001070         FILE STATUS IS WS-GRDMSTR-STATUS.

001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS WS-CRSCAT-STATUS.

001222     SELECT GRADE-SCALE-FILE    ASSIGN TO "GRDSCAL"
001224         ORGANIZATION IS LINE SEQUENTIAL
001226         FILE STATUS IS WS-GRDSCAL-STATUS.

001230     SELECT GRADE-TRANSACTION-FILE ASSIGN TO "GRDTRAN"
001240         ORGANIZATION IS LINE SEQUENTIAL
001250         FILE STATUS IS WS-GRDTRAN-STATUS.
001380         RECORD KEY IS DM-STUDENT-ID
001390         FILE STATUS IS WS-STUDEMOG-STATUS.

001392     SELECT GM-JOURNAL-FILE     ASSIGN TO "GMJRNL"
001394         ORGANIZATION IS LINE SEQUENTIAL
001396         FILE STATUS IS WS-GMJRNL-STATUS.

001397     SELECT INTERIM-GRADE-FILE  ASSIGN TO "INTGRD"
001398         ORGANIZATION IS INDEXED
001399         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS IG-KEY
001401         FILE STATUS IS WS-INTGRD-STATUS.

001402     SELECT APPEAL-CASE-FILE    ASSIGN TO "APPEALS"
001403         ORGANIZATION IS INDEXED
001404         ACCESS MODE IS DYNAMIC
001405         RECORD KEY IS AP-CASE-NUMBER
001406         FILE STATUS IS WS-APPEALS-STATUS.

001407 DATA DIVISION.
001410 FILE SECTION.
001420 FD  STUDENT-INPUT-FILE
001430     LABEL RECORDS ARE STANDARD.
001610     LABEL RECORDS ARE STANDARD.
001620 COPY CRSCATLG.

001622 FD  GRADE-SCALE-FILE
001624     LABEL RECORDS ARE STANDARD.
001626 COPY GRDSCALE.

001630 FD  GRADE-TRANSACTION-FILE
001640     LABEL RECORDS ARE STANDARD.
001650 COPY TRANREC.

001690 FD  SUSPENSE-INPUT-FILE
001700     LABEL RECORDS ARE STANDARD.
001710 01  SUSPENSE-INPUT-RECORD          PIC X(155).

001720 FD  RUN-PARAMETER-FILE
001730     LABEL RECORDS ARE STANDARD.
001774     LABEL RECORDS ARE STANDARD.
001776 COPY RUNREC.

001777 FD  GM-JOURNAL-FILE
001778     LABEL RECORDS ARE STANDARD.
001779 COPY JRNLREC.

001780 FD  INTERIM-GRADE-FILE
001781     LABEL RECORDS ARE STANDARD.
001782 COPY INTGREC.

001783 FD  APPEAL-CASE-FILE
001784     LABEL RECORDS ARE STANDARD.
001785 COPY APPLREC.

001786 SD  SORT-WORK-FILE.
001787 01  SORT-WORK-RECORD.
001788     05  SW-STUDENT-ID              PIC 9(09).
001789     05  SW-STUDENT-NAME            PIC X(30).
001790     05  SW-TERM                    PIC X(06).
001791     05  FILLER                     PIC X(84).

001792 FD  SORTED-ROSTER-FILE
001793     LABEL RECORDS ARE STANDARD.
001794 01  SORTED-ROSTER-RECORD           PIC X(129).

001780 WORKING-STORAGE SECTION.
002244 77  WS-CMPDTL-STATUS          PIC X(02)  VALUE SPACES.
002246 77  WS-RUNHIST-STATUS         PIC X(02)  VALUE SPACES.
002248 77  WS-STUDSRT-STATUS         PIC X(02)  VALUE SPACES.
002249 77  WS-GRDSCAL-STATUS         PIC X(02)  VALUE SPACES.
002250 77  WS-GMJRNL-STATUS          PIC X(02)  VALUE SPACES.
002251 77  WS-INTGRD-STATUS          PIC X(02)  VALUE SPACES.
002252 77  WS-APPEALS-STATUS         PIC X(02)  VALUE SPACES.

002253 77  WS-DEMOG-AVAILABLE-SW     PIC X(01)  VALUE "N".
002260     88  WS-DEMOG-IS-AVAILABLE VALUE "Y".
002270 77  WS-DEMOG-FOUND-SW         PIC X(01)  VALUE "N".
002280     88  WS-DEMOG-WAS-FOUND    VALUE "Y".
002650         10  WS-CAT-CREDIT-HOURS   PIC 9(01)V9(01).
002652         10  WS-CAT-EFF-FROM-KEY   PIC X(05).
002654         10  WS-CAT-EFF-TO-KEY     PIC X(05).
002656         10  WS-CAT-COURSE-LEVEL   PIC X(01).

002660*****************************************************************
002670*  MAINTENANCE MODE TRANSACTION FIELDS AND COUNTS               *
002870 77  WS-SUSPENSE-WRITE-COUNT   PIC 9(05)  COMP VALUE 0.
002880 77  WS-REPAIR-READ-COUNT      PIC 9(05)  COMP VALUE 0.
002890 77  WS-REPAIR-OK-COUNT        PIC 9(05)  COMP VALUE 0.
002892 77  WS-PERIOD-HOLD-SW         PIC X(01)  VALUE "N".
002894     88  WS-ROW-IS-HELD        VALUE "Y".

002900 01  WS-SUSPIN-RECORD.
002910     05  WS-SUSPIN-REASON      PIC X(03).
002920     05  WS-SUSPIN-IMAGE       PIC X(150).
002922     05  WS-SUSPIN-PERIOD      PIC X(02).

002930*****************************************************************
002940*  UNATTENDED OPERATION AND SCHEDULER RETURN CODE FIELDS.       *
003076 77  WS-LOOKUP-CODE            PIC X(06)  VALUE SPACES.
003078 77  WS-LOOKUP-TITLE           PIC X(30)  VALUE SPACES.
003080 77  WS-LOOKUP-CREDITS         PIC 9(01)V9(01) VALUE 1.0.
003082 77  WS-LOOKUP-LEVEL           PIC X(01)  VALUE SPACE.
003084     88  WS-LOOKUP-IS-HONORS   VALUE "H".
003086     88  WS-LOOKUP-IS-AP       VALUE "A".
003090 77  WS-LOOKUP-FOUND-SW        PIC X(01)  VALUE "N".
003100     88  WS-COURSE-WAS-FOUND   VALUE "Y".
003110 77  WS-LOOKUP-INDEX           PIC 9(03)  COMP VALUE 0.
003150*****************************************************************
003160 77  WS-LETTER-GRADE           PIC X(01)  VALUE SPACE.
003170 77  WS-GPA-POINTS             PIC 9(01)V9(01) VALUE 0.
003171 77  WS-LETTER-MODIFIER        PIC X(01)  VALUE SPACE.
003172 77  WS-WEIGHTED-GPA           PIC 9(01)V9(01) VALUE 0.

003173*****************************************************************
003174*  GRADING SCALE TABLE, LOADED FROM GRDSCAL AT INITIALIZATION.  *
003175*  EACH ENTRY IS ONE LETTER STEP OF ONE EFFECTIVE SCALE, WITH   *
003176*  ITS TERM RANGE HELD AS SORTABLE KEYS THE SAME WAY AS THE     *
003177*  CATALOG TABLE. A TERM WITH NO SCALE IN EFFECT IS GRADED ON   *
003178*  THE STRAIGHT 90/80/70/60 SCALE. THE WEIGHT BONUS IS THE      *
003179*  CREDIT-WEIGHTED HONORS/AP POINTS ABOVE THE REGULAR POINTS    *
003180*  FOR EACH GRADED SUBJECT, ADDED TO THE UNWEIGHTED GPA.        *
003181*****************************************************************
003182 77  WS-SCALE-COUNT            PIC 9(03)  COMP VALUE 0.
003183 77  WS-SCALE-LIMIT            PIC 9(03)  VALUE 60.
003184 77  WS-SCALE-EOF-SW           PIC X(01)  VALUE "N".
003185     88  WS-END-OF-SCALE       VALUE "Y".

003186 01  WS-GRADE-SCALE-TABLE.
003187     05  WS-SCALE-ENTRY OCCURS 60 TIMES.
003188         10  WS-SCL-EFF-FROM-KEY   PIC X(05).
003189         10  WS-SCL-EFF-TO-KEY     PIC X(05).
003190         10  WS-SCL-MIN-SCORE      PIC 9(03)V9(02).
003191         10  WS-SCL-LETTER-GRADE   PIC X(01).
003192         10  WS-SCL-MODIFIER       PIC X(01).
003193         10  WS-SCL-REGULAR-POINTS PIC 9(01)V9(01).
003194         10  WS-SCL-HONORS-POINTS  PIC 9(01)V9(01).
003195         10  WS-SCL-AP-POINTS      PIC 9(01)V9(01).
003196         10  WS-SCL-HONOR-ROLL-SW  PIC X(01).

003197 77  WS-SCALE-INDEX            PIC 9(03)  COMP VALUE 0.
003198 77  WS-SCALE-TERM             PIC X(06)  VALUE SPACES.
003199 77  WS-SCALE-TERM-KEY         PIC X(05)  VALUE SPACES.
003200 77  WS-SCALE-FROM-KEY         PIC X(05)  VALUE SPACES.
003201 77  WS-SCALE-FOUND-SW         PIC X(01)  VALUE "N".
003202     88  WS-SCALE-IS-IN-EFFECT VALUE "Y".
003203 77  WS-SCALE-SCORE            PIC 9(03)V9(02) VALUE 0.
003204 77  WS-STEP-INDEX             PIC 9(03)  COMP VALUE 0.
003205 77  WS-STEP-FOUND-SW          PIC X(01)  VALUE "N".
003206     88  WS-STEP-WAS-FOUND     VALUE "Y".
003207 77  WS-STEP-MIN-SCORE         PIC 9(03)V9(02) VALUE 0.
003208 77  WS-STEP-REGULAR-POINTS    PIC 9(01)V9(01) VALUE 0.
003209 77  WS-STEP-LEVEL-POINTS      PIC 9(01)V9(01) VALUE 0.
003210 77  WS-WEIGHT-BONUS-SUM       PIC S9(03)V9(02) COMP VALUE 0.
003211 77  WS-WEIGHT-CREDIT-SUM      PIC 9(03)V9(01) COMP VALUE 0.
003212 77  WS-SCALE-HONOR-MINIMUM    PIC 9(03)V9(02) VALUE 0.
003213 77  WS-HONOR-OVERRIDE-SW      PIC X(01)  VALUE "N".
003214     88  WS-HONOR-IS-OVERRIDDEN VALUE "Y".

003215*****************************************************************
003216*  TIMESTAMP FIELDS FOR THE AUDIT LOG AND CHECKPOINT FILE       *
003217*****************************************************************
003218 01  WS-CURRENT-DATE           PIC 9(08).
003220 01  WS-CURRENT-TIME           PIC 9(08).
003230 01  WS-TIMESTAMP-DISPLAY      PIC X(26)  VALUE SPACES.

003700 01  WS-STAT-HOLD-NAME         PIC X(30).
003710 01  WS-STAT-HOLD-AVERAGE      PIC 9(03)V9(02).

003711*****************************************************************
003712*  DIRECTORY OPT-OUT FIELDS FOR THE HONOR ROLL. THE LISTED NAME *
003713*  IS THE STUDENT'S NAME, OR THE WITHHELD MASK WHEN THE STUDENT *
003714*  HAS OPTED OUT OR CANNOT BE CHECKED.                          *
003715*****************************************************************
003716 77  WS-HONOR-LIST-NAME        PIC X(30)  VALUE SPACES.
003717 77  WS-HONOR-WITHHELD-COUNT   PIC 9(05)  COMP VALUE 0.

003720*****************************************************************
003730*  DISPLAY / EDIT FIELDS FOR REPORT LINES                       *
003740*****************************************************************
003815 77  WS-MERGE-REPOS-SW         PIC X(01)  VALUE "N".
003816     88  WS-MERGE-NEEDS-REPOS  VALUE "Y".

003817*****************************************************************
003818*  GRADE-MASTER JOURNAL FIELDS. THE IMAGE IS THE RECORD AS IT   *
003819*  STOOD BEFORE THE RUN CHANGED OR DELETED IT, OR THE RECORD AS *
003820*  WRITTEN WHEN THE RUN ADDED IT.                               *
003821*****************************************************************
003822 77  WS-JOURNAL-ACTION         PIC X(01)  VALUE SPACE.
003823 01  WS-JOURNAL-IMAGE          PIC X(150).

003824*****************************************************************
003825*  INTERIM PROGRESS-PERIOD FIELDS. A BLANK PERIOD IS AN         *
003826*  END-OF-TERM RUN; P1 THROUGH P9 MAKES A BATCH OR REPAIR RUN   *
003827*  AN INTERIM RUN THAT POSTS TO INTGRD INSTEAD OF THE           *
003828*  GRADE-MASTER. THE RUN-HISTORY MODE OF AN INTERIM RUN IS      *
003829*  INTRM- AND THE PERIOD, SO EACH PERIOD IS GUARDED AGAINST A   *
003830*  DOUBLE POST SEPARATELY FROM THE FINAL TERM.                  *
003831*****************************************************************
003832 77  WS-PROGRESS-PERIOD        PIC X(02)  VALUE SPACES.
003833 77  WS-INTERIM-SW             PIC X(01)  VALUE "N".
003834     88  WS-RUN-IS-INTERIM     VALUE "Y".
003835 77  WS-VALID-PERIOD-SW        PIC X(01)  VALUE "Y".
003836     88  WS-PERIOD-IS-VALID    VALUE "Y".
003837 77  WS-INTERIM-WRITE-COUNT    PIC 9(07)  COMP VALUE 0.
003838 01  WS-INTERIM-RUN-MODE.
003839     05  FILLER                PIC X(06)  VALUE "INTRM-".
003840     05  WS-INTERIM-RUN-PERIOD PIC X(02)  VALUE SPACES.

003841*****************************************************************
003842*  GRADE APPEAL FIELDS FOR MAINTENANCE MODE. THE APPEAL SLOT IS *
003843*  THE SUBJECT ENTRY OF THE GRADE-MASTER RECORD THAT HOLDS THE  *
003844*  APPEALED COURSE.                                             *
003845*****************************************************************
003846 77  WS-APPEALS-AVAILABLE-SW   PIC X(01)  VALUE "N".
003847     88  WS-APPEALS-ARE-AVAILABLE VALUE "Y".
003848 77  WS-APPEAL-SLOT            PIC 9(01)  COMP VALUE 0.
003849 77  WS-APPEAL-CLOSED-COUNT    PIC 9(07)  COMP VALUE 0.

003850 PROCEDURE DIVISION.
003851*****************************************************************
003852*  0000-MAINLINE                                                *
003853*  ENTRY POINT. ASKS WHICH MODE TO RUN AND HANDS OFF TO THE     *
003854*  APPROPRIATE DRIVER PARAGRAPH.                                *
003860*****************************************************************
003870 0000-MAINLINE.
003880     PERFORM 1000-INITIALIZE
004190*  1000-INITIALIZE                                              *
004200*  OPENS THE FILES EVERY MODE NEEDS (GRADE-MASTER AND THE       *
004210*  AUDIT LOG) AND PRIMES THE STATISTICS FIELDS.                 *
004212*  THE GRADE-MASTER JOURNAL IS OPENED WITH THE AUDIT LOG.       *
004220*****************************************************************
004230 1000-INITIALIZE.
004232     PERFORM 1200-BUILD-TIMESTAMP
004340     IF WS-AUDITLG-STATUS = "35"
004350         OPEN OUTPUT AUDIT-LOG-FILE
004360     END-IF.
004362     OPEN EXTEND GM-JOURNAL-FILE.
004364     IF WS-GMJRNL-STATUS = "35"
004366         OPEN OUTPUT GM-JOURNAL-FILE
004368     END-IF.
004369     IF WS-GMJRNL-STATUS NOT = "00"
004370         DISPLAY "GRADE-MASTER JOURNAL GMJRNL COULD NOT BE "
004371             "OPENED - STATUS " WS-GMJRNL-STATUS
004372             " - RUN ABORTED, NOTHING CHANGED"
004373         CLOSE GRADE-MASTER-FILE
004374         CLOSE AUDIT-LOG-FILE
004375         MOVE 16 TO RETURN-CODE
004376         STOP RUN
004377     END-IF.

004378     PERFORM 1300-LOAD-COURSE-CATALOG
004380         THRU 1300-LOAD-COURSE-CATALOG-EXIT.

004382     PERFORM 1350-LOAD-GRADING-SCALE
004384         THRU 1350-LOAD-GRADING-SCALE-EXIT.

004390     MOVE "N" TO WS-DEMOG-AVAILABLE-SW.
004400     OPEN INPUT STUDENT-DEMOG-FILE.
004410     IF WS-STUDEMOG-STATUS = "00"
004970             WS-CAT-COURSE-CODE (WS-CATALOG-COUNT)
004980         MOVE CC-COURSE-TITLE TO
004990             WS-CAT-COURSE-TITLE (WS-CATALOG-COUNT)
004992         MOVE CC-COURSE-LEVEL TO
004994             WS-CAT-COURSE-LEVEL (WS-CATALOG-COUNT)
005000         MOVE CC-CREDIT-HOURS TO
005010             WS-CAT-CREDIT-HOURS (WS-CATALOG-COUNT)
005012         IF CC-EFF-FROM-TERM = SPACES
005130*  AND NO CONSOLE PROMPTS ARE ISSUED. A BAD CARD ABORTS THE     *
005140*  RUN WITH RETURN CODE 16 RATHER THAN FALLING BACK TO          *
005150*  PROMPTS NOBODY IS THERE TO ANSWER.                           *
005152*  A PROGRESS PERIOD ON THE CARD IS ONLY ACCEPTED FOR A BATCH   *
005154*  OR REPAIR RUN.                                               *
005160*****************************************************************
005170 1400-READ-RUN-PARAMETERS.
005180     OPEN INPUT RUN-PARAMETER-FILE.
005440         END-IF
005450         MOVE PM-HONOR-THRESHOLD TO WS-PARM-NUMERIC-WORK
005460         MOVE WS-PARM-NUMERIC-WORK TO WS-HONOR-ROLL-THRESHOLD
005462         MOVE "Y" TO WS-HONOR-OVERRIDE-SW
005470     END-IF.

005480     IF PM-AT-RISK-THRESHOLD NOT = SPACES
005712             "ROSTER/TERM MAY BE RE-POSTED THIS RUN"
005713     END-IF.

005714     IF PM-PROGRESS-PERIOD NOT = SPACES
005715         MOVE PM-PROGRESS-PERIOD TO WS-PROGRESS-PERIOD
005716         PERFORM 4070-CHECK-PROGRESS-PERIOD
005717             THRU 4070-CHECK-PROGRESS-PERIOD-EXIT
005718         IF NOT WS-PERIOD-IS-VALID
005719                 OR (PM-RUN-MODE NOT = "2"
005720                 AND PM-RUN-MODE NOT = "4")
005721             DISPLAY "PARMCRD PROGRESS PERIOD '"
005722                 PM-PROGRESS-PERIOD
005723                 "' IS INVALID FOR RUN MODE " PM-RUN-MODE
005724                 " - RUN ABORTED"
005725             CLOSE RUN-PARAMETER-FILE
005726             MOVE 16 TO RETURN-CODE
005727             STOP RUN
005728         END-IF
005729         DISPLAY "PARMCRD PROGRESS PERIOD " WS-PROGRESS-PERIOD
005730             " - INTERIM GRADES ONLY, GRADE-MASTER NOT UPDATED"
005731     END-IF.

005732     CLOSE RUN-PARAMETER-FILE.
005733     MOVE "Y" TO WS-UNATTENDED-SW.
005734     DISPLAY "UNATTENDED RUN - PARAMETERS TAKEN FROM PARMCRD, "
005740         "RUN MODE " PM-RUN-MODE ".".

005750 1400-READ-RUN-PARAMETERS-EXIT.
006440     END-READ.

006442     IF WS-RECORD-WAS-FOUND
006443         MOVE GRADE-MASTER-RECORD TO WS-JOURNAL-IMAGE
006444         MOVE GM-TERM-STATUS TO WS-SAVED-TERM-STATUS
006445         MOVE GM-STANDING-CODE TO WS-SAVED-STANDING-CODE
006446     ELSE
006880     MOVE AverageGrade      TO GM-AVERAGE-GRADE.
006890     MOVE WS-LETTER-GRADE   TO GM-LETTER-GRADE.
006900     MOVE WS-GPA-POINTS     TO GM-GPA-POINTS.
006901     MOVE WS-LETTER-MODIFIER TO GM-LETTER-MODIFIER.
006902     MOVE WS-WEIGHTED-GPA   TO GM-WEIGHTED-GPA.
006903     MOVE ZEROS             TO GM-CLASS-RANK.
006904     MOVE ZEROS             TO GM-CLASS-SIZE.
006906     MOVE ZEROS             TO GM-PERCENTILE.
006908     MOVE WS-SAVED-TERM-STATUS TO GM-TERM-STATUS.

006910     IF WS-RECORD-WAS-FOUND
006920         REWRITE GRADE-MASTER-RECORD
006922         MOVE "C" TO WS-JOURNAL-ACTION
006930     ELSE
006940         WRITE GRADE-MASTER-RECORD
006942         MOVE "A" TO WS-JOURNAL-ACTION
006944         MOVE GRADE-MASTER-RECORD TO WS-JOURNAL-IMAGE
006950     END-IF.
006952     PERFORM 9400-WRITE-JOURNAL-ENTRY
006954         THRU 9400-WRITE-JOURNAL-ENTRY-EXIT.

006960     PERFORM 9000-WRITE-AUDIT-RECORD
006970         THRU 9000-WRITE-AUDIT-RECORD-EXIT.
007060     MOVE AverageGrade TO WS-EDIT-AVERAGE.
007070     DISPLAY "STUDENT NAME   : " StudentName.
007080     DISPLAY "AVERAGE GRADE  : " WS-EDIT-AVERAGE.
007090     DISPLAY "LETTER GRADE   : " WS-LETTER-GRADE
007092         WS-LETTER-MODIFIER.
007100     MOVE WS-GPA-POINTS TO WS-EDIT-GPA.
007110     DISPLAY "GPA POINTS     : " WS-EDIT-GPA.
007112     MOVE WS-WEIGHTED-GPA TO WS-EDIT-GPA.
007114     DISPLAY "WEIGHTED GPA   : " WS-EDIT-GPA.

007120 3000-INTERACTIVE-MODE-EXIT.
007130     EXIT.
008210*  CHECKPOINTS PROGRESS PERIODICALLY, AND PRINTS A PER-STUDENT  *
008220*  REPORT FOLLOWED BY CLASS SUMMARY STATISTICS AND THE HONOR    *
008230*  ROLL / AT-RISK LISTS.                                        *
008232*  AN INTERIM RUN POSTS THE SAME COMPUTED GRADES TO THE INTERIM *
008234*  GRADE FILE FOR ITS PROGRESS PERIOD INSTEAD.                  *
008240*****************************************************************
008250 4000-BATCH-MODE.
008260     PERFORM 4010-PROMPT-THRESHOLDS
008444         THRU 4030-LOAD-COMPONENT-SCORES-EXIT.

008450     MOVE "BATCH GRADE REPORT" TO BATCH-REPORT-LINE.
008451     IF WS-RUN-IS-INTERIM
008452         MOVE SPACES TO BATCH-REPORT-LINE
008453         STRING "INTERIM PROGRESS GRADE REPORT - PERIOD "
008454                 WS-PROGRESS-PERIOD
008455             DELIMITED BY SIZE INTO BATCH-REPORT-LINE
008456     END-IF.
008460     WRITE BATCH-REPORT-LINE.
008470     MOVE SPACES TO BATCH-REPORT-LINE.
008480     WRITE BATCH-REPORT-LINE.
008516         END-IF
008517     END-IF.

008518     IF WS-RUN-IS-INTERIM
008519         PERFORM 4080-OPEN-INTERIM-FILE
008520             THRU 4080-OPEN-INTERIM-FILE-EXIT
008521     END-IF.

008522     PERFORM 4200-PROCESS-ONE-RECORD
008523         THRU 4200-PROCESS-ONE-RECORD-EXIT
008530         UNTIL WS-END-OF-ROSTER.

008540     PERFORM 4300-WRITE-CHECKPOINT
008664         CLOSE COMPONENT-DETAIL-FILE
008666         MOVE "N" TO WS-CMPDTL-OPEN-SW
008668     END-IF.
008669     IF WS-RUN-IS-INTERIM
008670         CLOSE INTERIM-GRADE-FILE
008671         MOVE WS-INTERIM-WRITE-COUNT TO WS-EDIT-COUNT
008672         DISPLAY "INTERIM GRADES POSTED TO INTGRD FOR PERIOD "
008673             WS-PROGRESS-PERIOD ": " WS-EDIT-COUNT
008674     END-IF.
008675     PERFORM 4710-CLOSE-SUSPENSE-FILE
008680         THRU 4710-CLOSE-SUSPENSE-FILE-EXIT.

008690 4000-BATCH-MODE-EXIT.
008720*  4010-PROMPT-THRESHOLDS                                       *
008730*  ALLOWS THE HONOR ROLL AND AT-RISK CUTOFFS TO BE OVERRIDDEN   *
008740*  FOR THIS RUN. A BLANK ENTRY KEEPS THE DISTRICT DEFAULT.      *
008742*  A BATCH OR REPAIR RUN IS ALSO ASKED FOR THE PROGRESS PERIOD  *
008744*  - BLANK FOR END-OF-TERM GRADES, P1 THROUGH P9 FOR INTERIM    *
008746*  GRADES.                                                      *
008750*****************************************************************
008760 4010-PROMPT-THRESHOLDS.
008770     IF WS-RUN-IS-UNATTENDED
008790     END-IF.

008800     MOVE 0 TO WS-THRESHOLD-INPUT.
008810     DISPLAY "HONOR ROLL THRESHOLD, WHOLE NUMBER (DEFAULT FROM "
008820         "GRADING SCALE), 0 = KEEP DEFAULT: " WITH NO ADVANCING.
008830     ACCEPT WS-THRESHOLD-INPUT.
008840     IF WS-THRESHOLD-INPUT > 0
008850         MOVE WS-THRESHOLD-INPUT TO WS-HONOR-ROLL-THRESHOLD
008852         MOVE "Y" TO WS-HONOR-OVERRIDE-SW
008860     END-IF.

008870     MOVE 0 TO WS-THRESHOLD-INPUT.
008920         MOVE WS-THRESHOLD-INPUT TO WS-AT-RISK-THRESHOLD
008930     END-IF.

008931     IF WS-MODE-BATCH OR WS-MODE-REPAIR
008932         MOVE "N" TO WS-VALID-PERIOD-SW
008933         PERFORM 4075-PROMPT-PROGRESS-PERIOD
008934             THRU 4075-PROMPT-PROGRESS-PERIOD-EXIT
008935             UNTIL WS-PERIOD-IS-VALID
008936     END-IF.

008940 4010-PROMPT-THRESHOLDS-EXIT.
008950     EXIT.

009980         END-IF
009990     END-IF.

009992     IF WS-ROSTER-REC-IS-VALID
009994         PERFORM 4214-CHECK-TRANSFER-TERM
009996             THRU 4214-CHECK-TRANSFER-TERM-EXIT
009998     END-IF.

010000 4210-VALIDATE-ROSTER-RECORD-EXIT.
010010     EXIT.

010540*  4220-CALCULATE-AND-RECORD                                    *
010550*  COMPUTES THE AVERAGE AND LETTER GRADE FOR A VALID ROSTER     *
010560*  RECORD AND WRITES IT TO EVERY DOWNSTREAM FILE AND REPORT.    *
010562*  ON AN INTERIM RUN THE GRADES GO TO THE INTERIM GRADE FILE    *
010564*  ONLY; THE GRADE-MASTER, JOURNAL, AUDIT LOG, AND EXPORT ARE   *
010566*  LEFT ALONE AND THE REPORT AND STATISTICS CARRY ON AS USUAL.  *
010570*****************************************************************
010580 4220-CALCULATE-AND-RECORD.
010590     PERFORM 4240-CHECK-SECTION-BREAK
010700     PERFORM 7000-DETERMINE-LETTER-GRADE
010710         THRU 7000-DETERMINE-LETTER-GRADE-EXIT.

010711     IF WS-RUN-IS-INTERIM
010712         PERFORM 4225-RECORD-INTERIM-GRADE
010713             THRU 4225-RECORD-INTERIM-GRADE-EXIT
010714         GO TO 4220-PRINT-STUDENT
010715     END-IF.

010720     MOVE SI-STUDENT-ID    TO GM-STUDENT-ID
010730     MOVE SI-TERM          TO GM-TERM.

010800     END-READ.

010802     IF WS-RECORD-WAS-FOUND
010803         MOVE GRADE-MASTER-RECORD TO WS-JOURNAL-IMAGE
010804         MOVE GM-TERM-STATUS TO WS-SAVED-TERM-STATUS
010805         MOVE GM-STANDING-CODE TO WS-SAVED-STANDING-CODE
010806     ELSE
010890     MOVE AverageGrade     TO GM-AVERAGE-GRADE
010900     MOVE WS-LETTER-GRADE  TO GM-LETTER-GRADE
010910     MOVE WS-GPA-POINTS    TO GM-GPA-POINTS
010911     MOVE WS-LETTER-MODIFIER TO GM-LETTER-MODIFIER
010912     MOVE WS-WEIGHTED-GPA  TO GM-WEIGHTED-GPA
010913     MOVE ZEROS            TO GM-CLASS-RANK
010914     MOVE ZEROS            TO GM-CLASS-SIZE
010916     MOVE ZEROS            TO GM-PERCENTILE
010918     MOVE WS-SAVED-TERM-STATUS TO GM-TERM-STATUS

010920     IF WS-RECORD-WAS-FOUND
010930         REWRITE GRADE-MASTER-RECORD
010932         MOVE "C" TO WS-JOURNAL-ACTION
010940     ELSE
010950         WRITE GRADE-MASTER-RECORD
010952         MOVE "A" TO WS-JOURNAL-ACTION
010954         MOVE GRADE-MASTER-RECORD TO WS-JOURNAL-IMAGE
010960     END-IF.
010962     PERFORM 9400-WRITE-JOURNAL-ENTRY
010964         THRU 9400-WRITE-JOURNAL-ENTRY-EXIT.

010970     PERFORM 9000-WRITE-AUDIT-RECORD
010980         THRU 9000-WRITE-AUDIT-RECORD-EXIT.
010990     PERFORM 9100-WRITE-EXPORT-RECORD
011000         THRU 9100-WRITE-EXPORT-RECORD-EXIT.

011002 4220-PRINT-STUDENT.
011010     MOVE AverageGrade TO WS-EDIT-AVERAGE.
011020     STRING "STUDENT " SI-STUDENT-ID " " StudentName
011030             " AVG=" WS-EDIT-AVERAGE " GRADE=" WS-LETTER-GRADE
011032             WS-LETTER-MODIFIER
011040         DELIMITED BY SIZE INTO BATCH-REPORT-LINE.
011050     WRITE BATCH-REPORT-LINE.
011060     MOVE SPACES TO BATCH-REPORT-LINE.
012780*  CARRIES THE KEY AND ONLY THE FIELDS BEING CHANGED, AND       *
012790*  EVERY APPLIED TRANSACTION LEAVES BEFORE/AFTER IMAGES ON      *
012800*  THE AUDIT LOG.                                               *
012802*  A CHG CARRYING A GRADE APPEAL CASE NUMBER ALSO CLOSES THAT   *
012804*  CASE AS UPHELD ON THE APPEAL CASE FILE.                      *
012810*****************************************************************
012820 4500-MAINTENANCE-MODE.
012830     OPEN INPUT GRADE-TRANSACTION-FILE.
012920     MOVE 0 TO WS-TRAN-APPLIED-COUNT.
012930     MOVE 0 TO WS-TRAN-REJECT-COUNT.

012931     MOVE "N" TO WS-APPEALS-AVAILABLE-SW.
012932     OPEN I-O APPEAL-CASE-FILE.
012933     IF WS-APPEALS-STATUS = "00"
012934         MOVE "Y" TO WS-APPEALS-AVAILABLE-SW
012935     ELSE
012936         DISPLAY "APPEAL CASE FILE APPEALS NOT AVAILABLE - "
012937             "APPEAL CORRECTIONS WILL BE REJECTED"
012938     END-IF.

012940     PERFORM 4510-READ-TRANSACTION
012950         THRU 4510-READ-TRANSACTION-EXIT.

012980         UNTIL WS-END-OF-TRANS.

012990     CLOSE GRADE-TRANSACTION-FILE.
012992     IF WS-APPEALS-ARE-AVAILABLE
012994         CLOSE APPEAL-CASE-FILE
012996     END-IF.

013000     DISPLAY "MAINTENANCE RUN COMPLETE.".
013010     MOVE WS-TRAN-READ-COUNT TO WS-EDIT-COUNT.
013040     DISPLAY "  TRANSACTIONS APPLIED : " WS-EDIT-COUNT.
013050     MOVE WS-TRAN-REJECT-COUNT TO WS-EDIT-COUNT.
013060     DISPLAY "  TRANSACTIONS REJECTED: " WS-EDIT-COUNT.
013062     MOVE WS-APPEAL-CLOSED-COUNT TO WS-EDIT-COUNT.
013064     DISPLAY "  APPEALS CLOSED UPHELD: " WS-EDIT-COUNT.

013070 4500-MAINTENANCE-MODE-EXIT.
013080     EXIT.
013700*  CHECKS THE ACTION CODE AND EVERY NON-BLANK FIELD BEFORE      *
013710*  ANYTHING IS APPLIED, SO A BAD TRANSACTION CANNOT HALF-       *
013720*  UPDATE A MASTER RECORD.                                      *
013722*  A GRADE APPEAL CASE NUMBER IS ONLY TAKEN ON A CHG.           *
013730*****************************************************************
013740 4521-VALIDATE-TRANSACTION.
013750     MOVE "Y" TO WS-TRAN-VALID-SW.
013820         GO TO 4521-VALIDATE-TRANSACTION-EXIT
013830     END-IF.

013831     IF TR-APPEAL-CASE NOT = SPACES
013832         IF NOT TR-ACTION-IS-CHANGE
013833             MOVE "N" TO WS-TRAN-VALID-SW
013834             MOVE "CASE NUMBER ON NON-CHG TRAN"
013835                 TO WS-TRAN-REJECT-REASON
013836             GO TO 4521-VALIDATE-TRANSACTION-EXIT
013837         END-IF
013838         IF TR-APPEAL-CASE IS NOT NUMERIC
013839             MOVE "N" TO WS-TRAN-VALID-SW
013840             MOVE "INVALID APPEAL CASE NUMBER"
013841                 TO WS-TRAN-REJECT-REASON
013842             GO TO 4521-VALIDATE-TRANSACTION-EXIT
013843         END-IF
013844     END-IF.

013845     IF TR-ACTION-IS-ADD
013850         IF TR-SUBJECT-COUNT = SPACE
013860             MOVE "N" TO WS-TRAN-VALID-SW
013870             MOVE "ADD REQUIRES SUBJECT COUNT"
014840     END-WRITE.

014850     ADD 1 TO WS-TRAN-APPLIED-COUNT.
014852     MOVE "A" TO WS-JOURNAL-ACTION.
014854     MOVE GRADE-MASTER-RECORD TO WS-JOURNAL-IMAGE.
014856     PERFORM 9400-WRITE-JOURNAL-ENTRY
014858         THRU 9400-WRITE-JOURNAL-ENTRY-EXIT.
014860     MOVE "ADD-AFT" TO WS-AUDIT-ACTION.
014870     PERFORM 9200-WRITE-MAINT-AUDIT
014880         THRU 9200-WRITE-MAINT-AUDIT-EXIT.
015060*  RECORD, RECOMPUTES THE AVERAGE AND LETTER GRADE, AND         *
015070*  REWRITES IT. THE UNCHANGED IMAGE IS LOGGED BEFORE THE        *
015080*  UPDATED IMAGE SO AN APPEAL CAN BE TRACED BOTH WAYS.          *
015082*  A CHG CARRYING A GRADE APPEAL CASE NUMBER IS CHECKED AGAINST *
015084*  THE CASE BEFORE ANYTHING IS CHANGED, AND CLOSES THE CASE AS  *
015086*  UPHELD ONCE THE CORRECTED RECORD IS ON FILE.                 *
015090*****************************************************************
015100 4540-APPLY-CHANGE.
015110     IF NOT WS-RECORD-WAS-FOUND
015220         GO TO 4540-APPLY-CHANGE-EXIT
015230     END-IF.

015231     IF TR-APPEAL-CASE NOT = SPACES
015232         PERFORM 4547-CHECK-APPEAL-CASE
015233             THRU 4547-CHECK-APPEAL-CASE-EXIT
015234         IF NOT WS-TRAN-IS-VALID
015235             PERFORM 4560-REJECT-TRANSACTION
015236                 THRU 4560-REJECT-TRANSACTION-EXIT
015237             GO TO 4540-APPLY-CHANGE-EXIT
015238         END-IF
015239     END-IF.

015240     MOVE "CHG-BEF" TO WS-AUDIT-ACTION.
015250     PERFORM 9200-WRITE-MAINT-AUDIT
015260         THRU 9200-WRITE-MAINT-AUDIT-EXIT.
015262     MOVE GRADE-MASTER-RECORD TO WS-JOURNAL-IMAGE.

015270     IF TR-STUDENT-NAME NOT = SPACES
015280         MOVE TR-STUDENT-NAME TO GM-STUDENT-NAME
015450     END-REWRITE.

015460     ADD 1 TO WS-TRAN-APPLIED-COUNT.
015462     MOVE "C" TO WS-JOURNAL-ACTION.
015464     PERFORM 9400-WRITE-JOURNAL-ENTRY
015466         THRU 9400-WRITE-JOURNAL-ENTRY-EXIT.
015470     MOVE "CHG-AFT" TO WS-AUDIT-ACTION.
015480     PERFORM 9200-WRITE-MAINT-AUDIT
015490         THRU 9200-WRITE-MAINT-AUDIT-EXIT.

015492     IF TR-APPEAL-CASE NOT = SPACES
015494         PERFORM 4549-CLOSE-APPEAL-CASE
015496             THRU 4549-CLOSE-APPEAL-CASE-EXIT
015498     END-IF.

015500 4540-APPLY-CHANGE-EXIT.
015510     EXIT.

016150     MOVE AverageGrade    TO GM-AVERAGE-GRADE.
016160     MOVE WS-LETTER-GRADE TO GM-LETTER-GRADE.
016170     MOVE WS-GPA-POINTS   TO GM-GPA-POINTS.
016172     MOVE WS-LETTER-MODIFIER TO GM-LETTER-MODIFIER.
016174     MOVE WS-WEIGHTED-GPA TO GM-WEIGHTED-GPA.

016180 4546-RECOMPUTE-MASTER-AVERAGE-EXIT.
016190     EXIT.
016330     MOVE "DEL-BEF" TO WS-AUDIT-ACTION.
016340     PERFORM 9200-WRITE-MAINT-AUDIT
016350         THRU 9200-WRITE-MAINT-AUDIT-EXIT.
016352     MOVE GRADE-MASTER-RECORD TO WS-JOURNAL-IMAGE.

016360     DELETE GRADE-MASTER-FILE
016370         INVALID KEY
016420     END-DELETE.

016430     ADD 1 TO WS-TRAN-APPLIED-COUNT.
016432     MOVE "D" TO WS-JOURNAL-ACTION.
016434     PERFORM 9400-WRITE-JOURNAL-ENTRY
016436         THRU 9400-WRITE-JOURNAL-ENTRY-EXIT.

016440 4550-APPLY-DELETE-EXIT.
016450     EXIT.
016810     END-IF.

016820     MOVE "SUSPENSE REPAIR REPORT" TO BATCH-REPORT-LINE.
016821     IF WS-RUN-IS-INTERIM
016822         MOVE SPACES TO BATCH-REPORT-LINE
016823         STRING "SUSPENSE REPAIR REPORT - INTERIM PERIOD "
016824                 WS-PROGRESS-PERIOD
016825             DELIMITED BY SIZE INTO BATCH-REPORT-LINE
016826         PERFORM 4080-OPEN-INTERIM-FILE
016827             THRU 4080-OPEN-INTERIM-FILE-EXIT
016828     END-IF.
016830     WRITE BATCH-REPORT-LINE.
016840     MOVE SPACES TO BATCH-REPORT-LINE.
016850     WRITE BATCH-REPORT-LINE.
017020     CLOSE SUSPENSE-INPUT-FILE.
017030     CLOSE BATCH-REPORT-FILE.
017040     CLOSE REGISTRAR-EXPORT-FILE.
017041     IF WS-RUN-IS-INTERIM
017042         CLOSE INTERIM-GRADE-FILE
017043         MOVE WS-INTERIM-WRITE-COUNT TO WS-EDIT-COUNT
017044         DISPLAY "INTERIM GRADES POSTED TO INTGRD FOR PERIOD "
017045             WS-PROGRESS-PERIOD ": " WS-EDIT-COUNT
017046     END-IF.
017050     PERFORM 4710-CLOSE-SUSPENSE-FILE
017060         THRU 4710-CLOSE-SUSPENSE-FILE-EXIT.

017380*  VALIDATION AND RECORDING PATH AS A BATCH ROSTER RECORD. A    *
017390*  RECORD THAT STILL FAILS VALIDATION IS WRITTEN BACK TO THE    *
017400*  SUSPENSE FILE WITH ITS NEW REASON CODE.                      *
017401*  A ROW SUSPENDED BY A RUN FOR ANOTHER PROGRESS PERIOD (BLANK  *
017402*  = END OF TERM) IS NOT POSTED - IT GOES BACK TO SUSPENSE      *
017403*  UNDER ITS OWN PERIOD WITH REASON PER FOR A REPAIR RUN OF     *
017404*  THAT PERIOD, SO AN INTERIM ROW NEVER REACHES THE GRADE-      *
017405*  MASTER AND AN END-OF-TERM ROW NEVER LANDS IN INTGRD.         *
017410*****************************************************************
017420 4620-REPROCESS-ONE-RECORD.
017422     MOVE "N" TO WS-PERIOD-HOLD-SW.
017430     MOVE WS-SUSPIN-IMAGE TO STUDENT-INPUT-RECORD.

017431     IF WS-SUSPIN-PERIOD NOT = WS-INTERIM-RUN-PERIOD
017432         MOVE "Y" TO WS-PERIOD-HOLD-SW
017433         MOVE "PER" TO WS-REJECT-REASON-CODE
017434         MOVE WS-RECORD-NUMBER TO WS-EDIT-RECORD-NUM
017435         DISPLAY "HELD RECORD " WS-EDIT-RECORD-NUM
017436             " - SUSPENDED UNDER PERIOD '" WS-SUSPIN-PERIOD
017437             "', NOT THIS RUN'S (BLANK = END OF TERM)"
017438         PERFORM 4700-WRITE-SUSPENSE-RECORD
017439             THRU 4700-WRITE-SUSPENSE-RECORD-EXIT
017440         MOVE "N" TO WS-PERIOD-HOLD-SW
017441         GO TO 4620-REPROCESS-NEXT
017442     END-IF.

017443     PERFORM 4210-VALIDATE-ROSTER-RECORD
017450         THRU 4210-VALIDATE-ROSTER-RECORD-EXIT.

017460     IF WS-ROSTER-REC-IS-VALID
017520             THRU 4700-WRITE-SUSPENSE-RECORD-EXIT
017530     END-IF.

017532 4620-REPROCESS-NEXT.
017540     PERFORM 4610-READ-SUSPENSE-RECORD
017550         THRU 4610-READ-SUSPENSE-RECORD-EXIT.

017610*  WITH ITS REASON CODE, OPENING THE FILE ON FIRST USE. THE     *
017620*  FILE IS EXTENDED SO A RUN'S REJECTS ACCUMULATE UNTIL THE     *
017630*  SCHOOL PICKS THEM UP FOR CORRECTION.                         *
017632*  THE ROW CARRIES THIS RUN'S PROGRESS PERIOD, OR ITS OWN WHEN  *
017634*  A REPAIR RUN IS HOLDING IT FOR ANOTHER PERIOD.               *
017640*****************************************************************
017650 4700-WRITE-SUSPENSE-RECORD.
017660     IF NOT WS-SUSPENSE-IS-OPEN
017730     MOVE SPACES TO SUSPENSE-RECORD.
017740     MOVE WS-REJECT-REASON-CODE TO SU-REASON-CODE.
017750     MOVE STUDENT-INPUT-RECORD  TO SU-ROSTER-IMAGE.
017751     IF WS-ROW-IS-HELD
017752         MOVE WS-SUSPIN-PERIOD  TO SU-PROGRESS-PERIOD
017753     ELSE
017754         MOVE WS-INTERIM-RUN-PERIOD TO SU-PROGRESS-PERIOD
017755     END-IF.
017760     WRITE SUSPENSE-RECORD.
017770     ADD 1 TO WS-SUSPENSE-WRITE-COUNT.

018770*  LOOKS THE COURSE CODE IN WS-LOOKUP-CODE UP IN THE CATALOG    *
018780*  TABLE FOR THE TERM IN WS-LOOKUP-TERM. OF THE ENTRIES WHOSE   *
018790*  EFFECTIVE RANGE COVERS THE TERM, THE ONE WITH THE LATEST     *
018800*  FROM-TERM WINS. RETURNS THE TITLE, CREDIT HOURS, AND COURSE  *
018802*  LEVEL, OR THE DEFAULTS (UNLISTED COURSE, 1.0 CREDIT HOURS,   *
018804*  REGULAR) WHEN THE CODE IS BLANK OR NO ENTRY IS IN EFFECT.    *
018810*****************************************************************
018820 6200-LOOKUP-COURSE.
018830     MOVE "N" TO WS-LOOKUP-FOUND-SW.
018840     MOVE "UNLISTED COURSE" TO WS-LOOKUP-TITLE.
018850     MOVE 1.0 TO WS-LOOKUP-CREDITS.
018852     MOVE SPACE TO WS-LOOKUP-LEVEL.

018860     IF WS-LOOKUP-CODE = SPACES
018870         GO TO 6200-LOOKUP-COURSE-EXIT
019000                 TO WS-LOOKUP-TITLE
019010             MOVE WS-CAT-CREDIT-HOURS (WS-LOOKUP-INDEX)
019020                 TO WS-LOOKUP-CREDITS
019022             MOVE WS-CAT-COURSE-LEVEL (WS-LOOKUP-INDEX)
019024                 TO WS-LOOKUP-LEVEL
019030         END-IF
019040     END-IF.
019050     ADD 1 TO WS-LOOKUP-INDEX.

019080*****************************************************************
019090*  7000-DETERMINE-LETTER-GRADE                                  *
019100*  TRANSLATES THE NUMERIC AVERAGE INTO A LETTER GRADE, ITS      *
019110*  PLUS/MINUS MODIFIER, AND AN UNWEIGHTED GPA POINT VALUE FROM  *
019120*  THE GRADING SCALE IN EFFECT FOR THE TERM IN WS-LOOKUP-TERM,  *
019121*  THEN BUILDS THE WEIGHTED GPA BY ADDING THE CREDIT-WEIGHTED   *
019122*  HONORS/AP POINT BUMP OF EACH GRADED SUBJECT. A TERM WITH NO  *
019123*  SCALE IN EFFECT IS GRADED ON THE STANDARD DISTRICT CUTOFFS,  *
019124*  WITH NO MODIFIER AND THE WEIGHTED GPA EQUAL TO THE           *
019125*  UNWEIGHTED.                                                  *
019130*****************************************************************
019140 7000-DETERMINE-LETTER-GRADE.
019142     MOVE SPACE TO WS-LETTER-MODIFIER.
019150     IF WS-GRADED-COUNT = 0
019160         MOVE "N" TO WS-LETTER-GRADE
019170         MOVE 0.0 TO WS-GPA-POINTS
019172         MOVE 0.0 TO WS-WEIGHTED-GPA
019180         GO TO 7000-DETERMINE-LETTER-GRADE-EXIT
019190     END-IF.

019191     MOVE WS-LOOKUP-TERM TO WS-SCALE-TERM.
019192     PERFORM 7100-FIND-SCALE-IN-EFFECT
019193         THRU 7100-FIND-SCALE-IN-EFFECT-EXIT.
019194     IF WS-SCALE-IS-IN-EFFECT
019195         GO TO 7000-APPLY-GRADING-SCALE
019196     END-IF.
019200     EVALUATE TRUE
019210         WHEN AverageGrade >= 90.00
019220             MOVE "A" TO WS-LETTER-GRADE
019340             MOVE "F" TO WS-LETTER-GRADE
019350             MOVE 0.0 TO WS-GPA-POINTS
019360     END-EVALUATE.
019361     MOVE WS-GPA-POINTS TO WS-WEIGHTED-GPA.
019362     GO TO 7000-DETERMINE-LETTER-GRADE-EXIT.

019363 7000-APPLY-GRADING-SCALE.
019364     MOVE AverageGrade TO WS-SCALE-SCORE.
019365     PERFORM 7200-FIND-SCALE-STEP
019366         THRU 7200-FIND-SCALE-STEP-EXIT.
019367     IF NOT WS-STEP-WAS-FOUND
019368         MOVE "F" TO WS-LETTER-GRADE
019369         MOVE 0.0 TO WS-GPA-POINTS
019370         MOVE 0.0 TO WS-WEIGHTED-GPA
019371         GO TO 7000-DETERMINE-LETTER-GRADE-EXIT
019372     END-IF.

019373     MOVE WS-SCL-LETTER-GRADE (WS-STEP-INDEX) TO WS-LETTER-GRADE.
019374     MOVE WS-SCL-MODIFIER (WS-STEP-INDEX) TO WS-LETTER-MODIFIER.
019375     MOVE WS-SCL-REGULAR-POINTS (WS-STEP-INDEX) TO WS-GPA-POINTS.

019376     MOVE 0 TO WS-WEIGHT-BONUS-SUM.
019377     MOVE 0 TO WS-WEIGHT-CREDIT-SUM.
019378     MOVE 1 TO WS-SUBJECT-INDEX.
019379     PERFORM 7300-ADD-ONE-WEIGHT-BONUS
019380         THRU 7300-ADD-ONE-WEIGHT-BONUS-EXIT
019381         UNTIL WS-SUBJECT-INDEX > WS-SUBJECT-COUNT.

019382     IF WS-WEIGHT-CREDIT-SUM > 0
019383         COMPUTE WS-WEIGHTED-GPA ROUNDED =
019384             WS-GPA-POINTS +
019385             WS-WEIGHT-BONUS-SUM / WS-WEIGHT-CREDIT-SUM
019386     ELSE
019387         MOVE WS-GPA-POINTS TO WS-WEIGHTED-GPA
019388     END-IF.

019389 7000-DETERMINE-LETTER-GRADE-EXIT.
019390     EXIT.

019391*****************************************************************
019400*  8000-CLASS-SUMMARY-REPORT                                    *
019410*  PRINTS THE DISTRICT-WIDE HIGH, LOW, AVERAGE-OF-AVERAGES,    *
019420*  AND STUDENT COUNT AFTER THE PER-SECTION GROUPS.              *
019910*  THRESHOLD) LISTS.                                            *
019920*****************************************************************
019930 8100-HONOR-ROLL-AT-RISK-REPORT.
019932     PERFORM 7500-SET-HONOR-THRESHOLD
019934         THRU 7500-SET-HONOR-THRESHOLD-EXIT.
019940     PERFORM 8110-SORT-STUDENT-STATS
019950         THRU 8110-SORT-STUDENT-STATS-EXIT.


020040     MOVE "HONOR ROLL" TO BATCH-REPORT-LINE.
020050     WRITE BATCH-REPORT-LINE.
020052     MOVE 0 TO WS-HONOR-WITHHELD-COUNT.
020060     MOVE 1 TO STAT-IDX.
020070     PERFORM 8120-LIST-HONOR-ROLL-ENTRY
020080         THRU 8120-LIST-HONOR-ROLL-ENTRY-EXIT
020090         UNTIL STAT-IDX > WS-STUDENT-STAT-COUNT.

020091     IF WS-HONOR-WITHHELD-COUNT > 0
020092         MOVE WS-HONOR-WITHHELD-COUNT TO WS-EDIT-COUNT
020093         STRING WS-EDIT-COUNT " NAME(S) WITHHELD - DIRECTORY "
020094                 "INFORMATION OPT-OUT"
020095             DELIMITED BY SIZE INTO BATCH-REPORT-LINE
020096         WRITE BATCH-REPORT-LINE
020097         MOVE SPACES TO BATCH-REPORT-LINE
020098         IF NOT WS-DEMOG-IS-AVAILABLE
020099             MOVE "(DEMOGRAPHIC MASTER NOT AVAILABLE - NO NAME"
020100                 TO BATCH-REPORT-LINE
020101             WRITE BATCH-REPORT-LINE
020102             MOVE " COULD BE CLEARED FOR RELEASE)"
020103                 TO BATCH-REPORT-LINE
020104             WRITE BATCH-REPORT-LINE
020105             MOVE SPACES TO BATCH-REPORT-LINE
020106         END-IF
020107     END-IF.

020108     MOVE SPACES TO BATCH-REPORT-LINE.
020110     WRITE BATCH-REPORT-LINE.
020120     MOVE "AT-RISK" TO BATCH-REPORT-LINE.
020130     WRITE BATCH-REPORT-LINE.
020660     IF WS-STAT-AVERAGE (STAT-IDX) >= WS-HONOR-ROLL-THRESHOLD
020670         MOVE WS-STAT-AVERAGE (STAT-IDX) TO WS-EDIT-AVERAGE
020680         MOVE WS-STAT-STUDENT-ID (STAT-IDX) TO WS-EDIT-STUDENT-ID
020682         PERFORM 8125-CHECK-DIRECTORY-OPT-OUT
020684             THRU 8125-CHECK-DIRECTORY-OPT-OUT-EXIT
020690         STRING WS-EDIT-STUDENT-ID " "
020700                 WS-HONOR-LIST-NAME " "
020710                 WS-EDIT-AVERAGE
020720             DELIMITED BY SIZE INTO BATCH-REPORT-LINE
020730         WRITE BATCH-REPORT-LINE
021070     MOVE WS-SUBJECT-GRADE-TABLE TO AL-SUBJECT-GRADES.
021080     MOVE AverageGrade     TO AL-AVERAGE-GRADE.
021090     MOVE WS-LETTER-GRADE  TO AL-LETTER-GRADE.
021092     MOVE WS-LETTER-MODIFIER TO AL-LETTER-MODIFIER.
021100     MOVE "RECORDED"       TO AL-ACTION-CODE.

021110     WRITE AUDIT-LOG-RECORD.
021300     MOVE GM-SUBJECT-GRADES  TO AL-SUBJECT-GRADES.
021310     MOVE GM-AVERAGE-GRADE   TO AL-AVERAGE-GRADE.
021320     MOVE GM-LETTER-GRADE    TO AL-LETTER-GRADE.
021322     MOVE GM-LETTER-MODIFIER TO AL-LETTER-MODIFIER.
021330     MOVE WS-AUDIT-ACTION    TO AL-ACTION-CODE.

021340     WRITE AUDIT-LOG-RECORD.
021540     MOVE WS-GPA-POINTS    TO RE-GPA-POINTS.
021542     MOVE GM-CLASS-RANK    TO RE-CLASS-RANK.
021544     MOVE GM-CLASS-SIZE    TO RE-CLASS-SIZE.
021546     MOVE WS-WEIGHTED-GPA  TO RE-WEIGHTED-GPA.
021548     MOVE WS-LETTER-MODIFIER TO RE-LETTER-MODIFIER.

021550     WRITE REGISTRAR-EXPORT-RECORD.

021900 9800-TERMINATE.
021910     CLOSE GRADE-MASTER-FILE.
021920     CLOSE AUDIT-LOG-FILE.
021922     CLOSE GM-JOURNAL-FILE.
021930     IF WS-DEMOG-IS-AVAILABLE
021940         CLOSE STUDENT-DEMOG-FILE
021950     END-IF.
023080         TO SI-SUBJECT-GRADE (WS-SUBJECT-INDEX).
023090     ADD 1 TO WS-COMP-APPLIED-COUNT.

023092     IF WS-RUN-IS-INTERIM
023094         GO TO 4160-COMPUTE-NEXT
023096     END-IF.
023100     MOVE 1 TO WS-COMP-INDEX.
023110     PERFORM 4180-WRITE-ONE-DETAIL
023120         THRU 4180-WRITE-ONE-DETAIL-EXIT
023360*  ALONGSIDE THE GRADE COMPUTED FROM IT, OPENING THE FILE ON    *
023370*  FIRST USE. THE FILE IS EXTENDED SO THE DETAIL ACCUMULATES    *
023380*  ACROSS RUNS AND A DISPUTED GRADE CAN BE TRACED LATER.        *
023382*  AN INTERIM RUN WRITES NO DETAIL, SO THE FILE ONLY EVER       *
023384*  EXPLAINS FINAL TERM GRADES.                                  *
023390*****************************************************************
023400 4180-WRITE-ONE-DETAIL.
023410     IF WS-COMP-STUDENT-ID (WS-COMP-INDEX) NOT = SI-STUDENT-ID
023750*  POSTED AND THE RUN IS REFUSED UNLESS THE FORCE FLAG IS ON -  *
023760*  A DOUBLE-SUBMITTED NIGHTLY JOB CAN NO LONGER RE-POST THE     *
023770*  WHOLE ROSTER AND DOUBLE THE EXPORT FEED.                     *
023772*  AN INTERIM RUN LOOKS ONLY FOR A COMPLETED INTERIM RUN OF THE *
023774*  SAME TERM AND PROGRESS PERIOD, AND AN END-OF-TERM RUN        *
023776*  IGNORES INTERIM RUNS.                                        *
023780*****************************************************************
023790 4050-CHECK-PRIOR-RUN.
023800     MOVE "N" TO WS-PRIOR-RUN-SW.
024000         GO TO 4060-CHECK-ONE-RUN-ENTRY-EXIT
024010     END-IF.

024011     IF WS-RUN-IS-INTERIM
024012         IF RH-RUN-MODE NOT = WS-INTERIM-RUN-MODE
024013             GO TO 4060-CHECK-ONE-RUN-ENTRY-EXIT
024014         END-IF
024015     ELSE
024016         IF RH-RUN-MODE NOT = "BATCH"
024017                 AND RH-RUN-MODE NOT = "MERGE"
024018             GO TO 4060-CHECK-ONE-RUN-ENTRY-EXIT
024019         END-IF
024020     END-IF.

024021     IF RH-PROGRAM-NAME = "GRADCALC"
024040             AND RH-TERM = WS-ROSTER-TERM
024050             AND RH-RUN-COMPLETED
024060             AND RH-RETURN-CODE IS NUMERIC
024310             MOVE 0 TO RH-REJECT-COUNT
024320         WHEN WS-MODE-BATCH
024330             MOVE "BATCH" TO RH-RUN-MODE
024332             IF WS-RUN-IS-INTERIM
024334                 MOVE WS-INTERIM-RUN-MODE TO RH-RUN-MODE
024336             END-IF
024340             MOVE WS-ROSTER-TERM TO RH-TERM
024350             MOVE WS-RECORD-NUMBER TO RH-INPUT-COUNT
024360             MOVE WS-SUSPENSE-WRITE-COUNT TO RH-REJECT-COUNT
024410             MOVE WS-TRAN-REJECT-COUNT TO RH-REJECT-COUNT
024420         WHEN WS-MODE-REPAIR
024430             MOVE "REPAIR" TO RH-RUN-MODE
024432             IF WS-RUN-IS-INTERIM
024434                 MOVE WS-INTERIM-RUN-MODE TO RH-RUN-MODE
024436             END-IF
024440             MOVE SPACES TO RH-TERM
024450             MOVE WS-REPAIR-READ-COUNT TO RH-INPUT-COUNT
024460             MOVE WS-SUSPENSE-WRITE-COUNT TO RH-REJECT-COUNT
026640     IF NOT WS-END-OF-MERGE-MASTER
026650             AND WS-MERGE-MASTER-KEY = WS-MERGE-ROSTER-KEY
026660         MOVE "Y" TO WS-FOUND-SW
026662         MOVE GRADE-MASTER-RECORD TO WS-JOURNAL-IMAGE
026670         MOVE GM-TERM-STATUS TO WS-SAVED-TERM-STATUS
026680         MOVE GM-STANDING-CODE TO WS-SAVED-STANDING-CODE
026690     ELSE
026820     MOVE AverageGrade     TO GM-AVERAGE-GRADE
026830     MOVE WS-LETTER-GRADE  TO GM-LETTER-GRADE
026840     MOVE WS-GPA-POINTS    TO GM-GPA-POINTS
026842     MOVE WS-LETTER-MODIFIER TO GM-LETTER-MODIFIER
026844     MOVE WS-WEIGHTED-GPA  TO GM-WEIGHTED-GPA
026850     MOVE ZEROS            TO GM-CLASS-RANK
026860     MOVE ZEROS            TO GM-CLASS-SIZE
026870     MOVE ZEROS            TO GM-PERCENTILE

026900     IF WS-RECORD-WAS-FOUND
026910         REWRITE GRADE-MASTER-RECORD
026912         MOVE "C" TO WS-JOURNAL-ACTION
026914         PERFORM 9400-WRITE-JOURNAL-ENTRY
026916             THRU 9400-WRITE-JOURNAL-ENTRY-EXIT
026920     ELSE
026930         WRITE GRADE-MASTER-RECORD
026940             INVALID KEY
026950                 PERFORM 4850-MERGE-DUP-UPDATE
026960                     THRU 4850-MERGE-DUP-UPDATE-EXIT
026961             NOT INVALID KEY
026962                 MOVE "A" TO WS-JOURNAL-ACTION
026963                 MOVE GRADE-MASTER-RECORD TO WS-JOURNAL-IMAGE
026964                 PERFORM 9400-WRITE-JOURNAL-ENTRY
026965                     THRU 9400-WRITE-JOURNAL-ENTRY-EXIT
026970         END-WRITE
026980     END-IF.

027050     MOVE AverageGrade TO WS-EDIT-AVERAGE.
027060     STRING "STUDENT " SI-STUDENT-ID " " StudentName
027070             " AVG=" WS-EDIT-AVERAGE " GRADE=" WS-LETTER-GRADE
027072             WS-LETTER-MODIFIER
027080         DELIMITED BY SIZE INTO BATCH-REPORT-LINE.
027090     WRITE BATCH-REPORT-LINE.
027100     MOVE SPACES TO BATCH-REPORT-LINE.
027580             GO TO 4850-MERGE-DUP-RESTORE
027590     END-READ.

027592     MOVE GRADE-MASTER-RECORD TO WS-JOURNAL-IMAGE.
027600     MOVE WS-MERGE-HOLD-RECORD TO GRADE-MASTER-RECORD.
027610     REWRITE GRADE-MASTER-RECORD.
027611     MOVE "C" TO WS-JOURNAL-ACTION.
027612     PERFORM 9400-WRITE-JOURNAL-ENTRY
027613         THRU 9400-WRITE-JOURNAL-ENTRY-EXIT.
027615     GO TO 4850-MERGE-DUP-UPDATE-EXIT.

027620 4850-MERGE-DUP-RESTORE.

028000 4860-MERGE-REPOSITION-EXIT.
028010     EXIT.

028020*****************************************************************
028030*  1350-LOAD-GRADING-SCALE                                      *
028040*  LOADS THE GRADING-SCALE REFERENCE FILE INTO THE IN-MEMORY    *
028050*  TABLE. A MISSING SCALE FILE IS NOT FATAL - EVERY TERM IS     *
028060*  THEN GRADED ON THE STRAIGHT 90/80/70/60 SCALE.               *
028070*****************************************************************
028080 1350-LOAD-GRADING-SCALE.
028090     MOVE 0 TO WS-SCALE-COUNT.
028100     MOVE "N" TO WS-SCALE-EOF-SW.

028110     OPEN INPUT GRADE-SCALE-FILE.
028120     IF WS-GRDSCAL-STATUS NOT = "00"
028130         DISPLAY "GRADING SCALE GRDSCAL NOT AVAILABLE - LETTER "
028140             "GRADES USE THE STRAIGHT 90/80/70/60 SCALE"
028150         GO TO 1350-LOAD-GRADING-SCALE-EXIT
028160     END-IF.

028170     PERFORM 1360-LOAD-ONE-SCALE-STEP
028180         THRU 1360-LOAD-ONE-SCALE-STEP-EXIT
028190         UNTIL WS-END-OF-SCALE.

028200     CLOSE GRADE-SCALE-FILE.

028210 1350-LOAD-GRADING-SCALE-EXIT.
028220     EXIT.

028230 1360-LOAD-ONE-SCALE-STEP.
028240     READ GRADE-SCALE-FILE
028250         AT END
028260             MOVE "Y" TO WS-SCALE-EOF-SW
028270     END-READ.
028280     IF WS-GRDSCAL-STATUS NOT = "00"
028290         MOVE "Y" TO WS-SCALE-EOF-SW
028300         GO TO 1360-LOAD-ONE-SCALE-STEP-EXIT
028310     END-IF.

028320     IF GS-MIN-SCORE IS NOT NUMERIC
028330             OR GS-REGULAR-POINTS IS NOT NUMERIC
028340             OR GS-HONORS-POINTS IS NOT NUMERIC
028350             OR GS-AP-POINTS IS NOT NUMERIC
028360         DISPLAY "GRADING SCALE STEP " GS-LETTER-GRADE
028370             GS-LETTER-MODIFIER " FROM " GS-EFF-FROM-TERM
028380             " IGNORED - SCORE OR POINTS NOT NUMERIC"
028390         GO TO 1360-LOAD-ONE-SCALE-STEP-EXIT
028400     END-IF.

028410     IF WS-SCALE-COUNT < WS-SCALE-LIMIT
028420         ADD 1 TO WS-SCALE-COUNT
028430         MOVE GS-MIN-SCORE TO
028440             WS-SCL-MIN-SCORE (WS-SCALE-COUNT)
028450         MOVE GS-LETTER-GRADE TO
028460             WS-SCL-LETTER-GRADE (WS-SCALE-COUNT)
028470         MOVE GS-LETTER-MODIFIER TO
028480             WS-SCL-MODIFIER (WS-SCALE-COUNT)
028490         MOVE GS-REGULAR-POINTS TO
028500             WS-SCL-REGULAR-POINTS (WS-SCALE-COUNT)
028510         MOVE GS-HONORS-POINTS TO
028520             WS-SCL-HONORS-POINTS (WS-SCALE-COUNT)
028530         MOVE GS-AP-POINTS TO
028540             WS-SCL-AP-POINTS (WS-SCALE-COUNT)
028550         MOVE GS-HONOR-ROLL-SW TO
028560             WS-SCL-HONOR-ROLL-SW (WS-SCALE-COUNT)
028570         IF GS-EFF-FROM-TERM = SPACES
028580             MOVE LOW-VALUES TO
028590                 WS-SCL-EFF-FROM-KEY (WS-SCALE-COUNT)
028600         ELSE
028610             MOVE GS-EFF-FROM-TERM TO WS-TERM-KEY-INPUT
028620             PERFORM 6300-BUILD-TERM-KEY
028630                 THRU 6300-BUILD-TERM-KEY-EXIT
028640             MOVE WS-TERM-KEY TO
028650                 WS-SCL-EFF-FROM-KEY (WS-SCALE-COUNT)
028660         END-IF
028670         IF GS-EFF-TO-TERM = SPACES
028680             MOVE HIGH-VALUES TO
028690                 WS-SCL-EFF-TO-KEY (WS-SCALE-COUNT)
028700         ELSE
028710             MOVE GS-EFF-TO-TERM TO WS-TERM-KEY-INPUT
028720             PERFORM 6300-BUILD-TERM-KEY
028730                 THRU 6300-BUILD-TERM-KEY-EXIT
028740             MOVE WS-TERM-KEY TO
028750                 WS-SCL-EFF-TO-KEY (WS-SCALE-COUNT)
028760         END-IF
028770     ELSE
028780         DISPLAY "GRADING SCALE STEP " GS-LETTER-GRADE
028790             GS-LETTER-MODIFIER " IGNORED - 60-STEP GRADING "
028800             "SCALE TABLE IS FULL"
028810     END-IF.

028820 1360-LOAD-ONE-SCALE-STEP-EXIT.
028830     EXIT.

028840*****************************************************************
028850*  7100-FIND-SCALE-IN-EFFECT                                    *
028860*  FINDS THE GRADING SCALE IN EFFECT FOR THE TERM IN            *
028870*  WS-SCALE-TERM - OF THE SCALE STEPS WHOSE EFFECTIVE RANGE     *
028880*  COVERS THE TERM, THE LATEST FROM-TERM WINS. SETS THE FOUND   *
028890*  SWITCH AND WS-SCALE-FROM-KEY, WHICH TIES TOGETHER THE STEPS  *
028900*  OF THAT ONE SCALE.                                           *
028910*****************************************************************
028920 7100-FIND-SCALE-IN-EFFECT.
028930     MOVE "N" TO WS-SCALE-FOUND-SW.
028940     MOVE LOW-VALUES TO WS-SCALE-FROM-KEY.

028950     IF WS-SCALE-COUNT = 0
028960             OR WS-SCALE-TERM = SPACES
028970         GO TO 7100-FIND-SCALE-IN-EFFECT-EXIT
028980     END-IF.

028990     MOVE WS-SCALE-TERM TO WS-TERM-KEY-INPUT.
029000     PERFORM 6300-BUILD-TERM-KEY
029010         THRU 6300-BUILD-TERM-KEY-EXIT.
029020     MOVE WS-TERM-KEY TO WS-SCALE-TERM-KEY.

029030     MOVE 1 TO WS-SCALE-INDEX.
029040     PERFORM 7110-CHECK-ONE-SCALE-ENTRY
029050         THRU 7110-CHECK-ONE-SCALE-ENTRY-EXIT
029060         UNTIL WS-SCALE-INDEX > WS-SCALE-COUNT.

029070 7100-FIND-SCALE-IN-EFFECT-EXIT.
029080     EXIT.

029090 7110-CHECK-ONE-SCALE-ENTRY.
029100     IF WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX)
029110             <= WS-SCALE-TERM-KEY
029120         AND WS-SCL-EFF-TO-KEY (WS-SCALE-INDEX)
029130             >= WS-SCALE-TERM-KEY
029140         IF NOT WS-SCALE-IS-IN-EFFECT
029150             OR WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX)
029160                 > WS-SCALE-FROM-KEY
029170             MOVE "Y" TO WS-SCALE-FOUND-SW
029180             MOVE WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX)
029190                 TO WS-SCALE-FROM-KEY
029200         END-IF
029210     END-IF.
029220     ADD 1 TO WS-SCALE-INDEX.

029230 7110-CHECK-ONE-SCALE-ENTRY-EXIT.
029240     EXIT.

029250*****************************************************************
029260*  7200-FIND-SCALE-STEP                                         *
029270*  FINDS THE STEP OF THE SCALE IN EFFECT THAT THE SCORE IN      *
029280*  WS-SCALE-SCORE EARNS - THE STEP WITH THE HIGHEST MINIMUM     *
029290*  SCORE NOT ABOVE IT. RETURNS ITS TABLE POSITION IN            *
029300*  WS-STEP-INDEX. 7100 MUST HAVE RUN FOR THE TERM FIRST.        *
029310*****************************************************************
029320 7200-FIND-SCALE-STEP.
029330     MOVE "N" TO WS-STEP-FOUND-SW.
029340     MOVE 0 TO WS-STEP-INDEX.
029350     MOVE 0 TO WS-STEP-MIN-SCORE.

029360     MOVE 1 TO WS-SCALE-INDEX.
029370     PERFORM 7210-CHECK-ONE-SCALE-STEP
029380         THRU 7210-CHECK-ONE-SCALE-STEP-EXIT
029390         UNTIL WS-SCALE-INDEX > WS-SCALE-COUNT.

029400 7200-FIND-SCALE-STEP-EXIT.
029410     EXIT.

029420 7210-CHECK-ONE-SCALE-STEP.
029430     IF WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX) = WS-SCALE-FROM-KEY
029440         AND WS-SCL-EFF-TO-KEY (WS-SCALE-INDEX)
029450             >= WS-SCALE-TERM-KEY
029460         AND WS-SCL-MIN-SCORE (WS-SCALE-INDEX) <= WS-SCALE-SCORE
029470         IF NOT WS-STEP-WAS-FOUND
029480             OR WS-SCL-MIN-SCORE (WS-SCALE-INDEX)
029490                 > WS-STEP-MIN-SCORE
029500             MOVE "Y" TO WS-STEP-FOUND-SW
029510             MOVE WS-SCALE-INDEX TO WS-STEP-INDEX
029520             MOVE WS-SCL-MIN-SCORE (WS-SCALE-INDEX)
029530                 TO WS-STEP-MIN-SCORE
029540         END-IF
029550     END-IF.
029560     ADD 1 TO WS-SCALE-INDEX.

029570 7210-CHECK-ONE-SCALE-STEP-EXIT.
029580     EXIT.

029590*****************************************************************
029600*  7300-ADD-ONE-WEIGHT-BONUS                                    *
029610*  FOR ONE GRADED SUBJECT, FINDS THE SCALE STEP ITS OWN GRADE   *
029620*  EARNS AND ADDS THE HONORS OR AP POINTS ABOVE THE REGULAR     *
029630*  POINTS FOR THAT STEP, WEIGHTED BY THE COURSE CREDIT HOURS.   *
029640*  THE COURSE LEVEL COMES FROM THE CATALOG ENTRY IN EFFECT FOR  *
029650*  THE TERM. STATUS GRADES CARRY NO WEIGHT.                     *
029660*****************************************************************
029670 7300-ADD-ONE-WEIGHT-BONUS.
029680     MOVE WS-SUBJECT-GRADE (WS-SUBJECT-INDEX) TO WS-GRADE-CHECK.
029690     IF WS-GRADE-IS-STATUS
029700             OR WS-GRADE-CHECK IS NOT NUMERIC
029710         ADD 1 TO WS-SUBJECT-INDEX
029720         GO TO 7300-ADD-ONE-WEIGHT-BONUS-EXIT
029730     END-IF.

029740     MOVE WS-SUBJECT-CODE (WS-SUBJECT-INDEX) TO WS-LOOKUP-CODE.
029750     PERFORM 6200-LOOKUP-COURSE
029760         THRU 6200-LOOKUP-COURSE-EXIT.
029770     MOVE WS-GRADE-CHECK TO WS-GRADE-NUMERIC.
029780     MOVE WS-GRADE-NUMERIC TO WS-SCALE-SCORE.
029790     PERFORM 7200-FIND-SCALE-STEP
029800         THRU 7200-FIND-SCALE-STEP-EXIT.

029810     IF WS-STEP-WAS-FOUND
029820         MOVE WS-SCL-REGULAR-POINTS (WS-STEP-INDEX)
029830             TO WS-STEP-REGULAR-POINTS
029840         EVALUATE TRUE
029850             WHEN WS-LOOKUP-IS-HONORS
029860                 MOVE WS-SCL-HONORS-POINTS (WS-STEP-INDEX)
029870                     TO WS-STEP-LEVEL-POINTS
029880             WHEN WS-LOOKUP-IS-AP
029890                 MOVE WS-SCL-AP-POINTS (WS-STEP-INDEX)
029900                     TO WS-STEP-LEVEL-POINTS
029910             WHEN OTHER
029920                 MOVE WS-STEP-REGULAR-POINTS
029930                     TO WS-STEP-LEVEL-POINTS
029940         END-EVALUATE
029950         COMPUTE WS-WEIGHT-BONUS-SUM =
029960             WS-WEIGHT-BONUS-SUM +
029970             (WS-STEP-LEVEL-POINTS - WS-STEP-REGULAR-POINTS)
029980                 * WS-LOOKUP-CREDITS
029990     END-IF.
030000     ADD WS-LOOKUP-CREDITS TO WS-WEIGHT-CREDIT-SUM.
030010     ADD 1 TO WS-SUBJECT-INDEX.

030020 7300-ADD-ONE-WEIGHT-BONUS-EXIT.
030030     EXIT.

030040*****************************************************************
030050*  7500-SET-HONOR-THRESHOLD                                     *
030060*  UNLESS THE OPERATOR OR PARMCRD SUPPLIED AN HONOR-ROLL        *
030070*  THRESHOLD, TAKES THE LOWEST MINIMUM SCORE AMONG THE          *
030080*  HONOR-ROLL STEPS OF THE GRADING SCALE IN EFFECT FOR THE      *
030090*  ROSTER TERM. WITH NO SUCH SCALE THE DEFAULT OF 90.00 STANDS. *
030100*****************************************************************
030110 7500-SET-HONOR-THRESHOLD.
030120     IF WS-HONOR-IS-OVERRIDDEN
030130         GO TO 7500-SET-HONOR-THRESHOLD-EXIT
030140     END-IF.

030150     MOVE WS-ROSTER-TERM TO WS-SCALE-TERM.
030160     PERFORM 7100-FIND-SCALE-IN-EFFECT
030170         THRU 7100-FIND-SCALE-IN-EFFECT-EXIT.
030180     IF NOT WS-SCALE-IS-IN-EFFECT
030190         GO TO 7500-SET-HONOR-THRESHOLD-EXIT
030200     END-IF.

030210     MOVE "N" TO WS-STEP-FOUND-SW.
030220     MOVE 0 TO WS-SCALE-HONOR-MINIMUM.
030230     MOVE 1 TO WS-SCALE-INDEX.
030240     PERFORM 7510-CHECK-ONE-HONOR-STEP
030250         THRU 7510-CHECK-ONE-HONOR-STEP-EXIT
030260         UNTIL WS-SCALE-INDEX > WS-SCALE-COUNT.

030270     IF WS-STEP-WAS-FOUND
030280         MOVE WS-SCALE-HONOR-MINIMUM TO WS-HONOR-ROLL-THRESHOLD
030290     END-IF.

030300 7500-SET-HONOR-THRESHOLD-EXIT.
030310     EXIT.

030320 7510-CHECK-ONE-HONOR-STEP.
030330     IF WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX) = WS-SCALE-FROM-KEY
030340         AND WS-SCL-EFF-TO-KEY (WS-SCALE-INDEX)
030350             >= WS-SCALE-TERM-KEY
030360         AND WS-SCL-HONOR-ROLL-SW (WS-SCALE-INDEX) = "Y"
030370         IF NOT WS-STEP-WAS-FOUND
030380             OR WS-SCL-MIN-SCORE (WS-SCALE-INDEX)
030390                 < WS-SCALE-HONOR-MINIMUM
030400             MOVE "Y" TO WS-STEP-FOUND-SW
030410             MOVE WS-SCL-MIN-SCORE (WS-SCALE-INDEX)
030420                 TO WS-SCALE-HONOR-MINIMUM
030430         END-IF
030440     END-IF.
030450     ADD 1 TO WS-SCALE-INDEX.

030460 7510-CHECK-ONE-HONOR-STEP-EXIT.
030470     EXIT.

030480*****************************************************************
030490*  9400-WRITE-JOURNAL-ENTRY                                     *
030500*  APPENDS ONE GRADE-MASTER JOURNAL ENTRY - THE IMAGE HELD IN   *
030510*  WS-JOURNAL-IMAGE, TAGGED WITH WS-JOURNAL-ACTION AND THE      *
030520*  START TIMESTAMP THIS RUN IS REGISTERED UNDER ON RUNHIST.     *
030530*****************************************************************
030540 9400-WRITE-JOURNAL-ENTRY.
030550     MOVE SPACES             TO GM-JOURNAL-RECORD.
030560     MOVE WS-RUN-START-STAMP TO JR-RUN-TIMESTAMP.
030570     MOVE "GRADCALC"         TO JR-PROGRAM-NAME.
030580     MOVE WS-JOURNAL-ACTION  TO JR-ACTION-CODE.
030590     MOVE WS-JOURNAL-IMAGE   TO JR-GM-IMAGE.

030600     WRITE GM-JOURNAL-RECORD.

030610 9400-WRITE-JOURNAL-ENTRY-EXIT.
030620     EXIT.

030630*****************************************************************
030640*  4070-CHECK-PROGRESS-PERIOD                                   *
030650*  CHECKS THE PROGRESS PERIOD IN WS-PROGRESS-PERIOD. BLANK IS   *
030660*  AN END-OF-TERM RUN; P1 THROUGH P9 MAKES THE RUN AN INTERIM   *
030670*  RUN AND BUILDS ITS RUN-HISTORY MODE. ANYTHING ELSE IS        *
030680*  INVALID.                                                     *
030690*****************************************************************
030700 4070-CHECK-PROGRESS-PERIOD.
030710     MOVE "Y" TO WS-VALID-PERIOD-SW.
030720     MOVE "N" TO WS-INTERIM-SW.
030730     MOVE SPACES TO WS-INTERIM-RUN-PERIOD.

030740     IF WS-PROGRESS-PERIOD = SPACES
030750         GO TO 4070-CHECK-PROGRESS-PERIOD-EXIT
030760     END-IF.

030770     IF WS-PROGRESS-PERIOD (1:1) NOT = "P"
030780             OR WS-PROGRESS-PERIOD (2:1) < "1"
030790             OR WS-PROGRESS-PERIOD (2:1) > "9"
030800         MOVE "N" TO WS-VALID-PERIOD-SW
030810         GO TO 4070-CHECK-PROGRESS-PERIOD-EXIT
030820     END-IF.

030830     MOVE "Y" TO WS-INTERIM-SW.
030840     MOVE WS-PROGRESS-PERIOD TO WS-INTERIM-RUN-PERIOD.

030850 4070-CHECK-PROGRESS-PERIOD-EXIT.
030860     EXIT.

030870 4075-PROMPT-PROGRESS-PERIOD.
030880     MOVE SPACES TO WS-PROGRESS-PERIOD.
030890     DISPLAY "PROGRESS PERIOD FOR INTERIM GRADES (P1-P9), "
030900         "BLANK = END-OF-TERM GRADES: " WITH NO ADVANCING.
030910     ACCEPT WS-PROGRESS-PERIOD.

030920     PERFORM 4070-CHECK-PROGRESS-PERIOD
030930         THRU 4070-CHECK-PROGRESS-PERIOD-EXIT.
030940     IF NOT WS-PERIOD-IS-VALID
030950         DISPLAY "INVALID PROGRESS PERIOD - ENTER P1 THROUGH P9, "
030960             "OR LEAVE BLANK."
030970     END-IF.

030980 4075-PROMPT-PROGRESS-PERIOD-EXIT.
030990     EXIT.

031000*****************************************************************
031010*  4080-OPEN-INTERIM-FILE                                       *
031020*  OPENS THE INDEXED INTERIM GRADE FILE FOR UPDATE, CREATING IT *
031030*  THE FIRST TIME AN INTERIM RUN IS MADE.                       *
031040*****************************************************************
031050 4080-OPEN-INTERIM-FILE.
031060     OPEN I-O INTERIM-GRADE-FILE.
031070     IF WS-INTGRD-STATUS = "35"
031080         OPEN OUTPUT INTERIM-GRADE-FILE
031090         CLOSE INTERIM-GRADE-FILE
031100         OPEN I-O INTERIM-GRADE-FILE
031110     END-IF.

031120 4080-OPEN-INTERIM-FILE-EXIT.
031130     EXIT.

031140*****************************************************************
031150*  4225-RECORD-INTERIM-GRADE                                    *
031160*  WRITES THE COMPUTED GRADES FOR THE ROSTER RECORD TO THE      *
031170*  INTERIM GRADE FILE UNDER ITS PROGRESS PERIOD, REPLACING ANY  *
031180*  RECORD ALREADY POSTED FOR THE SAME STUDENT, TERM, AND        *
031190*  PERIOD. THE POSTED STAMP IS THIS RUN'S START TIMESTAMP.      *
031200*****************************************************************
031210 4225-RECORD-INTERIM-GRADE.
031220     MOVE SI-STUDENT-ID      TO IG-STUDENT-ID.
031230     MOVE SI-TERM            TO IG-TERM.
031240     MOVE WS-PROGRESS-PERIOD TO IG-PERIOD.

031250     MOVE "N" TO WS-FOUND-SW.
031260     READ INTERIM-GRADE-FILE
031270         INVALID KEY
031280             MOVE "N" TO WS-FOUND-SW
031290         NOT INVALID KEY
031300             MOVE "Y" TO WS-FOUND-SW
031310     END-READ.

031320     MOVE SPACES             TO INTERIM-GRADE-RECORD
031330     MOVE SI-STUDENT-ID      TO IG-STUDENT-ID
031340     MOVE SI-TERM            TO IG-TERM
031350     MOVE WS-PROGRESS-PERIOD TO IG-PERIOD
031360     MOVE StudentName        TO IG-STUDENT-NAME
031370     MOVE SI-SCHOOL-CODE     TO IG-SCHOOL-CODE
031380     MOVE SI-SECTION-CODE    TO IG-SECTION-CODE
031390     MOVE WS-SUBJECT-COUNT   TO IG-SUBJECT-COUNT
031400     MOVE WS-SUBJECT-GRADE-TABLE TO IG-SUBJECT-GRADES
031410     MOVE AverageGrade       TO IG-AVERAGE-GRADE
031420     MOVE WS-LETTER-GRADE    TO IG-LETTER-GRADE
031430     MOVE WS-LETTER-MODIFIER TO IG-LETTER-MODIFIER
031440     MOVE WS-RUN-START-STAMP TO IG-POSTED-STAMP.

031450     IF WS-RECORD-WAS-FOUND
031460         REWRITE INTERIM-GRADE-RECORD
031470     ELSE
031480         WRITE INTERIM-GRADE-RECORD
031490     END-IF.
031500     IF WS-INTGRD-STATUS = "00"
031510         ADD 1 TO WS-INTERIM-WRITE-COUNT
031520     ELSE
031530         DISPLAY "INTERIM GRADE FILE INTGRD WRITE FAILED FOR "
031540             SI-STUDENT-ID " " SI-TERM " " WS-PROGRESS-PERIOD
031550             " - STATUS " WS-INTGRD-STATUS
031560         MOVE 8 TO WS-PROGRAM-RC
031570     END-IF.

031580 4225-RECORD-INTERIM-GRADE-EXIT.
031590     EXIT.

031600*****************************************************************
031610*  4547-CHECK-APPEAL-CASE                                       *
031620*  CHECKS THE GRADE APPEAL CASE NAMED ON A CHG TRANSACTION      *
031630*  AGAINST THE GRADE-MASTER RECORD IT CORRECTS. THE CASE MUST   *
031640*  BE ON FILE AND OPEN, FOR THE SAME STUDENT AND TERM, AND THE  *
031650*  TRANSACTION MUST KEY A GRADE FOR THE SUBJECT SLOT HOLDING    *
031660*  THE APPEALED COURSE WITHOUT CHANGING THAT SLOT'S COURSE      *
031670*  CODE. OTHERWISE THE WHOLE TRANSACTION IS REJECTED.           *
031680*****************************************************************
031690 4547-CHECK-APPEAL-CASE.
031700     IF NOT WS-APPEALS-ARE-AVAILABLE
031710         MOVE "N" TO WS-TRAN-VALID-SW
031720         MOVE "APPEAL FILE NOT AVAILABLE" TO WS-TRAN-REJECT-REASON
031730         GO TO 4547-CHECK-APPEAL-CASE-EXIT
031740     END-IF.

031750     MOVE TR-APPEAL-CASE TO AP-CASE-NUMBER.
031760     READ APPEAL-CASE-FILE
031770         INVALID KEY
031780             MOVE "N" TO WS-TRAN-VALID-SW
031790             MOVE "APPEAL CASE NOT ON FILE"
031800                 TO WS-TRAN-REJECT-REASON
031810             GO TO 4547-CHECK-APPEAL-CASE-EXIT
031820     END-READ.

031830     IF NOT AP-CASE-IS-OPEN
031840         MOVE "N" TO WS-TRAN-VALID-SW
031850         MOVE "APPEAL CASE ALREADY CLOSED"
031860             TO WS-TRAN-REJECT-REASON
031870         GO TO 4547-CHECK-APPEAL-CASE-EXIT
031880     END-IF.

031890     IF AP-STUDENT-ID NOT = TR-STUDENT-ID
031900             OR AP-TERM NOT = TR-TERM
031910         MOVE "N" TO WS-TRAN-VALID-SW
031920         MOVE "CASE STUDENT/TERM MISMATCH"
031930             TO WS-TRAN-REJECT-REASON
031940         GO TO 4547-CHECK-APPEAL-CASE-EXIT
031950     END-IF.

031960     MOVE 0 TO WS-APPEAL-SLOT.
031970     MOVE 1 TO WS-SUBJECT-INDEX.
031980     PERFORM 4548-FIND-APPEAL-SLOT
031990         THRU 4548-FIND-APPEAL-SLOT-EXIT
032000         UNTIL WS-SUBJECT-INDEX > WS-MAX-SUBJECTS
032010             OR WS-APPEAL-SLOT > 0.

032020     IF WS-APPEAL-SLOT = 0
032030         MOVE "N" TO WS-TRAN-VALID-SW
032040         MOVE "APPEAL COURSE NOT ON RECORD"
032050             TO WS-TRAN-REJECT-REASON
032060         GO TO 4547-CHECK-APPEAL-CASE-EXIT
032070     END-IF.

032080     IF TR-SUBJECT-GRADE (WS-APPEAL-SLOT) = SPACES
032090         MOVE "N" TO WS-TRAN-VALID-SW
032100         MOVE "APPEAL COURSE NOT CORRECTED"
032110             TO WS-TRAN-REJECT-REASON
032120         GO TO 4547-CHECK-APPEAL-CASE-EXIT
032130     END-IF.

032140     IF TR-SUBJECT-CODE (WS-APPEAL-SLOT) NOT = SPACES
032150             AND TR-SUBJECT-CODE (WS-APPEAL-SLOT)
032160                 NOT = AP-COURSE-CODE
032170         MOVE "N" TO WS-TRAN-VALID-SW
032180         MOVE "APPEAL COURSE CODE CHANGED"
032190             TO WS-TRAN-REJECT-REASON
032200     END-IF.

032210 4547-CHECK-APPEAL-CASE-EXIT.
032220     EXIT.

032230 4548-FIND-APPEAL-SLOT.
032240     IF GM-SUBJECT-CODE (WS-SUBJECT-INDEX) = AP-COURSE-CODE
032250         MOVE WS-SUBJECT-INDEX TO WS-APPEAL-SLOT
032260     END-IF.
032270     ADD 1 TO WS-SUBJECT-INDEX.

032280 4548-FIND-APPEAL-SLOT-EXIT.
032290     EXIT.

032300*****************************************************************
032310*  4549-CLOSE-APPEAL-CASE                                       *
032320*  CLOSES THE GRADE APPEAL CASE AS UPHELD ONCE ITS CORRECTION   *
032330*  IS ON THE GRADE-MASTER. THE POSTED GRADE IS THE APPEALED     *
032340*  COURSE'S GRADE AS REWRITTEN. THE CASE RECORD IS STILL THE    *
032350*  ONE READ BY 4547-CHECK-APPEAL-CASE. A CASE THAT CANNOT BE    *
032360*  REWRITTEN LEAVES THE CORRECTION IN PLACE AND IS REPORTED FOR *
032370*  CLOSING BY HAND.                                             *
032380*****************************************************************
032390 4549-CLOSE-APPEAL-CASE.
032400     MOVE "C"              TO AP-CASE-STATUS.
032410     MOVE "U"              TO AP-DECISION-CODE.
032420     MOVE WS-CURRENT-DATE  TO AP-DECISION-DATE.
032430     MOVE GM-SUBJECT-GRADE (WS-APPEAL-SLOT) TO AP-POSTED-GRADE.
032440     MOVE "GRADE CORRECTED BY MAINTENANCE RUN"
032450                           TO AP-DECISION-NOTE.
032460     MOVE WS-CURRENT-DATE  TO AP-LAST-CHANGED-DATE.

032470     REWRITE APPEAL-CASE-RECORD
032480         INVALID KEY
032490             DISPLAY "APPEAL CASE " AP-CASE-NUMBER
032500                 " NOT CLOSED - STATUS " WS-APPEALS-STATUS
032510                 " - CLOSE IT THROUGH GMUTIL"
032520             MOVE 8 TO WS-PROGRAM-RC
032530             GO TO 4549-CLOSE-APPEAL-CASE-EXIT
032540     END-REWRITE.

032550     ADD 1 TO WS-APPEAL-CLOSED-COUNT.
032560     DISPLAY "APPEAL CASE " AP-CASE-NUMBER " CLOSED - UPHELD, "
032570         AP-COURSE-CODE " GRADE " AP-POSTED-GRADE " POSTED".

032580 4549-CLOSE-APPEAL-CASE-EXIT.
032590     EXIT.

032600*****************************************************************
032610*  8125-CHECK-DIRECTORY-OPT-OUT                                 *
032620*  SETS THE NAME THE HONOR ROLL LISTS FOR THE STUDENT AT        *
032630*  STAT-IDX. A STUDENT WHOSE DEMOGRAPHIC RECORD CARRIES THE     *
032640*  DIRECTORY OPT-OUT FLAG IS LISTED UNDER THE WITHHELD MASK, AS *
032650*  IS ONE WHO CANNOT BE CHECKED BECAUSE THE DEMOGRAPHIC MASTER  *
032660*  OR THE STUDENT'S RECORD ON IT IS MISSING.                    *
032670*****************************************************************
032680 8125-CHECK-DIRECTORY-OPT-OUT.
032690     MOVE WS-STAT-STUDENT-NAME (STAT-IDX) TO WS-HONOR-LIST-NAME.
032700     IF WS-DEMOG-IS-AVAILABLE
032710         MOVE WS-STAT-STUDENT-ID (STAT-IDX) TO DM-STUDENT-ID
032720         READ STUDENT-DEMOG-FILE
032730             INVALID KEY
032740                 GO TO 8125-WITHHOLD-NAME
032750         END-READ
032760         IF NOT DM-DIRECTORY-OPTED-OUT
032770             GO TO 8125-CHECK-DIRECTORY-OPT-OUT-EXIT
032780         END-IF
032790     END-IF.

032800 8125-WITHHOLD-NAME.
032810     MOVE "** DIRECTORY INFO WITHHELD **" TO WS-HONOR-LIST-NAME.
032820     ADD 1 TO WS-HONOR-WITHHELD-COUNT.

032830 8125-CHECK-DIRECTORY-OPT-OUT-EXIT.
032840     EXIT.

032850*****************************************************************
032860*  4214-CHECK-TRANSFER-TERM                                     *
032870*  A TERM POSTED BY THE TRANSFER-CREDIT LOAD FROM ANOTHER       *
032880*  SCHOOL'S TRANSCRIPT IS NEVER OVERWRITTEN BY A ROSTER ROW -   *
032890*  REBUILDING IT WOULD DROP THE TRANSFER FLAG AND SENDING       *
032900*  SCHOOL AND TURN IT INTO A DISTRICT TERM. THE ROW IS REJECTED *
032910*  TO SUSPENSE WITH REASON XFR. THE MERGE MODE CHECKS THE       *
032920*  MASTER RECORD AT ITS MERGE POSITION INSTEAD OF MOVING THE    *
032930*  POSITION WITH A KEYED READ. AN INTERIM RUN DOES NOT TOUCH    *
032940*  THE GRADE-MASTER AND IS NOT CHECKED.                         *
032950*****************************************************************
032960 4214-CHECK-TRANSFER-TERM.
032970     IF WS-RUN-IS-INTERIM
032980         GO TO 4214-CHECK-TRANSFER-TERM-EXIT
032990     END-IF.

033000     IF WS-MODE-MERGE
033010         IF WS-END-OF-MERGE-MASTER
033020                 OR WS-MERGE-MASTER-KEY NOT = WS-MERGE-ROSTER-KEY
033030             GO TO 4214-CHECK-TRANSFER-TERM-EXIT
033040         END-IF
033050     ELSE
033060         MOVE SI-STUDENT-ID TO GM-STUDENT-ID
033070         MOVE SI-TERM       TO GM-TERM
033080         READ GRADE-MASTER-FILE
033090             INVALID KEY
033100                 GO TO 4214-CHECK-TRANSFER-TERM-EXIT
033110         END-READ
033120     END-IF.

033130     IF NOT GM-IS-TRANSFER-TERM
033140         GO TO 4214-CHECK-TRANSFER-TERM-EXIT
033150     END-IF.

033160     MOVE "N" TO WS-VALID-ROSTER-REC-SW.
033170     MOVE "XFR" TO WS-REJECT-REASON-CODE.
033180     MOVE WS-RECORD-NUMBER TO WS-EDIT-RECORD-NUM.
033190     DISPLAY "REJECTED RECORD " WS-EDIT-RECORD-NUM
033200         " - TRANSFER TERM ON FILE FOR ID " SI-STUDENT-ID
033210         " TERM " SI-TERM.

033220 4214-CHECK-TRANSFER-TERM-EXIT.
033230     EXIT.
