000272*  09/03/2026 MOB   COURSE CATALOG ENTRIES NOW CARRY AN        *
000274*                   EFFECTIVE TERM RANGE - TITLE LOOKUPS PICK  *
000276*                   THE ENTRY IN EFFECT FOR THE TERM PRINTED.  *
000277*  10/14/2026 MOB   LETTER LINE SHOWS THE PLUS/MINUS MODIFIER  *
000278*                   AND THE WEIGHTED GPA. THE HONOR-ROLL       *
000279*                   DEFAULT NOW COMES FROM THE GRADING SCALE   *
000280*                   (GRDSCAL) IN EFFECT FOR THE TERM PRINTED.  *
000281*  10/14/2026 MOB   NO CARD IS PRINTED FOR A TRANSFER TERM     *
000282*                   POSTED FROM A PRIOR SCHOOL'S TRANSCRIPT,   *
000283*                   SO TRANSFER GRADES NEVER EARN THE HONOR    *
000284*                   ROLL.                                      *
000285*  10/14/2026 MOB   THE OPERATOR NOW ENTERS WHO THE CARDS ARE  *
000286*                   BEING RELEASED TO AND FOR WHAT PURPOSE     *
000287*                   (PARENT/GUARDIAN AND TERM REPORT CARD WHEN *
000288*                   LEFT BLANK), AND ONE RECORDS-DISCLOSURE    *
000289*                   LOG RECORD IS WRITTEN FOR EVERY CARD       *
000290*                   PRINTED. NOTHING PRINTS WHEN THE           *
000291*                   DISCLOSURE LOG CANNOT BE OPENED.           *
000292*****************************************************************
000293 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT GRADE-MASTER-FILE   ASSIGN TO "GRDMSTR"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-CRSCAT-STATUS.

000442     SELECT GRADE-SCALE-FILE    ASSIGN TO "GRDSCAL"
000444         ORGANIZATION IS LINE SEQUENTIAL
000446         FILE STATUS IS WS-GRDSCAL-STATUS.

000450     SELECT REPORT-CARD-FILE    ASSIGN TO "RPTCARD"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RPTCARD-STATUS.

000472     SELECT DISCLOSURE-LOG-FILE ASSIGN TO "DISCLOG"
000474         ORGANIZATION IS LINE SEQUENTIAL
000476         FILE STATUS IS WS-DISCLOG-STATUS.

000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  GRADE-MASTER-FILE
000570     LABEL RECORDS ARE STANDARD.
000580 COPY CRSCATLG.

000582 FD  GRADE-SCALE-FILE
000584     LABEL RECORDS ARE STANDARD.
000586 COPY GRDSCALE.

000590 FD  REPORT-CARD-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 01  REPORT-CARD-LINE               PIC X(132).

000612 FD  DISCLOSURE-LOG-FILE
000614     LABEL RECORDS ARE STANDARD.
000616 COPY DISCREC.

000620 WORKING-STORAGE SECTION.
000630*****************************************************************
000640*  FILE STATUS FIELDS                                           *
000670 77  WS-STUDEMOG-STATUS        PIC X(02)  VALUE SPACES.
000680 77  WS-CRSCAT-STATUS          PIC X(02)  VALUE SPACES.
000690 77  WS-RPTCARD-STATUS         PIC X(02)  VALUE SPACES.
000692 77  WS-GRDSCAL-STATUS         PIC X(02)  VALUE SPACES.
000694 77  WS-DISCLOG-STATUS         PIC X(02)  VALUE SPACES.

000700*****************************************************************
000710*  RUN CONTROL SWITCHES AND REQUEST FIELDS                      *
000820 77  WS-CARDS-PRINTED          PIC 9(05)  COMP VALUE 0.
000830 77  WS-NO-ADDRESS-COUNT       PIC 9(05)  COMP VALUE 0.

000831*****************************************************************
000832*  RECORDS RELEASE FIELDS. THE PARTY THE CARDS GO TO AND THE    *
000833*  PURPOSE GIVEN ARE WRITTEN TO THE DISCLOSURE LOG FOR EVERY    *
000834*  CARD PRINTED.                                                *
000835*****************************************************************
000836 77  WS-RELEASE-REQUESTER      PIC X(40)  VALUE SPACES.
000837 77  WS-RELEASE-PURPOSE        PIC X(40)  VALUE SPACES.
000838 77  WS-DISCLOSURE-COUNT       PIC 9(05)  COMP VALUE 0.

000840*****************************************************************
000850*  HONOR ROLL THRESHOLD, OVERRIDABLE FOR THE RUN THE SAME WAY   *
000860*  THE BATCH GRADING REPORT ALLOWS.                             *
001125 77  WS-TERM-KEY-INPUT         PIC X(06)  VALUE SPACES.
001126 77  WS-TERM-KEY               PIC X(05)  VALUE SPACES.

001127*****************************************************************
001128*  GRADING SCALE TABLE, LOADED FROM GRDSCAL AT INITIALIZATION.  *
001129*  ONLY THE HONOR-ROLL STEPS ARE USED HERE - THE LOWEST MINIMUM *
001130*  SCORE AMONG THEM, IN THE SCALE IN EFFECT FOR THE TERM        *
001131*  PRINTED, IS THE DEFAULT HONOR-ROLL THRESHOLD.                *
001132*****************************************************************
001133 77  WS-SCALE-COUNT            PIC 9(03)  COMP VALUE 0.
001134 77  WS-SCALE-LIMIT            PIC 9(03)  VALUE 60.
001135 77  WS-SCALE-EOF-SW           PIC X(01)  VALUE "N".
001136     88  WS-END-OF-SCALE       VALUE "Y".

001137 01  WS-GRADE-SCALE-TABLE.
001138     05  WS-SCALE-ENTRY OCCURS 60 TIMES.
001139         10  WS-SCL-EFF-FROM-KEY   PIC X(05).
001140         10  WS-SCL-EFF-TO-KEY     PIC X(05).
001141         10  WS-SCL-MIN-SCORE      PIC 9(03)V9(02).
001142         10  WS-SCL-LETTER-GRADE   PIC X(01).
001143         10  WS-SCL-MODIFIER       PIC X(01).
001144         10  WS-SCL-REGULAR-POINTS PIC 9(01)V9(01).
001145         10  WS-SCL-HONORS-POINTS  PIC 9(01)V9(01).
001146         10  WS-SCL-AP-POINTS      PIC 9(01)V9(01).
001147         10  WS-SCL-HONOR-ROLL-SW  PIC X(01).

001148 77  WS-SCALE-INDEX            PIC 9(03)  COMP VALUE 0.
001149 77  WS-SCALE-TERM             PIC X(06)  VALUE SPACES.
001150 77  WS-SCALE-TERM-KEY         PIC X(05)  VALUE SPACES.
001151 77  WS-SCALE-FROM-KEY         PIC X(05)  VALUE SPACES.
001152 77  WS-SCALE-FOUND-SW         PIC X(01)  VALUE "N".
001153     88  WS-SCALE-IS-IN-EFFECT VALUE "Y".
001154 77  WS-STEP-FOUND-SW          PIC X(01)  VALUE "N".
001155     88  WS-STEP-WAS-FOUND     VALUE "Y".
001156 77  WS-SCALE-HONOR-MINIMUM    PIC 9(03)V9(02) VALUE 0.
001157 77  WS-HONOR-OVERRIDE-SW      PIC X(01)  VALUE "N".
001158     88  WS-HONOR-IS-OVERRIDDEN VALUE "Y".

001159*****************************************************************
001160*  DISPLAY / EDIT FIELDS FOR REPORT LINES                       *
001161*****************************************************************
001162 01  WS-EDIT-AVERAGE           PIC ZZ9.99.
001170 01  WS-EDIT-STUDENT-ID        PIC 9(09).
001180 01  WS-EDIT-COUNT             PIC ZZZZ9.
001182 01  WS-EDIT-GPA               PIC 9.9.
001184 01  WS-EDIT-WEIGHTED-GPA      PIC 9.9.

001185*****************************************************************
001186*  TIMESTAMP FIELDS FOR THE DISCLOSURE LOG                      *
001187*****************************************************************
001188 01  WS-CURRENT-DATE           PIC 9(08).
001189 01  WS-CURRENT-TIME           PIC 9(08).
001190 01  WS-TIMESTAMP-DISPLAY      PIC X(26)  VALUE SPACES.

001191 PROCEDURE DIVISION.
001200*****************************************************************
001210*  0000-MAINLINE                                                *
001220*  ENTRY POINT. ASKS WHICH TERM TO PRINT, WALKS THE GRADE-      *

001600     PERFORM 1300-LOAD-COURSE-CATALOG
001610         THRU 1300-LOAD-COURSE-CATALOG-EXIT.
001612     PERFORM 1350-LOAD-GRADING-SCALE
001614         THRU 1350-LOAD-GRADING-SCALE-EXIT.

001620     DISPLAY "TERM REPORT CARD PRINT".
001630     DISPLAY "ENTER TERM TO PRINT (E.G. 2026FA): "
001650     ACCEPT WS-REQUEST-TERM.

001660     MOVE 0 TO WS-THRESHOLD-INPUT.
001670     DISPLAY "HONOR ROLL THRESHOLD, WHOLE NUMBER (DEFAULT FROM "
001680         "GRADING SCALE), 0 = KEEP DEFAULT: " WITH NO ADVANCING.
001690     ACCEPT WS-THRESHOLD-INPUT.
001700     IF WS-THRESHOLD-INPUT > 0
001710         MOVE WS-THRESHOLD-INPUT TO WS-HONOR-ROLL-THRESHOLD
001712         MOVE "Y" TO WS-HONOR-OVERRIDE-SW
001720     END-IF.

001722     PERFORM 2900-SET-HONOR-THRESHOLD
001724         THRU 2900-SET-HONOR-THRESHOLD-EXIT.

001725     DISPLAY "RECORDS RELEASED TO (BLANK = PARENT/GUARDIAN): "
001726         WITH NO ADVANCING.
001727     ACCEPT WS-RELEASE-REQUESTER.
001728     DISPLAY "PURPOSE OF RELEASE (BLANK = TERM REPORT CARD): "
001729         WITH NO ADVANCING.
001730     ACCEPT WS-RELEASE-PURPOSE.

001731     PERFORM 1400-OPEN-DISCLOSURE-LOG
001732         THRU 1400-OPEN-DISCLOSURE-LOG-EXIT.

001733 1000-INITIALIZE-EXIT.
001740     EXIT.

001750*****************************************************************
002200*  2000-PRINT-REPORT-CARDS                                      *
002210*  WALKS THE WHOLE GRADE-MASTER IN KEY ORDER AND PRINTS ONE     *
002220*  PAGE FOR EVERY RECORD MATCHING THE REQUESTED TERM.           *
002222*  TRANSFER TERMS POSTED FROM A PRIOR SCHOOL GET NO CARD.       *
002230*****************************************************************
002240 2000-PRINT-REPORT-CARDS.
002250     MOVE "N" TO WS-EOF-SW.
002480         MOVE WS-CARDS-PRINTED TO WS-EDIT-COUNT
002490         DISPLAY "REPORT CARDS PRINTED TO RPTCARD: "
002500             WS-EDIT-COUNT
002502         MOVE WS-DISCLOSURE-COUNT TO WS-EDIT-COUNT
002504         DISPLAY "  RELEASES LOGGED TO DISCLOG: " WS-EDIT-COUNT
002510         IF WS-NO-ADDRESS-COUNT > 0
002520             MOVE WS-NO-ADDRESS-COUNT TO WS-EDIT-COUNT
002530             DISPLAY "  CARDS WITHOUT A GUARDIAN ADDRESS: "
002710         GO TO 2200-PROCESS-NEXT
002720     END-IF.

002722     IF GM-IS-TRANSFER-TERM
002724         GO TO 2200-PROCESS-NEXT
002726     END-IF.

002730     PERFORM 2300-PRINT-ONE-CARD
002740         THRU 2300-PRINT-ONE-CARD-EXIT.

002880*****************************************************************
002890 2300-PRINT-ONE-CARD.
002900     ADD 1 TO WS-CARDS-PRINTED.
002902     PERFORM 2350-LOG-DISCLOSURE
002904         THRU 2350-LOG-DISCLOSURE-EXIT.

002910     IF WS-IS-FIRST-CARD
002920         MOVE "N" TO WS-FIRST-CARD-SW
003250     MOVE GM-AVERAGE-GRADE TO WS-EDIT-AVERAGE.
003260     STRING "TERM AVERAGE : " WS-EDIT-AVERAGE
003270             "   LETTER GRADE : " GM-LETTER-GRADE
003272             GM-LETTER-MODIFIER
003280         DELIMITED BY SIZE INTO REPORT-CARD-LINE.
003290     WRITE REPORT-CARD-LINE.
003300     MOVE SPACES TO REPORT-CARD-LINE.

003301     MOVE GM-GPA-POINTS TO WS-EDIT-GPA.
003302     IF GM-WEIGHTED-GPA IS NUMERIC
003303         MOVE GM-WEIGHTED-GPA TO WS-EDIT-WEIGHTED-GPA
003304     ELSE
003305         MOVE GM-GPA-POINTS TO WS-EDIT-WEIGHTED-GPA
003306     END-IF.
003307     STRING "GPA POINTS   : " WS-EDIT-GPA
003308             "      WEIGHTED GPA : " WS-EDIT-WEIGHTED-GPA
003309         DELIMITED BY SIZE INTO REPORT-CARD-LINE.
003310     WRITE REPORT-CARD-LINE.
003311     MOVE SPACES TO REPORT-CARD-LINE.

003312     IF GM-LETTER-GRADE NOT = "N"
003320             AND GM-AVERAGE-GRADE >= WS-HONOR-ROLL-THRESHOLD
003330         MOVE "HONOR ROLL   : YES" TO REPORT-CARD-LINE
003340     ELSE
004440 9800-TERMINATE.
004450     CLOSE GRADE-MASTER-FILE.
004460     CLOSE REPORT-CARD-FILE.
004462     CLOSE DISCLOSURE-LOG-FILE.
004470     IF WS-DEMOG-IS-AVAILABLE
004480         CLOSE STUDENT-DEMOG-FILE
004490     END-IF.

004750 2700-BUILD-TERM-KEY-EXIT.
004760     EXIT.

004770*****************************************************************
004780*  1350-LOAD-GRADING-SCALE                                      *
004790*  LOADS THE GRADING-SCALE REFERENCE FILE INTO THE IN-MEMORY    *
004800*  TABLE. A MISSING SCALE FILE IS NOT FATAL - THE HONOR ROLL    *
004810*  THEN USES THE 90.00 DEFAULT THRESHOLD.                       *
004820*****************************************************************
004830 1350-LOAD-GRADING-SCALE.
004840     MOVE 0 TO WS-SCALE-COUNT.
004850     MOVE "N" TO WS-SCALE-EOF-SW.

004860     OPEN INPUT GRADE-SCALE-FILE.
004870     IF WS-GRDSCAL-STATUS NOT = "00"
004880         DISPLAY "GRADING SCALE GRDSCAL NOT AVAILABLE - HONOR "
004890             "ROLL DEFAULT STAYS AT 90.00"
004900         GO TO 1350-LOAD-GRADING-SCALE-EXIT
004910     END-IF.

004920     PERFORM 1360-LOAD-ONE-SCALE-STEP
004930         THRU 1360-LOAD-ONE-SCALE-STEP-EXIT
004940         UNTIL WS-END-OF-SCALE.

004950     CLOSE GRADE-SCALE-FILE.

004960 1350-LOAD-GRADING-SCALE-EXIT.
004970     EXIT.

004980 1360-LOAD-ONE-SCALE-STEP.
004990     READ GRADE-SCALE-FILE
005000         AT END
005010             MOVE "Y" TO WS-SCALE-EOF-SW
005020     END-READ.
005030     IF WS-GRDSCAL-STATUS NOT = "00"
005040         MOVE "Y" TO WS-SCALE-EOF-SW
005050         GO TO 1360-LOAD-ONE-SCALE-STEP-EXIT
005060     END-IF.

005070     IF GS-MIN-SCORE IS NOT NUMERIC
005080             OR GS-REGULAR-POINTS IS NOT NUMERIC
005090             OR GS-HONORS-POINTS IS NOT NUMERIC
005100             OR GS-AP-POINTS IS NOT NUMERIC
005110         DISPLAY "GRADING SCALE STEP " GS-LETTER-GRADE
005120             GS-LETTER-MODIFIER " FROM " GS-EFF-FROM-TERM
005130             " IGNORED - SCORE OR POINTS NOT NUMERIC"
005140         GO TO 1360-LOAD-ONE-SCALE-STEP-EXIT
005150     END-IF.

005160     IF WS-SCALE-COUNT < WS-SCALE-LIMIT
005170         ADD 1 TO WS-SCALE-COUNT
005180         MOVE GS-MIN-SCORE TO
005190             WS-SCL-MIN-SCORE (WS-SCALE-COUNT)
005200         MOVE GS-LETTER-GRADE TO
005210             WS-SCL-LETTER-GRADE (WS-SCALE-COUNT)
005220         MOVE GS-LETTER-MODIFIER TO
005230             WS-SCL-MODIFIER (WS-SCALE-COUNT)
005240         MOVE GS-REGULAR-POINTS TO
005250             WS-SCL-REGULAR-POINTS (WS-SCALE-COUNT)
005260         MOVE GS-HONORS-POINTS TO
005270             WS-SCL-HONORS-POINTS (WS-SCALE-COUNT)
005280         MOVE GS-AP-POINTS TO
005290             WS-SCL-AP-POINTS (WS-SCALE-COUNT)
005300         MOVE GS-HONOR-ROLL-SW TO
005310             WS-SCL-HONOR-ROLL-SW (WS-SCALE-COUNT)
005320         IF GS-EFF-FROM-TERM = SPACES
005330             MOVE LOW-VALUES TO
005340                 WS-SCL-EFF-FROM-KEY (WS-SCALE-COUNT)
005350         ELSE
005360             MOVE GS-EFF-FROM-TERM TO WS-TERM-KEY-INPUT
005370             PERFORM 2700-BUILD-TERM-KEY
005380                 THRU 2700-BUILD-TERM-KEY-EXIT
005390             MOVE WS-TERM-KEY TO
005400                 WS-SCL-EFF-FROM-KEY (WS-SCALE-COUNT)
005410         END-IF
005420         IF GS-EFF-TO-TERM = SPACES
005430             MOVE HIGH-VALUES TO
005440                 WS-SCL-EFF-TO-KEY (WS-SCALE-COUNT)
005450         ELSE
005460             MOVE GS-EFF-TO-TERM TO WS-TERM-KEY-INPUT
005470             PERFORM 2700-BUILD-TERM-KEY
005480                 THRU 2700-BUILD-TERM-KEY-EXIT
005490             MOVE WS-TERM-KEY TO
005500                 WS-SCL-EFF-TO-KEY (WS-SCALE-COUNT)
005510         END-IF
005520     ELSE
005530         DISPLAY "GRADING SCALE STEP " GS-LETTER-GRADE
005540             GS-LETTER-MODIFIER " IGNORED - 60-STEP GRADING "
005550             "SCALE TABLE IS FULL"
005560     END-IF.

005570 1360-LOAD-ONE-SCALE-STEP-EXIT.
005580     EXIT.

005590*****************************************************************
005600*  2800-FIND-SCALE-IN-EFFECT                                    *
005610*  FINDS THE GRADING SCALE IN EFFECT FOR THE TERM IN            *
005620*  WS-SCALE-TERM - OF THE SCALE STEPS WHOSE EFFECTIVE RANGE     *
005630*  COVERS THE TERM, THE LATEST FROM-TERM WINS. SETS THE FOUND   *
005640*  SWITCH AND WS-SCALE-FROM-KEY, WHICH TIES TOGETHER THE STEPS  *
005650*  OF THAT ONE SCALE.                                           *
005660*****************************************************************
005670 2800-FIND-SCALE-IN-EFFECT.
005680     MOVE "N" TO WS-SCALE-FOUND-SW.
005690     MOVE LOW-VALUES TO WS-SCALE-FROM-KEY.

005700     IF WS-SCALE-COUNT = 0
005710             OR WS-SCALE-TERM = SPACES
005720         GO TO 2800-FIND-SCALE-IN-EFFECT-EXIT
005730     END-IF.

005740     MOVE WS-SCALE-TERM TO WS-TERM-KEY-INPUT.
005750     PERFORM 2700-BUILD-TERM-KEY
005760         THRU 2700-BUILD-TERM-KEY-EXIT.
005770     MOVE WS-TERM-KEY TO WS-SCALE-TERM-KEY.

005780     MOVE 1 TO WS-SCALE-INDEX.
005790     PERFORM 2810-CHECK-ONE-SCALE-ENTRY
005800         THRU 2810-CHECK-ONE-SCALE-ENTRY-EXIT
005810         UNTIL WS-SCALE-INDEX > WS-SCALE-COUNT.

005820 2800-FIND-SCALE-IN-EFFECT-EXIT.
005830     EXIT.

005840 2810-CHECK-ONE-SCALE-ENTRY.
005850     IF WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX)
005860             <= WS-SCALE-TERM-KEY
005870         AND WS-SCL-EFF-TO-KEY (WS-SCALE-INDEX)
005880             >= WS-SCALE-TERM-KEY
005890         IF NOT WS-SCALE-IS-IN-EFFECT
005900             OR WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX)
005910                 > WS-SCALE-FROM-KEY
005920             MOVE "Y" TO WS-SCALE-FOUND-SW
005930             MOVE WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX)
005940                 TO WS-SCALE-FROM-KEY
005950         END-IF
005960     END-IF.
005970     ADD 1 TO WS-SCALE-INDEX.

005980 2810-CHECK-ONE-SCALE-ENTRY-EXIT.
005990     EXIT.

006000*****************************************************************
006010*  2900-SET-HONOR-THRESHOLD                                     *
006020*  UNLESS THE OPERATOR SUPPLIED AN HONOR-ROLL THRESHOLD, TAKES  *
006030*  THE LOWEST MINIMUM SCORE AMONG THE HONOR-ROLL STEPS OF THE   *
006040*  GRADING SCALE IN EFFECT FOR THE TERM PRINTED. WITH NO SUCH   *
006050*  SCALE THE DEFAULT OF 90.00 STANDS.                           *
006060*****************************************************************
006070 2900-SET-HONOR-THRESHOLD.
006080     IF WS-HONOR-IS-OVERRIDDEN
006090         GO TO 2900-SET-HONOR-THRESHOLD-EXIT
006100     END-IF.

006110     MOVE WS-REQUEST-TERM TO WS-SCALE-TERM.
006120     PERFORM 2800-FIND-SCALE-IN-EFFECT
006130         THRU 2800-FIND-SCALE-IN-EFFECT-EXIT.
006140     IF NOT WS-SCALE-IS-IN-EFFECT
006150         GO TO 2900-SET-HONOR-THRESHOLD-EXIT
006160     END-IF.

006170     MOVE "N" TO WS-STEP-FOUND-SW.
006180     MOVE 0 TO WS-SCALE-HONOR-MINIMUM.
006190     MOVE 1 TO WS-SCALE-INDEX.
006200     PERFORM 2910-CHECK-ONE-HONOR-STEP
006210         THRU 2910-CHECK-ONE-HONOR-STEP-EXIT
006220         UNTIL WS-SCALE-INDEX > WS-SCALE-COUNT.

006230     IF WS-STEP-WAS-FOUND
006240         MOVE WS-SCALE-HONOR-MINIMUM TO WS-HONOR-ROLL-THRESHOLD
006250     END-IF.

006260 2900-SET-HONOR-THRESHOLD-EXIT.
006270     EXIT.

006280 2910-CHECK-ONE-HONOR-STEP.
006290     IF WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX) = WS-SCALE-FROM-KEY
006300         AND WS-SCL-EFF-TO-KEY (WS-SCALE-INDEX)
006310             >= WS-SCALE-TERM-KEY
006320         AND WS-SCL-HONOR-ROLL-SW (WS-SCALE-INDEX) = "Y"
006330         IF NOT WS-STEP-WAS-FOUND
006340             OR WS-SCL-MIN-SCORE (WS-SCALE-INDEX)
006350                 < WS-SCALE-HONOR-MINIMUM
006360             MOVE "Y" TO WS-STEP-FOUND-SW
006370             MOVE WS-SCL-MIN-SCORE (WS-SCALE-INDEX)
006380                 TO WS-SCALE-HONOR-MINIMUM
006390         END-IF
006400     END-IF.
006410     ADD 1 TO WS-SCALE-INDEX.

006420 2910-CHECK-ONE-HONOR-STEP-EXIT.
006430     EXIT.

006440*****************************************************************
006450*  1400-OPEN-DISCLOSURE-LOG                                     *
006460*  A REPORT CARD IS AN EDUCATION RECORD, SO EVERY CARD PRINTED  *
006470*  IS LOGGED AS A RELEASE. A BLANK REQUESTER OR PURPOSE TAKES   *
006480*  THE ROUTINE MAILING TO THE GUARDIAN. THE RELEASE TIMESTAMP   *
006490*  IS TAKEN ONCE FOR THE RUN. THE RUN IS REFUSED BEFORE         *
006500*  ANYTHING PRINTS WHEN THE DISCLOSURE LOG CANNOT BE OPENED.    *
006510*  THE LOG IS APPENDED TO, AND CREATED ON THE FIRST RUN.        *
006520*****************************************************************
006530 1400-OPEN-DISCLOSURE-LOG.
006540     IF WS-RELEASE-REQUESTER = SPACES
006550         MOVE "PARENT/GUARDIAN" TO WS-RELEASE-REQUESTER
006560     END-IF.
006570     IF WS-RELEASE-PURPOSE = SPACES
006580         MOVE "TERM REPORT CARD" TO WS-RELEASE-PURPOSE
006590     END-IF.

006600     PERFORM 1200-BUILD-TIMESTAMP
006610         THRU 1200-BUILD-TIMESTAMP-EXIT.

006620     OPEN EXTEND DISCLOSURE-LOG-FILE.
006630     IF WS-DISCLOG-STATUS = "35"
006640         OPEN OUTPUT DISCLOSURE-LOG-FILE
006650     END-IF.
006660     IF WS-DISCLOG-STATUS NOT = "00"
006670         DISPLAY "DISCLOSURE LOG DISCLOG COULD NOT BE OPENED - "
006680             "STATUS " WS-DISCLOG-STATUS " - NOTHING PRINTED"
006682         CLOSE GRADE-MASTER-FILE
006684         CLOSE REPORT-CARD-FILE
006686         IF WS-DEMOG-IS-AVAILABLE
006688             CLOSE STUDENT-DEMOG-FILE
006690         END-IF
006710         STOP RUN
006720     END-IF.

006730 1400-OPEN-DISCLOSURE-LOG-EXIT.
006740     EXIT.

006750*****************************************************************
006760*  1200-BUILD-TIMESTAMP                                         *
006770*  BUILDS A DISPLAYABLE YYYY-MM-DD HH:MM:SS TIMESTAMP FOR THE   *
006780*  DISCLOSURE LOG USING THE DATE/TIME SPECIAL REGISTERS.        *
006790*****************************************************************
006800 1200-BUILD-TIMESTAMP.
006810     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
006820     ACCEPT WS-CURRENT-TIME FROM TIME.

006830     STRING WS-CURRENT-DATE (1:4) "-" WS-CURRENT-DATE (5:2) "-"
006840             WS-CURRENT-DATE (7:2) " " WS-CURRENT-TIME (1:2) ":"
006850             WS-CURRENT-TIME (3:2) ":" WS-CURRENT-TIME (5:2)
006860         DELIMITED BY SIZE INTO WS-TIMESTAMP-DISPLAY.

006870 1200-BUILD-TIMESTAMP-EXIT.
006880     EXIT.

006890*****************************************************************
006900*  2350-LOG-DISCLOSURE                                          *
006910*  WRITES THE DISCLOSURE LOG RECORD FOR THE CARD BEING PRINTED. *
006920*  A CARD RELEASES ONE TERM, SO THE TERM IS CARRIED ON THE LOG. *
006930*****************************************************************
006940 2350-LOG-DISCLOSURE.
006950     MOVE SPACES TO DISCLOSURE-LOG-RECORD.
006960     MOVE WS-TIMESTAMP-DISPLAY TO DL-RELEASE-TIMESTAMP.
006970     MOVE GM-STUDENT-ID TO DL-STUDENT-ID.
006980     MOVE "RPTCARD" TO DL-PROGRAM-NAME.
006990     MOVE GM-TERM TO DL-TERM.
007000     MOVE WS-RELEASE-REQUESTER TO DL-REQUESTER.
007010     MOVE WS-RELEASE-PURPOSE TO DL-PURPOSE.
007020     WRITE DISCLOSURE-LOG-RECORD.
007030     ADD 1 TO WS-DISCLOSURE-COUNT.

007040 2350-LOG-DISCLOSURE-EXIT.
007050     EXIT.
