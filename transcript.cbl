000270*                   ALONGSIDE THE CUMULATIVE GPA.              *
000272*  09/03/2026 MOB   EVERY RUN NOW REGISTERS ITSELF ON THE      *
000273*                   RUN-HISTORY FILE AT END OF RUN.            *
000274*  10/14/2026 MOB   TERM LINES SHOW THE PLUS/MINUS MODIFIER    *
000275*                   AND THE WEIGHTED (HONORS/AP) GPA, AND A    *
000276*                   CUMULATIVE WEIGHTED GPA PRINTS BELOW THE   *
000277*                   UNWEIGHTED ONE.                            *
000278*  10/14/2026 MOB   TERMS POSTED FROM ANOTHER SCHOOL'S         *
000279*                   TRANSCRIPT PRINT UNDER THEIR OWN TRANSFER  *
000280*                   CREDIT HEADING AFTER THE DISTRICT TERMS    *
000281*                   AND STILL COUNT TOWARD THE CUMULATIVE GPA. *
000282*                   EACH TERM LINE NOW SHOWS THE CREDITS       *
000283*                   EARNED, AND CUMULATIVE CREDITS PRINT WITH  *
000284*                   THE TRANSFER SHARE BROKEN OUT. A GRADE     *
000285*                   EARNS CREDIT WHEN IT PASSES ON THE GRADING *
000286*                   SCALE IN EFFECT FOR THE TERM.              *
000287*  10/14/2026 MOB   THE OPERATOR NOW ENTERS WHO THE            *
000288*                   TRANSCRIPTS ARE BEING RELEASED TO AND FOR  *
000289*                   WHAT PURPOSE, AND ONE RECORDS-DISCLOSURE   *
000290*                   LOG RECORD IS WRITTEN FOR EVERY STUDENT    *
000291*                   WHOSE TRANSCRIPT PRINTS. NOTHING PRINTS    *
000292*                   WITHOUT BOTH ANSWERS OR WHEN THE           *
000293*                   DISCLOSURE LOG CANNOT BE OPENED.           *
000294*****************************************************************
000295 ENVIRONMENT DIVISION.
000296 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT GRADE-MASTER-FILE   ASSIGN TO "GRDMSTR"
000320         ORGANIZATION IS INDEXED
000414         ORGANIZATION IS LINE SEQUENTIAL
000416         FILE STATUS IS WS-RUNHIST-STATUS.

000417     SELECT GRADE-SCALE-FILE    ASSIGN TO "GRDSCAL"
000418         ORGANIZATION IS LINE SEQUENTIAL
000419         FILE STATUS IS WS-GRDSCAL-STATUS.

000420     SELECT DISCLOSURE-LOG-FILE ASSIGN TO "DISCLOG"
000421         ORGANIZATION IS LINE SEQUENTIAL
000422         FILE STATUS IS WS-DISCLOG-STATUS.

000423 DATA DIVISION.
000430 FILE SECTION.
000440 FD  GRADE-MASTER-FILE
000450     LABEL RECORDS ARE STANDARD.
000524     LABEL RECORDS ARE STANDARD.
000526 COPY RUNREC.

000527 FD  GRADE-SCALE-FILE
000528     LABEL RECORDS ARE STANDARD.
000529 COPY GRDSCALE.

000530 FD  DISCLOSURE-LOG-FILE
000531     LABEL RECORDS ARE STANDARD.
000532 COPY DISCREC.

000533 WORKING-STORAGE SECTION.
000540*****************************************************************
000550*  FILE STATUS FIELDS                                           *
000560*****************************************************************
000580 77  WS-TRNSRPT-STATUS         PIC X(02)  VALUE SPACES.
000590 77  WS-CRSCAT-STATUS          PIC X(02)  VALUE SPACES.
000592 77  WS-RUNHIST-STATUS         PIC X(02)  VALUE SPACES.
000594 77  WS-GRDSCAL-STATUS         PIC X(02)  VALUE SPACES.
000596 77  WS-DISCLOG-STATUS         PIC X(02)  VALUE SPACES.

000600*****************************************************************
000610*  RUN CONTROL SWITCHES AND REQUEST FIELDS                      *

000700 77  WS-STUDENTS-PRINTED       PIC 9(05)  COMP VALUE 0.

000701*****************************************************************
000702*  RECORDS RELEASE FIELDS. THE PARTY THE TRANSCRIPTS GO TO AND  *
000703*  THE PURPOSE GIVEN ARE WRITTEN TO THE DISCLOSURE LOG FOR      *
000704*  EVERY STUDENT PRINTED.                                       *
000705*****************************************************************
000706 77  WS-RELEASE-REQUESTER      PIC X(40)  VALUE SPACES.
000707 77  WS-RELEASE-PURPOSE        PIC X(40)  VALUE SPACES.
000708 77  WS-DISCLOSURE-COUNT       PIC 9(05)  COMP VALUE 0.

000710*****************************************************************
000720*  PER-STUDENT CUMULATIVE GPA ACCUMULATORS                      *
000730*****************************************************************
000740 77  WS-TERM-COUNT             PIC 9(03)  COMP VALUE 0.
000750 77  WS-GPA-POINT-SUM          PIC 9(04)V9(01) VALUE 0.
000760 77  WS-CUMULATIVE-GPA         PIC 9(01)V9(02) VALUE 0.
000762 77  WS-WEIGHTED-POINT-SUM     PIC 9(04)V9(01) VALUE 0.
000764 77  WS-CUMULATIVE-WEIGHTED    PIC 9(01)V9(02) VALUE 0.
000766 77  WS-TERM-WEIGHTED-GPA      PIC 9(01)V9(01) VALUE 0.
000767 77  WS-TERM-CREDITS           PIC 9(02)V9(01) VALUE 0.
000768 77  WS-CUMULATIVE-CREDITS     PIC 9(03)V9(01) VALUE 0.
000769 77  WS-TRANSFER-CREDITS       PIC 9(03)V9(01) VALUE 0.

000770*****************************************************************
000771*  TRANSFER TERMS HELD FOR THE STUDENT'S TRANSFER CREDIT        *
000772*  SECTION, WHICH PRINTS AFTER THE DISTRICT TERMS. A STUDENT    *
000773*  WITH MORE TRANSFER TERMS THAN THE TABLE HOLDS HAS THE        *
000774*  OVERFLOW PRINTED IN TERM ORDER AMONG THE DISTRICT TERMS.     *
000775*****************************************************************
000776 77  WS-XFER-TERM-COUNT        PIC 9(03)  COMP VALUE 0.
000777 77  WS-XFER-TERM-LIMIT        PIC 9(03)  VALUE 20.
000778 77  WS-XFER-TERM-INDEX        PIC 9(03)  COMP VALUE 0.

000779 01  WS-TRANSFER-TERM-TABLE.
000780     05  WS-XFER-TERM-IMAGE OCCURS 20 TIMES
000781                                   PIC X(150).

000782 01  WS-XFER-HOLD-RECORD       PIC X(150).

000783 77  WS-SUBJECT-INDEX          PIC 9(01)  COMP VALUE 0.

000784*****************************************************************
000790*  COURSE CATALOG TABLE, LOADED FROM CRSCAT AT INITIALIZATION.  *
000800*  A SUBJECT WHOSE CODE IS BLANK OR NOT ON FILE PRINTS WITH     *
000810*  THE DEFAULT TITLE.                                           *
000964 77  WS-BEST-FROM-KEY          PIC X(05)  VALUE SPACES.
000965 77  WS-TERM-KEY-INPUT         PIC X(06)  VALUE SPACES.
000966 77  WS-TERM-KEY               PIC X(05)  VALUE SPACES.
000967 77  WS-LOOKUP-CREDITS         PIC 9(01)V9(01) VALUE 0.

000968*****************************************************************
000969*  SUBJECT GRADE FIELDS. A SUBJECT EARNS CREDIT ONLY FOR A      *
000970*  NUMERIC GRADE THAT DOES NOT FALL ON AN F STEP OF THE GRADING *
000971*  SCALE IN EFFECT FOR ITS TERM (BELOW 60 ON THE STRAIGHT       *
000972*  SCALE). I, W, AND X EARN NOTHING.                            *
000973*****************************************************************
000974 77  WS-GRADE-CHECK            PIC X(03)  VALUE SPACES.
000975     88  WS-GRADE-IS-STATUS    VALUE "I  " "W  " "X  ".
000976 77  WS-GRADE-NUMERIC          PIC 9(03)  VALUE 0.
000977 77  WS-GRADE-PASSED-SW        PIC X(01)  VALUE "N".
000978     88  WS-GRADE-PASSED       VALUE "Y".

000979*****************************************************************
000980*  GRADING SCALE TABLE, LOADED FROM GRDSCAL AT INITIALIZATION.  *
000981*****************************************************************
000982 77  WS-SCALE-COUNT            PIC 9(03)  COMP VALUE 0.
000983 77  WS-SCALE-LIMIT            PIC 9(03)  VALUE 60.
000984 77  WS-SCALE-EOF-SW           PIC X(01)  VALUE "N".
000985     88  WS-END-OF-SCALE       VALUE "Y".

000986 01  WS-GRADE-SCALE-TABLE.
000987     05  WS-SCALE-ENTRY OCCURS 60 TIMES.
000988         10  WS-SCL-EFF-FROM-KEY   PIC X(05).
000989         10  WS-SCL-EFF-TO-KEY     PIC X(05).
000990         10  WS-SCL-MIN-SCORE      PIC 9(03)V9(02).
000991         10  WS-SCL-LETTER-GRADE   PIC X(01).
000992         10  WS-SCL-MODIFIER       PIC X(01).
000993         10  WS-SCL-REGULAR-POINTS PIC 9(01)V9(01).
000994         10  WS-SCL-HONORS-POINTS  PIC 9(01)V9(01).
000995         10  WS-SCL-AP-POINTS      PIC 9(01)V9(01).
000996         10  WS-SCL-HONOR-ROLL-SW  PIC X(01).

000997 77  WS-SCALE-INDEX            PIC 9(03)  COMP VALUE 0.
000998 77  WS-SCALE-TERM             PIC X(06)  VALUE SPACES.
000999 77  WS-SCALE-TERM-KEY         PIC X(05)  VALUE SPACES.
001000 77  WS-SCALE-FROM-KEY         PIC X(05)  VALUE SPACES.
001001 77  WS-SCALE-FOUND-SW         PIC X(01)  VALUE "N".
001002     88  WS-SCALE-IS-IN-EFFECT VALUE "Y".
001003 77  WS-SCALE-SCORE            PIC 9(03)V9(02) VALUE 0.
001004 77  WS-STEP-INDEX             PIC 9(03)  COMP VALUE 0.
001005 77  WS-STEP-FOUND-SW          PIC X(01)  VALUE "N".
001006     88  WS-STEP-WAS-FOUND     VALUE "Y".
001007 77  WS-STEP-MIN-SCORE         PIC 9(03)V9(02) VALUE 0.

001008*****************************************************************
001009*  DISPLAY / EDIT FIELDS FOR REPORT LINES                       *
001010*****************************************************************
001011 01  WS-EDIT-AVERAGE           PIC ZZ9.99.
001012 01  WS-EDIT-GPA               PIC 9.9.
001020 01  WS-EDIT-CUM-GPA           PIC 9.99.
001022 01  WS-EDIT-WEIGHTED-GPA      PIC 9.9.
001024 01  WS-EDIT-CREDITS           PIC ZZ9.9.
001030 01  WS-EDIT-STUDENT-ID        PIC 9(09).
001040 01  WS-EDIT-SUBJECT-NUM       PIC 9.
001050 01  WS-EDIT-COUNT             PIC ZZZZ9.

001380     PERFORM 1300-LOAD-COURSE-CATALOG
001390         THRU 1300-LOAD-COURSE-CATALOG-EXIT.
001392     PERFORM 1350-LOAD-GRADING-SCALE
001394         THRU 1350-LOAD-GRADING-SCALE-EXIT.

001400     DISPLAY "STUDENT TRANSCRIPT PRINT".
001410     DISPLAY "ENTER STUDENT ID (0 = ALL STUDENTS): "
001420         WITH NO ADVANCING.
001430     ACCEPT WS-REQUEST-STUDENT-ID.
001431     DISPLAY "RECORDS RELEASED TO (NAME/AGENCY): "
001432         WITH NO ADVANCING.
001433     ACCEPT WS-RELEASE-REQUESTER.
001434     DISPLAY "PURPOSE OF RELEASE: " WITH NO ADVANCING.
001435     ACCEPT WS-RELEASE-PURPOSE.

001436     PERFORM 1400-OPEN-DISCLOSURE-LOG
001437         THRU 1400-OPEN-DISCLOSURE-LOG-EXIT.

001440     MOVE "STUDENT TRANSCRIPT REPORT" TO TRANSCRIPT-REPORT-LINE.
001450     WRITE TRANSCRIPT-REPORT-LINE.
002330         MOVE WS-STUDENTS-PRINTED TO WS-EDIT-COUNT
002340         DISPLAY "TRANSCRIPTS PRINTED TO TRNSRPT FOR "
002350             WS-EDIT-COUNT " STUDENT(S)."
002352         MOVE WS-DISCLOSURE-COUNT TO WS-EDIT-COUNT
002354         DISPLAY "  RELEASES LOGGED TO DISCLOG: " WS-EDIT-COUNT
002360     END-IF.

002370 2000-PRINT-TRANSCRIPTS-EXIT.
002650*  EVERY SUBJECT INCOMPLETE, WITHDRAWN, OR EXEMPT) PRINTS ON    *
002660*  THE TRANSCRIPT BUT STAYS OUT OF THE CUMULATIVE-GPA           *
002670*  DIVISOR, SO A STATUS-ONLY TERM CANNOT DRAG THE GPA DOWN.     *
002672*  A TRANSFER TERM IS HELD BACK FOR THE STUDENT'S TRANSFER      *
002674*  CREDIT SECTION AND ACCUMULATED WHEN THAT SECTION PRINTS.     *
002680*****************************************************************
002690 2200-PROCESS-ONE-TERM.
002700     IF WS-IS-FIRST-RECORD
002820         END-IF
002830     END-IF.

002831     IF GM-IS-TRANSFER-TERM
002832         AND WS-XFER-TERM-COUNT < WS-XFER-TERM-LIMIT
002833         ADD 1 TO WS-XFER-TERM-COUNT
002834         MOVE GRADE-MASTER-RECORD TO
002835             WS-XFER-TERM-IMAGE (WS-XFER-TERM-COUNT)
002836         GO TO 2200-PROCESS-NEXT
002837     END-IF.

002840     PERFORM 2400-PRINT-ONE-TERM
002850         THRU 2400-PRINT-ONE-TERM-EXIT.
002860     PERFORM 2460-ADD-TERM-TO-CUMULATIVE
002870         THRU 2460-ADD-TERM-TO-CUMULATIVE-EXIT.

002880 2200-PROCESS-NEXT.
002900     PERFORM 2100-READ-NEXT-MASTER
002910         THRU 2100-READ-NEXT-MASTER-EXIT.

002990 2300-PRINT-STUDENT-HEADER.
003000     MOVE 0 TO WS-TERM-COUNT.
003010     MOVE 0 TO WS-GPA-POINT-SUM.
003012     MOVE 0 TO WS-WEIGHTED-POINT-SUM.
003014     MOVE 0 TO WS-CUMULATIVE-CREDITS.
003016     MOVE 0 TO WS-TRANSFER-CREDITS.
003018     MOVE 0 TO WS-XFER-TERM-COUNT.
003020     ADD 1 TO WS-STUDENTS-PRINTED.
003022     PERFORM 2350-LOG-DISCLOSURE
003024         THRU 2350-LOG-DISCLOSURE-EXIT.

003030     MOVE SPACES TO TRANSCRIPT-REPORT-LINE.
003040     WRITE TRANSCRIPT-REPORT-LINE.
003170*  2400-PRINT-ONE-TERM                                          *
003180*  PRINTS ONE TERM'S LINE - TERM, EACH SUBJECT GRADE, AVERAGE,  *
003190*  LETTER GRADE, AND GPA POINTS FOR THE TERM.                   *
003192*  THE CREDITS THE TERM EARNED ARE FIGURED FIRST SO THEY PRINT  *
003194*  ON THE TERM LINE.                                            *
003200*****************************************************************
003210 2400-PRINT-ONE-TERM.
003220     MOVE GM-AVERAGE-GRADE TO WS-EDIT-AVERAGE.
003230     MOVE GM-GPA-POINTS    TO WS-EDIT-GPA.
003231     IF GM-WEIGHTED-GPA IS NUMERIC
003232         MOVE GM-WEIGHTED-GPA TO WS-TERM-WEIGHTED-GPA
003233     ELSE
003234         MOVE GM-GPA-POINTS TO WS-TERM-WEIGHTED-GPA
003235     END-IF.
003236     MOVE WS-TERM-WEIGHTED-GPA TO WS-EDIT-WEIGHTED-GPA.

003237     MOVE 0 TO WS-TERM-CREDITS.
003238     MOVE GM-TERM TO WS-SCALE-TERM.
003239     PERFORM 7100-FIND-SCALE-IN-EFFECT
003240         THRU 7100-FIND-SCALE-IN-EFFECT-EXIT.
003241     MOVE 1 TO WS-SUBJECT-INDEX.
003242     PERFORM 2450-EARN-ONE-SUBJECT
003243         THRU 2450-EARN-ONE-SUBJECT-EXIT
003244         UNTIL WS-SUBJECT-INDEX > GM-SUBJECT-COUNT.
003245     MOVE WS-TERM-CREDITS TO WS-EDIT-CREDITS.

003246     STRING "TERM " GM-TERM
003250             "  AVG=" WS-EDIT-AVERAGE
003260             "  GRADE=" GM-LETTER-GRADE
003262             GM-LETTER-MODIFIER
003270             "  GPA POINTS=" WS-EDIT-GPA
003271             "  WEIGHTED=" WS-EDIT-WEIGHTED-GPA
003272             "  STANDING=" GM-STANDING-CODE
003274             "  CREDITS=" WS-EDIT-CREDITS
003280         DELIMITED BY SIZE INTO TRANSCRIPT-REPORT-LINE.
003290     WRITE TRANSCRIPT-REPORT-LINE.
003300     MOVE SPACES TO TRANSCRIPT-REPORT-LINE.
003540*  EFFECTIVE RANGE COVERS THE TERM, THE ONE WITH THE LATEST     *
003542*  FROM-TERM WINS. RETURNS THE TITLE, OR THE DEFAULT TITLE      *
003544*  WHEN THE CODE IS BLANK OR NO ENTRY IS IN EFFECT.             *
003546*  ALSO RETURNS THE CREDIT HOURS OF THE ENTRY FOUND (ZERO WHEN  *
003548*  NONE IS IN EFFECT).                                          *
003550*****************************************************************
003560 2420-LOOKUP-COURSE.
003570     MOVE "N" TO WS-LOOKUP-FOUND-SW.
003580     MOVE "UNLISTED COURSE" TO WS-LOOKUP-TITLE.
003582     MOVE 0 TO WS-LOOKUP-CREDITS.

003590     IF WS-LOOKUP-CODE = SPACES
003600         GO TO 2420-LOOKUP-COURSE-EXIT
003720                 TO WS-BEST-FROM-KEY
003722             MOVE WS-CAT-COURSE-TITLE (WS-LOOKUP-INDEX)
003730                 TO WS-LOOKUP-TITLE
003732             MOVE WS-CAT-CREDIT-HOURS (WS-LOOKUP-INDEX)
003734                 TO WS-LOOKUP-CREDITS
003740         END-IF
003750     END-IF.
003760     ADD 1 TO WS-LOOKUP-INDEX.
003810*  PRINTS THE CUMULATIVE GPA LINE FOR THE STUDENT JUST          *
003820*  FINISHED - THE AVERAGE OF THE STUDENT'S PER-TERM GPA POINT   *
003830*  VALUES ACROSS EVERY TERM ON FILE.                            *
003832*  THE CUMULATIVE WEIGHTED GPA IS FIGURED THE SAME WAY FROM THE *
003834*  WEIGHTED (HONORS/AP) GPA OF EACH TERM.                       *
003835*  THE STUDENT'S TRANSFER CREDIT SECTION PRINTS FIRST, SINCE    *
003836*  ITS TERMS COUNT IN THE CUMULATIVE FIGURES, AND THE           *
003837*  CUMULATIVE CREDITS EARNED PRINT LAST WITH THE TRANSFER SHARE *
003838*  BROKEN OUT.                                                  *
003840*****************************************************************
003850 3000-PRINT-CUMULATIVE-GPA.
003852     PERFORM 2500-PRINT-TRANSFER-TERMS
003854         THRU 2500-PRINT-TRANSFER-TERMS-EXIT.

003860     IF WS-TERM-COUNT > 0
003870         COMPUTE WS-CUMULATIVE-GPA ROUNDED =
003880             WS-GPA-POINT-SUM / WS-TERM-COUNT
003900         MOVE 0 TO WS-CUMULATIVE-GPA
003910     END-IF.

003911     IF WS-TERM-COUNT > 0
003912         COMPUTE WS-CUMULATIVE-WEIGHTED ROUNDED =
003913             WS-WEIGHTED-POINT-SUM / WS-TERM-COUNT
003914     ELSE
003915         MOVE 0 TO WS-CUMULATIVE-WEIGHTED
003916     END-IF.

003920     MOVE WS-CUMULATIVE-GPA TO WS-EDIT-CUM-GPA.
003930     MOVE WS-TERM-COUNT TO WS-EDIT-COUNT.
003940     STRING "CUMULATIVE GPA OVER " WS-EDIT-COUNT
003970     WRITE TRANSCRIPT-REPORT-LINE.
003980     MOVE SPACES TO TRANSCRIPT-REPORT-LINE.

003981     MOVE WS-CUMULATIVE-WEIGHTED TO WS-EDIT-CUM-GPA.
003982     STRING "CUMULATIVE WEIGHTED GPA      : " WS-EDIT-CUM-GPA
003983         DELIMITED BY SIZE INTO TRANSCRIPT-REPORT-LINE.
003984     WRITE TRANSCRIPT-REPORT-LINE.
003985     MOVE SPACES TO TRANSCRIPT-REPORT-LINE.

003986     MOVE WS-CUMULATIVE-CREDITS TO WS-EDIT-CREDITS.
003987     STRING "CUMULATIVE CREDITS EARNED    : " WS-EDIT-CREDITS
003988         DELIMITED BY SIZE INTO TRANSCRIPT-REPORT-LINE.
003989     WRITE TRANSCRIPT-REPORT-LINE.
003990     MOVE SPACES TO TRANSCRIPT-REPORT-LINE.

003991     IF WS-TRANSFER-CREDITS > 0
003992         MOVE WS-TRANSFER-CREDITS TO WS-EDIT-CREDITS
003993         STRING "  INCLUDING TRANSFER CREDITS : " WS-EDIT-CREDITS
003994             DELIMITED BY SIZE INTO TRANSCRIPT-REPORT-LINE
003995         WRITE TRANSCRIPT-REPORT-LINE
003996         MOVE SPACES TO TRANSCRIPT-REPORT-LINE
003997     END-IF.

003998 3000-PRINT-CUMULATIVE-GPA-EXIT.
004000     EXIT.

004010*****************************************************************
004050 9800-TERMINATE.
004060     CLOSE GRADE-MASTER-FILE.
004070     CLOSE TRANSCRIPT-REPORT-FILE.
004072     CLOSE DISCLOSURE-LOG-FILE.

004080 9800-TERMINATE-EXIT.
004090     EXIT.

004800 9300-REGISTER-RUN-EXIT.
004810     EXIT.

004820*****************************************************************
004830*  2450-EARN-ONE-SUBJECT                                        *
004840*  A PASSING NUMERIC GRADE EARNS THE CREDIT HOURS OF THE        *
004850*  CATALOG ENTRY IN EFFECT FOR THE TERM. A COURSE WITH NO       *
004860*  CATALOG ENTRY IN EFFECT EARNS NOTHING.                       *
004870*****************************************************************
004880 2450-EARN-ONE-SUBJECT.
004890     MOVE "N" TO WS-GRADE-PASSED-SW.
004900     MOVE GM-SUBJECT-GRADE (WS-SUBJECT-INDEX) TO WS-GRADE-CHECK.
004910     IF WS-GRADE-IS-STATUS
004920             OR WS-GRADE-CHECK IS NOT NUMERIC
004930         GO TO 2450-EARN-NEXT
004940     END-IF.

004950     MOVE WS-GRADE-CHECK TO WS-GRADE-NUMERIC.
004960     IF WS-SCALE-IS-IN-EFFECT
004970         MOVE WS-GRADE-NUMERIC TO WS-SCALE-SCORE
004980         PERFORM 7200-FIND-SCALE-STEP
004990             THRU 7200-FIND-SCALE-STEP-EXIT
005000         IF WS-STEP-WAS-FOUND
005010             AND WS-SCL-LETTER-GRADE (WS-STEP-INDEX) NOT = "F"
005020             MOVE "Y" TO WS-GRADE-PASSED-SW
005030         END-IF
005040     ELSE
005050         IF WS-GRADE-NUMERIC >= 60
005060             MOVE "Y" TO WS-GRADE-PASSED-SW
005070         END-IF
005080     END-IF.
005090     IF NOT WS-GRADE-PASSED
005100         GO TO 2450-EARN-NEXT
005110     END-IF.

005120     MOVE GM-SUBJECT-CODE (WS-SUBJECT-INDEX) TO WS-LOOKUP-CODE.
005130     MOVE GM-TERM TO WS-LOOKUP-TERM.
005140     PERFORM 2420-LOOKUP-COURSE
005150         THRU 2420-LOOKUP-COURSE-EXIT.
005160     ADD WS-LOOKUP-CREDITS TO WS-TERM-CREDITS.

005170 2450-EARN-NEXT.
005180     ADD 1 TO WS-SUBJECT-INDEX.

005190 2450-EARN-ONE-SUBJECT-EXIT.
005200     EXIT.

005210*****************************************************************
005220*  2460-ADD-TERM-TO-CUMULATIVE                                  *
005230*  ADDS THE TERM JUST PRINTED INTO THE STUDENT'S CUMULATIVE     *
005240*  FIGURES. A TERM WITH LETTER GRADE N STAYS OUT OF THE GPA     *
005250*  DIVISOR. CREDITS EARNED ON A TRANSFER TERM ARE ALSO SUMMED   *
005260*  SEPARATELY FOR THE TRANSFER SHARE LINE.                      *
005270*****************************************************************
005280 2460-ADD-TERM-TO-CUMULATIVE.
005290     IF GM-LETTER-GRADE NOT = "N"
005300         ADD 1 TO WS-TERM-COUNT
005310         ADD GM-GPA-POINTS TO WS-GPA-POINT-SUM
005320         ADD WS-TERM-WEIGHTED-GPA TO WS-WEIGHTED-POINT-SUM
005330     END-IF.

005340     ADD WS-TERM-CREDITS TO WS-CUMULATIVE-CREDITS.
005350     IF GM-IS-TRANSFER-TERM
005360         ADD WS-TERM-CREDITS TO WS-TRANSFER-CREDITS
005370     END-IF.

005380 2460-ADD-TERM-TO-CUMULATIVE-EXIT.
005390     EXIT.

005400*****************************************************************
005410*  2500-PRINT-TRANSFER-TERMS                                    *
005420*  PRINTS THE STUDENT'S TRANSFER TERMS UNDER A SEPARATE         *
005430*  TRANSFER CREDIT HEADING, EACH WITH THE SENDING SCHOOL, AND   *
005440*  ADDS THEM INTO THE CUMULATIVE FIGURES. THE GRADE-MASTER      *
005450*  RECORD AREA MAY ALREADY HOLD THE NEXT STUDENT'S FIRST TERM,  *
005460*  SO IT IS SAVED AND PUT BACK AROUND THE SECTION.              *
005470*****************************************************************
005480 2500-PRINT-TRANSFER-TERMS.
005490     IF WS-XFER-TERM-COUNT = 0
005500         GO TO 2500-PRINT-TRANSFER-TERMS-EXIT
005510     END-IF.

005520     MOVE GRADE-MASTER-RECORD TO WS-XFER-HOLD-RECORD.

005530     MOVE SPACES TO TRANSCRIPT-REPORT-LINE.
005540     WRITE TRANSCRIPT-REPORT-LINE.
005550     MOVE "TRANSFER CREDIT FROM OTHER SCHOOLS"
005560         TO TRANSCRIPT-REPORT-LINE.
005570     WRITE TRANSCRIPT-REPORT-LINE.
005580     MOVE "----------------------------------"
005590         TO TRANSCRIPT-REPORT-LINE.
005600     WRITE TRANSCRIPT-REPORT-LINE.
005610     MOVE SPACES TO TRANSCRIPT-REPORT-LINE.

005620     MOVE 1 TO WS-XFER-TERM-INDEX.
005630     PERFORM 2510-PRINT-ONE-TRANSFER-TERM
005640         THRU 2510-PRINT-ONE-TRANSFER-TERM-EXIT
005650         UNTIL WS-XFER-TERM-INDEX > WS-XFER-TERM-COUNT.

005660     MOVE SPACES TO TRANSCRIPT-REPORT-LINE.
005670     WRITE TRANSCRIPT-REPORT-LINE.
005680     MOVE WS-XFER-HOLD-RECORD TO GRADE-MASTER-RECORD.

005690 2500-PRINT-TRANSFER-TERMS-EXIT.
005700     EXIT.

005710 2510-PRINT-ONE-TRANSFER-TERM.
005720     MOVE WS-XFER-TERM-IMAGE (WS-XFER-TERM-INDEX)
005730         TO GRADE-MASTER-RECORD.
005740     STRING "SENDING SCHOOL " GM-SENDING-SCHOOL
005750         DELIMITED BY SIZE INTO TRANSCRIPT-REPORT-LINE.
005760     WRITE TRANSCRIPT-REPORT-LINE.
005770     MOVE SPACES TO TRANSCRIPT-REPORT-LINE.

005780     PERFORM 2400-PRINT-ONE-TERM
005790         THRU 2400-PRINT-ONE-TERM-EXIT.
005800     PERFORM 2460-ADD-TERM-TO-CUMULATIVE
005810         THRU 2460-ADD-TERM-TO-CUMULATIVE-EXIT.
005820     ADD 1 TO WS-XFER-TERM-INDEX.

005830 2510-PRINT-ONE-TRANSFER-TERM-EXIT.
005840     EXIT.

005850*****************************************************************
005860*  1350-LOAD-GRADING-SCALE                                      *
005870*  LOADS THE GRADING-SCALE REFERENCE FILE INTO THE IN-MEMORY    *
005880*  TABLE. A MISSING SCALE FILE IS NOT FATAL - EVERY TERM IS     *
005890*  THEN GRADED ON THE STRAIGHT 90/80/70/60 SCALE.               *
005900*****************************************************************
005910 1350-LOAD-GRADING-SCALE.
005920     MOVE 0 TO WS-SCALE-COUNT.
005930     MOVE "N" TO WS-SCALE-EOF-SW.

005940     OPEN INPUT GRADE-SCALE-FILE.
005950     IF WS-GRDSCAL-STATUS NOT = "00"
005960         DISPLAY "GRADING SCALE GRDSCAL NOT AVAILABLE - LETTER "
005970             "GRADES USE THE STRAIGHT 90/80/70/60 SCALE"
005980         GO TO 1350-LOAD-GRADING-SCALE-EXIT
005990     END-IF.

006000     PERFORM 1360-LOAD-ONE-SCALE-STEP
006010         THRU 1360-LOAD-ONE-SCALE-STEP-EXIT
006020         UNTIL WS-END-OF-SCALE.

006030     CLOSE GRADE-SCALE-FILE.

006040 1350-LOAD-GRADING-SCALE-EXIT.
006050     EXIT.

006060 1360-LOAD-ONE-SCALE-STEP.
006070     READ GRADE-SCALE-FILE
006080         AT END
006090             MOVE "Y" TO WS-SCALE-EOF-SW
006100     END-READ.
006110     IF WS-GRDSCAL-STATUS NOT = "00"
006120         MOVE "Y" TO WS-SCALE-EOF-SW
006130         GO TO 1360-LOAD-ONE-SCALE-STEP-EXIT
006140     END-IF.

006150     IF GS-MIN-SCORE IS NOT NUMERIC
006160             OR GS-REGULAR-POINTS IS NOT NUMERIC
006170             OR GS-HONORS-POINTS IS NOT NUMERIC
006180             OR GS-AP-POINTS IS NOT NUMERIC
006190         DISPLAY "GRADING SCALE STEP " GS-LETTER-GRADE
006200             GS-LETTER-MODIFIER " FROM " GS-EFF-FROM-TERM
006210             " IGNORED - SCORE OR POINTS NOT NUMERIC"
006220         GO TO 1360-LOAD-ONE-SCALE-STEP-EXIT
006230     END-IF.

006240     IF WS-SCALE-COUNT < WS-SCALE-LIMIT
006250         ADD 1 TO WS-SCALE-COUNT
006260         MOVE GS-MIN-SCORE TO
006270             WS-SCL-MIN-SCORE (WS-SCALE-COUNT)
006280         MOVE GS-LETTER-GRADE TO
006290             WS-SCL-LETTER-GRADE (WS-SCALE-COUNT)
006300         MOVE GS-LETTER-MODIFIER TO
006310             WS-SCL-MODIFIER (WS-SCALE-COUNT)
006320         MOVE GS-REGULAR-POINTS TO
006330             WS-SCL-REGULAR-POINTS (WS-SCALE-COUNT)
006340         MOVE GS-HONORS-POINTS TO
006350             WS-SCL-HONORS-POINTS (WS-SCALE-COUNT)
006360         MOVE GS-AP-POINTS TO
006370             WS-SCL-AP-POINTS (WS-SCALE-COUNT)
006380         MOVE GS-HONOR-ROLL-SW TO
006390             WS-SCL-HONOR-ROLL-SW (WS-SCALE-COUNT)
006400         IF GS-EFF-FROM-TERM = SPACES
006410             MOVE LOW-VALUES TO
006420                 WS-SCL-EFF-FROM-KEY (WS-SCALE-COUNT)
006430         ELSE
006440             MOVE GS-EFF-FROM-TERM TO WS-TERM-KEY-INPUT
006450             PERFORM 2440-BUILD-TERM-KEY
006460                 THRU 2440-BUILD-TERM-KEY-EXIT
006470             MOVE WS-TERM-KEY TO
006480                 WS-SCL-EFF-FROM-KEY (WS-SCALE-COUNT)
006490         END-IF
006500         IF GS-EFF-TO-TERM = SPACES
006510             MOVE HIGH-VALUES TO
006520                 WS-SCL-EFF-TO-KEY (WS-SCALE-COUNT)
006530         ELSE
006540             MOVE GS-EFF-TO-TERM TO WS-TERM-KEY-INPUT
006550             PERFORM 2440-BUILD-TERM-KEY
006560                 THRU 2440-BUILD-TERM-KEY-EXIT
006570             MOVE WS-TERM-KEY TO
006580                 WS-SCL-EFF-TO-KEY (WS-SCALE-COUNT)
006590         END-IF
006600     ELSE
006610         DISPLAY "GRADING SCALE STEP " GS-LETTER-GRADE
006620             GS-LETTER-MODIFIER " IGNORED - 60-STEP GRADING "
006630             "SCALE TABLE IS FULL"
006640     END-IF.

006650 1360-LOAD-ONE-SCALE-STEP-EXIT.
006660     EXIT.

006670*****************************************************************
006680*  7100-FIND-SCALE-IN-EFFECT                                    *
006690*  FINDS THE GRADING SCALE IN EFFECT FOR THE TERM IN            *
006700*  WS-SCALE-TERM - OF THE SCALE STEPS WHOSE EFFECTIVE RANGE     *
006710*  COVERS THE TERM, THE LATEST FROM-TERM WINS. SETS THE FOUND   *
006720*  SWITCH AND WS-SCALE-FROM-KEY, WHICH TIES TOGETHER THE STEPS  *
006730*  OF THAT ONE SCALE.                                           *
006740*****************************************************************
006750 7100-FIND-SCALE-IN-EFFECT.
006760     MOVE "N" TO WS-SCALE-FOUND-SW.
006770     MOVE LOW-VALUES TO WS-SCALE-FROM-KEY.

006780     IF WS-SCALE-COUNT = 0
006790             OR WS-SCALE-TERM = SPACES
006800         GO TO 7100-FIND-SCALE-IN-EFFECT-EXIT
006810     END-IF.

006820     MOVE WS-SCALE-TERM TO WS-TERM-KEY-INPUT.
006830     PERFORM 2440-BUILD-TERM-KEY
006840         THRU 2440-BUILD-TERM-KEY-EXIT.
006850     MOVE WS-TERM-KEY TO WS-SCALE-TERM-KEY.

006860     MOVE 1 TO WS-SCALE-INDEX.
006870     PERFORM 7110-CHECK-ONE-SCALE-ENTRY
006880         THRU 7110-CHECK-ONE-SCALE-ENTRY-EXIT
006890         UNTIL WS-SCALE-INDEX > WS-SCALE-COUNT.

006900 7100-FIND-SCALE-IN-EFFECT-EXIT.
006910     EXIT.

006920 7110-CHECK-ONE-SCALE-ENTRY.
006930     IF WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX)
006940             <= WS-SCALE-TERM-KEY
006950         AND WS-SCL-EFF-TO-KEY (WS-SCALE-INDEX)
006960             >= WS-SCALE-TERM-KEY
006970         IF NOT WS-SCALE-IS-IN-EFFECT
006980             OR WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX)
006990                 > WS-SCALE-FROM-KEY
007000             MOVE "Y" TO WS-SCALE-FOUND-SW
007010             MOVE WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX)
007020                 TO WS-SCALE-FROM-KEY
007030         END-IF
007040     END-IF.
007050     ADD 1 TO WS-SCALE-INDEX.

007060 7110-CHECK-ONE-SCALE-ENTRY-EXIT.
007070     EXIT.

007080*****************************************************************
007090*  7200-FIND-SCALE-STEP                                         *
007100*  FINDS THE STEP OF THE SCALE IN EFFECT THAT THE SCORE IN      *
007110*  WS-SCALE-SCORE EARNS - THE STEP WITH THE HIGHEST MINIMUM     *
007120*  SCORE NOT ABOVE IT. RETURNS ITS TABLE POSITION IN            *
007130*  WS-STEP-INDEX. 7100 MUST HAVE RUN FOR THE TERM FIRST.        *
007140*****************************************************************
007150 7200-FIND-SCALE-STEP.
007160     MOVE "N" TO WS-STEP-FOUND-SW.
007170     MOVE 0 TO WS-STEP-INDEX.
007180     MOVE 0 TO WS-STEP-MIN-SCORE.

007190     MOVE 1 TO WS-SCALE-INDEX.
007200     PERFORM 7210-CHECK-ONE-SCALE-STEP
007210         THRU 7210-CHECK-ONE-SCALE-STEP-EXIT
007220         UNTIL WS-SCALE-INDEX > WS-SCALE-COUNT.

007230 7200-FIND-SCALE-STEP-EXIT.
007240     EXIT.

007250 7210-CHECK-ONE-SCALE-STEP.
007260     IF WS-SCL-EFF-FROM-KEY (WS-SCALE-INDEX) = WS-SCALE-FROM-KEY
007270         AND WS-SCL-EFF-TO-KEY (WS-SCALE-INDEX)
007280             >= WS-SCALE-TERM-KEY
007290         AND WS-SCL-MIN-SCORE (WS-SCALE-INDEX) <= WS-SCALE-SCORE
007300         IF NOT WS-STEP-WAS-FOUND
007310             OR WS-SCL-MIN-SCORE (WS-SCALE-INDEX)
007320                 > WS-STEP-MIN-SCORE
007330             MOVE "Y" TO WS-STEP-FOUND-SW
007340             MOVE WS-SCALE-INDEX TO WS-STEP-INDEX
007350             MOVE WS-SCL-MIN-SCORE (WS-SCALE-INDEX)
007360                 TO WS-STEP-MIN-SCORE
007370         END-IF
007380     END-IF.
007390     ADD 1 TO WS-SCALE-INDEX.

007400 7210-CHECK-ONE-SCALE-STEP-EXIT.
007410     EXIT.

007420*****************************************************************
007430*  1400-OPEN-DISCLOSURE-LOG                                     *
007440*  A TRANSCRIPT IS AN EDUCATION RECORD, SO EVERY RELEASE MUST   *
007450*  BE LOGGED. THE RUN IS REFUSED BEFORE ANYTHING PRINTS WHEN    *
007460*  THE REQUESTER OR PURPOSE IS LEFT BLANK, OR WHEN THE          *
007470*  DISCLOSURE LOG CANNOT BE OPENED. THE LOG IS APPENDED TO, AND *
007480*  CREATED ON THE FIRST RUN.                                    *
007490*****************************************************************
007500 1400-OPEN-DISCLOSURE-LOG.
007510     IF WS-RELEASE-REQUESTER = SPACES
007520             OR WS-RELEASE-PURPOSE = SPACES
007530         DISPLAY "REQUESTER AND PURPOSE ARE REQUIRED FOR THE "
007540             "DISCLOSURE LOG - NOTHING PRINTED"
007550         CLOSE GRADE-MASTER-FILE
007560         CLOSE TRANSCRIPT-REPORT-FILE
007570         STOP RUN
007580     END-IF.

007590     OPEN EXTEND DISCLOSURE-LOG-FILE.
007600     IF WS-DISCLOG-STATUS = "35"
007610         OPEN OUTPUT DISCLOSURE-LOG-FILE
007620     END-IF.
007630     IF WS-DISCLOG-STATUS NOT = "00"
007640         DISPLAY "DISCLOSURE LOG DISCLOG COULD NOT BE OPENED - "
007650             "STATUS " WS-DISCLOG-STATUS " - NOTHING PRINTED"
007660         CLOSE GRADE-MASTER-FILE
007670         CLOSE TRANSCRIPT-REPORT-FILE
007680         STOP RUN
007690     END-IF.

007700 1400-OPEN-DISCLOSURE-LOG-EXIT.
007710     EXIT.

007720*****************************************************************
007730*  2350-LOG-DISCLOSURE                                          *
007740*  WRITES THE DISCLOSURE LOG RECORD FOR THE STUDENT WHOSE       *
007750*  TRANSCRIPT IS STARTING. A TRANSCRIPT RELEASES EVERY TERM ON  *
007760*  FILE, SO THE TERM IS LEFT BLANK.                             *
007770*****************************************************************
007780 2350-LOG-DISCLOSURE.
007790     MOVE SPACES TO DISCLOSURE-LOG-RECORD.
007800     MOVE WS-RUN-START-STAMP TO DL-RELEASE-TIMESTAMP.
007810     MOVE GM-STUDENT-ID TO DL-STUDENT-ID.
007820     MOVE "TRNSPRNT" TO DL-PROGRAM-NAME.
007830     MOVE SPACES TO DL-TERM.
007840     MOVE WS-RELEASE-REQUESTER TO DL-REQUESTER.
007850     MOVE WS-RELEASE-PURPOSE TO DL-PURPOSE.
007860     WRITE DISCLOSURE-LOG-RECORD.
007870     ADD 1 TO WS-DISCLOSURE-COUNT.

007880 2350-LOG-DISCLOSURE-EXIT.
007890     EXIT.
