000291*                   CORRECTED REGISTRAR EXPORT RECORD.        *
000292*  09/03/2026 MOB   EVERY RUN NOW REGISTERS ITSELF ON THE    *
000293*                   RUN-HISTORY FILE AT END OF RUN.          *
000294*  10/14/2026 MOB   TERM CLOSE NOW TAKES THE LETTER GRADE,     *
000295*                   MODIFIER, AND UNWEIGHTED/WEIGHTED GPA FROM *
000296*                   THE GRADING SCALE IN EFFECT FOR THE TERM   *
000297*                   (GRDSCAL), FALLING BACK TO THE STRAIGHT    *
000298*                   SCALE WHEN NONE IS. CATALOG MAINTENANCE    *
000299*                   NOW ASKS FOR THE COURSE LEVEL (REGULAR,    *
000300*                   HONORS, OR AP).                            *
000301*  10/14/2026 MOB   ADDED THE SECTION-ASSIGNMENT MAINTENANCE   *
000302*                   FUNCTION. IT ADDS OR CHANGES THE TEACHER   *
000303*                   OF RECORD FOR A SCHOOL, SECTION, COURSE,   *
000304*                   AND TERM ON THE SECTION MASTER (SECTMST).  *
000305*  10/14/2026 MOB   CATALOG MAINTENANCE NOW ASKS FOR THE       *
000306*                   GRADUATION SUBJECT AREA OF THE COURSE.     *
000307*  10/14/2026 MOB   ADDED THE STUDENT-ID MERGE FUNCTION. FOR   *
000308*                   EACH OLD/NEW ID PAIR ON THE IDMERGE        *
000309*                   CONTROL FILE IT MOVES THE OLD ID'S         *
000310*                   GRADE-MASTER TERMS TO THE NEW ID, REPORTS  *
000311*                   TERMS BOTH IDS HOLD AS COLLISIONS, LOGS    *
000312*                   MRG-BEF/MRG-AFT AUDIT IMAGES, CUTS         *
000313*                   REGISTRAR EXPORT RECORDS UNDER THE NEW ID, *
000314*                   AND MARKS THE OLD ID INACTIVE ON STUDEMOG. *
000315*  10/14/2026 MOB   THE MERGE HOLD AREA NOW CARRIES THE FULL   *
000316*                   150-BYTE GRADE-MASTER RECORD, WHICH GAINED *
000317*                   THE TRANSFER FLAG AND SENDING SCHOOL.      *
000318*  10/14/2026 MOB   THE ARCHIVE, RELOAD, TERM-CLOSE, AND MERGE *
000319*                   FUNCTIONS NOW JOURNAL EVERY GRADE-MASTER   *
000320*                   RECORD THEY ADD, CHANGE, OR DELETE TO      *
000321*                   GMJRNL. ADDED THE RUN BACKOUT FUNCTION.    *
000322*                   GIVEN THE RUN-HISTORY START TIMESTAMP OF A *
000323*                   RUN, IT PUTS BACK THE BEFORE-IMAGE OF      *
000324*                   EVERY RECORD THE RUN CHANGED OR DELETED    *
000325*                   AND DELETES EVERY RECORD IT ADDED, WITH    *
000326*                   BKO- AUDIT IMAGES AND REVERSING REGISTRAR  *
000327*                   EXPORT RECORDS. A RECORD A LATER RUN HAS   *
000328*                   SINCE CHANGED IS LEFT ALONE AND LISTED ON  *
000329*                   GMUTRPT.                                   *
000330*  10/14/2026 MOB   ADDED THE GRADE APPEAL CASE MAINTENANCE    *
000331*                   FUNCTION. IT OPENS A CASE ON THE APPEAL    *
000332*                   CASE FILE (APPEALS) FOR ONE SUBJECT GRADE  *
000333*                   ON THE GRADE-MASTER, CHANGES THE REVIEWER, *
000334*                   REQUESTED GRADE, OR FILED DATE OF AN OPEN  *
000335*                   CASE, AND CLOSES A CASE AS DENIED OR       *
000336*                   WITHDRAWN WITH THE GRADE THAT STANDS. AN   *
000337*                   UPHELD CASE IS NORMALLY CLOSED BY THE      *
000338*                   CORRECTION THAT CARRIES ITS CASE NUMBER.   *
000339*  10/15/2026 MOB   A GRADE-MASTER JOURNAL THAT CANNOT BE      *
000340*                   OPENED NOW ENDS THE RUN BEFORE ANY         *
000341*                   GRADE-MASTER RECORD IS CHANGED, SO NO      *
000342*                   UPDATE IS EVER MADE THAT GMUTIL COULD NOT  *
000343*                   BACK OUT. A GRADE-MASTER RECORD WRITTEN    *
000344*                   BEFORE THE WEIGHTED GPA WAS CARRIED IS NOW *
000345*                   EXPORTED WITH ITS UNWEIGHTED GPA IN THE    *
000346*                   WEIGHTED GPA FIELD.                        *
000347*****************************************************************
000348 ENVIRONMENT DIVISION.
000349 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000351     SELECT GRADE-MASTER-FILE   ASSIGN TO "GRDMSTR"
000352         ORGANIZATION IS INDEXED
000353         ACCESS MODE IS DYNAMIC
000354         RECORD KEY IS GM-KEY
000360         FILE STATUS IS WS-GRDMSTR-STATUS.

000370     SELECT MASTER-ARCHIVE-FILE ASSIGN TO "GMARCH"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-CRSCAT-STATUS.

000451     SELECT GRADE-SCALE-FILE    ASSIGN TO "GRDSCAL"
000452         ORGANIZATION IS LINE SEQUENTIAL
000453         FILE STATUS IS WS-GRDSCAL-STATUS.

000454     SELECT AUDIT-LOG-FILE      ASSIGN TO "AUDITLG"
000455         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS WS-AUDITLG-STATUS.

000458     SELECT REGISTRAR-EXPORT-FILE ASSIGN TO "EXPORT1"
000462         ORGANIZATION IS LINE SEQUENTIAL
000463         FILE STATUS IS WS-RUNHIST-STATUS.

000464     SELECT SECTION-ASSIGNMENT-FILE ASSIGN TO "SECTMST"
000465         ORGANIZATION IS INDEXED
000466         ACCESS MODE IS DYNAMIC
000467         RECORD KEY IS SA-KEY
000468         FILE STATUS IS WS-SECTMST-STATUS.

000469     SELECT ID-MERGE-FILE       ASSIGN TO "IDMERGE"
000470         ORGANIZATION IS LINE SEQUENTIAL
000471         FILE STATUS IS WS-IDMERGE-STATUS.

000472     SELECT STUDENT-DEMOG-FILE  ASSIGN TO "STUDEMOG"
000473         ORGANIZATION IS INDEXED
000474         ACCESS MODE IS DYNAMIC
000475         RECORD KEY IS DM-STUDENT-ID
000476         FILE STATUS IS WS-STUDEMOG-STATUS.

000477     SELECT GM-JOURNAL-FILE     ASSIGN TO "GMJRNL"
000478         ORGANIZATION IS LINE SEQUENTIAL
000479         FILE STATUS IS WS-GMJRNL-STATUS.

000480     SELECT APPEAL-CASE-FILE    ASSIGN TO "APPEALS"
000481         ORGANIZATION IS INDEXED
000482         ACCESS MODE IS DYNAMIC
000483         RECORD KEY IS AP-CASE-NUMBER
000484         FILE STATUS IS WS-APPEALS-STATUS.

000485 DATA DIVISION.
000486 FILE SECTION.
000487 FD  GRADE-MASTER-FILE
000490     LABEL RECORDS ARE STANDARD.
000500 COPY GMSTRREC.

000580     LABEL RECORDS ARE STANDARD.
000590 COPY CRSCATLG.

000591 FD  GRADE-SCALE-FILE
000592     LABEL RECORDS ARE STANDARD.
000593 COPY GRDSCALE.

000594 FD  AUDIT-LOG-FILE
000595     LABEL RECORDS ARE STANDARD.
000596 COPY AUDITREC.

000597 FD  REGISTRAR-EXPORT-FILE
000602     LABEL RECORDS ARE STANDARD.
000603 COPY RUNREC.

000604 FD  SECTION-ASSIGNMENT-FILE
000605     LABEL RECORDS ARE STANDARD.
000606 COPY SECTREC.

000607 FD  ID-MERGE-FILE
000608     LABEL RECORDS ARE STANDARD.
000609 COPY MERGREC.

000610 FD  STUDENT-DEMOG-FILE
000611     LABEL RECORDS ARE STANDARD.
000612 COPY DEMOGREC.

000613 FD  GM-JOURNAL-FILE
000614     LABEL RECORDS ARE STANDARD.
000615 COPY JRNLREC.

000616 FD  APPEAL-CASE-FILE
000617     LABEL RECORDS ARE STANDARD.
000618 COPY APPLREC.

000619 WORKING-STORAGE SECTION.
000620*****************************************************************
000621*  FILE STATUS FIELDS                                           *
000630*****************************************************************
000640 77  WS-GRDMSTR-STATUS         PIC X(02)  VALUE SPACES.
000650 77  WS-GMARCH-STATUS          PIC X(02)  VALUE SPACES.
000660 77  WS-GMUTRPT-STATUS         PIC X(02)  VALUE SPACES.
000670 77  WS-CRSCAT-STATUS          PIC X(02)  VALUE SPACES.
000671 77  WS-GRDSCAL-STATUS         PIC X(02)  VALUE SPACES.
000672 77  WS-AUDITLG-STATUS         PIC X(02)  VALUE SPACES.
000674 77  WS-EXPORT-STATUS          PIC X(02)  VALUE SPACES.
000676 77  WS-RUNHIST-STATUS         PIC X(02)  VALUE SPACES.
000678 77  WS-SECTMST-STATUS         PIC X(02)  VALUE SPACES.
000679 77  WS-IDMERGE-STATUS         PIC X(02)  VALUE SPACES.
000680 77  WS-STUDEMOG-STATUS        PIC X(02)  VALUE SPACES.
000681 77  WS-GMJRNL-STATUS          PIC X(02)  VALUE SPACES.
000682 77  WS-APPEALS-STATUS         PIC X(02)  VALUE SPACES.

000683*****************************************************************
000690*  FUNCTION SELECTION AND RUN CONTROL SWITCHES                  *
000700*****************************************************************
000710 77  WS-FUNCTION-CODE          PIC 9(01)  VALUE 0.
000740     88  WS-FUNCTION-RELOAD    VALUE 3.
000742     88  WS-FUNCTION-CATALOG   VALUE 4.
000744     88  WS-FUNCTION-CLOSE     VALUE 5.
000746     88  WS-FUNCTION-SECTION   VALUE 6.
000748     88  WS-FUNCTION-MERGE     VALUE 7.
000749     88  WS-FUNCTION-BACKOUT   VALUE 8.
000750     88  WS-FUNCTION-APPEAL    VALUE 9.

000751 77  WS-VALID-FUNCTION-SW      PIC X(01)  VALUE "N".
000760     88  WS-FUNCTION-IS-VALID  VALUE "Y".

000770 77  WS-EOF-SW                 PIC X(01)  VALUE "N".
001200         10  WS-CAT-CREDIT-HOURS   PIC 9(01)V9(01).
001202         10  WS-CAT-EFF-FROM-KEY   PIC X(05).
001204         10  WS-CAT-EFF-TO-KEY     PIC X(05).
001206         10  WS-CAT-COURSE-LEVEL   PIC X(01).

001210 77  WS-LOOKUP-CODE            PIC X(06)  VALUE SPACES.
001220 77  WS-LOOKUP-CREDITS         PIC 9(01)V9(01) VALUE 1.0.
001222 77  WS-LOOKUP-LEVEL           PIC X(01)  VALUE SPACE.
001224     88  WS-LOOKUP-IS-HONORS   VALUE "H".
001226     88  WS-LOOKUP-IS-AP       VALUE "A".
001230 77  WS-LOOKUP-FOUND-SW        PIC X(01)  VALUE "N".
001240     88  WS-COURSE-WAS-FOUND   VALUE "Y".
001250 77  WS-LOOKUP-INDEX           PIC 9(03)  COMP VALUE 0.
001268                               PIC 9(01)V9(01).
001270 77  WS-EFF-FROM-INPUT         PIC X(06)  VALUE SPACES.
001272 77  WS-EFF-TO-INPUT           PIC X(06)  VALUE SPACES.
001273 77  WS-LEVEL-INPUT            PIC X(01)  VALUE SPACE.
001274     88  WS-LEVEL-IS-VALID     VALUE "R" "H" "A" " ".
001275 77  WS-AREA-INPUT             PIC X(04)  VALUE SPACES.
001276 77  WS-CATMNT-DONE-SW         PIC X(01)  VALUE "N".
001277     88  WS-CATMNT-IS-DONE     VALUE "Y".
001278 77  WS-ENTRY-VALID-SW         PIC X(01)  VALUE "Y".
001280     88  WS-ENTRY-IS-VALID     VALUE "Y".
001282 77  WS-CAT-ADD-COUNT          PIC 9(05)  COMP VALUE 0.
001284 77  WS-TERM-EDIT-CHECK        PIC X(06)  VALUE SPACES.

001285*****************************************************************
001286*  SECTION-ASSIGNMENT MAINTENANCE ENTRY FIELDS                  *
001287*****************************************************************
001288 77  WS-SECT-SCHOOL-INPUT      PIC X(03)  VALUE SPACES.
001289 77  WS-SECT-SECTION-INPUT     PIC X(04)  VALUE SPACES.
001290 77  WS-SECT-COURSE-INPUT      PIC X(06)  VALUE SPACES.
001291 77  WS-SECT-TERM-INPUT        PIC X(06)  VALUE SPACES.
001292 77  WS-TEACHER-ID-INPUT       PIC X(09)  VALUE SPACES.
001293 77  WS-TEACHER-NAME-INPUT     PIC X(30)  VALUE SPACES.
001294 77  WS-SECTMNT-DONE-SW        PIC X(01)  VALUE "N".
001295     88  WS-SECTMNT-IS-DONE    VALUE "Y".
001296 77  WS-SECT-ADD-COUNT         PIC 9(05)  COMP VALUE 0.
001297 77  WS-SECT-CHANGE-COUNT      PIC 9(05)  COMP VALUE 0.
001298 77  WS-SECT-REJECT-COUNT      PIC 9(05)  COMP VALUE 0.

001299*****************************************************************
001300*  STUDENT-ID MERGE RUN FIELDS. THE OLD ID'S TERMS ARE LISTED   *
001301*  IN THE TERM TABLE BEFORE ANY RECORD IS MOVED.                *
001302*****************************************************************
001303 77  WS-MERGE-EOF-SW           PIC X(01)  VALUE "N".
001304     88  WS-END-OF-MERGE-CARDS VALUE "Y".
001305 77  WS-MERGE-OLD-ID           PIC 9(09)  VALUE 0.
001306 77  WS-MERGE-NEW-ID           PIC 9(09)  VALUE 0.
001307 77  WS-MERGE-NEW-NAME         PIC X(30)  VALUE SPACES.
001308 77  WS-MERGE-REJECT-REASON    PIC X(40)  VALUE SPACES.
001309 77  WS-MERGE-COLLISION-SW     PIC X(01)  VALUE "N".
001310     88  WS-TERM-IS-COLLISION  VALUE "Y".
001311 77  WS-MERGE-PAIR-COUNT       PIC 9(07)  COMP VALUE 0.
001312 77  WS-MERGE-REJECT-COUNT     PIC 9(07)  COMP VALUE 0.
001313 77  WS-MERGE-MOVED-COUNT      PIC 9(07)  COMP VALUE 0.
001314 77  WS-MERGE-COLLISION-COUNT  PIC 9(07)  COMP VALUE 0.
001315 77  WS-MERGE-INACTIVE-COUNT   PIC 9(07)  COMP VALUE 0.
001316 77  WS-PAIR-MOVED-COUNT       PIC 9(07)  COMP VALUE 0.
001317 77  WS-PAIR-COLLISION-COUNT   PIC 9(07)  COMP VALUE 0.
001318 77  WS-MERGE-TERM-COUNT       PIC 9(03)  COMP VALUE 0.
001319 77  WS-MERGE-TERM-LIMIT       PIC 9(03)  VALUE 40.
001320 77  WS-MERGE-TERM-INDEX       PIC 9(03)  COMP VALUE 0.

001321 01  WS-MERGE-TERM-TABLE.
001322     05  WS-MERGE-TERM         PIC X(06) OCCURS 40 TIMES.

001323 01  WS-MERGE-HOLD-RECORD      PIC X(150).

001324 77  WS-SUBJECT-INDEX          PIC 9(01)  COMP VALUE 0.
001325 77  WS-GRADE-CHECK            PIC X(03)  VALUE SPACES.
001326     88  WS-GRADE-IS-STATUS    VALUE "I  " "W  " "X  ".
001327 77  WS-GRADE-NUMERIC          PIC 9(03)  VALUE 0.
001328 77  WS-GRADED-COUNT           PIC 9(01)  COMP VALUE 0.
001329 77  WS-WEIGHTED-GRADE-SUM     PIC 9(05)V9(02) COMP VALUE 0.
001330 77  WS-CREDIT-HOUR-SUM        PIC 9(03)V9(01) COMP VALUE 0.
001331 77  WS-RECOMPUTED-AVERAGE     PIC 9(03)V9(02) VALUE 0.

001332*****************************************************************
001333*  TERM-CLOSE RUN FIELDS. THE FAILING GRADE KEYED FOR THE RUN   *
001334*  IS THE DISTRICT POLICY GRADE AN AGED INCOMPLETE CONVERTS     *
001335*  TO.                                                          *
001336*****************************************************************
001337 77  WS-CLOSE-TERM             PIC X(06)  VALUE SPACES.
001338 77  WS-FAIL-GRADE-INPUT       PIC X(03)  VALUE SPACES.
001339 77  WS-AUDIT-ACTION           PIC X(08)  VALUE SPACES.
001340 77  WS-INCOMPLETE-SW          PIC X(01)  VALUE "N".
001341     88  WS-HAS-INCOMPLETE     VALUE "Y".
001342 77  WS-CLOSED-COUNT           PIC 9(07)  COMP VALUE 0.
001343 77  WS-ALREADY-CLOSED-COUNT   PIC 9(07)  COMP VALUE 0.
001344 77  WS-AGED-COUNT             PIC 9(07)  COMP VALUE 0.
001345 77  WS-EXPORT-WRITE-COUNT     PIC 9(07)  COMP VALUE 0.
001346 77  WS-LETTER-GRADE           PIC X(01)  VALUE SPACE.
001347 77  WS-GPA-POINTS             PIC 9(01)V9(01) VALUE 0.
001348 77  WS-LETTER-MODIFIER        PIC X(01)  VALUE SPACE.
001349 77  WS-WEIGHTED-GPA           PIC 9(01)V9(01) VALUE 0.

001350*****************************************************************
001351*  GRADING SCALE TABLE, LOADED FROM GRDSCAL FOR THE TERM-CLOSE  *
001352*  RUN, AND THE WORK FIELDS FOR THE LETTER GRADE AND WEIGHTED   *
001353*  GPA - THE SAME TABLE AND ARITHMETIC AS THE GRADING PROGRAM.  *
001354*****************************************************************
001355 77  WS-SCALE-COUNT            PIC 9(03)  COMP VALUE 0.
001356 77  WS-SCALE-LIMIT            PIC 9(03)  VALUE 60.
001357 77  WS-SCALE-EOF-SW           PIC X(01)  VALUE "N".
001358     88  WS-END-OF-SCALE       VALUE "Y".

001359 01  WS-GRADE-SCALE-TABLE.
001360     05  WS-SCALE-ENTRY OCCURS 60 TIMES.
001361         10  WS-SCL-EFF-FROM-KEY   PIC X(05).
001362         10  WS-SCL-EFF-TO-KEY     PIC X(05).
001363         10  WS-SCL-MIN-SCORE      PIC 9(03)V9(02).
001364         10  WS-SCL-LETTER-GRADE   PIC X(01).
001365         10  WS-SCL-MODIFIER       PIC X(01).
001366         10  WS-SCL-REGULAR-POINTS PIC 9(01)V9(01).
001367         10  WS-SCL-HONORS-POINTS  PIC 9(01)V9(01).
001368         10  WS-SCL-AP-POINTS      PIC 9(01)V9(01).
001369         10  WS-SCL-HONOR-ROLL-SW  PIC X(01).

001370 77  WS-SCALE-INDEX            PIC 9(03)  COMP VALUE 0.
001371 77  WS-SCALE-TERM             PIC X(06)  VALUE SPACES.
001372 77  WS-SCALE-TERM-KEY         PIC X(05)  VALUE SPACES.
001373 77  WS-SCALE-FROM-KEY         PIC X(05)  VALUE SPACES.
001374 77  WS-SCALE-FOUND-SW         PIC X(01)  VALUE "N".
001375     88  WS-SCALE-IS-IN-EFFECT VALUE "Y".
001376 77  WS-SCALE-SCORE            PIC 9(03)V9(02) VALUE 0.
001377 77  WS-STEP-INDEX             PIC 9(03)  COMP VALUE 0.
001378 77  WS-STEP-FOUND-SW          PIC X(01)  VALUE "N".
001379     88  WS-STEP-WAS-FOUND     VALUE "Y".
001380 77  WS-STEP-MIN-SCORE         PIC 9(03)V9(02) VALUE 0.
001381 77  WS-STEP-REGULAR-POINTS    PIC 9(01)V9(01) VALUE 0.
001382 77  WS-STEP-LEVEL-POINTS      PIC 9(01)V9(01) VALUE 0.
001383 77  WS-WEIGHT-BONUS-SUM       PIC S9(03)V9(02) COMP VALUE 0.
001384 77  WS-WEIGHT-CREDIT-SUM      PIC 9(03)V9(01) COMP VALUE 0.

001385*****************************************************************
001386*  TIMESTAMP FIELDS FOR THE AUDIT LOG ENTRIES AND THE RUN-      *
001387*  HISTORY REGISTRATION                                         *
001388*****************************************************************
001389 01  WS-CURRENT-DATE           PIC 9(08).
001390 01  WS-CURRENT-TIME           PIC 9(08).
001391 01  WS-TIMESTAMP-DISPLAY      PIC X(26)  VALUE SPACES.
001392 77  WS-RUN-START-STAMP        PIC X(26)  VALUE SPACES.

001393*****************************************************************
001394*  DISPLAY / EDIT FIELDS FOR REPORT LINES                       *
001395*****************************************************************
001396 01  WS-EDIT-COUNT             PIC ZZZZZZ9.
001397 01  WS-EDIT-STUDENT-ID        PIC 9(09).
001398 01  WS-EDIT-STORED-AVG        PIC ZZ9.99.
001400 01  WS-EDIT-RECOMP-AVG        PIC ZZ9.99.

001401*****************************************************************
001402*  GRADE-MASTER JOURNAL AND RUN BACKOUT FIELDS. THE JOURNAL     *
001403*  IMAGE IS THE RECORD AS IT STOOD BEFORE A FUNCTION CHANGED OR *
001404*  DELETED IT, OR THE RECORD AS WRITTEN WHEN A FUNCTION ADDED   *
001405*  IT. THE BACKOUT TABLE HOLDS ONE ENTRY PER RECORD THE NAMED   *
001406*  RUN TOUCHED - THE FIRST JOURNAL ENTRY THE RUN WROTE FOR THE  *
001407*  KEY - AND WHETHER ANY LATER RUN HAS SINCE JOURNALED A CHANGE *
001408*  TO THE SAME KEY.                                             *
001409*****************************************************************
001410 77  WS-JOURNAL-OPEN-SW        PIC X(01)  VALUE "N".
001411     88  WS-JOURNAL-IS-OPEN    VALUE "Y".
001412 77  WS-JOURNAL-EOF-SW         PIC X(01)  VALUE "N".
001413     88  WS-END-OF-JOURNAL     VALUE "Y".
001414 77  WS-JOURNAL-ACTION         PIC X(01)  VALUE SPACE.
001415 77  WS-JOURNAL-KEY            PIC X(15)  VALUE SPACES.
001416 01  WS-JOURNAL-IMAGE          PIC X(150).

001417 77  WS-EXPORT-RECORD-TYPE     PIC X(01)  VALUE SPACE.
001418 77  WS-BACKOUT-STAMP          PIC X(26)  VALUE SPACES.
001419 77  WS-BACKOUT-PROGRAM        PIC X(08)  VALUE SPACES.
001420 77  WS-BACKOUT-MODE           PIC X(08)  VALUE SPACES.
001421 77  WS-BACKOUT-TERM           PIC X(06)  VALUE SPACES.
001422 77  WS-BACKOUT-RUN-SW         PIC X(01)  VALUE "N".
001423     88  WS-BACKOUT-RUN-ON-FILE VALUE "Y".
001424 77  WS-RUNHIST-EOF-SW         PIC X(01)  VALUE "N".
001425     88  WS-END-OF-RUNHIST     VALUE "Y".
001426 77  WS-BACKOUT-FOUND-SW       PIC X(01)  VALUE "N".
001427     88  WS-BACKOUT-KEY-FOUND  VALUE "Y".
001428 77  WS-BACKOUT-ON-FILE-SW     PIC X(01)  VALUE "N".
001429     88  WS-BACKOUT-RECORD-ON-FILE VALUE "Y".
001430 77  WS-BACKOUT-COUNT          PIC 9(05)  COMP VALUE 0.
001431 77  WS-BACKOUT-LIMIT          PIC 9(05)  VALUE 5000.
001432 77  WS-BACKOUT-INDEX          PIC 9(05)  COMP VALUE 0.
001433 77  WS-BACKOUT-OVERFLOW-COUNT PIC 9(07)  COMP VALUE 0.
001434 77  WS-BACKOUT-RESTORED-COUNT PIC 9(07)  COMP VALUE 0.
001435 77  WS-BACKOUT-DELETED-COUNT  PIC 9(07)  COMP VALUE 0.
001436 77  WS-BACKOUT-REFUSED-COUNT  PIC 9(07)  COMP VALUE 0.
001437 77  WS-BACKOUT-MISSING-COUNT  PIC 9(07)  COMP VALUE 0.

001438 01  WS-BACKOUT-TABLE.
001439     05  WS-BACKOUT-ENTRY      OCCURS 5000 TIMES.
001440         10  WS-BACKOUT-KEY            PIC X(15).
001441         10  WS-BACKOUT-ACTION         PIC X(01).
001442         10  WS-BACKOUT-IMAGE          PIC X(150).
001443         10  WS-BACKOUT-LATER-SW       PIC X(01).
001444         10  WS-BACKOUT-LATER-PROGRAM  PIC X(08).
001445         10  WS-BACKOUT-LATER-STAMP    PIC X(26).

001446*****************************************************************
001447*  GRADE APPEAL CASE MAINTENANCE ENTRY FIELDS. THE APPEAL SLOT  *
001448*  IS THE SUBJECT ENTRY OF THE GRADE-MASTER RECORD THAT HOLDS   *
001449*  THE APPEALED COURSE.                                         *
001450*****************************************************************
001451 77  WS-APPL-ACTION-INPUT      PIC X(01)  VALUE SPACE.
001452     88  WS-APPL-ACTION-ADD    VALUE "A".
001453     88  WS-APPL-ACTION-UPDATE VALUE "U".
001454     88  WS-APPL-ACTION-CLOSE  VALUE "C".
001455 77  WS-APPL-CASE-INPUT        PIC 9(07)  VALUE 0.
001456 77  WS-APPL-STUDENT-INPUT     PIC 9(09)  VALUE 0.
001457 77  WS-APPL-TERM-INPUT        PIC X(06)  VALUE SPACES.
001458 77  WS-APPL-COURSE-INPUT      PIC X(06)  VALUE SPACES.
001459 77  WS-APPL-REQUESTED-INPUT   PIC X(03)  VALUE SPACES.
001460 77  WS-APPL-REVIEWER-INPUT    PIC X(30)  VALUE SPACES.
001461 77  WS-APPL-DECISION-INPUT    PIC X(01)  VALUE SPACE.
001462     88  WS-APPL-DECISION-IS-VALID VALUE "U" "D" "W".
001463 77  WS-APPL-NOTE-INPUT        PIC X(40)  VALUE SPACES.
001464 01  WS-APPL-FILED-INPUT       PIC 9(08)  VALUE 0.
001465 01  WS-APPL-FILED-PARTS REDEFINES WS-APPL-FILED-INPUT.
001466     05  WS-APPL-FILED-YEAR    PIC 9(04).
001467     05  WS-APPL-FILED-MONTH   PIC 9(02).
001468     05  WS-APPL-FILED-DAY     PIC 9(02).
001469 77  WS-APPL-LEAP-REMAINDER    PIC 9(03)  COMP VALUE 0.
001470 77  WS-APPL-LEAP-QUOTIENT     PIC 9(04)  COMP VALUE 0.
001471 77  WS-APPL-MONTH-DAYS        PIC 9(02)  VALUE 0.
001472 77  WS-APPL-SLOT              PIC 9(01)  COMP VALUE 0.
001473 77  WS-APPL-CASE-FOUND-SW     PIC X(01)  VALUE "N".
001474     88  WS-APPL-CASE-WAS-FOUND VALUE "Y".
001475 77  WS-APPLMNT-DONE-SW        PIC X(01)  VALUE "N".
001476     88  WS-APPLMNT-IS-DONE    VALUE "Y".
001477 77  WS-APPL-ADD-COUNT         PIC 9(05)  COMP VALUE 0.
001478 77  WS-APPL-CHANGE-COUNT      PIC 9(05)  COMP VALUE 0.
001479 77  WS-APPL-CLOSE-COUNT       PIC 9(05)  COMP VALUE 0.
001480 77  WS-APPL-REJECT-COUNT      PIC 9(05)  COMP VALUE 0.

001481 PROCEDURE DIVISION.
001482*****************************************************************
001483*  0000-MAINLINE                                                *
001484*  ENTRY POINT. ASKS WHICH UTILITY FUNCTION TO RUN AND HANDS    *
001485*  OFF TO THE ARCHIVE, INTEGRITY CHECK, OR RELOAD DRIVER.       *
001486*****************************************************************
001487 0000-MAINLINE.
001488     PERFORM 1200-BUILD-TIMESTAMP
001489         THRU 1200-BUILD-TIMESTAMP-EXIT.
001490     MOVE WS-TIMESTAMP-DISPLAY TO WS-RUN-START-STAMP.

001491     PERFORM 1000-INITIALIZE
001492         THRU 1000-INITIALIZE-EXIT.

001500     EVALUATE TRUE
001510         WHEN WS-FUNCTION-ARCHIVE
001597         WHEN WS-FUNCTION-CLOSE
001598             PERFORM 8000-TERM-CLOSE-FUNCTION
001599                 THRU 8000-TERM-CLOSE-FUNCTION-EXIT
001600         WHEN WS-FUNCTION-SECTION
001601             PERFORM 7500-SECTION-MAINT-FUNCTION
001602                 THRU 7500-SECTION-MAINT-FUNCTION-EXIT
001603         WHEN WS-FUNCTION-MERGE
001604             PERFORM 8500-MERGE-FUNCTION
001605                 THRU 8500-MERGE-FUNCTION-EXIT
001606         WHEN WS-FUNCTION-BACKOUT
001607             PERFORM 8600-BACKOUT-FUNCTION
001608                 THRU 8600-BACKOUT-FUNCTION-EXIT
001609         WHEN WS-FUNCTION-APPEAL
001610             PERFORM 7600-APPEAL-MAINT-FUNCTION
001611                 THRU 7600-APPEAL-MAINT-FUNCTION-EXIT
001612     END-EVALUATE.

001613     PERFORM 9800-TERMINATE
001620         THRU 9800-TERMINATE-EXIT.

001622     PERFORM 9300-REGISTER-RUN
001670*  1000-INITIALIZE                                              *
001680*  OPENS THE GRADE-MASTER (CREATING IT FOR A RELOAD INTO AN     *
001690*  EMPTY FILE) AND PROMPTS FOR THE FUNCTION TO RUN.             *
001692*  THE FUNCTIONS THAT CHANGE THE GRADE-MASTER ALSO OPEN THE     *
001694*  GRADE-MASTER JOURNAL. THE BACKOUT FUNCTION OPENS THE JOURNAL *
001696*  ITSELF, ONCE IT HAS READ THE RUN'S ENTRIES.                  *
001700*****************************************************************
001710 1000-INITIALIZE.
001720     MOVE "N" TO WS-VALID-FUNCTION-SW.
001740         THRU 1100-PROMPT-FUNCTION-EXIT
001750         UNTIL WS-FUNCTION-IS-VALID.

001752     IF WS-FUNCTION-CATALOG OR WS-FUNCTION-SECTION
001754         GO TO 1000-INITIALIZE-EXIT
001756     END-IF.

001860         END-IF
001870     END-IF.

001871     IF WS-FUNCTION-ARCHIVE OR WS-FUNCTION-RELOAD
001872             OR WS-FUNCTION-CLOSE OR WS-FUNCTION-MERGE
001873         PERFORM 1400-OPEN-GM-JOURNAL
001874             THRU 1400-OPEN-GM-JOURNAL-EXIT
001875     END-IF.

001880 1000-INITIALIZE-EXIT.
001890     EXIT.

001962     DISPLAY "  4 = ADD COURSE CATALOG ENTRIES WITH EFFECTIVE "
001964         "DATES".
001966     DISPLAY "  5 = CLOSE A TERM AND AGE OUT INCOMPLETES".
001968     DISPLAY "  6 = ASSIGN THE TEACHER OF RECORD TO A SECTION".
001969     DISPLAY "  7 = MERGE DUPLICATE STUDENT IDS (IDMERGE CARDS)".
001970     DISPLAY "  8 = BACK OUT ONE RUN FROM THE GRADE-MASTER "
001971         "JOURNAL".
001972     DISPLAY "  9 = ADD, UPDATE, OR CLOSE GRADE APPEAL CASES".
001973     DISPLAY "ENTER FUNCTION: " WITH NO ADVANCING.
001980     ACCEPT WS-FUNCTION-CODE.

001990     IF WS-FUNCTION-ARCHIVE OR WS-FUNCTION-CHECK
002000             OR WS-FUNCTION-RELOAD OR WS-FUNCTION-CATALOG
002002             OR WS-FUNCTION-CLOSE OR WS-FUNCTION-SECTION
002004             OR WS-FUNCTION-MERGE
002006             OR WS-FUNCTION-BACKOUT
002008             OR WS-FUNCTION-APPEAL
002010         MOVE "Y" TO WS-VALID-FUNCTION-SW
002020     ELSE
002030         DISPLAY "INVALID FUNCTION - ENTER 1 THROUGH 9."
002040     END-IF.

002050 1100-PROMPT-FUNCTION-EXIT.
002480         MOVE GRADE-MASTER-RECORD TO MASTER-ARCHIVE-RECORD
002490         WRITE MASTER-ARCHIVE-RECORD
002500         DELETE GRADE-MASTER-FILE
002502         MOVE "D" TO WS-JOURNAL-ACTION
002504         MOVE GRADE-MASTER-RECORD TO WS-JOURNAL-IMAGE
002506         PERFORM 9400-WRITE-JOURNAL-ENTRY
002508             THRU 9400-WRITE-JOURNAL-ENTRY-EXIT
002510         ADD 1 TO WS-ARCHIVED-COUNT
002520     END-IF.

005080                 " TERM " GM-TERM " - KEY ALREADY ON FILE"
005090         NOT INVALID KEY
005100             ADD 1 TO WS-RELOADED-COUNT
005102             MOVE "A" TO WS-JOURNAL-ACTION
005104             MOVE GRADE-MASTER-RECORD TO WS-JOURNAL-IMAGE
005106             PERFORM 9400-WRITE-JOURNAL-ENTRY
005108                 THRU 9400-WRITE-JOURNAL-ENTRY-EXIT
005110     END-WRITE.

005120     PERFORM 4100-READ-ARCHIVE-RECORD
005850             WS-CAT-COURSE-CODE (WS-CATALOG-COUNT)
005860         MOVE CC-COURSE-TITLE TO
005870             WS-CAT-COURSE-TITLE (WS-CATALOG-COUNT)
005872         MOVE CC-COURSE-LEVEL TO
005874             WS-CAT-COURSE-LEVEL (WS-CATALOG-COUNT)
005880         MOVE CC-CREDIT-HOURS TO
005890             WS-CAT-CREDIT-HOURS (WS-CATALOG-COUNT)
005891         IF CC-EFF-FROM-TERM = SPACES
006400*  LOOKS THE COURSE CODE IN WS-LOOKUP-CODE UP IN THE CATALOG    *
006410*  TABLE FOR THE TERM IN WS-LOOKUP-TERM. OF THE ENTRIES WHOSE   *
006420*  EFFECTIVE RANGE COVERS THE TERM, THE ONE WITH THE LATEST     *
006422*  FROM-TERM WINS. RETURNS THE CREDIT HOURS AND COURSE LEVEL,   *
006424*  OR 1.0 AND REGULAR WHEN THE CODE IS BLANK OR NO ENTRY IS IN  *
006426*  EFFECT.                                                      *
006430*****************************************************************
006440 6200-LOOKUP-COURSE.
006450     MOVE "N" TO WS-LOOKUP-FOUND-SW.
006460     MOVE 1.0 TO WS-LOOKUP-CREDITS.
006462     MOVE SPACE TO WS-LOOKUP-LEVEL.

006470     IF WS-LOOKUP-CODE = SPACES
006480         GO TO 6200-LOOKUP-COURSE-EXIT
006600                 TO WS-BEST-FROM-KEY
006602             MOVE WS-CAT-CREDIT-HOURS (WS-LOOKUP-INDEX)
006610                 TO WS-LOOKUP-CREDITS
006612             MOVE WS-CAT-COURSE-LEVEL (WS-LOOKUP-INDEX)
006614                 TO WS-LOOKUP-LEVEL
006620         END-IF
006630     END-IF.
006640     ADD 1 TO WS-LOOKUP-INDEX.
006743         WITH NO ADVANCING.
006744     MOVE SPACES TO WS-EFF-TO-INPUT.
006745     ACCEPT WS-EFF-TO-INPUT.
006746     DISPLAY "ENTER COURSE LEVEL (R = REGULAR, H = HONORS, "
006747         "A = AP, BLANK = REGULAR): " WITH NO ADVANCING.
006748     MOVE SPACE TO WS-LEVEL-INPUT.
006749     ACCEPT WS-LEVEL-INPUT.
006750     DISPLAY "ENTER SUBJECT AREA FOR GRADUATION CREDIT (E.G. "
006751         "ENGL, MATH; BLANK = ELECTIVE): " WITH NO ADVANCING.
006752     MOVE SPACES TO WS-AREA-INPUT.
006753     ACCEPT WS-AREA-INPUT.

006754     PERFORM 7110-VALIDATE-ENTRY
006755         THRU 7110-VALIDATE-ENTRY-EXIT.
006756     IF NOT WS-ENTRY-IS-VALID
006757         DISPLAY "ENTRY DISCARDED - NOTHING WRITTEN."
006758         GO TO 7100-ADD-ONE-ENTRY-EXIT
006759     END-IF.

006760     MOVE SPACES TO COURSE-CATALOG-RECORD.
006761     MOVE WS-CAT-CODE-INPUT   TO CC-COURSE-CODE.
006762     MOVE WS-CAT-TITLE-INPUT  TO CC-COURSE-TITLE.
006763     MOVE WS-CREDIT-INPUT-NUM TO CC-CREDIT-HOURS.
006764     MOVE WS-EFF-FROM-INPUT   TO CC-EFF-FROM-TERM.
006765     MOVE WS-EFF-TO-INPUT     TO CC-EFF-TO-TERM.
006766     MOVE WS-LEVEL-INPUT      TO CC-COURSE-LEVEL.
006767     MOVE WS-AREA-INPUT       TO CC-SUBJECT-AREA.
006768     WRITE COURSE-CATALOG-RECORD.
006769     ADD 1 TO WS-CAT-ADD-COUNT.
006770     DISPLAY "ENTRY ADDED.".

006771 7100-ADD-ONE-ENTRY-EXIT.
006772     EXIT.

006773*****************************************************************
006774*  7110-VALIDATE-ENTRY                                          *
006775*  CHECKS THE KEYED CREDIT HOURS, COURSE LEVEL, AND EFFECTIVE   *
006776*  TERMS BEFORE ANYTHING IS WRITTEN TO THE CATALOG FILE.        *
006777*****************************************************************
006778 7110-VALIDATE-ENTRY.
006779     MOVE "Y" TO WS-ENTRY-VALID-SW.

006780     IF WS-CREDIT-INPUT IS NOT NUMERIC
006781         MOVE "N" TO WS-ENTRY-VALID-SW
006782         DISPLAY "CREDIT HOURS '" WS-CREDIT-INPUT
006783             "' ARE NOT NUMERIC."
006784         GO TO 7110-VALIDATE-ENTRY-EXIT
006785     END-IF.

006786     IF NOT WS-LEVEL-IS-VALID
006787         MOVE "N" TO WS-ENTRY-VALID-SW
006788         DISPLAY "COURSE LEVEL '" WS-LEVEL-INPUT
006789             "' IS NOT R, H, OR A."
006790         GO TO 7110-VALIDATE-ENTRY-EXIT
006791     END-IF.

006792     IF WS-EFF-FROM-INPUT NOT = SPACES
006793         MOVE WS-EFF-FROM-INPUT TO WS-TERM-EDIT-CHECK
006794         PERFORM 7120-CHECK-TERM-FORMAT
006795             THRU 7120-CHECK-TERM-FORMAT-EXIT
006796         IF NOT WS-ENTRY-IS-VALID
006797             GO TO 7110-VALIDATE-ENTRY-EXIT
006798         END-IF
006799     END-IF.

006800     IF WS-EFF-TO-INPUT NOT = SPACES
006801         MOVE WS-EFF-TO-INPUT TO WS-TERM-EDIT-CHECK
006802         PERFORM 7120-CHECK-TERM-FORMAT
006803             THRU 7120-CHECK-TERM-FORMAT-EXIT
006804     END-IF.

006805 7110-VALIDATE-ENTRY-EXIT.
006806     EXIT.

006807 7120-CHECK-TERM-FORMAT.
006808     IF WS-TERM-EDIT-CHECK (1:4) IS NOT NUMERIC
006809         OR (WS-TERM-EDIT-CHECK (5:2) NOT = "WI"
006810             AND WS-TERM-EDIT-CHECK (5:2) NOT = "SP"
006811             AND WS-TERM-EDIT-CHECK (5:2) NOT = "SU"
006812             AND WS-TERM-EDIT-CHECK (5:2) NOT = "FA")
006813         MOVE "N" TO WS-ENTRY-VALID-SW
006814         DISPLAY "TERM '" WS-TERM-EDIT-CHECK "' IS NOT VALID - "
006815             "FOUR-DIGIT YEAR PLUS WI, SP, SU, OR FA."
006816     END-IF.

006817 7120-CHECK-TERM-FORMAT-EXIT.
006818     EXIT.

006819*****************************************************************
006820*  9800-TERMINATE                                               *
006821*  CLOSES THE GRADE-MASTER AND ENDS THE RUN. THE CATALOG AND    *
006822*  SECTION MAINTENANCE FUNCTIONS NEVER OPEN THE GRADE-MASTER.   *
006823*  THE GRADE-MASTER JOURNAL IS CLOSED IF THE FUNCTION OPENED    *
006824*  IT.                                                          *
006825*****************************************************************
006826 9800-TERMINATE.
006827     IF NOT WS-FUNCTION-CATALOG AND NOT WS-FUNCTION-SECTION
006828         CLOSE GRADE-MASTER-FILE
006829     END-IF.
006830     IF WS-JOURNAL-IS-OPEN
006831         CLOSE GM-JOURNAL-FILE
006832     END-IF.

006833 9800-TERMINATE-EXIT.
006834     EXIT.

006835*****************************************************************
006836*  8000-TERM-CLOSE-FUNCTION                                     *
006840*  FORMAL END OF TERM. SUBMITTED AFTER THE DISTRICT'S GRACE     *
006850*  DEADLINE, IT MARKS EVERY GRADE-MASTER RECORD FOR THE NAMED   *
006860*  TERM CLOSED AND CONVERTS ANY INCOMPLETE (I) STILL ON FILE    *

007170     PERFORM 1300-LOAD-COURSE-CATALOG
007180         THRU 1300-LOAD-COURSE-CATALOG-EXIT.
007182     PERFORM 1350-LOAD-GRADING-SCALE
007184         THRU 1350-LOAD-GRADING-SCALE-EXIT.

007190     OPEN EXTEND AUDIT-LOG-FILE.
007200     IF WS-AUDITLG-STATUS = "35"
007580         GO TO 8100-CLOSE-NEXT
007590     END-IF.

007592     MOVE GRADE-MASTER-RECORD TO WS-JOURNAL-IMAGE.
007600     MOVE "N" TO WS-INCOMPLETE-SW.
007610     MOVE 1 TO WS-SUBJECT-INDEX.
007620     PERFORM 8110-CHECK-ONE-INCOMPLETE
007770         MOVE WS-RECOMPUTED-AVERAGE TO GM-AVERAGE-GRADE
007780         MOVE WS-LETTER-GRADE TO GM-LETTER-GRADE
007790         MOVE WS-GPA-POINTS TO GM-GPA-POINTS
007792         MOVE WS-LETTER-MODIFIER TO GM-LETTER-MODIFIER
007794         MOVE WS-WEIGHTED-GPA TO GM-WEIGHTED-GPA
007800     END-IF.

007810     MOVE "C" TO GM-TERM-STATUS.
007820     REWRITE GRADE-MASTER-RECORD.
007830     ADD 1 TO WS-CLOSED-COUNT.
007832     MOVE "C" TO WS-JOURNAL-ACTION.
007834     PERFORM 9400-WRITE-JOURNAL-ENTRY
007836         THRU 9400-WRITE-JOURNAL-ENTRY-EXIT.

007840     IF WS-HAS-INCOMPLETE
007850         MOVE "CLS-AFT" TO WS-AUDIT-ACTION

008120*****************************************************************
008130*  6400-DETERMINE-LETTER-GRADE                                  *
008140*  TRANSLATES THE RECOMPUTED AVERAGE INTO A LETTER GRADE,       *
008150*  MODIFIER, AND UNWEIGHTED AND WEIGHTED GPA FROM THE GRADING   *
008160*  SCALE IN EFFECT FOR THE RECORD'S TERM, THE SAME WAY AS THE   *
008162*  GRADING PROGRAM. A TERM WITH NO SCALE IN EFFECT USES THE     *
008164*  STANDARD DISTRICT CUTOFFS. A RECORD WITH NO GRADED SUBJECTS  *
008166*  GETS LETTER N.                                               *
008170*****************************************************************
008180 6400-DETERMINE-LETTER-GRADE.
008182     MOVE SPACE TO WS-LETTER-MODIFIER.
008190     IF WS-GRADED-COUNT = 0
008200         MOVE "N" TO WS-LETTER-GRADE
008210         MOVE 0.0 TO WS-GPA-POINTS
008212         MOVE 0.0 TO WS-WEIGHTED-GPA
008220         GO TO 6400-DETERMINE-LETTER-GRADE-EXIT
008230     END-IF.

008231     MOVE GM-TERM TO WS-SCALE-TERM.
008232     PERFORM 6410-FIND-SCALE-IN-EFFECT
008233         THRU 6410-FIND-SCALE-IN-EFFECT-EXIT.
008234     IF WS-SCALE-IS-IN-EFFECT
008235         GO TO 6400-APPLY-GRADING-SCALE
008236     END-IF.
008240     EVALUATE TRUE
008250         WHEN WS-RECOMPUTED-AVERAGE >= 90.00
008260             MOVE "A" TO WS-LETTER-GRADE
008380             MOVE "F" TO WS-LETTER-GRADE
008390             MOVE 0.0 TO WS-GPA-POINTS
008400     END-EVALUATE.
008401     MOVE WS-GPA-POINTS TO WS-WEIGHTED-GPA.
008402     GO TO 6400-DETERMINE-LETTER-GRADE-EXIT.

008403 6400-APPLY-GRADING-SCALE.
008404     MOVE WS-RECOMPUTED-AVERAGE TO WS-SCALE-SCORE.
008405     PERFORM 6420-FIND-SCALE-STEP
008406         THRU 6420-FIND-SCALE-STEP-EXIT.
008407     IF NOT WS-STEP-WAS-FOUND
008408         MOVE "F" TO WS-LETTER-GRADE
008409         MOVE 0.0 TO WS-GPA-POINTS
008410         MOVE 0.0 TO WS-WEIGHTED-GPA
008411         GO TO 6400-DETERMINE-LETTER-GRADE-EXIT
008412     END-IF.

008413     MOVE WS-SCL-LETTER-GRADE (WS-STEP-INDEX) TO WS-LETTER-GRADE.
008414     MOVE WS-SCL-MODIFIER (WS-STEP-INDEX) TO WS-LETTER-MODIFIER.
008415     MOVE WS-SCL-REGULAR-POINTS (WS-STEP-INDEX) TO WS-GPA-POINTS.

008416     MOVE 0 TO WS-WEIGHT-BONUS-SUM.
008417     MOVE 0 TO WS-WEIGHT-CREDIT-SUM.
008418     MOVE 1 TO WS-SUBJECT-INDEX.
008419     PERFORM 6430-ADD-ONE-WEIGHT-BONUS
008420         THRU 6430-ADD-ONE-WEIGHT-BONUS-EXIT
008421         UNTIL WS-SUBJECT-INDEX > GM-SUBJECT-COUNT.

008422     IF WS-WEIGHT-CREDIT-SUM > 0
008423         COMPUTE WS-WEIGHTED-GPA ROUNDED =
008424             WS-GPA-POINTS +
008425             WS-WEIGHT-BONUS-SUM / WS-WEIGHT-CREDIT-SUM
008426     ELSE
008427         MOVE WS-GPA-POINTS TO WS-WEIGHTED-GPA
008428     END-IF.

008429 6400-DETERMINE-LETTER-GRADE-EXIT.
008430     EXIT.

008431*****************************************************************
008440*  1200-BUILD-TIMESTAMP                                         *
008450*  BUILDS A DISPLAYABLE YYYY-MM-DD HH:MM:SS TIMESTAMP FOR THE   *
008460*  AUDIT LOG USING THE DATE/TIME SPECIAL REGISTERS.             *
008590*  APPENDS ONE AUDIT ENTRY BUILT STRAIGHT FROM THE CURRENT      *
008600*  GRADE-MASTER RECORD IMAGE. THE TERM-CLOSE RUN CALLS THIS     *
008610*  BEFORE AND AFTER AGING A RECORD'S INCOMPLETES SO THE LOG     *
008620*  SHOWS BOTH IMAGES, TAGGED BY WS-AUDIT-ACTION; THE ID MERGE   *
008622*  CALLS IT BEFORE AND AFTER MOVING A TERM TO THE NEW ID.       *
008630*****************************************************************
008640 9200-WRITE-CLOSE-AUDIT.
008650     PERFORM 1200-BUILD-TIMESTAMP
008730     MOVE GM-SUBJECT-GRADES  TO AL-SUBJECT-GRADES.
008740     MOVE GM-AVERAGE-GRADE   TO AL-AVERAGE-GRADE.
008750     MOVE GM-LETTER-GRADE    TO AL-LETTER-GRADE.
008752     MOVE GM-LETTER-MODIFIER TO AL-LETTER-MODIFIER.
008760     MOVE WS-AUDIT-ACTION    TO AL-ACTION-CODE.

008770     WRITE AUDIT-LOG-RECORD.
008810*  9100-WRITE-EXPORT-RECORD                                     *
008820*  WRITES ONE CORRECTED FIXED-WIDTH RECORD FOR THE REGISTRAR'S  *
008830*  STUDENT INFORMATION SYSTEM, BUILT FROM THE GRADE-MASTER      *
008840*  RECORD AS IT STANDS AFTER THE INCOMPLETES WERE AGED OUT,     *
008842*  OR AFTER THE ID MERGE MOVED IT TO THE SURVIVING ID.          *
008844*  THE RUN BACKOUT SETS WS-EXPORT-RECORD-TYPE TO R FOR A RECORD *
008846*  IT PUT BACK AND V FOR A RECORD IT DELETED; EVERY OTHER       *
008848*  EXPORT GOES OUT WITH THE RECORD TYPE BLANK.                  *
008850*****************************************************************
008860 9100-WRITE-EXPORT-RECORD.
008870     MOVE SPACES           TO REGISTRAR-EXPORT-RECORD.
008980     MOVE GM-GPA-POINTS    TO RE-GPA-POINTS.
008990     MOVE GM-CLASS-RANK    TO RE-CLASS-RANK.
009000     MOVE GM-CLASS-SIZE    TO RE-CLASS-SIZE.
009001     IF GM-WEIGHTED-GPA IS NUMERIC
009002         MOVE GM-WEIGHTED-GPA TO RE-WEIGHTED-GPA
009003     ELSE
009004         MOVE GM-GPA-POINTS TO RE-WEIGHTED-GPA
009005     END-IF.
009006     MOVE GM-LETTER-MODIFIER TO RE-LETTER-MODIFIER.
009007     MOVE WS-EXPORT-RECORD-TYPE TO RE-RECORD-TYPE.

009010     WRITE REGISTRAR-EXPORT-RECORD.
009020     ADD 1 TO WS-EXPORT-WRITE-COUNT.
009450             MOVE WS-CLOSE-TERM TO RH-TERM
009460             MOVE WS-CLOSED-COUNT TO RH-INPUT-COUNT
009470             MOVE 0 TO RH-REJECT-COUNT
009471         WHEN WS-FUNCTION-SECTION
009472             MOVE "SECTION" TO RH-RUN-MODE
009473             MOVE SPACES TO RH-TERM
009474             COMPUTE RH-INPUT-COUNT =
009475                 WS-SECT-ADD-COUNT + WS-SECT-CHANGE-COUNT
009476             MOVE WS-SECT-REJECT-COUNT TO RH-REJECT-COUNT
009477         WHEN WS-FUNCTION-MERGE
009478             MOVE "MERGE" TO RH-RUN-MODE
009479             MOVE SPACES TO RH-TERM
009480             MOVE WS-MERGE-MOVED-COUNT TO RH-INPUT-COUNT
009481             COMPUTE RH-REJECT-COUNT =
009482                 WS-MERGE-REJECT-COUNT + WS-MERGE-COLLISION-COUNT
009483         WHEN WS-FUNCTION-BACKOUT
009484             MOVE "BACKOUT" TO RH-RUN-MODE
009485             MOVE WS-BACKOUT-TERM TO RH-TERM
009486             COMPUTE RH-INPUT-COUNT =
009487                 WS-BACKOUT-RESTORED-COUNT
009488                 + WS-BACKOUT-DELETED-COUNT
009489             MOVE WS-BACKOUT-REFUSED-COUNT TO RH-REJECT-COUNT
009490         WHEN WS-FUNCTION-APPEAL
009491             MOVE "APPEAL" TO RH-RUN-MODE
009492             MOVE SPACES TO RH-TERM
009493             COMPUTE RH-INPUT-COUNT =
009494                 WS-APPL-ADD-COUNT + WS-APPL-CHANGE-COUNT
009495                 + WS-APPL-CLOSE-COUNT
009496             MOVE WS-APPL-REJECT-COUNT TO RH-REJECT-COUNT
009497         WHEN OTHER
009498             MOVE "UNKNOWN" TO RH-RUN-MODE
009500             MOVE SPACES TO RH-TERM
009510             MOVE 0 TO RH-INPUT-COUNT
009520             MOVE 0 TO RH-REJECT-COUNT

009700 9300-REGISTER-RUN-EXIT.
009710     EXIT.

009720*****************************************************************
009730*  1350-LOAD-GRADING-SCALE                                      *
009740*  LOADS THE GRADING-SCALE REFERENCE FILE INTO THE IN-MEMORY    *
009750*  TABLE. A MISSING SCALE FILE IS NOT FATAL - EVERY TERM IS     *
009760*  THEN GRADED ON THE STRAIGHT 90/80/70/60 SCALE.               *
009770*****************************************************************
009780 1350-LOAD-GRADING-SCALE.
009790     MOVE 0 TO WS-SCALE-COUNT.
009800     MOVE "N" TO WS-SCALE-EOF-SW.

009810     OPEN INPUT GRADE-SCALE-FILE.
009820     IF WS-GRDSCAL-STATUS NOT = "00"
009830         DISPLAY "GRADING SCALE GRDSCAL NOT AVAILABLE - LETTER "
009840             "GRADES USE THE STRAIGHT 90/80/70/60 SCALE"
009850         GO TO 1350-LOAD-GRADING-SCALE-EXIT
009860     END-IF.

009870     PERFORM 1360-LOAD-ONE-SCALE-STEP
009880         THRU 1360-LOAD-ONE-SCALE-STEP-EXIT
009890         UNTIL WS-END-OF-SCALE.

009900     CLOSE GRADE-SCALE-FILE.

009910 1350-LOAD-GRADING-SCALE-EXIT.
009920     EXIT.

009930 1360-LOAD-ONE-SCALE-STEP.
009940     READ GRADE-SCALE-FILE
009950         AT END
009960             MOVE "Y" TO WS-SCALE-EOF-SW
009970     END-READ.
009980     IF WS-GRDSCAL-STATUS NOT = "00"
009990         MOVE "Y" TO WS-SCALE-EOF-SW
010000         GO TO 1360-LOAD-ONE-SCALE-STEP-EXIT
010010     END-IF.

010020     IF GS-MIN-SCORE IS NOT NUMERIC
010030             OR GS-REGULAR-POINTS IS NOT NUMERIC
010040             OR GS-HONORS-POINTS IS NOT NUMERIC
010050             OR GS-AP-POINTS IS NOT NUMERIC
010060         DISPLAY "GRADING SCALE STEP " GS-LETTER-GRADE
010070             GS-LETTER-MODIFIER " FROM " GS-EFF-FROM-TERM
010080             " IGNORED - SCORE OR POINTS NOT NUMERIC"
010090         GO TO 1360-LOAD-ONE-SCALE-STEP-EXIT
010100     END-IF.

010110     IF WS-SCALE-COUNT < WS-SCALE-LIMIT
010120         ADD 1 TO WS-SCALE-COUNT
010130         MOVE GS-MIN-SCORE TO
010140             WS-SCL-MIN-SCORE (WS-SCALE-COUNT)
010150         MOVE GS-LETTER-GRADE TO
010160             WS-SCL-LETTER-GRADE (WS-SCALE-COUNT)
010170         MOVE GS-LETTER-MODIFIER TO
010180             WS-SCL-MODIFIER (WS-SCALE-COUNT)
010190         MOVE GS-REGULAR-POINTS TO
010200             WS-SCL-REGULAR-POINTS (WS-SCALE-COUNT)
010210         MOVE GS-HONORS-POINTS TO
010220             WS-SCL-HONORS-POINTS (WS-SCALE-COUNT)
010230         MOVE GS-AP-POINTS TO
010240             WS-SCL-AP-POINTS (WS-SCALE-COUNT)
010250         MOVE GS-HONOR-ROLL-SW TO
010260             WS-SCL-HONOR-ROLL-SW (WS-SCALE-COUNT)
010270         IF GS-EFF-FROM-TERM = SPACES
010280             MOVE LOW-VALUES TO
010290                 WS-SCL-EFF-FROM-KEY (WS-SCALE-COUNT)
010300         ELSE
010310             MOVE GS-EFF-FROM-TERM TO WS-TERM-KEY-INPUT
010320             PERFORM 6300-BUILD-TERM-KEY
010330                 THRU 6300-BUILD-TERM-KEY-EXIT
010340             MOVE WS-TERM-KEY TO
010350                 WS-SCL-EFF-FROM-KEY (WS-SCALE-COUNT)
010360         END-IF
010370         IF GS-EFF-TO-TERM = SPACES
010380             MOVE HIGH-VALUES TO
010390                 WS-SCL-EFF-TO-KEY (WS-SCALE-COUNT)
010400         ELSE
010410             MOVE GS-EFF-TO-TERM TO WS-TERM-KEY-INPUT
010420             PERFORM 6300-BUILD-TERM-KEY
010430                 THRU 6300-BUILD-TERM-KEY-EXIT
010440             MOVE WS-TERM-KEY TO
010450                 WS-SCL-EFF-TO-KEY (WS-SCALE-COUNT)
010460         END-IF
010470     ELSE
010480         DISPLAY "GRADING SCALE STEP " GS-LETTER-GRADE
010490             GS-LETTER-MODIFIER " IGNORED - 60-STEP GRADING "
010500             "SCALE TABLE IS FULL"
010510     END-IF.

010520 1360-LOAD-ONE-SCALE-STEP-EXIT.
010530     EXIT.

010540*****************************************************************
010550*  6410-FIND-SCALE-IN-EFFECT                                    *
010560*  FINDS THE GRADING SCALE IN EFFECT FOR THE TERM IN            *
010570*  WS-SCALE-TERM - OF THE SCALE STEPS WHOSE EFFECTIVE RANGE     *
010580*  COVERS THE TERM, THE LATEST FROM-TERM WINS. SETS THE FOUND   *
010590*  SWITCH AND WS-SCALE-FROM-KEY, WHICH TIES TOGETHER THE STEPS  *
010600*  OF THAT ONE SCALE.                                           *
010610*****************************************************************
010620 6410-FIND-SCALE-IN-EFFECT.
010630     MOVE "N" TO WS-SCALE-FOUND-SW.
010640     MOVE LOW-VALUES TO WS-SCALE-FROM-KEY.

010650     IF WS-SCALE-COUNT = 0
010660             OR WS-SCALE-TERM = SPACES
010670         GO TO 6410-FIND-SCALE-IN-EFFECT-EXIT
010680     END-IF.

010690     MOVE WS-SCALE-TERM TO WS-TERM-KEY-INPUT.
010700     PERFORM 6300-BUILD-TERM-KEY
010710         THRU 6300-BUILD-TERM-KEY-EXIT.
010720     MOVE WS-TERM-KEY TO WS-SCALE-TERM-KEY.

010730     MOVE 1 TO WS-SCALE-INDEX.
010740     PERFORM 6411-CHECK-ONE-SCALE-ENTRY
010750         THRU 6411-CHECK-ONE-SCALE-ENTRY-EXIT
010760         UNTIL WS-SCALE-INDEX > WS-SCALE-COUNT.

010770 6410-FIND-SCALE-IN-EFFECT-EXIT.
010780     EXIT.

010790 6411-CHECK-ONE-SCALE-ENTRY.
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

010930 6411-CHECK-ONE-SCALE-ENTRY-EXIT.
010940     EXIT.

010950*****************************************************************
010960*  6420-FIND-SCALE-STEP                                         *
010970*  FINDS THE STEP OF THE SCALE IN EFFECT THAT THE SCORE IN      *
010980*  WS-SCALE-SCORE EARNS - THE STEP WITH THE HIGHEST MINIMUM     *
010990*  SCORE NOT ABOVE IT. RETURNS ITS TABLE POSITION IN            *
011000*  WS-STEP-INDEX. 6410 MUST HAVE RUN FOR THE TERM FIRST.        *
011010*****************************************************************
011020 6420-FIND-SCALE-STEP.
011030     MOVE "N" TO WS-STEP-FOUND-SW.
011040     MOVE 0 TO WS-STEP-INDEX.
011050     MOVE 0 TO WS-STEP-MIN-SCORE.

011060     MOVE 1 TO WS-SCALE-INDEX.
011070     PERFORM 6421-CHECK-ONE-SCALE-STEP
011080         THRU 6421-CHECK-ONE-SCALE-STEP-EXIT
011090         UNTIL WS-SCALE-INDEX > WS-SCALE-COUNT.

011100 6420-FIND-SCALE-STEP-EXIT.
011110     EXIT.

011120 6421-CHECK-ONE-SCALE-STEP.
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

011270 6421-CHECK-ONE-SCALE-STEP-EXIT.
011280     EXIT.

011290*****************************************************************
011300*  6430-ADD-ONE-WEIGHT-BONUS                                    *
011310*  FOR ONE GRADED SUBJECT, FINDS THE SCALE STEP ITS OWN GRADE   *
011320*  EARNS AND ADDS THE HONORS OR AP POINTS ABOVE THE REGULAR     *
011330*  POINTS FOR THAT STEP, WEIGHTED BY THE COURSE CREDIT HOURS.   *
011340*  THE COURSE LEVEL COMES FROM THE CATALOG ENTRY IN EFFECT FOR  *
011350*  THE TERM. STATUS GRADES CARRY NO WEIGHT.                     *
011360*****************************************************************
011370 6430-ADD-ONE-WEIGHT-BONUS.
011380     MOVE GM-SUBJECT-GRADE (WS-SUBJECT-INDEX) TO WS-GRADE-CHECK.
011390     IF WS-GRADE-IS-STATUS
011400             OR WS-GRADE-CHECK IS NOT NUMERIC
011410         ADD 1 TO WS-SUBJECT-INDEX
011420         GO TO 6430-ADD-ONE-WEIGHT-BONUS-EXIT
011430     END-IF.

011440     MOVE GM-SUBJECT-CODE (WS-SUBJECT-INDEX) TO WS-LOOKUP-CODE.
011450     PERFORM 6200-LOOKUP-COURSE
011460         THRU 6200-LOOKUP-COURSE-EXIT.
011470     MOVE WS-GRADE-CHECK TO WS-GRADE-NUMERIC.
011480     MOVE WS-GRADE-NUMERIC TO WS-SCALE-SCORE.
011490     PERFORM 6420-FIND-SCALE-STEP
011500         THRU 6420-FIND-SCALE-STEP-EXIT.

011510     IF WS-STEP-WAS-FOUND
011520         MOVE WS-SCL-REGULAR-POINTS (WS-STEP-INDEX)
011530             TO WS-STEP-REGULAR-POINTS
011540         EVALUATE TRUE
011550             WHEN WS-LOOKUP-IS-HONORS
011560                 MOVE WS-SCL-HONORS-POINTS (WS-STEP-INDEX)
011570                     TO WS-STEP-LEVEL-POINTS
011580             WHEN WS-LOOKUP-IS-AP
011590                 MOVE WS-SCL-AP-POINTS (WS-STEP-INDEX)
011600                     TO WS-STEP-LEVEL-POINTS
011610             WHEN OTHER
011620                 MOVE WS-STEP-REGULAR-POINTS
011630                     TO WS-STEP-LEVEL-POINTS
011640         END-EVALUATE
011650         COMPUTE WS-WEIGHT-BONUS-SUM =
011660             WS-WEIGHT-BONUS-SUM +
011670             (WS-STEP-LEVEL-POINTS - WS-STEP-REGULAR-POINTS)
011680                 * WS-LOOKUP-CREDITS
011690     END-IF.
011700     ADD WS-LOOKUP-CREDITS TO WS-WEIGHT-CREDIT-SUM.
011710     ADD 1 TO WS-SUBJECT-INDEX.

011720 6430-ADD-ONE-WEIGHT-BONUS-EXIT.
011730     EXIT.

011740*****************************************************************
011750*  7500-SECTION-MAINT-FUNCTION                                  *
011760*  ADDS OR CHANGES SECTION-ASSIGNMENT RECORDS - THE TEACHER OF  *
011770*  RECORD FOR ONE COURSE IN ONE SECTION OF A SCHOOL IN A TERM.  *
011780*  KEYING AN ASSIGNMENT THAT IS ALREADY ON FILE REPLACES ITS    *
011790*  TEACHER, SO A MID-TERM HAND-OFF IS RECORDED BY KEYING THE    *
011800*  NEW TEACHER. THE COURSE MUST HAVE A CATALOG ENTRY IN EFFECT  *
011810*  FOR THE TERM WHEN THE CATALOG IS AVAILABLE.                  *
011820*****************************************************************
011830 7500-SECTION-MAINT-FUNCTION.
011840     PERFORM 1300-LOAD-COURSE-CATALOG
011850         THRU 1300-LOAD-COURSE-CATALOG-EXIT.

011860     OPEN I-O SECTION-ASSIGNMENT-FILE.
011870     IF WS-SECTMST-STATUS = "35"
011880         OPEN OUTPUT SECTION-ASSIGNMENT-FILE
011890         CLOSE SECTION-ASSIGNMENT-FILE
011900         OPEN I-O SECTION-ASSIGNMENT-FILE
011910     END-IF.
011920     IF WS-SECTMST-STATUS NOT = "00"
011930         DISPLAY "SECTION MASTER SECTMST COULD NOT BE OPENED - "
011940             "STATUS " WS-SECTMST-STATUS " - FUNCTION ENDED"
011950         GO TO 7500-SECTION-MAINT-FUNCTION-EXIT
011960     END-IF.

011970     MOVE "N" TO WS-SECTMNT-DONE-SW.
011980     PERFORM 7510-MAINTAIN-ONE-SECTION
011990         THRU 7510-MAINTAIN-ONE-SECTION-EXIT
012000         UNTIL WS-SECTMNT-IS-DONE.

012010     CLOSE SECTION-ASSIGNMENT-FILE.

012020     MOVE WS-SECT-ADD-COUNT TO WS-EDIT-COUNT.
012030     DISPLAY "SECTION MAINTENANCE COMPLETE - " WS-EDIT-COUNT
012040         " ASSIGNMENT(S) ADDED.".
012050     MOVE WS-SECT-CHANGE-COUNT TO WS-EDIT-COUNT.
012060     DISPLAY "                                " WS-EDIT-COUNT
012070         " ASSIGNMENT(S) CHANGED.".
012080     MOVE WS-SECT-REJECT-COUNT TO WS-EDIT-COUNT.
012090     DISPLAY "                                " WS-EDIT-COUNT
012100         " ENTRY(S) DISCARDED.".

012110 7500-SECTION-MAINT-FUNCTION-EXIT.
012120     EXIT.

012130*****************************************************************
012140*  7510-MAINTAIN-ONE-SECTION                                    *
012150*  PROMPTS FOR ONE SECTION ASSIGNMENT, VALIDATES IT, AND WRITES *
012160*  IT OR REPLACES THE TEACHER ON THE RECORD ALREADY ON FILE. A  *
012170*  BLANK SCHOOL CODE ENDS THE FUNCTION.                         *
012180*****************************************************************
012190 7510-MAINTAIN-ONE-SECTION.
012200     DISPLAY " ".
012210     DISPLAY "ENTER SCHOOL CODE (BLANK = DONE): "
012220         WITH NO ADVANCING.
012230     MOVE SPACES TO WS-SECT-SCHOOL-INPUT.
012240     ACCEPT WS-SECT-SCHOOL-INPUT.
012250     IF WS-SECT-SCHOOL-INPUT = SPACES
012260         MOVE "Y" TO WS-SECTMNT-DONE-SW
012270         GO TO 7510-MAINTAIN-ONE-SECTION-EXIT
012280     END-IF.

012290     DISPLAY "ENTER SECTION CODE: " WITH NO ADVANCING.
012300     MOVE SPACES TO WS-SECT-SECTION-INPUT.
012310     ACCEPT WS-SECT-SECTION-INPUT.
012320     DISPLAY "ENTER COURSE CODE: " WITH NO ADVANCING.
012330     MOVE SPACES TO WS-SECT-COURSE-INPUT.
012340     ACCEPT WS-SECT-COURSE-INPUT.
012350     DISPLAY "ENTER TERM (E.G. 2026FA): " WITH NO ADVANCING.
012360     MOVE SPACES TO WS-SECT-TERM-INPUT.
012370     ACCEPT WS-SECT-TERM-INPUT.
012380     DISPLAY "ENTER TEACHER EMPLOYEE ID: " WITH NO ADVANCING.
012390     MOVE SPACES TO WS-TEACHER-ID-INPUT.
012400     ACCEPT WS-TEACHER-ID-INPUT.
012410     DISPLAY "ENTER TEACHER NAME: " WITH NO ADVANCING.
012420     MOVE SPACES TO WS-TEACHER-NAME-INPUT.
012430     ACCEPT WS-TEACHER-NAME-INPUT.

012440     PERFORM 7520-VALIDATE-SECTION
012450         THRU 7520-VALIDATE-SECTION-EXIT.
012460     IF NOT WS-ENTRY-IS-VALID
012470         ADD 1 TO WS-SECT-REJECT-COUNT
012480         DISPLAY "ENTRY DISCARDED - NOTHING WRITTEN."
012490         GO TO 7510-MAINTAIN-ONE-SECTION-EXIT
012500     END-IF.

012510     PERFORM 1200-BUILD-TIMESTAMP
012520         THRU 1200-BUILD-TIMESTAMP-EXIT.

012530     MOVE WS-SECT-SCHOOL-INPUT  TO SA-SCHOOL-CODE.
012540     MOVE WS-SECT-SECTION-INPUT TO SA-SECTION-CODE.
012550     MOVE WS-SECT-COURSE-INPUT  TO SA-COURSE-CODE.
012560     MOVE WS-SECT-TERM-INPUT    TO SA-TERM.
012570     READ SECTION-ASSIGNMENT-FILE
012580         INVALID KEY
012590             GO TO 7510-ADD-ASSIGNMENT
012600     END-READ.

012610     DISPLAY "TEACHER OF RECORD WAS " SA-TEACHER-ID " "
012620         SA-TEACHER-NAME.
012630     MOVE WS-TEACHER-ID-INPUT   TO SA-TEACHER-ID.
012640     MOVE WS-TEACHER-NAME-INPUT TO SA-TEACHER-NAME.
012650     MOVE WS-CURRENT-DATE       TO SA-LAST-CHANGED-DATE.
012660     REWRITE SECTION-ASSIGNMENT-RECORD
012670         INVALID KEY
012680             ADD 1 TO WS-SECT-REJECT-COUNT
012690             DISPLAY "ASSIGNMENT NOT CHANGED - STATUS "
012700                 WS-SECTMST-STATUS
012710             GO TO 7510-MAINTAIN-ONE-SECTION-EXIT
012720     END-REWRITE.
012730     ADD 1 TO WS-SECT-CHANGE-COUNT.
012740     DISPLAY "ASSIGNMENT CHANGED.".
012750     GO TO 7510-MAINTAIN-ONE-SECTION-EXIT.

012760 7510-ADD-ASSIGNMENT.
012770     MOVE SPACES TO SECTION-ASSIGNMENT-RECORD.
012780     MOVE WS-SECT-SCHOOL-INPUT  TO SA-SCHOOL-CODE.
012790     MOVE WS-SECT-SECTION-INPUT TO SA-SECTION-CODE.
012800     MOVE WS-SECT-COURSE-INPUT  TO SA-COURSE-CODE.
012810     MOVE WS-SECT-TERM-INPUT    TO SA-TERM.
012820     MOVE WS-TEACHER-ID-INPUT   TO SA-TEACHER-ID.
012830     MOVE WS-TEACHER-NAME-INPUT TO SA-TEACHER-NAME.
012840     MOVE WS-CURRENT-DATE       TO SA-LAST-CHANGED-DATE.
012850     WRITE SECTION-ASSIGNMENT-RECORD
012860         INVALID KEY
012870             ADD 1 TO WS-SECT-REJECT-COUNT
012880             DISPLAY "ASSIGNMENT NOT ADDED - STATUS "
012890                 WS-SECTMST-STATUS
012900             GO TO 7510-MAINTAIN-ONE-SECTION-EXIT
012910     END-WRITE.
012920     ADD 1 TO WS-SECT-ADD-COUNT.
012930     DISPLAY "ASSIGNMENT ADDED.".

012940 7510-MAINTAIN-ONE-SECTION-EXIT.
012950     EXIT.

012960*****************************************************************
012970*  7520-VALIDATE-SECTION                                        *
012980*  CHECKS THE KEYED SECTION ASSIGNMENT BEFORE ANYTHING IS       *
012990*  WRITTEN - SECTION, COURSE, AND TEACHER PRESENT, A VALID      *
013000*  TERM, AND A CATALOG ENTRY IN EFFECT FOR THE COURSE IN THAT   *
013010*  TERM.                                                        *
013020*****************************************************************
013030 7520-VALIDATE-SECTION.
013040     MOVE "Y" TO WS-ENTRY-VALID-SW.

013050     IF WS-SECT-SECTION-INPUT = SPACES
013060             OR WS-SECT-COURSE-INPUT = SPACES
013070         MOVE "N" TO WS-ENTRY-VALID-SW
013080         DISPLAY "SECTION CODE AND COURSE CODE ARE BOTH REQUIRED."
013090         GO TO 7520-VALIDATE-SECTION-EXIT
013100     END-IF.

013110     IF WS-TEACHER-ID-INPUT = SPACES
013120             OR WS-TEACHER-NAME-INPUT = SPACES
013130         MOVE "N" TO WS-ENTRY-VALID-SW
013140         DISPLAY "TEACHER ID AND TEACHER NAME ARE BOTH REQUIRED."
013150         GO TO 7520-VALIDATE-SECTION-EXIT
013160     END-IF.

013170     MOVE WS-SECT-TERM-INPUT TO WS-TERM-EDIT-CHECK.
013180     PERFORM 7120-CHECK-TERM-FORMAT
013190         THRU 7120-CHECK-TERM-FORMAT-EXIT.
013200     IF NOT WS-ENTRY-IS-VALID
013210         GO TO 7520-VALIDATE-SECTION-EXIT
013220     END-IF.

013230     IF WS-CATALOG-COUNT > 0
013240         MOVE WS-SECT-COURSE-INPUT TO WS-LOOKUP-CODE
013250         MOVE WS-SECT-TERM-INPUT TO WS-LOOKUP-TERM
013260         PERFORM 6200-LOOKUP-COURSE
013270             THRU 6200-LOOKUP-COURSE-EXIT
013280         IF NOT WS-COURSE-WAS-FOUND
013290             MOVE "N" TO WS-ENTRY-VALID-SW
013300             DISPLAY "COURSE " WS-SECT-COURSE-INPUT
013310                 " HAS NO CATALOG ENTRY IN EFFECT FOR TERM "
013320                 WS-SECT-TERM-INPUT "."
013330         END-IF
013340     END-IF.

013350 7520-VALIDATE-SECTION-EXIT.
013360     EXIT.

013370*****************************************************************
013380*  8500-MERGE-FUNCTION                                          *
013390*  MERGES DUPLICATE STUDENT IDS. EACH CARD ON THE IDMERGE       *
013400*  CONTROL FILE NAMES AN OLD (DUPLICATE) ID AND THE NEW         *
013410*  (SURVIVING) ID. EVERY GRADE-MASTER TERM HELD UNDER THE OLD   *
013420*  ID IS MOVED TO THE NEW ID WITH MRG-BEF/MRG-AFT AUDIT IMAGES  *
013430*  AND A REGISTRAR EXPORT RECORD UNDER THE NEW ID. A TERM THE   *
013440*  NEW ID ALREADY HOLDS IS A COLLISION - IT IS LISTED ON        *
013450*  GMUTRPT AND THE OLD RECORD IS LEFT WHERE IT IS. THE OLD ID   *
013460*  IS THEN MARKED INACTIVE ON STUDEMOG.                         *
013470*****************************************************************
013480 8500-MERGE-FUNCTION.
013490     OPEN INPUT ID-MERGE-FILE.
013500     IF WS-IDMERGE-STATUS NOT = "00"
013510         DISPLAY "MERGE CONTROL FILE IDMERGE NOT AVAILABLE - "
013520             "STATUS " WS-IDMERGE-STATUS " - NOTHING TO MERGE"
013530         GO TO 8500-MERGE-FUNCTION-EXIT
013540     END-IF.

013550     OPEN I-O STUDENT-DEMOG-FILE.
013560     IF WS-STUDEMOG-STATUS NOT = "00"
013570         DISPLAY "STUDENT DEMOGRAPHIC FILE STUDEMOG NOT "
013580             "AVAILABLE - STATUS " WS-STUDEMOG-STATUS
013590             " - MERGE RUN ABORTED"
013600         CLOSE ID-MERGE-FILE
013610         GO TO 8500-MERGE-FUNCTION-EXIT
013620     END-IF.

013630     OPEN EXTEND AUDIT-LOG-FILE.
013640     IF WS-AUDITLG-STATUS = "35"
013650         OPEN OUTPUT AUDIT-LOG-FILE
013660     END-IF.
013670     OPEN EXTEND REGISTRAR-EXPORT-FILE.
013680     IF WS-EXPORT-STATUS = "35"
013690         OPEN OUTPUT REGISTRAR-EXPORT-FILE
013700     END-IF.

013710     OPEN OUTPUT UTILITY-REPORT-FILE.
013720     MOVE "STUDENT ID MERGE" TO UTILITY-REPORT-LINE.
013730     WRITE UTILITY-REPORT-LINE.
013740     MOVE SPACES TO UTILITY-REPORT-LINE.
013750     WRITE UTILITY-REPORT-LINE.

013760     MOVE "N" TO WS-MERGE-EOF-SW.
013770     PERFORM 8505-READ-MERGE-CARD
013780         THRU 8505-READ-MERGE-CARD-EXIT.
013790     PERFORM 8510-MERGE-ONE-PAIR
013800         THRU 8510-MERGE-ONE-PAIR-EXIT
013810         UNTIL WS-END-OF-MERGE-CARDS.

013820     MOVE SPACES TO UTILITY-REPORT-LINE.
013830     WRITE UTILITY-REPORT-LINE.
013840     MOVE "STUDENT ID MERGE SUMMARY" TO UTILITY-REPORT-LINE.
013850     WRITE UTILITY-REPORT-LINE.
013860     MOVE WS-MERGE-PAIR-COUNT TO WS-EDIT-COUNT.
013870     STRING "  ID PAIRS READ     : " WS-EDIT-COUNT
013880         DELIMITED BY SIZE INTO UTILITY-REPORT-LINE.
013890     WRITE UTILITY-REPORT-LINE.
013900     MOVE SPACES TO UTILITY-REPORT-LINE.
013910     MOVE WS-MERGE-REJECT-COUNT TO WS-EDIT-COUNT.
013920     STRING "  ID PAIRS REJECTED : " WS-EDIT-COUNT
013930         DELIMITED BY SIZE INTO UTILITY-REPORT-LINE.
013940     WRITE UTILITY-REPORT-LINE.
013950     MOVE SPACES TO UTILITY-REPORT-LINE.
013960     MOVE WS-MERGE-MOVED-COUNT TO WS-EDIT-COUNT.
013970     STRING "  TERMS MOVED       : " WS-EDIT-COUNT
013980         DELIMITED BY SIZE INTO UTILITY-REPORT-LINE.
013990     WRITE UTILITY-REPORT-LINE.
014000     MOVE SPACES TO UTILITY-REPORT-LINE.
014010     MOVE WS-MERGE-COLLISION-COUNT TO WS-EDIT-COUNT.
014020     STRING "  TERM COLLISIONS   : " WS-EDIT-COUNT
014030         DELIMITED BY SIZE INTO UTILITY-REPORT-LINE.
014040     WRITE UTILITY-REPORT-LINE.
014050     MOVE SPACES TO UTILITY-REPORT-LINE.
014060     MOVE WS-MERGE-INACTIVE-COUNT TO WS-EDIT-COUNT.
014070     STRING "  OLD IDS INACTIVATED: " WS-EDIT-COUNT
014080         DELIMITED BY SIZE INTO UTILITY-REPORT-LINE.
014090     WRITE UTILITY-REPORT-LINE.
014100     MOVE SPACES TO UTILITY-REPORT-LINE.

014110     CLOSE ID-MERGE-FILE.
014120     CLOSE STUDENT-DEMOG-FILE.
014130     CLOSE AUDIT-LOG-FILE.
014140     CLOSE REGISTRAR-EXPORT-FILE.
014150     CLOSE UTILITY-REPORT-FILE.

014160     DISPLAY "STUDENT ID MERGE COMPLETE - SEE GMUTRPT.".
014170     MOVE WS-MERGE-PAIR-COUNT TO WS-EDIT-COUNT.
014180     DISPLAY "  ID PAIRS READ     : " WS-EDIT-COUNT.
014190     MOVE WS-MERGE-REJECT-COUNT TO WS-EDIT-COUNT.
014200     DISPLAY "  ID PAIRS REJECTED : " WS-EDIT-COUNT.
014210     MOVE WS-MERGE-MOVED-COUNT TO WS-EDIT-COUNT.
014220     DISPLAY "  TERMS MOVED       : " WS-EDIT-COUNT.
014230     MOVE WS-MERGE-COLLISION-COUNT TO WS-EDIT-COUNT.
014240     DISPLAY "  TERM COLLISIONS   : " WS-EDIT-COUNT.
014250     MOVE WS-EXPORT-WRITE-COUNT TO WS-EDIT-COUNT.
014260     DISPLAY "  EXPORTS CUT       : " WS-EDIT-COUNT.

014270 8500-MERGE-FUNCTION-EXIT.
014280     EXIT.

014290 8505-READ-MERGE-CARD.
014300     READ ID-MERGE-FILE
014310         AT END
014320             MOVE "Y" TO WS-MERGE-EOF-SW
014330     END-READ.
014340     IF WS-IDMERGE-STATUS NOT = "00"
014350         MOVE "Y" TO WS-MERGE-EOF-SW
014360     END-IF.

014370 8505-READ-MERGE-CARD-EXIT.
014380     EXIT.

014390*****************************************************************
014400*  8510-MERGE-ONE-PAIR                                          *
014410*  VALIDATES ONE OLD/NEW ID PAIR, MOVES THE OLD ID'S TERMS TO   *
014420*  THE NEW ID, AND INACTIVATES THE OLD ID. THE NEW ID MUST BE   *
014430*  ON STUDEMOG - ITS LEGAL NAME GOES ON EVERY MOVED RECORD.     *
014440*  THE OLD ID'S TERMS ARE LISTED FIRST AND THEN MOVED BY KEY,   *
014450*  SO THE MOVE NEVER DEPENDS ON THE SEQUENTIAL POSITION.        *
014460*****************************************************************
014470 8510-MERGE-ONE-PAIR.
014480     ADD 1 TO WS-MERGE-PAIR-COUNT.
014490     MOVE MC-OLD-STUDENT-ID TO WS-MERGE-OLD-ID.
014500     MOVE MC-NEW-STUDENT-ID TO WS-MERGE-NEW-ID.
014510     MOVE 0 TO WS-PAIR-MOVED-COUNT.
014520     MOVE 0 TO WS-PAIR-COLLISION-COUNT.

014530     IF MC-OLD-STUDENT-ID IS NOT NUMERIC
014540             OR MC-NEW-STUDENT-ID IS NOT NUMERIC
014550             OR MC-OLD-STUDENT-ID = ZEROS
014560             OR MC-NEW-STUDENT-ID = ZEROS
014570         MOVE "STUDENT ID NOT NUMERIC OR ZERO"
014580             TO WS-MERGE-REJECT-REASON
014590         GO TO 8510-REJECT-PAIR
014600     END-IF.
014610     IF MC-OLD-STUDENT-ID = MC-NEW-STUDENT-ID
014620         MOVE "OLD AND NEW ID ARE THE SAME"
014630             TO WS-MERGE-REJECT-REASON
014640         GO TO 8510-REJECT-PAIR
014650     END-IF.

014660     MOVE WS-MERGE-NEW-ID TO DM-STUDENT-ID.
014670     READ STUDENT-DEMOG-FILE
014680         INVALID KEY
014690             MOVE "NEW ID NOT ON STUDEMOG"
014700                 TO WS-MERGE-REJECT-REASON
014710             GO TO 8510-REJECT-PAIR
014720     END-READ.
014730     MOVE DM-LEGAL-NAME TO WS-MERGE-NEW-NAME.

014740     PERFORM 8520-LIST-OLD-TERMS
014750         THRU 8520-LIST-OLD-TERMS-EXIT.

014760     MOVE 1 TO WS-MERGE-TERM-INDEX.
014770     PERFORM 8530-MOVE-ONE-TERM
014780         THRU 8530-MOVE-ONE-TERM-EXIT
014790         UNTIL WS-MERGE-TERM-INDEX > WS-MERGE-TERM-COUNT.

014800     PERFORM 8540-INACTIVATE-OLD-ID
014810         THRU 8540-INACTIVATE-OLD-ID-EXIT.

014820     MOVE WS-MERGE-OLD-ID TO WS-EDIT-STUDENT-ID.
014830     MOVE WS-PAIR-MOVED-COUNT TO WS-EDIT-COUNT.
014840     STRING "MERGED " WS-EDIT-STUDENT-ID " INTO "
014850             WS-MERGE-NEW-ID " " WS-MERGE-NEW-NAME
014860             " TERMS MOVED: " WS-EDIT-COUNT
014870         DELIMITED BY SIZE INTO UTILITY-REPORT-LINE.
014880     WRITE UTILITY-REPORT-LINE.
014890     MOVE SPACES TO UTILITY-REPORT-LINE.
014900     IF WS-PAIR-COLLISION-COUNT > 0
014910         MOVE WS-PAIR-COLLISION-COUNT TO WS-EDIT-COUNT
014920         STRING "    COLLISIONS LEFT UNDER THE OLD ID: "
014930                 WS-EDIT-COUNT
014940             DELIMITED BY SIZE INTO UTILITY-REPORT-LINE
014950         WRITE UTILITY-REPORT-LINE
014960         MOVE SPACES TO UTILITY-REPORT-LINE
014970     END-IF.
014980     GO TO 8510-MERGE-NEXT.

014990 8510-REJECT-PAIR.
015000     ADD 1 TO WS-MERGE-REJECT-COUNT.
015010     STRING "REJECTED " MC-OLD-STUDENT-ID " INTO "
015020             MC-NEW-STUDENT-ID " - " WS-MERGE-REJECT-REASON
015030         DELIMITED BY SIZE INTO UTILITY-REPORT-LINE.
015040     WRITE UTILITY-REPORT-LINE.
015050     MOVE SPACES TO UTILITY-REPORT-LINE.

015060 8510-MERGE-NEXT.
015070     PERFORM 8505-READ-MERGE-CARD
015080         THRU 8505-READ-MERGE-CARD-EXIT.

015090 8510-MERGE-ONE-PAIR-EXIT.
015100     EXIT.

015110*****************************************************************
015120*  8520-LIST-OLD-TERMS                                          *
015130*  COLLECTS THE TERM OF EVERY GRADE-MASTER RECORD HELD UNDER    *
015140*  THE OLD ID.                                                  *
015150*****************************************************************
015160 8520-LIST-OLD-TERMS.
015170     MOVE 0 TO WS-MERGE-TERM-COUNT.
015180     MOVE "N" TO WS-EOF-SW.
015190     MOVE WS-MERGE-OLD-ID TO GM-STUDENT-ID.
015200     MOVE LOW-VALUES TO GM-TERM.
015210     START GRADE-MASTER-FILE KEY >= GM-KEY
015220         INVALID KEY
015230             MOVE "Y" TO WS-EOF-SW
015240     END-START.
015250     IF WS-GRDMSTR-STATUS NOT = "00"
015260         MOVE "Y" TO WS-EOF-SW
015270     END-IF.

015280     PERFORM 8521-LIST-ONE-TERM
015290         THRU 8521-LIST-ONE-TERM-EXIT
015300         UNTIL WS-END-OF-MASTER.

015310 8520-LIST-OLD-TERMS-EXIT.
015320     EXIT.

015330 8521-LIST-ONE-TERM.
015340     READ GRADE-MASTER-FILE NEXT RECORD
015350         AT END
015360             MOVE "Y" TO WS-EOF-SW
015370     END-READ.
015380     IF WS-GRDMSTR-STATUS NOT = "00"
015390             OR GM-STUDENT-ID NOT = WS-MERGE-OLD-ID
015400         MOVE "Y" TO WS-EOF-SW
015410         GO TO 8521-LIST-ONE-TERM-EXIT
015420     END-IF.

015430     IF WS-MERGE-TERM-COUNT < WS-MERGE-TERM-LIMIT
015440         ADD 1 TO WS-MERGE-TERM-COUNT
015450         MOVE GM-TERM TO WS-MERGE-TERM (WS-MERGE-TERM-COUNT)
015460     ELSE
015470         DISPLAY "STUDENT " GM-STUDENT-ID " TERM " GM-TERM
015480             " NOT MERGED - 40-TERM TABLE IS FULL"
015490     END-IF.

015500 8521-LIST-ONE-TERM-EXIT.
015510     EXIT.

015520*****************************************************************
015530*  8530-MOVE-ONE-TERM                                           *
015540*  MOVES ONE OLD-ID TERM TO THE NEW ID. THE NEW RECORD IS       *
015550*  WRITTEN BEFORE THE OLD ONE IS DELETED, SO A FAILED WRITE     *
015560*  LOSES NOTHING. A TERM THE NEW ID ALREADY HOLDS IS REPORTED   *
015570*  AS A COLLISION AND NEITHER RECORD IS TOUCHED.                *
015580*****************************************************************
015590 8530-MOVE-ONE-TERM.
015600     MOVE WS-MERGE-OLD-ID TO GM-STUDENT-ID.
015610     MOVE WS-MERGE-TERM (WS-MERGE-TERM-INDEX) TO GM-TERM.
015620     READ GRADE-MASTER-FILE
015630         INVALID KEY
015640             GO TO 8530-MOVE-NEXT
015650     END-READ.
015660     MOVE GRADE-MASTER-RECORD TO WS-MERGE-HOLD-RECORD.

015670     MOVE WS-MERGE-NEW-ID TO GM-STUDENT-ID.
015680     MOVE WS-MERGE-TERM (WS-MERGE-TERM-INDEX) TO GM-TERM.
015690     MOVE "Y" TO WS-MERGE-COLLISION-SW.
015700     READ GRADE-MASTER-FILE
015710         INVALID KEY
015720             MOVE "N" TO WS-MERGE-COLLISION-SW
015730     END-READ.
015740     IF WS-TERM-IS-COLLISION
015750         ADD 1 TO WS-MERGE-COLLISION-COUNT
015760         ADD 1 TO WS-PAIR-COLLISION-COUNT
015770         MOVE WS-MERGE-OLD-ID TO WS-EDIT-STUDENT-ID
015780         STRING "    COLLISION - TERM "
015790                 WS-MERGE-TERM (WS-MERGE-TERM-INDEX)
015800                 " IS ON FILE UNDER BOTH " WS-EDIT-STUDENT-ID
015810                 " AND " WS-MERGE-NEW-ID
015820                 " - OLD RECORD LEFT IN PLACE"
015830             DELIMITED BY SIZE INTO UTILITY-REPORT-LINE
015840         WRITE UTILITY-REPORT-LINE
015850         MOVE SPACES TO UTILITY-REPORT-LINE
015860         GO TO 8530-MOVE-NEXT
015870     END-IF.

015880     MOVE WS-MERGE-HOLD-RECORD TO GRADE-MASTER-RECORD.
015890     MOVE "MRG-BEF" TO WS-AUDIT-ACTION.
015900     PERFORM 9200-WRITE-CLOSE-AUDIT
015910         THRU 9200-WRITE-CLOSE-AUDIT-EXIT.

015920     MOVE WS-MERGE-NEW-ID TO GM-STUDENT-ID.
015930     MOVE WS-MERGE-NEW-NAME TO GM-STUDENT-NAME.
015940     WRITE GRADE-MASTER-RECORD
015950         INVALID KEY
015960             DISPLAY "STUDENT " WS-MERGE-NEW-ID " TERM " GM-TERM
015970                 " COULD NOT BE WRITTEN - STATUS "
015980                 WS-GRDMSTR-STATUS " - OLD RECORD KEPT"
015990             GO TO 8530-MOVE-NEXT
016000     END-WRITE.
016002     MOVE "A" TO WS-JOURNAL-ACTION.
016004     MOVE GRADE-MASTER-RECORD TO WS-JOURNAL-IMAGE.
016006     PERFORM 9400-WRITE-JOURNAL-ENTRY
016008         THRU 9400-WRITE-JOURNAL-ENTRY-EXIT.

016010     MOVE "MRG-AFT" TO WS-AUDIT-ACTION.
016020     PERFORM 9200-WRITE-CLOSE-AUDIT
016030         THRU 9200-WRITE-CLOSE-AUDIT-EXIT.
016040     PERFORM 9100-WRITE-EXPORT-RECORD
016050         THRU 9100-WRITE-EXPORT-RECORD-EXIT.

016060     MOVE WS-MERGE-OLD-ID TO GM-STUDENT-ID.
016070     DELETE GRADE-MASTER-FILE RECORD
016080         INVALID KEY
016090             DISPLAY "STUDENT " WS-MERGE-OLD-ID " TERM " GM-TERM
016100                 " COULD NOT BE DELETED - STATUS "
016110                 WS-GRDMSTR-STATUS
016111         NOT INVALID KEY
016112             MOVE "D" TO WS-JOURNAL-ACTION
016113             MOVE WS-MERGE-HOLD-RECORD TO WS-JOURNAL-IMAGE
016114             PERFORM 9400-WRITE-JOURNAL-ENTRY
016115                 THRU 9400-WRITE-JOURNAL-ENTRY-EXIT
016120     END-DELETE.
016130     ADD 1 TO WS-MERGE-MOVED-COUNT.
016140     ADD 1 TO WS-PAIR-MOVED-COUNT.

016150 8530-MOVE-NEXT.
016160     ADD 1 TO WS-MERGE-TERM-INDEX.

016170 8530-MOVE-ONE-TERM-EXIT.
016180     EXIT.

016190*****************************************************************
016200*  8540-INACTIVATE-OLD-ID                                       *
016210*  MARKS THE OLD ID INACTIVE ON STUDEMOG SO NO LATER GRADING    *
016220*  RUN ACCEPTS IT. AN OLD ID NOT ON STUDEMOG IS NOTED ONLY.     *
016230*****************************************************************
016240 8540-INACTIVATE-OLD-ID.
016250     MOVE WS-MERGE-OLD-ID TO DM-STUDENT-ID.
016260     READ STUDENT-DEMOG-FILE
016270         INVALID KEY
016280             MOVE WS-MERGE-OLD-ID TO WS-EDIT-STUDENT-ID
016290             STRING "    OLD ID " WS-EDIT-STUDENT-ID
016300                     " NOT ON STUDEMOG - NOTHING TO INACTIVATE"
016310                 DELIMITED BY SIZE INTO UTILITY-REPORT-LINE
016320             WRITE UTILITY-REPORT-LINE
016330             MOVE SPACES TO UTILITY-REPORT-LINE
016340             GO TO 8540-INACTIVATE-OLD-ID-EXIT
016350     END-READ.

016360     IF NOT DM-IS-INACTIVE
016370         MOVE "I" TO DM-ENROLL-STATUS
016380         REWRITE STUDENT-DEMOG-RECORD
016390             INVALID KEY
016400                 DISPLAY "STUDENT " WS-MERGE-OLD-ID
016410                     " COULD NOT BE MARKED INACTIVE - STATUS "
016420                     WS-STUDEMOG-STATUS
016430                 GO TO 8540-INACTIVATE-OLD-ID-EXIT
016440         END-REWRITE
016450         ADD 1 TO WS-MERGE-INACTIVE-COUNT
016460     END-IF.

016470 8540-INACTIVATE-OLD-ID-EXIT.
016480     EXIT.

016490*****************************************************************
016500*  8600-BACKOUT-FUNCTION                                        *
016510*  BACKS OUT ONE RUN, NAMED BY ITS RUN-HISTORY START TIMESTAMP. *
016520*  THE GRADE-MASTER JOURNAL IS READ FROM THE TOP AND THE FIRST  *
016530*  ENTRY THE RUN WROTE FOR EACH KEY IS KEPT; ANY ENTRY A LATER  *
016540*  RUN WROTE FOR THE SAME KEY MARKS THAT KEY AS CHANGED SINCE.  *
016550*  EVERY KEY NOT CHANGED SINCE IS THEN PUT BACK - THE BEFORE-   *
016560*  IMAGE OF A CHANGED OR DELETED RECORD IS REWRITTEN (OR        *
016570*  WRITTEN, IF THE RECORD IS GONE) AND A RECORD THE RUN ADDED   *
016580*  IS DELETED - WITH BKO- AUDIT IMAGES, A REVERSING REGISTRAR   *
016590*  EXPORT RECORD, AND A JOURNAL ENTRY UNDER THIS RUN'S OWN      *
016600*  TIMESTAMP, SO THE BACKOUT CAN ITSELF BE BACKED OUT. A KEY    *
016610*  CHANGED SINCE IS LEFT ALONE AND LISTED ON GMUTRPT FOR THE    *
016620*  RECORDS OFFICE TO RESOLVE BY HAND. A RUN NOT ON RUNHIST (ONE *
016630*  THAT DID NOT RUN TO COMPLETION) IS BACKED OUT FROM THE       *
016640*  JOURNAL ALONE. IF THE RUN TOUCHED MORE KEYS THAN THE TABLE   *
016650*  HOLDS NOTHING IS BACKED OUT.                                 *
016660*****************************************************************
016670 8600-BACKOUT-FUNCTION.
016680     DISPLAY "ENTER START TIMESTAMP OF THE RUN TO BACK OUT".
016690     DISPLAY "(YYYY-MM-DD HH:MM:SS, AS SHOWN ON RUNHIST): "
016700         WITH NO ADVANCING.
016710     MOVE SPACES TO WS-BACKOUT-STAMP.
016720     ACCEPT WS-BACKOUT-STAMP.
016730     IF WS-BACKOUT-STAMP = SPACES
016740         DISPLAY "NO TIMESTAMP ENTERED - BACKOUT RUN ABORTED"
016750         GO TO 8600-BACKOUT-FUNCTION-EXIT
016760     END-IF.

016770     PERFORM 8610-FIND-BACKOUT-RUN
016780         THRU 8610-FIND-BACKOUT-RUN-EXIT.
016790     IF WS-BACKOUT-RUN-ON-FILE
016800         DISPLAY "BACKING OUT " WS-BACKOUT-PROGRAM " "
016810             WS-BACKOUT-MODE " " WS-BACKOUT-TERM
016820             " RUN STARTED " WS-BACKOUT-STAMP
016830     ELSE
016840         DISPLAY "NO RUN STARTED " WS-BACKOUT-STAMP
016850             " IS ON RUNHIST - BACKING OUT FROM THE JOURNAL ALONE"
016860     END-IF.

016870     OPEN INPUT GM-JOURNAL-FILE.
016880     IF WS-GMJRNL-STATUS NOT = "00"
016890         DISPLAY "GRADE-MASTER JOURNAL GMJRNL NOT AVAILABLE - "
016900             "STATUS " WS-GMJRNL-STATUS " - BACKOUT RUN ABORTED"
016910         GO TO 8600-BACKOUT-FUNCTION-EXIT
016920     END-IF.

016930     MOVE 0 TO WS-BACKOUT-COUNT.
016940     MOVE 0 TO WS-BACKOUT-OVERFLOW-COUNT.
016950     MOVE "N" TO WS-JOURNAL-EOF-SW.
016960     PERFORM 8625-READ-JOURNAL-ENTRY
016970         THRU 8625-READ-JOURNAL-ENTRY-EXIT.
016980     PERFORM 8620-SCAN-ONE-JOURNAL-ENTRY
016990         THRU 8620-SCAN-ONE-JOURNAL-ENTRY-EXIT
017000         UNTIL WS-END-OF-JOURNAL.
017010     CLOSE GM-JOURNAL-FILE.

017020     IF WS-BACKOUT-OVERFLOW-COUNT > 0
017030         MOVE WS-BACKOUT-LIMIT TO WS-EDIT-COUNT
017040         DISPLAY "RUN TOUCHED MORE THAN " WS-EDIT-COUNT
017050             " RECORDS - BACKOUT RUN ABORTED, NOTHING CHANGED"
017060         GO TO 8600-BACKOUT-FUNCTION-EXIT
017070     END-IF.
017080     IF WS-BACKOUT-COUNT = 0
017090         DISPLAY "NO JOURNAL ENTRIES FOR THAT RUN - NOTHING TO "
017100             "BACK OUT"
017110         GO TO 8600-BACKOUT-FUNCTION-EXIT
017120     END-IF.

017130     PERFORM 1400-OPEN-GM-JOURNAL
017140         THRU 1400-OPEN-GM-JOURNAL-EXIT.
017150     OPEN EXTEND AUDIT-LOG-FILE.
017160     IF WS-AUDITLG-STATUS = "35"
017170         OPEN OUTPUT AUDIT-LOG-FILE
017180     END-IF.
017190     OPEN EXTEND REGISTRAR-EXPORT-FILE.
017200     IF WS-EXPORT-STATUS = "35"
017210         OPEN OUTPUT REGISTRAR-EXPORT-FILE
017220     END-IF.

017230     OPEN OUTPUT UTILITY-REPORT-FILE.
017240     MOVE "GRADE-MASTER RUN BACKOUT" TO UTILITY-REPORT-LINE.
017250     WRITE UTILITY-REPORT-LINE.
017260     MOVE SPACES TO UTILITY-REPORT-LINE.
017270     STRING "RUN STARTED " WS-BACKOUT-STAMP " "
017280             WS-BACKOUT-PROGRAM " " WS-BACKOUT-MODE " "
017290             WS-BACKOUT-TERM
017300         DELIMITED BY SIZE INTO UTILITY-REPORT-LINE.
017310     WRITE UTILITY-REPORT-LINE.
017320     MOVE SPACES TO UTILITY-REPORT-LINE.
017330     WRITE UTILITY-REPORT-LINE.

017340     MOVE 1 TO WS-BACKOUT-INDEX.
017350     PERFORM 8630-BACK-OUT-ONE-RECORD
017360         THRU 8630-BACK-OUT-ONE-RECORD-EXIT
017370         UNTIL WS-BACKOUT-INDEX > WS-BACKOUT-COUNT.

017380     MOVE SPACES TO UTILITY-REPORT-LINE.
017390     WRITE UTILITY-REPORT-LINE.
017400     MOVE "GRADE-MASTER RUN BACKOUT SUMMARY"
017410         TO UTILITY-REPORT-LINE.
017420     WRITE UTILITY-REPORT-LINE.
017430     MOVE SPACES TO UTILITY-REPORT-LINE.
017440     MOVE WS-BACKOUT-COUNT TO WS-EDIT-COUNT.
017450     STRING "  RECORDS THE RUN TOUCHED : " WS-EDIT-COUNT
017460         DELIMITED BY SIZE INTO UTILITY-REPORT-LINE.
017470     WRITE UTILITY-REPORT-LINE.
017480     MOVE SPACES TO UTILITY-REPORT-LINE.
017490     MOVE WS-BACKOUT-RESTORED-COUNT TO WS-EDIT-COUNT.
017500     STRING "  BEFORE-IMAGES PUT BACK  : " WS-EDIT-COUNT
017510         DELIMITED BY SIZE INTO UTILITY-REPORT-LINE.
017520     WRITE UTILITY-REPORT-LINE.
017530     MOVE SPACES TO UTILITY-REPORT-LINE.
017540     MOVE WS-BACKOUT-DELETED-COUNT TO WS-EDIT-COUNT.
017550     STRING "  ADDED RECORDS DELETED   : " WS-EDIT-COUNT
017560         DELIMITED BY SIZE INTO UTILITY-REPORT-LINE.
017570     WRITE UTILITY-REPORT-LINE.
017580     MOVE SPACES TO UTILITY-REPORT-LINE.
017590     MOVE WS-BACKOUT-MISSING-COUNT TO WS-EDIT-COUNT.
017600     STRING "  ADDED RECORDS NOT FOUND : " WS-EDIT-COUNT
017610         DELIMITED BY SIZE INTO UTILITY-REPORT-LINE.
017620     WRITE UTILITY-REPORT-LINE.
017630     MOVE SPACES TO UTILITY-REPORT-LINE.
017640     MOVE WS-BACKOUT-REFUSED-COUNT TO WS-EDIT-COUNT.
017650     STRING "  REFUSED - CHANGED SINCE : " WS-EDIT-COUNT
017660         DELIMITED BY SIZE INTO UTILITY-REPORT-LINE.
017670     WRITE UTILITY-REPORT-LINE.
017680     MOVE SPACES TO UTILITY-REPORT-LINE.

017690     CLOSE AUDIT-LOG-FILE.
017700     CLOSE REGISTRAR-EXPORT-FILE.
017710     CLOSE UTILITY-REPORT-FILE.

017720     DISPLAY "RUN BACKOUT COMPLETE - SEE GMUTRPT.".
017730     MOVE WS-BACKOUT-RESTORED-COUNT TO WS-EDIT-COUNT.
017740     DISPLAY "  BEFORE-IMAGES PUT BACK  : " WS-EDIT-COUNT.
017750     MOVE WS-BACKOUT-DELETED-COUNT TO WS-EDIT-COUNT.
017760     DISPLAY "  ADDED RECORDS DELETED   : " WS-EDIT-COUNT.
017770     MOVE WS-BACKOUT-REFUSED-COUNT TO WS-EDIT-COUNT.
017780     DISPLAY "  REFUSED - CHANGED SINCE : " WS-EDIT-COUNT.
017790     MOVE WS-EXPORT-WRITE-COUNT TO WS-EDIT-COUNT.
017800     DISPLAY "  REVERSING EXPORTS CUT   : " WS-EDIT-COUNT.

017810 8600-BACKOUT-FUNCTION-EXIT.
017820     EXIT.

017830*****************************************************************
017840*  8610-FIND-BACKOUT-RUN                                        *
017850*  LOOKS THE NAMED RUN UP ON THE RUN-HISTORY FILE AND KEEPS ITS *
017860*  PROGRAM, MODE, AND TERM. WHEN IT IS FOUND ONLY THE JOURNAL   *
017870*  ENTRIES THAT PROGRAM WROTE UNDER THE TIMESTAMP ARE BACKED    *
017880*  OUT, SO TWO PROGRAMS STARTED IN THE SAME SECOND ARE KEPT     *
017890*  APART.                                                       *
017900*****************************************************************
017910 8610-FIND-BACKOUT-RUN.
017920     MOVE "N" TO WS-BACKOUT-RUN-SW.
017930     MOVE SPACES TO WS-BACKOUT-PROGRAM.
017940     MOVE SPACES TO WS-BACKOUT-MODE.
017950     MOVE SPACES TO WS-BACKOUT-TERM.
017960     OPEN INPUT RUN-HISTORY-FILE.
017970     IF WS-RUNHIST-STATUS NOT = "00"
017980         GO TO 8610-FIND-BACKOUT-RUN-EXIT
017990     END-IF.

018000     MOVE "N" TO WS-RUNHIST-EOF-SW.
018010     PERFORM 8611-CHECK-ONE-RUN
018020         THRU 8611-CHECK-ONE-RUN-EXIT
018030         UNTIL WS-END-OF-RUNHIST OR WS-BACKOUT-RUN-ON-FILE.
018040     CLOSE RUN-HISTORY-FILE.

018050 8610-FIND-BACKOUT-RUN-EXIT.
018060     EXIT.

018070 8611-CHECK-ONE-RUN.
018080     READ RUN-HISTORY-FILE
018090         AT END
018100             MOVE "Y" TO WS-RUNHIST-EOF-SW
018110             GO TO 8611-CHECK-ONE-RUN-EXIT
018120     END-READ.
018130     IF WS-RUNHIST-STATUS NOT = "00"
018140         MOVE "Y" TO WS-RUNHIST-EOF-SW
018150         GO TO 8611-CHECK-ONE-RUN-EXIT
018160     END-IF.

018170     IF RH-START-TIMESTAMP = WS-BACKOUT-STAMP
018180         MOVE "Y" TO WS-BACKOUT-RUN-SW
018190         MOVE RH-PROGRAM-NAME TO WS-BACKOUT-PROGRAM
018200         MOVE RH-RUN-MODE TO WS-BACKOUT-MODE
018210         MOVE RH-TERM TO WS-BACKOUT-TERM
018220     END-IF.

018230 8611-CHECK-ONE-RUN-EXIT.
018240     EXIT.

018250*****************************************************************
018260*  8620-SCAN-ONE-JOURNAL-ENTRY                                  *
018270*  FILES ONE JOURNAL ENTRY. AN ENTRY THE NAMED RUN WROTE ADDS   *
018280*  ITS KEY TO THE BACKOUT TABLE UNLESS THE KEY IS ALREADY THERE *
018290*  - THE FIRST ENTRY HOLDS THE IMAGE FROM BEFORE THE RUN. AN    *
018300*  ENTRY ANY OTHER RUN WROTE FOR A KEY ALREADY IN THE TABLE     *
018310*  CAN ONLY HAVE COME LATER, SO IT MARKS THE KEY CHANGED SINCE. *
018320*****************************************************************
018330 8620-SCAN-ONE-JOURNAL-ENTRY.
018340     MOVE JR-GM-IMAGE (1:15) TO WS-JOURNAL-KEY.
018350     MOVE "N" TO WS-BACKOUT-FOUND-SW.
018360     IF WS-BACKOUT-COUNT > 0
018370         MOVE 1 TO WS-BACKOUT-INDEX
018380         PERFORM 8621-FIND-BACKOUT-KEY
018390             THRU 8621-FIND-BACKOUT-KEY-EXIT
018400             UNTIL WS-BACKOUT-INDEX > WS-BACKOUT-COUNT
018410                 OR WS-BACKOUT-KEY-FOUND
018420     END-IF.

018430     IF JR-RUN-TIMESTAMP = WS-BACKOUT-STAMP
018440             AND (JR-PROGRAM-NAME = WS-BACKOUT-PROGRAM
018450                 OR NOT WS-BACKOUT-RUN-ON-FILE)
018460         GO TO 8620-FILE-RUN-ENTRY
018470     END-IF.

018480     IF WS-BACKOUT-KEY-FOUND
018490             AND WS-BACKOUT-LATER-SW (WS-BACKOUT-INDEX) = "N"
018500         MOVE "Y" TO WS-BACKOUT-LATER-SW (WS-BACKOUT-INDEX)
018510         MOVE JR-PROGRAM-NAME
018520             TO WS-BACKOUT-LATER-PROGRAM (WS-BACKOUT-INDEX)
018530         MOVE JR-RUN-TIMESTAMP
018540             TO WS-BACKOUT-LATER-STAMP (WS-BACKOUT-INDEX)
018550     END-IF.
018560     GO TO 8620-SCAN-NEXT.

018570 8620-FILE-RUN-ENTRY.
018580     IF WS-BACKOUT-KEY-FOUND
018590         GO TO 8620-SCAN-NEXT
018600     END-IF.
018610     IF WS-BACKOUT-COUNT NOT < WS-BACKOUT-LIMIT
018620         ADD 1 TO WS-BACKOUT-OVERFLOW-COUNT
018630         GO TO 8620-SCAN-NEXT
018640     END-IF.

018650     ADD 1 TO WS-BACKOUT-COUNT.
018660     MOVE WS-JOURNAL-KEY TO WS-BACKOUT-KEY (WS-BACKOUT-COUNT).
018670     MOVE JR-ACTION-CODE TO WS-BACKOUT-ACTION (WS-BACKOUT-COUNT).
018680     MOVE JR-GM-IMAGE TO WS-BACKOUT-IMAGE (WS-BACKOUT-COUNT).
018690     MOVE "N" TO WS-BACKOUT-LATER-SW (WS-BACKOUT-COUNT).
018700     MOVE SPACES TO WS-BACKOUT-LATER-PROGRAM (WS-BACKOUT-COUNT).
018710     MOVE SPACES TO WS-BACKOUT-LATER-STAMP (WS-BACKOUT-COUNT).

018720 8620-SCAN-NEXT.
018730     PERFORM 8625-READ-JOURNAL-ENTRY
018740         THRU 8625-READ-JOURNAL-ENTRY-EXIT.

018750 8620-SCAN-ONE-JOURNAL-ENTRY-EXIT.
018760     EXIT.

018770 8621-FIND-BACKOUT-KEY.
018780     IF WS-BACKOUT-KEY (WS-BACKOUT-INDEX) = WS-JOURNAL-KEY
018790         MOVE "Y" TO WS-BACKOUT-FOUND-SW
018800     ELSE
018810         ADD 1 TO WS-BACKOUT-INDEX
018820     END-IF.

018830 8621-FIND-BACKOUT-KEY-EXIT.
018840     EXIT.

018850 8625-READ-JOURNAL-ENTRY.
018860     READ GM-JOURNAL-FILE
018870         AT END
018880             MOVE "Y" TO WS-JOURNAL-EOF-SW
018890     END-READ.
018900     IF WS-GMJRNL-STATUS NOT = "00"
018910         MOVE "Y" TO WS-JOURNAL-EOF-SW
018920     END-IF.

018930 8625-READ-JOURNAL-ENTRY-EXIT.
018940     EXIT.

018950*****************************************************************
018960*  8630-BACK-OUT-ONE-RECORD                                     *
018970*  BACKS OUT ONE KEY FROM THE BACKOUT TABLE. A KEY CHANGED      *
018980*  SINCE IS REFUSED AND LISTED. A RECORD THE RUN ADDED IS       *
018990*  DELETED (BKO-DEL) AND VOIDED ON THE REGISTRAR EXPORT. A      *
019000*  RECORD THE RUN CHANGED OR DELETED GETS ITS BEFORE-IMAGE PUT  *
019010*  BACK - REWRITTEN OVER THE CURRENT RECORD (BKO-BEF, BKO-AFT)  *
019020*  OR WRITTEN AGAIN IF IT IS NO LONGER ON FILE (BKO-ADD) - AND  *
019030*  A REPLACEMENT REGISTRAR EXPORT RECORD IS CUT.                *
019040*****************************************************************
019050 8630-BACK-OUT-ONE-RECORD.
019060     MOVE WS-BACKOUT-KEY (WS-BACKOUT-INDEX) (1:9)
019070         TO WS-EDIT-STUDENT-ID.
019080     MOVE WS-BACKOUT-KEY (WS-BACKOUT-INDEX) TO GM-KEY.

019090     IF WS-BACKOUT-LATER-SW (WS-BACKOUT-INDEX) = "Y"
019100         ADD 1 TO WS-BACKOUT-REFUSED-COUNT
019110         STRING "REFUSED  " WS-EDIT-STUDENT-ID " TERM "
019120                 GM-TERM " - CHANGED SINCE BY "
019130                 WS-BACKOUT-LATER-PROGRAM (WS-BACKOUT-INDEX)
019140                 " RUN STARTED "
019150                 WS-BACKOUT-LATER-STAMP (WS-BACKOUT-INDEX)
019160             DELIMITED BY SIZE INTO UTILITY-REPORT-LINE
019170         WRITE UTILITY-REPORT-LINE
019180         MOVE SPACES TO UTILITY-REPORT-LINE
019190         GO TO 8630-BACKOUT-NEXT
019200     END-IF.

019210     MOVE "Y" TO WS-BACKOUT-ON-FILE-SW.
019220     READ GRADE-MASTER-FILE
019230         INVALID KEY
019240             MOVE "N" TO WS-BACKOUT-ON-FILE-SW
019250     END-READ.

019260     IF WS-BACKOUT-ACTION (WS-BACKOUT-INDEX) NOT = "A"
019270         GO TO 8630-PUT-BACK-IMAGE
019280     END-IF.

019290     IF NOT WS-BACKOUT-RECORD-ON-FILE
019300         ADD 1 TO WS-BACKOUT-MISSING-COUNT
019310         STRING "NOTED    " WS-EDIT-STUDENT-ID " TERM "
019320                 GM-TERM " - ADDED BY THE RUN, NO LONGER ON FILE"
019330             DELIMITED BY SIZE INTO UTILITY-REPORT-LINE
019340         WRITE UTILITY-REPORT-LINE
019350         MOVE SPACES TO UTILITY-REPORT-LINE
019360         GO TO 8630-BACKOUT-NEXT
019370     END-IF.

019380     MOVE "BKO-DEL" TO WS-AUDIT-ACTION.
019390     PERFORM 9200-WRITE-CLOSE-AUDIT
019400         THRU 9200-WRITE-CLOSE-AUDIT-EXIT.
019410     DELETE GRADE-MASTER-FILE RECORD
019420         INVALID KEY
019430             DISPLAY "STUDENT " WS-EDIT-STUDENT-ID
019440                 " TERM " GM-TERM
019450                 " COULD NOT BE DELETED - STATUS "
019460                 WS-GRDMSTR-STATUS
019470             GO TO 8630-BACKOUT-NEXT
019480     END-DELETE.
019490     MOVE "D" TO WS-JOURNAL-ACTION.
019500     MOVE GRADE-MASTER-RECORD TO WS-JOURNAL-IMAGE.
019510     PERFORM 9400-WRITE-JOURNAL-ENTRY
019520         THRU 9400-WRITE-JOURNAL-ENTRY-EXIT.
019530     MOVE "V" TO WS-EXPORT-RECORD-TYPE.
019540     PERFORM 9100-WRITE-EXPORT-RECORD
019550         THRU 9100-WRITE-EXPORT-RECORD-EXIT.
019560     MOVE SPACE TO WS-EXPORT-RECORD-TYPE.
019570     ADD 1 TO WS-BACKOUT-DELETED-COUNT.
019580     STRING "DELETED  " WS-EDIT-STUDENT-ID " TERM "
019590             GM-TERM " - ADDED BY THE RUN"
019600         DELIMITED BY SIZE INTO UTILITY-REPORT-LINE.
019610     WRITE UTILITY-REPORT-LINE.
019620     MOVE SPACES TO UTILITY-REPORT-LINE.
019630     GO TO 8630-BACKOUT-NEXT.

019640 8630-PUT-BACK-IMAGE.
019650     IF WS-BACKOUT-RECORD-ON-FILE
019660         GO TO 8630-REWRITE-IMAGE
019670     END-IF.

019680     MOVE WS-BACKOUT-IMAGE (WS-BACKOUT-INDEX)
019690         TO GRADE-MASTER-RECORD.
019700     WRITE GRADE-MASTER-RECORD
019710         INVALID KEY
019720             DISPLAY "STUDENT " WS-EDIT-STUDENT-ID
019730                 " TERM " GM-TERM
019740                 " COULD NOT BE WRITTEN - STATUS "
019750                 WS-GRDMSTR-STATUS
019760             GO TO 8630-BACKOUT-NEXT
019770     END-WRITE.
019780     MOVE "A" TO WS-JOURNAL-ACTION.
019790     MOVE GRADE-MASTER-RECORD TO WS-JOURNAL-IMAGE.
019800     MOVE "BKO-ADD" TO WS-AUDIT-ACTION.
019810     GO TO 8630-LOG-PUT-BACK.

019820 8630-REWRITE-IMAGE.
019830     MOVE GRADE-MASTER-RECORD TO WS-JOURNAL-IMAGE.
019840     MOVE "BKO-BEF" TO WS-AUDIT-ACTION.
019850     PERFORM 9200-WRITE-CLOSE-AUDIT
019860         THRU 9200-WRITE-CLOSE-AUDIT-EXIT.
019870     MOVE WS-BACKOUT-IMAGE (WS-BACKOUT-INDEX)
019880         TO GRADE-MASTER-RECORD.
019890     REWRITE GRADE-MASTER-RECORD
019900         INVALID KEY
019910             DISPLAY "STUDENT " WS-EDIT-STUDENT-ID
019920                 " TERM " GM-TERM
019930                 " COULD NOT BE REWRITTEN - STATUS "
019940                 WS-GRDMSTR-STATUS
019950             GO TO 8630-BACKOUT-NEXT
019960     END-REWRITE.
019970     MOVE "C" TO WS-JOURNAL-ACTION.
019980     MOVE "BKO-AFT" TO WS-AUDIT-ACTION.

019990 8630-LOG-PUT-BACK.
020000     PERFORM 9400-WRITE-JOURNAL-ENTRY
020010         THRU 9400-WRITE-JOURNAL-ENTRY-EXIT.
020020     PERFORM 9200-WRITE-CLOSE-AUDIT
020030         THRU 9200-WRITE-CLOSE-AUDIT-EXIT.
020040     MOVE "R" TO WS-EXPORT-RECORD-TYPE.
020050     PERFORM 9100-WRITE-EXPORT-RECORD
020060         THRU 9100-WRITE-EXPORT-RECORD-EXIT.
020070     MOVE SPACE TO WS-EXPORT-RECORD-TYPE.
020080     ADD 1 TO WS-BACKOUT-RESTORED-COUNT.
020090     STRING "RESTORED " WS-EDIT-STUDENT-ID " TERM "
020100             GM-TERM " - BEFORE-IMAGE PUT BACK"
020110         DELIMITED BY SIZE INTO UTILITY-REPORT-LINE.
020120     WRITE UTILITY-REPORT-LINE.
020130     MOVE SPACES TO UTILITY-REPORT-LINE.

020140 8630-BACKOUT-NEXT.
020150     ADD 1 TO WS-BACKOUT-INDEX.

020160 8630-BACK-OUT-ONE-RECORD-EXIT.
020170     EXIT.

020180*****************************************************************
020190*  1400-OPEN-GM-JOURNAL                                         *
020200*  OPENS THE GRADE-MASTER JOURNAL FOR APPEND, CREATING IT ON    *
020210*  THE FIRST RUN THAT NEEDS IT.                                 *
020220*****************************************************************
020230 1400-OPEN-GM-JOURNAL.
020240     OPEN EXTEND GM-JOURNAL-FILE.
020250     IF WS-GMJRNL-STATUS = "35"
020260         OPEN OUTPUT GM-JOURNAL-FILE
020270     END-IF.
020271     IF WS-GMJRNL-STATUS NOT = "00"
020272         DISPLAY "GRADE-MASTER JOURNAL GMJRNL COULD NOT BE "
020273             "OPENED - STATUS " WS-GMJRNL-STATUS
020274             " - RUN ABORTED, NOTHING CHANGED"
020275         CLOSE GRADE-MASTER-FILE
020276         STOP RUN
020277     END-IF.
020280     MOVE "Y" TO WS-JOURNAL-OPEN-SW.

020290 1400-OPEN-GM-JOURNAL-EXIT.
020300     EXIT.

020310*****************************************************************
020320*  9400-WRITE-JOURNAL-ENTRY                                     *
020330*  APPENDS ONE GRADE-MASTER JOURNAL ENTRY - THE IMAGE HELD IN   *
020340*  WS-JOURNAL-IMAGE, TAGGED WITH WS-JOURNAL-ACTION AND THE      *
020350*  START TIMESTAMP THIS RUN IS REGISTERED UNDER ON RUNHIST.     *
020360*****************************************************************
020370 9400-WRITE-JOURNAL-ENTRY.
020380     MOVE SPACES             TO GM-JOURNAL-RECORD.
020390     MOVE WS-RUN-START-STAMP TO JR-RUN-TIMESTAMP.
020400     MOVE "GMUTIL"           TO JR-PROGRAM-NAME.
020410     MOVE WS-JOURNAL-ACTION  TO JR-ACTION-CODE.
020420     MOVE WS-JOURNAL-IMAGE   TO JR-GM-IMAGE.

020430     WRITE GM-JOURNAL-RECORD.

020440 9400-WRITE-JOURNAL-ENTRY-EXIT.
020450     EXIT.

020460*****************************************************************
020470*  7600-APPEAL-MAINT-FUNCTION                                   *
020480*  ADDS, UPDATES, AND CLOSES GRADE APPEAL CASES ON THE APPEAL   *
020490*  CASE FILE. A NEW CASE IS TIED TO ONE SUBJECT GRADE ALREADY   *
020500*  ON THE GRADE-MASTER, WHICH SUPPLIES THE STUDENT NAME,        *
020510*  SCHOOL, AND DISPUTED GRADE. ONLY AN OPEN CASE CAN BE UPDATED *
020520*  OR CLOSED. THE FILE IS CREATED THE FIRST TIME THE FUNCTION   *
020530*  IS RUN.                                                      *
020540*****************************************************************
020550 7600-APPEAL-MAINT-FUNCTION.
020560     OPEN I-O APPEAL-CASE-FILE.
020570     IF WS-APPEALS-STATUS = "35"
020580         OPEN OUTPUT APPEAL-CASE-FILE
020590         CLOSE APPEAL-CASE-FILE
020600         OPEN I-O APPEAL-CASE-FILE
020610     END-IF.
020620     IF WS-APPEALS-STATUS NOT = "00"
020630         DISPLAY "APPEAL CASE FILE APPEALS COULD NOT BE OPENED - "
020640             "STATUS " WS-APPEALS-STATUS " - FUNCTION ENDED"
020650         GO TO 7600-APPEAL-MAINT-FUNCTION-EXIT
020660     END-IF.

020670     MOVE "N" TO WS-APPLMNT-DONE-SW.
020680     PERFORM 7610-MAINTAIN-ONE-CASE
020690         THRU 7610-MAINTAIN-ONE-CASE-EXIT
020700         UNTIL WS-APPLMNT-IS-DONE.

020710     CLOSE APPEAL-CASE-FILE.

020720     MOVE WS-APPL-ADD-COUNT TO WS-EDIT-COUNT.
020730     DISPLAY "APPEAL MAINTENANCE COMPLETE - " WS-EDIT-COUNT
020740         " CASE(S) OPENED.".
020750     MOVE WS-APPL-CHANGE-COUNT TO WS-EDIT-COUNT.
020760     DISPLAY "                               " WS-EDIT-COUNT
020770         " CASE(S) UPDATED.".
020780     MOVE WS-APPL-CLOSE-COUNT TO WS-EDIT-COUNT.
020790     DISPLAY "                               " WS-EDIT-COUNT
020800         " CASE(S) CLOSED.".
020810     MOVE WS-APPL-REJECT-COUNT TO WS-EDIT-COUNT.
020820     DISPLAY "                               " WS-EDIT-COUNT
020830         " ENTRY(S) DISCARDED.".

020840 7600-APPEAL-MAINT-FUNCTION-EXIT.
020850     EXIT.

020860*****************************************************************
020870*  7610-MAINTAIN-ONE-CASE                                       *
020880*  PROMPTS FOR ONE ACTION AND CASE NUMBER, READS THE CASE, AND  *
020890*  HANDS OFF TO THE ADD, UPDATE, OR CLOSE PARAGRAPH. A BLANK    *
020900*  ACTION ENDS THE FUNCTION.                                    *
020910*****************************************************************
020920 7610-MAINTAIN-ONE-CASE.
020930     DISPLAY " ".
020940     DISPLAY "ENTER A = ADD, U = UPDATE, C = CLOSE "
020942         "(BLANK = DONE): "
020950         WITH NO ADVANCING.
020960     MOVE SPACE TO WS-APPL-ACTION-INPUT.
020970     ACCEPT WS-APPL-ACTION-INPUT.
020980     IF WS-APPL-ACTION-INPUT = SPACE
020990         MOVE "Y" TO WS-APPLMNT-DONE-SW
021000         GO TO 7610-MAINTAIN-ONE-CASE-EXIT
021010     END-IF.

021020     IF NOT WS-APPL-ACTION-ADD
021030             AND NOT WS-APPL-ACTION-UPDATE
021040             AND NOT WS-APPL-ACTION-CLOSE
021050         DISPLAY "INVALID ACTION - ENTER A, U, OR C."
021060         GO TO 7610-MAINTAIN-ONE-CASE-EXIT
021070     END-IF.

021080     DISPLAY "ENTER CASE NUMBER: " WITH NO ADVANCING.
021090     MOVE 0 TO WS-APPL-CASE-INPUT.
021100     ACCEPT WS-APPL-CASE-INPUT.
021110     IF WS-APPL-CASE-INPUT = 0
021120         ADD 1 TO WS-APPL-REJECT-COUNT
021130         DISPLAY "A CASE NUMBER IS REQUIRED - NOTHING WRITTEN."
021140         GO TO 7610-MAINTAIN-ONE-CASE-EXIT
021150     END-IF.

021160     PERFORM 1200-BUILD-TIMESTAMP
021170         THRU 1200-BUILD-TIMESTAMP-EXIT.

021180     MOVE WS-APPL-CASE-INPUT TO AP-CASE-NUMBER.
021190     MOVE "Y" TO WS-APPL-CASE-FOUND-SW.
021200     READ APPEAL-CASE-FILE
021210         INVALID KEY
021220             MOVE "N" TO WS-APPL-CASE-FOUND-SW
021230     END-READ.

021240     EVALUATE TRUE
021250         WHEN WS-APPL-ACTION-ADD
021260             PERFORM 7620-ADD-CASE
021270                 THRU 7620-ADD-CASE-EXIT
021280         WHEN WS-APPL-ACTION-UPDATE
021290             PERFORM 7630-UPDATE-CASE
021300                 THRU 7630-UPDATE-CASE-EXIT
021310         WHEN WS-APPL-ACTION-CLOSE
021320             PERFORM 7640-CLOSE-CASE
021330                 THRU 7640-CLOSE-CASE-EXIT
021340     END-EVALUATE.

021350 7610-MAINTAIN-ONE-CASE-EXIT.
021360     EXIT.

021370*****************************************************************
021380*  7620-ADD-CASE                                                *
021390*  OPENS A NEW CASE. THE STUDENT MUST HAVE A GRADE-MASTER       *
021400*  RECORD FOR THE TERM THAT CARRIES THE APPEALED COURSE; ITS    *
021410*  GRADE FOR THAT COURSE IS THE DISPUTED GRADE. THE REQUESTED   *
021420*  GRADE MUST BE A VALID GRADE THAT DIFFERS FROM IT. A ZERO     *
021430*  FILED DATE MEANS TODAY, AND A BLANK REVIEWER LEAVES THE CASE *
021440*  UNASSIGNED.                                                  *
021450*****************************************************************
021460 7620-ADD-CASE.
021470     IF WS-APPL-CASE-WAS-FOUND
021480         ADD 1 TO WS-APPL-REJECT-COUNT
021490         DISPLAY "CASE " AP-CASE-NUMBER " IS ALREADY ON FILE - "
021500             "NOTHING WRITTEN."
021510         GO TO 7620-ADD-CASE-EXIT
021520     END-IF.

021530     DISPLAY "ENTER STUDENT ID: " WITH NO ADVANCING.
021540     MOVE 0 TO WS-APPL-STUDENT-INPUT.
021550     ACCEPT WS-APPL-STUDENT-INPUT.
021560     DISPLAY "ENTER TERM (E.G. 2026FA): " WITH NO ADVANCING.
021570     MOVE SPACES TO WS-APPL-TERM-INPUT.
021580     ACCEPT WS-APPL-TERM-INPUT.
021590     DISPLAY "ENTER COURSE CODE APPEALED: " WITH NO ADVANCING.
021600     MOVE SPACES TO WS-APPL-COURSE-INPUT.
021610     ACCEPT WS-APPL-COURSE-INPUT.
021620     DISPLAY "ENTER REQUESTED GRADE (E.G. 085): "
021622         WITH NO ADVANCING.
021630     MOVE SPACES TO WS-APPL-REQUESTED-INPUT.
021640     ACCEPT WS-APPL-REQUESTED-INPUT.
021650     DISPLAY "ENTER DATE FILED YYYYMMDD (0 = TODAY): "
021660         WITH NO ADVANCING.
021670     MOVE 0 TO WS-APPL-FILED-INPUT.
021680     ACCEPT WS-APPL-FILED-INPUT.
021690     DISPLAY "ENTER REVIEWER (BLANK = UNASSIGNED): "
021700         WITH NO ADVANCING.
021710     MOVE SPACES TO WS-APPL-REVIEWER-INPUT.
021720     ACCEPT WS-APPL-REVIEWER-INPUT.

021730     MOVE "Y" TO WS-ENTRY-VALID-SW.
021740     MOVE WS-APPL-TERM-INPUT TO WS-TERM-EDIT-CHECK.
021750     PERFORM 7120-CHECK-TERM-FORMAT
021760         THRU 7120-CHECK-TERM-FORMAT-EXIT.
021770     IF NOT WS-ENTRY-IS-VALID
021780         GO TO 7620-REJECT-CASE
021790     END-IF.

021800     MOVE WS-APPL-STUDENT-INPUT TO GM-STUDENT-ID.
021810     MOVE WS-APPL-TERM-INPUT    TO GM-TERM.
021820     READ GRADE-MASTER-FILE
021830         INVALID KEY
021840             DISPLAY "NO GRADE-MASTER RECORD FOR STUDENT "
021850                 WS-APPL-STUDENT-INPUT " TERM " WS-APPL-TERM-INPUT
021860                 "."
021870             GO TO 7620-REJECT-CASE
021880     END-READ.

021890     MOVE WS-APPL-COURSE-INPUT TO AP-COURSE-CODE.
021900     PERFORM 7650-FIND-APPEAL-SLOT
021910         THRU 7650-FIND-APPEAL-SLOT-EXIT.
021920     IF WS-APPL-SLOT = 0
021930         DISPLAY "COURSE " WS-APPL-COURSE-INPUT
021940             " IS NOT GRADED ON THAT TERM'S RECORD."
021950         GO TO 7620-REJECT-CASE
021960     END-IF.

021970     PERFORM 7660-CHECK-REQUESTED-GRADE
021980         THRU 7660-CHECK-REQUESTED-GRADE-EXIT.
021990     IF NOT WS-ENTRY-IS-VALID
022000         GO TO 7620-REJECT-CASE
022010     END-IF.

022020     IF WS-APPL-FILED-INPUT = 0
022030         MOVE WS-CURRENT-DATE TO WS-APPL-FILED-INPUT
022040     END-IF.
022050     PERFORM 7670-CHECK-FILED-DATE
022060         THRU 7670-CHECK-FILED-DATE-EXIT.
022070     IF NOT WS-ENTRY-IS-VALID
022080         GO TO 7620-REJECT-CASE
022090     END-IF.

022100     MOVE SPACES TO APPEAL-CASE-RECORD.
022110     MOVE WS-APPL-CASE-INPUT      TO AP-CASE-NUMBER.
022120     MOVE GM-STUDENT-ID           TO AP-STUDENT-ID.
022130     MOVE GM-STUDENT-NAME         TO AP-STUDENT-NAME.
022140     MOVE GM-TERM                 TO AP-TERM.
022150     MOVE GM-SCHOOL-CODE          TO AP-SCHOOL-CODE.
022160     MOVE WS-APPL-COURSE-INPUT    TO AP-COURSE-CODE.
022170     MOVE GM-SUBJECT-GRADE (WS-APPL-SLOT) TO AP-DISPUTED-GRADE.
022180     MOVE WS-APPL-REQUESTED-INPUT TO AP-REQUESTED-GRADE.
022190     MOVE WS-APPL-FILED-INPUT     TO AP-FILED-DATE.
022200     MOVE WS-APPL-REVIEWER-INPUT  TO AP-REVIEWER.
022210     MOVE "O"                     TO AP-CASE-STATUS.
022220     MOVE SPACE                   TO AP-DECISION-CODE.
022230     MOVE 0                       TO AP-DECISION-DATE.
022240     MOVE WS-CURRENT-DATE         TO AP-LAST-CHANGED-DATE.
022250     WRITE APPEAL-CASE-RECORD
022260         INVALID KEY
022270             ADD 1 TO WS-APPL-REJECT-COUNT
022280             DISPLAY "CASE NOT ADDED - STATUS " WS-APPEALS-STATUS
022290             GO TO 7620-ADD-CASE-EXIT
022300     END-WRITE.
022310     ADD 1 TO WS-APPL-ADD-COUNT.
022320     DISPLAY "CASE " AP-CASE-NUMBER " OPENED FOR "
022322         AP-STUDENT-NAME.
022330     DISPLAY "  " AP-COURSE-CODE " DISPUTED GRADE "
022332         AP-DISPUTED-GRADE
022340         " REQUESTED " AP-REQUESTED-GRADE.
022350     GO TO 7620-ADD-CASE-EXIT.

022360 7620-REJECT-CASE.
022370     ADD 1 TO WS-APPL-REJECT-COUNT.
022380     DISPLAY "ENTRY DISCARDED - NOTHING WRITTEN.".

022390 7620-ADD-CASE-EXIT.
022400     EXIT.

022410*****************************************************************
022420*  7630-UPDATE-CASE                                             *
022430*  CHANGES THE REVIEWER, REQUESTED GRADE, OR FILED DATE OF AN   *
022440*  OPEN CASE. A BLANK OR ZERO ENTRY KEEPS THE VALUE ON FILE.    *
022450*****************************************************************
022460 7630-UPDATE-CASE.
022470     IF NOT WS-APPL-CASE-WAS-FOUND
022480         ADD 1 TO WS-APPL-REJECT-COUNT
022490         DISPLAY "CASE " WS-APPL-CASE-INPUT " IS NOT ON FILE."
022500         GO TO 7630-UPDATE-CASE-EXIT
022510     END-IF.
022520     IF NOT AP-CASE-IS-OPEN
022530         ADD 1 TO WS-APPL-REJECT-COUNT
022540         DISPLAY "CASE " AP-CASE-NUMBER
022542             " IS CLOSED - NOT CHANGED."
022550         GO TO 7630-UPDATE-CASE-EXIT
022560     END-IF.

022570     DISPLAY "CASE " AP-CASE-NUMBER " " AP-STUDENT-NAME " "
022580         AP-TERM " " AP-COURSE-CODE.
022590     DISPLAY "  REVIEWER " AP-REVIEWER.
022600     DISPLAY "  DISPUTED " AP-DISPUTED-GRADE " REQUESTED "
022610         AP-REQUESTED-GRADE " FILED " AP-FILED-DATE.

022620     DISPLAY "ENTER NEW REVIEWER (BLANK = NO CHANGE): "
022630         WITH NO ADVANCING.
022640     MOVE SPACES TO WS-APPL-REVIEWER-INPUT.
022650     ACCEPT WS-APPL-REVIEWER-INPUT.
022660     DISPLAY "ENTER NEW REQUESTED GRADE (BLANK = NO CHANGE): "
022670         WITH NO ADVANCING.
022680     MOVE SPACES TO WS-APPL-REQUESTED-INPUT.
022690     ACCEPT WS-APPL-REQUESTED-INPUT.
022700     DISPLAY "ENTER CORRECTED DATE FILED (0 = NO CHANGE): "
022710         WITH NO ADVANCING.
022720     MOVE 0 TO WS-APPL-FILED-INPUT.
022730     ACCEPT WS-APPL-FILED-INPUT.

022740     MOVE "Y" TO WS-ENTRY-VALID-SW.
022750     IF WS-APPL-REQUESTED-INPUT NOT = SPACES
022760         PERFORM 7660-CHECK-REQUESTED-GRADE
022770             THRU 7660-CHECK-REQUESTED-GRADE-EXIT
022780     END-IF.
022790     IF WS-ENTRY-IS-VALID AND WS-APPL-FILED-INPUT NOT = 0
022800         PERFORM 7670-CHECK-FILED-DATE
022810             THRU 7670-CHECK-FILED-DATE-EXIT
022820     END-IF.
022830     IF NOT WS-ENTRY-IS-VALID
022840         ADD 1 TO WS-APPL-REJECT-COUNT
022850         DISPLAY "ENTRY DISCARDED - NOTHING WRITTEN."
022860         GO TO 7630-UPDATE-CASE-EXIT
022870     END-IF.

022880     IF WS-APPL-REVIEWER-INPUT NOT = SPACES
022890         MOVE WS-APPL-REVIEWER-INPUT TO AP-REVIEWER
022900     END-IF.
022910     IF WS-APPL-REQUESTED-INPUT NOT = SPACES
022920         MOVE WS-APPL-REQUESTED-INPUT TO AP-REQUESTED-GRADE
022930     END-IF.
022940     IF WS-APPL-FILED-INPUT NOT = 0
022950         MOVE WS-APPL-FILED-INPUT TO AP-FILED-DATE
022960     END-IF.
022970     MOVE WS-CURRENT-DATE TO AP-LAST-CHANGED-DATE.
022980     REWRITE APPEAL-CASE-RECORD
022990         INVALID KEY
023000             ADD 1 TO WS-APPL-REJECT-COUNT
023010             DISPLAY "CASE NOT CHANGED - STATUS "
023012                 WS-APPEALS-STATUS
023020             GO TO 7630-UPDATE-CASE-EXIT
023030     END-REWRITE.
023040     ADD 1 TO WS-APPL-CHANGE-COUNT.
023050     DISPLAY "CASE " AP-CASE-NUMBER " UPDATED.".

023060 7630-UPDATE-CASE-EXIT.
023070     EXIT.

023080*****************************************************************
023090*  7640-CLOSE-CASE                                              *
023100*  CLOSES AN OPEN CASE WITH A DECISION AND A NOTE. THE POSTED   *
023110*  GRADE IS THE APPEALED COURSE'S GRADE NOW ON THE              *
023120*  GRADE-MASTER. A DENIED OR WITHDRAWN CASE LEAVES THE DISPUTED *
023130*  GRADE STANDING. AN UPHELD CASE IS NORMALLY CLOSED BY THE     *
023140*  MAINTENANCE RUN THAT POSTS ITS CORRECTION, SO IT IS ONLY     *
023150*  CLOSED HERE WHEN THE GRADE ON FILE ALREADY DIFFERS FROM THE  *
023160*  DISPUTED GRADE - FOR A CORRECTION POSTED WITHOUT THE CASE    *
023170*  NUMBER.                                                      *
023180*****************************************************************
023190 7640-CLOSE-CASE.
023200     IF NOT WS-APPL-CASE-WAS-FOUND
023210         ADD 1 TO WS-APPL-REJECT-COUNT
023220         DISPLAY "CASE " WS-APPL-CASE-INPUT " IS NOT ON FILE."
023230         GO TO 7640-CLOSE-CASE-EXIT
023240     END-IF.
023250     IF NOT AP-CASE-IS-OPEN
023260         ADD 1 TO WS-APPL-REJECT-COUNT
023270         DISPLAY "CASE " AP-CASE-NUMBER " IS ALREADY CLOSED."
023280         GO TO 7640-CLOSE-CASE-EXIT
023290     END-IF.

023300     DISPLAY "CASE " AP-CASE-NUMBER " " AP-STUDENT-NAME " "
023310         AP-TERM " " AP-COURSE-CODE.
023320     DISPLAY "  DISPUTED " AP-DISPUTED-GRADE " REQUESTED "
023330         AP-REQUESTED-GRADE.
023340     DISPLAY "ENTER DECISION (U = UPHELD, D = DENIED, "
023350         "W = WITHDRAWN): " WITH NO ADVANCING.
023360     MOVE SPACE TO WS-APPL-DECISION-INPUT.
023370     ACCEPT WS-APPL-DECISION-INPUT.
023380     IF NOT WS-APPL-DECISION-IS-VALID
023390         ADD 1 TO WS-APPL-REJECT-COUNT
023400         DISPLAY "INVALID DECISION - CASE NOT CLOSED."
023410         GO TO 7640-CLOSE-CASE-EXIT
023420     END-IF.
023430     DISPLAY "ENTER DECISION NOTE: " WITH NO ADVANCING.
023440     MOVE SPACES TO WS-APPL-NOTE-INPUT.
023450     ACCEPT WS-APPL-NOTE-INPUT.

023460     MOVE AP-STUDENT-ID TO GM-STUDENT-ID.
023470     MOVE AP-TERM       TO GM-TERM.
023480     MOVE 0 TO WS-APPL-SLOT.
023490     READ GRADE-MASTER-FILE
023500         INVALID KEY
023510             MOVE 0 TO GM-SUBJECT-COUNT
023520         NOT INVALID KEY
023530             PERFORM 7650-FIND-APPEAL-SLOT
023540                 THRU 7650-FIND-APPEAL-SLOT-EXIT
023550     END-READ.

023560     IF WS-APPL-DECISION-INPUT = "U"
023570         IF WS-APPL-SLOT = 0
023580             ADD 1 TO WS-APPL-REJECT-COUNT
023590             DISPLAY "COURSE IS NO LONGER ON THE GRADE-MASTER - "
023600                 "CASE NOT CLOSED."
023610             GO TO 7640-CLOSE-CASE-EXIT
023620         END-IF
023630         IF GM-SUBJECT-GRADE (WS-APPL-SLOT) = AP-DISPUTED-GRADE
023640             ADD 1 TO WS-APPL-REJECT-COUNT
023650             DISPLAY "THE DISPUTED GRADE IS STILL ON FILE - POST "
023660                 "THE CORRECTION THROUGH GRADE MAINTENANCE WITH"
023670             DISPLAY "THE CASE NUMBER ON THE TRANSACTION. "
023672                 "CASE NOT "
023680                 "CLOSED."
023690             GO TO 7640-CLOSE-CASE-EXIT
023700         END-IF
023710     END-IF.

023720     IF WS-APPL-SLOT = 0
023730         MOVE AP-DISPUTED-GRADE TO AP-POSTED-GRADE
023740     ELSE
023750         MOVE GM-SUBJECT-GRADE (WS-APPL-SLOT) TO AP-POSTED-GRADE
023760     END-IF.
023770     MOVE "C"                    TO AP-CASE-STATUS.
023780     MOVE WS-APPL-DECISION-INPUT TO AP-DECISION-CODE.
023790     MOVE WS-CURRENT-DATE        TO AP-DECISION-DATE.
023800     MOVE WS-APPL-NOTE-INPUT     TO AP-DECISION-NOTE.
023810     MOVE WS-CURRENT-DATE        TO AP-LAST-CHANGED-DATE.
023820     REWRITE APPEAL-CASE-RECORD
023830         INVALID KEY
023840             ADD 1 TO WS-APPL-REJECT-COUNT
023850             DISPLAY "CASE NOT CLOSED - STATUS " WS-APPEALS-STATUS
023860             GO TO 7640-CLOSE-CASE-EXIT
023870     END-REWRITE.
023880     ADD 1 TO WS-APPL-CLOSE-COUNT.
023890     DISPLAY "CASE " AP-CASE-NUMBER " CLOSED - DECISION "
023900         AP-DECISION-CODE ", GRADE " AP-POSTED-GRADE " STANDS.".

023910 7640-CLOSE-CASE-EXIT.
023920     EXIT.

023930*****************************************************************
023940*  7650-FIND-APPEAL-SLOT                                        *
023950*  FINDS THE SUBJECT ENTRY OF THE GRADE-MASTER RECORD IN THE    *
023960*  RECORD AREA WHOSE COURSE CODE IS AP-COURSE-CODE.             *
023970*  WS-APPL-SLOT IS ZERO WHEN THE COURSE IS NOT ON THE RECORD.   *
023980*****************************************************************
023990 7650-FIND-APPEAL-SLOT.
024000     MOVE 0 TO WS-APPL-SLOT.
024010     MOVE 1 TO WS-SUBJECT-INDEX.
024020     PERFORM 7651-CHECK-ONE-SLOT
024030         THRU 7651-CHECK-ONE-SLOT-EXIT
024040         UNTIL WS-SUBJECT-INDEX > GM-SUBJECT-COUNT
024050             OR WS-APPL-SLOT > 0.

024060 7650-FIND-APPEAL-SLOT-EXIT.
024070     EXIT.

024080 7651-CHECK-ONE-SLOT.
024090     IF GM-SUBJECT-CODE (WS-SUBJECT-INDEX) = AP-COURSE-CODE
024100         MOVE WS-SUBJECT-INDEX TO WS-APPL-SLOT
024110     END-IF.
024120     ADD 1 TO WS-SUBJECT-INDEX.

024130 7651-CHECK-ONE-SLOT-EXIT.
024140     EXIT.

024150*****************************************************************
024160*  7660-CHECK-REQUESTED-GRADE                                   *
024170*  THE REQUESTED GRADE MUST BE A THREE-DIGIT GRADE 000-100 OR   *
024180*  ONE OF THE STATUS CODES I, W, OR X, AND MUST DIFFER FROM THE *
024190*  DISPUTED GRADE.                                              *
024200*****************************************************************
024210 7660-CHECK-REQUESTED-GRADE.
024220     MOVE WS-APPL-REQUESTED-INPUT TO WS-GRADE-CHECK.
024230     IF NOT WS-GRADE-IS-STATUS
024240             AND (WS-GRADE-CHECK IS NOT NUMERIC
024250             OR WS-GRADE-CHECK > "100")
024260         MOVE "N" TO WS-ENTRY-VALID-SW
024270         DISPLAY "REQUESTED GRADE '" WS-APPL-REQUESTED-INPUT
024280             "' IS NOT VALID - 000-100 OR I, W, X."
024290         GO TO 7660-CHECK-REQUESTED-GRADE-EXIT
024300     END-IF.

024310     IF WS-APPL-ACTION-ADD
024320         IF WS-APPL-REQUESTED-INPUT
024322                 = GM-SUBJECT-GRADE (WS-APPL-SLOT)
024330             MOVE "N" TO WS-ENTRY-VALID-SW
024340             DISPLAY "REQUESTED GRADE IS THE GRADE ALREADY "
024342                 "ON FILE."
024350         END-IF
024360     ELSE
024370         IF WS-APPL-REQUESTED-INPUT = AP-DISPUTED-GRADE
024380             MOVE "N" TO WS-ENTRY-VALID-SW
024390             DISPLAY "REQUESTED GRADE IS THE DISPUTED GRADE."
024400         END-IF
024410     END-IF.

024420 7660-CHECK-REQUESTED-GRADE-EXIT.
024430     EXIT.

024440*****************************************************************
024450*  7670-CHECK-FILED-DATE                                        *
024460*  THE FILED DATE MUST BE A REAL CALENDAR DATE AND NOT LATER    *
024470*  THAN TODAY.                                                  *
024480*****************************************************************
024490 7670-CHECK-FILED-DATE.
024500     IF WS-APPL-FILED-INPUT > WS-CURRENT-DATE
024510         MOVE "N" TO WS-ENTRY-VALID-SW
024520         DISPLAY "DATE FILED " WS-APPL-FILED-INPUT
024530             " IS LATER THAN TODAY."
024540         GO TO 7670-CHECK-FILED-DATE-EXIT
024550     END-IF.

024560     EVALUATE WS-APPL-FILED-MONTH
024570         WHEN 4
024580         WHEN 6
024590         WHEN 9
024600         WHEN 11
024610             MOVE 30 TO WS-APPL-MONTH-DAYS
024620         WHEN 2
024630             DIVIDE WS-APPL-FILED-YEAR BY 4
024640                 GIVING WS-APPL-LEAP-QUOTIENT
024650                 REMAINDER WS-APPL-LEAP-REMAINDER
024660             IF WS-APPL-LEAP-REMAINDER = 0
024670                 MOVE 29 TO WS-APPL-MONTH-DAYS
024680             ELSE
024690                 MOVE 28 TO WS-APPL-MONTH-DAYS
024700             END-IF
024710         WHEN OTHER
024720             MOVE 31 TO WS-APPL-MONTH-DAYS
024730     END-EVALUATE.

024740     IF WS-APPL-FILED-MONTH < 1 OR WS-APPL-FILED-MONTH > 12
024750             OR WS-APPL-FILED-DAY < 1
024760             OR WS-APPL-FILED-DAY > WS-APPL-MONTH-DAYS
024770         MOVE "N" TO WS-ENTRY-VALID-SW
024780         DISPLAY "DATE FILED " WS-APPL-FILED-INPUT
024790             " IS NOT A VALID YYYYMMDD DATE."
024800     END-IF.

024810 7670-CHECK-FILED-DATE-EXIT.
024820     EXIT.
