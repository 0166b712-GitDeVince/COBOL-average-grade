000290*                   ON THE ROSTER BUT STILL ATTENDING PER THE  *
000300*                   ATTENDANCE FILE IS FLAGGED, SINCE THAT     *
000310*                   MISMATCH HAS CAUGHT DATA-ENTRY ERRORS.     *
000311*  10/14/2026 MOB   A STUDENT WHOSE FAMILY HAS OPTED OUT OF    *
000312*                   DIRECTORY INFORMATION ON THE DEMOGRAPHIC   *
000313*                   MASTER IS LISTED UNDER A WITHHELD MASK AND *
000314*                   STUDENT ID INSTEAD OF BY NAME, SINCE THE   *
000315*                   LIST GOES TO COACHES. WHEN THE DEMOGRAPHIC *
000316*                   MASTER IS NOT AVAILABLE EVERY NAME IS      *
000317*                   WITHHELD.                                  *
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-ELIGRPT-STATUS.

000461     SELECT STUDENT-DEMOG-FILE  ASSIGN TO "STUDEMOG"
000462         ORGANIZATION IS INDEXED
000463         ACCESS MODE IS DYNAMIC
000464         RECORD KEY IS DM-STUDENT-ID
000465         FILE STATUS IS WS-STUDEMOG-STATUS.

000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  GRADE-MASTER-FILE
000560     LABEL RECORDS ARE STANDARD.
000570 01  ELIG-REPORT-LINE               PIC X(132).

000572 FD  STUDENT-DEMOG-FILE
000574     LABEL RECORDS ARE STANDARD.
000576 COPY DEMOGREC.

000580 WORKING-STORAGE SECTION.
000590*****************************************************************
000600*  FILE STATUS FIELDS                                           *
000620 77  WS-GRDMSTR-STATUS         PIC X(02)  VALUE SPACES.
000630 77  WS-ATTEND-STATUS          PIC X(02)  VALUE SPACES.
000640 77  WS-ELIGRPT-STATUS         PIC X(02)  VALUE SPACES.
000642 77  WS-STUDEMOG-STATUS        PIC X(02)  VALUE SPACES.

000650*****************************************************************
000660*  RUN CONTROL SWITCHES, REQUEST FIELDS, AND THRESHOLDS. THE    *
000840 77  WS-ELIGIBLE-COUNT         PIC 9(05)  COMP VALUE 0.
000850 77  WS-INELIGIBLE-COUNT       PIC 9(05)  COMP VALUE 0.
000860 77  WS-MISMATCH-COUNT         PIC 9(05)  COMP VALUE 0.
000862 77  WS-DEMOG-AVAILABLE-SW     PIC X(01)  VALUE "N".
000864     88  WS-DEMOG-IS-AVAILABLE VALUE "Y".
000866 77  WS-WITHHELD-COUNT         PIC 9(05)  COMP VALUE 0.

000870*****************************************************************
000880*  ATTENDANCE TABLE, LOADED FROM ATTEND FOR THE REQUESTED       *

001780     OPEN OUTPUT ELIG-REPORT-FILE.

001781     MOVE "N" TO WS-DEMOG-AVAILABLE-SW.
001782     OPEN INPUT STUDENT-DEMOG-FILE.
001783     IF WS-STUDEMOG-STATUS = "00"
001784         MOVE "Y" TO WS-DEMOG-AVAILABLE-SW
001785     ELSE
001786         DISPLAY "DEMOGRAPHIC MASTER STUDEMOG NOT AVAILABLE - "
001787             "NAMES WITHHELD"
001788     END-IF.

001790     DISPLAY "ATHLETIC ELIGIBILITY REPORT".
001800     DISPLAY "ENTER TERM (E.G. 2026FA): " WITH NO ADVANCING.
001810     ACCEPT WS-REQUEST-TERM.
001980     WRITE ELIG-REPORT-LINE.
001990     MOVE SPACES TO ELIG-REPORT-LINE.
002000     WRITE ELIG-REPORT-LINE.
002001     IF NOT WS-DEMOG-IS-AVAILABLE
002002         MOVE "DEMOGRAPHIC MASTER NOT AVAILABLE - NAMES WITHHELD."
002003             TO ELIG-REPORT-LINE
002004         WRITE ELIG-REPORT-LINE
002005         MOVE SPACES TO ELIG-REPORT-LINE
002006         WRITE ELIG-REPORT-LINE
002007     END-IF.

002010 1000-INITIALIZE-EXIT.
002020     EXIT.
003210     MOVE GM-STUDENT-ID TO WS-ELIG-STUDENT-ID (WS-ELIG-COUNT).
003220     MOVE GM-STUDENT-NAME TO
003230         WS-ELIG-STUDENT-NAME (WS-ELIG-COUNT).
003232     PERFORM 2300-CHECK-DIRECTORY-OPT-OUT
003234         THRU 2300-CHECK-DIRECTORY-OPT-OUT-EXIT.
003240     MOVE GM-AVERAGE-GRADE TO WS-ELIG-AVERAGE (WS-ELIG-COUNT).
003250     MOVE GM-LETTER-GRADE TO WS-ELIG-LETTER (WS-ELIG-COUNT).
003260     MOVE WS-ALL-WITHDRAWN-SW TO
004540         DELIMITED BY SIZE INTO ELIG-REPORT-LINE.
004550     WRITE ELIG-REPORT-LINE.
004560     MOVE SPACES TO ELIG-REPORT-LINE.
004561     IF WS-WITHHELD-COUNT > 0
004562         MOVE WS-WITHHELD-COUNT TO WS-EDIT-COUNT
004563         STRING "NAMES WITHHELD      : " WS-EDIT-COUNT
004564                 "  (DIRECTORY INFORMATION OPT-OUT)"
004565             DELIMITED BY SIZE INTO ELIG-REPORT-LINE
004566         WRITE ELIG-REPORT-LINE
004567         MOVE SPACES TO ELIG-REPORT-LINE
004568     END-IF.

004570     MOVE WS-ELIGIBLE-COUNT TO WS-EDIT-COUNT.
004580     DISPLAY "ELIGIBILITY REPORT PRINTED TO ELIGRPT - "
005630 9800-TERMINATE.
005640     CLOSE GRADE-MASTER-FILE.
005650     CLOSE ELIG-REPORT-FILE.
005652     IF WS-DEMOG-IS-AVAILABLE
005654         CLOSE STUDENT-DEMOG-FILE
005656     END-IF.

005660 9800-TERMINATE-EXIT.
005670     EXIT.

005680*****************************************************************
005690*  2300-CHECK-DIRECTORY-OPT-OUT                                 *
005700*  REPLACES THE NAME OF THE STUDENT JUST LOADED INTO THE        *
005710*  ELIGIBILITY TABLE WITH THE WITHHELD MASK WHEN THE STUDENT'S  *
005720*  DEMOGRAPHIC RECORD CARRIES THE DIRECTORY OPT-OUT FLAG, OR    *
005730*  WHEN THE STUDENT CANNOT BE CHECKED BECAUSE THE DEMOGRAPHIC   *
005740*  MASTER OR THE STUDENT'S RECORD ON IT IS MISSING. THE STUDENT *
005750*  ID STILL PRINTS SO THE ATHLETIC OFFICE CAN RESOLVE THE LINE. *
005760*****************************************************************
005770 2300-CHECK-DIRECTORY-OPT-OUT.
005780     IF WS-DEMOG-IS-AVAILABLE
005790         MOVE GM-STUDENT-ID TO DM-STUDENT-ID
005800         READ STUDENT-DEMOG-FILE
005810             INVALID KEY
005820                 GO TO 2300-WITHHOLD-NAME
005830         END-READ
005840         IF NOT DM-DIRECTORY-OPTED-OUT
005850             GO TO 2300-CHECK-DIRECTORY-OPT-OUT-EXIT
005860         END-IF
005870     END-IF.

005880 2300-WITHHOLD-NAME.
005890     MOVE "** DIRECTORY INFO WITHHELD **"
005900         TO WS-ELIG-STUDENT-NAME (WS-ELIG-COUNT).
005910     ADD 1 TO WS-WITHHELD-COUNT.

005920 2300-CHECK-DIRECTORY-OPT-OUT-EXIT.
005930     EXIT.
