000290*                   RANKING). A TERM WITH NO GRADED SUBJECTS   *
000300*                   (LETTER GRADE N) IS LEFT OUT OF THE        *
000310*                   RANKING AND KEEPS ZERO RANK FIELDS.        *
000312*  10/14/2026 MOB   TRANSFER TERMS POSTED FROM A PRIOR         *
000314*                   SCHOOL'S TRANSCRIPT ARE NOW LEFT OUT OF    *
000316*                   THE RANKING AND COUNTED SEPARATELY ON THE  *
000318*                   REPORT.                                    *
000319*  10/14/2026 MOB   EVERY RUN NOW REGISTERS ITSELF ON THE      *
000320*                   RUN-HISTORY FILE, AND EVERY GRADE-MASTER   *
000321*                   RECORD THE RUN STORES RANK FIELDS ON IS    *
000322*                   JOURNALED TO GMJRNL UNDER THE RUN'S START  *
000323*                   TIMESTAMP, SO GMUTIL CAN BACK A BAD RANK   *
000324*                   RUN OUT.                                   *
000325*  10/14/2026 MOB   A STUDENT WHOSE FAMILY HAS OPTED OUT OF    *
000326*                   DIRECTORY INFORMATION ON THE DEMOGRAPHIC   *
000327*                   MASTER IS STILL RANKED BUT IS LISTED ON    *
000328*                   THE REPORT UNDER A WITHHELD MASK INSTEAD   *
000329*                   OF BY NAME. WHEN THE DEMOGRAPHIC MASTER IS *
000330*                   NOT AVAILABLE EVERY NAME IS WITHHELD.      *
000331*  10/15/2026 MOB   A GRADE-MASTER JOURNAL THAT CANNOT BE      *
000332*                   OPENED NOW ENDS THE RUN BEFORE ANY         *
000333*                   GRADE-MASTER RECORD IS CHANGED, SO NO      *
000334*                   UPDATE IS EVER MADE THAT GMUTIL COULD NOT  *
000335*                   BACK OUT.                                  *
000336*****************************************************************
000337 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT GRADE-MASTER-FILE   ASSIGN TO "GRDMSTR"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-RANKRPT-STATUS.

000431     SELECT RUN-HISTORY-FILE    ASSIGN TO "RUNHIST"
000432         ORGANIZATION IS LINE SEQUENTIAL
000433         FILE STATUS IS WS-RUNHIST-STATUS.

000434     SELECT GM-JOURNAL-FILE     ASSIGN TO "GMJRNL"
000435         ORGANIZATION IS LINE SEQUENTIAL
000436         FILE STATUS IS WS-GMJRNL-STATUS.

000437     SELECT STUDENT-DEMOG-FILE  ASSIGN TO "STUDEMOG"
000438         ORGANIZATION IS INDEXED
000439         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS DM-STUDENT-ID
000441         FILE STATUS IS WS-STUDEMOG-STATUS.

000442 DATA DIVISION.
000450 FILE SECTION.
000460 FD  GRADE-MASTER-FILE
000470     LABEL RECORDS ARE STANDARD.
000500     LABEL RECORDS ARE STANDARD.
000510 01  RANK-REPORT-LINE               PIC X(132).

000511 FD  RUN-HISTORY-FILE
000512     LABEL RECORDS ARE STANDARD.
000513 COPY RUNREC.

000514 FD  GM-JOURNAL-FILE
000515     LABEL RECORDS ARE STANDARD.
000516 COPY JRNLREC.

000517 FD  STUDENT-DEMOG-FILE
000518     LABEL RECORDS ARE STANDARD.
000519 COPY DEMOGREC.

000520 WORKING-STORAGE SECTION.
000530*****************************************************************
000540*  FILE STATUS FIELDS                                           *
000550*****************************************************************
000560 77  WS-GRDMSTR-STATUS         PIC X(02)  VALUE SPACES.
000570 77  WS-RANKRPT-STATUS         PIC X(02)  VALUE SPACES.
000572 77  WS-RUNHIST-STATUS         PIC X(02)  VALUE SPACES.
000574 77  WS-GMJRNL-STATUS          PIC X(02)  VALUE SPACES.
000576 77  WS-STUDEMOG-STATUS        PIC X(02)  VALUE SPACES.

000580*****************************************************************
000590*  RUN CONTROL SWITCHES AND REQUEST FIELDS                      *
000620     88  WS-END-OF-MASTER      VALUE "Y".
000630 77  WS-REQUEST-TERM           PIC X(06)  VALUE SPACES.
000640 77  WS-SKIPPED-COUNT          PIC 9(05)  COMP VALUE 0.
000642 77  WS-TRANSFER-COUNT         PIC 9(05)  COMP VALUE 0.
000650 77  WS-STORED-COUNT           PIC 9(05)  COMP VALUE 0.
000660 77  WS-STORE-MISS-COUNT       PIC 9(05)  COMP VALUE 0.
000662 77  WS-DEMOG-AVAILABLE-SW     PIC X(01)  VALUE "N".
000664     88  WS-DEMOG-IS-AVAILABLE VALUE "Y".
000666 77  WS-WITHHELD-COUNT         PIC 9(05)  COMP VALUE 0.

000670*****************************************************************
000680*  RANKING WORK TABLE. ONE ENTRY PER STUDENT WITH A GRADED      *
000952 77  WS-GROUP-DONE-SW          PIC X(01)  VALUE "N".
000954     88  WS-GROUP-IS-DONE      VALUE "Y".

000955*****************************************************************
000956*  TIMESTAMP FIELDS FOR THE RUN-HISTORY REGISTRATION AND THE    *
000957*  GRADE-MASTER JOURNAL                                         *
000958*****************************************************************
000959 01  WS-CURRENT-DATE           PIC 9(08).
000960 01  WS-CURRENT-TIME           PIC 9(08).
000961 01  WS-TIMESTAMP-DISPLAY      PIC X(26)  VALUE SPACES.
000962 77  WS-RUN-START-STAMP        PIC X(26)  VALUE SPACES.

000963*****************************************************************
000964*  GRADE-MASTER JOURNAL FIELDS. THE IMAGE IS THE RECORD AS IT   *
000965*  STOOD BEFORE THE RUN CHANGED IT.                             *
000966*****************************************************************
000967 77  WS-JOURNAL-ACTION         PIC X(01)  VALUE SPACE.
000968 01  WS-JOURNAL-IMAGE          PIC X(150).

000969*****************************************************************
000970*  DISPLAY / EDIT FIELDS FOR REPORT LINES                       *
000980*****************************************************************
000990 01  WS-EDIT-AVERAGE           PIC ZZ9.99.
001080*  ENTRY POINT. LOADS THE REQUESTED TERM'S RECORDS, SORTS AND   *
001090*  RANKS THEM WITHIN EACH SCHOOL, PRINTS THE RANK REPORT, AND   *
001100*  STORES THE RANK FIELDS BACK ON THE GRADE-MASTER.             *
001102*  THE RUN IS REGISTERED ON THE RUN-HISTORY FILE AT THE END.    *
001110*****************************************************************
001120 0000-MAINLINE.
001122     PERFORM 1200-BUILD-TIMESTAMP
001124         THRU 1200-BUILD-TIMESTAMP-EXIT.
001126     MOVE WS-TIMESTAMP-DISPLAY TO WS-RUN-START-STAMP.

001130     PERFORM 1000-INITIALIZE
001140         THRU 1000-INITIALIZE-EXIT.

001340     PERFORM 9800-TERMINATE
001350         THRU 9800-TERMINATE-EXIT.

001352     PERFORM 9300-REGISTER-RUN
001354         THRU 9300-REGISTER-RUN-EXIT.

001360     STOP RUN.

001370 0000-MAINLINE-EXIT.
001400*  1000-INITIALIZE                                              *
001410*  OPENS THE GRADE-MASTER AND THE RANK REPORT FILE AND ASKS     *
001420*  WHICH TERM TO RANK.                                          *
001422*  THE GRADE-MASTER JOURNAL IS OPENED WITH THE REPORT FILE.     *
001430*****************************************************************
001440 1000-INITIALIZE.
001450     OPEN I-O GRADE-MASTER-FILE.
001510     END-IF.

001520     OPEN OUTPUT RANK-REPORT-FILE.
001522     OPEN EXTEND GM-JOURNAL-FILE.
001524     IF WS-GMJRNL-STATUS = "35"
001526         OPEN OUTPUT GM-JOURNAL-FILE
001528     END-IF.
001529     IF WS-GMJRNL-STATUS NOT = "00"
001530         DISPLAY "GRADE-MASTER JOURNAL GMJRNL COULD NOT BE "
001531             "OPENED - STATUS " WS-GMJRNL-STATUS
001532             " - RUN ABORTED, NOTHING CHANGED"
001533         CLOSE GRADE-MASTER-FILE
001534         CLOSE RANK-REPORT-FILE
001535         STOP RUN
001536     END-IF.

001537     MOVE "N" TO WS-DEMOG-AVAILABLE-SW.
001538     OPEN INPUT STUDENT-DEMOG-FILE.
001539     IF WS-STUDEMOG-STATUS = "00"
001540         MOVE "Y" TO WS-DEMOG-AVAILABLE-SW
001541     ELSE
001542         DISPLAY "DEMOGRAPHIC MASTER STUDEMOG NOT AVAILABLE - "
001543             "NAMES WITHHELD"
001544     END-IF.

001545     DISPLAY "CLASS RANK REPORT".
001546     DISPLAY "ENTER TERM TO RANK (E.G. 2026FA): "
001550         WITH NO ADVANCING.
001560     ACCEPT WS-REQUEST-TERM.

001640     WRITE RANK-REPORT-LINE.
001650     MOVE SPACES TO RANK-REPORT-LINE.
001660     WRITE RANK-REPORT-LINE.
001661     IF NOT WS-DEMOG-IS-AVAILABLE
001662         MOVE "DEMOGRAPHIC MASTER NOT AVAILABLE - NAMES WITHHELD."
001663             TO RANK-REPORT-LINE
001664         WRITE RANK-REPORT-LINE
001665         MOVE SPACES TO RANK-REPORT-LINE
001666         WRITE RANK-REPORT-LINE
001667     END-IF.

001670 1000-INITIALIZE-EXIT.
001680     EXIT.
001720*  RECORD FOR THE REQUESTED TERM INTO THE RANKING TABLE. A      *
001730*  RECORD WITH NO GRADED SUBJECTS (LETTER GRADE N) IS COUNTED   *
001740*  AND SKIPPED SO AN ALL-STATUS TERM CANNOT HOLD A RANK.        *
001742*  A TRANSFER TERM POSTED FROM A PRIOR SCHOOL IS COUNTED AND    *
001744*  SKIPPED AS WELL - ITS GRADES WERE NOT EARNED IN THIS CLASS.  *
001750*****************************************************************
001760 2000-LOAD-TERM-RECORDS.
001770     MOVE "N" TO WS-EOF-SW.
002070         GO TO 2200-LOAD-NEXT
002080     END-IF.

002082     IF GM-IS-TRANSFER-TERM
002084         ADD 1 TO WS-TRANSFER-COUNT
002086         GO TO 2200-LOAD-NEXT
002088     END-IF.

002090     IF GM-LETTER-GRADE = "N"
002100         ADD 1 TO WS-SKIPPED-COUNT
002110         GO TO 2200-LOAD-NEXT
002170             WS-RANK-STUDENT-ID (WS-RANK-COUNT)
002180         MOVE GM-STUDENT-NAME TO
002190             WS-RANK-STUDENT-NAME (WS-RANK-COUNT)
002192         PERFORM 2300-CHECK-DIRECTORY-OPT-OUT
002194             THRU 2300-CHECK-DIRECTORY-OPT-OUT-EXIT
002200         MOVE GM-AVERAGE-GRADE TO
002210             WS-RANK-AVERAGE (WS-RANK-COUNT)
002220         MOVE ZEROS TO WS-RANK-RANK (WS-RANK-COUNT)
003480         DELIMITED BY SIZE INTO RANK-REPORT-LINE.
003490     WRITE RANK-REPORT-LINE.
003500     MOVE SPACES TO RANK-REPORT-LINE.
003501     MOVE WS-TRANSFER-COUNT TO WS-EDIT-COUNT.
003502     STRING "NOT RANKED (TRANSFER CREDIT)    : " WS-EDIT-COUNT
003503         DELIMITED BY SIZE INTO RANK-REPORT-LINE.
003504     WRITE RANK-REPORT-LINE.
003505     MOVE SPACES TO RANK-REPORT-LINE.
003506     IF WS-WITHHELD-COUNT > 0
003507         MOVE WS-WITHHELD-COUNT TO WS-EDIT-COUNT
003508         STRING "NAMES WITHHELD (DIRECTORY OPT-OUT): "
003509                 WS-EDIT-COUNT
003510             DELIMITED BY SIZE INTO RANK-REPORT-LINE
003511         WRITE RANK-REPORT-LINE
003512         MOVE SPACES TO RANK-REPORT-LINE
003513     END-IF.

003514 5000-PRINT-RANK-REPORT-EXIT.
003520     EXIT.

003530 5100-PRINT-ONE-ENTRY.
004100             ADD 1 TO WS-STORE-MISS-COUNT
004110             GO TO 6100-STORE-NEXT
004120     END-READ.
004122     MOVE GRADE-MASTER-RECORD TO WS-JOURNAL-IMAGE.

004130     MOVE WS-RANK-RANK (WS-OUTER-INDEX) TO GM-CLASS-RANK.
004140     MOVE WS-RANK-SIZE (WS-OUTER-INDEX) TO GM-CLASS-SIZE.
004190             GO TO 6100-STORE-NEXT
004200     END-REWRITE.
004210     ADD 1 TO WS-STORED-COUNT.
004212     MOVE "C" TO WS-JOURNAL-ACTION.
004214     PERFORM 9400-WRITE-JOURNAL-ENTRY
004216         THRU 9400-WRITE-JOURNAL-ENTRY-EXIT.

004220 6100-STORE-NEXT.
004230     ADD 1 TO WS-OUTER-INDEX.
004300 9800-TERMINATE.
004310     CLOSE GRADE-MASTER-FILE.
004320     CLOSE RANK-REPORT-FILE.
004322     CLOSE GM-JOURNAL-FILE.
004324     IF WS-DEMOG-IS-AVAILABLE
004326         CLOSE STUDENT-DEMOG-FILE
004328     END-IF.

004330 9800-TERMINATE-EXIT.
004340     EXIT.

004350*****************************************************************
004360*  1200-BUILD-TIMESTAMP                                         *
004370*  BUILDS A DISPLAYABLE YYYY-MM-DD HH:MM:SS TIMESTAMP FOR THE   *
004380*  RUN-HISTORY REGISTRATION AND THE GRADE-MASTER JOURNAL USING  *
004390*  THE DATE/TIME SPECIAL REGISTERS.                             *
004400*****************************************************************
004410 1200-BUILD-TIMESTAMP.
004420     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004430     ACCEPT WS-CURRENT-TIME FROM TIME.

004440     STRING WS-CURRENT-DATE (1:4) "-" WS-CURRENT-DATE (5:2) "-"
004450             WS-CURRENT-DATE (7:2) " " WS-CURRENT-TIME (1:2) ":"
004460             WS-CURRENT-TIME (3:2) ":" WS-CURRENT-TIME (5:2)
004470         DELIMITED BY SIZE INTO WS-TIMESTAMP-DISPLAY.

004480 1200-BUILD-TIMESTAMP-EXIT.
004490     EXIT.

004500*****************************************************************
004510*  9300-REGISTER-RUN                                            *
004520*  APPENDS THIS RUN'S RECORD TO THE RUN-HISTORY FILE - THE TERM *
004530*  RANKED, THE GRADE-MASTER RECORDS THE RANK FIELDS WERE        *
004540*  STORED ON, AND THE START/END TIMESTAMPS.                     *
004550*****************************************************************
004560 9300-REGISTER-RUN.
004570     PERFORM 1200-BUILD-TIMESTAMP
004580         THRU 1200-BUILD-TIMESTAMP-EXIT.

004590     MOVE SPACES TO RUN-HISTORY-RECORD.
004600     MOVE "CLSRANK" TO RH-PROGRAM-NAME.
004610     MOVE "RANK" TO RH-RUN-MODE.
004620     MOVE WS-REQUEST-TERM TO RH-TERM.
004630     MOVE WS-STORED-COUNT TO RH-INPUT-COUNT.
004640     MOVE 0 TO RH-REJECT-COUNT.
004650     MOVE 0 TO RH-RETURN-CODE.
004660     MOVE WS-RUN-START-STAMP TO RH-START-TIMESTAMP.
004670     MOVE WS-TIMESTAMP-DISPLAY TO RH-END-TIMESTAMP.
004680     MOVE "Y" TO RH-COMPLETE-SW.

004690     OPEN EXTEND RUN-HISTORY-FILE.
004700     IF WS-RUNHIST-STATUS = "35"
004710         OPEN OUTPUT RUN-HISTORY-FILE
004720     END-IF.
004730     IF WS-RUNHIST-STATUS = "00"
004740         WRITE RUN-HISTORY-RECORD
004750         CLOSE RUN-HISTORY-FILE
004760     ELSE
004770         DISPLAY "RUN-HISTORY FILE RUNHIST COULD NOT BE "
004780             "OPENED - STATUS " WS-RUNHIST-STATUS
004790             " - RUN NOT REGISTERED"
004800     END-IF.

004810 9300-REGISTER-RUN-EXIT.
004820     EXIT.

004830*****************************************************************
004840*  9400-WRITE-JOURNAL-ENTRY                                     *
004850*  APPENDS ONE GRADE-MASTER JOURNAL ENTRY - THE IMAGE HELD IN   *
004860*  WS-JOURNAL-IMAGE, TAGGED WITH WS-JOURNAL-ACTION AND THE      *
004870*  START TIMESTAMP THIS RUN IS REGISTERED UNDER ON RUNHIST.     *
004880*****************************************************************
004890 9400-WRITE-JOURNAL-ENTRY.
004900     MOVE SPACES             TO GM-JOURNAL-RECORD.
004910     MOVE WS-RUN-START-STAMP TO JR-RUN-TIMESTAMP.
004920     MOVE "CLSRANK"          TO JR-PROGRAM-NAME.
004930     MOVE WS-JOURNAL-ACTION  TO JR-ACTION-CODE.
004940     MOVE WS-JOURNAL-IMAGE   TO JR-GM-IMAGE.

004950     WRITE GM-JOURNAL-RECORD.

004960 9400-WRITE-JOURNAL-ENTRY-EXIT.
004970     EXIT.

004980*****************************************************************
004990*  2300-CHECK-DIRECTORY-OPT-OUT                                 *
005000*  REPLACES THE NAME OF THE STUDENT JUST LOADED INTO THE        *
005010*  RANKING TABLE WITH THE WITHHELD MASK WHEN THE STUDENT'S      *
005020*  DEMOGRAPHIC RECORD CARRIES THE DIRECTORY OPT-OUT FLAG, OR    *
005030*  WHEN THE STUDENT CANNOT BE CHECKED BECAUSE THE DEMOGRAPHIC   *
005040*  MASTER OR THE STUDENT'S RECORD ON IT IS MISSING. THE STUDENT *
005050*  STAYS IN THE RANKING.                                        *
005060*****************************************************************
005070 2300-CHECK-DIRECTORY-OPT-OUT.
005080     IF WS-DEMOG-IS-AVAILABLE
005090         MOVE GM-STUDENT-ID TO DM-STUDENT-ID
005100         READ STUDENT-DEMOG-FILE
005110             INVALID KEY
005120                 GO TO 2300-WITHHOLD-NAME
005130         END-READ
005140         IF NOT DM-DIRECTORY-OPTED-OUT
005150             GO TO 2300-CHECK-DIRECTORY-OPT-OUT-EXIT
005160         END-IF
005170     END-IF.

005180 2300-WITHHOLD-NAME.
005190     MOVE "** DIRECTORY INFO WITHHELD **"
005200         TO WS-RANK-STUDENT-NAME (WS-RANK-COUNT).
005210     ADD 1 TO WS-WITHHELD-COUNT.

005220 2300-CHECK-DIRECTORY-OPT-OUT-EXIT.
005230     EXIT.
