000290*                   CHANGE REPORT LISTS EVERY STUDENT WHO      *
000300*                   MOVED UP OR DOWN A LEVEL IN THE            *
000310*                   REQUESTED TERM.                            *
000311*  10/14/2026 MOB   EVERY RUN NOW REGISTERS ITSELF ON THE      *
000312*                   RUN-HISTORY FILE, AND EVERY GRADE-MASTER   *
000313*                   RECORD THE RUN CHANGES THE STANDING ON IS  *
000314*                   JOURNALED TO GMJRNL UNDER THE RUN'S START  *
000315*                   TIMESTAMP, SO GMUTIL CAN BACK A BAD        *
000316*                   STANDING RUN OUT.                          *
000317*  10/15/2026 MOB   A GRADE-MASTER JOURNAL THAT CANNOT BE      *
000318*                   OPENED NOW ENDS THE RUN BEFORE ANY         *
000319*                   GRADE-MASTER RECORD IS CHANGED, SO NO      *
000320*                   UPDATE IS EVER MADE THAT GMUTIL COULD NOT  *
000321*                   BACK OUT.                                  *
000322*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-STNDRPT-STATUS.

000481     SELECT RUN-HISTORY-FILE    ASSIGN TO "RUNHIST"
000482         ORGANIZATION IS LINE SEQUENTIAL
000483         FILE STATUS IS WS-RUNHIST-STATUS.

000484     SELECT GM-JOURNAL-FILE     ASSIGN TO "GMJRNL"
000485         ORGANIZATION IS LINE SEQUENTIAL
000486         FILE STATUS IS WS-GMJRNL-STATUS.

000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  GRADE-MASTER-FILE
000580     LABEL RECORDS ARE STANDARD.
000590 01  STANDING-REPORT-LINE           PIC X(132).

000591 FD  RUN-HISTORY-FILE
000592     LABEL RECORDS ARE STANDARD.
000593 COPY RUNREC.

000594 FD  GM-JOURNAL-FILE
000595     LABEL RECORDS ARE STANDARD.
000596 COPY JRNLREC.

000600 WORKING-STORAGE SECTION.
000610*****************************************************************
000620*  FILE STATUS FIELDS                                           *
000640 77  WS-GRDMSTR-STATUS         PIC X(02)  VALUE SPACES.
000650 77  WS-STUDEMOG-STATUS        PIC X(02)  VALUE SPACES.
000660 77  WS-STNDRPT-STATUS         PIC X(02)  VALUE SPACES.
000662 77  WS-RUNHIST-STATUS         PIC X(02)  VALUE SPACES.
000664 77  WS-GMJRNL-STATUS          PIC X(02)  VALUE SPACES.

000670*****************************************************************
000680*  RUN CONTROL SWITCHES, REQUEST FIELDS, AND THE DISTRICT       *
001140 01  WS-FROM-TEXT              PIC X(19)  VALUE SPACES.
001150 01  WS-TO-TEXT                PIC X(19)  VALUE SPACES.

001151*****************************************************************
001152*  TIMESTAMP FIELDS FOR THE RUN-HISTORY REGISTRATION AND THE    *
001153*  GRADE-MASTER JOURNAL                                         *
001154*****************************************************************
001155 01  WS-CURRENT-DATE           PIC 9(08).
001156 01  WS-CURRENT-TIME           PIC 9(08).
001157 01  WS-TIMESTAMP-DISPLAY      PIC X(26)  VALUE SPACES.
001158 77  WS-RUN-START-STAMP        PIC X(26)  VALUE SPACES.

001159*****************************************************************
001160*  GRADE-MASTER JOURNAL FIELDS. THE IMAGE IS THE RECORD AS IT   *
001161*  STOOD BEFORE THE RUN CHANGED IT.                             *
001162*****************************************************************
001163 77  WS-JOURNAL-ACTION         PIC X(01)  VALUE SPACE.
001164 01  WS-JOURNAL-IMAGE          PIC X(150).

001165*****************************************************************
001170*  DISPLAY / EDIT FIELDS FOR REPORT LINES                       *
001180*****************************************************************
001190 01  WS-EDIT-STUDENT-ID        PIC 9(09).
001240*  ENTRY POINT. WALKS THE WHOLE GRADE-MASTER STUDENT BY         *
001250*  STUDENT, DERIVES AND STORES EACH STUDENT'S STANDING, AND     *
001260*  PRINTS THE STANDING-CHANGE REPORT FOR THE REQUESTED TERM.    *
001262*  THE RUN IS REGISTERED ON THE RUN-HISTORY FILE AT THE END.    *
001270*****************************************************************
001280 0000-MAINLINE.
001282     PERFORM 1200-BUILD-TIMESTAMP
001284         THRU 1200-BUILD-TIMESTAMP-EXIT.
001286     MOVE WS-TIMESTAMP-DISPLAY TO WS-RUN-START-STAMP.

001290     PERFORM 1000-INITIALIZE
001300         THRU 1000-INITIALIZE-EXIT.

001350     PERFORM 9800-TERMINATE
001360         THRU 9800-TERMINATE-EXIT.

001362     PERFORM 9300-REGISTER-RUN
001364         THRU 9300-REGISTER-RUN-EXIT.

001370     STOP RUN.

001380 0000-MAINLINE-EXIT.
001420*  OPENS THE FILES AND ASKS FOR THE TERM BEING EVALUATED AND    *
001430*  THE CUTOFF. A MISSING DEMOGRAPHIC MASTER IS NOT FATAL -      *
001440*  THE CURRENT STANDING IS THEN NOT STORED AT STUDENT LEVEL.    *
001442*  THE GRADE-MASTER JOURNAL IS OPENED WITH THE REPORT FILE.     *
001450*****************************************************************
001460 1000-INITIALIZE.
001470     OPEN I-O GRADE-MASTER-FILE.
001610     END-IF.

001620     OPEN OUTPUT STANDING-REPORT-FILE.
001622     OPEN EXTEND GM-JOURNAL-FILE.
001624     IF WS-GMJRNL-STATUS = "35"
001626         OPEN OUTPUT GM-JOURNAL-FILE
001628     END-IF.
001629     IF WS-GMJRNL-STATUS NOT = "00"
001630         DISPLAY "GRADE-MASTER JOURNAL GMJRNL COULD NOT BE "
001631             "OPENED - STATUS " WS-GMJRNL-STATUS
001632             " - RUN ABORTED, NOTHING CHANGED"
001633         CLOSE GRADE-MASTER-FILE
001634         CLOSE STANDING-REPORT-FILE
001635         IF WS-DEMOG-IS-AVAILABLE
001636             CLOSE STUDENT-DEMOG-FILE
001637         END-IF
001638         STOP RUN
001639     END-IF.

001640     DISPLAY "ACADEMIC STANDING RUN".
001641     DISPLAY "ENTER TERM TO EVALUATE (E.G. 2026FA): "
001650         WITH NO ADVANCING.
001660     ACCEPT WS-REQUEST-TERM.

004000     END-READ.

004010     IF GM-STANDING-CODE NOT = TT-STANDING (WS-TERM-TBL-INDEX)
004012         MOVE GRADE-MASTER-RECORD TO WS-JOURNAL-IMAGE
004020         MOVE TT-STANDING (WS-TERM-TBL-INDEX)
004030             TO GM-STANDING-CODE
004040         REWRITE GRADE-MASTER-RECORD
004060                 GO TO 3310-STORE-NEXT
004070         END-REWRITE
004080         ADD 1 TO WS-REWRITE-COUNT
004082         MOVE "C" TO WS-JOURNAL-ACTION
004084         PERFORM 9400-WRITE-JOURNAL-ENTRY
004086             THRU 9400-WRITE-JOURNAL-ENTRY-EXIT
004090     END-IF.

004100 3310-STORE-NEXT.
005600 9800-TERMINATE.
005610     CLOSE GRADE-MASTER-FILE.
005620     CLOSE STANDING-REPORT-FILE.
005622     CLOSE GM-JOURNAL-FILE.
005630     IF WS-DEMOG-IS-AVAILABLE
005640         CLOSE STUDENT-DEMOG-FILE
005650     END-IF.

005660 9800-TERMINATE-EXIT.
005670     EXIT.

005680*****************************************************************
005690*  1200-BUILD-TIMESTAMP                                         *
005700*  BUILDS A DISPLAYABLE YYYY-MM-DD HH:MM:SS TIMESTAMP FOR THE   *
005710*  RUN-HISTORY REGISTRATION AND THE GRADE-MASTER JOURNAL USING  *
005720*  THE DATE/TIME SPECIAL REGISTERS.                             *
005730*****************************************************************
005740 1200-BUILD-TIMESTAMP.
005750     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005760     ACCEPT WS-CURRENT-TIME FROM TIME.

005770     STRING WS-CURRENT-DATE (1:4) "-" WS-CURRENT-DATE (5:2) "-"
005780             WS-CURRENT-DATE (7:2) " " WS-CURRENT-TIME (1:2) ":"
005790             WS-CURRENT-TIME (3:2) ":" WS-CURRENT-TIME (5:2)
005800         DELIMITED BY SIZE INTO WS-TIMESTAMP-DISPLAY.

005810 1200-BUILD-TIMESTAMP-EXIT.
005820     EXIT.

005830*****************************************************************
005840*  9300-REGISTER-RUN                                            *
005850*  APPENDS THIS RUN'S RECORD TO THE RUN-HISTORY FILE - THE TERM *
005860*  EVALUATED, THE GRADE-MASTER RECORDS WHOSE STANDING CHANGED,  *
005870*  AND THE START/END TIMESTAMPS.                                *
005880*****************************************************************
005890 9300-REGISTER-RUN.
005900     PERFORM 1200-BUILD-TIMESTAMP
005910         THRU 1200-BUILD-TIMESTAMP-EXIT.

005920     MOVE SPACES TO RUN-HISTORY-RECORD.
005930     MOVE "STANDING" TO RH-PROGRAM-NAME.
005940     MOVE "STANDING" TO RH-RUN-MODE.
005950     MOVE WS-REQUEST-TERM TO RH-TERM.
005960     MOVE WS-REWRITE-COUNT TO RH-INPUT-COUNT.
005970     MOVE 0 TO RH-REJECT-COUNT.
005980     MOVE 0 TO RH-RETURN-CODE.
005990     MOVE WS-RUN-START-STAMP TO RH-START-TIMESTAMP.
006000     MOVE WS-TIMESTAMP-DISPLAY TO RH-END-TIMESTAMP.
006010     MOVE "Y" TO RH-COMPLETE-SW.

006020     OPEN EXTEND RUN-HISTORY-FILE.
006030     IF WS-RUNHIST-STATUS = "35"
006040         OPEN OUTPUT RUN-HISTORY-FILE
006050     END-IF.
006060     IF WS-RUNHIST-STATUS = "00"
006070         WRITE RUN-HISTORY-RECORD
006080         CLOSE RUN-HISTORY-FILE
006090     ELSE
006100         DISPLAY "RUN-HISTORY FILE RUNHIST COULD NOT BE "
006110             "OPENED - STATUS " WS-RUNHIST-STATUS
006120             " - RUN NOT REGISTERED"
006130     END-IF.

006140 9300-REGISTER-RUN-EXIT.
006150     EXIT.

006160*****************************************************************
006170*  9400-WRITE-JOURNAL-ENTRY                                     *
006180*  APPENDS ONE GRADE-MASTER JOURNAL ENTRY - THE IMAGE HELD IN   *
006190*  WS-JOURNAL-IMAGE, TAGGED WITH WS-JOURNAL-ACTION AND THE      *
006200*  START TIMESTAMP THIS RUN IS REGISTERED UNDER ON RUNHIST.     *
006210*****************************************************************
006220 9400-WRITE-JOURNAL-ENTRY.
006230     MOVE SPACES             TO GM-JOURNAL-RECORD.
006240     MOVE WS-RUN-START-STAMP TO JR-RUN-TIMESTAMP.
006250     MOVE "STANDING"         TO JR-PROGRAM-NAME.
006260     MOVE WS-JOURNAL-ACTION  TO JR-ACTION-CODE.
006270     MOVE WS-JOURNAL-IMAGE   TO JR-GM-IMAGE.

006280     WRITE GM-JOURNAL-RECORD.

006290 9400-WRITE-JOURNAL-ENTRY-EXIT.
006300     EXIT.
