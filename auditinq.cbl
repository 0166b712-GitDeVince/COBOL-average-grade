000260*                   COPIED UNCHANGED TO A FLAT EXTRACT FILE SO *
000270*                   A RECORDS REQUEST CAN BE ANSWERED WITHOUT  *
000280*                   HANDING OVER THE WHOLE LOG.                *
000282*  10/14/2026 MOB   INQUIRY LINES SHOW THE PLUS/MINUS MODIFIER *
000284*                   NEXT TO THE LETTER GRADE.                  *
000285*  10/14/2026 MOB   THE OPERATOR NOW ENTERS WHO THE EXTRACT IS *
000286*                   BEING RELEASED TO AND FOR WHAT PURPOSE,    *
000287*                   BOTH PRINTED IN THE REPORT HEADING, AND    *
000288*                   ONE RECORDS-DISCLOSURE LOG RECORD IS       *
000289*                   WRITTEN FOR EVERY STUDENT WITH AN ENTRY    *
000290*                   SELECTED. NOTHING IS EXTRACTED WITHOUT     *
000291*                   BOTH ANSWERS OR WHEN THE DISCLOSURE LOG    *
000292*                   CANNOT BE OPENED.                          *
000293*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-AUDEXT-STATUS.

000412     SELECT DISCLOSURE-LOG-FILE ASSIGN TO "DISCLOG"
000414         ORGANIZATION IS LINE SEQUENTIAL
000416         FILE STATUS IS WS-DISCLOG-STATUS.

000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  AUDIT-LOG-FILE
000510     LABEL RECORDS ARE STANDARD.
000520 01  AUDIT-EXTRACT-RECORD           PIC X(151).

000522 FD  DISCLOSURE-LOG-FILE
000524     LABEL RECORDS ARE STANDARD.
000526 COPY DISCREC.

000530 WORKING-STORAGE SECTION.
000540*****************************************************************
000550*  FILE STATUS FIELDS                                           *
000570 77  WS-AUDITLG-STATUS         PIC X(02)  VALUE SPACES.
000580 77  WS-AUDIRPT-STATUS         PIC X(02)  VALUE SPACES.
000590 77  WS-AUDEXT-STATUS          PIC X(02)  VALUE SPACES.
000592 77  WS-DISCLOG-STATUS         PIC X(02)  VALUE SPACES.

000600*****************************************************************
000610*  RUN CONTROL SWITCHES AND SELECTION CRITERIA. A ZERO          *
000750 77  WS-SELECTED-COUNT         PIC 9(07)  COMP VALUE 0.
000760 77  WS-SUBJECT-INDEX          PIC 9(01)  COMP VALUE 0.

000761*****************************************************************
000762*  RECORDS RELEASE FIELDS. THE PARTY THE EXTRACT GOES TO AND    *
000763*  THE PURPOSE GIVEN ARE WRITTEN TO THE DISCLOSURE LOG ONCE     *
000764*  FOR EVERY STUDENT WITH AN ENTRY SELECTED. THE TABLE HOLDS    *
000765*  THE STUDENTS ALREADY LOGGED THIS RUN, SINCE THE AUDIT LOG    *
000766*  IS IN RUN ORDER RATHER THAN STUDENT ORDER. ONCE IT IS FULL   *
000767*  A STUDENT MAY BE LOGGED MORE THAN ONCE, NEVER LEFT OUT.      *
000768*****************************************************************
000769 77  WS-RELEASE-REQUESTER      PIC X(40)  VALUE SPACES.
000770 77  WS-RELEASE-PURPOSE        PIC X(40)  VALUE SPACES.
000771 77  WS-DISCLOSURE-COUNT       PIC 9(07)  COMP VALUE 0.
000772 77  WS-LOGGED-COUNT           PIC 9(05)  COMP VALUE 0.
000773 77  WS-LOGGED-LIMIT           PIC 9(05)  VALUE 5000.
000774 77  WS-LOGGED-INDEX           PIC 9(05)  COMP VALUE 0.
000775 77  WS-LOGGED-FOUND-SW        PIC X(01)  VALUE "N".
000776     88  WS-STUDENT-WAS-LOGGED VALUE "Y".

000777 01  WS-LOGGED-STUDENT-TABLE.
000778     05  WS-LOGGED-STUDENT-ID OCCURS 5000 TIMES
000779                                   PIC 9(09).

000780*****************************************************************
000781*  DISPLAY / EDIT FIELDS FOR REPORT LINES                       *
000790*****************************************************************
000800 01  WS-EDIT-AVERAGE           PIC ZZ9.99.
000810 01  WS-EDIT-STUDENT-ID        PIC 9(09).
000820 01  WS-EDIT-COUNT             PIC ZZZZZZ9.

000821*****************************************************************
000822*  TIMESTAMP FIELDS FOR THE DISCLOSURE LOG                      *
000823*****************************************************************
000824 01  WS-CURRENT-DATE           PIC 9(08).
000825 01  WS-CURRENT-TIME           PIC 9(08).
000826 01  WS-TIMESTAMP-DISPLAY      PIC X(26)  VALUE SPACES.

000830 PROCEDURE DIVISION.
000840*****************************************************************
000850*  0000-MAINLINE                                                *
001290     DISPLAY "ENTER ACTION CODE (BLANK = ALL): "
001300         WITH NO ADVANCING.
001310     ACCEPT WS-SELECT-ACTION.
001311     DISPLAY "RECORDS RELEASED TO (NAME/AGENCY): "
001312         WITH NO ADVANCING.
001313     ACCEPT WS-RELEASE-REQUESTER.
001314     DISPLAY "PURPOSE OF RELEASE: " WITH NO ADVANCING.
001315     ACCEPT WS-RELEASE-PURPOSE.

001316     PERFORM 1400-OPEN-DISCLOSURE-LOG
001317         THRU 1400-OPEN-DISCLOSURE-LOG-EXIT.

001320     MOVE "AUDIT LOG INQUIRY REPORT" TO INQUIRY-REPORT-LINE.
001330     WRITE INQUIRY-REPORT-LINE.
001600         WRITE INQUIRY-REPORT-LINE
001610         MOVE SPACES TO INQUIRY-REPORT-LINE
001620     END-IF.
001621     STRING "RELEASED TO         : " WS-RELEASE-REQUESTER
001622         DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE.
001623     WRITE INQUIRY-REPORT-LINE.
001624     MOVE SPACES TO INQUIRY-REPORT-LINE.
001625     STRING "PURPOSE OF RELEASE  : " WS-RELEASE-PURPOSE
001626         DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE.
001627     WRITE INQUIRY-REPORT-LINE.
001628     MOVE SPACES TO INQUIRY-REPORT-LINE.
001630     WRITE INQUIRY-REPORT-LINE.

001640 1000-INITIALIZE-EXIT.
002230     MOVE SPACES TO AUDIT-EXTRACT-RECORD.
002240     MOVE AUDIT-LOG-RECORD TO AUDIT-EXTRACT-RECORD.
002250     WRITE AUDIT-EXTRACT-RECORD.
002252     PERFORM 2400-LOG-DISCLOSURE
002254         THRU 2400-LOG-DISCLOSURE-EXIT.

002260 2200-PROCESS-NEXT.
002270     PERFORM 2100-READ-LOG-ENTRY
002460             " TERM " AL-TERM
002470             " AVG=" WS-EDIT-AVERAGE
002480             " GRADE=" AL-LETTER-GRADE
002482             AL-LETTER-MODIFIER
002490         DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE.
002500     WRITE INQUIRY-REPORT-LINE.
002510     MOVE SPACES TO INQUIRY-REPORT-LINE.
002920     MOVE WS-SELECTED-COUNT TO WS-EDIT-COUNT.
002930     DISPLAY "  ENTRIES SELECTED TO AUDIRPT AND AUDEXT: "
002940         WS-EDIT-COUNT.
002942     MOVE WS-DISCLOSURE-COUNT TO WS-EDIT-COUNT.
002944     DISPLAY "  RELEASES LOGGED TO DISCLOG: " WS-EDIT-COUNT.

002950 8000-PRINT-SUMMARY-EXIT.
002960     EXIT.
003020     CLOSE AUDIT-LOG-FILE.
003030     CLOSE INQUIRY-REPORT-FILE.
003040     CLOSE AUDIT-EXTRACT-FILE.
003042     CLOSE DISCLOSURE-LOG-FILE.

003050 9800-TERMINATE-EXIT.
003060     EXIT.

003070*****************************************************************
003080*  1400-OPEN-DISCLOSURE-LOG                                     *
003090*  THE INQUIRY REPORT AND EXTRACT RELEASE EDUCATION RECORDS, SO *
003100*  EVERY STUDENT IN THEM MUST BE LOGGED. THE RUN IS REFUSED     *
003110*  BEFORE ANYTHING IS SELECTED WHEN THE REQUESTER OR PURPOSE IS *
003120*  LEFT BLANK, OR WHEN THE DISCLOSURE LOG CANNOT BE OPENED. THE *
003130*  RELEASE TIMESTAMP IS TAKEN ONCE FOR THE RUN. THE LOG IS      *
003140*  APPENDED TO, AND CREATED ON THE FIRST RUN.                   *
003150*****************************************************************
003160 1400-OPEN-DISCLOSURE-LOG.
003170     IF WS-RELEASE-REQUESTER = SPACES
003180             OR WS-RELEASE-PURPOSE = SPACES
003190         DISPLAY "REQUESTER AND PURPOSE ARE REQUIRED FOR THE "
003200             "DISCLOSURE LOG - NOTHING EXTRACTED"
003210         CLOSE AUDIT-LOG-FILE
003220         CLOSE INQUIRY-REPORT-FILE
003230         CLOSE AUDIT-EXTRACT-FILE
003240         STOP RUN
003250     END-IF.

003260     PERFORM 1200-BUILD-TIMESTAMP
003270         THRU 1200-BUILD-TIMESTAMP-EXIT.

003280     OPEN EXTEND DISCLOSURE-LOG-FILE.
003290     IF WS-DISCLOG-STATUS = "35"
003300         OPEN OUTPUT DISCLOSURE-LOG-FILE
003310     END-IF.
003320     IF WS-DISCLOG-STATUS NOT = "00"
003330         DISPLAY "DISCLOSURE LOG DISCLOG COULD NOT BE OPENED - "
003340             "STATUS " WS-DISCLOG-STATUS " - NOTHING EXTRACTED"
003350         CLOSE AUDIT-LOG-FILE
003360         CLOSE INQUIRY-REPORT-FILE
003370         CLOSE AUDIT-EXTRACT-FILE
003380         STOP RUN
003390     END-IF.

003400 1400-OPEN-DISCLOSURE-LOG-EXIT.
003410     EXIT.

003420*****************************************************************
003430*  1200-BUILD-TIMESTAMP                                         *
003440*  BUILDS A DISPLAYABLE YYYY-MM-DD HH:MM:SS TIMESTAMP FOR THE   *
003450*  DISCLOSURE LOG USING THE DATE/TIME SPECIAL REGISTERS.        *
003460*****************************************************************
003470 1200-BUILD-TIMESTAMP.
003480     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003490     ACCEPT WS-CURRENT-TIME FROM TIME.

003500     STRING WS-CURRENT-DATE (1:4) "-" WS-CURRENT-DATE (5:2) "-"
003510             WS-CURRENT-DATE (7:2) " " WS-CURRENT-TIME (1:2) ":"
003520             WS-CURRENT-TIME (3:2) ":" WS-CURRENT-TIME (5:2)
003530         DELIMITED BY SIZE INTO WS-TIMESTAMP-DISPLAY.

003540 1200-BUILD-TIMESTAMP-EXIT.
003550     EXIT.

003560*****************************************************************
003570*  2400-LOG-DISCLOSURE                                          *
003580*  WRITES THE DISCLOSURE LOG RECORD FOR THE STUDENT OF THE      *
003590*  ENTRY JUST SELECTED, UNLESS THAT STUDENT HAS ALREADY BEEN    *
003600*  LOGGED THIS RUN. THE TERM SELECTED IS CARRIED ON THE LOG -   *
003610*  BLANK WHEN EVERY TERM WAS SELECTED.                          *
003620*****************************************************************
003630 2400-LOG-DISCLOSURE.
003640     MOVE "N" TO WS-LOGGED-FOUND-SW.
003650     MOVE 1 TO WS-LOGGED-INDEX.
003660     PERFORM 2410-CHECK-ONE-LOGGED-ID
003670         THRU 2410-CHECK-ONE-LOGGED-ID-EXIT
003680         UNTIL WS-LOGGED-INDEX > WS-LOGGED-COUNT
003690             OR WS-STUDENT-WAS-LOGGED.
003700     IF WS-STUDENT-WAS-LOGGED
003710         GO TO 2400-LOG-DISCLOSURE-EXIT
003720     END-IF.

003730     IF WS-LOGGED-COUNT < WS-LOGGED-LIMIT
003740         ADD 1 TO WS-LOGGED-COUNT
003750         MOVE AL-STUDENT-ID TO
003760             WS-LOGGED-STUDENT-ID (WS-LOGGED-COUNT)
003770     END-IF.

003780     MOVE SPACES TO DISCLOSURE-LOG-RECORD.
003790     MOVE WS-TIMESTAMP-DISPLAY TO DL-RELEASE-TIMESTAMP.
003800     MOVE AL-STUDENT-ID TO DL-STUDENT-ID.
003810     MOVE "AUDITINQ" TO DL-PROGRAM-NAME.
003820     MOVE WS-SELECT-TERM TO DL-TERM.
003830     MOVE WS-RELEASE-REQUESTER TO DL-REQUESTER.
003840     MOVE WS-RELEASE-PURPOSE TO DL-PURPOSE.
003850     WRITE DISCLOSURE-LOG-RECORD.
003860     ADD 1 TO WS-DISCLOSURE-COUNT.

003870 2400-LOG-DISCLOSURE-EXIT.
003880     EXIT.

003890 2410-CHECK-ONE-LOGGED-ID.
003900     IF WS-LOGGED-STUDENT-ID (WS-LOGGED-INDEX) = AL-STUDENT-ID
003910         MOVE "Y" TO WS-LOGGED-FOUND-SW
003920     ELSE
003930         ADD 1 TO WS-LOGGED-INDEX
003940     END-IF.

003950 2410-CHECK-ONE-LOGGED-ID-EXIT.
003960     EXIT.
