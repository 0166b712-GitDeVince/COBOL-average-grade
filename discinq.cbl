000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DisclosureInquiry.
000120 AUTHOR.        M. OKONKWO-BELL, GRADING SYSTEMS GROUP.
000130 INSTALLATION.  DISTRICT OFFICE, ACADEMIC RECORDS.
000140 DATE-WRITTEN.  10/14/2026.
000150 DATE-COMPILED.
000160*****************************************************************
000170*  MODIFICATION HISTORY                                        *
000180*  ------------------------------------------------------------*
000190*  DATE       INIT  DESCRIPTION                                *
000200*  10/14/2026 MOB   ORIGINAL VERSION. SELECTS RECORDS-         *
000210*                   DISCLOSURE LOG ENTRIES BY STUDENT ID AND   *
000220*                   DATE RANGE AND PRINTS WHO RECEIVED THE     *
000230*                   STUDENT'S EDUCATION RECORDS, WHEN, WHICH   *
000240*                   RECORD WAS RELEASED, AND FOR WHAT PURPOSE. *
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT DISCLOSURE-LOG-FILE ASSIGN TO "DISCLOG"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-DISCLOG-STATUS.

000320     SELECT STUDENT-DEMOG-FILE  ASSIGN TO "STUDEMOG"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS DM-STUDENT-ID
000360         FILE STATUS IS WS-STUDEMOG-STATUS.

000370     SELECT DISCLOSURE-REPORT-FILE ASSIGN TO "DISCRPT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-DISCRPT-STATUS.

000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  DISCLOSURE-LOG-FILE
000430     LABEL RECORDS ARE STANDARD.
000440 COPY DISCREC.

000450 FD  STUDENT-DEMOG-FILE
000460     LABEL RECORDS ARE STANDARD.
000470 COPY DEMOGREC.

000480 FD  DISCLOSURE-REPORT-FILE
000490     LABEL RECORDS ARE STANDARD.
000500 01  DISCLOSURE-REPORT-LINE         PIC X(132).

000510 WORKING-STORAGE SECTION.
000520*****************************************************************
000530*  FILE STATUS FIELDS                                           *
000540*****************************************************************
000550 77  WS-DISCLOG-STATUS         PIC X(02)  VALUE SPACES.
000560 77  WS-STUDEMOG-STATUS        PIC X(02)  VALUE SPACES.
000570 77  WS-DISCRPT-STATUS         PIC X(02)  VALUE SPACES.

000580*****************************************************************
000590*  RUN CONTROL SWITCHES AND SELECTION CRITERIA. A ZERO          *
000600*  STUDENT ID OR A BLANK DATE LEAVES THAT TEST OUT OF THE       *
000610*  SELECTION.                                                   *
000620*****************************************************************
000630 77  WS-EOF-SW                 PIC X(01)  VALUE "N".
000640     88  WS-END-OF-LOG         VALUE "Y".

000650 77  WS-SELECT-STUDENT-ID      PIC 9(09)  VALUE 0.
000660     88  WS-ANY-STUDENT        VALUE 0.
000670 77  WS-SELECT-DATE-FROM       PIC X(10)  VALUE SPACES.
000680 77  WS-SELECT-DATE-TO         PIC X(10)  VALUE SPACES.
000690 77  WS-ENTRY-DATE             PIC X(10)  VALUE SPACES.
000700 77  WS-RECORD-RELEASED        PIC X(16)  VALUE SPACES.
000710 77  WS-TERM-RELEASED          PIC X(09)  VALUE SPACES.

000720 77  WS-READ-COUNT             PIC 9(07)  COMP VALUE 0.
000730 77  WS-SELECTED-COUNT         PIC 9(07)  COMP VALUE 0.

000740*****************************************************************
000750*  DISPLAY / EDIT FIELDS FOR REPORT LINES                       *
000760*****************************************************************
000770 01  WS-EDIT-STUDENT-ID        PIC 9(09).
000780 01  WS-EDIT-COUNT             PIC ZZZZZZ9.

000790 PROCEDURE DIVISION.
000800*****************************************************************
000810*  0000-MAINLINE                                                *
000820*  ENTRY POINT. ASKS FOR THE STUDENT AND DATE RANGE, READS THE  *
000830*  WHOLE DISCLOSURE LOG, AND PRINTS EVERY RELEASE THAT MATCHES. *
000840*****************************************************************
000850 0000-MAINLINE.
000860     PERFORM 1000-INITIALIZE
000870         THRU 1000-INITIALIZE-EXIT.

000880     PERFORM 2000-SELECT-ENTRIES
000890         THRU 2000-SELECT-ENTRIES-EXIT.

000900     PERFORM 8000-PRINT-SUMMARY
000910         THRU 8000-PRINT-SUMMARY-EXIT.

000920     PERFORM 9800-TERMINATE
000930         THRU 9800-TERMINATE-EXIT.

000940     STOP RUN.

000950 0000-MAINLINE-EXIT.
000960     EXIT.

000970*****************************************************************
000980*  1000-INITIALIZE                                              *
000990*  OPENS THE FILES AND PROMPTS FOR THE SELECTION CRITERIA. A    *
001000*  RECORDS QUESTION IS USUALLY ANSWERED WITH THE STUDENT ID AND *
001010*  A DATE RANGE; EITHER MAY BE LEFT EMPTY TO MATCH EVERYTHING.  *
001020*  THE STUDENT'S NAME IS TAKEN FROM THE DEMOGRAPHIC MASTER FOR  *
001030*  THE HEADING WHEN ONE STUDENT IS ASKED FOR - A MISSING        *
001040*  DEMOGRAPHIC MASTER IS NOT FATAL, THE HEADING THEN SHOWS THE  *
001050*  ID ONLY.                                                     *
001060*****************************************************************
001070 1000-INITIALIZE.
001080     OPEN INPUT DISCLOSURE-LOG-FILE.
001090     IF WS-DISCLOG-STATUS NOT = "00"
001100         DISPLAY "DISCLOSURE LOG DISCLOG NOT AVAILABLE - STATUS "
001110             WS-DISCLOG-STATUS " - NOTHING TO INQUIRE ON"
001120         STOP RUN
001130     END-IF.

001140     OPEN OUTPUT DISCLOSURE-REPORT-FILE.

001150     DISPLAY "RECORDS DISCLOSURE INQUIRY".
001160     DISPLAY "ENTER STUDENT ID (0 = ALL): " WITH NO ADVANCING.
001170     ACCEPT WS-SELECT-STUDENT-ID.
001180     DISPLAY "ENTER FROM DATE YYYY-MM-DD (BLANK = ALL): "
001190         WITH NO ADVANCING.
001200     ACCEPT WS-SELECT-DATE-FROM.
001210     DISPLAY "ENTER TO DATE YYYY-MM-DD (BLANK = ALL): "
001220         WITH NO ADVANCING.
001230     ACCEPT WS-SELECT-DATE-TO.

001240     MOVE "RECORDS DISCLOSURE INQUIRY REPORT"
001250         TO DISCLOSURE-REPORT-LINE.
001260     WRITE DISCLOSURE-REPORT-LINE.
001270     MOVE SPACES TO DISCLOSURE-REPORT-LINE.
001280     WRITE DISCLOSURE-REPORT-LINE.

001290     IF NOT WS-ANY-STUDENT
001300         PERFORM 1100-PRINT-STUDENT-HEADING
001310             THRU 1100-PRINT-STUDENT-HEADING-EXIT
001320     END-IF.
001330     IF WS-SELECT-DATE-FROM NOT = SPACES
001340             OR WS-SELECT-DATE-TO NOT = SPACES
001350         STRING "SELECTED DATE RANGE : " WS-SELECT-DATE-FROM
001360                 " THRU " WS-SELECT-DATE-TO
001370             DELIMITED BY SIZE INTO DISCLOSURE-REPORT-LINE
001380         WRITE DISCLOSURE-REPORT-LINE
001390         MOVE SPACES TO DISCLOSURE-REPORT-LINE
001400     END-IF.
001410     WRITE DISCLOSURE-REPORT-LINE.

001420 1000-INITIALIZE-EXIT.
001430     EXIT.

001440*****************************************************************
001450*  1100-PRINT-STUDENT-HEADING                                   *
001460*  PRINTS THE SELECTED STUDENT'S ID AND, WHEN THE DEMOGRAPHIC   *
001470*  MASTER HAS THE STUDENT, THE LEGAL NAME.                      *
001480*****************************************************************
001490 1100-PRINT-STUDENT-HEADING.
001500     MOVE WS-SELECT-STUDENT-ID TO WS-EDIT-STUDENT-ID.
001510     STRING "SELECTED STUDENT ID : " WS-EDIT-STUDENT-ID
001520         DELIMITED BY SIZE INTO DISCLOSURE-REPORT-LINE.

001530     OPEN INPUT STUDENT-DEMOG-FILE.
001540     IF WS-STUDEMOG-STATUS NOT = "00"
001550         DISPLAY "DEMOGRAPHIC MASTER STUDEMOG NOT AVAILABLE - "
001560             "HEADING WILL SHOW THE STUDENT ID ONLY"
001570         GO TO 1100-WRITE-HEADING
001580     END-IF.

001590     MOVE WS-SELECT-STUDENT-ID TO DM-STUDENT-ID.
001600     READ STUDENT-DEMOG-FILE
001610         INVALID KEY
001620             MOVE SPACES TO DM-LEGAL-NAME
001630     END-READ.
001640     CLOSE STUDENT-DEMOG-FILE.
001650     MOVE DM-LEGAL-NAME TO DISCLOSURE-REPORT-LINE (33:30).

001660 1100-WRITE-HEADING.
001670     WRITE DISCLOSURE-REPORT-LINE.
001680     MOVE SPACES TO DISCLOSURE-REPORT-LINE.

001690 1100-PRINT-STUDENT-HEADING-EXIT.
001700     EXIT.

001710*****************************************************************
001720*  2000-SELECT-ENTRIES                                          *
001730*  READS THE WHOLE DISCLOSURE LOG AND HANDS EACH ENTRY TO THE   *
001740*  FILTER/PRINT PARAGRAPH. THE LOG IS IN RELEASE ORDER, SO THE  *
001750*  REPORT LISTS THE RELEASES OLDEST FIRST.                      *
001760*****************************************************************
001770 2000-SELECT-ENTRIES.
001780     MOVE "N" TO WS-EOF-SW.
001790     PERFORM 2100-READ-LOG-ENTRY
001800         THRU 2100-READ-LOG-ENTRY-EXIT.

001810     PERFORM 2200-PROCESS-ONE-ENTRY
001820         THRU 2200-PROCESS-ONE-ENTRY-EXIT
001830         UNTIL WS-END-OF-LOG.

001840 2000-SELECT-ENTRIES-EXIT.
001850     EXIT.

001860 2100-READ-LOG-ENTRY.
001870     READ DISCLOSURE-LOG-FILE
001880         AT END
001890             MOVE "Y" TO WS-EOF-SW
001900     END-READ.
001910     IF WS-DISCLOG-STATUS NOT = "00"
001920         MOVE "Y" TO WS-EOF-SW
001930     END-IF.

001940     IF NOT WS-END-OF-LOG
001950         ADD 1 TO WS-READ-COUNT
001960     END-IF.

001970 2100-READ-LOG-ENTRY-EXIT.
001980     EXIT.

001990*****************************************************************
002000*  2200-PROCESS-ONE-ENTRY                                       *
002010*  APPLIES THE STUDENT AND DATE-RANGE CRITERIA TO ONE ENTRY.    *
002020*  THE DATE TESTED IS THE DATE PART OF THE RELEASE TIMESTAMP.   *
002030*****************************************************************
002040 2200-PROCESS-ONE-ENTRY.
002050     IF NOT WS-ANY-STUDENT
002060             AND DL-STUDENT-ID NOT = WS-SELECT-STUDENT-ID
002070         GO TO 2200-PROCESS-NEXT
002080     END-IF.

002090     MOVE DL-RELEASE-TIMESTAMP (1:10) TO WS-ENTRY-DATE.
002100     IF WS-SELECT-DATE-FROM NOT = SPACES
002110             AND WS-ENTRY-DATE < WS-SELECT-DATE-FROM
002120         GO TO 2200-PROCESS-NEXT
002130     END-IF.
002140     IF WS-SELECT-DATE-TO NOT = SPACES
002150             AND WS-ENTRY-DATE > WS-SELECT-DATE-TO
002160         GO TO 2200-PROCESS-NEXT
002170     END-IF.

002180     ADD 1 TO WS-SELECTED-COUNT.
002190     PERFORM 2300-PRINT-ONE-ENTRY
002200         THRU 2300-PRINT-ONE-ENTRY-EXIT.

002210 2200-PROCESS-NEXT.
002220     PERFORM 2100-READ-LOG-ENTRY
002230         THRU 2100-READ-LOG-ENTRY-EXIT.

002240 2200-PROCESS-ONE-ENTRY-EXIT.
002250     EXIT.

002260*****************************************************************
002270*  2300-PRINT-ONE-ENTRY                                         *
002280*  PRINTS ONE RELEASE - THE DATE AND TIME, STUDENT, RECORD      *
002290*  RELEASED, AND TERM ON THE FIRST LINE, THEN WHO RECEIVED IT   *
002300*  AND THE PURPOSE GIVEN.                                       *
002310*****************************************************************
002320 2300-PRINT-ONE-ENTRY.
002330     EVALUATE DL-PROGRAM-NAME
002340         WHEN "TRNSPRNT"
002350             MOVE "TRANSCRIPT" TO WS-RECORD-RELEASED
002360         WHEN "RPTCARD"
002370             MOVE "REPORT CARD" TO WS-RECORD-RELEASED
002380         WHEN "AUDITINQ"
002390             MOVE "AUDIT EXTRACT" TO WS-RECORD-RELEASED
002400         WHEN OTHER
002410             MOVE DL-PROGRAM-NAME TO WS-RECORD-RELEASED
002420     END-EVALUATE.

002430     IF DL-TERM = SPACES
002440         MOVE "ALL TERMS" TO WS-TERM-RELEASED
002450     ELSE
002460         MOVE DL-TERM TO WS-TERM-RELEASED
002470     END-IF.

002480     MOVE DL-STUDENT-ID TO WS-EDIT-STUDENT-ID.
002490     STRING DL-RELEASE-TIMESTAMP (1:19)
002500             "  STUDENT " WS-EDIT-STUDENT-ID
002510             "  " WS-RECORD-RELEASED
002520             "  TERM " WS-TERM-RELEASED
002530         DELIMITED BY SIZE INTO DISCLOSURE-REPORT-LINE.
002540     WRITE DISCLOSURE-REPORT-LINE.
002550     MOVE SPACES TO DISCLOSURE-REPORT-LINE.

002560     STRING "    RELEASED TO " DL-REQUESTER
002570             "  PURPOSE " DL-PURPOSE
002580         DELIMITED BY SIZE INTO DISCLOSURE-REPORT-LINE.
002590     WRITE DISCLOSURE-REPORT-LINE.
002600     MOVE SPACES TO DISCLOSURE-REPORT-LINE.

002610 2300-PRINT-ONE-ENTRY-EXIT.
002620     EXIT.

002630*****************************************************************
002640*  8000-PRINT-SUMMARY                                           *
002650*  PRINTS THE SELECTION COUNTS AND ECHOES THEM TO THE OPERATOR  *
002660*  CONSOLE. A SELECTION WITH NO RELEASES SAYS SO ON THE REPORT, *
002670*  SINCE "NO ONE HAS RECEIVED THE RECORDS" IS ITSELF THE        *
002680*  ANSWER.                                                      *
002690*****************************************************************
002700 8000-PRINT-SUMMARY.
002710     MOVE SPACES TO DISCLOSURE-REPORT-LINE.
002720     WRITE DISCLOSURE-REPORT-LINE.

002730     IF WS-SELECTED-COUNT = 0
002740         MOVE "NO DISCLOSURE LOG RELEASES MATCHED THE REQUEST."
002750             TO DISCLOSURE-REPORT-LINE
002760         WRITE DISCLOSURE-REPORT-LINE
002770         MOVE SPACES TO DISCLOSURE-REPORT-LINE
002780     END-IF.

002790     MOVE WS-READ-COUNT TO WS-EDIT-COUNT.
002800     STRING "LOG ENTRIES READ    : " WS-EDIT-COUNT
002810         DELIMITED BY SIZE INTO DISCLOSURE-REPORT-LINE.
002820     WRITE DISCLOSURE-REPORT-LINE.
002830     MOVE SPACES TO DISCLOSURE-REPORT-LINE.

002840     MOVE WS-SELECTED-COUNT TO WS-EDIT-COUNT.
002850     STRING "RELEASES SELECTED   : " WS-EDIT-COUNT
002860         DELIMITED BY SIZE INTO DISCLOSURE-REPORT-LINE.
002870     WRITE DISCLOSURE-REPORT-LINE.
002880     MOVE SPACES TO DISCLOSURE-REPORT-LINE.

002890     MOVE WS-READ-COUNT TO WS-EDIT-COUNT.
002900     DISPLAY "DISCLOSURE INQUIRY COMPLETE - " WS-EDIT-COUNT
002910         " ENTRIES READ.".
002920     MOVE WS-SELECTED-COUNT TO WS-EDIT-COUNT.
002930     DISPLAY "  RELEASES SELECTED TO DISCRPT: " WS-EDIT-COUNT.

002940 8000-PRINT-SUMMARY-EXIT.
002950     EXIT.

002960*****************************************************************
002970*  9800-TERMINATE                                               *
002980*  CLOSES THE FILES AND ENDS THE RUN.                           *
002990*****************************************************************
003000 9800-TERMINATE.
003010     CLOSE DISCLOSURE-LOG-FILE.
003020     CLOSE DISCLOSURE-REPORT-FILE.

003030 9800-TERMINATE-EXIT.
003040     EXIT.
