000165* KEEP THE ENTRY THAT WAS IN EFFECT WHEN THEY WERE GRADED. A    *
000166* BLANK FROM-TERM IS EFFECTIVE FROM THE BEGINNING AND A BLANK   *
000167* TO-TERM IS OPEN-ENDED. TERMS ORDER BY YEAR, THEN SESSION      *
000168* WI, SP, SU, FA WITHIN THE YEAR. THE COURSE LEVEL SAYS WHICH   *
000169* GPA POINT COLUMN OF THE GRADING SCALE THE COURSE EARNS FOR    *
000170* THE WEIGHTED GPA - R (OR BLANK) REGULAR, H HONORS, A AP.      *
000172* THE SUBJECT AREA (E.G. ENGL, MATH, SCI) IS THE GRADUATION-    *
000173* REQUIREMENT AREA THE COURSE'S CREDITS COUNT TOWARD; BLANK     *
000174* MEANS AN ELECTIVE THAT COUNTS ONLY TOWARD TOTAL CREDITS.      *
000175*****************************************************************
000180 01  COURSE-CATALOG-RECORD.
000190     05  CC-COURSE-CODE             PIC X(06).
000200     05  CC-COURSE-TITLE            PIC X(30).
000210     05  CC-CREDIT-HOURS            PIC 9(01)V9(01).
000212     05  CC-EFF-FROM-TERM           PIC X(06).
000214     05  CC-EFF-TO-TERM             PIC X(06).
000216     05  CC-COURSE-LEVEL            PIC X(01).
000217         88  CC-LEVEL-REGULAR       VALUE "R" " ".
000218         88  CC-LEVEL-HONORS        VALUE "H".
000219         88  CC-LEVEL-AP            VALUE "A".
000221     05  CC-SUBJECT-AREA            PIC X(04).
000222     05  FILLER                     PIC X(05).
