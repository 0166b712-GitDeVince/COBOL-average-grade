000100*****************************************************************
000110* APPLREC.                                                      *
000120* RECORD LAYOUT FOR THE GRADE APPEAL CASE FILE (APPEALS), AN    *
000130* INDEXED FILE KEYED BY CASE NUMBER. ONE RECORD PER PARENT OR   *
000140* STUDENT APPEAL OF ONE SUBJECT GRADE IN ONE TERM. THE STUDENT  *
000150* NAME, SCHOOL, AND DISPUTED GRADE ARE TAKEN FROM THE           *
000160* GRADE-MASTER WHEN THE CASE IS OPENED. THE FILED DATE IS THE   *
000170* DATE THE APPEAL WAS RECEIVED, FROM WHICH THE AGING REPORT     *
000180* COUNTS SCHOOL DAYS OUTSTANDING AGAINST THE 30-SCHOOL-DAY      *
000190* DECISION POLICY. THE STATUS IS O (OPEN) UNTIL THE CASE IS     *
000200* CLOSED (C). THE DECISION IS BLANK WHILE OPEN AND U (UPHELD),  *
000210* D (DENIED), OR W (WITHDRAWN) ONCE CLOSED. AN UPHELD CASE IS   *
000220* CLOSED BY THE GRADE CORRECTION TRANSACTION THAT CARRIES ITS   *
000230* CASE NUMBER, AND THE POSTED GRADE IS THE SUBJECT GRADE THAT   *
000240* CORRECTION LEFT ON THE GRADE-MASTER; A DENIED OR WITHDRAWN    *
000250* CASE IS CLOSED THROUGH THE GRADE-MASTER UTILITY AND THE       *
000260* POSTED GRADE IS THE GRADE THAT STANDS. CASES ARE ADDED,       *
000270* UPDATED, AND CLOSED THROUGH THE GRADE-MASTER UTILITY.         *
000280*****************************************************************
000290 01  APPEAL-CASE-RECORD.
000300     05  AP-CASE-NUMBER             PIC 9(07).
000310     05  AP-STUDENT-ID              PIC 9(09).
000320     05  AP-STUDENT-NAME            PIC X(30).
000330     05  AP-TERM                    PIC X(06).
000340     05  AP-SCHOOL-CODE             PIC X(03).
000350     05  AP-COURSE-CODE             PIC X(06).
000360     05  AP-DISPUTED-GRADE          PIC X(03).
000370     05  AP-REQUESTED-GRADE         PIC X(03).
000380     05  AP-FILED-DATE              PIC 9(08).
000390     05  AP-REVIEWER                PIC X(30).
000400     05  AP-CASE-STATUS             PIC X(01).
000410         88  AP-CASE-IS-OPEN        VALUE "O".
000420         88  AP-CASE-IS-CLOSED      VALUE "C".
000430     05  AP-DECISION-CODE           PIC X(01).
000440         88  AP-DECISION-PENDING    VALUE " ".
000450         88  AP-DECISION-UPHELD     VALUE "U".
000460         88  AP-DECISION-DENIED     VALUE "D".
000470         88  AP-DECISION-WITHDRAWN  VALUE "W".
000480     05  AP-DECISION-DATE           PIC 9(08).
000490     05  AP-POSTED-GRADE            PIC X(03).
000500     05  AP-DECISION-NOTE           PIC X(40).
000510     05  AP-LAST-CHANGED-DATE       PIC 9(08).
000520     05  FILLER                     PIC X(14).
