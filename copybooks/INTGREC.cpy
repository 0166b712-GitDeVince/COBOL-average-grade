000100*****************************************************************
000110* INTGREC.                                                      *
000120* RECORD LAYOUT FOR THE INTERIM PROGRESS-GRADE INDEXED FILE     *
000130* (INTGRD). ONE RECORD IS KEPT PER STUDENT PER TERM PER         *
000140* PROGRESS PERIOD (P1 THROUGH P9) WITHIN THE TERM. THE BATCH    *
000150* GRADING RUN WRITES HERE INSTEAD OF TO THE GRADE-MASTER WHEN   *
000160* PARMCRD OR THE OPERATOR NAMES A PROGRESS PERIOD, SO INTERIM   *
000170* GRADES NEVER REACH THE FINAL TERM AVERAGE, CLASS RANK,        *
000180* ACADEMIC STANDING, OR THE REGISTRAR EXPORT. SUBJECT ENTRIES,  *
000190* AVERAGE, AND LETTER GRADE ARE COMPUTED EXACTLY AS FOR THE     *
000200* FINAL TERM RECORD. THE POSTED STAMP IS THE RUN-HISTORY START  *
000210* TIMESTAMP OF THE RUN THAT LAST WROTE THE RECORD. THE PROGRESS *
000220* NOTICE RUN READS THIS FILE FOR THE DEFICIENCY LETTERS AND THE *
000230* COUNSELOR LIST.                                               *
000240*****************************************************************
000250 01  INTERIM-GRADE-RECORD.
000260     05  IG-KEY.
000270         10  IG-STUDENT-ID          PIC 9(09).
000280         10  IG-TERM                PIC X(06).
000290         10  IG-PERIOD              PIC X(02).
000300     05  IG-STUDENT-NAME            PIC X(30).
000310     05  IG-SCHOOL-CODE             PIC X(03).
000320     05  IG-SECTION-CODE            PIC X(04).
000330     05  IG-SUBJECT-COUNT           PIC 9(01).
000340     05  IG-SUBJECT-GRADES.
000350         10  IG-SUBJECT-ENTRY OCCURS 7 TIMES.
000360             15  IG-SUBJECT-CODE    PIC X(06).
000370             15  IG-SUBJECT-GRADE   PIC X(03).
000380     05  IG-AVERAGE-GRADE           PIC 9(03)V9(02).
000390     05  IG-LETTER-GRADE            PIC X(01).
000400     05  IG-LETTER-MODIFIER         PIC X(01).
000410     05  IG-POSTED-STAMP            PIC X(26).
000420     05  FILLER                     PIC X(09).
