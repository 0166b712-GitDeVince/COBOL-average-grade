000100*****************************************************************
000110* GRADREQ.                                                      *
000120* RECORD LAYOUT FOR THE GRADUATION-REQUIREMENTS REFERENCE FILE  *
000130* (GRADREQ). ONE RECORD PER GRADE LEVEL PER SUBJECT AREA GIVES  *
000140* THE CREDITS A STUDENT IN THAT GRADE LEVEL MUST ALREADY HAVE   *
000150* EARNED IN THE AREA TO BE ON TRACK TO GRADUATE - THE GRADE 12  *
000160* RECORDS CARRY THE FULL DIPLOMA REQUIREMENT, AND THE LOWER     *
000170* GRADES CARRY THE MILESTONES TOWARD IT. THE AREA CODE MATCHES  *
000180* CC-SUBJECT-AREA ON THE COURSE CATALOG. THE SPECIAL AREA CODE  *
000190* TOTL IS MEASURED AGAINST THE STUDENT'S TOTAL CREDITS IN ALL   *
000200* AREAS, ELECTIVES INCLUDED.                                    *
000210*****************************************************************
000220 01  GRADUATION-REQUIREMENT-RECORD.
000230     05  GR-GRADE-LEVEL             PIC 9(02).
000240     05  GR-SUBJECT-AREA            PIC X(04).
000250         88  GR-AREA-IS-TOTAL       VALUE "TOTL".
000260     05  GR-AREA-TITLE              PIC X(20).
000270     05  GR-CREDITS-REQUIRED        PIC 9(02)V9(01).
000280     05  FILLER                     PIC X(11).
