000100*****************************************************************
000110* SECTREC.                                                      *
000120* RECORD LAYOUT FOR THE SECTION-ASSIGNMENT MASTER (SECTMST), AN *
000130* INDEXED FILE KEYED BY SCHOOL, SECTION, COURSE CODE, AND TERM. *
000140* ONE RECORD SAYS THAT A GIVEN COURSE WAS TAUGHT IN A GIVEN     *
000150* SECTION OF A SCHOOL IN A TERM, AND BY WHOM - THE TEACHER OF   *
000160* RECORD. THE SCHOOL AND SECTION MATCH GM-SCHOOL-CODE AND       *
000170* GM-SECTION-CODE ON THE GRADE-MASTER, AND THE COURSE CODE      *
000180* MATCHES A GM-SUBJECT-CODE, SO EVERY SUBJECT GRADE ON FILE CAN *
000190* BE TIED BACK TO THE TEACHER WHO GAVE IT. RECORDS ARE ADDED    *
000200* AND CHANGED THROUGH THE GRADE-MASTER UTILITY.                 *
000210*****************************************************************
000220 01  SECTION-ASSIGNMENT-RECORD.
000230     05  SA-KEY.
000240         10  SA-SCHOOL-CODE         PIC X(03).
000250         10  SA-SECTION-CODE        PIC X(04).
000260         10  SA-COURSE-CODE         PIC X(06).
000270         10  SA-TERM                PIC X(06).
000280     05  SA-TEACHER-ID              PIC X(09).
000290     05  SA-TEACHER-NAME            PIC X(30).
000300     05  SA-LAST-CHANGED-DATE       PIC 9(08).
000310     05  FILLER                     PIC X(14).
