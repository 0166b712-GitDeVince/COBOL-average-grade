000100*****************************************************************
000110* STXREF.                                                       *
000120* RECORD LAYOUT FOR THE STATE COURSE-CODE CROSS-REFERENCE       *
000130* (STCRSXR). ONE RECORD PER DISTRICT COURSE CODE GIVES THE      *
000140* COURSE CODE THE STATE DEPARTMENT OF EDUCATION ASSIGNS TO IT   *
000150* FOR THE END-OF-YEAR SUBMISSION. A DISTRICT COURSE WITH NO     *
000160* CROSS-REFERENCE CANNOT BE SUBMITTED AND IS LISTED AS AN       *
000170* EXCEPTION ON THE BALANCING REPORT.                            *
000180*****************************************************************
000190 01  STATE-COURSE-XREF-RECORD.
000200     05  XR-COURSE-CODE             PIC X(06).
000210     05  XR-STATE-COURSE-CODE       PIC X(10).
000220     05  XR-STATE-COURSE-TITLE      PIC X(30).
000230     05  FILLER                     PIC X(14).
