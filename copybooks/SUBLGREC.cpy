000100*****************************************************************
000110* SUBLGREC.                                                     *
000120* RECORD LAYOUT FOR THE STATE SUBMISSION LOG (STSUBLG). THE     *
000130* STATE EXTRACT APPENDS ONE RECORD FOR EVERY SUBMISSION FILE IT *
000140* CUTS, WITH THE SCHOOL YEAR, THE SEQUENCE NUMBER IN THE        *
000150* HEADER, AND THE TRAILER TOTALS. THE NEXT RUN FOR THE SAME     *
000160* SCHOOL YEAR TAKES THE NEXT SEQUENCE NUMBER, SO A CORRECTED    *
000170* RESUBMISSION NEVER REPEATS ONE THE STATE HAS ALREADY SEEN.    *
000180*****************************************************************
000190 01  SUBMISSION-LOG-RECORD.
000200     05  SL-SCHOOL-YEAR             PIC 9(04).
000210     05  SL-SEQUENCE                PIC 9(03).
000220     05  SL-RUN-TIMESTAMP           PIC X(26).
000230     05  SL-DETAIL-COUNT            PIC 9(07).
000240     05  SL-STUDENT-ID-HASH         PIC 9(15).
000250     05  SL-GRADE-HASH              PIC 9(09).
000260     05  SL-EXCEPTION-COUNT         PIC 9(07).
000270     05  FILLER                     PIC X(09).
