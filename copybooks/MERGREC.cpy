000100*****************************************************************
000110* MERGREC.                                                      *
000120* RECORD LAYOUT FOR THE STUDENT-ID MERGE CONTROL FILE           *
000130* (IDMERGE). ENROLLMENT SOMETIMES ISSUES A SECOND STUDENT ID TO *
000140* A RETURNING OR TRANSFERRING STUDENT. EACH CARD NAMES THE      *
000150* DUPLICATE (OLD) ID WHOSE GRADE HISTORY IS TO BE MOVED AND THE *
000160* SURVIVING (NEW) ID IT IS MOVED TO. THE MERGE IS RUN THROUGH   *
000170* THE GRADE-MASTER UTILITY, WHICH LEAVES THE OLD ID INACTIVE ON *
000180* STUDEMOG.                                                     *
000190*****************************************************************
000200 01  ID-MERGE-RECORD.
000210     05  MC-OLD-STUDENT-ID          PIC 9(09).
000220     05  MC-NEW-STUDENT-ID          PIC 9(09).
000230     05  FILLER                     PIC X(12).
