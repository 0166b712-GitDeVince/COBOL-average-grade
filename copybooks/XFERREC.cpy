000100*****************************************************************
000110* XFERREC.                                                      *
000120* RECORD LAYOUT FOR THE TRANSFER-CREDIT INPUT FILE (XFRCRED),   *
000130* KEYED BY THE REGISTRAR FROM THE TRANSCRIPT A NEW STUDENT      *
000140* BRINGS FROM A PRIOR SCHOOL. ONE LINE PER COURSE TAKEN THERE:  *
000150* THE SENDING SCHOOL, THE TERM, THE DISTRICT CATALOG CODE WHEN  *
000160* THE REGISTRAR KNOWS IT OR ELSE THE SENDING SCHOOL'S OWN       *
000170* COURSE TITLE, THE GRADE (NUMERIC 000-100 OR I, W, X), AND THE *
000180* CREDITS THE SENDING SCHOOL AWARDED. THE TRANSFER-CREDIT LOAD  *
000190* MAPS EACH LINE TO A CATALOG COURSE AND POSTS IT AS A TRANSFER *
000200* TERM ON THE GRADE-MASTER; LINES IT CANNOT MAP GO TO THE       *
000210* SUSPENSE REPORT FOR THE REGISTRAR.                            *
000220*****************************************************************
000230 01  TRANSFER-CREDIT-RECORD.
000240     05  XC-STUDENT-ID              PIC 9(09).
000250     05  XC-SENDING-SCHOOL-CODE     PIC X(09).
000260     05  XC-SENDING-SCHOOL-NAME     PIC X(30).
000270     05  XC-TERM                    PIC X(06).
000280     05  XC-COURSE-CODE             PIC X(06).
000290     05  XC-LOCAL-TITLE             PIC X(30).
000300     05  XC-GRADE                   PIC X(03).
000310         88  XC-GRADE-IS-STATUS     VALUE "I  " "W  " "X  ".
000320     05  XC-CREDITS                 PIC 9(01)V9(01).
000330     05  FILLER                     PIC X(15).
