000100*****************************************************************
000110* JRNLREC.                                                      *
000120* RECORD LAYOUT FOR THE APPEND-ONLY GRADE-MASTER BEFORE-IMAGE   *
000130* JOURNAL (GMJRNL). EVERY RUN THAT CHANGES THE GRADE-MASTER     *
000140* WRITES ONE ENTRY PER RECORD IT TOUCHES, TAGGED WITH THE       *
000150* RUN-HISTORY START TIMESTAMP OF THE RUN, SO A BAD RUN CAN BE   *
000160* BACKED OUT BY GMUTIL. THE ACTION CODE SAYS WHAT THE RUN DID   *
000170* TO THE RECORD - C (CHANGED) AND D (DELETED) CARRY THE FULL    *
000180* RECORD IMAGE AS IT STOOD BEFORE THE RUN TOUCHED IT; A (ADDED) *
000190* CARRIES THE IMAGE THE RUN WROTE, SINCE THERE WAS NO           *
000200* BEFORE-IMAGE.                                                 *
000210*****************************************************************
000220 01  GM-JOURNAL-RECORD.
000230     05  JR-RUN-TIMESTAMP           PIC X(26).
000240     05  JR-PROGRAM-NAME            PIC X(08).
000250     05  JR-ACTION-CODE             PIC X(01).
000260         88  JR-RECORD-CHANGED      VALUE "C".
000270         88  JR-RECORD-ADDED        VALUE "A".
000280         88  JR-RECORD-DELETED      VALUE "D".
000290     05  JR-GM-IMAGE                PIC X(150).
000300     05  FILLER                     PIC X(05).
