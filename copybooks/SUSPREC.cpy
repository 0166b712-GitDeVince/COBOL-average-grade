000180* WHOLE ROSTER. THE IMAGE FIELD IS CUT WIDER THAN TODAY'S       *
000190* ROSTER RECORD SO A LAYOUT EXTENSION DOES NOT FORCE A NEW      *
000200* SUSPENSE LAYOUT.                                              *
000201* THE PROGRESS PERIOD IS THAT OF THE RUN THAT REJECTED THE ROW  *
000202* (BLANK = END OF TERM); A REPAIR RUN ONLY POSTS ROWS OF ITS    *
000203* OWN PERIOD. XFR MARKS A ROW FOR A TERM ALREADY ON FILE AS A   *
000204* TRANSFER TERM; PER MARKS A ROW HELD BY A REPAIR RUN FOR       *
000205* ANOTHER PERIOD.                                               *
000210*****************************************************************
000220 01  SUSPENSE-RECORD.
000230     05  SU-REASON-CODE             PIC X(03).
000250         88  SU-REASON-BAD-GRADE    VALUE "GRD".
000252         88  SU-REASON-BAD-ID       VALUE "ID ".
000254         88  SU-REASON-NOT-ENROLLED VALUE "ENR".
000256         88  SU-REASON-TRANSFER-TERM VALUE "XFR".
000258         88  SU-REASON-WRONG-PERIOD VALUE "PER".
000260     05  SU-ROSTER-IMAGE            PIC X(150).
000270     05  SU-PROGRESS-PERIOD         PIC X(02).
