000174* MASTER RECORDS ALREADY MARKED CLOSED BY THE TERM-CLOSE RUN.   *
000175* THE FORCE FLAG (Y) LETS A BATCH RUN RE-POST A ROSTER/TERM     *
000176* COMBINATION THE RUN-HISTORY FILE SHOWS ALREADY COMPLETED.     *
000177* A PROGRESS PERIOD (P1-P9, BATCH AND REPAIR RUNS ONLY) MAKES   *
000178* THE RUN AN INTERIM RUN - GRADES GO TO INTGRD, NOT THE GRADE-  *
000179* MASTER. BLANK MEANS END-OF-TERM GRADES.                       *
000180*****************************************************************
000190 01  RUN-PARAMETER-RECORD.
000200     05  PM-RUN-MODE                PIC X(01).
000234         88  PM-OVERRIDE-CLOSED-TERMS VALUE "Y".
000236     05  PM-FORCE-FLAG              PIC X(01).
000238         88  PM-FORCE-RERUN         VALUE "Y".
000239     05  PM-PROGRESS-PERIOD         PIC X(02).
000240     05  FILLER                     PIC X(06).
