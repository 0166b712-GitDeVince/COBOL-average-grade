000144* CODES I (INCOMPLETE), W (WITHDRAWN), OR X (EXEMPT), SO THE    *
000146* REGISTRAR SEES THE STATUS INSTEAD OF A ZERO. THE CLASS RANK   *
000147* AND CLASS SIZE ARE COPIED FROM THE GRADE-MASTER RECORD AND    *
000148* ARE ZERO ON EXPORTS CUT BEFORE THE CLASS RANK RUN. THE GPA    *
000149* POINTS ARE UNWEIGHTED; THE WEIGHTED GPA AND THE LETTER        *
000150* MODIFIER FOLLOW THE RANK FIELDS.                              *
000151* THE RECORD TYPE IS BLANK ON A NORMAL EXPORT. THE GMUTIL RUN   *
000152* BACKOUT CUTS R (REPLACEMENT) FOR A RECORD IT PUT BACK TO ITS  *
000153* IMAGE FROM BEFORE THE BACKED-OUT RUN, AND V (VOID) FOR A      *
000154* RECORD THE BACKED-OUT RUN HAD ADDED AND THE BACKOUT DELETED.  *
000155*****************************************************************
000160 01  REGISTRAR-EXPORT-RECORD.
000170     05  RE-STUDENT-ID              PIC 9(09).
000180     05  RE-STUDENT-NAME            PIC X(30).
000250     05  RE-GPA-POINTS              PIC 9(01)V9(01).
000252     05  RE-CLASS-RANK              PIC 9(04).
000254     05  RE-CLASS-SIZE              PIC 9(04).
000256     05  RE-WEIGHTED-GPA            PIC 9(01)V9(01).
000258     05  RE-LETTER-MODIFIER         PIC X(01).
000260     05  RE-RECORD-TYPE             PIC X(01).
000270         88  RE-NORMAL-RECORD       VALUE SPACE.
000280         88  RE-REPLACEMENT-RECORD  VALUE "R".
000290         88  RE-VOID-RECORD         VALUE "V".
