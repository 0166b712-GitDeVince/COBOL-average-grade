000100*****************************************************************
000110* GRDSCALE.                                                     *
000120* RECORD LAYOUT FOR THE GRADING-SCALE REFERENCE FILE (GRDSCAL). *
000130* ONE RECORD PER LETTER GRADE STEP PER EFFECTIVE PERIOD, GIVING *
000140* THE LOWEST TERM AVERAGE THAT EARNS THE STEP, THE LETTER AND   *
000150* ITS PLUS/MINUS MODIFIER, THE GPA POINTS FOR A REGULAR,        *
000160* HONORS, AND AP COURSE AT THAT STEP, AND WHETHER THE STEP      *
000170* QUALIFIES FOR THE HONOR ROLL. A SCORE TAKES THE STEP WITH THE *
000180* HIGHEST MINIMUM SCORE NOT ABOVE IT. THE SCALE IN EFFECT FOR A *
000190* TERM IS THE SET OF STEPS SHARING THE LATEST FROM-TERM THAT IS *
000200* NOT AFTER THAT TERM, SO A BOARD CHANGE TO THE SCALE IS ADDED  *
000210* WITH A NEW FROM-TERM AND PRIOR TERMS KEEP THE SCALE THEY WERE *
000220* GRADED UNDER. A BLANK FROM-TERM IS EFFECTIVE FROM THE         *
000230* BEGINNING AND A BLANK TO-TERM IS OPEN-ENDED. A TERM WITH NO   *
000240* SCALE IN EFFECT IS GRADED ON THE DISTRICT'S ORIGINAL STRAIGHT *
000250* 90/80/70/60 LETTER SCALE.                                     *
000260*****************************************************************
000270 01  GRADE-SCALE-RECORD.
000280     05  GS-EFF-FROM-TERM           PIC X(06).
000290     05  GS-EFF-TO-TERM             PIC X(06).
000300     05  GS-MIN-SCORE               PIC 9(03)V9(02).
000310     05  GS-LETTER-GRADE            PIC X(01).
000320     05  GS-LETTER-MODIFIER         PIC X(01).
000330     05  GS-REGULAR-POINTS          PIC 9(01)V9(01).
000340     05  GS-HONORS-POINTS           PIC 9(01)V9(01).
000350     05  GS-AP-POINTS               PIC 9(01)V9(01).
000360     05  GS-HONOR-ROLL-SW           PIC X(01).
000370         88  GS-HONOR-ROLL-STEP     VALUE "Y".
000380     05  FILLER                     PIC X(10).
