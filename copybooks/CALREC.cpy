000100*****************************************************************
000110* CALREC.                                                       *
000120* RECORD LAYOUT FOR THE SCHOOL CALENDAR CLOSED-DAY FILE         *
000130* (SCHLCAL). ONE RECORD PER WEEKDAY ON WHICH SCHOOL IS NOT IN   *
000140* SESSION - HOLIDAYS, BREAKS, AND STAFF DAYS - SO THAT AGING    *
000150* COUNTS CAN BE KEPT IN SCHOOL DAYS. A BLANK SCHOOL CODE CLOSES *
000160* THE DAY FOR EVERY SCHOOL; OTHERWISE THE DAY IS CLOSED FOR     *
000170* THAT SCHOOL ONLY. A DATE SHOULD APPEAR ONCE FOR THE DISTRICT  *
000180* OR ONCE PER SCHOOL, NOT BOTH. SATURDAYS AND SUNDAYS ARE NEVER *
000190* SCHOOL DAYS AND NEED NO RECORD.                               *
000200*****************************************************************
000210 01  SCHOOL-CALENDAR-RECORD.
000220     05  SC-CLOSED-DATE             PIC 9(08).
000230     05  SC-SCHOOL-CODE             PIC X(03).
000240     05  SC-DESCRIPTION             PIC X(30).
000250     05  FILLER                     PIC X(09).
