000100*****************************************************************
000110* DISCREC.                                                      *
000120* RECORD LAYOUT FOR THE RECORDS-DISCLOSURE LOG (DISCLOG). EVERY *
000130* PROGRAM THAT RELEASES A STUDENT'S EDUCATION RECORD - THE      *
000140* TRANSCRIPT PRINT, THE REPORT CARD PRINT, AND THE AUDIT LOG    *
000150* INQUIRY EXTRACT - APPENDS ONE RECORD PER STUDENT RELEASED,    *
000160* WITH THE PARTY THE RECORD WAS RELEASED TO AND THE PURPOSE     *
000170* GIVEN, SO THAT THE QUESTION OF WHO HAS RECEIVED A STUDENT'S   *
000180* RECORDS CAN BE ANSWERED FOR ANY DATE RANGE. A BLANK TERM      *
000190* MEANS EVERY TERM ON FILE WAS RELEASED.                        *
000200*****************************************************************
000210 01  DISCLOSURE-LOG-RECORD.
000220     05  DL-RELEASE-TIMESTAMP       PIC X(26).
000230     05  DL-STUDENT-ID              PIC 9(09).
000240     05  DL-PROGRAM-NAME            PIC X(08).
000250     05  DL-TERM                    PIC X(06).
000260     05  DL-REQUESTER               PIC X(40).
000270     05  DL-PURPOSE                 PIC X(40).
000280     05  FILLER                     PIC X(09).
