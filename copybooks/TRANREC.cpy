000160* FIELDS LEAVE THE EXISTING VALUES UNTOUCHED, SO A ONE-GRADE    *
000170* APPEAL DOES NOT REQUIRE RE-KEYING THE GRADES THAT WERE        *
000180* ALREADY CORRECT.                                              *
000182* A CHG THAT POSTS THE OUTCOME OF A GRADE APPEAL CARRIES THE    *
000184* APPEAL CASE NUMBER; THE CASE IS THEN CLOSED AS UPHELD WITH    *
000186* THE GRADE THE CORRECTION POSTS. BLANK ON ANY OTHER            *
000188* CORRECTION.                                                   *
000190*****************************************************************
000200 01  GRADE-TRANSACTION-RECORD.
000210     05  TR-ACTION-CODE             PIC X(03).
000300         10  TR-SUBJECT-ENTRY OCCURS 7 TIMES.
000310             15  TR-SUBJECT-CODE    PIC X(06).
000320             15  TR-SUBJECT-GRADE   PIC X(03).
000330     05  TR-APPEAL-CASE             PIC X(07).
000340     05  FILLER                     PIC X(03).
