000174* BEFORE/AFTER IMAGE OF A MAINTENANCE TRANSACTION (ADD-AFT,     *
000176* CHG-BEF, CHG-AFT, DEL-BEF), OR THE BEFORE/AFTER IMAGE OF AN   *
000177* INCOMPLETE AGED OUT BY THE TERM-CLOSE RUN (CLS-BEF, CLS-AFT). *
000178* A STUDENT-ID MERGE LOGS EACH MOVED TERM UNDER THE OLD ID AND  *
000179* AGAIN UNDER THE SURVIVING ID (MRG-BEF, MRG-AFT).              *
000180* THE TRANSFER-CREDIT LOAD LOGS EACH TRANSFER TERM IT ADDS      *
000181* (XFR-ADD) AND THE BEFORE/AFTER IMAGE OF A TRANSFER TERM IT    *
000182* ADDS A SUBJECT TO (XFR-BEF, XFR-AFT).                         *
000183* THE LETTER MODIFIER IS THE + OR - THAT GOES WITH THE LETTER.  *
000184* THE GMUTIL RUN BACKOUT LOGS THE CURRENT AND PUT-BACK IMAGES   *
000185* OF A RECORD IT RESTORES (BKO-BEF, BKO-AFT), A RECORD IT       *
000186* WRITES BACK THAT WAS NO LONGER ON FILE (BKO-ADD), AND A       *
000187* RECORD IT DELETES BECAUSE THE BACKED-OUT RUN ADDED IT         *
000188* (BKO-DEL).                                                    *
000189*****************************************************************
000190 01  AUDIT-LOG-RECORD.
000200     05  AL-RUN-TIMESTAMP           PIC X(26).
000210     05  AL-STUDENT-ID              PIC 9(09).
000290     05  AL-AVERAGE-GRADE           PIC 9(03)V9(02).
000300     05  AL-LETTER-GRADE            PIC X(01).
000310     05  AL-ACTION-CODE             PIC X(08).
000315     05  AL-LETTER-MODIFIER         PIC X(01).
000320     05  FILLER                     PIC X(01).
