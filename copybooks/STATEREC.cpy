000100*****************************************************************
000110* STATEREC.                                                     *
000120* RECORD LAYOUT FOR THE STATE END-OF-YEAR COURSE-GRADE          *
000130* SUBMISSION (STATESUB), IN THE STATE DEPARTMENT OF EDUCATION'S *
000140* LAYOUT. A SUBMISSION IS ONE HEADER RECORD, ONE DETAIL RECORD  *
000150* PER STUDENT PER COURSE FOR THE SCHOOL YEAR, AND ONE TRAILER   *
000160* RECORD. THE RECORD TYPE IN THE FIRST BYTE SAYS WHICH VIEW OF  *
000170* THE BODY APPLIES. THE SEQUENCE NUMBER IN THE HEADER STARTS AT *
000180* 001 FOR A SCHOOL YEAR AND GOES UP BY ONE FOR EACH CORRECTED   *
000190* RESUBMISSION (TYPE R). CREDITS ATTEMPTED ARE THE CATALOG      *
000200* CREDIT HOURS FOR A NUMERIC OR INCOMPLETE GRADE AND ZERO FOR   *
000210* WITHDRAWN OR EXEMPT; CREDITS EARNED ARE THE CREDIT HOURS OF A *
000220* PASSING GRADE. THE TRAILER CARRIES THE RECORD COUNTS AND HASH *
000230* TOTALS - THE SUM OF THE STUDENT IDS AND OF THE NUMERIC GRADES *
000240* (STATUS GRADES ADD ZERO) OVER THE DETAIL RECORDS.             *
000250*****************************************************************
000260 01  STATE-SUBMISSION-RECORD.
000270     05  SS-RECORD-TYPE             PIC X(01).
000280         88  SS-IS-HEADER           VALUE "H".
000290         88  SS-IS-DETAIL           VALUE "D".
000300         88  SS-IS-TRAILER          VALUE "T".
000310     05  SS-RECORD-BODY             PIC X(119).
000320     05  SS-HEADER-DATA REDEFINES SS-RECORD-BODY.
000330         10  SS-HDR-DISTRICT-ID     PIC X(08).
000340         10  SS-HDR-SCHOOL-YEAR     PIC 9(04).
000350         10  SS-HDR-SEQUENCE        PIC 9(03).
000360         10  SS-HDR-SUBMIT-TYPE     PIC X(01).
000370             88  SS-HDR-ORIGINAL    VALUE "O".
000380             88  SS-HDR-RESUBMISSION VALUE "R".
000390         10  SS-HDR-CREATE-DATE     PIC 9(08).
000400         10  FILLER                 PIC X(95).
000410     05  SS-DETAIL-DATA REDEFINES SS-RECORD-BODY.
000420         10  SS-DTL-STUDENT-ID      PIC 9(09).
000430         10  SS-DTL-STUDENT-NAME    PIC X(30).
000440         10  SS-DTL-GRADE-LEVEL     PIC 9(02).
000450         10  SS-DTL-SCHOOL-CODE     PIC X(03).
000460         10  SS-DTL-TERM            PIC X(06).
000470         10  SS-DTL-LOCAL-COURSE    PIC X(06).
000480         10  SS-DTL-STATE-COURSE    PIC X(10).
000490         10  SS-DTL-GRADE           PIC X(03).
000500         10  SS-DTL-CREDITS-ATTEMPTED PIC 9(01)V9(01).
000510         10  SS-DTL-CREDITS-EARNED  PIC 9(01)V9(01).
000520         10  FILLER                 PIC X(46).
000530     05  SS-TRAILER-DATA REDEFINES SS-RECORD-BODY.
000540         10  SS-TRL-RECORD-COUNT    PIC 9(07).
000550         10  SS-TRL-DETAIL-COUNT    PIC 9(07).
000560         10  SS-TRL-STUDENT-ID-HASH PIC 9(15).
000570         10  SS-TRL-GRADE-HASH      PIC 9(09).
000580         10  SS-TRL-CREDITS-ATTEMPTED PIC 9(07)V9(01).
000590         10  SS-TRL-CREDITS-EARNED  PIC 9(07)V9(01).
000600         10  FILLER                 PIC X(65).
