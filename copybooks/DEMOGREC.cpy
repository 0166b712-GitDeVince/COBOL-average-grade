000166* MAILING ADDRESS IS ON FILE FOR THE STUDENT. THE STANDING      *
000167* CODE IS THE STUDENT'S CURRENT ACADEMIC STANDING AS DERIVED    *
000168* BY THE STANDING RUN FROM CONSECUTIVE TERMS BELOW THE CUTOFF.  *
000169* THE DIRECTORY OPT-OUT FLAG IS Y WHEN THE FAMILY HAS OPTED     *
000170* OUT OF DIRECTORY INFORMATION; THE STUDENT'S NAME IS THEN      *
000171* WITHHELD FROM THE HONOR ROLL, CLASS RANK, AND ELIGIBILITY     *
000172* LISTINGS.                                                     *
000173*****************************************************************
000180 01  STUDENT-DEMOG-RECORD.
000190     05  DM-STUDENT-ID              PIC 9(09).
000200     05  DM-LEGAL-NAME              PIC X(30).
000262         88  DM-STANDING-WARNING    VALUE "W".
000263         88  DM-STANDING-PROBATION  VALUE "P".
000264         88  DM-STANDING-SUSPENSION VALUE "S".
000265     05  DM-DIRECTORY-OPT-OUT       PIC X(01).
000266         88  DM-DIRECTORY-OPTED-OUT VALUE "Y".
000270     05  FILLER                     PIC X(09).
