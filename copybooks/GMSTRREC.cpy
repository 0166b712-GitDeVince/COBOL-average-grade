000184* TERMS BELOW THE DISTRICT CUTOFF - G GOOD, W WARNING (ONE      *
000185* TERM), P PROBATION (TWO), S SUSPENSION REFERRAL (THREE OR     *
000186* MORE); BLANK UNTIL THE STANDING RUN HAS SEEN THE RECORD.      *
000187* THE LETTER MODIFIER IS THE + OR - FROM THE GRADING SCALE IN   *
000188* EFFECT FOR THE TERM (BLANK UNDER THE STRAIGHT SCALE). THE GPA *
000189* POINTS ARE THE UNWEIGHTED 4.0-SCALE VALUE; THE WEIGHTED GPA   *
000190* ADDS THE HONORS/AP POINT BUMP FOR THE TERM'S COURSES. RECORDS *
000191* WRITTEN BEFORE THE WEIGHTED GPA WAS CARRIED HOLD SPACES THERE *
000192* AND READ AS EQUAL TO THE UNWEIGHTED VALUE.                    *
000193* THE TRANSFER FLAG IS T ON A TERM POSTED BY THE                *
000194* TRANSFER-CREDIT LOAD FROM ANOTHER SCHOOL'S TRANSCRIPT, WITH   *
000195* THE SENDING SCHOOL'S CODE ALONGSIDE; SUCH A TERM HAS NO       *
000196* DISTRICT SCHOOL OR SECTION. TRANSFER TERMS COUNT TOWARD THE   *
000197* TRANSCRIPT'S CUMULATIVE GPA AND CREDITS BUT ARE LEFT OUT OF   *
000198* CLASS RANK AND THE HONOR ROLL. THE FLAG IS BLANK ON EVERY     *
000199* TERM GRADED BY THE DISTRICT.                                  *
000200*****************************************************************
000201 01  GRADE-MASTER-RECORD.
000202     05  GM-KEY.
000210         10  GM-STUDENT-ID          PIC 9(09).
000220         10  GM-TERM                PIC X(06).
000230     05  GM-STUDENT-NAME            PIC X(30).
000323         88  GM-STANDING-WARNING    VALUE "W".
000324         88  GM-STANDING-PROBATION  VALUE "P".
000325         88  GM-STANDING-SUSPENSION VALUE "S".
000326     05  GM-LETTER-MODIFIER         PIC X(01).
000328     05  GM-WEIGHTED-GPA            PIC 9(01)V9(01).
000330     05  GM-TRANSFER-FLAG           PIC X(01).
000332         88  GM-IS-TRANSFER-TERM    VALUE "T".
000334     05  GM-SENDING-SCHOOL          PIC X(09).
