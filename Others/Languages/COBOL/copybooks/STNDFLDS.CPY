      *> Academic standing fields: one record per graded student,
      *> rewritten in full by each grade point average run. StandingCode
      *> is G good standing, P probation, D dean's list, or N when the
      *> student has no graded attempts yet; StandingRunDate is the date
      *> of the run that set it. Copy under a caller-supplied 01 level.
02   StandingStudentId PIC 9(7).
02   StandingGpa PIC 9V99.
02   StandingAttempts PIC 9(3).
02   StandingCode PIC X.
     88 Standing-Good      VALUE "G".
     88 Standing-Probation VALUE "P".
     88 Standing-DeansList VALUE "D".
     88 Standing-NoAttempts VALUE "N".
02   StandingRunDate PIC 9(8).
