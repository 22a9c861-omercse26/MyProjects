      *> Program requirement fields: the courses a degree program
      *> needs, keyed on ReqProgram + ReqGroup + CourseCode. Each
      *> requirement group has one group row (CourseCode spaces)
      *> carrying ReqGroupDesc and ReqMinCount, the number of the
      *> group's courses a student must pass, followed by one course
      *> row per CourseCode that counts towards the group, carrying
      *> ReqMinGrade, the weakest letter grade accepted (A-D). A
      *> required course is a group of one course with ReqMinCount 1;
      *> an elective group lists several courses with a smaller
      *> ReqMinCount. Copy under a caller-supplied 01 level.
02   ReqKey.
     03 ReqProgram PIC X(6).
     03 ReqGroup PIC X(4).
     03 CourseCode PIC X(4).
02   ReqGroupDesc PIC X(20).
02   ReqMinCount PIC 9(2).
02   ReqMinGrade PIC XX.
     88 ReqMinGrade-Valid VALUES "A" "B" "C" "D".
