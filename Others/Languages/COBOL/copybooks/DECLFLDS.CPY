      *> Declared program fields: one record per student, keyed on
      *> StudentId, naming the degree program (a ReqProgram on the
      *> program requirement file) the student is working towards.
      *> DeclaredDate and DeclaredBy record when and by which operator
      *> the program was last declared. Copy under a caller-supplied
      *> 01 level.
02   StudentId PIC 9(7).
02   DeclaredProgram PIC X(6).
02   DeclaredDate PIC 9(8).
02   DeclaredBy PIC X(8).
