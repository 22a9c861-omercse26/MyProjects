      *> Batch run-control log fields: every nightly program appends a
      *> started entry when it begins and a completed, failed or refused
      *> entry when it ends, carrying up to three named record counts
      *> for the morning operations report. A started entry with no
      *> later entry for the same program and run date means the step
      *> abended. A program refuses to start unless its predecessor's
      *> latest entry for the run date is a completed one. Copy under a
      *> caller-supplied 01 level.
02   RunDate PIC 9(8).
02   RunTime PIC 9(8).
02   RunProgram PIC X(10).
02   RunStep PIC X(8).
02   RunStatus PIC X.
     88 Run-Started   VALUE "S".
     88 Run-Completed VALUE "C".
     88 Run-Failed    VALUE "F".
     88 Run-Refused   VALUE "R".
02   RunCount OCCURS 3 TIMES.
     03 RunCountName PIC X(8).
     03 RunCountValue PIC 9(7).
02   RunMessage PIC X(30).
