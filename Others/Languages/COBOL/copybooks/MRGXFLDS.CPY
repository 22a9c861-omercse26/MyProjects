      *> Student merge cross-reference fields: one record per completed
      *> merge, written when a duplicate student's rows have all been
      *> moved to the surviving StudentId and the retired master record
      *> deleted. MergeRowsMoved counts the enrollment, grade, waitlist,
      *> demographics, program, hold and ledger rows carried across.
      *> The nightly extract passes these on so downstream systems can
      *> fold the retired id into the surviving one. Copy under a
      *> caller-supplied 01 level.
02   MergeRetiredId PIC 9(7).
02   MergeSurvivorId PIC 9(7).
02   MergeDate PIC 9(8).
02   MergeTime PIC 9(8).
02   MergeOperator PIC X(8).
02   MergeRowsMoved PIC 9(5).
