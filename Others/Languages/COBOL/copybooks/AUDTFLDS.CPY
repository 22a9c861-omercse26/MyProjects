      *> transaction code, StudentId, the before/after images of the
      *> fields an Add/Change/Delete can affect, and the academic term
      *> the transaction applied to (spaces when the transaction did
      *> not carry one). A drop made because the section was cancelled
      *> carries CNCL as its after course code and is credited in full
      *> by the tuition run whatever the date; an "M" entry records a
      *> row carried from a retired StudentId to the surviving one.
02   AuditDate PIC 9(8).
02   AuditTime PIC 9(8).
02   AuditOperator PIC X(8).
