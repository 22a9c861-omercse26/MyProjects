      *> Term-calendar audit trail fields: timestamp, operator id,
      *> transaction code, AcademicTerm, and the before/after images of
      *> the dates an Add/Change/Delete can affect.
02   AuditDate PIC 9(8).
02   AuditTime PIC 9(8).
02   AuditOperator PIC X(8).
02   AuditTransCode PIC X.
02   AuditAcademicTerm PIC X(5).
02   AuditBeforeRegOpen PIC 9(8).
02   AuditBeforeLastAdd PIC 9(8).
02   AuditBeforeLastDrop PIC 9(8).
02   AuditBeforeLastWithdraw PIC 9(8).
02   AuditAfterRegOpen PIC 9(8).
02   AuditAfterLastAdd PIC 9(8).
02   AuditAfterLastDrop PIC 9(8).
02   AuditAfterLastWithdraw PIC 9(8).
