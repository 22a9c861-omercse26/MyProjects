      *> Registration hold audit trail fields: timestamp, operator id,
      *> action ("P" hold placed, "R" hold released) and the image of
      *> the hold that was placed or released, so each office can see
      *> who released what.
02   HoldAuditDate PIC 9(8).
02   HoldAuditTime PIC 9(8).
02   HoldAuditOperator PIC X(8).
02   HoldAuditAction PIC X.
02   HoldAuditStudentId PIC 9(7).
02   HoldAuditType PIC X(3).
02   HoldAuditOffice PIC X(10).
02   HoldAuditDatePlaced PIC 9(8).
02   HoldAuditBlocks PIC X.
02   HoldAuditReason PIC X(20).
02   HoldAuditPlacedBy PIC X(8).
