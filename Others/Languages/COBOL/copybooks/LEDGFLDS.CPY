      *> Student account ledger fields: one entry per billed course
      *> charge ("C"), drop credit ("R") or cashier payment ("P"),
      *> keyed on StudentId + entry type + reference so all of a
      *> student's entries read back together. The reference is the
      *> CourseCode + AcademicTerm + event date for a charge or credit
      *> and the receipt number for a payment, so a charge already
      *> posted from an earlier billing run is not posted twice. The
      *> event date is the enrollment's EnrollDate for a charge and the
      *> drop's AuditDate for a credit, so a course dropped and re-added
      *> in the same term bills again and a second drop credits again.
      *> LedgerEntryDate is
      *> the billing run date or the date the cashier took the payment
      *> and drives the receivables aging; LedgerPostDate is the date
      *> the entry reached the ledger. Copy under a caller-supplied 01
      *> level.
02   LedgerKey.
     03 LedgerStudentId PIC 9(7).
     03 LedgerEntryType PIC X.
        88 Ledger-Charge  VALUE "C".
        88 Ledger-Credit  VALUE "R".
        88 Ledger-Payment VALUE "P".
     03 LedgerChargeRef.
        04 LedgerCourseCode PIC X(4).
        04 LedgerTerm PIC X(5).
        04 LedgerEventDate PIC 9(8).
     03 LedgerPaymentRef REDEFINES LedgerChargeRef.
        04 LedgerReceiptNo PIC 9(6).
        04 FILLER PIC X(11).
02   LedgerEntryDate PIC 9(8).
02   LedgerPostDate PIC 9(8).
02   LedgerAmount PIC 9(7)V99.
02   LedgerTenderType PIC X.
02   LedgerBatchNumber PIC 9(6).
