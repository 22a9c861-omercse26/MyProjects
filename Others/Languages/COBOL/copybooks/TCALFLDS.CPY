      *> Term calendar fields: one record per academic term, keyed on
      *> AcademicTerm. All dates are YYYYMMDD and must run in order:
      *> Adds are accepted from RegOpenDate through LastAddDate; a
      *> drop on or before LastDropDate removes the enrollment (full
      *> refund through LastAddDate, half refund after it); a drop
      *> after LastDropDate and on or before LastWithdrawDate keeps
      *> the enrollment and posts a "W" grade with no refund; later
      *> drops are refused. Copy under a caller-supplied 01 level.
02   AcademicTerm PIC X(5).
02   RegOpenDate PIC 9(8).
02   LastAddDate PIC 9(8).
02   LastDropDate PIC 9(8).
02   LastWithdrawDate PIC 9(8).
