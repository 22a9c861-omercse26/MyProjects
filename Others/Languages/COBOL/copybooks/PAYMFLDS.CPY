      *> Cashier payment card fields (PAYDECK): the tender type, the
      *> cashier receipt number, the StudentId paid for, the amount
      *> and the date the payment was taken. The bursar's deck is
      *> topped with a header and ended with a trailer in the BTCHFLDS
      *> layout (hash total is the low-order nine digits of the sum of
      *> StudentId, as for TRANFILE); the card is the same length so
      *> both share the FD. Copy under a caller-supplied 01 level.
02   PayTenderType PIC X.
     88 Tender-Valid VALUES "C" "K" "D".
     88 Tender-Cash  VALUE "C".
     88 Tender-Check VALUE "K".
     88 Tender-Card  VALUE "D".
02   PayReceiptNo PIC 9(6).
02   PayStudentId PIC 9(7).
02   PayAmount PIC 9(6)V99.
02   PayDate PIC 9(8).
