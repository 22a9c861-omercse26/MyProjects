IDENTIFICATION DIVISION.
PROGRAM-ID. Paypost.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LedgerFile ASSIGN TO "STUDLEDG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LedgerKey OF LedgerRecord
        FILE STATUS IS WS-Ledger-Status.

    SELECT StudentMasterFile ASSIGN TO "STUDMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS StudentId OF StudentMasterRecord
        ALTERNATE RECORD KEY IS Surname OF StudentMasterRecord
            WITH DUPLICATES
        FILE STATUS IS WS-Master-Status.

    SELECT ChargesFile ASSIGN TO "BILLCHRG"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-Charges-Status.

    SELECT PaymentFile ASSIGN TO "PAYDECK"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-Payment-Status.

    SELECT PayExceptionFile ASSIGN TO "PAYEXCPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PayExcp-Status.

    SELECT AgedFile ASSIGN TO "AGEDRCV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Aged-Status.

    SELECT RunControlFile ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtl-Status.

DATA DIVISION.
FILE SECTION.
FD  LedgerFile.
01  LedgerRecord.
    COPY LEDGFLDS.

FD  StudentMasterFile.
01  StudentMasterRecord.
    COPY STUDFLDS.

FD  ChargesFile.
01  ChargeDetailRecord.
    02 ChargeRecType PIC X.
       88 Charge-Detail  VALUE "D".
       88 Charge-Header  VALUE "H".
       88 Charge-Trailer VALUE "T".
    02 ChargeStudentId PIC 9(7).
    02 ChargeLineType PIC X.
       88 Charge-Line-Charge VALUE "C".
       88 Charge-Line-Credit VALUE "R".
    02 ChargeCourseCode PIC X(4).
    02 ChargeTerm PIC X(5).
    02 ChargeAmount PIC 9(5)V99.
    02 ChargeEventDate PIC 9(8).
    02 FILLER PIC X(3).
01  ChargeControlRecord.
    02 ChargeCtlRecType PIC X.
    02 ChargeCtlRunDate PIC 9(8).
    02 ChargeCtlCount PIC 9(7).
    02 ChargeCtlAmount PIC S9(9)V99 SIGN LEADING SEPARATE.
    02 FILLER PIC X(8).

FD  PaymentFile.
01  PaymentRecord.
    COPY PAYMFLDS.
01  BatchControlRecord.
    COPY BTCHFLDS.

FD  PayExceptionFile.
01  PayExceptionLine PIC X(100).

FD  AgedFile.
01  AgedLine PIC X(100).

FD  RunControlFile.
01  RunControlRecord.
    COPY RCTLFLDS.

WORKING-STORAGE SECTION.
01 WS-Ledger-Status PIC XX.
    88 WS-Ledger-OK VALUE "00".
    88 WS-Ledger-NotFound VALUE "23".
    88 WS-Ledger-NoFile VALUE "35".

01 WS-Master-Status PIC XX.
    88 WS-Master-OK VALUE "00".

01 WS-Charges-Status PIC XX.
    88 WS-Charges-OK VALUE "00".
    88 WS-Charges-NoFile VALUE "35".

01 WS-Payment-Status PIC XX.
    88 WS-Payment-OK VALUE "00".
    88 WS-Payment-NoFile VALUE "35".

01 WS-PayExcp-Status PIC XX.
    88 WS-PayExcp-OK VALUE "00".

01 WS-Aged-Status PIC XX.
    88 WS-Aged-OK VALUE "00".

01 WS-RunCtl-Status PIC XX.
    88 WS-RunCtl-OK VALUE "00".

01 WS-Run-Step PIC X(8) VALUE "POSTING".

01 WS-RunCtl-EOF-Flag PIC X.
    88 WS-RunCtl-EOF VALUE "Y".

01 WS-Pred-Program PIC X(10) VALUE "TUITBILL".
01 WS-Pred-Status PIC X.
    88 WS-Pred-Clean VALUE "C".

01 WS-Charges-EOF-Flag PIC X VALUE "N".
    88 WS-Charges-EOF VALUE "Y".

01 WS-Batch-EOF-Flag PIC X VALUE "N".
    88 WS-Batch-EOF VALUE "Y".

01 WS-Ledger-EOF-Flag PIC X VALUE "N".
    88 WS-Ledger-EOF VALUE "Y".

01 WS-Charges-Absent-Flag PIC X VALUE "N".
    88 WS-Charges-Absent VALUE "Y".

01 WS-Payments-Absent-Flag PIC X VALUE "N".
    88 WS-Payments-Absent VALUE "Y".

01 WS-Charges-Header-Flag PIC X VALUE "N".
    88 WS-Charges-Header-Seen VALUE "Y".

01 WS-Charges-Trailer-Flag PIC X VALUE "N".
    88 WS-Charges-Trailer-Seen VALUE "Y".

01 WS-Charges-Balanced-Flag PIC X VALUE "N".
    88 WS-Charges-Balanced VALUE "Y".

01 WS-Header-Seen-Flag PIC X VALUE "N".
    88 WS-Header-Seen VALUE "Y".

01 WS-Trailer-Seen-Flag PIC X VALUE "N".
    88 WS-Trailer-Seen VALUE "Y".

01 WS-Dup-Header-Flag PIC X VALUE "N".
    88 WS-Dup-Header VALUE "Y".

01 WS-Batch-Balanced-Flag PIC X VALUE "N".
    88 WS-Batch-Balanced VALUE "Y".

01 WS-Student-Charged-Flag PIC X.
    88 WS-Student-Charged VALUE "Y".

01 WS-First-Student-Flag PIC X VALUE "Y".
    88 WS-First-Student VALUE "Y".

01 WS-Charges-Run-Date PIC 9(8) VALUE ZERO.
01 WS-Charges-Detail-Count PIC 9(7) VALUE ZERO.
01 WS-Charges-Net PIC S9(9)V99 VALUE ZERO.

01 WS-Batch-Number PIC 9(6) VALUE ZERO.
01 WS-Detail-Count PIC 9(7) VALUE ZERO.
01 WS-Hash-Total PIC 9(9) VALUE ZERO.
01 WS-Deck-Amount PIC 9(9)V99 VALUE ZERO.

01 WS-Exception-Reason PIC X(30).

01 WS-Balance-StudentId PIC 9(7).
01 WS-Balance-Charges PIC 9(9)V99.
01 WS-Balance-Credits PIC 9(9)V99.
01 WS-Balance-Due PIC S9(9)V99.

01 WS-Break-StudentId PIC 9(7) VALUE ZERO.
01 WS-Age-Date.
    02 WS-Age-YYYY PIC 9(4).
    02 WS-Age-MM   PIC 99.
    02 WS-Age-DD   PIC 99.
01 WS-Age-Run-Days PIC 9(7).
01 WS-Age-Entry-Days PIC 9(7).
01 WS-Age-Days PIC S9(7).
01 WS-Aged-Current PIC 9(9)V99.
01 WS-Aged-30 PIC 9(9)V99.
01 WS-Aged-60 PIC 9(9)V99.
01 WS-Aged-90 PIC 9(9)V99.
01 WS-Aged-Paid PIC 9(9)V99.
01 WS-Aged-Balance PIC S9(9)V99.
01 WS-Total-Current PIC 9(9)V99 VALUE ZERO.
01 WS-Total-30 PIC 9(9)V99 VALUE ZERO.
01 WS-Total-60 PIC 9(9)V99 VALUE ZERO.
01 WS-Total-90 PIC 9(9)V99 VALUE ZERO.
01 WS-Total-Balance PIC S9(9)V99 VALUE ZERO.

01 WS-Charges-Posted-Count PIC 9(7) VALUE ZERO.
01 WS-Credits-Posted-Count PIC 9(7) VALUE ZERO.
01 WS-Already-Posted-Count PIC 9(7) VALUE ZERO.
01 WS-Payments-Posted-Count PIC 9(7) VALUE ZERO.
01 WS-Payment-Excp-Count PIC 9(7) VALUE ZERO.
01 WS-Aged-Student-Count PIC 9(7) VALUE ZERO.
01 WS-Payments-Posted-Amount PIC 9(9)V99 VALUE ZERO.

01 WS-Count-Display PIC ZZZZZZ9.
01 WS-Amount-Display PIC ZZZ,ZZZ,ZZ9.99.
01 WS-Net-Display PIC ZZZ,ZZZ,ZZ9.99-.
01 WS-Pay-Display PIC ZZZ,ZZ9.99.
01 WS-Name-Display PIC X(12).

01 WS-Aged-Detail.
    02 WS-Aged-StudentId PIC 9(7).
    02 FILLER PIC XX VALUE SPACES.
    02 WS-Aged-Name PIC X(12).
    02 WS-Aged-Current-Col PIC ZZ,ZZZ,ZZ9.99.
    02 FILLER PIC X VALUE SPACE.
    02 WS-Aged-30-Col PIC ZZ,ZZZ,ZZ9.99.
    02 FILLER PIC X VALUE SPACE.
    02 WS-Aged-60-Col PIC ZZ,ZZZ,ZZ9.99.
    02 FILLER PIC X VALUE SPACE.
    02 WS-Aged-90-Col PIC ZZ,ZZZ,ZZ9.99.
    02 FILLER PIC X VALUE SPACE.
    02 WS-Aged-Balance-Col PIC ZZ,ZZZ,ZZ9.99-.

01 WS-Run-Date PIC 9(8).
01 WS-Heading-Date.
    02 WS-Heading-YYYY PIC 9(4).
    02 FILLER PIC X VALUE "-".
    02 WS-Heading-MM   PIC 99.
    02 FILLER PIC X VALUE "-".
    02 WS-Heading-DD   PIC 99.

PROCEDURE DIVISION.
Begin.
    PERFORM GetRunDate.
    PERFORM CheckPredecessor.
    PERFORM WriteRunStart.
    OPEN I-O LedgerFile.
    IF WS-Ledger-NoFile
        OPEN OUTPUT LedgerFile
        CLOSE LedgerFile
        OPEN I-O LedgerFile
    END-IF.
    IF NOT WS-Ledger-OK
        DISPLAY "Unable to open student ledger, status " WS-Ledger-Status
        STOP RUN
    END-IF.
    OPEN INPUT StudentMasterFile.
    IF NOT WS-Master-OK
        DISPLAY "Unable to open student master, status " WS-Master-Status
        STOP RUN
    END-IF.
    OPEN OUTPUT PayExceptionFile.
    IF NOT WS-PayExcp-OK
        DISPLAY "Unable to open payment exception listing, status "
                WS-PayExcp-Status
        STOP RUN
    END-IF.
    OPEN OUTPUT AgedFile.
    IF NOT WS-Aged-OK
        DISPLAY "Unable to open aged receivables report, status "
                WS-Aged-Status
        STOP RUN
    END-IF.
    PERFORM WriteExceptionHeading.

    PERFORM BalanceCharges.
    IF WS-Charges-Balanced
        PERFORM PostCharges
    END-IF.
    PERFORM BalancePayments.
    IF WS-Batch-Balanced
        PERFORM PostPayments
    ELSE
        IF NOT WS-Payments-Absent
            DISPLAY "Payment deck rejected - no payments posted"
        END-IF
    END-IF.
    PERFORM PrintAgedReceivables.

    CLOSE LedgerFile.
    CLOSE StudentMasterFile.
    CLOSE PayExceptionFile.
    CLOSE AgedFile.
    PERFORM DisplaySummary.
    PERFORM WriteRunEnd.
    STOP RUN.

GetRunDate.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
    MOVE WS-Run-Date(1:4) TO WS-Heading-YYYY.
    MOVE WS-Run-Date(5:2) TO WS-Heading-MM.
    MOVE WS-Run-Date(7:2) TO WS-Heading-DD.

WriteExceptionHeading.
    MOVE SPACES TO PayExceptionLine.
    STRING "Cashier payment exceptions as of " DELIMITED SIZE
           WS-Heading-Date DELIMITED SIZE
        INTO PayExceptionLine.
    WRITE PayExceptionLine.
    MOVE SPACES TO PayExceptionLine.
    STRING "Receipt StudentId     Amount Tender Date     Reason"
               DELIMITED SIZE
        INTO PayExceptionLine.
    WRITE PayExceptionLine.
    MOVE SPACES TO PayExceptionLine.
    WRITE PayExceptionLine.

BalanceCharges.
    OPEN INPUT ChargesFile.
    IF WS-Charges-NoFile
        SET WS-Charges-Absent TO TRUE
        DISPLAY "No billing charges file - no charges posted"
    ELSE
        IF NOT WS-Charges-OK
            DISPLAY "Unable to open billing charges file, status "
                    WS-Charges-Status
            STOP RUN
        END-IF
        PERFORM UNTIL WS-Charges-EOF
            READ ChargesFile
                AT END
                    SET WS-Charges-EOF TO TRUE
                NOT AT END
                    PERFORM BalanceChargeRecord
            END-READ
        END-PERFORM
        CLOSE ChargesFile
        IF NOT WS-Charges-Header-Seen
            DISPLAY "Billing charges header record missing"
        END-IF
        IF NOT WS-Charges-Trailer-Seen
            DISPLAY "Billing charges trailer record missing"
                    " - possible truncated file"
        END-IF
        IF NOT WS-Charges-Balanced
            DISPLAY "Billing charges rejected - no charges posted"
        END-IF
    END-IF.

BalanceChargeRecord.
    EVALUATE TRUE
        WHEN Charge-Header
            SET WS-Charges-Header-Seen TO TRUE
            MOVE ChargeCtlRunDate TO WS-Charges-Run-Date
        WHEN Charge-Trailer
            SET WS-Charges-Trailer-Seen TO TRUE
            IF ChargeCtlCount = WS-Charges-Detail-Count
                    AND ChargeCtlAmount = WS-Charges-Net
                IF WS-Charges-Header-Seen
                    SET WS-Charges-Balanced TO TRUE
                    MOVE WS-Charges-Net TO WS-Net-Display
                    DISPLAY "Billing charges in balance - "
                            WS-Charges-Detail-Count " details, net "
                            WS-Net-Display
                END-IF
            ELSE
                DISPLAY "Billing charges out of balance - trailer count "
                        ChargeCtlCount " but file count "
                        WS-Charges-Detail-Count
            END-IF
            SET WS-Charges-EOF TO TRUE
        WHEN Charge-Detail
            ADD 1 TO WS-Charges-Detail-Count
            IF Charge-Line-Credit
                SUBTRACT ChargeAmount FROM WS-Charges-Net
            ELSE
                ADD ChargeAmount TO WS-Charges-Net
            END-IF
        WHEN OTHER
            DISPLAY "Unknown billing charges record type " ChargeRecType
    END-EVALUATE.

PostCharges.
    OPEN INPUT ChargesFile.
    IF NOT WS-Charges-OK
        DISPLAY "Unable to open billing charges file, status "
                WS-Charges-Status
        STOP RUN
    END-IF.
    MOVE "N" TO WS-Charges-EOF-Flag.
    PERFORM UNTIL WS-Charges-EOF
        READ ChargesFile
            AT END
                SET WS-Charges-EOF TO TRUE
            NOT AT END
                IF Charge-Detail
                    PERFORM PostChargeDetail
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ChargesFile.

PostChargeDetail.
    MOVE SPACES TO LedgerRecord.
    MOVE ChargeStudentId TO LedgerStudentId.
    MOVE ChargeLineType TO LedgerEntryType.
    MOVE ChargeCourseCode TO LedgerCourseCode.
    MOVE ChargeTerm TO LedgerTerm.
    MOVE ChargeEventDate TO LedgerEventDate.
    MOVE WS-Charges-Run-Date TO LedgerEntryDate.
    MOVE WS-Run-Date TO LedgerPostDate.
    MOVE ChargeAmount TO LedgerAmount.
    MOVE ZERO TO LedgerBatchNumber.
    WRITE LedgerRecord
        INVALID KEY
            ADD 1 TO WS-Already-Posted-Count
        NOT INVALID KEY
            IF Ledger-Credit
                ADD 1 TO WS-Credits-Posted-Count
            ELSE
                ADD 1 TO WS-Charges-Posted-Count
            END-IF
    END-WRITE.

BalancePayments.
    OPEN INPUT PaymentFile.
    IF WS-Payment-NoFile
        SET WS-Payments-Absent TO TRUE
        DISPLAY "No cashier payment deck - no payments posted"
    ELSE
        IF NOT WS-Payment-OK
            DISPLAY "Unable to open payment deck, status "
                    WS-Payment-Status
            STOP RUN
        END-IF
        PERFORM UNTIL WS-Batch-EOF
            READ PaymentFile
                AT END
                    SET WS-Batch-EOF TO TRUE
                NOT AT END
                    PERFORM BalancePaymentRecord
            END-READ
        END-PERFORM
        CLOSE PaymentFile
        IF NOT WS-Dup-Header
            IF NOT WS-Header-Seen
                DISPLAY "Batch header record missing from payment deck"
            END-IF
            IF NOT WS-Trailer-Seen
                DISPLAY "Batch trailer record missing - possible"
                        " truncated deck"
            END-IF
        END-IF
    END-IF.

BalancePaymentRecord.
    EVALUATE TRUE
        WHEN Batch-Header
            IF WS-Header-Seen
                DISPLAY "Duplicate batch header record - deck rejected"
                SET WS-Dup-Header TO TRUE
                SET WS-Batch-EOF TO TRUE
            ELSE
                SET WS-Header-Seen TO TRUE
                MOVE BatchNumber TO WS-Batch-Number
            END-IF
        WHEN Batch-Trailer
            SET WS-Trailer-Seen TO TRUE
            IF BatchRecordCount = WS-Detail-Count
                    AND BatchHashTotal = WS-Hash-Total
                IF WS-Header-Seen AND NOT WS-Dup-Header
                    SET WS-Batch-Balanced TO TRUE
                    MOVE WS-Deck-Amount TO WS-Amount-Display
                    DISPLAY "Payment batch " WS-Batch-Number
                            " in balance - " WS-Detail-Count
                            " receipts, hash " WS-Hash-Total
                            ", amount " WS-Amount-Display
                END-IF
            ELSE
                DISPLAY "Payment batch " WS-Batch-Number
                        " out of balance - trailer count "
                        BatchRecordCount " hash " BatchHashTotal
                        " but deck count " WS-Detail-Count
                        " hash " WS-Hash-Total
            END-IF
            SET WS-Batch-EOF TO TRUE
        WHEN OTHER
            IF NOT WS-Header-Seen
                DISPLAY "Payment record found before the batch header"
            END-IF
            ADD 1 TO WS-Detail-Count
            IF PayStudentId NUMERIC
                ADD PayStudentId TO WS-Hash-Total
            END-IF
            IF PayAmount NUMERIC
                ADD PayAmount TO WS-Deck-Amount
            END-IF
    END-EVALUATE.

PostPayments.
    OPEN INPUT PaymentFile.
    IF NOT WS-Payment-OK
        DISPLAY "Unable to open payment deck, status " WS-Payment-Status
        STOP RUN
    END-IF.
    MOVE "N" TO WS-Batch-EOF-Flag.
    PERFORM UNTIL WS-Batch-EOF
        READ PaymentFile
            AT END
                SET WS-Batch-EOF TO TRUE
            NOT AT END
                EVALUATE TRUE
                    WHEN Batch-Header
                        CONTINUE
                    WHEN Batch-Trailer
                        SET WS-Batch-EOF TO TRUE
                    WHEN OTHER
                        PERFORM PostOnePayment
                END-EVALUATE
        END-READ
    END-PERFORM.
    CLOSE PaymentFile.

PostOnePayment.
    MOVE SPACES TO WS-Exception-Reason.
    EVALUATE TRUE
        WHEN NOT Tender-Valid
            MOVE "INVALID TENDER TYPE" TO WS-Exception-Reason
        WHEN PayReceiptNo NOT NUMERIC
            MOVE "RECEIPT NUMBER NOT NUMERIC" TO WS-Exception-Reason
        WHEN PayStudentId NOT NUMERIC
            MOVE "STUDENTID NOT NUMERIC" TO WS-Exception-Reason
        WHEN PayAmount NOT NUMERIC
            MOVE "AMOUNT NOT NUMERIC" TO WS-Exception-Reason
        WHEN PayAmount = ZERO
            MOVE "AMOUNT IS ZERO" TO WS-Exception-Reason
        WHEN PayDate NOT NUMERIC
            MOVE "PAYMENT DATE INVALID" TO WS-Exception-Reason
        WHEN PayDate > WS-Run-Date
            MOVE "PAYMENT DATE IN THE FUTURE" TO WS-Exception-Reason
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    IF WS-Exception-Reason = SPACES
        MOVE PayStudentId TO StudentId OF StudentMasterRecord
        READ StudentMasterFile
            INVALID KEY
                MOVE "STUDENT NOT ON MASTER FILE" TO WS-Exception-Reason
        END-READ
    END-IF.
    IF WS-Exception-Reason = SPACES
        MOVE PayStudentId TO WS-Balance-StudentId
        PERFORM ComputeStudentBalance
        EVALUATE TRUE
            WHEN NOT WS-Student-Charged
                MOVE "NO CHARGES ON LEDGER" TO WS-Exception-Reason
            WHEN PayAmount > WS-Balance-Due
                MOVE "PAYMENT EXCEEDS BALANCE DUE"
                    TO WS-Exception-Reason
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.
    IF WS-Exception-Reason = SPACES
        MOVE SPACES TO LedgerRecord
        MOVE PayStudentId TO LedgerStudentId
        MOVE "P" TO LedgerEntryType
        MOVE PayReceiptNo TO LedgerReceiptNo
        MOVE PayDate TO LedgerEntryDate
        MOVE WS-Run-Date TO LedgerPostDate
        MOVE PayAmount TO LedgerAmount
        MOVE PayTenderType TO LedgerTenderType
        MOVE WS-Batch-Number TO LedgerBatchNumber
        WRITE LedgerRecord
            INVALID KEY
                MOVE "DUPLICATE RECEIPT NUMBER" TO WS-Exception-Reason
            NOT INVALID KEY
                ADD 1 TO WS-Payments-Posted-Count
                ADD PayAmount TO WS-Payments-Posted-Amount
        END-WRITE
    END-IF.
    IF WS-Exception-Reason NOT = SPACES
        PERFORM WritePaymentException
    END-IF.

ComputeStudentBalance.
    MOVE "N" TO WS-Student-Charged-Flag.
    MOVE ZERO TO WS-Balance-Charges.
    MOVE ZERO TO WS-Balance-Credits.
    MOVE "N" TO WS-Ledger-EOF-Flag.
    MOVE LOW-VALUES TO LedgerKey OF LedgerRecord.
    MOVE WS-Balance-StudentId TO LedgerStudentId.
    START LedgerFile KEY IS NOT LESS THAN LedgerKey OF LedgerRecord
        INVALID KEY
            SET WS-Ledger-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-Ledger-EOF
        READ LedgerFile NEXT RECORD
            AT END
                SET WS-Ledger-EOF TO TRUE
            NOT AT END
                IF LedgerStudentId = WS-Balance-StudentId
                    IF Ledger-Charge
                        SET WS-Student-Charged TO TRUE
                        ADD LedgerAmount TO WS-Balance-Charges
                    ELSE
                        ADD LedgerAmount TO WS-Balance-Credits
                    END-IF
                ELSE
                    SET WS-Ledger-EOF TO TRUE
                END-IF
        END-READ
    END-PERFORM.
    COMPUTE WS-Balance-Due = WS-Balance-Charges - WS-Balance-Credits.

WritePaymentException.
    ADD 1 TO WS-Payment-Excp-Count.
    IF PayAmount NUMERIC
        MOVE PayAmount TO WS-Pay-Display
    ELSE
        MOVE ZERO TO WS-Pay-Display
    END-IF.
    MOVE SPACES TO PayExceptionLine.
    STRING PayReceiptNo DELIMITED SIZE
           " " DELIMITED SIZE
           PayStudentId DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Pay-Display DELIMITED SIZE
           " " DELIMITED SIZE
           PayTenderType DELIMITED SIZE
           "      " DELIMITED SIZE
           PayDate DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Exception-Reason DELIMITED SIZE
        INTO PayExceptionLine.
    WRITE PayExceptionLine.

PrintAgedReceivables.
    MOVE SPACES TO AgedLine.
    STRING "Aged receivables by student as of " DELIMITED SIZE
           WS-Heading-Date DELIMITED SIZE
        INTO AgedLine.
    WRITE AgedLine.
    MOVE SPACES TO AgedLine.
    STRING "Student  Name              Current    30-59 days"
               DELIMITED SIZE
           "    60-89 days      90+ days       Balance" DELIMITED SIZE
        INTO AgedLine.
    WRITE AgedLine.
    MOVE SPACES TO AgedLine.
    WRITE AgedLine.
    MOVE WS-Run-Date TO WS-Age-Date.
    COMPUTE WS-Age-Run-Days =
        WS-Age-YYYY * 360 + WS-Age-MM * 30 + WS-Age-DD.
    MOVE "N" TO WS-Ledger-EOF-Flag.
    MOVE LOW-VALUES TO LedgerKey OF LedgerRecord.
    START LedgerFile KEY IS NOT LESS THAN LedgerKey OF LedgerRecord
        INVALID KEY
            SET WS-Ledger-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-Ledger-EOF
        READ LedgerFile NEXT RECORD
            AT END
                SET WS-Ledger-EOF TO TRUE
            NOT AT END
                IF LedgerStudentId NOT = WS-Break-StudentId
                        OR WS-First-Student
                    IF NOT WS-First-Student
                        PERFORM CloseOutAgedStudent
                    END-IF
                    MOVE "N" TO WS-First-Student-Flag
                    MOVE LedgerStudentId TO WS-Break-StudentId
                    MOVE ZERO TO WS-Aged-Current
                    MOVE ZERO TO WS-Aged-30
                    MOVE ZERO TO WS-Aged-60
                    MOVE ZERO TO WS-Aged-90
                    MOVE ZERO TO WS-Aged-Paid
                END-IF
                PERFORM AgeLedgerEntry
        END-READ
    END-PERFORM.
    IF NOT WS-First-Student
        PERFORM CloseOutAgedStudent
    END-IF.
    PERFORM WriteAgedTotals.

AgeLedgerEntry.
    IF Ledger-Charge
        MOVE LedgerEntryDate TO WS-Age-Date
        COMPUTE WS-Age-Entry-Days =
            WS-Age-YYYY * 360 + WS-Age-MM * 30 + WS-Age-DD
        COMPUTE WS-Age-Days = WS-Age-Run-Days - WS-Age-Entry-Days
        EVALUATE TRUE
            WHEN WS-Age-Days < 30
                ADD LedgerAmount TO WS-Aged-Current
            WHEN WS-Age-Days < 60
                ADD LedgerAmount TO WS-Aged-30
            WHEN WS-Age-Days < 90
                ADD LedgerAmount TO WS-Aged-60
            WHEN OTHER
                ADD LedgerAmount TO WS-Aged-90
        END-EVALUATE
    ELSE
        ADD LedgerAmount TO WS-Aged-Paid
    END-IF.

CloseOutAgedStudent.
    COMPUTE WS-Aged-Balance = WS-Aged-Current + WS-Aged-30
        + WS-Aged-60 + WS-Aged-90 - WS-Aged-Paid.
    PERFORM ApplyPaidToOldest.
    IF WS-Aged-Balance NOT = ZERO
        ADD 1 TO WS-Aged-Student-Count
        ADD WS-Aged-Current TO WS-Total-Current
        ADD WS-Aged-30 TO WS-Total-30
        ADD WS-Aged-60 TO WS-Total-60
        ADD WS-Aged-90 TO WS-Total-90
        ADD WS-Aged-Balance TO WS-Total-Balance
        PERFORM GetStudentName
        MOVE WS-Break-StudentId TO WS-Aged-StudentId
        MOVE WS-Name-Display TO WS-Aged-Name
        MOVE WS-Aged-Current TO WS-Aged-Current-Col
        MOVE WS-Aged-30 TO WS-Aged-30-Col
        MOVE WS-Aged-60 TO WS-Aged-60-Col
        MOVE WS-Aged-90 TO WS-Aged-90-Col
        MOVE WS-Aged-Balance TO WS-Aged-Balance-Col
        MOVE WS-Aged-Detail TO AgedLine
        WRITE AgedLine
    END-IF.

ApplyPaidToOldest.
    IF WS-Aged-Paid > WS-Aged-90
        SUBTRACT WS-Aged-90 FROM WS-Aged-Paid
        MOVE ZERO TO WS-Aged-90
    ELSE
        SUBTRACT WS-Aged-Paid FROM WS-Aged-90
        MOVE ZERO TO WS-Aged-Paid
    END-IF.
    IF WS-Aged-Paid > WS-Aged-60
        SUBTRACT WS-Aged-60 FROM WS-Aged-Paid
        MOVE ZERO TO WS-Aged-60
    ELSE
        SUBTRACT WS-Aged-Paid FROM WS-Aged-60
        MOVE ZERO TO WS-Aged-Paid
    END-IF.
    IF WS-Aged-Paid > WS-Aged-30
        SUBTRACT WS-Aged-30 FROM WS-Aged-Paid
        MOVE ZERO TO WS-Aged-30
    ELSE
        SUBTRACT WS-Aged-Paid FROM WS-Aged-30
        MOVE ZERO TO WS-Aged-Paid
    END-IF.
    IF WS-Aged-Paid > WS-Aged-Current
        SUBTRACT WS-Aged-Current FROM WS-Aged-Paid
        MOVE ZERO TO WS-Aged-Current
    ELSE
        SUBTRACT WS-Aged-Paid FROM WS-Aged-Current
        MOVE ZERO TO WS-Aged-Paid
    END-IF.

GetStudentName.
    MOVE WS-Break-StudentId TO StudentId OF StudentMasterRecord.
    READ StudentMasterFile
        INVALID KEY
            MOVE "(no master)" TO WS-Name-Display
        NOT INVALID KEY
            MOVE SPACES TO WS-Name-Display
            STRING Surname OF StudentMasterRecord DELIMITED SIZE
                   " " DELIMITED SIZE
                   Initials OF StudentMasterRecord DELIMITED SIZE
                INTO WS-Name-Display
    END-READ.

WriteAgedTotals.
    MOVE SPACES TO AgedLine.
    WRITE AgedLine.
    MOVE ZERO TO WS-Aged-StudentId.
    MOVE "TOTALS" TO WS-Aged-Name.
    MOVE WS-Total-Current TO WS-Aged-Current-Col.
    MOVE WS-Total-30 TO WS-Aged-30-Col.
    MOVE WS-Total-60 TO WS-Aged-60-Col.
    MOVE WS-Total-90 TO WS-Aged-90-Col.
    MOVE WS-Total-Balance TO WS-Aged-Balance-Col.
    MOVE WS-Aged-Detail TO AgedLine.
    MOVE SPACES TO AgedLine(1:7).
    WRITE AgedLine.
    MOVE WS-Aged-Student-Count TO WS-Count-Display.
    MOVE SPACES TO AgedLine.
    STRING "Students with a balance: " DELIMITED SIZE
           WS-Count-Display DELIMITED SIZE
        INTO AgedLine.
    WRITE AgedLine.

DisplaySummary.
    MOVE WS-Charges-Posted-Count TO WS-Count-Display.
    DISPLAY "Charges posted to ledger:     " WS-Count-Display.
    MOVE WS-Credits-Posted-Count TO WS-Count-Display.
    DISPLAY "Drop credits posted:          " WS-Count-Display.
    MOVE WS-Already-Posted-Count TO WS-Count-Display.
    DISPLAY "Items already on the ledger:  " WS-Count-Display.
    MOVE WS-Payments-Posted-Count TO WS-Count-Display.
    DISPLAY "Payments posted:              " WS-Count-Display.
    MOVE WS-Payments-Posted-Amount TO WS-Amount-Display.
    DISPLAY "Amount of payments posted: " WS-Amount-Display.
    MOVE WS-Payment-Excp-Count TO WS-Count-Display.
    DISPLAY "Receipts on exception list:   " WS-Count-Display.
    MOVE WS-Aged-Student-Count TO WS-Count-Display.
    DISPLAY "Students with a balance:      " WS-Count-Display.
    MOVE WS-Total-Balance TO WS-Net-Display.
    DISPLAY "Total receivables:         " WS-Net-Display.
    DISPLAY "Exceptions on PAYEXCPT; aging report on AGEDRCV".

WriteRunEnd.
    PERFORM ClearRunControl.
    EVALUATE TRUE
        WHEN NOT WS-Charges-Absent AND NOT WS-Charges-Balanced
            MOVE "F" TO RunStatus
            MOVE "CHARGES FILE OUT OF BALANCE" TO RunMessage
        WHEN NOT WS-Payments-Absent AND NOT WS-Batch-Balanced
            MOVE "F" TO RunStatus
            MOVE "PAYMENT DECK OUT OF BALANCE" TO RunMessage
        WHEN OTHER
            MOVE "C" TO RunStatus
    END-EVALUATE.
    MOVE "CHARGES" TO RunCountName(1).
    COMPUTE RunCountValue(1) =
        WS-Charges-Posted-Count + WS-Credits-Posted-Count.
    MOVE "PAYMENTS" TO RunCountName(2).
    MOVE WS-Payments-Posted-Count TO RunCountValue(2).
    MOVE "EXCPTNS" TO RunCountName(3).
    MOVE WS-Payment-Excp-Count TO RunCountValue(3).
    PERFORM WriteRunControl.

CheckPredecessor.
    MOVE SPACE TO WS-Pred-Status.
    MOVE "N" TO WS-RunCtl-EOF-Flag.
    OPEN INPUT RunControlFile.
    IF WS-RunCtl-OK
        PERFORM UNTIL WS-RunCtl-EOF
            READ RunControlFile
                AT END
                    SET WS-RunCtl-EOF TO TRUE
                NOT AT END
                    IF RunDate = WS-Run-Date
                            AND RunProgram = WS-Pred-Program
                        MOVE RunStatus TO WS-Pred-Status
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RunControlFile
    END-IF.
    IF NOT WS-Pred-Clean
        DISPLAY WS-Pred-Program " has not completed cleanly for run date "
                WS-Run-Date " - PAYPOST not started"
        PERFORM ClearRunControl
        MOVE "R" TO RunStatus
        STRING WS-Pred-Program DELIMITED SPACE
               " NOT COMPLETED" DELIMITED SIZE
            INTO RunMessage
        PERFORM WriteRunControl
        STOP RUN
    END-IF.

WriteRunStart.
    PERFORM ClearRunControl.
    MOVE "S" TO RunStatus.
    PERFORM WriteRunControl.

ClearRunControl.
    MOVE SPACES TO RunControlRecord.
    MOVE ZERO TO RunCountValue(1).
    MOVE ZERO TO RunCountValue(2).
    MOVE ZERO TO RunCountValue(3).

WriteRunControl.
    MOVE WS-Run-Date TO RunDate.
    ACCEPT RunTime FROM TIME.
    MOVE "PAYPOST" TO RunProgram.
    MOVE WS-Run-Step TO RunStep.
    OPEN EXTEND RunControlFile.
    IF NOT WS-RunCtl-OK
        OPEN OUTPUT RunControlFile
    END-IF.
    IF NOT WS-RunCtl-OK
        DISPLAY "Unable to open run-control file, status "
                WS-RunCtl-Status " - step not logged"
    ELSE
        WRITE RunControlRecord
        CLOSE RunControlFile
    END-IF.
