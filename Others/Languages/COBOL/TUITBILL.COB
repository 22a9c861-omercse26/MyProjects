        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-Charges-Status.

    SELECT LedgerFile ASSIGN TO "STUDLEDG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LedgerKey OF LedgerRecord
        FILE STATUS IS WS-Ledger-Status.

    SELECT TermCalendarFile ASSIGN TO "TERMCAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS AcademicTerm OF TermCalendarRecord
        FILE STATUS IS WS-Cal-Status.

    SELECT RunControlFile ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtl-Status.

DATA DIVISION.
FILE SECTION.
FD  EnrollmentFile.
    02 SortCourseCode PIC X(4).
    02 SortTerm       PIC X(5).
    02 SortFee        PIC 9(5)V99.
    02 SortEventDate  PIC 9(8).

FD  StatementFile.
01  StatementLine PIC X(80).
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

FD  LedgerFile.
01  LedgerRecord.
    COPY LEDGFLDS.

FD  TermCalendarFile.
01  TermCalendarRecord.
    COPY TCALFLDS.

FD  RunControlFile.
01  RunControlRecord.
    COPY RCTLFLDS.

WORKING-STORAGE SECTION.
01 WS-Enroll-Status PIC XX.
01 WS-Charges-Status PIC XX.
    88 WS-Charges-OK VALUE "00".

01 WS-Ledger-Status PIC XX.
    88 WS-Ledger-OK VALUE "00".
    88 WS-Ledger-NoFile VALUE "35".

01 WS-Ledger-Absent-Flag PIC X VALUE "N".
    88 WS-Ledger-Absent VALUE "Y".

01 WS-Cal-Status PIC XX.
    88 WS-Cal-OK     VALUE "00".
    88 WS-Cal-NoFile VALUE "35".

01 WS-Cal-Absent-Flag PIC X VALUE "N".
    88 WS-Cal-Absent VALUE "Y".

01 WS-Refund-Pct PIC 9(3).

01 WS-RunCtl-Status PIC XX.
    88 WS-RunCtl-OK VALUE "00".

01 WS-Run-Step PIC X(8) VALUE "BILLING".

01 WS-RunCtl-EOF-Flag PIC X.
    88 WS-RunCtl-EOF VALUE "Y".

01 WS-Pred-Program PIC X(10) VALUE "EXTRACT".
01 WS-Pred-Status PIC X.
    88 WS-Pred-Clean VALUE "C".

01 WS-Ledger-EOF-Flag PIC X VALUE "N".
    88 WS-Ledger-EOF VALUE "Y".

01 WS-Enroll-EOF-Flag PIC X VALUE "N".
    88 WS-Enroll-EOF VALUE "Y".

01 WS-Student-Charges PIC 9(7)V99 VALUE ZERO.
01 WS-Student-Credits PIC 9(7)V99 VALUE ZERO.
01 WS-Student-Net PIC S9(7)V99 VALUE ZERO.
01 WS-Student-Unposted PIC S9(7)V99 VALUE ZERO.
01 WS-Ledger-Charges PIC 9(7)V99 VALUE ZERO.
01 WS-Ledger-Credits PIC 9(7)V99 VALUE ZERO.
01 WS-Ledger-Payments PIC 9(7)V99 VALUE ZERO.
01 WS-Balance-Due PIC S9(7)V99 VALUE ZERO.
01 WS-Total-Balance-Due PIC S9(9)V99 VALUE ZERO.

01 WS-Charge-Count PIC 9(7) VALUE ZERO.
01 WS-Credit-Count PIC 9(7) VALUE ZERO.
01 WS-Statement-Count PIC 9(7) VALUE ZERO.
01 WS-NoFee-Count PIC 9(7) VALUE ZERO.
01 WS-NoRefund-Count PIC 9(7) VALUE ZERO.
01 WS-Total-Charges PIC 9(9)V99 VALUE ZERO.
01 WS-Total-Credits PIC 9(9)V99 VALUE ZERO.

Begin.
    PERFORM GetRunDate.
    PERFORM GetSelectionCriteria.
    PERFORM CheckPredecessor.
    PERFORM WriteRunStart.
    OPEN INPUT StudentMasterFile.
    IF NOT WS-Master-OK
        DISPLAY "Unable to open student master, status " WS-Master-Status
        DISPLAY "Unable to open charges file, status " WS-Charges-Status
        STOP RUN
    END-IF.
    OPEN INPUT LedgerFile.
    IF WS-Ledger-NoFile
        SET WS-Ledger-Absent TO TRUE
        DISPLAY "No student ledger on file - statements show this"
                " run's charges only"
    ELSE
        IF NOT WS-Ledger-OK
            DISPLAY "Unable to open student ledger, status "
                    WS-Ledger-Status
            STOP RUN
        END-IF
    END-IF.
    OPEN INPUT TermCalendarFile.
    IF WS-Cal-NoFile
        SET WS-Cal-Absent TO TRUE
        DISPLAY "No term calendar on file - drops credited at the"
                " full course fee"
    ELSE
        IF NOT WS-Cal-OK
            DISPLAY "Unable to open term calendar file, status "
                    WS-Cal-Status
            STOP RUN
        END-IF
    END-IF.
    PERFORM WriteChargesHeader.

    SORT SortWorkFile
    CLOSE CourseCatalogFile.
    CLOSE StatementFile.
    CLOSE ChargesFile.
    IF NOT WS-Ledger-Absent
        CLOSE LedgerFile
    END-IF.
    IF NOT WS-Cal-Absent
        CLOSE TermCalendarFile
    END-IF.
    PERFORM DisplayGrandTotals.
    PERFORM WriteRunEnd.
    STOP RUN.

GetRunDate.
            MOVE CourseCode OF EnrollmentRecord TO SortCourseCode
            MOVE AcademicTerm OF EnrollmentRecord TO SortTerm
            MOVE CourseFee OF CourseCatalogRecord TO SortFee
            MOVE EnrollDate OF EnrollmentRecord TO SortEventDate
            RELEASE SortRecord
    END-READ.

        IF WS-Term-Filtered AND AuditAcademicTerm NOT = WS-Term-Filter
            CONTINUE
        ELSE
            PERFORM DetermineRefundPercent
            IF WS-Refund-Pct = ZERO
                ADD 1 TO WS-NoRefund-Count
                DISPLAY "Drop of " AuditBeforeCourseCode
                        " by student " AuditStudentId " on " AuditDate
                        " is past the refund period - not credited"
            ELSE
                PERFORM ReleaseRefundCredit
            END-IF
        END-IF
    END-IF.

DetermineRefundPercent.
    MOVE 100 TO WS-Refund-Pct.
    IF NOT WS-Cal-Absent AND AuditAfterCourseCode NOT = "CNCL"
        MOVE AuditAcademicTerm TO AcademicTerm OF TermCalendarRecord
        READ TermCalendarFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF AuditDate > LastDropDate OF TermCalendarRecord
                    MOVE ZERO TO WS-Refund-Pct
                ELSE
                    IF AuditDate > LastAddDate OF TermCalendarRecord
                        MOVE 50 TO WS-Refund-Pct
                    END-IF
                END-IF
        END-READ
    END-IF.

ReleaseRefundCredit.
    MOVE AuditBeforeCourseCode TO CourseCode OF CourseCatalogRecord.
    READ CourseCatalogFile
        INVALID KEY
            ADD 1 TO WS-NoFee-Count
            DISPLAY "Dropped course " AuditBeforeCourseCode
                    " for student " AuditStudentId
                    " has no catalog entry - not credited"
        NOT INVALID KEY
            MOVE AuditStudentId TO SortStudentId
            MOVE "R" TO SortLineType
            MOVE AuditBeforeCourseCode TO SortCourseCode
            MOVE AuditAcademicTerm TO SortTerm
            COMPUTE SortFee ROUNDED =
                CourseFee OF CourseCatalogRecord * WS-Refund-Pct / 100
            MOVE AuditDate TO SortEventDate
            RELEASE SortRecord
    END-READ.

PrintStatements.
    PERFORM UNTIL WS-Sort-EOF
        RETURN SortWorkFile
                    MOVE SortStudentId TO WS-Break-StudentId
                    MOVE ZERO TO WS-Student-Charges
                    MOVE ZERO TO WS-Student-Credits
                    MOVE ZERO TO WS-Student-Unposted
                    PERFORM WriteStatementHeading
                END-IF
                PERFORM WriteBillingLine
            INTO StatementLine
    END-IF.
    WRITE StatementLine.
    PERFORM CheckLedgerPosting.
    PERFORM WriteChargeDetail.

CheckLedgerPosting.
    IF WS-Ledger-Absent
        CONTINUE
    ELSE
        MOVE SortStudentId TO LedgerStudentId
        MOVE SortLineType TO LedgerEntryType
        MOVE SortCourseCode TO LedgerCourseCode
        MOVE SortTerm TO LedgerTerm
        MOVE SortEventDate TO LedgerEventDate
        READ LedgerFile
            INVALID KEY
                IF Sort-Charge
                    ADD SortFee TO WS-Student-Unposted
                ELSE
                    SUBTRACT SortFee FROM WS-Student-Unposted
                END-IF
        END-READ
    END-IF.

GetCourseDesc.
    MOVE SortCourseCode TO CourseCode OF CourseCatalogRecord.
    READ CourseCatalogFile
    MOVE SortCourseCode TO ChargeCourseCode.
    MOVE SortTerm TO ChargeTerm.
    MOVE SortFee TO ChargeAmount.
    MOVE SortEventDate TO ChargeEventDate.
    WRITE ChargeDetailRecord.

WriteStatementTotal.
    WRITE StatementLine.
    MOVE WS-Student-Net TO WS-Net-Display.
    MOVE SPACES TO StatementLine.
    STRING "  Net charges:  " DELIMITED SIZE
           WS-Net-Display DELIMITED SIZE
        INTO StatementLine.
    WRITE StatementLine.
    IF WS-Ledger-Absent
        MOVE WS-Student-Net TO WS-Balance-Due
    ELSE
        PERFORM GetLedgerBalance
        MOVE WS-Ledger-Payments TO WS-Amount-Display
        MOVE SPACES TO StatementLine
        STRING "  Payments:     " DELIMITED SIZE
               WS-Amount-Display DELIMITED SIZE
            INTO StatementLine
        WRITE StatementLine
        COMPUTE WS-Balance-Due = WS-Ledger-Charges - WS-Ledger-Credits
            - WS-Ledger-Payments + WS-Student-Unposted
    END-IF.
    ADD WS-Balance-Due TO WS-Total-Balance-Due.
    MOVE WS-Balance-Due TO WS-Net-Display.
    MOVE SPACES TO StatementLine.
    STRING "  Balance due:  " DELIMITED SIZE
           WS-Net-Display DELIMITED SIZE
        INTO StatementLine.
    WRITE StatementLine.

GetLedgerBalance.
    MOVE ZERO TO WS-Ledger-Charges.
    MOVE ZERO TO WS-Ledger-Credits.
    MOVE ZERO TO WS-Ledger-Payments.
    MOVE "N" TO WS-Ledger-EOF-Flag.
    MOVE LOW-VALUES TO LedgerKey OF LedgerRecord.
    MOVE WS-Break-StudentId TO LedgerStudentId.
    START LedgerFile KEY IS NOT LESS THAN LedgerKey OF LedgerRecord
        INVALID KEY
            SET WS-Ledger-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-Ledger-EOF
        READ LedgerFile NEXT RECORD
            AT END
                SET WS-Ledger-EOF TO TRUE
            NOT AT END
                IF LedgerStudentId = WS-Break-StudentId
                    EVALUATE TRUE
                        WHEN Ledger-Charge
                            ADD LedgerAmount TO WS-Ledger-Charges
                        WHEN Ledger-Credit
                            ADD LedgerAmount TO WS-Ledger-Credits
                        WHEN Ledger-Payment
                            ADD LedgerAmount TO WS-Ledger-Payments
                    END-EVALUATE
                ELSE
                    SET WS-Ledger-EOF TO TRUE
                END-IF
        END-READ
    END-PERFORM.

WriteChargesHeader.
    MOVE SPACES TO ChargeControlRecord.
    MOVE "H" TO ChargeCtlRecType.
    DISPLAY "Enrollments billed:        " WS-Count-Display.
    MOVE WS-Credit-Count TO WS-Count-Display.
    DISPLAY "Drops credited:            " WS-Count-Display.
    MOVE WS-NoRefund-Count TO WS-Count-Display.
    DISPLAY "Drops past refund period:  " WS-Count-Display.
    MOVE WS-NoFee-Count TO WS-Count-Display.
    DISPLAY "Items with no catalog fee: " WS-Count-Display.
    MOVE WS-Total-Charges TO WS-Amount-Display.
    COMPUTE WS-Student-Net = WS-Total-Charges - WS-Total-Credits.
    MOVE WS-Student-Net TO WS-Net-Display.
    DISPLAY "Net amount billed:     " WS-Net-Display.
    MOVE WS-Total-Balance-Due TO WS-Net-Display.
    DISPLAY "Account balances due:  " WS-Net-Display.
    DISPLAY "Balance the enrollments-billed count against the"
            " enrollment counts on the roster run".

WriteRunEnd.
    PERFORM ClearRunControl.
    MOVE "C" TO RunStatus.
    MOVE "STMTS" TO RunCountName(1).
    MOVE WS-Statement-Count TO RunCountValue(1).
    MOVE "CHARGES" TO RunCountName(2).
    MOVE WS-Charge-Count TO RunCountValue(2).
    MOVE "CREDITS" TO RunCountName(3).
    MOVE WS-Credit-Count TO RunCountValue(3).
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
                WS-Run-Date " - TUITBILL not started"
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
    MOVE "TUITBILL" TO RunProgram.
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
