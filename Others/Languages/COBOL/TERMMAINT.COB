IDENTIFICATION DIVISION.
PROGRAM-ID. Termmaint.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TermCalendarFile ASSIGN TO "TERMCAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AcademicTerm OF TermCalendarRecord
        FILE STATUS IS WS-Cal-Status.

    SELECT TermAuditFile ASSIGN TO "TERMAUDT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Audit-Status.

DATA DIVISION.
FILE SECTION.
FD  TermCalendarFile.
01  TermCalendarRecord.
    COPY TCALFLDS.

FD  TermAuditFile.
01  TermAuditRecord.
    COPY TAUDFLDS.

WORKING-STORAGE SECTION.
01 CalendarDetails.
    COPY TCALFLDS.

01 TransactionCode PIC X.
    88 Trans-Add        VALUE "A".
    88 Trans-Change      VALUE "C".
    88 Trans-Delete      VALUE "D".
    88 Trans-Inquire     VALUE "I".

01 WS-Cal-Status PIC XX.
    88 WS-Cal-OK        VALUE "00".
    88 WS-Cal-NotFound  VALUE "23".
    88 WS-Cal-NoFile    VALUE "35".

01 WS-Cal-EOF-Flag PIC X.
    88 WS-Cal-EOF VALUE "Y".

01 WS-Dates-OK-Flag PIC X.
    88 WS-Dates-OK VALUE "Y".

01 WS-List-Count PIC 9(3).

01 WS-Audit-Status PIC XX.
    88 WS-Audit-OK VALUE "00".

01 WS-Operator-Id PIC X(8) VALUE "UNKNOWN".

01 WS-Audit-Before.
    COPY TCALFLDS.

01 WS-Audit-After.
    COPY TCALFLDS.

PROCEDURE DIVISION.
Begin.
    PERFORM DetermineOperator.
    PERFORM OpenCalendar.
    PERFORM OpenAudit.
    PERFORM ProcessOnline.
    CLOSE TermCalendarFile.
    CLOSE TermAuditFile.
    STOP RUN.

DetermineOperator.
    DISPLAY 1 UPON ARGUMENT-NUMBER.
    ACCEPT WS-Operator-Id FROM ARGUMENT-VALUE
        ON EXCEPTION
            MOVE SPACES TO WS-Operator-Id
    END-ACCEPT.
    IF WS-Operator-Id = SPACES
        MOVE "UNKNOWN" TO WS-Operator-Id
    END-IF.

OpenCalendar.
    OPEN I-O TermCalendarFile.
    IF WS-Cal-NoFile
        OPEN OUTPUT TermCalendarFile
        CLOSE TermCalendarFile
        OPEN I-O TermCalendarFile
    END-IF.
    IF NOT WS-Cal-OK
        DISPLAY "Unable to open term calendar file, status "
                WS-Cal-Status
        STOP RUN
    END-IF.

OpenAudit.
    OPEN EXTEND TermAuditFile.
    IF NOT WS-Audit-OK
        OPEN OUTPUT TermAuditFile
    END-IF.
    IF NOT WS-Audit-OK
        DISPLAY "Unable to open term calendar audit file, status "
                WS-Audit-Status
        STOP RUN
    END-IF.

WriteAudit.
    ACCEPT AuditDate FROM DATE YYYYMMDD.
    ACCEPT AuditTime FROM TIME.
    MOVE WS-Operator-Id TO AuditOperator.
    MOVE TransactionCode TO AuditTransCode.
    MOVE AcademicTerm OF CalendarDetails TO AuditAcademicTerm.
    MOVE RegOpenDate OF WS-Audit-Before TO AuditBeforeRegOpen.
    MOVE LastAddDate OF WS-Audit-Before TO AuditBeforeLastAdd.
    MOVE LastDropDate OF WS-Audit-Before TO AuditBeforeLastDrop.
    MOVE LastWithdrawDate OF WS-Audit-Before TO AuditBeforeLastWithdraw.
    MOVE RegOpenDate OF WS-Audit-After TO AuditAfterRegOpen.
    MOVE LastAddDate OF WS-Audit-After TO AuditAfterLastAdd.
    MOVE LastDropDate OF WS-Audit-After TO AuditAfterLastDrop.
    MOVE LastWithdrawDate OF WS-Audit-After TO AuditAfterLastWithdraw.
    WRITE TermAuditRecord.

ProcessOnline.
    DISPLAY "Enter transaction code (A=Add C=Change D=Delete I=Inquire)".
    ACCEPT TransactionCode.
    EVALUATE TRUE
        WHEN Trans-Add
        WHEN Trans-Change
            DISPLAY "Enter the term calendar (AcademicTerm/RegOpen/"
                    "LastAdd/LastDrop/LastWithdraw, dates YYYYMMDD)"
            ACCEPT CalendarDetails
            PERFORM EditCalendarDates
            PERFORM UNTIL WS-Dates-OK
                DISPLAY "Dates must be YYYYMMDD with registration open"
                        " <= last add <= last drop <= last withdrawal"
                        " - re-enter the four dates"
                ACCEPT RegOpenDate OF CalendarDetails
                ACCEPT LastAddDate OF CalendarDetails
                ACCEPT LastDropDate OF CalendarDetails
                ACCEPT LastWithdrawDate OF CalendarDetails
                PERFORM EditCalendarDates
            END-PERFORM
            PERFORM ApplyTransaction
        WHEN Trans-Delete
        WHEN Trans-Inquire
            DISPLAY "Enter the AcademicTerm"
                    " (spaces on Inquire lists every term)"
            ACCEPT AcademicTerm OF CalendarDetails
            PERFORM ApplyTransaction
        WHEN OTHER
            DISPLAY "Invalid transaction code " TransactionCode
    END-EVALUATE.

EditCalendarDates.
    MOVE "Y" TO WS-Dates-OK-Flag.
    IF RegOpenDate OF CalendarDetails NOT NUMERIC
            OR LastAddDate OF CalendarDetails NOT NUMERIC
            OR LastDropDate OF CalendarDetails NOT NUMERIC
            OR LastWithdrawDate OF CalendarDetails NOT NUMERIC
        MOVE "N" TO WS-Dates-OK-Flag
    ELSE
        IF RegOpenDate OF CalendarDetails
                > LastAddDate OF CalendarDetails
            OR LastAddDate OF CalendarDetails
                > LastDropDate OF CalendarDetails
            OR LastDropDate OF CalendarDetails
                > LastWithdrawDate OF CalendarDetails
            MOVE "N" TO WS-Dates-OK-Flag
        END-IF
    END-IF.

ApplyTransaction.
    EVALUATE TRUE
        WHEN Trans-Add
            PERFORM AddCalendar
        WHEN Trans-Change
            PERFORM ChangeCalendar
        WHEN Trans-Delete
            PERFORM DeleteCalendar
        WHEN Trans-Inquire
            PERFORM InquireCalendar
        WHEN OTHER
            DISPLAY "Invalid transaction code " TransactionCode
    END-EVALUATE.

AddCalendar.
    IF AcademicTerm OF CalendarDetails = SPACES
        DISPLAY "AcademicTerm is required - calendar not added"
    ELSE
        MOVE CalendarDetails TO TermCalendarRecord
        WRITE TermCalendarRecord
            INVALID KEY
                DISPLAY "Calendar for term "
                        AcademicTerm OF TermCalendarRecord
                        " already exists"
            NOT INVALID KEY
                DISPLAY "Added calendar for term "
                        AcademicTerm OF TermCalendarRecord
                MOVE ZERO TO WS-Audit-Before
                MOVE CalendarDetails TO WS-Audit-After
                PERFORM WriteAudit
        END-WRITE
    END-IF.

ChangeCalendar.
    MOVE AcademicTerm OF CalendarDetails
        TO AcademicTerm OF TermCalendarRecord.
    READ TermCalendarFile
        INVALID KEY
            DISPLAY "Calendar for term " AcademicTerm OF CalendarDetails
                    " not found"
        NOT INVALID KEY
            MOVE TermCalendarRecord TO WS-Audit-Before
            MOVE CalendarDetails TO TermCalendarRecord
            REWRITE TermCalendarRecord
                INVALID KEY
                    DISPLAY "Unable to rewrite term calendar, status "
                            WS-Cal-Status
                NOT INVALID KEY
                    DISPLAY "Changed calendar for term "
                            AcademicTerm OF TermCalendarRecord
                    MOVE CalendarDetails TO WS-Audit-After
                    PERFORM WriteAudit
            END-REWRITE
    END-READ.

DeleteCalendar.
    MOVE AcademicTerm OF CalendarDetails
        TO AcademicTerm OF TermCalendarRecord.
    READ TermCalendarFile
        INVALID KEY
            DISPLAY "Calendar for term " AcademicTerm OF CalendarDetails
                    " not found"
        NOT INVALID KEY
            MOVE TermCalendarRecord TO WS-Audit-Before
            DELETE TermCalendarFile
                INVALID KEY
                    DISPLAY "Unable to delete term calendar, status "
                            WS-Cal-Status
                NOT INVALID KEY
                    MOVE ZERO TO WS-Audit-After
                    PERFORM WriteAudit
                    DISPLAY "Deleted calendar for term "
                            AcademicTerm OF CalendarDetails
            END-DELETE
    END-READ.

InquireCalendar.
    IF AcademicTerm OF CalendarDetails = SPACES
        PERFORM ListCalendars
    ELSE
        MOVE AcademicTerm OF CalendarDetails
            TO AcademicTerm OF TermCalendarRecord
        READ TermCalendarFile
            INVALID KEY
                DISPLAY "Calendar for term "
                        AcademicTerm OF CalendarDetails " not found"
            NOT INVALID KEY
                PERFORM DisplayCalendar
        END-READ
    END-IF.

ListCalendars.
    MOVE ZERO TO WS-List-Count.
    MOVE "N" TO WS-Cal-EOF-Flag.
    MOVE LOW-VALUES TO AcademicTerm OF TermCalendarRecord.
    START TermCalendarFile KEY IS NOT LESS THAN
            AcademicTerm OF TermCalendarRecord
        INVALID KEY
            SET WS-Cal-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-Cal-EOF
        READ TermCalendarFile NEXT RECORD
            AT END
                SET WS-Cal-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-List-Count
                PERFORM DisplayCalendar
        END-READ
    END-PERFORM.
    IF WS-List-Count = ZERO
        DISPLAY "No term calendars on file"
    END-IF.

DisplayCalendar.
    DISPLAY "Term " AcademicTerm OF TermCalendarRecord
            "  open " RegOpenDate OF TermCalendarRecord
            "  last add " LastAddDate OF TermCalendarRecord
            "  last drop " LastDropDate OF TermCalendarRecord
            "  last withdrawal " LastWithdrawDate OF TermCalendarRecord.
