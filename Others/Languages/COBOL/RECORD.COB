        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ActvTerm-Status.

    SELECT HoldFile ASSIGN TO "STUDHOLD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HoldKey OF HoldRecord
        FILE STATUS IS WS-Hold-Status.

    SELECT HoldAuditFile ASSIGN TO "HOLDAUDT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HoldAudit-Status.

    SELECT DeclaredProgramFile ASSIGN TO "STUDPROG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS StudentId OF DeclaredProgramRecord
        FILE STATUS IS WS-Decl-Status.

    SELECT RequirementFile ASSIGN TO "PROGREQ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ReqKey OF RequirementRecord
        FILE STATUS IS WS-Req-Status.

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
FD  StudentMasterFile.
01  ActiveTermRecord.
    02 ActiveTermValue PIC X(5).

FD  HoldFile.
01  HoldRecord.
    COPY HOLDFLDS.

FD  HoldAuditFile.
01  HoldAuditRecord.
    COPY HAUDFLDS.

FD  DeclaredProgramFile.
01  DeclaredProgramRecord.
    COPY DECLFLDS.

FD  RequirementFile.
01  RequirementRecord.
    COPY PROGFLDS.

FD  TermCalendarFile.
01  TermCalendarRecord.
    COPY TCALFLDS.

FD  RunControlFile.
01  RunControlRecord.
    COPY RCTLFLDS.

WORKING-STORAGE SECTION.
01 StudentDetails.
    COPY STUDFLDS.
01 DemographicsDetails.
    COPY DEMOFLDS.

01 HoldDetails.
    COPY HOLDFLDS.

01 TransactionCode PIC X.
    88 Trans-Add        VALUE "A".
    88 Trans-Change      VALUE "C".
    88 Trans-Inquire     VALUE "I".
    88 Trans-Search      VALUE "S".
    88 Trans-Demog       VALUE "M".
    88 Trans-Hold        VALUE "H".
    88 Trans-Program     VALUE "P".

01 WS-Master-Status PIC XX.
    88 WS-Master-OK        VALUE "00".

01 WS-Promo-Seat-Flag PIC X.
    88 WS-Promo-Seat-Open VALUE "Y".
01 WS-Promo-Window-Flag PIC X.
    88 WS-Promo-Window-Open VALUE "Y".
01 WS-Promo-Saved-Id PIC 9(7).

01 WS-Release-CourseCode PIC X(4).

    88 WS-Demo-NotFound VALUE "23".
    88 WS-Demo-NoFile   VALUE "35".

01 WS-Hold-Status PIC XX.
    88 WS-Hold-OK       VALUE "00".
    88 WS-Hold-NotFound VALUE "23".
    88 WS-Hold-NoFile   VALUE "35".

01 WS-HoldAudit-Status PIC XX.
    88 WS-HoldAudit-OK VALUE "00".

01 WS-Hold-EOF-Flag PIC X.
    88 WS-Hold-EOF VALUE "Y".

01 WS-Hold-Count PIC 9(3).

01 WS-Hold-Action PIC X.
    88 Hold-Place   VALUE "P".
    88 Hold-Release VALUE "R".
    88 Hold-List    VALUE "L".

01 WS-Registration-Held-Flag PIC X.
    88 WS-Registration-Held VALUE "Y".

01 WS-Held-Type PIC X(3).
01 WS-Decl-Program PIC X(6).

01 WS-Decl-Status PIC XX.
    88 WS-Decl-OK       VALUE "00".
    88 WS-Decl-NotFound VALUE "23".
    88 WS-Decl-NoFile   VALUE "35".

01 WS-Req-Status PIC XX.
    88 WS-Req-OK     VALUE "00".
    88 WS-Req-NoFile VALUE "35".

01 WS-Req-Absent-Flag PIC X VALUE "N".
    88 WS-Req-Absent VALUE "Y".

01 WS-Program-Found-Flag PIC X.
    88 WS-Program-Found VALUE "Y".
01 WS-Held-Reason PIC X(20).

01 WS-Prereq-Status PIC XX.
    88 WS-Prereq-OK     VALUE "00".
    88 WS-Prereq-NoFile VALUE "35".
    88 WS-Results-OK     VALUE "00".
    88 WS-Results-NoFile VALUE "35".

01 WS-Grade-Posted-Flag PIC X.
    88 WS-Grade-Posted VALUE "Y".

01 WS-Cal-Status PIC XX.
    88 WS-Cal-OK     VALUE "00".
    88 WS-Cal-NoFile VALUE "35".

01 WS-Cal-Absent-Flag PIC X VALUE "N".
    88 WS-Cal-Absent VALUE "Y".

01 WS-Cal-Found-Flag PIC X.
    88 WS-Cal-Found VALUE "Y".

01 WS-Today PIC 9(8).

01 WS-Add-Window-Flag PIC X.
    88 WS-Add-Window-Open VALUE "Y".

01 WS-Drop-Period PIC X.
    88 Drop-Period-Drop     VALUE "D".
    88 Drop-Period-Withdraw VALUE "W".
    88 Drop-Period-Closed   VALUE "X".

01 WS-Release-SectionNo PIC 9(2) VALUE ZERO.
01 WS-Release-Term PIC X(5) VALUE SPACES.

01 WS-Batch-Number PIC 9(6) VALUE ZERO.
01 WS-Detail-Count PIC 9(7) VALUE ZERO.
01 WS-Exception-Count PIC 9(7) VALUE ZERO.
01 WS-Hash-Total PIC 9(9) VALUE ZERO.
01 WS-Header-Seen-Flag PIC X VALUE "N".
    88 WS-Header-Seen VALUE "Y".
01 WS-Audit-Status PIC XX.
    88 WS-Audit-OK VALUE "00".

01 WS-Run-Date PIC 9(8).
01 WS-RunCtl-Status PIC XX.
    88 WS-RunCtl-OK VALUE "00".

01 WS-Run-Step PIC X(8) VALUE "BATCH".

01 WS-Operator-Id PIC X(8) VALUE "UNKNOWN".

01 WS-Oper-Status PIC XX.
    PERFORM OpenWaitlist.
    PERFORM OpenException.
    PERFORM OpenAudit.
    PERFORM OpenHolds.
    PERFORM OpenHoldAudit.
    PERFORM OpenDeclaredPrograms.
    PERFORM OpenRequirements.
    PERFORM OpenTermCalendar.
    PERFORM LoadActiveTerm.
    MOVE SPACES TO StudentDetails.
    MOVE ZERO TO StudentId OF StudentDetails.
    MOVE SPACE TO TransactionCode.
    PERFORM DetermineRunMode.
    IF Run-Batch
        ACCEPT WS-Run-Date FROM DATE YYYYMMDD
        IF WS-Restarting
            MOVE "RESTART" TO WS-Run-Step
        END-IF
    END-IF.
    PERFORM DetermineOperator.
    PERFORM CheckOperatorSignon.

    IF Run-Batch
        PERFORM WriteRunStart
        PERFORM ProcessBatch
        DISPLAY "Batch control total - records processed: " WS-Record-Count
        PERFORM WriteRunEnd
    ELSE
        PERFORM ProcessOnline
    END-IF.
    IF NOT WS-Prereq-Absent
        CLOSE PrereqFile
    END-IF.
    CLOSE GradeResultsFile.
    CLOSE WaitlistFile.
    CLOSE ExceptionFile.
    CLOSE AuditFile.
    CLOSE HoldFile.
    CLOSE HoldAuditFile.
    CLOSE DeclaredProgramFile.
    IF NOT WS-Req-Absent
        CLOSE RequirementFile
    END-IF.
    IF NOT WS-Cal-Absent
        CLOSE TermCalendarFile
    END-IF.
    STOP RUN.

DetermineRunMode.
        MOVE "OPERATOR SIGN-ON REFUSED" TO WS-Exception-Reason
        PERFORM WriteException
        PERFORM WriteRefusedAudit
        IF Run-Batch
            PERFORM ClearRunControl
            MOVE "R" TO RunStatus
            MOVE "OPERATOR SIGN-ON REFUSED" TO RunMessage
            PERFORM WriteRunControl
        END-IF
        STOP RUN
    END-IF.

        WHEN Trans-Delete
            MOVE TransactionCode TO WS-Required-Code
        WHEN Trans-Demog
        WHEN Trans-Program
            MOVE "C" TO WS-Required-Code
        WHEN Trans-Hold
            MOVE "D" TO WS-Required-Code
        WHEN Trans-Inquire
        WHEN Trans-Search
            MOVE "I" TO WS-Required-Code
    END-IF.

OpenGradeResults.
    OPEN I-O GradeResultsFile.
    IF WS-Results-NoFile
        OPEN OUTPUT GradeResultsFile
        CLOSE GradeResultsFile
        OPEN I-O GradeResultsFile
    END-IF.
    IF NOT WS-Results-OK
        DISPLAY "Unable to open grade results file, status "
                WS-Results-Status
        STOP RUN
    END-IF.

OpenWaitlist.
        STOP RUN
    END-IF.

OpenHolds.
    OPEN I-O HoldFile.
    IF WS-Hold-NoFile
        OPEN OUTPUT HoldFile
        CLOSE HoldFile
        OPEN I-O HoldFile
    END-IF.
    IF NOT WS-Hold-OK
        DISPLAY "Unable to open registration hold file, status "
                WS-Hold-Status
        STOP RUN
    END-IF.

OpenDeclaredPrograms.
    OPEN I-O DeclaredProgramFile.
    IF WS-Decl-NoFile
        OPEN OUTPUT DeclaredProgramFile
        CLOSE DeclaredProgramFile
        OPEN I-O DeclaredProgramFile
    END-IF.
    IF NOT WS-Decl-OK
        DISPLAY "Unable to open declared program file, status "
                WS-Decl-Status
        STOP RUN
    END-IF.

OpenRequirements.
    OPEN INPUT RequirementFile.
    IF WS-Req-NoFile
        SET WS-Req-Absent TO TRUE
    ELSE
        IF NOT WS-Req-OK
            DISPLAY "Unable to open program requirement file, status "
                    WS-Req-Status
            STOP RUN
        END-IF
    END-IF.

OpenTermCalendar.
    OPEN INPUT TermCalendarFile.
    IF WS-Cal-NoFile
        SET WS-Cal-Absent TO TRUE
    ELSE
        IF NOT WS-Cal-OK
            DISPLAY "Unable to open term calendar file, status "
                    WS-Cal-Status
            STOP RUN
        END-IF
    END-IF.

OpenHoldAudit.
    OPEN EXTEND HoldAuditFile.
    IF NOT WS-HoldAudit-OK
        OPEN OUTPUT HoldAuditFile
    END-IF.
    IF NOT WS-HoldAudit-OK
        DISPLAY "Unable to open hold audit file, status "
                WS-HoldAudit-Status
        STOP RUN
    END-IF.

ProcessOnline.
    DISPLAY "Enter transaction code"
            " (A=Add C=Change D=Delete I=Inquire S=Surname search"
            " M=Demographics H=Holds P=Declared program)".
    ACCEPT TransactionCode.
    EVALUATE TRUE
        WHEN Trans-Add
            ELSE
                PERFORM MaintainDemographics
            END-IF
        WHEN Trans-Hold
            PERFORM CheckTransAuthority
            IF NOT WS-Authorized
                PERFORM RefuseTransaction
            ELSE
                PERFORM MaintainHolds
            END-IF
        WHEN Trans-Program
            PERFORM CheckTransAuthority
            IF NOT WS-Authorized
                PERFORM RefuseTransaction
            ELSE
                PERFORM MaintainDeclaredProgram
            END-IF
        WHEN OTHER
            DISPLAY "Invalid transaction code " TransactionCode
    END-EVALUATE.
                MOVE "ACADEMIC TERM MISSING" TO WS-Exception-Reason
                PERFORM WriteException
            ELSE
                PERFORM CheckRegistrationHolds
                IF WS-Registration-Held
                    DISPLAY "Student " StudentId OF StudentDetails
                            " has a " WS-Held-Type " hold ("
                            WS-Held-Reason ") - Add of "
                            CourseCode OF StudentDetails " rejected"
                    MOVE SPACES TO WS-Exception-Reason
                    STRING "HOLD " DELIMITED SIZE
                           WS-Held-Type DELIMITED SIZE
                           " " DELIMITED SIZE
                           WS-Held-Reason DELIMITED SIZE
                        INTO WS-Exception-Reason
                    PERFORM WriteException
                ELSE
                    IF WS-Course-Found
                        PERFORM CheckPrerequisites
                        IF WS-Prereq-Met
                            PERFORM AddStudent
                        ELSE
                            DISPLAY "Student " StudentId OF StudentDetails
                                    " has not passed " WS-Failed-Prereq
                                    " with grade " WS-Failed-MinGrade
                                    " or better - Add of "
                                    CourseCode OF StudentDetails " rejected"
                            MOVE "PREREQUISITE NOT MET"
                                TO WS-Exception-Reason
                            PERFORM WriteException
                        END-IF
                    ELSE
                        DISPLAY "CourseCode " CourseCode OF StudentDetails
                                " not in course catalog - student "
                                StudentId OF StudentDetails " rejected"
                        MOVE "INVALID COURSE CODE" TO WS-Exception-Reason
                        PERFORM WriteException
                    END-IF
                END-IF
            END-IF
            END-IF
    MOVE SPACE TO ExceptionStatus OF ExceptionRecord.
    MOVE TransactionCode TO ExceptionTransCode OF ExceptionRecord.
    WRITE ExceptionRecord.
    ADD 1 TO WS-Exception-Count.

WriteAudit.
    ACCEPT AuditDate FROM DATE YYYYMMDD.
    MOVE WS-Trans-Term TO AuditAcademicTerm.
    WRITE AuditRecord.

CheckRegistrationHolds.
    MOVE "N" TO WS-Registration-Held-Flag.
    MOVE SPACES TO WS-Held-Type.
    MOVE SPACES TO WS-Held-Reason.
    MOVE "N" TO WS-Hold-EOF-Flag.
    MOVE StudentId OF StudentDetails TO StudentId OF HoldRecord.
    MOVE LOW-VALUES TO HoldType OF HoldRecord.
    START HoldFile KEY IS NOT LESS THAN HoldKey OF HoldRecord
        INVALID KEY
            SET WS-Hold-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-Hold-EOF OR WS-Registration-Held
        READ HoldFile NEXT RECORD
            AT END
                SET WS-Hold-EOF TO TRUE
            NOT AT END
                IF StudentId OF HoldRecord = StudentId OF StudentDetails
                    IF Hold-Blocks-Registration OF HoldRecord
                        SET WS-Registration-Held TO TRUE
                        MOVE HoldType OF HoldRecord TO WS-Held-Type
                        MOVE HoldReason OF HoldRecord TO WS-Held-Reason
                    END-IF
                ELSE
                    SET WS-Hold-EOF TO TRUE
                END-IF
        END-READ
    END-PERFORM.

CheckPrerequisites.
    MOVE "Y" TO WS-Prereq-Met-Flag.
    MOVE SPACES TO WS-Failed-Prereq.

CheckOnePrereq.
    MOVE "N" TO WS-Grade-Met-Flag.
    MOVE "N" TO WS-Grade-EOF-Flag.
    MOVE StudentId OF StudentDetails
        TO StudentId OF GradeResultRecord.
    MOVE PrereqCourseCode OF PrereqRecord
        TO CourseCode OF GradeResultRecord.
    MOVE LOW-VALUES TO AcademicTerm OF GradeResultRecord.
    START GradeResultsFile KEY IS NOT LESS THAN
            GradeKey OF GradeResultRecord
        INVALID KEY
            SET WS-Grade-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-Grade-EOF OR WS-Grade-Met
        READ GradeResultsFile NEXT RECORD
            AT END
                SET WS-Grade-EOF TO TRUE
            NOT AT END
                IF StudentId OF GradeResultRecord
                        = StudentId OF StudentDetails
                    AND CourseCode OF GradeResultRecord
                        = PrereqCourseCode OF PrereqRecord
                    IF Grade-Valid OF GradeResultRecord
                            AND Grade OF GradeResultRecord NOT >
                                PrereqMinGrade OF PrereqRecord
                        SET WS-Grade-Met TO TRUE
                    END-IF
                ELSE
                    SET WS-Grade-EOF TO TRUE
                END-IF
        END-READ
    END-PERFORM.
    IF NOT WS-Grade-Met
        MOVE "N" TO WS-Prereq-Met-Flag
        MOVE PrereqCourseCode OF PrereqRecord TO WS-Failed-Prereq
        MOVE "INVALID SECTION" TO WS-Exception-Reason
        PERFORM WriteException
    ELSE
        PERFORM CheckAddDeadline
        IF WS-Add-Window-Open
            PERFORM AddWithValidSection
        END-IF
    END-IF.

CheckAddDeadline.
    MOVE "Y" TO WS-Add-Window-Flag.
    PERFORM LoadTermCalendar.
    IF WS-Cal-Found
        IF WS-Today < RegOpenDate OF TermCalendarRecord
            MOVE "N" TO WS-Add-Window-Flag
            DISPLAY "Registration for term " WS-Trans-Term
                    " does not open until "
                    RegOpenDate OF TermCalendarRecord " - Add of "
                    CourseCode OF StudentDetails " for student "
                    StudentId OF StudentDetails " rejected"
            MOVE "REGISTRATION NOT OPEN" TO WS-Exception-Reason
            PERFORM WriteException
        ELSE
            IF WS-Today > LastAddDate OF TermCalendarRecord
                MOVE "N" TO WS-Add-Window-Flag
                DISPLAY "Last add date for term " WS-Trans-Term
                        " was " LastAddDate OF TermCalendarRecord
                        " - Add of " CourseCode OF StudentDetails
                        " for student " StudentId OF StudentDetails
                        " rejected"
                MOVE "PAST LAST ADD DATE" TO WS-Exception-Reason
                PERFORM WriteException
            END-IF
        END-IF
    END-IF.

LoadTermCalendar.
    MOVE "N" TO WS-Cal-Found-Flag.
    ACCEPT WS-Today FROM DATE YYYYMMDD.
    IF NOT WS-Cal-Absent
        MOVE WS-Trans-Term TO AcademicTerm OF TermCalendarRecord
        READ TermCalendarFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET WS-Cal-Found TO TRUE
        END-READ
    END-IF.

AddWithValidSection.
                    MOVE SPACES TO WS-Audit-After
                    PERFORM WriteAudit
                    PERFORM DeleteDemographics
                    PERFORM DeleteDeclaredProgram
                    PERFORM ReleaseAllHolds
                    PERFORM PurgeWaitlistEntries
                    PERFORM DropAllEnrollments
                    DISPLAY "Deleted " StudentId OF StudentMasterRecord
                            " is not enrolled in " CourseCode OF StudentDetails
                            " for term " WS-Trans-Term
                NOT INVALID KEY
                    PERFORM DetermineDropPeriod
                    EVALUATE TRUE
                        WHEN Drop-Period-Drop
                            PERFORM DeleteEnrollmentRow
                        WHEN Drop-Period-Withdraw
                            PERFORM WithdrawEnrollment
                        WHEN OTHER
                            DISPLAY "Last withdrawal date for term "
                                    WS-Trans-Term " was "
                                    LastWithdrawDate OF TermCalendarRecord
                                    " - drop of "
                                    CourseCode OF StudentDetails
                                    " for student "
                                    StudentId OF StudentDetails " refused"
                            MOVE "PAST LAST WITHDRAWAL DATE"
                                TO WS-Exception-Reason
                            PERFORM WriteException
                    END-EVALUATE
            END-READ
    END-READ.

DetermineDropPeriod.
    SET Drop-Period-Drop TO TRUE.
    PERFORM LoadTermCalendar.
    IF WS-Cal-Found
        IF WS-Today > LastWithdrawDate OF TermCalendarRecord
            SET Drop-Period-Closed TO TRUE
        ELSE
            IF WS-Today > LastDropDate OF TermCalendarRecord
                SET Drop-Period-Withdraw TO TRUE
            END-IF
        END-IF
    END-IF.

DeleteEnrollmentRow.
    MOVE SectionNo OF EnrollmentRecord TO WS-Release-SectionNo.
    MOVE AcademicTerm OF EnrollmentRecord TO WS-Release-Term.
    DELETE EnrollmentFile
        INVALID KEY
            DISPLAY "Unable to delete enrollment, status "
                    WS-Enroll-Status
        NOT INVALID KEY
            MOVE StudentMasterRecord TO WS-Audit-Before
            MOVE CourseCode OF StudentDetails
                TO CourseCode OF WS-Audit-Before
            MOVE SPACES TO WS-Audit-After
            PERFORM WriteAudit
            DISPLAY "Dropped " StudentId OF StudentDetails
                    " from " CourseCode OF StudentDetails
            MOVE CourseCode OF StudentDetails TO WS-Release-CourseCode
            PERFORM ReleaseSeat
    END-DELETE.

WithdrawEnrollment.
    MOVE "N" TO WS-Grade-Posted-Flag.
    MOVE EnrollmentKey OF EnrollmentRecord TO GradeKey OF GradeResultRecord.
    READ GradeResultsFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-Grade-Posted TO TRUE
    END-READ.
    IF WS-Grade-Posted
        DISPLAY "Student " StudentId OF StudentDetails " already has grade "
                Grade OF GradeResultRecord " in "
                CourseCode OF StudentDetails " for term " WS-Trans-Term
                " - withdrawal refused"
        MOVE "GRADE ALREADY POSTED" TO WS-Exception-Reason
        PERFORM WriteException
    ELSE
        MOVE EnrollmentKey OF EnrollmentRecord
            TO GradeKey OF GradeResultRecord
        MOVE "W" TO Grade OF GradeResultRecord
        MOVE WS-Today TO GradeDate OF GradeResultRecord
        WRITE GradeResultRecord
            INVALID KEY
                DISPLAY "Unable to write grade result, status "
                        WS-Results-Status
            NOT INVALID KEY
                PERFORM WriteWithdrawalAudit
                DISPLAY "Withdrew " StudentId OF StudentDetails
                        " from " CourseCode OF StudentDetails
                        " - grade W posted, enrollment kept"
        END-WRITE
    END-IF.

WriteWithdrawalAudit.
    ACCEPT AuditDate FROM DATE YYYYMMDD.
    ACCEPT AuditTime FROM TIME.
    MOVE WS-Operator-Id TO AuditOperator.
    MOVE "W" TO AuditTransCode.
    MOVE StudentId OF StudentDetails TO AuditStudentId.
    MOVE Surname OF StudentMasterRecord TO AuditBeforeSurname.
    MOVE Initials OF StudentMasterRecord TO AuditBeforeInitials.
    MOVE CourseCode OF StudentDetails TO AuditBeforeCourseCode.
    MOVE Gender OF StudentMasterRecord TO AuditBeforeGender.
    MOVE Surname OF StudentMasterRecord TO AuditAfterSurname.
    MOVE Initials OF StudentMasterRecord TO AuditAfterInitials.
    MOVE CourseCode OF StudentDetails TO AuditAfterCourseCode.
    MOVE Gender OF StudentMasterRecord TO AuditAfterGender.
    MOVE WS-Trans-Term TO AuditAcademicTerm.
    WRITE AuditRecord.

PurgeWaitlistEntries.
    MOVE "N" TO WS-Wait-EOF-Flag.
    MOVE LOW-VALUES TO WaitlistKey OF WaitlistRecord.
PromoteFromWaitlist.
    MOVE "N" TO WS-Promoted-Flag.
    MOVE "N" TO WS-Wait-EOF-Flag.
    PERFORM CheckPromotionWindow.
    IF NOT WS-Promo-Window-Open
        DISPLAY "Last add date for term " WS-Release-Term " was "
                LastAddDate OF TermCalendarRecord
                " - no waitlist promotion into " WS-Release-CourseCode
        SET WS-Wait-EOF TO TRUE
    ELSE
        MOVE WS-Release-CourseCode TO CourseCode OF WaitlistRecord
        MOVE ZERO TO WaitEntryDate OF WaitlistRecord
        MOVE ZERO TO WaitEntryTime OF WaitlistRecord
        MOVE ZERO TO WaitEntrySeq OF WaitlistRecord
        START WaitlistFile KEY IS NOT LESS THAN
                WaitlistKey OF WaitlistRecord
            INVALID KEY
                SET WS-Wait-EOF TO TRUE
        END-START
    END-IF.
    PERFORM UNTIL WS-Promoted OR WS-Wait-EOF
        READ WaitlistFile NEXT RECORD
            AT END
            NOT AT END
                IF CourseCode OF WaitlistRecord = WS-Release-CourseCode
                    IF AcademicTerm OF WaitlistRecord = WS-Release-Term
                        PERFORM CheckPromotionHolds
                        IF WS-Registration-Held
                            DISPLAY "Waitlisted student "
                                    StudentId OF WaitlistRecord
                                    " has registration hold " WS-Held-Type
                                    " - left on the waitlist for "
                                    WS-Release-CourseCode
                        ELSE
                            PERFORM CheckPromotionSeat
                            IF WS-Promo-Seat-Open
                                PERFORM EnrollPromotedStudent
                            END-IF
                        END-IF
                    END-IF
                ELSE
        END-READ
    END-PERFORM.

CheckPromotionWindow.
    MOVE "Y" TO WS-Promo-Window-Flag.
    IF NOT WS-Cal-Absent
        ACCEPT WS-Today FROM DATE YYYYMMDD
        MOVE WS-Release-Term TO AcademicTerm OF TermCalendarRecord
        READ TermCalendarFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF WS-Today > LastAddDate OF TermCalendarRecord
                    MOVE "N" TO WS-Promo-Window-Flag
                END-IF
        END-READ
    END-IF.

CheckPromotionHolds.
    MOVE StudentId OF StudentDetails TO WS-Promo-Saved-Id.
    MOVE StudentId OF WaitlistRecord TO StudentId OF StudentDetails.
    PERFORM CheckRegistrationHolds.
    MOVE WS-Promo-Saved-Id TO StudentId OF StudentDetails.

CheckPromotionSeat.
    MOVE "Y" TO WS-Promo-Seat-Flag.
    IF SectionNo OF WaitlistRecord > ZERO
            END-DELETE
    END-READ.

MaintainDeclaredProgram.
    DISPLAY "Enter the StudentId".
    ACCEPT StudentId OF DeclaredProgramRecord.
    MOVE StudentId OF DeclaredProgramRecord
        TO StudentId OF StudentMasterRecord.
    READ StudentMasterFile
        INVALID KEY
            DISPLAY "Student " StudentId OF StudentMasterRecord
                    " not found"
        NOT INVALID KEY
            PERFORM ShowDeclaredProgram
            DISPLAY "Enter the program code"
                    " (spaces removes the declaration)"
            ACCEPT WS-Decl-Program
            IF WS-Decl-Program = SPACES
                PERFORM RemoveDeclaredProgram
            ELSE
                PERFORM CheckProgramOnFile
                IF WS-Program-Found
                    PERFORM StoreDeclaredProgram
                ELSE
                    DISPLAY "Program " WS-Decl-Program
                            " has no requirements on file"
                            " - declaration not stored"
                END-IF
            END-IF
    END-READ.

ShowDeclaredProgram.
    MOVE StudentId OF StudentMasterRecord
        TO StudentId OF DeclaredProgramRecord.
    READ DeclaredProgramFile
        INVALID KEY
            DISPLAY "No program declared for student "
                    StudentId OF StudentMasterRecord
        NOT INVALID KEY
            DISPLAY "Declared program " DeclaredProgram
                    " on " DeclaredDate " by " DeclaredBy
    END-READ.

CheckProgramOnFile.
    MOVE "N" TO WS-Program-Found-Flag.
    IF NOT WS-Req-Absent
        MOVE WS-Decl-Program TO ReqProgram OF RequirementRecord
        MOVE LOW-VALUES TO ReqGroup OF RequirementRecord
        MOVE LOW-VALUES TO CourseCode OF RequirementRecord
        START RequirementFile KEY IS NOT LESS THAN
                ReqKey OF RequirementRecord
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                READ RequirementFile NEXT RECORD
                    AT END
                        CONTINUE
                    NOT AT END
                        IF ReqProgram OF RequirementRecord
                                = WS-Decl-Program
                            SET WS-Program-Found TO TRUE
                        END-IF
                END-READ
        END-START
    END-IF.

StoreDeclaredProgram.
    MOVE StudentId OF StudentMasterRecord
        TO StudentId OF DeclaredProgramRecord.
    MOVE WS-Decl-Program TO DeclaredProgram.
    ACCEPT DeclaredDate FROM DATE YYYYMMDD.
    MOVE WS-Operator-Id TO DeclaredBy.
    WRITE DeclaredProgramRecord
        INVALID KEY
            REWRITE DeclaredProgramRecord
                INVALID KEY
                    DISPLAY "Unable to rewrite declared program, status "
                            WS-Decl-Status
                NOT INVALID KEY
                    DISPLAY "Student " StudentId OF DeclaredProgramRecord
                            " now declared for program " DeclaredProgram
            END-REWRITE
        NOT INVALID KEY
            DISPLAY "Student " StudentId OF DeclaredProgramRecord
                    " declared for program " DeclaredProgram
    END-WRITE.

RemoveDeclaredProgram.
    MOVE StudentId OF StudentMasterRecord
        TO StudentId OF DeclaredProgramRecord.
    DELETE DeclaredProgramFile
        INVALID KEY
            DISPLAY "No program declared for student "
                    StudentId OF StudentMasterRecord
        NOT INVALID KEY
            DISPLAY "Removed the declared program of student "
                    StudentId OF StudentMasterRecord
    END-DELETE.

DeleteDeclaredProgram.
    MOVE StudentId OF StudentDetails
        TO StudentId OF DeclaredProgramRecord.
    DELETE DeclaredProgramFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            DISPLAY "Deleted declared program for "
                    StudentId OF StudentDetails
    END-DELETE.

ReleaseAllHolds.
    MOVE "N" TO WS-Hold-EOF-Flag.
    MOVE StudentId OF StudentDetails TO StudentId OF HoldRecord.
    MOVE LOW-VALUES TO HoldType OF HoldRecord.
    START HoldFile KEY IS NOT LESS THAN HoldKey OF HoldRecord
        INVALID KEY
            SET WS-Hold-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-Hold-EOF
        READ HoldFile NEXT RECORD
            AT END
                SET WS-Hold-EOF TO TRUE
            NOT AT END
                IF StudentId OF HoldRecord = StudentId OF StudentDetails
                    DELETE HoldFile
                        INVALID KEY
                            DISPLAY "Unable to release hold, status "
                                    WS-Hold-Status
                        NOT INVALID KEY
                            MOVE "R" TO HoldAuditAction
                            PERFORM WriteHoldAudit
                            DISPLAY "Released " HoldType OF HoldRecord
                                    " hold on student "
                                    StudentId OF HoldRecord
                    END-DELETE
                ELSE
                    SET WS-Hold-EOF TO TRUE
                END-IF
        END-READ
    END-PERFORM.

MaintainHolds.
    DISPLAY "Enter the StudentId".
    ACCEPT StudentId OF HoldDetails.
    MOVE StudentId OF HoldDetails TO StudentId OF StudentDetails.
    MOVE StudentId OF HoldDetails TO StudentId OF StudentMasterRecord.
    READ StudentMasterFile
        INVALID KEY
            DISPLAY "Student " StudentId OF HoldDetails " not found"
        NOT INVALID KEY
            DISPLAY "Enter the hold action"
                    " (P=Place R=Release L=List)"
            ACCEPT WS-Hold-Action
            EVALUATE TRUE
                WHEN Hold-Place
                    PERFORM PlaceHold
                WHEN Hold-Release
                    PERFORM ReleaseHold
                WHEN Hold-List
                    PERFORM ListHolds
                WHEN OTHER
                    DISPLAY "Invalid hold action " WS-Hold-Action
            END-EVALUATE
    END-READ.

PlaceHold.
    DISPLAY "Enter the hold type (e.g. FIN IMM DSC)".
    ACCEPT HoldType OF HoldDetails.
    PERFORM UNTIL HoldType OF HoldDetails NOT = SPACES
        DISPLAY "Hold type is required - re-enter"
        ACCEPT HoldType OF HoldDetails
    END-PERFORM.
    DISPLAY "Enter the placing office".
    ACCEPT HoldOffice OF HoldDetails.
    PERFORM UNTIL HoldOffice OF HoldDetails NOT = SPACES
        DISPLAY "Placing office is required - re-enter"
        ACCEPT HoldOffice OF HoldDetails
    END-PERFORM.
    DISPLAY "Enter what the hold blocks"
            " (R=Registration T=Transcripts B=Both)".
    ACCEPT HoldBlocks OF HoldDetails.
    PERFORM UNTIL Hold-Blocks-Valid OF HoldDetails
        DISPLAY "Hold must block R, T, or B - re-enter"
        ACCEPT HoldBlocks OF HoldDetails
    END-PERFORM.
    DISPLAY "Enter the hold reason".
    ACCEPT HoldReason OF HoldDetails.
    ACCEPT HoldDatePlaced OF HoldDetails FROM DATE YYYYMMDD.
    MOVE WS-Operator-Id TO HoldPlacedBy OF HoldDetails.
    MOVE HoldDetails TO HoldRecord.
    WRITE HoldRecord
        INVALID KEY
            DISPLAY "Student " StudentId OF HoldDetails
                    " already has a " HoldType OF HoldDetails
                    " hold - release it before placing another"
        NOT INVALID KEY
            MOVE "P" TO HoldAuditAction
            PERFORM WriteHoldAudit
            DISPLAY "Placed " HoldType OF HoldRecord
                    " hold on student " StudentId OF HoldRecord
    END-WRITE.

ReleaseHold.
    DISPLAY "Enter the hold type to release".
    ACCEPT HoldType OF HoldDetails.
    MOVE StudentId OF HoldDetails TO StudentId OF HoldRecord.
    MOVE HoldType OF HoldDetails TO HoldType OF HoldRecord.
    READ HoldFile
        INVALID KEY
            DISPLAY "Student " StudentId OF HoldDetails
                    " has no " HoldType OF HoldDetails " hold"
        NOT INVALID KEY
            DELETE HoldFile
                INVALID KEY
                    DISPLAY "Unable to release hold, status "
                            WS-Hold-Status
                NOT INVALID KEY
                    MOVE "R" TO HoldAuditAction
                    PERFORM WriteHoldAudit
                    DISPLAY "Released " HoldType OF HoldRecord
                            " hold on student " StudentId OF HoldRecord
            END-DELETE
    END-READ.

ListHolds.
    MOVE ZERO TO WS-Hold-Count.
    MOVE "N" TO WS-Hold-EOF-Flag.
    MOVE StudentId OF HoldDetails TO StudentId OF HoldRecord.
    MOVE LOW-VALUES TO HoldType OF HoldRecord.
    START HoldFile KEY IS NOT LESS THAN HoldKey OF HoldRecord
        INVALID KEY
            SET WS-Hold-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-Hold-EOF
        READ HoldFile NEXT RECORD
            AT END
                SET WS-Hold-EOF TO TRUE
            NOT AT END
                IF StudentId OF HoldRecord = StudentId OF HoldDetails
                    ADD 1 TO WS-Hold-Count
                    DISPLAY "Hold       " HoldType OF HoldRecord
                            " blocks " HoldBlocks OF HoldRecord
                            " " HoldOffice OF HoldRecord
                            " " HoldDatePlaced OF HoldRecord
                            " " HoldReason OF HoldRecord
                            " by " HoldPlacedBy OF HoldRecord
                ELSE
                    SET WS-Hold-EOF TO TRUE
                END-IF
        END-READ
    END-PERFORM.
    IF WS-Hold-Count = ZERO
        DISPLAY "Hold       (none on file)"
    END-IF.

WriteHoldAudit.
    ACCEPT HoldAuditDate FROM DATE YYYYMMDD.
    ACCEPT HoldAuditTime FROM TIME.
    MOVE WS-Operator-Id TO HoldAuditOperator.
    MOVE StudentId OF HoldRecord TO HoldAuditStudentId.
    MOVE HoldType OF HoldRecord TO HoldAuditType.
    MOVE HoldOffice OF HoldRecord TO HoldAuditOffice.
    MOVE HoldDatePlaced OF HoldRecord TO HoldAuditDatePlaced.
    MOVE HoldBlocks OF HoldRecord TO HoldAuditBlocks.
    MOVE HoldReason OF HoldRecord TO HoldAuditReason.
    MOVE HoldPlacedBy OF HoldRecord TO HoldAuditPlacedBy.
    WRITE HoldAuditRecord.

DisplayDemographics.
    MOVE StudentId OF StudentMasterRecord
        TO StudentId OF DemographicsRecord.
                    Initials OF StudentMasterRecord
            DISPLAY "Gender     " Gender OF StudentMasterRecord
            PERFORM DisplayDemographics
            MOVE StudentId OF StudentDetails TO StudentId OF HoldDetails
            PERFORM ListHolds
            PERFORM ListEnrollments
    END-READ.

    IF WS-Enroll-Count = ZERO
        DISPLAY "Enrolled   (no courses)"
    END-IF.

WriteRunEnd.
    PERFORM ClearRunControl.
    IF WS-Batch-Balanced
        MOVE "C" TO RunStatus
    ELSE
        MOVE "F" TO RunStatus
        MOVE "BATCH OUT OF BALANCE" TO RunMessage
    END-IF.
    MOVE "DETAIL" TO RunCountName(1).
    MOVE WS-Detail-Count TO RunCountValue(1).
    MOVE "APPLIED" TO RunCountName(2).
    MOVE WS-Record-Count TO RunCountValue(2).
    MOVE "REJECTED" TO RunCountName(3).
    MOVE WS-Exception-Count TO RunCountValue(3).
    PERFORM WriteRunControl.

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
    MOVE "RECORD" TO RunProgram.
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
