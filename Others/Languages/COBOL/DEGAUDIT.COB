IDENTIFICATION DIVISION.
PROGRAM-ID. Degaudit.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StudentMasterFile ASSIGN TO "STUDMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS StudentId OF StudentMasterRecord
        ALTERNATE RECORD KEY IS Surname OF StudentMasterRecord
            WITH DUPLICATES
        FILE STATUS IS WS-Master-Status.

    SELECT DeclaredProgramFile ASSIGN TO "STUDPROG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS StudentId OF DeclaredProgramRecord
        FILE STATUS IS WS-Decl-Status.

    SELECT RequirementFile ASSIGN TO "PROGREQ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ReqKey OF RequirementRecord
        FILE STATUS IS WS-Req-Status.

    SELECT GradeResultsFile ASSIGN TO "GRADFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GradeKey OF GradeResultRecord
        FILE STATUS IS WS-Results-Status.

    SELECT EnrollmentFile ASSIGN TO "STUDENRL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EnrollmentKey OF EnrollmentRecord
        FILE STATUS IS WS-Enroll-Status.

    SELECT ActiveTermFile ASSIGN TO "ACTVTERM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ActvTerm-Status.

    SELECT AuditReportFile ASSIGN TO "DEGRPRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Status.

    SELECT CandidateFile ASSIGN TO "GRADCAND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Cand-Status.

DATA DIVISION.
FILE SECTION.
FD  StudentMasterFile.
01  StudentMasterRecord.
    COPY STUDFLDS.

FD  DeclaredProgramFile.
01  DeclaredProgramRecord.
    COPY DECLFLDS.

FD  RequirementFile.
01  RequirementRecord.
    COPY PROGFLDS.

FD  GradeResultsFile.
01  GradeResultRecord.
    COPY GRADFLDS.

FD  EnrollmentFile.
01  EnrollmentRecord.
    COPY ENRLFLDS.

FD  ActiveTermFile.
01  ActiveTermRecord.
    02 ActiveTermValue PIC X(5).

FD  AuditReportFile.
01  AuditLine PIC X(80).

FD  CandidateFile.
01  CandidateLine PIC X(80).

WORKING-STORAGE SECTION.
01 WS-Master-Status PIC XX.
    88 WS-Master-OK VALUE "00".

01 WS-Decl-Status PIC XX.
    88 WS-Decl-OK VALUE "00".
    88 WS-Decl-NoFile VALUE "35".

01 WS-Req-Status PIC XX.
    88 WS-Req-OK VALUE "00".
    88 WS-Req-NoFile VALUE "35".

01 WS-Results-Status PIC XX.
    88 WS-Results-OK VALUE "00".
    88 WS-Results-NoFile VALUE "35".

01 WS-Grades-Absent-Flag PIC X VALUE "N".
    88 WS-Grades-Absent VALUE "Y".

01 WS-Enroll-Status PIC XX.
    88 WS-Enroll-OK VALUE "00".
    88 WS-Enroll-NoFile VALUE "35".

01 WS-Enroll-Absent-Flag PIC X VALUE "N".
    88 WS-Enroll-Absent VALUE "Y".

01 WS-ActvTerm-Status PIC XX.
    88 WS-ActvTerm-OK VALUE "00".

01 WS-Active-Term PIC X(5) VALUE SPACES.
01 WS-Active-Term-Flag PIC X VALUE "N".
    88 WS-Active-Term-Known VALUE "Y".

01 WS-Report-Status PIC XX.
    88 WS-Report-OK VALUE "00".

01 WS-Cand-Status PIC XX.
    88 WS-Cand-OK VALUE "00".

01 WS-Master-EOF-Flag PIC X VALUE "N".
    88 WS-Master-EOF VALUE "Y".

01 WS-Req-EOF-Flag PIC X.
    88 WS-Req-EOF VALUE "Y".

01 WS-Grade-EOF-Flag PIC X.
    88 WS-Grade-EOF VALUE "Y".

01 WS-First-Page-Flag PIC X VALUE "Y".
    88 WS-First-Page VALUE "Y".

01 WS-Program PIC X(6).
01 WS-Current-Group PIC X(4).
01 WS-Group-Open-Flag PIC X.
    88 WS-Group-Open VALUE "Y".
01 WS-Group-Min PIC 9(2).
01 WS-Group-Courses PIC 9(2).
01 WS-Group-Met PIC 9(2).
01 WS-Group-InProgress PIC 9(2).
01 WS-Group-Count PIC 9(3).
01 WS-Groups-Outstanding PIC 9(3).
01 WS-Groups-InProgress PIC 9(3).

01 WS-Best-Grade PIC XX.
01 WS-Course-Status PIC X(11).
    88 WS-Course-Met         VALUE "MET".
    88 WS-Course-InProgress  VALUE "IN PROGRESS".
    88 WS-Course-Outstanding VALUE "OUTSTANDING".
01 WS-Group-Status PIC X(11).
01 WS-Cand-Result PIC X(16).

01 WS-Student-Count PIC 9(7) VALUE ZERO.
01 WS-Audited-Count PIC 9(7) VALUE ZERO.
01 WS-Undeclared-Count PIC 9(7) VALUE ZERO.
01 WS-NoReq-Count PIC 9(7) VALUE ZERO.
01 WS-Complete-Count PIC 9(7) VALUE ZERO.
01 WS-Candidate-Count PIC 9(7) VALUE ZERO.
01 WS-Count-Display PIC ZZZZZZ9.

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
    PERFORM LoadActiveTerm.
    OPEN INPUT StudentMasterFile.
    IF NOT WS-Master-OK
        DISPLAY "Unable to open student master, status " WS-Master-Status
        STOP RUN
    END-IF.
    OPEN INPUT DeclaredProgramFile.
    IF WS-Decl-NoFile
        DISPLAY "No declared program file - no students to audit"
        STOP RUN
    END-IF.
    IF NOT WS-Decl-OK
        DISPLAY "Unable to open declared program file, status "
                WS-Decl-Status
        STOP RUN
    END-IF.
    OPEN INPUT RequirementFile.
    IF WS-Req-NoFile
        DISPLAY "No program requirement file - nothing to audit against"
        STOP RUN
    END-IF.
    IF NOT WS-Req-OK
        DISPLAY "Unable to open program requirement file, status "
                WS-Req-Status
        STOP RUN
    END-IF.
    OPEN INPUT GradeResultsFile.
    IF WS-Results-NoFile
        SET WS-Grades-Absent TO TRUE
        DISPLAY "No grade results file yet - no requirement can be met"
    ELSE
        IF NOT WS-Results-OK
            DISPLAY "Unable to open grade results file, status "
                    WS-Results-Status
            STOP RUN
        END-IF
    END-IF.
    OPEN INPUT EnrollmentFile.
    IF WS-Enroll-NoFile
        SET WS-Enroll-Absent TO TRUE
    ELSE
        IF NOT WS-Enroll-OK
            DISPLAY "Unable to open enrollment file, status "
                    WS-Enroll-Status
            STOP RUN
        END-IF
    END-IF.
    OPEN OUTPUT AuditReportFile.
    IF NOT WS-Report-OK
        DISPLAY "Unable to open degree audit report, status "
                WS-Report-Status
        STOP RUN
    END-IF.
    OPEN OUTPUT CandidateFile.
    IF NOT WS-Cand-OK
        DISPLAY "Unable to open graduation candidate list, status "
                WS-Cand-Status
        STOP RUN
    END-IF.
    PERFORM WriteCandidateHeading.

    PERFORM UNTIL WS-Master-EOF
        READ StudentMasterFile
            AT END
                SET WS-Master-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-Student-Count
                PERFORM AuditStudent
        END-READ
    END-PERFORM.

    PERFORM WriteCandidateSummary.
    CLOSE StudentMasterFile.
    CLOSE DeclaredProgramFile.
    CLOSE RequirementFile.
    IF NOT WS-Grades-Absent
        CLOSE GradeResultsFile
    END-IF.
    IF NOT WS-Enroll-Absent
        CLOSE EnrollmentFile
    END-IF.
    CLOSE AuditReportFile.
    CLOSE CandidateFile.
    PERFORM DisplaySummary.
    STOP RUN.

GetRunDate.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
    MOVE WS-Run-Date(1:4) TO WS-Heading-YYYY.
    MOVE WS-Run-Date(5:2) TO WS-Heading-MM.
    MOVE WS-Run-Date(7:2) TO WS-Heading-DD.

LoadActiveTerm.
    OPEN INPUT ActiveTermFile.
    IF NOT WS-ActvTerm-OK
        DISPLAY "No active term on file - no requirement is shown"
                " as in progress"
    ELSE
        READ ActiveTermFile
            AT END
                DISPLAY "Active term file is empty - no requirement"
                        " is shown as in progress"
            NOT AT END
                MOVE ActiveTermValue TO WS-Active-Term
                SET WS-Active-Term-Known TO TRUE
        END-READ
        CLOSE ActiveTermFile
    END-IF.

WriteCandidateHeading.
    MOVE SPACES TO CandidateLine.
    STRING "Graduation candidates as of " DELIMITED SIZE
           WS-Heading-Date DELIMITED SIZE
        INTO CandidateLine.
    WRITE CandidateLine.
    MOVE SPACES TO CandidateLine.
    IF WS-Active-Term-Known
        STRING "Requirements met now or at the end of active term "
                   DELIMITED SIZE
               WS-Active-Term DELIMITED SIZE
            INTO CandidateLine
    ELSE
        MOVE "No active term on file - requirements met now only"
            TO CandidateLine
    END-IF.
    WRITE CandidateLine.
    MOVE SPACES TO CandidateLine.
    WRITE CandidateLine.
    MOVE "StudentId Name         Program  Status" TO CandidateLine.
    WRITE CandidateLine.

AuditStudent.
    MOVE StudentId OF StudentMasterRecord
        TO StudentId OF DeclaredProgramRecord.
    READ DeclaredProgramFile
        INVALID KEY
            ADD 1 TO WS-Undeclared-Count
        NOT INVALID KEY
            ADD 1 TO WS-Audited-Count
            MOVE DeclaredProgram TO WS-Program
            PERFORM PrintAuditPage
    END-READ.

PrintAuditPage.
    PERFORM WriteStudentHeading.
    MOVE ZERO TO WS-Group-Count.
    MOVE ZERO TO WS-Groups-Outstanding.
    MOVE ZERO TO WS-Groups-InProgress.
    MOVE "N" TO WS-Group-Open-Flag.
    MOVE "N" TO WS-Req-EOF-Flag.
    MOVE WS-Program TO ReqProgram OF RequirementRecord.
    MOVE LOW-VALUES TO ReqGroup OF RequirementRecord.
    MOVE LOW-VALUES TO CourseCode OF RequirementRecord.
    START RequirementFile KEY IS NOT LESS THAN ReqKey OF RequirementRecord
        INVALID KEY
            SET WS-Req-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-Req-EOF
        READ RequirementFile NEXT RECORD
            AT END
                SET WS-Req-EOF TO TRUE
            NOT AT END
                IF ReqProgram OF RequirementRecord = WS-Program
                    PERFORM AuditRequirementRow
                ELSE
                    SET WS-Req-EOF TO TRUE
                END-IF
        END-READ
    END-PERFORM.
    IF WS-Group-Open
        PERFORM CloseOutGroup
    END-IF.
    PERFORM WriteStudentResult.

WriteStudentHeading.
    MOVE SPACES TO AuditLine.
    STRING "Degree audit as of " DELIMITED SIZE
           WS-Heading-Date DELIMITED SIZE
        INTO AuditLine.
    IF WS-First-Page
        WRITE AuditLine
        MOVE "N" TO WS-First-Page-Flag
    ELSE
        WRITE AuditLine AFTER ADVANCING PAGE
    END-IF.
    MOVE SPACES TO AuditLine.
    STRING "StudentId " DELIMITED SIZE
           StudentId OF StudentMasterRecord DELIMITED SIZE
           "  Name " DELIMITED SIZE
           Surname OF StudentMasterRecord DELIMITED SIZE
           " " DELIMITED SIZE
           Initials OF StudentMasterRecord DELIMITED SIZE
           "  Program " DELIMITED SIZE
           WS-Program DELIMITED SIZE
        INTO AuditLine.
    WRITE AuditLine.
    MOVE SPACES TO AuditLine.
    WRITE AuditLine.
    MOVE "  Course MinGrade BestGrade Status" TO AuditLine.
    WRITE AuditLine.

AuditRequirementRow.
    IF NOT WS-Group-Open
            OR ReqGroup OF RequirementRecord NOT = WS-Current-Group
        IF WS-Group-Open
            PERFORM CloseOutGroup
        END-IF
        PERFORM OpenGroup
    END-IF.
    IF CourseCode OF RequirementRecord NOT = SPACES
        ADD 1 TO WS-Group-Courses
        PERFORM EvaluateCourse
        PERFORM WriteCourseLine
    END-IF.

OpenGroup.
    SET WS-Group-Open TO TRUE.
    ADD 1 TO WS-Group-Count.
    MOVE ReqGroup OF RequirementRecord TO WS-Current-Group.
    MOVE ZERO TO WS-Group-Min.
    MOVE ZERO TO WS-Group-Courses.
    MOVE ZERO TO WS-Group-Met.
    MOVE ZERO TO WS-Group-InProgress.
    MOVE SPACES TO AuditLine.
    IF CourseCode OF RequirementRecord = SPACES
        MOVE ReqMinCount OF RequirementRecord TO WS-Group-Min
        STRING "Group " DELIMITED SIZE
               WS-Current-Group DELIMITED SIZE
               " " DELIMITED SIZE
               ReqGroupDesc OF RequirementRecord DELIMITED SIZE
               " - " DELIMITED SIZE
               WS-Group-Min DELIMITED SIZE
               " course(s) needed" DELIMITED SIZE
            INTO AuditLine
    ELSE
        STRING "Group " DELIMITED SIZE
               WS-Current-Group DELIMITED SIZE
               " - every course needed" DELIMITED SIZE
            INTO AuditLine
    END-IF.
    WRITE AuditLine.

EvaluateCourse.
    MOVE "OUTSTANDING" TO WS-Course-Status.
    MOVE SPACES TO WS-Best-Grade.
    IF NOT WS-Grades-Absent
        MOVE "N" TO WS-Grade-EOF-Flag
        MOVE StudentId OF StudentMasterRecord
            TO StudentId OF GradeResultRecord
        MOVE CourseCode OF RequirementRecord
            TO CourseCode OF GradeResultRecord
        MOVE LOW-VALUES TO AcademicTerm OF GradeResultRecord
        START GradeResultsFile KEY IS NOT LESS THAN
                GradeKey OF GradeResultRecord
            INVALID KEY
                SET WS-Grade-EOF TO TRUE
        END-START
        PERFORM UNTIL WS-Grade-EOF
            READ GradeResultsFile NEXT RECORD
                AT END
                    SET WS-Grade-EOF TO TRUE
                NOT AT END
                    IF StudentId OF GradeResultRecord
                            = StudentId OF StudentMasterRecord
                        AND CourseCode OF GradeResultRecord
                            = CourseCode OF RequirementRecord
                        PERFORM TallyAttempt
                    ELSE
                        SET WS-Grade-EOF TO TRUE
                    END-IF
            END-READ
        END-PERFORM
    END-IF.
    IF NOT WS-Course-Met
        PERFORM CheckInProgress
    END-IF.
    EVALUATE TRUE
        WHEN WS-Course-Met
            ADD 1 TO WS-Group-Met
        WHEN WS-Course-InProgress
            ADD 1 TO WS-Group-InProgress
    END-EVALUATE.

TallyAttempt.
    IF Grade-Valid OF GradeResultRecord
        IF WS-Best-Grade = SPACES
                OR Grade OF GradeResultRecord < WS-Best-Grade
            MOVE Grade OF GradeResultRecord TO WS-Best-Grade
        END-IF
        IF Grade OF GradeResultRecord NOT >
                ReqMinGrade OF RequirementRecord
            MOVE "MET" TO WS-Course-Status
        END-IF
    END-IF.

CheckInProgress.
    IF WS-Active-Term-Known AND NOT WS-Enroll-Absent
        MOVE StudentId OF StudentMasterRecord
            TO StudentId OF EnrollmentRecord
        MOVE CourseCode OF RequirementRecord
            TO CourseCode OF EnrollmentRecord
        MOVE WS-Active-Term TO AcademicTerm OF EnrollmentRecord
        READ EnrollmentFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                PERFORM CheckActiveTermGraded
        END-READ
    END-IF.

CheckActiveTermGraded.
    IF WS-Grades-Absent
        MOVE "IN PROGRESS" TO WS-Course-Status
    ELSE
        MOVE EnrollmentKey OF EnrollmentRecord
            TO GradeKey OF GradeResultRecord
        READ GradeResultsFile
            INVALID KEY
                MOVE "IN PROGRESS" TO WS-Course-Status
        END-READ
    END-IF.

WriteCourseLine.
    MOVE SPACES TO AuditLine.
    STRING "  " DELIMITED SIZE
           CourseCode OF RequirementRecord DELIMITED SIZE
           "   " DELIMITED SIZE
           ReqMinGrade OF RequirementRecord DELIMITED SIZE
           "        " DELIMITED SIZE
           WS-Best-Grade DELIMITED SIZE
           "        " DELIMITED SIZE
           WS-Course-Status DELIMITED SIZE
        INTO AuditLine.
    WRITE AuditLine.

CloseOutGroup.
    MOVE "N" TO WS-Group-Open-Flag.
    IF WS-Group-Min = ZERO
        MOVE WS-Group-Courses TO WS-Group-Min
    END-IF.
    IF WS-Group-Met NOT < WS-Group-Min
        MOVE "MET" TO WS-Group-Status
    ELSE
        IF WS-Group-Met + WS-Group-InProgress NOT < WS-Group-Min
            MOVE "IN PROGRESS" TO WS-Group-Status
            ADD 1 TO WS-Groups-InProgress
        ELSE
            MOVE "OUTSTANDING" TO WS-Group-Status
            ADD 1 TO WS-Groups-Outstanding
        END-IF
    END-IF.
    MOVE SPACES TO AuditLine.
    STRING "  Group " DELIMITED SIZE
           WS-Current-Group DELIMITED SIZE
           ": " DELIMITED SIZE
           WS-Group-Met DELIMITED SIZE
           " met, " DELIMITED SIZE
           WS-Group-InProgress DELIMITED SIZE
           " in progress, " DELIMITED SIZE
           WS-Group-Min DELIMITED SIZE
           " needed - " DELIMITED SIZE
           WS-Group-Status DELIMITED SIZE
        INTO AuditLine.
    WRITE AuditLine.
    MOVE SPACES TO AuditLine.
    WRITE AuditLine.

WriteStudentResult.
    MOVE SPACES TO AuditLine.
    EVALUATE TRUE
        WHEN WS-Group-Count = ZERO
            ADD 1 TO WS-NoReq-Count
            STRING "Program " DELIMITED SIZE
                   WS-Program DELIMITED SIZE
                   " has no requirements on file - not audited"
                       DELIMITED SIZE
                INTO AuditLine
        WHEN WS-Groups-Outstanding > ZERO
            STRING "Result: " DELIMITED SIZE
                   WS-Groups-Outstanding DELIMITED SIZE
                   " requirement group(s) outstanding" DELIMITED SIZE
                INTO AuditLine
        WHEN WS-Groups-InProgress > ZERO
            STRING "Result: all requirements met at the end of term "
                       DELIMITED SIZE
                   WS-Active-Term DELIMITED SIZE
                INTO AuditLine
            MOVE SPACES TO WS-Cand-Result
            STRING "COMPLETES " DELIMITED SIZE
                   WS-Active-Term DELIMITED SIZE
                INTO WS-Cand-Result
            PERFORM WriteCandidateLine
        WHEN OTHER
            MOVE "Result: all requirements met" TO AuditLine
            ADD 1 TO WS-Complete-Count
            MOVE "COMPLETE" TO WS-Cand-Result
            PERFORM WriteCandidateLine
    END-EVALUATE.
    WRITE AuditLine.

WriteCandidateLine.
    ADD 1 TO WS-Candidate-Count.
    MOVE SPACES TO CandidateLine.
    STRING StudentId OF StudentMasterRecord DELIMITED SIZE
           "   " DELIMITED SIZE
           Surname OF StudentMasterRecord DELIMITED SIZE
           " " DELIMITED SIZE
           Initials OF StudentMasterRecord DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Program DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Cand-Result DELIMITED SIZE
        INTO CandidateLine.
    WRITE CandidateLine.

WriteCandidateSummary.
    MOVE SPACES TO CandidateLine.
    WRITE CandidateLine.
    MOVE WS-Candidate-Count TO WS-Count-Display.
    MOVE SPACES TO CandidateLine.
    STRING "Graduation candidates:         " DELIMITED SIZE
           WS-Count-Display DELIMITED SIZE
        INTO CandidateLine.
    WRITE CandidateLine.
    MOVE WS-Complete-Count TO WS-Count-Display.
    MOVE SPACES TO CandidateLine.
    STRING "  already complete:            " DELIMITED SIZE
           WS-Count-Display DELIMITED SIZE
        INTO CandidateLine.
    WRITE CandidateLine.

DisplaySummary.
    MOVE WS-Student-Count TO WS-Count-Display.
    DISPLAY "Students read:                " WS-Count-Display.
    MOVE WS-Audited-Count TO WS-Count-Display.
    DISPLAY "Students audited:             " WS-Count-Display.
    MOVE WS-Undeclared-Count TO WS-Count-Display.
    DISPLAY "No program declared:          " WS-Count-Display.
    MOVE WS-NoReq-Count TO WS-Count-Display.
    DISPLAY "Program has no requirements:  " WS-Count-Display.
    MOVE WS-Candidate-Count TO WS-Count-Display.
    DISPLAY "Graduation candidates:        " WS-Count-Display.
    MOVE WS-Complete-Count TO WS-Count-Display.
    DISPLAY "  already complete:           " WS-Count-Display.
    DISPLAY "Audit pages written to DEGRPRT, candidates to GRADCAND".
