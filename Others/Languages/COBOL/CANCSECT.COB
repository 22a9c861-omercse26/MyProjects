IDENTIFICATION DIVISION.
PROGRAM-ID. Cancsect.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StudentMasterFile ASSIGN TO "STUDMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS StudentId OF StudentMasterRecord
        ALTERNATE RECORD KEY IS Surname OF StudentMasterRecord
            WITH DUPLICATES
        FILE STATUS IS WS-Master-Status.

    SELECT EnrollmentFile ASSIGN TO "STUDENRL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EnrollmentKey OF EnrollmentRecord
        FILE STATUS IS WS-Enroll-Status.

    SELECT CourseCatalogFile ASSIGN TO "COURSCAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CourseCode OF CourseCatalogRecord
        FILE STATUS IS WS-Course-Status.

    SELECT SectionFile ASSIGN TO "CRSESECT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SectionKey OF SectionRecord
        FILE STATUS IS WS-Sect-Status.

    SELECT GradeResultsFile ASSIGN TO "GRADFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS GradeKey OF GradeResultRecord
        FILE STATUS IS WS-Results-Status.

    SELECT WaitlistFile ASSIGN TO "WAITLIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WaitlistKey OF WaitlistRecord
        FILE STATUS IS WS-Wait-Status.

    SELECT OperatorAuthFile ASSIGN TO "OPERAUTH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Oper-Status.

    SELECT AuditFile ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Audit-Status.

    SELECT ActiveTermFile ASSIGN TO "ACTVTERM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ActvTerm-Status.

    SELECT SectionAuditFile ASSIGN TO "SECTAUDT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SectAudit-Status.

    SELECT NoticeFile ASSIGN TO "CANCRPRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Notice-Status.

DATA DIVISION.
FILE SECTION.
FD  StudentMasterFile.
01  StudentMasterRecord.
    COPY STUDFLDS.

FD  EnrollmentFile.
01  EnrollmentRecord.
    COPY ENRLFLDS.

FD  CourseCatalogFile.
01  CourseCatalogRecord.
    COPY CRSEFLDS.

FD  SectionFile.
01  SectionRecord.
    COPY SECTFLDS.

FD  GradeResultsFile.
01  GradeResultRecord.
    COPY GRADFLDS.

FD  WaitlistFile.
01  WaitlistRecord.
    COPY WAITFLDS.

FD  OperatorAuthFile.
01  OperatorAuthRecord.
    COPY OPERFLDS.

FD  AuditFile.
01  AuditRecord.
    COPY AUDTFLDS.

FD  ActiveTermFile.
01  ActiveTermRecord.
    02 ActiveTermValue PIC X(5).

FD  SectionAuditFile.
01  SectionAuditRecord.
    COPY SAUDFLDS.

FD  NoticeFile.
01  NoticeLine PIC X(100).

WORKING-STORAGE SECTION.
01 CandidateSection.
    COPY SECTFLDS.
01 EnrolledSection.
    COPY SECTFLDS.
01 StudentDetails.
    COPY STUDFLDS.
01 WS-Audit-Before.
    COPY SECTFLDS.

01 WS-Master-Status PIC XX.
    88 WS-Master-OK VALUE "00".

01 WS-Enroll-Status PIC XX.
    88 WS-Enroll-OK VALUE "00".

01 WS-Course-Status PIC XX.
    88 WS-Course-OK VALUE "00".

01 WS-Sect-Status PIC XX.
    88 WS-Sect-OK VALUE "00".

01 WS-Results-Status PIC XX.
    88 WS-Results-OK VALUE "00".
    88 WS-Results-NoFile VALUE "35".

01 WS-Wait-Status PIC XX.
    88 WS-Wait-OK VALUE "00".
    88 WS-Wait-NoFile VALUE "35".

01 WS-Oper-Status PIC XX.
    88 WS-Oper-OK VALUE "00".

01 WS-Audit-Status PIC XX.
    88 WS-Audit-OK VALUE "00".

01 WS-ActvTerm-Status PIC XX.
    88 WS-ActvTerm-OK VALUE "00".

01 WS-SectAudit-Status PIC XX.
    88 WS-SectAudit-OK VALUE "00".

01 WS-Notice-Status PIC XX.
    88 WS-Notice-OK VALUE "00".

01 WS-Course-Arg PIC X(4).
01 WS-Section-Arg PIC X(3).
    88 Cancel-Whole-Course VALUE "ALL".
01 WS-Cancel-Section PIC 9(2) VALUE ZERO.
01 WS-Active-Term PIC X(5) VALUE SPACES.

01 WS-Operator-Id PIC X(8) VALUE "UNKNOWN".
01 WS-Allowed-Codes PIC X(8) VALUE SPACES.
01 WS-Auth-Sub PIC 9.
01 WS-Oper-EOF-Flag PIC X.
    88 WS-Oper-EOF VALUE "Y".
01 WS-Operator-Found-Flag PIC X VALUE "N".
    88 WS-Operator-Found VALUE "Y".
01 WS-Authorized-Flag PIC X VALUE "N".
    88 WS-Authorized VALUE "Y".

01 WS-Results-Absent-Flag PIC X VALUE "N".
    88 WS-Results-Absent VALUE "Y".

01 WS-Wait-Absent-Flag PIC X VALUE "N".
    88 WS-Wait-Absent VALUE "Y".

01 WS-Scan-EOF-Flag PIC X.
    88 WS-Scan-EOF VALUE "Y".
01 WS-Chk-EOF-Flag PIC X.
    88 WS-Chk-EOF VALUE "Y".
01 WS-Section-In-Use-Flag PIC X.
    88 WS-Section-In-Use VALUE "Y".

01 WS-Section-Table.
    02 WS-Section-Entry OCCURS 99 TIMES.
       03 WS-Tsect-No PIC 9(2).
       03 WS-Tsect-Days PIC X(7).
       03 WS-Tsect-Start PIC 9(4).
       03 WS-Tsect-End PIC 9(4).
       03 WS-Tsect-Instructor PIC X(15).
       03 WS-Tsect-Room PIC X(6).
       03 WS-Tsect-Capacity PIC 9(3).
       03 WS-Tsect-Enrolled PIC 9(3).
       03 WS-Tsect-Cancel-Flag PIC X.
          88 WS-Tsect-Cancelled VALUE "Y".
01 WS-Section-Count PIC 9(3) VALUE ZERO.
01 WS-Section-Sub PIC 9(3).
01 WS-Cancelled-Sub PIC 9(3).
01 WS-Old-Sub PIC 9(3).
01 WS-Rewrite-Sub PIC 9(3).
01 WS-Table-Found-Flag PIC X.
    88 WS-Table-Found VALUE "Y".

01 WS-Affected-Table.
    02 WS-Affected-Entry OCCURS 2000 TIMES.
       03 WS-Aff-StudentId PIC 9(7).
       03 WS-Aff-SectionNo PIC 9(2).
       03 WS-Aff-Graded-Flag PIC X.
          88 WS-Aff-Graded VALUE "Y".
01 WS-Affected-Count PIC 9(4) VALUE ZERO.
01 WS-Affected-Sub PIC 9(4).
01 WS-Table-Overflow-Flag PIC X VALUE "N".
    88 WS-Table-Overflow VALUE "Y".

01 WS-Placed-Flag PIC X.
    88 WS-Placed VALUE "Y".
01 WS-Clash-Seen-Flag PIC X.
    88 WS-Clash-Seen VALUE "Y".
01 WS-Conflict-Flag PIC X.
    88 WS-Schedule-Conflict VALUE "Y".
01 WS-Overlap-Flag PIC X.
    88 WS-Times-Overlap VALUE "Y".
01 WS-Day-Sub PIC 9.
01 WS-Day-Tally PIC 9.

01 WS-Outcome PIC X(60).

01 WS-Moved-Count PIC 9(5) VALUE ZERO.
01 WS-Dropped-Count PIC 9(5) VALUE ZERO.
01 WS-Waitlist-Count PIC 9(5) VALUE ZERO.
01 WS-Unchanged-Count PIC 9(5) VALUE ZERO.
01 WS-Closed-Count PIC 9(5) VALUE ZERO.
01 WS-Kept-Count PIC 9(5) VALUE ZERO.
01 WS-Count-Display PIC ZZZZZZ9.

01 WS-Run-Date PIC 9(8).

PROCEDURE DIVISION.
Begin.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
    PERFORM GetCancelArguments.
    PERFORM OpenAudit.
    PERFORM CheckOperatorAuthority.
    PERFORM LoadActiveTerm.

    OPEN INPUT StudentMasterFile.
    IF NOT WS-Master-OK
        DISPLAY "Unable to open student master, status " WS-Master-Status
        STOP RUN
    END-IF.
    OPEN I-O EnrollmentFile.
    IF NOT WS-Enroll-OK
        DISPLAY "Unable to open enrollment file, status " WS-Enroll-Status
        STOP RUN
    END-IF.
    OPEN I-O CourseCatalogFile.
    IF NOT WS-Course-OK
        DISPLAY "Unable to open course catalog, status " WS-Course-Status
        STOP RUN
    END-IF.
    OPEN I-O SectionFile.
    IF NOT WS-Sect-OK
        DISPLAY "Unable to open section file, status " WS-Sect-Status
        STOP RUN
    END-IF.
    PERFORM OpenSectionAudit.
    OPEN INPUT GradeResultsFile.
    IF WS-Results-NoFile
        SET WS-Results-Absent TO TRUE
    ELSE
        IF NOT WS-Results-OK
            DISPLAY "Unable to open grade results file, status "
                    WS-Results-Status
            STOP RUN
        END-IF
    END-IF.
    OPEN I-O WaitlistFile.
    IF WS-Wait-NoFile
        SET WS-Wait-Absent TO TRUE
    ELSE
        IF NOT WS-Wait-OK
            DISPLAY "Unable to open waitlist file, status " WS-Wait-Status
            STOP RUN
        END-IF
    END-IF.

    MOVE WS-Course-Arg TO CourseCode OF CourseCatalogRecord.
    READ CourseCatalogFile
        INVALID KEY
            DISPLAY "Course " WS-Course-Arg " is not in the catalog"
            STOP RUN
    END-READ.
    PERFORM LoadCourseSections.
    IF Cancel-Whole-Course
        CONTINUE
    ELSE
        IF WS-Cancelled-Sub = ZERO
            DISPLAY "Section " WS-Cancel-Section " of course "
                    WS-Course-Arg " is not on the section file"
            STOP RUN
        END-IF
    END-IF.

    OPEN OUTPUT NoticeFile.
    IF NOT WS-Notice-OK
        DISPLAY "Unable to open cancellation notice, status "
                WS-Notice-Status
        STOP RUN
    END-IF.
    PERFORM WriteNoticeHeading.

    PERFORM CollectAffectedStudents.
    IF WS-Table-Overflow
        DISPLAY "More than 2000 students enrolled in the cancelled"
                " section(s) - nothing changed; split the run by section"
        MOVE "*** TOO MANY STUDENTS - NO CHANGES MADE" TO NoticeLine
        WRITE NoticeLine
        CLOSE NoticeFile
        STOP RUN
    END-IF.
    PERFORM ResolveAffectedStudent
        VARYING WS-Affected-Sub FROM 1 BY 1
        UNTIL WS-Affected-Sub > WS-Affected-Count.
    IF WS-Affected-Count = ZERO
        MOVE "  (no students enrolled in the cancelled section(s))"
            TO NoticeLine
        WRITE NoticeLine
    END-IF.
    PERFORM UpdateCourseEnrolled.
    PERFORM ClearWaitlist.
    PERFORM CloseCancelledSections.

    PERFORM WriteNoticeSummary.
    CLOSE NoticeFile.
    CLOSE StudentMasterFile.
    CLOSE EnrollmentFile.
    CLOSE CourseCatalogFile.
    CLOSE SectionFile.
    IF NOT WS-Results-Absent
        CLOSE GradeResultsFile
    END-IF.
    IF NOT WS-Wait-Absent
        CLOSE WaitlistFile
    END-IF.
    CLOSE AuditFile.
    CLOSE SectionAuditFile.
    PERFORM DisplaySummary.
    STOP RUN.

GetCancelArguments.
    DISPLAY 1 UPON ARGUMENT-NUMBER.
    ACCEPT WS-Course-Arg FROM ARGUMENT-VALUE
        ON EXCEPTION
            MOVE SPACES TO WS-Course-Arg
    END-ACCEPT.
    DISPLAY 2 UPON ARGUMENT-NUMBER.
    ACCEPT WS-Section-Arg FROM ARGUMENT-VALUE
        ON EXCEPTION
            MOVE SPACES TO WS-Section-Arg
    END-ACCEPT.
    DISPLAY 3 UPON ARGUMENT-NUMBER.
    ACCEPT WS-Operator-Id FROM ARGUMENT-VALUE
        ON EXCEPTION
            MOVE SPACES TO WS-Operator-Id
    END-ACCEPT.
    IF WS-Operator-Id = SPACES
        MOVE "UNKNOWN" TO WS-Operator-Id
    END-IF.
    IF WS-Course-Arg = SPACES
        DISPLAY "Usage: CourseCode, SectionNo or ALL, operator"
        STOP RUN
    END-IF.
    IF NOT Cancel-Whole-Course
        IF WS-Section-Arg(1:2) NUMERIC AND WS-Section-Arg(3:1) = SPACE
            MOVE WS-Section-Arg(1:2) TO WS-Cancel-Section
        ELSE
            IF WS-Section-Arg(1:1) NUMERIC
                    AND WS-Section-Arg(2:2) = SPACES
                MOVE WS-Section-Arg(1:1) TO WS-Cancel-Section
            END-IF
        END-IF
        IF WS-Cancel-Section = ZERO
            DISPLAY "Usage: CourseCode, SectionNo or ALL, operator"
            STOP RUN
        END-IF
    END-IF.

OpenAudit.
    OPEN EXTEND AuditFile.
    IF NOT WS-Audit-OK
        OPEN OUTPUT AuditFile
    END-IF.
    IF NOT WS-Audit-OK
        DISPLAY "Unable to open audit file, status " WS-Audit-Status
        STOP RUN
    END-IF.

OpenSectionAudit.
    OPEN EXTEND SectionAuditFile.
    IF NOT WS-SectAudit-OK
        OPEN OUTPUT SectionAuditFile
    END-IF.
    IF NOT WS-SectAudit-OK
        DISPLAY "Unable to open section audit file, status "
                WS-SectAudit-Status
        STOP RUN
    END-IF.

CheckOperatorAuthority.
    OPEN INPUT OperatorAuthFile.
    IF NOT WS-Oper-OK
        DISPLAY "Unable to open operator security file, status "
                WS-Oper-Status
        STOP RUN
    END-IF.
    MOVE "N" TO WS-Oper-EOF-Flag.
    PERFORM UNTIL WS-Oper-EOF OR WS-Operator-Found
        READ OperatorAuthFile
            AT END
                SET WS-Oper-EOF TO TRUE
            NOT AT END
                IF OperatorId OF OperatorAuthRecord = WS-Operator-Id
                    SET WS-Operator-Found TO TRUE
                    MOVE AllowedCodes OF OperatorAuthRecord
                        TO WS-Allowed-Codes
                END-IF
        END-READ
    END-PERFORM.
    CLOSE OperatorAuthFile.
    PERFORM VARYING WS-Auth-Sub FROM 1 BY 1
            UNTIL WS-Auth-Sub > 8 OR WS-Authorized
        IF WS-Allowed-Codes(WS-Auth-Sub:1) = "D"
            SET WS-Authorized TO TRUE
        END-IF
    END-PERFORM.
    IF NOT WS-Authorized
        DISPLAY "Operator " WS-Operator-Id
                " is not authorized to drop students - cancellation"
                " refused"
        PERFORM WriteRefusedAudit
        CLOSE AuditFile
        STOP RUN
    END-IF.

LoadActiveTerm.
    OPEN INPUT ActiveTermFile.
    IF NOT WS-ActvTerm-OK
        DISPLAY "No active term on file - run Termroll before"
                " cancelling sections"
        STOP RUN
    END-IF.
    READ ActiveTermFile
        AT END
            DISPLAY "Active term file is empty - run Termroll before"
                    " cancelling sections"
            STOP RUN
        NOT AT END
            MOVE ActiveTermValue TO WS-Active-Term
    END-READ.
    CLOSE ActiveTermFile.

LoadCourseSections.
    MOVE ZERO TO WS-Section-Count.
    MOVE ZERO TO WS-Cancelled-Sub.
    MOVE "N" TO WS-Scan-EOF-Flag.
    MOVE WS-Course-Arg TO CourseCode OF SectionRecord.
    MOVE ZERO TO SectionNo OF SectionRecord.
    START SectionFile KEY IS NOT LESS THAN SectionKey OF SectionRecord
        INVALID KEY
            SET WS-Scan-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-Scan-EOF
        READ SectionFile NEXT RECORD
            AT END
                SET WS-Scan-EOF TO TRUE
            NOT AT END
                IF CourseCode OF SectionRecord = WS-Course-Arg
                        AND WS-Section-Count < 99
                    PERFORM TableCourseSection
                ELSE
                    SET WS-Scan-EOF TO TRUE
                END-IF
        END-READ
    END-PERFORM.

TableCourseSection.
    ADD 1 TO WS-Section-Count.
    MOVE WS-Section-Count TO WS-Section-Sub.
    MOVE SectionNo OF SectionRecord TO WS-Tsect-No(WS-Section-Sub).
    MOVE SectionDays OF SectionRecord TO WS-Tsect-Days(WS-Section-Sub).
    MOVE SectionStart OF SectionRecord TO WS-Tsect-Start(WS-Section-Sub).
    MOVE SectionEnd OF SectionRecord TO WS-Tsect-End(WS-Section-Sub).
    MOVE SectionInstructor OF SectionRecord
        TO WS-Tsect-Instructor(WS-Section-Sub).
    MOVE SectionRoom OF SectionRecord TO WS-Tsect-Room(WS-Section-Sub).
    MOVE SectionCapacity OF SectionRecord
        TO WS-Tsect-Capacity(WS-Section-Sub).
    MOVE SectionEnrolled OF SectionRecord
        TO WS-Tsect-Enrolled(WS-Section-Sub).
    MOVE "N" TO WS-Tsect-Cancel-Flag(WS-Section-Sub).
    IF Cancel-Whole-Course
            OR SectionNo OF SectionRecord = WS-Cancel-Section
        SET WS-Tsect-Cancelled(WS-Section-Sub) TO TRUE
        MOVE WS-Section-Sub TO WS-Cancelled-Sub
    END-IF.

CollectAffectedStudents.
    MOVE "N" TO WS-Scan-EOF-Flag.
    MOVE LOW-VALUES TO EnrollmentKey OF EnrollmentRecord.
    START EnrollmentFile KEY IS NOT LESS THAN
            EnrollmentKey OF EnrollmentRecord
        INVALID KEY
            SET WS-Scan-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-Scan-EOF OR WS-Table-Overflow
        READ EnrollmentFile NEXT RECORD
            AT END
                SET WS-Scan-EOF TO TRUE
            NOT AT END
                IF CourseCode OF EnrollmentRecord = WS-Course-Arg
                        AND AcademicTerm OF EnrollmentRecord
                            = WS-Active-Term
                    PERFORM SelectAffectedEnrollment
                END-IF
        END-READ
    END-PERFORM.

SelectAffectedEnrollment.
    IF Cancel-Whole-Course
            OR SectionNo OF EnrollmentRecord = WS-Cancel-Section
        IF WS-Affected-Count < 2000
            ADD 1 TO WS-Affected-Count
            MOVE StudentId OF EnrollmentRecord
                TO WS-Aff-StudentId(WS-Affected-Count)
            MOVE SectionNo OF EnrollmentRecord
                TO WS-Aff-SectionNo(WS-Affected-Count)
            MOVE "N" TO WS-Aff-Graded-Flag(WS-Affected-Count)
            IF NOT WS-Results-Absent
                MOVE EnrollmentKey OF EnrollmentRecord
                    TO GradeKey OF GradeResultRecord
                READ GradeResultsFile
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-Aff-Graded(WS-Affected-Count) TO TRUE
                END-READ
            END-IF
        ELSE
            SET WS-Table-Overflow TO TRUE
        END-IF
    END-IF.

ResolveAffectedStudent.
    MOVE WS-Aff-StudentId(WS-Affected-Sub) TO StudentId OF StudentDetails.
    MOVE WS-Aff-StudentId(WS-Affected-Sub)
        TO StudentId OF StudentMasterRecord.
    READ StudentMasterFile
        INVALID KEY
            MOVE SPACES TO StudentName OF StudentDetails
            MOVE "?" TO Surname OF StudentDetails
            MOVE SPACE TO Gender OF StudentDetails
        NOT INVALID KEY
            MOVE StudentName OF StudentMasterRecord
                TO StudentName OF StudentDetails
            MOVE Gender OF StudentMasterRecord TO Gender OF StudentDetails
    END-READ.
    MOVE WS-Course-Arg TO CourseCode OF StudentDetails.
    MOVE "N" TO WS-Placed-Flag.
    MOVE "N" TO WS-Clash-Seen-Flag.
    IF WS-Aff-Graded(WS-Affected-Sub)
        ADD 1 TO WS-Unchanged-Count
        MOVE "WITHDRAWN/GRADED - NOT CHANGED" TO WS-Outcome
    ELSE
        IF NOT Cancel-Whole-Course
            PERFORM TryAlternateSection
                VARYING WS-Section-Sub FROM 1 BY 1
                UNTIL WS-Section-Sub > WS-Section-Count OR WS-Placed
        END-IF
        IF NOT WS-Placed
            PERFORM DropCancelledEnrollment
        END-IF
    END-IF.
    PERFORM WriteStudentNotice.

TryAlternateSection.
    IF NOT WS-Tsect-Cancelled(WS-Section-Sub)
        IF WS-Tsect-Capacity(WS-Section-Sub) = ZERO
                OR WS-Tsect-Enrolled(WS-Section-Sub)
                    < WS-Tsect-Capacity(WS-Section-Sub)
            MOVE SPACES TO CandidateSection
            MOVE WS-Course-Arg TO CourseCode OF CandidateSection
            MOVE WS-Tsect-No(WS-Section-Sub) TO SectionNo OF CandidateSection
            MOVE WS-Tsect-Days(WS-Section-Sub)
                TO SectionDays OF CandidateSection
            MOVE WS-Tsect-Start(WS-Section-Sub)
                TO SectionStart OF CandidateSection
            MOVE WS-Tsect-End(WS-Section-Sub)
                TO SectionEnd OF CandidateSection
            PERFORM CheckScheduleConflict
            IF WS-Schedule-Conflict
                SET WS-Clash-Seen TO TRUE
            ELSE
                PERFORM MoveToAlternateSection
            END-IF
        END-IF
    END-IF.

CheckScheduleConflict.
    MOVE "N" TO WS-Conflict-Flag.
    MOVE "N" TO WS-Chk-EOF-Flag.
    MOVE StudentId OF StudentDetails TO StudentId OF EnrollmentRecord.
    MOVE LOW-VALUES TO CourseCode OF EnrollmentRecord.
    MOVE LOW-VALUES TO AcademicTerm OF EnrollmentRecord.
    START EnrollmentFile KEY IS NOT LESS THAN
            EnrollmentKey OF EnrollmentRecord
        INVALID KEY
            SET WS-Chk-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-Chk-EOF OR WS-Schedule-Conflict
        READ EnrollmentFile NEXT RECORD
            AT END
                SET WS-Chk-EOF TO TRUE
            NOT AT END
                IF StudentId OF EnrollmentRecord
                        = StudentId OF StudentDetails
                    PERFORM CheckEnrollmentOverlap
                ELSE
                    SET WS-Chk-EOF TO TRUE
                END-IF
        END-READ
    END-PERFORM.

CheckEnrollmentOverlap.
    IF AcademicTerm OF EnrollmentRecord = WS-Active-Term
            AND SectionNo OF EnrollmentRecord > ZERO
            AND CourseCode OF EnrollmentRecord NOT = WS-Course-Arg
        MOVE CourseCode OF EnrollmentRecord
            TO CourseCode OF SectionRecord
        MOVE SectionNo OF EnrollmentRecord
            TO SectionNo OF SectionRecord
        READ SectionFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE SectionRecord TO EnrolledSection
                PERFORM CompareMeetingTimes
                IF WS-Times-Overlap
                    SET WS-Schedule-Conflict TO TRUE
                END-IF
        END-READ
    END-IF.

CompareMeetingTimes.
    MOVE "N" TO WS-Overlap-Flag.
    IF SectionStart OF CandidateSection <
            SectionEnd OF EnrolledSection
            AND SectionStart OF EnrolledSection <
                SectionEnd OF CandidateSection
        PERFORM VARYING WS-Day-Sub FROM 1 BY 1
                UNTIL WS-Day-Sub > 7 OR WS-Times-Overlap
            IF SectionDays OF CandidateSection(WS-Day-Sub:1) NOT = SPACE
                MOVE ZERO TO WS-Day-Tally
                INSPECT SectionDays OF EnrolledSection
                    TALLYING WS-Day-Tally FOR ALL
                    SectionDays OF CandidateSection(WS-Day-Sub:1)
                IF WS-Day-Tally > ZERO
                    SET WS-Times-Overlap TO TRUE
                END-IF
            END-IF
        END-PERFORM
    END-IF.

MoveToAlternateSection.
    MOVE WS-Aff-StudentId(WS-Affected-Sub)
        TO StudentId OF EnrollmentRecord.
    MOVE WS-Course-Arg TO CourseCode OF EnrollmentRecord.
    MOVE WS-Active-Term TO AcademicTerm OF EnrollmentRecord.
    READ EnrollmentFile
        INVALID KEY
            DISPLAY "Enrollment for student "
                    WS-Aff-StudentId(WS-Affected-Sub)
                    " in " WS-Course-Arg " has gone - not moved"
        NOT INVALID KEY
            MOVE WS-Tsect-No(WS-Section-Sub)
                TO SectionNo OF EnrollmentRecord
            REWRITE EnrollmentRecord
                INVALID KEY
                    DISPLAY "Unable to rewrite enrollment, status "
                            WS-Enroll-Status
                NOT INVALID KEY
                    SET WS-Placed TO TRUE
            END-REWRITE
    END-READ.
    IF WS-Placed
        ADD 1 TO WS-Moved-Count
        ADD 1 TO WS-Tsect-Enrolled(WS-Section-Sub)
        MOVE WS-Section-Sub TO WS-Rewrite-Sub
        PERFORM RewriteTableSection
        PERFORM ReleaseCancelledSeat
        PERFORM WriteMoveAudit
        MOVE SPACES TO WS-Outcome
        STRING "MOVED TO SECTION " DELIMITED SIZE
               WS-Tsect-No(WS-Section-Sub) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-Tsect-Days(WS-Section-Sub) DELIMITED SPACE
               " " DELIMITED SIZE
               WS-Tsect-Start(WS-Section-Sub) DELIMITED SIZE
               "-" DELIMITED SIZE
               WS-Tsect-End(WS-Section-Sub) DELIMITED SIZE
               " ROOM " DELIMITED SIZE
               WS-Tsect-Room(WS-Section-Sub) DELIMITED SIZE
            INTO WS-Outcome
    END-IF.

DropCancelledEnrollment.
    MOVE SPACES TO WS-Outcome.
    MOVE WS-Aff-StudentId(WS-Affected-Sub)
        TO StudentId OF EnrollmentRecord.
    MOVE WS-Course-Arg TO CourseCode OF EnrollmentRecord.
    MOVE WS-Active-Term TO AcademicTerm OF EnrollmentRecord.
    DELETE EnrollmentFile
        INVALID KEY
            DISPLAY "Unable to delete enrollment for student "
                    WS-Aff-StudentId(WS-Affected-Sub)
                    ", status " WS-Enroll-Status
            MOVE "*** NOT DROPPED - ENROLLMENT NOT FOUND" TO WS-Outcome
        NOT INVALID KEY
            ADD 1 TO WS-Dropped-Count
            PERFORM ReleaseCancelledSeat
            PERFORM WriteDropAudit
            EVALUATE TRUE
                WHEN Cancel-Whole-Course
                    MOVE "DROPPED - COURSE CANCELLED" TO WS-Outcome
                WHEN WS-Clash-Seen
                    MOVE "DROPPED - OPEN SECTIONS CLASH WITH TIMETABLE"
                        TO WS-Outcome
                WHEN OTHER
                    MOVE "DROPPED - NO OTHER SECTION HAS A SEAT"
                        TO WS-Outcome
            END-EVALUATE
    END-DELETE.

ReleaseCancelledSeat.
    IF WS-Aff-SectionNo(WS-Affected-Sub) > ZERO
        MOVE "N" TO WS-Table-Found-Flag
        PERFORM FindOldSection
            VARYING WS-Old-Sub FROM 1 BY 1
            UNTIL WS-Old-Sub > WS-Section-Count OR WS-Table-Found
        IF WS-Table-Found
            SUBTRACT 1 FROM WS-Old-Sub
            IF WS-Tsect-Enrolled(WS-Old-Sub) > ZERO
                SUBTRACT 1 FROM WS-Tsect-Enrolled(WS-Old-Sub)
            END-IF
            MOVE WS-Old-Sub TO WS-Rewrite-Sub
            PERFORM RewriteTableSection
        END-IF
    END-IF.

FindOldSection.
    IF WS-Tsect-No(WS-Old-Sub) = WS-Aff-SectionNo(WS-Affected-Sub)
        SET WS-Table-Found TO TRUE
    END-IF.

RewriteTableSection.
    MOVE WS-Course-Arg TO CourseCode OF SectionRecord.
    MOVE WS-Tsect-No(WS-Rewrite-Sub) TO SectionNo OF SectionRecord.
    READ SectionFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE WS-Tsect-Enrolled(WS-Rewrite-Sub)
                TO SectionEnrolled OF SectionRecord
            REWRITE SectionRecord
                INVALID KEY
                    DISPLAY "Unable to rewrite section file, status "
                            WS-Sect-Status
            END-REWRITE
    END-READ.

UpdateCourseEnrolled.
    IF WS-Dropped-Count > ZERO
        MOVE WS-Course-Arg TO CourseCode OF CourseCatalogRecord
        READ CourseCatalogFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CourseEnrolled OF CourseCatalogRecord > WS-Dropped-Count
                    SUBTRACT WS-Dropped-Count
                        FROM CourseEnrolled OF CourseCatalogRecord
                ELSE
                    MOVE ZERO TO CourseEnrolled OF CourseCatalogRecord
                END-IF
                REWRITE CourseCatalogRecord
                    INVALID KEY
                        DISPLAY "Unable to rewrite course catalog,"
                                " status " WS-Course-Status
                END-REWRITE
        END-READ
    END-IF.

ClearWaitlist.
    MOVE SPACES TO NoticeLine.
    WRITE NoticeLine.
    MOVE "Waitlist entries removed" TO NoticeLine.
    WRITE NoticeLine.
    IF NOT WS-Wait-Absent
        MOVE "N" TO WS-Scan-EOF-Flag
        MOVE WS-Course-Arg TO CourseCode OF WaitlistRecord
        MOVE ZERO TO WaitEntryDate OF WaitlistRecord
        MOVE ZERO TO WaitEntryTime OF WaitlistRecord
        MOVE ZERO TO WaitEntrySeq OF WaitlistRecord
        START WaitlistFile KEY IS NOT LESS THAN
                WaitlistKey OF WaitlistRecord
            INVALID KEY
                SET WS-Scan-EOF TO TRUE
        END-START
        PERFORM UNTIL WS-Scan-EOF
            READ WaitlistFile NEXT RECORD
                AT END
                    SET WS-Scan-EOF TO TRUE
                NOT AT END
                    IF CourseCode OF WaitlistRecord = WS-Course-Arg
                        PERFORM ClearWaitlistEntry
                    ELSE
                        SET WS-Scan-EOF TO TRUE
                    END-IF
            END-READ
        END-PERFORM
    END-IF.
    IF WS-Waitlist-Count = ZERO
        MOVE "  (none)" TO NoticeLine
        WRITE NoticeLine
    END-IF.

ClearWaitlistEntry.
    IF AcademicTerm OF WaitlistRecord = WS-Active-Term
        IF Cancel-Whole-Course
                OR SectionNo OF WaitlistRecord = WS-Cancel-Section
            DELETE WaitlistFile
                INVALID KEY
                    DISPLAY "Unable to delete waitlist record, status "
                            WS-Wait-Status
                NOT INVALID KEY
                    ADD 1 TO WS-Waitlist-Count
                    MOVE SPACES TO NoticeLine
                    MOVE StudentId OF WaitlistRecord TO NoticeLine(1:7)
                    MOVE Surname OF WaitlistRecord TO NoticeLine(10:8)
                    MOVE Initials OF WaitlistRecord TO NoticeLine(19:2)
                    MOVE SectionNo OF WaitlistRecord TO NoticeLine(23:2)
                    MOVE "REMOVED FROM WAITLIST - SECTION CANCELLED"
                        TO NoticeLine(30:60)
                    WRITE NoticeLine
            END-DELETE
        END-IF
    END-IF.

CloseCancelledSections.
    MOVE SPACES TO NoticeLine.
    WRITE NoticeLine.
    MOVE "Sections closed" TO NoticeLine.
    WRITE NoticeLine.
    PERFORM CloseOneSection
        VARYING WS-Section-Sub FROM 1 BY 1
        UNTIL WS-Section-Sub > WS-Section-Count.

CloseOneSection.
    IF WS-Tsect-Cancelled(WS-Section-Sub)
        PERFORM CheckSectionInUse
        MOVE SPACES TO NoticeLine
        MOVE WS-Course-Arg TO NoticeLine(1:4)
        MOVE WS-Tsect-No(WS-Section-Sub) TO NoticeLine(6:2)
        IF WS-Section-In-Use
            ADD 1 TO WS-Kept-Count
            MOVE "*** NOT DELETED - STILL CARRIED ON THE ENROLLMENT FILE"
                TO NoticeLine(10:60)
        ELSE
            MOVE WS-Course-Arg TO CourseCode OF SectionRecord
            MOVE WS-Tsect-No(WS-Section-Sub) TO SectionNo OF SectionRecord
            READ SectionFile
                INVALID KEY
                    MOVE "ALREADY OFF THE SECTION FILE" TO NoticeLine(10:60)
                NOT INVALID KEY
                    MOVE SectionRecord TO WS-Audit-Before
                    DELETE SectionFile
                        INVALID KEY
                            ADD 1 TO WS-Kept-Count
                            MOVE "*** NOT DELETED - SECTION FILE ERROR"
                                TO NoticeLine(10:60)
                        NOT INVALID KEY
                            ADD 1 TO WS-Closed-Count
                            PERFORM WriteSectionAudit
                            MOVE "DELETED FROM THE SECTION FILE"
                                TO NoticeLine(10:60)
                    END-DELETE
            END-READ
        END-IF
        WRITE NoticeLine
    END-IF.

CheckSectionInUse.
    MOVE "N" TO WS-Section-In-Use-Flag.
    MOVE "N" TO WS-Chk-EOF-Flag.
    MOVE LOW-VALUES TO EnrollmentKey OF EnrollmentRecord.
    START EnrollmentFile KEY IS NOT LESS THAN
            EnrollmentKey OF EnrollmentRecord
        INVALID KEY
            SET WS-Chk-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-Chk-EOF OR WS-Section-In-Use
        READ EnrollmentFile NEXT RECORD
            AT END
                SET WS-Chk-EOF TO TRUE
            NOT AT END
                IF CourseCode OF EnrollmentRecord = WS-Course-Arg
                        AND SectionNo OF EnrollmentRecord
                            = WS-Tsect-No(WS-Section-Sub)
                    SET WS-Section-In-Use TO TRUE
                END-IF
        END-READ
    END-PERFORM.

WriteSectionAudit.
    ACCEPT AuditDate OF SectionAuditRecord FROM DATE YYYYMMDD.
    ACCEPT AuditTime OF SectionAuditRecord FROM TIME.
    MOVE WS-Operator-Id TO AuditOperator OF SectionAuditRecord.
    MOVE "D" TO AuditTransCode OF SectionAuditRecord.
    MOVE CourseCode OF WS-Audit-Before TO AuditCourseCode.
    MOVE SectionNo OF WS-Audit-Before TO AuditSectionNo.
    MOVE SectionDays OF WS-Audit-Before TO AuditBeforeDays.
    MOVE SectionStart OF WS-Audit-Before TO AuditBeforeStart.
    MOVE SectionEnd OF WS-Audit-Before TO AuditBeforeEnd.
    MOVE SectionInstructor OF WS-Audit-Before
        TO AuditBeforeInstructor.
    MOVE SectionRoom OF WS-Audit-Before TO AuditBeforeRoom.
    MOVE SectionCapacity OF WS-Audit-Before TO AuditBeforeCapacity.
    MOVE SPACES TO AuditAfterDays.
    MOVE ZERO TO AuditAfterStart.
    MOVE ZERO TO AuditAfterEnd.
    MOVE SPACES TO AuditAfterInstructor.
    MOVE SPACES TO AuditAfterRoom.
    MOVE ZERO TO AuditAfterCapacity.
    WRITE SectionAuditRecord.

WriteMoveAudit.
    ACCEPT AuditDate OF AuditRecord FROM DATE YYYYMMDD.
    ACCEPT AuditTime OF AuditRecord FROM TIME.
    MOVE WS-Operator-Id TO AuditOperator OF AuditRecord.
    MOVE "C" TO AuditTransCode OF AuditRecord.
    MOVE StudentId OF StudentDetails TO AuditStudentId.
    MOVE Surname OF StudentDetails TO AuditBeforeSurname.
    MOVE Initials OF StudentDetails TO AuditBeforeInitials.
    MOVE WS-Course-Arg TO AuditBeforeCourseCode.
    MOVE Gender OF StudentDetails TO AuditBeforeGender.
    MOVE Surname OF StudentDetails TO AuditAfterSurname.
    MOVE Initials OF StudentDetails TO AuditAfterInitials.
    MOVE WS-Course-Arg TO AuditAfterCourseCode.
    MOVE Gender OF StudentDetails TO AuditAfterGender.
    MOVE WS-Active-Term TO AuditAcademicTerm.
    WRITE AuditRecord.

WriteDropAudit.
    ACCEPT AuditDate OF AuditRecord FROM DATE YYYYMMDD.
    ACCEPT AuditTime OF AuditRecord FROM TIME.
    MOVE WS-Operator-Id TO AuditOperator OF AuditRecord.
    MOVE "D" TO AuditTransCode OF AuditRecord.
    MOVE StudentId OF StudentDetails TO AuditStudentId.
    MOVE Surname OF StudentDetails TO AuditBeforeSurname.
    MOVE Initials OF StudentDetails TO AuditBeforeInitials.
    MOVE WS-Course-Arg TO AuditBeforeCourseCode.
    MOVE Gender OF StudentDetails TO AuditBeforeGender.
    MOVE SPACES TO AuditAfterSurname.
    MOVE SPACES TO AuditAfterInitials.
    MOVE "CNCL" TO AuditAfterCourseCode.
    MOVE SPACES TO AuditAfterGender.
    MOVE WS-Active-Term TO AuditAcademicTerm.
    WRITE AuditRecord.

WriteRefusedAudit.
    ACCEPT AuditDate OF AuditRecord FROM DATE YYYYMMDD.
    ACCEPT AuditTime OF AuditRecord FROM TIME.
    MOVE WS-Operator-Id TO AuditOperator OF AuditRecord.
    MOVE "R" TO AuditTransCode OF AuditRecord.
    MOVE ZERO TO AuditStudentId.
    MOVE SPACES TO AuditBeforeSurname.
    MOVE SPACES TO AuditBeforeInitials.
    MOVE WS-Course-Arg TO AuditBeforeCourseCode.
    MOVE SPACES TO AuditBeforeGender.
    MOVE SPACES TO AuditAfterSurname.
    MOVE SPACES TO AuditAfterInitials.
    MOVE "D" TO AuditAfterCourseCode.
    MOVE SPACES TO AuditAfterGender.
    MOVE SPACES TO AuditAcademicTerm.
    WRITE AuditRecord.

WriteNoticeHeading.
    MOVE SPACES TO NoticeLine.
    STRING "Section cancellation notice - run date " DELIMITED SIZE
           WS-Run-Date DELIMITED SIZE
           "  operator " DELIMITED SIZE
           WS-Operator-Id DELIMITED SIZE
        INTO NoticeLine.
    WRITE NoticeLine.
    MOVE SPACES TO NoticeLine.
    STRING "Course " DELIMITED SIZE
           WS-Course-Arg DELIMITED SIZE
           " " DELIMITED SIZE
           CourseDesc OF CourseCatalogRecord DELIMITED SIZE
           "  term " DELIMITED SIZE
           WS-Active-Term DELIMITED SIZE
        INTO NoticeLine.
    WRITE NoticeLine.
    IF Cancel-Whole-Course
        MOVE "All sections of the course are cancelled" TO NoticeLine
        WRITE NoticeLine
    END-IF.
    PERFORM WriteCancelledSection
        VARYING WS-Section-Sub FROM 1 BY 1
        UNTIL WS-Section-Sub > WS-Section-Count.
    MOVE SPACES TO NoticeLine.
    WRITE NoticeLine.
    MOVE "Student  Name        Sec    Outcome" TO NoticeLine.
    WRITE NoticeLine.

WriteCancelledSection.
    IF WS-Tsect-Cancelled(WS-Section-Sub)
        MOVE SPACES TO NoticeLine
        STRING "Cancelled: section " DELIMITED SIZE
               WS-Tsect-No(WS-Section-Sub) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-Tsect-Days(WS-Section-Sub) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-Tsect-Start(WS-Section-Sub) DELIMITED SIZE
               "-" DELIMITED SIZE
               WS-Tsect-End(WS-Section-Sub) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-Tsect-Instructor(WS-Section-Sub) DELIMITED SIZE
               " room " DELIMITED SIZE
               WS-Tsect-Room(WS-Section-Sub) DELIMITED SIZE
            INTO NoticeLine
        WRITE NoticeLine
    END-IF.

WriteStudentNotice.
    MOVE SPACES TO NoticeLine.
    MOVE StudentId OF StudentDetails TO NoticeLine(1:7).
    MOVE Surname OF StudentDetails TO NoticeLine(10:8).
    MOVE Initials OF StudentDetails TO NoticeLine(19:2).
    MOVE WS-Aff-SectionNo(WS-Affected-Sub) TO NoticeLine(23:2).
    MOVE WS-Outcome TO NoticeLine(30:60).
    WRITE NoticeLine.

WriteNoticeSummary.
    MOVE SPACES TO NoticeLine.
    WRITE NoticeLine.
    MOVE WS-Moved-Count TO WS-Count-Display.
    MOVE SPACES TO NoticeLine.
    STRING "Students moved to another section: " DELIMITED SIZE
           WS-Count-Display DELIMITED SIZE
        INTO NoticeLine.
    WRITE NoticeLine.
    MOVE WS-Dropped-Count TO WS-Count-Display.
    MOVE SPACES TO NoticeLine.
    STRING "Students dropped from the course:  " DELIMITED SIZE
           WS-Count-Display DELIMITED SIZE
        INTO NoticeLine.
    WRITE NoticeLine.
    MOVE WS-Unchanged-Count TO WS-Count-Display.
    MOVE SPACES TO NoticeLine.
    STRING "Withdrawn/graded - not changed:    " DELIMITED SIZE
           WS-Count-Display DELIMITED SIZE
        INTO NoticeLine.
    WRITE NoticeLine.
    MOVE WS-Waitlist-Count TO WS-Count-Display.
    MOVE SPACES TO NoticeLine.
    STRING "Waitlist entries removed:          " DELIMITED SIZE
           WS-Count-Display DELIMITED SIZE
        INTO NoticeLine.
    WRITE NoticeLine.
    MOVE WS-Closed-Count TO WS-Count-Display.
    MOVE SPACES TO NoticeLine.
    STRING "Sections deleted from the file:    " DELIMITED SIZE
           WS-Count-Display DELIMITED SIZE
        INTO NoticeLine.
    WRITE NoticeLine.
    MOVE WS-Kept-Count TO WS-Count-Display.
    MOVE SPACES TO NoticeLine.
    STRING "Sections kept - still referenced:  " DELIMITED SIZE
           WS-Count-Display DELIMITED SIZE
        INTO NoticeLine.
    WRITE NoticeLine.
    MOVE SPACES TO NoticeLine.
    WRITE NoticeLine.
    MOVE "Registrar sign-off: ________________" TO NoticeLine.
    WRITE NoticeLine.

DisplaySummary.
    MOVE WS-Affected-Count TO WS-Count-Display.
    DISPLAY "Students in cancelled section(s): " WS-Count-Display.
    MOVE WS-Moved-Count TO WS-Count-Display.
    DISPLAY "Moved to another section:         " WS-Count-Display.
    MOVE WS-Dropped-Count TO WS-Count-Display.
    DISPLAY "Dropped from the course:          " WS-Count-Display.
    MOVE WS-Unchanged-Count TO WS-Count-Display.
    DISPLAY "Withdrawn/graded - not changed:   " WS-Count-Display.
    MOVE WS-Waitlist-Count TO WS-Count-Display.
    DISPLAY "Waitlist entries removed:         " WS-Count-Display.
    MOVE WS-Closed-Count TO WS-Count-Display.
    DISPLAY "Sections deleted from the file:   " WS-Count-Display.
    MOVE WS-Kept-Count TO WS-Count-Display.
    DISPLAY "Sections kept - still referenced: " WS-Count-Display.
