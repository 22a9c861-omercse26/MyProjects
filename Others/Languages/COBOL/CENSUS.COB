IDENTIFICATION DIVISION.
PROGRAM-ID. Census.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EnrollmentFile ASSIGN TO "STUDENRL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EnrollmentKey OF EnrollmentRecord
        FILE STATUS IS WS-Enroll-Status.

    SELECT StudentMasterFile ASSIGN TO "STUDMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS StudentId OF StudentMasterRecord
        ALTERNATE RECORD KEY IS Surname OF StudentMasterRecord
            WITH DUPLICATES
        FILE STATUS IS WS-Master-Status.

    SELECT CourseCatalogFile ASSIGN TO "COURSCAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CourseCode OF CourseCatalogRecord
        FILE STATUS IS WS-Course-Status.

    SELECT SectionFile ASSIGN TO "CRSESECT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SectionKey OF SectionRecord
        FILE STATUS IS WS-Sect-Status.

    SELECT WaitlistFile ASSIGN TO "WAITLIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS WaitlistKey OF WaitlistRecord
        FILE STATUS IS WS-Wait-Status.

    SELECT GradeResultsFile ASSIGN TO "GRADFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS GradeKey OF GradeResultRecord
        FILE STATUS IS WS-Results-Status.

    SELECT ActiveTermFile ASSIGN TO "ACTVTERM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ActvTerm-Status.

    SELECT ReportFile ASSIGN TO "CENSRPRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Status.

DATA DIVISION.
FILE SECTION.
FD  EnrollmentFile.
01  EnrollmentRecord.
    COPY ENRLFLDS.

FD  StudentMasterFile.
01  StudentMasterRecord.
    COPY STUDFLDS.

FD  CourseCatalogFile.
01  CourseCatalogRecord.
    COPY CRSEFLDS.

FD  SectionFile.
01  SectionRecord.
    COPY SECTFLDS.

FD  WaitlistFile.
01  WaitlistRecord.
    COPY WAITFLDS.

FD  GradeResultsFile.
01  GradeResultRecord.
    COPY GRADFLDS.

FD  ActiveTermFile.
01  ActiveTermRecord.
    02 ActiveTermValue PIC X(5).

FD  ReportFile.
01  ReportLine PIC X(132).

WORKING-STORAGE SECTION.
01 WS-Enroll-Status PIC XX.
    88 WS-Enroll-OK VALUE "00".

01 WS-Master-Status PIC XX.
    88 WS-Master-OK VALUE "00".

01 WS-Course-Status PIC XX.
    88 WS-Course-OK VALUE "00".

01 WS-Sect-Status PIC XX.
    88 WS-Sect-OK VALUE "00".
    88 WS-Sect-NoFile VALUE "35".

01 WS-Wait-Status PIC XX.
    88 WS-Wait-OK VALUE "00".
    88 WS-Wait-NoFile VALUE "35".

01 WS-Results-Status PIC XX.
    88 WS-Results-OK VALUE "00".
    88 WS-Results-NoFile VALUE "35".

01 WS-ActvTerm-Status PIC XX.
    88 WS-ActvTerm-OK VALUE "00".

01 WS-Report-Status PIC XX.
    88 WS-Report-OK VALUE "00".

01 WS-EOF-Flag PIC X.
    88 WS-EOF VALUE "Y".

01 WS-Term-Arg PIC X(5).
01 WS-Threshold-Arg PIC X(3).
01 WS-Threshold-Num PIC 9(3).
01 WS-Census-Term PIC X(5) VALUE SPACES.
01 WS-Prior-Term.
    02 WS-Prior-Year PIC 9(4).
    02 WS-Prior-Season PIC X.
01 WS-Prior-Known-Flag PIC X VALUE "N".
    88 WS-Prior-Known VALUE "Y".

01 WS-Review-Threshold PIC 9V99 VALUE 0.75.
01 WS-Review-Minimum PIC 9(3) VALUE 5.

01 WS-Course-Table.
    02 WS-Course-Entry OCCURS 200 TIMES.
       03 WS-Crs-Code PIC X(4).
       03 WS-Crs-Desc PIC X(20).
       03 WS-Crs-Cap PIC 9(3).
       03 WS-Crs-Gender-Count PIC 9(5) OCCURS 3 TIMES.
       03 WS-Crs-Total PIC 9(5).
       03 WS-Crs-Unsectioned PIC 9(5).
       03 WS-Crs-Prior PIC 9(5).
       03 WS-Crs-Wait PIC 9(5).
       03 WS-Crs-Grade-Count PIC 9(5) OCCURS 7 TIMES.
       03 WS-Crs-Grade-Total PIC 9(5).
       03 WS-Crs-Graded PIC 9(5).
       03 WS-Crs-Points PIC 9(6).
01 WS-Course-Entry-Count PIC 9(3) VALUE ZERO.

01 WS-Section-Table.
    02 WS-Section-Entry OCCURS 500 TIMES.
       03 WS-Sec-Course PIC X(4).
       03 WS-Sec-No PIC 9(2).
       03 WS-Sec-Instructor PIC X(15).
       03 WS-Sec-Cap PIC 9(3).
       03 WS-Sec-Gender-Count PIC 9(5) OCCURS 3 TIMES.
       03 WS-Sec-Total PIC 9(5).
       03 WS-Sec-Grade-Count PIC 9(5) OCCURS 7 TIMES.
       03 WS-Sec-Grade-Total PIC 9(5).
       03 WS-Sec-Graded PIC 9(5).
       03 WS-Sec-Points PIC 9(6).
01 WS-Section-Entry-Count PIC 9(3) VALUE ZERO.

01 WS-Instructor-Table.
    02 WS-Instructor-Entry OCCURS 200 TIMES.
       03 WS-Ins-Name PIC X(15).
       03 WS-Ins-Grade-Count PIC 9(5) OCCURS 7 TIMES.
       03 WS-Ins-Grade-Total PIC 9(5).
       03 WS-Ins-Graded PIC 9(5).
       03 WS-Ins-Points PIC 9(6).
01 WS-Instructor-Entry-Count PIC 9(3) VALUE ZERO.

01 WS-Course-Sub PIC 9(3).
01 WS-Section-Sub PIC 9(3).
01 WS-Instructor-Sub PIC 9(3).
01 WS-Table-Sub PIC 9(3).
01 WS-Grade-Sub PIC 9.
01 WS-Grade-Points PIC 9.
01 WS-Table-Found-Flag PIC X.
    88 WS-Table-Found VALUE "Y".
01 WS-Overflow-Flag PIC X VALUE "N".
    88 WS-Table-Overflow VALUE "Y".

01 WS-Lookup-Course PIC X(4).
01 WS-Lookup-SectNo PIC 9(2).
01 WS-Lookup-Instructor PIC X(15).

01 WS-Last-StudentId PIC 9(7) VALUE ZERO.
01 WS-Last-Prior-StudentId PIC 9(7) VALUE ZERO.
01 WS-Student-Gender-Sub PIC 9.

01 WS-Headcount PIC 9(7) VALUE ZERO.
01 WS-Head-Gender-Table.
    02 WS-Head-Gender PIC 9(7) OCCURS 3 TIMES VALUE ZERO.
01 WS-Prior-Headcount PIC 9(7) VALUE ZERO.
01 WS-Registration-Count PIC 9(7) VALUE ZERO.
01 WS-Prior-Registration-Count PIC 9(7) VALUE ZERO.
01 WS-Waitlist-Count PIC 9(7) VALUE ZERO.
01 WS-Grade-Count PIC 9(7) VALUE ZERO.
01 WS-NoCourse-Count PIC 9(7) VALUE ZERO.
01 WS-NoSection-Count PIC 9(7) VALUE ZERO.
01 WS-NoMaster-Count PIC 9(7) VALUE ZERO.
01 WS-Review-Count PIC 9(7) VALUE ZERO.
01 WS-Count-Display PIC ZZZZZZ9.

01 WS-Line-Gender-Table.
    02 WS-Line-Gender-Count PIC 9(5) OCCURS 3 TIMES.
01 WS-Line-Total PIC 9(5).
01 WS-Line-Cap PIC 9(3).
01 WS-Line-Fill PIC 9(4).

01 WS-Dist-Count-Table.
    02 WS-Dist-Count PIC 9(5) OCCURS 7 TIMES.
01 WS-Dist-Total PIC 9(5).
01 WS-Dist-Graded PIC 9(5).
01 WS-Dist-Points PIC 9(6).
01 WS-Dist-Pct PIC 9(3).
01 WS-Dist-Pos PIC 9(3).
01 WS-Dist-Mean PIC 9V99.
01 WS-Course-Mean PIC 9V99.
01 WS-Mean-Diff PIC S9V99.

01 WS-Small-Display PIC ZZZZ9.
01 WS-Pct-Display PIC ZZ9.
01 WS-Fill-Display PIC ZZZ9.
01 WS-Change PIC S9(5).
01 WS-Change-Display PIC -ZZZZ9.
01 WS-Mean-Display PIC 9.99.
01 WS-Threshold-Display PIC 9.99.

01 WS-Sections-Absent-Flag PIC X VALUE "N".
    88 WS-Sections-Absent VALUE "Y".
01 WS-Waitlist-Absent-Flag PIC X VALUE "N".
    88 WS-Waitlist-Absent VALUE "Y".
01 WS-Grades-Absent-Flag PIC X VALUE "N".
    88 WS-Grades-Absent VALUE "Y".
01 WS-Any-Grades-Flag PIC X VALUE "N".
    88 WS-Any-Grades VALUE "Y".

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
    PERFORM GetCensusTerm.
    OPEN OUTPUT ReportFile.
    IF NOT WS-Report-OK
        DISPLAY "Unable to open census report file, status "
                WS-Report-Status
        STOP RUN
    END-IF.

    PERFORM LoadCourses.
    PERFORM LoadSections.
    OPEN INPUT EnrollmentFile.
    IF NOT WS-Enroll-OK
        DISPLAY "Unable to open enrollment file, status " WS-Enroll-Status
        STOP RUN
    END-IF.
    OPEN INPUT StudentMasterFile.
    IF NOT WS-Master-OK
        DISPLAY "Unable to open student master, status " WS-Master-Status
        STOP RUN
    END-IF.
    PERFORM TallyEnrollments.
    CLOSE StudentMasterFile.
    PERFORM TallyWaitlist.
    PERFORM TallyGrades.
    CLOSE EnrollmentFile.

    PERFORM WriteReportHeading.
    PERFORM WriteHeadcount.
    PERFORM WriteCensusByCourse.
    PERFORM WriteGradesByCourse.
    PERFORM WriteGradesByInstructor.
    PERFORM WriteReportSummary.
    CLOSE ReportFile.
    PERFORM DisplaySummary.
    STOP RUN.

GetRunDate.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
    MOVE WS-Run-Date(1:4) TO WS-Heading-YYYY.
    MOVE WS-Run-Date(5:2) TO WS-Heading-MM.
    MOVE WS-Run-Date(7:2) TO WS-Heading-DD.

GetCensusTerm.
    DISPLAY 1 UPON ARGUMENT-NUMBER.
    ACCEPT WS-Term-Arg FROM ARGUMENT-VALUE
        ON EXCEPTION
            MOVE SPACES TO WS-Term-Arg
    END-ACCEPT.
    DISPLAY 2 UPON ARGUMENT-NUMBER.
    ACCEPT WS-Threshold-Arg FROM ARGUMENT-VALUE
        ON EXCEPTION
            MOVE SPACES TO WS-Threshold-Arg
    END-ACCEPT.
    IF WS-Term-Arg = SPACES
        PERFORM LoadActiveTerm
    ELSE
        MOVE WS-Term-Arg TO WS-Census-Term
    END-IF.
    IF WS-Census-Term = SPACES
        DISPLAY "No census term given and no active term on file"
        STOP RUN
    END-IF.
    IF WS-Threshold-Arg NUMERIC
        MOVE WS-Threshold-Arg TO WS-Threshold-Num
        COMPUTE WS-Review-Threshold = WS-Threshold-Num / 100
    END-IF.
    IF WS-Census-Term(1:4) NUMERIC
        MOVE WS-Census-Term(1:4) TO WS-Prior-Year
        SUBTRACT 1 FROM WS-Prior-Year
        MOVE WS-Census-Term(5:1) TO WS-Prior-Season
        SET WS-Prior-Known TO TRUE
    ELSE
        MOVE SPACES TO WS-Prior-Term
        DISPLAY "Census term " WS-Census-Term " does not start with a"
                " year - no prior-year comparison"
    END-IF.

LoadActiveTerm.
    OPEN INPUT ActiveTermFile.
    IF WS-ActvTerm-OK
        READ ActiveTermFile
            AT END
                CONTINUE
            NOT AT END
                MOVE ActiveTermValue TO WS-Census-Term
        END-READ
        CLOSE ActiveTermFile
    END-IF.

LoadCourses.
    OPEN INPUT CourseCatalogFile.
    IF NOT WS-Course-OK
        DISPLAY "Unable to open course catalog, status " WS-Course-Status
        STOP RUN
    END-IF.
    MOVE "N" TO WS-EOF-Flag.
    PERFORM UNTIL WS-EOF
        READ CourseCatalogFile
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                PERFORM AddCourseEntry
        END-READ
    END-PERFORM.
    CLOSE CourseCatalogFile.

AddCourseEntry.
    IF WS-Course-Entry-Count < 200
        ADD 1 TO WS-Course-Entry-Count
        MOVE WS-Course-Entry-Count TO WS-Course-Sub
        INITIALIZE WS-Course-Entry(WS-Course-Sub)
        MOVE CourseCode OF CourseCatalogRecord
            TO WS-Crs-Code(WS-Course-Sub)
        MOVE CourseDesc OF CourseCatalogRecord
            TO WS-Crs-Desc(WS-Course-Sub)
        MOVE CourseCapacity OF CourseCatalogRecord
            TO WS-Crs-Cap(WS-Course-Sub)
    ELSE
        SET WS-Table-Overflow TO TRUE
        DISPLAY "Course census table full - "
                CourseCode OF CourseCatalogRecord " not counted"
    END-IF.

LoadSections.
    OPEN INPUT SectionFile.
    IF WS-Sect-NoFile
        SET WS-Sections-Absent TO TRUE
    ELSE
        IF NOT WS-Sect-OK
            DISPLAY "Unable to open course section file, status "
                    WS-Sect-Status
            STOP RUN
        END-IF
        MOVE "N" TO WS-EOF-Flag
        PERFORM UNTIL WS-EOF
            READ SectionFile
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    PERFORM AddSectionEntry
            END-READ
        END-PERFORM
        CLOSE SectionFile
    END-IF.

AddSectionEntry.
    IF WS-Section-Entry-Count < 500
        ADD 1 TO WS-Section-Entry-Count
        MOVE WS-Section-Entry-Count TO WS-Section-Sub
        INITIALIZE WS-Section-Entry(WS-Section-Sub)
        MOVE CourseCode OF SectionRecord TO WS-Sec-Course(WS-Section-Sub)
        MOVE SectionNo OF SectionRecord TO WS-Sec-No(WS-Section-Sub)
        MOVE SectionInstructor TO WS-Sec-Instructor(WS-Section-Sub)
        MOVE SectionCapacity TO WS-Sec-Cap(WS-Section-Sub)
    ELSE
        SET WS-Table-Overflow TO TRUE
        DISPLAY "Section census table full - "
                CourseCode OF SectionRecord " section "
                SectionNo OF SectionRecord " not counted"
    END-IF.

TallyEnrollments.
    MOVE "N" TO WS-EOF-Flag.
    PERFORM UNTIL WS-EOF
        READ EnrollmentFile NEXT RECORD
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                EVALUATE AcademicTerm OF EnrollmentRecord
                    WHEN WS-Census-Term
                        PERFORM TallyCensusEnrollment
                    WHEN WS-Prior-Term
                        IF WS-Prior-Known
                            PERFORM TallyPriorEnrollment
                        END-IF
                END-EVALUATE
        END-READ
    END-PERFORM.

TallyCensusEnrollment.
    IF StudentId OF EnrollmentRecord NOT = WS-Last-StudentId
        MOVE StudentId OF EnrollmentRecord TO WS-Last-StudentId
        PERFORM CountStudent
    END-IF.
    ADD 1 TO WS-Registration-Count.
    MOVE CourseCode OF EnrollmentRecord TO WS-Lookup-Course.
    PERFORM FindCourse.
    IF NOT WS-Table-Found
        ADD 1 TO WS-NoCourse-Count
        DISPLAY "Enrollment for student " StudentId OF EnrollmentRecord
                " is in course " WS-Lookup-Course
                " which is not in the catalog - not counted"
    ELSE
        ADD 1 TO WS-Crs-Gender-Count(WS-Course-Sub WS-Student-Gender-Sub)
        ADD 1 TO WS-Crs-Total(WS-Course-Sub)
        IF SectionNo OF EnrollmentRecord = ZERO
            ADD 1 TO WS-Crs-Unsectioned(WS-Course-Sub)
        ELSE
            MOVE SectionNo OF EnrollmentRecord TO WS-Lookup-SectNo
            PERFORM FindSection
            IF WS-Table-Found
                ADD 1 TO WS-Sec-Gender-Count(WS-Section-Sub
                                             WS-Student-Gender-Sub)
                ADD 1 TO WS-Sec-Total(WS-Section-Sub)
            ELSE
                ADD 1 TO WS-NoSection-Count
                ADD 1 TO WS-Crs-Unsectioned(WS-Course-Sub)
            END-IF
        END-IF
    END-IF.

CountStudent.
    ADD 1 TO WS-Headcount.
    MOVE StudentId OF EnrollmentRecord TO StudentId OF StudentMasterRecord.
    READ StudentMasterFile
        INVALID KEY
            ADD 1 TO WS-NoMaster-Count
            MOVE SPACE TO Gender OF StudentMasterRecord
    END-READ.
    EVALUATE Gender OF StudentMasterRecord
        WHEN "M"
            MOVE 1 TO WS-Student-Gender-Sub
        WHEN "F"
            MOVE 2 TO WS-Student-Gender-Sub
        WHEN OTHER
            MOVE 3 TO WS-Student-Gender-Sub
    END-EVALUATE.
    ADD 1 TO WS-Head-Gender(WS-Student-Gender-Sub).

TallyPriorEnrollment.
    IF StudentId OF EnrollmentRecord NOT = WS-Last-Prior-StudentId
        MOVE StudentId OF EnrollmentRecord TO WS-Last-Prior-StudentId
        ADD 1 TO WS-Prior-Headcount
    END-IF.
    ADD 1 TO WS-Prior-Registration-Count.
    MOVE CourseCode OF EnrollmentRecord TO WS-Lookup-Course.
    PERFORM FindCourse.
    IF WS-Table-Found
        ADD 1 TO WS-Crs-Prior(WS-Course-Sub)
    END-IF.

FindCourse.
    MOVE "N" TO WS-Table-Found-Flag.
    PERFORM CompareCourseEntry
        VARYING WS-Table-Sub FROM 1 BY 1
        UNTIL WS-Table-Sub > WS-Course-Entry-Count
            OR WS-Table-Found.

CompareCourseEntry.
    IF WS-Crs-Code(WS-Table-Sub) = WS-Lookup-Course
        SET WS-Table-Found TO TRUE
        MOVE WS-Table-Sub TO WS-Course-Sub
    END-IF.

FindSection.
    MOVE "N" TO WS-Table-Found-Flag.
    PERFORM CompareSectionEntry
        VARYING WS-Table-Sub FROM 1 BY 1
        UNTIL WS-Table-Sub > WS-Section-Entry-Count
            OR WS-Table-Found.

CompareSectionEntry.
    IF WS-Sec-Course(WS-Table-Sub) = WS-Lookup-Course
            AND WS-Sec-No(WS-Table-Sub) = WS-Lookup-SectNo
        SET WS-Table-Found TO TRUE
        MOVE WS-Table-Sub TO WS-Section-Sub
    END-IF.

TallyWaitlist.
    OPEN INPUT WaitlistFile.
    IF WS-Wait-NoFile
        SET WS-Waitlist-Absent TO TRUE
    ELSE
        IF NOT WS-Wait-OK
            DISPLAY "Unable to open waitlist file, status "
                    WS-Wait-Status
            STOP RUN
        END-IF
        MOVE "N" TO WS-EOF-Flag
        PERFORM UNTIL WS-EOF
            READ WaitlistFile
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF AcademicTerm OF WaitlistRecord = WS-Census-Term
                        ADD 1 TO WS-Waitlist-Count
                        MOVE CourseCode OF WaitlistRecord
                            TO WS-Lookup-Course
                        PERFORM FindCourse
                        IF WS-Table-Found
                            ADD 1 TO WS-Crs-Wait(WS-Course-Sub)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WaitlistFile
    END-IF.

TallyGrades.
    OPEN INPUT GradeResultsFile.
    IF WS-Results-NoFile
        SET WS-Grades-Absent TO TRUE
    ELSE
        IF NOT WS-Results-OK
            DISPLAY "Unable to open grade results file, status "
                    WS-Results-Status
            STOP RUN
        END-IF
        MOVE "N" TO WS-EOF-Flag
        PERFORM UNTIL WS-EOF
            READ GradeResultsFile
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF AcademicTerm OF GradeResultRecord = WS-Census-Term
                        PERFORM TallyOneGrade
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GradeResultsFile
    END-IF.

TallyOneGrade.
    MOVE ZERO TO WS-Grade-Points.
    EVALUATE Grade
        WHEN "A"
            MOVE 1 TO WS-Grade-Sub
            MOVE 4 TO WS-Grade-Points
        WHEN "B"
            MOVE 2 TO WS-Grade-Sub
            MOVE 3 TO WS-Grade-Points
        WHEN "C"
            MOVE 3 TO WS-Grade-Sub
            MOVE 2 TO WS-Grade-Points
        WHEN "D"
            MOVE 4 TO WS-Grade-Sub
            MOVE 1 TO WS-Grade-Points
        WHEN "F"
            MOVE 5 TO WS-Grade-Sub
        WHEN "I"
            MOVE 6 TO WS-Grade-Sub
        WHEN "W"
            MOVE 7 TO WS-Grade-Sub
        WHEN OTHER
            MOVE ZERO TO WS-Grade-Sub
    END-EVALUATE.
    IF WS-Grade-Sub NOT = ZERO
        MOVE CourseCode OF GradeResultRecord TO WS-Lookup-Course
        PERFORM FindCourse
        IF WS-Table-Found
            SET WS-Any-Grades TO TRUE
            ADD 1 TO WS-Grade-Count
            ADD 1 TO WS-Crs-Grade-Count(WS-Course-Sub WS-Grade-Sub)
            ADD 1 TO WS-Crs-Grade-Total(WS-Course-Sub)
            IF WS-Grade-Sub < 6
                ADD 1 TO WS-Crs-Graded(WS-Course-Sub)
                ADD WS-Grade-Points TO WS-Crs-Points(WS-Course-Sub)
            END-IF
            PERFORM TallyGradeSection
        END-IF
    END-IF.

TallyGradeSection.
    MOVE GradeKey TO EnrollmentKey.
    READ EnrollmentFile
        INVALID KEY
            MOVE ZERO TO SectionNo OF EnrollmentRecord
    END-READ.
    IF SectionNo OF EnrollmentRecord NOT = ZERO
        MOVE SectionNo OF EnrollmentRecord TO WS-Lookup-SectNo
        PERFORM FindSection
        IF WS-Table-Found
            ADD 1 TO WS-Sec-Grade-Count(WS-Section-Sub WS-Grade-Sub)
            ADD 1 TO WS-Sec-Grade-Total(WS-Section-Sub)
            IF WS-Grade-Sub < 6
                ADD 1 TO WS-Sec-Graded(WS-Section-Sub)
                ADD WS-Grade-Points TO WS-Sec-Points(WS-Section-Sub)
            END-IF
            MOVE WS-Sec-Instructor(WS-Section-Sub)
                TO WS-Lookup-Instructor
            PERFORM TallyInstructor
        END-IF
    END-IF.

TallyInstructor.
    IF WS-Lookup-Instructor = SPACES
        MOVE "(UNASSIGNED)" TO WS-Lookup-Instructor
    END-IF.
    MOVE "N" TO WS-Table-Found-Flag.
    PERFORM CompareInstructorEntry
        VARYING WS-Table-Sub FROM 1 BY 1
        UNTIL WS-Table-Sub > WS-Instructor-Entry-Count
            OR WS-Table-Found.
    IF NOT WS-Table-Found
        IF WS-Instructor-Entry-Count < 200
            ADD 1 TO WS-Instructor-Entry-Count
            MOVE WS-Instructor-Entry-Count TO WS-Instructor-Sub
            INITIALIZE WS-Instructor-Entry(WS-Instructor-Sub)
            MOVE WS-Lookup-Instructor TO WS-Ins-Name(WS-Instructor-Sub)
            SET WS-Table-Found TO TRUE
        ELSE
            SET WS-Table-Overflow TO TRUE
            DISPLAY "Instructor table full - " WS-Lookup-Instructor
                    " not summarised"
        END-IF
    END-IF.
    IF WS-Table-Found
        ADD 1 TO WS-Ins-Grade-Count(WS-Instructor-Sub WS-Grade-Sub)
        ADD 1 TO WS-Ins-Grade-Total(WS-Instructor-Sub)
        IF WS-Grade-Sub < 6
            ADD 1 TO WS-Ins-Graded(WS-Instructor-Sub)
            ADD WS-Grade-Points TO WS-Ins-Points(WS-Instructor-Sub)
        END-IF
    END-IF.

CompareInstructorEntry.
    IF WS-Ins-Name(WS-Table-Sub) = WS-Lookup-Instructor
        SET WS-Table-Found TO TRUE
        MOVE WS-Table-Sub TO WS-Instructor-Sub
    END-IF.

WriteReportHeading.
    MOVE SPACES TO ReportLine.
    STRING "Term census report - term " DELIMITED SIZE
           WS-Census-Term DELIMITED SIZE
           "  compared with " DELIMITED SIZE
           WS-Prior-Term DELIMITED SIZE
           "  as of " DELIMITED SIZE
           WS-Heading-Date DELIMITED SIZE
        INTO ReportLine.
    WRITE ReportLine.
    MOVE SPACES TO ReportLine.
    WRITE ReportLine.

WriteHeadcount.
    MOVE "Student headcount" TO ReportLine.
    WRITE ReportLine.
    MOVE SPACES TO ReportLine.
    MOVE "  Students registered:" TO ReportLine(1:22).
    MOVE WS-Headcount TO WS-Count-Display.
    MOVE WS-Count-Display TO ReportLine(24:7).
    MOVE "Male" TO ReportLine(34:4).
    MOVE WS-Head-Gender(1) TO WS-Count-Display.
    MOVE WS-Count-Display TO ReportLine(39:7).
    MOVE "Female" TO ReportLine(48:6).
    MOVE WS-Head-Gender(2) TO WS-Count-Display.
    MOVE WS-Count-Display TO ReportLine(55:7).
    MOVE "Other" TO ReportLine(64:5).
    MOVE WS-Head-Gender(3) TO WS-Count-Display.
    MOVE WS-Count-Display TO ReportLine(70:7).
    WRITE ReportLine.
    MOVE SPACES TO ReportLine.
    MOVE "  Course registrations:" TO ReportLine(1:23).
    MOVE WS-Registration-Count TO WS-Count-Display.
    MOVE WS-Count-Display TO ReportLine(24:7).
    WRITE ReportLine.
    IF WS-Prior-Known
        MOVE SPACES TO ReportLine
        MOVE "  Prior-year students:" TO ReportLine(1:22)
        MOVE WS-Prior-Headcount TO WS-Count-Display
        MOVE WS-Count-Display TO ReportLine(24:7)
        MOVE "Change" TO ReportLine(34:6)
        COMPUTE WS-Change = WS-Headcount - WS-Prior-Headcount
        MOVE WS-Change TO WS-Change-Display
        MOVE WS-Change-Display TO ReportLine(41:6)
        WRITE ReportLine
        MOVE SPACES TO ReportLine
        MOVE "  Prior registrations:" TO ReportLine(1:22)
        MOVE WS-Prior-Registration-Count TO WS-Count-Display
        MOVE WS-Count-Display TO ReportLine(24:7)
        MOVE "Change" TO ReportLine(34:6)
        COMPUTE WS-Change =
            WS-Registration-Count - WS-Prior-Registration-Count
        MOVE WS-Change TO WS-Change-Display
        MOVE WS-Change-Display TO ReportLine(41:6)
        WRITE ReportLine
    END-IF.
    MOVE SPACES TO ReportLine.
    WRITE ReportLine.

WriteCensusByCourse.
    MOVE "Registrations by course and section" TO ReportLine.
    WRITE ReportLine.
    MOVE SPACES TO ReportLine.
    MOVE "Crse Sec Course/instructor" TO ReportLine(1:26).
    MOVE " Male   Fem Other Total   Cap Fill%  Wait Prior Change"
        TO ReportLine(31:54).
    WRITE ReportLine.
    PERFORM WriteCourseCensus
        VARYING WS-Course-Sub FROM 1 BY 1
        UNTIL WS-Course-Sub > WS-Course-Entry-Count.
    MOVE SPACES TO ReportLine.
    WRITE ReportLine.

WriteCourseCensus.
    MOVE SPACES TO ReportLine.
    MOVE WS-Crs-Code(WS-Course-Sub) TO ReportLine(1:4).
    MOVE WS-Crs-Desc(WS-Course-Sub) TO ReportLine(10:20).
    MOVE WS-Crs-Gender-Count(WS-Course-Sub 1) TO WS-Line-Gender-Count(1).
    MOVE WS-Crs-Gender-Count(WS-Course-Sub 2) TO WS-Line-Gender-Count(2).
    MOVE WS-Crs-Gender-Count(WS-Course-Sub 3) TO WS-Line-Gender-Count(3).
    MOVE WS-Crs-Total(WS-Course-Sub) TO WS-Line-Total.
    MOVE WS-Crs-Cap(WS-Course-Sub) TO WS-Line-Cap.
    PERFORM FormatCensusCounts.
    MOVE WS-Crs-Wait(WS-Course-Sub) TO WS-Small-Display.
    MOVE WS-Small-Display TO ReportLine(67:5).
    IF WS-Prior-Known
        MOVE WS-Crs-Prior(WS-Course-Sub) TO WS-Small-Display
        MOVE WS-Small-Display TO ReportLine(73:5)
        COMPUTE WS-Change =
            WS-Crs-Total(WS-Course-Sub) - WS-Crs-Prior(WS-Course-Sub)
        MOVE WS-Change TO WS-Change-Display
        MOVE WS-Change-Display TO ReportLine(79:6)
    END-IF.
    WRITE ReportLine.
    PERFORM WriteSectionCensus
        VARYING WS-Section-Sub FROM 1 BY 1
        UNTIL WS-Section-Sub > WS-Section-Entry-Count.
    IF WS-Crs-Unsectioned(WS-Course-Sub) > ZERO
        MOVE SPACES TO ReportLine
        MOVE "--" TO ReportLine(7:2)
        MOVE "(no section)" TO ReportLine(10:12)
        MOVE WS-Crs-Unsectioned(WS-Course-Sub) TO WS-Small-Display
        MOVE WS-Small-Display TO ReportLine(49:5)
        WRITE ReportLine
    END-IF.

WriteSectionCensus.
    IF WS-Sec-Course(WS-Section-Sub) = WS-Crs-Code(WS-Course-Sub)
        MOVE SPACES TO ReportLine
        MOVE WS-Sec-No(WS-Section-Sub) TO ReportLine(7:2)
        MOVE WS-Sec-Instructor(WS-Section-Sub) TO ReportLine(10:15)
        MOVE WS-Sec-Gender-Count(WS-Section-Sub 1)
            TO WS-Line-Gender-Count(1)
        MOVE WS-Sec-Gender-Count(WS-Section-Sub 2)
            TO WS-Line-Gender-Count(2)
        MOVE WS-Sec-Gender-Count(WS-Section-Sub 3)
            TO WS-Line-Gender-Count(3)
        MOVE WS-Sec-Total(WS-Section-Sub) TO WS-Line-Total
        MOVE WS-Sec-Cap(WS-Section-Sub) TO WS-Line-Cap
        PERFORM FormatCensusCounts
        WRITE ReportLine
    END-IF.

FormatCensusCounts.
    MOVE WS-Line-Gender-Count(1) TO WS-Small-Display.
    MOVE WS-Small-Display TO ReportLine(31:5).
    MOVE WS-Line-Gender-Count(2) TO WS-Small-Display.
    MOVE WS-Small-Display TO ReportLine(37:5).
    MOVE WS-Line-Gender-Count(3) TO WS-Small-Display.
    MOVE WS-Small-Display TO ReportLine(43:5).
    MOVE WS-Line-Total TO WS-Small-Display.
    MOVE WS-Small-Display TO ReportLine(49:5).
    IF WS-Line-Cap = ZERO
        MOVE "UNCAP" TO ReportLine(55:5)
    ELSE
        MOVE WS-Line-Cap TO WS-Small-Display
        MOVE WS-Small-Display TO ReportLine(55:5)
        COMPUTE WS-Line-Fill ROUNDED = WS-Line-Total * 100 / WS-Line-Cap
        MOVE WS-Line-Fill TO WS-Fill-Display
        MOVE WS-Fill-Display TO ReportLine(61:4)
        MOVE "%" TO ReportLine(65:1)
    END-IF.

WriteGradesByCourse.
    MOVE "Grade distribution by course and section" TO ReportLine.
    WRITE ReportLine.
    PERFORM WriteGradeHeading.
    IF NOT WS-Any-Grades
        MOVE "  (no grades posted for this term)" TO ReportLine
        WRITE ReportLine
    ELSE
        PERFORM WriteCourseGrades
            VARYING WS-Course-Sub FROM 1 BY 1
            UNTIL WS-Course-Sub > WS-Course-Entry-Count
    END-IF.
    MOVE SPACES TO ReportLine.
    WRITE ReportLine.
    MOVE SPACES TO ReportLine.
    MOVE WS-Review-Threshold TO WS-Threshold-Display.
    MOVE WS-Review-Minimum TO WS-Small-Display.
    STRING "  REVIEW: section mean differs from the course mean by "
               DELIMITED SIZE
           WS-Threshold-Display DELIMITED SIZE
           " or more (A=4 ... F=0, at least" DELIMITED SIZE
           WS-Small-Display DELIMITED SIZE
           " letter grades)" DELIMITED SIZE
        INTO ReportLine.
    WRITE ReportLine.
    MOVE SPACES TO ReportLine.
    WRITE ReportLine.

WriteGradeHeading.
    MOVE SPACES TO ReportLine.
    MOVE "Crse Sec Course/instructor" TO ReportLine(1:26).
    MOVE "    A   %    B   %    C   %    D   %" TO ReportLine(31:36).
    MOVE "    F   %    I   %    W   %" TO ReportLine(67:27).
    MOVE "Total Mean  Review" TO ReportLine(95:18).
    WRITE ReportLine.

WriteCourseGrades.
    IF WS-Crs-Grade-Total(WS-Course-Sub) > ZERO
        MOVE SPACES TO ReportLine
        MOVE WS-Crs-Code(WS-Course-Sub) TO ReportLine(1:4)
        MOVE WS-Crs-Desc(WS-Course-Sub) TO ReportLine(10:20)
        PERFORM LoadCourseDist
        PERFORM FormatDistribution
        MOVE WS-Dist-Mean TO WS-Course-Mean
        WRITE ReportLine
        PERFORM WriteSectionGrades
            VARYING WS-Section-Sub FROM 1 BY 1
            UNTIL WS-Section-Sub > WS-Section-Entry-Count
    END-IF.

LoadCourseDist.
    PERFORM VARYING WS-Grade-Sub FROM 1 BY 1 UNTIL WS-Grade-Sub > 7
        MOVE WS-Crs-Grade-Count(WS-Course-Sub WS-Grade-Sub)
            TO WS-Dist-Count(WS-Grade-Sub)
    END-PERFORM.
    MOVE WS-Crs-Grade-Total(WS-Course-Sub) TO WS-Dist-Total.
    MOVE WS-Crs-Graded(WS-Course-Sub) TO WS-Dist-Graded.
    MOVE WS-Crs-Points(WS-Course-Sub) TO WS-Dist-Points.

WriteSectionGrades.
    IF WS-Sec-Course(WS-Section-Sub) = WS-Crs-Code(WS-Course-Sub)
            AND WS-Sec-Grade-Total(WS-Section-Sub) > ZERO
        MOVE SPACES TO ReportLine
        MOVE WS-Sec-No(WS-Section-Sub) TO ReportLine(7:2)
        MOVE WS-Sec-Instructor(WS-Section-Sub) TO ReportLine(10:15)
        PERFORM VARYING WS-Grade-Sub FROM 1 BY 1 UNTIL WS-Grade-Sub > 7
            MOVE WS-Sec-Grade-Count(WS-Section-Sub WS-Grade-Sub)
                TO WS-Dist-Count(WS-Grade-Sub)
        END-PERFORM
        MOVE WS-Sec-Grade-Total(WS-Section-Sub) TO WS-Dist-Total
        MOVE WS-Sec-Graded(WS-Section-Sub) TO WS-Dist-Graded
        MOVE WS-Sec-Points(WS-Section-Sub) TO WS-Dist-Points
        PERFORM FormatDistribution
        PERFORM CheckSectionReview
        WRITE ReportLine
    END-IF.

CheckSectionReview.
    IF WS-Dist-Graded NOT < WS-Review-Minimum
            AND WS-Crs-Graded(WS-Course-Sub) > WS-Dist-Graded
        COMPUTE WS-Mean-Diff = WS-Dist-Mean - WS-Course-Mean
        IF WS-Mean-Diff NOT < WS-Review-Threshold
            MOVE "*** REVIEW HIGH" TO ReportLine(107:15)
            ADD 1 TO WS-Review-Count
        ELSE
            IF WS-Mean-Diff NOT > ZERO - WS-Review-Threshold
                MOVE "*** REVIEW LOW" TO ReportLine(107:14)
                ADD 1 TO WS-Review-Count
            END-IF
        END-IF
    END-IF.

FormatDistribution.
    PERFORM FormatGradeCount
        VARYING WS-Grade-Sub FROM 1 BY 1
        UNTIL WS-Grade-Sub > 7.
    MOVE WS-Dist-Total TO WS-Small-Display.
    MOVE WS-Small-Display TO ReportLine(95:5).
    IF WS-Dist-Graded > ZERO
        COMPUTE WS-Dist-Mean ROUNDED = WS-Dist-Points / WS-Dist-Graded
        MOVE WS-Dist-Mean TO WS-Mean-Display
        MOVE WS-Mean-Display TO ReportLine(101:4)
    ELSE
        MOVE ZERO TO WS-Dist-Mean
        MOVE " -- " TO ReportLine(101:4)
    END-IF.

FormatGradeCount.
    COMPUTE WS-Dist-Pos = 31 + (WS-Grade-Sub - 1) * 9.
    MOVE WS-Dist-Count(WS-Grade-Sub) TO WS-Small-Display.
    MOVE WS-Small-Display TO ReportLine(WS-Dist-Pos:5).
    COMPUTE WS-Dist-Pct ROUNDED =
        WS-Dist-Count(WS-Grade-Sub) * 100 / WS-Dist-Total.
    MOVE WS-Dist-Pct TO WS-Pct-Display.
    ADD 5 TO WS-Dist-Pos.
    MOVE WS-Pct-Display TO ReportLine(WS-Dist-Pos:3).

WriteGradesByInstructor.
    MOVE "Grade distribution by instructor" TO ReportLine.
    WRITE ReportLine.
    PERFORM WriteGradeHeading.
    IF WS-Instructor-Entry-Count = ZERO
        MOVE "  (no sectioned grades posted for this term)" TO ReportLine
        WRITE ReportLine
    END-IF.
    PERFORM WriteInstructorGrades
        VARYING WS-Instructor-Sub FROM 1 BY 1
        UNTIL WS-Instructor-Sub > WS-Instructor-Entry-Count.
    MOVE SPACES TO ReportLine.
    WRITE ReportLine.

WriteInstructorGrades.
    MOVE SPACES TO ReportLine.
    MOVE WS-Ins-Name(WS-Instructor-Sub) TO ReportLine(10:15).
    PERFORM VARYING WS-Grade-Sub FROM 1 BY 1 UNTIL WS-Grade-Sub > 7
        MOVE WS-Ins-Grade-Count(WS-Instructor-Sub WS-Grade-Sub)
            TO WS-Dist-Count(WS-Grade-Sub)
    END-PERFORM.
    MOVE WS-Ins-Grade-Total(WS-Instructor-Sub) TO WS-Dist-Total.
    MOVE WS-Ins-Graded(WS-Instructor-Sub) TO WS-Dist-Graded.
    MOVE WS-Ins-Points(WS-Instructor-Sub) TO WS-Dist-Points.
    PERFORM FormatDistribution.
    WRITE ReportLine.

WriteReportSummary.
    MOVE "Census summary" TO ReportLine.
    WRITE ReportLine.
    MOVE WS-Waitlist-Count TO WS-Count-Display.
    MOVE SPACES TO ReportLine.
    STRING "  Waitlist entries for the term:      " DELIMITED SIZE
           WS-Count-Display DELIMITED SIZE
        INTO ReportLine.
    WRITE ReportLine.
    MOVE WS-Grade-Count TO WS-Count-Display.
    MOVE SPACES TO ReportLine.
    STRING "  Grades posted for the term:         " DELIMITED SIZE
           WS-Count-Display DELIMITED SIZE
        INTO ReportLine.
    WRITE ReportLine.
    MOVE WS-Review-Count TO WS-Count-Display.
    MOVE SPACES TO ReportLine.
    STRING "  Sections flagged for review:        " DELIMITED SIZE
           WS-Count-Display DELIMITED SIZE
        INTO ReportLine.
    WRITE ReportLine.
    MOVE WS-NoCourse-Count TO WS-Count-Display.
    MOVE SPACES TO ReportLine.
    STRING "  Enrollments in unknown courses:     " DELIMITED SIZE
           WS-Count-Display DELIMITED SIZE
        INTO ReportLine.
    WRITE ReportLine.
    MOVE WS-NoSection-Count TO WS-Count-Display.
    MOVE SPACES TO ReportLine.
    STRING "  Enrollments in unknown sections:    " DELIMITED SIZE
           WS-Count-Display DELIMITED SIZE
        INTO ReportLine.
    WRITE ReportLine.
    MOVE WS-NoMaster-Count TO WS-Count-Display.
    MOVE SPACES TO ReportLine.
    STRING "  Students with no master record:     " DELIMITED SIZE
           WS-Count-Display DELIMITED SIZE
        INTO ReportLine.
    WRITE ReportLine.
    IF WS-Sections-Absent
        MOVE "  No course section file - section lines omitted"
            TO ReportLine
        WRITE ReportLine
    END-IF.
    IF WS-Waitlist-Absent
        MOVE "  No waitlist file - waitlist demand shown as zero"
            TO ReportLine
        WRITE ReportLine
    END-IF.
    IF WS-Grades-Absent
        MOVE "  No grade results file - grade distribution omitted"
            TO ReportLine
        WRITE ReportLine
    END-IF.
    IF WS-Table-Overflow
        MOVE "  WARNING: census tables overflowed - figures incomplete"
            TO ReportLine
        WRITE ReportLine
    END-IF.

DisplaySummary.
    MOVE WS-Headcount TO WS-Count-Display.
    DISPLAY "Census term " WS-Census-Term " students:   " WS-Count-Display.
    MOVE WS-Registration-Count TO WS-Count-Display.
    DISPLAY "Course registrations:         " WS-Count-Display.
    MOVE WS-Review-Count TO WS-Count-Display.
    DISPLAY "Sections flagged for review:  " WS-Count-Display.
