IDENTIFICATION DIVISION.
PROGRAM-ID. Studmerge.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StudentMasterFile ASSIGN TO "STUDMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS StudentId OF StudentMasterRecord
        ALTERNATE RECORD KEY IS Surname OF StudentMasterRecord
            WITH DUPLICATES
        FILE STATUS IS WS-Master-Status.

    SELECT EnrollmentFile ASSIGN TO "STUDENRL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EnrollmentKey OF EnrollmentRecord
        FILE STATUS IS WS-Enroll-Status.

    SELECT GradeResultsFile ASSIGN TO "GRADFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GradeKey OF GradeResultRecord
        FILE STATUS IS WS-Results-Status.

    SELECT WaitlistFile ASSIGN TO "WAITLIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WaitlistKey OF WaitlistRecord
        FILE STATUS IS WS-Wait-Status.

    SELECT DemographicsFile ASSIGN TO "STUDDEMO"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS StudentId OF DemographicsRecord
        FILE STATUS IS WS-Demo-Status.

    SELECT DeclaredProgramFile ASSIGN TO "STUDPROG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS StudentId OF DeclaredProgramRecord
        FILE STATUS IS WS-Decl-Status.

    SELECT HoldFile ASSIGN TO "STUDHOLD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HoldKey OF HoldRecord
        FILE STATUS IS WS-Hold-Status.

    SELECT LedgerFile ASSIGN TO "STUDLEDG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LedgerKey OF LedgerRecord
        FILE STATUS IS WS-Ledger-Status.

    SELECT OperatorAuthFile ASSIGN TO "OPERAUTH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Oper-Status.

    SELECT AuditFile ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Audit-Status.

    SELECT MergeXrefFile ASSIGN TO "MERGEXRF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Xref-Status.

    SELECT ReportFile ASSIGN TO "MERGRPRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Status.

DATA DIVISION.
FILE SECTION.
FD  StudentMasterFile.
01  StudentMasterRecord.
    COPY STUDFLDS.

FD  EnrollmentFile.
01  EnrollmentRecord.
    COPY ENRLFLDS.

FD  GradeResultsFile.
01  GradeResultRecord.
    COPY GRADFLDS.

FD  WaitlistFile.
01  WaitlistRecord.
    COPY WAITFLDS.

FD  DemographicsFile.
01  DemographicsRecord.
    COPY DEMOFLDS.

FD  DeclaredProgramFile.
01  DeclaredProgramRecord.
    COPY DECLFLDS.

FD  HoldFile.
01  HoldRecord.
    COPY HOLDFLDS.

FD  LedgerFile.
01  LedgerRecord.
    COPY LEDGFLDS.

FD  OperatorAuthFile.
01  OperatorAuthRecord.
    COPY OPERFLDS.

FD  AuditFile.
01  AuditRecord.
    COPY AUDTFLDS.

FD  MergeXrefFile.
01  MergeXrefRecord.
    COPY MRGXFLDS.

FD  ReportFile.
01  ReportLine PIC X(100).

WORKING-STORAGE SECTION.
01 SurvivorDetails.
    COPY STUDFLDS.
01 RetiredDetails.
    COPY STUDFLDS.
01 EnrollmentWork.
    COPY ENRLFLDS.
01 GradeWork.
    COPY GRADFLDS.
01 DemographicsWork.
    COPY DEMOFLDS.
01 DeclaredProgramWork.
    COPY DECLFLDS.
01 HoldWork.
    COPY HOLDFLDS.
01 LedgerWork.
    COPY LEDGFLDS.

01 WS-Master-Status PIC XX.
    88 WS-Master-OK VALUE "00".

01 WS-Enroll-Status PIC XX.
    88 WS-Enroll-OK VALUE "00".

01 WS-Results-Status PIC XX.
    88 WS-Results-OK VALUE "00".
    88 WS-Results-NoFile VALUE "35".

01 WS-Wait-Status PIC XX.
    88 WS-Wait-OK VALUE "00".
    88 WS-Wait-NoFile VALUE "35".

01 WS-Demo-Status PIC XX.
    88 WS-Demo-OK VALUE "00".
    88 WS-Demo-NoFile VALUE "35".

01 WS-Decl-Status PIC XX.
    88 WS-Decl-OK VALUE "00".
    88 WS-Decl-NoFile VALUE "35".

01 WS-Hold-Status PIC XX.
    88 WS-Hold-OK VALUE "00".
    88 WS-Hold-NoFile VALUE "35".

01 WS-Ledger-Status PIC XX.
    88 WS-Ledger-OK VALUE "00".
    88 WS-Ledger-NoFile VALUE "35".

01 WS-Oper-Status PIC XX.
    88 WS-Oper-OK VALUE "00".

01 WS-Audit-Status PIC XX.
    88 WS-Audit-OK VALUE "00".

01 WS-Xref-Status PIC XX.
    88 WS-Xref-OK VALUE "00".

01 WS-Report-Status PIC XX.
    88 WS-Report-OK VALUE "00".

01 WS-Survivor-Arg PIC X(7).
01 WS-Retired-Arg PIC X(7).
01 WS-Survivor-Id PIC 9(7) VALUE ZERO.
01 WS-Retired-Id PIC 9(7) VALUE ZERO.

01 WS-Operator-Id PIC X(8) VALUE "UNKNOWN".
01 WS-Allowed-Codes PIC X(8) VALUE SPACES.
01 WS-Auth-Sub PIC 9.
01 WS-Oper-EOF-Flag PIC X.
    88 WS-Oper-EOF VALUE "Y".
01 WS-Operator-Found-Flag PIC X VALUE "N".
    88 WS-Operator-Found VALUE "Y".
01 WS-Authorized-Flag PIC X VALUE "N".
    88 WS-Authorized VALUE "Y".

01 WS-Merge-Answer PIC X.
    88 WS-Merge-Confirmed VALUE "Y".

01 WS-Scan-EOF-Flag PIC X.
    88 WS-Scan-EOF VALUE "Y".

01 WS-Row-Moved-Flag PIC X.
    88 WS-Row-Moved VALUE "Y".
01 WS-Row-File PIC X(8).
01 WS-Row-Course PIC X(4).
01 WS-Row-Term PIC X(5).
01 WS-Row-Detail PIC X(40).
01 WS-Row-Action PIC X(30).

01 WS-Survivor-Wait-Table.
    02 WS-Survivor-Wait-Entry OCCURS 50 TIMES.
       03 WS-Swait-Course PIC X(4).
       03 WS-Swait-Term PIC X(5).
01 WS-Survivor-Wait-Count PIC 9(3) VALUE ZERO.
01 WS-Table-Sub PIC 9(3).
01 WS-Table-Found-Flag PIC X.
    88 WS-Table-Found VALUE "Y".
01 WS-Survivor-Enrolled-Flag PIC X.
    88 WS-Survivor-Enrolled VALUE "Y".

01 WS-Moved-Count PIC 9(5) VALUE ZERO.
01 WS-Conflict-Count PIC 9(5) VALUE ZERO.
01 WS-Discarded-Count PIC 9(5) VALUE ZERO.
01 WS-Count-Display PIC ZZZZZZ9.
01 WS-Amount-Display PIC Z,ZZZ,ZZ9.99.

01 WS-Run-Date PIC 9(8).
01 WS-Run-Time PIC 9(8).

PROCEDURE DIVISION.
Begin.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
    ACCEPT WS-Run-Time FROM TIME.
    PERFORM GetMergeArguments.
    PERFORM OpenAudit.
    PERFORM CheckOperatorAuthority.
    OPEN I-O StudentMasterFile.
    IF NOT WS-Master-OK
        DISPLAY "Unable to open student master, status " WS-Master-Status
        STOP RUN
    END-IF.
    PERFORM LoadMergeMasters.
    PERFORM ConfirmMerge.

    OPEN I-O EnrollmentFile.
    IF NOT WS-Enroll-OK
        DISPLAY "Unable to open enrollment file, status " WS-Enroll-Status
        STOP RUN
    END-IF.
    PERFORM OpenGradeResults.
    PERFORM OpenWaitlist.
    PERFORM OpenDemographics.
    PERFORM OpenDeclaredPrograms.
    PERFORM OpenHolds.
    PERFORM OpenLedger.
    OPEN OUTPUT ReportFile.
    IF NOT WS-Report-OK
        DISPLAY "Unable to open merge listing, status " WS-Report-Status
        STOP RUN
    END-IF.
    PERFORM WriteReportHeading.

    PERFORM MoveEnrollments.
    PERFORM MoveGrades.
    PERFORM MoveWaitlistEntries.
    PERFORM MoveDemographics.
    PERFORM MoveDeclaredProgram.
    PERFORM MoveHolds.
    PERFORM MoveLedgerEntries.
    PERFORM RetireMaster.

    PERFORM WriteReportSummary.
    CLOSE ReportFile.
    CLOSE StudentMasterFile.
    CLOSE EnrollmentFile.
    CLOSE GradeResultsFile.
    CLOSE WaitlistFile.
    CLOSE DemographicsFile.
    CLOSE DeclaredProgramFile.
    CLOSE HoldFile.
    CLOSE LedgerFile.
    CLOSE AuditFile.
    PERFORM DisplaySummary.
    STOP RUN.

GetMergeArguments.
    DISPLAY 1 UPON ARGUMENT-NUMBER.
    ACCEPT WS-Survivor-Arg FROM ARGUMENT-VALUE
        ON EXCEPTION
            MOVE SPACES TO WS-Survivor-Arg
    END-ACCEPT.
    DISPLAY 2 UPON ARGUMENT-NUMBER.
    ACCEPT WS-Retired-Arg FROM ARGUMENT-VALUE
        ON EXCEPTION
            MOVE SPACES TO WS-Retired-Arg
    END-ACCEPT.
    DISPLAY 3 UPON ARGUMENT-NUMBER.
    ACCEPT WS-Operator-Id FROM ARGUMENT-VALUE
        ON EXCEPTION
            MOVE SPACES TO WS-Operator-Id
    END-ACCEPT.
    IF WS-Operator-Id = SPACES
        MOVE "UNKNOWN" TO WS-Operator-Id
    END-IF.
    IF WS-Survivor-Arg NOT NUMERIC OR WS-Retired-Arg NOT NUMERIC
        DISPLAY "Usage: surviving StudentId, retired StudentId, operator"
        STOP RUN
    END-IF.
    MOVE WS-Survivor-Arg TO WS-Survivor-Id.
    MOVE WS-Retired-Arg TO WS-Retired-Id.
    IF WS-Survivor-Id = WS-Retired-Id
        DISPLAY "Surviving and retired StudentId are the same - nothing"
                " to merge"
        STOP RUN
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
                " does not hold supervisor authority - merge refused"
        PERFORM WriteRefusedAudit
        CLOSE AuditFile
        STOP RUN
    END-IF.

LoadMergeMasters.
    MOVE WS-Survivor-Id TO StudentId OF StudentMasterRecord.
    READ StudentMasterFile
        INVALID KEY
            DISPLAY "Surviving student " WS-Survivor-Id " not found"
            STOP RUN
    END-READ.
    MOVE StudentMasterRecord TO SurvivorDetails.
    MOVE WS-Retired-Id TO StudentId OF StudentMasterRecord.
    READ StudentMasterFile
        INVALID KEY
            DISPLAY "Retired student " WS-Retired-Id " not found"
            STOP RUN
    END-READ.
    MOVE StudentMasterRecord TO RetiredDetails.

ConfirmMerge.
    DISPLAY "Surviving: " StudentId OF SurvivorDetails " "
            Surname OF SurvivorDetails " " Initials OF SurvivorDetails
            " " Gender OF SurvivorDetails.
    DISPLAY "Retired:   " StudentId OF RetiredDetails " "
            Surname OF RetiredDetails " " Initials OF RetiredDetails
            " " Gender OF RetiredDetails.
    DISPLAY "Move every record of the retired student to the surviving"
            " student? (Y/N)".
    ACCEPT WS-Merge-Answer.
    IF NOT WS-Merge-Confirmed
        DISPLAY "Merge not confirmed - no records changed"
        CLOSE StudentMasterFile
        CLOSE AuditFile
        STOP RUN
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
    OPEN I-O WaitlistFile.
    IF WS-Wait-NoFile
        OPEN OUTPUT WaitlistFile
        CLOSE WaitlistFile
        OPEN I-O WaitlistFile
    END-IF.
    IF NOT WS-Wait-OK
        DISPLAY "Unable to open waitlist file, status " WS-Wait-Status
        STOP RUN
    END-IF.

OpenDemographics.
    OPEN I-O DemographicsFile.
    IF WS-Demo-NoFile
        OPEN OUTPUT DemographicsFile
        CLOSE DemographicsFile
        OPEN I-O DemographicsFile
    END-IF.
    IF NOT WS-Demo-OK
        DISPLAY "Unable to open demographics file, status "
                WS-Demo-Status
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

OpenLedger.
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

MoveEnrollments.
    MOVE "N" TO WS-Scan-EOF-Flag.
    MOVE WS-Retired-Id TO StudentId OF EnrollmentRecord.
    MOVE LOW-VALUES TO CourseCode OF EnrollmentRecord.
    MOVE LOW-VALUES TO AcademicTerm OF EnrollmentRecord.
    START EnrollmentFile KEY IS NOT LESS THAN
            EnrollmentKey OF EnrollmentRecord
        INVALID KEY
            SET WS-Scan-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-Scan-EOF
        READ EnrollmentFile NEXT RECORD
            AT END
                SET WS-Scan-EOF TO TRUE
            NOT AT END
                IF StudentId OF EnrollmentRecord = WS-Retired-Id
                    PERFORM MoveOneEnrollment
                ELSE
                    SET WS-Scan-EOF TO TRUE
                END-IF
        END-READ
    END-PERFORM.

MoveOneEnrollment.
    MOVE EnrollmentRecord TO EnrollmentWork.
    MOVE "STUDENRL" TO WS-Row-File.
    MOVE CourseCode OF EnrollmentWork TO WS-Row-Course.
    MOVE AcademicTerm OF EnrollmentWork TO WS-Row-Term.
    MOVE SPACES TO WS-Row-Detail.
    STRING "section " DELIMITED SIZE
           SectionNo OF EnrollmentWork DELIMITED SIZE
           " enrolled " DELIMITED SIZE
           EnrollDate OF EnrollmentWork DELIMITED SIZE
        INTO WS-Row-Detail.
    MOVE "N" TO WS-Row-Moved-Flag.
    MOVE WS-Survivor-Id TO StudentId OF EnrollmentRecord.
    WRITE EnrollmentRecord
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-Row-Moved TO TRUE
    END-WRITE.
    MOVE EnrollmentWork TO EnrollmentRecord.
    IF WS-Row-Moved
        DELETE EnrollmentFile
            INVALID KEY
                DISPLAY "Unable to delete enrollment, status "
                        WS-Enroll-Status
                MOVE "N" TO WS-Row-Moved-Flag
        END-DELETE
    END-IF.
    PERFORM RecordRowOutcome.
    START EnrollmentFile KEY IS GREATER THAN
            EnrollmentKey OF EnrollmentRecord
        INVALID KEY
            SET WS-Scan-EOF TO TRUE
    END-START.

MoveGrades.
    MOVE "N" TO WS-Scan-EOF-Flag.
    MOVE WS-Retired-Id TO StudentId OF GradeResultRecord.
    MOVE LOW-VALUES TO CourseCode OF GradeResultRecord.
    MOVE LOW-VALUES TO AcademicTerm OF GradeResultRecord.
    START GradeResultsFile KEY IS NOT LESS THAN
            GradeKey OF GradeResultRecord
        INVALID KEY
            SET WS-Scan-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-Scan-EOF
        READ GradeResultsFile NEXT RECORD
            AT END
                SET WS-Scan-EOF TO TRUE
            NOT AT END
                IF StudentId OF GradeResultRecord = WS-Retired-Id
                    PERFORM MoveOneGrade
                ELSE
                    SET WS-Scan-EOF TO TRUE
                END-IF
        END-READ
    END-PERFORM.

MoveOneGrade.
    MOVE GradeResultRecord TO GradeWork.
    MOVE "GRADFILE" TO WS-Row-File.
    MOVE CourseCode OF GradeWork TO WS-Row-Course.
    MOVE AcademicTerm OF GradeWork TO WS-Row-Term.
    MOVE SPACES TO WS-Row-Detail.
    STRING "grade " DELIMITED SIZE
           Grade OF GradeWork DELIMITED SIZE
           " posted " DELIMITED SIZE
           GradeDate OF GradeWork DELIMITED SIZE
        INTO WS-Row-Detail.
    MOVE "N" TO WS-Row-Moved-Flag.
    MOVE WS-Survivor-Id TO StudentId OF GradeResultRecord.
    WRITE GradeResultRecord
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-Row-Moved TO TRUE
    END-WRITE.
    MOVE GradeWork TO GradeResultRecord.
    IF WS-Row-Moved
        DELETE GradeResultsFile
            INVALID KEY
                DISPLAY "Unable to delete grade result, status "
                        WS-Results-Status
                MOVE "N" TO WS-Row-Moved-Flag
        END-DELETE
    END-IF.
    PERFORM RecordRowOutcome.
    START GradeResultsFile KEY IS GREATER THAN
            GradeKey OF GradeResultRecord
        INVALID KEY
            SET WS-Scan-EOF TO TRUE
    END-START.

MoveWaitlistEntries.
    PERFORM LoadSurvivorWaitlist.
    MOVE "N" TO WS-Scan-EOF-Flag.
    MOVE LOW-VALUES TO WaitlistKey OF WaitlistRecord.
    START WaitlistFile KEY IS NOT LESS THAN WaitlistKey OF WaitlistRecord
        INVALID KEY
            SET WS-Scan-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-Scan-EOF
        READ WaitlistFile NEXT RECORD
            AT END
                SET WS-Scan-EOF TO TRUE
            NOT AT END
                IF StudentId OF WaitlistRecord = WS-Retired-Id
                    PERFORM MoveOneWaitlistEntry
                END-IF
        END-READ
    END-PERFORM.

LoadSurvivorWaitlist.
    MOVE ZERO TO WS-Survivor-Wait-Count.
    MOVE "N" TO WS-Scan-EOF-Flag.
    MOVE LOW-VALUES TO WaitlistKey OF WaitlistRecord.
    START WaitlistFile KEY IS NOT LESS THAN WaitlistKey OF WaitlistRecord
        INVALID KEY
            SET WS-Scan-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-Scan-EOF
        READ WaitlistFile NEXT RECORD
            AT END
                SET WS-Scan-EOF TO TRUE
            NOT AT END
                IF StudentId OF WaitlistRecord = WS-Survivor-Id
                        AND WS-Survivor-Wait-Count < 50
                    ADD 1 TO WS-Survivor-Wait-Count
                    MOVE CourseCode OF WaitlistRecord
                        TO WS-Swait-Course(WS-Survivor-Wait-Count)
                    MOVE AcademicTerm OF WaitlistRecord
                        TO WS-Swait-Term(WS-Survivor-Wait-Count)
                END-IF
        END-READ
    END-PERFORM.

MoveOneWaitlistEntry.
    MOVE "WAITLIST" TO WS-Row-File.
    MOVE CourseCode OF WaitlistRecord TO WS-Row-Course.
    MOVE AcademicTerm OF WaitlistRecord TO WS-Row-Term.
    MOVE SPACES TO WS-Row-Detail.
    STRING "section " DELIMITED SIZE
           SectionNo OF WaitlistRecord DELIMITED SIZE
           " waiting since " DELIMITED SIZE
           WaitEntryDate DELIMITED SIZE
        INTO WS-Row-Detail.
    MOVE "N" TO WS-Row-Moved-Flag.
    MOVE "N" TO WS-Table-Found-Flag.
    PERFORM CompareSurvivorWait
        VARYING WS-Table-Sub FROM 1 BY 1
        UNTIL WS-Table-Sub > WS-Survivor-Wait-Count
            OR WS-Table-Found.
    MOVE "N" TO WS-Survivor-Enrolled-Flag.
    IF NOT WS-Table-Found
        PERFORM CheckSurvivorEnrolled
    END-IF.
    EVALUATE TRUE
        WHEN WS-Table-Found
            PERFORM RecordRowOutcome
        WHEN WS-Survivor-Enrolled
            DELETE WaitlistFile
                INVALID KEY
                    DISPLAY "Unable to delete waitlist entry, status "
                            WS-Wait-Status
                    PERFORM RecordRowOutcome
                NOT INVALID KEY
                    PERFORM RecordRowDiscarded
            END-DELETE
        WHEN OTHER
            MOVE WS-Survivor-Id TO StudentId OF WaitlistRecord
            MOVE StudentName OF SurvivorDetails
                TO StudentName OF WaitlistRecord
            MOVE Gender OF SurvivorDetails TO Gender OF WaitlistRecord
            REWRITE WaitlistRecord
                INVALID KEY
                    DISPLAY "Unable to rewrite waitlist entry, status "
                            WS-Wait-Status
                NOT INVALID KEY
                    SET WS-Row-Moved TO TRUE
            END-REWRITE
            PERFORM RecordRowOutcome
    END-EVALUATE.

CheckSurvivorEnrolled.
    MOVE WS-Survivor-Id TO StudentId OF EnrollmentRecord.
    MOVE CourseCode OF WaitlistRecord TO CourseCode OF EnrollmentRecord.
    MOVE AcademicTerm OF WaitlistRecord
        TO AcademicTerm OF EnrollmentRecord.
    READ EnrollmentFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-Survivor-Enrolled TO TRUE
    END-READ.

CompareSurvivorWait.
    IF WS-Swait-Course(WS-Table-Sub) = CourseCode OF WaitlistRecord
            AND WS-Swait-Term(WS-Table-Sub) = AcademicTerm OF WaitlistRecord
        SET WS-Table-Found TO TRUE
    END-IF.

MoveDemographics.
    MOVE WS-Retired-Id TO StudentId OF DemographicsRecord.
    READ DemographicsFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE DemographicsRecord TO DemographicsWork
            PERFORM MoveOneDemographics
    END-READ.

MoveOneDemographics.
    MOVE "STUDDEMO" TO WS-Row-File.
    MOVE SPACES TO WS-Row-Course.
    MOVE SPACES TO WS-Row-Term.
    MOVE FullName OF DemographicsWork TO WS-Row-Detail.
    MOVE "N" TO WS-Row-Moved-Flag.
    MOVE WS-Survivor-Id TO StudentId OF DemographicsRecord.
    WRITE DemographicsRecord
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-Row-Moved TO TRUE
    END-WRITE.
    MOVE DemographicsWork TO DemographicsRecord.
    DELETE DemographicsFile
        INVALID KEY
            DISPLAY "Unable to delete demographics, status "
                    WS-Demo-Status
            MOVE "N" TO WS-Row-Moved-Flag
            PERFORM RecordRowOutcome
        NOT INVALID KEY
            IF WS-Row-Moved
                PERFORM RecordRowOutcome
            ELSE
                PERFORM RecordRowDiscarded
                MOVE SPACES TO WS-Row-Detail
                STRING AddressLine1 OF DemographicsWork DELIMITED SIZE
                       " " DELIMITED SIZE
                       AddressCity OF DemographicsWork DELIMITED SIZE
                    INTO WS-Row-Detail
                PERFORM WriteDetailContinuation
            END-IF
    END-DELETE.

MoveDeclaredProgram.
    MOVE WS-Retired-Id TO StudentId OF DeclaredProgramRecord.
    READ DeclaredProgramFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE DeclaredProgramRecord TO DeclaredProgramWork
            PERFORM MoveOneDeclaredProgram
    END-READ.

MoveOneDeclaredProgram.
    MOVE "STUDPROG" TO WS-Row-File.
    MOVE SPACES TO WS-Row-Course.
    MOVE SPACES TO WS-Row-Term.
    MOVE SPACES TO WS-Row-Detail.
    STRING "program " DELIMITED SIZE
           DeclaredProgram OF DeclaredProgramWork DELIMITED SIZE
           " declared " DELIMITED SIZE
           DeclaredDate OF DeclaredProgramWork DELIMITED SIZE
        INTO WS-Row-Detail.
    MOVE "N" TO WS-Row-Moved-Flag.
    MOVE WS-Survivor-Id TO StudentId OF DeclaredProgramRecord.
    WRITE DeclaredProgramRecord
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-Row-Moved TO TRUE
    END-WRITE.
    MOVE DeclaredProgramWork TO DeclaredProgramRecord.
    DELETE DeclaredProgramFile
        INVALID KEY
            DISPLAY "Unable to delete declared program, status "
                    WS-Decl-Status
            MOVE "N" TO WS-Row-Moved-Flag
            PERFORM RecordRowOutcome
        NOT INVALID KEY
            IF WS-Row-Moved
                PERFORM RecordRowOutcome
            ELSE
                PERFORM RecordRowDiscarded
            END-IF
    END-DELETE.

MoveHolds.
    MOVE "N" TO WS-Scan-EOF-Flag.
    MOVE WS-Retired-Id TO StudentId OF HoldRecord.
    MOVE LOW-VALUES TO HoldType OF HoldRecord.
    START HoldFile KEY IS NOT LESS THAN HoldKey OF HoldRecord
        INVALID KEY
            SET WS-Scan-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-Scan-EOF
        READ HoldFile NEXT RECORD
            AT END
                SET WS-Scan-EOF TO TRUE
            NOT AT END
                IF StudentId OF HoldRecord = WS-Retired-Id
                    PERFORM MoveOneHold
                ELSE
                    SET WS-Scan-EOF TO TRUE
                END-IF
        END-READ
    END-PERFORM.

MoveOneHold.
    MOVE HoldRecord TO HoldWork.
    MOVE "STUDHOLD" TO WS-Row-File.
    MOVE SPACES TO WS-Row-Course.
    MOVE SPACES TO WS-Row-Term.
    MOVE SPACES TO WS-Row-Detail.
    STRING "hold " DELIMITED SIZE
           HoldType OF HoldWork DELIMITED SIZE
           " " DELIMITED SIZE
           HoldReason OF HoldWork DELIMITED SIZE
        INTO WS-Row-Detail.
    MOVE "N" TO WS-Row-Moved-Flag.
    MOVE WS-Survivor-Id TO StudentId OF HoldRecord.
    WRITE HoldRecord
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-Row-Moved TO TRUE
    END-WRITE.
    MOVE HoldWork TO HoldRecord.
    IF WS-Row-Moved
        DELETE HoldFile
            INVALID KEY
                DISPLAY "Unable to delete hold, status " WS-Hold-Status
                MOVE "N" TO WS-Row-Moved-Flag
        END-DELETE
    END-IF.
    PERFORM RecordRowOutcome.
    START HoldFile KEY IS GREATER THAN HoldKey OF HoldRecord
        INVALID KEY
            SET WS-Scan-EOF TO TRUE
    END-START.

MoveLedgerEntries.
    MOVE "N" TO WS-Scan-EOF-Flag.
    MOVE LOW-VALUES TO LedgerKey OF LedgerRecord.
    MOVE WS-Retired-Id TO LedgerStudentId OF LedgerRecord.
    START LedgerFile KEY IS NOT LESS THAN LedgerKey OF LedgerRecord
        INVALID KEY
            SET WS-Scan-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-Scan-EOF
        READ LedgerFile NEXT RECORD
            AT END
                SET WS-Scan-EOF TO TRUE
            NOT AT END
                IF LedgerStudentId OF LedgerRecord = WS-Retired-Id
                    PERFORM MoveOneLedgerEntry
                ELSE
                    SET WS-Scan-EOF TO TRUE
                END-IF
        END-READ
    END-PERFORM.

MoveOneLedgerEntry.
    MOVE LedgerRecord TO LedgerWork.
    MOVE "STUDLEDG" TO WS-Row-File.
    MOVE LedgerAmount OF LedgerWork TO WS-Amount-Display.
    MOVE SPACES TO WS-Row-Detail.
    IF Ledger-Payment OF LedgerWork
        MOVE SPACES TO WS-Row-Course
        MOVE SPACES TO WS-Row-Term
        STRING "payment receipt " DELIMITED SIZE
               LedgerReceiptNo OF LedgerWork DELIMITED SIZE
               " " DELIMITED SIZE
               WS-Amount-Display DELIMITED SIZE
            INTO WS-Row-Detail
    ELSE
        MOVE LedgerCourseCode OF LedgerWork TO WS-Row-Course
        MOVE LedgerTerm OF LedgerWork TO WS-Row-Term
        IF Ledger-Charge OF LedgerWork
            STRING "charge " DELIMITED SIZE
                   LedgerEventDate OF LedgerWork DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-Amount-Display DELIMITED SIZE
                INTO WS-Row-Detail
        ELSE
            STRING "credit " DELIMITED SIZE
                   LedgerEventDate OF LedgerWork DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-Amount-Display DELIMITED SIZE
                INTO WS-Row-Detail
        END-IF
    END-IF.
    MOVE "N" TO WS-Row-Moved-Flag.
    MOVE WS-Survivor-Id TO LedgerStudentId OF LedgerRecord.
    WRITE LedgerRecord
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-Row-Moved TO TRUE
    END-WRITE.
    MOVE LedgerWork TO LedgerRecord.
    IF WS-Row-Moved
        DELETE LedgerFile
            INVALID KEY
                DISPLAY "Unable to delete ledger entry, status "
                        WS-Ledger-Status
                MOVE "N" TO WS-Row-Moved-Flag
        END-DELETE
    END-IF.
    PERFORM RecordRowOutcome.
    START LedgerFile KEY IS GREATER THAN LedgerKey OF LedgerRecord
        INVALID KEY
            SET WS-Scan-EOF TO TRUE
    END-START.

RetireMaster.
    IF WS-Conflict-Count > ZERO
        MOVE SPACES TO ReportLine
        WRITE ReportLine
        MOVE "Conflicting rows remain on the retired StudentId - its"
            TO ReportLine
        WRITE ReportLine
        MOVE "master record has been kept. Resolve the conflicts and"
            TO ReportLine
        WRITE ReportLine
        MOVE "run the merge again to complete it." TO ReportLine
        WRITE ReportLine
    ELSE
        MOVE WS-Retired-Id TO StudentId OF StudentMasterRecord
        DELETE StudentMasterFile
            INVALID KEY
                DISPLAY "Unable to delete retired student master, status "
                        WS-Master-Status
            NOT INVALID KEY
                MOVE "STUDMAST" TO WS-Row-File
                MOVE CourseCode OF RetiredDetails TO WS-Row-Course
                MOVE SPACES TO WS-Row-Term
                MOVE "master record retired" TO WS-Row-Detail
                SET WS-Row-Moved TO TRUE
                PERFORM WriteMergeAudit
                MOVE "RETIRED" TO WS-Row-Action
                PERFORM WriteRowLine
                PERFORM WriteMergeXref
        END-DELETE
    END-IF.

WriteMergeXref.
    OPEN EXTEND MergeXrefFile.
    IF NOT WS-Xref-OK
        OPEN OUTPUT MergeXrefFile
    END-IF.
    IF NOT WS-Xref-OK
        DISPLAY "Unable to open merge cross-reference file, status "
                WS-Xref-Status " - the extract will not report this merge"
    ELSE
        MOVE WS-Retired-Id TO MergeRetiredId
        MOVE WS-Survivor-Id TO MergeSurvivorId
        MOVE WS-Run-Date TO MergeDate
        MOVE WS-Run-Time TO MergeTime
        MOVE WS-Operator-Id TO MergeOperator
        MOVE WS-Moved-Count TO MergeRowsMoved
        WRITE MergeXrefRecord
        CLOSE MergeXrefFile
    END-IF.

RecordRowOutcome.
    IF WS-Row-Moved
        ADD 1 TO WS-Moved-Count
        MOVE "MOVED" TO WS-Row-Action
        PERFORM WriteMergeAudit
    ELSE
        ADD 1 TO WS-Conflict-Count
        MOVE "CONFLICT - LEFT ON RETIRED ID" TO WS-Row-Action
    END-IF.
    PERFORM WriteRowLine.

RecordRowDiscarded.
    ADD 1 TO WS-Discarded-Count.
    MOVE "SURVIVOR KEPT - RETIRED DROPPED" TO WS-Row-Action.
    PERFORM WriteMergeAudit.
    PERFORM WriteRowLine.

WriteMergeAudit.
    ACCEPT AuditDate FROM DATE YYYYMMDD.
    ACCEPT AuditTime FROM TIME.
    MOVE WS-Operator-Id TO AuditOperator.
    MOVE "M" TO AuditTransCode.
    MOVE WS-Retired-Id TO AuditStudentId.
    MOVE Surname OF RetiredDetails TO AuditBeforeSurname.
    MOVE Initials OF RetiredDetails TO AuditBeforeInitials.
    MOVE WS-Row-Course TO AuditBeforeCourseCode.
    MOVE Gender OF RetiredDetails TO AuditBeforeGender.
    IF WS-Row-Moved
        MOVE Surname OF SurvivorDetails TO AuditAfterSurname
        MOVE Initials OF SurvivorDetails TO AuditAfterInitials
        MOVE WS-Row-Course TO AuditAfterCourseCode
        MOVE Gender OF SurvivorDetails TO AuditAfterGender
    ELSE
        MOVE SPACES TO AuditAfterSurname
        MOVE SPACES TO AuditAfterInitials
        MOVE SPACES TO AuditAfterCourseCode
        MOVE SPACES TO AuditAfterGender
    END-IF.
    MOVE WS-Row-Term TO AuditAcademicTerm.
    WRITE AuditRecord.

WriteRefusedAudit.
    ACCEPT AuditDate FROM DATE YYYYMMDD.
    ACCEPT AuditTime FROM TIME.
    MOVE WS-Operator-Id TO AuditOperator.
    MOVE "R" TO AuditTransCode.
    MOVE WS-Retired-Id TO AuditStudentId.
    MOVE SPACES TO AuditBeforeSurname.
    MOVE SPACES TO AuditBeforeInitials.
    MOVE SPACES TO AuditBeforeCourseCode.
    MOVE SPACES TO AuditBeforeGender.
    MOVE SPACES TO AuditAfterSurname.
    MOVE SPACES TO AuditAfterInitials.
    MOVE "M" TO AuditAfterCourseCode.
    MOVE SPACES TO AuditAfterGender.
    MOVE SPACES TO AuditAcademicTerm.
    WRITE AuditRecord.

WriteReportHeading.
    MOVE SPACES TO ReportLine.
    STRING "Student merge listing - run date " DELIMITED SIZE
           WS-Run-Date DELIMITED SIZE
           "  operator " DELIMITED SIZE
           WS-Operator-Id DELIMITED SIZE
        INTO ReportLine.
    WRITE ReportLine.
    MOVE SPACES TO ReportLine.
    STRING "Surviving " DELIMITED SIZE
           StudentId OF SurvivorDetails DELIMITED SIZE
           " " DELIMITED SIZE
           Surname OF SurvivorDetails DELIMITED SIZE
           " " DELIMITED SIZE
           Initials OF SurvivorDetails DELIMITED SIZE
           "   Retired " DELIMITED SIZE
           StudentId OF RetiredDetails DELIMITED SIZE
           " " DELIMITED SIZE
           Surname OF RetiredDetails DELIMITED SIZE
           " " DELIMITED SIZE
           Initials OF RetiredDetails DELIMITED SIZE
        INTO ReportLine.
    WRITE ReportLine.
    MOVE SPACES TO ReportLine.
    WRITE ReportLine.
    MOVE "File     Crse Term  Detail                                   Outcome"
        TO ReportLine.
    WRITE ReportLine.

WriteRowLine.
    MOVE SPACES TO ReportLine.
    MOVE WS-Row-File TO ReportLine(1:8).
    MOVE WS-Row-Course TO ReportLine(10:4).
    MOVE WS-Row-Term TO ReportLine(15:5).
    MOVE WS-Row-Detail TO ReportLine(21:40).
    MOVE WS-Row-Action TO ReportLine(62:30).
    WRITE ReportLine.

WriteDetailContinuation.
    MOVE SPACES TO ReportLine.
    MOVE WS-Row-Detail TO ReportLine(21:40).
    WRITE ReportLine.

WriteReportSummary.
    MOVE SPACES TO ReportLine.
    WRITE ReportLine.
    MOVE WS-Moved-Count TO WS-Count-Display.
    MOVE SPACES TO ReportLine.
    STRING "Rows moved to the surviving id:     " DELIMITED SIZE
           WS-Count-Display DELIMITED SIZE
        INTO ReportLine.
    WRITE ReportLine.
    MOVE WS-Conflict-Count TO WS-Count-Display.
    MOVE SPACES TO ReportLine.
    STRING "Conflicts left on the retired id:   " DELIMITED SIZE
           WS-Count-Display DELIMITED SIZE
        INTO ReportLine.
    WRITE ReportLine.
    MOVE WS-Discarded-Count TO WS-Count-Display.
    MOVE SPACES TO ReportLine.
    STRING "Retired rows dropped for survivor's: " DELIMITED SIZE
           WS-Count-Display DELIMITED SIZE
        INTO ReportLine.
    WRITE ReportLine.
    MOVE SPACES TO ReportLine.
    WRITE ReportLine.
    MOVE "Supervision sign-off: ________________" TO ReportLine.
    WRITE ReportLine.

DisplaySummary.
    MOVE WS-Moved-Count TO WS-Count-Display.
    DISPLAY "Rows moved:                   " WS-Count-Display.
    MOVE WS-Conflict-Count TO WS-Count-Display.
    DISPLAY "Conflicts left on retired id: " WS-Count-Display.
    MOVE WS-Discarded-Count TO WS-Count-Display.
    DISPLAY "Retired rows dropped:         " WS-Count-Display.
    IF WS-Conflict-Count = ZERO
        DISPLAY "Student " WS-Retired-Id " merged into " WS-Survivor-Id
    ELSE
        DISPLAY "Merge incomplete - retired student " WS-Retired-Id
                " kept until the conflicts are resolved"
    END-IF.
