        RECORD KEY IS PrereqKey OF PrereqRecord
        FILE STATUS IS WS-Prereq-Status.

    SELECT RequirementFile ASSIGN TO "PROGREQ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ReqKey OF RequirementRecord
        FILE STATUS IS WS-Req-Status.

    SELECT CatalogAuditFile ASSIGN TO "CATAUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Audit-Status.
01  PrereqRecord.
    COPY PREQFLDS.

FD  RequirementFile.
01  RequirementRecord.
    COPY PROGFLDS.

FD  CatalogAuditFile.
01  CatalogAuditRecord.
    COPY CAUDFLDS.
01 PrereqDetails.
    COPY PREQFLDS.

01 RequirementDetails.
    COPY PROGFLDS.

01 TransactionCode PIC X.
    88 Trans-Add        VALUE "A".
    88 Trans-Change      VALUE "C".
    88 Trans-Inquire     VALUE "I".
    88 Trans-PrereqAdd   VALUE "P".
    88 Trans-PrereqDrop  VALUE "X".
    88 Trans-ReqGroup    VALUE "G".
    88 Trans-ReqCourse   VALUE "R".
    88 Trans-ReqDrop     VALUE "Z".
    88 Trans-ReqList     VALUE "L".

01 WS-Course-Status PIC XX.
    88 WS-Course-OK        VALUE "00".

01 WS-Prereq-Ref-Course PIC X(4).

01 WS-Req-Status PIC XX.
    88 WS-Req-OK       VALUE "00".
    88 WS-Req-NotFound VALUE "23".
    88 WS-Req-NoFile   VALUE "35".

01 WS-Req-EOF-Flag PIC X.
    88 WS-Req-EOF VALUE "Y".

01 WS-Req-List-Count PIC 9(3).

01 WS-Req-Ref-Flag PIC X.
    88 WS-Req-Referenced VALUE "Y".

01 WS-Req-Ref-Program PIC X(6).

01 WS-Audit-Status PIC XX.
    88 WS-Audit-OK VALUE "00".

    END-IF.
    PERFORM OpenCatalog.
    PERFORM OpenPrereqs.
    PERFORM OpenRequirements.
    PERFORM OpenAudit.
    PERFORM ProcessOnline.
    CLOSE CourseCatalogFile.
    CLOSE PrereqFile.
    CLOSE RequirementFile.
    CLOSE CatalogAuditFile.
    STOP RUN.

        STOP RUN
    END-IF.

OpenRequirements.
    OPEN I-O RequirementFile.
    IF WS-Req-NoFile
        OPEN OUTPUT RequirementFile
        CLOSE RequirementFile
        OPEN I-O RequirementFile
    END-IF.
    IF NOT WS-Req-OK
        DISPLAY "Unable to open program requirement file, status "
                WS-Req-Status
        STOP RUN
    END-IF.

OpenAudit.
    OPEN EXTEND CatalogAuditFile.
    IF NOT WS-Audit-OK

ProcessOnline.
    DISPLAY "Enter transaction code (A=Add C=Change D=Delete I=Inquire"
            " P=Prereq add X=Prereq delete G=Requirement group"
            " R=Requirement course Z=Requirement delete"
            " L=List requirements)".
    ACCEPT TransactionCode.
    EVALUATE TRUE
        WHEN Trans-Add
            DISPLAY "Enter the CourseCode and PrereqCourseCode"
            ACCEPT PrereqKey OF PrereqDetails
            PERFORM ApplyTransaction
        WHEN Trans-ReqGroup
            DISPLAY "Enter the requirement group"
                    " (Program/Group/GroupDesc/MinCount)"
            MOVE SPACES TO RequirementDetails
            ACCEPT ReqProgram OF RequirementDetails
            ACCEPT ReqGroup OF RequirementDetails
            ACCEPT ReqGroupDesc OF RequirementDetails
            ACCEPT ReqMinCount OF RequirementDetails
            PERFORM ApplyTransaction
        WHEN Trans-ReqCourse
            DISPLAY "Enter the requirement course"
                    " (Program/Group/CourseCode/MinGrade)"
            MOVE SPACES TO RequirementDetails
            ACCEPT ReqProgram OF RequirementDetails
            ACCEPT ReqGroup OF RequirementDetails
            ACCEPT CourseCode OF RequirementDetails
            ACCEPT ReqMinGrade OF RequirementDetails
            PERFORM ApplyTransaction
        WHEN Trans-ReqDrop
            DISPLAY "Enter the Program, Group and CourseCode"
                    " (CourseCode spaces deletes the group)"
            MOVE SPACES TO RequirementDetails
            ACCEPT ReqProgram OF RequirementDetails
            ACCEPT ReqGroup OF RequirementDetails
            ACCEPT CourseCode OF RequirementDetails
            PERFORM ApplyTransaction
        WHEN Trans-ReqList
            DISPLAY "Enter the Program"
            MOVE SPACES TO RequirementDetails
            ACCEPT ReqProgram OF RequirementDetails
            PERFORM ApplyTransaction
        WHEN OTHER
            DISPLAY "Invalid transaction code " TransactionCode
    END-EVALUATE.
            PERFORM AddPrereq
        WHEN Trans-PrereqDrop
            PERFORM DropPrereq
        WHEN Trans-ReqGroup
            PERFORM StoreReqGroup
        WHEN Trans-ReqCourse
            PERFORM AddReqCourse
        WHEN Trans-ReqDrop
            PERFORM DropRequirement
        WHEN Trans-ReqList
            PERFORM ListRequirements
        WHEN OTHER
            DISPLAY "Invalid transaction code " TransactionCode
    END-EVALUATE.
        NOT INVALID KEY
            PERFORM CheckCourseInUse
            PERFORM CheckPrereqRefs
            PERFORM CheckRequirementRefs
            IF WS-Course-In-Use
                DISPLAY "Course " CourseCode OF CourseDetails
                        " still carried on the student master - not deleted"
                DISPLAY "Course " CourseCode OF CourseDetails
                        " is still required as a prerequisite of "
                        WS-Prereq-Ref-Course " - not deleted"
            ELSE
            IF WS-Req-Referenced
                DISPLAY "Course " CourseCode OF CourseDetails
                        " still counts towards program "
                        WS-Req-Ref-Program " - not deleted"
            ELSE
                MOVE CourseCatalogRecord TO WS-Audit-Before
                DELETE CourseCatalogFile
                END-DELETE
            END-IF
            END-IF
            END-IF
    END-READ.

CheckRequirementRefs.
    MOVE "N" TO WS-Req-Ref-Flag.
    MOVE SPACES TO WS-Req-Ref-Program.
    MOVE "N" TO WS-Req-EOF-Flag.
    MOVE LOW-VALUES TO ReqKey OF RequirementRecord.
    START RequirementFile KEY IS NOT LESS THAN ReqKey OF RequirementRecord
        INVALID KEY
            SET WS-Req-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-Req-EOF OR WS-Req-Referenced
        READ RequirementFile NEXT RECORD
            AT END
                SET WS-Req-EOF TO TRUE
            NOT AT END
                IF CourseCode OF RequirementRecord
                        = CourseCode OF CourseDetails
                    SET WS-Req-Referenced TO TRUE
                    MOVE ReqProgram OF RequirementRecord
                        TO WS-Req-Ref-Program
                END-IF
        END-READ
    END-PERFORM.

CheckPrereqRefs.
    MOVE "N" TO WS-Prereq-Ref-Flag.
    MOVE SPACES TO WS-Prereq-Ref-Course.
                END-IF
        END-READ
    END-PERFORM.

StoreReqGroup.
    IF ReqMinCount OF RequirementDetails NOT NUMERIC
        MOVE ZERO TO ReqMinCount OF RequirementDetails
    END-IF.
    IF ReqProgram OF RequirementDetails = SPACES
            OR ReqGroup OF RequirementDetails = SPACES
        DISPLAY "Program and Group are required - group not stored"
    ELSE
    IF ReqMinCount OF RequirementDetails = ZERO
        DISPLAY "Minimum course count must be 1 or more"
                " - group not stored"
    ELSE
        MOVE SPACES TO CourseCode OF RequirementDetails
        MOVE SPACES TO ReqMinGrade OF RequirementDetails
        MOVE RequirementDetails TO RequirementRecord
        WRITE RequirementRecord
            INVALID KEY
                REWRITE RequirementRecord
                    INVALID KEY
                        DISPLAY "Unable to rewrite requirement, status "
                                WS-Req-Status
                    NOT INVALID KEY
                        DISPLAY "Changed group "
                                ReqGroup OF RequirementRecord
                                " of program "
                                ReqProgram OF RequirementRecord
                END-REWRITE
            NOT INVALID KEY
                DISPLAY "Added group " ReqGroup OF RequirementRecord
                        " to program " ReqProgram OF RequirementRecord
                        " - " ReqMinCount OF RequirementRecord
                        " course(s) needed"
        END-WRITE
    END-IF
    END-IF.

AddReqCourse.
    IF CourseCode OF RequirementDetails = SPACES
        DISPLAY "CourseCode is required - requirement not added"
    ELSE
    IF NOT ReqMinGrade-Valid OF RequirementDetails
        DISPLAY "Minimum grade " ReqMinGrade OF RequirementDetails
                " must be A, B, C, or D - requirement not added"
    ELSE
        MOVE ReqProgram OF RequirementDetails
            TO ReqProgram OF RequirementRecord
        MOVE ReqGroup OF RequirementDetails
            TO ReqGroup OF RequirementRecord
        MOVE SPACES TO CourseCode OF RequirementRecord
        READ RequirementFile
            INVALID KEY
                DISPLAY "Group " ReqGroup OF RequirementDetails
                        " of program " ReqProgram OF RequirementDetails
                        " not on file - add the group first"
            NOT INVALID KEY
                PERFORM AddReqCourseForGroup
        END-READ
    END-IF
    END-IF.

AddReqCourseForGroup.
    MOVE CourseCode OF RequirementDetails
        TO CourseCode OF CourseCatalogRecord.
    READ CourseCatalogFile
        INVALID KEY
            DISPLAY "CourseCode " CourseCode OF RequirementDetails
                    " not in course catalog - requirement not added"
        NOT INVALID KEY
            MOVE SPACES TO ReqGroupDesc OF RequirementDetails
            MOVE ZERO TO ReqMinCount OF RequirementDetails
            MOVE RequirementDetails TO RequirementRecord
            WRITE RequirementRecord
                INVALID KEY
                    DISPLAY "Course " CourseCode OF RequirementRecord
                            " already in group "
                            ReqGroup OF RequirementRecord
                NOT INVALID KEY
                    DISPLAY "Course " CourseCode OF RequirementRecord
                            " now counts towards group "
                            ReqGroup OF RequirementRecord
                            " of program "
                            ReqProgram OF RequirementRecord
                            " with grade "
                            ReqMinGrade OF RequirementRecord " or better"
            END-WRITE
    END-READ.

DropRequirement.
    MOVE ReqKey OF RequirementDetails TO ReqKey OF RequirementRecord.
    READ RequirementFile
        INVALID KEY
            DISPLAY "Requirement " ReqKey OF RequirementDetails
                    " not found"
        NOT INVALID KEY
            IF CourseCode OF RequirementDetails = SPACES
                PERFORM CheckGroupHasCourses
            ELSE
                MOVE "N" TO WS-Req-Ref-Flag
            END-IF
            IF WS-Req-Referenced
                DISPLAY "Group " ReqGroup OF RequirementDetails
                        " still lists courses - delete them first"
            ELSE
                DELETE RequirementFile
                    INVALID KEY
                        DISPLAY "Unable to delete requirement, status "
                                WS-Req-Status
                    NOT INVALID KEY
                        DISPLAY "Deleted requirement "
                                ReqKey OF RequirementDetails
                END-DELETE
            END-IF
    END-READ.

CheckGroupHasCourses.
    MOVE "N" TO WS-Req-Ref-Flag.
    MOVE "N" TO WS-Req-EOF-Flag.
    PERFORM UNTIL WS-Req-EOF OR WS-Req-Referenced
        READ RequirementFile NEXT RECORD
            AT END
                SET WS-Req-EOF TO TRUE
            NOT AT END
                IF ReqProgram OF RequirementRecord
                        = ReqProgram OF RequirementDetails
                    AND ReqGroup OF RequirementRecord
                        = ReqGroup OF RequirementDetails
                    SET WS-Req-Referenced TO TRUE
                ELSE
                    SET WS-Req-EOF TO TRUE
                END-IF
        END-READ
    END-PERFORM.
    MOVE ReqKey OF RequirementDetails TO ReqKey OF RequirementRecord.

ListRequirements.
    MOVE ZERO TO WS-Req-List-Count.
    MOVE "N" TO WS-Req-EOF-Flag.
    MOVE ReqProgram OF RequirementDetails
        TO ReqProgram OF RequirementRecord.
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
                IF ReqProgram OF RequirementRecord
                        = ReqProgram OF RequirementDetails
                    ADD 1 TO WS-Req-List-Count
                    IF CourseCode OF RequirementRecord = SPACES
                        DISPLAY "Group      " ReqGroup OF RequirementRecord
                                " " ReqGroupDesc OF RequirementRecord
                                " needs "
                                ReqMinCount OF RequirementRecord
                    ELSE
                        DISPLAY "  Course   "
                                CourseCode OF RequirementRecord
                                " grade " ReqMinGrade OF RequirementRecord
                                " or better"
                    END-IF
                ELSE
                    SET WS-Req-EOF TO TRUE
                END-IF
        END-READ
    END-PERFORM.
    IF WS-Req-List-Count = ZERO
        DISPLAY "No requirements on file for program "
                ReqProgram OF RequirementDetails
    END-IF.
