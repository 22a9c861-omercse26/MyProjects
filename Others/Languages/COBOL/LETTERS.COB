IDENTIFICATION DIVISION.
PROGRAM-ID. Letters.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AuditFile ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Audit-Status.

    SELECT StandingFile ASSIGN TO "ACADSTND"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-Standing-Status.

    SELECT DemographicsFile ASSIGN TO "STUDDEMO"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS StudentId OF DemographicsRecord
        FILE STATUS IS WS-Demo-Status.

    SELECT CourseCatalogFile ASSIGN TO "COURSCAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CourseCode OF CourseCatalogRecord
        FILE STATUS IS WS-Course-Status.

    SELECT LetterFile ASSIGN TO "LETTERS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Letter-Status.

    SELECT LabelFile ASSIGN TO "MAILLABL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-Label-Status.

    SELECT ControlFile ASSIGN TO "LETRCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Control-Status.

    SELECT RunControlFile ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtl-Status.

DATA DIVISION.
FILE SECTION.
FD  AuditFile.
01  AuditRecord.
    COPY AUDTFLDS.

FD  StandingFile.
01  StandingRecord.
    COPY STNDFLDS.

FD  DemographicsFile.
01  DemographicsRecord.
    COPY DEMOFLDS.

FD  CourseCatalogFile.
01  CourseCatalogRecord.
    COPY CRSEFLDS.

FD  LetterFile.
01  LetterLine PIC X(80).

FD  LabelFile.
01  LabelRecord.
    02 LabelLetterType PIC X.
    02 LabelStudentId PIC 9(7).
    02 LabelName PIC X(30).
    02 LabelLine1 PIC X(25).
    02 LabelLine2 PIC X(25).
    02 LabelCity PIC X(15).
    02 LabelPostCode PIC X(10).

FD  ControlFile.
01  ControlLine PIC X(80).

FD  RunControlFile.
01  RunControlRecord.
    COPY RCTLFLDS.

WORKING-STORAGE SECTION.
01 WS-Audit-Status PIC XX.
    88 WS-Audit-OK VALUE "00".
    88 WS-Audit-NoFile VALUE "35".

01 WS-Standing-Status PIC XX.
    88 WS-Standing-OK VALUE "00".
    88 WS-Standing-NoFile VALUE "35".

01 WS-Demo-Status PIC XX.
    88 WS-Demo-OK VALUE "00".
    88 WS-Demo-NoFile VALUE "35".

01 WS-Demo-Absent-Flag PIC X VALUE "N".
    88 WS-Demo-Absent VALUE "Y".

01 WS-Course-Status PIC XX.
    88 WS-Course-OK VALUE "00".

01 WS-Letter-Status PIC XX.
    88 WS-Letter-OK VALUE "00".

01 WS-Label-Status PIC XX.
    88 WS-Label-OK VALUE "00".

01 WS-Control-Status PIC XX.
    88 WS-Control-OK VALUE "00".

01 WS-RunCtl-Status PIC XX.
    88 WS-RunCtl-OK VALUE "00".

01 WS-Run-Step PIC X(8) VALUE "LETTERS".

01 WS-RunCtl-EOF-Flag PIC X.
    88 WS-RunCtl-EOF VALUE "Y".

01 WS-Pred-Program PIC X(10) VALUE "GPARUN".
01 WS-Pred-Status PIC X.
    88 WS-Pred-Clean VALUE "C".

01 WS-Audit-EOF-Flag PIC X VALUE "N".
    88 WS-Audit-EOF VALUE "Y".

01 WS-Standing-EOF-Flag PIC X VALUE "N".
    88 WS-Standing-EOF VALUE "Y".

01 WS-First-Letter-Flag PIC X VALUE "Y".
    88 WS-First-Letter VALUE "Y".

01 WS-Mailable-Flag PIC X.
    88 WS-Mailable VALUE "Y".

01 WS-Date-Arg PIC X(8).
01 WS-Letter-Date PIC 9(8).

01 WS-Letter-Type PIC X.
    88 Letter-Confirm   VALUE "E".
    88 Letter-Drop      VALUE "D".
    88 Letter-Withdraw  VALUE "W".
    88 Letter-Probation VALUE "P".
    88 Letter-Deans     VALUE "L".

01 WS-Promoted-Flag PIC X.
    88 WS-Promoted VALUE "Y".

01 WS-Letter-StudentId PIC 9(7).
01 WS-Letter-CourseCode PIC X(4).
01 WS-Letter-Term PIC X(5).
01 WS-Letter-Gpa PIC 9V99.
01 WS-Course-Desc PIC X(20).
01 WS-Gpa-Display PIC 9.99.
01 WS-Unmailed-Reason PIC X(20).
01 WS-Type-Desc PIC X(20).

01 WS-Confirm-Count PIC 9(7) VALUE ZERO.
01 WS-Drop-Count PIC 9(7) VALUE ZERO.
01 WS-Withdraw-Count PIC 9(7) VALUE ZERO.
01 WS-Probation-Count PIC 9(7) VALUE ZERO.
01 WS-Deans-Count PIC 9(7) VALUE ZERO.
01 WS-Confirm-Unmailed PIC 9(7) VALUE ZERO.
01 WS-Drop-Unmailed PIC 9(7) VALUE ZERO.
01 WS-Withdraw-Unmailed PIC 9(7) VALUE ZERO.
01 WS-Probation-Unmailed PIC 9(7) VALUE ZERO.
01 WS-Deans-Unmailed PIC 9(7) VALUE ZERO.
01 WS-Letter-Count PIC 9(7) VALUE ZERO.
01 WS-Unmailed-Count PIC 9(7) VALUE ZERO.
01 WS-Control-Count PIC 9(7).
01 WS-Control-Unmailed PIC 9(7).
01 WS-Count-Display PIC ZZZZZZ9.
01 WS-Unmailed-Display PIC ZZZZZZ9.

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
    PERFORM GetSelectionCriteria.
    OPEN INPUT DemographicsFile.
    IF WS-Demo-NoFile
        SET WS-Demo-Absent TO TRUE
        DISPLAY "No demographics file - every letter is unmailable"
    ELSE
        IF NOT WS-Demo-OK
            DISPLAY "Unable to open demographics file, status "
                    WS-Demo-Status
            STOP RUN
        END-IF
    END-IF.
    OPEN INPUT CourseCatalogFile.
    IF NOT WS-Course-OK
        DISPLAY "Unable to open course catalog, status " WS-Course-Status
        STOP RUN
    END-IF.
    OPEN OUTPUT LetterFile.
    IF NOT WS-Letter-OK
        DISPLAY "Unable to open letter file, status " WS-Letter-Status
        STOP RUN
    END-IF.
    OPEN OUTPUT LabelFile.
    IF NOT WS-Label-OK
        DISPLAY "Unable to open mailing label file, status "
                WS-Label-Status
        STOP RUN
    END-IF.
    OPEN OUTPUT ControlFile.
    IF NOT WS-Control-OK
        DISPLAY "Unable to open letter control listing, status "
                WS-Control-Status
        STOP RUN
    END-IF.
    PERFORM WriteControlHeading.

    PERFORM LoadEnrollmentLetters.
    PERFORM LoadStandingLetters.

    PERFORM WriteControlTotals.
    IF NOT WS-Demo-Absent
        CLOSE DemographicsFile
    END-IF.
    CLOSE CourseCatalogFile.
    CLOSE LetterFile.
    CLOSE LabelFile.
    CLOSE ControlFile.
    PERFORM DisplaySummary.
    PERFORM WriteRunEnd.
    STOP RUN.

GetRunDate.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
    MOVE WS-Run-Date(1:4) TO WS-Heading-YYYY.
    MOVE WS-Run-Date(5:2) TO WS-Heading-MM.
    MOVE WS-Run-Date(7:2) TO WS-Heading-DD.

GetSelectionCriteria.
    DISPLAY 1 UPON ARGUMENT-NUMBER.
    ACCEPT WS-Date-Arg FROM ARGUMENT-VALUE
        ON EXCEPTION
            MOVE SPACES TO WS-Date-Arg
    END-ACCEPT.
    IF WS-Date-Arg NUMERIC
        MOVE WS-Date-Arg TO WS-Letter-Date
        MOVE WS-Letter-Date(1:4) TO WS-Heading-YYYY
        MOVE WS-Letter-Date(5:2) TO WS-Heading-MM
        MOVE WS-Letter-Date(7:2) TO WS-Heading-DD
    ELSE
        MOVE WS-Run-Date TO WS-Letter-Date
    END-IF.

LoadEnrollmentLetters.
    OPEN INPUT AuditFile.
    IF WS-Audit-NoFile
        DISPLAY "No audit log on file - no enrollment letters"
    ELSE
        IF NOT WS-Audit-OK
            DISPLAY "Unable to open audit log, status " WS-Audit-Status
            STOP RUN
        END-IF
        PERFORM UNTIL WS-Audit-EOF
            READ AuditFile
                AT END
                    SET WS-Audit-EOF TO TRUE
                NOT AT END
                    IF AuditDate = WS-Letter-Date
                        PERFORM SelectAuditLetter
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AuditFile
    END-IF.

SelectAuditLetter.
    MOVE "N" TO WS-Promoted-Flag.
    MOVE AuditStudentId TO WS-Letter-StudentId.
    MOVE AuditAcademicTerm TO WS-Letter-Term.
    EVALUATE AuditTransCode
        WHEN "A"
            IF AuditAfterCourseCode NOT = SPACES
                MOVE AuditAfterCourseCode TO WS-Letter-CourseCode
                SET Letter-Confirm TO TRUE
                PERFORM ProduceLetter
            END-IF
        WHEN "P"
            MOVE AuditAfterCourseCode TO WS-Letter-CourseCode
            SET WS-Promoted TO TRUE
            SET Letter-Confirm TO TRUE
            PERFORM ProduceLetter
        WHEN "D"
            IF AuditBeforeCourseCode NOT = SPACES
                MOVE AuditBeforeCourseCode TO WS-Letter-CourseCode
                SET Letter-Drop TO TRUE
                PERFORM ProduceLetter
            END-IF
        WHEN "W"
            MOVE AuditBeforeCourseCode TO WS-Letter-CourseCode
            SET Letter-Withdraw TO TRUE
            PERFORM ProduceLetter
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

LoadStandingLetters.
    OPEN INPUT StandingFile.
    IF WS-Standing-NoFile
        DISPLAY "No academic standing file - no standing letters"
    ELSE
        IF NOT WS-Standing-OK
            DISPLAY "Unable to open standing file, status "
                    WS-Standing-Status
            STOP RUN
        END-IF
        PERFORM UNTIL WS-Standing-EOF
            READ StandingFile
                AT END
                    SET WS-Standing-EOF TO TRUE
                NOT AT END
                    IF StandingRunDate = WS-Letter-Date
                        PERFORM SelectStandingLetter
                    END-IF
            END-READ
        END-PERFORM
        CLOSE StandingFile
    END-IF.

SelectStandingLetter.
    MOVE StandingStudentId TO WS-Letter-StudentId.
    MOVE SPACES TO WS-Letter-CourseCode.
    MOVE SPACES TO WS-Letter-Term.
    MOVE StandingGpa TO WS-Letter-Gpa.
    EVALUATE TRUE
        WHEN Standing-Probation
            SET Letter-Probation TO TRUE
            PERFORM ProduceLetter
        WHEN Standing-DeansList
            SET Letter-Deans TO TRUE
            PERFORM ProduceLetter
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

ProduceLetter.
    PERFORM GetMailingAddress.
    IF WS-Mailable
        PERFORM GetCourseDesc
        PERFORM WriteLetterHeading
        PERFORM WriteLetterBody
        PERFORM WriteLetterClosing
        PERFORM WriteMailingLabel
        PERFORM CountLetter
    ELSE
        PERFORM WriteUnmailedLine
        PERFORM CountUnmailed
    END-IF.

GetMailingAddress.
    MOVE "Y" TO WS-Mailable-Flag.
    MOVE SPACES TO WS-Unmailed-Reason.
    IF WS-Demo-Absent
        MOVE "N" TO WS-Mailable-Flag
        MOVE "NO DEMOGRAPHICS" TO WS-Unmailed-Reason
    ELSE
        MOVE WS-Letter-StudentId TO StudentId OF DemographicsRecord
        READ DemographicsFile
            INVALID KEY
                MOVE "N" TO WS-Mailable-Flag
                MOVE "NO DEMOGRAPHICS" TO WS-Unmailed-Reason
            NOT INVALID KEY
                IF FullName OF DemographicsRecord = SPACES
                        OR AddressLine1 OF DemographicsRecord = SPACES
                    MOVE "N" TO WS-Mailable-Flag
                    MOVE "INCOMPLETE ADDRESS" TO WS-Unmailed-Reason
                END-IF
        END-READ
    END-IF.

GetCourseDesc.
    MOVE SPACES TO WS-Course-Desc.
    IF WS-Letter-CourseCode NOT = SPACES
        MOVE WS-Letter-CourseCode TO CourseCode OF CourseCatalogRecord
        READ CourseCatalogFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE CourseDesc OF CourseCatalogRecord TO WS-Course-Desc
        END-READ
    END-IF.

WriteLetterHeading.
    IF WS-First-Letter
        MOVE "N" TO WS-First-Letter-Flag
        MOVE SPACES TO LetterLine
        MOVE "Office of the Registrar" TO LetterLine(45:23)
        WRITE LetterLine
    ELSE
        MOVE SPACES TO LetterLine
        MOVE "Office of the Registrar" TO LetterLine(45:23)
        WRITE LetterLine AFTER ADVANCING PAGE
    END-IF.
    MOVE SPACES TO LetterLine.
    MOVE WS-Heading-Date TO LetterLine(45:10).
    WRITE LetterLine.
    MOVE SPACES TO LetterLine.
    WRITE LetterLine.
    MOVE FullName OF DemographicsRecord TO LetterLine.
    WRITE LetterLine.
    MOVE AddressLine1 OF DemographicsRecord TO LetterLine.
    WRITE LetterLine.
    IF AddressLine2 OF DemographicsRecord NOT = SPACES
        MOVE AddressLine2 OF DemographicsRecord TO LetterLine
        WRITE LetterLine
    END-IF.
    MOVE SPACES TO LetterLine.
    STRING AddressCity OF DemographicsRecord DELIMITED SIZE
           "  " DELIMITED SIZE
           AddressPostCode OF DemographicsRecord DELIMITED SIZE
        INTO LetterLine.
    WRITE LetterLine.
    MOVE SPACES TO LetterLine.
    WRITE LetterLine.
    MOVE SPACES TO LetterLine.
    STRING "Student number: " DELIMITED SIZE
           WS-Letter-StudentId DELIMITED SIZE
        INTO LetterLine.
    WRITE LetterLine.
    MOVE SPACES TO LetterLine.
    WRITE LetterLine.
    MOVE SPACES TO LetterLine.
    STRING "Dear " DELIMITED SIZE
           FullName OF DemographicsRecord DELIMITED SIZE
        INTO LetterLine.
    WRITE LetterLine.
    MOVE SPACES TO LetterLine.
    WRITE LetterLine.

WriteLetterBody.
    EVALUATE TRUE
        WHEN Letter-Confirm AND WS-Promoted
            PERFORM WritePromotionBody
        WHEN Letter-Confirm
            PERFORM WriteConfirmBody
        WHEN Letter-Drop
            PERFORM WriteDropBody
        WHEN Letter-Withdraw
            PERFORM WriteWithdrawBody
        WHEN Letter-Probation
            PERFORM WriteProbationBody
        WHEN Letter-Deans
            PERFORM WriteDeansBody
    END-EVALUATE.

WriteConfirmBody.
    MOVE SPACES TO LetterLine.
    STRING "This letter confirms your enrollment in " DELIMITED SIZE
           WS-Letter-CourseCode DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Course-Desc DELIMITED SIZE
        INTO LetterLine.
    WRITE LetterLine.
    MOVE SPACES TO LetterLine.
    STRING "for term " DELIMITED SIZE
           WS-Letter-Term DELIMITED SIZE
           ". Please check your timetable for meeting times and"
               DELIMITED SIZE
        INTO LetterLine.
    WRITE LetterLine.
    MOVE "rooms before classes begin." TO LetterLine.
    WRITE LetterLine.

WritePromotionBody.
    MOVE "A place has become available and you have been enrolled from"
        TO LetterLine.
    WRITE LetterLine.
    MOVE SPACES TO LetterLine.
    STRING "the waitlist in " DELIMITED SIZE
           WS-Letter-CourseCode DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Course-Desc DELIMITED SIZE
           " for term " DELIMITED SIZE
           WS-Letter-Term DELIMITED SIZE
           "." DELIMITED SIZE
        INTO LetterLine.
    WRITE LetterLine.
    MOVE "Please check your timetable for meeting times and rooms."
        TO LetterLine.
    WRITE LetterLine.

WriteDropBody.
    MOVE SPACES TO LetterLine.
    STRING "This letter confirms that you have been dropped from "
               DELIMITED SIZE
           WS-Letter-CourseCode DELIMITED SIZE
        INTO LetterLine.
    WRITE LetterLine.
    MOVE SPACES TO LetterLine.
    STRING WS-Course-Desc DELIMITED SIZE
           " for term " DELIMITED SIZE
           WS-Letter-Term DELIMITED SIZE
           ". Any tuition refund due will appear on" DELIMITED SIZE
        INTO LetterLine.
    WRITE LetterLine.
    MOVE "your next statement." TO LetterLine.
    WRITE LetterLine.

WriteWithdrawBody.
    MOVE SPACES TO LetterLine.
    STRING "This letter confirms your withdrawal from " DELIMITED SIZE
           WS-Letter-CourseCode DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Course-Desc DELIMITED SIZE
        INTO LetterLine.
    WRITE LetterLine.
    MOVE SPACES TO LetterLine.
    STRING "for term " DELIMITED SIZE
           WS-Letter-Term DELIMITED SIZE
           ". A grade of W has been recorded on your transcript."
               DELIMITED SIZE
        INTO LetterLine.
    WRITE LetterLine.
    MOVE "No tuition refund is due for a withdrawal." TO LetterLine.
    WRITE LetterLine.

WriteProbationBody.
    MOVE WS-Letter-Gpa TO WS-Gpa-Display.
    MOVE SPACES TO LetterLine.
    STRING "Your grade point average is now " DELIMITED SIZE
           WS-Gpa-Display DELIMITED SIZE
           ", below the minimum required" DELIMITED SIZE
        INTO LetterLine.
    WRITE LetterLine.
    MOVE "for good academic standing, and you have been placed on"
        TO LetterLine.
    WRITE LetterLine.
    MOVE "academic probation. Please arrange to see your advisor before"
        TO LetterLine.
    WRITE LetterLine.
    MOVE "the start of next term." TO LetterLine.
    WRITE LetterLine.

WriteDeansBody.
    MOVE WS-Letter-Gpa TO WS-Gpa-Display.
    MOVE SPACES TO LetterLine.
    STRING "Congratulations. With a grade point average of " DELIMITED SIZE
           WS-Gpa-Display DELIMITED SIZE
           " you have" DELIMITED SIZE
        INTO LetterLine.
    WRITE LetterLine.
    MOVE "been named to the Dean's list." TO LetterLine.
    WRITE LetterLine.

WriteLetterClosing.
    MOVE SPACES TO LetterLine.
    WRITE LetterLine.
    MOVE "Yours sincerely," TO LetterLine.
    WRITE LetterLine.
    MOVE SPACES TO LetterLine.
    WRITE LetterLine.
    MOVE SPACES TO LetterLine.
    WRITE LetterLine.
    MOVE "Office of the Registrar" TO LetterLine.
    WRITE LetterLine.

WriteMailingLabel.
    MOVE SPACES TO LabelRecord.
    MOVE WS-Letter-Type TO LabelLetterType.
    MOVE WS-Letter-StudentId TO LabelStudentId.
    MOVE FullName OF DemographicsRecord TO LabelName.
    MOVE AddressLine1 OF DemographicsRecord TO LabelLine1.
    MOVE AddressLine2 OF DemographicsRecord TO LabelLine2.
    MOVE AddressCity OF DemographicsRecord TO LabelCity.
    MOVE AddressPostCode OF DemographicsRecord TO LabelPostCode.
    WRITE LabelRecord.

CountLetter.
    ADD 1 TO WS-Letter-Count.
    EVALUATE TRUE
        WHEN Letter-Confirm
            ADD 1 TO WS-Confirm-Count
        WHEN Letter-Drop
            ADD 1 TO WS-Drop-Count
        WHEN Letter-Withdraw
            ADD 1 TO WS-Withdraw-Count
        WHEN Letter-Probation
            ADD 1 TO WS-Probation-Count
        WHEN Letter-Deans
            ADD 1 TO WS-Deans-Count
    END-EVALUATE.

CountUnmailed.
    ADD 1 TO WS-Unmailed-Count.
    EVALUATE TRUE
        WHEN Letter-Confirm
            ADD 1 TO WS-Confirm-Unmailed
        WHEN Letter-Drop
            ADD 1 TO WS-Drop-Unmailed
        WHEN Letter-Withdraw
            ADD 1 TO WS-Withdraw-Unmailed
        WHEN Letter-Probation
            ADD 1 TO WS-Probation-Unmailed
        WHEN Letter-Deans
            ADD 1 TO WS-Deans-Unmailed
    END-EVALUATE.

GetTypeDesc.
    EVALUATE TRUE
        WHEN Letter-Confirm
            MOVE "Enrollment confirm" TO WS-Type-Desc
        WHEN Letter-Drop
            MOVE "Drop" TO WS-Type-Desc
        WHEN Letter-Withdraw
            MOVE "Withdrawal" TO WS-Type-Desc
        WHEN Letter-Probation
            MOVE "Probation" TO WS-Type-Desc
        WHEN Letter-Deans
            MOVE "Dean's list" TO WS-Type-Desc
    END-EVALUATE.

WriteControlHeading.
    MOVE SPACES TO ControlLine.
    STRING "Correspondence run control listing for " DELIMITED SIZE
           WS-Heading-Date DELIMITED SIZE
        INTO ControlLine.
    WRITE ControlLine.
    MOVE SPACES TO ControlLine.
    WRITE ControlLine.
    MOVE "Unable to mail:" TO ControlLine.
    WRITE ControlLine.
    MOVE "StudentId Letter type          Course Term  Reason"
        TO ControlLine.
    WRITE ControlLine.

WriteUnmailedLine.
    PERFORM GetTypeDesc.
    MOVE SPACES TO ControlLine.
    STRING WS-Letter-StudentId DELIMITED SIZE
           "   " DELIMITED SIZE
           WS-Type-Desc DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Letter-CourseCode DELIMITED SIZE
           "   " DELIMITED SIZE
           WS-Letter-Term DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Unmailed-Reason DELIMITED SIZE
        INTO ControlLine.
    WRITE ControlLine.

WriteControlTotals.
    IF WS-Unmailed-Count = ZERO
        MOVE "  (none)" TO ControlLine
        WRITE ControlLine
    END-IF.
    MOVE SPACES TO ControlLine.
    WRITE ControlLine.
    MOVE "Letter type          Printed Unable to mail" TO ControlLine.
    WRITE ControlLine.
    SET Letter-Confirm TO TRUE.
    MOVE WS-Confirm-Count TO WS-Control-Count.
    MOVE WS-Confirm-Unmailed TO WS-Control-Unmailed.
    PERFORM WriteControlCountLine.
    SET Letter-Drop TO TRUE.
    MOVE WS-Drop-Count TO WS-Control-Count.
    MOVE WS-Drop-Unmailed TO WS-Control-Unmailed.
    PERFORM WriteControlCountLine.
    SET Letter-Withdraw TO TRUE.
    MOVE WS-Withdraw-Count TO WS-Control-Count.
    MOVE WS-Withdraw-Unmailed TO WS-Control-Unmailed.
    PERFORM WriteControlCountLine.
    SET Letter-Probation TO TRUE.
    MOVE WS-Probation-Count TO WS-Control-Count.
    MOVE WS-Probation-Unmailed TO WS-Control-Unmailed.
    PERFORM WriteControlCountLine.
    SET Letter-Deans TO TRUE.
    MOVE WS-Deans-Count TO WS-Control-Count.
    MOVE WS-Deans-Unmailed TO WS-Control-Unmailed.
    PERFORM WriteControlCountLine.
    MOVE "Total" TO WS-Type-Desc.
    MOVE WS-Letter-Count TO WS-Count-Display.
    MOVE WS-Unmailed-Count TO WS-Unmailed-Display.
    PERFORM WriteControlLineText.
    MOVE SPACES TO ControlLine.
    WRITE ControlLine.
    MOVE "Balance printed letters against the MAILLABL label count"
        TO ControlLine.
    WRITE ControlLine.

WriteControlCountLine.
    PERFORM GetTypeDesc.
    MOVE WS-Control-Count TO WS-Count-Display.
    MOVE WS-Control-Unmailed TO WS-Unmailed-Display.
    PERFORM WriteControlLineText.

WriteControlLineText.
    MOVE SPACES TO ControlLine.
    STRING WS-Type-Desc DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Count-Display DELIMITED SIZE
           "        " DELIMITED SIZE
           WS-Unmailed-Display DELIMITED SIZE
        INTO ControlLine.
    WRITE ControlLine.

DisplaySummary.
    MOVE WS-Confirm-Count TO WS-Count-Display.
    DISPLAY "Enrollment confirmations:  " WS-Count-Display.
    MOVE WS-Drop-Count TO WS-Count-Display.
    DISPLAY "Drop letters:              " WS-Count-Display.
    MOVE WS-Withdraw-Count TO WS-Count-Display.
    DISPLAY "Withdrawal letters:        " WS-Count-Display.
    MOVE WS-Probation-Count TO WS-Count-Display.
    DISPLAY "Probation letters:         " WS-Count-Display.
    MOVE WS-Deans-Count TO WS-Count-Display.
    DISPLAY "Dean's list letters:       " WS-Count-Display.
    MOVE WS-Letter-Count TO WS-Count-Display.
    DISPLAY "Letters and labels written:" WS-Count-Display.
    MOVE WS-Unmailed-Count TO WS-Count-Display.
    DISPLAY "Unable to mail:            " WS-Count-Display.
    DISPLAY "Letters on LETTERS, labels on MAILLABL, control listing"
            " on LETRCTL".

WriteRunEnd.
    PERFORM ClearRunControl.
    MOVE "C" TO RunStatus.
    MOVE "LETTERS" TO RunCountName(1).
    MOVE WS-Letter-Count TO RunCountValue(1).
    MOVE "UNMAILED" TO RunCountName(2).
    MOVE WS-Unmailed-Count TO RunCountValue(2).
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
                WS-Run-Date " - LETTERS not started"
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
    MOVE "LETTERS" TO RunProgram.
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
