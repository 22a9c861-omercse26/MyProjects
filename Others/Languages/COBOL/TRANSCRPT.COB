        RECORD KEY IS StudentId OF DemographicsRecord
        FILE STATUS IS WS-Demo-Status.

    SELECT HoldFile ASSIGN TO "STUDHOLD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HoldKey OF HoldRecord
        FILE STATUS IS WS-Hold-Status.

    SELECT TranscriptFile ASSIGN TO "TRNSCRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Status.
01  DemographicsRecord.
    COPY DEMOFLDS.

FD  HoldFile.
01  HoldRecord.
    COPY HOLDFLDS.

FD  TranscriptFile.
01  TranscriptLine PIC X(80).

01 WS-Demo-Absent-Flag PIC X VALUE "N".
    88 WS-Demo-Absent VALUE "Y".

01 WS-Hold-Status PIC XX.
    88 WS-Hold-OK VALUE "00".
    88 WS-Hold-NoFile VALUE "35".

01 WS-Holds-Absent-Flag PIC X VALUE "N".
    88 WS-Holds-Absent VALUE "Y".

01 WS-Hold-EOF-Flag PIC X.
    88 WS-Hold-EOF VALUE "Y".

01 WS-Transcript-Held-Flag PIC X.
    88 WS-Transcript-Held VALUE "Y".

01 WS-Report-Status PIC XX.
    88 WS-Report-OK VALUE "00".


01 WS-Course-Lines PIC 9(3).
01 WS-Student-Count PIC 9(7) VALUE ZERO.
01 WS-Withheld-Count PIC 9(7) VALUE ZERO.
01 WS-Count-Display PIC ZZZZZZ9.

01 WS-Grade-Display PIC X(10).
            STOP RUN
        END-IF
    END-IF.
    OPEN INPUT HoldFile.
    IF WS-Hold-NoFile
        SET WS-Holds-Absent TO TRUE
    ELSE
        IF NOT WS-Hold-OK
            DISPLAY "Unable to open registration hold file, status "
                    WS-Hold-Status
            STOP RUN
        END-IF
    END-IF.
    OPEN OUTPUT TranscriptFile.
    IF NOT WS-Report-OK
        DISPLAY "Unable to open transcript file, status " WS-Report-Status
    IF NOT WS-Demo-Absent
        CLOSE DemographicsFile
    END-IF.
    IF NOT WS-Holds-Absent
        CLOSE HoldFile
    END-IF.
    CLOSE TranscriptFile.
    MOVE WS-Student-Count TO WS-Count-Display.
    DISPLAY "Transcript report complete - students printed: "
            WS-Count-Display.
    MOVE WS-Withheld-Count TO WS-Count-Display.
    DISPLAY "Transcripts withheld for a hold:                "
            WS-Count-Display.
    STOP RUN.

GetRunDate.
    MOVE WS-Run-Date(7:2) TO WS-Heading-DD.

PrintTranscriptPage.
    PERFORM CheckTranscriptHold.
    IF WS-Transcript-Held
        ADD 1 TO WS-Withheld-Count
        PERFORM PrintWithheldPage
    ELSE
        PERFORM WriteStudentHeading
        PERFORM WriteCourseHeading
        PERFORM ListStudentCourses
    END-IF.

CheckTranscriptHold.
    MOVE "N" TO WS-Transcript-Held-Flag.
    IF NOT WS-Holds-Absent
        MOVE "N" TO WS-Hold-EOF-Flag
        MOVE StudentId OF StudentMasterRecord TO StudentId OF HoldRecord
        MOVE LOW-VALUES TO HoldType OF HoldRecord
        START HoldFile KEY IS NOT LESS THAN HoldKey OF HoldRecord
            INVALID KEY
                SET WS-Hold-EOF TO TRUE
        END-START
        PERFORM UNTIL WS-Hold-EOF OR WS-Transcript-Held
            READ HoldFile NEXT RECORD
                AT END
                    SET WS-Hold-EOF TO TRUE
                NOT AT END
                    IF StudentId OF HoldRecord
                            = StudentId OF StudentMasterRecord
                        IF Hold-Blocks-Transcript OF HoldRecord
                            SET WS-Transcript-Held TO TRUE
                        END-IF
                    ELSE
                        SET WS-Hold-EOF TO TRUE
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

PrintWithheldPage.
    PERFORM WriteStudentHeading.
    MOVE SPACES TO TranscriptLine.
    WRITE TranscriptLine.
    MOVE "*** TRANSCRIPT WITHHELD ***" TO TranscriptLine.
    WRITE TranscriptLine.
    MOVE SPACES TO TranscriptLine.
    WRITE TranscriptLine.
    MOVE "This transcript cannot be released while the following"
        TO TranscriptLine.
    WRITE TranscriptLine.
    MOVE "hold(s) remain on the student's record:" TO TranscriptLine.
    WRITE TranscriptLine.
    MOVE "N" TO WS-Hold-EOF-Flag.
    MOVE StudentId OF StudentMasterRecord TO StudentId OF HoldRecord.
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
                IF StudentId OF HoldRecord
                        = StudentId OF StudentMasterRecord
                    IF Hold-Blocks-Transcript OF HoldRecord
                        PERFORM WriteWithheldHoldLine
                    END-IF
                ELSE
                    SET WS-Hold-EOF TO TRUE
                END-IF
        END-READ
    END-PERFORM.
    MOVE SPACES TO TranscriptLine.
    WRITE TranscriptLine.
    MOVE "Contact the placing office to have the hold released."
        TO TranscriptLine.
    WRITE TranscriptLine.

WriteWithheldHoldLine.
    MOVE SPACES TO TranscriptLine.
    STRING "  " DELIMITED SIZE
           HoldType OF HoldRecord DELIMITED SIZE
           "  " DELIMITED SIZE
           HoldOffice OF HoldRecord DELIMITED SIZE
           "  placed " DELIMITED SIZE
           HoldDatePlaced OF HoldRecord DELIMITED SIZE
           "  " DELIMITED SIZE
           HoldReason OF HoldRecord DELIMITED SIZE
        INTO TranscriptLine.
    WRITE TranscriptLine.

WriteStudentHeading.
    MOVE SPACES TO TranscriptLine.
        INTO TranscriptLine.
    WRITE TranscriptLine.
    PERFORM WriteAddressBlock.

WriteCourseHeading.
    MOVE SPACES TO TranscriptLine.
    WRITE TranscriptLine.
    MOVE "Course Term   Description          Grade" TO TranscriptLine.
