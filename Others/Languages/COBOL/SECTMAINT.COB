        RECORD KEY IS EnrollmentKey OF EnrollmentRecord
        FILE STATUS IS WS-Enroll-Status.

    SELECT RoomFile ASSIGN TO "ROOMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RoomCode OF RoomRecord
        FILE STATUS IS WS-Room-Status.

    SELECT SectionAuditFile ASSIGN TO "SECTAUDT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Audit-Status.
01  EnrollmentRecord.
    COPY ENRLFLDS.

FD  RoomFile.
01  RoomRecord.
    COPY ROOMFLDS.

FD  SectionAuditFile.
01  SectionAuditRecord.
    COPY SAUDFLDS.
01 SectionDetails.
    COPY SECTFLDS.

01 RoomDetails.
    COPY ROOMFLDS.

01 TransactionCode PIC X.
    88 Trans-Add        VALUE "A".
    88 Trans-Change      VALUE "C".
    88 Trans-Delete      VALUE "D".
    88 Trans-Inquire     VALUE "I".
    88 Trans-RoomStore   VALUE "R".
    88 Trans-RoomDelete  VALUE "X".
    88 Trans-RoomInquire VALUE "Q".

01 WS-Sect-Status PIC XX.
    88 WS-Sect-OK        VALUE "00".

01 WS-List-Count PIC 9(3).

01 WS-Room-Status PIC XX.
    88 WS-Room-OK        VALUE "00".
    88 WS-Room-NotFound  VALUE "23".
    88 WS-Room-NoFile    VALUE "35".

01 WS-Room-EOF-Flag PIC X.
    88 WS-Room-EOF VALUE "Y".

01 WS-Room-OK-Flag PIC X.
    88 WS-Room-Fits VALUE "Y".

01 WS-Room-In-Use-Flag PIC X.
    88 WS-Room-In-Use VALUE "Y".

01 WS-Days-Sub PIC 9(2).
01 WS-Days-OK-Flag PIC X.
    88 WS-Days-OK VALUE "Y".
        DISPLAY "Unable to open course catalog, status " WS-Course-Status
        STOP RUN
    END-IF.
    PERFORM OpenRooms.
    PERFORM OpenAudit.
    PERFORM ProcessOnline.
    CLOSE SectionFile.
    CLOSE CourseCatalogFile.
    CLOSE RoomFile.
    CLOSE SectionAuditFile.
    STOP RUN.

        STOP RUN
    END-IF.

OpenRooms.
    OPEN I-O RoomFile.
    IF WS-Room-NoFile
        OPEN OUTPUT RoomFile
        CLOSE RoomFile
        OPEN I-O RoomFile
    END-IF.
    IF NOT WS-Room-OK
        DISPLAY "Unable to open room master file, status "
                WS-Room-Status
        STOP RUN
    END-IF.

OpenAudit.
    OPEN EXTEND SectionAuditFile.
    IF NOT WS-Audit-OK
    WRITE SectionAuditRecord.

ProcessOnline.
    DISPLAY "Enter transaction code (A=Add C=Change D=Delete I=Inquire"
            " R=Room add/change X=Room delete Q=Room inquire)".
    ACCEPT TransactionCode.
    EVALUATE TRUE
        WHEN Trans-Add
                    " (SectionNo 00 on Inquire lists every section)"
            ACCEPT SectionKey OF SectionDetails
            PERFORM ApplyTransaction
        WHEN Trans-RoomStore
            DISPLAY "Enter the room details (RoomCode/Building/Seats/"
                    "Type LEC LAB SEM)"
            ACCEPT RoomDetails
            PERFORM EditRoomDetails
            PERFORM ApplyTransaction
        WHEN Trans-RoomDelete
        WHEN Trans-RoomInquire
            DISPLAY "Enter the RoomCode"
                    " (spaces on Inquire lists every room)"
            ACCEPT RoomCode OF RoomDetails
            PERFORM ApplyTransaction
        WHEN OTHER
            DISPLAY "Invalid transaction code " TransactionCode
    END-EVALUATE.
        ACCEPT SectionDays OF SectionDetails
        PERFORM CheckMeetingDays
    END-PERFORM.
    PERFORM CheckSectionRoom.
    PERFORM UNTIL WS-Room-Fits
        DISPLAY "Re-enter the room (spaces if not yet assigned)"
                " then the capacity"
        ACCEPT SectionRoom OF SectionDetails
        ACCEPT SectionCapacity OF SectionDetails
        IF SectionCapacity OF SectionDetails NOT NUMERIC
            MOVE ZERO TO SectionCapacity OF SectionDetails
        END-IF
        PERFORM CheckSectionRoom
    END-PERFORM.

CheckSectionRoom.
    MOVE "Y" TO WS-Room-OK-Flag.
    IF SectionRoom OF SectionDetails NOT = SPACES
        MOVE SectionRoom OF SectionDetails TO RoomCode OF RoomRecord
        READ RoomFile
            INVALID KEY
                DISPLAY "Room " SectionRoom OF SectionDetails
                        " is not on the room master"
                MOVE "N" TO WS-Room-OK-Flag
            NOT INVALID KEY
                IF SectionCapacity OF SectionDetails = ZERO
                    DISPLAY "Room " RoomCode OF RoomRecord " seats "
                            RoomSeats OF RoomRecord
                            " - an uncapped section cannot be"
                            " placed in it"
                    MOVE "N" TO WS-Room-OK-Flag
                ELSE
                    IF SectionCapacity OF SectionDetails
                            > RoomSeats OF RoomRecord
                        DISPLAY "Room " RoomCode OF RoomRecord
                                " seats only " RoomSeats OF RoomRecord
                                " - capacity "
                                SectionCapacity OF SectionDetails
                                " is too large"
                        MOVE "N" TO WS-Room-OK-Flag
                    END-IF
                END-IF
        END-READ
    END-IF.

EditRoomDetails.
    IF RoomSeats OF RoomDetails NOT NUMERIC
        MOVE ZERO TO RoomSeats OF RoomDetails
    END-IF.
    PERFORM UNTIL RoomSeats OF RoomDetails > ZERO
        DISPLAY "Seat count must be a number greater than zero"
                " - re-enter"
        ACCEPT RoomSeats OF RoomDetails
        IF RoomSeats OF RoomDetails NOT NUMERIC
            MOVE ZERO TO RoomSeats OF RoomDetails
        END-IF
    END-PERFORM.
    PERFORM UNTIL RoomType-Valid OF RoomDetails
        DISPLAY "Room type must be LEC, LAB or SEM - re-enter"
        ACCEPT RoomType OF RoomDetails
    END-PERFORM.

CheckMeetingDays.
    MOVE "Y" TO WS-Days-OK-Flag.
            PERFORM DeleteSection
        WHEN Trans-Inquire
            PERFORM InquireSection
        WHEN Trans-RoomStore
            PERFORM StoreRoom
        WHEN Trans-RoomDelete
            PERFORM DeleteRoom
        WHEN Trans-RoomInquire
            PERFORM InquireRoom
        WHEN OTHER
            DISPLAY "Invalid transaction code " TransactionCode
    END-EVALUATE.
    DISPLAY "Instructor " SectionInstructor OF SectionRecord.
    DISPLAY "Capacity   " SectionCapacity OF SectionRecord
            " enrolled " SectionEnrolled OF SectionRecord.

StoreRoom.
    IF RoomCode OF RoomDetails = SPACES
        DISPLAY "RoomCode is required - room not stored"
    ELSE
        MOVE RoomDetails TO RoomRecord
        WRITE RoomRecord
            INVALID KEY
                REWRITE RoomRecord
                    INVALID KEY
                        DISPLAY "Unable to rewrite room master, status "
                                WS-Room-Status
                    NOT INVALID KEY
                        DISPLAY "Changed room " RoomCode OF RoomRecord
                END-REWRITE
            NOT INVALID KEY
                DISPLAY "Added room " RoomCode OF RoomRecord
        END-WRITE
    END-IF.

DeleteRoom.
    MOVE RoomCode OF RoomDetails TO RoomCode OF RoomRecord.
    READ RoomFile
        INVALID KEY
            DISPLAY "Room " RoomCode OF RoomDetails " not found"
        NOT INVALID KEY
            PERFORM CheckRoomInUse
            IF WS-Room-In-Use
                DISPLAY "Room " RoomCode OF RoomDetails
                        " still assigned to a course section"
                        " - not deleted"
            ELSE
                DELETE RoomFile
                    INVALID KEY
                        DISPLAY "Unable to delete room, status "
                                WS-Room-Status
                    NOT INVALID KEY
                        DISPLAY "Deleted room " RoomCode OF RoomDetails
                END-DELETE
            END-IF
    END-READ.

CheckRoomInUse.
    MOVE "N" TO WS-Room-In-Use-Flag.
    MOVE "N" TO WS-Sect-EOF-Flag.
    MOVE LOW-VALUES TO SectionKey OF SectionRecord.
    START SectionFile KEY IS NOT LESS THAN SectionKey OF SectionRecord
        INVALID KEY
            SET WS-Sect-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-Sect-EOF OR WS-Room-In-Use
        READ SectionFile NEXT RECORD
            AT END
                SET WS-Sect-EOF TO TRUE
            NOT AT END
                IF SectionRoom OF SectionRecord = RoomCode OF RoomDetails
                    DISPLAY "In use by section "
                            CourseCode OF SectionRecord " "
                            SectionNo OF SectionRecord
                    SET WS-Room-In-Use TO TRUE
                END-IF
        END-READ
    END-PERFORM.

InquireRoom.
    IF RoomCode OF RoomDetails = SPACES
        PERFORM ListRooms
    ELSE
        MOVE RoomCode OF RoomDetails TO RoomCode OF RoomRecord
        READ RoomFile
            INVALID KEY
                DISPLAY "Room " RoomCode OF RoomDetails " not found"
            NOT INVALID KEY
                PERFORM DisplayRoom
        END-READ
    END-IF.

ListRooms.
    MOVE ZERO TO WS-List-Count.
    MOVE "N" TO WS-Room-EOF-Flag.
    MOVE LOW-VALUES TO RoomCode OF RoomRecord.
    START RoomFile KEY IS NOT LESS THAN RoomCode OF RoomRecord
        INVALID KEY
            SET WS-Room-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-Room-EOF
        READ RoomFile NEXT RECORD
            AT END
                SET WS-Room-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-List-Count
                PERFORM DisplayRoom
        END-READ
    END-PERFORM.
    IF WS-List-Count = ZERO
        DISPLAY "No rooms on the room master"
    END-IF.

DisplayRoom.
    DISPLAY "Room       " RoomCode OF RoomRecord
            " " RoomBuilding OF RoomRecord
            " type " RoomType OF RoomRecord
            " seats " RoomSeats OF RoomRecord.
