IDENTIFICATION DIVISION.
PROGRAM-ID. Roomchek.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SectionFile ASSIGN TO "CRSESECT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SectionKey OF SectionRecord
        FILE STATUS IS WS-Sect-Status.

    SELECT RoomFile ASSIGN TO "ROOMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RoomCode OF RoomRecord
        FILE STATUS IS WS-Room-Status.

    SELECT ReportFile ASSIGN TO "ROOMRPRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Status.

    SELECT RunControlFile ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtl-Status.

DATA DIVISION.
FILE SECTION.
FD  SectionFile.
01  SectionRecord.
    COPY SECTFLDS.

FD  RoomFile.
01  RoomRecord.
    COPY ROOMFLDS.

FD  ReportFile.
01  ReportLine PIC X(120).

FD  RunControlFile.
01  RunControlRecord.
    COPY RCTLFLDS.

WORKING-STORAGE SECTION.
01 WS-Sect-Status PIC XX.
    88 WS-Sect-OK VALUE "00".
    88 WS-Sect-NoFile VALUE "35".

01 WS-Room-Status PIC XX.
    88 WS-Room-OK VALUE "00".
    88 WS-Room-NoFile VALUE "35".

01 WS-Rooms-Absent-Flag PIC X VALUE "N".
    88 WS-Rooms-Absent VALUE "Y".

01 WS-Report-Status PIC XX.
    88 WS-Report-OK VALUE "00".

01 WS-RunCtl-Status PIC XX.
    88 WS-RunCtl-OK VALUE "00".

01 WS-Run-Step PIC X(8) VALUE "BOOKING".

01 WS-Sect-EOF-Flag PIC X VALUE "N".
    88 WS-Sect-EOF VALUE "Y".

01 WS-Room-EOF-Flag PIC X VALUE "N".
    88 WS-Room-EOF VALUE "Y".

01 WS-Section-Table.
    02 WS-Section-Entry OCCURS 500 TIMES.
       03 WS-Table-Sect-Course PIC X(4).
       03 WS-Table-Sect-No PIC 9(2).
       03 WS-Table-Days PIC X(7).
       03 WS-Table-Start PIC 9(4).
       03 WS-Table-End PIC 9(4).
       03 WS-Table-Instructor PIC X(15).
       03 WS-Table-Room PIC X(6).
       03 WS-Table-Capacity PIC 9(3).
       03 WS-Table-Week-Minutes PIC 9(5).
01 WS-Section-Entry-Count PIC 9(3) VALUE ZERO.

01 WS-Outer-Sub PIC 9(3).
01 WS-Inner-Sub PIC 9(3).
01 WS-Table-Sub PIC 9(3).
01 WS-Day-Sub PIC 9.
01 WS-Day-Tally PIC 9.
01 WS-Space-Tally PIC 9.

01 WS-Overlap-Flag PIC X.
    88 WS-Times-Overlap VALUE "Y".

01 WS-Overflow-Flag PIC X VALUE "N".
    88 WS-Table-Overflow VALUE "Y".

01 WS-Clock-Hours PIC 9(2).
01 WS-Clock-Minutes PIC 9(2).
01 WS-Start-Minutes PIC 9(4).
01 WS-End-Minutes PIC 9(4).

01 WS-Room-Section-Count PIC 9(3).
01 WS-Room-Week-Minutes PIC 9(6).
01 WS-Room-Seats-Scheduled PIC 9(6).
01 WS-Room-Seats-Available PIC 9(6).
01 WS-Room-Hours PIC 9(4)V9.
01 WS-Room-Fill-Pct PIC 9(3).

01 WS-Hours-Display PIC ZZZ9.9.
01 WS-Pct-Display PIC ZZ9.
01 WS-Seats-Display PIC ZZZZZ9.
01 WS-Sections-Display PIC ZZ9.

01 WS-Sections-Read-Count PIC 9(7) VALUE ZERO.
01 WS-Room-Conflict-Count PIC 9(7) VALUE ZERO.
01 WS-Instr-Conflict-Count PIC 9(7) VALUE ZERO.
01 WS-Unknown-Room-Count PIC 9(7) VALUE ZERO.
01 WS-Oversize-Count PIC 9(7) VALUE ZERO.
01 WS-Rooms-Listed-Count PIC 9(7) VALUE ZERO.
01 WS-Unused-Room-Count PIC 9(7) VALUE ZERO.
01 WS-Count-Display PIC ZZZZZZ9.

01 WS-Run-Date.
    02 WS-Run-Year PIC 9(4).
    02 WS-Run-Month PIC 9(2).
    02 WS-Run-Day PIC 9(2).

01 WS-Heading-Date.
    02 WS-Head-Year PIC 9(4).
    02 FILLER PIC X VALUE "-".
    02 WS-Head-Month PIC 9(2).
    02 FILLER PIC X VALUE "-".
    02 WS-Head-Day PIC 9(2).

PROCEDURE DIVISION.
Begin.
    PERFORM GetRunDate.
    PERFORM WriteRunStart.
    OPEN INPUT SectionFile.
    IF WS-Sect-NoFile
        DISPLAY "No course section file - nothing to check"
        PERFORM WriteRunEnd
        STOP RUN
    END-IF.
    IF NOT WS-Sect-OK
        DISPLAY "Unable to open course section file, status "
                WS-Sect-Status
        STOP RUN
    END-IF.
    OPEN INPUT RoomFile.
    IF WS-Room-NoFile
        SET WS-Rooms-Absent TO TRUE
    ELSE
        IF NOT WS-Room-OK
            DISPLAY "Unable to open room master file, status "
                    WS-Room-Status
            STOP RUN
        END-IF
    END-IF.
    OPEN OUTPUT ReportFile.
    IF NOT WS-Report-OK
        DISPLAY "Unable to open room report file, status "
                WS-Report-Status
        STOP RUN
    END-IF.
    PERFORM WriteReportHeading.
    PERFORM LoadSections.
    CLOSE SectionFile.
    PERFORM ReportConflicts.
    PERFORM ReportUnknownRooms.
    PERFORM ReportUtilization.
    IF NOT WS-Rooms-Absent
        CLOSE RoomFile
    END-IF.
    PERFORM WriteReportSummary.
    CLOSE ReportFile.
    PERFORM DisplaySummary.
    PERFORM WriteRunEnd.
    STOP RUN.

GetRunDate.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
    MOVE WS-Run-Year TO WS-Head-Year.
    MOVE WS-Run-Month TO WS-Head-Month.
    MOVE WS-Run-Day TO WS-Head-Day.

WriteReportHeading.
    MOVE SPACES TO ReportLine.
    STRING "Room and instructor booking report - run date "
               DELIMITED SIZE
           WS-Heading-Date DELIMITED SIZE
        INTO ReportLine.
    WRITE ReportLine.
    IF WS-Rooms-Absent
        MOVE "No room master on file - every assigned room is"
            TO ReportLine
        WRITE ReportLine
        MOVE "reported as unknown and no utilization is printed"
            TO ReportLine
        WRITE ReportLine
    END-IF.
    MOVE SPACES TO ReportLine.
    WRITE ReportLine.

LoadSections.
    PERFORM UNTIL WS-Sect-EOF
        READ SectionFile NEXT RECORD
            AT END
                SET WS-Sect-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-Sections-Read-Count
                PERFORM LoadOneSection
        END-READ
    END-PERFORM.

LoadOneSection.
    IF WS-Section-Entry-Count < 500
        ADD 1 TO WS-Section-Entry-Count
        MOVE WS-Section-Entry-Count TO WS-Table-Sub
        MOVE CourseCode OF SectionRecord
            TO WS-Table-Sect-Course(WS-Table-Sub)
        MOVE SectionNo OF SectionRecord
            TO WS-Table-Sect-No(WS-Table-Sub)
        MOVE SectionDays OF SectionRecord TO WS-Table-Days(WS-Table-Sub)
        MOVE SectionStart OF SectionRecord
            TO WS-Table-Start(WS-Table-Sub)
        MOVE SectionEnd OF SectionRecord TO WS-Table-End(WS-Table-Sub)
        MOVE SectionInstructor OF SectionRecord
            TO WS-Table-Instructor(WS-Table-Sub)
        MOVE SectionRoom OF SectionRecord TO WS-Table-Room(WS-Table-Sub)
        MOVE SectionCapacity OF SectionRecord
            TO WS-Table-Capacity(WS-Table-Sub)
        PERFORM ComputeWeekMinutes
    ELSE
        SET WS-Table-Overflow TO TRUE
        DISPLAY "Section table full - " CourseCode OF SectionRecord
                " section " SectionNo OF SectionRecord " not checked"
    END-IF.

ComputeWeekMinutes.
    MOVE ZERO TO WS-Table-Week-Minutes(WS-Table-Sub).
    DIVIDE SectionStart OF SectionRecord BY 100
        GIVING WS-Clock-Hours REMAINDER WS-Clock-Minutes.
    COMPUTE WS-Start-Minutes = WS-Clock-Hours * 60 + WS-Clock-Minutes.
    DIVIDE SectionEnd OF SectionRecord BY 100
        GIVING WS-Clock-Hours REMAINDER WS-Clock-Minutes.
    COMPUTE WS-End-Minutes = WS-Clock-Hours * 60 + WS-Clock-Minutes.
    IF WS-End-Minutes > WS-Start-Minutes
        MOVE ZERO TO WS-Space-Tally
        INSPECT SectionDays OF SectionRecord
            TALLYING WS-Space-Tally FOR ALL SPACE
        COMPUTE WS-Table-Week-Minutes(WS-Table-Sub) =
            (7 - WS-Space-Tally) * (WS-End-Minutes - WS-Start-Minutes)
    END-IF.

ReportConflicts.
    MOVE "Room and instructor conflicts" TO ReportLine.
    WRITE ReportLine.
    PERFORM VARYING WS-Outer-Sub FROM 1 BY 1
            UNTIL WS-Outer-Sub NOT < WS-Section-Entry-Count
        PERFORM CompareWithLaterSections
    END-PERFORM.
    IF WS-Room-Conflict-Count = ZERO AND WS-Instr-Conflict-Count = ZERO
        MOVE "  No overlapping bookings found" TO ReportLine
        WRITE ReportLine
    END-IF.
    MOVE SPACES TO ReportLine.
    WRITE ReportLine.

CompareWithLaterSections.
    COMPUTE WS-Inner-Sub = WS-Outer-Sub + 1.
    PERFORM UNTIL WS-Inner-Sub > WS-Section-Entry-Count
        IF (WS-Table-Room(WS-Outer-Sub) NOT = SPACES
                AND WS-Table-Room(WS-Outer-Sub)
                    = WS-Table-Room(WS-Inner-Sub))
            OR (WS-Table-Instructor(WS-Outer-Sub) NOT = SPACES
                AND WS-Table-Instructor(WS-Outer-Sub)
                    = WS-Table-Instructor(WS-Inner-Sub))
            PERFORM CompareMeetingTimes
            IF WS-Times-Overlap
                PERFORM WriteConflictLines
            END-IF
        END-IF
        ADD 1 TO WS-Inner-Sub
    END-PERFORM.

CompareMeetingTimes.
    MOVE "N" TO WS-Overlap-Flag.
    IF WS-Table-Start(WS-Outer-Sub) < WS-Table-End(WS-Inner-Sub)
            AND WS-Table-Start(WS-Inner-Sub) <
                WS-Table-End(WS-Outer-Sub)
        PERFORM VARYING WS-Day-Sub FROM 1 BY 1
                UNTIL WS-Day-Sub > 7 OR WS-Times-Overlap
            IF WS-Table-Days(WS-Outer-Sub)(WS-Day-Sub:1) NOT = SPACE
                MOVE ZERO TO WS-Day-Tally
                INSPECT WS-Table-Days(WS-Inner-Sub)
                    TALLYING WS-Day-Tally FOR ALL
                    WS-Table-Days(WS-Outer-Sub)(WS-Day-Sub:1)
                IF WS-Day-Tally > ZERO
                    SET WS-Times-Overlap TO TRUE
                END-IF
            END-IF
        END-PERFORM
    END-IF.

WriteConflictLines.
    IF WS-Table-Room(WS-Outer-Sub) NOT = SPACES
            AND WS-Table-Room(WS-Outer-Sub)
                = WS-Table-Room(WS-Inner-Sub)
        ADD 1 TO WS-Room-Conflict-Count
        MOVE SPACES TO ReportLine
        STRING "ROOM CONFLICT: room " DELIMITED SIZE
               WS-Table-Room(WS-Outer-Sub) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-Table-Sect-Course(WS-Outer-Sub) DELIMITED SIZE
               "-" DELIMITED SIZE
               WS-Table-Sect-No(WS-Outer-Sub) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-Table-Days(WS-Outer-Sub) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-Table-Start(WS-Outer-Sub) DELIMITED SIZE
               "-" DELIMITED SIZE
               WS-Table-End(WS-Outer-Sub) DELIMITED SIZE
               " overlaps " DELIMITED SIZE
               WS-Table-Sect-Course(WS-Inner-Sub) DELIMITED SIZE
               "-" DELIMITED SIZE
               WS-Table-Sect-No(WS-Inner-Sub) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-Table-Days(WS-Inner-Sub) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-Table-Start(WS-Inner-Sub) DELIMITED SIZE
               "-" DELIMITED SIZE
               WS-Table-End(WS-Inner-Sub) DELIMITED SIZE
            INTO ReportLine
        WRITE ReportLine
    END-IF.
    IF WS-Table-Instructor(WS-Outer-Sub) NOT = SPACES
            AND WS-Table-Instructor(WS-Outer-Sub)
                = WS-Table-Instructor(WS-Inner-Sub)
        ADD 1 TO WS-Instr-Conflict-Count
        MOVE SPACES TO ReportLine
        STRING "INSTRUCTOR CONFLICT: " DELIMITED SIZE
               WS-Table-Instructor(WS-Outer-Sub) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-Table-Sect-Course(WS-Outer-Sub) DELIMITED SIZE
               "-" DELIMITED SIZE
               WS-Table-Sect-No(WS-Outer-Sub) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-Table-Days(WS-Outer-Sub) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-Table-Start(WS-Outer-Sub) DELIMITED SIZE
               "-" DELIMITED SIZE
               WS-Table-End(WS-Outer-Sub) DELIMITED SIZE
               " overlaps " DELIMITED SIZE
               WS-Table-Sect-Course(WS-Inner-Sub) DELIMITED SIZE
               "-" DELIMITED SIZE
               WS-Table-Sect-No(WS-Inner-Sub) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-Table-Days(WS-Inner-Sub) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-Table-Start(WS-Inner-Sub) DELIMITED SIZE
               "-" DELIMITED SIZE
               WS-Table-End(WS-Inner-Sub) DELIMITED SIZE
            INTO ReportLine
        WRITE ReportLine
    END-IF.

ReportUnknownRooms.
    MOVE "Sections in unknown or undersized rooms" TO ReportLine.
    WRITE ReportLine.
    PERFORM VARYING WS-Table-Sub FROM 1 BY 1
            UNTIL WS-Table-Sub > WS-Section-Entry-Count
        IF WS-Table-Room(WS-Table-Sub) NOT = SPACES
            PERFORM CheckSectionRoom
        END-IF
    END-PERFORM.
    IF WS-Unknown-Room-Count = ZERO AND WS-Oversize-Count = ZERO
        MOVE "  Every assigned room is on the room master and"
            TO ReportLine
        WRITE ReportLine
        MOVE "  large enough for its sections" TO ReportLine
        WRITE ReportLine
    END-IF.
    MOVE SPACES TO ReportLine.
    WRITE ReportLine.

CheckSectionRoom.
    IF WS-Rooms-Absent
        PERFORM WriteUnknownRoomLine
    ELSE
        MOVE WS-Table-Room(WS-Table-Sub) TO RoomCode OF RoomRecord
        READ RoomFile
            INVALID KEY
                PERFORM WriteUnknownRoomLine
            NOT INVALID KEY
                IF WS-Table-Capacity(WS-Table-Sub)
                        > RoomSeats OF RoomRecord
                    ADD 1 TO WS-Oversize-Count
                    MOVE SPACES TO ReportLine
                    STRING "ROOM TOO SMALL: " DELIMITED SIZE
                           WS-Table-Sect-Course(WS-Table-Sub)
                               DELIMITED SIZE
                           "-" DELIMITED SIZE
                           WS-Table-Sect-No(WS-Table-Sub)
                               DELIMITED SIZE
                           " capacity " DELIMITED SIZE
                           WS-Table-Capacity(WS-Table-Sub)
                               DELIMITED SIZE
                           " in room " DELIMITED SIZE
                           RoomCode OF RoomRecord DELIMITED SIZE
                           " of " DELIMITED SIZE
                           RoomSeats OF RoomRecord DELIMITED SIZE
                           " seats" DELIMITED SIZE
                        INTO ReportLine
                    WRITE ReportLine
                END-IF
        END-READ
    END-IF.

WriteUnknownRoomLine.
    ADD 1 TO WS-Unknown-Room-Count.
    MOVE SPACES TO ReportLine.
    STRING "UNKNOWN ROOM: " DELIMITED SIZE
           WS-Table-Sect-Course(WS-Table-Sub) DELIMITED SIZE
           "-" DELIMITED SIZE
           WS-Table-Sect-No(WS-Table-Sub) DELIMITED SIZE
           " is booked into room " DELIMITED SIZE
           WS-Table-Room(WS-Table-Sub) DELIMITED SIZE
           " which is not on the room master" DELIMITED SIZE
        INTO ReportLine.
    WRITE ReportLine.

ReportUtilization.
    IF NOT WS-Rooms-Absent
        MOVE "Room utilization per week" TO ReportLine
        WRITE ReportLine
        MOVE SPACES TO ReportLine
        STRING "Room   Building        Type Seats Sections"
                   DELIMITED SIZE
               "  Hours  Seats sched  Seats avail  Fill%"
                   DELIMITED SIZE
            INTO ReportLine
        WRITE ReportLine
        MOVE LOW-VALUES TO RoomCode OF RoomRecord
        START RoomFile KEY IS NOT LESS THAN RoomCode OF RoomRecord
            INVALID KEY
                SET WS-Room-EOF TO TRUE
        END-START
        PERFORM UNTIL WS-Room-EOF
            READ RoomFile NEXT RECORD
                AT END
                    SET WS-Room-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-Rooms-Listed-Count
                    PERFORM TallyRoomBookings
                    PERFORM WriteUtilizationLine
            END-READ
        END-PERFORM
        IF WS-Rooms-Listed-Count = ZERO
            MOVE "  No rooms on the room master" TO ReportLine
            WRITE ReportLine
        END-IF
    END-IF.

TallyRoomBookings.
    MOVE ZERO TO WS-Room-Section-Count.
    MOVE ZERO TO WS-Room-Week-Minutes.
    MOVE ZERO TO WS-Room-Seats-Scheduled.
    MOVE ZERO TO WS-Room-Seats-Available.
    MOVE ZERO TO WS-Room-Fill-Pct.
    PERFORM VARYING WS-Table-Sub FROM 1 BY 1
            UNTIL WS-Table-Sub > WS-Section-Entry-Count
        IF WS-Table-Room(WS-Table-Sub) = RoomCode OF RoomRecord
            ADD 1 TO WS-Room-Section-Count
            ADD WS-Table-Week-Minutes(WS-Table-Sub)
                TO WS-Room-Week-Minutes
            ADD WS-Table-Capacity(WS-Table-Sub)
                TO WS-Room-Seats-Scheduled
            ADD RoomSeats OF RoomRecord TO WS-Room-Seats-Available
        END-IF
    END-PERFORM.
    COMPUTE WS-Room-Hours ROUNDED = WS-Room-Week-Minutes / 60.
    IF WS-Room-Seats-Available > ZERO
        COMPUTE WS-Room-Fill-Pct ROUNDED =
            WS-Room-Seats-Scheduled * 100 / WS-Room-Seats-Available
    END-IF.

WriteUtilizationLine.
    MOVE WS-Room-Section-Count TO WS-Sections-Display.
    MOVE WS-Room-Hours TO WS-Hours-Display.
    MOVE WS-Room-Fill-Pct TO WS-Pct-Display.
    MOVE SPACES TO ReportLine.
    STRING RoomCode OF RoomRecord DELIMITED SIZE
           " " DELIMITED SIZE
           RoomBuilding OF RoomRecord DELIMITED SIZE
           " " DELIMITED SIZE
           RoomType OF RoomRecord DELIMITED SIZE
           "  " DELIMITED SIZE
           RoomSeats OF RoomRecord DELIMITED SIZE
           "        " DELIMITED SIZE
           WS-Sections-Display DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Hours-Display DELIMITED SIZE
        INTO ReportLine.
    MOVE WS-Room-Seats-Scheduled TO WS-Seats-Display.
    MOVE WS-Seats-Display TO ReportLine(57:6).
    MOVE WS-Room-Seats-Available TO WS-Seats-Display.
    MOVE WS-Seats-Display TO ReportLine(70:6).
    MOVE WS-Pct-Display TO ReportLine(80:3).
    IF WS-Room-Section-Count = ZERO
        ADD 1 TO WS-Unused-Room-Count
        MOVE "UNUSED" TO ReportLine(85:6)
    END-IF.
    WRITE ReportLine.

WriteReportSummary.
    MOVE SPACES TO ReportLine.
    WRITE ReportLine.
    IF WS-Table-Overflow
        MOVE "*** SECTION TABLE OVERFLOWED - conflicts and hours"
            TO ReportLine
        WRITE ReportLine
        MOVE "*** above are incomplete - enlarge the table and rerun"
            TO ReportLine
        WRITE ReportLine
        MOVE SPACES TO ReportLine
        WRITE ReportLine
    END-IF.
    MOVE "Booking check summary" TO ReportLine.
    WRITE ReportLine.
    MOVE WS-Sections-Read-Count TO WS-Count-Display.
    MOVE SPACES TO ReportLine.
    STRING "Sections read:                 " DELIMITED SIZE
           WS-Count-Display DELIMITED SIZE
        INTO ReportLine.
    WRITE ReportLine.
    MOVE WS-Room-Conflict-Count TO WS-Count-Display.
    MOVE SPACES TO ReportLine.
    STRING "Room conflicts:                " DELIMITED SIZE
           WS-Count-Display DELIMITED SIZE
        INTO ReportLine.
    WRITE ReportLine.
    MOVE WS-Instr-Conflict-Count TO WS-Count-Display.
    MOVE SPACES TO ReportLine.
    STRING "Instructor conflicts:          " DELIMITED SIZE
           WS-Count-Display DELIMITED SIZE
        INTO ReportLine.
    WRITE ReportLine.
    MOVE WS-Unknown-Room-Count TO WS-Count-Display.
    MOVE SPACES TO ReportLine.
    STRING "Sections in unknown rooms:     " DELIMITED SIZE
           WS-Count-Display DELIMITED SIZE
        INTO ReportLine.
    WRITE ReportLine.
    MOVE WS-Oversize-Count TO WS-Count-Display.
    MOVE SPACES TO ReportLine.
    STRING "Sections over room seats:      " DELIMITED SIZE
           WS-Count-Display DELIMITED SIZE
        INTO ReportLine.
    WRITE ReportLine.
    MOVE WS-Unused-Room-Count TO WS-Count-Display.
    MOVE SPACES TO ReportLine.
    STRING "Rooms with no sections:        " DELIMITED SIZE
           WS-Count-Display DELIMITED SIZE
        INTO ReportLine.
    WRITE ReportLine.

DisplaySummary.
    MOVE WS-Sections-Read-Count TO WS-Count-Display.
    DISPLAY "Sections read:                " WS-Count-Display.
    MOVE WS-Room-Conflict-Count TO WS-Count-Display.
    DISPLAY "Room conflicts:               " WS-Count-Display.
    MOVE WS-Instr-Conflict-Count TO WS-Count-Display.
    DISPLAY "Instructor conflicts:         " WS-Count-Display.
    MOVE WS-Unknown-Room-Count TO WS-Count-Display.
    DISPLAY "Sections in unknown rooms:    " WS-Count-Display.
    MOVE WS-Oversize-Count TO WS-Count-Display.
    DISPLAY "Sections over room seats:     " WS-Count-Display.
    MOVE WS-Unused-Room-Count TO WS-Count-Display.
    DISPLAY "Rooms with no sections:       " WS-Count-Display.
    DISPLAY "Booking detail written to ROOMRPRT".

WriteRunEnd.
    PERFORM ClearRunControl.
    IF WS-Table-Overflow
        MOVE "F" TO RunStatus
        MOVE "SECTION TABLE OVERFLOWED" TO RunMessage
    ELSE
        MOVE "C" TO RunStatus
        IF WS-Room-Conflict-Count > ZERO
                OR WS-Instr-Conflict-Count > ZERO
            MOVE "BOOKING CONFLICTS REPORTED" TO RunMessage
        END-IF
    END-IF.
    MOVE "SECTIONS" TO RunCountName(1).
    MOVE WS-Sections-Read-Count TO RunCountValue(1).
    MOVE "CONFLICT" TO RunCountName(2).
    COMPUTE RunCountValue(2) =
        WS-Room-Conflict-Count + WS-Instr-Conflict-Count.
    MOVE "NOROOM" TO RunCountName(3).
    MOVE WS-Unknown-Room-Count TO RunCountValue(3).
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
    MOVE "ROOMCHEK" TO RunProgram.
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
