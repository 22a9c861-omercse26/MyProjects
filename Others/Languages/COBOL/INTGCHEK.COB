        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Status.

    SELECT RunControlFile ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtl-Status.

DATA DIVISION.
FILE SECTION.
FD  EnrollmentFile.
FD  ReportFile.
01  ReportLine PIC X(120).

FD  RunControlFile.
01  RunControlRecord.
    COPY RCTLFLDS.

WORKING-STORAGE SECTION.
01 WS-Enroll-Status PIC XX.
    88 WS-Enroll-OK VALUE "00".
01 WS-Report-Status PIC XX.
    88 WS-Report-OK VALUE "00".

01 WS-RunCtl-Status PIC XX.
    88 WS-RunCtl-OK VALUE "00".

01 WS-Run-Step PIC X(8) VALUE "CHECK".

01 WS-RunCtl-EOF-Flag PIC X.
    88 WS-RunCtl-EOF VALUE "Y".

01 WS-Pred-Program PIC X(10) VALUE "RECORD".
01 WS-Pred-Status PIC X.
    88 WS-Pred-Clean VALUE "C".

01 WS-Enroll-EOF-Flag PIC X VALUE "N".
    88 WS-Enroll-EOF VALUE "Y".

Begin.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
    PERFORM DetermineMode.
    IF Run-Repair
        MOVE "REPAIR" TO WS-Run-Step
    ELSE
        PERFORM CheckPredecessor
    END-IF.
    PERFORM WriteRunStart.
    PERFORM LoadActiveTerm.
    OPEN OUTPUT ReportFile.
    IF NOT WS-Report-OK
    PERFORM WriteReportSummary.
    CLOSE ReportFile.
    PERFORM DisplaySummary.
    PERFORM WriteRunEnd.
    STOP RUN.

DetermineMode.
    MOVE WS-Repaired-Count TO WS-Count-Display.
    DISPLAY "Seat counts repaired:         " WS-Count-Display.
    DISPLAY "Discrepancy detail written to INTGRPRT".

WriteRunEnd.
    PERFORM ClearRunControl.
    COMPUTE WS-Discrepancy-Count =
        WS-Count-Mismatch-Count + WS-Sect-Mismatch-Count.
    IF WS-Table-Overflow
        MOVE "F" TO RunStatus
        MOVE "TALLY TABLES OVERFLOWED" TO RunMessage
    ELSE
        MOVE "C" TO RunStatus
        IF WS-Discrepancy-Count > ZERO
            MOVE "SEAT COUNT DRIFT REPORTED" TO RunMessage
        END-IF
    END-IF.
    MOVE "ENROLLS" TO RunCountName(1).
    MOVE WS-Enroll-Read-Count TO RunCountValue(1).
    MOVE "DRIFT" TO RunCountName(2).
    MOVE WS-Discrepancy-Count TO RunCountValue(2).
    MOVE "REPAIRED" TO RunCountName(3).
    MOVE WS-Repaired-Count TO RunCountValue(3).
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
                WS-Run-Date " - INTGCHEK not started"
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
    MOVE "INTGCHEK" TO RunProgram.
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
