        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Dean-Status.

    SELECT RunControlFile ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtl-Status.

DATA DIVISION.
FILE SECTION.
FD  GradeResultsFile.

FD  StandingFile.
01  StandingRecord.
    COPY STNDFLDS.

FD  ProbationFile.
01  ProbationLine PIC X(80).
FD  DeanFile.
01  DeanLine PIC X(80).

FD  RunControlFile.
01  RunControlRecord.
    COPY RCTLFLDS.

WORKING-STORAGE SECTION.
01 WS-Results-Status PIC XX.
    88 WS-Results-OK VALUE "00".
01 WS-Dean-Status PIC XX.
    88 WS-Dean-OK VALUE "00".

01 WS-RunCtl-Status PIC XX.
    88 WS-RunCtl-OK VALUE "00".

01 WS-Run-Step PIC X(8) VALUE "GPA".

01 WS-RunCtl-EOF-Flag PIC X.
    88 WS-RunCtl-EOF VALUE "Y".

01 WS-Pred-Program PIC X(10) VALUE "TUITBILL".
01 WS-Pred-Status PIC X.
    88 WS-Pred-Clean VALUE "C".

01 WS-Grade-EOF-Flag PIC X VALUE "N".
    88 WS-Grade-EOF VALUE "Y".

PROCEDURE DIVISION.
Begin.
    PERFORM GetRunDate.
    PERFORM CheckPredecessor.
    PERFORM WriteRunStart.
    OPEN INPUT GradeResultsFile.
    IF NOT WS-Results-OK
        DISPLAY "Unable to open grade results file, status "
    CLOSE ProbationFile.
    CLOSE DeanFile.
    PERFORM DisplaySummary.
    PERFORM WriteRunEnd.
    STOP RUN.

GetRunDate.
            WS-Count-Display.
    DISPLAY "Standing codes written to ACADSTND; reports on PROBRPRT"
            " and DEANRPRT".

WriteRunEnd.
    PERFORM ClearRunControl.
    MOVE "C" TO RunStatus.
    MOVE "STUDENTS" TO RunCountName(1).
    MOVE WS-Student-Count TO RunCountValue(1).
    MOVE "PROBATN" TO RunCountName(2).
    MOVE WS-Probation-Count TO RunCountValue(2).
    MOVE "DEANS" TO RunCountName(3).
    MOVE WS-Dean-Count TO RunCountValue(3).
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
                WS-Run-Date " - GPARUN not started"
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
    MOVE "GPARUN" TO RunProgram.
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
