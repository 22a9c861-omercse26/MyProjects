        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Gen-Status.

    SELECT RunControlFile ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtl-Status.

DATA DIVISION.
FILE SECTION.
FD  StudentMasterFile.
01  GenerationRecord.
    02 LastGeneration PIC 9.

FD  RunControlFile.
01  RunControlRecord.
    COPY RCTLFLDS.

WORKING-STORAGE SECTION.
01 StudentWork.
    COPY STUDFLDS.

01 WS-Run-Date PIC 9(8).

01 WS-RunCtl-Status PIC XX.
    88 WS-RunCtl-OK VALUE "00".

01 WS-Run-Step PIC X(8) VALUE "UNLOAD".

01 WS-RunCtl-EOF-Flag PIC X.
    88 WS-RunCtl-EOF VALUE "Y".

01 WS-Pred-Program PIC X(10) VALUE "GPARUN".
01 WS-Pred-Status PIC X.
    88 WS-Pred-Clean VALUE "C".

PROCEDURE DIVISION.
Begin.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
    PERFORM DetermineMode.
    MOVE WS-Mode-Arg TO WS-Run-Step.
    IF Run-Unload
        PERFORM CheckPredecessor
    END-IF.
    PERFORM WriteRunStart.
    EVALUATE TRUE
        WHEN Run-Unload
            PERFORM UnloadMaster
        WHEN Run-Convert
            PERFORM ConvertMaster
    END-EVALUATE.
    PERFORM WriteRunEnd.
    STOP RUN.

DetermineMode.
                            WS-Course-Status
            END-REWRITE
    END-READ.

WriteRunEnd.
    PERFORM ClearRunControl.
    MOVE "C" TO RunStatus.
    EVALUATE TRUE
        WHEN Run-Unload
            MOVE "UNLOADED" TO RunCountName(1)
            MOVE WS-Unload-Count TO RunCountValue(1)
        WHEN Run-Reload
            MOVE "LOADED" TO RunCountName(1)
            MOVE WS-Reload-Count TO RunCountValue(1)
            MOVE "TRAILER" TO RunCountName(2)
            MOVE WS-Trailer-Count TO RunCountValue(2)
            MOVE "REREAD" TO RunCountName(3)
            MOVE WS-Reread-Count TO RunCountValue(3)
            IF NOT WS-Reload-OK
                MOVE "F" TO RunStatus
                MOVE "RELOAD DID NOT RECONCILE" TO RunMessage
            END-IF
        WHEN Run-Convert
            MOVE "WRITTEN" TO RunCountName(1)
            MOVE WS-Convert-Count TO RunCountValue(1)
            MOVE "DUPS" TO RunCountName(2)
            MOVE WS-Convert-Dup-Count TO RunCountValue(2)
            MOVE "NOCAT" TO RunCountName(3)
            MOVE WS-Convert-NoCat-Count TO RunCountValue(3)
    END-EVALUATE.
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
                WS-Run-Date " - STUDREORG not started"
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
    MOVE "STUDREORG" TO RunProgram.
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
