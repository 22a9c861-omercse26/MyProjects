        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-Extract-Status.

    SELECT MergeXrefFile ASSIGN TO "MERGEXRF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Xref-Status.

    SELECT RunControlFile ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtl-Status.

DATA DIVISION.
FILE SECTION.
FD  StudentMasterFile.
    02 FeedCtlRunDate PIC 9(8).
    02 FeedCtlCount PIC 9(7).
    02 FILLER PIC X(13).
01  FeedMergeRecord.
    02 FeedMrgRecType PIC X.
    02 FeedMrgRetiredId PIC 9(7).
    02 FeedMrgSurvivorId PIC 9(7).
    02 FeedMrgDate PIC 9(8).
    02 FILLER PIC X(6).

FD  MergeXrefFile.
01  MergeXrefRecord.
    COPY MRGXFLDS.

FD  RunControlFile.
01  RunControlRecord.
    COPY RCTLFLDS.

WORKING-STORAGE SECTION.
01 WS-Master-Status PIC XX.
01 WS-Extract-Status PIC XX.
    88 WS-Extract-OK VALUE "00".

01 WS-Xref-Status PIC XX.
    88 WS-Xref-OK VALUE "00".
    88 WS-Xref-NoFile VALUE "35".

01 WS-RunCtl-Status PIC XX.
    88 WS-RunCtl-OK VALUE "00".

01 WS-Run-Step PIC X(8) VALUE "DELTA".

01 WS-RunCtl-EOF-Flag PIC X.
    88 WS-RunCtl-EOF VALUE "Y".

01 WS-Pred-Program PIC X(10) VALUE "INTGCHEK".
01 WS-Pred-Status PIC X.
    88 WS-Pred-Clean VALUE "C".

01 WS-EOF-Flag PIC X VALUE "N".
    88 WS-EOF VALUE "Y".

01 WS-Xref-EOF-Flag PIC X VALUE "N".
    88 WS-Xref-EOF VALUE "Y".

01 WS-Mode-Arg PIC X(5).
    88 Run-Full VALUE "FULL".


01 WS-Extract-Count PIC 9(7) VALUE ZERO.
01 WS-Skipped-Count PIC 9(7) VALUE ZERO.
01 WS-Merge-Count PIC 9(7) VALUE ZERO.
01 WS-Count-Display PIC ZZZZZZ9.

01 WS-Run-Date PIC 9(8).
Begin.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
    PERFORM DetermineMode.
    IF Run-Full
        MOVE "FULL" TO WS-Run-Step
    END-IF.
    PERFORM CheckPredecessor.
    PERFORM WriteRunStart.
    IF NOT Run-Full
        PERFORM LoadLastRunDate
    END-IF.
        STOP RUN
    END-IF.
    PERFORM WriteFeedHeader.
    PERFORM ExtractMerges.

    IF Run-Full
        PERFORM ExtractFullRefresh
                WS-Last-Run-Date ") - records written: "
                WS-Count-Display
    END-IF.
    PERFORM WriteRunEnd.
    STOP RUN.

DetermineMode.
    MOVE WS-Extract-Count TO FeedCtlCount.
    WRITE FeedControlRecord.

ExtractMerges.
    OPEN INPUT MergeXrefFile.
    IF WS-Xref-NoFile
        CONTINUE
    ELSE
        IF NOT WS-Xref-OK
            DISPLAY "Unable to open merge cross-reference file, status "
                    WS-Xref-Status
            STOP RUN
        END-IF
        PERFORM UNTIL WS-Xref-EOF
            READ MergeXrefFile
                AT END
                    SET WS-Xref-EOF TO TRUE
                NOT AT END
                    IF Run-Full OR MergeDate NOT < WS-Last-Run-Date
                        PERFORM WriteMergeDetail
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MergeXrefFile
    END-IF.

WriteMergeDetail.
    MOVE SPACES TO FeedMergeRecord.
    MOVE "M" TO FeedMrgRecType.
    MOVE MergeRetiredId TO FeedMrgRetiredId.
    MOVE MergeSurvivorId TO FeedMrgSurvivorId.
    MOVE MergeDate TO FeedMrgDate.
    WRITE FeedMergeRecord.
    ADD 1 TO WS-Merge-Count.
    ADD 1 TO WS-Extract-Count.

ExtractDelta.
    OPEN INPUT AuditFile.
    IF WS-Audit-NoFile
            WRITE FeedDetailRecord
            ADD 1 TO WS-Extract-Count
    END-READ.

WriteRunEnd.
    PERFORM ClearRunControl.
    MOVE "C" TO RunStatus.
    MOVE "WRITTEN" TO RunCountName(1).
    MOVE WS-Extract-Count TO RunCountValue(1).
    MOVE "SKIPPED" TO RunCountName(2).
    MOVE WS-Skipped-Count TO RunCountValue(2).
    MOVE "MERGES" TO RunCountName(3).
    MOVE WS-Merge-Count TO RunCountValue(3).
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
                WS-Run-Date " - EXTRACT not started"
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
    MOVE "EXTRACT" TO RunProgram.
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
