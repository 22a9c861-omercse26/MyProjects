IDENTIFICATION DIVISION.
PROGRAM-ID. Opsrpt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RunControlFile ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtl-Status.

    SELECT OpsReportFile ASSIGN TO "OPSRPRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Status.

DATA DIVISION.
FILE SECTION.
FD  RunControlFile.
01  RunControlRecord.
    COPY RCTLFLDS.

FD  OpsReportFile.
01  ReportLine PIC X(132).

WORKING-STORAGE SECTION.
01 WS-RunCtl-Status PIC XX.
    88 WS-RunCtl-OK VALUE "00".
    88 WS-RunCtl-NoFile VALUE "35".

01 WS-Report-Status PIC XX.
    88 WS-Report-OK VALUE "00".

01 WS-EOF-Flag PIC X VALUE "N".
    88 WS-EOF VALUE "Y".

01 WS-Date-Arg PIC X(8).
01 WS-Report-Date PIC 9(8).

01 WS-Read-Count PIC 9(7) VALUE ZERO.
01 WS-Selected-Count PIC 9(7) VALUE ZERO.
01 WS-Attention-Count PIC 9(7) VALUE ZERO.
01 WS-Count-Display PIC ZZZZZZ9.

01 WS-Step-Table.
    02 WS-Step-Entry OCCURS 9 TIMES.
       03 WS-Step-Program PIC X(10).
       03 WS-Step-Last-Step PIC X(8).
       03 WS-Step-Last-Time PIC 9(8).
       03 WS-Step-Last-Status PIC X.
          88 WS-Step-Not-Run    VALUE SPACE.
          88 WS-Step-Started    VALUE "S".
          88 WS-Step-Completed  VALUE "C".
          88 WS-Step-Failed     VALUE "F".
          88 WS-Step-Refused    VALUE "R".
       03 WS-Step-Last-Message PIC X(30).
01 WS-Step-Count PIC 99 VALUE 9.
01 WS-Step-Sub PIC 99.
01 WS-Count-Sub PIC 9.
01 WS-Count-Pos PIC 9(3).

01 WS-Outcome PIC X(20).
01 WS-Time-Display PIC X(8).

01 WS-Run-Date PIC 9(8).

PROCEDURE DIVISION.
Begin.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
    PERFORM GetReportDate.
    PERFORM LoadExpectedSteps.
    OPEN OUTPUT OpsReportFile.
    IF NOT WS-Report-OK
        DISPLAY "Unable to open operations report file, status "
                WS-Report-Status
        STOP RUN
    END-IF.
    PERFORM WriteReportHeading.

    OPEN INPUT RunControlFile.
    IF WS-RunCtl-OK
        PERFORM UNTIL WS-EOF
            READ RunControlFile
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-Read-Count
                    IF RunDate = WS-Report-Date
                        ADD 1 TO WS-Selected-Count
                        PERFORM WriteRunDetail
                        PERFORM NoteStepOutcome
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RunControlFile
    ELSE
        IF NOT WS-RunCtl-NoFile
            DISPLAY "Unable to open run-control file, status "
                    WS-RunCtl-Status
            CLOSE OpsReportFile
            STOP RUN
        END-IF
    END-IF.
    IF WS-Selected-Count = ZERO
        MOVE "  (no batch steps logged for this run date)" TO ReportLine
        WRITE ReportLine
    END-IF.

    PERFORM WriteStepChecklist.
    CLOSE OpsReportFile.
    PERFORM DisplaySummary.
    STOP RUN.

GetReportDate.
    DISPLAY 1 UPON ARGUMENT-NUMBER.
    ACCEPT WS-Date-Arg FROM ARGUMENT-VALUE
        ON EXCEPTION
            MOVE SPACES TO WS-Date-Arg
    END-ACCEPT.
    IF WS-Date-Arg NUMERIC
        MOVE WS-Date-Arg TO WS-Report-Date
    ELSE
        MOVE WS-Run-Date TO WS-Report-Date
    END-IF.

LoadExpectedSteps.
    MOVE "RECORD" TO WS-Step-Program(1).
    MOVE "INTGCHEK" TO WS-Step-Program(2).
    MOVE "EXTRACT" TO WS-Step-Program(3).
    MOVE "TUITBILL" TO WS-Step-Program(4).
    MOVE "PAYPOST" TO WS-Step-Program(5).
    MOVE "GPARUN" TO WS-Step-Program(6).
    MOVE "LETTERS" TO WS-Step-Program(7).
    MOVE "STUDREORG" TO WS-Step-Program(8).
    MOVE "ROOMCHEK" TO WS-Step-Program(9).
    PERFORM ClearStepEntry
        VARYING WS-Step-Sub FROM 1 BY 1
        UNTIL WS-Step-Sub > WS-Step-Count.

ClearStepEntry.
    MOVE SPACES TO WS-Step-Last-Step(WS-Step-Sub).
    MOVE ZERO TO WS-Step-Last-Time(WS-Step-Sub).
    MOVE SPACE TO WS-Step-Last-Status(WS-Step-Sub).
    MOVE SPACES TO WS-Step-Last-Message(WS-Step-Sub).

NoteStepOutcome.
    PERFORM VARYING WS-Step-Sub FROM 1 BY 1
            UNTIL WS-Step-Sub > WS-Step-Count
        IF WS-Step-Program(WS-Step-Sub) = RunProgram
            MOVE RunStep TO WS-Step-Last-Step(WS-Step-Sub)
            MOVE RunTime TO WS-Step-Last-Time(WS-Step-Sub)
            MOVE RunStatus TO WS-Step-Last-Status(WS-Step-Sub)
            MOVE RunMessage TO WS-Step-Last-Message(WS-Step-Sub)
        END-IF
    END-PERFORM.

WriteReportHeading.
    MOVE SPACES TO ReportLine.
    STRING "Nightly batch operations report - run date " DELIMITED SIZE
           WS-Report-Date DELIMITED SIZE
           "   printed " DELIMITED SIZE
           WS-Run-Date DELIMITED SIZE
        INTO ReportLine.
    WRITE ReportLine.
    MOVE SPACES TO ReportLine.
    WRITE ReportLine.
    MOVE "Run-control log entries" TO ReportLine.
    WRITE ReportLine.
    MOVE "Time     Program    Step     Status     Counts"
        TO ReportLine.
    WRITE ReportLine.

WriteRunDetail.
    MOVE SPACES TO WS-Time-Display.
    STRING RunTime(1:2) DELIMITED SIZE
           ":" DELIMITED SIZE
           RunTime(3:2) DELIMITED SIZE
           ":" DELIMITED SIZE
           RunTime(5:2) DELIMITED SIZE
        INTO WS-Time-Display.
    EVALUATE TRUE
        WHEN Run-Started
            MOVE "STARTED" TO WS-Outcome
        WHEN Run-Completed
            MOVE "COMPLETED" TO WS-Outcome
        WHEN Run-Failed
            MOVE "FAILED" TO WS-Outcome
        WHEN Run-Refused
            MOVE "REFUSED" TO WS-Outcome
        WHEN OTHER
            MOVE RunStatus TO WS-Outcome
    END-EVALUATE.
    MOVE SPACES TO ReportLine.
    MOVE WS-Time-Display TO ReportLine(1:8).
    MOVE RunProgram TO ReportLine(10:10).
    MOVE RunStep TO ReportLine(21:8).
    MOVE WS-Outcome TO ReportLine(30:10).
    IF NOT Run-Started AND NOT Run-Refused
        PERFORM WriteRunCount
            VARYING WS-Count-Sub FROM 1 BY 1
            UNTIL WS-Count-Sub > 3
    END-IF.
    MOVE RunMessage TO ReportLine(95:30).
    WRITE ReportLine.

WriteRunCount.
    IF RunCountName(WS-Count-Sub) NOT = SPACES
        COMPUTE WS-Count-Pos = 41 + (WS-Count-Sub - 1) * 18
        MOVE RunCountName(WS-Count-Sub) TO ReportLine(WS-Count-Pos:8)
        ADD 8 TO WS-Count-Pos
        MOVE RunCountValue(WS-Count-Sub) TO WS-Count-Display
        MOVE WS-Count-Display TO ReportLine(WS-Count-Pos:7)
    END-IF.

WriteStepChecklist.
    MOVE SPACES TO ReportLine.
    WRITE ReportLine.
    MOVE "Nightly step checklist (latest entry per step)" TO ReportLine.
    WRITE ReportLine.
    MOVE "Program    Step     Outcome" TO ReportLine.
    WRITE ReportLine.
    PERFORM WriteChecklistLine
        VARYING WS-Step-Sub FROM 1 BY 1
        UNTIL WS-Step-Sub > WS-Step-Count.
    MOVE SPACES TO ReportLine.
    WRITE ReportLine.
    MOVE WS-Attention-Count TO WS-Count-Display.
    MOVE SPACES TO ReportLine.
    STRING "Steps needing attention:" DELIMITED SIZE
           WS-Count-Display DELIMITED SIZE
        INTO ReportLine.
    WRITE ReportLine.
    MOVE SPACES TO ReportLine.
    WRITE ReportLine.
    MOVE "Operations sign-off: ________________" TO ReportLine.
    WRITE ReportLine.

WriteChecklistLine.
    EVALUATE TRUE
        WHEN WS-Step-Completed(WS-Step-Sub)
            MOVE "OK" TO WS-Outcome
        WHEN WS-Step-Not-Run(WS-Step-Sub)
            MOVE "*** DID NOT RUN" TO WS-Outcome
        WHEN WS-Step-Started(WS-Step-Sub)
            MOVE "*** DID NOT FINISH" TO WS-Outcome
        WHEN WS-Step-Failed(WS-Step-Sub)
            MOVE "*** FAILED" TO WS-Outcome
        WHEN WS-Step-Refused(WS-Step-Sub)
            MOVE "*** REFUSED TO START" TO WS-Outcome
        WHEN OTHER
            MOVE "*** UNKNOWN STATUS" TO WS-Outcome
    END-EVALUATE.
    IF NOT WS-Step-Completed(WS-Step-Sub)
        ADD 1 TO WS-Attention-Count
    END-IF.
    MOVE SPACES TO ReportLine.
    MOVE WS-Step-Program(WS-Step-Sub) TO ReportLine(1:10).
    MOVE WS-Step-Last-Step(WS-Step-Sub) TO ReportLine(12:8).
    MOVE WS-Outcome TO ReportLine(21:20).
    MOVE WS-Step-Last-Message(WS-Step-Sub) TO ReportLine(42:30).
    WRITE ReportLine.

DisplaySummary.
    MOVE WS-Read-Count TO WS-Count-Display.
    DISPLAY "Run-control entries read:     " WS-Count-Display.
    MOVE WS-Selected-Count TO WS-Count-Display.
    DISPLAY "Entries for run date:         " WS-Count-Display.
    MOVE WS-Attention-Count TO WS-Count-Display.
    DISPLAY "Steps needing attention:      " WS-Count-Display.
