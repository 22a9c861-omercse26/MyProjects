       03 WS-Table-Changes PIC 9(5).
       03 WS-Table-Deletes PIC 9(5).
       03 WS-Table-Promotes PIC 9(5).
       03 WS-Table-Withdrawals PIC 9(5).
       03 WS-Table-Refused PIC 9(5).
       03 WS-Table-Merges PIC 9(5).
01 WS-Operator-Count PIC 9(3) VALUE ZERO.
01 WS-Table-Sub PIC 9(3).
01 WS-Table-Found-Flag PIC X.
            MOVE ZERO TO WS-Table-Changes(WS-Table-Sub)
            MOVE ZERO TO WS-Table-Deletes(WS-Table-Sub)
            MOVE ZERO TO WS-Table-Promotes(WS-Table-Sub)
            MOVE ZERO TO WS-Table-Withdrawals(WS-Table-Sub)
            MOVE ZERO TO WS-Table-Refused(WS-Table-Sub)
            MOVE ZERO TO WS-Table-Merges(WS-Table-Sub)
            PERFORM TallyOperatorEntry
        ELSE
            DISPLAY "Operator summary table full - " AuditOperator
            ADD 1 TO WS-Table-Deletes(WS-Table-Sub)
        WHEN "P"
            ADD 1 TO WS-Table-Promotes(WS-Table-Sub)
        WHEN "W"
            ADD 1 TO WS-Table-Withdrawals(WS-Table-Sub)
        WHEN "R"
            ADD 1 TO WS-Table-Refused(WS-Table-Sub)
        WHEN "M"
            ADD 1 TO WS-Table-Merges(WS-Table-Sub)
    END-EVALUATE.

WriteReportHeading.
    WRITE ReportLine.
    MOVE "Daily activity summary by operator" TO ReportLine.
    WRITE ReportLine.
    MOVE "Operator    Adds Changes Deletes Promotes Withdrawn  Refused   Merged"
        TO ReportLine.
    WRITE ReportLine.
    IF WS-Operator-Count = ZERO
    MOVE WS-Tally-Display TO ReportLine(26:5).
    MOVE WS-Table-Promotes(WS-Table-Sub) TO WS-Tally-Display.
    MOVE WS-Tally-Display TO ReportLine(35:5).
    MOVE WS-Table-Withdrawals(WS-Table-Sub) TO WS-Tally-Display.
    MOVE WS-Tally-Display TO ReportLine(45:5).
    MOVE WS-Table-Refused(WS-Table-Sub) TO WS-Tally-Display.
    MOVE WS-Tally-Display TO ReportLine(55:5).
    MOVE WS-Table-Merges(WS-Table-Sub) TO WS-Tally-Display.
    MOVE WS-Tally-Display TO ReportLine(65:5).
    WRITE ReportLine.
