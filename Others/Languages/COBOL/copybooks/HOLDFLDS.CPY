      *> Registration hold fields: one record per hold on a student,
      *> keyed on StudentId + HoldType so a student can carry holds
      *> from several offices at once (for example "FIN" bursar, "IMM"
      *> health services, "DSC" student conduct). HoldBlocks says what
      *> the hold stops: "R" registration, "T" transcripts, "B" both.
      *> HoldReason is printed on the intake exception listing when an
      *> Add is refused. Copy under a caller-supplied 01 level.
02   HoldKey.
     03 StudentId PIC 9(7).
     03 HoldType PIC X(3).
02   HoldOffice PIC X(10).
02   HoldDatePlaced PIC 9(8).
02   HoldBlocks PIC X.
     88 Hold-Blocks-Valid        VALUES "R" "T" "B".
     88 Hold-Blocks-Registration VALUES "R" "B".
     88 Hold-Blocks-Transcript   VALUES "T" "B".
02   HoldReason PIC X(20).
02   HoldPlacedBy PIC X(8).
