      *> Room master fields: one record per teaching room, keyed on the
      *> RoomCode a section carries in SectionRoom. RoomSeats is the
      *> number of seats in the room; a section placed in the room may
      *> not be capped above it. RoomType says what the room is fitted
      *> for ("LEC" lecture hall, "LAB" laboratory, "SEM" seminar
      *> room). Copy under a caller-supplied 01 level.
02   RoomCode PIC X(6).
02   RoomBuilding PIC X(15).
02   RoomSeats PIC 9(3).
02   RoomType PIC X(3).
     88 RoomType-Valid VALUES "LEC" "LAB" "SEM".
