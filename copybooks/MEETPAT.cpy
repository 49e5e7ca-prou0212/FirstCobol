      ******************************************************************
      * Copybook: MEETPAT
      * Purpose:  Section meeting pattern (../MEETPAT), one per
      *           course/term on the course catalog, giving the days
      *           the section meets, its start and end times on the
      *           24-hour clock (HHMM) and its building and room.
      *           MP-MEETING-DAYS holds one position per weekday in
      *           the order M T W R F S U - the day's letter when the
      *           section meets that day, else a space ("M W F  ").
      *           Loaded by MeetLoad and maintained by MeetMaint.
      *           EnrollEdit rejects an add whose meeting overlaps a
      *           section the student is already enrolled in for the
      *           term; RoomUsageReport lists rooms booked twice.
      *           Two meetings overlap when they share a day and each
      *           starts before the other ends.
      ******************************************************************
       01 MEETING-PATTERN-RECORD.
           05 MP-KEY.
               10 MP-COURSE-CODE PIC X(8).
               10 MP-TERM-CODE PIC X(6).
           05 MP-MEETING-DAYS PIC X(07).
           05 MP-DAY-FLAGS REDEFINES MP-MEETING-DAYS.
               10 MP-DAY-FLAG PIC X(01) OCCURS 7 TIMES.
           05 MP-START-TIME PIC 9(04).
           05 MP-START-HHMM REDEFINES MP-START-TIME.
               10 MP-START-HH PIC 9(02).
               10 MP-START-MM PIC 9(02).
           05 MP-END-TIME PIC 9(04).
           05 MP-END-HHMM REDEFINES MP-END-TIME.
               10 MP-END-HH PIC 9(02).
               10 MP-END-MM PIC 9(02).
           05 MP-BUILDING PIC X(06).
           05 MP-ROOM PIC X(05).
