      * Copybook: COURSE
      * Purpose:  Course catalog reference record listing every
      *           course/term combination open for enrollment, its
      *           title, the maximum seats in the section and the
      *           credit hours the course carries (../COURSECAT).
      *           EnrollEdit rejects transactions for a course/term
      *           not on this file and waitlists new enrollments
      *           once CC-MAX-SEATS is reached. TranscriptPrint
      *           totals CC-CREDIT-HOURS into attempted and earned
      *           credits and weights the grade points for the GPA.
      ******************************************************************
       01 COURSE-CATALOG-RECORD.
           05 CC-KEY.
               10 CC-TERM-CODE PIC X(6).
           05 CC-COURSE-TITLE PIC X(30).
           05 CC-MAX-SEATS PIC 9(4).
           05 CC-CREDIT-HOURS PIC 9(2)V9.
