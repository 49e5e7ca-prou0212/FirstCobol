      ******************************************************************
      * Copybook: STANDHST
      * Purpose:  Academic standing history record (../STANDHIST),
      *           one per student per term assessed, written by
      *           AcademicStanding. Carries the standing reached and
      *           the term and cumulative credits and GPA it was
      *           reached on. A rerun for the same term replaces the
      *           term's record; the most recent earlier record is
      *           the prior standing the suspension rule looks at.
      ******************************************************************
       01 STANDING-HISTORY-RECORD.
           05 SH-KEY.
               10 SH-STUDENT-NUMBER PIC 9(8).
               10 SH-TERM-CODE PIC X(6).
           05 SH-STANDING-CODE PIC X(01).
               88 SH-DEANS-LIST VALUE "D".
               88 SH-GOOD-STANDING VALUE "G".
               88 SH-PROBATION VALUE "P".
               88 SH-SUSPENSION VALUE "S".
           05 SH-TERM-ATTEMPTED PIC 9(3)V9.
           05 SH-TERM-EARNED PIC 9(3)V9.
           05 SH-TERM-GPA PIC 9V99.
           05 SH-CUM-ATTEMPTED PIC 9(4)V9.
           05 SH-CUM-EARNED PIC 9(4)V9.
           05 SH-CUM-GPA PIC 9V99.
           05 SH-DATE-DETERMINED PIC 9(08).
