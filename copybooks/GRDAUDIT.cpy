      ******************************************************************
      * Copybook: GRDAUDIT
      * Purpose:  Grade change audit record (../GRDAUDIT), appended
      *           by GradePost for every regrade: the grade key, the
      *           grade replaced and the grade that replaced it, the
      *           date, the instructor's reason code (see GRDRSN),
      *           who submitted the change and - for a term already
      *           closed by TermCloseout - which supervisor
      *           authorized it. Read by GradeChangeReport.
      ******************************************************************
       01 GRADE-CHANGE-AUDIT-RECORD.
           05 GA-KEY.
               10 GA-STUDENT-NUMBER PIC 9(8).
               10 GA-COURSE-CODE PIC X(8).
               10 GA-TERM-CODE PIC X(6).
           05 GA-OLD-GRADE PIC X(2).
           05 GA-NEW-GRADE PIC X(2).
           05 GA-CHANGE-DATE PIC 9(08).
           05 GA-REASON-CODE PIC X(2).
           05 GA-SUBMITTED-BY PIC X(8).
           05 GA-AUTHORIZED-BY PIC X(8).
           05 GA-CLOSED-TERM-FLAG PIC X(1).
               88 GA-TERM-WAS-CLOSED VALUE "Y".
