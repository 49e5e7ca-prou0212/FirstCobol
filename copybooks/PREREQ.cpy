      ******************************************************************
      * Copybook: PREREQ
      * Purpose:  Course prerequisite reference record (../PREREQ),
      *           one row per course and course it requires, with
      *           the lowest grade in the required course that
      *           satisfies it. Loaded by PrereqLoad and maintained
      *           by PrereqMaint. EnrollEdit rejects an add for a
      *           course when the student has no completed
      *           enrollment in every required course with a grade
      *           at or above PR-MIN-GRADE on the GRADEPTS scale.
      *           Prerequisites hold for every term the course runs.
      ******************************************************************
       01 PREREQUISITE-RECORD.
           05 PR-KEY.
               10 PR-COURSE-CODE PIC X(8).
               10 PR-REQUIRED-COURSE PIC X(8).
           05 PR-MIN-GRADE PIC X(2).
