      ******************************************************************
      * Copybook: GRADEPTS
      * Purpose:  Grade-point scale for every letter GradePost
      *           accepts, one entry per letter giving the grade
      *           points per credit hour and whether the course
      *           counts toward credits attempted and credits
      *           earned. F is attempted but not earned; I and W
      *           count toward neither and carry no points, so they
      *           stay out of the GPA. Used by TranscriptPrint for
      *           the term and cumulative credit and GPA totals and
      *           by AcademicStanding for the standing GPAs.
      *           EnrollEdit ranks a posted grade by its position in
      *           the scale for the prerequisite check; PrereqLoad
      *           and PrereqMaint accept only a passing letter from
      *           the scale as a minimum prerequisite grade.
      ******************************************************************
       01 GRADE-POINT-SCALE-VALUES.
           05 FILLER PIC X(06) VALUE "A+40YY".
           05 FILLER PIC X(06) VALUE "A 40YY".
           05 FILLER PIC X(06) VALUE "A-37YY".
           05 FILLER PIC X(06) VALUE "B+33YY".
           05 FILLER PIC X(06) VALUE "B 30YY".
           05 FILLER PIC X(06) VALUE "B-27YY".
           05 FILLER PIC X(06) VALUE "C+23YY".
           05 FILLER PIC X(06) VALUE "C 20YY".
           05 FILLER PIC X(06) VALUE "C-17YY".
           05 FILLER PIC X(06) VALUE "D+13YY".
           05 FILLER PIC X(06) VALUE "D 10YY".
           05 FILLER PIC X(06) VALUE "D-07YY".
           05 FILLER PIC X(06) VALUE "F 00YN".
           05 FILLER PIC X(06) VALUE "I 00NN".
           05 FILLER PIC X(06) VALUE "W 00NN".
       01 GRADE-POINT-SCALE REDEFINES GRADE-POINT-SCALE-VALUES.
           05 GP-ENTRY OCCURS 15 TIMES INDEXED BY GP-INDEX.
               10 GP-GRADE PIC X(02).
               10 GP-POINTS PIC 9V9.
               10 GP-ATTEMPTED-FLAG PIC X(01).
                   88 GP-COUNTS-ATTEMPTED VALUE "Y".
               10 GP-EARNED-FLAG PIC X(01).
                   88 GP-COUNTS-EARNED VALUE "Y".
