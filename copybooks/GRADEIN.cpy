      *           can hold a transaction and an enrollment master
      *           record at the same time. Carries the grade the
      *           registrar awarded for one completed enrollment.
      *           A change to a grade already posted also carries the
      *           instructor's reason code (see GRDRSN) and the id of
      *           the person submitting it, and - for a term closed
      *           by TermCloseout - the id of the supervisor (see
      *           OPERREF) authorizing it. A first posting may leave
      *           all three blank.
      ******************************************************************
       01 GRADE-TRANS-RECORD.
           05 GT-KEY.
               10 GT-COURSE-CODE PIC X(8).
               10 GT-TERM-CODE PIC X(6).
           05 GT-GRADE PIC X(2).
           05 GT-REASON-CODE PIC X(2).
           05 GT-SUBMITTED-BY PIC X(8).
           05 GT-AUTHORIZED-BY PIC X(8).
