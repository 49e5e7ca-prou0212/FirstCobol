      ******************************************************************
      * Copybook: GRDRSN
      * Purpose:  Reasons an instructor may give for changing a grade
      *           already posted, one entry per code with the text
      *           printed against it. GradePost refuses a regrade
      *           whose GT-REASON-CODE is not on this list;
      *           GradeChangeReport counts the changes by reason.
      ******************************************************************
       01 GRADE-CHANGE-REASON-VALUES.
           05 FILLER PIC X(22) VALUE "CECALCULATION ERROR".
           05 FILLER PIC X(22) VALUE "RERECORDING ERROR".
           05 FILLER PIC X(22) VALUE "ICINCOMPLETE FINISHED".
           05 FILLER PIC X(22) VALUE "GAGRADE APPEAL UPHELD".
           05 FILLER PIC X(22) VALUE "LWLATE WORK ACCEPTED".
           05 FILLER PIC X(22) VALUE "AIACADEMIC INTEGRITY".
       01 GRADE-CHANGE-REASONS REDEFINES GRADE-CHANGE-REASON-VALUES.
           05 GC-REASON-ENTRY OCCURS 6 TIMES INDEXED BY GC-INDEX.
               10 GC-REASON-CODE PIC X(02).
               10 GC-REASON-TEXT PIC X(20).
