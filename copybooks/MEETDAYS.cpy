      ******************************************************************
      * Copybook: MEETDAYS
      * Purpose:  Weekday letters in MP-MEETING-DAYS position order
      *           (see MEETPAT). Position n of a meeting pattern may
      *           only hold MD-DAY-LETTER (n) or a space; used by
      *           MeetLoad and MeetMaint to edit the days keyed.
      ******************************************************************
       01 MEETING-DAY-TABLE.
           05 MD-DAY-LETTERS PIC X(07) VALUE "MTWRFSU".
           05 MD-DAY-LETTER REDEFINES MD-DAY-LETTERS
               PIC X(01) OCCURS 7 TIMES.
