      ******************************************************************
      * Copybook: HOLD
      * Purpose:  Student hold record (../HOLDS), one per student per
      *           hold type. A registration hold ("R") stops
      *           EnrollEdit accepting adds; a transcript hold ("T")
      *           keeps the student off TranscriptPrint's run and
      *           lists them on its exceptions page instead. A hold
      *           is active until HD-DATE-RELEASED is set. Placed and
      *           released through HoldMaint, which logs every
      *           placement and release to ../HOLDLOG (see HoldLog);
      *           re-placing a released hold reuses its record.
      ******************************************************************
       01 STUDENT-HOLD-RECORD.
           05 HD-KEY.
               10 HD-STUDENT-NUMBER PIC 9(8).
               10 HD-HOLD-TYPE PIC X(1).
                   88 HD-TYPE-REGISTRATION VALUE "R".
                   88 HD-TYPE-TRANSCRIPT VALUE "T".
                   88 HD-TYPE-VALID VALUE "R" "T".
           05 HD-PLACING-OFFICE PIC X(10).
           05 HD-REASON PIC X(30).
           05 HD-DATE-PLACED PIC 9(08).
           05 HD-DATE-RELEASED PIC 9(08).
               88 HD-HOLD-ACTIVE VALUE ZERO.
           05 HD-PLACED-BY PIC X(08).
           05 HD-RELEASED-BY PIC X(08).
