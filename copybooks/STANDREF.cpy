      ******************************************************************
      * Copybook: STANDREF
      * Purpose:  Academic standing threshold reference record, one
      *           row per standing (../STANDREF), loaded by
      *           StandingLoad. AcademicStanding reads the D, P and
      *           S rows at the start of each run:
      *             D - DEAN'S LIST WHEN THE TERM GPA IS AT OR ABOVE
      *                 SR-TERM-GPA AND THE CUMULATIVE GPA AT OR
      *                 ABOVE SR-CUM-GPA;
      *             P - PROBATION WHEN THE TERM GPA IS BELOW
      *                 SR-TERM-GPA OR THE CUMULATIVE GPA BELOW
      *                 SR-CUM-GPA;
      *             S - SUSPENSION WHEN BOTH THE TERM AND THE
      *                 CUMULATIVE GPA ARE BELOW THEIR THRESHOLDS,
      *                 OR A STUDENT WHO WAS ON PROBATION OR
      *                 SUSPENDED LAST TERM QUALIFIES FOR PROBATION
      *                 AGAIN.
      *           SR-MIN-CREDITS IS THE FEWEST CREDITS ATTEMPTED IN
      *           THE TERM FOR THE TERM-GPA TEST TO APPLY. GPAS ARE
      *           9V99, CREDITS 9(2)V9.
      ******************************************************************
       01 STANDING-REFERENCE-RECORD.
           05 SR-STANDING-CODE PIC X(01).
               88 SR-DEANS-LIST VALUE "D".
               88 SR-PROBATION VALUE "P".
               88 SR-SUSPENSION VALUE "S".
           05 SR-DESCRIPTION PIC X(20).
           05 SR-TERM-GPA PIC 9V99.
           05 SR-CUM-GPA PIC 9V99.
           05 SR-MIN-CREDITS PIC 9(2)V9.
