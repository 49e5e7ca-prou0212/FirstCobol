      * Date: 08-23-2026
      * Purpose: LOADS THE COURSE CATALOG REFERENCE FILE
      *          (../COURSECAT) FROM A LINE SEQUENTIAL INPUT
      *          (../COURSEIN) OF COURSE CODES, TERM CODES, TITLES,
      *          MAXIMUM SEAT COUNTS AND CREDIT HOURS (THREE DIGITS
      *          WITH ONE IMPLIED DECIMAL, 030 = 3.0). RUN WHENEVER
      *          THE CATALOG OF COURSES OPEN FOR ENROLLMENT CHANGES;
      *          MUST BE RUN AT LEAST ONCE BEFORE EnrollEdit, OR
      *          EVERY ENROLLMENT TRANSACTION WILL BYPASS THE
      *          CATALOG AND CAPACITY EDITS FOR WANT OF A REFERENCE
      *          FILE TO CHECK AGAINST. INPUT ROWS FOR A TERM NOT ON THE
      *          TERM CALENDAR (../TERMREF, SEE TermLoad) ARE
      *          REFUSED; WITH NO CALENDAR ON FILE YET THE TERM
      *          EDIT IS BYPASSED, MIRRORING EnrollEdit'S GUARD.
       DATA DIVISION.
       FILE SECTION.
       FD COURSE-INPUT.
       01 COURSE-INPUT-RECORD PIC X(51).
       FD COURSE-CATALOG.
           COPY COURSE.
       FD TERM-CALENDAR.
           88 TERM-CALENDAR-AVAILABLE VALUE "00".
       01 COURSE-INPUT-EOF-SWITCH PIC X(01) VALUE "N".
           88 COURSE-INPUT-AT-EOF VALUE "Y".
       01 WS-CREDITS-EDIT.
           05 WS-CREDITS-X PIC X(03).
           05 WS-CREDITS-9 REDEFINES WS-CREDITS-X PIC 9(02)V9.
       01 WS-READ-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-LOADED-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-ERROR-COUNT PIC 9(08) COMP VALUE ZERO.
      * THE SEAT COUNT IS TESTED IN THE INPUT RECORD, BEFORE THE
      * MOVE TO CC-MAX-SEATS - A MOVE TO A NUMERIC FIELD CAN
      * NORMALIZE BAD DATA SO THE CLASS TEST NO LONGER SEES IT.
      * CREDIT HOURS ARE EDITED THE SAME WAY.
            EVALUATE TRUE
                WHEN COURSE-INPUT-RECORD(45:4) IS NOT NUMERIC
                    ADD 1 TO WS-ERROR-COUNT
                    DISPLAY "COURSELOAD - MAXIMUM SEATS NOT NUMERIC "
                        "FOR " CC-COURSE-CODE " " CC-TERM-CODE
                WHEN COURSE-INPUT-RECORD(49:3) IS NOT NUMERIC
                    ADD 1 TO WS-ERROR-COUNT
                    DISPLAY "COURSELOAD - CREDIT HOURS NOT NUMERIC "
                        "FOR " CC-COURSE-CODE " " CC-TERM-CODE
                WHEN OTHER
                    MOVE COURSE-INPUT-RECORD(45:4) TO CC-MAX-SEATS
                    MOVE COURSE-INPUT-RECORD(49:3) TO WS-CREDITS-X
                    MOVE WS-CREDITS-9 TO CC-CREDIT-HOURS
                    PERFORM 3050-EDIT-TERM THRU 3050-EDIT-TERM-EXIT
            END-EVALUATE.
            PERFORM 2000-READ-COURSE THRU 2000-READ-COURSE-EXIT.
       3000-LOAD-COURSE-EXIT.
            EXIT.
