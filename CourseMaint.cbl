      * Purpose: COURSE CATALOG MAINTENANCE - ADD, CHANGE, DELETE AND
      *          INQUIRE AGAINST THE COURSE CATALOG (../COURSECAT),
      *          THE WAY FirstProgram IS FOR THE STUDENT MASTER, SO
      *          ONE TITLE, SEAT-COUNT OR CREDIT-HOURS FIX MID-TERM
      *          NO LONGER MEANS RE-KEYING THE WHOLE CATALOG THROUGH
      *          CourseLoad. A COURSE/TERM WITH ACTIVE ROWS ON THE
      *          STUDENT-ENROLLMENT FILE (../ENROLL) MAY NOT BE
      *          DELETED - THE ROWS WOULD BE LEFT POINTING AT A
       01 WS-NEW-TITLE PIC X(30).
       01 WS-NEW-MAX-SEATS PIC X(04).
       01 WS-NEW-SEATS-NUM PIC 9(04).
       01 WS-NEW-CREDITS-EDIT.
           05 WS-NEW-CREDITS PIC X(03).
           05 WS-NEW-CREDITS-NUM REDEFINES WS-NEW-CREDITS
               PIC 9(02)V9.
       01 WS-CREDITS-DISPLAY PIC Z9.9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
       3100-KEY-ENTRY-EXIT.
            EXIT.

      * THE SEAT COUNT AND CREDIT HOURS ARE TESTED IN DISPLAY FIELDS,
      * BEFORE THE MOVE TO CC-MAX-SEATS AND CC-CREDIT-HOURS - A MOVE
      * TO A NUMERIC FIELD CAN NORMALIZE BAD DATA SO THE CLASS TEST
      * NO LONGER SEES IT, THE SAME TRAP CourseLoad GUARDS AGAINST.
       3200-GET-COURSE-FIELDS.
            DISPLAY "COURSE TITLE: ".
            ACCEPT WS-NEW-TITLE.
            DISPLAY "MAXIMUM SEATS: ".
            ACCEPT WS-NEW-MAX-SEATS.
            DISPLAY "CREDIT HOURS (3 DIGITS, 030 = 3.0): ".
            ACCEPT WS-NEW-CREDITS.
       3200-GET-COURSE-FIELDS-EXIT.
            EXIT.

       3400-ADD-COURSE-FIELDS.
            PERFORM 3200-GET-COURSE-FIELDS THRU
                3200-GET-COURSE-FIELDS-EXIT.
            EVALUATE TRUE
                WHEN WS-NEW-MAX-SEATS IS NOT NUMERIC
                        OR WS-NEW-MAX-SEATS = "0000"
                    DISPLAY "MAXIMUM SEATS MUST BE NUMERIC AND "
                        "NON-ZERO."
                WHEN WS-NEW-CREDITS IS NOT NUMERIC
                    DISPLAY "CREDIT HOURS MUST BE NUMERIC."
                WHEN OTHER
                    MOVE WS-NEW-TITLE TO CC-COURSE-TITLE
                    MOVE WS-NEW-MAX-SEATS TO CC-MAX-SEATS
                    MOVE WS-NEW-CREDITS-NUM TO CC-CREDIT-HOURS
                    WRITE COURSE-CATALOG-RECORD
                        INVALID KEY
                            DISPLAY "ADD FAILED - COURSE/TERM "
                                "ALREADY EXISTS."
                        NOT INVALID KEY
                            DISPLAY "COURSE ADDED."
                    END-WRITE
            END-EVALUATE.
       3400-ADD-COURSE-FIELDS-EXIT.
            EXIT.

            EXIT.

       4100-APPLY-COURSE-CHANGE.
            IF WS-NEW-MAX-SEATS IS NUMERIC
                MOVE WS-NEW-MAX-SEATS TO WS-NEW-SEATS-NUM
                PERFORM 5100-COUNT-ENROLLMENTS THRU
                    5100-COUNT-ENROLLMENTS-EXIT
            END-IF.
            EVALUATE TRUE
                WHEN WS-NEW-MAX-SEATS IS NOT NUMERIC
                        OR WS-NEW-MAX-SEATS = "0000"
                    DISPLAY "MAXIMUM SEATS MUST BE NUMERIC AND "
                        "NON-ZERO."
                WHEN WS-NEW-CREDITS IS NOT NUMERIC
                    DISPLAY "CREDIT HOURS MUST BE NUMERIC."
                WHEN WS-NEW-SEATS-NUM < WS-SEAT-COUNT
                    DISPLAY "CHANGE REFUSED - SECTION HAS "
                        WS-SEAT-COUNT " ENROLLED, MAXIMUM SEATS "
                        "MAY NOT GO BELOW THAT."
                WHEN OTHER
                    MOVE WS-NEW-TITLE TO CC-COURSE-TITLE
                    MOVE WS-NEW-MAX-SEATS TO CC-MAX-SEATS
                    MOVE WS-NEW-CREDITS-NUM TO CC-CREDIT-HOURS
                    REWRITE COURSE-CATALOG-RECORD
                        INVALID KEY
                            DISPLAY "CHANGE FAILED."
                        NOT INVALID KEY
                            DISPLAY "COURSE CHANGED."
                    END-REWRITE
            END-EVALUATE.
       4100-APPLY-COURSE-CHANGE-EXIT.
            EXIT.

                CC-TERM-CODE.
            DISPLAY "TITLE         : " CC-COURSE-TITLE.
            DISPLAY "MAXIMUM SEATS : " CC-MAX-SEATS.
            MOVE CC-CREDIT-HOURS TO WS-CREDITS-DISPLAY.
            DISPLAY "CREDIT HOURS  : " WS-CREDITS-DISPLAY.
       6100-DISPLAY-COURSE-EXIT.
            EXIT.
       END PROGRAM CourseMaint.
