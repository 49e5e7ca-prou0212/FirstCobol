      ******************************************************************
      * Author: JESSE PROULX
      * Date: 10-15-2026
      * Purpose: SECTION MEETING-PATTERN MAINTENANCE - ADD, CHANGE,
      *          DELETE AND INQUIRE AGAINST THE MEETING-PATTERN FILE
      *          (../MEETPAT), THE WAY CourseMaint IS FOR THE COURSE
      *          CATALOG, SO ONE ROOM OR TIME CHANGE NO LONGER MEANS
      *          RE-KEYING THE TIMETABLE THROUGH MeetLoad. THE DAYS,
      *          TIMES, BUILDING AND ROOM ARE EDITED AS MeetLoad
      *          EDITS THEM, AND AN ADD FOR A COURSE/TERM NOT ON THE
      *          COURSE CATALOG (../COURSECAT) IS REFUSED THE SAME
      *          WAY MeetLoad REFUSES IT. A CHANGE DOES NOT REVISIT
      *          ENROLLMENTS ALREADY ACCEPTED - RoomUsageReport AND
      *          THE NEXT EnrollEdit RUN SEE THE NEW PATTERN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MeetMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT MEETING-FILE ASSIGN TO "../MEETPAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MP-KEY
                   FILE STATUS IS MEETING-FILE-STATUS.
               SELECT COURSE-CATALOG ASSIGN TO "../COURSECAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CC-KEY
                   FILE STATUS IS COURSE-CATALOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MEETING-FILE.
           COPY MEETPAT.
       FD COURSE-CATALOG.
           COPY COURSE.
       WORKING-STORAGE SECTION.
       01 MEETING-FILE-STATUS PIC X(02).
           88 MEETING-FILE-OK VALUE "00".
           88 MEETING-FILE-NOT-FOUND VALUE "23".
           88 MEETING-FILE-NOT-PRESENT VALUE "35".
       01 COURSE-CATALOG-STATUS PIC X(02).
       01 COURSE-CATALOG-OPEN-STATUS PIC X(02).
           88 COURSE-CATALOG-AVAILABLE VALUE "00".
       01 SECTION-VALID-SWITCH PIC X(01).
           88 SECTION-ON-CATALOG VALUE "Y".
       01 FIELDS-VALID-SWITCH PIC X(01).
           88 FIELDS-ARE-VALID VALUE "Y".
           COPY MEETDAYS.
       01 WS-DAY-SUB PIC 9(02) COMP VALUE ZERO.
       01 WS-DAY-COUNT PIC 9(02) COMP VALUE ZERO.
       01 WS-FUNCTION-CODE PIC X(01).
           88 WS-FUNC-ADD VALUE "A" "a".
           88 WS-FUNC-CHANGE VALUE "C" "c".
           88 WS-FUNC-DELETE VALUE "D" "d".
           88 WS-FUNC-INQUIRE VALUE "I" "i".
           88 WS-FUNC-EXIT VALUE "X" "x".
       01 WS-DONE-SWITCH PIC X(01) VALUE "N".
           88 WS-DONE VALUE "Y".
       01 WS-NEW-DAYS PIC X(07).
       01 WS-NEW-DAY-FLAGS REDEFINES WS-NEW-DAYS.
           05 WS-NEW-DAY-FLAG PIC X(01) OCCURS 7 TIMES.
       01 WS-NEW-START-TIME PIC X(04).
       01 WS-NEW-START-HHMM REDEFINES WS-NEW-START-TIME.
           05 WS-NEW-START-HH PIC 9(02).
           05 WS-NEW-START-MM PIC 9(02).
       01 WS-NEW-END-TIME PIC X(04).
       01 WS-NEW-END-HHMM REDEFINES WS-NEW-END-TIME.
           05 WS-NEW-END-HH PIC 9(02).
           05 WS-NEW-END-MM PIC 9(02).
       01 WS-NEW-BUILDING PIC X(06).
       01 WS-NEW-ROOM PIC X(05).
       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
            PERFORM 2000-MENU-LOOP THRU 2000-MENU-LOOP-EXIT
                UNTIL WS-DONE.
            PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
            STOP RUN.

      ******************************************************************
      * INITIALIZATION AND TERMINATION. THE MEETING-PATTERN FILE IS
      * ONLY CREATED WHEN IT DOES NOT EXIST (STATUS 35) - ANY OTHER
      * OPEN FAILURE ENDS THE SESSION RATHER THAN REPLACE THE LIVE
      * FILE WITH AN EMPTY ONE, MIRRORING CourseMaint. WITH NO
      * CATALOG ON FILE THE CATALOG EDIT IS BYPASSED.
      ******************************************************************
       1000-INITIALIZE.
            OPEN I-O MEETING-FILE.
            IF MEETING-FILE-NOT-PRESENT
                OPEN OUTPUT MEETING-FILE
                CLOSE MEETING-FILE
                OPEN I-O MEETING-FILE
            END-IF.
            IF NOT MEETING-FILE-OK
                DISPLAY "MEETMAINT - CANNOT OPEN MEETING-PATTERN "
                    "FILE, STATUS = " MEETING-FILE-STATUS
                SET WS-DONE TO TRUE
            END-IF.
            OPEN INPUT COURSE-CATALOG.
            MOVE COURSE-CATALOG-STATUS TO COURSE-CATALOG-OPEN-STATUS.
            IF NOT COURSE-CATALOG-AVAILABLE
                DISPLAY "MEETMAINT - COURSE CATALOG NOT AVAILABLE, "
                    "CATALOG EDIT BYPASSED."
            END-IF.
       1000-INITIALIZE-EXIT.
            EXIT.

       9000-TERMINATE.
            CLOSE MEETING-FILE.
            IF COURSE-CATALOG-AVAILABLE
                CLOSE COURSE-CATALOG
            END-IF.
       9000-TERMINATE-EXIT.
            EXIT.

      ******************************************************************
      * MAIN MENU
      ******************************************************************
       2000-MENU-LOOP.
            PERFORM 2100-DISPLAY-MENU THRU 2100-DISPLAY-MENU-EXIT.
            ACCEPT WS-FUNCTION-CODE.
            EVALUATE TRUE
                WHEN WS-FUNC-ADD
                    PERFORM 3000-ADD-MEETING THRU
                        3000-ADD-MEETING-EXIT
                WHEN WS-FUNC-CHANGE
                    PERFORM 4000-CHANGE-MEETING THRU
                        4000-CHANGE-MEETING-EXIT
                WHEN WS-FUNC-DELETE
                    PERFORM 5000-DELETE-MEETING THRU
                        5000-DELETE-MEETING-EXIT
                WHEN WS-FUNC-INQUIRE
                    PERFORM 6000-INQUIRE-MEETING THRU
                        6000-INQUIRE-MEETING-EXIT
                WHEN WS-FUNC-EXIT
                    SET WS-DONE TO TRUE
                WHEN OTHER
                    DISPLAY "INVALID FUNCTION, PLEASE TRY AGAIN."
            END-EVALUATE.
       2000-MENU-LOOP-EXIT.
            EXIT.

       2100-DISPLAY-MENU.
            DISPLAY "-----------------------------------------".
            DISPLAY "SECTION MEETING-PATTERN MAINTENANCE".
            DISPLAY "  A - ADD A MEETING PATTERN".
            DISPLAY "  C - CHANGE A MEETING PATTERN".
            DISPLAY "  D - DELETE A MEETING PATTERN".
            DISPLAY "  I - INQUIRE ON A MEETING PATTERN".
            DISPLAY "  X - EXIT".
            DISPLAY "ENTER FUNCTION: ".
       2100-DISPLAY-MENU-EXIT.
            EXIT.

      ******************************************************************
      * COMMON KEY ENTRY, FIELD ENTRY AND FIELD EDIT
      ******************************************************************
       3100-KEY-ENTRY.
            DISPLAY "ENTER COURSE CODE: ".
            ACCEPT MP-COURSE-CODE.
            DISPLAY "ENTER TERM CODE: ".
            ACCEPT MP-TERM-CODE.
            INSPECT MP-KEY CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       3100-KEY-ENTRY-EXIT.
            EXIT.

       3200-GET-MEETING-FIELDS.
            DISPLAY "MEETING DAYS (MTWRFSU, SPACE FOR A DAY NOT MET): ".
            ACCEPT WS-NEW-DAYS.
            DISPLAY "START TIME (HHMM, 24-HOUR): ".
            ACCEPT WS-NEW-START-TIME.
            DISPLAY "END TIME (HHMM, 24-HOUR): ".
            ACCEPT WS-NEW-END-TIME.
            DISPLAY "BUILDING: ".
            ACCEPT WS-NEW-BUILDING.
            DISPLAY "ROOM: ".
            ACCEPT WS-NEW-ROOM.
            INSPECT WS-NEW-DAYS CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            INSPECT WS-NEW-BUILDING CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            INSPECT WS-NEW-ROOM CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            PERFORM 3300-EDIT-MEETING-FIELDS THRU
                3300-EDIT-MEETING-FIELDS-EXIT.
       3200-GET-MEETING-FIELDS-EXIT.
            EXIT.

      * THE TIMES ARE TESTED IN DISPLAY FIELDS, BEFORE THE MOVE TO
      * MP-START-TIME AND MP-END-TIME, THE SAME TRAP CourseMaint
      * GUARDS AGAINST.
       3300-EDIT-MEETING-FIELDS.
            MOVE "N" TO FIELDS-VALID-SWITCH.
            MOVE ZERO TO WS-DAY-COUNT.
            MOVE 1 TO WS-DAY-SUB.
            PERFORM 3310-EDIT-ONE-DAY THRU 3310-EDIT-ONE-DAY-EXIT
                UNTIL WS-DAY-SUB > 7.
            EVALUATE TRUE
                WHEN WS-DAY-COUNT = ZERO
                    DISPLAY "MEETING DAYS MUST BE M T W R F S U IN "
                        "PLACE, AT LEAST ONE DAY."
                WHEN WS-NEW-START-TIME IS NOT NUMERIC
                        OR WS-NEW-END-TIME IS NOT NUMERIC
                    DISPLAY "START AND END TIMES MUST BE NUMERIC."
                WHEN WS-NEW-START-HH > 23 OR WS-NEW-START-MM > 59
                        OR WS-NEW-END-HH > 23 OR WS-NEW-END-MM > 59
                    DISPLAY "START AND END MUST BE CLOCK TIMES."
                WHEN WS-NEW-END-TIME NOT > WS-NEW-START-TIME
                    DISPLAY "MEETING MUST END AFTER IT STARTS."
                WHEN WS-NEW-BUILDING = SPACES OR WS-NEW-ROOM = SPACES
                    DISPLAY "BUILDING AND ROOM ARE REQUIRED."
                WHEN OTHER
                    SET FIELDS-ARE-VALID TO TRUE
            END-EVALUATE.
       3300-EDIT-MEETING-FIELDS-EXIT.
            EXIT.

      * A LETTER OUT OF PLACE ZEROES THE DAY COUNT SO THE WHOLE DAYS
      * FIELD IS REFUSED.
       3310-EDIT-ONE-DAY.
            EVALUATE TRUE
                WHEN WS-NEW-DAY-FLAG (WS-DAY-SUB) = SPACE
                    CONTINUE
                WHEN WS-NEW-DAY-FLAG (WS-DAY-SUB) =
                        MD-DAY-LETTER (WS-DAY-SUB)
                    ADD 1 TO WS-DAY-COUNT
                WHEN OTHER
                    MOVE ZERO TO WS-DAY-COUNT
                    MOVE 7 TO WS-DAY-SUB
            END-EVALUATE.
            ADD 1 TO WS-DAY-SUB.
       3310-EDIT-ONE-DAY-EXIT.
            EXIT.

       3400-MOVE-MEETING-FIELDS.
            MOVE WS-NEW-DAYS TO MP-MEETING-DAYS.
            MOVE WS-NEW-START-TIME TO MP-START-TIME.
            MOVE WS-NEW-END-TIME TO MP-END-TIME.
            MOVE WS-NEW-BUILDING TO MP-BUILDING.
            MOVE WS-NEW-ROOM TO MP-ROOM.
       3400-MOVE-MEETING-FIELDS-EXIT.
            EXIT.

      ******************************************************************
      * ADD
      ******************************************************************
       3000-ADD-MEETING.
            PERFORM 3100-KEY-ENTRY THRU 3100-KEY-ENTRY-EXIT.
            READ MEETING-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY "MEETING PATTERN ALREADY ON FILE."
            END-READ.
            IF MEETING-FILE-NOT-FOUND
                PERFORM 3500-CHECK-SECTION THRU 3500-CHECK-SECTION-EXIT
                IF NOT SECTION-ON-CATALOG
                    DISPLAY "ADD REFUSED - " MP-COURSE-CODE " "
                        MP-TERM-CODE " NOT ON COURSE CATALOG."
                ELSE
                    PERFORM 3200-GET-MEETING-FIELDS THRU
                        3200-GET-MEETING-FIELDS-EXIT
                    IF FIELDS-ARE-VALID
                        PERFORM 3400-MOVE-MEETING-FIELDS THRU
                            3400-MOVE-MEETING-FIELDS-EXIT
                        WRITE MEETING-PATTERN-RECORD
                            INVALID KEY
                                DISPLAY "ADD FAILED - MEETING "
                                    "PATTERN ALREADY EXISTS."
                            NOT INVALID KEY
                                DISPLAY "MEETING PATTERN ADDED."
                        END-WRITE
                    END-IF
                END-IF
            END-IF.
       3000-ADD-MEETING-EXIT.
            EXIT.

      * WITH NO CATALOG ON FILE THE EDIT PASSES, MIRRORING MeetLoad.
       3500-CHECK-SECTION.
            IF NOT COURSE-CATALOG-AVAILABLE
                SET SECTION-ON-CATALOG TO TRUE
            ELSE
                MOVE "N" TO SECTION-VALID-SWITCH
                MOVE MP-COURSE-CODE TO CC-COURSE-CODE
                MOVE MP-TERM-CODE TO CC-TERM-CODE
                READ COURSE-CATALOG
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET SECTION-ON-CATALOG TO TRUE
                END-READ
            END-IF.
       3500-CHECK-SECTION-EXIT.
            EXIT.

      ******************************************************************
      * CHANGE - EVERY FIELD IS KEYED AGAIN; THE KEY DOES NOT CHANGE.
      ******************************************************************
       4000-CHANGE-MEETING.
            PERFORM 3100-KEY-ENTRY THRU 3100-KEY-ENTRY-EXIT.
            READ MEETING-FILE
                INVALID KEY
                    DISPLAY "MEETING PATTERN NOT ON FILE."
            END-READ.
            IF MEETING-FILE-OK
                PERFORM 6100-DISPLAY-MEETING THRU
                    6100-DISPLAY-MEETING-EXIT
                PERFORM 3200-GET-MEETING-FIELDS THRU
                    3200-GET-MEETING-FIELDS-EXIT
                IF FIELDS-ARE-VALID
                    PERFORM 3400-MOVE-MEETING-FIELDS THRU
                        3400-MOVE-MEETING-FIELDS-EXIT
                    REWRITE MEETING-PATTERN-RECORD
                        INVALID KEY
                            DISPLAY "CHANGE FAILED."
                        NOT INVALID KEY
                            DISPLAY "MEETING PATTERN CHANGED."
                    END-REWRITE
                END-IF
            END-IF.
       4000-CHANGE-MEETING-EXIT.
            EXIT.

      ******************************************************************
      * DELETE
      ******************************************************************
       5000-DELETE-MEETING.
            PERFORM 3100-KEY-ENTRY THRU 3100-KEY-ENTRY-EXIT.
            READ MEETING-FILE
                INVALID KEY
                    DISPLAY "MEETING PATTERN NOT ON FILE."
            END-READ.
            IF MEETING-FILE-OK
                DELETE MEETING-FILE
                    INVALID KEY
                        DISPLAY "DELETE FAILED."
                    NOT INVALID KEY
                        DISPLAY "MEETING PATTERN DELETED."
                END-DELETE
            END-IF.
       5000-DELETE-MEETING-EXIT.
            EXIT.

      ******************************************************************
      * INQUIRE
      ******************************************************************
       6000-INQUIRE-MEETING.
            PERFORM 3100-KEY-ENTRY THRU 3100-KEY-ENTRY-EXIT.
            READ MEETING-FILE
                INVALID KEY
                    DISPLAY "MEETING PATTERN NOT ON FILE."
            END-READ.
            IF MEETING-FILE-OK
                PERFORM 6100-DISPLAY-MEETING THRU
                    6100-DISPLAY-MEETING-EXIT
            END-IF.
       6000-INQUIRE-MEETING-EXIT.
            EXIT.

       6100-DISPLAY-MEETING.
            DISPLAY "COURSE/TERM   : " MP-COURSE-CODE " "
                MP-TERM-CODE.
            DISPLAY "MEETING DAYS  : " MP-MEETING-DAYS.
            DISPLAY "MEETING TIME  : " MP-START-HH ":" MP-START-MM
                "-" MP-END-HH ":" MP-END-MM.
            DISPLAY "BUILDING/ROOM : " MP-BUILDING " " MP-ROOM.
       6100-DISPLAY-MEETING-EXIT.
            EXIT.
       END PROGRAM MeetMaint.
