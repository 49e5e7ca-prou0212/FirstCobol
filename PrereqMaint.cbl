      ******************************************************************
      * Author: JESSE PROULX
      * Date: 10-15-2026
      * Purpose: COURSE PREREQUISITE MAINTENANCE - ADD, CHANGE,
      *          DELETE AND INQUIRE AGAINST THE PREREQUISITE FILE
      *          (../PREREQ), THE WAY CourseMaint IS FOR THE COURSE
      *          CATALOG, SO ONE NEW OR CHANGED RULE NO LONGER MEANS
      *          RE-KEYING EVERY RULE THROUGH PrereqLoad. A ROW IS
      *          KEYED BY THE COURSE AND THE COURSE IT REQUIRES;
      *          CHANGE ALTERS THE MINIMUM GRADE ONLY. THE MINIMUM
      *          GRADE IS EDITED AS PrereqLoad EDITS IT - A PASSING
      *          LETTER ON THE GRADE-POINT SCALE (GRADEPTS). INQUIRE
      *          LISTS EVERY PREREQUISITE OF THE COURSE KEYED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrereqMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT PREREQ-FILE ASSIGN TO "../PREREQ"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PR-KEY
                   FILE STATUS IS PREREQ-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PREREQ-FILE.
           COPY PREREQ.
       WORKING-STORAGE SECTION.
       01 PREREQ-FILE-STATUS PIC X(02).
           88 PREREQ-FILE-OK VALUE "00".
           88 PREREQ-FILE-NOT-FOUND VALUE "23".
           88 PREREQ-FILE-NOT-PRESENT VALUE "35".
       01 PREREQ-SCAN-EOF-SWITCH PIC X(01).
           88 PREREQ-SCAN-AT-EOF VALUE "Y".
       01 GRADE-PASSING-SWITCH PIC X(01).
           88 GRADE-IS-PASSING VALUE "Y".
           COPY GRADEPTS.
       01 WS-FUNCTION-CODE PIC X(01).
           88 WS-FUNC-ADD VALUE "A" "a".
           88 WS-FUNC-CHANGE VALUE "C" "c".
           88 WS-FUNC-DELETE VALUE "D" "d".
           88 WS-FUNC-INQUIRE VALUE "I" "i".
           88 WS-FUNC-EXIT VALUE "X" "x".
       01 WS-DONE-SWITCH PIC X(01) VALUE "N".
           88 WS-DONE VALUE "Y".
       01 WS-NEW-MIN-GRADE PIC X(02).
       01 WS-INQUIRE-COURSE PIC X(08).
       01 WS-LIST-COUNT PIC 9(04) COMP VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
            PERFORM 2000-MENU-LOOP THRU 2000-MENU-LOOP-EXIT
                UNTIL WS-DONE.
            PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
            STOP RUN.

      ******************************************************************
      * INITIALIZATION AND TERMINATION. THE PREREQUISITE FILE IS
      * ONLY CREATED WHEN IT DOES NOT EXIST (STATUS 35) - ANY OTHER
      * OPEN FAILURE ENDS THE SESSION RATHER THAN REPLACE THE LIVE
      * FILE WITH AN EMPTY ONE, MIRRORING CourseMaint.
      ******************************************************************
       1000-INITIALIZE.
            OPEN I-O PREREQ-FILE.
            IF PREREQ-FILE-NOT-PRESENT
                OPEN OUTPUT PREREQ-FILE
                CLOSE PREREQ-FILE
                OPEN I-O PREREQ-FILE
            END-IF.
            IF NOT PREREQ-FILE-OK
                DISPLAY "PREREQMAINT - CANNOT OPEN PREREQUISITE "
                    "FILE, STATUS = " PREREQ-FILE-STATUS
                SET WS-DONE TO TRUE
            END-IF.
       1000-INITIALIZE-EXIT.
            EXIT.

       9000-TERMINATE.
            CLOSE PREREQ-FILE.
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
                    PERFORM 3000-ADD-PREREQ THRU 3000-ADD-PREREQ-EXIT
                WHEN WS-FUNC-CHANGE
                    PERFORM 4000-CHANGE-PREREQ THRU
                        4000-CHANGE-PREREQ-EXIT
                WHEN WS-FUNC-DELETE
                    PERFORM 5000-DELETE-PREREQ THRU
                        5000-DELETE-PREREQ-EXIT
                WHEN WS-FUNC-INQUIRE
                    PERFORM 6000-INQUIRE-PREREQ THRU
                        6000-INQUIRE-PREREQ-EXIT
                WHEN WS-FUNC-EXIT
                    SET WS-DONE TO TRUE
                WHEN OTHER
                    DISPLAY "INVALID FUNCTION, PLEASE TRY AGAIN."
            END-EVALUATE.
       2000-MENU-LOOP-EXIT.
            EXIT.

       2100-DISPLAY-MENU.
            DISPLAY "-----------------------------------------".
            DISPLAY "COURSE PREREQUISITE MAINTENANCE".
            DISPLAY "  A - ADD A PREREQUISITE".
            DISPLAY "  C - CHANGE A MINIMUM GRADE".
            DISPLAY "  D - DELETE A PREREQUISITE".
            DISPLAY "  I - INQUIRE ON A COURSE'S PREREQUISITES".
            DISPLAY "  X - EXIT".
            DISPLAY "ENTER FUNCTION: ".
       2100-DISPLAY-MENU-EXIT.
            EXIT.

      ******************************************************************
      * COMMON KEY ENTRY AND FIELD ENTRY
      ******************************************************************
       3100-KEY-ENTRY.
            DISPLAY "ENTER COURSE CODE: ".
            ACCEPT PR-COURSE-CODE.
            DISPLAY "ENTER REQUIRED COURSE CODE: ".
            ACCEPT PR-REQUIRED-COURSE.
            INSPECT PR-KEY CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       3100-KEY-ENTRY-EXIT.
            EXIT.

      * THE MINIMUM GRADE IS LOOKED UP ON THE GRADE-POINT SCALE; ONLY
      * A LETTER THAT EARNS CREDIT CAN SATISFY A PREREQUISITE.
       3200-GET-MIN-GRADE.
            DISPLAY "MINIMUM GRADE: ".
            ACCEPT WS-NEW-MIN-GRADE.
            INSPECT WS-NEW-MIN-GRADE CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            MOVE "N" TO GRADE-PASSING-SWITCH.
            SET GP-INDEX TO 1.
            SEARCH GP-ENTRY
                AT END
                    CONTINUE
                WHEN GP-GRADE (GP-INDEX) = WS-NEW-MIN-GRADE
                    IF GP-COUNTS-EARNED (GP-INDEX)
                        SET GRADE-IS-PASSING TO TRUE
                    END-IF
            END-SEARCH.
       3200-GET-MIN-GRADE-EXIT.
            EXIT.

      ******************************************************************
      * ADD
      ******************************************************************
       3000-ADD-PREREQ.
            PERFORM 3100-KEY-ENTRY THRU 3100-KEY-ENTRY-EXIT.
            READ PREREQ-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY "PREREQUISITE ALREADY ON FILE."
            END-READ.
            IF PREREQ-FILE-NOT-FOUND
                PERFORM 3300-ADD-PREREQ-FIELDS THRU
                    3300-ADD-PREREQ-FIELDS-EXIT
            END-IF.
       3000-ADD-PREREQ-EXIT.
            EXIT.

       3300-ADD-PREREQ-FIELDS.
            IF PR-COURSE-CODE = SPACES
                    OR PR-REQUIRED-COURSE = SPACES
                    OR PR-COURSE-CODE = PR-REQUIRED-COURSE
                DISPLAY "ADD REFUSED - BOTH COURSE CODES ARE "
                    "REQUIRED AND MUST DIFFER."
            ELSE
                PERFORM 3200-GET-MIN-GRADE THRU
                    3200-GET-MIN-GRADE-EXIT
                IF NOT GRADE-IS-PASSING
                    DISPLAY "MINIMUM GRADE MUST BE A PASSING GRADE."
                ELSE
                    MOVE WS-NEW-MIN-GRADE TO PR-MIN-GRADE
                    WRITE PREREQUISITE-RECORD
                        INVALID KEY
                            DISPLAY "ADD FAILED - PREREQUISITE "
                                "ALREADY EXISTS."
                        NOT INVALID KEY
                            DISPLAY "PREREQUISITE ADDED."
                    END-WRITE
                END-IF
            END-IF.
       3300-ADD-PREREQ-FIELDS-EXIT.
            EXIT.

      ******************************************************************
      * CHANGE - THE MINIMUM GRADE ONLY; A DIFFERENT REQUIRED COURSE
      * IS A DELETE AND AN ADD.
      ******************************************************************
       4000-CHANGE-PREREQ.
            PERFORM 3100-KEY-ENTRY THRU 3100-KEY-ENTRY-EXIT.
            READ PREREQ-FILE
                INVALID KEY
                    DISPLAY "PREREQUISITE NOT ON FILE."
            END-READ.
            IF PREREQ-FILE-OK
                PERFORM 6200-DISPLAY-PREREQ THRU
                    6200-DISPLAY-PREREQ-EXIT
                PERFORM 3200-GET-MIN-GRADE THRU
                    3200-GET-MIN-GRADE-EXIT
                IF NOT GRADE-IS-PASSING
                    DISPLAY "MINIMUM GRADE MUST BE A PASSING GRADE."
                ELSE
                    MOVE WS-NEW-MIN-GRADE TO PR-MIN-GRADE
                    REWRITE PREREQUISITE-RECORD
                        INVALID KEY
                            DISPLAY "CHANGE FAILED."
                        NOT INVALID KEY
                            DISPLAY "PREREQUISITE CHANGED."
                    END-REWRITE
                END-IF
            END-IF.
       4000-CHANGE-PREREQ-EXIT.
            EXIT.

      ******************************************************************
      * DELETE
      ******************************************************************
       5000-DELETE-PREREQ.
            PERFORM 3100-KEY-ENTRY THRU 3100-KEY-ENTRY-EXIT.
            READ PREREQ-FILE
                INVALID KEY
                    DISPLAY "PREREQUISITE NOT ON FILE."
            END-READ.
            IF PREREQ-FILE-OK
                DELETE PREREQ-FILE
                    INVALID KEY
                        DISPLAY "DELETE FAILED."
                    NOT INVALID KEY
                        DISPLAY "PREREQUISITE DELETED."
                END-DELETE
            END-IF.
       5000-DELETE-PREREQ-EXIT.
            EXIT.

      ******************************************************************
      * INQUIRE - PR-KEY LEADS WITH THE COURSE CODE, SO A START AT
      * THE COURSE AND A READ FORWARD LISTS EVERY RULE FOR IT.
      ******************************************************************
       6000-INQUIRE-PREREQ.
            DISPLAY "ENTER COURSE CODE: ".
            ACCEPT WS-INQUIRE-COURSE.
            INSPECT WS-INQUIRE-COURSE CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE "N" TO PREREQ-SCAN-EOF-SWITCH.
            MOVE WS-INQUIRE-COURSE TO PR-COURSE-CODE.
            MOVE LOW-VALUES TO PR-REQUIRED-COURSE.
            START PREREQ-FILE KEY >= PR-KEY
                INVALID KEY SET PREREQ-SCAN-AT-EOF TO TRUE
            END-START.
            PERFORM 6100-LIST-ONE-PREREQ THRU
                6100-LIST-ONE-PREREQ-EXIT
                UNTIL PREREQ-SCAN-AT-EOF.
            IF WS-LIST-COUNT = ZERO
                DISPLAY "NO PREREQUISITES ON FILE FOR "
                    WS-INQUIRE-COURSE "."
            END-IF.
       6000-INQUIRE-PREREQ-EXIT.
            EXIT.

       6100-LIST-ONE-PREREQ.
            READ PREREQ-FILE NEXT RECORD
                AT END SET PREREQ-SCAN-AT-EOF TO TRUE
            END-READ.
            IF NOT PREREQ-SCAN-AT-EOF
                IF PR-COURSE-CODE NOT = WS-INQUIRE-COURSE
                    SET PREREQ-SCAN-AT-EOF TO TRUE
                ELSE
                    ADD 1 TO WS-LIST-COUNT
                    PERFORM 6200-DISPLAY-PREREQ THRU
                        6200-DISPLAY-PREREQ-EXIT
                END-IF
            END-IF.
       6100-LIST-ONE-PREREQ-EXIT.
            EXIT.

       6200-DISPLAY-PREREQ.
            DISPLAY "COURSE        : " PR-COURSE-CODE.
            DISPLAY "REQUIRES      : " PR-REQUIRED-COURSE.
            DISPLAY "MINIMUM GRADE : " PR-MIN-GRADE.
       6200-DISPLAY-PREREQ-EXIT.
            EXIT.
       END PROGRAM PrereqMaint.
