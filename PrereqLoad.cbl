      ******************************************************************
      * Author: JESSE PROULX
      * Date: 10-15-2026
      * Purpose: LOADS THE COURSE PREREQUISITE REFERENCE FILE
      *          (../PREREQ) FROM A LINE SEQUENTIAL INPUT
      *          (../PREREQIN) OF COURSE CODES, REQUIRED COURSE
      *          CODES AND MINIMUM GRADES. RUN WHENEVER THE
      *          PREREQUISITE RULES CHANGE; UNTIL IT HAS BEEN RUN
      *          EnrollEdit BYPASSES THE PREREQUISITE EDIT FOR WANT
      *          OF A REFERENCE FILE TO CHECK AGAINST. THE MINIMUM
      *          GRADE MUST BE A PASSING LETTER ON THE GRADE-POINT
      *          SCALE (GRADEPTS) - F, I AND W EARN NO CREDIT AND
      *          CANNOT SATISFY A PREREQUISITE. A COURSE MAY NOT
      *          REQUIRE ITSELF.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrereqLoad.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT PREREQ-INPUT ASSIGN TO "../PREREQIN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PREREQ-INPUT-STATUS.
               SELECT PREREQ-FILE ASSIGN TO "../PREREQ"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PR-KEY
                   FILE STATUS IS PREREQ-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PREREQ-INPUT.
       01 PREREQ-INPUT-RECORD PIC X(18).
       FD PREREQ-FILE.
           COPY PREREQ.
       WORKING-STORAGE SECTION.
       01 PREREQ-INPUT-STATUS PIC X(02).
       01 PREREQ-FILE-STATUS PIC X(02).
           88 PREREQ-FILE-OK VALUE "00".
       01 PREREQ-INPUT-EOF-SWITCH PIC X(01) VALUE "N".
           88 PREREQ-INPUT-AT-EOF VALUE "Y".
       01 GRADE-PASSING-SWITCH PIC X(01).
           88 GRADE-IS-PASSING VALUE "Y".
           COPY GRADEPTS.
       01 WS-READ-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-LOADED-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-ERROR-COUNT PIC 9(08) COMP VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
            PERFORM 2000-READ-PREREQ THRU 2000-READ-PREREQ-EXIT.
            PERFORM 3000-LOAD-PREREQ THRU 3000-LOAD-PREREQ-EXIT
                UNTIL PREREQ-INPUT-AT-EOF.
            PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
            DISPLAY "PREREQ LOAD - RECORDS READ  : " WS-READ-COUNT.
            DISPLAY "PREREQ LOAD - RECORDS LOADED: " WS-LOADED-COUNT.
            DISPLAY "PREREQ LOAD - RECORDS ERROR : " WS-ERROR-COUNT.
            STOP RUN.

      ******************************************************************
      * INITIALIZATION - OUTPUT REBUILDS THE PREREQUISITE FILE EACH
      * RUN
      ******************************************************************
       1000-INITIALIZE.
            OPEN INPUT PREREQ-INPUT.
            OPEN OUTPUT PREREQ-FILE.
       1000-INITIALIZE-EXIT.
            EXIT.

       2000-READ-PREREQ.
            READ PREREQ-INPUT
                AT END SET PREREQ-INPUT-AT-EOF TO TRUE
            END-READ.
       2000-READ-PREREQ-EXIT.
            EXIT.

       3000-LOAD-PREREQ.
            ADD 1 TO WS-READ-COUNT.
            MOVE PREREQ-INPUT-RECORD(1:8) TO PR-COURSE-CODE.
            MOVE PREREQ-INPUT-RECORD(9:8) TO PR-REQUIRED-COURSE.
            MOVE PREREQ-INPUT-RECORD(17:2) TO PR-MIN-GRADE.
            INSPECT PR-KEY CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            INSPECT PR-MIN-GRADE CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            PERFORM 3050-EDIT-MIN-GRADE THRU 3050-EDIT-MIN-GRADE-EXIT.
            EVALUATE TRUE
                WHEN PR-COURSE-CODE = SPACES
                        OR PR-REQUIRED-COURSE = SPACES
                    ADD 1 TO WS-ERROR-COUNT
                    DISPLAY "PREREQLOAD - COURSE CODE MISSING FOR "
                        PR-COURSE-CODE " " PR-REQUIRED-COURSE
                WHEN PR-COURSE-CODE = PR-REQUIRED-COURSE
                    ADD 1 TO WS-ERROR-COUNT
                    DISPLAY "PREREQLOAD - COURSE MAY NOT REQUIRE "
                        "ITSELF " PR-COURSE-CODE
                WHEN NOT GRADE-IS-PASSING
                    ADD 1 TO WS-ERROR-COUNT
                    DISPLAY "PREREQLOAD - MINIMUM GRADE NOT A "
                        "PASSING GRADE FOR " PR-COURSE-CODE " "
                        PR-REQUIRED-COURSE
                WHEN OTHER
                    PERFORM 3100-WRITE-PREREQ THRU
                        3100-WRITE-PREREQ-EXIT
            END-EVALUATE.
            PERFORM 2000-READ-PREREQ THRU 2000-READ-PREREQ-EXIT.
       3000-LOAD-PREREQ-EXIT.
            EXIT.

       3050-EDIT-MIN-GRADE.
            MOVE "N" TO GRADE-PASSING-SWITCH.
            SET GP-INDEX TO 1.
            SEARCH GP-ENTRY
                AT END
                    CONTINUE
                WHEN GP-GRADE (GP-INDEX) = PR-MIN-GRADE
                    IF GP-COUNTS-EARNED (GP-INDEX)
                        SET GRADE-IS-PASSING TO TRUE
                    END-IF
            END-SEARCH.
       3050-EDIT-MIN-GRADE-EXIT.
            EXIT.

       3100-WRITE-PREREQ.
            WRITE PREREQUISITE-RECORD
                INVALID KEY
                    ADD 1 TO WS-ERROR-COUNT
                    DISPLAY "PREREQLOAD - DUPLICATE PREREQUISITE "
                        PR-COURSE-CODE " " PR-REQUIRED-COURSE
                NOT INVALID KEY
                    ADD 1 TO WS-LOADED-COUNT
            END-WRITE.
       3100-WRITE-PREREQ-EXIT.
            EXIT.

       9000-TERMINATE.
            CLOSE PREREQ-INPUT.
            CLOSE PREREQ-FILE.
       9000-TERMINATE-EXIT.
            EXIT.
       END PROGRAM PrereqLoad.
