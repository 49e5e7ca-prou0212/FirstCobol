      ******************************************************************
      * Author: JESSE PROULX
      * Date: 10-15-2026
      * Purpose: LOADS THE SECTION MEETING-PATTERN FILE (../MEETPAT)
      *          FROM A LINE SEQUENTIAL INPUT (../MEETIN) OF COURSE
      *          CODES, TERM CODES, MEETING DAYS (SEVEN POSITIONS,
      *          M T W R F S U, A SPACE FOR A DAY NOT MET), START AND
      *          END TIMES (HHMM, 24-HOUR CLOCK), BUILDINGS AND
      *          ROOMS. RUN WHENEVER THE TIMETABLE CHANGES; UNTIL IT
      *          HAS BEEN RUN EnrollEdit BYPASSES THE SCHEDULE
      *          CONFLICT EDIT AND THE STATEMENTS AND CLASS LISTS
      *          SHOW NO MEETING TIMES. A PATTERN MUST MEET ON AT
      *          LEAST ONE DAY, END AFTER IT STARTS AND NAME A
      *          BUILDING AND ROOM, AND ITS COURSE/TERM MUST BE ON
      *          THE COURSE CATALOG (../COURSECAT); WITH NO CATALOG
      *          ON FILE YET THE CATALOG EDIT IS BYPASSED, MIRRORING
      *          CourseLoad'S TERM CALENDAR GUARD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MeetLoad.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT MEETING-INPUT ASSIGN TO "../MEETIN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MEETING-INPUT-STATUS.
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
       FD MEETING-INPUT.
       01 MEETING-INPUT-RECORD PIC X(40).
       FD MEETING-FILE.
           COPY MEETPAT.
       FD COURSE-CATALOG.
           COPY COURSE.
       WORKING-STORAGE SECTION.
       01 MEETING-INPUT-STATUS PIC X(02).
       01 MEETING-FILE-STATUS PIC X(02).
           88 MEETING-FILE-OK VALUE "00".
       01 COURSE-CATALOG-STATUS PIC X(02).
       01 COURSE-CATALOG-OPEN-STATUS PIC X(02).
           88 COURSE-CATALOG-AVAILABLE VALUE "00".
       01 MEETING-INPUT-EOF-SWITCH PIC X(01) VALUE "N".
           88 MEETING-INPUT-AT-EOF VALUE "Y".
       01 DAYS-VALID-SWITCH PIC X(01).
           88 DAYS-ARE-VALID VALUE "Y".
           COPY MEETDAYS.
       01 WS-DAY-SUB PIC 9(02) COMP VALUE ZERO.
       01 WS-DAY-COUNT PIC 9(02) COMP VALUE ZERO.
       01 WS-READ-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-LOADED-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-ERROR-COUNT PIC 9(08) COMP VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
            PERFORM 2000-READ-MEETING THRU 2000-READ-MEETING-EXIT.
            PERFORM 3000-LOAD-MEETING THRU 3000-LOAD-MEETING-EXIT
                UNTIL MEETING-INPUT-AT-EOF.
            PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
            DISPLAY "MEETING LOAD - RECORDS READ  : " WS-READ-COUNT.
            DISPLAY "MEETING LOAD - RECORDS LOADED: " WS-LOADED-COUNT.
            DISPLAY "MEETING LOAD - RECORDS ERROR : " WS-ERROR-COUNT.
            STOP RUN.

      ******************************************************************
      * INITIALIZATION - OUTPUT REBUILDS THE MEETING-PATTERN FILE
      * EACH RUN
      ******************************************************************
       1000-INITIALIZE.
            OPEN INPUT MEETING-INPUT.
            OPEN OUTPUT MEETING-FILE.
            OPEN INPUT COURSE-CATALOG.
            MOVE COURSE-CATALOG-STATUS TO COURSE-CATALOG-OPEN-STATUS.
            IF NOT COURSE-CATALOG-AVAILABLE
                DISPLAY "MEETLOAD - COURSE CATALOG NOT AVAILABLE, "
                    "CATALOG EDIT BYPASSED."
            END-IF.
       1000-INITIALIZE-EXIT.
            EXIT.

       2000-READ-MEETING.
            READ MEETING-INPUT
                AT END SET MEETING-INPUT-AT-EOF TO TRUE
            END-READ.
       2000-READ-MEETING-EXIT.
            EXIT.

      * THE TIMES ARE TESTED IN THE INPUT RECORD, BEFORE THE MOVE TO
      * MP-START-TIME AND MP-END-TIME - A MOVE TO A NUMERIC FIELD CAN
      * NORMALIZE BAD DATA SO THE CLASS TEST NO LONGER SEES IT, THE
      * SAME TRAP CourseLoad GUARDS AGAINST.
       3000-LOAD-MEETING.
            ADD 1 TO WS-READ-COUNT.
            MOVE MEETING-INPUT-RECORD(1:8) TO MP-COURSE-CODE.
            MOVE MEETING-INPUT-RECORD(9:6) TO MP-TERM-CODE.
            MOVE MEETING-INPUT-RECORD(15:7) TO MP-MEETING-DAYS.
            MOVE MEETING-INPUT-RECORD(30:6) TO MP-BUILDING.
            MOVE MEETING-INPUT-RECORD(36:5) TO MP-ROOM.
            INSPECT MP-KEY CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            INSPECT MP-MEETING-DAYS CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            INSPECT MP-BUILDING CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            INSPECT MP-ROOM CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            PERFORM 3020-EDIT-DAYS THRU 3020-EDIT-DAYS-EXIT.
            EVALUATE TRUE
                WHEN MP-COURSE-CODE = SPACES OR MP-TERM-CODE = SPACES
                    ADD 1 TO WS-ERROR-COUNT
                    DISPLAY "MEETLOAD - COURSE OR TERM CODE MISSING "
                        "FOR " MP-COURSE-CODE " " MP-TERM-CODE
                WHEN NOT DAYS-ARE-VALID
                    ADD 1 TO WS-ERROR-COUNT
                    DISPLAY "MEETLOAD - MEETING DAYS INVALID FOR "
                        MP-COURSE-CODE " " MP-TERM-CODE
                WHEN MEETING-INPUT-RECORD(22:4) IS NOT NUMERIC
                        OR MEETING-INPUT-RECORD(26:4) IS NOT NUMERIC
                    ADD 1 TO WS-ERROR-COUNT
                    DISPLAY "MEETLOAD - MEETING TIMES NOT NUMERIC "
                        "FOR " MP-COURSE-CODE " " MP-TERM-CODE
                WHEN OTHER
                    MOVE MEETING-INPUT-RECORD(22:4) TO MP-START-TIME
                    MOVE MEETING-INPUT-RECORD(26:4) TO MP-END-TIME
                    PERFORM 3040-EDIT-TIMES-AND-ROOM THRU
                        3040-EDIT-TIMES-AND-ROOM-EXIT
            END-EVALUATE.
            PERFORM 2000-READ-MEETING THRU 2000-READ-MEETING-EXIT.
       3000-LOAD-MEETING-EXIT.
            EXIT.

      * EACH DAY POSITION MAY HOLD ONLY ITS OWN LETTER OR A SPACE,
      * AND AT LEAST ONE DAY MUST BE MET.
       3020-EDIT-DAYS.
            SET DAYS-ARE-VALID TO TRUE.
            MOVE ZERO TO WS-DAY-COUNT.
            MOVE 1 TO WS-DAY-SUB.
            PERFORM 3030-EDIT-ONE-DAY THRU 3030-EDIT-ONE-DAY-EXIT
                UNTIL WS-DAY-SUB > 7.
            IF WS-DAY-COUNT = ZERO
                MOVE "N" TO DAYS-VALID-SWITCH
            END-IF.
       3020-EDIT-DAYS-EXIT.
            EXIT.

       3030-EDIT-ONE-DAY.
            EVALUATE TRUE
                WHEN MP-DAY-FLAG (WS-DAY-SUB) = SPACE
                    CONTINUE
                WHEN MP-DAY-FLAG (WS-DAY-SUB) =
                        MD-DAY-LETTER (WS-DAY-SUB)
                    ADD 1 TO WS-DAY-COUNT
                WHEN OTHER
                    MOVE "N" TO DAYS-VALID-SWITCH
            END-EVALUATE.
            ADD 1 TO WS-DAY-SUB.
       3030-EDIT-ONE-DAY-EXIT.
            EXIT.

       3040-EDIT-TIMES-AND-ROOM.
            EVALUATE TRUE
                WHEN MP-START-HH > 23 OR MP-START-MM > 59
                        OR MP-END-HH > 23 OR MP-END-MM > 59
                    ADD 1 TO WS-ERROR-COUNT
                    DISPLAY "MEETLOAD - MEETING TIME NOT A CLOCK "
                        "TIME FOR " MP-COURSE-CODE " " MP-TERM-CODE
                WHEN MP-END-TIME NOT > MP-START-TIME
                    ADD 1 TO WS-ERROR-COUNT
                    DISPLAY "MEETLOAD - MEETING ENDS BEFORE IT "
                        "STARTS FOR " MP-COURSE-CODE " " MP-TERM-CODE
                WHEN MP-BUILDING = SPACES OR MP-ROOM = SPACES
                    ADD 1 TO WS-ERROR-COUNT
                    DISPLAY "MEETLOAD - BUILDING OR ROOM MISSING FOR "
                        MP-COURSE-CODE " " MP-TERM-CODE
                WHEN OTHER
                    PERFORM 3050-EDIT-CATALOG THRU
                        3050-EDIT-CATALOG-EXIT
            END-EVALUATE.
       3040-EDIT-TIMES-AND-ROOM-EXIT.
            EXIT.

       3050-EDIT-CATALOG.
            IF NOT COURSE-CATALOG-AVAILABLE
                PERFORM 3100-WRITE-MEETING THRU
                    3100-WRITE-MEETING-EXIT
            ELSE
                MOVE MP-COURSE-CODE TO CC-COURSE-CODE
                MOVE MP-TERM-CODE TO CC-TERM-CODE
                READ COURSE-CATALOG
                    INVALID KEY
                        ADD 1 TO WS-ERROR-COUNT
                        DISPLAY "MEETLOAD - COURSE/TERM NOT ON "
                            "CATALOG " MP-COURSE-CODE " "
                            MP-TERM-CODE
                    NOT INVALID KEY
                        PERFORM 3100-WRITE-MEETING THRU
                            3100-WRITE-MEETING-EXIT
                END-READ
            END-IF.
       3050-EDIT-CATALOG-EXIT.
            EXIT.

       3100-WRITE-MEETING.
            WRITE MEETING-PATTERN-RECORD
                INVALID KEY
                    ADD 1 TO WS-ERROR-COUNT
                    DISPLAY "MEETLOAD - DUPLICATE COURSE/TERM "
                        MP-COURSE-CODE " " MP-TERM-CODE
                NOT INVALID KEY
                    ADD 1 TO WS-LOADED-COUNT
            END-WRITE.
       3100-WRITE-MEETING-EXIT.
            EXIT.

       9000-TERMINATE.
            CLOSE MEETING-INPUT.
            CLOSE MEETING-FILE.
            IF COURSE-CATALOG-AVAILABLE
                CLOSE COURSE-CATALOG
            END-IF.
       9000-TERMINATE-EXIT.
            EXIT.
       END PROGRAM MeetLoad.
