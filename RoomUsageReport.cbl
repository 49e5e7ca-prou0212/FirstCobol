      ******************************************************************
      * Author: JESSE PROULX
      * Date: 10-15-2026
      * Purpose: ROOM DOUBLE-BOOKING REPORT FOR REGISTRAR PLANNING.
      *          THE SECTION MEETING-PATTERN FILE (../MEETPAT, SEE
      *          MeetLoad) IS SORTED BY TERM, BUILDING, ROOM AND
      *          START TIME, AND WITHIN EACH ROOM EVERY SECTION IS
      *          COMPARED WITH THE SECTIONS BEFORE IT. TWO SECTIONS
      *          ARE DOUBLE-BOOKED WHEN THEY SHARE A MEETING DAY AND
      *          EACH STARTS BEFORE THE OTHER ENDS - THE SAME TEST
      *          EnrollEdit APPLIES TO A STUDENT'S SCHEDULE. EACH
      *          CONFLICTING PAIR PRINTS ON ONE LINE, AND EACH TERM
      *          ENDS WITH A COUNT OF ROOMS DOUBLE-BOOKED AND OF
      *          CONFLICTING PAIRS, WITH GRAND TOTALS AT THE END.
      *          OUTPUT GOES TO ../ROOMUSE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RoomUsageReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT MEETING-FILE ASSIGN TO "../MEETPAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MP-KEY
                   FILE STATUS IS MEETING-FILE-STATUS.
               SELECT SORT-WORK ASSIGN TO "SORTWK1".
               SELECT ROOM-REPORT ASSIGN TO "../ROOMUSE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ROOM-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MEETING-FILE.
           COPY MEETPAT.
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SORT-TERM PIC X(6).
           05 SORT-BUILDING PIC X(6).
           05 SORT-ROOM PIC X(5).
           05 SORT-START-TIME PIC 9(4).
           05 SORT-COURSE PIC X(8).
           05 SORT-END-TIME PIC 9(4).
           05 SORT-DAYS PIC X(7).
           05 SORT-DAY-FLAGS REDEFINES SORT-DAYS.
               10 SORT-DAY-FLAG PIC X(1) OCCURS 7 TIMES.
       FD ROOM-REPORT.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 MEETING-FILE-STATUS PIC X(02).
           88 MEETING-FILE-OK VALUE "00".
       01 ROOM-REPORT-STATUS PIC X(02).
       01 MEETING-EOF-SWITCH PIC X(01) VALUE "N".
           88 MEETING-AT-EOF VALUE "Y".
       01 SORT-EOF-SWITCH PIC X(01) VALUE "N".
           88 SORT-AT-EOF VALUE "Y".
       01 FIRST-RECORD-SWITCH PIC X(01) VALUE "Y".
           88 IS-FIRST-RECORD VALUE "Y".
       01 ROOM-BOOKED-SWITCH PIC X(01).
           88 ROOM-DOUBLE-BOOKED VALUE "Y".
       01 ROOM-OVERFLOW-SWITCH PIC X(01).
           88 ROOM-TABLE-OVERFLOWED VALUE "Y".
       01 DAY-SHARED-SWITCH PIC X(01).
           88 MEETING-DAY-SHARED VALUE "Y".
       01 WS-PRIOR-TERM PIC X(06) VALUE SPACES.
       01 WS-PRIOR-BUILDING PIC X(06) VALUE SPACES.
       01 WS-PRIOR-ROOM PIC X(05) VALUE SPACES.
      * THE SECTIONS ALREADY SEEN IN THE CURRENT ROOM, IN START-TIME
      * ORDER. A ROOM HOLDING MORE SECTIONS THAN THE TABLE HAS THE
      * REST REPORTED AS NOT COMPARED RATHER THAN SILENTLY PASSED.
       01 ROOM-TABLE.
           05 RT-ENTRY OCCURS 100 TIMES.
               10 RT-COURSE PIC X(08).
               10 RT-DAYS PIC X(07).
               10 RT-DAY-FLAGS REDEFINES RT-DAYS.
                   15 RT-DAY-FLAG PIC X(01) OCCURS 7 TIMES.
               10 RT-START-TIME PIC 9(04).
               10 RT-END-TIME PIC 9(04).
       01 WS-ROOM-TABLE-MAX PIC 9(03) COMP VALUE 100.
       01 WS-RT-COUNT PIC 9(03) COMP VALUE ZERO.
       01 WS-RT-SUB PIC 9(03) COMP VALUE ZERO.
       01 WS-DAY-SUB PIC 9(02) COMP VALUE ZERO.
       01 WS-SECTION-COUNT PIC 9(06) COMP VALUE ZERO.
       01 WS-UNROOMED-COUNT PIC 9(06) COMP VALUE ZERO.
       01 WS-NOT-COMPARED-COUNT PIC 9(06) COMP VALUE ZERO.
       01 WS-TERM-ROOM-COUNT PIC 9(06) COMP VALUE ZERO.
       01 WS-TERM-CONFLICT-COUNT PIC 9(06) COMP VALUE ZERO.
       01 WS-TOTAL-ROOM-COUNT PIC 9(06) COMP VALUE ZERO.
       01 WS-TOTAL-CONFLICT-COUNT PIC 9(06) COMP VALUE ZERO.
       01 HEADING-LINE-1.
           05 FILLER PIC X(26) VALUE "ROOM DOUBLE-BOOKING REPORT".
       01 HEADING-LINE-2.
           05 FILLER PIC X(06) VALUE "TERM".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "BLDG".
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "ROOM".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "COURSE".
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(07) VALUE "DAYS".
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "TIME".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "WITH".
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(07) VALUE "DAYS".
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "TIME".
       01 DETAIL-LINE.
           05 DL-TERM PIC X(6).
           05 FILLER PIC X(02) VALUE SPACES.
           05 DL-BUILDING PIC X(6).
           05 FILLER PIC X(01) VALUE SPACES.
           05 DL-ROOM PIC X(5).
           05 FILLER PIC X(02) VALUE SPACES.
           05 DL-COURSE PIC X(8).
           05 FILLER PIC X(01) VALUE SPACES.
           05 DL-DAYS PIC X(7).
           05 FILLER PIC X(01) VALUE SPACES.
           05 DL-START-HH PIC 9(2).
           05 FILLER PIC X(01) VALUE ":".
           05 DL-START-MM PIC 9(2).
           05 FILLER PIC X(01) VALUE "-".
           05 DL-END-HH PIC 9(2).
           05 FILLER PIC X(01) VALUE ":".
           05 DL-END-MM PIC 9(2).
           05 FILLER PIC X(02) VALUE SPACES.
           05 DL-OTHER-COURSE PIC X(8).
           05 FILLER PIC X(01) VALUE SPACES.
           05 DL-OTHER-DAYS PIC X(7).
           05 FILLER PIC X(01) VALUE SPACES.
           05 DL-OTHER-START-HH PIC 9(2).
           05 FILLER PIC X(01) VALUE ":".
           05 DL-OTHER-START-MM PIC 9(2).
           05 FILLER PIC X(01) VALUE "-".
           05 DL-OTHER-END-HH PIC 9(2).
           05 FILLER PIC X(01) VALUE ":".
           05 DL-OTHER-END-MM PIC 9(2).
      * HHMM VIEWS OF A STORED TIME FOR SPLITTING INTO THE COLUMNS.
       01 WS-EDIT-TIME PIC 9(04).
       01 WS-EDIT-TIME-PARTS REDEFINES WS-EDIT-TIME.
           05 WS-EDIT-HH PIC 9(02).
           05 WS-EDIT-MM PIC 9(02).
       01 BLANK-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
       01 TERM-TOTAL-LINE.
           05 FILLER PIC X(24) VALUE "ROOMS DOUBLE-BOOKED IN  ".
           05 TT-TERM PIC X(06).
           05 FILLER PIC X(02) VALUE ": ".
           05 TT-ROOM-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "   CONFLICTS: ".
           05 TT-CONFLICT-COUNT PIC ZZZ,ZZ9.
       01 GRAND-TOTAL-LINE.
           05 FILLER PIC X(32)
               VALUE "ROOMS DOUBLE-BOOKED, ALL TERMS: ".
           05 GT-ROOM-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "   CONFLICTS: ".
           05 GT-CONFLICT-COUNT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
            SORT SORT-WORK
                ON ASCENDING KEY SORT-TERM SORT-BUILDING SORT-ROOM
                    SORT-START-TIME SORT-COURSE
                INPUT PROCEDURE IS 2000-SORT-INPUT THRU
                    2000-SORT-INPUT-EXIT
                OUTPUT PROCEDURE IS 3000-SORT-OUTPUT THRU
                    3000-SORT-OUTPUT-EXIT.
            PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
            DISPLAY "ROOM USAGE - SECTIONS READ      : "
                WS-SECTION-COUNT.
            DISPLAY "ROOM USAGE - NO ROOM ASSIGNED   : "
                WS-UNROOMED-COUNT.
            DISPLAY "ROOM USAGE - NOT COMPARED       : "
                WS-NOT-COMPARED-COUNT.
            DISPLAY "ROOM USAGE - ROOMS DOUBLE-BOOKED: "
                WS-TOTAL-ROOM-COUNT.
            DISPLAY "ROOM USAGE - CONFLICTS          : "
                WS-TOTAL-CONFLICT-COUNT.
            STOP RUN.

      ******************************************************************
      * INITIALIZATION
      ******************************************************************
       1000-INITIALIZE.
            OPEN OUTPUT ROOM-REPORT.
            WRITE REPORT-LINE FROM HEADING-LINE-1.
            WRITE REPORT-LINE FROM BLANK-LINE.
            WRITE REPORT-LINE FROM HEADING-LINE-2.
       1000-INITIALIZE-EXIT.
            EXIT.

      ******************************************************************
      * SORT INPUT PROCEDURE - RELEASE ONE RECORD PER MEETING
      * PATTERN. A PATTERN WITH NO BUILDING OR ROOM CANNOT CLASH
      * WITH ANOTHER AND IS ONLY COUNTED.
      ******************************************************************
       2000-SORT-INPUT.
            OPEN INPUT MEETING-FILE.
            IF MEETING-FILE-OK
                PERFORM 2100-READ-MEETING THRU 2100-READ-MEETING-EXIT
                PERFORM 2200-RELEASE-MEETING THRU
                    2200-RELEASE-MEETING-EXIT
                    UNTIL MEETING-AT-EOF
                CLOSE MEETING-FILE
            ELSE
                DISPLAY "ROOMUSAGEREPORT - CANNOT OPEN MEETING-"
                    "PATTERN FILE, STATUS = " MEETING-FILE-STATUS
            END-IF.
       2000-SORT-INPUT-EXIT.
            EXIT.

       2100-READ-MEETING.
            READ MEETING-FILE NEXT RECORD
                AT END SET MEETING-AT-EOF TO TRUE
            END-READ.
       2100-READ-MEETING-EXIT.
            EXIT.

       2200-RELEASE-MEETING.
            ADD 1 TO WS-SECTION-COUNT.
            IF MP-BUILDING = SPACES OR MP-ROOM = SPACES
                ADD 1 TO WS-UNROOMED-COUNT
            ELSE
                MOVE MP-TERM-CODE TO SORT-TERM
                MOVE MP-BUILDING TO SORT-BUILDING
                MOVE MP-ROOM TO SORT-ROOM
                MOVE MP-START-TIME TO SORT-START-TIME
                MOVE MP-COURSE-CODE TO SORT-COURSE
                MOVE MP-END-TIME TO SORT-END-TIME
                MOVE MP-MEETING-DAYS TO SORT-DAYS
                RELEASE SORT-RECORD
            END-IF.
            PERFORM 2100-READ-MEETING THRU 2100-READ-MEETING-EXIT.
       2200-RELEASE-MEETING-EXIT.
            EXIT.

      ******************************************************************
      * SORT OUTPUT PROCEDURE - ROOM BREAKS WITHIN TERM BREAKS. EACH
      * SECTION IS COMPARED WITH THE ROOM'S EARLIER SECTIONS BEFORE
      * IT JOINS THE ROOM TABLE, SO EVERY CONFLICTING PAIR PRINTS
      * EXACTLY ONCE, EARLIER START FIRST.
      ******************************************************************
       3000-SORT-OUTPUT.
            PERFORM 3100-RETURN-SORTED THRU 3100-RETURN-SORTED-EXIT.
            PERFORM 3200-PROCESS-SECTION THRU
                3200-PROCESS-SECTION-EXIT
                UNTIL SORT-AT-EOF.
            IF NOT IS-FIRST-RECORD
                PERFORM 3600-END-ROOM THRU 3600-END-ROOM-EXIT
                PERFORM 3700-TERM-TOTAL THRU 3700-TERM-TOTAL-EXIT
            END-IF.
       3000-SORT-OUTPUT-EXIT.
            EXIT.

       3100-RETURN-SORTED.
            RETURN SORT-WORK
                AT END SET SORT-AT-EOF TO TRUE
            END-RETURN.
       3100-RETURN-SORTED-EXIT.
            EXIT.

       3200-PROCESS-SECTION.
            IF IS-FIRST-RECORD
                PERFORM 3300-START-TERM THRU 3300-START-TERM-EXIT
                MOVE "N" TO FIRST-RECORD-SWITCH
            ELSE
                IF SORT-TERM NOT = WS-PRIOR-TERM
                    PERFORM 3600-END-ROOM THRU 3600-END-ROOM-EXIT
                    PERFORM 3700-TERM-TOTAL THRU 3700-TERM-TOTAL-EXIT
                    PERFORM 3300-START-TERM THRU 3300-START-TERM-EXIT
                ELSE
                    IF SORT-BUILDING NOT = WS-PRIOR-BUILDING
                            OR SORT-ROOM NOT = WS-PRIOR-ROOM
                        PERFORM 3600-END-ROOM THRU 3600-END-ROOM-EXIT
                        PERFORM 3350-START-ROOM THRU
                            3350-START-ROOM-EXIT
                    END-IF
                END-IF
            END-IF.
            MOVE 1 TO WS-RT-SUB.
            PERFORM 3400-COMPARE-ONE-ENTRY THRU
                3400-COMPARE-ONE-ENTRY-EXIT
                UNTIL WS-RT-SUB > WS-RT-COUNT.
            PERFORM 3500-ADD-TO-TABLE THRU 3500-ADD-TO-TABLE-EXIT.
            PERFORM 3100-RETURN-SORTED THRU 3100-RETURN-SORTED-EXIT.
       3200-PROCESS-SECTION-EXIT.
            EXIT.

       3300-START-TERM.
            MOVE SORT-TERM TO WS-PRIOR-TERM.
            MOVE ZERO TO WS-TERM-ROOM-COUNT WS-TERM-CONFLICT-COUNT.
            PERFORM 3350-START-ROOM THRU 3350-START-ROOM-EXIT.
       3300-START-TERM-EXIT.
            EXIT.

       3350-START-ROOM.
            MOVE SORT-BUILDING TO WS-PRIOR-BUILDING.
            MOVE SORT-ROOM TO WS-PRIOR-ROOM.
            MOVE ZERO TO WS-RT-COUNT.
            MOVE "N" TO ROOM-BOOKED-SWITCH ROOM-OVERFLOW-SWITCH.
       3350-START-ROOM-EXIT.
            EXIT.

       3400-COMPARE-ONE-ENTRY.
            IF RT-START-TIME (WS-RT-SUB) < SORT-END-TIME
                    AND SORT-START-TIME < RT-END-TIME (WS-RT-SUB)
                MOVE "N" TO DAY-SHARED-SWITCH
                MOVE 1 TO WS-DAY-SUB
                PERFORM 3410-COMPARE-ONE-DAY THRU
                    3410-COMPARE-ONE-DAY-EXIT
                    UNTIL WS-DAY-SUB > 7
                IF MEETING-DAY-SHARED
                    PERFORM 3450-PRINT-CONFLICT THRU
                        3450-PRINT-CONFLICT-EXIT
                END-IF
            END-IF.
            ADD 1 TO WS-RT-SUB.
       3400-COMPARE-ONE-ENTRY-EXIT.
            EXIT.

       3410-COMPARE-ONE-DAY.
            IF SORT-DAY-FLAG (WS-DAY-SUB) NOT = SPACE
                    AND RT-DAY-FLAG (WS-RT-SUB, WS-DAY-SUB) NOT = SPACE
                SET MEETING-DAY-SHARED TO TRUE
                MOVE 7 TO WS-DAY-SUB
            END-IF.
            ADD 1 TO WS-DAY-SUB.
       3410-COMPARE-ONE-DAY-EXIT.
            EXIT.

       3450-PRINT-CONFLICT.
            SET ROOM-DOUBLE-BOOKED TO TRUE.
            ADD 1 TO WS-TERM-CONFLICT-COUNT.
            MOVE SORT-TERM TO DL-TERM.
            MOVE SORT-BUILDING TO DL-BUILDING.
            MOVE SORT-ROOM TO DL-ROOM.
            MOVE RT-COURSE (WS-RT-SUB) TO DL-COURSE.
            MOVE RT-DAYS (WS-RT-SUB) TO DL-DAYS.
            MOVE RT-START-TIME (WS-RT-SUB) TO WS-EDIT-TIME.
            MOVE WS-EDIT-HH TO DL-START-HH.
            MOVE WS-EDIT-MM TO DL-START-MM.
            MOVE RT-END-TIME (WS-RT-SUB) TO WS-EDIT-TIME.
            MOVE WS-EDIT-HH TO DL-END-HH.
            MOVE WS-EDIT-MM TO DL-END-MM.
            MOVE SORT-COURSE TO DL-OTHER-COURSE.
            MOVE SORT-DAYS TO DL-OTHER-DAYS.
            MOVE SORT-START-TIME TO WS-EDIT-TIME.
            MOVE WS-EDIT-HH TO DL-OTHER-START-HH.
            MOVE WS-EDIT-MM TO DL-OTHER-START-MM.
            MOVE SORT-END-TIME TO WS-EDIT-TIME.
            MOVE WS-EDIT-HH TO DL-OTHER-END-HH.
            MOVE WS-EDIT-MM TO DL-OTHER-END-MM.
            WRITE REPORT-LINE FROM DETAIL-LINE.
       3450-PRINT-CONFLICT-EXIT.
            EXIT.

       3500-ADD-TO-TABLE.
            IF WS-RT-COUNT < WS-ROOM-TABLE-MAX
                ADD 1 TO WS-RT-COUNT
                MOVE SORT-COURSE TO RT-COURSE (WS-RT-COUNT)
                MOVE SORT-DAYS TO RT-DAYS (WS-RT-COUNT)
                MOVE SORT-START-TIME TO RT-START-TIME (WS-RT-COUNT)
                MOVE SORT-END-TIME TO RT-END-TIME (WS-RT-COUNT)
            ELSE
                ADD 1 TO WS-NOT-COMPARED-COUNT
                IF NOT ROOM-TABLE-OVERFLOWED
                    SET ROOM-TABLE-OVERFLOWED TO TRUE
                    DISPLAY "ROOMUSAGEREPORT - MORE THAN "
                        WS-ROOM-TABLE-MAX " SECTIONS IN " SORT-TERM
                        " " SORT-BUILDING " " SORT-ROOM
                        ", LATER SECTIONS NOT COMPARED."
                END-IF
            END-IF.
       3500-ADD-TO-TABLE-EXIT.
            EXIT.

       3600-END-ROOM.
            IF ROOM-DOUBLE-BOOKED
                ADD 1 TO WS-TERM-ROOM-COUNT
            END-IF.
       3600-END-ROOM-EXIT.
            EXIT.

       3700-TERM-TOTAL.
            MOVE WS-PRIOR-TERM TO TT-TERM.
            MOVE WS-TERM-ROOM-COUNT TO TT-ROOM-COUNT.
            MOVE WS-TERM-CONFLICT-COUNT TO TT-CONFLICT-COUNT.
            WRITE REPORT-LINE FROM BLANK-LINE.
            WRITE REPORT-LINE FROM TERM-TOTAL-LINE.
            WRITE REPORT-LINE FROM BLANK-LINE.
            ADD WS-TERM-ROOM-COUNT TO WS-TOTAL-ROOM-COUNT.
            ADD WS-TERM-CONFLICT-COUNT TO WS-TOTAL-CONFLICT-COUNT.
       3700-TERM-TOTAL-EXIT.
            EXIT.

      ******************************************************************
      * TERMINATION
      ******************************************************************
       9000-TERMINATE.
            MOVE WS-TOTAL-ROOM-COUNT TO GT-ROOM-COUNT.
            MOVE WS-TOTAL-CONFLICT-COUNT TO GT-CONFLICT-COUNT.
            WRITE REPORT-LINE FROM GRAND-TOTAL-LINE.
            CLOSE ROOM-REPORT.
       9000-TERMINATE-EXIT.
            EXIT.
       END PROGRAM RoomUsageReport.
