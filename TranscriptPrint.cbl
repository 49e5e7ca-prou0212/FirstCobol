      *          ENROLLMENTS DO NOT APPEAR. A STUDENT NO LONGER ON
      *          THE MASTER OR A COURSE NO LONGER ON THE CATALOG IS
      *          FLAGGED IN THE NAME/TITLE COLUMNS RATHER THAN
      *          OMITTED. EACH LINE ALSO CARRIES THE CATALOG CREDIT
      *          HOURS; AT EVERY TERM BREAK THE CREDITS ATTEMPTED,
      *          CREDITS EARNED AND TERM GPA ARE PRINTED, WEIGHTED
      *          BY THE GRADE-POINT SCALE (GRADEPTS), AND EACH
      *          STUDENT CLOSES WITH A CUMULATIVE SUMMARY OVER THE
      *          WHOLE HISTORY. UNGRADED ROWS AND I/W GRADES COUNT
      *          TOWARD NEITHER. A STUDENT WITH AN ACTIVE
      *          TRANSCRIPT HOLD ON ../HOLDS (SEE HoldMaint) GETS NO
      *          TRANSCRIPT; THEY ARE LISTED INSTEAD ON AN EXCEPTIONS
      *          PAGE AT THE END OF THE RUN WITH THE PLACING OFFICE,
      *          DATE PLACED AND REASON. OUTPUT GOES TO ../TRNSCRPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               SELECT DIRECTORY-FILE ASSIGN TO "../ENROLLD"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DIRECTORY-FILE-STATUS.
               SELECT HOLD-FILE ASSIGN TO "../HOLDS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HD-KEY
                   FILE STATUS IS HOLD-FILE-STATUS.
               SELECT SORT-WORK ASSIGN TO "SORTWK1".
               SELECT TRANSCRIPT-REPORT ASSIGN TO "../TRNSCRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
       01 ARCHIVE-ENROLL-RECORD PIC X(37).
       FD DIRECTORY-FILE.
           COPY ENRARCH.
       FD HOLD-FILE.
           COPY HOLD.
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SORT-HELD-FLAG PIC X(1).
               88 SORT-STUDENT-HELD VALUE "Y".
           05 SORT-NUMBER PIC 9(8).
           05 SORT-TERM PIC X(6).
           05 SORT-COURSE PIC X(8).
           05 SORT-TITLE PIC X(30).
           05 SORT-STATUS PIC X(1).
           05 SORT-GRADE PIC X(2).
           05 SORT-CREDITS PIC 9(2)V9.
       FD TRANSCRIPT-REPORT.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           88 ARCHIVE-FILE-OK VALUE "00".
       01 DIRECTORY-FILE-STATUS PIC X(02).
           88 DIRECTORY-FILE-OK VALUE "00".
       01 HOLD-FILE-STATUS PIC X(02).
       01 HOLD-FILE-OPEN-STATUS PIC X(02).
           88 HOLD-FILE-AVAILABLE VALUE "00".
       01 TRANSCRIPT-STATUS PIC X(02).
       01 ENROLL-EOF-SWITCH PIC X(01) VALUE "N".
           88 ENROLL-AT-EOF VALUE "Y".
           88 SORT-AT-EOF VALUE "Y".
       01 FIRST-RECORD-SWITCH PIC X(01) VALUE "Y".
           88 IS-FIRST-RECORD VALUE "Y".
       01 EXCEPTIONS-STARTED-SWITCH PIC X(01) VALUE "N".
           88 EXCEPTIONS-STARTED VALUE "Y".
       01 WS-HOLD-CHECKED-NUMBER PIC 9(08) VALUE ZERO.
       01 WS-HOLD-CHECKED-FLAG PIC X(01) VALUE "N".
       01 WS-PRIOR-HELD-NUMBER PIC 9(08) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(06) COMP VALUE ZERO.
       01 WS-PAGE-NUMBER PIC 9(04) COMP VALUE ZERO.
       01 WS-PRIOR-NUMBER PIC 9(08) VALUE ZERO.
       01 WS-PRIOR-TERM PIC X(06) VALUE SPACES.
           COPY GRADEPTS.
       01 WS-TERM-ATTEMPTED PIC 9(03)V9 VALUE ZERO.
       01 WS-TERM-EARNED PIC 9(03)V9 VALUE ZERO.
       01 WS-TERM-POINTS PIC 9(05)V99 VALUE ZERO.
       01 WS-CUM-ATTEMPTED PIC 9(04)V9 VALUE ZERO.
       01 WS-CUM-EARNED PIC 9(04)V9 VALUE ZERO.
       01 WS-CUM-POINTS PIC 9(06)V99 VALUE ZERO.
       01 WS-GPA PIC 9V99 VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(06) COMP VALUE ZERO.
       01 HEADING-LINE-1.
           05 FILLER PIC X(18) VALUE "STUDENT TRANSCRIPT".
           05 FILLER PIC X(06) VALUE "STATUS".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "GRADE".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(07) VALUE "CREDITS".
       01 DETAIL-LINE.
           05 DL-TERM PIC X(6).
           05 FILLER PIC X(02) VALUE SPACES.
           05 DL-STATUS PIC X(1).
           05 FILLER PIC X(06) VALUE SPACES.
           05 DL-GRADE PIC X(2).
           05 FILLER PIC X(04) VALUE SPACES.
           05 DL-CREDITS PIC Z9.9.
       01 TERM-TOTAL-LINE.
           05 FILLER PIC X(06) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "TERM ".
           05 TT-TERM PIC X(6).
           05 FILLER PIC X(13) VALUE "  ATTEMPTED: ".
           05 TT-ATTEMPTED PIC ZZ9.9.
           05 FILLER PIC X(10) VALUE "  EARNED: ".
           05 TT-EARNED PIC ZZ9.9.
           05 FILLER PIC X(12) VALUE "  TERM GPA: ".
           05 TT-GPA PIC 9.99.
       01 CUMULATIVE-LINE.
           05 FILLER PIC X(17) VALUE "CUMULATIVE TOTALS".
           05 FILLER PIC X(12) VALUE "  ATTEMPTED:".
           05 CL-ATTEMPTED PIC ZZZ9.9.
           05 FILLER PIC X(10) VALUE "  EARNED: ".
           05 CL-EARNED PIC ZZZ9.9.
           05 FILLER PIC X(18) VALUE "  CUMULATIVE GPA: ".
           05 CL-GPA PIC 9.99.
       01 EXCEPTION-HEADING-1.
           05 FILLER PIC X(40) VALUE
               "TRANSCRIPT EXCEPTIONS - TRANSCRIPT HOLDS".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "PAGE ".
           05 EH-PAGE-NUMBER PIC ZZZ9.
       01 EXCEPTION-HEADING-2.
           05 FILLER PIC X(08) VALUE "STUDENT".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "LAST NAME".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "OFFICE".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "PLACED".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "REASON".
       01 EXCEPTION-LINE.
           05 EL-STUDENT-NUMBER PIC 9(8).
           05 FILLER PIC X(02) VALUE SPACES.
           05 EL-LAST-NAME PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 EL-OFFICE PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 EL-DATE-PLACED PIC 9(8).
           05 FILLER PIC X(02) VALUE SPACES.
           05 EL-REASON PIC X(30).
       01 EXCEPTION-TOTAL-LINE.
           05 FILLER PIC X(30) VALUE
               "TRANSCRIPTS WITHHELD        : ".
           05 ET-HELD-COUNT PIC ZZZ,ZZ9.
       01 BLANK-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
            SORT SORT-WORK
                ON ASCENDING KEY SORT-HELD-FLAG SORT-NUMBER
                    SORT-TERM SORT-COURSE
                INPUT PROCEDURE IS 2000-SORT-INPUT THRU
                    2000-SORT-INPUT-EXIT
                OUTPUT PROCEDURE IS 3000-SORT-OUTPUT THRU
            PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
            DISPLAY "TRANSCRIPT PRINT - LINES PRINTED: "
                WS-LINE-COUNT.
            DISPLAY "TRANSCRIPT PRINT - WITHHELD     : "
                WS-HELD-COUNT.
            STOP RUN.

      ******************************************************************
            MOVE COURSE-CATALOG-STATUS TO COURSE-CATALOG-OPEN-STATUS.
            OPEN INPUT GRADE-FILE.
            MOVE GRADE-FILE-STATUS TO GRADE-FILE-OPEN-STATUS.
            OPEN INPUT HOLD-FILE.
            MOVE HOLD-FILE-STATUS TO HOLD-FILE-OPEN-STATUS.
            IF NOT COURSE-CATALOG-AVAILABLE
                DISPLAY "TRANSCRIPTPRINT - COURSE CATALOG NOT "
                    "AVAILABLE, TITLES FLAGGED."
                DISPLAY "TRANSCRIPTPRINT - GRADE FILE NOT AVAILABLE, "
                    "GRADE COLUMN LEFT BLANK."
            END-IF.
            IF NOT HOLD-FILE-AVAILABLE
                DISPLAY "TRANSCRIPTPRINT - HOLD FILE NOT AVAILABLE, "
                    "TRANSCRIPT HOLDS NOT CHECKED."
            END-IF.
       1000-INITIALIZE-EXIT.
            EXIT.

                MOVE ENR-COURSE-CODE OF WS-TRANS-ENROLLMENT
                    TO SORT-COURSE
                MOVE ENR-STATUS OF WS-TRANS-ENROLLMENT TO SORT-STATUS
                PERFORM 2270-CHECK-TRANSCRIPT-HOLD THRU
                    2270-CHECK-TRANSCRIPT-HOLD-EXIT
                PERFORM 2300-LOOK-UP-NAME THRU 2300-LOOK-UP-NAME-EXIT
                IF NOT SORT-STUDENT-HELD
                    PERFORM 2400-LOOK-UP-TITLE THRU
                        2400-LOOK-UP-TITLE-EXIT
                    PERFORM 2500-LOOK-UP-GRADE THRU
                        2500-LOOK-UP-GRADE-EXIT
                END-IF
                RELEASE SORT-RECORD
            END-IF.
       2250-RELEASE-ONE-ROW-EXIT.
            EXIT.

      * A HELD STUDENT'S ROWS SORT AFTER EVERY UNHELD STUDENT, SO THE
      * OUTPUT PROCEDURE MEETS THEM ONLY ONCE THE TRANSCRIPTS ARE
      * DONE AND CAN LIST THEM ON THE EXCEPTIONS PAGE. EACH FEED
      * ARRIVES IN STUDENT ORDER, SO THE LAST ANSWER IS KEPT AND THE
      * HOLD FILE IS ONLY READ WHEN THE STUDENT CHANGES.
       2270-CHECK-TRANSCRIPT-HOLD.
            IF ENR-STUDENT-NUMBER OF WS-TRANS-ENROLLMENT NOT =
                    WS-HOLD-CHECKED-NUMBER
                MOVE ENR-STUDENT-NUMBER OF WS-TRANS-ENROLLMENT TO
                    WS-HOLD-CHECKED-NUMBER
                MOVE "N" TO WS-HOLD-CHECKED-FLAG
                IF HOLD-FILE-AVAILABLE
                    MOVE WS-HOLD-CHECKED-NUMBER TO HD-STUDENT-NUMBER
                    SET HD-TYPE-TRANSCRIPT TO TRUE
                    READ HOLD-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF HD-HOLD-ACTIVE
                                MOVE "Y" TO WS-HOLD-CHECKED-FLAG
                            END-IF
                    END-READ
                END-IF
            END-IF.
            MOVE WS-HOLD-CHECKED-FLAG TO SORT-HELD-FLAG.
            MOVE SPACES TO SORT-TITLE SORT-GRADE.
            MOVE ZERO TO SORT-CREDITS.
       2270-CHECK-TRANSCRIPT-HOLD-EXIT.
            EXIT.

       2300-LOOK-UP-NAME.
            MOVE ENR-STUDENT-NUMBER OF WS-TRANS-ENROLLMENT TO
                STUDENT-NUMBER.
       2300-LOOK-UP-NAME-EXIT.
            EXIT.

      * A COURSE NOT ON THE CATALOG CARRIES NO CREDITS - IT PRINTS,
      * BUT ADDS NOTHING TO THE CREDIT AND GPA TOTALS.
       2400-LOOK-UP-TITLE.
            MOVE ZERO TO SORT-CREDITS.
            IF COURSE-CATALOG-AVAILABLE
                MOVE ENR-COURSE-CODE OF WS-TRANS-ENROLLMENT TO
                    CC-COURSE-CODE
                        MOVE "*NOT ON CATALOG*" TO SORT-TITLE
                    NOT INVALID KEY
                        MOVE CC-COURSE-TITLE TO SORT-TITLE
                        MOVE CC-CREDIT-HOURS TO SORT-CREDITS
                END-READ
            ELSE
                MOVE "*CATALOG NOT AVAILABLE*" TO SORT-TITLE
            EXIT.

      ******************************************************************
      * SORT OUTPUT PROCEDURE - ONE PAGE PER STUDENT. A TERM BREAK
      * PRINTS THAT TERM'S CREDIT AND GPA LINE; A STUDENT BREAK (AND
      * END OF FILE) ALSO CLOSES THE LAST TERM AND PRINTS THE
      * STUDENT'S CUMULATIVE SUMMARY. HELD STUDENTS COME LAST AND GO
      * TO THE EXCEPTIONS PAGE, WHICH CLOSES THE LAST TRANSCRIPT
      * BEFORE IT STARTS.
      ******************************************************************
       3000-SORT-OUTPUT.
            PERFORM 3100-RETURN-SORTED THRU 3100-RETURN-SORTED-EXIT.
            PERFORM 3200-PROCESS-ENROLLMENT THRU
                3200-PROCESS-ENROLLMENT-EXIT
                UNTIL SORT-AT-EOF.
            IF EXCEPTIONS-STARTED
                MOVE WS-HELD-COUNT TO ET-HELD-COUNT
                WRITE REPORT-LINE FROM BLANK-LINE
                WRITE REPORT-LINE FROM EXCEPTION-TOTAL-LINE
            ELSE
                PERFORM 3150-CLOSE-TRANSCRIPT THRU
                    3150-CLOSE-TRANSCRIPT-EXIT
            END-IF.
       3000-SORT-OUTPUT-EXIT.
            EXIT.

       3100-RETURN-SORTED-EXIT.
            EXIT.

       3150-CLOSE-TRANSCRIPT.
            IF NOT IS-FIRST-RECORD
                PERFORM 3500-PRINT-TERM-TOTALS THRU
                    3500-PRINT-TERM-TOTALS-EXIT
                PERFORM 3600-PRINT-CUMULATIVE THRU
                    3600-PRINT-CUMULATIVE-EXIT
            END-IF.
       3150-CLOSE-TRANSCRIPT-EXIT.
            EXIT.

       3200-PROCESS-ENROLLMENT.
            IF SORT-STUDENT-HELD
                PERFORM 3700-LIST-HELD-STUDENT THRU
                    3700-LIST-HELD-STUDENT-EXIT
            ELSE
                PERFORM 3250-TRANSCRIPT-ROW THRU
                    3250-TRANSCRIPT-ROW-EXIT
            END-IF.
            PERFORM 3100-RETURN-SORTED THRU 3100-RETURN-SORTED-EXIT.
       3200-PROCESS-ENROLLMENT-EXIT.
            EXIT.

       3250-TRANSCRIPT-ROW.
            IF IS-FIRST-RECORD
                PERFORM 3300-STUDENT-HEADING THRU
                    3300-STUDENT-HEADING-EXIT
                MOVE "N" TO FIRST-RECORD-SWITCH
            ELSE
                IF SORT-NUMBER NOT = WS-PRIOR-NUMBER
                    PERFORM 3500-PRINT-TERM-TOTALS THRU
                        3500-PRINT-TERM-TOTALS-EXIT
                    PERFORM 3600-PRINT-CUMULATIVE THRU
                        3600-PRINT-CUMULATIVE-EXIT
                    PERFORM 3300-STUDENT-HEADING THRU
                        3300-STUDENT-HEADING-EXIT
                ELSE
                    IF SORT-TERM NOT = WS-PRIOR-TERM
                        PERFORM 3500-PRINT-TERM-TOTALS THRU
                            3500-PRINT-TERM-TOTALS-EXIT
                    END-IF
                END-IF
            END-IF.
            MOVE SORT-TERM TO WS-PRIOR-TERM.
            PERFORM 3400-PRINT-DETAIL THRU 3400-PRINT-DETAIL-EXIT.
            PERFORM 3450-ACCUMULATE-CREDITS THRU
                3450-ACCUMULATE-CREDITS-EXIT.
       3250-TRANSCRIPT-ROW-EXIT.
            EXIT.

       3300-STUDENT-HEADING.
            MOVE SORT-TITLE TO DL-TITLE.
            MOVE SORT-STATUS TO DL-STATUS.
            MOVE SORT-GRADE TO DL-GRADE.
            MOVE SORT-CREDITS TO DL-CREDITS.
            WRITE REPORT-LINE FROM DETAIL-LINE.
            ADD 1 TO WS-LINE-COUNT.
       3400-PRINT-DETAIL-EXIT.
            EXIT.

      * THE GRADE IS LOOKED UP ON THE GRADE-POINT SCALE. A ROW WITH
      * NO GRADE YET, OR A GRADE NOT ON THE SCALE, ADDS NOTHING.
       3450-ACCUMULATE-CREDITS.
            SET GP-INDEX TO 1.
            SEARCH GP-ENTRY
                AT END
                    CONTINUE
                WHEN GP-GRADE (GP-INDEX) = SORT-GRADE
                    IF GP-COUNTS-ATTEMPTED (GP-INDEX)
                        ADD SORT-CREDITS TO WS-TERM-ATTEMPTED
                        COMPUTE WS-TERM-POINTS = WS-TERM-POINTS
                            + GP-POINTS (GP-INDEX) * SORT-CREDITS
                    END-IF
                    IF GP-COUNTS-EARNED (GP-INDEX)
                        ADD SORT-CREDITS TO WS-TERM-EARNED
                    END-IF
            END-SEARCH.
       3450-ACCUMULATE-CREDITS-EXIT.
            EXIT.

      * TERM BREAK - PRINT THE TERM LINE, ROLL THE TERM INTO THE
      * STUDENT'S CUMULATIVE TOTALS AND CLEAR IT FOR THE NEXT TERM.
      * A TERM WITH NOTHING ATTEMPTED PRINTS A GPA OF ZERO.
       3500-PRINT-TERM-TOTALS.
            MOVE ZERO TO WS-GPA.
            IF WS-TERM-ATTEMPTED > ZERO
                COMPUTE WS-GPA ROUNDED =
                    WS-TERM-POINTS / WS-TERM-ATTEMPTED
            END-IF.
            MOVE WS-PRIOR-TERM TO TT-TERM.
            MOVE WS-TERM-ATTEMPTED TO TT-ATTEMPTED.
            MOVE WS-TERM-EARNED TO TT-EARNED.
            MOVE WS-GPA TO TT-GPA.
            WRITE REPORT-LINE FROM TERM-TOTAL-LINE.
            WRITE REPORT-LINE FROM BLANK-LINE.
            ADD WS-TERM-ATTEMPTED TO WS-CUM-ATTEMPTED.
            ADD WS-TERM-EARNED TO WS-CUM-EARNED.
            ADD WS-TERM-POINTS TO WS-CUM-POINTS.
            MOVE ZERO TO WS-TERM-ATTEMPTED WS-TERM-EARNED
                WS-TERM-POINTS.
       3500-PRINT-TERM-TOTALS-EXIT.
            EXIT.

       3600-PRINT-CUMULATIVE.
            MOVE ZERO TO WS-GPA.
            IF WS-CUM-ATTEMPTED > ZERO
                COMPUTE WS-GPA ROUNDED =
                    WS-CUM-POINTS / WS-CUM-ATTEMPTED
            END-IF.
            MOVE WS-CUM-ATTEMPTED TO CL-ATTEMPTED.
            MOVE WS-CUM-EARNED TO CL-EARNED.
            MOVE WS-GPA TO CL-GPA.
            WRITE REPORT-LINE FROM CUMULATIVE-LINE.
            MOVE ZERO TO WS-CUM-ATTEMPTED WS-CUM-EARNED
                WS-CUM-POINTS.
       3600-PRINT-CUMULATIVE-EXIT.
            EXIT.

      ******************************************************************
      * EXCEPTIONS PAGE - ONE LINE PER HELD STUDENT, HOWEVER MANY
      * ENROLLMENT ROWS THEY HAVE, WITH THE HOLD RE-READ FOR ITS
      * OFFICE, DATE AND REASON.
      ******************************************************************
       3700-LIST-HELD-STUDENT.
            IF NOT EXCEPTIONS-STARTED
                PERFORM 3150-CLOSE-TRANSCRIPT THRU
                    3150-CLOSE-TRANSCRIPT-EXIT
                PERFORM 3800-EXCEPTION-HEADING THRU
                    3800-EXCEPTION-HEADING-EXIT
                SET EXCEPTIONS-STARTED TO TRUE
            END-IF.
            IF SORT-NUMBER NOT = WS-PRIOR-HELD-NUMBER
                MOVE SORT-NUMBER TO WS-PRIOR-HELD-NUMBER
                    HD-STUDENT-NUMBER EL-STUDENT-NUMBER
                SET HD-TYPE-TRANSCRIPT TO TRUE
                READ HOLD-FILE
                    INVALID KEY
                        MOVE SPACES TO HD-PLACING-OFFICE HD-REASON
                        MOVE ZERO TO HD-DATE-PLACED
                END-READ
                MOVE SORT-LAST-NAME TO EL-LAST-NAME
                MOVE HD-PLACING-OFFICE TO EL-OFFICE
                MOVE HD-DATE-PLACED TO EL-DATE-PLACED
                MOVE HD-REASON TO EL-REASON
                WRITE REPORT-LINE FROM EXCEPTION-LINE
                ADD 1 TO WS-HELD-COUNT
            END-IF.
       3700-LIST-HELD-STUDENT-EXIT.
            EXIT.

       3800-EXCEPTION-HEADING.
            ADD 1 TO WS-PAGE-NUMBER.
            IF WS-PAGE-NUMBER > 1
                WRITE REPORT-LINE FROM SPACES
                    BEFORE ADVANCING PAGE
            END-IF.
            MOVE WS-PAGE-NUMBER TO EH-PAGE-NUMBER.
            WRITE REPORT-LINE FROM EXCEPTION-HEADING-1.
            WRITE REPORT-LINE FROM BLANK-LINE.
            WRITE REPORT-LINE FROM EXCEPTION-HEADING-2.
       3800-EXCEPTION-HEADING-EXIT.
            EXIT.

      ******************************************************************
      * TERMINATION
      ******************************************************************
            IF GRADE-FILE-AVAILABLE
                CLOSE GRADE-FILE
            END-IF.
            IF HOLD-FILE-AVAILABLE
                CLOSE HOLD-FILE
            END-IF.
            CLOSE TRANSCRIPT-REPORT.
       9000-TERMINATE-EXIT.
            EXIT.
