      ******************************************************************
      * Author: JESSE PROULX
      * Date: 10-15-2026
      * Purpose: GRADE CHANGE REPORT FOR ACADEMIC AFFAIRS. THE GRADE
      *          CHANGE AUDIT FILE (../GRDAUDIT, APPENDED BY GradePost
      *          ON EVERY REGRADE) IS SORTED BY TERM, COURSE, STUDENT
      *          AND CHANGE DATE. EVERY CHANGE PRINTS WITH ITS OLD AND
      *          NEW GRADE, THE INSTRUCTOR'S REASON CODE, WHO SUBMITTED
      *          IT AND - FOR A TERM ALREADY CLOSED - THE SUPERVISOR
      *          WHO AUTHORIZED IT. EACH COURSE ENDS WITH ITS COUNT OF
      *          CHANGES, EACH TERM WITH ITS CHANGES COUNTED BY REASON
      *          (SEE GRDRSN), AND THE REPORT WITH THE SAME COUNTS FOR
      *          THE WHOLE PERIOD. THE OPERATOR KEYS THE PERIOD AS A
      *          FROM AND TO CHANGE DATE; ZERO LEAVES THAT END OPEN.
      *          OUTPUT GOES TO ../GRDCHGR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeChangeReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT GRADE-AUDIT-FILE ASSIGN TO "../GRDAUDIT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GRADE-AUDIT-STATUS.
               SELECT SORT-WORK ASSIGN TO "SORTWK1".
               SELECT CHANGE-REPORT ASSIGN TO "../GRDCHGR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CHANGE-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD GRADE-AUDIT-FILE.
           COPY GRDAUDIT.
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SORT-TERM PIC X(6).
           05 SORT-COURSE PIC X(8).
           05 SORT-STUDENT PIC 9(8).
           05 SORT-CHANGE-DATE PIC 9(8).
           05 SORT-OLD-GRADE PIC X(2).
           05 SORT-NEW-GRADE PIC X(2).
           05 SORT-REASON-CODE PIC X(2).
           05 SORT-SUBMITTED-BY PIC X(8).
           05 SORT-AUTHORIZED-BY PIC X(8).
           05 SORT-CLOSED-TERM-FLAG PIC X(1).
               88 SORT-TERM-WAS-CLOSED VALUE "Y".
       FD CHANGE-REPORT.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 GRADE-AUDIT-STATUS PIC X(02).
           88 GRADE-AUDIT-OK VALUE "00".
       01 CHANGE-REPORT-STATUS PIC X(02).
       01 AUDIT-EOF-SWITCH PIC X(01) VALUE "N".
           88 AUDIT-AT-EOF VALUE "Y".
       01 SORT-EOF-SWITCH PIC X(01) VALUE "N".
           88 SORT-AT-EOF VALUE "Y".
       01 FIRST-RECORD-SWITCH PIC X(01) VALUE "Y".
           88 IS-FIRST-RECORD VALUE "Y".
       01 WS-FROM-DATE PIC 9(08) VALUE ZERO.
       01 WS-TO-DATE PIC 9(08) VALUE ZERO.
       01 WS-PRIOR-TERM PIC X(06) VALUE SPACES.
       01 WS-PRIOR-COURSE PIC X(08) VALUE SPACES.
       01 WS-READ-COUNT PIC 9(06) COMP VALUE ZERO.
       01 WS-SELECTED-COUNT PIC 9(06) COMP VALUE ZERO.
       01 WS-COURSE-CHANGE-COUNT PIC 9(06) COMP VALUE ZERO.
       01 WS-TERM-CHANGE-COUNT PIC 9(06) COMP VALUE ZERO.
       01 WS-REASON-SUB PIC 9(02) COMP VALUE ZERO.
           COPY GRDRSN.
      * CHANGES BY REASON FOR THE TERM AND FOR THE PERIOD, ONE SLOT
      * PER GRDRSN ENTRY IN THE SAME ORDER. THE LAST SLOT HOLDS
      * CHANGES CARRYING A CODE NO LONGER IN THE TABLE.
       01 WS-REASON-SLOTS PIC 9(02) COMP VALUE 7.
       01 WS-UNRECOGNIZED-SLOT PIC 9(02) COMP VALUE 7.
       01 WS-REASON-COUNTS.
           05 WS-REASON-COUNT-ENTRY OCCURS 7 TIMES.
               10 WS-TERM-REASON-COUNT PIC 9(06) COMP.
               10 WS-TOTAL-REASON-COUNT PIC 9(06) COMP.
       01 HEADING-LINE-1.
           05 FILLER PIC X(20) VALUE "GRADE CHANGE REPORT".
           05 FILLER PIC X(06) VALUE "FROM ".
           05 HL-FROM-DATE PIC 9(08).
           05 FILLER PIC X(04) VALUE " TO ".
           05 HL-TO-DATE PIC 9(08).
       01 HEADING-LINE-2.
           05 FILLER PIC X(06) VALUE "TERM".
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "COURSE".
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "STUDENT".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "OLD/NEW".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "CHANGED".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(02) VALUE "RS".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "SUBMITBY".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "AUTHBY".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "CLOSED".
       01 DETAIL-LINE.
           05 DL-TERM PIC X(6).
           05 FILLER PIC X(01) VALUE SPACES.
           05 DL-COURSE PIC X(8).
           05 FILLER PIC X(01) VALUE SPACES.
           05 DL-STUDENT PIC 9(8).
           05 FILLER PIC X(02) VALUE SPACES.
           05 DL-OLD-GRADE PIC X(2).
           05 FILLER PIC X(04) VALUE " -> ".
           05 DL-NEW-GRADE PIC X(2).
           05 FILLER PIC X(02) VALUE SPACES.
           05 DL-CHANGE-DATE PIC 9(8).
           05 FILLER PIC X(02) VALUE SPACES.
           05 DL-REASON-CODE PIC X(2).
           05 FILLER PIC X(02) VALUE SPACES.
           05 DL-SUBMITTED-BY PIC X(8).
           05 FILLER PIC X(02) VALUE SPACES.
           05 DL-AUTHORIZED-BY PIC X(8).
           05 FILLER PIC X(02) VALUE SPACES.
           05 DL-CLOSED PIC X(6).
       01 BLANK-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
       01 COURSE-TOTAL-LINE.
           05 FILLER PIC X(19) VALUE "CHANGES FOR COURSE ".
           05 CT-COURSE PIC X(08).
           05 FILLER PIC X(04) VALUE " IN ".
           05 CT-TERM PIC X(06).
           05 FILLER PIC X(02) VALUE ": ".
           05 CT-CHANGE-COUNT PIC ZZZ,ZZ9.
       01 TERM-TOTAL-LINE.
           05 FILLER PIC X(17) VALUE "CHANGES FOR TERM ".
           05 TT-TERM PIC X(06).
           05 FILLER PIC X(02) VALUE ": ".
           05 TT-CHANGE-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(11) VALUE "  BY REASON".
       01 GRAND-TOTAL-LINE.
           05 FILLER PIC X(25) VALUE "CHANGES FOR THE PERIOD: ".
           05 GT-CHANGE-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(11) VALUE "  BY REASON".
       01 REASON-COUNT-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 RL-REASON-CODE PIC X(02).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-REASON-TEXT PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-REASON-COUNT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
            SORT SORT-WORK
                ON ASCENDING KEY SORT-TERM SORT-COURSE SORT-STUDENT
                    SORT-CHANGE-DATE
                INPUT PROCEDURE IS 2000-SORT-INPUT THRU
                    2000-SORT-INPUT-EXIT
                OUTPUT PROCEDURE IS 3000-SORT-OUTPUT THRU
                    3000-SORT-OUTPUT-EXIT.
            PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
            DISPLAY "GRADE CHANGE REPORT - AUDIT RECORDS READ: "
                WS-READ-COUNT.
            DISPLAY "GRADE CHANGE REPORT - CHANGES LISTED    : "
                WS-SELECTED-COUNT.
            STOP RUN.

      ******************************************************************
      * INITIALIZATION - KEY THE REPORTING PERIOD
      ******************************************************************
       1000-INITIALIZE.
            DISPLAY "ENTER FROM CHANGE DATE (YYYYMMDD, 0 FOR ALL): ".
            ACCEPT WS-FROM-DATE.
            DISPLAY "ENTER TO CHANGE DATE (YYYYMMDD, 0 FOR ALL): ".
            ACCEPT WS-TO-DATE.
            IF WS-TO-DATE = ZERO
                MOVE 99999999 TO WS-TO-DATE
            END-IF.
            INITIALIZE WS-REASON-COUNTS.
            OPEN OUTPUT CHANGE-REPORT.
            MOVE WS-FROM-DATE TO HL-FROM-DATE.
            MOVE WS-TO-DATE TO HL-TO-DATE.
            WRITE REPORT-LINE FROM HEADING-LINE-1.
            WRITE REPORT-LINE FROM BLANK-LINE.
            WRITE REPORT-LINE FROM HEADING-LINE-2.
       1000-INITIALIZE-EXIT.
            EXIT.

      ******************************************************************
      * SORT INPUT PROCEDURE - RELEASE EVERY AUDIT RECORD CHANGED
      * WITHIN THE PERIOD. NO AUDIT FILE MEANS NO GRADE HAS BEEN
      * CHANGED YET AND THE REPORT PRINTS EMPTY.
      ******************************************************************
       2000-SORT-INPUT.
            OPEN INPUT GRADE-AUDIT-FILE.
            IF GRADE-AUDIT-OK
                PERFORM 2100-READ-AUDIT THRU 2100-READ-AUDIT-EXIT
                PERFORM 2200-RELEASE-CHANGE THRU
                    2200-RELEASE-CHANGE-EXIT
                    UNTIL AUDIT-AT-EOF
                CLOSE GRADE-AUDIT-FILE
            ELSE
                DISPLAY "GRADECHANGEREPORT - GRADE CHANGE AUDIT FILE "
                    "NOT AVAILABLE, STATUS = " GRADE-AUDIT-STATUS
            END-IF.
       2000-SORT-INPUT-EXIT.
            EXIT.

       2100-READ-AUDIT.
            READ GRADE-AUDIT-FILE
                AT END SET AUDIT-AT-EOF TO TRUE
            END-READ.
       2100-READ-AUDIT-EXIT.
            EXIT.

       2200-RELEASE-CHANGE.
            ADD 1 TO WS-READ-COUNT.
            IF GA-CHANGE-DATE NOT < WS-FROM-DATE
                    AND GA-CHANGE-DATE NOT > WS-TO-DATE
                MOVE GA-TERM-CODE TO SORT-TERM
                MOVE GA-COURSE-CODE TO SORT-COURSE
                MOVE GA-STUDENT-NUMBER TO SORT-STUDENT
                MOVE GA-CHANGE-DATE TO SORT-CHANGE-DATE
                MOVE GA-OLD-GRADE TO SORT-OLD-GRADE
                MOVE GA-NEW-GRADE TO SORT-NEW-GRADE
                MOVE GA-REASON-CODE TO SORT-REASON-CODE
                MOVE GA-SUBMITTED-BY TO SORT-SUBMITTED-BY
                MOVE GA-AUTHORIZED-BY TO SORT-AUTHORIZED-BY
                MOVE GA-CLOSED-TERM-FLAG TO SORT-CLOSED-TERM-FLAG
                RELEASE SORT-RECORD
            END-IF.
            PERFORM 2100-READ-AUDIT THRU 2100-READ-AUDIT-EXIT.
       2200-RELEASE-CHANGE-EXIT.
            EXIT.

      ******************************************************************
      * SORT OUTPUT PROCEDURE - COURSE BREAKS WITHIN TERM BREAKS
      ******************************************************************
       3000-SORT-OUTPUT.
            PERFORM 3100-RETURN-SORTED THRU 3100-RETURN-SORTED-EXIT.
            PERFORM 3200-PROCESS-CHANGE THRU
                3200-PROCESS-CHANGE-EXIT
                UNTIL SORT-AT-EOF.
            IF NOT IS-FIRST-RECORD
                PERFORM 3600-COURSE-TOTAL THRU 3600-COURSE-TOTAL-EXIT
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

       3200-PROCESS-CHANGE.
            IF IS-FIRST-RECORD
                PERFORM 3300-START-TERM THRU 3300-START-TERM-EXIT
                MOVE "N" TO FIRST-RECORD-SWITCH
            ELSE
                IF SORT-TERM NOT = WS-PRIOR-TERM
                    PERFORM 3600-COURSE-TOTAL THRU
                        3600-COURSE-TOTAL-EXIT
                    PERFORM 3700-TERM-TOTAL THRU 3700-TERM-TOTAL-EXIT
                    PERFORM 3300-START-TERM THRU 3300-START-TERM-EXIT
                ELSE
                    IF SORT-COURSE NOT = WS-PRIOR-COURSE
                        PERFORM 3600-COURSE-TOTAL THRU
                            3600-COURSE-TOTAL-EXIT
                        PERFORM 3350-START-COURSE THRU
                            3350-START-COURSE-EXIT
                    END-IF
                END-IF
            END-IF.
            PERFORM 3400-PRINT-CHANGE THRU 3400-PRINT-CHANGE-EXIT.
            PERFORM 3500-COUNT-REASON THRU 3500-COUNT-REASON-EXIT.
            PERFORM 3100-RETURN-SORTED THRU 3100-RETURN-SORTED-EXIT.
       3200-PROCESS-CHANGE-EXIT.
            EXIT.

       3300-START-TERM.
            MOVE SORT-TERM TO WS-PRIOR-TERM.
            MOVE ZERO TO WS-TERM-CHANGE-COUNT.
            MOVE 1 TO WS-REASON-SUB.
            PERFORM 3310-CLEAR-TERM-REASON THRU
                3310-CLEAR-TERM-REASON-EXIT
                UNTIL WS-REASON-SUB > WS-REASON-SLOTS.
            PERFORM 3350-START-COURSE THRU 3350-START-COURSE-EXIT.
       3300-START-TERM-EXIT.
            EXIT.

       3310-CLEAR-TERM-REASON.
            MOVE ZERO TO WS-TERM-REASON-COUNT (WS-REASON-SUB).
            ADD 1 TO WS-REASON-SUB.
       3310-CLEAR-TERM-REASON-EXIT.
            EXIT.

       3350-START-COURSE.
            MOVE SORT-COURSE TO WS-PRIOR-COURSE.
            MOVE ZERO TO WS-COURSE-CHANGE-COUNT.
       3350-START-COURSE-EXIT.
            EXIT.

       3400-PRINT-CHANGE.
            ADD 1 TO WS-SELECTED-COUNT.
            ADD 1 TO WS-COURSE-CHANGE-COUNT.
            ADD 1 TO WS-TERM-CHANGE-COUNT.
            MOVE SORT-TERM TO DL-TERM.
            MOVE SORT-COURSE TO DL-COURSE.
            MOVE SORT-STUDENT TO DL-STUDENT.
            MOVE SORT-OLD-GRADE TO DL-OLD-GRADE.
            MOVE SORT-NEW-GRADE TO DL-NEW-GRADE.
            MOVE SORT-CHANGE-DATE TO DL-CHANGE-DATE.
            MOVE SORT-REASON-CODE TO DL-REASON-CODE.
            MOVE SORT-SUBMITTED-BY TO DL-SUBMITTED-BY.
            MOVE SORT-AUTHORIZED-BY TO DL-AUTHORIZED-BY.
            IF SORT-TERM-WAS-CLOSED
                MOVE "CLOSED" TO DL-CLOSED
            ELSE
                MOVE SPACES TO DL-CLOSED
            END-IF.
            WRITE REPORT-LINE FROM DETAIL-LINE.
       3400-PRINT-CHANGE-EXIT.
            EXIT.

      * THE SLOT FOR A REASON IS ITS POSITION IN GRDRSN.
       3500-COUNT-REASON.
            MOVE WS-UNRECOGNIZED-SLOT TO WS-REASON-SUB.
            SET GC-INDEX TO 1.
            SEARCH GC-REASON-ENTRY
                AT END
                    CONTINUE
                WHEN GC-REASON-CODE (GC-INDEX) = SORT-REASON-CODE
                    SET WS-REASON-SUB TO GC-INDEX
            END-SEARCH.
            ADD 1 TO WS-TERM-REASON-COUNT (WS-REASON-SUB).
            ADD 1 TO WS-TOTAL-REASON-COUNT (WS-REASON-SUB).
       3500-COUNT-REASON-EXIT.
            EXIT.

       3600-COURSE-TOTAL.
            MOVE WS-PRIOR-COURSE TO CT-COURSE.
            MOVE WS-PRIOR-TERM TO CT-TERM.
            MOVE WS-COURSE-CHANGE-COUNT TO CT-CHANGE-COUNT.
            WRITE REPORT-LINE FROM COURSE-TOTAL-LINE.
            WRITE REPORT-LINE FROM BLANK-LINE.
       3600-COURSE-TOTAL-EXIT.
            EXIT.

       3700-TERM-TOTAL.
            MOVE WS-PRIOR-TERM TO TT-TERM.
            MOVE WS-TERM-CHANGE-COUNT TO TT-CHANGE-COUNT.
            WRITE REPORT-LINE FROM TERM-TOTAL-LINE.
            MOVE 1 TO WS-REASON-SUB.
            PERFORM 3710-PRINT-TERM-REASON THRU
                3710-PRINT-TERM-REASON-EXIT
                UNTIL WS-REASON-SUB > WS-REASON-SLOTS.
            WRITE REPORT-LINE FROM BLANK-LINE.
       3700-TERM-TOTAL-EXIT.
            EXIT.

       3710-PRINT-TERM-REASON.
            PERFORM 3800-SET-REASON-LABEL THRU
                3800-SET-REASON-LABEL-EXIT.
            MOVE WS-TERM-REASON-COUNT (WS-REASON-SUB)
                TO RL-REASON-COUNT.
            WRITE REPORT-LINE FROM REASON-COUNT-LINE.
            ADD 1 TO WS-REASON-SUB.
       3710-PRINT-TERM-REASON-EXIT.
            EXIT.

       3800-SET-REASON-LABEL.
            IF WS-REASON-SUB = WS-UNRECOGNIZED-SLOT
                MOVE "??" TO RL-REASON-CODE
                MOVE "UNRECOGNIZED REASON" TO RL-REASON-TEXT
            ELSE
                MOVE GC-REASON-CODE (WS-REASON-SUB) TO RL-REASON-CODE
                MOVE GC-REASON-TEXT (WS-REASON-SUB) TO RL-REASON-TEXT
            END-IF.
       3800-SET-REASON-LABEL-EXIT.
            EXIT.

      ******************************************************************
      * TERMINATION - COUNTS BY REASON FOR THE WHOLE PERIOD
      ******************************************************************
       9000-TERMINATE.
            MOVE WS-SELECTED-COUNT TO GT-CHANGE-COUNT.
            WRITE REPORT-LINE FROM GRAND-TOTAL-LINE.
            MOVE 1 TO WS-REASON-SUB.
            PERFORM 9100-PRINT-TOTAL-REASON THRU
                9100-PRINT-TOTAL-REASON-EXIT
                UNTIL WS-REASON-SUB > WS-REASON-SLOTS.
            CLOSE CHANGE-REPORT.
       9000-TERMINATE-EXIT.
            EXIT.

       9100-PRINT-TOTAL-REASON.
            PERFORM 3800-SET-REASON-LABEL THRU
                3800-SET-REASON-LABEL-EXIT.
            MOVE WS-TOTAL-REASON-COUNT (WS-REASON-SUB)
                TO RL-REASON-COUNT.
            WRITE REPORT-LINE FROM REASON-COUNT-LINE.
            ADD 1 TO WS-REASON-SUB.
       9100-PRINT-TOTAL-REASON-EXIT.
            EXIT.
       END PROGRAM GradeChangeReport.
