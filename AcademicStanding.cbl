      ******************************************************************
      * Author: JESSE PROULX
      * Date: 10-15-2026
      * Purpose: END-OF-TERM ACADEMIC STANDING RUN. THE OPERATOR
      *          KEYS A TERM CODE; EVERY STUDENT WITH A GRADE POSTED
      *          FOR THAT TERM ON ../GRADES IS ASSESSED AGAINST THE
      *          THRESHOLDS ON ../STANDREF (SEE StandingLoad) ON
      *          BOTH THE TERM GPA AND THE CUMULATIVE GPA THROUGH
      *          THAT TERM, WEIGHTED BY CC-CREDIT-HOURS FROM
      *          ../COURSECAT AND THE GRADE-POINT SCALE (GRADEPTS)
      *          THE SAME WAY TranscriptPrint TOTALS THEM. THE
      *          OUTCOME - DEAN'S LIST, GOOD STANDING, PROBATION OR
      *          SUSPENSION - IS WRITTEN TO THE STANDING HISTORY
      *          (../STANDHIST, ONE RECORD PER STUDENT PER TERM; A
      *          RERUN REPLACES THE TERM'S RECORDS) AND PRINTED ON
      *          ../STANDRPT GROUPED BY OUTCOME. A STUDENT ON
      *          PROBATION OR SUSPENDED ALSO GETS A LETTER ON
      *          ../STANDLTR, ADDRESSED TO THE CURRENTLY-EFFECTIVE
      *          MAILING ADDRESS FROM ../STUDADDR WHEN ONE EXISTS,
      *          ELSE THE MASTER ADDRESS, THE SAME PICKUP
      *          ScheduleStatement USES. GR-KEY LEADS WITH THE
      *          STUDENT NUMBER, SO ONE PASS OF ../GRADES IN KEY
      *          ORDER GROUPS EACH STUDENT'S WHOLE HISTORY; TERM
      *          CODES COLLATE IN TERM ORDER, SO THE CUMULATIVE GPA
      *          TAKES EVERY TERM AT OR BEFORE THE KEYED TERM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcademicStanding.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT GRADE-FILE ASSIGN TO "../GRADES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GR-KEY
                   FILE STATUS IS GRADE-FILE-STATUS.
               SELECT COURSE-CATALOG ASSIGN TO "../COURSECAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CC-KEY
                   FILE STATUS IS COURSE-CATALOG-STATUS.
               SELECT STANDING-REFERENCE ASSIGN TO "../STANDREF"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SR-STANDING-CODE
                   FILE STATUS IS STANDING-REFERENCE-STATUS.
               SELECT STANDING-HISTORY ASSIGN TO "../STANDHIST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SH-KEY
                   FILE STATUS IS STANDING-HISTORY-STATUS.
               SELECT STUDENT-FILE ASSIGN TO "../STUDENT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STUDENT-NUMBER
                   ALTERNATE RECORD KEY IS LAST-NAME
                       WITH DUPLICATES
                   FILE STATUS IS STUDENT-FILE-STATUS.
               SELECT ADDRESS-FILE ASSIGN TO "../STUDADDR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SA-KEY
                   FILE STATUS IS ADDRESS-FILE-STATUS.
               SELECT SORT-WORK ASSIGN TO "SORTWK1".
               SELECT STANDING-REPORT ASSIGN TO "../STANDRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STANDING-REPORT-STATUS.
               SELECT LETTER-FILE ASSIGN TO "../STANDLTR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LETTER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD GRADE-FILE.
           COPY GRADE.
       FD COURSE-CATALOG.
           COPY COURSE.
       FD STANDING-REFERENCE.
           COPY STANDREF.
       FD STANDING-HISTORY.
           COPY STANDHST.
       FD STUDENT-FILE.
           COPY STUDENT.
       FD ADDRESS-FILE.
           COPY STUDADDR.
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SORT-STANDING-SEQ PIC 9(1).
           05 SORT-NUMBER PIC 9(8).
           05 SORT-STANDING-CODE PIC X(1).
               88 SORT-NEEDS-LETTER VALUE "P" "S".
           05 SORT-TERM-ATTEMPTED PIC 9(3)V9.
           05 SORT-TERM-GPA PIC 9V99.
           05 SORT-CUM-ATTEMPTED PIC 9(4)V9.
           05 SORT-CUM-GPA PIC 9V99.
       FD STANDING-REPORT.
       01 REPORT-LINE PIC X(80).
       FD LETTER-FILE.
       01 LETTER-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY FSTAT.
       01 GRADE-FILE-STATUS PIC X(02).
           88 GRADE-FILE-OK VALUE "00".
       01 COURSE-CATALOG-STATUS PIC X(02).
       01 COURSE-CATALOG-OPEN-STATUS PIC X(02).
           88 COURSE-CATALOG-AVAILABLE VALUE "00".
       01 STANDING-REFERENCE-STATUS PIC X(02).
           88 STANDING-REFERENCE-OK VALUE "00".
       01 STANDING-HISTORY-STATUS PIC X(02).
           88 STANDING-HISTORY-OK VALUE "00".
           88 STANDING-HISTORY-NOT-PRESENT VALUE "35".
       01 STANDING-HISTORY-OPEN-STATUS PIC X(02).
           88 STANDING-HISTORY-AVAILABLE VALUE "00".
       01 ADDRESS-FILE-STATUS PIC X(02).
       01 ADDRESS-OPEN-STATUS PIC X(02).
           88 ADDRESS-FILE-AVAILABLE VALUE "00".
       01 STANDING-REPORT-STATUS PIC X(02).
       01 LETTER-FILE-STATUS PIC X(02).
       01 GRADE-EOF-SWITCH PIC X(01) VALUE "N".
           88 GRADE-AT-EOF VALUE "Y".
       01 HISTORY-SCAN-EOF-SWITCH PIC X(01).
           88 HISTORY-SCAN-AT-EOF VALUE "Y".
       01 ADDR-SCAN-EOF-SWITCH PIC X(01).
           88 ADDR-SCAN-AT-EOF VALUE "Y".
       01 MAILING-FOUND-SWITCH PIC X(01).
           88 MAILING-FOUND VALUE "Y".
       01 SORT-EOF-SWITCH PIC X(01) VALUE "N".
           88 SORT-AT-EOF VALUE "Y".
       01 FIRST-RECORD-SWITCH PIC X(01) VALUE "Y".
           88 IS-FIRST-RECORD VALUE "Y".
       01 GRADED-IN-TERM-SWITCH PIC X(01).
           88 GRADED-IN-TERM VALUE "Y".
       01 STUDENT-FOUND-SWITCH PIC X(01).
           88 STUDENT-FOUND VALUE "Y".
       01 THRESHOLD-SWITCH PIC X(01) VALUE "N".
           88 THRESHOLDS-LOADED VALUE "Y".
       01 PROBATION-MET-SWITCH PIC X(01).
           88 PROBATION-MET VALUE "Y".
       01 SUSPENSION-MET-SWITCH PIC X(01).
           88 SUSPENSION-MET VALUE "Y".
      * THE THREE THRESHOLD ROWS, HELD FOR THE WHOLE RUN UNDER THEIR
      * OWN NAMES - DERIVED FROM THE STANDREF COPYBOOK SO THEY
      * CANNOT DRIFT FROM THE FILE LAYOUT.
           COPY STANDREF REPLACING
               ==STANDING-REFERENCE-RECORD== BY ==WS-DEAN-THRESHOLD==
               LEADING ==SR== BY ==DN==.
           COPY STANDREF REPLACING
               ==STANDING-REFERENCE-RECORD== BY
               ==WS-PROBATION-THRESHOLD==
               LEADING ==SR== BY ==PB==.
           COPY STANDREF REPLACING
               ==STANDING-REFERENCE-RECORD== BY
               ==WS-SUSPENSION-THRESHOLD==
               LEADING ==SR== BY ==SU==.
           COPY GRADEPTS.
       01 WS-STANDING-TERM PIC X(06) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
       01 WS-CURRENT-NUMBER PIC 9(08) VALUE ZERO.
       01 WS-THRESHOLD-COUNT PIC 9(01) COMP VALUE ZERO.
       01 WS-PRIOR-STANDING PIC X(01).
           88 WS-PRIOR-ON-PROBATION VALUE "P" "S".
       01 WS-STANDING-CODE PIC X(01).
       01 WS-STANDING-SEQ PIC 9(01).
       01 WS-PRIOR-GROUP PIC X(01) VALUE SPACES.
       01 WS-OUTCOME-TEXT PIC X(20).
       01 WS-COURSE-CREDITS PIC 9(2)V9 VALUE ZERO.
       01 WS-ATTEMPTED-CREDITS PIC 9(2)V9 VALUE ZERO.
       01 WS-EARNED-CREDITS PIC 9(2)V9 VALUE ZERO.
       01 WS-QUALITY-POINTS PIC 9(03)V99 VALUE ZERO.
       01 WS-TERM-ATTEMPTED PIC 9(03)V9 VALUE ZERO.
       01 WS-TERM-EARNED PIC 9(03)V9 VALUE ZERO.
       01 WS-TERM-POINTS PIC 9(05)V99 VALUE ZERO.
       01 WS-TERM-GPA PIC 9V99 VALUE ZERO.
       01 WS-CUM-ATTEMPTED PIC 9(04)V9 VALUE ZERO.
       01 WS-CUM-EARNED PIC 9(04)V9 VALUE ZERO.
       01 WS-CUM-POINTS PIC 9(06)V99 VALUE ZERO.
       01 WS-CUM-GPA PIC 9V99 VALUE ZERO.
       01 WS-MAIL-ADDRESS-NUMBER PIC 9(05).
       01 WS-MAIL-ADDRESS-NAME PIC X(10).
       01 WS-MAIL-POSTAL-CODE PIC X(06).
       01 WS-MAIL-CITY PIC X(20).
       01 WS-MAIL-COUNTRY PIC X(20).
       01 WS-GRADE-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-ASSESSED-COUNT PIC 9(06) COMP VALUE ZERO.
       01 WS-HISTORY-WRITTEN-COUNT PIC 9(06) COMP VALUE ZERO.
       01 WS-HISTORY-REPLACED-COUNT PIC 9(06) COMP VALUE ZERO.
       01 WS-HISTORY-ERROR-COUNT PIC 9(06) COMP VALUE ZERO.
       01 WS-GROUP-COUNT PIC 9(06) COMP VALUE ZERO.
       01 WS-DEANS-COUNT PIC 9(06) COMP VALUE ZERO.
       01 WS-GOOD-COUNT PIC 9(06) COMP VALUE ZERO.
       01 WS-PROBATION-COUNT PIC 9(06) COMP VALUE ZERO.
       01 WS-SUSPENSION-COUNT PIC 9(06) COMP VALUE ZERO.
       01 WS-LETTER-COUNT PIC 9(06) COMP VALUE ZERO.
       01 WS-UNMAILED-COUNT PIC 9(06) COMP VALUE ZERO.
       01 HEADING-LINE-1.
           05 FILLER PIC X(32)
               VALUE "ACADEMIC STANDING REPORT - TERM ".
           05 HL-TERM PIC X(06).
           05 FILLER PIC X(12) VALUE "  RUN DATE: ".
           05 HL-RUN-DATE PIC 9(08).
       01 HEADING-LINE-2.
           05 FILLER PIC X(10) VALUE "STUDENT #".
           05 FILLER PIC X(23) VALUE "NAME".
           05 FILLER PIC X(09) VALUE "TERM CR".
           05 FILLER PIC X(08) VALUE "TERM GPA".
           05 FILLER PIC X(09) VALUE "  CUM CR".
           05 FILLER PIC X(07) VALUE "CUM GPA".
       01 GROUP-HEADING-LINE.
           05 FILLER PIC X(10) VALUE "STANDING: ".
           05 GH-OUTCOME-TEXT PIC X(20).
       01 DETAIL-LINE.
           05 DL-STUDENT-NUMBER PIC 9(8).
           05 FILLER PIC X(02) VALUE SPACES.
           05 DL-FIRST-NAME PIC X(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 DL-LAST-NAME PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 DL-TERM-ATTEMPTED PIC ZZ9.9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 DL-TERM-GPA PIC 9.99.
           05 FILLER PIC X(04) VALUE SPACES.
           05 DL-CUM-ATTEMPTED PIC ZZZ9.9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 DL-CUM-GPA PIC 9.99.
       01 GROUP-TOTAL-LINE.
           05 FILLER PIC X(21) VALUE "  STUDENTS IN GROUP: ".
           05 GT-GROUP-COUNT PIC ZZZ,ZZ9.
       01 SUMMARY-LINE.
           05 SL-LABEL PIC X(24).
           05 SL-COUNT PIC ZZZ,ZZ9.
       01 BLANK-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
      * LETTER LINES - THE ADDRESS BLOCK SITS WHERE ScheduleStatement
      * PUTS IT, FOR THE SAME WINDOW ENVELOPES.
       01 LETTER-HEADING-LINE.
           05 FILLER PIC X(35)
               VALUE "OFFICE OF ACADEMIC AFFAIRS".
           05 FILLER PIC X(33)
               VALUE "ACADEMIC STANDING NOTICE - TERM ".
           05 LH-TERM PIC X(06).
       01 NAME-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 NL-FIRST-NAME PIC X(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 NL-LAST-NAME PIC X(10).
       01 STREET-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 SL-ADDRESS-NUMBER PIC 9(05).
           05 FILLER PIC X(01) VALUE SPACES.
           05 SL-ADDRESS-NAME PIC X(10).
       01 CITY-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 CL-CITY PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 CL-COUNTRY PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 CL-POSTAL-CODE PIC X(06).
       01 LETTER-STUDENT-LINE.
           05 FILLER PIC X(16) VALUE "STUDENT NUMBER: ".
           05 LS-STUDENT-NUMBER PIC 9(8).
           05 FILLER PIC X(14) VALUE "    RUN DATE: ".
           05 LS-RUN-DATE PIC 9(08).
       01 LETTER-REVIEW-LINE.
           05 FILLER PIC X(30)
               VALUE "YOUR ACADEMIC RECORD FOR TERM ".
           05 LR-TERM PIC X(06).
           05 FILLER PIC X(20) VALUE " HAS BEEN REVIEWED.".
       01 LETTER-GPA-LINE.
           05 FILLER PIC X(10) VALUE "TERM GPA: ".
           05 LG-TERM-GPA PIC 9.99.
           05 FILLER PIC X(20) VALUE "    CUMULATIVE GPA: ".
           05 LG-CUM-GPA PIC 9.99.
       01 LETTER-STANDING-LINE.
           05 FILLER PIC X(31)
               VALUE "YOUR ACADEMIC STANDING IS NOW: ".
           05 LT-OUTCOME-TEXT PIC X(20).
       01 PROBATION-TEXT-1 PIC X(60) VALUE
           "YOUR TERM AND CUMULATIVE GPA MUST MEET THE PROBATION".
       01 PROBATION-TEXT-2 PIC X(60) VALUE
           "THRESHOLDS NEXT TERM OR YOU MAY BE SUSPENDED.".
       01 SUSPENSION-TEXT-1 PIC X(60) VALUE
           "YOU MAY NOT ENROLL FOR THE FOLLOWING TERM WITHOUT THE".
       01 SUSPENSION-TEXT-2 PIC X(60) VALUE
           "WRITTEN APPROVAL OF THE OFFICE OF ACADEMIC AFFAIRS.".
       01 CLOSING-TEXT PIC X(60) VALUE
           "PLEASE CONTACT OUR OFFICE WITH ANY QUESTIONS.".
       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
            EVALUATE TRUE
                WHEN WS-STANDING-TERM = SPACES
                    DISPLAY "ACADEMICSTANDING - TERM CODE MUST NOT "
                        "BE BLANK."
                    MOVE 8 TO RETURN-CODE
                WHEN NOT GRADE-FILE-OK
                    DISPLAY "ACADEMICSTANDING - CANNOT OPEN GRADE "
                        "FILE, STATUS = " GRADE-FILE-STATUS
                    MOVE 8 TO RETURN-CODE
                WHEN NOT COURSE-CATALOG-AVAILABLE
                    DISPLAY "ACADEMICSTANDING - CANNOT OPEN COURSE "
                        "CATALOG, STATUS = " COURSE-CATALOG-STATUS
                    MOVE 8 TO RETURN-CODE
                WHEN NOT STUDENT-FILE-OK
                    DISPLAY "ACADEMICSTANDING - CANNOT OPEN "
                        "STUDENT-FILE, STATUS = " STUDENT-FILE-STATUS
                    MOVE 8 TO RETURN-CODE
                WHEN NOT STANDING-HISTORY-AVAILABLE
                    DISPLAY "ACADEMICSTANDING - CANNOT OPEN STANDING "
                        "HISTORY, STATUS = " STANDING-HISTORY-STATUS
                    MOVE 8 TO RETURN-CODE
                WHEN NOT THRESHOLDS-LOADED
                    DISPLAY "ACADEMICSTANDING - STANDING THRESHOLDS "
                        "NOT ON FILE, RUN StandingLoad."
                    MOVE 8 TO RETURN-CODE
                WHEN OTHER
                    SORT SORT-WORK
                        ON ASCENDING KEY SORT-STANDING-SEQ SORT-NUMBER
                        INPUT PROCEDURE IS 2000-ASSESS-STUDENTS THRU
                            2000-ASSESS-STUDENTS-EXIT
                        OUTPUT PROCEDURE IS 5000-PRINT-STANDING THRU
                            5000-PRINT-STANDING-EXIT
            END-EVALUATE.
            PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
            DISPLAY "ACADEMIC STANDING - GRADES READ      : "
                WS-GRADE-COUNT.
            DISPLAY "ACADEMIC STANDING - STUDENTS ASSESSED: "
                WS-ASSESSED-COUNT.
            DISPLAY "ACADEMIC STANDING - HISTORY WRITTEN  : "
                WS-HISTORY-WRITTEN-COUNT.
            DISPLAY "ACADEMIC STANDING - HISTORY REPLACED : "
                WS-HISTORY-REPLACED-COUNT.
            DISPLAY "ACADEMIC STANDING - LETTERS PRINTED  : "
                WS-LETTER-COUNT.
            STOP RUN.

      ******************************************************************
      * INITIALIZATION. THE STANDING HISTORY IS ONLY CREATED WHEN IT
      * DOES NOT EXIST (STATUS 35), THE WAY CourseMaint CREATES THE
      * CATALOG. THE ADDRESS FILE MAY LEGITIMATELY NOT EXIST YET -
      * LETTERS GO TO THE MASTER ADDRESS, MIRRORING
      * ScheduleStatement.
      ******************************************************************
       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            DISPLAY "ENTER TERM CODE FOR ACADEMIC STANDING: ".
            ACCEPT WS-STANDING-TERM.
            INSPECT WS-STANDING-TERM CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            OPEN INPUT GRADE-FILE.
            OPEN INPUT COURSE-CATALOG.
            MOVE COURSE-CATALOG-STATUS TO COURSE-CATALOG-OPEN-STATUS.
            OPEN INPUT STUDENT-FILE.
            OPEN I-O STANDING-HISTORY.
            IF STANDING-HISTORY-NOT-PRESENT
                OPEN OUTPUT STANDING-HISTORY
                CLOSE STANDING-HISTORY
                OPEN I-O STANDING-HISTORY
            END-IF.
            MOVE STANDING-HISTORY-STATUS TO
                STANDING-HISTORY-OPEN-STATUS.
            OPEN INPUT ADDRESS-FILE.
            MOVE ADDRESS-FILE-STATUS TO ADDRESS-OPEN-STATUS.
            IF NOT ADDRESS-FILE-AVAILABLE
                DISPLAY "ACADEMICSTANDING - ADDRESS FILE NOT "
                    "AVAILABLE, MASTER ADDRESSES USED."
            END-IF.
            OPEN OUTPUT STANDING-REPORT.
            OPEN OUTPUT LETTER-FILE.
            PERFORM 1100-LOAD-THRESHOLDS THRU
                1100-LOAD-THRESHOLDS-EXIT.
       1000-INITIALIZE-EXIT.
            EXIT.

      * ALL THREE THRESHOLD ROWS MUST BE ON FILE - ASSESSING AGAINST
      * A MISSING THRESHOLD WOULD PUT EVERY STUDENT ON THE WRONG
      * LIST.
       1100-LOAD-THRESHOLDS.
            MOVE ZERO TO WS-THRESHOLD-COUNT.
            OPEN INPUT STANDING-REFERENCE.
            IF STANDING-REFERENCE-OK
                MOVE "D" TO SR-STANDING-CODE
                READ STANDING-REFERENCE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE STANDING-REFERENCE-RECORD TO
                            WS-DEAN-THRESHOLD
                        ADD 1 TO WS-THRESHOLD-COUNT
                END-READ
                MOVE "P" TO SR-STANDING-CODE
                READ STANDING-REFERENCE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE STANDING-REFERENCE-RECORD TO
                            WS-PROBATION-THRESHOLD
                        ADD 1 TO WS-THRESHOLD-COUNT
                END-READ
                MOVE "S" TO SR-STANDING-CODE
                READ STANDING-REFERENCE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE STANDING-REFERENCE-RECORD TO
                            WS-SUSPENSION-THRESHOLD
                        ADD 1 TO WS-THRESHOLD-COUNT
                END-READ
                CLOSE STANDING-REFERENCE
            END-IF.
            IF WS-THRESHOLD-COUNT = 3
                SET THRESHOLDS-LOADED TO TRUE
            END-IF.
       1100-LOAD-THRESHOLDS-EXIT.
            EXIT.

      ******************************************************************
      * SORT INPUT PROCEDURE - ONE PASS OF ../GRADES IN KEY ORDER.
      * EACH STUDENT'S ROWS ARE TOTALLED THROUGH THE KEYED TERM;
      * A STUDENT WITH NO GRADE IN THE KEYED TERM IS NOT ASSESSED.
      ******************************************************************
       2000-ASSESS-STUDENTS.
            PERFORM 2100-READ-GRADE THRU 2100-READ-GRADE-EXIT.
            PERFORM 2200-ASSESS-ONE-STUDENT THRU
                2200-ASSESS-ONE-STUDENT-EXIT
                UNTIL GRADE-AT-EOF.
       2000-ASSESS-STUDENTS-EXIT.
            EXIT.

       2100-READ-GRADE.
            READ GRADE-FILE NEXT RECORD
                AT END SET GRADE-AT-EOF TO TRUE
            END-READ.
       2100-READ-GRADE-EXIT.
            EXIT.

       2200-ASSESS-ONE-STUDENT.
            MOVE GR-STUDENT-NUMBER TO WS-CURRENT-NUMBER.
            MOVE ZERO TO WS-TERM-ATTEMPTED WS-TERM-EARNED
                WS-TERM-POINTS WS-CUM-ATTEMPTED WS-CUM-EARNED
                WS-CUM-POINTS.
            MOVE "N" TO GRADED-IN-TERM-SWITCH.
            PERFORM 2300-ACCUMULATE-GRADE THRU
                2300-ACCUMULATE-GRADE-EXIT
                UNTIL GRADE-AT-EOF
                    OR GR-STUDENT-NUMBER NOT = WS-CURRENT-NUMBER.
            IF GRADED-IN-TERM
                ADD 1 TO WS-ASSESSED-COUNT
                PERFORM 3000-DETERMINE-STANDING THRU
                    3000-DETERMINE-STANDING-EXIT
                PERFORM 3500-WRITE-HISTORY THRU
                    3500-WRITE-HISTORY-EXIT
                PERFORM 3600-RELEASE-STANDING THRU
                    3600-RELEASE-STANDING-EXIT
            END-IF.
       2200-ASSESS-ONE-STUDENT-EXIT.
            EXIT.

       2300-ACCUMULATE-GRADE.
            ADD 1 TO WS-GRADE-COUNT.
            IF GR-TERM-CODE NOT > WS-STANDING-TERM
                PERFORM 2400-LOOK-UP-CREDITS THRU
                    2400-LOOK-UP-CREDITS-EXIT
                PERFORM 2500-APPLY-GRADE-POINTS THRU
                    2500-APPLY-GRADE-POINTS-EXIT
            END-IF.
            PERFORM 2100-READ-GRADE THRU 2100-READ-GRADE-EXIT.
       2300-ACCUMULATE-GRADE-EXIT.
            EXIT.

      * A COURSE NO LONGER ON THE CATALOG CARRIES NO CREDITS, THE
      * SAME RULE TranscriptPrint APPLIES.
       2400-LOOK-UP-CREDITS.
            MOVE ZERO TO WS-COURSE-CREDITS.
            MOVE GR-COURSE-CODE TO CC-COURSE-CODE.
            MOVE GR-TERM-CODE TO CC-TERM-CODE.
            READ COURSE-CATALOG
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE CC-CREDIT-HOURS TO WS-COURSE-CREDITS
            END-READ.
       2400-LOOK-UP-CREDITS-EXIT.
            EXIT.

      * A GRADE NOT ON THE SCALE ADDS NOTHING; I AND W ADD NOTHING
      * BUT STILL MARK THE STUDENT AS GRADED IN THE TERM.
       2500-APPLY-GRADE-POINTS.
            MOVE ZERO TO WS-ATTEMPTED-CREDITS WS-EARNED-CREDITS
                WS-QUALITY-POINTS.
            SET GP-INDEX TO 1.
            SEARCH GP-ENTRY
                AT END
                    CONTINUE
                WHEN GP-GRADE (GP-INDEX) = GR-GRADE
                    IF GP-COUNTS-ATTEMPTED (GP-INDEX)
                        MOVE WS-COURSE-CREDITS TO WS-ATTEMPTED-CREDITS
                        COMPUTE WS-QUALITY-POINTS =
                            GP-POINTS (GP-INDEX) * WS-COURSE-CREDITS
                    END-IF
                    IF GP-COUNTS-EARNED (GP-INDEX)
                        MOVE WS-COURSE-CREDITS TO WS-EARNED-CREDITS
                    END-IF
            END-SEARCH.
            ADD WS-ATTEMPTED-CREDITS TO WS-CUM-ATTEMPTED.
            ADD WS-EARNED-CREDITS TO WS-CUM-EARNED.
            ADD WS-QUALITY-POINTS TO WS-CUM-POINTS.
            IF GR-TERM-CODE = WS-STANDING-TERM
                SET GRADED-IN-TERM TO TRUE
                ADD WS-ATTEMPTED-CREDITS TO WS-TERM-ATTEMPTED
                ADD WS-EARNED-CREDITS TO WS-TERM-EARNED
                ADD WS-QUALITY-POINTS TO WS-TERM-POINTS
            END-IF.
       2500-APPLY-GRADE-POINTS-EXIT.
            EXIT.

      ******************************************************************
      * STANDING - SUSPENSION IS TESTED FIRST, THEN PROBATION, THEN
      * THE DEAN'S LIST; ANYONE ELSE IS IN GOOD STANDING. THE TERM
      * GPA TESTS ONLY APPLY WHEN THE STUDENT ATTEMPTED AT LEAST THE
      * THRESHOLD ROW'S MINIMUM CREDITS IN THE TERM (AND ALWAYS AT
      * LEAST SOME) - A TERM OF NOTHING BUT I AND W GRADES NEITHER
      * EARNS THE DEAN'S LIST NOR TRIPS PROBATION ON ITS OWN.
      ******************************************************************
       3000-DETERMINE-STANDING.
            MOVE ZERO TO WS-TERM-GPA WS-CUM-GPA.
            IF WS-TERM-ATTEMPTED > ZERO
                COMPUTE WS-TERM-GPA ROUNDED =
                    WS-TERM-POINTS / WS-TERM-ATTEMPTED
            END-IF.
            IF WS-CUM-ATTEMPTED > ZERO
                COMPUTE WS-CUM-GPA ROUNDED =
                    WS-CUM-POINTS / WS-CUM-ATTEMPTED
            END-IF.
            PERFORM 3100-FIND-PRIOR-STANDING THRU
                3100-FIND-PRIOR-STANDING-EXIT.
            MOVE "N" TO PROBATION-MET-SWITCH SUSPENSION-MET-SWITCH.
            IF (WS-TERM-ATTEMPTED > ZERO
                    AND WS-TERM-ATTEMPTED NOT < PB-MIN-CREDITS
                    AND WS-TERM-GPA < PB-TERM-GPA)
                OR (WS-CUM-ATTEMPTED > ZERO
                    AND WS-CUM-GPA < PB-CUM-GPA)
                SET PROBATION-MET TO TRUE
            END-IF.
            IF WS-TERM-ATTEMPTED > ZERO
                    AND WS-TERM-ATTEMPTED NOT < SU-MIN-CREDITS
                    AND WS-TERM-GPA < SU-TERM-GPA
                    AND WS-CUM-GPA < SU-CUM-GPA
                SET SUSPENSION-MET TO TRUE
            END-IF.
            IF PROBATION-MET AND WS-PRIOR-ON-PROBATION
                SET SUSPENSION-MET TO TRUE
            END-IF.
            EVALUATE TRUE
                WHEN SUSPENSION-MET
                    MOVE "S" TO WS-STANDING-CODE
                    MOVE 1 TO WS-STANDING-SEQ
                WHEN PROBATION-MET
                    MOVE "P" TO WS-STANDING-CODE
                    MOVE 2 TO WS-STANDING-SEQ
                WHEN WS-TERM-ATTEMPTED > ZERO
                        AND WS-TERM-ATTEMPTED NOT < DN-MIN-CREDITS
                        AND WS-TERM-GPA NOT < DN-TERM-GPA
                        AND WS-CUM-GPA NOT < DN-CUM-GPA
                    MOVE "D" TO WS-STANDING-CODE
                    MOVE 3 TO WS-STANDING-SEQ
                WHEN OTHER
                    MOVE "G" TO WS-STANDING-CODE
                    MOVE 4 TO WS-STANDING-SEQ
            END-EVALUATE.
       3000-DETERMINE-STANDING-EXIT.
            EXIT.

      * PRIOR STANDING - THE STUDENT'S HISTORY ROWS COME BACK IN TERM
      * ORDER AND THE LAST ONE BEFORE THE KEYED TERM WINS, THE SAME
      * WALK 4200-FIND-MAILING-ADDRESS DOES OVER ../STUDADDR.
       3100-FIND-PRIOR-STANDING.
            MOVE SPACE TO WS-PRIOR-STANDING.
            MOVE "N" TO HISTORY-SCAN-EOF-SWITCH.
            MOVE WS-CURRENT-NUMBER TO SH-STUDENT-NUMBER.
            MOVE LOW-VALUES TO SH-TERM-CODE.
            START STANDING-HISTORY KEY >= SH-KEY
                INVALID KEY SET HISTORY-SCAN-AT-EOF TO TRUE
            END-START.
            PERFORM 3110-SCAN-ONE-HISTORY THRU
                3110-SCAN-ONE-HISTORY-EXIT
                UNTIL HISTORY-SCAN-AT-EOF.
       3100-FIND-PRIOR-STANDING-EXIT.
            EXIT.

       3110-SCAN-ONE-HISTORY.
            READ STANDING-HISTORY NEXT RECORD
                AT END SET HISTORY-SCAN-AT-EOF TO TRUE
            END-READ.
            IF NOT HISTORY-SCAN-AT-EOF
                IF SH-STUDENT-NUMBER NOT = WS-CURRENT-NUMBER
                        OR SH-TERM-CODE NOT < WS-STANDING-TERM
                    SET HISTORY-SCAN-AT-EOF TO TRUE
                ELSE
                    MOVE SH-STANDING-CODE TO WS-PRIOR-STANDING
                END-IF
            END-IF.
       3110-SCAN-ONE-HISTORY-EXIT.
            EXIT.

      * A RERUN FOR THE SAME TERM FINDS THE KEY ALREADY ON FILE AND
      * REPLACES THE RECORD, THE WAY GradePost REGRADES.
       3500-WRITE-HISTORY.
            MOVE WS-CURRENT-NUMBER TO SH-STUDENT-NUMBER.
            MOVE WS-STANDING-TERM TO SH-TERM-CODE.
            MOVE WS-STANDING-CODE TO SH-STANDING-CODE.
            MOVE WS-TERM-ATTEMPTED TO SH-TERM-ATTEMPTED.
            MOVE WS-TERM-EARNED TO SH-TERM-EARNED.
            MOVE WS-TERM-GPA TO SH-TERM-GPA.
            MOVE WS-CUM-ATTEMPTED TO SH-CUM-ATTEMPTED.
            MOVE WS-CUM-EARNED TO SH-CUM-EARNED.
            MOVE WS-CUM-GPA TO SH-CUM-GPA.
            MOVE WS-RUN-DATE TO SH-DATE-DETERMINED.
            WRITE STANDING-HISTORY-RECORD
                INVALID KEY
                    REWRITE STANDING-HISTORY-RECORD
                        INVALID KEY
                            ADD 1 TO WS-HISTORY-ERROR-COUNT
                            DISPLAY "ACADEMICSTANDING - HISTORY "
                                "REWRITE FAILED FOR "
                                WS-CURRENT-NUMBER
                        NOT INVALID KEY
                            ADD 1 TO WS-HISTORY-REPLACED-COUNT
                    END-REWRITE
                NOT INVALID KEY
                    ADD 1 TO WS-HISTORY-WRITTEN-COUNT
            END-WRITE.
       3500-WRITE-HISTORY-EXIT.
            EXIT.

       3600-RELEASE-STANDING.
            MOVE WS-STANDING-SEQ TO SORT-STANDING-SEQ.
            MOVE WS-CURRENT-NUMBER TO SORT-NUMBER.
            MOVE WS-STANDING-CODE TO SORT-STANDING-CODE.
            MOVE WS-TERM-ATTEMPTED TO SORT-TERM-ATTEMPTED.
            MOVE WS-TERM-GPA TO SORT-TERM-GPA.
            MOVE WS-CUM-ATTEMPTED TO SORT-CUM-ATTEMPTED.
            MOVE WS-CUM-GPA TO SORT-CUM-GPA.
            RELEASE SORT-RECORD.
       3600-RELEASE-STANDING-EXIT.
            EXIT.

      ******************************************************************
      * SORT OUTPUT PROCEDURE - THE REPORT GROUPED BY OUTCOME
      * (SUSPENSION, PROBATION, DEAN'S LIST, GOOD STANDING), WITH A
      * LETTER FOR EVERY STUDENT ON PROBATION OR SUSPENDED.
      ******************************************************************
       5000-PRINT-STANDING.
            MOVE WS-STANDING-TERM TO HL-TERM.
            MOVE WS-RUN-DATE TO HL-RUN-DATE.
            WRITE REPORT-LINE FROM HEADING-LINE-1.
            WRITE REPORT-LINE FROM BLANK-LINE.
            WRITE REPORT-LINE FROM HEADING-LINE-2.
            PERFORM 5100-RETURN-SORTED THRU 5100-RETURN-SORTED-EXIT.
            PERFORM 5200-PROCESS-STANDING THRU
                5200-PROCESS-STANDING-EXIT
                UNTIL SORT-AT-EOF.
            IF NOT IS-FIRST-RECORD
                PERFORM 5400-PRINT-GROUP-TOTAL THRU
                    5400-PRINT-GROUP-TOTAL-EXIT
            END-IF.
            PERFORM 5500-PRINT-SUMMARY THRU 5500-PRINT-SUMMARY-EXIT.
       5000-PRINT-STANDING-EXIT.
            EXIT.

       5100-RETURN-SORTED.
            RETURN SORT-WORK
                AT END SET SORT-AT-EOF TO TRUE
            END-RETURN.
       5100-RETURN-SORTED-EXIT.
            EXIT.

       5200-PROCESS-STANDING.
            IF IS-FIRST-RECORD
                PERFORM 5300-GROUP-HEADING THRU
                    5300-GROUP-HEADING-EXIT
                MOVE "N" TO FIRST-RECORD-SWITCH
            ELSE
                IF SORT-STANDING-CODE NOT = WS-PRIOR-GROUP
                    PERFORM 5400-PRINT-GROUP-TOTAL THRU
                        5400-PRINT-GROUP-TOTAL-EXIT
                    PERFORM 5300-GROUP-HEADING THRU
                        5300-GROUP-HEADING-EXIT
                END-IF
            END-IF.
            PERFORM 5600-LOOK-UP-STUDENT THRU
                5600-LOOK-UP-STUDENT-EXIT.
            PERFORM 5700-PRINT-DETAIL THRU 5700-PRINT-DETAIL-EXIT.
            IF SORT-NEEDS-LETTER
                PERFORM 6000-PRINT-LETTER THRU 6000-PRINT-LETTER-EXIT
            END-IF.
            PERFORM 5100-RETURN-SORTED THRU 5100-RETURN-SORTED-EXIT.
       5200-PROCESS-STANDING-EXIT.
            EXIT.

       5300-GROUP-HEADING.
            MOVE SORT-STANDING-CODE TO WS-PRIOR-GROUP.
            MOVE ZERO TO WS-GROUP-COUNT.
            PERFORM 5310-SET-OUTCOME-TEXT THRU
                5310-SET-OUTCOME-TEXT-EXIT.
            MOVE WS-OUTCOME-TEXT TO GH-OUTCOME-TEXT.
            WRITE REPORT-LINE FROM BLANK-LINE.
            WRITE REPORT-LINE FROM GROUP-HEADING-LINE.
       5300-GROUP-HEADING-EXIT.
            EXIT.

      * THE OUTCOME IS SPELLED OUT WITH THE THRESHOLD ROW'S OWN
      * DESCRIPTION, SO ACADEMIC AFFAIRS OWNS THE WORDING.
       5310-SET-OUTCOME-TEXT.
            EVALUATE SORT-STANDING-CODE
                WHEN "S"
                    MOVE SU-DESCRIPTION TO WS-OUTCOME-TEXT
                WHEN "P"
                    MOVE PB-DESCRIPTION TO WS-OUTCOME-TEXT
                WHEN "D"
                    MOVE DN-DESCRIPTION TO WS-OUTCOME-TEXT
                WHEN OTHER
                    MOVE "GOOD STANDING" TO WS-OUTCOME-TEXT
            END-EVALUATE.
       5310-SET-OUTCOME-TEXT-EXIT.
            EXIT.

       5400-PRINT-GROUP-TOTAL.
            MOVE WS-GROUP-COUNT TO GT-GROUP-COUNT.
            WRITE REPORT-LINE FROM GROUP-TOTAL-LINE.
       5400-PRINT-GROUP-TOTAL-EXIT.
            EXIT.

       5500-PRINT-SUMMARY.
            WRITE REPORT-LINE FROM BLANK-LINE.
            MOVE "STUDENTS ASSESSED     : " TO SL-LABEL.
            MOVE WS-ASSESSED-COUNT TO SL-COUNT.
            WRITE REPORT-LINE FROM SUMMARY-LINE.
            MOVE "  SUSPENSION          : " TO SL-LABEL.
            MOVE WS-SUSPENSION-COUNT TO SL-COUNT.
            WRITE REPORT-LINE FROM SUMMARY-LINE.
            MOVE "  PROBATION           : " TO SL-LABEL.
            MOVE WS-PROBATION-COUNT TO SL-COUNT.
            WRITE REPORT-LINE FROM SUMMARY-LINE.
            MOVE "  DEAN'S LIST         : " TO SL-LABEL.
            MOVE WS-DEANS-COUNT TO SL-COUNT.
            WRITE REPORT-LINE FROM SUMMARY-LINE.
            MOVE "  GOOD STANDING       : " TO SL-LABEL.
            MOVE WS-GOOD-COUNT TO SL-COUNT.
            WRITE REPORT-LINE FROM SUMMARY-LINE.
            MOVE "LETTERS PRINTED       : " TO SL-LABEL.
            MOVE WS-LETTER-COUNT TO SL-COUNT.
            WRITE REPORT-LINE FROM SUMMARY-LINE.
            MOVE "LETTERS NOT ADDRESSED : " TO SL-LABEL.
            MOVE WS-UNMAILED-COUNT TO SL-COUNT.
            WRITE REPORT-LINE FROM SUMMARY-LINE.
            MOVE "HISTORY ERRORS        : " TO SL-LABEL.
            MOVE WS-HISTORY-ERROR-COUNT TO SL-COUNT.
            WRITE REPORT-LINE FROM SUMMARY-LINE.
       5500-PRINT-SUMMARY-EXIT.
            EXIT.

      * A STUDENT NO LONGER ON THE MASTER IS FLAGGED IN THE NAME
      * COLUMNS RATHER THAN OMITTED, AS ScheduleStatement DOES.
       5600-LOOK-UP-STUDENT.
            MOVE SORT-NUMBER TO STUDENT-NUMBER.
            READ STUDENT-FILE
                INVALID KEY
                    MOVE "N" TO STUDENT-FOUND-SWITCH
                    MOVE "*NOT ON*" TO NL-FIRST-NAME
                    MOVE "*MASTER*" TO NL-LAST-NAME
                NOT INVALID KEY
                    SET STUDENT-FOUND TO TRUE
                    MOVE FIRST-NAME TO NL-FIRST-NAME
                    MOVE LAST-NAME TO NL-LAST-NAME
            END-READ.
       5600-LOOK-UP-STUDENT-EXIT.
            EXIT.

       5700-PRINT-DETAIL.
            ADD 1 TO WS-GROUP-COUNT.
            EVALUATE SORT-STANDING-CODE
                WHEN "S"
                    ADD 1 TO WS-SUSPENSION-COUNT
                WHEN "P"
                    ADD 1 TO WS-PROBATION-COUNT
                WHEN "D"
                    ADD 1 TO WS-DEANS-COUNT
                WHEN OTHER
                    ADD 1 TO WS-GOOD-COUNT
            END-EVALUATE.
            MOVE SORT-NUMBER TO DL-STUDENT-NUMBER.
            MOVE NL-FIRST-NAME TO DL-FIRST-NAME.
            MOVE NL-LAST-NAME TO DL-LAST-NAME.
            MOVE SORT-TERM-ATTEMPTED TO DL-TERM-ATTEMPTED.
            MOVE SORT-TERM-GPA TO DL-TERM-GPA.
            MOVE SORT-CUM-ATTEMPTED TO DL-CUM-ATTEMPTED.
            MOVE SORT-CUM-GPA TO DL-CUM-GPA.
            WRITE REPORT-LINE FROM DETAIL-LINE.
       5700-PRINT-DETAIL-EXIT.
            EXIT.

      ******************************************************************
      * STANDING LETTER - ONE PAGE PER STUDENT ON PROBATION OR
      * SUSPENDED. A STUDENT NO LONGER ON THE MASTER HAS NO ADDRESS
      * TO MAIL TO; THE REPORT LINE STANDS AND THE LETTER IS COUNTED
      * AS NOT ADDRESSED.
      ******************************************************************
       6000-PRINT-LETTER.
            IF NOT STUDENT-FOUND
                ADD 1 TO WS-UNMAILED-COUNT
            ELSE
                ADD 1 TO WS-LETTER-COUNT
                IF WS-LETTER-COUNT > 1
                    WRITE LETTER-LINE FROM SPACES
                        BEFORE ADVANCING PAGE
                END-IF
                PERFORM 6100-SET-MAILING-BLOCK THRU
                    6100-SET-MAILING-BLOCK-EXIT
                MOVE WS-STANDING-TERM TO LH-TERM LR-TERM
                WRITE LETTER-LINE FROM LETTER-HEADING-LINE
                WRITE LETTER-LINE FROM BLANK-LINE
                WRITE LETTER-LINE FROM NAME-LINE
                WRITE LETTER-LINE FROM STREET-LINE
                WRITE LETTER-LINE FROM CITY-LINE
                WRITE LETTER-LINE FROM BLANK-LINE
                MOVE SORT-NUMBER TO LS-STUDENT-NUMBER
                MOVE WS-RUN-DATE TO LS-RUN-DATE
                WRITE LETTER-LINE FROM LETTER-STUDENT-LINE
                WRITE LETTER-LINE FROM BLANK-LINE
                WRITE LETTER-LINE FROM LETTER-REVIEW-LINE
                MOVE SORT-TERM-GPA TO LG-TERM-GPA
                MOVE SORT-CUM-GPA TO LG-CUM-GPA
                WRITE LETTER-LINE FROM LETTER-GPA-LINE
                PERFORM 5310-SET-OUTCOME-TEXT THRU
                    5310-SET-OUTCOME-TEXT-EXIT
                MOVE WS-OUTCOME-TEXT TO LT-OUTCOME-TEXT
                WRITE LETTER-LINE FROM LETTER-STANDING-LINE
                WRITE LETTER-LINE FROM BLANK-LINE
                IF SORT-STANDING-CODE = "S"
                    WRITE LETTER-LINE FROM SUSPENSION-TEXT-1
                    WRITE LETTER-LINE FROM SUSPENSION-TEXT-2
                ELSE
                    WRITE LETTER-LINE FROM PROBATION-TEXT-1
                    WRITE LETTER-LINE FROM PROBATION-TEXT-2
                END-IF
                WRITE LETTER-LINE FROM BLANK-LINE
                WRITE LETTER-LINE FROM CLOSING-TEXT
            END-IF.
       6000-PRINT-LETTER-EXIT.
            EXIT.

       6100-SET-MAILING-BLOCK.
            PERFORM 6200-FIND-MAILING-ADDRESS THRU
                6200-FIND-MAILING-ADDRESS-EXIT.
            IF MAILING-FOUND
                MOVE WS-MAIL-ADDRESS-NUMBER TO SL-ADDRESS-NUMBER
                MOVE WS-MAIL-ADDRESS-NAME TO SL-ADDRESS-NAME
                MOVE WS-MAIL-CITY TO CL-CITY
                MOVE WS-MAIL-COUNTRY TO CL-COUNTRY
                MOVE WS-MAIL-POSTAL-CODE TO CL-POSTAL-CODE
            ELSE
                MOVE ADDRESS-NUMBER TO SL-ADDRESS-NUMBER
                MOVE ADDRESS-NAME TO SL-ADDRESS-NAME
                MOVE STUDENT-CITY TO CL-CITY
                MOVE STUDENT-COUNTRY TO CL-COUNTRY
                MOVE ADDRESS-POSTAL-CODE TO CL-POSTAL-CODE
            END-IF.
       6100-SET-MAILING-BLOCK-EXIT.
            EXIT.

      ******************************************************************
      * CURRENTLY-EFFECTIVE MAILING ADDRESS - THE SAME WALK
      * ScheduleStatement AND ExtractFeed DO: THE STUDENT'S "M" ROWS
      * COME BACK IN EFFECTIVE-DATE ORDER AND THE LAST ONE DATED ON
      * OR BEFORE THE RUN DATE WINS.
      ******************************************************************
       6200-FIND-MAILING-ADDRESS.
            MOVE "N" TO MAILING-FOUND-SWITCH.
            IF ADDRESS-FILE-AVAILABLE
                MOVE "N" TO ADDR-SCAN-EOF-SWITCH
                MOVE STUDENT-NUMBER TO SA-STUDENT-NUMBER
                MOVE "M" TO SA-ADDRESS-TYPE
                MOVE ZERO TO SA-EFFECTIVE-DATE
                START ADDRESS-FILE KEY >= SA-KEY
                    INVALID KEY SET ADDR-SCAN-AT-EOF TO TRUE
                END-START
                PERFORM 6210-SCAN-ONE-ADDRESS THRU
                    6210-SCAN-ONE-ADDRESS-EXIT
                    UNTIL ADDR-SCAN-AT-EOF
            END-IF.
       6200-FIND-MAILING-ADDRESS-EXIT.
            EXIT.

       6210-SCAN-ONE-ADDRESS.
            READ ADDRESS-FILE NEXT RECORD
                AT END SET ADDR-SCAN-AT-EOF TO TRUE
            END-READ.
            IF NOT ADDR-SCAN-AT-EOF
                EVALUATE TRUE
                    WHEN SA-STUDENT-NUMBER NOT = STUDENT-NUMBER
                        SET ADDR-SCAN-AT-EOF TO TRUE
                    WHEN NOT SA-TYPE-MAILING
                        SET ADDR-SCAN-AT-EOF TO TRUE
                    WHEN SA-EFFECTIVE-DATE > WS-RUN-DATE
                        SET ADDR-SCAN-AT-EOF TO TRUE
                    WHEN OTHER
                        SET MAILING-FOUND TO TRUE
                        MOVE SA-ADDRESS-NUMBER TO
                            WS-MAIL-ADDRESS-NUMBER
                        MOVE SA-ADDRESS-NAME TO WS-MAIL-ADDRESS-NAME
                        MOVE SA-ADDRESS-POSTAL-CODE TO
                            WS-MAIL-POSTAL-CODE
                        MOVE SA-CITY TO WS-MAIL-CITY
                        MOVE SA-COUNTRY TO WS-MAIL-COUNTRY
                END-EVALUATE
            END-IF.
       6210-SCAN-ONE-ADDRESS-EXIT.
            EXIT.

      ******************************************************************
      * TERMINATION
      ******************************************************************
       9000-TERMINATE.
            IF GRADE-FILE-OK OR GRADE-AT-EOF
                CLOSE GRADE-FILE
            END-IF.
            IF COURSE-CATALOG-AVAILABLE
                CLOSE COURSE-CATALOG
            END-IF.
            IF STUDENT-FILE-OK OR STUDENT-FILE-EOF
                    OR STUDENT-FILE-NOT-FOUND
                CLOSE STUDENT-FILE
            END-IF.
            IF STANDING-HISTORY-AVAILABLE
                CLOSE STANDING-HISTORY
            END-IF.
            IF ADDRESS-FILE-AVAILABLE
                CLOSE ADDRESS-FILE
            END-IF.
            CLOSE STANDING-REPORT.
            CLOSE LETTER-FILE.
       9000-TERMINATE-EXIT.
            EXIT.
       END PROGRAM AcademicStanding.
