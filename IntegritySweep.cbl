      ******************************************************************
      * Author: JESSE PROULX
      * Date: 10-15-2026
      * Purpose: NIGHTLY CROSS-FILE REFERENTIAL INTEGRITY SWEEP. WHERE
      *          OrphanScan PROVES ONLY ../ENROLL AGAINST THE MASTER,
      *          THIS SWEEP PROVES EVERY RELATIONSHIP BETWEEN THE
      *          STUDENT MASTER (../STUDENT), THE LIVE AND ARCHIVED
      *          ENROLLMENTS (../ENROLL AND THE GENERATIONS NAMED IN
      *          ../ENROLLD), THE GRADES (../GRADES), THE ADDRESS
      *          HISTORY (../STUDADDR), THE ENROLLMENT ACTIVITY FEED
      *          (../ENRACT), THE FEE SCHEDULE (../FEESCHED) AND THE
      *          COURSE CATALOG (../COURSECAT):
      *            01 ENROLLMENT FOR A STUDENT NOT ON THE MASTER
      *            02 LIVE ENROLLMENT FOR A SECTION NOT ON THE CATALOG
      *            03 GRADE FOR A STUDENT NOT ON THE MASTER
      *            04 GRADE WITH NO ENROLLMENT, LIVE OR ARCHIVED
      *            05 GRADE WHOSE ENROLLMENT IS NOT COMPLETED
      *            06 ADDRESS HISTORY FOR A STUDENT NOT ON THE MASTER
      *               (E.G. MERGED AWAY BY StudentMerge)
      *            07 FEE ROW FOR A SECTION NOT ON THE CATALOG
      *            08 CATALOG SECTION WITH NO FEE ROW
      *            09 ACTIVITY EVENTS WITH NO ENROLLMENT
      *            10 LAST ACTIVITY EVENT DISAGREEING WITH THE
      *               ENROLLMENT'S CURRENT STATUS
      *          THE MASTER AND ENROLLMENT CHECKS ARE KEYED READS AS
      *          EACH ROW IS SWEPT. THE ENROLLMENT, GRADE AND EVENT
      *          CHECKS NEED ALL THREE FILES TOGETHER, SO THE ROWS
      *          ARE SORTED TOGETHER BY STUDENT/COURSE/TERM AND
      *          PROVED ONE KEY AT A TIME; EVENTS CARRY THEIR FILE
      *          POSITION SO THE LAST ONE WRITTEN IS THE ONE
      *          COMPARED. EVERY BREAK GOES TO A WORK FILE
      *          (../INTEGWRK), WHICH A SECOND SORT ORDERS BY
      *          RELATIONSHIP FOR THE EXCEPTION REPORT (../INTEGRPT),
      *          ENDING WITH A COUNT PER RELATIONSHIP. AN OPTIONAL
      *          FILE NOT ON HAND HAS ITS RELATIONSHIPS SHOWN AS
      *          BYPASSED. THE STEP ENDS WITH RETURN CODE 8 WHEN ANY
      *          BREAK IS FOUND, OR WHEN THE MASTER OR ENROLLMENT
      *          FILE CANNOT BE OPENED, SO THE STREAM STOPS ON IT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegritySweep.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT STUDENT-FILE ASSIGN TO "../STUDENT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STUDENT-NUMBER
                   ALTERNATE RECORD KEY IS LAST-NAME
                       WITH DUPLICATES
                   FILE STATUS IS STUDENT-FILE-STATUS.
               SELECT ENROLLMENT-FILE ASSIGN TO "../ENROLL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ENR-KEY
                   FILE STATUS IS ENROLLMENT-FILE-STATUS.
               SELECT COURSE-CATALOG ASSIGN TO "../COURSECAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CC-KEY
                   FILE STATUS IS COURSE-CATALOG-STATUS.
               SELECT FEE-SCHEDULE ASSIGN TO "../FEESCHED"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FS-KEY
                   FILE STATUS IS FEE-SCHEDULE-STATUS.
               SELECT GRADE-FILE ASSIGN TO "../GRADES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GR-KEY
                   FILE STATUS IS GRADE-FILE-STATUS.
               SELECT ADDRESS-FILE ASSIGN TO "../STUDADDR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SA-KEY
                   FILE STATUS IS ADDRESS-FILE-STATUS.
               SELECT ACTIVITY-FILE ASSIGN TO "../ENRACT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ACTIVITY-FILE-STATUS.
               SELECT DIRECTORY-FILE ASSIGN TO "../ENROLLD"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DIRECTORY-FILE-STATUS.
               SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ARCHIVE-FILE-STATUS.
               SELECT SORT-WORK ASSIGN TO "SORTWK1".
               SELECT EXCEPTION-WORK ASSIGN TO "../INTEGWRK"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS EXCEPTION-WORK-STATUS.
               SELECT INTEGRITY-REPORT ASSIGN TO "../INTEGRPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS INTEGRITY-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
           COPY STUDENT.
       FD ENROLLMENT-FILE.
           COPY ENROLL.
       FD COURSE-CATALOG.
           COPY COURSE.
       FD FEE-SCHEDULE.
           COPY FEESCHED.
       FD GRADE-FILE.
           COPY GRADE.
       FD ADDRESS-FILE.
           COPY STUDADDR.
       FD ACTIVITY-FILE.
           COPY ENRACT.
       FD DIRECTORY-FILE.
           COPY ENRARCH.
       FD ARCHIVE-FILE.
       01 ARCHIVE-ENROLL-RECORD PIC X(37).
      * THE FIRST SORT JOINS ENROLLMENT, GRADE AND EVENT ROWS BY
      * KEY; THE SECOND ORDERS THE BREAKS BY RELATIONSHIP.
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SORT-STUDENT PIC 9(8).
           05 SORT-COURSE PIC X(8).
           05 SORT-TERM PIC X(6).
           05 SORT-REC-TYPE PIC 9(1).
           05 SORT-SEQUENCE PIC 9(8).
           05 SORT-STATUS PIC X(1).
           05 SORT-GRADE PIC X(2).
           05 SORT-DATE PIC 9(8).
       01 SORT-EXCEPTION-RECORD.
           05 SX-TYPE PIC 9(2).
           05 SX-KEY-TEXT PIC X(24).
           05 SX-DETAIL PIC X(40).
       FD EXCEPTION-WORK.
       01 EXCEPTION-WORK-RECORD.
           05 EW-TYPE PIC 9(2).
           05 EW-KEY-TEXT PIC X(24).
           05 EW-DETAIL PIC X(40).
       FD INTEGRITY-REPORT.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY FSTAT.
       01 STUDENT-OPEN-STATUS PIC X(02).
           88 STUDENT-FILE-OPENED VALUE "00".
       01 ENROLLMENT-FILE-STATUS PIC X(02).
       01 ENROLLMENT-OPEN-STATUS PIC X(02).
           88 ENROLLMENT-FILE-OPENED VALUE "00".
       01 COURSE-CATALOG-STATUS PIC X(02).
       01 COURSE-CATALOG-OPEN-STATUS PIC X(02).
           88 COURSE-CATALOG-AVAILABLE VALUE "00".
       01 FEE-SCHEDULE-STATUS PIC X(02).
       01 FEE-SCHEDULE-OPEN-STATUS PIC X(02).
           88 FEE-SCHEDULE-AVAILABLE VALUE "00".
       01 GRADE-FILE-STATUS PIC X(02).
       01 GRADE-FILE-OPEN-STATUS PIC X(02).
           88 GRADE-FILE-AVAILABLE VALUE "00".
       01 ADDRESS-FILE-STATUS PIC X(02).
       01 ADDRESS-OPEN-STATUS PIC X(02).
           88 ADDRESS-FILE-AVAILABLE VALUE "00".
       01 ACTIVITY-FILE-STATUS PIC X(02).
       01 ACTIVITY-OPEN-STATUS PIC X(02).
           88 ACTIVITY-FILE-AVAILABLE VALUE "00".
       01 DIRECTORY-FILE-STATUS PIC X(02).
           88 DIRECTORY-FILE-OK VALUE "00".
       01 ARCHIVE-FILE-STATUS PIC X(02).
           88 ARCHIVE-FILE-OK VALUE "00".
       01 EXCEPTION-WORK-STATUS PIC X(02).
           88 EXCEPTION-WORK-OK VALUE "00".
       01 INTEGRITY-REPORT-STATUS PIC X(02).
       01 ENROLL-EOF-SWITCH PIC X(01).
           88 ENROLL-AT-EOF VALUE "Y".
       01 DIRECTORY-EOF-SWITCH PIC X(01).
           88 DIRECTORY-AT-EOF VALUE "Y".
       01 ARCHIVE-EOF-SWITCH PIC X(01).
           88 ARCHIVE-AT-EOF VALUE "Y".
       01 GRADE-EOF-SWITCH PIC X(01).
           88 GRADE-AT-EOF VALUE "Y".
       01 ACTIVITY-EOF-SWITCH PIC X(01).
           88 ACTIVITY-AT-EOF VALUE "Y".
       01 ADDRESS-EOF-SWITCH PIC X(01).
           88 ADDRESS-AT-EOF VALUE "Y".
       01 FEE-EOF-SWITCH PIC X(01).
           88 FEE-AT-EOF VALUE "Y".
       01 CATALOG-EOF-SWITCH PIC X(01).
           88 CATALOG-AT-EOF VALUE "Y".
       01 SORT-EOF-SWITCH PIC X(01).
           88 SORT-AT-EOF VALUE "Y".
       01 WORK-EOF-SWITCH PIC X(01).
           88 WORK-AT-EOF VALUE "Y".
       01 FIRST-RECORD-SWITCH PIC X(01).
           88 IS-FIRST-RECORD VALUE "Y".
       01 WS-ARCHIVE-NAME PIC X(20) VALUE SPACES.
           COPY ENROLL REPLACING
               ==STUDENT-ENROLLMENT-RECORD== BY
               ==WS-ARCHIVE-ENROLLMENT==
               LEADING ==ENR== BY ==AE==.
      * ONE STUDENT/COURSE/TERM GROUP FROM THE FIRST SORT
       01 WS-GROUP-KEY.
           05 WS-GROUP-STUDENT PIC 9(08).
           05 WS-GROUP-COURSE PIC X(08).
           05 WS-GROUP-TERM PIC X(06).
       01 GROUP-ENROLLMENT-SWITCH PIC X(01).
           88 GROUP-HAS-NO-ENROLLMENT VALUE "N".
           88 GROUP-ENROLLMENT-LIVE VALUE "L".
           88 GROUP-ENROLLMENT-ARCHIVED VALUE "A".
       01 GROUP-GRADE-SWITCH PIC X(01).
           88 GROUP-GRADE-FOUND VALUE "Y".
       01 GROUP-EVENT-SWITCH PIC X(01).
           88 GROUP-EVENT-FOUND VALUE "Y".
       01 WS-GROUP-STATUS PIC X(01).
       01 WS-GROUP-GRADE PIC X(02).
       01 WS-LAST-EVENT-STATUS PIC X(01).
       01 WS-LAST-EVENT-DATE PIC 9(08).
      * ONE BREAK, BUILT UP BEFORE 7000-WRITE-EXCEPTION
       01 WS-EX-TYPE PIC 9(02).
       01 WS-EX-KEY-TEXT PIC X(24).
       01 WS-EX-DETAIL PIC X(40).
       01 WS-EDIT-AMOUNT PIC ZZ,ZZ9.99.
       01 WS-PRIOR-TYPE PIC 9(02) VALUE ZERO.
      * RELATIONSHIPS PROVED, IN REPORT ORDER
       01 RELATIONSHIP-NAME-VALUES.
           05 FILLER PIC X(40)
               VALUE "ENROLLMENT - STUDENT NOT ON MASTER".
           05 FILLER PIC X(40)
               VALUE "ENROLLMENT - SECTION NOT ON CATALOG".
           05 FILLER PIC X(40)
               VALUE "GRADE - STUDENT NOT ON MASTER".
           05 FILLER PIC X(40)
               VALUE "GRADE - NO ENROLLMENT LIVE OR ARCHIVE".
           05 FILLER PIC X(40)
               VALUE "GRADE - ENROLLMENT NOT COMPLETED".
           05 FILLER PIC X(40)
               VALUE "ADDRESS - STUDENT NOT ON MASTER".
           05 FILLER PIC X(40)
               VALUE "FEE - SECTION NOT ON CATALOG".
           05 FILLER PIC X(40)
               VALUE "CATALOG - SECTION HAS NO FEE ROW".
           05 FILLER PIC X(40)
               VALUE "ACTIVITY - NO ENROLLMENT LIVE OR ARCHIVE".
           05 FILLER PIC X(40)
               VALUE "ACTIVITY - LAST EVENT NOT CURRENT STATUS".
       01 RELATIONSHIP-NAMES REDEFINES RELATIONSHIP-NAME-VALUES.
           05 RN-NAME PIC X(40) OCCURS 10 TIMES.
       01 WS-RELATIONSHIP-COUNT PIC 9(02) COMP VALUE 10.
       01 WS-BREAK-COUNTS.
           05 WS-BREAK-COUNT PIC 9(06) COMP OCCURS 10 TIMES.
       01 WS-BYPASS-FLAGS.
           05 WS-BYPASS-FLAG PIC X(01) OCCURS 10 TIMES.
               88 RELATIONSHIP-BYPASSED VALUE "Y".
       01 WS-REL-SUB PIC 9(02) COMP VALUE ZERO.
       01 WS-TOTAL-BREAKS PIC 9(08) COMP VALUE ZERO.
       01 WS-EVENT-SEQUENCE PIC 9(08) COMP VALUE ZERO.
       01 WS-ENROLL-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-ARCHIVE-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-GRADE-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-EVENT-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-ADDRESS-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-FEE-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-CATALOG-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
       01 HEADING-LINE-1.
           05 FILLER PIC X(36)
               VALUE "REFERENTIAL INTEGRITY SWEEP FOR    ".
           05 HL-RUN-DATE PIC 9(08).
       01 TYPE-HEADING-LINE.
           05 TH-TYPE PIC 9(02).
           05 FILLER PIC X(01) VALUE SPACES.
           05 TH-NAME PIC X(40).
       01 COLUMN-HEADING-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "KEY".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(40) VALUE "DETAIL".
       01 DETAIL-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 DL-KEY-TEXT PIC X(24).
           05 FILLER PIC X(02) VALUE SPACES.
           05 DL-DETAIL PIC X(40).
       01 TYPE-TOTAL-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "EXCEPTIONS: ".
           05 TT-COUNT PIC ZZZ,ZZ9.
       01 SUMMARY-HEADING-LINE.
           05 FILLER PIC X(23) VALUE "SUMMARY BY RELATIONSHIP".
       01 SUMMARY-LINE.
           05 SL-TYPE PIC 9(02).
           05 FILLER PIC X(01) VALUE SPACES.
           05 SL-NAME PIC X(40).
           05 FILLER PIC X(02) VALUE SPACES.
           05 SL-COUNT-TEXT PIC X(08).
       01 WS-EDIT-COUNT PIC ZZZ,ZZ9.
       01 SUMMARY-TOTAL-LINE.
           05 FILLER PIC X(43) VALUE "TOTAL BREAKS".
           05 FILLER PIC X(02) VALUE SPACES.
           05 ST-TOTAL PIC ZZZ,ZZZ,ZZ9.
       01 CLEAN-LINE.
           05 FILLER PIC X(39)
               VALUE "EVERY RELATIONSHIP SWEPT PROVED CLEAN.".
       01 BLANK-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
      * WITHOUT THE MASTER OR THE ENROLLMENT FILE NOTHING CAN BE
      * PROVED - A KEYED READ AGAINST AN UNOPENED FILE RAISES
      * NEITHER INVALID KEY NOR NOT INVALID KEY, SO EVERY ROW WOULD
      * SILENTLY PASS. THE STEP FAILS INSTEAD, AS OrphanScan DOES.
            EVALUATE TRUE
                WHEN NOT ENROLLMENT-FILE-OPENED
                    DISPLAY "INTEGRITYSWEEP - CANNOT OPEN ENROLLMENT "
                        "FILE, STATUS = " ENROLLMENT-OPEN-STATUS
                    MOVE 8 TO RETURN-CODE
                WHEN NOT STUDENT-FILE-OPENED
                    DISPLAY "INTEGRITYSWEEP - CANNOT OPEN "
                        "STUDENT-FILE, STATUS = " STUDENT-OPEN-STATUS
                    MOVE 8 TO RETURN-CODE
                WHEN OTHER
                    SORT SORT-WORK
                        ON ASCENDING KEY SORT-STUDENT SORT-COURSE
                            SORT-TERM SORT-REC-TYPE SORT-SEQUENCE
                        INPUT PROCEDURE IS 2000-SWEEP-INPUT THRU
                            2000-SWEEP-INPUT-EXIT
                        OUTPUT PROCEDURE IS 3000-SWEEP-OUTPUT THRU
                            3000-SWEEP-OUTPUT-EXIT
                    SORT SORT-WORK
                        ON ASCENDING KEY SX-TYPE SX-KEY-TEXT
                        INPUT PROCEDURE IS 4000-EXCEPTION-INPUT THRU
                            4000-EXCEPTION-INPUT-EXIT
                        OUTPUT PROCEDURE IS 5000-EXCEPTION-OUTPUT THRU
                            5000-EXCEPTION-OUTPUT-EXIT
                    PERFORM 6000-PRINT-SUMMARY THRU
                        6000-PRINT-SUMMARY-EXIT
                    IF WS-TOTAL-BREAKS > ZERO
                        DISPLAY "INTEGRITY SWEEP - *** INTEGRITY "
                            "BREAKS FOUND ***"
                        MOVE 8 TO RETURN-CODE
                    END-IF
            END-EVALUATE.
            PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
            DISPLAY "INTEGRITY SWEEP - ENROLLMENTS READ: "
                WS-ENROLL-COUNT.
            DISPLAY "INTEGRITY SWEEP - ARCHIVED READ   : "
                WS-ARCHIVE-COUNT.
            DISPLAY "INTEGRITY SWEEP - GRADES READ     : "
                WS-GRADE-COUNT.
            DISPLAY "INTEGRITY SWEEP - EVENTS READ     : "
                WS-EVENT-COUNT.
            DISPLAY "INTEGRITY SWEEP - ADDRESSES READ  : "
                WS-ADDRESS-COUNT.
            DISPLAY "INTEGRITY SWEEP - FEE ROWS READ   : "
                WS-FEE-COUNT.
            DISPLAY "INTEGRITY SWEEP - SECTIONS READ   : "
                WS-CATALOG-COUNT.
            DISPLAY "INTEGRITY SWEEP - BREAKS FOUND    : "
                WS-TOTAL-BREAKS.
            STOP RUN.

      ******************************************************************
      * INITIALIZATION. ONLY THE MASTER AND THE LIVE ENROLLMENT FILE
      * ARE REQUIRED; ANY OTHER FILE NOT ON HAND HAS THE
      * RELATIONSHIPS THAT NEED IT MARKED BYPASSED. WITH NO ARCHIVE
      * DIRECTORY NO TERM HAS BEEN CLOSED, SO THE LIVE FILE IS THE
      * WHOLE ENROLLMENT HISTORY.
      ******************************************************************
       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            INITIALIZE WS-BREAK-COUNTS.
            MOVE SPACES TO WS-BYPASS-FLAGS.
            OPEN OUTPUT INTEGRITY-REPORT.
            MOVE WS-RUN-DATE TO HL-RUN-DATE.
            WRITE REPORT-LINE FROM HEADING-LINE-1.
            OPEN INPUT STUDENT-FILE.
            MOVE STUDENT-FILE-STATUS TO STUDENT-OPEN-STATUS.
            OPEN INPUT ENROLLMENT-FILE.
            MOVE ENROLLMENT-FILE-STATUS TO ENROLLMENT-OPEN-STATUS.
            OPEN INPUT COURSE-CATALOG.
            MOVE COURSE-CATALOG-STATUS TO COURSE-CATALOG-OPEN-STATUS.
            OPEN INPUT FEE-SCHEDULE.
            MOVE FEE-SCHEDULE-STATUS TO FEE-SCHEDULE-OPEN-STATUS.
            OPEN INPUT GRADE-FILE.
            MOVE GRADE-FILE-STATUS TO GRADE-FILE-OPEN-STATUS.
            OPEN INPUT ADDRESS-FILE.
            MOVE ADDRESS-FILE-STATUS TO ADDRESS-OPEN-STATUS.
            OPEN INPUT ACTIVITY-FILE.
            MOVE ACTIVITY-FILE-STATUS TO ACTIVITY-OPEN-STATUS.
            IF NOT COURSE-CATALOG-AVAILABLE
                DISPLAY "INTEGRITYSWEEP - COURSE CATALOG NOT "
                    "AVAILABLE, CATALOG CHECKS BYPASSED."
                MOVE "Y" TO WS-BYPASS-FLAG (2) WS-BYPASS-FLAG (7)
                    WS-BYPASS-FLAG (8)
            END-IF.
            IF NOT FEE-SCHEDULE-AVAILABLE
                DISPLAY "INTEGRITYSWEEP - FEE SCHEDULE NOT "
                    "AVAILABLE, FEE CHECKS BYPASSED."
                MOVE "Y" TO WS-BYPASS-FLAG (7) WS-BYPASS-FLAG (8)
            END-IF.
            IF NOT GRADE-FILE-AVAILABLE
                DISPLAY "INTEGRITYSWEEP - GRADE FILE NOT "
                    "AVAILABLE, GRADE CHECKS BYPASSED."
                MOVE "Y" TO WS-BYPASS-FLAG (3) WS-BYPASS-FLAG (4)
                    WS-BYPASS-FLAG (5)
            END-IF.
            IF NOT ADDRESS-FILE-AVAILABLE
                DISPLAY "INTEGRITYSWEEP - ADDRESS FILE NOT "
                    "AVAILABLE, ADDRESS CHECK BYPASSED."
                MOVE "Y" TO WS-BYPASS-FLAG (6)
            END-IF.
            IF NOT ACTIVITY-FILE-AVAILABLE
                DISPLAY "INTEGRITYSWEEP - ACTIVITY FILE NOT "
                    "AVAILABLE, ACTIVITY CHECKS BYPASSED."
                MOVE "Y" TO WS-BYPASS-FLAG (9) WS-BYPASS-FLAG (10)
            END-IF.
       1000-INITIALIZE-EXIT.
            EXIT.

      ******************************************************************
      * SWEEP INPUT PROCEDURE - EVERY FILE IS READ ONCE. THE KEYED
      * CHECKS ARE MADE AS EACH ROW GOES BY; ENROLLMENT, GRADE AND
      * EVENT ROWS ARE ALSO RELEASED FOR THE JOIN:
      *     1 LIVE ENROLLMENT     2 ARCHIVED ENROLLMENT
      *     3 GRADE               4 ACTIVITY EVENT
      * A LIVE ROW SORTS AHEAD OF AN ARCHIVED ONE FOR THE SAME KEY,
      * AND EVENTS SORT IN THE ORDER THEY WERE WRITTEN.
      ******************************************************************
       2000-SWEEP-INPUT.
            OPEN OUTPUT EXCEPTION-WORK.
            PERFORM 2100-SWEEP-ENROLLMENTS THRU
                2100-SWEEP-ENROLLMENTS-EXIT.
            PERFORM 2200-SWEEP-ARCHIVES THRU 2200-SWEEP-ARCHIVES-EXIT.
            IF GRADE-FILE-AVAILABLE
                PERFORM 2300-SWEEP-GRADES THRU 2300-SWEEP-GRADES-EXIT
            END-IF.
            IF ACTIVITY-FILE-AVAILABLE
                PERFORM 2400-SWEEP-ACTIVITY THRU
                    2400-SWEEP-ACTIVITY-EXIT
            END-IF.
            IF ADDRESS-FILE-AVAILABLE
                PERFORM 2500-SWEEP-ADDRESSES THRU
                    2500-SWEEP-ADDRESSES-EXIT
            END-IF.
            IF FEE-SCHEDULE-AVAILABLE AND COURSE-CATALOG-AVAILABLE
                PERFORM 2600-SWEEP-FEES THRU 2600-SWEEP-FEES-EXIT
                PERFORM 2700-SWEEP-CATALOG THRU
                    2700-SWEEP-CATALOG-EXIT
            END-IF.
       2000-SWEEP-INPUT-EXIT.
            EXIT.

      ******************************************************************
      * LIVE ENROLLMENTS - RELATIONSHIPS 01 AND 02
      ******************************************************************
       2100-SWEEP-ENROLLMENTS.
            MOVE "N" TO ENROLL-EOF-SWITCH.
            PERFORM 2110-READ-ENROLLMENT THRU
                2110-READ-ENROLLMENT-EXIT.
            PERFORM 2120-CHECK-ENROLLMENT THRU
                2120-CHECK-ENROLLMENT-EXIT
                UNTIL ENROLL-AT-EOF.
       2100-SWEEP-ENROLLMENTS-EXIT.
            EXIT.

       2110-READ-ENROLLMENT.
            READ ENROLLMENT-FILE NEXT RECORD
                AT END SET ENROLL-AT-EOF TO TRUE
            END-READ.
       2110-READ-ENROLLMENT-EXIT.
            EXIT.

       2120-CHECK-ENROLLMENT.
            ADD 1 TO WS-ENROLL-COUNT.
            MOVE ENR-STUDENT-NUMBER TO STUDENT-NUMBER.
            READ STUDENT-FILE
                INVALID KEY
                    MOVE 1 TO WS-EX-TYPE
                    PERFORM 2130-ENROLLMENT-EXCEPTION THRU
                        2130-ENROLLMENT-EXCEPTION-EXIT
            END-READ.
            IF COURSE-CATALOG-AVAILABLE
                MOVE ENR-COURSE-CODE TO CC-COURSE-CODE
                MOVE ENR-TERM-CODE TO CC-TERM-CODE
                READ COURSE-CATALOG
                    INVALID KEY
                        MOVE 2 TO WS-EX-TYPE
                        PERFORM 2130-ENROLLMENT-EXCEPTION THRU
                            2130-ENROLLMENT-EXCEPTION-EXIT
                END-READ
            END-IF.
            MOVE ENR-STUDENT-NUMBER TO SORT-STUDENT.
            MOVE ENR-COURSE-CODE TO SORT-COURSE.
            MOVE ENR-TERM-CODE TO SORT-TERM.
            MOVE 1 TO SORT-REC-TYPE.
            MOVE ZERO TO SORT-SEQUENCE SORT-DATE.
            MOVE ENR-STATUS TO SORT-STATUS.
            MOVE SPACES TO SORT-GRADE.
            RELEASE SORT-RECORD.
            PERFORM 2110-READ-ENROLLMENT THRU
                2110-READ-ENROLLMENT-EXIT.
       2120-CHECK-ENROLLMENT-EXIT.
            EXIT.

       2130-ENROLLMENT-EXCEPTION.
            MOVE SPACES TO WS-EX-KEY-TEXT WS-EX-DETAIL.
            STRING ENR-STUDENT-NUMBER " " ENR-COURSE-CODE " "
                ENR-TERM-CODE DELIMITED BY SIZE INTO WS-EX-KEY-TEXT
            END-STRING.
            STRING "STATUS " ENR-STATUS
                DELIMITED BY SIZE INTO WS-EX-DETAIL
            END-STRING.
            PERFORM 7000-WRITE-EXCEPTION THRU
                7000-WRITE-EXCEPTION-EXIT.
       2130-ENROLLMENT-EXCEPTION-EXIT.
            EXIT.

      ******************************************************************
      * ARCHIVED ENROLLMENTS - EVERY GENERATION NAMED IN THE
      * DIRECTORY IS RELEASED FOR THE JOIN, SO GRADES AND EVENTS FOR
      * A CLOSED TERM ARE PROVED AGAINST THE ROWS TermCloseout TOOK
      * OFF THE LIVE FILE. AN ARCHIVE THAT WILL NOT OPEN LEAVES ITS
      * TERM'S GRADES AND EVENTS REPORTED AS HAVING NO ENROLLMENT.
      ******************************************************************
       2200-SWEEP-ARCHIVES.
            OPEN INPUT DIRECTORY-FILE.
            IF DIRECTORY-FILE-OK
                MOVE "N" TO DIRECTORY-EOF-SWITCH
                PERFORM 2210-READ-DIRECTORY THRU
                    2210-READ-DIRECTORY-EXIT
                PERFORM 2220-SWEEP-ONE-ARCHIVE THRU
                    2220-SWEEP-ONE-ARCHIVE-EXIT
                    UNTIL DIRECTORY-AT-EOF
                CLOSE DIRECTORY-FILE
            END-IF.
       2200-SWEEP-ARCHIVES-EXIT.
            EXIT.

      * ANY UNSUCCESSFUL READ - END OF FILE OR AN I-O ERROR - ENDS
      * THE SCAN; AT END ALONE WOULD LOOP ON A PERMANENT ERROR.
       2210-READ-DIRECTORY.
            READ DIRECTORY-FILE
                AT END SET DIRECTORY-AT-EOF TO TRUE
            END-READ.
            IF NOT DIRECTORY-FILE-OK
                SET DIRECTORY-AT-EOF TO TRUE
            END-IF.
       2210-READ-DIRECTORY-EXIT.
            EXIT.

       2220-SWEEP-ONE-ARCHIVE.
            MOVE ED-ARCHIVE-FILE-NAME TO WS-ARCHIVE-NAME.
            OPEN INPUT ARCHIVE-FILE.
            IF ARCHIVE-FILE-OK
                MOVE "N" TO ARCHIVE-EOF-SWITCH
                PERFORM 2230-RELEASE-ARCHIVE-ROW THRU
                    2230-RELEASE-ARCHIVE-ROW-EXIT
                    UNTIL ARCHIVE-AT-EOF
                CLOSE ARCHIVE-FILE
            ELSE
                DISPLAY "INTEGRITYSWEEP - CANNOT OPEN ARCHIVE "
                    WS-ARCHIVE-NAME ", STATUS = " ARCHIVE-FILE-STATUS
            END-IF.
            PERFORM 2210-READ-DIRECTORY THRU
                2210-READ-DIRECTORY-EXIT.
       2220-SWEEP-ONE-ARCHIVE-EXIT.
            EXIT.

       2230-RELEASE-ARCHIVE-ROW.
            READ ARCHIVE-FILE
                AT END SET ARCHIVE-AT-EOF TO TRUE
            END-READ.
            IF NOT ARCHIVE-FILE-OK
                SET ARCHIVE-AT-EOF TO TRUE
            END-IF.
            IF NOT ARCHIVE-AT-EOF
                ADD 1 TO WS-ARCHIVE-COUNT
                MOVE ARCHIVE-ENROLL-RECORD TO WS-ARCHIVE-ENROLLMENT
                MOVE AE-STUDENT-NUMBER TO SORT-STUDENT
                MOVE AE-COURSE-CODE TO SORT-COURSE
                MOVE AE-TERM-CODE TO SORT-TERM
                MOVE 2 TO SORT-REC-TYPE
                MOVE ZERO TO SORT-SEQUENCE SORT-DATE
                MOVE AE-STATUS TO SORT-STATUS
                MOVE SPACES TO SORT-GRADE
                RELEASE SORT-RECORD
            END-IF.
       2230-RELEASE-ARCHIVE-ROW-EXIT.
            EXIT.

      ******************************************************************
      * GRADES - RELATIONSHIP 03 HERE, 04 AND 05 IN THE JOIN
      ******************************************************************
       2300-SWEEP-GRADES.
            MOVE "N" TO GRADE-EOF-SWITCH.
            PERFORM 2310-READ-GRADE THRU 2310-READ-GRADE-EXIT.
            PERFORM 2320-CHECK-GRADE THRU 2320-CHECK-GRADE-EXIT
                UNTIL GRADE-AT-EOF.
       2300-SWEEP-GRADES-EXIT.
            EXIT.

       2310-READ-GRADE.
            READ GRADE-FILE NEXT RECORD
                AT END SET GRADE-AT-EOF TO TRUE
            END-READ.
       2310-READ-GRADE-EXIT.
            EXIT.

       2320-CHECK-GRADE.
            ADD 1 TO WS-GRADE-COUNT.
            MOVE GR-STUDENT-NUMBER TO STUDENT-NUMBER.
            READ STUDENT-FILE
                INVALID KEY
                    MOVE 3 TO WS-EX-TYPE
                    MOVE SPACES TO WS-EX-KEY-TEXT WS-EX-DETAIL
                    STRING GR-STUDENT-NUMBER " " GR-COURSE-CODE " "
                        GR-TERM-CODE DELIMITED BY SIZE
                        INTO WS-EX-KEY-TEXT
                    END-STRING
                    STRING "GRADE " GR-GRADE " POSTED "
                        GR-DATE-POSTED DELIMITED BY SIZE
                        INTO WS-EX-DETAIL
                    END-STRING
                    PERFORM 7000-WRITE-EXCEPTION THRU
                        7000-WRITE-EXCEPTION-EXIT
            END-READ.
            MOVE GR-STUDENT-NUMBER TO SORT-STUDENT.
            MOVE GR-COURSE-CODE TO SORT-COURSE.
            MOVE GR-TERM-CODE TO SORT-TERM.
            MOVE 3 TO SORT-REC-TYPE.
            MOVE ZERO TO SORT-SEQUENCE.
            MOVE SPACE TO SORT-STATUS.
            MOVE GR-GRADE TO SORT-GRADE.
            MOVE GR-DATE-POSTED TO SORT-DATE.
            RELEASE SORT-RECORD.
            PERFORM 2310-READ-GRADE THRU 2310-READ-GRADE-EXIT.
       2320-CHECK-GRADE-EXIT.
            EXIT.

      ******************************************************************
      * ACTIVITY EVENTS - RELATIONSHIPS 09 AND 10, BOTH IN THE JOIN.
      * ANY UNSUCCESSFUL READ ENDS THE FILE, AS FOR THE DIRECTORY.
      ******************************************************************
       2400-SWEEP-ACTIVITY.
            MOVE "N" TO ACTIVITY-EOF-SWITCH.
            PERFORM 2410-READ-ACTIVITY THRU 2410-READ-ACTIVITY-EXIT.
            PERFORM 2420-RELEASE-ACTIVITY THRU
                2420-RELEASE-ACTIVITY-EXIT
                UNTIL ACTIVITY-AT-EOF.
       2400-SWEEP-ACTIVITY-EXIT.
            EXIT.

       2410-READ-ACTIVITY.
            READ ACTIVITY-FILE
                AT END SET ACTIVITY-AT-EOF TO TRUE
            END-READ.
            IF ACTIVITY-FILE-STATUS NOT = "00"
                SET ACTIVITY-AT-EOF TO TRUE
            END-IF.
       2410-READ-ACTIVITY-EXIT.
            EXIT.

       2420-RELEASE-ACTIVITY.
            ADD 1 TO WS-EVENT-COUNT.
            ADD 1 TO WS-EVENT-SEQUENCE.
            MOVE EV-STUDENT-NUMBER TO SORT-STUDENT.
            MOVE EV-COURSE-CODE TO SORT-COURSE.
            MOVE EV-TERM-CODE TO SORT-TERM.
            MOVE 4 TO SORT-REC-TYPE.
            MOVE WS-EVENT-SEQUENCE TO SORT-SEQUENCE.
            MOVE EV-NEW-STATUS TO SORT-STATUS.
            MOVE SPACES TO SORT-GRADE.
            MOVE EV-ACTIVITY-DATE TO SORT-DATE.
            RELEASE SORT-RECORD.
            PERFORM 2410-READ-ACTIVITY THRU 2410-READ-ACTIVITY-EXIT.
       2420-RELEASE-ACTIVITY-EXIT.
            EXIT.

      ******************************************************************
      * ADDRESS HISTORY - RELATIONSHIP 06
      ******************************************************************
       2500-SWEEP-ADDRESSES.
            MOVE "N" TO ADDRESS-EOF-SWITCH.
            PERFORM 2510-READ-ADDRESS THRU 2510-READ-ADDRESS-EXIT.
            PERFORM 2520-CHECK-ADDRESS THRU 2520-CHECK-ADDRESS-EXIT
                UNTIL ADDRESS-AT-EOF.
       2500-SWEEP-ADDRESSES-EXIT.
            EXIT.

       2510-READ-ADDRESS.
            READ ADDRESS-FILE NEXT RECORD
                AT END SET ADDRESS-AT-EOF TO TRUE
            END-READ.
       2510-READ-ADDRESS-EXIT.
            EXIT.

       2520-CHECK-ADDRESS.
            ADD 1 TO WS-ADDRESS-COUNT.
            MOVE SA-STUDENT-NUMBER TO STUDENT-NUMBER.
            READ STUDENT-FILE
                INVALID KEY
                    MOVE 6 TO WS-EX-TYPE
                    MOVE SPACES TO WS-EX-KEY-TEXT WS-EX-DETAIL
                    STRING SA-STUDENT-NUMBER " " SA-ADDRESS-TYPE " "
                        SA-EFFECTIVE-DATE DELIMITED BY SIZE
                        INTO WS-EX-KEY-TEXT
                    END-STRING
                    STRING "CITY " SA-CITY
                        DELIMITED BY SIZE INTO WS-EX-DETAIL
                    END-STRING
                    PERFORM 7000-WRITE-EXCEPTION THRU
                        7000-WRITE-EXCEPTION-EXIT
            END-READ.
            PERFORM 2510-READ-ADDRESS THRU 2510-READ-ADDRESS-EXIT.
       2520-CHECK-ADDRESS-EXIT.
            EXIT.

      ******************************************************************
      * FEE SCHEDULE AGAINST CATALOG - RELATIONSHIP 07
      ******************************************************************
       2600-SWEEP-FEES.
            MOVE "N" TO FEE-EOF-SWITCH.
            PERFORM 2610-READ-FEE THRU 2610-READ-FEE-EXIT.
            PERFORM 2620-CHECK-FEE THRU 2620-CHECK-FEE-EXIT
                UNTIL FEE-AT-EOF.
       2600-SWEEP-FEES-EXIT.
            EXIT.

       2610-READ-FEE.
            READ FEE-SCHEDULE NEXT RECORD
                AT END SET FEE-AT-EOF TO TRUE
            END-READ.
       2610-READ-FEE-EXIT.
            EXIT.

       2620-CHECK-FEE.
            ADD 1 TO WS-FEE-COUNT.
            MOVE FS-COURSE-CODE TO CC-COURSE-CODE.
            MOVE FS-TERM-CODE TO CC-TERM-CODE.
            READ COURSE-CATALOG
                INVALID KEY
                    MOVE 7 TO WS-EX-TYPE
                    MOVE SPACES TO WS-EX-KEY-TEXT WS-EX-DETAIL
                    STRING FS-COURSE-CODE " " FS-TERM-CODE
                        DELIMITED BY SIZE INTO WS-EX-KEY-TEXT
                    END-STRING
                    MOVE FS-CHARGE-AMOUNT TO WS-EDIT-AMOUNT
                    STRING "CHARGE " WS-EDIT-AMOUNT
                        DELIMITED BY SIZE INTO WS-EX-DETAIL
                    END-STRING
                    PERFORM 7000-WRITE-EXCEPTION THRU
                        7000-WRITE-EXCEPTION-EXIT
            END-READ.
            PERFORM 2610-READ-FEE THRU 2610-READ-FEE-EXIT.
       2620-CHECK-FEE-EXIT.
            EXIT.

      ******************************************************************
      * CATALOG AGAINST FEE SCHEDULE - RELATIONSHIP 08. THE CATALOG
      * HAS BEEN READ BY KEY ALREADY, SO THE SEQUENTIAL PASS STARTS
      * FROM THE TOP.
      ******************************************************************
       2700-SWEEP-CATALOG.
            MOVE "N" TO CATALOG-EOF-SWITCH.
            MOVE LOW-VALUES TO CC-KEY.
            START COURSE-CATALOG KEY >= CC-KEY
                INVALID KEY SET CATALOG-AT-EOF TO TRUE
            END-START.
            IF NOT CATALOG-AT-EOF
                PERFORM 2710-READ-CATALOG THRU 2710-READ-CATALOG-EXIT
            END-IF.
            PERFORM 2720-CHECK-SECTION THRU 2720-CHECK-SECTION-EXIT
                UNTIL CATALOG-AT-EOF.
       2700-SWEEP-CATALOG-EXIT.
            EXIT.

       2710-READ-CATALOG.
            READ COURSE-CATALOG NEXT RECORD
                AT END SET CATALOG-AT-EOF TO TRUE
            END-READ.
       2710-READ-CATALOG-EXIT.
            EXIT.

       2720-CHECK-SECTION.
            ADD 1 TO WS-CATALOG-COUNT.
            MOVE CC-COURSE-CODE TO FS-COURSE-CODE.
            MOVE CC-TERM-CODE TO FS-TERM-CODE.
            READ FEE-SCHEDULE
                INVALID KEY
                    MOVE 8 TO WS-EX-TYPE
                    MOVE SPACES TO WS-EX-KEY-TEXT WS-EX-DETAIL
                    STRING CC-COURSE-CODE " " CC-TERM-CODE
                        DELIMITED BY SIZE INTO WS-EX-KEY-TEXT
                    END-STRING
                    MOVE CC-COURSE-TITLE TO WS-EX-DETAIL
                    PERFORM 7000-WRITE-EXCEPTION THRU
                        7000-WRITE-EXCEPTION-EXIT
            END-READ.
            PERFORM 2710-READ-CATALOG THRU 2710-READ-CATALOG-EXIT.
       2720-CHECK-SECTION-EXIT.
            EXIT.

      ******************************************************************
      * SWEEP OUTPUT PROCEDURE - THE JOIN. EACH STUDENT/COURSE/TERM
      * GROUP CARRIES ITS ENROLLMENT STATUS (LIVE IN PREFERENCE TO
      * ARCHIVED), ITS GRADE AND ITS LAST EVENT, AND IS PROVED AT
      * THE BREAK.
      ******************************************************************
       3000-SWEEP-OUTPUT.
            MOVE "N" TO SORT-EOF-SWITCH.
            MOVE "Y" TO FIRST-RECORD-SWITCH.
            PERFORM 3100-RETURN-SORTED THRU 3100-RETURN-SORTED-EXIT.
            PERFORM 3200-GROUP-ONE-RECORD THRU
                3200-GROUP-ONE-RECORD-EXIT
                UNTIL SORT-AT-EOF.
            IF NOT IS-FIRST-RECORD
                PERFORM 3400-PROVE-GROUP THRU 3400-PROVE-GROUP-EXIT
            END-IF.
            CLOSE EXCEPTION-WORK.
       3000-SWEEP-OUTPUT-EXIT.
            EXIT.

       3100-RETURN-SORTED.
            RETURN SORT-WORK
                AT END SET SORT-AT-EOF TO TRUE
            END-RETURN.
       3100-RETURN-SORTED-EXIT.
            EXIT.

       3200-GROUP-ONE-RECORD.
            IF IS-FIRST-RECORD
                PERFORM 3300-START-NEW-GROUP THRU
                    3300-START-NEW-GROUP-EXIT
                MOVE "N" TO FIRST-RECORD-SWITCH
            ELSE
                IF SORT-STUDENT NOT = WS-GROUP-STUDENT
                        OR SORT-COURSE NOT = WS-GROUP-COURSE
                        OR SORT-TERM NOT = WS-GROUP-TERM
                    PERFORM 3400-PROVE-GROUP THRU
                        3400-PROVE-GROUP-EXIT
                    PERFORM 3300-START-NEW-GROUP THRU
                        3300-START-NEW-GROUP-EXIT
                END-IF
            END-IF.
            EVALUATE SORT-REC-TYPE
                WHEN 1
                    SET GROUP-ENROLLMENT-LIVE TO TRUE
                    MOVE SORT-STATUS TO WS-GROUP-STATUS
                WHEN 2
                    IF GROUP-HAS-NO-ENROLLMENT
                        SET GROUP-ENROLLMENT-ARCHIVED TO TRUE
                        MOVE SORT-STATUS TO WS-GROUP-STATUS
                    END-IF
                WHEN 3
                    SET GROUP-GRADE-FOUND TO TRUE
                    MOVE SORT-GRADE TO WS-GROUP-GRADE
                WHEN 4
                    SET GROUP-EVENT-FOUND TO TRUE
                    MOVE SORT-STATUS TO WS-LAST-EVENT-STATUS
                    MOVE SORT-DATE TO WS-LAST-EVENT-DATE
            END-EVALUATE.
            PERFORM 3100-RETURN-SORTED THRU 3100-RETURN-SORTED-EXIT.
       3200-GROUP-ONE-RECORD-EXIT.
            EXIT.

       3300-START-NEW-GROUP.
            MOVE SORT-STUDENT TO WS-GROUP-STUDENT.
            MOVE SORT-COURSE TO WS-GROUP-COURSE.
            MOVE SORT-TERM TO WS-GROUP-TERM.
            SET GROUP-HAS-NO-ENROLLMENT TO TRUE.
            MOVE "N" TO GROUP-GRADE-SWITCH GROUP-EVENT-SWITCH.
            MOVE SPACES TO WS-GROUP-STATUS WS-GROUP-GRADE
                WS-LAST-EVENT-STATUS.
            MOVE ZERO TO WS-LAST-EVENT-DATE.
       3300-START-NEW-GROUP-EXIT.
            EXIT.

       3400-PROVE-GROUP.
            MOVE SPACES TO WS-EX-KEY-TEXT.
            STRING WS-GROUP-STUDENT " " WS-GROUP-COURSE " "
                WS-GROUP-TERM DELIMITED BY SIZE INTO WS-EX-KEY-TEXT
            END-STRING.
            IF GROUP-GRADE-FOUND
                MOVE SPACES TO WS-EX-DETAIL
                EVALUATE TRUE
                    WHEN GROUP-HAS-NO-ENROLLMENT
                        MOVE 4 TO WS-EX-TYPE
                        STRING "GRADE " WS-GROUP-GRADE
                            DELIMITED BY SIZE INTO WS-EX-DETAIL
                        END-STRING
                        PERFORM 7000-WRITE-EXCEPTION THRU
                            7000-WRITE-EXCEPTION-EXIT
                    WHEN WS-GROUP-STATUS NOT = "C"
                        MOVE 5 TO WS-EX-TYPE
                        STRING "GRADE " WS-GROUP-GRADE
                            ", ENROLLMENT STATUS " WS-GROUP-STATUS
                            DELIMITED BY SIZE INTO WS-EX-DETAIL
                        END-STRING
                        PERFORM 7000-WRITE-EXCEPTION THRU
                            7000-WRITE-EXCEPTION-EXIT
                END-EVALUATE
            END-IF.
            IF GROUP-EVENT-FOUND
                MOVE SPACES TO WS-EX-DETAIL
                EVALUATE TRUE
                    WHEN GROUP-HAS-NO-ENROLLMENT
                        MOVE 9 TO WS-EX-TYPE
                        STRING "LAST EVENT " WS-LAST-EVENT-STATUS
                            " ON " WS-LAST-EVENT-DATE
                            DELIMITED BY SIZE INTO WS-EX-DETAIL
                        END-STRING
                        PERFORM 7000-WRITE-EXCEPTION THRU
                            7000-WRITE-EXCEPTION-EXIT
                    WHEN WS-LAST-EVENT-STATUS NOT = WS-GROUP-STATUS
                        MOVE 10 TO WS-EX-TYPE
                        STRING "LAST EVENT " WS-LAST-EVENT-STATUS
                            " ON " WS-LAST-EVENT-DATE
                            ", STATUS " WS-GROUP-STATUS
                            DELIMITED BY SIZE INTO WS-EX-DETAIL
                        END-STRING
                        PERFORM 7000-WRITE-EXCEPTION THRU
                            7000-WRITE-EXCEPTION-EXIT
                END-EVALUATE
            END-IF.
       3400-PROVE-GROUP-EXIT.
            EXIT.

      ******************************************************************
      * EXCEPTION PASS INPUT - RELEASE THE BREAKS FROM THE WORK FILE
      ******************************************************************
       4000-EXCEPTION-INPUT.
            OPEN INPUT EXCEPTION-WORK.
            MOVE "N" TO WORK-EOF-SWITCH.
            IF EXCEPTION-WORK-OK
                PERFORM 4100-READ-WORK THRU 4100-READ-WORK-EXIT
                PERFORM 4200-RELEASE-WORK THRU 4200-RELEASE-WORK-EXIT
                    UNTIL WORK-AT-EOF
                CLOSE EXCEPTION-WORK
            ELSE
                DISPLAY "INTEGRITYSWEEP - CANNOT OPEN WORK FILE, "
                    "STATUS = " EXCEPTION-WORK-STATUS
            END-IF.
       4000-EXCEPTION-INPUT-EXIT.
            EXIT.

       4100-READ-WORK.
            READ EXCEPTION-WORK
                AT END SET WORK-AT-EOF TO TRUE
            END-READ.
       4100-READ-WORK-EXIT.
            EXIT.

       4200-RELEASE-WORK.
            MOVE EXCEPTION-WORK-RECORD TO SORT-EXCEPTION-RECORD.
            RELEASE SORT-EXCEPTION-RECORD.
            PERFORM 4100-READ-WORK THRU 4100-READ-WORK-EXIT.
       4200-RELEASE-WORK-EXIT.
            EXIT.

      ******************************************************************
      * EXCEPTION PASS OUTPUT - ONE BLOCK PER RELATIONSHIP BROKEN,
      * EACH ENDING WITH ITS COUNT
      ******************************************************************
       5000-EXCEPTION-OUTPUT.
            MOVE "N" TO SORT-EOF-SWITCH.
            MOVE "Y" TO FIRST-RECORD-SWITCH.
            PERFORM 5100-RETURN-EXCEPTION THRU
                5100-RETURN-EXCEPTION-EXIT.
            PERFORM 5200-PRINT-EXCEPTION THRU
                5200-PRINT-EXCEPTION-EXIT
                UNTIL SORT-AT-EOF.
            IF NOT IS-FIRST-RECORD
                PERFORM 5400-TYPE-TOTAL THRU 5400-TYPE-TOTAL-EXIT
            END-IF.
       5000-EXCEPTION-OUTPUT-EXIT.
            EXIT.

       5100-RETURN-EXCEPTION.
            RETURN SORT-WORK
                AT END SET SORT-AT-EOF TO TRUE
            END-RETURN.
       5100-RETURN-EXCEPTION-EXIT.
            EXIT.

       5200-PRINT-EXCEPTION.
            IF IS-FIRST-RECORD
                PERFORM 5300-TYPE-HEADING THRU 5300-TYPE-HEADING-EXIT
                MOVE "N" TO FIRST-RECORD-SWITCH
            ELSE
                IF SX-TYPE NOT = WS-PRIOR-TYPE
                    PERFORM 5400-TYPE-TOTAL THRU 5400-TYPE-TOTAL-EXIT
                    PERFORM 5300-TYPE-HEADING THRU
                        5300-TYPE-HEADING-EXIT
                END-IF
            END-IF.
            MOVE SX-KEY-TEXT TO DL-KEY-TEXT.
            MOVE SX-DETAIL TO DL-DETAIL.
            WRITE REPORT-LINE FROM DETAIL-LINE.
            PERFORM 5100-RETURN-EXCEPTION THRU
                5100-RETURN-EXCEPTION-EXIT.
       5200-PRINT-EXCEPTION-EXIT.
            EXIT.

       5300-TYPE-HEADING.
            MOVE SX-TYPE TO WS-PRIOR-TYPE TH-TYPE.
            MOVE RN-NAME (SX-TYPE) TO TH-NAME.
            WRITE REPORT-LINE FROM BLANK-LINE.
            WRITE REPORT-LINE FROM TYPE-HEADING-LINE.
            WRITE REPORT-LINE FROM COLUMN-HEADING-LINE.
       5300-TYPE-HEADING-EXIT.
            EXIT.

       5400-TYPE-TOTAL.
            MOVE WS-BREAK-COUNT (WS-PRIOR-TYPE) TO TT-COUNT.
            WRITE REPORT-LINE FROM TYPE-TOTAL-LINE.
       5400-TYPE-TOTAL-EXIT.
            EXIT.

      ******************************************************************
      * SUMMARY - EVERY RELATIONSHIP WITH ITS COUNT, OR BYPASSED
      ******************************************************************
       6000-PRINT-SUMMARY.
            WRITE REPORT-LINE FROM BLANK-LINE.
            WRITE REPORT-LINE FROM SUMMARY-HEADING-LINE.
            MOVE 1 TO WS-REL-SUB.
            PERFORM 6100-PRINT-ONE-RELATIONSHIP THRU
                6100-PRINT-ONE-RELATIONSHIP-EXIT
                UNTIL WS-REL-SUB > WS-RELATIONSHIP-COUNT.
            MOVE WS-TOTAL-BREAKS TO ST-TOTAL.
            WRITE REPORT-LINE FROM SUMMARY-TOTAL-LINE.
            IF WS-TOTAL-BREAKS = ZERO
                WRITE REPORT-LINE FROM BLANK-LINE
                WRITE REPORT-LINE FROM CLEAN-LINE
            END-IF.
       6000-PRINT-SUMMARY-EXIT.
            EXIT.

       6100-PRINT-ONE-RELATIONSHIP.
            MOVE WS-REL-SUB TO SL-TYPE.
            MOVE RN-NAME (WS-REL-SUB) TO SL-NAME.
            IF RELATIONSHIP-BYPASSED (WS-REL-SUB)
                MOVE "BYPASSED" TO SL-COUNT-TEXT
            ELSE
                MOVE WS-BREAK-COUNT (WS-REL-SUB) TO WS-EDIT-COUNT
                MOVE WS-EDIT-COUNT TO SL-COUNT-TEXT
            END-IF.
            WRITE REPORT-LINE FROM SUMMARY-LINE.
            ADD 1 TO WS-REL-SUB.
       6100-PRINT-ONE-RELATIONSHIP-EXIT.
            EXIT.

      ******************************************************************
      * ONE BREAK TO THE WORK FILE, COUNTED AGAINST ITS RELATIONSHIP
      ******************************************************************
       7000-WRITE-EXCEPTION.
            MOVE WS-EX-TYPE TO EW-TYPE.
            MOVE WS-EX-KEY-TEXT TO EW-KEY-TEXT.
            MOVE WS-EX-DETAIL TO EW-DETAIL.
            WRITE EXCEPTION-WORK-RECORD.
            ADD 1 TO WS-BREAK-COUNT (WS-EX-TYPE).
            ADD 1 TO WS-TOTAL-BREAKS.
       7000-WRITE-EXCEPTION-EXIT.
            EXIT.

      ******************************************************************
      * TERMINATION
      ******************************************************************
       9000-TERMINATE.
            IF STUDENT-FILE-OPENED
                CLOSE STUDENT-FILE
            END-IF.
            IF ENROLLMENT-FILE-OPENED
                CLOSE ENROLLMENT-FILE
            END-IF.
            IF COURSE-CATALOG-AVAILABLE
                CLOSE COURSE-CATALOG
            END-IF.
            IF FEE-SCHEDULE-AVAILABLE
                CLOSE FEE-SCHEDULE
            END-IF.
            IF GRADE-FILE-AVAILABLE
                CLOSE GRADE-FILE
            END-IF.
            IF ADDRESS-FILE-AVAILABLE
                CLOSE ADDRESS-FILE
            END-IF.
            IF ACTIVITY-FILE-AVAILABLE
                CLOSE ACTIVITY-FILE
            END-IF.
            CLOSE INTEGRITY-REPORT.
       9000-TERMINATE-EXIT.
            EXIT.
       END PROGRAM IntegritySweep.
