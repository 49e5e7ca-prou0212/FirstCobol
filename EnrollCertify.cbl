      ******************************************************************
      * Author: JESSE PROULX
      * Date: 10-15-2026
      * Purpose: ENROLLMENT VERIFICATION FOR LENDERS, INSURERS AND THE
      *          LOAN SERVICERS. FOR A KEYED TERM EACH STUDENT'S
      *          ENROLLMENT ROWS ON ../ENROLL ARE TOTALLED AGAINST THE
      *          CATALOG CREDIT HOURS (../COURSECAT) AND THE STUDENT
      *          IS CERTIFIED FULL-TIME (F), HALF-TIME (H), LESS THAN
      *          HALF-TIME (L) OR WITHDRAWN (W). ONLY ENROLLED AND
      *          COMPLETED ROWS CARRY CREDIT. A STUDENT WHOSE EVERY
      *          ROW FOR THE TERM IS DROPPED IS WITHDRAWN, DATED BY
      *          THE LAST DROP EVENT FOR THE TERM ON ../ENRACT; A
      *          STUDENT HOLDING ONLY WAITLISTED ROWS IS NOT ENROLLED
      *          AND IS NOT CERTIFIED. THE TERM MUST BE ON THE TERM
      *          CALENDAR (../TERMREF) WHEN ONE IS LOADED.
      *          KEYING STUDENT NUMBER ZERO WRITES THE CLEARINGHOUSE
      *          EXTRACT (../ENRLVER), ONE RECORD PER CERTIFIED
      *          STUDENT WRAPPED IN HDR AND TRL RECORDS CARRYING THE
      *          RUN DATE, TERM, COUNTS BY STATUS AND TOTAL CREDIT
      *          HOURS, LIKE THE ../BILLEXT FEED BillingExtract
      *          BUILDS. KEYING A STUDENT NUMBER INSTEAD PRINTS THAT
      *          STUDENT'S ENROLLMENT VERIFICATION LETTER
      *          (../ENRLLTR) AND WRITES NO EXTRACT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EnrollCertify.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT ENROLLMENT-FILE ASSIGN TO "../ENROLL"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ENR-KEY
                   FILE STATUS IS ENROLLMENT-FILE-STATUS.
               SELECT STUDENT-FILE ASSIGN TO "../STUDENT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STUDENT-NUMBER
                   ALTERNATE RECORD KEY IS LAST-NAME
                       WITH DUPLICATES
                   FILE STATUS IS STUDENT-FILE-STATUS.
               SELECT COURSE-CATALOG ASSIGN TO "../COURSECAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CC-KEY
                   FILE STATUS IS COURSE-CATALOG-STATUS.
               SELECT TERM-CALENDAR ASSIGN TO "../TERMREF"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TC-TERM-CODE
                   FILE STATUS IS TERM-CALENDAR-STATUS.
               SELECT ACTIVITY-FILE ASSIGN TO "../ENRACT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ACTIVITY-FILE-STATUS.
               SELECT SORT-WORK ASSIGN TO "SORTWK1".
               SELECT VERIFY-EXTRACT ASSIGN TO "../ENRLVER"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS VERIFY-EXTRACT-STATUS.
               SELECT LETTER-FILE ASSIGN TO "../ENRLLTR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LETTER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-FILE.
           COPY ENROLL.
       FD STUDENT-FILE.
           COPY STUDENT.
       FD COURSE-CATALOG.
           COPY COURSE.
       FD TERM-CALENDAR.
           COPY TERMREF.
       FD ACTIVITY-FILE.
           COPY ENRACT.
      * ONE SORT JOINS EACH STUDENT'S ENROLLMENT ROWS FOR THE TERM
      * (TYPE 1) WITH THEIR DROP EVENTS FOR THE TERM (TYPE 2).
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SORT-STUDENT PIC 9(8).
           05 SORT-REC-TYPE PIC 9(1).
               88 SORT-ENROLLMENT-ROW VALUE 1.
               88 SORT-DROP-EVENT VALUE 2.
           05 SORT-COURSE PIC X(8).
           05 SORT-DATE PIC 9(8).
           05 SORT-STATUS PIC X(1).
               88 SORT-STATUS-ENROLLED VALUE "E".
               88 SORT-STATUS-WAITLISTED VALUE "W".
               88 SORT-STATUS-DROPPED VALUE "D".
               88 SORT-STATUS-COMPLETED VALUE "C".
           05 SORT-CREDITS PIC 9(2)V9.
           05 SORT-TITLE PIC X(30).
       FD VERIFY-EXTRACT.
       01 VERIFY-RECORD PIC X(51).
       FD LETTER-FILE.
       01 LETTER-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 ENROLLMENT-FILE-STATUS PIC X(02).
           88 ENROLLMENT-FILE-OK VALUE "00".
       01 ENROLLMENT-OPEN-STATUS PIC X(02).
           88 ENROLLMENT-FILE-OPENED VALUE "00".
       01 STUDENT-FILE-STATUS PIC X(02).
       01 STUDENT-OPEN-STATUS PIC X(02).
           88 STUDENT-FILE-AVAILABLE VALUE "00".
       01 COURSE-CATALOG-STATUS PIC X(02).
       01 COURSE-CATALOG-OPEN-STATUS PIC X(02).
           88 COURSE-CATALOG-AVAILABLE VALUE "00".
       01 TERM-CALENDAR-STATUS PIC X(02).
       01 TERM-CALENDAR-OPEN-STATUS PIC X(02).
           88 TERM-CALENDAR-AVAILABLE VALUE "00".
       01 ACTIVITY-FILE-STATUS PIC X(02).
           88 ACTIVITY-FILE-OK VALUE "00".
       01 VERIFY-EXTRACT-STATUS PIC X(02).
       01 LETTER-FILE-STATUS PIC X(02).
       01 ENROLL-EOF-SWITCH PIC X(01) VALUE "N".
           88 ENROLL-AT-EOF VALUE "Y".
       01 ACTIVITY-EOF-SWITCH PIC X(01) VALUE "N".
           88 ACTIVITY-AT-EOF VALUE "Y".
       01 SORT-EOF-SWITCH PIC X(01) VALUE "N".
           88 SORT-AT-EOF VALUE "Y".
       01 FIRST-RECORD-SWITCH PIC X(01) VALUE "Y".
           88 IS-FIRST-RECORD VALUE "Y".
       01 TERM-SWITCH PIC X(01) VALUE "Y".
           88 TERM-IS-VALID VALUE "Y".
       01 STUDENT-FOUND-SWITCH PIC X(01).
           88 STUDENT-FOUND VALUE "Y".
       01 LETTER-SWITCH PIC X(01) VALUE "N".
           88 LETTER-PRINTED VALUE "Y".
       01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
       01 WS-CERT-TERM PIC X(06) VALUE SPACES.
       01 WS-LETTER-STUDENT PIC 9(08) VALUE ZERO.
           88 EXTRACT-REQUESTED VALUE ZERO.
       01 WS-TERM-START PIC 9(08) VALUE ZERO.
       01 WS-TERM-END PIC 9(08) VALUE ZERO.
      * CREDIT-HOUR LOAD FOR FULL-TIME AND HALF-TIME CERTIFICATION.
       01 WS-FULL-TIME-CREDITS PIC 9(02)V9 VALUE 12.0.
       01 WS-HALF-TIME-CREDITS PIC 9(02)V9 VALUE 6.0.
      * ONE STUDENT'S TERM, BUILT UP FROM THE SORTED ROWS.
       01 WS-PRIOR-STUDENT PIC 9(08) VALUE ZERO.
       01 WS-STUDENT-CREDITS PIC 9(03)V9 VALUE ZERO.
       01 WS-ENROLL-ROWS PIC 9(04) COMP VALUE ZERO.
       01 WS-COUNTED-ROWS PIC 9(04) COMP VALUE ZERO.
       01 WS-WAITLIST-ROWS PIC 9(04) COMP VALUE ZERO.
       01 WS-LAST-DROP-DATE PIC 9(08) VALUE ZERO.
       01 WS-CERT-STATUS PIC X(01).
           88 CERT-FULL-TIME VALUE "F".
           88 CERT-HALF-TIME VALUE "H".
           88 CERT-LESS-THAN-HALF VALUE "L".
           88 CERT-WITHDRAWN VALUE "W".
           88 CERT-NOT-ENROLLED VALUE "N".
      * THE COURSES CARRYING CREDIT, LISTED ON THE LETTER. A TERM
      * LOAD NEVER APPROACHES THE TABLE SIZE; ANY EXCESS STILL
      * COUNTS TOWARD THE CREDITS, IT IS ONLY NOT LISTED.
       01 WS-COURSE-TABLE-MAX PIC 9(02) COMP VALUE 20.
       01 WS-CT-COUNT PIC 9(02) COMP VALUE ZERO.
       01 WS-CT-SUB PIC 9(02) COMP VALUE ZERO.
       01 COURSE-TABLE.
           05 CT-ENTRY OCCURS 20 TIMES.
               10 CT-COURSE PIC X(08).
               10 CT-TITLE PIC X(30).
               10 CT-CREDITS PIC 9(02)V9.
       01 WS-ROWS-READ-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-UNCATALOGED-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-NOT-CERTIFIED-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-DETAIL-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-FULL-TIME-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-HALF-TIME-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-LESS-THAN-HALF-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-WITHDRAWN-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-CREDIT-TOTAL PIC 9(07)V9 VALUE ZERO.
       01 HEADER-RECORD.
           05 FILLER PIC X(03) VALUE "HDR".
           05 HDR-RUN-DATE PIC 9(08).
           05 HDR-TERM-CODE PIC X(06).
       01 DETAIL-RECORD.
           05 VD-STUDENT-NUMBER PIC 9(08).
           05 VD-LAST-NAME PIC X(10).
           05 VD-FIRST-NAME PIC X(10).
           05 VD-TERM-CODE PIC X(06).
           05 VD-ENROLL-STATUS PIC X(01).
           05 VD-CREDIT-HOURS PIC 9(03)V9.
           05 VD-WITHDRAWAL-DATE PIC 9(08).
       01 TRAILER-RECORD.
           05 FILLER PIC X(03) VALUE "TRL".
           05 TRL-DETAIL-COUNT PIC 9(08).
           05 TRL-FULL-TIME-COUNT PIC 9(08).
           05 TRL-HALF-TIME-COUNT PIC 9(08).
           05 TRL-LESS-THAN-HALF-COUNT PIC 9(08).
           05 TRL-WITHDRAWN-COUNT PIC 9(08).
           05 TRL-CREDIT-TOTAL PIC 9(07)V9.
       01 BLANK-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
       01 LETTER-HEADING-LINE.
           05 FILLER PIC X(32)
               VALUE "OFFICE OF THE REGISTRAR".
           05 FILLER PIC X(32)
               VALUE "ENROLLMENT VERIFICATION - TERM ".
           05 LH-TERM PIC X(06).
       01 LETTER-STUDENT-LINE.
           05 FILLER PIC X(16) VALUE "STUDENT NUMBER: ".
           05 LS-STUDENT-NUMBER PIC 9(8).
           05 FILLER PIC X(14) VALUE "    RUN DATE: ".
           05 LS-RUN-DATE PIC 9(08).
       01 LETTER-NAME-LINE.
           05 FILLER PIC X(16) VALUE "STUDENT NAME:   ".
           05 LN-FIRST-NAME PIC X(10).
           05 FILLER PIC X(01) VALUE SPACES.
           05 LN-LAST-NAME PIC X(16).
       01 LETTER-TERM-LINE.
           05 FILLER PIC X(16) VALUE "TERM DATES:     ".
           05 LD-TERM-START PIC 9(08).
           05 FILLER PIC X(04) VALUE " TO ".
           05 LD-TERM-END PIC 9(08).
       01 LETTER-SALUTATION PIC X(60) VALUE
           "TO WHOM IT MAY CONCERN:".
       01 LETTER-CERTIFY-LINE.
           05 FILLER PIC X(33)
               VALUE "THE STUDENT IS ENROLLED FOR TERM ".
           05 LC-TERM PIC X(06).
           05 FILLER PIC X(04) VALUE " AS ".
           05 LC-STATUS-TEXT PIC X(20).
       01 LETTER-CREDIT-LINE.
           05 FILLER PIC X(22) VALUE "CREDIT HOURS CARRIED: ".
           05 LR-CREDITS PIC ZZ9.9.
       01 LETTER-WITHDRAWN-LINE.
           05 FILLER PIC X(47)
               VALUE "THE STUDENT WITHDREW FROM ALL COURSES FOR TERM ".
           05 LW-TERM PIC X(06).
           05 FILLER PIC X(11) VALUE " EFFECTIVE ".
           05 LW-DROP-DATE PIC 9(08).
       01 LETTER-NOT-ENROLLED-LINE.
           05 FILLER PIC X(37)
               VALUE "THE STUDENT IS NOT ENROLLED FOR TERM ".
           05 LX-TERM PIC X(06).
           05 FILLER PIC X(01) VALUE ".".
       01 LETTER-COURSE-HEADING.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "COURSE".
           05 FILLER PIC X(32) VALUE "TITLE".
           05 FILLER PIC X(07) VALUE "CREDITS".
       01 LETTER-COURSE-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 LL-COURSE PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LL-TITLE PIC X(30).
           05 FILLER PIC X(04) VALUE SPACES.
           05 LL-CREDITS PIC Z9.9.
       01 CLOSING-TEXT PIC X(60) VALUE
           "ISSUED BY THE OFFICE OF THE REGISTRAR.".
       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
      * WITHOUT THE ENROLLMENT FILE NOTHING CAN BE CERTIFIED, AND AN
      * EMPTY EXTRACT WOULD READ AS A TERM WITH NO ONE ENROLLED.
            EVALUATE TRUE
                WHEN NOT ENROLLMENT-FILE-OPENED
                    DISPLAY "ENROLLCERTIFY - CANNOT OPEN ENROLLMENT "
                        "FILE, STATUS = " ENROLLMENT-OPEN-STATUS
                    MOVE 8 TO RETURN-CODE
                WHEN NOT TERM-IS-VALID
                    DISPLAY "ENROLLCERTIFY - TERM " WS-CERT-TERM
                        " NOT ON TERM CALENDAR, NOTHING CERTIFIED."
                    MOVE 8 TO RETURN-CODE
                WHEN OTHER
                    SORT SORT-WORK
                        ON ASCENDING KEY SORT-STUDENT SORT-REC-TYPE
                            SORT-COURSE SORT-DATE
                        INPUT PROCEDURE IS 2000-SORT-INPUT THRU
                            2000-SORT-INPUT-EXIT
                        OUTPUT PROCEDURE IS 3000-SORT-OUTPUT THRU
                            3000-SORT-OUTPUT-EXIT
            END-EVALUATE.
            PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
            DISPLAY "ENROLL CERTIFY - ENROLLMENT ROWS READ: "
                WS-ROWS-READ-COUNT.
            DISPLAY "ENROLL CERTIFY - NOT ON CATALOG      : "
                WS-UNCATALOGED-COUNT.
            DISPLAY "ENROLL CERTIFY - FULL-TIME           : "
                WS-FULL-TIME-COUNT.
            DISPLAY "ENROLL CERTIFY - HALF-TIME           : "
                WS-HALF-TIME-COUNT.
            DISPLAY "ENROLL CERTIFY - LESS THAN HALF-TIME : "
                WS-LESS-THAN-HALF-COUNT.
            DISPLAY "ENROLL CERTIFY - WITHDRAWN           : "
                WS-WITHDRAWN-COUNT.
            DISPLAY "ENROLL CERTIFY - WAITLISTED ONLY     : "
                WS-NOT-CERTIFIED-COUNT.
            DISPLAY "ENROLL CERTIFY - RECORDS WRITTEN     : "
                WS-DETAIL-COUNT.
            STOP RUN.

      ******************************************************************
      * INITIALIZATION - KEY THE TERM AND, FOR A LETTER, THE STUDENT.
      * THE CATALOG, MASTER AND TERM CALENDAR MAY LEGITIMATELY BE
      * MISSING: ROWS THEN CARRY NO CREDIT, LETTERS NO NAME, AND THE
      * TERM IS TAKEN AS KEYED.
      ******************************************************************
       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            DISPLAY "ENTER TERM CODE FOR ENROLLMENT VERIFICATION: ".
            ACCEPT WS-CERT-TERM.
            INSPECT WS-CERT-TERM CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      * A NON-NUMERIC ENTRY COMES OUT OF THE ACCEPT AS ZERO AND
      * REQUESTS THE EXTRACT THE SAME WAY AN EXPLICIT ZERO DOES.
            DISPLAY "ENTER STUDENT NUMBER FOR A LETTER "
                "(0 FOR THE EXTRACT): ".
            ACCEPT WS-LETTER-STUDENT.
            OPEN INPUT ENROLLMENT-FILE.
            MOVE ENROLLMENT-FILE-STATUS TO ENROLLMENT-OPEN-STATUS.
            OPEN INPUT STUDENT-FILE.
            MOVE STUDENT-FILE-STATUS TO STUDENT-OPEN-STATUS.
            IF NOT STUDENT-FILE-AVAILABLE
                DISPLAY "ENROLLCERTIFY - STUDENT-FILE NOT "
                    "AVAILABLE, NAMES LEFT BLANK."
            END-IF.
            OPEN INPUT COURSE-CATALOG.
            MOVE COURSE-CATALOG-STATUS TO COURSE-CATALOG-OPEN-STATUS.
            IF NOT COURSE-CATALOG-AVAILABLE
                DISPLAY "ENROLLCERTIFY - COURSE CATALOG NOT "
                    "AVAILABLE, NO CREDIT HOURS CARRIED."
            END-IF.
            OPEN INPUT TERM-CALENDAR.
            MOVE TERM-CALENDAR-STATUS TO TERM-CALENDAR-OPEN-STATUS.
            IF TERM-CALENDAR-AVAILABLE
                PERFORM 1100-CHECK-TERM THRU 1100-CHECK-TERM-EXIT
            ELSE
                DISPLAY "ENROLLCERTIFY - TERM CALENDAR NOT "
                    "AVAILABLE, TERM CHECK BYPASSED."
            END-IF.
            IF ENROLLMENT-FILE-OPENED AND TERM-IS-VALID
                IF EXTRACT-REQUESTED
                    OPEN OUTPUT VERIFY-EXTRACT
                    MOVE WS-RUN-DATE TO HDR-RUN-DATE
                    MOVE WS-CERT-TERM TO HDR-TERM-CODE
                    WRITE VERIFY-RECORD FROM HEADER-RECORD
                ELSE
                    OPEN OUTPUT LETTER-FILE
                END-IF
            END-IF.
       1000-INITIALIZE-EXIT.
            EXIT.

       1100-CHECK-TERM.
            MOVE WS-CERT-TERM TO TC-TERM-CODE.
            READ TERM-CALENDAR
                INVALID KEY
                    MOVE "N" TO TERM-SWITCH
                NOT INVALID KEY
                    MOVE TC-TERM-START TO WS-TERM-START
                    MOVE TC-TERM-END TO WS-TERM-END
            END-READ.
       1100-CHECK-TERM-EXIT.
            EXIT.

      ******************************************************************
      * SORT INPUT PROCEDURE - THE TERM'S ENROLLMENT ROWS, PRICED IN
      * CREDIT HOURS FROM THE CATALOG, THEN THE TERM'S DROP EVENTS.
      * FOR A LETTER ONLY THE ONE STUDENT'S ROWS ARE RELEASED; THE
      * ENROLLMENT FILE IS KEYED BY STUDENT FIRST, SO THE READ STARTS
      * AT THAT STUDENT AND STOPS PAST THEM.
      ******************************************************************
       2000-SORT-INPUT.
            MOVE WS-LETTER-STUDENT TO ENR-STUDENT-NUMBER.
            MOVE LOW-VALUES TO ENR-COURSE-CODE ENR-TERM-CODE.
            START ENROLLMENT-FILE KEY >= ENR-KEY
                INVALID KEY SET ENROLL-AT-EOF TO TRUE
            END-START.
            PERFORM 2100-READ-ENROLLMENT THRU
                2100-READ-ENROLLMENT-EXIT.
            PERFORM 2200-RELEASE-ENROLLMENT THRU
                2200-RELEASE-ENROLLMENT-EXIT
                UNTIL ENROLL-AT-EOF.
            OPEN INPUT ACTIVITY-FILE.
            IF ACTIVITY-FILE-OK
                PERFORM 2500-READ-ACTIVITY THRU
                    2500-READ-ACTIVITY-EXIT
                PERFORM 2600-RELEASE-DROP THRU 2600-RELEASE-DROP-EXIT
                    UNTIL ACTIVITY-AT-EOF
                CLOSE ACTIVITY-FILE
            ELSE
                DISPLAY "ENROLLCERTIFY - ACTIVITY FILE NOT "
                    "AVAILABLE, WITHDRAWALS CARRY NO DATE."
            END-IF.
       2000-SORT-INPUT-EXIT.
            EXIT.

       2100-READ-ENROLLMENT.
            READ ENROLLMENT-FILE NEXT RECORD
                AT END SET ENROLL-AT-EOF TO TRUE
            END-READ.
            IF NOT ENROLL-AT-EOF
                    AND NOT EXTRACT-REQUESTED
                    AND ENR-STUDENT-NUMBER NOT = WS-LETTER-STUDENT
                SET ENROLL-AT-EOF TO TRUE
            END-IF.
       2100-READ-ENROLLMENT-EXIT.
            EXIT.

       2200-RELEASE-ENROLLMENT.
            IF ENR-TERM-CODE = WS-CERT-TERM
                ADD 1 TO WS-ROWS-READ-COUNT
                MOVE ENR-STUDENT-NUMBER TO SORT-STUDENT
                MOVE 1 TO SORT-REC-TYPE
                MOVE ENR-COURSE-CODE TO SORT-COURSE
                MOVE ZERO TO SORT-DATE
                MOVE ENR-STATUS TO SORT-STATUS
                PERFORM 2300-PRICE-CREDITS THRU
                    2300-PRICE-CREDITS-EXIT
                RELEASE SORT-RECORD
            END-IF.
            PERFORM 2100-READ-ENROLLMENT THRU
                2100-READ-ENROLLMENT-EXIT.
       2200-RELEASE-ENROLLMENT-EXIT.
            EXIT.

      * A SECTION NO LONGER ON THE CATALOG CARRIES NO CREDIT; IT IS
      * REPORTED SO THE CERTIFICATION CAN BE CHECKED BY HAND.
       2300-PRICE-CREDITS.
            MOVE ZERO TO SORT-CREDITS.
            MOVE "*NOT ON CATALOG*" TO SORT-TITLE.
            IF COURSE-CATALOG-AVAILABLE
                MOVE ENR-COURSE-CODE TO CC-COURSE-CODE
                MOVE ENR-TERM-CODE TO CC-TERM-CODE
                READ COURSE-CATALOG
                    INVALID KEY
                        ADD 1 TO WS-UNCATALOGED-COUNT
                        DISPLAY "ENROLLCERTIFY - " ENR-COURSE-CODE
                            " " ENR-TERM-CODE " NOT ON CATALOG, "
                            "STUDENT " ENR-STUDENT-NUMBER
                            " GIVEN NO CREDIT."
                    NOT INVALID KEY
                        MOVE CC-CREDIT-HOURS TO SORT-CREDITS
                        MOVE CC-COURSE-TITLE TO SORT-TITLE
                END-READ
            END-IF.
       2300-PRICE-CREDITS-EXIT.
            EXIT.

       2500-READ-ACTIVITY.
            READ ACTIVITY-FILE
                AT END SET ACTIVITY-AT-EOF TO TRUE
            END-READ.
       2500-READ-ACTIVITY-EXIT.
            EXIT.

       2600-RELEASE-DROP.
            IF EV-TERM-CODE = WS-CERT-TERM
                    AND EV-NEW-STATUS = "D"
                    AND (EXTRACT-REQUESTED
                        OR EV-STUDENT-NUMBER = WS-LETTER-STUDENT)
                MOVE EV-STUDENT-NUMBER TO SORT-STUDENT
                MOVE 2 TO SORT-REC-TYPE
                MOVE EV-COURSE-CODE TO SORT-COURSE
                MOVE EV-ACTIVITY-DATE TO SORT-DATE
                MOVE EV-NEW-STATUS TO SORT-STATUS
                MOVE ZERO TO SORT-CREDITS
                MOVE SPACES TO SORT-TITLE
                RELEASE SORT-RECORD
            END-IF.
            PERFORM 2500-READ-ACTIVITY THRU 2500-READ-ACTIVITY-EXIT.
       2600-RELEASE-DROP-EXIT.
            EXIT.

      ******************************************************************
      * SORT OUTPUT PROCEDURE - ONE CERTIFICATION PER STUDENT BREAK
      ******************************************************************
       3000-SORT-OUTPUT.
            PERFORM 3100-RETURN-SORTED THRU 3100-RETURN-SORTED-EXIT.
            PERFORM 3200-PROCESS-ROW THRU 3200-PROCESS-ROW-EXIT
                UNTIL SORT-AT-EOF.
            IF NOT IS-FIRST-RECORD
                PERFORM 3600-END-STUDENT THRU 3600-END-STUDENT-EXIT
            END-IF.
       3000-SORT-OUTPUT-EXIT.
            EXIT.

       3100-RETURN-SORTED.
            RETURN SORT-WORK
                AT END SET SORT-AT-EOF TO TRUE
            END-RETURN.
       3100-RETURN-SORTED-EXIT.
            EXIT.

       3200-PROCESS-ROW.
            IF IS-FIRST-RECORD
                PERFORM 3300-START-STUDENT THRU 3300-START-STUDENT-EXIT
                MOVE "N" TO FIRST-RECORD-SWITCH
            ELSE
                IF SORT-STUDENT NOT = WS-PRIOR-STUDENT
                    PERFORM 3600-END-STUDENT THRU
                        3600-END-STUDENT-EXIT
                    PERFORM 3300-START-STUDENT THRU
                        3300-START-STUDENT-EXIT
                END-IF
            END-IF.
            PERFORM 3400-ACCUMULATE-ROW THRU 3400-ACCUMULATE-ROW-EXIT.
            PERFORM 3100-RETURN-SORTED THRU 3100-RETURN-SORTED-EXIT.
       3200-PROCESS-ROW-EXIT.
            EXIT.

       3300-START-STUDENT.
            MOVE SORT-STUDENT TO WS-PRIOR-STUDENT.
            MOVE ZERO TO WS-STUDENT-CREDITS WS-ENROLL-ROWS
                WS-COUNTED-ROWS WS-WAITLIST-ROWS WS-LAST-DROP-DATE
                WS-CT-COUNT.
       3300-START-STUDENT-EXIT.
            EXIT.

      * ENROLLED AND COMPLETED ROWS CARRY CREDIT; WAITLISTED ROWS ARE
      * COUNTED ONLY TO TELL A WAITLIST FROM A WITHDRAWAL. DROP
      * EVENTS ARRIVE IN COURSE ORDER, NOT DATE ORDER, SO THE
      * LATEST DROP DATE IS KEPT BY COMPARISON.
       3400-ACCUMULATE-ROW.
            IF SORT-DROP-EVENT
                IF SORT-DATE > WS-LAST-DROP-DATE
                    MOVE SORT-DATE TO WS-LAST-DROP-DATE
                END-IF
            ELSE
                ADD 1 TO WS-ENROLL-ROWS
                EVALUATE TRUE
                    WHEN SORT-STATUS-ENROLLED
                    WHEN SORT-STATUS-COMPLETED
                        ADD 1 TO WS-COUNTED-ROWS
                        ADD SORT-CREDITS TO WS-STUDENT-CREDITS
                        PERFORM 3450-ADD-TO-COURSE-TABLE THRU
                            3450-ADD-TO-COURSE-TABLE-EXIT
                    WHEN SORT-STATUS-WAITLISTED
                        ADD 1 TO WS-WAITLIST-ROWS
                END-EVALUATE
            END-IF.
       3400-ACCUMULATE-ROW-EXIT.
            EXIT.

       3450-ADD-TO-COURSE-TABLE.
            IF WS-CT-COUNT < WS-COURSE-TABLE-MAX
                ADD 1 TO WS-CT-COUNT
                MOVE SORT-COURSE TO CT-COURSE (WS-CT-COUNT)
                MOVE SORT-TITLE TO CT-TITLE (WS-CT-COUNT)
                MOVE SORT-CREDITS TO CT-CREDITS (WS-CT-COUNT)
            END-IF.
       3450-ADD-TO-COURSE-TABLE-EXIT.
            EXIT.

      * A STUDENT WITH DROP EVENTS BUT NO ROW FOR THE TERM ON THE
      * ENROLLMENT FILE HAS NOTHING TO CERTIFY.
       3600-END-STUDENT.
            IF WS-ENROLL-ROWS > ZERO
                PERFORM 3610-CLASSIFY-STUDENT THRU
                    3610-CLASSIFY-STUDENT-EXIT
                PERFORM 3620-FIND-STUDENT THRU 3620-FIND-STUDENT-EXIT
                IF EXTRACT-REQUESTED
                    PERFORM 3700-WRITE-EXTRACT THRU
                        3700-WRITE-EXTRACT-EXIT
                ELSE
                    PERFORM 6000-PRINT-LETTER THRU
                        6000-PRINT-LETTER-EXIT
                END-IF
            END-IF.
       3600-END-STUDENT-EXIT.
            EXIT.

       3610-CLASSIFY-STUDENT.
            EVALUATE TRUE
                WHEN WS-COUNTED-ROWS = ZERO
                        AND WS-WAITLIST-ROWS > ZERO
                    SET CERT-NOT-ENROLLED TO TRUE
                    ADD 1 TO WS-NOT-CERTIFIED-COUNT
                WHEN WS-COUNTED-ROWS = ZERO
                    SET CERT-WITHDRAWN TO TRUE
                    ADD 1 TO WS-WITHDRAWN-COUNT
                WHEN WS-STUDENT-CREDITS NOT < WS-FULL-TIME-CREDITS
                    SET CERT-FULL-TIME TO TRUE
                    ADD 1 TO WS-FULL-TIME-COUNT
                WHEN WS-STUDENT-CREDITS NOT < WS-HALF-TIME-CREDITS
                    SET CERT-HALF-TIME TO TRUE
                    ADD 1 TO WS-HALF-TIME-COUNT
                WHEN OTHER
                    SET CERT-LESS-THAN-HALF TO TRUE
                    ADD 1 TO WS-LESS-THAN-HALF-COUNT
            END-EVALUATE.
       3610-CLASSIFY-STUDENT-EXIT.
            EXIT.

       3620-FIND-STUDENT.
            MOVE "N" TO STUDENT-FOUND-SWITCH.
            IF STUDENT-FILE-AVAILABLE
                MOVE WS-PRIOR-STUDENT TO STUDENT-NUMBER
                READ STUDENT-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET STUDENT-FOUND TO TRUE
                END-READ
            END-IF.
            IF NOT STUDENT-FOUND
                MOVE SPACES TO FIRST-NAME LAST-NAME
            END-IF.
       3620-FIND-STUDENT-EXIT.
            EXIT.

       3700-WRITE-EXTRACT.
            IF NOT CERT-NOT-ENROLLED
                MOVE WS-PRIOR-STUDENT TO VD-STUDENT-NUMBER
                MOVE LAST-NAME TO VD-LAST-NAME
                MOVE FIRST-NAME TO VD-FIRST-NAME
                MOVE WS-CERT-TERM TO VD-TERM-CODE
                MOVE WS-CERT-STATUS TO VD-ENROLL-STATUS
                MOVE WS-STUDENT-CREDITS TO VD-CREDIT-HOURS
                IF CERT-WITHDRAWN
                    MOVE WS-LAST-DROP-DATE TO VD-WITHDRAWAL-DATE
                ELSE
                    MOVE ZERO TO VD-WITHDRAWAL-DATE
                END-IF
                WRITE VERIFY-RECORD FROM DETAIL-RECORD
                ADD 1 TO WS-DETAIL-COUNT
                ADD WS-STUDENT-CREDITS TO WS-CREDIT-TOTAL
            END-IF.
       3700-WRITE-EXTRACT-EXIT.
            EXIT.

      ******************************************************************
      * VERIFICATION LETTER - ONE PAGE FOR THE KEYED STUDENT. A
      * STUDENT WITH NO ROWS FOR THE TERM, OR ONLY WAITLISTED ROWS,
      * GETS A LETTER SAYING THEY ARE NOT ENROLLED.
      ******************************************************************
       6000-PRINT-LETTER.
            SET LETTER-PRINTED TO TRUE.
            MOVE WS-CERT-TERM TO LH-TERM.
            WRITE LETTER-LINE FROM LETTER-HEADING-LINE.
            WRITE LETTER-LINE FROM BLANK-LINE.
            MOVE WS-LETTER-STUDENT TO LS-STUDENT-NUMBER.
            MOVE WS-RUN-DATE TO LS-RUN-DATE.
            WRITE LETTER-LINE FROM LETTER-STUDENT-LINE.
            IF STUDENT-FOUND
                MOVE FIRST-NAME TO LN-FIRST-NAME
                MOVE LAST-NAME TO LN-LAST-NAME
            ELSE
                MOVE SPACES TO LN-FIRST-NAME
                MOVE "*NOT ON MASTER*" TO LN-LAST-NAME
            END-IF.
            WRITE LETTER-LINE FROM LETTER-NAME-LINE.
            IF WS-TERM-START NOT = ZERO
                MOVE WS-TERM-START TO LD-TERM-START
                MOVE WS-TERM-END TO LD-TERM-END
                WRITE LETTER-LINE FROM LETTER-TERM-LINE
            END-IF.
            WRITE LETTER-LINE FROM BLANK-LINE.
            WRITE LETTER-LINE FROM LETTER-SALUTATION.
            WRITE LETTER-LINE FROM BLANK-LINE.
            EVALUATE TRUE
                WHEN CERT-NOT-ENROLLED
                    MOVE WS-CERT-TERM TO LX-TERM
                    WRITE LETTER-LINE FROM LETTER-NOT-ENROLLED-LINE
                WHEN CERT-WITHDRAWN
                    MOVE WS-CERT-TERM TO LW-TERM
                    MOVE WS-LAST-DROP-DATE TO LW-DROP-DATE
                    WRITE LETTER-LINE FROM LETTER-WITHDRAWN-LINE
                WHEN OTHER
                    PERFORM 6100-PRINT-ENROLLED THRU
                        6100-PRINT-ENROLLED-EXIT
            END-EVALUATE.
            WRITE LETTER-LINE FROM BLANK-LINE.
            WRITE LETTER-LINE FROM CLOSING-TEXT.
       6000-PRINT-LETTER-EXIT.
            EXIT.

       6100-PRINT-ENROLLED.
            MOVE WS-CERT-TERM TO LC-TERM.
            EVALUATE TRUE
                WHEN CERT-FULL-TIME
                    MOVE "FULL-TIME." TO LC-STATUS-TEXT
                WHEN CERT-HALF-TIME
                    MOVE "HALF-TIME." TO LC-STATUS-TEXT
                WHEN OTHER
                    MOVE "LESS THAN HALF-TIME." TO LC-STATUS-TEXT
            END-EVALUATE.
            WRITE LETTER-LINE FROM LETTER-CERTIFY-LINE.
            MOVE WS-STUDENT-CREDITS TO LR-CREDITS.
            WRITE LETTER-LINE FROM LETTER-CREDIT-LINE.
            WRITE LETTER-LINE FROM BLANK-LINE.
            WRITE LETTER-LINE FROM LETTER-COURSE-HEADING.
            MOVE 1 TO WS-CT-SUB.
            PERFORM 6110-PRINT-ONE-COURSE THRU
                6110-PRINT-ONE-COURSE-EXIT
                UNTIL WS-CT-SUB > WS-CT-COUNT.
       6100-PRINT-ENROLLED-EXIT.
            EXIT.

       6110-PRINT-ONE-COURSE.
            MOVE CT-COURSE (WS-CT-SUB) TO LL-COURSE.
            MOVE CT-TITLE (WS-CT-SUB) TO LL-TITLE.
            MOVE CT-CREDITS (WS-CT-SUB) TO LL-CREDITS.
            WRITE LETTER-LINE FROM LETTER-COURSE-LINE.
            ADD 1 TO WS-CT-SUB.
       6110-PRINT-ONE-COURSE-EXIT.
            EXIT.

      ******************************************************************
      * TERMINATION - THE TRAILER CARRIES THE BALANCING COUNTS; A
      * LETTER REQUEST THAT FOUND NO ROWS STILL GETS ITS LETTER. A
      * REFUSED RUN OPENED NO OUTPUT AND WRITES NONE.
      ******************************************************************
       9000-TERMINATE.
            EVALUATE TRUE
                WHEN NOT ENROLLMENT-FILE-OPENED
                WHEN NOT TERM-IS-VALID
                    CONTINUE
                WHEN EXTRACT-REQUESTED
                    MOVE WS-DETAIL-COUNT TO TRL-DETAIL-COUNT
                    MOVE WS-FULL-TIME-COUNT TO TRL-FULL-TIME-COUNT
                    MOVE WS-HALF-TIME-COUNT TO TRL-HALF-TIME-COUNT
                    MOVE WS-LESS-THAN-HALF-COUNT TO
                        TRL-LESS-THAN-HALF-COUNT
                    MOVE WS-WITHDRAWN-COUNT TO TRL-WITHDRAWN-COUNT
                    MOVE WS-CREDIT-TOTAL TO TRL-CREDIT-TOTAL
                    WRITE VERIFY-RECORD FROM TRAILER-RECORD
                    CLOSE VERIFY-EXTRACT
                WHEN OTHER
                    IF NOT LETTER-PRINTED
                        MOVE WS-LETTER-STUDENT TO WS-PRIOR-STUDENT
                        SET CERT-NOT-ENROLLED TO TRUE
                        PERFORM 3620-FIND-STUDENT THRU
                            3620-FIND-STUDENT-EXIT
                        PERFORM 6000-PRINT-LETTER THRU
                            6000-PRINT-LETTER-EXIT
                    END-IF
                    CLOSE LETTER-FILE
            END-EVALUATE.
            IF ENROLLMENT-FILE-OPENED
                CLOSE ENROLLMENT-FILE
            END-IF.
            IF STUDENT-FILE-AVAILABLE
                CLOSE STUDENT-FILE
            END-IF.
            IF COURSE-CATALOG-AVAILABLE
                CLOSE COURSE-CATALOG
            END-IF.
            IF TERM-CALENDAR-AVAILABLE
                CLOSE TERM-CALENDAR
            END-IF.
       9000-TERMINATE-EXIT.
            EXIT.
       END PROGRAM EnrollCertify.
