      ******************************************************************
      * Author: JESSE PROULX
      * Date: 10-15-2026
      * Purpose: TERM-TO-TERM ROLLOVER OF THE COURSE CATALOG
      *          (../COURSECAT) AND TUITION FEE SCHEDULE (../FEESCHED).
      *          THE OPERATOR KEYS A SOURCE TERM AND A TARGET TERM;
      *          EVERY CATALOG ROW OF THE SOURCE TERM IS COPIED TO THE
      *          TARGET TERM WITH ITS FEE ROW, SO SECTIONS THAT REPEAT
      *          UNCHANGED NEED NOT BE RE-KEYED THROUGH CourseLoad,
      *          FeeLoad OR CourseMaint. AN OPTIONAL ADJUSTMENT FILE
      *          (../ROLLADJ) MAY DROP A SECTION (ACTION D), CHANGE
      *          ITS CC-MAX-SEATS (ACTION S) OR CHANGE ITS CHARGE
      *          (ACTION C) ON THE WAY ACROSS; A COURSE MAY CARRY BOTH
      *          AN S AND A C ROW. THE TARGET TERM MUST ALREADY BE ON
      *          THE TERM CALENDAR (../TERMREF, SEE TermLoad). A
      *          SECTION ALREADY ON FILE FOR THE TARGET TERM - IN THE
      *          CATALOG OR THE FEE SCHEDULE - IS REFUSED AND LEFT AS
      *          IT IS. EVERY SOURCE SECTION PRINTS ON THE ROLLOVER
      *          REGISTER (../ROLLREG) AS COPIED, CHANGED, DROPPED OR
      *          REFUSED, FOLLOWED BY ANY ADJUSTMENT NOT APPLIED, AND
      *          THE REGISTER CLOSES WITH COUNTS THAT MUST TIE TO THE
      *          SECTIONS READ. MEETING PATTERNS (../MEETPAT) ARE NOT
      *          CARRIED - ROOMS AND TIMES ARE SET PER TERM THROUGH
      *          MeetLoad OR MeetMaint.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CatalogRollover.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
               SELECT TERM-CALENDAR ASSIGN TO "../TERMREF"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TC-TERM-CODE
                   FILE STATUS IS TERM-CALENDAR-STATUS.
               SELECT ADJUSTMENT-FILE ASSIGN TO "../ROLLADJ"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ADJUSTMENT-FILE-STATUS.
               SELECT SORT-WORK ASSIGN TO "SORTWK1".
               SELECT ROLLOVER-REGISTER ASSIGN TO "../ROLLREG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ROLLOVER-REGISTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COURSE-CATALOG.
           COPY COURSE.
       FD FEE-SCHEDULE.
           COPY FEESCHED.
       FD TERM-CALENDAR.
           COPY TERMREF.
      * ONE ADJUSTMENT PER ROW. SEATS ARE FOUR DIGITS AND THE CHARGE
      * SEVEN DIGITS WITH TWO IMPLIED DECIMALS, AS ON ../FEEIN; ONLY
      * THE FIELD FOR THE ROW'S ACTION IS READ.
       FD ADJUSTMENT-FILE.
       01 ADJUSTMENT-RECORD.
           05 AJ-COURSE-CODE PIC X(8).
           05 AJ-ACTION PIC X(1).
               88 AJ-ACTION-DROP VALUE "D".
               88 AJ-ACTION-SEATS VALUE "S".
               88 AJ-ACTION-CHARGE VALUE "C".
           05 AJ-NEW-SEATS-X PIC X(4).
           05 AJ-NEW-SEATS-9 REDEFINES AJ-NEW-SEATS-X PIC 9(4).
           05 AJ-NEW-CHARGE-X PIC X(7).
           05 AJ-NEW-CHARGE-9 REDEFINES AJ-NEW-CHARGE-X PIC 9(5)V99.
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SORT-COURSE PIC X(8).
           05 SORT-TITLE PIC X(30).
           05 SORT-MAX-SEATS PIC 9(4).
           05 SORT-CREDITS PIC 9(2)V9.
       FD ROLLOVER-REGISTER.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 COURSE-CATALOG-STATUS PIC X(02).
       01 COURSE-CATALOG-OPEN-STATUS PIC X(02).
           88 COURSE-CATALOG-OPENED VALUE "00".
       01 FEE-SCHEDULE-STATUS PIC X(02).
       01 FEE-SCHEDULE-OPEN-STATUS PIC X(02).
           88 FEE-SCHEDULE-AVAILABLE VALUE "00".
       01 TERM-CALENDAR-STATUS PIC X(02).
       01 TERM-CALENDAR-OPEN-STATUS PIC X(02).
           88 TERM-CALENDAR-AVAILABLE VALUE "00".
       01 ADJUSTMENT-FILE-STATUS PIC X(02).
           88 ADJUSTMENT-FILE-OK VALUE "00".
       01 ROLLOVER-REGISTER-STATUS PIC X(02).
       01 CATALOG-EOF-SWITCH PIC X(01) VALUE "N".
           88 CATALOG-AT-EOF VALUE "Y".
       01 ADJUSTMENT-EOF-SWITCH PIC X(01) VALUE "N".
           88 ADJUSTMENT-AT-EOF VALUE "Y".
       01 SORT-EOF-SWITCH PIC X(01) VALUE "N".
           88 SORT-AT-EOF VALUE "Y".
       01 REFUSED-RUN-SWITCH PIC X(01) VALUE "N".
           88 ROLLOVER-REFUSED VALUE "Y".
       01 ADJUSTMENT-FOUND-SWITCH PIC X(01).
           88 ADJUSTMENT-FOUND VALUE "Y".
       01 TARGET-EXISTS-SWITCH PIC X(01).
           88 TARGET-EXISTS VALUE "Y".
       01 SOURCE-FEE-SWITCH PIC X(01).
           88 SOURCE-FEE-FOUND VALUE "Y".
       01 DROP-SWITCH PIC X(01).
           88 SECTION-DROPPED VALUE "Y".
       01 CHARGE-SWITCH PIC X(01).
           88 CHARGE-ADJUSTED VALUE "Y".
       01 WS-FIND-COURSE PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
       01 WS-SOURCE-TERM PIC X(06) VALUE SPACES.
       01 WS-TARGET-TERM PIC X(06) VALUE SPACES.
      * ADJUSTMENTS BY COURSE, LOADED BEFORE THE ROLLOVER. ROWS FOR
      * THE SAME COURSE MERGE INTO ONE ENTRY; ROWS PAST THE TABLE
      * SIZE ARE REJECTED RATHER THAN SILENTLY IGNORED.
       01 WS-ADJUSTMENT-TABLE-MAX PIC 9(04) COMP VALUE 500.
       01 WS-AT-COUNT PIC 9(04) COMP VALUE ZERO.
       01 WS-AT-SUB PIC 9(04) COMP VALUE ZERO.
       01 WS-AT-MATCH PIC 9(04) COMP VALUE ZERO.
       01 ADJUSTMENT-TABLE.
           05 AT-ENTRY OCCURS 500 TIMES.
               10 AT-COURSE PIC X(08).
               10 AT-DROP-FLAG PIC X(01).
                   88 AT-DROP VALUE "Y".
               10 AT-SEATS-FLAG PIC X(01).
                   88 AT-SEATS-GIVEN VALUE "Y".
               10 AT-NEW-SEATS PIC 9(04).
               10 AT-CHARGE-FLAG PIC X(01).
                   88 AT-CHARGE-GIVEN VALUE "Y".
               10 AT-NEW-CHARGE PIC 9(05)V99.
               10 AT-USED-FLAG PIC X(01).
                   88 AT-USED VALUE "Y".
       01 WS-OLD-CHARGE PIC 9(05)V99 VALUE ZERO.
       01 WS-NEW-CHARGE PIC 9(05)V99 VALUE ZERO.
       01 WS-NEW-SEATS PIC 9(04) VALUE ZERO.
       01 WS-ACTION-TEXT PIC X(08) VALUE SPACES.
       01 WS-NOTE-TEXT PIC X(24) VALUE SPACES.
       01 WS-READ-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-COPIED-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-CHANGED-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-DROPPED-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-REFUSED-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-FEE-WRITTEN-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-NO-FEE-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-ADJ-READ-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-ADJ-REJECTED-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-ADJ-UNUSED-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-ACCOUNTED-COUNT PIC 9(08) COMP VALUE ZERO.
       01 HEADING-LINE-1.
           05 FILLER PIC X(32)
               VALUE "CATALOG ROLLOVER REGISTER  FROM ".
           05 HL-SOURCE-TERM PIC X(06).
           05 FILLER PIC X(04) VALUE " TO ".
           05 HL-TARGET-TERM PIC X(06).
           05 FILLER PIC X(12) VALUE "  RUN DATE ".
           05 HL-RUN-DATE PIC 9(08).
       01 HEADING-LINE-2.
           05 FILLER PIC X(08) VALUE "COURSE".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "ACTION".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(04) VALUE "SEAT".
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(04) VALUE " NEW".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "   CHARGE".
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "      NEW".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "NOTE".
       01 DETAIL-LINE.
           05 DL-COURSE PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 DL-ACTION PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 DL-OLD-SEATS PIC ZZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DL-NEW-SEATS PIC ZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DL-OLD-CHARGE PIC ZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 DL-NEW-CHARGE PIC ZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DL-NOTE PIC X(24).
       01 UNUSED-HEADING-LINE PIC X(60) VALUE
           "ADJUSTMENTS NOT APPLIED - NO SOURCE SECTION FOR COURSE".
       01 UNUSED-LINE.
           05 UL-COURSE PIC X(08).
       01 BLANK-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
       01 SUMMARY-LINE.
           05 SL-LABEL PIC X(28).
           05 SL-COUNT PIC ZZZ,ZZ9.
       01 TIE-LINE PIC X(60).
       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
            IF ROLLOVER-REFUSED
                MOVE 8 TO RETURN-CODE
            ELSE
                SORT SORT-WORK
                    ON ASCENDING KEY SORT-COURSE
                    INPUT PROCEDURE IS 2000-SORT-INPUT THRU
                        2000-SORT-INPUT-EXIT
                    OUTPUT PROCEDURE IS 3000-SORT-OUTPUT THRU
                        3000-SORT-OUTPUT-EXIT
                PERFORM 8000-PRINT-SUMMARY THRU
                    8000-PRINT-SUMMARY-EXIT
            END-IF.
            PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
            DISPLAY "CATALOG ROLLOVER - SECTIONS READ     : "
                WS-READ-COUNT.
            DISPLAY "CATALOG ROLLOVER - COPIED            : "
                WS-COPIED-COUNT.
            DISPLAY "CATALOG ROLLOVER - CHANGED           : "
                WS-CHANGED-COUNT.
            DISPLAY "CATALOG ROLLOVER - DROPPED           : "
                WS-DROPPED-COUNT.
            DISPLAY "CATALOG ROLLOVER - REFUSED           : "
                WS-REFUSED-COUNT.
            DISPLAY "CATALOG ROLLOVER - FEE ROWS WRITTEN  : "
                WS-FEE-WRITTEN-COUNT.
            DISPLAY "CATALOG ROLLOVER - ADJUSTMENTS UNUSED: "
                WS-ADJ-UNUSED-COUNT.
            STOP RUN.

      ******************************************************************
      * INITIALIZATION - KEY THE TERMS AND PROVE THE RUN CAN GO. THE
      * CATALOG AND THE TERM CALENDAR ARE REQUIRED; WITHOUT THE FEE
      * SCHEDULE THE CATALOG IS STILL ROLLED AND FEES ARE LEFT FOR
      * FeeLoad.
      ******************************************************************
       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            DISPLAY "ENTER SOURCE TERM CODE: ".
            ACCEPT WS-SOURCE-TERM.
            DISPLAY "ENTER TARGET TERM CODE: ".
            ACCEPT WS-TARGET-TERM.
            INSPECT WS-SOURCE-TERM CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            INSPECT WS-TARGET-TERM CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            OPEN I-O COURSE-CATALOG.
            MOVE COURSE-CATALOG-STATUS TO COURSE-CATALOG-OPEN-STATUS.
            OPEN I-O FEE-SCHEDULE.
            MOVE FEE-SCHEDULE-STATUS TO FEE-SCHEDULE-OPEN-STATUS.
            OPEN INPUT TERM-CALENDAR.
            MOVE TERM-CALENDAR-STATUS TO TERM-CALENDAR-OPEN-STATUS.
            EVALUATE TRUE
                WHEN WS-SOURCE-TERM = SPACES
                        OR WS-TARGET-TERM = SPACES
                        OR WS-SOURCE-TERM = WS-TARGET-TERM
                    DISPLAY "CATALOGROLLOVER - SOURCE AND TARGET "
                        "TERMS MUST BOTH BE GIVEN AND DIFFER."
                    SET ROLLOVER-REFUSED TO TRUE
                WHEN NOT COURSE-CATALOG-OPENED
                    DISPLAY "CATALOGROLLOVER - CANNOT OPEN COURSE "
                        "CATALOG, STATUS = " COURSE-CATALOG-OPEN-STATUS
                    SET ROLLOVER-REFUSED TO TRUE
                WHEN NOT TERM-CALENDAR-AVAILABLE
                    DISPLAY "CATALOGROLLOVER - CANNOT OPEN TERM "
                        "CALENDAR, STATUS = " TERM-CALENDAR-OPEN-STATUS
                    SET ROLLOVER-REFUSED TO TRUE
                WHEN OTHER
                    PERFORM 1100-CHECK-TARGET-TERM THRU
                        1100-CHECK-TARGET-TERM-EXIT
            END-EVALUATE.
            IF NOT ROLLOVER-REFUSED
                IF NOT FEE-SCHEDULE-AVAILABLE
                    DISPLAY "CATALOGROLLOVER - FEE SCHEDULE NOT "
                        "AVAILABLE, FEES NOT CARRIED FORWARD."
                END-IF
                PERFORM 1200-LOAD-ADJUSTMENTS THRU
                    1200-LOAD-ADJUSTMENTS-EXIT
                OPEN OUTPUT ROLLOVER-REGISTER
                MOVE WS-SOURCE-TERM TO HL-SOURCE-TERM
                MOVE WS-TARGET-TERM TO HL-TARGET-TERM
                MOVE WS-RUN-DATE TO HL-RUN-DATE
                WRITE REPORT-LINE FROM HEADING-LINE-1
                WRITE REPORT-LINE FROM BLANK-LINE
                WRITE REPORT-LINE FROM HEADING-LINE-2
            END-IF.
       1000-INITIALIZE-EXIT.
            EXIT.

       1100-CHECK-TARGET-TERM.
            MOVE WS-TARGET-TERM TO TC-TERM-CODE.
            READ TERM-CALENDAR
                INVALID KEY
                    DISPLAY "CATALOGROLLOVER - TARGET TERM "
                        WS-TARGET-TERM " NOT ON TERM CALENDAR."
                    SET ROLLOVER-REFUSED TO TRUE
            END-READ.
       1100-CHECK-TARGET-TERM-EXIT.
            EXIT.

      ******************************************************************
      * ADJUSTMENTS - A MISSING FILE MEANS THE CATALOG ROLLS AS IT
      * STANDS. A ROW WITH AN UNKNOWN ACTION OR A NON-NUMERIC VALUE
      * IS REJECTED AND THE SECTION ROLLS WITHOUT IT.
      ******************************************************************
       1200-LOAD-ADJUSTMENTS.
            OPEN INPUT ADJUSTMENT-FILE.
            IF ADJUSTMENT-FILE-OK
                PERFORM 1210-READ-ADJUSTMENT THRU
                    1210-READ-ADJUSTMENT-EXIT
                PERFORM 1220-LOAD-ONE-ADJUSTMENT THRU
                    1220-LOAD-ONE-ADJUSTMENT-EXIT
                    UNTIL ADJUSTMENT-AT-EOF
                CLOSE ADJUSTMENT-FILE
            ELSE
                DISPLAY "CATALOGROLLOVER - NO ADJUSTMENT FILE, "
                    "CATALOG ROLLED AS IT STANDS."
            END-IF.
       1200-LOAD-ADJUSTMENTS-EXIT.
            EXIT.

       1210-READ-ADJUSTMENT.
            READ ADJUSTMENT-FILE
                AT END SET ADJUSTMENT-AT-EOF TO TRUE
            END-READ.
       1210-READ-ADJUSTMENT-EXIT.
            EXIT.

       1220-LOAD-ONE-ADJUSTMENT.
            ADD 1 TO WS-ADJ-READ-COUNT.
            INSPECT AJ-COURSE-CODE CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            INSPECT AJ-ACTION CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            EVALUATE TRUE
                WHEN NOT AJ-ACTION-DROP AND NOT AJ-ACTION-SEATS
                        AND NOT AJ-ACTION-CHARGE
                    PERFORM 1290-REJECT-ADJUSTMENT THRU
                        1290-REJECT-ADJUSTMENT-EXIT
                WHEN AJ-ACTION-SEATS AND AJ-NEW-SEATS-X NOT NUMERIC
                    PERFORM 1290-REJECT-ADJUSTMENT THRU
                        1290-REJECT-ADJUSTMENT-EXIT
                WHEN AJ-ACTION-CHARGE
                        AND AJ-NEW-CHARGE-X NOT NUMERIC
                    PERFORM 1290-REJECT-ADJUSTMENT THRU
                        1290-REJECT-ADJUSTMENT-EXIT
                WHEN OTHER
                    PERFORM 1230-STORE-ADJUSTMENT THRU
                        1230-STORE-ADJUSTMENT-EXIT
            END-EVALUATE.
            PERFORM 1210-READ-ADJUSTMENT THRU
                1210-READ-ADJUSTMENT-EXIT.
       1220-LOAD-ONE-ADJUSTMENT-EXIT.
            EXIT.

       1230-STORE-ADJUSTMENT.
            MOVE AJ-COURSE-CODE TO WS-FIND-COURSE.
            PERFORM 3150-FIND-ADJUSTMENT THRU
                3150-FIND-ADJUSTMENT-EXIT.
            IF NOT ADJUSTMENT-FOUND
                IF WS-AT-COUNT < WS-ADJUSTMENT-TABLE-MAX
                    ADD 1 TO WS-AT-COUNT
                    MOVE WS-AT-COUNT TO WS-AT-MATCH
                    MOVE AJ-COURSE-CODE TO AT-COURSE (WS-AT-MATCH)
                    MOVE "N" TO AT-DROP-FLAG (WS-AT-MATCH)
                        AT-SEATS-FLAG (WS-AT-MATCH)
                        AT-CHARGE-FLAG (WS-AT-MATCH)
                        AT-USED-FLAG (WS-AT-MATCH)
                    MOVE ZERO TO AT-NEW-SEATS (WS-AT-MATCH)
                        AT-NEW-CHARGE (WS-AT-MATCH)
                    SET ADJUSTMENT-FOUND TO TRUE
                ELSE
                    DISPLAY "CATALOGROLLOVER - MORE THAN "
                        WS-ADJUSTMENT-TABLE-MAX " ADJUSTED COURSES."
                    PERFORM 1290-REJECT-ADJUSTMENT THRU
                        1290-REJECT-ADJUSTMENT-EXIT
                END-IF
            END-IF.
            IF ADJUSTMENT-FOUND
                EVALUATE TRUE
                    WHEN AJ-ACTION-DROP
                        SET AT-DROP (WS-AT-MATCH) TO TRUE
                    WHEN AJ-ACTION-SEATS
                        SET AT-SEATS-GIVEN (WS-AT-MATCH) TO TRUE
                        MOVE AJ-NEW-SEATS-9 TO
                            AT-NEW-SEATS (WS-AT-MATCH)
                    WHEN AJ-ACTION-CHARGE
                        SET AT-CHARGE-GIVEN (WS-AT-MATCH) TO TRUE
                        MOVE AJ-NEW-CHARGE-9 TO
                            AT-NEW-CHARGE (WS-AT-MATCH)
                END-EVALUATE
            END-IF.
       1230-STORE-ADJUSTMENT-EXIT.
            EXIT.

       1290-REJECT-ADJUSTMENT.
            ADD 1 TO WS-ADJ-REJECTED-COUNT.
            DISPLAY "CATALOGROLLOVER - ADJUSTMENT REJECTED: "
                ADJUSTMENT-RECORD.
       1290-REJECT-ADJUSTMENT-EXIT.
            EXIT.

      ******************************************************************
      * SORT INPUT PROCEDURE - EVERY CATALOG ROW OF THE SOURCE TERM.
      * THE CATALOG IS KEYED BY COURSE THEN TERM, SO THE WHOLE FILE
      * IS BROWSED; THE ROWS ARE HELD IN THE SORT SO NOTHING IS
      * WRITTEN TO THE CATALOG WHILE IT IS BEING BROWSED.
      ******************************************************************
       2000-SORT-INPUT.
            MOVE LOW-VALUES TO CC-KEY.
            START COURSE-CATALOG KEY >= CC-KEY
                INVALID KEY SET CATALOG-AT-EOF TO TRUE
            END-START.
            PERFORM 2100-READ-CATALOG THRU 2100-READ-CATALOG-EXIT.
            PERFORM 2200-RELEASE-SECTION THRU
                2200-RELEASE-SECTION-EXIT
                UNTIL CATALOG-AT-EOF.
       2000-SORT-INPUT-EXIT.
            EXIT.

       2100-READ-CATALOG.
            IF NOT CATALOG-AT-EOF
                READ COURSE-CATALOG NEXT RECORD
                    AT END SET CATALOG-AT-EOF TO TRUE
                END-READ
            END-IF.
       2100-READ-CATALOG-EXIT.
            EXIT.

       2200-RELEASE-SECTION.
            IF CC-TERM-CODE = WS-SOURCE-TERM
                MOVE CC-COURSE-CODE TO SORT-COURSE
                MOVE CC-COURSE-TITLE TO SORT-TITLE
                MOVE CC-MAX-SEATS TO SORT-MAX-SEATS
                MOVE CC-CREDIT-HOURS TO SORT-CREDITS
                RELEASE SORT-RECORD
            END-IF.
            PERFORM 2100-READ-CATALOG THRU 2100-READ-CATALOG-EXIT.
       2200-RELEASE-SECTION-EXIT.
            EXIT.

      ******************************************************************
      * SORT OUTPUT PROCEDURE - ROLL ONE SOURCE SECTION AT A TIME
      ******************************************************************
       3000-SORT-OUTPUT.
            PERFORM 3050-RETURN-SORTED THRU 3050-RETURN-SORTED-EXIT.
            PERFORM 3100-ROLL-SECTION THRU 3100-ROLL-SECTION-EXIT
                UNTIL SORT-AT-EOF.
       3000-SORT-OUTPUT-EXIT.
            EXIT.

       3050-RETURN-SORTED.
            RETURN SORT-WORK
                AT END SET SORT-AT-EOF TO TRUE
            END-RETURN.
       3050-RETURN-SORTED-EXIT.
            EXIT.

      * A DROPPED SECTION NEVER REACHES THE TARGET TERM, SO IT CANNOT
      * ALSO BE REFUSED. ANY SECTION THAT DOES GO ACROSS IS CHECKED
      * AGAINST BOTH TARGET FILES BEFORE EITHER IS WRITTEN.
       3100-ROLL-SECTION.
            ADD 1 TO WS-READ-COUNT.
            MOVE SORT-COURSE TO WS-FIND-COURSE.
            PERFORM 3150-FIND-ADJUSTMENT THRU
                3150-FIND-ADJUSTMENT-EXIT.
            PERFORM 3200-GET-SOURCE-FEE THRU 3200-GET-SOURCE-FEE-EXIT.
            MOVE SORT-MAX-SEATS TO WS-NEW-SEATS.
            MOVE WS-OLD-CHARGE TO WS-NEW-CHARGE.
            MOVE SPACES TO WS-NOTE-TEXT.
            MOVE "N" TO DROP-SWITCH CHARGE-SWITCH.
            IF ADJUSTMENT-FOUND
                SET AT-USED (WS-AT-MATCH) TO TRUE
                IF AT-DROP (WS-AT-MATCH)
                    SET SECTION-DROPPED TO TRUE
                END-IF
                IF AT-SEATS-GIVEN (WS-AT-MATCH)
                    MOVE AT-NEW-SEATS (WS-AT-MATCH) TO WS-NEW-SEATS
                END-IF
                IF AT-CHARGE-GIVEN (WS-AT-MATCH)
                    SET CHARGE-ADJUSTED TO TRUE
                    MOVE AT-NEW-CHARGE (WS-AT-MATCH) TO WS-NEW-CHARGE
                END-IF
            END-IF.
            IF SECTION-DROPPED
                MOVE "DROPPED" TO WS-ACTION-TEXT
                ADD 1 TO WS-DROPPED-COUNT
            ELSE
                PERFORM 3300-CHECK-TARGET THRU 3300-CHECK-TARGET-EXIT
                IF TARGET-EXISTS
                    MOVE "REFUSED" TO WS-ACTION-TEXT
                    MOVE "ALREADY IN TARGET TERM" TO WS-NOTE-TEXT
                    ADD 1 TO WS-REFUSED-COUNT
                ELSE
                    PERFORM 3400-WRITE-TARGET THRU
                        3400-WRITE-TARGET-EXIT
                END-IF
            END-IF.
            PERFORM 3500-PRINT-SECTION THRU 3500-PRINT-SECTION-EXIT.
            PERFORM 3050-RETURN-SORTED THRU 3050-RETURN-SORTED-EXIT.
       3100-ROLL-SECTION-EXIT.
            EXIT.

      * SCANS THE ADJUSTMENT TABLE FOR WS-FIND-COURSE; ON A MATCH
      * WS-AT-MATCH POINTS AT THE ENTRY.
       3150-FIND-ADJUSTMENT.
            MOVE "N" TO ADJUSTMENT-FOUND-SWITCH.
            MOVE ZERO TO WS-AT-MATCH.
            MOVE 1 TO WS-AT-SUB.
            PERFORM 3160-CHECK-ONE-ADJUSTMENT THRU
                3160-CHECK-ONE-ADJUSTMENT-EXIT
                UNTIL WS-AT-SUB > WS-AT-COUNT
                    OR ADJUSTMENT-FOUND.
       3150-FIND-ADJUSTMENT-EXIT.
            EXIT.

       3160-CHECK-ONE-ADJUSTMENT.
            IF AT-COURSE (WS-AT-SUB) = WS-FIND-COURSE
                SET ADJUSTMENT-FOUND TO TRUE
                MOVE WS-AT-SUB TO WS-AT-MATCH
            END-IF.
            ADD 1 TO WS-AT-SUB.
       3160-CHECK-ONE-ADJUSTMENT-EXIT.
            EXIT.

       3200-GET-SOURCE-FEE.
            MOVE "N" TO SOURCE-FEE-SWITCH.
            MOVE ZERO TO WS-OLD-CHARGE.
            IF FEE-SCHEDULE-AVAILABLE
                MOVE SORT-COURSE TO FS-COURSE-CODE
                MOVE WS-SOURCE-TERM TO FS-TERM-CODE
                READ FEE-SCHEDULE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET SOURCE-FEE-FOUND TO TRUE
                        MOVE FS-CHARGE-AMOUNT TO WS-OLD-CHARGE
                END-READ
            END-IF.
       3200-GET-SOURCE-FEE-EXIT.
            EXIT.

       3300-CHECK-TARGET.
            MOVE "N" TO TARGET-EXISTS-SWITCH.
            MOVE SORT-COURSE TO CC-COURSE-CODE.
            MOVE WS-TARGET-TERM TO CC-TERM-CODE.
            READ COURSE-CATALOG
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET TARGET-EXISTS TO TRUE
            END-READ.
            IF FEE-SCHEDULE-AVAILABLE AND NOT TARGET-EXISTS
                MOVE SORT-COURSE TO FS-COURSE-CODE
                MOVE WS-TARGET-TERM TO FS-TERM-CODE
                READ FEE-SCHEDULE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET TARGET-EXISTS TO TRUE
                END-READ
            END-IF.
       3300-CHECK-TARGET-EXIT.
            EXIT.

      * A SECTION WITH NO SOURCE FEE ROW GETS A TARGET FEE ROW ONLY
      * WHEN AN ADJUSTMENT SUPPLIES THE CHARGE.
       3400-WRITE-TARGET.
            MOVE SORT-COURSE TO CC-COURSE-CODE.
            MOVE WS-TARGET-TERM TO CC-TERM-CODE.
            MOVE SORT-TITLE TO CC-COURSE-TITLE.
            MOVE WS-NEW-SEATS TO CC-MAX-SEATS.
            MOVE SORT-CREDITS TO CC-CREDIT-HOURS.
            WRITE COURSE-CATALOG-RECORD
                INVALID KEY
                    MOVE "REFUSED" TO WS-ACTION-TEXT
                    MOVE "CATALOG WRITE FAILED" TO WS-NOTE-TEXT
                    ADD 1 TO WS-REFUSED-COUNT
                NOT INVALID KEY
                    IF WS-NEW-SEATS NOT = SORT-MAX-SEATS
                            OR WS-NEW-CHARGE NOT = WS-OLD-CHARGE
                        MOVE "CHANGED" TO WS-ACTION-TEXT
                        ADD 1 TO WS-CHANGED-COUNT
                    ELSE
                        MOVE "COPIED" TO WS-ACTION-TEXT
                        ADD 1 TO WS-COPIED-COUNT
                    END-IF
                    PERFORM 3450-WRITE-TARGET-FEE THRU
                        3450-WRITE-TARGET-FEE-EXIT
            END-WRITE.
       3400-WRITE-TARGET-EXIT.
            EXIT.

       3450-WRITE-TARGET-FEE.
            EVALUATE TRUE
                WHEN NOT FEE-SCHEDULE-AVAILABLE
                    MOVE "FEES NOT CARRIED" TO WS-NOTE-TEXT
                    ADD 1 TO WS-NO-FEE-COUNT
                WHEN NOT SOURCE-FEE-FOUND AND NOT CHARGE-ADJUSTED
                    MOVE "NO FEE ROW IN SOURCE" TO WS-NOTE-TEXT
                    ADD 1 TO WS-NO-FEE-COUNT
                WHEN OTHER
                    MOVE SORT-COURSE TO FS-COURSE-CODE
                    MOVE WS-TARGET-TERM TO FS-TERM-CODE
                    MOVE WS-NEW-CHARGE TO FS-CHARGE-AMOUNT
                    WRITE FEE-SCHEDULE-RECORD
                        INVALID KEY
                            MOVE "FEE WRITE FAILED" TO WS-NOTE-TEXT
                            ADD 1 TO WS-NO-FEE-COUNT
                        NOT INVALID KEY
                            ADD 1 TO WS-FEE-WRITTEN-COUNT
                    END-WRITE
            END-EVALUATE.
       3450-WRITE-TARGET-FEE-EXIT.
            EXIT.

       3500-PRINT-SECTION.
            MOVE SORT-COURSE TO DL-COURSE.
            MOVE WS-ACTION-TEXT TO DL-ACTION.
            MOVE SORT-MAX-SEATS TO DL-OLD-SEATS.
            MOVE WS-NEW-SEATS TO DL-NEW-SEATS.
            MOVE WS-OLD-CHARGE TO DL-OLD-CHARGE.
            MOVE WS-NEW-CHARGE TO DL-NEW-CHARGE.
            MOVE WS-NOTE-TEXT TO DL-NOTE.
            WRITE REPORT-LINE FROM DETAIL-LINE.
       3500-PRINT-SECTION-EXIT.
            EXIT.

      ******************************************************************
      * SUMMARY - ADJUSTMENTS THAT MATCHED NO SOURCE SECTION, THEN
      * THE COUNTS. EVERY SECTION READ MUST BE COPIED, CHANGED,
      * DROPPED OR REFUSED; ANYTHING ELSE FAILS THE RUN.
      ******************************************************************
       8000-PRINT-SUMMARY.
            MOVE 1 TO WS-AT-SUB.
            PERFORM 8100-CHECK-UNUSED THRU 8100-CHECK-UNUSED-EXIT
                UNTIL WS-AT-SUB > WS-AT-COUNT.
            WRITE REPORT-LINE FROM BLANK-LINE.
            MOVE "SOURCE SECTIONS READ      : " TO SL-LABEL.
            MOVE WS-READ-COUNT TO SL-COUNT.
            WRITE REPORT-LINE FROM SUMMARY-LINE.
            MOVE "COPIED UNCHANGED          : " TO SL-LABEL.
            MOVE WS-COPIED-COUNT TO SL-COUNT.
            WRITE REPORT-LINE FROM SUMMARY-LINE.
            MOVE "COPIED WITH CHANGES       : " TO SL-LABEL.
            MOVE WS-CHANGED-COUNT TO SL-COUNT.
            WRITE REPORT-LINE FROM SUMMARY-LINE.
            MOVE "DROPPED                   : " TO SL-LABEL.
            MOVE WS-DROPPED-COUNT TO SL-COUNT.
            WRITE REPORT-LINE FROM SUMMARY-LINE.
            MOVE "REFUSED                   : " TO SL-LABEL.
            MOVE WS-REFUSED-COUNT TO SL-COUNT.
            WRITE REPORT-LINE FROM SUMMARY-LINE.
            MOVE "FEE ROWS WRITTEN          : " TO SL-LABEL.
            MOVE WS-FEE-WRITTEN-COUNT TO SL-COUNT.
            WRITE REPORT-LINE FROM SUMMARY-LINE.
            MOVE "SECTIONS WITHOUT FEE ROW  : " TO SL-LABEL.
            MOVE WS-NO-FEE-COUNT TO SL-COUNT.
            WRITE REPORT-LINE FROM SUMMARY-LINE.
            MOVE "ADJUSTMENT ROWS READ      : " TO SL-LABEL.
            MOVE WS-ADJ-READ-COUNT TO SL-COUNT.
            WRITE REPORT-LINE FROM SUMMARY-LINE.
            MOVE "ADJUSTMENT ROWS REJECTED  : " TO SL-LABEL.
            MOVE WS-ADJ-REJECTED-COUNT TO SL-COUNT.
            WRITE REPORT-LINE FROM SUMMARY-LINE.
            MOVE "ADJUSTED COURSES NOT USED : " TO SL-LABEL.
            MOVE WS-ADJ-UNUSED-COUNT TO SL-COUNT.
            WRITE REPORT-LINE FROM SUMMARY-LINE.
            WRITE REPORT-LINE FROM BLANK-LINE.
            COMPUTE WS-ACCOUNTED-COUNT = WS-COPIED-COUNT
                + WS-CHANGED-COUNT + WS-DROPPED-COUNT
                + WS-REFUSED-COUNT.
            IF WS-ACCOUNTED-COUNT = WS-READ-COUNT
                MOVE "COPIED + CHANGED + DROPPED + REFUSED = READ"
                    TO TIE-LINE
            ELSE
                MOVE "*** ROLLOVER COUNTS DO NOT TIE TO SECTIONS READ"
                    TO TIE-LINE
                DISPLAY "CATALOGROLLOVER - COUNTS DO NOT TIE."
                MOVE 8 TO RETURN-CODE
            END-IF.
            WRITE REPORT-LINE FROM TIE-LINE.
       8000-PRINT-SUMMARY-EXIT.
            EXIT.

       8100-CHECK-UNUSED.
            IF NOT AT-USED (WS-AT-SUB)
                IF WS-ADJ-UNUSED-COUNT = ZERO
                    WRITE REPORT-LINE FROM BLANK-LINE
                    WRITE REPORT-LINE FROM UNUSED-HEADING-LINE
                END-IF
                ADD 1 TO WS-ADJ-UNUSED-COUNT
                MOVE AT-COURSE (WS-AT-SUB) TO UL-COURSE
                WRITE REPORT-LINE FROM UNUSED-LINE
            END-IF.
            ADD 1 TO WS-AT-SUB.
       8100-CHECK-UNUSED-EXIT.
            EXIT.

      ******************************************************************
      * TERMINATION
      ******************************************************************
       9000-TERMINATE.
            IF NOT ROLLOVER-REFUSED
                CLOSE ROLLOVER-REGISTER
            END-IF.
            IF COURSE-CATALOG-OPENED
                CLOSE COURSE-CATALOG
            END-IF.
            IF FEE-SCHEDULE-AVAILABLE
                CLOSE FEE-SCHEDULE
            END-IF.
            IF TERM-CALENDAR-AVAILABLE
                CLOSE TERM-CALENDAR
            END-IF.
       9000-TERMINATE-EXIT.
            EXIT.
       END PROGRAM CatalogRollover.
