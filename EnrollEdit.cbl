      *          TERM'S ENROLLMENT WINDOW IS REJECTED. EVERY STATUS
      *          EVENT APPLIED TO THE FILE IS APPENDED TO THE
      *          ENROLLMENT ACTIVITY FEED (../ENRACT, SEE ENRACT
      *          COPYBOOK) FOR BillingExtract TO PRICE. AN ADD FOR
      *          A COURSE WITH PREREQUISITES ON ../PREREQ (SEE
      *          PrereqLoad) IS REJECTED UNLESS, FOR EVERY REQUIRED
      *          COURSE, THE STUDENT HAS A GRADE ON ../GRADES AT OR
      *          ABOVE THE MINIMUM ON AN ENROLLMENT IN COMPLETED
      *          STATUS - ON THE LIVE FILE OR, FOR A TERM ALREADY
      *          CLOSED BY TermCloseout, IN THE ARCHIVE GENERATION
      *          NAMED FOR THAT TERM IN ../ENROLLD. AN ADD FOR A
      *          STUDENT WITH AN ACTIVE REGISTRATION HOLD ON ../HOLDS
      *          (SEE HoldMaint) IS REJECTED, AS IS AN ADD WHOSE
      *          SECTION MEETS, ON THE SECTION MEETING-PATTERN FILE
      *          (../MEETPAT, SEE MeetLoad), ON A DAY AND AT AN HOUR
      *          THAT OVERLAP A SECTION THE STUDENT IS ALREADY
      *          ENROLLED IN FOR THE SAME TERM. THE RUN IS STEP
      *          ENRLEDIT UNDER RunControl AND DATES ITS WORK WITH
      *          THE BUSINESS DATE. EVERY COMMITTED TRANSACTION IS
      *          CHECKPOINTED TO ../ENRLCKPT, SO A RERUN AFTER AN
      *          ABEND RESUMES PAST THEM - EXTENDING THE REJECT FILE
      *          AND PROMOTION NOTICE RATHER THAN REBUILDING THEM -
      *          INSTEAD OF REAPPLYING THEM. A TRANSACTION IN FLIGHT
      *          AT THE ABEND THAT HAD ALREADY WRITTEN ITS ACTIVITY
      *          EVENT IS COUNTED AS APPLIED, NOT REAPPLIED, AND THE
      *          EVENT COUNT IS RECOUNTED FROM ../ENRACT. THE STEP
      *          ENDS WITH THE READ, APPLIED, REJECTED AND ACTIVITY-
      *          EVENT COUNTS, THE LAST OF WHICH RunBalance TIES TO
      *          THE EVENTS BillingExtract READ.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               SELECT ACTIVITY-FILE ASSIGN TO "../ENRACT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ACTIVITY-FILE-STATUS.
               SELECT PREREQ-FILE ASSIGN TO "../PREREQ"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PR-KEY
                   FILE STATUS IS PREREQ-FILE-STATUS.
               SELECT GRADE-FILE ASSIGN TO "../GRADES"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS GR-KEY
                   FILE STATUS IS GRADE-FILE-STATUS.
               SELECT HOLD-FILE ASSIGN TO "../HOLDS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HD-KEY
                   FILE STATUS IS HOLD-FILE-STATUS.
               SELECT MEETING-FILE ASSIGN TO "../MEETPAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MP-KEY
                   FILE STATUS IS MEETING-FILE-STATUS.
               SELECT DIRECTORY-FILE ASSIGN TO "../ENROLLD"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DIRECTORY-FILE-STATUS.
               SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ARCHIVE-FILE-STATUS.
               SELECT CHECKPOINT-FILE ASSIGN TO "../ENRLCKPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CHECKPOINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-INPUT.
           COPY TERMREF.
       FD ACTIVITY-FILE.
           COPY ENRACT.
       FD PREREQ-FILE.
           COPY PREREQ.
       FD GRADE-FILE.
           COPY GRADE.
       FD HOLD-FILE.
           COPY HOLD.
       FD MEETING-FILE.
           COPY MEETPAT.
       FD DIRECTORY-FILE.
           COPY ENRARCH.
       FD ARCHIVE-FILE.
       01 ARCHIVE-ENROLL-RECORD PIC X(37).
       FD CHECKPOINT-FILE.
           COPY ENRCKPT.
       WORKING-STORAGE SECTION.
           COPY FSTAT.
       01 ENROLLMENT-INPUT-STATUS PIC X(02).
       01 STUDENT-OPEN-STATUS PIC X(02).
           88 STUDENT-FILE-OPENED VALUE "00".
       01 ENROLLMENT-FILE-STATUS PIC X(02).
       01 ENROLLMENT-REJECT-STATUS PIC X(02).
           88 ENROLLMENT-REJECT-OK VALUE "00".
       01 COURSE-CATALOG-STATUS PIC X(02).
       01 COURSE-CATALOG-OPEN-STATUS PIC X(02).
           88 COURSE-CATALOG-AVAILABLE VALUE "00".
       01 ENROLL-SCAN-EOF-SWITCH PIC X(01) VALUE "N".
           88 ENROLL-SCAN-AT-EOF VALUE "Y".
       01 PROMOTION-NOTICE-STATUS PIC X(02).
           88 PROMOTION-NOTICE-OK VALUE "00".
       01 TERM-CALENDAR-STATUS PIC X(02).
       01 TERM-CALENDAR-OPEN-STATUS PIC X(02).
           88 TERM-CALENDAR-AVAILABLE VALUE "00".
       01 ACTIVITY-FILE-STATUS PIC X(02).
           88 ACTIVITY-FILE-OK VALUE "00".
       01 PREREQ-FILE-STATUS PIC X(02).
       01 PREREQ-FILE-OPEN-STATUS PIC X(02).
           88 PREREQ-FILE-AVAILABLE VALUE "00".
       01 GRADE-FILE-STATUS PIC X(02).
       01 GRADE-FILE-OPEN-STATUS PIC X(02).
           88 GRADE-FILE-AVAILABLE VALUE "00".
       01 HOLD-FILE-STATUS PIC X(02).
       01 HOLD-FILE-OPEN-STATUS PIC X(02).
           88 HOLD-FILE-AVAILABLE VALUE "00".
       01 MEETING-FILE-STATUS PIC X(02).
       01 MEETING-FILE-OPEN-STATUS PIC X(02).
           88 MEETING-FILE-AVAILABLE VALUE "00".
       01 DIRECTORY-FILE-STATUS PIC X(02).
           88 DIRECTORY-FILE-OK VALUE "00".
       01 ARCHIVE-FILE-STATUS PIC X(02).
           88 ARCHIVE-FILE-OK VALUE "00".
       01 CHECKPOINT-FILE-STATUS PIC X(02).
           88 CHECKPOINT-FILE-OK VALUE "00".
       01 WS-RESTART-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-SKIP-INDEX PIC 9(08) COMP VALUE ZERO.
       01 ACTIVITY-EOF-SWITCH PIC X(01) VALUE "N".
           88 ACTIVITY-AT-EOF VALUE "Y".
       01 REPLAY-PENDING-SWITCH PIC X(01) VALUE "N".
           88 REPLAY-PENDING VALUE "Y".
       01 REPLAY-CONFIRMED-SWITCH PIC X(01) VALUE "N".
           88 REPLAY-CONFIRMED VALUE "Y".
       01 WS-CHECKPOINT-EVENTS PIC 9(06) COMP VALUE ZERO.
       01 WS-REPLAY-EVENTS PIC 9(06) COMP VALUE ZERO.
      * THE FIRST ACTIVITY EVENT WRITTEN PAST THE CHECKPOINT - THE
      * EVENT OF THE TRANSACTION IN FLIGHT AT AN ABEND.
       01 WS-REPLAY-EVENT.
           05 WS-REPLAY-DATE PIC 9(08).
           05 WS-REPLAY-STUDENT-NUMBER PIC 9(8).
           05 WS-REPLAY-COURSE-CODE PIC X(8).
           05 WS-REPLAY-TERM-CODE PIC X(6).
           05 WS-REPLAY-OLD-STATUS PIC X(1).
           05 WS-REPLAY-NEW-STATUS PIC X(1).
       01 PREREQ-SCAN-EOF-SWITCH PIC X(01).
           88 PREREQ-SCAN-AT-EOF VALUE "Y".
       01 GRADE-SCAN-EOF-SWITCH PIC X(01).
           88 GRADE-SCAN-AT-EOF VALUE "Y".
       01 DIRECTORY-EOF-SWITCH PIC X(01).
           88 DIRECTORY-AT-EOF VALUE "Y".
       01 ARCHIVE-EOF-SWITCH PIC X(01).
           88 ARCHIVE-AT-EOF VALUE "Y".
       01 SCHEDULE-SCAN-EOF-SWITCH PIC X(01).
           88 SCHEDULE-SCAN-AT-EOF VALUE "Y".
       01 CONFLICT-FOUND-SWITCH PIC X(01).
           88 SCHEDULE-CONFLICT-FOUND VALUE "Y".
       01 HOLD-FOUND-SWITCH PIC X(01).
           88 REGISTRATION-HOLD-ACTIVE VALUE "Y".
       01 PREREQ-MET-SWITCH PIC X(01).
           88 PREREQUISITES-MET VALUE "Y".
       01 QUALIFYING-SWITCH PIC X(01).
           88 QUALIFYING-GRADE-FOUND VALUE "Y".
       01 COMPLETED-SWITCH PIC X(01).
           88 ENROLLMENT-WAS-COMPLETED VALUE "Y".
       01 WS-ARCHIVE-NAME PIC X(20) VALUE SPACES.
           COPY ENROLL REPLACING
               ==STUDENT-ENROLLMENT-RECORD== BY
               ==WS-ARCHIVE-ENROLLMENT==
               LEADING ==ENR== BY ==AE==.
           COPY GRADEPTS.
       01 WS-MIN-GRADE-RANK PIC 9(02) VALUE ZERO.
       01 WS-GRADE-RANK PIC 9(02) VALUE ZERO.
       01 WS-PREREQ-REJECT-TEXT.
           05 FILLER PIC X(23) VALUE "PREREQUISITE NOT MET - ".
           05 WS-MISSING-PREREQ PIC X(08).
       01 WS-HOLD-REJECT-TEXT.
           05 FILLER PIC X(22) VALUE "REGISTRATION HOLD BY ".
           05 WS-HOLD-OFFICE PIC X(10).
       01 WS-CONFLICT-REJECT-TEXT.
           05 FILLER PIC X(23) VALUE "SCHEDULE CONFLICT WITH ".
           05 WS-CONFLICT-COURSE PIC X(08).
       01 WS-NEW-MEETING.
           05 WS-NEW-MEETING-DAYS PIC X(07).
           05 WS-NEW-DAY-FLAGS REDEFINES WS-NEW-MEETING-DAYS.
               10 WS-NEW-DAY-FLAG PIC X(01) OCCURS 7 TIMES.
           05 WS-NEW-START-TIME PIC 9(04).
           05 WS-NEW-END-TIME PIC 9(04).
       01 WS-DAY-SUB PIC 9(02) COMP VALUE ZERO.
       01 WS-NEW-STATUS PIC X(01).
       01 WS-OLD-STATUS PIC X(01).
       01 WS-SEAT-COUNT PIC 9(04) COMP VALUE ZERO.
       01 WS-MAINTAINED-COUNT PIC 9(06) COMP VALUE ZERO.
       01 WS-PROMOTED-COUNT PIC 9(06) COMP VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(06) COMP VALUE ZERO.
       01 WS-EVENT-COUNT PIC 9(06) COMP VALUE ZERO.
       01 WS-REJECT-CODE PIC X(02).
       01 RC-FUNCTION PIC X(08).
       01 RC-STEP-NAME PIC X(08) VALUE "ENRLEDIT".
       01 RC-BUSINESS-DATE PIC 9(08) VALUE ZERO.
       01 RC-COUNT-1 PIC 9(08) VALUE ZERO.
       01 RC-COUNT-2 PIC 9(08) VALUE ZERO.
       01 RC-COUNT-3 PIC 9(08) VALUE ZERO.
       01 RC-COUNT-4 PIC 9(08) VALUE ZERO.
       01 RC-RESULT PIC X(02).
           88 RC-RESULT-OK VALUE "OK".
           88 RC-RESULT-NG VALUE "NG".
       01 WS-REJECT-TEXT PIC X(40).
       01 NOTICE-HEADING.
           05 FILLER PIC X(26) VALUE "WAITLIST PROMOTIONS FOR   ".
           05 ND-TERM-CODE PIC X(6).
       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "START" TO RC-FUNCTION.
            CALL "RunControl" USING RC-FUNCTION RC-STEP-NAME
                RC-BUSINESS-DATE RC-COUNT-1 RC-COUNT-2 RC-COUNT-3
                RC-COUNT-4 RC-RESULT.
            IF RC-RESULT-NG
                DISPLAY "ENROLLMENT EDIT - STEP REFUSED BY RUN "
                    "CONTROL."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
            IF STUDENT-FILE-OPENED
                PERFORM 2000-READ-TRANSACTION THRU
                    2000-READ-TRANSACTION-EXIT
                PERFORM 3000-PROCESS-TRANSACTION THRU
                WS-PROMOTED-COUNT.
            DISPLAY "ENROLLMENT EDIT - REJECTED  : "
                WS-REJECTED-COUNT.
            DISPLAY "ENROLLMENT EDIT - EVENTS    : " WS-EVENT-COUNT.
      * WITHOUT THE MASTER NO TRANSACTION WAS APPLIED - THE STEP IS
      * LEFT UNENDED, AND THE CHECKPOINT UNTOUCHED, SO IT CAN BE
      * RERUN ONCE THE MASTER IS RESTORED.
            IF STUDENT-FILE-OPENED
                MOVE "END" TO RC-FUNCTION
                MOVE WS-INPUT-COUNT TO RC-COUNT-1
                COMPUTE RC-COUNT-2 =
                    WS-ACCEPTED-COUNT + WS-MAINTAINED-COUNT
                MOVE WS-REJECTED-COUNT TO RC-COUNT-3
                MOVE WS-EVENT-COUNT TO RC-COUNT-4
                CALL "RunControl" USING RC-FUNCTION RC-STEP-NAME
                    RC-BUSINESS-DATE RC-COUNT-1 RC-COUNT-2 RC-COUNT-3
                    RC-COUNT-4 RC-RESULT
            ELSE
                DISPLAY "ENROLLMENT EDIT - *** NO TRANSACTIONS "
                    "APPLIED, STEP NOT ENDED ***"
                MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.

      ******************************************************************
      * THE COURSE CATALOG MAY LEGITIMATELY NOT EXIST YET (SEE
      * CourseLoad) - IF IT CANNOT BE OPENED THE CATALOG AND
      * CAPACITY EDITS ARE SKIPPED RATHER THAN EVERY TRANSACTION
      * REJECTED, MIRRORING ValidateStudent'S CNTRYREF GUARD. THE
      * BUSINESS DATE RETURNED BY RunControl AT STEP START DATES
      * THE ENROLLMENTS AND THE ACTIVITY EVENTS, SO BillingExtract
      * PICKS THE EVENTS UP FOR THE SAME BUSINESS DATE. A RESTARTED
      * RUN - ONE RESUMING PAST A CHECKPOINT, OR ONE WHOSE FIRST
      * ATTEMPT ABENDED IN ITS FIRST TRANSACTION AFTER WRITING AN
      * EVENT - EXTENDS THE REJECTS AND NOTICES ITS FIRST ATTEMPT
      * ALREADY WROTE.
      ******************************************************************
       1000-INITIALIZE.
            MOVE RC-BUSINESS-DATE TO WS-RUN-DATE.
            OPEN INPUT ENROLLMENT-INPUT.
            OPEN INPUT STUDENT-FILE.
            MOVE STUDENT-FILE-STATUS TO STUDENT-OPEN-STATUS.
            OPEN I-O ENROLLMENT-FILE.
            PERFORM 1100-PROCESS-RESTART THRU
                1100-PROCESS-RESTART-EXIT.
            IF WS-RESTART-COUNT > ZERO OR REPLAY-PENDING
                OPEN EXTEND ENROLLMENT-REJECT
                IF NOT ENROLLMENT-REJECT-OK
                    OPEN OUTPUT ENROLLMENT-REJECT
                END-IF
                OPEN EXTEND PROMOTION-NOTICE
                IF NOT PROMOTION-NOTICE-OK
                    OPEN OUTPUT PROMOTION-NOTICE
                END-IF
            ELSE
                OPEN OUTPUT ENROLLMENT-REJECT
                OPEN OUTPUT PROMOTION-NOTICE
                MOVE WS-RUN-DATE TO NH-RUN-DATE
                WRITE NOTICE-LINE FROM NOTICE-HEADING
            END-IF.
            OPEN EXTEND ACTIVITY-FILE.
            IF NOT ACTIVITY-FILE-OK
                OPEN OUTPUT ACTIVITY-FILE
            MOVE COURSE-CATALOG-STATUS TO COURSE-CATALOG-OPEN-STATUS.
            OPEN INPUT TERM-CALENDAR.
            MOVE TERM-CALENDAR-STATUS TO TERM-CALENDAR-OPEN-STATUS.
            OPEN INPUT PREREQ-FILE.
            MOVE PREREQ-FILE-STATUS TO PREREQ-FILE-OPEN-STATUS.
            OPEN INPUT GRADE-FILE.
            MOVE GRADE-FILE-STATUS TO GRADE-FILE-OPEN-STATUS.
            OPEN INPUT HOLD-FILE.
            MOVE HOLD-FILE-STATUS TO HOLD-FILE-OPEN-STATUS.
            OPEN INPUT MEETING-FILE.
            MOVE MEETING-FILE-STATUS TO MEETING-FILE-OPEN-STATUS.
            IF NOT STUDENT-FILE-OK
                DISPLAY "ENROLLEDIT - CANNOT OPEN STUDENT-FILE, "
                    "STATUS = " STUDENT-FILE-STATUS
                DISPLAY "ENROLLEDIT - TERM CALENDAR NOT AVAILABLE, "
                    "TERM AND WINDOW EDITS BYPASSED."
            END-IF.
            IF NOT PREREQ-FILE-AVAILABLE
                DISPLAY "ENROLLEDIT - PREREQUISITE FILE NOT "
                    "AVAILABLE, PREREQUISITE EDIT BYPASSED."
            END-IF.
            IF NOT HOLD-FILE-AVAILABLE
                DISPLAY "ENROLLEDIT - HOLD FILE NOT AVAILABLE, "
                    "REGISTRATION HOLD EDIT BYPASSED."
            END-IF.
            IF NOT MEETING-FILE-AVAILABLE
                DISPLAY "ENROLLEDIT - MEETING-PATTERN FILE NOT "
                    "AVAILABLE, SCHEDULE CONFLICT EDIT BYPASSED."
            END-IF.
       1000-INITIALIZE-EXIT.
            EXIT.

      ******************************************************************
      * CHECKPOINT RESTART - SKIP TRANSACTIONS ALREADY COMMITTED AND
      * RESUME THE COUNTS FROM THE CHECKPOINT, AS StudentLoad DOES.
      * THE EVENT COUNT IS NOT TAKEN FROM THE CHECKPOINT BUT
      * RECOUNTED FROM ../ENRACT, SELECTING THE BUSINESS DATE'S
      * EVENTS AS BillingExtract DOES, SO THE STEP'S EVENT COUNT
      * TIES TO WHAT BillingExtract READS. EVENTS BEYOND THE
      * CHECKPOINT'S COUNT WERE WRITTEN BY THE TRANSACTION IN FLIGHT
      * AT THE ABEND - SEE 3050-CHECK-REPLAY.
      ******************************************************************
       1100-PROCESS-RESTART.
            OPEN INPUT CHECKPOINT-FILE.
            IF CHECKPOINT-FILE-OK
                READ CHECKPOINT-FILE
                    AT END
                        MOVE ZERO TO EK-RECORDS-PROCESSED
                END-READ
                MOVE EK-RECORDS-PROCESSED TO WS-RESTART-COUNT
                CLOSE CHECKPOINT-FILE
            ELSE
                MOVE ZERO TO WS-RESTART-COUNT
            END-IF.
            IF WS-RESTART-COUNT > ZERO
                DISPLAY "ENROLLMENT EDIT - RESTARTING, SKIPPING "
                    WS-RESTART-COUNT " ALREADY COMMITTED RECORDS."
                MOVE ZERO TO WS-SKIP-INDEX
                PERFORM 1110-SKIP-ONE-RECORD THRU
                    1110-SKIP-ONE-RECORD-EXIT
                    UNTIL WS-SKIP-INDEX >= WS-RESTART-COUNT
                        OR TRANS-AT-EOF
                MOVE WS-RESTART-COUNT TO WS-INPUT-COUNT
                MOVE EK-ACCEPTED-COUNT TO WS-ACCEPTED-COUNT
                MOVE EK-MAINTAINED-COUNT TO WS-MAINTAINED-COUNT
                MOVE EK-PROMOTED-COUNT TO WS-PROMOTED-COUNT
                MOVE EK-REJECTED-COUNT TO WS-REJECTED-COUNT
                MOVE EK-EVENT-COUNT TO WS-CHECKPOINT-EVENTS
            ELSE
                MOVE ZERO TO WS-CHECKPOINT-EVENTS
            END-IF.
            PERFORM 1120-COUNT-DATE-EVENTS THRU
                1120-COUNT-DATE-EVENTS-EXIT.
       1100-PROCESS-RESTART-EXIT.
            EXIT.

       1110-SKIP-ONE-RECORD.
            READ ENROLLMENT-INPUT
                AT END SET TRANS-AT-EOF TO TRUE
            END-READ.
            ADD 1 TO WS-SKIP-INDEX.
       1110-SKIP-ONE-RECORD-EXIT.
            EXIT.

       1120-COUNT-DATE-EVENTS.
            MOVE ZERO TO WS-EVENT-COUNT.
            MOVE "N" TO ACTIVITY-EOF-SWITCH.
            OPEN INPUT ACTIVITY-FILE.
            IF ACTIVITY-FILE-OK
                PERFORM 1130-COUNT-ONE-EVENT THRU
                    1130-COUNT-ONE-EVENT-EXIT
                    UNTIL ACTIVITY-AT-EOF
                CLOSE ACTIVITY-FILE
            END-IF.
            IF WS-EVENT-COUNT > WS-CHECKPOINT-EVENTS
                COMPUTE WS-REPLAY-EVENTS =
                    WS-EVENT-COUNT - WS-CHECKPOINT-EVENTS
                SET REPLAY-PENDING TO TRUE
                DISPLAY "ENROLLMENT EDIT - " WS-REPLAY-EVENTS
                    " ACTIVITY EVENTS PAST THE CHECKPOINT, NEXT "
                    "TRANSACTION ALREADY APPLIED."
            END-IF.
       1120-COUNT-DATE-EVENTS-EXIT.
            EXIT.

       1130-COUNT-ONE-EVENT.
            READ ACTIVITY-FILE
                AT END
                    SET ACTIVITY-AT-EOF TO TRUE
                NOT AT END
                    IF EV-ACTIVITY-DATE = WS-RUN-DATE
                        ADD 1 TO WS-EVENT-COUNT
                        IF WS-EVENT-COUNT = WS-CHECKPOINT-EVENTS + 1
                            MOVE ENROLLMENT-ACTIVITY-RECORD TO
                                WS-REPLAY-EVENT
                        END-IF
                    END-IF
            END-READ.
       1130-COUNT-ONE-EVENT-EXIT.
            EXIT.

       2000-READ-TRANSACTION.
            READ ENROLLMENT-INPUT
                AT END SET TRANS-AT-EOF TO TRUE

       3000-PROCESS-TRANSACTION.
            ADD 1 TO WS-INPUT-COUNT.
            MOVE "N" TO REPLAY-CONFIRMED-SWITCH.
            IF REPLAY-PENDING
                PERFORM 3050-CHECK-REPLAY THRU 3050-CHECK-REPLAY-EXIT
            END-IF.
            IF NOT REPLAY-CONFIRMED
                PERFORM 3100-EDIT-STUDENT-NUMBER THRU
                    3100-EDIT-STUDENT-NUMBER-EXIT
            END-IF.
            PERFORM 3900-WRITE-CHECKPOINT THRU
                3900-WRITE-CHECKPOINT-EXIT.
            PERFORM 2000-READ-TRANSACTION THRU
                2000-READ-TRANSACTION-EXIT.
       3000-PROCESS-TRANSACTION-EXIT.
            EXIT.

      ******************************************************************
      * REPLAY - THE FIRST TRANSACTION AFTER A RESTART WHEN ../ENRACT
      * HOLDS EVENTS PAST THE CHECKPOINT. THAT TRANSACTION WAS
      * APPLIED BEFORE THE ABEND: ITS EVENT IS THE FIRST PAST THE
      * CHECKPOINT AND ITS ENROLLMENT ROW ALREADY CARRIES THE
      * EVENT'S NEW STATUS. IT IS COUNTED AS APPLIED, NOT REAPPLIED
      * (WHICH COULD ONLY REJECT IT 02 OR 05). A SECOND EVENT PAST
      * THE CHECKPOINT IS THE AUTO-PROMOTION ITS DROP MADE; A DROP
      * FROM ENROLLED WITHOUT ONE RUNS THE AUTO-PROMOTION NOW, SO THE
      * FREED SEAT STILL GOES TO THE WAITLIST. A TRANSACTION THAT
      * DOES NOT MATCH THE EVENT IS PROCESSED NORMALLY.
      ******************************************************************
       3050-CHECK-REPLAY.
            MOVE "N" TO REPLAY-PENDING-SWITCH.
            IF WS-REPLAY-STUDENT-NUMBER = TR-STUDENT-NUMBER
                    AND WS-REPLAY-COURSE-CODE = TR-COURSE-CODE
                    AND WS-REPLAY-TERM-CODE = TR-TERM-CODE
                MOVE TR-STUDENT-NUMBER TO ENR-STUDENT-NUMBER
                MOVE TR-COURSE-CODE TO ENR-COURSE-CODE
                MOVE TR-TERM-CODE TO ENR-TERM-CODE
                READ ENROLLMENT-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF ENR-STATUS = WS-REPLAY-NEW-STATUS
                            SET REPLAY-CONFIRMED TO TRUE
                        END-IF
                END-READ
            END-IF.
            IF NOT REPLAY-CONFIRMED
                DISPLAY "ENROLLMENT EDIT - TRANSACTION "
                    WS-INPUT-COUNT " DOES NOT MATCH THE EVENT PAST "
                    "THE CHECKPOINT, PROCESSED NORMALLY."
            ELSE
                IF TR-ACTION-ADD
                    ADD 1 TO WS-ACCEPTED-COUNT
                ELSE
                    ADD 1 TO WS-MAINTAINED-COUNT
                END-IF
                IF WS-REPLAY-EVENTS > 1
                    ADD 1 TO WS-PROMOTED-COUNT
                ELSE
                    IF TR-ACTION-DROP AND WS-REPLAY-OLD-STATUS = "E"
                        PERFORM 4300-AUTO-PROMOTE THRU
                            4300-AUTO-PROMOTE-EXIT
                    END-IF
                END-IF
                DISPLAY "ENROLLMENT EDIT - TRANSACTION "
                    WS-INPUT-COUNT " APPLIED BEFORE THE RESTART, NOT "
                    "REAPPLIED."
            END-IF.
       3050-CHECK-REPLAY-EXIT.
            EXIT.

       3100-EDIT-STUDENT-NUMBER.
            MOVE TR-STUDENT-NUMBER TO STUDENT-NUMBER.
            READ STUDENT-FILE

       3200-ADD-ENROLLMENT.
            MOVE TR-STATUS TO WS-NEW-STATUS.
            PERFORM 3205-CHECK-HOLD THRU 3205-CHECK-HOLD-EXIT.
            PERFORM 3210-CHECK-PREREQUISITES THRU
                3210-CHECK-PREREQUISITES-EXIT.
            PERFORM 3206-CHECK-SCHEDULE-CONFLICT THRU
                3206-CHECK-SCHEDULE-CONFLICT-EXIT.
            EVALUATE TRUE
                WHEN REGISTRATION-HOLD-ACTIVE
                    MOVE "15" TO WS-REJECT-CODE
                    MOVE WS-HOLD-REJECT-TEXT TO WS-REJECT-TEXT
                    PERFORM 3300-WRITE-REJECT THRU
                        3300-WRITE-REJECT-EXIT
                WHEN NOT PREREQUISITES-MET
                    MOVE "10" TO WS-REJECT-CODE
                    MOVE WS-PREREQ-REJECT-TEXT TO WS-REJECT-TEXT
                    PERFORM 3300-WRITE-REJECT THRU
                        3300-WRITE-REJECT-EXIT
                WHEN SCHEDULE-CONFLICT-FOUND
                    MOVE "16" TO WS-REJECT-CODE
                    MOVE WS-CONFLICT-REJECT-TEXT TO WS-REJECT-TEXT
                    PERFORM 3300-WRITE-REJECT THRU
                        3300-WRITE-REJECT-EXIT
                WHEN COURSE-CATALOG-AVAILABLE
                    PERFORM 3220-EDIT-COURSE THRU
                        3220-EDIT-COURSE-EXIT
                WHEN OTHER
                    PERFORM 3280-WRITE-ENROLLMENT THRU
                        3280-WRITE-ENROLLMENT-EXIT
            END-EVALUATE.
       3200-ADD-ENROLLMENT-EXIT.
            EXIT.

      * REGISTRATION HOLD - A RELEASED HOLD STAYS ON FILE, SO ONLY A
      * HOLD WITH NO RELEASE DATE BLOCKS THE ADD. DROPS AND OTHER
      * MAINTENANCE ARE NOT HELD - A HOLD MUST NOT KEEP A STUDENT
      * IN A SECTION THEY ARE TRYING TO LEAVE.
       3205-CHECK-HOLD.
            MOVE "N" TO HOLD-FOUND-SWITCH.
            IF HOLD-FILE-AVAILABLE
                MOVE TR-STUDENT-NUMBER TO HD-STUDENT-NUMBER
                SET HD-TYPE-REGISTRATION TO TRUE
                READ HOLD-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF HD-HOLD-ACTIVE
                            SET REGISTRATION-HOLD-ACTIVE TO TRUE
                            MOVE HD-PLACING-OFFICE TO WS-HOLD-OFFICE
                        END-IF
                END-READ
            END-IF.
       3205-CHECK-HOLD-EXIT.
            EXIT.

      ******************************************************************
      * SCHEDULE CONFLICT - THE NEW SECTION'S MEETING PATTERN IS HELD
      * IN WS-NEW-MEETING WHILE THE STUDENT'S OTHER ENROLLED SECTIONS
      * FOR THE TERM ARE READ. ENR-KEY LEADS WITH THE STUDENT, SO A
      * START AT THE STUDENT AND A READ FORWARD FINDS THEM. TWO
      * SECTIONS CONFLICT WHEN EACH STARTS BEFORE THE OTHER ENDS AND
      * THEY SHARE A MEETING DAY. A SECTION WITH NO MEETING PATTERN
      * (TO BE ANNOUNCED) CANNOT CONFLICT, AND WITH NO MEETING-PATTERN
      * FILE THE EDIT PASSES. WAITLISTED SECTIONS DO NOT BLOCK - THE
      * STUDENT HOLDS NO SEAT IN THEM. THE SCAN SHARES THE RECORD
      * AREA 3280 LATER BUILDS THE NEW ROW IN, AS 3219 DOES.
      ******************************************************************
       3206-CHECK-SCHEDULE-CONFLICT.
            MOVE "N" TO CONFLICT-FOUND-SWITCH.
            IF MEETING-FILE-AVAILABLE
                MOVE TR-COURSE-CODE TO MP-COURSE-CODE
                MOVE TR-TERM-CODE TO MP-TERM-CODE
                READ MEETING-FILE
                    INVALID KEY
                        SET SCHEDULE-SCAN-AT-EOF TO TRUE
                    NOT INVALID KEY
                        MOVE "N" TO SCHEDULE-SCAN-EOF-SWITCH
                        MOVE MP-MEETING-DAYS TO WS-NEW-MEETING-DAYS
                        MOVE MP-START-TIME TO WS-NEW-START-TIME
                        MOVE MP-END-TIME TO WS-NEW-END-TIME
                END-READ
                IF NOT SCHEDULE-SCAN-AT-EOF
                    MOVE TR-STUDENT-NUMBER TO ENR-STUDENT-NUMBER
                    MOVE LOW-VALUES TO ENR-COURSE-CODE ENR-TERM-CODE
                    START ENROLLMENT-FILE KEY >= ENR-KEY
                        INVALID KEY SET SCHEDULE-SCAN-AT-EOF TO TRUE
                    END-START
                    PERFORM 3207-CHECK-ONE-SECTION THRU
                        3207-CHECK-ONE-SECTION-EXIT
                        UNTIL SCHEDULE-SCAN-AT-EOF
                END-IF
            END-IF.
       3206-CHECK-SCHEDULE-CONFLICT-EXIT.
            EXIT.

       3207-CHECK-ONE-SECTION.
            READ ENROLLMENT-FILE NEXT RECORD
                AT END SET SCHEDULE-SCAN-AT-EOF TO TRUE
            END-READ.
            IF NOT SCHEDULE-SCAN-AT-EOF
                IF ENR-STUDENT-NUMBER NOT = TR-STUDENT-NUMBER
                    SET SCHEDULE-SCAN-AT-EOF TO TRUE
                ELSE
                    IF ENR-TERM-CODE = TR-TERM-CODE
                            AND ENR-COURSE-CODE NOT = TR-COURSE-CODE
                            AND ENR-STATUS-ENROLLED
                        MOVE ENR-COURSE-CODE TO MP-COURSE-CODE
                        MOVE ENR-TERM-CODE TO MP-TERM-CODE
                        READ MEETING-FILE
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                IF MP-START-TIME < WS-NEW-END-TIME
                                    AND WS-NEW-START-TIME < MP-END-TIME
                                    MOVE 1 TO WS-DAY-SUB
                                    PERFORM 3208-COMPARE-ONE-DAY THRU
                                        3208-COMPARE-ONE-DAY-EXIT
                                        UNTIL WS-DAY-SUB > 7
                                END-IF
                        END-READ
                        IF SCHEDULE-CONFLICT-FOUND
                            MOVE ENR-COURSE-CODE TO WS-CONFLICT-COURSE
                            SET SCHEDULE-SCAN-AT-EOF TO TRUE
                        END-IF
                    END-IF
                END-IF
            END-IF.
       3207-CHECK-ONE-SECTION-EXIT.
            EXIT.

       3208-COMPARE-ONE-DAY.
            IF WS-NEW-DAY-FLAG (WS-DAY-SUB) NOT = SPACE
                    AND MP-DAY-FLAG (WS-DAY-SUB) NOT = SPACE
                SET SCHEDULE-CONFLICT-FOUND TO TRUE
                MOVE 7 TO WS-DAY-SUB
            END-IF.
            ADD 1 TO WS-DAY-SUB.
       3208-COMPARE-ONE-DAY-EXIT.
            EXIT.

      ******************************************************************
      * PREREQUISITES - EVERY ../PREREQ ROW FOR THE COURSE MUST BE
      * SATISFIED. PR-KEY LEADS WITH THE COURSE CODE, SO A START AT
      * THE COURSE AND A READ FORWARD FINDS ITS RULES; THE FIRST
      * UNMET RULE ENDS THE CHECK AND NAMES THE MISSING COURSE ON
      * THE REJECT. WITH NO PREREQUISITE FILE THE EDIT PASSES, AND
      * WITH NO GRADE FILE NO GRADE CAN QUALIFY.
      ******************************************************************
       3210-CHECK-PREREQUISITES.
            SET PREREQUISITES-MET TO TRUE.
            IF PREREQ-FILE-AVAILABLE
                MOVE "N" TO PREREQ-SCAN-EOF-SWITCH
                MOVE TR-COURSE-CODE TO PR-COURSE-CODE
                MOVE LOW-VALUES TO PR-REQUIRED-COURSE
                START PREREQ-FILE KEY >= PR-KEY
                    INVALID KEY SET PREREQ-SCAN-AT-EOF TO TRUE
                END-START
                PERFORM 3212-CHECK-ONE-PREREQ THRU
                    3212-CHECK-ONE-PREREQ-EXIT
                    UNTIL PREREQ-SCAN-AT-EOF
            END-IF.
       3210-CHECK-PREREQUISITES-EXIT.
            EXIT.

       3212-CHECK-ONE-PREREQ.
            READ PREREQ-FILE NEXT RECORD
                AT END SET PREREQ-SCAN-AT-EOF TO TRUE
            END-READ.
            IF NOT PREREQ-SCAN-AT-EOF
                IF PR-COURSE-CODE NOT = TR-COURSE-CODE
                    SET PREREQ-SCAN-AT-EOF TO TRUE
                ELSE
                    PERFORM 3214-FIND-QUALIFYING-GRADE THRU
                        3214-FIND-QUALIFYING-GRADE-EXIT
                    IF NOT QUALIFYING-GRADE-FOUND
                        MOVE "N" TO PREREQ-MET-SWITCH
                        MOVE PR-REQUIRED-COURSE TO WS-MISSING-PREREQ
                        SET PREREQ-SCAN-AT-EOF TO TRUE
                    END-IF
                END-IF
            END-IF.
       3212-CHECK-ONE-PREREQ-EXIT.
            EXIT.

      * GRADES RANK BY THEIR POSITION ON THE GRADE-POINT SCALE,
      * BEST FIRST, SO A GRADE QUALIFIES WHEN IT EARNS CREDIT AND
      * RANKS AT OR ABOVE THE MINIMUM. GR-KEY LEADS WITH THE
      * STUDENT AND COURSE, SO EVERY TERM THE STUDENT TOOK THE
      * REQUIRED COURSE COMES BACK TOGETHER.
       3214-FIND-QUALIFYING-GRADE.
            MOVE "N" TO QUALIFYING-SWITCH.
            MOVE PR-MIN-GRADE TO GR-GRADE.
            PERFORM 3218-RANK-GRADE THRU 3218-RANK-GRADE-EXIT.
            MOVE WS-GRADE-RANK TO WS-MIN-GRADE-RANK.
            IF GRADE-FILE-AVAILABLE
                MOVE "N" TO GRADE-SCAN-EOF-SWITCH
                MOVE TR-STUDENT-NUMBER TO GR-STUDENT-NUMBER
                MOVE PR-REQUIRED-COURSE TO GR-COURSE-CODE
                MOVE LOW-VALUES TO GR-TERM-CODE
                START GRADE-FILE KEY >= GR-KEY
                    INVALID KEY SET GRADE-SCAN-AT-EOF TO TRUE
                END-START
                PERFORM 3216-CHECK-ONE-GRADE THRU
                    3216-CHECK-ONE-GRADE-EXIT
                    UNTIL GRADE-SCAN-AT-EOF
            END-IF.
       3214-FIND-QUALIFYING-GRADE-EXIT.
            EXIT.

       3216-CHECK-ONE-GRADE.
            READ GRADE-FILE NEXT RECORD
                AT END SET GRADE-SCAN-AT-EOF TO TRUE
            END-READ.
            IF NOT GRADE-SCAN-AT-EOF
                IF GR-STUDENT-NUMBER NOT = TR-STUDENT-NUMBER
                        OR GR-COURSE-CODE NOT = PR-REQUIRED-COURSE
                    SET GRADE-SCAN-AT-EOF TO TRUE
                ELSE
                    PERFORM 3218-RANK-GRADE THRU 3218-RANK-GRADE-EXIT
                    IF WS-GRADE-RANK > ZERO
                            AND WS-GRADE-RANK NOT > WS-MIN-GRADE-RANK
                        PERFORM 3219-CHECK-COMPLETED THRU
                            3219-CHECK-COMPLETED-EXIT
                        IF ENROLLMENT-WAS-COMPLETED
                            SET QUALIFYING-GRADE-FOUND TO TRUE
                            SET GRADE-SCAN-AT-EOF TO TRUE
                        END-IF
                    END-IF
                END-IF
            END-IF.
       3216-CHECK-ONE-GRADE-EXIT.
            EXIT.

      * WS-GRADE-RANK IS THE GRADE'S POSITION ON THE SCALE, OR ZERO
      * FOR A GRADE THAT IS NOT ON IT OR EARNS NO CREDIT.
       3218-RANK-GRADE.
            MOVE ZERO TO WS-GRADE-RANK.
            SET GP-INDEX TO 1.
            SEARCH GP-ENTRY
                AT END
                    CONTINUE
                WHEN GP-GRADE (GP-INDEX) = GR-GRADE
                    IF GP-COUNTS-EARNED (GP-INDEX)
                        SET WS-GRADE-RANK TO GP-INDEX
                    END-IF
            END-SEARCH.
       3218-RANK-GRADE-EXIT.
            EXIT.

      * THE GRADED ENROLLMENT MUST STILL STAND AS COMPLETED. IT IS
      * READ BY KEY FROM THE LIVE FILE; A ROW NO LONGER THERE HAS
      * BEEN CLOSED OUT TO AN ARCHIVE GENERATION. THE LIVE READ
      * SHARES THE RECORD AREA 3280 LATER BUILDS THE NEW ROW IN,
      * WHICH IS SAFE - 3280 MOVES EVERY FIELD BEFORE ITS WRITE.
       3219-CHECK-COMPLETED.
            MOVE "N" TO COMPLETED-SWITCH.
            MOVE GR-STUDENT-NUMBER TO ENR-STUDENT-NUMBER.
            MOVE GR-COURSE-CODE TO ENR-COURSE-CODE.
            MOVE GR-TERM-CODE TO ENR-TERM-CODE.
            READ ENROLLMENT-FILE
                INVALID KEY
                    PERFORM 6000-FIND-ARCHIVED-ENROLLMENT THRU
                        6000-FIND-ARCHIVED-ENROLLMENT-EXIT
                NOT INVALID KEY
                    IF ENR-STATUS-COMPLETED
                        SET ENROLLMENT-WAS-COMPLETED TO TRUE
                    END-IF
            END-READ.
       3219-CHECK-COMPLETED-EXIT.
            EXIT.

       3220-EDIT-COURSE.
            MOVE TR-COURSE-CODE TO CC-COURSE-CODE.
            MOVE TR-TERM-CODE TO CC-TERM-CODE.
       3300-WRITE-REJECT-EXIT.
            EXIT.

      ******************************************************************
      * CHECKPOINT - TAKEN AFTER EVERY TRANSACTION, NOT EVERY HUNDRED
      * AS StudentLoad DOES: AN APPLIED TRANSACTION MAY HAVE WRITTEN
      * ACTIVITY EVENTS THAT BillingExtract BILLS, SO A RERUN MUST
      * RESUME AT THE VERY NEXT TRANSACTION. A TRANSACTION IN FLIGHT
      * AT THE ABEND THAT HAD WRITTEN NO EVENT IS SIMPLY PROCESSED
      * AGAIN; ONE THAT HAD WRITTEN ITS EVENT IS RECOGNISED BY
      * 3050-CHECK-REPLAY AND COUNTED AS APPLIED, AND THE EVENT
      * COUNT IS RECOUNTED FROM ../ENRACT AT RESTART, SO THE STEP
      * STILL TIES TO BillingExtract.
      ******************************************************************
       3900-WRITE-CHECKPOINT.
            MOVE WS-INPUT-COUNT TO EK-RECORDS-PROCESSED.
            MOVE WS-ACCEPTED-COUNT TO EK-ACCEPTED-COUNT.
            MOVE WS-MAINTAINED-COUNT TO EK-MAINTAINED-COUNT.
            MOVE WS-PROMOTED-COUNT TO EK-PROMOTED-COUNT.
            MOVE WS-REJECTED-COUNT TO EK-REJECTED-COUNT.
            MOVE WS-EVENT-COUNT TO EK-EVENT-COUNT.
            OPEN OUTPUT CHECKPOINT-FILE.
            WRITE ENROLL-CHECKPOINT-RECORD.
            CLOSE CHECKPOINT-FILE.
       3900-WRITE-CHECKPOINT-EXIT.
            EXIT.

      ******************************************************************
      * MAINTENANCE - DROP, COMPLETE, OR PROMOTE AN EXISTING
      * ENROLLMENT. THE LEGAL TRANSITIONS ARE:
            MOVE WS-OLD-STATUS TO EV-OLD-STATUS.
            MOVE ENR-STATUS TO EV-NEW-STATUS.
            WRITE ENROLLMENT-ACTIVITY-RECORD.
            ADD 1 TO WS-EVENT-COUNT.
       5000-WRITE-ACTIVITY-EXIT.
            EXIT.

      ******************************************************************
      * ARCHIVE LOOKUP - THE ENROLLMENT FOR A GRADE IN A CLOSED TERM
      * IS FOUND BY WALKING THE ARCHIVE DIRECTORY (../ENROLLD, CUT
      * BY TermCloseout) FOR THE GENERATION NAMED FOR THE GRADE'S
      * TERM AND SCANNING IT FOR THE KEY, THE SAME WALK
      * TranscriptPrint AND EnrollHistory DO. A MISSING DIRECTORY
      * MEANS NO TERM HAS BEEN CLOSED AND THERE IS NOTHING TO FIND.
      ******************************************************************
       6000-FIND-ARCHIVED-ENROLLMENT.
            OPEN INPUT DIRECTORY-FILE.
            IF DIRECTORY-FILE-OK
                MOVE "N" TO DIRECTORY-EOF-SWITCH
                PERFORM 6100-READ-DIRECTORY THRU
                    6100-READ-DIRECTORY-EXIT
                PERFORM 6200-SEARCH-ONE-ARCHIVE THRU
                    6200-SEARCH-ONE-ARCHIVE-EXIT
                    UNTIL DIRECTORY-AT-EOF
                CLOSE DIRECTORY-FILE
            END-IF.
       6000-FIND-ARCHIVED-ENROLLMENT-EXIT.
            EXIT.

      * ANY UNSUCCESSFUL READ - END OF FILE OR AN I-O ERROR - ENDS
      * THE SCAN; AT END ALONE WOULD LOOP ON A PERMANENT ERROR.
       6100-READ-DIRECTORY.
            READ DIRECTORY-FILE
                AT END SET DIRECTORY-AT-EOF TO TRUE
            END-READ.
            IF NOT DIRECTORY-FILE-OK
                SET DIRECTORY-AT-EOF TO TRUE
            END-IF.
       6100-READ-DIRECTORY-EXIT.
            EXIT.

       6200-SEARCH-ONE-ARCHIVE.
            IF ED-TERM-CODE = GR-TERM-CODE
                MOVE ED-ARCHIVE-FILE-NAME TO WS-ARCHIVE-NAME
                OPEN INPUT ARCHIVE-FILE
                IF ARCHIVE-FILE-OK
                    MOVE "N" TO ARCHIVE-EOF-SWITCH
                    PERFORM 6300-CHECK-ONE-ARCHIVE-ROW THRU
                        6300-CHECK-ONE-ARCHIVE-ROW-EXIT
                        UNTIL ARCHIVE-AT-EOF
                    CLOSE ARCHIVE-FILE
                ELSE
                    DISPLAY "ENROLLEDIT - CANNOT OPEN ARCHIVE "
                        WS-ARCHIVE-NAME ", STATUS = "
                        ARCHIVE-FILE-STATUS
                END-IF
            END-IF.
            IF ENROLLMENT-WAS-COMPLETED
                SET DIRECTORY-AT-EOF TO TRUE
            ELSE
                PERFORM 6100-READ-DIRECTORY THRU
                    6100-READ-DIRECTORY-EXIT
            END-IF.
       6200-SEARCH-ONE-ARCHIVE-EXIT.
            EXIT.

       6300-CHECK-ONE-ARCHIVE-ROW.
            READ ARCHIVE-FILE
                AT END SET ARCHIVE-AT-EOF TO TRUE
            END-READ.
            IF NOT ARCHIVE-FILE-OK
                SET ARCHIVE-AT-EOF TO TRUE
            END-IF.
            IF NOT ARCHIVE-AT-EOF
                MOVE ARCHIVE-ENROLL-RECORD TO WS-ARCHIVE-ENROLLMENT
                IF AE-KEY = GR-KEY
                    IF AE-STATUS-COMPLETED
                        SET ENROLLMENT-WAS-COMPLETED TO TRUE
                    END-IF
                    SET ARCHIVE-AT-EOF TO TRUE
                END-IF
            END-IF.
       6300-CHECK-ONE-ARCHIVE-ROW-EXIT.
            EXIT.

       9000-TERMINATE.
            CLOSE ENROLLMENT-INPUT.
            CLOSE STUDENT-FILE.
            IF TERM-CALENDAR-AVAILABLE
                CLOSE TERM-CALENDAR
            END-IF.
            IF PREREQ-FILE-AVAILABLE
                CLOSE PREREQ-FILE
            END-IF.
            IF GRADE-FILE-AVAILABLE
                CLOSE GRADE-FILE
            END-IF.
            IF HOLD-FILE-AVAILABLE
                CLOSE HOLD-FILE
            END-IF.
            IF MEETING-FILE-AVAILABLE
                CLOSE MEETING-FILE
            END-IF.
            IF STUDENT-FILE-OPENED
                MOVE ZERO TO EK-RECORDS-PROCESSED EK-ACCEPTED-COUNT
                    EK-MAINTAINED-COUNT EK-PROMOTED-COUNT
                    EK-REJECTED-COUNT EK-EVENT-COUNT
                OPEN OUTPUT CHECKPOINT-FILE
                WRITE ENROLL-CHECKPOINT-RECORD
                CLOSE CHECKPOINT-FILE
            END-IF.
       9000-TERMINATE-EXIT.
            EXIT.
       END PROGRAM EnrollEdit.
