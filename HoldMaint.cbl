      ******************************************************************
      * Author: JESSE PROULX
      * Date: 10-15-2026
      * Purpose: STUDENT HOLDS WORKBENCH - PLACE, RELEASE AND
      *          INQUIRE ON HOLDS AGAINST THE STUDENT HOLD FILE
      *          (../HOLDS, SEE HOLD COPYBOOK). A HOLD IS KEYED BY
      *          STUDENT NUMBER AND HOLD TYPE - "R" REGISTRATION,
      *          WHICH EnrollEdit ENFORCES ON ADDS, OR "T"
      *          TRANSCRIPT, WHICH TranscriptPrint ENFORCES - AND
      *          CARRIES THE PLACING OFFICE, REASON, DATE PLACED AND
      *          DATE RELEASED. A HOLD MAY ONLY BE PLACED ON A
      *          STUDENT ON THE MASTER. A RELEASED HOLD STAYS ON
      *          FILE WITH ITS RELEASE DATE UNTIL THE SAME TYPE IS
      *          PLACED AGAIN. THE SESSION OPENS WITH AN OperSignon
      *          SIGN-ON AGAINST ../OPERREF, AND EVERY PLACEMENT AND
      *          RELEASE IS LOGGED THROUGH HoldLog UNDER THE
      *          SIGNED-ON OPERATOR ID.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HoldMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT HOLD-FILE ASSIGN TO "../HOLDS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HD-KEY
                   FILE STATUS IS HOLD-FILE-STATUS.
               SELECT STUDENT-FILE ASSIGN TO "../STUDENT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STUDENT-NUMBER
                   ALTERNATE RECORD KEY IS LAST-NAME
                       WITH DUPLICATES
                   FILE STATUS IS STUDENT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HOLD-FILE.
           COPY HOLD.
       FD STUDENT-FILE.
           COPY STUDENT.
       WORKING-STORAGE SECTION.
           COPY FSTAT.
       01 HOLD-FILE-STATUS PIC X(02).
           88 HOLD-FILE-OK VALUE "00".
           88 HOLD-FILE-NOT-FOUND VALUE "23".
           88 HOLD-FILE-NOT-PRESENT VALUE "35".
       01 HOLD-SCAN-EOF-SWITCH PIC X(01).
           88 HOLD-SCAN-AT-EOF VALUE "Y".
       01 NUMBER-VALID-SWITCH PIC X(01).
           88 NUMBER-IS-VALID VALUE "Y".
       01 TYPE-VALID-SWITCH PIC X(01).
           88 TYPE-IS-VALID VALUE "Y".
       01 WS-FUNCTION-CODE PIC X(01).
           88 WS-FUNC-ADD VALUE "A" "a".
           88 WS-FUNC-RELEASE VALUE "R" "r".
           88 WS-FUNC-INQUIRE VALUE "I" "i".
           88 WS-FUNC-EXIT VALUE "X" "x".
       01 WS-DONE-SWITCH PIC X(01) VALUE "N".
           88 WS-DONE VALUE "Y".
       01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
       01 WS-INQUIRY-NUMBER PIC 9(08) VALUE ZERO.
       01 WS-HOLD-LIST-COUNT PIC 9(04) COMP VALUE ZERO.
       01 WS-NEW-OFFICE PIC X(10).
       01 WS-NEW-REASON PIC X(30).
       01 WS-HOLD-STATE PIC X(08).
       01 WS-PLACE-ACTION PIC X(07) VALUE "PLACE".
       01 WS-RELEASE-ACTION PIC X(07) VALUE "RELEASE".
       01 WS-USER-ID PIC X(08) VALUE "OPER".
       01 WS-AUTH-LEVEL PIC X(01) VALUE SPACE.
           88 WS-SUPERVISOR VALUE "S".
       01 WS-SIGNON-RESULT PIC X(02).
           88 WS-SIGNON-OK VALUE "OK".
       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
            PERFORM 2000-MENU-LOOP THRU 2000-MENU-LOOP-EXIT
                UNTIL WS-DONE.
            PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
            STOP RUN.

      ******************************************************************
      * INITIALIZATION AND TERMINATION. THE HOLD FILE IS ONLY CREATED
      * WHEN IT DOES NOT EXIST (STATUS 35) - ANY OTHER OPEN FAILURE
      * ENDS THE SESSION RATHER THAN REPLACE THE LIVE HOLDS WITH AN
      * EMPTY FILE. THE MASTER IS READ ONLY, TO PROVE THE STUDENT A
      * HOLD IS PLACED ON; WITHOUT IT NO HOLD CAN BE PLACED, BUT
      * RELEASE AND INQUIRY STILL WORK.
      ******************************************************************
       1000-INITIALIZE.
            CALL "OperSignon" USING WS-USER-ID WS-AUTH-LEVEL
                WS-SIGNON-RESULT.
            IF NOT WS-SIGNON-OK
                DISPLAY "HOLDMAINT - SIGN-ON REFUSED, SESSION ENDED."
                SET WS-DONE TO TRUE
            ELSE
                PERFORM 1100-OPEN-FILES THRU 1100-OPEN-FILES-EXIT
            END-IF.
       1000-INITIALIZE-EXIT.
            EXIT.

       1100-OPEN-FILES.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            OPEN I-O HOLD-FILE.
            IF HOLD-FILE-NOT-PRESENT
                OPEN OUTPUT HOLD-FILE
                CLOSE HOLD-FILE
                OPEN I-O HOLD-FILE
            END-IF.
            IF NOT HOLD-FILE-OK
                DISPLAY "HOLDMAINT - CANNOT OPEN HOLD FILE, "
                    "STATUS = " HOLD-FILE-STATUS
                SET WS-DONE TO TRUE
            END-IF.
            OPEN INPUT STUDENT-FILE.
            IF NOT STUDENT-FILE-OK
                DISPLAY "HOLDMAINT - STUDENT-FILE NOT AVAILABLE, "
                    "STATUS = " STUDENT-FILE-STATUS
                    ", HOLDS CANNOT BE PLACED."
            END-IF.
       1100-OPEN-FILES-EXIT.
            EXIT.

      * A REFUSED SIGN-ON NEVER OPENED THE FILES, SO THERE IS
      * NOTHING TO CLOSE.
       9000-TERMINATE.
            IF WS-SIGNON-OK
                CLOSE HOLD-FILE
                CLOSE STUDENT-FILE
            END-IF.
       9000-TERMINATE-EXIT.
            EXIT.

      ******************************************************************
      * MAIN MENU
      ******************************************************************
       2000-MENU-LOOP.
            PERFORM 2100-DISPLAY-MENU THRU 2100-DISPLAY-MENU-EXIT.
            ACCEPT WS-FUNCTION-CODE.
            EVALUATE TRUE
                WHEN WS-FUNC-ADD
                    PERFORM 3000-PLACE-HOLD THRU 3000-PLACE-HOLD-EXIT
                WHEN WS-FUNC-RELEASE
                    PERFORM 4000-RELEASE-HOLD THRU
                        4000-RELEASE-HOLD-EXIT
                WHEN WS-FUNC-INQUIRE
                    PERFORM 5000-INQUIRE-HOLDS THRU
                        5000-INQUIRE-HOLDS-EXIT
                WHEN WS-FUNC-EXIT
                    SET WS-DONE TO TRUE
                WHEN OTHER
                    DISPLAY "INVALID FUNCTION, PLEASE TRY AGAIN."
            END-EVALUATE.
       2000-MENU-LOOP-EXIT.
            EXIT.

       2100-DISPLAY-MENU.
            DISPLAY "-----------------------------------------".
            DISPLAY "STUDENT HOLDS MAINTENANCE".
            DISPLAY "  A - ADD (PLACE) A HOLD".
            DISPLAY "  R - RELEASE A HOLD".
            DISPLAY "  I - INQUIRE ON A STUDENT'S HOLDS".
            DISPLAY "  X - EXIT".
            DISPLAY "ENTER FUNCTION: ".
       2100-DISPLAY-MENU-EXIT.
            EXIT.

      ******************************************************************
      * COMMON KEY ENTRY - STUDENT NUMBER AND HOLD TYPE, RE-PROMPTED
      * UNTIL VALID THE WAY FirstProgram PROMPTS FOR ITS KEY
      ******************************************************************
       3100-KEY-ENTRY.
            MOVE "N" TO NUMBER-VALID-SWITCH.
            PERFORM 3110-PROMPT-NUMBER THRU 3110-PROMPT-NUMBER-EXIT
                UNTIL NUMBER-IS-VALID.
            MOVE "N" TO TYPE-VALID-SWITCH.
            PERFORM 3120-PROMPT-TYPE THRU 3120-PROMPT-TYPE-EXIT
                UNTIL TYPE-IS-VALID.
       3100-KEY-ENTRY-EXIT.
            EXIT.

       3110-PROMPT-NUMBER.
            DISPLAY "ENTER STUDENT NUMBER: ".
            ACCEPT HD-STUDENT-NUMBER.
            IF HD-STUDENT-NUMBER IS NUMERIC
                    AND HD-STUDENT-NUMBER NOT = ZERO
                SET NUMBER-IS-VALID TO TRUE
            ELSE
                DISPLAY "STUDENT NUMBER MUST BE NUMERIC AND NON-ZERO."
            END-IF.
       3110-PROMPT-NUMBER-EXIT.
            EXIT.

       3120-PROMPT-TYPE.
            DISPLAY "HOLD TYPE (R = REGISTRATION, T = TRANSCRIPT): ".
            ACCEPT HD-HOLD-TYPE.
            INSPECT HD-HOLD-TYPE CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            IF HD-TYPE-VALID
                SET TYPE-IS-VALID TO TRUE
            ELSE
                DISPLAY "HOLD TYPE MUST BE R OR T."
            END-IF.
       3120-PROMPT-TYPE-EXIT.
            EXIT.

       3200-GET-HOLD-FIELDS.
            DISPLAY "PLACING OFFICE: ".
            ACCEPT WS-NEW-OFFICE.
            DISPLAY "REASON: ".
            ACCEPT WS-NEW-REASON.
            INSPECT WS-NEW-OFFICE CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       3200-GET-HOLD-FIELDS-EXIT.
            EXIT.

      ******************************************************************
      * ADD - A NEW HOLD IS WRITTEN; A RELEASED HOLD OF THE SAME TYPE
      * IS RE-PLACED OVER ITS OLD RECORD (THE LOG KEEPS THE HISTORY);
      * AN ACTIVE HOLD OF THE SAME TYPE IS REFUSED. THE STUDENT MUST
      * BE ON THE MASTER.
      ******************************************************************
       3000-PLACE-HOLD.
            PERFORM 3100-KEY-ENTRY THRU 3100-KEY-ENTRY-EXIT.
            MOVE HD-STUDENT-NUMBER TO STUDENT-NUMBER.
            READ STUDENT-FILE
                INVALID KEY
                    CONTINUE
            END-READ.
            IF NOT STUDENT-FILE-OK
                DISPLAY "STUDENT NOT ON MASTER FILE - HOLD NOT PLACED."
            ELSE
                READ HOLD-FILE
                    INVALID KEY
                        CONTINUE
                END-READ
                EVALUATE TRUE
                    WHEN HOLD-FILE-NOT-FOUND
                        PERFORM 3300-BUILD-HOLD THRU
                            3300-BUILD-HOLD-EXIT
                        PERFORM 3400-WRITE-HOLD THRU
                            3400-WRITE-HOLD-EXIT
                    WHEN HOLD-FILE-OK AND HD-HOLD-ACTIVE
                        DISPLAY "HOLD ALREADY ACTIVE, PLACED "
                            HD-DATE-PLACED " BY " HD-PLACING-OFFICE
                    WHEN HOLD-FILE-OK
                        PERFORM 3300-BUILD-HOLD THRU
                            3300-BUILD-HOLD-EXIT
                        PERFORM 3500-REPLACE-HOLD THRU
                            3500-REPLACE-HOLD-EXIT
                    WHEN OTHER
                        DISPLAY "HOLD FILE READ FAILED, STATUS = "
                            HOLD-FILE-STATUS
                END-EVALUATE
            END-IF.
       3000-PLACE-HOLD-EXIT.
            EXIT.

       3300-BUILD-HOLD.
            PERFORM 3200-GET-HOLD-FIELDS THRU
                3200-GET-HOLD-FIELDS-EXIT.
            MOVE WS-NEW-OFFICE TO HD-PLACING-OFFICE.
            MOVE WS-NEW-REASON TO HD-REASON.
            MOVE WS-RUN-DATE TO HD-DATE-PLACED.
            MOVE ZERO TO HD-DATE-RELEASED.
            MOVE WS-USER-ID TO HD-PLACED-BY.
            MOVE SPACES TO HD-RELEASED-BY.
       3300-BUILD-HOLD-EXIT.
            EXIT.

       3400-WRITE-HOLD.
            IF HD-PLACING-OFFICE = SPACES
                DISPLAY "PLACING OFFICE REQUIRED - HOLD NOT PLACED."
            ELSE
                WRITE STUDENT-HOLD-RECORD
                    INVALID KEY
                        DISPLAY "ADD FAILED - HOLD ALREADY EXISTS."
                    NOT INVALID KEY
                        CALL "HoldLog" USING WS-PLACE-ACTION
                            WS-USER-ID STUDENT-HOLD-RECORD
                        DISPLAY "HOLD PLACED."
                END-WRITE
            END-IF.
       3400-WRITE-HOLD-EXIT.
            EXIT.

       3500-REPLACE-HOLD.
            IF HD-PLACING-OFFICE = SPACES
                DISPLAY "PLACING OFFICE REQUIRED - HOLD NOT PLACED."
            ELSE
                REWRITE STUDENT-HOLD-RECORD
                    INVALID KEY
                        DISPLAY "ADD FAILED."
                    NOT INVALID KEY
                        CALL "HoldLog" USING WS-PLACE-ACTION
                            WS-USER-ID STUDENT-HOLD-RECORD
                        DISPLAY "HOLD PLACED."
                END-REWRITE
            END-IF.
       3500-REPLACE-HOLD-EXIT.
            EXIT.

      ******************************************************************
      * RELEASE - ONLY AN ACTIVE HOLD CAN BE RELEASED. THE RECORD
      * STAYS ON FILE WITH THE RELEASE DATE AND OPERATOR.
      ******************************************************************
       4000-RELEASE-HOLD.
            PERFORM 3100-KEY-ENTRY THRU 3100-KEY-ENTRY-EXIT.
            READ HOLD-FILE
                INVALID KEY
                    DISPLAY "HOLD NOT FOUND."
            END-READ.
            IF HOLD-FILE-OK
                IF NOT HD-HOLD-ACTIVE
                    DISPLAY "HOLD ALREADY RELEASED " HD-DATE-RELEASED
                        " BY " HD-RELEASED-BY
                ELSE
                    PERFORM 6100-DISPLAY-HOLD THRU
                        6100-DISPLAY-HOLD-EXIT
                    MOVE WS-RUN-DATE TO HD-DATE-RELEASED
                    MOVE WS-USER-ID TO HD-RELEASED-BY
                    REWRITE STUDENT-HOLD-RECORD
                        INVALID KEY
                            DISPLAY "RELEASE FAILED."
                        NOT INVALID KEY
                            CALL "HoldLog" USING WS-RELEASE-ACTION
                                WS-USER-ID STUDENT-HOLD-RECORD
                            DISPLAY "HOLD RELEASED."
                    END-REWRITE
                END-IF
            END-IF.
       4000-RELEASE-HOLD-EXIT.
            EXIT.

      ******************************************************************
      * INQUIRE - EVERY HOLD FOR ONE STUDENT, ACTIVE OR RELEASED.
      * HD-KEY LEADS WITH THE STUDENT NUMBER, SO THE SCAN STARTS AT
      * THE STUDENT'S FIRST HOLD AND READS FORWARD UNTIL THE STUDENT
      * NUMBER CHANGES.
      ******************************************************************
       5000-INQUIRE-HOLDS.
            MOVE "N" TO NUMBER-VALID-SWITCH.
            PERFORM 3110-PROMPT-NUMBER THRU 3110-PROMPT-NUMBER-EXIT
                UNTIL NUMBER-IS-VALID.
            MOVE HD-STUDENT-NUMBER TO WS-INQUIRY-NUMBER.
            MOVE LOW-VALUES TO HD-HOLD-TYPE.
            MOVE ZERO TO WS-HOLD-LIST-COUNT.
            MOVE "N" TO HOLD-SCAN-EOF-SWITCH.
            START HOLD-FILE KEY >= HD-KEY
                INVALID KEY SET HOLD-SCAN-AT-EOF TO TRUE
            END-START.
            PERFORM 5100-LIST-ONE-HOLD THRU 5100-LIST-ONE-HOLD-EXIT
                UNTIL HOLD-SCAN-AT-EOF.
            IF WS-HOLD-LIST-COUNT = ZERO
                DISPLAY "NO HOLDS ON FILE FOR " WS-INQUIRY-NUMBER
            END-IF.
       5000-INQUIRE-HOLDS-EXIT.
            EXIT.

       5100-LIST-ONE-HOLD.
            READ HOLD-FILE NEXT RECORD
                AT END SET HOLD-SCAN-AT-EOF TO TRUE
            END-READ.
            IF NOT HOLD-SCAN-AT-EOF
                IF HD-STUDENT-NUMBER NOT = WS-INQUIRY-NUMBER
                    SET HOLD-SCAN-AT-EOF TO TRUE
                ELSE
                    ADD 1 TO WS-HOLD-LIST-COUNT
                    PERFORM 6100-DISPLAY-HOLD THRU
                        6100-DISPLAY-HOLD-EXIT
                END-IF
            END-IF.
       5100-LIST-ONE-HOLD-EXIT.
            EXIT.

       6100-DISPLAY-HOLD.
            IF HD-HOLD-ACTIVE
                MOVE "ACTIVE" TO WS-HOLD-STATE
            ELSE
                MOVE "RELEASED" TO WS-HOLD-STATE
            END-IF.
            DISPLAY "-----------------------------------------".
            DISPLAY "STUDENT NUMBER: " HD-STUDENT-NUMBER.
            DISPLAY "HOLD TYPE     : " HD-HOLD-TYPE " " WS-HOLD-STATE.
            DISPLAY "OFFICE        : " HD-PLACING-OFFICE.
            DISPLAY "REASON        : " HD-REASON.
            DISPLAY "PLACED        : " HD-DATE-PLACED " BY "
                HD-PLACED-BY.
            IF NOT HD-HOLD-ACTIVE
                DISPLAY "RELEASED      : " HD-DATE-RELEASED " BY "
                    HD-RELEASED-BY
            END-IF.
       6100-DISPLAY-HOLD-EXIT.
            EXIT.
       END PROGRAM HoldMaint.
