      *          ADDRESS, THE SAME PICKUP ExtractFeed USES), THEN
      *          EACH ENROLLMENT WITH ITS CC-COURSE-TITLE FROM
      *          ../COURSECAT AND ITS STATUS SPELLED OUT - ENROLLED,
      *          WAITLISTED WITH POSITION, DROPPED OR COMPLETED -
      *          AND, UNDER EACH ENROLLED OR WAITLISTED SECTION, ITS
      *          MEETING DAYS, TIMES, BUILDING AND ROOM FROM THE
      *          SECTION MEETING-PATTERN FILE (../MEETPAT, SEE
      *          MeetLoad), OR TO BE ANNOUNCED WHEN IT HAS NONE.
      *          ENR-KEY LEADS WITH THE STUDENT NUMBER, SO ONE PASS
      *          IN KEY ORDER GROUPS EACH STUDENT'S ROWS WITH NO
      *          SORT. THE WAITLIST POSITION NEEDS A SCAN OF ITS OWN
      *          OVER THE SECTION'S WAITLISTED ROWS, SO ../ENROLL IS
      *          ALSO OPENED A SECOND TIME UNDER ITS OWN FD - THE
      *          MAIN SCAN'S POSITION IS NEVER DISTURBED. EACH PAGE
      *          ENDS WITH AN ACCOUNT STATEMENT FROM THE STUDENT
      *          ACCOUNT LEDGER (../LEDGER, POSTED BY LedgerPost) -
      *          EVERY CHARGE, REVERSAL, PAYMENT AND ADJUSTMENT FOR
      *          THE TERM, THE TERM BALANCE, THE BALANCE CARRIED ON
      *          OTHER TERMS AND THE TOTAL DUE - SO ONE MAILING
      *          CARRIES BOTH THE SCHEDULE AND THE BILL. WITHOUT A
      *          LEDGER THE STATEMENTS PRINT SCHEDULES ONLY. OUTPUT
      *          GOES TO ../SCHEDSTMT.
      * Tectonics: cobc
      ******************************************************************
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SA-KEY
                   FILE STATUS IS ADDRESS-FILE-STATUS.
               SELECT LEDGER-FILE ASSIGN TO "../LEDGER"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LG-KEY
                   FILE STATUS IS LEDGER-FILE-STATUS.
               SELECT MEETING-FILE ASSIGN TO "../MEETPAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MP-KEY
                   FILE STATUS IS MEETING-FILE-STATUS.
               SELECT STATEMENT-REPORT ASSIGN TO "../SCHEDSTMT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STATEMENT-STATUS.
           COPY COURSE.
       FD ADDRESS-FILE.
           COPY STUDADDR.
       FD LEDGER-FILE.
           COPY LEDGER.
       FD MEETING-FILE.
           COPY MEETPAT.
       FD STATEMENT-REPORT.
       01 REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 ADDRESS-FILE-STATUS PIC X(02).
       01 ADDRESS-OPEN-STATUS PIC X(02).
           88 ADDRESS-FILE-AVAILABLE VALUE "00".
       01 LEDGER-FILE-STATUS PIC X(02).
       01 LEDGER-OPEN-STATUS PIC X(02).
           88 LEDGER-FILE-AVAILABLE VALUE "00".
       01 MEETING-FILE-STATUS PIC X(02).
       01 MEETING-OPEN-STATUS PIC X(02).
           88 MEETING-FILE-AVAILABLE VALUE "00".
       01 STATEMENT-STATUS PIC X(02).
       01 ENROLL-EOF-SWITCH PIC X(01) VALUE "N".
           88 ENROLL-AT-EOF VALUE "Y".
           88 ADDR-SCAN-AT-EOF VALUE "Y".
       01 MAILING-FOUND-SWITCH PIC X(01).
           88 MAILING-FOUND VALUE "Y".
       01 LEDGER-SCAN-EOF-SWITCH PIC X(01).
           88 LEDGER-SCAN-AT-EOF VALUE "Y".
       01 WS-TERM-BALANCE PIC S9(09)V99 VALUE ZERO.
       01 WS-OTHER-BALANCE PIC S9(09)V99 VALUE ZERO.
       01 WS-TOTAL-DUE PIC S9(09)V99 VALUE ZERO.
       01 WS-ENTRY-AMOUNT PIC S9(09)V99 VALUE ZERO.
       01 WS-STMT-TERM PIC X(06) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
       01 WS-PRIOR-NUMBER PIC 9(08) VALUE ZERO.
       01 WAIT-POSITION-TEXT.
           05 FILLER PIC X(21) VALUE "WAITLISTED, POSITION ".
           05 WP-POSITION PIC ZZZ9.
       01 MEETING-LINE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "MEETS ".
           05 ML-DAYS PIC X(07).
           05 FILLER PIC X(02) VALUE SPACES.
           05 ML-START-HH PIC 9(02).
           05 FILLER PIC X(01) VALUE ":".
           05 ML-START-MM PIC 9(02).
           05 FILLER PIC X(01) VALUE "-".
           05 ML-END-HH PIC 9(02).
           05 FILLER PIC X(01) VALUE ":".
           05 ML-END-MM PIC 9(02).
           05 FILLER PIC X(02) VALUE SPACES.
           05 ML-BUILDING PIC X(06).
           05 FILLER PIC X(01) VALUE SPACES.
           05 ML-ROOM PIC X(05).
       01 MEETING-TBA-LINE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(37) VALUE
               "MEETING TIME AND ROOM TO BE ANNOUNCED".
       01 ACCOUNT-HEADING-LINE.
           05 FILLER PIC X(17) VALUE "ACCOUNT STATEMENT".
       01 ACCOUNT-COLUMN-LINE.
           05 FILLER PIC X(08) VALUE "DATE".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "DESCRIPTION".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "REFERENCE".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "     AMOUNT".
       01 ACCOUNT-DETAIL-LINE.
           05 AD-ENTRY-DATE PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 AD-DESCRIPTION PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 AD-REFERENCE PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 AD-AMOUNT PIC ZZZ,ZZ9.99-.
       01 ACCOUNT-TOTAL-LINE.
           05 AT-LABEL PIC X(39).
           05 AT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
       01 BLANK-LINE.
           05 FILLER PIC X(01) VALUE SPACES.
       PROCEDURE DIVISION.
                    PERFORM 3000-PROCESS-ENROLLMENT THRU
                        3000-PROCESS-ENROLLMENT-EXIT
                        UNTIL ENROLL-AT-EOF
                    IF NOT IS-FIRST-PAGE
                        PERFORM 6000-ACCOUNT-STATEMENT THRU
                            6000-ACCOUNT-STATEMENT-EXIT
                    END-IF
            END-EVALUATE.
            PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
            DISPLAY "SCHEDULE STATEMENT - PAGES PRINTED: "
      * INITIALIZATION. THE CATALOG AND ADDRESS FILES MAY
      * LEGITIMATELY NOT EXIST YET - TITLES ARE FLAGGED AND MASTER
      * ADDRESSES USED, MIRRORING ExtractFeed AND TranscriptPrint.
      * THE LEDGER AND MEETING-PATTERN FILES ARE LIKEWISE OPTIONAL.
      ******************************************************************
       1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE COURSE-CATALOG-STATUS TO COURSE-CATALOG-OPEN-STATUS.
            OPEN INPUT ADDRESS-FILE.
            MOVE ADDRESS-FILE-STATUS TO ADDRESS-OPEN-STATUS.
            OPEN INPUT LEDGER-FILE.
            MOVE LEDGER-FILE-STATUS TO LEDGER-OPEN-STATUS.
            OPEN INPUT MEETING-FILE.
            MOVE MEETING-FILE-STATUS TO MEETING-OPEN-STATUS.
            IF NOT COURSE-CATALOG-AVAILABLE
                DISPLAY "SCHEDULESTATEMENT - COURSE CATALOG NOT "
                    "AVAILABLE, TITLES FLAGGED."
                DISPLAY "SCHEDULESTATEMENT - ADDRESS FILE NOT "
                    "AVAILABLE, MASTER ADDRESSES USED."
            END-IF.
            IF NOT LEDGER-FILE-AVAILABLE
                DISPLAY "SCHEDULESTATEMENT - LEDGER NOT AVAILABLE, "
                    "ACCOUNT STATEMENTS BYPASSED."
            END-IF.
            IF NOT MEETING-FILE-AVAILABLE
                DISPLAY "SCHEDULESTATEMENT - MEETING-PATTERN FILE "
                    "NOT AVAILABLE, MEETING TIMES OMITTED."
            END-IF.
       1000-INITIALIZE-EXIT.
            EXIT.

            IF ENR-TERM-CODE = WS-STMT-TERM
                IF IS-FIRST-PAGE
                        OR ENR-STUDENT-NUMBER NOT = WS-PRIOR-NUMBER
                    IF NOT IS-FIRST-PAGE
                        PERFORM 6000-ACCOUNT-STATEMENT THRU
                            6000-ACCOUNT-STATEMENT-EXIT
                    END-IF
                    PERFORM 4000-STUDENT-HEADING THRU
                        4000-STUDENT-HEADING-EXIT
                    MOVE "N" TO FIRST-PAGE-SWITCH
            END-EVALUATE.
            WRITE REPORT-LINE FROM DETAIL-LINE.
            ADD 1 TO WS-LINE-COUNT.
            IF MEETING-FILE-AVAILABLE
                    AND (ENR-STATUS-ENROLLED OR ENR-STATUS-WAITLISTED)
                PERFORM 5200-PRINT-MEETING THRU
                    5200-PRINT-MEETING-EXIT
            END-IF.
       5000-PRINT-DETAIL-EXIT.
            EXIT.

       5110-SCAN-ONE-WAITLIST-EXIT.
            EXIT.

      * MEETING LINE - DROPPED AND COMPLETED SECTIONS NO LONGER
      * MEET FOR THE STUDENT, SO ONLY ENROLLED AND WAITLISTED ROWS
      * CARRY ONE.
       5200-PRINT-MEETING.
            MOVE ENR-COURSE-CODE TO MP-COURSE-CODE.
            MOVE ENR-TERM-CODE TO MP-TERM-CODE.
            READ MEETING-FILE
                INVALID KEY
                    WRITE REPORT-LINE FROM MEETING-TBA-LINE
                    END-WRITE
                NOT INVALID KEY
                    MOVE MP-MEETING-DAYS TO ML-DAYS
                    MOVE MP-START-HH TO ML-START-HH
                    MOVE MP-START-MM TO ML-START-MM
                    MOVE MP-END-HH TO ML-END-HH
                    MOVE MP-END-MM TO ML-END-MM
                    MOVE MP-BUILDING TO ML-BUILDING
                    MOVE MP-ROOM TO ML-ROOM
                    WRITE REPORT-LINE FROM MEETING-LINE
            END-READ.
       5200-PRINT-MEETING-EXIT.
            EXIT.

      ******************************************************************
      * ACCOUNT STATEMENT - CLOSES THE PRIOR STUDENT'S PAGE. LG-KEY
      * LEADS WITH THE STUDENT NUMBER, SO ONE START READS ALL OF
      * THE STUDENT'S ENTRIES: THOSE FOR THE STATEMENT TERM ARE
      * LISTED, THOSE FOR OTHER TERMS ARE ONLY BALANCED. CREDITS
      * PRINT WITH A TRAILING MINUS.
      ******************************************************************
       6000-ACCOUNT-STATEMENT.
            IF LEDGER-FILE-AVAILABLE
                MOVE ZERO TO WS-TERM-BALANCE WS-OTHER-BALANCE
                WRITE REPORT-LINE FROM BLANK-LINE
                WRITE REPORT-LINE FROM ACCOUNT-HEADING-LINE
                WRITE REPORT-LINE FROM ACCOUNT-COLUMN-LINE
                MOVE "N" TO LEDGER-SCAN-EOF-SWITCH
                MOVE WS-PRIOR-NUMBER TO LG-STUDENT-NUMBER
                MOVE LOW-VALUES TO LG-TERM-CODE
                MOVE ZERO TO LG-ENTRY-DATE LG-SEQUENCE
                START LEDGER-FILE KEY >= LG-KEY
                    INVALID KEY SET LEDGER-SCAN-AT-EOF TO TRUE
                END-START
                PERFORM 6100-STATEMENT-ONE-ENTRY THRU
                    6100-STATEMENT-ONE-ENTRY-EXIT
                    UNTIL LEDGER-SCAN-AT-EOF
                PERFORM 6200-STATEMENT-TOTALS THRU
                    6200-STATEMENT-TOTALS-EXIT
            END-IF.
       6000-ACCOUNT-STATEMENT-EXIT.
            EXIT.

       6100-STATEMENT-ONE-ENTRY.
            READ LEDGER-FILE NEXT RECORD
                AT END SET LEDGER-SCAN-AT-EOF TO TRUE
            END-READ.
            IF NOT LEDGER-SCAN-AT-EOF
                IF LG-STUDENT-NUMBER NOT = WS-PRIOR-NUMBER
                    SET LEDGER-SCAN-AT-EOF TO TRUE
                ELSE
                    IF LG-CREDIT-ENTRY
                        COMPUTE WS-ENTRY-AMOUNT = ZERO - LG-AMOUNT
                    ELSE
                        MOVE LG-AMOUNT TO WS-ENTRY-AMOUNT
                    END-IF
                    IF LG-TERM-CODE = WS-STMT-TERM
                        ADD WS-ENTRY-AMOUNT TO WS-TERM-BALANCE
                        PERFORM 6110-PRINT-ENTRY THRU
                            6110-PRINT-ENTRY-EXIT
                    ELSE
                        ADD WS-ENTRY-AMOUNT TO WS-OTHER-BALANCE
                    END-IF
                END-IF
            END-IF.
       6100-STATEMENT-ONE-ENTRY-EXIT.
            EXIT.

       6110-PRINT-ENTRY.
            MOVE LG-ENTRY-DATE TO AD-ENTRY-DATE.
            EVALUATE TRUE
                WHEN LG-TYPE-CHARGE
                    MOVE "TUITION CHARGE" TO AD-DESCRIPTION
                WHEN LG-TYPE-REVERSAL
                    MOVE "CHARGE REVERSED" TO AD-DESCRIPTION
                WHEN LG-TYPE-PAYMENT
                    MOVE "PAYMENT RECEIVED" TO AD-DESCRIPTION
                WHEN LG-TYPE-CREDIT-ADJ
                    MOVE "CREDIT ADJUSTMENT" TO AD-DESCRIPTION
                WHEN LG-TYPE-DEBIT-ADJ
                    MOVE "DEBIT ADJUSTMENT" TO AD-DESCRIPTION
                WHEN OTHER
                    MOVE LG-ENTRY-TYPE TO AD-DESCRIPTION
            END-EVALUATE.
            IF LG-FROM-BILLING
                MOVE LG-COURSE-CODE TO AD-REFERENCE
            ELSE
                MOVE LG-REFERENCE TO AD-REFERENCE
            END-IF.
            MOVE WS-ENTRY-AMOUNT TO AD-AMOUNT.
            WRITE REPORT-LINE FROM ACCOUNT-DETAIL-LINE.
       6110-PRINT-ENTRY-EXIT.
            EXIT.

       6200-STATEMENT-TOTALS.
            COMPUTE WS-TOTAL-DUE = WS-TERM-BALANCE + WS-OTHER-BALANCE.
            WRITE REPORT-LINE FROM BLANK-LINE.
            MOVE SPACES TO AT-LABEL.
            STRING "BALANCE FOR TERM " WS-STMT-TERM
                DELIMITED BY SIZE INTO AT-LABEL
            END-STRING.
            MOVE WS-TERM-BALANCE TO AT-AMOUNT.
            WRITE REPORT-LINE FROM ACCOUNT-TOTAL-LINE.
            MOVE "BALANCE FROM OTHER TERMS" TO AT-LABEL.
            MOVE WS-OTHER-BALANCE TO AT-AMOUNT.
            WRITE REPORT-LINE FROM ACCOUNT-TOTAL-LINE.
            IF WS-TOTAL-DUE < ZERO
                MOVE "CREDIT BALANCE - NOTHING DUE" TO AT-LABEL
            ELSE
                MOVE "TOTAL AMOUNT DUE" TO AT-LABEL
            END-IF.
            MOVE WS-TOTAL-DUE TO AT-AMOUNT.
            WRITE REPORT-LINE FROM ACCOUNT-TOTAL-LINE.
       6200-STATEMENT-TOTALS-EXIT.
            EXIT.

      ******************************************************************
      * TERMINATION
      ******************************************************************
            IF ADDRESS-FILE-AVAILABLE
                CLOSE ADDRESS-FILE
            END-IF.
            IF LEDGER-FILE-AVAILABLE
                CLOSE LEDGER-FILE
            END-IF.
            IF MEETING-FILE-AVAILABLE
                CLOSE MEETING-FILE
            END-IF.
            CLOSE STATEMENT-REPORT.
       9000-TERMINATE-EXIT.
            EXIT.
