      *          ENR-COURSE-CODE WITH ONE PAGE PER COURSE SECTION.
      *          EACH STUDENT'S NAME IS PICKED UP FROM STUDENT-FILE
      *          BY KEY; A STUDENT NO LONGER ON THE MASTER IS
      *          FLAGGED IN THE NAME COLUMNS. EACH PAGE HEADING
      *          CARRIES THE SECTION'S MEETING DAYS, TIMES, BUILDING
      *          AND ROOM FROM THE SECTION MEETING-PATTERN FILE
      *          (../MEETPAT, SEE MeetLoad), OR TO BE ANNOUNCED WHEN
      *          IT HAS NONE. EACH SECTION ENDS
      *          WITH SUB-COUNTS OF ENROLLED, WAITLISTED, DROPPED
      *          AND COMPLETED ROWS, AND EACH TERM ENDS WITH A
      *          RECAP OF TOTAL SEATS FILLED (ENROLLED ROWS) FOR
                   ALTERNATE RECORD KEY IS LAST-NAME
                       WITH DUPLICATES
                   FILE STATUS IS STUDENT-FILE-STATUS.
               SELECT MEETING-FILE ASSIGN TO "../MEETPAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MP-KEY
                   FILE STATUS IS MEETING-FILE-STATUS.
               SELECT SORT-WORK ASSIGN TO "SORTWK1".
               SELECT CLASS-LIST-REPORT ASSIGN TO "../CLASSLST"
                   ORGANIZATION IS LINE SEQUENTIAL
           COPY ENROLL.
       FD STUDENT-FILE.
           COPY STUDENT.
       FD MEETING-FILE.
           COPY MEETPAT.
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SORT-TERM PIC X(6).
       01 ENROLLMENT-FILE-STATUS PIC X(02).
           88 ENROLLMENT-FILE-OK VALUE "00".
       01 CLASS-LIST-STATUS PIC X(02).
       01 MEETING-FILE-STATUS PIC X(02).
       01 MEETING-OPEN-STATUS PIC X(02).
           88 MEETING-FILE-AVAILABLE VALUE "00".
       01 ENROLL-EOF-SWITCH PIC X(01) VALUE "N".
           88 ENROLL-AT-EOF VALUE "Y".
       01 SORT-EOF-SWITCH PIC X(01) VALUE "N".
       01 HEADING-LINE-3.
           05 FILLER PIC X(09) VALUE "COURSE:  ".
           05 HL-COURSE PIC X(08).
       01 HEADING-LINE-MEETS.
           05 FILLER PIC X(09) VALUE "MEETS:   ".
           05 HL-DAYS PIC X(07).
           05 FILLER PIC X(02) VALUE SPACES.
           05 HL-START-HH PIC 9(02).
           05 FILLER PIC X(01) VALUE ":".
           05 HL-START-MM PIC 9(02).
           05 FILLER PIC X(01) VALUE "-".
           05 HL-END-HH PIC 9(02).
           05 FILLER PIC X(01) VALUE ":".
           05 HL-END-MM PIC 9(02).
           05 FILLER PIC X(02) VALUE SPACES.
           05 HL-BUILDING PIC X(06).
           05 FILLER PIC X(01) VALUE SPACES.
           05 HL-ROOM PIC X(05).
       01 HEADING-LINE-TBA.
           05 FILLER PIC X(09) VALUE "MEETS:   ".
           05 FILLER PIC X(15) VALUE "TO BE ANNOUNCED".
       01 HEADING-LINE-4.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "STUDENT NUM.".
            STOP RUN.

      ******************************************************************
      * INITIALIZATION. THE MEETING-PATTERN FILE MAY LEGITIMATELY
      * NOT EXIST YET (SEE MeetLoad) - THE MEETS LINE IS THEN LEFT
      * OFF THE HEADINGS.
      ******************************************************************
       1000-INITIALIZE.
            OPEN OUTPUT CLASS-LIST-REPORT.
            OPEN INPUT MEETING-FILE.
            MOVE MEETING-FILE-STATUS TO MEETING-OPEN-STATUS.
            IF NOT MEETING-FILE-AVAILABLE
                DISPLAY "CLASSLISTREPORT - MEETING-PATTERN FILE NOT "
                    "AVAILABLE, MEETING TIMES OMITTED."
            END-IF.
       1000-INITIALIZE-EXIT.
            EXIT.

            WRITE REPORT-LINE FROM HEADING-LINE-2.
            MOVE SORT-COURSE TO HL-COURSE WS-PRIOR-COURSE.
            WRITE REPORT-LINE FROM HEADING-LINE-3.
            IF MEETING-FILE-AVAILABLE
                PERFORM 3310-MEETING-HEADING THRU
                    3310-MEETING-HEADING-EXIT
            END-IF.
            WRITE REPORT-LINE FROM BLANK-LINE.
            WRITE REPORT-LINE FROM HEADING-LINE-4.
            MOVE ZERO TO WS-ENROLLED-COUNT WS-WAITLIST-COUNT
       3300-SECTION-HEADING-EXIT.
            EXIT.

       3310-MEETING-HEADING.
            MOVE SORT-COURSE TO MP-COURSE-CODE.
            MOVE SORT-TERM TO MP-TERM-CODE.
            READ MEETING-FILE
                INVALID KEY
                    WRITE REPORT-LINE FROM HEADING-LINE-TBA
                    END-WRITE
                NOT INVALID KEY
                    MOVE MP-MEETING-DAYS TO HL-DAYS
                    MOVE MP-START-HH TO HL-START-HH
                    MOVE MP-START-MM TO HL-START-MM
                    MOVE MP-END-HH TO HL-END-HH
                    MOVE MP-END-MM TO HL-END-MM
                    MOVE MP-BUILDING TO HL-BUILDING
                    MOVE MP-ROOM TO HL-ROOM
                    WRITE REPORT-LINE FROM HEADING-LINE-MEETS
            END-READ.
       3310-MEETING-HEADING-EXIT.
            EXIT.

       3400-SECTION-TOTAL.
            WRITE REPORT-LINE FROM BLANK-LINE.
            MOVE WS-ENROLLED-COUNT TO ST-ENROLLED.
      ******************************************************************
       9000-TERMINATE.
            CLOSE CLASS-LIST-REPORT.
            IF MEETING-FILE-AVAILABLE
                CLOSE MEETING-FILE
            END-IF.
       9000-TERMINATE-EXIT.
            EXIT.
       END PROGRAM ClassListReport.
