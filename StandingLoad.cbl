      ******************************************************************
      * Author: JESSE PROULX
      * Date: 10-15-2026
      * Purpose: LOADS THE ACADEMIC STANDING THRESHOLD REFERENCE FILE
      *          (../STANDREF) FROM A LINE SEQUENTIAL INPUT
      *          (../STANDIN) OF STANDING CODES (D DEAN'S LIST, P
      *          PROBATION, S SUSPENSION), DESCRIPTIONS, TERM AND
      *          CUMULATIVE GPA THRESHOLDS (9V99, 200 = 2.00) AND
      *          THE MINIMUM TERM CREDITS (99V9, 120 = 12.0). RUN
      *          WHENEVER ACADEMIC AFFAIRS CHANGES A THRESHOLD; MUST
      *          BE RUN BEFORE AcademicStanding, WHICH WILL NOT
      *          ASSESS A TERM WITHOUT ALL THREE ROWS ON FILE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StandingLoad.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT STANDING-INPUT ASSIGN TO "../STANDIN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STANDING-INPUT-STATUS.
               SELECT STANDING-REFERENCE ASSIGN TO "../STANDREF"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SR-STANDING-CODE
                   FILE STATUS IS STANDING-REFERENCE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STANDING-INPUT.
       01 STANDING-INPUT-RECORD PIC X(30).
       FD STANDING-REFERENCE.
           COPY STANDREF.
       WORKING-STORAGE SECTION.
       01 STANDING-INPUT-STATUS PIC X(02).
       01 STANDING-REFERENCE-STATUS PIC X(02).
           88 STANDING-REFERENCE-OK VALUE "00".
       01 STANDING-INPUT-EOF-SWITCH PIC X(01) VALUE "N".
           88 STANDING-INPUT-AT-EOF VALUE "Y".
       01 WS-THRESHOLD-EDIT.
           05 WS-TERM-GPA-X PIC X(03).
           05 WS-TERM-GPA-9 REDEFINES WS-TERM-GPA-X PIC 9V99.
           05 WS-CUM-GPA-X PIC X(03).
           05 WS-CUM-GPA-9 REDEFINES WS-CUM-GPA-X PIC 9V99.
           05 WS-MIN-CREDITS-X PIC X(03).
           05 WS-MIN-CREDITS-9 REDEFINES WS-MIN-CREDITS-X
               PIC 9(2)V9.
       01 WS-READ-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-LOADED-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-ERROR-COUNT PIC 9(08) COMP VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
            PERFORM 2000-READ-STANDING THRU 2000-READ-STANDING-EXIT.
            PERFORM 3000-LOAD-STANDING THRU 3000-LOAD-STANDING-EXIT
                UNTIL STANDING-INPUT-AT-EOF.
            PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
            DISPLAY "STANDING LOAD - RECORDS READ  : " WS-READ-COUNT.
            DISPLAY "STANDING LOAD - RECORDS LOADED: " WS-LOADED-COUNT.
            DISPLAY "STANDING LOAD - RECORDS ERROR : " WS-ERROR-COUNT.
            STOP RUN.

      ******************************************************************
      * INITIALIZATION - OUTPUT REBUILDS THE THRESHOLD FILE EACH RUN
      ******************************************************************
       1000-INITIALIZE.
            OPEN INPUT STANDING-INPUT.
            OPEN OUTPUT STANDING-REFERENCE.
       1000-INITIALIZE-EXIT.
            EXIT.

       2000-READ-STANDING.
            READ STANDING-INPUT
                AT END SET STANDING-INPUT-AT-EOF TO TRUE
            END-READ.
       2000-READ-STANDING-EXIT.
            EXIT.

      * THE THRESHOLDS ARE TESTED IN THE INPUT RECORD, BEFORE THE
      * MOVES TO THE NUMERIC FIELDS, THE SAME TRAP CourseLoad
      * GUARDS AGAINST ON CC-MAX-SEATS.
       3000-LOAD-STANDING.
            ADD 1 TO WS-READ-COUNT.
            MOVE STANDING-INPUT-RECORD(1:1) TO SR-STANDING-CODE.
            MOVE STANDING-INPUT-RECORD(2:20) TO SR-DESCRIPTION.
            INSPECT SR-STANDING-CODE CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            EVALUATE TRUE
                WHEN NOT SR-DEANS-LIST AND NOT SR-PROBATION
                        AND NOT SR-SUSPENSION
                    ADD 1 TO WS-ERROR-COUNT
                    DISPLAY "STANDINGLOAD - INVALID STANDING CODE "
                        SR-STANDING-CODE
                WHEN STANDING-INPUT-RECORD(22:9) IS NOT NUMERIC
                    ADD 1 TO WS-ERROR-COUNT
                    DISPLAY "STANDINGLOAD - THRESHOLDS NOT NUMERIC "
                        "FOR " SR-STANDING-CODE
                WHEN OTHER
                    MOVE STANDING-INPUT-RECORD(22:3) TO WS-TERM-GPA-X
                    MOVE STANDING-INPUT-RECORD(25:3) TO WS-CUM-GPA-X
                    MOVE STANDING-INPUT-RECORD(28:3) TO
                        WS-MIN-CREDITS-X
                    MOVE WS-TERM-GPA-9 TO SR-TERM-GPA
                    MOVE WS-CUM-GPA-9 TO SR-CUM-GPA
                    MOVE WS-MIN-CREDITS-9 TO SR-MIN-CREDITS
                    PERFORM 3100-WRITE-STANDING THRU
                        3100-WRITE-STANDING-EXIT
            END-EVALUATE.
            PERFORM 2000-READ-STANDING THRU 2000-READ-STANDING-EXIT.
       3000-LOAD-STANDING-EXIT.
            EXIT.

       3100-WRITE-STANDING.
            WRITE STANDING-REFERENCE-RECORD
                INVALID KEY
                    ADD 1 TO WS-ERROR-COUNT
                    DISPLAY "STANDINGLOAD - DUPLICATE STANDING CODE "
                        SR-STANDING-CODE
                NOT INVALID KEY
                    ADD 1 TO WS-LOADED-COUNT
            END-WRITE.
       3100-WRITE-STANDING-EXIT.
            EXIT.

       9000-TERMINATE.
            CLOSE STANDING-INPUT.
            CLOSE STANDING-REFERENCE.
       9000-TERMINATE-EXIT.
            EXIT.
       END PROGRAM StandingLoad.
