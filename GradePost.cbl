      *          ENROLLMENT MUST EXIST FOR THE STUDENT/COURSE/TERM
      *          KEY AND MUST BE IN COMPLETED STATUS (SEE EnrollEdit,
      *          TR-ACTION-COMPLETE) BEFORE A GRADE MAY BE RECORDED
      *          FOR IT. FOR A TERM ALREADY CLOSED BY TermCloseout
      *          THE ENROLLMENT IS FOUND IN THE ARCHIVE GENERATION
      *          NAMED FOR THE TERM IN ../ENROLLD. A GRADE ALREADY ON
      *          FILE FOR THE KEY IS REPLACED - A REGRADE - AND
      *          COUNTED SEPARATELY. A REGRADE MUST CARRY ONE OF THE
      *          INSTRUCTOR REASON CODES (SEE GRDRSN) AND THE ID OF
      *          WHOEVER SUBMITTED IT; ON A CLOSED TERM IT MUST ALSO
      *          NAME A SUPERVISOR ON THE OPERATOR REFERENCE FILE
      *          (../OPERREF) AS AUTHORIZING IT. EVERY REGRADE
      *          APPENDS A GRADE CHANGE AUDIT RECORD (../GRDAUDIT,
      *          SEE GradeChangeReport) WITH THE OLD AND NEW GRADE.
      *          TRANSACTIONS THAT FAIL EDIT ARE WRITTEN TO A REJECT
      *          FILE OF THEIR OWN (../GRADEREJ) IN THE SAME
      *          ENROLREJ LAYOUT EnrollEdit USES FOR ../ENROLLREJ,
      *          WITH REASON CODES 11-14, 17 AND 18 - A SEPARATE FILE
      *          BECAUSE BOTH PROGRAMS REBUILD THEIR REJECT FILES ON
      *          A FRESH RUN, AND WHICHEVER RAN SECOND WOULD
      *          OTHERWISE WIPE THE OTHER'S REJECTS BEFORE THE
      *          REGISTRAR SAW THEM. THE RUN IS STEP GRADPOST UNDER
      *          RunControl AND POSTS WITH THE BUSINESS DATE. EVERY
      *          COMMITTED TRANSACTION IS CHECKPOINTED TO ../GRDPCKPT,
      *          SO A RERUN AFTER AN ABEND RESUMES PAST THEM -
      *          EXTENDING THE REJECT FILE RATHER THAN REBUILDING IT -
      *          INSTEAD OF POSTING THEM A SECOND TIME AS REGRADES. A
      *          TRANSACTION IN FLIGHT AT THE ABEND WHOSE GRADE IS
      *          ALREADY ON FILE IS COUNTED AS POSTED, NOT POSTED
      *          AGAIN. THE STEP ENDS WITH THE READ, APPLIED AND
      *          REJECTED COUNTS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               SELECT GRADE-REJECT ASSIGN TO "../GRADEREJ"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GRADE-REJECT-STATUS.
               SELECT CHECKPOINT-FILE ASSIGN TO "../GRDPCKPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CHECKPOINT-FILE-STATUS.
               SELECT GRADE-AUDIT-FILE ASSIGN TO "../GRDAUDIT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GRADE-AUDIT-STATUS.
               SELECT OPERATOR-REF-FILE ASSIGN TO "../OPERREF"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OP-USER-ID
                   FILE STATUS IS OPERATOR-REF-STATUS.
               SELECT DIRECTORY-FILE ASSIGN TO "../ENROLLD"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DIRECTORY-FILE-STATUS.
               SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ARCHIVE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD GRADE-INPUT.
           COPY GRADE.
       FD GRADE-REJECT.
           COPY ENROLREJ.
       FD CHECKPOINT-FILE.
           COPY GRDCKPT.
       FD GRADE-AUDIT-FILE.
           COPY GRDAUDIT.
       FD OPERATOR-REF-FILE.
           COPY OPERREF.
       FD DIRECTORY-FILE.
           COPY ENRARCH.
       FD ARCHIVE-FILE.
       01 ARCHIVE-ENROLL-RECORD PIC X(37).
       WORKING-STORAGE SECTION.
       01 GRADE-INPUT-STATUS PIC X(02).
           88 GRADE-INPUT-OK VALUE "00".
       01 ENROLLMENT-FILE-STATUS PIC X(02).
           88 ENROLLMENT-FILE-OK VALUE "00".
       01 ENROLLMENT-OPEN-STATUS PIC X(02).
           88 ENROLLMENT-FILE-OPENED VALUE "00".
       01 GRADE-FILE-STATUS PIC X(02).
           88 GRADE-FILE-OK VALUE "00".
           88 GRADE-FILE-NOT-PRESENT VALUE "35".
       01 GRADE-REJECT-STATUS PIC X(02).
           88 GRADE-REJECT-OK VALUE "00".
       01 CHECKPOINT-FILE-STATUS PIC X(02).
           88 CHECKPOINT-FILE-OK VALUE "00".
       01 WS-RESTART-COUNT PIC 9(08) COMP VALUE ZERO.
       01 WS-SKIP-INDEX PIC 9(08) COMP VALUE ZERO.
       01 REPLAY-PENDING-SWITCH PIC X(01) VALUE "N".
           88 REPLAY-PENDING VALUE "Y".
       01 AUDIT-EOF-SWITCH PIC X(01) VALUE "N".
           88 AUDIT-AT-EOF VALUE "Y".
      * THE LAST GRADE CHANGE AUDITED ON THE BUSINESS DATE BEFORE A
      * RESTART.
       01 WS-LAST-AUDIT.
           05 WS-LAST-AUDIT-KEY PIC X(22) VALUE SPACES.
           05 WS-LAST-AUDIT-GRADE PIC X(02) VALUE SPACES.
       01 GRADE-AUDIT-STATUS PIC X(02).
           88 GRADE-AUDIT-OK VALUE "00".
       01 OPERATOR-REF-STATUS PIC X(02).
       01 OPERATOR-REF-OPEN-STATUS PIC X(02).
           88 OPERATOR-REF-AVAILABLE VALUE "00".
       01 DIRECTORY-FILE-STATUS PIC X(02).
           88 DIRECTORY-FILE-OK VALUE "00".
       01 ARCHIVE-FILE-STATUS PIC X(02).
           88 ARCHIVE-FILE-OK VALUE "00".
       01 DIRECTORY-EOF-SWITCH PIC X(01).
           88 DIRECTORY-AT-EOF VALUE "Y".
       01 ARCHIVE-EOF-SWITCH PIC X(01).
           88 ARCHIVE-AT-EOF VALUE "Y".
       01 ARCHIVED-SWITCH PIC X(01).
           88 ARCHIVED-ENROLLMENT-FOUND VALUE "Y".
       01 COMPLETED-SWITCH PIC X(01).
           88 ENROLLMENT-WAS-COMPLETED VALUE "Y".
       01 CLOSED-TERM-SWITCH PIC X(01).
           88 TERM-IS-CLOSED VALUE "Y".
       01 REASON-SWITCH PIC X(01).
           88 REASON-CODE-VALID VALUE "Y".
       01 AUTHORIZED-SWITCH PIC X(01).
           88 SUPERVISOR-AUTHORIZED VALUE "Y".
       01 WS-ARCHIVE-NAME PIC X(20) VALUE SPACES.
           COPY ENROLL REPLACING
               ==STUDENT-ENROLLMENT-RECORD== BY
               ==WS-ARCHIVE-ENROLLMENT==
               LEADING ==ENR== BY ==AE==.
           COPY GRDRSN.
       01 WS-OLD-GRADE PIC X(02).
       01 TRANS-EOF-SWITCH PIC X(01) VALUE "N".
           88 TRANS-AT-EOF VALUE "Y".
       01 WS-EDIT-GRADE PIC X(02).
       01 WS-REJECTED-COUNT PIC 9(06) COMP VALUE ZERO.
       01 WS-REJECT-CODE PIC X(02).
       01 WS-REJECT-TEXT PIC X(40).
       01 RC-FUNCTION PIC X(08).
       01 RC-STEP-NAME PIC X(08) VALUE "GRADPOST".
       01 RC-BUSINESS-DATE PIC 9(08) VALUE ZERO.
       01 RC-COUNT-1 PIC 9(08) VALUE ZERO.
       01 RC-COUNT-2 PIC 9(08) VALUE ZERO.
       01 RC-COUNT-3 PIC 9(08) VALUE ZERO.
       01 RC-COUNT-4 PIC 9(08) VALUE ZERO.
       01 RC-RESULT PIC X(02).
           88 RC-RESULT-OK VALUE "OK".
           88 RC-RESULT-NG VALUE "NG".
       PROCEDURE DIVISION.
       0000-MAINLINE.
            MOVE "START" TO RC-FUNCTION.
            CALL "RunControl" USING RC-FUNCTION RC-STEP-NAME
                RC-BUSINESS-DATE RC-COUNT-1 RC-COUNT-2 RC-COUNT-3
                RC-COUNT-4 RC-RESULT.
            IF RC-RESULT-NG
                DISPLAY "GRADE POST - STEP REFUSED BY RUN CONTROL."
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
            IF ENROLLMENT-FILE-OPENED
                PERFORM 2000-READ-TRANSACTION THRU
                    2000-READ-TRANSACTION-EXIT
                PERFORM 3000-PROCESS-TRANSACTION THRU
            DISPLAY "GRADE POST - POSTED  : " WS-POSTED-COUNT.
            DISPLAY "GRADE POST - REGRADED: " WS-REGRADED-COUNT.
            DISPLAY "GRADE POST - REJECTED: " WS-REJECTED-COUNT.
      * WITHOUT THE ENROLLMENT FILE NOTHING WAS POSTED - THE STEP IS
      * LEFT UNENDED, AND THE CHECKPOINT UNTOUCHED, SO THE FEED CAN
      * BE RERUN ONCE THE FILE IS RESTORED.
            IF ENROLLMENT-FILE-OPENED
                MOVE "END" TO RC-FUNCTION
                MOVE WS-INPUT-COUNT TO RC-COUNT-1
                COMPUTE RC-COUNT-2 =
                    WS-POSTED-COUNT + WS-REGRADED-COUNT
                MOVE WS-REJECTED-COUNT TO RC-COUNT-3
                MOVE ZERO TO RC-COUNT-4
                CALL "RunControl" USING RC-FUNCTION RC-STEP-NAME
                    RC-BUSINESS-DATE RC-COUNT-1 RC-COUNT-2 RC-COUNT-3
                    RC-COUNT-4 RC-RESULT
            ELSE
                DISPLAY "GRADE POST - *** NO GRADES POSTED, STEP NOT "
                    "ENDED ***"
                MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.

      ******************************************************************
      * (STATUS 35) AND EXTENDED IN PLACE THEREAFTER. A MISSING
      * ENROLLMENT FILE FAILS THE RUN - WITHOUT IT EVERY EDIT WOULD
      * REJECT, AND THE FEED SHOULD BE RERUN ONCE IT IS RESTORED.
      * GRADES ARE POSTED WITH THE BUSINESS DATE RETURNED BY
      * RunControl AT STEP START. A RESTARTED RUN EXTENDS THE
      * REJECTS ITS FIRST ATTEMPT ALREADY WROTE. THE RESTART IS
      * PROCESSED BEFORE THE AUDIT FILE IS OPENED FOR EXTEND, AS IT
      * READS THE AUDIT TRAIL FIRST.
      ******************************************************************
       1000-INITIALIZE.
            MOVE RC-BUSINESS-DATE TO WS-RUN-DATE.
            OPEN INPUT GRADE-INPUT.
            OPEN INPUT ENROLLMENT-FILE.
            MOVE ENROLLMENT-FILE-STATUS TO ENROLLMENT-OPEN-STATUS.
            OPEN INPUT OPERATOR-REF-FILE.
            MOVE OPERATOR-REF-STATUS TO OPERATOR-REF-OPEN-STATUS.
            IF NOT OPERATOR-REF-AVAILABLE
                DISPLAY "GRADEPOST - OPERATOR FILE NOT AVAILABLE, "
                    "CLOSED-TERM AUTHORIZATION BYPASSED."
            END-IF.
            PERFORM 1100-PROCESS-RESTART THRU
                1100-PROCESS-RESTART-EXIT.
            OPEN EXTEND GRADE-AUDIT-FILE.
            IF NOT GRADE-AUDIT-OK
                OPEN OUTPUT GRADE-AUDIT-FILE
            END-IF.
            IF WS-RESTART-COUNT > ZERO
                OPEN EXTEND GRADE-REJECT
                IF NOT GRADE-REJECT-OK
                    OPEN OUTPUT GRADE-REJECT
                END-IF
            ELSE
                OPEN OUTPUT GRADE-REJECT
            END-IF.
            OPEN I-O GRADE-FILE.
            IF GRADE-FILE-NOT-PRESENT
                OPEN OUTPUT GRADE-FILE
       1000-INITIALIZE-EXIT.
            EXIT.

      ******************************************************************
      * CHECKPOINT RESTART - SKIP TRANSACTIONS ALREADY COMMITTED AND
      * RESUME THE COUNTS FROM THE CHECKPOINT, AS StudentLoad DOES.
      * THE FIRST TRANSACTION PAST THE CHECKPOINT MAY HAVE BEEN
      * POSTED BEFORE THE ABEND - SEE 3320-COUNT-REPLAY - SO THE
      * LAST AUDIT RECORD OF THE BUSINESS DATE IS NOTED TO TELL A
      * POSTED REGRADE FROM A POSTED NEW GRADE.
      ******************************************************************
       1100-PROCESS-RESTART.
            OPEN INPUT CHECKPOINT-FILE.
            IF CHECKPOINT-FILE-OK
                READ CHECKPOINT-FILE
                    AT END
                        MOVE ZERO TO GK-RECORDS-PROCESSED
                END-READ
                MOVE GK-RECORDS-PROCESSED TO WS-RESTART-COUNT
                CLOSE CHECKPOINT-FILE
            ELSE
                MOVE ZERO TO WS-RESTART-COUNT
            END-IF.
            IF WS-RESTART-COUNT > ZERO
                DISPLAY "GRADE POST - RESTARTING, SKIPPING "
                    WS-RESTART-COUNT " ALREADY COMMITTED RECORDS."
                MOVE ZERO TO WS-SKIP-INDEX
                PERFORM 1110-SKIP-ONE-RECORD THRU
                    1110-SKIP-ONE-RECORD-EXIT
                    UNTIL WS-SKIP-INDEX >= WS-RESTART-COUNT
                        OR TRANS-AT-EOF
                MOVE WS-RESTART-COUNT TO WS-INPUT-COUNT
                MOVE GK-POSTED-COUNT TO WS-POSTED-COUNT
                MOVE GK-REGRADED-COUNT TO WS-REGRADED-COUNT
                MOVE GK-REJECTED-COUNT TO WS-REJECTED-COUNT
                SET REPLAY-PENDING TO TRUE
                PERFORM 1120-FIND-LAST-AUDIT THRU
                    1120-FIND-LAST-AUDIT-EXIT
            END-IF.
       1100-PROCESS-RESTART-EXIT.
            EXIT.

       1110-SKIP-ONE-RECORD.
            READ GRADE-INPUT
                AT END SET TRANS-AT-EOF TO TRUE
            END-READ.
            ADD 1 TO WS-SKIP-INDEX.
       1110-SKIP-ONE-RECORD-EXIT.
            EXIT.

       1120-FIND-LAST-AUDIT.
            MOVE "N" TO AUDIT-EOF-SWITCH.
            OPEN INPUT GRADE-AUDIT-FILE.
            IF GRADE-AUDIT-OK
                PERFORM 1130-READ-ONE-AUDIT THRU
                    1130-READ-ONE-AUDIT-EXIT
                    UNTIL AUDIT-AT-EOF
                CLOSE GRADE-AUDIT-FILE
            END-IF.
       1120-FIND-LAST-AUDIT-EXIT.
            EXIT.

       1130-READ-ONE-AUDIT.
            READ GRADE-AUDIT-FILE
                AT END
                    SET AUDIT-AT-EOF TO TRUE
                NOT AT END
                    IF GA-CHANGE-DATE = WS-RUN-DATE
                        MOVE GA-KEY TO WS-LAST-AUDIT-KEY
                        MOVE GA-NEW-GRADE TO WS-LAST-AUDIT-GRADE
                    END-IF
            END-READ.
       1130-READ-ONE-AUDIT-EXIT.
            EXIT.

       2000-READ-TRANSACTION.
            READ GRADE-INPUT
                AT END SET TRANS-AT-EOF TO TRUE
            ADD 1 TO WS-INPUT-COUNT.
            PERFORM 3100-EDIT-GRADE-VALUE THRU
                3100-EDIT-GRADE-VALUE-EXIT.
            MOVE "N" TO REPLAY-PENDING-SWITCH.
            PERFORM 3900-WRITE-CHECKPOINT THRU
                3900-WRITE-CHECKPOINT-EXIT.
            PERFORM 2000-READ-TRANSACTION THRU
                2000-READ-TRANSACTION-EXIT.
       3000-PROCESS-TRANSACTION-EXIT.
            MOVE GT-STUDENT-NUMBER TO ENR-STUDENT-NUMBER.
            MOVE GT-COURSE-CODE TO ENR-COURSE-CODE.
            MOVE GT-TERM-CODE TO ENR-TERM-CODE.
            MOVE "N" TO CLOSED-TERM-SWITCH.
            READ ENROLLMENT-FILE
                INVALID KEY
                    PERFORM 3210-CHECK-ARCHIVE THRU
                        3210-CHECK-ARCHIVE-EXIT
                NOT INVALID KEY
                    PERFORM 3250-CHECK-COMPLETED THRU
                        3250-CHECK-COMPLETED-EXIT
       3200-EDIT-ENROLLMENT-EXIT.
            EXIT.

      * NOT ON THE LIVE FILE - THE TERM MAY HAVE BEEN CLOSED, IN
      * WHICH CASE THE ENROLLMENT IS PROVED FROM ITS ARCHIVE.
       3210-CHECK-ARCHIVE.
            MOVE "N" TO ARCHIVED-SWITCH COMPLETED-SWITCH.
            PERFORM 6000-FIND-ARCHIVED-ENROLLMENT THRU
                6000-FIND-ARCHIVED-ENROLLMENT-EXIT.
            EVALUATE TRUE
                WHEN NOT ARCHIVED-ENROLLMENT-FOUND
                    MOVE "11" TO WS-REJECT-CODE
                    MOVE "ENROLLMENT NOT ON FILE FOR GRADE KEY"
                        TO WS-REJECT-TEXT
                    PERFORM 3400-WRITE-REJECT THRU
                        3400-WRITE-REJECT-EXIT
                WHEN NOT ENROLLMENT-WAS-COMPLETED
                    MOVE "12" TO WS-REJECT-CODE
                    MOVE "ENROLLMENT NOT IN COMPLETED STATUS"
                        TO WS-REJECT-TEXT
                    PERFORM 3400-WRITE-REJECT THRU
                        3400-WRITE-REJECT-EXIT
                WHEN OTHER
                    SET TERM-IS-CLOSED TO TRUE
                    PERFORM 3300-POST-GRADE THRU 3300-POST-GRADE-EXIT
            END-EVALUATE.
       3210-CHECK-ARCHIVE-EXIT.
            EXIT.

       3250-CHECK-COMPLETED.
            IF ENR-STATUS-COMPLETED
                PERFORM 3300-POST-GRADE THRU 3300-POST-GRADE-EXIT
            EXIT.

      ******************************************************************
      * A GRADE ALREADY ON FILE FOR THE KEY IS A REGRADE. THE GRADE
      * IS READ FIRST SO THE GRADE BEING REPLACED IS IN HAND FOR THE
      * AUDIT RECORD BEFORE THE REWRITE OVERLAYS IT. THE FIRST
      * TRANSACTION AFTER A RESTART WHOSE KEY ALREADY HOLDS ITS
      * GRADE, POSTED ON THE BUSINESS DATE, WAS POSTED BEFORE THE
      * ABEND AND IS NOT TREATED AS A REGRADE.
      ******************************************************************
       3300-POST-GRADE.
            MOVE GT-STUDENT-NUMBER TO GR-STUDENT-NUMBER.
            MOVE GT-COURSE-CODE TO GR-COURSE-CODE.
            MOVE GT-TERM-CODE TO GR-TERM-CODE.
            READ GRADE-FILE
                INVALID KEY
                    PERFORM 3310-WRITE-NEW-GRADE THRU
                        3310-WRITE-NEW-GRADE-EXIT
                NOT INVALID KEY
                    IF REPLAY-PENDING
                            AND GR-GRADE = GT-GRADE
                            AND GR-DATE-POSTED = WS-RUN-DATE
                        PERFORM 3320-COUNT-REPLAY THRU
                            3320-COUNT-REPLAY-EXIT
                    ELSE
                        PERFORM 3350-REGRADE THRU 3350-REGRADE-EXIT
                    END-IF
            END-READ.
       3300-POST-GRADE-EXIT.
            EXIT.

       3310-WRITE-NEW-GRADE.
            MOVE GT-STUDENT-NUMBER TO GR-STUDENT-NUMBER.
            MOVE GT-COURSE-CODE TO GR-COURSE-CODE.
            MOVE GT-TERM-CODE TO GR-TERM-CODE.
            MOVE WS-RUN-DATE TO GR-DATE-POSTED.
            WRITE STUDENT-GRADE-RECORD
                INVALID KEY
                    MOVE "14" TO WS-REJECT-CODE
                    MOVE "GRADE WRITE FAILED" TO WS-REJECT-TEXT
                    PERFORM 3400-WRITE-REJECT THRU
                        3400-WRITE-REJECT-EXIT
                NOT INVALID KEY
                    ADD 1 TO WS-POSTED-COUNT
            END-WRITE.
       3310-WRITE-NEW-GRADE-EXIT.
            EXIT.

      * ALREADY POSTED BEFORE THE RESTART - NO REJECT AND NO SECOND
      * AUDIT RECORD. IT WAS A REGRADE WHEN THE BUSINESS DATE'S LAST
      * AUDIT RECORD IS FOR THIS KEY AND GRADE, ELSE A NEW GRADE.
       3320-COUNT-REPLAY.
            IF WS-LAST-AUDIT-KEY = GR-KEY
                    AND WS-LAST-AUDIT-GRADE = GT-GRADE
                ADD 1 TO WS-REGRADED-COUNT
            ELSE
                ADD 1 TO WS-POSTED-COUNT
            END-IF.
            DISPLAY "GRADE POST - TRANSACTION " WS-INPUT-COUNT
                " POSTED BEFORE THE RESTART, NOT POSTED AGAIN.".
       3320-COUNT-REPLAY-EXIT.
            EXIT.

      * A REGRADE NEEDS A RECOGNIZED REASON AND A SUBMITTER, AND ON
      * A CLOSED TERM A SUPERVISOR'S AUTHORIZATION, BEFORE THE
      * POSTED GRADE IS TOUCHED.
       3350-REGRADE.
            PERFORM 3360-CHECK-REASON THRU 3360-CHECK-REASON-EXIT.
            MOVE "Y" TO AUTHORIZED-SWITCH.
            IF TERM-IS-CLOSED
                PERFORM 3370-CHECK-AUTHORIZATION THRU
                    3370-CHECK-AUTHORIZATION-EXIT
            END-IF.
            EVALUATE TRUE
                WHEN NOT REASON-CODE-VALID
                        OR GT-SUBMITTED-BY = SPACES
                    MOVE "17" TO WS-REJECT-CODE
                    MOVE "REGRADE NEEDS REASON CODE AND SUBMITTER"
                        TO WS-REJECT-TEXT
                    PERFORM 3400-WRITE-REJECT THRU
                        3400-WRITE-REJECT-EXIT
                WHEN NOT SUPERVISOR-AUTHORIZED
                    MOVE "18" TO WS-REJECT-CODE
                    MOVE "CLOSED TERM REGRADE NOT AUTHORIZED"
                        TO WS-REJECT-TEXT
                    PERFORM 3400-WRITE-REJECT THRU
                        3400-WRITE-REJECT-EXIT
                WHEN OTHER
                    MOVE GR-GRADE TO WS-OLD-GRADE
                    MOVE GT-GRADE TO GR-GRADE
                    MOVE WS-RUN-DATE TO GR-DATE-POSTED
                    REWRITE STUDENT-GRADE-RECORD
                        INVALID KEY
                            MOVE "14" TO WS-REJECT-CODE
                            MOVE "GRADE WRITE FAILED" TO WS-REJECT-TEXT
                            PERFORM 3400-WRITE-REJECT THRU
                                3400-WRITE-REJECT-EXIT
                        NOT INVALID KEY
                            ADD 1 TO WS-REGRADED-COUNT
                            PERFORM 3380-WRITE-AUDIT THRU
                                3380-WRITE-AUDIT-EXIT
                    END-REWRITE
            END-EVALUATE.
       3350-REGRADE-EXIT.
            EXIT.

       3360-CHECK-REASON.
            MOVE "N" TO REASON-SWITCH.
            SET GC-INDEX TO 1.
            SEARCH GC-REASON-ENTRY
                AT END
                    CONTINUE
                WHEN GC-REASON-CODE (GC-INDEX) = GT-REASON-CODE
                    SET REASON-CODE-VALID TO TRUE
            END-SEARCH.
       3360-CHECK-REASON-EXIT.
            EXIT.

      * THE AUTHORIZING ID MUST BE A SUPERVISOR ON ../OPERREF. WITH
      * NO OPERATOR FILE LOADED THE CHECK IS BYPASSED, AS OperSignon
      * BYPASSES SIGN-ON - THE ID GIVEN IS STILL AUDITED.
       3370-CHECK-AUTHORIZATION.
            IF OPERATOR-REF-AVAILABLE
                MOVE "N" TO AUTHORIZED-SWITCH
                MOVE GT-AUTHORIZED-BY TO OP-USER-ID
                READ OPERATOR-REF-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF OP-LEVEL-SUPERVISOR
                            SET SUPERVISOR-AUTHORIZED TO TRUE
                        END-IF
                END-READ
            END-IF.
       3370-CHECK-AUTHORIZATION-EXIT.
            EXIT.

       3380-WRITE-AUDIT.
            MOVE GR-KEY TO GA-KEY.
            MOVE WS-OLD-GRADE TO GA-OLD-GRADE.
            MOVE GR-GRADE TO GA-NEW-GRADE.
            MOVE WS-RUN-DATE TO GA-CHANGE-DATE.
            MOVE GT-REASON-CODE TO GA-REASON-CODE.
            MOVE GT-SUBMITTED-BY TO GA-SUBMITTED-BY.
            IF TERM-IS-CLOSED
                MOVE GT-AUTHORIZED-BY TO GA-AUTHORIZED-BY
                MOVE "Y" TO GA-CLOSED-TERM-FLAG
            ELSE
                MOVE SPACES TO GA-AUTHORIZED-BY
                MOVE "N" TO GA-CLOSED-TERM-FLAG
            END-IF.
            WRITE GRADE-CHANGE-AUDIT-RECORD.
       3380-WRITE-AUDIT-EXIT.
            EXIT.

      ******************************************************************
      * REJECTS GO TO ../GRADEREJ IN THE ENROLREJ LAYOUT - ER-ACTION
      * CARRIES "G" AND ER-STATUS THE GRADE'S FIRST BYTE SO THE
       3400-WRITE-REJECT-EXIT.
            EXIT.

      ******************************************************************
      * CHECKPOINT - TAKEN AFTER EVERY TRANSACTION, LIKE EnrollEdit,
      * SO A RERUN RESUMES AT THE VERY NEXT TRANSACTION. ONLY THE
      * TRANSACTION IN FLIGHT AT THE ABEND IS SEEN AGAIN: IF IT HAD
      * NOT YET POSTED IT IS PROCESSED NORMALLY, AND IF ITS GRADE IS
      * ALREADY ON FILE 3300-POST-GRADE COUNTS IT AS POSTED RATHER
      * THAN REJECTING OR AUDITING IT AS A REGRADE.
      ******************************************************************
       3900-WRITE-CHECKPOINT.
            MOVE WS-INPUT-COUNT TO GK-RECORDS-PROCESSED.
            MOVE WS-POSTED-COUNT TO GK-POSTED-COUNT.
            MOVE WS-REGRADED-COUNT TO GK-REGRADED-COUNT.
            MOVE WS-REJECTED-COUNT TO GK-REJECTED-COUNT.
            OPEN OUTPUT CHECKPOINT-FILE.
            WRITE GRADE-CHECKPOINT-RECORD.
            CLOSE CHECKPOINT-FILE.
       3900-WRITE-CHECKPOINT-EXIT.
            EXIT.

      ******************************************************************
      * ARCHIVE LOOKUP - THE ENROLLMENT FOR A GRADE IN A CLOSED TERM
      * IS FOUND BY WALKING THE ARCHIVE DIRECTORY (../ENROLLD, CUT
      * BY TermCloseout) FOR THE GENERATION NAMED FOR THE GRADE'S
      * TERM AND SCANNING IT FOR THE KEY, THE SAME WALK EnrollEdit
      * MAKES FOR A PREREQUISITE. A MISSING DIRECTORY MEANS NO TERM
      * HAS BEEN CLOSED AND THERE IS NOTHING TO FIND.
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
            IF ED-TERM-CODE = GT-TERM-CODE
                MOVE ED-ARCHIVE-FILE-NAME TO WS-ARCHIVE-NAME
                OPEN INPUT ARCHIVE-FILE
                IF ARCHIVE-FILE-OK
                    MOVE "N" TO ARCHIVE-EOF-SWITCH
                    PERFORM 6300-CHECK-ONE-ARCHIVE-ROW THRU
                        6300-CHECK-ONE-ARCHIVE-ROW-EXIT
                        UNTIL ARCHIVE-AT-EOF
                    CLOSE ARCHIVE-FILE
                ELSE
                    DISPLAY "GRADEPOST - CANNOT OPEN ARCHIVE "
                        WS-ARCHIVE-NAME ", STATUS = "
                        ARCHIVE-FILE-STATUS
                END-IF
            END-IF.
            IF ARCHIVED-ENROLLMENT-FOUND
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
                IF AE-KEY = GT-KEY
                    SET ARCHIVED-ENROLLMENT-FOUND TO TRUE
                    IF AE-STATUS-COMPLETED
                        SET ENROLLMENT-WAS-COMPLETED TO TRUE
                    END-IF
                    SET ARCHIVE-AT-EOF TO TRUE
                END-IF
            END-IF.
       6300-CHECK-ONE-ARCHIVE-ROW-EXIT.
            EXIT.

       9000-TERMINATE.
            CLOSE GRADE-INPUT.
            IF ENROLLMENT-FILE-OPENED
                CLOSE ENROLLMENT-FILE
            END-IF.
            CLOSE GRADE-FILE.
            CLOSE GRADE-REJECT.
            CLOSE GRADE-AUDIT-FILE.
            IF OPERATOR-REF-AVAILABLE
                CLOSE OPERATOR-REF-FILE
            END-IF.
            IF ENROLLMENT-FILE-OPENED
                MOVE ZERO TO GK-RECORDS-PROCESSED GK-POSTED-COUNT
                    GK-REGRADED-COUNT GK-REJECTED-COUNT
                OPEN OUTPUT CHECKPOINT-FILE
                WRITE GRADE-CHECKPOINT-RECORD
                CLOSE CHECKPOINT-FILE
            END-IF.
       9000-TERMINATE-EXIT.
            EXIT.
       END PROGRAM GradePost.
